      *> Single-record control file holding the highest claim number
      *> the SIU scoring pass has already scored - claim numbers come
      *> from CLMSEQ in ascending order, so anything above it is new.
       01  SIUCTL-RECORD.
           05  SIUCTL-LAST-CLAIM       PIC 9(7).
