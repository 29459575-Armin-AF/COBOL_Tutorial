           05  CUST-ADDR-CITY          PIC X(15).
           05  CUST-ADDR-STATE         PIC X(2).
           05  CUST-ADDR-ZIP           PIC X(5).
      *>     Returned-mail indicator and date, set and cleared
      *>     together with the same fields on the customer's policies
      *>     (see POLICY-BAD-ADDR-FLAG in POLICYREC).
           05  CUST-BAD-ADDR-FLAG      PIC X(1).
           05  CUST-BAD-ADDR-DATE      PIC 9(8).
      *>     'A' = active; 'M' = a duplicate retired by a
      *>     CustomerMaintenance.cob merge, its policies moved to
      *>     CUST-MERGED-INTO (zeros while active). The retired row
      *>     stays on file so the number still resolves - to the
      *>     survivor - wherever it was written down.
           05  CUST-STATUS             PIC X(1).
           05  CUST-MERGED-INTO        PIC 9(6).
