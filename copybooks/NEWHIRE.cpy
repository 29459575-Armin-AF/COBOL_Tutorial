      *> State new-hire submission log - one row per hire reported
      *> to the state on data/NEWHIRE.LOG, appended by
      *> NewHireReport.cob. A hire is the EMP-ID together with its
      *> EMP-HIRE-DATE, so a rehire (same EMP-ID, new hire date) is a
      *> new report while a hire already on the log is never sent
      *> twice.
       01  NEWHIRE-LOG-RECORD.
           05  NHLOG-EMP-ID            PIC 9(5).
           05  NHLOG-HIRE-DATE         PIC 9(8).
           05  NHLOG-SSN               PIC 9(9).
           05  NHLOG-SENT-DATE         PIC 9(8).
