       IDENTIFICATION DIVISION.
       PROGRAM-ID. PolicyReorg.

      *> Periodic policy master reorganization - moves cancelled,
      *> lapsed and expired policies off data/POLICY.DAT into a dated
      *> archive generation (data/POLICY-HIST-<rundate>.DAT, same
      *> pattern as EmployeeArchive.cob's employee history), then
      *> deletes them from the live master so every program that
      *> walks the file stops paying for dead records. Before/after
      *> record counts are proved against each other so nothing is
      *> silently dropped. Policy numbers are the relative key, so
      *> surviving records keep their slots - the win is fewer
      *> records, not renumbering.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY POLICYREC.

       FD  POLICY-ARCHIVE-FILE.
       01  POLICY-HIST-LINE             PIC X(202).

       WORKING-STORAGE SECTION.
       01 WS-POLICY-REL-KEY PIC 9(7).
           PERFORM UNTIL WS-END-OF-POLICIES = 'Y'
               ADD 1 TO WS-BEFORE-COUNT
               IF POLICY-STATUS = 'C' OR POLICY-STATUS = 'L'
                   OR POLICY-STATUS = 'E'
                   PERFORM B100-ARCHIVE-POLICY
               ELSE
                   ADD 1 TO WS-KEPT-COUNT
