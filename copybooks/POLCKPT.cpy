      *> Checkpoint for the long single-pass runs over the policy
      *> master (PolicyBilling, PolicyLapse, RateImpact,
      *> EarnedPremium, InsuranceGL) - one file per program, the
      *> policy-side sibling of data/EMPCKPT.DAT. The header row
      *> ('H') carries the business date the run was started for,
      *> the pass it was in, the last POLICY-NUMBER fully processed,
      *> how many policies that covers, when it was taken, and the
      *> program's running totals laid out its own way in
      *> POLCKPT-TOTALS. One detail row follows per table entry the
      *> program accumulates ('D' for a per-type totals entry, 'W'
      *> for RateImpact's pass-1 work table). The whole file is
      *> rewritten every checkpoint interval and cleared to a
      *> zero header at a clean end - a header with no last policy
      *> means there is nothing to resume.
       01  POLCKPT-RECORD.
           05  POLCKPT-REC-TYPE        PIC X(1).
           05  POLCKPT-HEADER.
               10  POLCKPT-RUN-DATE        PIC 9(8).
               10  POLCKPT-PASS            PIC 9(1).
               10  POLCKPT-LAST-POLICY     PIC 9(7).
               10  POLCKPT-POLICIES-DONE   PIC 9(7).
               10  POLCKPT-TAKEN-AT        PIC 9(14).
               10  POLCKPT-TOTALS          PIC X(120).
           05  POLCKPT-DETAIL REDEFINES POLCKPT-HEADER.
               10  POLCKPT-ENTRY           PIC X(157).
