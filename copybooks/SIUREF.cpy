      *> Special-investigation referral - one row per claim the SIU
      *> scoring pass (SIUScoring.cob) sent for investigation,
      *> appended to data/SIUREFER.DAT. The indicator bytes say which
      *> tests the claim tripped ('Y'/'N'): reported within 60 days of
      *> issue, within 60 days of a coverage-increasing endorsement,
      *> one of several recent claims across the household, claimed
      *> at or near the policy's coverage amount.
      *>     SIU-STATUS: 'O' = open (payments held), 'C' = cleared by
      *>     the investigator (payments release), 'F' = founded
      *>     (payments stay held). SIUDisposition.cob sets 'C'/'F'
      *>     and the clear date; ClaimAdjudication.cob refuses to pay
      *>     a claim whose referral is not 'C'.
       01  SIU-REFERRAL-RECORD.
           05  SIU-CLAIM-NUMBER        PIC 9(7).
           05  SIU-POLICY-NUMBER       PIC 9(7).
           05  SIU-CUST-NUMBER         PIC 9(6).
           05  SIU-CLAIM-AMOUNT        PIC 9(7)V99.
           05  SIU-REFER-DATE          PIC 9(8).
           05  SIU-SCORE               PIC 9(3).
           05  SIU-IND-EARLY           PIC X(1).
           05  SIU-IND-ENDORSE         PIC X(1).
           05  SIU-IND-HOUSEHOLD       PIC X(1).
           05  SIU-IND-LIMIT           PIC X(1).
           05  SIU-STATUS              PIC X(1).
           05  SIU-CLEAR-DATE          PIC 9(8).
