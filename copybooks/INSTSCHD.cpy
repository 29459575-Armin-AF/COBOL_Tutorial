      *> installments sits in adjacent slots). Generated by
      *> InstallmentSchedule.cob; PolicyBilling bills the next unpaid
      *> row instead of the full annual premium and flips
      *> INST-PAID-FLAG to 'Y'; for a policy on autopay,
      *> AutopayDraft drafts each row on its due date and flips it
      *> instead, and DraftReturns sets a returned row back to 'N'.
      *> The twelve amounts sum exactly to
      *> POLICY-PREMIUM - odd cents ride on installment one.
       01  INSTALLMENT-RECORD.
           05  INST-POLICY-NUMBER      PIC 9(7).
