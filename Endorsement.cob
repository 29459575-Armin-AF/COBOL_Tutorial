               WS-NEW-PREMIUM WS-RATE-FOUND
           END-CALL.

      *> Re-rating must keep the territory factor and the deductible
      *> credit the policy was sold with, or an unrelated endorsement
      *> silently raises the premium.
           IF WS-RATE-FOUND = 'Y'
               CALL 'PremiumCalcTerritory' USING POLICY-ADDR-STATE
                   POLICY-ADDR-ZIP POLICY-TYPE WS-NEW-PREMIUM
               END-CALL
           END-IF.
           IF WS-RATE-FOUND = 'Y'
               AND POLICY-DEDUCTIBLE NOT = ZEROS
               CALL 'PremiumCalcDeductible' USING POLICY-DEDUCTIBLE
