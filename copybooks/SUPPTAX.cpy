      *> Supplemental withholding rate - a single row on SUPPTAX.DAT
      *> holding the flat rate bonus and commission pay is withheld
      *> at, instead of the TAXBRACKETS.DAT bands regular wages go
      *> through. SUPPTAX-RATE is a decimal fraction (22 = .22).
       01  SUPPTAX-RECORD.
           05  SUPPTAX-RATE            PIC V99.
