      *> Territory factor table (state x ZIP-prefix range), loaded at
      *> runtime from the territory file (see TERRTAB) so pricing can
      *> re-draw territories without recompiling. A state with no rows
      *> is not territory-rated - its premiums take a factor of 1.000.
       01  TERRITORY-TABLE.
           05  TERRITORY-ENTRY OCCURS 1 TO 200 TIMES
                               DEPENDING ON TT-TERR-COUNT
                               INDEXED BY TT-IDX.
               10  TT-STATE             PIC X(2).
               10  TT-ZIP-LOW           PIC 9(3).
               10  TT-ZIP-HIGH          PIC 9(3).
               10  TT-AUTO-FACTOR       PIC 9V999.
               10  TT-HOME-FACTOR       PIC 9V999.
       01  TT-TERR-COUNT             PIC 9(3) VALUE ZEROS.
