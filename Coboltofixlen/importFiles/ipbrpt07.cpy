000050 01  IPB-HEADING-1.
000060     05  FILLER                    PIC X(42)
000070         VALUE 'IPB250 - BENEFICIARY SUMMARY STATEMENT'.
000080     05  FILLER                    PIC X(70) VALUE SPACES.
000083     05  FILLER                    PIC X(12) VALUE 'CYCLE DATE  '.
000086     05  H1-CYCLE-DATE             PIC 9(08).
000090 01  IPB-BENE-HEADING.
000100     05  FILLER                    PIC X(14)
000110         VALUE 'BENEFICIARY : '.
