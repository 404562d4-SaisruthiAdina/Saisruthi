000050 01  IPB-HEADING-1.
000060     05  FILLER                    PIC X(42)
000070         VALUE 'IPB110 - SUSPENSE AGING BY REASON CODE'.
000080     05  FILLER                    PIC X(70) VALUE SPACES.
000083     05  FILLER                    PIC X(12) VALUE 'CYCLE DATE  '.
000086     05  H1-CYCLE-DATE             PIC 9(08).
000090 01  IPB-HEADING-2.
000100     05  FILLER                    PIC X(08) VALUE 'REASON'.
000110     05  FILLER                    PIC X(19) VALUE 'CLAIM NUMBER'.
