000050 01  IPB-HEADING-1.
000060     05  FILLER                    PIC X(40)
000070         VALUE 'IPB170 - CLAIM HISTORY RETRIEVAL'.
000080     05  FILLER                    PIC X(72) VALUE SPACES.
000083     05  FILLER                    PIC X(12) VALUE 'CYCLE DATE  '.
000086     05  H1-CYCLE-DATE             PIC 9(08).
000090 01  IPB-HEADING-2.
000100     05  FILLER                    PIC X(15)
000110         VALUE 'CLAIM NUMBER : '.
