000050 01  IPB-HEADING-1.
000060     05  FILLER                    PIC X(34)
000070         VALUE 'IPB280 - PAYMENT REGISTER'.
000080     05  FILLER                    PIC X(78) VALUE SPACES.
000083     05  FILLER                    PIC X(12) VALUE 'CYCLE DATE  '.
000086     05  H1-CYCLE-DATE             PIC 9(08).
000090 01  IPB-INTERMED-HEADING.
000100     05  FILLER                    PIC X(15)
000110         VALUE 'INTERMEDIARY : '.
