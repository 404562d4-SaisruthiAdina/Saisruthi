000050 01  IPB-HEADING-1.
000060     05  FILLER                    PIC X(46)
000070         VALUE 'IPB130 - DUPLICATE / OVERLAPPING STAY REVIEW'.
000080     05  FILLER                    PIC X(66) VALUE SPACES.
000083     05  FILLER                    PIC X(12) VALUE 'CYCLE DATE  '.
000086     05  H1-CYCLE-DATE             PIC 9(08).
000090 01  IPB-HEADING-2.
000100     05  FILLER                    PIC X(21) VALUE 'CLAIM NUMBER'.
000110     05  FILLER                    PIC X(10) VALUE 'FROM'.
