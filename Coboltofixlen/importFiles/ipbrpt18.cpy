000050 01  IPB-HEADING-1.
000060     05  FILLER                    PIC X(44)
000070         VALUE 'IPB340 - RATE CORRECTION REPRICE REGISTER'.
000080     05  FILLER                    PIC X(68) VALUE SPACES.
000083     05  FILLER                    PIC X(12) VALUE 'CYCLE DATE  '.
000086     05  H1-CYCLE-DATE             PIC 9(08).
000090 01  IPB-HEADING-2.
000100     05  FILLER                    PIC X(17)
000110         VALUE 'BENEFIT YEAR :   '.
