000050 01  IPB-HEADING-1.
000060     05  FILLER                  PIC X(47)
000070         VALUE 'IPB260 - PROVIDER / BILL-SOURCE CHARGE SUMMARY'.
000080     05  FILLER                  PIC X(65) VALUE SPACES.
000083     05  FILLER                  PIC X(12) VALUE 'CYCLE DATE  '.
000086     05  H1-CYCLE-DATE           PIC 9(08).
000090 01  IPB-HEADING-2.
000100     05  FILLER                  PIC X(13) VALUE 'PROVIDER'.
000110     05  FILLER                  PIC X(13) VALUE 'BILL SOURCE'.
