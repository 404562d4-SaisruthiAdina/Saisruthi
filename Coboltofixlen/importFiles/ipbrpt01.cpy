000080         VALUE 'LIFETIME RESERVE / COINSURANCE'.
000090     05  FILLER                    PIC X(35)
000100         VALUE ' DAY RECONCILIATION REPORT - IPB210'.
000110     05  FILLER                    PIC X(47) VALUE SPACES.
000113     05  FILLER                    PIC X(12) VALUE 'CYCLE DATE  '.
000116     05  H1-CYCLE-DATE             PIC 9(08).
000120 01  IPB-HEADING-2.
000130     05  FILLER                    PIC X(11) VALUE 'BENEFICIARY'.
000140     05  FILLER                    PIC X(04) VALUE SPACES.
