000050 01  IPB-MSP-HEADING-1.
000060     05  FILLER                    PIC X(42)
000070         VALUE 'IPB280 - MSP RECOVERY REFERRAL LISTING'.
000080     05  FILLER                    PIC X(70) VALUE SPACES.
000083     05  FILLER                    PIC X(12) VALUE 'CYCLE DATE  '.
000086     05  MH-CYCLE-DATE             PIC 9(08).
000090 01  IPB-MSP-HEADING-2.
000100     05  FILLER                    PIC X(21) VALUE 'CLAIM NUMBER'.
000110     05  FILLER                    PIC X(04) VALUE 'TR'.
