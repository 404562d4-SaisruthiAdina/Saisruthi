000050 01  IPB-HEADING-1.
000060     05  FILLER                    PIC X(44)
000070         VALUE 'IPB150 - OUTBOUND TRANSMITTAL SUMMARY'.
000080     05  FILLER                    PIC X(68) VALUE SPACES.
000083     05  FILLER                    PIC X(12) VALUE 'CYCLE DATE  '.
000086     05  H1-CYCLE-DATE             PIC 9(08).
000090 01  IPB-HEADING-2.
000100     05  FILLER                    PIC X(10) VALUE 'FILE'.
000110     05  FILLER                    PIC X(14)
000130     05  FILLER                    PIC X(12) VALUE '   RECORDS'.
000140     05  FILLER                    PIC X(17)
000150         VALUE '    TOTAL CHARGES'.
000153     05  FILLER                    PIC X(13)
000156         VALUE ' RETRANSMITS'.
000160     05  FILLER                    PIC X(66) VALUE SPACES.
000170 01  IPB-DETAIL-LINE.
000180     05  DL-FILE-NAME              PIC X(08).
000190     05  FILLER                    PIC X(04) VALUE SPACES.
000220     05  DL-RECORD-COUNT           PIC ZZZ,ZZZ,ZZ9.
000230     05  FILLER                    PIC X(02) VALUE SPACES.
000240     05  DL-TOTAL-CHARGES          PIC ZZZ,ZZZ,ZZ9.99-.
000250     05  FILLER                    PIC X(02) VALUE SPACES.
000253     05  DL-RETRANS-COUNT          PIC ZZZ,ZZZ,ZZ9.
000256     05  FILLER                    PIC X(67) VALUE SPACES.
000260 01  IPB-COUNT-LINE.
000270     05  FILLER                    PIC X(24)
000280         VALUE 'TRANSMISSIONS PRODUCED :'.
