000010*****************************************************************
000020*    IPBRPT15.CPY  -  PRINT LINE LAYOUTS FOR THE PAYMENT
000030*    DISBURSEMENT REGISTER (IPB320).
000033*    THE SUPPLEMENTAL, RECOUPED AND NET LINES FOOT THE
000036*    REGISTER TO THE SUM OF THE EFT TRAILER TOTALS.
000040*****************************************************************
000050 01  IPB-HEADING-1.
000060     05  FILLER                    PIC X(38)
000070         VALUE 'IPB320 - PAYMENT DISBURSEMENT REGISTER'.
000080     05  FILLER                    PIC X(74) VALUE SPACES.
000083     05  FILLER                    PIC X(12) VALUE 'CYCLE DATE  '.
000086     05  H1-CYCLE-DATE             PIC 9(08).
000090 01  IPB-HEADING-2.
000100     05  FILLER                    PIC X(21) VALUE 'CLAIM NUMBER'.
000110     05  FILLER                    PIC X(04) VALUE 'TR'.
000520         VALUE 'BILLS SKIPPED AS PAID     : '.
000530     05  SK-SKIPPED-COUNT          PIC Z,ZZZ,ZZ9.
000540     05  FILLER                    PIC X(95) VALUE SPACES.
000550 01  IPB-SUPP-TOTAL-LINE.
000560     05  FILLER                    PIC X(23)
000570         VALUE 'SUPPLEMENTAL PAYMENTS'.
000580     05  FILLER                    PIC X(10) VALUE SPACES.
000590     05  SP-PAYMENT-COUNT          PIC Z,ZZZ,ZZ9.
000600     05  FILLER                    PIC X(02) VALUE SPACES.
000610     05  SP-PAYMENT-TOTAL          PIC ZZZ,ZZZ,ZZ9.99-.
000620     05  FILLER                    PIC X(73) VALUE SPACES.
000630 01  IPB-RECOUP-TOTAL-LINE.
000640     05  FILLER                    PIC X(23)
000650         VALUE 'LESS RECOUPED'.
000660     05  FILLER                    PIC X(10) VALUE SPACES.
000670     05  RC-RECOUP-COUNT           PIC Z,ZZZ,ZZ9.
000680     05  FILLER                    PIC X(02) VALUE SPACES.
000690     05  RC-RECOUP-TOTAL           PIC ZZZ,ZZZ,ZZ9.99-.
000700     05  FILLER                    PIC X(73) VALUE SPACES.
000710 01  IPB-NET-TOTAL-LINE.
000720     05  FILLER                    PIC X(23)
000730         VALUE 'NET EFT TOTAL'.
000740     05  FILLER                    PIC X(10) VALUE SPACES.
000750     05  NT-RECORD-COUNT           PIC Z,ZZZ,ZZ9.
000760     05  FILLER                    PIC X(02) VALUE SPACES.
000770     05  NT-PAYMENT-TOTAL          PIC ZZZ,ZZZ,ZZ9.99-.
000780     05  FILLER                    PIC X(73) VALUE SPACES.
000790 01  IPB-ADJ-SKIPPED-LINE.
000800     05  FILLER                    PIC X(28)
000810         VALUE 'ADJUSTMENTS NOT APPLIED   : '.
000820     05  AK-SKIPPED-COUNT          PIC Z,ZZZ,ZZ9.
000830     05  FILLER                    PIC X(95) VALUE SPACES.
000840 01  IPB-REISSUE-TOTAL-LINE.
000850     05  FILLER                    PIC X(23)
000860         VALUE 'REISSUED PAYMENTS'.
000870     05  FILLER                    PIC X(10) VALUE SPACES.
000880     05  RI-PAYMENT-COUNT          PIC Z,ZZZ,ZZ9.
000890     05  FILLER                    PIC X(02) VALUE SPACES.
000900     05  RI-PAYMENT-TOTAL          PIC ZZZ,ZZZ,ZZ9.99-.
000910     05  FILLER                    PIC X(73) VALUE SPACES.
000920 01  IPB-REISSUE-SKIPPED-LINE.
000930     05  FILLER                    PIC X(28)
000940         VALUE 'REISSUES NOT DUE          : '.
000950     05  RQ-SKIPPED-COUNT          PIC Z,ZZZ,ZZ9.
000960     05  FILLER                    PIC X(95) VALUE SPACES.
