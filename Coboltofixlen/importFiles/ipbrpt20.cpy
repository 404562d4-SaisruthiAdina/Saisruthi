000010*****************************************************************
000020*    IPBRPT20.CPY  -  PRINT LINE LAYOUTS FOR THE RECEIVABLE
000030*    AGING AND RECOUPMENT REGISTER (IPB320).
000040*****************************************************************
000050 01  IPB-RCVB-HEADING-1.
000060     05  FILLER                    PIC X(50)
000070         VALUE 'IPB320 - RECEIVABLE AGING / RECOUPMENT REGISTER'.
000080     05  FILLER                    PIC X(62) VALUE SPACES.
000083     05  FILLER                    PIC X(12) VALUE 'CYCLE DATE  '.
000086     05  RH-CYCLE-DATE             PIC 9(08).
000090 01  IPB-RCVB-HEADING-2.
000100     05  FILLER                    PIC X(14)
000110         VALUE 'INTERMEDIARY'.
000120     05  FILLER                    PIC X(21) VALUE 'CLAIM NUMBER'.
000130     05  FILLER                    PIC X(04) VALUE 'TR'.
000140     05  FILLER                    PIC X(10) VALUE 'OPENED'.
000150     05  FILLER                    PIC X(17)
000160         VALUE '       ORIGINAL  '.
000170     05  FILLER                    PIC X(17)
000180         VALUE '  RECOUPED NOW  '.
000190     05  FILLER                    PIC X(17)
000200         VALUE '        BALANCE  '.
000210     05  FILLER                    PIC X(07) VALUE '  AGE'.
000220     05  FILLER                    PIC X(25) VALUE 'STATUS'.
000230 01  IPB-RCVB-DETAIL-LINE.
000240     05  RG-INTERMED-NUM           PIC Z(9)9.
000250     05  FILLER                    PIC X(04) VALUE SPACES.
000260     05  RG-CLAIM-NUMBER           PIC X(19).
000270     05  FILLER                    PIC X(02) VALUE SPACES.
000280     05  RG-TRANSACTION-IND        PIC 9.
000290     05  FILLER                    PIC X(03) VALUE SPACES.
000300     05  RG-OPEN-DATE              PIC 9(08).
000310     05  FILLER                    PIC X(02) VALUE SPACES.
000320     05  RG-ORIGINAL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
000330     05  FILLER                    PIC X(02) VALUE SPACES.
000340     05  RG-RECOUPED-NOW           PIC ZZZ,ZZZ,ZZ9.99-.
000350     05  FILLER                    PIC X(02) VALUE SPACES.
000360     05  RG-BALANCE                PIC ZZZ,ZZZ,ZZ9.99-.
000370     05  FILLER                    PIC X(02) VALUE SPACES.
000380     05  RG-AGE-DAYS               PIC ZZZZ9.
000390     05  FILLER                    PIC X(02) VALUE SPACES.
000400     05  RG-STATUS                 PIC X(20).
000410     05  FILLER                    PIC X(05) VALUE SPACES.
000420 01  IPB-RCVB-INTERMED-LINE.
000430     05  FILLER                    PIC X(23)
000440         VALUE '  RECOUPED FROM EFT  '.
000450     05  RI-INTERMED-NUM           PIC Z(9)9.
000460     05  FILLER                    PIC X(02) VALUE SPACES.
000470     05  RI-RECOUP-COUNT           PIC Z,ZZZ,ZZ9.
000480     05  FILLER                    PIC X(02) VALUE SPACES.
000490     05  RI-RECOUP-TOTAL           PIC ZZZ,ZZZ,ZZ9.99-.
000500     05  FILLER                    PIC X(71) VALUE SPACES.
000510 01  IPB-RCVB-AGING-HEADING.
000520     05  FILLER                    PIC X(40)
000530         VALUE 'IPB320 - OPEN RECEIVABLE AGING SUMMARY'.
000540     05  FILLER                    PIC X(92) VALUE SPACES.
000550 01  IPB-RCVB-SUMMARY-LINE.
000560     05  SM-LABEL                  PIC X(33).
000570     05  SM-COUNT                  PIC Z,ZZZ,ZZ9.
000580     05  FILLER                    PIC X(02) VALUE SPACES.
000590     05  SM-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99-.
000600     05  FILLER                    PIC X(73) VALUE SPACES.
