000010*****************************************************************
000020*    IPBRPT23.CPY  -  PRINT LINE LAYOUTS FOR THE EXAMINER CLAIM
000030*    ADJUSTMENT REGISTER (IPB390).
000040*****************************************************************
000050 01  IPB-HEADING-1.
000060     05  FILLER                    PIC X(50)
000070         VALUE 'IPB390 - EXAMINER CLAIM ADJUSTMENT REGISTER'.
000080     05  FILLER                    PIC X(62) VALUE SPACES.
000090     05  FILLER                    PIC X(12) VALUE 'CYCLE DATE  '.
000100     05  H1-CYCLE-DATE             PIC 9(08).
000110 01  IPB-HEADING-2.
000120     05  FILLER                    PIC X(21) VALUE 'CLAIM NUMBER'.
000130     05  FILLER                    PIC X(04) VALUE 'TR'.
000140     05  FILLER                    PIC X(05) VALUE 'FLD'.
000150     05  FILLER                    PIC X(16)
000160         VALUE '     OLD VALUE'.
000170     05  FILLER                    PIC X(16)
000180         VALUE '     NEW VALUE'.
000190     05  FILLER                    PIC X(05) VALUE 'RSN'.
000200     05  FILLER                    PIC X(09) VALUE 'EXAMINER'.
000210     05  FILLER                    PIC X(56) VALUE 'STATUS'.
000220 01  IPB-DETAIL-LINE.
000230     05  DL-CLAIM-NUMBER           PIC X(19).
000240     05  FILLER                    PIC X(02) VALUE SPACES.
000250     05  DL-TRANSACTION-IND        PIC X(01).
000260     05  FILLER                    PIC X(03) VALUE SPACES.
000270     05  DL-FIELD-CODE             PIC X(02).
000280     05  FILLER                    PIC X(03) VALUE SPACES.
000290     05  DL-OLD-VALUE              PIC ZZ,ZZZ,ZZ9.99-.
000300     05  FILLER                    PIC X(02) VALUE SPACES.
000310     05  DL-NEW-VALUE              PIC ZZ,ZZZ,ZZ9.99-.
000320     05  FILLER                    PIC X(02) VALUE SPACES.
000330     05  DL-REASON-CODE            PIC X(02).
000340     05  FILLER                    PIC X(03) VALUE SPACES.
000350     05  DL-EXAMINER-ID            PIC X(06).
000360     05  FILLER                    PIC X(03) VALUE SPACES.
000370     05  DL-STATUS                 PIC X(30).
000380     05  FILLER                    PIC X(26) VALUE SPACES.
000390 01  IPB-RPRC-HEADING-1.
000400     05  FILLER                    PIC X(40)
000410         VALUE 'IPB390 - REPRICE OF ADJUSTED BILLS'.
000420     05  FILLER                    PIC X(92) VALUE SPACES.
000430 01  IPB-RPRC-HEADING-2.
000440     05  FILLER                    PIC X(21) VALUE 'CLAIM NUMBER'.
000450     05  FILLER                    PIC X(04) VALUE 'TR'.
000460     05  FILLER                    PIC X(14)
000470         VALUE 'INTERMEDIARY'.
000480     05  FILLER                    PIC X(17)
000490         VALUE '      OLD PAYMENT'.
000500     05  FILLER                    PIC X(17)
000510         VALUE '      NEW PAYMENT'.
000520     05  FILLER                    PIC X(17)
000530         VALUE '       DIFFERENCE'.
000540     05  FILLER                    PIC X(42) VALUE 'STATUS'.
000550 01  IPB-RPRC-LINE.
000560     05  RL-CLAIM-NUMBER           PIC X(19).
000570     05  FILLER                    PIC X(02) VALUE SPACES.
000580     05  RL-TRANSACTION-IND        PIC 9.
000590     05  FILLER                    PIC X(03) VALUE SPACES.
000600     05  RL-INTERMED-NUM           PIC Z(9)9.
000610     05  FILLER                    PIC X(04) VALUE SPACES.
000620     05  RL-OLD-PAYMENT            PIC ZZZ,ZZZ,ZZ9.99-.
000630     05  FILLER                    PIC X(02) VALUE SPACES.
000640     05  RL-NEW-PAYMENT            PIC ZZZ,ZZZ,ZZ9.99-.
000650     05  FILLER                    PIC X(02) VALUE SPACES.
000660     05  RL-DIFFERENCE             PIC ZZZ,ZZZ,ZZ9.99-.
000670     05  FILLER                    PIC X(02) VALUE SPACES.
000680     05  RL-STATUS                 PIC X(30).
000690     05  FILLER                    PIC X(12) VALUE SPACES.
000700 01  IPB-SUMMARY-LINE.
000710     05  SM-LABEL                  PIC X(33).
000720     05  SM-COUNT                  PIC Z,ZZZ,ZZ9.
000730     05  FILLER                    PIC X(02) VALUE SPACES.
000740     05  SM-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99-.
000750     05  FILLER                    PIC X(73) VALUE SPACES.
