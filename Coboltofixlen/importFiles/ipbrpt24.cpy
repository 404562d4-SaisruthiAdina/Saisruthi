000010*****************************************************************
000020*    IPBRPT24.CPY  -  PRINT LINE LAYOUTS FOR THE YEAR-END
000030*    PROVIDER PAYMENT INFORMATION RETURN LISTING (IPB400)
000040*****************************************************************
000050 01  IPB-HEADING-1.
000060     05  FILLER                    PIC X(60)
000070         VALUE 'IPB400 - YEAR-END PROVIDER INFORMATION RETURN'.
000090     05  FILLER                    PIC X(52) VALUE SPACES.
000100     05  FILLER                    PIC X(12) VALUE 'CYCLE DATE  '.
000110     05  H1-CYCLE-DATE             PIC 9(08).
000120 01  IPB-HEADING-2.
000130     05  FILLER                    PIC X(10) VALUE 'TAX YEAR'.
000140     05  H2-TAX-YEAR               PIC 9(04).
000150     05  FILLER                    PIC X(16)
000160         VALUE '   RETURN TYPE '.
000170     05  H2-RETURN-TYPE            PIC X(10).
000180     05  FILLER                    PIC X(24)
000190         VALUE '   REPORTING THRESHOLD '.
000200     05  H2-THRESHOLD              PIC Z,ZZZ,ZZ9.99.
000210     05  FILLER                    PIC X(56) VALUE SPACES.
000220 01  IPB-HEADING-3.
000230     05  FILLER                    PIC X(14) VALUE 'PROVIDER'.
000240     05  FILLER                    PIC X(23) VALUE 'NAME'.
000250     05  FILLER                    PIC X(10) VALUE 'TAX ID'.
000260     05  FILLER                    PIC X(06) VALUE 'BILLS'.
000270     05  FILLER                    PIC X(15)
000280         VALUE '    GROSS PAID '.
000290     05  FILLER                    PIC X(15)
000300         VALUE '      RETURNED '.
000310     05  FILLER                    PIC X(15)
000320         VALUE '   OVERPAYMENT '.
000330     05  FILLER                    PIC X(15)
000340         VALUE '      NET PAID '.
000350     05  FILLER                    PIC X(19) VALUE 'STATUS'.
000360 01  IPB-DETAIL-LINE.
000370     05  DL-PROVIDER               PIC X(13).
000380     05  FILLER                    PIC X(01) VALUE SPACES.
000390     05  DL-PROVIDER-NAME          PIC X(22).
000400     05  FILLER                    PIC X(01) VALUE SPACES.
000410     05  DL-TAX-ID                 PIC X(09).
000420     05  FILLER                    PIC X(01) VALUE SPACES.
000430     05  DL-BILL-COUNT             PIC ZZZZ9.
000440     05  FILLER                    PIC X(01) VALUE SPACES.
000450     05  DL-GROSS-PAID             PIC ZZ,ZZZ,ZZ9.99-.
000460     05  FILLER                    PIC X(01) VALUE SPACES.
000470     05  DL-RETURNED               PIC ZZ,ZZZ,ZZ9.99-.
000480     05  FILLER                    PIC X(01) VALUE SPACES.
000490     05  DL-OVERPAID               PIC ZZ,ZZZ,ZZ9.99-.
000500     05  FILLER                    PIC X(01) VALUE SPACES.
000510     05  DL-NET-PAID               PIC ZZ,ZZZ,ZZ9.99-.
000520     05  FILLER                    PIC X(01) VALUE SPACES.
000530     05  DL-STATUS                 PIC X(19).
000540 01  IPB-BILL-LINE.
000550     05  FILLER                    PIC X(04) VALUE SPACES.
000560     05  BL-CLAIM-NUMBER           PIC X(19).
000570     05  FILLER                    PIC X(02) VALUE SPACES.
000580     05  BL-TRANSACTION-IND        PIC 9.
000590     05  FILLER                    PIC X(03) VALUE SPACES.
000600     05  BL-PAID-DATE              PIC 9(08).
000610     05  FILLER                    PIC X(02) VALUE SPACES.
000620     05  BL-AMOUNT                 PIC ZZ,ZZZ,ZZ9.99-.
000630     05  FILLER                    PIC X(02) VALUE SPACES.
000640     05  BL-MESSAGE                PIC X(40).
000650     05  FILLER                    PIC X(37) VALUE SPACES.
000660 01  IPB-TOTAL-HEADING.
000670     05  FILLER                    PIC X(50)
000680         VALUE 'IPB400 - TAX YEAR TOTALS'.
000690     05  FILLER                    PIC X(82) VALUE SPACES.
000700 01  IPB-TOTAL-LINE.
000710     05  TL-LABEL                  PIC X(40).
000720     05  TL-COUNT                  PIC Z,ZZZ,ZZ9.
000730     05  FILLER                    PIC X(02) VALUE SPACES.
000740     05  TL-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99-.
000750     05  FILLER                    PIC X(66) VALUE SPACES.
