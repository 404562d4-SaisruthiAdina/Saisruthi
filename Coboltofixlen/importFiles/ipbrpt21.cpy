000010*****************************************************************
000020*    IPBRPT21.CPY  -  PRINT LINE LAYOUTS FOR THE RETURNED
000030*    PAYMENT REGISTER (IPB370)
000040*****************************************************************
000050 01  IPB-HEADING-1.
000060     05  FILLER                    PIC X(40)
000070         VALUE 'IPB370 - RETURNED PAYMENT REGISTER'.
000080     05  FILLER                    PIC X(72) VALUE SPACES.
000083     05  FILLER                    PIC X(12) VALUE 'CYCLE DATE  '.
000086     05  H1-CYCLE-DATE             PIC 9(08).
000090 01  IPB-HEADING-2.
000100     05  FILLER                    PIC X(17)
000110         VALUE 'REFERENCE NUMBER'.
000120     05  FILLER                    PIC X(21) VALUE 'CLAIM NUMBER'.
000130     05  FILLER                    PIC X(04) VALUE 'TR'.
000140     05  FILLER                    PIC X(14)
000150         VALUE 'INTERMEDIARY'.
000160     05  FILLER                    PIC X(10) VALUE 'PAID ON'.
000170     05  FILLER                    PIC X(17)
000180         VALUE '         AMOUNT  '.
000190     05  FILLER                    PIC X(05) VALUE 'RSN'.
000200     05  FILLER                    PIC X(10) VALUE 'RETURNED'.
000210     05  FILLER                    PIC X(34) VALUE 'STATUS'.
000220 01  IPB-DETAIL-LINE.
000230     05  RT-REFERENCE-NUM          PIC 9(15).
000240     05  FILLER                    PIC X(02) VALUE SPACES.
000250     05  RT-CLAIM-NUMBER           PIC X(19).
000260     05  FILLER                    PIC X(02) VALUE SPACES.
000270     05  RT-TRANSACTION-IND        PIC 9.
000280     05  FILLER                    PIC X(03) VALUE SPACES.
000290     05  RT-INTERMED-NUM           PIC Z(9)9.
000300     05  FILLER                    PIC X(04) VALUE SPACES.
000310     05  RT-PAID-DATE              PIC 9(08).
000320     05  FILLER                    PIC X(02) VALUE SPACES.
000330     05  RT-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99-.
000340     05  FILLER                    PIC X(02) VALUE SPACES.
000350     05  RT-REASON                 PIC X(03).
000360     05  FILLER                    PIC X(02) VALUE SPACES.
000370     05  RT-RETURN-DATE            PIC 9(08).
000380     05  FILLER                    PIC X(02) VALUE SPACES.
000390     05  RT-STATUS                 PIC X(25).
000400     05  FILLER                    PIC X(09) VALUE SPACES.
000410 01  IPB-BALANCE-HEADING-1.
000420     05  FILLER                    PIC X(50)
000430         VALUE 'IPB370 - RETURNS AGAINST ORIGINAL EFT TRAILERS'.
000440     05  FILLER                    PIC X(82) VALUE SPACES.
000450 01  IPB-BALANCE-HEADING-2.
000460     05  FILLER                    PIC X(14)
000470         VALUE 'INTERMEDIARY'.
000480     05  FILLER                    PIC X(10) VALUE 'EFT DATE'.
000490     05  FILLER                    PIC X(11) VALUE ' SENT COUNT'.
000500     05  FILLER                    PIC X(19)
000510         VALUE '       SENT TOTAL  '.
000520     05  FILLER                    PIC X(11) VALUE ' RTN COUNT'.
000530     05  FILLER                    PIC X(19)
000540         VALUE '   RETURNED TOTAL  '.
000550     05  FILLER                    PIC X(11) VALUE ' NET COUNT'.
000560     05  FILLER                    PIC X(19)
000570         VALUE '        NET TOTAL  '.
000580     05  FILLER                    PIC X(18) VALUE 'NOTE'.
000590 01  IPB-BALANCE-LINE.
000600     05  BL-INTERMED-NUM           PIC Z(9)9.
000610     05  FILLER                    PIC X(04) VALUE SPACES.
000620     05  BL-EFT-DATE               PIC 9(08).
000630     05  FILLER                    PIC X(02) VALUE SPACES.
000640     05  BL-SENT-COUNT             PIC Z,ZZZ,ZZ9.
000650     05  FILLER                    PIC X(02) VALUE SPACES.
000660     05  BL-SENT-TOTAL             PIC Z,ZZZ,ZZZ,ZZ9.99-.
000670     05  FILLER                    PIC X(02) VALUE SPACES.
000680     05  BL-RETURNED-COUNT         PIC Z,ZZZ,ZZ9.
000690     05  FILLER                    PIC X(02) VALUE SPACES.
000700     05  BL-RETURNED-TOTAL         PIC Z,ZZZ,ZZZ,ZZ9.99-.
000710     05  FILLER                    PIC X(02) VALUE SPACES.
000720     05  BL-NET-COUNT              PIC Z,ZZZ,ZZ9.
000730     05  FILLER                    PIC X(02) VALUE SPACES.
000740     05  BL-NET-TOTAL              PIC Z,ZZZ,ZZZ,ZZ9.99-.
000750     05  FILLER                    PIC X(02) VALUE SPACES.
000760     05  BL-NOTE                   PIC X(18).
000770 01  IPB-SUMMARY-LINE.
000780     05  SM-LABEL                  PIC X(33).
000790     05  SM-COUNT                  PIC Z,ZZZ,ZZ9.
000800     05  FILLER                    PIC X(02) VALUE SPACES.
000810     05  SM-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
000820     05  FILLER                    PIC X(71) VALUE SPACES.
