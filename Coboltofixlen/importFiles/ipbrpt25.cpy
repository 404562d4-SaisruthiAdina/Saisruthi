000010*****************************************************************
000020*    IPBRPT25.CPY  -  PRINT LINE LAYOUTS FOR THE GENERAL LEDGER
000030*    JOURNAL PROOF (IPB410).
000040*****************************************************************
000050 01  IPB-HEADING-1.
000060     05  FILLER                    PIC X(44)
000070         VALUE 'IPB410 - GENERAL LEDGER JOURNAL PROOF'.
000080     05  FILLER                    PIC X(68) VALUE SPACES.
000090     05  FILLER                    PIC X(12) VALUE 'CYCLE DATE  '.
000100     05  H1-CYCLE-DATE             PIC 9(08).
000110 01  IPB-HEADING-2.
000120     05  FILLER                    PIC X(07) VALUE 'YEAR'.
000130     05  FILLER                    PIC X(13) VALUE 'INTERMEDIARY'.
000140     05  FILLER                    PIC X(24) VALUE 'ACTIVITY'.
000150     05  FILLER                    PIC X(12) VALUE '    ITEMS'.
000160     05  FILLER                    PIC X(12) VALUE 'ACCOUNT'.
000170     05  FILLER                    PIC X(17)
000180         VALUE '          DEBIT  '.
000190     05  FILLER                    PIC X(15)
000200         VALUE '         CREDIT'.
000210     05  FILLER                    PIC X(32) VALUE SPACES.
000220 01  IPB-ENTRY-LINE.
000230     05  EL-BENEFIT-YEAR           PIC 9(04).
000240     05  FILLER                    PIC X(03) VALUE SPACES.
000250     05  EL-INTERMED-NUM           PIC Z(9)9.
000260     05  FILLER                    PIC X(03) VALUE SPACES.
000270     05  EL-ACTIVITY-TYPE          PIC X(02).
000280     05  FILLER                    PIC X(02) VALUE SPACES.
000290     05  EL-DESCRIPTION            PIC X(20).
000300     05  EL-ITEM-COUNT             PIC Z,ZZZ,ZZ9.
000310     05  FILLER                    PIC X(03) VALUE SPACES.
000320     05  EL-ACCOUNT                PIC X(10).
000330     05  FILLER                    PIC X(02) VALUE SPACES.
000340     05  EL-DEBIT                  PIC ZZZ,ZZZ,ZZ9.99-.
000350     05  FILLER                    PIC X(02) VALUE SPACES.
000360     05  EL-CREDIT                 PIC ZZZ,ZZZ,ZZ9.99-.
000370     05  FILLER                    PIC X(32) VALUE SPACES.
000380 01  IPB-JOURNAL-TOTAL-LINE.
000390     05  FILLER                    PIC X(44)
000400         VALUE 'JOURNAL TOTALS - ENTRIES'.
000410     05  JT-ENTRY-COUNT            PIC Z,ZZZ,ZZ9.
000420     05  FILLER                    PIC X(15) VALUE SPACES.
000430     05  JT-DEBIT-TOTAL            PIC ZZZ,ZZZ,ZZ9.99-.
000440     05  FILLER                    PIC X(02) VALUE SPACES.
000450     05  JT-CREDIT-TOTAL           PIC ZZZ,ZZZ,ZZ9.99-.
000460     05  FILLER                    PIC X(32) VALUE SPACES.
000470 01  IPB-PROOF-HEADING.
000480     05  FILLER                    PIC X(50)
000490         VALUE 'IPB410 - JOURNAL PROOF TO THE CYCLE REGISTERS'.
000500     05  FILLER                    PIC X(82) VALUE SPACES.
000510 01  IPB-PROOF-HEADING-2.
000520     05  FILLER                    PIC X(50)
000530         VALUE 'ACTIVITY / REGISTER TOTAL'.
000540     05  FILLER                    PIC X(12) VALUE '    ITEMS'.
000550     05  FILLER                    PIC X(17)
000560         VALUE ' REGISTER TOTAL  '.
000570     05  FILLER                    PIC X(17)
000580         VALUE '    JOURNAL NET  '.
000590     05  FILLER                    PIC X(36) VALUE 'STATUS'.
000600 01  IPB-PROOF-LINE.
000610     05  PL-LABEL                  PIC X(48).
000620     05  FILLER                    PIC X(02) VALUE SPACES.
000630     05  PL-ITEM-COUNT             PIC Z,ZZZ,ZZ9.
000640     05  FILLER                    PIC X(03) VALUE SPACES.
000650     05  PL-REGISTER-TOTAL         PIC ZZZ,ZZZ,ZZ9.99-.
000660     05  FILLER                    PIC X(02) VALUE SPACES.
000670     05  PL-JOURNAL-TOTAL          PIC ZZZ,ZZZ,ZZ9.99-.
000680     05  FILLER                    PIC X(02) VALUE SPACES.
000690     05  PL-STATUS                 PIC X(20).
000700     05  FILLER                    PIC X(16) VALUE SPACES.
000710 01  IPB-PROOF-SUB-LINE.
000720     05  PS-LABEL                  PIC X(48).
000730     05  FILLER                    PIC X(02) VALUE SPACES.
000740     05  PS-ITEM-COUNT             PIC Z,ZZZ,ZZ9.
000750     05  FILLER                    PIC X(03) VALUE SPACES.
000760     05  PS-REGISTER-TOTAL         PIC ZZZ,ZZZ,ZZ9.99-.
000770     05  FILLER                    PIC X(55) VALUE SPACES.
000780 01  IPB-VERDICT-LINE.
000790     05  FILLER                    PIC X(20)
000800         VALUE 'JOURNAL VERDICT   : '.
000810     05  VL-VERDICT                PIC X(40).
000820     05  FILLER                    PIC X(72) VALUE SPACES.
