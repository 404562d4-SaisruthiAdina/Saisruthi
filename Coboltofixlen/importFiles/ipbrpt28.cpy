000010*****************************************************************
000020*    IPBRPT28.CPY  -  PRINT LINE LAYOUTS FOR THE MEDICAL REVIEW
000030*    SELECTION REPORT (IPB440):  DISPOSITIONS POSTED, THE OPEN
000040*    WORKLIST BY EXAMINER QUEUE, AND SELECTION RATES BY
000050*    PROVIDER.
000060*****************************************************************
000070 01  IPB-HEADING-1.
000080     05  FILLER                    PIC X(50)
000090         VALUE 'IPB440 - MEDICAL REVIEW SELECTION AND WORKLIST'.
000100     05  FILLER                    PIC X(62) VALUE SPACES.
000110     05  FILLER                    PIC X(12) VALUE 'CYCLE DATE  '.
000120     05  H1-CYCLE-DATE             PIC 9(08).
000130 01  IPB-SECTION-HEADING.
000140     05  SH-TITLE                  PIC X(60).
000150     05  FILLER                    PIC X(72) VALUE SPACES.
000160 01  IPB-PARM-LINE.
000170     05  FILLER                    PIC X(11) VALUE 'OUTLIER SD '.
000180     05  PM-OUTLIER-SD             PIC 9.9.
000190     05  FILLER                    PIC X(14)
000200         VALUE '   MIN BILLS '.
000210     05  PM-MIN-NORM-BILLS         PIC ZZZZ9.
000220     05  FILLER                    PIC X(16)
000230         VALUE '   LONG STAY > '.
000240     05  PM-LONG-STAY-DAYS         PIC ZZ9.
000250     05  FILLER                    PIC X(15)
000260         VALUE '   LTR DAYS > '.
000270     05  PM-LTR-DAYS               PIC ZZ9.
000280     05  FILLER                    PIC X(17)
000290         VALUE '   MIX DIFF % > '.
000300     05  PM-MIX-PERCENT            PIC ZZ9.
000310     05  FILLER                    PIC X(11) VALUE '   SAMPLE '.
000320     05  PM-SAMPLE-RATE            PIC ZZ9.
000330     05  FILLER                    PIC X(10) VALUE ' PER 1000'.
000340     05  FILLER                    PIC X(18) VALUE SPACES.
000350 01  IPB-DISP-HEADING-2.
000360     05  FILLER                    PIC X(21) VALUE 'CLAIM NUMBER'.
000370     05  FILLER                    PIC X(04) VALUE 'TR'.
000380     05  FILLER                    PIC X(06) VALUE 'DISP'.
000390     05  FILLER                    PIC X(10) VALUE 'EXAMINER'.
000400     05  FILLER                    PIC X(91) VALUE 'STATUS'.
000410 01  IPB-DISP-LINE.
000420     05  DD-CLAIM-NUMBER           PIC X(19).
000430     05  FILLER                    PIC X(02) VALUE SPACES.
000440     05  DD-TRANSACTION-IND        PIC 9.
000450     05  FILLER                    PIC X(03) VALUE SPACES.
000460     05  DD-DISPOSITION            PIC X(01).
000470     05  FILLER                    PIC X(05) VALUE SPACES.
000480     05  DD-EXAMINER-ID            PIC X(06).
000490     05  FILLER                    PIC X(04) VALUE SPACES.
000500     05  DD-STATUS                 PIC X(40).
000510     05  FILLER                    PIC X(51) VALUE SPACES.
000520 01  IPB-QUEUE-HEADING.
000530     05  FILLER                    PIC X(16)
000540         VALUE 'EXAMINER QUEUE  '.
000550     05  QH-QUEUE                  PIC X(04).
000560     05  FILLER                    PIC X(112) VALUE SPACES.
000570 01  IPB-WORK-HEADING-2.
000580     05  FILLER                    PIC X(21) VALUE 'CLAIM NUMBER'.
000590     05  FILLER                    PIC X(03) VALUE 'TR'.
000600     05  FILLER                    PIC X(15) VALUE 'PROVIDER'.
000610     05  FILLER                    PIC X(10) VALUE 'SELECTED'.
000620     05  FILLER                    PIC X(07) VALUE 'REASN'.
000630     05  FILLER                    PIC X(07) VALUE ' DAYS'.
000640     05  FILLER                    PIC X(08) VALUE '   LTR'.
000650     05  FILLER                    PIC X(15)
000660         VALUE 'TOTAL CHARGES'.
000670     05  FILLER                    PIC X(14)
000680         VALUE '    PER DIEM'.
000690     05  FILLER                    PIC X(14)
000700         VALUE '   NORM DIEM'.
000710     05  FILLER                    PIC X(05) VALUE 'MIX%'.
000720     05  FILLER                    PIC X(13) VALUE 'NEW'.
000730 01  IPB-WORK-DETAIL-LINE.
000740     05  WL-CLAIM-NUMBER           PIC X(19).
000750     05  FILLER                    PIC X(02) VALUE SPACES.
000760     05  WL-TRANSACTION-IND        PIC 9.
000770     05  FILLER                    PIC X(02) VALUE SPACES.
000780     05  WL-PROVIDER               PIC X(13).
000790     05  FILLER                    PIC X(02) VALUE SPACES.
000800     05  WL-SELECT-DATE            PIC 9(08).
000810     05  FILLER                    PIC X(02) VALUE SPACES.
000820     05  WL-REASONS                PIC X(05).
000830     05  FILLER                    PIC X(02) VALUE SPACES.
000840     05  WL-FULL-DAYS              PIC ZZZZ9.
000850     05  FILLER                    PIC X(02) VALUE SPACES.
000860     05  WL-LTR-DAYS               PIC ZZZZZ9.
000870     05  FILLER                    PIC X(02) VALUE SPACES.
000880     05  WL-TOTAL-CHARGES          PIC Z,ZZZ,ZZ9.99-.
000890     05  FILLER                    PIC X(02) VALUE SPACES.
000900     05  WL-PER-DIEM               PIC Z,ZZZ,ZZ9.99.
000910     05  FILLER                    PIC X(02) VALUE SPACES.
000920     05  WL-NORM-PER-DIEM          PIC Z,ZZZ,ZZ9.99.
000930     05  FILLER                    PIC X(02) VALUE SPACES.
000940     05  WL-MIX-PERCENT            PIC ZZ9.
000950     05  FILLER                    PIC X(02) VALUE SPACES.
000960     05  WL-NEW-FLAG               PIC X(03).
000970     05  FILLER                    PIC X(10) VALUE SPACES.
000980 01  IPB-QUEUE-TOTAL-LINE.
000990     05  FILLER                    PIC X(26)
001000         VALUE '  BILLS PENDING IN QUEUE'.
001010     05  QT-QUEUE                  PIC X(04).
001020     05  FILLER                    PIC X(02) VALUE SPACES.
001030     05  QT-COUNT                  PIC ZZZ,ZZ9.
001040     05  FILLER                    PIC X(93) VALUE SPACES.
001050 01  IPB-LEGEND-LINE.
001060     05  FILLER                    PIC X(46)
001070         VALUE 'REASONS:  O = CHARGE OUTLIER   M = REVENUE MIX'.
001080     05  FILLER                    PIC X(16)
001090         VALUE '   L = LONG STAY'.
001100     05  FILLER                    PIC X(23)
001110         VALUE '   R = LIFETIME RESERVE'.
001120     05  FILLER                    PIC X(13)
001130         VALUE '   S = SAMPLE'.
001140     05  FILLER                    PIC X(34) VALUE SPACES.
001150 01  IPB-PROV-HEADING-2.
001160     05  FILLER                    PIC X(15) VALUE 'PROVIDER'.
001170     05  FILLER                    PIC X(06) VALUE 'TYPE'.
001180     05  FILLER                    PIC X(09) VALUE '  BILLS'.
001190     05  FILLER                    PIC X(09) VALUE 'SELECTED'.
001200     05  FILLER                    PIC X(09) VALUE ' RATE %'.
001210     05  FILLER                    PIC X(09) VALUE 'OUTLIER'.
001220     05  FILLER                    PIC X(09) VALUE '    MIX'.
001230     05  FILLER                    PIC X(09) VALUE 'LONG STAY'.
001240     05  FILLER                    PIC X(09) VALUE '    LTR'.
001250     05  FILLER                    PIC X(48) VALUE ' SAMPLE'.
001260 01  IPB-PROV-LINE.
001270     05  PS-PROVIDER               PIC X(13).
001280     05  FILLER                    PIC X(02) VALUE SPACES.
001290     05  PS-PROVIDER-TYPE          PIC X(02).
001300     05  FILLER                    PIC X(04) VALUE SPACES.
001310     05  PS-BILLS-READ             PIC ZZZ,ZZ9.
001320     05  FILLER                    PIC X(02) VALUE SPACES.
001330     05  PS-SELECTED               PIC ZZZ,ZZ9.
001340     05  FILLER                    PIC X(02) VALUE SPACES.
001350     05  PS-RATE                   PIC ZZ9.99.
001360     05  FILLER                    PIC X(03) VALUE SPACES.
001370     05  PS-OUTLIER                PIC ZZZ,ZZ9.
001380     05  FILLER                    PIC X(02) VALUE SPACES.
001390     05  PS-MIX                    PIC ZZZ,ZZ9.
001400     05  FILLER                    PIC X(02) VALUE SPACES.
001410     05  PS-LONG-STAY              PIC ZZZ,ZZ9.
001420     05  FILLER                    PIC X(02) VALUE SPACES.
001430     05  PS-LTR                    PIC ZZZ,ZZ9.
001440     05  FILLER                    PIC X(02) VALUE SPACES.
001450     05  PS-SAMPLE                 PIC ZZZ,ZZ9.
001460     05  FILLER                    PIC X(41) VALUE SPACES.
001470 01  IPB-COUNT-LINE.
001480     05  CL-LABEL                  PIC X(40).
001490     05  CL-COUNT                  PIC Z,ZZZ,ZZ9.
001500     05  FILLER                    PIC X(83) VALUE SPACES.
