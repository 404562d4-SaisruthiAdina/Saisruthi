000010*****************************************************************
000020*    IPBRPT26.CPY  -  PRINT LINE LAYOUTS FOR THE CROSS-FILE
000030*    INTEGRITY SWEEP SUMMARY (IPB420).
000040*****************************************************************
000050 01  IPB-HEADING-1.
000060     05  FILLER                    PIC X(44)
000070         VALUE 'IPB420 - CROSS-FILE INTEGRITY SWEEP'.
000080     05  FILLER                    PIC X(68) VALUE SPACES.
000090     05  FILLER                    PIC X(12) VALUE 'CYCLE DATE  '.
000100     05  H1-CYCLE-DATE             PIC 9(08).
000110 01  IPB-HEADING-2.
000120     05  FILLER                    PIC X(40)
000130         VALUE 'PAID-STATUS RECORDS CHECKED FROM  '.
000140     05  H2-CUTOFF-DATE            PIC 9(08).
000150     05  FILLER                    PIC X(13) VALUE '  RETENTION '.
000160     05  H2-RETENTION-DAYS         PIC ZZZZ9.
000170     05  FILLER                    PIC X(66) VALUE ' DAYS'.
000180 01  IPB-COUNT-HEADING.
000190     05  FILLER                    PIC X(40)
000200         VALUE 'RECORDS MATCHED'.
000210     05  FILLER                    PIC X(92) VALUE SPACES.
000220 01  IPB-COUNT-LINE.
000230     05  CL-LABEL                  PIC X(44).
000240     05  CL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
000250     05  FILLER                    PIC X(77) VALUE SPACES.
000260 01  IPB-SUMMARY-HEADING.
000270     05  FILLER                    PIC X(40)
000280         VALUE 'EXCEPTIONS BY TYPE'.
000290     05  FILLER                    PIC X(92) VALUE SPACES.
000300 01  IPB-SUMMARY-HEADING-2.
000310     05  FILLER                    PIC X(06) VALUE 'TYPE'.
000320     05  FILLER                    PIC X(42) VALUE 'EXCEPTION'.
000330     05  FILLER                    PIC X(11) VALUE '     COUNT'.
000340     05  FILLER                    PIC X(17)
000350         VALUE '           AMOUNT'.
000360     05  FILLER                    PIC X(56) VALUE SPACES.
000370 01  IPB-SUMMARY-LINE.
000380     05  SL-TYPE                   PIC X(02).
000390     05  FILLER                    PIC X(04) VALUE SPACES.
000400     05  SL-DESCRIPTION            PIC X(40).
000410     05  FILLER                    PIC X(02) VALUE SPACES.
000420     05  SL-COUNT                  PIC Z,ZZZ,ZZ9.
000430     05  FILLER                    PIC X(04) VALUE SPACES.
000440     05  SL-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99-.
000450     05  FILLER                    PIC X(56) VALUE SPACES.
000460 01  IPB-SUMMARY-TOTAL-LINE.
000470     05  FILLER                    PIC X(48)
000480         VALUE 'TOTAL EXCEPTIONS WRITTEN'.
000490     05  ST-COUNT                  PIC Z,ZZZ,ZZ9.
000500     05  FILLER                    PIC X(75) VALUE SPACES.
