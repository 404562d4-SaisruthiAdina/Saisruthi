000010*****************************************************************
000020*    IPBRPT27.CPY  -  PRINT LINE LAYOUTS FOR THE REFERENCE
000030*    MASTER CHANGE REPORT (IPB430).
000040*****************************************************************
000050 01  IPB-HEADING-1.
000060     05  FILLER                    PIC X(50)
000070         VALUE 'IPB430 - REFERENCE MASTER CHANGE REPORT'.
000080     05  FILLER                    PIC X(62) VALUE SPACES.
000090     05  FILLER                    PIC X(12) VALUE 'CYCLE DATE  '.
000100     05  H1-CYCLE-DATE             PIC 9(08).
000110 01  IPB-FILE-HEADING.
000120     05  FILLER                    PIC X(06) VALUE 'FILE'.
000130     05  FH-FILE-NAME              PIC X(08).
000140     05  FILLER                    PIC X(02) VALUE SPACES.
000150     05  FH-DESCRIPTION            PIC X(35).
000160     05  FILLER                    PIC X(81) VALUE SPACES.
000170 01  IPB-HEADING-2.
000180     05  FILLER                    PIC X(09) VALUE '    CARD'.
000190     05  FILLER                    PIC X(05) VALUE 'ACT'.
000200     05  FILLER                    PIC X(15) VALUE 'KEY'.
000210     05  FILLER                    PIC X(10) VALUE 'EFFECTIVE'.
000220     05  FILLER                    PIC X(10) VALUE 'TERMINATE'.
000230     05  FILLER                    PIC X(32)
000240         VALUE 'NAME / DESCRIPTION'.
000250     05  FILLER                    PIC X(51) VALUE 'STATUS'.
000260 01  IPB-DETAIL-LINE.
000270     05  DL-CARD-SEQ               PIC Z(6)9.
000280     05  FILLER                    PIC X(02) VALUE SPACES.
000290     05  DL-ACTION                 PIC X(01).
000300     05  FILLER                    PIC X(04) VALUE SPACES.
000310     05  DL-KEY                    PIC X(13).
000320     05  FILLER                    PIC X(02) VALUE SPACES.
000330     05  DL-EFFECTIVE-DATE         PIC X(08).
000340     05  FILLER                    PIC X(02) VALUE SPACES.
000350     05  DL-TERMINATION-DATE       PIC X(08).
000360     05  FILLER                    PIC X(02) VALUE SPACES.
000370     05  DL-NAME                   PIC X(30).
000380     05  FILLER                    PIC X(02) VALUE SPACES.
000390     05  DL-STATUS                 PIC X(30).
000400     05  FILLER                    PIC X(21) VALUE SPACES.
000410 01  IPB-FILE-TOTAL-LINE.
000420     05  FILLER                    PIC X(14)
000430         VALUE '  RECORDS IN  '.
000440     05  FT-RECORDS-IN             PIC ZZZ,ZZ9.
000450     05  FILLER                    PIC X(09) VALUE '  ADDED '.
000460     05  FT-ADDED                  PIC ZZ,ZZ9.
000470     05  FILLER                    PIC X(11) VALUE '  CHANGED '.
000480     05  FT-CHANGED                PIC ZZ,ZZ9.
000490     05  FILLER                    PIC X(14)
000500         VALUE '  TERMINATED '.
000510     05  FT-TERMINATED             PIC ZZ,ZZ9.
000520     05  FILLER                    PIC X(12) VALUE '  REJECTED '.
000530     05  FT-REJECTED               PIC ZZ,ZZ9.
000540     05  FILLER                    PIC X(15)
000550         VALUE '  RECORDS OUT  '.
000560     05  FT-RECORDS-OUT            PIC ZZZ,ZZ9.
000570     05  FILLER                    PIC X(19) VALUE SPACES.
000580 01  IPB-SUMMARY-HEADING.
000590     05  FILLER                    PIC X(40)
000600         VALUE 'IPB430 - MAINTENANCE RUN TOTALS'.
000610     05  FILLER                    PIC X(92) VALUE SPACES.
000620 01  IPB-COUNT-LINE.
000630     05  CL-LABEL                  PIC X(40).
000640     05  CL-COUNT                  PIC ZZZ,ZZ9.
000650     05  FILLER                    PIC X(85) VALUE SPACES.
000660 01  IPB-SIGNOFF-LINE.
000670     05  FILLER                    PIC X(22)
000680         VALUE 'SUPERVISOR SIGN-OFF  '.
000690     05  FILLER                    PIC X(33)
000700         VALUE '______________________________'.
000710     05  FILLER                    PIC X(06) VALUE 'DATE'.
000720     05  FILLER                    PIC X(10) VALUE '__________'.
000730     05  FILLER                    PIC X(61) VALUE SPACES.
