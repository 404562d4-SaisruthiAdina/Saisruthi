000010*****************************************************************
000020*    IPBRPT22.CPY  -  PRINT LINE LAYOUTS FOR THE PROCESSING
000030*    CYCLE OPEN / CLOSE REPORT (IPB380).
000040*****************************************************************
000050 01  IPB-HEADING-1.
000060     05  FILLER                    PIC X(44)
000070         VALUE 'IPB380 - PROCESSING CYCLE OPEN / CLOSE'.
000080     05  FILLER                    PIC X(68) VALUE SPACES.
000090     05  FILLER                    PIC X(12) VALUE 'CYCLE DATE  '.
000100     05  H1-CYCLE-DATE             PIC 9(08).
000110 01  IPB-HEADING-2.
000120     05  FILLER                    PIC X(32) VALUE 'ITEM'.
000130     05  FILLER                    PIC X(100) VALUE 'VALUE'.
000140 01  IPB-ITEM-LINE.
000150     05  IL-LABEL                  PIC X(30).
000160     05  FILLER                    PIC X(02) VALUE SPACES.
000170     05  IL-VALUE                  PIC X(60).
000180     05  FILLER                    PIC X(40) VALUE SPACES.
