000050 01  IPB-HEADING-1.
000060     05  FILLER                    PIC X(34)
000070         VALUE 'IPB330 - EXAMINER DOSSIER'.
000080     05  FILLER                    PIC X(78) VALUE SPACES.
000083     05  FILLER                    PIC X(12) VALUE 'CYCLE DATE  '.
000086     05  H1-CYCLE-DATE             PIC 9(08).
000090 01  IPB-HEADING-2.
000100     05  FILLER                    PIC X(15)
000110         VALUE 'CRITERION    : '.
001030         VALUE '      NEW CHARGES'.
001040     05  FILLER                    PIC X(10) VALUE 'RUN DATE'.
001050     05  FILLER                    PIC X(10) VALUE 'RUN TIME'.
001055     05  FILLER                    PIC X(05) VALUE 'FLD'.
001060     05  FILLER                    PIC X(05) VALUE 'RSN'.
001065     05  FILLER                    PIC X(47) VALUE 'EXAMINER'.
001070 01  IPB-AUDIT-LINE.
001080     05  AL-CLAIM-NUMBER           PIC X(19).
001090     05  FILLER                    PIC X(02) VALUE SPACES.
001140     05  AL-RUN-DATE               PIC 9(08).
001150     05  FILLER                    PIC X(02) VALUE SPACES.
001160     05  AL-RUN-TIME               PIC 9(08).
001162     05  FILLER                    PIC X(02) VALUE SPACES.
001164     05  AL-ADJ-FIELD              PIC X(02).
001166     05  FILLER                    PIC X(03) VALUE SPACES.
001168     05  AL-REASON-CODE            PIC X(02).
001170     05  FILLER                    PIC X(03) VALUE SPACES.
001172     05  AL-EXAMINER-ID            PIC X(06).
001174     05  FILLER                    PIC X(41) VALUE SPACES.
001180 01  IPB-SUSPENSE-HEADING.
001190     05  FILLER                    PIC X(21) VALUE 'CLAIM NUMBER'.
001200     05  FILLER                    PIC X(08) VALUE 'REASON'.
