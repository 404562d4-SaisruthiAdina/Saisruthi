000010*****************************************************************
000020*    IPBRAUD.CPY  -  REFERENCE MASTER CHANGE AUDIT RECORD.  ONE
000030*    RECORD IS WRITTEN BY IPB430 FOR EVERY MAINTENANCE CARD
000040*    APPLIED TO THE PROVIDER, BENEFICIARY, OTHER-COVERAGE OR
000050*    CODE REFERENCE MASTER, CARRYING THE RECORD IMAGE BEFORE
000060*    AND AFTER THE CHANGE.  THE BEFORE IMAGE IS SPACES ON AN
000070*    ADD AND THE AFTER IMAGE IS SPACES WHEN A CODE IS REMOVED.
000080*    THE IMAGES ARE LEFT-JUSTIFIED AND PADDED WITH SPACES TO
000090*    THE LENGTH OF THE LONGEST MASTER RECORD.
000100*****************************************************************
000110 01  IPB-REF-AUDIT-RECORD.
000120     05  RAUD-FILE-NAME              PIC X(08).
000130     05  RAUD-ACTION                 PIC X(01).
000140         88  RAUD-ADD                   VALUE 'A'.
000150         88  RAUD-CHANGE                VALUE 'C'.
000160         88  RAUD-TERMINATE             VALUE 'T'.
000170     05  RAUD-KEY                    PIC X(13).
000180     05  RAUD-TIMESTAMP.
000190         10  RAUD-RUN-DATE           PIC 9(08).
000200         10  RAUD-RUN-TIME           PIC 9(08).
000210     05  RAUD-CARD-SEQ               PIC 9(07).
000220     05  RAUD-BEFORE-IMAGE           PIC X(140).
000230     05  RAUD-AFTER-IMAGE            PIC X(140).
000240     05  FILLER                      PIC X(05).
