000010*****************************************************************
000020*    IPBINTG.CPY  -  CROSS-FILE INTEGRITY EXCEPTION RECORD
000030*    WRITTEN BY THE WEEKLY SWEEP (IPB420), ONE PER BROKEN
000040*    RELATIONSHIP FOUND BETWEEN THE CLAIM MASTER, THE HISTORY
000050*    MASTER, THE PAYMENT FILE, THE PAID-STATUS FILE AND THE
000060*    CHARGE DETAIL MASTER, IN CLAIM NUMBER PLUS
000070*    TRANSACTION-IND ORDER.  INTG-FILE-ID NAMES THE FILE WHOSE
000080*    RECORD IS LEFT WITHOUT ITS PARTNER.  THE AMOUNTS DEPEND ON
000090*    THE TYPE:  TOTAL-CHARGES OF THE BILL IN EXPECTED, AND IN
000100*    ACTUAL THE DETAIL LINE FOOTING OR THE AMOUNT PAID.
000102*    FOR HM THE LATEST HISTORY VERSION'S TOTAL-CHARGES IS IN
000104*    EXPECTED, THE MASTER'S IN ACTUAL AND THE VERSION'S LOAD
000106*    DATE IN INTG-REFERENCE-DATE.
000110*****************************************************************
000120 01  IPB-INTEGRITY-EXCEPTION.
000130     05  INTG-EXCEPTION-TYPE         PIC X(02).
000140         88  INTG-NO-HISTORY            VALUE 'NH'.
000150         88  INTG-NOT-PRICED            VALUE 'NP'.
000160         88  INTG-PAID-NO-BILL          VALUE 'PN'.
000170         88  INTG-DETAIL-NOT-FOOTED     VALUE 'DF'.
000180         88  INTG-DETAIL-NO-BILL        VALUE 'DO'.
000185         88  INTG-HISTORY-MISMATCH      VALUE 'HM'.
000190     05  INTG-CLAIM-NUMBER           PIC X(19).
000200     05  INTG-TRANSACTION-IND        PIC 9.
000210     05  INTG-SWEEP-DATE             PIC 9(08).
000220     05  INTG-FILE-ID                PIC X(08).
000230     05  INTG-PROVIDER               PIC X(13).
000240     05  INTG-INTERMEDIARY-NUM       PIC 9(10).
000250     05  INTG-EXPECTED-AMOUNT        PIC S9(11)V99.
000260     05  INTG-ACTUAL-AMOUNT          PIC S9(11)V99.
000270     05  INTG-REFERENCE-NUM          PIC 9(15).
000280     05  INTG-REFERENCE-DATE         PIC 9(08).
000290     05  INTG-LINE-COUNT             PIC 9(05).
000300     05  INTG-DESCRIPTION            PIC X(40).
000310     05  FILLER                      PIC X(05).
