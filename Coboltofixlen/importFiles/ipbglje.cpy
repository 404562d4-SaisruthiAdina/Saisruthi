000010*****************************************************************
000020*    IPBGLJE.CPY  -  GENERAL LEDGER JOURNAL RECORD WRITTEN BY
000030*    IPB410 FOR THE FINANCE GENERAL LEDGER, ONE BATCH PER
000040*    PROCESSING CYCLE:  A BATCH HEADER, THE JOURNAL ENTRIES,
000050*    THEN A BATCH TRAILER CARRYING THE ENTRY COUNT AND THE
000060*    DEBIT AND CREDIT TOTALS, WHICH ARE ALWAYS EQUAL.  ENTRIES
000070*    ARE SUMMARIZED BY BENEFIT YEAR, INTERMEDIARY AND ACTIVITY
000080*    TYPE AND COME IN DEBIT / CREDIT PAIRS.  AMOUNTS ARE
000090*    UNSIGNED; GLJD-DR-CR-IND GIVES THE SIDE.
000100*****************************************************************
000110 01  IPB-GL-JOURNAL-RECORD.
000120     05  GLJ-RECORD-TYPE             PIC X(01).
000130         88  GLJ-BATCH-HEADER           VALUE 'H'.
000140         88  GLJ-ENTRY                  VALUE 'D'.
000150         88  GLJ-BATCH-TRAILER          VALUE 'T'.
000160     05  GLJ-BATCH-DATE              PIC 9(08).
000170     05  GLJ-DATA                    PIC X(91).
000180     05  GLJ-HEADER-DATA REDEFINES GLJ-DATA.
000190         10  GLJH-SOURCE-PROGRAM     PIC X(08).
000200         10  GLJH-DESCRIPTION        PIC X(30).
000210         10  FILLER                  PIC X(53).
000220     05  GLJ-ENTRY-DATA REDEFINES GLJ-DATA.
000230         10  GLJD-LINE-NUMBER        PIC 9(06).
000240         10  GLJD-ACCOUNT            PIC X(10).
000250         10  GLJD-BENEFIT-YEAR       PIC 9(04).
000260         10  GLJD-INTERMEDIARY-NUM   PIC 9(10).
000270         10  GLJD-ACTIVITY-TYPE      PIC X(02).
000280             88  GLJD-PRICED-LIABILITY  VALUE 'PL'.
000290             88  GLJD-DISBURSED-CASH    VALUE 'DC'.
000300             88  GLJD-REPRICE-ADJUST    VALUE 'RA'.
000310             88  GLJD-MSP-DENIAL        VALUE 'MD'.
000312             88  GLJD-RECEIVABLE-OPENED VALUE 'OR'.
000314             88  GLJD-RECOUPMENT        VALUE 'RC'.
000320         10  GLJD-DR-CR-IND          PIC X(01).
000330             88  GLJD-DEBIT             VALUE 'D'.
000340             88  GLJD-CREDIT            VALUE 'C'.
000350         10  GLJD-AMOUNT             PIC 9(11)V99.
000360         10  GLJD-ITEM-COUNT         PIC 9(07).
000370         10  GLJD-DESCRIPTION        PIC X(20).
000380         10  FILLER                  PIC X(18).
000390     05  GLJ-TRAILER-DATA REDEFINES GLJ-DATA.
000400         10  GLJT-ENTRY-COUNT        PIC 9(07).
000410         10  GLJT-DEBIT-TOTAL        PIC 9(13)V99.
000420         10  GLJT-CREDIT-TOTAL       PIC 9(13)V99.
000430         10  FILLER                  PIC X(54).
