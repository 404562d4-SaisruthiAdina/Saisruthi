000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    IPB390.
000030 AUTHOR.        D SHEPHERD.
000040 INSTALLATION.  INPATIENT BILLING SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    ---------------------------------------------------------
000100*    10/15/2026  DS   ORIGINAL PROGRAM - EXAMINER CLAIM
000110*                     ADJUSTMENT.  APPLIES THE EXAMINERS'
000120*                     ADJUSTMENT CARDS (EXAMADJ) TO BILLS
000130*                     ALREADY ON THE INDEXED CLAIM MASTER.
000140*                     EACH CARD NAMES ONE FIELD - FULL DAYS,
000150*                     COINSURANCE DAYS, LIFETIME RESERVE DAYS,
000160*                     INPATIENT OR BLOOD DEDUCTIBLE, OR
000170*                     TOTAL-CHARGES - ITS NEW VALUE, A REASON
000180*                     CODE AND THE EXAMINER ID.  A CARD THAT
000190*                     PASSES ITS EDITS IS APPLIED AS A REPLACE,
000200*                     JOURNALED TO MSTJRNL FOR THE IPB350
000210*                     REBUILD, AND AUDITED ON ADJAUDIT BESIDE
000220*                     THE IPB240 AUTO-ADJUSTMENT RECORDS.
000230*                     EVERY ADJUSTED BILL FOUND PRICED CLEAN ON
000240*                     THE PAYMENT FILE (PAYIN) IS REPRICED
000250*                     BEFORE AND AFTER ITS ADJUSTMENTS AT THE
000260*                     RATECARD RATES, AND A DELTA ADJUSTMENT
000270*                     PAYMENT RECORD IN THE IPB340 FORMAT IS
000280*                     WRITTEN TO EXAMPAY FOR IPB320 (EXAMPAY IS
000290*                     READ THROUGH THE IPB320 ADJPAY DD).  THE
000300*                     REGISTER LISTS EVERY CARD APPLIED OR
000310*                     REJECTED WITH ITS REASON, THEN THE
000320*                     REPRICE OF EACH ADJUSTED BILL.
000321*    10/15/2026  DS   DELTA RECORDS ARE MARKED AS EXAMINER DELTAS
000322*                     WITH THE RUN'S SEQUENCE WITHIN THE CYCLE
000323*                     (PAY-DELTA-ID 'E' + 1-9, FROM THE IPB390
000324*                     RUN-CONTROL RECORDS ALREADY DATED THE
000325*                     CYCLE), SO IPB320 APPLIES A SECOND RUN'S
000326*                     DELTAS INSTEAD OF TAKING THEM FOR REPEATS.
000327*    10/15/2026  DS   THE ORIGINAL SIDE OF A REPRICE NOW CARRIES
000328*                     THE BEFORE IMAGE'S DEDUCTIBLE, NOT PAYIN'S.
000329*                     A BILL HELD BY IPB280 AND SINCE RELEASED
000330*                     IS REPRICED FROM ITS PRICED PAYIN RECORD;
000331*                     ONLY A BILL WITH NO PRICED RECORD IS LISTED
000332*                     AS NOT REPRICED, ONCE PAYIN IS EXHAUSTED.
000333*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT EXAM-CARD-FILE    ASSIGN TO EXAMADJ
000410            ORGANIZATION IS SEQUENTIAL.
000420     SELECT CLAIM-MASTER-FILE ASSIGN TO CLAIMMST
000430            ORGANIZATION IS INDEXED
000440            ACCESS MODE IS RANDOM
000450            RECORD KEY IS IPB-MAST-KEY.
000460     SELECT JOURNAL-FILE      ASSIGN TO MSTJRNL
000470            ORGANIZATION IS SEQUENTIAL.
000480     SELECT OPTIONAL AUDIT-FILE ASSIGN TO ADJAUDIT
000490            ORGANIZATION IS SEQUENTIAL.
000500     SELECT RATE-FILE         ASSIGN TO RATECARD
000510            ORGANIZATION IS SEQUENTIAL.
000520     SELECT OPTIONAL PAY-IN-FILE ASSIGN TO PAYIN
000530            ORGANIZATION IS SEQUENTIAL.
000540     SELECT ADJ-PAY-FILE      ASSIGN TO EXAMPAY
000550            ORGANIZATION IS SEQUENTIAL.
000560     SELECT REPORT-FILE       ASSIGN TO EXAMRPT
000570            ORGANIZATION IS SEQUENTIAL.
000580     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
000590            ORGANIZATION IS SEQUENTIAL.
000600     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000610            ORGANIZATION IS SEQUENTIAL.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  EXAM-CARD-FILE
000650     RECORDING MODE IS F.
000660 COPY "ipbexad".
000670 FD  CLAIM-MASTER-FILE.
000680 COPY "ipbmast".
000690 FD  JOURNAL-FILE
000700     RECORDING MODE IS F.
000710 COPY "ipbjrnl".
000720 FD  AUDIT-FILE
000730     RECORDING MODE IS F.
000740 COPY "ipbaudt".
000750 FD  RATE-FILE
000760     RECORDING MODE IS F.
000770 COPY "ipbrate".
000780 FD  PAY-IN-FILE
000790     RECORDING MODE IS F.
000800 COPY "ipbpay" REPLACING ==IPB-PAYMENT-RECORD==
000810     BY ==IPB-PAY-IN-RECORD==.
000820 FD  ADJ-PAY-FILE
000830     RECORDING MODE IS F.
000840 COPY "ipbpay".
000850 FD  REPORT-FILE
000860     RECORDING MODE IS F.
000870 01  REPORT-RECORD               PIC X(132).
000880 FD  RUN-CONTROL-FILE
000890     RECORDING MODE IS F.
000900 COPY "ipbrctl".
000910 FD  CYCLE-CONTROL-FILE
000920     RECORDING MODE IS F.
000930 COPY "ipbcycl".
000940 WORKING-STORAGE SECTION.
000950*****************************************************************
000960*    SWITCHES AND COUNTERS
000970*****************************************************************
000980 77  IPB-CARD-EOF-SW             PIC X(01)   VALUE 'N'.
000990     88  IPB-CARD-END-OF-FILE                VALUE 'Y'.
001000 77  IPB-RATE-EOF-SW             PIC X(01)   VALUE 'N'.
001010     88  IPB-RATE-END-OF-FILE                VALUE 'Y'.
001020 77  IPB-PAY-EOF-SW              PIC X(01)   VALUE 'N'.
001030     88  IPB-PAY-END-OF-FILE                 VALUE 'Y'.
001033 77  IPB-RCTL-EOF-SW             PIC X(01)   VALUE 'N'.
001036     88  IPB-RCTL-END-OF-FILE                VALUE 'Y'.
001040 77  IPB-RATE-FOUND-SW           PIC X(01)   VALUE 'N'.
001050     88  IPB-RATE-FOUND                      VALUE 'Y'.
001060     88  IPB-RATE-NOT-FOUND                  VALUE 'N'.
001070 77  IPB-BILL-FOUND-SW           PIC X(01)   VALUE 'N'.
001080     88  IPB-BILL-FOUND                      VALUE 'Y'.
001090     88  IPB-BILL-NOT-FOUND                  VALUE 'N'.
001100 77  IPB-REJECT-REASON           PIC X(30)   VALUE SPACES.
001110 77  IPB-CARD-COUNT              PIC 9(07)   COMP  VALUE ZERO.
001120 77  IPB-APPLIED-COUNT           PIC 9(07)   COMP  VALUE ZERO.
001130 77  IPB-REJECTED-COUNT          PIC 9(07)   COMP  VALUE ZERO.
001140 77  IPB-PAY-IN-COUNT            PIC 9(09)   COMP  VALUE ZERO.
001150 77  IPB-ADJ-OUT-COUNT           PIC 9(07)   COMP  VALUE ZERO.
001160 77  IPB-UNCHANGED-COUNT         PIC 9(07)   COMP  VALUE ZERO.
001170 77  IPB-NOT-REPRICED-COUNT      PIC 9(07)   COMP  VALUE ZERO.
001180 77  IPB-RATE-COUNT              PIC 9(03)   COMP  VALUE ZERO.
001190 77  IPB-BILL-COUNT              PIC 9(05)   COMP  VALUE ZERO.
001200 77  IPB-BILL-SUB                PIC 9(05)   COMP  VALUE ZERO.
001210 77  IPB-BENEFIT-YEAR            PIC 9(04)         VALUE ZERO.
001220 77  IPB-SEARCH-KEY              PIC X(20)   VALUE SPACES.
001230 77  IPB-BEFORE-IMAGE            PIC X(124)  VALUE SPACES.
001240 77  IPB-OLD-VALUE               PIC S9(7)V99      VALUE ZERO.
001250 77  IPB-OLD-CHARGES             PIC S9(7)V99      VALUE ZERO.
001260 77  IPB-TEST-FULL-DAYS          PIC 9(07)         VALUE ZERO.
001270 77  IPB-TEST-COINS-DAYS         PIC 9(07)         VALUE ZERO.
001280 77  IPB-TEST-LTR-DAYS           PIC 9(07)         VALUE ZERO.
001290 77  IPB-NET-CHARGE-CHANGE       PIC S9(13)V99     VALUE ZERO.
001300 77  IPB-OLD-INP-DED             PIC S9(4)V99      VALUE ZERO.
001310 77  IPB-NEW-INP-DED             PIC S9(4)V99      VALUE ZERO.
001320 77  IPB-OLD-COINS-AMOUNT        PIC S9(7)V99      VALUE ZERO.
001330 77  IPB-NEW-COINS-AMOUNT        PIC S9(7)V99      VALUE ZERO.
001340 77  IPB-OLD-LTR-AMOUNT          PIC S9(7)V99      VALUE ZERO.
001350 77  IPB-NEW-LTR-AMOUNT          PIC S9(7)V99      VALUE ZERO.
001360 77  IPB-OLD-REIMBURSEMENT       PIC S9(9)V99      VALUE ZERO.
001370 77  IPB-NEW-REIMBURSEMENT       PIC S9(9)V99      VALUE ZERO.
001380 77  IPB-DELTA-COINS             PIC S9(7)V99      VALUE ZERO.
001390 77  IPB-DELTA-LTR               PIC S9(7)V99      VALUE ZERO.
001400 77  IPB-DELTA-REIMB             PIC S9(9)V99      VALUE ZERO.
001430 77  IPB-GRAND-DELTA-TOTAL       PIC S9(11)V99     VALUE ZERO.
001440 77  IPB-CYCLE-DATE              PIC 9(08)         VALUE ZERO.
001443 77  IPB-PRIOR-RUN-COUNT         PIC 9(03)   COMP  VALUE ZERO.
001446 77  IPB-RUN-SEQ                 PIC 9(01)         VALUE ZERO.
001450 01  IPB-RATE-TABLE.
001460     05  IPB-RATE-ENTRY OCCURS 1 TO 100 TIMES
001470             DEPENDING ON IPB-RATE-COUNT
001480             ASCENDING KEY IS RT-BENEFIT-YEAR
001490             INDEXED BY IPB-RATE-IDX.
001500         10  RT-BENEFIT-YEAR         PIC 9(04).
001510         10  RT-COINS-PER-DAY        PIC 9(05)V99.
001520         10  RT-LTR-PER-DAY          PIC 9(05)V99.
001530*****************************************************************
001540*    ONE ENTRY PER BILL ADJUSTED THIS RUN:  ITS IMAGE BEFORE
001550*    THE FIRST CARD APPLIED AND AFTER THE LAST, AND WHETHER
001560*    ITS PAYMENT RECORD HAS BEEN SEEN ON PAYIN
001570*****************************************************************
001580 01  IPB-BILL-TABLE.
001590     05  IPB-BILL-ENTRY OCCURS 1 TO 1000 TIMES
001600             DEPENDING ON IPB-BILL-COUNT.
001610         10  BT-KEY                  PIC X(20).
001620         10  BT-BEFORE-IMAGE         PIC X(124).
001630         10  BT-AFTER-IMAGE          PIC X(124).
001640         10  BT-PAY-SW               PIC X(01).
001650             88  BT-PAY-SEEN            VALUE 'Y'.
001660             88  BT-PAY-NOT-SEEN        VALUE 'N'.
001665             88  BT-ZERO-PAY-SEEN       VALUE 'Z'.
001670 COPY "cobol"   REPLACING ==MY-RECORD== BY ==IPB-MAST-CLAIM==.
001680 COPY "cobol"   REPLACING ==MY-RECORD== BY ==IPB-OLD-CLAIM==.
001690 COPY "cobol"   REPLACING ==MY-RECORD== BY ==IPB-NEW-CLAIM==.
001700 COPY "ipbrpt23".
001710 PROCEDURE DIVISION.
001720*****************************************************************
001730*    0000-MAINLINE
001740*****************************************************************
001750 0000-MAINLINE.
001760     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
001765     PERFORM 0200-SET-RUN-SEQUENCE THRU 0200-EXIT.
001770     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001780     PERFORM 2000-APPLY-CARD     THRU 2000-EXIT
001790             UNTIL IPB-CARD-END-OF-FILE.
001800     PERFORM 3000-REPRICE-BILLS  THRU 3000-EXIT.
001810     PERFORM 4000-PRINT-TOTALS   THRU 4000-EXIT.
001820     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
001830     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
001840     STOP RUN.
001850*****************************************************************
001860*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
001870*    STAMPED ON EVERYTHING THIS RUN WRITES.  THE CYCLE MUST BE
001880*    OPEN (IPB380).
001890*****************************************************************
001900 0100-READ-CYCLE-CONTROL.
001910     OPEN INPUT CYCLE-CONTROL-FILE.
001920     READ CYCLE-CONTROL-FILE
001930         AT END
001940             DISPLAY 'IPB390 - NO CYCLE CONTROL RECORD ON CYCLCTL'
001950             DISPLAY 'IPB390 - ABENDING - SUPPLY CYCLCTL'
001960             STOP RUN
001970     END-READ.
001980     IF NOT CYCL-CYCLE-OPEN
001990         DISPLAY 'IPB390 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
002000             ' IS CLOSED'
002010         DISPLAY 'IPB390 - ABENDING - RUN IPB380 TO OPEN CYCLE'
002020         STOP RUN
002030     END-IF.
002040     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
002050     CLOSE CYCLE-CONTROL-FILE.
002060 0100-EXIT.
002070     EXIT.
002071*****************************************************************
002072*    0200-SET-RUN-SEQUENCE - THIS RUN'S NUMBER WITHIN THE CYCLE,
002073*    ONE MORE THAN THE IPB390 RUN-CONTROL RECORDS ALREADY DATED
002074*    THE CYCLE DATE.  IT MARKS EVERY DELTA THE RUN WRITES.
002075*****************************************************************
002076 0200-SET-RUN-SEQUENCE.
002077     OPEN INPUT RUN-CONTROL-FILE.
002078     PERFORM 0250-COUNT-PRIOR-RUN THRU 0250-EXIT
002079             UNTIL IPB-RCTL-END-OF-FILE.
002080     CLOSE RUN-CONTROL-FILE.
002081     IF IPB-PRIOR-RUN-COUNT >= 9
002082         DISPLAY 'IPB390 - ALREADY RUN 9 TIMES IN CYCLE '
002083             IPB-CYCLE-DATE
002084         DISPLAY 'IPB390 - ABENDING - CLOSE THE CYCLE FIRST'
002085         STOP RUN
002086     END-IF.
002087     COMPUTE IPB-RUN-SEQ = IPB-PRIOR-RUN-COUNT + 1.
002088 0200-EXIT.
002089     EXIT.
002090*****************************************************************
002091*    0250-COUNT-PRIOR-RUN
002092*****************************************************************
002093 0250-COUNT-PRIOR-RUN.
002094     READ RUN-CONTROL-FILE
002095         AT END
002096             SET IPB-RCTL-END-OF-FILE TO TRUE
002097             GO TO 0250-EXIT
002098     END-READ.
002099     IF RCTL-PROGRAM-ID = 'IPB390'
002100         AND RCTL-RUN-DATE = IPB-CYCLE-DATE
002101         ADD 1 TO IPB-PRIOR-RUN-COUNT
002102     END-IF.
002103 0250-EXIT.
002104     EXIT.
002105*****************************************************************
002106*    1000-INITIALIZE - RATE TABLE, FILES AND REPORT HEADINGS
002107*****************************************************************
002110 1000-INITIALIZE.
002120     OPEN INPUT  RATE-FILE.
002130     PERFORM 1100-LOAD-RATES THRU 1100-EXIT
002140             UNTIL IPB-RATE-END-OF-FILE.
002150     CLOSE RATE-FILE.
002160     IF IPB-RATE-COUNT = ZERO
002170         DISPLAY 'IPB390 - NO RATE CARDS SUPPLIED'
002180         DISPLAY 'IPB390 - ABENDING - RATECARD FILE EMPTY'
002190         STOP RUN
002200     END-IF.
002210     OPEN INPUT  EXAM-CARD-FILE.
002220     OPEN I-O    CLAIM-MASTER-FILE.
002230     OPEN EXTEND JOURNAL-FILE
002240                 AUDIT-FILE.
002250     OPEN OUTPUT ADJ-PAY-FILE
002260                 REPORT-FILE.
002270     MOVE IPB-CYCLE-DATE TO H1-CYCLE-DATE.
002280     WRITE REPORT-RECORD FROM IPB-HEADING-1.
002290     WRITE REPORT-RECORD FROM IPB-HEADING-2.
002300     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002310 1000-EXIT.
002320     EXIT.
002330*****************************************************************
002340*    1100-LOAD-RATES - BUILD THE BENEFIT-YEAR RATE TABLE
002350*****************************************************************
002360 1100-LOAD-RATES.
002370     READ RATE-FILE
002380         AT END
002390             SET IPB-RATE-END-OF-FILE TO TRUE
002400             GO TO 1100-EXIT
002410     END-READ.
002420     IF IPB-RATE-COUNT >= 100
002430         DISPLAY 'IPB390 - RATE TABLE FULL AT 100 ENTRIES'
002440         DISPLAY 'IPB390 - ABENDING - RATECARD FILE TOO LARGE'
002450         STOP RUN
002460     END-IF.
002470     ADD 1 TO IPB-RATE-COUNT.
002480     MOVE RATE-BENEFIT-YEAR
002490         TO RT-BENEFIT-YEAR(IPB-RATE-COUNT).
002500     MOVE RATE-COINS-PER-DAY
002510         TO RT-COINS-PER-DAY(IPB-RATE-COUNT).
002520     MOVE RATE-LTR-PER-DAY
002530         TO RT-LTR-PER-DAY(IPB-RATE-COUNT).
002540 1100-EXIT.
002550     EXIT.
002560*****************************************************************
002570*    2000-APPLY-CARD - EDIT ONE ADJUSTMENT CARD AND EITHER
002580*    APPLY IT TO THE MASTER OR LIST IT AS REJECTED
002590*****************************************************************
002600 2000-APPLY-CARD.
002610     PERFORM 2200-EDIT-CARD THRU 2200-EXIT.
002620     IF IPB-REJECT-REASON = SPACES
002630         PERFORM 2300-CHANGE-MASTER THRU 2300-EXIT
002640     ELSE
002650         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
002660     END-IF.
002670     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002680 2000-EXIT.
002690     EXIT.
002700*****************************************************************
002710*    2100-READ-CARD
002720*****************************************************************
002730 2100-READ-CARD.
002740     READ EXAM-CARD-FILE
002750         AT END
002760             SET IPB-CARD-END-OF-FILE TO TRUE
002770             GO TO 2100-EXIT
002780     END-READ.
002790     ADD 1 TO IPB-CARD-COUNT.
002800 2100-EXIT.
002810     EXIT.
002820*****************************************************************
002830*    2200-EDIT-CARD - REQUIRED FIELDS, FIELD CODE, VALUE AND
002840*    RANGE EDITS, THEN A KEYED READ OF THE BILL.  THE FIRST
002850*    FAILURE FOUND IS THE REJECT REASON.  THE DAY COUNTS ARE
002860*    CROSS-EDITED AS THEY WILL STAND AFTER THE CHANGE.
002870*****************************************************************
002880 2200-EDIT-CARD.
002890     MOVE SPACES TO IPB-REJECT-REASON.
002900     MOVE ZERO   TO IPB-OLD-VALUE.
002910     IF EXAD-CLAIM-NUMBER = SPACES
002920         MOVE 'CLAIM NUMBER MISSING' TO IPB-REJECT-REASON
002930         GO TO 2200-EXIT
002940     END-IF.
002950     IF EXAD-TRANSACTION-IND NOT NUMERIC
002960         MOVE 'TRANSACTION-IND NOT NUMERIC' TO IPB-REJECT-REASON
002970         GO TO 2200-EXIT
002980     END-IF.
002990     IF NOT EXAD-VALID-FIELD
003000         MOVE 'INVALID FIELD CODE' TO IPB-REJECT-REASON
003010         GO TO 2200-EXIT
003020     END-IF.
003030     IF EXAD-NEW-VALUE NOT NUMERIC
003040         MOVE 'NEW VALUE NOT NUMERIC' TO IPB-REJECT-REASON
003050         GO TO 2200-EXIT
003060     END-IF.
003070     IF EXAD-REASON-CODE = SPACES
003080         MOVE 'REASON CODE MISSING' TO IPB-REJECT-REASON
003090         GO TO 2200-EXIT
003100     END-IF.
003110     IF EXAD-EXAMINER-ID = SPACES
003120         MOVE 'EXAMINER ID MISSING' TO IPB-REJECT-REASON
003130         GO TO 2200-EXIT
003140     END-IF.
003150     IF EXAD-DAY-FIELD
003160         AND EXAD-NEW-CENTS NOT = ZERO
003170         MOVE 'DAY COUNT NOT WHOLE DAYS' TO IPB-REJECT-REASON
003180         GO TO 2200-EXIT
003190     END-IF.
003200     EVALUATE TRUE
003210         WHEN EXAD-FULL-DAYS  AND EXAD-NEW-WHOLE > 99999
003220         WHEN EXAD-COINS-DAYS AND EXAD-NEW-WHOLE > 9999
003230         WHEN EXAD-LTR-DAYS   AND EXAD-NEW-WHOLE > 999999
003240         WHEN EXAD-DED-FIELD  AND EXAD-NEW-WHOLE > 9999
003250             MOVE 'NEW VALUE TOO LARGE FOR FIELD'
003260                 TO IPB-REJECT-REASON
003270             GO TO 2200-EXIT
003280     END-EVALUATE.
003290     MOVE EXAD-CLAIM-NUMBER    TO IPB-MAST-CLAIM-NUMBER.
003300     MOVE EXAD-TRANSACTION-IND TO IPB-MAST-TRANSACTION-IND.
003310     READ CLAIM-MASTER-FILE
003320         INVALID KEY
003330             MOVE 'BILL NOT ON CLAIM MASTER'
003340                 TO IPB-REJECT-REASON
003350             GO TO 2200-EXIT
003360     END-READ.
003370     MOVE IPB-MAST-CLAIM-IMAGE TO IPB-MAST-CLAIM.
003380     PERFORM 2250-GET-OLD-VALUE THRU 2250-EXIT.
003390     IF IPB-OLD-VALUE = EXAD-NEW-VALUE
003400         MOVE 'NEW VALUE SAME AS MASTER' TO IPB-REJECT-REASON
003410         GO TO 2200-EXIT
003420     END-IF.
003430     IF EXAD-DAY-FIELD
003440         AND IPB-TEST-COINS-DAYS + IPB-TEST-LTR-DAYS
003450             > IPB-TEST-FULL-DAYS
003460         MOVE 'COINS + LTR DAYS EXCEED FULL' TO IPB-REJECT-REASON
003470         GO TO 2200-EXIT
003480     END-IF.
003490 2200-EXIT.
003500     EXIT.
003510*****************************************************************
003520*    2250-GET-OLD-VALUE - THE VALUE THE CARD REPLACES, AND THE
003530*    BILL'S DAY COUNTS AS THEY WILL STAND AFTER THE CHANGE
003540*****************************************************************
003550 2250-GET-OLD-VALUE.
003560     MOVE FULL-DAYS         IN IPB-MAST-CLAIM
003570         TO IPB-TEST-FULL-DAYS.
003580     MOVE COINSURANCE-DAYS  IN IPB-MAST-CLAIM
003590         TO IPB-TEST-COINS-DAYS.
003600     MOVE LIFETIME-RES-DAYS IN IPB-MAST-CLAIM
003610         TO IPB-TEST-LTR-DAYS.
003620     EVALUATE TRUE
003630         WHEN EXAD-FULL-DAYS
003640             MOVE FULL-DAYS IN IPB-MAST-CLAIM TO IPB-OLD-VALUE
003650             MOVE EXAD-NEW-WHOLE TO IPB-TEST-FULL-DAYS
003660         WHEN EXAD-COINS-DAYS
003670             MOVE COINSURANCE-DAYS IN IPB-MAST-CLAIM
003680                 TO IPB-OLD-VALUE
003690             MOVE EXAD-NEW-WHOLE TO IPB-TEST-COINS-DAYS
003700         WHEN EXAD-LTR-DAYS
003710             MOVE LIFETIME-RES-DAYS IN IPB-MAST-CLAIM
003720                 TO IPB-OLD-VALUE
003730             MOVE EXAD-NEW-WHOLE TO IPB-TEST-LTR-DAYS
003740         WHEN EXAD-INPATIENT-DED
003750             MOVE INPATIENT-DED IN IPB-MAST-CLAIM
003760                 TO IPB-OLD-VALUE
003770         WHEN EXAD-BLOOD-DED
003780             MOVE BLOOD-DED IN IPB-MAST-CLAIM TO IPB-OLD-VALUE
003790         WHEN EXAD-TOTAL-CHARGES
003800             MOVE TOTAL-CHARGES IN IPB-MAST-CLAIM
003810                 TO IPB-OLD-VALUE
003820     END-EVALUATE.
003830 2250-EXIT.
003840     EXIT.
003850*****************************************************************
003860*    2300-CHANGE-MASTER - APPLY THE CARD AS A REPLACE OF THE
003870*    BILL ON THE MASTER, JOURNAL IT, AUDIT IT, AND NOTE THE
003880*    BILL FOR REPRICING
003890*****************************************************************
003900 2300-CHANGE-MASTER.
003910     MOVE IPB-MAST-CLAIM-IMAGE TO IPB-BEFORE-IMAGE.
003920     MOVE TOTAL-CHARGES IN IPB-MAST-CLAIM TO IPB-OLD-CHARGES.
003930     EVALUATE TRUE
003940         WHEN EXAD-FULL-DAYS
003950             MOVE EXAD-NEW-WHOLE
003960                 TO FULL-DAYS IN IPB-MAST-CLAIM
003970         WHEN EXAD-COINS-DAYS
003980             MOVE EXAD-NEW-WHOLE
003990                 TO COINSURANCE-DAYS IN IPB-MAST-CLAIM
004000         WHEN EXAD-LTR-DAYS
004010             MOVE EXAD-NEW-WHOLE
004020                 TO LIFETIME-RES-DAYS IN IPB-MAST-CLAIM
004030         WHEN EXAD-INPATIENT-DED
004040             MOVE EXAD-NEW-VALUE
004050                 TO INPATIENT-DED IN IPB-MAST-CLAIM
004060         WHEN EXAD-BLOOD-DED
004070             MOVE EXAD-NEW-VALUE
004080                 TO BLOOD-DED IN IPB-MAST-CLAIM
004090         WHEN EXAD-TOTAL-CHARGES
004100             MOVE EXAD-NEW-VALUE
004110                 TO TOTAL-CHARGES IN IPB-MAST-CLAIM
004120     END-EVALUATE.
004130     MOVE IPB-MAST-CLAIM TO IPB-MAST-CLAIM-IMAGE.
004140     REWRITE IPB-MASTER-RECORD
004150     END-REWRITE.
004160     SET JRNL-REPLACE TO TRUE.
004170     MOVE IPB-BEFORE-IMAGE     TO JRNL-BEFORE-IMAGE.
004180     MOVE IPB-MAST-CLAIM-IMAGE TO JRNL-AFTER-IMAGE.
004190     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
004200     PERFORM 7100-WRITE-AUDIT THRU 7100-EXIT.
004210     COMPUTE IPB-NET-CHARGE-CHANGE = IPB-NET-CHARGE-CHANGE
004220         + TOTAL-CHARGES IN IPB-MAST-CLAIM - IPB-OLD-CHARGES.
004230     PERFORM 2400-NOTE-BILL THRU 2400-EXIT.
004240     MOVE 'APPLIED' TO IPB-REJECT-REASON.
004250     PERFORM 2900-WRITE-CARD-LINE THRU 2900-EXIT.
004260     MOVE SPACES TO IPB-REJECT-REASON.
004270     ADD 1 TO IPB-APPLIED-COUNT.
004280 2300-EXIT.
004290     EXIT.
004300*****************************************************************
004310*    2400-NOTE-BILL - THE FIRST CARD APPLIED TO A BILL ADDS IT
004320*    TO THE BILL TABLE WITH ITS ORIGINAL IMAGE; EVERY CARD
004330*    REFRESHES ITS ADJUSTED IMAGE
004340*****************************************************************
004350 2400-NOTE-BILL.
004360     MOVE IPB-MAST-KEY TO IPB-SEARCH-KEY.
004370     PERFORM 2440-FIND-BILL THRU 2440-EXIT.
004380     IF IPB-BILL-NOT-FOUND
004390         IF IPB-BILL-COUNT >= 1000
004400             DISPLAY 'IPB390 - BILL TABLE FULL AT 1000 ENTRIES'
004410             DISPLAY 'IPB390 - ABENDING - SPLIT THE EXAMADJ DECK'
004420             STOP RUN
004430         END-IF
004440         ADD 1 TO IPB-BILL-COUNT
004450         MOVE IPB-BILL-COUNT   TO IPB-BILL-SUB
004460         MOVE IPB-SEARCH-KEY   TO BT-KEY(IPB-BILL-SUB)
004470         MOVE IPB-BEFORE-IMAGE TO BT-BEFORE-IMAGE(IPB-BILL-SUB)
004480         SET BT-PAY-NOT-SEEN(IPB-BILL-SUB) TO TRUE
004490     END-IF.
004500     MOVE IPB-MAST-CLAIM-IMAGE TO BT-AFTER-IMAGE(IPB-BILL-SUB).
004510 2400-EXIT.
004520     EXIT.
004530*****************************************************************
004540*    2440-FIND-BILL - LEAVE IPB-BILL-SUB ON THE TABLE ENTRY
004550*    FOR IPB-SEARCH-KEY
004560*****************************************************************
004570 2440-FIND-BILL.
004580     SET IPB-BILL-NOT-FOUND TO TRUE.
004590     MOVE 1 TO IPB-BILL-SUB.
004600     PERFORM 2450-SEARCH-BILL THRU 2450-EXIT
004610             UNTIL IPB-BILL-FOUND
004620             OR IPB-BILL-SUB > IPB-BILL-COUNT.
004630 2440-EXIT.
004640     EXIT.
004650*****************************************************************
004660*    2450-SEARCH-BILL
004670*****************************************************************
004680 2450-SEARCH-BILL.
004690     IF BT-KEY(IPB-BILL-SUB) = IPB-SEARCH-KEY
004700         SET IPB-BILL-FOUND TO TRUE
004710     ELSE
004720         ADD 1 TO IPB-BILL-SUB
004730     END-IF.
004740 2450-EXIT.
004750     EXIT.
004760*****************************************************************
004770*    2800-REJECT-CARD - LIST THE CARD WITH ITS REJECT REASON.
004780*    NOTHING IS WRITTEN TO THE MASTER.
004790*****************************************************************
004800 2800-REJECT-CARD.
004810     PERFORM 2900-WRITE-CARD-LINE THRU 2900-EXIT.
004820     ADD 1 TO IPB-REJECTED-COUNT.
004830 2800-EXIT.
004840     EXIT.
004850*****************************************************************
004860*    2900-WRITE-CARD-LINE - ONE REGISTER LINE PER CARD, THE
004870*    STATUS COLUMN CARRYING 'APPLIED' OR THE REJECT REASON
004880*****************************************************************
004890 2900-WRITE-CARD-LINE.
004900     MOVE EXAD-CLAIM-NUMBER    TO DL-CLAIM-NUMBER.
004910     MOVE EXAD-TRANSACTION-IND TO DL-TRANSACTION-IND.
004920     MOVE EXAD-FIELD-CODE      TO DL-FIELD-CODE.
004930     MOVE IPB-OLD-VALUE        TO DL-OLD-VALUE.
004940     IF EXAD-NEW-VALUE NUMERIC
004950         MOVE EXAD-NEW-VALUE   TO DL-NEW-VALUE
004960     ELSE
004970         MOVE ZERO             TO DL-NEW-VALUE
004980     END-IF.
004990     MOVE EXAD-REASON-CODE     TO DL-REASON-CODE.
005000     MOVE EXAD-EXAMINER-ID     TO DL-EXAMINER-ID.
005010     MOVE IPB-REJECT-REASON    TO DL-STATUS.
005020     WRITE REPORT-RECORD FROM IPB-DETAIL-LINE.
005030 2900-EXIT.
005040     EXIT.
005050*****************************************************************
005060*    3000-REPRICE-BILLS - ONE PASS OF THE PAYMENT FILE.  EACH
005070*    ADJUSTED BILL IS REPRICED AGAINST THE FIRST PRICED
005080*    PAYMENT RECORD FOUND FOR IT.  PAYIN IS CUMULATIVE, SO A
005090*    BILL HELD BY IPB280 AND SINCE RELEASED HAS ITS ZERO-PAY
005093*    RECORD AHEAD OF ITS PRICED ONE.  A BILL WITH NO PRICED
005096*    RECORD IS ONLY LISTED, ONCE PAYIN IS EXHAUSTED.
005100*****************************************************************
005110 3000-REPRICE-BILLS.
005120     WRITE REPORT-RECORD FROM IPB-RPRC-HEADING-1.
005130     WRITE REPORT-RECORD FROM IPB-RPRC-HEADING-2.
005140     IF IPB-BILL-COUNT = ZERO
005150         GO TO 3000-EXIT
005160     END-IF.
005170     OPEN INPUT PAY-IN-FILE.
005180     PERFORM 3100-READ-PAYMENT THRU 3100-EXIT.
005190     PERFORM 3200-CHECK-PAYMENT THRU 3200-EXIT
005200             UNTIL IPB-PAY-END-OF-FILE.
005210     CLOSE PAY-IN-FILE.
005220     PERFORM 3800-LIST-UNPRICED THRU 3800-EXIT
005230             VARYING IPB-BILL-SUB FROM 1 BY 1
005240             UNTIL IPB-BILL-SUB > IPB-BILL-COUNT.
005250 3000-EXIT.
005260     EXIT.
005270*****************************************************************
005280*    3100-READ-PAYMENT
005290*****************************************************************
005300 3100-READ-PAYMENT.
005310     READ PAY-IN-FILE
005320         AT END
005330             SET IPB-PAY-END-OF-FILE TO TRUE
005340             GO TO 3100-EXIT
005350     END-READ.
005360     ADD 1 TO IPB-PAY-IN-COUNT.
005370 3100-EXIT.
005380     EXIT.
005390*****************************************************************
005400*    3200-CHECK-PAYMENT - IS THIS PAYMENT FOR AN ADJUSTED BILL.
005403*    A ZERO-PAY RECORD IS ONLY NOTED AGAINST THE BILL; THE BILL
005406*    IS REPRICED FROM ITS FIRST PRICED RECORD.
005410*****************************************************************
005420 3200-CHECK-PAYMENT.
005430     MOVE PAY-CLAIM-NUMBER IN IPB-PAY-IN-RECORD
005440         TO IPB-SEARCH-KEY(1:19).
005450     MOVE PAY-TRANSACTION-IND IN IPB-PAY-IN-RECORD
005460         TO IPB-SEARCH-KEY(20:1).
005470     PERFORM 2440-FIND-BILL THRU 2440-EXIT.
005480     IF IPB-BILL-FOUND
005484         AND NOT PAY-PRICED IN IPB-PAY-IN-RECORD
005488         AND BT-PAY-NOT-SEEN(IPB-BILL-SUB)
005492         SET BT-ZERO-PAY-SEEN(IPB-BILL-SUB) TO TRUE
005496     END-IF.
005500     IF IPB-BILL-FOUND
005504         AND PAY-PRICED IN IPB-PAY-IN-RECORD
005508         AND NOT BT-PAY-SEEN(IPB-BILL-SUB)
005512         SET BT-PAY-SEEN(IPB-BILL-SUB) TO TRUE
005516         PERFORM 3300-REPRICE-BILL THRU 3300-EXIT
005520     END-IF.
005530     PERFORM 3100-READ-PAYMENT THRU 3100-EXIT.
005540 3200-EXIT.
005550     EXIT.
005560*****************************************************************
005570*    3300-REPRICE-BILL - ONLY A RECORD PRICED CLEAN (BLANK
005580*    ZERO-PAY INDICATOR) IS REPRICED, AS IN IPB340.  THE
005590*    DELTA IS THE PAYMENT ON THE ADJUSTED IMAGE LESS THE
005600*    PAYMENT ON THE ORIGINAL IMAGE, BOTH AT THE CURRENT RATE
005610*    CARD, SO IT CARRIES THE EXAMINER'S CHANGES AND NOTHING
005620*    ELSE.
005630*****************************************************************
005640 3300-REPRICE-BILL.
005650     MOVE PAY-CLAIM-NUMBER IN IPB-PAY-IN-RECORD
005660         TO RL-CLAIM-NUMBER.
005670     MOVE PAY-TRANSACTION-IND IN IPB-PAY-IN-RECORD
005680         TO RL-TRANSACTION-IND.
005690     MOVE PAY-INTERMEDIARY-NUM IN IPB-PAY-IN-RECORD
005700         TO RL-INTERMED-NUM.
005710     MOVE ZERO TO RL-OLD-PAYMENT.
005720     MOVE ZERO TO RL-NEW-PAYMENT.
005730     MOVE ZERO TO RL-DIFFERENCE.
005780     MOVE PAY-BENEFIT-YEAR IN IPB-PAY-IN-RECORD
005790         TO IPB-BENEFIT-YEAR.
005800     PERFORM 3350-FIND-RATE THRU 3350-EXIT.
005810     IF IPB-RATE-NOT-FOUND
005820         MOVE 'NO RATE CARD - NOT REPRICED' TO RL-STATUS
005830         GO TO 3300-SKIP
005840     END-IF.
005850     MOVE BT-BEFORE-IMAGE(IPB-BILL-SUB) TO IPB-OLD-CLAIM.
005860     MOVE BT-AFTER-IMAGE(IPB-BILL-SUB)  TO IPB-NEW-CLAIM.
005870     PERFORM 3400-COMPUTE-DELTA THRU 3400-EXIT.
005880     MOVE IPB-OLD-REIMBURSEMENT TO RL-OLD-PAYMENT.
005890     MOVE IPB-NEW-REIMBURSEMENT TO RL-NEW-PAYMENT.
005900     MOVE IPB-DELTA-REIMB       TO RL-DIFFERENCE.
005910     IF IPB-DELTA-REIMB = ZERO
005920         AND IPB-DELTA-COINS = ZERO
005930         AND IPB-DELTA-LTR = ZERO
005940         MOVE 'PAYMENT UNCHANGED' TO RL-STATUS
005950         WRITE REPORT-RECORD FROM IPB-RPRC-LINE
005960         ADD 1 TO IPB-UNCHANGED-COUNT
005970         GO TO 3300-EXIT
005980     END-IF.
005990     PERFORM 3500-WRITE-ADJUSTMENT THRU 3500-EXIT.
006000     MOVE 'DELTA PAYMENT WRITTEN' TO RL-STATUS.
006010     WRITE REPORT-RECORD FROM IPB-RPRC-LINE.
006040     ADD IPB-DELTA-REIMB       TO IPB-GRAND-DELTA-TOTAL.
006050     GO TO 3300-EXIT.
006060 3300-SKIP.
006070     WRITE REPORT-RECORD FROM IPB-RPRC-LINE.
006080     ADD 1 TO IPB-NOT-REPRICED-COUNT.
006090 3300-EXIT.
006100     EXIT.
006110*****************************************************************
006120*    3350-FIND-RATE - LEAVE IPB-RATE-IDX ON THE RATE CARD FOR
006130*    THE BILL'S BENEFIT YEAR
006140*****************************************************************
006150 3350-FIND-RATE.
006160     SET IPB-RATE-NOT-FOUND TO TRUE.
006170     SET IPB-RATE-IDX TO 1.
006180     SEARCH ALL IPB-RATE-ENTRY
006190         AT END
006200             SET IPB-RATE-NOT-FOUND TO TRUE
006210         WHEN RT-BENEFIT-YEAR(IPB-RATE-IDX) = IPB-BENEFIT-YEAR
006220             SET IPB-RATE-FOUND TO TRUE
006230     END-SEARCH.
006240 3350-EXIT.
006250     EXIT.
006260*****************************************************************
006270*    3400-COMPUTE-DELTA - PRICE THE BEFORE AND AFTER IMAGES
006280*    AS IPB280 DOES, FLOORED AT ZERO, EACH WITH ITS OWN
006290*    INPATIENT DEDUCTIBLE.  A DEDUCTIBLE IPB280 WAIVED FOR THE
006300*    BENEFIT PERIOD (ZERO ON PAYIN) STAYS WAIVED ON BOTH SIDES
006305*    WHATEVER THE EXAMINER PUT ON THE BILL.
006310*****************************************************************
006320 3400-COMPUTE-DELTA.
006330     MOVE INPATIENT-DED IN IPB-OLD-CLAIM TO IPB-OLD-INP-DED.
006340     MOVE INPATIENT-DED IN IPB-NEW-CLAIM TO IPB-NEW-INP-DED.
006350     IF PAY-INPATIENT-DED IN IPB-PAY-IN-RECORD = ZERO
006360         AND IPB-OLD-INP-DED NOT = ZERO
006370         MOVE ZERO TO IPB-OLD-INP-DED
006380         MOVE ZERO TO IPB-NEW-INP-DED
006400     END-IF.
006410     COMPUTE IPB-OLD-COINS-AMOUNT =
006420         COINSURANCE-DAYS IN IPB-OLD-CLAIM
006430         * RT-COINS-PER-DAY(IPB-RATE-IDX).
006440     COMPUTE IPB-OLD-LTR-AMOUNT =
006450         LIFETIME-RES-DAYS IN IPB-OLD-CLAIM
006460         * RT-LTR-PER-DAY(IPB-RATE-IDX).
006470     COMPUTE IPB-OLD-REIMBURSEMENT =
006480         TOTAL-CHARGES IN IPB-OLD-CLAIM - IPB-OLD-INP-DED
006490         - BLOOD-DED IN IPB-OLD-CLAIM - IPB-OLD-COINS-AMOUNT
006500         - IPB-OLD-LTR-AMOUNT.
006510     IF IPB-OLD-REIMBURSEMENT < ZERO
006520         MOVE ZERO TO IPB-OLD-REIMBURSEMENT
006530     END-IF.
006540     COMPUTE IPB-NEW-COINS-AMOUNT =
006550         COINSURANCE-DAYS IN IPB-NEW-CLAIM
006560         * RT-COINS-PER-DAY(IPB-RATE-IDX).
006570     COMPUTE IPB-NEW-LTR-AMOUNT =
006580         LIFETIME-RES-DAYS IN IPB-NEW-CLAIM
006590         * RT-LTR-PER-DAY(IPB-RATE-IDX).
006600     COMPUTE IPB-NEW-REIMBURSEMENT =
006610         TOTAL-CHARGES IN IPB-NEW-CLAIM - IPB-NEW-INP-DED
006620         - BLOOD-DED IN IPB-NEW-CLAIM - IPB-NEW-COINS-AMOUNT
006630         - IPB-NEW-LTR-AMOUNT.
006640     IF IPB-NEW-REIMBURSEMENT < ZERO
006650         MOVE ZERO TO IPB-NEW-REIMBURSEMENT
006660     END-IF.
006670     COMPUTE IPB-DELTA-COINS =
006680         IPB-NEW-COINS-AMOUNT - IPB-OLD-COINS-AMOUNT.
006690     COMPUTE IPB-DELTA-LTR =
006700         IPB-NEW-LTR-AMOUNT - IPB-OLD-LTR-AMOUNT.
006710     COMPUTE IPB-DELTA-REIMB =
006720         IPB-NEW-REIMBURSEMENT - IPB-OLD-REIMBURSEMENT.
006730 3400-EXIT.
006740     EXIT.
006750*****************************************************************
006760*    3500-WRITE-ADJUSTMENT - DELTA ADJUSTMENT PAYMENT RECORD
006770*    IN THE IPB340 FORMAT.  THE AMOUNT FIELDS CARRY THE SIGNED
006780*    DIFFERENCES; CHARGES AND DEDUCTIBLES ARE THE ADJUSTED
006790*    BILL'S.  BOTH SIDES ARE PRICED FROM THE MASTER IMAGES OF
006793*    THIS RUN, DEDUCTIBLE INCLUDED, SO EACH RUN'S DELTA IS ONLY
006796*    THAT RUN'S CHANGE AND CARRIES THE RUN'S OWN SEQUENCE.
006800*****************************************************************
006810 3500-WRITE-ADJUSTMENT.
006820     MOVE SPACES TO IPB-PAYMENT-RECORD.
006830     MOVE PAY-CLAIM-NUMBER IN IPB-PAY-IN-RECORD
006840         TO PAY-CLAIM-NUMBER IN IPB-PAYMENT-RECORD.
006850     MOVE PAY-TRANSACTION-IND IN IPB-PAY-IN-RECORD
006860         TO PAY-TRANSACTION-IND IN IPB-PAYMENT-RECORD.
006870     MOVE PAY-INTERMEDIARY-NUM IN IPB-PAY-IN-RECORD
006880         TO PAY-INTERMEDIARY-NUM IN IPB-PAYMENT-RECORD.
006890     MOVE IPB-BENEFIT-YEAR
006900         TO PAY-BENEFIT-YEAR IN IPB-PAYMENT-RECORD.
006910     MOVE TOTAL-CHARGES IN IPB-NEW-CLAIM
006920         TO PAY-TOTAL-CHARGES IN IPB-PAYMENT-RECORD.
006930     MOVE IPB-NEW-INP-DED
006940         TO PAY-INPATIENT-DED IN IPB-PAYMENT-RECORD.
006950     MOVE BLOOD-DED IN IPB-NEW-CLAIM
006960         TO PAY-BLOOD-DED IN IPB-PAYMENT-RECORD.
006970     MOVE IPB-DELTA-COINS
006980         TO PAY-COINS-AMOUNT IN IPB-PAYMENT-RECORD.
006990     MOVE IPB-DELTA-LTR
007000         TO PAY-LTR-AMOUNT IN IPB-PAYMENT-RECORD.
007010     MOVE IPB-DELTA-REIMB
007020         TO PAY-REIMBURSEMENT IN IPB-PAYMENT-RECORD.
007030     MOVE SPACE
007040         TO PAY-ZERO-PAY-IND IN IPB-PAYMENT-RECORD.
007050     MOVE IPB-CYCLE-DATE
007060         TO PAY-REPRICE-DATE IN IPB-PAYMENT-RECORD.
007062     SET PAY-FROM-EXAMINER IN IPB-PAYMENT-RECORD TO TRUE.
007064     MOVE IPB-RUN-SEQ
007066         TO PAY-DELTA-RUN-SEQ IN IPB-PAYMENT-RECORD.
007070     WRITE IPB-PAYMENT-RECORD.
007080     ADD 1 TO IPB-ADJ-OUT-COUNT.
007090 3500-EXIT.
007100     EXIT.
007110*****************************************************************
007120*    3800-LIST-UNPRICED - AN ADJUSTED BILL WITH NO PRICED
007130*    PAYMENT RECORD ON PAYIN, HELD AT ZERO PAY OR NOT YET PAID
007140*****************************************************************
007150 3800-LIST-UNPRICED.
007160     IF BT-PAY-SEEN(IPB-BILL-SUB)
007170         GO TO 3800-EXIT
007180     END-IF.
007190     MOVE BT-AFTER-IMAGE(IPB-BILL-SUB) TO IPB-NEW-CLAIM.
007200     MOVE CLAIM-NUMBER IN IPB-NEW-CLAIM    TO RL-CLAIM-NUMBER.
007210     MOVE TRANSACTION-IND IN IPB-NEW-CLAIM TO RL-TRANSACTION-IND.
007220     MOVE INTERMEDIARY-NUM IN IPB-NEW-CLAIM
007230         TO RL-INTERMED-NUM.
007240     MOVE ZERO TO RL-OLD-PAYMENT.
007250     MOVE ZERO TO RL-NEW-PAYMENT.
007260     MOVE ZERO TO RL-DIFFERENCE.
007270     IF BT-ZERO-PAY-SEEN(IPB-BILL-SUB)
007272         MOVE 'ZERO-PAY BILL - NOT REPRICED' TO RL-STATUS
007274     ELSE
007276         MOVE 'NO PAYMENT RECORD - NOT PRICED' TO RL-STATUS
007278     END-IF.
007280     WRITE REPORT-RECORD FROM IPB-RPRC-LINE.
007290     ADD 1 TO IPB-NOT-REPRICED-COUNT.
007300 3800-EXIT.
007310     EXIT.
007320*****************************************************************
007330*    4000-PRINT-TOTALS - RUN SUMMARY
007340*****************************************************************
007350 4000-PRINT-TOTALS.
007360     MOVE 'ADJUSTMENT CARDS READ'      TO SM-LABEL.
007370     MOVE IPB-CARD-COUNT               TO SM-COUNT.
007380     MOVE ZERO                         TO SM-AMOUNT.
007390     WRITE REPORT-RECORD FROM IPB-SUMMARY-LINE.
007400     MOVE 'CARDS APPLIED / NET CHARGES'  TO SM-LABEL.
007410     MOVE IPB-APPLIED-COUNT            TO SM-COUNT.
007420     MOVE IPB-NET-CHARGE-CHANGE        TO SM-AMOUNT.
007430     WRITE REPORT-RECORD FROM IPB-SUMMARY-LINE.
007440     MOVE 'CARDS REJECTED'             TO SM-LABEL.
007450     MOVE IPB-REJECTED-COUNT           TO SM-COUNT.
007460     MOVE ZERO                         TO SM-AMOUNT.
007470     WRITE REPORT-RECORD FROM IPB-SUMMARY-LINE.
007480     MOVE 'BILLS ADJUSTED'             TO SM-LABEL.
007490     MOVE IPB-BILL-COUNT               TO SM-COUNT.
007500     WRITE REPORT-RECORD FROM IPB-SUMMARY-LINE.
007510     MOVE 'DELTA PAYMENTS / DIFFERENCE' TO SM-LABEL.
007520     MOVE IPB-ADJ-OUT-COUNT            TO SM-COUNT.
007530     MOVE IPB-GRAND-DELTA-TOTAL        TO SM-AMOUNT.
007540     WRITE REPORT-RECORD FROM IPB-SUMMARY-LINE.
007550     MOVE 'BILLS WITH PAYMENT UNCHANGED' TO SM-LABEL.
007560     MOVE IPB-UNCHANGED-COUNT          TO SM-COUNT.
007570     MOVE ZERO                         TO SM-AMOUNT.
007580     WRITE REPORT-RECORD FROM IPB-SUMMARY-LINE.
007590     MOVE 'BILLS NOT REPRICED'         TO SM-LABEL.
007600     MOVE IPB-NOT-REPRICED-COUNT       TO SM-COUNT.
007610     WRITE REPORT-RECORD FROM IPB-SUMMARY-LINE.
007620 4000-EXIT.
007630     EXIT.
007640*****************************************************************
007650*    7000-WRITE-JOURNAL - ONE UPDATE JOURNAL RECORD, AS IN
007660*    IPB120.  THE CALLER HAS SET THE ACTION AND BOTH IMAGES.
007670*****************************************************************
007680 7000-WRITE-JOURNAL.
007690     MOVE 'IPB390'          TO JRNL-PROGRAM-ID.
007700     MOVE IPB-MAST-CLAIM-NUMBER    TO JRNL-CLAIM-NUMBER.
007710     MOVE IPB-MAST-TRANSACTION-IND TO JRNL-TRANSACTION-IND.
007720     MOVE IPB-CYCLE-DATE TO JRNL-RUN-DATE.
007730     ACCEPT JRNL-RUN-TIME FROM TIME.
007740     WRITE IPB-JOURNAL-RECORD.
007750 7000-EXIT.
007760     EXIT.
007770*****************************************************************
007780*    7100-WRITE-AUDIT - ONE ADJUSTMENT AUDIT RECORD PER CARD
007790*    APPLIED, IN THE IPB240 FORMAT, NAMING THE FIELD, REASON
007800*    AND EXAMINER
007810*****************************************************************
007820 7100-WRITE-AUDIT.
007830     MOVE SPACES TO IPB-AUDIT-RECORD.
007840     MOVE EXAD-CLAIM-NUMBER    TO AUD-CLAIM-NUMBER.
007850     MOVE IPB-OLD-CHARGES      TO AUD-OLD-TOTAL-CHARGES.
007860     MOVE TOTAL-CHARGES IN IPB-MAST-CLAIM
007870         TO AUD-NEW-TOTAL-CHARGES.
007880     MOVE IPB-CYCLE-DATE       TO AUD-RUN-DATE.
007890     ACCEPT AUD-RUN-TIME FROM TIME.
007900     MOVE EXAD-FIELD-CODE      TO AUD-ADJ-FIELD.
007910     MOVE EXAD-REASON-CODE     TO AUD-REASON-CODE.
007920     MOVE EXAD-EXAMINER-ID     TO AUD-EXAMINER-ID.
007930     WRITE IPB-AUDIT-RECORD.
007940 7100-EXIT.
007950     EXIT.
007960*****************************************************************
007970*    8000-WRITE-RUN-CONTROL - CARDS READ, APPLIED AND
007980*    REJECTED.  THE OUT CHARGE HASH CARRIES THE NET CHANGE
007990*    THE RUN MADE TO TOTAL-CHARGES ON THE MASTER, WHICH THE
008000*    IPB350 REBUILD ADDS TO THE LAST IPB120 MASTER HASH.
008010*****************************************************************
008020 8000-WRITE-RUN-CONTROL.
008030     OPEN EXTEND RUN-CONTROL-FILE.
008040     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
008050     MOVE 'IPB390' TO RCTL-PROGRAM-ID.
008060     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
008070     ACCEPT RCTL-RUN-TIME FROM TIME.
008080     MOVE IPB-CARD-COUNT        TO RCTL-IN-COUNT.
008090     MOVE IPB-APPLIED-COUNT     TO RCTL-OUT-COUNT.
008100     MOVE IPB-REJECTED-COUNT    TO RCTL-SUSP-COUNT.
008110     MOVE ZERO                  TO RCTL-IN-CHARGE-HASH.
008120     MOVE IPB-NET-CHARGE-CHANGE TO RCTL-OUT-CHARGE-HASH.
008130     WRITE IPB-RUN-CONTROL-RECORD.
008140     CLOSE RUN-CONTROL-FILE.
008150 8000-EXIT.
008160     EXIT.
008170*****************************************************************
008180*    9000-TERMINATE
008190*****************************************************************
008200 9000-TERMINATE.
008210     DISPLAY 'IPB390 - CARDS READ         : ' IPB-CARD-COUNT.
008220     DISPLAY 'IPB390 - CARDS APPLIED      : ' IPB-APPLIED-COUNT.
008230     DISPLAY 'IPB390 - CARDS REJECTED     : '
008240         IPB-REJECTED-COUNT.
008250     DISPLAY 'IPB390 - BILLS ADJUSTED     : ' IPB-BILL-COUNT.
008260     DISPLAY 'IPB390 - PAYMENTS READ      : ' IPB-PAY-IN-COUNT.
008270     DISPLAY 'IPB390 - DELTA PAYMENTS OUT : '
008280         IPB-ADJ-OUT-COUNT.
008290     DISPLAY 'IPB390 - PAYMENT UNCHANGED  : '
008300         IPB-UNCHANGED-COUNT.
008310     DISPLAY 'IPB390 - NOT REPRICED       : '
008320         IPB-NOT-REPRICED-COUNT.
008330     CLOSE EXAM-CARD-FILE
008340           CLAIM-MASTER-FILE
008350           JOURNAL-FILE
008360           AUDIT-FILE
008370           ADJ-PAY-FILE
008380           REPORT-FILE.
008390 9000-EXIT.
008400     EXIT.
008410 9999-EXIT.
008420     EXIT.
