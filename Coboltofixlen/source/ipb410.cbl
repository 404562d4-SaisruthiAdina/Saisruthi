000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    IPB410.
000030 AUTHOR.        D SHEPHERD.
000040 INSTALLATION.  INPATIENT BILLING SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    ---------------------------------------------------------
000100*    10/15/2026  DS   ORIGINAL PROGRAM - GENERAL LEDGER JOURNAL
000110*                     INTERFACE.  BUILDS THE CYCLE'S JOURNAL BATCH
000120*                     FOR THE FINANCE GENERAL LEDGER FROM THE
000130*                     CYCLE'S PAYMENT FILE (PAYFILE), ITS REPRICE
000140*                     AND EXAMINER ADJUSTMENT DELTAS (ADJPAY) AND
000150*                     THE PAID-STATUS RECORDS DATED THE CYCLE DATE
000160*                     (PAIDIN).  ACTIVITY IS SUMMARIZED BY BENEFIT
000170*                     YEAR, INTERMEDIARY AND ACTIVITY TYPE -
000180*                     PRICED LIABILITY, DISBURSED CASH, REPRICE
000190*                     ADJUSTMENT AND MSP DENIAL - INTO BALANCED
000200*                     DEBIT / CREDIT ENTRY PAIRS BETWEEN A BATCH
000210*                     HEADER AND TRAILER (GLJRNL).  THE PROOF
000220*                     REPORT (GLRPT) FOOTS EACH ACTIVITY BACK TO
000230*                     THE IPB280, IPB320 AND IPB340 REGISTER
000240*                     TOTALS.  WHEN DEBITS DO NOT EQUAL CREDITS,
000250*                     OR AN ACTIVITY'S ENTRIES DO NOT FOOT TO ITS
000260*                     INPUT, NO JOURNAL IS WRITTEN AND THE STEP
000270*                     ENDS WITH RETURN CODE 8.
000271*    10/15/2026  DS   REPRICE ADJUSTMENT IS TAKEN FROM WHAT IPB320
000272*                     APPLIED - THE SUPPLEMENTAL AND RECEIVABLE
000273*                     PAID-STATUS RECORDS DATED THE CYCLE DATE -
000274*                     AND ADJPAY IS NO LONGER READ.  A RECEIVABLE
000275*                     RECORD IS ALSO A RECEIVABLE OPENED ITEM.
000276*                     DISBURSED CASH IS NETTED BY THE CASH OFFSETS
000277*                     ON CASHOFF:  THE RECOUPMENTS IPB320 WITHHELD
000278*                     (ALSO POSTED AS RECOUPMENT WITHHELD AGAINST
000279*                     THE RECEIVABLE) AND THE PAYMENTS IPB370
000280*                     MARKED RETURNED, SO DISBURSED CASH FOOTS TO
000281*                     THE EFT FILE TRAILER TOTALS LESS THE
000282*                     RETURNS.
000283*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PAY-IN-FILE       ASSIGN TO PAYFILE
000360            ORGANIZATION IS SEQUENTIAL.
000370     SELECT OPTIONAL CASH-OFFSET-FILE ASSIGN TO CASHOFF
000380            ORGANIZATION IS SEQUENTIAL.
000390     SELECT PAID-IN-FILE      ASSIGN TO PAIDIN
000400            ORGANIZATION IS SEQUENTIAL.
000410     SELECT HIST-IN-FILE      ASSIGN TO HISTIN
000420            ORGANIZATION IS SEQUENTIAL.
000430     SELECT CLAIM-MASTER-FILE ASSIGN TO CLAIMMST
000440            ORGANIZATION IS INDEXED
000450            ACCESS MODE IS RANDOM
000460            RECORD KEY IS IPB-MAST-KEY.
000470     SELECT GL-JOURNAL-FILE   ASSIGN TO GLJRNL
000480            ORGANIZATION IS SEQUENTIAL.
000490     SELECT SORT-WORK-FILE    ASSIGN TO SORTWK01.
000500     SELECT REPORT-FILE       ASSIGN TO GLRPT
000510            ORGANIZATION IS SEQUENTIAL.
000520     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
000530            ORGANIZATION IS SEQUENTIAL.
000540     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000550            ORGANIZATION IS SEQUENTIAL.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  PAY-IN-FILE
000590     RECORDING MODE IS F.
000600 COPY "ipbpay".
000610 FD  CASH-OFFSET-FILE
000620     RECORDING MODE IS F.
000630 COPY "ipbcsho".
000650 FD  PAID-IN-FILE
000660     RECORDING MODE IS F.
000670 COPY "ipbpaid".
000680 FD  HIST-IN-FILE
000690     RECORDING MODE IS F.
000700 COPY "ipbhist".
000710 FD  CLAIM-MASTER-FILE.
000720 COPY "ipbmast".
000730 FD  GL-JOURNAL-FILE
000740     RECORDING MODE IS F.
000750 COPY "ipbglje".
000760 SD  SORT-WORK-FILE.
000770 01  SORT-RECORD.
000780     05  SR17-BENEFIT-YEAR           PIC 9(04).
000790     05  SR17-INTERMED-NUM           PIC 9(10).
000800     05  SR17-ACTIVITY-SUB           PIC 9(01).
000810     05  SR17-AMOUNT                 PIC S9(11)V99.
000820 FD  REPORT-FILE
000830     RECORDING MODE IS F.
000840 01  REPORT-RECORD               PIC X(132).
000850 FD  RUN-CONTROL-FILE
000860     RECORDING MODE IS F.
000870 COPY "ipbrctl".
000880 FD  CYCLE-CONTROL-FILE
000890     RECORDING MODE IS F.
000900 COPY "ipbcycl".
000910 WORKING-STORAGE SECTION.
000920*****************************************************************
000930*    SWITCHES AND COUNTERS
000940*****************************************************************
000950 77  IPB-PAY-EOF-SW              PIC X(01)   VALUE 'N'.
000960     88  IPB-PAY-END-OF-FILE                 VALUE 'Y'.
000970 77  IPB-OFFSET-EOF-SW           PIC X(01)   VALUE 'N'.
000980     88  IPB-OFFSET-END-OF-FILE              VALUE 'Y'.
000990 77  IPB-PAID-EOF-SW             PIC X(01)   VALUE 'N'.
001000     88  IPB-PAID-END-OF-FILE                VALUE 'Y'.
001010 77  IPB-HIST-EOF-SW             PIC X(01)   VALUE 'N'.
001020     88  IPB-HIST-END-OF-FILE                VALUE 'Y'.
001030 77  IPB-SORT-EOF-SW             PIC X(01)   VALUE 'N'.
001040     88  IPB-SORT-END-OF-FILE                VALUE 'Y'.
001050 77  IPB-HIST-FOUND-SW           PIC X(01)   VALUE 'N'.
001060     88  IPB-HIST-FOUND                      VALUE 'Y'.
001070     88  IPB-HIST-NOT-FOUND                  VALUE 'N'.
001080 77  IPB-BALANCE-SW              PIC X(01)   VALUE 'Y'.
001090     88  IPB-JOURNAL-IN-BALANCE              VALUE 'Y'.
001100     88  IPB-JOURNAL-OUT-OF-BAL              VALUE 'N'.
001110 77  IPB-PAY-IN-COUNT            PIC 9(09)   COMP  VALUE ZERO.
001120 77  IPB-OFFSET-IN-COUNT         PIC 9(09)   COMP  VALUE ZERO.
001130 77  IPB-PAID-IN-COUNT           PIC 9(09)   COMP  VALUE ZERO.
001140 77  IPB-HIST-IN-COUNT           PIC 9(09)   COMP  VALUE ZERO.
001150 77  IPB-RELEASED-COUNT          PIC 9(09)   COMP  VALUE ZERO.
001160 77  IPB-YEAR-UNKNOWN-COUNT      PIC 9(07)   COMP  VALUE ZERO.
001170 77  IPB-ENTRY-COUNT             PIC 9(07)   COMP  VALUE ZERO.
001180 77  IPB-JOURNAL-OUT-COUNT       PIC 9(09)   COMP  VALUE ZERO.
001190 77  IPB-ACT-SUB                 PIC 9(01)   COMP  VALUE ZERO.
001200 77  IPB-IN-CHARGE-HASH          PIC S9(13)V99     VALUE ZERO.
001210 77  IPB-CYCLE-DATE              PIC 9(08)         VALUE ZERO.
001220 77  IPB-BILL-YEAR               PIC 9(04)         VALUE ZERO.
001230 77  IPB-HELD-YEAR               PIC 9(04)         VALUE ZERO.
001240 77  IPB-PAID-KEY                PIC X(20)   VALUE SPACES.
001250 77  IPB-HELD-HIST-KEY           PIC X(20)   VALUE SPACES.
001260*****************************************************************
001270*    THE ENTRY PAIR NOW BEING LISTED OR WRITTEN.  A SUMMARY THAT
001280*    NETS NEGATIVE IS POSTED WITH ITS ACCOUNTS REVERSED.
001290*****************************************************************
001300 77  IPB-DEBIT-ACCOUNT           PIC X(10)   VALUE SPACES.
001310 77  IPB-CREDIT-ACCOUNT          PIC X(10)   VALUE SPACES.
001320 77  IPB-ENTRY-AMOUNT            PIC S9(11)V99     VALUE ZERO.
001330 77  IPB-DEBIT-TOTAL             PIC S9(13)V99     VALUE ZERO.
001340 77  IPB-CREDIT-TOTAL            PIC S9(13)V99     VALUE ZERO.
001350*****************************************************************
001360*    DISBURSED CASH BY KIND OF PAYMENT AND CASH OFFSET, AND
001370*    RECEIVABLES OPENED, WHICH TIE TO THE IPB320 DISBURSEMENT
001375*    AND RECEIVABLE REGISTERS AND THE IPB370 RETURN REGISTER
001380*****************************************************************
001390 77  IPB-ORIG-COUNT              PIC 9(07)   COMP  VALUE ZERO.
001400 77  IPB-ORIG-TOTAL              PIC S9(11)V99     VALUE ZERO.
001410 77  IPB-SUPP-COUNT              PIC 9(07)   COMP  VALUE ZERO.
001420 77  IPB-SUPP-TOTAL              PIC S9(11)V99     VALUE ZERO.
001430 77  IPB-REISSUE-COUNT           PIC 9(07)   COMP  VALUE ZERO.
001440 77  IPB-REISSUE-TOTAL           PIC S9(11)V99     VALUE ZERO.
001441 77  IPB-RECOUP-COUNT            PIC 9(07)   COMP  VALUE ZERO.
001442 77  IPB-RECOUP-TOTAL            PIC S9(11)V99     VALUE ZERO.
001443 77  IPB-NET-EFT-COUNT           PIC 9(07)   COMP  VALUE ZERO.
001444 77  IPB-NET-EFT-TOTAL           PIC S9(11)V99     VALUE ZERO.
001445 77  IPB-RETURN-COUNT            PIC 9(07)   COMP  VALUE ZERO.
001446 77  IPB-RETURN-TOTAL            PIC S9(11)V99     VALUE ZERO.
001447 77  IPB-RCVB-COUNT              PIC 9(07)   COMP  VALUE ZERO.
001448 77  IPB-RCVB-TOTAL              PIC S9(11)V99     VALUE ZERO.
001450*****************************************************************
001460*    GENERAL LEDGER ACCOUNTS BY ACTIVITY TYPE.  THE ACTIVITY
001470*    SUBSCRIPT CARRIED ON THE SORT RECORD INDEXES THIS TABLE
001480*    AND THE ACTIVITY CONTROL TOTALS BELOW.
001490*****************************************************************
001500 01  IPB-GL-ACCOUNT-VALUES.
001510     05  FILLER                      PIC X(42)
001520         VALUE 'PLPRICED LIABILITY    5100-000  2100-000  '.
001530     05  FILLER                      PIC X(42)
001540         VALUE 'DCDISBURSED CASH      2100-000  1010-000  '.
001550     05  FILLER                      PIC X(42)
001560         VALUE 'RAREPRICE ADJUSTMENT  5100-000  2100-000  '.
001570     05  FILLER                      PIC X(42)
001580         VALUE 'MDMSP DENIAL (MEMO)   9100-000  9190-000  '.
001582     05  FILLER                      PIC X(42)
001584         VALUE 'ORRECEIVABLE OPENED   1300-000  2100-000  '.
001586     05  FILLER                      PIC X(42)
001588         VALUE 'RCRECOUPMENT WITHHELD 2100-000  1300-000  '.
001590 01  IPB-GL-ACCOUNT-TABLE REDEFINES IPB-GL-ACCOUNT-VALUES.
001600     05  GA-ENTRY OCCURS 6 TIMES.
001610         10  GA-ACTIVITY-TYPE        PIC X(02).
001620         10  GA-DESCRIPTION          PIC X(20).
001630         10  GA-DEBIT-ACCOUNT        PIC X(10).
001640         10  GA-CREDIT-ACCOUNT       PIC X(10).
001650 01  IPB-ACTIVITY-TOTALS.
001660     05  AT-ENTRY OCCURS 6 TIMES.
001670         10  AT-INPUT-COUNT          PIC 9(07)   COMP.
001680         10  AT-INPUT-TOTAL          PIC S9(11)V99.
001690         10  AT-JOURNAL-TOTAL        PIC S9(11)V99.
001700*****************************************************************
001710*    ACTIVITY SUMMARIZED BY BENEFIT YEAR, INTERMEDIARY AND
001720*    ACTIVITY TYPE, HELD UNTIL THE WHOLE BATCH HAS BEEN PROVED
001730*****************************************************************
001740 77  IPB-SUMMARY-COUNT           PIC 9(05)   COMP  VALUE ZERO.
001750 77  IPB-SUMMARY-SUB             PIC 9(05)   COMP  VALUE ZERO.
001760 01  IPB-SUMMARY-TABLE.
001770     05  IPB-SUMMARY-ENTRY OCCURS 1 TO 5000 TIMES
001780             DEPENDING ON IPB-SUMMARY-COUNT.
001790         10  GS-BENEFIT-YEAR         PIC 9(04).
001800         10  GS-INTERMED-NUM         PIC 9(10).
001810         10  GS-ACTIVITY-SUB         PIC 9(01).
001820         10  GS-ITEM-COUNT           PIC 9(07)   COMP.
001830         10  GS-AMOUNT               PIC S9(11)V99.
001840 COPY "cobol".
001850 COPY "ipbrpt25".
001860 PROCEDURE DIVISION.
001870*****************************************************************
001880*    0000-MAINLINE
001890*****************************************************************
001900 0000-MAINLINE.
001910     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
001920     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001930     SORT SORT-WORK-FILE
001940         ON ASCENDING KEY SR17-BENEFIT-YEAR
001950                          SR17-INTERMED-NUM
001960                          SR17-ACTIVITY-SUB
001970         INPUT PROCEDURE  2000-SELECT-ACTIVITY THRU 2000-EXIT
001980         OUTPUT PROCEDURE 3000-SUMMARIZE       THRU 3000-EXIT.
001990     PERFORM 4000-LIST-ENTRIES   THRU 4000-EXIT.
002000     PERFORM 5000-PROVE-JOURNAL  THRU 5000-EXIT.
002010     IF IPB-JOURNAL-IN-BALANCE
002020         PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
002030     END-IF.
002040     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
002050     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
002060     STOP RUN.
002070*****************************************************************
002080*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE SELECTS
002090*    THE CYCLE'S DISBURSEMENTS AND DATES THE JOURNAL BATCH.  THE
002100*    CYCLE MUST BE OPEN (IPB380).
002110*****************************************************************
002120 0100-READ-CYCLE-CONTROL.
002130     OPEN INPUT CYCLE-CONTROL-FILE.
002140     READ CYCLE-CONTROL-FILE
002150         AT END
002160             DISPLAY 'IPB410 - NO CYCLE CONTROL RECORD ON CYCLCTL'
002170             DISPLAY 'IPB410 - ABENDING - SUPPLY CYCLCTL'
002180             STOP RUN
002190     END-READ.
002200     IF NOT CYCL-CYCLE-OPEN
002210         DISPLAY 'IPB410 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
002220             ' IS CLOSED'
002230         DISPLAY 'IPB410 - ABENDING - RUN IPB380 TO OPEN CYCLE'
002240         STOP RUN
002250     END-IF.
002260     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
002270     CLOSE CYCLE-CONTROL-FILE.
002280 0100-EXIT.
002290     EXIT.
002300*****************************************************************
002310*    1000-INITIALIZE
002320*****************************************************************
002330 1000-INITIALIZE.
002340     OPEN OUTPUT REPORT-FILE.
002350     MOVE IPB-CYCLE-DATE TO H1-CYCLE-DATE.
002360     WRITE REPORT-RECORD FROM IPB-HEADING-1.
002370     WRITE REPORT-RECORD FROM IPB-HEADING-2.
002380     PERFORM 1100-CLEAR-ACTIVITY THRU 1100-EXIT
002390             VARYING IPB-ACT-SUB FROM 1 BY 1
002400             UNTIL IPB-ACT-SUB > 6.
002410 1000-EXIT.
002420     EXIT.
002430*****************************************************************
002440*    1100-CLEAR-ACTIVITY
002450*****************************************************************
002460 1100-CLEAR-ACTIVITY.
002470     MOVE ZERO TO AT-INPUT-COUNT(IPB-ACT-SUB).
002480     MOVE ZERO TO AT-INPUT-TOTAL(IPB-ACT-SUB).
002490     MOVE ZERO TO AT-JOURNAL-TOTAL(IPB-ACT-SUB).
002500 1100-EXIT.
002510     EXIT.
002520*****************************************************************
002530*    2000-SELECT-ACTIVITY - INPUT PROCEDURE FOR THE SORT.  ONE
002540*    SORT RECORD IS RELEASED FOR EVERY ITEM OF LEDGER ACTIVITY,
002550*    AND EVERY ITEM IS COUNTED INTO ITS ACTIVITY'S CONTROL
002560*    TOTAL AS IT IS RELEASED.
002570*****************************************************************
002580 2000-SELECT-ACTIVITY.
002590     OPEN INPUT PAY-IN-FILE
002600                CASH-OFFSET-FILE
002610                PAID-IN-FILE
002620                HIST-IN-FILE
002630                CLAIM-MASTER-FILE.
002640     PERFORM 2100-READ-PAY THRU 2100-EXIT.
002650     PERFORM 2200-SELECT-PAY THRU 2200-EXIT
002660             UNTIL IPB-PAY-END-OF-FILE.
002670     PERFORM 2300-READ-OFFSET THRU 2300-EXIT.
002680     PERFORM 2400-SELECT-OFFSET THRU 2400-EXIT
002690             UNTIL IPB-OFFSET-END-OF-FILE.
002700     PERFORM 2700-READ-HISTORY THRU 2700-EXIT.
002710     PERFORM 2500-READ-PAID THRU 2500-EXIT.
002720     PERFORM 2600-SELECT-PAID THRU 2600-EXIT
002730             UNTIL IPB-PAID-END-OF-FILE.
002740     CLOSE PAY-IN-FILE
002750           CASH-OFFSET-FILE
002760           PAID-IN-FILE
002770           HIST-IN-FILE
002780           CLAIM-MASTER-FILE.
002790 2000-EXIT.
002800     EXIT.
002810*****************************************************************
002820*    2100-READ-PAY
002830*****************************************************************
002840 2100-READ-PAY.
002850     READ PAY-IN-FILE
002860         AT END
002870             SET IPB-PAY-END-OF-FILE TO TRUE
002880             GO TO 2100-EXIT
002890     END-READ.
002900     ADD 1 TO IPB-PAY-IN-COUNT.
002910     ADD PAY-TOTAL-CHARGES IN IPB-PAYMENT-RECORD
002920         TO IPB-IN-CHARGE-HASH.
002930 2100-EXIT.
002940     EXIT.
002950*****************************************************************
002960*    2200-SELECT-PAY - EVERY PRICED BILL IS A PRICED LIABILITY
002970*    ITEM, ZERO-PAY BILLS INCLUDED, SO THE ACTIVITY FOOTS TO THE
002980*    PAYMENT REGISTER'S GRAND TOTAL.  A BILL DENIED BECAUSE
002990*    ANOTHER PAYER IS PRIMARY IS ALSO AN MSP DENIAL ITEM FOR ITS
003000*    TOTAL CHARGES, AS LISTED FOR MSP RECOVERY REFERRAL.
003010*****************************************************************
003020 2200-SELECT-PAY.
003030     MOVE PAY-BENEFIT-YEAR IN IPB-PAYMENT-RECORD
003040         TO SR17-BENEFIT-YEAR.
003050     MOVE PAY-INTERMEDIARY-NUM IN IPB-PAYMENT-RECORD
003060         TO SR17-INTERMED-NUM.
003070     MOVE 1 TO SR17-ACTIVITY-SUB.
003080     MOVE PAY-REIMBURSEMENT IN IPB-PAYMENT-RECORD
003090         TO SR17-AMOUNT.
003100     PERFORM 2900-RELEASE-ITEM THRU 2900-EXIT.
003110     IF PAY-MSP-PRIMARY IN IPB-PAYMENT-RECORD
003120         MOVE 4 TO SR17-ACTIVITY-SUB
003130         MOVE PAY-TOTAL-CHARGES IN IPB-PAYMENT-RECORD
003140             TO SR17-AMOUNT
003150         PERFORM 2900-RELEASE-ITEM THRU 2900-EXIT
003160     END-IF.
003170     PERFORM 2100-READ-PAY THRU 2100-EXIT.
003180 2200-EXIT.
003190     EXIT.
003194*****************************************************************
003198*    2300-READ-OFFSET
003202*****************************************************************
003206 2300-READ-OFFSET.
003210     READ CASH-OFFSET-FILE
003214         AT END
003218             SET IPB-OFFSET-END-OF-FILE TO TRUE
003222             GO TO 2300-EXIT
003226     END-READ.
003230     ADD 1 TO IPB-OFFSET-IN-COUNT.
003234 2300-EXIT.
003238     EXIT.
003242*****************************************************************
003246*    2400-SELECT-OFFSET - EVERY CASH OFFSET DATED THE CYCLE DATE
003250*    TAKES ITS AMOUNT OFF DISBURSED CASH.  A RECOUPMENT WAS
003254*    WITHHELD FROM THE EFT FILE IN PLACE OF CASH AND IS ALSO A
003258*    RECOUPMENT WITHHELD ITEM, UNDER THE RECEIVABLE'S BENEFIT
003262*    YEAR.  A BANK RETURN PUTS THE CASH BACK AND THE PAYMENT
003266*    BACK ON THE LIABILITY UNTIL IPB320 REISSUES IT.
003270*****************************************************************
003274 2400-SELECT-OFFSET.
003278     IF CSHO-CYCLE-DATE NOT = IPB-CYCLE-DATE
003282         OR (NOT CSHO-RECOUPMENT AND NOT CSHO-BANK-RETURN)
003286         GO TO 2400-NEXT
003290     END-IF.
003294     MOVE CSHO-INTERMEDIARY-NUM TO SR17-INTERMED-NUM.
003298     IF CSHO-RECOUPMENT
003302         MOVE CSHO-BENEFIT-YEAR TO SR17-BENEFIT-YEAR
003306         MOVE 6                 TO SR17-ACTIVITY-SUB
003310         MOVE CSHO-AMOUNT       TO SR17-AMOUNT
003314         PERFORM 2900-RELEASE-ITEM THRU 2900-EXIT
003318         ADD 1           TO IPB-RECOUP-COUNT
003322         ADD CSHO-AMOUNT TO IPB-RECOUP-TOTAL
003326     ELSE
003330         PERFORM 2450-FIND-MASTER-YEAR THRU 2450-EXIT
003334         MOVE IPB-BILL-YEAR     TO SR17-BENEFIT-YEAR
003338         ADD 1           TO IPB-RETURN-COUNT
003342         ADD CSHO-AMOUNT TO IPB-RETURN-TOTAL
003346     END-IF.
003350     MOVE 2 TO SR17-ACTIVITY-SUB.
003354     COMPUTE SR17-AMOUNT = ZERO - CSHO-AMOUNT.
003358     PERFORM 2900-RELEASE-ITEM THRU 2900-EXIT.
003362 2400-NEXT.
003366     PERFORM 2300-READ-OFFSET THRU 2300-EXIT.
003370 2400-EXIT.
003374     EXIT.
003378*****************************************************************
003382*    2450-FIND-MASTER-YEAR - THE ADMISSION YEAR ON THE RETURNED
003386*    BILL'S IMAGE ON THE CLAIM MASTER.  CASHOFF IS NOT IN CLAIM
003390*    KEY ORDER, SO THE HISTORY MASTER IS NOT WALKED FOR IT; A
003394*    BILL NO LONGER ON THE MASTER POSTS UNDER BENEFIT YEAR 0000.
003398*****************************************************************
003402 2450-FIND-MASTER-YEAR.
003406     MOVE ZERO TO IPB-BILL-YEAR.
003410     MOVE CSHO-CLAIM-NUMBER    TO IPB-MAST-CLAIM-NUMBER.
003414     MOVE CSHO-TRANSACTION-IND TO IPB-MAST-TRANSACTION-IND.
003418     READ CLAIM-MASTER-FILE
003422         INVALID KEY
003426             ADD 1 TO IPB-YEAR-UNKNOWN-COUNT
003430             GO TO 2450-EXIT
003434     END-READ.
003438     MOVE IPB-MAST-CLAIM-IMAGE TO MY-RECORD.
003442     DIVIDE ADMISSION-DATE IN MY-RECORD BY 10000
003446         GIVING IPB-BILL-YEAR.
003450 2450-EXIT.
003454     EXIT.
003480*****************************************************************
003490*    2500-READ-PAID
003500*****************************************************************
003510 2500-READ-PAID.
003520     READ PAID-IN-FILE
003530         AT END
003540             SET IPB-PAID-END-OF-FILE TO TRUE
003550             GO TO 2500-EXIT
003560     END-READ.
003570     ADD 1 TO IPB-PAID-IN-COUNT.
003580 2500-EXIT.
003590     EXIT.
003596*****************************************************************
003602*    2600-SELECT-PAID - EVERY ORIGINAL, SUPPLEMENTAL OR REISSUED
003608*    PAYMENT DISBURSED ON THE CYCLE DATE IS A DISBURSED CASH
003614*    ITEM.  THE SUPPLEMENTAL PAYMENTS AND RECEIVABLES IPB320
003620*    APPLIED ON THE CYCLE DATE ARE THE REPRICE ADJUSTMENT ITEMS,
003626*    FOR THEIR SIGNED AMOUNTS; A RECEIVABLE MOVES NO CASH AND IS
003632*    ALSO A RECEIVABLE OPENED ITEM.  THE PAID-STATUS RECORD
003638*    CARRIES NO BENEFIT YEAR, SO IT IS TAKEN FROM THE ADMISSION
003644*    DATE ON THE BILL'S IMAGE.
003650*****************************************************************
003656 2600-SELECT-PAID.
003662     IF PAID-DATE NOT = IPB-CYCLE-DATE
003668         GO TO 2600-NEXT
003674     END-IF.
003680     MOVE PAID-CLAIM-NUMBER    TO IPB-PAID-KEY(1:19).
003686     MOVE PAID-TRANSACTION-IND TO IPB-PAID-KEY(20:1).
003692     PERFORM 2650-FIND-BENEFIT-YEAR THRU 2650-EXIT.
003698     MOVE IPB-BILL-YEAR         TO SR17-BENEFIT-YEAR.
003704     MOVE PAID-INTERMEDIARY-NUM TO SR17-INTERMED-NUM.
003710     IF NOT PAID-RECEIVABLE
003716         MOVE 2                 TO SR17-ACTIVITY-SUB
003722         MOVE PAID-AMOUNT       TO SR17-AMOUNT
003728         PERFORM 2900-RELEASE-ITEM THRU 2900-EXIT
003734     END-IF.
003740     IF PAID-SUPPLEMENTAL OR PAID-RECEIVABLE
003746         MOVE 3                 TO SR17-ACTIVITY-SUB
003752         MOVE PAID-AMOUNT       TO SR17-AMOUNT
003758         PERFORM 2900-RELEASE-ITEM THRU 2900-EXIT
003764     END-IF.
003770     IF PAID-RECEIVABLE
003776         MOVE 5                 TO SR17-ACTIVITY-SUB
003782         COMPUTE SR17-AMOUNT = ZERO - PAID-AMOUNT
003788         PERFORM 2900-RELEASE-ITEM THRU 2900-EXIT
003794     END-IF.
003800     EVALUATE TRUE
003806         WHEN PAID-ORIGINAL
003812             ADD 1           TO IPB-ORIG-COUNT
003818             ADD PAID-AMOUNT TO IPB-ORIG-TOTAL
003824         WHEN PAID-SUPPLEMENTAL
003830             ADD 1           TO IPB-SUPP-COUNT
003836             ADD PAID-AMOUNT TO IPB-SUPP-TOTAL
003842         WHEN PAID-REISSUE
003848             ADD 1           TO IPB-REISSUE-COUNT
003854             ADD PAID-AMOUNT TO IPB-REISSUE-TOTAL
003860         WHEN PAID-RECEIVABLE
003866             ADD 1           TO IPB-RCVB-COUNT
003872             SUBTRACT PAID-AMOUNT FROM IPB-RCVB-TOTAL
003878     END-EVALUATE.
003884 2600-NEXT.
003890     PERFORM 2500-READ-PAID THRU 2500-EXIT.
003896 2600-EXIT.
003902     EXIT.
003950*****************************************************************
003960*    2650-FIND-BENEFIT-YEAR - THE ADMISSION YEAR ON THE BILL'S
003970*    IMAGE ON THE CLAIM MASTER, OR ON ITS LATEST HISTORY VERSION
003980*    WHEN THE RETENTION PURGE HAS TAKEN IT OFF THE MASTER.  ZERO
003990*    WHEN NEITHER HAS THE BILL; THE ITEM IS STILL POSTED, UNDER
004000*    BENEFIT YEAR 0000, SO THE CASH ACTIVITY STAYS WHOLE.
004010*****************************************************************
004020 2650-FIND-BENEFIT-YEAR.
004030     MOVE ZERO TO IPB-BILL-YEAR.
004040     PERFORM 2660-FIND-HISTORY THRU 2660-EXIT.
004050     MOVE IPB-PAID-KEY TO IPB-MAST-KEY.
004060     READ CLAIM-MASTER-FILE
004070         INVALID KEY
004080             IF IPB-HIST-FOUND
004090                 MOVE IPB-HELD-YEAR TO IPB-BILL-YEAR
004100             ELSE
004110                 ADD 1 TO IPB-YEAR-UNKNOWN-COUNT
004120             END-IF
004130             GO TO 2650-EXIT
004140     END-READ.
004150     MOVE IPB-MAST-CLAIM-IMAGE TO MY-RECORD.
004160     DIVIDE ADMISSION-DATE IN MY-RECORD BY 10000
004170         GIVING IPB-BILL-YEAR.
004180 2650-EXIT.
004190     EXIT.
004200*****************************************************************
004210*    2660-FIND-HISTORY - WALK THE HISTORY MASTER FORWARD TO THE
004220*    CURRENT BILL KEY AND HOLD THE LATEST VERSION'S ADMISSION
004230*    YEAR.  BOTH FILES ARE IN ASCENDING CLAIM KEY ORDER, AND
004240*    VERSIONS ARRIVE IN LOAD-DATE ORDER, SO THE LAST EQUAL KEY
004250*    SEEN IS THE LATEST.
004260*****************************************************************
004270 2660-FIND-HISTORY.
004280     SET IPB-HIST-NOT-FOUND TO TRUE.
004290     PERFORM 2670-WALK-ONE THRU 2670-EXIT
004300             UNTIL IPB-HIST-END-OF-FILE
004310             OR HIST-KEY(1:20) > IPB-PAID-KEY.
004320     IF IPB-HELD-HIST-KEY = IPB-PAID-KEY
004330         SET IPB-HIST-FOUND TO TRUE
004340     END-IF.
004350 2660-EXIT.
004360     EXIT.
004370*****************************************************************
004380*    2670-WALK-ONE
004390*****************************************************************
004400 2670-WALK-ONE.
004410     IF HIST-KEY(1:20) < IPB-PAID-KEY
004420         PERFORM 2700-READ-HISTORY THRU 2700-EXIT
004430         GO TO 2670-EXIT
004440     END-IF.
004450     MOVE HIST-KEY(1:20)   TO IPB-HELD-HIST-KEY.
004460     MOVE HIST-CLAIM-IMAGE TO MY-RECORD.
004470     DIVIDE ADMISSION-DATE IN MY-RECORD BY 10000
004480         GIVING IPB-HELD-YEAR.
004490     PERFORM 2700-READ-HISTORY THRU 2700-EXIT.
004500 2670-EXIT.
004510     EXIT.
004520*****************************************************************
004530*    2700-READ-HISTORY
004540*****************************************************************
004550 2700-READ-HISTORY.
004560     READ HIST-IN-FILE
004570         AT END
004580             SET IPB-HIST-END-OF-FILE TO TRUE
004590             GO TO 2700-EXIT
004600     END-READ.
004610     ADD 1 TO IPB-HIST-IN-COUNT.
004620 2700-EXIT.
004630     EXIT.
004640*****************************************************************
004650*    2900-RELEASE-ITEM - RELEASE ONE ITEM AND COUNT IT INTO ITS
004660*    ACTIVITY'S CONTROL TOTAL
004670*****************************************************************
004680 2900-RELEASE-ITEM.
004690     RELEASE SORT-RECORD.
004700     ADD 1 TO IPB-RELEASED-COUNT.
004710     ADD 1 TO AT-INPUT-COUNT(SR17-ACTIVITY-SUB).
004720     ADD SR17-AMOUNT TO AT-INPUT-TOTAL(SR17-ACTIVITY-SUB).
004730 2900-EXIT.
004740     EXIT.
004750*****************************************************************
004760*    3000-SUMMARIZE - OUTPUT PROCEDURE FOR THE SORT.  ONE
004770*    SUMMARY ENTRY PER BENEFIT YEAR, INTERMEDIARY AND ACTIVITY.
004780*****************************************************************
004790 3000-SUMMARIZE.
004800     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT.
004810     PERFORM 3200-SUMMARIZE-ONE THRU 3200-EXIT
004820             UNTIL IPB-SORT-END-OF-FILE.
004830 3000-EXIT.
004840     EXIT.
004850*****************************************************************
004860*    3100-RETURN-SORTED
004870*****************************************************************
004880 3100-RETURN-SORTED.
004890     RETURN SORT-WORK-FILE
004900         AT END
004910             SET IPB-SORT-END-OF-FILE TO TRUE
004920             GO TO 3100-EXIT
004930     END-RETURN.
004940 3100-EXIT.
004950     EXIT.
004960*****************************************************************
004970*    3200-SUMMARIZE-ONE - START A NEW SUMMARY ENTRY ON A CHANGE
004980*    OF KEY, THEN ADD THE ITEM INTO IT
004990*****************************************************************
005000 3200-SUMMARIZE-ONE.
005010     IF IPB-SUMMARY-COUNT > ZERO
005020         IF SR17-BENEFIT-YEAR = GS-BENEFIT-YEAR(IPB-SUMMARY-COUNT)
005030             AND SR17-INTERMED-NUM
005040                 = GS-INTERMED-NUM(IPB-SUMMARY-COUNT)
005050             AND SR17-ACTIVITY-SUB
005060                 = GS-ACTIVITY-SUB(IPB-SUMMARY-COUNT)
005070             GO TO 3200-ADD
005080         END-IF
005090     END-IF.
005100     IF IPB-SUMMARY-COUNT >= 5000
005110         DISPLAY 'IPB410 - SUMMARY TABLE FULL AT 5000 ENTRIES'
005120         DISPLAY 'IPB410 - ABENDING - TOO MANY SUMMARY KEYS'
005130         STOP RUN
005140     END-IF.
005150     ADD 1 TO IPB-SUMMARY-COUNT.
005160     MOVE SR17-BENEFIT-YEAR
005170         TO GS-BENEFIT-YEAR(IPB-SUMMARY-COUNT).
005180     MOVE SR17-INTERMED-NUM
005190         TO GS-INTERMED-NUM(IPB-SUMMARY-COUNT).
005200     MOVE SR17-ACTIVITY-SUB
005210         TO GS-ACTIVITY-SUB(IPB-SUMMARY-COUNT).
005220     MOVE ZERO TO GS-ITEM-COUNT(IPB-SUMMARY-COUNT).
005230     MOVE ZERO TO GS-AMOUNT(IPB-SUMMARY-COUNT).
005240 3200-ADD.
005250     ADD 1 TO GS-ITEM-COUNT(IPB-SUMMARY-COUNT).
005260     ADD SR17-AMOUNT TO GS-AMOUNT(IPB-SUMMARY-COUNT).
005270     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT.
005280 3200-EXIT.
005290     EXIT.
005300*****************************************************************
005310*    4000-LIST-ENTRIES - PRINT THE ENTRY PAIR FOR EVERY SUMMARY
005320*    ENTRY AND FOOT THE DEBITS AND CREDITS.  A SUMMARY THAT NETS
005330*    TO ZERO MAKES NO ENTRY.
005340*****************************************************************
005350 4000-LIST-ENTRIES.
005360     PERFORM 4100-LIST-ONE THRU 4100-EXIT
005370             VARYING IPB-SUMMARY-SUB FROM 1 BY 1
005380             UNTIL IPB-SUMMARY-SUB > IPB-SUMMARY-COUNT.
005390     MOVE IPB-ENTRY-COUNT  TO JT-ENTRY-COUNT.
005400     MOVE IPB-DEBIT-TOTAL  TO JT-DEBIT-TOTAL.
005410     MOVE IPB-CREDIT-TOTAL TO JT-CREDIT-TOTAL.
005420     WRITE REPORT-RECORD FROM IPB-JOURNAL-TOTAL-LINE.
005430 4000-EXIT.
005440     EXIT.
005450*****************************************************************
005460*    4100-LIST-ONE
005470*****************************************************************
005480 4100-LIST-ONE.
005490     IF GS-AMOUNT(IPB-SUMMARY-SUB) = ZERO
005500         GO TO 4100-EXIT
005510     END-IF.
005520     PERFORM 4200-SET-SIDES THRU 4200-EXIT.
005530     MOVE GS-ACTIVITY-SUB(IPB-SUMMARY-SUB) TO IPB-ACT-SUB.
005540     ADD GS-AMOUNT(IPB-SUMMARY-SUB)
005550         TO AT-JOURNAL-TOTAL(IPB-ACT-SUB).
005560     MOVE GS-BENEFIT-YEAR(IPB-SUMMARY-SUB) TO EL-BENEFIT-YEAR.
005570     MOVE GS-INTERMED-NUM(IPB-SUMMARY-SUB) TO EL-INTERMED-NUM.
005580     MOVE GA-ACTIVITY-TYPE(IPB-ACT-SUB)    TO EL-ACTIVITY-TYPE.
005590     MOVE GA-DESCRIPTION(IPB-ACT-SUB)      TO EL-DESCRIPTION.
005600     MOVE GS-ITEM-COUNT(IPB-SUMMARY-SUB)   TO EL-ITEM-COUNT.
005610     MOVE IPB-DEBIT-ACCOUNT TO EL-ACCOUNT.
005620     MOVE IPB-ENTRY-AMOUNT  TO EL-DEBIT.
005630     MOVE ZERO              TO EL-CREDIT.
005640     WRITE REPORT-RECORD FROM IPB-ENTRY-LINE.
005650     ADD 1 TO IPB-ENTRY-COUNT.
005660     ADD IPB-ENTRY-AMOUNT TO IPB-DEBIT-TOTAL.
005670     MOVE IPB-CREDIT-ACCOUNT TO EL-ACCOUNT.
005680     MOVE ZERO              TO EL-DEBIT.
005690     MOVE IPB-ENTRY-AMOUNT  TO EL-CREDIT.
005700     WRITE REPORT-RECORD FROM IPB-ENTRY-LINE.
005710     ADD 1 TO IPB-ENTRY-COUNT.
005720     ADD IPB-ENTRY-AMOUNT TO IPB-CREDIT-TOTAL.
005730 4100-EXIT.
005740     EXIT.
005750*****************************************************************
005760*    4200-SET-SIDES - ACCOUNTS AND UNSIGNED AMOUNT FOR THE
005770*    CURRENT SUMMARY ENTRY.  A NEGATIVE NET (A REPRICE THAT
005780*    LOWERED PAYMENT, OR MORE CASH TAKEN BACK THAN PAID) IS
005790*    POSTED WITH THE ACTIVITY'S ACCOUNTS REVERSED.
005800*****************************************************************
005810 4200-SET-SIDES.
005820     MOVE GS-ACTIVITY-SUB(IPB-SUMMARY-SUB) TO IPB-ACT-SUB.
005830     IF GS-AMOUNT(IPB-SUMMARY-SUB) > ZERO
005840         MOVE GA-DEBIT-ACCOUNT(IPB-ACT-SUB)  TO IPB-DEBIT-ACCOUNT
005850         MOVE GA-CREDIT-ACCOUNT(IPB-ACT-SUB) TO IPB-CREDIT-ACCOUNT
005860         MOVE GS-AMOUNT(IPB-SUMMARY-SUB)     TO IPB-ENTRY-AMOUNT
005870     ELSE
005880         MOVE GA-CREDIT-ACCOUNT(IPB-ACT-SUB) TO IPB-DEBIT-ACCOUNT
005890         MOVE GA-DEBIT-ACCOUNT(IPB-ACT-SUB)  TO IPB-CREDIT-ACCOUNT
005900         COMPUTE IPB-ENTRY-AMOUNT =
005905             ZERO - GS-AMOUNT(IPB-SUMMARY-SUB)
005910     END-IF.
005920 4200-EXIT.
005930     EXIT.
005940*****************************************************************
005950*    5000-PROVE-JOURNAL - EACH ACTIVITY'S ENTRIES MUST NET TO THE
005960*    ITEMS THAT WENT INTO THEM, WHICH ARE THE REGISTER TOTALS,
005970*    AND THE BATCH'S DEBITS MUST EQUAL ITS CREDITS
005980*****************************************************************
005990 5000-PROVE-JOURNAL.
006000     WRITE REPORT-RECORD FROM IPB-PROOF-HEADING.
006010     WRITE REPORT-RECORD FROM IPB-PROOF-HEADING-2.
006020     MOVE 1 TO IPB-ACT-SUB.
006030     MOVE 'PRICED LIABILITY - IPB280 PAYMENT REGISTER'
006040         TO PL-LABEL.
006050     PERFORM 5100-PROVE-ACTIVITY THRU 5100-EXIT.
006054     MOVE 2 TO IPB-ACT-SUB.
006058     MOVE 'DISBURSED CASH - IPB320 / IPB370 REGISTERS'
006062         TO PL-LABEL.
006066     PERFORM 5100-PROVE-ACTIVITY THRU 5100-EXIT.
006070     MOVE '    ORIGINAL PAYMENTS DISBURSED' TO PS-LABEL.
006074     MOVE IPB-ORIG-COUNT    TO PS-ITEM-COUNT.
006078     MOVE IPB-ORIG-TOTAL    TO PS-REGISTER-TOTAL.
006082     WRITE REPORT-RECORD FROM IPB-PROOF-SUB-LINE.
006086     MOVE '    SUPPLEMENTAL PAYMENTS' TO PS-LABEL.
006090     MOVE IPB-SUPP-COUNT    TO PS-ITEM-COUNT.
006094     MOVE IPB-SUPP-TOTAL    TO PS-REGISTER-TOTAL.
006098     WRITE REPORT-RECORD FROM IPB-PROOF-SUB-LINE.
006102     MOVE '    REISSUED PAYMENTS' TO PS-LABEL.
006106     MOVE IPB-REISSUE-COUNT TO PS-ITEM-COUNT.
006110     MOVE IPB-REISSUE-TOTAL TO PS-REGISTER-TOTAL.
006114     WRITE REPORT-RECORD FROM IPB-PROOF-SUB-LINE.
006118     MOVE '    LESS RECOUPMENTS WITHHELD' TO PS-LABEL.
006122     MOVE IPB-RECOUP-COUNT  TO PS-ITEM-COUNT.
006126     COMPUTE PS-REGISTER-TOTAL = ZERO - IPB-RECOUP-TOTAL.
006130     WRITE REPORT-RECORD FROM IPB-PROOF-SUB-LINE.
006134     COMPUTE IPB-NET-EFT-COUNT = IPB-ORIG-COUNT + IPB-SUPP-COUNT
006138         + IPB-REISSUE-COUNT + IPB-RECOUP-COUNT.
006142     COMPUTE IPB-NET-EFT-TOTAL = IPB-ORIG-TOTAL + IPB-SUPP-TOTAL
006146         + IPB-REISSUE-TOTAL - IPB-RECOUP-TOTAL.
006150     MOVE '    NET CASH - EFT FILE TRAILER TOTALS' TO PS-LABEL.
006154     MOVE IPB-NET-EFT-COUNT TO PS-ITEM-COUNT.
006158     MOVE IPB-NET-EFT-TOTAL TO PS-REGISTER-TOTAL.
006162     WRITE REPORT-RECORD FROM IPB-PROOF-SUB-LINE.
006166     MOVE '    LESS PAYMENTS RETURNED BY THE BANK' TO PS-LABEL.
006170     MOVE IPB-RETURN-COUNT  TO PS-ITEM-COUNT.
006174     COMPUTE PS-REGISTER-TOTAL = ZERO - IPB-RETURN-TOTAL.
006178     WRITE REPORT-RECORD FROM IPB-PROOF-SUB-LINE.
006182     MOVE 3 TO IPB-ACT-SUB.
006186     MOVE 'REPRICE ADJUSTMENT - IPB320 ADJUSTMENTS APPLIED'
006190         TO PL-LABEL.
006194     PERFORM 5100-PROVE-ACTIVITY THRU 5100-EXIT.
006198     MOVE '    SUPPLEMENTAL PAYMENTS' TO PS-LABEL.
006202     MOVE IPB-SUPP-COUNT    TO PS-ITEM-COUNT.
006206     MOVE IPB-SUPP-TOTAL    TO PS-REGISTER-TOTAL.
006210     WRITE REPORT-RECORD FROM IPB-PROOF-SUB-LINE.
006214     MOVE '    RECEIVABLES OPENED' TO PS-LABEL.
006218     MOVE IPB-RCVB-COUNT    TO PS-ITEM-COUNT.
006222     COMPUTE PS-REGISTER-TOTAL = ZERO - IPB-RCVB-TOTAL.
006226     WRITE REPORT-RECORD FROM IPB-PROOF-SUB-LINE.
006230     MOVE 4 TO IPB-ACT-SUB.
006234     MOVE 'MSP DENIAL - IPB280 MSP REFERRAL CHARGES'
006238         TO PL-LABEL.
006242     PERFORM 5100-PROVE-ACTIVITY THRU 5100-EXIT.
006246     MOVE 5 TO IPB-ACT-SUB.
006250     MOVE 'RECEIVABLE OPENED - IPB320 RECEIVABLE REGISTER'
006254         TO PL-LABEL.
006258     PERFORM 5100-PROVE-ACTIVITY THRU 5100-EXIT.
006262     MOVE 6 TO IPB-ACT-SUB.
006266     MOVE 'RECOUPMENT WITHHELD - IPB320 RECEIVABLE REGISTER'
006270         TO PL-LABEL.
006274     PERFORM 5100-PROVE-ACTIVITY THRU 5100-EXIT.
006300     MOVE 'DEBITS = CREDITS' TO PL-LABEL.
006310     MOVE IPB-ENTRY-COUNT    TO PL-ITEM-COUNT.
006320     MOVE IPB-DEBIT-TOTAL    TO PL-REGISTER-TOTAL.
006330     MOVE IPB-CREDIT-TOTAL   TO PL-JOURNAL-TOTAL.
006340     IF IPB-DEBIT-TOTAL = IPB-CREDIT-TOTAL
006350         MOVE 'IN BALANCE'         TO PL-STATUS
006360     ELSE
006370         MOVE '*** OUT OF BALANCE' TO PL-STATUS
006380         SET IPB-JOURNAL-OUT-OF-BAL TO TRUE
006390     END-IF.
006400     WRITE REPORT-RECORD FROM IPB-PROOF-LINE.
006410     IF IPB-JOURNAL-IN-BALANCE
006420         MOVE 'IN BALANCE - JOURNAL WRITTEN' TO VL-VERDICT
006430     ELSE
006440         MOVE 'OUT OF BALANCE - NO JOURNAL WRITTEN' TO VL-VERDICT
006450     END-IF.
006460     WRITE REPORT-RECORD FROM IPB-VERDICT-LINE.
006470 5000-EXIT.
006480     EXIT.
006490*****************************************************************
006500*    5100-PROVE-ACTIVITY - ONE ACTIVITY'S PROOF LINE
006510*****************************************************************
006520 5100-PROVE-ACTIVITY.
006530     MOVE AT-INPUT-COUNT(IPB-ACT-SUB)   TO PL-ITEM-COUNT.
006540     MOVE AT-INPUT-TOTAL(IPB-ACT-SUB)   TO PL-REGISTER-TOTAL.
006550     MOVE AT-JOURNAL-TOTAL(IPB-ACT-SUB) TO PL-JOURNAL-TOTAL.
006560     IF AT-INPUT-TOTAL(IPB-ACT-SUB)
006565         = AT-JOURNAL-TOTAL(IPB-ACT-SUB)
006570         MOVE 'AGREES'             TO PL-STATUS
006580     ELSE
006590         MOVE '*** DOES NOT AGREE' TO PL-STATUS
006600         SET IPB-JOURNAL-OUT-OF-BAL TO TRUE
006610     END-IF.
006620     WRITE REPORT-RECORD FROM IPB-PROOF-LINE.
006630 5100-EXIT.
006640     EXIT.
006650*****************************************************************
006660*    6000-WRITE-JOURNAL - THE PROVED BATCH:  HEADER, ENTRY PAIRS
006670*    IN BENEFIT YEAR / INTERMEDIARY / ACTIVITY ORDER, TRAILER
006680*****************************************************************
006690 6000-WRITE-JOURNAL.
006700     OPEN OUTPUT GL-JOURNAL-FILE.
006710     MOVE SPACES TO IPB-GL-JOURNAL-RECORD.
006720     SET GLJ-BATCH-HEADER TO TRUE.
006730     MOVE IPB-CYCLE-DATE TO GLJ-BATCH-DATE.
006740     MOVE 'IPB410'       TO GLJH-SOURCE-PROGRAM.
006750     MOVE 'INPATIENT CLAIM PAYMENT CYCLE'
006760         TO GLJH-DESCRIPTION.
006770     WRITE IPB-GL-JOURNAL-RECORD.
006780     ADD 1 TO IPB-JOURNAL-OUT-COUNT.
006790     MOVE ZERO TO IPB-ENTRY-COUNT.
006800     PERFORM 6100-WRITE-PAIR THRU 6100-EXIT
006810             VARYING IPB-SUMMARY-SUB FROM 1 BY 1
006820             UNTIL IPB-SUMMARY-SUB > IPB-SUMMARY-COUNT.
006830     MOVE SPACES TO IPB-GL-JOURNAL-RECORD.
006840     SET GLJ-BATCH-TRAILER TO TRUE.
006850     MOVE IPB-CYCLE-DATE   TO GLJ-BATCH-DATE.
006860     MOVE IPB-ENTRY-COUNT  TO GLJT-ENTRY-COUNT.
006870     MOVE IPB-DEBIT-TOTAL  TO GLJT-DEBIT-TOTAL.
006880     MOVE IPB-CREDIT-TOTAL TO GLJT-CREDIT-TOTAL.
006890     WRITE IPB-GL-JOURNAL-RECORD.
006900     ADD 1 TO IPB-JOURNAL-OUT-COUNT.
006910     CLOSE GL-JOURNAL-FILE.
006920 6000-EXIT.
006930     EXIT.
006940*****************************************************************
006950*    6100-WRITE-PAIR - DEBIT THEN CREDIT ENTRY FOR ONE SUMMARY
006960*****************************************************************
006970 6100-WRITE-PAIR.
006980     IF GS-AMOUNT(IPB-SUMMARY-SUB) = ZERO
006990         GO TO 6100-EXIT
007000     END-IF.
007010     PERFORM 4200-SET-SIDES THRU 4200-EXIT.
007020     MOVE SPACES TO IPB-GL-JOURNAL-RECORD.
007030     SET GLJ-ENTRY TO TRUE.
007040     MOVE IPB-CYCLE-DATE TO GLJ-BATCH-DATE.
007050     MOVE GS-BENEFIT-YEAR(IPB-SUMMARY-SUB) TO GLJD-BENEFIT-YEAR.
007060     MOVE GS-INTERMED-NUM(IPB-SUMMARY-SUB)
007070         TO GLJD-INTERMEDIARY-NUM.
007080     MOVE GA-ACTIVITY-TYPE(IPB-ACT-SUB) TO GLJD-ACTIVITY-TYPE.
007090     MOVE GA-DESCRIPTION(IPB-ACT-SUB)   TO GLJD-DESCRIPTION.
007100     MOVE GS-ITEM-COUNT(IPB-SUMMARY-SUB) TO GLJD-ITEM-COUNT.
007110     MOVE IPB-ENTRY-AMOUNT              TO GLJD-AMOUNT.
007120     ADD 1 TO IPB-ENTRY-COUNT.
007130     MOVE IPB-ENTRY-COUNT   TO GLJD-LINE-NUMBER.
007140     MOVE IPB-DEBIT-ACCOUNT TO GLJD-ACCOUNT.
007150     SET GLJD-DEBIT TO TRUE.
007160     WRITE IPB-GL-JOURNAL-RECORD.
007170     ADD 1 TO IPB-JOURNAL-OUT-COUNT.
007180     ADD 1 TO IPB-ENTRY-COUNT.
007190     MOVE IPB-ENTRY-COUNT    TO GLJD-LINE-NUMBER.
007200     MOVE IPB-CREDIT-ACCOUNT TO GLJD-ACCOUNT.
007210     SET GLJD-CREDIT TO TRUE.
007220     WRITE IPB-GL-JOURNAL-RECORD.
007230     ADD 1 TO IPB-JOURNAL-OUT-COUNT.
007240 6100-EXIT.
007250     EXIT.
007260*****************************************************************
007270*    8000-WRITE-RUN-CONTROL - ITEMS RELEASED IN, JOURNAL RECORDS
007280*    WRITTEN OUT, AND IN THE SUSPENSE COUNT THE ENTRIES HELD
007290*    BACK WHEN THE BATCH WOULD NOT PROVE.  THE IN HASH IS THE
007300*    TOTAL-CHARGES OF THE PAYMENT FILE READ.
007310*****************************************************************
007320 8000-WRITE-RUN-CONTROL.
007330     OPEN EXTEND RUN-CONTROL-FILE.
007340     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
007350     MOVE 'IPB410' TO RCTL-PROGRAM-ID.
007360     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
007370     ACCEPT RCTL-RUN-TIME FROM TIME.
007380     MOVE IPB-RELEASED-COUNT    TO RCTL-IN-COUNT.
007390     MOVE IPB-JOURNAL-OUT-COUNT TO RCTL-OUT-COUNT.
007400     IF IPB-JOURNAL-OUT-OF-BAL
007410         MOVE IPB-ENTRY-COUNT   TO RCTL-SUSP-COUNT
007420     ELSE
007430         MOVE ZERO              TO RCTL-SUSP-COUNT
007440     END-IF.
007450     MOVE IPB-IN-CHARGE-HASH    TO RCTL-IN-CHARGE-HASH.
007460     MOVE ZERO                  TO RCTL-OUT-CHARGE-HASH.
007470     WRITE IPB-RUN-CONTROL-RECORD.
007480     CLOSE RUN-CONTROL-FILE.
007490 8000-EXIT.
007500     EXIT.
007510*****************************************************************
007520*    9000-TERMINATE
007530*****************************************************************
007540 9000-TERMINATE.
007550     DISPLAY 'IPB410 - PAYMENTS READ      : ' IPB-PAY-IN-COUNT.
007560     DISPLAY 'IPB410 - CASH OFFSETS READ  : ' IPB-OFFSET-IN-COUNT.
007570     DISPLAY 'IPB410 - PAID-STATUS READ   : ' IPB-PAID-IN-COUNT.
007580     DISPLAY 'IPB410 - ITEMS SUMMARIZED   : ' IPB-RELEASED-COUNT.
007590     DISPLAY 'IPB410 - NO BENEFIT YEAR    : '
007600         IPB-YEAR-UNKNOWN-COUNT.
007610     DISPLAY 'IPB410 - JOURNAL ENTRIES    : ' IPB-ENTRY-COUNT.
007620     DISPLAY 'IPB410 - JOURNAL RECORDS    : '
007630         IPB-JOURNAL-OUT-COUNT.
007640     DISPLAY 'IPB410 - JOURNAL VERDICT    : ' VL-VERDICT.
007650     CLOSE REPORT-FILE.
007660     IF IPB-JOURNAL-OUT-OF-BAL
007670         MOVE 8 TO RETURN-CODE
007680     END-IF.
007690 9000-EXIT.
007700     EXIT.
007710 9999-EXIT.
007720     EXIT.
