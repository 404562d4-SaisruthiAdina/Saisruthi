000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    IPB370.
000030 AUTHOR.        D SHEPHERD.
000040 INSTALLATION.  INPATIENT BILLING SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    ---------------------------------------------------------
000100*    10/15/2026  DS   ORIGINAL PROGRAM - BANK EFT RETURN
000110*                     PROCESSING.  READS THE BANK'S RETURN /
000120*                     REJECT FILE (EFTRTN), MATCHES EACH RETURN
000130*                     TO ITS PAYMENT ON THE PAID-STATUS FILE BY
000140*                     THE EFT REFERENCE NUMBER, AND MARKS THAT
000150*                     PAYMENT RETURNED WITH THE BANK'S REASON
000160*                     AND RETURN DATE:  PAIDIN IN, PAIDOUT OUT,
000170*                     SAME SEQUENCE.  EVERY RETURNED PAYMENT NOT
000180*                     YET REISSUED GOES ON THE REISSUE QUEUE
000190*                     FOR THE NEXT IPB320 RUN.  THE RETURNED
000200*                     PAYMENT REGISTER LISTS EVERY RETURN AND
000210*                     BALANCES THE RETURNS BACK TO THE TRAILER
000220*                     TOTALS OF THE EFT FILES THEY CAME FROM
000230*                     (EFTORIG, THE ORIGINAL EFT FILES).
000231*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000232*                     CYCLCTL AND STAMPS IT, NOT THE SYSTEM DATE,
000233*                     ON EVERYTHING THE RUN WRITES.  PRINTS IT IN
000234*                     THE REPORT HEADING.  WILL NOT RUN AGAINST A
000235*                     CLOSED CYCLE.
000236*    10/15/2026  DS   EVERY RETURN APPLIED IS ALSO WRITTEN TO
000237*                     CASHOFF SO THE GENERAL LEDGER INTERFACE
000238*                     REVERSES THE CASH THE BANK SENT BACK.
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT OPTIONAL EFT-RETURN-FILE ASSIGN TO EFTRTN
000320            ORGANIZATION IS SEQUENTIAL.
000330     SELECT OPTIONAL EFT-ORIG-FILE ASSIGN TO EFTORIG
000340            ORGANIZATION IS SEQUENTIAL.
000350     SELECT OPTIONAL PAID-IN-FILE ASSIGN TO PAIDIN
000360            ORGANIZATION IS SEQUENTIAL.
000370     SELECT PAID-OUT-FILE     ASSIGN TO PAIDOUT
000380            ORGANIZATION IS SEQUENTIAL.
000390     SELECT REISSUE-FILE      ASSIGN TO REISSUE
000400            ORGANIZATION IS SEQUENTIAL.
000410     SELECT SORT-WORK-FILE    ASSIGN TO SORTWK01.
000420     SELECT REPORT-FILE       ASSIGN TO RTNRPT
000430            ORGANIZATION IS SEQUENTIAL.
000440     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
000450            ORGANIZATION IS SEQUENTIAL.
000453     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000456            ORGANIZATION IS SEQUENTIAL.
000457     SELECT OPTIONAL CASH-OFFSET-FILE ASSIGN TO CASHOFF
000458            ORGANIZATION IS SEQUENTIAL.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  EFT-RETURN-FILE
000490     RECORDING MODE IS F.
000500 COPY "ipbertn".
000510 FD  EFT-ORIG-FILE
000520     RECORDING MODE IS F.
000530 COPY "ipbeft".
000540 FD  PAID-IN-FILE
000550     RECORDING MODE IS F.
000560 COPY "ipbpaid" REPLACING ==IPB-PAID-STATUS-RECORD==
000570     BY ==IPB-PAID-IN-RECORD==.
000580 FD  PAID-OUT-FILE
000590     RECORDING MODE IS F.
000600 COPY "ipbpaid".
000610 FD  REISSUE-FILE
000620     RECORDING MODE IS F.
000630 COPY "ipbrisq".
000640 SD  SORT-WORK-FILE.
000650 01  SORT-RECORD.
000660     05  SR15-REFERENCE-NUM          PIC 9(15).
000670     05  SR15-RETURN-IMAGE           PIC X(80).
000680 FD  REPORT-FILE
000690     RECORDING MODE IS F.
000700 01  REPORT-RECORD               PIC X(132).
000710 FD  RUN-CONTROL-FILE
000720     RECORDING MODE IS F.
000730 COPY "ipbrctl".
000732 FD  CYCLE-CONTROL-FILE
000734     RECORDING MODE IS F.
000736 COPY "ipbcycl".
000737 FD  CASH-OFFSET-FILE
000738     RECORDING MODE IS F.
000739 COPY "ipbcsho".
000740 WORKING-STORAGE SECTION.
000750*****************************************************************
000760*    SWITCHES AND COUNTERS
000770*****************************************************************
000780 77  IPB-RTN-EOF-SW              PIC X(01)   VALUE 'N'.
000790     88  IPB-RTN-END-OF-FILE                 VALUE 'Y'.
000800 77  IPB-SORT-EOF-SW             PIC X(01)   VALUE 'N'.
000810     88  IPB-SORT-END-OF-FILE                VALUE 'Y'.
000820 77  IPB-ORIG-EOF-SW             PIC X(01)   VALUE 'N'.
000830     88  IPB-ORIG-END-OF-FILE                VALUE 'Y'.
000840 77  IPB-PAID-EOF-SW             PIC X(01)   VALUE 'N'.
000850     88  IPB-PAID-END-OF-FILE                VALUE 'Y'.
000860 77  IPB-RTN-FOUND-SW            PIC X(01)   VALUE 'N'.
000870     88  IPB-RTN-FOUND                       VALUE 'Y'.
000880     88  IPB-RTN-NOT-FOUND                   VALUE 'N'.
000890 77  IPB-FILE-FOUND-SW           PIC X(01)   VALUE 'N'.
000900     88  IPB-FILE-FOUND                      VALUE 'Y'.
000910 77  IPB-RTN-IN-COUNT            PIC 9(07)   COMP  VALUE ZERO.
000920 77  IPB-RTN-IN-TOTAL            PIC S9(11)V99     VALUE ZERO.
000930 77  IPB-DUP-COUNT               PIC 9(07)   COMP  VALUE ZERO.
000940 77  IPB-DUP-TOTAL               PIC S9(11)V99     VALUE ZERO.
000950 77  IPB-APPLIED-COUNT           PIC 9(07)   COMP  VALUE ZERO.
000960 77  IPB-APPLIED-TOTAL           PIC S9(11)V99     VALUE ZERO.
000970 77  IPB-REJECT-COUNT            PIC 9(07)   COMP  VALUE ZERO.
000980 77  IPB-REJECT-TOTAL            PIC S9(11)V99     VALUE ZERO.
000990 77  IPB-UNMATCHED-COUNT         PIC 9(07)   COMP  VALUE ZERO.
001000 77  IPB-UNMATCHED-TOTAL         PIC S9(11)V99     VALUE ZERO.
001010 77  IPB-REISSUE-COUNT           PIC 9(07)   COMP  VALUE ZERO.
001020 77  IPB-REISSUE-TOTAL           PIC S9(11)V99     VALUE ZERO.
001030 77  IPB-PAID-IN-COUNT           PIC 9(09)   COMP  VALUE ZERO.
001040 77  IPB-PAID-OUT-COUNT          PIC 9(09)   COMP  VALUE ZERO.
001050 77  IPB-ORIG-IN-COUNT           PIC 9(09)   COMP  VALUE ZERO.
001060 77  IPB-RUN-DATE                PIC 9(08)         VALUE ZERO.
001070 77  IPB-PRIOR-REF-NUM           PIC 9(15)         VALUE ZERO.
001080 77  IPB-GROUP-KEY               PIC X(20)   VALUE SPACES.
001090 77  IPB-FILE-SUB                PIC 9(03)   COMP  VALUE ZERO.
001100 77  IPB-FIND-INTERMED           PIC 9(10)         VALUE ZERO.
001110 77  IPB-FIND-DATE               PIC 9(08)         VALUE ZERO.
001120 77  IPB-PEND-COUNT              PIC 9(03)   COMP  VALUE ZERO.
001130 77  IPB-PEND-SUB                PIC 9(03)   COMP  VALUE ZERO.
001140 77  IPB-RTN-COUNT               PIC 9(05)   COMP  VALUE ZERO.
001160 COPY "ipbertn" REPLACING ==IPB-EFT-RETURN-RECORD==
001170     BY ==IPB-RETURN-WORK==.
001180*****************************************************************
001190*    THIS RUN'S RETURNS, IN REFERENCE NUMBER ORDER
001200*****************************************************************
001210 01  IPB-RTN-TABLE.
001220     05  IPB-RTN-ENTRY OCCURS 1 TO 5000 TIMES
001230             DEPENDING ON IPB-RTN-COUNT
001240             ASCENDING KEY IS RN-REFERENCE-NUM
001250             INDEXED BY IPB-RTN-IDX.
001260         10  RN-REFERENCE-NUM        PIC 9(15).
001270         10  RN-CLAIM-NUMBER         PIC X(19).
001280         10  RN-TRANSACTION-IND      PIC 9.
001290         10  RN-RETURN-AMOUNT        PIC S9(9)V99.
001300         10  RN-REASON-CODE          PIC X(03).
001310         10  RN-RETURN-DATE          PIC 9(08).
001320         10  RN-MATCHED-SW           PIC X(01).
001330             88  RN-MATCHED             VALUE 'Y'.
001340             88  RN-NOT-MATCHED         VALUE 'N'.
001350*****************************************************************
001360*    ORIGINAL EFT FILES, ONE ENTRY PER HEADER (INTERMEDIARY
001370*    AND RUN DATE), WITH THE TRAILER TOTALS AND THE RETURNS
001380*    APPLIED AGAINST THEM
001390*****************************************************************
001400 77  IPB-EFT-FILE-COUNT          PIC 9(03)   COMP  VALUE ZERO.
001405 77  IPB-CYCLE-DATE              PIC 9(08)         VALUE ZERO.
001410 01  IPB-EFT-FILE-TABLE.
001420     05  IPB-EFT-FILE-ENTRY OCCURS 1 TO 200 TIMES
001430             DEPENDING ON IPB-EFT-FILE-COUNT.
001440         10  EF-INTERMED-NUM         PIC 9(10).
001450         10  EF-RUN-DATE             PIC 9(08).
001460         10  EF-TRAILER-SW           PIC X(01).
001470             88  EF-TRAILER-SEEN        VALUE 'Y'.
001480         10  EF-SENT-COUNT           PIC 9(09)   COMP.
001490         10  EF-SENT-TOTAL           PIC S9(11)V99.
001500         10  EF-RETURNED-COUNT       PIC 9(07)   COMP.
001510         10  EF-RETURNED-TOTAL       PIC S9(11)V99.
001520*****************************************************************
001530*    RETURNED PAYMENTS ON THE CURRENT BILL STILL TO BE
001540*    REISSUED
001550*****************************************************************
001560 01  IPB-PEND-TABLE.
001570     05  IPB-PEND-ENTRY OCCURS 20 TIMES.
001580         10  PD-REFERENCE-NUM        PIC 9(15).
001590         10  PD-INTERMED-NUM         PIC 9(10).
001600         10  PD-AMOUNT               PIC S9(9)V99.
001610         10  PD-REASON-CODE          PIC X(03).
001620         10  PD-RETURN-DATE          PIC 9(08).
001630         10  PD-REISSUED-SW          PIC X(01).
001640             88  PD-REISSUED            VALUE 'Y'.
001650 COPY "ipbrpt21".
001660 PROCEDURE DIVISION.
001670*****************************************************************
001680*    0000-MAINLINE
001690*****************************************************************
001700 0000-MAINLINE.
001705     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
001710     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001720     SORT SORT-WORK-FILE
001730         ON ASCENDING KEY SR15-REFERENCE-NUM
001740         INPUT PROCEDURE  2000-BUILD-SORT-RECS THRU 2000-EXIT
001750         OUTPUT PROCEDURE 2500-LOAD-RETURNS    THRU 2500-EXIT.
001760     PERFORM 3000-LOAD-EFT-TRAILERS THRU 3000-EXIT.
001770     PERFORM 4000-UPDATE-PAID    THRU 4000-EXIT.
001780     PERFORM 5000-LIST-UNMATCHED THRU 5000-EXIT.
001790     PERFORM 6000-PRINT-BALANCE  THRU 6000-EXIT.
001800     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
001810     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
001820     STOP RUN.
001821*****************************************************************
001822*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
001823*    STAMPED ON EVERYTHING THIS RUN WRITES.  THE CYCLE MUST BE
001824*    OPEN (IPB380).
001825*****************************************************************
001826 0100-READ-CYCLE-CONTROL.
001827     OPEN INPUT CYCLE-CONTROL-FILE.
001828     READ CYCLE-CONTROL-FILE
001829         AT END
001830             DISPLAY 'IPB370 - NO CYCLE CONTROL RECORD ON CYCLCTL'
001831             DISPLAY 'IPB370 - ABENDING - SUPPLY CYCLCTL'
001832             STOP RUN
001833     END-READ.
001834     IF NOT CYCL-CYCLE-OPEN
001835         DISPLAY 'IPB370 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
001836             ' IS CLOSED'
001837         DISPLAY 'IPB370 - ABENDING - RUN IPB380 TO OPEN CYCLE'
001838         STOP RUN
001839     END-IF.
001840     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
001841     CLOSE CYCLE-CONTROL-FILE.
001842 0100-EXIT.
001843     EXIT.
001844*****************************************************************
001845*    1000-INITIALIZE
001850*****************************************************************
001860 1000-INITIALIZE.
001870     MOVE IPB-CYCLE-DATE TO IPB-RUN-DATE.
001880     OPEN OUTPUT REPORT-FILE.
001885     MOVE IPB-CYCLE-DATE TO H1-CYCLE-DATE.
001890     WRITE REPORT-RECORD FROM IPB-HEADING-1.
001900     WRITE REPORT-RECORD FROM IPB-HEADING-2.
001910 1000-EXIT.
001920     EXIT.
001930*****************************************************************
001940*    2000-BUILD-SORT-RECS - INPUT PROCEDURE FOR THE SORT
001950*****************************************************************
001960 2000-BUILD-SORT-RECS.
001970     OPEN INPUT EFT-RETURN-FILE.
001980     PERFORM 2100-READ-RETURN THRU 2100-EXIT.
001990     PERFORM 2200-RELEASE-RETURN THRU 2200-EXIT
002000             UNTIL IPB-RTN-END-OF-FILE.
002010     CLOSE EFT-RETURN-FILE.
002020 2000-EXIT.
002030     EXIT.
002040*****************************************************************
002050*    2100-READ-RETURN
002060*****************************************************************
002070 2100-READ-RETURN.
002080     READ EFT-RETURN-FILE
002090         AT END
002100             SET IPB-RTN-END-OF-FILE TO TRUE
002110             GO TO 2100-EXIT
002120     END-READ.
002130     ADD 1 TO IPB-RTN-IN-COUNT.
002140     ADD ERTN-RETURN-AMOUNT IN IPB-EFT-RETURN-RECORD
002145         TO IPB-RTN-IN-TOTAL.
002150 2100-EXIT.
002160     EXIT.
002170*****************************************************************
002180*    2200-RELEASE-RETURN
002190*****************************************************************
002200 2200-RELEASE-RETURN.
002210     MOVE ERTN-REFERENCE-NUM IN IPB-EFT-RETURN-RECORD
002215         TO SR15-REFERENCE-NUM.
002220     MOVE IPB-EFT-RETURN-RECORD TO SR15-RETURN-IMAGE.
002230     RELEASE SORT-RECORD.
002240     PERFORM 2100-READ-RETURN THRU 2100-EXIT.
002250 2200-EXIT.
002260     EXIT.
002270*****************************************************************
002280*    2500-LOAD-RETURNS - OUTPUT PROCEDURE FOR THE SORT.  THE
002290*    RETURNS GO INTO THE TABLE IN REFERENCE NUMBER ORDER; A
002300*    SECOND RETURN FOR THE SAME REFERENCE IS LISTED AND
002310*    DROPPED.
002320*****************************************************************
002330 2500-LOAD-RETURNS.
002340     PERFORM 2600-RETURN-SORTED THRU 2600-EXIT.
002350     PERFORM 2700-LOAD-ONE-RETURN THRU 2700-EXIT
002360             UNTIL IPB-SORT-END-OF-FILE.
002370 2500-EXIT.
002380     EXIT.
002390*****************************************************************
002400*    2600-RETURN-SORTED
002410*****************************************************************
002420 2600-RETURN-SORTED.
002430     RETURN SORT-WORK-FILE
002440         AT END
002450             SET IPB-SORT-END-OF-FILE TO TRUE
002460             GO TO 2600-EXIT
002470     END-RETURN.
002480     MOVE SR15-RETURN-IMAGE TO IPB-RETURN-WORK.
002490 2600-EXIT.
002500     EXIT.
002510*****************************************************************
002520*    2700-LOAD-ONE-RETURN
002530*****************************************************************
002540 2700-LOAD-ONE-RETURN.
002550     IF IPB-RTN-COUNT > ZERO
002560         AND ERTN-REFERENCE-NUM IN IPB-RETURN-WORK
002570             = IPB-PRIOR-REF-NUM
002580         MOVE ERTN-REFERENCE-NUM IN IPB-RETURN-WORK
002590             TO RT-REFERENCE-NUM
002600         MOVE ERTN-CLAIM-NUMBER IN IPB-RETURN-WORK
002610             TO RT-CLAIM-NUMBER
002620         MOVE ERTN-TRANSACTION-IND IN IPB-RETURN-WORK
002630             TO RT-TRANSACTION-IND
002640         MOVE ZERO TO RT-INTERMED-NUM
002650         MOVE ZERO TO RT-PAID-DATE
002660         MOVE ERTN-RETURN-AMOUNT IN IPB-RETURN-WORK
002670             TO RT-AMOUNT
002680         MOVE ERTN-REASON-CODE IN IPB-RETURN-WORK
002690             TO RT-REASON
002700         MOVE ERTN-RETURN-DATE IN IPB-RETURN-WORK
002710             TO RT-RETURN-DATE
002720         MOVE 'DUPLICATE RETURN' TO RT-STATUS
002730         WRITE REPORT-RECORD FROM IPB-DETAIL-LINE
002740         ADD 1 TO IPB-DUP-COUNT
002750         ADD ERTN-RETURN-AMOUNT IN IPB-RETURN-WORK
002760             TO IPB-DUP-TOTAL
002770         PERFORM 2600-RETURN-SORTED THRU 2600-EXIT
002780         GO TO 2700-EXIT
002790     END-IF.
002800     IF IPB-RTN-COUNT >= 5000
002810         DISPLAY 'IPB370 - RETURN TABLE FULL AT 5000 ENTRIES'
002820         DISPLAY 'IPB370 - ABENDING - SPLIT THE EFTRTN FILE'
002830         STOP RUN
002840     END-IF.
002850     ADD 1 TO IPB-RTN-COUNT.
002860     MOVE ERTN-REFERENCE-NUM IN IPB-RETURN-WORK
002870         TO RN-REFERENCE-NUM(IPB-RTN-COUNT)
002880            IPB-PRIOR-REF-NUM.
002890     MOVE ERTN-CLAIM-NUMBER IN IPB-RETURN-WORK
002900         TO RN-CLAIM-NUMBER(IPB-RTN-COUNT).
002910     MOVE ERTN-TRANSACTION-IND IN IPB-RETURN-WORK
002920         TO RN-TRANSACTION-IND(IPB-RTN-COUNT).
002930     MOVE ERTN-RETURN-AMOUNT IN IPB-RETURN-WORK
002940         TO RN-RETURN-AMOUNT(IPB-RTN-COUNT).
002950     MOVE ERTN-REASON-CODE IN IPB-RETURN-WORK
002960         TO RN-REASON-CODE(IPB-RTN-COUNT).
002970     MOVE ERTN-RETURN-DATE IN IPB-RETURN-WORK
002980         TO RN-RETURN-DATE(IPB-RTN-COUNT).
002990     SET RN-NOT-MATCHED(IPB-RTN-COUNT) TO TRUE.
003000     PERFORM 2600-RETURN-SORTED THRU 2600-EXIT.
003010 2700-EXIT.
003020     EXIT.
003030*****************************************************************
003040*    3000-LOAD-EFT-TRAILERS - ONE TABLE ENTRY PER ORIGINAL
003050*    EFT FILE SUPPLIED, CARRYING ITS TRAILER COUNT AND TOTAL
003060*****************************************************************
003070 3000-LOAD-EFT-TRAILERS.
003080     OPEN INPUT EFT-ORIG-FILE.
003090     PERFORM 3100-READ-ORIG THRU 3100-EXIT.
003100     PERFORM 3200-NOTE-ORIG THRU 3200-EXIT
003110             UNTIL IPB-ORIG-END-OF-FILE.
003120     CLOSE EFT-ORIG-FILE.
003130 3000-EXIT.
003140     EXIT.
003150*****************************************************************
003160*    3100-READ-ORIG
003170*****************************************************************
003180 3100-READ-ORIG.
003190     READ EFT-ORIG-FILE
003200         AT END
003210             SET IPB-ORIG-END-OF-FILE TO TRUE
003220             GO TO 3100-EXIT
003230     END-READ.
003240     ADD 1 TO IPB-ORIG-IN-COUNT.
003250 3100-EXIT.
003260     EXIT.
003270*****************************************************************
003280*    3200-NOTE-ORIG - A HEADER STARTS (OR FINDS) THE FILE'S
003290*    ENTRY; THE TRAILER THAT FOLLOWS SUPPLIES ITS TOTALS
003300*****************************************************************
003310 3200-NOTE-ORIG.
003320     EVALUATE TRUE
003330         WHEN EFT-HEADER
003340             MOVE EFH-INTERMEDIARY-NUM TO IPB-FIND-INTERMED
003350             MOVE EFH-RUN-DATE         TO IPB-FIND-DATE
003360             PERFORM 3300-FIND-EFT-FILE THRU 3300-EXIT
003370         WHEN EFT-TRAILER
003380             IF IPB-FILE-SUB > ZERO
003390                 MOVE 'Y' TO EF-TRAILER-SW(IPB-FILE-SUB)
003400                 MOVE EFT-RECORD-COUNT
003410                     TO EF-SENT-COUNT(IPB-FILE-SUB)
003420                 MOVE EFT-PAYMENT-TOTAL
003430                     TO EF-SENT-TOTAL(IPB-FILE-SUB)
003440             END-IF
003450     END-EVALUATE.
003460     PERFORM 3100-READ-ORIG THRU 3100-EXIT.
003470 3200-EXIT.
003480     EXIT.
003490*****************************************************************
003500*    3300-FIND-EFT-FILE - ENTRY FOR IPB-FIND-INTERMED AND
003510*    IPB-FIND-DATE, ADDING ONE ON FIRST SIGHT.  LEAVES ITS
003520*    SUBSCRIPT IN IPB-FILE-SUB.
003530*****************************************************************
003540 3300-FIND-EFT-FILE.
003550     MOVE 'N' TO IPB-FILE-FOUND-SW.
003560     MOVE 1   TO IPB-FILE-SUB.
003570     PERFORM 3350-SEARCH-EFT-FILE THRU 3350-EXIT
003580             UNTIL IPB-FILE-FOUND
003590             OR IPB-FILE-SUB > IPB-EFT-FILE-COUNT.
003600     IF IPB-FILE-FOUND
003610         GO TO 3300-EXIT
003620     END-IF.
003630     IF IPB-EFT-FILE-COUNT >= 200
003640         DISPLAY 'IPB370 - EFT FILE TABLE FULL AT 200 ENTRIES'
003650         DISPLAY 'IPB370 - ABENDING - TOO MANY EFT FILES'
003660         STOP RUN
003670     END-IF.
003680     ADD 1 TO IPB-EFT-FILE-COUNT.
003690     MOVE IPB-EFT-FILE-COUNT TO IPB-FILE-SUB.
003700     MOVE IPB-FIND-INTERMED  TO EF-INTERMED-NUM(IPB-FILE-SUB).
003710     MOVE IPB-FIND-DATE      TO EF-RUN-DATE(IPB-FILE-SUB).
003720     MOVE 'N'                TO EF-TRAILER-SW(IPB-FILE-SUB).
003730     MOVE ZERO TO EF-SENT-COUNT(IPB-FILE-SUB).
003740     MOVE ZERO TO EF-SENT-TOTAL(IPB-FILE-SUB).
003750     MOVE ZERO TO EF-RETURNED-COUNT(IPB-FILE-SUB).
003760     MOVE ZERO TO EF-RETURNED-TOTAL(IPB-FILE-SUB).
003770 3300-EXIT.
003780     EXIT.
003790*****************************************************************
003800*    3350-SEARCH-EFT-FILE
003810*****************************************************************
003820 3350-SEARCH-EFT-FILE.
003830     IF EF-INTERMED-NUM(IPB-FILE-SUB) = IPB-FIND-INTERMED
003840         AND EF-RUN-DATE(IPB-FILE-SUB) = IPB-FIND-DATE
003850         SET IPB-FILE-FOUND TO TRUE
003860     ELSE
003870         ADD 1 TO IPB-FILE-SUB
003880     END-IF.
003890 3350-EXIT.
003900     EXIT.
003910*****************************************************************
003920*    4000-UPDATE-PAID - PASS THE PAID-STATUS FILE ONE BILL AT
003930*    A TIME, MARKING RETURNED PAYMENTS AND QUEUEING EVERY
003940*    RETURNED PAYMENT NOT YET REISSUED
003950*****************************************************************
003960 4000-UPDATE-PAID.
003970     OPEN INPUT  PAID-IN-FILE.
003980     OPEN OUTPUT PAID-OUT-FILE
003990                 REISSUE-FILE.
003995     OPEN EXTEND CASH-OFFSET-FILE.
004000     PERFORM 4100-READ-PAID THRU 4100-EXIT.
004010     PERFORM 4200-PROCESS-BILL THRU 4200-EXIT
004020             UNTIL IPB-PAID-END-OF-FILE.
004030     CLOSE PAID-IN-FILE
004040           PAID-OUT-FILE
004050           REISSUE-FILE
004055           CASH-OFFSET-FILE.
004060 4000-EXIT.
004070     EXIT.
004080*****************************************************************
004090*    4100-READ-PAID
004100*****************************************************************
004110 4100-READ-PAID.
004120     READ PAID-IN-FILE
004130         AT END
004140             SET IPB-PAID-END-OF-FILE TO TRUE
004150             GO TO 4100-EXIT
004160     END-READ.
004170     ADD 1 TO IPB-PAID-IN-COUNT.
004180 4100-EXIT.
004190     EXIT.
004200*****************************************************************
004210*    4200-PROCESS-BILL - ALL PAID-STATUS RECORDS FOR ONE BILL
004220*****************************************************************
004230 4200-PROCESS-BILL.
004240     MOVE IPB-PAID-IN-RECORD(1:20) TO IPB-GROUP-KEY.
004250     MOVE ZERO TO IPB-PEND-COUNT.
004260     PERFORM 4300-PROCESS-ONE-PAID THRU 4300-EXIT
004270             UNTIL IPB-PAID-END-OF-FILE
004280             OR IPB-PAID-IN-RECORD(1:20) NOT = IPB-GROUP-KEY.
004290     IF IPB-PEND-COUNT > ZERO
004300         PERFORM 4600-QUEUE-REISSUE THRU 4600-EXIT
004310                 VARYING IPB-PEND-SUB FROM 1 BY 1
004320                 UNTIL IPB-PEND-SUB > IPB-PEND-COUNT
004330     END-IF.
004340 4200-EXIT.
004350     EXIT.
004360*****************************************************************
004370*    4300-PROCESS-ONE-PAID - APPLY ANY RETURN FOR THE
004380*    PAYMENT, NOTE RETURNS AND REISSUES FOR THE QUEUE, AND
004390*    CARRY THE RECORD FORWARD
004400*****************************************************************
004410 4300-PROCESS-ONE-PAID.
004420     MOVE IPB-PAID-IN-RECORD TO IPB-PAID-STATUS-RECORD.
004430     IF PAID-REFERENCE-NUM IN IPB-PAID-STATUS-RECORD > ZERO
004440         AND IPB-RTN-COUNT > ZERO
004450         PERFORM 4400-MATCH-RETURN THRU 4400-EXIT
004460     END-IF.
004470     IF PAID-REISSUE IN IPB-PAID-STATUS-RECORD
004480         PERFORM 4550-NOTE-REISSUE THRU 4550-EXIT
004490     END-IF.
004500     IF PAID-RETURNED IN IPB-PAID-STATUS-RECORD
004510         PERFORM 4500-NOTE-RETURNED THRU 4500-EXIT
004520     END-IF.
004530     WRITE IPB-PAID-STATUS-RECORD.
004540     ADD 1 TO IPB-PAID-OUT-COUNT.
004550     PERFORM 4100-READ-PAID THRU 4100-EXIT.
004560 4300-EXIT.
004570     EXIT.
004580*****************************************************************
004590*    4400-MATCH-RETURN - A RETURN IS APPLIED ONLY TO A
004600*    PAYMENT NOT ALREADY RETURNED AND ONLY FOR THE AMOUNT
004610*    PAID; ANYTHING ELSE IS LISTED AND LEFT FOR FOLLOW-UP
004620*****************************************************************
004630 4400-MATCH-RETURN.
004640     SET IPB-RTN-NOT-FOUND TO TRUE.
004650     SET IPB-RTN-IDX TO 1.
004660     SEARCH ALL IPB-RTN-ENTRY
004670         AT END
004680             SET IPB-RTN-NOT-FOUND TO TRUE
004690         WHEN RN-REFERENCE-NUM(IPB-RTN-IDX) =
004700                 PAID-REFERENCE-NUM IN IPB-PAID-STATUS-RECORD
004710             SET IPB-RTN-FOUND TO TRUE
004720     END-SEARCH.
004730     IF IPB-RTN-NOT-FOUND
004740         GO TO 4400-EXIT
004750     END-IF.
004760     SET RN-MATCHED(IPB-RTN-IDX) TO TRUE.
004770     MOVE RN-REFERENCE-NUM(IPB-RTN-IDX)   TO RT-REFERENCE-NUM.
004780     MOVE PAID-CLAIM-NUMBER IN IPB-PAID-STATUS-RECORD
004790         TO RT-CLAIM-NUMBER.
004800     MOVE PAID-TRANSACTION-IND IN IPB-PAID-STATUS-RECORD
004810         TO RT-TRANSACTION-IND.
004820     MOVE PAID-INTERMEDIARY-NUM IN IPB-PAID-STATUS-RECORD
004830         TO RT-INTERMED-NUM.
004840     MOVE PAID-DATE IN IPB-PAID-STATUS-RECORD
004850         TO RT-PAID-DATE.
004860     MOVE RN-RETURN-AMOUNT(IPB-RTN-IDX)   TO RT-AMOUNT.
004870     MOVE RN-REASON-CODE(IPB-RTN-IDX)     TO RT-REASON.
004880     MOVE RN-RETURN-DATE(IPB-RTN-IDX)     TO RT-RETURN-DATE.
004890     IF PAID-RETURNED IN IPB-PAID-STATUS-RECORD
004900         MOVE 'ALREADY RETURNED' TO RT-STATUS
004910         GO TO 4400-REJECT
004920     END-IF.
004930     IF RN-RETURN-AMOUNT(IPB-RTN-IDX) NOT =
004940             PAID-AMOUNT IN IPB-PAID-STATUS-RECORD
004950         MOVE 'AMOUNT DIFFERS FROM PAID' TO RT-STATUS
004960         GO TO 4400-REJECT
004970     END-IF.
004980     SET PAID-RETURNED IN IPB-PAID-STATUS-RECORD TO TRUE.
004990     MOVE RN-REASON-CODE(IPB-RTN-IDX)
005000         TO PAID-RETURN-REASON IN IPB-PAID-STATUS-RECORD.
005010     MOVE RN-RETURN-DATE(IPB-RTN-IDX)
005020         TO PAID-RETURN-DATE IN IPB-PAID-STATUS-RECORD.
005030     MOVE 'RETURNED - QUEUED' TO RT-STATUS.
005040     WRITE REPORT-RECORD FROM IPB-DETAIL-LINE.
005050     ADD 1 TO IPB-APPLIED-COUNT.
005060     ADD RN-RETURN-AMOUNT(IPB-RTN-IDX) TO IPB-APPLIED-TOTAL.
005065     PERFORM 4450-WRITE-CASH-OFFSET THRU 4450-EXIT.
005070     MOVE PAID-INTERMEDIARY-NUM IN IPB-PAID-STATUS-RECORD
005080         TO IPB-FIND-INTERMED.
005090     MOVE PAID-DATE IN IPB-PAID-STATUS-RECORD
005100         TO IPB-FIND-DATE.
005110     PERFORM 3300-FIND-EFT-FILE THRU 3300-EXIT.
005120     ADD 1 TO EF-RETURNED-COUNT(IPB-FILE-SUB).
005130     ADD RN-RETURN-AMOUNT(IPB-RTN-IDX)
005140         TO EF-RETURNED-TOTAL(IPB-FILE-SUB).
005150     GO TO 4400-EXIT.
005160 4400-REJECT.
005170     WRITE REPORT-RECORD FROM IPB-DETAIL-LINE.
005180     ADD 1 TO IPB-REJECT-COUNT.
005190     ADD RN-RETURN-AMOUNT(IPB-RTN-IDX) TO IPB-REJECT-TOTAL.
005200 4400-EXIT.
005210     EXIT.
005211*****************************************************************
005212*    4450-WRITE-CASH-OFFSET - THE RETURNED AMOUNT CAME BACK
005213*    INTO THE BANK THIS CYCLE; CASHOFF CARRIES IT TO IPB410
005214*****************************************************************
005215 4450-WRITE-CASH-OFFSET.
005216     MOVE SPACES TO IPB-CASH-OFFSET-RECORD.
005217     SET CSHO-BANK-RETURN TO TRUE.
005218     MOVE IPB-RUN-DATE TO CSHO-CYCLE-DATE.
005219     MOVE PAID-CLAIM-NUMBER IN IPB-PAID-STATUS-RECORD
005220         TO CSHO-CLAIM-NUMBER.
005221     MOVE PAID-TRANSACTION-IND IN IPB-PAID-STATUS-RECORD
005222         TO CSHO-TRANSACTION-IND.
005223     MOVE PAID-INTERMEDIARY-NUM IN IPB-PAID-STATUS-RECORD
005224         TO CSHO-INTERMEDIARY-NUM.
005225     MOVE ZERO TO CSHO-BENEFIT-YEAR.
005226     MOVE RN-REFERENCE-NUM(IPB-RTN-IDX) TO CSHO-REFERENCE-NUM.
005227     MOVE RN-RETURN-AMOUNT(IPB-RTN-IDX) TO CSHO-AMOUNT.
005228     MOVE RN-REASON-CODE(IPB-RTN-IDX)   TO CSHO-RETURN-REASON.
005229     WRITE IPB-CASH-OFFSET-RECORD.
005230 4450-EXIT.
005231     EXIT.
005232*****************************************************************
005233*    4500-NOTE-RETURNED - A RETURNED PAYMENT STAYS DUE FOR
005240*    REISSUE UNTIL A LATER REISSUE RECORD NAMES IT
005250*****************************************************************
005260 4500-NOTE-RETURNED.
005270     IF IPB-PEND-COUNT >= 20
005280         DISPLAY 'IPB370 - MORE THAN 20 RETURNS ON ONE BILL'
005290         DISPLAY 'IPB370 - ABENDING - CHECK PAIDIN FOR '
005300             PAID-CLAIM-NUMBER IN IPB-PAID-STATUS-RECORD
005310         STOP RUN
005320     END-IF.
005330     ADD 1 TO IPB-PEND-COUNT.
005340     MOVE PAID-REFERENCE-NUM IN IPB-PAID-STATUS-RECORD
005350         TO PD-REFERENCE-NUM(IPB-PEND-COUNT).
005360     MOVE PAID-INTERMEDIARY-NUM IN IPB-PAID-STATUS-RECORD
005370         TO PD-INTERMED-NUM(IPB-PEND-COUNT).
005380     MOVE PAID-AMOUNT IN IPB-PAID-STATUS-RECORD
005390         TO PD-AMOUNT(IPB-PEND-COUNT).
005400     MOVE PAID-RETURN-REASON IN IPB-PAID-STATUS-RECORD
005410         TO PD-REASON-CODE(IPB-PEND-COUNT).
005420     MOVE PAID-RETURN-DATE IN IPB-PAID-STATUS-RECORD
005430         TO PD-RETURN-DATE(IPB-PEND-COUNT).
005440     MOVE 'N' TO PD-REISSUED-SW(IPB-PEND-COUNT).
005450 4500-EXIT.
005460     EXIT.
005470*****************************************************************
005480*    4550-NOTE-REISSUE - CLEAR THE RETURNED PAYMENT THIS
005490*    REISSUE REPLACED
005500*****************************************************************
005510 4550-NOTE-REISSUE.
005520     IF IPB-PEND-COUNT = ZERO
005530         GO TO 4550-EXIT
005540     END-IF.
005550     PERFORM 4560-CLEAR-ONE-PEND THRU 4560-EXIT
005560             VARYING IPB-PEND-SUB FROM 1 BY 1
005570             UNTIL IPB-PEND-SUB > IPB-PEND-COUNT.
005580 4550-EXIT.
005590     EXIT.
005600*****************************************************************
005610*    4560-CLEAR-ONE-PEND
005620*****************************************************************
005630 4560-CLEAR-ONE-PEND.
005640     IF PD-REFERENCE-NUM(IPB-PEND-SUB) =
005650             PAID-ORIG-REF-NUM IN IPB-PAID-STATUS-RECORD
005660         MOVE 'Y' TO PD-REISSUED-SW(IPB-PEND-SUB)
005670     END-IF.
005680 4560-EXIT.
005690     EXIT.
005700*****************************************************************
005710*    4600-QUEUE-REISSUE
005720*****************************************************************
005730 4600-QUEUE-REISSUE.
005740     IF PD-REISSUED(IPB-PEND-SUB)
005750         GO TO 4600-EXIT
005760     END-IF.
005770     MOVE SPACES TO IPB-REISSUE-RECORD.
005780     MOVE IPB-GROUP-KEY(1:19)   TO RISQ-CLAIM-NUMBER.
005790     MOVE IPB-GROUP-KEY(20:1)   TO RISQ-TRANSACTION-IND.
005800     MOVE PD-INTERMED-NUM(IPB-PEND-SUB)
005810         TO RISQ-INTERMEDIARY-NUM.
005820     MOVE PD-REFERENCE-NUM(IPB-PEND-SUB) TO RISQ-ORIG-REF-NUM.
005830     MOVE PD-AMOUNT(IPB-PEND-SUB)        TO RISQ-AMOUNT.
005840     MOVE PD-REASON-CODE(IPB-PEND-SUB)   TO RISQ-RETURN-REASON.
005850     MOVE PD-RETURN-DATE(IPB-PEND-SUB)   TO RISQ-RETURN-DATE.
005860     WRITE IPB-REISSUE-RECORD.
005870     ADD 1 TO IPB-REISSUE-COUNT.
005880     ADD PD-AMOUNT(IPB-PEND-SUB) TO IPB-REISSUE-TOTAL.
005890 4600-EXIT.
005900     EXIT.
005910*****************************************************************
005920*    5000-LIST-UNMATCHED - RETURNS FOR WHICH NO PAYMENT WITH
005930*    THAT REFERENCE NUMBER IS ON THE PAID-STATUS FILE
005940*****************************************************************
005950 5000-LIST-UNMATCHED.
005960     IF IPB-RTN-COUNT = ZERO
005970         GO TO 5000-EXIT
005980     END-IF.
005990     PERFORM 5100-LIST-ONE-UNMATCHED THRU 5100-EXIT
006000             VARYING IPB-RTN-IDX FROM 1 BY 1
006010             UNTIL IPB-RTN-IDX > IPB-RTN-COUNT.
006020 5000-EXIT.
006030     EXIT.
006040*****************************************************************
006050*    5100-LIST-ONE-UNMATCHED
006060*****************************************************************
006070 5100-LIST-ONE-UNMATCHED.
006080     IF RN-MATCHED(IPB-RTN-IDX)
006090         GO TO 5100-EXIT
006100     END-IF.
006110     MOVE RN-REFERENCE-NUM(IPB-RTN-IDX)   TO RT-REFERENCE-NUM.
006120     MOVE RN-CLAIM-NUMBER(IPB-RTN-IDX)    TO RT-CLAIM-NUMBER.
006130     MOVE RN-TRANSACTION-IND(IPB-RTN-IDX) TO RT-TRANSACTION-IND.
006140     MOVE ZERO                            TO RT-INTERMED-NUM.
006150     MOVE ZERO                            TO RT-PAID-DATE.
006160     MOVE RN-RETURN-AMOUNT(IPB-RTN-IDX)   TO RT-AMOUNT.
006170     MOVE RN-REASON-CODE(IPB-RTN-IDX)     TO RT-REASON.
006180     MOVE RN-RETURN-DATE(IPB-RTN-IDX)     TO RT-RETURN-DATE.
006190     MOVE 'NO MATCHING PAYMENT'           TO RT-STATUS.
006200     WRITE REPORT-RECORD FROM IPB-DETAIL-LINE.
006210     ADD 1 TO IPB-UNMATCHED-COUNT.
006220     ADD RN-RETURN-AMOUNT(IPB-RTN-IDX) TO IPB-UNMATCHED-TOTAL.
006230 5100-EXIT.
006240     EXIT.
006250*****************************************************************
006260*    6000-PRINT-BALANCE - FOR EVERY ORIGINAL EFT FILE, WHAT
006270*    THE TRAILER SAID WAS SENT, WHAT CAME BACK, AND WHAT THE
006280*    BANK KEPT; THEN THE RUN TOTALS, WHICH PROVE EVERY RETURN
006290*    READ WAS APPLIED OR LISTED
006300*****************************************************************
006310 6000-PRINT-BALANCE.
006320     WRITE REPORT-RECORD FROM IPB-BALANCE-HEADING-1.
006330     WRITE REPORT-RECORD FROM IPB-BALANCE-HEADING-2.
006340     IF IPB-EFT-FILE-COUNT > ZERO
006350         PERFORM 6100-PRINT-ONE-FILE THRU 6100-EXIT
006360                 VARYING IPB-FILE-SUB FROM 1 BY 1
006370                 UNTIL IPB-FILE-SUB > IPB-EFT-FILE-COUNT
006380     END-IF.
006390     MOVE 'RETURNS READ'               TO SM-LABEL.
006400     MOVE IPB-RTN-IN-COUNT             TO SM-COUNT.
006410     MOVE IPB-RTN-IN-TOTAL             TO SM-AMOUNT.
006420     WRITE REPORT-RECORD FROM IPB-SUMMARY-LINE.
006430     MOVE 'RETURNED - QUEUED FOR REISSUE' TO SM-LABEL.
006440     MOVE IPB-APPLIED-COUNT            TO SM-COUNT.
006450     MOVE IPB-APPLIED-TOTAL            TO SM-AMOUNT.
006460     WRITE REPORT-RECORD FROM IPB-SUMMARY-LINE.
006470     MOVE 'NOT APPLIED'                TO SM-LABEL.
006480     MOVE IPB-REJECT-COUNT             TO SM-COUNT.
006490     MOVE IPB-REJECT-TOTAL             TO SM-AMOUNT.
006500     WRITE REPORT-RECORD FROM IPB-SUMMARY-LINE.
006510     MOVE 'NO MATCHING PAYMENT'        TO SM-LABEL.
006520     MOVE IPB-UNMATCHED-COUNT          TO SM-COUNT.
006530     MOVE IPB-UNMATCHED-TOTAL          TO SM-AMOUNT.
006540     WRITE REPORT-RECORD FROM IPB-SUMMARY-LINE.
006550     MOVE 'DUPLICATE RETURNS'          TO SM-LABEL.
006560     MOVE IPB-DUP-COUNT                TO SM-COUNT.
006570     MOVE IPB-DUP-TOTAL                TO SM-AMOUNT.
006580     WRITE REPORT-RECORD FROM IPB-SUMMARY-LINE.
006590     MOVE 'REISSUE QUEUE (ALL OUTSTANDING)' TO SM-LABEL.
006600     MOVE IPB-REISSUE-COUNT            TO SM-COUNT.
006610     MOVE IPB-REISSUE-TOTAL            TO SM-AMOUNT.
006620     WRITE REPORT-RECORD FROM IPB-SUMMARY-LINE.
006630 6000-EXIT.
006640     EXIT.
006650*****************************************************************
006660*    6100-PRINT-ONE-FILE
006670*****************************************************************
006680 6100-PRINT-ONE-FILE.
006690     MOVE EF-INTERMED-NUM(IPB-FILE-SUB)   TO BL-INTERMED-NUM.
006700     MOVE EF-RUN-DATE(IPB-FILE-SUB)       TO BL-EFT-DATE.
006710     MOVE EF-SENT-COUNT(IPB-FILE-SUB)     TO BL-SENT-COUNT.
006720     MOVE EF-SENT-TOTAL(IPB-FILE-SUB)     TO BL-SENT-TOTAL.
006730     MOVE EF-RETURNED-COUNT(IPB-FILE-SUB) TO BL-RETURNED-COUNT.
006740     MOVE EF-RETURNED-TOTAL(IPB-FILE-SUB) TO BL-RETURNED-TOTAL.
006750     MOVE SPACES                          TO BL-NOTE.
006760     IF EF-TRAILER-SEEN(IPB-FILE-SUB)
006770         COMPUTE BL-NET-COUNT = EF-SENT-COUNT(IPB-FILE-SUB)
006780             - EF-RETURNED-COUNT(IPB-FILE-SUB)
006790         COMPUTE BL-NET-TOTAL = EF-SENT-TOTAL(IPB-FILE-SUB)
006800             - EF-RETURNED-TOTAL(IPB-FILE-SUB)
006810     ELSE
006820         MOVE ZERO TO BL-NET-COUNT
006830         MOVE ZERO TO BL-NET-TOTAL
006840         MOVE 'NO EFT TRAILER' TO BL-NOTE
006850     END-IF.
006860     WRITE REPORT-RECORD FROM IPB-BALANCE-LINE.
006870 6100-EXIT.
006880     EXIT.
006890*****************************************************************
006900*    8000-WRITE-RUN-CONTROL - COUNTS FOR THE BALANCING STEP.
006910*    RETURNS NOT APPLIED, UNMATCHED OR DUPLICATED ARE
006920*    REPORTED IN THE SUSPENSE FIGURE.
006930*****************************************************************
006940 8000-WRITE-RUN-CONTROL.
006950     OPEN EXTEND RUN-CONTROL-FILE.
006960     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
006970     MOVE 'IPB370' TO RCTL-PROGRAM-ID.
006980     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
006990     ACCEPT RCTL-RUN-TIME FROM TIME.
007000     MOVE IPB-RTN-IN-COUNT  TO RCTL-IN-COUNT.
007010     MOVE IPB-APPLIED-COUNT TO RCTL-OUT-COUNT.
007020     COMPUTE RCTL-SUSP-COUNT = IPB-REJECT-COUNT
007030         + IPB-UNMATCHED-COUNT + IPB-DUP-COUNT.
007040     MOVE ZERO              TO RCTL-IN-CHARGE-HASH.
007050     MOVE ZERO              TO RCTL-OUT-CHARGE-HASH.
007060     WRITE IPB-RUN-CONTROL-RECORD.
007070     CLOSE RUN-CONTROL-FILE.
007080 8000-EXIT.
007090     EXIT.
007100*****************************************************************
007110*    9000-TERMINATE
007120*****************************************************************
007130 9000-TERMINATE.
007140     DISPLAY 'IPB370 - RETURNS READ       : ' IPB-RTN-IN-COUNT.
007150     DISPLAY 'IPB370 - RETURNS APPLIED    : ' IPB-APPLIED-COUNT.
007160     DISPLAY 'IPB370 - NOT APPLIED        : ' IPB-REJECT-COUNT.
007170     DISPLAY 'IPB370 - NO MATCHING PAYMENT: '
007180         IPB-UNMATCHED-COUNT.
007190     DISPLAY 'IPB370 - DUPLICATE RETURNS  : ' IPB-DUP-COUNT.
007200     DISPLAY 'IPB370 - REISSUES QUEUED    : ' IPB-REISSUE-COUNT.
007210     DISPLAY 'IPB370 - PAID STATUS IN     : ' IPB-PAID-IN-COUNT.
007220     DISPLAY 'IPB370 - PAID STATUS OUT    : '
007230         IPB-PAID-OUT-COUNT.
007240     CLOSE REPORT-FILE.
007250 9000-EXIT.
007260     EXIT.
007270 9999-EXIT.
007280     EXIT.
