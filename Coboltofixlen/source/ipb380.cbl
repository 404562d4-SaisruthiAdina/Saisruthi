000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    IPB380.
000030 AUTHOR.        D SHEPHERD.
000040 INSTALLATION.  INPATIENT BILLING SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    ---------------------------------------------------------
000100*    10/15/2026  DS   ORIGINAL PROGRAM - PROCESSING CYCLE OPEN
000110*                     AND CLOSE.  MAINTAINS THE ONE-RECORD
000120*                     CYCLE CONTROL FILE (CYCLIN IN, CYCLOUT
000130*                     OUT) WHOSE CYCLE DATE EVERY STEP OF THE
000140*                     STREAM STAMPS IN PLACE OF THE SYSTEM
000150*                     DATE.  AN 'OPEN ' CARD STARTS THE NEXT
000160*                     CYCLE ON THE CARD DATE, OR ON THE NEXT
000170*                     WEEKDAY AFTER THE PRIOR CYCLE, AND IS
000180*                     REFUSED WHILE THE PRIOR CYCLE IS STILL
000190*                     OPEN.  A 'CLOSE' CARD ENDS THE CURRENT
000200*                     CYCLE, AND IS REFUSED UNLESS THE LAST
000210*                     IPB140 RUN-CONTROL RECORD FOR THE CYCLE
000220*                     DATE SHOWS NO CHECK OUT OF BALANCE.  A
000230*                     REFUSED CARD LEAVES THE CYCLE RECORD AS
000240*                     IT WAS AND ENDS WITH RETURN CODE 8.
000242*    10/15/2026  DS   A CARD DATE'S DAY IS CHECKED AGAINST THE
000244*                     LENGTH OF ITS MONTH, WITH 29 DAYS IN A LEAP
000246*                     YEAR FEBRUARY.
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CYCLE-CARD-FILE   ASSIGN TO CYCLCARD
000330            ORGANIZATION IS SEQUENTIAL.
000340     SELECT OPTIONAL CYCLE-IN-FILE ASSIGN TO CYCLIN
000350            ORGANIZATION IS SEQUENTIAL.
000360     SELECT CYCLE-OUT-FILE    ASSIGN TO CYCLOUT
000370            ORGANIZATION IS SEQUENTIAL.
000380     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
000390            ORGANIZATION IS SEQUENTIAL.
000400     SELECT REPORT-FILE       ASSIGN TO CYCLRPT
000410            ORGANIZATION IS SEQUENTIAL.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  CYCLE-CARD-FILE
000450     RECORDING MODE IS F.
000460 01  CYCLE-CARD-RECORD           PIC X(80).
000470 FD  CYCLE-IN-FILE
000480     RECORDING MODE IS F.
000490 01  CYCLE-IN-RECORD             PIC X(80).
000500 FD  CYCLE-OUT-FILE
000510     RECORDING MODE IS F.
000520 01  CYCLE-OUT-RECORD            PIC X(80).
000530 FD  RUN-CONTROL-FILE
000540     RECORDING MODE IS F.
000550 COPY "ipbrctl".
000560 FD  REPORT-FILE
000570     RECORDING MODE IS F.
000580 01  REPORT-RECORD               PIC X(132).
000590 WORKING-STORAGE SECTION.
000600*****************************************************************
000610*    SWITCHES AND COUNTERS
000620*****************************************************************
000630 77  IPB-CYCLE-FOUND-SW          PIC X(01)   VALUE 'N'.
000640     88  IPB-CYCLE-RECORD-FOUND              VALUE 'Y'.
000650     88  IPB-NO-CYCLE-RECORD                 VALUE 'N'.
000660 77  IPB-ACTION-SW               PIC X(01)   VALUE 'N'.
000670     88  IPB-ACTION-APPLIED                  VALUE 'A'.
000680     88  IPB-ACTION-REJECTED                 VALUE 'R'.
000690 77  IPB-RCTL-EOF-SW             PIC X(01)   VALUE 'N'.
000700     88  IPB-RCTL-END-OF-FILE                VALUE 'Y'.
000710 77  IPB-BALANCE-FOUND-SW        PIC X(01)   VALUE 'N'.
000720     88  IPB-BALANCE-FOUND                   VALUE 'Y'.
000730 77  IPB-WEEKDAY-SW              PIC X(01)   VALUE 'N'.
000740     88  IPB-WEEKDAY-FOUND                   VALUE 'Y'.
000750 77  IPB-BEFORE-DATE             PIC 9(08)         VALUE ZERO.
000760 77  IPB-BEFORE-STATUS           PIC X(01)   VALUE SPACES.
000770 77  IPB-NEW-CYCLE-DATE          PIC 9(08)         VALUE ZERO.
000780 77  IPB-AFTER-DATE              PIC 9(08)         VALUE ZERO.
000790 77  IPB-AFTER-STATUS            PIC X(01)   VALUE SPACES.
000800 77  IPB-DATE-INTEGER            PIC 9(07)   COMP  VALUE ZERO.
000810 77  IPB-DAY-WORK                PIC 9(07)   COMP  VALUE ZERO.
000820 77  IPB-WEEK-WORK               PIC 9(07)   COMP  VALUE ZERO.
000830 77  IPB-WEEKDAY                 PIC 9(01)   COMP  VALUE ZERO.
000840 77  IPB-BAL-CHECK-COUNT         PIC 9(09)   COMP  VALUE ZERO.
000850 77  IPB-BAL-OUT-COUNT           PIC 9(09)   COMP  VALUE ZERO.
000860 77  IPB-EDIT-COUNT              PIC ZZZ,ZZZ,ZZ9.
000870 77  IPB-STATUS-WORK             PIC X(01)   VALUE SPACES.
000880 77  IPB-RESULT-MSG              PIC X(60)   VALUE SPACES.
000882 77  IPB-MONTH-LIMIT             PIC 9(02)         VALUE ZERO.
000884 77  IPB-YEAR-QUOTIENT           PIC 9(04)   COMP  VALUE ZERO.
000886 77  IPB-YEAR-REMAINDER          PIC 9(04)   COMP  VALUE ZERO.
000890 01  IPB-CARD-DATE-AREA.
000900     05  IPB-CARD-DATE               PIC 9(08).
000910     05  IPB-CARD-DATE-R REDEFINES IPB-CARD-DATE.
000920         10  IPB-CARD-YYYY           PIC 9(04).
000930         10  IPB-CARD-MM             PIC 9(02).
000940         10  IPB-CARD-DD             PIC 9(02).
000942 01  IPB-MONTH-DAYS-VALUES       PIC X(24)
000944         VALUE '312831303130313130313031'.
000946 01  IPB-MONTH-DAYS-TABLE REDEFINES IPB-MONTH-DAYS-VALUES.
000948     05  IPB-MONTH-DAYS              PIC 9(02)   OCCURS 12 TIMES.
000950 COPY "ipbcycc".
000960 COPY "ipbcycl".
000970 COPY "ipbrpt22".
000980 PROCEDURE DIVISION.
000990*****************************************************************
001000*    0000-MAINLINE
001010*****************************************************************
001020 0000-MAINLINE.
001030     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001040     IF CYCC-OPEN-CYCLE
001050         PERFORM 2000-OPEN-CYCLE  THRU 2000-EXIT
001060     ELSE
001070         PERFORM 3000-CLOSE-CYCLE THRU 3000-EXIT
001080     END-IF.
001090     PERFORM 4000-WRITE-CYCLE     THRU 4000-EXIT.
001100     PERFORM 5000-WRITE-REPORT    THRU 5000-EXIT.
001110     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
001120     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
001130     STOP RUN.
001140*****************************************************************
001150*    1000-INITIALIZE - THE CYCLE CARD AND THE CURRENT CYCLE
001160*    RECORD.  AN EMPTY CYCLIN MEANS NO CYCLE HAS EVER BEEN
001170*    OPENED.
001180*****************************************************************
001190 1000-INITIALIZE.
001200     OPEN INPUT CYCLE-CARD-FILE.
001210     READ CYCLE-CARD-FILE INTO IPB-CYCLE-CARD
001220         AT END
001230             DISPLAY 'IPB380 - NO CYCLE CARD PRESENT'
001240             DISPLAY 'IPB380 - ABENDING - SUPPLY CYCLCARD'
001250             STOP RUN
001260     END-READ.
001270     CLOSE CYCLE-CARD-FILE.
001280     IF NOT CYCC-OPEN-CYCLE AND NOT CYCC-CLOSE-CYCLE
001290         DISPLAY 'IPB380 - CYCLE CARD ACTION NOT OPEN OR CLOSE'
001300         DISPLAY 'IPB380 - ABENDING - CORRECT CYCLCARD'
001310         STOP RUN
001320     END-IF.
001330     OPEN INPUT CYCLE-IN-FILE.
001340     READ CYCLE-IN-FILE INTO IPB-CYCLE-RECORD
001350         AT END
001360             SET IPB-NO-CYCLE-RECORD TO TRUE
001370         NOT AT END
001380             SET IPB-CYCLE-RECORD-FOUND TO TRUE
001390             MOVE CYCL-CYCLE-DATE TO IPB-BEFORE-DATE
001400             MOVE CYCL-STATUS     TO IPB-BEFORE-STATUS
001410     END-READ.
001420     CLOSE CYCLE-IN-FILE.
001430 1000-EXIT.
001440     EXIT.
001450*****************************************************************
001460*    2000-OPEN-CYCLE - START THE NEXT CYCLE.  THE PRIOR ONE
001470*    MUST HAVE BEEN CLOSED.
001480*****************************************************************
001490 2000-OPEN-CYCLE.
001500     IF IPB-CYCLE-RECORD-FOUND AND CYCL-CYCLE-OPEN
001510         MOVE 'CURRENT CYCLE IS STILL OPEN - CLOSE IT FIRST'
001520             TO IPB-RESULT-MSG
001530         SET IPB-ACTION-REJECTED TO TRUE
001540         GO TO 2000-EXIT
001550     END-IF.
001560     IF CYCC-CYCLE-DATE IS NUMERIC AND CYCC-CYCLE-DATE > ZERO
001570         PERFORM 2100-EDIT-CARD-DATE  THRU 2100-EXIT
001580     ELSE
001590         PERFORM 2200-NEXT-WEEKDAY    THRU 2200-EXIT
001600     END-IF.
001610     IF IPB-ACTION-REJECTED
001620         GO TO 2000-EXIT
001630     END-IF.
001640     IF IPB-NO-CYCLE-RECORD
001650         MOVE SPACES TO IPB-CYCLE-RECORD
001660         MOVE ZERO   TO CYCL-CYCLE-DATE
001670         MOVE ZERO   TO CYCL-CYCLE-COUNT
001680     END-IF.
001690     MOVE CYCL-CYCLE-DATE    TO CYCL-PRIOR-CYCLE-DATE.
001700     MOVE IPB-NEW-CYCLE-DATE TO CYCL-CYCLE-DATE.
001710     SET CYCL-CYCLE-OPEN TO TRUE.
001720     ACCEPT CYCL-OPENED-DATE FROM DATE YYYYMMDD.
001730     ACCEPT CYCL-OPENED-TIME FROM TIME.
001740     MOVE ZERO TO CYCL-CLOSED-DATE.
001750     MOVE ZERO TO CYCL-CLOSED-TIME.
001760     ADD 1 TO CYCL-CYCLE-COUNT.
001770     MOVE 'CYCLE OPENED' TO IPB-RESULT-MSG.
001780     SET IPB-ACTION-APPLIED TO TRUE.
001790 2000-EXIT.
001800     EXIT.
001810*****************************************************************
001820*    2100-EDIT-CARD-DATE - A DATE GIVEN ON THE CARD MUST BE A
001830*    CALENDAR DATE LATER THAN THE PRIOR CYCLE
001840*****************************************************************
001850 2100-EDIT-CARD-DATE.
001860     MOVE CYCC-CYCLE-DATE TO IPB-CARD-DATE.
001870     IF IPB-CARD-YYYY < 1900
001880             OR IPB-CARD-MM < 1 OR IPB-CARD-MM > 12
001890             OR IPB-CARD-DD < 1 OR IPB-CARD-DD > 31
001900         MOVE 'CARD CYCLE DATE IS NOT A VALID DATE'
001910             TO IPB-RESULT-MSG
001920         SET IPB-ACTION-REJECTED TO TRUE
001930         GO TO 2100-EXIT
001940     END-IF.
001941     PERFORM 2150-SET-MONTH-LIMIT THRU 2150-EXIT.
001942     IF IPB-CARD-DD > IPB-MONTH-LIMIT
001943         MOVE 'CARD CYCLE DATE IS NOT A VALID DATE'
001944             TO IPB-RESULT-MSG
001945         SET IPB-ACTION-REJECTED TO TRUE
001946         GO TO 2100-EXIT
001947     END-IF.
001950     IF IPB-CYCLE-RECORD-FOUND
001960             AND IPB-CARD-DATE NOT > CYCL-CYCLE-DATE
001970         MOVE 'CARD CYCLE DATE IS NOT AFTER THE PRIOR CYCLE'
001980             TO IPB-RESULT-MSG
001990         SET IPB-ACTION-REJECTED TO TRUE
002000         GO TO 2100-EXIT
002010     END-IF.
002020     MOVE IPB-CARD-DATE TO IPB-NEW-CYCLE-DATE.
002030 2100-EXIT.
002040     EXIT.
002041*****************************************************************
002042*    2150-SET-MONTH-LIMIT - THE NUMBER OF DAYS IN THE MONTH.
002043*    FEBRUARY HAS 29 IN A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY
002044*    YEAR NOT DIVISIBLE BY 400.
002045*****************************************************************
002046 2150-SET-MONTH-LIMIT.
002047     MOVE IPB-MONTH-DAYS(IPB-CARD-MM) TO IPB-MONTH-LIMIT.
002048     IF IPB-CARD-MM NOT = 2
002049         GO TO 2150-EXIT
002050     END-IF.
002051     DIVIDE IPB-CARD-YYYY BY 4 GIVING IPB-YEAR-QUOTIENT
002052         REMAINDER IPB-YEAR-REMAINDER.
002053     IF IPB-YEAR-REMAINDER NOT = ZERO
002054         GO TO 2150-EXIT
002055     END-IF.
002056     DIVIDE IPB-CARD-YYYY BY 100 GIVING IPB-YEAR-QUOTIENT
002057         REMAINDER IPB-YEAR-REMAINDER.
002058     IF IPB-YEAR-REMAINDER NOT = ZERO
002059         MOVE 29 TO IPB-MONTH-LIMIT
002060         GO TO 2150-EXIT
002061     END-IF.
002062     DIVIDE IPB-CARD-YYYY BY 400 GIVING IPB-YEAR-QUOTIENT
002063         REMAINDER IPB-YEAR-REMAINDER.
002064     IF IPB-YEAR-REMAINDER = ZERO
002065         MOVE 29 TO IPB-MONTH-LIMIT
002066     END-IF.
002067 2150-EXIT.
002068     EXIT.
002069*****************************************************************
002070*    2200-NEXT-WEEKDAY - NO DATE ON THE CARD:  THE FIRST
002071*    MONDAY-TO-FRIDAY DATE AFTER THE PRIOR CYCLE
002080*****************************************************************
002090 2200-NEXT-WEEKDAY.
002100     IF IPB-NO-CYCLE-RECORD
002110         MOVE 'FIRST CYCLE NEEDS A DATE ON THE CYCLE CARD'
002120             TO IPB-RESULT-MSG
002130         SET IPB-ACTION-REJECTED TO TRUE
002140         GO TO 2200-EXIT
002150     END-IF.
002160     COMPUTE IPB-DATE-INTEGER =
002170         FUNCTION INTEGER-OF-DATE(CYCL-CYCLE-DATE) + 1.
002180     MOVE 'N' TO IPB-WEEKDAY-SW.
002190     PERFORM 2250-CHECK-WEEKDAY THRU 2250-EXIT
002200             UNTIL IPB-WEEKDAY-FOUND.
002210     COMPUTE IPB-NEW-CYCLE-DATE =
002220         FUNCTION DATE-OF-INTEGER(IPB-DATE-INTEGER).
002230 2200-EXIT.
002240     EXIT.
002250*****************************************************************
002260*    2250-CHECK-WEEKDAY - DAY 1 OF THE INTEGER DATE CALENDAR
002270*    (01/01/1601) IS A MONDAY, SO THE REMAINDER OF (DAY - 1)
002280*    OVER 7 IS 0 FOR MONDAY THROUGH 6 FOR SUNDAY
002290*****************************************************************
002300 2250-CHECK-WEEKDAY.
002310     SUBTRACT 1 FROM IPB-DATE-INTEGER GIVING IPB-DAY-WORK.
002320     DIVIDE IPB-DAY-WORK BY 7 GIVING IPB-WEEK-WORK
002330         REMAINDER IPB-WEEKDAY.
002340     IF IPB-WEEKDAY > 4
002350         ADD 1 TO IPB-DATE-INTEGER
002360     ELSE
002370         SET IPB-WEEKDAY-FOUND TO TRUE
002380     END-IF.
002390 2250-EXIT.
002400     EXIT.
002410*****************************************************************
002420*    3000-CLOSE-CYCLE - END THE CURRENT CYCLE, BUT ONLY WHEN
002430*    THE BALANCING STEP HAS PROVED IT IN BALANCE
002440*****************************************************************
002450 3000-CLOSE-CYCLE.
002460     IF IPB-NO-CYCLE-RECORD
002470         MOVE 'NO CYCLE HAS BEEN OPENED' TO IPB-RESULT-MSG
002480         SET IPB-ACTION-REJECTED TO TRUE
002490         GO TO 3000-EXIT
002500     END-IF.
002510     IF CYCL-CYCLE-CLOSED
002520         MOVE 'CURRENT CYCLE IS ALREADY CLOSED' TO IPB-RESULT-MSG
002530         SET IPB-ACTION-REJECTED TO TRUE
002540         GO TO 3000-EXIT
002550     END-IF.
002560     OPEN INPUT RUN-CONTROL-FILE.
002570     PERFORM 3100-READ-RUN-CONTROL THRU 3100-EXIT
002580             UNTIL IPB-RCTL-END-OF-FILE.
002590     CLOSE RUN-CONTROL-FILE.
002600     IF NOT IPB-BALANCE-FOUND
002610         MOVE 'IPB140 HAS NOT BALANCED THIS CYCLE'
002620             TO IPB-RESULT-MSG
002630         SET IPB-ACTION-REJECTED TO TRUE
002640         GO TO 3000-EXIT
002650     END-IF.
002660     IF IPB-BAL-OUT-COUNT > ZERO
002670         MOVE 'IPB140 SHOWS THIS CYCLE OUT OF BALANCE'
002680             TO IPB-RESULT-MSG
002690         SET IPB-ACTION-REJECTED TO TRUE
002700         GO TO 3000-EXIT
002710     END-IF.
002720     SET CYCL-CYCLE-CLOSED TO TRUE.
002730     ACCEPT CYCL-CLOSED-DATE FROM DATE YYYYMMDD.
002740     ACCEPT CYCL-CLOSED-TIME FROM TIME.
002750     MOVE 'CYCLE CLOSED' TO IPB-RESULT-MSG.
002760     SET IPB-ACTION-APPLIED TO TRUE.
002770 3000-EXIT.
002780     EXIT.
002790*****************************************************************
002800*    3100-READ-RUN-CONTROL - KEEP THE FIGURES OF THE LAST
002810*    IPB140 RECORD WRITTEN FOR THE CURRENT CYCLE DATE (A
002820*    RERUN OF THE BALANCING STEP REPLACES AN EARLIER VERDICT)
002830*****************************************************************
002840 3100-READ-RUN-CONTROL.
002850     READ RUN-CONTROL-FILE
002860         AT END
002870             SET IPB-RCTL-END-OF-FILE TO TRUE
002880             GO TO 3100-EXIT
002890     END-READ.
002900     IF RCTL-PROGRAM-ID = 'IPB140'
002910             AND RCTL-RUN-DATE = CYCL-CYCLE-DATE
002920         SET IPB-BALANCE-FOUND TO TRUE
002930         MOVE RCTL-OUT-COUNT  TO IPB-BAL-CHECK-COUNT
002940         MOVE RCTL-SUSP-COUNT TO IPB-BAL-OUT-COUNT
002950     END-IF.
002960 3100-EXIT.
002970     EXIT.
002980*****************************************************************
002990*    4000-WRITE-CYCLE - THE NEW GENERATION OF THE CYCLE
003000*    CONTROL FILE.  A REFUSED CARD CARRIES THE RECORD FORWARD
003010*    UNCHANGED.
003020*****************************************************************
003030 4000-WRITE-CYCLE.
003040     OPEN OUTPUT CYCLE-OUT-FILE.
003050     IF IPB-CYCLE-RECORD-FOUND OR IPB-ACTION-APPLIED
003060         WRITE CYCLE-OUT-RECORD FROM IPB-CYCLE-RECORD
003070         MOVE CYCL-CYCLE-DATE TO IPB-AFTER-DATE
003080         MOVE CYCL-STATUS     TO IPB-AFTER-STATUS
003090     END-IF.
003100     CLOSE CYCLE-OUT-FILE.
003110 4000-EXIT.
003120     EXIT.
003130*****************************************************************
003140*    5000-WRITE-REPORT
003150*****************************************************************
003160 5000-WRITE-REPORT.
003170     OPEN OUTPUT REPORT-FILE.
003180     MOVE IPB-AFTER-DATE TO H1-CYCLE-DATE.
003190     WRITE REPORT-RECORD FROM IPB-HEADING-1.
003200     WRITE REPORT-RECORD FROM IPB-HEADING-2.
003210     MOVE 'ACTION REQUESTED'        TO IL-LABEL.
003220     MOVE CYCC-ACTION               TO IL-VALUE.
003230     PERFORM 5100-WRITE-ITEM THRU 5100-EXIT.
003240     MOVE 'CYCLE DATE BEFORE'       TO IL-LABEL.
003250     MOVE IPB-BEFORE-DATE           TO IL-VALUE.
003260     PERFORM 5100-WRITE-ITEM THRU 5100-EXIT.
003270     MOVE 'CYCLE STATUS BEFORE'     TO IL-LABEL.
003280     MOVE IPB-BEFORE-STATUS         TO IPB-STATUS-WORK.
003290     PERFORM 5200-STATUS-TEXT THRU 5200-EXIT.
003300     PERFORM 5100-WRITE-ITEM THRU 5100-EXIT.
003310     IF CYCC-CLOSE-CYCLE AND IPB-BALANCE-FOUND
003320         MOVE 'IPB140 CHECKS MADE'      TO IL-LABEL
003330         MOVE IPB-BAL-CHECK-COUNT       TO IPB-EDIT-COUNT
003340         MOVE IPB-EDIT-COUNT            TO IL-VALUE
003350         PERFORM 5100-WRITE-ITEM THRU 5100-EXIT
003360         MOVE 'IPB140 CHECKS OUT OF BALANCE' TO IL-LABEL
003370         MOVE IPB-BAL-OUT-COUNT         TO IPB-EDIT-COUNT
003380         MOVE IPB-EDIT-COUNT            TO IL-VALUE
003390         PERFORM 5100-WRITE-ITEM THRU 5100-EXIT
003400     END-IF.
003410     MOVE 'CYCLE DATE AFTER'        TO IL-LABEL.
003420     MOVE IPB-AFTER-DATE            TO IL-VALUE.
003430     PERFORM 5100-WRITE-ITEM THRU 5100-EXIT.
003440     MOVE 'CYCLE STATUS AFTER'      TO IL-LABEL.
003450     MOVE IPB-AFTER-STATUS          TO IPB-STATUS-WORK.
003460     PERFORM 5200-STATUS-TEXT THRU 5200-EXIT.
003470     PERFORM 5100-WRITE-ITEM THRU 5100-EXIT.
003480     MOVE 'RESULT'                  TO IL-LABEL.
003490     IF IPB-ACTION-REJECTED
003500         MOVE SPACES TO IL-VALUE
003510         STRING 'REFUSED - ' DELIMITED BY SIZE
003520             IPB-RESULT-MSG DELIMITED BY SIZE
003530             INTO IL-VALUE
003540     ELSE
003550         MOVE IPB-RESULT-MSG        TO IL-VALUE
003560     END-IF.
003570     PERFORM 5100-WRITE-ITEM THRU 5100-EXIT.
003580     CLOSE REPORT-FILE.
003590 5000-EXIT.
003600     EXIT.
003610*****************************************************************
003620*    5100-WRITE-ITEM
003630*****************************************************************
003640 5100-WRITE-ITEM.
003650     WRITE REPORT-RECORD FROM IPB-ITEM-LINE.
003660     MOVE SPACES TO IL-LABEL.
003670     MOVE SPACES TO IL-VALUE.
003680 5100-EXIT.
003690     EXIT.
003700*****************************************************************
003710*    5200-STATUS-TEXT - CYCLE STATUS CODE IN WORDS
003720*****************************************************************
003730 5200-STATUS-TEXT.
003740     EVALUATE IPB-STATUS-WORK
003750         WHEN 'O'
003760             MOVE 'OPEN'               TO IL-VALUE
003770         WHEN 'C'
003780             MOVE 'CLOSED'             TO IL-VALUE
003790         WHEN OTHER
003800             MOVE 'NO CYCLE RECORD'    TO IL-VALUE
003810     END-EVALUATE.
003820 5200-EXIT.
003830     EXIT.
003840*****************************************************************
003850*    8000-WRITE-RUN-CONTROL - ONE CARD IN; ONE CYCLE CHANGE
003860*    OUT, OR ONE REFUSAL IN THE SUSPENSE COUNT
003870*****************************************************************
003880 8000-WRITE-RUN-CONTROL.
003890     OPEN EXTEND RUN-CONTROL-FILE.
003900     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
003910     MOVE 'IPB380' TO RCTL-PROGRAM-ID.
003920     MOVE IPB-AFTER-DATE TO RCTL-RUN-DATE.
003930     ACCEPT RCTL-RUN-TIME FROM TIME.
003940     MOVE 1                   TO RCTL-IN-COUNT.
003950     IF IPB-ACTION-APPLIED
003960         MOVE 1               TO RCTL-OUT-COUNT
003970         MOVE ZERO            TO RCTL-SUSP-COUNT
003980     ELSE
003990         MOVE ZERO            TO RCTL-OUT-COUNT
004000         MOVE 1               TO RCTL-SUSP-COUNT
004010     END-IF.
004020     MOVE ZERO                TO RCTL-IN-CHARGE-HASH.
004030     MOVE ZERO                TO RCTL-OUT-CHARGE-HASH.
004040     WRITE IPB-RUN-CONTROL-RECORD.
004050     CLOSE RUN-CONTROL-FILE.
004060 8000-EXIT.
004070     EXIT.
004080*****************************************************************
004090*    9000-TERMINATE
004100*****************************************************************
004110 9000-TERMINATE.
004120     DISPLAY 'IPB380 - ACTION REQUESTED   : ' CYCC-ACTION.
004130     DISPLAY 'IPB380 - CYCLE DATE BEFORE  : ' IPB-BEFORE-DATE.
004140     DISPLAY 'IPB380 - CYCLE DATE AFTER   : ' IPB-AFTER-DATE.
004150     DISPLAY 'IPB380 - RESULT             : ' IPB-RESULT-MSG.
004160     IF IPB-ACTION-REJECTED
004170         MOVE 8 TO RETURN-CODE
004180     END-IF.
004190 9000-EXIT.
004200     EXIT.
004210 9999-EXIT.
004220     EXIT.
