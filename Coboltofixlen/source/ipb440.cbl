000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    IPB440.
000030 AUTHOR.        D SHEPHERD.
000040 INSTALLATION.  INPATIENT BILLING SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    ---------------------------------------------------------
000100*    10/15/2026  DS   ORIGINAL PROGRAM - MEDICAL REVIEW
000110*                     SELECTION.  READS THE COMMITTED EXTRACT
000120*                     (CLAIMOUT) AND CHARGE DETAIL (CHGDTLOUT)
000130*                     AND SELECTS BILLS FOR MEDICAL REVIEW
000140*                     AGAINST THE THRESHOLDS ON THE REVWPARM
000150*                     CARD:  CHARGES PER FULL DAY OUTSIDE THE
000160*                     PROVIDER'S RUNNING NORM, A REVENUE-CODE
000170*                     MIX UNLIKE THAT OF THE PEER PROVIDERS OF
000180*                     THE SAME PRV-PROVIDER-TYPE, A LONG STAY,
000190*                     HEAVY LIFETIME RESERVE USE, AND A RANDOM
000200*                     SAMPLE.  THE NORMS ARE CARRIED FORWARD
000210*                     NORMIN TO NORMOUT, EACH RUN ADDING ITS
000220*                     BILLS AFTER THEY HAVE BEEN JUDGED.
000230*                     SELECTED BILLS ARE ADDED TO THE REVIEW
000240*                     WORKLIST (REVWIN TO REVWOUT) WITH THE
000250*                     REASONS; IPB280 HOLDS THEIR PAYMENT UNTIL
000260*                     A DISPOSITION CARD (REVWDISP) IS POSTED
000270*                     HERE.  PRINTS THE DISPOSITIONS, THE OPEN
000280*                     WORKLIST BY EXAMINER QUEUE AND THE
000290*                     SELECTION RATES BY PROVIDER (REVWRPT).
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PARM-FILE         ASSIGN TO REVWPARM
000380            ORGANIZATION IS SEQUENTIAL.
000390     SELECT CLAIM-IN-FILE     ASSIGN TO CLAIMOUT
000400            ORGANIZATION IS SEQUENTIAL.
000410     SELECT OPTIONAL DETAIL-IN-FILE ASSIGN TO CHGDTLOUT
000420            ORGANIZATION IS SEQUENTIAL.
000430     SELECT PROVIDER-FILE     ASSIGN TO PROVMSTR
000440            ORGANIZATION IS SEQUENTIAL.
000450     SELECT OPTIONAL NORM-IN-FILE ASSIGN TO NORMIN
000460            ORGANIZATION IS SEQUENTIAL.
000470     SELECT NORM-OUT-FILE     ASSIGN TO NORMOUT
000480            ORGANIZATION IS SEQUENTIAL.
000490     SELECT OPTIONAL DISP-CARD-FILE ASSIGN TO REVWDISP
000500            ORGANIZATION IS SEQUENTIAL.
000510     SELECT OPTIONAL REVIEW-IN-FILE ASSIGN TO REVWIN
000520            ORGANIZATION IS SEQUENTIAL.
000530     SELECT REVIEW-OUT-FILE   ASSIGN TO REVWOUT
000540            ORGANIZATION IS SEQUENTIAL.
000550     SELECT CLAIM-MASTER-FILE ASSIGN TO CLAIMMST
000560            ORGANIZATION IS INDEXED
000570            ACCESS MODE IS RANDOM
000580            RECORD KEY IS IPB-MAST-KEY.
000590     SELECT SORT-WORK-FILE    ASSIGN TO SORTWK01.
000600     SELECT SORT-WORK-FILE2   ASSIGN TO SORTWK02.
000610     SELECT REPORT-FILE       ASSIGN TO REVWRPT
000620            ORGANIZATION IS SEQUENTIAL.
000630     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
000640            ORGANIZATION IS SEQUENTIAL.
000650     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000660            ORGANIZATION IS SEQUENTIAL.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  PARM-FILE
000700     RECORDING MODE IS F.
000710 COPY "ipbrvpm".
000720 FD  CLAIM-IN-FILE
000730     RECORDING MODE IS F.
000740 COPY "cobol".
000750 FD  DETAIL-IN-FILE
000760     RECORDING MODE IS F.
000770 COPY "ipbcdtl".
000780 FD  PROVIDER-FILE
000790     RECORDING MODE IS F.
000800 COPY "ipbprov".
000810 FD  NORM-IN-FILE
000820     RECORDING MODE IS F.
000830 01  NORM-IN-RECORD              PIC X(80).
000840 FD  NORM-OUT-FILE
000850     RECORDING MODE IS F.
000860 01  NORM-OUT-RECORD             PIC X(80).
000870 FD  DISP-CARD-FILE
000880     RECORDING MODE IS F.
000890 COPY "ipbrvdc".
000900 FD  REVIEW-IN-FILE
000910     RECORDING MODE IS F.
000920 01  REVIEW-IN-RECORD            PIC X(260).
000930 FD  REVIEW-OUT-FILE
000940     RECORDING MODE IS F.
000950 01  REVIEW-OUT-RECORD           PIC X(260).
000960 FD  CLAIM-MASTER-FILE.
000970 COPY "ipbmast".
000980 SD  SORT-WORK-FILE.
000990 01  SORT-RECORD.
001000     05  SR20-KEY.
001010         10  SR20-CLAIM-NUMBER       PIC X(19).
001020         10  SR20-TRANSACTION-IND    PIC 9.
001030     05  SR20-RECORD-TYPE            PIC X(01).
001040         88  SR20-CLAIM-HEADER          VALUE 'C'.
001050         88  SR20-DETAIL-LINE           VALUE 'D'.
001060     05  SR20-CLAIM-IMAGE            PIC X(124).
001070     05  SR20-DETAIL-DATA REDEFINES SR20-CLAIM-IMAGE.
001080         10  SR20-REVENUE-CODE       PIC X(04).
001090         10  SR20-LINE-AMOUNT        PIC S9(7)V99.
001100         10  FILLER                  PIC X(111).
001110 SD  SORT-WORK-FILE2.
001120 01  SORT-RECORD2.
001130     05  SR21-EXAMINER-QUEUE         PIC X(04).
001140     05  SR21-PROVIDER               PIC X(13).
001150     05  SR21-KEY                    PIC X(20).
001160     05  SR21-REVIEW-DATA            PIC X(260).
001170 FD  REPORT-FILE
001180     RECORDING MODE IS F.
001190 01  REPORT-RECORD               PIC X(132).
001200 FD  RUN-CONTROL-FILE
001210     RECORDING MODE IS F.
001220 COPY "ipbrctl".
001230 FD  CYCLE-CONTROL-FILE
001240     RECORDING MODE IS F.
001250 COPY "ipbcycl".
001260 WORKING-STORAGE SECTION.
001270*****************************************************************
001280*    SWITCHES AND COUNTERS
001290*****************************************************************
001300 77  IPB-CLAIM-EOF-SW            PIC X(01)   VALUE 'N'.
001310     88  IPB-CLAIM-END-OF-FILE               VALUE 'Y'.
001320 77  IPB-DETAIL-EOF-SW           PIC X(01)   VALUE 'N'.
001330     88  IPB-DETAIL-END-OF-FILE              VALUE 'Y'.
001340 77  IPB-PROV-EOF-SW             PIC X(01)   VALUE 'N'.
001350     88  IPB-PROV-END-OF-FILE                VALUE 'Y'.
001360 77  IPB-NORM-EOF-SW             PIC X(01)   VALUE 'N'.
001370     88  IPB-NORM-END-OF-FILE                VALUE 'Y'.
001380 77  IPB-CARD-EOF-SW             PIC X(01)   VALUE 'N'.
001390     88  IPB-CARD-END-OF-FILE                VALUE 'Y'.
001400 77  IPB-REVIEW-EOF-SW           PIC X(01)   VALUE 'N'.
001410     88  IPB-REVIEW-END-OF-FILE              VALUE 'Y'.
001420 77  IPB-SORT-EOF-SW             PIC X(01)   VALUE 'N'.
001430     88  IPB-SORT-END-OF-FILE                VALUE 'Y'.
001440 77  IPB-SORT2-EOF-SW            PIC X(01)   VALUE 'N'.
001450     88  IPB-SORT2-END-OF-FILE               VALUE 'Y'.
001460 77  IPB-FIRST-QUEUE-SW          PIC X(01)   VALUE 'Y'.
001470     88  IPB-FIRST-QUEUE                     VALUE 'Y'.
001480 77  IPB-PROV-FOUND-SW           PIC X(01)   VALUE 'N'.
001490     88  IPB-PROV-FOUND                      VALUE 'Y'.
001500 77  IPB-MIX-FOUND-SW            PIC X(01)   VALUE 'N'.
001510     88  IPB-MIX-FOUND                       VALUE 'Y'.
001520 77  IPB-SHIFT-DONE-SW           PIC X(01)   VALUE 'N'.
001530     88  IPB-SHIFT-DONE                      VALUE 'Y'.
001540 77  IPB-RCTL-READ-COUNT         PIC 9(09)   COMP  VALUE ZERO.
001550 77  IPB-IN-CHARGE-HASH          PIC S9(13)V99     VALUE ZERO.
001560 77  IPB-DETAIL-READ-COUNT       PIC 9(09)   COMP  VALUE ZERO.
001570 77  IPB-ORPHAN-DETAIL-COUNT     PIC 9(07)   COMP  VALUE ZERO.
001580 77  IPB-BILL-COUNT              PIC 9(07)   COMP  VALUE ZERO.
001590 77  IPB-NO-PROVIDER-COUNT       PIC 9(07)   COMP  VALUE ZERO.
001600 77  IPB-SELECT-COUNT            PIC 9(07)   COMP  VALUE ZERO.
001610 77  IPB-NEW-WORKLIST-COUNT      PIC 9(07)   COMP  VALUE ZERO.
001620 77  IPB-ALREADY-COUNT           PIC 9(07)   COMP  VALUE ZERO.
001630 77  IPB-OUTLIER-COUNT           PIC 9(07)   COMP  VALUE ZERO.
001640 77  IPB-MIX-COUNT-SEL           PIC 9(07)   COMP  VALUE ZERO.
001650 77  IPB-LONG-STAY-COUNT         PIC 9(07)   COMP  VALUE ZERO.
001660 77  IPB-LTR-COUNT               PIC 9(07)   COMP  VALUE ZERO.
001670 77  IPB-SAMPLE-COUNT            PIC 9(07)   COMP  VALUE ZERO.
001680 77  IPB-CARD-COUNT              PIC 9(07)   COMP  VALUE ZERO.
001690 77  IPB-CARD-APPLIED-COUNT      PIC 9(07)   COMP  VALUE ZERO.
001700 77  IPB-CARD-REJECT-COUNT       PIC 9(07)   COMP  VALUE ZERO.
001710 77  IPB-REVIEW-IN-COUNT         PIC 9(07)   COMP  VALUE ZERO.
001720 77  IPB-REVIEW-OUT-COUNT        PIC 9(07)   COMP  VALUE ZERO.
001730 77  IPB-PENDING-COUNT           PIC 9(07)   COMP  VALUE ZERO.
001740 77  IPB-QUEUE-COUNT             PIC 9(07)   COMP  VALUE ZERO.
001750 77  IPB-NORM-IN-COUNT           PIC 9(07)   COMP  VALUE ZERO.
001760 77  IPB-NORM-DROP-COUNT         PIC 9(07)   COMP  VALUE ZERO.
001770 77  IPB-NORM-OUT-COUNT          PIC 9(07)   COMP  VALUE ZERO.
001780 77  IPB-CYCLE-DATE              PIC 9(08)         VALUE ZERO.
001790 77  IPB-PROV-COUNT              PIC 9(05)   COMP  VALUE ZERO.
001800 77  IPB-PROV-SUB                PIC 9(05)   COMP  VALUE ZERO.
001810 77  IPB-TYPE-COUNT              PIC 9(03)   COMP  VALUE ZERO.
001820 77  IPB-TYPE-SUB                PIC 9(03)   COMP  VALUE ZERO.
001830 77  IPB-MIX-COUNT               PIC 9(05)   COMP  VALUE ZERO.
001840 77  IPB-MIX-SUB                 PIC 9(05)   COMP  VALUE ZERO.
001850 77  IPB-MIX-PRIOR-SUB           PIC 9(05)   COMP  VALUE ZERO.
001860 77  IPB-CODE-COUNT              PIC 9(03)   COMP  VALUE ZERO.
001870 77  IPB-CARD-TBL-COUNT          PIC 9(05)   COMP  VALUE ZERO.
001880*****************************************************************
001890*    BILL BEING JUDGED.  THE CLAIM IMAGE COMES BACK FROM THE
001900*    SORT INTO IPB-BILL-CLAIM.
001910*****************************************************************
001920 77  IPB-BILL-KEY                PIC X(20)         VALUE SPACES.
001930 77  IPB-LAST-OUT-KEY            PIC X(20)   VALUE LOW-VALUES.
001940 77  IPB-PRIOR-REVIEW-KEY        PIC X(20)   VALUE LOW-VALUES.
001950 77  IPB-PRIOR-MIX-KEY           PIC X(06)   VALUE LOW-VALUES.
001960 77  IPB-PROVIDER-TYPE           PIC X(02)         VALUE SPACES.
001970 77  IPB-TYPE-KEY                PIC X(02)         VALUE SPACES.
001980 77  IPB-PRIOR-QUEUE             PIC X(04)         VALUE SPACES.
001990 77  IPB-UNASSIGNED-QUEUE        PIC X(04)         VALUE 'MR00'.
002000 77  IPB-BILL-DAYS               PIC 9(05)         VALUE ZERO.
002010 77  IPB-BILL-DETAIL-TOTAL       PIC S9(11)V99     VALUE ZERO.
002020 77  IPB-PER-DIEM                PIC S9(7)V99      VALUE ZERO.
002030 77  IPB-PER-DIEM-SQUARE         PIC S9(15)V99     VALUE ZERO.
002040 77  IPB-NORM-MEAN               PIC S9(9)V9(4)    VALUE ZERO.
002050 77  IPB-NORM-VARIANCE           PIC S9(15)V99     VALUE ZERO.
002060 77  IPB-DEVIATION               PIC S9(9)V9(4)    VALUE ZERO.
002070 77  IPB-DEVIATION-SQUARE        PIC S9(16)V99     VALUE ZERO.
002080 77  IPB-OUTLIER-LIMIT           PIC S9(16)V99     VALUE ZERO.
002090 77  IPB-BILL-SHARE              PIC S9(5)V9(6)    VALUE ZERO.
002100 77  IPB-PEER-SHARE              PIC S9(5)V9(6)    VALUE ZERO.
002110 77  IPB-SHARE-DIFF              PIC S9(5)V9(6)    VALUE ZERO.
002120 77  IPB-MIX-DISTANCE            PIC S9(7)V9(6)    VALUE ZERO.
002130 77  IPB-PEER-COVERED            PIC S9(7)V9(6)    VALUE ZERO.
002140 77  IPB-MIX-PERCENT             PIC 9(03)         VALUE ZERO.
002150 77  IPB-RANDOM-SEED             PIC 9(10)   COMP  VALUE ZERO.
002160 77  IPB-RANDOM-PRODUCT          PIC 9(15)   COMP  VALUE ZERO.
002170 77  IPB-RANDOM-QUOTIENT         PIC 9(15)   COMP  VALUE ZERO.
002180 77  IPB-RANDOM-DRAW             PIC 9(03)   COMP  VALUE ZERO.
002190 77  IPB-SELECT-RATE             PIC 9(03)V99      VALUE ZERO.
002200 77  IPB-REJECT-REASON           PIC X(40)         VALUE SPACES.
002210 01  IPB-SELECT-FLAGS.
002220     05  IPB-OUTLIER-FLAG            PIC X(01).
002230     05  IPB-MIX-FLAG                PIC X(01).
002240     05  IPB-LONG-STAY-FLAG          PIC X(01).
002250     05  IPB-LTR-FLAG                PIC X(01).
002260     05  IPB-SAMPLE-FLAG             PIC X(01).
002270 01  IPB-NEW-MIX-KEY.
002280     05  IPB-NEW-MIX-TYPE            PIC X(02).
002290     05  IPB-NEW-MIX-CODE            PIC X(04).
002300 01  IPB-OLD-REVIEW-AREA.
002310     05  IPB-OLD-REVIEW-KEY          PIC X(20).
002320     05  FILLER                      PIC X(240).
002330 COPY "cobol"   REPLACING ==MY-RECORD== BY ==IPB-BILL-CLAIM==.
002340 COPY "ipbrvwl".
002350 COPY "ipbrvnm".
002360*****************************************************************
002370*    PROVIDER TABLE FROM PROVMSTR, CARRYING EACH PROVIDER'S
002380*    NORM AS READ FROM NORMIN, THE BILLS THIS RUN ADDS TO IT,
002390*    AND THE SELECTION COUNTS FOR THE RATE SUMMARY
002400*****************************************************************
002410 01  IPB-PROV-TABLE.
002420     05  IPB-PROV-ENTRY OCCURS 1 TO 5000 TIMES
002430             DEPENDING ON IPB-PROV-COUNT
002440             ASCENDING KEY IS PV-PROVIDER-NUMBER
002450             INDEXED BY IPB-PROV-IDX.
002460         10  PV-PROVIDER-NUMBER      PIC X(13).
002470         10  PV-PROVIDER-TYPE        PIC X(02).
002480         10  PV-NORM-BILLS           PIC 9(09)   COMP.
002490         10  PV-NORM-SUM             PIC S9(13)V99.
002500         10  PV-NORM-SQUARES         PIC S9(16)V99.
002510         10  PV-NORM-DATE            PIC 9(08).
002520         10  PV-RUN-BILLS            PIC 9(07)   COMP.
002530         10  PV-RUN-SUM              PIC S9(13)V99.
002540         10  PV-RUN-SQUARES          PIC S9(16)V99.
002550         10  PV-SELECTED             PIC 9(07)   COMP.
002560         10  PV-OUTLIER              PIC 9(07)   COMP.
002570         10  PV-MIX                  PIC 9(07)   COMP.
002580         10  PV-LONG-STAY            PIC 9(07)   COMP.
002590         10  PV-LTR                  PIC 9(07)   COMP.
002600         10  PV-SAMPLE               PIC 9(07)   COMP.
002610*****************************************************************
002620*    PEER GROUP TOTALS BY PROVIDER TYPE, FROM NORMIN
002630*****************************************************************
002640 01  IPB-TYPE-TABLE.
002650     05  IPB-TYPE-ENTRY OCCURS 1 TO 100 TIMES
002660             DEPENDING ON IPB-TYPE-COUNT
002670             INDEXED BY IPB-TYPE-IDX.
002680         10  TY-PROVIDER-TYPE        PIC X(02).
002690         10  TY-NORM-BILLS           PIC 9(09)   COMP.
002700         10  TY-NORM-AMOUNT          PIC S9(13)V99.
002710*****************************************************************
002720*    PEER REVENUE-CODE MIX BY PROVIDER TYPE AND REVENUE CODE.
002730*    KEPT IN KEY SEQUENCE; A COMBINATION FIRST SEEN THIS RUN
002740*    IS INSERTED IN PLACE WITH NO NORM OF ITS OWN.
002750*****************************************************************
002760 01  IPB-MIX-TABLE.
002770     05  IPB-MIX-ENTRY OCCURS 1 TO 5000 TIMES
002780             DEPENDING ON IPB-MIX-COUNT
002790             ASCENDING KEY IS MX-KEY
002800             INDEXED BY IPB-MIX-IDX.
002810         10  MX-KEY.
002820             15  MX-PROVIDER-TYPE    PIC X(02).
002830             15  MX-REVENUE-CODE     PIC X(04).
002840         10  MX-NORM-LINES           PIC 9(09)   COMP.
002850         10  MX-NORM-AMOUNT          PIC S9(13)V99.
002860         10  MX-NORM-DATE            PIC 9(08).
002870         10  MX-RUN-LINES            PIC 9(07)   COMP.
002880         10  MX-RUN-AMOUNT           PIC S9(13)V99.
002890*****************************************************************
002900*    REVENUE CODES OF THE BILL BEING JUDGED
002910*****************************************************************
002920 01  IPB-CODE-TABLE.
002930     05  IPB-CODE-ENTRY OCCURS 1 TO 200 TIMES
002940             DEPENDING ON IPB-CODE-COUNT
002950             INDEXED BY IPB-CODE-IDX.
002960         10  BC-REVENUE-CODE         PIC X(04).
002970         10  BC-LINES                PIC 9(05)   COMP.
002980         10  BC-AMOUNT               PIC S9(9)V99.
002990*****************************************************************
003000*    DISPOSITION CARDS THAT PASSED THEIR EDITS
003010*****************************************************************
003020 01  IPB-CARD-TABLE.
003030     05  IPB-CARD-ENTRY OCCURS 1 TO 2000 TIMES
003040             DEPENDING ON IPB-CARD-TBL-COUNT
003050             INDEXED BY IPB-CARD-IDX.
003060         10  DC-KEY.
003070             15  DC-CLAIM-NUMBER     PIC X(19).
003080             15  DC-TRANSACTION-IND  PIC 9.
003090         10  DC-DISPOSITION          PIC X(01).
003100         10  DC-EXAMINER-ID          PIC X(06).
003110         10  DC-STATUS-SW            PIC X(01).
003120             88  DC-OPEN                VALUE 'N'.
003130             88  DC-DONE                VALUE 'Y'.
003140 COPY "ipbrpt28".
003150 PROCEDURE DIVISION.
003160*****************************************************************
003170*    0000-MAINLINE
003180*****************************************************************
003190 0000-MAINLINE.
003200     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
003210     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
003220     SORT SORT-WORK-FILE
003230         ON ASCENDING KEY SR20-KEY SR20-RECORD-TYPE
003240         INPUT PROCEDURE  2000-BUILD-SORT-RECS THRU 2000-EXIT
003250         OUTPUT PROCEDURE 3000-SELECT-BILLS THRU 3000-EXIT.
003260     PERFORM 4000-UNMATCHED-CARDS THRU 4000-EXIT.
003270     PERFORM 5000-WRITE-NORMS    THRU 5000-EXIT.
003280     SORT SORT-WORK-FILE2
003290         ON ASCENDING KEY SR21-EXAMINER-QUEUE SR21-PROVIDER
003300                          SR21-KEY
003310         INPUT PROCEDURE  6000-BUILD-WORKLIST THRU 6000-EXIT
003320         OUTPUT PROCEDURE 6500-PRINT-WORKLIST THRU 6500-EXIT.
003330     PERFORM 7000-PROVIDER-SUMMARY THRU 7000-EXIT.
003340     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
003350     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
003360     STOP RUN.
003370*****************************************************************
003380*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
003390*    STAMPED ON EVERYTHING THIS RUN WRITES.  THE CYCLE MUST BE
003400*    OPEN (IPB380).
003410*****************************************************************
003420 0100-READ-CYCLE-CONTROL.
003430     OPEN INPUT CYCLE-CONTROL-FILE.
003440     READ CYCLE-CONTROL-FILE
003450         AT END
003460             DISPLAY 'IPB440 - NO CYCLE CONTROL RECORD ON CYCLCTL'
003470             DISPLAY 'IPB440 - ABENDING - SUPPLY CYCLCTL'
003480             STOP RUN
003490     END-READ.
003500     IF NOT CYCL-CYCLE-OPEN
003510         DISPLAY 'IPB440 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
003520             ' IS CLOSED'
003530         DISPLAY 'IPB440 - ABENDING - RUN IPB380 TO OPEN CYCLE'
003540         STOP RUN
003550     END-IF.
003560     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
003570     CLOSE CYCLE-CONTROL-FILE.
003580 0100-EXIT.
003590     EXIT.
003600*****************************************************************
003610*    1000-INITIALIZE - READ THE PARAMETER CARD, LOAD THE
003620*    PROVIDERS, THEIR NORMS AND THE DISPOSITION CARDS, AND
003630*    START THE REPORT
003640*****************************************************************
003650 1000-INITIALIZE.
003660     PERFORM 1050-READ-PARM THRU 1050-EXIT.
003670     OPEN INPUT  PROVIDER-FILE.
003680     PERFORM 1100-LOAD-PROVIDERS THRU 1100-EXIT
003690             UNTIL IPB-PROV-END-OF-FILE.
003700     CLOSE PROVIDER-FILE.
003710     OPEN INPUT  NORM-IN-FILE.
003720     PERFORM 1200-LOAD-NORMS THRU 1200-EXIT
003730             UNTIL IPB-NORM-END-OF-FILE.
003740     CLOSE NORM-IN-FILE.
003750     OPEN INPUT  CLAIM-MASTER-FILE.
003760     OPEN OUTPUT REPORT-FILE.
003770     MOVE IPB-CYCLE-DATE TO H1-CYCLE-DATE.
003780     WRITE REPORT-RECORD FROM IPB-HEADING-1.
003790     MOVE RVPM-OUTLIER-SD      TO PM-OUTLIER-SD.
003800     MOVE RVPM-MIN-NORM-BILLS  TO PM-MIN-NORM-BILLS.
003810     MOVE RVPM-LONG-STAY-DAYS  TO PM-LONG-STAY-DAYS.
003820     MOVE RVPM-LTR-DAYS        TO PM-LTR-DAYS.
003830     MOVE RVPM-MIX-PERCENT     TO PM-MIX-PERCENT.
003840     MOVE RVPM-SAMPLE-RATE     TO PM-SAMPLE-RATE.
003850     WRITE REPORT-RECORD FROM IPB-PARM-LINE.
003860     MOVE 'REVIEW DISPOSITIONS POSTED' TO SH-TITLE.
003870     WRITE REPORT-RECORD FROM IPB-SECTION-HEADING.
003880     WRITE REPORT-RECORD FROM IPB-DISP-HEADING-2.
003890     OPEN INPUT  DISP-CARD-FILE.
003900     PERFORM 1300-LOAD-CARDS THRU 1300-EXIT
003910             UNTIL IPB-CARD-END-OF-FILE.
003920     CLOSE DISP-CARD-FILE.
003930 1000-EXIT.
003940     EXIT.
003950*****************************************************************
003960*    1050-READ-PARM - ONE PARAMETER CARD IS REQUIRED.  THE
003970*    SAMPLE SEED IS OFFSET BY THE CYCLE DATE.
003980*****************************************************************
003990 1050-READ-PARM.
004000     OPEN INPUT PARM-FILE.
004010     READ PARM-FILE
004020         AT END
004030             DISPLAY 'IPB440 - NO PARAMETER CARD ON REVWPARM'
004040             DISPLAY 'IPB440 - ABENDING - SUPPLY REVWPARM'
004050             STOP RUN
004060     END-READ.
004070     IF RVPM-OUTLIER-SD     NOT NUMERIC
004080         OR RVPM-MIN-NORM-BILLS NOT NUMERIC
004090         OR RVPM-LONG-STAY-DAYS NOT NUMERIC
004100         OR RVPM-LTR-DAYS       NOT NUMERIC
004110         OR RVPM-MIX-PERCENT    NOT NUMERIC
004120         OR RVPM-SAMPLE-RATE    NOT NUMERIC
004130         OR RVPM-SAMPLE-SEED    NOT NUMERIC
004140         DISPLAY 'IPB440 - REVWPARM CARD FIELD NOT NUMERIC'
004150         DISPLAY 'IPB440 - ABENDING - CORRECT REVWPARM'
004160         STOP RUN
004170     END-IF.
004180     CLOSE PARM-FILE.
004190     COMPUTE IPB-RANDOM-PRODUCT =
004200         RVPM-SAMPLE-SEED + IPB-CYCLE-DATE.
004210     DIVIDE IPB-RANDOM-PRODUCT BY 2147483647
004220         GIVING IPB-RANDOM-QUOTIENT
004230         REMAINDER IPB-RANDOM-SEED.
004240     IF IPB-RANDOM-SEED = ZERO
004250         MOVE 1 TO IPB-RANDOM-SEED
004260     END-IF.
004270 1050-EXIT.
004280     EXIT.
004290*****************************************************************
004300*    1100-LOAD-PROVIDERS - BUILD THE PROVIDER TABLE FROM THE
004310*    PROVIDER REFERENCE MASTER
004320*****************************************************************
004330 1100-LOAD-PROVIDERS.
004340     READ PROVIDER-FILE
004350         AT END
004360             SET IPB-PROV-END-OF-FILE TO TRUE
004370             GO TO 1100-EXIT
004380     END-READ.
004390     IF IPB-PROV-COUNT >= 5000
004400         DISPLAY 'IPB440 - PROVIDER TABLE FULL AT 5000 ENTRIES'
004410         DISPLAY 'IPB440 - ABENDING - PROVIDER FILE TOO LARGE'
004420         STOP RUN
004430     END-IF.
004440     ADD 1 TO IPB-PROV-COUNT.
004450     MOVE PRV-PROVIDER-NUMBER
004460         TO PV-PROVIDER-NUMBER(IPB-PROV-COUNT).
004470     MOVE PRV-PROVIDER-TYPE
004480         TO PV-PROVIDER-TYPE(IPB-PROV-COUNT).
004490     MOVE ZERO TO PV-NORM-BILLS(IPB-PROV-COUNT)
004500                  PV-NORM-SUM(IPB-PROV-COUNT)
004510                  PV-NORM-SQUARES(IPB-PROV-COUNT)
004520                  PV-NORM-DATE(IPB-PROV-COUNT)
004530                  PV-RUN-BILLS(IPB-PROV-COUNT)
004540                  PV-RUN-SUM(IPB-PROV-COUNT)
004550                  PV-RUN-SQUARES(IPB-PROV-COUNT)
004560                  PV-SELECTED(IPB-PROV-COUNT)
004570                  PV-OUTLIER(IPB-PROV-COUNT)
004580                  PV-MIX(IPB-PROV-COUNT)
004590                  PV-LONG-STAY(IPB-PROV-COUNT)
004600                  PV-LTR(IPB-PROV-COUNT)
004610                  PV-SAMPLE(IPB-PROV-COUNT).
004620 1100-EXIT.
004630     EXIT.
004640*****************************************************************
004650*    1200-LOAD-NORMS - PROVIDER NORMS ARE POSTED TO THE
004660*    PROVIDER TABLE AND ROLLED UP INTO THE PEER GROUP OF THE
004670*    PROVIDER'S TYPE; PEER MIX RECORDS BUILD THE MIX TABLE.
004680*    A NORM FOR A PROVIDER NO LONGER ON PROVMSTR IS DROPPED.
004690*****************************************************************
004700 1200-LOAD-NORMS.
004710     READ NORM-IN-FILE INTO IPB-REVIEW-NORM-RECORD
004720         AT END
004730             SET IPB-NORM-END-OF-FILE TO TRUE
004740             GO TO 1200-EXIT
004750     END-READ.
004760     ADD 1 TO IPB-NORM-IN-COUNT.
004770     EVALUATE TRUE
004780         WHEN NORM-PROVIDER
004790             PERFORM 1210-POST-PROVIDER-NORM THRU 1210-EXIT
004800         WHEN NORM-PEER-MIX
004810             PERFORM 1220-POST-PEER-NORM THRU 1220-EXIT
004820         WHEN OTHER
004830             ADD 1 TO IPB-NORM-DROP-COUNT
004840     END-EVALUATE.
004850 1200-EXIT.
004860     EXIT.
004870*****************************************************************
004880*    1210-POST-PROVIDER-NORM
004890*****************************************************************
004900 1210-POST-PROVIDER-NORM.
004910     IF IPB-PROV-COUNT = ZERO
004920         ADD 1 TO IPB-NORM-DROP-COUNT
004930         GO TO 1210-EXIT
004940     END-IF.
004950     SET IPB-PROV-IDX TO 1.
004960     SEARCH ALL IPB-PROV-ENTRY
004970         AT END
004980             ADD 1 TO IPB-NORM-DROP-COUNT
004990             GO TO 1210-EXIT
005000         WHEN PV-PROVIDER-NUMBER(IPB-PROV-IDX) = NORM-KEY
005010             SET IPB-PROV-SUB TO IPB-PROV-IDX
005020     END-SEARCH.
005030     MOVE NORM-BILL-COUNT       TO PV-NORM-BILLS(IPB-PROV-SUB).
005040     MOVE NORM-PER-DIEM-SUM     TO PV-NORM-SUM(IPB-PROV-SUB).
005050     MOVE NORM-PER-DIEM-SQUARES TO PV-NORM-SQUARES(IPB-PROV-SUB).
005060     MOVE NORM-UPDATE-DATE      TO PV-NORM-DATE(IPB-PROV-SUB).
005070     MOVE PV-PROVIDER-TYPE(IPB-PROV-SUB) TO IPB-TYPE-KEY.
005080     PERFORM 1250-LOCATE-TYPE THRU 1250-EXIT.
005090     ADD NORM-BILL-COUNT TO TY-NORM-BILLS(IPB-TYPE-SUB).
005100 1210-EXIT.
005110     EXIT.
005120*****************************************************************
005130*    1220-POST-PEER-NORM - THE MIX TABLE IS SEARCHED BY KEY, SO
005140*    NORMIN MUST BE IN SEQUENCE
005150*****************************************************************
005160 1220-POST-PEER-NORM.
005170     IF NORM-KEY(1:6) NOT > IPB-PRIOR-MIX-KEY
005180         DISPLAY 'IPB440 - NORMIN OUT OF SEQUENCE AT PEER KEY '
005190             NORM-KEY(1:6)
005200         DISPLAY 'IPB440 - ABENDING - NORMIN NOT IN KEY ORDER'
005210         STOP RUN
005220     END-IF.
005230     MOVE NORM-KEY(1:6) TO IPB-PRIOR-MIX-KEY.
005240     IF IPB-MIX-COUNT >= 5000
005250         DISPLAY 'IPB440 - MIX TABLE FULL AT 5000 ENTRIES'
005260         DISPLAY 'IPB440 - ABENDING - NORMIN TOO LARGE'
005270         STOP RUN
005280     END-IF.
005290     ADD 1 TO IPB-MIX-COUNT.
005300     MOVE NORM-PROVIDER-TYPE  TO MX-PROVIDER-TYPE(IPB-MIX-COUNT).
005310     MOVE NORM-REVENUE-CODE   TO MX-REVENUE-CODE(IPB-MIX-COUNT).
005320     MOVE NORM-LINE-COUNT     TO MX-NORM-LINES(IPB-MIX-COUNT).
005330     MOVE NORM-LINE-AMOUNT    TO MX-NORM-AMOUNT(IPB-MIX-COUNT).
005340     MOVE NORM-UPDATE-DATE    TO MX-NORM-DATE(IPB-MIX-COUNT).
005350     MOVE ZERO                TO MX-RUN-LINES(IPB-MIX-COUNT)
005360                                 MX-RUN-AMOUNT(IPB-MIX-COUNT).
005370     MOVE NORM-PROVIDER-TYPE  TO IPB-TYPE-KEY.
005380     PERFORM 1250-LOCATE-TYPE THRU 1250-EXIT.
005390     ADD NORM-LINE-AMOUNT TO TY-NORM-AMOUNT(IPB-TYPE-SUB).
005400 1220-EXIT.
005410     EXIT.
005420*****************************************************************
005430*    1250-LOCATE-TYPE - FIND THE PEER GROUP FOR IPB-TYPE-KEY,
005440*    ADDING IT IF THIS IS ITS FIRST APPEARANCE.  RETURNS
005450*    IPB-TYPE-SUB.
005460*****************************************************************
005470 1250-LOCATE-TYPE.
005480     IF IPB-TYPE-COUNT > ZERO
005490         SET IPB-TYPE-IDX TO 1
005500         SEARCH IPB-TYPE-ENTRY
005510             AT END
005520                 CONTINUE
005530             WHEN TY-PROVIDER-TYPE(IPB-TYPE-IDX) = IPB-TYPE-KEY
005540                 SET IPB-TYPE-SUB TO IPB-TYPE-IDX
005550                 GO TO 1250-EXIT
005560         END-SEARCH
005570     END-IF.
005580     IF IPB-TYPE-COUNT >= 100
005590         DISPLAY 'IPB440 - PEER GROUP TABLE FULL AT 100 ENTRIES'
005600         DISPLAY 'IPB440 - ABENDING - TOO MANY PROVIDER TYPES'
005610         STOP RUN
005620     END-IF.
005630     ADD 1 TO IPB-TYPE-COUNT.
005640     MOVE IPB-TYPE-COUNT TO IPB-TYPE-SUB.
005650     MOVE IPB-TYPE-KEY   TO TY-PROVIDER-TYPE(IPB-TYPE-SUB).
005660     MOVE ZERO           TO TY-NORM-BILLS(IPB-TYPE-SUB)
005670                            TY-NORM-AMOUNT(IPB-TYPE-SUB).
005680 1250-EXIT.
005690     EXIT.
005700*****************************************************************
005710*    1300-LOAD-CARDS - EDIT EACH DISPOSITION CARD.  A CARD
005720*    THAT FAILS IS PRINTED WITH ITS REASON NOW; THE REST ARE
005730*    POSTED AS THE WORKLIST PASSES IN 3000-SELECT-BILLS.
005740*****************************************************************
005750 1300-LOAD-CARDS.
005760     READ DISP-CARD-FILE
005770         AT END
005780             SET IPB-CARD-END-OF-FILE TO TRUE
005790             GO TO 1300-EXIT
005800     END-READ.
005810     ADD 1 TO IPB-CARD-COUNT.
005820     MOVE RVDC-CLAIM-NUMBER    TO DD-CLAIM-NUMBER.
005830     MOVE RVDC-TRANSACTION-IND TO DD-TRANSACTION-IND.
005840     MOVE RVDC-DISPOSITION     TO DD-DISPOSITION.
005850     MOVE RVDC-EXAMINER-ID     TO DD-EXAMINER-ID.
005860     IF NOT RVDC-VALID-DISPOSITION
005870         MOVE 'INVALID DISPOSITION CODE' TO IPB-REJECT-REASON
005880         PERFORM 1390-REJECT-CARD THRU 1390-EXIT
005890         GO TO 1300-EXIT
005900     END-IF.
005910     IF RVDC-EXAMINER-ID = SPACES
005920         MOVE 'EXAMINER ID REQUIRED' TO IPB-REJECT-REASON
005930         PERFORM 1390-REJECT-CARD THRU 1390-EXIT
005940         GO TO 1300-EXIT
005950     END-IF.
005960     IF IPB-CARD-TBL-COUNT > ZERO
005970         SET IPB-CARD-IDX TO 1
005980         SEARCH IPB-CARD-ENTRY
005990             AT END
006000                 CONTINUE
006010             WHEN DC-CLAIM-NUMBER(IPB-CARD-IDX) =
006020                     RVDC-CLAIM-NUMBER
006030                 AND DC-TRANSACTION-IND(IPB-CARD-IDX) =
006040                     RVDC-TRANSACTION-IND
006050                 MOVE 'DUPLICATE CARD FOR BILL'
006060                     TO IPB-REJECT-REASON
006070                 PERFORM 1390-REJECT-CARD THRU 1390-EXIT
006080                 GO TO 1300-EXIT
006090         END-SEARCH
006100     END-IF.
006110     IF IPB-CARD-TBL-COUNT >= 2000
006120         DISPLAY 'IPB440 - CARD TABLE FULL AT 2000 ENTRIES'
006130         DISPLAY 'IPB440 - ABENDING - REVWDISP FILE TOO LARGE'
006140         STOP RUN
006150     END-IF.
006160     ADD 1 TO IPB-CARD-TBL-COUNT.
006170     MOVE RVDC-CLAIM-NUMBER
006180         TO DC-CLAIM-NUMBER(IPB-CARD-TBL-COUNT).
006190     MOVE RVDC-TRANSACTION-IND
006200         TO DC-TRANSACTION-IND(IPB-CARD-TBL-COUNT).
006210     MOVE RVDC-DISPOSITION
006220         TO DC-DISPOSITION(IPB-CARD-TBL-COUNT).
006230     MOVE RVDC-EXAMINER-ID
006240         TO DC-EXAMINER-ID(IPB-CARD-TBL-COUNT).
006250     SET DC-OPEN(IPB-CARD-TBL-COUNT) TO TRUE.
006260 1300-EXIT.
006270     EXIT.
006280*****************************************************************
006290*    1390-REJECT-CARD - PRINT A REJECTED CARD.  THE CARD
006300*    FIELDS ARE ALREADY IN THE PRINT LINE.
006310*****************************************************************
006320 1390-REJECT-CARD.
006330     MOVE SPACES TO DD-STATUS.
006340     STRING 'REJECTED - ' DELIMITED BY SIZE
006350            IPB-REJECT-REASON DELIMITED BY SIZE
006360            INTO DD-STATUS.
006370     WRITE REPORT-RECORD FROM IPB-DISP-LINE.
006380     ADD 1 TO IPB-CARD-REJECT-COUNT.
006390 1390-EXIT.
006400     EXIT.
006410*****************************************************************
006420*    2000-BUILD-SORT-RECS - INPUT PROCEDURE FOR THE SORT.  THE
006430*    BILLS AND THEIR CHARGE LINES ARE SORTED TOGETHER SO EACH
006440*    BILL RETURNS WITH ITS LINES BEHIND IT.
006450*****************************************************************
006460 2000-BUILD-SORT-RECS.
006470     OPEN INPUT CLAIM-IN-FILE.
006480     PERFORM 2100-READ-CLAIM THRU 2100-EXIT.
006490     PERFORM 2200-RELEASE-CLAIM THRU 2200-EXIT
006500             UNTIL IPB-CLAIM-END-OF-FILE.
006510     CLOSE CLAIM-IN-FILE.
006520     OPEN INPUT DETAIL-IN-FILE.
006530     PERFORM 2300-READ-DETAIL THRU 2300-EXIT.
006540     PERFORM 2400-RELEASE-DETAIL THRU 2400-EXIT
006550             UNTIL IPB-DETAIL-END-OF-FILE.
006560     CLOSE DETAIL-IN-FILE.
006570 2000-EXIT.
006580     EXIT.
006590*****************************************************************
006600*    2100-READ-CLAIM
006610*****************************************************************
006620 2100-READ-CLAIM.
006630     READ CLAIM-IN-FILE
006640         AT END
006650             SET IPB-CLAIM-END-OF-FILE TO TRUE
006660             GO TO 2100-EXIT
006670     END-READ.
006680     ADD 1 TO IPB-RCTL-READ-COUNT.
006690     ADD TOTAL-CHARGES IN MY-RECORD TO IPB-IN-CHARGE-HASH.
006700 2100-EXIT.
006710     EXIT.
006720*****************************************************************
006730*    2200-RELEASE-CLAIM
006740*****************************************************************
006750 2200-RELEASE-CLAIM.
006760     MOVE CLAIM-NUMBER IN MY-RECORD    TO SR20-CLAIM-NUMBER.
006770     MOVE TRANSACTION-IND IN MY-RECORD TO SR20-TRANSACTION-IND.
006780     SET SR20-CLAIM-HEADER TO TRUE.
006790     MOVE MY-RECORD                    TO SR20-CLAIM-IMAGE.
006800     RELEASE SORT-RECORD.
006810     PERFORM 2100-READ-CLAIM THRU 2100-EXIT.
006820 2200-EXIT.
006830     EXIT.
006840*****************************************************************
006850*    2300-READ-DETAIL
006860*****************************************************************
006870 2300-READ-DETAIL.
006880     READ DETAIL-IN-FILE
006890         AT END
006900             SET IPB-DETAIL-END-OF-FILE TO TRUE
006910             GO TO 2300-EXIT
006920     END-READ.
006930     ADD 1 TO IPB-DETAIL-READ-COUNT.
006940 2300-EXIT.
006950     EXIT.
006960*****************************************************************
006970*    2400-RELEASE-DETAIL
006980*****************************************************************
006990 2400-RELEASE-DETAIL.
007000     MOVE SPACES               TO SORT-RECORD.
007010     MOVE CDTL-CLAIM-NUMBER    TO SR20-CLAIM-NUMBER.
007020     MOVE CDTL-TRANSACTION-IND TO SR20-TRANSACTION-IND.
007030     SET SR20-DETAIL-LINE TO TRUE.
007040     MOVE CDTL-REVENUE-CODE    TO SR20-REVENUE-CODE.
007050     MOVE CDTL-LINE-AMOUNT     TO SR20-LINE-AMOUNT.
007060     RELEASE SORT-RECORD.
007070     PERFORM 2300-READ-DETAIL THRU 2300-EXIT.
007080 2400-EXIT.
007090     EXIT.
007100*****************************************************************
007110*    3000-SELECT-BILLS - OUTPUT PROCEDURE FOR THE SORT.  EACH
007120*    BILL IS JUDGED AGAINST THE NORMS AS THEY STOOD BEFORE THIS
007130*    RUN, THEN MERGED INTO THE WORKLIST, WHICH IS ALSO IN
007140*    CLAIM NUMBER / TRANSACTION-IND SEQUENCE.  DISPOSITIONS
007150*    ARE POSTED AS THE OLD WORKLIST RECORDS PASS.
007160*****************************************************************
007170 3000-SELECT-BILLS.
007180     OPEN INPUT  REVIEW-IN-FILE.
007190     OPEN OUTPUT REVIEW-OUT-FILE.
007200     PERFORM 3050-READ-REVIEW THRU 3050-EXIT.
007210     PERFORM 3100-RETURN-SORT THRU 3100-EXIT.
007220     PERFORM 3200-PROCESS-BILL THRU 3200-EXIT
007230             UNTIL IPB-SORT-END-OF-FILE.
007240     PERFORM 3700-PASS-REVIEW THRU 3700-EXIT
007250             UNTIL IPB-REVIEW-END-OF-FILE.
007260     CLOSE REVIEW-IN-FILE
007270           REVIEW-OUT-FILE.
007280 3000-EXIT.
007290     EXIT.
007300*****************************************************************
007310*    3050-READ-REVIEW - READ THE OLD WORKLIST.  HIGH-VALUES
007320*    IN THE KEY AT END OF FILE LETS THE MERGE RUN OUT.
007330*****************************************************************
007340 3050-READ-REVIEW.
007350     READ REVIEW-IN-FILE INTO IPB-OLD-REVIEW-AREA
007360         AT END
007370             SET IPB-REVIEW-END-OF-FILE TO TRUE
007380             MOVE HIGH-VALUES TO IPB-OLD-REVIEW-KEY
007390             GO TO 3050-EXIT
007400     END-READ.
007410     IF IPB-OLD-REVIEW-KEY NOT > IPB-PRIOR-REVIEW-KEY
007420         DISPLAY 'IPB440 - REVWIN OUT OF SEQUENCE AT KEY '
007430             IPB-OLD-REVIEW-KEY
007440         DISPLAY 'IPB440 - ABENDING - REVWIN NOT IN KEY ORDER'
007450         STOP RUN
007460     END-IF.
007470     MOVE IPB-OLD-REVIEW-KEY TO IPB-PRIOR-REVIEW-KEY.
007480     ADD 1 TO IPB-REVIEW-IN-COUNT.
007490 3050-EXIT.
007500     EXIT.
007510*****************************************************************
007520*    3100-RETURN-SORT
007530*****************************************************************
007540 3100-RETURN-SORT.
007550     RETURN SORT-WORK-FILE
007560         AT END
007570             SET IPB-SORT-END-OF-FILE TO TRUE
007580     END-RETURN.
007590 3100-EXIT.
007600     EXIT.
007610*****************************************************************
007620*    3200-PROCESS-BILL - ONE BILL AND ITS CHARGE LINES.  LINES
007630*    WITH NO BILL AHEAD OF THEM ARE COUNTED AND SKIPPED.
007640*****************************************************************
007650 3200-PROCESS-BILL.
007660     IF SR20-DETAIL-LINE
007670         ADD 1 TO IPB-ORPHAN-DETAIL-COUNT
007680         PERFORM 3100-RETURN-SORT THRU 3100-EXIT
007690         GO TO 3200-EXIT
007700     END-IF.
007710     MOVE SR20-KEY         TO IPB-BILL-KEY.
007720     MOVE SR20-CLAIM-IMAGE TO IPB-BILL-CLAIM.
007730     MOVE ZERO TO IPB-CODE-COUNT.
007740     MOVE ZERO TO IPB-BILL-DETAIL-TOTAL.
007750     PERFORM 3100-RETURN-SORT THRU 3100-EXIT.
007760     PERFORM 3250-COLLECT-DETAIL THRU 3250-EXIT
007770             UNTIL IPB-SORT-END-OF-FILE
007780                OR SR20-KEY NOT = IPB-BILL-KEY
007790                OR NOT SR20-DETAIL-LINE.
007800     PERFORM 3300-JUDGE-BILL THRU 3300-EXIT.
007810     PERFORM 3600-MERGE-WORKLIST THRU 3600-EXIT.
007820 3200-EXIT.
007830     EXIT.
007840*****************************************************************
007850*    3250-COLLECT-DETAIL - SUM THE BILL'S LINES BY REVENUE
007860*    CODE
007870*****************************************************************
007880 3250-COLLECT-DETAIL.
007890     ADD SR20-LINE-AMOUNT TO IPB-BILL-DETAIL-TOTAL.
007900     IF IPB-CODE-COUNT > ZERO
007910         SET IPB-CODE-IDX TO 1
007920         SEARCH IPB-CODE-ENTRY
007930             AT END
007940                 CONTINUE
007950             WHEN BC-REVENUE-CODE(IPB-CODE-IDX) =
007960                     SR20-REVENUE-CODE
007970                 ADD 1 TO BC-LINES(IPB-CODE-IDX)
007980                 ADD SR20-LINE-AMOUNT TO BC-AMOUNT(IPB-CODE-IDX)
007990                 GO TO 3250-NEXT
008000         END-SEARCH
008010     END-IF.
008020     IF IPB-CODE-COUNT >= 200
008030         DISPLAY 'IPB440 - REVENUE CODE TABLE FULL AT 200 ENTRIES'
008040         DISPLAY 'IPB440 - ABENDING - BILL ' IPB-BILL-KEY
008050         STOP RUN
008060     END-IF.
008070     ADD 1 TO IPB-CODE-COUNT.
008080     MOVE SR20-REVENUE-CODE TO BC-REVENUE-CODE(IPB-CODE-COUNT).
008090     MOVE 1                 TO BC-LINES(IPB-CODE-COUNT).
008100     MOVE SR20-LINE-AMOUNT  TO BC-AMOUNT(IPB-CODE-COUNT).
008110 3250-NEXT.
008120     PERFORM 3100-RETURN-SORT THRU 3100-EXIT.
008130 3250-EXIT.
008140     EXIT.
008150*****************************************************************
008160*    3300-JUDGE-BILL - RUN THE SELECTION TESTS.  EVERY TEST THE
008170*    BILL FAILS SETS ITS OWN REASON FLAG.
008180*****************************************************************
008190 3300-JUDGE-BILL.
008200     ADD 1 TO IPB-BILL-COUNT.
008210     MOVE SPACES TO IPB-SELECT-FLAGS.
008220     MOVE ZERO   TO IPB-NORM-MEAN.
008230     MOVE ZERO   TO IPB-MIX-PERCENT.
008240     MOVE SPACES TO IPB-PROVIDER-TYPE.
008250     MOVE 'N'    TO IPB-PROV-FOUND-SW.
008260     IF IPB-PROV-COUNT > ZERO
008270         SET IPB-PROV-IDX TO 1
008280         SEARCH ALL IPB-PROV-ENTRY
008290             AT END
008300                 CONTINUE
008310             WHEN PV-PROVIDER-NUMBER(IPB-PROV-IDX) =
008320                     PROVIDER IN IPB-BILL-CLAIM
008330                 SET IPB-PROV-FOUND TO TRUE
008340                 SET IPB-PROV-SUB TO IPB-PROV-IDX
008350                 MOVE PV-PROVIDER-TYPE(IPB-PROV-IDX)
008360                     TO IPB-PROVIDER-TYPE
008370         END-SEARCH
008380     END-IF.
008390     IF NOT IPB-PROV-FOUND
008400         ADD 1 TO IPB-NO-PROVIDER-COUNT
008410     END-IF.
008420     IF FULL-DAYS IN IPB-BILL-CLAIM > ZERO
008430         MOVE FULL-DAYS IN IPB-BILL-CLAIM TO IPB-BILL-DAYS
008440     ELSE
008450         MOVE 1 TO IPB-BILL-DAYS
008460     END-IF.
008470     COMPUTE IPB-PER-DIEM ROUNDED =
008480         TOTAL-CHARGES IN IPB-BILL-CLAIM / IPB-BILL-DAYS.
008490     IF IPB-PROV-FOUND
008500         PERFORM 3310-CHECK-OUTLIER THRU 3310-EXIT
008510         PERFORM 3320-CHECK-MIX THRU 3320-EXIT
008520     END-IF.
008530     IF RVPM-LONG-STAY-DAYS > ZERO
008540         AND FULL-DAYS IN IPB-BILL-CLAIM > RVPM-LONG-STAY-DAYS
008550         MOVE 'L' TO IPB-LONG-STAY-FLAG
008560     END-IF.
008570     IF RVPM-LTR-DAYS > ZERO
008580         AND LIFETIME-RES-DAYS IN IPB-BILL-CLAIM > RVPM-LTR-DAYS
008590         MOVE 'R' TO IPB-LTR-FLAG
008600     END-IF.
008610     PERFORM 3340-DRAW-SAMPLE THRU 3340-EXIT.
008620     PERFORM 3350-COUNT-SELECTION THRU 3350-EXIT.
008630     IF IPB-PROV-FOUND
008640         PERFORM 3400-ROLL-NORMS THRU 3400-EXIT
008650     END-IF.
008660 3300-EXIT.
008670     EXIT.
008680*****************************************************************
008690*    3310-CHECK-OUTLIER - CHARGES PER FULL DAY AGAINST THE
008700*    PROVIDER'S NORM.  THE BILL IS AN OUTLIER WHEN IT IS ABOVE
008710*    THE MEAN BY MORE THAN RVPM-OUTLIER-SD STANDARD
008720*    DEVIATIONS, TESTED ON THE SQUARES SO NO ROOT IS TAKEN.
008730*    A PROVIDER WITH TOO FEW BILLS ON FILE HAS NO NORM YET.
008740*****************************************************************
008750 3310-CHECK-OUTLIER.
008760     IF PV-NORM-BILLS(IPB-PROV-SUB) < 2
008770         OR PV-NORM-BILLS(IPB-PROV-SUB) < RVPM-MIN-NORM-BILLS
008780         GO TO 3310-EXIT
008790     END-IF.
008800     COMPUTE IPB-NORM-MEAN ROUNDED =
008810         PV-NORM-SUM(IPB-PROV-SUB) / PV-NORM-BILLS(IPB-PROV-SUB).
008820     COMPUTE IPB-NORM-VARIANCE ROUNDED =
008830         PV-NORM-SQUARES(IPB-PROV-SUB)
008840         / PV-NORM-BILLS(IPB-PROV-SUB)
008850         - IPB-NORM-MEAN * IPB-NORM-MEAN.
008860     IF IPB-NORM-VARIANCE < ZERO
008870         MOVE ZERO TO IPB-NORM-VARIANCE
008880     END-IF.
008890     IF RVPM-OUTLIER-SD = ZERO
008900         OR IPB-PER-DIEM NOT > IPB-NORM-MEAN
008910         GO TO 3310-EXIT
008920     END-IF.
008930     COMPUTE IPB-DEVIATION = IPB-PER-DIEM - IPB-NORM-MEAN.
008940     COMPUTE IPB-DEVIATION-SQUARE = IPB-DEVIATION * IPB-DEVIATION.
008950     COMPUTE IPB-OUTLIER-LIMIT =
008960         RVPM-OUTLIER-SD * RVPM-OUTLIER-SD * IPB-NORM-VARIANCE.
008970     IF IPB-DEVIATION-SQUARE > IPB-OUTLIER-LIMIT
008980         MOVE 'O' TO IPB-OUTLIER-FLAG
008990     END-IF.
009000 3310-EXIT.
009010     EXIT.
009020*****************************************************************
009030*    3320-CHECK-MIX - THE BILL'S SHARE OF CHARGES BY REVENUE
009040*    CODE AGAINST THE PEER GROUP'S.  THE DIFFERENCE IS HALF
009050*    THE SUM OF THE SHARE DIFFERENCES OVER EVERY CODE OF
009060*    EITHER - THE PART OF THE BILL'S CHARGES THAT WOULD HAVE
009070*    TO MOVE TO MATCH ITS PEERS.  PEER CODES THE BILL DOES NOT
009080*    CARRY COUNT IN FULL (ONE LESS THE PEER SHARE COVERED).
009090*****************************************************************
009100 3320-CHECK-MIX.
009110     IF RVPM-MIX-PERCENT = ZERO
009120         OR IPB-CODE-COUNT = ZERO
009130         OR IPB-BILL-DETAIL-TOTAL NOT > ZERO
009140         OR IPB-MIX-COUNT = ZERO
009150         GO TO 3320-EXIT
009160     END-IF.
009170     MOVE IPB-PROVIDER-TYPE TO IPB-TYPE-KEY.
009180     PERFORM 1250-LOCATE-TYPE THRU 1250-EXIT.
009190     IF TY-NORM-BILLS(IPB-TYPE-SUB) < RVPM-MIN-NORM-BILLS
009200         OR TY-NORM-AMOUNT(IPB-TYPE-SUB) NOT > ZERO
009210         GO TO 3320-EXIT
009220     END-IF.
009230     MOVE ZERO TO IPB-MIX-DISTANCE.
009240     MOVE ZERO TO IPB-PEER-COVERED.
009250     PERFORM 3325-COMPARE-CODE THRU 3325-EXIT
009260             VARYING IPB-CODE-IDX FROM 1 BY 1
009270             UNTIL IPB-CODE-IDX > IPB-CODE-COUNT.
009280     COMPUTE IPB-MIX-DISTANCE ROUNDED =
009290         (IPB-MIX-DISTANCE + 1 - IPB-PEER-COVERED) * 50.
009300     IF IPB-MIX-DISTANCE > 999
009310         MOVE 999 TO IPB-MIX-PERCENT
009320     ELSE
009330         COMPUTE IPB-MIX-PERCENT ROUNDED = IPB-MIX-DISTANCE
009340     END-IF.
009350     IF IPB-MIX-PERCENT > RVPM-MIX-PERCENT
009360         MOVE 'M' TO IPB-MIX-FLAG
009370     END-IF.
009380 3320-EXIT.
009390     EXIT.
009400*****************************************************************
009410*    3325-COMPARE-CODE - ONE REVENUE CODE OF THE BILL
009420*****************************************************************
009430 3325-COMPARE-CODE.
009440     COMPUTE IPB-BILL-SHARE ROUNDED =
009450         BC-AMOUNT(IPB-CODE-IDX) / IPB-BILL-DETAIL-TOTAL.
009460     MOVE ZERO TO IPB-PEER-SHARE.
009470     MOVE IPB-PROVIDER-TYPE             TO IPB-NEW-MIX-TYPE.
009480     MOVE BC-REVENUE-CODE(IPB-CODE-IDX) TO IPB-NEW-MIX-CODE.
009490     SET IPB-MIX-IDX TO 1.
009500     SEARCH ALL IPB-MIX-ENTRY
009510         AT END
009520             CONTINUE
009530         WHEN MX-KEY(IPB-MIX-IDX) = IPB-NEW-MIX-KEY
009540             COMPUTE IPB-PEER-SHARE ROUNDED =
009550                 MX-NORM-AMOUNT(IPB-MIX-IDX)
009560                 / TY-NORM-AMOUNT(IPB-TYPE-SUB)
009570     END-SEARCH.
009580     COMPUTE IPB-SHARE-DIFF = IPB-BILL-SHARE - IPB-PEER-SHARE.
009590     IF IPB-SHARE-DIFF < ZERO
009600         COMPUTE IPB-SHARE-DIFF = ZERO - IPB-SHARE-DIFF
009610     END-IF.
009620     ADD IPB-SHARE-DIFF TO IPB-MIX-DISTANCE.
009630     ADD IPB-PEER-SHARE TO IPB-PEER-COVERED.
009640 3325-EXIT.
009650     EXIT.
009660*****************************************************************
009670*    3340-DRAW-SAMPLE - MULTIPLICATIVE CONGRUENTIAL GENERATOR
009680*    (16807 MODULO 2**31 - 1).  ONE DRAW PER BILL IN CLAIM
009690*    SEQUENCE, SO A RERUN OF THE CYCLE DRAWS THE SAME SAMPLE.
009700*****************************************************************
009710 3340-DRAW-SAMPLE.
009720     COMPUTE IPB-RANDOM-PRODUCT = IPB-RANDOM-SEED * 16807.
009730     DIVIDE IPB-RANDOM-PRODUCT BY 2147483647
009740         GIVING IPB-RANDOM-QUOTIENT
009750         REMAINDER IPB-RANDOM-SEED.
009760     DIVIDE IPB-RANDOM-SEED BY 1000
009770         GIVING IPB-RANDOM-QUOTIENT
009780         REMAINDER IPB-RANDOM-DRAW.
009790     IF IPB-RANDOM-DRAW < RVPM-SAMPLE-RATE
009800         MOVE 'S' TO IPB-SAMPLE-FLAG
009810     END-IF.
009820 3340-EXIT.
009830     EXIT.
009840*****************************************************************
009850*    3350-COUNT-SELECTION - RUN AND PROVIDER SELECTION COUNTS
009860*****************************************************************
009870 3350-COUNT-SELECTION.
009880     IF IPB-SELECT-FLAGS = SPACES
009890         GO TO 3350-EXIT
009900     END-IF.
009910     ADD 1 TO IPB-SELECT-COUNT.
009920     IF IPB-OUTLIER-FLAG NOT = SPACE
009930         ADD 1 TO IPB-OUTLIER-COUNT
009940     END-IF.
009950     IF IPB-MIX-FLAG NOT = SPACE
009960         ADD 1 TO IPB-MIX-COUNT-SEL
009970     END-IF.
009980     IF IPB-LONG-STAY-FLAG NOT = SPACE
009990         ADD 1 TO IPB-LONG-STAY-COUNT
010000     END-IF.
010010     IF IPB-LTR-FLAG NOT = SPACE
010020         ADD 1 TO IPB-LTR-COUNT
010030     END-IF.
010040     IF IPB-SAMPLE-FLAG NOT = SPACE
010050         ADD 1 TO IPB-SAMPLE-COUNT
010060     END-IF.
010070     IF NOT IPB-PROV-FOUND
010080         GO TO 3350-EXIT
010090     END-IF.
010100     ADD 1 TO PV-SELECTED(IPB-PROV-SUB).
010110     IF IPB-OUTLIER-FLAG NOT = SPACE
010120         ADD 1 TO PV-OUTLIER(IPB-PROV-SUB)
010130     END-IF.
010140     IF IPB-MIX-FLAG NOT = SPACE
010150         ADD 1 TO PV-MIX(IPB-PROV-SUB)
010160     END-IF.
010170     IF IPB-LONG-STAY-FLAG NOT = SPACE
010180         ADD 1 TO PV-LONG-STAY(IPB-PROV-SUB)
010190     END-IF.
010200     IF IPB-LTR-FLAG NOT = SPACE
010210         ADD 1 TO PV-LTR(IPB-PROV-SUB)
010220     END-IF.
010230     IF IPB-SAMPLE-FLAG NOT = SPACE
010240         ADD 1 TO PV-SAMPLE(IPB-PROV-SUB)
010250     END-IF.
010260 3350-EXIT.
010270     EXIT.
010280*****************************************************************
010290*    3400-ROLL-NORMS - ADD THE BILL, NOW IT HAS BEEN JUDGED, TO
010300*    THIS RUN'S SHARE OF THE PROVIDER NORM AND THE PEER MIX
010310*****************************************************************
010320 3400-ROLL-NORMS.
010330     ADD 1            TO PV-RUN-BILLS(IPB-PROV-SUB).
010340     ADD IPB-PER-DIEM TO PV-RUN-SUM(IPB-PROV-SUB).
010350     COMPUTE IPB-PER-DIEM-SQUARE = IPB-PER-DIEM * IPB-PER-DIEM.
010360     ADD IPB-PER-DIEM-SQUARE TO PV-RUN-SQUARES(IPB-PROV-SUB).
010370     IF IPB-CODE-COUNT > ZERO
010380         PERFORM 3410-ROLL-CODE THRU 3410-EXIT
010390                 VARYING IPB-CODE-IDX FROM 1 BY 1
010400                 UNTIL IPB-CODE-IDX > IPB-CODE-COUNT
010410     END-IF.
010420 3400-EXIT.
010430     EXIT.
010440*****************************************************************
010450*    3410-ROLL-CODE - ONE REVENUE CODE OF THE BILL INTO THE
010460*    PEER MIX, INSERTING THE COMBINATION IF IT IS NEW
010470*****************************************************************
010480 3410-ROLL-CODE.
010490     MOVE IPB-PROVIDER-TYPE             TO IPB-NEW-MIX-TYPE.
010500     MOVE BC-REVENUE-CODE(IPB-CODE-IDX) TO IPB-NEW-MIX-CODE.
010510     MOVE 'N' TO IPB-MIX-FOUND-SW.
010520     IF IPB-MIX-COUNT > ZERO
010530         SET IPB-MIX-IDX TO 1
010540         SEARCH ALL IPB-MIX-ENTRY
010550             AT END
010560                 CONTINUE
010570             WHEN MX-KEY(IPB-MIX-IDX) = IPB-NEW-MIX-KEY
010580                 SET IPB-MIX-FOUND TO TRUE
010590                 SET IPB-MIX-SUB TO IPB-MIX-IDX
010600         END-SEARCH
010610     END-IF.
010620     IF NOT IPB-MIX-FOUND
010630         PERFORM 3420-INSERT-MIX THRU 3420-EXIT
010640     END-IF.
010650     ADD BC-LINES(IPB-CODE-IDX)  TO MX-RUN-LINES(IPB-MIX-SUB).
010660     ADD BC-AMOUNT(IPB-CODE-IDX) TO MX-RUN-AMOUNT(IPB-MIX-SUB).
010670 3410-EXIT.
010680     EXIT.
010690*****************************************************************
010700*    3420-INSERT-MIX - OPEN A SLOT FOR IPB-NEW-MIX-KEY IN KEY
010710*    SEQUENCE.  RETURNS IPB-MIX-SUB.
010720*****************************************************************
010730 3420-INSERT-MIX.
010740     IF IPB-MIX-COUNT >= 5000
010750         DISPLAY 'IPB440 - MIX TABLE FULL AT 5000 ENTRIES'
010760         DISPLAY 'IPB440 - ABENDING - TOO MANY PEER MIX KEYS'
010770         STOP RUN
010780     END-IF.
010790     ADD 1 TO IPB-MIX-COUNT.
010800     MOVE IPB-MIX-COUNT TO IPB-MIX-SUB.
010810     MOVE 'N' TO IPB-SHIFT-DONE-SW.
010820     PERFORM 3425-SHIFT-MIX THRU 3425-EXIT
010830             UNTIL IPB-SHIFT-DONE.
010840     MOVE IPB-NEW-MIX-KEY TO MX-KEY(IPB-MIX-SUB).
010850     MOVE ZERO            TO MX-NORM-LINES(IPB-MIX-SUB)
010860                             MX-NORM-AMOUNT(IPB-MIX-SUB)
010870                             MX-NORM-DATE(IPB-MIX-SUB)
010880                             MX-RUN-LINES(IPB-MIX-SUB)
010890                             MX-RUN-AMOUNT(IPB-MIX-SUB).
010900 3420-EXIT.
010910     EXIT.
010920*****************************************************************
010930*    3425-SHIFT-MIX - MOVE THE ENTRY BELOW THE SLOT UP ONE
010940*    WHILE IT SORTS AFTER THE NEW KEY
010950*****************************************************************
010960 3425-SHIFT-MIX.
010970     IF IPB-MIX-SUB = 1
010980         SET IPB-SHIFT-DONE TO TRUE
010990         GO TO 3425-EXIT
011000     END-IF.
011010     COMPUTE IPB-MIX-PRIOR-SUB = IPB-MIX-SUB - 1.
011020     IF MX-KEY(IPB-MIX-PRIOR-SUB) < IPB-NEW-MIX-KEY
011030         SET IPB-SHIFT-DONE TO TRUE
011040         GO TO 3425-EXIT
011050     END-IF.
011060     MOVE IPB-MIX-ENTRY(IPB-MIX-PRIOR-SUB)
011070         TO IPB-MIX-ENTRY(IPB-MIX-SUB).
011080     MOVE IPB-MIX-PRIOR-SUB TO IPB-MIX-SUB.
011090 3425-EXIT.
011100     EXIT.
011110*****************************************************************
011120*    3600-MERGE-WORKLIST - PASS THE OLD WORKLIST UP TO THIS
011130*    BILL, THEN ADD THE BILL IF IT WAS SELECTED.  A BILL
011140*    ALREADY ON THE WORKLIST KEEPS ITS RECORD.
011150*****************************************************************
011160 3600-MERGE-WORKLIST.
011170     PERFORM 3700-PASS-REVIEW THRU 3700-EXIT
011180             UNTIL IPB-OLD-REVIEW-KEY NOT < IPB-BILL-KEY.
011190     IF IPB-OLD-REVIEW-KEY = IPB-BILL-KEY
011200         ADD 1 TO IPB-ALREADY-COUNT
011210         GO TO 3600-EXIT
011220     END-IF.
011230     IF IPB-SELECT-FLAGS = SPACES
011240         OR IPB-BILL-KEY = IPB-LAST-OUT-KEY
011250         GO TO 3600-EXIT
011260     END-IF.
011270     PERFORM 3650-WRITE-SELECTION THRU 3650-EXIT.
011280 3600-EXIT.
011290     EXIT.
011300*****************************************************************
011310*    3650-WRITE-SELECTION - NEW WORKLIST RECORD, PENDING.  THE
011320*    EXAMINER QUEUE FOLLOWS THE PROVIDER TYPE.
011330*****************************************************************
011340 3650-WRITE-SELECTION.
011350     MOVE SPACES TO IPB-REVIEW-RECORD.
011360     MOVE CLAIM-NUMBER IN IPB-BILL-CLAIM    TO RVW-CLAIM-NUMBER.
011370     MOVE TRANSACTION-IND IN IPB-BILL-CLAIM
011380         TO RVW-TRANSACTION-IND.
011390     MOVE PROVIDER IN IPB-BILL-CLAIM        TO RVW-PROVIDER.
011400     MOVE IPB-PROVIDER-TYPE                 TO RVW-PROVIDER-TYPE.
011410     IF IPB-PROV-FOUND
011420         STRING 'MR' DELIMITED BY SIZE
011430                IPB-PROVIDER-TYPE DELIMITED BY SIZE
011440                INTO RVW-EXAMINER-QUEUE
011450     ELSE
011460         MOVE IPB-UNASSIGNED-QUEUE TO RVW-EXAMINER-QUEUE
011470     END-IF.
011480     MOVE INTERMEDIARY-NUM IN IPB-BILL-CLAIM
011490         TO RVW-INTERMEDIARY-NUM.
011500     MOVE IPB-CYCLE-DATE                    TO RVW-SELECT-DATE.
011510     MOVE IPB-SELECT-FLAGS                  TO RVW-REASON-FLAGS.
011520     MOVE FULL-DAYS IN IPB-BILL-CLAIM       TO RVW-FULL-DAYS.
011530     MOVE LIFETIME-RES-DAYS IN IPB-BILL-CLAIM
011540         TO RVW-LTR-DAYS.
011550     MOVE TOTAL-CHARGES IN IPB-BILL-CLAIM   TO RVW-TOTAL-CHARGES.
011560     MOVE IPB-PER-DIEM                      TO RVW-PER-DIEM.
011570     COMPUTE RVW-NORM-PER-DIEM ROUNDED = IPB-NORM-MEAN.
011580     MOVE IPB-MIX-PERCENT                   TO RVW-MIX-PERCENT.
011590     MOVE ZERO TO RVW-DISPOSITION-DATE.
011600     MOVE ZERO TO RVW-RELEASE-DATE.
011610     MOVE IPB-BILL-CLAIM                    TO RVW-CLAIM-IMAGE.
011620     WRITE REVIEW-OUT-RECORD FROM IPB-REVIEW-RECORD.
011630     ADD 1 TO IPB-REVIEW-OUT-COUNT.
011640     ADD 1 TO IPB-NEW-WORKLIST-COUNT.
011650     MOVE RVW-KEY TO IPB-LAST-OUT-KEY.
011660 3650-EXIT.
011670     EXIT.
011680*****************************************************************
011690*    3700-PASS-REVIEW - CARRY ONE OLD WORKLIST RECORD FORWARD,
011700*    POSTING ITS DISPOSITION CARD IF ONE WAS PUNCHED
011710*****************************************************************
011720 3700-PASS-REVIEW.
011730     MOVE IPB-OLD-REVIEW-AREA TO IPB-REVIEW-RECORD.
011740     PERFORM 3750-POST-DISPOSITION THRU 3750-EXIT.
011750     WRITE REVIEW-OUT-RECORD FROM IPB-REVIEW-RECORD.
011760     ADD 1 TO IPB-REVIEW-OUT-COUNT.
011770     MOVE RVW-KEY TO IPB-LAST-OUT-KEY.
011780     PERFORM 3050-READ-REVIEW THRU 3050-EXIT.
011790 3700-EXIT.
011800     EXIT.
011810*****************************************************************
011820*    3750-POST-DISPOSITION - AN APPROVED BILL TAKES ITS IMAGE
011830*    FROM THE CLAIM MASTER SO ANY EXAMINER ADJUSTMENT MADE
011840*    DURING REVIEW (IPB390) IS WHAT IPB280 PRICES.
011850*****************************************************************
011860 3750-POST-DISPOSITION.
011870     IF IPB-CARD-TBL-COUNT = ZERO
011880         GO TO 3750-EXIT
011890     END-IF.
011900     SET IPB-CARD-IDX TO 1.
011910     SEARCH IPB-CARD-ENTRY
011920         AT END
011930             GO TO 3750-EXIT
011940         WHEN DC-KEY(IPB-CARD-IDX) = RVW-KEY
011950             SET DC-DONE(IPB-CARD-IDX) TO TRUE
011960     END-SEARCH.
011970     MOVE DC-CLAIM-NUMBER(IPB-CARD-IDX)    TO DD-CLAIM-NUMBER.
011980     MOVE DC-TRANSACTION-IND(IPB-CARD-IDX) TO DD-TRANSACTION-IND.
011990     MOVE DC-DISPOSITION(IPB-CARD-IDX)     TO DD-DISPOSITION.
012000     MOVE DC-EXAMINER-ID(IPB-CARD-IDX)     TO DD-EXAMINER-ID.
012010     IF NOT RVW-PENDING
012020         MOVE 'DISPOSITION ALREADY ENTERED' TO IPB-REJECT-REASON
012030         PERFORM 1390-REJECT-CARD THRU 1390-EXIT
012040         GO TO 3750-EXIT
012050     END-IF.
012060     MOVE DC-DISPOSITION(IPB-CARD-IDX) TO RVW-DISPOSITION.
012070     MOVE DC-EXAMINER-ID(IPB-CARD-IDX) TO RVW-EXAMINER-ID.
012080     MOVE IPB-CYCLE-DATE               TO RVW-DISPOSITION-DATE.
012090     IF RVW-APPROVED
012100         MOVE RVW-KEY TO IPB-MAST-KEY
012110         READ CLAIM-MASTER-FILE
012120             INVALID KEY
012130                 MOVE 'APPROVED - RELEASED AS SELECTED'
012140                     TO DD-STATUS
012150             NOT INVALID KEY
012160                 MOVE IPB-MAST-CLAIM-IMAGE TO RVW-CLAIM-IMAGE
012170                 MOVE 'APPROVED - RELEASED FOR PAYMENT'
012180                     TO DD-STATUS
012190         END-READ
012200     ELSE
012210         MOVE 'DENIED - PAYMENT STAYS HELD' TO DD-STATUS
012220     END-IF.
012230     WRITE REPORT-RECORD FROM IPB-DISP-LINE.
012240     ADD 1 TO IPB-CARD-APPLIED-COUNT.
012250 3750-EXIT.
012260     EXIT.
012270*****************************************************************
012280*    4000-UNMATCHED-CARDS - A CARD THAT NAMED NO BILL ON THE
012290*    WORKLIST
012300*****************************************************************
012310 4000-UNMATCHED-CARDS.
012320     IF IPB-CARD-TBL-COUNT = ZERO
012330         GO TO 4000-EXIT
012340     END-IF.
012350     PERFORM 4100-CHECK-CARD THRU 4100-EXIT
012360             VARYING IPB-CARD-IDX FROM 1 BY 1
012370             UNTIL IPB-CARD-IDX > IPB-CARD-TBL-COUNT.
012380 4000-EXIT.
012390     EXIT.
012400*****************************************************************
012410*    4100-CHECK-CARD
012420*****************************************************************
012430 4100-CHECK-CARD.
012440     IF DC-DONE(IPB-CARD-IDX)
012450         GO TO 4100-EXIT
012460     END-IF.
012470     MOVE DC-CLAIM-NUMBER(IPB-CARD-IDX)    TO DD-CLAIM-NUMBER.
012480     MOVE DC-TRANSACTION-IND(IPB-CARD-IDX) TO DD-TRANSACTION-IND.
012490     MOVE DC-DISPOSITION(IPB-CARD-IDX)     TO DD-DISPOSITION.
012500     MOVE DC-EXAMINER-ID(IPB-CARD-IDX)     TO DD-EXAMINER-ID.
012510     MOVE 'BILL NOT ON REVIEW WORKLIST' TO IPB-REJECT-REASON.
012520     PERFORM 1390-REJECT-CARD THRU 1390-EXIT.
012530 4100-EXIT.
012540     EXIT.
012550*****************************************************************
012560*    5000-WRITE-NORMS - THE NEW NORMS FILE:  PROVIDER RECORDS
012570*    IN PROVIDER SEQUENCE, THEN PEER MIX RECORDS IN TYPE AND
012580*    REVENUE CODE SEQUENCE, EACH WITH THIS RUN'S BILLS ADDED
012590*****************************************************************
012600 5000-WRITE-NORMS.
012610     OPEN OUTPUT NORM-OUT-FILE.
012620     IF IPB-PROV-COUNT > ZERO
012630         PERFORM 5100-WRITE-PROVIDER-NORM THRU 5100-EXIT
012640                 VARYING IPB-PROV-SUB FROM 1 BY 1
012650                 UNTIL IPB-PROV-SUB > IPB-PROV-COUNT
012660     END-IF.
012670     IF IPB-MIX-COUNT > ZERO
012680         PERFORM 5200-WRITE-PEER-NORM THRU 5200-EXIT
012690                 VARYING IPB-MIX-SUB FROM 1 BY 1
012700                 UNTIL IPB-MIX-SUB > IPB-MIX-COUNT
012710     END-IF.
012720     CLOSE NORM-OUT-FILE.
012730 5000-EXIT.
012740     EXIT.
012750*****************************************************************
012760*    5100-WRITE-PROVIDER-NORM
012770*****************************************************************
012780 5100-WRITE-PROVIDER-NORM.
012790     IF PV-NORM-BILLS(IPB-PROV-SUB) = ZERO
012800         AND PV-RUN-BILLS(IPB-PROV-SUB) = ZERO
012810         GO TO 5100-EXIT
012820     END-IF.
012830     MOVE SPACES TO IPB-REVIEW-NORM-RECORD.
012840     SET NORM-PROVIDER TO TRUE.
012850     MOVE PV-PROVIDER-NUMBER(IPB-PROV-SUB) TO NORM-KEY.
012860     COMPUTE NORM-BILL-COUNT =
012870         PV-NORM-BILLS(IPB-PROV-SUB) + PV-RUN-BILLS(IPB-PROV-SUB).
012880     COMPUTE NORM-PER-DIEM-SUM =
012890         PV-NORM-SUM(IPB-PROV-SUB) + PV-RUN-SUM(IPB-PROV-SUB).
012900     COMPUTE NORM-PER-DIEM-SQUARES =
012910         PV-NORM-SQUARES(IPB-PROV-SUB)
012920         + PV-RUN-SQUARES(IPB-PROV-SUB).
012930     IF PV-RUN-BILLS(IPB-PROV-SUB) > ZERO
012940         MOVE IPB-CYCLE-DATE TO NORM-UPDATE-DATE
012950     ELSE
012960         MOVE PV-NORM-DATE(IPB-PROV-SUB) TO NORM-UPDATE-DATE
012970     END-IF.
012980     WRITE NORM-OUT-RECORD FROM IPB-REVIEW-NORM-RECORD.
012990     ADD 1 TO IPB-NORM-OUT-COUNT.
013000 5100-EXIT.
013010     EXIT.
013020*****************************************************************
013030*    5200-WRITE-PEER-NORM
013040*****************************************************************
013050 5200-WRITE-PEER-NORM.
013060     MOVE SPACES TO IPB-REVIEW-NORM-RECORD.
013070     SET NORM-PEER-MIX TO TRUE.
013080     MOVE MX-PROVIDER-TYPE(IPB-MIX-SUB) TO NORM-PROVIDER-TYPE.
013090     MOVE MX-REVENUE-CODE(IPB-MIX-SUB)  TO NORM-REVENUE-CODE.
013100     COMPUTE NORM-LINE-COUNT =
013110         MX-NORM-LINES(IPB-MIX-SUB) + MX-RUN-LINES(IPB-MIX-SUB).
013120     COMPUTE NORM-LINE-AMOUNT =
013130         MX-NORM-AMOUNT(IPB-MIX-SUB) + MX-RUN-AMOUNT(IPB-MIX-SUB).
013140     IF MX-RUN-LINES(IPB-MIX-SUB) > ZERO
013150         MOVE IPB-CYCLE-DATE TO NORM-UPDATE-DATE
013160     ELSE
013170         MOVE MX-NORM-DATE(IPB-MIX-SUB) TO NORM-UPDATE-DATE
013180     END-IF.
013190     WRITE NORM-OUT-RECORD FROM IPB-REVIEW-NORM-RECORD.
013200     ADD 1 TO IPB-NORM-OUT-COUNT.
013210 5200-EXIT.
013220     EXIT.
013230*****************************************************************
013240*    6000-BUILD-WORKLIST - INPUT PROCEDURE FOR THE WORKLIST
013250*    SORT:  EVERY BILL STILL PENDING ON THE NEW WORKLIST
013260*****************************************************************
013270 6000-BUILD-WORKLIST.
013280     MOVE 'N' TO IPB-REVIEW-EOF-SW.
013290     OPEN INPUT REVIEW-OUT-FILE.
013300     PERFORM 6100-RELEASE-PENDING THRU 6100-EXIT
013310             UNTIL IPB-REVIEW-END-OF-FILE.
013320     CLOSE REVIEW-OUT-FILE.
013330 6000-EXIT.
013340     EXIT.
013350*****************************************************************
013360*    6100-RELEASE-PENDING
013370*****************************************************************
013380 6100-RELEASE-PENDING.
013390     READ REVIEW-OUT-FILE INTO IPB-REVIEW-RECORD
013400         AT END
013410             SET IPB-REVIEW-END-OF-FILE TO TRUE
013420             GO TO 6100-EXIT
013430     END-READ.
013440     IF NOT RVW-PENDING
013450         GO TO 6100-EXIT
013460     END-IF.
013470     ADD 1 TO IPB-PENDING-COUNT.
013480     MOVE RVW-EXAMINER-QUEUE TO SR21-EXAMINER-QUEUE.
013490     MOVE RVW-PROVIDER       TO SR21-PROVIDER.
013500     MOVE RVW-KEY            TO SR21-KEY.
013510     MOVE IPB-REVIEW-RECORD  TO SR21-REVIEW-DATA.
013520     RELEASE SORT-RECORD2.
013530 6100-EXIT.
013540     EXIT.
013550*****************************************************************
013560*    6500-PRINT-WORKLIST - OUTPUT PROCEDURE FOR THE WORKLIST
013570*    SORT:  THE OPEN WORKLIST BY EXAMINER QUEUE, THEN PROVIDER
013580*****************************************************************
013590 6500-PRINT-WORKLIST.
013600     MOVE 'OPEN REVIEW WORKLIST BY EXAMINER QUEUE' TO SH-TITLE.
013610     WRITE REPORT-RECORD FROM IPB-SECTION-HEADING.
013620     WRITE REPORT-RECORD FROM IPB-LEGEND-LINE.
013630     PERFORM 6600-RETURN-SORT THRU 6600-EXIT.
013640     PERFORM 6700-PRINT-PENDING THRU 6700-EXIT
013650             UNTIL IPB-SORT2-END-OF-FILE.
013660     IF NOT IPB-FIRST-QUEUE
013670         PERFORM 6800-QUEUE-BREAK THRU 6800-EXIT
013680     END-IF.
013690 6500-EXIT.
013700     EXIT.
013710*****************************************************************
013720*    6600-RETURN-SORT
013730*****************************************************************
013740 6600-RETURN-SORT.
013750     RETURN SORT-WORK-FILE2
013760         AT END
013770             SET IPB-SORT2-END-OF-FILE TO TRUE
013780     END-RETURN.
013790 6600-EXIT.
013800     EXIT.
013810*****************************************************************
013820*    6700-PRINT-PENDING
013830*****************************************************************
013840 6700-PRINT-PENDING.
013850     MOVE SR21-REVIEW-DATA TO IPB-REVIEW-RECORD.
013860     IF IPB-FIRST-QUEUE
013870         MOVE 'N' TO IPB-FIRST-QUEUE-SW
013880         MOVE RVW-EXAMINER-QUEUE TO IPB-PRIOR-QUEUE
013890         PERFORM 6850-QUEUE-HEADING THRU 6850-EXIT
013900     END-IF.
013910     IF RVW-EXAMINER-QUEUE NOT = IPB-PRIOR-QUEUE
013920         PERFORM 6800-QUEUE-BREAK THRU 6800-EXIT
013930         MOVE RVW-EXAMINER-QUEUE TO IPB-PRIOR-QUEUE
013940         PERFORM 6850-QUEUE-HEADING THRU 6850-EXIT
013950     END-IF.
013960     MOVE RVW-CLAIM-NUMBER    TO WL-CLAIM-NUMBER.
013970     MOVE RVW-TRANSACTION-IND TO WL-TRANSACTION-IND.
013980     MOVE RVW-PROVIDER        TO WL-PROVIDER.
013990     MOVE RVW-SELECT-DATE     TO WL-SELECT-DATE.
014000     MOVE RVW-REASON-FLAGS    TO WL-REASONS.
014010     MOVE RVW-FULL-DAYS       TO WL-FULL-DAYS.
014020     MOVE RVW-LTR-DAYS        TO WL-LTR-DAYS.
014030     MOVE RVW-TOTAL-CHARGES   TO WL-TOTAL-CHARGES.
014040     MOVE RVW-PER-DIEM        TO WL-PER-DIEM.
014050     MOVE RVW-NORM-PER-DIEM   TO WL-NORM-PER-DIEM.
014060     MOVE RVW-MIX-PERCENT     TO WL-MIX-PERCENT.
014070     IF RVW-SELECT-DATE = IPB-CYCLE-DATE
014080         MOVE 'NEW' TO WL-NEW-FLAG
014090     ELSE
014100         MOVE SPACES TO WL-NEW-FLAG
014110     END-IF.
014120     WRITE REPORT-RECORD FROM IPB-WORK-DETAIL-LINE.
014130     ADD 1 TO IPB-QUEUE-COUNT.
014140     PERFORM 6600-RETURN-SORT THRU 6600-EXIT.
014150 6700-EXIT.
014160     EXIT.
014170*****************************************************************
014180*    6800-QUEUE-BREAK
014190*****************************************************************
014200 6800-QUEUE-BREAK.
014210     MOVE IPB-PRIOR-QUEUE TO QT-QUEUE.
014220     MOVE IPB-QUEUE-COUNT TO QT-COUNT.
014230     WRITE REPORT-RECORD FROM IPB-QUEUE-TOTAL-LINE.
014240     MOVE ZERO TO IPB-QUEUE-COUNT.
014250 6800-EXIT.
014260     EXIT.
014270*****************************************************************
014280*    6850-QUEUE-HEADING
014290*****************************************************************
014300 6850-QUEUE-HEADING.
014310     MOVE RVW-EXAMINER-QUEUE TO QH-QUEUE.
014320     WRITE REPORT-RECORD FROM IPB-QUEUE-HEADING.
014330     WRITE REPORT-RECORD FROM IPB-WORK-HEADING-2.
014340 6850-EXIT.
014350     EXIT.
014360*****************************************************************
014370*    7000-PROVIDER-SUMMARY - SELECTION RATES BY PROVIDER FOR
014380*    THE BILLS OF THIS RUN, THEN THE RUN TOTALS
014390*****************************************************************
014400 7000-PROVIDER-SUMMARY.
014410     MOVE 'SELECTION RATES BY PROVIDER' TO SH-TITLE.
014420     WRITE REPORT-RECORD FROM IPB-SECTION-HEADING.
014430     WRITE REPORT-RECORD FROM IPB-PROV-HEADING-2.
014440     IF IPB-PROV-COUNT > ZERO
014450         PERFORM 7100-PROVIDER-LINE THRU 7100-EXIT
014460                 VARYING IPB-PROV-SUB FROM 1 BY 1
014470                 UNTIL IPB-PROV-SUB > IPB-PROV-COUNT
014480     END-IF.
014490     MOVE 'ALL PROVIDERS'     TO PS-PROVIDER.
014500     MOVE SPACES              TO PS-PROVIDER-TYPE.
014510     MOVE IPB-BILL-COUNT      TO PS-BILLS-READ.
014520     MOVE IPB-SELECT-COUNT    TO PS-SELECTED.
014530     IF IPB-BILL-COUNT > ZERO
014540         COMPUTE IPB-SELECT-RATE ROUNDED =
014550             IPB-SELECT-COUNT * 100 / IPB-BILL-COUNT
014560     ELSE
014570         MOVE ZERO TO IPB-SELECT-RATE
014580     END-IF.
014590     MOVE IPB-SELECT-RATE     TO PS-RATE.
014600     MOVE IPB-OUTLIER-COUNT   TO PS-OUTLIER.
014610     MOVE IPB-MIX-COUNT-SEL   TO PS-MIX.
014620     MOVE IPB-LONG-STAY-COUNT TO PS-LONG-STAY.
014630     MOVE IPB-LTR-COUNT       TO PS-LTR.
014640     MOVE IPB-SAMPLE-COUNT    TO PS-SAMPLE.
014650     WRITE REPORT-RECORD FROM IPB-PROV-LINE.
014660     MOVE 'RUN TOTALS' TO SH-TITLE.
014670     WRITE REPORT-RECORD FROM IPB-SECTION-HEADING.
014680     MOVE 'BILLS READ FROM CLAIMOUT' TO CL-LABEL.
014690     MOVE IPB-RCTL-READ-COUNT TO CL-COUNT.
014700     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
014710     MOVE 'CHARGE DETAIL LINES READ' TO CL-LABEL.
014720     MOVE IPB-DETAIL-READ-COUNT TO CL-COUNT.
014730     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
014740     MOVE 'DETAIL LINES WITH NO BILL' TO CL-LABEL.
014750     MOVE IPB-ORPHAN-DETAIL-COUNT TO CL-COUNT.
014760     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
014770     MOVE 'BILLS FOR PROVIDERS NOT ON PROVMSTR' TO CL-LABEL.
014780     MOVE IPB-NO-PROVIDER-COUNT TO CL-COUNT.
014790     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
014800     MOVE 'BILLS SELECTED FOR REVIEW' TO CL-LABEL.
014810     MOVE IPB-SELECT-COUNT TO CL-COUNT.
014820     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
014830     MOVE 'SELECTED BILLS ADDED TO WORKLIST' TO CL-LABEL.
014840     MOVE IPB-NEW-WORKLIST-COUNT TO CL-COUNT.
014850     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
014860     MOVE 'BILLS ALREADY ON WORKLIST' TO CL-LABEL.
014870     MOVE IPB-ALREADY-COUNT TO CL-COUNT.
014880     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
014890     MOVE 'DISPOSITION CARDS READ' TO CL-LABEL.
014900     MOVE IPB-CARD-COUNT TO CL-COUNT.
014910     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
014920     MOVE 'DISPOSITIONS POSTED' TO CL-LABEL.
014930     MOVE IPB-CARD-APPLIED-COUNT TO CL-COUNT.
014940     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
014950     MOVE 'DISPOSITION CARDS REJECTED' TO CL-LABEL.
014960     MOVE IPB-CARD-REJECT-COUNT TO CL-COUNT.
014970     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
014980     MOVE 'WORKLIST RECORDS READ (REVWIN)' TO CL-LABEL.
014990     MOVE IPB-REVIEW-IN-COUNT TO CL-COUNT.
015000     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
015010     MOVE 'WORKLIST RECORDS WRITTEN (REVWOUT)' TO CL-LABEL.
015020     MOVE IPB-REVIEW-OUT-COUNT TO CL-COUNT.
015030     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
015040     MOVE 'BILLS PENDING REVIEW' TO CL-LABEL.
015050     MOVE IPB-PENDING-COUNT TO CL-COUNT.
015060     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
015070     MOVE 'NORMS RECORDS READ (NORMIN)' TO CL-LABEL.
015080     MOVE IPB-NORM-IN-COUNT TO CL-COUNT.
015090     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
015100     MOVE 'NORMS RECORDS DROPPED' TO CL-LABEL.
015110     MOVE IPB-NORM-DROP-COUNT TO CL-COUNT.
015120     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
015130     MOVE 'NORMS RECORDS WRITTEN (NORMOUT)' TO CL-LABEL.
015140     MOVE IPB-NORM-OUT-COUNT TO CL-COUNT.
015150     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
015160 7000-EXIT.
015170     EXIT.
015180*****************************************************************
015190*    7100-PROVIDER-LINE - PROVIDERS WITH BILLS THIS RUN
015200*****************************************************************
015210 7100-PROVIDER-LINE.
015220     IF PV-RUN-BILLS(IPB-PROV-SUB) = ZERO
015230         GO TO 7100-EXIT
015240     END-IF.
015250     MOVE PV-PROVIDER-NUMBER(IPB-PROV-SUB) TO PS-PROVIDER.
015260     MOVE PV-PROVIDER-TYPE(IPB-PROV-SUB)   TO PS-PROVIDER-TYPE.
015270     MOVE PV-RUN-BILLS(IPB-PROV-SUB)       TO PS-BILLS-READ.
015280     MOVE PV-SELECTED(IPB-PROV-SUB)        TO PS-SELECTED.
015290     COMPUTE IPB-SELECT-RATE ROUNDED =
015300         PV-SELECTED(IPB-PROV-SUB) * 100
015310         / PV-RUN-BILLS(IPB-PROV-SUB).
015320     MOVE IPB-SELECT-RATE                  TO PS-RATE.
015330     MOVE PV-OUTLIER(IPB-PROV-SUB)         TO PS-OUTLIER.
015340     MOVE PV-MIX(IPB-PROV-SUB)             TO PS-MIX.
015350     MOVE PV-LONG-STAY(IPB-PROV-SUB)       TO PS-LONG-STAY.
015360     MOVE PV-LTR(IPB-PROV-SUB)             TO PS-LTR.
015370     MOVE PV-SAMPLE(IPB-PROV-SUB)          TO PS-SAMPLE.
015380     WRITE REPORT-RECORD FROM IPB-PROV-LINE.
015390 7100-EXIT.
015400     EXIT.
015410*****************************************************************
015420*    8000-WRITE-RUN-CONTROL - COUNTS AND CHARGE HASH FOR THE
015430*    BALANCING STEP (IPB140)
015440*****************************************************************
015450 8000-WRITE-RUN-CONTROL.
015460     OPEN EXTEND RUN-CONTROL-FILE.
015470     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
015480     MOVE 'IPB440' TO RCTL-PROGRAM-ID.
015490     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
015500     ACCEPT RCTL-RUN-TIME FROM TIME.
015510     MOVE IPB-RCTL-READ-COUNT    TO RCTL-IN-COUNT.
015520     MOVE IPB-NEW-WORKLIST-COUNT TO RCTL-OUT-COUNT.
015530     MOVE ZERO                   TO RCTL-SUSP-COUNT.
015540     MOVE IPB-IN-CHARGE-HASH     TO RCTL-IN-CHARGE-HASH.
015550     MOVE ZERO                   TO RCTL-OUT-CHARGE-HASH.
015560     WRITE IPB-RUN-CONTROL-RECORD.
015570     CLOSE RUN-CONTROL-FILE.
015580 8000-EXIT.
015590     EXIT.
015600*****************************************************************
015610*    9000-TERMINATE
015620*****************************************************************
015630 9000-TERMINATE.
015640     DISPLAY 'IPB440 - BILLS READ         : ' IPB-RCTL-READ-COUNT.
015650     DISPLAY 'IPB440 - BILLS SELECTED     : ' IPB-SELECT-COUNT.
015660     DISPLAY 'IPB440 - ADDED TO WORKLIST  : '
015670         IPB-NEW-WORKLIST-COUNT.
015680     DISPLAY 'IPB440 - DISPOSITIONS POSTED: '
015690         IPB-CARD-APPLIED-COUNT.
015700     DISPLAY 'IPB440 - CARDS REJECTED     : '
015710         IPB-CARD-REJECT-COUNT.
015720     DISPLAY 'IPB440 - PENDING REVIEW     : ' IPB-PENDING-COUNT.
015730     CLOSE REPORT-FILE
015740           CLAIM-MASTER-FILE.
015750 9000-EXIT.
015760     EXIT.
015770 9999-EXIT.
015780     EXIT.
