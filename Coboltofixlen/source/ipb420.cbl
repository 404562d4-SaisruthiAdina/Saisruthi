000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    IPB420.
000030 AUTHOR.        D SHEPHERD.
000040 INSTALLATION.  INPATIENT BILLING SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    ---------------------------------------------------------
000100*    10/15/2026  DS   ORIGINAL PROGRAM - WEEKLY CROSS-FILE
000110*                     INTEGRITY SWEEP.  MATCHES THE CLAIM MASTER
000120*                     (CLAIMMST), THE HISTORY MASTER (HISTIN), THE
000130*                     PAYMENT FILES OF THE RETENTION PERIOD
000140*                     (PAYFILE, SORTED HERE), THE PAID-STATUS FILE
000150*                     (PAIDIN) AND THE CHARGE DETAIL MASTER
000160*                     (CDTLMST) KEY BY KEY ON CLAIM NUMBER PLUS
000170*                     TRANSACTION-IND.  EVERY MASTER BILL MUST
000180*                     HAVE A HISTORY VERSION AND BE PRICED; A
000190*                     PAID-STATUS RECORD INSIDE THE RETENTION
000200*                     WINDOW (RETNPARM) MUST POINT AT A BILL ON
000210*                     THE MASTER OR THE HISTORY; A BILL'S DETAIL
000220*                     LINES MUST FOOT TO ITS TOTAL-CHARGES AND
000230*                     MUST NOT OUTLIVE THE BILL.  WRITES ONE
000240*                     EXCEPTION RECORD PER BROKEN RELATIONSHIP
000250*                     (INTGEXC) AND A SUMMARY BY EXCEPTION TYPE
000260*                     (INTGRPT).  UPDATES NOTHING, SO IT MAY RUN
000270*                     WHILE THE CYCLE IS CLOSED.  ENDS WITH RETURN
000280*                     CODE 4 WHEN ANY EXCEPTION IS FOUND.
000281*    10/15/2026  DS   EVERY MASTER BILL IS ALSO COMPARED WITH ITS
000282*                     LATEST HISTORY VERSION.  A DIFFERENCE IS
000283*                     EXCEPTION HM UNLESS ADJAUDIT SHOWS AN
000284*                     EXAMINER ADJUSTMENT (IPB390) TO THE CLAIM ON
000285*                     OR AFTER THE DATE THAT VERSION WAS LOADED.
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT RETENTION-FILE    ASSIGN TO RETNPARM
000370            ORGANIZATION IS SEQUENTIAL.
000380     SELECT CLAIM-MASTER-FILE ASSIGN TO CLAIMMST
000390            ORGANIZATION IS INDEXED
000400            ACCESS MODE IS DYNAMIC
000410            RECORD KEY IS IPB-MAST-KEY.
000420     SELECT HIST-IN-FILE      ASSIGN TO HISTIN
000430            ORGANIZATION IS SEQUENTIAL.
000440     SELECT PAY-IN-FILE       ASSIGN TO PAYFILE
000450            ORGANIZATION IS SEQUENTIAL.
000460     SELECT PAID-IN-FILE      ASSIGN TO PAIDIN
000470            ORGANIZATION IS SEQUENTIAL.
000480     SELECT OPTIONAL CDTL-MASTER-FILE ASSIGN TO CDTLMST
000490            ORGANIZATION IS INDEXED
000500            ACCESS MODE IS DYNAMIC
000510            RECORD KEY IS CDTM-KEY.
000520     SELECT EXCEPTION-FILE    ASSIGN TO INTGEXC
000530            ORGANIZATION IS SEQUENTIAL.
000540     SELECT SORT-WORK-FILE    ASSIGN TO SORTWK01.
000542     SELECT OPTIONAL AUDIT-IN-FILE ASSIGN TO ADJAUDIT
000544            ORGANIZATION IS SEQUENTIAL.
000546     SELECT SORT-WORK-FILE2   ASSIGN TO SORTWK02.
000550     SELECT REPORT-FILE       ASSIGN TO INTGRPT
000560            ORGANIZATION IS SEQUENTIAL.
000570     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000580            ORGANIZATION IS SEQUENTIAL.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  RETENTION-FILE
000620     RECORDING MODE IS F.
000630 COPY "ipbretn".
000640 FD  CLAIM-MASTER-FILE.
000650 COPY "ipbmast".
000660 FD  HIST-IN-FILE
000670     RECORDING MODE IS F.
000680 COPY "ipbhist".
000690 FD  PAY-IN-FILE
000700     RECORDING MODE IS F.
000710 COPY "ipbpay".
000720 FD  PAID-IN-FILE
000730     RECORDING MODE IS F.
000740 COPY "ipbpaid".
000750 FD  CDTL-MASTER-FILE.
000760 COPY "ipbcdtm".
000770 FD  EXCEPTION-FILE
000780     RECORDING MODE IS F.
000790 COPY "ipbintg".
000800 SD  SORT-WORK-FILE.
000810 01  SORT-RECORD.
000820     05  SR18-CLAIM-NUMBER           PIC X(19).
000830     05  SR18-TRANSACTION-IND        PIC 9.
000831 FD  AUDIT-IN-FILE
000832     RECORDING MODE IS F.
000833 COPY "ipbaudt".
000834 SD  SORT-WORK-FILE2.
000835 01  SORT-RECORD2.
000836     05  SR22-CLAIM-NUMBER           PIC X(19).
000837     05  SR22-RUN-DATE               PIC 9(08).
000840 FD  REPORT-FILE
000850     RECORDING MODE IS F.
000860 01  REPORT-RECORD               PIC X(132).
000870 FD  CYCLE-CONTROL-FILE
000880     RECORDING MODE IS F.
000890 COPY "ipbcycl".
000900 WORKING-STORAGE SECTION.
000910*****************************************************************
000920*    SWITCHES AND COUNTERS
000930*****************************************************************
000940 77  IPB-MAST-EOF-SW             PIC X(01)   VALUE 'N'.
000950     88  IPB-MAST-END-OF-FILE                VALUE 'Y'.
000960 77  IPB-HIST-EOF-SW             PIC X(01)   VALUE 'N'.
000970     88  IPB-HIST-END-OF-FILE                VALUE 'Y'.
000980 77  IPB-PAY-EOF-SW              PIC X(01)   VALUE 'N'.
000990     88  IPB-PAY-END-OF-FILE                 VALUE 'Y'.
001000 77  IPB-SORT-EOF-SW             PIC X(01)   VALUE 'N'.
001010     88  IPB-SORT-END-OF-FILE                VALUE 'Y'.
001020 77  IPB-PAID-EOF-SW             PIC X(01)   VALUE 'N'.
001030     88  IPB-PAID-END-OF-FILE                VALUE 'Y'.
001040 77  IPB-CDTL-EOF-SW             PIC X(01)   VALUE 'N'.
001050     88  IPB-CDTL-END-OF-FILE                VALUE 'Y'.
001052 77  IPB-AUDIT-EOF-SW            PIC X(01)   VALUE 'N'.
001054     88  IPB-AUDIT-END-OF-FILE               VALUE 'Y'.
001056 77  IPB-SORT2-EOF-SW            PIC X(01)   VALUE 'N'.
001058     88  IPB-SORT2-END-OF-FILE               VALUE 'Y'.
001060 77  IPB-ON-MAST-SW              PIC X(01)   VALUE 'N'.
001070     88  IPB-ON-MAST                         VALUE 'Y'.
001080     88  IPB-NOT-ON-MAST                     VALUE 'N'.
001090 77  IPB-ON-HIST-SW              PIC X(01)   VALUE 'N'.
001100     88  IPB-ON-HIST                         VALUE 'Y'.
001110     88  IPB-NOT-ON-HIST                     VALUE 'N'.
001120 77  IPB-PRICED-SW               PIC X(01)   VALUE 'N'.
001130     88  IPB-PRICED                          VALUE 'Y'.
001140     88  IPB-NOT-PRICED                      VALUE 'N'.
001142 77  IPB-EXAM-FOUND-SW           PIC X(01)   VALUE 'N'.
001144     88  IPB-EXAM-FOUND                      VALUE 'Y'.
001146     88  IPB-EXAM-NOT-FOUND                  VALUE 'N'.
001150 77  IPB-MAST-IN-COUNT           PIC 9(09)   COMP  VALUE ZERO.
001160 77  IPB-HIST-IN-COUNT           PIC 9(09)   COMP  VALUE ZERO.
001170 77  IPB-HIST-BILL-COUNT         PIC 9(09)   COMP  VALUE ZERO.
001180 77  IPB-PAY-IN-COUNT            PIC 9(09)   COMP  VALUE ZERO.
001190 77  IPB-PRICED-BILL-COUNT       PIC 9(09)   COMP  VALUE ZERO.
001200 77  IPB-PAID-IN-COUNT           PIC 9(09)   COMP  VALUE ZERO.
001210 77  IPB-PAID-AGED-COUNT         PIC 9(09)   COMP  VALUE ZERO.
001220 77  IPB-CDTL-IN-COUNT           PIC 9(09)   COMP  VALUE ZERO.
001230 77  IPB-CDTL-BILL-COUNT         PIC 9(09)   COMP  VALUE ZERO.
001232 77  IPB-AUDIT-IN-COUNT          PIC 9(09)   COMP  VALUE ZERO.
001234 77  IPB-EXAM-COUNT              PIC 9(05)   COMP  VALUE ZERO.
001236 77  IPB-HM-EXEMPT-COUNT         PIC 9(09)   COMP  VALUE ZERO.
001240 77  IPB-EXCEPTION-COUNT         PIC 9(07)   COMP  VALUE ZERO.
001250 77  IPB-XCPT-SUB                PIC 9(01)   COMP  VALUE ZERO.
001260 77  IPB-CYCLE-DATE              PIC 9(08)         VALUE ZERO.
001270 77  IPB-RETENTION-DAYS          PIC 9(05)         VALUE ZERO.
001280 77  IPB-CUTOFF-DATE             PIC 9(08)         VALUE ZERO.
001290 77  IPB-CUTOFF-INTEGER          PIC S9(07)  COMP  VALUE ZERO.
001300*****************************************************************
001310*    CURRENT KEY OF EACH FILE (HIGH-VALUES AT END OF FILE), AND
001320*    THE LOWEST OF THEM, WHICH IS THE BILL BEING MATCHED
001330*****************************************************************
001340 77  IPB-MAST-CUR-KEY            PIC X(20)   VALUE SPACES.
001350 77  IPB-HIST-CUR-KEY            PIC X(20)   VALUE SPACES.
001360 77  IPB-PRICED-CUR-KEY          PIC X(20)   VALUE SPACES.
001370 77  IPB-PAID-CUR-KEY            PIC X(20)   VALUE SPACES.
001380 77  IPB-CDTL-CUR-KEY            PIC X(20)   VALUE SPACES.
001390 77  IPB-LOW-KEY                 PIC X(20)   VALUE SPACES.
001391*****************************************************************
001392*    THE LATEST HISTORY VERSION OF THE CURRENT HISTORY BILL
001393*****************************************************************
001394 77  IPB-HIST-CUR-IMAGE          PIC X(124)  VALUE SPACES.
001395 77  IPB-HIST-CUR-LOAD-DATE      PIC 9(08)         VALUE ZERO.
001400*****************************************************************
001410*    THE BILL BEING MATCHED
001420*****************************************************************
001430 77  IPB-BILL-PROVIDER           PIC X(13)   VALUE SPACES.
001440 77  IPB-BILL-INTERMED           PIC 9(10)         VALUE ZERO.
001450 77  IPB-BILL-CHARGES            PIC S9(11)V99     VALUE ZERO.
001460 77  IPB-DETAIL-LINES            PIC 9(05)   COMP  VALUE ZERO.
001470 77  IPB-DETAIL-TOTAL            PIC S9(11)V99     VALUE ZERO.
001472 77  IPB-BILL-MAST-IMAGE         PIC X(124)  VALUE SPACES.
001474 77  IPB-BILL-HIST-IMAGE         PIC X(124)  VALUE SPACES.
001476 77  IPB-BILL-HIST-DATE          PIC 9(08)         VALUE ZERO.
001480*****************************************************************
001490*    FIELDS OF THE EXCEPTION BEING WRITTEN
001500*****************************************************************
001510 77  IPB-XCPT-FILE-ID            PIC X(08)   VALUE SPACES.
001520 77  IPB-XCPT-EXPECTED           PIC S9(11)V99     VALUE ZERO.
001530 77  IPB-XCPT-ACTUAL             PIC S9(11)V99     VALUE ZERO.
001540 77  IPB-XCPT-AMOUNT             PIC S9(11)V99     VALUE ZERO.
001550 77  IPB-XCPT-REF-NUM            PIC 9(15)         VALUE ZERO.
001560 77  IPB-XCPT-REF-DATE           PIC 9(08)         VALUE ZERO.
001570*****************************************************************
001580*    EXCEPTION TYPES.  THE SUBSCRIPT INDEXES THIS TABLE AND THE
001590*    COUNTS AND AMOUNTS BY TYPE BELOW.
001600*****************************************************************
001610 01  IPB-XCPT-TYPE-VALUES.
001620     05  FILLER                      PIC X(42)
001630         VALUE 'NHMASTER BILL HAS NO HISTORY VERSION      '.
001640     05  FILLER                      PIC X(42)
001650         VALUE 'NPMASTER BILL NOT PRICED ON PAYFILE       '.
001660     05  FILLER                      PIC X(42)
001670         VALUE 'PNPAID BILL NOT ON MASTER OR HISTORY      '.
001680     05  FILLER                      PIC X(42)
001690         VALUE 'DFDETAIL LINES DO NOT FOOT TO CHARGES     '.
001700     05  FILLER                      PIC X(42)
001710         VALUE 'DODETAIL LINES FOR BILL NOT ON MASTER     '.
001713     05  FILLER                      PIC X(42)
001716         VALUE 'HMMASTER BILL DIFFERS FROM LATEST HISTORY '.
001720 01  IPB-XCPT-TYPE-TABLE REDEFINES IPB-XCPT-TYPE-VALUES.
001730     05  XT-ENTRY OCCURS 6 TIMES.
001740         10  XT-EXCEPTION-TYPE       PIC X(02).
001750         10  XT-DESCRIPTION          PIC X(40).
001760 01  IPB-XCPT-TOTALS.
001770     05  XS-ENTRY OCCURS 6 TIMES.
001780         10  XS-COUNT                PIC 9(07)   COMP.
001790         10  XS-AMOUNT               PIC S9(11)V99.
001791*****************************************************************
001792*    LATEST EXAMINER ADJUSTMENT OF EACH CLAIM, IN CLAIM ORDER
001793*****************************************************************
001794 01  IPB-EXAM-TABLE.
001795     05  IPB-EXAM-ENTRY OCCURS 1 TO 10000 TIMES
001796             DEPENDING ON IPB-EXAM-COUNT
001797             ASCENDING KEY IS EA-CLAIM-NUMBER
001798             INDEXED BY IPB-EXAM-IDX.
001799         10  EA-CLAIM-NUMBER         PIC X(19).
001800         10  EA-LAST-RUN-DATE        PIC 9(08).
001801 COPY "ipbcdtl".
001810 COPY "cobol".
001820 COPY "ipbrpt26".
001830 PROCEDURE DIVISION.
001840*****************************************************************
001850*    0000-MAINLINE
001860*****************************************************************
001870 0000-MAINLINE.
001880     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
001890     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001891     SORT SORT-WORK-FILE2
001892         ON ASCENDING KEY SR22-CLAIM-NUMBER
001893                          SR22-RUN-DATE
001894         INPUT PROCEDURE  1500-SELECT-EXAMINER THRU 1500-EXIT
001895         OUTPUT PROCEDURE 1600-LOAD-EXAMINER   THRU 1600-EXIT.
001900     SORT SORT-WORK-FILE
001910         ON ASCENDING KEY SR18-CLAIM-NUMBER
001920                          SR18-TRANSACTION-IND
001930         INPUT PROCEDURE  2000-SELECT-PRICED THRU 2000-EXIT
001940         OUTPUT PROCEDURE 3000-SWEEP         THRU 3000-EXIT.
001950     PERFORM 5000-PRINT-SUMMARY  THRU 5000-EXIT.
001960     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
001970     STOP RUN.
001980*****************************************************************
001990*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
002000*    PRINTED IN THE HEADING, STAMPED ON THE EXCEPTIONS AND
002010*    DATES THE RETENTION WINDOW.  THE SWEEP UPDATES NOTHING
002020*    THE CYCLE OWNS, SO IT MAY RUN WHILE THE CYCLE IS CLOSED.
002030*****************************************************************
002040 0100-READ-CYCLE-CONTROL.
002050     OPEN INPUT CYCLE-CONTROL-FILE.
002060     READ CYCLE-CONTROL-FILE
002070         AT END
002080             DISPLAY 'IPB420 - NO CYCLE CONTROL RECORD ON CYCLCTL'
002090             DISPLAY 'IPB420 - ABENDING - SUPPLY CYCLCTL'
002100             STOP RUN
002110     END-READ.
002120     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
002130     CLOSE CYCLE-CONTROL-FILE.
002140 0100-EXIT.
002150     EXIT.
002160*****************************************************************
002170*    1000-INITIALIZE - THE RETENTION CARD IS THE ONE IPB120 AND
002180*    IPB160 PURGE BY.  A PAID-STATUS RECORD DATED
002190*    BEFORE THE WINDOW MAY QUITE PROPERLY OUTLIVE ITS BILL ON
002200*    BOTH MASTERS, SO ONLY THOSE INSIDE IT ARE CHECKED.
002210*****************************************************************
002220 1000-INITIALIZE.
002230     OPEN INPUT RETENTION-FILE.
002240     READ RETENTION-FILE
002250         AT END
002260             DISPLAY 'IPB420 - NO RETENTION CARD PRESENT'
002270             DISPLAY 'IPB420 - ABENDING - SUPPLY RETNPARM'
002280             STOP RUN
002290     END-READ.
002300     MOVE RETN-DAYS TO IPB-RETENTION-DAYS.
002310     CLOSE RETENTION-FILE.
002320     COMPUTE IPB-CUTOFF-INTEGER =
002330         FUNCTION INTEGER-OF-DATE(IPB-CYCLE-DATE)
002340         - IPB-RETENTION-DAYS.
002350     COMPUTE IPB-CUTOFF-DATE =
002360         FUNCTION DATE-OF-INTEGER(IPB-CUTOFF-INTEGER).
002370     PERFORM 1100-CLEAR-TYPE THRU 1100-EXIT
002380             VARYING IPB-XCPT-SUB FROM 1 BY 1
002390             UNTIL IPB-XCPT-SUB > 6.
002400     OPEN OUTPUT EXCEPTION-FILE
002410                 REPORT-FILE.
002420     MOVE IPB-CYCLE-DATE     TO H1-CYCLE-DATE.
002430     WRITE REPORT-RECORD FROM IPB-HEADING-1.
002440     MOVE IPB-CUTOFF-DATE    TO H2-CUTOFF-DATE.
002450     MOVE IPB-RETENTION-DAYS TO H2-RETENTION-DAYS.
002460     WRITE REPORT-RECORD FROM IPB-HEADING-2.
002470 1000-EXIT.
002480     EXIT.
002490*****************************************************************
002500*    1100-CLEAR-TYPE
002510*****************************************************************
002520 1100-CLEAR-TYPE.
002530     MOVE ZERO TO XS-COUNT(IPB-XCPT-SUB).
002540     MOVE ZERO TO XS-AMOUNT(IPB-XCPT-SUB).
002550 1100-EXIT.
002560     EXIT.
002561*****************************************************************
002562*    1500-SELECT-EXAMINER - INPUT PROCEDURE FOR THE AUDIT SORT.
002563*    ONLY AN EXAMINER ADJUSTMENT (IPB390) CARRIES AN EXAMINER ID.
002564*    IT CHANGES THE MASTER BILL WITHOUT LOADING A HISTORY
002565*    VERSION, SO A BILL IT TOUCHED MAY DIFFER FROM ITS HISTORY.
002566*****************************************************************
002567 1500-SELECT-EXAMINER.
002568     OPEN INPUT AUDIT-IN-FILE.
002569     PERFORM 1510-READ-AUDIT THRU 1510-EXIT.
002570     PERFORM 1520-RELEASE-EXAMINER THRU 1520-EXIT
002571             UNTIL IPB-AUDIT-END-OF-FILE.
002572     CLOSE AUDIT-IN-FILE.
002573 1500-EXIT.
002574     EXIT.
002575*****************************************************************
002576*    1510-READ-AUDIT
002577*****************************************************************
002578 1510-READ-AUDIT.
002579     READ AUDIT-IN-FILE
002580         AT END
002581             SET IPB-AUDIT-END-OF-FILE TO TRUE
002582             GO TO 1510-EXIT
002583     END-READ.
002584     ADD 1 TO IPB-AUDIT-IN-COUNT.
002585 1510-EXIT.
002586     EXIT.
002587*****************************************************************
002588*    1520-RELEASE-EXAMINER
002589*****************************************************************
002590 1520-RELEASE-EXAMINER.
002591     IF AUD-EXAMINER-ID NOT = SPACES
002592         MOVE AUD-CLAIM-NUMBER TO SR22-CLAIM-NUMBER
002593         MOVE AUD-RUN-DATE     TO SR22-RUN-DATE
002594         RELEASE SORT-RECORD2
002595     END-IF.
002596     PERFORM 1510-READ-AUDIT THRU 1510-EXIT.
002597 1520-EXIT.
002598     EXIT.
002599*****************************************************************
002600*    1600-LOAD-EXAMINER - OUTPUT PROCEDURE FOR THE AUDIT SORT.
002601*    ONE TABLE ENTRY PER CLAIM, HOLDING THE DATE OF ITS LATEST
002602*    EXAMINER ADJUSTMENT.
002603*****************************************************************
002604 1600-LOAD-EXAMINER.
002605     PERFORM 1610-RETURN-EXAMINER THRU 1610-EXIT.
002606     PERFORM 1620-LOAD-ONE THRU 1620-EXIT
002607             UNTIL IPB-SORT2-END-OF-FILE.
002608 1600-EXIT.
002609     EXIT.
002610*****************************************************************
002611*    1610-RETURN-EXAMINER
002612*****************************************************************
002613 1610-RETURN-EXAMINER.
002614     RETURN SORT-WORK-FILE2
002615         AT END
002616             SET IPB-SORT2-END-OF-FILE TO TRUE
002617     END-RETURN.
002618 1610-EXIT.
002619     EXIT.
002620*****************************************************************
002621*    1620-LOAD-ONE - THE RUN DATES OF A CLAIM ARRIVE ASCENDING,
002622*    SO THE LAST ONE LOADED IS THE LATEST
002623*****************************************************************
002624 1620-LOAD-ONE.
002625     IF IPB-EXAM-COUNT > ZERO
002626         AND SR22-CLAIM-NUMBER = EA-CLAIM-NUMBER(IPB-EXAM-COUNT)
002627         MOVE SR22-RUN-DATE TO EA-LAST-RUN-DATE(IPB-EXAM-COUNT)
002628         PERFORM 1610-RETURN-EXAMINER THRU 1610-EXIT
002629         GO TO 1620-EXIT
002630     END-IF.
002631     IF IPB-EXAM-COUNT >= 10000
002632         DISPLAY 'IPB420 - EXAMINER TABLE FULL AT 10000 CLAIMS'
002633         DISPLAY 'IPB420 - ABENDING - CHECK ADJAUDIT'
002634         STOP RUN
002635     END-IF.
002636     ADD 1 TO IPB-EXAM-COUNT.
002637     MOVE SR22-CLAIM-NUMBER TO EA-CLAIM-NUMBER(IPB-EXAM-COUNT).
002638     MOVE SR22-RUN-DATE     TO EA-LAST-RUN-DATE(IPB-EXAM-COUNT).
002639     PERFORM 1610-RETURN-EXAMINER THRU 1610-EXIT.
002640 1620-EXIT.
002641     EXIT.
002642*****************************************************************
002643*    2000-SELECT-PRICED - INPUT PROCEDURE FOR THE SORT.  THE
002644*    PAYMENT FILES ARE IN INTERMEDIARY ORDER, SO THE KEY OF
002645*    EVERY BILL PRICED IS SORTED INTO CLAIM KEY ORDER.
002646*****************************************************************
002647 2000-SELECT-PRICED.
002648     OPEN INPUT PAY-IN-FILE.
002649     PERFORM 2100-READ-PAY THRU 2100-EXIT.
002650     PERFORM 2200-RELEASE-ONE THRU 2200-EXIT
002660             UNTIL IPB-PAY-END-OF-FILE.
002670     CLOSE PAY-IN-FILE.
002680 2000-EXIT.
002690     EXIT.
002700*****************************************************************
002710*    2100-READ-PAY
002720*****************************************************************
002730 2100-READ-PAY.
002740     READ PAY-IN-FILE
002750         AT END
002760             SET IPB-PAY-END-OF-FILE TO TRUE
002770             GO TO 2100-EXIT
002780     END-READ.
002790     ADD 1 TO IPB-PAY-IN-COUNT.
002800 2100-EXIT.
002810     EXIT.
002820*****************************************************************
002830*    2200-RELEASE-ONE
002840*****************************************************************
002850 2200-RELEASE-ONE.
002860     MOVE PAY-CLAIM-NUMBER    TO SR18-CLAIM-NUMBER.
002870     MOVE PAY-TRANSACTION-IND TO SR18-TRANSACTION-IND.
002880     RELEASE SORT-RECORD.
002890     PERFORM 2100-READ-PAY THRU 2100-EXIT.
002900 2200-EXIT.
002910     EXIT.
002920*****************************************************************
002930*    3000-SWEEP - OUTPUT PROCEDURE FOR THE SORT.  ALL FIVE FILES
002940*    ARE READ FORWARD IN CLAIM KEY ORDER AND MATCHED ON THE
002950*    LOWEST CURRENT KEY UNTIL EVERY ONE IS EXHAUSTED.
002960*****************************************************************
002970 3000-SWEEP.
002980     OPEN INPUT CLAIM-MASTER-FILE
002990                HIST-IN-FILE
003000                PAID-IN-FILE
003010                CDTL-MASTER-FILE.
003020     MOVE LOW-VALUES TO IPB-MAST-KEY.
003030     START CLAIM-MASTER-FILE KEY NOT < IPB-MAST-KEY
003040         INVALID KEY
003050             SET IPB-MAST-END-OF-FILE TO TRUE
003060     END-START.
003070     MOVE LOW-VALUES TO CDTM-KEY.
003080     START CDTL-MASTER-FILE KEY NOT < CDTM-KEY
003090         INVALID KEY
003100             SET IPB-CDTL-END-OF-FILE TO TRUE
003110     END-START.
003120     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
003130     PERFORM 3250-READ-HISTORY THRU 3250-EXIT.
003140     PERFORM 3200-NEXT-HIST-BILL THRU 3200-EXIT.
003150     PERFORM 3300-RETURN-PRICED THRU 3300-EXIT.
003160     PERFORM 3400-READ-PAID THRU 3400-EXIT.
003170     PERFORM 3500-READ-DETAIL THRU 3500-EXIT.
003180     PERFORM 3600-MATCH-ONE THRU 3600-EXIT
003190             UNTIL IPB-MAST-CUR-KEY   = HIGH-VALUES
003200             AND IPB-HIST-CUR-KEY   = HIGH-VALUES
003210             AND IPB-PRICED-CUR-KEY = HIGH-VALUES
003220             AND IPB-PAID-CUR-KEY   = HIGH-VALUES
003230             AND IPB-CDTL-CUR-KEY   = HIGH-VALUES.
003240     CLOSE CLAIM-MASTER-FILE
003250           HIST-IN-FILE
003260           PAID-IN-FILE
003270           CDTL-MASTER-FILE.
003280 3000-EXIT.
003290     EXIT.
003300*****************************************************************
003310*    3100-READ-MASTER
003320*****************************************************************
003330 3100-READ-MASTER.
003340     IF IPB-MAST-END-OF-FILE
003350         MOVE HIGH-VALUES TO IPB-MAST-CUR-KEY
003360         GO TO 3100-EXIT
003370     END-IF.
003380     READ CLAIM-MASTER-FILE NEXT RECORD
003390         AT END
003400             SET IPB-MAST-END-OF-FILE TO TRUE
003410             MOVE HIGH-VALUES TO IPB-MAST-CUR-KEY
003420             GO TO 3100-EXIT
003430     END-READ.
003440     ADD 1 TO IPB-MAST-IN-COUNT.
003450     MOVE IPB-MAST-KEY TO IPB-MAST-CUR-KEY.
003460 3100-EXIT.
003470     EXIT.
003480*****************************************************************
003490*    3200-NEXT-HIST-BILL - STEP PAST EVERY VERSION OF THE NEXT
003500*    BILL ON THE HISTORY MASTER, LEAVING ITS KEY CURRENT AND
003505*    ITS LATEST VERSION HELD
003510*****************************************************************
003520 3200-NEXT-HIST-BILL.
003530     IF IPB-HIST-END-OF-FILE
003540         MOVE HIGH-VALUES TO IPB-HIST-CUR-KEY
003550         GO TO 3200-EXIT
003560     END-IF.
003570     MOVE HIST-KEY(1:20) TO IPB-HIST-CUR-KEY.
003580     ADD 1 TO IPB-HIST-BILL-COUNT.
003590     PERFORM 3260-HOLD-VERSION THRU 3260-EXIT
003600             UNTIL IPB-HIST-END-OF-FILE
003610             OR HIST-KEY(1:20) NOT = IPB-HIST-CUR-KEY.
003620 3200-EXIT.
003630     EXIT.
003640*****************************************************************
003650*    3250-READ-HISTORY
003660*****************************************************************
003670 3250-READ-HISTORY.
003680     READ HIST-IN-FILE
003690         AT END
003700             SET IPB-HIST-END-OF-FILE TO TRUE
003710             GO TO 3250-EXIT
003720     END-READ.
003730     ADD 1 TO IPB-HIST-IN-COUNT.
003740 3250-EXIT.
003750     EXIT.
003751*****************************************************************
003752*    3260-HOLD-VERSION - VERSIONS ARE IN LOAD DATE ORDER, SO THE
003753*    ONE HELD WHEN THE BILL'S KEY CHANGES IS THE LATEST
003754*****************************************************************
003755 3260-HOLD-VERSION.
003756     MOVE HIST-CLAIM-IMAGE TO IPB-HIST-CUR-IMAGE.
003757     MOVE HIST-LOAD-DATE   TO IPB-HIST-CUR-LOAD-DATE.
003758     PERFORM 3250-READ-HISTORY THRU 3250-EXIT.
003759 3260-EXIT.
003760     EXIT.
003761*****************************************************************
003770*    3300-RETURN-PRICED
003780*****************************************************************
003790 3300-RETURN-PRICED.
003800     RETURN SORT-WORK-FILE
003810         AT END
003820             SET IPB-SORT-END-OF-FILE TO TRUE
003830             MOVE HIGH-VALUES TO IPB-PRICED-CUR-KEY
003840             GO TO 3300-EXIT
003850     END-RETURN.
003860     MOVE SR18-CLAIM-NUMBER    TO IPB-PRICED-CUR-KEY(1:19).
003870     MOVE SR18-TRANSACTION-IND TO IPB-PRICED-CUR-KEY(20:1).
003880 3300-EXIT.
003890     EXIT.
003900*****************************************************************
003910*    3400-READ-PAID
003920*****************************************************************
003930 3400-READ-PAID.
003940     READ PAID-IN-FILE
003950         AT END
003960             SET IPB-PAID-END-OF-FILE TO TRUE
003970             MOVE HIGH-VALUES TO IPB-PAID-CUR-KEY
003980             GO TO 3400-EXIT
003990     END-READ.
004000     ADD 1 TO IPB-PAID-IN-COUNT.
004010     MOVE PAID-CLAIM-NUMBER    TO IPB-PAID-CUR-KEY(1:19).
004020     MOVE PAID-TRANSACTION-IND TO IPB-PAID-CUR-KEY(20:1).
004030 3400-EXIT.
004040     EXIT.
004050*****************************************************************
004060*    3500-READ-DETAIL
004070*****************************************************************
004080 3500-READ-DETAIL.
004090     IF IPB-CDTL-END-OF-FILE
004100         MOVE HIGH-VALUES TO IPB-CDTL-CUR-KEY
004110         GO TO 3500-EXIT
004120     END-IF.
004130     READ CDTL-MASTER-FILE NEXT RECORD
004140         AT END
004150             SET IPB-CDTL-END-OF-FILE TO TRUE
004160             MOVE HIGH-VALUES TO IPB-CDTL-CUR-KEY
004170             GO TO 3500-EXIT
004180     END-READ.
004190     ADD 1 TO IPB-CDTL-IN-COUNT.
004200     MOVE CDTM-KEY(1:20) TO IPB-CDTL-CUR-KEY.
004210 3500-EXIT.
004220     EXIT.
004230*****************************************************************
004240*    3600-MATCH-ONE - GATHER WHAT EACH FILE HOLDS FOR THE LOWEST
004250*    CURRENT KEY, THEN TEST EVERY RELATIONSHIP FOR IT
004260*****************************************************************
004270 3600-MATCH-ONE.
004280     MOVE IPB-MAST-CUR-KEY TO IPB-LOW-KEY.
004290     IF IPB-HIST-CUR-KEY < IPB-LOW-KEY
004300         MOVE IPB-HIST-CUR-KEY   TO IPB-LOW-KEY
004310     END-IF.
004320     IF IPB-PRICED-CUR-KEY < IPB-LOW-KEY
004330         MOVE IPB-PRICED-CUR-KEY TO IPB-LOW-KEY
004340     END-IF.
004350     IF IPB-PAID-CUR-KEY < IPB-LOW-KEY
004360         MOVE IPB-PAID-CUR-KEY   TO IPB-LOW-KEY
004370     END-IF.
004380     IF IPB-CDTL-CUR-KEY < IPB-LOW-KEY
004390         MOVE IPB-CDTL-CUR-KEY   TO IPB-LOW-KEY
004400     END-IF.
004410     SET IPB-NOT-ON-MAST TO TRUE.
004420     SET IPB-NOT-ON-HIST TO TRUE.
004430     SET IPB-NOT-PRICED  TO TRUE.
004440     MOVE SPACES TO IPB-BILL-PROVIDER.
004450     MOVE ZERO   TO IPB-BILL-INTERMED.
004460     MOVE ZERO   TO IPB-BILL-CHARGES.
004470     MOVE ZERO   TO IPB-DETAIL-LINES.
004480     MOVE ZERO   TO IPB-DETAIL-TOTAL.
004490     IF IPB-MAST-CUR-KEY = IPB-LOW-KEY
004500         SET IPB-ON-MAST TO TRUE
004510         MOVE IPB-MAST-CLAIM-IMAGE TO MY-RECORD
004515         MOVE IPB-MAST-CLAIM-IMAGE TO IPB-BILL-MAST-IMAGE
004520         MOVE PROVIDER IN MY-RECORD TO IPB-BILL-PROVIDER
004530         MOVE INTERMEDIARY-NUM IN MY-RECORD TO IPB-BILL-INTERMED
004540         MOVE TOTAL-CHARGES IN MY-RECORD TO IPB-BILL-CHARGES
004550         PERFORM 3100-READ-MASTER THRU 3100-EXIT
004560     END-IF.
004570     IF IPB-HIST-CUR-KEY = IPB-LOW-KEY
004580         SET IPB-ON-HIST TO TRUE
004583         MOVE IPB-HIST-CUR-IMAGE     TO IPB-BILL-HIST-IMAGE
004586         MOVE IPB-HIST-CUR-LOAD-DATE TO IPB-BILL-HIST-DATE
004590         PERFORM 3200-NEXT-HIST-BILL THRU 3200-EXIT
004600     END-IF.
004610     IF IPB-PRICED-CUR-KEY = IPB-LOW-KEY
004620         SET IPB-PRICED TO TRUE
004630         ADD 1 TO IPB-PRICED-BILL-COUNT
004640         PERFORM 3300-RETURN-PRICED THRU 3300-EXIT
004650                 UNTIL IPB-PRICED-CUR-KEY NOT = IPB-LOW-KEY
004660     END-IF.
004670     IF IPB-CDTL-CUR-KEY = IPB-LOW-KEY
004680         ADD 1 TO IPB-CDTL-BILL-COUNT
004690         PERFORM 3550-ADD-DETAIL THRU 3550-EXIT
004700                 UNTIL IPB-CDTL-CUR-KEY NOT = IPB-LOW-KEY
004710     END-IF.
004720     PERFORM 3700-CHECK-BILL THRU 3700-EXIT.
004730     PERFORM 3800-CHECK-PAID THRU 3800-EXIT
004740             UNTIL IPB-PAID-CUR-KEY NOT = IPB-LOW-KEY.
004750 3600-EXIT.
004760     EXIT.
004770*****************************************************************
004780*    3550-ADD-DETAIL - FOOT ONE COMMITTED DETAIL LINE
004790*****************************************************************
004800 3550-ADD-DETAIL.
004810     MOVE CDTM-DETAIL-IMAGE TO IPB-CHARGE-DETAIL-RECORD.
004820     ADD 1 TO IPB-DETAIL-LINES.
004830     ADD CDTL-LINE-AMOUNT TO IPB-DETAIL-TOTAL.
004840     PERFORM 3500-READ-DETAIL THRU 3500-EXIT.
004850 3550-EXIT.
004860     EXIT.
004870*****************************************************************
004880*    3700-CHECK-BILL - THE MASTER BILL'S PARTNERS.  A BILL THAT
004890*    WAS NOT ITEMIZED HAS NO DETAIL LINES AND IS NOT FOOTED.
004895*    THE BILL MUST MATCH ITS LATEST HISTORY VERSION.
004900*****************************************************************
004910 3700-CHECK-BILL.
004920     IF IPB-NOT-ON-MAST
004930         IF IPB-DETAIL-LINES > ZERO
004940             MOVE 5           TO IPB-XCPT-SUB
004950             MOVE 'CDTLMST'   TO IPB-XCPT-FILE-ID
004960             MOVE ZERO        TO IPB-XCPT-EXPECTED
004970             MOVE IPB-DETAIL-TOTAL TO IPB-XCPT-ACTUAL
004980             MOVE IPB-DETAIL-TOTAL TO IPB-XCPT-AMOUNT
004990             MOVE ZERO        TO IPB-XCPT-REF-NUM
005000             MOVE ZERO        TO IPB-XCPT-REF-DATE
005010             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005020         END-IF
005030         GO TO 3700-EXIT
005040     END-IF.
005050     MOVE 'CLAIMMST'         TO IPB-XCPT-FILE-ID.
005060     MOVE IPB-BILL-CHARGES   TO IPB-XCPT-EXPECTED.
005070     MOVE ZERO               TO IPB-XCPT-ACTUAL.
005080     MOVE IPB-BILL-CHARGES   TO IPB-XCPT-AMOUNT.
005090     MOVE ZERO               TO IPB-XCPT-REF-NUM.
005100     MOVE ZERO               TO IPB-XCPT-REF-DATE.
005110     IF IPB-NOT-ON-HIST
005120         MOVE 1 TO IPB-XCPT-SUB
005130         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005140     END-IF.
005150     IF IPB-NOT-PRICED
005160         MOVE 2 TO IPB-XCPT-SUB
005170         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005180     END-IF.
005182     IF IPB-ON-HIST
005184         AND IPB-BILL-MAST-IMAGE NOT = IPB-BILL-HIST-IMAGE
005186         PERFORM 3750-CHECK-HISTORY THRU 3750-EXIT
005188     END-IF.
005190     IF IPB-DETAIL-LINES > ZERO
005200         AND IPB-DETAIL-TOTAL NOT = IPB-BILL-CHARGES
005210         MOVE 4           TO IPB-XCPT-SUB
005220         MOVE 'CDTLMST'   TO IPB-XCPT-FILE-ID
005230         MOVE IPB-DETAIL-TOTAL TO IPB-XCPT-ACTUAL
005240         COMPUTE IPB-XCPT-AMOUNT =
005250             IPB-DETAIL-TOTAL - IPB-BILL-CHARGES
005260         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005270     END-IF.
005280 3700-EXIT.
005290     EXIT.
005291*****************************************************************
005292*    3750-CHECK-HISTORY - THE MASTER BILL DIFFERS FROM ITS LATEST
005293*    HISTORY VERSION.  THAT IS EXPECTED ONLY WHEN AN EXAMINER HAS
005294*    ADJUSTED THE CLAIM SINCE THE VERSION WAS LOADED.
005295*****************************************************************
005296 3750-CHECK-HISTORY.
005297     SET IPB-EXAM-NOT-FOUND TO TRUE.
005298     IF IPB-EXAM-COUNT > ZERO
005299         SET IPB-EXAM-IDX TO 1
005300         SEARCH ALL IPB-EXAM-ENTRY
005301             AT END
005302                 SET IPB-EXAM-NOT-FOUND TO TRUE
005303             WHEN EA-CLAIM-NUMBER(IPB-EXAM-IDX) =
005304                     IPB-LOW-KEY(1:19)
005305                 SET IPB-EXAM-FOUND TO TRUE
005306         END-SEARCH
005307     END-IF.
005308     IF IPB-EXAM-FOUND
005309         AND EA-LAST-RUN-DATE(IPB-EXAM-IDX)
005310             NOT < IPB-BILL-HIST-DATE
005311         ADD 1 TO IPB-HM-EXEMPT-COUNT
005312         GO TO 3750-EXIT
005313     END-IF.
005314     MOVE IPB-BILL-HIST-IMAGE TO MY-RECORD.
005315     MOVE 6                   TO IPB-XCPT-SUB.
005316     MOVE 'HISTIN'            TO IPB-XCPT-FILE-ID.
005317     MOVE TOTAL-CHARGES IN MY-RECORD TO IPB-XCPT-EXPECTED.
005318     MOVE IPB-BILL-CHARGES    TO IPB-XCPT-ACTUAL.
005319     COMPUTE IPB-XCPT-AMOUNT =
005320         IPB-BILL-CHARGES - IPB-XCPT-EXPECTED.
005321     MOVE ZERO                TO IPB-XCPT-REF-NUM.
005322     MOVE IPB-BILL-HIST-DATE  TO IPB-XCPT-REF-DATE.
005323     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
005324 3750-EXIT.
005325     EXIT.
005326*****************************************************************
005327*    3800-CHECK-PAID - ONE PAID-STATUS RECORD OF THE BILL.  IT
005328*    MUST POINT AT A BILL STILL ON THE MASTER OR THE HISTORY
005330*    UNLESS IT PREDATES THE RETENTION WINDOW.
005340*****************************************************************
005350 3800-CHECK-PAID.
005360     IF PAID-DATE < IPB-CUTOFF-DATE
005370         ADD 1 TO IPB-PAID-AGED-COUNT
005380         GO TO 3800-NEXT
005390     END-IF.
005400     IF IPB-ON-MAST
005410         OR IPB-ON-HIST
005420         GO TO 3800-NEXT
005430     END-IF.
005440     MOVE 3                     TO IPB-XCPT-SUB.
005450     MOVE 'PAIDIN'              TO IPB-XCPT-FILE-ID.
005460     MOVE PAID-INTERMEDIARY-NUM TO IPB-BILL-INTERMED.
005470     MOVE ZERO                  TO IPB-XCPT-EXPECTED.
005480     MOVE PAID-AMOUNT           TO IPB-XCPT-ACTUAL.
005490     MOVE PAID-AMOUNT           TO IPB-XCPT-AMOUNT.
005500     MOVE PAID-REFERENCE-NUM    TO IPB-XCPT-REF-NUM.
005510     MOVE PAID-DATE             TO IPB-XCPT-REF-DATE.
005520     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
005530 3800-NEXT.
005540     PERFORM 3400-READ-PAID THRU 3400-EXIT.
005550 3800-EXIT.
005560     EXIT.
005570*****************************************************************
005580*    5000-PRINT-SUMMARY - RECORDS MATCHED, THEN THE EXCEPTIONS
005590*    BY TYPE
005600*****************************************************************
005610 5000-PRINT-SUMMARY.
005620     WRITE REPORT-RECORD FROM IPB-COUNT-HEADING.
005630     MOVE 'CLAIM MASTER BILLS'            TO CL-LABEL.
005640     MOVE IPB-MAST-IN-COUNT               TO CL-COUNT.
005650     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
005660     MOVE 'HISTORY VERSIONS'              TO CL-LABEL.
005670     MOVE IPB-HIST-IN-COUNT               TO CL-COUNT.
005680     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
005690     MOVE 'HISTORY BILLS'                 TO CL-LABEL.
005700     MOVE IPB-HIST-BILL-COUNT             TO CL-COUNT.
005710     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
005711     MOVE 'ADJUSTMENT AUDIT RECORDS'      TO CL-LABEL.
005712     MOVE IPB-AUDIT-IN-COUNT              TO CL-COUNT.
005713     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
005714     MOVE '  CLAIMS ADJUSTED BY AN EXAMINER'  TO CL-LABEL.
005715     MOVE IPB-EXAM-COUNT                  TO CL-COUNT.
005716     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
005717     MOVE '  BILLS CHANGED SINCE HISTORY - EXEMPT' TO CL-LABEL.
005718     MOVE IPB-HM-EXEMPT-COUNT             TO CL-COUNT.
005719     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
005720     MOVE 'PAYMENT RECORDS'               TO CL-LABEL.
005730     MOVE IPB-PAY-IN-COUNT                TO CL-COUNT.
005740     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
005750     MOVE 'BILLS PRICED'                  TO CL-LABEL.
005760     MOVE IPB-PRICED-BILL-COUNT           TO CL-COUNT.
005770     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
005780     MOVE 'PAID-STATUS RECORDS'           TO CL-LABEL.
005790     MOVE IPB-PAID-IN-COUNT               TO CL-COUNT.
005800     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
005810     MOVE '  BEFORE RETENTION - NOT CHECKED' TO CL-LABEL.
005820     MOVE IPB-PAID-AGED-COUNT             TO CL-COUNT.
005830     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
005840     MOVE 'CHARGE DETAIL LINES'           TO CL-LABEL.
005850     MOVE IPB-CDTL-IN-COUNT               TO CL-COUNT.
005860     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
005870     MOVE 'ITEMIZED BILLS'                TO CL-LABEL.
005880     MOVE IPB-CDTL-BILL-COUNT             TO CL-COUNT.
005890     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
005900     WRITE REPORT-RECORD FROM IPB-SUMMARY-HEADING.
005910     WRITE REPORT-RECORD FROM IPB-SUMMARY-HEADING-2.
005920     PERFORM 5100-PRINT-TYPE THRU 5100-EXIT
005930             VARYING IPB-XCPT-SUB FROM 1 BY 1
005940             UNTIL IPB-XCPT-SUB > 6.
005950     MOVE IPB-EXCEPTION-COUNT TO ST-COUNT.
005960     WRITE REPORT-RECORD FROM IPB-SUMMARY-TOTAL-LINE.
005970 5000-EXIT.
005980     EXIT.
005990*****************************************************************
006000*    5100-PRINT-TYPE
006010*****************************************************************
006020 5100-PRINT-TYPE.
006030     MOVE XT-EXCEPTION-TYPE(IPB-XCPT-SUB) TO SL-TYPE.
006040     MOVE XT-DESCRIPTION(IPB-XCPT-SUB)    TO SL-DESCRIPTION.
006050     MOVE XS-COUNT(IPB-XCPT-SUB)          TO SL-COUNT.
006060     MOVE XS-AMOUNT(IPB-XCPT-SUB)         TO SL-AMOUNT.
006070     WRITE REPORT-RECORD FROM IPB-SUMMARY-LINE.
006080 5100-EXIT.
006090     EXIT.
006100*****************************************************************
006110*    7000-WRITE-EXCEPTION - ONE EXCEPTION OF THE TYPE IN
006120*    IPB-XCPT-SUB FOR THE BILL BEING MATCHED
006130*****************************************************************
006140 7000-WRITE-EXCEPTION.
006150     MOVE SPACES TO IPB-INTEGRITY-EXCEPTION.
006160     MOVE XT-EXCEPTION-TYPE(IPB-XCPT-SUB) TO INTG-EXCEPTION-TYPE.
006170     MOVE IPB-LOW-KEY(1:19)    TO INTG-CLAIM-NUMBER.
006180     MOVE IPB-LOW-KEY(20:1)    TO INTG-TRANSACTION-IND.
006190     MOVE IPB-CYCLE-DATE       TO INTG-SWEEP-DATE.
006200     MOVE IPB-XCPT-FILE-ID     TO INTG-FILE-ID.
006210     MOVE IPB-BILL-PROVIDER    TO INTG-PROVIDER.
006220     MOVE IPB-BILL-INTERMED    TO INTG-INTERMEDIARY-NUM.
006230     MOVE IPB-XCPT-EXPECTED    TO INTG-EXPECTED-AMOUNT.
006240     MOVE IPB-XCPT-ACTUAL      TO INTG-ACTUAL-AMOUNT.
006250     MOVE IPB-XCPT-REF-NUM     TO INTG-REFERENCE-NUM.
006260     MOVE IPB-XCPT-REF-DATE    TO INTG-REFERENCE-DATE.
006270     MOVE IPB-DETAIL-LINES     TO INTG-LINE-COUNT.
006280     MOVE XT-DESCRIPTION(IPB-XCPT-SUB)    TO INTG-DESCRIPTION.
006290     WRITE IPB-INTEGRITY-EXCEPTION.
006300     ADD 1 TO IPB-EXCEPTION-COUNT.
006310     ADD 1 TO XS-COUNT(IPB-XCPT-SUB).
006320     ADD IPB-XCPT-AMOUNT TO XS-AMOUNT(IPB-XCPT-SUB).
006330 7000-EXIT.
006340     EXIT.
006350*****************************************************************
006360*    9000-TERMINATE
006370*****************************************************************
006380 9000-TERMINATE.
006390     DISPLAY 'IPB420 - MASTER BILLS READ  : ' IPB-MAST-IN-COUNT.
006400     DISPLAY 'IPB420 - HISTORY READ       : ' IPB-HIST-IN-COUNT.
006405     DISPLAY 'IPB420 - AUDIT RECORDS READ : ' IPB-AUDIT-IN-COUNT.
006410     DISPLAY 'IPB420 - PAYMENTS READ      : ' IPB-PAY-IN-COUNT.
006420     DISPLAY 'IPB420 - PAID-STATUS READ   : ' IPB-PAID-IN-COUNT.
006430     DISPLAY 'IPB420 - DETAIL LINES READ  : ' IPB-CDTL-IN-COUNT.
006440     DISPLAY 'IPB420 - EXCEPTIONS WRITTEN : '
006450         IPB-EXCEPTION-COUNT.
006460     CLOSE EXCEPTION-FILE
006470           REPORT-FILE.
006480     IF IPB-EXCEPTION-COUNT > ZERO
006490         MOVE 4 TO RETURN-CODE
006500     END-IF.
006510 9000-EXIT.
006520     EXIT.
006530 9999-EXIT.
006540     EXIT.
