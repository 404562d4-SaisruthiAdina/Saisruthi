000250*                     AMOUNT AND DIFFERENCE WITH TOTALS BY
000260*                     INTERMEDIARY.  ONLY BILLS PRICED CLEAN
000270*                     (BLANK ZERO-PAY INDICATOR) ARE REPRICED.
000272*    10/15/2026  DS   DELTA RECORDS CARRY THE REPRICE RUN DATE
000274*                     IN PAY-REPRICE-DATE SO IPB320 CAN TELL A
000276*                     NEW ADJUSTMENT FROM ONE ALREADY APPLIED.
000277*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000278*                     CYCLCTL AND STAMPS IT, NOT THE SYSTEM DATE,
000279*                     ON EVERYTHING THE RUN WRITES.  PRINTS IT IN
000280*                     THE REPORT HEADING.  WILL NOT RUN AGAINST A
000281*                     CLOSED CYCLE.
000282*    10/15/2026  DS   DELTA RECORDS ARE MARKED AS REPRICE DELTAS
000283*                     (PAY-DELTA-ID 'P1') SO IPB320 TELLS THEM
000284*                     FROM EXAMINER DELTAS OF THE SAME DATE.
000285*    10/15/2026  DS   THE REIMBURSEMENT ON A DELTA RECORD IS
000286*                     NOW THE INCREMENT OVER WHAT THE BILL HAS
000287*                     BEEN PAID ON A REPRICE BASIS:  ITS PAYIN
000288*                     PRICE PLUS THE REPRICE DELTAS IPB320 HAS
000289*                     APPLIED, READ FROM THE PAID-STATUS FILE
000290*                     (PAIDIN).  A BILL REPRICED A SECOND TIME IS
000291*                     NOT PAID TWICE.
000292*****************************************************************
000293 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.
000400            ORGANIZATION IS SEQUENTIAL.
000410     SELECT HIST-IN-FILE      ASSIGN TO HISTIN
000420            ORGANIZATION IS SEQUENTIAL.
000423     SELECT PAID-IN-FILE      ASSIGN TO PAIDIN
000426            ORGANIZATION IS SEQUENTIAL.
000430     SELECT SORT-WORK-FILE    ASSIGN TO SORTWK01.
000440     SELECT ADJ-PAY-FILE      ASSIGN TO ADJPAY
000450            ORGANIZATION IS SEQUENTIAL.
000470            ORGANIZATION IS SEQUENTIAL.
000480     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
000490            ORGANIZATION IS SEQUENTIAL.
000493     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000496            ORGANIZATION IS SEQUENTIAL.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  REPRICE-PARM-FILE
000620 FD  HIST-IN-FILE
000630     RECORDING MODE IS F.
000640 COPY "ipbhist".
000642 FD  PAID-IN-FILE
000644     RECORDING MODE IS F.
000646 COPY "ipbpaid".
000650 SD  SORT-WORK-FILE.
000660 01  SORT-RECORD.
000670     05  SR11-CLAIM-NUMBER           PIC X(19).
000820 FD  RUN-CONTROL-FILE
000830     RECORDING MODE IS F.
000840 COPY "ipbrctl".
000842 FD  CYCLE-CONTROL-FILE
000844     RECORDING MODE IS F.
000846 COPY "ipbcycl".
000850 WORKING-STORAGE SECTION.
000860*****************************************************************
000870*    SWITCHES AND COUNTERS
000940     88  IPB-HIST-END-OF-FILE                VALUE 'Y'.
000950 77  IPB-SORT-EOF-SW             PIC X(01)   VALUE 'N'.
000960     88  IPB-SORT-END-OF-FILE                VALUE 'Y'.
000962 77  IPB-PAID-EOF-SW             PIC X(01)   VALUE 'N'.
000964     88  IPB-PAID-END-OF-FILE                VALUE 'Y'.
000966 77  IPB-PRIOR-REPRICE-SW        PIC X(01)   VALUE 'N'.
000968     88  IPB-PRIOR-REPRICED                  VALUE 'Y'.
000970 77  IPB-RATE-FOUND-SW           PIC X(01)   VALUE 'N'.
000980     88  IPB-RATE-FOUND                      VALUE 'Y'.
000990     88  IPB-RATE-NOT-FOUND                  VALUE 'N'.
001210 77  IPB-DELTA-COINS             PIC S9(7)V99      VALUE ZERO.
001220 77  IPB-DELTA-LTR               PIC S9(7)V99      VALUE ZERO.
001230 77  IPB-DELTA-REIMB             PIC S9(9)V99      VALUE ZERO.
001232 77  IPB-PAID-IN-COUNT           PIC 9(09)   COMP  VALUE ZERO.
001234 77  IPB-PAID-KEY                PIC X(20)   VALUE SPACES.
001236 77  IPB-PRIOR-REPRICE-NET       PIC S9(9)V99      VALUE ZERO.
001238 77  IPB-OLD-REIMB               PIC S9(9)V99      VALUE ZERO.
001240 77  IPB-SLOT-SUB                PIC 9(03)   COMP  VALUE ZERO.
001250 77  IPB-INT-SUB                 PIC 9(03)   COMP  VALUE ZERO.
001260 77  IPB-INT-USED-COUNT          PIC 9(03)   COMP  VALUE ZERO.
001270 77  IPB-GRAND-OLD-TOTAL         PIC S9(11)V99     VALUE ZERO.
001280 77  IPB-GRAND-NEW-TOTAL         PIC S9(11)V99     VALUE ZERO.
001290 77  IPB-GRAND-DELTA-TOTAL       PIC S9(11)V99     VALUE ZERO.
001295 77  IPB-CYCLE-DATE              PIC 9(08)         VALUE ZERO.
001300 01  IPB-INT-SLOT-TABLE.
001310     05  IPB-INT-SLOT-ENTRY OCCURS 5 TIMES.
001320         10  IS-INTERMED-NUM         PIC 9(10).
001480*    0000-MAINLINE
001490*****************************************************************
001500 0000-MAINLINE.
001505     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
001510     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001520     SORT SORT-WORK-FILE
001530         ON ASCENDING KEY SR11-CLAIM-NUMBER
001580     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
001590     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
001600     STOP RUN.
001601*****************************************************************
001602*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
001603*    STAMPED ON EVERYTHING THIS RUN WRITES.  THE CYCLE MUST BE
001604*    OPEN (IPB380).
001605*****************************************************************
001606 0100-READ-CYCLE-CONTROL.
001607     OPEN INPUT CYCLE-CONTROL-FILE.
001608     READ CYCLE-CONTROL-FILE
001609         AT END
001610             DISPLAY 'IPB340 - NO CYCLE CONTROL RECORD ON CYCLCTL'
001611             DISPLAY 'IPB340 - ABENDING - SUPPLY CYCLCTL'
001612             STOP RUN
001613     END-READ.
001614     IF NOT CYCL-CYCLE-OPEN
001615         DISPLAY 'IPB340 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
001616             ' IS CLOSED'
001617         DISPLAY 'IPB340 - ABENDING - RUN IPB380 TO OPEN CYCLE'
001618         STOP RUN
001619     END-IF.
001620     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
001621     CLOSE CYCLE-CONTROL-FILE.
001622 0100-EXIT.
001623     EXIT.
001624*****************************************************************
001625*    1000-INITIALIZE - PARAMETER CARD, CORRECTED RATE TABLE,
001630*    OUTPUT FILES AND REPORT HEADINGS
001640*****************************************************************
001650 1000-INITIALIZE.
001660     MOVE IPB-CYCLE-DATE TO IPB-RUN-DATE.
001670     MOVE ZERO TO IPB-INT-SLOT-TABLE.
001680     OPEN INPUT REPRICE-PARM-FILE.
001690     READ REPRICE-PARM-FILE
001890         DISPLAY 'IPB340 - ABENDING - CHECK RATECARD'
001900         STOP RUN
001910     END-IF.
001920     OPEN INPUT  HIST-IN-FILE
001925                 PAID-IN-FILE.
001930     OPEN OUTPUT ADJ-PAY-FILE
001940                 REPORT-FILE.
001945     MOVE IPB-CYCLE-DATE TO H1-CYCLE-DATE.
001950     WRITE REPORT-RECORD FROM IPB-HEADING-1.
001960     MOVE IPB-REPRICE-YEAR TO H2-BENEFIT-YEAR.
001970     WRITE REPORT-RECORD FROM IPB-HEADING-2.
001980     WRITE REPORT-RECORD FROM IPB-HEADING-3.
001990     PERFORM 3150-READ-HISTORY THRU 3150-EXIT.
001995     PERFORM 3470-READ-PAID THRU 3470-EXIT.
002000 1000-EXIT.
002010     EXIT.
002020*****************************************************************
003470         PERFORM 3100-RETURN-SORT THRU 3100-EXIT
003480         GO TO 3200-EXIT
003490     END-IF.
003495     PERFORM 3450-FIND-PRIOR-REPRICE THRU 3450-EXIT.
003500     PERFORM 3400-COMPUTE-NEW THRU 3400-EXIT.
003510     IF IPB-DELTA-REIMB = ZERO
003520         AND (IPB-PRIOR-REPRICED
003525              OR (IPB-DELTA-COINS = ZERO
003530                  AND IPB-DELTA-LTR = ZERO))
003540         ADD 1 TO IPB-UNCHANGED-COUNT
003550     ELSE
003560         PERFORM 3500-WRITE-ADJUSTMENT THRU 3500-EXIT
003920     EXIT.
003930*****************************************************************
003940*    3400-COMPUTE-NEW - THE CORRECTED AMOUNTS AND THEIR
003950*    DELTAS.  THE NEW REIMBURSEMENT IS FLOORED AT ZERO AS
003960*    IPB280 DOES, AND ITS DELTA IS AGAINST IPB-OLD-REIMB.
003970*****************************************************************
003980 3400-COMPUTE-NEW.
003990     COMPUTE IPB-NEW-COINS-AMOUNT =
004120     COMPUTE IPB-DELTA-LTR =
004130         IPB-NEW-LTR-AMOUNT - SR11-OLD-LTR.
004140     COMPUTE IPB-DELTA-REIMB =
004150         IPB-NEW-REIMBURSEMENT - IPB-OLD-REIMB.
004160 3400-EXIT.
004170     EXIT.
004171*****************************************************************
004172*    3450-FIND-PRIOR-REPRICE - WALK THE PAID-STATUS FILE FORWARD
004173*    TO THE CURRENT BILL KEY, ADDING UP THE SUPPLEMENTAL AND
004174*    RECEIVABLE RECORDS OF THE REPRICE DELTAS ALREADY APPLIED.
004175*    WITH THE PAYIN PRICE THEY GIVE WHAT THE BILL HAS BEEN PAID
004176*    SO FAR ON A REPRICE BASIS.  EXAMINER DELTAS (IPB390) ARE
004177*    CHANGES TO THE BILL ITSELF AND ARE NOT COUNTED.
004178*****************************************************************
004179 3450-FIND-PRIOR-REPRICE.
004180     MOVE 'N'  TO IPB-PRIOR-REPRICE-SW.
004181     MOVE ZERO TO IPB-PRIOR-REPRICE-NET.
004182     PERFORM 3460-WALK-PAID THRU 3460-EXIT
004183             UNTIL IPB-PAID-KEY > IPB-PAY-KEY.
004184     COMPUTE IPB-OLD-REIMB =
004185         SR11-OLD-REIMB + IPB-PRIOR-REPRICE-NET.
004186 3450-EXIT.
004187     EXIT.
004188*****************************************************************
004189*    3460-WALK-PAID
004190*****************************************************************
004191 3460-WALK-PAID.
004192     IF IPB-PAID-KEY = IPB-PAY-KEY
004193         AND (PAID-SUPPLEMENTAL OR PAID-RECEIVABLE)
004194         AND PAID-REPRICE-DELTA
004195         ADD PAID-AMOUNT TO IPB-PRIOR-REPRICE-NET
004196         SET IPB-PRIOR-REPRICED TO TRUE
004197     END-IF.
004198     PERFORM 3470-READ-PAID THRU 3470-EXIT.
004199 3460-EXIT.
004200     EXIT.
004201*****************************************************************
004202*    3470-READ-PAID
004203*****************************************************************
004204 3470-READ-PAID.
004205     READ PAID-IN-FILE
004206         AT END
004207             SET IPB-PAID-END-OF-FILE TO TRUE
004208             MOVE HIGH-VALUES TO IPB-PAID-KEY
004209             GO TO 3470-EXIT
004210     END-READ.
004211     ADD 1 TO IPB-PAID-IN-COUNT.
004212     MOVE PAID-CLAIM-NUMBER    TO IPB-PAID-KEY(1:19).
004213     MOVE PAID-TRANSACTION-IND TO IPB-PAID-KEY(20:1).
004214 3470-EXIT.
004215     EXIT.
004216*****************************************************************
004217*    3500-WRITE-ADJUSTMENT - DELTA ADJUSTMENT PAYMENT RECORD.
004218*    THE AMOUNT FIELDS CARRY THE SIGNED DIFFERENCES, NOT THE
004219*    RESTATED TOTALS.  THE REIMBURSEMENT IS THE INCREMENT OVER
004220*    THE PAYIN PRICE PLUS THE REPRICE DELTAS ALREADY APPLIED,
004221*    SO IPB320 PAYS OR RECOUPS IT AS IT STANDS; COINSURANCE
004222*    AND LIFETIME RESERVE ARE THE CHANGE AGAINST PAYIN.  THE
004223*    RUN SEQUENCE IS ALWAYS 1:  A SECOND REPRICE OF A BILL IN
004224*    ONE CYCLE IS DROPPED BY IPB320 AS A REPEAT, AND THE NEXT
004225*    REPRICE RUN MAKES UP ANY DIFFERENCE.
004226*****************************************************************
004230 3500-WRITE-ADJUSTMENT.
004240     MOVE SPACES TO IPB-PAYMENT-RECORD.
004250     MOVE SR11-CLAIM-NUMBER
004440         TO PAY-REIMBURSEMENT IN IPB-PAYMENT-RECORD.
004450     MOVE SPACE
004460         TO PAY-ZERO-PAY-IND IN IPB-PAYMENT-RECORD.
004462     MOVE IPB-RUN-DATE
004464         TO PAY-REPRICE-DATE IN IPB-PAYMENT-RECORD.
004465     SET PAY-FROM-REPRICE IN IPB-PAYMENT-RECORD TO TRUE.
004466     MOVE 1
004467         TO PAY-DELTA-RUN-SEQ IN IPB-PAYMENT-RECORD.
004470     WRITE IPB-PAYMENT-RECORD.
004480     ADD 1 TO IPB-ADJ-OUT-COUNT.
004490 3500-EXIT.
004560     MOVE SR11-CLAIM-NUMBER    TO DL-CLAIM-NUMBER.
004570     MOVE SR11-TRANSACTION-IND TO DL-TRANSACTION-IND.
004580     MOVE SR11-INTERMED-NUM    TO DL-INTERMED-NUM.
004590     MOVE IPB-OLD-REIMB        TO DL-OLD-PAYMENT.
004600     MOVE IPB-NEW-REIMBURSEMENT TO DL-NEW-PAYMENT.
004610     MOVE IPB-DELTA-REIMB      TO DL-DIFFERENCE.
004620     WRITE REPORT-RECORD FROM IPB-DETAIL-LINE.
004630     PERFORM 3700-FIND-SLOT THRU 3700-EXIT.
004640     ADD IPB-OLD-REIMB         TO IS-OLD-TOTAL(IPB-INT-SUB).
004650     ADD IPB-NEW-REIMBURSEMENT TO IS-NEW-TOTAL(IPB-INT-SUB).
004660     ADD IPB-DELTA-REIMB       TO IS-DELTA-TOTAL(IPB-INT-SUB).
004670     ADD IPB-OLD-REIMB         TO IPB-GRAND-OLD-TOTAL.
004680     ADD IPB-NEW-REIMBURSEMENT TO IPB-GRAND-NEW-TOTAL.
004690     ADD IPB-DELTA-REIMB       TO IPB-GRAND-DELTA-TOTAL.
004700 3600-EXIT.
005460     OPEN EXTEND RUN-CONTROL-FILE.
005470     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
005480     MOVE 'IPB340' TO RCTL-PROGRAM-ID.
005490     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
005500     ACCEPT RCTL-RUN-TIME FROM TIME.
005510     MOVE IPB-PAY-IN-COUNT  TO RCTL-IN-COUNT.
005520     MOVE IPB-ADJ-OUT-COUNT TO RCTL-OUT-COUNT.
005710         IPB-UNCHANGED-COUNT.
005720     DISPLAY 'IPB340 - NO HISTORY FOUND   : '
005730         IPB-NO-HIST-COUNT.
005733     DISPLAY 'IPB340 - PAID-STATUS READ   : '
005736         IPB-PAID-IN-COUNT.
005740     CLOSE HIST-IN-FILE
005745           PAID-IN-FILE
005750           ADJ-PAY-FILE
005760           REPORT-FILE.
005770 9000-EXIT.
