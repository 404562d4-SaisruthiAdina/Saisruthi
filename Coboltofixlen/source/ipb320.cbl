000260*                     AND NOT DISBURSED.  PRINTS A
000270*                     DISBURSEMENT REGISTER WITH TOTALS BY
000280*                     INTERMEDIARY.
000281*    10/15/2026  DS   REPRICE DELTAS (ADJPAY FROM IPB340) ARE
000282*                     MERGED WITH THE PAYMENTS.  A POSITIVE
000283*                     DELTA ON A BILL ALREADY PAID GOES OUT AS
000284*                     A SUPPLEMENTAL PAYMENT INSTEAD OF BEING
000285*                     SKIPPED AS ALREADY PAID; A NEGATIVE DELTA
000286*                     OPENS AN OVERPAYMENT RECEIVABLE ON THE
000287*                     RECEIVABLE MASTER (RCVBIN IN, RCVBOUT
000288*                     OUT, KEYED BY INTERMEDIARY AND BILL).
000289*                     BOTH ARE NOTED ON THE PAID-STATUS FILE
000290*                     WITH THE REPRICE DATE SO A DELTA FILE
000291*                     PRESENTED TWICE IS NOT APPLIED TWICE.
000292*                     OPEN RECEIVABLE BALANCES ARE WITHHELD
000293*                     FROM THE INTERMEDIARY'S EFT TOTALS AS
000294*                     NEGATIVE RECOUPMENT DETAILS, AND A
000295*                     RECEIVABLE AGING AND RECOUPMENT REGISTER
000296*                     PRINTS ON RCVBRPT.
000297*    10/15/2026  DS   PAYMENTS THE BANK RETURNED (MARKED ON
000298*                     THE PAID-STATUS FILE BY IPB370) ARE PAID
000299*                     AGAIN FROM THE REISSUE QUEUE (REISSUE)
000300*                     UNDER A NEW REFERENCE NUMBER, WITHOUT
000301*                     THE ALREADY-PAID SKIP.  THE REISSUE
000302*                     RECORD NAMES THE RETURNED PAYMENT IT
000303*                     REPLACES, SO EACH RETURN IS REISSUED
000304*                     ONCE ONLY.
000305*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000306*                     CYCLCTL AND STAMPS IT, NOT THE SYSTEM DATE,
000307*                     ON EVERYTHING THE RUN WRITES.  PRINTS IT IN
000308*                     THE REPORT HEADING.  WILL NOT RUN AGAINST A
000309*                     CLOSED CYCLE.
000310*    10/15/2026  DS   A REPRICE DELTA IS TAKEN AS A REPEAT ONLY
000311*                     WHEN ITS REPRICE DATE AND ITS DELTA ID (THE
000312*                     PROGRAM AND RUN THAT WROTE IT) BOTH MATCH
000313*                     ONE ALREADY APPLIED TO THE BILL.  EACH
000314*                     RECOUPMENT WITHHELD IS ALSO WRITTEN TO
000315*                     CASHOFF FOR THE GENERAL LEDGER INTERFACE.
000316*****************************************************************
000317 ENVIRONMENT DIVISION.
000318 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
000390            ORGANIZATION IS SEQUENTIAL.
000400     SELECT PAID-OUT-FILE     ASSIGN TO PAIDOUT
000410            ORGANIZATION IS SEQUENTIAL.
000413     SELECT OPTIONAL ADJ-PAY-FILE ASSIGN TO ADJPAY
000416            ORGANIZATION IS SEQUENTIAL.
000417     SELECT OPTIONAL REISSUE-FILE ASSIGN TO REISSUE
000418            ORGANIZATION IS SEQUENTIAL.
000420     SELECT SORT-WORK-FILE    ASSIGN TO SORTWK01.
000430     SELECT EFT-FILE-01       ASSIGN TO EFT01
000440            ORGANIZATION IS SEQUENTIAL.
000540            ORGANIZATION IS SEQUENTIAL.
000550     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
000560            ORGANIZATION IS SEQUENTIAL.
000561     SELECT OPTIONAL RCVB-IN-FILE ASSIGN TO RCVBIN
000562            ORGANIZATION IS SEQUENTIAL.
000563     SELECT RCVB-OUT-FILE     ASSIGN TO RCVBOUT
000564            ORGANIZATION IS SEQUENTIAL.
000565     SELECT RCVB-SORT-FILE    ASSIGN TO SORTWK02.
000566     SELECT RCVB-REPORT-FILE  ASSIGN TO RCVBRPT
000567            ORGANIZATION IS SEQUENTIAL.
000568     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000569            ORGANIZATION IS SEQUENTIAL.
000570     SELECT OPTIONAL CASH-OFFSET-FILE ASSIGN TO CASHOFF
000571            ORGANIZATION IS SEQUENTIAL.
000572 DATA DIVISION.
000580 FILE SECTION.
000590 FD  PAY-IN-FILE
000600     RECORDING MODE IS F.
000660 FD  PAID-OUT-FILE
000670     RECORDING MODE IS F.
000680 COPY "ipbpaid".
000682 FD  ADJ-PAY-FILE
000684     RECORDING MODE IS F.
000686 COPY "ipbpay" REPLACING ==IPB-PAYMENT-RECORD==
000688     BY ==IPB-ADJ-PAY-RECORD==.
000689 FD  REISSUE-FILE
000690     RECORDING MODE IS F.
000691 COPY "ipbrisq".
000692 SD  SORT-WORK-FILE.
000700 01  SORT-RECORD.
000710     05  SR10-CLAIM-NUMBER           PIC X(19).
000720     05  SR10-TRANSACTION-IND        PIC 9.
000722     05  SR10-SOURCE-IND             PIC 9(01).
000724         88  SR10-FROM-PAYFILE          VALUE 1.
000726         88  SR10-FROM-ADJPAY           VALUE 2.
000728         88  SR10-FROM-REISSUE          VALUE 3.
000730     05  SR10-INTERMED-NUM           PIC 9(10).
000740     05  SR10-TOTAL-CHARGES          PIC S9(7)V99.
000750     05  SR10-REIMBURSEMENT          PIC S9(9)V99.
000760     05  SR10-ZERO-PAY-IND           PIC X(01).
000763     05  SR10-BENEFIT-YEAR           PIC 9(04).
000766     05  SR10-REPRICE-DATE           PIC 9(08).
000767     05  SR10-DELTA-ID               PIC X(02).
000768     05  SR10-ORIG-REF-NUM           PIC 9(15).
000770 FD  EFT-FILE-01
000780     RECORDING MODE IS F.
000790 01  EFT-RECORD-01               PIC X(81).
000950 FD  RUN-CONTROL-FILE
000960     RECORDING MODE IS F.
000970 COPY "ipbrctl".
000971 FD  RCVB-IN-FILE
000972     RECORDING MODE IS F.
000973 COPY "ipbrcvb" REPLACING ==IPB-RECEIVABLE-RECORD==
000974     BY ==IPB-RCVB-IN-RECORD==.
000975 FD  RCVB-OUT-FILE
000976     RECORDING MODE IS F.
000977 COPY "ipbrcvb".
000978 SD  RCVB-SORT-FILE.
000979 01  RCVB-SORT-RECORD.
000980     05  SR14-KEY.
000981         10  SR14-INTERMED-NUM       PIC 9(10).
000982         10  SR14-CLAIM-NUMBER       PIC X(19).
000983         10  SR14-TRANSACTION-IND    PIC 9.
000984     05  SR14-BENEFIT-YEAR           PIC 9(04).
000985     05  SR14-ADJ-DATE               PIC 9(08).
000986     05  SR14-AMOUNT                 PIC S9(9)V99.
000987 FD  RCVB-REPORT-FILE
000988     RECORDING MODE IS F.
000989 01  RCVB-REPORT-RECORD          PIC X(132).
000990 FD  CYCLE-CONTROL-FILE
000991     RECORDING MODE IS F.
000992 COPY "ipbcycl".
000993 FD  CASH-OFFSET-FILE
000994     RECORDING MODE IS F.
000995 COPY "ipbcsho".
000996 WORKING-STORAGE SECTION.
000997*****************************************************************
001000*    SWITCHES AND COUNTERS
001010*****************************************************************
001020 77  IPB-PAY-EOF-SW              PIC X(01)   VALUE 'N'.
001220 77  IPB-REF-SEQ                 PIC 9(07)   COMP  VALUE ZERO.
001230 77  IPB-REFERENCE-NUM           PIC 9(15)         VALUE ZERO.
001240 77  IPB-EFT-SUB                 PIC 9(03)   COMP  VALUE ZERO.
001241 77  IPB-GROUP-DELTA-SUB         PIC 9(03)   COMP  VALUE ZERO.
001242 77  IPB-DELTA-FOUND-SW          PIC X(01)   VALUE 'N'.
001243     88  IPB-DELTA-FOUND                     VALUE 'Y'.
001244 77  IPB-NOTE-ADJ-DATE           PIC 9(08)         VALUE ZERO.
001245 77  IPB-NOTE-DELTA-ID           PIC X(02)   VALUE SPACES.
001250 77  IPB-SLOT-SUB                PIC 9(03)   COMP  VALUE ZERO.
001260 77  IPB-EFT-USED-COUNT          PIC 9(03)   COMP  VALUE ZERO.
001261 77  IPB-ADJ-EOF-SW              PIC X(01)   VALUE 'N'.
001262     88  IPB-ADJ-END-OF-FILE                 VALUE 'Y'.
001263 77  IPB-RCVB-EOF-SW             PIC X(01)   VALUE 'N'.
001264     88  IPB-RCVB-END-OF-FILE                VALUE 'Y'.
001265 77  IPB-NEWR-EOF-SW             PIC X(01)   VALUE 'N'.
001266     88  IPB-NEWR-END-OF-FILE                VALUE 'Y'.
001267 77  IPB-GROUP-PAID-SW           PIC X(01)   VALUE 'N'.
001268     88  IPB-GROUP-PAID                      VALUE 'Y'.
001269     88  IPB-GROUP-NOT-PAID                  VALUE 'N'.
001270 77  IPB-GROUP-KEY               PIC X(20)   VALUE SPACES.
001271 77  IPB-GROUP-REF-NUM           PIC 9(15)         VALUE ZERO.
001272 77  IPB-GROUP-AMOUNT            PIC S9(9)V99      VALUE ZERO.
001273 77  IPB-GROUP-DELTA-COUNT       PIC 9(03)   COMP  VALUE ZERO.
001274 77  IPB-PAYMENT-TYPE            PIC X(01)   VALUE SPACE.
001275 77  IPB-PAYMENT-AMT             PIC S9(9)V99      VALUE ZERO.
001276 77  IPB-ADJ-IN-COUNT            PIC 9(09)   COMP  VALUE ZERO.
001277 77  IPB-SUPP-COUNT              PIC 9(07)   COMP  VALUE ZERO.
001278 77  IPB-SUPP-TOTAL              PIC S9(11)V99     VALUE ZERO.
001279 77  IPB-ADJ-SKIP-COUNT          PIC 9(07)   COMP  VALUE ZERO.
001280 77  IPB-RCVB-IN-COUNT           PIC 9(09)   COMP  VALUE ZERO.
001281 77  IPB-RCVB-OUT-COUNT          PIC 9(09)   COMP  VALUE ZERO.
001282 77  IPB-RCVB-OPENED-COUNT       PIC 9(07)   COMP  VALUE ZERO.
001283 77  IPB-RCVB-OPENED-TOTAL       PIC S9(11)V99     VALUE ZERO.
001284 77  IPB-RCVB-OPEN-COUNT         PIC 9(07)   COMP  VALUE ZERO.
001285 77  IPB-RCVB-OPEN-TOTAL         PIC S9(11)V99     VALUE ZERO.
001286 77  IPB-RECOUP-COUNT            PIC 9(07)   COMP  VALUE ZERO.
001287 77  IPB-RECOUP-TOTAL            PIC S9(11)V99     VALUE ZERO.
001288 77  IPB-RECOUP-AMT              PIC S9(9)V99      VALUE ZERO.
001289 77  IPB-NET-COUNT               PIC 9(09)   COMP  VALUE ZERO.
001290 77  IPB-NET-TOTAL               PIC S9(11)V99     VALUE ZERO.
001291 77  IPB-NEWR-COUNT              PIC 9(05)   COMP  VALUE ZERO.
001292 77  IPB-RISQ-EOF-SW             PIC X(01)   VALUE 'N'.
001293     88  IPB-RISQ-END-OF-FILE                VALUE 'Y'.
001294 77  IPB-RISQ-IN-COUNT           PIC 9(07)   COMP  VALUE ZERO.
001295 77  IPB-REISSUE-COUNT           PIC 9(07)   COMP  VALUE ZERO.
001296 77  IPB-REISSUE-TOTAL           PIC S9(11)V99     VALUE ZERO.
001297 77  IPB-RISQ-SKIP-COUNT         PIC 9(07)   COMP  VALUE ZERO.
001298 77  IPB-GROUP-RTN-COUNT         PIC 9(03)   COMP  VALUE ZERO.
001299 77  IPB-GROUP-RTN-SUB           PIC 9(03)   COMP  VALUE ZERO.
001300 77  IPB-RTN-FOUND-SW            PIC X(01)   VALUE 'N'.
001301     88  IPB-RTN-FOUND                       VALUE 'Y'.
001302 77  IPB-RCVB-OLD-KEY            PIC X(30)   VALUE HIGH-VALUES.
001303 77  IPB-RCVB-NEW-KEY            PIC X(30)   VALUE HIGH-VALUES.
001304 77  IPB-RCVB-ACTION             PIC X(20)   VALUE SPACES.
001305 77  IPB-RUN-INTEGER             PIC S9(07)  COMP  VALUE ZERO.
001306 77  IPB-AGE-DAYS                PIC S9(05)  COMP  VALUE ZERO.
001307 77  IPB-AGE-SUB                 PIC 9(03)   COMP  VALUE ZERO.
001308 77  IPB-CYCLE-DATE              PIC 9(08)         VALUE ZERO.
001309 01  IPB-EFT-SLOT-TABLE.
001310     05  IPB-EFT-SLOT-ENTRY OCCURS 5 TIMES.
001311         10  ES-INTERMED-NUM         PIC 9(10).
001312         10  ES-PAYMENT-COUNT        PIC 9(09)   COMP.
001313         10  ES-PAYMENT-TOTAL        PIC S9(11)V99.
001314         10  ES-RECOUP-COUNT         PIC 9(07)   COMP.
001315         10  ES-RECOUP-TOTAL         PIC S9(11)V99.
001316 01  IPB-NEW-RCVB-TABLE.
001317     05  IPB-NEW-RCVB-ENTRY OCCURS 1 TO 5000 TIMES
001318             DEPENDING ON IPB-NEWR-COUNT
001319             INDEXED BY IPB-NEWR-IDX.
001320         10  NR-INTERMED-NUM         PIC 9(10).
001321         10  NR-CLAIM-NUMBER         PIC X(19).
001322         10  NR-TRANSACTION-IND      PIC 9.
001323         10  NR-BENEFIT-YEAR         PIC 9(04).
001324         10  NR-ADJ-DATE             PIC 9(08).
001325         10  NR-AMOUNT               PIC S9(9)V99.
001326 01  IPB-AGING-TABLE.
001327     05  IPB-AGING-ENTRY OCCURS 4 TIMES.
001328         10  AB-COUNT                PIC 9(07)   COMP
001329                                           VALUE ZERO.
001330         10  AB-BALANCE              PIC S9(11)V99
001331                                           VALUE ZERO.
001332 01  IPB-AGE-LABEL-LIST.
001333     05  FILLER                      PIC X(33)
001334         VALUE 'OPEN  0 TO 30 DAYS'.
001335     05  FILLER                      PIC X(33)
001336         VALUE 'OPEN 31 TO 60 DAYS'.
001337     05  FILLER                      PIC X(33)
001338         VALUE 'OPEN 61 TO 90 DAYS'.
001339     05  FILLER                      PIC X(33)
001340         VALUE 'OPEN OVER 90 DAYS'.
001341 01  IPB-AGE-LABEL-TABLE REDEFINES IPB-AGE-LABEL-LIST.
001342     05  IPB-AGE-LABEL OCCURS 4 TIMES
001343                                     PIC X(33).
001344*****************************************************************
001345*    RETURNED PAYMENTS ON THE CURRENT BILL AND WHETHER EACH
001346*    HAS BEEN REISSUED
001347*****************************************************************
001348 01  IPB-GROUP-RTN-TABLE.
001349     05  IPB-GROUP-RTN-ENTRY OCCURS 20 TIMES.
001350         10  GR-REFERENCE-NUM        PIC 9(15).
001351         10  GR-REISSUED-SW          PIC X(01).
001352             88  GR-REISSUED            VALUE 'Y'.
001353*****************************************************************
001354*    REPRICE DELTAS ALREADY APPLIED TO THE CURRENT BILL
001355*****************************************************************
001356 01  IPB-GROUP-DELTA-TABLE.
001357     05  IPB-GROUP-DELTA-ENTRY OCCURS 50 TIMES.
001358         10  GD-ADJ-DATE             PIC 9(08).
001359         10  GD-DELTA-ID             PIC X(02).
001360 COPY "ipbeft".
001361 COPY "ipbrpt15".
001362 COPY "ipbrpt20".
001363 PROCEDURE DIVISION.
001364*****************************************************************
001365*    0000-MAINLINE
001370*****************************************************************
001380 0000-MAINLINE.
001385     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
001390     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001400     SORT SORT-WORK-FILE
001410         ON ASCENDING KEY SR10-CLAIM-NUMBER
001420                          SR10-TRANSACTION-IND
001425                          SR10-SOURCE-IND
001426                          SR10-REPRICE-DATE
001427                          SR10-DELTA-ID
001430         INPUT PROCEDURE  2000-BUILD-SORT-RECS THRU 2000-EXIT
001440         OUTPUT PROCEDURE 3000-DISBURSE        THRU 3000-EXIT.
001441     SORT RCVB-SORT-FILE
001442         ON ASCENDING KEY SR14-KEY
001443         INPUT PROCEDURE  5000-RELEASE-RCVB    THRU 5000-EXIT
001444         OUTPUT PROCEDURE 6000-POST-RECEIVABLES THRU 6000-EXIT.
001445     PERFORM 7000-PRINT-RCVB-SUMMARY THRU 7000-EXIT.
001450     PERFORM 4000-FINISH-EFT     THRU 4000-EXIT.
001460     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
001470     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
001480     STOP RUN.
001481*****************************************************************
001482*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
001483*    STAMPED ON EVERYTHING THIS RUN WRITES.  THE CYCLE MUST BE
001484*    OPEN (IPB380).
001485*****************************************************************
001486 0100-READ-CYCLE-CONTROL.
001487     OPEN INPUT CYCLE-CONTROL-FILE.
001488     READ CYCLE-CONTROL-FILE
001489         AT END
001490             DISPLAY 'IPB320 - NO CYCLE CONTROL RECORD ON CYCLCTL'
001491             DISPLAY 'IPB320 - ABENDING - SUPPLY CYCLCTL'
001492             STOP RUN
001493     END-READ.
001494     IF NOT CYCL-CYCLE-OPEN
001495         DISPLAY 'IPB320 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
001496             ' IS CLOSED'
001497         DISPLAY 'IPB320 - ABENDING - RUN IPB380 TO OPEN CYCLE'
001498         STOP RUN
001499     END-IF.
001500     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
001501     CLOSE CYCLE-CONTROL-FILE.
001502 0100-EXIT.
001503     EXIT.
001504*****************************************************************
001505*    1000-INITIALIZE
001510*****************************************************************
001520 1000-INITIALIZE.
001530     MOVE IPB-CYCLE-DATE TO IPB-RUN-DATE.
001540     MOVE ZERO TO IPB-EFT-SLOT-TABLE.
001544     COMPUTE IPB-RUN-INTEGER =
001546         FUNCTION INTEGER-OF-DATE(IPB-RUN-DATE).
001550     OPEN INPUT  PAID-IN-FILE.
001555     OPEN INPUT  RCVB-IN-FILE.
001560     OPEN OUTPUT PAID-OUT-FILE
001570                 EFT-FILE-01
001580                 EFT-FILE-02
001600                 EFT-FILE-04
001610                 EFT-FILE-05
001620                 REPORT-FILE.
001623     OPEN OUTPUT RCVB-OUT-FILE
001626                 RCVB-REPORT-FILE.
001627     OPEN EXTEND CASH-OFFSET-FILE.
001628     MOVE IPB-CYCLE-DATE TO H1-CYCLE-DATE.
001630     WRITE REPORT-RECORD FROM IPB-HEADING-1.
001640     WRITE REPORT-RECORD FROM IPB-HEADING-2.
001641     MOVE IPB-CYCLE-DATE TO RH-CYCLE-DATE.
001643     WRITE RCVB-REPORT-RECORD FROM IPB-RCVB-HEADING-1.
001646     WRITE RCVB-REPORT-RECORD FROM IPB-RCVB-HEADING-2.
001650     PERFORM 3100-READ-OLD-PAID THRU 3100-EXIT.
001660 1000-EXIT.
001670     EXIT.
001680*****************************************************************
001690*    2000-BUILD-SORT-RECS - INPUT PROCEDURE FOR THE SORT.
001695*    THIS RUN'S PAYMENTS, THEN ANY REPRICE DELTAS, THEN THE
001697*    REISSUE QUEUE.
001700*****************************************************************
001710 2000-BUILD-SORT-RECS.
001720     OPEN INPUT PAY-IN-FILE.
001740     PERFORM 2200-RELEASE-PAYMENT THRU 2200-EXIT
001750             UNTIL IPB-PAY-END-OF-FILE.
001760     CLOSE PAY-IN-FILE.
001761     OPEN INPUT ADJ-PAY-FILE.
001762     PERFORM 2300-READ-ADJUSTMENT THRU 2300-EXIT.
001763     PERFORM 2400-RELEASE-ADJUSTMENT THRU 2400-EXIT
001764             UNTIL IPB-ADJ-END-OF-FILE.
001765     CLOSE ADJ-PAY-FILE.
001766     OPEN INPUT REISSUE-FILE.
001767     PERFORM 2500-READ-REISSUE THRU 2500-EXIT.
001768     PERFORM 2600-RELEASE-REISSUE THRU 2600-EXIT
001769             UNTIL IPB-RISQ-END-OF-FILE.
001770     CLOSE REISSUE-FILE.
001771 2000-EXIT.
001780     EXIT.
001790*****************************************************************
001800*    2100-READ-PAYMENT
001860             GO TO 2100-EXIT
001870     END-READ.
001880     ADD 1 TO IPB-PAY-IN-COUNT.
001890     ADD PAY-TOTAL-CHARGES IN IPB-PAYMENT-RECORD
001895         TO IPB-IN-CHARGE-HASH.
001900 2100-EXIT.
001910     EXIT.
001920*****************************************************************
001930*    2200-RELEASE-PAYMENT
001940*****************************************************************
001950 2200-RELEASE-PAYMENT.
001960     MOVE PAY-CLAIM-NUMBER IN IPB-PAYMENT-RECORD
001965         TO SR10-CLAIM-NUMBER.
001970     MOVE PAY-TRANSACTION-IND IN IPB-PAYMENT-RECORD
001975         TO SR10-TRANSACTION-IND.
001980     MOVE PAY-INTERMEDIARY-NUM IN IPB-PAYMENT-RECORD
001985         TO SR10-INTERMED-NUM.
001990     MOVE PAY-TOTAL-CHARGES IN IPB-PAYMENT-RECORD
001995         TO SR10-TOTAL-CHARGES.
002000     MOVE PAY-REIMBURSEMENT IN IPB-PAYMENT-RECORD
002005         TO SR10-REIMBURSEMENT.
002010     MOVE PAY-ZERO-PAY-IND IN IPB-PAYMENT-RECORD
002011         TO SR10-ZERO-PAY-IND.
002012     MOVE PAY-BENEFIT-YEAR IN IPB-PAYMENT-RECORD
002013         TO SR10-BENEFIT-YEAR.
002014     MOVE ZERO                    TO SR10-REPRICE-DATE.
002015     MOVE ZERO                    TO SR10-ORIG-REF-NUM.
002016     SET SR10-FROM-PAYFILE        TO TRUE.
002018     MOVE SPACES                  TO SR10-DELTA-ID.
002020     RELEASE SORT-RECORD.
002030     PERFORM 2100-READ-PAYMENT THRU 2100-EXIT.
002040 2200-EXIT.
002050     EXIT.
002051*****************************************************************
002052*    2300-READ-ADJUSTMENT
002053*****************************************************************
002054 2300-READ-ADJUSTMENT.
002055     READ ADJ-PAY-FILE
002056         AT END
002057             SET IPB-ADJ-END-OF-FILE TO TRUE
002058             GO TO 2300-EXIT
002059     END-READ.
002060     ADD 1 TO IPB-ADJ-IN-COUNT.
002061 2300-EXIT.
002062     EXIT.
002063*****************************************************************
002064*    2400-RELEASE-ADJUSTMENT - ONE REPRICE DELTA.  THE SIGNED
002065*    REIMBURSEMENT DIFFERENCE TRAVELS IN SR10-REIMBURSEMENT.
002066*****************************************************************
002067 2400-RELEASE-ADJUSTMENT.
002068     MOVE PAY-CLAIM-NUMBER IN IPB-ADJ-PAY-RECORD
002069         TO SR10-CLAIM-NUMBER.
002070     MOVE PAY-TRANSACTION-IND IN IPB-ADJ-PAY-RECORD
002071         TO SR10-TRANSACTION-IND.
002072     MOVE PAY-INTERMEDIARY-NUM IN IPB-ADJ-PAY-RECORD
002073         TO SR10-INTERMED-NUM.
002074     MOVE PAY-TOTAL-CHARGES IN IPB-ADJ-PAY-RECORD
002075         TO SR10-TOTAL-CHARGES.
002076     MOVE PAY-REIMBURSEMENT IN IPB-ADJ-PAY-RECORD
002077         TO SR10-REIMBURSEMENT.
002078     MOVE PAY-ZERO-PAY-IND IN IPB-ADJ-PAY-RECORD
002079         TO SR10-ZERO-PAY-IND.
002080     MOVE PAY-BENEFIT-YEAR IN IPB-ADJ-PAY-RECORD
002081         TO SR10-BENEFIT-YEAR.
002082     MOVE PAY-REPRICE-DATE IN IPB-ADJ-PAY-RECORD
002083         TO SR10-REPRICE-DATE.
002084     MOVE PAY-DELTA-ID IN IPB-ADJ-PAY-RECORD TO SR10-DELTA-ID.
002085     MOVE ZERO                    TO SR10-ORIG-REF-NUM.
002086     SET SR10-FROM-ADJPAY         TO TRUE.
002087     RELEASE SORT-RECORD.
002088     PERFORM 2300-READ-ADJUSTMENT THRU 2300-EXIT.
002089 2400-EXIT.
002090     EXIT.
002091*****************************************************************
002092*    2500-READ-REISSUE
002093*****************************************************************
002094 2500-READ-REISSUE.
002095     READ REISSUE-FILE
002096         AT END
002097             SET IPB-RISQ-END-OF-FILE TO TRUE
002098             GO TO 2500-EXIT
002099     END-READ.
002100     ADD 1 TO IPB-RISQ-IN-COUNT.
002101 2500-EXIT.
002102     EXIT.
002103*****************************************************************
002104*    2600-RELEASE-REISSUE - ONE RETURNED PAYMENT TO PAY AGAIN
002105*****************************************************************
002106 2600-RELEASE-REISSUE.
002107     MOVE RISQ-CLAIM-NUMBER       TO SR10-CLAIM-NUMBER.
002108     MOVE RISQ-TRANSACTION-IND    TO SR10-TRANSACTION-IND.
002109     MOVE RISQ-INTERMEDIARY-NUM   TO SR10-INTERMED-NUM.
002110     MOVE ZERO                    TO SR10-TOTAL-CHARGES.
002111     MOVE RISQ-AMOUNT             TO SR10-REIMBURSEMENT.
002112     MOVE SPACE                   TO SR10-ZERO-PAY-IND.
002113     MOVE ZERO                    TO SR10-BENEFIT-YEAR.
002114     MOVE ZERO                    TO SR10-REPRICE-DATE.
002115     MOVE SPACES                  TO SR10-DELTA-ID.
002116     MOVE RISQ-ORIG-REF-NUM       TO SR10-ORIG-REF-NUM.
002117     SET SR10-FROM-REISSUE        TO TRUE.
002118     RELEASE SORT-RECORD.
002119     PERFORM 2500-READ-REISSUE THRU 2500-EXIT.
002120 2600-EXIT.
002121     EXIT.
002122*****************************************************************
002123*    3000-DISBURSE - OUTPUT PROCEDURE FOR THE SORT.  CLASSIC
002124*    TWO-FILE MERGE OF THE PAID-STATUS FILE AND THIS RUN'S
002125*    PAYMENTS, LOWEST KEY OUT FIRST, SO THE REWRITTEN
002126*    PAID-STATUS FILE STAYS IN ASCENDING KEY SEQUENCE.
002127*****************************************************************
002128 3000-DISBURSE.
002130     PERFORM 3200-RETURN-NEW THRU 3200-EXIT.
002140     PERFORM 3300-MERGE-ONE THRU 3300-EXIT
002150             UNTIL IPB-OLD-END-OF-FILE AND IPB-NEW-END-OF-FILE.
002440 3200-EXIT.
002450     EXIT.
002460*****************************************************************
002470*    3300-MERGE-ONE - WRITE THE LOWER KEY.  WHEN THE INCOMING
002480*    KEY IS LOWER OR EQUAL, THE BILL'S EXISTING PAID-STATUS
002490*    RECORDS (IF ANY) ARE CARRIED FORWARD FIRST AND NOTED,
002492*    THEN EVERY INCOMING RECORD FOR THE BILL IS APPLIED
002494*    AGAINST THEM.  A PAYMENT FOR A BILL ALREADY DISBURSED IS
002496*    SKIPPED AND REPORTED, NEVER PAID TWICE.
002500*****************************************************************
002510 3300-MERGE-ONE.
002520     IF IPB-OLD-KEY < IPB-NEW-KEY
002530         PERFORM 3400-COPY-OLD-PAID THRU 3400-EXIT
002540         PERFORM 3100-READ-OLD-PAID THRU 3100-EXIT
002550         GO TO 3300-EXIT
002560     END-IF.
002570     MOVE IPB-NEW-KEY TO IPB-GROUP-KEY.
002580     SET IPB-GROUP-NOT-PAID TO TRUE.
002590     MOVE ZERO TO IPB-GROUP-REF-NUM.
002600     MOVE ZERO TO IPB-GROUP-AMOUNT.
002610     MOVE ZERO TO IPB-GROUP-DELTA-COUNT.
002615     MOVE ZERO TO IPB-GROUP-RTN-COUNT.
002620     PERFORM 3350-COPY-OLD-GROUP THRU 3350-EXIT
002630             UNTIL IPB-OLD-KEY NOT = IPB-GROUP-KEY.
002640     PERFORM 3360-APPLY-NEW THRU 3360-EXIT
002650             UNTIL IPB-NEW-KEY NOT = IPB-GROUP-KEY.
002660 3300-EXIT.
002670     EXIT.
002671*****************************************************************
002672*    3350-COPY-OLD-GROUP - CARRY ONE OF THE BILL'S EXISTING
002673*    PAID-STATUS RECORDS FORWARD, NOTING WHETHER THE BILL HAS
002674*    BEEN DISBURSED, THE REPRICE DELTAS APPLIED TO IT, AND ANY
002675*    RETURNED PAYMENTS AND THEIR REISSUES
002676*****************************************************************
002677 3350-COPY-OLD-GROUP.
002678     EVALUATE TRUE
002679         WHEN PAID-ORIGINAL IN IPB-PAID-IN-RECORD
002680             SET IPB-GROUP-PAID TO TRUE
002681             MOVE PAID-REFERENCE-NUM IN IPB-PAID-IN-RECORD
002682                 TO IPB-GROUP-REF-NUM
002683             MOVE PAID-AMOUNT IN IPB-PAID-IN-RECORD
002684                 TO IPB-GROUP-AMOUNT
002685         WHEN PAID-REISSUE IN IPB-PAID-IN-RECORD
002686             PERFORM 3370-NOTE-REISSUE THRU 3370-EXIT
002687         WHEN OTHER
002688             PERFORM 3460-NOTE-OLD-DELTA THRU 3460-EXIT
002693     END-EVALUATE.
002694     IF PAID-RETURNED IN IPB-PAID-IN-RECORD
002695         PERFORM 3380-NOTE-RETURNED THRU 3380-EXIT
002696     END-IF.
002697     PERFORM 3400-COPY-OLD-PAID THRU 3400-EXIT.
002698     PERFORM 3100-READ-OLD-PAID THRU 3100-EXIT.
002699 3350-EXIT.
002700     EXIT.
002701*****************************************************************
002702*    3360-APPLY-NEW - ONE INCOMING PAYMENT, REPRICE DELTA OR
002703*    REISSUE FOR THE CURRENT BILL
002704*****************************************************************
002705 3360-APPLY-NEW.
002706     EVALUATE TRUE
002707         WHEN SR10-FROM-PAYFILE
002708             IF IPB-GROUP-PAID
002709                 PERFORM 3450-REPORT-ALREADY-PAID THRU 3450-EXIT
002710             ELSE
002711                 PERFORM 3500-DISBURSE-NEW THRU 3500-EXIT
002712             END-IF
002713         WHEN SR10-FROM-ADJPAY
002714             PERFORM 3800-APPLY-ADJUSTMENT THRU 3800-EXIT
002715         WHEN SR10-FROM-REISSUE
002716             PERFORM 3900-REISSUE-PAYMENT THRU 3900-EXIT
002717     END-EVALUATE.
002718     PERFORM 3200-RETURN-NEW THRU 3200-EXIT.
002719 3360-EXIT.
002720     EXIT.
002721*****************************************************************
002722*    3370-NOTE-REISSUE - THE RETURNED PAYMENT THIS REISSUE
002723*    REPLACED IS NO LONGER DUE
002724*****************************************************************
002725 3370-NOTE-REISSUE.
002726     IF IPB-GROUP-RTN-COUNT = ZERO
002727         GO TO 3370-EXIT
002728     END-IF.
002729     PERFORM 3375-CLEAR-ONE-RETURN THRU 3375-EXIT
002730             VARYING IPB-GROUP-RTN-SUB FROM 1 BY 1
002731             UNTIL IPB-GROUP-RTN-SUB > IPB-GROUP-RTN-COUNT.
002732 3370-EXIT.
002733     EXIT.
002734*****************************************************************
002735*    3375-CLEAR-ONE-RETURN
002736*****************************************************************
002737 3375-CLEAR-ONE-RETURN.
002738     IF GR-REFERENCE-NUM(IPB-GROUP-RTN-SUB) =
002739             PAID-ORIG-REF-NUM IN IPB-PAID-IN-RECORD
002740         MOVE 'Y' TO GR-REISSUED-SW(IPB-GROUP-RTN-SUB)
002741     END-IF.
002742 3375-EXIT.
002743     EXIT.
002744*****************************************************************
002745*    3380-NOTE-RETURNED
002746*****************************************************************
002747 3380-NOTE-RETURNED.
002748     IF IPB-GROUP-RTN-COUNT >= 20
002749         DISPLAY 'IPB320 - MORE THAN 20 RETURNS ON ONE BILL'
002750         DISPLAY 'IPB320 - ABENDING - CHECK PAIDIN FOR '
002751             PAID-CLAIM-NUMBER IN IPB-PAID-IN-RECORD
002752         STOP RUN
002753     END-IF.
002754     ADD 1 TO IPB-GROUP-RTN-COUNT.
002755     MOVE PAID-REFERENCE-NUM IN IPB-PAID-IN-RECORD
002756         TO GR-REFERENCE-NUM(IPB-GROUP-RTN-COUNT).
002757     MOVE 'N' TO GR-REISSUED-SW(IPB-GROUP-RTN-COUNT).
002758 3380-EXIT.
002759     EXIT.
002760*****************************************************************
002761*    3400-COPY-OLD-PAID - CARRY AN EXISTING PAID-STATUS
002762*    RECORD UNCHANGED
002763*****************************************************************
002764 3400-COPY-OLD-PAID.
002765     WRITE IPB-PAID-STATUS-RECORD FROM IPB-PAID-IN-RECORD.
002766     ADD 1 TO IPB-PAID-OUT-COUNT.
002767 3400-EXIT.
002768     EXIT.
002770*****************************************************************
002780*    3450-REPORT-ALREADY-PAID - REGISTER LINE FOR A BILL THE
002790*    PAID-STATUS FILE SHOWS AS ALREADY DISBURSED
002820     MOVE SR10-CLAIM-NUMBER    TO DL-CLAIM-NUMBER.
002830     MOVE SR10-TRANSACTION-IND TO DL-TRANSACTION-IND.
002840     MOVE SR10-INTERMED-NUM    TO DL-INTERMED-NUM.
002850     MOVE IPB-GROUP-REF-NUM    TO DL-REFERENCE-NUM.
002870     MOVE IPB-GROUP-AMOUNT     TO DL-PAYMENT-AMOUNT.
002890     MOVE 'ALREADY PAID - SKIPPED'  TO DL-STATUS.
002900     WRITE REPORT-RECORD FROM IPB-DETAIL-LINE.
002910     ADD 1 TO IPB-ALREADY-PAID-COUNT.
002920 3450-EXIT.
002930     EXIT.
002931*****************************************************************
002932*    3460-NOTE-OLD-DELTA - A SUPPLEMENTAL OR RECEIVABLE RECORD
002933*    ALREADY ON THE PAID-STATUS FILE: ITS DELTA HAS BEEN APPLIED
002934*****************************************************************
002935 3460-NOTE-OLD-DELTA.
002936     MOVE PAID-ADJ-DATE IN IPB-PAID-IN-RECORD
002937         TO IPB-NOTE-ADJ-DATE.
002938     MOVE PAID-DELTA-ID IN IPB-PAID-IN-RECORD
002939         TO IPB-NOTE-DELTA-ID.
002940     PERFORM 3490-ADD-DELTA THRU 3490-EXIT.
002941 3460-EXIT.
002942     EXIT.
002943*****************************************************************
002944*    3470-CHECK-NEW-DELTA - HAS THE INCOMING DELTA (SAME
002945*    REPRICE DATE AND SAME DELTA ID) ALREADY BEEN APPLIED TO
002946*    THE BILL?  IF NOT, IT IS NOTED AS APPLIED FROM HERE ON.
002947*****************************************************************
002948 3470-CHECK-NEW-DELTA.
002949     MOVE SR10-REPRICE-DATE TO IPB-NOTE-ADJ-DATE.
002950     MOVE SR10-DELTA-ID     TO IPB-NOTE-DELTA-ID.
002951     MOVE 'N' TO IPB-DELTA-FOUND-SW.
002952     MOVE 1   TO IPB-GROUP-DELTA-SUB.
002953     PERFORM 3480-SEARCH-DELTA THRU 3480-EXIT
002954             UNTIL IPB-DELTA-FOUND
002955             OR IPB-GROUP-DELTA-SUB > IPB-GROUP-DELTA-COUNT.
002956     IF NOT IPB-DELTA-FOUND
002957         PERFORM 3490-ADD-DELTA THRU 3490-EXIT
002958     END-IF.
002959 3470-EXIT.
002960     EXIT.
002961*****************************************************************
002962*    3480-SEARCH-DELTA
002963*****************************************************************
002964 3480-SEARCH-DELTA.
002965     IF GD-ADJ-DATE(IPB-GROUP-DELTA-SUB) = IPB-NOTE-ADJ-DATE
002966         AND GD-DELTA-ID(IPB-GROUP-DELTA-SUB) = IPB-NOTE-DELTA-ID
002967         SET IPB-DELTA-FOUND TO TRUE
002968     ELSE
002969         ADD 1 TO IPB-GROUP-DELTA-SUB
002970     END-IF.
002971 3480-EXIT.
002972     EXIT.
002973*****************************************************************
002974*    3490-ADD-DELTA
002975*****************************************************************
002976 3490-ADD-DELTA.
002977     IF IPB-GROUP-DELTA-COUNT >= 50
002978         DISPLAY 'IPB320 - MORE THAN 50 DELTAS ON ONE BILL'
002979         DISPLAY 'IPB320 - ABENDING - CHECK PAIDIN FOR '
002980             IPB-GROUP-KEY
002981         STOP RUN
002982     END-IF.
002983     ADD 1 TO IPB-GROUP-DELTA-COUNT.
002984     MOVE IPB-NOTE-ADJ-DATE
002985         TO GD-ADJ-DATE(IPB-GROUP-DELTA-COUNT).
002986     MOVE IPB-NOTE-DELTA-ID
002987         TO GD-DELTA-ID(IPB-GROUP-DELTA-COUNT).
002988 3490-EXIT.
002989     EXIT.
002990*****************************************************************
002991*    3500-DISBURSE-NEW - ONE NEW PAYMENT.  ZERO-PAY BILLS ARE
002992*    REPORTED AND DROPPED; PAYABLE BILLS GET A REFERENCE
002993*    NUMBER, AN EFT DETAIL RECORD, AND A PAID-STATUS RECORD.
002994*****************************************************************
002995 3500-DISBURSE-NEW.
003000     IF SR10-ZERO-PAY-IND NOT = SPACE
003010         OR SR10-REIMBURSEMENT = ZERO
003020         MOVE SR10-CLAIM-NUMBER    TO DL-CLAIM-NUMBER
003090         ADD 1 TO IPB-ZERO-SKIP-COUNT
003100         GO TO 3500-EXIT
003110     END-IF.
003120     MOVE SPACE                TO IPB-PAYMENT-TYPE.
003130     MOVE SR10-REIMBURSEMENT   TO IPB-PAYMENT-AMT.
003140     PERFORM 3550-ISSUE-PAYMENT THRU 3550-EXIT.
003150     SET IPB-GROUP-PAID TO TRUE.
003160     MOVE IPB-REFERENCE-NUM    TO IPB-GROUP-REF-NUM.
003170     MOVE SR10-REIMBURSEMENT   TO IPB-GROUP-AMOUNT.
003350     ADD 1 TO IPB-DISBURSED-COUNT.
003360     ADD SR10-REIMBURSEMENT TO IPB-DISBURSED-TOTAL.
003370     ADD SR10-TOTAL-CHARGES TO IPB-OUT-CHARGE-HASH.
003440     WRITE REPORT-RECORD FROM IPB-DETAIL-LINE.
003450 3500-EXIT.
003460     EXIT.
003461*****************************************************************
003462*    3550-ISSUE-PAYMENT - REFERENCE NUMBER, EFT DETAIL RECORD
003463*    AND PAID-STATUS RECORD FOR IPB-PAYMENT-AMT ON THE
003464*    CURRENT BILL.  THE CALLER SETS THE PAYMENT TYPE.
003465*****************************************************************
003466 3550-ISSUE-PAYMENT.
003467     PERFORM 3600-FIND-SLOT THRU 3600-EXIT.
003468     ADD 1 TO IPB-REF-SEQ.
003469     COMPUTE IPB-REFERENCE-NUM =
003470         IPB-RUN-DATE * 10000000 + IPB-REF-SEQ.
003471     MOVE SPACES TO IPB-EFT-RECORD.
003472     SET EFT-DETAIL TO TRUE.
003473     MOVE SR10-CLAIM-NUMBER    TO EFD-CLAIM-NUMBER.
003474     MOVE SR10-TRANSACTION-IND TO EFD-TRANSACTION-IND.
003475     MOVE IPB-REFERENCE-NUM    TO EFD-REFERENCE-NUM.
003476     MOVE IPB-PAYMENT-AMT      TO EFD-PAYMENT-AMOUNT.
003477     MOVE IPB-RUN-DATE         TO EFD-PAYMENT-DATE.
003478     PERFORM 3700-WRITE-EFT THRU 3700-EXIT.
003479     ADD 1                   TO ES-PAYMENT-COUNT(IPB-EFT-SUB).
003480     ADD IPB-PAYMENT-AMT     TO ES-PAYMENT-TOTAL(IPB-EFT-SUB).
003481     PERFORM 3580-WRITE-PAID THRU 3580-EXIT.
003482 3550-EXIT.
003483     EXIT.
003484*****************************************************************
003485*    3580-WRITE-PAID - ONE NEW PAID-STATUS RECORD FOR THE
003486*    CURRENT BILL, CARRYING IPB-REFERENCE-NUM (ZERO WHEN NO
003487*    MONEY MOVED) AND THE DELTA'S REPRICE DATE AND DELTA ID
003488*****************************************************************
003489 3580-WRITE-PAID.
003490     MOVE SPACES TO IPB-PAID-STATUS-RECORD.
003491     MOVE SR10-CLAIM-NUMBER
003492         TO PAID-CLAIM-NUMBER IN IPB-PAID-STATUS-RECORD.
003493     MOVE SR10-TRANSACTION-IND
003494         TO PAID-TRANSACTION-IND IN IPB-PAID-STATUS-RECORD.
003495     MOVE IPB-REFERENCE-NUM
003496         TO PAID-REFERENCE-NUM IN IPB-PAID-STATUS-RECORD.
003497     MOVE IPB-RUN-DATE TO PAID-DATE IN IPB-PAID-STATUS-RECORD.
003498     MOVE ZERO TO PAID-RETURN-DATE IN IPB-PAID-STATUS-RECORD.
003499     MOVE IPB-PAYMENT-AMT
003500         TO PAID-AMOUNT IN IPB-PAID-STATUS-RECORD.
003501     MOVE SR10-INTERMED-NUM
003502         TO PAID-INTERMEDIARY-NUM IN IPB-PAID-STATUS-RECORD.
003503     MOVE IPB-PAYMENT-TYPE
003504         TO PAID-PAYMENT-TYPE IN IPB-PAID-STATUS-RECORD.
003505     MOVE SR10-REPRICE-DATE
003506         TO PAID-ADJ-DATE IN IPB-PAID-STATUS-RECORD.
003507     MOVE SR10-DELTA-ID
003508         TO PAID-DELTA-ID IN IPB-PAID-STATUS-RECORD.
003509     MOVE SR10-ORIG-REF-NUM
003510         TO PAID-ORIG-REF-NUM IN IPB-PAID-STATUS-RECORD.
003511     WRITE IPB-PAID-STATUS-RECORD.
003512     ADD 1 TO IPB-PAID-OUT-COUNT.
003513 3580-EXIT.
003514     EXIT.
003515*****************************************************************
003516*    3800-APPLY-ADJUSTMENT - ONE REPRICE DELTA FROM IPB340.
003517*    ONLY A BILL ALREADY DISBURSED CAN BE ADJUSTED, AND A
003518*    DELTA WITH THE REPRICE DATE AND DELTA ID OF ONE ALREADY
003519*    APPLIED IS A REPEAT.  A POSITIVE DELTA IS PAID AS A
003520*    SUPPLEMENTAL PAYMENT; A NEGATIVE ONE OPENS A RECEIVABLE.
003521*****************************************************************
003522 3800-APPLY-ADJUSTMENT.
003523     MOVE SR10-CLAIM-NUMBER    TO DL-CLAIM-NUMBER.
003524     MOVE SR10-TRANSACTION-IND TO DL-TRANSACTION-IND.
003525     MOVE SR10-INTERMED-NUM    TO DL-INTERMED-NUM.
003526     MOVE ZERO                 TO DL-REFERENCE-NUM.
003527     MOVE SR10-REIMBURSEMENT   TO DL-PAYMENT-AMOUNT.
003528     IF IPB-GROUP-NOT-PAID
003529         MOVE 'ADJ - BILL NOT PAID' TO DL-STATUS
003530         GO TO 3800-SKIP
003531     END-IF.
003532     PERFORM 3470-CHECK-NEW-DELTA THRU 3470-EXIT.
003533     IF IPB-DELTA-FOUND
003534         MOVE 'ADJ ALREADY APPLIED' TO DL-STATUS
003535         GO TO 3800-SKIP
003536     END-IF.
003537     IF SR10-REIMBURSEMENT = ZERO
003538         MOVE 'ADJ - NO AMOUNT CHANGE' TO DL-STATUS
003539         GO TO 3800-SKIP
003540     END-IF.
003541     IF SR10-REIMBURSEMENT > ZERO
003542         PERFORM 3850-PAY-SUPPLEMENTAL THRU 3850-EXIT
003543     ELSE
003544         PERFORM 3870-BOOK-RECEIVABLE THRU 3870-EXIT
003545     END-IF.
003546     GO TO 3800-EXIT.
003547 3800-SKIP.
003548     WRITE REPORT-RECORD FROM IPB-DETAIL-LINE.
003549     ADD 1 TO IPB-ADJ-SKIP-COUNT.
003550 3800-EXIT.
003551     EXIT.
003552*****************************************************************
003553*    3850-PAY-SUPPLEMENTAL - RELEASE A POSITIVE DELTA AS A
003554*    PAYMENT IN ITS OWN RIGHT ON THE INTERMEDIARY'S EFT FILE
003555*****************************************************************
003556 3850-PAY-SUPPLEMENTAL.
003557     MOVE 'S'                  TO IPB-PAYMENT-TYPE.
003558     MOVE SR10-REIMBURSEMENT   TO IPB-PAYMENT-AMT.
003559     PERFORM 3550-ISSUE-PAYMENT THRU 3550-EXIT.
003560     ADD 1 TO IPB-SUPP-COUNT.
003561     ADD SR10-REIMBURSEMENT TO IPB-SUPP-TOTAL.
003562     MOVE IPB-REFERENCE-NUM    TO DL-REFERENCE-NUM.
003563     MOVE 'SUPPLEMENTAL PAYMENT' TO DL-STATUS.
003564     WRITE REPORT-RECORD FROM IPB-DETAIL-LINE.
003565 3850-EXIT.
003566     EXIT.
003567*****************************************************************
003568*    3870-BOOK-RECEIVABLE - NOTE A NEGATIVE DELTA ON THE
003569*    PAID-STATUS FILE (NO MONEY MOVES, SO NO REFERENCE NUMBER)
003570*    AND HOLD IT FOR POSTING TO THE RECEIVABLE MASTER ONCE
003571*    ALL PAYMENTS HAVE BEEN ASSIGNED TO THEIR EFT FILES
003572*****************************************************************
003573 3870-BOOK-RECEIVABLE.
003574     IF IPB-NEWR-COUNT >= 5000
003575         DISPLAY 'IPB320 - NEW RECEIVABLE TABLE FULL (5000)'
003576         DISPLAY 'IPB320 - ABENDING - ENLARGE IPB-NEW-RCVB-TABLE'
003577         STOP RUN
003578     END-IF.
003579     MOVE 'R'                  TO IPB-PAYMENT-TYPE.
003580     MOVE SR10-REIMBURSEMENT   TO IPB-PAYMENT-AMT.
003581     MOVE ZERO                 TO IPB-REFERENCE-NUM.
003582     PERFORM 3580-WRITE-PAID THRU 3580-EXIT.
003583     ADD 1 TO IPB-NEWR-COUNT.
003584     SET IPB-NEWR-IDX TO IPB-NEWR-COUNT.
003585     MOVE SR10-INTERMED-NUM    TO NR-INTERMED-NUM(IPB-NEWR-IDX).
003586     MOVE SR10-CLAIM-NUMBER    TO NR-CLAIM-NUMBER(IPB-NEWR-IDX).
003587     MOVE SR10-TRANSACTION-IND
003588         TO NR-TRANSACTION-IND(IPB-NEWR-IDX).
003589     MOVE SR10-BENEFIT-YEAR    TO NR-BENEFIT-YEAR(IPB-NEWR-IDX).
003590     MOVE SR10-REPRICE-DATE    TO NR-ADJ-DATE(IPB-NEWR-IDX).
003591     COMPUTE NR-AMOUNT(IPB-NEWR-IDX) = 0 - SR10-REIMBURSEMENT.
003592     MOVE 'RECEIVABLE OPENED'  TO DL-STATUS.
003593     WRITE REPORT-RECORD FROM IPB-DETAIL-LINE.
003594 3870-EXIT.
003595     EXIT.
003596*****************************************************************
003597*    3900-REISSUE-PAYMENT - PAY A RETURNED PAYMENT AGAIN.  IT
003598*    MUST BE ON THE BILL AS RETURNED AND NOT YET REISSUED;
003599*    OTHERWISE THE QUEUE ENTRY IS STALE AND IS SKIPPED.
003600*****************************************************************
003601 3900-REISSUE-PAYMENT.
003602     MOVE SR10-CLAIM-NUMBER    TO DL-CLAIM-NUMBER.
003603     MOVE SR10-TRANSACTION-IND TO DL-TRANSACTION-IND.
003604     MOVE SR10-INTERMED-NUM    TO DL-INTERMED-NUM.
003605     MOVE SR10-ORIG-REF-NUM    TO DL-REFERENCE-NUM.
003606     MOVE SR10-REIMBURSEMENT   TO DL-PAYMENT-AMOUNT.
003607     MOVE 'N' TO IPB-RTN-FOUND-SW.
003608     MOVE 1   TO IPB-GROUP-RTN-SUB.
003609     PERFORM 3950-SEARCH-RETURN THRU 3950-EXIT
003610             UNTIL IPB-RTN-FOUND
003611             OR IPB-GROUP-RTN-SUB > IPB-GROUP-RTN-COUNT.
003612     IF NOT IPB-RTN-FOUND
003613         MOVE 'REISSUE NOT DUE' TO DL-STATUS
003614         WRITE REPORT-RECORD FROM IPB-DETAIL-LINE
003615         ADD 1 TO IPB-RISQ-SKIP-COUNT
003616         GO TO 3900-EXIT
003617     END-IF.
003618     MOVE 'I'                  TO IPB-PAYMENT-TYPE.
003619     MOVE SR10-REIMBURSEMENT   TO IPB-PAYMENT-AMT.
003620     PERFORM 3550-ISSUE-PAYMENT THRU 3550-EXIT.
003621     MOVE 'Y' TO GR-REISSUED-SW(IPB-GROUP-RTN-SUB).
003622     ADD 1 TO IPB-REISSUE-COUNT.
003623     ADD SR10-REIMBURSEMENT TO IPB-REISSUE-TOTAL.
003624     MOVE IPB-REFERENCE-NUM    TO DL-REFERENCE-NUM.
003625     MOVE 'REISSUED'           TO DL-STATUS.
003626     WRITE REPORT-RECORD FROM IPB-DETAIL-LINE.
003627 3900-EXIT.
003628     EXIT.
003629*****************************************************************
003630*    3950-SEARCH-RETURN
003631*****************************************************************
003632 3950-SEARCH-RETURN.
003633     IF GR-REFERENCE-NUM(IPB-GROUP-RTN-SUB) = SR10-ORIG-REF-NUM
003634         AND NOT GR-REISSUED(IPB-GROUP-RTN-SUB)
003635         SET IPB-RTN-FOUND TO TRUE
003636     ELSE
003637         ADD 1 TO IPB-GROUP-RTN-SUB
003638     END-IF.
003639 3950-EXIT.
003640     EXIT.
003641*****************************************************************
003642*    3600-FIND-SLOT - FILE SLOT ASSIGNED TO THE PAYMENT'S
003643*    INTERMEDIARY, ASSIGNING THE NEXT FREE ONE (AND WRITING
003644*    ITS HEADER) ON FIRST USE.  MORE THAN FIVE INTERMEDIARIES
003645*    IN ONE RUN IS A HARD STOP, AS IN IPB150.
003646*****************************************************************
003647 3600-FIND-SLOT.
003648     MOVE 'N' TO IPB-SLOT-FOUND-SW.
003649     MOVE 1   TO IPB-SLOT-SUB.
003650     PERFORM 3650-SEARCH-SLOT THRU 3650-EXIT
003651             UNTIL IPB-SLOT-FOUND
003652             OR IPB-SLOT-SUB > IPB-EFT-USED-COUNT.
003653     IF IPB-SLOT-FOUND
003654         MOVE IPB-SLOT-SUB TO IPB-EFT-SUB
003655         GO TO 3600-EXIT
003656     END-IF.
003657     IF IPB-EFT-USED-COUNT >= 5
003658         DISPLAY 'IPB320 - MORE THAN 5 INTERMEDIARIES IN RUN'
003659         DISPLAY 'IPB320 - ABENDING - ADD EFT FILES'
003660         STOP RUN
003670     END-IF.
003680     ADD 1 TO IPB-EFT-USED-COUNT.
003700     MOVE SR10-INTERMED-NUM  TO ES-INTERMED-NUM(IPB-EFT-SUB).
003710     MOVE ZERO TO ES-PAYMENT-COUNT(IPB-EFT-SUB).
003720     MOVE ZERO TO ES-PAYMENT-TOTAL(IPB-EFT-SUB).
003723     MOVE ZERO TO ES-RECOUP-COUNT(IPB-EFT-SUB).
003726     MOVE ZERO TO ES-RECOUP-TOTAL(IPB-EFT-SUB).
003730     MOVE SPACES TO IPB-EFT-RECORD.
003740     SET EFT-HEADER TO TRUE.
003750     MOVE SR10-INTERMED-NUM TO EFH-INTERMEDIARY-NUM.
004020     END-EVALUATE.
004030 3700-EXIT.
004040     EXIT.
004041*****************************************************************
004042*    3750-RECORD-RECOUPMENT - COUNT A BALANCE WITHHELD FROM AN
004043*    EFT FILE AND WRITE IT TO CASHOFF, SO THE GENERAL LEDGER
004044*    INTERFACE JOURNALS THE CASH THE FILE ACTUALLY MOVES
004045*****************************************************************
004046 3750-RECORD-RECOUPMENT.
004047     ADD 1              TO IPB-RECOUP-COUNT.
004048     ADD IPB-RECOUP-AMT TO IPB-RECOUP-TOTAL.
004049     MOVE SPACES TO IPB-CASH-OFFSET-RECORD.
004050     SET CSHO-RECOUPMENT TO TRUE.
004051     MOVE IPB-RUN-DATE      TO CSHO-CYCLE-DATE.
004052     MOVE RCVB-CLAIM-NUMBER IN IPB-RECEIVABLE-RECORD
004053         TO CSHO-CLAIM-NUMBER.
004054     MOVE RCVB-TRANSACTION-IND IN IPB-RECEIVABLE-RECORD
004055         TO CSHO-TRANSACTION-IND.
004056     MOVE RCVB-INTERMEDIARY-NUM IN IPB-RECEIVABLE-RECORD
004057         TO CSHO-INTERMEDIARY-NUM.
004058     MOVE RCVB-BENEFIT-YEAR IN IPB-RECEIVABLE-RECORD
004059         TO CSHO-BENEFIT-YEAR.
004060     MOVE IPB-REFERENCE-NUM TO CSHO-REFERENCE-NUM.
004061     MOVE IPB-RECOUP-AMT    TO CSHO-AMOUNT.
004062     WRITE IPB-CASH-OFFSET-RECORD.
004063 3750-EXIT.
004064     EXIT.
004065*****************************************************************
004066*    4000-FINISH-EFT - CONTROL-TOTAL TRAILER FOR EVERY EFT
004070*    FILE USED, THE PER-INTERMEDIARY REGISTER TOTALS, AND
004080*    THE CLOSING GRAND TOTAL BLOCK
004090*****************************************************************
004200     WRITE REPORT-RECORD FROM IPB-GRAND-TOTAL-LINE.
004210     MOVE IPB-ALREADY-PAID-COUNT TO SK-SKIPPED-COUNT.
004220     WRITE REPORT-RECORD FROM IPB-SKIPPED-LINE.
004221     MOVE IPB-SUPP-COUNT      TO SP-PAYMENT-COUNT.
004222     MOVE IPB-SUPP-TOTAL      TO SP-PAYMENT-TOTAL.
004223     WRITE REPORT-RECORD FROM IPB-SUPP-TOTAL-LINE.
004224     MOVE IPB-RECOUP-COUNT    TO RC-RECOUP-COUNT.
004225     MOVE IPB-RECOUP-TOTAL    TO RC-RECOUP-TOTAL.
004226     WRITE REPORT-RECORD FROM IPB-RECOUP-TOTAL-LINE.
004227     MOVE IPB-NET-COUNT       TO NT-RECORD-COUNT.
004228     MOVE IPB-NET-TOTAL       TO NT-PAYMENT-TOTAL.
004229     WRITE REPORT-RECORD FROM IPB-NET-TOTAL-LINE.
004230     MOVE IPB-ADJ-SKIP-COUNT  TO AK-SKIPPED-COUNT.
004231     WRITE REPORT-RECORD FROM IPB-ADJ-SKIPPED-LINE.
004232     MOVE IPB-REISSUE-COUNT   TO RI-PAYMENT-COUNT.
004233     MOVE IPB-REISSUE-TOTAL   TO RI-PAYMENT-TOTAL.
004234     WRITE REPORT-RECORD FROM IPB-REISSUE-TOTAL-LINE.
004235     MOVE IPB-RISQ-SKIP-COUNT TO RQ-SKIPPED-COUNT.
004236     WRITE REPORT-RECORD FROM IPB-REISSUE-SKIPPED-LINE.
004237 4000-EXIT.
004240     EXIT.
004250*****************************************************************
004260*    4100-FINISH-ONE-SLOT
004350     MOVE ES-PAYMENT-COUNT(IPB-EFT-SUB) TO IT-PAYMENT-COUNT.
004360     MOVE ES-PAYMENT-TOTAL(IPB-EFT-SUB) TO IT-PAYMENT-TOTAL.
004370     WRITE REPORT-RECORD FROM IPB-INTERMED-TOTAL-LINE.
004373     ADD ES-PAYMENT-COUNT(IPB-EFT-SUB) TO IPB-NET-COUNT.
004376     ADD ES-PAYMENT-TOTAL(IPB-EFT-SUB) TO IPB-NET-TOTAL.
004380 4100-EXIT.
004390     EXIT.
004391*****************************************************************
004392*    5000-RELEASE-RCVB - INPUT PROCEDURE FOR THE RECEIVABLE
004393*    SORT.  THIS RUN'S NEW RECEIVABLES, IN RECEIVABLE KEY
004394*    ORDER RATHER THAN BILL ORDER.
004395*****************************************************************
004396 5000-RELEASE-RCVB.
004397     IF IPB-NEWR-COUNT = ZERO
004398         GO TO 5000-EXIT
004399     END-IF.
004400     PERFORM 5100-RELEASE-ONE-RCVB THRU 5100-EXIT
004401             VARYING IPB-NEWR-IDX FROM 1 BY 1
004402             UNTIL IPB-NEWR-IDX > IPB-NEWR-COUNT.
004403 5000-EXIT.
004404     EXIT.
004405*****************************************************************
004406*    5100-RELEASE-ONE-RCVB
004407*****************************************************************
004408 5100-RELEASE-ONE-RCVB.
004409     MOVE NR-INTERMED-NUM(IPB-NEWR-IDX)    TO SR14-INTERMED-NUM.
004410     MOVE NR-CLAIM-NUMBER(IPB-NEWR-IDX)    TO SR14-CLAIM-NUMBER.
004411     MOVE NR-TRANSACTION-IND(IPB-NEWR-IDX)
004412         TO SR14-TRANSACTION-IND.
004413     MOVE NR-BENEFIT-YEAR(IPB-NEWR-IDX)    TO SR14-BENEFIT-YEAR.
004414     MOVE NR-ADJ-DATE(IPB-NEWR-IDX)        TO SR14-ADJ-DATE.
004415     MOVE NR-AMOUNT(IPB-NEWR-IDX)          TO SR14-AMOUNT.
004416     RELEASE RCVB-SORT-RECORD.
004417 5100-EXIT.
004418     EXIT.
004419*****************************************************************
004420*    6000-POST-RECEIVABLES - OUTPUT PROCEDURE FOR THE
004421*    RECEIVABLE SORT.  TWO-FILE MERGE OF THE RECEIVABLE MASTER
004422*    AND THIS RUN'S NEW RECEIVABLES.  EVERY OPEN BALANCE IS
004423*    THEN RECOUPED, AS FAR AS IT WILL GO, FROM THE
004424*    INTERMEDIARY'S EFT TOTAL FOR THIS RUN.
004425*****************************************************************
004426 6000-POST-RECEIVABLES.
004427     PERFORM 6100-READ-OLD-RCVB THRU 6100-EXIT.
004428     PERFORM 6200-RETURN-NEW-RCVB THRU 6200-EXIT.
004429     PERFORM 6300-POST-ONE THRU 6300-EXIT
004430             UNTIL IPB-RCVB-END-OF-FILE AND IPB-NEWR-END-OF-FILE.
004431 6000-EXIT.
004432     EXIT.
004433*****************************************************************
004434*    6100-READ-OLD-RCVB
004435*****************************************************************
004436 6100-READ-OLD-RCVB.
004437     READ RCVB-IN-FILE
004438         AT END
004439             SET IPB-RCVB-END-OF-FILE TO TRUE
004440             MOVE HIGH-VALUES TO IPB-RCVB-OLD-KEY
004441             GO TO 6100-EXIT
004442     END-READ.
004443     ADD 1 TO IPB-RCVB-IN-COUNT.
004444     MOVE RCVB-KEY IN IPB-RCVB-IN-RECORD TO IPB-RCVB-OLD-KEY.
004445 6100-EXIT.
004446     EXIT.
004447*****************************************************************
004448*    6200-RETURN-NEW-RCVB
004449*****************************************************************
004450 6200-RETURN-NEW-RCVB.
004451     RETURN RCVB-SORT-FILE
004452         AT END
004453             SET IPB-NEWR-END-OF-FILE TO TRUE
004454             MOVE HIGH-VALUES TO IPB-RCVB-NEW-KEY
004455             GO TO 6200-EXIT
004456     END-RETURN.
004457     MOVE SR14-KEY TO IPB-RCVB-NEW-KEY.
004458 6200-EXIT.
004459     EXIT.
004460*****************************************************************
004461*    6300-POST-ONE - TAKE THE LOWER KEY.  A NEW RECEIVABLE
004462*    FOR A BILL ALREADY ON THE MASTER IS ADDED TO ITS RECORD;
004463*    OTHERWISE A RECORD IS STARTED FOR IT.
004464*****************************************************************
004465 6300-POST-ONE.
004466     MOVE SPACES TO IPB-RCVB-ACTION.
004467     IF IPB-RCVB-OLD-KEY NOT > IPB-RCVB-NEW-KEY
004468         MOVE IPB-RCVB-IN-RECORD TO IPB-RECEIVABLE-RECORD
004469         PERFORM 6100-READ-OLD-RCVB THRU 6100-EXIT
004470     ELSE
004471         MOVE SPACES TO IPB-RECEIVABLE-RECORD
004472         MOVE SR14-KEY             TO RCVB-KEY
004473                                      IN IPB-RECEIVABLE-RECORD
004474         MOVE SR14-BENEFIT-YEAR    TO RCVB-BENEFIT-YEAR
004475                                      IN IPB-RECEIVABLE-RECORD
004476         MOVE IPB-RUN-DATE         TO RCVB-OPEN-DATE
004477                                      IN IPB-RECEIVABLE-RECORD
004478         MOVE ZERO TO RCVB-ADJ-DATE IN IPB-RECEIVABLE-RECORD
004479         MOVE ZERO TO RCVB-ORIGINAL-AMOUNT
004480                                      IN IPB-RECEIVABLE-RECORD
004481         MOVE ZERO TO RCVB-RECOUPED-AMOUNT
004482                                      IN IPB-RECEIVABLE-RECORD
004483         MOVE ZERO TO RCVB-BALANCE IN IPB-RECEIVABLE-RECORD
004484         MOVE ZERO TO RCVB-LAST-RECOUP-DATE
004485                                      IN IPB-RECEIVABLE-RECORD
004486         MOVE ZERO TO RCVB-LAST-RECOUP-AMT
004487                                      IN IPB-RECEIVABLE-RECORD
004488         SET RCVB-OPEN IN IPB-RECEIVABLE-RECORD TO TRUE
004489     END-IF.
004490     PERFORM 6400-ADD-NEW-RCVB THRU 6400-EXIT
004491             UNTIL IPB-RCVB-NEW-KEY NOT =
004492                   RCVB-KEY IN IPB-RECEIVABLE-RECORD.
004493     MOVE ZERO TO IPB-RECOUP-AMT.
004494     PERFORM 6500-RECOUP-ONE THRU 6500-EXIT.
004495     PERFORM 6600-REGISTER-ONE THRU 6600-EXIT.
004496     WRITE IPB-RECEIVABLE-RECORD.
004497     ADD 1 TO IPB-RCVB-OUT-COUNT.
004498 6300-EXIT.
004499     EXIT.
004500*****************************************************************
004501*    6400-ADD-NEW-RCVB - ONE NEW RECEIVABLE AMOUNT.  A CLOSED
004502*    RECEIVABLE IS REOPENED AND AGES FROM TODAY.
004503*****************************************************************
004504 6400-ADD-NEW-RCVB.
004505     IF RCVB-CLOSED IN IPB-RECEIVABLE-RECORD
004506         SET RCVB-OPEN IN IPB-RECEIVABLE-RECORD TO TRUE
004507         MOVE IPB-RUN-DATE TO RCVB-OPEN-DATE
004508                              IN IPB-RECEIVABLE-RECORD
004509     END-IF.
004510     IF RCVB-ORIGINAL-AMOUNT IN IPB-RECEIVABLE-RECORD = ZERO
004511         MOVE 'OPENED'           TO IPB-RCVB-ACTION
004512     ELSE
004513         MOVE 'ADDED TO BALANCE' TO IPB-RCVB-ACTION
004514     END-IF.
004515     ADD SR14-AMOUNT TO RCVB-ORIGINAL-AMOUNT
004516                        IN IPB-RECEIVABLE-RECORD.
004517     ADD SR14-AMOUNT TO RCVB-BALANCE IN IPB-RECEIVABLE-RECORD.
004518     MOVE SR14-ADJ-DATE TO RCVB-ADJ-DATE IN IPB-RECEIVABLE-RECORD.
004519     ADD 1 TO IPB-RCVB-OPENED-COUNT.
004520     ADD SR14-AMOUNT TO IPB-RCVB-OPENED-TOTAL.
004521     PERFORM 6200-RETURN-NEW-RCVB THRU 6200-EXIT.
004522 6400-EXIT.
004523     EXIT.
004524*****************************************************************
004525*    6500-RECOUP-ONE - WITHHOLD AN OPEN BALANCE FROM THE
004526*    INTERMEDIARY'S EFT FILE FOR THIS RUN AS A NEGATIVE DETAIL
004527*    RECORD, NEVER TAKING THE FILE TOTAL BELOW ZERO.  A
004528*    BALANCE THE RUN CANNOT COVER STAYS OPEN FOR THE NEXT RUN.
004529*****************************************************************
004530 6500-RECOUP-ONE.
004531     IF NOT RCVB-OPEN IN IPB-RECEIVABLE-RECORD
004532         OR RCVB-BALANCE IN IPB-RECEIVABLE-RECORD NOT > ZERO
004533         GO TO 6500-EXIT
004534     END-IF.
004535     MOVE 'N' TO IPB-SLOT-FOUND-SW.
004536     MOVE 1   TO IPB-SLOT-SUB.
004537     PERFORM 6550-SEARCH-RCVB-SLOT THRU 6550-EXIT
004538             UNTIL IPB-SLOT-FOUND
004539             OR IPB-SLOT-SUB > IPB-EFT-USED-COUNT.
004540     IF NOT IPB-SLOT-FOUND
004541         GO TO 6500-EXIT
004542     END-IF.
004543     MOVE IPB-SLOT-SUB TO IPB-EFT-SUB.
004544     IF ES-PAYMENT-TOTAL(IPB-EFT-SUB) NOT > ZERO
004545         GO TO 6500-EXIT
004546     END-IF.
004547     IF RCVB-BALANCE IN IPB-RECEIVABLE-RECORD
004548             > ES-PAYMENT-TOTAL(IPB-EFT-SUB)
004549         MOVE ES-PAYMENT-TOTAL(IPB-EFT-SUB) TO IPB-RECOUP-AMT
004550     ELSE
004551         MOVE RCVB-BALANCE IN IPB-RECEIVABLE-RECORD
004552             TO IPB-RECOUP-AMT
004553     END-IF.
004554     ADD 1 TO IPB-REF-SEQ.
004555     COMPUTE IPB-REFERENCE-NUM =
004556         IPB-RUN-DATE * 10000000 + IPB-REF-SEQ.
004557     MOVE SPACES TO IPB-EFT-RECORD.
004558     SET EFT-DETAIL TO TRUE.
004559     MOVE RCVB-CLAIM-NUMBER IN IPB-RECEIVABLE-RECORD
004560         TO EFD-CLAIM-NUMBER.
004561     MOVE RCVB-TRANSACTION-IND IN IPB-RECEIVABLE-RECORD
004562         TO EFD-TRANSACTION-IND.
004563     MOVE IPB-REFERENCE-NUM    TO EFD-REFERENCE-NUM.
004564     COMPUTE EFD-PAYMENT-AMOUNT = 0 - IPB-RECOUP-AMT.
004565     MOVE IPB-RUN-DATE         TO EFD-PAYMENT-DATE.
004566     PERFORM 3700-WRITE-EFT THRU 3700-EXIT.
004567     ADD 1              TO ES-PAYMENT-COUNT(IPB-EFT-SUB).
004568     SUBTRACT IPB-RECOUP-AMT FROM ES-PAYMENT-TOTAL(IPB-EFT-SUB).
004569     ADD 1              TO ES-RECOUP-COUNT(IPB-EFT-SUB).
004570     ADD IPB-RECOUP-AMT TO ES-RECOUP-TOTAL(IPB-EFT-SUB).
004571     PERFORM 3750-RECORD-RECOUPMENT THRU 3750-EXIT.
004573     ADD IPB-RECOUP-AMT TO RCVB-RECOUPED-AMOUNT
004574                           IN IPB-RECEIVABLE-RECORD.
004575     SUBTRACT IPB-RECOUP-AMT FROM RCVB-BALANCE
004576                                  IN IPB-RECEIVABLE-RECORD.
004577     MOVE IPB-RUN-DATE   TO RCVB-LAST-RECOUP-DATE
004578                            IN IPB-RECEIVABLE-RECORD.
004579     MOVE IPB-RECOUP-AMT TO RCVB-LAST-RECOUP-AMT
004580                            IN IPB-RECEIVABLE-RECORD.
004581     IF RCVB-BALANCE IN IPB-RECEIVABLE-RECORD = ZERO
004582         SET RCVB-CLOSED IN IPB-RECEIVABLE-RECORD TO TRUE
004583         MOVE 'RECOUPED - CLOSED' TO IPB-RCVB-ACTION
004584     ELSE
004585         MOVE 'PARTLY RECOUPED'   TO IPB-RCVB-ACTION
004586     END-IF.
004587 6500-EXIT.
004588     EXIT.
004589*****************************************************************
004590*    6550-SEARCH-RCVB-SLOT
004591*****************************************************************
004592 6550-SEARCH-RCVB-SLOT.
004593     IF ES-INTERMED-NUM(IPB-SLOT-SUB) =
004594             RCVB-INTERMEDIARY-NUM IN IPB-RECEIVABLE-RECORD
004595         SET IPB-SLOT-FOUND TO TRUE
004596     ELSE
004597         ADD 1 TO IPB-SLOT-SUB
004598     END-IF.
004599 6550-EXIT.
004600     EXIT.
004601*****************************************************************
004602*    6600-REGISTER-ONE - REGISTER LINE FOR EVERY RECEIVABLE
004603*    STILL OPEN OR TOUCHED THIS RUN, AND AGING OF THE OPEN
004604*    BALANCES FROM THE DATE EACH WAS OPENED
004605*****************************************************************
004606 6600-REGISTER-ONE.
004607     IF RCVB-CLOSED IN IPB-RECEIVABLE-RECORD
004608         AND IPB-RCVB-ACTION = SPACES
004609         GO TO 6600-EXIT
004610     END-IF.
004611     IF IPB-RCVB-ACTION = SPACES
004612         MOVE 'OUTSTANDING' TO IPB-RCVB-ACTION
004613     END-IF.
004614     COMPUTE IPB-AGE-DAYS = IPB-RUN-INTEGER -
004615         FUNCTION INTEGER-OF-DATE
004616             (RCVB-OPEN-DATE IN IPB-RECEIVABLE-RECORD).
004617     MOVE RCVB-INTERMEDIARY-NUM IN IPB-RECEIVABLE-RECORD
004618         TO RG-INTERMED-NUM.
004619     MOVE RCVB-CLAIM-NUMBER IN IPB-RECEIVABLE-RECORD
004620         TO RG-CLAIM-NUMBER.
004621     MOVE RCVB-TRANSACTION-IND IN IPB-RECEIVABLE-RECORD
004622         TO RG-TRANSACTION-IND.
004623     MOVE RCVB-OPEN-DATE IN IPB-RECEIVABLE-RECORD
004624         TO RG-OPEN-DATE.
004625     MOVE RCVB-ORIGINAL-AMOUNT IN IPB-RECEIVABLE-RECORD
004626         TO RG-ORIGINAL-AMOUNT.
004627     MOVE IPB-RECOUP-AMT    TO RG-RECOUPED-NOW.
004628     MOVE RCVB-BALANCE IN IPB-RECEIVABLE-RECORD
004629         TO RG-BALANCE.
004630     MOVE IPB-AGE-DAYS      TO RG-AGE-DAYS.
004631     MOVE IPB-RCVB-ACTION   TO RG-STATUS.
004632     WRITE RCVB-REPORT-RECORD FROM IPB-RCVB-DETAIL-LINE.
004633     IF RCVB-CLOSED IN IPB-RECEIVABLE-RECORD
004634         GO TO 6600-EXIT
004635     END-IF.
004636     EVALUATE TRUE
004637         WHEN IPB-AGE-DAYS NOT > 30
004638             MOVE 1 TO IPB-AGE-SUB
004639         WHEN IPB-AGE-DAYS NOT > 60
004640             MOVE 2 TO IPB-AGE-SUB
004641         WHEN IPB-AGE-DAYS NOT > 90
004642             MOVE 3 TO IPB-AGE-SUB
004643         WHEN OTHER
004644             MOVE 4 TO IPB-AGE-SUB
004645     END-EVALUATE.
004646     ADD 1 TO AB-COUNT(IPB-AGE-SUB).
004647     ADD RCVB-BALANCE IN IPB-RECEIVABLE-RECORD
004648         TO AB-BALANCE(IPB-AGE-SUB).
004649     ADD 1 TO IPB-RCVB-OPEN-COUNT.
004650     ADD RCVB-BALANCE IN IPB-RECEIVABLE-RECORD
004651         TO IPB-RCVB-OPEN-TOTAL.
004652 6600-EXIT.
004653     EXIT.
004654*****************************************************************
004655*    7000-PRINT-RCVB-SUMMARY - AMOUNTS RECOUPED FROM EACH
004656*    INTERMEDIARY'S EFT FILE, THEN THE AGING OF WHAT IS STILL
004657*    OPEN, ON THE RECEIVABLE REGISTER
004658*****************************************************************
004659 7000-PRINT-RCVB-SUMMARY.
004660     IF IPB-EFT-USED-COUNT > ZERO
004661         PERFORM 7100-PRINT-RECOUP-SLOT THRU 7100-EXIT
004662                 VARYING IPB-EFT-SUB FROM 1 BY 1
004663                 UNTIL IPB-EFT-SUB > IPB-EFT-USED-COUNT
004664     END-IF.
004665     WRITE RCVB-REPORT-RECORD FROM IPB-RCVB-AGING-HEADING.
004666     PERFORM 7200-PRINT-AGING-BUCKET THRU 7200-EXIT
004667             VARYING IPB-AGE-SUB FROM 1 BY 1
004668             UNTIL IPB-AGE-SUB > 4.
004669     MOVE 'TOTAL OPEN RECEIVABLES'   TO SM-LABEL.
004670     MOVE IPB-RCVB-OPEN-COUNT        TO SM-COUNT.
004671     MOVE IPB-RCVB-OPEN-TOTAL        TO SM-AMOUNT.
004672     WRITE RCVB-REPORT-RECORD FROM IPB-RCVB-SUMMARY-LINE.
004673     MOVE 'RECEIVABLES OPENED THIS RUN' TO SM-LABEL.
004674     MOVE IPB-RCVB-OPENED-COUNT      TO SM-COUNT.
004675     MOVE IPB-RCVB-OPENED-TOTAL      TO SM-AMOUNT.
004676     WRITE RCVB-REPORT-RECORD FROM IPB-RCVB-SUMMARY-LINE.
004677     MOVE 'RECOUPED THIS RUN'        TO SM-LABEL.
004678     MOVE IPB-RECOUP-COUNT           TO SM-COUNT.
004679     MOVE IPB-RECOUP-TOTAL           TO SM-AMOUNT.
004680     WRITE RCVB-REPORT-RECORD FROM IPB-RCVB-SUMMARY-LINE.
004681 7000-EXIT.
004682     EXIT.
004683*****************************************************************
004684*    7100-PRINT-RECOUP-SLOT
004685*****************************************************************
004686 7100-PRINT-RECOUP-SLOT.
004687     IF ES-RECOUP-COUNT(IPB-EFT-SUB) = ZERO
004688         GO TO 7100-EXIT
004689     END-IF.
004690     MOVE ES-INTERMED-NUM(IPB-EFT-SUB)  TO RI-INTERMED-NUM.
004691     MOVE ES-RECOUP-COUNT(IPB-EFT-SUB)  TO RI-RECOUP-COUNT.
004692     MOVE ES-RECOUP-TOTAL(IPB-EFT-SUB)  TO RI-RECOUP-TOTAL.
004693     WRITE RCVB-REPORT-RECORD FROM IPB-RCVB-INTERMED-LINE.
004694 7100-EXIT.
004695     EXIT.
004696*****************************************************************
004697*    7200-PRINT-AGING-BUCKET
004698*****************************************************************
004699 7200-PRINT-AGING-BUCKET.
004700     MOVE IPB-AGE-LABEL(IPB-AGE-SUB) TO SM-LABEL.
004701     MOVE AB-COUNT(IPB-AGE-SUB)      TO SM-COUNT.
004702     MOVE AB-BALANCE(IPB-AGE-SUB)    TO SM-AMOUNT.
004703     WRITE RCVB-REPORT-RECORD FROM IPB-RCVB-SUMMARY-LINE.
004704 7200-EXIT.
004705     EXIT.
004706*****************************************************************
004707*    8000-WRITE-RUN-CONTROL - COUNTS AND CHARGE HASHES FOR
004708*    THE BALANCING STEP.  SKIPPED BILLS (ALREADY PAID OR
004709*    ZERO PAY) ARE REPORTED IN THE SUSPENSE FIGURE.
004710*****************************************************************
004711 8000-WRITE-RUN-CONTROL.
004712     OPEN EXTEND RUN-CONTROL-FILE.
004713     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
004714     MOVE 'IPB320' TO RCTL-PROGRAM-ID.
004715     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
004716     ACCEPT RCTL-RUN-TIME FROM TIME.
004717     MOVE IPB-PAY-IN-COUNT    TO RCTL-IN-COUNT.
004718     MOVE IPB-DISBURSED-COUNT TO RCTL-OUT-COUNT.
004719     COMPUTE RCTL-SUSP-COUNT =
004720         IPB-ALREADY-PAID-COUNT + IPB-ZERO-SKIP-COUNT.
004721     MOVE IPB-IN-CHARGE-HASH  TO RCTL-IN-CHARGE-HASH.
004722     MOVE IPB-OUT-CHARGE-HASH TO RCTL-OUT-CHARGE-HASH.
004723     WRITE IPB-RUN-CONTROL-RECORD.
004724     CLOSE RUN-CONTROL-FILE.
004725 8000-EXIT.
004726     EXIT.
004727*****************************************************************
004728*    9000-TERMINATE
004729*****************************************************************
004730 9000-TERMINATE.
004731     DISPLAY 'IPB320 - PAYMENTS READ      : ' IPB-PAY-IN-COUNT.
004732     DISPLAY 'IPB320 - BILLS DISBURSED    : '
004733         IPB-DISBURSED-COUNT.
004734     DISPLAY 'IPB320 - ALREADY PAID       : '
004735         IPB-ALREADY-PAID-COUNT.
004736     DISPLAY 'IPB320 - ZERO PAY SKIPPED   : '
004737         IPB-ZERO-SKIP-COUNT.
004738     DISPLAY 'IPB320 - PAID STATUS IN     : ' IPB-PAID-IN-COUNT.
004739     DISPLAY 'IPB320 - PAID STATUS OUT    : '
004740         IPB-PAID-OUT-COUNT.
004741     DISPLAY 'IPB320 - ADJUSTMENTS READ   : ' IPB-ADJ-IN-COUNT.
004742     DISPLAY 'IPB320 - SUPPLEMENTAL PAID  : ' IPB-SUPP-COUNT.
004743     DISPLAY 'IPB320 - ADJUSTMENTS SKIPPED: '
004744         IPB-ADJ-SKIP-COUNT.
004745     DISPLAY 'IPB320 - RECEIVABLES OPENED : '
004746         IPB-RCVB-OPENED-COUNT.
004747     DISPLAY 'IPB320 - RECOUPMENTS        : ' IPB-RECOUP-COUNT.
004748     DISPLAY 'IPB320 - RECEIVABLES IN     : ' IPB-RCVB-IN-COUNT.
004749     DISPLAY 'IPB320 - RECEIVABLES OUT    : '
004750         IPB-RCVB-OUT-COUNT.
004751     DISPLAY 'IPB320 - REISSUES QUEUED    : ' IPB-RISQ-IN-COUNT.
004752     DISPLAY 'IPB320 - PAYMENTS REISSUED  : ' IPB-REISSUE-COUNT.
004753     DISPLAY 'IPB320 - REISSUES NOT DUE   : '
004754         IPB-RISQ-SKIP-COUNT.
004755     CLOSE PAID-IN-FILE
004760           PAID-OUT-FILE
004770           EFT-FILE-01
004780           EFT-FILE-02
004790           EFT-FILE-03
004800           EFT-FILE-04
004810           EFT-FILE-05
004820           REPORT-FILE
004822           RCVB-IN-FILE
004824           RCVB-OUT-FILE
004826           RCVB-REPORT-FILE
004828           CASH-OFFSET-FILE.
004830 9000-EXIT.
004840     EXIT.
004850 9999-EXIT.
