000210*                     THE SCHEDULER CAN HOLD THE STREAM.  WHEN
000220*                     A STEP WAS RERUN, ITS LAST RUN-CONTROL
000230*                     RECORD IS THE ONE USED.
000231*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000232*                     CYCLCTL AND BALANCES ONLY THE RUN-CONTROL
000233*                     RECORDS OF THAT CYCLE.  APPENDS ITS OWN
000234*                     RUN-CONTROL RECORD (CHECKS MADE AND CHECKS
000235*                     OUT OF BALANCE) SO THE CYCLE CLOSE (IPB380)
000236*                     CAN SEE THE VERDICT.  PRINTS THE CYCLE DATE
000237*                     IN THE REPORT HEADING.
000238*    10/15/2026  DS   BALANCES THE MEDICAL REVIEW SELECTION
000239*                     (IPB440) AS A READER OF THE EXTRACT.
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000320            ORGANIZATION IS SEQUENTIAL.
000330     SELECT REPORT-FILE       ASSIGN TO BALRPT
000340            ORGANIZATION IS SEQUENTIAL.
000343     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000346            ORGANIZATION IS SEQUENTIAL.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  RUN-CONTROL-FILE
000400 FD  REPORT-FILE
000410     RECORDING MODE IS F.
000420 01  REPORT-RECORD               PIC X(132).
000422 FD  CYCLE-CONTROL-FILE
000424     RECORDING MODE IS F.
000426 COPY "ipbcycl".
000430 WORKING-STORAGE SECTION.
000440*****************************************************************
000450*    SWITCHES AND COUNTERS
000610 77  IPB-CLAIMOUT-HASH           PIC S9(13)V99     VALUE ZERO.
000620 77  IPB-LOAD-IN-SUB             PIC 9(03)   COMP  VALUE ZERO.
000625 77  IPB-LOCATE-TARGET           PIC X(08)   VALUE SPACES.
000626 77  IPB-RCTL-SKIP-COUNT         PIC 9(05)   COMP  VALUE ZERO.
000627 77  IPB-CHECK-COUNT             PIC 9(05)   COMP  VALUE ZERO.
000628 77  IPB-OUT-OF-BAL-COUNT        PIC 9(05)   COMP  VALUE ZERO.
000629 77  IPB-CYCLE-DATE              PIC 9(08)   VALUE ZERO.
000630 01  IPB-STEP-TABLE.
000640     05  IPB-STEP-ENTRY OCCURS 1 TO 50 TIMES
000650             DEPENDING ON IPB-STEP-COUNT
000790     05  FILLER                      PIC X(08) VALUE 'IPB260'.
000795     05  FILLER                      PIC X(08) VALUE 'IPB280'.
000800     05  FILLER                      PIC X(08) VALUE 'IPB290'.
000805     05  FILLER                      PIC X(08) VALUE 'IPB440'.
000810 01  IPB-READER-TABLE REDEFINES IPB-READER-LIST.
000820     05  IPB-READER-ID OCCURS 12 TIMES
000830             INDEXED BY IPB-READER-IDX
000840                                     PIC X(08).
000850 COPY "ipbrpt09".
000880*    0000-MAINLINE
000890*****************************************************************
000900 0000-MAINLINE.
000905     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
000910     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
000920     PERFORM 3000-CHECK-BALANCES  THRU 3000-EXIT.
000930     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
000940     STOP RUN.
000941*****************************************************************
000942*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
000943*    STAMPED ON EVERYTHING THIS RUN WRITES.  THE CYCLE MUST BE
000944*    OPEN (IPB380).
000945*****************************************************************
000946 0100-READ-CYCLE-CONTROL.
000947     OPEN INPUT CYCLE-CONTROL-FILE.
000948     READ CYCLE-CONTROL-FILE
000949         AT END
000950             DISPLAY 'IPB140 - NO CYCLE CONTROL RECORD ON CYCLCTL'
000951             DISPLAY 'IPB140 - ABENDING - SUPPLY CYCLCTL'
000952             STOP RUN
000953     END-READ.
000954     IF NOT CYCL-CYCLE-OPEN
000955         DISPLAY 'IPB140 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
000956             ' IS CLOSED'
000957         DISPLAY 'IPB140 - ABENDING - RUN IPB380 TO OPEN CYCLE'
000958         STOP RUN
000959     END-IF.
000960     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
000961     CLOSE CYCLE-CONTROL-FILE.
000962 0100-EXIT.
000963     EXIT.
000964*****************************************************************
000970*    1000-INITIALIZE - LOAD THE RUN-CONTROL RECORDS OF THE
000976*    CURRENT PROCESSING CYCLE.  A LATER RECORD FOR THE SAME
000982*    PROGRAM (A RERUN) REPLACES THE EARLIER ONE.
000990*****************************************************************
001000 1000-INITIALIZE.
001010     OPEN INPUT  RUN-CONTROL-FILE.
001020     OPEN OUTPUT REPORT-FILE.
001025     MOVE IPB-CYCLE-DATE TO H1-CYCLE-DATE.
001030     WRITE REPORT-RECORD FROM IPB-HEADING-1.
001040     WRITE REPORT-RECORD FROM IPB-HEADING-2.
001050     PERFORM 1100-LOAD-ONE-RECORD THRU 1100-EXIT
001080 1000-EXIT.
001090     EXIT.
001100*****************************************************************
001106*    1100-LOAD-ONE-RECORD - RECORDS LEFT ON RUNCTL BY EARLIER
001112*    CYCLES ARE PASSED OVER
001120*****************************************************************
001130 1100-LOAD-ONE-RECORD.
001140     READ RUN-CONTROL-FILE
001160             SET IPB-RCTL-END-OF-FILE TO TRUE
001170             GO TO 1100-EXIT
001180     END-READ.
001182     IF RCTL-RUN-DATE NOT = IPB-CYCLE-DATE
001184         ADD 1 TO IPB-RCTL-SKIP-COUNT
001186         GO TO 1100-EXIT
001188     END-IF.
001190     ADD 1 TO IPB-RCTL-IN-COUNT.
001200     PERFORM 2000-FIND-PROGRAM THRU 2000-EXIT.
001220 1100-EXIT.
001760             TO ML-MESSAGE
001770         WRITE REPORT-RECORD FROM IPB-MISSING-LINE
001780         SET IPB-STREAM-OUT-OF-BAL TO TRUE
001785         ADD 1 TO IPB-OUT-OF-BAL-COUNT
001790         GO TO 3000-EXIT
001800     END-IF.
001810     MOVE IPB-STEP-SUB TO IPB-LOAD-IN-SUB.
001840     PERFORM 3300-SET-CLAIMOUT-EXPECTED THRU 3300-EXIT.
001850     PERFORM 3400-CHECK-ONE-READER  THRU 3400-EXIT
001860             VARYING IPB-READER-IDX FROM 1 BY 1
001870             UNTIL IPB-READER-IDX > 12.
001880 3000-EXIT.
001890     EXIT.
001900*****************************************************************
003180*    THE STREAM WHEN EXPECTED AND ACTUAL DISAGREE
003190*****************************************************************
003200 3800-WRITE-CHECK.
003205     ADD 1 TO IPB-CHECK-COUNT.
003210     MOVE IPB-EXPECTED-AMT TO CK-EXPECTED.
003220     MOVE IPB-ACTUAL-AMT   TO CK-ACTUAL.
003230     IF IPB-EXPECTED-AMT = IPB-ACTUAL-AMT
003250     ELSE
003260         MOVE 'OUT OF BALANCE' TO CK-STATUS
003270         SET IPB-STREAM-OUT-OF-BAL TO TRUE
003275         ADD 1 TO IPB-OUT-OF-BAL-COUNT
003280     END-IF.
003290     WRITE REPORT-RECORD FROM IPB-CHECK-LINE.
003300 3800-EXIT.
003520     END-IF.
003530 3910-EXIT.
003540     EXIT.
003541*****************************************************************
003542*    8000-WRITE-RUN-CONTROL - THIS STEP'S OWN RECORD:  RECORDS
003543*    BALANCED IN, CHECKS MADE OUT, CHECKS OUT OF BALANCE IN THE
003544*    SUSPENSE COUNT.  THE CYCLE CLOSE (IPB380) WILL NOT CLOSE A
003545*    CYCLE UNLESS THE LAST OF THESE SHOWS NONE OUT OF BALANCE.
003546*****************************************************************
003547 8000-WRITE-RUN-CONTROL.
003548     OPEN EXTEND RUN-CONTROL-FILE.
003549     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
003550     MOVE 'IPB140' TO RCTL-PROGRAM-ID.
003551     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
003552     ACCEPT RCTL-RUN-TIME FROM TIME.
003553     MOVE IPB-RCTL-IN-COUNT    TO RCTL-IN-COUNT.
003554     MOVE IPB-CHECK-COUNT      TO RCTL-OUT-COUNT.
003555     MOVE IPB-OUT-OF-BAL-COUNT TO RCTL-SUSP-COUNT.
003556     MOVE ZERO                 TO RCTL-IN-CHARGE-HASH.
003557     MOVE ZERO                 TO RCTL-OUT-CHARGE-HASH.
003558     WRITE IPB-RUN-CONTROL-RECORD.
003559     CLOSE RUN-CONTROL-FILE.
003560 8000-EXIT.
003561     EXIT.
003562*****************************************************************
003563*    9000-TERMINATE
003570*****************************************************************
003580 9000-TERMINATE.
003590     IF IPB-STREAM-IN-BALANCE
003620         MOVE 'OUT OF BALANCE' TO VL-VERDICT
003630     END-IF.
003640     WRITE REPORT-RECORD FROM IPB-VERDICT-LINE.
003643     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
003646     DISPLAY 'IPB140 - CYCLE DATE         : ' IPB-CYCLE-DATE.
003650     DISPLAY 'IPB140 - RUN CONTROLS READ  : ' IPB-RCTL-IN-COUNT.
003652     DISPLAY 'IPB140 - OTHER CYCLES SKIPPED : '
003654         IPB-RCTL-SKIP-COUNT.
003656     DISPLAY 'IPB140 - CHECKS OUT OF BAL  : '
003658         IPB-OUT-OF-BAL-COUNT.
003660     DISPLAY 'IPB140 - STREAM VERDICT     : ' VL-VERDICT.
003670     CLOSE REPORT-FILE.
003680     IF IPB-STREAM-OUT-OF-BAL
