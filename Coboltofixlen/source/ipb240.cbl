000191*    08/21/2026  DS   WRITES A RUN-CONTROL RECORD (COUNT AND
000192*                     TOTAL-CHARGES HASH OF THE EXTRACT READ) TO
000193*                     RUNCTL FOR THE IPB140 BALANCING STEP.
000194*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000195*                     CYCLCTL AND STAMPS IT, NOT THE SYSTEM DATE,
000196*                     ON EVERYTHING THE RUN WRITES.  WILL NOT RUN
000197*                     AGAINST A CLOSED CYCLE.
000198*    10/15/2026  DS   CLEARS THE AUDIT RECORD BEFORE BUILDING
000199*                     IT, SO THE EXAMINER FIELDS IPB390 FILLS IN
000200*                     ARE SPACES ON AN AUTO-ADJUSTMENT RECORD.
000201*****************************************************************
000202 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER.   IBM-370.
000230 OBJECT-COMPUTER.   IBM-370.
000310            ORGANIZATION IS SEQUENTIAL.
000312     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
000314            ORGANIZATION IS SEQUENTIAL.
000316     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000318            ORGANIZATION IS SEQUENTIAL.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  OLD-MASTER-FILE.
000422 FD  RUN-CONTROL-FILE
000424     RECORDING MODE IS F.
000426 COPY "ipbrctl".
000427 FD  CYCLE-CONTROL-FILE
000428     RECORDING MODE IS F.
000429 COPY "ipbcycl".
000430 WORKING-STORAGE SECTION.
000440*****************************************************************
000450*    SWITCHES AND COUNTERS
000512 77  IPB-NEW-COUNT               PIC 9(07)   COMP  VALUE ZERO.
000514 77  IPB-MATCHED-COUNT           PIC 9(07)   COMP  VALUE ZERO.
000516 77  IPB-IN-CHARGE-HASH          PIC S9(13)V99     VALUE ZERO.
000518 77  IPB-CYCLE-DATE              PIC 9(08)         VALUE ZERO.
000520 COPY "cobol"  REPLACING ==MY-RECORD== BY ==OLD-RECORD==.
000550 PROCEDURE DIVISION.
000560*****************************************************************
000570*    0000-MAINLINE
000580*****************************************************************
000590 0000-MAINLINE.
000595     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
000600     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
000610     PERFORM 2000-MATCH-CLAIMS   THRU 2000-EXIT
000620             UNTIL IPB-NEW-END-OF-FILE.
000630     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
000640     STOP RUN.
000641*****************************************************************
000642*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
000643*    STAMPED ON EVERYTHING THIS RUN WRITES.  THE CYCLE MUST BE
000644*    OPEN (IPB380).
000645*****************************************************************
000646 0100-READ-CYCLE-CONTROL.
000647     OPEN INPUT CYCLE-CONTROL-FILE.
000648     READ CYCLE-CONTROL-FILE
000649         AT END
000650             DISPLAY 'IPB240 - NO CYCLE CONTROL RECORD ON CYCLCTL'
000651             DISPLAY 'IPB240 - ABENDING - SUPPLY CYCLCTL'
000652             STOP RUN
000653     END-READ.
000654     IF NOT CYCL-CYCLE-OPEN
000655         DISPLAY 'IPB240 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
000656             ' IS CLOSED'
000657         DISPLAY 'IPB240 - ABENDING - RUN IPB380 TO OPEN CYCLE'
000658         STOP RUN
000659     END-IF.
000660     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
000661     CLOSE CYCLE-CONTROL-FILE.
000662 0100-EXIT.
000663     EXIT.
000664*****************************************************************
000665*    1000-INITIALIZE
000670*****************************************************************
000680 1000-INITIALIZE.
000690     OPEN INPUT  OLD-MASTER-FILE
001220*****************************************************************
001230 2300-CHECK-ADJUSTMENT.
001270     IF AUTO-ADJUSTMENT-IND IN MY-RECORD = '1'
001280         MOVE SPACES TO IPB-AUDIT-RECORD
001290         MOVE CLAIM-NUMBER IN MY-RECORD  TO AUD-CLAIM-NUMBER
001300         MOVE TOTAL-CHARGES IN OLD-RECORD
001305             TO AUD-OLD-TOTAL-CHARGES
001310         MOVE TOTAL-CHARGES IN MY-RECORD
001315             TO AUD-NEW-TOTAL-CHARGES
001320         MOVE IPB-CYCLE-DATE TO AUD-RUN-DATE
001330         ACCEPT AUD-RUN-TIME FROM TIME
001340         WRITE IPB-AUDIT-RECORD
001350         ADD 1 TO IPB-AUDIT-COUNT
001386     OPEN EXTEND RUN-CONTROL-FILE.
001387     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
001388     MOVE 'IPB240' TO RCTL-PROGRAM-ID.
001389     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
001390     ACCEPT RCTL-RUN-TIME FROM TIME.
001391     MOVE IPB-NEW-COUNT       TO RCTL-IN-COUNT.
001392     MOVE ZERO                TO RCTL-OUT-COUNT.
