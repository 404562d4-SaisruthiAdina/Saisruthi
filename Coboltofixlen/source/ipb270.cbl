000192*    08/21/2026  DS   WRITES A RUN-CONTROL RECORD (COUNTS AND
000194*                     TOTAL-CHARGES HASH) TO RUNCTL FOR THE
000196*                     IPB140 BALANCING STEP.
000197*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000198*                     CYCLCTL AND STAMPS IT, NOT THE SYSTEM DATE,
000199*                     ON EVERYTHING THE RUN WRITES.  WILL NOT RUN
000200*                     AGAINST A CLOSED CYCLE.
000201*****************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.   IBM-370.
000320            ORGANIZATION IS SEQUENTIAL.
000322     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
000324            ORGANIZATION IS SEQUENTIAL.
000326     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000328            ORGANIZATION IS SEQUENTIAL.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  CROSSWALK-FILE
000432 FD  RUN-CONTROL-FILE
000434     RECORDING MODE IS F.
000436 COPY "ipbrctl".
000437 FD  CYCLE-CONTROL-FILE
000438     RECORDING MODE IS F.
000439 COPY "ipbcycl".
000440 WORKING-STORAGE SECTION.
000450*****************************************************************
000460*    SWITCHES AND COUNTERS
000570 77  IPB-TRANSLATED-COUNT        PIC 9(07)   COMP  VALUE ZERO.
000580 77  IPB-NOT-FOUND-COUNT         PIC 9(07)   COMP  VALUE ZERO.
000582 77  IPB-CHARGE-HASH             PIC S9(13)V99     VALUE ZERO.
000586 77  IPB-CYCLE-DATE              PIC 9(08)         VALUE ZERO.
000590 01  IPB-XWALK-TABLE.
000600     05  IPB-XWALK-ENTRY OCCURS 1 TO 5000 TIMES
000610             DEPENDING ON IPB-XWALK-COUNT
000680*    0000-MAINLINE
000690*****************************************************************
000700 0000-MAINLINE.
000705     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
000710     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
000720     PERFORM 2000-PROCESS-CLAIMS  THRU 2000-EXIT
000730             UNTIL IPB-IN-END-OF-FILE.
000740     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
000750     STOP RUN.
000751*****************************************************************
000752*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
000753*    STAMPED ON EVERYTHING THIS RUN WRITES.  THE CYCLE MUST BE
000754*    OPEN (IPB380).
000755*****************************************************************
000756 0100-READ-CYCLE-CONTROL.
000757     OPEN INPUT CYCLE-CONTROL-FILE.
000758     READ CYCLE-CONTROL-FILE
000759         AT END
000760             DISPLAY 'IPB270 - NO CYCLE CONTROL RECORD ON CYCLCTL'
000761             DISPLAY 'IPB270 - ABENDING - SUPPLY CYCLCTL'
000762             STOP RUN
000763     END-READ.
000764     IF NOT CYCL-CYCLE-OPEN
000765         DISPLAY 'IPB270 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
000766             ' IS CLOSED'
000767         DISPLAY 'IPB270 - ABENDING - RUN IPB380 TO OPEN CYCLE'
000768         STOP RUN
000769     END-IF.
000770     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
000771     CLOSE CYCLE-CONTROL-FILE.
000772 0100-EXIT.
000773     EXIT.
000774*****************************************************************
000775*    1000-INITIALIZE
000780*****************************************************************
000790 1000-INITIALIZE.
000800     OPEN INPUT  CROSSWALK-FILE.
001440     OPEN EXTEND RUN-CONTROL-FILE.
001441     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
001442     MOVE 'IPB270' TO RCTL-PROGRAM-ID.
001443     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
001444     ACCEPT RCTL-RUN-TIME FROM TIME.
001445     MOVE IPB-IN-COUNT     TO RCTL-IN-COUNT.
001446     MOVE IPB-IN-COUNT     TO RCTL-OUT-COUNT.
