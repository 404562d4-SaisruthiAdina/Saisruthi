000222*    08/21/2026  DS   WRITES A RUN-CONTROL RECORD (COUNTS AND
000224*                     TOTAL-CHARGES HASH) TO RUNCTL FOR THE
000226*                     IPB140 BALANCING STEP.
000227*    10/15/2026  DS   SUSPENSE RECORDS CARRY A ZERO
000228*                     IPB-SUSP-XMIT-DATE; ONLY A BILL AN
000229*                     INTERMEDIARY REJECTED (IPB300) HAS ONE.
000230*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000231*                     CYCLCTL AND STAMPS IT, NOT THE SYSTEM DATE,
000232*                     ON EVERYTHING THE RUN WRITES.  PRINTS IT IN
000233*                     THE REPORT HEADING.  WILL NOT RUN AGAINST A
000234*                     CLOSED CYCLE.
000235*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000410            ORGANIZATION IS SEQUENTIAL.
000412     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
000414            ORGANIZATION IS SEQUENTIAL.
000416     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000418            ORGANIZATION IS SEQUENTIAL.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  CLAIM-IN-FILE
000572 FD  RUN-CONTROL-FILE
000574     RECORDING MODE IS F.
000576 COPY "ipbrctl".
000577 FD  CYCLE-CONTROL-FILE
000578     RECORDING MODE IS F.
000579 COPY "ipbcycl".
000580 WORKING-STORAGE SECTION.
000590*****************************************************************
000600*    SWITCHES AND COUNTERS
000710 77  IPB-SUSPECT-COUNT           PIC 9(07)   COMP  VALUE ZERO.
000712 77  IPB-IN-CHARGE-HASH          PIC S9(13)V99     VALUE ZERO.
000714 77  IPB-OUT-CHARGE-HASH         PIC S9(13)V99     VALUE ZERO.
000717 77  IPB-CYCLE-DATE              PIC 9(08)         VALUE ZERO.
000720 COPY "cobol"   REPLACING ==MY-RECORD== BY ==IPB-MAST-CLAIM==.
000730 COPY "ipbrpt08".
000740 PROCEDURE DIVISION.
000760*    0000-MAINLINE
000770*****************************************************************
000780 0000-MAINLINE.
000785     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
000790     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
000800     PERFORM 2000-PROCESS-CLAIMS  THRU 2000-EXIT
000810             UNTIL IPB-END-OF-INPUT.
000820     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
000830     STOP RUN.
000831*****************************************************************
000832*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
000833*    STAMPED ON EVERYTHING THIS RUN WRITES.  THE CYCLE MUST BE
000834*    OPEN (IPB380).
000835*****************************************************************
000836 0100-READ-CYCLE-CONTROL.
000837     OPEN INPUT CYCLE-CONTROL-FILE.
000838     READ CYCLE-CONTROL-FILE
000839         AT END
000840             DISPLAY 'IPB130 - NO CYCLE CONTROL RECORD ON CYCLCTL'
000841             DISPLAY 'IPB130 - ABENDING - SUPPLY CYCLCTL'
000842             STOP RUN
000843     END-READ.
000844     IF NOT CYCL-CYCLE-OPEN
000845         DISPLAY 'IPB130 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
000846             ' IS CLOSED'
000847         DISPLAY 'IPB130 - ABENDING - RUN IPB380 TO OPEN CYCLE'
000848         STOP RUN
000849     END-IF.
000850     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
000851     CLOSE CYCLE-CONTROL-FILE.
000852 0100-EXIT.
000853     EXIT.
000854*****************************************************************
000855*    1000-INITIALIZE
000860*****************************************************************
000870 1000-INITIALIZE.
000880     OPEN INPUT  CLAIM-IN-FILE
000900     OPEN OUTPUT CLAIM-OUT-FILE
000910                 SUSPENSE-FILE
000920                 REPORT-FILE.
000925     MOVE IPB-CYCLE-DATE TO H1-CYCLE-DATE.
000930     WRITE REPORT-RECORD FROM IPB-HEADING-1.
000940     WRITE REPORT-RECORD FROM IPB-HEADING-2.
000950     PERFORM 2100-READ-CLAIM THRU 2100-EXIT.
001670     MOVE THRU-DATE      IN MY-RECORD TO IPB-SUSP-THRU-DATE.
001680     MOVE DISCHARGE-DATE IN MY-RECORD TO IPB-SUSP-DISCHARGE-DATE.
001690     MOVE FULL-DAYS      IN MY-RECORD TO IPB-SUSP-FULL-DAYS.
001700     MOVE IPB-CYCLE-DATE TO IPB-SUSP-RUN-DATE.
001705     MOVE ZERO                        TO IPB-SUSP-XMIT-DATE.
001710     MOVE MY-RECORD                   TO IPB-SUSP-CLAIM-IMAGE.
001720     WRITE IPB-SUSPENSE-RECORD.
001730     ADD 1 TO IPB-DUP-COUNT.
002398     OPEN EXTEND RUN-CONTROL-FILE.
002399     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
002400     MOVE 'IPB130' TO RCTL-PROGRAM-ID.
002401     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
002402     ACCEPT RCTL-RUN-TIME FROM TIME.
002403     MOVE IPB-IN-COUNT        TO RCTL-IN-COUNT.
002404     MOVE IPB-OUT-COUNT       TO RCTL-OUT-COUNT.
