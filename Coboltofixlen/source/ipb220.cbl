000142*    08/21/2026  DS   WRITES A RUN-CONTROL RECORD (COUNT AND
000144*                     TOTAL-CHARGES HASH OF THE EXTRACT READ) TO
000146*                     RUNCTL FOR THE IPB140 BALANCING STEP.
000147*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000148*                     CYCLCTL AND STAMPS IT, NOT THE SYSTEM DATE,
000149*                     ON EVERYTHING THE RUN WRITES.  PRINTS IT IN
000150*                     THE REPORT HEADING.  WILL NOT RUN AGAINST A
000151*                     CLOSED CYCLE.
000152*****************************************************************
000160 ENVIRONMENT DIVISION.
000170 CONFIGURATION SECTION.
000180 SOURCE-COMPUTER.   IBM-370.
000250            ORGANIZATION IS SEQUENTIAL.
000252     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
000254            ORGANIZATION IS SEQUENTIAL.
000256     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000258            ORGANIZATION IS SEQUENTIAL.
000260 DATA DIVISION.
000270 FILE SECTION.
000280 FD  CLAIM-IN-FILE
000332 FD  RUN-CONTROL-FILE
000334     RECORDING MODE IS F.
000336 COPY "ipbrctl".
000337 FD  CYCLE-CONTROL-FILE
000338     RECORDING MODE IS F.
000339 COPY "ipbcycl".
000340 WORKING-STORAGE SECTION.
000350*****************************************************************
000360*    SWITCHES AND COUNTERS
000400 77  IPB-EXCEPTION-COUNT         PIC 9(07)   COMP  VALUE ZERO.
000402 77  IPB-RCTL-READ-COUNT         PIC 9(09)   COMP  VALUE ZERO.
000404 77  IPB-IN-CHARGE-HASH          PIC S9(13)V99     VALUE ZERO.
000407 77  IPB-CYCLE-DATE              PIC 9(08)         VALUE ZERO.
000410 COPY "ipbrpt02".
000420 PROCEDURE DIVISION.
000430*****************************************************************
000440*    0000-MAINLINE
000450*****************************************************************
000460 0000-MAINLINE.
000465     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
000470     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
000480     PERFORM 2000-PROCESS-CLAIM  THRU 2000-EXIT
000490             UNTIL IPB-CLAIM-END-OF-FILE.
000500     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
000510     STOP RUN.
000511*****************************************************************
000512*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
000513*    STAMPED ON EVERYTHING THIS RUN WRITES.  THE CYCLE MUST BE
000514*    OPEN (IPB380).
000515*****************************************************************
000516 0100-READ-CYCLE-CONTROL.
000517     OPEN INPUT CYCLE-CONTROL-FILE.
000518     READ CYCLE-CONTROL-FILE
000519         AT END
000520             DISPLAY 'IPB220 - NO CYCLE CONTROL RECORD ON CYCLCTL'
000521             DISPLAY 'IPB220 - ABENDING - SUPPLY CYCLCTL'
000522             STOP RUN
000523     END-READ.
000524     IF NOT CYCL-CYCLE-OPEN
000525         DISPLAY 'IPB220 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
000526             ' IS CLOSED'
000527         DISPLAY 'IPB220 - ABENDING - RUN IPB380 TO OPEN CYCLE'
000528         STOP RUN
000529     END-IF.
000530     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
000531     CLOSE CYCLE-CONTROL-FILE.
000532 0100-EXIT.
000533     EXIT.
000534*****************************************************************
000535*    1000-INITIALIZE
000540*****************************************************************
000550 1000-INITIALIZE.
000560     OPEN INPUT  CLAIM-IN-FILE.
000570     OPEN OUTPUT REPORT-FILE.
000575     MOVE IPB-CYCLE-DATE TO H1-CYCLE-DATE.
000580     WRITE REPORT-RECORD FROM IPB-HEADING-1.
000590     WRITE REPORT-RECORD FROM IPB-HEADING-2.
000600     PERFORM 2100-READ-CLAIM THRU 2100-EXIT.
001116     OPEN EXTEND RUN-CONTROL-FILE.
001117     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
001118     MOVE 'IPB220' TO RCTL-PROGRAM-ID.
001119     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
001120     ACCEPT RCTL-RUN-TIME FROM TIME.
001121     MOVE IPB-RCTL-READ-COUNT TO RCTL-IN-COUNT.
001122     MOVE ZERO                TO RCTL-OUT-COUNT.
