000210*                     DETAIL LINES CARRY NO DISCHARGE DATE, SO
000220*                     THE RETENTION PURGE MEASURES FROM THE
000230*                     LOAD DATE AGAINST THE RETNPARM WINDOW.
000232*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000234*                     CYCLCTL AND STAMPS IT, NOT THE SYSTEM DATE,
000236*                     ON EVERYTHING THE RUN WRITES.  WILL NOT RUN
000238*                     AGAINST A CLOSED CYCLE.
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000390            ORGANIZATION IS SEQUENTIAL.
000400     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
000410            ORGANIZATION IS SEQUENTIAL.
000413     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000416            ORGANIZATION IS SEQUENTIAL.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  RETENTION-FILE
000630 FD  RUN-CONTROL-FILE
000640     RECORDING MODE IS F.
000650 COPY "ipbrctl".
000652 FD  CYCLE-CONTROL-FILE
000654     RECORDING MODE IS F.
000656 COPY "ipbcycl".
000660 WORKING-STORAGE SECTION.
000670*****************************************************************
000680*    SWITCHES AND COUNTERS
000870 77  IPB-OLD-KEY                 PIC X(31)   VALUE HIGH-VALUES.
000880 77  IPB-NEW-KEY                 PIC X(31)   VALUE HIGH-VALUES.
000885 77  IPB-NEW-GROUP-KEY           PIC X(28)   VALUE LOW-VALUES.
000887 77  IPB-CYCLE-DATE              PIC 9(08)   VALUE ZERO.
000890 01  IPB-NEW-CDTH-RECORD.
000900     05  NEW-CDTH-KEY.
000910         10  NEW-CDTH-CLAIM-NUMBER    PIC X(19).
000990*    0000-MAINLINE
001000*****************************************************************
001010 0000-MAINLINE.
001015     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
001020     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001030     SORT SORT-WORK-FILE
001040         ON ASCENDING KEY SR13-CLAIM-NUMBER
001080     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
001090     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
001100     STOP RUN.
001101*****************************************************************
001102*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
001103*    STAMPED ON EVERYTHING THIS RUN WRITES.  THE CYCLE MUST BE
001104*    OPEN (IPB380).
001105*****************************************************************
001106 0100-READ-CYCLE-CONTROL.
001107     OPEN INPUT CYCLE-CONTROL-FILE.
001108     READ CYCLE-CONTROL-FILE
001109         AT END
001110             DISPLAY 'IPB360 - NO CYCLE CONTROL RECORD ON CYCLCTL'
001111             DISPLAY 'IPB360 - ABENDING - SUPPLY CYCLCTL'
001112             STOP RUN
001113     END-READ.
001114     IF NOT CYCL-CYCLE-OPEN
001115         DISPLAY 'IPB360 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
001116             ' IS CLOSED'
001117         DISPLAY 'IPB360 - ABENDING - RUN IPB380 TO OPEN CYCLE'
001118         STOP RUN
001119     END-IF.
001120     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
001121     CLOSE CYCLE-CONTROL-FILE.
001122 0100-EXIT.
001123     EXIT.
001124*****************************************************************
001125*    1000-INITIALIZE - RETENTION CARD, CUTOFF DATE, FILES
001130*****************************************************************
001140 1000-INITIALIZE.
001150     MOVE IPB-CYCLE-DATE TO IPB-RUN-DATE.
001160     OPEN INPUT RETENTION-FILE.
001170     READ RETENTION-FILE
001180         AT END
002730     OPEN EXTEND RUN-CONTROL-FILE.
002740     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
002750     MOVE 'IPB360' TO RCTL-PROGRAM-ID.
002760     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
002770     ACCEPT RCTL-RUN-TIME FROM TIME.
002780     MOVE IPB-DTL-IN-COUNT TO RCTL-IN-COUNT.
002790     MOVE IPB-OUT-COUNT    TO RCTL-OUT-COUNT.
