000240*    08/21/2026  DS   WRITES A RUN-CONTROL RECORD (COUNT AND
000250*                     TOTAL-CHARGES HASH OF THE EXTRACT READ) TO
000260*                     RUNCTL FOR THE IPB140 BALANCING STEP.
000262*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000264*                     CYCLCTL AND STAMPS IT, NOT THE SYSTEM DATE,
000266*                     ON EVERYTHING THE RUN WRITES.  WILL NOT RUN
000268*                     AGAINST A CLOSED CYCLE.
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000420            ORGANIZATION IS SEQUENTIAL.
000430     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
000440            ORGANIZATION IS SEQUENTIAL.
000443     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000446            ORGANIZATION IS SEQUENTIAL.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  RETENTION-FILE
000660 FD  RUN-CONTROL-FILE
000670     RECORDING MODE IS F.
000680 COPY "ipbrctl".
000682 FD  CYCLE-CONTROL-FILE
000684     RECORDING MODE IS F.
000686 COPY "ipbcycl".
000690 WORKING-STORAGE SECTION.
000700*****************************************************************
000710*    SWITCHES AND COUNTERS
000900 77  IPB-CUTOFF-INTEGER          PIC S9(07)  COMP  VALUE ZERO.
000910 77  IPB-OLD-KEY                 PIC X(28)   VALUE HIGH-VALUES.
000920 77  IPB-NEW-KEY                 PIC X(28)   VALUE HIGH-VALUES.
000925 77  IPB-CYCLE-DATE              PIC 9(08)   VALUE ZERO.
000930 01  IPB-NEW-HIST-RECORD.
000940     05  NEW-HIST-KEY.
000950         10  NEW-HIST-CLAIM-NUMBER    PIC X(19).
001030*    0000-MAINLINE
001040*****************************************************************
001050 0000-MAINLINE.
001055     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
001060     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001070     SORT SORT-WORK-FILE
001080         ON ASCENDING KEY SR7-CLAIM-NUMBER SR7-TRANSACTION-IND
001110     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
001120     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
001130     STOP RUN.
001131*****************************************************************
001132*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
001133*    STAMPED ON EVERYTHING THIS RUN WRITES.  THE CYCLE MUST BE
001134*    OPEN (IPB380).
001135*****************************************************************
001136 0100-READ-CYCLE-CONTROL.
001137     OPEN INPUT CYCLE-CONTROL-FILE.
001138     READ CYCLE-CONTROL-FILE
001139         AT END
001140             DISPLAY 'IPB160 - NO CYCLE CONTROL RECORD ON CYCLCTL'
001141             DISPLAY 'IPB160 - ABENDING - SUPPLY CYCLCTL'
001142             STOP RUN
001143     END-READ.
001144     IF NOT CYCL-CYCLE-OPEN
001145         DISPLAY 'IPB160 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
001146             ' IS CLOSED'
001147         DISPLAY 'IPB160 - ABENDING - RUN IPB380 TO OPEN CYCLE'
001148         STOP RUN
001149     END-IF.
001150     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
001151     CLOSE CYCLE-CONTROL-FILE.
001152 0100-EXIT.
001153     EXIT.
001154*****************************************************************
001155*    1000-INITIALIZE - RETENTION CARD, CUTOFF DATE, FILES
001160*****************************************************************
001170 1000-INITIALIZE.
001180     MOVE IPB-CYCLE-DATE TO IPB-RUN-DATE.
001190     OPEN INPUT RETENTION-FILE.
001200     READ RETENTION-FILE
001210         AT END
002730     OPEN EXTEND RUN-CONTROL-FILE.
002740     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
002750     MOVE 'IPB160' TO RCTL-PROGRAM-ID.
002760     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
002770     ACCEPT RCTL-RUN-TIME FROM TIME.
002780     MOVE IPB-RCTL-READ-COUNT TO RCTL-IN-COUNT.
002790     MOVE ZERO                TO RCTL-OUT-COUNT.
