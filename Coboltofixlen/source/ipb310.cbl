000220*                     (IPB210) AND PRICING (IPB280) STEPS CAN
000230*                     CONFINE DAY USAGE AND THE INPATIENT
000240*                     DEDUCTIBLE TO THE CURRENT SPELL.
000242*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000244*                     CYCLCTL AND STAMPS IT, NOT THE SYSTEM DATE,
000246*                     ON EVERYTHING THE RUN WRITES.  WILL NOT RUN
000248*                     AGAINST A CLOSED CYCLE.
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000360            ORGANIZATION IS SEQUENTIAL.
000370     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
000380            ORGANIZATION IS SEQUENTIAL.
000383     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000386            ORGANIZATION IS SEQUENTIAL.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  HIST-IN-FILE
000520 FD  RUN-CONTROL-FILE
000530     RECORDING MODE IS F.
000540 COPY "ipbrctl".
000542 FD  CYCLE-CONTROL-FILE
000544     RECORDING MODE IS F.
000546 COPY "ipbcycl".
000550 WORKING-STORAGE SECTION.
000560*****************************************************************
000570*    SWITCHES AND COUNTERS
000770 77  IPB-HELD-BENE-ID            PIC X(11)   VALUE SPACES.
000780 77  IPB-HELD-ADMISSION          PIC 9(08)         VALUE ZERO.
000790 77  IPB-HELD-DISCHARGE          PIC 9(08)         VALUE ZERO.
000795 77  IPB-CYCLE-DATE              PIC 9(08)         VALUE ZERO.
000800 COPY "cobol".
000810 PROCEDURE DIVISION.
000820*****************************************************************
000830*    0000-MAINLINE
000840*****************************************************************
000850 0000-MAINLINE.
000855     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
000860     OPEN OUTPUT BENEFIT-PERIOD-FILE.
000870     SORT SORT-WORK-FILE
000880         ON ASCENDING KEY SR9-BENE-ID SR9-ADMISSION-DATE
000920     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
000930     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
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
000950             DISPLAY 'IPB310 - NO CYCLE CONTROL RECORD ON CYCLCTL'
000951             DISPLAY 'IPB310 - ABENDING - SUPPLY CYCLCTL'
000952             STOP RUN
000953     END-READ.
000954     IF NOT CYCL-CYCLE-OPEN
000955         DISPLAY 'IPB310 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
000956             ' IS CLOSED'
000957         DISPLAY 'IPB310 - ABENDING - RUN IPB380 TO OPEN CYCLE'
000958         STOP RUN
000959     END-IF.
000960     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
000961     CLOSE CYCLE-CONTROL-FILE.
000962 0100-EXIT.
000963     EXIT.
000964*****************************************************************
000965*    2000-BUILD-SORT-RECS - INPUT PROCEDURE FOR THE SORT.
000970*    THE HISTORY MASTER IS IN CLAIM / TRANSACTION / LOAD-DATE
000980*    ORDER, SO THE LAST VERSION SEEN FOR A BILL IS THE LATEST
000990*    ONE:  EACH BILL IS RELEASED ONCE, FROM THAT VERSION.
002460     OPEN EXTEND RUN-CONTROL-FILE.
002470     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
002480     MOVE 'IPB310' TO RCTL-PROGRAM-ID.
002490     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
002500     ACCEPT RCTL-RUN-TIME FROM TIME.
002510     MOVE IPB-HIST-IN-COUNT   TO RCTL-IN-COUNT.
002520     MOVE IPB-BENE-OUT-COUNT  TO RCTL-OUT-COUNT.
