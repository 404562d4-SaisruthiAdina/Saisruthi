000284*                     OF THE TREND REPORT, WITH THE STATUS
000285*                     DESCRIPTION FROM THE CODE REFERENCE FILE
000286*                     (CODEREF) NEXT TO EACH CODE.
000287*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000288*                     CYCLCTL AND STAMPS IT, NOT THE SYSTEM DATE,
000289*                     ON EVERYTHING THE RUN WRITES.  PRINTS IT IN
000290*                     THE REPORT HEADING.  WILL NOT RUN AGAINST A
000291*                     CLOSED CYCLE.
000292*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000460            ORGANIZATION IS SEQUENTIAL.
000462     SELECT CODE-FILE         ASSIGN TO CODEREF
000464            ORGANIZATION IS SEQUENTIAL.
000466     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000468            ORGANIZATION IS SEQUENTIAL.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CLAIM-IN-FILE
000712 FD  CODE-FILE
000714     RECORDING MODE IS F.
000716 COPY "ipbcode".
000717 FD  CYCLE-CONTROL-FILE
000718     RECORDING MODE IS F.
000719 COPY "ipbcycl".
000720 WORKING-STORAGE SECTION.
000730*****************************************************************
000740*    SWITCHES AND COUNTERS
001262     88  IPB-CODE-END-OF-FILE                VALUE 'Y'.
001263 77  IPB-CODE-COUNT              PIC 9(05)   COMP  VALUE ZERO.
001264 77  IPB-STATUS-DESC-WS          PIC X(30)   VALUE SPACES.
001267 77  IPB-CYCLE-DATE              PIC 9(08)   VALUE ZERO.
001270 01  IPB-RUN-STATUS-TABLE.
001280     05  IPB-RUN-STATUS-ENTRY OCCURS 1 TO 20 TIMES
001290             DEPENDING ON IPB-STATUS-COUNT
001360*    0000-MAINLINE
001370*****************************************************************
001380 0000-MAINLINE.
001385     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
001390     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001400     SORT SORT-WORK-FILE
001410         ON ASCENDING KEY SR8-CLAIM-NUMBER SR8-TRANSACTION-IND
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
001490             DISPLAY 'IPB180 - NO CYCLE CONTROL RECORD ON CYCLCTL'
001491             DISPLAY 'IPB180 - ABENDING - SUPPLY CYCLCTL'
001492             STOP RUN
001493     END-READ.
001494     IF NOT CYCL-CYCLE-OPEN
001495         DISPLAY 'IPB180 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
001496             ' IS CLOSED'
001497         DISPLAY 'IPB180 - ABENDING - RUN IPB380 TO OPEN CYCLE'
001498         STOP RUN
001499     END-IF.
001500     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
001501     CLOSE CYCLE-CONTROL-FILE.
001502 0100-EXIT.
001503     EXIT.
001504*****************************************************************
001505*    1000-INITIALIZE - RUN MONTH AND THE TWO COMPARATIVE
001510*    MONTHS (PRIOR MONTH, SAME MONTH LAST YEAR)
001520*****************************************************************
001530 1000-INITIALIZE.
001540     MOVE IPB-CYCLE-DATE TO IPB-RUN-DATE.
001550     DIVIDE IPB-RUN-DATE BY 100
001560         GIVING IPB-RUN-YEAR-MONTH.
001570     MOVE IPB-RUN-YEAR-MONTH(5:2) TO IPB-RUN-MM.
005254*    AND SAME MONTH LAST YEAR WITH PERCENTAGE CHANGES
005256*****************************************************************
005270 5000-TREND-REPORT.
005275     MOVE IPB-CYCLE-DATE TO H1-CYCLE-DATE.
005280     WRITE REPORT-RECORD FROM IPB-HEADING-1.
005290     MOVE IPB-RUN-YEAR-MONTH TO H2-YEAR-MONTH.
005300     WRITE REPORT-RECORD FROM IPB-HEADING-2.
006190     OPEN EXTEND RUN-CONTROL-FILE.
006200     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
006210     MOVE 'IPB180' TO RCTL-PROGRAM-ID.
006220     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
006230     ACCEPT RCTL-RUN-TIME FROM TIME.
006240     MOVE IPB-RCTL-READ-COUNT TO RCTL-IN-COUNT.
006250     MOVE ZERO                TO RCTL-OUT-COUNT.
