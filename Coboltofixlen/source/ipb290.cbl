000188*                     FROM THE CODE REFERENCE FILE (CODEREF)
000189*                     NEXT TO THE CODE ON THE CONSOLIDATED
000191*                     CLAIM LINES AND THE DISPOSITION SUMMARY.
000192*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000193*                     CYCLCTL AND STAMPS IT, NOT THE SYSTEM DATE,
000194*                     ON EVERYTHING THE RUN WRITES.  PRINTS IT IN
000195*                     THE REPORT HEADING.  WILL NOT RUN AGAINST A
000196*                     CLOSED CYCLE.
000197*****************************************************************
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER.   IBM-370.
000304            ORGANIZATION IS SEQUENTIAL.
000305     SELECT CODE-FILE         ASSIGN TO CODEREF
000306            ORGANIZATION IS SEQUENTIAL.
000307     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000308            ORGANIZATION IS SEQUENTIAL.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  CLAIM-IN-FILE
000457 FD  CODE-FILE
000458     RECORDING MODE IS F.
000459 COPY "ipbcode".
000460 FD  CYCLE-CONTROL-FILE
000461     RECORDING MODE IS F.
000462 COPY "ipbcycl".
000463 WORKING-STORAGE SECTION.
000470*****************************************************************
000480*    SWITCHES AND COUNTERS
000490*****************************************************************
000742     88  IPB-CODE-END-OF-FILE                VALUE 'Y'.
000743 77  IPB-CODE-COUNT              PIC 9(05)   COMP  VALUE ZERO.
000744 77  IPB-STATUS-DESC-WS          PIC X(30)   VALUE SPACES.
000745 77  IPB-CYCLE-DATE              PIC 9(08)   VALUE ZERO.
000746 01  IPB-CODE-KEY.
000747     05  IPB-CODE-KEY-TYPE       PIC X(01).
000748     05  IPB-CODE-KEY-VALUE      PIC X(02).
000749 01  IPB-CODE-TABLE.
000750     05  IPB-CODE-ENTRY OCCURS 1 TO 500 TIMES
000751             DEPENDING ON IPB-CODE-COUNT
000752             ASCENDING KEY IS CD-KEY
000753             INDEXED BY IPB-CODE-IDX.
000780*    0000-MAINLINE
000790*****************************************************************
000800 0000-MAINLINE.
000801     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
000802     OPEN INPUT  CODE-FILE.
000803     PERFORM 1100-LOAD-CODES THRU 1100-EXIT
000804             UNTIL IPB-CODE-END-OF-FILE.
000805     CLOSE CODE-FILE.
000810     OPEN OUTPUT REPORT-FILE.
000820     PERFORM 1000-WRITE-HEADINGS THRU 1000-EXIT.
000830     SORT SORT-WORK-FILE
000872     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
000880     CLOSE REPORT-FILE.
000890     STOP RUN.
000891*****************************************************************
000892*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
000893*    STAMPED ON EVERYTHING THIS RUN WRITES.  THE CYCLE MUST BE
000894*    OPEN (IPB380).
000895*****************************************************************
000896 0100-READ-CYCLE-CONTROL.
000897     OPEN INPUT CYCLE-CONTROL-FILE.
000898     READ CYCLE-CONTROL-FILE
000899         AT END
000900             DISPLAY 'IPB290 - NO CYCLE CONTROL RECORD ON CYCLCTL'
000901             DISPLAY 'IPB290 - ABENDING - SUPPLY CYCLCTL'
000902             STOP RUN
000903     END-READ.
000904     IF NOT CYCL-CYCLE-OPEN
000905         DISPLAY 'IPB290 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
000906             ' IS CLOSED'
000907         DISPLAY 'IPB290 - ABENDING - RUN IPB380 TO OPEN CYCLE'
000908         STOP RUN
000909     END-IF.
000910     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
000911     CLOSE CYCLE-CONTROL-FILE.
000912 0100-EXIT.
000913     EXIT.
000914*****************************************************************
000915*    1000-WRITE-HEADINGS
000920*****************************************************************
000930 1000-WRITE-HEADINGS.
000935     MOVE IPB-CYCLE-DATE TO H1-CYCLE-DATE.
000940     WRITE REPORT-RECORD FROM IPB-HEADING-1.
000950     WRITE REPORT-RECORD FROM IPB-HEADING-2.
000960 1000-EXIT.
002666     OPEN EXTEND RUN-CONTROL-FILE.
002667     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
002668     MOVE 'IPB290' TO RCTL-PROGRAM-ID.
002669     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
002670     ACCEPT RCTL-RUN-TIME FROM TIME.
002671     MOVE IPB-RCTL-READ-COUNT TO RCTL-IN-COUNT.
002672     MOVE ZERO                TO RCTL-OUT-COUNT.
