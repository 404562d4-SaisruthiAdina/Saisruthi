000183*                     ACCUMULATION.  A BENEFICIARY NOT ON THE
000184*                     MASTER HAS NO PRIOR HISTORY, SO ALL OF
000185*                     THE EXTRACT IS THE CURRENT SPELL.
000186*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000187*                     CYCLCTL AND STAMPS IT, NOT THE SYSTEM DATE,
000188*                     ON EVERYTHING THE RUN WRITES.  PRINTS IT IN
000189*                     THE REPORT HEADING.  WILL NOT RUN AGAINST A
000190*                     CLOSED CYCLE.
000191*****************************************************************
000192 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SOURCE-COMPUTER.   IBM-370.
000220 OBJECT-COMPUTER.   IBM-370.
000294            ORGANIZATION IS SEQUENTIAL.
000296     SELECT OPTIONAL BENEFIT-PERIOD-FILE ASSIGN TO BENPMSTR
000298            ORGANIZATION IS SEQUENTIAL.
000299     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000300            ORGANIZATION IS SEQUENTIAL.
000301 DATA DIVISION.
000310 FILE SECTION.
000320 FD  CLAIM-IN-FILE
000330     RECORDING MODE IS F.
000457 FD  BENEFIT-PERIOD-FILE
000458     RECORDING MODE IS F.
000459 COPY "ipbbenp".
000460 FD  CYCLE-CONTROL-FILE
000461     RECORDING MODE IS F.
000462 COPY "ipbcycl".
000463 WORKING-STORAGE SECTION.
000470*****************************************************************
000480*    SWITCHES AND COUNTERS
000490*****************************************************************
000628     88  IPB-IN-CURRENT-SPELL                VALUE 'Y'.
000631 77  IPB-BENP-COUNT              PIC 9(05)   COMP  VALUE ZERO.
000632 77  IPB-PRIOR-SPELL-COUNT       PIC 9(09)   COMP  VALUE ZERO.
000633 77  IPB-CYCLE-DATE              PIC 9(08)         VALUE ZERO.
000634 01  IPB-BENP-TABLE.
000635     05  IPB-BENP-ENTRY OCCURS 1 TO 10000 TIMES
000636             DEPENDING ON IPB-BENP-COUNT
000637             ASCENDING KEY IS BP-BENE-ID
000638             INDEXED BY IPB-BENP-IDX.
000639         10  BP-BENE-ID              PIC X(11).
000640         10  BP-SPELL-START          PIC 9(08).
000641 COPY "ipbrpt01".
000645 PROCEDURE DIVISION.
000650*****************************************************************
000660*    0000-MAINLINE
000670*****************************************************************
000680 0000-MAINLINE.
000681     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
000682     OPEN INPUT  BENEFIT-PERIOD-FILE.
000684     PERFORM 1100-LOAD-SPELLS THRU 1100-EXIT
000686             UNTIL IPB-BENP-END-OF-FILE.
000746         IPB-PRIOR-SPELL-COUNT.
000750     CLOSE REPORT-FILE.
000760     STOP RUN.
000761*****************************************************************
000762*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
000763*    STAMPED ON EVERYTHING THIS RUN WRITES.  THE CYCLE MUST BE
000764*    OPEN (IPB380).
000765*****************************************************************
000766 0100-READ-CYCLE-CONTROL.
000767     OPEN INPUT CYCLE-CONTROL-FILE.
000768     READ CYCLE-CONTROL-FILE
000769         AT END
000770             DISPLAY 'IPB210 - NO CYCLE CONTROL RECORD ON CYCLCTL'
000771             DISPLAY 'IPB210 - ABENDING - SUPPLY CYCLCTL'
000772             STOP RUN
000773     END-READ.
000774     IF NOT CYCL-CYCLE-OPEN
000775         DISPLAY 'IPB210 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
000776             ' IS CLOSED'
000777         DISPLAY 'IPB210 - ABENDING - RUN IPB380 TO OPEN CYCLE'
000778         STOP RUN
000779     END-IF.
000780     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
000781     CLOSE CYCLE-CONTROL-FILE.
000782 0100-EXIT.
000783     EXIT.
000784*****************************************************************
000785*    1000-WRITE-HEADINGS
000790*****************************************************************
000800 1000-WRITE-HEADINGS.
000805     MOVE IPB-CYCLE-DATE TO H1-CYCLE-DATE.
000810     WRITE REPORT-RECORD FROM IPB-HEADING-1.
000820     WRITE REPORT-RECORD FROM IPB-HEADING-2.
000830 1000-EXIT.
002105     OPEN EXTEND RUN-CONTROL-FILE.
002106     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
002107     MOVE 'IPB210' TO RCTL-PROGRAM-ID.
002108     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
002109     ACCEPT RCTL-RUN-TIME FROM TIME.
002110     MOVE IPB-RCTL-READ-COUNT TO RCTL-IN-COUNT.
002111     MOVE ZERO                TO RCTL-OUT-COUNT.
