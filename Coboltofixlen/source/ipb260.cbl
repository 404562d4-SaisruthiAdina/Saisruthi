000161*                     SUMMARY:  UNITS AND LINE AMOUNTS BY
000162*                     REVENUE CODE WITHIN PROVIDER, WITH
000163*                     PROVIDER AND GRAND TOTALS.
000164*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000165*                     CYCLCTL AND STAMPS IT, NOT THE SYSTEM DATE,
000166*                     ON EVERYTHING THE RUN WRITES.  PRINTS IT IN
000167*                     THE REPORT HEADING.  WILL NOT RUN AGAINST A
000168*                     CLOSED CYCLE.
000169*****************************************************************
000170 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000190 SOURCE-COMPUTER.   IBM-370.
000278     SELECT OPTIONAL DETAIL-IN-FILE ASSIGN TO CHGDTLOUT
000279            ORGANIZATION IS SEQUENTIAL.
000281     SELECT SORT-WORK-FILE2   ASSIGN TO SORTWK02.
000282     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000283            ORGANIZATION IS SEQUENTIAL.
000284 DATA DIVISION.
000290 FILE SECTION.
000300 FD  CLAIM-IN-FILE
000310     RECORDING MODE IS F.
000427     05  SR12-REVENUE-CODE           PIC X(04).
000428     05  SR12-UNITS                  PIC 9(05).
000429     05  SR12-LINE-AMOUNT            PIC S9(7)V99.
000430 FD  CYCLE-CONTROL-FILE
000431     RECORDING MODE IS F.
000432 COPY "ipbcycl".
000433 WORKING-STORAGE SECTION.
000434*****************************************************************
000440*    SWITCHES AND COUNTERS
000450*****************************************************************
000460 77  IPB-CLAIM-EOF-SW            PIC X(01)   VALUE 'N'.
000624 77  IPB-RVP-AMOUNT-TOTAL        PIC S9(9)V99  VALUE ZERO.
000625 77  IPB-RVG-UNITS-TOTAL         PIC 9(09)   COMP  VALUE ZERO.
000626 77  IPB-RVG-AMOUNT-TOTAL        PIC S9(9)V99  VALUE ZERO.
000627 77  IPB-CYCLE-DATE              PIC 9(08)     VALUE ZERO.
000628 COPY "ipbrpt04".
000629 PROCEDURE DIVISION.
000631*****************************************************************
000632*    0000-MAINLINE
000634*****************************************************************
000650 0000-MAINLINE.
000651     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
000652     OPEN INPUT  PROVIDER-FILE.
000654     PERFORM 1100-LOAD-PROVIDERS THRU 1100-EXIT
000656             UNTIL IPB-PROV-END-OF-FILE.
000718     DISPLAY 'IPB260 - DETAIL LINES READ  : ' IPB-DTL-IN-COUNT.
000720     CLOSE REPORT-FILE.
000730     STOP RUN.
000731*****************************************************************
000732*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
000733*    STAMPED ON EVERYTHING THIS RUN WRITES.  THE CYCLE MUST BE
000734*    OPEN (IPB380).
000735*****************************************************************
000736 0100-READ-CYCLE-CONTROL.
000737     OPEN INPUT CYCLE-CONTROL-FILE.
000738     READ CYCLE-CONTROL-FILE
000739         AT END
000740             DISPLAY 'IPB260 - NO CYCLE CONTROL RECORD ON CYCLCTL'
000741             DISPLAY 'IPB260 - ABENDING - SUPPLY CYCLCTL'
000742             STOP RUN
000743     END-READ.
000744     IF NOT CYCL-CYCLE-OPEN
000745         DISPLAY 'IPB260 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
000746             ' IS CLOSED'
000747         DISPLAY 'IPB260 - ABENDING - RUN IPB380 TO OPEN CYCLE'
000748         STOP RUN
000749     END-IF.
000750     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
000751     CLOSE CYCLE-CONTROL-FILE.
000752 0100-EXIT.
000753     EXIT.
000754*****************************************************************
000755*    1000-WRITE-HEADINGS
000760*****************************************************************
000770 1000-WRITE-HEADINGS.
000775     MOVE IPB-CYCLE-DATE TO H1-CYCLE-DATE.
000780     WRITE REPORT-RECORD FROM IPB-HEADING-1.
000790     WRITE REPORT-RECORD FROM IPB-HEADING-2.
000800 1000-EXIT.
002419     OPEN EXTEND RUN-CONTROL-FILE.
002421     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
002423     MOVE 'IPB260' TO RCTL-PROGRAM-ID.
002425     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
002427     ACCEPT RCTL-RUN-TIME FROM TIME.
002429     MOVE IPB-RCTL-READ-COUNT TO RCTL-IN-COUNT.
002431     MOVE ZERO                TO RCTL-OUT-COUNT.
