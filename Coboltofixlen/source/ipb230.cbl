000196*                     EXTRACT.  A NEW SEARCH TYPE 'B' ANSWERS
000198*                     A CLAIM NUMBER INQUIRY WITH A KEYED
000199*                     START/READ NEXT INSTEAD OF A FULL SCAN.
000200*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000201*                     CYCLCTL AND PRINTS IT IN THE REPORT
000202*                     HEADING.
000203*****************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.   IBM-370.
000320            ORGANIZATION IS SEQUENTIAL.
000322     SELECT PROVIDER-FILE     ASSIGN TO PROVMSTR
000324            ORGANIZATION IS SEQUENTIAL.
000326     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000328            ORGANIZATION IS SEQUENTIAL.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  PARM-FILE
000432 FD  PROVIDER-FILE
000434     RECORDING MODE IS F.
000436 COPY "ipbprov".
000437 FD  CYCLE-CONTROL-FILE
000438     RECORDING MODE IS F.
000439 COPY "ipbcycl".
000440 WORKING-STORAGE SECTION.
000450*****************************************************************
000460*    SWITCHES AND COUNTERS
000522     88  IPB-PROV-END-OF-FILE                VALUE 'Y'.
000523 77  IPB-PROV-COUNT              PIC 9(05)   COMP  VALUE ZERO.
000524 77  IPB-PROV-NAME-WS            PIC X(30)   VALUE SPACES.
000525 77  IPB-CYCLE-DATE              PIC 9(08)   VALUE ZERO.
000526 01  IPB-PROV-TABLE.
000527     05  IPB-PROV-ENTRY OCCURS 1 TO 5000 TIMES
000528             DEPENDING ON IPB-PROV-COUNT
000529             ASCENDING KEY IS PV-PROVIDER-NUMBER
000530             INDEXED BY IPB-PROV-IDX.
000531         10  PV-PROVIDER-NUMBER      PIC X(13).
000532         10  PV-PROVIDER-NAME        PIC X(30).
000533 COPY "cobol".
000534 COPY "ipbparm" REPLACING ==IPB-PARM-CARD== BY ==IPB-WS-PARM==.
000550 COPY "ipbrpt03".
000560 PROCEDURE DIVISION.
000570*****************************************************************
000580*    0000-MAINLINE
000590*****************************************************************
000600 0000-MAINLINE.
000605     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
000610     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
000620     PERFORM 2000-PROCESS-CLAIM  THRU 2000-EXIT
000630             UNTIL IPB-CLAIM-END-OF-FILE.
000640     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
000650     STOP RUN.
000651*****************************************************************
000652*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE FOR
000653*    THE REPORT HEADING
000654*****************************************************************
000655 0100-READ-CYCLE-CONTROL.
000656     OPEN INPUT CYCLE-CONTROL-FILE.
000657     READ CYCLE-CONTROL-FILE
000658         AT END
000659             DISPLAY 'IPB230 - NO CYCLE CONTROL RECORD ON CYCLCTL'
000660             DISPLAY 'IPB230 - ABENDING - SUPPLY CYCLCTL'
000661             STOP RUN
000662     END-READ.
000663     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
000664     CLOSE CYCLE-CONTROL-FILE.
000665 0100-EXIT.
000666     EXIT.
000667*****************************************************************
000670*    1000-INITIALIZE
000680*****************************************************************
000690 1000-INITIALIZE.
000778     CLOSE PROVIDER-FILE.
000780     OPEN INPUT  CLAIM-MASTER-FILE.
000790     OPEN OUTPUT REPORT-FILE.
000795     MOVE IPB-CYCLE-DATE TO H1-CYCLE-DATE.
000800     WRITE REPORT-RECORD FROM IPB-HEADING-1.
000810     PERFORM 1100-BUILD-CRIT-DISPLAY THRU 1100-EXIT.
000820     WRITE REPORT-RECORD FROM IPB-HEADING-2.
