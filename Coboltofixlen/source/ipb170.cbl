000160*                     PER VERSION IN LOAD-DATE ORDER, SO AN
000170*                     EXAMINER CAN SEE THE CLAIM AS IT STOOD
000180*                     ON EACH PAST LOAD SIDE BY SIDE.
000182*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000184*                     CYCLCTL AND PRINTS IT IN THE REPORT
000186*                     HEADING.
000190*****************************************************************
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000290            ORGANIZATION IS SEQUENTIAL.
000300     SELECT REPORT-FILE       ASSIGN TO HISTRPT
000310            ORGANIZATION IS SEQUENTIAL.
000313     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000316            ORGANIZATION IS SEQUENTIAL.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  PARM-FILE
000400 FD  REPORT-FILE
000410     RECORDING MODE IS F.
000420 01  REPORT-RECORD               PIC X(132).
000422 FD  CYCLE-CONTROL-FILE
000424     RECORDING MODE IS F.
000426 COPY "ipbcycl".
000430 WORKING-STORAGE SECTION.
000440*****************************************************************
000450*    SWITCHES AND COUNTERS
000480     88  IPB-HIST-END-OF-FILE                VALUE 'Y'.
000490 77  IPB-VERSION-COUNT           PIC 9(07)   COMP  VALUE ZERO.
000500 77  IPB-QUERY-CLAIM-NUMBER      PIC X(19)   VALUE SPACES.
000505 77  IPB-CYCLE-DATE              PIC 9(08)   VALUE ZERO.
000510 COPY "cobol".
000520 COPY "ipbrpt12".
000530 PROCEDURE DIVISION.
000550*    0000-MAINLINE
000560*****************************************************************
000570 0000-MAINLINE.
000575     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
000580     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
000590     PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
000600             UNTIL IPB-HIST-END-OF-FILE.
000610     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
000620     STOP RUN.
000621*****************************************************************
000622*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE FOR
000623*    THE REPORT HEADING
000624*****************************************************************
000625 0100-READ-CYCLE-CONTROL.
000626     OPEN INPUT CYCLE-CONTROL-FILE.
000627     READ CYCLE-CONTROL-FILE
000628         AT END
000629             DISPLAY 'IPB170 - NO CYCLE CONTROL RECORD ON CYCLCTL'
000630             DISPLAY 'IPB170 - ABENDING - SUPPLY CYCLCTL'
000631             STOP RUN
000632     END-READ.
000633     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
000634     CLOSE CYCLE-CONTROL-FILE.
000635 0100-EXIT.
000636     EXIT.
000637*****************************************************************
000640*    1000-INITIALIZE
000650*****************************************************************
000660 1000-INITIALIZE.
000750     CLOSE PARM-FILE.
000760     OPEN INPUT  HIST-IN-FILE.
000770     OPEN OUTPUT REPORT-FILE.
000775     MOVE IPB-CYCLE-DATE TO H1-CYCLE-DATE.
000780     WRITE REPORT-RECORD FROM IPB-HEADING-1.
000790     MOVE IPB-QUERY-CLAIM-NUMBER TO IPB-CRIT-DISPLAY.
000800     WRITE REPORT-RECORD FROM IPB-HEADING-2.
