000230*                     RUN-CONTROL RECORD.  ENDS WITH RETURN
000240*                     CODE 8 WHEN ANYTHING DISAGREES SO THE
000250*                     SCHEDULER CAN HOLD THE STREAM.
000252*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000254*                     CYCLCTL AND PRINTS IT IN THE REPORT
000256*                     HEADING.
000257*    10/15/2026  DS   THE MASTER HASH PROVED AGAINST IS THE LAST
000258*                     IPB120 FIGURE PLUS THE NET TOTAL-CHARGES
000259*                     CHANGE OF EVERY EXAMINER ADJUSTMENT RUN
000260*                     (IPB390) LOGGED AFTER IT, SINCE THOSE
000261*                     REPLACES ARE ON THE JOURNAL TOO.
000262*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000420            ORGANIZATION IS SEQUENTIAL.
000430     SELECT REPORT-FILE       ASSIGN TO RECVRPT
000440            ORGANIZATION IS SEQUENTIAL.
000443     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000446            ORGANIZATION IS SEQUENTIAL.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  BACKUP-IN-FILE
000590 FD  REPORT-FILE
000600     RECORDING MODE IS F.
000610 01  REPORT-RECORD               PIC X(132).
000612 FD  CYCLE-CONTROL-FILE
000614     RECORDING MODE IS F.
000616 COPY "ipbcycl".
000620 WORKING-STORAGE SECTION.
000630*****************************************************************
000640*    SWITCHES AND COUNTERS
000860 77  IPB-REBUILT-CHARGE-HASH     PIC S9(13)V99     VALUE ZERO.
000870 77  IPB-RCTL120-OUT-COUNT       PIC 9(09)         VALUE ZERO.
000880 77  IPB-RCTL120-OUT-HASH        PIC S9(13)V99     VALUE ZERO.
000885 77  IPB-RCTL390-NET-HASH        PIC S9(13)V99     VALUE ZERO.
000890 77  IPB-EXPECTED-AMT            PIC S9(13)V99     VALUE ZERO.
000900 77  IPB-ACTUAL-AMT              PIC S9(13)V99     VALUE ZERO.
000905 77  IPB-CYCLE-DATE              PIC 9(08)         VALUE ZERO.
000910 COPY "cobol"   REPLACING ==MY-RECORD== BY ==IPB-MAST-CLAIM==.
000920 COPY "ipbrpt19".
000930 PROCEDURE DIVISION.
000950*    0000-MAINLINE
000960*****************************************************************
000970 0000-MAINLINE.
000975     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
000980     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
000990     PERFORM 2000-LOAD-BACKUP     THRU 2000-EXIT
001000             UNTIL IPB-BKUP-END-OF-FILE.
001030     PERFORM 4000-RECONCILE       THRU 4000-EXIT.
001040     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
001050     STOP RUN.
001051*****************************************************************
001052*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE FOR
001053*    THE REPORT HEADING
001054*****************************************************************
001055 0100-READ-CYCLE-CONTROL.
001056     OPEN INPUT CYCLE-CONTROL-FILE.
001057     READ CYCLE-CONTROL-FILE
001058         AT END
001059             DISPLAY 'IPB350 - NO CYCLE CONTROL RECORD ON CYCLCTL'
001060             DISPLAY 'IPB350 - ABENDING - SUPPLY CYCLCTL'
001061             STOP RUN
001062     END-READ.
001063     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
001064     CLOSE CYCLE-CONTROL-FILE.
001065 0100-EXIT.
001066     EXIT.
001067*****************************************************************
001070*    1000-INITIALIZE
001080*****************************************************************
001090 1000-INITIALIZE.
001110                 JOURNAL-FILE.
001120     OPEN OUTPUT CLAIM-MASTER-FILE
001130                 REPORT-FILE.
001135     MOVE IPB-CYCLE-DATE TO H1-CYCLE-DATE.
001140     WRITE REPORT-RECORD FROM IPB-HEADING-1.
001150     WRITE REPORT-RECORD FROM IPB-HEADING-2.
001160     PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
002610     MOVE IPB-RCTL120-OUT-COUNT TO IPB-EXPECTED-AMT.
002620     MOVE IPB-REBUILT-COUNT     TO IPB-ACTUAL-AMT.
002630     PERFORM 4800-WRITE-CHECK THRU 4800-EXIT.
002640     MOVE 'REBUILT HASH = IPB120 + IPB390 HASH'
002650         TO RC-DESCRIPTION.
002656     COMPUTE IPB-EXPECTED-AMT =
002662         IPB-RCTL120-OUT-HASH + IPB-RCTL390-NET-HASH.
002670     MOVE IPB-REBUILT-CHARGE-HASH TO IPB-ACTUAL-AMT.
002680     PERFORM 4800-WRITE-CHECK THRU 4800-EXIT.
002690 4000-EXIT.
003020*****************************************************************
003030*    5000-READ-RUN-CONTROL - HOLD THE LAST IPB120 RECORD'S
003040*    POST-LOAD MASTER FIGURES.  WHEN A STEP IS RERUN THE LAST
003045*    RECORD IS THE ONE THAT COUNTS, AS IN IPB140.  THE NET
003050*    CHARGE CHANGES OF THE IPB390 RUNS SINCE THAT LOAD ARE
003055*    ACCUMULATED; EACH RUN CHANGED THE MASTER, SO ALL COUNT.
003060*****************************************************************
003070 5000-READ-RUN-CONTROL.
003080     OPEN INPUT RUN-CONTROL-IN-FILE.
003240         SET IPB-RCTL120-FOUND TO TRUE
003250         MOVE RCTL-OUT-COUNT       TO IPB-RCTL120-OUT-COUNT
003260         MOVE RCTL-OUT-CHARGE-HASH TO IPB-RCTL120-OUT-HASH
003265         MOVE ZERO                 TO IPB-RCTL390-NET-HASH
003270     END-IF.
003272     IF RCTL-PROGRAM-ID = 'IPB390'
003274         ADD RCTL-OUT-CHARGE-HASH  TO IPB-RCTL390-NET-HASH
003276     END-IF.
003280 5100-EXIT.
003290     EXIT.
003300*****************************************************************
