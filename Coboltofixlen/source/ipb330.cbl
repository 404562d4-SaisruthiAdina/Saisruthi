000210*                     THE CLAIM IS SITTING IN SUSPENSE AND
000220*                     WHY, SO A DISPUTED BILL NO LONGER TAKES
000230*                     FOUR JOB SUBMISSIONS TO RESEARCH.
000232*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000234*                     CYCLCTL AND PRINTS IT IN THE REPORT
000236*                     HEADING.
000237*    10/15/2026  DS   THE ADJUSTMENT AUDIT LINES SHOW THE FIELD,
000238*                     REASON CODE AND EXAMINER ID OF AN
000239*                     EXAMINER ADJUSTMENT (IPB390).
000240*    10/15/2026  DS   EXPLAINS A PAYMENT HELD FOR MEDICAL
000241*                     REVIEW (IPB440).
000242*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000440            ORGANIZATION IS SEQUENTIAL.
000450     SELECT REPORT-FILE       ASSIGN TO DOSSRPT
000460            ORGANIZATION IS SEQUENTIAL.
000463     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000466            ORGANIZATION IS SEQUENTIAL.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  PARM-FILE
000660 FD  REPORT-FILE
000670     RECORDING MODE IS F.
000680 01  REPORT-RECORD               PIC X(132).
000682 FD  CYCLE-CONTROL-FILE
000684     RECORDING MODE IS F.
000686 COPY "ipbcycl".
000690 WORKING-STORAGE SECTION.
000700*****************************************************************
000710*    SWITCHES AND COUNTERS
000880 77  IPB-PAY-COUNT               PIC 9(07)   COMP  VALUE ZERO.
000890 77  IPB-AUDT-COUNT              PIC 9(07)   COMP  VALUE ZERO.
000900 77  IPB-SUSP-COUNT              PIC 9(07)   COMP  VALUE ZERO.
000905 77  IPB-CYCLE-DATE              PIC 9(08)         VALUE ZERO.
000910 COPY "cobol".
000920 COPY "ipbdqry" REPLACING ==IPB-DOSSIER-QUERY-CARD==
000930     BY ==IPB-WS-QUERY==.
000970*    0000-MAINLINE
000980*****************************************************************
000990 0000-MAINLINE.
000995     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
001000     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001010     PERFORM 2000-MASTER-SECTION   THRU 2000-EXIT.
001020     PERFORM 3000-HISTORY-SECTION  THRU 3000-EXIT.
001050     PERFORM 6000-SUSPENSE-SECTION THRU 6000-EXIT.
001060     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
001070     STOP RUN.
001071*****************************************************************
001072*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE FOR
001073*    THE REPORT HEADING
001074*****************************************************************
001075 0100-READ-CYCLE-CONTROL.
001076     OPEN INPUT CYCLE-CONTROL-FILE.
001077     READ CYCLE-CONTROL-FILE
001078         AT END
001079             DISPLAY 'IPB330 - NO CYCLE CONTROL RECORD ON CYCLCTL'
001080             DISPLAY 'IPB330 - ABENDING - SUPPLY CYCLCTL'
001081             STOP RUN
001082     END-READ.
001083     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
001084     CLOSE CYCLE-CONTROL-FILE.
001085 0100-EXIT.
001086     EXIT.
001087*****************************************************************
001090*    1000-INITIALIZE - PARAMETER CARD AND REPORT HEADINGS
001100*****************************************************************
001110 1000-INITIALIZE.
001240         STOP RUN
001250     END-IF.
001260     OPEN OUTPUT REPORT-FILE.
001265     MOVE IPB-CYCLE-DATE TO H1-CYCLE-DATE.
001270     WRITE REPORT-RECORD FROM IPB-HEADING-1.
001280     IF DQ-SEARCH-BY-CLAIM IN IPB-WS-QUERY
001290         MOVE DQ-CLAIM-NUMBER IN IPB-WS-QUERY
003112         WHEN PAY-MSP-PRIMARY
003114             MOVE 'OTHER PAYER PRIMARY (MSP)'
003116                 TO PL-EXPLANATION
003117         WHEN PAY-REVIEW-HOLD
003118             MOVE 'HELD FOR MEDICAL REVIEW'
003119                 TO PL-EXPLANATION
003120         WHEN OTHER
003130             MOVE 'UNKNOWN ZERO-PAY REASON'
003140                 TO PL-EXPLANATION
003540     MOVE AUD-NEW-TOTAL-CHARGES TO AL-NEW-TOTAL-CHARGES.
003550     MOVE AUD-RUN-DATE          TO AL-RUN-DATE.
003560     MOVE AUD-RUN-TIME          TO AL-RUN-TIME.
003562     MOVE AUD-ADJ-FIELD         TO AL-ADJ-FIELD.
003564     MOVE AUD-REASON-CODE       TO AL-REASON-CODE.
003566     MOVE AUD-EXAMINER-ID       TO AL-EXAMINER-ID.
003570     WRITE REPORT-RECORD FROM IPB-AUDIT-LINE.
003580     ADD 1 TO IPB-AUDT-COUNT.
003590 5100-EXIT.
