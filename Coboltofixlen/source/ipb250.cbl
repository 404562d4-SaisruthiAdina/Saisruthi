000222*                     MAILING ADDRESS FROM THE ELIGIBILITY
000223*                     MASTER (BENEMSTR) AT THE TOP OF EACH
000224*                     STATEMENT.
000225*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000226*                     CYCLCTL AND STAMPS IT, NOT THE SYSTEM DATE,
000227*                     ON EVERYTHING THE RUN WRITES.  PRINTS IT IN
000228*                     THE REPORT HEADING.  WILL NOT RUN AGAINST A
000229*                     CLOSED CYCLE.
000230*****************************************************************
000231 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000260 OBJECT-COMPUTER.   IBM-370.
000337            ORGANIZATION IS SEQUENTIAL.
000338     SELECT BENE-FILE         ASSIGN TO BENEMSTR
000339            ORGANIZATION IS SEQUENTIAL.
000340     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000341            ORGANIZATION IS SEQUENTIAL.
000342 DATA DIVISION.
000350 FILE SECTION.
000360 FD  CLAIM-IN-FILE
000370     RECORDING MODE IS F.
000551 FD  BENE-FILE
000552     RECORDING MODE IS F.
000553 COPY "ipbbene".
000554 FD  CYCLE-CONTROL-FILE
000555     RECORDING MODE IS F.
000556 COPY "ipbcycl".
000557 WORKING-STORAGE SECTION.
000560*****************************************************************
000570*    SWITCHES AND COUNTERS
000580*****************************************************************
000754 77  IPB-BENE-CITY-WS            PIC X(20)   VALUE SPACES.
000755 77  IPB-BENE-STATE-WS           PIC X(02)   VALUE SPACES.
000756 77  IPB-BENE-ZIP-WS             PIC X(09)   VALUE SPACES.
000757 77  IPB-CYCLE-DATE              PIC 9(08)   VALUE ZERO.
000758 01  IPB-BENE-TABLE.
000759     05  IPB-BENE-ENTRY OCCURS 1 TO 10000 TIMES
000760             DEPENDING ON IPB-BENE-TBL-COUNT
000761             ASCENDING KEY IS BN-BENE-ID
000762             INDEXED BY IPB-BENE-IDX.
000763         10  BN-BENE-ID              PIC X(11).
000773*    0000-MAINLINE
000774*****************************************************************
000775 0000-MAINLINE.
000783     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
000792     OPEN INPUT  CODE-FILE.
000793     PERFORM 1000-LOAD-CODES THRU 1000-EXIT
000794             UNTIL IPB-CODE-END-OF-FILE.
000798             UNTIL IPB-BENE-END-OF-FILE.
000799     CLOSE BENE-FILE.
000800     OPEN OUTPUT REPORT-FILE.
000805     MOVE IPB-CYCLE-DATE TO H1-CYCLE-DATE.
000810     WRITE REPORT-RECORD FROM IPB-HEADING-1.
000820     SORT SORT-WORK-FILE
000830         ON ASCENDING KEY SR4-BENE-ID SR4-ADMISSION-DATE
000870     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000880     STOP RUN.
000881*****************************************************************
000882*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
000883*    STAMPED ON EVERYTHING THIS RUN WRITES.  THE CYCLE MUST BE
000884*    OPEN (IPB380).
000885*****************************************************************
000886 0100-READ-CYCLE-CONTROL.
000887     OPEN INPUT CYCLE-CONTROL-FILE.
000888     READ CYCLE-CONTROL-FILE
000889         AT END
000890             DISPLAY 'IPB250 - NO CYCLE CONTROL RECORD ON CYCLCTL'
000891             DISPLAY 'IPB250 - ABENDING - SUPPLY CYCLCTL'
000892             STOP RUN
000893     END-READ.
000894     IF NOT CYCL-CYCLE-OPEN
000895         DISPLAY 'IPB250 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
000896             ' IS CLOSED'
000897         DISPLAY 'IPB250 - ABENDING - RUN IPB380 TO OPEN CYCLE'
000898         STOP RUN
000899     END-IF.
000900     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
000901     CLOSE CYCLE-CONTROL-FILE.
000902 0100-EXIT.
000903     EXIT.
000904*****************************************************************
000905*    1000-LOAD-CODES - BUILD THE IN-MEMORY CODE REFERENCE
000906*    TABLE FOR THE STATUS DESCRIPTIONS
000907*****************************************************************
000908 1000-LOAD-CODES.
000909     READ CODE-FILE
000910         AT END
000911             SET IPB-CODE-END-OF-FILE TO TRUE
000912             GO TO 1000-EXIT
000913     END-READ.
000914     IF IPB-CODE-COUNT >= 500
000915         DISPLAY 'IPB250 - CODE TABLE FULL AT 500 ENTRIES'
000916         DISPLAY 'IPB250 - ABENDING - CODEREF FILE TOO LARGE'
000917         STOP RUN
000918     END-IF.
000919     ADD 1 TO IPB-CODE-COUNT.
000920     MOVE CODE-TYPE  TO CD-KEY(IPB-CODE-COUNT)(1:1).
000921     MOVE CODE-VALUE TO CD-KEY(IPB-CODE-COUNT)(2:2).
000922     MOVE CODE-DESCRIPTION TO CD-DESCRIPTION(IPB-CODE-COUNT).
000923 1000-EXIT.
000924     EXIT.
000925*****************************************************************
000926*    1100-LOAD-BENES - BUILD THE IN-MEMORY BENEFICIARY
000927*    NAME AND ADDRESS TABLE
000928*****************************************************************
000929 1100-LOAD-BENES.
000930     READ BENE-FILE
000931         AT END
000932             SET IPB-BENE-END-OF-FILE TO TRUE
000933             GO TO 1100-EXIT
000934     END-READ.
000935     IF IPB-BENE-TBL-COUNT >= 10000
000936         DISPLAY 'IPB250 - BENE TABLE FULL AT 10000 ENTRIES'
000937         DISPLAY 'IPB250 - ABENDING - BENEMSTR TOO LARGE'
000938         STOP RUN
000939     END-IF.
000940     ADD 1 TO IPB-BENE-TBL-COUNT.
000941     MOVE BENE-ID      TO BN-BENE-ID(IPB-BENE-TBL-COUNT).
000942     MOVE BENE-NAME    TO BN-NAME(IPB-BENE-TBL-COUNT).
000943     MOVE BENE-ADDRESS TO BN-ADDRESS(IPB-BENE-TBL-COUNT).
000944     MOVE BENE-CITY    TO BN-CITY(IPB-BENE-TBL-COUNT).
000945     MOVE BENE-STATE   TO BN-STATE(IPB-BENE-TBL-COUNT).
000946     MOVE BENE-ZIP     TO BN-ZIP(IPB-BENE-TBL-COUNT).
000947 1100-EXIT.
000948     EXIT.
000949*****************************************************************
000950*    2000-BUILD-SORT-RECS - INPUT PROCEDURE FOR THE SORT
000951*****************************************************************
000952 2000-BUILD-SORT-RECS.
000953     OPEN INPUT CLAIM-IN-FILE.
000954     PERFORM 2100-READ-CLAIM THRU 2100-EXIT.
000955     PERFORM 2200-RELEASE-CLAIM THRU 2200-EXIT
000960             UNTIL IPB-CLAIM-END-OF-FILE.
000970     CLOSE CLAIM-IN-FILE.
000980 2000-EXIT.
002266     OPEN EXTEND RUN-CONTROL-FILE.
002267     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
002268     MOVE 'IPB250' TO RCTL-PROGRAM-ID.
002269     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
002270     ACCEPT RCTL-RUN-TIME FROM TIME.
002271     MOVE IPB-CLAIM-COUNT     TO RCTL-IN-COUNT.
002272     MOVE ZERO                TO RCTL-OUT-COUNT.
