000231*                     ITEMIZATION TRAVELS WITH THE CLAIM.  A
000232*                     LINE ALREADY ON THE MASTER IS REPLACED,
000233*                     AS THE CLAIM LOAD DOES.
000234*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000235*                     CYCLCTL AND STAMPS IT, NOT THE SYSTEM DATE,
000236*                     ON EVERYTHING THE RUN WRITES.  WILL NOT RUN
000237*                     AGAINST A CLOSED CYCLE.
000238*****************************************************************
000239 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000241 SOURCE-COMPUTER.   IBM-370.
000250 OBJECT-COMPUTER.   IBM-370.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000342            ORGANIZATION IS INDEXED
000343            ACCESS MODE IS DYNAMIC
000344            RECORD KEY IS CDTM-KEY.
000345     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000346            ORGANIZATION IS SEQUENTIAL.
000347 DATA DIVISION.
000350 FILE SECTION.
000352 FD  RETENTION-FILE
000354     RECORDING MODE IS F.
000413 COPY "ipbcdtl".
000414 FD  CDTL-MASTER-FILE.
000415 COPY "ipbcdtm".
000416 FD  CYCLE-CONTROL-FILE
000417     RECORDING MODE IS F.
000418 COPY "ipbcycl".
000419 WORKING-STORAGE SECTION.
000420*****************************************************************
000430*    SWITCHES AND COUNTERS
000440*****************************************************************
000512 77  IPB-BEFORE-IMAGE            PIC X(124)  VALUE SPACES.
000513 77  IPB-MAST-REC-COUNT          PIC 9(09)   COMP  VALUE ZERO.
000514 77  IPB-MAST-CHARGE-HASH        PIC S9(13)V99     VALUE ZERO.
000515 77  IPB-CYCLE-DATE              PIC 9(08)         VALUE ZERO.
000516 COPY "cobol"   REPLACING ==MY-RECORD== BY ==IPB-MAST-CLAIM==.
000517 PROCEDURE DIVISION.
000518*****************************************************************
000519*    0000-MAINLINE
000520*****************************************************************
000521 0000-MAINLINE.
000531     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
000550     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
000560     PERFORM 2000-LOAD-CLAIM     THRU 2000-EXIT
000570             UNTIL IPB-CLAIM-END-OF-FILE.
000575     PERFORM 3000-PURGE-EXPIRED  THRU 3000-EXIT.
000580     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
000590     STOP RUN.
000591*****************************************************************
000592*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
000593*    STAMPED ON EVERYTHING THIS RUN WRITES.  THE CYCLE MUST BE
000594*    OPEN (IPB380).
000595*****************************************************************
000596 0100-READ-CYCLE-CONTROL.
000597     OPEN INPUT CYCLE-CONTROL-FILE.
000598     READ CYCLE-CONTROL-FILE
000599         AT END
000600             DISPLAY 'IPB120 - NO CYCLE CONTROL RECORD ON CYCLCTL'
000601             DISPLAY 'IPB120 - ABENDING - SUPPLY CYCLCTL'
000602             STOP RUN
000603     END-READ.
000604     IF NOT CYCL-CYCLE-OPEN
000605         DISPLAY 'IPB120 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
000606             ' IS CLOSED'
000607         DISPLAY 'IPB120 - ABENDING - RUN IPB380 TO OPEN CYCLE'
000608         STOP RUN
000609     END-IF.
000610     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
000611     CLOSE CYCLE-CONTROL-FILE.
000612 0100-EXIT.
000613     EXIT.
000614*****************************************************************
000615*    1000-INITIALIZE
000620*****************************************************************
000630 1000-INITIALIZE.
000632     MOVE IPB-CYCLE-DATE TO IPB-RUN-DATE.
000634     OPEN INPUT RETENTION-FILE.
000636     READ RETENTION-FILE
000638         AT END
001162     MOVE 'IPB120'          TO JRNL-PROGRAM-ID.
001163     MOVE IPB-MAST-CLAIM-NUMBER    TO JRNL-CLAIM-NUMBER.
001164     MOVE IPB-MAST-TRANSACTION-IND TO JRNL-TRANSACTION-IND.
001165     MOVE IPB-CYCLE-DATE TO JRNL-RUN-DATE.
001166     ACCEPT JRNL-RUN-TIME FROM TIME.
001167     WRITE IPB-JOURNAL-RECORD.
001168 7000-EXIT.
001176     OPEN EXTEND RUN-CONTROL-FILE.
001177     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
001178     MOVE 'IPB120' TO RCTL-PROGRAM-ID.
001179     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
001180     ACCEPT RCTL-RUN-TIME FROM TIME.
001181     MOVE IPB-IN-COUNT        TO RCTL-IN-COUNT.
001182     MOVE IPB-MAST-REC-COUNT  TO RCTL-OUT-COUNT.
