000236*    09/03/2026  DS   RE-RUNS THE BENEFICIARY ELIGIBILITY
000237*                     EDIT (REASONS 11/12) ADDED TO IPB100,
000238*                     AGAINST THE SAME BENEMSTR FILE.
000239*    10/15/2026  DS   A REPAIRED BILL THAT HAD BEEN REJECTED
000240*                     BY AN INTERMEDIARY (SUSPENDED BY IPB300,
000241*                     IPB-SUSP-XMIT-DATE SET) ALSO GETS A
000242*                     RETRANSMISSION NOTICE ON RETRANS WHEN IT
000243*                     RECYCLES, SO IPB150 SENDS IT FLAGGED AS
000244*                     A RETRANSMISSION.
000245*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000246*                     CYCLCTL AND STAMPS IT, NOT THE SYSTEM DATE,
000247*                     ON EVERYTHING THE RUN WRITES.  PRINTS IT IN
000248*                     THE REPORT HEADING.  WILL NOT RUN AGAINST A
000249*                     CLOSED CYCLE.
000250*****************************************************************
000251 ENVIRONMENT DIVISION.
000252 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000270 OBJECT-COMPUTER.   IBM-370.
000280 INPUT-OUTPUT SECTION.
000410            ORGANIZATION IS SEQUENTIAL.
000411     SELECT BENE-FILE         ASSIGN TO BENEMSTR
000412            ORGANIZATION IS SEQUENTIAL.
000413     SELECT RETRANS-FILE      ASSIGN TO RETRANS
000414            ORGANIZATION IS SEQUENTIAL.
000415     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000416            ORGANIZATION IS SEQUENTIAL.
000417 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CORRECTION-FILE
000440     RECORDING MODE IS F.
000644 FD  BENE-FILE
000646     RECORDING MODE IS F.
000647 COPY "ipbbene".
000648 FD  RETRANS-FILE
000649     RECORDING MODE IS F.
000650 COPY "ipbrxmt".
000651 FD  CYCLE-CONTROL-FILE
000652     RECORDING MODE IS F.
000653 COPY "ipbcycl".
000654 WORKING-STORAGE SECTION.
000655*****************************************************************
000660*    SWITCHES AND COUNTERS
000670*****************************************************************
000680 77  IPB-CORR-EOF-SW             PIC X(01)   VALUE 'N'.
000940 77  IPB-TODAY-INTEGER           PIC S9(07)  COMP  VALUE ZERO.
000950 77  IPB-CORR-COUNT              PIC 9(05)   COMP  VALUE ZERO.
000952 77  IPB-OUT-CHARGE-HASH         PIC S9(13)V99     VALUE ZERO.
000953 77  IPB-RETRANS-COUNT           PIC 9(07)   COMP  VALUE ZERO.
000954 77  IPB-PROV-EOF-SW             PIC X(01)   VALUE 'N'.
000955     88  IPB-PROV-END-OF-FILE                VALUE 'Y'.
000956 77  IPB-PROV-FOUND-SW           PIC X(01)   VALUE 'N'.
000957     88  IPB-PROVIDER-FOUND                  VALUE 'Y'.
000958     88  IPB-PROVIDER-NOT-FOUND              VALUE 'N'.
000959 77  IPB-PROV-COUNT              PIC 9(05)   COMP  VALUE ZERO.
000960 01  IPB-PROV-TABLE.
000961     05  IPB-PROV-ENTRY OCCURS 1 TO 5000 TIMES
000962             DEPENDING ON IPB-PROV-COUNT
000963             ASCENDING KEY IS PV-PROVIDER-NUMBER
000964             INDEXED BY IPB-PROV-IDX.
000965         10  PV-PROVIDER-NUMBER      PIC X(13).
000966         10  PV-PROVIDER-NAME        PIC X(30).
000967         10  PV-EFFECTIVE-DATE       PIC 9(08).
000968         10  PV-TERMINATION-DATE     PIC 9(08).
000969 01  IPB-CORR-TABLE.
000970     05  IPB-CORR-ENTRY OCCURS 1 TO 2000 TIMES
000980             DEPENDING ON IPB-CORR-COUNT
000990             ASCENDING KEY IS CT-CLAIM-NUMBER
001083 77  IPB-BENE-FOUND-SW           PIC X(01)   VALUE 'N'.
001084     88  IPB-BENE-FOUND                      VALUE 'Y'.
001085 77  IPB-BENE-TBL-COUNT          PIC 9(05)   COMP  VALUE ZERO.
001086 77  IPB-CYCLE-DATE              PIC 9(08)         VALUE ZERO.
001087 01  IPB-BENE-TABLE.
001088     05  IPB-BENE-ENTRY OCCURS 1 TO 10000 TIMES
001089             DEPENDING ON IPB-BENE-TBL-COUNT
001090             ASCENDING KEY IS BN-BENE-ID
001091             INDEXED BY IPB-BENE-IDX.
001092         10  BN-BENE-ID              PIC X(11).
001093         10  BN-EFF-DATE             PIC 9(08).
001130*    0000-MAINLINE
001140*****************************************************************
001150 0000-MAINLINE.
001155     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
001160     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001170     PERFORM 2000-PROCESS-SUSPENSE THRU 2000-EXIT
001180             UNTIL IPB-SUSP-END-OF-FILE.
001190     PERFORM 3000-AGING-REPORT     THRU 3000-EXIT.
001200     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
001210     STOP RUN.
001211*****************************************************************
001212*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
001213*    STAMPED ON EVERYTHING THIS RUN WRITES.  THE CYCLE MUST BE
001214*    OPEN (IPB380).
001215*****************************************************************
001216 0100-READ-CYCLE-CONTROL.
001217     OPEN INPUT CYCLE-CONTROL-FILE.
001218     READ CYCLE-CONTROL-FILE
001219         AT END
001220             DISPLAY 'IPB110 - NO CYCLE CONTROL RECORD ON CYCLCTL'
001221             DISPLAY 'IPB110 - ABENDING - SUPPLY CYCLCTL'
001222             STOP RUN
001223     END-READ.
001224     IF NOT CYCL-CYCLE-OPEN
001225         DISPLAY 'IPB110 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
001226             ' IS CLOSED'
001227         DISPLAY 'IPB110 - ABENDING - RUN IPB380 TO OPEN CYCLE'
001228         STOP RUN
001229     END-IF.
001230     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
001231     CLOSE CYCLE-CONTROL-FILE.
001232 0100-EXIT.
001233     EXIT.
001234*****************************************************************
001235*    1000-INITIALIZE
001240*****************************************************************
001250 1000-INITIALIZE.
001260     MOVE IPB-CYCLE-DATE TO IPB-CURRENT-DATE.
001270     COMPUTE IPB-TODAY-INTEGER =
001280         FUNCTION INTEGER-OF-DATE(IPB-CURRENT-DATE).
001290     OPEN INPUT  CORRECTION-FILE.
001335     OPEN INPUT  SUSPENSE-IN-FILE.
001340     OPEN EXTEND CLAIM-OUT-FILE.
001350     OPEN OUTPUT SUSPENSE-OUT-FILE.
001360     OPEN OUTPUT REPORT-FILE
001365                 RETRANS-FILE.
001370     PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
001380 1000-EXIT.
001390     EXIT.
003095     WRITE CLAIM-OUT-RECORD FROM MY-RECORD.
003096     ADD 1 TO IPB-RECYCLED-COUNT.
003097     ADD TOTAL-CHARGES IN MY-RECORD TO IPB-OUT-CHARGE-HASH.
003098     IF IPB-SUSP-XMIT-DATE IN IPB-SUSPENSE-RECORD IS NUMERIC
003099         AND IPB-SUSP-XMIT-DATE IN IPB-SUSPENSE-RECORD > ZERO
003100         PERFORM 2350-WRITE-RETRANSMIT THRU 2350-EXIT
003101     END-IF.
003102 2300-EXIT.
003103     EXIT.
003104*****************************************************************
003105*    2350-WRITE-RETRANSMIT - THE RECYCLED BILL HAD BEEN
003106*    REJECTED BY ITS INTERMEDIARY.  NOTE IT FOR IPB150 WITH
003107*    THE TRANSMISSION IT WAS REJECTED FROM.
003108*****************************************************************
003109 2350-WRITE-RETRANSMIT.
003110     MOVE SPACES TO IPB-RETRANSMIT-RECORD.
003111     MOVE CLAIM-NUMBER     IN MY-RECORD TO RXMT-CLAIM-NUMBER.
003112     MOVE TRANSACTION-IND  IN MY-RECORD TO RXMT-TRANSACTION-IND.
003113     MOVE INTERMEDIARY-NUM IN MY-RECORD TO RXMT-INTERMEDIARY-NUM.
003114     MOVE IPB-SUSP-XMIT-DATE IN IPB-SUSPENSE-RECORD
003115         TO RXMT-ORIG-XMIT-DATE.
003116     MOVE IPB-SUSP-RUN-DATE IN IPB-SUSPENSE-RECORD
003117         TO RXMT-REJECT-DATE.
003118     MOVE IPB-CURRENT-DATE TO RXMT-RECYCLE-DATE.
003119     WRITE IPB-RETRANSMIT-RECORD.
003120     ADD 1 TO IPB-RETRANS-COUNT.
003121 2350-EXIT.
003122     EXIT.
003123*****************************************************************
003124*    2400-WRITE-RESUSPEND - REPAIR STILL FAILS THE EDITS.
003125*    THE CORRECTED IMAGE AND THE NEW REASON ARE CARRIED SO
003126*    THE NEXT CORRECTION CYCLE BUILDS ON THIS ONE, BUT THE
003127*    ORIGINAL SUSPENSE DATE IS KEPT FOR AGING.
003128*****************************************************************
003129 2400-WRITE-RESUSPEND.
003130     MOVE ADMISSION-DATE IN MY-RECORD
003140         TO IPB-SUSP-ADMISSION-DATE IN IPB-SUSPENSE-RECORD.
003150     MOVE FROM-DATE      IN MY-RECORD
003890 3000-AGING-REPORT.
003900     CLOSE SUSPENSE-IN-FILE
003910           CLAIM-OUT-FILE
003920           SUSPENSE-OUT-FILE
003925           RETRANS-FILE.
003927     MOVE IPB-CYCLE-DATE TO H1-CYCLE-DATE.
003930     WRITE REPORT-RECORD FROM IPB-HEADING-1.
003940     WRITE REPORT-RECORD FROM IPB-HEADING-2.
003950     SORT SORT-WORK-FILE
005009     OPEN EXTEND RUN-CONTROL-FILE.
005010     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
005011     MOVE 'IPB110' TO RCTL-PROGRAM-ID.
005012     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
005013     ACCEPT RCTL-RUN-TIME FROM TIME.
005014     MOVE IPB-SUSP-IN-COUNT   TO RCTL-IN-COUNT.
005015     MOVE IPB-RECYCLED-COUNT  TO RCTL-OUT-COUNT.
005080     DISPLAY 'IPB110 - RE-SUSPENDED       : '
005090         IPB-RESUSPENDED-COUNT.
005100     DISPLAY 'IPB110 - CARRIED FORWARD    : ' IPB-CARRIED-COUNT.
005105     DISPLAY 'IPB110 - FOR RETRANSMISSION : ' IPB-RETRANS-COUNT.
005110     CLOSE REPORT-FILE.
005120 9000-EXIT.
005130     EXIT.
