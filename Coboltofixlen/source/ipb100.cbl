000272*                     DETAIL EXTRACT (CHGDTLOUT) BESIDE THE
000273*                     CLAIM.  BILLS WITHOUT DETAIL PASS
000274*                     UNCHECKED.
000275*    10/15/2026  DS   SUSPENSE RECORDS CARRY A ZERO
000276*                     IPB-SUSP-XMIT-DATE; ONLY A BILL AN
000277*                     INTERMEDIARY REJECTED (IPB300) HAS ONE.
000278*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000279*                     CYCLCTL AND STAMPS IT, NOT THE SYSTEM DATE,
000280*                     ON EVERYTHING THE RUN WRITES.  WILL NOT RUN
000281*                     AGAINST A CLOSED CYCLE.
000282*****************************************************************
000283 ENVIRONMENT DIVISION.
000284 CONFIGURATION SECTION.
000285 SOURCE-COMPUTER.   IBM-370.
000286 OBJECT-COMPUTER.   IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CLAIM-IN-FILE     ASSIGN TO CLAIMIN
000424            ORGANIZATION IS SEQUENTIAL.
000425     SELECT DETAIL-OUT-FILE   ASSIGN TO CHGDTLOUT
000426            ORGANIZATION IS SEQUENTIAL.
000427     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000428            ORGANIZATION IS SEQUENTIAL.
000429 DATA DIVISION.
000430 FILE SECTION.
000440 FD  CLAIM-IN-FILE
000450     RECORDING MODE IS F.
000612 FD  DETAIL-OUT-FILE
000613     RECORDING MODE IS F.
000614 COPY "ipbcdtl".
000615 FD  CYCLE-CONTROL-FILE
000616     RECORDING MODE IS F.
000617 COPY "ipbcycl".
000618 WORKING-STORAGE SECTION.
000619*****************************************************************
000620*    SWITCHES AND COUNTERS
000621*****************************************************************
000640 77  IPB-EOF-SW                 PIC X(01)   VALUE 'N'.
000650     88  IPB-END-OF-INPUT                   VALUE 'Y'.
000660 77  IPB-VALID-SW               PIC X(01)   VALUE 'Y'.
000834 77  IPB-DTL-LINE-TOTAL          PIC S9(9)V99       VALUE ZERO.
000835 77  IPB-DTL-GROUP-COUNT         PIC 9(03)  COMP    VALUE ZERO.
000836 77  IPB-DTL-SUB                 PIC 9(03)  COMP    VALUE ZERO.
000837 77  IPB-CYCLE-DATE              PIC 9(08)          VALUE ZERO.
000838 01  IPB-DTL-GROUP-TABLE.
000839     05  IPB-DTL-GROUP-ENTRY OCCURS 200 TIMES.
000840         10  GD-DETAIL-IMAGE         PIC X(68).
000841 PROCEDURE DIVISION.
000842*****************************************************************
000843*    0000-MAINLINE
000844*****************************************************************
000845 0000-MAINLINE.
000846     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
000847     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
000848     PERFORM 2000-PROCESS-CLAIMS  THRU 2000-EXIT
000849             UNTIL IPB-END-OF-INPUT.
000850     PERFORM 2700-CHECK-ORPHAN-DETAIL THRU 2700-EXIT.
000851     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
000852     STOP RUN.
000853*****************************************************************
000854*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
000855*    STAMPED ON EVERYTHING THIS RUN WRITES.  THE CYCLE MUST BE
000856*    OPEN (IPB380).
000857*****************************************************************
000858 0100-READ-CYCLE-CONTROL.
000859     OPEN INPUT CYCLE-CONTROL-FILE.
000860     READ CYCLE-CONTROL-FILE
000861         AT END
000862             DISPLAY 'IPB100 - NO CYCLE CONTROL RECORD ON CYCLCTL'
000863             DISPLAY 'IPB100 - ABENDING - SUPPLY CYCLCTL'
000864             STOP RUN
000865     END-READ.
000866     IF NOT CYCL-CYCLE-OPEN
000867         DISPLAY 'IPB100 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
000868             ' IS CLOSED'
000869         DISPLAY 'IPB100 - ABENDING - RUN IPB380 TO OPEN CYCLE'
000870         STOP RUN
000871     END-IF.
000872     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
000873     CLOSE CYCLE-CONTROL-FILE.
000874 0100-EXIT.
000875     EXIT.
000880*****************************************************************
000890*    1000-INITIALIZE
000900*****************************************************************
002216     MOVE THRU-DATE      IN MY-RECORD TO IPB-SUSP-THRU-DATE.
002217     MOVE DISCHARGE-DATE IN MY-RECORD TO IPB-SUSP-DISCHARGE-DATE.
002218     MOVE FULL-DAYS      IN MY-RECORD TO IPB-SUSP-FULL-DAYS.
002219     MOVE IPB-CYCLE-DATE TO IPB-SUSP-RUN-DATE.
002220     MOVE ZERO                        TO IPB-SUSP-XMIT-DATE.
002221     MOVE MY-RECORD                   TO IPB-SUSP-CLAIM-IMAGE.
002222     WRITE IPB-SUSPENSE-RECORD.
002223     ADD 1 TO IPB-SUSPENSE-COUNT.
002318             TO CKPT-IN-CHARGE-HASH IN IPB-CHECKPOINT-RECORD
002319         MOVE IPB-OUT-CHARGE-HASH
002321             TO CKPT-OUT-CHARGE-HASH IN IPB-CHECKPOINT-RECORD
002322         MOVE IPB-CYCLE-DATE
002323             TO CKPT-RUN-DATE IN IPB-CHECKPOINT-RECORD
002330         ACCEPT CKPT-RUN-TIME IN IPB-CHECKPOINT-RECORD FROM TIME
002340         WRITE IPB-CHECKPOINT-RECORD
002350     END-IF.
002499     OPEN EXTEND RUN-CONTROL-FILE.
002500     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
002501     MOVE 'IPB100' TO RCTL-PROGRAM-ID.
002502     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
002503     ACCEPT RCTL-RUN-TIME FROM TIME.
002504     MOVE IPB-IN-COUNT        TO RCTL-IN-COUNT.
002505     MOVE IPB-OUT-COUNT       TO RCTL-OUT-COUNT.
