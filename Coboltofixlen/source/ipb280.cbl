000306*                     PRIMARY:  IT CARRIES ZERO-PAY REASON 'M'
000307*                     AND LANDS ON A RECOVERY-REFERRAL LISTING
000308*                     (MSPRPT).
000309*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000310*                     CYCLCTL AND STAMPS IT, NOT THE SYSTEM DATE,
000311*                     ON EVERYTHING THE RUN WRITES.  PRINTS IT IN
000312*                     THE REPORT HEADING.  WILL NOT RUN AGAINST A
000313*                     CLOSED CYCLE.
000314*    10/15/2026  DS   HOLDS PAYMENT ON A BILL PENDING ON THE
000315*                     MEDICAL REVIEW WORKLIST (IPB440):  IT
000316*                     CARRIES ZERO-PAY REASON 'H'.  A BILL
000317*                     APPROVED IN REVIEW SINCE THE LAST RUN IS
000318*                     PRICED IN THIS RUN FROM THE IMAGE ON THE
000319*                     WORKLIST, AND MARKED RELEASED ON THE
000320*                     WORKLIST CARRIED FORWARD (REVWIN TO
000321*                     REVWOUT).  A DENIED BILL STAYS HELD.
000322*****************************************************************
000323 ENVIRONMENT DIVISION.
000324 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000350 INPUT-OUTPUT SECTION.
000476            ORGANIZATION IS SEQUENTIAL.
000477     SELECT MSP-REPORT-FILE   ASSIGN TO MSPRPT
000478            ORGANIZATION IS SEQUENTIAL.
000479     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000480            ORGANIZATION IS SEQUENTIAL.
000481     SELECT OPTIONAL REVIEW-IN-FILE ASSIGN TO REVWIN
000482            ORGANIZATION IS SEQUENTIAL.
000483     SELECT REVIEW-OUT-FILE   ASSIGN TO REVWOUT
000484            ORGANIZATION IS SEQUENTIAL.
000485 DATA DIVISION.
000490 FILE SECTION.
000500 FD  RATE-FILE
000510     RECORDING MODE IS F.
000781 FD  MSP-REPORT-FILE
000782     RECORDING MODE IS F.
000783 01  MSP-REPORT-RECORD           PIC X(132).
000784 FD  CYCLE-CONTROL-FILE
000785     RECORDING MODE IS F.
000786 COPY "ipbcycl".
000787 FD  REVIEW-IN-FILE
000788     RECORDING MODE IS F.
000789 COPY "ipbrvwl".
000790 FD  REVIEW-OUT-FILE
000791     RECORDING MODE IS F.
000792 01  REVIEW-OUT-RECORD           PIC X(260).
000793 WORKING-STORAGE SECTION.
000794*****************************************************************
000800*    SWITCHES AND COUNTERS
000810*****************************************************************
000820 77  IPB-RATE-EOF-SW             PIC X(01)   VALUE 'N'.
001174     88  IPB-MSP-PRIMARY                     VALUE 'Y'.
001175 77  IPB-MSP-TBL-COUNT           PIC 9(05)   COMP  VALUE ZERO.
001176 77  IPB-MSP-COUNT               PIC 9(07)   COMP  VALUE ZERO.
001177 77  IPB-CYCLE-DATE              PIC 9(08)         VALUE ZERO.
001178 01  IPB-MSP-TABLE.
001179     05  IPB-MSP-ENTRY OCCURS 1 TO 10000 TIMES
001180             DEPENDING ON IPB-MSP-TBL-COUNT
001181             ASCENDING KEY IS MS-BENE-ID
001182             INDEXED BY IPB-MSP-IDX.
001183         10  MS-BENE-ID              PIC X(11).
001185         10  MS-PAYER-NAME           PIC X(30).
001186         10  MS-EFFECTIVE-DATE       PIC 9(08).
001187         10  MS-TERMINATION-DATE     PIC 9(08).
001188 77  IPB-REVIEW-EOF-SW           PIC X(01)   VALUE 'N'.
001189     88  IPB-REVIEW-END-OF-FILE              VALUE 'Y'.
001190 77  IPB-REVIEW-HOLD-SW          PIC X(01)   VALUE 'N'.
001191     88  IPB-REVIEW-HOLD                     VALUE 'Y'.
001192 77  IPB-HOLD-TBL-COUNT          PIC 9(05)   COMP  VALUE ZERO.
001193 77  IPB-HELD-COUNT              PIC 9(07)   COMP  VALUE ZERO.
001194 77  IPB-RELEASE-COUNT           PIC 9(07)   COMP  VALUE ZERO.
001195 01  IPB-HOLD-KEY.
001196     05  IPB-HOLD-CLAIM-NUMBER       PIC X(19).
001197     05  IPB-HOLD-TRANSACTION-IND    PIC 9.
001198 01  IPB-HOLD-TABLE.
001199     05  IPB-HOLD-ENTRY OCCURS 1 TO 10000 TIMES
001200             DEPENDING ON IPB-HOLD-TBL-COUNT
001201             ASCENDING KEY IS HL-KEY
001202             INDEXED BY IPB-HOLD-IDX.
001203         10  HL-KEY                  PIC X(20).
001204 COPY "cobol"   REPLACING ==MY-RECORD== BY ==IPB-REVIEW-CLAIM==.
001205 COPY "ipbrpt10".
001206 COPY "ipbrpt17".
001207 PROCEDURE DIVISION.
001208*****************************************************************
001210*    0000-MAINLINE
001220*****************************************************************
001230 0000-MAINLINE.
001235     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
001240     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001250     SORT SORT-WORK-FILE
001260         ON ASCENDING KEY SR5-INTERMED-NUM SR5-CLAIM-NUMBER
001300     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
001310     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
001320     STOP RUN.
001321*****************************************************************
001322*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
001323*    STAMPED ON EVERYTHING THIS RUN WRITES.  THE CYCLE MUST BE
001324*    OPEN (IPB380).
001325*****************************************************************
001326 0100-READ-CYCLE-CONTROL.
001327     OPEN INPUT CYCLE-CONTROL-FILE.
001328     READ CYCLE-CONTROL-FILE
001329         AT END
001330             DISPLAY 'IPB280 - NO CYCLE CONTROL RECORD ON CYCLCTL'
001331             DISPLAY 'IPB280 - ABENDING - SUPPLY CYCLCTL'
001332             STOP RUN
001333     END-READ.
001334     IF NOT CYCL-CYCLE-OPEN
001335         DISPLAY 'IPB280 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
001336             ' IS CLOSED'
001337         DISPLAY 'IPB280 - ABENDING - RUN IPB380 TO OPEN CYCLE'
001338         STOP RUN
001339     END-IF.
001340     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
001341     CLOSE CYCLE-CONTROL-FILE.
001342 0100-EXIT.
001343     EXIT.
001344*****************************************************************
001345*    1000-INITIALIZE - LOAD THE RATE TABLE AND OPEN THE
001350*    OUTPUT FILES
001360*****************************************************************
001370 1000-INITIALIZE.
001470     OPEN OUTPUT PAYMENT-FILE
001480                 REPORT-FILE
001482                 MSP-REPORT-FILE.
001486     MOVE IPB-CYCLE-DATE TO H1-CYCLE-DATE.
001490     WRITE REPORT-RECORD FROM IPB-HEADING-1.
001491     MOVE IPB-CYCLE-DATE TO MH-CYCLE-DATE.
001492     WRITE MSP-REPORT-RECORD FROM IPB-MSP-HEADING-1.
001494     WRITE MSP-REPORT-RECORD FROM IPB-MSP-HEADING-2.
001500 1000-EXIT.
001810     PERFORM 2200-RELEASE-CLAIM THRU 2200-EXIT
001820             UNTIL IPB-CLAIM-END-OF-FILE.
001830     CLOSE CLAIM-IN-FILE.
001831     OPEN INPUT  REVIEW-IN-FILE.
001832     OPEN OUTPUT REVIEW-OUT-FILE.
001833     PERFORM 2300-READ-REVIEW THRU 2300-EXIT
001834             UNTIL IPB-REVIEW-END-OF-FILE.
001835     CLOSE REVIEW-IN-FILE
001836           REVIEW-OUT-FILE.
001840 2000-EXIT.
001850     EXIT.
001860*****************************************************************
001930             GO TO 2100-EXIT
001940     END-READ.
001950     ADD 1 TO IPB-RCTL-READ-COUNT.
001960     ADD TOTAL-CHARGES IN MY-RECORD TO IPB-IN-CHARGE-HASH.
001970 2100-EXIT.
001980     EXIT.
001990*****************************************************************
002000*    2200-RELEASE-CLAIM
002010*****************************************************************
002020 2200-RELEASE-CLAIM.
002030     MOVE INTERMEDIARY-NUM IN MY-RECORD     TO SR5-INTERMED-NUM.
002040     MOVE CLAIM-NUMBER IN MY-RECORD         TO SR5-CLAIM-NUMBER.
002050     MOVE TRANSACTION-IND IN MY-RECORD
002055         TO SR5-TRANSACTION-IND.
002060     MOVE ADMISSION-DATE IN MY-RECORD
002065         TO SR5-ADMISSION-DATE.
002070     MOVE TOTAL-CHARGES IN MY-RECORD        TO SR5-TOTAL-CHARGES.
002080     MOVE INPATIENT-DED IN MY-RECORD        TO SR5-INPATIENT-DED.
002090     MOVE BLOOD-DED IN MY-RECORD            TO SR5-BLOOD-DED.
002100     MOVE COINSURANCE-DAYS IN MY-RECORD     TO SR5-COINS-DAYS.
002110     MOVE LIFETIME-RES-DAYS IN MY-RECORD    TO SR5-LTR-DAYS.
002120     MOVE BENEFITS-EXHAUST-IND IN MY-RECORD TO SR5-EXHAUST-IND.
002130     MOVE BENEFITS-PAY-IND IN MY-RECORD     TO SR5-PAY-IND.
002140     RELEASE SORT-RECORD.
002150     PERFORM 2100-READ-CLAIM THRU 2100-EXIT.
002160 2200-EXIT.
002170     EXIT.
002171*****************************************************************
002172*    2300-READ-REVIEW - THE MEDICAL REVIEW WORKLIST (IPB440).
002173*    A BILL STILL PENDING REVIEW IS HELD WHEN IT IS PRICED; A
002174*    BILL APPROVED SINCE THE LAST RUN IS RELEASED INTO THIS
002175*    RUN.  EVERY RECORD IS CARRIED FORWARD TO REVWOUT.  THE
002176*    RELEASES ARE NOT PART OF THE EXTRACT, SO THEY ARE LEFT
002177*    OUT OF THE RUN-CONTROL COUNT AND HASH.
002178*****************************************************************
002179 2300-READ-REVIEW.
002180     READ REVIEW-IN-FILE
002181         AT END
002182             SET IPB-REVIEW-END-OF-FILE TO TRUE
002183             GO TO 2300-EXIT
002184     END-READ.
002185     IF RVW-PENDING
002186         PERFORM 2350-HOLD-REVIEW THRU 2350-EXIT
002187     END-IF.
002188     IF RVW-APPROVED
002189         AND RVW-RELEASE-DATE = ZERO
002190         PERFORM 2400-RELEASE-REVIEW THRU 2400-EXIT
002191     END-IF.
002192     WRITE REVIEW-OUT-RECORD FROM IPB-REVIEW-RECORD.
002193 2300-EXIT.
002194     EXIT.
002195*****************************************************************
002196*    2350-HOLD-REVIEW - THE WORKLIST IS IN CLAIM NUMBER /
002197*    TRANSACTION-IND SEQUENCE, SO THE HOLD TABLE IS TOO
002198*****************************************************************
002199 2350-HOLD-REVIEW.
002200     IF IPB-HOLD-TBL-COUNT >= 10000
002201         DISPLAY 'IPB280 - HOLD TABLE FULL AT 10000 ENTRIES'
002202         DISPLAY 'IPB280 - ABENDING - REVWIN FILE TOO LARGE'
002203         STOP RUN
002204     END-IF.
002205     ADD 1 TO IPB-HOLD-TBL-COUNT.
002206     MOVE RVW-KEY TO HL-KEY(IPB-HOLD-TBL-COUNT).
002207 2350-EXIT.
002208     EXIT.
002209*****************************************************************
002210*    2400-RELEASE-REVIEW - PRICE AN APPROVED BILL FROM THE
002211*    IMAGE ON THE WORKLIST (REFRESHED FROM THE CLAIM MASTER
002212*    WHEN THE DISPOSITION WAS POSTED)
002213*****************************************************************
002214 2400-RELEASE-REVIEW.
002215     MOVE RVW-CLAIM-IMAGE TO IPB-REVIEW-CLAIM.
002216     MOVE INTERMEDIARY-NUM IN IPB-REVIEW-CLAIM
002217         TO SR5-INTERMED-NUM.
002218     MOVE CLAIM-NUMBER IN IPB-REVIEW-CLAIM
002219         TO SR5-CLAIM-NUMBER.
002220     MOVE TRANSACTION-IND IN IPB-REVIEW-CLAIM
002221         TO SR5-TRANSACTION-IND.
002222     MOVE ADMISSION-DATE IN IPB-REVIEW-CLAIM
002223         TO SR5-ADMISSION-DATE.
002224     MOVE TOTAL-CHARGES IN IPB-REVIEW-CLAIM
002225         TO SR5-TOTAL-CHARGES.
002226     MOVE INPATIENT-DED IN IPB-REVIEW-CLAIM
002227         TO SR5-INPATIENT-DED.
002228     MOVE BLOOD-DED IN IPB-REVIEW-CLAIM
002229         TO SR5-BLOOD-DED.
002230     MOVE COINSURANCE-DAYS IN IPB-REVIEW-CLAIM
002231         TO SR5-COINS-DAYS.
002232     MOVE LIFETIME-RES-DAYS IN IPB-REVIEW-CLAIM
002233         TO SR5-LTR-DAYS.
002234     MOVE BENEFITS-EXHAUST-IND IN IPB-REVIEW-CLAIM
002235         TO SR5-EXHAUST-IND.
002236     MOVE BENEFITS-PAY-IND IN IPB-REVIEW-CLAIM
002237         TO SR5-PAY-IND.
002238     RELEASE SORT-RECORD.
002239     MOVE IPB-CYCLE-DATE TO RVW-RELEASE-DATE.
002240     ADD 1 TO IPB-RELEASE-COUNT.
002241 2400-EXIT.
002242     EXIT.
002243*****************************************************************
002244*    3000-PRODUCE-REGISTER - OUTPUT PROCEDURE FOR THE SORT
002245*****************************************************************
002246 3000-PRODUCE-REGISTER.
002247     PERFORM 3100-RETURN-SORT THRU 3100-EXIT.
002248     PERFORM 3200-PROCESS-SORT-REC THRU 3200-EXIT
002249             UNTIL IPB-SORT-END-OF-FILE.
002250     IF NOT IPB-FIRST-INTERMED
002260         PERFORM 3400-INTERMED-BREAK THRU 3400-EXIT
002270     END-IF.
002720         GIVING IPB-BENEFIT-YEAR.
002722     MOVE SR5-INPATIENT-DED TO IPB-APPLIED-INP-DED.
002724     PERFORM 3320-CHECK-SPELL-DED THRU 3320-EXIT.
002727     PERFORM 3330-CHECK-REVIEW-HOLD THRU 3330-EXIT.
002730     MOVE SPACES TO IPB-PAYMENT-RECORD.
002740     MOVE SR5-CLAIM-NUMBER     TO PAY-CLAIM-NUMBER.
002750     MOVE SR5-TRANSACTION-IND  TO PAY-TRANSACTION-IND.
002850         WHEN SR5-EXHAUST-IND NOT = ZERO
002860             SET PAY-BENEFITS-EXHAUSTED TO TRUE
002870             ADD 1 TO IPB-ZERO-PAY-COUNT
002872         WHEN IPB-REVIEW-HOLD
002874             SET PAY-REVIEW-HOLD TO TRUE
002876             ADD 1 TO IPB-HELD-COUNT
002878             ADD 1 TO IPB-ZERO-PAY-COUNT
002880         WHEN OTHER
002882             PERFORM 3340-CHECK-MSP THRU 3340-EXIT
002884             IF IPB-MSP-PRIMARY
003074 3320-EXIT.
003075     EXIT.
003076*****************************************************************
003077*    3330-CHECK-REVIEW-HOLD - IS THE BILL PENDING ON THE
003078*    MEDICAL REVIEW WORKLIST
003079*****************************************************************
003080 3330-CHECK-REVIEW-HOLD.
003081     MOVE 'N' TO IPB-REVIEW-HOLD-SW.
003082     IF IPB-HOLD-TBL-COUNT = ZERO
003083         GO TO 3330-EXIT
003084     END-IF.
003085     MOVE SR5-CLAIM-NUMBER    TO IPB-HOLD-CLAIM-NUMBER.
003086     MOVE SR5-TRANSACTION-IND TO IPB-HOLD-TRANSACTION-IND.
003087     SET IPB-HOLD-IDX TO 1.
003088     SEARCH ALL IPB-HOLD-ENTRY
003089         AT END
003090             CONTINUE
003091         WHEN HL-KEY(IPB-HOLD-IDX) = IPB-HOLD-KEY
003092             SET IPB-REVIEW-HOLD TO TRUE
003093     END-SEARCH.
003094 3330-EXIT.
003095     EXIT.
003096*****************************************************************
003097*    3340-CHECK-MSP - IS ANOTHER PAYER PRIMARY FOR THIS BILL.
003098*    THE ADMISSION MUST FALL INSIDE THE OTHER PAYER'S
003099*    COVERAGE WINDOW; A ZERO TERMINATION DATE IS OPEN-ENDED.
003100*****************************************************************
003101 3340-CHECK-MSP.
003102     MOVE 'N' TO IPB-MSP-SW.
003103     IF IPB-MSP-TBL-COUNT = ZERO
003104         GO TO 3340-EXIT
003105     END-IF.
003106     SET IPB-MSP-IDX TO 1.
003107     SEARCH ALL IPB-MSP-ENTRY
003108         AT END
003109             CONTINUE
003110         WHEN MS-BENE-ID(IPB-MSP-IDX) =
003111                 SR5-CLAIM-NUMBER(1:11)
003112             IF SR5-ADMISSION-DATE NOT <
003113                     MS-EFFECTIVE-DATE(IPB-MSP-IDX)
003114                 AND (MS-TERMINATION-DATE(IPB-MSP-IDX) = ZERO
003115                     OR SR5-ADMISSION-DATE NOT >
003116                         MS-TERMINATION-DATE(IPB-MSP-IDX))
003117                 SET IPB-MSP-PRIMARY TO TRUE
003118             END-IF
003119     END-SEARCH.
003120 3340-EXIT.
003121     EXIT.
003122*****************************************************************
003123*    3350-FIND-RATE - LOOK UP THE RATE CARD FOR THE BENEFIT
003124*    YEAR OF ADMISSION
003125*****************************************************************
003126 3350-FIND-RATE.
003127     SET IPB-RATE-NOT-FOUND TO TRUE.
003128     SET IPB-RATE-IDX TO 1.
003130     SEARCH ALL IPB-RATE-ENTRY
003140         AT END
003150             SET IPB-RATE-NOT-FOUND TO TRUE
003880     OPEN EXTEND RUN-CONTROL-FILE.
003890     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
003900     MOVE 'IPB280' TO RCTL-PROGRAM-ID.
003910     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
003920     ACCEPT RCTL-RUN-TIME FROM TIME.
003930     MOVE IPB-RCTL-READ-COUNT TO RCTL-IN-COUNT.
003940     MOVE ZERO                TO RCTL-OUT-COUNT.
004092     DISPLAY 'IPB280 - SPELL DED WAIVED   : '
004094         IPB-DED-WAIVED-COUNT.
004095     DISPLAY 'IPB280 - MSP PRIMARY BILLS  : ' IPB-MSP-COUNT.
004096     DISPLAY 'IPB280 - HELD FOR REVIEW    : ' IPB-HELD-COUNT.
004097     DISPLAY 'IPB280 - REVIEW RELEASES    : ' IPB-RELEASE-COUNT.
004100     CLOSE PAYMENT-FILE
004110           REPORT-FILE
004112           MSP-REPORT-FILE.
