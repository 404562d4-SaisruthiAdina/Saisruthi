000287*                     SAME-DAY RERUN REPLACES THE DAY'S LOG
000288*                     AND THE ACKNOWLEDGMENT STEP (IPB300)
000289*                     CAN PROVE WHAT WAS SENT.
000290*    10/15/2026  DS   BILLS ON THE RETRANSMISSION NOTICES
000291*                     IPB110 WRITES (RETRANS) ARE SENT AS
000292*                     RETRANSMITTED DETAILS ('R') AND COUNTED
000293*                     ON THE TRAILER.  EACH IS LOGGED AS A
000294*                     RETRANSMISSION ENTRY CARRYING THE DATE
000295*                     OF THE TRANSMISSION IT WAS REJECTED
000296*                     FROM, AND THE MATCHING REJECTION ENTRY
000297*                     IPB300 LOGGED IS STAMPED RESENT.
000298*                     REJECTION ENTRIES ARE NEVER DROPPED BY
000299*                     THE SAME-DAY RERUN LOGIC.
000300*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000301*                     CYCLCTL AND STAMPS IT, NOT THE SYSTEM DATE,
000302*                     ON EVERYTHING THE RUN WRITES.  PRINTS IT IN
000303*                     THE REPORT HEADING.  WILL NOT RUN AGAINST A
000304*                     CLOSED CYCLE.
000305*****************************************************************
000306 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000524            ORGANIZATION IS SEQUENTIAL.
000526     SELECT XLOG-OUT-FILE     ASSIGN TO XLOGOUT
000528            ORGANIZATION IS SEQUENTIAL.
000529     SELECT OPTIONAL RETRANS-FILE ASSIGN TO RETRANS
000530            ORGANIZATION IS SEQUENTIAL.
000531     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000532            ORGANIZATION IS SEQUENTIAL.
000533 DATA DIVISION.
000540 FILE SECTION.
000550 FD  CLAIM-IN-FILE
000560     RECORDING MODE IS F.
000610     05  SR6-CLAIM-NUMBER            PIC X(19).
000620     05  SR6-TRANSACTION-IND         PIC 9.
000625     05  SR6-TOTAL-CHARGES           PIC S9(7)V99.
000627     05  SR6-RETRANS-SUB             PIC 9(04).
000630     05  SR6-CLAIM-IMAGE             PIC X(124).
000640 FD  XMIT-FILE-01
000650     RECORDING MODE IS F.
000846 FD  XLOG-OUT-FILE
000847     RECORDING MODE IS F.
000848 COPY "ipbxlog".
000849 FD  RETRANS-FILE
000850     RECORDING MODE IS F.
000851 COPY "ipbrxmt".
000852 FD  CYCLE-CONTROL-FILE
000853     RECORDING MODE IS F.
000854 COPY "ipbcycl".
000855 WORKING-STORAGE SECTION.
000860*****************************************************************
000870*    SWITCHES AND COUNTERS
000880*****************************************************************
001018         10  TL-INTERMED-NUM         PIC 9(10).
001019         10  TL-RECORD-COUNT         PIC 9(09).
001021         10  TL-TOTAL-CHARGES        PIC S9(11)V99.
001022 77  IPB-RETRANS-EOF-SW          PIC X(01)   VALUE 'N'.
001023     88  IPB-RETRANS-END-OF-FILE             VALUE 'Y'.
001024 77  IPB-RETRANS-FOUND-SW        PIC X(01)   VALUE 'N'.
001025     88  IPB-RETRANS-FOUND                   VALUE 'Y'.
001026 77  IPB-RETRANS-COUNT           PIC 9(04)   COMP  VALUE ZERO.
001027 77  IPB-RETRANS-SUB             PIC 9(04)   COMP  VALUE ZERO.
001028 77  IPB-XMIT-RETRANS-COUNT      PIC 9(09)   COMP  VALUE ZERO.
001029 77  IPB-RESENT-COUNT            PIC 9(09)   COMP  VALUE ZERO.
001030 77  IPB-STAMPED-COUNT           PIC 9(09)   COMP  VALUE ZERO.
001031 77  IPB-CYCLE-DATE              PIC 9(08)         VALUE ZERO.
001032 01  IPB-RETRANS-TABLE.
001033     05  IPB-RETRANS-ENTRY OCCURS 1 TO 2000 TIMES
001034             DEPENDING ON IPB-RETRANS-COUNT
001035             INDEXED BY IPB-RETRANS-IDX.
001036         10  RX-CLAIM-NUMBER         PIC X(19).
001037         10  RX-TRANSACTION-IND      PIC 9.
001038         10  RX-INTERMED-NUM         PIC 9(10).
001039         10  RX-ORIG-XMIT-DATE       PIC 9(08).
001040         10  RX-REJECT-DATE          PIC 9(08).
001041         10  RX-TOTAL-CHARGES        PIC S9(7)V99.
001042         10  RX-SENT-SW              PIC X(01).
001043             88  RX-SENT                VALUE 'Y'.
001044 COPY "ipbxmit".
001045 COPY "ipbrpt11".
001046 PROCEDURE DIVISION.
001050*****************************************************************
001060*    0000-MAINLINE
001070*****************************************************************
001080 0000-MAINLINE.
001085     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
001090     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001100     SORT SORT-WORK-FILE
001110         ON ASCENDING KEY SR6-INTERMED-NUM SR6-CLAIM-NUMBER
001150     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
001160     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
001170     STOP RUN.
001171*****************************************************************
001172*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
001173*    STAMPED ON EVERYTHING THIS RUN WRITES.  THE CYCLE MUST BE
001174*    OPEN (IPB380).
001175*****************************************************************
001176 0100-READ-CYCLE-CONTROL.
001177     OPEN INPUT CYCLE-CONTROL-FILE.
001178     READ CYCLE-CONTROL-FILE
001179         AT END
001180             DISPLAY 'IPB150 - NO CYCLE CONTROL RECORD ON CYCLCTL'
001181             DISPLAY 'IPB150 - ABENDING - SUPPLY CYCLCTL'
001182             STOP RUN
001183     END-READ.
001184     IF NOT CYCL-CYCLE-OPEN
001185         DISPLAY 'IPB150 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
001186             ' IS CLOSED'
001187         DISPLAY 'IPB150 - ABENDING - RUN IPB380 TO OPEN CYCLE'
001188         STOP RUN
001189     END-IF.
001190     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
001191     CLOSE CYCLE-CONTROL-FILE.
001192 0100-EXIT.
001193     EXIT.
001194*****************************************************************
001195*    1000-INITIALIZE
001200*****************************************************************
001210 1000-INITIALIZE.
001220     MOVE IPB-CYCLE-DATE TO IPB-RUN-DATE.
001222     OPEN INPUT RETRANS-FILE.
001224     PERFORM 1100-LOAD-RETRANS THRU 1100-EXIT
001226             UNTIL IPB-RETRANS-END-OF-FILE.
001228     CLOSE RETRANS-FILE.
001230     OPEN OUTPUT XMIT-FILE-01
001240                 XMIT-FILE-02
001250                 XMIT-FILE-03
001260                 XMIT-FILE-04
001270                 XMIT-FILE-05
001280                 REPORT-FILE.
001285     MOVE IPB-CYCLE-DATE TO H1-CYCLE-DATE.
001290     WRITE REPORT-RECORD FROM IPB-HEADING-1.
001300     WRITE REPORT-RECORD FROM IPB-HEADING-2.
001310 1000-EXIT.
001320     EXIT.
001321*****************************************************************
001322*    1100-LOAD-RETRANS - BUILD THE TABLE OF BILLS TO BE SENT
001323*    AS RETRANSMISSIONS
001324*****************************************************************
001325 1100-LOAD-RETRANS.
001326     READ RETRANS-FILE
001327         AT END
001328             SET IPB-RETRANS-END-OF-FILE TO TRUE
001329             GO TO 1100-EXIT
001330     END-READ.
001331     IF IPB-RETRANS-COUNT >= 2000
001332         DISPLAY 'IPB150 - RETRANS TABLE FULL AT 2000 ENTRIES'
001333         DISPLAY 'IPB150 - ABENDING - RETRANS FILE TOO LARGE'
001334         STOP RUN
001335     END-IF.
001336     ADD 1 TO IPB-RETRANS-COUNT.
001337     MOVE RXMT-CLAIM-NUMBER
001338         TO RX-CLAIM-NUMBER(IPB-RETRANS-COUNT).
001339     MOVE RXMT-TRANSACTION-IND
001340         TO RX-TRANSACTION-IND(IPB-RETRANS-COUNT).
001341     MOVE RXMT-INTERMEDIARY-NUM
001342         TO RX-INTERMED-NUM(IPB-RETRANS-COUNT).
001343     MOVE RXMT-ORIG-XMIT-DATE
001344         TO RX-ORIG-XMIT-DATE(IPB-RETRANS-COUNT).
001345     MOVE RXMT-REJECT-DATE
001346         TO RX-REJECT-DATE(IPB-RETRANS-COUNT).
001347     MOVE ZERO TO RX-TOTAL-CHARGES(IPB-RETRANS-COUNT).
001348     MOVE 'N'  TO RX-SENT-SW(IPB-RETRANS-COUNT).
001349 1100-EXIT.
001350     EXIT.
001351*****************************************************************
001352*    2000-BUILD-SORT-RECS - INPUT PROCEDURE FOR THE SORT
001353*****************************************************************
001360 2000-BUILD-SORT-RECS.
001370     OPEN INPUT CLAIM-IN-FILE.
001380     PERFORM 2100-READ-CLAIM THRU 2100-EXIT.
001630     MOVE TRANSACTION-IND    TO SR6-TRANSACTION-IND.
001635     MOVE TOTAL-CHARGES      TO SR6-TOTAL-CHARGES.
001640     MOVE MY-RECORD          TO SR6-CLAIM-IMAGE.
001641     PERFORM 2300-FIND-RETRANS THRU 2300-EXIT.
001642     IF IPB-RETRANS-FOUND
001643         MOVE IPB-RETRANS-SUB TO SR6-RETRANS-SUB
001644     ELSE
001645         MOVE ZERO            TO SR6-RETRANS-SUB
001646     END-IF.
001650     RELEASE SORT-RECORD.
001660     PERFORM 2100-READ-CLAIM THRU 2100-EXIT.
001670 2200-EXIT.
001680     EXIT.
001681*****************************************************************
001682*    2300-FIND-RETRANS - IS THIS BILL ON A RETRANSMISSION
001683*    NOTICE FOR THE INTERMEDIARY IT IS GOING TO.  LEAVES
001684*    IPB-RETRANS-SUB POINTING AT THE NOTICE WHEN FOUND.
001685*****************************************************************
001686 2300-FIND-RETRANS.
001687     MOVE 'N' TO IPB-RETRANS-FOUND-SW.
001688     MOVE 1   TO IPB-RETRANS-SUB.
001689     PERFORM 2350-SEARCH-RETRANS THRU 2350-EXIT
001690             UNTIL IPB-RETRANS-FOUND
001691             OR IPB-RETRANS-SUB > IPB-RETRANS-COUNT.
001692 2300-EXIT.
001693     EXIT.
001694*****************************************************************
001695*    2350-SEARCH-RETRANS
001696*****************************************************************
001697 2350-SEARCH-RETRANS.
001698     IF RX-CLAIM-NUMBER(IPB-RETRANS-SUB) = CLAIM-NUMBER
001699         AND RX-TRANSACTION-IND(IPB-RETRANS-SUB) = TRANSACTION-IND
001700         AND RX-INTERMED-NUM(IPB-RETRANS-SUB) = INTERMEDIARY-NUM
001701         SET IPB-RETRANS-FOUND TO TRUE
001702     ELSE
001703         ADD 1 TO IPB-RETRANS-SUB
001704     END-IF.
001705 2350-EXIT.
001706     EXIT.
001707*****************************************************************
001708*    3000-SPLIT-CLAIMS - OUTPUT PROCEDURE FOR THE SORT
001710*****************************************************************
001720 3000-SPLIT-CLAIMS.
001730     PERFORM 3100-RETURN-SORT THRU 3100-EXIT.
002070 3200-EXIT.
002080     EXIT.
002090*****************************************************************
002100*    3300-WRITE-DETAIL - ONE CLAIM TO THE CURRENT FILE.  A
002103*    BILL ON A RETRANSMISSION NOTICE GOES AS A RETRANSMITTED
002106*    DETAIL AND ITS NOTICE IS MARKED SENT FOR THE LOG.
002110*****************************************************************
002120 3300-WRITE-DETAIL.
002130     MOVE SPACES TO IPB-XMIT-RECORD.
002140     IF SR6-RETRANS-SUB > ZERO
002141         SET XMIT-RETRANSMIT-DETAIL TO TRUE
002142         MOVE 'Y' TO RX-SENT-SW(SR6-RETRANS-SUB)
002143         MOVE SR6-TOTAL-CHARGES
002144             TO RX-TOTAL-CHARGES(SR6-RETRANS-SUB)
002145         ADD 1 TO IPB-XMIT-RETRANS-COUNT
002146         ADD 1 TO IPB-RESENT-COUNT
002147     ELSE
002148         SET XMIT-DETAIL TO TRUE
002149     END-IF.
002150     MOVE SR6-CLAIM-IMAGE TO XMIT-DATA.
002160     PERFORM 3600-WRITE-XMIT THRU 3600-EXIT.
002170     ADD 1 TO IPB-XMIT-COUNT.
002360     PERFORM 3600-WRITE-XMIT THRU 3600-EXIT.
002370     MOVE ZERO TO IPB-XMIT-COUNT.
002380     MOVE ZERO TO IPB-XMIT-CHARGE-TOTAL.
002385     MOVE ZERO TO IPB-XMIT-RETRANS-COUNT.
002390 3400-EXIT.
002400     EXIT.
002410*****************************************************************
002470     SET XMIT-TRAILER TO TRUE.
002480     MOVE IPB-XMIT-COUNT        TO XMT-RECORD-COUNT.
002490     MOVE IPB-XMIT-CHARGE-TOTAL TO XMT-TOTAL-CHARGES.
002495     MOVE IPB-XMIT-RETRANS-COUNT TO XMT-RETRANSMIT-COUNT.
002500     PERFORM 3600-WRITE-XMIT THRU 3600-EXIT.
002510     EVALUATE IPB-FILE-SUB
002520         WHEN 1 MOVE 'XMIT01' TO DL-FILE-NAME
002580     MOVE IPB-PRIOR-INTERMED-NUM TO DL-INTERMED-NUM.
002590     MOVE IPB-XMIT-COUNT         TO DL-RECORD-COUNT.
002600     MOVE IPB-XMIT-CHARGE-TOTAL  TO DL-TOTAL-CHARGES.
002605     MOVE IPB-XMIT-RETRANS-COUNT TO DL-RETRANS-COUNT.
002610     WRITE REPORT-RECORD FROM IPB-DETAIL-LINE.
002612     MOVE IPB-PRIOR-INTERMED-NUM
002614         TO TL-INTERMED-NUM(IPB-FILE-SUB).
002773*    (XLOGIN IN, XLOGOUT OUT), DROPPING ANY ENTRIES ALREADY
002774*    LOGGED FOR TODAY'S RUN DATE SO A SAME-DAY RERUN REPLACES
002775*    THE DAY'S TRANSMISSIONS INSTEAD OF DOUBLING THEM, THEN
002776*    ADDING THIS RUN'S ENTRIES AND ITS RETRANSMISSIONS.
002777*****************************************************************
002778 7000-REWRITE-LOG.
002779     OPEN INPUT  XLOG-IN-FILE.
002785                 VARYING IPB-TLOG-SUB FROM 1 BY 1
002786                 UNTIL IPB-TLOG-SUB > IPB-FILE-SUB
002787     END-IF.
002788     IF IPB-RESENT-COUNT > ZERO
002789         PERFORM 7300-WRITE-RETRANS-LOG THRU 7300-EXIT
002790                 VARYING IPB-RETRANS-SUB FROM 1 BY 1
002791                 UNTIL IPB-RETRANS-SUB > IPB-RETRANS-COUNT
002792     END-IF.
002793     CLOSE XLOG-IN-FILE
002794           XLOG-OUT-FILE.
002795 7000-EXIT.
002796     EXIT.
002797*****************************************************************
002798*    7100-COPY-OLD-LOG - A REJECTION ENTRY IS ALWAYS KEPT,
002799*    AND IS STAMPED RESENT IF ITS BILL WENT OUT THIS RUN
002800*****************************************************************
002801 7100-COPY-OLD-LOG.
002802     READ XLOG-IN-FILE
002803         AT END
002804             SET IPB-XLOG-END-OF-FILE TO TRUE
002805             GO TO 7100-EXIT
002806     END-READ.
002807     ADD 1 TO IPB-XLOG-OLD-COUNT.
002808     IF XLOG-REJECTION-ENTRY IN IPB-XLOG-IN-RECORD
002809         PERFORM 7150-STAMP-RESENT THRU 7150-EXIT
002810         WRITE IPB-XMIT-LOG-RECORD FROM IPB-XLOG-IN-RECORD
002811         GO TO 7100-EXIT
002812     END-IF.
002813     IF XLOG-RUN-DATE IN IPB-XLOG-IN-RECORD = IPB-RUN-DATE
002814         ADD 1 TO IPB-XLOG-DROPPED-COUNT
002815         GO TO 7100-EXIT
002816     END-IF.
002817     WRITE IPB-XMIT-LOG-RECORD FROM IPB-XLOG-IN-RECORD.
002818 7100-EXIT.
002819     EXIT.
002820*****************************************************************
002821*    7150-STAMP-RESENT - LOOK FOR A BILL SENT THIS RUN ON A
002822*    RETRANSMISSION NOTICE FOR THE SAME REJECTION
002823*****************************************************************
002824 7150-STAMP-RESENT.
002825     IF IPB-RESENT-COUNT = ZERO
002826         GO TO 7150-EXIT
002827     END-IF.
002828     MOVE 'N' TO IPB-RETRANS-FOUND-SW.
002829     MOVE 1   TO IPB-RETRANS-SUB.
002830     PERFORM 7160-SEARCH-SENT THRU 7160-EXIT
002831             UNTIL IPB-RETRANS-FOUND
002832             OR IPB-RETRANS-SUB > IPB-RETRANS-COUNT.
002833     IF IPB-RETRANS-FOUND
002834         MOVE IPB-RUN-DATE
002835             TO XLOG-RESENT-DATE IN IPB-XLOG-IN-RECORD
002836         ADD 1 TO IPB-STAMPED-COUNT
002837     END-IF.
002838 7150-EXIT.
002839     EXIT.
002840*****************************************************************
002841*    7160-SEARCH-SENT
002842*****************************************************************
002843 7160-SEARCH-SENT.
002844     IF RX-SENT(IPB-RETRANS-SUB)
002845         AND RX-CLAIM-NUMBER(IPB-RETRANS-SUB) =
002846                 XLOG-CLAIM-NUMBER IN IPB-XLOG-IN-RECORD
002847         AND RX-TRANSACTION-IND(IPB-RETRANS-SUB) =
002848                 XLOG-TRANSACTION-IND IN IPB-XLOG-IN-RECORD
002849         AND RX-INTERMED-NUM(IPB-RETRANS-SUB) =
002850                 XLOG-INTERMEDIARY-NUM IN IPB-XLOG-IN-RECORD
002851         AND RX-ORIG-XMIT-DATE(IPB-RETRANS-SUB) =
002852                 XLOG-ORIG-XMIT-DATE IN IPB-XLOG-IN-RECORD
002853         SET IPB-RETRANS-FOUND TO TRUE
002854     ELSE
002855         ADD 1 TO IPB-RETRANS-SUB
002856     END-IF.
002857 7160-EXIT.
002858     EXIT.
002859*****************************************************************
002860*    7200-WRITE-NEW-LOG - ONE LOG ENTRY PER TRANSMISSION MADE
002861*    THIS RUN, UNACKNOWLEDGED
002862*****************************************************************
002863 7200-WRITE-NEW-LOG.
002864     MOVE SPACES TO IPB-XMIT-LOG-RECORD.
002865     MOVE TL-INTERMED-NUM(IPB-TLOG-SUB)
002866         TO XLOG-INTERMEDIARY-NUM IN IPB-XMIT-LOG-RECORD.
002867     MOVE IPB-RUN-DATE
002868         TO XLOG-RUN-DATE IN IPB-XMIT-LOG-RECORD.
002869     MOVE TL-RECORD-COUNT(IPB-TLOG-SUB)
002870         TO XLOG-RECORD-COUNT IN IPB-XMIT-LOG-RECORD.
002871     MOVE TL-TOTAL-CHARGES(IPB-TLOG-SUB)
002872         TO XLOG-TOTAL-CHARGES IN IPB-XMIT-LOG-RECORD.
002873     MOVE SPACE
002874         TO XLOG-ACK-STATUS IN IPB-XMIT-LOG-RECORD.
002875     MOVE ZERO
002876         TO XLOG-ACK-DATE IN IPB-XMIT-LOG-RECORD.
002877     WRITE IPB-XMIT-LOG-RECORD.
002878 7200-EXIT.
002879     EXIT.
002880*****************************************************************
002881*    7300-WRITE-RETRANS-LOG - ONE RETRANSMISSION ENTRY PER
002882*    BILL SENT AGAIN THIS RUN, TIED TO ITS REJECTION BY THE
002883*    BILL KEY AND THE ORIGINAL TRANSMISSION DATE
002884*****************************************************************
002885 7300-WRITE-RETRANS-LOG.
002886     IF NOT RX-SENT(IPB-RETRANS-SUB)
002887         GO TO 7300-EXIT
002888     END-IF.
002889     MOVE SPACES TO IPB-XMIT-LOG-RECORD.
002890     MOVE RX-INTERMED-NUM(IPB-RETRANS-SUB)
002891         TO XLOG-INTERMEDIARY-NUM IN IPB-XMIT-LOG-RECORD.
002892     MOVE IPB-RUN-DATE
002893         TO XLOG-RUN-DATE IN IPB-XMIT-LOG-RECORD.
002894     MOVE 1
002895         TO XLOG-RECORD-COUNT IN IPB-XMIT-LOG-RECORD.
002896     MOVE RX-TOTAL-CHARGES(IPB-RETRANS-SUB)
002897         TO XLOG-TOTAL-CHARGES IN IPB-XMIT-LOG-RECORD.
002898     MOVE ZERO
002899         TO XLOG-ACK-DATE IN IPB-XMIT-LOG-RECORD.
002900     SET XLOG-RETRANSMISSION-ENTRY IN IPB-XMIT-LOG-RECORD
002901         TO TRUE.
002902     MOVE RX-CLAIM-NUMBER(IPB-RETRANS-SUB)
002903         TO XLOG-CLAIM-NUMBER IN IPB-XMIT-LOG-RECORD.
002904     MOVE RX-TRANSACTION-IND(IPB-RETRANS-SUB)
002905         TO XLOG-TRANSACTION-IND IN IPB-XMIT-LOG-RECORD.
002906     MOVE RX-ORIG-XMIT-DATE(IPB-RETRANS-SUB)
002907         TO XLOG-ORIG-XMIT-DATE IN IPB-XMIT-LOG-RECORD.
002908     MOVE RX-REJECT-DATE(IPB-RETRANS-SUB)
002909         TO XLOG-REJECT-DATE IN IPB-XMIT-LOG-RECORD.
002910     MOVE IPB-RUN-DATE
002911         TO XLOG-RESENT-DATE IN IPB-XMIT-LOG-RECORD.
002912     WRITE IPB-XMIT-LOG-RECORD.
002913 7300-EXIT.
002914     EXIT.
002915*****************************************************************
002916*    8000-WRITE-RUN-CONTROL - COUNTS AND CHARGE HASH FOR THE
002917*    BALANCING STEP (IPB140)
002918*****************************************************************
002919 8000-WRITE-RUN-CONTROL.
002920     OPEN EXTEND RUN-CONTROL-FILE.
002921     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
002922     MOVE 'IPB150' TO RCTL-PROGRAM-ID.
002923     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
002924     ACCEPT RCTL-RUN-TIME FROM TIME.
002925     MOVE IPB-RCTL-READ-COUNT TO RCTL-IN-COUNT.
002926     MOVE ZERO                TO RCTL-OUT-COUNT.
002927     MOVE ZERO                TO RCTL-SUSP-COUNT.
002928     MOVE IPB-IN-CHARGE-HASH  TO RCTL-IN-CHARGE-HASH.
002929     MOVE ZERO                TO RCTL-OUT-CHARGE-HASH.
002930     WRITE IPB-RUN-CONTROL-RECORD.
002940     CLOSE RUN-CONTROL-FILE.
002950 8000-EXIT.
003050     DISPLAY 'IPB150 - TRANSMISSIONS MADE  : ' IPB-FILE-SUB.
003052     DISPLAY 'IPB150 - SAME-DAY LOG DROPPED: '
003054         IPB-XLOG-DROPPED-COUNT.
003056     DISPLAY 'IPB150 - BILLS RETRANSMITTED: ' IPB-RESENT-COUNT.
003058     DISPLAY 'IPB150 - REJECTIONS STAMPED : ' IPB-STAMPED-COUNT.
003060     CLOSE XMIT-FILE-01
003070           XMIT-FILE-02
003080           XMIT-FILE-03
