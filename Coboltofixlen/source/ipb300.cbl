000270*                     AGING LISTING OF TRANSMISSIONS STILL
000280*                     UNACKNOWLEDGED AFTER THE NUMBER OF DAYS
000290*                     GIVEN ON THE ACKPARM CARD.
000291*    10/15/2026  DS   EACH BILL THE INTERMEDIARY REJECTED IS
000292*                     NOW WRITTEN TO SUSPENSE (REJSUSP) WITH
000293*                     REASON 14, USING ITS IMAGE FROM THE
000294*                     CLAIM MASTER, SO THE EXAMINERS REPAIR IT
000295*                     THROUGH THE IPB110 CORRECTION CYCLE, AND
000296*                     A REJECTION ENTRY IS ADDED TO THE
000297*                     TRANSMISSION LOG.  A REJECTION ALREADY ON
000298*                     THE LOG (ACKIN FED TWICE) IS NOT
000299*                     SUSPENDED AGAIN.  THE RUN ENDS WITH A
000300*                     LISTING OF LOGGED REJECTIONS IPB150 HAS
000301*                     NOT YET RETRANSMITTED.
000302*    10/15/2026  DS   READS THE PROCESSING CYCLE DATE FROM
000303*                     CYCLCTL AND STAMPS IT, NOT THE SYSTEM DATE,
000304*                     ON EVERYTHING THE RUN WRITES.  PRINTS IT IN
000305*                     THE REPORT HEADING.  WILL NOT RUN AGAINST A
000306*                     CLOSED CYCLE.
000307*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000380            ORGANIZATION IS SEQUENTIAL.
000390     SELECT OPTIONAL XLOG-IN-FILE ASSIGN TO XLOGIN
000400            ORGANIZATION IS SEQUENTIAL.
000401     SELECT OPTIONAL CLAIM-MASTER-FILE ASSIGN TO CLAIMMST
000402            ORGANIZATION IS INDEXED
000403            ACCESS MODE IS RANDOM
000404            RECORD KEY IS IPB-MAST-KEY.
000405     SELECT SUSPENSE-FILE     ASSIGN TO REJSUSP
000406            ORGANIZATION IS SEQUENTIAL.
000410     SELECT OPTIONAL ACK-IN-FILE ASSIGN TO ACKIN
000420            ORGANIZATION IS SEQUENTIAL.
000430     SELECT XLOG-OUT-FILE     ASSIGN TO XLOGOUT
000460            ORGANIZATION IS SEQUENTIAL.
000470     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
000480            ORGANIZATION IS SEQUENTIAL.
000483     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000486            ORGANIZATION IS SEQUENTIAL.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  ACK-AGE-FILE
000670 FD  RUN-CONTROL-FILE
000680     RECORDING MODE IS F.
000690 COPY "ipbrctl".
000691 FD  CLAIM-MASTER-FILE.
000692 COPY "ipbmast".
000693 FD  SUSPENSE-FILE
000694     RECORDING MODE IS F.
000695 COPY "ipbsusp".
000696 FD  CYCLE-CONTROL-FILE
000697     RECORDING MODE IS F.
000698 COPY "ipbcycl".
000700 WORKING-STORAGE SECTION.
000710*****************************************************************
000720*    SWITCHES AND COUNTERS
000770     88  IPB-ACK-END-OF-FILE                 VALUE 'Y'.
000780 77  IPB-FOUND-SW                PIC X(01)   VALUE 'N'.
000790     88  IPB-LOG-ENTRY-FOUND                 VALUE 'Y'.
000796 77  IPB-MAST-FOUND-SW           PIC X(01)   VALUE 'N'.
000802     88  IPB-MASTER-FOUND                    VALUE 'Y'.
000810 77  IPB-REJ-SUB                 PIC 9(05)   COMP  VALUE ZERO.
000820 77  IPB-AGE-DAYS-LIMIT          PIC 9(05)         VALUE ZERO.
000830 77  IPB-RUN-DATE                PIC 9(08)         VALUE ZERO.
000920 77  IPB-DISCREP-COUNT           PIC 9(07)   COMP  VALUE ZERO.
000930 77  IPB-UNMATCHED-COUNT         PIC 9(07)   COMP  VALUE ZERO.
000940 77  IPB-AGED-COUNT              PIC 9(07)   COMP  VALUE ZERO.
000941 77  IPB-SUSPENDED-COUNT         PIC 9(07)   COMP  VALUE ZERO.
000942 77  IPB-ALREADY-SUSP-COUNT      PIC 9(07)   COMP  VALUE ZERO.
000943 77  IPB-NO-MASTER-COUNT         PIC 9(07)   COMP  VALUE ZERO.
000944 77  IPB-UNSENT-COUNT            PIC 9(07)   COMP  VALUE ZERO.
000945 77  IPB-CUR-INTERMED-NUM        PIC 9(10)         VALUE ZERO.
000946 77  IPB-CUR-XMIT-DATE           PIC 9(08)         VALUE ZERO.
000947 77  IPB-CUR-REJECT-DATE         PIC 9(08)         VALUE ZERO.
000948 77  IPB-CYCLE-DATE              PIC 9(08)         VALUE ZERO.
000950 01  IPB-XLOG-TABLE.
000960     05  IPB-XLOG-ENTRY OCCURS 1 TO 5000 TIMES
000970             DEPENDING ON IPB-XLOG-COUNT
000980             INDEXED BY IPB-XLOG-IDX.
000990         10  XL-INTERMED-NUM         PIC 9(10).
001020         10  XL-TOTAL-CHARGES        PIC S9(11)V99.
001030         10  XL-ACK-STATUS           PIC X(01).
001040         10  XL-ACK-DATE             PIC 9(08).
001041         10  XL-ENTRY-TYPE           PIC X(01).
001042             88  XL-TRANSMISSION-ENTRY  VALUE ' '.
001043             88  XL-REJECTION-ENTRY     VALUE 'J'.
001044         10  XL-CLAIM-NUMBER         PIC X(19).
001045         10  XL-TRANSACTION-IND      PIC 9.
001046         10  XL-ORIG-XMIT-DATE       PIC 9(08).
001047         10  XL-REJECT-DATE          PIC 9(08).
001048         10  XL-RESENT-DATE          PIC 9(08).
001049         10  XL-REJECT-REASON        PIC X(30).
001050 01  IPB-REJECT-TABLE.
001051     05  IPB-REJECT-ENTRY OCCURS 1 TO 10000 TIMES
001052             DEPENDING ON IPB-REJECT-COUNT
001053             INDEXED BY IPB-REJECT-IDX.
001054         10  RB-CLAIM-NUMBER         PIC X(19).
001055         10  RB-TRANSACTION-IND      PIC 9.
001056         10  RB-REJECT-REASON        PIC X(30).
001057         10  RB-INTERMED-NUM         PIC 9(10).
001058         10  RB-XMIT-DATE            PIC 9(08).
001059         10  RB-DISPOSITION          PIC X(25).
001060 COPY "cobol"   REPLACING ==MY-RECORD== BY ==IPB-MAST-CLAIM==.
001061 COPY "ipbrpt14".
001062 PROCEDURE DIVISION.
001070*****************************************************************
001080*    0000-MAINLINE
001090*****************************************************************
001100 0000-MAINLINE.
001105     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
001110     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001120     PERFORM 2000-PROCESS-ACKS    THRU 2000-EXIT
001130             UNTIL IPB-ACK-END-OF-FILE.
001135     PERFORM 2800-PRINT-REJECTS   THRU 2800-EXIT.
001140     PERFORM 3000-WRITE-LOG-OUT   THRU 3000-EXIT.
001150     PERFORM 4000-AGING-REPORT    THRU 4000-EXIT.
001155     PERFORM 4500-UNSENT-REPORT   THRU 4500-EXIT.
001160     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
001170     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
001180     STOP RUN.
001181*****************************************************************
001182*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
001183*    STAMPED ON EVERYTHING THIS RUN WRITES.  THE CYCLE MUST BE
001184*    OPEN (IPB380).
001185*****************************************************************
001186 0100-READ-CYCLE-CONTROL.
001187     OPEN INPUT CYCLE-CONTROL-FILE.
001188     READ CYCLE-CONTROL-FILE
001189         AT END
001190             DISPLAY 'IPB300 - NO CYCLE CONTROL RECORD ON CYCLCTL'
001191             DISPLAY 'IPB300 - ABENDING - SUPPLY CYCLCTL'
001192             STOP RUN
001193     END-READ.
001194     IF NOT CYCL-CYCLE-OPEN
001195         DISPLAY 'IPB300 - PROCESSING CYCLE ' CYCL-CYCLE-DATE
001196             ' IS CLOSED'
001197         DISPLAY 'IPB300 - ABENDING - RUN IPB380 TO OPEN CYCLE'
001198         STOP RUN
001199     END-IF.
001200     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
001201     CLOSE CYCLE-CONTROL-FILE.
001202 0100-EXIT.
001203     EXIT.
001204*****************************************************************
001205*    1000-INITIALIZE - AGING CARD, TRANSMISSION LOG TABLE
001210*****************************************************************
001220 1000-INITIALIZE.
001230     MOVE IPB-CYCLE-DATE TO IPB-RUN-DATE.
001240     COMPUTE IPB-TODAY-INTEGER =
001250         FUNCTION INTEGER-OF-DATE(IPB-RUN-DATE).
001260     OPEN INPUT ACK-AGE-FILE.
001360     PERFORM 1100-LOAD-LOG THRU 1100-EXIT
001370             UNTIL IPB-XLOG-END-OF-FILE.
001380     CLOSE XLOG-IN-FILE.
001390     OPEN INPUT  ACK-IN-FILE
001395                 CLAIM-MASTER-FILE.
001400     OPEN OUTPUT XLOG-OUT-FILE
001410                 REPORT-FILE
001415                 SUSPENSE-FILE.
001417     MOVE IPB-CYCLE-DATE TO H1-CYCLE-DATE.
001420     WRITE REPORT-RECORD FROM IPB-HEADING-1.
001430     WRITE REPORT-RECORD FROM IPB-HEADING-2.
001440     PERFORM 2100-READ-ACK THRU 2100-EXIT.
001530             SET IPB-XLOG-END-OF-FILE TO TRUE
001540             GO TO 1100-EXIT
001550     END-READ.
001560     IF IPB-XLOG-COUNT >= 5000
001570         DISPLAY 'IPB300 - LOG TABLE FULL AT 5000 ENTRIES'
001580         DISPLAY 'IPB300 - ABENDING - XMITLOG FILE TOO LARGE'
001590         STOP RUN
001600     END-IF.
001710         TO XL-ACK-STATUS(IPB-XLOG-COUNT).
001720     MOVE XLOG-ACK-DATE IN IPB-XLOG-IN-RECORD
001730         TO XL-ACK-DATE(IPB-XLOG-COUNT).
001731     MOVE XLOG-ENTRY-TYPE IN IPB-XLOG-IN-RECORD
001732         TO XL-ENTRY-TYPE(IPB-XLOG-COUNT).
001733     MOVE XLOG-CLAIM-NUMBER IN IPB-XLOG-IN-RECORD
001734         TO XL-CLAIM-NUMBER(IPB-XLOG-COUNT).
001735     MOVE XLOG-TRANSACTION-IND IN IPB-XLOG-IN-RECORD
001736         TO XL-TRANSACTION-IND(IPB-XLOG-COUNT).
001737     MOVE XLOG-ORIG-XMIT-DATE IN IPB-XLOG-IN-RECORD
001738         TO XL-ORIG-XMIT-DATE(IPB-XLOG-COUNT).
001739     MOVE XLOG-REJECT-DATE IN IPB-XLOG-IN-RECORD
001740         TO XL-REJECT-DATE(IPB-XLOG-COUNT).
001741     MOVE XLOG-RESENT-DATE IN IPB-XLOG-IN-RECORD
001742         TO XL-RESENT-DATE(IPB-XLOG-COUNT).
001743     MOVE XLOG-REJECT-REASON IN IPB-XLOG-IN-RECORD
001744         TO XL-REJECT-REASON(IPB-XLOG-COUNT).
001745 1100-EXIT.
001750     EXIT.
001760*****************************************************************
001770*    2000-PROCESS-ACKS - ROUTE ONE ACKNOWLEDGMENT RECORD
002070*****************************************************************
002080*    2300-MATCH-BATCH - FIND THE LOG ENTRY FOR THE
002090*    TRANSMISSION BEING ACKNOWLEDGED AND BALANCE THE
002100*    RECEIVED FIGURES AGAINST THE SENT ONES.  THE BATCH KEY
002103*    AND RECEIPT DATE ARE KEPT FOR THE CLAIM RECORDS THAT
002106*    FOLLOW IT.
002110*****************************************************************
002120 2300-MATCH-BATCH.
002121     MOVE ACK-INTERMEDIARY-NUM TO IPB-CUR-INTERMED-NUM.
002122     MOVE ACK-XMIT-DATE        TO IPB-CUR-XMIT-DATE.
002123     IF ACK-RECEIPT-DATE NOT = ZERO
002124         MOVE ACK-RECEIPT-DATE TO IPB-CUR-REJECT-DATE
002125     ELSE
002126         MOVE IPB-RUN-DATE     TO IPB-CUR-REJECT-DATE
002127     END-IF.
002130     PERFORM 2350-FIND-LOG-ENTRY THRU 2350-EXIT.
002140     IF NOT IPB-LOG-ENTRY-FOUND
002150         ADD 1 TO IPB-UNMATCHED-COUNT
002550 2300-EXIT.
002560     EXIT.
002570*****************************************************************
002580*    2350-FIND-LOG-ENTRY - LOCATE THE TRANSMISSION ENTRY FOR
002590*    THE INTERMEDIARY AND TRANSMISSION DATE, LEAVING
002600*    IPB-XLOG-SUB POINTING AT IT WHEN FOUND
002610*****************************************************************
002620 2350-FIND-LOG-ENTRY.
002630     MOVE 'N' TO IPB-FOUND-SW.
002730 2360-SEARCH-LOG.
002740     IF XL-INTERMED-NUM(IPB-XLOG-SUB) = ACK-INTERMEDIARY-NUM
002750         AND XL-RUN-DATE(IPB-XLOG-SUB) = ACK-XMIT-DATE
002755         AND XL-TRANSMISSION-ENTRY(IPB-XLOG-SUB)
002760         SET IPB-LOG-ENTRY-FOUND TO TRUE
002770     ELSE
002780         ADD 1 TO IPB-XLOG-SUB
002822*    2500-HOLD-REJECT - HOLD A CLAIM THE INTERMEDIARY
002824*    REJECTED.  THE REJECT SECTION PRINTS INTACT AFTER ALL
002826*    ACKS, SO BATCH DISCREPANCY LINES FROM A LATER
002828*    INTERMEDIARY'S FILE CANNOT INTERLEAVE WITH IT.  THE BILL
002829*    IS SUSPENDED AS IT IS HELD.
002830*****************************************************************
002832 2500-HOLD-REJECT.
002834     IF IPB-REJECT-COUNT >= 10000
002852         TO RB-TRANSACTION-IND(IPB-REJECT-COUNT).
002854     MOVE ACK-REJECT-REASON
002856         TO RB-REJECT-REASON(IPB-REJECT-COUNT).
002857     MOVE IPB-CUR-INTERMED-NUM
002858         TO RB-INTERMED-NUM(IPB-REJECT-COUNT).
002859     MOVE IPB-CUR-XMIT-DATE
002860         TO RB-XMIT-DATE(IPB-REJECT-COUNT).
002861     PERFORM 2600-SUSPEND-REJECT THRU 2600-EXIT.
002862 2500-EXIT.
002863     EXIT.
002864*****************************************************************
002865*    2600-SUSPEND-REJECT - LOG THE REJECTION AND WRITE THE
002866*    BILL TO SUSPENSE WITH REASON 14 FROM ITS CLAIM MASTER
002867*    IMAGE.  A REJECTION ALREADY ON THE LOG WAS SUSPENDED BY
002868*    AN EARLIER RUN AND IS LEFT ALONE.  A BILL NOT ON THE
002869*    MASTER IS STILL LOGGED, SO IT SHOWS AS NOT RESENT.
002870*****************************************************************
002871 2600-SUSPEND-REJECT.
002872     PERFORM 2650-FIND-REJECTION THRU 2650-EXIT.
002873     IF IPB-LOG-ENTRY-FOUND
002874         ADD 1 TO IPB-ALREADY-SUSP-COUNT
002875         MOVE 'ALREADY SUSPENDED'
002876             TO RB-DISPOSITION(IPB-REJECT-COUNT)
002877         GO TO 2600-EXIT
002878     END-IF.
002879     PERFORM 2700-ADD-REJECTION THRU 2700-EXIT.
002880     MOVE ACK-CLAIM-NUMBER    TO IPB-MAST-CLAIM-NUMBER.
002881     MOVE ACK-TRANSACTION-IND TO IPB-MAST-TRANSACTION-IND.
002882     MOVE 'Y' TO IPB-MAST-FOUND-SW.
002883     READ CLAIM-MASTER-FILE
002884         INVALID KEY
002885             MOVE 'N' TO IPB-MAST-FOUND-SW
002886     END-READ.
002887     IF NOT IPB-MASTER-FOUND
002888         ADD 1 TO IPB-NO-MASTER-COUNT
002889         MOVE 'NOT ON CLAIM MASTER'
002890             TO RB-DISPOSITION(IPB-REJECT-COUNT)
002891         GO TO 2600-EXIT
002892     END-IF.
002893     MOVE IPB-MAST-CLAIM-IMAGE TO IPB-MAST-CLAIM.
002894     MOVE TOTAL-CHARGES IN IPB-MAST-CLAIM
002895         TO XL-TOTAL-CHARGES(IPB-XLOG-COUNT).
002896     MOVE SPACES TO IPB-SUSPENSE-RECORD.
002897     MOVE ACK-CLAIM-NUMBER TO IPB-SUSP-CLAIM-NUMBER.
002898     MOVE 14               TO IPB-SUSP-REASON-CODE.
002899     MOVE ACK-REJECT-REASON TO IPB-SUSP-REASON-TEXT.
002900     MOVE ADMISSION-DATE IN IPB-MAST-CLAIM
002901         TO IPB-SUSP-ADMISSION-DATE.
002902     MOVE FROM-DATE      IN IPB-MAST-CLAIM TO IPB-SUSP-FROM-DATE.
002903     MOVE THRU-DATE      IN IPB-MAST-CLAIM TO IPB-SUSP-THRU-DATE.
002904     MOVE DISCHARGE-DATE IN IPB-MAST-CLAIM
002905         TO IPB-SUSP-DISCHARGE-DATE.
002906     MOVE FULL-DAYS      IN IPB-MAST-CLAIM TO IPB-SUSP-FULL-DAYS.
002907     MOVE IPB-RUN-DATE         TO IPB-SUSP-RUN-DATE.
002908     MOVE IPB-MAST-CLAIM       TO IPB-SUSP-CLAIM-IMAGE.
002909     MOVE IPB-CUR-XMIT-DATE    TO IPB-SUSP-XMIT-DATE.
002910     WRITE IPB-SUSPENSE-RECORD.
002911     ADD 1 TO IPB-SUSPENDED-COUNT.
002912     MOVE 'SUSPENDED - REASON 14'
002913         TO RB-DISPOSITION(IPB-REJECT-COUNT).
002914 2600-EXIT.
002915     EXIT.
002916*****************************************************************
002917*    2650-FIND-REJECTION - LOOK FOR A REJECTION ENTRY ALREADY
002918*    LOGGED FOR THIS BILL FROM THIS TRANSMISSION
002919*****************************************************************
002920 2650-FIND-REJECTION.
002921     MOVE 'N' TO IPB-FOUND-SW.
002922     MOVE 1   TO IPB-XLOG-SUB.
002923     PERFORM 2660-SEARCH-REJECTION THRU 2660-EXIT
002924             UNTIL IPB-LOG-ENTRY-FOUND
002925             OR IPB-XLOG-SUB > IPB-XLOG-COUNT.
002926 2650-EXIT.
002927     EXIT.
002928*****************************************************************
002929*    2660-SEARCH-REJECTION
002930*****************************************************************
002931 2660-SEARCH-REJECTION.
002932     IF XL-REJECTION-ENTRY(IPB-XLOG-SUB)
002933         AND XL-INTERMED-NUM(IPB-XLOG-SUB) = IPB-CUR-INTERMED-NUM
002934         AND XL-ORIG-XMIT-DATE(IPB-XLOG-SUB) = IPB-CUR-XMIT-DATE
002935         AND XL-CLAIM-NUMBER(IPB-XLOG-SUB) = ACK-CLAIM-NUMBER
002936         AND XL-TRANSACTION-IND(IPB-XLOG-SUB) =
002937                 ACK-TRANSACTION-IND
002938         SET IPB-LOG-ENTRY-FOUND TO TRUE
002939     ELSE
002940         ADD 1 TO IPB-XLOG-SUB
002941     END-IF.
002942 2660-EXIT.
002943     EXIT.
002944*****************************************************************
002945*    2700-ADD-REJECTION - ADD A REJECTION ENTRY TO THE LOG
002946*    TABLE, NOT YET RESENT
002947*****************************************************************
002948 2700-ADD-REJECTION.
002949     IF IPB-XLOG-COUNT >= 5000
002950         DISPLAY 'IPB300 - LOG TABLE FULL AT 5000 ENTRIES'
002951         DISPLAY 'IPB300 - ABENDING - XMITLOG FILE TOO LARGE'
002952         STOP RUN
002953     END-IF.
002954     ADD 1 TO IPB-XLOG-COUNT.
002955     MOVE IPB-CUR-INTERMED-NUM TO XL-INTERMED-NUM(IPB-XLOG-COUNT).
002956     MOVE IPB-RUN-DATE         TO XL-RUN-DATE(IPB-XLOG-COUNT).
002957     MOVE 1                    TO XL-RECORD-COUNT(IPB-XLOG-COUNT).
002958     MOVE ZERO
002959         TO XL-TOTAL-CHARGES(IPB-XLOG-COUNT).
002960     MOVE SPACE                TO XL-ACK-STATUS(IPB-XLOG-COUNT).
002961     MOVE ZERO                 TO XL-ACK-DATE(IPB-XLOG-COUNT).
002962     SET XL-REJECTION-ENTRY(IPB-XLOG-COUNT) TO TRUE.
002963     MOVE ACK-CLAIM-NUMBER     TO XL-CLAIM-NUMBER(IPB-XLOG-COUNT).
002964     MOVE ACK-TRANSACTION-IND
002965         TO XL-TRANSACTION-IND(IPB-XLOG-COUNT).
002966     MOVE IPB-CUR-XMIT-DATE
002967         TO XL-ORIG-XMIT-DATE(IPB-XLOG-COUNT).
002968     MOVE IPB-CUR-REJECT-DATE  TO XL-REJECT-DATE(IPB-XLOG-COUNT).
002969     MOVE ZERO                 TO XL-RESENT-DATE(IPB-XLOG-COUNT).
002970     MOVE ACK-REJECT-REASON
002971         TO XL-REJECT-REASON(IPB-XLOG-COUNT).
002972 2700-EXIT.
002973     EXIT.
002974*****************************************************************
002975*    2800-PRINT-REJECTS - THE HELD REJECT SECTION, PRINTED IN
002976*    ONE PIECE AFTER ALL ACKS ARE PROCESSED
002977*****************************************************************
002978 2800-PRINT-REJECTS.
002979     WRITE REPORT-RECORD FROM IPB-REJECT-HEADING.
002980     WRITE REPORT-RECORD FROM IPB-REJECT-HEADING-2.
002981     IF IPB-REJECT-COUNT = ZERO
002982         GO TO 2800-EXIT
002983     END-IF.
002984     PERFORM 2850-PRINT-ONE-REJECT THRU 2850-EXIT
002985             VARYING IPB-REJ-SUB FROM 1 BY 1
002986             UNTIL IPB-REJ-SUB > IPB-REJECT-COUNT.
002987 2800-EXIT.
002988     EXIT.
002989*****************************************************************
002990*    2850-PRINT-ONE-REJECT
002991*****************************************************************
002992 2850-PRINT-ONE-REJECT.
002993     MOVE RB-CLAIM-NUMBER(IPB-REJ-SUB)    TO RJ-CLAIM-NUMBER.
002994     MOVE RB-TRANSACTION-IND(IPB-REJ-SUB)
002995         TO RJ-TRANSACTION-IND.
002996     MOVE RB-REJECT-REASON(IPB-REJ-SUB)   TO RJ-REJECT-REASON.
002997     MOVE RB-INTERMED-NUM(IPB-REJ-SUB)    TO RJ-INTERMED-NUM.
002998     MOVE RB-XMIT-DATE(IPB-REJ-SUB)       TO RJ-XMIT-DATE.
002999     MOVE RB-DISPOSITION(IPB-REJ-SUB)     TO RJ-DISPOSITION.
003000     WRITE REPORT-RECORD FROM IPB-REJECT-LINE.
003001 2850-EXIT.
003002     EXIT.
003003*****************************************************************
003004*    3000-WRITE-LOG-OUT - REWRITE THE TRANSMISSION LOG WITH
003010*    THE ACKNOWLEDGMENT STATUS STAMPED ON MATCHED ENTRIES
003020*****************************************************************
003030 3000-WRITE-LOG-OUT.
003236         TO XLOG-ACK-STATUS IN IPB-XMIT-LOG-RECORD.
003238     MOVE XL-ACK-DATE(IPB-XLOG-SUB)
003239         TO XLOG-ACK-DATE IN IPB-XMIT-LOG-RECORD.
003240     MOVE XL-ENTRY-TYPE(IPB-XLOG-SUB)
003241         TO XLOG-ENTRY-TYPE IN IPB-XMIT-LOG-RECORD.
003242     MOVE XL-CLAIM-NUMBER(IPB-XLOG-SUB)
003243         TO XLOG-CLAIM-NUMBER IN IPB-XMIT-LOG-RECORD.
003244     MOVE XL-TRANSACTION-IND(IPB-XLOG-SUB)
003245         TO XLOG-TRANSACTION-IND IN IPB-XMIT-LOG-RECORD.
003246     MOVE XL-ORIG-XMIT-DATE(IPB-XLOG-SUB)
003247         TO XLOG-ORIG-XMIT-DATE IN IPB-XMIT-LOG-RECORD.
003248     MOVE XL-REJECT-DATE(IPB-XLOG-SUB)
003249         TO XLOG-REJECT-DATE IN IPB-XMIT-LOG-RECORD.
003250     MOVE XL-RESENT-DATE(IPB-XLOG-SUB)
003251         TO XLOG-RESENT-DATE IN IPB-XMIT-LOG-RECORD.
003252     MOVE XL-REJECT-REASON(IPB-XLOG-SUB)
003253         TO XLOG-REJECT-REASON IN IPB-XMIT-LOG-RECORD.
003254     WRITE IPB-XMIT-LOG-RECORD.
003255 3100-EXIT.
003260     EXIT.
003270*****************************************************************
003280*    4000-AGING-REPORT - LIST EVERY TRANSMISSION STILL
003450*    4100-AGE-ONE-ENTRY
003460*****************************************************************
003470 4100-AGE-ONE-ENTRY.
003472     IF NOT XL-TRANSMISSION-ENTRY(IPB-XLOG-SUB)
003474         GO TO 4100-EXIT
003476     END-IF.
003480     IF XL-ACK-STATUS(IPB-XLOG-SUB) NOT = SPACE
003490         GO TO 4100-EXIT
003500     END-IF.
003630     ADD 1 TO IPB-AGED-COUNT.
003640 4100-EXIT.
003650     EXIT.
003651*****************************************************************
003652*    4500-UNSENT-REPORT - LIST EVERY LOGGED REJECTION THAT
003653*    HAS NO RETRANSMISSION STAMPED AGAINST IT, AGED FROM THE
003654*    DATE OF THE REJECTION
003655*****************************************************************
003656 4500-UNSENT-REPORT.
003657     WRITE REPORT-RECORD FROM IPB-UNSENT-HEADING.
003658     WRITE REPORT-RECORD FROM IPB-UNSENT-HEADING-2.
003659     IF IPB-XLOG-COUNT = ZERO
003660         GO TO 4500-COUNT
003661     END-IF.
003662     PERFORM 4600-LIST-ONE-UNSENT THRU 4600-EXIT
003663             VARYING IPB-XLOG-SUB FROM 1 BY 1
003664             UNTIL IPB-XLOG-SUB > IPB-XLOG-COUNT.
003665 4500-COUNT.
003666     MOVE IPB-UNSENT-COUNT TO UC-UNSENT-COUNT.
003667     WRITE REPORT-RECORD FROM IPB-UNSENT-COUNT-LINE.
003668 4500-EXIT.
003669     EXIT.
003670*****************************************************************
003671*    4600-LIST-ONE-UNSENT
003672*****************************************************************
003673 4600-LIST-ONE-UNSENT.
003674     IF NOT XL-REJECTION-ENTRY(IPB-XLOG-SUB)
003675         GO TO 4600-EXIT
003676     END-IF.
003677     IF XL-RESENT-DATE(IPB-XLOG-SUB) NOT = ZERO
003678         GO TO 4600-EXIT
003679     END-IF.
003680     COMPUTE IPB-AGE-DAYS = IPB-TODAY-INTEGER
003681         - FUNCTION INTEGER-OF-DATE
003682           (XL-REJECT-DATE(IPB-XLOG-SUB)).
003683     MOVE XL-INTERMED-NUM(IPB-XLOG-SUB)    TO US-INTERMED-NUM.
003684     MOVE XL-ORIG-XMIT-DATE(IPB-XLOG-SUB)  TO US-XMIT-DATE.
003685     MOVE XL-CLAIM-NUMBER(IPB-XLOG-SUB)    TO US-CLAIM-NUMBER.
003686     MOVE XL-TRANSACTION-IND(IPB-XLOG-SUB) TO US-TRANSACTION-IND.
003687     MOVE XL-REJECT-DATE(IPB-XLOG-SUB)     TO US-REJECT-DATE.
003688     MOVE IPB-AGE-DAYS                     TO US-AGE-DAYS.
003689     MOVE XL-REJECT-REASON(IPB-XLOG-SUB)   TO US-REJECT-REASON.
003690     WRITE REPORT-RECORD FROM IPB-UNSENT-LINE.
003691     ADD 1 TO IPB-UNSENT-COUNT.
003692 4600-EXIT.
003693     EXIT.
003694*****************************************************************
003695*    8000-WRITE-RUN-CONTROL - COUNTS FOR THE BALANCING STEP
003696*****************************************************************
003697 8000-WRITE-RUN-CONTROL.
003700     OPEN EXTEND RUN-CONTROL-FILE.
003710     MOVE SPACES TO IPB-RUN-CONTROL-RECORD.
003720     MOVE 'IPB300' TO RCTL-PROGRAM-ID.
003730     MOVE IPB-CYCLE-DATE TO RCTL-RUN-DATE.
003740     ACCEPT RCTL-RUN-TIME FROM TIME.
003750     MOVE IPB-ACK-IN-COUNT TO RCTL-IN-COUNT.
003760     MOVE IPB-XLOG-COUNT   TO RCTL-OUT-COUNT.
003770     MOVE IPB-SUSPENDED-COUNT TO RCTL-SUSP-COUNT.
003780     MOVE ZERO             TO RCTL-IN-CHARGE-HASH.
003790     MOVE ZERO             TO RCTL-OUT-CHARGE-HASH.
003800     WRITE IPB-RUN-CONTROL-RECORD.
003940     DISPLAY 'IPB300 - ACKS NOT ON LOG    : '
003950         IPB-UNMATCHED-COUNT.
003960     DISPLAY 'IPB300 - AGED UNACKED       : ' IPB-AGED-COUNT.
003961     DISPLAY 'IPB300 - REJECTS SUSPENDED  : ' IPB-SUSPENDED-COUNT.
003962     DISPLAY 'IPB300 - ALREADY SUSPENDED  : '
003963         IPB-ALREADY-SUSP-COUNT.
003964     DISPLAY 'IPB300 - NOT ON CLAIM MAST  : ' IPB-NO-MASTER-COUNT.
003965     DISPLAY 'IPB300 - REJECTS NOT RESENT : ' IPB-UNSENT-COUNT.
003970     CLOSE ACK-IN-FILE
003973           CLAIM-MASTER-FILE
003976           SUSPENSE-FILE
003980           XLOG-OUT-FILE
003990           REPORT-FILE.
004000 9000-EXIT.
