000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    IPB400.
000030 AUTHOR.        D SHEPHERD.
000040 INSTALLATION.  INPATIENT BILLING SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    ---------------------------------------------------------
000100*    10/15/2026  DS   ORIGINAL PROGRAM - YEAR-END PROVIDER
000110*                     PAYMENT INFORMATION RETURN.  TOTALS WHAT
000120*                     EACH PROVIDER WAS PAID IN THE TAX YEAR
000130*                     NAMED ON THE TAXPARM CARD FROM THE
000140*                     PAID-STATUS FILE (PAIDIN):  ORIGINAL,
000150*                     SUPPLEMENTAL AND REISSUED PAYMENTS DATED IN
000160*                     THE YEAR, LESS PAYMENTS THE BANK RETURNED,
000170*                     LESS OVERPAYMENT RECEIVABLES BOOKED IN THE
000180*                     YEAR.  THE PAID-STATUS FILE CARRIES NO
000190*                     PROVIDER, SO EACH BILL'S PROVIDER IS TAKEN
000200*                     FROM ITS IMAGE ON THE CLAIM MASTER, OR FOR A
000210*                     BILL PURGED FROM THE MASTER FROM ITS LATEST
000220*                     VERSION ON THE HISTORY MASTER (HISTIN).
000230*                     NAME, TAX ID AND ADDRESS COME FROM PROVMSTR.
000240*                     WRITES ONE PAYEE RECORD PER PROVIDER PAID AT
000250*                     LEAST THE CARD THRESHOLD TO THE RETURN FILE
000260*                     (TAXRTN); A PROVIDER WITH NO TAX ID OR NO
000270*                     COMPLETE ADDRESS, OR NOT ON PROVMSTR, IS
000280*                     HELD OFF THE FILE AND FLAGGED ON THE
000290*                     LISTING (TAXRPT), WHOSE TOTALS FOOT BACK TO
000300*                     THE YEAR'S DISBURSEMENT REGISTER TOTALS.  A
000310*                     CORRECTED-RETURN RUN MATCHES THE RETURN FILE
000320*                     AS FILED (PRIORRTN) PROVIDER BY PROVIDER AND
000330*                     WRITES ONLY THE PAYEE RECORDS THAT CHANGED,
000340*                     ZEROING ANY FILED IN ERROR.
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT TAX-PARM-FILE     ASSIGN TO TAXPARM
000430            ORGANIZATION IS SEQUENTIAL.
000440     SELECT PAID-IN-FILE      ASSIGN TO PAIDIN
000450            ORGANIZATION IS SEQUENTIAL.
000460     SELECT HIST-IN-FILE      ASSIGN TO HISTIN
000470            ORGANIZATION IS SEQUENTIAL.
000480     SELECT CLAIM-MASTER-FILE ASSIGN TO CLAIMMST
000490            ORGANIZATION IS INDEXED
000500            ACCESS MODE IS RANDOM
000510            RECORD KEY IS IPB-MAST-KEY.
000520     SELECT PROVIDER-FILE     ASSIGN TO PROVMSTR
000530            ORGANIZATION IS SEQUENTIAL.
000540     SELECT OPTIONAL PRIOR-RETURN-FILE ASSIGN TO PRIORRTN
000550            ORGANIZATION IS SEQUENTIAL.
000560     SELECT TAX-RETURN-FILE   ASSIGN TO TAXRTN
000570            ORGANIZATION IS SEQUENTIAL.
000580     SELECT SORT-WORK-FILE    ASSIGN TO SORTWK01.
000590     SELECT REPORT-FILE       ASSIGN TO TAXRPT
000600            ORGANIZATION IS SEQUENTIAL.
000610     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000620            ORGANIZATION IS SEQUENTIAL.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  TAX-PARM-FILE
000660     RECORDING MODE IS F.
000670 COPY "ipbtaxp".
000680 FD  PAID-IN-FILE
000690     RECORDING MODE IS F.
000700 COPY "ipbpaid".
000710 FD  HIST-IN-FILE
000720     RECORDING MODE IS F.
000730 COPY "ipbhist".
000740 FD  CLAIM-MASTER-FILE.
000750 COPY "ipbmast".
000760 FD  PROVIDER-FILE
000770     RECORDING MODE IS F.
000780 COPY "ipbprov".
000790 FD  PRIOR-RETURN-FILE
000800     RECORDING MODE IS F.
000810 COPY "ipbtaxr" REPLACING ==IPB-TAX-RETURN-RECORD==
000820     BY ==IPB-PRIOR-RECORD==.
000830 FD  TAX-RETURN-FILE
000840     RECORDING MODE IS F.
000850 COPY "ipbtaxr".
000860 SD  SORT-WORK-FILE.
000870 01  SORT-RECORD.
000880     05  SR16-PROVIDER               PIC X(13).
000890     05  SR16-CLAIM-NUMBER           PIC X(19).
000900     05  SR16-TRANSACTION-IND        PIC 9.
000910     05  SR16-PAID-DATE              PIC 9(08).
000920     05  SR16-PAYMENT-TYPE           PIC X(01).
000930         88  SR16-ORIGINAL              VALUE ' '.
000940         88  SR16-SUPPLEMENTAL          VALUE 'S'.
000950         88  SR16-RECEIVABLE            VALUE 'R'.
000960         88  SR16-REISSUE               VALUE 'I'.
000970     05  SR16-RETURN-STATUS          PIC X(01).
000980         88  SR16-RETURNED              VALUE 'X'.
000990     05  SR16-AMOUNT                 PIC S9(9)V99.
001000 FD  REPORT-FILE
001010     RECORDING MODE IS F.
001020 01  REPORT-RECORD               PIC X(132).
001030 FD  CYCLE-CONTROL-FILE
001040     RECORDING MODE IS F.
001050 COPY "ipbcycl".
001060 WORKING-STORAGE SECTION.
001070*****************************************************************
001080*    SWITCHES AND COUNTERS
001090*****************************************************************
001100 77  IPB-PAID-EOF-SW             PIC X(01)   VALUE 'N'.
001110     88  IPB-PAID-END-OF-FILE                VALUE 'Y'.
001120 77  IPB-HIST-EOF-SW             PIC X(01)   VALUE 'N'.
001130     88  IPB-HIST-END-OF-FILE                VALUE 'Y'.
001140 77  IPB-SORT-EOF-SW             PIC X(01)   VALUE 'N'.
001150     88  IPB-SORT-END-OF-FILE                VALUE 'Y'.
001160 77  IPB-PROV-EOF-SW             PIC X(01)   VALUE 'N'.
001170     88  IPB-PROV-END-OF-FILE                VALUE 'Y'.
001180 77  IPB-PRIOR-EOF-SW            PIC X(01)   VALUE 'N'.
001190     88  IPB-PRIOR-END-OF-FILE               VALUE 'Y'.
001200 77  IPB-HIST-FOUND-SW           PIC X(01)   VALUE 'N'.
001210     88  IPB-HIST-FOUND                      VALUE 'Y'.
001220     88  IPB-HIST-NOT-FOUND                  VALUE 'N'.
001230 77  IPB-PROV-FOUND-SW           PIC X(01)   VALUE 'N'.
001240     88  IPB-PROV-FOUND                      VALUE 'Y'.
001250     88  IPB-PROV-NOT-FOUND                  VALUE 'N'.
001260 77  IPB-PRIOR-FOUND-SW          PIC X(01)   VALUE 'N'.
001270     88  IPB-PRIOR-FOUND                     VALUE 'Y'.
001280     88  IPB-PRIOR-NOT-FOUND                 VALUE 'N'.
001290 77  IPB-PAID-IN-COUNT           PIC 9(09)   COMP  VALUE ZERO.
001300 77  IPB-HIST-IN-COUNT           PIC 9(09)   COMP  VALUE ZERO.
001310 77  IPB-SELECTED-COUNT          PIC 9(07)   COMP  VALUE ZERO.
001320 77  IPB-FROM-MAST-COUNT         PIC 9(07)   COMP  VALUE ZERO.
001330 77  IPB-FROM-HIST-COUNT         PIC 9(07)   COMP  VALUE ZERO.
001340 77  IPB-PRIOR-IN-COUNT          PIC 9(07)   COMP  VALUE ZERO.
001350 77  IPB-TAX-OUT-COUNT           PIC 9(07)   COMP  VALUE ZERO.
001360 77  IPB-CYCLE-DATE              PIC 9(08)         VALUE ZERO.
001370 77  IPB-CYCLE-YEAR              PIC 9(04)         VALUE ZERO.
001380 77  IPB-TAX-YEAR                PIC 9(04)         VALUE ZERO.
001390 77  IPB-PAID-YEAR               PIC 9(04)         VALUE ZERO.
001400 77  IPB-THRESHOLD               PIC 9(07)V99      VALUE ZERO.
001410 77  IPB-PAID-KEY                PIC X(20)   VALUE SPACES.
001420 77  IPB-HELD-HIST-KEY           PIC X(20)   VALUE SPACES.
001430 77  IPB-HELD-PROVIDER           PIC X(13)   VALUE SPACES.
001440 77  IPB-BILL-PROVIDER           PIC X(13)   VALUE SPACES.
001450 77  IPB-PRIOR-KEY               PIC X(20)   VALUE SPACES.
001460 77  IPB-PROVIDER-STATUS         PIC X(19)   VALUE SPACES.
001470*****************************************************************
001480*    THE PROVIDER NOW BEING TOTALED
001490*****************************************************************
001500 77  IPB-GROUP-PROVIDER          PIC X(13)   VALUE SPACES.
001510 77  IPB-GROUP-BILL-KEY          PIC X(20)   VALUE SPACES.
001520 77  IPB-GROUP-BILL-COUNT        PIC 9(05)   COMP  VALUE ZERO.
001530 77  IPB-GROUP-GROSS             PIC S9(11)V99     VALUE ZERO.
001540 77  IPB-GROUP-RETURNED          PIC S9(11)V99     VALUE ZERO.
001550 77  IPB-GROUP-OVERPAID          PIC S9(11)V99     VALUE ZERO.
001560 77  IPB-GROUP-NET               PIC S9(11)V99     VALUE ZERO.
001570*****************************************************************
001580*    TAX YEAR TOTALS BY KIND OF PAID-STATUS RECORD, WHICH TIE
001590*    TO THE DISBURSEMENT REGISTERS (IPB320) OF THE YEAR
001600*****************************************************************
001610 77  IPB-ORIG-COUNT              PIC 9(07)   COMP  VALUE ZERO.
001620 77  IPB-ORIG-TOTAL              PIC S9(11)V99     VALUE ZERO.
001630 77  IPB-SUPP-COUNT              PIC 9(07)   COMP  VALUE ZERO.
001640 77  IPB-SUPP-TOTAL              PIC S9(11)V99     VALUE ZERO.
001650 77  IPB-REISSUE-COUNT           PIC 9(07)   COMP  VALUE ZERO.
001660 77  IPB-REISSUE-TOTAL           PIC S9(11)V99     VALUE ZERO.
001670 77  IPB-GROSS-COUNT             PIC 9(07)   COMP  VALUE ZERO.
001680 77  IPB-GROSS-TOTAL             PIC S9(11)V99     VALUE ZERO.
001690 77  IPB-RETURNED-COUNT          PIC 9(07)   COMP  VALUE ZERO.
001700 77  IPB-RETURNED-TOTAL          PIC S9(11)V99     VALUE ZERO.
001710 77  IPB-OVERPAID-COUNT          PIC 9(07)   COMP  VALUE ZERO.
001720 77  IPB-OVERPAID-TOTAL          PIC S9(11)V99     VALUE ZERO.
001730 77  IPB-NET-TOTAL               PIC S9(11)V99     VALUE ZERO.
001740*****************************************************************
001750*    WHERE THE NET PAID WENT, BY PROVIDER
001760*****************************************************************
001770 77  IPB-REPORTED-COUNT          PIC 9(07)   COMP  VALUE ZERO.
001780 77  IPB-REPORTED-TOTAL          PIC S9(11)V99     VALUE ZERO.
001790 77  IPB-HELD-DATA-COUNT         PIC 9(07)   COMP  VALUE ZERO.
001800 77  IPB-HELD-DATA-TOTAL         PIC S9(11)V99     VALUE ZERO.
001810 77  IPB-HELD-PROV-COUNT         PIC 9(07)   COMP  VALUE ZERO.
001820 77  IPB-HELD-PROV-TOTAL         PIC S9(11)V99     VALUE ZERO.
001830 77  IPB-BELOW-COUNT             PIC 9(07)   COMP  VALUE ZERO.
001840 77  IPB-BELOW-TOTAL             PIC S9(11)V99     VALUE ZERO.
001850 77  IPB-UNKNOWN-COUNT           PIC 9(07)   COMP  VALUE ZERO.
001860 77  IPB-UNKNOWN-TOTAL           PIC S9(11)V99     VALUE ZERO.
001870*****************************************************************
001880*    PAYEE RECORDS WRITTEN, AND FOR A CORRECTION RUN HOW EACH
001890*    PROVIDER ON THE FILED RETURN CAME OUT
001900*****************************************************************
001910 77  IPB-PAYEE-OUT-COUNT         PIC 9(07)   COMP  VALUE ZERO.
001920 77  IPB-PAYEE-OUT-TOTAL         PIC S9(13)V99     VALUE ZERO.
001930 77  IPB-CORRECTED-COUNT         PIC 9(07)   COMP  VALUE ZERO.
001940 77  IPB-ZEROED-COUNT            PIC 9(07)   COMP  VALUE ZERO.
001950 77  IPB-UNCHANGED-COUNT         PIC 9(07)   COMP  VALUE ZERO.
001960 77  IPB-ADDED-COUNT             PIC 9(07)   COMP  VALUE ZERO.
001970 COPY "cobol".
001980 COPY "ipbrpt24".
001990 PROCEDURE DIVISION.
002000*****************************************************************
002010*    0000-MAINLINE
002020*****************************************************************
002030 0000-MAINLINE.
002040     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
002050     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002060     SORT SORT-WORK-FILE
002070         ON ASCENDING KEY SR16-PROVIDER
002080                          SR16-CLAIM-NUMBER
002090                          SR16-TRANSACTION-IND
002100                          SR16-PAID-DATE
002110         INPUT PROCEDURE  2000-SELECT-PAYMENTS THRU 2000-EXIT
002120         OUTPUT PROCEDURE 3000-BUILD-RETURNS   THRU 3000-EXIT.
002130     PERFORM 5000-PRINT-TOTALS   THRU 5000-EXIT.
002140     PERFORM 6000-WRITE-FILE-TRAILERS THRU 6000-EXIT.
002150     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
002160     STOP RUN.
002170*****************************************************************
002180*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
002190*    PRINTED IN THE HEADING AND STAMPED ON THE RETURN FILE AS
002200*    ITS CREATION DATE.  THE YEAR-END RUN UPDATES NOTHING THE
002210*    CYCLE OWNS, SO IT MAY RUN WHILE THE CYCLE IS CLOSED.
002220*****************************************************************
002230 0100-READ-CYCLE-CONTROL.
002240     OPEN INPUT CYCLE-CONTROL-FILE.
002250     READ CYCLE-CONTROL-FILE
002260         AT END
002270             DISPLAY 'IPB400 - NO CYCLE CONTROL RECORD ON CYCLCTL'
002280             DISPLAY 'IPB400 - ABENDING - SUPPLY CYCLCTL'
002290             STOP RUN
002300     END-READ.
002310     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
002320     CLOSE CYCLE-CONTROL-FILE.
002330 0100-EXIT.
002340     EXIT.
002350*****************************************************************
002360*    1000-INITIALIZE
002370*****************************************************************
002380 1000-INITIALIZE.
002390     DIVIDE IPB-CYCLE-DATE BY 10000
002400         GIVING IPB-CYCLE-YEAR.
002410     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
002420     OPEN INPUT  PROVIDER-FILE.
002430     OPEN OUTPUT TAX-RETURN-FILE
002440                 REPORT-FILE.
002450     IF TAXP-CORRECTED
002460         PERFORM 1200-OPEN-PRIOR-RETURN THRU 1200-EXIT
002470     END-IF.
002480     MOVE IPB-CYCLE-DATE TO H1-CYCLE-DATE.
002490     WRITE REPORT-RECORD FROM IPB-HEADING-1.
002500     MOVE IPB-TAX-YEAR   TO H2-TAX-YEAR.
002510     IF TAXP-CORRECTED
002520         MOVE 'CORRECTED' TO H2-RETURN-TYPE
002530     ELSE
002540         MOVE 'ORIGINAL'  TO H2-RETURN-TYPE
002550     END-IF.
002560     MOVE IPB-THRESHOLD  TO H2-THRESHOLD.
002570     WRITE REPORT-RECORD FROM IPB-HEADING-2.
002580     WRITE REPORT-RECORD FROM IPB-HEADING-3.
002590     PERFORM 1300-WRITE-FILE-HEADERS THRU 1300-EXIT.
002600 1000-EXIT.
002610     EXIT.
002620*****************************************************************
002630*    1100-READ-PARM-CARD - THE TAX YEAR MUST BE A YEAR ALREADY
002640*    ENDED, AND THE PAYER MUST BE IDENTIFIED
002650*****************************************************************
002660 1100-READ-PARM-CARD.
002670     OPEN INPUT TAX-PARM-FILE.
002680     READ TAX-PARM-FILE
002690         AT END
002700             DISPLAY 'IPB400 - NO INFORMATION RETURN CARD PRESENT'
002710             DISPLAY 'IPB400 - ABENDING - SUPPLY TAXPARM'
002720             STOP RUN
002730     END-READ.
002740     CLOSE TAX-PARM-FILE.
002750     IF TAXP-TAX-YEAR NOT NUMERIC
002760         OR TAXP-TAX-YEAR = ZERO
002770         OR TAXP-TAX-YEAR NOT < IPB-CYCLE-YEAR
002780         DISPLAY 'IPB400 - TAX YEAR ' TAXP-TAX-YEAR
002790             ' IS NOT A YEAR ALREADY ENDED'
002800         DISPLAY 'IPB400 - ABENDING - CHECK TAXPARM'
002810         STOP RUN
002820     END-IF.
002830     IF NOT TAXP-ORIGINAL
002840         AND NOT TAXP-CORRECTED
002850         DISPLAY 'IPB400 - RETURN TYPE MUST BE O OR C'
002860         DISPLAY 'IPB400 - ABENDING - CHECK TAXPARM'
002870         STOP RUN
002880     END-IF.
002890     IF TAXP-THRESHOLD NOT NUMERIC
002900         DISPLAY 'IPB400 - REPORTING THRESHOLD NOT NUMERIC'
002910         DISPLAY 'IPB400 - ABENDING - CHECK TAXPARM'
002920         STOP RUN
002930     END-IF.
002940     IF TAXP-PAYER-TIN NOT NUMERIC
002950         OR TAXP-PAYER-NAME = SPACES
002960         DISPLAY 'IPB400 - PAYER TAX ID OR NAME MISSING'
002970         DISPLAY 'IPB400 - ABENDING - CHECK TAXPARM'
002980         STOP RUN
002990     END-IF.
003000     MOVE TAXP-TAX-YEAR  TO IPB-TAX-YEAR.
003010     MOVE TAXP-THRESHOLD TO IPB-THRESHOLD.
003020 1100-EXIT.
003030     EXIT.
003040*****************************************************************
003050*    1200-OPEN-PRIOR-RETURN - A CORRECTION IS MADE AGAINST THE
003060*    RETURN FILE AS FILED FOR THE SAME TAX YEAR
003070*****************************************************************
003080 1200-OPEN-PRIOR-RETURN.
003090     OPEN INPUT PRIOR-RETURN-FILE.
003100     READ PRIOR-RETURN-FILE
003110         AT END
003120             DISPLAY 'IPB400 - NO FILED RETURN ON PRIORRTN'
003130             DISPLAY 'IPB400 - ABENDING - SUPPLY PRIORRTN'
003140             STOP RUN
003150     END-READ.
003160     ADD 1 TO IPB-PRIOR-IN-COUNT.
003170     IF NOT TAXR-TRANSMITTER IN IPB-PRIOR-RECORD
003180         OR TAXR-TAX-YEAR IN IPB-PRIOR-RECORD NOT = IPB-TAX-YEAR
003190         DISPLAY 'IPB400 - PRIORRTN IS NOT THE RETURN FILED FOR '
003200             IPB-TAX-YEAR
003210         DISPLAY 'IPB400 - ABENDING - CHECK PRIORRTN'
003220         STOP RUN
003230     END-IF.
003240     PERFORM 3700-READ-PRIOR THRU 3700-EXIT.
003250 1200-EXIT.
003260     EXIT.
003270*****************************************************************
003280*    1300-WRITE-FILE-HEADERS - TRANSMITTER AND PAYER RECORDS
003290*****************************************************************
003300 1300-WRITE-FILE-HEADERS.
003310     MOVE SPACES TO IPB-TAX-RETURN-RECORD.
003320     SET TAXR-TRANSMITTER IN IPB-TAX-RETURN-RECORD TO TRUE.
003330     MOVE IPB-TAX-YEAR
003340         TO TAXR-TAX-YEAR IN IPB-TAX-RETURN-RECORD.
003350     MOVE TAXP-PAYER-TIN
003355         TO TAXT-PAYER-TIN IN IPB-TAX-RETURN-RECORD.
003360     MOVE TAXP-PAYER-NAME
003370         TO TAXT-PAYER-NAME IN IPB-TAX-RETURN-RECORD.
003380     MOVE IPB-CYCLE-DATE
003390         TO TAXT-CREATE-DATE IN IPB-TAX-RETURN-RECORD.
003400     IF TAXP-CORRECTED
003410         MOVE 'C'
003420             TO TAXT-CORRECTED-FILE-IND IN IPB-TAX-RETURN-RECORD
003430     END-IF.
003440     WRITE IPB-TAX-RETURN-RECORD.
003450     ADD 1 TO IPB-TAX-OUT-COUNT.
003460     MOVE SPACES TO IPB-TAX-RETURN-RECORD.
003470     SET TAXR-PAYER IN IPB-TAX-RETURN-RECORD TO TRUE.
003480     MOVE IPB-TAX-YEAR
003490         TO TAXR-TAX-YEAR IN IPB-TAX-RETURN-RECORD.
003500     MOVE TAXP-PAYER-TIN
003505         TO TAXA-PAYER-TIN IN IPB-TAX-RETURN-RECORD.
003510     MOVE TAXP-PAYER-NAME
003520         TO TAXA-PAYER-NAME IN IPB-TAX-RETURN-RECORD.
003530     MOVE 'A '
003540         TO TAXA-RETURN-TYPE IN IPB-TAX-RETURN-RECORD.
003550     MOVE '6'
003560         TO TAXA-AMOUNT-CODES IN IPB-TAX-RETURN-RECORD.
003570     WRITE IPB-TAX-RETURN-RECORD.
003580     ADD 1 TO IPB-TAX-OUT-COUNT.
003590 1300-EXIT.
003600     EXIT.
003610*****************************************************************
003620*    2000-SELECT-PAYMENTS - INPUT PROCEDURE FOR THE SORT.  EVERY
003630*    PAID-STATUS RECORD DATED IN THE TAX YEAR IS RELEASED UNDER
003640*    ITS BILL'S PROVIDER.
003650*****************************************************************
003660 2000-SELECT-PAYMENTS.
003670     OPEN INPUT PAID-IN-FILE
003680                HIST-IN-FILE
003690                CLAIM-MASTER-FILE.
003700     PERFORM 2400-READ-HISTORY THRU 2400-EXIT.
003710     PERFORM 2100-READ-PAID THRU 2100-EXIT.
003720     PERFORM 2200-SELECT-ONE THRU 2200-EXIT
003730             UNTIL IPB-PAID-END-OF-FILE.
003740     CLOSE PAID-IN-FILE
003750           HIST-IN-FILE
003760           CLAIM-MASTER-FILE.
003770 2000-EXIT.
003780     EXIT.
003790*****************************************************************
003800*    2100-READ-PAID
003810*****************************************************************
003820 2100-READ-PAID.
003830     READ PAID-IN-FILE
003840         AT END
003850             SET IPB-PAID-END-OF-FILE TO TRUE
003860             GO TO 2100-EXIT
003870     END-READ.
003880     ADD 1 TO IPB-PAID-IN-COUNT.
003890 2100-EXIT.
003900     EXIT.
003910*****************************************************************
003920*    2200-SELECT-ONE
003930*****************************************************************
003940 2200-SELECT-ONE.
003950     DIVIDE PAID-DATE BY 10000
003960         GIVING IPB-PAID-YEAR.
003970     IF IPB-PAID-YEAR NOT = IPB-TAX-YEAR
003980         GO TO 2200-NEXT
003990     END-IF.
004000     MOVE PAID-CLAIM-NUMBER    TO IPB-PAID-KEY(1:19).
004010     MOVE PAID-TRANSACTION-IND TO IPB-PAID-KEY(20:1).
004020     PERFORM 2300-FIND-PROVIDER THRU 2300-EXIT.
004030     MOVE IPB-BILL-PROVIDER    TO SR16-PROVIDER.
004040     MOVE PAID-CLAIM-NUMBER    TO SR16-CLAIM-NUMBER.
004050     MOVE PAID-TRANSACTION-IND TO SR16-TRANSACTION-IND.
004060     MOVE PAID-DATE            TO SR16-PAID-DATE.
004070     MOVE PAID-PAYMENT-TYPE    TO SR16-PAYMENT-TYPE.
004080     MOVE PAID-RETURN-STATUS   TO SR16-RETURN-STATUS.
004090     MOVE PAID-AMOUNT          TO SR16-AMOUNT.
004100     RELEASE SORT-RECORD.
004110     ADD 1 TO IPB-SELECTED-COUNT.
004120 2200-NEXT.
004130     PERFORM 2100-READ-PAID THRU 2100-EXIT.
004140 2200-EXIT.
004150     EXIT.
004160*****************************************************************
004170*    2300-FIND-PROVIDER - THE PROVIDER ON THE BILL'S IMAGE ON
004180*    THE CLAIM MASTER, OR ON ITS LATEST HISTORY VERSION WHEN
004190*    THE RETENTION PURGE HAS TAKEN IT OFF THE MASTER.  SPACES
004200*    WHEN NEITHER HAS THE BILL.
004210*****************************************************************
004220 2300-FIND-PROVIDER.
004230     MOVE SPACES TO IPB-BILL-PROVIDER.
004240     PERFORM 2350-FIND-HISTORY THRU 2350-EXIT.
004250     MOVE IPB-PAID-KEY TO IPB-MAST-KEY.
004260     READ CLAIM-MASTER-FILE
004270         INVALID KEY
004280             IF IPB-HIST-FOUND
004290                 MOVE IPB-HELD-PROVIDER TO IPB-BILL-PROVIDER
004300                 ADD 1 TO IPB-FROM-HIST-COUNT
004310             END-IF
004320             GO TO 2300-EXIT
004330     END-READ.
004340     MOVE IPB-MAST-CLAIM-IMAGE TO MY-RECORD.
004350     MOVE PROVIDER IN MY-RECORD TO IPB-BILL-PROVIDER.
004360     ADD 1 TO IPB-FROM-MAST-COUNT.
004370 2300-EXIT.
004380     EXIT.
004390*****************************************************************
004400*    2350-FIND-HISTORY - WALK THE HISTORY MASTER FORWARD TO THE
004410*    CURRENT BILL KEY AND HOLD THE LATEST VERSION'S PROVIDER.
004420*    BOTH FILES ARE IN ASCENDING CLAIM KEY ORDER, AND VERSIONS
004430*    ARRIVE IN LOAD-DATE ORDER, SO THE LAST EQUAL KEY SEEN IS
004440*    THE LATEST.
004450*****************************************************************
004460 2350-FIND-HISTORY.
004470     SET IPB-HIST-NOT-FOUND TO TRUE.
004480     PERFORM 2360-WALK-ONE THRU 2360-EXIT
004490             UNTIL IPB-HIST-END-OF-FILE
004500             OR HIST-KEY(1:20) > IPB-PAID-KEY.
004510     IF IPB-HELD-HIST-KEY = IPB-PAID-KEY
004520         SET IPB-HIST-FOUND TO TRUE
004530     END-IF.
004540 2350-EXIT.
004550     EXIT.
004560*****************************************************************
004570*    2360-WALK-ONE
004580*****************************************************************
004590 2360-WALK-ONE.
004600     IF HIST-KEY(1:20) < IPB-PAID-KEY
004610         PERFORM 2400-READ-HISTORY THRU 2400-EXIT
004620         GO TO 2360-EXIT
004630     END-IF.
004640     MOVE HIST-KEY(1:20)   TO IPB-HELD-HIST-KEY.
004650     MOVE HIST-CLAIM-IMAGE TO MY-RECORD.
004660     MOVE PROVIDER IN MY-RECORD TO IPB-HELD-PROVIDER.
004670     PERFORM 2400-READ-HISTORY THRU 2400-EXIT.
004680 2360-EXIT.
004690     EXIT.
004700*****************************************************************
004710*    2400-READ-HISTORY
004720*****************************************************************
004730 2400-READ-HISTORY.
004740     READ HIST-IN-FILE
004750         AT END
004760             SET IPB-HIST-END-OF-FILE TO TRUE
004770             GO TO 2400-EXIT
004780     END-READ.
004790     ADD 1 TO IPB-HIST-IN-COUNT.
004800 2400-EXIT.
004810     EXIT.
004820*****************************************************************
004830*    3000-BUILD-RETURNS - OUTPUT PROCEDURE FOR THE SORT.  ONE
004840*    CONTROL BREAK PER PROVIDER, MATCHED FORWARD AGAINST
004850*    PROVMSTR (AND, FOR A CORRECTION, THE FILED RETURN), BOTH
004860*    IN PROVIDER NUMBER ORDER.
004870*****************************************************************
004880 3000-BUILD-RETURNS.
004890     PERFORM 3550-READ-PROVIDER THRU 3550-EXIT.
004900     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT.
004910     PERFORM 3200-PROVIDER-GROUP THRU 3200-EXIT
004920             UNTIL IPB-SORT-END-OF-FILE.
004930     IF TAXP-CORRECTED
004940         PERFORM 3650-ZERO-PRIOR THRU 3650-EXIT
004950                 UNTIL IPB-PRIOR-END-OF-FILE
004960     END-IF.
004970 3000-EXIT.
004980     EXIT.
004990*****************************************************************
005000*    3100-RETURN-SORTED
005010*****************************************************************
005020 3100-RETURN-SORTED.
005030     RETURN SORT-WORK-FILE
005040         AT END
005050             SET IPB-SORT-END-OF-FILE TO TRUE
005060             GO TO 3100-EXIT
005070     END-RETURN.
005080 3100-EXIT.
005090     EXIT.
005100*****************************************************************
005110*    3200-PROVIDER-GROUP - TOTAL ONE PROVIDER'S PAYMENTS
005120*****************************************************************
005130 3200-PROVIDER-GROUP.
005140     MOVE SR16-PROVIDER TO IPB-GROUP-PROVIDER.
005150     MOVE SPACES TO IPB-GROUP-BILL-KEY.
005160     MOVE ZERO   TO IPB-GROUP-BILL-COUNT.
005170     MOVE ZERO   TO IPB-GROUP-GROSS.
005180     MOVE ZERO   TO IPB-GROUP-RETURNED.
005190     MOVE ZERO   TO IPB-GROUP-OVERPAID.
005200     PERFORM 3300-ACCUMULATE THRU 3300-EXIT
005210             UNTIL IPB-SORT-END-OF-FILE
005220             OR SR16-PROVIDER NOT = IPB-GROUP-PROVIDER.
005230     COMPUTE IPB-GROUP-NET = IPB-GROUP-GROSS
005240         - IPB-GROUP-RETURNED + IPB-GROUP-OVERPAID.
005250     ADD IPB-GROUP-NET TO IPB-NET-TOTAL.
005260     PERFORM 3400-FINISH-PROVIDER THRU 3400-EXIT.
005270 3200-EXIT.
005280     EXIT.
005290*****************************************************************
005300*    3300-ACCUMULATE - A RECEIVABLE RECORD CARRIES THE
005310*    OVERPAYMENT AS A NEGATIVE AMOUNT.  A RETURNED PAYMENT IS
005320*    COUNTED IN THE GROSS, AS ON THE REGISTER THAT ISSUED IT,
005330*    AND TAKEN BACK OUT; ITS REISSUE IS A PAYMENT OF ITS OWN.
005340*****************************************************************
005350 3300-ACCUMULATE.
005360     MOVE SR16-CLAIM-NUMBER    TO IPB-PAID-KEY(1:19).
005370     MOVE SR16-TRANSACTION-IND TO IPB-PAID-KEY(20:1).
005380     IF IPB-PAID-KEY NOT = IPB-GROUP-BILL-KEY
005390         MOVE IPB-PAID-KEY TO IPB-GROUP-BILL-KEY
005400         ADD 1 TO IPB-GROUP-BILL-COUNT
005410     END-IF.
005420     IF SR16-RECEIVABLE
005430         ADD SR16-AMOUNT TO IPB-GROUP-OVERPAID
005440         ADD 1           TO IPB-OVERPAID-COUNT
005450         ADD SR16-AMOUNT TO IPB-OVERPAID-TOTAL
005460     ELSE
005470         ADD SR16-AMOUNT TO IPB-GROUP-GROSS
005480         ADD 1           TO IPB-GROSS-COUNT
005490         ADD SR16-AMOUNT TO IPB-GROSS-TOTAL
005500     END-IF.
005510     EVALUATE TRUE
005520         WHEN SR16-ORIGINAL
005530             ADD 1           TO IPB-ORIG-COUNT
005540             ADD SR16-AMOUNT TO IPB-ORIG-TOTAL
005550         WHEN SR16-SUPPLEMENTAL
005560             ADD 1           TO IPB-SUPP-COUNT
005570             ADD SR16-AMOUNT TO IPB-SUPP-TOTAL
005580         WHEN SR16-REISSUE
005590             ADD 1           TO IPB-REISSUE-COUNT
005600             ADD SR16-AMOUNT TO IPB-REISSUE-TOTAL
005610     END-EVALUATE.
005620     IF SR16-RETURNED
005630         AND NOT SR16-RECEIVABLE
005640         ADD SR16-AMOUNT TO IPB-GROUP-RETURNED
005650         ADD 1           TO IPB-RETURNED-COUNT
005660         ADD SR16-AMOUNT TO IPB-RETURNED-TOTAL
005670     END-IF.
005680     IF IPB-GROUP-PROVIDER = SPACES
005690         MOVE SR16-CLAIM-NUMBER    TO BL-CLAIM-NUMBER
005700         MOVE SR16-TRANSACTION-IND TO BL-TRANSACTION-IND
005710         MOVE SR16-PAID-DATE       TO BL-PAID-DATE
005720         MOVE SR16-AMOUNT          TO BL-AMOUNT
005730         MOVE 'NO CLAIM IMAGE ON MASTER OR HISTORY'
005740             TO BL-MESSAGE
005750         WRITE REPORT-RECORD FROM IPB-BILL-LINE
005760     END-IF.
005770     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT.
005780 3300-EXIT.
005790     EXIT.
005800*****************************************************************
005810*    3400-FINISH-PROVIDER - DECIDE WHETHER THE PROVIDER IS
005820*    REPORTED, HELD OR BELOW THE THRESHOLD, WRITE ITS PAYEE
005830*    RECORD, AND LIST IT
005840*****************************************************************
005850 3400-FINISH-PROVIDER.
005860     MOVE SPACES TO DL-PROVIDER-NAME.
005870     MOVE SPACES TO DL-TAX-ID.
005880     IF IPB-GROUP-PROVIDER = SPACES
005890         MOVE 'PROVIDER UNKNOWN'    TO IPB-PROVIDER-STATUS
005900         ADD IPB-GROUP-BILL-COUNT   TO IPB-UNKNOWN-COUNT
005910         ADD IPB-GROUP-NET          TO IPB-UNKNOWN-TOTAL
005920         GO TO 3400-PRINT
005930     END-IF.
005940     PERFORM 3500-FIND-PROVMSTR THRU 3500-EXIT.
005950     SET IPB-PRIOR-NOT-FOUND TO TRUE.
005960     IF TAXP-CORRECTED
005970         PERFORM 3600-MATCH-PRIOR THRU 3600-EXIT
005980     END-IF.
005990     IF IPB-PROV-NOT-FOUND
006000         MOVE 'NOT ON PROVMSTR'     TO IPB-PROVIDER-STATUS
006010         ADD 1                      TO IPB-HELD-PROV-COUNT
006020         ADD IPB-GROUP-NET          TO IPB-HELD-PROV-TOTAL
006030         GO TO 3400-PRINT
006040     END-IF.
006050     MOVE PRV-PROVIDER-NAME TO DL-PROVIDER-NAME.
006060     MOVE PRV-TAX-ID        TO DL-TAX-ID.
006070     IF IPB-GROUP-NET NOT > ZERO
006080         OR IPB-GROUP-NET < IPB-THRESHOLD
006090         MOVE 'BELOW THRESHOLD'     TO IPB-PROVIDER-STATUS
006100         ADD 1                      TO IPB-BELOW-COUNT
006110         ADD IPB-GROUP-NET          TO IPB-BELOW-TOTAL
006120         IF IPB-PRIOR-FOUND
006130             PERFORM 3800-BUILD-PAYEE THRU 3800-EXIT
006140             MOVE ZERO TO TAXB-MEDICAL-AMOUNT
006150                          IN IPB-TAX-RETURN-RECORD
006160             SET TAXB-CORRECTED IN IPB-TAX-RETURN-RECORD TO TRUE
006170             PERFORM 3850-WRITE-PAYEE THRU 3850-EXIT
006180             MOVE 'CORRECTED TO ZERO' TO IPB-PROVIDER-STATUS
006190             ADD 1 TO IPB-ZEROED-COUNT
006200         END-IF
006210         GO TO 3400-PRINT
006220     END-IF.
006230     IF PRV-TAX-ID NOT NUMERIC
006240         OR PRV-TAX-ID = ZEROS
006250         MOVE 'HELD - NO TAX ID'    TO IPB-PROVIDER-STATUS
006260         ADD 1                      TO IPB-HELD-DATA-COUNT
006270         ADD IPB-GROUP-NET          TO IPB-HELD-DATA-TOTAL
006280         GO TO 3400-PRINT
006290     END-IF.
006300     IF PRV-ADDRESS-LINE = SPACES
006310         OR PRV-CITY = SPACES
006320         OR PRV-STATE = SPACES
006330         OR PRV-ZIP-CODE = SPACES
006340         MOVE 'HELD - NO ADDRESS'   TO IPB-PROVIDER-STATUS
006350         ADD 1                      TO IPB-HELD-DATA-COUNT
006360         ADD IPB-GROUP-NET          TO IPB-HELD-DATA-TOTAL
006370         GO TO 3400-PRINT
006380     END-IF.
006390     ADD 1                          TO IPB-REPORTED-COUNT.
006400     ADD IPB-GROUP-NET              TO IPB-REPORTED-TOTAL.
006410     PERFORM 3800-BUILD-PAYEE THRU 3800-EXIT.
006420     IF TAXP-ORIGINAL
006430         PERFORM 3850-WRITE-PAYEE THRU 3850-EXIT
006440         MOVE 'REPORTED'            TO IPB-PROVIDER-STATUS
006450         GO TO 3400-PRINT
006460     END-IF.
006470     IF IPB-PRIOR-NOT-FOUND
006480         PERFORM 3850-WRITE-PAYEE THRU 3850-EXIT
006490         MOVE 'ADDED TO RETURN'     TO IPB-PROVIDER-STATUS
006500         ADD 1 TO IPB-ADDED-COUNT
006510         GO TO 3400-PRINT
006520     END-IF.
006530     IF TAXB-TIN-TYPE IN IPB-TAX-RETURN-RECORD
006540             = TAXB-TIN-TYPE IN IPB-PRIOR-RECORD
006550         AND TAXB-PAYEE-TIN IN IPB-TAX-RETURN-RECORD
006560             = TAXB-PAYEE-TIN IN IPB-PRIOR-RECORD
006570         AND TAXB-MEDICAL-AMOUNT IN IPB-TAX-RETURN-RECORD
006580             = TAXB-MEDICAL-AMOUNT IN IPB-PRIOR-RECORD
006590         AND TAXB-PAYEE-NAME IN IPB-TAX-RETURN-RECORD
006600             = TAXB-PAYEE-NAME IN IPB-PRIOR-RECORD
006610         AND TAXB-ADDRESS-LINE IN IPB-TAX-RETURN-RECORD
006620             = TAXB-ADDRESS-LINE IN IPB-PRIOR-RECORD
006630         AND TAXB-CITY IN IPB-TAX-RETURN-RECORD
006640             = TAXB-CITY IN IPB-PRIOR-RECORD
006650         AND TAXB-STATE IN IPB-TAX-RETURN-RECORD
006660             = TAXB-STATE IN IPB-PRIOR-RECORD
006670         AND TAXB-ZIP-CODE IN IPB-TAX-RETURN-RECORD
006680             = TAXB-ZIP-CODE IN IPB-PRIOR-RECORD
006690         MOVE 'UNCHANGED'           TO IPB-PROVIDER-STATUS
006700         ADD 1 TO IPB-UNCHANGED-COUNT
006710         GO TO 3400-PRINT
006720     END-IF.
006730     SET TAXB-CORRECTED IN IPB-TAX-RETURN-RECORD TO TRUE.
006740     PERFORM 3850-WRITE-PAYEE THRU 3850-EXIT.
006750     MOVE 'CORRECTED'               TO IPB-PROVIDER-STATUS.
006760     ADD 1 TO IPB-CORRECTED-COUNT.
006770 3400-PRINT.
006780     IF IPB-PRIOR-FOUND
006790         PERFORM 3700-READ-PRIOR THRU 3700-EXIT
006800     END-IF.
006810     MOVE IPB-GROUP-PROVIDER   TO DL-PROVIDER.
006820     MOVE IPB-GROUP-BILL-COUNT TO DL-BILL-COUNT.
006830     MOVE IPB-GROUP-GROSS      TO DL-GROSS-PAID.
006840     MOVE IPB-GROUP-RETURNED   TO DL-RETURNED.
006850     MOVE IPB-GROUP-OVERPAID   TO DL-OVERPAID.
006860     MOVE IPB-GROUP-NET        TO DL-NET-PAID.
006870     MOVE IPB-PROVIDER-STATUS  TO DL-STATUS.
006880     WRITE REPORT-RECORD FROM IPB-DETAIL-LINE.
006890 3400-EXIT.
006900     EXIT.
006910*****************************************************************
006920*    3500-FIND-PROVMSTR - WALK THE PROVIDER MASTER FORWARD TO
006930*    THE CURRENT PROVIDER
006940*****************************************************************
006950 3500-FIND-PROVMSTR.
006960     SET IPB-PROV-NOT-FOUND TO TRUE.
006970     PERFORM 3550-READ-PROVIDER THRU 3550-EXIT
006980             UNTIL IPB-PROV-END-OF-FILE
006990             OR PRV-PROVIDER-NUMBER NOT < IPB-GROUP-PROVIDER.
007000     IF NOT IPB-PROV-END-OF-FILE
007010         AND PRV-PROVIDER-NUMBER = IPB-GROUP-PROVIDER
007020         SET IPB-PROV-FOUND TO TRUE
007030     END-IF.
007040 3500-EXIT.
007050     EXIT.
007060*****************************************************************
007070*    3550-READ-PROVIDER
007080*****************************************************************
007090 3550-READ-PROVIDER.
007100     READ PROVIDER-FILE
007110         AT END
007120             SET IPB-PROV-END-OF-FILE TO TRUE
007130             GO TO 3550-EXIT
007140     END-READ.
007150 3550-EXIT.
007160     EXIT.
007170*****************************************************************
007180*    3600-MATCH-PRIOR - BRING THE FILED RETURN UP TO THE
007190*    CURRENT PROVIDER.  A PROVIDER FILED FOR WHO HAS NO
007200*    PAYMENTS IN THE YEAR AT ALL IS ZEROED ON THE WAY PAST.
007210*****************************************************************
007220 3600-MATCH-PRIOR.
007230     PERFORM 3650-ZERO-PRIOR THRU 3650-EXIT
007240             UNTIL IPB-PRIOR-END-OF-FILE
007250             OR IPB-PRIOR-KEY NOT < IPB-GROUP-PROVIDER.
007260     IF IPB-PRIOR-KEY = IPB-GROUP-PROVIDER
007270         SET IPB-PRIOR-FOUND TO TRUE
007280     END-IF.
007290 3600-EXIT.
007300     EXIT.
007310*****************************************************************
007320*    3650-ZERO-PRIOR - CANCEL A FILED PAYEE RECORD THAT NO
007330*    LONGER HAS ANY PAYMENTS BEHIND IT
007340*****************************************************************
007350 3650-ZERO-PRIOR.
007360     MOVE IPB-PRIOR-RECORD TO IPB-TAX-RETURN-RECORD.
007370     MOVE ZERO TO TAXB-MEDICAL-AMOUNT IN IPB-TAX-RETURN-RECORD.
007380     SET TAXB-CORRECTED IN IPB-TAX-RETURN-RECORD TO TRUE.
007390     PERFORM 3850-WRITE-PAYEE THRU 3850-EXIT.
007400     ADD 1 TO IPB-ZEROED-COUNT.
007410     MOVE TAXB-ACCOUNT-NUMBER IN IPB-PRIOR-RECORD TO DL-PROVIDER.
007420     MOVE TAXB-PAYEE-NAME IN IPB-PRIOR-RECORD TO DL-PROVIDER-NAME.
007430     MOVE TAXB-PAYEE-TIN IN IPB-PRIOR-RECORD TO DL-TAX-ID.
007440     MOVE ZERO TO DL-BILL-COUNT.
007450     MOVE ZERO TO DL-GROSS-PAID.
007460     MOVE ZERO TO DL-RETURNED.
007470     MOVE ZERO TO DL-OVERPAID.
007480     MOVE ZERO TO DL-NET-PAID.
007490     MOVE 'CORRECTED TO ZERO' TO DL-STATUS.
007500     WRITE REPORT-RECORD FROM IPB-DETAIL-LINE.
007510     PERFORM 3700-READ-PRIOR THRU 3700-EXIT.
007520 3650-EXIT.
007530     EXIT.
007540*****************************************************************
007550*    3700-READ-PRIOR - NEXT PAYEE RECORD OF THE FILED RETURN
007560*****************************************************************
007570 3700-READ-PRIOR.
007580     READ PRIOR-RETURN-FILE
007590         AT END
007600             SET IPB-PRIOR-END-OF-FILE TO TRUE
007610             MOVE HIGH-VALUES TO IPB-PRIOR-KEY
007620             GO TO 3700-EXIT
007630     END-READ.
007640     ADD 1 TO IPB-PRIOR-IN-COUNT.
007650     IF NOT TAXR-PAYEE IN IPB-PRIOR-RECORD
007660         GO TO 3700-READ-PRIOR
007670     END-IF.
007680     MOVE TAXB-ACCOUNT-NUMBER IN IPB-PRIOR-RECORD
007685         TO IPB-PRIOR-KEY.
007690 3700-EXIT.
007700     EXIT.
007710*****************************************************************
007720*    3800-BUILD-PAYEE - PAYEE RECORD FROM PROVMSTR AND THE NET
007730*    PAID FOR THE YEAR
007740*****************************************************************
007750 3800-BUILD-PAYEE.
007760     MOVE SPACES TO IPB-TAX-RETURN-RECORD.
007770     SET TAXR-PAYEE IN IPB-TAX-RETURN-RECORD TO TRUE.
007780     MOVE IPB-TAX-YEAR
007790         TO TAXR-TAX-YEAR IN IPB-TAX-RETURN-RECORD.
007800     IF PRV-TIN-SSN
007810         MOVE '2' TO TAXB-TIN-TYPE IN IPB-TAX-RETURN-RECORD
007820     ELSE
007830         MOVE '1' TO TAXB-TIN-TYPE IN IPB-TAX-RETURN-RECORD
007840     END-IF.
007850     MOVE PRV-TAX-ID
007860         TO TAXB-PAYEE-TIN IN IPB-TAX-RETURN-RECORD.
007870     MOVE PRV-PROVIDER-NUMBER
007880         TO TAXB-ACCOUNT-NUMBER IN IPB-TAX-RETURN-RECORD.
007890     MOVE IPB-GROUP-NET
007900         TO TAXB-MEDICAL-AMOUNT IN IPB-TAX-RETURN-RECORD.
007910     MOVE PRV-PROVIDER-NAME
007920         TO TAXB-PAYEE-NAME IN IPB-TAX-RETURN-RECORD.
007930     MOVE PRV-ADDRESS-LINE
007940         TO TAXB-ADDRESS-LINE IN IPB-TAX-RETURN-RECORD.
007950     MOVE PRV-CITY
007960         TO TAXB-CITY IN IPB-TAX-RETURN-RECORD.
007970     MOVE PRV-STATE
007980         TO TAXB-STATE IN IPB-TAX-RETURN-RECORD.
007990     MOVE PRV-ZIP-CODE
008000         TO TAXB-ZIP-CODE IN IPB-TAX-RETURN-RECORD.
008010 3800-EXIT.
008020     EXIT.
008030*****************************************************************
008040*    3850-WRITE-PAYEE
008050*****************************************************************
008060 3850-WRITE-PAYEE.
008070     WRITE IPB-TAX-RETURN-RECORD.
008080     ADD 1 TO IPB-TAX-OUT-COUNT.
008090     ADD 1 TO IPB-PAYEE-OUT-COUNT.
008100     ADD TAXB-MEDICAL-AMOUNT IN IPB-TAX-RETURN-RECORD
008110         TO IPB-PAYEE-OUT-TOTAL.
008120 3850-EXIT.
008130     EXIT.
008140*****************************************************************
008150*    5000-PRINT-TOTALS - THE YEAR'S PAYMENTS BY KIND, AS THE
008160*    DISBURSEMENT REGISTERS SHOW THEM, FOOTED TO THE NET PAID,
008170*    THEN THE NET PAID BY WHAT BECAME OF EACH PROVIDER
008180*****************************************************************
008190 5000-PRINT-TOTALS.
008200     WRITE REPORT-RECORD FROM IPB-TOTAL-HEADING.
008210     MOVE 'ORIGINAL PAYMENTS DISBURSED'   TO TL-LABEL.
008220     MOVE IPB-ORIG-COUNT                  TO TL-COUNT.
008230     MOVE IPB-ORIG-TOTAL                  TO TL-AMOUNT.
008240     WRITE REPORT-RECORD FROM IPB-TOTAL-LINE.
008250     MOVE 'SUPPLEMENTAL PAYMENTS'         TO TL-LABEL.
008260     MOVE IPB-SUPP-COUNT                  TO TL-COUNT.
008270     MOVE IPB-SUPP-TOTAL                  TO TL-AMOUNT.
008280     WRITE REPORT-RECORD FROM IPB-TOTAL-LINE.
008290     MOVE 'REISSUED PAYMENTS'             TO TL-LABEL.
008300     MOVE IPB-REISSUE-COUNT               TO TL-COUNT.
008310     MOVE IPB-REISSUE-TOTAL               TO TL-AMOUNT.
008320     WRITE REPORT-RECORD FROM IPB-TOTAL-LINE.
008330     MOVE 'GROSS DISBURSED IN TAX YEAR'   TO TL-LABEL.
008340     MOVE IPB-GROSS-COUNT                 TO TL-COUNT.
008350     MOVE IPB-GROSS-TOTAL                 TO TL-AMOUNT.
008360     WRITE REPORT-RECORD FROM IPB-TOTAL-LINE.
008370     MOVE 'LESS PAYMENTS RETURNED BY BANK' TO TL-LABEL.
008380     MOVE IPB-RETURNED-COUNT              TO TL-COUNT.
008390     COMPUTE TL-AMOUNT = 0 - IPB-RETURNED-TOTAL.
008400     WRITE REPORT-RECORD FROM IPB-TOTAL-LINE.
008410     MOVE 'LESS OVERPAYMENT RECEIVABLES BOOKED' TO TL-LABEL.
008420     MOVE IPB-OVERPAID-COUNT              TO TL-COUNT.
008430     MOVE IPB-OVERPAID-TOTAL              TO TL-AMOUNT.
008440     WRITE REPORT-RECORD FROM IPB-TOTAL-LINE.
008450     MOVE 'NET PAID IN TAX YEAR'          TO TL-LABEL.
008460     MOVE IPB-SELECTED-COUNT              TO TL-COUNT.
008470     MOVE IPB-NET-TOTAL                   TO TL-AMOUNT.
008480     WRITE REPORT-RECORD FROM IPB-TOTAL-LINE.
008490     MOVE 'PROVIDERS REPORTED'            TO TL-LABEL.
008500     MOVE IPB-REPORTED-COUNT              TO TL-COUNT.
008510     MOVE IPB-REPORTED-TOTAL              TO TL-AMOUNT.
008520     WRITE REPORT-RECORD FROM IPB-TOTAL-LINE.
008530     MOVE 'PROVIDERS HELD - NO TAX ID OR ADDRESS' TO TL-LABEL.
008540     MOVE IPB-HELD-DATA-COUNT             TO TL-COUNT.
008550     MOVE IPB-HELD-DATA-TOTAL             TO TL-AMOUNT.
008560     WRITE REPORT-RECORD FROM IPB-TOTAL-LINE.
008570     MOVE 'PROVIDERS HELD - NOT ON PROVMSTR' TO TL-LABEL.
008580     MOVE IPB-HELD-PROV-COUNT             TO TL-COUNT.
008590     MOVE IPB-HELD-PROV-TOTAL             TO TL-AMOUNT.
008600     WRITE REPORT-RECORD FROM IPB-TOTAL-LINE.
008610     MOVE 'PROVIDERS BELOW REPORTING THRESHOLD' TO TL-LABEL.
008620     MOVE IPB-BELOW-COUNT                 TO TL-COUNT.
008630     MOVE IPB-BELOW-TOTAL                 TO TL-AMOUNT.
008640     WRITE REPORT-RECORD FROM IPB-TOTAL-LINE.
008650     MOVE 'BILLS WITH PROVIDER UNKNOWN'   TO TL-LABEL.
008660     MOVE IPB-UNKNOWN-COUNT               TO TL-COUNT.
008670     MOVE IPB-UNKNOWN-TOTAL               TO TL-AMOUNT.
008680     WRITE REPORT-RECORD FROM IPB-TOTAL-LINE.
008690     MOVE 'PAYEE RECORDS WRITTEN'         TO TL-LABEL.
008700     MOVE IPB-PAYEE-OUT-COUNT             TO TL-COUNT.
008710     MOVE IPB-PAYEE-OUT-TOTAL             TO TL-AMOUNT.
008720     WRITE REPORT-RECORD FROM IPB-TOTAL-LINE.
008730     IF TAXP-ORIGINAL
008740         GO TO 5000-EXIT
008750     END-IF.
008760     MOVE ZERO TO TL-AMOUNT.
008770     MOVE '  CORRECTED'                   TO TL-LABEL.
008780     MOVE IPB-CORRECTED-COUNT             TO TL-COUNT.
008790     WRITE REPORT-RECORD FROM IPB-TOTAL-LINE.
008800     MOVE '  CORRECTED TO ZERO'           TO TL-LABEL.
008810     MOVE IPB-ZEROED-COUNT                TO TL-COUNT.
008820     WRITE REPORT-RECORD FROM IPB-TOTAL-LINE.
008830     MOVE '  ADDED - NOT ON FILED RETURN' TO TL-LABEL.
008840     MOVE IPB-ADDED-COUNT                 TO TL-COUNT.
008850     WRITE REPORT-RECORD FROM IPB-TOTAL-LINE.
008860     MOVE 'FILED RETURNS UNCHANGED - NOT SENT' TO TL-LABEL.
008870     MOVE IPB-UNCHANGED-COUNT             TO TL-COUNT.
008880     WRITE REPORT-RECORD FROM IPB-TOTAL-LINE.
008890 5000-EXIT.
008900     EXIT.
008910*****************************************************************
008920*    6000-WRITE-FILE-TRAILERS - END-OF-PAYER AND
008930*    END-OF-TRANSMISSION RECORDS
008940*****************************************************************
008950 6000-WRITE-FILE-TRAILERS.
008960     MOVE SPACES TO IPB-TAX-RETURN-RECORD.
008970     SET TAXR-END-OF-PAYER IN IPB-TAX-RETURN-RECORD TO TRUE.
008980     MOVE IPB-TAX-YEAR
008990         TO TAXR-TAX-YEAR IN IPB-TAX-RETURN-RECORD.
009000     MOVE IPB-PAYEE-OUT-COUNT
009010         TO TAXC-PAYEE-COUNT IN IPB-TAX-RETURN-RECORD.
009020     MOVE IPB-PAYEE-OUT-TOTAL
009030         TO TAXC-AMOUNT-TOTAL IN IPB-TAX-RETURN-RECORD.
009040     WRITE IPB-TAX-RETURN-RECORD.
009050     ADD 1 TO IPB-TAX-OUT-COUNT.
009060     MOVE SPACES TO IPB-TAX-RETURN-RECORD.
009070     SET TAXR-END-OF-TRANSMISSION IN IPB-TAX-RETURN-RECORD
009080         TO TRUE.
009090     MOVE IPB-TAX-YEAR
009100         TO TAXR-TAX-YEAR IN IPB-TAX-RETURN-RECORD.
009110     MOVE 1
009120         TO TAXF-PAYER-COUNT IN IPB-TAX-RETURN-RECORD.
009130     MOVE IPB-PAYEE-OUT-COUNT
009140         TO TAXF-PAYEE-COUNT IN IPB-TAX-RETURN-RECORD.
009150     WRITE IPB-TAX-RETURN-RECORD.
009160     ADD 1 TO IPB-TAX-OUT-COUNT.
009170 6000-EXIT.
009180     EXIT.
009190*****************************************************************
009200*    9000-TERMINATE
009210*****************************************************************
009220 9000-TERMINATE.
009230     DISPLAY 'IPB400 - PAID STATUS READ   : ' IPB-PAID-IN-COUNT.
009240     DISPLAY 'IPB400 - IN TAX YEAR        : ' IPB-SELECTED-COUNT.
009250     DISPLAY 'IPB400 - PROVIDER FROM MAST : ' IPB-FROM-MAST-COUNT.
009260     DISPLAY 'IPB400 - PROVIDER FROM HIST : ' IPB-FROM-HIST-COUNT.
009270     DISPLAY 'IPB400 - PROVIDERS REPORTED : ' IPB-REPORTED-COUNT.
009280     DISPLAY 'IPB400 - PROVIDERS HELD     : '
009290         IPB-HELD-DATA-COUNT ' ' IPB-HELD-PROV-COUNT.
009300     DISPLAY 'IPB400 - PAYEE RECORDS OUT  : ' IPB-PAYEE-OUT-COUNT.
009310     DISPLAY 'IPB400 - RETURN RECORDS OUT : ' IPB-TAX-OUT-COUNT.
009320     IF TAXP-CORRECTED
009330         DISPLAY 'IPB400 - FILED RECORDS READ : '
009340             IPB-PRIOR-IN-COUNT
009350         CLOSE PRIOR-RETURN-FILE
009360     END-IF.
009370     CLOSE PROVIDER-FILE
009380           TAX-RETURN-FILE
009390           REPORT-FILE.
009400 9000-EXIT.
009410     EXIT.
009420 9999-EXIT.
009430     EXIT.
