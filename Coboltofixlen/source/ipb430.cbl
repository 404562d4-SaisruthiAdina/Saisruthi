000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    IPB430.
000030 AUTHOR.        D SHEPHERD.
000040 INSTALLATION.  INPATIENT BILLING SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    ---------------------------------------------------------
000100*    10/15/2026  DS   ORIGINAL PROGRAM - REFERENCE MASTER
000110*                     MAINTENANCE.  APPLIES ADD, CHANGE AND
000120*                     TERMINATE CARDS (MAINTCRD) TO THE PROVIDER
000130*                     (PROVMSTR), BENEFICIARY (BENEMSTR), OTHER-
000140*                     COVERAGE (MSPFILE) AND CODE REFERENCE
000150*                     (CODEREF) MASTERS THE IMPORT, PRICING AND
000160*                     REPORT STEPS EDIT AGAINST, OLD-MASTER/NEW-
000170*                     MASTER STYLE:  EACH MASTER IN, ITS NEW
000180*                     GENERATION OUT (PROVNEW, BENENEW, MSPNEW,
000190*                     CODENEW).  EVERY OLD MASTER IS CHECKED FOR
000200*                     ASCENDING KEY SEQUENCE AS IT IS READ.  A
000210*                     CARD IS EDITED FOR ITS REQUIRED FIELDS AND
000220*                     ITS EFFECTIVE / TERMINATION DATE WINDOW,
000230*                     AND A TERMINATION IS REFUSED WHILE IT WOULD
000240*                     LEAVE CLAIMS ALREADY IN SUSPENSE (SUSPIN)
000250*                     FAILING THEIR EDIT FOR GOOD.  EVERY CHANGE
000260*                     APPLIED IS AUDITED BEFORE AND AFTER ON
000270*                     REFAUDIT.  THE CHANGE REPORT (MAINTRPT)
000280*                     LISTS EVERY CARD APPLIED OR REJECTED, FILE
000290*                     BY FILE, FOR SUPERVISOR SIGN-OFF BEFORE THE
000300*                     NEW MASTERS ARE RELEASED TO THE CYCLE.
000302*    10/15/2026  DS   THE DAY OF AN EFFECTIVE OR TERMINATION DATE
000304*                     IS CHECKED AGAINST THE LENGTH OF ITS MONTH,
000306*                     WITH 29 DAYS IN A LEAP YEAR FEBRUARY.
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.   IBM-370.
000350 OBJECT-COMPUTER.   IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CARD-FILE         ASSIGN TO MAINTCRD
000390            ORGANIZATION IS SEQUENTIAL.
000400     SELECT SUSPENSE-FILE     ASSIGN TO SUSPIN
000410            ORGANIZATION IS SEQUENTIAL.
000420     SELECT PROV-OLD-FILE     ASSIGN TO PROVMSTR
000430            ORGANIZATION IS SEQUENTIAL.
000440     SELECT PROV-NEW-FILE     ASSIGN TO PROVNEW
000450            ORGANIZATION IS SEQUENTIAL.
000460     SELECT BENE-OLD-FILE     ASSIGN TO BENEMSTR
000470            ORGANIZATION IS SEQUENTIAL.
000480     SELECT BENE-NEW-FILE     ASSIGN TO BENENEW
000490            ORGANIZATION IS SEQUENTIAL.
000500     SELECT OPTIONAL MSP-OLD-FILE ASSIGN TO MSPFILE
000510            ORGANIZATION IS SEQUENTIAL.
000520     SELECT MSP-NEW-FILE      ASSIGN TO MSPNEW
000530            ORGANIZATION IS SEQUENTIAL.
000540     SELECT CODE-OLD-FILE     ASSIGN TO CODEREF
000550            ORGANIZATION IS SEQUENTIAL.
000560     SELECT CODE-NEW-FILE     ASSIGN TO CODENEW
000570            ORGANIZATION IS SEQUENTIAL.
000580     SELECT OPTIONAL AUDIT-FILE ASSIGN TO REFAUDIT
000590            ORGANIZATION IS SEQUENTIAL.
000600     SELECT SORT-WORK-FILE    ASSIGN TO SORTWK01.
000610     SELECT REPORT-FILE       ASSIGN TO MAINTRPT
000620            ORGANIZATION IS SEQUENTIAL.
000630     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000640            ORGANIZATION IS SEQUENTIAL.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CARD-FILE
000680     RECORDING MODE IS F.
000690 01  CARD-RECORD                 PIC X(160).
000700 FD  SUSPENSE-FILE
000710     RECORDING MODE IS F.
000720 COPY "ipbsusp".
000730 FD  PROV-OLD-FILE
000740     RECORDING MODE IS F.
000750 01  PROV-OLD-RECORD             PIC X(140).
000760 FD  PROV-NEW-FILE
000770     RECORDING MODE IS F.
000780 01  PROV-NEW-RECORD             PIC X(140).
000790 FD  BENE-OLD-FILE
000800     RECORDING MODE IS F.
000810 01  BENE-OLD-RECORD             PIC X(130).
000820 FD  BENE-NEW-FILE
000830     RECORDING MODE IS F.
000840 01  BENE-NEW-RECORD             PIC X(130).
000850 FD  MSP-OLD-FILE
000860     RECORDING MODE IS F.
000870 01  MSP-OLD-RECORD              PIC X(80).
000880 FD  MSP-NEW-FILE
000890     RECORDING MODE IS F.
000900 01  MSP-NEW-RECORD              PIC X(80).
000910 FD  CODE-OLD-FILE
000920     RECORDING MODE IS F.
000930 01  CODE-OLD-RECORD             PIC X(40).
000940 FD  CODE-NEW-FILE
000950     RECORDING MODE IS F.
000960 01  CODE-NEW-RECORD             PIC X(40).
000970 FD  AUDIT-FILE
000980     RECORDING MODE IS F.
000990 COPY "ipbraud".
001000 SD  SORT-WORK-FILE.
001010 01  SORT-RECORD.
001020     05  SR19-FILE-SUB               PIC 9(01).
001030     05  SR19-KEY                    PIC X(13).
001040     05  SR19-CARD-SEQ               PIC 9(07).
001050     05  SR19-CARD                   PIC X(160).
001060 FD  REPORT-FILE
001070     RECORDING MODE IS F.
001080 01  REPORT-RECORD               PIC X(132).
001090 FD  CYCLE-CONTROL-FILE
001100     RECORDING MODE IS F.
001110 COPY "ipbcycl".
001120 WORKING-STORAGE SECTION.
001130*****************************************************************
001140*    SWITCHES AND COUNTERS
001150*****************************************************************
001160 77  IPB-CARD-EOF-SW             PIC X(01)   VALUE 'N'.
001170     88  IPB-CARD-END-OF-FILE                VALUE 'Y'.
001180 77  IPB-SUSP-EOF-SW             PIC X(01)   VALUE 'N'.
001190     88  IPB-SUSP-END-OF-FILE                VALUE 'Y'.
001200 77  IPB-SORT-EOF-SW             PIC X(01)   VALUE 'N'.
001210     88  IPB-SORT-END-OF-FILE                VALUE 'Y'.
001220 77  IPB-OLD-EOF-SW              PIC X(01)   VALUE 'N'.
001230     88  IPB-OLD-END-OF-FILE                 VALUE 'Y'.
001240     88  IPB-OLD-NOT-END-OF-FILE             VALUE 'N'.
001250 77  IPB-HOLD-SW                 PIC X(01)   VALUE 'N'.
001260     88  IPB-HOLD-PRESENT                    VALUE 'Y'.
001270     88  IPB-HOLD-ABSENT                     VALUE 'N'.
001280 77  IPB-DATE-SW                 PIC X(01)   VALUE 'N'.
001290     88  IPB-DATE-VALID                      VALUE 'Y'.
001300     88  IPB-DATE-INVALID                    VALUE 'N'.
001310 77  IPB-REJECT-REASON           PIC X(30)   VALUE SPACES.
001320 77  IPB-CARD-COUNT              PIC 9(07)   COMP  VALUE ZERO.
001330 77  IPB-APPLIED-COUNT           PIC 9(07)   COMP  VALUE ZERO.
001340 77  IPB-REJECTED-COUNT          PIC 9(07)   COMP  VALUE ZERO.
001350 77  IPB-AUDIT-COUNT             PIC 9(07)   COMP  VALUE ZERO.
001360 77  IPB-FILE-IN-COUNT           PIC 9(07)   COMP  VALUE ZERO.
001370 77  IPB-FILE-ADDED              PIC 9(07)   COMP  VALUE ZERO.
001380 77  IPB-FILE-CHANGED            PIC 9(07)   COMP  VALUE ZERO.
001390 77  IPB-FILE-TERMINATED         PIC 9(07)   COMP  VALUE ZERO.
001400 77  IPB-FILE-REJECTED           PIC 9(07)   COMP  VALUE ZERO.
001410 77  IPB-FILE-OUT-COUNT          PIC 9(07)   COMP  VALUE ZERO.
001420 77  IPB-SUSP-COUNT              PIC 9(05)   COMP  VALUE ZERO.
001430 77  IPB-SUSP-SUB                PIC 9(05)   COMP  VALUE ZERO.
001440 77  IPB-ORPHAN-COUNT            PIC 9(05)   COMP  VALUE ZERO.
001450 77  IPB-FILE-SUB                PIC 9(01)         VALUE ZERO.
001460 77  IPB-KEY-LENGTH              PIC 9(02)         VALUE ZERO.
001470 77  IPB-CARD-SEQ                PIC 9(07)         VALUE ZERO.
001472 77  IPB-MONTH-LIMIT             PIC 9(02)         VALUE ZERO.
001474 77  IPB-YEAR-QUOTIENT           PIC 9(04)   COMP  VALUE ZERO.
001476 77  IPB-YEAR-REMAINDER          PIC 9(04)   COMP  VALUE ZERO.
001480 77  IPB-CYCLE-DATE              PIC 9(08)         VALUE ZERO.
001490 77  IPB-CUR-EFF-DATE            PIC 9(08)         VALUE ZERO.
001500 77  IPB-CUR-TERM-DATE           PIC 9(08)         VALUE ZERO.
001510 77  IPB-OLD-CUR-KEY             PIC X(13)   VALUE SPACES.
001520 77  IPB-PREV-OLD-KEY            PIC X(13)   VALUE SPACES.
001530 77  IPB-CARD-CUR-KEY            PIC X(13)   VALUE SPACES.
001540 77  IPB-LOW-KEY                 PIC X(13)   VALUE SPACES.
001550*****************************************************************
001560*    THE OLD MASTER RECORD LAST READ, THE MASTER RECORD BEING
001570*    MAINTAINED AS IT NOW STANDS, AND ITS IMAGE BEFORE THE
001580*    CARD BEING APPLIED
001590*****************************************************************
001600 77  IPB-OLD-IMAGE               PIC X(140)  VALUE SPACES.
001610 77  IPB-HOLD-IMAGE              PIC X(140)  VALUE SPACES.
001620 77  IPB-BEFORE-IMAGE            PIC X(140)  VALUE SPACES.
001630 01  IPB-TEST-DATE-X             PIC X(08)   VALUE SPACES.
001640 01  IPB-TEST-DATE REDEFINES IPB-TEST-DATE-X.
001650     05  IPB-TEST-YEAR               PIC 9(04).
001660     05  IPB-TEST-MONTH              PIC 9(02).
001670     05  IPB-TEST-DAY                PIC 9(02).
001672 01  IPB-MONTH-DAYS-VALUES       PIC X(24)
001674         VALUE '312831303130313130313031'.
001676 01  IPB-MONTH-DAYS-TABLE REDEFINES IPB-MONTH-DAYS-VALUES.
001678     05  IPB-MONTH-DAYS              PIC 9(02)   OCCURS 12 TIMES.
001680 01  IPB-ORPHAN-REASON.
001690     05  FILLER                      PIC X(08)   VALUE 'ORPHANS '.
001700     05  IPB-ORPHAN-COUNT-ED         PIC ZZZZ9.
001710     05  FILLER                      PIC X(17)
001720         VALUE ' SUSPENDED CLAIMS'.
001730*****************************************************************
001740*    THE MASTERS IN THE ORDER THEY ARE MAINTAINED:  DD NAME,
001750*    KEY LENGTH AND DESCRIPTION.  THE FIFTH ENTRY COLLECTS
001760*    CARDS PUNCHED WITH NO KNOWN FILE CODE.
001770*****************************************************************
001780 01  IPB-FILE-VALUES.
001790     05  FILLER                      PIC X(45)
001800         VALUE 'PROVMSTR13PROVIDER REFERENCE MASTER'.
001810     05  FILLER                      PIC X(45)
001820         VALUE 'BENEMSTR11BENEFICIARY ELIGIBILITY MASTER'.
001830     05  FILLER                      PIC X(45)
001840         VALUE 'MSPFILE 11BENEFICIARY OTHER COVERAGE (MSP)'.
001850     05  FILLER                      PIC X(45)
001860         VALUE 'CODEREF 03PATIENT STATUS / BILL SOURCE CODES'.
001870     05  FILLER                      PIC X(45)
001880         VALUE '        13CARDS WITH AN INVALID FILE CODE'.
001890 01  IPB-FILE-TABLE REDEFINES IPB-FILE-VALUES.
001900     05  FT-ENTRY OCCURS 5 TIMES.
001910         10  FT-FILE-NAME            PIC X(08).
001920         10  FT-KEY-LENGTH           PIC 9(02).
001930         10  FT-DESCRIPTION          PIC X(35).
001940*****************************************************************
001950*    ONE ENTRY PER CLAIM IN SUSPENSE:  WHAT ITS IMPORT EDIT
001960*    LOOKS UP ON THE REFERENCE MASTERS
001970*****************************************************************
001980 01  IPB-SUSP-TABLE.
001990     05  IPB-SUSP-ENTRY OCCURS 1 TO 20000 TIMES
002000             DEPENDING ON IPB-SUSP-COUNT.
002010         10  SP-PROVIDER             PIC X(13).
002020         10  SP-BENE-ID              PIC X(11).
002030         10  SP-ADMISSION-DATE       PIC 9(08).
002040         10  SP-PATIENT-STATUS       PIC X(02).
002050         10  SP-BILL-SOURCE          PIC X(01).
002060 COPY "ipbrmnt".
002070 COPY "ipbprov".
002080 COPY "ipbbene".
002090 COPY "ipbmsp".
002100 COPY "ipbcode".
002110 COPY "cobol".
002120 COPY "ipbrpt27".
002130 PROCEDURE DIVISION.
002140*****************************************************************
002150*    0000-MAINLINE
002160*****************************************************************
002170 0000-MAINLINE.
002180     PERFORM 0100-READ-CYCLE-CONTROL THRU 0100-EXIT.
002190     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002200     SORT SORT-WORK-FILE
002210         ON ASCENDING KEY SR19-FILE-SUB
002220                          SR19-KEY
002230                          SR19-CARD-SEQ
002240         INPUT PROCEDURE  2000-SELECT-CARDS   THRU 2000-EXIT
002250         OUTPUT PROCEDURE 3000-MAINTAIN-FILES THRU 3000-EXIT.
002260     PERFORM 7500-PRINT-TOTALS   THRU 7500-EXIT.
002270     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
002280     STOP RUN.
002290*****************************************************************
002300*    0100-READ-CYCLE-CONTROL - THE PROCESSING CYCLE DATE IS
002310*    PRINTED IN THE HEADING AND STAMPED ON THE AUDIT RECORDS.
002320*    MAINTENANCE IS RUN BETWEEN CYCLES, SO THE CYCLE NEED NOT
002330*    BE OPEN.
002340*****************************************************************
002350 0100-READ-CYCLE-CONTROL.
002360     OPEN INPUT CYCLE-CONTROL-FILE.
002370     READ CYCLE-CONTROL-FILE
002380         AT END
002390             DISPLAY 'IPB430 - NO CYCLE CONTROL RECORD ON CYCLCTL'
002400             DISPLAY 'IPB430 - ABENDING - SUPPLY CYCLCTL'
002410             STOP RUN
002420     END-READ.
002430     MOVE CYCL-CYCLE-DATE TO IPB-CYCLE-DATE.
002440     CLOSE CYCLE-CONTROL-FILE.
002450 0100-EXIT.
002460     EXIT.
002470*****************************************************************
002480*    1000-INITIALIZE - SUSPENSE TABLE, FILES AND REPORT HEADING
002490*****************************************************************
002500 1000-INITIALIZE.
002510     OPEN INPUT  SUSPENSE-FILE.
002520     PERFORM 1100-LOAD-SUSPENSE THRU 1100-EXIT
002530             UNTIL IPB-SUSP-END-OF-FILE.
002540     CLOSE SUSPENSE-FILE.
002550     OPEN EXTEND AUDIT-FILE.
002560     OPEN OUTPUT REPORT-FILE.
002570     MOVE IPB-CYCLE-DATE TO H1-CYCLE-DATE.
002580     WRITE REPORT-RECORD FROM IPB-HEADING-1.
002590 1000-EXIT.
002600     EXIT.
002610*****************************************************************
002620*    1100-LOAD-SUSPENSE - THE PROVIDER, BENEFICIARY, ADMISSION
002630*    DATE AND CODES OF EACH CLAIM NOW IN SUSPENSE
002640*****************************************************************
002650 1100-LOAD-SUSPENSE.
002660     READ SUSPENSE-FILE
002670         AT END
002680             SET IPB-SUSP-END-OF-FILE TO TRUE
002690             GO TO 1100-EXIT
002700     END-READ.
002710     IF IPB-SUSP-COUNT >= 20000
002720         DISPLAY 'IPB430 - SUSPENSE TABLE FULL AT 20000 ENTRIES'
002730         DISPLAY 'IPB430 - ABENDING - SUSPIN FILE TOO LARGE'
002740         STOP RUN
002750     END-IF.
002760     ADD 1 TO IPB-SUSP-COUNT.
002770     MOVE IPB-SUSP-CLAIM-IMAGE TO MY-RECORD.
002780     MOVE PROVIDER IN MY-RECORD
002790         TO SP-PROVIDER(IPB-SUSP-COUNT).
002800     MOVE IPB-SUSP-CLAIM-NUMBER(1:11)
002810         TO SP-BENE-ID(IPB-SUSP-COUNT).
002820     MOVE IPB-SUSP-ADMISSION-DATE
002830         TO SP-ADMISSION-DATE(IPB-SUSP-COUNT).
002840     MOVE PATIENT-STATUS IN MY-RECORD
002850         TO SP-PATIENT-STATUS(IPB-SUSP-COUNT).
002860     MOVE BILL-SOURCE IN MY-RECORD
002870         TO SP-BILL-SOURCE(IPB-SUSP-COUNT).
002880 1100-EXIT.
002890     EXIT.
002900*****************************************************************
002910*    2000-SELECT-CARDS - INPUT PROCEDURE FOR THE SORT.  EACH
002920*    CARD IS NUMBERED IN THE ORDER PUNCHED AND SORTED BY
002930*    MASTER, KEY AND CARD NUMBER.
002940*****************************************************************
002950 2000-SELECT-CARDS.
002960     OPEN INPUT CARD-FILE.
002970     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002980     PERFORM 2200-RELEASE-CARD THRU 2200-EXIT
002990             UNTIL IPB-CARD-END-OF-FILE.
003000     CLOSE CARD-FILE.
003010 2000-EXIT.
003020     EXIT.
003030*****************************************************************
003040*    2100-READ-CARD
003050*****************************************************************
003060 2100-READ-CARD.
003070     READ CARD-FILE INTO IPB-REF-MAINT-CARD
003080         AT END
003090             SET IPB-CARD-END-OF-FILE TO TRUE
003100             GO TO 2100-EXIT
003110     END-READ.
003120     ADD 1 TO IPB-CARD-COUNT.
003130 2100-EXIT.
003140     EXIT.
003150*****************************************************************
003160*    2200-RELEASE-CARD
003170*****************************************************************
003180 2200-RELEASE-CARD.
003190     EVALUATE TRUE
003200         WHEN RMNT-PROVIDER
003210             MOVE 1 TO SR19-FILE-SUB
003220         WHEN RMNT-BENEFICIARY
003230             MOVE 2 TO SR19-FILE-SUB
003240         WHEN RMNT-MSP
003250             MOVE 3 TO SR19-FILE-SUB
003260         WHEN RMNT-CODE
003270             MOVE 4 TO SR19-FILE-SUB
003280         WHEN OTHER
003290             MOVE 5 TO SR19-FILE-SUB
003300     END-EVALUATE.
003310     MOVE RMNT-KEY           TO SR19-KEY.
003320     MOVE IPB-CARD-COUNT     TO SR19-CARD-SEQ.
003330     MOVE IPB-REF-MAINT-CARD TO SR19-CARD.
003340     RELEASE SORT-RECORD.
003350     PERFORM 2100-READ-CARD THRU 2100-EXIT.
003360 2200-EXIT.
003370     EXIT.
003380*****************************************************************
003390*    3000-MAINTAIN-FILES - OUTPUT PROCEDURE FOR THE SORT.  EACH
003400*    MASTER IS CARRIED FORWARD TO ITS NEW GENERATION WHETHER
003410*    OR NOT IT HAS CARDS, THEN ANY CARDS WITH NO KNOWN FILE
003420*    CODE ARE LISTED AS REJECTED.
003430*****************************************************************
003440 3000-MAINTAIN-FILES.
003450     PERFORM 3050-RETURN-CARD THRU 3050-EXIT.
003460     PERFORM 3100-MAINTAIN-FILE THRU 3100-EXIT
003470             VARYING IPB-FILE-SUB FROM 1 BY 1
003480             UNTIL IPB-FILE-SUB > 4.
003490     IF IPB-SORT-END-OF-FILE
003500         GO TO 3000-EXIT
003510     END-IF.
003520     MOVE 5 TO IPB-FILE-SUB.
003530     PERFORM 3110-START-FILE THRU 3110-EXIT.
003540     PERFORM 3600-REJECT-UNKNOWN THRU 3600-EXIT
003550             UNTIL IPB-SORT-END-OF-FILE.
003560 3000-EXIT.
003570     EXIT.
003580*****************************************************************
003590*    3050-RETURN-CARD - THE NEXT CARD IN MASTER AND KEY ORDER
003600*****************************************************************
003610 3050-RETURN-CARD.
003620     RETURN SORT-WORK-FILE
003630         AT END
003640             SET IPB-SORT-END-OF-FILE TO TRUE
003650     END-RETURN.
003660     PERFORM 3060-SET-CARD-KEY THRU 3060-EXIT.
003670 3050-EXIT.
003680     EXIT.
003690*****************************************************************
003700*    3060-SET-CARD-KEY - THE CURRENT CARD'S KEY, OR HIGH-VALUES
003710*    ONCE THE CARDS FOR THE MASTER IN HAND ARE EXHAUSTED
003720*****************************************************************
003730 3060-SET-CARD-KEY.
003740     IF IPB-SORT-END-OF-FILE
003750         MOVE HIGH-VALUES TO IPB-CARD-CUR-KEY
003760         GO TO 3060-EXIT
003770     END-IF.
003780     IF SR19-FILE-SUB NOT = IPB-FILE-SUB
003790         MOVE HIGH-VALUES TO IPB-CARD-CUR-KEY
003800     ELSE
003810         MOVE SR19-KEY    TO IPB-CARD-CUR-KEY
003820     END-IF.
003830 3060-EXIT.
003840     EXIT.
003850*****************************************************************
003860*    3100-MAINTAIN-FILE - ONE MASTER:  OLD GENERATION AND ITS
003870*    CARDS MATCHED ON KEY INTO THE NEW GENERATION
003880*****************************************************************
003890 3100-MAINTAIN-FILE.
003900     PERFORM 3110-START-FILE THRU 3110-EXIT.
003910     PERFORM 3150-OPEN-FILE  THRU 3150-EXIT.
003920     MOVE LOW-VALUES TO IPB-PREV-OLD-KEY.
003930     SET IPB-OLD-NOT-END-OF-FILE TO TRUE.
003940     PERFORM 3200-READ-OLD   THRU 3200-EXIT.
003950     PERFORM 3060-SET-CARD-KEY THRU 3060-EXIT.
003960     PERFORM 3300-MATCH-KEY  THRU 3300-EXIT
003970             UNTIL IPB-OLD-CUR-KEY  = HIGH-VALUES
003980             AND IPB-CARD-CUR-KEY = HIGH-VALUES.
003990     PERFORM 3160-CLOSE-FILE THRU 3160-EXIT.
004000     MOVE IPB-FILE-IN-COUNT    TO FT-RECORDS-IN.
004010     MOVE IPB-FILE-ADDED       TO FT-ADDED.
004020     MOVE IPB-FILE-CHANGED     TO FT-CHANGED.
004030     MOVE IPB-FILE-TERMINATED  TO FT-TERMINATED.
004040     MOVE IPB-FILE-REJECTED    TO FT-REJECTED.
004050     MOVE IPB-FILE-OUT-COUNT   TO FT-RECORDS-OUT.
004060     WRITE REPORT-RECORD FROM IPB-FILE-TOTAL-LINE.
004070 3100-EXIT.
004080     EXIT.
004090*****************************************************************
004100*    3110-START-FILE - FILE HEADINGS AND COUNTERS
004110*****************************************************************
004120 3110-START-FILE.
004130     MOVE FT-FILE-NAME(IPB-FILE-SUB)   TO FH-FILE-NAME.
004140     MOVE FT-DESCRIPTION(IPB-FILE-SUB) TO FH-DESCRIPTION.
004150     MOVE FT-KEY-LENGTH(IPB-FILE-SUB)  TO IPB-KEY-LENGTH.
004160     WRITE REPORT-RECORD FROM IPB-FILE-HEADING.
004170     WRITE REPORT-RECORD FROM IPB-HEADING-2.
004180     MOVE ZERO TO IPB-FILE-IN-COUNT.
004190     MOVE ZERO TO IPB-FILE-ADDED.
004200     MOVE ZERO TO IPB-FILE-CHANGED.
004210     MOVE ZERO TO IPB-FILE-TERMINATED.
004220     MOVE ZERO TO IPB-FILE-REJECTED.
004230     MOVE ZERO TO IPB-FILE-OUT-COUNT.
004240 3110-EXIT.
004250     EXIT.
004260*****************************************************************
004270*    3150-OPEN-FILE
004280*****************************************************************
004290 3150-OPEN-FILE.
004300     EVALUATE IPB-FILE-SUB
004310         WHEN 1
004320             OPEN INPUT  PROV-OLD-FILE
004330             OPEN OUTPUT PROV-NEW-FILE
004340         WHEN 2
004350             OPEN INPUT  BENE-OLD-FILE
004360             OPEN OUTPUT BENE-NEW-FILE
004370         WHEN 3
004380             OPEN INPUT  MSP-OLD-FILE
004390             OPEN OUTPUT MSP-NEW-FILE
004400         WHEN 4
004410             OPEN INPUT  CODE-OLD-FILE
004420             OPEN OUTPUT CODE-NEW-FILE
004430     END-EVALUATE.
004440 3150-EXIT.
004450     EXIT.
004460*****************************************************************
004470*    3160-CLOSE-FILE
004480*****************************************************************
004490 3160-CLOSE-FILE.
004500     EVALUATE IPB-FILE-SUB
004510         WHEN 1
004520             CLOSE PROV-OLD-FILE
004530                   PROV-NEW-FILE
004540         WHEN 2
004550             CLOSE BENE-OLD-FILE
004560                   BENE-NEW-FILE
004570         WHEN 3
004580             CLOSE MSP-OLD-FILE
004590                   MSP-NEW-FILE
004600         WHEN 4
004610             CLOSE CODE-OLD-FILE
004620                   CODE-NEW-FILE
004630     END-EVALUATE.
004640 3160-EXIT.
004650     EXIT.
004660*****************************************************************
004670*    3200-READ-OLD - THE NEXT OLD MASTER RECORD.  A KEY NOT
004680*    HIGHER THAN THE ONE BEFORE IT MEANS THE MASTER HAS BEEN
004690*    MISSORTED OR HAND-EDITED INTO A DUPLICATE; THE EDIT TABLE
004700*    SEARCHES DOWNSTREAM WOULD MISS RECORDS, SO THE RUN STOPS.
004710*****************************************************************
004720 3200-READ-OLD.
004730     EVALUATE IPB-FILE-SUB
004740         WHEN 1
004750             READ PROV-OLD-FILE INTO IPB-OLD-IMAGE
004760                 AT END
004770                     SET IPB-OLD-END-OF-FILE TO TRUE
004780             END-READ
004790         WHEN 2
004800             READ BENE-OLD-FILE INTO IPB-OLD-IMAGE
004810                 AT END
004820                     SET IPB-OLD-END-OF-FILE TO TRUE
004830             END-READ
004840         WHEN 3
004850             READ MSP-OLD-FILE INTO IPB-OLD-IMAGE
004860                 AT END
004870                     SET IPB-OLD-END-OF-FILE TO TRUE
004880             END-READ
004890         WHEN 4
004900             READ CODE-OLD-FILE INTO IPB-OLD-IMAGE
004910                 AT END
004920                     SET IPB-OLD-END-OF-FILE TO TRUE
004930             END-READ
004940     END-EVALUATE.
004950     IF IPB-OLD-END-OF-FILE
004960         MOVE HIGH-VALUES TO IPB-OLD-CUR-KEY
004970         GO TO 3200-EXIT
004980     END-IF.
004990     ADD 1 TO IPB-FILE-IN-COUNT.
005000     MOVE SPACES TO IPB-OLD-CUR-KEY.
005010     MOVE IPB-OLD-IMAGE(1:IPB-KEY-LENGTH)
005020         TO IPB-OLD-CUR-KEY(1:IPB-KEY-LENGTH).
005030     IF IPB-OLD-CUR-KEY NOT > IPB-PREV-OLD-KEY
005040         DISPLAY 'IPB430 - ' FT-FILE-NAME(IPB-FILE-SUB)
005050             ' OUT OF SEQUENCE AT KEY ' IPB-OLD-CUR-KEY
005060         DISPLAY 'IPB430 - ABENDING - CORRECT '
005070             FT-FILE-NAME(IPB-FILE-SUB) ' KEY SEQUENCE'
005080         STOP RUN
005090     END-IF.
005100     MOVE IPB-OLD-CUR-KEY TO IPB-PREV-OLD-KEY.
005110 3200-EXIT.
005120     EXIT.
005130*****************************************************************
005140*    3300-MATCH-KEY - THE LOWER OF THE OLD MASTER AND CARD KEYS.
005150*    THE MASTER RECORD, IF ANY, IS HELD WHILE EVERY CARD FOR
005160*    THE KEY IS APPLIED TO IT, THEN WRITTEN TO THE NEW MASTER
005170*    UNLESS A CARD HAS REMOVED IT.
005180*****************************************************************
005190 3300-MATCH-KEY.
005200     IF IPB-OLD-CUR-KEY < IPB-CARD-CUR-KEY
005210         MOVE IPB-OLD-CUR-KEY  TO IPB-LOW-KEY
005220     ELSE
005230         MOVE IPB-CARD-CUR-KEY TO IPB-LOW-KEY
005240     END-IF.
005250     IF IPB-OLD-CUR-KEY = IPB-LOW-KEY
005260         SET IPB-HOLD-PRESENT TO TRUE
005270         MOVE IPB-OLD-IMAGE TO IPB-HOLD-IMAGE
005280         PERFORM 3200-READ-OLD THRU 3200-EXIT
005290     ELSE
005300         SET IPB-HOLD-ABSENT TO TRUE
005310         MOVE SPACES TO IPB-HOLD-IMAGE
005320     END-IF.
005330     PERFORM 3400-APPLY-CARD THRU 3400-EXIT
005340             UNTIL IPB-CARD-CUR-KEY NOT = IPB-LOW-KEY.
005350     IF IPB-HOLD-PRESENT
005360         PERFORM 3500-WRITE-NEW THRU 3500-EXIT
005370     END-IF.
005380 3300-EXIT.
005390     EXIT.
005400*****************************************************************
005410*    3400-APPLY-CARD - EDIT ONE CARD AGAINST THE HELD RECORD
005420*    AND EITHER APPLY IT OR LIST IT AS REJECTED
005430*****************************************************************
005440 3400-APPLY-CARD.
005450     MOVE SR19-CARD      TO IPB-REF-MAINT-CARD.
005460     MOVE SR19-CARD-SEQ  TO IPB-CARD-SEQ.
005470     MOVE IPB-HOLD-IMAGE TO IPB-BEFORE-IMAGE.
005480     PERFORM 4000-EDIT-CARD THRU 4000-EXIT.
005490     IF IPB-REJECT-REASON = SPACES
005500         PERFORM 5000-CHANGE-HOLD THRU 5000-EXIT
005510     END-IF.
005520     IF IPB-REJECT-REASON NOT = SPACES
005530         ADD 1 TO IPB-FILE-REJECTED
005540         ADD 1 TO IPB-REJECTED-COUNT
005550         PERFORM 6000-WRITE-CARD-LINE THRU 6000-EXIT
005560     END-IF.
005570     PERFORM 3050-RETURN-CARD THRU 3050-EXIT.
005580 3400-EXIT.
005590     EXIT.
005600*****************************************************************
005610*    3500-WRITE-NEW
005620*****************************************************************
005630 3500-WRITE-NEW.
005640     EVALUATE IPB-FILE-SUB
005650         WHEN 1
005660             WRITE PROV-NEW-RECORD FROM IPB-HOLD-IMAGE
005670         WHEN 2
005680             WRITE BENE-NEW-RECORD FROM IPB-HOLD-IMAGE
005690         WHEN 3
005700             WRITE MSP-NEW-RECORD  FROM IPB-HOLD-IMAGE
005710         WHEN 4
005720             WRITE CODE-NEW-RECORD FROM IPB-HOLD-IMAGE
005730     END-EVALUATE.
005740     ADD 1 TO IPB-FILE-OUT-COUNT.
005750 3500-EXIT.
005760     EXIT.
005770*****************************************************************
005780*    3600-REJECT-UNKNOWN - A CARD WITH NO KNOWN FILE CODE
005790*****************************************************************
005800 3600-REJECT-UNKNOWN.
005810     MOVE SR19-CARD     TO IPB-REF-MAINT-CARD.
005820     MOVE SR19-CARD-SEQ TO IPB-CARD-SEQ.
005830     MOVE 'INVALID FILE CODE' TO IPB-REJECT-REASON.
005840     ADD 1 TO IPB-REJECTED-COUNT.
005850     PERFORM 6000-WRITE-CARD-LINE THRU 6000-EXIT.
005860     PERFORM 3050-RETURN-CARD THRU 3050-EXIT.
005870 3600-EXIT.
005880     EXIT.
005890*****************************************************************
005900*    4000-EDIT-CARD - ACTION, KEY AND DATE EDITS, THEN THE
005910*    EDITS FOR THE ACTION AGAINST THE HELD RECORD, THE DATE
005920*    WINDOW AND THE FILE'S OWN FIELDS.  THE FIRST FAILURE
005930*    FOUND IS THE REJECT REASON.
005940*****************************************************************
005950 4000-EDIT-CARD.
005960     MOVE SPACES TO IPB-REJECT-REASON.
005970     IF NOT RMNT-VALID-ACTION
005980         MOVE 'INVALID ACTION CODE' TO IPB-REJECT-REASON
005990         GO TO 4000-EXIT
006000     END-IF.
006010     IF RMNT-KEY = SPACES
006020         MOVE 'KEY MISSING' TO IPB-REJECT-REASON
006030         GO TO 4000-EXIT
006040     END-IF.
006050     IF IPB-KEY-LENGTH < 13
006060         AND RMNT-KEY(IPB-KEY-LENGTH + 1:) NOT = SPACES
006070         MOVE 'KEY TOO LONG FOR FILE' TO IPB-REJECT-REASON
006080         GO TO 4000-EXIT
006090     END-IF.
006100     IF NOT RMNT-NO-EFFECTIVE-DATE
006110         MOVE RMNT-EFFECTIVE-DATE-X TO IPB-TEST-DATE-X
006120         PERFORM 4700-CHECK-DATE THRU 4700-EXIT
006130         IF IPB-DATE-INVALID
006140             MOVE 'EFFECTIVE DATE INVALID' TO IPB-REJECT-REASON
006150             GO TO 4000-EXIT
006160         END-IF
006170     END-IF.
006180     IF NOT RMNT-NO-TERMINATION-DATE
006190         MOVE RMNT-TERMINATION-DATE-X TO IPB-TEST-DATE-X
006200         PERFORM 4700-CHECK-DATE THRU 4700-EXIT
006210         IF IPB-DATE-INVALID
006220             MOVE 'TERMINATION DATE INVALID' TO IPB-REJECT-REASON
006230             GO TO 4000-EXIT
006240         END-IF
006250     END-IF.
006260     IF RMNT-ADD
006270         AND IPB-HOLD-PRESENT
006280         MOVE 'KEY ALREADY ON MASTER' TO IPB-REJECT-REASON
006290         GO TO 4000-EXIT
006300     END-IF.
006310     IF NOT RMNT-ADD
006320         AND IPB-HOLD-ABSENT
006330         MOVE 'KEY NOT ON MASTER' TO IPB-REJECT-REASON
006340         GO TO 4000-EXIT
006350     END-IF.
006360     IF RMNT-CHANGE
006370         AND RMNT-DATA = SPACES
006380         AND RMNT-NO-EFFECTIVE-DATE
006390         MOVE 'NO CHANGE PUNCHED' TO IPB-REJECT-REASON
006400         GO TO 4000-EXIT
006410     END-IF.
006420     PERFORM 4010-LOAD-CURRENT THRU 4010-EXIT.
006430     IF IPB-FILE-SUB < 4
006440         PERFORM 4100-EDIT-WINDOW THRU 4100-EXIT
006450         IF IPB-REJECT-REASON NOT = SPACES
006460             GO TO 4000-EXIT
006470         END-IF
006480     END-IF.
006490     EVALUATE IPB-FILE-SUB
006500         WHEN 1
006510             PERFORM 4200-EDIT-PROVIDER THRU 4200-EXIT
006520         WHEN 2
006530             PERFORM 4300-EDIT-BENE     THRU 4300-EXIT
006540         WHEN 3
006550             PERFORM 4400-EDIT-MSP      THRU 4400-EXIT
006560         WHEN 4
006570             PERFORM 4500-EDIT-CODE     THRU 4500-EXIT
006580     END-EVALUATE.
006590     IF IPB-REJECT-REASON NOT = SPACES
006600         GO TO 4000-EXIT
006610     END-IF.
006620     IF RMNT-TERMINATE
006630         AND IPB-FILE-SUB NOT = 3
006640         PERFORM 4600-CHECK-ORPHANS THRU 4600-EXIT
006650     END-IF.
006660 4000-EXIT.
006670     EXIT.
006680*****************************************************************
006690*    4010-LOAD-CURRENT - THE HELD RECORD INTO ITS LAYOUT, AND
006700*    ITS DATE WINDOW AS IT NOW STANDS
006710*****************************************************************
006720 4010-LOAD-CURRENT.
006730     MOVE ZERO TO IPB-CUR-EFF-DATE.
006740     MOVE ZERO TO IPB-CUR-TERM-DATE.
006750     IF IPB-HOLD-ABSENT
006760         GO TO 4010-EXIT
006770     END-IF.
006780     EVALUATE IPB-FILE-SUB
006790         WHEN 1
006800             MOVE IPB-HOLD-IMAGE TO IPB-PROVIDER-RECORD
006810             MOVE PRV-EFFECTIVE-DATE     TO IPB-CUR-EFF-DATE
006820             MOVE PRV-TERMINATION-DATE   TO IPB-CUR-TERM-DATE
006830         WHEN 2
006840             MOVE IPB-HOLD-IMAGE TO IPB-BENEFICIARY-RECORD
006850             MOVE BENE-ENTITLE-EFF-DATE  TO IPB-CUR-EFF-DATE
006860             MOVE BENE-ENTITLE-TERM-DATE TO IPB-CUR-TERM-DATE
006870         WHEN 3
006880             MOVE IPB-HOLD-IMAGE TO IPB-MSP-RECORD
006890             MOVE MSP-EFFECTIVE-DATE     TO IPB-CUR-EFF-DATE
006900             MOVE MSP-TERMINATION-DATE   TO IPB-CUR-TERM-DATE
006910         WHEN 4
006920             MOVE IPB-HOLD-IMAGE TO IPB-CODE-RECORD
006930     END-EVALUATE.
006940 4010-EXIT.
006950     EXIT.
006960*****************************************************************
006970*    4100-EDIT-WINDOW - EFFECTIVE / TERMINATION DATE WINDOW OF
006980*    THE PROVIDER, BENEFICIARY AND OTHER-COVERAGE MASTERS.  AN
006990*    ADD NEEDS AN EFFECTIVE DATE; ONLY A TERMINATION CARD MAY
007000*    SET THE TERMINATION DATE OF A RECORD ON THE MASTER, AND
007010*    ONLY ONCE.
007020*****************************************************************
007030 4100-EDIT-WINDOW.
007040     EVALUATE TRUE
007050         WHEN RMNT-ADD
007060             IF RMNT-NO-EFFECTIVE-DATE
007070                 MOVE 'EFFECTIVE DATE MISSING'
007080                     TO IPB-REJECT-REASON
007090                 GO TO 4100-EXIT
007100             END-IF
007110             IF NOT RMNT-NO-TERMINATION-DATE
007120                 AND RMNT-TERMINATION-DATE < RMNT-EFFECTIVE-DATE
007130                 MOVE 'TERMINATION BEFORE EFFECTIVE'
007140                     TO IPB-REJECT-REASON
007150                 GO TO 4100-EXIT
007160             END-IF
007170         WHEN RMNT-CHANGE
007180             IF NOT RMNT-NO-TERMINATION-DATE
007190                 MOVE 'TERMINATE WITH A T CARD'
007200                     TO IPB-REJECT-REASON
007210                 GO TO 4100-EXIT
007220             END-IF
007230             IF NOT RMNT-NO-EFFECTIVE-DATE
007240                 AND IPB-CUR-TERM-DATE NOT = ZERO
007250                 AND RMNT-EFFECTIVE-DATE > IPB-CUR-TERM-DATE
007260                 MOVE 'EFFECTIVE AFTER TERMINATION'
007270                     TO IPB-REJECT-REASON
007280                 GO TO 4100-EXIT
007290             END-IF
007300         WHEN RMNT-TERMINATE
007310             IF RMNT-NO-TERMINATION-DATE
007320                 MOVE 'TERMINATION DATE MISSING'
007330                     TO IPB-REJECT-REASON
007340                 GO TO 4100-EXIT
007350             END-IF
007360             IF IPB-CUR-TERM-DATE NOT = ZERO
007370                 MOVE 'ALREADY TERMINATED' TO IPB-REJECT-REASON
007380                 GO TO 4100-EXIT
007390             END-IF
007400             IF RMNT-TERMINATION-DATE < IPB-CUR-EFF-DATE
007410                 MOVE 'TERMINATION BEFORE EFFECTIVE'
007420                     TO IPB-REJECT-REASON
007430                 GO TO 4100-EXIT
007440             END-IF
007450     END-EVALUATE.
007460 4100-EXIT.
007470     EXIT.
007480*****************************************************************
007490*    4200-EDIT-PROVIDER
007500*****************************************************************
007510 4200-EDIT-PROVIDER.
007520     IF RMNT-PRV-TIN-TYPE NOT = SPACE
007530         AND RMNT-PRV-TIN-TYPE NOT = '1'
007540         AND RMNT-PRV-TIN-TYPE NOT = '2'
007550         MOVE 'INVALID TIN TYPE' TO IPB-REJECT-REASON
007560         GO TO 4200-EXIT
007570     END-IF.
007580     IF RMNT-PRV-TAX-ID NOT = SPACES
007590         AND RMNT-PRV-TAX-ID NOT NUMERIC
007600         MOVE 'TAX ID NOT NUMERIC' TO IPB-REJECT-REASON
007610         GO TO 4200-EXIT
007620     END-IF.
007630     IF NOT RMNT-ADD
007640         GO TO 4200-EXIT
007650     END-IF.
007660     EVALUATE TRUE
007670         WHEN RMNT-PRV-NAME = SPACES
007680             MOVE 'PROVIDER NAME MISSING' TO IPB-REJECT-REASON
007690         WHEN RMNT-PRV-STATE = SPACES
007700             MOVE 'PROVIDER STATE MISSING' TO IPB-REJECT-REASON
007710         WHEN RMNT-PRV-TYPE = SPACES
007720             MOVE 'PROVIDER TYPE MISSING' TO IPB-REJECT-REASON
007730     END-EVALUATE.
007740 4200-EXIT.
007750     EXIT.
007760*****************************************************************
007770*    4300-EDIT-BENE - A NEW BENEFICIARY NEEDS THE FULL MAILING
007780*    ADDRESS THE STATEMENTS PRINT
007790*****************************************************************
007800 4300-EDIT-BENE.
007810     IF NOT RMNT-ADD
007820         GO TO 4300-EXIT
007830     END-IF.
007840     EVALUATE TRUE
007850         WHEN RMNT-BENE-NAME = SPACES
007860             MOVE 'BENEFICIARY NAME MISSING' TO IPB-REJECT-REASON
007870         WHEN RMNT-BENE-ADDRESS = SPACES
007880             MOVE 'ADDRESS MISSING' TO IPB-REJECT-REASON
007890         WHEN RMNT-BENE-CITY = SPACES
007900             MOVE 'CITY MISSING' TO IPB-REJECT-REASON
007910         WHEN RMNT-BENE-STATE = SPACES
007920             MOVE 'STATE MISSING' TO IPB-REJECT-REASON
007930         WHEN RMNT-BENE-ZIP = SPACES
007940             MOVE 'ZIP CODE MISSING' TO IPB-REJECT-REASON
007950     END-EVALUATE.
007960 4300-EXIT.
007970     EXIT.
007980*****************************************************************
007990*    4400-EDIT-MSP
008000*****************************************************************
008010 4400-EDIT-MSP.
008020     IF NOT RMNT-ADD
008030         GO TO 4400-EXIT
008040     END-IF.
008050     EVALUATE TRUE
008060         WHEN RMNT-MSP-PAYER-ID = SPACES
008070             MOVE 'PAYER ID MISSING' TO IPB-REJECT-REASON
008080         WHEN RMNT-MSP-PAYER-NAME = SPACES
008090             MOVE 'PAYER NAME MISSING' TO IPB-REJECT-REASON
008100     END-EVALUATE.
008110 4400-EXIT.
008120     EXIT.
008130*****************************************************************
008140*    4500-EDIT-CODE - CODE RECORDS CARRY NO DATE WINDOW.  THE
008150*    ONE-DIGIT BILL-SOURCE CODE IS LEFT-JUSTIFIED IN ITS VALUE.
008160*****************************************************************
008170 4500-EDIT-CODE.
008180     IF RMNT-KEY(1:1) NOT = 'P'
008190         AND RMNT-KEY(1:1) NOT = 'B'
008200         MOVE 'CODE TYPE NOT P OR B' TO IPB-REJECT-REASON
008210         GO TO 4500-EXIT
008220     END-IF.
008230     IF RMNT-KEY(1:1) = 'B'
008240         AND RMNT-KEY(3:1) NOT = SPACE
008250         MOVE 'BILL SOURCE CODE IS ONE DIGIT' TO IPB-REJECT-REASON
008260         GO TO 4500-EXIT
008270     END-IF.
008280     IF NOT RMNT-NO-EFFECTIVE-DATE
008290         OR NOT RMNT-NO-TERMINATION-DATE
008300         MOVE 'CODE RECORDS CARRY NO DATES' TO IPB-REJECT-REASON
008310         GO TO 4500-EXIT
008320     END-IF.
008330     IF RMNT-ADD
008340         AND RMNT-CODE-DESCRIPTION = SPACES
008350         MOVE 'DESCRIPTION MISSING' TO IPB-REJECT-REASON
008360     END-IF.
008370 4500-EXIT.
008380     EXIT.
008390*****************************************************************
008400*    4600-CHECK-ORPHANS - A TERMINATION MAY NOT LEAVE A CLAIM
008410*    NOW IN SUSPENSE UNABLE TO PASS ITS IMPORT EDIT WHEN IT IS
008420*    CORRECTED:  ONE ADMITTED AFTER THE PROVIDER'S OR
008430*    BENEFICIARY'S NEW TERMINATION DATE, OR ONE CARRYING A
008440*    CODE BEING REMOVED
008450*****************************************************************
008460 4600-CHECK-ORPHANS.
008470     MOVE ZERO TO IPB-ORPHAN-COUNT.
008480     PERFORM 4650-TEST-SUSPENSE THRU 4650-EXIT
008490             VARYING IPB-SUSP-SUB FROM 1 BY 1
008500             UNTIL IPB-SUSP-SUB > IPB-SUSP-COUNT.
008510     IF IPB-ORPHAN-COUNT > ZERO
008520         MOVE IPB-ORPHAN-COUNT  TO IPB-ORPHAN-COUNT-ED
008530         MOVE IPB-ORPHAN-REASON TO IPB-REJECT-REASON
008540     END-IF.
008550 4600-EXIT.
008560     EXIT.
008570*****************************************************************
008580*    4650-TEST-SUSPENSE
008590*****************************************************************
008600 4650-TEST-SUSPENSE.
008610     EVALUATE TRUE
008620         WHEN IPB-FILE-SUB = 1
008630             AND SP-PROVIDER(IPB-SUSP-SUB) = RMNT-KEY
008640             AND SP-ADMISSION-DATE(IPB-SUSP-SUB)
008650                 > RMNT-TERMINATION-DATE
008660         WHEN IPB-FILE-SUB = 2
008670             AND SP-BENE-ID(IPB-SUSP-SUB) = RMNT-KEY(1:11)
008680             AND SP-ADMISSION-DATE(IPB-SUSP-SUB)
008690                 > RMNT-TERMINATION-DATE
008700         WHEN IPB-FILE-SUB = 4
008710             AND RMNT-KEY(1:1) = 'P'
008720             AND SP-PATIENT-STATUS(IPB-SUSP-SUB) = RMNT-KEY(2:2)
008730         WHEN IPB-FILE-SUB = 4
008740             AND RMNT-KEY(1:1) = 'B'
008750             AND SP-BILL-SOURCE(IPB-SUSP-SUB) = RMNT-KEY(2:1)
008760             ADD 1 TO IPB-ORPHAN-COUNT
008770     END-EVALUATE.
008780 4650-EXIT.
008790     EXIT.
008800*****************************************************************
008810*    4700-CHECK-DATE - IPB-TEST-DATE-X MUST BE A CCYYMMDD DATE
008820*****************************************************************
008830 4700-CHECK-DATE.
008840     SET IPB-DATE-INVALID TO TRUE.
008850     IF IPB-TEST-DATE-X NOT NUMERIC
008860         GO TO 4700-EXIT
008870     END-IF.
008880     IF IPB-TEST-YEAR < 1900
008890         OR IPB-TEST-MONTH < 01
008900         OR IPB-TEST-MONTH > 12
008910         OR IPB-TEST-DAY < 01
008920         OR IPB-TEST-DAY > 31
008930         GO TO 4700-EXIT
008940     END-IF.
008942     PERFORM 4750-SET-MONTH-LIMIT THRU 4750-EXIT.
008944     IF IPB-TEST-DAY > IPB-MONTH-LIMIT
008946         GO TO 4700-EXIT
008948     END-IF.
008950     SET IPB-DATE-VALID TO TRUE.
008960 4700-EXIT.
008970     EXIT.
008971*****************************************************************
008972*    4750-SET-MONTH-LIMIT - THE NUMBER OF DAYS IN THE MONTH.
008973*    FEBRUARY HAS 29 IN A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY
008974*    YEAR NOT DIVISIBLE BY 400.
008975*****************************************************************
008976 4750-SET-MONTH-LIMIT.
008977     MOVE IPB-MONTH-DAYS(IPB-TEST-MONTH) TO IPB-MONTH-LIMIT.
008978     IF IPB-TEST-MONTH NOT = 2
008979         GO TO 4750-EXIT
008980     END-IF.
008981     DIVIDE IPB-TEST-YEAR BY 4 GIVING IPB-YEAR-QUOTIENT
008982         REMAINDER IPB-YEAR-REMAINDER.
008983     IF IPB-YEAR-REMAINDER NOT = ZERO
008984         GO TO 4750-EXIT
008985     END-IF.
008986     DIVIDE IPB-TEST-YEAR BY 100 GIVING IPB-YEAR-QUOTIENT
008987         REMAINDER IPB-YEAR-REMAINDER.
008988     IF IPB-YEAR-REMAINDER NOT = ZERO
008989         MOVE 29 TO IPB-MONTH-LIMIT
008990         GO TO 4750-EXIT
008991     END-IF.
008992     DIVIDE IPB-TEST-YEAR BY 400 GIVING IPB-YEAR-QUOTIENT
008993         REMAINDER IPB-YEAR-REMAINDER.
008994     IF IPB-YEAR-REMAINDER = ZERO
008995         MOVE 29 TO IPB-MONTH-LIMIT
008996     END-IF.
008997 4750-EXIT.
008998     EXIT.
008999*****************************************************************
009000*    5000-CHANGE-HOLD - APPLY THE CARD TO THE HELD RECORD.  A
009001*    CHANGE CARD THAT LEAVES THE RECORD AS IT STOOD IS
009010*    REJECTED; ANY OTHER IS AUDITED AND LISTED AS APPLIED.
009020*****************************************************************
009030 5000-CHANGE-HOLD.
009040     EVALUATE IPB-FILE-SUB
009050         WHEN 1
009060             PERFORM 5100-CHANGE-PROVIDER THRU 5100-EXIT
009070         WHEN 2
009080             PERFORM 5200-CHANGE-BENE     THRU 5200-EXIT
009090         WHEN 3
009100             PERFORM 5300-CHANGE-MSP      THRU 5300-EXIT
009110         WHEN 4
009120             PERFORM 5400-CHANGE-CODE     THRU 5400-EXIT
009130     END-EVALUATE.
009140     IF RMNT-CHANGE
009150         AND IPB-HOLD-IMAGE = IPB-BEFORE-IMAGE
009160         MOVE 'CARD MATCHES MASTER' TO IPB-REJECT-REASON
009170         GO TO 5000-EXIT
009180     END-IF.
009190     EVALUATE TRUE
009200         WHEN RMNT-ADD
009210             SET IPB-HOLD-PRESENT TO TRUE
009220             ADD 1 TO IPB-FILE-ADDED
009230         WHEN RMNT-CHANGE
009240             ADD 1 TO IPB-FILE-CHANGED
009250         WHEN RMNT-TERMINATE
009260             ADD 1 TO IPB-FILE-TERMINATED
009270     END-EVALUATE.
009280     ADD 1 TO IPB-APPLIED-COUNT.
009290     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
009300     MOVE 'APPLIED' TO IPB-REJECT-REASON.
009310     PERFORM 6000-WRITE-CARD-LINE THRU 6000-EXIT.
009320     MOVE SPACES TO IPB-REJECT-REASON.
009330 5000-EXIT.
009340     EXIT.
009350*****************************************************************
009360*    5100-CHANGE-PROVIDER
009370*****************************************************************
009380 5100-CHANGE-PROVIDER.
009390     IF RMNT-TERMINATE
009400         MOVE RMNT-TERMINATION-DATE TO PRV-TERMINATION-DATE
009410         GO TO 5100-STORE
009420     END-IF.
009430     IF RMNT-ADD
009440         MOVE SPACES   TO IPB-PROVIDER-RECORD
009450         MOVE RMNT-KEY TO PRV-PROVIDER-NUMBER
009460         MOVE ZERO     TO PRV-TERMINATION-DATE
009470         IF NOT RMNT-NO-TERMINATION-DATE
009480             MOVE RMNT-TERMINATION-DATE TO PRV-TERMINATION-DATE
009490         END-IF
009500     END-IF.
009510     IF NOT RMNT-NO-EFFECTIVE-DATE
009520         MOVE RMNT-EFFECTIVE-DATE TO PRV-EFFECTIVE-DATE
009530     END-IF.
009540     IF RMNT-PRV-NAME NOT = SPACES
009550         MOVE RMNT-PRV-NAME     TO PRV-PROVIDER-NAME
009560     END-IF.
009570     IF RMNT-PRV-CITY NOT = SPACES
009580         MOVE RMNT-PRV-CITY     TO PRV-CITY
009590     END-IF.
009600     IF RMNT-PRV-STATE NOT = SPACES
009610         MOVE RMNT-PRV-STATE    TO PRV-STATE
009620     END-IF.
009630     IF RMNT-PRV-TYPE NOT = SPACES
009640         MOVE RMNT-PRV-TYPE     TO PRV-PROVIDER-TYPE
009650     END-IF.
009660     IF RMNT-PRV-TIN-TYPE NOT = SPACE
009670         MOVE RMNT-PRV-TIN-TYPE TO PRV-TIN-TYPE
009680     END-IF.
009690     IF RMNT-PRV-TAX-ID NOT = SPACES
009700         MOVE RMNT-PRV-TAX-ID   TO PRV-TAX-ID
009710     END-IF.
009720     IF RMNT-PRV-ADDRESS NOT = SPACES
009730         MOVE RMNT-PRV-ADDRESS  TO PRV-ADDRESS-LINE
009740     END-IF.
009750     IF RMNT-PRV-ZIP NOT = SPACES
009760         MOVE RMNT-PRV-ZIP      TO PRV-ZIP-CODE
009770     END-IF.
009780 5100-STORE.
009790     MOVE IPB-PROVIDER-RECORD TO IPB-HOLD-IMAGE.
009800 5100-EXIT.
009810     EXIT.
009820*****************************************************************
009830*    5200-CHANGE-BENE
009840*****************************************************************
009850 5200-CHANGE-BENE.
009860     IF RMNT-TERMINATE
009870         MOVE RMNT-TERMINATION-DATE TO BENE-ENTITLE-TERM-DATE
009880         GO TO 5200-STORE
009890     END-IF.
009900     IF RMNT-ADD
009910         MOVE SPACES   TO IPB-BENEFICIARY-RECORD
009920         MOVE RMNT-KEY TO BENE-ID
009930         MOVE ZERO     TO BENE-ENTITLE-TERM-DATE
009940         IF NOT RMNT-NO-TERMINATION-DATE
009950             MOVE RMNT-TERMINATION-DATE TO BENE-ENTITLE-TERM-DATE
009960         END-IF
009970     END-IF.
009980     IF NOT RMNT-NO-EFFECTIVE-DATE
009990         MOVE RMNT-EFFECTIVE-DATE TO BENE-ENTITLE-EFF-DATE
010000     END-IF.
010010     IF RMNT-BENE-NAME NOT = SPACES
010020         MOVE RMNT-BENE-NAME    TO BENE-NAME
010030     END-IF.
010040     IF RMNT-BENE-ADDRESS NOT = SPACES
010050         MOVE RMNT-BENE-ADDRESS TO BENE-ADDRESS
010060     END-IF.
010070     IF RMNT-BENE-CITY NOT = SPACES
010080         MOVE RMNT-BENE-CITY    TO BENE-CITY
010090     END-IF.
010100     IF RMNT-BENE-STATE NOT = SPACES
010110         MOVE RMNT-BENE-STATE   TO BENE-STATE
010120     END-IF.
010130     IF RMNT-BENE-ZIP NOT = SPACES
010140         MOVE RMNT-BENE-ZIP     TO BENE-ZIP
010150     END-IF.
010160 5200-STORE.
010170     MOVE IPB-BENEFICIARY-RECORD TO IPB-HOLD-IMAGE.
010180 5200-EXIT.
010190     EXIT.
010200*****************************************************************
010210*    5300-CHANGE-MSP
010220*****************************************************************
010230 5300-CHANGE-MSP.
010240     IF RMNT-TERMINATE
010250         MOVE RMNT-TERMINATION-DATE TO MSP-TERMINATION-DATE
010260         GO TO 5300-STORE
010270     END-IF.
010280     IF RMNT-ADD
010290         MOVE SPACES   TO IPB-MSP-RECORD
010300         MOVE RMNT-KEY TO MSP-BENE-ID
010310         MOVE ZERO     TO MSP-TERMINATION-DATE
010320         IF NOT RMNT-NO-TERMINATION-DATE
010330             MOVE RMNT-TERMINATION-DATE TO MSP-TERMINATION-DATE
010340         END-IF
010350     END-IF.
010360     IF NOT RMNT-NO-EFFECTIVE-DATE
010370         MOVE RMNT-EFFECTIVE-DATE TO MSP-EFFECTIVE-DATE
010380     END-IF.
010390     IF RMNT-MSP-PAYER-ID NOT = SPACES
010400         MOVE RMNT-MSP-PAYER-ID   TO MSP-PAYER-ID
010410     END-IF.
010420     IF RMNT-MSP-PAYER-NAME NOT = SPACES
010430         MOVE RMNT-MSP-PAYER-NAME TO MSP-PAYER-NAME
010440     END-IF.
010450 5300-STORE.
010460     MOVE IPB-MSP-RECORD TO IPB-HOLD-IMAGE.
010470 5300-EXIT.
010480     EXIT.
010490*****************************************************************
010500*    5400-CHANGE-CODE - A TERMINATED CODE IS DROPPED FROM THE
010510*    NEW MASTER
010520*****************************************************************
010530 5400-CHANGE-CODE.
010540     IF RMNT-TERMINATE
010550         SET IPB-HOLD-ABSENT TO TRUE
010560         MOVE SPACES TO IPB-HOLD-IMAGE
010570         GO TO 5400-EXIT
010580     END-IF.
010590     IF RMNT-ADD
010600         MOVE SPACES        TO IPB-CODE-RECORD
010610         MOVE RMNT-KEY(1:1) TO CODE-TYPE
010620         MOVE RMNT-KEY(2:2) TO CODE-VALUE
010630     END-IF.
010640     IF RMNT-CODE-DESCRIPTION NOT = SPACES
010650         MOVE RMNT-CODE-DESCRIPTION TO CODE-DESCRIPTION
010660     END-IF.
010670     MOVE IPB-CODE-RECORD TO IPB-HOLD-IMAGE.
010680 5400-EXIT.
010690     EXIT.
010700*****************************************************************
010710*    6000-WRITE-CARD-LINE - ONE REPORT LINE PER CARD, THE
010720*    STATUS COLUMN CARRYING 'APPLIED' OR THE REJECT REASON
010730*****************************************************************
010740 6000-WRITE-CARD-LINE.
010750     MOVE IPB-CARD-SEQ            TO DL-CARD-SEQ.
010760     MOVE RMNT-ACTION             TO DL-ACTION.
010770     MOVE RMNT-KEY                TO DL-KEY.
010780     MOVE RMNT-EFFECTIVE-DATE-X   TO DL-EFFECTIVE-DATE.
010790     MOVE RMNT-TERMINATION-DATE-X TO DL-TERMINATION-DATE.
010800     IF IPB-FILE-SUB = 3
010810         MOVE RMNT-MSP-PAYER-NAME TO DL-NAME
010820     ELSE
010830         MOVE RMNT-DATA(1:30)     TO DL-NAME
010840     END-IF.
010850     MOVE IPB-REJECT-REASON       TO DL-STATUS.
010860     WRITE REPORT-RECORD FROM IPB-DETAIL-LINE.
010870 6000-EXIT.
010880     EXIT.
010890*****************************************************************
010900*    7000-WRITE-AUDIT - THE RECORD BEFORE AND AFTER THE CARD
010910*****************************************************************
010920 7000-WRITE-AUDIT.
010930     MOVE SPACES TO IPB-REF-AUDIT-RECORD.
010940     MOVE FT-FILE-NAME(IPB-FILE-SUB) TO RAUD-FILE-NAME.
010950     MOVE RMNT-ACTION          TO RAUD-ACTION.
010960     MOVE RMNT-KEY             TO RAUD-KEY.
010970     MOVE IPB-CYCLE-DATE       TO RAUD-RUN-DATE.
010980     ACCEPT RAUD-RUN-TIME FROM TIME.
010990     MOVE IPB-CARD-SEQ         TO RAUD-CARD-SEQ.
011000     MOVE IPB-BEFORE-IMAGE     TO RAUD-BEFORE-IMAGE.
011010     MOVE IPB-HOLD-IMAGE       TO RAUD-AFTER-IMAGE.
011020     WRITE IPB-REF-AUDIT-RECORD.
011030     ADD 1 TO IPB-AUDIT-COUNT.
011040 7000-EXIT.
011050     EXIT.
011060*****************************************************************
011070*    7500-PRINT-TOTALS - RUN TOTALS AND THE SIGN-OFF LINE
011080*****************************************************************
011090 7500-PRINT-TOTALS.
011100     WRITE REPORT-RECORD FROM IPB-SUMMARY-HEADING.
011110     MOVE 'CARDS READ'                TO CL-LABEL.
011120     MOVE IPB-CARD-COUNT              TO CL-COUNT.
011130     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
011140     MOVE 'CARDS APPLIED'             TO CL-LABEL.
011150     MOVE IPB-APPLIED-COUNT           TO CL-COUNT.
011160     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
011170     MOVE 'CARDS REJECTED'            TO CL-LABEL.
011180     MOVE IPB-REJECTED-COUNT          TO CL-COUNT.
011190     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
011200     MOVE 'CHANGE AUDIT RECORDS WRITTEN' TO CL-LABEL.
011210     MOVE IPB-AUDIT-COUNT             TO CL-COUNT.
011220     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
011230     MOVE 'CLAIMS IN SUSPENSE CHECKED' TO CL-LABEL.
011240     MOVE IPB-SUSP-COUNT              TO CL-COUNT.
011250     WRITE REPORT-RECORD FROM IPB-COUNT-LINE.
011260     WRITE REPORT-RECORD FROM IPB-SIGNOFF-LINE.
011270 7500-EXIT.
011280     EXIT.
011290*****************************************************************
011300*    9000-TERMINATE
011310*****************************************************************
011320 9000-TERMINATE.
011330     DISPLAY 'IPB430 - CARDS READ         : ' IPB-CARD-COUNT.
011340     DISPLAY 'IPB430 - CARDS APPLIED      : ' IPB-APPLIED-COUNT.
011350     DISPLAY 'IPB430 - CARDS REJECTED     : ' IPB-REJECTED-COUNT.
011360     DISPLAY 'IPB430 - AUDIT RECORDS      : ' IPB-AUDIT-COUNT.
011370     CLOSE AUDIT-FILE
011380           REPORT-FILE.
011390 9000-EXIT.
011400     EXIT.
011410 9999-EXIT.
011420     EXIT.
