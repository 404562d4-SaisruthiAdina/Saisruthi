000010*****************************************************************
000020*    IPBRVWL.CPY  -  MEDICAL REVIEW WORKLIST RECORD.  ONE PER
000030*    BILL SELECTED FOR REVIEW BY IPB440, KEYED ON CLAIM NUMBER
000040*    PLUS TRANSACTION-IND.  THE WORKLIST IS CARRIED FORWARD
000050*    (REVWIN TO REVWOUT) BY IPB440, WHICH ADDS THE NEW
000060*    SELECTIONS AND POSTS THE EXAMINERS' DISPOSITIONS, AND BY
000070*    IPB280, WHICH HOLDS PAYMENT ON A PENDING BILL AND PRICES
000080*    AN APPROVED ONE FROM RVW-CLAIM-IMAGE, STAMPING
000090*    RVW-RELEASE-DATE.  A REASON FLAG IS SET FOR EACH TEST THE
000100*    BILL FAILED.  RVW-CLAIM-IMAGE HOLDS THE FULL 124-BYTE
000110*    MY-RECORD IMAGE, REFRESHED FROM THE CLAIM MASTER WHEN THE
000120*    BILL IS APPROVED SO ANY EXAMINER ADJUSTMENT IS PAID.
000130*****************************************************************
000140 01  IPB-REVIEW-RECORD.
000150     05  RVW-KEY.
000160         10  RVW-CLAIM-NUMBER        PIC X(19).
000170         10  RVW-TRANSACTION-IND     PIC 9.
000180     05  RVW-PROVIDER                PIC X(13).
000190     05  RVW-PROVIDER-TYPE           PIC X(02).
000200     05  RVW-EXAMINER-QUEUE          PIC X(04).
000210     05  RVW-INTERMEDIARY-NUM        PIC 9(10).
000220     05  RVW-SELECT-DATE             PIC 9(08).
000230     05  RVW-REASON-FLAGS.
000240         10  RVW-OUTLIER-FLAG        PIC X(01).
000250             88  RVW-CHARGE-OUTLIER     VALUE 'O'.
000260         10  RVW-MIX-FLAG            PIC X(01).
000270             88  RVW-REVENUE-MIX        VALUE 'M'.
000280         10  RVW-LONG-STAY-FLAG      PIC X(01).
000290             88  RVW-LONG-STAY          VALUE 'L'.
000300         10  RVW-LTR-FLAG            PIC X(01).
000310             88  RVW-LTR-USAGE          VALUE 'R'.
000320         10  RVW-SAMPLE-FLAG         PIC X(01).
000330             88  RVW-RANDOM-SAMPLE      VALUE 'S'.
000340     05  RVW-REASON-TABLE REDEFINES RVW-REASON-FLAGS.
000350         10  RVW-REASON-FLAG OCCURS 5 TIMES
000360                                     PIC X(01).
000370     05  RVW-FULL-DAYS               PIC S9(05).
000380     05  RVW-LTR-DAYS                PIC 9(06).
000390     05  RVW-TOTAL-CHARGES           PIC S9(7)V99.
000400     05  RVW-PER-DIEM                PIC S9(7)V99.
000410     05  RVW-NORM-PER-DIEM           PIC S9(7)V99.
000420     05  RVW-MIX-PERCENT             PIC 9(03).
000430     05  RVW-DISPOSITION             PIC X(01).
000440         88  RVW-PENDING                VALUE ' '.
000450         88  RVW-APPROVED               VALUE 'A'.
000460         88  RVW-DENIED                 VALUE 'D'.
000470     05  RVW-DISPOSITION-DATE        PIC 9(08).
000480     05  RVW-EXAMINER-ID             PIC X(06).
000490     05  RVW-RELEASE-DATE            PIC 9(08).
000500     05  RVW-CLAIM-IMAGE             PIC X(124).
000510     05  FILLER                      PIC X(10).
