000010*****************************************************************
000020*    IPBRCVB.CPY  -  OVERPAYMENT RECEIVABLE RECORD.  ONE
000030*    RECORD PER BILL ON WHICH A REPRICE ADJUSTMENT (ADJPAY)
000040*    CAME BACK NEGATIVE, KEYED ON INTERMEDIARY NUMBER PLUS
000050*    CLAIM NUMBER PLUS TRANSACTION-IND.  OPENED AND RECOUPED
000060*    BY IPB320, WHICH WITHHOLDS OPEN BALANCES FROM THE
000070*    INTERMEDIARY'S NEXT EFT TOTALS.  THE FILE IS REWRITTEN
000080*    EACH RUN (RCVBIN IN, RCVBOUT OUT) AND MUST BE IN
000090*    ASCENDING KEY SEQUENCE.  A FULLY RECOUPED RECEIVABLE IS
000100*    KEPT, CLOSED, AS THE RECORD OF THE RECOVERY.
000110*    RCVB-ADJ-DATE IS THE REPRICE DATE OF THE LATEST
000120*    ADJUSTMENT APPLIED, SO A REPRICE FILE PRESENTED TWICE IS
000130*    NOT BOOKED TWICE.
000140*****************************************************************
000150 01  IPB-RECEIVABLE-RECORD.
000160     05  RCVB-KEY.
000170         10  RCVB-INTERMEDIARY-NUM   PIC 9(10).
000180         10  RCVB-CLAIM-NUMBER       PIC X(19).
000190         10  RCVB-TRANSACTION-IND    PIC 9.
000200     05  RCVB-BENEFIT-YEAR           PIC 9(04).
000210     05  RCVB-OPEN-DATE              PIC 9(08).
000220     05  RCVB-ADJ-DATE               PIC 9(08).
000230     05  RCVB-ORIGINAL-AMOUNT        PIC S9(9)V99.
000240     05  RCVB-RECOUPED-AMOUNT        PIC S9(9)V99.
000250     05  RCVB-BALANCE                PIC S9(9)V99.
000260     05  RCVB-LAST-RECOUP-DATE       PIC 9(08).
000270     05  RCVB-LAST-RECOUP-AMT        PIC S9(9)V99.
000280     05  RCVB-STATUS                 PIC X(01).
000290         88  RCVB-OPEN                  VALUE 'O'.
000300         88  RCVB-CLOSED                VALUE 'C'.
000310     05  FILLER                      PIC X(10).
