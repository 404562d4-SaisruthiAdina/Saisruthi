000060*    REIMBURSEMENT:  NOT PAYABLE (BENEFITS-PAY-IND OFF),
000070*    BENEFITS EXHAUSTED, NO RATE CARD FOR THE BENEFIT YEAR,
000080*    OR ANOTHER PAYER PRIMARY UNDER MSP.
000081*    PAYMENT IS ALSO HELD (ZERO) WHILE THE BILL IS ON THE
000082*    MEDICAL REVIEW WORKLIST (IPB440) AWAITING A DISPOSITION.
000083*    PAY-REPRICE-DATE IS SET ONLY ON THE DELTA RECORDS IPB340
000084*    WRITES TO ADJPAY (THE DATE OF THE REPRICE RUN) AND IPB390
000086*    WRITES TO EXAMPAY FOR EXAMINER ADJUSTMENTS.  THOSE DELTAS
000087*    ALSO CARRY PAY-DELTA-ID:  THE PROGRAM THAT WROTE THEM AND
000088*    THE RUN OF THAT PROGRAM WITHIN THE CYCLE, SO TWO DELTAS
000089*    FOR ONE BILL DATED THE SAME CYCLE ARE TOLD APART.
000090*****************************************************************
000100 01  IPB-PAYMENT-RECORD.
000110     05  PAY-CLAIM-NUMBER            PIC X(19).
000240         88  PAY-BENEFITS-EXHAUSTED     VALUE 'X'.
000250         88  PAY-NO-RATE-CARD           VALUE 'R'.
000252         88  PAY-MSP-PRIMARY            VALUE 'M'.
000253         88  PAY-REVIEW-HOLD            VALUE 'H'.
000254     05  PAY-REPRICE-DATE            PIC 9(08).
000260     05  PAY-DELTA-ID.
000270         10  PAY-DELTA-SOURCE        PIC X(01).
000280             88  PAY-FROM-REPRICE       VALUE 'P'.
000290             88  PAY-FROM-EXAMINER      VALUE 'E'.
000300         10  PAY-DELTA-RUN-SEQ       PIC 9(01).
