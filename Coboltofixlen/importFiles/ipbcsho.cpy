000010*****************************************************************
000020*    IPBCSHO.CPY  -  CASH OFFSET RECORD.  ONE RECORD FOR EVERY
000030*    AMOUNT THAT REDUCES THE CASH THE CYCLE'S EFT FILES MOVE
000040*    BELOW THE GROSS OF THE PAYMENTS ON THEM, SO THE GENERAL
000050*    LEDGER INTERFACE (IPB410) CAN JOURNAL CASH NET:
000060*      C  A RECEIVABLE BALANCE IPB320 WITHHELD FROM AN
000070*         INTERMEDIARY'S EFT FILE AS A NEGATIVE DETAIL RECORD.
000080*         CSHO-BENEFIT-YEAR IS THE RECEIVABLE'S BENEFIT YEAR.
000090*      X  A PAYMENT IPB370 MARKED RETURNED BY THE BANK.
000100*         CSHO-RETURN-REASON IS THE BANK'S REASON CODE AND
000110*         CSHO-BENEFIT-YEAR IS ZERO.
000120*    CSHO-AMOUNT IS ALWAYS POSITIVE.  BOTH PROGRAMS OPEN THE
000130*    FILE EXTEND, SO IT ACCUMULATES ACROSS CYCLES; IPB410
000140*    SELECTS THE RECORDS DATED THE CYCLE IT IS JOURNALING.
000150*****************************************************************
000160 01  IPB-CASH-OFFSET-RECORD.
000170     05  CSHO-OFFSET-TYPE            PIC X(01).
000180         88  CSHO-RECOUPMENT            VALUE 'C'.
000190         88  CSHO-BANK-RETURN           VALUE 'X'.
000200     05  CSHO-CYCLE-DATE             PIC 9(08).
000210     05  CSHO-CLAIM-NUMBER           PIC X(19).
000220     05  CSHO-TRANSACTION-IND        PIC 9.
000230     05  CSHO-INTERMEDIARY-NUM       PIC 9(10).
000240     05  CSHO-BENEFIT-YEAR           PIC 9(04).
000250     05  CSHO-REFERENCE-NUM          PIC 9(15).
000260     05  CSHO-AMOUNT                 PIC S9(9)V99.
000270     05  CSHO-RETURN-REASON          PIC X(03).
000280     05  FILLER                      PIC X(08).
