000060*    RUN (PAIDIN IN, PAIDOUT OUT) AND MUST BE IN ASCENDING
000070*    KEY SEQUENCE.  A BILL ALREADY ON THE FILE IS SKIPPED BY
000080*    A RERUN INSTEAD OF BEING PAID TWICE.
000081*    A BILL MAY CARRY MORE THAN ONE RECORD:  THE ORIGINAL
000082*    DISBURSEMENT, THEN ONE SUPPLEMENTAL RECORD FOR EACH
000083*    POSITIVE REPRICE ADJUSTMENT RELEASED, WHICH CARRIES THE
000084*    REPRICE DATE OF THAT ADJUSTMENT IN PAID-ADJ-DATE, AND
000085*    ONE RECEIVABLE RECORD (NO REFERENCE NUMBER, NEGATIVE
000086*    AMOUNT) FOR EACH NEGATIVE ADJUSTMENT BOOKED TO THE
000087*    RECEIVABLE MASTER, ALSO CARRYING ITS REPRICE DATE.
000088*    A PAYMENT THE BANK RETURNS IS MARKED RETURNED BY IPB370
000089*    WITH THE BANK'S REASON AND THE RETURN DATE; WHEN IPB320
000090*    REISSUES IT, THE REISSUE RECORD CARRIES THE RETURNED
000091*    PAYMENT'S REFERENCE NUMBER IN PAID-ORIG-REF-NUM.
000092*    SUPPLEMENTAL AND RECEIVABLE RECORDS ALSO CARRY THE DELTA'S
000093*    PAY-DELTA-ID IN PAID-DELTA-ID; A DELTA IS A REPEAT OF ONE
000094*    ALREADY APPLIED ONLY WHEN DATE AND ID BOTH MATCH.
000095*****************************************************************
000100 01  IPB-PAID-STATUS-RECORD.
000110     05  PAID-CLAIM-NUMBER           PIC X(19).
000120     05  PAID-TRANSACTION-IND        PIC 9.
000140     05  PAID-DATE                   PIC 9(08).
000150     05  PAID-AMOUNT                 PIC S9(9)V99.
000160     05  PAID-INTERMEDIARY-NUM       PIC 9(10).
000162     05  PAID-PAYMENT-TYPE           PIC X(01).
000164         88  PAID-ORIGINAL              VALUE ' '.
000166         88  PAID-SUPPLEMENTAL          VALUE 'S'.
000167         88  PAID-RECEIVABLE            VALUE 'R'.
000168         88  PAID-REISSUE               VALUE 'I'.
000169     05  PAID-ADJ-DATE               PIC 9(08).
000170     05  PAID-DELTA-ID               PIC X(02).
000171         88  PAID-REPRICE-DELTA         VALUE 'P1' THRU 'P9'.
000172     05  PAID-RETURN-STATUS          PIC X(01).
000180         88  PAID-NOT-RETURNED          VALUE ' '.
000190         88  PAID-RETURNED              VALUE 'X'.
000200     05  PAID-RETURN-REASON          PIC X(03).
000210     05  PAID-RETURN-DATE            PIC 9(08).
000220     05  PAID-ORIG-REF-NUM           PIC 9(15).
000230     05  FILLER                      PIC X(08).
