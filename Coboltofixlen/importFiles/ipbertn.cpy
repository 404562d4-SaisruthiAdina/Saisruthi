000010*****************************************************************
000020*    IPBERTN.CPY  -  BANK EFT RETURN RECORD, READ BY IPB370
000030*    FROM EFTRTN.  ONE RECORD PER PAYMENT THE BANK SENT BACK
000040*    UNPAID (CLOSED ACCOUNT, INVALID ROUTING, REJECTED BATCH
000050*    AND THE LIKE), IDENTIFIED BY THE REFERENCE NUMBER IPB320
000060*    ASSIGNED ON THE EFT DETAIL RECORD.  THE CLAIM NUMBER AND
000070*    AMOUNT ARE THE BANK'S ECHO OF THAT DETAIL RECORD.  THE
000080*    FILE NEED NOT BE IN ANY ORDER.
000090*****************************************************************
000100 01  IPB-EFT-RETURN-RECORD.
000110     05  ERTN-REFERENCE-NUM          PIC 9(15).
000120     05  ERTN-CLAIM-NUMBER           PIC X(19).
000130     05  ERTN-TRANSACTION-IND        PIC 9.
000140     05  ERTN-RETURN-AMOUNT          PIC S9(9)V99.
000150     05  ERTN-REASON-CODE            PIC X(03).
000160         88  ERTN-INSUFFICIENT-FUNDS    VALUE 'R01'.
000170         88  ERTN-ACCOUNT-CLOSED        VALUE 'R02'.
000180         88  ERTN-NO-ACCOUNT            VALUE 'R03'.
000190         88  ERTN-INVALID-ACCOUNT       VALUE 'R04'.
000200         88  ERTN-INVALID-ROUTING       VALUE 'R13'.
000210         88  ERTN-BATCH-REJECTED        VALUE 'RJB'.
000220     05  ERTN-RETURN-DATE            PIC 9(08).
000230     05  FILLER                      PIC X(23).
