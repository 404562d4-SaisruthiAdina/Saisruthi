000010*****************************************************************
000020*    IPBRISQ.CPY  -  PAYMENT REISSUE QUEUE RECORD.  WRITTEN BY
000030*    IPB370 FOR EVERY RETURNED PAYMENT ON THE PAID-STATUS FILE
000040*    NOT YET REISSUED, IN CLAIM NUMBER PLUS TRANSACTION-IND
000050*    SEQUENCE, AND READ BY THE NEXT IPB320 RUN, WHICH PAYS IT
000060*    AGAIN UNDER A NEW REFERENCE NUMBER.  THE QUEUE IS REBUILT
000070*    FROM THE PAID-STATUS FILE ON EVERY IPB370 RUN, SO AN ENTRY
000080*    IPB320 HAS ALREADY REISSUED IS SIMPLY NOT PAID AGAIN.
000090*****************************************************************
000100 01  IPB-REISSUE-RECORD.
000110     05  RISQ-CLAIM-NUMBER           PIC X(19).
000120     05  RISQ-TRANSACTION-IND        PIC 9.
000130     05  RISQ-INTERMEDIARY-NUM       PIC 9(10).
000140     05  RISQ-ORIG-REF-NUM           PIC 9(15).
000150     05  RISQ-AMOUNT                 PIC S9(9)V99.
000160     05  RISQ-RETURN-REASON          PIC X(03).
000170     05  RISQ-RETURN-DATE            PIC 9(08).
000180     05  FILLER                      PIC X(13).
