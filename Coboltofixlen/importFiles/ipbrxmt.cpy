000010*****************************************************************
000020*    IPBRXMT.CPY  -  RETRANSMISSION NOTICE.  WRITTEN BY IPB110
000030*    FOR EACH REPAIRED BILL IT RECYCLES THAT HAD BEEN REJECTED
000040*    BY AN INTERMEDIARY (IPB-SUSP-XMIT-DATE SET ON THE SUSPENSE
000050*    RECORD), AND READ BY IPB150, WHICH SENDS THOSE BILLS AS
000060*    RETRANSMITTED DETAILS AND LOGS EACH AGAINST ITS ORIGINAL
000070*    REJECTION.  THE BILL IS IDENTIFIED BY CLAIM NUMBER PLUS
000080*    TRANSACTION-IND AND THE INTERMEDIARY IT WENT TO.
000090*****************************************************************
000100 01  IPB-RETRANSMIT-RECORD.
000110     05  RXMT-CLAIM-NUMBER           PIC X(19).
000120     05  RXMT-TRANSACTION-IND        PIC 9.
000130     05  RXMT-INTERMEDIARY-NUM       PIC 9(10).
000140     05  RXMT-ORIG-XMIT-DATE         PIC 9(08).
000150     05  RXMT-REJECT-DATE            PIC 9(08).
000160     05  RXMT-RECYCLE-DATE           PIC 9(08).
000170     05  FILLER                      PIC X(26).
