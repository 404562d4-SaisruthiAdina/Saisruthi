000070*    RUN DATE'S ENTRIES ON A SAME-DAY RERUN, AND BY THE
000080*    ACKNOWLEDGMENT STEP (IPB300), WHICH STAMPS THE ACK
000090*    STATUS AND DATE ON MATCHED ENTRIES.
000091*    TWO FURTHER ENTRY TYPES TRACE A REJECTED BILL.  IPB300
000092*    LOGS A REJECTION ENTRY ('J') FOR EACH BILL AN
000093*    INTERMEDIARY REJECTED, DATED THE DAY THE ACKNOWLEDGMENT
000094*    WAS PROCESSED.  WHEN THE REPAIRED BILL IS SENT AGAIN,
000095*    IPB150 LOGS A RETRANSMISSION ENTRY ('R'), DATED THE RUN
000096*    IT WENT OUT ON, AND STAMPS XLOG-RESENT-DATE ON THE
000097*    REJECTION ENTRY.  BOTH CARRY THE BILL KEY AND THE RUN
000098*    DATE OF THE TRANSMISSION THE BILL WAS REJECTED FROM
000099*    (XLOG-ORIG-XMIT-DATE), WHICH TIES THE TWO TOGETHER.  A
000100*    REJECTION ENTRY WITH NO RESENT DATE IS A BILL NOT YET
000101*    RESENT.  THE COUNT AND CHARGES ON THESE ENTRIES ARE
000102*    THOSE OF THE ONE BILL, AND THE ACK FIELDS ARE UNUSED.
000103*****************************************************************
000110 01  IPB-XMIT-LOG-RECORD.
000120     05  XLOG-INTERMEDIARY-NUM       PIC 9(10).
000130     05  XLOG-RUN-DATE               PIC 9(08).
000180         88  XLOG-ACK-BALANCED          VALUE 'A'.
000190         88  XLOG-ACK-DISCREPANT        VALUE 'D'.
000200     05  XLOG-ACK-DATE               PIC 9(08).
000201     05  XLOG-ENTRY-TYPE             PIC X(01).
000202         88  XLOG-TRANSMISSION-ENTRY    VALUE ' '.
000203         88  XLOG-REJECTION-ENTRY       VALUE 'J'.
000204         88  XLOG-RETRANSMISSION-ENTRY  VALUE 'R'.
000205     05  XLOG-CLAIM-NUMBER           PIC X(19).
000206     05  XLOG-TRANSACTION-IND        PIC 9.
000207     05  XLOG-ORIG-XMIT-DATE         PIC 9(08).
000208     05  XLOG-REJECT-DATE            PIC 9(08).
000209     05  XLOG-RESENT-DATE            PIC 9(08).
000210     05  XLOG-REJECT-REASON          PIC X(30).
000211     05  FILLER                      PIC X(10).
