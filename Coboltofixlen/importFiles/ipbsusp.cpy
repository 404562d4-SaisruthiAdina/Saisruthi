000048*    ORIGINAL REJECTION.  IPB-SUSP-CLAIM-IMAGE HOLDS THE FULL
000050*    124-BYTE MY-RECORD IMAGE SO A REPAIRED CLAIM CAN BE
000052*    RELOADED WITHOUT RE-KEYING THE WHOLE BILL.
000053*    A BILL AN INTERMEDIARY REJECTED IS SUSPENDED BY IPB300
000054*    WITH REASON 14 AND ITS IMAGE FROM THE CLAIM MASTER;
000055*    IPB-SUSP-XMIT-DATE THEN HOLDS THE RUN DATE OF THE
000056*    TRANSMISSION IT WAS REJECTED FROM, IS CARRIED FORWARD
000057*    THROUGH THE CORRECTION CYCLE, AND MARKS THE REPAIRED BILL
000058*    FOR RETRANSMISSION.  IT IS ZERO OR SPACES ON ALL OTHERS.
000059*****************************************************************
000060 01  IPB-SUSPENSE-RECORD.
000070     05  IPB-SUSP-CLAIM-NUMBER       PIC X(19).
000080     05  IPB-SUSP-REASON-CODE        PIC 9(02).
000139         88  IPB-BENE-UNKNOWN           VALUE 11.
000141         88  IPB-BENE-NOT-ENTITLED      VALUE 12.
000142         88  IPB-DETAIL-OUT-OF-BAL      VALUE 13.
000143         88  IPB-INTERMED-REJECTED      VALUE 14.
000144     05  IPB-SUSP-REASON-TEXT        PIC X(40).
000150     05  IPB-SUSP-ADMISSION-DATE     PIC 9(08).
000160     05  IPB-SUSP-FROM-DATE          PIC 9(08).
000170     05  IPB-SUSP-THRU-DATE          PIC 9(08).
000190     05  IPB-SUSP-FULL-DAYS          PIC S9(05).
000200     05  IPB-SUSP-RUN-DATE           PIC 9(08).
000210     05  IPB-SUSP-CLAIM-IMAGE        PIC X(124).
000215     05  IPB-SUSP-XMIT-DATE          PIC 9(08).
000220     05  FILLER                      PIC X(02).
