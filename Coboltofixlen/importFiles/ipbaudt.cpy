000030*    WRITTEN EACH TIME A CLAIM COMES THROUGH WITH
000040*    AUTO-ADJUSTMENT-IND SET, CAPTURING WHAT TOTAL-CHARGES
000050*    WAS BEFORE AND AFTER THE ADJUSTMENT.
000052*    IPB390 WRITES ONE FOR EVERY EXAMINER ADJUSTMENT CARD
000054*    APPLIED TO THE CLAIM MASTER, CARRYING THE FIELD CODE
000056*    CHANGED, THE REASON CODE AND THE EXAMINER ID.  THOSE
000058*    THREE ARE SPACES ON AN AUTO-ADJUSTMENT RECORD (IPB240).
000060*****************************************************************
000070 01  IPB-AUDIT-RECORD.
000080     05  AUD-CLAIM-NUMBER          PIC X(19).
000110     05  AUD-TIMESTAMP.
000120         10  AUD-RUN-DATE          PIC 9(08).
000130         10  AUD-RUN-TIME          PIC 9(08).
000140     05  AUD-ADJ-FIELD             PIC X(02).
000150     05  AUD-REASON-CODE           PIC X(02).
000160     05  AUD-EXAMINER-ID           PIC X(06).
