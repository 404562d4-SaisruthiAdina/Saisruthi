000050*    TRAILER RECORD (RECORD COUNT AND TOTAL-CHARGES SUM) SO
000060*    THE RECEIVING SIDE CAN BALANCE WHAT IT GOT.  DETAIL
000070*    RECORDS CARRY THE FULL 124-BYTE MY-RECORD IMAGE.
000072*    A BILL BEING SENT AGAIN AFTER THE INTERMEDIARY REJECTED
000074*    IT IS WRITTEN AS A RETRANSMITTED DETAIL ('R') INSTEAD OF
000076*    'D'; IT IS COUNTED IN THE TRAILER RECORD COUNT AND
000078*    CHARGES LIKE ANY DETAIL, AND ALSO IN XMT-RETRANSMIT-COUNT.
000080*****************************************************************
000090 01  IPB-XMIT-RECORD.
000100     05  XMIT-RECORD-TYPE            PIC X(01).
000110         88  XMIT-HEADER                VALUE 'H'.
000120         88  XMIT-DETAIL                VALUE 'D'.
000125         88  XMIT-RETRANSMIT-DETAIL     VALUE 'R'.
000130         88  XMIT-TRAILER               VALUE 'T'.
000140     05  XMIT-DATA                   PIC X(124).
000150     05  XMIT-HEADER-DATA REDEFINES XMIT-DATA.
000190     05  XMIT-TRAILER-DATA REDEFINES XMIT-DATA.
000200         10  XMT-RECORD-COUNT        PIC 9(09).
000210         10  XMT-TOTAL-CHARGES       PIC S9(11)V99.
000215         10  XMT-RETRANSMIT-COUNT    PIC 9(09).
000220         10  FILLER                  PIC X(93).
