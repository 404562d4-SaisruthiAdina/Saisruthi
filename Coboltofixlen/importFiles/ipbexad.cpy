000010*****************************************************************
000020*    IPBEXAD.CPY  -  EXAMINER CLAIM ADJUSTMENT CARD FOR IPB390.
000030*    ONE CARD PER FIELD TO BE CHANGED ON A BILL ALREADY ON THE
000040*    INDEXED CLAIM MASTER, KEYED BY CLAIM NUMBER PLUS
000050*    TRANSACTION-IND.  EXAD-FIELD-CODE NAMES THE FIELD AND
000060*    EXAD-NEW-VALUE CARRIES ITS CORRECTED VALUE (DAY COUNTS
000070*    ARE PUNCHED AS WHOLE DAYS WITH ZERO CENTS).  THE REASON
000080*    CODE AND EXAMINER ID ARE REQUIRED AND ARE CARRIED ONTO
000090*    THE ADJUSTMENT AUDIT RECORD.  CARDS ARE APPLIED IN THE
000100*    ORDER PUNCHED; MORE THAN ONE CARD MAY NAME THE SAME BILL.
000110*****************************************************************
000120 01  IPB-EXAM-ADJ-CARD.
000130     05  EXAD-CLAIM-NUMBER           PIC X(19).
000140     05  EXAD-TRANSACTION-IND        PIC 9.
000150     05  EXAD-FIELD-CODE             PIC X(02).
000160         88  EXAD-FULL-DAYS             VALUE 'FD'.
000170         88  EXAD-COINS-DAYS            VALUE 'CD'.
000180         88  EXAD-LTR-DAYS              VALUE 'LD'.
000190         88  EXAD-INPATIENT-DED         VALUE 'ID'.
000200         88  EXAD-BLOOD-DED             VALUE 'BD'.
000210         88  EXAD-TOTAL-CHARGES         VALUE 'TC'.
000220         88  EXAD-DAY-FIELD             VALUE 'FD' 'CD' 'LD'.
000230         88  EXAD-DED-FIELD             VALUE 'ID' 'BD'.
000240         88  EXAD-VALID-FIELD           VALUE 'FD' 'CD' 'LD'
000250                                              'ID' 'BD' 'TC'.
000260     05  EXAD-NEW-VALUE              PIC 9(07)V99.
000270     05  EXAD-NEW-VALUE-R REDEFINES EXAD-NEW-VALUE.
000280         10  EXAD-NEW-WHOLE          PIC 9(07).
000290         10  EXAD-NEW-CENTS          PIC 9(02).
000300     05  EXAD-REASON-CODE            PIC X(02).
000310     05  EXAD-EXAMINER-ID            PIC X(06).
000320     05  FILLER                      PIC X(41).
