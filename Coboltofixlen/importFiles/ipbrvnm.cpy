000010*****************************************************************
000020*    IPBRVNM.CPY  -  MEDICAL REVIEW RUNNING NORMS RECORD.  THE
000030*    NORMS FILE IS CARRIED FORWARD BY IPB440 (NORMIN TO
000040*    NORMOUT), EACH RUN ADDING ITS OWN BILLS.  TWO RECORD
000050*    TYPES, IN NORM-RECORD-TYPE / NORM-KEY SEQUENCE:
000060*      'P'  ONE PER PROVIDER - BILLS SEEN AND THE SUM AND SUM
000070*           OF SQUARES OF THEIR CHARGES PER FULL DAY, FROM
000080*           WHICH THE MEAN AND STANDARD DEVIATION COME.
000090*      'R'  ONE PER PROVIDER TYPE AND REVENUE CODE - CHARGE
000100*           LINES AND LINE AMOUNTS OF ALL PROVIDERS OF THE
000110*           TYPE, WHICH GIVE THE PEER GROUP'S REVENUE-CODE MIX.
000120*****************************************************************
000130 01  IPB-REVIEW-NORM-RECORD.
000140     05  NORM-RECORD-TYPE            PIC X(01).
000150         88  NORM-PROVIDER              VALUE 'P'.
000160         88  NORM-PEER-MIX              VALUE 'R'.
000170     05  NORM-KEY                    PIC X(13).
000180     05  NORM-PEER-KEY REDEFINES NORM-KEY.
000190         10  NORM-PROVIDER-TYPE      PIC X(02).
000200         10  NORM-REVENUE-CODE       PIC X(04).
000210         10  FILLER                  PIC X(07).
000220     05  NORM-PROVIDER-DATA.
000230         10  NORM-BILL-COUNT         PIC 9(09).
000240         10  NORM-PER-DIEM-SUM       PIC S9(13)V99.
000250         10  NORM-PER-DIEM-SQUARES   PIC S9(16)V99.
000260     05  NORM-PEER-DATA REDEFINES NORM-PROVIDER-DATA.
000270         10  NORM-LINE-COUNT         PIC 9(09).
000280         10  NORM-LINE-AMOUNT        PIC S9(13)V99.
000290         10  FILLER                  PIC X(18).
000300     05  NORM-UPDATE-DATE            PIC 9(08).
000310     05  FILLER                      PIC X(16).
