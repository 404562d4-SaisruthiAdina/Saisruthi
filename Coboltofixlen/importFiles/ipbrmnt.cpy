000010*****************************************************************
000020*    IPBRMNT.CPY  -  REFERENCE MASTER MAINTENANCE CARD FOR
000030*    IPB430.  ONE CARD ADDS, CHANGES OR TERMINATES ONE RECORD
000040*    ON THE PROVIDER (PR), BENEFICIARY (BN), OTHER-COVERAGE
000050*    (MS) OR CODE REFERENCE (CD) MASTER.  RMNT-KEY CARRIES THE
000060*    MASTER KEY LEFT-JUSTIFIED:  THE 13-BYTE PROVIDER NUMBER,
000070*    THE 11-BYTE BENEFICIARY ID, OR THE CODE TYPE FOLLOWED BY
000080*    THE CODE VALUE.  ON A CHANGE CARD A FIELD LEFT BLANK IS
000090*    LEFT AS IT STANDS ON THE MASTER.  A TERMINATION CARD
000100*    CARRIES ONLY THE TERMINATION DATE, AND REMOVES A CODE
000110*    REFERENCE RECORD OUTRIGHT SINCE CODES CARRY NO DATES.
000120*    CARDS MAY BE PUNCHED IN ANY ORDER; THEY ARE APPLIED IN
000130*    KEY ORDER AND, WITHIN A KEY, IN THE ORDER PUNCHED.
000140*****************************************************************
000150 01  IPB-REF-MAINT-CARD.
000160     05  RMNT-FILE-CODE              PIC X(02).
000170         88  RMNT-PROVIDER              VALUE 'PR'.
000180         88  RMNT-BENEFICIARY           VALUE 'BN'.
000190         88  RMNT-MSP                   VALUE 'MS'.
000200         88  RMNT-CODE                  VALUE 'CD'.
000210     05  RMNT-ACTION                 PIC X(01).
000220         88  RMNT-ADD                   VALUE 'A'.
000230         88  RMNT-CHANGE                VALUE 'C'.
000240         88  RMNT-TERMINATE             VALUE 'T'.
000250         88  RMNT-VALID-ACTION          VALUE 'A' 'C' 'T'.
000260     05  RMNT-KEY                    PIC X(13).
000270     05  RMNT-EFFECTIVE-DATE-X       PIC X(08).
000280         88  RMNT-NO-EFFECTIVE-DATE     VALUE SPACES
000290                                        '00000000'.
000300     05  RMNT-EFFECTIVE-DATE REDEFINES RMNT-EFFECTIVE-DATE-X
000310                                     PIC 9(08).
000320     05  RMNT-TERMINATION-DATE-X     PIC X(08).
000330         88  RMNT-NO-TERMINATION-DATE   VALUE SPACES
000340                                        '00000000'.
000350     05  RMNT-TERMINATION-DATE REDEFINES RMNT-TERMINATION-DATE-X
000360                                     PIC 9(08).
000370     05  RMNT-DATA                   PIC X(110).
000380     05  RMNT-PROVIDER-DATA REDEFINES RMNT-DATA.
000390         10  RMNT-PRV-NAME           PIC X(30).
000400         10  RMNT-PRV-CITY           PIC X(20).
000410         10  RMNT-PRV-STATE          PIC X(02).
000420         10  RMNT-PRV-TYPE           PIC X(02).
000430         10  RMNT-PRV-TIN-TYPE       PIC X(01).
000440         10  RMNT-PRV-TAX-ID         PIC X(09).
000450         10  RMNT-PRV-ADDRESS        PIC X(30).
000460         10  RMNT-PRV-ZIP            PIC X(09).
000470         10  FILLER                  PIC X(07).
000480     05  RMNT-BENE-DATA REDEFINES RMNT-DATA.
000490         10  RMNT-BENE-NAME          PIC X(30).
000500         10  RMNT-BENE-ADDRESS       PIC X(30).
000510         10  RMNT-BENE-CITY          PIC X(20).
000520         10  RMNT-BENE-STATE         PIC X(02).
000530         10  RMNT-BENE-ZIP           PIC X(09).
000540         10  FILLER                  PIC X(19).
000550     05  RMNT-MSP-DATA REDEFINES RMNT-DATA.
000560         10  RMNT-MSP-PAYER-ID       PIC X(10).
000570         10  RMNT-MSP-PAYER-NAME     PIC X(30).
000580         10  FILLER                  PIC X(70).
000590     05  RMNT-CODE-DATA REDEFINES RMNT-DATA.
000600         10  RMNT-CODE-DESCRIPTION   PIC X(30).
000610         10  FILLER                  PIC X(80).
000620     05  FILLER                      PIC X(18).
