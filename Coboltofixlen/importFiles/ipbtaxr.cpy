000010*****************************************************************
000020*    IPBTAXR.CPY  -  YEAR-END PROVIDER PAYMENT INFORMATION
000030*    RETURN RECORD (IPB400).  THE FILE IS ONE TRANSMITTER
000040*    ('T') RECORD, ONE PAYER ('A') RECORD, ONE PAYEE ('B')
000050*    RECORD PER PROVIDER REPORTED, AN END-OF-PAYER ('C')
000060*    RECORD WITH THE PAYEE COUNT AND AMOUNT TOTAL, AND AN
000070*    END-OF-TRANSMISSION ('F') RECORD.  PAYMENTS ARE REPORTED
000080*    AS MEDICAL AND HEALTH CARE PAYMENTS (AMOUNT CODE 6).  THE
000090*    PROVIDER NUMBER IS CARRIED AS THE PAYER'S ACCOUNT NUMBER
000100*    FOR THE PAYEE, AND THE B RECORDS ARE IN PROVIDER NUMBER
000110*    SEQUENCE, SO A CORRECTION RUN CAN MATCH THE ORIGINAL FILE
000120*    PROVIDER BY PROVIDER.  ON A CORRECTED FILE EACH B RECORD
000130*    CARRIES TAXB-CORRECTED ('G') AND THE FULL CORRECTED
000140*    FIGURES, A ZERO AMOUNT CANCELLING A RETURN FILED IN ERROR.
000150*****************************************************************
000160 01  IPB-TAX-RETURN-RECORD.
000170     05  TAXR-RECORD-TYPE            PIC X(01).
000180         88  TAXR-TRANSMITTER           VALUE 'T'.
000190         88  TAXR-PAYER                 VALUE 'A'.
000200         88  TAXR-PAYEE                 VALUE 'B'.
000210         88  TAXR-END-OF-PAYER          VALUE 'C'.
000220         88  TAXR-END-OF-TRANSMISSION   VALUE 'F'.
000230     05  TAXR-TAX-YEAR               PIC 9(04).
000240     05  TAXR-DATA                   PIC X(195).
000250     05  TAXR-TRANSMITTER-DATA REDEFINES TAXR-DATA.
000260         10  TAXT-PAYER-TIN          PIC X(09).
000270         10  TAXT-PAYER-NAME         PIC X(40).
000280         10  TAXT-CREATE-DATE        PIC 9(08).
000290         10  TAXT-CORRECTED-FILE-IND PIC X(01).
000300         10  FILLER                  PIC X(137).
000310     05  TAXR-PAYER-DATA REDEFINES TAXR-DATA.
000320         10  TAXA-PAYER-TIN          PIC X(09).
000330         10  TAXA-PAYER-NAME         PIC X(40).
000340         10  TAXA-RETURN-TYPE        PIC X(02).
000350         10  TAXA-AMOUNT-CODES       PIC X(16).
000360         10  FILLER                  PIC X(128).
000370     05  TAXR-PAYEE-DATA REDEFINES TAXR-DATA.
000380         10  TAXB-CORRECTED-IND      PIC X(01).
000390             88  TAXB-ORIGINAL          VALUE ' '.
000400             88  TAXB-CORRECTED         VALUE 'G'.
000410         10  TAXB-TIN-TYPE           PIC X(01).
000420         10  TAXB-PAYEE-TIN          PIC X(09).
000430         10  TAXB-ACCOUNT-NUMBER     PIC X(20).
000440         10  TAXB-MEDICAL-AMOUNT     PIC 9(10)V99.
000450         10  TAXB-PAYEE-NAME         PIC X(30).
000460         10  TAXB-ADDRESS-LINE       PIC X(30).
000470         10  TAXB-CITY               PIC X(20).
000480         10  TAXB-STATE              PIC X(02).
000490         10  TAXB-ZIP-CODE           PIC X(09).
000500         10  FILLER                  PIC X(61).
000510     05  TAXR-END-OF-PAYER-DATA REDEFINES TAXR-DATA.
000520         10  TAXC-PAYEE-COUNT        PIC 9(08).
000530         10  TAXC-AMOUNT-TOTAL       PIC 9(13)V99.
000540         10  FILLER                  PIC X(172).
000550     05  TAXR-END-OF-TRANS-DATA REDEFINES TAXR-DATA.
000560         10  TAXF-PAYER-COUNT        PIC 9(08).
000570         10  TAXF-PAYEE-COUNT        PIC 9(08).
000580         10  FILLER                  PIC X(179).
