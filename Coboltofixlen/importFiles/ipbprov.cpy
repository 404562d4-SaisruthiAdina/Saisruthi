000060*    TERMINATION DATE OF ZERO MEANS THE PROVIDER IS STILL
000070*    ACTIVE.  THE FILE MUST BE IN ASCENDING
000080*    PRV-PROVIDER-NUMBER SEQUENCE.
000082*    THE TAX ID (EIN OR SSN, PER PRV-TIN-TYPE) AND THE STREET
000084*    ADDRESS AND ZIP CODE ARE WHAT THE YEAR-END PAYMENT
000086*    INFORMATION RETURN (IPB400) REPORTS THE PROVIDER UNDER.
000090*****************************************************************
000100 01  IPB-PROVIDER-RECORD.
000110     05  PRV-PROVIDER-NUMBER         PIC X(13).
000150     05  PRV-PROVIDER-TYPE           PIC X(02).
000160     05  PRV-EFFECTIVE-DATE          PIC 9(08).
000170     05  PRV-TERMINATION-DATE        PIC 9(08).
000172     05  PRV-TIN-TYPE                PIC X(01).
000174         88  PRV-TIN-EIN                VALUE '1' ' '.
000176         88  PRV-TIN-SSN                VALUE '2'.
000178     05  PRV-TAX-ID                  PIC X(09).
000180     05  PRV-ADDRESS-LINE            PIC X(30).
000182     05  PRV-ZIP-CODE                PIC X(09).
000184     05  FILLER                      PIC X(08).
