000010*****************************************************************
000020*    IPBTAXP.CPY  -  YEAR-END INFORMATION RETURN PARAMETER
000030*    CARD FOR IPB400, IN THE SAME ONE-CARD STYLE AS THE IPB340
000040*    REPRICE CARD.  NAMES THE CALENDAR TAX YEAR, WHETHER THIS
000050*    IS THE ORIGINAL RETURN OR A CORRECTION OF ONE ALREADY
000060*    FILED, THE REPORTING THRESHOLD (A PROVIDER PAID LESS FOR
000070*    THE YEAR IS NOT REPORTED), AND THE PAYER'S TAX ID AND
000080*    NAME FOR THE TRANSMITTER AND PAYER RECORDS.
000090*****************************************************************
000100 01  IPB-TAX-PARM-CARD.
000110     05  TAXP-TAX-YEAR               PIC 9(04).
000120     05  TAXP-RETURN-TYPE            PIC X(01).
000130         88  TAXP-ORIGINAL              VALUE 'O'.
000140         88  TAXP-CORRECTED             VALUE 'C'.
000150     05  TAXP-THRESHOLD              PIC 9(07)V99.
000160     05  TAXP-PAYER-TIN              PIC X(09).
000170     05  TAXP-PAYER-NAME             PIC X(40).
000180     05  FILLER                      PIC X(17).
