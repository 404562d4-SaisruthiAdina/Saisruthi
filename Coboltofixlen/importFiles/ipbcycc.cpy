000010*****************************************************************
000020*    IPBCYCC.CPY  -  CYCLE OPEN / CLOSE CARD FOR IPB380, IN
000030*    THE SAME ONE-CARD STYLE AS THE IPB160 RETENTION CARD.
000040*    'OPEN ' STARTS THE NEXT PROCESSING CYCLE ON THE DATE IN
000050*    CYCC-CYCLE-DATE, OR ON THE NEXT WEEKDAY AFTER THE PRIOR
000060*    CYCLE WHEN THE DATE IS LEFT BLANK.  THE FIRST CYCLE EVER
000070*    OPENED MUST GIVE A DATE.  'CLOSE' ENDS THE CURRENT CYCLE
000080*    (THE DATE IS NOT USED).
000090*****************************************************************
000100 01  IPB-CYCLE-CARD.
000110     05  CYCC-ACTION                 PIC X(05).
000120         88  CYCC-OPEN-CYCLE            VALUE 'OPEN '.
000130         88  CYCC-CLOSE-CYCLE           VALUE 'CLOSE'.
000140     05  FILLER                      PIC X(01).
000150     05  CYCC-CYCLE-DATE             PIC 9(08).
000160     05  FILLER                      PIC X(66).
