000010*****************************************************************
000020*    IPBCYCL.CPY  -  PROCESSING CYCLE CONTROL RECORD.  ONE
000030*    RECORD ON CYCLCTL NAMING THE BUSINESS DATE OF THE CYCLE
000040*    NOW BEING RUN.  EVERY STEP OF THE JOB STREAM READS IT AT
000050*    START OF RUN AND STAMPS THAT DATE - NOT THE SYSTEM CLOCK -
000060*    ON EVERYTHING IT WRITES (SUSPENSE, HISTORY, LOGS, EFT,
000070*    PAID RECORDS, RUN CONTROLS AND REPORT HEADINGS), SO A
000080*    CYCLE RERUN AFTER MIDNIGHT OR A CATCH-UP OF A MISSED DAY
000090*    CARRIES THE DATE OF THE CYCLE IT BELONGS TO.  THE RECORD
000100*    IS OPENED, CLOSED AND ADVANCED ONLY BY IPB380 (CYCLIN IN,
000110*    CYCLOUT OUT).  A STEP WILL NOT RUN AGAINST A CLOSED CYCLE.
000120*    THE OPENED / CLOSED DATE AND TIME FIELDS ARE THE SYSTEM
000130*    CLOCK AT THE MOMENT IPB380 ACTED, FOR THE OPERATIONS LOG.
000140*****************************************************************
000150 01  IPB-CYCLE-RECORD.
000160     05  CYCL-CYCLE-DATE             PIC 9(08).
000170     05  CYCL-STATUS                 PIC X(01).
000180         88  CYCL-CYCLE-OPEN            VALUE 'O'.
000190         88  CYCL-CYCLE-CLOSED          VALUE 'C'.
000200     05  CYCL-PRIOR-CYCLE-DATE       PIC 9(08).
000210     05  CYCL-OPENED-DATE            PIC 9(08).
000220     05  CYCL-OPENED-TIME            PIC 9(08).
000230     05  CYCL-CLOSED-DATE            PIC 9(08).
000240     05  CYCL-CLOSED-TIME            PIC 9(08).
000250     05  CYCL-CYCLE-COUNT            PIC 9(07).
000260     05  FILLER                      PIC X(24).
