000010*****************************************************************
000020*    IPBRVDC.CPY  -  MEDICAL REVIEW DISPOSITION CARD (REVWDISP)
000030*    APPLIED BY IPB440 TO A BILL PENDING ON THE REVIEW
000040*    WORKLIST.  'A' APPROVES THE BILL FOR PAYMENT:  IPB280
000050*    RELEASES IT ON ITS NEXT RUN.  'D' DENIES IT:  THE HELD
000060*    PAYMENT RECORD STANDS AT ZERO.  THE EXAMINER ID IS
000070*    REQUIRED.  ONE CARD PER BILL.
000080*****************************************************************
000090 01  IPB-REVIEW-DISP-CARD.
000100     05  RVDC-CLAIM-NUMBER           PIC X(19).
000110     05  RVDC-TRANSACTION-IND        PIC 9.
000120     05  RVDC-DISPOSITION            PIC X(01).
000130         88  RVDC-APPROVE               VALUE 'A'.
000140         88  RVDC-DENY                  VALUE 'D'.
000150         88  RVDC-VALID-DISPOSITION     VALUE 'A' 'D'.
000160     05  RVDC-EXAMINER-ID            PIC X(06).
000170     05  FILLER                      PIC X(53).
