000010*****************************************************************
000020*    IPBRVPM.CPY  -  MEDICAL REVIEW SELECTION PARAMETER CARD
000030*    (REVWPARM) FOR IPB440.  ONE CARD PER RUN.  A ZERO IN ANY
000040*    THRESHOLD TURNS THAT SELECTION TEST OFF.
000050*      RVPM-OUTLIER-SD       CHARGES PER FULL DAY MORE THAN THIS
000060*                            MANY STANDARD DEVIATIONS ABOVE THE
000070*                            PROVIDER'S RUNNING MEAN (9V9).
000080*      RVPM-MIN-NORM-BILLS   BILLS A PROVIDER (OR A PEER GROUP)
000090*                            MUST HAVE ON THE NORMS FILE BEFORE
000100*                            ITS NORM IS USED.
000110*      RVPM-LONG-STAY-DAYS   FULL-DAYS ABOVE THIS IS A LONG STAY.
000120*      RVPM-LTR-DAYS         LIFETIME RESERVE DAYS ABOVE THIS.
000130*      RVPM-MIX-PERCENT      REVENUE-CODE MIX DIFFERING FROM THE
000140*                            PEER GROUP'S BY MORE THAN THIS
000150*                            PERCENT OF CHARGES.
000160*      RVPM-SAMPLE-RATE      RANDOM SAMPLE, BILLS PER THOUSAND.
000170*      RVPM-SAMPLE-SEED      STARTING SEED; THE CYCLE DATE IS
000180*                            ADDED SO EACH CYCLE DRAWS A NEW
000190*                            SAMPLE AND A RERUN DRAWS THE SAME.
000200*****************************************************************
000210 01  IPB-REVIEW-PARM-CARD.
000220     05  RVPM-OUTLIER-SD             PIC 9(01)V9.
000230     05  RVPM-MIN-NORM-BILLS         PIC 9(05).
000240     05  RVPM-LONG-STAY-DAYS         PIC 9(03).
000250     05  RVPM-LTR-DAYS               PIC 9(03).
000260     05  RVPM-MIX-PERCENT            PIC 9(03).
000270     05  RVPM-SAMPLE-RATE            PIC 9(03).
000280     05  RVPM-SAMPLE-SEED            PIC 9(09).
000290     05  FILLER                      PIC X(52).
