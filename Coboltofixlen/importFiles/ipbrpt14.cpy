000050 01  IPB-HEADING-1.
000060     05  FILLER                    PIC X(48)
000070         VALUE 'IPB300 - INTERMEDIARY ACKNOWLEDGMENT PROCESSING'.
000080     05  FILLER                    PIC X(64) VALUE SPACES.
000083     05  FILLER                    PIC X(12) VALUE 'CYCLE DATE  '.
000086     05  H1-CYCLE-DATE             PIC 9(08).
000090 01  IPB-HEADING-2.
000100     05  FILLER                    PIC X(14)
000110         VALUE 'INTERMEDIARY'.
000350     05  FILLER                    PIC X(21) VALUE 'CLAIM NUMBER'.
000360     05  FILLER                    PIC X(04) VALUE 'TR'.
000370     05  FILLER                    PIC X(30) VALUE 'REASON'.
000380     05  FILLER                    PIC X(02) VALUE SPACES.
000381     05  FILLER                    PIC X(14)
000382         VALUE 'INTERMEDIARY'.
000383     05  FILLER                    PIC X(11) VALUE 'SENT DATE'.
000384     05  FILLER                    PIC X(25) VALUE 'DISPOSITION'.
000385     05  FILLER                    PIC X(25) VALUE SPACES.
000390 01  IPB-REJECT-LINE.
000400     05  RJ-CLAIM-NUMBER           PIC X(19).
000410     05  FILLER                    PIC X(02) VALUE SPACES.
000420     05  RJ-TRANSACTION-IND        PIC 9.
000430     05  FILLER                    PIC X(03) VALUE SPACES.
000440     05  RJ-REJECT-REASON          PIC X(30).
000450     05  FILLER                    PIC X(02) VALUE SPACES.
000451     05  RJ-INTERMED-NUM           PIC Z(9)9.
000452     05  FILLER                    PIC X(04) VALUE SPACES.
000453     05  RJ-XMIT-DATE              PIC 9(08).
000454     05  FILLER                    PIC X(03) VALUE SPACES.
000455     05  RJ-DISPOSITION            PIC X(25).
000456     05  FILLER                    PIC X(25) VALUE SPACES.
000460 01  IPB-AGING-HEADING.
000470     05  FILLER                    PIC X(46)
000480         VALUE 'IPB300 - UNACKNOWLEDGED TRANSMISSION AGING'.
000720         VALUE 'UNACKNOWLEDGED OVER LIMIT : '.
000730     05  CL-AGED-COUNT             PIC ZZZ,ZZ9.
000740     05  FILLER                    PIC X(97) VALUE SPACES.
000750 01  IPB-UNSENT-HEADING.
000760     05  FILLER                    PIC X(46)
000770         VALUE 'IPB300 - REJECTED BILLS NOT YET RETRANSMITTED'.
000780     05  FILLER                    PIC X(86) VALUE SPACES.
000790 01  IPB-UNSENT-HEADING-2.
000800     05  FILLER                    PIC X(14)
000810         VALUE 'INTERMEDIARY'.
000820     05  FILLER                    PIC X(11) VALUE 'SENT DATE'.
000830     05  FILLER                    PIC X(21) VALUE 'CLAIM NUMBER'.
000840     05  FILLER                    PIC X(04) VALUE 'TR'.
000850     05  FILLER                    PIC X(10) VALUE 'REJECTED'.
000860     05  FILLER                    PIC X(12) VALUE '  AGE DAYS'.
000870     05  FILLER                    PIC X(30) VALUE 'REASON'.
000880     05  FILLER                    PIC X(30) VALUE SPACES.
000890 01  IPB-UNSENT-LINE.
000900     05  US-INTERMED-NUM           PIC Z(9)9.
000910     05  FILLER                    PIC X(04) VALUE SPACES.
000920     05  US-XMIT-DATE              PIC 9(08).
000930     05  FILLER                    PIC X(03) VALUE SPACES.
000940     05  US-CLAIM-NUMBER           PIC X(19).
000950     05  FILLER                    PIC X(02) VALUE SPACES.
000960     05  US-TRANSACTION-IND        PIC 9.
000970     05  FILLER                    PIC X(03) VALUE SPACES.
000980     05  US-REJECT-DATE            PIC 9(08).
000990     05  FILLER                    PIC X(07) VALUE SPACES.
001000     05  US-AGE-DAYS               PIC ZZZZ9.
001010     05  FILLER                    PIC X(02) VALUE SPACES.
001020     05  US-REJECT-REASON          PIC X(30).
001030     05  FILLER                    PIC X(30) VALUE SPACES.
001040 01  IPB-UNSENT-COUNT-LINE.
001050     05  FILLER                    PIC X(28)
001060         VALUE 'REJECTED, NOT YET RESENT  : '.
001070     05  UC-UNSENT-COUNT           PIC ZZZ,ZZ9.
001080     05  FILLER                    PIC X(97) VALUE SPACES.
