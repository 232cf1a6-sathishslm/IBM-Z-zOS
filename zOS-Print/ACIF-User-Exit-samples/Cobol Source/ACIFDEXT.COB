000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ RENT
000130* LAST UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 04             *   !@04
000140* UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 03             *   !@03
000150* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 02             *   !@02
000200* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 01             *
000300 ID DIVISION.
000400 PROGRAM-ID. 'ACIFDEXT'.
002800                 H|ACIFDEXT|extract date|from|to|division
002900                 D|account|run date|division code|division
003000                   name|store code|store name|first page|last
003100                   page|suppress flag|suppress reason|              !@04
003150                   print stream                                     !@04
003200                 T|record count|extract date
003300               The trailer count covers the D records only, so
003400               the receiving side can verify completeness.
003420               The account is the full account as printed on the    !@03
003440               statement, DDD SSS AA (division, store, account      !@03
003460               within the store).                                   !@03
003465               The print stream is the one the document printed     !@04
003470               in (col 38-45 of that night's ACIFCYCL card), blank  !@04
003475               for the main run; it is last on the record so a      !@04
003480               reader that stops at the suppress reason is not      !@04
003485               disturbed.                                           !@04
003500
003600               The master is read sequentially down the primary
003700               key and filtered; a run-date range is not a key
012900     05  FILLER                  PIC X(79) VALUE SPACES.
013000 01  DETAIL-LINE.
013100     05  FILLER                  PIC XX VALUE 'D|'.
013200     05  DET-ACCOUNT             PIC X(10).                         !@03
013300     05  FILLER                  PIC X VALUE '|'.
013400     05  DET-RUN-DATE            PIC X(8).
013500     05  FILLER                  PIC X VALUE '|'.
014800     05  DET-SUPP-FLAG           PIC X.
014900     05  FILLER                  PIC X VALUE '|'.
015000     05  DET-SUPP-REASON         PIC XX.
015020     05  FILLER                  PIC X VALUE '|'.                   !@04
015040     05  DET-STREAM              PIC X(8).                          !@04
015100     05  FILLER                  PIC X(33) VALUE SPACES.            !@04
015200 01  TRAILER-LINE.
015300     05  FILLER                  PIC XX VALUE 'T|'.
015400     05  TRL-COUNT               PIC 9(9).
026300     MOVE AMST-LAST-PAGE TO DET-LAST-PAGE.
026400     MOVE AMST-SUPPRESS-FLAG TO DET-SUPP-FLAG.
026500     MOVE AMST-SUPPRESS-REASON TO DET-SUPP-REASON.
026550     MOVE AMST-STREAM-ID TO DET-STREAM.                             !@04
026600     WRITE EXTRACT-RECORD FROM DETAIL-LINE.
026700     ADD 1 TO RECORD-COUNT.
026800     EJECT
