000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ RENT
000125* LAST UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 07             *   !@07
000130* UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 06             *   !@06
000135* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 05             *   !@05
000140* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 04             *   !@04
000145* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 03             *   !@03
000150* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 02             *   !@02
001700
001800               Request cards on RPRTCARD, one request per card,
001900               the same shape as ACIFAUDQ's AUDQCARD:
001950                   col  1-10  full account number as printed on     !@06
002000                              the statement, DDD SSS AA (division,  !@06
002050                              store, account within the store)      !@06
002100                   col 12-19  from date, YYYYMMDD (optional;        !@06
002150                              blank = from the beginning)           !@06
002200                   col 21-28  to date, YYYYMMDD (optional;          !@06
002250                              blank = to the end)                   !@06
002300                   col 30-37  print stream (optional; blank =       !@07
002350                              every stream, *MAIN = the main        !@07
002400                              run only)                             !@07
002500               A single run date is a card with the same date in
002600               both columns.
002700
002800               The control statements are written to RPRTCTL,
002900               one card per document:
003000                   REPRINT ACCOUNT='ddd sss aa' RUNDATE=yyyymmdd    !@06
003100                       PAGES=nnnnnnnn-nnnnnnnn
003200               and the pull list to RPRTRPT, one line per
003300               document with its division, store and page span.
003330               mail, e-delivery) never printed, so it cannot be     !@02
003340               reprinted from the print file; it is noted on the    !@02
003350               pull list and left off the control file.             !@02
003355                                                                    !@07
003360               A document printed in a print stream other than the  !@07
003365               main run (col 38-45 of that night's ACIFCYCL card)   !@07
003370               is on that stream's print file, so its statement is  !@07
003375               followed by a second card naming the stream:         !@07
003380                       STREAM=ssssssss                              !@07
003385               and the pull list shows the stream on every line,    !@07
003390               (MAIN) for the main run.                             !@07
003400
003500               A request with a non-numeric account or date, or
003600               one that matches no document on the master, is
008500 FD  REQUEST-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  REQUEST-CARD.
008720     05  REQ-ACCOUNT.                                               !@06
008740         10  REQ-ACCT-DIV        PIC XXX.                           !@06
008760         10  FILLER              PIC X.                             !@06
008780         10  REQ-ACCT-STORE      PIC XXX.                           !@06
008800         10  FILLER              PIC X.                             !@06
008820         10  REQ-ACCT-NO         PIC XX.                            !@06
008900     05  FILLER                  PIC X.
009000     05  REQ-FROM-DATE           PIC X(8).
009100         88  REQ-FROM-OPEN       VALUE SPACES.
009200     05  FILLER                  PIC X.
009300     05  REQ-TO-DATE             PIC X(8).
009400         88  REQ-TO-OPEN         VALUE SPACES.
009420     05  FILLER                  PIC X.                             !@07
009440     05  REQ-STREAM              PIC X(8).                          !@07
009460         88  REQ-ALL-STREAMS     VALUE SPACES.                      !@07
009480         88  REQ-MAIN-STREAM     VALUE '*MAIN'.                     !@07
009500     05  FILLER                  PIC X(43).                         !@07
009600 FD  CONTROL-STMT-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  CTL-RECORD                  PIC X(80).
011700 77  MATCH-COUNT                 PIC S9(8) BINARY VALUE ZERO.
011800 77  FROM-DATE                   PIC X(8).
011900 77  TO-DATE                     PIC X(8).
011950 77  STREAM-FILTER               PIC X(8).                          !@07
012000 77  WS-RUN-DATE                 PIC X(8).
012100 77  COUNT-DISP                  PIC ZZZZ9.
012200 77  SPAN-DISP                   PIC ZZZZZZZ9.
012300 01  CTL-STMT-LINE.
012400     05  FILLER                  PIC X(17)                          !@06
012500         VALUE 'REPRINT ACCOUNT='''.                                !@06
012600     05  CTL-ACCOUNT             PIC X(10).                         !@06
012700     05  FILLER                  PIC X(10) VALUE ''' RUNDATE='.     !@06
012800     05  CTL-RUN-DATE            PIC X(8).
012900     05  FILLER                  PIC X(7) VALUE ' PAGES='.
013000     05  CTL-FIRST-PAGE          PIC 9(8).
013100     05  FILLER                  PIC X VALUE '-'.
013200     05  CTL-LAST-PAGE           PIC 9(8).
013300     05  FILLER                  PIC X(11) VALUE SPACES.            !@06
013310* Follows the statement for a document from a print stream other    !@07
013320* than the main run, whose pages are on that stream's print file.   !@07
013330 01  CTL-STREAM-LINE.                                               !@07
013340     05  FILLER                  PIC X(11) VALUE '    STREAM='.     !@07
013350     05  CTL-STREAM              PIC X(8).                          !@07
013360     05  FILLER                  PIC X(61) VALUE SPACES.            !@07
013400 01  HEADING-LINE.
013500     05  FILLER                  PIC X(8) VALUE 'ACCOUNT '.
013600     05  HDG-ACCOUNT             PIC X(10).                         !@06
013700     05  FILLER                  PIC X(7) VALUE '  FROM '.
013800     05  HDG-FROM                PIC X(8).
013900     05  FILLER                  PIC X(5) VALUE ' TO '.
014000     05  HDG-TO                  PIC X(8).
014020     05  FILLER                  PIC X(9) VALUE '  STREAM '.        !@07
014040     05  HDG-STREAM              PIC X(8).                          !@07
014100     05  FILLER                  PIC X(70) VALUE SPACES.            !@07
014200 01  DETAIL-LINE.
014300     05  FILLER                  PIC XX VALUE SPACES.
014400     05  DET-RUN-DATE            PIC X(8).
015600     05  DET-LAST-PAGE           PIC 9(8).
015700     05  FILLER                  PIC X(7) VALUE '  SPAN '.
015800     05  DET-SPAN                PIC ZZZZZZZ9.
015820     05  FILLER                  PIC X(9) VALUE '  STREAM '.        !@07
015840     05  DET-STREAM              PIC X(8).                          !@07
015900     05  FILLER                  PIC X(20) VALUE SPACES.            !@07
016000     EJECT
016100 PROCEDURE DIVISION.
016200 0000-MAIN.
023000* and from date, then write a control statement and pull-list
023100* line for every document through the to date.
023200     ADD 1 TO REQUEST-COUNT.
023250     IF REQ-ACCT-DIV NOT NUMERIC                                    !@06
023300        OR REQ-ACCT-STORE NOT NUMERIC                               !@06
023350        OR REQ-ACCT-NO NOT NUMERIC                                  !@06
023400        OR ((NOT REQ-FROM-OPEN) AND REQ-FROM-DATE NOT NUMERIC)
023500        OR ((NOT REQ-TO-OPEN) AND REQ-TO-DATE NOT NUMERIC)
023600        ADD 1 TO BAD-REQUEST-COUNT;
025000        ELSE
025100           MOVE REQ-TO-DATE TO TO-DATE
025200        END-IF;
025205        EVALUATE TRUE                                               !@07
025210         WHEN REQ-ALL-STREAMS                                       !@07
025215          MOVE 'ALL' TO HDG-STREAM                                  !@07
025220         WHEN REQ-MAIN-STREAM                                       !@07
025225          MOVE SPACES TO STREAM-FILTER;                             !@07
025230          MOVE '(MAIN)' TO HDG-STREAM                               !@07
025235         WHEN OTHER                                                 !@07
025240          MOVE REQ-STREAM TO STREAM-FILTER;                         !@07
025245          MOVE REQ-STREAM TO HDG-STREAM                             !@07
025250        END-EVALUATE;                                               !@07
025300        MOVE SPACES TO RPT-RECORD;
025400        WRITE RPT-RECORD;
025500        MOVE REQ-ACCOUNT TO HDG-ACCOUNT;
026310     MOVE ZERO TO REQ-SUPP-COUNT.                                   !@05
026400     MOVE REQ-ACCOUNT TO AMST-ACCOUNT-NO.
026500     MOVE FROM-DATE TO AMST-RUN-DATE.
026550     MOVE LOW-VALUES TO AMST-STREAM-ID.                             !@07
026600     MOVE ZERO TO AMST-PAGE-NUM.
026700     MOVE LOW-VALUE TO BROWSE-DONE-FLAG.
026800     START MASTER-FILE KEY NOT < AMST-KEY
027700                 OR AMST-RUN-DATE > TO-DATE
027800                 SET BROWSE-DONE TO TRUE
027900              ELSE
028000                 IF REQ-ALL-STREAMS                                 !@07
028020                    OR AMST-STREAM-ID = STREAM-FILTER               !@07
028040                    PERFORM 2100-WRITE-ONE-DOCUMENT                 !@07
028060                 END-IF                                             !@07
028100              END-IF
028200        END-READ
028300     END-PERFORM.
030440     IF AMST-SUPPRESSED                                             !@02
030450        ADD 1 TO SUPPRESSED-SKIP-COUNT;                             !@02
030460        ADD 1 TO REQ-SUPP-COUNT;                                    !@05
030462        IF AMST-STREAM-ID = SPACES                                  !@07
030463           MOVE '(MAIN)' TO DET-STREAM                              !@07
030464        ELSE                                                        !@07
030465           MOVE AMST-STREAM-ID TO DET-STREAM                        !@07
030466        END-IF;                                                     !@07
030470        MOVE SPACES TO RPT-RECORD;                                  !@02
030480        STRING '  ' AMST-RUN-DATE '  SUPPRESSED ('                  !@07
030481               AMST-SUPPRESS-REASON '), STREAM '                    !@07
030482               DELIMITED BY SIZE                                    !@07
030483               DET-STREAM DELIMITED BY SPACE                        !@07
030484               ' -- NEVER PRINTED, NOT REPRINTABLE'                 !@07
030485               DELIMITED BY SIZE                                    !@07
030486            INTO RPT-RECORD;                                        !@07
030487        WRITE RPT-RECORD                                            !@02
030488     ELSE                                                           !@02
030489        PERFORM 2110-WRITE-REPRINT-DOCUMENT                         !@02
030700     MOVE AMST-PAGE-NUM TO CTL-FIRST-PAGE.
030800     MOVE AMST-LAST-PAGE TO CTL-LAST-PAGE.
030900     WRITE CTL-RECORD FROM CTL-STMT-LINE.
030910     IF AMST-STREAM-ID = SPACES                                     !@07
030920        MOVE '(MAIN)' TO DET-STREAM                                 !@07
030930     ELSE                                                           !@07
030940        MOVE AMST-STREAM-ID TO CTL-STREAM;                          !@07
030950        WRITE CTL-RECORD FROM CTL-STREAM-LINE;                      !@07
030960        MOVE AMST-STREAM-ID TO DET-STREAM                           !@07
030970     END-IF.                                                        !@07
031000     MOVE AMST-RUN-DATE TO DET-RUN-DATE.
031100     MOVE AMST-DIV-CODE TO DET-DIV-CODE.
031200     MOVE AMST-DIV-NAME TO DET-DIV-NAME.
