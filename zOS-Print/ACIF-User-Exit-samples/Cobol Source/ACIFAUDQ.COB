000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ RENT
000105* LAST UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 08             *   !@08
000110* UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 07             *   !@07
000115* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 06             *   !@06
000120* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 05             *   !@05
000130* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 04             *   !@04
000140* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 03             *   !@03
001500
001600               Request cards on AUDQCARD, one request per card.
001700               An account inquiry:
001750                   col  1-10  full account number as printed on     !@07
001800                              the statement, DDD SSS AA (division,  !@07
001850                              store, account within the store)      !@07
001900                   col 12-19  from date, YYYYMMDD (optional;        !@07
001950                              blank = from the beginning)           !@07
002000                   col 21-28  to date, YYYYMMDD (optional;          !@07
002050                              blank = to the end)                   !@07
002110                                                                    !@05
002120               A division or store inquiry -- the other way         !@05
002130               into the master, for "list every document store      !@05
002400               an unrecognized type, a non-numeric account or       !@05
002500               code, or a bad date is listed with a message and     !@05
002600               sets return code 4; otherwise return code 0.         !@05
002610                                                                    !@08
002620               Each detail line also shows the print stream the     !@08
002630               document came out of, (MAIN) for the main run, as    !@08
002640               the same account can print in more than one stream   !@08
002650               on the same night.                                   !@08
002700 DATE-WRITTEN. 22 AUG 26.
002800 DATE-COMPILED.
002900 SECURITY. IBM SAMPLE CODE ONLY.
007600 FD  REQUEST-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 01  REQUEST-CARD.
007820     05  REQ-ACCOUNT.                                               !@07
007840         10  REQ-ACCT-DIV        PIC XXX.                           !@07
007860         10  FILLER              PIC X.                             !@07
007880         10  REQ-ACCT-STORE      PIC XXX.                           !@07
007900         10  FILLER              PIC X.                             !@07
007920         10  REQ-ACCT-NO         PIC XX.                            !@07
008000     05  FILLER                  PIC X.
008100     05  REQ-FROM-DATE           PIC X(8).
008200         88  REQ-FROM-OPEN       VALUE SPACES.
008300     05  FILLER                  PIC X.
008400     05  REQ-TO-DATE             PIC X(8).
008500         88  REQ-TO-OPEN         VALUE SPACES.
008600     05  FILLER                  PIC X(52).                         !@07
008610* The same card read as a division/store inquiry: a D or S in       !@05
008620* column 1 picks this layout, a digit there means the account       !@05
008630* layout above.                                                     !@05
010500 77  MATCH-DISP                  PIC ZZZZ9.
010600 01  HEADING-LINE.
010700     05  FILLER                  PIC X(8) VALUE 'ACCOUNT '.
010800     05  HDG-ACCOUNT             PIC X(10).                         !@07
010900     05  FILLER                  PIC X(7) VALUE '  FROM '.
011000     05  HDG-FROM                PIC X(8).
011100     05  FILLER                  PIC X(5) VALUE ' TO '.
011200     05  HDG-TO                  PIC X(8).
011300     05  FILLER                  PIC X(87) VALUE SPACES.            !@07
011310 01  CODE-HEADING-LINE.                                             !@05
011320     05  HDG2-TYPE               PIC X(9).                          !@05
011330     05  HDG2-CODE               PIC XXX.                           !@06
012692* changes line to line; on account inquiries it repeats the         !@05
012693* heading, which costs nothing.                                     !@05
012694     05  FILLER                  PIC X(7) VALUE '  ACCT '.          !@05
012695     05  DET-ACCOUNT             PIC X(10).                         !@07
012696     05  FILLER                  PIC X(9) VALUE '  STREAM '.        !@08
012697     05  DET-STREAM              PIC X(8).                          !@08
012700     05  FILLER                  PIC X(3) VALUE SPACES.             !@08
012800     EJECT
012900 PROCEDURE DIVISION.
013000 0000-MAIN.
017670 1200-PROCESS-ACCOUNT-REQUEST.                                      !@05
017680* Position the master at the account and from date, then list       !@05
017690* every document through the to date.                               !@05
017710     IF REQ-ACCT-DIV NOT NUMERIC                                    !@07
017730        OR REQ-ACCT-STORE NOT NUMERIC                               !@07
017750        OR REQ-ACCT-NO NOT NUMERIC                                  !@07
017800        OR ((NOT REQ-FROM-OPEN) AND REQ-FROM-DATE NOT NUMERIC)
017900        OR ((NOT REQ-TO-OPEN) AND REQ-TO-DATE NOT NUMERIC)
018000        ADD 1 TO BAD-REQUEST-COUNT;
020700     MOVE ZERO TO MATCH-COUNT.
020800     MOVE REQ-ACCOUNT TO AMST-ACCOUNT-NO.
020900     MOVE FROM-DATE TO AMST-RUN-DATE.
020920* Every stream of the from date, the main run's blank one first.    !@08
020940     MOVE LOW-VALUES TO AMST-STREAM-ID.                             !@08
021000     MOVE ZERO TO AMST-PAGE-NUM.
021100     MOVE LOW-VALUE TO BROWSE-DONE-FLAG.
021200     START MASTER-FILE KEY NOT < AMST-KEY
024691        MOVE SPACES TO DET-SUPP-TAG;                                !@04
024692        MOVE SPACES TO DET-SUPP-REASON                              !@04
024693     END-IF.                                                        !@04
024694     IF AMST-STREAM-ID = SPACES                                     !@08
024695        MOVE '(MAIN)' TO DET-STREAM                                 !@08
024696     ELSE                                                           !@08
024697        MOVE AMST-STREAM-ID TO DET-STREAM                           !@08
024698     END-IF.                                                        !@08
024700     WRITE RPT-RECORD FROM DETAIL-LINE.
024800     ADD 1 TO MATCH-COUNT.
024900 END PROGRAM ACIFAUDQ.
