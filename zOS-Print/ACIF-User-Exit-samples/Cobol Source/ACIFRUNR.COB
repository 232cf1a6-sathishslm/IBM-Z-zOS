000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ RENT
000120* LAST UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 03             *   !@03
000150* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 02             *   !@02
000200* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 01             *
000300 ID DIVISION.
000400 PROGRAM-ID. 'ACIFRUNR'.
001600                              blank = from the beginning)
001700                   col 10-17  to date, YYYYMMDD (optional;
001800                              blank = to the end)
001810                   col 19-26  print stream (optional; blank =       !@03
001820                              all, *MAIN = the main run only)       !@03
001830                   col 28     S or blank = each stream on its       !@03
001840                              own line, plus a combined line        !@03
001850                              for a night that ran more than        !@03
001860                              one; C = one combined line per        !@03
001870                              night                                 !@03
001900
002000               The report on RUNRRPT shows, for every cycle in
002100               the range, the night's documents, pages,
002600               balance and each division's total and average
002700               documents per night, which is where a shrinking
002800               division shows up.
002810                                                                    !@03
002820               A night's streams are listed one after another,      !@03
002830               each with its own verdict. The combined line adds    !@03
002840               them up; it is out of balance when any stream was,   !@03
002850               and not recorded when any stream's verdict is        !@03
002860               missing. The summary counts nights, not stream       !@03
002870               runs, apart from its per-stream totals, and a        !@03
002880               division's average is per night it appeared in.      !@03
002900
003000               Return code 0; 4 for a bad request card; 16 when
003100               an input cannot be opened.
007800     05  FILLER                  PIC X.
007900     05  REQ-TO-DATE             PIC X(8).
008000         88  REQ-TO-OPEN         VALUE SPACES.
008100     05  FILLER                  PIC X.                             !@03
008110     05  REQ-STREAM              PIC X(8).                          !@03
008120     05  FILLER                  PIC X.                             !@03
008130     05  REQ-VIEW                PIC X.                             !@03
008140         88  REQ-VIEW-VALID      VALUE SPACE 'S' 'C'.               !@03
008150         88  REQ-VIEW-COMBINED   VALUE 'C'.                         !@03
008160     05  FILLER                  PIC X(52).                         !@03
008200 FD  REPORT-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  RPT-RECORD                  PIC X(133).
009400 77  TO-DATE                     PIC X(8) VALUE '99999999'.
009500 77  BAD-CARD-FLAG               PIC X VALUE LOW-VALUE.
009600     88  BAD-CARD                VALUE HIGH-VALUE.
009610 77  STREAM-FILTER-FLAG          PIC X VALUE 'A'.                   !@03
009620     88  ALL-STREAMS             VALUE 'A'.                         !@03
009630     88  ONE-STREAM              VALUE 'O'.                         !@03
009640 77  STREAM-FILTER               PIC X(8) VALUE SPACES.             !@03
009650 77  VIEW-FLAG                   PIC X VALUE 'S'.                   !@03
009660     88  VIEW-COMBINED           VALUE 'C'.                         !@03
009670 77  STREAM-RUN-COUNT            PIC S9(8) BINARY VALUE ZERO.       !@03
009680 77  STR-IDX                     PIC S9(4) BINARY.                  !@03
009700 77  CYCLE-COUNT                 PIC S9(8) BINARY VALUE ZERO.
009800 77  OUT-OF-BAL-NIGHTS           PIC S9(8) BINARY VALUE ZERO.
009900 77  UNKNOWN-NIGHTS              PIC S9(8) BINARY VALUE ZERO.
011200         10  DT-CODE             PIC X(3).
011300         10  DT-DOCS             PIC S9(12) BINARY.
011400         10  DT-NIGHTS           PIC S9(8) BINARY.
011402         10  DT-LAST-DATE        PIC X(8).                          !@03
011404* The night being listed: its streams' figures added together for   !@03
011406* the combined line, and its divisions across those streams.        !@03
011408 01  NIGHT-FIGURES.                                                 !@03
011410     05  NT-DATE                 PIC X(8) VALUE SPACES.             !@03
011412     05  NT-STREAMS              PIC S9(4) BINARY VALUE ZERO.       !@03
011414     05  NT-DOCS                 PIC S9(12) BINARY VALUE ZERO.      !@03
011416     05  NT-PAGES                PIC S9(12) BINARY VALUE ZERO.      !@03
011418     05  NT-SUPP                 PIC S9(12) BINARY VALUE ZERO.      !@03
011420     05  NT-OFF                  PIC S9(12) BINARY VALUE ZERO.      !@03
011422     05  NT-BALANCE-FLAG         PIC X VALUE 'B'.                   !@03
011424         88  NT-IN-BALANCE       VALUE 'B'.                         !@03
011426         88  NT-OUT-OF-BALANCE   VALUE 'O'.                         !@03
011428         88  NT-BALANCE-UNKNOWN  VALUE 'U'.                         !@03
011430 01  NIGHT-DIV-AREA.                                                !@03
011432     05  ND-COUNT                PIC S9(4) BINARY VALUE ZERO.       !@03
011434     05  ND-ENTRY OCCURS 1 TO 200 TIMES                             !@03
011436                  DEPENDING ON ND-COUNT.                            !@03
011438         10  ND-CODE             PIC X(3).                          !@03
011440         10  ND-DOCS             PIC S9(12) BINARY.                 !@03
011442* Per-stream totals over the period.                                !@03
011444 01  STREAM-TOTALS-AREA.                                            !@03
011446     05  ST-COUNT                PIC S9(4) BINARY VALUE ZERO.       !@03
011448     05  ST-ENTRY OCCURS 1 TO 50 TIMES                              !@03
011450                  DEPENDING ON ST-COUNT.                            !@03
011452         10  ST-ID               PIC X(8).                          !@03
011454         10  ST-RUNS             PIC S9(8) BINARY.                  !@03
011456         10  ST-DOCS             PIC S9(12) BINARY.                 !@03
011458         10  ST-OFF              PIC S9(12) BINARY.                 !@03
011460         10  ST-OUT-OF-BAL       PIC S9(8) BINARY.                  !@03
011462         10  ST-UNKNOWN          PIC S9(8) BINARY.                  !@03
011500 01  CYCLE-LINE.
011600     05  FILLER                  PIC X(6) VALUE 'CYCLE '.
011700     05  CYL-DATE                PIC X(8).
011720     05  FILLER                  PIC X VALUE SPACE.                 !@03
011740     05  CYL-STREAM              PIC X(8).                          !@03
011800     05  FILLER                  PIC X(7) VALUE '  DOCS '.
011900     05  CYL-DOCS                PIC ZZZ,ZZZ,ZZ9.
012000     05  FILLER                  PIC X(8) VALUE '  PAGES '.
012900     05  FILLER                  PIC X(3) VALUE '%) '.
013000     05  FILLER                  PIC X(9) VALUE ' BALANCE '.
013100     05  CYL-BALANCE             PIC X(14).
013200     05  FILLER                  PIC X(7) VALUE SPACES.             !@03
013300 01  DIV-LINE.
013400     05  FILLER                  PIC X(8) VALUE '    DIV '.
013500     05  DVL-CODE                PIC X(3).
014600         VALUE '  AVG/NIGHT '.
014700     05  DTL-AVG                 PIC ZZZ,ZZZ,ZZ9.
014800     05  FILLER                  PIC X(74) VALUE SPACES.
014805 01  STREAM-TOTAL-LINE.                                             !@03
014810     05  FILLER                  PIC X(11) VALUE '    STREAM '.     !@03
014815     05  STL-ID                  PIC X(8).                          !@03
014820     05  FILLER                  PIC X(8) VALUE '  RUNS '.          !@03
014825     05  STL-RUNS                PIC ZZZZ9.                         !@03
014830     05  FILLER                  PIC X(13)                          !@03
014835         VALUE '  TOTAL DOCS '.                                     !@03
014840     05  STL-DOCS                PIC ZZZ,ZZZ,ZZ9.                   !@03
014845     05  FILLER                  PIC X(12)                          !@03
014850         VALUE '  OFF-CYCLE '.                                      !@03
014855     05  STL-OFF-PCT             PIC ZZ9.9.                         !@03
014860     05  FILLER                  PIC X(14)                          !@03
014865         VALUE '%  OUT OF BAL '.                                    !@03
014870     05  STL-OUT                 PIC ZZZZ9.                         !@03
014875     05  FILLER                  PIC X(15)                          !@03
014880         VALUE '  NOT RECORDED '.                                   !@03
014885     05  STL-UNKNOWN             PIC ZZZZ9.                         !@03
014890     05  FILLER                  PIC X(21) VALUE SPACES.            !@03
014900     EJECT
015000 PROCEDURE DIVISION.
015100 0000-MAIN.
017800            TO-DATE DELIMITED BY SIZE
017900         INTO RPT-RECORD.
018000     WRITE RPT-RECORD.
018005     IF ONE-STREAM                                                  !@03
018010        MOVE SPACES TO RPT-RECORD;                                  !@03
018015        STRING 'PRINT STREAM ' DELIMITED BY SIZE                    !@03
018020               REQ-STREAM DELIMITED BY SIZE                         !@03
018025               ' ONLY' DELIMITED BY SIZE                            !@03
018030            INTO RPT-RECORD;                                        !@03
018035        WRITE RPT-RECORD                                            !@03
018040     END-IF.                                                        !@03
018045     IF VIEW-COMBINED                                               !@03
018050        MOVE 'PRINT STREAMS COMBINED BY NIGHT' TO RPT-RECORD;       !@03
018055        WRITE RPT-RECORD                                            !@03
018060     END-IF.                                                        !@03
018100     PERFORM 1000-BROWSE-HISTORY.
018200     PERFORM 2000-WRITE-PERIOD-SUMMARY.
018300     CLOSE RUN-HISTORY-FILE, REPORT-FILE.
018400     DISPLAY PGMNAME, ' CYCLES=', CYCLE-COUNT,
018450             ' STREAM RUNS=', STREAM-RUN-COUNT,                     !@03
018500             ' OUT OF BALANCE=', OUT-OF-BAL-NIGHTS.
018600     MOVE ZERO TO RETURN-CODE.
018700     GOBACK.
020100                  AND REQ-FROM-DATE NOT NUMERIC)
020200                 OR ((NOT REQ-TO-OPEN)
020300                     AND REQ-TO-DATE NOT NUMERIC)
020350                 OR NOT REQ-VIEW-VALID                              !@03
020400                 SET BAD-CARD TO TRUE
020500              ELSE
020600                 IF NOT REQ-FROM-OPEN
020800                 END-IF;
020900                 IF NOT REQ-TO-OPEN
021000                    MOVE REQ-TO-DATE TO TO-DATE
021100                 END-IF;                                            !@03
021105                 EVALUATE REQ-STREAM                                !@03
021110                  WHEN SPACES                                       !@03
021115                   CONTINUE                                         !@03
021120                  WHEN '*MAIN'                                      !@03
021125                   SET ONE-STREAM TO TRUE                           !@03
021130                  WHEN OTHER                                        !@03
021135                   SET ONE-STREAM TO TRUE;                          !@03
021140                   MOVE REQ-STREAM TO STREAM-FILTER                 !@03
021145                 END-EVALUATE;                                      !@03
021150                 IF REQ-VIEW-COMBINED                               !@03
021155                    SET VIEW-COMBINED TO TRUE                       !@03
021160                 END-IF                                             !@03
021200              END-IF
021300        END-READ;
021400        CLOSE REQUEST-FILE
021500     END-IF.
021600     EJECT
021700 1000-BROWSE-HISTORY.
021800* Key order is date, print stream, then division code with the      !@03
021900* run-level record (spaces) first, so each stream of a cycle        !@03
022000* arrives as its summary line followed by its division lines,       !@03
022050* and a night's streams one after another; no sorting needed.       !@03
022100     MOVE FROM-DATE TO RUNH-RUN-DATE.
022150     MOVE LOW-VALUES TO RUNH-STREAM-ID.                             !@03
022200     MOVE LOW-VALUES TO RUNH-DIV-CODE.
022300     START RUN-HISTORY-FILE KEY NOT < RUNH-KEY
022400        INVALID KEY
023500              END-IF
023600        END-READ
023700     END-PERFORM.
023750     PERFORM 1500-CLOSE-NIGHT.                                      !@03
023800     EJECT
023900 1100-ONE-HISTORY-RECORD.
024000     IF ALL-STREAMS OR RUNH-STREAM-ID = STREAM-FILTER               !@03
024020        IF RUNH-RUN-DATE NOT = NT-DATE                              !@03
024040           PERFORM 1500-CLOSE-NIGHT;                                !@03
024060           PERFORM 1550-OPEN-NIGHT                                  !@03
024080        END-IF;                                                     !@03
024100        IF RUNH-RUN-LEVEL                                           !@03
024120           PERFORM 1200-WRITE-CYCLE-LINE                            !@03
024140        ELSE                                                        !@03
024160           PERFORM 1300-WRITE-DIVISION-LINE                         !@03
024180        END-IF                                                      !@03
024200     END-IF.                                                        !@03
024500     EJECT
024600 1200-WRITE-CYCLE-LINE.
024700     ADD 1 TO STREAM-RUN-COUNT.                                     !@03
024800     ADD RUNH-DOCS-INDEXED TO PERIOD-DOCS.
024900     ADD RUNH-DOCS-OFF-CYCLE TO PERIOD-OFF-CYCLE.
024910     ADD 1 TO NT-STREAMS.                                           !@03
024920     ADD RUNH-DOCS-INDEXED TO NT-DOCS.                              !@03
024930     ADD RUNH-PAGES-INDEXED TO NT-PAGES.                            !@03
024940     ADD RUNH-DOCS-SUPPRESSED TO NT-SUPP.                           !@03
024950     ADD RUNH-DOCS-OFF-CYCLE TO NT-OFF.                             !@03
024960     PERFORM 1600-TALLY-STREAM.                                     !@03
025000     MOVE RUNH-RUN-DATE TO CYL-DATE.
025050     IF RUNH-STREAM-ID = SPACES                                     !@03
025060        MOVE '(MAIN)' TO CYL-STREAM                                 !@03
025070     ELSE                                                           !@03
025080        MOVE RUNH-STREAM-ID TO CYL-STREAM                           !@03
025090     END-IF.                                                        !@03
025100     MOVE RUNH-DOCS-INDEXED TO CYL-DOCS.
025200     MOVE RUNH-PAGES-INDEXED TO CYL-PAGES.
025300     MOVE RUNH-DOCS-SUPPRESSED TO CYL-SUPP.
026300      WHEN RUNH-IN-BALANCE
026400       MOVE 'IN BALANCE' TO CYL-BALANCE
026500      WHEN RUNH-OUT-OF-BALANCE
026600       SET NT-OUT-OF-BALANCE TO TRUE;                               !@03
026700       MOVE '*OUT OF BAL*' TO CYL-BALANCE
026800      WHEN OTHER
026900       IF NOT NT-OUT-OF-BALANCE                                     !@03
026920          SET NT-BALANCE-UNKNOWN TO TRUE                            !@03
026940       END-IF;                                                      !@03
027000       MOVE 'NOT RECORDED' TO CYL-BALANCE
027100     END-EVALUATE.
027200     IF NOT VIEW-COMBINED                                           !@03
027250        MOVE SPACES TO RPT-RECORD;                                  !@03
027300        WRITE RPT-RECORD;                                           !@03
027350        WRITE RPT-RECORD FROM CYCLE-LINE                            !@03
027400     END-IF.                                                        !@03
027500     EJECT
027600 1300-WRITE-DIVISION-LINE.
027700     IF VIEW-COMBINED                                               !@03
027720        PERFORM 1350-TALLY-NIGHT-DIVISION                           !@03
027740     ELSE                                                           !@03
027760        MOVE RUNH-DIV-CODE TO DVL-CODE;                             !@03
027780        MOVE RUNH-DOCS-INDEXED TO DVL-DOCS;                         !@03
027800        WRITE RPT-RECORD FROM DIV-LINE                              !@03
027820     END-IF.                                                        !@03
028000     PERFORM 1400-TALLY-DIVISION.
028100     EJECT
028105 1350-TALLY-NIGHT-DIVISION.                                         !@03
028110     PERFORM VARYING DIV-IDX FROM 1 BY 1                            !@03
028115         UNTIL DIV-IDX > ND-COUNT                                   !@03
028120         OR ND-CODE (DIV-IDX) = RUNH-DIV-CODE                       !@03
028125        CONTINUE                                                    !@03
028130     END-PERFORM.                                                   !@03
028135     IF DIV-IDX > ND-COUNT                                          !@03
028140        IF ND-COUNT < 200                                           !@03
028145           ADD 1 TO ND-COUNT;                                       !@03
028150           MOVE RUNH-DIV-CODE TO ND-CODE (ND-COUNT);                !@03
028155           MOVE RUNH-DOCS-INDEXED TO ND-DOCS (ND-COUNT)             !@03
028160        END-IF                                                      !@03
028165     ELSE                                                           !@03
028170        ADD RUNH-DOCS-INDEXED TO ND-DOCS (DIV-IDX)                  !@03
028175     END-IF.                                                        !@03
028180     EJECT                                                          !@03
028200 1400-TALLY-DIVISION.
028300     PERFORM VARYING DIV-IDX FROM 1 BY 1
028400         UNTIL DIV-IDX > DT-COUNT
029300           ADD 1 TO DT-COUNT;
029400           MOVE RUNH-DIV-CODE TO DT-CODE (DT-COUNT);
029500           MOVE RUNH-DOCS-INDEXED TO DT-DOCS (DT-COUNT);
029600           MOVE 1 TO DT-NIGHTS (DT-COUNT);                          !@03
029650           MOVE RUNH-RUN-DATE TO DT-LAST-DATE (DT-COUNT)            !@03
029700        END-IF
029800     ELSE
029900        ADD RUNH-DOCS-INDEXED TO DT-DOCS (DIV-IDX);
030000        IF DT-LAST-DATE (DIV-IDX) NOT = RUNH-RUN-DATE               !@03
030020           ADD 1 TO DT-NIGHTS (DIV-IDX);                            !@03
030040           MOVE RUNH-RUN-DATE TO DT-LAST-DATE (DIV-IDX)             !@03
030060        END-IF                                                      !@03
030100     END-IF.
030200     EJECT
030201 1500-CLOSE-NIGHT.                                                  !@03
030202* The night just listed counts once, whatever its streams, with     !@03
030203* the combined verdict. The combined line is written for every      !@03
030204* night in the combined view and otherwise only when the night      !@03
030205* ran more than one stream.                                         !@03
030206     IF NT-STREAMS > ZERO                                           !@03
030207        ADD 1 TO CYCLE-COUNT;                                       !@03
030208        EVALUATE TRUE                                               !@03
030209         WHEN NT-OUT-OF-BALANCE                                     !@03
030210          ADD 1 TO OUT-OF-BAL-NIGHTS                                !@03
030211         WHEN NT-BALANCE-UNKNOWN                                    !@03
030212          ADD 1 TO UNKNOWN-NIGHTS                                   !@03
030213        END-EVALUATE;                                               !@03
030214        IF VIEW-COMBINED OR NT-STREAMS > 1                          !@03
030215           PERFORM 1510-WRITE-NIGHT-LINE                            !@03
030216        END-IF                                                      !@03
030217     END-IF.                                                        !@03
030218     EJECT                                                          !@03
030219 1510-WRITE-NIGHT-LINE.                                             !@03
030220     MOVE NT-DATE TO CYL-DATE.                                      !@03
030221     MOVE 'COMBINED' TO CYL-STREAM.                                 !@03
030222     MOVE NT-DOCS TO CYL-DOCS.                                      !@03
030223     MOVE NT-PAGES TO CYL-PAGES.                                    !@03
030224     MOVE NT-SUPP TO CYL-SUPP.                                      !@03
030225     MOVE NT-OFF TO CYL-OFF.                                        !@03
030226     IF NT-DOCS = ZERO                                              !@03
030227        MOVE ZERO TO CYL-OFF-PCT                                    !@03
030228     ELSE                                                           !@03
030229        COMPUTE OFF-CYCLE-PCT ROUNDED =                             !@03
030230            NT-OFF * 100 / NT-DOCS;                                 !@03
030231        MOVE OFF-CYCLE-PCT TO CYL-OFF-PCT                           !@03
030232     END-IF.                                                        !@03
030233     EVALUATE TRUE                                                  !@03
030234      WHEN NT-IN-BALANCE                                            !@03
030235       MOVE 'IN BALANCE' TO CYL-BALANCE                             !@03
030236      WHEN NT-OUT-OF-BALANCE                                        !@03
030237       MOVE '*OUT OF BAL*' TO CYL-BALANCE                           !@03
030238      WHEN OTHER                                                    !@03
030239       MOVE 'NOT RECORDED' TO CYL-BALANCE                           !@03
030240     END-EVALUATE.                                                  !@03
030241     MOVE SPACES TO RPT-RECORD.                                     !@03
030242     WRITE RPT-RECORD.                                              !@03
030243     WRITE RPT-RECORD FROM CYCLE-LINE.                              !@03
030244     IF VIEW-COMBINED                                               !@03
030245        PERFORM VARYING DIV-IDX FROM 1 BY 1                         !@03
030246            UNTIL DIV-IDX > ND-COUNT                                !@03
030247           MOVE ND-CODE (DIV-IDX) TO DVL-CODE;                      !@03
030248           MOVE ND-DOCS (DIV-IDX) TO DVL-DOCS;                      !@03
030249           WRITE RPT-RECORD FROM DIV-LINE                           !@03
030250        END-PERFORM                                                 !@03
030251     END-IF.                                                        !@03
030252     EJECT                                                          !@03
030253 1550-OPEN-NIGHT.                                                   !@03
030254     MOVE RUNH-RUN-DATE TO NT-DATE.                                 !@03
030255     MOVE ZERO TO NT-STREAMS, NT-DOCS, NT-PAGES, NT-SUPP, NT-OFF.   !@03
030256     SET NT-IN-BALANCE TO TRUE.                                     !@03
030257     MOVE ZERO TO ND-COUNT.                                         !@03
030258     EJECT                                                          !@03
030259 1600-TALLY-STREAM.                                                 !@03
030260     PERFORM VARYING STR-IDX FROM 1 BY 1                            !@03
030261         UNTIL STR-IDX > ST-COUNT                                   !@03
030262         OR ST-ID (STR-IDX) = RUNH-STREAM-ID                        !@03
030263        CONTINUE                                                    !@03
030264     END-PERFORM.                                                   !@03
030265     IF STR-IDX > ST-COUNT                                          !@03
030266        IF ST-COUNT >= 50                                           !@03
030267           DISPLAY PGMNAME, ' OVER 50 PRINT STREAMS IN PERIOD, ',   !@03
030268                   'IGNORED: ', RUNH-STREAM-ID                      !@03
030269        ELSE                                                        !@03
030270           ADD 1 TO ST-COUNT;                                       !@03
030271           MOVE ST-COUNT TO STR-IDX;                                !@03
030272           MOVE RUNH-STREAM-ID TO ST-ID (STR-IDX);                  !@03
030273           MOVE ZERO TO ST-RUNS (STR-IDX), ST-DOCS (STR-IDX),       !@03
030274                        ST-OFF (STR-IDX), ST-OUT-OF-BAL (STR-IDX),  !@03
030275                        ST-UNKNOWN (STR-IDX)                        !@03
030276        END-IF                                                      !@03
030277     END-IF.                                                        !@03
030278     IF STR-IDX NOT > ST-COUNT                                      !@03
030279        ADD 1 TO ST-RUNS (STR-IDX);                                 !@03
030280        ADD RUNH-DOCS-INDEXED TO ST-DOCS (STR-IDX);                 !@03
030281        ADD RUNH-DOCS-OFF-CYCLE TO ST-OFF (STR-IDX);                !@03
030282        EVALUATE TRUE                                               !@03
030283         WHEN RUNH-IN-BALANCE                                       !@03
030284          CONTINUE                                                  !@03
030285         WHEN RUNH-OUT-OF-BALANCE                                   !@03
030286          ADD 1 TO ST-OUT-OF-BAL (STR-IDX)                          !@03
030287         WHEN OTHER                                                 !@03
030288          ADD 1 TO ST-UNKNOWN (STR-IDX)                             !@03
030289        END-EVALUATE                                                !@03
030290     END-IF.                                                        !@03
030295     EJECT                                                          !@03
030300 2000-WRITE-PERIOD-SUMMARY.
030400     MOVE SPACES TO RPT-RECORD.
030500     WRITE RPT-RECORD.
031100            COUNT-DISP DELIMITED BY SIZE
031200         INTO RPT-RECORD.
031300     WRITE RPT-RECORD.
031310     MOVE STREAM-RUN-COUNT TO COUNT-DISP.                           !@03
031320     MOVE SPACES TO RPT-RECORD.                                     !@03
031330     STRING 'STREAM RUNS LISTED: ' DELIMITED BY SIZE                !@03
031340            COUNT-DISP DELIMITED BY SIZE                            !@03
031350         INTO RPT-RECORD.                                           !@03
031360     WRITE RPT-RECORD.                                              !@03
031400     MOVE OUT-OF-BAL-NIGHTS TO COUNT-DISP.
031500     MOVE SPACES TO RPT-RECORD.
031600     STRING 'NIGHTS OUT OF BALANCE: ' DELIMITED BY SIZE
034500     PERFORM 2100-WRITE-ONE-DIV-TOTAL
034600         VARYING DIV-IDX FROM 1 BY 1
034700         UNTIL DIV-IDX > DT-COUNT.
034710     IF ST-COUNT > 1                                                !@03
034720        MOVE SPACES TO RPT-RECORD;                                  !@03
034730        WRITE RPT-RECORD;                                           !@03
034740        MOVE 'TOTALS BY PRINT STREAM OVER PERIOD:' TO RPT-RECORD;   !@03
034750        WRITE RPT-RECORD;                                           !@03
034760        PERFORM 2200-WRITE-ONE-STREAM-TOTAL                         !@03
034770            VARYING STR-IDX FROM 1 BY 1                             !@03
034780            UNTIL STR-IDX > ST-COUNT                                !@03
034790     END-IF.                                                        !@03
034800     EJECT
034900 2100-WRITE-ONE-DIV-TOTAL.
035000     MOVE DT-CODE (DIV-IDX) TO DTL-CODE.
035700        MOVE AVG-DOCS TO DTL-AVG
035800     END-IF.
035900     WRITE RPT-RECORD FROM DIV-TOTAL-LINE.
035905     EJECT                                                          !@03
035910 2200-WRITE-ONE-STREAM-TOTAL.                                       !@03
035915     IF ST-ID (STR-IDX) = SPACES                                    !@03
035920        MOVE '(MAIN)' TO STL-ID                                     !@03
035925     ELSE                                                           !@03
035930        MOVE ST-ID (STR-IDX) TO STL-ID                              !@03
035935     END-IF.                                                        !@03
035940     MOVE ST-RUNS (STR-IDX) TO STL-RUNS.                            !@03
035945     MOVE ST-DOCS (STR-IDX) TO STL-DOCS.                            !@03
035950     IF ST-DOCS (STR-IDX) = ZERO                                    !@03
035955        MOVE ZERO TO STL-OFF-PCT                                    !@03
035960     ELSE                                                           !@03
035965        COMPUTE OFF-CYCLE-PCT ROUNDED =                             !@03
035970            ST-OFF (STR-IDX) * 100 / ST-DOCS (STR-IDX);             !@03
035975        MOVE OFF-CYCLE-PCT TO STL-OFF-PCT                           !@03
035980     END-IF.                                                        !@03
035985     MOVE ST-OUT-OF-BAL (STR-IDX) TO STL-OUT.                       !@03
035990     MOVE ST-UNKNOWN (STR-IDX) TO STL-UNKNOWN.                      !@03
035995     WRITE RPT-RECORD FROM STREAM-TOTAL-LINE.                       !@03
036000 END PROGRAM ACIFRUNR.
