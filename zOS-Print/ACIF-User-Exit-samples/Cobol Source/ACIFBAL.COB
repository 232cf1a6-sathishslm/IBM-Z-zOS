000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ RENT
000120* LAST UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 09             *   !@09
000121* UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 08             *   !@08
000122* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 07             *   !@07
000123* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 06             *   !@06
000125* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 05             *   !@05
000130* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 04             *   !@04
003100               out-of-balance comparison ends the run with
003200               return code 8; a missing input ends it with 16.
003300               Zero means the night balanced.
003310                                                                    !@08
003320               Every document the extract sent ends in one of       !@08
003330               three buckets, shown side by side on ACIFBRPT:       !@08
003340               printed, suppressed (dropped from the mail           !@08
003350               stream for RM, DC or LH) and e-delivered (ED,        !@08
003360               sent to the e-statement vendor on ACIFEDLV).         !@08
003370               ACIFINX counts e-delivery inside its suppressed      !@08
003380               figures; the split into buckets is made here.        !@08
003382                                                                    !@09
003384              Each print stream (see ACIFINX) is balanced in its    !@09
003386              own run against its own extract totals. The stream    !@09
003388              is taken from ACIFTOTL and shown on ACIFBRPT; an      !@09
003390              ACIFAUDT or APKBTOTL record from any other stream     !@09
003392              means the step was handed another stream's files      !@09
003394              and is counted out of balance. ACIFBALR carries       !@09
003396              the stream for ACIFRUNH.                              !@09
003400 DATE-WRITTEN. 22 AUG 26.
003500 DATE-COMPILED.
003600 SECURITY. IBM SAMPLE CODE ONLY.
013340* file diverts nothing and must still balance.                      !@03
013350 77  EXIT-DOCS-SUPPRESSED         PIC S9(8) BINARY VALUE ZERO.       !@03
013360 77  EXIT-PAGES-SUPPRESSED        PIC S9(8) BINARY VALUE ZERO.       !@03
013365* The e-delivered share of the suppressed figures above, and the    !@08
013370* audit trail's own count of it (records with reason ED). Zero      !@08
013375* when absent, for the same reason as the suppressed counters.      !@08
013380 77  EXIT-DOCS-EDELIVERED         PIC S9(8) BINARY VALUE ZERO.      !@08
013385 77  EXIT-PAGES-EDELIVERED        PIC S9(8) BINARY VALUE ZERO.      !@08
013390 77  AUDIT-EDLV-PAGES            PIC S9(8) BINARY VALUE ZERO.       !@08
013400 77  AUDIT-DOC-COUNT             PIC S9(8) BINARY VALUE ZERO.
013500 77  AUDIT-PAGE-COUNT            PIC S9(8) BINARY VALUE ZERO.
013600 77  DOC-SPAN                    PIC S9(8) BINARY.
013700 77  OUT-OF-BALANCE-COUNT        PIC S9(8) BINARY VALUE ZERO.
013720* The print stream of this run, from ACIFTOTL, and the count of     !@09
013740* ACIFAUDT and APKBTOTL records that belong to a different one.     !@09
013760 77  PRINT-STREAM-ID             PIC X(8) VALUE SPACES.             !@09
013780 77  OTHER-STREAM-COUNT          PIC S9(8) BINARY VALUE ZERO.       !@09
013800 77  DIV-IDX                     PIC S9(4) BINARY.
013850 77  DIV-WORK-CODE               PIC 999.                          !@06
013900 77  COMPARE-LABEL               PIC X(44).
015700     05  FILLER                  PIC XX VALUE SPACES.
015800     05  BL-FLAG                 PIC X(18).
015900     05  FILLER                  PIC X(43) VALUE SPACES.
015905* Where the night's documents went, in documents and pages. Not a   !@08
015910* comparison, so it has its own line and headings.                  !@08
015915 01  DISPOSITION-HEADING.                                           !@08
015920     05  FILLER                  PIC X(44)                          !@08
015925                                 VALUE 'WHERE THE DOCUMENTS WENT'.  !@08
015930     05  FILLER                  PIC X(12) VALUE '   DOCUMENTS'.    !@08
015935     05  FILLER                  PIC XX VALUE SPACES.               !@08
015940     05  FILLER                  PIC X(12) VALUE '       PAGES'.    !@08
015945     05  FILLER                  PIC X(63) VALUE SPACES.            !@08
015950 01  DISPOSITION-LINE.                                              !@08
015955     05  DSP-LABEL               PIC X(44).                         !@08
015960     05  DSP-DOCS                PIC ZZZ,ZZZ,ZZ9-.                  !@08
015965     05  FILLER                  PIC XX VALUE SPACES.               !@08
015970     05  DSP-PAGES               PIC ZZZ,ZZZ,ZZ9-.                  !@08
015975     05  FILLER                  PIC XX VALUE SPACES.               !@08
015980     05  DSP-NOTE                PIC X(30).                         !@08
015985     05  FILLER                  PIC X(31) VALUE SPACES.            !@08
016000     EJECT
016100 PROCEDURE DIVISION.
016200 0000-MAIN.
017300     WRITE BAL-RECORD.
017400     PERFORM 1000-READ-CONTROL-TOTALS.
017500     PERFORM 2000-READ-EXIT-TOTALS.                                  !@04
017510     IF PRINT-STREAM-ID NOT = SPACES                                !@09
017520        MOVE SPACES TO BAL-RECORD;                                  !@09
017530        STRING 'PRINT STREAM: ' DELIMITED BY SIZE                   !@09
017540               PRINT-STREAM-ID DELIMITED BY SIZE                    !@09
017550            INTO BAL-RECORD;                                        !@09
017560        WRITE BAL-RECORD;                                           !@09
017570        MOVE SPACES TO BAL-RECORD;                                  !@09
017580        WRITE BAL-RECORD                                            !@09
017590     END-IF.                                                        !@09
017600     PERFORM 3000-READ-AUDIT-TRAIL.
017700     PERFORM 4000-READ-STATS-TOTALS.                                 !@04
017800     PERFORM 5000-COMPARE-TOTALS.
019660     IF RESULT-FILE-STATUS NOT = '00'                               !@05
019670        DISPLAY PGMNAME, ' UNABLE TO OPEN ACIFBALR, STATUS=',       !@05
019680                RESULT-FILE-STATUS                                  !@05
019682     ELSE                                                           !@05
019684        MOVE SPACES TO RTOT-RECORD;                                 !@09
019686        MOVE 'OUT-OF-BALANCE' TO RTOT-NAME;                         !@09
019688        MOVE PRINT-STREAM-ID TO RTOT-STREAM-ID;                     !@09
019693        MOVE OUT-OF-BALANCE-COUNT TO RTOT-VALUE;                    !@05
019694        WRITE RTOT-RECORD;                                          !@05
019695        CLOSE RESULT-FILE                                           !@05
027300     CLOSE EXIT-TOTALS-FILE.                                         !@04
027400     EJECT
027500 2100-ONE-EXIT-TOTAL.                                                !@04
027550     MOVE ITOT-STREAM-ID TO PRINT-STREAM-ID.                        !@09
027600     EVALUATE ITOT-NAME                                              !@04
027700      WHEN 'PAGES-INDEXED'                                           !@04
027900       MOVE ITOT-VALUE TO EXIT-PAGES-INDEXED                          !@04
028320       MOVE ITOT-VALUE TO EXIT-DOCS-SUPPRESSED                        !@04
028340      WHEN 'PAGES-SUPPRESSED'                                        !@04
028350       MOVE ITOT-VALUE TO EXIT-PAGES-SUPPRESSED                       !@04
028360      WHEN 'DOCS-EDELIVERED'                                        !@08
028370       MOVE ITOT-VALUE TO EXIT-DOCS-EDELIVERED                      !@08
028380      WHEN 'PAGES-EDELIVERED'                                       !@08
028390       MOVE ITOT-VALUE TO EXIT-PAGES-EDELIVERED                     !@08
028400      WHEN OTHER
028500       CONTINUE
028600     END-EVALUATE.
030900     MOVE AUD-DIV-CODE TO DIV-WORK-CODE.
031000     PERFORM 1200-FIND-OR-ADD-DIVISION.
031100     ADD DOC-SPAN TO BD-AUDIT-PAGES (DIV-IDX).
031120     IF AUD-SUPPRESSED AND AUD-SUPPRESS-REASON = 'ED'               !@08
031140        ADD DOC-SPAN TO AUDIT-EDLV-PAGES                            !@08
031160     END-IF.                                                        !@08
031170     IF AUD-STREAM-ID NOT = PRINT-STREAM-ID                         !@09
031180        ADD 1 TO OTHER-STREAM-COUNT                                 !@09
031190     END-IF.                                                        !@09
031200     EJECT
031300 4000-READ-STATS-TOTALS.                                             !@04
031400     OPEN INPUT STATS-TOTALS-FILE.                                   !@04
032400              IF PTOT-NAME = 'PAGES-PROCESSED'                       !@04
032500                 MOVE PTOT-VALUE TO STATS-PAGES-PROCESSED            !@04
032700              END-IF
032720              IF PTOT-STREAM-ID NOT = PRINT-STREAM-ID               !@09
032740                 ADD 1 TO OTHER-STREAM-COUNT                        !@09
032760              END-IF                                                !@09
032800        END-READ
032900     END-PERFORM.
033000     CLOSE STATS-TOTALS-FILE.                                        !@04
035040     END-IF.                                                         !@03
035100     MOVE STATS-PAGES-PROCESSED TO COMPARE-ACTUAL.
035200     PERFORM 5100-WRITE-COMPARISON.
035202* Not comparisons, just where the night's documents went, on        !@08
035203* the same report the release decision is read from: printed,       !@08
035204* dropped from the mail stream, and sent for e-delivery. With no    !@08
035205* indexed totals from ACIFTOTL there is nothing to divide up.       !@08
035206     MOVE SPACES TO BAL-RECORD.                                     !@08
035207     WRITE BAL-RECORD.                                              !@08
035208     WRITE BAL-RECORD FROM DISPOSITION-HEADING.                     !@08
035209     MOVE SPACES TO DSP-NOTE.                                       !@08
035210     IF EXIT-DOCS-INDEXED = -1 OR EXIT-PAGES-INDEXED = -1           !@08
035211        MOVE SPACES TO DISPOSITION-LINE;                            !@08
035212        MOVE 'DOCUMENTS PRINTED/SUPPRESSED/E-DELIVERED' TO          !@08
035213             DSP-LABEL;                                             !@08
035214        MOVE 'NOT AVAILABLE -- NO ACIFTOTL' TO DSP-NOTE;            !@08
035215        WRITE BAL-RECORD FROM DISPOSITION-LINE                      !@08
035216     ELSE                                                           !@08
035217        MOVE 'DOCUMENTS PRINTED' TO DSP-LABEL;                      !@08
035218        COMPUTE DSP-DOCS =                                          !@08
035219                EXIT-DOCS-INDEXED - EXIT-DOCS-SUPPRESSED;           !@08
035220        COMPUTE DSP-PAGES =                                         !@08
035221                EXIT-PAGES-INDEXED - EXIT-PAGES-SUPPRESSED;         !@08
035222        WRITE BAL-RECORD FROM DISPOSITION-LINE;                     !@08
035223        MOVE 'DOCUMENTS SUPPRESSED (DIVERTED FROM MAIL)' TO         !@08
035224             DSP-LABEL;                                             !@08
035225        COMPUTE DSP-DOCS =                                          !@08
035226                EXIT-DOCS-SUPPRESSED - EXIT-DOCS-EDELIVERED;        !@08
035227        COMPUTE DSP-PAGES =                                         !@08
035228                EXIT-PAGES-SUPPRESSED - EXIT-PAGES-EDELIVERED;      !@08
035229        WRITE BAL-RECORD FROM DISPOSITION-LINE;                     !@08
035230        MOVE 'DOCUMENTS E-DELIVERED (SENT TO VENDOR)' TO            !@08
035231             DSP-LABEL;                                             !@08
035232        MOVE EXIT-DOCS-EDELIVERED TO DSP-DOCS;                      !@08
035233        MOVE EXIT-PAGES-EDELIVERED TO DSP-PAGES;                    !@08
035234        WRITE BAL-RECORD FROM DISPOSITION-LINE                      !@08
035235     END-IF.                                                        !@08
035236     MOVE SPACES TO BAL-RECORD.                                     !@08
035237     WRITE BAL-RECORD.                                              !@08
035244* What ACIFINX says it wrote to ACIFEDLV must match the pages its   !@08
035246* own audit trail flags ED, or the vendor is missing statements.    !@08
035248     MOVE 'E-DELIVERED PAGES, ACIFTOTL VS ACIFAUDT' TO              !@08
035250          COMPARE-LABEL.                                            !@08
035252     MOVE EXIT-PAGES-EDELIVERED TO COMPARE-EXPECTED.                !@08
035254     MOVE AUDIT-EDLV-PAGES TO COMPARE-ACTUAL.                       !@08
035256     PERFORM 5100-WRITE-COMPARISON.                                 !@08
035300     MOVE 'EXTRACT PAGES VS ACIFAUDT PAGE SPANS' TO
035400          COMPARE-LABEL.
035500     MOVE EXPECTED-PAGES TO COMPARE-EXPECTED.
035600     MOVE AUDIT-PAGE-COUNT TO COMPARE-ACTUAL.
035700     PERFORM 5100-WRITE-COMPARISON.
035710* Another stream's audit trail or APKBTINP totals in this step      !@09
035720* would balance, or fail to, against the wrong extract.             !@09
035730     MOVE 'RECORDS FROM ANOTHER PRINT STREAM' TO COMPARE-LABEL.     !@09
035740     MOVE ZERO TO COMPARE-EXPECTED.                                 !@09
035750     MOVE OTHER-STREAM-COUNT TO COMPARE-ACTUAL.                     !@09
035760     PERFORM 5100-WRITE-COMPARISON.                                 !@09
035800     EJECT
035900 5100-WRITE-COMPARISON.
036000* One line per comparison. A figure of -1 means the side that
