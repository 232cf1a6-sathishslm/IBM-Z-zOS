000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ RENT
000150* LAST UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 02             *   !@02
000200* UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 01             *
000300 ID DIVISION.
000400 PROGRAM-ID. 'ACIFVGAT'.
000500 AUTHOR. TURETZKY--HYDRA.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700               Volume-variance release gate. ACIFBAL proves the
000800               exits saw what the billing extract claimed, but a
000900               half-empty extract with matching control totals
001000               balances perfectly, and a division's statements
001100               have gone missing for a cycle that way. This step
001200               runs after ACIFRUNH and before the print is
001300               released. It compares the night's documents and
001400               pages on ACIFRUNF -- for the run as a whole and
001500               for each division -- with the average of the last
001600               few comparable cycles on the same file. A figure
001700               outside tolerance, or a division with history and
001800               nothing tonight, fails the step with a return code
001900               the scheduler holds on, until an operator releases
002000               the night by name.
002100
002200               Inputs:
002300                 ACIFCYCL  the night's run-control card; its
002350                           cycle date and print stream (col         !@02
002400                           38-45, blank = the main run) pick        !@02
002450                           tonight's records                        !@02
002500                           (no card = today's date, with a
002600                           console note, as in ACIFRUNH)
002700                 ACIFRUNF  the run-history file; tonight's
002800                           records must already be on it
002900                 VGATCTL   tolerance cards (optional). A
003000                           default card, col 1-3 blank:
003100                               col  5-7   document tolerance %
003200                               col  9-11  page tolerance %
003300                               col 13-14  cycles to average,
003400                                          01-30
003500                               col 16     A = any earlier cycle
003600                                          is comparable, W =
003700                                          only the same weekday
003800                           then any number of division cards:
003900                               col  1-3   division code
004000                               col  5-7   document tolerance %
004100                               col  9-11  page tolerance %
004200                           A blank field takes the default. With
004300                           no default card the defaults are 20%,
004400                           20%, 5 cycles, any cycle.
004500                 VGATREL   the operator's release card (optional),
004600                           laid out like the ACIFCYCL override:
004700                               col  1-8   cycle date released
004800                               col 13-20  the word OVERRIDE
004900                               col 22-29  the operator's user id
004950                               col 38-45  the print stream, as on   !@02
005000                                          ACIFCYCL                  !@02
005050                           It releases only the cycle and stream    !@02
005100                           it names, so a card left in the deck     !@02
005150                           does not wave a later night or another   !@02
005200                           stream through.                          !@02
005300
005310               Each print stream is gated on its own: tonight's     !@02
005320               figures are the stream's, and only the same          !@02
005330               stream's earlier cycles are averaged, since a        !@02
005340               notices run is no measure of the statements.         !@02
005350                                                                    !@02
005400               Only nights ACIFBAL called in balance or left
005500               unrecorded make history; an out-of-balance night,
005600               or one with no documents, is passed over, since
005700               its figures are the kind this step exists to
005800               catch. A division's averages count only the cycles
005900               it had documents on, and its pages only the cycles
006000               whose division pages were recorded (ACIFRUNF
006100               division records written before ACIFRUNH kept
006200               pages carry zero). The variance is tonight's
006300               figure less the average, as a percentage of the
006400               average, either way: a doubled extract is as wrong
006500               as a half-empty one. A division with history and
006600               no documents tonight is missing, a variance of
006700               -100%, so only a division tolerance of 100 or more
006800               lets it through.
006900
007000               The report on VGATRPT shows the tolerances, the
007100               cycles compared with, every comparison, and for a
007200               division that failed the cycles it was averaged
007300               over.
007400
007500               Return code 0 when every figure is within
007600               tolerance. 4 when the night passed with something
007700               to look at (a new division, too little history, an
007800               unusable tolerance or release card), or when a
007900               failed night was released by override. 8 when a
008000               figure is out of tolerance or a division is
008100               missing and no release was given: hold the print
008200               release on it. 16 when ACIFRUNF or the report
008300               cannot be opened, or tonight's run-level record is
008400               not on ACIFRUNF (ACIFRUNH has not run).
008500 DATE-WRITTEN. 15 OCT 26.
008600 DATE-COMPILED.
008700 SECURITY. IBM SAMPLE CODE ONLY.
008800*/**************************************************************/
008900*/* Licensed under the Apache License, Version 2.0 (the        */
009000*/* "License"); you may not use this file except in compliance */
009100*/* with the License. You may obtain a copy of the License at  */
009200*/*                                                            */
009300*/* http://www.apache.org/licenses/LICENSE-2.0                 */
009400*/*                                                            */
009500*/* Unless required by applicable law or agreed to in writing, */
009600*/* software distributed under the License is distributed on an*/
009700*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
009800*/* KIND, either express or implied.  See the License for the  */
009900*/* specific language governing permissions and limitations    */
010000*/* under the License.                                         */
010100*/**************************************************************/
010200 TITLE 'ACIF Volume-Variance Release Gate'.
010300 ENVIRONMENT DIVISION.
010400 CONFIGURATION SECTION.
010500 SOURCE-COMPUTER. IBM-370.
010600 OBJECT-COMPUTER. IBM-370.
010700 INPUT-OUTPUT SECTION.
010800 FILE-CONTROL.
010900     SELECT CYCLE-CONTROL-FILE ASSIGN TO ACIFCYCL
011000         ORGANIZATION IS SEQUENTIAL
011100         FILE STATUS IS CYCLE-CONTROL-STATUS.
011200     SELECT CONTROL-FILE ASSIGN TO VGATCTL
011300         ORGANIZATION IS SEQUENTIAL
011400         FILE STATUS IS CONTROL-FILE-STATUS.
011500     SELECT RELEASE-FILE ASSIGN TO VGATREL
011600         ORGANIZATION IS SEQUENTIAL
011700         FILE STATUS IS RELEASE-FILE-STATUS.
011800     SELECT RUN-HISTORY-FILE ASSIGN TO ACIFRUNF
011900         ORGANIZATION IS INDEXED
012000         ACCESS MODE IS DYNAMIC
012100         RECORD KEY IS RUNH-KEY
012200         FILE STATUS IS RUN-HISTORY-STATUS.
012300     SELECT REPORT-FILE ASSIGN TO VGATRPT
012400         ORGANIZATION IS SEQUENTIAL
012500         FILE STATUS IS REPORT-FILE-STATUS.
012600     EJECT
012700 DATA DIVISION.
012800 FILE SECTION.
012900 FD  CYCLE-CONTROL-FILE
013000     LABEL RECORDS ARE STANDARD.
013100 01  CYCLE-CONTROL-RECORD.
013200     05  CYCL-CYCLE-DATE         PIC X(8).
013250     05  FILLER                  PIC X(29).                         !@02
013300     05  CYCL-STREAM-ID          PIC X(8).                          !@02
013350     05  FILLER                  PIC X(35).                         !@02
013400 FD  CONTROL-FILE
013500     LABEL RECORDS ARE STANDARD.
013600 01  CONTROL-RECORD.
013700     05  CTL-DIV-CODE            PIC X(3).
013800         88  CTL-DEFAULT-CARD    VALUE SPACES.
013900     05  FILLER                  PIC X.
014000     05  CTL-DOC-TOL             PIC X(3).
014100     05  FILLER                  PIC X.
014200     05  CTL-PAGE-TOL            PIC X(3).
014300     05  FILLER                  PIC X.
014400     05  CTL-CYCLES              PIC X(2).
014500     05  CTL-CYCLES-NUM          REDEFINES CTL-CYCLES
014600                                 PIC 99.
014700     05  FILLER                  PIC X.
014800     05  CTL-RULE                PIC X.
014900         88  CTL-RULE-VALID      VALUE 'A' 'W' SPACE.
015000     05  FILLER                  PIC X(64).
015100 FD  RELEASE-FILE
015200     LABEL RECORDS ARE STANDARD.
015300 01  RELEASE-RECORD.
015400     05  REL-CYCLE-DATE          PIC X(8).
015500     05  FILLER                  PIC X(4).
015600     05  REL-OVERRIDE-WORD       PIC X(8).
015700         88  REL-OVERRIDE        VALUE 'OVERRIDE'.
015800     05  FILLER                  PIC X.
015900     05  REL-OVERRIDE-USER       PIC X(8).
015950     05  FILLER                  PIC X(8).                          !@02
016000     05  REL-STREAM-ID           PIC X(8).                          !@02
016050     05  FILLER                  PIC X(35).                         !@02
016100 FD  RUN-HISTORY-FILE
016200     LABEL RECORDS ARE STANDARD.
016300     COPY ACRUNREC.
016400 FD  REPORT-FILE
016500     LABEL RECORDS ARE STANDARD.
016600 01  RPT-RECORD                  PIC X(133).
016700     EJECT
016800 WORKING-STORAGE SECTION.
016900 77  PGMNAME                     PIC X(8) VALUE 'ACIFVGAT'.
017000 77  CYCLE-CONTROL-STATUS        PIC XX.
017100 77  CONTROL-FILE-STATUS         PIC XX.
017200 77  RELEASE-FILE-STATUS         PIC XX.
017300 77  RUN-HISTORY-STATUS          PIC XX.
017400 77  REPORT-FILE-STATUS          PIC XX.
017500 77  CTL-EOF-FLAG                PIC X VALUE LOW-VALUE.
017600     88  CTL-EOF                 VALUE HIGH-VALUE.
017700 77  BROWSE-DONE-FLAG            PIC X.
017800     88  BROWSE-DONE             VALUE HIGH-VALUE.
017900 77  TONIGHT-FLAG                PIC X VALUE LOW-VALUE.
018000     88  TONIGHT-FOUND           VALUE HIGH-VALUE.
018100 77  DEFAULT-CARD-FLAG           PIC X VALUE LOW-VALUE.
018200     88  DEFAULT-CARD-SEEN       VALUE HIGH-VALUE.
018300 77  CARD-BAD-FLAG               PIC X.
018400     88  CARD-BAD                VALUE HIGH-VALUE.
018500 77  RELEASE-FLAG                PIC X VALUE LOW-VALUE.
018600     88  RELEASE-GIVEN           VALUE HIGH-VALUE.
018700 77  FIGURE-FAILED-FLAG          PIC X.
018800     88  FIGURE-FAILED           VALUE HIGH-VALUE.
018900 77  CYCLE-DATE                  PIC X(8).
018920 77  PRINT-STREAM-ID             PIC X(8) VALUE SPACES.             !@02
018940 77  STREAM-DISP                 PIC X(8) VALUE '(MAIN)'.           !@02
019000 77  BROWSE-DATE                 PIC X(8).
019100 77  RUN-DATE                    PIC X(8).
019200 77  RUN-TIME                    PIC X(8).
019300 77  RELEASE-USER                PIC X(8) VALUE SPACES.
019400 77  TONIGHT-DOCS                PIC S9(12) BINARY VALUE ZERO.
019500 77  TONIGHT-PAGES               PIC S9(12) BINARY VALUE ZERO.
019600 77  TONIGHT-BALANCE             PIC X VALUE 'U'.
019700* Tolerances and the history window. These are the values used
019800* when VGATCTL has no default card or leaves a field blank.
019900 77  DEFAULT-DOC-TOL             PIC 9(3) VALUE 20.
020000 77  DEFAULT-PAGE-TOL            PIC 9(3) VALUE 20.
020100 77  CYCLES-WANTED               PIC S9(4) BINARY VALUE 5.
020200 77  COMPARE-RULE                PIC X VALUE 'A'.
020300     88  COMPARE-ANY-CYCLE       VALUE 'A'.
020400     88  COMPARE-SAME-WEEKDAY    VALUE 'W'.
020500 77  DIV-DOC-TOL                 PIC 9(3).
020600 77  DIV-PAGE-TOL                PIC 9(3).
020700 77  CYCLE-WEEKDAY               PIC S9(4) BINARY VALUE -1.
020800 77  HIST-SLOT                   PIC S9(4) BINARY.
020900 77  CL-IDX                      PIC S9(4) BINARY.
021000 77  DV-IDX                      PIC S9(4) BINARY.
021100 77  TT-IDX                      PIC S9(4) BINARY.
021200 77  MOVE-IDX                    PIC S9(4) BINARY.
021300 77  HIST-DOC-CYCLES             PIC S9(4) BINARY.
021400 77  HIST-PAGE-CYCLES            PIC S9(4) BINARY.
021500 77  HIST-DOC-TOTAL              PIC S9(15) BINARY.
021600 77  HIST-PAGE-TOTAL             PIC S9(15) BINARY.
021700 77  BAD-CARD-COUNT              PIC S9(8) BINARY VALUE ZERO.
021800 77  FAIL-COUNT                  PIC S9(8) BINARY VALUE ZERO.
021900 77  WARN-COUNT                  PIC S9(8) BINARY VALUE ZERO.
022000 77  COMPARED-COUNT              PIC S9(8) BINARY VALUE ZERO.
022100 77  MISSING-COUNT               PIC S9(8) BINARY VALUE ZERO.
022200 77  NEW-COUNT                   PIC S9(8) BINARY VALUE ZERO.
022300 77  COUNT-DISP                  PIC ZZZZ9.
022400 77  COUNT-DISP2                 PIC ZZZZ9.
022500 77  DOC-TOL-DISP                PIC ZZ9.
022600 77  PAGE-TOL-DISP               PIC ZZ9.
022700 77  RULE-TEXT                   PIC X(16).
022800 77  NOT-COMPARED-TEXT           PIC X(24).
022900 01  DATE-WORK.
023000     05  DW-DATE                 PIC 9(8).
023100     05  DW-DATE-PARTS           REDEFINES DW-DATE.
023200         10  DW-YYYY             PIC 9(4).
023300         10  DW-MM               PIC 99.
023400         10  DW-DD               PIC 99.
023500     05  DW-WEEKDAY              PIC S9(4) BINARY.
023600* One figure being judged: tonight's value, the history it is
023700* averaged from, and the verdict.
023800 01  COMPARE-AREA.
023900     05  CMP-TONIGHT             PIC S9(12) BINARY.
024000     05  CMP-TOTAL               PIC S9(15) BINARY.
024100     05  CMP-CYCLES              PIC S9(4) BINARY.
024200     05  CMP-TOLERANCE           PIC 9(3).
024300     05  CMP-AVERAGE             PIC S9(13)V9 COMP-3.
024400     05  CMP-VARIANCE            PIC S9(5)V9 COMP-3.
024500     05  CMP-RESULT              PIC X.
024600         88  CMP-WITHIN          VALUE 'W'.
024700         88  CMP-OUTSIDE         VALUE 'O'.
024800         88  CMP-NOT-COMPARED    VALUE 'N'.
024900* The comparable cycles, oldest first: a window that slides
025000* forward as the file is read, so it ends holding the last
025100* CYCLES-WANTED of them.
025200 01  CYCLE-LIST-AREA.
025300     05  CL-COUNT                PIC S9(4) BINARY VALUE ZERO.
025400     05  CL-ENTRY OCCURS 30 TIMES.
025500         10  CL-DATE             PIC X(8).
025600         10  CL-DOCS             PIC S9(12) BINARY.
025700         10  CL-PAGES            PIC S9(12) BINARY.
025800* Division tolerance cards exactly as read; a blank field means
025900* the default and is resolved when the division is judged.
026000 01  TOLERANCE-AREA.
026100     05  TT-COUNT                PIC S9(4) BINARY VALUE ZERO.
026200     05  TT-ENTRY OCCURS 1 TO 200 TIMES
026300                  DEPENDING ON TT-COUNT.
026400         10  TT-DIV-CODE         PIC X(3).
026500         10  TT-DOC-TOL          PIC X(3).
026600         10  TT-PAGE-TOL         PIC X(3).
026700* Every division seen tonight or on a cycle compared with, in
026800* code order. DVH-DOCS and DVH-PAGES run parallel to CL-ENTRY;
026900* zero means the division had nothing (or no record) that cycle.
027000 01  DIVISION-AREA.
027100     05  DV-COUNT                PIC S9(4) BINARY VALUE ZERO.
027200     05  DV-ENTRY OCCURS 1 TO 200 TIMES
027300                  DEPENDING ON DV-COUNT.
027400         10  DV-CODE             PIC X(3).
027500         10  DV-DOCS             PIC S9(12) BINARY.
027600         10  DV-PAGES            PIC S9(12) BINARY.
027700         10  DV-HISTORY OCCURS 30 TIMES.
027800             15  DVH-DOCS        PIC S9(12) BINARY.
027900             15  DVH-PAGES       PIC S9(12) BINARY.
028000 01  COLUMN-HEADING-LINE.
028100     05  FILLER                  PIC X(14) VALUE 'SCOPE'.
028200     05  FILLER                  PIC X(9) VALUE 'MEASURE'.
028300     05  FILLER                  PIC X(15)
028400         VALUE '        TONIGHT'.
028500     05  FILLER                  PIC X(19)
028600         VALUE '            AVERAGE'.
028700     05  FILLER                  PIC X(11) VALUE '   VARIANCE'.
028800     05  FILLER                  PIC X(6) VALUE '   TOL'.
028900     05  FILLER                  PIC X(12) VALUE '    CYCLES  '.
029000     05  FILLER                  PIC X(47) VALUE 'RESULT'.
029100 01  DETAIL-LINE.
029200     05  DL-SCOPE                PIC X(12).
029300     05  FILLER                  PIC X(2) VALUE SPACES.
029400     05  DL-MEASURE              PIC X(9).
029500     05  DL-TONIGHT              PIC ZZZ,ZZZ,ZZZ,ZZ9.
029600     05  FILLER                  PIC X(2) VALUE SPACES.
029700     05  DL-AVERAGE              PIC ZZZ,ZZZ,ZZZ,ZZ9.9.
029800     05  FILLER                  PIC X(2) VALUE SPACES.
029900     05  DL-VARIANCE             PIC -----9.9.
030000     05  DL-VARIANCE-X           REDEFINES DL-VARIANCE
030100                                 PIC X(8).
030200     05  DL-VARIANCE-PCT         PIC X.
030300     05  FILLER                  PIC X(2) VALUE SPACES.
030400     05  DL-TOLERANCE            PIC ZZ9.
030500     05  FILLER                  PIC X VALUE '%'.
030600     05  FILLER                  PIC X(2) VALUE SPACES.
030700     05  DL-CYCLES               PIC Z9.
030800     05  FILLER                  PIC X(4) VALUE ' OF '.
030900     05  DL-CYCLES-OF            PIC Z9.
031000     05  FILLER                  PIC X(2) VALUE SPACES.
031100     05  DL-RESULT               PIC X(24).
031200     05  FILLER                  PIC X(23) VALUE SPACES.
031300 01  HISTORY-LINE.
031400     05  FILLER                  PIC X(14) VALUE SPACES.
031500     05  FILLER                  PIC X(6) VALUE 'CYCLE '.
031600     05  HL-DATE                 PIC X(8).
031700     05  FILLER                  PIC X(7) VALUE '  DOCS '.
031800     05  HL-DOCS                 PIC ZZZ,ZZZ,ZZ9.
031900     05  FILLER                  PIC X(8) VALUE '  PAGES '.
032000     05  HL-PAGES                PIC ZZZ,ZZZ,ZZ9.
032100     05  FILLER                  PIC X(2) VALUE SPACES.
032200     05  HL-NOTE                 PIC X(30).
032300     05  FILLER                  PIC X(36) VALUE SPACES.
032400     EJECT
032500 PROCEDURE DIVISION.
032600 0000-MAIN.
032700     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
032800     ACCEPT RUN-TIME FROM TIME.
032900     PERFORM 0100-READ-CYCLE-DATE.
033000     PERFORM 0200-READ-CONTROL-CARDS.
033100     PERFORM 0300-READ-RELEASE-CARD.
033200     OPEN INPUT RUN-HISTORY-FILE.
033300     IF RUN-HISTORY-STATUS NOT = '00'
033400        DISPLAY PGMNAME, ' UNABLE TO OPEN ACIFRUNF, STATUS=',
033500                RUN-HISTORY-STATUS;
033600        MOVE 16 TO RETURN-CODE;
033700        GOBACK
033800     END-IF.
033900     PERFORM 1000-READ-TONIGHT.
034000     IF NOT TONIGHT-FOUND
034100        DISPLAY PGMNAME, ' NO ACIFRUNF RUN RECORD FOR CYCLE ',
034200                CYCLE-DATE, ' STREAM ', STREAM-DISP,                !@02
034250                ' -- ACIFRUNH HAS NOT RUN';                         !@02
034300        CLOSE RUN-HISTORY-FILE;
034400        MOVE 16 TO RETURN-CODE;
034500        GOBACK
034600     END-IF.
034700     PERFORM 1100-SELECT-HISTORY-CYCLES.
034800     PERFORM 1200-LOAD-HISTORY-CYCLE
034900         VARYING CL-IDX FROM 1 BY 1
035000         UNTIL CL-IDX > CL-COUNT.
035100     CLOSE RUN-HISTORY-FILE.
035200     OPEN OUTPUT REPORT-FILE.
035300     IF REPORT-FILE-STATUS NOT = '00'
035400        DISPLAY PGMNAME, ' UNABLE TO OPEN VGATRPT, STATUS=',
035500                REPORT-FILE-STATUS;
035600        MOVE 16 TO RETURN-CODE;
035700        GOBACK
035800     END-IF.
035900     PERFORM 2000-WRITE-HEADINGS.
036000     PERFORM 2100-CHECK-RUN-LEVEL.
036100     PERFORM 2200-CHECK-DIVISION
036200         VARYING DV-IDX FROM 1 BY 1
036300         UNTIL DV-IDX > DV-COUNT.
036400     PERFORM 3000-WRITE-VERDICT.
036500     CLOSE REPORT-FILE.
036600     GOBACK.
036700     EJECT
036800 0100-READ-CYCLE-DATE.
036900* Same fallback as ACIFRUNH, so the gate looks for tonight's
037000* figures under the date they were recorded with.
037100     ACCEPT CYCLE-DATE FROM DATE YYYYMMDD.
037200     OPEN INPUT CYCLE-CONTROL-FILE.
037300     IF CYCLE-CONTROL-STATUS NOT = '00'
037400        DISPLAY PGMNAME, ' NO ACIFCYCL CARD, STATUS=',
037500                CYCLE-CONTROL-STATUS, ' -- USING TODAY ',
037600                CYCLE-DATE
037700     ELSE
037800        READ CYCLE-CONTROL-FILE
037900           AT END
038000              DISPLAY PGMNAME, ' ACIFCYCL IS EMPTY -- USING ',
038100                      'TODAY ', CYCLE-DATE
038200           NOT AT END
038250              MOVE CYCL-STREAM-ID TO PRINT-STREAM-ID;               !@02
038300              IF CYCL-CYCLE-DATE NUMERIC
038400                 MOVE CYCL-CYCLE-DATE TO CYCLE-DATE
038500              ELSE
038600                 DISPLAY PGMNAME, ' BAD CYCLE DATE ON ACIFCYCL',
038700                         ' -- USING TODAY ', CYCLE-DATE
038800              END-IF
038900        END-READ;
039000        CLOSE CYCLE-CONTROL-FILE
039100     END-IF.
039120     IF PRINT-STREAM-ID NOT = SPACES                                !@02
039140        MOVE PRINT-STREAM-ID TO STREAM-DISP                         !@02
039160     END-IF.                                                        !@02
039200     EJECT
039300 0200-READ-CONTROL-CARDS.
039400* No VGATCTL at all is allowed: the defaults then apply to the
039500* run and to every division.
039600     OPEN INPUT CONTROL-FILE.
039700     IF CONTROL-FILE-STATUS NOT = '00'
039800        DISPLAY PGMNAME, ' NO VGATCTL, STATUS=',
039900                CONTROL-FILE-STATUS, ' -- DEFAULT TOLERANCES USED'
040000     ELSE
040100        PERFORM UNTIL CTL-EOF
040200           READ CONTROL-FILE
040300              AT END SET CTL-EOF TO TRUE
040400              NOT AT END PERFORM 0210-ONE-CONTROL-CARD
040500           END-READ
040600        END-PERFORM;
040700        CLOSE CONTROL-FILE
040800     END-IF.
040900     EJECT
041000 0210-ONE-CONTROL-CARD.
041100* A card that cannot be read exactly is ignored, not guessed
041200* at, and the default (usually the tighter figure) stands.
041300     MOVE LOW-VALUE TO CARD-BAD-FLAG.
041400     IF CTL-DOC-TOL NOT NUMERIC AND CTL-DOC-TOL NOT = SPACES
041500        SET CARD-BAD TO TRUE
041600     END-IF.
041700     IF CTL-PAGE-TOL NOT NUMERIC AND CTL-PAGE-TOL NOT = SPACES
041800        SET CARD-BAD TO TRUE
041900     END-IF.
042000     EVALUATE TRUE
042100      WHEN CARD-BAD
042200       PERFORM 0290-REJECT-CARD
042300      WHEN CTL-DEFAULT-CARD
042400       PERFORM 0220-DEFAULT-CARD
042500      WHEN OTHER
042600       PERFORM 0230-DIVISION-CARD
042700     END-EVALUATE.
042800     EJECT
042900 0220-DEFAULT-CARD.
043000     IF DEFAULT-CARD-SEEN
043100        SET CARD-BAD TO TRUE
043200     END-IF.
043300     IF CTL-CYCLES NUMERIC
043400        IF CTL-CYCLES-NUM < 1 OR CTL-CYCLES-NUM > 30
043500           SET CARD-BAD TO TRUE
043600        END-IF
043700     ELSE
043800        IF CTL-CYCLES NOT = SPACES
043900           SET CARD-BAD TO TRUE
044000        END-IF
044100     END-IF.
044200     IF NOT CTL-RULE-VALID
044300        SET CARD-BAD TO TRUE
044400     END-IF.
044500     IF CARD-BAD
044600        PERFORM 0290-REJECT-CARD
044700     ELSE
044800        SET DEFAULT-CARD-SEEN TO TRUE;
044900        IF CTL-DOC-TOL NUMERIC
045000           MOVE CTL-DOC-TOL TO DEFAULT-DOC-TOL
045100        END-IF;
045200        IF CTL-PAGE-TOL NUMERIC
045300           MOVE CTL-PAGE-TOL TO DEFAULT-PAGE-TOL
045400        END-IF;
045500        IF CTL-CYCLES NUMERIC
045600           MOVE CTL-CYCLES-NUM TO CYCLES-WANTED
045700        END-IF;
045800        IF CTL-RULE NOT = SPACE
045900           MOVE CTL-RULE TO COMPARE-RULE
046000        END-IF
046100     END-IF.
046200     EJECT
046300 0230-DIVISION-CARD.
046400* The history window is the night's, not a division's, so a
046500* division card that fills in col 13-16 is a mistake.
046600     IF CTL-DIV-CODE NOT NUMERIC
046700        OR CTL-CYCLES NOT = SPACES
046800        OR CTL-RULE NOT = SPACE
046900        SET CARD-BAD TO TRUE
047000     END-IF.
047100     PERFORM VARYING TT-IDX FROM 1 BY 1
047200         UNTIL TT-IDX > TT-COUNT
047300         OR TT-DIV-CODE (TT-IDX) = CTL-DIV-CODE
047400        CONTINUE
047500     END-PERFORM.
047600     IF TT-IDX NOT > TT-COUNT
047700        DISPLAY PGMNAME, ' SECOND VGATCTL CARD FOR DIVISION ',
047800                CTL-DIV-CODE;
047900        SET CARD-BAD TO TRUE
048000     END-IF.
048100     IF TT-COUNT >= 200
048200        DISPLAY PGMNAME, ' OVER 200 DIVISION CARDS ON VGATCTL';
048300        SET CARD-BAD TO TRUE
048400     END-IF.
048500     IF CARD-BAD
048600        PERFORM 0290-REJECT-CARD
048700     ELSE
048800        ADD 1 TO TT-COUNT;
048900        MOVE CTL-DIV-CODE TO TT-DIV-CODE (TT-COUNT);
049000        MOVE CTL-DOC-TOL TO TT-DOC-TOL (TT-COUNT);
049100        MOVE CTL-PAGE-TOL TO TT-PAGE-TOL (TT-COUNT)
049200     END-IF.
049300     EJECT
049400 0290-REJECT-CARD.
049500     ADD 1 TO BAD-CARD-COUNT.
049600     DISPLAY PGMNAME, ' VGATCTL CARD IGNORED: ',
049700             CONTROL-RECORD (1:20).
049800     EJECT
049900 0300-READ-RELEASE-CARD.
050000* No card is the normal night. A card that is not a complete
050100* OVERRIDE with a user id, or that names another cycle or print     !@02
050200* stream, releases nothing: a release has to be deliberate, and     !@02
050250* for this night's stream.                                          !@02
050300     OPEN INPUT RELEASE-FILE.
050400     IF RELEASE-FILE-STATUS = '00'
050500        READ RELEASE-FILE
050600           AT END CONTINUE
050700           NOT AT END PERFORM 0310-CHECK-RELEASE-CARD
050800        END-READ;
050900        CLOSE RELEASE-FILE
051000     END-IF.
051100     EJECT
051200 0310-CHECK-RELEASE-CARD.
051300     IF NOT REL-OVERRIDE OR REL-OVERRIDE-USER = SPACES
051400        ADD 1 TO BAD-CARD-COUNT;
051500        DISPLAY PGMNAME, ' INVALID VGATREL RELEASE CARD: ',
051600                RELEASE-RECORD (1:45)                               !@02
051700     ELSE
051800        IF REL-CYCLE-DATE NOT = CYCLE-DATE
051850           OR REL-STREAM-ID NOT = PRINT-STREAM-ID                   !@02
051900           ADD 1 TO BAD-CARD-COUNT;
052000           DISPLAY PGMNAME, ' VGATREL RELEASES CYCLE ',
052050                   REL-CYCLE-DATE, ' ', REL-STREAM-ID, ', NOT ',    !@02
052100                   CYCLE-DATE, ' ', PRINT-STREAM-ID,                !@02
052200                   ' -- IGNORED'
052300        ELSE
052400           SET RELEASE-GIVEN TO TRUE;
052500           MOVE REL-OVERRIDE-USER TO RELEASE-USER
052600        END-IF
052700     END-IF.
052800     EJECT
052900 0400-WEEKDAY-OF-DATE.
053000* Day of the week of DW-DATE as 0-6, or -1 for a value that is
053100* plainly not a date, which then matches no cycle.
053200     IF DW-YYYY > 1600
053300        AND DW-MM >= 1 AND DW-MM <= 12
053400        AND DW-DD >= 1 AND DW-DD <= 31
053500        COMPUTE DW-WEEKDAY =
053600            FUNCTION MOD (FUNCTION INTEGER-OF-DATE (DW-DATE), 7)
053700     ELSE
053800        MOVE -1 TO DW-WEEKDAY
053900     END-IF.
054000     EJECT
054100 1000-READ-TONIGHT.
054200* Tonight's run-level record must be there -- without it there
054300* is nothing to gate -- and its division records follow it.
054400     MOVE CYCLE-DATE TO RUNH-RUN-DATE.
054450     MOVE PRINT-STREAM-ID TO RUNH-STREAM-ID.                        !@02
054500     MOVE SPACES TO RUNH-DIV-CODE.
054600     READ RUN-HISTORY-FILE
054700        INVALID KEY
054800           CONTINUE
054900        NOT INVALID KEY
055000           SET TONIGHT-FOUND TO TRUE;
055100           MOVE RUNH-DOCS-INDEXED TO TONIGHT-DOCS;
055200           MOVE RUNH-PAGES-INDEXED TO TONIGHT-PAGES;
055300           MOVE RUNH-BALANCE-FLAG TO TONIGHT-BALANCE
055400     END-READ.
055500     IF TONIGHT-FOUND
055600        MOVE ZERO TO HIST-SLOT;
055700        MOVE CYCLE-DATE TO BROWSE-DATE;
055800        PERFORM 1300-BROWSE-ONE-CYCLE
055900     END-IF.
056000     EJECT
056100 1100-SELECT-HISTORY-CYCLES.
056200* One forward pass over the cycles before tonight. The file has     !@02
056300* one run-level record a night for each print stream, so reading    !@02
056400* from the start costs little, and it keeps the window simple;      !@02
056450* another stream's nights are passed over.                          !@02
056500     IF COMPARE-SAME-WEEKDAY
056600        MOVE CYCLE-DATE TO DW-DATE;
056700        PERFORM 0400-WEEKDAY-OF-DATE;
056800        MOVE DW-WEEKDAY TO CYCLE-WEEKDAY
056900     END-IF.
057000     MOVE LOW-VALUES TO RUNH-KEY.
057100     MOVE LOW-VALUE TO BROWSE-DONE-FLAG.
057200     START RUN-HISTORY-FILE KEY NOT < RUNH-KEY
057300        INVALID KEY
057400           SET BROWSE-DONE TO TRUE
057500     END-START.
057600     PERFORM UNTIL BROWSE-DONE
057700        READ RUN-HISTORY-FILE NEXT
057800           AT END SET BROWSE-DONE TO TRUE
057900           NOT AT END
058000              IF RUNH-RUN-DATE NOT < CYCLE-DATE
058100                 SET BROWSE-DONE TO TRUE
058200              ELSE
058300                 IF RUNH-RUN-LEVEL
058350                       AND RUNH-STREAM-ID = PRINT-STREAM-ID         !@02
058400                    PERFORM 1110-CONSIDER-CYCLE
058500                 END-IF
058600              END-IF
058700        END-READ
058800     END-PERFORM.
058900     EJECT
059000 1110-CONSIDER-CYCLE.
059100* An out-of-balance night, or one that indexed nothing, is not
059200* a volume anyone should be measured against.
059300     IF RUNH-OUT-OF-BALANCE OR RUNH-DOCS-INDEXED = ZERO
059400        CONTINUE
059500     ELSE
059600        IF COMPARE-ANY-CYCLE
059700           PERFORM 1120-KEEP-CYCLE
059800        ELSE
059900           IF RUNH-RUN-DATE NUMERIC
060000              MOVE RUNH-RUN-DATE TO DW-DATE;
060100              PERFORM 0400-WEEKDAY-OF-DATE;
060200              IF DW-WEEKDAY = CYCLE-WEEKDAY
060300                 AND DW-WEEKDAY NOT < ZERO
060400                 PERFORM 1120-KEEP-CYCLE
060500              END-IF
060600           END-IF
060700        END-IF
060800     END-IF.
060900     EJECT
061000 1120-KEEP-CYCLE.
061100     IF CL-COUNT < CYCLES-WANTED
061200        ADD 1 TO CL-COUNT
061300     ELSE
061400        PERFORM VARYING MOVE-IDX FROM 2 BY 1
061500            UNTIL MOVE-IDX > CL-COUNT
061600           MOVE CL-ENTRY (MOVE-IDX) TO CL-ENTRY (MOVE-IDX - 1)
061700        END-PERFORM
061800     END-IF.
061900     MOVE RUNH-RUN-DATE TO CL-DATE (CL-COUNT).
062000     MOVE RUNH-DOCS-INDEXED TO CL-DOCS (CL-COUNT).
062100     MOVE RUNH-PAGES-INDEXED TO CL-PAGES (CL-COUNT).
062200     EJECT
062300 1200-LOAD-HISTORY-CYCLE.
062400     MOVE CL-IDX TO HIST-SLOT.
062500     MOVE CL-DATE (CL-IDX) TO BROWSE-DATE.
062600     PERFORM 1300-BROWSE-ONE-CYCLE.
062700     EJECT
062800 1300-BROWSE-ONE-CYCLE.
062900* Key order puts a cycle's division records for a stream straight   !@02
063000* after its run-level record; the browse stops at the next          !@02
063100* stream or cycle. Slot zero is tonight.                            !@02
063200     MOVE BROWSE-DATE TO RUNH-RUN-DATE.
063250     MOVE PRINT-STREAM-ID TO RUNH-STREAM-ID.                        !@02
063300     MOVE LOW-VALUES TO RUNH-DIV-CODE.
063400     MOVE LOW-VALUE TO BROWSE-DONE-FLAG.
063500     START RUN-HISTORY-FILE KEY NOT < RUNH-KEY
063600        INVALID KEY
063700           SET BROWSE-DONE TO TRUE
063800     END-START.
063900     PERFORM UNTIL BROWSE-DONE
064000        READ RUN-HISTORY-FILE NEXT
064100           AT END SET BROWSE-DONE TO TRUE
064200           NOT AT END
064300              IF RUNH-RUN-DATE NOT = BROWSE-DATE
064350                 OR RUNH-STREAM-ID NOT = PRINT-STREAM-ID            !@02
064400                 SET BROWSE-DONE TO TRUE
064500              ELSE
064600                 IF NOT RUNH-RUN-LEVEL
064700                    PERFORM 1400-ONE-DIVISION-RECORD
064800                 END-IF
064900              END-IF
065000        END-READ
065100     END-PERFORM.
065200     EJECT
065300 1400-ONE-DIVISION-RECORD.
065400     PERFORM 1410-FIND-DIVISION.
065500     IF DV-IDX NOT > DV-COUNT
065600        IF HIST-SLOT = ZERO
065700           MOVE RUNH-DOCS-INDEXED TO DV-DOCS (DV-IDX);
065800           MOVE RUNH-PAGES-INDEXED TO DV-PAGES (DV-IDX)
065900        ELSE
066000           MOVE RUNH-DOCS-INDEXED
066100             TO DVH-DOCS (DV-IDX, HIST-SLOT);
066200           MOVE RUNH-PAGES-INDEXED
066300             TO DVH-PAGES (DV-IDX, HIST-SLOT)
066400        END-IF
066500     END-IF.
066600     EJECT
066700 1410-FIND-DIVISION.
066800* The table is kept in code order, so the report comes out in
066900* code order whichever cycle first brought a division in.
067000     PERFORM VARYING DV-IDX FROM 1 BY 1
067100         UNTIL DV-IDX > DV-COUNT
067200         OR DV-CODE (DV-IDX) NOT < RUNH-DIV-CODE
067300        CONTINUE
067400     END-PERFORM.
067500     IF DV-IDX > DV-COUNT
067600        PERFORM 1420-ADD-DIVISION
067700     ELSE
067800        IF DV-CODE (DV-IDX) NOT = RUNH-DIV-CODE
067900           PERFORM 1420-ADD-DIVISION
068000        END-IF
068100     END-IF.
068200     EJECT
068300 1420-ADD-DIVISION.
068400     IF DV-COUNT >= 200
068500        DISPLAY PGMNAME, ' OVER 200 DIVISIONS ON ACIFRUNF, ',
068600                'IGNORED: ', RUNH-DIV-CODE;
068700        ADD 1 TO WARN-COUNT;
068800        COMPUTE DV-IDX = DV-COUNT + 1
068900     ELSE
069000        ADD 1 TO DV-COUNT;
069100        PERFORM VARYING MOVE-IDX FROM DV-COUNT BY -1
069200            UNTIL MOVE-IDX NOT > DV-IDX
069300           MOVE DV-ENTRY (MOVE-IDX - 1) TO DV-ENTRY (MOVE-IDX)
069400        END-PERFORM;
069500        MOVE RUNH-DIV-CODE TO DV-CODE (DV-IDX);
069600        MOVE ZERO TO DV-DOCS (DV-IDX);
069700        MOVE ZERO TO DV-PAGES (DV-IDX);
069800        PERFORM VARYING MOVE-IDX FROM 1 BY 1
069900            UNTIL MOVE-IDX > 30
070000           MOVE ZERO TO DVH-DOCS (DV-IDX, MOVE-IDX);
070100           MOVE ZERO TO DVH-PAGES (DV-IDX, MOVE-IDX)
070200        END-PERFORM
070300     END-IF.
070400     EJECT
070500 2000-WRITE-HEADINGS.
070600     MOVE SPACES TO RPT-RECORD.
070700     STRING 'ACIFVGAT VOLUME-VARIANCE RELEASE GATE, CYCLE '
070800            DELIMITED BY SIZE
070900            CYCLE-DATE DELIMITED BY SIZE
070920            ', STREAM ' DELIMITED BY SIZE                           !@02
070940            STREAM-DISP DELIMITED BY SPACE                          !@02
071000            ', RUN ' DELIMITED BY SIZE
071100            RUN-DATE DELIMITED BY SIZE
071200            ', BALANCE VERDICT ' DELIMITED BY SIZE
071300            TONIGHT-BALANCE DELIMITED BY SIZE
071400         INTO RPT-RECORD.
071500     WRITE RPT-RECORD.
071600     IF COMPARE-SAME-WEEKDAY
071700        MOVE 'SAME WEEKDAY' TO RULE-TEXT
071800     ELSE
071900        MOVE 'ANY WEEKDAY' TO RULE-TEXT
072000     END-IF.
072100     MOVE CL-COUNT TO COUNT-DISP.
072200     MOVE CYCLES-WANTED TO COUNT-DISP2.
072300     MOVE SPACES TO RPT-RECORD.
072400     STRING 'HISTORY CYCLES USED: ' DELIMITED BY SIZE
072500            COUNT-DISP DELIMITED BY SIZE
072600            '   WANTED: ' DELIMITED BY SIZE
072700            COUNT-DISP2 DELIMITED BY SIZE
072800            '   COMPARABLE: ' DELIMITED BY SIZE
072900            RULE-TEXT DELIMITED BY '  '
073000            ', NIGHTS OUT OF BALANCE PASSED OVER'
073100            DELIMITED BY SIZE
073200         INTO RPT-RECORD.
073300     WRITE RPT-RECORD.
073400     IF CL-COUNT < CYCLES-WANTED
073500        ADD 1 TO WARN-COUNT;
073600        MOVE '*** SHORT HISTORY -- FEWER CYCLES THAN WANTED'
073700          TO RPT-RECORD;
073800        WRITE RPT-RECORD
073900     END-IF.
074000     MOVE DEFAULT-DOC-TOL TO DOC-TOL-DISP.
074100     MOVE DEFAULT-PAGE-TOL TO PAGE-TOL-DISP.
074200     MOVE SPACES TO RPT-RECORD.
074300     STRING 'DEFAULT TOLERANCE: DOCUMENTS ' DELIMITED BY SIZE
074400            DOC-TOL-DISP DELIMITED BY SIZE
074500            '%, PAGES ' DELIMITED BY SIZE
074600            PAGE-TOL-DISP DELIMITED BY SIZE
074700            '%' DELIMITED BY SIZE
074800         INTO RPT-RECORD.
074900     WRITE RPT-RECORD.
075000     PERFORM 2010-WRITE-DIVISION-TOLERANCE
075100         VARYING TT-IDX FROM 1 BY 1
075200         UNTIL TT-IDX > TT-COUNT.
075300     MOVE SPACES TO RPT-RECORD.
075400     WRITE RPT-RECORD.
075500     WRITE RPT-RECORD FROM COLUMN-HEADING-LINE.
075600     EJECT
075700 2010-WRITE-DIVISION-TOLERANCE.
075800     PERFORM 2220-APPLY-DIVISION-CARD.
075900     MOVE DIV-DOC-TOL TO DOC-TOL-DISP.
076000     MOVE DIV-PAGE-TOL TO PAGE-TOL-DISP.
076100     MOVE SPACES TO RPT-RECORD.
076200     STRING 'DIVISION ' DELIMITED BY SIZE
076300            TT-DIV-CODE (TT-IDX) DELIMITED BY SIZE
076400            ' TOLERANCE: DOCUMENTS ' DELIMITED BY SIZE
076500            DOC-TOL-DISP DELIMITED BY SIZE
076600            '%, PAGES ' DELIMITED BY SIZE
076700            PAGE-TOL-DISP DELIMITED BY SIZE
076800            '%' DELIMITED BY SIZE
076900         INTO RPT-RECORD.
077000     WRITE RPT-RECORD.
077100     EJECT
077200 2100-CHECK-RUN-LEVEL.
077300* The whole night against the whole nights it is compared with.
077400* The cycles are always listed under it, as the record of what
077500* tonight was measured against.
077600     MOVE LOW-VALUE TO FIGURE-FAILED-FLAG.
077700     MOVE 'RUN LEVEL' TO DL-SCOPE.
077800     MOVE 'DOCUMENTS' TO DL-MEASURE.
077900     MOVE TONIGHT-DOCS TO CMP-TONIGHT.
078000     MOVE ZERO TO CMP-TOTAL.
078100     PERFORM VARYING CL-IDX FROM 1 BY 1
078200         UNTIL CL-IDX > CL-COUNT
078300        ADD CL-DOCS (CL-IDX) TO CMP-TOTAL
078400     END-PERFORM.
078500     MOVE CL-COUNT TO CMP-CYCLES.
078600     MOVE DEFAULT-DOC-TOL TO CMP-TOLERANCE.
078700     MOVE 'NO HISTORY -- NOT GATED' TO NOT-COMPARED-TEXT.
078800     PERFORM 2500-COMPARE-FIGURE.
078900     IF CMP-NOT-COMPARED
079000        ADD 1 TO WARN-COUNT
079100     END-IF.
079200     PERFORM 2600-WRITE-DETAIL-LINE.
079300     MOVE SPACES TO DL-SCOPE.
079400     MOVE 'PAGES' TO DL-MEASURE.
079500     MOVE TONIGHT-PAGES TO CMP-TONIGHT.
079600     MOVE ZERO TO CMP-TOTAL.
079700     PERFORM VARYING CL-IDX FROM 1 BY 1
079800         UNTIL CL-IDX > CL-COUNT
079900        ADD CL-PAGES (CL-IDX) TO CMP-TOTAL
080000     END-PERFORM.
080100     MOVE DEFAULT-PAGE-TOL TO CMP-TOLERANCE.
080200     PERFORM 2500-COMPARE-FIGURE.
080300     PERFORM 2600-WRITE-DETAIL-LINE.
080400     PERFORM 2110-WRITE-RUN-HISTORY
080500         VARYING CL-IDX FROM 1 BY 1
080600         UNTIL CL-IDX > CL-COUNT.
080700     MOVE SPACES TO RPT-RECORD.
080800     WRITE RPT-RECORD.
080900     EJECT
081000 2110-WRITE-RUN-HISTORY.
081100     MOVE CL-DATE (CL-IDX) TO HL-DATE.
081200     MOVE CL-DOCS (CL-IDX) TO HL-DOCS.
081300     MOVE CL-PAGES (CL-IDX) TO HL-PAGES.
081400     MOVE SPACES TO HL-NOTE.
081500     WRITE RPT-RECORD FROM HISTORY-LINE.
081600     EJECT
081700 2200-CHECK-DIVISION.
081800* A division's history counts only the cycles it had documents
081900* on. A code with nothing tonight and nothing on any of those
082000* cycles is a lookup-table entry with no volume, and is left
082100* off the report.
082200     MOVE ZERO TO HIST-DOC-CYCLES.
082300     MOVE ZERO TO HIST-PAGE-CYCLES.
082400     MOVE ZERO TO HIST-DOC-TOTAL.
082500     MOVE ZERO TO HIST-PAGE-TOTAL.
082600     PERFORM VARYING CL-IDX FROM 1 BY 1
082700         UNTIL CL-IDX > CL-COUNT
082800        IF DVH-DOCS (DV-IDX, CL-IDX) > ZERO
082900           ADD 1 TO HIST-DOC-CYCLES;
083000           ADD DVH-DOCS (DV-IDX, CL-IDX) TO HIST-DOC-TOTAL;
083100           IF DVH-PAGES (DV-IDX, CL-IDX) > ZERO
083200              ADD 1 TO HIST-PAGE-CYCLES;
083300              ADD DVH-PAGES (DV-IDX, CL-IDX) TO HIST-PAGE-TOTAL
083400           END-IF
083500        END-IF
083600     END-PERFORM.
083700     IF DV-DOCS (DV-IDX) > ZERO OR HIST-DOC-CYCLES > ZERO
083800        PERFORM 2300-COMPARE-DIVISION
083900     END-IF.
084000     EJECT
084100 2210-DIVISION-TOLERANCE.
084200     PERFORM VARYING TT-IDX FROM 1 BY 1
084300         UNTIL TT-IDX > TT-COUNT
084400         OR TT-DIV-CODE (TT-IDX) = DV-CODE (DV-IDX)
084500        CONTINUE
084600     END-PERFORM.
084700     IF TT-IDX > TT-COUNT
084800        MOVE DEFAULT-DOC-TOL TO DIV-DOC-TOL;
084900        MOVE DEFAULT-PAGE-TOL TO DIV-PAGE-TOL
085000     ELSE
085100        PERFORM 2220-APPLY-DIVISION-CARD
085200     END-IF.
085300     EJECT
085400 2220-APPLY-DIVISION-CARD.
085500     MOVE DEFAULT-DOC-TOL TO DIV-DOC-TOL.
085600     MOVE DEFAULT-PAGE-TOL TO DIV-PAGE-TOL.
085700     IF TT-DOC-TOL (TT-IDX) NUMERIC
085800        MOVE TT-DOC-TOL (TT-IDX) TO DIV-DOC-TOL
085900     END-IF.
086000     IF TT-PAGE-TOL (TT-IDX) NUMERIC
086100        MOVE TT-PAGE-TOL (TT-IDX) TO DIV-PAGE-TOL
086200     END-IF.
086300     EJECT
086400 2300-COMPARE-DIVISION.
086500* Pages are compared only where tonight's division pages were
086600* recorded; a division with documents and no pages means
086700* ACIFRUNH had no audit trail to count them from.
086800     ADD 1 TO COMPARED-COUNT.
086900     PERFORM 2210-DIVISION-TOLERANCE.
087000     MOVE LOW-VALUE TO FIGURE-FAILED-FLAG.
087100     MOVE SPACES TO DL-SCOPE.
087200     STRING 'DIVISION ' DELIMITED BY SIZE
087300            DV-CODE (DV-IDX) DELIMITED BY SIZE
087400         INTO DL-SCOPE.
087500     MOVE 'DOCUMENTS' TO DL-MEASURE.
087600     MOVE DV-DOCS (DV-IDX) TO CMP-TONIGHT.
087700     MOVE HIST-DOC-TOTAL TO CMP-TOTAL.
087800     MOVE HIST-DOC-CYCLES TO CMP-CYCLES.
087900     MOVE DIV-DOC-TOL TO CMP-TOLERANCE.
088000     MOVE 'NEW -- NO HISTORY' TO NOT-COMPARED-TEXT.
088100     PERFORM 2500-COMPARE-FIGURE.
088200     IF CMP-NOT-COMPARED
088300        ADD 1 TO NEW-COUNT;
088400        ADD 1 TO WARN-COUNT
088500     END-IF.
088600     IF CMP-OUTSIDE AND CMP-TONIGHT = ZERO
088700        ADD 1 TO MISSING-COUNT
088800     END-IF.
088900     PERFORM 2600-WRITE-DETAIL-LINE.
089000     MOVE SPACES TO DL-SCOPE.
089100     MOVE 'PAGES' TO DL-MEASURE.
089200     MOVE DV-PAGES (DV-IDX) TO CMP-TONIGHT.
089300     MOVE HIST-PAGE-TOTAL TO CMP-TOTAL.
089400     MOVE HIST-PAGE-CYCLES TO CMP-CYCLES.
089500     MOVE DIV-PAGE-TOL TO CMP-TOLERANCE.
089600     MOVE 'NO PAGE HISTORY' TO NOT-COMPARED-TEXT.
089700     PERFORM 2500-COMPARE-FIGURE.
089800     IF DV-PAGES (DV-IDX) = ZERO AND DV-DOCS (DV-IDX) > ZERO
089900        SET CMP-NOT-COMPARED TO TRUE;
090000        MOVE 'PAGES NOT RECORDED' TO NOT-COMPARED-TEXT;
090100        ADD 1 TO WARN-COUNT
090200     END-IF.
090300     PERFORM 2600-WRITE-DETAIL-LINE.
090400     IF FIGURE-FAILED
090500        PERFORM 2310-WRITE-DIVISION-HISTORY
090600            VARYING CL-IDX FROM 1 BY 1
090700            UNTIL CL-IDX > CL-COUNT
090800     END-IF.
090900     EJECT
091000 2310-WRITE-DIVISION-HISTORY.
091100     MOVE CL-DATE (CL-IDX) TO HL-DATE.
091200     MOVE DVH-DOCS (DV-IDX, CL-IDX) TO HL-DOCS.
091300     MOVE DVH-PAGES (DV-IDX, CL-IDX) TO HL-PAGES.
091400     EVALUATE TRUE
091500      WHEN DVH-DOCS (DV-IDX, CL-IDX) = ZERO
091600       MOVE 'NO DOCUMENTS -- NOT AVERAGED' TO HL-NOTE
091700      WHEN DVH-PAGES (DV-IDX, CL-IDX) = ZERO
091800       MOVE 'PAGES NOT RECORDED' TO HL-NOTE
091900      WHEN OTHER
092000       MOVE SPACES TO HL-NOTE
092100     END-EVALUATE.
092200     WRITE RPT-RECORD FROM HISTORY-LINE.
092300     EJECT
092400 2500-COMPARE-FIGURE.
092500* Variance is tonight less the average, as a percentage of the
092600* average, and is judged either way. A figure too large for the
092700* variance field is certainly outside any tolerance.
092800     IF CMP-CYCLES = ZERO
092900        MOVE ZERO TO CMP-AVERAGE;
093000        MOVE ZERO TO CMP-VARIANCE;
093100        SET CMP-NOT-COMPARED TO TRUE
093200     ELSE
093300        COMPUTE CMP-AVERAGE ROUNDED = CMP-TOTAL / CMP-CYCLES;
093400        IF CMP-AVERAGE = ZERO
093500           MOVE ZERO TO CMP-VARIANCE;
093600           SET CMP-NOT-COMPARED TO TRUE
093700        ELSE
093800           COMPUTE CMP-VARIANCE ROUNDED =
093900               (CMP-TONIGHT - CMP-AVERAGE) * 100 / CMP-AVERAGE
094000              ON SIZE ERROR
094100                 MOVE 99999.9 TO CMP-VARIANCE
094200           END-COMPUTE;
094300           IF CMP-VARIANCE > CMP-TOLERANCE
094400              OR CMP-VARIANCE < ZERO - CMP-TOLERANCE
094500              SET CMP-OUTSIDE TO TRUE
094600           ELSE
094700              SET CMP-WITHIN TO TRUE
094800           END-IF
094900        END-IF
095000     END-IF.
095100     EJECT
095200 2600-WRITE-DETAIL-LINE.
095300     MOVE CMP-TONIGHT TO DL-TONIGHT.
095400     MOVE CMP-AVERAGE TO DL-AVERAGE.
095500     MOVE CMP-TOLERANCE TO DL-TOLERANCE.
095600     MOVE CMP-CYCLES TO DL-CYCLES.
095700     MOVE CL-COUNT TO DL-CYCLES-OF.
095800     IF CMP-NOT-COMPARED
095900        MOVE SPACES TO DL-VARIANCE-X;
096000        MOVE SPACE TO DL-VARIANCE-PCT
096100     ELSE
096200        MOVE CMP-VARIANCE TO DL-VARIANCE;
096300        MOVE '%' TO DL-VARIANCE-PCT
096400     END-IF.
096500     EVALUATE TRUE
096600      WHEN CMP-OUTSIDE AND CMP-TONIGHT = ZERO
096700       ADD 1 TO FAIL-COUNT;
096800       SET FIGURE-FAILED TO TRUE;
096900       MOVE '*** MISSING TONIGHT' TO DL-RESULT
097000      WHEN CMP-OUTSIDE
097100       ADD 1 TO FAIL-COUNT;
097200       SET FIGURE-FAILED TO TRUE;
097300       MOVE '*** OUT OF TOLERANCE' TO DL-RESULT
097400      WHEN CMP-NOT-COMPARED
097500       MOVE NOT-COMPARED-TEXT TO DL-RESULT
097600      WHEN OTHER
097700       MOVE 'WITHIN TOLERANCE' TO DL-RESULT
097800     END-EVALUATE.
097900     WRITE RPT-RECORD FROM DETAIL-LINE.
098000     EJECT
098100 3000-WRITE-VERDICT.
098200* A failed night is held (8) unless this cycle's release card
098300* names the operator letting it go, in which case it is passed
098400* with a warning (4) and the name goes on the report and the
098500* console, where the night's job log keeps it.
098600     ADD BAD-CARD-COUNT TO WARN-COUNT.
098700     MOVE SPACES TO RPT-RECORD.
098800     WRITE RPT-RECORD.
098900     MOVE COMPARED-COUNT TO COUNT-DISP.
099000     MOVE MISSING-COUNT TO COUNT-DISP2.
099100     MOVE SPACES TO RPT-RECORD.
099200     STRING 'DIVISIONS COMPARED: ' DELIMITED BY SIZE
099300            COUNT-DISP DELIMITED BY SIZE
099400            '   MISSING TONIGHT: ' DELIMITED BY SIZE
099500            COUNT-DISP2 DELIMITED BY SIZE
099600         INTO RPT-RECORD.
099700     WRITE RPT-RECORD.
099800     MOVE NEW-COUNT TO COUNT-DISP.
099900     MOVE BAD-CARD-COUNT TO COUNT-DISP2.
100000     MOVE SPACES TO RPT-RECORD.
100100     STRING 'NEW DIVISIONS: ' DELIMITED BY SIZE
100200            COUNT-DISP DELIMITED BY SIZE
100300            '   CARDS IGNORED: ' DELIMITED BY SIZE
100400            COUNT-DISP2 DELIMITED BY SIZE
100500         INTO RPT-RECORD.
100600     WRITE RPT-RECORD.
100700     MOVE FAIL-COUNT TO COUNT-DISP.
100800     MOVE SPACES TO RPT-RECORD.
100900     STRING 'FIGURES OUT OF TOLERANCE: ' DELIMITED BY SIZE
101000            COUNT-DISP DELIMITED BY SIZE
101100         INTO RPT-RECORD.
101200     WRITE RPT-RECORD.
101300     MOVE SPACES TO RPT-RECORD.
101400     EVALUATE TRUE
101500      WHEN FAIL-COUNT > ZERO AND RELEASE-GIVEN
101600       STRING '*** GATE FAILED -- RELEASED BY OVERRIDE, USER '
101700              DELIMITED BY SIZE
101800              RELEASE-USER DELIMITED BY SIZE
101900              ' AT ' DELIMITED BY SIZE
102000              RUN-DATE DELIMITED BY SIZE
102100              ' ' DELIMITED BY SIZE
102200              RUN-TIME (1:6) DELIMITED BY SIZE
102300           INTO RPT-RECORD;
102400       DISPLAY PGMNAME, ' CYCLE ', CYCLE-DATE,
102450              ' STREAM ', STREAM-DISP,                              !@02
102500               ' OUT OF TOLERANCE, RELEASED BY OVERRIDE, USER ',
102600               RELEASE-USER;
102700       MOVE 4 TO RETURN-CODE
102800      WHEN FAIL-COUNT > ZERO
102900       STRING '*** GATE FAILED -- RELEASE HELD UNTIL AN '
103000              DELIMITED BY SIZE
103100              'OPERATOR OVERRIDE IS GIVEN ON VGATREL'
103200              DELIMITED BY SIZE
103300           INTO RPT-RECORD;
103400       DISPLAY PGMNAME, ' CYCLE ', CYCLE-DATE,
103450              ' STREAM ', STREAM-DISP,                              !@02
103500               ' OUT OF TOLERANCE -- RELEASE HELD';
103600       MOVE 8 TO RETURN-CODE
103700      WHEN WARN-COUNT > ZERO
103800       MOVE 'GATE PASSED WITH WARNINGS' TO RPT-RECORD;
103900       MOVE 4 TO RETURN-CODE
104000      WHEN OTHER
104100       MOVE 'GATE PASSED' TO RPT-RECORD;
104200       MOVE ZERO TO RETURN-CODE
104300     END-EVALUATE.
104400     WRITE RPT-RECORD.
104500     IF RELEASE-GIVEN AND FAIL-COUNT = ZERO
104600        MOVE SPACES TO RPT-RECORD;
104700        STRING 'RELEASE CARD FROM USER ' DELIMITED BY SIZE
104800               RELEASE-USER DELIMITED BY SIZE
104900               ' NOT NEEDED' DELIMITED BY SIZE
105000            INTO RPT-RECORD;
105100        WRITE RPT-RECORD
105200     END-IF.
105300     DISPLAY PGMNAME, ' CYCLE=', CYCLE-DATE,
105350             ' STREAM=', STREAM-DISP,                               !@02
105400             ' HISTORY CYCLES=', CL-COUNT,
105500             ' DIVISIONS=', COMPARED-COUNT,
105600             ' OUT OF TOLERANCE=', FAIL-COUNT.
105700 END PROGRAM ACIFVGAT.
