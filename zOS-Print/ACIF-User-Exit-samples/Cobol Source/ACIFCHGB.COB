000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ RENT
000150* LAST UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 02             *   !@02
000200* UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 01             *
000300 ID DIVISION.
000400 PROGRAM-ID. 'ACIFCHGB'.
000500 AUTHOR. TURETZKY--HYDRA.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700               Monthly division chargeback of print volume.
000800               Finance asks every month how many statements,
000900               pages and suppressed pieces each division
001000               generated, so print and postage can be charged
001100               back; the answer used to be ACIFRUNR printouts
001200               added up on a calculator. This program totals a
001300               period from the run history and the audit master,
001400               prices it from an effective-dated rate file, and
001500               writes a chargeback report and a journal entry for
001600               the general ledger interface.
001700
001800               The control card on ACCBCTL:
001900                   col  1-8   first cycle date of the period
002000                   col 10-17  last cycle date of the period
002100                              (both YYYYMMDD, both required)
002200                   col 19-28  GL expense account charged, one
002300                              debit per division and store
002400                   col 30-39  GL offset account credited with
002500                              the whole amount
002600
002700               The rate file on ACCBRATE, one card per rate
002800               period:
002900                   col  1-8   effective-from date, YYYYMMDD
003000                   col 10-17  effective-to date, YYYYMMDD
003100                   col 19-26  cost per printed document
003200                   col 28-35  cost per printed page
003300                   col 37-44  cost per suppressed or e-delivered
003400                              document
003500               Costs are 9(3)V9(5): eight digits with five
003600               implied decimals, so 00045000 is 0.45. Blank
003700               dates leave that end open, as on ACIFLKUP and
003800               ACIFSUPP. Each cycle is priced at the rate in
003900               effect on its cycle date (the latest-starting one
004000               if two overlap), so a rate change lands on the
004100               right cycles even in mid-month.
004200
004300               The cycles of the period are the run-level records
004400               on ACIFRUNF. For each, the cycle's documents are
004500               read from ACIFAMST down its division alternate
004600               index, one division at a time: a printed document
004700               is charged the document rate plus the page rate
004800               for each page, a suppressed one (whatever the
004900               reason, e-delivery included) the suppressed rate.
005000               Each division's document count on the master is
005100               checked against its ACIFRUNF record for the cycle,
005200               and a difference is listed, because a night not
005300               yet merged into the master would otherwise be
005400               charged as a quiet night.
005410               A night run in more than one print stream has a      !@02
005420               run-level record per stream; it is charged once, as  !@02
005430               one cycle, since the master walk already takes in    !@02
005440               every stream's documents for the date, and each      !@02
005450               division's count is checked against the sum of its   !@02
005460               records across the night's streams.                  !@02
005500
005600               A division appears under the name in effect on
005700               each cycle, resolved from the ACLKHIST change
005800               history exactly as ACIFLKHQ resolves an as-of
005900               inquiry (a code with no history keeps the name it
006000               was indexed under). A division renamed during the
006100               period therefore shows as two sections, each with
006200               the cycles it covers. The journal entry goes by
006300               code only and is not split by a rename.
006400
006500               Outputs:
006600                 ACCBRPT   the chargeback report: the cycles
006700                           charged and the rate each used, then
006800                           each division and store's documents,
006900                           pages, suppressed documents and charge,
007000                           with division and grand totals
007100                 ACCBJRNL  the journal entry, ACCBJREC layout
007200
007300               Return code 0 is a clean period. 4 means counts on
007400               the master and the run history disagreed for some
007500               cycle. 8 means a cycle had no rate in effect; the
007600               report shows it uncharged and the journal entry is
007700               written with its trailer only, so nothing wrong is
007800               posted. 16 means the control card, a rate card or
007900               a file was unusable and nothing was charged.
008000 DATE-WRITTEN. 15 OCT 26.
008100 DATE-COMPILED.
008200 SECURITY. IBM SAMPLE CODE ONLY.
008300*/**************************************************************/
008400*/* Licensed under the Apache License, Version 2.0 (the        */
008500*/* "License"); you may not use this file except in compliance */
008600*/* with the License. You may obtain a copy of the License at  */
008700*/*                                                            */
008800*/* http://www.apache.org/licenses/LICENSE-2.0                 */
008900*/*                                                            */
009000*/* Unless required by applicable law or agreed to in writing, */
009100*/* software distributed under the License is distributed on an*/
009200*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
009300*/* KIND, either express or implied.  See the License for the  */
009400*/* specific language governing permissions and limitations    */
009500*/* under the License.                                         */
009600*/**************************************************************/
009700 TITLE 'ACIF Division Print Chargeback'.
009800 ENVIRONMENT DIVISION.
009900 CONFIGURATION SECTION.
010000 SOURCE-COMPUTER. IBM-370.
010100 OBJECT-COMPUTER. IBM-370.
010200 INPUT-OUTPUT SECTION.
010300 FILE-CONTROL.
010400     SELECT CONTROL-FILE ASSIGN TO ACCBCTL
010500         ORGANIZATION IS SEQUENTIAL
010600         FILE STATUS IS CONTROL-FILE-STATUS.
010700     SELECT RATE-FILE ASSIGN TO ACCBRATE
010800         ORGANIZATION IS SEQUENTIAL
010900         FILE STATUS IS RATE-FILE-STATUS.
011000     SELECT HISTORY-FILE ASSIGN TO ACLKHIST
011100         ORGANIZATION IS SEQUENTIAL
011200         FILE STATUS IS HISTORY-FILE-STATUS.
011300     SELECT RUN-HISTORY-FILE ASSIGN TO ACIFRUNF
011400         ORGANIZATION IS INDEXED
011500         ACCESS MODE IS DYNAMIC
011600         RECORD KEY IS RUNH-KEY
011700         FILE STATUS IS RUN-HISTORY-STATUS.
011800     SELECT MASTER-FILE ASSIGN TO ACIFAMST
011900         ORGANIZATION IS INDEXED
012000         ACCESS MODE IS DYNAMIC
012100         RECORD KEY IS AMST-KEY
012200         ALTERNATE RECORD KEY IS AMST-DIV-KEY
012300             WITH DUPLICATES
012400         ALTERNATE RECORD KEY IS AMST-STORE-KEY
012500             WITH DUPLICATES
012600         FILE STATUS IS MASTER-FILE-STATUS.
012700     SELECT REPORT-FILE ASSIGN TO ACCBRPT
012800         ORGANIZATION IS SEQUENTIAL
012900         FILE STATUS IS REPORT-FILE-STATUS.
013000     SELECT JOURNAL-FILE ASSIGN TO ACCBJRNL
013100         ORGANIZATION IS SEQUENTIAL
013200         FILE STATUS IS JOURNAL-FILE-STATUS.
013300     EJECT
013400 DATA DIVISION.
013500 FILE SECTION.
013600 FD  CONTROL-FILE
013700     LABEL RECORDS ARE STANDARD.
013800 01  CONTROL-RECORD.
013900     05  CTL-PERIOD-FROM         PIC X(8).
014000     05  FILLER                  PIC X.
014100     05  CTL-PERIOD-TO           PIC X(8).
014200     05  FILLER                  PIC X.
014300     05  CTL-EXPENSE-ACCOUNT     PIC X(10).
014400     05  FILLER                  PIC X.
014500     05  CTL-OFFSET-ACCOUNT      PIC X(10).
014600     05  FILLER                  PIC X(41).
014700 FD  RATE-FILE
014800     LABEL RECORDS ARE STANDARD.
014900 01  RATE-CARD.
015000     05  RTC-EFF-FROM            PIC X(8).
015100         88  RTC-FROM-OPEN       VALUE SPACES.
015200     05  FILLER                  PIC X.
015300     05  RTC-EFF-TO              PIC X(8).
015400         88  RTC-TO-OPEN         VALUE SPACES.
015500     05  FILLER                  PIC X.
015600     05  RTC-DOC-RATE            PIC X(8).
015700     05  RTC-DOC-RATE-NUM        REDEFINES RTC-DOC-RATE
015800                                 PIC 9(3)V9(5).
015900     05  FILLER                  PIC X.
016000     05  RTC-PAGE-RATE           PIC X(8).
016100     05  RTC-PAGE-RATE-NUM       REDEFINES RTC-PAGE-RATE
016200                                 PIC 9(3)V9(5).
016300     05  FILLER                  PIC X.
016400     05  RTC-SUPP-RATE           PIC X(8).
016500     05  RTC-SUPP-RATE-NUM       REDEFINES RTC-SUPP-RATE
016600                                 PIC 9(3)V9(5).
016700     05  FILLER                  PIC X(36).
016800 FD  HISTORY-FILE
016900     LABEL RECORDS ARE STANDARD.
017000     COPY ACLKHREC.
017100 FD  RUN-HISTORY-FILE
017200     LABEL RECORDS ARE STANDARD.
017300     COPY ACRUNREC.
017400 FD  MASTER-FILE
017500     LABEL RECORDS ARE STANDARD.
017600     COPY ACAMSREC.
017700 FD  REPORT-FILE
017800     LABEL RECORDS ARE STANDARD.
017900 01  RPT-RECORD                  PIC X(133).
018000 FD  JOURNAL-FILE
018100     LABEL RECORDS ARE STANDARD.
018200     COPY ACCBJREC.
018300     EJECT
018400 WORKING-STORAGE SECTION.
018500 77  PGMNAME                     PIC X(8) VALUE 'ACIFCHGB'.
018600 77  CONTROL-FILE-STATUS         PIC XX.
018700 77  RATE-FILE-STATUS            PIC XX.
018800 77  HISTORY-FILE-STATUS         PIC XX.
018900 77  RUN-HISTORY-STATUS          PIC XX.
019000 77  MASTER-FILE-STATUS          PIC XX.
019100 77  REPORT-FILE-STATUS          PIC XX.
019200 77  JOURNAL-FILE-STATUS         PIC XX.
019300 77  PERIOD-FROM                 PIC X(8) VALUE SPACES.
019400 77  PERIOD-TO                   PIC X(8) VALUE SPACES.
019500 77  EXPENSE-ACCOUNT             PIC X(10).
019600 77  OFFSET-ACCOUNT              PIC X(10).
019700 77  RATE-EOF-FLAG               PIC X VALUE LOW-VALUE.
019800     88  RATE-EOF                VALUE HIGH-VALUE.
019900 77  HISTORY-EOF-FLAG            PIC X VALUE LOW-VALUE.
020000     88  HISTORY-EOF             VALUE HIGH-VALUE.
020100 77  RUNF-DONE-FLAG              PIC X VALUE LOW-VALUE.
020200     88  RUNF-DONE               VALUE HIGH-VALUE.
020300 77  BROWSE-DONE-FLAG            PIC X.
020400     88  BROWSE-DONE             VALUE HIGH-VALUE.
020500 77  MASTER-DONE-FLAG            PIC X.
020600     88  MASTER-DONE             VALUE HIGH-VALUE.
020700 77  CYCLE-OPEN-FLAG             PIC X VALUE LOW-VALUE.
020800     88  CYCLE-OPEN              VALUE HIGH-VALUE.
020900 77  RATE-FOUND-FLAG             PIC X.
021000     88  RATE-FOUND              VALUE HIGH-VALUE.
021100 77  TABLE-FULL-FLAG             PIC X VALUE LOW-VALUE.
021200     88  TABLE-FULL              VALUE HIGH-VALUE.
021300 77  CYCLE-DATE                  PIC X(8).
021400* The division being browsed, and the next one to START at. Four
021500* digits so stepping past division 999 ends the walk.
021600 77  BROWSE-DIV                  PIC 9(4).
021700 77  NEXT-DIV                    PIC 9(4).
021800 77  CYCLE-DIV-CODE              PIC X(3).
021900 77  CYCLE-DIV-NAME              PIC X(12).
022000 77  CYCLE-NAME-FROM             PIC X(8).
022100 77  RATE-IDX                    PIC S9(4) BINARY.
022200 77  BEST-RATE-IDX               PIC S9(4) BINARY.
022300 77  HIST-IDX                    PIC S9(4) BINARY.
022400 77  CD-IDX                      PIC S9(4) BINARY.
022500 77  DN-IDX                      PIC S9(4) BINARY.
022600 77  AC-IDX                      PIC S9(4) BINARY.
022700 77  AC-IDX2                     PIC S9(4) BINARY.
022800 77  DOC-SPAN                    PIC S9(8) BINARY.
022900 77  CYCLE-COUNT                 PIC S9(8) BINARY VALUE ZERO.
023000 77  NO-RATE-COUNT               PIC S9(8) BINARY VALUE ZERO.
023100 77  MISMATCH-COUNT              PIC S9(8) BINARY VALUE ZERO.
023200 77  BAD-RATE-COUNT              PIC S9(8) BINARY VALUE ZERO.
023300 77  JOURNAL-COUNT               PIC S9(8) BINARY VALUE ZERO.
023400 77  COUNT-DISP                  PIC ZZZ,ZZZ,ZZ9.
023500* Rates in effect for the cycle being charged; zero when no rate
023600* covers it.
023700 77  CUR-DOC-RATE                PIC S9(3)V9(5) COMP-3.
023800 77  CUR-PAGE-RATE               PIC S9(3)V9(5) COMP-3.
023900 77  CUR-SUPP-RATE               PIC S9(3)V9(5) COMP-3.
024000 77  BEST-FROM                   PIC X(8).
024100 77  RATE-FROM                   PIC X(8).
024200 77  DOC-CHARGE                  PIC S9(11)V9(5) COMP-3.
024300 77  STORE-AMOUNT                PIC S9(11)V99 COMP-3.
024400 77  JOURNAL-AMOUNT              PIC S9(11)V99 COMP-3.
024500 77  JOURNAL-TOTAL               PIC S9(11)V99 COMP-3 VALUE ZERO.
024600 01  CYCLE-TOTALS.
024700     05  CYT-DOCS                PIC S9(8) BINARY.
024800     05  CYT-PAGES               PIC S9(8) BINARY.
024900     05  CYT-SUPP                PIC S9(8) BINARY.
025000     05  CYT-CHARGE              PIC S9(11)V9(5) COMP-3.
025100 01  DIVISION-TOTALS.
025200     05  DVT-DOCS                PIC S9(8) BINARY.
025300     05  DVT-PAGES               PIC S9(8) BINARY.
025400     05  DVT-SUPP                PIC S9(8) BINARY.
025500     05  DVT-AMOUNT              PIC S9(11)V99 COMP-3.
025600 01  GRAND-TOTALS.
025700     05  GRT-DOCS                PIC S9(8) BINARY VALUE ZERO.
025800     05  GRT-PAGES               PIC S9(8) BINARY VALUE ZERO.
025900     05  GRT-SUPP                PIC S9(8) BINARY VALUE ZERO.
026000     05  GRT-AMOUNT              PIC S9(11)V99 COMP-3 VALUE ZERO.
026100* The rate file.
026200 01  RATE-TABLE-AREA.
026300     05  RT-COUNT                PIC S9(4) BINARY VALUE ZERO.
026400     05  RT-ENTRY OCCURS 1 TO 100 TIMES
026500                  DEPENDING ON RT-COUNT.
026600         10  RT-EFF-FROM         PIC X(8).
026700         10  RT-EFF-TO           PIC X(8).
026800         10  RT-DOC-RATE         PIC S9(3)V9(5) COMP-3.
026900         10  RT-PAGE-RATE        PIC S9(3)V9(5) COMP-3.
027000         10  RT-SUPP-RATE        PIC S9(3)V9(5) COMP-3.
027100* Division changes from ACLKHIST, in change order.
027200 01  HISTORY-TABLE-AREA.
027300     05  HT-COUNT                PIC S9(4) BINARY VALUE ZERO.
027400     05  HT-ENTRY OCCURS 1 TO 5000 TIMES
027500                  DEPENDING ON HT-COUNT.
027600         10  HT-RUN-DATE         PIC X(8).
027700         10  HT-FUNCTION         PIC X.
027800         10  HT-CODE             PIC 999.
027900         10  HT-SLOT             PIC 9(4).
028000         10  HT-AFTER            PIC X(32).
028100* A before- or after-image pulled apart as the ACIFLKUP entry it
028200* is, and the replayed state of one division's two slots.
028300 01  ENTRY-IMAGE.
028400     05  EIM-TYPE                PIC X.
028500     05  EIM-CODE                PIC XXX.
028600     05  EIM-NAME                PIC X(12).
028700     05  EIM-EFF-FROM            PIC X(8).
028800         88  EIM-FROM-OPEN       VALUE SPACES.
028900     05  EIM-EFF-TO              PIC X(8).
029000         88  EIM-TO-OPEN         VALUE SPACES.
029100 01  REPLAY-STATE.
029200     05  LIVE-IMAGE              PIC X(32).
029300         88  LIVE-EMPTY          VALUE SPACES.
029400     05  PEND-IMAGE              PIC X(32).
029500         88  PEND-EMPTY          VALUE SPACES.
029600 77  RESOLVED-FLAG               PIC X.
029700     88  NAME-RESOLVED           VALUE 'Y'.
029800     88  NAME-NOT-RESOLVED       VALUE 'N'.
029900* The current cycle's divisions: documents found on the master
030000* against the count ACIFRUNF holds for the same cycle.
030100 01  CYCLE-DIV-AREA.
030200     05  CD-COUNT                PIC S9(4) BINARY VALUE ZERO.
030300     05  CD-ENTRY OCCURS 1 TO 200 TIMES
030400                  DEPENDING ON CD-COUNT.
030500         10  CD-DIV-CODE         PIC X(3).
030600         10  CD-MAST-DOCS        PIC S9(8) BINARY.
030700         10  CD-RUNF-DOCS        PIC S9(8) BINARY.
030800* Every division name seen in the period, with the first and last
030900* cycles it was in effect.
031000 01  DIV-NAME-AREA.
031100     05  DN-COUNT                PIC S9(4) BINARY VALUE ZERO.
031200     05  DN-ENTRY OCCURS 1 TO 400 TIMES
031300                  DEPENDING ON DN-COUNT.
031400         10  DN-DIV-CODE         PIC X(3).
031500         10  DN-DIV-NAME         PIC X(12).
031600         10  DN-FIRST-CYCLE      PIC X(8).
031700         10  DN-LAST-CYCLE       PIC X(8).
031800* The chargeback itself, one entry per division name and store,
031900* kept in key order (division, first cycle of the name, store)
032000* so the report needs no sort.
032100 01  ACCUM-TABLE-AREA.
032200     05  AC-COUNT                PIC S9(4) BINARY VALUE ZERO.
032300     05  AC-ENTRY OCCURS 1 TO 3000 TIMES
032400                  DEPENDING ON AC-COUNT.
032500         10  AC-KEY.
032600             15  AC-DIV-CODE     PIC X(3).
032700             15  AC-NAME-FROM    PIC X(8).
032800             15  AC-STORE-CODE   PIC X(3).
032900         10  AC-DIV-NAME         PIC X(12).
033000         10  AC-STORE-NAME       PIC X(12).
033100         10  AC-DOCS             PIC S9(8) BINARY.
033200         10  AC-PAGES            PIC S9(8) BINARY.
033300         10  AC-SUPP             PIC S9(8) BINARY.
033400         10  AC-CHARGE           PIC S9(11)V9(5) COMP-3.
033500         10  AC-JOURNAL-FLAG     PIC X.
033600             88  AC-JOURNALED    VALUE 'Y'.
033700 01  PRIOR-SECTION.
033800     05  PRIOR-DIV-CODE          PIC X(3).
033900     05  PRIOR-NAME-FROM         PIC X(8).
034000 01  SEARCH-KEY.
034100     05  SK-DIV-CODE             PIC X(3).
034200     05  SK-NAME-FROM            PIC X(8).
034300     05  SK-STORE-CODE           PIC X(3).
034400 01  HEADING-LINE.
034500     05  FILLER                  PIC X(37)
034600             VALUE 'ACIFCHGB DIVISION CHARGEBACK  PERIOD '.
034700     05  HDG-FROM                PIC X(8).
034800     05  FILLER                  PIC X(4) VALUE ' TO '.
034900     05  HDG-TO                  PIC X(8).
035000     05  FILLER                  PIC X(76) VALUE SPACES.
035100 01  CYCLE-LINE.
035200     05  FILLER                  PIC X(6) VALUE 'CYCLE '.
035300     05  CYL-DATE                PIC X(8).
035400     05  FILLER                  PIC X(7) VALUE '  DOCS '.
035500     05  CYL-DOCS                PIC ZZZ,ZZZ,ZZ9.
035600     05  FILLER                  PIC X(8) VALUE '  PAGES '.
035700     05  CYL-PAGES               PIC ZZZ,ZZZ,ZZ9.
035800     05  FILLER                  PIC X(7) VALUE '  SUPP '.
035900     05  CYL-SUPP                PIC ZZZ,ZZ9.
036000     05  FILLER                  PIC X(9) VALUE '  CHARGE '.
036100     05  CYL-CHARGE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
036200     05  FILLER                  PIC X(13) VALUE '  RATE FROM '.
036300     05  CYL-RATE-FROM           PIC X(8).
036400     05  FILLER                  PIC XX VALUE SPACES.
036500     05  CYL-NOTE                PIC X(21).
036600 01  RATE-LINE.
036700     05  FILLER                  PIC X(16) VALUE SPACES.
036800     05  FILLER                  PIC X(10) VALUE 'PER DOC   '.
036900     05  RTL-DOC-RATE            PIC ZZ9.99999.
037000     05  FILLER                  PIC X(12) VALUE '  PER PAGE  '.
037100     05  RTL-PAGE-RATE           PIC ZZ9.99999.
037200     05  FILLER                  PIC X(12) VALUE '  PER SUPP  '.
037300     05  RTL-SUPP-RATE           PIC ZZ9.99999.
037400     05  FILLER                  PIC X(56) VALUE SPACES.
037500 01  MISMATCH-LINE.
037600     05  FILLER                  PIC X(8) VALUE '    DIV '.
037700     05  MML-DIV-CODE            PIC X(3).
037800     05  FILLER                  PIC X(16)
037900             VALUE '  ACIFRUNF DOCS '.
038000     05  MML-RUNF-DOCS           PIC ZZZ,ZZZ,ZZ9.
038100     05  FILLER                  PIC X(16)
038200             VALUE '  ACIFAMST DOCS '.
038300     05  MML-MAST-DOCS           PIC ZZZ,ZZZ,ZZ9.
038400     05  FILLER                  PIC X(18)
038500             VALUE '  *COUNTS DIFFER*'.
038600     05  FILLER                  PIC X(50) VALUE SPACES.
038700 01  DIVISION-LINE.
038800     05  FILLER                  PIC X(9) VALUE 'DIVISION '.
038900     05  DVL-CODE                PIC X(3).
039000     05  FILLER                  PIC X VALUE SPACE.
039100     05  DVL-NAME                PIC X(12).
039200     05  FILLER                  PIC X(10) VALUE '  CYCLES '.
039300     05  DVL-FIRST-CYCLE         PIC X(8).
039400     05  FILLER                  PIC X VALUE '-'.
039500     05  DVL-LAST-CYCLE          PIC X(8).
039600     05  FILLER                  PIC X(81) VALUE SPACES.
039700 01  STORE-LINE.
039800     05  SRL-LABEL               PIC X(10).
039900     05  SRL-CODE                PIC X(3).
040000     05  FILLER                  PIC X VALUE SPACE.
040100     05  SRL-NAME                PIC X(12).
040200     05  FILLER                  PIC X(7) VALUE '  DOCS '.
040300     05  SRL-DOCS                PIC ZZZ,ZZZ,ZZ9.
040400     05  FILLER                  PIC X(8) VALUE '  PAGES '.
040500     05  SRL-PAGES               PIC ZZZ,ZZZ,ZZ9.
040600     05  FILLER                  PIC X(17)
040700             VALUE '  SUPP/E-DELIVER '.
040800     05  SRL-SUPP                PIC ZZZ,ZZZ,ZZ9.
040900     05  FILLER                  PIC X(9) VALUE '  CHARGE '.
041000     05  SRL-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
041100     05  FILLER                  PIC X(16) VALUE SPACES.
041200     EJECT
041300 PROCEDURE DIVISION.
041400 0000-MAIN.
041500     PERFORM 0100-READ-CONTROL-CARD.
041600     IF PERIOD-FROM = SPACES
041700        MOVE 16 TO RETURN-CODE;
041800        GOBACK
041900     END-IF.
042000     PERFORM 0200-LOAD-RATES.
042100     IF BAD-RATE-COUNT > ZERO OR RT-COUNT = ZERO
042200        DISPLAY PGMNAME, ' NO USABLE RATES -- NOTHING CHARGED';
042300        MOVE 16 TO RETURN-CODE;
042400        GOBACK
042500     END-IF.
042600     PERFORM 0300-LOAD-DIVISION-HISTORY.
042700     OPEN INPUT RUN-HISTORY-FILE.
042800     IF RUN-HISTORY-STATUS NOT = '00'
042900        DISPLAY PGMNAME, ' UNABLE TO OPEN ACIFRUNF, STATUS=',
043000                RUN-HISTORY-STATUS;
043100        MOVE 16 TO RETURN-CODE;
043200        GOBACK
043300     END-IF.
043400     OPEN INPUT MASTER-FILE.
043500     IF MASTER-FILE-STATUS NOT = '00'
043600        DISPLAY PGMNAME, ' UNABLE TO OPEN ACIFAMST, STATUS=',
043700                MASTER-FILE-STATUS;
043800        CLOSE RUN-HISTORY-FILE;
043900        MOVE 16 TO RETURN-CODE;
044000        GOBACK
044100     END-IF.
044200     OPEN OUTPUT REPORT-FILE.
044300     IF REPORT-FILE-STATUS NOT = '00'
044400        DISPLAY PGMNAME, ' UNABLE TO OPEN ACCBRPT, STATUS=',
044500                REPORT-FILE-STATUS;
044600        CLOSE RUN-HISTORY-FILE, MASTER-FILE;
044700        MOVE 16 TO RETURN-CODE;
044800        GOBACK
044900     END-IF.
045000     OPEN OUTPUT JOURNAL-FILE.
045100     IF JOURNAL-FILE-STATUS NOT = '00'
045200        DISPLAY PGMNAME, ' UNABLE TO OPEN ACCBJRNL, STATUS=',
045300                JOURNAL-FILE-STATUS;
045400        CLOSE RUN-HISTORY-FILE, MASTER-FILE, REPORT-FILE;
045500        MOVE 16 TO RETURN-CODE;
045600        GOBACK
045700     END-IF.
045800     MOVE PERIOD-FROM TO HDG-FROM.
045900     MOVE PERIOD-TO TO HDG-TO.
046000     WRITE RPT-RECORD FROM HEADING-LINE.
046100     MOVE SPACES TO RPT-RECORD.
046200     WRITE RPT-RECORD.
046300     MOVE 'CYCLES CHARGED' TO RPT-RECORD.
046400     WRITE RPT-RECORD.
046500     PERFORM 1000-BROWSE-CYCLES.
046600     IF TABLE-FULL
046700        DISPLAY PGMNAME, ' CHARGEBACK TABLES FULL -- RUN STOPPED';
046800        CLOSE RUN-HISTORY-FILE, MASTER-FILE, REPORT-FILE,
046900              JOURNAL-FILE;
047000        MOVE 16 TO RETURN-CODE;
047100        GOBACK
047200     END-IF.
047300     PERFORM 2000-WRITE-CHARGEBACK.
047400     PERFORM 3000-WRITE-JOURNAL.
047500     CLOSE RUN-HISTORY-FILE, MASTER-FILE, REPORT-FILE,
047600           JOURNAL-FILE.
047700     DISPLAY PGMNAME, ' CYCLES=', CYCLE-COUNT,
047800             ' NO RATE=', NO-RATE-COUNT,
047900             ' COUNT DIFFERENCES=', MISMATCH-COUNT,
048000             ' JOURNAL LINES=', JOURNAL-COUNT.
048100     EVALUATE TRUE
048200      WHEN NO-RATE-COUNT > ZERO
048300       MOVE 8 TO RETURN-CODE
048400      WHEN MISMATCH-COUNT > ZERO
048500       MOVE 4 TO RETURN-CODE
048600      WHEN OTHER
048700       MOVE ZERO TO RETURN-CODE
048800     END-EVALUATE.
048900     GOBACK.
049000     EJECT
049100 0100-READ-CONTROL-CARD.
049200* Any fault leaves PERIOD-FROM blank and stops the run: charging
049300* the wrong period, or posting to a blank account, is worse than
049400* charging nothing.
049500     OPEN INPUT CONTROL-FILE.
049600     IF CONTROL-FILE-STATUS NOT = '00'
049700        DISPLAY PGMNAME, ' NO ACCBCTL CONTROL CARD, STATUS=',
049800                CONTROL-FILE-STATUS
049900     ELSE
050000        READ CONTROL-FILE
050100           AT END
050200              DISPLAY PGMNAME, ' ACCBCTL IS EMPTY'
050300           NOT AT END
050400              IF CTL-PERIOD-FROM NUMERIC
050500                 AND CTL-PERIOD-TO NUMERIC
050600                 AND CTL-PERIOD-FROM NOT > CTL-PERIOD-TO
050700                 AND CTL-EXPENSE-ACCOUNT NOT = SPACES
050800                 AND CTL-OFFSET-ACCOUNT NOT = SPACES
050900                 MOVE CTL-PERIOD-FROM TO PERIOD-FROM;
051000                 MOVE CTL-PERIOD-TO TO PERIOD-TO;
051100                 MOVE CTL-EXPENSE-ACCOUNT TO EXPENSE-ACCOUNT;
051200                 MOVE CTL-OFFSET-ACCOUNT TO OFFSET-ACCOUNT
051300              ELSE
051400                 DISPLAY PGMNAME, ' INVALID CONTROL CARD: ',
051500                         CONTROL-RECORD
051600              END-IF
051700        END-READ;
051800        CLOSE CONTROL-FILE
051900     END-IF.
052000     EJECT
052100 0200-LOAD-RATES.
052200* A rate card that cannot be read is shown and counted, and the
052300* run stops: a chargeback priced without it would be wrong.
052400     OPEN INPUT RATE-FILE.
052500     IF RATE-FILE-STATUS NOT = '00'
052600        DISPLAY PGMNAME, ' UNABLE TO OPEN ACCBRATE, STATUS=',
052700                RATE-FILE-STATUS
052800     ELSE
052900        PERFORM UNTIL RATE-EOF
053000           READ RATE-FILE
053100              AT END SET RATE-EOF TO TRUE
053200              NOT AT END PERFORM 0250-KEEP-RATE
053300           END-READ
053400        END-PERFORM;
053500        CLOSE RATE-FILE
053600     END-IF.
053700     EJECT
053800 0250-KEEP-RATE.
053900     IF ((NOT RTC-FROM-OPEN) AND RTC-EFF-FROM NOT NUMERIC)
054000        OR ((NOT RTC-TO-OPEN) AND RTC-EFF-TO NOT NUMERIC)
054100        OR RTC-DOC-RATE NOT NUMERIC
054200        OR RTC-PAGE-RATE NOT NUMERIC
054300        OR RTC-SUPP-RATE NOT NUMERIC
054400        OR RT-COUNT >= 100
054500        ADD 1 TO BAD-RATE-COUNT;
054600        DISPLAY PGMNAME, ' RATE CARD NOT USABLE: ', RATE-CARD
054700     ELSE
054800        ADD 1 TO RT-COUNT;
054900        MOVE RTC-EFF-FROM TO RT-EFF-FROM (RT-COUNT);
055000        MOVE RTC-EFF-TO TO RT-EFF-TO (RT-COUNT);
055100        MOVE RTC-DOC-RATE-NUM TO RT-DOC-RATE (RT-COUNT);
055200        MOVE RTC-PAGE-RATE-NUM TO RT-PAGE-RATE (RT-COUNT);
055300        MOVE RTC-SUPP-RATE-NUM TO RT-SUPP-RATE (RT-COUNT)
055400     END-IF.
055500     EJECT
055600 0300-LOAD-DIVISION-HISTORY.
055700* Only division changes matter here. Without ACLKHIST every
055800* division keeps the name it was indexed under, which is noted
055900* but not an error.
056000     OPEN INPUT HISTORY-FILE.
056100     IF HISTORY-FILE-STATUS NOT = '00'
056200        DISPLAY PGMNAME, ' NO ACLKHIST, STATUS=',
056300                HISTORY-FILE-STATUS,
056400                ' -- DIVISION NAMES AS INDEXED'
056500     ELSE
056600        PERFORM UNTIL HISTORY-EOF
056700           READ HISTORY-FILE
056800              AT END SET HISTORY-EOF TO TRUE
056900              NOT AT END
057000                 IF HIST-TYPE = 'D'
057100                    PERFORM 0350-KEEP-DIVISION-CHANGE
057200                 END-IF
057300           END-READ
057400        END-PERFORM;
057500        CLOSE HISTORY-FILE
057600     END-IF.
057700     EJECT
057800 0350-KEEP-DIVISION-CHANGE.
057900     IF HT-COUNT >= 5000
058000        DISPLAY PGMNAME, ' OVER 5000 DIVISION CHANGES ON ',
058100                'ACLKHIST, IGNORED: ', HIST-RUN-DATE, ' ',
058200                HIST-CODE
058300     ELSE
058400        ADD 1 TO HT-COUNT;
058500        MOVE HIST-RUN-DATE TO HT-RUN-DATE (HT-COUNT);
058600        MOVE HIST-FUNCTION TO HT-FUNCTION (HT-COUNT);
058700        MOVE HIST-CODE TO HT-CODE (HT-COUNT);
058800        MOVE HIST-SLOT TO HT-SLOT (HT-COUNT);
058900        MOVE HIST-AFTER TO HT-AFTER (HT-COUNT)
059000     END-IF.
059100     EJECT
059200 1000-BROWSE-CYCLES.
059300* ACIFRUNF key order is date, stream, then division code with       !@02
059400* each stream's run-level record (spaces) first, so a cycle         !@02
059500* arrives as its first run-level record followed by division        !@02
059550* records and any other stream's run-level record for the           !@02
059570* same date, which only continues the cycle already open.           !@02
059600     MOVE PERIOD-FROM TO RUNH-RUN-DATE.
059650     MOVE LOW-VALUES TO RUNH-STREAM-ID.                             !@02
059700     MOVE LOW-VALUES TO RUNH-DIV-CODE.
059800     START RUN-HISTORY-FILE KEY NOT < RUNH-KEY
059900        INVALID KEY
060000           SET RUNF-DONE TO TRUE
060100     END-START.
060200     PERFORM UNTIL RUNF-DONE OR TABLE-FULL
060300        READ RUN-HISTORY-FILE NEXT
060400           AT END SET RUNF-DONE TO TRUE
060500           NOT AT END
060600              EVALUATE TRUE
060700               WHEN RUNH-RUN-DATE > PERIOD-TO
060800                SET RUNF-DONE TO TRUE
060820               WHEN RUNH-RUN-LEVEL AND CYCLE-OPEN                   !@02
060840                    AND RUNH-RUN-DATE = CYCLE-DATE                  !@02
060860                CONTINUE                                            !@02
060900               WHEN RUNH-RUN-LEVEL
061000                IF CYCLE-OPEN
061100                   PERFORM 1500-CLOSE-CYCLE
061200                END-IF;
061300                PERFORM 1100-CHARGE-CYCLE
061400               WHEN OTHER
061500                PERFORM 1150-NOTE-RUNF-DIVISION
061600              END-EVALUATE
061700        END-READ
061800     END-PERFORM.
061900     IF CYCLE-OPEN
062000        PERFORM 1500-CLOSE-CYCLE
062100     END-IF.
062200     EJECT
062300 1100-CHARGE-CYCLE.
062400* Price one cycle: pick its rate, then walk its documents down
062500* the division index one division at a time, the same
062600* skip-sequential walk ACIFINRC uses.
062700     ADD 1 TO CYCLE-COUNT.
062800     SET CYCLE-OPEN TO TRUE.
062900     MOVE RUNH-RUN-DATE TO CYCLE-DATE.
063000     MOVE ZERO TO CD-COUNT.
063100     INITIALIZE CYCLE-TOTALS.
063200     PERFORM 1110-SELECT-RATE.
063300     MOVE ZERO TO NEXT-DIV.
063400     MOVE LOW-VALUE TO MASTER-DONE-FLAG.
063500     PERFORM UNTIL MASTER-DONE OR TABLE-FULL
063600        MOVE NEXT-DIV TO BROWSE-DIV;
063700        MOVE BROWSE-DIV TO AMST-DK-DIV-CODE;
063800        MOVE CYCLE-DATE TO AMST-DK-RUN-DATE;
063900        MOVE LOW-VALUE TO BROWSE-DONE-FLAG;
064000        MOVE SPACES TO CYCLE-DIV-CODE;
064100        START MASTER-FILE KEY NOT < AMST-DIV-KEY
064200           INVALID KEY
064300              SET MASTER-DONE TO TRUE
064400        END-START;
064500        PERFORM 1200-BROWSE-ONE-DIVISION
064600            UNTIL BROWSE-DONE OR MASTER-DONE OR TABLE-FULL
064700     END-PERFORM.
064800     MOVE CYCLE-DATE TO CYL-DATE.
064900     MOVE CYT-DOCS TO CYL-DOCS.
065000     MOVE CYT-PAGES TO CYL-PAGES.
065100     MOVE CYT-SUPP TO CYL-SUPP.
065200     MOVE CYT-CHARGE TO CYL-CHARGE.
065300     IF RATE-FOUND
065400        MOVE RATE-FROM TO CYL-RATE-FROM;
065500        MOVE SPACES TO CYL-NOTE
065600     ELSE
065700        MOVE SPACES TO CYL-RATE-FROM;
065800        MOVE '*NO RATE IN EFFECT*' TO CYL-NOTE
065900     END-IF.
066000     WRITE RPT-RECORD FROM CYCLE-LINE.
066100     IF RATE-FOUND
066200        MOVE CUR-DOC-RATE TO RTL-DOC-RATE;
066300        MOVE CUR-PAGE-RATE TO RTL-PAGE-RATE;
066400        MOVE CUR-SUPP-RATE TO RTL-SUPP-RATE;
066500        WRITE RPT-RECORD FROM RATE-LINE
066600     END-IF.
066700     EJECT
066800 1110-SELECT-RATE.
066900* The rate whose window covers the cycle date; of two that both
067000* do, the one that started later. An open from date counts as
067100* the earliest possible.
067200     MOVE LOW-VALUE TO RATE-FOUND-FLAG.
067300     MOVE ZERO TO BEST-RATE-IDX.
067400     MOVE LOW-VALUES TO BEST-FROM.
067500     PERFORM VARYING RATE-IDX FROM 1 BY 1
067600         UNTIL RATE-IDX > RT-COUNT
067700        IF (RT-EFF-FROM (RATE-IDX) = SPACES
067800            OR RT-EFF-FROM (RATE-IDX) NOT > CYCLE-DATE)
067900           AND (RT-EFF-TO (RATE-IDX) = SPACES
068000                OR RT-EFF-TO (RATE-IDX) NOT < CYCLE-DATE)
068100           IF RT-EFF-FROM (RATE-IDX) = SPACES
068200              MOVE '00000000' TO RATE-FROM
068300           ELSE
068400              MOVE RT-EFF-FROM (RATE-IDX) TO RATE-FROM
068500           END-IF;
068600           IF BEST-RATE-IDX = ZERO OR RATE-FROM > BEST-FROM
068700              MOVE RATE-IDX TO BEST-RATE-IDX;
068800              MOVE RATE-FROM TO BEST-FROM
068900           END-IF
069000        END-IF
069100     END-PERFORM.
069200     IF BEST-RATE-IDX = ZERO
069300        ADD 1 TO NO-RATE-COUNT;
069400        MOVE ZERO TO CUR-DOC-RATE, CUR-PAGE-RATE, CUR-SUPP-RATE
069500     ELSE
069600        SET RATE-FOUND TO TRUE;
069700        MOVE BEST-FROM TO RATE-FROM;
069800        MOVE RT-DOC-RATE (BEST-RATE-IDX) TO CUR-DOC-RATE;
069900        MOVE RT-PAGE-RATE (BEST-RATE-IDX) TO CUR-PAGE-RATE;
070000        MOVE RT-SUPP-RATE (BEST-RATE-IDX) TO CUR-SUPP-RATE
070100     END-IF.
070200     EJECT
070300 1150-NOTE-RUNF-DIVISION.
070400* ACIFRUNF's document count for one division of the open cycle,     !@02
070500* summed over the night's streams and kept beside what the          !@02
070550* master held for it.                                               !@02
070600     IF CYCLE-OPEN AND RUNH-RUN-DATE = CYCLE-DATE
070700        MOVE RUNH-DIV-CODE TO CYCLE-DIV-CODE;
070800        PERFORM 1160-FIND-CYCLE-DIVISION;
070900        IF CD-IDX NOT = ZERO
071000           ADD RUNH-DOCS-INDEXED TO CD-RUNF-DOCS (CD-IDX)           !@02
071100        END-IF
071200     END-IF.
071300     EJECT
071400 1160-FIND-CYCLE-DIVISION.
071500     PERFORM VARYING CD-IDX FROM 1 BY 1
071600         UNTIL CD-IDX > CD-COUNT
071700         OR CD-DIV-CODE (CD-IDX) = CYCLE-DIV-CODE
071800        CONTINUE
071900     END-PERFORM.
072000     IF CD-IDX > CD-COUNT
072100        IF CD-COUNT >= 200
072200           DISPLAY PGMNAME, ' OVER 200 DIVISIONS ON ', CYCLE-DATE,
072300                   ', NOT CHECKED: ', CYCLE-DIV-CODE;
072400           MOVE ZERO TO CD-IDX
072500        ELSE
072600           ADD 1 TO CD-COUNT;
072700           MOVE CD-COUNT TO CD-IDX;
072800           MOVE CYCLE-DIV-CODE TO CD-DIV-CODE (CD-IDX);
072900           MOVE ZERO TO CD-MAST-DOCS (CD-IDX);
073000           MOVE ZERO TO CD-RUNF-DOCS (CD-IDX)
073100        END-IF
073200     END-IF.
073300     EJECT
073400 1200-BROWSE-ONE-DIVISION.
073500     READ MASTER-FILE NEXT
073600        AT END
073700           SET MASTER-DONE TO TRUE
073800        NOT AT END
073900           EVALUATE TRUE
074000            WHEN AMST-DK-DIV-CODE = BROWSE-DIV
074100                 AND AMST-DK-RUN-DATE = CYCLE-DATE
074200             PERFORM 1300-CHARGE-DOCUMENT
074300            WHEN AMST-DK-DIV-CODE = BROWSE-DIV
074400             SET BROWSE-DONE TO TRUE;
074500             COMPUTE NEXT-DIV = BROWSE-DIV + 1
074600            WHEN OTHER
074700             SET BROWSE-DONE TO TRUE;
074800             MOVE AMST-DK-DIV-CODE TO NEXT-DIV
074900           END-EVALUATE
075000     END-READ.
075100     IF NEXT-DIV > 999
075200        SET MASTER-DONE TO TRUE
075300     END-IF.
075400     EJECT
075500 1300-CHARGE-DOCUMENT.
075600* The first document of a division on this cycle settles the
075700* division's name for the cycle; every document then lands on
075800* its division-name-store entry with its charge.
075900     IF CYCLE-DIV-CODE = SPACES
076000        MOVE AMST-DIV-CODE TO CYCLE-DIV-CODE;
076100        PERFORM 1160-FIND-CYCLE-DIVISION;
076200        PERFORM 1400-RESOLVE-DIVISION-NAME;
076300        PERFORM 1450-NOTE-DIVISION-NAME
076400     END-IF.
076500     IF CD-IDX NOT = ZERO
076600        ADD 1 TO CD-MAST-DOCS (CD-IDX)
076700     END-IF.
076800     MOVE CYCLE-DIV-CODE TO SK-DIV-CODE.
076900     MOVE CYCLE-NAME-FROM TO SK-NAME-FROM.
077000     MOVE AMST-STORE-CODE TO SK-STORE-CODE.
077100     PERFORM 1600-FIND-ACCUM-ENTRY.
077200     IF NOT TABLE-FULL
077300        IF AMST-SUPPRESSED
077400           ADD 1 TO AC-SUPP (AC-IDX), CYT-SUPP;
077500           MOVE CUR-SUPP-RATE TO DOC-CHARGE
077600        ELSE
077700           COMPUTE DOC-SPAN = AMST-LAST-PAGE - AMST-PAGE-NUM + 1;
077800           ADD 1 TO AC-DOCS (AC-IDX), CYT-DOCS;
077900           ADD DOC-SPAN TO AC-PAGES (AC-IDX), CYT-PAGES;
078000           COMPUTE DOC-CHARGE =
078100               CUR-DOC-RATE + DOC-SPAN * CUR-PAGE-RATE
078200        END-IF;
078300        ADD DOC-CHARGE TO AC-CHARGE (AC-IDX), CYT-CHARGE
078400     END-IF.
078500     EJECT
078600 1400-RESOLVE-DIVISION-NAME.
078700* Replay the division's history up to the cycle date and take the
078800* entry in effect, as ACIFLKHQ does for an as-of inquiry: a
078900* pending entry whose window covers the date beats the live one.
079000* No answer from the history leaves the name the master carries.
079100     MOVE SPACES TO REPLAY-STATE.
079200     SET NAME-NOT-RESOLVED TO TRUE.
079300     MOVE AMST-DIV-NAME TO CYCLE-DIV-NAME.
079400     PERFORM VARYING HIST-IDX FROM 1 BY 1
079500         UNTIL HIST-IDX > HT-COUNT
079600        IF HT-CODE (HIST-IDX) = AMST-DIV-CODE
079700           AND HT-RUN-DATE (HIST-IDX) NOT > CYCLE-DATE
079800           PERFORM 1410-REPLAY-ONE-CHANGE
079900        END-IF
080000     END-PERFORM.
080100     IF NOT PEND-EMPTY
080200        MOVE PEND-IMAGE TO ENTRY-IMAGE;
080300        PERFORM 1420-TEST-IMAGE-IN-EFFECT
080400     END-IF.
080500     IF (NOT NAME-RESOLVED) AND (NOT LIVE-EMPTY)
080600        MOVE LIVE-IMAGE TO ENTRY-IMAGE;
080700        PERFORM 1420-TEST-IMAGE-IN-EFFECT
080800     END-IF.
080900     EJECT
081000 1410-REPLAY-ONE-CHANGE.
081100* Live slots are 1-1999 and pending slots 2001-3999 (ACIFLKMT).
081200     EVALUATE TRUE
081300      WHEN HT-FUNCTION (HIST-IDX) = 'P'
081400       MOVE HT-AFTER (HIST-IDX) TO LIVE-IMAGE;
081500       MOVE SPACES TO PEND-IMAGE
081600      WHEN HT-FUNCTION (HIST-IDX) = 'X'
081700       MOVE SPACES TO PEND-IMAGE
081800      WHEN HT-SLOT (HIST-IDX) > 2000
081900       MOVE HT-AFTER (HIST-IDX) TO PEND-IMAGE
082000      WHEN OTHER
082100       MOVE HT-AFTER (HIST-IDX) TO LIVE-IMAGE
082200     END-EVALUATE.
082300     EJECT
082400 1420-TEST-IMAGE-IN-EFFECT.
082500     IF (EIM-FROM-OPEN OR EIM-EFF-FROM NOT > CYCLE-DATE)
082600        AND (EIM-TO-OPEN OR EIM-EFF-TO NOT < CYCLE-DATE)
082700        MOVE EIM-NAME TO CYCLE-DIV-NAME;
082800        SET NAME-RESOLVED TO TRUE
082900     END-IF.
083000     EJECT
083100 1450-NOTE-DIVISION-NAME.
083200* Find or add the division-name entry and stretch its cycle
083300* range; its first cycle is what keeps a renamed division's
083400* sections in date order on the report.
083500     PERFORM VARYING DN-IDX FROM 1 BY 1
083600         UNTIL DN-IDX > DN-COUNT
083700         OR (DN-DIV-CODE (DN-IDX) = CYCLE-DIV-CODE
083800             AND DN-DIV-NAME (DN-IDX) = CYCLE-DIV-NAME)
083900        CONTINUE
084000     END-PERFORM.
084100     IF DN-IDX > DN-COUNT
084200        IF DN-COUNT >= 400
084300           SET TABLE-FULL TO TRUE
084400        ELSE
084500           ADD 1 TO DN-COUNT;
084600           MOVE DN-COUNT TO DN-IDX;
084700           MOVE CYCLE-DIV-CODE TO DN-DIV-CODE (DN-IDX);
084800           MOVE CYCLE-DIV-NAME TO DN-DIV-NAME (DN-IDX);
084900           MOVE CYCLE-DATE TO DN-FIRST-CYCLE (DN-IDX)
085000        END-IF
085100     END-IF.
085200     IF NOT TABLE-FULL
085300        MOVE CYCLE-DATE TO DN-LAST-CYCLE (DN-IDX);
085400        MOVE DN-FIRST-CYCLE (DN-IDX) TO CYCLE-NAME-FROM
085500     END-IF.
085600     EJECT
085700 1500-CLOSE-CYCLE.
085800* Every division of the cycle, from either side, whose master
085900* count and run-history count differ.
086000     PERFORM VARYING CD-IDX FROM 1 BY 1 UNTIL CD-IDX > CD-COUNT
086100        IF CD-MAST-DOCS (CD-IDX) NOT = CD-RUNF-DOCS (CD-IDX)
086200           ADD 1 TO MISMATCH-COUNT;
086300           MOVE CD-DIV-CODE (CD-IDX) TO MML-DIV-CODE;
086400           MOVE CD-RUNF-DOCS (CD-IDX) TO MML-RUNF-DOCS;
086500           MOVE CD-MAST-DOCS (CD-IDX) TO MML-MAST-DOCS;
086600           WRITE RPT-RECORD FROM MISMATCH-LINE
086700        END-IF
086800     END-PERFORM.
086900     MOVE LOW-VALUE TO CYCLE-OPEN-FLAG.
087000     EJECT
087100 1600-FIND-ACCUM-ENTRY.
087200* Find SEARCH-KEY in the chargeback table, or insert it in key
087300* order by shifting the higher entries up one.
087400     PERFORM VARYING AC-IDX FROM 1 BY 1
087500         UNTIL AC-IDX > AC-COUNT
087600         OR AC-KEY (AC-IDX) NOT < SEARCH-KEY
087700        CONTINUE
087800     END-PERFORM.
087900     IF AC-IDX > AC-COUNT OR AC-KEY (AC-IDX) NOT = SEARCH-KEY
088000        IF AC-COUNT >= 3000
088100           SET TABLE-FULL TO TRUE
088200        ELSE
088300           ADD 1 TO AC-COUNT;
088400           PERFORM VARYING AC-IDX2 FROM AC-COUNT BY -1
088500               UNTIL AC-IDX2 <= AC-IDX
088600              MOVE AC-ENTRY (AC-IDX2 - 1) TO AC-ENTRY (AC-IDX2)
088700           END-PERFORM;
088800           MOVE SEARCH-KEY TO AC-KEY (AC-IDX);
088900           MOVE CYCLE-DIV-NAME TO AC-DIV-NAME (AC-IDX);
089000           MOVE AMST-STORE-NAME TO AC-STORE-NAME (AC-IDX);
089100           MOVE ZERO TO AC-DOCS (AC-IDX);
089200           MOVE ZERO TO AC-PAGES (AC-IDX);
089300           MOVE ZERO TO AC-SUPP (AC-IDX);
089400           MOVE ZERO TO AC-CHARGE (AC-IDX);
089500           MOVE SPACE TO AC-JOURNAL-FLAG (AC-IDX)
089600        END-IF
089700     END-IF.
089800     EJECT
089900 2000-WRITE-CHARGEBACK.
090000* One section per division name, stores in code order, each
090100* store's charge rounded to the cent; division and grand totals
090200* add the rounded figures, so they foot to the journal entry.
090300     MOVE HIGH-VALUES TO PRIOR-SECTION.
090400     PERFORM VARYING AC-IDX FROM 1 BY 1 UNTIL AC-IDX > AC-COUNT
090500        IF AC-DIV-CODE (AC-IDX) NOT = PRIOR-DIV-CODE
090600           OR AC-NAME-FROM (AC-IDX) NOT = PRIOR-NAME-FROM
090700           IF PRIOR-SECTION NOT = HIGH-VALUES
090800              PERFORM 2200-END-DIVISION
090900           END-IF;
091000           PERFORM 2100-START-DIVISION
091100        END-IF;
091200        COMPUTE STORE-AMOUNT ROUNDED = AC-CHARGE (AC-IDX);
091300        MOVE '    STORE ' TO SRL-LABEL;
091400        MOVE AC-STORE-CODE (AC-IDX) TO SRL-CODE;
091500        MOVE AC-STORE-NAME (AC-IDX) TO SRL-NAME;
091600        MOVE AC-DOCS (AC-IDX) TO SRL-DOCS;
091700        MOVE AC-PAGES (AC-IDX) TO SRL-PAGES;
091800        MOVE AC-SUPP (AC-IDX) TO SRL-SUPP;
091900        MOVE STORE-AMOUNT TO SRL-AMOUNT;
092000        WRITE RPT-RECORD FROM STORE-LINE;
092100        ADD AC-DOCS (AC-IDX) TO DVT-DOCS, GRT-DOCS;
092200        ADD AC-PAGES (AC-IDX) TO DVT-PAGES, GRT-PAGES;
092300        ADD AC-SUPP (AC-IDX) TO DVT-SUPP, GRT-SUPP;
092400        ADD STORE-AMOUNT TO DVT-AMOUNT, GRT-AMOUNT
092500     END-PERFORM.
092600     IF PRIOR-SECTION NOT = HIGH-VALUES
092700        PERFORM 2200-END-DIVISION
092800     END-IF.
092900     MOVE SPACES TO RPT-RECORD.
093000     WRITE RPT-RECORD.
093100     MOVE 'PERIOD TOTAL' TO SRL-LABEL.
093200     MOVE SPACES TO SRL-CODE, SRL-NAME.
093300     MOVE GRT-DOCS TO SRL-DOCS.
093400     MOVE GRT-PAGES TO SRL-PAGES.
093500     MOVE GRT-SUPP TO SRL-SUPP.
093600     MOVE GRT-AMOUNT TO SRL-AMOUNT.
093700     WRITE RPT-RECORD FROM STORE-LINE.
093800     MOVE CYCLE-COUNT TO COUNT-DISP.
093900     MOVE SPACES TO RPT-RECORD.
094000     STRING 'CYCLES CHARGED:           ' DELIMITED BY SIZE
094100            COUNT-DISP DELIMITED BY SIZE
094200         INTO RPT-RECORD.
094300     WRITE RPT-RECORD.
094400     MOVE NO-RATE-COUNT TO COUNT-DISP.
094500     MOVE SPACES TO RPT-RECORD.
094600     STRING 'CYCLES WITH NO RATE:      ' DELIMITED BY SIZE
094700            COUNT-DISP DELIMITED BY SIZE
094800         INTO RPT-RECORD.
094900     WRITE RPT-RECORD.
095000     MOVE MISMATCH-COUNT TO COUNT-DISP.
095100     MOVE SPACES TO RPT-RECORD.
095200     STRING 'DIVISION COUNTS DIFFERING:' DELIMITED BY SIZE
095300            COUNT-DISP DELIMITED BY SIZE
095400         INTO RPT-RECORD.
095500     WRITE RPT-RECORD.
095600     EJECT
095700 2100-START-DIVISION.
095800     INITIALIZE DIVISION-TOTALS.
095900     PERFORM VARYING DN-IDX FROM 1 BY 1
096000         UNTIL DN-IDX > DN-COUNT
096100         OR (DN-DIV-CODE (DN-IDX) = AC-DIV-CODE (AC-IDX)
096200             AND DN-FIRST-CYCLE (DN-IDX) = AC-NAME-FROM (AC-IDX)
096300             AND DN-DIV-NAME (DN-IDX) = AC-DIV-NAME (AC-IDX))
096400        CONTINUE
096500     END-PERFORM.
096600     MOVE SPACES TO RPT-RECORD.
096700     WRITE RPT-RECORD.
096800     MOVE AC-DIV-CODE (AC-IDX) TO DVL-CODE.
096900     MOVE AC-DIV-NAME (AC-IDX) TO DVL-NAME.
097000     IF DN-IDX > DN-COUNT
097100        MOVE AC-NAME-FROM (AC-IDX) TO DVL-FIRST-CYCLE;
097200        MOVE SPACES TO DVL-LAST-CYCLE
097300     ELSE
097400        MOVE DN-FIRST-CYCLE (DN-IDX) TO DVL-FIRST-CYCLE;
097500        MOVE DN-LAST-CYCLE (DN-IDX) TO DVL-LAST-CYCLE
097600     END-IF.
097700     WRITE RPT-RECORD FROM DIVISION-LINE.
097800     MOVE AC-DIV-CODE (AC-IDX) TO PRIOR-DIV-CODE.
097900     MOVE AC-NAME-FROM (AC-IDX) TO PRIOR-NAME-FROM.
098000     EJECT
098100 2200-END-DIVISION.
098200     MOVE '  DIVISION' TO SRL-LABEL.
098300     MOVE PRIOR-DIV-CODE TO SRL-CODE.
098400     MOVE 'TOTAL' TO SRL-NAME.
098500     MOVE DVT-DOCS TO SRL-DOCS.
098600     MOVE DVT-PAGES TO SRL-PAGES.
098700     MOVE DVT-SUPP TO SRL-SUPP.
098800     MOVE DVT-AMOUNT TO SRL-AMOUNT.
098900     WRITE RPT-RECORD FROM STORE-LINE.
099000     EJECT
099100 3000-WRITE-JOURNAL.
099200* One debit per division and store code, summed across any
099300* rename, then the balancing credit and the trailer. A period
099400* with an unpriced cycle gets the trailer alone.
099500     IF NO-RATE-COUNT = ZERO
099600        PERFORM VARYING AC-IDX FROM 1 BY 1 UNTIL AC-IDX > AC-COUNT
099700           IF NOT AC-JOURNALED (AC-IDX)
099800              PERFORM 3100-WRITE-ONE-DEBIT
099900           END-IF
100000        END-PERFORM;
100100        IF JOURNAL-TOTAL > ZERO
100200           MOVE SPACES TO CBJ-RECORD;
100300           SET CBJ-DETAIL TO TRUE;
100400           MOVE PERIOD-TO TO CBJ-POSTING-DATE;
100500           MOVE OFFSET-ACCOUNT TO CBJ-GL-ACCOUNT;
100600           SET CBJ-CREDIT TO TRUE;
100700           MOVE JOURNAL-TOTAL TO CBJ-AMOUNT;
100800           MOVE PERIOD-FROM TO CBJ-PERIOD-FROM;
100900           MOVE PERIOD-TO TO CBJ-PERIOD-TO;
101000           MOVE 'ACIF PRINT CHARGEBCK' TO CBJ-DESCRIPTION;
101100           WRITE CBJ-RECORD;
101200           ADD 1 TO JOURNAL-COUNT
101300        END-IF
101400     END-IF.
101500     MOVE SPACES TO CBJ-RECORD.
101600     SET CBJ-TRAILER TO TRUE.
101700     MOVE PERIOD-TO TO CBJ-POSTING-DATE.
101800     MOVE JOURNAL-COUNT TO CBJ-DETAIL-COUNT.
101900     MOVE JOURNAL-TOTAL TO CBJ-TOTAL-DEBITS.
102000     MOVE JOURNAL-TOTAL TO CBJ-TOTAL-CREDITS.
102100     WRITE CBJ-RECORD.
102200     EJECT
102300 3100-WRITE-ONE-DEBIT.
102400     MOVE ZERO TO JOURNAL-AMOUNT.
102500     PERFORM VARYING AC-IDX2 FROM AC-IDX BY 1
102600         UNTIL AC-IDX2 > AC-COUNT
102700        IF AC-DIV-CODE (AC-IDX2) = AC-DIV-CODE (AC-IDX)
102800           AND AC-STORE-CODE (AC-IDX2) = AC-STORE-CODE (AC-IDX)
102900           COMPUTE STORE-AMOUNT ROUNDED = AC-CHARGE (AC-IDX2);
103000           ADD STORE-AMOUNT TO JOURNAL-AMOUNT;
103100           SET AC-JOURNALED (AC-IDX2) TO TRUE
103200        END-IF
103300     END-PERFORM.
103400     IF JOURNAL-AMOUNT > ZERO
103500        MOVE SPACES TO CBJ-RECORD;
103600        SET CBJ-DETAIL TO TRUE;
103700        MOVE PERIOD-TO TO CBJ-POSTING-DATE;
103800        MOVE EXPENSE-ACCOUNT TO CBJ-GL-ACCOUNT;
103900        MOVE AC-DIV-CODE (AC-IDX) TO CBJ-DIV-CODE;
104000        MOVE AC-STORE-CODE (AC-IDX) TO CBJ-STORE-CODE;
104100        SET CBJ-DEBIT TO TRUE;
104200        MOVE JOURNAL-AMOUNT TO CBJ-AMOUNT;
104300        MOVE PERIOD-FROM TO CBJ-PERIOD-FROM;
104400        MOVE PERIOD-TO TO CBJ-PERIOD-TO;
104500        MOVE 'ACIF PRINT CHARGEBCK' TO CBJ-DESCRIPTION;
104600        WRITE CBJ-RECORD;
104700        ADD 1 TO JOURNAL-COUNT;
104800        ADD JOURNAL-AMOUNT TO JOURNAL-TOTAL
104900     END-IF.
105000 END PROGRAM ACIFCHGB.
