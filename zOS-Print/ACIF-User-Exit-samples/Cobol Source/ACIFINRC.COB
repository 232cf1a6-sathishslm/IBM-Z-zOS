000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ RENT
000150* LAST UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 02             *   !@02
000200* UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 01             *
000300 ID DIVISION.
000400 PROGRAM-ID. 'ACIFINRC'.
000500 AUTHOR. TURETZKY--HYDRA.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700               Inserter completion reconciliation. ACIFBAL proves
000800               the exits saw what billing sent; nothing proved
000900               that every printed statement was then inserted and
001000               mailed. The inserter's spoilage and jam log was
001100               checked by eye, and a damaged statement was
001200               reprinted only if somebody noticed. This program
001300               reads the inserter's completion file and compares
001400               it with the run's printed documents on ACIFAMST
001500               (the audit master built by ACIFAUDM), page by
001600               page.
001700
001800               The control card on ACINCTL names the run:
001900                   col  1-8   run date to reconcile, YYYYMMDD
001910                   col 10-17  print stream, as in col 38-45 of the  !@02
001920                              run's ACIFCYCL card (blank = the      !@02
001930                              main run)                             !@02
001940               Each print stream has its own print file, numbered   !@02
001950               from page 1, and goes through the inserter as its    !@02
001960               own job, so a stream is reconciled on its own, with  !@02
001970               its own ACINCMP.                                     !@02
002000
002100               The completion file, ACINCMP, one finished piece
002200               per record, by print-file page range:
002300                   col  1-8   run date, YYYYMMDD
002400                   col 10-17  first print-file page of the piece
002500                   col 19-26  last print-file page of the piece
002600                   col 28-35  inserter piece reference (listed
002700                              only)
002800               A record for another run date is listed and
002900               ignored, so a file holding two nights' pieces
003000               does not confuse either.
003100
003200               The run's printed documents are found down the
003300               master's division alternate index (see ACIFAUDM's
003400               prologue), one division at a time, skipping from
003500               division to division rather than reading the whole
003600               master. A suppressed document never reached the
003700               print file and is not expected back. A printed
003800               document's pages on the master are its print-file
003900               positions as released, which is what the inserter
004000               reports.
004020               Documents the master holds for another stream of     !@02
004040               the same run date are counted and left out.          !@02
004100
004200               ACINRPT lists every document with a page the
004300               inserter never completed, every run of pages
004400               completed more than once (a piece that went
004500               through twice, or a re-fed jam), and any completed
004600               pages that belong to no printed document. For each
004700               account with a document not completed, one reprint
004800               request is written to ACINRPRT in the layout
004900               ACIFRPRT reads on RPRTCARD -- the account in col
005000               1-10 and the run date as both the from date (col
005100               12-19) and the to date (col 21-28) -- so spoiled
005200               pieces flow straight into the reprint job.
005220               The card also carries the stream in col 30-37,       !@02
005240               *MAIN for the main run, so ACIFRPRT reprints only    !@02
005260               from the print file that was reconciled.             !@02
005300
005400               Pages are checked up to page 500000 of the print
005500               file; a document past that is listed as not
005600               checked and treated as outstanding, as is one
005700               with no page positions on the master.
005800
005900               Return code 0 means every printed document was
006000               completed exactly once. 8 means documents are
006100               outstanding and reprint requests were written; 4
006200               means nothing is missing but pages were completed
006300               twice, or completion records could not be used;
006400               16 means a file or the control card was unusable
006500               and nothing was reconciled.
006600 DATE-WRITTEN. 15 OCT 26.
006700 DATE-COMPILED.
006800 SECURITY. IBM SAMPLE CODE ONLY.
006900*/**************************************************************/
007000*/* Licensed under the Apache License, Version 2.0 (the        */
007100*/* "License"); you may not use this file except in compliance */
007200*/* with the License. You may obtain a copy of the License at  */
007300*/*                                                            */
007400*/* http://www.apache.org/licenses/LICENSE-2.0                 */
007500*/*                                                            */
007600*/* Unless required by applicable law or agreed to in writing, */
007700*/* software distributed under the License is distributed on an*/
007800*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
007900*/* KIND, either express or implied.  See the License for the  */
008000*/* specific language governing permissions and limitations    */
008100*/* under the License.                                         */
008200*/**************************************************************/
008300 TITLE 'ACIF Inserter Completion Reconciliation'.
008400 ENVIRONMENT DIVISION.
008500 CONFIGURATION SECTION.
008600 SOURCE-COMPUTER. IBM-370.
008700 OBJECT-COMPUTER. IBM-370.
008800 INPUT-OUTPUT SECTION.
008900 FILE-CONTROL.
009000     SELECT CONTROL-FILE ASSIGN TO ACINCTL
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS CONTROL-FILE-STATUS.
009300     SELECT COMPLETION-FILE ASSIGN TO ACINCMP
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS COMPLETION-FILE-STATUS.
009600     SELECT MASTER-FILE ASSIGN TO ACIFAMST
009700         ORGANIZATION IS INDEXED
009800         ACCESS MODE IS DYNAMIC
009900         RECORD KEY IS AMST-KEY
010000         ALTERNATE RECORD KEY IS AMST-DIV-KEY
010100             WITH DUPLICATES
010200         ALTERNATE RECORD KEY IS AMST-STORE-KEY
010300             WITH DUPLICATES
010400         FILE STATUS IS MASTER-FILE-STATUS.
010500     SELECT REPRINT-REQUEST-FILE ASSIGN TO ACINRPRT
010600         ORGANIZATION IS SEQUENTIAL
010700         FILE STATUS IS REPRINT-REQUEST-STATUS.
010800     SELECT REPORT-FILE ASSIGN TO ACINRPT
010900         ORGANIZATION IS SEQUENTIAL
011000         FILE STATUS IS REPORT-FILE-STATUS.
011100     EJECT
011200 DATA DIVISION.
011300 FILE SECTION.
011400 FD  CONTROL-FILE
011500     LABEL RECORDS ARE STANDARD.
011600 01  CONTROL-RECORD.
011700     05  CTL-RUN-DATE            PIC X(8).
011720     05  FILLER                  PIC X.                             !@02
011740     05  CTL-STREAM-ID           PIC X(8).                          !@02
011800     05  FILLER                  PIC X(63).                         !@02
011900 FD  COMPLETION-FILE
012000     LABEL RECORDS ARE STANDARD.
012100 01  COMPLETION-RECORD.
012200     05  CMP-RUN-DATE            PIC X(8).
012300     05  FILLER                  PIC X.
012400     05  CMP-FIRST-PAGE          PIC X(8).
012500     05  CMP-FIRST-PAGE-NUM      REDEFINES CMP-FIRST-PAGE
012600                                 PIC 9(8).
012700     05  FILLER                  PIC X.
012800     05  CMP-LAST-PAGE           PIC X(8).
012900     05  CMP-LAST-PAGE-NUM       REDEFINES CMP-LAST-PAGE
013000                                 PIC 9(8).
013100     05  FILLER                  PIC X.
013200     05  CMP-PIECE-REF           PIC X(8).
013300     05  FILLER                  PIC X(45).
013400 FD  MASTER-FILE
013500     LABEL RECORDS ARE STANDARD.
013600     COPY ACAMSREC.
013700 FD  REPRINT-REQUEST-FILE
013800     LABEL RECORDS ARE STANDARD.
013900* ACIFRPRT's RPRTCARD request: account, from date, to date,         !@02
013950* print stream.                                                     !@02
014000 01  REPRINT-REQUEST-CARD.
014100     05  RRQ-ACCOUNT             PIC X(10).
014200     05  FILLER                  PIC X.
014300     05  RRQ-FROM-DATE           PIC X(8).
014400     05  FILLER                  PIC X.
014500     05  RRQ-TO-DATE             PIC X(8).
014520     05  FILLER                  PIC X.                             !@02
014540     05  RRQ-STREAM              PIC X(8).                          !@02
014600     05  FILLER                  PIC X(43).                         !@02
014700 FD  REPORT-FILE
014800     LABEL RECORDS ARE STANDARD.
014900 01  RPT-RECORD                  PIC X(133).
015000     EJECT
015100 WORKING-STORAGE SECTION.
015200 77  PGMNAME                     PIC X(8) VALUE 'ACIFINRC'.
015300 77  CONTROL-FILE-STATUS         PIC XX.
015400 77  COMPLETION-FILE-STATUS      PIC XX.
015500 77  MASTER-FILE-STATUS          PIC XX.
015600 77  REPRINT-REQUEST-STATUS      PIC XX.
015700 77  REPORT-FILE-STATUS          PIC XX.
015800 77  RECON-RUN-DATE              PIC X(8) VALUE SPACES.
015850 77  RECON-STREAM                PIC X(8) VALUE SPACES.             !@02
015900 77  COMPLETION-EOF-FLAG         PIC X VALUE LOW-VALUE.
016000     88  COMPLETION-EOF          VALUE HIGH-VALUE.
016100 77  BROWSE-DONE-FLAG            PIC X.
016200     88  BROWSE-DONE             VALUE HIGH-VALUE.
016300 77  MASTER-DONE-FLAG            PIC X VALUE LOW-VALUE.
016400     88  MASTER-DONE             VALUE HIGH-VALUE.
016500 77  DOC-TABLE-FULL-FLAG         PIC X VALUE LOW-VALUE.
016600     88  DOC-TABLE-FULL          VALUE HIGH-VALUE.
016700* The division being browsed, and the next one to START at. Four
016800* digits so stepping past division 999 ends the walk.
016900 77  BROWSE-DIV                  PIC 9(4).
017000 77  NEXT-DIV                    PIC 9(4).
017100 77  DOC-IDX                     PIC S9(8) BINARY.
017200 77  PRIOR-IDX                   PIC S9(8) BINARY.
017300 77  PAGE-IDX                    PIC S9(8) BINARY.
017400 77  HIGH-PAGE                   PIC S9(8) BINARY VALUE ZERO.
017500 77  PAGES-DONE-IN-DOC           PIC S9(8) BINARY.
017600 77  DOC-SPAN                    PIC S9(8) BINARY.
017700 77  RUN-START                   PIC S9(8) BINARY.
017800 77  RUN-END                     PIC S9(8) BINARY.
017900 77  RUN-MAX-COUNT               PIC S9(4) BINARY.
018000 77  PRINTED-DOC-COUNT           PIC S9(8) BINARY VALUE ZERO.
018100 77  SUPPRESSED-DOC-COUNT        PIC S9(8) BINARY VALUE ZERO.
018150 77  OTHER-STREAM-DOC-COUNT      PIC S9(8) BINARY VALUE ZERO.       !@02
018200 77  COMPLETED-DOC-COUNT         PIC S9(8) BINARY VALUE ZERO.
018300 77  MISSING-DOC-COUNT           PIC S9(8) BINARY VALUE ZERO.
018400 77  UNCHECKED-DOC-COUNT         PIC S9(8) BINARY VALUE ZERO.
018500 77  REPRINT-CARD-COUNT          PIC S9(8) BINARY VALUE ZERO.
018600 77  COMPLETION-COUNT            PIC S9(8) BINARY VALUE ZERO.
018700 77  OTHER-RUN-COUNT             PIC S9(8) BINARY VALUE ZERO.
018800 77  BAD-COMPLETION-COUNT        PIC S9(8) BINARY VALUE ZERO.
018900 77  DOUBLE-PAGE-COUNT           PIC S9(8) BINARY VALUE ZERO.
019000 77  NO-DOC-PAGE-COUNT           PIC S9(8) BINARY VALUE ZERO.
019100 77  COUNT-DISP                  PIC ZZZ,ZZZ,ZZ9.
019200 77  TIMES-DISP                  PIC ZZZ9.
019300* The run's printed documents, as loaded from the master.
019400* DT-CARD-FLAG marks the documents whose account already has its
019500* reprint request, so an account with two spoiled documents the
019600* same night gets one card (ACIFRPRT reprints all of them).
019700 01  DOC-TABLE-AREA.
019800     05  DT-COUNT                PIC S9(8) BINARY VALUE ZERO.
019900     05  DT-ENTRY OCCURS 1 TO 50000 TIMES
020000                  DEPENDING ON DT-COUNT.
020100         10  DT-ACCOUNT          PIC X(10).
020200         10  DT-FIRST-PAGE       PIC S9(8) BINARY.
020300         10  DT-LAST-PAGE        PIC S9(8) BINARY.
020400         10  DT-DIV-CODE         PIC 999.
020500         10  DT-STORE-CODE       PIC 999.
020600         10  DT-MISSING-FLAG     PIC X.
020700             88  DT-MISSING      VALUE 'Y'.
020800         10  DT-CARD-FLAG        PIC X.
020900             88  DT-CARD-WRITTEN VALUE 'Y'.
021000* One slot per print-file page: how many times the inserter
021100* reported it completed, and whether a printed document owns it.
021200 01  PAGE-TABLE-AREA.
021300     05  PAGE-ENTRY OCCURS 500000 TIMES.
021400         10  PG-DONE-COUNT       PIC S9(4) BINARY.
021500         10  PG-DOC-FLAG         PIC X.
021600             88  PG-IN-DOCUMENT  VALUE 'Y'.
021700 01  HEADING-LINE.
021800     05  FILLER                  PIC X(41)
021900             VALUE 'ACIFINRC INSERTER COMPLETION RECONCILIATI'.
022000     05  FILLER                  PIC X(14)
022100             VALUE 'ON  RUN DATE '.
022200     05  HDG-RUN-DATE            PIC X(8).
022220     05  FILLER                  PIC X(9) VALUE '  STREAM '.        !@02
022240     05  HDG-STREAM              PIC X(8).                          !@02
022300     05  FILLER                  PIC X(53) VALUE SPACES.            !@02
022400 01  DOCUMENT-LINE.
022500     05  FILLER                  PIC XX VALUE SPACES.
022600     05  DL-ACCOUNT              PIC X(10).
022700     05  FILLER                  PIC X(6) VALUE '  DIV '.
022800     05  DL-DIV-CODE             PIC 999.
022900     05  FILLER                  PIC X(8) VALUE '  STORE '.
023000     05  DL-STORE-CODE           PIC 999.
023100     05  FILLER                  PIC X(8) VALUE '  PAGES '.
023200     05  DL-FIRST-PAGE           PIC 9(8).
023300     05  FILLER                  PIC X VALUE '-'.
023400     05  DL-LAST-PAGE            PIC 9(8).
023500     05  FILLER                  PIC XX VALUE SPACES.
023600     05  DL-NOTE                 PIC X(40).
023700     05  FILLER                  PIC X(34) VALUE SPACES.
023800 01  PAGE-RUN-LINE.
023900     05  FILLER                  PIC X(8) VALUE '  PAGES '.
024000     05  PR-FIRST-PAGE           PIC 9(8).
024100     05  FILLER                  PIC X VALUE '-'.
024200     05  PR-LAST-PAGE            PIC 9(8).
024300     05  FILLER                  PIC XX VALUE SPACES.
024400     05  PR-NOTE                 PIC X(40).
024500     05  FILLER                  PIC X(66) VALUE SPACES.
024600 01  COMPLETION-LINE.
024700     05  FILLER                  PIC XX VALUE SPACES.
024800     05  CL-IMAGE                PIC X(35).
024900     05  FILLER                  PIC XX VALUE SPACES.
025000     05  CL-NOTE                 PIC X(40).
025100     05  FILLER                  PIC X(54) VALUE SPACES.
025200     EJECT
025300 PROCEDURE DIVISION.
025400 0000-MAIN.
025500     PERFORM 0050-READ-CONTROL-CARD.
025600     IF RECON-RUN-DATE = SPACES
025700        MOVE 16 TO RETURN-CODE;
025800        GOBACK
025900     END-IF.
026000     OPEN INPUT COMPLETION-FILE.
026100     IF COMPLETION-FILE-STATUS NOT = '00'
026200        DISPLAY PGMNAME, ' UNABLE TO OPEN ACINCMP, STATUS=',
026300                COMPLETION-FILE-STATUS;
026400        MOVE 16 TO RETURN-CODE;
026500        GOBACK
026600     END-IF.
026700     OPEN INPUT MASTER-FILE.
026800     IF MASTER-FILE-STATUS NOT = '00'
026900        DISPLAY PGMNAME, ' UNABLE TO OPEN ACIFAMST, STATUS=',
027000                MASTER-FILE-STATUS;
027100        CLOSE COMPLETION-FILE;
027200        MOVE 16 TO RETURN-CODE;
027300        GOBACK
027400     END-IF.
027500     OPEN OUTPUT REPRINT-REQUEST-FILE.
027600     IF REPRINT-REQUEST-STATUS NOT = '00'
027700        DISPLAY PGMNAME, ' UNABLE TO OPEN ACINRPRT, STATUS=',
027800                REPRINT-REQUEST-STATUS;
027900        CLOSE COMPLETION-FILE, MASTER-FILE;
028000        MOVE 16 TO RETURN-CODE;
028100        GOBACK
028200     END-IF.
028300     OPEN OUTPUT REPORT-FILE.
028400     IF REPORT-FILE-STATUS NOT = '00'
028500        DISPLAY PGMNAME, ' UNABLE TO OPEN ACINRPT, STATUS=',
028600                REPORT-FILE-STATUS;
028700        CLOSE COMPLETION-FILE, MASTER-FILE, REPRINT-REQUEST-FILE;
028800        MOVE 16 TO RETURN-CODE;
028900        GOBACK
029000     END-IF.
029100     MOVE RECON-RUN-DATE TO HDG-RUN-DATE.
029110     IF RECON-STREAM = SPACES                                       !@02
029120        MOVE '(MAIN)' TO HDG-STREAM                                 !@02
029130     ELSE                                                           !@02
029140        MOVE RECON-STREAM TO HDG-STREAM                             !@02
029150     END-IF.                                                        !@02
029200     WRITE RPT-RECORD FROM HEADING-LINE.
029300     INITIALIZE PAGE-TABLE-AREA.
029400     PERFORM 1000-LOAD-PRINTED-DOCUMENTS.
029500     IF DOC-TABLE-FULL
029600        DISPLAY PGMNAME, ' MORE THAN 50000 PRINTED DOCUMENTS ON ',
029700                RECON-RUN-DATE, ' -- RUN STOPPED';
029800        CLOSE COMPLETION-FILE, MASTER-FILE, REPRINT-REQUEST-FILE,
029900              REPORT-FILE;
030000        MOVE 16 TO RETURN-CODE;
030100        GOBACK
030200     END-IF.
030300     PERFORM 2000-READ-COMPLETIONS.
030400     PERFORM 3000-CHECK-DOCUMENTS.
030500     PERFORM 4000-CHECK-PAGES.
030600     PERFORM 5000-WRITE-TOTALS.
030700     CLOSE COMPLETION-FILE, MASTER-FILE, REPRINT-REQUEST-FILE,
030800           REPORT-FILE.
030900     DISPLAY PGMNAME, ' PRINTED=', PRINTED-DOC-COUNT,
031000             ' NOT COMPLETED=', MISSING-DOC-COUNT,
031100             ' REPRINT REQUESTS=', REPRINT-CARD-COUNT,
031200             ' PAGES COMPLETED TWICE=', DOUBLE-PAGE-COUNT.
031300     EVALUATE TRUE
031400      WHEN MISSING-DOC-COUNT > ZERO
031500           OR UNCHECKED-DOC-COUNT > ZERO
031600       MOVE 8 TO RETURN-CODE
031700      WHEN DOUBLE-PAGE-COUNT > ZERO
031800           OR NO-DOC-PAGE-COUNT > ZERO
031900           OR BAD-COMPLETION-COUNT > ZERO
032000       MOVE 4 TO RETURN-CODE
032100      WHEN OTHER
032200       MOVE ZERO TO RETURN-CODE
032300     END-EVALUATE.
032400     GOBACK.
032500     EJECT
032600 0050-READ-CONTROL-CARD.
032700* No card, or a run date that is not a date, leaves RECON-RUN-DATE
032800* blank and stops the run: reconciling the wrong night would
032900* request reprints of statements that were mailed.
033000     OPEN INPUT CONTROL-FILE.
033100     IF CONTROL-FILE-STATUS NOT = '00'
033200        DISPLAY PGMNAME, ' NO ACINCTL CONTROL CARD, STATUS=',
033300                CONTROL-FILE-STATUS
033400     ELSE
033500        READ CONTROL-FILE
033600           AT END
033700              DISPLAY PGMNAME, ' ACINCTL IS EMPTY'
033800           NOT AT END
033900              IF CTL-RUN-DATE NUMERIC
034000                 MOVE CTL-RUN-DATE TO RECON-RUN-DATE;               !@02
034050                 MOVE CTL-STREAM-ID TO RECON-STREAM                 !@02
034100              ELSE
034200                 DISPLAY PGMNAME, ' INVALID CONTROL CARD: ',
034300                         CONTROL-RECORD
034400              END-IF
034500        END-READ;
034600        CLOSE CONTROL-FILE
034700     END-IF.
034800     EJECT
034900 1000-LOAD-PRINTED-DOCUMENTS.
035000* Walk the division alternate index one division at a time: START
035100* at (division, run date), read while both still match, then
035200* START again at the next division the index actually holds. A
035300* record past the run date in the same division sends the walk
035400* to the division after it.
035500     MOVE ZERO TO NEXT-DIV.
035600     PERFORM UNTIL MASTER-DONE OR DOC-TABLE-FULL
035700        MOVE NEXT-DIV TO BROWSE-DIV;
035800        MOVE BROWSE-DIV TO AMST-DK-DIV-CODE;
035900        MOVE RECON-RUN-DATE TO AMST-DK-RUN-DATE;
036000        MOVE LOW-VALUE TO BROWSE-DONE-FLAG;
036100        START MASTER-FILE KEY NOT < AMST-DIV-KEY
036200           INVALID KEY
036300              SET MASTER-DONE TO TRUE
036400        END-START;
036500        PERFORM 1100-BROWSE-ONE-DIVISION
036600            UNTIL BROWSE-DONE OR MASTER-DONE OR DOC-TABLE-FULL
036700     END-PERFORM.
036800     EJECT
036900 1100-BROWSE-ONE-DIVISION.
037000     READ MASTER-FILE NEXT
037100        AT END
037200           SET MASTER-DONE TO TRUE
037300        NOT AT END
037400           EVALUATE TRUE
037500            WHEN AMST-DK-DIV-CODE = BROWSE-DIV
037600                 AND AMST-DK-RUN-DATE = RECON-RUN-DATE
037700             PERFORM 1150-KEEP-DOCUMENT
037800            WHEN AMST-DK-DIV-CODE = BROWSE-DIV
037900             SET BROWSE-DONE TO TRUE;
038000             COMPUTE NEXT-DIV = BROWSE-DIV + 1
038100            WHEN OTHER
038200             SET BROWSE-DONE TO TRUE;
038300             MOVE AMST-DK-DIV-CODE TO NEXT-DIV
038400           END-EVALUATE
038500     END-READ.
038600     IF NEXT-DIV > 999
038700        SET MASTER-DONE TO TRUE
038800     END-IF.
038900     EJECT
039000 1150-KEEP-DOCUMENT.
039100* A suppressed document never reached the print file and is not     !@02
039200* expected back from the inserter; nor is one printed in another    !@02
039250* stream, whose pages are on that stream's own print file.          !@02
039270     EVALUATE TRUE                                                  !@02
039280      WHEN AMST-STREAM-ID NOT = RECON-STREAM                        !@02
039290       ADD 1 TO OTHER-STREAM-DOC-COUNT                              !@02
039300      WHEN AMST-SUPPRESSED                                          !@02
039400       ADD 1 TO SUPPRESSED-DOC-COUNT                                !@02
039500      WHEN OTHER                                                    !@02
039600       IF DT-COUNT >= 50000                                         !@02
039700          SET DOC-TABLE-FULL TO TRUE                                !@02
039800       ELSE                                                         !@02
039900          ADD 1 TO DT-COUNT;                                        !@02
040000          ADD 1 TO PRINTED-DOC-COUNT;                               !@02
040100          MOVE AMST-ACCOUNT-NO TO DT-ACCOUNT (DT-COUNT);            !@02
040200          MOVE AMST-PAGE-NUM TO DT-FIRST-PAGE (DT-COUNT);           !@02
040300          MOVE AMST-LAST-PAGE TO DT-LAST-PAGE (DT-COUNT);           !@02
040400          MOVE AMST-DIV-CODE TO DT-DIV-CODE (DT-COUNT);             !@02
040500          MOVE AMST-STORE-CODE TO DT-STORE-CODE (DT-COUNT);         !@02
040600          MOVE SPACE TO DT-MISSING-FLAG (DT-COUNT);                 !@02
040700          MOVE SPACE TO DT-CARD-FLAG (DT-COUNT);                    !@02
040800          IF AMST-PAGE-NUM > ZERO                                   !@02
040900             AND AMST-LAST-PAGE NOT > 500000                        !@02
041000             PERFORM VARYING PAGE-IDX FROM AMST-PAGE-NUM BY 1       !@02
041100                 UNTIL PAGE-IDX > AMST-LAST-PAGE                    !@02
041200                SET PG-IN-DOCUMENT (PAGE-IDX) TO TRUE               !@02
041300             END-PERFORM;                                           !@02
041400             IF AMST-LAST-PAGE > HIGH-PAGE                          !@02
041500                MOVE AMST-LAST-PAGE TO HIGH-PAGE                    !@02
041600             END-IF                                                 !@02
041700          END-IF                                                    !@02
041800       END-IF                                                       !@02
041900     END-EVALUATE.                                                  !@02
042000     EJECT
042100 2000-READ-COMPLETIONS.
042200     MOVE SPACES TO RPT-RECORD.
042300     WRITE RPT-RECORD.
042400     MOVE 'COMPLETION RECORDS NOT USED' TO RPT-RECORD.
042500     WRITE RPT-RECORD.
042600     PERFORM UNTIL COMPLETION-EOF
042700        READ COMPLETION-FILE
042800           AT END SET COMPLETION-EOF TO TRUE
042900           NOT AT END PERFORM 2100-ONE-COMPLETION
043000        END-READ
043100     END-PERFORM.
043200     EJECT
043300 2100-ONE-COMPLETION.
043400* Count every page of a finished piece. A record that cannot be
043500* used is listed with the reason and counted.
043600     ADD 1 TO COMPLETION-COUNT.
043700     MOVE SPACES TO CL-NOTE.
043800     EVALUATE TRUE
043900      WHEN CMP-RUN-DATE NOT = RECON-RUN-DATE
044000       ADD 1 TO OTHER-RUN-COUNT;
044100       MOVE 'OTHER RUN DATE, IGNORED' TO CL-NOTE
044200      WHEN CMP-FIRST-PAGE NOT NUMERIC
044300           OR CMP-LAST-PAGE NOT NUMERIC
044400       ADD 1 TO BAD-COMPLETION-COUNT;
044500       MOVE 'PAGE RANGE NOT NUMERIC' TO CL-NOTE
044600      WHEN CMP-FIRST-PAGE-NUM = ZERO
044700           OR CMP-FIRST-PAGE-NUM > CMP-LAST-PAGE-NUM
044800       ADD 1 TO BAD-COMPLETION-COUNT;
044900       MOVE 'PAGE RANGE OUT OF ORDER' TO CL-NOTE
045000      WHEN CMP-LAST-PAGE-NUM > 500000
045100       ADD 1 TO BAD-COMPLETION-COUNT;
045200       MOVE 'PAST PAGE 500000, NOT CHECKED' TO CL-NOTE
045300      WHEN OTHER
045400       PERFORM VARYING PAGE-IDX FROM CMP-FIRST-PAGE-NUM BY 1
045500           UNTIL PAGE-IDX > CMP-LAST-PAGE-NUM
045600          ADD 1 TO PG-DONE-COUNT (PAGE-IDX)
045700       END-PERFORM;
045800       IF CMP-LAST-PAGE-NUM > HIGH-PAGE
045900          MOVE CMP-LAST-PAGE-NUM TO HIGH-PAGE
046000       END-IF
046100     END-EVALUATE.
046200     IF CL-NOTE NOT = SPACES
046300        MOVE COMPLETION-RECORD TO CL-IMAGE;
046400        WRITE RPT-RECORD FROM COMPLETION-LINE
046500     END-IF.
046600     EJECT
046700 3000-CHECK-DOCUMENTS.
046800     MOVE SPACES TO RPT-RECORD.
046900     WRITE RPT-RECORD.
047000     MOVE 'PRINTED DOCUMENTS NOT COMPLETED' TO RPT-RECORD.
047100     WRITE RPT-RECORD.
047200     PERFORM 3100-CHECK-ONE-DOCUMENT
047300         VARYING DOC-IDX FROM 1 BY 1
047400         UNTIL DOC-IDX > DT-COUNT.
047500     EJECT
047600 3100-CHECK-ONE-DOCUMENT.
047700* Every page of the document must have come off the inserter at
047800* least once; a piece that lost even one page to a jam is
047900* reprinted whole.
048000     MOVE SPACES TO DL-NOTE.
048100     IF DT-FIRST-PAGE (DOC-IDX) < 1
048200        OR DT-LAST-PAGE (DOC-IDX) > 500000
048300        ADD 1 TO UNCHECKED-DOC-COUNT;
048400        MOVE 'PAGE RANGE NOT CHECKABLE' TO DL-NOTE
048500     ELSE
048600        MOVE ZERO TO PAGES-DONE-IN-DOC;
048700        PERFORM VARYING PAGE-IDX FROM DT-FIRST-PAGE (DOC-IDX) BY 1
048800            UNTIL PAGE-IDX > DT-LAST-PAGE (DOC-IDX)
048900           IF PG-DONE-COUNT (PAGE-IDX) > ZERO
049000              ADD 1 TO PAGES-DONE-IN-DOC
049100           END-IF
049200        END-PERFORM;
049300        COMPUTE DOC-SPAN =
049400            DT-LAST-PAGE (DOC-IDX) - DT-FIRST-PAGE (DOC-IDX) + 1;
049500        EVALUATE TRUE
049600         WHEN PAGES-DONE-IN-DOC = DOC-SPAN
049700          ADD 1 TO COMPLETED-DOC-COUNT
049800         WHEN PAGES-DONE-IN-DOC = ZERO
049900          ADD 1 TO MISSING-DOC-COUNT;
050000          SET DT-MISSING (DOC-IDX) TO TRUE;
050100          MOVE 'NEVER COMPLETED' TO DL-NOTE
050200         WHEN OTHER
050300          ADD 1 TO MISSING-DOC-COUNT;
050400          SET DT-MISSING (DOC-IDX) TO TRUE;
050500          MOVE 'PARTLY COMPLETED, PAGES MISSING' TO DL-NOTE
050600        END-EVALUATE
050700     END-IF.
050800     IF DL-NOTE NOT = SPACES
050900        MOVE DT-ACCOUNT (DOC-IDX) TO DL-ACCOUNT;
051000        MOVE DT-DIV-CODE (DOC-IDX) TO DL-DIV-CODE;
051100        MOVE DT-STORE-CODE (DOC-IDX) TO DL-STORE-CODE;
051200        MOVE DT-FIRST-PAGE (DOC-IDX) TO DL-FIRST-PAGE;
051300        MOVE DT-LAST-PAGE (DOC-IDX) TO DL-LAST-PAGE;
051400        WRITE RPT-RECORD FROM DOCUMENT-LINE
051500     END-IF.
051600     IF DT-MISSING (DOC-IDX)
051700        PERFORM 3200-WRITE-REPRINT-REQUEST
051800     END-IF.
051900     EJECT
052000 3200-WRITE-REPRINT-REQUEST.
052100* One card per account: skip it when an earlier missing document
052200* for the same account already wrote one.
052300     MOVE ZERO TO PRIOR-IDX.
052400     PERFORM VARYING PAGE-IDX FROM 1 BY 1
052500         UNTIL PAGE-IDX >= DOC-IDX OR PRIOR-IDX NOT = ZERO
052600        IF DT-CARD-WRITTEN (PAGE-IDX)
052700           AND DT-ACCOUNT (PAGE-IDX) = DT-ACCOUNT (DOC-IDX)
052800           MOVE PAGE-IDX TO PRIOR-IDX
052900        END-IF
053000     END-PERFORM.
053100     IF PRIOR-IDX = ZERO
053200        MOVE SPACES TO REPRINT-REQUEST-CARD;
053300        MOVE DT-ACCOUNT (DOC-IDX) TO RRQ-ACCOUNT;
053400        MOVE RECON-RUN-DATE TO RRQ-FROM-DATE;
053500        MOVE RECON-RUN-DATE TO RRQ-TO-DATE;
053510        IF RECON-STREAM = SPACES                                    !@02
053520           MOVE '*MAIN' TO RRQ-STREAM                               !@02
053530        ELSE                                                        !@02
053540           MOVE RECON-STREAM TO RRQ-STREAM                          !@02
053550        END-IF;                                                     !@02
053600        WRITE REPRINT-REQUEST-CARD;
053700        ADD 1 TO REPRINT-CARD-COUNT;
053800        SET DT-CARD-WRITTEN (DOC-IDX) TO TRUE
053900     END-IF.
054000     EJECT
054100 4000-CHECK-PAGES.
054200* Two sweeps over the print file's pages, each listing runs of
054300* consecutive pages: first those completed more than once, then
054400* those completed but owned by no printed document.
054500     MOVE SPACES TO RPT-RECORD.
054600     WRITE RPT-RECORD.
054700     MOVE 'PAGES COMPLETED MORE THAN ONCE' TO RPT-RECORD.
054800     WRITE RPT-RECORD.
054900     MOVE ZERO TO RUN-START.
055000     PERFORM 4100-CHECK-DOUBLE-PAGE
055100         VARYING PAGE-IDX FROM 1 BY 1
055200         UNTIL PAGE-IDX > HIGH-PAGE.
055300     IF RUN-START NOT = ZERO
055400        MOVE HIGH-PAGE TO RUN-END;
055500        PERFORM 4150-LIST-DOUBLE-RUN
055600     END-IF.
055700     MOVE SPACES TO RPT-RECORD.
055800     WRITE RPT-RECORD.
055900     MOVE 'COMPLETED PAGES IN NO PRINTED DOCUMENT' TO RPT-RECORD.
056000     WRITE RPT-RECORD.
056100     MOVE ZERO TO RUN-START.
056200     PERFORM 4200-CHECK-ORPHAN-PAGE
056300         VARYING PAGE-IDX FROM 1 BY 1
056400         UNTIL PAGE-IDX > HIGH-PAGE.
056500     IF RUN-START NOT = ZERO
056600        MOVE HIGH-PAGE TO RUN-END;
056700        PERFORM 4250-LIST-ORPHAN-RUN
056800     END-IF.
056900     EJECT
057000 4100-CHECK-DOUBLE-PAGE.
057100     IF PG-DONE-COUNT (PAGE-IDX) > 1
057200        ADD 1 TO DOUBLE-PAGE-COUNT;
057300        IF RUN-START = ZERO
057400           MOVE PAGE-IDX TO RUN-START;
057500           MOVE ZERO TO RUN-MAX-COUNT
057600        END-IF;
057700        IF PG-DONE-COUNT (PAGE-IDX) > RUN-MAX-COUNT
057800           MOVE PG-DONE-COUNT (PAGE-IDX) TO RUN-MAX-COUNT
057900        END-IF
058000     ELSE
058100        IF RUN-START NOT = ZERO
058200           COMPUTE RUN-END = PAGE-IDX - 1;
058300           PERFORM 4150-LIST-DOUBLE-RUN
058400        END-IF
058500     END-IF.
058600     EJECT
058700 4150-LIST-DOUBLE-RUN.
058800* Name the account whose document holds the first page of the
058900* run, so the mail desk knows whose statement may have gone out
059000* twice.
059100     MOVE RUN-START TO PR-FIRST-PAGE.
059200     MOVE RUN-END TO PR-LAST-PAGE.
059300     MOVE RUN-MAX-COUNT TO TIMES-DISP.
059400     MOVE ZERO TO PRIOR-IDX.
059500     PERFORM VARYING DOC-IDX FROM 1 BY 1
059600         UNTIL DOC-IDX > DT-COUNT OR PRIOR-IDX NOT = ZERO
059700        IF RUN-START NOT < DT-FIRST-PAGE (DOC-IDX)
059800           AND RUN-START NOT > DT-LAST-PAGE (DOC-IDX)
059900           MOVE DOC-IDX TO PRIOR-IDX
060000        END-IF
060100     END-PERFORM.
060200     MOVE SPACES TO PR-NOTE.
060300     IF PRIOR-IDX = ZERO
060400        STRING 'UP TO ' DELIMITED BY SIZE
060500               TIMES-DISP DELIMITED BY SIZE
060600               ' TIMES' DELIMITED BY SIZE
060700            INTO PR-NOTE
060800     ELSE
060900        STRING 'UP TO ' DELIMITED BY SIZE
061000               TIMES-DISP DELIMITED BY SIZE
061100               ' TIMES, ACCOUNT ' DELIMITED BY SIZE
061200               DT-ACCOUNT (PRIOR-IDX) DELIMITED BY SIZE
061300            INTO PR-NOTE
061400     END-IF.
061500     WRITE RPT-RECORD FROM PAGE-RUN-LINE.
061600     MOVE ZERO TO RUN-START.
061700     EJECT
061800 4200-CHECK-ORPHAN-PAGE.
061900     IF PG-DONE-COUNT (PAGE-IDX) > ZERO
062000        AND NOT PG-IN-DOCUMENT (PAGE-IDX)
062100        ADD 1 TO NO-DOC-PAGE-COUNT;
062200        IF RUN-START = ZERO
062300           MOVE PAGE-IDX TO RUN-START
062400        END-IF
062500     ELSE
062600        IF RUN-START NOT = ZERO
062700           COMPUTE RUN-END = PAGE-IDX - 1;
062800           PERFORM 4250-LIST-ORPHAN-RUN
062900        END-IF
063000     END-IF.
063100     EJECT
063200 4250-LIST-ORPHAN-RUN.
063300     MOVE RUN-START TO PR-FIRST-PAGE.
063400     MOVE RUN-END TO PR-LAST-PAGE.
063500     MOVE 'NOT A PRINTED DOCUMENT ON ACIFAMST' TO PR-NOTE.
063600     WRITE RPT-RECORD FROM PAGE-RUN-LINE.
063700     MOVE ZERO TO RUN-START.
063800     EJECT
063900 5000-WRITE-TOTALS.
064000     MOVE SPACES TO RPT-RECORD.
064100     WRITE RPT-RECORD.
064200     MOVE PRINTED-DOC-COUNT TO COUNT-DISP.
064300     MOVE SPACES TO RPT-RECORD.
064400     STRING 'PRINTED DOCUMENTS ON ACIFAMST:    ' DELIMITED BY SIZE
064500            COUNT-DISP DELIMITED BY SIZE
064600         INTO RPT-RECORD.
064700     WRITE RPT-RECORD.
064800     MOVE SUPPRESSED-DOC-COUNT TO COUNT-DISP.
064900     MOVE SPACES TO RPT-RECORD.
065000     STRING 'SUPPRESSED, NOT EXPECTED:         ' DELIMITED BY SIZE
065100            COUNT-DISP DELIMITED BY SIZE
065200         INTO RPT-RECORD.
065300     WRITE RPT-RECORD.
065310     MOVE OTHER-STREAM-DOC-COUNT TO COUNT-DISP.                     !@02
065320     MOVE SPACES TO RPT-RECORD.                                     !@02
065330     STRING 'OTHER PRINT STREAMS, NOT EXPECTED:' DELIMITED BY SIZE  !@02
065340            COUNT-DISP DELIMITED BY SIZE                            !@02
065350         INTO RPT-RECORD.                                           !@02
065360     WRITE RPT-RECORD.                                              !@02
065400     MOVE COMPLETED-DOC-COUNT TO COUNT-DISP.
065500     MOVE SPACES TO RPT-RECORD.
065600     STRING 'DOCUMENTS COMPLETED:              ' DELIMITED BY SIZE
065700            COUNT-DISP DELIMITED BY SIZE
065800         INTO RPT-RECORD.
065900     WRITE RPT-RECORD.
066000     MOVE MISSING-DOC-COUNT TO COUNT-DISP.
066100     MOVE SPACES TO RPT-RECORD.
066200     STRING 'DOCUMENTS NOT COMPLETED:          ' DELIMITED BY SIZE
066300            COUNT-DISP DELIMITED BY SIZE
066400         INTO RPT-RECORD.
066500     WRITE RPT-RECORD.
066600     MOVE UNCHECKED-DOC-COUNT TO COUNT-DISP.
066700     MOVE SPACES TO RPT-RECORD.
066800     STRING 'DOCUMENTS NOT CHECKED:            ' DELIMITED BY SIZE
066900            COUNT-DISP DELIMITED BY SIZE
067000         INTO RPT-RECORD.
067100     WRITE RPT-RECORD.
067200     MOVE REPRINT-CARD-COUNT TO COUNT-DISP.
067300     MOVE SPACES TO RPT-RECORD.
067400     STRING 'REPRINT REQUESTS WRITTEN:         ' DELIMITED BY SIZE
067500            COUNT-DISP DELIMITED BY SIZE
067600         INTO RPT-RECORD.
067700     WRITE RPT-RECORD.
067800     MOVE COMPLETION-COUNT TO COUNT-DISP.
067900     MOVE SPACES TO RPT-RECORD.
068000     STRING 'COMPLETION RECORDS READ:          ' DELIMITED BY SIZE
068100            COUNT-DISP DELIMITED BY SIZE
068200         INTO RPT-RECORD.
068300     WRITE RPT-RECORD.
068400     MOVE OTHER-RUN-COUNT TO COUNT-DISP.
068500     MOVE SPACES TO RPT-RECORD.
068600     STRING 'COMPLETION RECORDS, OTHER RUNS:   ' DELIMITED BY SIZE
068700            COUNT-DISP DELIMITED BY SIZE
068800         INTO RPT-RECORD.
068900     WRITE RPT-RECORD.
069000     MOVE BAD-COMPLETION-COUNT TO COUNT-DISP.
069100     MOVE SPACES TO RPT-RECORD.
069200     STRING 'COMPLETION RECORDS NOT USABLE:    ' DELIMITED BY SIZE
069300            COUNT-DISP DELIMITED BY SIZE
069400         INTO RPT-RECORD.
069500     WRITE RPT-RECORD.
069600     MOVE DOUBLE-PAGE-COUNT TO COUNT-DISP.
069700     MOVE SPACES TO RPT-RECORD.
069800     STRING 'PAGES COMPLETED MORE THAN ONCE:   ' DELIMITED BY SIZE
069900            COUNT-DISP DELIMITED BY SIZE
070000         INTO RPT-RECORD.
070100     WRITE RPT-RECORD.
070200     MOVE NO-DOC-PAGE-COUNT TO COUNT-DISP.
070300     MOVE SPACES TO RPT-RECORD.
070400     STRING 'COMPLETED PAGES IN NO DOCUMENT:   ' DELIMITED BY SIZE
070500            COUNT-DISP DELIMITED BY SIZE
070600         INTO RPT-RECORD.
070700     WRITE RPT-RECORD.
070800 END PROGRAM ACIFINRC.
