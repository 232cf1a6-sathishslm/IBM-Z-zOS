000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ RENT
000150* LAST UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 02             *   !@02
000200* UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 01             *
000300 ID DIVISION.
000400 PROGRAM-ID. 'ACIFRMIN'.
000500 AUTHOR. TURETZKY--HYDRA.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700               Returned-mail intake. When the mail house sends
000800               back its file of undeliverable pieces, each one
000900               used to be looked up by hand and keyed as an RM
001000               card for ACIFSUPP, and the card usually missed the
001100               next cycle, so the same bad address got another
001200               statement. This program does the lookup: it reads
001300               the vendor's returned-mail file, finds each
001400               piece's document on ACIFAMST (the audit master
001500               built by ACIFAUDM) by run date and account, and
001600               writes a ready-to-apply RM add transaction for the
001700               ACIFSPMT suppression maintenance run, so a
001800               returned statement stops the next night's mailing
001900               without anyone re-keying it.
002000
002100               The returned-mail file, ACRMRTN, one piece per
002200               record:
002300                   col  1-8   run date the piece was printed,
002400                              YYYYMMDD (the ACIF run date, which
002500                              is the date on the master)
002600                   col 10-19  full account as printed on the
002700                              statement, DDD SSS AA
002800                   col 21-22  the vendor's return reason code
002900                              (listed only)
003000                   col 24-43  the vendor's piece reference
003100                              (listed only)
003200
003300               The transactions go to ACRMTRAN in the ACSPTRAN
003400               layout ACIFSPMT reads: A in col 1, then an ACIFSUPP
003500               card image from col 3 -- the account, reason RM,
003600               effective from today's date, open ended. The
003700               maintenance run still edits them, lists them and
003800               logs them to ACSPHIST under the user id on its
003900               ACSPCTL card, like any other add; ACRMTRAN can be
004000               concatenated ahead of or behind the hand-keyed
004100               transactions.
004200
004300               The current ACIFSUPP is read too, because ACIFSPMT
004400               rejects an add for an account it already holds.
004500               A piece is written as a transaction only when it
004600               matches exactly one document that really mailed
004700               and the account is not already suppressed. Every
004800               piece is listed on ACRMLIST with what was done
004900               with it; one that could not be matched, matched a
005000               document that was itself suppressed (it never
005100               mailed), matched more than one document, belongs
005200               to an account ACIFSUPP already suppresses (or one
005300               this run has already written), or cannot be read
005400               is flagged with an asterisk for the mail desk.
005500               Where a piece matched several documents they are
005600               listed under it with their page spans.
005610               The vendor's file does not say which print stream a  !@02
005620               piece came from, so the match takes every stream of  !@02
005630               the run date; an account that had both a statement   !@02
005640               and, say, a notice printed that night matches twice  !@02
005650               and goes to the mail desk, and each document listed  !@02
005660               under it shows its stream, (MAIN) for the main run.  !@02
005700
005800               Return code 0 means every piece became a
005900               transaction; 4 means the listing has flagged
006000               pieces to look at; 16 means a file could not be
006100               opened and nothing was written.
006200 DATE-WRITTEN. 15 OCT 26.
006300 DATE-COMPILED.
006400 SECURITY. IBM SAMPLE CODE ONLY.
006500*/**************************************************************/
006600*/* Licensed under the Apache License, Version 2.0 (the        */
006700*/* "License"); you may not use this file except in compliance */
006800*/* with the License. You may obtain a copy of the License at  */
006900*/*                                                            */
007000*/* http://www.apache.org/licenses/LICENSE-2.0                 */
007100*/*                                                            */
007200*/* Unless required by applicable law or agreed to in writing, */
007300*/* software distributed under the License is distributed on an*/
007400*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
007500*/* KIND, either express or implied.  See the License for the  */
007600*/* specific language governing permissions and limitations    */
007700*/* under the License.                                         */
007800*/**************************************************************/
007900 TITLE 'ACIF Returned Mail Intake'.
008000 ENVIRONMENT DIVISION.
008100 CONFIGURATION SECTION.
008200 SOURCE-COMPUTER. IBM-370.
008300 OBJECT-COMPUTER. IBM-370.
008400 INPUT-OUTPUT SECTION.
008500 FILE-CONTROL.
008600     SELECT RETURNED-MAIL-FILE ASSIGN TO ACRMRTN
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS RETURNED-MAIL-STATUS.
008900     SELECT MASTER-FILE ASSIGN TO ACIFAMST
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS DYNAMIC
009200         RECORD KEY IS AMST-KEY
009300         FILE STATUS IS MASTER-FILE-STATUS.
009400     SELECT SUPPRESS-FILE ASSIGN TO ACIFSUPP
009500         ORGANIZATION IS SEQUENTIAL
009600         FILE STATUS IS SUPPRESS-FILE-STATUS.
009700     SELECT TRANS-OUT-FILE ASSIGN TO ACRMTRAN
009800         ORGANIZATION IS SEQUENTIAL
009900         FILE STATUS IS TRANS-OUT-STATUS.
010000     SELECT LIST-FILE ASSIGN TO ACRMLIST
010100         ORGANIZATION IS SEQUENTIAL
010200         FILE STATUS IS LIST-FILE-STATUS.
010300     EJECT
010400 DATA DIVISION.
010500 FILE SECTION.
010600 FD  RETURNED-MAIL-FILE
010700     LABEL RECORDS ARE STANDARD.
010800 01  RETURNED-PIECE.
010900     05  RTN-RUN-DATE            PIC X(8).
011000     05  FILLER                  PIC X.
011100     05  RTN-ACCOUNT             PIC X(10).
011200     05  RTN-ACCOUNT-PARTS       REDEFINES RTN-ACCOUNT.
011300         10  RTN-ACCT-DIV        PIC XXX.
011400         10  FILLER              PIC X.
011500         10  RTN-ACCT-STORE      PIC XXX.
011600         10  FILLER              PIC X.
011700         10  RTN-ACCT-NO         PIC XX.
011800     05  FILLER                  PIC X.
011900     05  RTN-VENDOR-REASON       PIC XX.
012000     05  FILLER                  PIC X.
012100     05  RTN-PIECE-REF           PIC X(20).
012200     05  FILLER                  PIC X(37).
012300 FD  MASTER-FILE
012400     LABEL RECORDS ARE STANDARD.
012500     COPY ACAMSREC.
012600 FD  SUPPRESS-FILE
012700     LABEL RECORDS ARE STANDARD.
012800     COPY ACSUPREC.
012900 FD  TRANS-OUT-FILE
013000     LABEL RECORDS ARE STANDARD.
013100* One ACIFSPMT add transaction: the function, then the ACIFSUPP
013200* card image from col 3, exactly as ACIFSPMT's ACSPTRAN is read.
013300 01  RM-TRAN-RECORD.
013400     05  RMT-FUNCTION            PIC X.
013500     05  FILLER                  PIC X.
013600     05  RMT-ACCOUNT             PIC X(10).
013700     05  FILLER                  PIC X.
013800     05  RMT-REASON              PIC XX.
013900     05  FILLER                  PIC X.
014000     05  RMT-EFF-FROM            PIC X(8).
014100     05  FILLER                  PIC X.
014200     05  RMT-EFF-TO              PIC X(8).
014300     05  FILLER                  PIC X(47).
014400 FD  LIST-FILE
014500     LABEL RECORDS ARE STANDARD.
014600 01  LIST-RECORD                 PIC X(133).
014700     EJECT
014800 WORKING-STORAGE SECTION.
014900 77  PGMNAME                     PIC X(8) VALUE 'ACIFRMIN'.
015000 77  RETURNED-MAIL-STATUS        PIC XX.
015100 77  MASTER-FILE-STATUS          PIC XX.
015200 77  SUPPRESS-FILE-STATUS        PIC XX.
015300 77  TRANS-OUT-STATUS            PIC XX.
015400 77  LIST-FILE-STATUS            PIC XX.
015500 77  WS-RUN-DATE                 PIC X(8).
015600 77  RETURNED-EOF-FLAG           PIC X VALUE LOW-VALUE.
015700     88  RETURNED-EOF            VALUE HIGH-VALUE.
015800 77  SUPPRESS-EOF-FLAG           PIC X VALUE LOW-VALUE.
015900     88  SUPPRESS-EOF            VALUE HIGH-VALUE.
016000 77  BROWSE-DONE-FLAG            PIC X.
016100     88  BROWSE-DONE             VALUE HIGH-VALUE.
016200 77  SUPP-IDX                    PIC S9(4) BINARY.
016300 77  FOUND-IDX                   PIC S9(4) BINARY.
016400 77  DOC-IDX                     PIC S9(4) BINARY.
016500 77  PIECE-COUNT                 PIC S9(8) BINARY VALUE ZERO.
016600 77  WRITTEN-COUNT               PIC S9(8) BINARY VALUE ZERO.
016700 77  INVALID-COUNT               PIC S9(8) BINARY VALUE ZERO.
016800 77  NO-MATCH-COUNT              PIC S9(8) BINARY VALUE ZERO.
016900 77  MULTI-MATCH-COUNT           PIC S9(8) BINARY VALUE ZERO.
017000 77  NOT-MAILED-COUNT            PIC S9(8) BINARY VALUE ZERO.
017100 77  ALREADY-COUNT               PIC S9(8) BINARY VALUE ZERO.
017200 77  FLAGGED-COUNT               PIC S9(8) BINARY VALUE ZERO.
017300 77  COUNT-DISP                  PIC ZZZ,ZZ9.
017400* Accounts already suppressed: every ACIFSUPP card still in
017500* effect or still to come, plus each account this run has written
017600* an RM add for, so a second returned piece for the same account
017700* does not produce a second add that ACIFSPMT would only reject.
017800 01  SUPP-TABLE-AREA.
017900     05  SPT-COUNT               PIC S9(4) BINARY VALUE ZERO.
018000     05  SPT-ENTRY OCCURS 1 TO 2000 TIMES
018100                   DEPENDING ON SPT-COUNT.
018200         10  SPT-ACCOUNT         PIC X(10).
018300         10  SPT-REASON          PIC XX.
018400         10  SPT-SOURCE          PIC X.
018500             88  SPT-FROM-FILE   VALUE 'F'.
018600             88  SPT-FROM-RUN    VALUE 'R'.
018700* The documents one piece matched on the master. Only the first
018800* ten are kept for the listing; MATCH-COUNT keeps counting.
018900 01  MATCH-TABLE-AREA.
019000     05  MATCH-COUNT             PIC S9(4) BINARY VALUE ZERO.
019100     05  MATCH-ENTRY OCCURS 10 TIMES.
019200         10  MT-PAGE-NUM         PIC 9(8).
019300         10  MT-LAST-PAGE        PIC 9(8).
019400         10  MT-DIV-CODE         PIC 999.
019500         10  MT-STORE-CODE       PIC 999.
019600         10  MT-SUPPRESS-FLAG    PIC X.
019700         10  MT-SUPPRESS-REASON  PIC XX.
019750         10  MT-STREAM-ID        PIC X(8).                          !@02
019800 01  HEADING-LINE-1.
019900     05  FILLER                  PIC X(40)
020000             VALUE 'ACIFRMIN RETURNED MAIL INTAKE       RUN '.
020100     05  HDG-RUN-DATE            PIC X(8).
020200     05  FILLER                  PIC X(85) VALUE SPACES.
020300 01  HEADING-LINE-2.
020400     05  FILLER                  PIC X(44) VALUE
020500             '   PIECE RUN DATE ACCOUNT    RC REFERENCE   '.
020600     05  FILLER                  PIC X(42) VALUE
020700             '          DISPOSITION                     '.
020800     05  FILLER                  PIC X(47) VALUE SPACES.
020900 01  PIECE-LINE.
021000     05  PL-FLAG                 PIC X.
021100     05  PL-SEQ                  PIC ZZZZZZ9.
021200     05  FILLER                  PIC X VALUE SPACE.
021300     05  PL-RUN-DATE             PIC X(8).
021400     05  FILLER                  PIC X VALUE SPACE.
021500     05  PL-ACCOUNT              PIC X(10).
021600     05  FILLER                  PIC X VALUE SPACE.
021700     05  PL-VENDOR-REASON        PIC XX.
021800     05  FILLER                  PIC X VALUE SPACE.
021900     05  PL-PIECE-REF            PIC X(20).
022000     05  FILLER                  PIC XX VALUE SPACES.
022100     05  PL-DISP                 PIC X(40).
022200     05  FILLER                  PIC X(39) VALUE SPACES.
022300 01  DOCUMENT-LINE.
022400     05  FILLER                  PIC X(20) VALUE
022500             '          DOCUMENT  '.
022600     05  FILLER                  PIC X(6) VALUE 'PAGES '.
022700     05  DL-PAGE-NUM             PIC 9(8).
022800     05  FILLER                  PIC X VALUE '-'.
022900     05  DL-LAST-PAGE            PIC 9(8).
023000     05  FILLER                  PIC X(6) VALUE '  DIV '.
023100     05  DL-DIV-CODE             PIC 999.
023200     05  FILLER                  PIC X(8) VALUE '  STORE '.
023300     05  DL-STORE-CODE           PIC 999.
023320     05  FILLER                  PIC X(9) VALUE '  STREAM '.        !@02
023340     05  DL-STREAM               PIC X(8).                          !@02
023400     05  FILLER                  PIC XX VALUE SPACES.
023500     05  DL-SUPP-TAG             PIC X(11).
023600     05  DL-SUPP-REASON          PIC XX.
023700     05  FILLER                  PIC X(38) VALUE SPACES.            !@02
023800     EJECT
023900 PROCEDURE DIVISION.
024000 0000-MAIN.
024100     OPEN INPUT RETURNED-MAIL-FILE.
024200     IF RETURNED-MAIL-STATUS NOT = '00'
024300        DISPLAY PGMNAME, ' UNABLE TO OPEN ACRMRTN, STATUS=',
024400                RETURNED-MAIL-STATUS;
024500        MOVE 16 TO RETURN-CODE;
024600        GOBACK
024700     END-IF.
024800     OPEN INPUT MASTER-FILE.
024900     IF MASTER-FILE-STATUS NOT = '00'
025000        DISPLAY PGMNAME, ' UNABLE TO OPEN ACIFAMST, STATUS=',
025100                MASTER-FILE-STATUS;
025200        CLOSE RETURNED-MAIL-FILE;
025300        MOVE 16 TO RETURN-CODE;
025400        GOBACK
025500     END-IF.
025600     OPEN OUTPUT TRANS-OUT-FILE.
025700     IF TRANS-OUT-STATUS NOT = '00'
025800        DISPLAY PGMNAME, ' UNABLE TO OPEN ACRMTRAN, STATUS=',
025900                TRANS-OUT-STATUS;
026000        CLOSE RETURNED-MAIL-FILE, MASTER-FILE;
026100        MOVE 16 TO RETURN-CODE;
026200        GOBACK
026300     END-IF.
026400     OPEN OUTPUT LIST-FILE.
026500     IF LIST-FILE-STATUS NOT = '00'
026600        DISPLAY PGMNAME, ' UNABLE TO OPEN ACRMLIST, STATUS=',
026700                LIST-FILE-STATUS;
026800        CLOSE RETURNED-MAIL-FILE, MASTER-FILE, TRANS-OUT-FILE;
026900        MOVE 16 TO RETURN-CODE;
027000        GOBACK
027100     END-IF.
027200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027300     PERFORM 0100-LOAD-SUPPRESS-FILE.
027400     PERFORM 1900-WRITE-REPORT-HEADING.
027500     PERFORM UNTIL RETURNED-EOF
027600        READ RETURNED-MAIL-FILE
027700           AT END SET RETURNED-EOF TO TRUE
027800           NOT AT END PERFORM 1000-PROCESS-PIECE
027900        END-READ
028000     END-PERFORM.
028100     PERFORM 1950-WRITE-REPORT-TOTALS.
028200     CLOSE RETURNED-MAIL-FILE, MASTER-FILE, TRANS-OUT-FILE,
028300           LIST-FILE.
028400     DISPLAY PGMNAME, ' PIECES=', PIECE-COUNT,
028500             ' RM ADDS WRITTEN=', WRITTEN-COUNT,
028600             ' FLAGGED=', FLAGGED-COUNT.
028700     IF FLAGGED-COUNT > ZERO
028800        MOVE 4 TO RETURN-CODE
028900     ELSE
029000        MOVE ZERO TO RETURN-CODE
029100     END-IF.
029200     GOBACK.
029300     EJECT
029400 0100-LOAD-SUPPRESS-FILE.
029500* Note every account ACIFSUPP already suppresses. A card whose
029600* effective-to date has passed no longer counts -- ACIFSPMT drops
029700* it on its next load, so an add for that account will go on.
029800* A card with an unreadable account cannot match a piece and is
029900* skipped. No ACIFSUPP at all simply means nothing is suppressed
030000* yet.
030100     OPEN INPUT SUPPRESS-FILE.
030200     IF SUPPRESS-FILE-STATUS NOT = '00'
030300        DISPLAY PGMNAME, ' UNABLE TO OPEN ACIFSUPP, STATUS=',
030400                SUPPRESS-FILE-STATUS,
030500                ' -- NO ACCOUNT TREATED AS ALREADY SUPPRESSED'
030600     ELSE
030700        PERFORM UNTIL SUPPRESS-EOF
030800           READ SUPPRESS-FILE
030900              AT END SET SUPPRESS-EOF TO TRUE
031000              NOT AT END PERFORM 0150-LOAD-ONE-ENTRY
031100           END-READ
031200        END-PERFORM;
031300        CLOSE SUPPRESS-FILE
031400     END-IF.
031500     EJECT
031600 0150-LOAD-ONE-ENTRY.
031700     EVALUATE TRUE
031800      WHEN SUPC-ACCT-DIV NOT NUMERIC
031900           OR SUPC-ACCT-STORE NOT NUMERIC
032000           OR SUPC-ACCT-NO NOT NUMERIC
032100       CONTINUE
032200      WHEN (NOT SUPC-TO-OPEN) AND SUPC-EFF-TO NUMERIC
032300           AND SUPC-EFF-TO < WS-RUN-DATE
032400       CONTINUE
032500      WHEN SPT-COUNT >= 2000
032600       DISPLAY PGMNAME, ' ACIFSUPP HAS OVER 2000 ENTRIES, ',
032700               'NOT CHECKED: ', SUPC-ACCOUNT-NO
032800      WHEN OTHER
032900       ADD 1 TO SPT-COUNT;
033000       MOVE SUPC-ACCOUNT-NO TO SPT-ACCOUNT (SPT-COUNT);
033100       MOVE SUPC-REASON TO SPT-REASON (SPT-COUNT);
033200       SET SPT-FROM-FILE (SPT-COUNT) TO TRUE
033300     END-EVALUATE.
033400     EJECT
033500 1000-PROCESS-PIECE.
033600* Decide what one returned piece becomes. Only a clean, single
033700* match to a document that really went in the mail, for an
033800* account not already suppressed, turns into a transaction;
033900* everything else is flagged on the listing for the mail desk.
034000     ADD 1 TO PIECE-COUNT.
034100     MOVE SPACES TO PIECE-LINE.
034200     MOVE SPACE TO PL-FLAG.
034300     MOVE PIECE-COUNT TO PL-SEQ.
034400     MOVE RTN-RUN-DATE TO PL-RUN-DATE.
034500     MOVE RTN-ACCOUNT TO PL-ACCOUNT.
034600     MOVE RTN-VENDOR-REASON TO PL-VENDOR-REASON.
034700     MOVE RTN-PIECE-REF TO PL-PIECE-REF.
034800     MOVE ZERO TO MATCH-COUNT.
034900     IF RTN-RUN-DATE NOT NUMERIC
035000        OR RTN-ACCT-DIV NOT NUMERIC
035100        OR RTN-ACCT-STORE NOT NUMERIC
035200        OR RTN-ACCT-NO NOT NUMERIC
035300        ADD 1 TO INVALID-COUNT;
035400        MOVE 'UNREADABLE RUN DATE OR ACCOUNT' TO PL-DISP
035500     ELSE
035600        PERFORM 1100-MATCH-MASTER;
035700        PERFORM 1200-FIND-SUPPRESSED-ACCOUNT;
035800        EVALUATE TRUE
035900         WHEN MATCH-COUNT = ZERO
036000          ADD 1 TO NO-MATCH-COUNT;
036100          MOVE 'NO DOCUMENT ON ACIFAMST' TO PL-DISP
036200         WHEN MATCH-COUNT > 1
036300          ADD 1 TO MULTI-MATCH-COUNT;
036400          MOVE 'MATCHES MORE THAN ONE DOCUMENT' TO PL-DISP
036500         WHEN MT-SUPPRESS-FLAG (1) = 'Y'
036600          ADD 1 TO NOT-MAILED-COUNT;
036700          MOVE SPACES TO PL-DISP;
036800          STRING 'DOCUMENT WAS SUPPRESSED ' DELIMITED BY SIZE
036900                 MT-SUPPRESS-REASON (1) DELIMITED BY SIZE
037000                 ', NEVER MAILED' DELIMITED BY SIZE
037100              INTO PL-DISP
037200         WHEN FOUND-IDX NOT = ZERO
037300          ADD 1 TO ALREADY-COUNT;
037400          IF SPT-FROM-RUN (FOUND-IDX)
037500             MOVE 'RM ADD ALREADY WRITTEN THIS RUN' TO PL-DISP
037600          ELSE
037700             MOVE SPACES TO PL-DISP;
037800             STRING 'ALREADY ON ACIFSUPP, REASON '
037900                    DELIMITED BY SIZE
038000                    SPT-REASON (FOUND-IDX) DELIMITED BY SIZE
038100                 INTO PL-DISP
038200          END-IF
038300         WHEN OTHER
038400          PERFORM 1300-WRITE-TRANSACTION
038500        END-EVALUATE
038600     END-IF.
038700     IF PL-DISP NOT = 'RM ADD WRITTEN'
038800        MOVE '*' TO PL-FLAG;
038900        ADD 1 TO FLAGGED-COUNT
039000     END-IF.
039100     WRITE LIST-RECORD FROM PIECE-LINE.
039200     IF MATCH-COUNT > 1
039300        PERFORM 1400-LIST-MATCHED-DOCUMENT
039400            VARYING DOC-IDX FROM 1 BY 1
039500            UNTIL DOC-IDX > MATCH-COUNT OR DOC-IDX > 10
039600     END-IF.
039700     EJECT
039800 1100-MATCH-MASTER.
039900* Position the master at the account and run date, then collect
040000* every document under that account for that run date -- there
040100* should be exactly one.
040200     MOVE RTN-ACCOUNT TO AMST-ACCOUNT-NO.
040300     MOVE RTN-RUN-DATE TO AMST-RUN-DATE.
040350     MOVE LOW-VALUES TO AMST-STREAM-ID.                             !@02
040400     MOVE ZERO TO AMST-PAGE-NUM.
040500     MOVE LOW-VALUE TO BROWSE-DONE-FLAG.
040600     START MASTER-FILE KEY NOT < AMST-KEY
040700        INVALID KEY
040800           SET BROWSE-DONE TO TRUE
040900     END-START.
041000     PERFORM UNTIL BROWSE-DONE
041100        READ MASTER-FILE NEXT
041200           AT END SET BROWSE-DONE TO TRUE
041300           NOT AT END
041400              IF AMST-ACCOUNT-NO NOT = RTN-ACCOUNT
041500                 OR AMST-RUN-DATE NOT = RTN-RUN-DATE
041600                 SET BROWSE-DONE TO TRUE
041700              ELSE
041800                 PERFORM 1150-KEEP-MATCH
041900              END-IF
042000        END-READ
042100     END-PERFORM.
042200     EJECT
042300 1150-KEEP-MATCH.
042400     ADD 1 TO MATCH-COUNT.
042500     IF MATCH-COUNT NOT > 10
042600        MOVE AMST-PAGE-NUM TO MT-PAGE-NUM (MATCH-COUNT);
042700        MOVE AMST-LAST-PAGE TO MT-LAST-PAGE (MATCH-COUNT);
042800        MOVE AMST-DIV-CODE TO MT-DIV-CODE (MATCH-COUNT);
042900        MOVE AMST-STORE-CODE TO MT-STORE-CODE (MATCH-COUNT);
043000        MOVE AMST-SUPPRESS-FLAG TO MT-SUPPRESS-FLAG (MATCH-COUNT);
043100        MOVE AMST-SUPPRESS-REASON
043200                             TO MT-SUPPRESS-REASON (MATCH-COUNT);   !@02
043250        MOVE AMST-STREAM-ID TO MT-STREAM-ID (MATCH-COUNT)           !@02
043300     END-IF.
043400     EJECT
043500 1200-FIND-SUPPRESSED-ACCOUNT.
043600* FOUND-IDX comes back zero when the account is not suppressed.
043700     MOVE ZERO TO FOUND-IDX.
043800     PERFORM VARYING SUPP-IDX FROM 1 BY 1
043900         UNTIL SUPP-IDX > SPT-COUNT OR FOUND-IDX NOT = ZERO
044000        IF SPT-ACCOUNT (SUPP-IDX) = RTN-ACCOUNT
044100           MOVE SUPP-IDX TO FOUND-IDX
044200        END-IF
044300     END-PERFORM.
044400     EJECT
044500 1300-WRITE-TRANSACTION.
044600* The RM add, effective from today and open ended: the stop stays
044700* until someone corrects the address and deletes the card.
044800     MOVE SPACES TO RM-TRAN-RECORD.
044900     MOVE 'A' TO RMT-FUNCTION.
045000     MOVE RTN-ACCOUNT TO RMT-ACCOUNT.
045100     MOVE 'RM' TO RMT-REASON.
045200     MOVE WS-RUN-DATE TO RMT-EFF-FROM.
045300     WRITE RM-TRAN-RECORD.
045400     ADD 1 TO WRITTEN-COUNT.
045500     MOVE 'RM ADD WRITTEN' TO PL-DISP.
045600     IF SPT-COUNT < 2000
045700        ADD 1 TO SPT-COUNT;
045800        MOVE RTN-ACCOUNT TO SPT-ACCOUNT (SPT-COUNT);
045900        MOVE 'RM' TO SPT-REASON (SPT-COUNT);
046000        SET SPT-FROM-RUN (SPT-COUNT) TO TRUE
046100     END-IF.
046200     EJECT
046300 1400-LIST-MATCHED-DOCUMENT.
046400     MOVE MT-PAGE-NUM (DOC-IDX) TO DL-PAGE-NUM.
046500     MOVE MT-LAST-PAGE (DOC-IDX) TO DL-LAST-PAGE.
046600     MOVE MT-DIV-CODE (DOC-IDX) TO DL-DIV-CODE.
046700     MOVE MT-STORE-CODE (DOC-IDX) TO DL-STORE-CODE.
046710     IF MT-STREAM-ID (DOC-IDX) = SPACES                             !@02
046720        MOVE '(MAIN)' TO DL-STREAM                                  !@02
046730     ELSE                                                           !@02
046740        MOVE MT-STREAM-ID (DOC-IDX) TO DL-STREAM                    !@02
046750     END-IF.                                                        !@02
046800     IF MT-SUPPRESS-FLAG (DOC-IDX) = 'Y'
046900        MOVE 'SUPPRESSED ' TO DL-SUPP-TAG;
047000        MOVE MT-SUPPRESS-REASON (DOC-IDX) TO DL-SUPP-REASON
047100     ELSE
047200        MOVE SPACES TO DL-SUPP-TAG;
047300        MOVE SPACES TO DL-SUPP-REASON
047400     END-IF.
047500     WRITE LIST-RECORD FROM DOCUMENT-LINE.
047600     EJECT
047700 1900-WRITE-REPORT-HEADING.
047800     MOVE WS-RUN-DATE TO HDG-RUN-DATE.
047900     WRITE LIST-RECORD FROM HEADING-LINE-1.
048000     MOVE SPACES TO LIST-RECORD.
048100     WRITE LIST-RECORD.
048200     WRITE LIST-RECORD FROM HEADING-LINE-2.
048300     EJECT
048400 1950-WRITE-REPORT-TOTALS.
048500     MOVE SPACES TO LIST-RECORD.
048600     WRITE LIST-RECORD.
048700     MOVE PIECE-COUNT TO COUNT-DISP.
048800     MOVE SPACES TO LIST-RECORD.
048900     STRING 'RETURNED PIECES READ:            ' DELIMITED BY SIZE
049000            COUNT-DISP DELIMITED BY SIZE
049100         INTO LIST-RECORD.
049200     WRITE LIST-RECORD.
049300     MOVE WRITTEN-COUNT TO COUNT-DISP.
049400     MOVE SPACES TO LIST-RECORD.
049500     STRING 'RM ADD TRANSACTIONS WRITTEN:     ' DELIMITED BY SIZE
049600            COUNT-DISP DELIMITED BY SIZE
049700         INTO LIST-RECORD.
049800     WRITE LIST-RECORD.
049900     MOVE NO-MATCH-COUNT TO COUNT-DISP.
050000     MOVE SPACES TO LIST-RECORD.
050100     STRING '* NOT MATCHED ON ACIFAMST:       ' DELIMITED BY SIZE
050200            COUNT-DISP DELIMITED BY SIZE
050300         INTO LIST-RECORD.
050400     WRITE LIST-RECORD.
050500     MOVE MULTI-MATCH-COUNT TO COUNT-DISP.
050600     MOVE SPACES TO LIST-RECORD.
050700     STRING '* MATCHED MORE THAN ONE DOCUMENT:' DELIMITED BY SIZE
050800            COUNT-DISP DELIMITED BY SIZE
050900         INTO LIST-RECORD.
051000     WRITE LIST-RECORD.
051100     MOVE NOT-MAILED-COUNT TO COUNT-DISP.
051200     MOVE SPACES TO LIST-RECORD.
051300     STRING '* SUPPRESSED, NEVER MAILED:      ' DELIMITED BY SIZE
051400            COUNT-DISP DELIMITED BY SIZE
051500         INTO LIST-RECORD.
051600     WRITE LIST-RECORD.
051700     MOVE ALREADY-COUNT TO COUNT-DISP.
051800     MOVE SPACES TO LIST-RECORD.
051900     STRING '* ACCOUNT ALREADY SUPPRESSED:    ' DELIMITED BY SIZE
052000            COUNT-DISP DELIMITED BY SIZE
052100         INTO LIST-RECORD.
052200     WRITE LIST-RECORD.
052300     MOVE INVALID-COUNT TO COUNT-DISP.
052400     MOVE SPACES TO LIST-RECORD.
052500     STRING '* UNREADABLE PIECES:             ' DELIMITED BY SIZE
052600            COUNT-DISP DELIMITED BY SIZE
052700         INTO LIST-RECORD.
052800     WRITE LIST-RECORD.
052900 END PROGRAM ACIFRMIN.
