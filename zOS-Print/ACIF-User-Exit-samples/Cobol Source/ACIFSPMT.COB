000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ RENT
000200* LAST UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 01             *
000300 ID DIVISION.
000400 PROGRAM-ID. 'ACIFSPMT'.
000500 AUTHOR. TURETZKY--HYDRA.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700               This program maintains ACIFSUPP, the suppression
000800               file the ACIFINX input exit reads to keep
000900               returned-mail, deceased, legal-hold and
001000               e-delivery accounts out of the mail stream. Until
001100               now the file was a hand-keyed card deck: nothing
001200               caught a duplicate account, a reason code ACIFINX
001300               does not know, or a card past the 100 the exit
001400               loads, and nothing recorded who put a legal hold
001500               on or when it came off. The file now gets the
001600               same controls ACIFLKMT and APKBRMNT give theirs:
001700               an edit pass over every transaction before
001800               anything is applied, a numbered edit listing, a
001900               reject file, and an append-only change history.
002000
002100               The ACIFSUPP card layout is in ACSUPREC; each
002200               entry carries an effective-from and effective-to
002300               date, so a hold or a stop can be keyed to lapse
002400               on its own date without anyone remembering to
002500               pull the card.
002600
002700               Input is a sequential transaction file, ACSPTRAN,
002800               one transaction per record:
002900                   col  1     function: A=add, C=change, D=delete
003000                   col  3-12  full account as printed on the
003100                              statement, DDD SSS AA
003200                   col 14-15  reason: RM returned mail, DC
003300                              deceased, LH legal hold, ED
003400                              electronic delivery (A and C)
003500                   col 17-24  effective-from date, YYYYMMDD
003600                              (A and C; blank = in effect now)
003700                   col 26-33  effective-to date, YYYYMMDD
003800                              (A and C; blank = open ended)
003900               That is, col 3-80 are an ACIFSUPP card image. A
004000               change replaces the reason and both dates, so a
004100               change with a blank date opens that end.
004200
004300               ACIFSUPP itself is read as input; the maintained
004400               copy is written to ACSPNEW, so the JCL can catch
004500               the old file as a backout generation and roll the
004600               new one into place only when the run ends clean.
004700               Entries come out in file order with adds at the
004800               end.
004900
005000               A control card on ACSPCTL is required:
005100                   col  1-8   user id of the person keying the
005200                              change (goes on every history
005300                              record)
005400                   col 10-14  APPLY, optionally, to apply the
005500                              clean transactions even though
005600                              others were rejected
005700               No card, or a blank user id, stops the run before
005800               the edit pass.
005900
006000               The edit pass catches an invalid function, an
006100               account that is not DDD SSS AA, a reason other
006200               than RM/DC/LH/ED on an add or change, a date that
006300               is not numeric or an effective-to before the
006400               effective-from, an add that has already lapsed,
006500               an add for an account already on file (or already
006600               added this run), a change or delete for an
006700               account not on file, and adds past the 100
006800               entries ACIFINX loads or past the 150 table slots
006850               (a deleted card holds its slot until ACSPNEW).
006900
007000               Loading the old file, a card whose effective-to
007100               date has passed is dropped -- it can never
007200               suppress anything again -- and so are a second
007300               card for an account already loaded and a card
007400               whose account cannot be read at all. Each drop is
007500               listed and, once the run is past every check that
007550               could stop it, gets an X history record with the
007600               card as its before-image. A card with an unknown
007700               reason is listed but kept; a change fixes it.
007800
007900               Every applied transaction is appended to the
008000               ACSPHIST change history with the run date, the
008100               user id, and the before- and after-image of the
008200               card it touched.
008300
008400               Return codes follow ACIFLKMT: 0 clean and
008500               applied; 4 applied over rejects because of the
008600               APPLY card; 8 rejects present and nothing
008700               applied; 16 a control or file problem stopped the
008800               run before it touched anything. An ACIFSUPP with
008820               more cards in force than the table holds is one:
008840               a card dropped from ACSPNEW for want of room would
008860               be an account mailed.
008900 DATE-WRITTEN. 15 OCT 26.
009000 DATE-COMPILED.
009100 SECURITY. IBM SAMPLE CODE ONLY.
009200*/**************************************************************/
009300*/* Licensed under the Apache License, Version 2.0 (the        */
009400*/* "License"); you may not use this file except in compliance */
009500*/* with the License. You may obtain a copy of the License at  */
009600*/*                                                            */
009700*/* http://www.apache.org/licenses/LICENSE-2.0                 */
009800*/*                                                            */
009900*/* Unless required by applicable law or agreed to in writing, */
010000*/* software distributed under the License is distributed on an*/
010100*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
010200*/* KIND, either express or implied.  See the License for the  */
010300*/* specific language governing permissions and limitations    */
010400*/* under the License.                                         */
010500*/**************************************************************/
010600 TITLE 'ACIFSUPP Suppression File Maintenance'.
010700 ENVIRONMENT DIVISION.
010800 CONFIGURATION SECTION.
010900 SOURCE-COMPUTER. IBM-370.
011000 OBJECT-COMPUTER. IBM-370.
011100 INPUT-OUTPUT SECTION.
011200 FILE-CONTROL.
011300     SELECT MAINT-TRANS-FILE ASSIGN TO ACSPTRAN
011400         ORGANIZATION IS SEQUENTIAL
011500         FILE STATUS IS MAINT-TRANS-FILE-STATUS.
011600     SELECT SUPPRESS-IN-FILE ASSIGN TO ACIFSUPP
011700         ORGANIZATION IS SEQUENTIAL
011800         FILE STATUS IS SUPPRESS-IN-STATUS.
011900     SELECT SUPPRESS-OUT-FILE ASSIGN TO ACSPNEW
012000         ORGANIZATION IS SEQUENTIAL
012100         FILE STATUS IS SUPPRESS-OUT-STATUS.
012200     SELECT CONTROL-FILE ASSIGN TO ACSPCTL
012300         ORGANIZATION IS SEQUENTIAL
012400         FILE STATUS IS CONTROL-FILE-STATUS.
012500     SELECT EDIT-REPORT-FILE ASSIGN TO ACSPLIST
012600         ORGANIZATION IS SEQUENTIAL
012700         FILE STATUS IS EDIT-REPORT-STATUS.
012800     SELECT REJECT-FILE ASSIGN TO ACSPREJ
012900         ORGANIZATION IS SEQUENTIAL
013000         FILE STATUS IS REJECT-FILE-STATUS.
013100     SELECT HISTORY-FILE ASSIGN TO ACSPHIST
013200         ORGANIZATION IS SEQUENTIAL
013300         FILE STATUS IS HISTORY-FILE-STATUS.
013400     EJECT
013500 DATA DIVISION.
013600 FILE SECTION.
013700 FD  MAINT-TRANS-FILE
013800     LABEL RECORDS ARE STANDARD.
013900 01  TRAN-RECORD                 PIC X(80).
014000 FD  SUPPRESS-IN-FILE
014100     LABEL RECORDS ARE STANDARD.
014200 01  SUPP-IN-RECORD              PIC X(80).
014300 FD  SUPPRESS-OUT-FILE
014400     LABEL RECORDS ARE STANDARD.
014500 01  SUPP-OUT-RECORD             PIC X(80).
014600 FD  CONTROL-FILE
014700     LABEL RECORDS ARE STANDARD.
014800 01  CONTROL-RECORD.
014900     05  CTL-USER-ID             PIC X(8).
015000     05  FILLER                  PIC X.
015100     05  CTL-APPLY-WORD          PIC X(5).
015200     05  FILLER                  PIC X(66).
015300 FD  EDIT-REPORT-FILE
015400     LABEL RECORDS ARE STANDARD.
015500 01  LIST-RECORD                 PIC X(133).
015600 FD  REJECT-FILE
015700     LABEL RECORDS ARE STANDARD.
015800 01  REJECT-RECORD               PIC X(80).
015900 FD  HISTORY-FILE
016000     LABEL RECORDS ARE STANDARD.
016100* Function codes: A add, C change, D delete, X card dropped by
016200* the load (lapsed, duplicate or unreadable). The images are
016300* whole ACIFSUPP cards; spaces mean no card on that side.
016400 01  HIST-RECORD.
016500     05  HIST-RUN-DATE           PIC X(8).
016600     05  HIST-USER-ID            PIC X(8).
016700     05  HIST-FUNCTION           PIC X.
016800     05  HIST-ACCOUNT            PIC X(10).
016900     05  HIST-BEFORE             PIC X(80).
017000     05  HIST-AFTER              PIC X(80).
017100     EJECT
017200 WORKING-STORAGE SECTION.
017300 77  PGMNAME                     PIC X(8) VALUE 'ACIFSPMT'.
017400 77  MAINT-TRANS-FILE-STATUS     PIC XX.
017500 77  SUPPRESS-IN-STATUS          PIC XX.
017600 77  SUPPRESS-OUT-STATUS         PIC XX.
017700 77  CONTROL-FILE-STATUS         PIC XX.
017800 77  EDIT-REPORT-STATUS          PIC XX.
017900 77  REJECT-FILE-STATUS          PIC XX.
018000 77  HISTORY-FILE-STATUS         PIC XX.
018100 77  WS-RUN-DATE                 PIC X(8).
018200 77  WS-USER-ID                  PIC X(8) VALUE SPACES.
018300 77  TRANS-EOF-FLAG              PIC X VALUE LOW-VALUE.
018400     88  TRANS-EOF               VALUE HIGH-VALUE.
018500 77  SUPPRESS-EOF-FLAG           PIC X VALUE LOW-VALUE.
018600     88  SUPPRESS-EOF            VALUE HIGH-VALUE.
018700 77  TRAN-IDX                    PIC S9(4) BINARY.
018800 77  SUPP-IDX                    PIC S9(4) BINARY.
018900 77  FOUND-IDX                   PIC S9(4) BINARY.
018950 77  DROP-IDX                    PIC S9(4) BINARY.
019000 77  APPLY-CARD-FLAG             PIC X VALUE LOW-VALUE.
019100     88  APPLY-CARD-PRESENT      VALUE HIGH-VALUE.
019200 77  CONTROL-CARD-BAD-FLAG       PIC X VALUE LOW-VALUE.
019300     88  CONTROL-CARD-BAD        VALUE HIGH-VALUE.
019400 77  TABLE-OVERFLOW-FLAG         PIC X VALUE LOW-VALUE.
019500     88  TABLE-OVERFLOW          VALUE HIGH-VALUE.
019550 77  SUPPRESS-OVERFLOW-FLAG      PIC X VALUE LOW-VALUE.
019560     88  SUPPRESS-OVERFLOW       VALUE HIGH-VALUE.
019600 77  APPLY-DONE-FLAG             PIC X VALUE LOW-VALUE.
019700     88  APPLY-DONE              VALUE HIGH-VALUE.
019800 77  ADD-COUNT                   PIC S9(8) BINARY VALUE ZERO.
019900 77  CHANGE-COUNT                PIC S9(8) BINARY VALUE ZERO.
020000 77  DELETE-COUNT                PIC S9(8) BINARY VALUE ZERO.
020100 77  ACCEPT-COUNT                PIC S9(8) BINARY VALUE ZERO.
020200 77  REJECT-COUNT                PIC S9(8) BINARY VALUE ZERO.
020300 77  ERROR-COUNT                 PIC S9(8) BINARY VALUE ZERO.
020400 77  FILE-LAPSED-COUNT           PIC S9(8) BINARY VALUE ZERO.
020500 77  FILE-DUP-COUNT              PIC S9(8) BINARY VALUE ZERO.
020600 77  FILE-BAD-ACCOUNT-COUNT      PIC S9(8) BINARY VALUE ZERO.
020700 77  FILE-BAD-REASON-COUNT       PIC S9(8) BINARY VALUE ZERO.
020800 77  WRITTEN-COUNT               PIC S9(8) BINARY VALUE ZERO.
020900* Undeleted entries currently in the table (file survivors plus
021000* staged adds minus accepted deletes); the 100-entry ceiling
021100* ACIFINX loads is tested against this, as in APKBRMNT.
021200 77  LIVE-ENTRY-COUNT            PIC S9(4) BINARY VALUE ZERO.
021300 77  COUNT-DISP                  PIC ZZZZ9.
021400* The card being loaded, built or written, field by field.
021500     COPY ACSUPREC.
021600* The suppression file as loaded at start of run plus the
021700* batch's staged adds. 150 slots, not 100: the file may already
021800* hold more cards than ACIFINX loads, and they must survive the
021900* run (and be reported) rather than vanish. The edit and apply
022000* passes keep their state apart exactly as APKBRMNT's routing
022100* table does: SPT-EDIT-MARK for the edit pass, SPT-STAGED-FLAG
022200* for this batch's adds, SPT-STATUS written only when applying.
022300 01  SUPP-TABLE-AREA.
022400     05  SPT-COUNT               PIC S9(4) BINARY VALUE ZERO.
022500     05  SPT-ENTRY OCCURS 1 TO 150 TIMES
022600                   DEPENDING ON SPT-COUNT.
022700         10  SPT-ACCOUNT         PIC X(10).
022800         10  SPT-REASON          PIC XX.
022900         10  SPT-EFF-FROM        PIC X(8).
023000         10  SPT-EFF-TO          PIC X(8).
023100         10  SPT-STATUS          PIC X.
023200             88  SPT-ON-FILE     VALUE SPACE.
023300             88  SPT-CHANGED     VALUE 'C'.
023400             88  SPT-DELETED     VALUE 'D'.
023500         10  SPT-STAGED-FLAG     PIC X.
023600             88  SPT-STAGED      VALUE 'Y'.
023700         10  SPT-EDIT-MARK       PIC X.
023800             88  SPT-EDIT-DELETED VALUE 'D'.
023810* Cards the load dropped, held until the run is past every check
023820* that could stop it; only then do their history records go out
023830* (see 0180-WRITE-DROP-HISTORY).
023840 01  DROP-TABLE-AREA.
023850     05  DROP-COUNT              PIC S9(4) BINARY VALUE ZERO.
023860     05  DROP-ENTRY OCCURS 1 TO 1000 TIMES
023870                    DEPENDING ON DROP-COUNT.
023880         10  DROP-IMAGE          PIC X(80).
023900* The whole transaction file is held here through the edit pass
024000* so nothing is applied until every card has been looked at.
024100 01  TRAN-TABLE-AREA.
024200     05  TRAN-COUNT              PIC S9(4) BINARY VALUE ZERO.
024300     05  TRAN-ENTRY OCCURS 1 TO 2000 TIMES
024400                    DEPENDING ON TRAN-COUNT.
024500         10  TT-IMAGE            PIC X(80).
024600         10  TT-STATUS           PIC X.
024700             88  TT-ACCEPTED     VALUE 'A'.
024800             88  TT-REJECTED     VALUE 'R'.
024900         10  TT-DISP             PIC X(30).
025000* The transaction being edited or applied, spelled out field by
025100* field: the function, then an ACIFSUPP card image from col 3.
025200 01  WRK-TRAN.
025300     05  WRK-FUNCTION            PIC X.
025400         88  WRK-ADD             VALUE 'A'.
025500         88  WRK-CHANGE          VALUE 'C'.
025600         88  WRK-DELETE          VALUE 'D'.
025700     05  FILLER                  PIC X.
025800     05  WRK-ACCOUNT             PIC X(10).
025900     05  WRK-ACCOUNT-PARTS       REDEFINES WRK-ACCOUNT.
026000         10  WRK-ACCT-DIV        PIC XXX.
026100         10  FILLER              PIC X.
026200         10  WRK-ACCT-STORE      PIC XXX.
026300         10  FILLER              PIC X.
026400         10  WRK-ACCT-NO         PIC XX.
026500     05  FILLER                  PIC X.
026600     05  WRK-REASON              PIC XX.
026700         88  WRK-REASON-VALID    VALUES 'RM' 'DC' 'LH' 'ED'.
026800     05  FILLER                  PIC X.
026900     05  WRK-EFF-FROM            PIC X(8).
027000         88  WRK-FROM-OPEN       VALUE SPACES.
027100     05  FILLER                  PIC X.
027200     05  WRK-EFF-TO              PIC X(8).
027300         88  WRK-TO-OPEN         VALUE SPACES.
027400     05  FILLER                  PIC X(47).
027500 01  EDIT-LINE.
027600     05  EDL-SEQ                 PIC ZZZZ9.
027700     05  FILLER                  PIC XX VALUE SPACES.
027800     05  EDL-IMAGE               PIC X(80).
027900     05  FILLER                  PIC XX VALUE SPACES.
028000     05  EDL-DISP                PIC X(30).
028100     05  FILLER                  PIC X(14) VALUE SPACES.
028200     EJECT
028300 PROCEDURE DIVISION.
028400 0000-MAIN.
028500     PERFORM 0050-READ-CONTROL-CARD.
028600     IF CONTROL-CARD-BAD
028700        DISPLAY PGMNAME, ' ACSPCTL MUST NAME THE USER KEYING ',
028800                'THE CHANGE -- RUN STOPPED, NOTHING APPLIED';
028900        MOVE 16 TO RETURN-CODE;
029000        GOBACK
029100     END-IF.
029200     OPEN INPUT MAINT-TRANS-FILE.
029300     IF MAINT-TRANS-FILE-STATUS NOT = '00'
029400        DISPLAY PGMNAME, ' UNABLE TO OPEN ACSPTRAN, STATUS=',
029500                MAINT-TRANS-FILE-STATUS;
029600        MOVE 16 TO RETURN-CODE;
029700        GOBACK
029800     END-IF.
029900     OPEN OUTPUT EDIT-REPORT-FILE.
030000     IF EDIT-REPORT-STATUS NOT = '00'
030100        DISPLAY PGMNAME, ' UNABLE TO OPEN ACSPLIST, STATUS=',
030200                EDIT-REPORT-STATUS;
030300        CLOSE MAINT-TRANS-FILE;
030400        MOVE 16 TO RETURN-CODE;
030500        GOBACK
030600     END-IF.
030700     OPEN OUTPUT REJECT-FILE.
030800     IF REJECT-FILE-STATUS NOT = '00'
030900        DISPLAY PGMNAME, ' UNABLE TO OPEN ACSPREJ, STATUS=',
031000                REJECT-FILE-STATUS;
031100        CLOSE MAINT-TRANS-FILE, EDIT-REPORT-FILE;
031200        MOVE 16 TO RETURN-CODE;
031300        GOBACK
031400     END-IF.
031500* The change history is the audit trail for every update this
031600* run applies; a run that cannot log what it did must not do
031700* it. EXTEND keeps prior runs' history; a brand-new history
031800* dataset (status 35) is started with OPEN OUTPUT instead.
031900     OPEN EXTEND HISTORY-FILE.
032000     IF HISTORY-FILE-STATUS = '35'
032100        OPEN OUTPUT HISTORY-FILE
032200     END-IF.
032300     IF HISTORY-FILE-STATUS NOT = '00'
032400        DISPLAY PGMNAME, ' UNABLE TO OPEN ACSPHIST, STATUS=',
032500                HISTORY-FILE-STATUS;
032600        CLOSE MAINT-TRANS-FILE, EDIT-REPORT-FILE, REJECT-FILE;
032700        MOVE 16 TO RETURN-CODE;
032800        GOBACK
032900     END-IF.
033000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
033100     PERFORM 1900-WRITE-REPORT-HEADING.
033200     PERFORM 0100-LOAD-SUPPRESS-FILE.
033210     IF SUPPRESS-OVERFLOW
033220        DISPLAY PGMNAME, ' ACIFSUPP OVERFLOWS THE LOAD TABLES',
033230                ' -- RUN STOPPED, NOTHING APPLIED';
033240        PERFORM 9000-CLOSE-FILES;
033250        MOVE 16 TO RETURN-CODE;
033260        GOBACK
033270     END-IF.
033300     PERFORM 1000-LOAD-TRANSACTIONS.
033400     IF TABLE-OVERFLOW
033500        DISPLAY PGMNAME, ' MORE THAN 2000 TRANSACTIONS IN ',
033600                'ACSPTRAN -- RUN STOPPED, NOTHING APPLIED';
033700        PERFORM 9000-CLOSE-FILES;
033800        MOVE 16 TO RETURN-CODE;
033900        GOBACK
034000     END-IF.
034020     PERFORM 0180-WRITE-DROP-HISTORY
034040         VARYING DROP-IDX FROM 1 BY 1
034060         UNTIL DROP-IDX > DROP-COUNT.
034100     PERFORM 1100-EDIT-TRANSACTION
034200         VARYING TRAN-IDX FROM 1 BY 1
034300         UNTIL TRAN-IDX > TRAN-COUNT.
034400* Apply only a clean batch, unless the APPLY card says the
034500* clean cards should go on even though others were rejected.
034600* The new suppression file is written either way: the load may
034700* have dropped lapsed or duplicate cards, and the JCL expects
034800* ACSPNEW to exist.
034900     IF REJECT-COUNT = ZERO OR APPLY-CARD-PRESENT
035000        PERFORM 2000-APPLY-TRANSACTION
035100            VARYING TRAN-IDX FROM 1 BY 1
035200            UNTIL TRAN-IDX > TRAN-COUNT;
035300        SET APPLY-DONE TO TRUE
035400     END-IF.
035500     PERFORM 2500-WRITE-NEW-SUPPRESS-FILE.
035600     PERFORM 1950-WRITE-REPORT-TOTALS.
035700     PERFORM 2900-WRITE-REJECT-FILE.
035800     PERFORM 9000-CLOSE-FILES.
035900     DISPLAY PGMNAME, ' ADDS=', ADD-COUNT, ' CHANGES=',
036000             CHANGE-COUNT, ' DELETES=', DELETE-COUNT,
036100             ' REJECTS=', REJECT-COUNT,
036200             ' LAPSED DROPPED=', FILE-LAPSED-COUNT,
036300             ' ERRORS=', ERROR-COUNT.
036400     EVALUATE TRUE
036500      WHEN NOT APPLY-DONE
036600       MOVE 8 TO RETURN-CODE
036700      WHEN ERROR-COUNT > ZERO
036800       MOVE 8 TO RETURN-CODE
036900      WHEN REJECT-COUNT > ZERO
037000       MOVE 4 TO RETURN-CODE
037100      WHEN OTHER
037200       MOVE ZERO TO RETURN-CODE
037300     END-EVALUATE.
037400     GOBACK.
037500     EJECT
037600 0050-READ-CONTROL-CARD.
037700* The user id is mandatory -- every history record carries it.
037800* APPLY is the only other word the card may carry; anything
037900* else stops the run so a mistyped card can never quietly
038000* change what gets applied.
038100     OPEN INPUT CONTROL-FILE.
038200     IF CONTROL-FILE-STATUS NOT = '00'
038300        DISPLAY PGMNAME, ' NO ACSPCTL CONTROL CARD, STATUS=',
038400                CONTROL-FILE-STATUS;
038500        SET CONTROL-CARD-BAD TO TRUE
038600     ELSE
038700        READ CONTROL-FILE
038800           AT END
038900              SET CONTROL-CARD-BAD TO TRUE
039000           NOT AT END
039100              EVALUATE TRUE
039200               WHEN CTL-USER-ID = SPACES
039300                SET CONTROL-CARD-BAD TO TRUE
039400               WHEN CTL-APPLY-WORD = 'APPLY'
039500                MOVE CTL-USER-ID TO WS-USER-ID;
039600                SET APPLY-CARD-PRESENT TO TRUE;
039700                DISPLAY PGMNAME, ' APPLY CONTROL CARD PRESENT, ',
039800                        'USER ', CTL-USER-ID
039900               WHEN CTL-APPLY-WORD = SPACES
040000                MOVE CTL-USER-ID TO WS-USER-ID
040100               WHEN OTHER
040200                SET CONTROL-CARD-BAD TO TRUE;
040300                DISPLAY PGMNAME, ' INVALID CONTROL CARD: ',
040400                        CONTROL-RECORD
040500              END-EVALUATE
040600        END-READ;
040700        CLOSE CONTROL-FILE
040800     END-IF.
040900     EJECT
041000 0100-LOAD-SUPPRESS-FILE.
041100* Read the current ACIFSUPP into the table. A missing file is a
041200* first-time load: the run starts from an empty table and every
041300* transaction had better be an add.
041400     OPEN INPUT SUPPRESS-IN-FILE.
041500     IF SUPPRESS-IN-STATUS NOT = '00'
041600        DISPLAY PGMNAME, ' UNABLE TO OPEN ACIFSUPP, STATUS=',
041700                SUPPRESS-IN-STATUS, ' -- STARTING FROM EMPTY'
041800     ELSE
041900        PERFORM UNTIL SUPPRESS-EOF
042000           READ SUPPRESS-IN-FILE INTO SUPPRESS-CARD-RECORD
042100              AT END SET SUPPRESS-EOF TO TRUE
042200              NOT AT END PERFORM 0150-LOAD-ONE-ENTRY
042300           END-READ
042400        END-PERFORM;
042500        CLOSE SUPPRESS-IN-FILE
042600     END-IF.
042700     EJECT
042800 0150-LOAD-ONE-ENTRY.
042900* A card ACIFINX could never use -- an unreadable account, or an
043000* effective-to date already behind us -- and the second card for
043100* an account already loaded are dropped here and listed; the
043200* history gets the drop once the run is sure to finish. A card
043300* with an unknown reason is kept: ACIFINX suppresses on it all
043400* the same, and a change transaction is the fix, not silent loss.
043420* A card in force with the table already full is listed and stops
043440* the run: dropping it would mail the account.
043500     MOVE SUPC-ACCOUNT-NO TO WRK-ACCOUNT.
043600     PERFORM 0950-FIND-WRK-ACCOUNT.
043700     EVALUATE TRUE
043800      WHEN SUPC-ACCT-DIV NOT NUMERIC
043900           OR SUPC-ACCT-STORE NOT NUMERIC
044000           OR SUPC-ACCT-NO NOT NUMERIC
044100       ADD 1 TO FILE-BAD-ACCOUNT-COUNT;
044200       MOVE 'UNREADABLE ACCOUNT, DROPPED' TO EDL-DISP;
044300       PERFORM 0160-DROP-FILE-CARD
044400      WHEN (NOT SUPC-TO-OPEN) AND SUPC-EFF-TO NUMERIC
044500           AND SUPC-EFF-TO < WS-RUN-DATE
044600       ADD 1 TO FILE-LAPSED-COUNT;
044700       MOVE 'LAPSED, DROPPED' TO EDL-DISP;
044800       PERFORM 0160-DROP-FILE-CARD
044900      WHEN FOUND-IDX NOT = ZERO
045000       ADD 1 TO FILE-DUP-COUNT;
045100       MOVE 'DUPLICATE ACCOUNT, DROPPED' TO EDL-DISP;
045200       PERFORM 0160-DROP-FILE-CARD
045300      WHEN SPT-COUNT >= 150
045400       MOVE 'OVER 150 ENTRIES, RUN STOPPED' TO EDL-DISP;
045500       PERFORM 0170-LIST-FILE-CARD;
045600       SET SUPPRESS-OVERFLOW TO TRUE
045700      WHEN OTHER
045800       IF NOT SUPC-REASON-VALID
045900          ADD 1 TO FILE-BAD-REASON-COUNT;
046000          MOVE 'UNKNOWN REASON, KEPT' TO EDL-DISP;
046100          PERFORM 0170-LIST-FILE-CARD
046200       END-IF;
046300       ADD 1 TO SPT-COUNT;
046400       ADD 1 TO LIVE-ENTRY-COUNT;
046500       MOVE SUPC-ACCOUNT-NO TO SPT-ACCOUNT (SPT-COUNT);
046600       MOVE SUPC-REASON TO SPT-REASON (SPT-COUNT);
046700       MOVE SUPC-EFF-FROM TO SPT-EFF-FROM (SPT-COUNT);
046800       MOVE SUPC-EFF-TO TO SPT-EFF-TO (SPT-COUNT);
046900       MOVE SPACE TO SPT-STATUS (SPT-COUNT);
047000       MOVE SPACE TO SPT-STAGED-FLAG (SPT-COUNT);
047100       MOVE SPACE TO SPT-EDIT-MARK (SPT-COUNT)
047200     END-EVALUATE.
047300     EJECT
047400 0160-DROP-FILE-CARD.
047500     IF DROP-COUNT >= 1000
047600        MOVE 'OVER 1000 DROPPED, RUN STOPPED' TO EDL-DISP;
047700        SET SUPPRESS-OVERFLOW TO TRUE
047800     ELSE
047900        ADD 1 TO DROP-COUNT;
048000        MOVE SUPPRESS-CARD-RECORD TO DROP-IMAGE (DROP-COUNT)
048100     END-IF.
048200     PERFORM 0170-LIST-FILE-CARD.
048250     EJECT
048300 0170-LIST-FILE-CARD.
048400* File problems are listed ahead of the transactions, with no
048500* sequence number, so they are not mistaken for rejects.
048600     MOVE SPACES TO LIST-RECORD.
048700     MOVE ZERO TO EDL-SEQ.
048800     MOVE SUPPRESS-CARD-RECORD TO EDL-IMAGE.
048900     WRITE LIST-RECORD FROM EDIT-LINE.
049000     EJECT
049010 0180-WRITE-DROP-HISTORY.
049020     MOVE DROP-IMAGE (DROP-IDX) TO SUPPRESS-CARD-RECORD.
049030     MOVE WS-RUN-DATE TO HIST-RUN-DATE.
049040     MOVE WS-USER-ID TO HIST-USER-ID.
049050     MOVE 'X' TO HIST-FUNCTION.
049060     MOVE SUPC-ACCOUNT-NO TO HIST-ACCOUNT.
049070     MOVE SUPPRESS-CARD-RECORD TO HIST-BEFORE.
049080     MOVE SPACES TO HIST-AFTER.
049090     WRITE HIST-RECORD.
049095     EJECT
049100 0950-FIND-WRK-ACCOUNT.
049200* Edit-time existence: the account exists for this card when an
049300* entry carries it and the batch has not deleted it (the edit
049400* mark, not SPT-STATUS, which the edit pass never touches). A
049500* deleted-then-re-added account has two entries; only the
049600* staged one is unmarked, so this finds it. FOUND-IDX comes
049700* back zero when it is not there.
049800     MOVE ZERO TO FOUND-IDX.
049900     PERFORM VARYING SUPP-IDX FROM 1 BY 1
050000         UNTIL SUPP-IDX > SPT-COUNT
050100        IF SPT-ACCOUNT (SUPP-IDX) = WRK-ACCOUNT
050200           AND NOT SPT-EDIT-DELETED (SUPP-IDX)
050300           MOVE SUPP-IDX TO FOUND-IDX
050400        END-IF
050500     END-PERFORM.
050600     EJECT
050700 0960-FIND-WRK-ACCOUNT-APPLY.
050800* Apply-time search: the first entry with the account not yet
050900* apply-deleted. First, not last: when a delete and a re-add of
051000* the same account share a batch, the delete (which comes first
051100* in transaction order) must land on the original file entry,
051200* not on the staged add behind it.
051300     MOVE ZERO TO FOUND-IDX.
051400     MOVE 1 TO SUPP-IDX.
051500     PERFORM UNTIL SUPP-IDX > SPT-COUNT
051600            OR FOUND-IDX NOT = ZERO
051700        IF SPT-ACCOUNT (SUPP-IDX) = WRK-ACCOUNT
051800           AND NOT SPT-DELETED (SUPP-IDX)
051900           MOVE SUPP-IDX TO FOUND-IDX
052000        END-IF;
052100        ADD 1 TO SUPP-IDX
052200     END-PERFORM.
052300     EJECT
052400 1000-LOAD-TRANSACTIONS.
052500* Read the whole transaction file into the table. Nothing is
052600* edited or applied until it is all in storage, so a typo in
052700* card 3 of 40 can never leave the file half updated.
052800     PERFORM UNTIL TRANS-EOF
052900        READ MAINT-TRANS-FILE
053000           AT END SET TRANS-EOF TO TRUE
053100           NOT AT END
053200              IF TRAN-COUNT >= 2000
053300                 SET TABLE-OVERFLOW TO TRUE;
053400                 SET TRANS-EOF TO TRUE
053500              ELSE
053600                 ADD 1 TO TRAN-COUNT;
053700                 MOVE TRAN-RECORD TO TT-IMAGE (TRAN-COUNT)
053800              END-IF
053900        END-READ
054000     END-PERFORM.
054100     EJECT
054200 1100-EDIT-TRANSACTION.
054300* Pass one for one transaction: every reason a transaction could
054400* fail to apply is checked here, against the file as it stood at
054500* the start of the run plus the net effect of the accepted
054600* transactions ahead of this one (the staged entries and edit
054700* marks in the table; SPT-STATUS belongs to the apply pass).
054800     MOVE TT-IMAGE (TRAN-IDX) TO WRK-TRAN.
054900     MOVE 'A' TO TT-STATUS (TRAN-IDX).
055000     MOVE 'ACCEPTED' TO TT-DISP (TRAN-IDX).
055100     EVALUATE TRUE
055200      WHEN NOT (WRK-ADD OR WRK-CHANGE OR WRK-DELETE)
055300       PERFORM 1150-REJECT-INVALID-FUNCTION
055400      WHEN WRK-ACCT-DIV NOT NUMERIC
055500           OR WRK-ACCT-STORE NOT NUMERIC
055600           OR WRK-ACCT-NO NOT NUMERIC
055700       PERFORM 1151-REJECT-INVALID-ACCOUNT
055800      WHEN (WRK-ADD OR WRK-CHANGE) AND NOT WRK-REASON-VALID
055900       PERFORM 1152-REJECT-INVALID-REASON
056000      WHEN (WRK-ADD OR WRK-CHANGE)
056100           AND (NOT WRK-FROM-OPEN) AND WRK-EFF-FROM NOT NUMERIC
056200       PERFORM 1153-REJECT-BAD-FROM-DATE
056300      WHEN (WRK-ADD OR WRK-CHANGE)
056400           AND (NOT WRK-TO-OPEN) AND WRK-EFF-TO NOT NUMERIC
056500       PERFORM 1154-REJECT-BAD-TO-DATE
056600      WHEN (WRK-ADD OR WRK-CHANGE)
056700           AND (NOT WRK-FROM-OPEN) AND (NOT WRK-TO-OPEN)
056800           AND WRK-EFF-TO < WRK-EFF-FROM
056900       PERFORM 1155-REJECT-DATES-REVERSED
057000      WHEN (WRK-ADD OR WRK-CHANGE)
057100           AND (NOT WRK-TO-OPEN) AND WRK-EFF-TO < WS-RUN-DATE
057200       PERFORM 1156-REJECT-ALREADY-LAPSED
057300      WHEN OTHER
057400       PERFORM 0950-FIND-WRK-ACCOUNT;
057500       EVALUATE TRUE
057600        WHEN WRK-ADD AND FOUND-IDX NOT = ZERO
057700         PERFORM 1157-REJECT-DUPLICATE-ADD
057800        WHEN WRK-ADD AND LIVE-ENTRY-COUNT >= 100
057900         PERFORM 1158-REJECT-TABLE-FULL
057920        WHEN WRK-ADD AND SPT-COUNT >= 150
057940         PERFORM 1160-REJECT-NO-TABLE-SLOT
058000        WHEN WRK-ADD
058100         PERFORM 1300-STAGE-ADD
058200        WHEN FOUND-IDX = ZERO
058300         PERFORM 1159-REJECT-NOT-ON-FILE
058400        WHEN WRK-CHANGE
058500* A change alters no existence, so the edit pass has nothing to
058600* mark; the apply pass does the rewriting.
058700         CONTINUE
058800        WHEN WRK-DELETE
058900         MOVE 'D' TO SPT-EDIT-MARK (FOUND-IDX);
059000         SUBTRACT 1 FROM LIVE-ENTRY-COUNT
059100       END-EVALUATE
059200     END-EVALUATE.
059300     IF TT-REJECTED (TRAN-IDX)
059400        ADD 1 TO REJECT-COUNT
059500     ELSE
059600        ADD 1 TO ACCEPT-COUNT
059700     END-IF.
059800     PERFORM 1190-WRITE-DETAIL-LINE.
059900     EJECT
060000 1150-REJECT-INVALID-FUNCTION.
060100     MOVE 'R' TO TT-STATUS (TRAN-IDX).
060200     MOVE 'REJECTED - INVALID FUNCTION' TO TT-DISP (TRAN-IDX).
060300 1151-REJECT-INVALID-ACCOUNT.
060400     MOVE 'R' TO TT-STATUS (TRAN-IDX).
060500     MOVE 'REJECTED - ACCOUNT NOT DDD SSS AA'
060600         TO TT-DISP (TRAN-IDX).
060700 1152-REJECT-INVALID-REASON.
060800* ACIFINX and the mailroom know four reasons; anything else
060900* would suppress a statement nobody can account for.
061000     MOVE 'R' TO TT-STATUS (TRAN-IDX).
061100     MOVE 'REJECTED - REASON NOT RM/DC/LH/ED'
061200         TO TT-DISP (TRAN-IDX).
061300 1153-REJECT-BAD-FROM-DATE.
061400     MOVE 'R' TO TT-STATUS (TRAN-IDX).
061500     MOVE 'REJECTED - EFF-FROM NOT NUMERIC'
061600         TO TT-DISP (TRAN-IDX).
061700 1154-REJECT-BAD-TO-DATE.
061800     MOVE 'R' TO TT-STATUS (TRAN-IDX).
061900     MOVE 'REJECTED - EFF-TO NOT NUMERIC'
062000         TO TT-DISP (TRAN-IDX).
062100 1155-REJECT-DATES-REVERSED.
062200     MOVE 'R' TO TT-STATUS (TRAN-IDX).
062300     MOVE 'REJECTED - EFF-TO BEFORE FROM'
062400         TO TT-DISP (TRAN-IDX).
062500 1156-REJECT-ALREADY-LAPSED.
062600* The next run's load would only drop it again.
062700     MOVE 'R' TO TT-STATUS (TRAN-IDX).
062800     MOVE 'REJECTED - EFF-TO ALREADY PAST'
062900         TO TT-DISP (TRAN-IDX).
063000 1157-REJECT-DUPLICATE-ADD.
063100     MOVE 'R' TO TT-STATUS (TRAN-IDX).
063200     MOVE 'REJECTED - DUPLICATE ADD' TO TT-DISP (TRAN-IDX).
063300 1158-REJECT-TABLE-FULL.
063400* ACIFINX loads at most 100 suppressed accounts and ignores the
063500* rest with only a console message, so the 101st stop-mail would
063600* print and mail regardless.
063700     MOVE 'R' TO TT-STATUS (TRAN-IDX).
063800     MOVE 'REJECTED - OVER 100 ENTRIES' TO TT-DISP (TRAN-IDX).
063900 1159-REJECT-NOT-ON-FILE.
064000     MOVE 'R' TO TT-STATUS (TRAN-IDX).
064100     MOVE 'REJECTED - NOT ON FILE' TO TT-DISP (TRAN-IDX).
064120 1160-REJECT-NO-TABLE-SLOT.
064130* A deleted card keeps its slot until ACSPNEW is written, so a
064140* batch of deletes and adds can run out of slots while still
064150* under the 100-entry limit; the add waits for the next run.
064160     MOVE 'R' TO TT-STATUS (TRAN-IDX).
064170     MOVE 'REJECTED - NO TABLE SLOT' TO TT-DISP (TRAN-IDX).
064200     EJECT
064300 1300-STAGE-ADD.
064400* The edit pass stages the add in the table so a second add, or
064500* a change or delete behind it in the same batch, is edited
064600* against the batch's own net effect. The staged entry only
064700* reaches ACSPNEW if the apply pass runs; the staged flag is set
064800* once here and never cleared.
064900     ADD 1 TO SPT-COUNT.
065000     ADD 1 TO LIVE-ENTRY-COUNT.
065100     MOVE WRK-ACCOUNT TO SPT-ACCOUNT (SPT-COUNT).
065200     MOVE WRK-REASON TO SPT-REASON (SPT-COUNT).
065300     MOVE WRK-EFF-FROM TO SPT-EFF-FROM (SPT-COUNT).
065400     MOVE WRK-EFF-TO TO SPT-EFF-TO (SPT-COUNT).
065500     MOVE SPACE TO SPT-STATUS (SPT-COUNT).
065600     SET SPT-STAGED (SPT-COUNT) TO TRUE.
065700     MOVE SPACE TO SPT-EDIT-MARK (SPT-COUNT).
065800     EJECT
065900 1190-WRITE-DETAIL-LINE.
066000     MOVE SPACES TO LIST-RECORD.
066100     MOVE TRAN-IDX TO EDL-SEQ.
066200     MOVE TT-IMAGE (TRAN-IDX) TO EDL-IMAGE.
066300     MOVE TT-DISP (TRAN-IDX) TO EDL-DISP.
066400     WRITE LIST-RECORD FROM EDIT-LINE.
066500     EJECT
066600 1900-WRITE-REPORT-HEADING.
066700     MOVE SPACES TO LIST-RECORD.
066800     STRING 'ACIFSPMT SUPPRESSION FILE EDIT REPORT -- RUN DATE '
066900            DELIMITED BY SIZE
067000            WS-RUN-DATE DELIMITED BY SIZE
067100            ' USER ' DELIMITED BY SIZE
067200            WS-USER-ID DELIMITED BY SIZE
067300         INTO LIST-RECORD.
067400     WRITE LIST-RECORD.
067500     MOVE SPACES TO LIST-RECORD.
067600     WRITE LIST-RECORD.
067700     EJECT
067800 1950-WRITE-REPORT-TOTALS.
067900     MOVE SPACES TO LIST-RECORD.
068000     WRITE LIST-RECORD.
068100     MOVE TRAN-COUNT TO COUNT-DISP.
068200     MOVE SPACES TO LIST-RECORD.
068300     STRING 'TRANSACTIONS READ: ' DELIMITED BY SIZE
068400            COUNT-DISP DELIMITED BY SIZE
068500         INTO LIST-RECORD.
068600     WRITE LIST-RECORD.
068700     MOVE ACCEPT-COUNT TO COUNT-DISP.
068800     MOVE SPACES TO LIST-RECORD.
068900     STRING 'TRANSACTIONS ACCEPTED: ' DELIMITED BY SIZE
069000            COUNT-DISP DELIMITED BY SIZE
069100         INTO LIST-RECORD.
069200     WRITE LIST-RECORD.
069300     MOVE REJECT-COUNT TO COUNT-DISP.
069400     MOVE SPACES TO LIST-RECORD.
069500     STRING 'TRANSACTIONS REJECTED: ' DELIMITED BY SIZE
069600            COUNT-DISP DELIMITED BY SIZE
069700         INTO LIST-RECORD.
069800     WRITE LIST-RECORD.
069900     MOVE FILE-LAPSED-COUNT TO COUNT-DISP.
070000     MOVE SPACES TO LIST-RECORD.
070100     STRING 'LAPSED CARDS DROPPED FROM FILE: '
070200            DELIMITED BY SIZE
070300            COUNT-DISP DELIMITED BY SIZE
070400         INTO LIST-RECORD.
070500     WRITE LIST-RECORD.
070600     MOVE FILE-DUP-COUNT TO COUNT-DISP.
070700     MOVE SPACES TO LIST-RECORD.
070800     STRING 'DUPLICATE ACCOUNTS DROPPED FROM FILE: '
070900            DELIMITED BY SIZE
071000            COUNT-DISP DELIMITED BY SIZE
071100         INTO LIST-RECORD.
071200     WRITE LIST-RECORD.
071300     MOVE FILE-BAD-ACCOUNT-COUNT TO COUNT-DISP.
071400     MOVE SPACES TO LIST-RECORD.
071500     STRING 'UNREADABLE ACCOUNTS DROPPED FROM FILE: '
071600            DELIMITED BY SIZE
071700            COUNT-DISP DELIMITED BY SIZE
071800         INTO LIST-RECORD.
071900     WRITE LIST-RECORD.
072000     MOVE FILE-BAD-REASON-COUNT TO COUNT-DISP.
072100     MOVE SPACES TO LIST-RECORD.
072200     STRING 'UNKNOWN REASONS STILL ON FILE: '
072300            DELIMITED BY SIZE
072400            COUNT-DISP DELIMITED BY SIZE
072500         INTO LIST-RECORD.
072600     WRITE LIST-RECORD.
072700     MOVE WRITTEN-COUNT TO COUNT-DISP.
072800     MOVE SPACES TO LIST-RECORD.
072900     STRING 'ENTRIES WRITTEN TO ACSPNEW: '
073000            DELIMITED BY SIZE
073100            COUNT-DISP DELIMITED BY SIZE
073200         INTO LIST-RECORD.
073300     WRITE LIST-RECORD.
073400     MOVE SPACES TO LIST-RECORD.
073500     EVALUATE TRUE
073600      WHEN APPLY-DONE AND REJECT-COUNT = ZERO
073700       MOVE 'EDIT CLEAN -- ALL TRANSACTIONS APPLIED'
073800           TO LIST-RECORD
073900      WHEN APPLY-DONE
074000       MOVE 'REJECTS PRESENT -- APPLIED PER APPLY CONTROL CARD'
074100           TO LIST-RECORD
074200      WHEN OTHER
074300       MOVE 'REJECTS PRESENT -- NOTHING APPLIED, SEE ACSPREJ'
074400           TO LIST-RECORD
074500     END-EVALUATE.
074600     WRITE LIST-RECORD.
074700     EJECT
074800 2000-APPLY-TRANSACTION.
074900* Pass two for one transaction: only entries the edit pass
075000* accepted touch the table, and each applied one goes to the
075100* change history with its before- and after-image.
075200     IF TT-ACCEPTED (TRAN-IDX)
075300        MOVE TT-IMAGE (TRAN-IDX) TO WRK-TRAN;
075400        MOVE WS-RUN-DATE TO HIST-RUN-DATE;
075500        MOVE WS-USER-ID TO HIST-USER-ID;
075600        MOVE WRK-FUNCTION TO HIST-FUNCTION;
075700        MOVE WRK-ACCOUNT TO HIST-ACCOUNT;
075800        EVALUATE TRUE
075900         WHEN WRK-ADD
076000          PERFORM 2100-APPLY-ADD
076100         WHEN WRK-CHANGE
076200          PERFORM 2200-APPLY-CHANGE
076300         WHEN WRK-DELETE
076400          PERFORM 2300-APPLY-DELETE
076500        END-EVALUATE
076600     END-IF.
076700     EJECT
076800 2100-APPLY-ADD.
076900* The edit pass already staged the entry; applying is
077000* confirming it and writing the history record.
077100     MOVE ZERO TO FOUND-IDX.
077200     PERFORM VARYING SUPP-IDX FROM 1 BY 1
077300         UNTIL SUPP-IDX > SPT-COUNT
077400        IF SPT-ACCOUNT (SUPP-IDX) = WRK-ACCOUNT
077500           AND SPT-STAGED (SUPP-IDX)
077600           MOVE SUPP-IDX TO FOUND-IDX
077700        END-IF
077800     END-PERFORM.
077900     IF FOUND-IDX = ZERO
078000        DISPLAY PGMNAME, ' APPLY ADD LOST ITS STAGED ENTRY: ',
078100                WRK-TRAN (1:33);
078200        ADD 1 TO ERROR-COUNT
078300     ELSE
078400        ADD 1 TO ADD-COUNT;
078500        MOVE SPACES TO HIST-BEFORE;
078600        PERFORM 2800-BUILD-CARD-IMAGE;
078700        MOVE SUPPRESS-CARD-RECORD TO HIST-AFTER;
078800        WRITE HIST-RECORD
078900     END-IF.
079000     EJECT
079100 2200-APPLY-CHANGE.
079200     PERFORM 0960-FIND-WRK-ACCOUNT-APPLY.
079300     IF FOUND-IDX = ZERO
079400        DISPLAY PGMNAME, ' APPLY CHANGE LOST ITS ENTRY: ',
079500                WRK-TRAN (1:33);
079600        ADD 1 TO ERROR-COUNT
079700     ELSE
079800        ADD 1 TO CHANGE-COUNT;
079900        PERFORM 2800-BUILD-CARD-IMAGE;
080000        MOVE SUPPRESS-CARD-RECORD TO HIST-BEFORE;
080100        MOVE WRK-REASON TO SPT-REASON (FOUND-IDX);
080200        MOVE WRK-EFF-FROM TO SPT-EFF-FROM (FOUND-IDX);
080300        MOVE WRK-EFF-TO TO SPT-EFF-TO (FOUND-IDX);
080400        MOVE 'C' TO SPT-STATUS (FOUND-IDX);
080500        PERFORM 2800-BUILD-CARD-IMAGE;
080600        MOVE SUPPRESS-CARD-RECORD TO HIST-AFTER;
080700        WRITE HIST-RECORD
080800     END-IF.
080900     EJECT
081000 2300-APPLY-DELETE.
081100     PERFORM 0960-FIND-WRK-ACCOUNT-APPLY.
081200     IF FOUND-IDX = ZERO
081300        DISPLAY PGMNAME, ' APPLY DELETE LOST ITS ENTRY: ',
081400                WRK-TRAN (1:33);
081500        ADD 1 TO ERROR-COUNT
081600     ELSE
081700        ADD 1 TO DELETE-COUNT;
081800        PERFORM 2800-BUILD-CARD-IMAGE;
081900        MOVE SUPPRESS-CARD-RECORD TO HIST-BEFORE;
082000        MOVE 'D' TO SPT-STATUS (FOUND-IDX);
082100        MOVE SPACES TO HIST-AFTER;
082200        WRITE HIST-RECORD
082300     END-IF.
082400     EJECT
082500 2800-BUILD-CARD-IMAGE.
082600* Lay the table entry at FOUND-IDX out as an ACIFSUPP card, for
082700* the history images and for the new file.
082800     MOVE SPACES TO SUPPRESS-CARD-RECORD.
082900     MOVE SPT-ACCOUNT (FOUND-IDX) TO SUPC-ACCOUNT-NO.
083000     MOVE SPT-REASON (FOUND-IDX) TO SUPC-REASON.
083100     MOVE SPT-EFF-FROM (FOUND-IDX) TO SUPC-EFF-FROM.
083200     MOVE SPT-EFF-TO (FOUND-IDX) TO SUPC-EFF-TO.
083300     EJECT
083400 2500-WRITE-NEW-SUPPRESS-FILE.
083500* Write the maintained table to ACSPNEW in table order: the old
083600* file's survivors first, then the adds. SPT-STATUS 'D' is
083700* written only by the apply pass, so testing it alone already
083800* means "deleted AND applied"; a staged add needs the apply to
083900* have confirmed it. A run that says NOTHING APPLIED therefore
084000* hands the JCL the old file less the cards the load dropped,
084100* each of which has its own history record.
084200     OPEN OUTPUT SUPPRESS-OUT-FILE.
084300     IF SUPPRESS-OUT-STATUS NOT = '00'
084400        DISPLAY PGMNAME, ' UNABLE TO OPEN ACSPNEW, STATUS=',
084500                SUPPRESS-OUT-STATUS;
084600        ADD 1 TO ERROR-COUNT
084700     ELSE
084800        PERFORM VARYING FOUND-IDX FROM 1 BY 1
084900            UNTIL FOUND-IDX > SPT-COUNT
085000           IF SPT-DELETED (FOUND-IDX)
085100              OR (SPT-STAGED (FOUND-IDX) AND NOT APPLY-DONE)
085200              CONTINUE
085300           ELSE
085400              PERFORM 2800-BUILD-CARD-IMAGE;
085500              WRITE SUPP-OUT-RECORD FROM SUPPRESS-CARD-RECORD;
085600              ADD 1 TO WRITTEN-COUNT
085700           END-IF
085800        END-PERFORM;
085900        CLOSE SUPPRESS-OUT-FILE
086000     END-IF.
086100     EJECT
086200 2900-WRITE-REJECT-FILE.
086300* Rejected transactions go back out exactly as keyed so the
086400* operator can correct ACSPREJ and feed it straight back in as
086500* the next run's ACSPTRAN.
086600     PERFORM VARYING TRAN-IDX FROM 1 BY 1
086700         UNTIL TRAN-IDX > TRAN-COUNT
086800        IF TT-REJECTED (TRAN-IDX)
086900           WRITE REJECT-RECORD FROM TT-IMAGE (TRAN-IDX)
087000        END-IF
087100     END-PERFORM.
087200     EJECT
087300 9000-CLOSE-FILES.
087400     CLOSE MAINT-TRANS-FILE, EDIT-REPORT-FILE,
087500           REJECT-FILE, HISTORY-FILE.
087600 END PROGRAM ACIFSPMT.
