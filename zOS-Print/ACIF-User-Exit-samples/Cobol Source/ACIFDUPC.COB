000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ RENT
000150* LAST UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 02             *   !@02
000200* UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 01             *
000300 ID DIVISION.
000400 PROGRAM-ID. 'ACIFDUPC'.
000500 AUTHOR. TURETZKY--HYDRA.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700               Duplicate statement check across run dates. ACIFINX
000800               catches a statement indexed twice in one run, but
000900               when billing re-sends a statement on a later night
001000               with the same statement date, that night's run has
001100               nothing to compare it with and the customer gets
001200               the same bill twice. This program runs after
001300               ACIFAUDM has merged the night's ACIFAUDT into the
001400               ACIFAMST audit master: for every document on the
001500               night's audit trail it looks up the same account
001600               on the master and lists any document with the same
001700               statement date that went out on an earlier run
001800               date.
001810               A copy sent the same night in another print stream   !@02
001820               (col 38-45 of the ACIFCYCL card) counts as well: by  !@02
001830               the time one stream is checked, every stream merged  !@02
001840               before it is on the master, so a statement a         !@02
001850               supplemental stream sends again is listed by         !@02
001860               whichever of the two is checked second. Both         !@02
001870               streams are shown, (MAIN) for the main run.          !@02
001900
002000               Only documents that actually reached the customer
002100               count, on either side: printed, or e-delivered
002200               (suppressed with reason ED). A document suppressed
002300               for any other reason -- including a second copy
002400               ACIFINX deleted as an in-run duplicate, reason DU
002500               -- never went out and is not compared. Master
002600               records from before the statement date was carried
002700               on the master have it blank and cannot match.
002800               Duplicates within the night itself are ACIFINX's
002900               DUPSTMT exceptions on ACIFEXCP and are not repeated
003000               here.
003100
003200               Inputs:
003300                 ACIFAUDT  the night's audit trail, as merged
003400                 ACIFAMST  the audit master, after the merge
003500               Output:
003600                 ACDUPLST  one line per earlier copy found, with
003700                           the night's document beside it
003800
003900               Return code 0 means no statement went out twice;
004000               4 means the listing names at least one; 16 means a
004100               file could not be opened.
004200 DATE-WRITTEN. 15 OCT 26.
004300 DATE-COMPILED.
004400 SECURITY. IBM SAMPLE CODE ONLY.
004500*/**************************************************************/
004600*/* Licensed under the Apache License, Version 2.0 (the        */
004700*/* "License"); you may not use this file except in compliance */
004800*/* with the License. You may obtain a copy of the License at  */
004900*/*                                                            */
005000*/* http://www.apache.org/licenses/LICENSE-2.0                 */
005100*/*                                                            */
005200*/* Unless required by applicable law or agreed to in writing, */
005300*/* software distributed under the License is distributed on an*/
005400*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
005500*/* KIND, either express or implied.  See the License for the  */
005600*/* specific language governing permissions and limitations    */
005700*/* under the License.                                         */
005800*/**************************************************************/
005900 TITLE 'ACIF Duplicate Statement Check'.
006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
006200 SOURCE-COMPUTER. IBM-370.
006300 OBJECT-COMPUTER. IBM-370.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT AUDIT-FILE ASSIGN TO ACIFAUDT
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS AUDIT-FILE-STATUS.
006900     SELECT MASTER-FILE ASSIGN TO ACIFAMST
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS AMST-KEY
007300         FILE STATUS IS MASTER-FILE-STATUS.
007400     SELECT LIST-FILE ASSIGN TO ACDUPLST
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS LIST-FILE-STATUS.
007700     EJECT
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  AUDIT-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY ACAUDREC.
008300 FD  MASTER-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY ACAMSREC.
008600 FD  LIST-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  LIST-RECORD                 PIC X(133).
008900     EJECT
009000 WORKING-STORAGE SECTION.
009100 77  PGMNAME                     PIC X(8) VALUE 'ACIFDUPC'.
009200 77  AUDIT-FILE-STATUS           PIC XX.
009300 77  MASTER-FILE-STATUS          PIC XX.
009400 77  LIST-FILE-STATUS            PIC XX.
009500 77  WS-RUN-DATE                 PIC X(8).
009600 77  AUDIT-EOF-FLAG              PIC X VALUE LOW-VALUE.
009700     88  AUDIT-EOF               VALUE HIGH-VALUE.
009800 77  BROWSE-DONE-FLAG            PIC X.
009900     88  BROWSE-DONE             VALUE HIGH-VALUE.
010000 77  AUDIT-COUNT                 PIC S9(8) BINARY VALUE ZERO.
010100 77  NOT-SENT-COUNT              PIC S9(8) BINARY VALUE ZERO.
010200 77  NO-DATE-COUNT               PIC S9(8) BINARY VALUE ZERO.
010300 77  CHECKED-COUNT               PIC S9(8) BINARY VALUE ZERO.
010400 77  DUPLICATE-COUNT             PIC S9(8) BINARY VALUE ZERO.
010500 77  EARLIER-COUNT               PIC S9(8) BINARY VALUE ZERO.
010600 77  DOC-EARLIER-COUNT           PIC S9(8) BINARY VALUE ZERO.
010700 77  COUNT-DISP                  PIC ZZZ,ZZ9.
010800 01  HEADING-LINE-1.
010900     05  FILLER                  PIC X(40)
011000             VALUE 'ACIFDUPC STATEMENTS ALREADY SENT    RUN '.
011100     05  HDG-RUN-DATE            PIC X(8).
011200     05  FILLER                  PIC X(85) VALUE SPACES.
011300 01  HEADING-LINE-2.
011400     05  FILLER                  PIC X(25)
011500             VALUE 'ACCOUNT    STMT DATE     '.
011600     05  FILLER                  PIC X(27)
011700             VALUE 'RUN DATE PAGES             '.
011800     05  FILLER                  PIC X(22)                          !@02
011850             VALUE 'SENT AS     STREAM    '.                        !@02
011900     05  FILLER                  PIC X(27)
012000             VALUE 'EARLIER  EARLIER PAGES     '.
012100     05  FILLER                  PIC X(20)                          !@02
012150             VALUE 'SENT AS     STREAM  '.                          !@02
012200     05  FILLER                  PIC X(12) VALUE SPACES.            !@02
012300* One earlier copy: the night's document on the left, the copy
012400* already sent on the right.
012500 01  DUPLICATE-LINE.
012600     05  DL-ACCOUNT              PIC X(10).
012700     05  FILLER                  PIC X VALUE SPACE.
012800     05  DL-STMT-DATE            PIC X(12).
012900     05  FILLER                  PIC XX VALUE SPACES.
013000     05  DL-RUN-DATE             PIC X(8).
013100     05  FILLER                  PIC X VALUE SPACE.
013200     05  DL-PAGE-NUM             PIC 9(8).
013300     05  FILLER                  PIC X VALUE '-'.
013400     05  DL-LAST-PAGE            PIC 9(8).
013500     05  FILLER                  PIC X VALUE SPACE.
013600     05  DL-SENT-AS              PIC X(11).
013620     05  FILLER                  PIC X VALUE SPACE.                 !@02
013640     05  DL-STREAM               PIC X(8).                          !@02
013700     05  FILLER                  PIC XX VALUE SPACES.
013800     05  DL-EARLIER-RUN-DATE     PIC X(8).
013900     05  FILLER                  PIC X VALUE SPACE.
014000     05  DL-EARLIER-PAGE-NUM     PIC 9(8).
014100     05  FILLER                  PIC X VALUE '-'.
014200     05  DL-EARLIER-LAST-PAGE    PIC 9(8).
014300     05  FILLER                  PIC X VALUE SPACE.
014400     05  DL-EARLIER-SENT-AS      PIC X(11).
014420     05  FILLER                  PIC X VALUE SPACE.                 !@02
014440     05  DL-EARLIER-STREAM       PIC X(8).                          !@02
014500     05  FILLER                  PIC X(12) VALUE SPACES.            !@02
014600     EJECT
014700 PROCEDURE DIVISION.
014800 0000-MAIN.
014900     OPEN INPUT AUDIT-FILE.
015000     IF AUDIT-FILE-STATUS NOT = '00'
015100        DISPLAY PGMNAME, ' UNABLE TO OPEN ACIFAUDT, STATUS=',
015200                AUDIT-FILE-STATUS;
015300        MOVE 16 TO RETURN-CODE;
015400        GOBACK
015500     END-IF.
015600     OPEN INPUT MASTER-FILE.
015700     IF MASTER-FILE-STATUS NOT = '00'
015800        DISPLAY PGMNAME, ' UNABLE TO OPEN ACIFAMST, STATUS=',
015900                MASTER-FILE-STATUS;
016000        CLOSE AUDIT-FILE;
016100        MOVE 16 TO RETURN-CODE;
016200        GOBACK
016300     END-IF.
016400     OPEN OUTPUT LIST-FILE.
016500     IF LIST-FILE-STATUS NOT = '00'
016600        DISPLAY PGMNAME, ' UNABLE TO OPEN ACDUPLST, STATUS=',
016700                LIST-FILE-STATUS;
016800        CLOSE AUDIT-FILE, MASTER-FILE;
016900        MOVE 16 TO RETURN-CODE;
017000        GOBACK
017100     END-IF.
017200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017300     PERFORM 1900-WRITE-REPORT-HEADING.
017400     PERFORM UNTIL AUDIT-EOF
017500        READ AUDIT-FILE
017600           AT END SET AUDIT-EOF TO TRUE
017700           NOT AT END PERFORM 1000-CHECK-ONE-DOCUMENT
017800        END-READ
017900     END-PERFORM.
018000     PERFORM 1950-WRITE-REPORT-TOTALS.
018100     CLOSE AUDIT-FILE, MASTER-FILE, LIST-FILE.
018200     DISPLAY PGMNAME, ' DOCUMENTS=', AUDIT-COUNT,
018300             ' CHECKED=', CHECKED-COUNT,
018400             ' ALREADY SENT=', DUPLICATE-COUNT.
018500     IF DUPLICATE-COUNT > ZERO
018600        DISPLAY PGMNAME, ' STATEMENTS ALREADY SENT (EARLIER DATE',  !@02
018700                ' OR OTHER STREAM) -- SEE ACDUPLST';                !@02
018800        MOVE 4 TO RETURN-CODE
018900     ELSE
019000        MOVE ZERO TO RETURN-CODE
019100     END-IF.
019200     GOBACK.
019300     EJECT
019400 1000-CHECK-ONE-DOCUMENT.
019500* A document the night did not send out cannot be a second bill,
019600* and one without a statement date cannot be compared; the rest
019700* are looked up on the master.
019800     ADD 1 TO AUDIT-COUNT.
019900     EVALUATE TRUE
020000      WHEN AUD-SUPPRESSED AND AUD-SUPPRESS-REASON NOT = 'ED'
020100       ADD 1 TO NOT-SENT-COUNT
020200      WHEN AUD-STMT-DATE = SPACES
020300       ADD 1 TO NO-DATE-COUNT
020400      WHEN OTHER
020500       ADD 1 TO CHECKED-COUNT;
020600       PERFORM 1100-BROWSE-MASTER;
020700       IF DOC-EARLIER-COUNT > ZERO
020800          ADD 1 TO DUPLICATE-COUNT
020900       END-IF
021000     END-EVALUATE.
021100     EJECT
021200 1100-BROWSE-MASTER.
021300* The master key is account, run date, stream, page, so one         !@02
021400* account's documents come back oldest run date first; the          !@02
021500* browse stops after the night's own run date, since only           !@02
021550* earlier ones and the night's other streams count.                 !@02
021600     MOVE ZERO TO DOC-EARLIER-COUNT.
021700     MOVE AUD-ACCOUNT-NO TO AMST-ACCOUNT-NO.
021800     MOVE LOW-VALUES TO AMST-RUN-DATE.
021850     MOVE LOW-VALUES TO AMST-STREAM-ID.                             !@02
021900     MOVE ZERO TO AMST-PAGE-NUM.
022000     MOVE LOW-VALUE TO BROWSE-DONE-FLAG.
022100     START MASTER-FILE KEY NOT < AMST-KEY
022200        INVALID KEY
022300           SET BROWSE-DONE TO TRUE
022400     END-START.
022500     PERFORM UNTIL BROWSE-DONE
022600        READ MASTER-FILE NEXT
022700           AT END SET BROWSE-DONE TO TRUE
022800           NOT AT END
022900              IF AMST-ACCOUNT-NO NOT = AUD-ACCOUNT-NO
023000                 OR AMST-RUN-DATE > AUD-RUN-DATE                    !@02
023100                 SET BROWSE-DONE TO TRUE
023200              ELSE
023300                 PERFORM 1150-CHECK-EARLIER-COPY
023400              END-IF
023500        END-READ
023600     END-PERFORM.
023700     EJECT
023800 1150-CHECK-EARLIER-COPY.
023900* Same statement date, sent on an earlier night or in another       !@02
023920* stream the same night, and it went out: list the pair.            !@02
024000     IF AMST-STMT-DATE = AUD-STMT-DATE
024100        AND (NOT AMST-SUPPRESSED OR AMST-SUPPRESS-REASON = 'ED')
024120        AND (AMST-RUN-DATE < AUD-RUN-DATE                           !@02
024140             OR AMST-STREAM-ID NOT = AUD-STREAM-ID)                 !@02
024200        ADD 1 TO DOC-EARLIER-COUNT;
024300        ADD 1 TO EARLIER-COUNT;
024400        MOVE AUD-ACCOUNT-NO TO DL-ACCOUNT;
024500        MOVE AUD-STMT-DATE TO DL-STMT-DATE;
024600        MOVE AUD-RUN-DATE TO DL-RUN-DATE;
024700        MOVE AUD-PAGE-NUM TO DL-PAGE-NUM;
024800        MOVE AUD-LAST-PAGE TO DL-LAST-PAGE;
024900        IF AUD-SUPPRESSED
025000           MOVE 'E-DELIVERED' TO DL-SENT-AS
025100        ELSE
025200           MOVE 'PRINTED' TO DL-SENT-AS
025300        END-IF;
025310        IF AUD-STREAM-ID = SPACES                                   !@02
025320           MOVE '(MAIN)' TO DL-STREAM                               !@02
025330        ELSE                                                        !@02
025340           MOVE AUD-STREAM-ID TO DL-STREAM                          !@02
025350        END-IF;                                                     !@02
025400        MOVE AMST-RUN-DATE TO DL-EARLIER-RUN-DATE;
025500        MOVE AMST-PAGE-NUM TO DL-EARLIER-PAGE-NUM;
025600        MOVE AMST-LAST-PAGE TO DL-EARLIER-LAST-PAGE;
025700        IF AMST-SUPPRESSED
025800           MOVE 'E-DELIVERED' TO DL-EARLIER-SENT-AS
025900        ELSE
026000           MOVE 'PRINTED' TO DL-EARLIER-SENT-AS
026100        END-IF;
026110        IF AMST-STREAM-ID = SPACES                                  !@02
026120           MOVE '(MAIN)' TO DL-EARLIER-STREAM                       !@02
026130        ELSE                                                        !@02
026140           MOVE AMST-STREAM-ID TO DL-EARLIER-STREAM                 !@02
026150        END-IF;                                                     !@02
026200        WRITE LIST-RECORD FROM DUPLICATE-LINE
026300     END-IF.
026400     EJECT
026500 1900-WRITE-REPORT-HEADING.
026600     MOVE WS-RUN-DATE TO HDG-RUN-DATE.
026700     WRITE LIST-RECORD FROM HEADING-LINE-1.
026800     MOVE SPACES TO LIST-RECORD.
026900     WRITE LIST-RECORD.
027000     WRITE LIST-RECORD FROM HEADING-LINE-2.
027100     EJECT
027200 1950-WRITE-REPORT-TOTALS.
027300     MOVE SPACES TO LIST-RECORD.
027400     WRITE LIST-RECORD.
027500     MOVE AUDIT-COUNT TO COUNT-DISP.
027600     MOVE SPACES TO LIST-RECORD.
027700     STRING 'DOCUMENTS ON THE AUDIT TRAIL:    ' DELIMITED BY SIZE
027800            COUNT-DISP DELIMITED BY SIZE
027900         INTO LIST-RECORD.
028000     WRITE LIST-RECORD.
028100     MOVE NOT-SENT-COUNT TO COUNT-DISP.
028200     MOVE SPACES TO LIST-RECORD.
028300     STRING 'SUPPRESSED, NOT SENT, SKIPPED:   ' DELIMITED BY SIZE
028400            COUNT-DISP DELIMITED BY SIZE
028500         INTO LIST-RECORD.
028600     WRITE LIST-RECORD.
028700     MOVE NO-DATE-COUNT TO COUNT-DISP.
028800     MOVE SPACES TO LIST-RECORD.
028900     STRING 'NO STATEMENT DATE, SKIPPED:      ' DELIMITED BY SIZE
029000            COUNT-DISP DELIMITED BY SIZE
029100         INTO LIST-RECORD.
029200     WRITE LIST-RECORD.
029300     MOVE CHECKED-COUNT TO COUNT-DISP.
029400     MOVE SPACES TO LIST-RECORD.
029500     STRING 'CHECKED AGAINST ACIFAMST:        ' DELIMITED BY SIZE
029600            COUNT-DISP DELIMITED BY SIZE
029700         INTO LIST-RECORD.
029800     WRITE LIST-RECORD.
029900     MOVE DUPLICATE-COUNT TO COUNT-DISP.
030000     MOVE SPACES TO LIST-RECORD.
030100     STRING '* SENT EARLIER OR IN OTHER STREAM:' DELIMITED BY SIZE  !@02
030200            COUNT-DISP DELIMITED BY SIZE
030300         INTO LIST-RECORD.
030400     WRITE LIST-RECORD.
030500     MOVE EARLIER-COUNT TO COUNT-DISP.
030600     MOVE SPACES TO LIST-RECORD.
030700     STRING '  EARLIER COPIES LISTED:         ' DELIMITED BY SIZE
030800            COUNT-DISP DELIMITED BY SIZE
030900         INTO LIST-RECORD.
031000     WRITE LIST-RECORD.
031100 END PROGRAM ACIFDUPC.
