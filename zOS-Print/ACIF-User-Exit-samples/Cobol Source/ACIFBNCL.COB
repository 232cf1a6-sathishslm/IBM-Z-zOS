000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ RENT
000200* LAST UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 01             *
000300 ID DIVISION.
000400 PROGRAM-ID. 'ACIFBNCL'.
000500 AUTHOR. TURETZKY--HYDRA.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700               Bursting bundle contents listing. APKBTINP's
000800               APKBMAN manifest tells the bursting desk which
000900               page range of the print file each distribution
001000               group occupies and who gets it, but not which
001100               statements are inside, so a recipient's complaint
001200               that a statement is missing from their bundle
001300               could not be answered. This program joins the
001400               night's manifest with the night's ACIFAUDT audit
001500               trail and lists, for every group, the recipient
001600               and delivery instructions and then every account
001700               in the group's pages with its division, store and
001800               page span. It goes to the bursting desk with the
001900               bundles and is kept with the night's reports.
002000
002100               Inputs:
002200                 APKBMAN   the APKBTINP manifest, one line per
002300                           distribution group in page order (see
002400                           MANIFEST-LINE in APKBTINP); its heading
002500                           line is skipped
002600                 ACIFAUDT  the ACIFINX audit trail for the same
002700                           night, one record per document in print
002800                           order
002900
003000               APKBTINP runs in the print release step, after
003100               ACIFINX has removed suppressed documents, so its
003200               page numbers are print-file positions -- the same
003300               basis as a printed document's pages on ACIFAUDT.
003400               A suppressed document carries its input positions
003500               and was never in a bundle; it is counted, not
003600               listed.
003700
003800               Documents and groups are matched in one pass, both
003900               in page order. A document that starts in one
004000               group's pages and ends in another's, or that falls
004100               between groups, before the first or after the last,
004200               is listed in a closing exceptions section; one
004300               that crosses a boundary is also shown, flagged, in
004400               the first group whose pages it reaches, because
004500               part of it is in that bundle.
004600
004700               Return code 0 means every printed document sits
004800               wholly inside one group. 4 means the manifest had
004900               lines that could not be read or groups with no
005000               documents; 8 means documents crossed a boundary or
005100               fell outside every group; 16 means an input could
005200               not be opened.
005300 DATE-WRITTEN. 15 OCT 26.
005400 DATE-COMPILED.
005500 SECURITY. IBM SAMPLE CODE ONLY.
005600*/**************************************************************/
005700*/* Licensed under the Apache License, Version 2.0 (the        */
005800*/* "License"); you may not use this file except in compliance */
005900*/* with the License. You may obtain a copy of the License at  */
006000*/*                                                            */
006100*/* http://www.apache.org/licenses/LICENSE-2.0                 */
006200*/*                                                            */
006300*/* Unless required by applicable law or agreed to in writing, */
006400*/* software distributed under the License is distributed on an*/
006500*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
006600*/* KIND, either express or implied.  See the License for the  */
006700*/* specific language governing permissions and limitations    */
006800*/* under the License.                                         */
006900*/**************************************************************/
007000 TITLE 'ACIF Bursting Bundle Contents Listing'.
007100 ENVIRONMENT DIVISION.
007200 CONFIGURATION SECTION.
007300 SOURCE-COMPUTER. IBM-370.
007400 OBJECT-COMPUTER. IBM-370.
007500 INPUT-OUTPUT SECTION.
007600 FILE-CONTROL.
007700     SELECT MANIFEST-FILE ASSIGN TO APKBMAN
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS MANIFEST-FILE-STATUS.
008000     SELECT AUDIT-FILE ASSIGN TO ACIFAUDT
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS AUDIT-FILE-STATUS.
008300     SELECT LIST-FILE ASSIGN TO ACBNLIST
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS LIST-FILE-STATUS.
008600     EJECT
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  MANIFEST-FILE
009000     LABEL RECORDS ARE STANDARD.
009100* APKBTINP's MANIFEST-LINE, read back by column.
009200 01  MANIFEST-RECORD.
009300     05  MNR-SEQ                 PIC X(4).
009400     05  FILLER                  PIC XX.
009500     05  MNR-CODE                PIC X(8).
009600     05  FILLER                  PIC XX.
009700     05  MNR-RECIPIENT           PIC X(30).
009800     05  FILLER                  PIC XX.
009900     05  MNR-DELIVERY            PIC X(40).
010000     05  MNR-PAGES-LITERAL       PIC X(8).
010100     05  MNR-START-PAGE          PIC X(8).
010200     05  MNR-START-PAGE-NUM      REDEFINES MNR-START-PAGE
010300                                 PIC 9(8).
010400     05  FILLER                  PIC X.
010500     05  MNR-END-PAGE            PIC X(8).
010600     05  MNR-END-PAGE-NUM        REDEFINES MNR-END-PAGE
010700                                 PIC 9(8).
010800     05  FILLER                  PIC X(19).
010900 FD  AUDIT-FILE
011000     LABEL RECORDS ARE STANDARD.
011100     COPY ACAUDREC.
011200 FD  LIST-FILE
011300     LABEL RECORDS ARE STANDARD.
011400 01  LIST-RECORD                 PIC X(133).
011500     EJECT
011600 WORKING-STORAGE SECTION.
011700 77  PGMNAME                     PIC X(8) VALUE 'ACIFBNCL'.
011800 77  MANIFEST-FILE-STATUS        PIC XX.
011900 77  AUDIT-FILE-STATUS           PIC XX.
012000 77  LIST-FILE-STATUS            PIC XX.
012100 77  MANIFEST-EOF-FLAG           PIC X VALUE LOW-VALUE.
012200     88  MANIFEST-EOF            VALUE HIGH-VALUE.
012300 77  AUDIT-EOF-FLAG              PIC X VALUE LOW-VALUE.
012400     88  AUDIT-EOF               VALUE HIGH-VALUE.
012500 77  DOC-FOUND-FLAG              PIC X.
012600     88  DOC-FOUND               VALUE HIGH-VALUE.
012700 77  GROUP-IDX                   PIC S9(4) BINARY.
012800 77  EXC-IDX                     PIC S9(4) BINARY.
012900 77  GROUP-DOC-COUNT             PIC S9(8) BINARY.
013000 77  GROUP-PAGE-COUNT            PIC S9(8) BINARY.
013100 77  DOC-SPAN                    PIC S9(8) BINARY.
013200 77  RUN-DATE-SEEN               PIC X(8) VALUE SPACES.
013300 77  MANIFEST-LINE-COUNT         PIC S9(8) BINARY VALUE ZERO.
013400 77  BAD-MANIFEST-COUNT          PIC S9(8) BINARY VALUE ZERO.
013500 77  EMPTY-GROUP-COUNT           PIC S9(8) BINARY VALUE ZERO.
013600 77  AUDIT-DOC-COUNT             PIC S9(8) BINARY VALUE ZERO.
013700 77  SUPPRESSED-DOC-COUNT        PIC S9(8) BINARY VALUE ZERO.
013800 77  LISTED-DOC-COUNT            PIC S9(8) BINARY VALUE ZERO.
013900 77  CROSSING-DOC-COUNT          PIC S9(8) BINARY VALUE ZERO.
014000 77  OUTSIDE-DOC-COUNT           PIC S9(8) BINARY VALUE ZERO.
014100 77  COUNT-DISP                  PIC ZZZ,ZZZ,ZZ9.
014200* The manifest's groups, in page order.
014300 01  GROUP-TABLE-AREA.
014400     05  GT-COUNT                PIC S9(4) BINARY VALUE ZERO.
014500     05  GT-ENTRY OCCURS 1 TO 2000 TIMES
014600                  DEPENDING ON GT-COUNT.
014700         10  GT-SEQ              PIC X(4).
014800         10  GT-CODE             PIC X(8).
014900         10  GT-RECIPIENT        PIC X(30).
015000         10  GT-DELIVERY         PIC X(40).
015100         10  GT-START-PAGE       PIC S9(8) BINARY.
015200         10  GT-END-PAGE         PIC S9(8) BINARY.
015300* Documents for the exceptions section; past 1000 they are still
015400* counted and shown on the console, but not kept for the listing.
015500 01  EXCEPTION-TABLE-AREA.
015600     05  EXC-COUNT               PIC S9(4) BINARY VALUE ZERO.
015700     05  EXC-ENTRY OCCURS 1 TO 1000 TIMES
015800                  DEPENDING ON EXC-COUNT.
015900         10  EXC-ACCOUNT         PIC X(10).
016000         10  EXC-DIV-CODE        PIC 999.
016100         10  EXC-STORE-CODE      PIC 999.
016200         10  EXC-FIRST-PAGE      PIC 9(8).
016300         10  EXC-LAST-PAGE       PIC 9(8).
016400         10  EXC-NOTE            PIC X(30).
016500 01  EXCEPTION-NOTE              PIC X(30).
016600 01  HEADING-LINE.
016700     05  FILLER                  PIC X(41)
016800             VALUE 'ACIFBNCL BURSTING BUNDLE CONTENTS  RUN DA'.
016900     05  FILLER                  PIC X(4) VALUE 'TE '.
017000     05  HDG-RUN-DATE            PIC X(8).
017100     05  FILLER                  PIC X(80) VALUE SPACES.
017200 01  GROUP-LINE.
017300     05  FILLER                  PIC X(6) VALUE 'GROUP '.
017400     05  GL-SEQ                  PIC X(4).
017500     05  FILLER                  PIC XX VALUE SPACES.
017600     05  GL-CODE                 PIC X(8).
017700     05  FILLER                  PIC XX VALUE SPACES.
017800     05  GL-RECIPIENT            PIC X(30).
017900     05  FILLER                  PIC X(8) VALUE '  PAGES '.
018000     05  GL-START-PAGE           PIC 9(8).
018100     05  FILLER                  PIC X VALUE '-'.
018200     05  GL-END-PAGE             PIC 9(8).
018300     05  FILLER                  PIC X(56) VALUE SPACES.
018400 01  DELIVERY-LINE.
018500     05  FILLER                  PIC X(12) VALUE SPACES.
018600     05  FILLER                  PIC X(10) VALUE 'DELIVERY: '.
018700     05  DVL-DELIVERY            PIC X(40).
018800     05  FILLER                  PIC X(71) VALUE SPACES.
018900 01  DOCUMENT-LINE.
019000     05  FILLER                  PIC X(4) VALUE SPACES.
019100     05  DL-ACCOUNT              PIC X(10).
019200     05  FILLER                  PIC X(6) VALUE '  DIV '.
019300     05  DL-DIV-CODE             PIC 999.
019400     05  FILLER                  PIC X VALUE SPACE.
019500     05  DL-DIV-NAME             PIC X(12).
019600     05  FILLER                  PIC X(8) VALUE '  STORE '.
019700     05  DL-STORE-CODE           PIC 999.
019800     05  FILLER                  PIC X VALUE SPACE.
019900     05  DL-STORE-NAME           PIC X(12).
020000     05  FILLER                  PIC X(8) VALUE '  PAGES '.
020100     05  DL-FIRST-PAGE           PIC 9(8).
020200     05  FILLER                  PIC X VALUE '-'.
020300     05  DL-LAST-PAGE            PIC 9(8).
020400     05  FILLER                  PIC XX VALUE SPACES.
020500     05  DL-NOTE                 PIC X(30).
020600     05  FILLER                  PIC X(16) VALUE SPACES.
020700 01  GROUP-TOTAL-LINE.
020800     05  FILLER                  PIC X(12) VALUE SPACES.
020900     05  FILLER                  PIC X(11) VALUE 'DOCUMENTS: '.
021000     05  GTL-DOCS                PIC ZZZ,ZZ9.
021100     05  FILLER                  PIC X(9) VALUE '  PAGES: '.
021200     05  GTL-PAGES               PIC ZZZ,ZZZ,ZZ9.
021300     05  FILLER                  PIC X(83) VALUE SPACES.
021400 01  EXCEPTION-LINE.
021500     05  FILLER                  PIC X(4) VALUE SPACES.
021600     05  XL-ACCOUNT              PIC X(10).
021700     05  FILLER                  PIC X(6) VALUE '  DIV '.
021800     05  XL-DIV-CODE             PIC 999.
021900     05  FILLER                  PIC X(8) VALUE '  STORE '.
022000     05  XL-STORE-CODE           PIC 999.
022100     05  FILLER                  PIC X(8) VALUE '  PAGES '.
022200     05  XL-FIRST-PAGE           PIC 9(8).
022300     05  FILLER                  PIC X VALUE '-'.
022400     05  XL-LAST-PAGE            PIC 9(8).
022500     05  FILLER                  PIC XX VALUE SPACES.
022600     05  XL-NOTE                 PIC X(30).
022700     05  FILLER                  PIC X(42) VALUE SPACES.
022800     EJECT
022900 PROCEDURE DIVISION.
023000 0000-MAIN.
023100     OPEN INPUT MANIFEST-FILE.
023200     IF MANIFEST-FILE-STATUS NOT = '00'
023300        DISPLAY PGMNAME, ' UNABLE TO OPEN APKBMAN, STATUS=',
023400                MANIFEST-FILE-STATUS;
023500        MOVE 16 TO RETURN-CODE;
023600        GOBACK
023700     END-IF.
023800     OPEN INPUT AUDIT-FILE.
023900     IF AUDIT-FILE-STATUS NOT = '00'
024000        DISPLAY PGMNAME, ' UNABLE TO OPEN ACIFAUDT, STATUS=',
024100                AUDIT-FILE-STATUS;
024200        CLOSE MANIFEST-FILE;
024300        MOVE 16 TO RETURN-CODE;
024400        GOBACK
024500     END-IF.
024600     OPEN OUTPUT LIST-FILE.
024700     IF LIST-FILE-STATUS NOT = '00'
024800        DISPLAY PGMNAME, ' UNABLE TO OPEN ACBNLIST, STATUS=',
024900                LIST-FILE-STATUS;
025000        CLOSE MANIFEST-FILE, AUDIT-FILE;
025100        MOVE 16 TO RETURN-CODE;
025200        GOBACK
025300     END-IF.
025400     PERFORM 0100-LOAD-MANIFEST.
025500     PERFORM 0200-READ-PRINTED-DOCUMENT.
025600     MOVE RUN-DATE-SEEN TO HDG-RUN-DATE.
025700     WRITE LIST-RECORD FROM HEADING-LINE.
025800     PERFORM 1000-LIST-GROUP
025900         VARYING GROUP-IDX FROM 1 BY 1
026000         UNTIL GROUP-IDX > GT-COUNT.
026100* Whatever is left starts after the last group's pages.
026200     MOVE 'AFTER THE LAST GROUP' TO EXCEPTION-NOTE.
026300     PERFORM UNTIL AUDIT-EOF
026400        ADD 1 TO OUTSIDE-DOC-COUNT;
026500        PERFORM 1300-KEEP-EXCEPTION;
026600        PERFORM 0200-READ-PRINTED-DOCUMENT
026700     END-PERFORM.
026800     PERFORM 1900-WRITE-EXCEPTIONS.
026900     PERFORM 1950-WRITE-TOTALS.
027000     CLOSE MANIFEST-FILE, AUDIT-FILE, LIST-FILE.
027100     DISPLAY PGMNAME, ' GROUPS=', GT-COUNT,
027200             ' DOCUMENTS LISTED=', LISTED-DOC-COUNT,
027300             ' CROSSING=', CROSSING-DOC-COUNT,
027400             ' OUTSIDE=', OUTSIDE-DOC-COUNT.
027500     EVALUATE TRUE
027600      WHEN CROSSING-DOC-COUNT > ZERO
027700           OR OUTSIDE-DOC-COUNT > ZERO
027800       MOVE 8 TO RETURN-CODE
027900      WHEN BAD-MANIFEST-COUNT > ZERO
028000           OR EMPTY-GROUP-COUNT > ZERO
028100       MOVE 4 TO RETURN-CODE
028200      WHEN OTHER
028300       MOVE ZERO TO RETURN-CODE
028400     END-EVALUATE.
028500     GOBACK.
028600     EJECT
028700 0100-LOAD-MANIFEST.
028800* A group line has the PAGES literal and two numeric page numbers;
028900* the heading line and any blank line are passed over quietly,
029000* anything else is shown and counted. Past 2000 groups the rest
029100* cannot be listed and are counted the same way.
029200     PERFORM UNTIL MANIFEST-EOF
029300        READ MANIFEST-FILE
029400           AT END
029500              SET MANIFEST-EOF TO TRUE
029600           NOT AT END
029700              ADD 1 TO MANIFEST-LINE-COUNT;
029800              EVALUATE TRUE
029900               WHEN MNR-PAGES-LITERAL = '  PAGES '
030000                    AND MNR-START-PAGE NUMERIC
030100                    AND MNR-END-PAGE NUMERIC
030200                    AND GT-COUNT < 2000
030300                PERFORM 0150-KEEP-GROUP
030400               WHEN MANIFEST-RECORD = SPACES
030500                    OR MANIFEST-RECORD (1:8) = 'APKBTINP'
030600                CONTINUE
030700               WHEN OTHER
030800                ADD 1 TO BAD-MANIFEST-COUNT;
030900                DISPLAY PGMNAME, ' APKBMAN LINE NOT USED: ',
031000                        MANIFEST-RECORD (1:60)
031100              END-EVALUATE
031200        END-READ
031300     END-PERFORM.
031400     EJECT
031500 0150-KEEP-GROUP.
031600     ADD 1 TO GT-COUNT.
031700     MOVE MNR-SEQ TO GT-SEQ (GT-COUNT).
031800     MOVE MNR-CODE TO GT-CODE (GT-COUNT).
031900     MOVE MNR-RECIPIENT TO GT-RECIPIENT (GT-COUNT).
032000     MOVE MNR-DELIVERY TO GT-DELIVERY (GT-COUNT).
032100     MOVE MNR-START-PAGE-NUM TO GT-START-PAGE (GT-COUNT).
032200     MOVE MNR-END-PAGE-NUM TO GT-END-PAGE (GT-COUNT).
032300     EJECT
032400 0200-READ-PRINTED-DOCUMENT.
032500* Next audit document that reached the print file. Suppressed and
032600* e-delivered documents never went into a bundle.
032700     MOVE LOW-VALUE TO DOC-FOUND-FLAG.
032800     PERFORM UNTIL AUDIT-EOF OR DOC-FOUND
032900        READ AUDIT-FILE
033000           AT END
033100              SET AUDIT-EOF TO TRUE
033200           NOT AT END
033300              ADD 1 TO AUDIT-DOC-COUNT;
033400              IF RUN-DATE-SEEN = SPACES
033500                 MOVE AUD-RUN-DATE TO RUN-DATE-SEEN
033600              END-IF;
033700              IF AUD-SUPPRESSED
033800                 ADD 1 TO SUPPRESSED-DOC-COUNT
033900              ELSE
034000                 SET DOC-FOUND TO TRUE
034100              END-IF
034200        END-READ
034300     END-PERFORM.
034400     EJECT
034500 1000-LIST-GROUP.
034600* The group's heading, then every document that starts on or
034700* before its last page. Documents arrive in page order, so those
034800* are exactly the ones still unlisted that belong here, touch it,
034900* or fell in the gap before it.
035000     MOVE SPACES TO LIST-RECORD.
035100     WRITE LIST-RECORD.
035200     MOVE GT-SEQ (GROUP-IDX) TO GL-SEQ.
035300     MOVE GT-CODE (GROUP-IDX) TO GL-CODE.
035400     MOVE GT-RECIPIENT (GROUP-IDX) TO GL-RECIPIENT.
035500     MOVE GT-START-PAGE (GROUP-IDX) TO GL-START-PAGE.
035600     MOVE GT-END-PAGE (GROUP-IDX) TO GL-END-PAGE.
035700     WRITE LIST-RECORD FROM GROUP-LINE.
035800     MOVE GT-DELIVERY (GROUP-IDX) TO DVL-DELIVERY.
035900     WRITE LIST-RECORD FROM DELIVERY-LINE.
036000     MOVE ZERO TO GROUP-DOC-COUNT, GROUP-PAGE-COUNT.
036100     PERFORM UNTIL AUDIT-EOF
036200             OR AUD-PAGE-NUM > GT-END-PAGE (GROUP-IDX)
036300        PERFORM 1100-PLACE-DOCUMENT;
036400        PERFORM 0200-READ-PRINTED-DOCUMENT
036500     END-PERFORM.
036600     IF GROUP-DOC-COUNT = ZERO
036700        ADD 1 TO EMPTY-GROUP-COUNT;
036800        MOVE '    *NO DOCUMENTS IN THIS GROUP*' TO LIST-RECORD;
036900        WRITE LIST-RECORD
037000     END-IF.
037100     MOVE GROUP-DOC-COUNT TO GTL-DOCS.
037200     MOVE GROUP-PAGE-COUNT TO GTL-PAGES.
037300     WRITE LIST-RECORD FROM GROUP-TOTAL-LINE.
037400     EJECT
037500 1100-PLACE-DOCUMENT.
037600     MOVE SPACES TO DL-NOTE.
037700     EVALUATE TRUE
037800      WHEN AUD-LAST-PAGE < GT-START-PAGE (GROUP-IDX)
037900       ADD 1 TO OUTSIDE-DOC-COUNT;
038000       MOVE 'OUTSIDE EVERY GROUP' TO EXCEPTION-NOTE;
038100       PERFORM 1300-KEEP-EXCEPTION
038200      WHEN AUD-PAGE-NUM < GT-START-PAGE (GROUP-IDX)
038300       ADD 1 TO CROSSING-DOC-COUNT;
038400       MOVE '*STARTS BEFORE THIS GROUP*' TO DL-NOTE;
038500       MOVE 'CROSSES GROUP BOUNDARY' TO EXCEPTION-NOTE;
038600       PERFORM 1300-KEEP-EXCEPTION;
038700       PERFORM 1200-WRITE-DOCUMENT-LINE
038800      WHEN AUD-LAST-PAGE > GT-END-PAGE (GROUP-IDX)
038900       ADD 1 TO CROSSING-DOC-COUNT;
039000       MOVE '*RUNS PAST THIS GROUP*' TO DL-NOTE;
039100       MOVE 'CROSSES GROUP BOUNDARY' TO EXCEPTION-NOTE;
039200       PERFORM 1300-KEEP-EXCEPTION;
039300       PERFORM 1200-WRITE-DOCUMENT-LINE
039400      WHEN OTHER
039500       PERFORM 1200-WRITE-DOCUMENT-LINE
039600     END-EVALUATE.
039700     EJECT
039800 1200-WRITE-DOCUMENT-LINE.
039900     ADD 1 TO GROUP-DOC-COUNT, LISTED-DOC-COUNT.
040000     COMPUTE DOC-SPAN = AUD-LAST-PAGE - AUD-PAGE-NUM + 1.
040100     ADD DOC-SPAN TO GROUP-PAGE-COUNT.
040200     MOVE AUD-ACCOUNT-NO TO DL-ACCOUNT.
040300     MOVE AUD-DIV-CODE TO DL-DIV-CODE.
040400     MOVE AUD-DIV-NAME TO DL-DIV-NAME.
040500     MOVE AUD-STORE-CODE TO DL-STORE-CODE.
040600     MOVE AUD-STORE-NAME TO DL-STORE-NAME.
040700     MOVE AUD-PAGE-NUM TO DL-FIRST-PAGE.
040800     MOVE AUD-LAST-PAGE TO DL-LAST-PAGE.
040900     WRITE LIST-RECORD FROM DOCUMENT-LINE.
041000     EJECT
041100 1300-KEEP-EXCEPTION.
041200     IF EXC-COUNT < 1000
041300        ADD 1 TO EXC-COUNT;
041400        MOVE AUD-ACCOUNT-NO TO EXC-ACCOUNT (EXC-COUNT);
041500        MOVE AUD-DIV-CODE TO EXC-DIV-CODE (EXC-COUNT);
041600        MOVE AUD-STORE-CODE TO EXC-STORE-CODE (EXC-COUNT);
041700        MOVE AUD-PAGE-NUM TO EXC-FIRST-PAGE (EXC-COUNT);
041800        MOVE AUD-LAST-PAGE TO EXC-LAST-PAGE (EXC-COUNT);
041900        MOVE EXCEPTION-NOTE TO EXC-NOTE (EXC-COUNT)
042000     ELSE
042100        DISPLAY PGMNAME, ' ', EXCEPTION-NOTE, ' ', AUD-ACCOUNT-NO,
042200                ' PAGES ', AUD-PAGE-NUM, '-', AUD-LAST-PAGE
042300     END-IF.
042400     EJECT
042500 1900-WRITE-EXCEPTIONS.
042600     MOVE SPACES TO LIST-RECORD.
042700     WRITE LIST-RECORD.
042800     MOVE 'DOCUMENTS CROSSING A BOUNDARY OR OUTSIDE EVERY GROUP'
042900         TO LIST-RECORD.
043000     WRITE LIST-RECORD.
043100     IF EXC-COUNT = ZERO
043200        MOVE '    NONE' TO LIST-RECORD;
043300        WRITE LIST-RECORD
043400     END-IF.
043500     PERFORM VARYING EXC-IDX FROM 1 BY 1 UNTIL EXC-IDX > EXC-COUNT
043600        MOVE EXC-ACCOUNT (EXC-IDX) TO XL-ACCOUNT;
043700        MOVE EXC-DIV-CODE (EXC-IDX) TO XL-DIV-CODE;
043800        MOVE EXC-STORE-CODE (EXC-IDX) TO XL-STORE-CODE;
043900        MOVE EXC-FIRST-PAGE (EXC-IDX) TO XL-FIRST-PAGE;
044000        MOVE EXC-LAST-PAGE (EXC-IDX) TO XL-LAST-PAGE;
044100        MOVE EXC-NOTE (EXC-IDX) TO XL-NOTE;
044200        WRITE LIST-RECORD FROM EXCEPTION-LINE
044300     END-PERFORM.
044400     IF CROSSING-DOC-COUNT + OUTSIDE-DOC-COUNT > EXC-COUNT
044500        MOVE '    MORE THAN 1000 -- THE REST ARE ON THE JOB LOG'
044600            TO LIST-RECORD;
044700        WRITE LIST-RECORD
044800     END-IF.
044900     EJECT
045000 1950-WRITE-TOTALS.
045100     MOVE SPACES TO LIST-RECORD.
045200     WRITE LIST-RECORD.
045300     MOVE GT-COUNT TO COUNT-DISP.
045400     MOVE SPACES TO LIST-RECORD.
045500     STRING 'DISTRIBUTION GROUPS ON APKBMAN:   ' DELIMITED BY SIZE
045600            COUNT-DISP DELIMITED BY SIZE
045700         INTO LIST-RECORD.
045800     WRITE LIST-RECORD.
045900     MOVE EMPTY-GROUP-COUNT TO COUNT-DISP.
046000     MOVE SPACES TO LIST-RECORD.
046100     STRING 'GROUPS WITH NO DOCUMENTS:         ' DELIMITED BY SIZE
046200            COUNT-DISP DELIMITED BY SIZE
046300         INTO LIST-RECORD.
046400     WRITE LIST-RECORD.
046500     MOVE BAD-MANIFEST-COUNT TO COUNT-DISP.
046600     MOVE SPACES TO LIST-RECORD.
046700     STRING 'APKBMAN LINES NOT USED:           ' DELIMITED BY SIZE
046800            COUNT-DISP DELIMITED BY SIZE
046900         INTO LIST-RECORD.
047000     WRITE LIST-RECORD.
047100     MOVE AUDIT-DOC-COUNT TO COUNT-DISP.
047200     MOVE SPACES TO LIST-RECORD.
047300     STRING 'ACIFAUDT DOCUMENTS READ:          ' DELIMITED BY SIZE
047400            COUNT-DISP DELIMITED BY SIZE
047500         INTO LIST-RECORD.
047600     WRITE LIST-RECORD.
047700     MOVE SUPPRESSED-DOC-COUNT TO COUNT-DISP.
047800     MOVE SPACES TO LIST-RECORD.
047900     STRING 'SUPPRESSED, NOT IN ANY BUNDLE:    ' DELIMITED BY SIZE
048000            COUNT-DISP DELIMITED BY SIZE
048100         INTO LIST-RECORD.
048200     WRITE LIST-RECORD.
048300     MOVE LISTED-DOC-COUNT TO COUNT-DISP.
048400     MOVE SPACES TO LIST-RECORD.
048500     STRING 'DOCUMENTS LISTED IN A GROUP:      ' DELIMITED BY SIZE
048600            COUNT-DISP DELIMITED BY SIZE
048700         INTO LIST-RECORD.
048800     WRITE LIST-RECORD.
048900     MOVE CROSSING-DOC-COUNT TO COUNT-DISP.
049000     MOVE SPACES TO LIST-RECORD.
049100     STRING 'DOCUMENTS CROSSING A BOUNDARY:    ' DELIMITED BY SIZE
049200            COUNT-DISP DELIMITED BY SIZE
049300         INTO LIST-RECORD.
049400     WRITE LIST-RECORD.
049500     MOVE OUTSIDE-DOC-COUNT TO COUNT-DISP.
049600     MOVE SPACES TO LIST-RECORD.
049700     STRING 'DOCUMENTS OUTSIDE EVERY GROUP:    ' DELIMITED BY SIZE
049800            COUNT-DISP DELIMITED BY SIZE
049900         INTO LIST-RECORD.
050000     WRITE LIST-RECORD.
050100 END PROGRAM ACIFBNCL.
