000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ RENT
000120* LAST UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 03             *   !@03
000150* UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 02             *   !@02
000200* UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 01             *
000300 ID DIVISION.
000400 PROGRAM-ID. 'ACIFAMCV'.
000500 AUTHOR. TURETZKY--HYDRA.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700               One-time conversion of the ACIFAMST audit master
000800               from the two-digit account key to the full
000900               account key. The master used to be keyed on the
001000               account number within the store alone, so every
001100               store's account 07 shared one key range and an
001200               inquiry for 07 came back with all of them. The
001300               key now leads with the full account as printed
001400               on the statement, DDD SSS AA (division, store,
001500               account within the store), the same value ACIFINX
001600               puts in the ACCTNUM index (see ACAMSREC).
001700
001800               Every old record already carries its division
001900               and store codes, so the full account can be
002000               rebuilt without going back to the print files:
002100               division code, a space, store code, a space, the
002200               two-digit account.
002210                                                                    !@02
002220               It also carries forward a master already keyed on    !@02
002230               the full account but built before the record grew    !@02
002240               the statement date (89-byte records): each is        !@02
002250               copied as it stands, with the statement date left    !@02
002260               blank. Both kinds can be read from one unload.       !@02
002265                                                                    !@03
002270               Masters built before the print stream joined the     !@03
002275               key (101-byte records, and the two older kinds       !@03
002280               above) are loaded with the stream blank, which is    !@03
002285               the main run, and their other fields as they were.   !@03
002300
002400               To convert:
002500                 1. REPRO the old cluster to a sequential
002600                    dataset, RECFM=VB LRECL=105 (OLDAMST).          !@03
002700                 2. Delete and redefine ACIFAMST and its two
002800                    alternate indexes as shown in ACIFAUDM's
002900                    prologue (KEYS(34 0), RECORDSIZE(109 109)).     !@03
003000                 3. Run this program: OLDAMST in, the empty
003100                    ACIFAMST out.
003200                 4. BLDINDEX both alternate indexes.
003300               The new cluster must be empty; it is loaded with
003400               OPEN OUTPUT, so a key met twice is an error and
003500               not a replace.
003600
003700               An old record whose account, division or store
003800               code is not numeric is listed on the console and
003900               left out. Return code 0 when every record
004000               converted; 8 when any was left out or failed to
004100               write; 16 when a file cannot be opened.
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
005900 TITLE 'ACIF Audit Master Account Key Conversion'.
006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
006200 SOURCE-COMPUTER. IBM-370.
006300 OBJECT-COMPUTER. IBM-370.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT OLD-MASTER-FILE ASSIGN TO OLDAMST
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS OLD-MASTER-STATUS.
006900     SELECT MASTER-FILE ASSIGN TO ACIFAMST
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS AMST-KEY
007300         ALTERNATE RECORD KEY IS AMST-DIV-KEY
007400             WITH DUPLICATES
007500         ALTERNATE RECORD KEY IS AMST-STORE-KEY
007600             WITH DUPLICATES
007700         FILE STATUS IS MASTER-FILE-STATUS.
007800     EJECT
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  OLD-MASTER-FILE
008120     RECORD IS VARYING IN SIZE FROM 81 TO 101 CHARACTERS            !@03
008140         DEPENDING ON OLD-RECLEN                                    !@02
008200     LABEL RECORDS ARE STANDARD.
008300* The master record as it stood before the account key was
008400* widened: two-digit account leading the key, 81 bytes.
008500 01  OLD-AMST-RECORD.
008600     05  OLD-KEY.
008700         10  OLD-ACCOUNT-NO      PIC XX.
008800         10  OLD-RUN-DATE        PIC X(8).
008900         10  OLD-PAGE-NUM        PIC 9(8).
009000     05  OLD-DIV-CODE            PIC XXX.
009100     05  OLD-DIV-NAME            PIC X(12).
009200     05  OLD-STORE-CODE          PIC XXX.
009300     05  OLD-STORE-NAME          PIC X(12).
009400     05  OLD-LAST-PAGE           PIC 9(8).
009500     05  OLD-SUPPRESS-FLAG       PIC X.
009600     05  OLD-SUPPRESS-REASON     PIC XX.
009700     05  OLD-DIV-KEY             PIC X(11).
009800     05  OLD-STORE-KEY           PIC X(11).
009820* The full-account master as it stood before the print stream       !@03
009840* joined the key: 101 bytes, or 89 from before the statement        !@03
009860* date was added.                                                   !@03
009862 01  OLD-FULL-RECORD.                                               !@03
009864     05  OLDF-ACCOUNT-NO         PIC X(10).                         !@03
009866     05  OLDF-RUN-DATE           PIC X(8).                          !@03
009868     05  OLDF-PAGE-NUM           PIC 9(8).                          !@03
009870* Division code through the store alternate key, 63 bytes, the      !@03
009872* same fields in the same order as they follow the key now.         !@03
009874     05  OLDF-DETAIL             PIC X(63).                         !@03
009876     05  OLDF-STMT-DATE          PIC X(12).                         !@03
009900 FD  MASTER-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY ACAMSREC.
010200     EJECT
010300 WORKING-STORAGE SECTION.
010400 77  PGMNAME                     PIC X(8) VALUE 'ACIFAMCV'.
010500 77  OLD-MASTER-STATUS           PIC XX.
010600 77  MASTER-FILE-STATUS          PIC XX.
010650 77  OLD-RECLEN                  PIC 9(4) BINARY.                   !@02
010700 77  OLD-MASTER-EOF-FLAG         PIC X VALUE LOW-VALUE.
010800     88  OLD-MASTER-EOF          VALUE HIGH-VALUE.
010900 77  READ-COUNT                  PIC S9(8) BINARY VALUE ZERO.
011000 77  CONVERT-COUNT               PIC S9(8) BINARY VALUE ZERO.
011100 77  ERROR-COUNT                 PIC S9(8) BINARY VALUE ZERO.
011200* The full account exactly as ACIFINX now records it.
011300 01  FULL-ACCOUNT.
011400     05  FA-DIV-CODE             PIC XXX.
011500     05  FILLER                  PIC X VALUE SPACE.
011600     05  FA-STORE-CODE           PIC XXX.
011700     05  FILLER                  PIC X VALUE SPACE.
011800     05  FA-ACCOUNT-NO           PIC XX.
011900     EJECT
012000 PROCEDURE DIVISION.
012100 0000-MAIN.
012200     OPEN INPUT OLD-MASTER-FILE.
012300     IF OLD-MASTER-STATUS NOT = '00'
012400        DISPLAY PGMNAME, ' UNABLE TO OPEN OLDAMST, STATUS=',
012500                OLD-MASTER-STATUS;
012600        MOVE 16 TO RETURN-CODE;
012700        GOBACK
012800     END-IF.
012900     OPEN OUTPUT MASTER-FILE.
013000     IF MASTER-FILE-STATUS NOT = '00'
013100        DISPLAY PGMNAME, ' UNABLE TO OPEN ACIFAMST, STATUS=',
013200                MASTER-FILE-STATUS;
013300        CLOSE OLD-MASTER-FILE;
013400        MOVE 16 TO RETURN-CODE;
013500        GOBACK
013600     END-IF.
013700     PERFORM UNTIL OLD-MASTER-EOF
013800        READ OLD-MASTER-FILE
013900           AT END SET OLD-MASTER-EOF TO TRUE
014000           NOT AT END PERFORM 1000-CONVERT-ONE-RECORD
014100        END-READ
014200     END-PERFORM.
014300     CLOSE OLD-MASTER-FILE, MASTER-FILE.
014400     DISPLAY PGMNAME, ' READ=', READ-COUNT,
014500             ' CONVERTED=', CONVERT-COUNT,
014600             ' ERRORS=', ERROR-COUNT.
014700     IF ERROR-COUNT > ZERO
014800        MOVE 8 TO RETURN-CODE
014900     ELSE
015000        MOVE ZERO TO RETURN-CODE
015100     END-IF.
015200     GOBACK.
015300     EJECT
015400 1000-CONVERT-ONE-RECORD.
015500* Rebuild the full account from the record's own division and       !@03
015520* store codes and carry everything else across unchanged; a         !@03
015540* record already keyed on the full account keeps its fields,        !@03
015560* with the statement date blank when it is one of the 89-byte       !@03
015600* kind. Either way the print stream is blank.                       !@03
015700     ADD 1 TO READ-COUNT.
015720     EVALUATE TRUE                                                  !@03
015730      WHEN OLD-RECLEN NOT < 89                                      !@03
015740       MOVE SPACES TO AMST-RECORD;                                  !@03
015742       MOVE OLDF-ACCOUNT-NO TO AMST-ACCOUNT-NO;                     !@03
015744       MOVE OLDF-RUN-DATE TO AMST-RUN-DATE;                         !@03
015746       MOVE OLDF-PAGE-NUM TO AMST-PAGE-NUM;                         !@03
015748       MOVE OLDF-DETAIL TO AMST-RECORD (35:63);                     !@03
015750       IF OLD-RECLEN = 101                                          !@03
015752          MOVE OLDF-STMT-DATE TO AMST-STMT-DATE                     !@03
015754       END-IF;                                                      !@03
015760       PERFORM 1100-WRITE-NEW-RECORD                                !@03
015800      WHEN OLD-ACCOUNT-NO NOT NUMERIC                               !@03
015900           OR OLD-DIV-CODE NOT NUMERIC                              !@03
016000           OR OLD-STORE-CODE NOT NUMERIC                            !@03
016100       DISPLAY PGMNAME, ' UNCONVERTIBLE RECORD LEFT OUT: ',         !@03
016200               OLD-KEY, ' DIV=', OLD-DIV-CODE,                      !@03
016300               ' STORE=', OLD-STORE-CODE;                           !@03
016400       ADD 1 TO ERROR-COUNT                                         !@03
016500      WHEN OTHER                                                    !@03
016600       MOVE OLD-DIV-CODE TO FA-DIV-CODE;                            !@03
016700       MOVE OLD-STORE-CODE TO FA-STORE-CODE;                        !@03
016800       MOVE OLD-ACCOUNT-NO TO FA-ACCOUNT-NO;                        !@03
016900       MOVE FULL-ACCOUNT TO AMST-ACCOUNT-NO;                        !@03
017000       MOVE OLD-RUN-DATE TO AMST-RUN-DATE;                          !@03
017050       MOVE SPACES TO AMST-STREAM-ID;                               !@03
017100       MOVE OLD-PAGE-NUM TO AMST-PAGE-NUM;                          !@03
017200       MOVE OLD-DIV-CODE TO AMST-DIV-CODE;                          !@03
017300       MOVE OLD-DIV-NAME TO AMST-DIV-NAME;                          !@03
017400       MOVE OLD-STORE-CODE TO AMST-STORE-CODE;                      !@03
017500       MOVE OLD-STORE-NAME TO AMST-STORE-NAME;                      !@03
017600       MOVE OLD-LAST-PAGE TO AMST-LAST-PAGE;                        !@03
017700       MOVE OLD-SUPPRESS-FLAG TO AMST-SUPPRESS-FLAG;                !@03
017800       MOVE OLD-SUPPRESS-REASON TO AMST-SUPPRESS-REASON;            !@03
017900       MOVE OLD-DIV-CODE TO AMST-DK-DIV-CODE;                       !@03
018000       MOVE OLD-RUN-DATE TO AMST-DK-RUN-DATE;                       !@03
018100       MOVE OLD-STORE-CODE TO AMST-SK-STORE-CODE;                   !@03
018200       MOVE OLD-RUN-DATE TO AMST-SK-RUN-DATE;                       !@03
018250       MOVE SPACES TO AMST-STMT-DATE;                               !@03
018300       PERFORM 1100-WRITE-NEW-RECORD                                !@03
018400     END-EVALUATE.                                                  !@03
018500     EJECT
018600 1100-WRITE-NEW-RECORD.
018700* The new cluster is loaded empty, so a duplicate can only mean
018800* the old master was not what it seemed; list it, do not guess.
018900     WRITE AMST-RECORD
019000        INVALID KEY
019100           DISPLAY PGMNAME, ' WRITE FAILED, STATUS=',
019200                   MASTER-FILE-STATUS, ' KEY=', AMST-KEY;
019300           ADD 1 TO ERROR-COUNT
019400        NOT INVALID KEY
019500           ADD 1 TO CONVERT-COUNT
019600     END-WRITE.
019700 END PROGRAM ACIFAMCV.
