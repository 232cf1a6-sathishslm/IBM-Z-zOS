000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ RENT
000200* LAST UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 01             *
000300 ID DIVISION.
000400 PROGRAM-ID. 'ACIFSTCV'.
000500 AUTHOR. TURETZKY--HYDRA.
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000700               One-time conversion of the processed-cycle register
000800               (ACIFCREG) and the run-history file (ACIFRUNF) to
000900               keys that carry the print stream. Both used to be
001000               keyed on the cycle date alone (plus the division
001100               code on ACIFRUNF), so a second print stream run for
001200               the same cycle -- notices, a supplemental run --
001300               collided with the main run's records. Each key now
001400               has the stream from the ACIFCYCL card after the
001500               date (see ACREGREC and ACRUNREC).
001600
001700               Every record already on the two files belongs to
001800               the main run, so each is carried across with the
001900               stream left blank, which is how the main run is
002000               keyed, and every other field as it stands. Because
002100               blank collates first and the rest of each key is
002200               unchanged, the records come out in key order as
002300               they went in.
002400
002500               To convert:
002600                 1. REPRO the old ACIFCREG to a sequential
002700                    dataset, RECFM=FB LRECL=53 (OLDCREG), and the
002800                    old ACIFRUNF likewise, LRECL=108 (OLDRUNF).
002900                 2. Delete and redefine ACIFCREG as shown in
003000                    ACIFCMRK's prologue (KEYS(16 0),
003100                    RECORDSIZE(61 61)) and ACIFRUNF as shown in
003200                    ACIFRUNH's (KEYS(19 0), RECORDSIZE(116 116)).
003300                 3. Run this program: OLDCREG and OLDRUNF in, the
003400                    empty ACIFCREG and ACIFRUNF out.
003500               The new clusters must be empty; they are loaded
003600               with OPEN OUTPUT, so a key met twice is an error
003700               and not a replace.
003800
003900               Return code 0 when every record converted; 8 when
004000               any failed to write; 16 when a file cannot be
004100               opened.
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
005900 TITLE 'ACIF Register and Run History Stream Key Conversion'.
006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
006200 SOURCE-COMPUTER. IBM-370.
006300 OBJECT-COMPUTER. IBM-370.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT OLD-REGISTER-FILE ASSIGN TO OLDCREG
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS OLD-REGISTER-STATUS.
006900     SELECT OLD-HISTORY-FILE ASSIGN TO OLDRUNF
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS OLD-HISTORY-STATUS.
007200     SELECT REGISTER-FILE ASSIGN TO ACIFCREG
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS SEQUENTIAL
007500         RECORD KEY IS CREG-KEY
007600         FILE STATUS IS REGISTER-STATUS.
007700     SELECT HISTORY-FILE ASSIGN TO ACIFRUNF
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS SEQUENTIAL
008000         RECORD KEY IS RUNH-KEY
008100         FILE STATUS IS HISTORY-STATUS.
008200     EJECT
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  OLD-REGISTER-FILE
008600     LABEL RECORDS ARE STANDARD.
008700* The register record as it stood before the stream joined the
008800* key: cycle date, then the status and who/when fields, 53 bytes.
008900 01  OLD-CREG-RECORD.
009000     05  OLDC-CYCLE-DATE         PIC X(8).
009100     05  OLDC-DETAIL             PIC X(45).
009200 FD  OLD-HISTORY-FILE
009300     LABEL RECORDS ARE STANDARD.
009400* The run-history record as it stood before the stream joined the
009500* key: run date and division code, then the figures, 108 bytes.
009600 01  OLD-RUNH-RECORD.
009700     05  OLDR-RUN-DATE           PIC X(8).
009800     05  OLDR-DIV-CODE           PIC X(3).
009900     05  OLDR-DETAIL             PIC X(97).
010000 FD  REGISTER-FILE
010100     LABEL RECORDS ARE STANDARD.
010200     COPY ACREGREC.
010300 FD  HISTORY-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY ACRUNREC.
010600     EJECT
010700 WORKING-STORAGE SECTION.
010800 77  PGMNAME                     PIC X(8) VALUE 'ACIFSTCV'.
010900 77  OLD-REGISTER-STATUS         PIC XX.
011000 77  OLD-HISTORY-STATUS          PIC XX.
011100 77  REGISTER-STATUS             PIC XX.
011200 77  HISTORY-STATUS              PIC XX.
011300 77  OLD-REGISTER-EOF-FLAG       PIC X VALUE LOW-VALUE.
011400     88  OLD-REGISTER-EOF        VALUE HIGH-VALUE.
011500 77  OLD-HISTORY-EOF-FLAG        PIC X VALUE LOW-VALUE.
011600     88  OLD-HISTORY-EOF         VALUE HIGH-VALUE.
011700 77  REGISTER-READ-COUNT         PIC S9(8) BINARY VALUE ZERO.
011800 77  REGISTER-CONVERT-COUNT      PIC S9(8) BINARY VALUE ZERO.
011900 77  HISTORY-READ-COUNT          PIC S9(8) BINARY VALUE ZERO.
012000 77  HISTORY-CONVERT-COUNT       PIC S9(8) BINARY VALUE ZERO.
012100 77  ERROR-COUNT                 PIC S9(8) BINARY VALUE ZERO.
012200     EJECT
012300 PROCEDURE DIVISION.
012400 0000-MAIN.
012500     OPEN INPUT OLD-REGISTER-FILE, OLD-HISTORY-FILE.
012600     IF OLD-REGISTER-STATUS NOT = '00'
012700        OR OLD-HISTORY-STATUS NOT = '00'
012800        DISPLAY PGMNAME,
012900                ' UNABLE TO OPEN OLDCREG/OLDRUNF, STATUS=',
013000                OLD-REGISTER-STATUS, '/', OLD-HISTORY-STATUS;
013100        CLOSE OLD-REGISTER-FILE, OLD-HISTORY-FILE;
013200        MOVE 16 TO RETURN-CODE;
013300        GOBACK
013400     END-IF.
013500     OPEN OUTPUT REGISTER-FILE, HISTORY-FILE.
013600     IF REGISTER-STATUS NOT = '00'
013700        OR HISTORY-STATUS NOT = '00'
013800        DISPLAY PGMNAME,
013900                ' UNABLE TO OPEN ACIFCREG/ACIFRUNF, STATUS=',
014000                REGISTER-STATUS, '/', HISTORY-STATUS;
014100        CLOSE OLD-REGISTER-FILE, OLD-HISTORY-FILE,
014200              REGISTER-FILE, HISTORY-FILE;
014300        MOVE 16 TO RETURN-CODE;
014400        GOBACK
014500     END-IF.
014600     PERFORM UNTIL OLD-REGISTER-EOF
014700        READ OLD-REGISTER-FILE
014800           AT END SET OLD-REGISTER-EOF TO TRUE
014900           NOT AT END PERFORM 1000-CONVERT-REGISTER
015000        END-READ
015100     END-PERFORM.
015200     PERFORM UNTIL OLD-HISTORY-EOF
015300        READ OLD-HISTORY-FILE
015400           AT END SET OLD-HISTORY-EOF TO TRUE
015500           NOT AT END PERFORM 2000-CONVERT-HISTORY
015600        END-READ
015700     END-PERFORM.
015800     CLOSE OLD-REGISTER-FILE, OLD-HISTORY-FILE,
015900           REGISTER-FILE, HISTORY-FILE.
016000     DISPLAY PGMNAME, ' ACIFCREG READ=', REGISTER-READ-COUNT,
016100             ' CONVERTED=', REGISTER-CONVERT-COUNT.
016200     DISPLAY PGMNAME, ' ACIFRUNF READ=', HISTORY-READ-COUNT,
016300             ' CONVERTED=', HISTORY-CONVERT-COUNT.
016400     DISPLAY PGMNAME, ' ERRORS=', ERROR-COUNT.
016500     IF ERROR-COUNT > ZERO
016600        MOVE 8 TO RETURN-CODE
016700     ELSE
016800        MOVE ZERO TO RETURN-CODE
016900     END-IF.
017000     GOBACK.
017100     EJECT
017200 1000-CONVERT-REGISTER.
017300* The cycle date keeps its place; the stream goes in blank after
017400* it and the rest of the record follows unchanged.
017500     ADD 1 TO REGISTER-READ-COUNT.
017600     MOVE OLDC-CYCLE-DATE TO CREG-CYCLE-DATE.
017700     MOVE SPACES TO CREG-STREAM-ID.
017800     MOVE OLDC-DETAIL TO CREG-RECORD (17:45).
017900     WRITE CREG-RECORD
018000        INVALID KEY
018100           DISPLAY PGMNAME, ' ACIFCREG WRITE FAILED, STATUS=',
018200                   REGISTER-STATUS, ' KEY=', CREG-KEY;
018300           ADD 1 TO ERROR-COUNT
018400        NOT INVALID KEY
018500           ADD 1 TO REGISTER-CONVERT-COUNT
018600     END-WRITE.
018700     EJECT
018800 2000-CONVERT-HISTORY.
018900* Likewise for the run history: date, blank stream, then the
019000* division code and the figures as they were.
019100     ADD 1 TO HISTORY-READ-COUNT.
019200     MOVE OLDR-RUN-DATE TO RUNH-RUN-DATE.
019300     MOVE SPACES TO RUNH-STREAM-ID.
019400     MOVE OLDR-DIV-CODE TO RUNH-DIV-CODE.
019500     MOVE OLDR-DETAIL TO RUNH-RECORD (20:97).
019600     WRITE RUNH-RECORD
019700        INVALID KEY
019800           DISPLAY PGMNAME, ' ACIFRUNF WRITE FAILED, STATUS=',
019900                   HISTORY-STATUS, ' KEY=', RUNH-KEY;
020000           ADD 1 TO ERROR-COUNT
020100        NOT INVALID KEY
020200           ADD 1 TO HISTORY-CONVERT-COUNT
020300     END-WRITE.
020400 END PROGRAM ACIFSTCV.
