000001 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ RENT                 03
000002* LAST UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 22             *  !@25
000003* UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 21             *  !@24
000004* UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 20             *  !@23
000005* UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 19             *  !@22
000006* UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 18             *  !@21
000007* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 17             *  !@20
000008* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 16             *  !@19
000009* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 15             *  !@18
000010* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 14             *  !@17
000340               reason, and the control report carries the             !@15
000341               suppressed counts so ACIFBAL can balance the           !@15
000342               night with the diverted documents accounted for.       !@15
000343               A card counts only while the run date falls            !@22
000344               within its effective-from/effective-to dates;          !@22
000345               ACIFSPMT maintains the file and its history.           !@22
000346                                                                      !@23
000347               Reason ED (e-delivery) documents are not simply        !@23
000348               dropped: their pages, behind the same NOP and          !@23
000349               STMTDATE/ACCTNUM TLE records the print stream          !@23
000350               would have carried, go to the ACIFEDLV                 !@23
000351               e-presentment dataset, and one ACEDXREC record         !@23
000352               per document goes to ACIFEDIX for the e-statement      !@23
000353               vendor to load. They still count as suppressed,        !@23
000354               and the e-delivered subset is counted separately       !@23
000355               so ACIFBAL can balance printed, dropped and            !@23
000356               e-delivered pages as three buckets.                    !@23
000357                                                                      !@17
000358               The ACIFCYCL cycle date is also checked against        !@17
000359               the ACIFCREG processed-cycle register: a cycle         !@17
000360               already marked complete fails the run hard (all        !@17
000361               records deleted, return code 16) unless the card       !@17
000362               carries an operator OVERRIDE, which is recorded        !@17
000363               on the register with who and when.                     !@17
000364                                                                      !@24
000365               Every document's full account and statement date       !@24
000366               is recorded on the ACIFDUPK work file as it is         !@24
000367               indexed. The same pair met again in the run is a       !@24
000368               duplicate statement (a billing extract glitch): it     !@24
000369               goes to ACIFEXCP as a DUPSTMT exception and is         !@24
000370               counted on ACIFRPT and ACIFTOTL. By default it         !@24
000371               still prints; DELETE in col 31-36 of the ACIFCYCL      !@24
000372               card takes it out of the print stream like a           !@24
000373               suppressed document, reason DU. A statement billing    !@24
000374               re-sends on a later night is caught after the          !@24
000375               merge by ACIFDUPC against ACIFAMST.                    !@24
000376                                                                      !@25
000377               More than one print stream can run for a cycle         !@25
000378               (the statements, the notices, a mid-cycle              !@25
000379               supplemental run): col 38-45 of the ACIFCYCL card      !@25
000380               names the stream, blank for the main run. The          !@25
000381               stream goes on every ACIFAUDT record and on the        !@25
000382               ACIFTOTL totals, and into the ACIFCREG register        !@25
000383               key, so each stream is registered, balanced and        !@25
000384               kept in history on its own.                            !@25
000385                                                                  00290003
000386               If the last line of the page contains a            00300003
000387               continuation message (identified by a skip to      00310003
000388               channel 4), a flag is set. If the page is not      00320003
000389               continued, then the message text on the skip to    00330003
000390               channel 3 is replaced with new text. The barcode   00340003
000391               information, indicated by a skip to channel 12,    00350003
000400               is removed by setting the record delete flag.      00360003
000401                                                                  00370003
000402               Documents are identified throughout -- audit           !@21
000403               trail, exceptions, suppression cards -- by the         !@21
000404               full account as printed on the first line (DDD SSS     !@21
000405               AA: division, store, account), the same value as       !@21
000406               the ACCTNUM index; the two-digit account alone         !@21
000407               repeats in every store.                                !@21
000410                                                                      !@21
000420 DATE-WRITTEN. 23 SEP 93.                                         00430003
000430 DATE-COMPILED.                                                   00440003
000440 SECURITY. IBM SAMPLE CODE ONLY.                                  00450003
001090* completed. ACIF's own restart facility owns repositioning the       !@02
001100* input data stream; this exit only restores what it tracks.          !@02
001110     SELECT CHECKPOINT-FILE ASSIGN TO ACIFCKPT                        !@02
001111         ORGANIZATION IS SEQUENTIAL                                   !@02
001112         FILE STATUS IS CHECKPOINT-FILE-STATUS.                       !@02
001113* E-delivery output: the pages of every ED-suppressed document        !@23
001114* and one index/notification record per document for the              !@23
001115* e-statement vendor; see 0260-START-EDELIVERY-DOCUMENT.              !@23
001116     SELECT EDELIVERY-FILE ASSIGN TO ACIFEDLV                         !@23
001117         ORGANIZATION IS SEQUENTIAL                                   !@23
001118         FILE STATUS IS EDLV-FILE-STATUS.                             !@23
001119     SELECT EDELIVERY-INDEX-FILE ASSIGN TO ACIFEDIX                   !@23
001120         ORGANIZATION IS SEQUENTIAL                                   !@23
001121         FILE STATUS IS EDIX-FILE-STATUS.                             !@23
001122* Full account plus statement date of every document indexed this     !@24
001123* run, so a statement met a second time is caught; see                !@24
001124* 0255-CHECK-DUPLICATE. A VSAM KSDS defined REUSE, KEYS(22 0),        !@24
001125* RECORDSIZE(30 30): an ordinary run opens it OUTPUT and starts       !@24
001126* empty, a genuine ACIF RESTART keeps what the abended attempt        !@24
001127* recorded.                                                           !@24
001128     SELECT STMT-KEY-FILE ASSIGN TO ACIFDUPK                          !@24
001129         ORGANIZATION IS INDEXED                                      !@24
001130         ACCESS MODE IS DYNAMIC                                       !@24
001131         RECORD KEY IS DUPK-KEY                                       !@24
001132         FILE STATUS IS DUPK-FILE-STATUS.                             !@24
001140     EJECT                                                        00690003
001150 DATA DIVISION.                                                   00700003
001160 FILE SECTION.                                                        !@02
001375* The record layout moved to a copybook when ACIFEXCR began          !@10
001376* generating corrective ACLKTRAN transactions from this file.        !@10
001380     COPY ACEXCREC.                                                  !@10
001382     EJECT                                                           !@02
001384 FD  CYCLE-CONTROL-FILE                                              !@13
001386     LABEL RECORDS ARE STANDARD.                                     !@13
001388 01  CYCLE-CONTROL-RECORD.                                           !@13
001390     05  CYCL-CYCLE-DATE         PIC X(8).                           !@13
001392     05  FILLER                  PIC X.                              !@13
001394     05  CYCL-TOLERANCE          PIC XX.                             !@13
001396* A rerun of a cycle the register already shows complete is only     !@17
001398* legitimate when an operator says so by name: col 13-20 the          !@17
001400* word OVERRIDE, col 22-29 the operator's user id, which goes         !@17
001402* onto the register record for the reconstruction afterwards.         !@17
001404     05  FILLER                  PIC X.                               !@17
001406     05  CYCL-OVERRIDE-WORD      PIC X(8).                            !@17
001408         88  CYCL-OVERRIDE       VALUE 'OVERRIDE'.                    !@17
001410         88  CYCL-NO-OVERRIDE    VALUE SPACES.                        !@17
001412     05  FILLER                  PIC X.                               !@17
001414     05  CYCL-OVERRIDE-USER      PIC X(8).                            !@17
001416     05  FILLER                  PIC X.                               !@24
001418* Col 31-36 says what becomes of a statement indexed twice in         !@24
001420* one run: DELETE takes the second copy out of the print stream       !@24
001422* like a suppressed document, REPORT or blank leaves it to            !@24
001424* print. Either way it goes to ACIFEXCP and is counted.               !@24
001426     05  CYCL-DUP-ACTION         PIC X(6).                            !@24
001428         88  CYCL-DUP-DELETE     VALUE 'DELETE'.                      !@24
001430         88  CYCL-DUP-REPORT     VALUES 'REPORT' SPACES.              !@24
001432     05  FILLER                  PIC X.                               !@25
001434* Col 38-45 names the print stream when a cycle has more than         !@25
001436* one (notices, a supplemental run); blank is the main run.           !@25
001438     05  CYCL-STREAM-ID          PIC X(8).                            !@25
001454     05  FILLER                  PIC X(35).                           !@25
001455     EJECT                                                           !@13
001456 FD  SUPPRESS-FILE                                                   !@15
001457     LABEL RECORDS ARE STANDARD.                                     !@15
001459* The card layout moved to a copybook when ACIFSPMT began             !@22
001461* maintaining the file and each card gained effective dates.          !@22
001463     COPY ACSUPREC.                                                   !@22
001467     EJECT                                                           !@15
001468 FD  REGISTER-FILE                                                   !@17
001469     LABEL RECORDS ARE STANDARD.                                     !@17
001508* the audit line will need.                                           !@12
001510     05  CKPT-PAGE-CONTINUED-FLAG PIC X.                              !@12
001512     05  CKPT-DOC-OPEN-FLAG      PIC X.                               !@12
001514     05  CKPT-DOC-ACCOUNT-NO     PIC X(10).                           !@21
001516     05  CKPT-DOC-FIRST-PAGE     PIC S9(8) BINARY.                    !@12
001518     05  CKPT-DOC-LAST-PAGE      PIC S9(8) BINARY.                    !@12
001520     05  CKPT-NOP-DATA           PIC X(42).                           !@18
001566    05  CKPT-DOC-SUPP-REASON     PIC XX.                            !@15
001567    05  CKPT-SUPP-DOC-COUNT      PIC S9(8) BINARY.                  !@15
001568    05  CKPT-SUPP-PAGE-COUNT     PIC S9(8) BINARY.                  !@15
001569* E-delivery state: the open document's statement date and first      !@23
001570* ACIFEDLV page, and the run's e-delivered counters.                  !@23
001571    05  CKPT-DOC-STMT-DATE       PIC X(12).                           !@23
001572    05  CKPT-DOC-EDLV-FIRST      PIC S9(8) BINARY.                    !@23
001573    05  CKPT-EDLV-DOC-COUNT      PIC S9(8) BINARY.                    !@23
001574    05  CKPT-EDLV-PAGE-COUNT     PIC S9(8) BINARY.                    !@23
001576* Duplicate-statement state: the open document's verdict and the      !@24
001578* run's duplicate counters.                                           !@24
001580    05  CKPT-DOC-DUP-FLAG        PIC X.                               !@24
001582    05  CKPT-DUP-DOC-COUNT       PIC S9(8) BINARY.                    !@24
001584    05  CKPT-DUP-PAGE-COUNT      PIC S9(8) BINARY.                    !@24
001586    05  CKPT-DIV-HITS-COUNT      PIC S9(4) BINARY.                  !@06
001588* Each entry carries its own code, not just a position -- ACIFLKMT  !@07
001590* can add/change/delete ACIFLKUP entries between an abend and a    !@07
001600* restart, so a code, not a table slot, is the only thing          !@07
001610* 0090-INITIALIZE-CHECKPOINT can safely match a saved hit count    !@07
001738    05  CKPT-INSQ-DATA.                                            !@14
001741        10  CKPT-INSQ-BYTE       PIC X OCCURS 0 TO 16500 TIMES     !@14
001742                     DEPENDING ON CKPT-INSQ-DATA-LEN.              !@14
001743     EJECT                                                            !@23
001744 FD  EDELIVERY-FILE                                                   !@23
001745     RECORD IS VARYING IN SIZE FROM 1 TO 8192 CHARACTERS              !@23
001746         DEPENDING ON EDLV-RECLEN                                     !@23
001747     LABEL RECORDS ARE STANDARD.                                      !@23
001748* Input lines exactly as ACIF handed them to this exit (carriage      !@23
001749* control first), and the AFP NOP/TLE records built for them.         !@23
001750 01  EDLV-RECORD                 PIC X(8192).                         !@23
001751 FD  EDELIVERY-INDEX-FILE                                             !@23
001752     LABEL RECORDS ARE STANDARD.                                      !@23
001753     COPY ACEDXREC.                                                   !@23
001754     EJECT                                                            !@24
001755 FD  STMT-KEY-FILE                                                    !@24
001756     LABEL RECORDS ARE STANDARD.                                      !@24
001757* One record per account and statement date, with the input page      !@24
001758* the first such document started on: that page tells a restart's     !@24
001759* replay of the same document apart from a genuine second copy.       !@24
001760 01  DUPK-RECORD.                                                     !@24
001761     05  DUPK-KEY.                                                    !@24
001762         10  DUPK-ACCOUNT-NO     PIC X(10).                           !@24
001763         10  DUPK-STMT-DATE      PIC X(12).                           !@24
001764     05  DUPK-PAGE-NUM           PIC 9(8).                            !@24
001765     EJECT                                                           !@02
001766 WORKING-STORAGE SECTION.                                         00710003
001767 77  PGMNAME                 PIC X(8) VALUE 'ACIFINX'.            00720003
001770 77  ABND-PGM                PIC X(8) VALUE 'CEE3DMP'.            00730003
001780 77  ABEND-CODE              PIC 9(4) BINARY VALUE 12.            00740003
001790 77  ABEND-OPTS              PIC X(255)                           !@01
002227 77  REGISTER-FILE-STATUS    PIC XX.                                  !@17
002228 77  CYCLE-DUPLICATE-FLAG    PIC X VALUE LOW-VALUE.                   !@17
002229     88  CYCLE-ALREADY-DONE  VALUE HIGH-VALUE.                        !@17
002230 77  WS-RUN-TIME             PIC X(8).                                !@17
002231* The register key for this run: cycle date and print stream.         !@25
002232 01  REGISTER-KEY-AREA.                                               !@25
002233     05  REG-CYCLE-DATE      PIC X(8) VALUE SPACES.                   !@25
002234     05  PRINT-STREAM-ID     PIC X(8) VALUE SPACES.                   !@25
002235 77  CKPT-FILE-OPEN-FLAG     PIC X VALUE LOW-VALUE.                   !@02
002240     88  CKPT-FILE-OPEN      VALUE HIGH-VALUE.                        !@02
002250 77  AUDIT-WRITE-FAIL-COUNT  PIC S9(8) BINARY VALUE ZERO.             !@02
002320 77  CHECKPOINT-INTERVAL     PIC S9(4) BINARY VALUE 100.              !@02
002330 77  CKPT-HITS-IDX           PIC S9(4) BINARY.                       !@06
002340 77  CHECKPOINT-DUE-FLAG     PIC X VALUE LOW-VALUE.                   !@04
002341     88  CHECKPOINT-DUE      VALUE HIGH-VALUE.                        !@04
002342     88  CHECKPOINT-NOT-DUE  VALUE LOW-VALUE.                         !@04
002343* E-delivery output state; the counters are a subset of the           !@23
002344* suppressed counters above, not an addition to them.                 !@23
002345 77  EDLV-FILE-STATUS        PIC XX.                                  !@23
002346 77  EDIX-FILE-STATUS        PIC XX.                                  !@23
002347 77  EDLV-RECLEN             PIC 9(4) BINARY.                         !@23
002348 77  EDLV-FILE-OPEN-FLAG     PIC X VALUE LOW-VALUE.                   !@23
002349     88  EDLV-FILE-OPEN      VALUE HIGH-VALUE.                        !@23
002350 77  EDIX-FILE-OPEN-FLAG     PIC X VALUE LOW-VALUE.                   !@23
002351     88  EDIX-FILE-OPEN      VALUE HIGH-VALUE.                        !@23
002352 77  EDELIVERED-DOC-COUNT    PIC S9(8) BINARY VALUE ZERO.             !@23
002353 77  EDELIVERED-PAGE-COUNT   PIC S9(8) BINARY VALUE ZERO.             !@23
002354 77  EDLV-WRITE-FAIL-COUNT   PIC S9(8) BINARY VALUE ZERO.             !@23
002355 77  EDIX-WRITE-FAIL-COUNT   PIC S9(8) BINARY VALUE ZERO.             !@23
002356* Duplicate-statement state; see 0255-CHECK-DUPLICATE. Deleted        !@24
002357* duplicates are inside the suppressed counters as well, the same     !@24
002358* way the e-delivered ones are.                                       !@24
002359 77  DUPK-FILE-STATUS        PIC XX.                                  !@24
002360 77  DUPK-FILE-OPEN-FLAG     PIC X VALUE LOW-VALUE.                   !@24
002361     88  DUPK-FILE-OPEN      VALUE HIGH-VALUE.                        !@24
002362 77  DUP-DELETE-FLAG         PIC X VALUE LOW-VALUE.                   !@24
002363     88  DUPLICATES-DELETED  VALUE HIGH-VALUE.                        !@24
002364 77  DUPLICATE-DOC-COUNT     PIC S9(8) BINARY VALUE ZERO.             !@24
002365 77  DUPLICATE-PAGE-COUNT    PIC S9(8) BINARY VALUE ZERO.             !@24
002366 77  DUPK-WRITE-FAIL-COUNT   PIC S9(8) BINARY VALUE ZERO.             !@24
002370     SKIP1                                                        00930003
002380 01  MISC-SAVED-DATA.                                             00940003
002390     05  FIRST-LINE-FLAG     PIC X VALUE LOW-VALUE.               00950003
002490     05  DOC-OPEN-FLAG       PIC X VALUE LOW-VALUE.                   !@12
002491         88 DOC-OPEN         VALUE HIGH-VALUE.                        !@12
002492         88 DOC-NOT-OPEN     VALUE LOW-VALUE.                         !@12
002493     05  DOC-ACCOUNT-NO      PIC X(10) VALUE SPACES.                  !@21
002494     05  DOC-FIRST-PAGE      PIC S9(8) BINARY VALUE ZERO.             !@12
002495     05  DOC-LAST-PAGE       PIC S9(8) BINARY VALUE ZERO.             !@12
002496     05  DOCUMENT-COUNT      PIC S9(8) BINARY VALUE ZERO.             !@13
002497     05  OFF-CYCLE-DOC-COUNT PIC S9(8) BINARY VALUE ZERO.             !@13
002498* The open document's statement date (the STMTDATE value) and,        !@23
002499* for an e-delivered one, its first page within ACIFEDLV.             !@23
002500     05  DOC-STMT-DATE       PIC X(12) VALUE SPACES.                  !@23
002501     05  DOC-EDLV-FIRST-PAGE PIC S9(8) BINARY VALUE ZERO.             !@23
002502     SKIP2                                                        01030003
002503* This is the data portion of the NOP record. It specifies        01040003
002510* the name of division and store for indexing.                    01050003
002520 01  NOP-DATA.                                                    01060003
002530     05  FILLER              PIC X(11) VALUE '**INDEX**: '.       01070003
002701         88  DOC-SUPPRESSED      VALUE HIGH-VALUE.                   !@15
002702         88  DOC-NOT-SUPPRESSED  VALUE LOW-VALUE.                    !@15
002703     05  DOC-SUPPRESS-REASON PIC XX VALUE SPACES.                    !@15
002704         88  DOC-EDELIVERY       VALUE 'ED'.                          !@23
002705     05  DOC-DUPLICATE-FLAG  PIC X VALUE LOW-VALUE.                   !@24
002706         88  DOC-DUPLICATE       VALUE HIGH-VALUE.                    !@24
002707         88  DOC-NOT-DUPLICATE   VALUE LOW-VALUE.                     !@24
002708     05  SUPP-COUNT          PIC S9(4) BINARY VALUE ZERO.            !@15
002709     05  SUPP-ENTRY OCCURS 1 TO 100 TIMES                            !@15
002710                    DEPENDING ON SUPP-COUNT                          !@15
002711                    INDEXED BY SUPP-INDX.                            !@15
002712         10  SUPP-ACCOUNT-NO PIC X(10).                               !@21
002713         10  SUPP-REASON     PIC XX.                                 !@15
002714     SKIP2                                                        01250003
002720 01  LOCATION-TABLES.                                             01260003
002730*    Division and store names used to be hardcoded here with     !@02
002740*    VALUE clauses; they are now loaded from the ACIFLKUP        !@02
003770       IF UNKNOWN-DIV-COUNT > ZERO OR UNKNOWN-STORE-COUNT > ZERO      !@02
003780          DISPLAY PGMNAME, ' UNRESOLVED DIVISION/STORE CODES -- '     !@02
003790                  'SEE ACIFEXCP';                                     !@02
003791          MOVE 4 TO RETURN-CODE                                       !@02
003792       END-IF;                                                        !@02
003793       IF EDLV-WRITE-FAIL-COUNT > ZERO                                !@23
003794          OR EDIX-WRITE-FAIL-COUNT > ZERO                             !@23
003795          DISPLAY PGMNAME, ' E-DELIVERY OUTPUT INCOMPLETE -- '        !@23
003796                  'SEE ACIFRPT';                                      !@23
003797          MOVE 4 TO RETURN-CODE                                       !@23
003798       END-IF;                                                        !@23
003799       IF DUPLICATE-DOC-COUNT > ZERO                                  !@24
003800          DISPLAY PGMNAME, ' DUPLICATE STATEMENTS IN THIS RUN -- '    !@24
003801                  'SEE ACIFEXCP';                                     !@24
003802          MOVE 4 TO RETURN-CODE                                       !@24
003803       END-IF;                                                        !@24
003812* A bad run-control card, or a night where every single document      !@13
003813* was outside the expected cycle, is a hard failure so the            !@13
003814* scheduler stops the downstream print step instead of mailing        !@13
004450         MOVE 1 TO LINE-COUNT;                                    02750003
004460         IF FUNCTION MOD (PAGE-COUNT, CHECKPOINT-INTERVAL) = 0        !@02
004470            SET CHECKPOINT-DUE TO TRUE                                !@04
004471         END-IF;                                                     !@02
004472* A top-of-form right after a continued page is the same              !@12
004473* statement spilling over, not a new document: no fresh index         !@12
004474* records, no audit line, just a longer page range.                   !@12
004475         IF PRIOR-PAGE-CONTINUED                                      !@12
004476          SET PRIOR-PAGE-NOT-CONTINUED TO TRUE;                       !@12
004477          IF DOC-DUPLICATE                                            !@24
004478             ADD 1 TO DUPLICATE-PAGE-COUNT                            !@24
004479          END-IF;                                                     !@24
004488          IF DOC-SUPPRESSED                                           !@19
004489             ADD 1 TO SUPPRESSED-PAGE-COUNT;                          !@15
004490             IF DOC-EDELIVERY                                         !@23
004491                ADD 1 TO EDELIVERED-PAGE-COUNT                        !@23
004492             END-IF;                                                  !@23
004493             MOVE PAGE-COUNT TO DOC-LAST-PAGE;                        !@19
004494             SET INP-DELETE TO TRUE                                   !@15
004495          ELSE                                                        !@19
004499         ELSE                                                         !@12
004500          PERFORM 0075-CLOSE-DOCUMENT;                                !@12
004501          PERFORM 0200-LOOKUP-ACCOUNT;                            02760003
004502          MOVE INP-ACCOUNT TO DOC-ACCOUNT-NO;                         !@21
004504          MOVE INP-DATE TO DOC-STMT-DATE;                             !@23
004505          SET DOC-OPEN TO TRUE;                                       !@12
004506          ADD 1 TO DOCUMENT-COUNT;                                    !@13
004507          PERFORM 0230-VALIDATE-CYCLE-DATE;                           !@13
004508          PERFORM 0250-CHECK-SUPPRESSION;                             !@15
004509          PERFORM 0255-CHECK-DUPLICATE;                               !@24
004510* A second copy of a statement, when the run-control card asks        !@24
004511* for duplicates to be deleted, comes back from 0255 marked           !@24
004512* suppressed (reason DU) and leaves the print stream below.           !@24
004514* A suppressed document gets no index records and no pages in         !@15
004515* the print stream: this line, and every later line of the            !@15
004516* document, is handed back to ACIF with the delete request.           !@15
004527             ADD 1 TO SUPPRESSED-PAGE-COUNT;                          !@15
004528             MOVE PAGE-COUNT TO DOC-FIRST-PAGE;                       !@19
004529             MOVE PAGE-COUNT TO DOC-LAST-PAGE;                        !@19
004530             IF DOC-EDELIVERY                                         !@23
004531                PERFORM 0260-START-EDELIVERY-DOCUMENT                 !@23
004532             END-IF;                                                  !@23
004533             SET INP-DELETE TO TRUE                                   !@15
004534          ELSE                                                        !@15
004535             COMPUTE DOC-FIRST-PAGE =                                 !@19
004536                 PAGE-COUNT - SUPPRESSED-PAGE-COUNT;                  !@19
004537             MOVE DOC-FIRST-PAGE TO DOC-LAST-PAGE;                    !@19
004538          CALL AFPWRITE USING SF-NOP,                                 !@15
004539                              NOP-DATA,                           02790003
004540                              BY CONTENT LENGTH OF NOP-DATA,      02800003
004550                              BY REFERENCE INSERT-RECLEN,         02810003
004560                              INSERT-RECORD-BUFFER;               02820003
004970       CONTINUE;                                                  03180003
004980     END-EVALUATE                                                     !@15
004981     END-IF.                                                          !@15
004982* Every line the logic above diverted from an e-delivered             !@23
004983* document goes to ACIFEDLV as it arrived -- all but the              !@23
004984* inserter barcode, which means nothing off paper.                    !@23
004985     IF DOC-SUPPRESSED AND DOC-EDELIVERY AND INP-DELETE               !@23
004986        AND INP-CCVAL NOT = CC-BARCODE                                !@23
004987        PERFORM 0270-WRITE-EDELIVERY-LINE                             !@23
004988     END-IF.                                                          !@23
004990* A checkpoint due this call is written here, after every insert-    !@04
005000* state transition above is finished, so it reflects what this       !@04
005010* call actually leaves ACIF expecting -- not a mid-call snapshot.     !@04
005310      AT END                                                      03440003
005320       MOVE 'UNKNOWN' TO NOP-DIVISION-NAME;                       03450003
005330       ADD 1 TO UNKNOWN-DIV-COUNT;                                    !@02
005340       MOVE INP-ACCOUNT TO EXCP-ACCOUNT-NO;                           !@21
005350       MOVE 'DIVISION' TO EXCP-BAD-TYPE;                              !@02
005359       MOVE SPACES TO EXCP-STMT-DATE;                               !@13
005360       MOVE INP-DIV-CODE TO EXCP-BAD-CODE;                            !@02
005500      AT END                                                      03520003
005510       MOVE 'UNKNOWN' TO NOP-STORE-NAME;                          03530003
005520       ADD 1 TO UNKNOWN-STORE-COUNT;                                  !@02
005530       MOVE INP-ACCOUNT TO EXCP-ACCOUNT-NO;                           !@21
005540       MOVE 'STORE' TO EXCP-BAD-TYPE;                                 !@02
005549       MOVE SPACES TO EXCP-STMT-DATE;                               !@13
005550       MOVE INP-STORE-CODE TO EXCP-BAD-CODE;                          !@02
006200     ELSE                                                            !@07
006210        IF EXCEPTIONS-FILE-STATUS = '00'                             !@07
006220           CLOSE EXCEPTIONS-FILE;                                    !@07
006221           DISPLAY PGMNAME, ' ACIFEXCP HAS PRIOR-RUN RECORDS BUT ', !@07
006222                   'THIS IS NOT A RESTART -- DISCARDING'            !@07
006223        END-IF;                                                     !@07
006224        OPEN OUTPUT EXCEPTIONS-FILE                                  !@06
006225     END-IF.                                                         !@06
006226     IF EXCEPTIONS-FILE-STATUS NOT = '00'                            !@02
006227        DISPLAY PGMNAME, ' UNABLE TO OPEN ACIFEXCP, STATUS='          !@02
006228                EXCEPTIONS-FILE-STATUS                                !@02
006229      ELSE                                                          !@02
006230       SET EXCP-FILE-OPEN TO TRUE                                    !@02
006231     END-IF.                                                         !@02
006232* The e-delivery outputs follow the same restart discipline. A        !@23
006233* missing DD leaves the ED pages with nowhere to go: they are         !@23
006234* counted as not written, reported, and the run ends with 4.          !@23
006235     OPEN INPUT EDELIVERY-FILE.                                       !@23
006236     IF EDLV-FILE-STATUS = '00' AND IS-RESTART-RUN                    !@23
006237        CLOSE EDELIVERY-FILE;                                         !@23
006238        OPEN EXTEND EDELIVERY-FILE                                    !@23
006239     ELSE                                                             !@23
006240        IF EDLV-FILE-STATUS = '00'                                    !@23
006241           CLOSE EDELIVERY-FILE;                                      !@23
006242           DISPLAY PGMNAME, ' ACIFEDLV HAS PRIOR-RUN RECORDS ',       !@23
006243                   'BUT THIS IS NOT A RESTART -- DISCARDING'          !@23
006244        END-IF;                                                       !@23
006245        OPEN OUTPUT EDELIVERY-FILE                                    !@23
006246     END-IF.                                                          !@23
006247     IF EDLV-FILE-STATUS NOT = '00'                                   !@23
006248        DISPLAY PGMNAME, ' UNABLE TO OPEN ACIFEDLV, STATUS=',         !@23
006249                EDLV-FILE-STATUS                                      !@23
006250     ELSE                                                             !@23
006251        SET EDLV-FILE-OPEN TO TRUE                                    !@23
006252     END-IF.                                                          !@23
006253     OPEN INPUT EDELIVERY-INDEX-FILE.                                 !@23
006254     IF EDIX-FILE-STATUS = '00' AND IS-RESTART-RUN                    !@23
006255        CLOSE EDELIVERY-INDEX-FILE;                                   !@23
006256        OPEN EXTEND EDELIVERY-INDEX-FILE                              !@23
006257     ELSE                                                             !@23
006258        IF EDIX-FILE-STATUS = '00'                                    !@23
006259           CLOSE EDELIVERY-INDEX-FILE;                                !@23
006260           DISPLAY PGMNAME, ' ACIFEDIX HAS PRIOR-RUN RECORDS ',       !@23
006261                   'BUT THIS IS NOT A RESTART -- DISCARDING'          !@23
006262        END-IF;                                                       !@23
006263        OPEN OUTPUT EDELIVERY-INDEX-FILE                              !@23
006264     END-IF.                                                          !@23
006265     IF EDIX-FILE-STATUS NOT = '00'                                   !@23
006266        DISPLAY PGMNAME, ' UNABLE TO OPEN ACIFEDIX, STATUS=',         !@23
006267                EDIX-FILE-STATUS                                      !@23
006268     ELSE                                                             !@23
006269        SET EDIX-FILE-OPEN TO TRUE                                    !@23
006270     END-IF.                                                          !@23
006271* Same restart discipline for the duplicate-statement work file.      !@24
006272* OUTPUT empties its REUSE cluster, which is then reopened I-O.       !@24
006273     IF IS-RESTART-RUN                                                !@24
006274        OPEN I-O STMT-KEY-FILE;                                       !@24
006275        IF DUPK-FILE-STATUS NOT = '00'                                !@24
006276           DISPLAY PGMNAME, ' ACIFDUPK NOT REOPENED, STATUS=',        !@24
006277                   DUPK-FILE-STATUS, ' -- STARTING EMPTY'             !@24
006278        END-IF                                                        !@24
006279     END-IF.                                                          !@24
006280     IF NOT IS-RESTART-RUN OR DUPK-FILE-STATUS NOT = '00'             !@24
006281        OPEN OUTPUT STMT-KEY-FILE;                                    !@24
006282        IF DUPK-FILE-STATUS = '00'                                    !@24
006283           CLOSE STMT-KEY-FILE;                                       !@24
006284           OPEN I-O STMT-KEY-FILE                                     !@24
006285        END-IF                                                        !@24
006286     END-IF.                                                          !@24
006287     IF DUPK-FILE-STATUS NOT = '00'                                   !@24
006288        DISPLAY PGMNAME, ' UNABLE TO OPEN ACIFDUPK, STATUS=',         !@24
006289                DUPK-FILE-STATUS, ' -- DUPLICATE CHECK OFF'           !@24
006290     ELSE                                                             !@24
006291        SET DUPK-FILE-OPEN TO TRUE                                    !@24
006292     END-IF.                                                          !@24
006293     SKIP3                                                            !@02
006294 0060-LOAD-TABLE-ENTRY.                                               !@02
006295* Add one entry read from ACIFLKUP to the in-memory division or       !@02
006296* store table used by 0200-LOOKUP-ACCOUNT.                            !@02
006297* An entry whose effective date range does not cover this run's       !@08
006298* date is skipped: not yet in force (effective-from still ahead)      !@08
006299* or already expired (effective-to behind us). Spaces leave that      !@08
006300* end of the range open. When a second in-effect entry turns up       !@08
006301* for a code already in the table, it replaces the first one:         !@08
006302* ACIFLKMT keeps advance-keyed renames in the pending slots           !@08
006303* (code plus 2000), which this sequential load reads after the        !@20
006304* live slots, so the rename wins from its first cycle onward.         !@08
006305     IF (ACLK-EFF-FROM NUMERIC AND ACLK-EFF-FROM > WS-RUN-DATE)       !@08
006306        OR (ACLK-EFF-TO NUMERIC AND ACLK-EFF-TO < WS-RUN-DATE)        !@08
006307        CONTINUE                                                      !@08
006308     ELSE                                                             !@08
006309     EVALUATE TRUE                                                    !@02
006310* A SEARCH may not scan an empty table, so the first entry of         !@08
006311* each kind is appended without one.                                  !@08
006312      WHEN ACLK-DIVISION AND DIV-DIV-COUNT = ZERO                     !@08
006313       ADD 1 TO DIV-DIV-COUNT;                                        !@02
006314       MOVE ACLK-CODE TO DIV-DIV-NUM (DIV-DIV-COUNT);                 !@02
006315       MOVE ACLK-NAME TO DIV-DIV-NAME (DIV-DIV-COUNT);                !@02
006316      WHEN ACLK-DIVISION                                              !@02
006317       SET DIV-DIV-INDX TO 1;                                         !@08
006318       SEARCH DIV-DIV-TABLE                                           !@08
006319        AT END                                                        !@08
006320         ADD 1 TO DIV-DIV-COUNT;                                      !@08
006321         MOVE ACLK-CODE TO DIV-DIV-NUM (DIV-DIV-COUNT);               !@08
006322         MOVE ACLK-NAME TO DIV-DIV-NAME (DIV-DIV-COUNT);              !@08
006323        WHEN DIV-DIV-NUM (DIV-DIV-INDX) = ACLK-CODE                   !@08
006324         MOVE ACLK-NAME TO DIV-DIV-NAME (DIV-DIV-INDX)                !@08
006325       END-SEARCH;                                                    !@08
006326      WHEN ACLK-STORE AND DIV-STORE-COUNT = ZERO                      !@08
006327       ADD 1 TO DIV-STORE-COUNT;                                      !@02
006328       MOVE ACLK-CODE TO DIV-STORE-NUM (DIV-STORE-COUNT);             !@02
006329       MOVE ACLK-NAME TO DIV-STORE-NAME (DIV-STORE-COUNT);            !@02
006330      WHEN ACLK-STORE                                                 !@02
006331       SET DIV-STORE-INDX TO 1;                                       !@08
006332       SEARCH DIV-STORE-TABLE                                         !@08
006333        AT END                                                        !@08
006334         ADD 1 TO DIV-STORE-COUNT;                                    !@08
006335         MOVE ACLK-CODE TO DIV-STORE-NUM (DIV-STORE-COUNT);           !@08
006336         MOVE ACLK-NAME TO DIV-STORE-NAME (DIV-STORE-COUNT);          !@08
006337        WHEN DIV-STORE-NUM (DIV-STORE-INDX) = ACLK-CODE               !@08
006338         MOVE ACLK-NAME TO DIV-STORE-NAME (DIV-STORE-INDX)            !@08
006339       END-SEARCH;                                                    !@08
006340      WHEN OTHER                                                      !@02
006341       CONTINUE                                                       !@02
006342     END-EVALUATE                                                     !@08
006343     END-IF.                                                          !@08
006344     SKIP3                                                            !@15
006345 0065-LOAD-SUPPRESS-TABLE.                                            !@15
006346* Load the do-not-mail/e-delivery account table from ACIFSUPP.        !@15
006347* A missing or unreadable file leaves the table empty and every       !@15
006348* account prints normally, same as before the file existed; the       !@15
006349* mailroom pulls by hand that night instead of the run failing.       !@15
006350     OPEN INPUT SUPPRESS-FILE.                                        !@15
006351     IF SUPPRESS-FILE-STATUS NOT = '00'                               !@15
006352        DISPLAY PGMNAME, ' NO ACIFSUPP SUPPRESSION FILE, STATUS=',    !@15
006353                SUPPRESS-FILE-STATUS, ' -- NOTHING SUPPRESSED'        !@15
006354     ELSE                                                             !@15
006355        PERFORM UNTIL SUPPRESS-EOF                                    !@15
006356           READ SUPPRESS-FILE                                         !@15
006357              AT END SET SUPPRESS-EOF TO TRUE                         !@15
006358              NOT AT END PERFORM 0067-LOAD-SUPPRESS-ENTRY             !@15
006359           END-READ                                                   !@15
006360        END-PERFORM;                                                  !@15
006361        CLOSE SUPPRESS-FILE                                           !@15
006362     END-IF.                                                          !@15
006363     SKIP3                                                            !@15
006364 0067-LOAD-SUPPRESS-ENTRY.                                            !@15
006365* A card that cannot be read is skipped with a console note --        !@15
006366* better one account printing that should not have than the           !@15
006367* whole night failing over a typo in the suppression file. A          !@22
006368* card keyed ahead of its effective-from date, or one whose           !@22
006369* effective-to date has passed, is simply not in effect tonight.      !@22
006370     IF SUPC-ACCT-DIV NOT NUMERIC                                     !@22
006371        OR SUPC-ACCT-STORE NOT NUMERIC                                !@22
006372        OR SUPC-ACCT-NO NOT NUMERIC                                   !@22
006373        DISPLAY PGMNAME, ' BAD ACIFSUPP CARD IGNORED: ',              !@15
006374                SUPPRESS-CARD-RECORD (1:13)                           !@21
006375     ELSE                                                             !@15
006376      EVALUATE TRUE                                                   !@22
006377       WHEN (SUPC-EFF-FROM NUMERIC                                    !@22
006378             AND SUPC-EFF-FROM > WS-RUN-DATE)                         !@22
006379            OR (SUPC-EFF-TO NUMERIC                                   !@22
006380                AND SUPC-EFF-TO < WS-RUN-DATE)                        !@22
006381        CONTINUE                                                      !@22
006382       WHEN SUPP-COUNT >= 100                                         !@22
006383        DISPLAY PGMNAME, ' ACIFSUPP HAS OVER 100 ENTRIES, ',          !@22
006384                'IGNORED: ', SUPC-ACCOUNT-NO                          !@22
006385       WHEN OTHER                                                     !@22
006386        ADD 1 TO SUPP-COUNT;                                          !@22
006387        MOVE SUPC-ACCOUNT-NO TO SUPP-ACCOUNT-NO (SUPP-COUNT);         !@22
006388        MOVE SUPC-REASON TO SUPP-REASON (SUPP-COUNT)                  !@22
006389      END-EVALUATE                                                    !@22
006390     END-IF.                                                          !@15
006391     SKIP3                                                            !@15
006392 0250-CHECK-SUPPRESSION.                                              !@15
006393* Is the document just opened for a suppressed account? The           !@15
006394* verdict and reason stick to the document until the next one         !@15
006395* opens, so continuation pages follow their first page out of         !@15
006396* (or into) the print stream.                                         !@15
006397     SET DOC-NOT-SUPPRESSED TO TRUE.                                  !@15
006398     MOVE SPACES TO DOC-SUPPRESS-REASON.                              !@15
006399     IF SUPP-COUNT > ZERO                                             !@15
006400        SET SUPP-INDX TO 1;                                           !@15
006401        SEARCH SUPP-ENTRY                                             !@15
006402         AT END                                                       !@15
006403          CONTINUE                                                    !@15
006404         WHEN SUPP-ACCOUNT-NO (SUPP-INDX) = INP-ACCOUNT               !@21
006405          SET DOC-SUPPRESSED TO TRUE;                                 !@15
006406          MOVE SUPP-REASON (SUPP-INDX) TO DOC-SUPPRESS-REASON         !@15
006407        END-SEARCH                                                    !@15
006408     END-IF.                                                          !@15
006409     SKIP3                                                            !@15
006410 0255-CHECK-DUPLICATE.                                                !@24
006411* Has this account's statement for this date been indexed already     !@24
006412* in this run? The first copy's key is on ACIFDUPK; a second finds    !@24
006413* it there and 0257 flags it until the next document opens.           !@24
006414     SET DOC-NOT-DUPLICATE TO TRUE.                                   !@24
006415     IF DUPK-FILE-OPEN                                                !@24
006416        MOVE INP-ACCOUNT TO DUPK-ACCOUNT-NO;                          !@24
006417        MOVE INP-DATE TO DUPK-STMT-DATE;                              !@24
006418        MOVE PAGE-COUNT TO DUPK-PAGE-NUM;                             !@24
006419        WRITE DUPK-RECORD                                             !@24
006420           INVALID KEY                                                !@24
006421              PERFORM 0257-FLAG-DUPLICATE                             !@24
006422        END-WRITE                                                     !@24
006423     END-IF.                                                          !@24
006424     SKIP3                                                            !@24
006425 0257-FLAG-DUPLICATE.                                                 !@24
006426* Only a duplicate key means a second copy; other failures are        !@24
006427* counted. A restart's replayed document finds its own first page     !@24
006428* recorded -- the same document again, not a second copy.             !@24
006429     IF DUPK-FILE-STATUS NOT = '22'                                   !@24
006430        ADD 1 TO DUPK-WRITE-FAIL-COUNT                                !@24
006431     ELSE                                                             !@24
006432        READ STMT-KEY-FILE                                            !@24
006433           INVALID KEY                                                !@24
006434              ADD 1 TO DUPK-WRITE-FAIL-COUNT                          !@24
006435           NOT INVALID KEY                                            !@24
006436              IF DUPK-PAGE-NUM NOT = PAGE-COUNT                       !@24
006437                 SET DOC-DUPLICATE TO TRUE                            !@24
006438              END-IF                                                  !@24
006439        END-READ                                                      !@24
006440     END-IF.                                                          !@24
006441* The second copy is listed on ACIFEXCP either way. In delete mode    !@24
006442* it is also suppressed, reason DU -- an e-delivery account's         !@24
006443* second copy included, so it is not sent to the vendor twice;        !@24
006444* a copy already suppressed for another reason keeps that reason.     !@24
006445     IF DOC-DUPLICATE                                                 !@24
006446        ADD 1 TO DUPLICATE-DOC-COUNT;                                 !@24
006447        ADD 1 TO DUPLICATE-PAGE-COUNT;                                !@24
006448        MOVE INP-ACCOUNT TO EXCP-ACCOUNT-NO;                          !@24
006449        MOVE 'DUPSTMT' TO EXCP-BAD-TYPE;                              !@24
006450        MOVE ZERO TO EXCP-BAD-CODE;                                   !@24
006451        MOVE PAGE-COUNT TO EXCP-PAGE-NUM;                             !@24
006452        MOVE INP-DATE TO EXCP-STMT-DATE;                              !@24
006453        IF EXCP-FILE-OPEN                                             !@24
006454           WRITE EXCEPTION-RECORD                                     !@24
006455        ELSE                                                          !@24
006456           ADD 1 TO EXCP-WRITE-FAIL-COUNT                             !@24
006457        END-IF;                                                       !@24
006458        IF DUPLICATES-DELETED                                         !@24
006459           AND (DOC-NOT-SUPPRESSED OR DOC-EDELIVERY)                  !@24
006460           SET DOC-SUPPRESSED TO TRUE;                                !@24
006461           MOVE 'DU' TO DOC-SUPPRESS-REASON                           !@24
006462        END-IF                                                        !@24
006463     END-IF.                                                          !@24
006464     SKIP3                                                            !@24
006465 0260-START-EDELIVERY-DOCUMENT.                                       !@23
006466* An e-delivered document opens in ACIFEDLV the way it would          !@23
006467* have opened in the print stream: the skip to channel 1 first        !@23
006468* when machine carriage control keeps it on a record of its own       !@23
006469* (that record was already handed on before the verdict), then        !@23
006470* the index NOP and the STMTDATE and ACCTNUM TLEs, so the             !@23
006471* vendor can index the dataset exactly as ACIF indexes ours.          !@23
006472     ADD 1 TO EDELIVERED-DOC-COUNT.                                   !@23
006473     ADD 1 TO EDELIVERED-PAGE-COUNT.                                  !@23
006474     MOVE EDELIVERED-PAGE-COUNT TO DOC-EDLV-FIRST-PAGE.               !@23
006475     IF INP-MACH-CC                                                   !@23
006476        MOVE 1 TO EDLV-RECLEN;                                        !@23
006477        MOVE CC-TOF TO EDLV-RECORD (1:1);                             !@23
006478        PERFORM 0275-WRITE-EDELIVERY-RECORD                           !@23
006479     END-IF.                                                          !@23
006480     CALL AFPWRITE USING SF-NOP,                                      !@23
006481                         NOP-DATA,                                    !@23
006482                         BY CONTENT LENGTH OF NOP-DATA,               !@23
006483                         BY REFERENCE INSERT-RECLEN,                  !@23
006484                         INSERT-RECORD-BUFFER.                        !@23
006485     PERFORM 0265-WRITE-EDELIVERY-INSERT.                             !@23
006486     MOVE 'STMTDATE' TO TLE-NAME-CHARS.                               !@23
006487     MOVE INP-DATE TO TLE-VALUE-CHARS.                                !@23
006488     CALL AFPWRITE USING SF-TLE,                                      !@23
006489                         TLE-DATA,                                    !@23
006490                         BY CONTENT LENGTH OF TLE-DATA,               !@23
006491                         BY REFERENCE INSERT-RECLEN,                  !@23
006492                         INSERT-RECORD-BUFFER.                        !@23
006493     PERFORM 0265-WRITE-EDELIVERY-INSERT.                             !@23
006494     MOVE 'ACCTNUM ' TO TLE-NAME-CHARS.                               !@23
006495     MOVE INP-ACCOUNT TO TLE-VALUE-CHARS.                             !@23
006496     CALL AFPWRITE USING SF-TLE,                                      !@23
006497                         TLE-DATA,                                    !@23
006498                         BY CONTENT LENGTH OF TLE-DATA,               !@23
006499                         BY REFERENCE INSERT-RECLEN,                  !@23
006500                         INSERT-RECORD-BUFFER.                        !@23
006501     PERFORM 0265-WRITE-EDELIVERY-INSERT.                             !@23
006502     SKIP3                                                            !@23
006503 0265-WRITE-EDELIVERY-INSERT.                                         !@23
006504     MOVE INSERT-RECLEN TO EDLV-RECLEN.                               !@23
006505     MOVE INSERT-RECORD-BUFFER (1:INSERT-RECLEN)                      !@23
006506          TO EDLV-RECORD (1:EDLV-RECLEN).                             !@23
006507     PERFORM 0275-WRITE-EDELIVERY-RECORD.                             !@23
006508     SKIP3                                                            !@23
006509 0270-WRITE-EDELIVERY-LINE.                                           !@23
006510     MOVE INP-RECLEN TO EDLV-RECLEN.                                  !@23
006511     MOVE INP-LINE (1:INP-RECLEN) TO EDLV-RECORD (1:EDLV-RECLEN).     !@23
006512     PERFORM 0275-WRITE-EDELIVERY-RECORD.                             !@23
006513     SKIP3                                                            !@23
006514 0275-WRITE-EDELIVERY-RECORD.                                         !@23
006515     IF EDLV-FILE-OPEN                                                !@23
006516        WRITE EDLV-RECORD                                             !@23
006517     ELSE                                                             !@23
006518        ADD 1 TO EDLV-WRITE-FAIL-COUNT                                !@23
006519     END-IF.                                                          !@23
006520     SKIP3                                                            !@23
006521 0280-WRITE-EDELIVERY-INDEX.                                          !@23
006522* One record per e-delivered document for the vendor, written         !@23
006523* when the document closes and its last ACIFEDLV page is known.       !@23
006524     MOVE SPACES            TO EDX-RECORD.                            !@23
006525     MOVE WS-RUN-DATE       TO EDX-RUN-DATE.                          !@23
006526     MOVE DOC-ACCOUNT-NO    TO EDX-ACCOUNT-NO.                        !@23
006527     MOVE DOC-STMT-DATE     TO EDX-STMT-DATE.                         !@23
006528     MOVE NOP-DIVISION-CODE TO EDX-DIV-CODE.                          !@23
006529     MOVE NOP-DIVISION-NAME TO EDX-DIV-NAME.                          !@23
006530     MOVE NOP-STORE-CODE    TO EDX-STORE-CODE.                        !@23
006531     MOVE NOP-STORE-NAME    TO EDX-STORE-NAME.                        !@23
006532     MOVE DOC-EDLV-FIRST-PAGE TO EDX-FIRST-PAGE.                      !@23
006533     MOVE EDELIVERED-PAGE-COUNT TO EDX-LAST-PAGE.                     !@23
006534     IF EDIX-FILE-OPEN                                                !@23
006535        WRITE EDX-RECORD                                              !@23
006536     ELSE                                                             !@23
006537        ADD 1 TO EDIX-WRITE-FAIL-COUNT                                !@23
006538     END-IF.                                                          !@23
006539     SKIP3                                                            !@23
006540 0055-READ-CYCLE-CONTROL.                                             !@13
006541* The ACIFCYCL card says which cycle this whole input belongs to:     !@13
006542*     col 1-8   expected cycle date, YYYYMMDD                         !@13
006543*     col 10-11 tolerance in days (blank = exact match)               !@13
006544*     col 31-36 DELETE or REPORT (blank = REPORT): what becomes of    !@24
006545*               a statement indexed twice in the run                  !@24
006546* A missing DD disables the check, same as before the check           !@13
006547* existed; a card that is present but wrong fails the run at EOF      !@13
006548* rather than silently validating against garbage.                    !@13
006549     OPEN INPUT CYCLE-CONTROL-FILE.                                   !@13
006550     IF CYCLE-CONTROL-STATUS NOT = '00'                               !@13
006551        DISPLAY PGMNAME, ' NO ACIFCYCL CONTROL CARD, STATUS=',        !@13
006552                CYCLE-CONTROL-STATUS, ' -- CYCLE CHECK DISABLED'      !@13
006553     ELSE                                                             !@13
006554        READ CYCLE-CONTROL-FILE                                       !@13
006555           AT END                                                     !@13
006556              DISPLAY PGMNAME, ' ACIFCYCL IS EMPTY -- '               !@13
006557                      'CYCLE CHECK DISABLED'                          !@13
006558           NOT AT END                                                 !@13
006559              PERFORM 0057-EDIT-CYCLE-CARD                            !@13
006560        END-READ;                                                     !@13
006561        CLOSE CYCLE-CONTROL-FILE                                      !@13
006562     END-IF.                                                          !@13
006563     SKIP3                                                            !@13
006564 0057-EDIT-CYCLE-CARD.                                                !@13
006565* INTEGER-OF-DATE's result is undefined for an argument that is       !@14
006566* not a real calendar date, so the card goes through the full         !@14
006567* Gregorian edit (0058) before any date arithmetic sees it.           !@14
006568     SET EDITED-DATE-BAD TO TRUE.                                     !@14
006569     IF CYCL-CYCLE-DATE NUMERIC                                       !@14
006570        MOVE CYCL-CYCLE-DATE TO EDW-DATE;                             !@14
006571        PERFORM 0058-EDIT-GREGORIAN-DATE                              !@14
006572     END-IF.                                                          !@14
006573     IF EDITED-DATE-GOOD                                              !@14
006574        AND (CYCL-TOLERANCE NUMERIC OR CYCL-TOLERANCE = SPACES)       !@13
006575        AND (CYCL-OVERRIDE OR CYCL-NO-OVERRIDE)                       !@17
006576        AND (CYCL-NO-OVERRIDE                                         !@17
006577             OR CYCL-OVERRIDE-USER NOT = SPACES)                      !@17
006578        AND (CYCL-DUP-DELETE OR CYCL-DUP-REPORT)                      !@24
006579        MOVE CYCL-CYCLE-DATE TO EXPECTED-CYCLE-DATE;                  !@13
006580        COMPUTE CYCLE-DATE-INT =                                      !@13
006581            FUNCTION INTEGER-OF-DATE (EXPECTED-CYCLE-DATE);           !@13
006582        IF CYCL-TOLERANCE NUMERIC                                     !@13
006583           COMPUTE CYCLE-TOLERANCE-DAYS =                             !@13
006584               FUNCTION NUMVAL (CYCL-TOLERANCE)                       !@13
006585        ELSE                                                          !@13
006586           MOVE ZERO TO CYCLE-TOLERANCE-DAYS                          !@13
006587        END-IF;                                                       !@13
006588        SET CYCLE-CHECK-ACTIVE TO TRUE;                               !@13
006589        IF CYCL-DUP-DELETE                                            !@24
006590           SET DUPLICATES-DELETED TO TRUE;                            !@24
006591           DISPLAY PGMNAME, ' IN-RUN DUPLICATES WILL BE DELETED'      !@24
006592        END-IF;                                                       !@24
006593        MOVE CYCL-CYCLE-DATE TO REG-CYCLE-DATE;                       !@25
006594        MOVE CYCL-STREAM-ID TO PRINT-STREAM-ID;                       !@25
006595        DISPLAY PGMNAME, ' EXPECTED CYCLE DATE ',                     !@13
006596                CYCL-CYCLE-DATE, ' TOLERANCE ',                       !@13
006597                CYCL-TOLERANCE, ' DAYS ', PRINT-STREAM-ID;            !@25
006598        PERFORM 0059-CHECK-CYCLE-REGISTER                             !@17
006599     ELSE                                                             !@13
006600        SET CYCLE-CARD-BAD TO TRUE;                                   !@13
006652                REGISTER-FILE-STATUS,                                 !@17
006653                ' -- DUPLICATE-CYCLE GUARD OFF'                       !@17
006654     ELSE                                                             !@17
006655        MOVE REGISTER-KEY-AREA TO CREG-KEY;                           !@25
006656        READ REGISTER-FILE                                            !@17
006657           INVALID KEY                                                !@17
006658              CONTINUE                                                !@17
006663                 ELSE                                                 !@17
006664                    SET CYCLE-ALREADY-DONE TO TRUE;                   !@17
006665                    DISPLAY PGMNAME, ' CYCLE ',                       !@17
006666                            CYCL-CYCLE-DATE, ' ', PRINT-STREAM-ID,    !@25
006667                            ' ALREADY MARKED COMPLETE ON ',           !@17
006668                            CREG-COMP-DATE, ' BY ',                   !@17
006669                            CREG-COMP-USER,                           !@17
006689           DISPLAY PGMNAME, ' OVERRIDE REWRITE FAILED, ',             !@17
006690                   'STATUS=', REGISTER-FILE-STATUS                    !@17
006691        NOT INVALID KEY                                               !@17
006692           DISPLAY PGMNAME, ' CYCLE ', CYCL-CYCLE-DATE, ' ',          !@25
006693                   PRINT-STREAM-ID, ' OVERRIDE ACCEPTED, USER ',      !@25
006694                   CYCL-OVERRIDE-USER                                 !@17
006695     END-REWRITE.                                                     !@17
006696     SKIP3                                                            !@17
006733     SKIP3                                                            !@13
006734 0240-FLAG-OFF-CYCLE.                                                 !@13
006735     ADD 1 TO OFF-CYCLE-DOC-COUNT.                                    !@13
006736     MOVE INP-ACCOUNT TO EXCP-ACCOUNT-NO.                             !@21
006737     MOVE 'OFFCYCLE' TO EXCP-BAD-TYPE.                                !@13
006738     MOVE ZERO TO EXCP-BAD-CODE.                                      !@13
006739     MOVE PAGE-COUNT TO EXCP-PAGE-NUM.                                !@13
007160        WRITE RPT-RECORD;                                             !@02
007170        MOVE SPACES TO RPT-RECORD;                                    !@02
007180        WRITE RPT-RECORD;                                             !@02
007181        IF PRINT-STREAM-ID NOT = SPACES                               !@25
007182           MOVE SPACES TO RPT-RECORD;                                 !@25
007183           STRING 'PRINT STREAM: ' DELIMITED BY SIZE                  !@25
007184                  PRINT-STREAM-ID DELIMITED BY SIZE                   !@25
007185               INTO RPT-RECORD;                                       !@25
007186           WRITE RPT-RECORD                                           !@25
007187        END-IF;                                                       !@25
007190        MOVE DOCUMENT-COUNT TO RPT-COUNT-DISP;                        !@13
007191        MOVE SPACES TO RPT-RECORD;                                  !@13
007192        STRING 'TOTAL DOCUMENTS INDEXED: ' DELIMITED BY SIZE        !@13
007223               RPT-COUNT-DISP DELIMITED BY SIZE                     !@15
007224            INTO RPT-RECORD;                                        !@15
007225        WRITE RPT-RECORD;                                           !@15
007226* The e-delivered share of the suppressed figures above: sent         !@23
007227* to ACIFEDLV for the e-statement vendor rather than dropped.         !@23
007228        MOVE EDELIVERED-DOC-COUNT TO RPT-COUNT-DISP;                  !@23
007229        MOVE SPACES TO RPT-RECORD;                                    !@23
007230        STRING '  OF WHICH E-DELIVERED, DOCUMENTS: '                  !@23
007231               DELIMITED BY SIZE                                      !@23
007232               RPT-COUNT-DISP DELIMITED BY SIZE                       !@23
007233            INTO RPT-RECORD;                                          !@23
007234        WRITE RPT-RECORD;                                             !@23
007235        MOVE EDELIVERED-PAGE-COUNT TO RPT-COUNT-DISP;                 !@23
007236        MOVE SPACES TO RPT-RECORD;                                    !@23
007237        STRING '  OF WHICH E-DELIVERED, PAGES: '                      !@23
007238               DELIMITED BY SIZE                                      !@23
007239               RPT-COUNT-DISP DELIMITED BY SIZE                       !@23
007240            INTO RPT-RECORD;                                          !@23
007241        WRITE RPT-RECORD;                                             !@23
007242* Statements indexed a second time this run: still printed in         !@24
007243* report mode; in delete mode taken out, and so inside the            !@24
007244* suppressed figures above. ACIFEXCP lists each one.                  !@24
007245        MOVE DUPLICATE-DOC-COUNT TO RPT-COUNT-DISP;                   !@24
007246        MOVE SPACES TO RPT-RECORD;                                    !@24
007247        IF DUPLICATES-DELETED                                         !@24
007248           STRING 'DUPLICATE STATEMENTS DELETED: '                    !@24
007249                  DELIMITED BY SIZE                                   !@24
007250                  RPT-COUNT-DISP DELIMITED BY SIZE                    !@24
007251               INTO RPT-RECORD                                        !@24
007252        ELSE                                                          !@24
007253           STRING 'DUPLICATE STATEMENTS (REPORTED, PRINTED): '        !@24
007254                  DELIMITED BY SIZE                                   !@24
007255                  RPT-COUNT-DISP DELIMITED BY SIZE                    !@24
007256               INTO RPT-RECORD                                        !@24
007257        END-IF;                                                       !@24
007258        WRITE RPT-RECORD;                                             !@24
007259        MOVE DUPLICATE-PAGE-COUNT TO RPT-COUNT-DISP;                  !@24
007260        MOVE SPACES TO RPT-RECORD;                                    !@24
007261        STRING 'PAGES IN DUPLICATE STATEMENTS: '                      !@24
007262               DELIMITED BY SIZE                                      !@24
007263               RPT-COUNT-DISP DELIMITED BY SIZE                       !@24
007264            INTO RPT-RECORD;                                          !@24
007265        WRITE RPT-RECORD;                                             !@24
007266        MOVE AUDIT-WRITE-FAIL-COUNT TO RPT-COUNT-DISP;              !@02
007267        MOVE SPACES TO RPT-RECORD;                                    !@02
007268        STRING 'AUDIT RECORDS NOT WRITTEN (ACIFAUDT NOT OPEN): '      !@02
007269               DELIMITED BY SIZE                                      !@02
007270               RPT-COUNT-DISP DELIMITED BY SIZE                       !@02
007271            INTO RPT-RECORD;                                          !@02
007272        WRITE RPT-RECORD;                                             !@02
007273        MOVE EXCP-WRITE-FAIL-COUNT TO RPT-COUNT-DISP;                 !@02
007274        MOVE SPACES TO RPT-RECORD;                                    !@02
007280        STRING 'EXCEPTIONS NOT WRITTEN (ACIFEXCP NOT OPEN): '         !@02
007290               DELIMITED BY SIZE                                      !@02
007300               RPT-COUNT-DISP DELIMITED BY SIZE                       !@02
007350        STRING 'CHECKPOINTS NOT WRITTEN (ACIFCKPT NOT OPEN): '        !@02
007360               DELIMITED BY SIZE                                      !@02
007370               RPT-COUNT-DISP DELIMITED BY SIZE                       !@02
007371            INTO RPT-RECORD;                                         !@02
007372        WRITE RPT-RECORD;                                             !@02
007373        MOVE EDLV-WRITE-FAIL-COUNT TO RPT-COUNT-DISP;                 !@23
007374        MOVE SPACES TO RPT-RECORD;                                    !@23
007375        STRING 'E-DELIVERY NOT WRITTEN (ACIFEDLV NOT OPEN): '         !@23
007376               DELIMITED BY SIZE                                      !@23
007377               RPT-COUNT-DISP DELIMITED BY SIZE                       !@23
007378            INTO RPT-RECORD;                                          !@23
007379        WRITE RPT-RECORD;                                             !@23
007380        MOVE EDIX-WRITE-FAIL-COUNT TO RPT-COUNT-DISP;                 !@23
007381        MOVE SPACES TO RPT-RECORD;                                    !@23
007382        STRING 'E-DELIVERY INDEX (ACIFEDIX NOT OPEN): '               !@23
007383               DELIMITED BY SIZE                                      !@23
007384               RPT-COUNT-DISP DELIMITED BY SIZE                       !@23
007385            INTO RPT-RECORD;                                          !@23
007386        WRITE RPT-RECORD;                                             !@23
007387        MOVE DUPK-WRITE-FAIL-COUNT TO RPT-COUNT-DISP;                 !@24
007388        MOVE SPACES TO RPT-RECORD;                                    !@24
007389        IF DUPK-FILE-OPEN                                             !@24
007390           STRING 'DOCUMENTS NOT DUPLICATE-CHECKED (ACIFDUPK): '      !@24
007391                  DELIMITED BY SIZE                                   !@24
007392                  RPT-COUNT-DISP DELIMITED BY SIZE                    !@24
007393               INTO RPT-RECORD                                        !@24
007394        ELSE                                                          !@24
007395           MOVE 'DUPLICATE CHECK NOT ACTIVE (ACIFDUPK NOT OPEN)'      !@24
007396               TO RPT-RECORD                                          !@24
007397        END-IF;                                                       !@24
007398        WRITE RPT-RECORD;                                             !@24
007400        CLOSE REPORT-FILE;                                            !@02
007410     END-IF.                                                          !@02
007420     IF AUDIT-FILE-OPEN                                               !@02
007460        CLOSE EXCEPTIONS-FILE                                        !@02
007470     END-IF.                                                         !@02
007480     IF CKPT-FILE-OPEN                                               !@02
007481        CLOSE CHECKPOINT-FILE                                        !@02
007482     END-IF.                                                         !@02
007483     IF EDLV-FILE-OPEN                                                !@23
007484        CLOSE EDELIVERY-FILE                                          !@23
007485     END-IF.                                                          !@23
007486     IF EDIX-FILE-OPEN                                                !@23
007487        CLOSE EDELIVERY-INDEX-FILE                                    !@23
007488     END-IF.                                                          !@23
007489     IF DUPK-FILE-OPEN                                                !@24
007490        CLOSE STMT-KEY-FILE                                           !@24
007491     END-IF.                                                          !@24
007492     SKIP3                                                            !@02
007493 0072-WRITE-TOTALS-FILE.                                              !@16
007494* The same figures as the control report above, in the fixed          !@16
007495* ACTOTREC layout, for ACIFBAL and anything else that needs the       !@16
007496* night's numbers without parsing report wording. A file that         !@16
007497* cannot be opened is reported and skipped: the human report          !@16
007498* was already written, and ACIFBAL treats the missing figures         !@16
007499* as out of balance, which is the right alarm.                        !@16
007500     OPEN OUTPUT TOTALS-FILE.                                         !@16
007501     IF TOTALS-FILE-STATUS NOT = '00'                                 !@16
007502        DISPLAY PGMNAME, ' UNABLE TO OPEN ACIFTOTL, STATUS=',         !@16
007503                TOTALS-FILE-STATUS                                    !@16
007504     ELSE                                                             !@16
007505        MOVE SPACES TO ACTOT-RECORD;                                  !@25
007506        MOVE PRINT-STREAM-ID TO ACTOT-STREAM-ID;                      !@25
007512        MOVE 'PAGES-INDEXED' TO ACTOT-NAME;                           !@16
007513        MOVE PAGE-COUNT TO ACTOT-VALUE;                               !@16
007514        WRITE ACTOT-RECORD;                                           !@16
007515        MOVE 'DOCS-INDEXED' TO ACTOT-NAME;                            !@16
007516        MOVE DOCUMENT-COUNT TO ACTOT-VALUE;                           !@16
007517        WRITE ACTOT-RECORD;                                           !@16
007518        MOVE 'DOCS-SUPPRESSED' TO ACTOT-NAME;                         !@16
007519        MOVE SUPPRESSED-DOC-COUNT TO ACTOT-VALUE;                     !@16
007520        WRITE ACTOT-RECORD;                                           !@16
007521        MOVE 'PAGES-SUPPRESSED' TO ACTOT-NAME;                        !@16
007522        MOVE SUPPRESSED-PAGE-COUNT TO ACTOT-VALUE;                    !@16
007523        WRITE ACTOT-RECORD;                                           !@16
007524        MOVE 'DOCS-EDELIVERED' TO ACTOT-NAME;                         !@23
007525        MOVE EDELIVERED-DOC-COUNT TO ACTOT-VALUE;                     !@23
007526        WRITE ACTOT-RECORD;                                           !@23
007527        MOVE 'PAGES-EDELIVERED' TO ACTOT-NAME;                        !@23
007528        MOVE EDELIVERED-PAGE-COUNT TO ACTOT-VALUE;                    !@23
007529        WRITE ACTOT-RECORD;                                           !@23
007530        MOVE 'DOCS-DUPLICATE' TO ACTOT-NAME;                          !@24
007531        MOVE DUPLICATE-DOC-COUNT TO ACTOT-VALUE;                      !@24
007532        WRITE ACTOT-RECORD;                                           !@24
007533        MOVE 'PAGES-DUPLICATE' TO ACTOT-NAME;                         !@24
007534        MOVE DUPLICATE-PAGE-COUNT TO ACTOT-VALUE;                     !@24
007535        WRITE ACTOT-RECORD;                                           !@24
007536        MOVE 'DOCS-OFF-CYCLE' TO ACTOT-NAME;                          !@16
007537        MOVE OFF-CYCLE-DOC-COUNT TO ACTOT-VALUE;                      !@16
007538        WRITE ACTOT-RECORD;                                           !@16
007565* (or the input ends). Nothing to do when no document is open.        !@12
007566     IF DOC-OPEN                                                      !@12
007567        PERFORM 0080-WRITE-AUDIT-RECORD;                              !@12
007568        IF DOC-SUPPRESSED AND DOC-EDELIVERY                           !@23
007569           PERFORM 0280-WRITE-EDELIVERY-INDEX                         !@23
007570        END-IF;                                                       !@23
007571        SET DOC-NOT-OPEN TO TRUE                                      !@12
007572     END-IF.                                                          !@12
007573     SKIP3                                                            !@12
007574 0080-WRITE-AUDIT-RECORD.                                             !@02
007575* Write the audit trail record for the document just completed:       !@12
007576* one line per statement, first and last page, so customer            !@12
007577* service can find a document without opening the AFP stream.         !@12
007578     MOVE WS-RUN-DATE       TO AUD-RUN-DATE.                          !@02
007579     MOVE NOP-DIVISION-CODE TO AUD-DIV-CODE.                          !@02
007580     MOVE NOP-DIVISION-NAME TO AUD-DIV-NAME.                          !@02
007590     MOVE NOP-STORE-CODE    TO AUD-STORE-CODE.                        !@02
007600     MOVE NOP-STORE-NAME    TO AUD-STORE-NAME.                        !@02
007610     MOVE DOC-ACCOUNT-NO    TO AUD-ACCOUNT-NO.                        !@12
007620     MOVE DOC-FIRST-PAGE    TO AUD-PAGE-NUM.                          !@12
007621     MOVE DOC-LAST-PAGE     TO AUD-LAST-PAGE.                         !@12
007622* The statement date lets ACIFDUPC, after the merge, find a           !@24
007623* statement already sent out on an earlier run date.                  !@24
007624     MOVE DOC-STMT-DATE     TO AUD-STMT-DATE.                         !@24
007625     MOVE PRINT-STREAM-ID   TO AUD-STREAM-ID.                         !@25
007626* The suppressed flag and reason say why this document has no         !@15
007627* pages in the print stream; spaces for a document that printed.      !@15
007628* Printed documents carry print-file positions, suppressed ones       !@19
007936                                 TO SUPPRESSED-DOC-COUNT;             !@15
007937                 MOVE CKPT-SUPP-PAGE-COUNT                            !@15
007938                                 TO SUPPRESSED-PAGE-COUNT;            !@15
007939                 MOVE CKPT-DOC-STMT-DATE TO DOC-STMT-DATE;            !@23
007940                 MOVE CKPT-DOC-EDLV-FIRST                             !@23
007941                                 TO DOC-EDLV-FIRST-PAGE;              !@23
007942                 MOVE CKPT-EDLV-DOC-COUNT                             !@23
007943                                 TO EDELIVERED-DOC-COUNT;             !@23
007944                 MOVE CKPT-EDLV-PAGE-COUNT                            !@23
007945                                 TO EDELIVERED-PAGE-COUNT;            !@23
007946                 MOVE CKPT-DOC-DUP-FLAG TO DOC-DUPLICATE-FLAG;        !@24
007947                 MOVE CKPT-DUP-DOC-COUNT                              !@24
007948                                 TO DUPLICATE-DOC-COUNT;              !@24
007949                 MOVE CKPT-DUP-PAGE-COUNT                             !@24
007950                                 TO DUPLICATE-PAGE-COUNT;             !@24
007951                MOVE CKPT-UNKNOWN-DIV-COUNT                         !@06
007952                                    TO UNKNOWN-DIV-COUNT;            !@06
007960                MOVE CKPT-UNKNOWN-STORE-COUNT                        !@06
007970                                    TO UNKNOWN-STORE-COUNT;          !@06
007980* Match each saved hit count back to the freshly-reloaded table by   !@07
008696        MOVE DOC-SUPPRESS-REASON TO CKPT-DOC-SUPP-REASON;             !@15
008697        MOVE SUPPRESSED-DOC-COUNT TO CKPT-SUPP-DOC-COUNT;             !@15
008698        MOVE SUPPRESSED-PAGE-COUNT TO CKPT-SUPP-PAGE-COUNT;           !@15
008699        MOVE DOC-STMT-DATE TO CKPT-DOC-STMT-DATE;                     !@23
008700        MOVE DOC-EDLV-FIRST-PAGE TO CKPT-DOC-EDLV-FIRST;              !@23
008701        MOVE EDELIVERED-DOC-COUNT TO CKPT-EDLV-DOC-COUNT;             !@23
008702        MOVE EDELIVERED-PAGE-COUNT TO CKPT-EDLV-PAGE-COUNT;           !@23
008703        MOVE DOC-DUPLICATE-FLAG TO CKPT-DOC-DUP-FLAG;                 !@24
008704        MOVE DUPLICATE-DOC-COUNT TO CKPT-DUP-DOC-COUNT;               !@24
008705        MOVE DUPLICATE-PAGE-COUNT TO CKPT-DUP-PAGE-COUNT;             !@24
008706       MOVE UNKNOWN-DIV-COUNT   TO CKPT-UNKNOWN-DIV-COUNT;          !@06
008710       MOVE UNKNOWN-STORE-COUNT TO CKPT-UNKNOWN-STORE-COUNT;        !@06
008720       MOVE DIV-DIV-COUNT       TO CKPT-DIV-HITS-COUNT;             !@06
008730       PERFORM VARYING CKPT-HITS-IDX FROM 1 BY 1                   !@06
