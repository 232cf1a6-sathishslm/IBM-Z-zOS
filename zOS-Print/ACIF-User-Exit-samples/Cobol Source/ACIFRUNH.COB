000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ RENT
000120* LAST UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 03             *   !@03
000150* UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 02             *   !@02
000200* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 01             *
000300 ID DIVISION.
000400 PROGRAM-ID. 'ACIFRUNH'.
000500 AUTHOR. TURETZKY--HYDRA.
001400               cycle date, to the ACIFRUNF run-history file:
001500               one run-level record per cycle plus one record
001600               per division with that division's document
001700               and page counts. ACIFRUNR prints trends over a       !@02
001800               date range from this file.                           !@02
001900
002000               Inputs:
002100                 ACIFCYCL  the night's run-control card; its
002200                           cycle date and print stream (col         !@03
002220                           38-45, blank for the main run) key       !@03
002240                           the history records                      !@03
002300                           (no card = today's date, with a
002400                           console note)
002500                 ACIFTOTL  the ACIFINX control totals, ACTOTREC
003000                 ACIFBALR  ACIFBAL's verdict record; missing
003100                           records the night's verdict as U
003200                           (unknown)
003210                 ACIFAUDT  the night's audit trail; each            !@02
003220                           division's page count is summed          !@02
003230                           from its documents' page spans           !@02
003240                           (missing leaves the division pages       !@02
003250                           zero, noted)                             !@02
003300
003400               ACIFRUNF is a VSAM KSDS. Before the first run,
003500               allocate it with IDCAMS, for example:
003600                   DEFINE CLUSTER (NAME(your.ACIFRUNF)     -
003700                       INDEXED KEYS(19 0)         -                 !@03
003800                       RECORDSIZE(116 116)        -                 !@03
003900                       CYL(1 1))
004000
004100               Rerunning the same night's step is harmless: a
004200               record already on the file is replaced, same
004300               discipline as the ACIFAUDM merge.
004310                                                                    !@03
004320               ACIFTOTL, APKBTOTL, ACIFBALR and ACIFAUDT must       !@03
004330               all be from the card's print stream. Totals from     !@03
004340               another stream stop the run with nothing recorded;   !@03
004350               another stream's APKBTOTL, verdict or audit          !@03
004360               records are passed over as if missing.               !@03
004400 DATE-WRITTEN. 01 SEP 26.
004500 DATE-COMPILED.
004600 SECURITY. IBM SAMPLE CODE ONLY.
007700     SELECT RESULT-FILE ASSIGN TO ACIFBALR
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS RESULT-FILE-STATUS.
007920     SELECT AUDIT-FILE ASSIGN TO ACIFAUDT                           !@02
007940         ORGANIZATION IS SEQUENTIAL                                 !@02
007960         FILE STATUS IS AUDIT-FILE-STATUS.                          !@02
008000     SELECT RUN-HISTORY-FILE ASSIGN TO ACIFRUNF
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008900     LABEL RECORDS ARE STANDARD.
009000 01  CYCLE-CONTROL-RECORD.
009100     05  CYCL-CYCLE-DATE         PIC X(8).
009200     05  FILLER                  PIC X(29).                         !@03
009220     05  CYCL-STREAM-ID          PIC X(8).                          !@03
009240     05  FILLER                  PIC X(35).                         !@03
009300 FD  EXIT-TOTALS-FILE
009400     LABEL RECORDS ARE STANDARD.
009500     COPY ACTOTREC REPLACING LEADING ==ACTOT== BY ==ITOT==.
009900 FD  RESULT-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY ACTOTREC REPLACING LEADING ==ACTOT== BY ==RTOT==.
010120 FD  AUDIT-FILE                                                     !@02
010140     LABEL RECORDS ARE STANDARD.                                    !@02
010160     COPY ACAUDREC.                                                 !@02
010200 FD  RUN-HISTORY-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY ACRUNREC.
011000 77  STATS-TOTALS-STATUS         PIC XX.
011100 77  RESULT-FILE-STATUS          PIC XX.
011200 77  RUN-HISTORY-STATUS          PIC XX.
011250 77  AUDIT-FILE-STATUS           PIC XX.                            !@02
011300 77  ITOT-EOF-FLAG               PIC X VALUE LOW-VALUE.
011400     88  ITOT-EOF                VALUE HIGH-VALUE.
011500 77  PTOT-EOF-FLAG               PIC X VALUE LOW-VALUE.
011600     88  PTOT-EOF                VALUE HIGH-VALUE.
011620 77  AUDT-EOF-FLAG               PIC X VALUE LOW-VALUE.             !@02
011640     88  AUDT-EOF                VALUE HIGH-VALUE.                  !@02
011700 77  HISTORY-LOAD-MODE-FLAG      PIC X VALUE LOW-VALUE.
011800     88  HISTORY-LOAD-MODE       VALUE HIGH-VALUE.
011900 77  CYCLE-DATE                  PIC X(8).
011920 77  PRINT-STREAM-ID             PIC X(8) VALUE SPACES.             !@03
011940 77  OTHER-STREAM-COUNT          PIC S9(8) BINARY VALUE ZERO.       !@03
012000 77  WRITE-COUNT                 PIC S9(8) BINARY VALUE ZERO.
012100 77  REPLACE-COUNT               PIC S9(8) BINARY VALUE ZERO.
012200 77  ERROR-COUNT                 PIC S9(8) BINARY VALUE ZERO.
014000                      DEPENDING ON NF-DIV-COUNT.
014100         10  NF-DIV-CODE         PIC X(3).
014200         10  NF-DIV-DOCS         PIC S9(12) BINARY.
014250         10  NF-DIV-PAGES        PIC S9(12) BINARY.                 !@02
014300     EJECT
014400 PROCEDURE DIVISION.
014500 0000-MAIN.
014700     PERFORM 1000-READ-EXIT-TOTALS.
014800     PERFORM 2000-READ-STATS-TOTALS.
014900     PERFORM 3000-READ-BALANCE-RESULT.
014950     PERFORM 3500-READ-AUDIT-PAGES.                                 !@02
015000     OPEN I-O RUN-HISTORY-FILE.
015100     IF RUN-HISTORY-STATUS = '35'
015200        OPEN OUTPUT RUN-HISTORY-FILE;
016400         UNTIL DIV-IDX > NF-DIV-COUNT.
016500     CLOSE RUN-HISTORY-FILE.
016600     DISPLAY PGMNAME, ' CYCLE=', CYCLE-DATE,
016650             ' STREAM=', PRINT-STREAM-ID,                           !@03
016700             ' WRITTEN=', WRITE-COUNT,
016800             ' REPLACED=', REPLACE-COUNT,
016900             ' ERRORS=', ERROR-COUNT.
019000              DISPLAY PGMNAME, ' ACIFCYCL IS EMPTY -- USING ',
019100                      'TODAY ', CYCLE-DATE
019200           NOT AT END
019250              MOVE CYCL-STREAM-ID TO PRINT-STREAM-ID;               !@03
019300              IF CYCL-CYCLE-DATE NUMERIC
019400                 MOVE CYCL-CYCLE-DATE TO CYCLE-DATE
019500              ELSE
021800        END-READ
021900     END-PERFORM.
022000     CLOSE EXIT-TOTALS-FILE.
022010     IF OTHER-STREAM-COUNT > ZERO                                   !@03
022020        DISPLAY PGMNAME, ' ACIFTOTL IS NOT FROM PRINT STREAM ',     !@03
022030                PRINT-STREAM-ID, ' -- NOTHING RECORDED';            !@03
022040        MOVE 16 TO RETURN-CODE;                                     !@03
022050        GOBACK                                                      !@03
022060     END-IF.                                                        !@03
022100     EJECT
022200 1100-ONE-EXIT-TOTAL.
022220     IF ITOT-STREAM-ID NOT = PRINT-STREAM-ID                        !@03
022240        ADD 1 TO OTHER-STREAM-COUNT                                 !@03
022260     END-IF.                                                        !@03
022300     EVALUATE ITOT-NAME
022400      WHEN 'DOCS-INDEXED'
022500       MOVE ITOT-VALUE TO NF-DOCS-INDEXED
024300       ELSE
024400          ADD 1 TO NF-DIV-COUNT;
024500          MOVE ITOT-CODE TO NF-DIV-CODE (NF-DIV-COUNT);
024600          MOVE ITOT-VALUE TO NF-DIV-DOCS (NF-DIV-COUNT);            !@02
024650          MOVE ZERO TO NF-DIV-PAGES (NF-DIV-COUNT)                  !@02
024700       END-IF
024800      WHEN OTHER
024900       CONTINUE
026000              AT END SET PTOT-EOF TO TRUE
026100              NOT AT END
026200                 IF PTOT-NAME = 'PAGES-PROCESSED'
026250                   AND PTOT-STREAM-ID = PRINT-STREAM-ID             !@03
026300                    MOVE PTOT-VALUE TO NF-APKB-PAGES
026400                 END-IF
026500           END-READ
028300                      'VERDICT RECORDED AS U'
028400           NOT AT END
028500              IF RTOT-NAME = 'OUT-OF-BALANCE'
028550                AND RTOT-STREAM-ID = PRINT-STREAM-ID                !@03
028600                 IF RTOT-VALUE = ZERO
028700                    MOVE 'B' TO NF-BALANCE-FLAG
028800                 ELSE
029300        CLOSE RESULT-FILE
029400     END-IF.
029500     EJECT
029502 3500-READ-AUDIT-PAGES.                                             !@02
029504* ACIFTOTL carries no per-division page counter, so each            !@02
029506* division's pages are summed from its documents' spans on the      !@02
029508* night's audit trail -- printed and suppressed alike, the same     !@02
029510* basis as the DIV-DOCUMENTS count. A code ACIFTOTL does not        !@02
029512* list (an unknown division) has no record to carry it.             !@02
029514     OPEN INPUT AUDIT-FILE.                                         !@02
029516     IF AUDIT-FILE-STATUS NOT = '00'                                !@02
029518        DISPLAY PGMNAME, ' NO ACIFAUDT, STATUS=',                   !@02
029520                AUDIT-FILE-STATUS, ' -- DIVISION PAGES LEFT ZERO'   !@02
029522     ELSE                                                           !@02
029524        PERFORM UNTIL AUDT-EOF                                      !@02
029526           READ AUDIT-FILE                                          !@02
029528              AT END SET AUDT-EOF TO TRUE                           !@02
029530              NOT AT END PERFORM 3510-ONE-AUDIT-RECORD              !@02
029532           END-READ                                                 !@02
029534        END-PERFORM;                                                !@02
029536        CLOSE AUDIT-FILE                                            !@02
029538     END-IF.                                                        !@02
029540     EJECT                                                          !@02
029542 3510-ONE-AUDIT-RECORD.                                             !@02
029544     PERFORM VARYING DIV-IDX FROM 1 BY 1                            !@02
029546         UNTIL DIV-IDX > NF-DIV-COUNT                               !@02
029548         OR NF-DIV-CODE (DIV-IDX) = AUD-DIV-CODE                    !@02
029550        CONTINUE                                                    !@02
029552     END-PERFORM.                                                   !@02
029554     IF DIV-IDX NOT > NF-DIV-COUNT                                  !@02
029556        AND AUD-LAST-PAGE NOT < AUD-PAGE-NUM                        !@02
029557        AND AUD-STREAM-ID = PRINT-STREAM-ID                         !@03
029558        COMPUTE NF-DIV-PAGES (DIV-IDX) =                            !@02
029560            NF-DIV-PAGES (DIV-IDX)                                  !@02
029562            + AUD-LAST-PAGE - AUD-PAGE-NUM + 1                      !@02
029564     END-IF.                                                        !@02
029566     EJECT                                                          !@02
029600 4000-WRITE-RUN-RECORD.
029700     MOVE CYCLE-DATE TO RUNH-RUN-DATE.
029750     MOVE PRINT-STREAM-ID TO RUNH-STREAM-ID.                        !@03
029800     MOVE SPACES TO RUNH-DIV-CODE.
029900     MOVE NF-DOCS-INDEXED TO RUNH-DOCS-INDEXED.
030000     MOVE NF-PAGES-INDEXED TO RUNH-PAGES-INDEXED.
030800     PERFORM 4500-WRITE-OR-REPLACE.
030900     EJECT
031000 4100-WRITE-ONE-DIVISION.
031100* Per-division records carry the document and page counts; the      !@02
031200* run-level figures stay on the run-level record so they            !@02
031300* are never double-counted by a reader summing down the file.       !@02
031400     MOVE CYCLE-DATE TO RUNH-RUN-DATE.
031450     MOVE PRINT-STREAM-ID TO RUNH-STREAM-ID.                        !@03
031500     MOVE NF-DIV-CODE (DIV-IDX) TO RUNH-DIV-CODE.
031600     MOVE NF-DIV-DOCS (DIV-IDX) TO RUNH-DOCS-INDEXED.
031700     MOVE NF-DIV-PAGES (DIV-IDX) TO RUNH-PAGES-INDEXED.             !@02
031800     MOVE ZERO TO RUNH-DOCS-SUPPRESSED.
031900     MOVE ZERO TO RUNH-PAGES-SUPPRESSED.
032000     MOVE ZERO TO RUNH-DOCS-OFF-CYCLE.
