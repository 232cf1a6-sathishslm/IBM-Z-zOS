000010 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ     RENT
000011* LAST UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 09             *  !@11
000012* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 08             *  !@10
000013* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 07             *  !@09
000015* UPDATE ON 22 Aug 2026 BY  HOWARDT VERSION 06             *  !@08
000020* UPDATE ON 08 Aug 2026 BY  HOWARDT VERSION 05             *  !@05
000993     SELECT TOTALS-FILE ASSIGN TO APKBTOTL                            !@10
000994         ORGANIZATION IS SEQUENTIAL                                   !@10
000995         FILE STATUS IS TOTALS-FILE-STATUS.                           !@10
000996* The night's ACIFCYCL card, read only for the print stream in        !@11
000997* col 38-45, which is stamped on the APKBTOTL figures so that         !@11
000998* ACIFBAL balances each stream against its own index run.             !@11
000999     SELECT CYCLE-CONTROL-FILE ASSIGN TO ACIFCYCL                     !@11
001000         ORGANIZATION IS SEQUENTIAL                                   !@11
001001         FILE STATUS IS CYCLE-CONTROL-STATUS.                         !@11
001002     EJECT                                                            !@03
001003     EJECT
001010 DATA DIVISION.                                                   !@02
001020 FILE SECTION.                                                        !@02
001030 FD  CHECKPOINT-FILE                                                  !@02
001225     LABEL RECORDS ARE STANDARD.                                      !@10
001226     COPY ACTOTREC.                                                   !@10
001227     EJECT                                                            !@10
001228 FD  CYCLE-CONTROL-FILE                                               !@11
001229     LABEL RECORDS ARE STANDARD.                                      !@11
001230 01  CYCLE-CONTROL-RECORD.                                            !@11
001231     05  FILLER                  PIC X(37).                           !@11
001232     05  CYCL-STREAM-ID          PIC X(8).                            !@11
001233     05  FILLER                  PIC X(35).                           !@11
001234     EJECT                                                            !@11
001235 WORKING-STORAGE SECTION.
001236 77  PGMNAME                 PIC X(8) VALUE 'APKBTINP'.
001240 77  ABND-PGM                PIC X(8) VALUE 'CEE3DMP'.            !@01
001250 77  ABEND-CODE              PIC 9(4) BINARY VALUE 12.
001260 77  ABEND-OPTS              PIC X(255)                           !@01
001727 77  MANIFEST-FAIL-COUNT     PIC S9(8) BINARY VALUE ZERO.             !@08
001728 77  GROUP-OPEN-FLAG         PIC X VALUE LOW-VALUE.                   !@08
001729     88  GROUP-OPEN          VALUE HIGH-VALUE.                        !@08
001730     88  GROUP-NOT-OPEN      VALUE LOW-VALUE.                         !@08
001731 77  GROUP-SEQ               PIC S9(4) BINARY VALUE ZERO.             !@08
001732 77  GROUP-CODE              PIC X(8).                                !@08
001733 77  GROUP-START-PAGE        PIC S9(8) BINARY VALUE ZERO.             !@08
001734 77  GROUP-END-PAGE          PIC S9(8) BINARY VALUE ZERO.             !@08
001735 77  DIST-PENDING-CODE       PIC X(8) VALUE SPACES.                   !@08
001736 77  UNKNOWN-ROUTE-COUNT     PIC S9(8) BINARY VALUE ZERO.             !@08
001737 77  TOTALS-FILE-STATUS      PIC XX.                                  !@10
001738 77  CYCLE-CONTROL-STATUS    PIC XX.                                  !@11
001739 77  PRINT-STREAM-ID         PIC X(8) VALUE SPACES.                   !@11
001740* Recipient and delivery instructions by distribution code, read      !@08
001741* once from APKBROUT at initialization.                               !@08
001742 01  ROUTING-TABLE-AREA.                                              !@08
002668       IF MANIFEST-OPEN                                               !@08
002671          CLOSE MANIFEST-FILE                                         !@08
002672       END-IF;                                                        !@08
002674       PERFORM 0097-READ-PRINT-STREAM;                                !@11
002678       PERFORM 0098-WRITE-TOTALS-FILE;                                !@10
002679       PERFORM 0099-WRITE-STATS-REPORT;                               !@03
002680       GOBACK;
004557     IF TOTALS-FILE-STATUS NOT = '00'                                 !@10
004558        DISPLAY PGMNAME, ' UNABLE TO OPEN APKBTOTL, STATUS=',         !@10
004559                TOTALS-FILE-STATUS                                    !@10
004560     ELSE                                                             !@10
004561        MOVE SPACES TO ACTOT-RECORD;                                  !@11
004562        MOVE PRINT-STREAM-ID TO ACTOT-STREAM-ID;                      !@11
004563        MOVE 'PAGES-PROCESSED' TO ACTOT-NAME;                         !@10
004564        MOVE PAGE-COUNT TO ACTOT-VALUE;                               !@10
004565        WRITE ACTOT-RECORD;                                           !@10
004920        CLOSE STATS-REPORT-FILE                                      !@04
004930     END-IF.                                                         !@04
004940 SKIP1
004941 0097-READ-PRINT-STREAM.                                              !@11
004942* No ACIFCYCL card, or a blank stream, means the main run.            !@11
004943     OPEN INPUT CYCLE-CONTROL-FILE.                                   !@11
004944     IF CYCLE-CONTROL-STATUS = '00'                                   !@11
004945        READ CYCLE-CONTROL-FILE                                       !@11
004946           NOT AT END MOVE CYCL-STREAM-ID TO PRINT-STREAM-ID          !@11
004947        END-READ;                                                     !@11
004948        CLOSE CYCLE-CONTROL-FILE                                      !@11
004949     END-IF.                                                          !@11
004950 END PROGRAM APKBTINP.
