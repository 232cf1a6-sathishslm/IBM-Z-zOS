000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ RENT
000150* LAST UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 02             *   !@02
000200* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 01             *
000300 ID DIVISION.
000400 PROGRAM-ID. 'ACIFCMRK'.
000500 AUTHOR. TURETZKY--HYDRA.
001600
001700               Inputs:
001800                 ACIFCYCL  the night's run-control card; its
001900                           cycle date and print stream (col         !@02
001920                           38-45, blank for the main run) are       !@02
001940                           the register key                         !@02
002000                 ACIFBALR  ACIFBAL's verdict record (ACTOTREC
002100                           layout); the cycle is marked complete
002200                           only when the out-of-balance count it
002300                           carries is zero, and only for the        !@02
002350                           same print stream                        !@02
002400                 CMRKCTL   a control card naming the operator:
002500                               col 1-8  user id
002600                           required -- the register records who
002900               ACIFCREG is a VSAM KSDS. Before the first run,
003000               allocate it with IDCAMS, for example:
003100                   DEFINE CLUSTER (NAME(your.ACIFCREG)     -
003200                       INDEXED KEYS(16 0)         -                 !@02
003300                       RECORDSIZE(61 61)          -                 !@02
003400                       CYL(1 1))
003500
003600               A record already on the register for this cycle
008800     LABEL RECORDS ARE STANDARD.
008900 01  CYCLE-CONTROL-RECORD.
009000     05  CYCL-CYCLE-DATE         PIC X(8).
009100     05  FILLER                  PIC X(29).                         !@02
009120     05  CYCL-STREAM-ID          PIC X(8).                          !@02
009140     05  FILLER                  PIC X(35).                         !@02
009200 FD  RESULT-FILE
009300     LABEL RECORDS ARE STANDARD.
009400     COPY ACTOTREC REPLACING LEADING ==ACTOT== BY ==RTOT==.
010800 77  CONTROL-FILE-STATUS         PIC XX.
010900 77  REGISTER-FILE-STATUS        PIC XX.
011000 77  CYCLE-DATE                  PIC X(8) VALUE SPACES.
011050 77  PRINT-STREAM-ID             PIC X(8) VALUE SPACES.             !@02
011100 77  WS-USER-ID                  PIC X(8) VALUE SPACES.
011200 77  WS-RUN-DATE                 PIC X(8).
011300 77  WS-RUN-TIME                 PIC X(8).
013900     PERFORM 0300-READ-BALANCE-RESULT.
014000     IF NOT NIGHT-IN-BALANCE
014100        DISPLAY PGMNAME, ' CYCLE ', CYCLE-DATE,
014150                ' ', PRINT-STREAM-ID,                               !@02
014200                ' NOT MARKED COMPLETE -- NIGHT DID NOT ',
014300                'BALANCE OR NO VERDICT';
014400        MOVE 4 TO RETURN-CODE;
017000           AT END CONTINUE
017100           NOT AT END
017200              IF CYCL-CYCLE-DATE NUMERIC
017300                 MOVE CYCL-CYCLE-DATE TO CYCLE-DATE;                !@02
017350                 MOVE CYCL-STREAM-ID TO PRINT-STREAM-ID             !@02
017400              END-IF
017500        END-READ;
017600        CLOSE CYCLE-CONTROL-FILE
018000* Only ACIFBAL's own verdict record authorizes the completion;
018100* a missing or empty ACIFBALR means the balancing step never
018200* finished, and the cycle stays open.
018250* A verdict for another print stream says nothing about this one.   !@02
018300     OPEN INPUT RESULT-FILE.
018400     IF RESULT-FILE-STATUS NOT = '00'
018500        DISPLAY PGMNAME, ' NO ACIFBALR, STATUS=',
018800        READ RESULT-FILE
018900           AT END CONTINUE
019000           NOT AT END
019100              IF RTOT-STREAM-ID NOT = PRINT-STREAM-ID               !@02
019110                 DISPLAY PGMNAME, ' ACIFBALR IS FOR STREAM ',       !@02
019120                         RTOT-STREAM-ID, ' NOT ', PRINT-STREAM-ID   !@02
019130              END-IF                                                !@02
019140              IF RTOT-NAME = 'OUT-OF-BALANCE'                       !@02
019150                AND RTOT-STREAM-ID = PRINT-STREAM-ID                !@02
019200                 IF RTOT-VALUE = ZERO
019300                    MOVE 'B' TO VERDICT-FLAG
019400                 ELSE
021700        GOBACK
021800     END-IF.
021900     MOVE CYCLE-DATE TO CREG-CYCLE-DATE.
021950     MOVE PRINT-STREAM-ID TO CREG-STREAM-ID.                        !@02
022000     MOVE 'C' TO CREG-STATUS.
022100     MOVE WS-USER-ID TO CREG-COMP-USER.
022200     MOVE WS-RUN-DATE TO CREG-COMP-DATE.
022900           PERFORM 1100-REPLACE-EXISTING-RECORD
023000        NOT INVALID KEY
023100           DISPLAY PGMNAME, ' CYCLE ', CYCLE-DATE,
023150                   ' ', PRINT-STREAM-ID,                            !@02
023200                   ' MARKED COMPLETE BY ', WS-USER-ID;
023300           MOVE ZERO TO RETURN-CODE
023400     END-WRITE.
025400                 MOVE 16 TO RETURN-CODE
025500              NOT INVALID KEY
025600                 DISPLAY PGMNAME, ' CYCLE ', CYCLE-DATE,
025650                         ' ', PRINT-STREAM-ID,                      !@02
025700                         ' RE-MARKED COMPLETE BY ', WS-USER-ID;
025800                 MOVE ZERO TO RETURN-CODE
025900           END-REWRITE
