000100* RECORD LAYOUT FOR THE ACIFSUPP SUPPRESSION FILE: ONE CARD PER
000200* ACCOUNT WHOSE STATEMENTS MUST NOT REACH THE MAIL STREAM.
000300* READ BY THE ACIFINX INPUT EXIT AT INITIALIZATION AND
000400* MAINTAINED BY ACIFSPMT, WHICH EDITS EVERY CHANGE AND KEEPS
000500* THE ACSPHIST CHANGE HISTORY.
000600*     COL  1-10  FULL ACCOUNT AS PRINTED, DDD SSS AA
000700*     COL 12-13  REASON: RM RETURNED MAIL, DC DECEASED,
000800*                LH LEGAL HOLD, ED ELECTRONIC DELIVERY
000900*     COL 15-22  EFFECTIVE-FROM DATE, YYYYMMDD (BLANK = IN
001000*                EFFECT FROM THE FIRST RUN THAT SEES IT)
001100*     COL 24-31  EFFECTIVE-TO DATE, YYYYMMDD (BLANK = OPEN
001200*                ENDED)
001300* ACIFINX ONLY LOADS A CARD WHOSE DATE RANGE COVERS ITS RUN
001400* DATE, SO A LEGAL HOLD OR A RETURNED-MAIL STOP KEYED WITH AN
001500* END DATE LAPSES BY ITSELF. A CARD FROM BEFORE THE DATES WERE
001600* ADDED HAS BLANKS THERE AND STAYS IN EFFECT UNTIL DELETED.
001700 01  SUPPRESS-CARD-RECORD.
001800     05  SUPC-ACCOUNT-NO         PIC X(10).
001900     05  SUPC-ACCOUNT-PARTS      REDEFINES SUPC-ACCOUNT-NO.
002000         10  SUPC-ACCT-DIV       PIC XXX.
002100         10  FILLER              PIC X.
002200         10  SUPC-ACCT-STORE     PIC XXX.
002300         10  FILLER              PIC X.
002400         10  SUPC-ACCT-NO        PIC XX.
002500     05  FILLER                  PIC X.
002600     05  SUPC-REASON             PIC XX.
002700         88  SUPC-REASON-VALID   VALUES 'RM' 'DC' 'LH' 'ED'.
002800     05  FILLER                  PIC X.
002900     05  SUPC-EFF-FROM           PIC X(8).
003000         88  SUPC-FROM-OPEN      VALUE SPACES.
003100     05  FILLER                  PIC X.
003200     05  SUPC-EFF-TO             PIC X(8).
003300         88  SUPC-TO-OPEN        VALUE SPACES.
003400     05  FILLER                  PIC X(49).
