000100* RECORD LAYOUT FOR ACCBJRNL, THE JOURNAL-ENTRY FILE WRITTEN BY
000200* THE ACIFCHGB DIVISION CHARGEBACK FOR THE GENERAL LEDGER
000300* INTERFACE. ONE DEBIT DETAIL PER DIVISION AND STORE TO THE
000400* EXPENSE ACCOUNT NAMED ON THE ACIFCHGB CONTROL CARD, ONE CREDIT
000500* DETAIL FOR THE WHOLE AMOUNT TO THE OFFSET ACCOUNT (DIVISION AND
000600* STORE SPACES), THEN ONE TRAILER. THE ENTRY BALANCES: THE
000700* TRAILER'S DEBITS EQUAL ITS CREDITS, AND ITS COUNT IS THE NUMBER
000800* OF DETAIL RECORDS BEFORE IT.
000900* AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS; THE DIRECTION IS
001000* IN CBJ-DR-CR. CBJ-POSTING-DATE IS THE LAST DAY OF THE CHARGED
001100* PERIOD ON EVERY RECORD.
001200 01  CBJ-RECORD.
001300     05  CBJ-RECORD-TYPE         PIC X.
001400         88  CBJ-DETAIL          VALUE 'D'.
001500         88  CBJ-TRAILER         VALUE 'T'.
001600     05  CBJ-POSTING-DATE        PIC X(8).
001700     05  CBJ-DETAIL-AREA.
001800         10  CBJ-GL-ACCOUNT      PIC X(10).
001900         10  CBJ-DIV-CODE        PIC X(3).
002000         10  CBJ-STORE-CODE      PIC X(3).
002100         10  CBJ-DR-CR           PIC X.
002200             88  CBJ-DEBIT       VALUE 'D'.
002300             88  CBJ-CREDIT      VALUE 'C'.
002400         10  CBJ-AMOUNT          PIC 9(11)V99.
002500         10  CBJ-PERIOD-FROM     PIC X(8).
002600         10  CBJ-PERIOD-TO       PIC X(8).
002700         10  CBJ-DESCRIPTION     PIC X(20).
002800         10  FILLER              PIC X(5).
002900     05  CBJ-TRAILER-AREA REDEFINES CBJ-DETAIL-AREA.
003000         10  CBJ-DETAIL-COUNT    PIC 9(8).
003100         10  CBJ-TOTAL-DEBITS    PIC 9(11)V99.
003200         10  CBJ-TOTAL-CREDITS   PIC 9(11)V99.
003300         10  FILLER              PIC X(37).
