001300*                  DOCS-OFF-CYCLE   UNKNOWN-DIVISION
001400*                  UNKNOWN-STORE    DIV-DOCUMENTS (PER CODE)
001500*                  STORE-DOCUMENTS (PER CODE)
001510*                  DOCS-EDELIVERED  PAGES-EDELIVERED
001520*                  (E-DELIVERED IS THE SHARE OF THE SUPPRESSED
001530*                  COUNTS SENT TO ACIFEDLV INSTEAD OF DROPPED)
001540*                  DOCS-DUPLICATE   PAGES-DUPLICATE
001550*                  (SECOND COPIES OF A STATEMENT IN THE RUN;
001560*                  INSIDE THE SUPPRESSED COUNTS WHEN DELETED)
001600*   FROM APKBTINP: PAGES-PROCESSED  ZREC-CONVERTED
001700*                  ZREC-OVERSIZE    ZREC-NO-TOF
001800*                  MANIFEST-GROUPS  UNKNOWN-ROUTES
001900* A READER MUST IGNORE NAMES IT DOES NOT KNOW, SO A NEW COUNTER
002000* NEVER BREAKS AN OLD READER.
002010* ACTOT-STREAM-ID CARRIES THE PRINT STREAM (ACIFCYCL COL 38-45,
002020* SPACES FOR THE MAIN RUN) ON EVERY RECORD, SO A READER CAN TELL
002030* ONE STREAM'S TOTALS FROM ANOTHER'S. IT SITS IN WHAT WAS
002040* FILLER; FILES WRITTEN BEFORE IT HAVE SPACES THERE.
002100 01  ACTOT-RECORD.
002200     05  ACTOT-NAME              PIC X(16).
002300     05  ACTOT-CODE              PIC X(3).
002400     05  FILLER                  PIC X.
002500     05  ACTOT-VALUE             PIC 9(12).
002600     05  FILLER                  PIC X.
002700     05  ACTOT-STREAM-ID         PIC X(8).
002800     05  FILLER                  PIC X(39).
