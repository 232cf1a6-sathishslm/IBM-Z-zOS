000100* RECORD LAYOUT FOR ACIFEDIX, THE E-DELIVERY INDEX/NOTIFICATION
000200* FILE WRITTEN BY THE ACIFINX INPUT EXIT FOR THE E-STATEMENT
000300* VENDOR: ONE RECORD PER DOCUMENT DIVERTED FROM THE PRINT STREAM
000400* FOR REASON ED ON THE ACIFSUPP SUPPRESSION FILE. THE DOCUMENT'S
000500* PAGES ARE ON THE ACIFEDLV E-PRESENTMENT DATASET WRITTEN IN THE
000600* SAME RUN, PRECEDED BY THE SAME NOP AND STMTDATE/ACCTNUM TLE
000700* RECORDS THE PRINT STREAM WOULD HAVE CARRIED.
000800* EDX-FIRST-PAGE AND EDX-LAST-PAGE ARE THE DOCUMENT'S PAGE
000900* POSITIONS WITHIN ACIFEDLV, COUNTING FROM 1 AT THE START OF THE
001000* RUN, SO THE SPAN IS LAST - FIRST + 1 PAGES.
001100* EDX-ACCOUNT-NO AND EDX-STMT-DATE ARE THE ACCTNUM AND STMTDATE
001200* INDEX VALUES EXACTLY AS PRINTED ON THE STATEMENT'S FIRST LINE.
001300 01  EDX-RECORD.
001400     05  EDX-RUN-DATE            PIC X(8).
001500     05  EDX-ACCOUNT-NO          PIC X(10).
001600     05  EDX-STMT-DATE           PIC X(12).
001700     05  EDX-DIV-CODE            PIC 999.
001800     05  EDX-DIV-NAME            PIC X(12).
001900     05  EDX-STORE-CODE          PIC 999.
002000     05  EDX-STORE-NAME          PIC X(12).
002100     05  EDX-FIRST-PAGE          PIC 9(8).
002200     05  EDX-LAST-PAGE           PIC 9(8).
002300     05  FILLER                  PIC X(4).
