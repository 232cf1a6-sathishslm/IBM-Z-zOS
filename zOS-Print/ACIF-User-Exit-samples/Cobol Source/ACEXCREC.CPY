000500* SKELETON ACLKTRAN ADD TRANSACTIONS FOR THE NEXT ACIFLKMT RUN.
000550* EXCP-STMT-DATE IS THE DOCUMENT'S DATE AS PRINTED, AND IS ONLY
000560* FILLED IN ON OFFCYCLE RECORDS; EXCP-BAD-CODE IS ZERO THERE.
000570* EXCP-ACCOUNT-NO IS THE FULL DDD SSS AA ACCOUNT AS PRINTED.
000580* A DUPSTMT RECORD IS A SECOND DOCUMENT IN THE SAME RUN FOR AN
000585* ACCOUNT AND STATEMENT DATE ALREADY INDEXED; IT CARRIES THE
000590* STATEMENT DATE TOO, AND EXCP-BAD-CODE IS ZERO. ACIFEXCR
000595* PASSES OVER BOTH OFFCYCLE AND DUPSTMT RECORDS.
000600 01  EXCEPTION-RECORD.
000700     05  EXCP-ACCOUNT-NO         PIC X(10).
000800     05  EXCP-BAD-TYPE           PIC X(8).
000900         88  EXCP-DIVISION-TYPE  VALUE 'DIVISION'.
001000         88  EXCP-STORE-TYPE     VALUE 'STORE'.
001050         88  EXCP-OFFCYCLE-TYPE  VALUE 'OFFCYCLE'.
001060         88  EXCP-DUPLICATE-TYPE VALUE 'DUPSTMT'.
001100     05  EXCP-BAD-CODE           PIC 999.
001200     05  EXCP-PAGE-NUM           PIC 9(8).
001300     05  EXCP-STMT-DATE          PIC X(12).
