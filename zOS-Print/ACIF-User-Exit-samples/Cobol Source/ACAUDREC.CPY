000586* POSITIONS IT OCCUPIED BEFORE DELETION. EITHER WAY THE SPAN
000588* IS THE DOCUMENT'S TRUE PAGE COUNT, SO TOTALS SUMMED FROM
000590* SPANS ARE INDEPENDENT OF THE NUMBERING BASIS.
000592* AUD-ACCOUNT-NO IS THE FULL ACCOUNT IDENTITY EXACTLY AS PRINTED
000594* ON THE STATEMENT'S FIRST LINE, DDD SSS AA (DIVISION, STORE,
000596* ACCOUNT WITHIN STORE), NOT JUST THE TWO-DIGIT ACCOUNT PART,
000598* WHICH REPEATS FROM STORE TO STORE.
000599* AUD-STMT-DATE IS THE STATEMENT DATE AS PRINTED (THE STMTDATE
000600* INDEX VALUE). A SUPPRESSED REASON OF DU MARKS A SECOND COPY OF
000601* A STATEMENT ALREADY INDEXED IN THE SAME RUN, DELETED BECAUSE
000602* THE RUN-CONTROL CARD ASKED FOR DUPLICATES TO BE DELETED.
000603* AUD-STREAM-ID IS THE PRINT STREAM FROM THE RUN-CONTROL CARD,
000604* SPACES FOR THE MAIN RUN; WITH THE RUN DATE IT SAYS WHICH PRINT
000605* FILE THE PAGE NUMBERS REFER TO.
000606 01  AUDIT-RECORD.
000700     05  AUD-RUN-DATE            PIC X(8).
000800     05  AUD-DIV-CODE            PIC 999.
000900     05  AUD-DIV-NAME            PIC X(12).
001000     05  AUD-STORE-CODE          PIC 999.
001100     05  AUD-STORE-NAME          PIC X(12).
001200     05  AUD-ACCOUNT-NO          PIC X(10).
001300     05  AUD-PAGE-NUM            PIC 9(8).
001400     05  AUD-LAST-PAGE           PIC 9(8).
001500     05  AUD-SUPPRESS-FLAG       PIC X.
001600         88  AUD-SUPPRESSED      VALUE 'Y'.
001700     05  AUD-SUPPRESS-REASON     PIC XX.
001800     05  AUD-STMT-DATE           PIC X(12).
001900     05  AUD-STREAM-ID           PIC X(8).
