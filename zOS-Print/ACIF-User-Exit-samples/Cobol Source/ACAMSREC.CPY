000710* A DOCUMENT DIVERTED BY THE ACIFSUPP SUPPRESSION FILE CARRIES
000720* THE SUPPRESSED FLAG AND REASON FROM ITS AUDIT RECORD, SO THE
000730* INQUIRY CAN SAY WHY NO PRINTED STATEMENT WENT OUT.
000740* THE ACCOUNT IN THE KEY IS THE FULL DDD SSS AA IDENTITY FROM THE
000750* AUDIT RECORD, SO TWO STORES' ACCOUNT 07 NO LONGER SHARE A KEY
000760* RANGE. A MASTER BUILT WITH THE OLD TWO-DIGIT KEY IS CARRIED
000770* FORWARD BY ACIFAMCV.
000780* AMST-STMT-DATE IS THE STATEMENT DATE FROM THE AUDIT RECORD, SO
000785* ACIFDUPC CAN FIND A STATEMENT ALREADY SENT ON AN EARLIER RUN
000790* DATE. IT FOLLOWS THE ALTERNATE-PATH FIELDS SO THEIR OFFSETS
000795* STAND; RECORDS CARRIED FORWARD FROM BEFORE IT HAVE SPACES.
000796* THE PRINT STREAM (ACIFCYCL COL 38-45, SPACES FOR THE MAIN RUN)
000797* FOLLOWS THE RUN DATE IN THE KEY: TWO STREAMS INDEXED THE SAME
000798* NIGHT EACH NUMBER THEIR PAGES FROM 1. ACIFAMCV CARRIES OLDER
000799* MASTERS FORWARD WITH THE STREAM BLANK.
000800 01  AMST-RECORD.
000900     05  AMST-KEY.
001000         10  AMST-ACCOUNT-NO     PIC X(10).
001100         10  AMST-RUN-DATE       PIC X(8).
001150         10  AMST-STREAM-ID      PIC X(8).
001200         10  AMST-PAGE-NUM       PIC 9(8).
001300     05  AMST-DIV-CODE           PIC 999.
001400     05  AMST-DIV-NAME           PIC X(12).
003000     05  AMST-STORE-KEY.
003100         10  AMST-SK-STORE-CODE  PIC 999.
003200         10  AMST-SK-RUN-DATE    PIC X(8).
003300     05  AMST-STMT-DATE          PIC X(12).
