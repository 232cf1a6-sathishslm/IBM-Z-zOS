000700* FLIPS THE STATUS TO O AND RECORDS WHO OVERRODE AND WHEN, SO A
000800* SCHEDULER MIX-UP CANNOT MAIL THE SAME NIGHT TWICE AND A
000900* LEGITIMATE FULL RERUN LEAVES ITS NAME ON THE REGISTER.
000910* THE KEY IS THE CYCLE DATE PLUS THE PRINT STREAM FROM COL 38-45
000920* OF THE ACIFCYCL CARD (SPACES FOR THE MAIN RUN), SO A NOTICES OR
000930* SUPPLEMENTAL STREAM RUN FOR THE SAME CYCLE IS REGISTERED ON ITS
000940* OWN AND DOES NOT TRIP OVER THE MAIN RUN'S RECORD.
001000 01  CREG-RECORD.
001100     05  CREG-KEY.
001200         10  CREG-CYCLE-DATE     PIC X(8).
001250         10  CREG-STREAM-ID      PIC X(8).
001300     05  CREG-STATUS             PIC X.
001400         88  CREG-COMPLETE       VALUE 'C'.
001500         88  CREG-OVERRIDDEN     VALUE 'O'.
