000400* REPORT. ONE RUN-LEVEL RECORD PER CYCLE (DIVISION CODE SPACES,
000500* WHICH COLLATES FIRST) CARRIES THE WHOLE NIGHT'S FIGURES AND
000600* THE BALANCING VERDICT; ONE RECORD PER DIVISION CARRIES THAT
000700* DIVISION'S DOCUMENT AND PAGE COUNTS AND ZEROS ELSEWHERE.
000710* DIVISION PAGES ARE SUMMED FROM THE NIGHT'S ACIFAUDT SPANS;
000720* DIVISION RECORDS WRITTEN BEFORE THAT CARRY ZERO PAGES. THE
000730* ACIFVGAT RELEASE GATE READS THE FILE TO COMPARE THE NIGHT'S
000740* VOLUMES WITH RECENT CYCLES.
000750* RUNH-STREAM-ID IS THE PRINT STREAM FROM THE ACIFCYCL CARD
000760* (SPACES FOR THE MAIN RUN). IT FOLLOWS THE DATE IN THE KEY, SO
000770* EACH STREAM OF A NIGHT HAS ITS OWN RUN-LEVEL AND DIVISION
000780* RECORDS AND A READER SEES A NIGHT'S STREAMS ONE AFTER ANOTHER.
000800 01  RUNH-RECORD.
000900     05  RUNH-KEY.
001000         10  RUNH-RUN-DATE       PIC X(8).
001050         10  RUNH-STREAM-ID      PIC X(8).
001100         10  RUNH-DIV-CODE       PIC X(3).
001200             88  RUNH-RUN-LEVEL  VALUE SPACES.
001300     05  RUNH-DOCS-INDEXED       PIC 9(12).
