000160*                  ELAPSED SECONDS, THE LATEST RUN, AND THE
000170*                  WORST RETURN CODE - THE EVIDENCE FOR
000180*                  RE-TIMING THE DRVCAL CALENDAR WINDOWS.
000183*  2026-10-15 DEV  STEP TABLE RAISED TO 50 TO MATCH THE
000186*                  DRVJOBS JOB STREAM.
000190*
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000500*PER-STEP ACCUMULATORS, IN THE ORDER STEPS FIRST APPEAR
000510 01  DSR-STEP-TABLE.
000520     05  DSR-STEP-COUNT         PIC 9(02) VALUE 0.
000530     05  DSR-STEP-ENTRY OCCURS 50 TIMES.
000540         10  DSR-TAB-STEP-NAME      PIC X(20).
000550         10  DSR-TAB-RUNS           PIC 9(05).
000560         10  DSR-TAB-TOTAL          PIC 9(09).
001480         UNTIL DSR-STEP-INDEX > DSR-STEP-COUNT
001490             OR DSR-FOUND-INDEX > 0
001500     IF DSR-FOUND-INDEX = 0
001510         IF DSR-STEP-COUNT >= 50
001520             DISPLAY "DRV-STATS-REPORT: STEP TABLE FULL"
001530             GO TO 3000-EXIT
001540         END-IF
