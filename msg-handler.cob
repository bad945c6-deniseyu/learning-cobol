000250*                  "SUPPRESSED AFTER N REPEATS" SUMMARY
000260*                  LINE.  THE MSGREQ INTERFACE IS UNCHANGED,
000270*                  SO EVERY CALLER GETS THE ROUTING FOR FREE.
000271*  2026-10-15 DEV  MSGCAT NOW CARRIES EXPLANATION ("X") AND
000272*                  OPERATOR RESPONSE ("R") LINES UNDER EACH
000273*                  MESSAGE LINE.  ONLY MESSAGE LINES BECOME
000274*                  CATALOG ENTRIES; UP TO THREE RESPONSE LINES
000275*                  ARE HELD WITH EACH, AND EVERY OPSALERT ENTRY
000276*                  IS NOW FOLLOWED BY ITS RESPONSE LINES SO THE
000277*                  OPERATOR SEES WHAT TO DO NEXT.  CATALOG
000278*                  TABLE RAISED TO 100 MESSAGES.
000280*
000290*THE CATALOG IS LOADED ON THE FIRST CALL AND HELD FOR THE
000300*LIFE OF THE RUN UNIT.  AN UNKNOWN MESSAGE NUMBER OR A
000400*  COL 8-10  SUPPRESS AFTER N REPEATS (000 = NEVER)
000410*A NUMBER RULE OVERRIDES THE SEVERITY RULE FOR ITS MESSAGE.
000420*
000421*MSGCAT RECORDS (MSG-CATALOG-RUNBOOK VALIDATES AND PRINTS THEM):
000422*  COL 1-4   MESSAGE NUMBER
000423*  COL 5     SEVERITY S, E, W OR I ON THE MESSAGE LINE ITSELF;
000424*            "X" ON AN EXPLANATION LINE, "R" ON AN OPERATOR
000425*            RESPONSE LINE
000426*  COL 7-66  TEXT (&1 FILE NAME, &2 STATUS ON MESSAGE LINES)
000427*EXPLANATION AND RESPONSE LINES FOLLOW THEIR MESSAGE LINE.
000428*EXPLANATIONS ARE FOR THE RUNBOOK AND ARE NOT LOADED HERE.
000429*
000430*OPSALERT RESPONSE LINES CARRY THE DATE, TIME, NUMBER AND
000431*SEVERITY OF THE ALERT THEY FOLLOW, WITH "RSP" IN COLUMNS
000432*17-19 WHERE THE ALERT HAS "MSG", THEN "RESPONSE: " AND TEXT.
000433*
000434 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT MSG-CATALOG ASSIGN TO "MSGCAT"
000630 01  MSG-CATALOG-RECORD.
000640     05  MSG-CAT-REC-NUMBER     PIC 9(04).
000650     05  MSG-CAT-REC-SEVERITY   PIC X(01).
000653         88  MSG-CAT-REC-MESSAGE    VALUE "S" "E" "W" "I".
000656         88  MSG-CAT-REC-RESPONSE   VALUE "R".
000660     05  FILLER                 PIC X(01).
000670     05  MSG-CAT-REC-TEXT       PIC X(60).
000680*
000940*THE CATALOG TABLE, LOADED ONCE PER RUN UNIT
000950 01  MSG-CATALOG-TABLE.
000960     05  MSG-CAT-COUNT          PIC 9(03) VALUE 0.
000970     05  MSG-CAT-ENTRY OCCURS 100 TIMES.
000980         10  MSG-CAT-NUMBER         PIC 9(04).
000990         10  MSG-CAT-SEVERITY       PIC X(01).
001000         10  MSG-CAT-TEXT           PIC X(60).
001003         10  MSG-CAT-RSP-COUNT      PIC 9(01).
001006         10  MSG-CAT-RESPONSE       PIC X(60) OCCURS 3 TIMES.
001010 01  MSG-CAT-INDEX           PIC 9(03) VALUE 0.
001020 01  MSG-FOUND-INDEX         PIC 9(03) VALUE 0.
001021 01  MSG-RSP-INDEX           PIC 9(01) VALUE 0.
001022*"Y" WHEN THE ALERT BEING WRITTEN IS FOLLOWED BY ITS RESPONSE
001023*LINES - NOT FOR A SUPPRESSION SUMMARY
001024 01  MSG-RESPONSE-SWITCH     PIC X(01) VALUE "N".
001025     88  MSG-RESPONSE-DUE        VALUE "Y".
001030*
001040*ROUTING RULES FROM MSGROUTE, LOADED ONCE PER RUN UNIT.
001050*WITHOUT A ROUTE FILE THE DEFAULTS STAND: S AND E ALERT.
001780     ELSE
001790         PERFORM 3000-WRITE-MESSAGE THRU 3000-EXIT
001800         IF MSG-WORK-ALERT = "Y"
001805             MOVE "Y" TO MSG-RESPONSE-SWITCH
001810             PERFORM 3100-WRITE-ALERT THRU 3100-EXIT
001820         END-IF
001830     END-IF
001980 1000-EXIT.
001990     EXIT.
002000*
002002*ONLY MESSAGE LINES AND THEIR RESPONSE LINES ARE HELD.
002004*EXPLANATION LINES AND ANYTHING MALFORMED ARE PASSED OVER -
002006*MSG-CATALOG-RUNBOOK REPORTS THE MALFORMED ONES.
002010 1100-READ-CATALOG-RECORD.
002020     READ MSG-CATALOG
002030         AT END
002040             SET MSG-CAT-EOF TO TRUE
002041             GO TO 1100-EXIT
002042     END-READ
002043     IF MSG-CAT-REC-NUMBER IS NOT NUMERIC
002044         GO TO 1100-EXIT
002045     END-IF
002046     IF MSG-CAT-REC-RESPONSE
002047         PERFORM 1110-HOLD-RESPONSE-LINE THRU 1110-EXIT
002048         GO TO 1100-EXIT
002049     END-IF
002050     IF NOT MSG-CAT-REC-MESSAGE
002051         GO TO 1100-EXIT
002052     END-IF
002060     IF MSG-CAT-COUNT >= 100
002070         DISPLAY "MSG-HANDLER: CATALOG TABLE FULL"
002076         GO TO 1100-EXIT
002082     END-IF
002090     ADD 1 TO MSG-CAT-COUNT
002096     MOVE MSG-CAT-REC-NUMBER TO MSG-CAT-NUMBER(MSG-CAT-COUNT)
002102     MOVE MSG-CAT-REC-SEVERITY
002110         TO MSG-CAT-SEVERITY(MSG-CAT-COUNT)
002120     MOVE MSG-CAT-REC-TEXT TO MSG-CAT-TEXT(MSG-CAT-COUNT)
002130     MOVE 0 TO MSG-CAT-RSP-COUNT(MSG-CAT-COUNT).
002180 1100-EXIT.
002190     EXIT.
002200*
002201*A RESPONSE LINE BELONGS TO THE MESSAGE LINE ABOVE IT.  ONE
002202*THAT DOES NOT FOLLOW ITS OWN MESSAGE, OR A FOURTH, IS IGNORED.
002203 1110-HOLD-RESPONSE-LINE.
002204     IF MSG-CAT-COUNT = 0
002205         GO TO 1110-EXIT
002206     END-IF
002207     IF MSG-CAT-NUMBER(MSG-CAT-COUNT) NOT = MSG-CAT-REC-NUMBER
002208         OR MSG-CAT-RSP-COUNT(MSG-CAT-COUNT) >= 3
002209         GO TO 1110-EXIT
002210     END-IF
002211     ADD 1 TO MSG-CAT-RSP-COUNT(MSG-CAT-COUNT)
002212     MOVE MSG-CAT-REC-TEXT TO MSG-CAT-RESPONSE(MSG-CAT-COUNT,
002213         MSG-CAT-RSP-COUNT(MSG-CAT-COUNT)).
002214 1110-EXIT.
002215     EXIT.
002216*
002217*=============================================================
002220*1200-LOAD-ROUTES - READ THE MSGROUTE RULES.  NO ROUTE FILE
002230*LEAVES THE BUILT-IN DEFAULT: S AND E ALSO GO TO OPSALERT.
002240*=============================================================
004550*
004560*=============================================================
004570*3100-WRITE-ALERT - COPY THE BUILT LINE TO THE OPSALERT FILE
004575*THE OPERATORS WATCH, FOLLOWED BY THE CATALOG RESPONSE LINES
004580*FOR THE MESSAGE.  BEST-EFFORT, LIKE OPSLOG.
004590*=============================================================
004600 3100-WRITE-ALERT.
004610     OPEN EXTEND MSG-ALERT-LOG
004680     ELSE
004690         MOVE MSG-BUILT-LINE TO MSG-ALERT-LOG-RECORD
004700         WRITE MSG-ALERT-LOG-RECORD
004701         IF MSG-RESPONSE-DUE AND MSG-FOUND-INDEX > 0
004702             PERFORM 3110-WRITE-RESPONSE-LINE THRU 3110-EXIT
004703                 VARYING MSG-RSP-INDEX FROM 1 BY 1
004704                 UNTIL MSG-RSP-INDEX >
004705                     MSG-CAT-RSP-COUNT(MSG-FOUND-INDEX)
004706         END-IF
004710         CLOSE MSG-ALERT-LOG
004720     END-IF.
004730 3100-EXIT.
004740     EXIT.
004750*
004751*ONE OPSALERT LINE PER RESPONSE LINE, STAMPED LIKE THE ALERT
004752*IT FOLLOWS BUT WITH "RSP" WHERE THE ALERT HAS "MSG"
004753 3110-WRITE-RESPONSE-LINE.
004754     MOVE SPACES TO MSG-ALERT-LOG-RECORD
004755     STRING MSG-CURRENT-DATE DELIMITED BY SIZE
004756         " " DELIMITED BY SIZE
004757         MSG-CURRENT-TIME(1:6) DELIMITED BY SIZE
004758         " RSP" DELIMITED BY SIZE
004759         MSG-NUMBER DELIMITED BY SIZE
004760         MSG-WORK-SEVERITY DELIMITED BY SIZE
004761         " RESPONSE: " DELIMITED BY SIZE
004762         MSG-CAT-RESPONSE(MSG-FOUND-INDEX, MSG-RSP-INDEX)
004763             DELIMITED BY SIZE
004764         INTO MSG-ALERT-LOG-RECORD
004765     END-STRING
004766     WRITE MSG-ALERT-LOG-RECORD.
004767 3110-EXIT.
004768     EXIT.
004769*
004770*=============================================================
004771*3200-WRITE-SUPPRESS-SUMMARY - ONE LINE THE FIRST TIME A
004780*MESSAGE PASSES ITS REPEAT LIMIT; LATER REPEATS ARE COUNTED
004790*SILENTLY FOR THE REST OF THE RUN UNIT
004800*=============================================================
004940         INTO MSG-BUILT-LINE
004950     END-STRING
004960     PERFORM 3000-WRITE-MESSAGE THRU 3000-EXIT
004965     MOVE "N" TO MSG-RESPONSE-SWITCH
004970     IF MSG-WORK-ALERT = "Y"
004980         PERFORM 3100-WRITE-ALERT THRU 3100-EXIT
004990     END-IF.
