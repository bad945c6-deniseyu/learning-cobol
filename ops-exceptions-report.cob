000190*                  A DAY-OVER-DAY COMPARISON OF THE TWO MOST
000200*                  RECENT LOG DATES SO A MESSAGE THAT
000210*                  SUDDENLY TRIPLES STANDS OUT.
000211*  2026-10-15 DEV  THE MESSAGE SECTION NOW SHOWS THE MSGCAT
000212*                  OPERATOR RESPONSE BESIDE EACH MESSAGE, ANY
000213*                  FURTHER RESPONSE LINES BELOW IT.  ONLY
000214*                  MESSAGE LINES OF THE CATALOG ARE TAKEN AS
000215*                  ENTRIES (SEE MSG-HANDLER FOR THE EXPLANATION
000216*                  AND RESPONSE LINES).  CATALOG TABLE RAISED
000217*                  TO 100.
000220*
000230*OPSLOG LINE LAYOUT (SEE MSG-HANDLER 2000-FORMAT-MESSAGE):
000240*  1-8  DATE CCYYMMDD      9     SPACE
000650 01  OXR-CATALOG-RECORD.
000660     05  OXR-CAT-REC-NUMBER     PIC 9(04).
000670     05  OXR-CAT-REC-SEVERITY   PIC X(01).
000673         88  OXR-CAT-REC-MESSAGE    VALUE "S" "E" "W" "I".
000676         88  OXR-CAT-REC-RESPONSE   VALUE "R".
000680     05  FILLER                 PIC X(01).
000690     05  OXR-CAT-REC-TEXT       PIC X(60).
000700*
000820 01  OXR-CAT-EOF-SWITCH      PIC X(01) VALUE "N".
000830     88  OXR-CAT-EOF             VALUE "Y".
000840*
000850*MESSAGE CATALOG TABLE, USED FOR THE &1 WORD POSITION AND
000855*THE OPERATOR RESPONSE SHOWN BESIDE EACH MESSAGE
000860 01  OXR-CATALOG-TABLE.
000870     05  OXR-CAT-COUNT          PIC 9(03) VALUE 0.
000880     05  OXR-CAT-ENTRY OCCURS 100 TIMES.
000890         10  OXR-CAT-NUMBER         PIC 9(04).
000900         10  OXR-CAT-SEVERITY       PIC X(01).
000910         10  OXR-CAT-TEXT           PIC X(60).
000911         10  OXR-CAT-RSP-COUNT      PIC 9(01).
000912         10  OXR-CAT-RESPONSE       PIC X(60) OCCURS 3 TIMES.
000913 01  OXR-CAT-INDEX           PIC 9(03) VALUE 0.
000914 01  OXR-CAT-FOUND           PIC 9(03) VALUE 0.
000915 01  OXR-RSP-INDEX           PIC 9(01) VALUE 0.
000920*
000930*PER-MESSAGE-NUMBER COUNTS, WITH THE TWO MOST RECENT DAYS
000940*HELD SEPARATELY FOR THE DAY-OVER-DAY COMPARISON
001550     05  OXR-MSL-SEVERITY       PIC X(01).
001560     05  FILLER                 PIC X(02) VALUE SPACES.
001570     05  OXR-MSL-COUNT          PIC ZZZZ9.
001571     05  FILLER                 PIC X(02) VALUE SPACES.
001572     05  OXR-MSL-RESPONSE       PIC X(60).
001573 01  OXR-RESPONSE-LINE.
001574     05  FILLER                 PIC X(17) VALUE SPACES.
001575     05  OXR-RSL-RESPONSE       PIC X(60).
001580 01  OXR-PGM-LINE.
001590     05  OXR-PGL-NAME           PIC X(20).
001600     05  FILLER                 PIC X(01) VALUE SPACES.
002350 1000-EXIT.
002360     EXIT.
002370*
002373*MESSAGE LINES BECOME ENTRIES, EACH RESPONSE LINE IS HELD WITH
002376*THE MESSAGE ABOVE IT, AND EVERYTHING ELSE IS PASSED OVER
002380 1100-READ-CATALOG-RECORD.
002390     READ OXR-CATALOG
002400         AT END
002410             SET OXR-CAT-EOF TO TRUE
002411             GO TO 1100-EXIT
002412     END-READ
002413     IF OXR-CAT-REC-NUMBER IS NOT NUMERIC
002414         GO TO 1100-EXIT
002415     END-IF
002416     IF OXR-CAT-REC-RESPONSE
002417         PERFORM 1110-HOLD-RESPONSE-LINE THRU 1110-EXIT
002418         GO TO 1100-EXIT
002419     END-IF
002420     IF NOT OXR-CAT-REC-MESSAGE
002421         GO TO 1100-EXIT
002422     END-IF
002430     IF OXR-CAT-COUNT >= 100
002440         DISPLAY "OPS-EXCEPTIONS-REPORT: CATALOG TABLE FULL"
002450         GO TO 1100-EXIT
002460     END-IF
002470     ADD 1 TO OXR-CAT-COUNT
002476     MOVE OXR-CAT-REC-NUMBER TO OXR-CAT-NUMBER(OXR-CAT-COUNT)
002482     MOVE OXR-CAT-REC-SEVERITY
002490         TO OXR-CAT-SEVERITY(OXR-CAT-COUNT)
002500     MOVE OXR-CAT-REC-TEXT TO OXR-CAT-TEXT(OXR-CAT-COUNT)
002510     MOVE 0 TO OXR-CAT-RSP-COUNT(OXR-CAT-COUNT).
002560 1100-EXIT.
002570     EXIT.
002580*
002581 1110-HOLD-RESPONSE-LINE.
002582     IF OXR-CAT-COUNT = 0
002583         GO TO 1110-EXIT
002584     END-IF
002585     IF OXR-CAT-NUMBER(OXR-CAT-COUNT) NOT = OXR-CAT-REC-NUMBER
002586         OR OXR-CAT-RSP-COUNT(OXR-CAT-COUNT) >= 3
002587         GO TO 1110-EXIT
002588     END-IF
002589     ADD 1 TO OXR-CAT-RSP-COUNT(OXR-CAT-COUNT)
002590     MOVE OXR-CAT-REC-TEXT TO OXR-CAT-RESPONSE(OXR-CAT-COUNT,
002591         OXR-CAT-RSP-COUNT(OXR-CAT-COUNT)).
002592 1110-EXIT.
002593     EXIT.
002594*
002595*=============================================================
002600*1500-SCAN-LOG-DATES - PASS 1: FIND THE LATEST AND THE
002610*PRIOR DISTINCT DATES PRESENT IN THE LOG
002620*=============================================================
005070*
005080*=============================================================
005090*4000-WRITE-MESSAGE-SECTION - COUNTS BY MESSAGE NUMBER,
005100*BUSIEST FIRST, EACH WITH ITS MSGCAT OPERATOR RESPONSE
005110*=============================================================
005120 4000-WRITE-MESSAGE-SECTION.
005130     MOVE "OPERATIONS EXCEPTIONS REPORT" TO OXR-REPORT-RECORD
005610     MOVE OXR-MSG-SEVERITY(OXR-TABLE-INDEX)
005620         TO OXR-MSL-SEVERITY
005630     MOVE OXR-MSG-TOTAL(OXR-TABLE-INDEX) TO OXR-MSL-COUNT
005631     MOVE 0 TO OXR-CAT-FOUND
005632     PERFORM 4310-MATCH-RESPONSE-ENTRY THRU 4310-EXIT
005633         VARYING OXR-CAT-INDEX FROM 1 BY 1
005634         UNTIL OXR-CAT-INDEX > OXR-CAT-COUNT
005635             OR OXR-CAT-FOUND > 0
005636     EVALUATE TRUE
005637         WHEN OXR-CAT-FOUND = 0
005638             MOVE "(MESSAGE NOT IN MSGCAT)" TO OXR-MSL-RESPONSE
005639         WHEN OXR-CAT-RSP-COUNT(OXR-CAT-FOUND) = 0
005640             MOVE "(NO OPERATOR RESPONSE IN MSGCAT)"
005641                 TO OXR-MSL-RESPONSE
005642         WHEN OTHER
005643             MOVE OXR-CAT-RESPONSE(OXR-CAT-FOUND, 1)
005644                 TO OXR-MSL-RESPONSE
005645     END-EVALUATE
005646     MOVE OXR-MSG-LINE TO OXR-REPORT-RECORD
005650     WRITE OXR-REPORT-RECORD
005651     IF OXR-CAT-FOUND > 0
005652         PERFORM 4320-WRITE-RESPONSE-LINE THRU 4320-EXIT
005653             VARYING OXR-RSP-INDEX FROM 2 BY 1
005654             UNTIL OXR-RSP-INDEX >
005655                 OXR-CAT-RSP-COUNT(OXR-CAT-FOUND)
005656     END-IF.
005660 4300-EXIT.
005661     EXIT.
005662*
005663 4310-MATCH-RESPONSE-ENTRY.
005664     IF OXR-CAT-NUMBER(OXR-CAT-INDEX) =
005665         OXR-MSG-NUMBER(OXR-TABLE-INDEX)
005666         MOVE OXR-CAT-INDEX TO OXR-CAT-FOUND
005667     END-IF.
005668 4310-EXIT.
005669     EXIT.
005670*
005671*SECOND AND THIRD RESPONSE LINES, UNDER THE FIRST
005672 4320-WRITE-RESPONSE-LINE.
005673     MOVE OXR-CAT-RESPONSE(OXR-CAT-FOUND, OXR-RSP-INDEX)
005674         TO OXR-RSL-RESPONSE
005675     MOVE OXR-RESPONSE-LINE TO OXR-REPORT-RECORD
005676     WRITE OXR-REPORT-RECORD.
005677 4320-EXIT.
005678     EXIT.
005680*
005690*=============================================================
005700*5000-WRITE-SEVERITY-SECTION - TOTALS PER SEVERITY CLASS
