000180*                  HOW MANY OF EACH WERE FOUND AND AT WHAT
000190*                  ANCHOR POSITIONS, PLUS THE LIVE CELLS
000200*                  BELONGING TO NO KNOWN PATTERN.
000203*  2026-10-15 DEV  GOLNEXT CELLS CARRY THE WRITING RUN'S ID;
000206*                  THAT RUN IS NAMED ON GOLCENRPT.
000210*
000220*EACH FOUND INSTANCE CLAIMS ITS CELLS, SO OVERLAPPING
000230*CANDIDATES ARE COUNTED ONCE AND THE UNMATCHED TOTAL IS THE
000540 01  CEN-BOARD-RECORD.
000550     05  CEN-BRD-ROW            PIC 9(03).
000560     05  CEN-BRD-COL            PIC 9(03).
000565     05  CEN-BRD-RUN-ID         PIC X(12).
000570*
000580 FD  CEN-PATTERN-LIB
000590     RECORDING MODE IS F.
001850     05  CEN-TOT-NAME           PIC X(16).
001860     05  FILLER                 PIC X(08) VALUE " FOUND: ".
001870     05  CEN-TOT-COUNT          PIC ZZZZ9.
001872 01  CEN-BOARD-RUN-LINE.
001874     05  FILLER                 PIC X(19) VALUE
001876         "FINAL BOARD OF RUN ".
001878     05  CEN-BRL-RUN-ID         PIC X(12) VALUE SPACES.
001880 01  CEN-SUMMARY-LINE.
001890     05  CEN-SUM-LABEL          PIC X(30).
001900     05  CEN-SUM-VALUE          PIC ZZZZZ9.
002500         PERFORM 2100-READ-BOARD-RECORD THRU 2100-EXIT
002510             UNTIL CEN-BRD-EOF
002520         CLOSE CEN-BOARD-IN
002522         IF CEN-BRL-RUN-ID NOT = SPACES
002524             MOVE CEN-BOARD-RUN-LINE TO CEN-REPORT-RECORD
002526             WRITE CEN-REPORT-RECORD
002528         END-IF
002530     END-IF.
002540 2000-EXIT.
002550     EXIT.
002590         AT END
002600             SET CEN-BRD-EOF TO TRUE
002610         NOT AT END
002615             MOVE CEN-BRD-RUN-ID TO CEN-BRL-RUN-ID
002620             IF CEN-BRD-ROW >= 1 AND
002630                 CEN-BRD-ROW <= CEN-DIMENSION AND
002640                 CEN-BRD-COL >= 1 AND
