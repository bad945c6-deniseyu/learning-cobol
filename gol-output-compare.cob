000210*                  RETURN CODE 0, ANY DIVERGENCE WITH 8, SO
000220*                  A PARAMETER-FROZEN SCENARIO RUN AS A
000230*                  SUITE STEP BECOMES A REGRESSION PROOF.
000231*  2026-10-15 DEV  GENERATION HEADINGS NOW CARRY THE RUN ID
000232*                  OF THE RUN THAT WROTE THEM (COLUMNS 29-44).
000233*                  TWO HEADINGS ARE COMPARED WITHOUT IT, SINCE
000234*                  A CANDIDATE AND ITS BASELINE ARE ALWAYS
000235*                  DIFFERENT RUNS.
000240*
000250*THE GOLCMPCTL DECK NAMES THE TWO FILES, ONE PER RECORD:
000260*RECORD 1 THE CANDIDATE, RECORD 2 THE BASELINE.
001860         GO TO 2000-EXIT
001870     END-IF
001880     ADD 1 TO CMP-LINES-COMPARED
001881     IF CMP-A-RECORD(1:9) = "---- GEN "
001882         AND CMP-B-RECORD(1:9) = "---- GEN "
001883         MOVE SPACES TO CMP-A-RECORD(29:16)
001884         MOVE SPACES TO CMP-B-RECORD(29:16)
001885     END-IF
001890     IF NOT CMP-A-EOF
001900         AND CMP-A-RECORD(1:9) = "---- GEN "
001910         PERFORM 3000-CLOSE-GENERATION THRU 3000-EXIT
