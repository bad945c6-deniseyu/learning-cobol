000160*                  GOLHRPT - THE QUARTERLY ACTIVITY SUMMARY.
000161*  2026-08-22 DEV  GOLHIST LAYOUT WIDENED FOR 500X500
000162*                  BOARDS.
000163*  2026-10-15 DEV  GOLHIST NOW CARRIES THE LIFE RULE OF EACH
000164*                  RUN (BLANK ON OLDER ROWS = B3/S23).  THE
000165*                  RULE IS PRINTED ON EACH DETAIL LINE, THE
000166*                  TREND IS TAKEN AGAINST THE PRIOR RUN UNDER
000167*                  THE SAME RULE, AND MONTH AND GRAND TOTALS
000168*                  ARE PRINTED PER RULE SO RUNS UNDER
000169*                  DIFFERENT RULES ARE NEVER ADDED TOGETHER.
000170*  2026-10-15 DEV  GOLHIST LAYOUT WIDENED FOR THE RUN ID,
000171*                  RESTARTED-RUN ID AND GOLCKPT/GOLNEXT FLAGS.
000172*
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000420     05  HRP-HIST-FINAL-LIVE    PIC 9(06).
000430     05  HRP-HIST-TOT-BIRTHS    PIC 9(09).
000440     05  HRP-HIST-TOT-DEATHS    PIC 9(09).
000441     05  HRP-HIST-RULE          PIC X(20).
000442     05  HRP-HIST-RUN-ID        PIC X(12).
000443     05  HRP-HIST-RESTART-OF    PIC X(12).
000444     05  HRP-HIST-CKPT-FLAG     PIC X(01).
000445     05  HRP-HIST-NEXT-FLAG     PIC X(01).
000450*
000460 FD  HRP-REPORT
000470     RECORDING MODE IS F.
000600 01  HRP-FIRST-SWITCH        PIC X(01) VALUE "Y".
000610     88  HRP-FIRST-RECORD        VALUE "Y".
000620*
000630*RUN-OVER-RUN TREND AGAINST THE PRIOR RUN UNDER THE SAME RULE
000650 01  HRP-TREND-DELTA         PIC S9(07) VALUE 0.
000655 01  HRP-CURRENT-RULE        PIC X(20) VALUE SPACES.
000660*
000670*MONTHLY AND GRAND ACCUMULATORS - ONE ENTRY PER LIFE RULE,
000680*HOLDING THAT RULE'S PRIOR FINAL LIVE COUNT FOR THE TREND
000720 01  HRP-TOTAL-RUNS          PIC 9(05) VALUE 0.
000722 01  HRP-RULE-TABLE.
000724     05  HRP-RULE-ENTRY OCCURS 20 TIMES.
000726         10  HRP-RUL-RULE           PIC X(20).
000728         10  HRP-RUL-PRIOR-FINAL    PIC S9(06).
000730         10  HRP-RUL-MONTH-RUNS     PIC 9(05).
000732         10  HRP-RUL-MONTH-GENS     PIC 9(07).
000734         10  HRP-RUL-MONTH-BIRTHS   PIC 9(11).
000736         10  HRP-RUL-MONTH-DEATHS   PIC 9(11).
000738         10  HRP-RUL-TOTAL-RUNS     PIC 9(05).
000740         10  HRP-RUL-TOTAL-GENS     PIC 9(07).
000742         10  HRP-RUL-TOTAL-BIRTHS   PIC 9(11).
000744         10  HRP-RUL-TOTAL-DEATHS   PIC 9(11).
000746 01  HRP-RULE-COUNT          PIC 9(02) VALUE 0.
000748 01  HRP-RULE-INDEX          PIC 9(02) VALUE 0.
000750 01  HRP-RULE-FOUND-INDEX    PIC 9(02) VALUE 0.
000760*
000770*REPORT LINE LAYOUTS
000780 01  HRP-HEADER-1.
000830         "RUN DATE   TIME   DIM BDR    GENS  START  FINAL  TR".
000840     05  FILLER PIC X(26) VALUE
000850         "END    BIRTHS    DEATHS   ".
000855     05  FILLER PIC X(04) VALUE "RULE".
000860 01  HRP-DETAIL-LINE.
000870     05  HRP-DET-CCYY           PIC 9(04).
000880     05  FILLER                 PIC X(01) VALUE "-".
001070     05  HRP-DET-BIRTHS         PIC ZZZZZZZZ9.
001080     05  FILLER                 PIC X(01) VALUE SPACES.
001090     05  HRP-DET-DEATHS         PIC ZZZZZZZZ9.
001093     05  FILLER                 PIC X(02) VALUE SPACES.
001096     05  HRP-DET-RULE           PIC X(20).
001100*
001110 01  HRP-MONTH-LINE.
001120     05  FILLER                 PIC X(06) VALUE "MONTH ".
001130     05  HRP-MON-CCYY           PIC 9(04).
001140     05  FILLER                 PIC X(01) VALUE "-".
001150     05  HRP-MON-MM             PIC 9(02).
001153     05  FILLER                 PIC X(06) VALUE " RULE ".
001156     05  HRP-MON-RULE           PIC X(20).
001160     05  FILLER                 PIC X(07) VALUE " RUNS: ".
001170     05  HRP-MON-RUNS           PIC ZZZZ9.
001180     05  FILLER                 PIC X(07) VALUE " GENS: ".
001240*
001250 01  HRP-TOTAL-LINE.
001260     05  FILLER                 PIC X(13) VALUE "GRAND TOTAL: ".
001262     05  FILLER                 PIC X(05) VALUE "RULE ".
001264     05  HRP-TOT-RULE           PIC X(20).
001266     05  FILLER                 PIC X(01) VALUE SPACES.
001270     05  FILLER                 PIC X(06) VALUE "RUNS: ".
001280     05  HRP-TOT-RUNS           PIC ZZZZ9.
001290     05  FILLER                 PIC X(07) VALUE " GENS: ".
001970             MOVE HRP-HIST-MM TO HRP-HOLD-MM
001980         END-IF
001990     END-IF
001995     PERFORM 3050-FIND-RULE THRU 3050-EXIT
002000     PERFORM 3100-WRITE-DETAIL-LINE THRU 3100-EXIT
002020     ADD 1 TO HRP-TOTAL-RUNS
002021     IF HRP-RULE-FOUND-INDEX = 0
002022         GO TO 3000-EXIT
002023     END-IF
002024     MOVE HRP-RULE-FOUND-INDEX TO HRP-RULE-INDEX
002025     ADD 1 TO HRP-RUL-MONTH-RUNS(HRP-RULE-INDEX)
002026     ADD 1 TO HRP-RUL-TOTAL-RUNS(HRP-RULE-INDEX)
002030     ADD HRP-HIST-GENS-RUN TO HRP-RUL-MONTH-GENS(HRP-RULE-INDEX)
002040     ADD HRP-HIST-GENS-RUN TO HRP-RUL-TOTAL-GENS(HRP-RULE-INDEX)
002050     ADD HRP-HIST-TOT-BIRTHS
002055         TO HRP-RUL-MONTH-BIRTHS(HRP-RULE-INDEX)
002060     ADD HRP-HIST-TOT-BIRTHS
002065         TO HRP-RUL-TOTAL-BIRTHS(HRP-RULE-INDEX)
002070     ADD HRP-HIST-TOT-DEATHS
002075         TO HRP-RUL-MONTH-DEATHS(HRP-RULE-INDEX)
002080     ADD HRP-HIST-TOT-DEATHS
002085         TO HRP-RUL-TOTAL-DEATHS(HRP-RULE-INDEX)
002090     MOVE HRP-HIST-FINAL-LIVE
002095         TO HRP-RUL-PRIOR-FINAL(HRP-RULE-INDEX).
002100 3000-EXIT.
002110     EXIT.
002120*
002121*3050-FIND-RULE - LOCATE (OR ADD) THE RULE TABLE ENTRY FOR
002122*THIS RUN.  ROWS WRITTEN BEFORE RULES WERE RECORDED CARRY
002123*SPACES AND WERE ALL PLAYED UNDER B3/S23
002124 3050-FIND-RULE.
002125     IF HRP-HIST-RULE = SPACES
002126         MOVE "B3/S23" TO HRP-CURRENT-RULE
002127     ELSE
002128         MOVE HRP-HIST-RULE TO HRP-CURRENT-RULE
002129     END-IF
002130     MOVE 0 TO HRP-RULE-FOUND-INDEX
002131     PERFORM 3060-MATCH-RULE THRU 3060-EXIT
002132         VARYING HRP-RULE-INDEX FROM 1 BY 1
002133         UNTIL HRP-RULE-INDEX > HRP-RULE-COUNT
002134             OR HRP-RULE-FOUND-INDEX > 0
002135     IF HRP-RULE-FOUND-INDEX = 0
002136         IF HRP-RULE-COUNT >= 20
002137             DISPLAY "GOL-HIST-REPORT: TOO MANY RULES, "
002138                 HRP-CURRENT-RULE " NOT TOTALLED"
002139         ELSE
002140             ADD 1 TO HRP-RULE-COUNT
002141             MOVE HRP-RULE-COUNT TO HRP-RULE-FOUND-INDEX
002142             INITIALIZE HRP-RULE-ENTRY(HRP-RULE-COUNT)
002143             MOVE HRP-CURRENT-RULE
002144                 TO HRP-RUL-RULE(HRP-RULE-COUNT)
002145         END-IF
002146     END-IF.
002147 3050-EXIT.
002148     EXIT.
002149*
002150 3060-MATCH-RULE.
002151     IF HRP-RUL-RULE(HRP-RULE-INDEX) = HRP-CURRENT-RULE
002152         MOVE HRP-RULE-INDEX TO HRP-RULE-FOUND-INDEX
002153     END-IF.
002154 3060-EXIT.
002155     EXIT.
002156*
002157 3100-WRITE-DETAIL-LINE.
002158     MOVE HRP-HIST-CCYY TO HRP-DET-CCYY
002159     MOVE HRP-HIST-MM TO HRP-DET-MM
002160     MOVE HRP-HIST-DD TO HRP-DET-DD
002170     MOVE HRP-HIST-RUN-TIME TO HRP-DET-TIME
002180     MOVE HRP-HIST-DIMENSION TO HRP-DET-DIMENSION
002200     MOVE HRP-HIST-GENS-RUN TO HRP-DET-GENS
002210     MOVE HRP-HIST-START-LIVE TO HRP-DET-START
002220     MOVE HRP-HIST-FINAL-LIVE TO HRP-DET-FINAL
002240     MOVE 0 TO HRP-TREND-DELTA
002246     IF HRP-RULE-FOUND-INDEX > 0
002252         IF HRP-RUL-TOTAL-RUNS(HRP-RULE-FOUND-INDEX) > 0
002260             COMPUTE HRP-TREND-DELTA = HRP-HIST-FINAL-LIVE
002266                 - HRP-RUL-PRIOR-FINAL(HRP-RULE-FOUND-INDEX)
002272         END-IF
002280     END-IF
002290     MOVE HRP-TREND-DELTA TO HRP-DET-TREND
002300     MOVE HRP-HIST-TOT-BIRTHS TO HRP-DET-BIRTHS
002310     MOVE HRP-HIST-TOT-DEATHS TO HRP-DET-DEATHS
002315     MOVE HRP-CURRENT-RULE TO HRP-DET-RULE
002320     MOVE HRP-DETAIL-LINE TO HRP-REPORT-RECORD
002330     WRITE HRP-REPORT-RECORD.
002340 3100-EXIT.
002360*
002370*=============================================================
002380*4000-WRITE-MONTH-SUBTOTAL - PRINT AND RESET THE MONTHLY
002386*ACCUMULATORS OF EACH RULE RUN THAT MONTH, AT EACH MONTH
002392*BREAK AND AT END OF FILE
002400*=============================================================
002410 4000-WRITE-MONTH-SUBTOTAL.
002411     PERFORM 4100-WRITE-RULE-MONTH THRU 4100-EXIT
002412         VARYING HRP-RULE-INDEX FROM 1 BY 1
002413         UNTIL HRP-RULE-INDEX > HRP-RULE-COUNT.
002414 4000-EXIT.
002415     EXIT.
002416*
002417 4100-WRITE-RULE-MONTH.
002418     IF HRP-RUL-MONTH-RUNS(HRP-RULE-INDEX) = 0
002419         GO TO 4100-EXIT
002420     END-IF
002421     MOVE HRP-HOLD-CCYY TO HRP-MON-CCYY
002430     MOVE HRP-HOLD-MM TO HRP-MON-MM
002435     MOVE HRP-RUL-RULE(HRP-RULE-INDEX) TO HRP-MON-RULE
002440     MOVE HRP-RUL-MONTH-RUNS(HRP-RULE-INDEX) TO HRP-MON-RUNS
002450     MOVE HRP-RUL-MONTH-GENS(HRP-RULE-INDEX) TO HRP-MON-GENS
002456     MOVE HRP-RUL-MONTH-BIRTHS(HRP-RULE-INDEX)
002462         TO HRP-MON-BIRTHS
002470     MOVE HRP-RUL-MONTH-DEATHS(HRP-RULE-INDEX)
002475         TO HRP-MON-DEATHS
002480     MOVE HRP-MONTH-LINE TO HRP-REPORT-RECORD
002490     WRITE HRP-REPORT-RECORD
002500     MOVE 0 TO HRP-RUL-MONTH-RUNS(HRP-RULE-INDEX)
002510     MOVE 0 TO HRP-RUL-MONTH-GENS(HRP-RULE-INDEX)
002520     MOVE 0 TO HRP-RUL-MONTH-BIRTHS(HRP-RULE-INDEX)
002530     MOVE 0 TO HRP-RUL-MONTH-DEATHS(HRP-RULE-INDEX).
002540 4100-EXIT.
002550     EXIT.
002560*
002570 5000-WRITE-GRAND-TOTAL.
002571     PERFORM 5100-WRITE-RULE-TOTAL THRU 5100-EXIT
002572         VARYING HRP-RULE-INDEX FROM 1 BY 1
002573         UNTIL HRP-RULE-INDEX > HRP-RULE-COUNT.
002574 5000-EXIT.
002575     EXIT.
002576*
002577 5100-WRITE-RULE-TOTAL.
002578     MOVE HRP-RUL-RULE(HRP-RULE-INDEX) TO HRP-TOT-RULE
002580     MOVE HRP-RUL-TOTAL-RUNS(HRP-RULE-INDEX) TO HRP-TOT-RUNS
002590     MOVE HRP-RUL-TOTAL-GENS(HRP-RULE-INDEX) TO HRP-TOT-GENS
002600     MOVE HRP-RUL-TOTAL-BIRTHS(HRP-RULE-INDEX)
002605         TO HRP-TOT-BIRTHS
002610     MOVE HRP-RUL-TOTAL-DEATHS(HRP-RULE-INDEX)
002615         TO HRP-TOT-DEATHS
002620     MOVE HRP-TOTAL-LINE TO HRP-REPORT-RECORD
002630     WRITE HRP-REPORT-RECORD.
002640 5100-EXIT.
002650     EXIT.
