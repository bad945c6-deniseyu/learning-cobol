000186*                  LEFT BY THE PRIOR SCENARIO.
000187*  2026-09-02 DEV  GOLSWEEP AND GOLCTL CARRY THE NEW
000188*                  SAVE-FINAL FLAG THROUGH TO GAME-OF-LIFE.
000189*  2026-10-15 DEV  GOLSWEEP AND GOLCTL CARRY A BXX/SYY LIFE
000190*                  RULE (BLANK = B3/S23).  THE RULE ACTUALLY
000191*                  PLAYED IS TAKEN BACK FROM GOLSTATS AND THE
000192*                  REPORT IS GROUPED BY RULE SO RESULTS FROM
000193*                  DIFFERENT RULES ARE NEVER LISTED TOGETHER.
000194*  2026-10-15 DEV  GOLSTATS IS NOW EXTENDED BY EVERY RUN AND
000195*                  KEYED BY RUN ID.  THE ID EACH SCENARIO WAS
000196*                  GIVEN IS TAKEN FROM GOLRUNID AFTER THE
000197*                  CALL, ITS OWN GOLSTATS RECORD IS COLLECTED
000198*                  BY THAT ID, AND THE ID IS PRINTED ON THE
000199*                  REPORT.  A SCENARIO THAT TOOK NO NEW ID
000200*                  COLLECTS NOTHING.
000201*
000202 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT SWP-SCENARIOS ASSIGN TO "GOLSWEEP"
000320     SELECT SWP-REPORT ASSIGN TO "GOLSWRPT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS SWP-RPT-STATUS.
000342     SELECT SWP-RUN-ID-IN ASSIGN TO "GOLRUNID"
000344         ORGANIZATION IS LINE SEQUENTIAL
000346         FILE STATUS IS SWP-RUNID-STATUS.
000350*
000360 DATA DIVISION.
000370 FILE SECTION.
000460     05  SWP-SCN-CHECKPOINT-INT PIC 9(05).
000470     05  SWP-SCN-SEED-FILE      PIC X(40).
000471     05  SWP-SCN-SAVE-FINAL     PIC X(01).
000475     05  SWP-SCN-RULE           PIC X(20).
000480*
000490 FD  SWP-CONTROL-OUT
000500     RECORDING MODE IS F.
000560     05  SWP-CTL-CHECKPOINT-INT PIC 9(05).
000570     05  SWP-CTL-SEED-FILE      PIC X(40).
000571     05  SWP-CTL-SAVE-FINAL     PIC X(01).
000575     05  SWP-CTL-RULE           PIC X(20).
000580*
000590 FD  SWP-STATS-IN
000600     RECORDING MODE IS F.
000650     05  SWP-STATS-TOT-BIRTHS   PIC 9(09).
000660     05  SWP-STATS-TOT-DEATHS   PIC 9(09).
000670     05  SWP-STATS-STOP-REASON  PIC X(30).
000673     05  SWP-STATS-RULE         PIC X(20).
000676     05  SWP-STATS-RUN-ID       PIC X(12).
000680*
000681 FD  SWP-RUN-ID-IN
000682     RECORDING MODE IS F.
000683 01  SWP-RUNID-RECORD.
000684     05  SWP-RUNID-LAST-ID      PIC X(12).
000685*
000690 FD  SWP-REPORT
000700     RECORDING MODE IS F.
000710 01  SWP-REPORT-RECORD      PIC X(132).
000780 01  SWP-RPT-STATUS          PIC X(02) VALUE SPACES.
000790 01  SWP-SCN-EOF-SWITCH      PIC X(01) VALUE "N".
000800     88  SWP-SCN-EOF             VALUE "Y".
000802 01  SWP-RUNID-STATUS        PIC X(02) VALUE SPACES.
000804 01  SWP-STATS-EOF-SWITCH    PIC X(01) VALUE "N".
000806     88  SWP-STATS-EOF           VALUE "Y".
000810*
000812*LAST RUN ID ISSUED, BEFORE AND AFTER EACH SCENARIO'S CALL
000814 01  SWP-RUN-ID-WORK         PIC X(12) VALUE SPACES.
000816 01  SWP-RUN-ID-BEFORE       PIC X(12) VALUE SPACES.
000818*
000820 01  SWP-SCENARIO-COUNT      PIC 9(03) VALUE 0.
000830*
000840*RESULTS TABLE - ONE ROW PER SCENARIO FOR THE FINAL REPORT
000950         10  SWP-RES-TOT-DEATHS     PIC 9(09).
000960         10  SWP-RES-STOP-REASON    PIC X(30).
000970         10  SWP-RES-RETURN-CODE    PIC 9(04).
000973         10  SWP-RES-RULE           PIC X(20).
000976         10  SWP-RES-RUN-ID         PIC X(12).
000980*
000990 01  SWP-RESULT-INDEX        PIC 9(03) VALUE 0.
001000*
001001*DISTINCT RULES IN THE ORDER FIRST MET - THE REPORT PRINTS
001002*ONE GROUP OF SCENARIOS PER RULE
001003 01  SWP-RULE-TABLE.
001004     05  SWP-RULE-ENTRY OCCURS 100 TIMES PIC X(20).
001005 01  SWP-RULE-COUNT          PIC 9(03) VALUE 0.
001006 01  SWP-RULE-INDEX          PIC 9(03) VALUE 0.
001007 01  SWP-RULE-FOUND-INDEX    PIC 9(03) VALUE 0.
001008*
001010*REPORT LINE LAYOUTS
001020 01  SWP-HEADER-1.
001030     05  FILLER PIC X(44) VALUE
001080         "SCENARIO  DIM GENERATE BDR STOPGEN  START  FINAL  ".
001090     05  FILLER PIC X(38) VALUE
001100         " BIRTHS  DEATHS STOP REASON           ".
001101     05  FILLER PIC X(12) VALUE SPACES.
001102     05  FILLER PIC X(06) VALUE "RUN ID".
001103 01  SWP-RULE-LINE.
001104     05  FILLER PIC X(06) VALUE "RULE: ".
001105     05  SWP-RULE-LINE-RULE     PIC X(20).
001110 01  SWP-DETAIL-LINE.
001120     05  SWP-DET-ID             PIC X(08).
001130     05  FILLER                 PIC X(02) VALUE SPACES.
001280     05  SWP-DET-TOT-DEATHS     PIC ZZZZZZZZ9.
001290     05  FILLER                 PIC X(01) VALUE SPACES.
001300     05  SWP-DET-STOP-REASON    PIC X(30).
001303     05  FILLER                 PIC X(01) VALUE SPACES.
001306     05  SWP-DET-RUN-ID         PIC X(12).
001310*
001320 PROCEDURE DIVISION.
001330*
001860     MOVE ZERO TO SWP-RES-TOT-BIRTHS(SWP-RESULT-INDEX)
001870     MOVE ZERO TO SWP-RES-TOT-DEATHS(SWP-RESULT-INDEX)
001880     MOVE "NO STATS" TO SWP-RES-STOP-REASON(SWP-RESULT-INDEX)
001881     IF SWP-SCN-RULE = SPACES
001882         MOVE "B3/S23" TO SWP-RES-RULE(SWP-RESULT-INDEX)
001883     ELSE
001884         MOVE SWP-SCN-RULE TO SWP-RES-RULE(SWP-RESULT-INDEX)
001885     END-IF
001886     MOVE SPACES TO SWP-RES-RUN-ID(SWP-RESULT-INDEX)
001890     DISPLAY "GOL-SCENARIO-SWEEP: RUNNING " SWP-SCN-ID
001900     PERFORM 3100-WRITE-CONTROL-FILE THRU 3100-EXIT
001903     PERFORM 3150-READ-RUN-ID THRU 3150-EXIT
001906     MOVE SWP-RUN-ID-WORK TO SWP-RUN-ID-BEFORE
001910     MOVE 0 TO RETURN-CODE
001920     CALL "GAME-OF-LIFE"
001930     MOVE RETURN-CODE TO
001940         SWP-RES-RETURN-CODE(SWP-RESULT-INDEX)
001941     MOVE 0 TO RETURN-CODE
001942     PERFORM 3150-READ-RUN-ID THRU 3150-EXIT
001943     IF SWP-RUN-ID-WORK NOT = SWP-RUN-ID-BEFORE
001944         MOVE SWP-RUN-ID-WORK
001945             TO SWP-RES-RUN-ID(SWP-RESULT-INDEX)
001946     END-IF
001951*A FAILED SCENARIO LEAVES THE PRIOR RUN'S GOLSTATS BEHIND -
001952*DO NOT COLLECT IT, REPORT THE FAILURE INSTEAD
001953     IF SWP-RES-RETURN-CODE(SWP-RESULT-INDEX) >= 8
002120     MOVE SWP-SCN-CHECKPOINT-INT TO SWP-CTL-CHECKPOINT-INT
002130     MOVE SWP-SCN-SEED-FILE TO SWP-CTL-SEED-FILE
002132     MOVE SWP-SCN-SAVE-FINAL TO SWP-CTL-SAVE-FINAL
002136     MOVE SWP-SCN-RULE TO SWP-CTL-RULE
002140     WRITE SWP-CONTROL-RECORD
002150     CLOSE SWP-CONTROL-OUT.
002160 3100-EXIT.
002170     EXIT.
002171*
002172*THE LAST RUN ID GAME-OF-LIFE ISSUED (SPACES BEFORE THE FIRST)
002173 3150-READ-RUN-ID.
002174     MOVE SPACES TO SWP-RUN-ID-WORK
002175     OPEN INPUT SWP-RUN-ID-IN
002176     IF SWP-RUNID-STATUS = "00"
002177         READ SWP-RUN-ID-IN
002178             NOT AT END
002179                 MOVE SWP-RUNID-LAST-ID TO SWP-RUN-ID-WORK
002180         END-READ
002181         CLOSE SWP-RUN-ID-IN
002182     END-IF.
002183 3150-EXIT.
002184     EXIT.
002185*
002186*GOLSTATS HOLDS EVERY RUN - COLLECT THE RECORD CARRYING THIS
002187*SCENARIO'S RUN ID
002190 3200-COLLECT-STATS.
002191     IF SWP-RES-RUN-ID(SWP-RESULT-INDEX) = SPACES
002192         DISPLAY "GOL-SCENARIO-SWEEP: NO RUN ID FOR "
002193             SWP-RES-ID(SWP-RESULT-INDEX)
002194         GO TO 3200-EXIT
002195     END-IF
002200     OPEN INPUT SWP-STATS-IN
002210     IF SWP-STATS-STATUS NOT = "00"
002220         DISPLAY "GOL-SCENARIO-SWEEP: NO GOLSTATS FOR "
002230             SWP-RES-ID(SWP-RESULT-INDEX)
002240     ELSE
002241         MOVE "N" TO SWP-STATS-EOF-SWITCH
002242         PERFORM 3210-READ-STATS-RECORD THRU 3210-EXIT
002243             UNTIL SWP-STATS-EOF
002244         CLOSE SWP-STATS-IN
002245     END-IF.
002246 3200-EXIT.
002247     EXIT.
002248*
002249 3210-READ-STATS-RECORD.
002250     READ SWP-STATS-IN
002253         AT END
002256             SET SWP-STATS-EOF TO TRUE
002260         NOT AT END
002263             IF SWP-STATS-RUN-ID
002266                 = SWP-RES-RUN-ID(SWP-RESULT-INDEX)
002270                 MOVE SWP-STATS-STOP-GEN
002280                     TO SWP-RES-STOP-GEN(SWP-RESULT-INDEX)
002290                 MOVE SWP-STATS-START-LIVE
002360                     TO SWP-RES-TOT-DEATHS(SWP-RESULT-INDEX)
002370                 MOVE SWP-STATS-STOP-REASON
002380                     TO SWP-RES-STOP-REASON(SWP-RESULT-INDEX)
002381                 IF SWP-STATS-RULE NOT = SPACES
002382                     MOVE SWP-STATS-RULE
002383                         TO SWP-RES-RULE(SWP-RESULT-INDEX)
002384                 END-IF
002385             END-IF
002390     END-READ.
002420 3210-EXIT.
002430     EXIT.
002440*
002450*=============================================================
002460*5000-WRITE-COMPARISON-REPORT - ONE LINE PER SCENARIO SO THE
002470*PRODUCTION SETTINGS CAN BE PICKED FROM A SINGLE PRINTOUT,
002475*GROUPED UNDER A HEADING FOR EACH LIFE RULE
002480*=============================================================
002490 5000-WRITE-COMPARISON-REPORT.
002500     OPEN OUTPUT SWP-REPORT
002570         WRITE SWP-REPORT-RECORD
002580         MOVE SWP-HEADER-2 TO SWP-REPORT-RECORD
002590         WRITE SWP-REPORT-RECORD
002595         MOVE 0 TO SWP-RULE-COUNT
002600         PERFORM 5010-NOTE-RULE THRU 5010-EXIT
002610             VARYING SWP-RESULT-INDEX FROM 1 BY 1
002620             UNTIL SWP-RESULT-INDEX > SWP-SCENARIO-COUNT
002622         PERFORM 5050-WRITE-RULE-GROUP THRU 5050-EXIT
002624             VARYING SWP-RULE-INDEX FROM 1 BY 1
002626             UNTIL SWP-RULE-INDEX > SWP-RULE-COUNT
002630         CLOSE SWP-REPORT
002640     END-IF.
002641 5000-EXIT.
002642     EXIT.
002643*
002644 5010-NOTE-RULE.
002645     MOVE 0 TO SWP-RULE-FOUND-INDEX
002646     PERFORM 5020-MATCH-RULE THRU 5020-EXIT
002647         VARYING SWP-RULE-INDEX FROM 1 BY 1
002648         UNTIL SWP-RULE-INDEX > SWP-RULE-COUNT
002649             OR SWP-RULE-FOUND-INDEX > 0
002650     IF SWP-RULE-FOUND-INDEX = 0
002651         ADD 1 TO SWP-RULE-COUNT
002652         MOVE SWP-RES-RULE(SWP-RESULT-INDEX)
002653             TO SWP-RULE-ENTRY(SWP-RULE-COUNT)
002654     END-IF.
002655 5010-EXIT.
002656     EXIT.
002657*
002658 5020-MATCH-RULE.
002659     IF SWP-RULE-ENTRY(SWP-RULE-INDEX)
002660         = SWP-RES-RULE(SWP-RESULT-INDEX)
002661         MOVE SWP-RULE-INDEX TO SWP-RULE-FOUND-INDEX
002662     END-IF.
002663 5020-EXIT.
002664     EXIT.
002665*
002666 5050-WRITE-RULE-GROUP.
002667     MOVE SPACES TO SWP-REPORT-RECORD
002668     WRITE SWP-REPORT-RECORD
002669     MOVE SWP-RULE-ENTRY(SWP-RULE-INDEX) TO SWP-RULE-LINE-RULE
002670     MOVE SWP-RULE-LINE TO SWP-REPORT-RECORD
002671     WRITE SWP-REPORT-RECORD
002672     PERFORM 5100-WRITE-DETAIL-LINE THRU 5100-EXIT
002673         VARYING SWP-RESULT-INDEX FROM 1 BY 1
002674         UNTIL SWP-RESULT-INDEX > SWP-SCENARIO-COUNT.
002675 5050-EXIT.
002676     EXIT.
002677*
002678*PRINTS THE SCENARIO ONLY UNDER ITS OWN RULE HEADING
002680 5100-WRITE-DETAIL-LINE.
002682     IF SWP-RES-RULE(SWP-RESULT-INDEX)
002684         NOT = SWP-RULE-ENTRY(SWP-RULE-INDEX)
002686         GO TO 5100-EXIT
002688     END-IF
002690     MOVE SWP-RES-ID(SWP-RESULT-INDEX) TO SWP-DET-ID
002700     MOVE SWP-RES-DIMENSION(SWP-RESULT-INDEX)
002710         TO SWP-DET-DIMENSION
002850         TO SWP-DET-TOT-DEATHS
002860     MOVE SWP-RES-STOP-REASON(SWP-RESULT-INDEX)
002870         TO SWP-DET-STOP-REASON
002875     MOVE SWP-RES-RUN-ID(SWP-RESULT-INDEX) TO SWP-DET-RUN-ID
002880     MOVE SWP-DETAIL-LINE TO SWP-REPORT-RECORD
002890     WRITE SWP-REPORT-RECORD.
002900 5100-EXIT.
