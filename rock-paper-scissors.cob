000430*                  STRONGER OPPONENT, AND A SEASON RATINGS
000440*                  REPORT ON RPSRATRPT SHOWS EACH PLAYER'S
000450*                  MOVEMENT SINCE THE PREVIOUS RUN.
000451*  2026-10-15 DEV  THE LEAGUE STANDINGS AND THE RPSRATRPT
000452*                  SEASON RATINGS PRINT EACH PLAYER'S DISPLAY
000453*                  NAME FROM THE RPSPLAYR PLAYER REGISTER
000454*                  (COPYBOOK RPSPLY) NEXT TO THE PLAYER ID.
000455*  2026-10-15 DEV  A DECK OPENING WITH A "BATCH" HEADER IS
000456*                  CHECKED AGAINST THE RPSBATCH REGISTER
000457*                  (COPYBOOK RPSBAT): A BATCH ALREADY POSTED
000458*                  IS NOT PLAYED AGAIN (MSG 3005, RC 8); ONCE
000459*                  ITS RESULTS ARE POSTED A "P" EVENT IS ADDED.
000460*                  A PLAYED RPSACCEPT DECK IS MARKED "PLAYED"
000461*                  ON RPSEDST SO A RERUN CANNOT REPLAY IT, AND
000462*                  A DECK THE EDIT REFUSED IS NEVER PLAYED.
000463*  2026-10-15 DEV  ONLY STATUS 35 ON RPSBATCH MEANS NO REGISTER
000464*                  YET.  A REGISTER THAT CANNOT BE READ LEAVES
000465*                  THE BATCH UNPLAYED (MSG 3007, RC 8).
000466*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000620     SELECT RPS-RATINGS-REPORT ASSIGN TO "RPSRATRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS RPS-RATRPT-STATUS.
000641     SELECT RPS-PLAYERS ASSIGN TO "RPSPLAYR"
000642         ORGANIZATION IS LINE SEQUENTIAL
000643         FILE STATUS IS RPS-PLR-STATUS.
000644     SELECT RPS-BATCHES ASSIGN TO "RPSBATCH"
000645         ORGANIZATION IS LINE SEQUENTIAL
000646         FILE STATUS IS RPS-BAT-STATUS.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000950     05  RPS-EDST-ACCEPTED       PIC 9(06).
000960     05  RPS-EDST-REJECTED       PIC 9(06).
000970*
000971*LEAGUE PLAYER REGISTER - READ FOR THE DISPLAY NAMES ONLY
000972 FD  RPS-PLAYERS
000973     RECORDING MODE IS F.
000974 COPY RPSPLY.
000975*
000976*PROCESSED-BATCH REGISTER - A POSTED BATCH IS NEVER REPLAYED
000977 FD  RPS-BATCHES
000978     RECORDING MODE IS F.
000979 COPY RPSBAT.
000980*
000981 WORKING-STORAGE SECTION.
000990 01  RAND-NUM PIC 9(2).
001000 01  CURRENT-TIME.
001010     05  T-HOURS PIC 99.
001380 01  RPS-EDST-STATUS        PIC X(02) VALUE SPACES.
001390 01  RPS-BATCH-FILENAME     PIC X(40) VALUE "RPSMOVES".
001400 01  RPS-REFUSE-SWITCH      PIC X VALUE "N".
001410     88  RPS-EDIT-REFUSED       VALUE "Y" "P" "B".
001412     88  RPS-EDIT-OUT-OF-BAL    VALUE "Y".
001414     88  RPS-EDIT-PLAYED        VALUE "P".
001416     88  RPS-EDIT-BATCH-REFUSED VALUE "B".
001420 01  RPS-BATCH-MODE-SWITCH  PIC X VALUE "N".
001430     88  RPS-BATCH-MODE         VALUE "Y".
001440 01  RPS-BATCH-EOF-SWITCH   PIC X VALUE "N".
001450     88  RPS-BATCH-EOF          VALUE "Y".
001460 01  RPS-BATCH-ROUND-COUNT  PIC 9(04) VALUE ZERO.
001470*
001471*THE RPSEDST RECORD AS READ, KEPT TO MARK THE DECK PLAYED
001472 01  RPS-EDST-SAVE          PIC X(26) VALUE SPACES.
001473*
001474*BATCH HEADER AND THE PROCESSED-BATCH REGISTER
001475 01  RPS-BAT-STATUS         PIC X(02) VALUE SPACES.
001476 01  RPS-BAT-EOF-SWITCH     PIC X(01) VALUE "N".
001477     88  RPS-BAT-EOF            VALUE "Y".
001478 01  RPS-BAT-HDR-SWITCH     PIC X(01) VALUE "N".
001479     88  RPS-BATCH-HEADER-SEEN  VALUE "Y".
001480 01  RPS-BAT-POSTED-SWITCH  PIC X(01) VALUE "N".
001481     88  RPS-BATCH-POSTED       VALUE "Y".
001482 01  RPS-BAT-READ-SWITCH    PIC X(01) VALUE "N".
001483     88  RPS-REGISTER-UNREADABLE VALUE "Y".
001484 01  RPS-RESULTS-SWITCH     PIC X(01) VALUE "N".
001485     88  RPS-RESULTS-POSTED     VALUE "Y".
001486 01  RPS-BATCH-HEADER.
001487     05  RPS-BHD-LITERAL        PIC X(05).
001488     05  FILLER                 PIC X(01).
001489     05  RPS-BHD-SUBMITTER      PIC X(08).
001490     05  FILLER                 PIC X(01).
001491     05  RPS-BHD-NUMBER         PIC X(06).
001492     05  FILLER                 PIC X(01).
001493     05  RPS-BHD-CREATED        PIC X(08).
001494     05  FILLER                 PIC X(02).
001495 01  RPS-EVENT-CODE         PIC X(01) VALUE SPACES.
001496 01  RPS-EVENT-RESULT       PIC X(08) VALUE SPACES.
001497 01  RPS-EVENT-DATE         PIC 9(08) VALUE ZERO.
001498 01  RPS-EVENT-TIME         PIC 9(08) VALUE ZERO.
001499*
001500*LEAGUE MODE - PLAYER-VS-PLAYER ROUNDS AND THE STANDINGS
001501*TABLE PRINTED AT THE END OF THE TOURNAMENT REPORT
001502 01  RPS-LEAGUE-MODE-SWITCH PIC X VALUE "N".
001510     88  RPS-LEAGUE-MODE        VALUE "Y".
001520 01  RPS-LEAGUE-MOVE.
001530     05  RPS-LGE-P1-ID          PIC X(08).
001830 01  RPS-STANDINGS-LINE.
001840     05  RPS-STA-ID             PIC X(08).
001850     05  FILLER                 PIC X(01) VALUE SPACES.
001853     05  RPS-STA-NAME           PIC X(20).
001856     05  FILLER                 PIC X(01) VALUE SPACES.
001860     05  RPS-STA-GAMES          PIC ZZZ9.
001870     05  FILLER                 PIC X(01) VALUE SPACES.
001880     05  RPS-STA-WINS           PIC ZZZ9.
002350 01  RPS-RATING-LINE.
002360     05  RPS-RTL-ID             PIC X(08).
002370     05  FILLER                 PIC X(01) VALUE SPACES.
002373     05  RPS-RTL-NAME           PIC X(20).
002376     05  FILLER                 PIC X(01) VALUE SPACES.
002380     05  RPS-RTL-GAMES          PIC ZZZZZ9.
002390     05  FILLER                 PIC X(01) VALUE SPACES.
002400     05  RPS-RTL-WINS           PIC ZZZZZ9.
002470     05  FILLER                 PIC X(01) VALUE SPACES.
002480     05  RPS-RTL-MOVEMENT       PIC +ZZZZ9.
002490*
002491*DISPLAY NAMES FROM THE PLAYER REGISTER.  A PLAYER NOT ON IT
002492*(A DECK PLAYED WITHOUT THE EDIT, OR NO REGISTER) PRINTS AS
002493*NOT REGISTERED.
002494 01  RPS-PLR-STATUS         PIC X(02) VALUE SPACES.
002495 01  RPS-PLR-EOF-SWITCH     PIC X(01) VALUE "N".
002496     88  RPS-PLR-EOF            VALUE "Y".
002497 01  RPS-NAME-TABLE.
002498     05  RPS-NAME-COUNT         PIC 9(03) VALUE ZERO.
002499     05  RPS-NAME-ENTRY OCCURS 500 TIMES.
002500         10  RPS-NAM-ID             PIC X(08).
002501         10  RPS-NAM-NAME           PIC X(20).
002502 01  RPS-NAME-INDEX         PIC 9(03) VALUE ZERO.
002503 01  RPS-NAME-FOUND         PIC 9(03) VALUE ZERO.
002504 01  RPS-NAME-WORK          PIC X(20) VALUE SPACES.
002505*
002506*COMMON MESSAGE HANDLER REQUEST AREA
002510 COPY MSGREQ.
002520*
002530 PROCEDURE DIVISION.
002590 0000-MAINLINE.
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002610     IF RPS-EDIT-REFUSED
002611         EVALUATE TRUE
002612             WHEN RPS-EDIT-PLAYED
002613                 DISPLAY "RANDOM-NUMBER: EDITED DECK ALREADY "
002614                     "PLAYED, TOURNAMENT NOT RUN"
002615                 MOVE 4 TO RETURN-CODE
002616             WHEN RPS-EDIT-BATCH-REFUSED
002617                 DISPLAY "RANDOM-NUMBER: BATCH REJECTED BY THE "
002618                     "EDIT, TOURNAMENT NOT RUN"
002619                 MOVE 8 TO RETURN-CODE
002620             WHEN OTHER
002621                 DISPLAY "RANDOM-NUMBER: EDIT OUT OF BALANCE, "
002630                     "TOURNAMENT NOT RUN"
002640                 MOVE 8 TO RETURN-CODE
002645         END-EVALUATE
002650     ELSE
002660         IF RPS-BATCH-MODE
002670             PERFORM 5000-RUN-BATCH-TOURNAMENT THRU 5000-EXIT
002840     EXIT.
002850*
002860*IF THE RPS-MOVES-EDIT STEP LEFT AN EDIT STATE, PLAY FROM
002870*THE CLEAN RPSACCEPT FILE (OR REFUSE WHEN OUT OF BALANCE,
002875*WHEN THE EDIT REFUSED THE BATCH, OR WHEN IT WAS PLAYED);
002880*OTHERWISE RUN UNATTENDED FROM RPSMOVES WHEN IT IS PRESENT
002890 1100-CHECK-FOR-BATCH-FILE.
002900     OPEN INPUT RPS-EDIT-STATE
002930             AT END
002940                 SET RPS-EDIT-REFUSED TO TRUE
002950             NOT AT END
002955                 MOVE RPS-EDIT-STATE-RECORD TO RPS-EDST-SAVE
002960                 EVALUATE RPS-EDST-RESULT
002970                     WHEN "BALANCED"
002980                         MOVE "RPSACCEPT"
002990                             TO RPS-BATCH-FILENAME
003000                     WHEN "NOEDIT"
003010                         CONTINUE
003012                     WHEN "PLAYED"
003014                         SET RPS-EDIT-PLAYED TO TRUE
003016                     WHEN "REFUSED"
003018                         SET RPS-EDIT-BATCH-REFUSED TO TRUE
003020                     WHEN OTHER
003030                         SET RPS-EDIT-REFUSED TO TRUE
003040                 END-EVALUATE
003680*
003690*=============================================================
003700*5000-RUN-BATCH-TOURNAMENT - READ ONE MOVE PER RECORD FROM
003710*RPSMOVES AND WRITE A LINE-BY-LINE REPORT TO RPSRPT.  A
003713*BATCH ALREADY POSTED ON RPSBATCH IS NOT PLAYED AT ALL, NOR
003716*IS ONE THAT CANNOT BE CHECKED AGAINST THE REGISTER.
003720*=============================================================
003730 5000-RUN-BATCH-TOURNAMENT.
003740     OPEN OUTPUT RPS-REPORT
003810     ELSE
003820         PERFORM 5010-WRITE-REPORT-HEADER THRU 5010-EXIT
003830         PERFORM 5020-READ-BATCH-RECORD THRU 5020-EXIT
003835         PERFORM 5030-CHECK-BATCH-HEADER THRU 5030-EXIT
003840         IF NOT RPS-BATCH-POSTED
003850             AND NOT RPS-REGISTER-UNREADABLE
003860             PERFORM 5040-PLAY-BATCH THRU 5040-EXIT
003880             PERFORM 5900-RECORD-POSTING THRU 5900-EXIT
003980         END-IF
003990         CLOSE RPS-REPORT
004000     END-IF
004210 5020-EXIT.
004220     EXIT.
004230*
004231*A LEADING "BATCH" HEADER IS LOOKED UP ON THE REGISTER; A
004232*BATCH WITH A "P" EVENT HAS ALREADY BEEN PLAYED AND POSTED.
004233*OTHERWISE THE HEADER IS PRINTED AND THE FIRST ROUND READ.
004234 5030-CHECK-BATCH-HEADER.
004235     IF RPS-BATCH-EOF
004236         OR RPS-BATCH-RECORD(1:5) NOT = "BATCH"
004237         GO TO 5030-EXIT
004238     END-IF
004239     MOVE RPS-BATCH-RECORD TO RPS-BATCH-HEADER
004240     SET RPS-BATCH-HEADER-SEEN TO TRUE
004241     PERFORM 5050-SCAN-REGISTER THRU 5050-EXIT
004242     MOVE SPACES TO RPS-REPORT-RECORD
004243     IF RPS-REGISTER-UNREADABLE
004244         STRING "BATCH " RPS-BHD-NUMBER " FROM "
004245             RPS-BHD-SUBMITTER " NOT PLAYED - RPSBATCH UNREADABLE"
004246             DELIMITED BY SIZE INTO RPS-REPORT-RECORD
004247         END-STRING
004248         WRITE RPS-REPORT-RECORD
004249         MOVE 8 TO RETURN-CODE
004250         GO TO 5030-EXIT
004251     END-IF
004252     IF RPS-BATCH-POSTED
004253         STRING "BATCH " RPS-BHD-NUMBER " FROM "
004254             RPS-BHD-SUBMITTER " ALREADY POSTED - NOT PLAYED"
004255             DELIMITED BY SIZE INTO RPS-REPORT-RECORD
004256         END-STRING
004257         WRITE RPS-REPORT-RECORD
004258         MOVE 3005 TO MSG-NUMBER
004259         MOVE "RANDOM-NUMBER" TO MSG-PROGRAM-ID
004260         MOVE RPS-BHD-NUMBER TO MSG-FILE-NAME
004261         MOVE SPACES TO MSG-FILE-STATUS
004262         CALL "MSG-HANDLER" USING MSG-REQUEST
004263         MOVE "R" TO RPS-EVENT-CODE
004264         MOVE "REFUSED" TO RPS-EVENT-RESULT
004265         MOVE ZERO TO RPS-BATCH-ROUND-COUNT
004266         PERFORM 5910-WRITE-REGISTER-EVENT THRU 5910-EXIT
004267         MOVE 8 TO RETURN-CODE
004268         GO TO 5030-EXIT
004269     END-IF
004270     STRING "BATCH " RPS-BHD-NUMBER " FROM "
004271         RPS-BHD-SUBMITTER " CREATED " RPS-BHD-CREATED
004272         DELIMITED BY SIZE INTO RPS-REPORT-RECORD
004273     END-STRING
004274     WRITE RPS-REPORT-RECORD
004275     MOVE ZERO TO RPS-BATCH-ROUND-COUNT
004276     PERFORM 5020-READ-BATCH-RECORD THRU 5020-EXIT.
004277 5030-EXIT.
004278     EXIT.
004279*
004280*PLAY THE DECK - CLASSIC, OR LEAGUE AFTER A "LEAGUE" HEADER
004281 5040-PLAY-BATCH.
004282     IF NOT RPS-BATCH-EOF
004283         AND RPS-BATCH-RECORD(1:8) = "LEAGUE"
004284         SET RPS-LEAGUE-MODE TO TRUE
004285         MOVE ZERO TO RPS-BATCH-ROUND-COUNT
004286         PERFORM 5500-LOAD-RATINGS THRU 5500-EXIT
004287         PERFORM 5600-LOAD-PLAYER-NAMES THRU 5600-EXIT
004288         PERFORM 5020-READ-BATCH-RECORD THRU 5020-EXIT
004289     END-IF
004290     PERFORM 5100-PROCESS-BATCH-RECORD THRU 5100-EXIT
004291         UNTIL RPS-BATCH-EOF
004292     PERFORM 5200-WRITE-REPORT-SUMMARY THRU 5200-EXIT
004293     IF RPS-LEAGUE-MODE
004294         PERFORM 5400-WRITE-STANDINGS THRU 5400-EXIT
004295         PERFORM 5700-SAVE-RATINGS THRU 5700-EXIT
004296         PERFORM 5800-WRITE-RATINGS-REPORT THRU 5800-EXIT
004297     ELSE
004298         SET RPS-RESULTS-POSTED TO TRUE
004299     END-IF.
004300 5040-EXIT.
004301     EXIT.
004302*
004303*HAS THIS BATCH NUMBER A "P" EVENT ON THE REGISTER?  NO
004304*REGISTER YET (STATUS 35) MEANS NOTHING HAS EVER BEEN POSTED.
004305 5050-SCAN-REGISTER.
004306     OPEN INPUT RPS-BATCHES
004307     IF RPS-BAT-STATUS = "35"
004308         GO TO 5050-EXIT
004309     END-IF
004310     IF RPS-BAT-STATUS NOT = "00"
004311         MOVE 3007 TO MSG-NUMBER
004312         MOVE "RANDOM-NUMBER" TO MSG-PROGRAM-ID
004313         MOVE "RPSBATCH" TO MSG-FILE-NAME
004314         MOVE RPS-BAT-STATUS TO MSG-FILE-STATUS
004315         CALL "MSG-HANDLER" USING MSG-REQUEST
004316         SET RPS-REGISTER-UNREADABLE TO TRUE
004317         GO TO 5050-EXIT
004318     END-IF
004319     PERFORM 5060-READ-REGISTER THRU 5060-EXIT
004320         UNTIL RPS-BAT-EOF
004321     CLOSE RPS-BATCHES.
004322 5050-EXIT.
004323     EXIT.
004324*
004325 5060-READ-REGISTER.
004326     READ RPS-BATCHES
004327         AT END
004328             SET RPS-BAT-EOF TO TRUE
004329         NOT AT END
004330             IF BAT-NUMBER = RPS-BHD-NUMBER AND BAT-POSTED
004331                 SET RPS-BATCH-POSTED TO TRUE
004332             END-IF
004333     END-READ.
004334 5060-EXIT.
004335     EXIT.
004336*
004337 5100-PROCESS-BATCH-RECORD.
004338     IF RPS-LEAGUE-MODE
004339         PERFORM 5300-PROCESS-LEAGUE-ROUND THRU 5300-EXIT
004340     ELSE
004341         PERFORM 6100-LOOKUP-PLAYER-CHOICE THRU 6100-EXIT
004342         IF RPS-CHOICE-VALID
004343             PERFORM 6000-COMPUTE-COMPUTER-CHOICE THRU 6000-EXIT
004344             PERFORM 7000-JUDGE-ROUND THRU 7000-EXIT
004345             PERFORM 5110-WRITE-REPORT-LINE THRU 5110-EXIT
004346         ELSE
004347             PERFORM 5120-WRITE-INVALID-LINE THRU 5120-EXIT
004350         END-IF
004360     END-IF
004370     PERFORM 5020-READ-BATCH-RECORD THRU 5020-EXIT.
007170     WRITE RPS-REPORT-RECORD
007180     MOVE "LEAGUE STANDINGS" TO RPS-REPORT-RECORD
007190     WRITE RPS-REPORT-RECORD
007200     MOVE "PLAYER   DISPLAY NAME" TO RPS-REPORT-RECORD
007210     MOVE "GP    W    L    T   PTS" TO RPS-REPORT-RECORD(34:)
007220     WRITE RPS-REPORT-RECORD
007230     IF RPS-PLAYER-COUNT > 1
007240         MOVE "Y" TO RPS-SORT-SWAP-SWITCH
007570*
007580 5430-WRITE-STANDING-LINE.
007590     MOVE RPS-PLY-ID(RPS-PLAYER-INDEX) TO RPS-STA-ID
007592     MOVE RPS-PLY-ID(RPS-PLAYER-INDEX) TO RPS-WORK-ID
007594     PERFORM 5610-FIND-PLAYER-NAME THRU 5610-EXIT
007596     MOVE RPS-NAME-WORK TO RPS-STA-NAME
007600     MOVE RPS-PLY-GAMES(RPS-PLAYER-INDEX) TO RPS-STA-GAMES
007610     MOVE RPS-PLY-WINS(RPS-PLAYER-INDEX) TO RPS-STA-WINS
007620     MOVE RPS-PLY-LOSSES(RPS-PLAYER-INDEX) TO RPS-STA-LOSSES
008190     EXIT.
008200*
008210*=============================================================
008211*5600-LOAD-PLAYER-NAMES - READ THE RPSPLAYR REGISTER FOR THE
008212*DISPLAY NAMES PRINTED ON THE STANDINGS AND RATINGS
008213*=============================================================
008214 5600-LOAD-PLAYER-NAMES.
008215     MOVE "N" TO RPS-PLR-EOF-SWITCH
008216     MOVE ZERO TO RPS-NAME-COUNT
008217     OPEN INPUT RPS-PLAYERS
008218     IF RPS-PLR-STATUS NOT = "00"
008219         DISPLAY "RANDOM-NUMBER: NO RPSPLAYR REGISTER, PLAYER "
008220             "NAMES NOT PRINTED"
008221     ELSE
008222         PERFORM 5605-READ-PLAYER-RECORD THRU 5605-EXIT
008223             UNTIL RPS-PLR-EOF
008224         CLOSE RPS-PLAYERS
008225     END-IF.
008226 5600-EXIT.
008227     EXIT.
008228*
008229 5605-READ-PLAYER-RECORD.
008230     READ RPS-PLAYERS
008231         AT END
008232             SET RPS-PLR-EOF TO TRUE
008233         NOT AT END
008234             IF RPS-NAME-COUNT >= 500
008235                 DISPLAY "RANDOM-NUMBER: NAME TABLE FULL, "
008236                     PLR-ID " NOT LOADED"
008237             ELSE
008238                 ADD 1 TO RPS-NAME-COUNT
008239                 MOVE PLR-ID TO RPS-NAM-ID(RPS-NAME-COUNT)
008240                 MOVE PLR-NAME TO RPS-NAM-NAME(RPS-NAME-COUNT)
008241             END-IF
008242     END-READ.
008243 5605-EXIT.
008244     EXIT.
008245*
008246*DISPLAY NAME OF RPS-WORK-ID INTO RPS-NAME-WORK
008247 5610-FIND-PLAYER-NAME.
008248     MOVE ZERO TO RPS-NAME-FOUND
008249     PERFORM 5620-MATCH-PLAYER-NAME THRU 5620-EXIT
008250         VARYING RPS-NAME-INDEX FROM 1 BY 1
008251         UNTIL RPS-NAME-INDEX > RPS-NAME-COUNT
008252             OR RPS-NAME-FOUND > 0
008253     IF RPS-NAME-FOUND > 0
008254         MOVE RPS-NAM-NAME(RPS-NAME-FOUND) TO RPS-NAME-WORK
008255     ELSE
008256         MOVE "(NOT REGISTERED)" TO RPS-NAME-WORK
008257     END-IF.
008258 5610-EXIT.
008259     EXIT.
008260*
008261 5620-MATCH-PLAYER-NAME.
008262     IF RPS-NAM-ID(RPS-NAME-INDEX) = RPS-WORK-ID
008263         MOVE RPS-NAME-INDEX TO RPS-NAME-FOUND
008264     END-IF.
008265 5620-EXIT.
008266     EXIT.
008267*
008268*=============================================================
008269*5700-SAVE-RATINGS - WRITE THE UPDATED TABLE BACK TO THE
008270*RPSRATE MASTER.  NEVER REWRITE FROM A TABLE THAT DOES NOT
008271*HOLD THE WHOLE MASTER - A PARTIAL LOAD WOULD OTHERWISE
008272*TRUNCATE THE DROPPED PLAYERS' SEASON RECORDS FOR GOOD.
008273*=============================================================
008274 5700-SAVE-RATINGS.
008280     IF RPS-RATINGS-DROPPED
008290         DISPLAY "RANDOM-NUMBER: RPSRATE NOT REWRITTEN, "
008300             "MASTER WAS NOT FULLY LOADED"
008440             VARYING RPS-RATING-INDEX FROM 1 BY 1
008450             UNTIL RPS-RATING-INDEX > RPS-RATING-COUNT
008460         CLOSE RPS-RATINGS
008465         SET RPS-RESULTS-POSTED TO TRUE
008470     END-IF.
008480 5700-EXIT.
008490     EXIT.
008750     END-IF
008760     MOVE "SEASON RATINGS" TO RPS-RATINGS-REPORT-REC
008770     WRITE RPS-RATINGS-REPORT-REC
008775     MOVE "PLAYER   DISPLAY NAME" TO RPS-RATINGS-REPORT-REC
008780     MOVE "GAMES   WINS LOSSES   TIES RATNG MOVMT"
008790         TO RPS-RATINGS-REPORT-REC(33:)
008800     WRITE RPS-RATINGS-REPORT-REC
008810     IF RPS-RATING-COUNT > 1
008820         MOVE "Y" TO RPS-RTG-SORT-SWAP-SW
009160*
009170 5830-WRITE-RATING-LINE.
009180     MOVE RPS-RTG-ID(RPS-RATING-INDEX) TO RPS-RTL-ID
009182     MOVE RPS-RTG-ID(RPS-RATING-INDEX) TO RPS-WORK-ID
009184     PERFORM 5610-FIND-PLAYER-NAME THRU 5610-EXIT
009186     MOVE RPS-NAME-WORK TO RPS-RTL-NAME
009190     MOVE RPS-RTG-GAMES(RPS-RATING-INDEX) TO RPS-RTL-GAMES
009200     MOVE RPS-RTG-WINS(RPS-RATING-INDEX) TO RPS-RTL-WINS
009210     MOVE RPS-RTG-LOSSES(RPS-RATING-INDEX) TO RPS-RTL-LOSSES
009280     MOVE RPS-RATING-LINE TO RPS-RATINGS-REPORT-REC
009290     WRITE RPS-RATINGS-REPORT-REC.
009300 5830-EXIT.
009301     EXIT.
009302*
009303*=============================================================
009304*5900-RECORD-POSTING - ONCE THE RESULTS ARE POSTED (RATINGS
009305*SAVED FOR A LEAGUE DECK, PLAYED FOR A CLASSIC ONE), ADD THE
009306*BATCH'S "P" EVENT TO RPSBATCH AND MARK AN EDITED DECK PLAYED
009307*ON RPSEDST.  RESULTS NOT POSTED LEAVE THE BATCH OPEN.
009308*=============================================================
009309 5900-RECORD-POSTING.
009310     IF NOT RPS-RESULTS-POSTED
009311         GO TO 5900-EXIT
009312     END-IF
009313     IF RPS-BATCH-HEADER-SEEN
009314         MOVE "P" TO RPS-EVENT-CODE
009315         IF RPS-LEAGUE-MODE
009316             MOVE "POSTED" TO RPS-EVENT-RESULT
009317         ELSE
009318             MOVE "PLAYED" TO RPS-EVENT-RESULT
009319         END-IF
009320         PERFORM 5910-WRITE-REGISTER-EVENT THRU 5910-EXIT
009321     END-IF
009322     IF RPS-BATCH-FILENAME = "RPSACCEPT"
009323         OPEN OUTPUT RPS-EDIT-STATE
009324         IF RPS-EDST-STATUS = "00"
009325             MOVE RPS-EDST-SAVE TO RPS-EDIT-STATE-RECORD
009326             MOVE "PLAYED" TO RPS-EDST-RESULT
009327             WRITE RPS-EDIT-STATE-RECORD
009328             CLOSE RPS-EDIT-STATE
009329         ELSE
009330             DISPLAY "RANDOM-NUMBER: CANNOT MARK RPSEDST "
009331                 "PLAYED, STATUS " RPS-EDST-STATUS
009332             MOVE 8 TO RETURN-CODE
009333         END-IF
009334     END-IF.
009335 5900-EXIT.
009336     EXIT.
009337*
009338*ADD ONE EVENT FOR THIS DECK'S BATCH TO THE END OF RPSBATCH
009339 5910-WRITE-REGISTER-EVENT.
009340     OPEN EXTEND RPS-BATCHES
009341     IF RPS-BAT-STATUS NOT = "00"
009342         OPEN OUTPUT RPS-BATCHES
009343     END-IF
009344     IF RPS-BAT-STATUS NOT = "00"
009345         MOVE 3007 TO MSG-NUMBER
009346         MOVE "RANDOM-NUMBER" TO MSG-PROGRAM-ID
009347         MOVE "RPSBATCH" TO MSG-FILE-NAME
009348         MOVE RPS-BAT-STATUS TO MSG-FILE-STATUS
009349         CALL "MSG-HANDLER" USING MSG-REQUEST
009350         MOVE 8 TO RETURN-CODE
009351         GO TO 5910-EXIT
009352     END-IF
009353     ACCEPT RPS-EVENT-DATE FROM DATE YYYYMMDD
009354     ACCEPT RPS-EVENT-TIME FROM TIME
009355     MOVE SPACES TO RPS-BATCH-REG-RECORD
009356     MOVE RPS-BHD-NUMBER TO BAT-NUMBER
009357     MOVE RPS-BHD-SUBMITTER TO BAT-SUBMITTER
009358     MOVE RPS-BHD-CREATED TO BAT-CREATED
009359     MOVE RPS-EVENT-CODE TO BAT-EVENT
009360     MOVE RPS-EVENT-DATE TO BAT-EVENT-DATE
009361     MOVE RPS-EVENT-TIME(1:6) TO BAT-EVENT-TIME
009362     MOVE RPS-EVENT-RESULT TO BAT-RESULT
009363     MOVE RPS-BATCH-ROUND-COUNT TO BAT-COUNT
009364     WRITE RPS-BATCH-REG-RECORD
009365     CLOSE RPS-BATCHES.
009366 5910-EXIT.
009367     EXIT.
009368*
009369*=============================================================
009370*6000-COMPUTE-COMPUTER-CHOICE - PICK THE COMPUTER MOVE AT
009371*RANDOM FROM THE CHOICES TABLE
009372*=============================================================
009373 6000-COMPUTE-COMPUTER-CHOICE.
009380     COMPUTE RAND-NUM = FUNCTION RANDOM * 100
009390     DIVIDE RAND-NUM BY RPS-CHOICE-COUNT GIVING BLAH
009400         REMAINDER CHOICE-IND
