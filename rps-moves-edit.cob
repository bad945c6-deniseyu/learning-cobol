000180*                  COUNT, PRINTS A BALANCING REPORT ON
000190*                  RPSEDRPT AND LEAVES THE EDIT RESULT ON
000200*                  RPSEDST FOR THE TOURNAMENT STEP.
000201*  2026-10-15 DEV  LEAGUE ROUNDS ARE CHECKED AGAINST THE
000202*                  RPSPLAYR PLAYER REGISTER (COPYBOOK RPSPLY):
000203*                  A ROUND NAMING AN UNREGISTERED, SUSPENDED
000204*                  OR RETIRED PLAYER IS REJECTED WITH REASON
000205*                  03-08 AND GOES TO RPS-SUSPENSE LIKE ANY
000206*                  OTHER REJECT.  NO REGISTER FOR A LEAGUE
000207*                  DECK IS MSG 3003 AND EVERY ROUND REJECTS
000208*                  AS UNREGISTERED.
000209*  2026-10-15 DEV  EVERY DECK NOW OPENS WITH A "BATCH" HEADER
000210*                  (SUBMITTER, BATCH NUMBER, CREATION DATE).
000211*                  A DECK WITH NO VALID HEADER (MSG 3006), OR
000212*                  WHOSE BATCH IS ALREADY POSTED ON THE
000213*                  RPSBATCH REGISTER (MSG 3005), IS REJECTED
000214*                  WHOLE - NOTHING ACCEPTED OR REJECTED, EDIT
000215*                  RESULT REFUSED, RC 8.  AN EDITED BATCH IS
000216*                  RECORDED ON RPSBATCH (COPYBOOK RPSBAT) AS
000217*                  EVENT E, A REFUSED RESUBMISSION AS EVENT R.
000218*  2026-10-15 DEV  ONLY STATUS 35 ON RPSBATCH MEANS NO REGISTER
000219*                  YET.  A REGISTER THAT CANNOT BE READ REFUSES
000220*                  THE DECK (MSG 3007, RESULT REFUSED, RC 8)
000221*                  RATHER THAN PASSING A BATCH UNCHECKED.
000222*
000223*INPUT FORMATS MATCH RANDOM-NUMBER BATCH MODE: A "BATCH"
000224*HEADER (COLUMNS 1-5 "BATCH", 7-14 SUBMITTER ID, 16-21 BATCH
000225*NUMBER, 23-30 CREATION DATE CCYYMMDD), AN OPTIONAL
000230*"LEAGUE" HEADER, THEN ONE MOVE (CLASSIC) OR ID+MOVE PAIRS
000240*(LEAGUE) PER RECORD, ENDED BY A "TRAILER" RECORD CARRYING
000250*THE EXPECTED NUMBER OF MOVE RECORDS.
000270*REJECT REASON CODES:
000280*  01 - INVALID MOVE (CLASSIC OR LEAGUE PLAYER 1)
000290*  02 - INVALID LEAGUE PLAYER 2 MOVE
000291*  03 - LEAGUE PLAYER 1 NOT REGISTERED
000292*  04 - LEAGUE PLAYER 2 NOT REGISTERED
000293*  05 - LEAGUE PLAYER 1 SUSPENDED
000294*  06 - LEAGUE PLAYER 2 SUSPENDED
000295*  07 - LEAGUE PLAYER 1 RETIRED
000296*  08 - LEAGUE PLAYER 2 RETIRED
000297*THE MOVES ARE CHECKED FIRST, THEN PLAYER 1, THEN PLAYER 2;
000298*THE FIRST FAULT FOUND IS THE REASON GIVEN.
000300*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000460     SELECT RPE-REPORT ASSIGN TO "RPSEDRPT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS RPE-RPT-STATUS.
000481     SELECT RPE-BATCHES ASSIGN TO "RPSBATCH"
000482         ORGANIZATION IS LINE SEQUENTIAL
000483         FILE STATUS IS RPE-BAT-STATUS.
000484     SELECT RPE-PLAYERS ASSIGN TO "RPSPLAYR"
000485         ORGANIZATION IS LINE SEQUENTIAL
000486         FILE STATUS IS RPE-PLR-STATUS.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000760     RECORDING MODE IS F.
000770 01  RPE-REPORT-RECORD      PIC X(80).
000780*
000781 FD  RPE-PLAYERS
000782     RECORDING MODE IS F.
000783 COPY RPSPLY.
000784*
000785 FD  RPE-BATCHES
000786     RECORDING MODE IS F.
000787 COPY RPSBAT.
000788*
000790 WORKING-STORAGE SECTION.
000800*FILE STATUS AND SWITCHES
000810 01  RPE-IN-STATUS           PIC X(02) VALUE SPACES.
000910     88  RPE-TRAILER-SEEN        VALUE "Y".
000920 01  RPE-BALANCED-SWITCH     PIC X(01) VALUE "N".
000930     88  RPE-IN-BALANCE          VALUE "Y".
000931 01  RPE-PLR-STATUS          PIC X(02) VALUE SPACES.
000932 01  RPE-PLR-EOF-SWITCH      PIC X(01) VALUE "N".
000933     88  RPE-PLR-EOF             VALUE "Y".
000934 01  RPE-BAT-STATUS          PIC X(02) VALUE SPACES.
000935 01  RPE-BAT-EOF-SWITCH      PIC X(01) VALUE "N".
000936     88  RPE-BAT-EOF             VALUE "Y".
000937 01  RPE-FIRST-SWITCH        PIC X(01) VALUE "Y".
000938     88  RPE-FIRST-RECORD        VALUE "Y".
000939 01  RPE-HEADER-SWITCH       PIC X(01) VALUE "N".
000940     88  RPE-HEADER-ACCEPTED     VALUE "Y".
000941 01  RPE-REFUSED-SWITCH      PIC X(01) VALUE "N".
000942     88  RPE-DECK-REFUSED        VALUE "Y".
000943 01  RPE-POSTED-SWITCH       PIC X(01) VALUE "N".
000944     88  RPE-BATCH-POSTED        VALUE "Y".
000945 01  RPE-REG-FAIL-SWITCH     PIC X(01) VALUE "N".
000946     88  RPE-REGISTER-FAILED     VALUE "Y".
000947*
000950*THE VALID CHOICES, AS PLAYED BY RANDOM-NUMBER
000960 01  RPE-CHOICES.
000970     05  RPE-CHOICE PIC A(08) OCCURS 5 TIMES.
001140     05  RPE-TRL-COUNT          PIC 9(06).
001150     05  FILLER                 PIC X(19).
001160*
001161*BATCH HEADER VIEW - THE FIRST RECORD OF EVERY DECK
001162 01  RPE-BATCH-VIEW.
001163     05  RPE-BAT-LITERAL        PIC X(05).
001164     05  FILLER                 PIC X(01).
001165     05  RPE-BAT-SUBMITTER      PIC X(08).
001166     05  FILLER                 PIC X(01).
001167     05  RPE-BAT-NUMBER         PIC X(06).
001168     05  FILLER                 PIC X(01).
001169     05  RPE-BAT-CREATED        PIC X(08).
001170     05  FILLER                 PIC X(02).
001171*
001172*THE REGISTER EVENT BEING WRITTEN, AND THE TIME STAMP
001173 01  RPE-EVENT-CODE          PIC X(01) VALUE SPACES.
001174 01  RPE-EVENT-RESULT        PIC X(08) VALUE SPACES.
001175 01  RPE-EVENT-COUNT         PIC 9(06) VALUE 0.
001176 01  RPE-CURRENT-DATE        PIC 9(08) VALUE 0.
001177 01  RPE-CURRENT-TIME        PIC 9(08) VALUE 0.
001178 01  RPE-REFUSE-TEXT         PIC X(30) VALUE SPACES.
001179*
001180*COUNTS FOR THE BALANCING REPORT
001181 01  RPE-READ-COUNT          PIC 9(06) VALUE 0.
001190 01  RPE-ACCEPT-COUNT        PIC 9(06) VALUE 0.
001200 01  RPE-REJECT-COUNT        PIC 9(06) VALUE 0.
001210 01  RPE-TRAILER-COUNT       PIC 9(06) VALUE 0.
001280 01  RPE-RPT-FLAG-LINE.
001290     05  RPE-RPT-FLAG-LABEL     PIC X(18).
001300     05  RPE-RPT-FLAG-VALUE     PIC X(03).
001301 01  RPE-RPT-BATCH-LINE.
001302     05  FILLER                 PIC X(18) VALUE
001303         "BATCH           : ".
001304     05  RPE-RBL-NUMBER         PIC X(06).
001305     05  FILLER                 PIC X(06) VALUE " FROM ".
001306     05  RPE-RBL-SUBMITTER      PIC X(08).
001307     05  FILLER                 PIC X(09) VALUE " CREATED ".
001308     05  RPE-RBL-CREATED        PIC X(08).
001309 01  RPE-RPT-TEXT-LINE.
001310     05  RPE-RPT-TEXT-LABEL     PIC X(18).
001311     05  RPE-RPT-TEXT-VALUE     PIC X(30).
001312*
001313*THE PLAYER REGISTER - ID AND STATUS OF EVERY PLAYER, LOADED
001314*WHEN THE "LEAGUE" HEADER IS SEEN
001315 01  RPE-REGISTER-TABLE.
001316     05  RPE-REG-COUNT          PIC 9(03) VALUE 0.
001317     05  RPE-REG-ENTRY OCCURS 500 TIMES.
001318         10  RPE-REG-ID             PIC X(08).
001319         10  RPE-REG-STATUS         PIC X(01).
001320 01  RPE-REG-INDEX           PIC 9(03) VALUE 0.
001321 01  RPE-REG-FOUND           PIC 9(03) VALUE 0.
001322 01  RPE-ID-WORK             PIC X(08) VALUE SPACES.
001323*REGISTER STANDING OF THE PLAYER JUST CHECKED
001324 01  RPE-PLAYER-STANDING     PIC X(01) VALUE SPACES.
001325     88  RPE-PLAYER-UNKNOWN      VALUE "U".
001326     88  RPE-PLAYER-SUSPENDED    VALUE "S".
001327     88  RPE-PLAYER-RETIRED      VALUE "R".
001328*
001329*COMMON MESSAGE HANDLER REQUEST AREA
001330 COPY MSGREQ.
001331*
001332 PROCEDURE DIVISION.
001333*
001340*=============================================================
001350*0000-MAINLINE - EDIT THE MOVES FILE, BALANCE IT AGAINST
001360*THE TRAILER, AND LEAVE THE RESULT FOR THE TOURNAMENT STEP
001734 1100-EXIT.
001735     EXIT.
001736*
001737*=============================================================
001738*1200-LOAD-PLAYERS - READ THE RPSPLAYR REGISTER FOR A LEAGUE
001739*DECK.  WITHOUT IT NO PLAYER CAN BE VOUCHED FOR, SO THE
001740*OPERATOR IS TOLD AND EVERY ROUND REJECTS AS UNREGISTERED.
001741*=============================================================
001742 1200-LOAD-PLAYERS.
001743     OPEN INPUT RPE-PLAYERS
001744     IF RPE-PLR-STATUS NOT = "00"
001745         MOVE 3003 TO MSG-NUMBER
001746         MOVE "RPS-MOVES-EDIT" TO MSG-PROGRAM-ID
001747         MOVE "RPSPLAYR" TO MSG-FILE-NAME
001748         MOVE RPE-PLR-STATUS TO MSG-FILE-STATUS
001749         CALL "MSG-HANDLER" USING MSG-REQUEST
001750         GO TO 1200-EXIT
001751     END-IF
001752     PERFORM 1210-READ-PLAYER THRU 1210-EXIT
001753         UNTIL RPE-PLR-EOF
001754     CLOSE RPE-PLAYERS.
001755 1200-EXIT.
001756     EXIT.
001757*
001758 1210-READ-PLAYER.
001759     READ RPE-PLAYERS
001760         AT END
001761             SET RPE-PLR-EOF TO TRUE
001762         NOT AT END
001763             IF RPE-REG-COUNT >= 500
001764                 DISPLAY "RPS-MOVES-EDIT: REGISTER TABLE FULL, "
001765                     PLR-ID " NOT LOADED"
001766             ELSE
001767                 ADD 1 TO RPE-REG-COUNT
001768                 MOVE PLR-ID TO RPE-REG-ID(RPE-REG-COUNT)
001769                 MOVE PLR-STATUS TO RPE-REG-STATUS(RPE-REG-COUNT)
001770             END-IF
001771     END-READ.
001772 1210-EXIT.
001773     EXIT.
001774*
001775 2000-READ-MOVES-RECORD.
001776     READ RPE-MOVES-IN
001777         AT END
001778             SET RPE-EOF TO TRUE
001780         NOT AT END
001790             PERFORM 3000-EDIT-ONE-RECORD THRU 3000-EXIT
001800     END-READ.
001860*RECORDS; EVERYTHING ELSE IS A MOVE RECORD TO VALIDATE
001870*=============================================================
001880 3000-EDIT-ONE-RECORD.
001881     IF RPE-FIRST-RECORD
001882         MOVE "N" TO RPE-FIRST-SWITCH
001883         PERFORM 3050-CHECK-BATCH-HEADER THRU 3050-EXIT
001884         GO TO 3000-EXIT
001885     END-IF
001890     IF RPE-MOVES-RECORD(1:7) = "TRAILER"
001900         MOVE RPE-MOVES-RECORD TO RPE-TRAILER-VIEW
001910         MOVE RPE-TRL-COUNT TO RPE-TRAILER-COUNT
001950             AND RPE-REJECT-COUNT = 0
001960             AND RPE-MOVES-RECORD(1:8) = "LEAGUE"
001970             SET RPE-LEAGUE-MODE TO TRUE
001975             PERFORM 1200-LOAD-PLAYERS THRU 1200-EXIT
001980             MOVE RPE-MOVES-RECORD TO RPE-ACCEPTED-RECORD
001990             WRITE RPE-ACCEPTED-RECORD
002000         ELSE
002050 3000-EXIT.
002060     EXIT.
002070*
002071*=============================================================
002072*3050-CHECK-BATCH-HEADER - THE FIRST RECORD MUST BE A VALID
002073*"BATCH" HEADER FOR A BATCH NOT YET POSTED; OTHERWISE THE
002074*WHOLE DECK IS REFUSED AND NOTHING MORE IS READ.  AN ACCEPTED
002075*HEADER LEADS THE RPSACCEPT DECK FOR THE TOURNAMENT.
002076*=============================================================
002077 3050-CHECK-BATCH-HEADER.
002078     MOVE RPE-MOVES-RECORD TO RPE-BATCH-VIEW
002079     IF RPE-BAT-LITERAL NOT = "BATCH"
002080         OR RPE-BAT-SUBMITTER = SPACES
002081         OR RPE-BAT-NUMBER NOT NUMERIC
002082         OR RPE-BAT-NUMBER = "000000"
002083         OR RPE-BAT-CREATED NOT NUMERIC
002084         MOVE "NO VALID BATCH HEADER" TO RPE-REFUSE-TEXT
002085         MOVE 3006 TO MSG-NUMBER
002086         MOVE "RPS-MOVES-EDIT" TO MSG-PROGRAM-ID
002087         MOVE "RPSMOVES" TO MSG-FILE-NAME
002088         MOVE SPACES TO MSG-FILE-STATUS
002089         CALL "MSG-HANDLER" USING MSG-REQUEST
002090         SET RPE-DECK-REFUSED TO TRUE
002091         SET RPE-EOF TO TRUE
002092         GO TO 3050-EXIT
002093     END-IF
002094     PERFORM 3060-SCAN-REGISTER THRU 3060-EXIT
002095     IF RPE-DECK-REFUSED
002096         GO TO 3050-EXIT
002097     END-IF
002098     IF RPE-BATCH-POSTED
002099         MOVE "BATCH ALREADY POSTED" TO RPE-REFUSE-TEXT
002100         MOVE 3005 TO MSG-NUMBER
002101         MOVE "RPS-MOVES-EDIT" TO MSG-PROGRAM-ID
002102         MOVE RPE-BAT-NUMBER TO MSG-FILE-NAME
002103         MOVE SPACES TO MSG-FILE-STATUS
002104         CALL "MSG-HANDLER" USING MSG-REQUEST
002105         SET RPE-DECK-REFUSED TO TRUE
002106         SET RPE-EOF TO TRUE
002107         MOVE "R" TO RPE-EVENT-CODE
002108         MOVE "REFUSED" TO RPE-EVENT-RESULT
002109         MOVE 0 TO RPE-EVENT-COUNT
002110         PERFORM 8100-WRITE-REGISTER-EVENT THRU 8100-EXIT
002111         GO TO 3050-EXIT
002112     END-IF
002113     SET RPE-HEADER-ACCEPTED TO TRUE
002114     MOVE RPE-MOVES-RECORD TO RPE-ACCEPTED-RECORD
002115     WRITE RPE-ACCEPTED-RECORD.
002116 3050-EXIT.
002117     EXIT.
002118*
002119*HAS THIS BATCH NUMBER A "P" EVENT ON THE REGISTER?  NO
002120*REGISTER YET (STATUS 35) MEANS NOTHING HAS EVER BEEN POSTED;
002121*A REGISTER THAT CANNOT BE READ REFUSES THE DECK.
002122 3060-SCAN-REGISTER.
002123     MOVE "N" TO RPE-POSTED-SWITCH
002124     OPEN INPUT RPE-BATCHES
002125     IF RPE-BAT-STATUS = "35"
002126         GO TO 3060-EXIT
002127     END-IF
002128     IF RPE-BAT-STATUS NOT = "00"
002129         MOVE "RPSBATCH REGISTER UNREADABLE" TO RPE-REFUSE-TEXT
002130         MOVE 3007 TO MSG-NUMBER
002131         MOVE "RPS-MOVES-EDIT" TO MSG-PROGRAM-ID
002132         MOVE "RPSBATCH" TO MSG-FILE-NAME
002133         MOVE RPE-BAT-STATUS TO MSG-FILE-STATUS
002134         CALL "MSG-HANDLER" USING MSG-REQUEST
002135         SET RPE-DECK-REFUSED TO TRUE
002136         SET RPE-EOF TO TRUE
002137         GO TO 3060-EXIT
002138     END-IF
002139     PERFORM 3070-READ-REGISTER THRU 3070-EXIT
002140         UNTIL RPE-BAT-EOF
002141     CLOSE RPE-BATCHES.
002142 3060-EXIT.
002143     EXIT.
002144*
002145 3070-READ-REGISTER.
002146     READ RPE-BATCHES
002147         AT END
002148             SET RPE-BAT-EOF TO TRUE
002149         NOT AT END
002150             IF BAT-NUMBER = RPE-BAT-NUMBER AND BAT-POSTED
002151                 SET RPE-BATCH-POSTED TO TRUE
002152             END-IF
002153     END-READ.
002154 3070-EXIT.
002155     EXIT.
002156*
002157 3100-VALIDATE-MOVE-RECORD.
002158     MOVE SPACES TO RPE-REASON-CODE
002159     IF RPE-LEAGUE-MODE
002160         MOVE RPE-MOVES-RECORD TO RPE-LEAGUE-VIEW
002161         MOVE RPE-LGE-P1-MOVE TO RPE-MOVE-WORK
002162         PERFORM 3200-LOOKUP-MOVE THRU 3200-EXIT
002163         IF NOT RPE-MOVE-VALID
002164             MOVE "01" TO RPE-REASON-CODE
002165         ELSE
002170             MOVE RPE-LGE-P2-MOVE TO RPE-MOVE-WORK
002180             PERFORM 3200-LOOKUP-MOVE THRU 3200-EXIT
002190             IF NOT RPE-MOVE-VALID
002200                 MOVE "02" TO RPE-REASON-CODE
002210             END-IF
002220         END-IF
002222         IF RPE-REASON-CODE = SPACES
002224             PERFORM 3300-CHECK-LEAGUE-PLAYERS THRU 3300-EXIT
002226         END-IF
002230     ELSE
002240         MOVE RPE-MOVES-RECORD(1:8) TO RPE-MOVE-WORK
002250         PERFORM 3200-LOOKUP-MOVE THRU 3200-EXIT
002580     EXIT.
002590*
002600*=============================================================
002601*3300-CHECK-LEAGUE-PLAYERS - BOTH SIDES OF A LEAGUE ROUND
002602*MUST BE ACTIVE ON THE REGISTER
002603*=============================================================
002604 3300-CHECK-LEAGUE-PLAYERS.
002605     MOVE RPE-LGE-P1-ID TO RPE-ID-WORK
002606     PERFORM 3310-FIND-PLAYER THRU 3310-EXIT
002607     EVALUATE TRUE
002608         WHEN RPE-PLAYER-UNKNOWN
002609             MOVE "03" TO RPE-REASON-CODE
002610         WHEN RPE-PLAYER-SUSPENDED
002611             MOVE "05" TO RPE-REASON-CODE
002612         WHEN RPE-PLAYER-RETIRED
002613             MOVE "07" TO RPE-REASON-CODE
002614     END-EVALUATE
002615     IF RPE-REASON-CODE NOT = SPACES
002616         GO TO 3300-EXIT
002617     END-IF
002618     MOVE RPE-LGE-P2-ID TO RPE-ID-WORK
002619     PERFORM 3310-FIND-PLAYER THRU 3310-EXIT
002620     EVALUATE TRUE
002621         WHEN RPE-PLAYER-UNKNOWN
002622             MOVE "04" TO RPE-REASON-CODE
002623         WHEN RPE-PLAYER-SUSPENDED
002624             MOVE "06" TO RPE-REASON-CODE
002625         WHEN RPE-PLAYER-RETIRED
002626             MOVE "08" TO RPE-REASON-CODE
002627     END-EVALUATE.
002628 3300-EXIT.
002629     EXIT.
002630*
002631*SET THE STANDING OF RPE-ID-WORK - U NOT ON THE REGISTER (A
002632*BLANK ID NEVER IS), OTHERWISE ITS REGISTER STATUS
002633 3310-FIND-PLAYER.
002634     MOVE 0 TO RPE-REG-FOUND
002635     MOVE "U" TO RPE-PLAYER-STANDING
002636     IF RPE-ID-WORK = SPACES
002637         GO TO 3310-EXIT
002638     END-IF
002639     PERFORM 3320-MATCH-ONE-PLAYER THRU 3320-EXIT
002640         VARYING RPE-REG-INDEX FROM 1 BY 1
002641         UNTIL RPE-REG-INDEX > RPE-REG-COUNT
002642             OR RPE-REG-FOUND > 0
002643     IF RPE-REG-FOUND > 0
002644         MOVE RPE-REG-STATUS(RPE-REG-FOUND)
002645             TO RPE-PLAYER-STANDING
002646     END-IF.
002647 3310-EXIT.
002648     EXIT.
002649*
002650 3320-MATCH-ONE-PLAYER.
002651     IF RPE-REG-ID(RPE-REG-INDEX) = RPE-ID-WORK
002652         MOVE RPE-REG-INDEX TO RPE-REG-FOUND
002653     END-IF.
002654 3320-EXIT.
002655     EXIT.
002656*
002657*=============================================================
002658*4000-BALANCE - RECORDS READ MUST EQUAL ACCEPTED PLUS
002659*REJECTED AND THE TRAILER COUNT MUST MATCH WHAT WAS READ
002660*=============================================================
002661 4000-BALANCE.
002662     IF RPE-TRAILER-SEEN
002663         AND NOT RPE-DECK-REFUSED
002664         AND RPE-TRAILER-COUNT = RPE-READ-COUNT
002670         AND RPE-READ-COUNT =
002680             RPE-ACCEPT-COUNT + RPE-REJECT-COUNT
002690         MOVE "Y" TO RPE-BALANCED-SWITCH
002800 8000-TERMINATE.
002810     MOVE "EDIT BALANCING REPORT" TO RPE-REPORT-RECORD
002820     WRITE RPE-REPORT-RECORD
002821     IF RPE-BAT-LITERAL = "BATCH"
002822         MOVE RPE-BAT-NUMBER TO RPE-RBL-NUMBER
002823         MOVE RPE-BAT-SUBMITTER TO RPE-RBL-SUBMITTER
002824         MOVE RPE-BAT-CREATED TO RPE-RBL-CREATED
002825         MOVE RPE-RPT-BATCH-LINE TO RPE-REPORT-RECORD
002826         WRITE RPE-REPORT-RECORD
002827     END-IF
002828     IF RPE-DECK-REFUSED
002829         MOVE "DECK REJECTED   : " TO RPE-RPT-TEXT-LABEL
002830         MOVE RPE-REFUSE-TEXT TO RPE-RPT-TEXT-VALUE
002831         MOVE RPE-RPT-TEXT-LINE TO RPE-REPORT-RECORD
002832         WRITE RPE-REPORT-RECORD
002833     END-IF
002834     MOVE "RECORDS READ    : " TO RPE-RPT-LABEL
002840     MOVE RPE-READ-COUNT TO RPE-RPT-VALUE
002850     MOVE RPE-RPT-LINE TO RPE-REPORT-RECORD
002860     WRITE RPE-REPORT-RECORD
003170     CLOSE RPE-ACCEPTED
003180     CLOSE RPE-REJECTS
003190     CLOSE RPE-REPORT
003191     IF RPE-HEADER-ACCEPTED
003192         MOVE "E" TO RPE-EVENT-CODE
003193         IF RPE-IN-BALANCE
003194             MOVE "BALANCED" TO RPE-EVENT-RESULT
003195         ELSE
003196             MOVE "OUTOFBAL" TO RPE-EVENT-RESULT
003197         END-IF
003198         MOVE RPE-READ-COUNT TO RPE-EVENT-COUNT
003199         PERFORM 8100-WRITE-REGISTER-EVENT THRU 8100-EXIT
003200     END-IF
003201     OPEN OUTPUT RPE-EDIT-STATE
003210     IF RPE-EDST-STATUS NOT = "00"
003220         DISPLAY "RPS-MOVES-EDIT: CANNOT WRITE RPSEDST, "
003230             "STATUS " RPE-EDST-STATUS
003280         ELSE
003290             MOVE "OUTOFBAL" TO RPE-EDST-RESULT
003300         END-IF
003302         IF RPE-DECK-REFUSED
003304             MOVE "REFUSED" TO RPE-EDST-RESULT
003306         END-IF
003310         MOVE RPE-READ-COUNT TO RPE-EDST-READ
003320         MOVE RPE-ACCEPT-COUNT TO RPE-EDST-ACCEPTED
003330         MOVE RPE-REJECT-COUNT TO RPE-EDST-REJECTED
003360         IF NOT RPE-IN-BALANCE
003370             MOVE 8 TO RETURN-CODE
003380         ELSE
003390             IF RPE-REJECT-COUNT > 0 OR RPE-REGISTER-FAILED
003400                 MOVE 4 TO RETURN-CODE
003410             ELSE
003420                 MOVE 0 TO RETURN-CODE
003480         " REJECTED " RPE-REJECT-COUNT.
003490 8000-EXIT.
003500     EXIT.
003510*
003520*=============================================================
003530*8100-WRITE-REGISTER-EVENT - ADD ONE EVENT FOR THIS DECK'S
003540*BATCH TO THE END OF RPSBATCH (CREATED ON FIRST USE)
003550*=============================================================
003560 8100-WRITE-REGISTER-EVENT.
003570     OPEN EXTEND RPE-BATCHES
003580     IF RPE-BAT-STATUS NOT = "00"
003590         OPEN OUTPUT RPE-BATCHES
003600     END-IF
003610     IF RPE-BAT-STATUS NOT = "00"
003620         MOVE 3007 TO MSG-NUMBER
003630         MOVE "RPS-MOVES-EDIT" TO MSG-PROGRAM-ID
003640         MOVE "RPSBATCH" TO MSG-FILE-NAME
003650         MOVE RPE-BAT-STATUS TO MSG-FILE-STATUS
003660         CALL "MSG-HANDLER" USING MSG-REQUEST
003670         SET RPE-REGISTER-FAILED TO TRUE
003680         GO TO 8100-EXIT
003690     END-IF
003700     ACCEPT RPE-CURRENT-DATE FROM DATE YYYYMMDD
003710     ACCEPT RPE-CURRENT-TIME FROM TIME
003720     MOVE SPACES TO RPS-BATCH-REG-RECORD
003730     MOVE RPE-BAT-NUMBER TO BAT-NUMBER
003740     MOVE RPE-BAT-SUBMITTER TO BAT-SUBMITTER
003750     MOVE RPE-BAT-CREATED TO BAT-CREATED
003760     MOVE RPE-EVENT-CODE TO BAT-EVENT
003770     MOVE RPE-CURRENT-DATE TO BAT-EVENT-DATE
003780     MOVE RPE-CURRENT-TIME(1:6) TO BAT-EVENT-TIME
003790     MOVE RPE-EVENT-RESULT TO BAT-RESULT
003800     MOVE RPE-EVENT-COUNT TO BAT-COUNT
003810     WRITE RPS-BATCH-REG-RECORD
003820     CLOSE RPE-BATCHES.
003830 8100-EXIT.
003840     EXIT.
