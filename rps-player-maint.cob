000010*IDENTIFICATION DIVISION.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. RPS-PLAYER-MAINT.
000040 AUTHOR. SYSTEMS DEVELOPMENT.
000050 INSTALLATION. SYSTEMS DEVELOPMENT.
000060 DATE-WRITTEN. 10/15/2026.
000070 DATE-COMPILED.
000080*
000090*MODIFICATION HISTORY
000100*  DATE       INIT DESCRIPTION
000110*  ---------- ---- ------------------------------------
000120*  2026-10-15 DEV  ORIGINAL PROGRAM. MAINTAINS THE RPSPLAYR
000130*                  REGISTER OF RPS LEAGUE PLAYERS (COPYBOOK
000140*                  RPSPLY) FROM THE RPSPLYTX TRANSACTION DECK:
000150*                  ADD REGISTERS A NEW PLAYER, CHG CHANGES A
000160*                  PLAYER'S DISPLAY NAME OR STATUS.  EACH
000170*                  TRANSACTION IS LISTED ON RPSPLRPT WITH ITS
000180*                  RESULT, FOLLOWED BY THE WHOLE REGISTER.
000190*                  RUNS AHEAD OF RPS-MOVES-EDIT SO TONIGHT'S
000200*                  REGISTRATIONS ARE IN FORCE FOR TONIGHT'S
000210*                  LEAGUE ROUNDS.
000220*
000230*TRANSACTION DECK FORMAT (ONE ACTION PER RECORD, "*" IN
000240*COLUMN 1 IS A COMMENT):
000250*  COLUMNS 1-3   ACTION  ADD OR CHG
000260*  COLUMNS 5-12  PLAYER ID
000270*  COLUMN  14    STATUS  A ACTIVE, S SUSPENDED, R RETIRED
000280*  COLUMNS 16-35 DISPLAY NAME
000290*ADD NEEDS A DISPLAY NAME; A BLANK STATUS REGISTERS THE PLAYER
000300*ACTIVE.  ON CHG A BLANK NAME OR STATUS IS LEFT AS IT WAS.  THE
000310*REGISTERED DATE IS SET BY ADD AND NEVER CHANGED; THE STATUS
000320*DATE IS SET WHENEVER THE STATUS CHANGES.  A PLAYER IS NEVER
000330*REMOVED - RETIRE THEM, SO THEIR RPSRATE HISTORY STILL HAS A
000340*NAME.
000350*
000360*THE REGISTER IS HELD IN A TABLE IN PLAYER-ID ORDER AND
000370*WRITTEN BACK WHOLE.  A REGISTER THAT DOES NOT FIT THE TABLE IS
000380*NEVER REWRITTEN (SEE RANDOM-NUMBER 5700 FOR THE SAME GUARD).
000390*ONCE THE REGISTER IS SAFELY REWRITTEN THE DECK IS EMPTIED SO
000400*NO TRANSACTION IS APPLIED TWICE.
000402*ONLY STATUS 35 ON OPENING RPSPLAYR MEANS FIRST USE (AN EMPTY
000404*REGISTER); ANY OTHER FAILURE TO READ IT, OR TO WRITE ANY OF
000406*IT BACK, IS MSG 3004 AND RC 16 AND THE DECK IS KEPT.
000410*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT RPM-TRANSACTIONS ASSIGN TO "RPSPLYTX"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS RPM-TRN-STATUS-CODE.
000480     SELECT RPM-REGISTER ASSIGN TO "RPSPLAYR"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS RPM-REG-STATUS.
000510     SELECT RPM-REPORT ASSIGN TO "RPSPLRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS RPM-RPT-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  RPM-TRANSACTIONS
000580     RECORDING MODE IS F.
000590 01  RPM-TRANSACTION-RECORD.
000600     05  RPM-TRN-ACTION         PIC X(03).
000610     05  FILLER                 PIC X(01).
000620     05  RPM-TRN-ID             PIC X(08).
000630     05  FILLER                 PIC X(01).
000640     05  RPM-TRN-STATUS         PIC X(01).
000650         88  RPM-TRN-STATUS-VALID   VALUE "A" "S" "R".
000660     05  FILLER                 PIC X(01).
000670     05  RPM-TRN-NAME           PIC X(20).
000680*
000690 FD  RPM-REGISTER
000700     RECORDING MODE IS F.
000710 COPY RPSPLY.
000720*
000730 FD  RPM-REPORT
000740     RECORDING MODE IS F.
000750 01  RPM-REPORT-RECORD      PIC X(80).
000760*
000770 WORKING-STORAGE SECTION.
000780*FILE STATUS AND SWITCHES
000790 01  RPM-TRN-STATUS-CODE     PIC X(02) VALUE SPACES.
000800 01  RPM-REG-STATUS          PIC X(02) VALUE SPACES.
000810 01  RPM-RPT-STATUS          PIC X(02) VALUE SPACES.
000820 01  RPM-REG-EOF-SWITCH      PIC X(01) VALUE "N".
000830     88  RPM-REG-EOF             VALUE "Y".
000840 01  RPM-TRN-EOF-SWITCH      PIC X(01) VALUE "N".
000850     88  RPM-TRN-EOF             VALUE "Y".
000860 01  RPM-DECK-SWITCH         PIC X(01) VALUE "N".
000870     88  RPM-DECK-PRESENT        VALUE "Y".
000880 01  RPM-DROP-SWITCH         PIC X(01) VALUE "N".
000890     88  RPM-REGISTER-DROPPED    VALUE "Y".
000900 01  RPM-SAVE-SWITCH         PIC X(01) VALUE "N".
000910     88  RPM-SAVE-FAILED         VALUE "Y".
000913 01  RPM-READ-SWITCH         PIC X(01) VALUE "N".
000916     88  RPM-REGISTER-UNREADABLE VALUE "Y".
000920 01  RPM-ACCEPT-SWITCH       PIC X(01) VALUE "N".
000930     88  RPM-TRN-ACCEPTED        VALUE "Y".
000940*
000950*THE REGISTER, IN PLAYER-ID ORDER
000960 01  RPM-REGISTER-TABLE.
000970     05  RPM-PLAYER-COUNT       PIC 9(03) VALUE 0.
000980     05  RPM-PLAYER OCCURS 500 TIMES.
000990         10  RPM-PLY-ID             PIC X(08).
001000         10  RPM-PLY-NAME           PIC X(20).
001010         10  RPM-PLY-REGISTERED     PIC 9(08).
001020         10  RPM-PLY-STATUS         PIC X(01).
001030         10  RPM-PLY-STATUS-DATE    PIC 9(08).
001040 01  RPM-PLAYER-LIMIT        PIC 9(03) VALUE 500.
001050 01  RPM-PLAYER-INDEX        PIC 9(03) VALUE 0.
001060 01  RPM-FOUND-INDEX         PIC 9(03) VALUE 0.
001070 01  RPM-INSERT-INDEX        PIC 9(03) VALUE 0.
001080 01  RPM-NEXT-INDEX          PIC 9(03) VALUE 0.
001090*
001100*CURRENT DATE AND RUN TOTALS
001110 01  RPM-CURRENT-DATE        PIC 9(08) VALUE 0.
001120 01  RPM-TRANS-READ          PIC 9(05) VALUE 0.
001130 01  RPM-TRANS-ACCEPTED      PIC 9(05) VALUE 0.
001140 01  RPM-TRANS-REJECTED      PIC 9(05) VALUE 0.
001150 01  RPM-ACTIVE-COUNT        PIC 9(05) VALUE 0.
001160 01  RPM-SUSPENDED-COUNT     PIC 9(05) VALUE 0.
001170 01  RPM-RETIRED-COUNT       PIC 9(05) VALUE 0.
001180 01  RPM-RESULT-TEXT         PIC X(30) VALUE SPACES.
001190*
001200*REPORT LINE LAYOUTS
001210 01  RPM-TRN-LINE.
001220     05  RPM-TRL-ACTION         PIC X(03).
001230     05  FILLER                 PIC X(01) VALUE SPACES.
001240     05  RPM-TRL-ID             PIC X(08).
001250     05  FILLER                 PIC X(01) VALUE SPACES.
001260     05  RPM-TRL-STATUS         PIC X(01).
001270     05  FILLER                 PIC X(01) VALUE SPACES.
001280     05  RPM-TRL-NAME           PIC X(20).
001290     05  FILLER                 PIC X(02) VALUE SPACES.
001300     05  RPM-TRL-RESULT         PIC X(30).
001310 01  RPM-REG-LINE.
001320     05  RPM-RGL-ID             PIC X(08).
001330     05  FILLER                 PIC X(01) VALUE SPACES.
001340     05  RPM-RGL-NAME           PIC X(20).
001350     05  FILLER                 PIC X(01) VALUE SPACES.
001360     05  RPM-RGL-REGISTERED     PIC 9(08).
001370     05  FILLER                 PIC X(01) VALUE SPACES.
001380     05  RPM-RGL-STATUS         PIC X(09).
001390     05  FILLER                 PIC X(01) VALUE SPACES.
001400     05  RPM-RGL-STATUS-DATE    PIC 9(08).
001410 01  RPM-RPT-LINE.
001420     05  RPM-RPT-LABEL          PIC X(22).
001430     05  RPM-RPT-VALUE          PIC ZZZZ9.
001440*
001450*COMMON MESSAGE HANDLER REQUEST AREA
001460 COPY MSGREQ.
001470*
001480 PROCEDURE DIVISION.
001490*
001500*=============================================================
001510*0000-MAINLINE - LOAD THE REGISTER, APPLY THE DECK, WRITE
001520*THE REGISTER BACK AND LIST IT
001530*=============================================================
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001560     PERFORM 2000-LOAD-REGISTER THRU 2000-EXIT
001561     IF RPM-REGISTER-UNREADABLE
001562         MOVE "RPSPLAYR CANNOT BE READ - NOTHING APPLIED"
001563             TO RPM-REPORT-RECORD
001564         WRITE RPM-REPORT-RECORD
001565         MOVE 16 TO RETURN-CODE
001566     ELSE
001570     IF RPM-REGISTER-DROPPED
001580         MOVE "RPSPLAYR DOES NOT FIT THE REGISTER TABLE - "
001590             TO RPM-REPORT-RECORD
001600         MOVE "NOTHING APPLIED" TO RPM-REPORT-RECORD(44:)
001610         WRITE RPM-REPORT-RECORD
001620         MOVE 16 TO RETURN-CODE
001630     ELSE
001640         PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT
001650         IF RPM-TRANS-ACCEPTED > 0
001660             PERFORM 4000-SAVE-REGISTER THRU 4000-EXIT
001670         END-IF
001680         IF RPM-DECK-PRESENT AND NOT RPM-SAVE-FAILED
001690             PERFORM 4500-CLEAR-DECK THRU 4500-EXIT
001700         END-IF
001710         IF NOT RPM-SAVE-FAILED
001720             PERFORM 5000-LIST-REGISTER THRU 5000-EXIT
001730         END-IF
001740     END-IF
001745     END-IF
001750     PERFORM 8000-TERMINATE THRU 8000-EXIT
001760     GOBACK.
001770*
001780*=============================================================
001790*1000-INITIALIZE - CURRENT DATE AND REPORT OPEN
001800*=============================================================
001810 1000-INITIALIZE.
001820     ACCEPT RPM-CURRENT-DATE FROM DATE YYYYMMDD
001830     OPEN OUTPUT RPM-REPORT
001840     IF RPM-RPT-STATUS NOT = "00"
001850         MOVE 3001 TO MSG-NUMBER
001860         MOVE "RPS-PLAYER-MAINT" TO MSG-PROGRAM-ID
001870         MOVE "RPSPLRPT" TO MSG-FILE-NAME
001880         MOVE RPM-RPT-STATUS TO MSG-FILE-STATUS
001890         CALL "MSG-HANDLER" USING MSG-REQUEST
001900         MOVE 16 TO RETURN-CODE
001910         GOBACK
001920     END-IF
001930     MOVE "RPS LEAGUE PLAYER REGISTER MAINTENANCE"
001940         TO RPM-REPORT-RECORD
001950     WRITE RPM-REPORT-RECORD.
001960 1000-EXIT.
001970     EXIT.
001980*
001990*=============================================================
002000*2000-LOAD-REGISTER - READ RPSPLAYR INTO THE TABLE.  NO
002010*REGISTER YET (STATUS 35) MEANS THE LEAGUE STARTS WITH NO
002015*PLAYERS; ANY OTHER OPEN FAILURE LEAVES IT UNTOUCHED.
002020*=============================================================
002030 2000-LOAD-REGISTER.
002040     OPEN INPUT RPM-REGISTER
002050     IF RPM-REG-STATUS = "35"
002060         DISPLAY "RPS-PLAYER-MAINT: NO RPSPLAYR YET, STARTING "
002070             "EMPTY"
002071         GO TO 2000-EXIT
002072     END-IF
002073     IF RPM-REG-STATUS NOT = "00"
002074         MOVE 3004 TO MSG-NUMBER
002075         MOVE "RPS-PLAYER-MAINT" TO MSG-PROGRAM-ID
002076         MOVE "RPSPLAYR" TO MSG-FILE-NAME
002077         MOVE RPM-REG-STATUS TO MSG-FILE-STATUS
002078         CALL "MSG-HANDLER" USING MSG-REQUEST
002079         SET RPM-REGISTER-UNREADABLE TO TRUE
002080         GO TO 2000-EXIT
002081     END-IF
002090     PERFORM 2100-READ-REGISTER-RECORD THRU 2100-EXIT
002100         UNTIL RPM-REG-EOF
002110     CLOSE RPM-REGISTER.
002130 2000-EXIT.
002140     EXIT.
002150*
002160 2100-READ-REGISTER-RECORD.
002170     READ RPM-REGISTER
002180         AT END
002190             SET RPM-REG-EOF TO TRUE
002200         NOT AT END
002210             IF RPM-PLAYER-COUNT >= RPM-PLAYER-LIMIT
002220                 DISPLAY "RPS-PLAYER-MAINT: REGISTER TABLE "
002230                     "FULL, " PLR-ID " NOT LOADED"
002240                 SET RPM-REGISTER-DROPPED TO TRUE
002250             ELSE
002260                 ADD 1 TO RPM-PLAYER-COUNT
002270                 MOVE PLR-ID TO RPM-PLY-ID(RPM-PLAYER-COUNT)
002280                 MOVE PLR-NAME
002290                     TO RPM-PLY-NAME(RPM-PLAYER-COUNT)
002300                 MOVE PLR-REGISTERED
002310                     TO RPM-PLY-REGISTERED(RPM-PLAYER-COUNT)
002320                 MOVE PLR-STATUS
002330                     TO RPM-PLY-STATUS(RPM-PLAYER-COUNT)
002340                 MOVE PLR-STATUS-DATE
002350                     TO RPM-PLY-STATUS-DATE(RPM-PLAYER-COUNT)
002360             END-IF
002370     END-READ.
002380 2100-EXIT.
002390     EXIT.
002400*
002410*=============================================================
002420*3000-APPLY-TRANSACTIONS - EVERY DECK RECORD IS LISTED WITH
002430*ITS RESULT; A REJECTED TRANSACTION CHANGES NOTHING
002440*=============================================================
002450 3000-APPLY-TRANSACTIONS.
002460     MOVE SPACES TO RPM-REPORT-RECORD
002470     WRITE RPM-REPORT-RECORD
002480     OPEN INPUT RPM-TRANSACTIONS
002490     IF RPM-TRN-STATUS-CODE NOT = "00"
002500         MOVE "NO RPSPLYTX TRANSACTIONS" TO RPM-REPORT-RECORD
002510         WRITE RPM-REPORT-RECORD
002520         GO TO 3000-EXIT
002530     END-IF
002540     SET RPM-DECK-PRESENT TO TRUE
002550     MOVE "TRANSACTIONS" TO RPM-REPORT-RECORD
002560     WRITE RPM-REPORT-RECORD
002570     MOVE "ACT ID       S DISPLAY NAME          RESULT"
002580         TO RPM-REPORT-RECORD
002590     WRITE RPM-REPORT-RECORD
002600     PERFORM 3100-READ-TRANSACTION THRU 3100-EXIT
002610         UNTIL RPM-TRN-EOF
002620     CLOSE RPM-TRANSACTIONS.
002630 3000-EXIT.
002640     EXIT.
002650*
002660 3100-READ-TRANSACTION.
002670     READ RPM-TRANSACTIONS
002680         AT END
002690             SET RPM-TRN-EOF TO TRUE
002700         NOT AT END
002710             PERFORM 3200-APPLY-ONE-TRANSACTION THRU 3200-EXIT
002720     END-READ.
002730 3100-EXIT.
002740     EXIT.
002750*
002760 3200-APPLY-ONE-TRANSACTION.
002770     IF RPM-TRANSACTION-RECORD(1:1) = "*"
002780         GO TO 3200-EXIT
002790     END-IF
002800     ADD 1 TO RPM-TRANS-READ
002810     MOVE "N" TO RPM-ACCEPT-SWITCH
002820     MOVE SPACES TO RPM-RESULT-TEXT
002830     EVALUATE TRUE
002840         WHEN RPM-TRN-ID = SPACES
002850             MOVE "REJECTED - NO PLAYER ID" TO RPM-RESULT-TEXT
002860         WHEN RPM-TRN-STATUS NOT = SPACES
002870             AND NOT RPM-TRN-STATUS-VALID
002880             MOVE "REJECTED - INVALID STATUS"
002890                 TO RPM-RESULT-TEXT
002900         WHEN RPM-TRN-ACTION = "ADD"
002910             PERFORM 3400-ADD-PLAYER THRU 3400-EXIT
002920         WHEN RPM-TRN-ACTION = "CHG"
002930             PERFORM 3500-CHANGE-PLAYER THRU 3500-EXIT
002940         WHEN OTHER
002950             MOVE "REJECTED - INVALID ACTION"
002960                 TO RPM-RESULT-TEXT
002970     END-EVALUATE
002980     IF RPM-TRN-ACCEPTED
002990         ADD 1 TO RPM-TRANS-ACCEPTED
003000     ELSE
003010         ADD 1 TO RPM-TRANS-REJECTED
003020     END-IF
003030     MOVE RPM-TRN-ACTION TO RPM-TRL-ACTION
003040     MOVE RPM-TRN-ID TO RPM-TRL-ID
003050     MOVE RPM-TRN-STATUS TO RPM-TRL-STATUS
003060     MOVE RPM-TRN-NAME TO RPM-TRL-NAME
003070     MOVE RPM-RESULT-TEXT TO RPM-TRL-RESULT
003080     MOVE RPM-TRN-LINE TO RPM-REPORT-RECORD
003090     WRITE RPM-REPORT-RECORD.
003100 3200-EXIT.
003110     EXIT.
003120*
003130 3300-FIND-PLAYER.
003140     MOVE 0 TO RPM-FOUND-INDEX
003150     PERFORM 3310-MATCH-ONE-PLAYER THRU 3310-EXIT
003160         VARYING RPM-PLAYER-INDEX FROM 1 BY 1
003170         UNTIL RPM-PLAYER-INDEX > RPM-PLAYER-COUNT
003180             OR RPM-FOUND-INDEX > 0.
003190 3300-EXIT.
003200     EXIT.
003210*
003220 3310-MATCH-ONE-PLAYER.
003230     IF RPM-PLY-ID(RPM-PLAYER-INDEX) = RPM-TRN-ID
003240         MOVE RPM-PLAYER-INDEX TO RPM-FOUND-INDEX
003250     END-IF.
003260 3310-EXIT.
003270     EXIT.
003280*
003290*=============================================================
003300*3400-ADD-PLAYER - REGISTER A NEW PLAYER IN ID ORDER, DATED
003310*TODAY, ACTIVE UNLESS THE DECK SAYS OTHERWISE
003320*=============================================================
003330 3400-ADD-PLAYER.
003340     PERFORM 3300-FIND-PLAYER THRU 3300-EXIT
003350     IF RPM-FOUND-INDEX > 0
003360         MOVE "REJECTED - ALREADY REGISTERED" TO RPM-RESULT-TEXT
003370         GO TO 3400-EXIT
003380     END-IF
003390     IF RPM-TRN-NAME = SPACES
003400         MOVE "REJECTED - NO DISPLAY NAME" TO RPM-RESULT-TEXT
003410         GO TO 3400-EXIT
003420     END-IF
003430     IF RPM-PLAYER-COUNT >= RPM-PLAYER-LIMIT
003440         MOVE "REJECTED - REGISTER FULL" TO RPM-RESULT-TEXT
003450         GO TO 3400-EXIT
003460     END-IF
003470     MOVE 0 TO RPM-INSERT-INDEX
003480     PERFORM 3410-CHECK-ONE-SLOT THRU 3410-EXIT
003490         VARYING RPM-PLAYER-INDEX FROM 1 BY 1
003500         UNTIL RPM-PLAYER-INDEX > RPM-PLAYER-COUNT
003510             OR RPM-INSERT-INDEX > 0
003520     IF RPM-INSERT-INDEX = 0
003530         COMPUTE RPM-INSERT-INDEX = RPM-PLAYER-COUNT + 1
003540     END-IF
003550     PERFORM 3420-SHIFT-ONE-UP THRU 3420-EXIT
003560         VARYING RPM-PLAYER-INDEX FROM RPM-PLAYER-COUNT BY -1
003570         UNTIL RPM-PLAYER-INDEX < RPM-INSERT-INDEX
003580     ADD 1 TO RPM-PLAYER-COUNT
003590     MOVE RPM-TRN-ID TO RPM-PLY-ID(RPM-INSERT-INDEX)
003600     MOVE RPM-TRN-NAME TO RPM-PLY-NAME(RPM-INSERT-INDEX)
003610     MOVE RPM-CURRENT-DATE
003620         TO RPM-PLY-REGISTERED(RPM-INSERT-INDEX)
003630     IF RPM-TRN-STATUS = SPACES
003640         MOVE "A" TO RPM-PLY-STATUS(RPM-INSERT-INDEX)
003650     ELSE
003660         MOVE RPM-TRN-STATUS TO RPM-PLY-STATUS(RPM-INSERT-INDEX)
003670     END-IF
003680     MOVE RPM-CURRENT-DATE
003690         TO RPM-PLY-STATUS-DATE(RPM-INSERT-INDEX)
003700     MOVE "ACCEPTED - REGISTERED" TO RPM-RESULT-TEXT
003710     SET RPM-TRN-ACCEPTED TO TRUE.
003720 3400-EXIT.
003730     EXIT.
003740*
003750*THE NEW PLAYER GOES AHEAD OF THE FIRST HIGHER ID
003760 3410-CHECK-ONE-SLOT.
003770     IF RPM-PLY-ID(RPM-PLAYER-INDEX) > RPM-TRN-ID
003780         MOVE RPM-PLAYER-INDEX TO RPM-INSERT-INDEX
003790     END-IF.
003800 3410-EXIT.
003810     EXIT.
003820*
003830 3420-SHIFT-ONE-UP.
003840     COMPUTE RPM-NEXT-INDEX = RPM-PLAYER-INDEX + 1
003850     MOVE RPM-PLAYER(RPM-PLAYER-INDEX)
003860         TO RPM-PLAYER(RPM-NEXT-INDEX).
003870 3420-EXIT.
003880     EXIT.
003890*
003900*=============================================================
003910*3500-CHANGE-PLAYER - NEW DISPLAY NAME AND/OR STATUS FOR A
003920*REGISTERED PLAYER; BLANK FIELDS ARE LEFT AS THEY WERE
003930*=============================================================
003940 3500-CHANGE-PLAYER.
003950     PERFORM 3300-FIND-PLAYER THRU 3300-EXIT
003960     IF RPM-FOUND-INDEX = 0
003970         MOVE "REJECTED - NOT REGISTERED" TO RPM-RESULT-TEXT
003980         GO TO 3500-EXIT
003990     END-IF
004000     IF RPM-TRN-NAME = SPACES AND RPM-TRN-STATUS = SPACES
004010         MOVE "REJECTED - NOTHING TO CHANGE" TO RPM-RESULT-TEXT
004020         GO TO 3500-EXIT
004030     END-IF
004040     IF RPM-TRN-NAME NOT = SPACES
004050         MOVE RPM-TRN-NAME TO RPM-PLY-NAME(RPM-FOUND-INDEX)
004060     END-IF
004070     IF RPM-TRN-STATUS NOT = SPACES
004080         AND RPM-TRN-STATUS NOT = RPM-PLY-STATUS(RPM-FOUND-INDEX)
004090         MOVE RPM-TRN-STATUS TO RPM-PLY-STATUS(RPM-FOUND-INDEX)
004100         MOVE RPM-CURRENT-DATE
004110             TO RPM-PLY-STATUS-DATE(RPM-FOUND-INDEX)
004120     END-IF
004130     MOVE "ACCEPTED - CHANGED" TO RPM-RESULT-TEXT
004140     SET RPM-TRN-ACCEPTED TO TRUE.
004150 3500-EXIT.
004160     EXIT.
004170*
004180*=============================================================
004190*4000-SAVE-REGISTER - WRITE THE WHOLE TABLE BACK TO RPSPLAYR
004200*=============================================================
004210 4000-SAVE-REGISTER.
004220     OPEN OUTPUT RPM-REGISTER
004230     IF RPM-REG-STATUS NOT = "00"
004240         MOVE 3004 TO MSG-NUMBER
004250         MOVE "RPS-PLAYER-MAINT" TO MSG-PROGRAM-ID
004260         MOVE "RPSPLAYR" TO MSG-FILE-NAME
004270         MOVE RPM-REG-STATUS TO MSG-FILE-STATUS
004280         CALL "MSG-HANDLER" USING MSG-REQUEST
004290         SET RPM-SAVE-FAILED TO TRUE
004300         MOVE SPACES TO RPM-REPORT-RECORD
004310         WRITE RPM-REPORT-RECORD
004320         MOVE "RPSPLAYR NOT REWRITTEN - NO TRANSACTION APPLIED"
004330             TO RPM-REPORT-RECORD
004340         WRITE RPM-REPORT-RECORD
004350         MOVE 16 TO RETURN-CODE
004360         GO TO 4000-EXIT
004370     END-IF
004380     PERFORM 4100-WRITE-REGISTER-RECORD THRU 4100-EXIT
004390         VARYING RPM-PLAYER-INDEX FROM 1 BY 1
004400         UNTIL RPM-PLAYER-INDEX > RPM-PLAYER-COUNT
004405             OR RPM-SAVE-FAILED
004410     CLOSE RPM-REGISTER
004411     IF RPM-SAVE-FAILED
004412         MOVE SPACES TO RPM-REPORT-RECORD
004413         WRITE RPM-REPORT-RECORD
004414         MOVE "RPSPLAYR REWRITE FAILED PART WAY - RESTORE IT AND"
004415             TO RPM-REPORT-RECORD
004416         MOVE "RERUN THE DECK" TO RPM-REPORT-RECORD(51:)
004417         WRITE RPM-REPORT-RECORD
004418         MOVE 16 TO RETURN-CODE
004419     END-IF.
004420 4000-EXIT.
004430     EXIT.
004440*
004450 4100-WRITE-REGISTER-RECORD.
004460     MOVE SPACES TO RPS-PLAYER-REG-RECORD
004470     MOVE RPM-PLY-ID(RPM-PLAYER-INDEX) TO PLR-ID
004480     MOVE RPM-PLY-NAME(RPM-PLAYER-INDEX) TO PLR-NAME
004490     MOVE RPM-PLY-REGISTERED(RPM-PLAYER-INDEX) TO PLR-REGISTERED
004500     MOVE RPM-PLY-STATUS(RPM-PLAYER-INDEX) TO PLR-STATUS
004510     MOVE RPM-PLY-STATUS-DATE(RPM-PLAYER-INDEX)
004520         TO PLR-STATUS-DATE
004530     WRITE RPS-PLAYER-REG-RECORD
004531     IF RPM-REG-STATUS NOT = "00"
004532         MOVE 3004 TO MSG-NUMBER
004533         MOVE "RPS-PLAYER-MAINT" TO MSG-PROGRAM-ID
004534         MOVE "RPSPLAYR" TO MSG-FILE-NAME
004535         MOVE RPM-REG-STATUS TO MSG-FILE-STATUS
004536         CALL "MSG-HANDLER" USING MSG-REQUEST
004537         SET RPM-SAVE-FAILED TO TRUE
004538     END-IF.
004540 4100-EXIT.
004550     EXIT.
004560*
004570*EVERY TRANSACTION HAS BEEN APPLIED OR REJECTED - EMPTY THE
004580*DECK SO TOMORROW NIGHT DOES NOT APPLY IT AGAIN
004590 4500-CLEAR-DECK.
004600     OPEN OUTPUT RPM-TRANSACTIONS
004610     IF RPM-TRN-STATUS-CODE = "00"
004620         CLOSE RPM-TRANSACTIONS
004630     END-IF.
004640 4500-EXIT.
004650     EXIT.
004660*
004670*=============================================================
004680*5000-LIST-REGISTER - THE WHOLE REGISTER AS IT NOW STANDS
004690*=============================================================
004700 5000-LIST-REGISTER.
004710     MOVE SPACES TO RPM-REPORT-RECORD
004720     WRITE RPM-REPORT-RECORD
004730     MOVE "PLAYER REGISTER" TO RPM-REPORT-RECORD
004740     WRITE RPM-REPORT-RECORD
004750     MOVE "PLAYER   DISPLAY NAME         REGISTER STATUS    SINCE"
004760         TO RPM-REPORT-RECORD
004770     WRITE RPM-REPORT-RECORD
004780     PERFORM 5100-LIST-ONE-PLAYER THRU 5100-EXIT
004790         VARYING RPM-PLAYER-INDEX FROM 1 BY 1
004800         UNTIL RPM-PLAYER-INDEX > RPM-PLAYER-COUNT.
004810 5000-EXIT.
004820     EXIT.
004830*
004840 5100-LIST-ONE-PLAYER.
004850     MOVE RPM-PLY-ID(RPM-PLAYER-INDEX) TO RPM-RGL-ID
004860     MOVE RPM-PLY-NAME(RPM-PLAYER-INDEX) TO RPM-RGL-NAME
004870     MOVE RPM-PLY-REGISTERED(RPM-PLAYER-INDEX)
004880         TO RPM-RGL-REGISTERED
004890     MOVE RPM-PLY-STATUS-DATE(RPM-PLAYER-INDEX)
004900         TO RPM-RGL-STATUS-DATE
004910     EVALUATE RPM-PLY-STATUS(RPM-PLAYER-INDEX)
004920         WHEN "A"
004930             MOVE "ACTIVE" TO RPM-RGL-STATUS
004940             ADD 1 TO RPM-ACTIVE-COUNT
004950         WHEN "S"
004960             MOVE "SUSPENDED" TO RPM-RGL-STATUS
004970             ADD 1 TO RPM-SUSPENDED-COUNT
004980         WHEN "R"
004990             MOVE "RETIRED" TO RPM-RGL-STATUS
005000             ADD 1 TO RPM-RETIRED-COUNT
005010         WHEN OTHER
005020             MOVE "UNKNOWN" TO RPM-RGL-STATUS
005030     END-EVALUATE
005040     MOVE RPM-REG-LINE TO RPM-REPORT-RECORD
005050     WRITE RPM-REPORT-RECORD.
005060 5100-EXIT.
005070     EXIT.
005080*
005090*=============================================================
005100*8000-TERMINATE - RUN TOTALS AND THE STEP RETURN CODE
005110*(4 WHEN ANY TRANSACTION WAS REJECTED)
005120*=============================================================
005130 8000-TERMINATE.
005140     MOVE SPACES TO RPM-REPORT-RECORD
005150     WRITE RPM-REPORT-RECORD
005160     MOVE "TRANSACTIONS READ   : " TO RPM-RPT-LABEL
005170     MOVE RPM-TRANS-READ TO RPM-RPT-VALUE
005180     MOVE RPM-RPT-LINE TO RPM-REPORT-RECORD
005190     WRITE RPM-REPORT-RECORD
005200     MOVE "ACCEPTED            : " TO RPM-RPT-LABEL
005210     MOVE RPM-TRANS-ACCEPTED TO RPM-RPT-VALUE
005220     MOVE RPM-RPT-LINE TO RPM-REPORT-RECORD
005230     WRITE RPM-REPORT-RECORD
005240     MOVE "REJECTED            : " TO RPM-RPT-LABEL
005250     MOVE RPM-TRANS-REJECTED TO RPM-RPT-VALUE
005260     MOVE RPM-RPT-LINE TO RPM-REPORT-RECORD
005270     WRITE RPM-REPORT-RECORD
005280     MOVE "PLAYERS REGISTERED  : " TO RPM-RPT-LABEL
005290     MOVE RPM-PLAYER-COUNT TO RPM-RPT-VALUE
005300     MOVE RPM-RPT-LINE TO RPM-REPORT-RECORD
005310     WRITE RPM-REPORT-RECORD
005320     MOVE "  ACTIVE            : " TO RPM-RPT-LABEL
005330     MOVE RPM-ACTIVE-COUNT TO RPM-RPT-VALUE
005340     MOVE RPM-RPT-LINE TO RPM-REPORT-RECORD
005350     WRITE RPM-REPORT-RECORD
005360     MOVE "  SUSPENDED         : " TO RPM-RPT-LABEL
005370     MOVE RPM-SUSPENDED-COUNT TO RPM-RPT-VALUE
005380     MOVE RPM-RPT-LINE TO RPM-REPORT-RECORD
005390     WRITE RPM-REPORT-RECORD
005400     MOVE "  RETIRED           : " TO RPM-RPT-LABEL
005410     MOVE RPM-RETIRED-COUNT TO RPM-RPT-VALUE
005420     MOVE RPM-RPT-LINE TO RPM-REPORT-RECORD
005430     WRITE RPM-REPORT-RECORD
005440     CLOSE RPM-REPORT
005450     IF RPM-TRANS-REJECTED > 0 AND RETURN-CODE = 0
005460         MOVE 4 TO RETURN-CODE
005470     END-IF
005480     DISPLAY "RPS-PLAYER-MAINT: TRANSACTIONS " RPM-TRANS-READ
005490         " ACCEPTED " RPM-TRANS-ACCEPTED
005500         " REJECTED " RPM-TRANS-REJECTED
005510         " PLAYERS " RPM-PLAYER-COUNT.
005520 8000-EXIT.
005530     EXIT.
