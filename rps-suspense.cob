000220*                  RECONCILES; AND ITEMS OLDER THAN THE
000230*                  RPSSUSCTL AGE LIMIT APPEAR ON AN
000240*                  ESCALATION LIST IN RPSSUSRPT.
000241*  2026-10-15 DEV  A REPAIRED LEAGUE ROUND IS ALSO CHECKED
000242*                  AGAINST THE RPSPLAYR PLAYER REGISTER, AS
000243*                  RPS-MOVES-EDIT NOW CHECKS IT: A ROUND
000244*                  STILL NAMING AN UNREGISTERED, SUSPENDED OR
000245*                  RETIRED PLAYER STAYS HELD, WITH ITS REASON
000246*                  UPDATED TO THE EDIT'S CODE (03-08).
000247*  2026-10-15 DEV  RPSACCEPT NOW OPENS WITH THE DECK'S "BATCH"
000248*                  HEADER, WHICH THE MODE CHECK READS PAST.
000249*                  WHEN THE EDIT REFUSED TONIGHT'S DECK
000250*                  (RPSEDST "REFUSED") REPAIRED ITEMS ARE
000251*                  HELD, NOT RELEASED INTO A DECK THAT WILL
000252*                  NEVER BE PLAYED; A DECK ALREADY "PLAYED"
000253*                  IS REPLACED BY THE RELEASES, AS ON A NOEDIT
000254*                  NIGHT.
000255*
000260*CORRECTION DECK FORMAT (ONE ACTION PER RECORD):
000270*  REP NNNNNN <32-BYTE REPLACEMENT MOVE RECORD>
000280*  DEL NNNNNN
000300*MODE FIRST (CLASSIC MOVE OR LEAGUE ID+MOVE PAIR) AND THE
000310*OTHER VIEW SECOND; AN INVALID RECORD, OR ONE WHOSE FORMAT
000320*DOES NOT MATCH THE DECK IT WOULD JOIN, STAYS IN SUSPENSE.
000322*BOTH PLAYERS ON A LEAGUE PAIR MUST BE ACTIVE ON RPSPLAYR;
000324*REGISTERING OR REINSTATING THE PLAYER (RPS-PLAYER-MAINT) AND
000326*RE-SUBMITTING THE SAME DATA WITH REP RELEASES THE ROUND.
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000550     SELECT SUS-REPORT ASSIGN TO "RPSSUSRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS SUS-RPT-STATUS.
000572     SELECT SUS-PLAYERS ASSIGN TO "RPSPLAYR"
000574         ORGANIZATION IS LINE SEQUENTIAL
000576         FILE STATUS IS SUS-PLR-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
001060     RECORDING MODE IS F.
001070 01  SUS-REPORT-RECORD      PIC X(80).
001080*
001082 FD  SUS-PLAYERS
001084     RECORDING MODE IS F.
001086 COPY RPSPLY.
001088*
001090 WORKING-STORAGE SECTION.
001100*FILE STATUS AND SWITCHES
001110 01  SUS-CTL-STATUS          PIC X(02) VALUE SPACES.
001250     88  SUS-MOVE-VALID          VALUE "Y".
001260 01  SUS-REJ-SEEN-SWITCH     PIC X(01) VALUE "N".
001270     88  SUS-REJECTS-PRESENT     VALUE "Y".
001272 01  SUS-PLR-STATUS          PIC X(02) VALUE SPACES.
001274 01  SUS-PLR-EOF-SWITCH      PIC X(01) VALUE "N".
001276     88  SUS-PLR-EOF             VALUE "Y".
001280 01  SUS-REJ-DECK-COUNT      PIC 9(05) VALUE 0.
001290*
001300*WORKING COPY OF THE RPSEDST STATE, CAPTURED AT THE READ SO
001360     88  SUS-EDST-SEEN           VALUE "Y".
001370 01  SUS-WORK-RESULT         PIC X(08) VALUE SPACES.
001380     88  SUS-EDST-NOEDIT         VALUE "NOEDIT".
001383     88  SUS-EDST-PLAYED         VALUE "PLAYED".
001386     88  SUS-EDST-REFUSED        VALUE "REFUSED".
001390 01  SUS-WORK-READ           PIC 9(06) VALUE 0.
001400 01  SUS-WORK-ACCEPTED       PIC 9(06) VALUE 0.
001410 01  SUS-WORK-REJECTED       PIC 9(06) VALUE 0.
001580     88  SUS-ACC-EMPTY           VALUE "Y".
001590 01  SUS-HDR-DONE-SWITCH     PIC X(01) VALUE "N".
001600     88  SUS-HDR-DONE            VALUE "Y".
001602 01  SUS-LGE-HDR-SWITCH      PIC X(01) VALUE "N".
001604     88  SUS-LGE-HDR-SEEN        VALUE "Y".
001606 01  SUS-ACC-EOF-SWITCH      PIC X(01) VALUE "N".
001608     88  SUS-ACC-EOF             VALUE "Y".
001610 01  SUS-FORMAT-HELD         PIC 9(05) VALUE 0.
001615 01  SUS-REFUSED-HELD        PIC 9(05) VALUE 0.
001620*
001630*THE SUSPENSE TABLE.  ITEM STATUS: H HELD, R REPAIRED AND
001640*AWAITING RE-EDIT, A ACCEPTED (RELEASED), D DELETED.
001880     05  SUS-LGE-P2-ID          PIC X(08).
001890     05  SUS-LGE-P2-MOVE        PIC X(08).
001900*
001901*THE PLAYER REGISTER - ID AND STATUS, AS RPS-MOVES-EDIT
001902*HOLDS IT, FOR RE-EDITING REPAIRED LEAGUE ROUNDS
001903 01  SUS-REGISTER-TABLE.
001904     05  SUS-REG-COUNT          PIC 9(03) VALUE 0.
001905     05  SUS-REG-ENTRY OCCURS 500 TIMES.
001906         10  SUS-REG-ID             PIC X(08).
001907         10  SUS-REG-STATUS         PIC X(01).
001908 01  SUS-REG-INDEX           PIC 9(03) VALUE 0.
001909 01  SUS-REG-FOUND           PIC 9(03) VALUE 0.
001910 01  SUS-ID-WORK             PIC X(08) VALUE SPACES.
001911 01  SUS-PLAYER-REASON       PIC X(02) VALUE SPACES.
001912 01  SUS-PLAYER-STANDING     PIC X(01) VALUE SPACES.
001913     88  SUS-PLAYER-UNKNOWN      VALUE "U".
001914     88  SUS-PLAYER-SUSPENDED    VALUE "S".
001915     88  SUS-PLAYER-RETIRED      VALUE "R".
001916*
001917*AGEING - ITEMS PAST THE LIMIT GO ON THE ESCALATION LIST
001920 01  SUS-AGE-LIMIT           PIC 9(03) VALUE 030.
001930 01  SUS-ITEM-AGE            PIC S9(07) VALUE 0.
001940 01  SUS-TODAY-INTEGER       PIC 9(07) VALUE 0.
005030*ON A NOEDIT NIGHT THE EDIT NEVER REOPENED RPSACCEPT, SO IT
005040*STILL HOLDS THE PREVIOUS NIGHT'S ALREADY-PLAYED DECK - THE
005050*RELEASES REPLACE THE FILE OUTRIGHT THERE, AND ONLY A
005060*SAME-NIGHT BALANCED EDIT IS EXTENDED (A DECK ALREADY
005063*PLAYED IS REPLACED LIKE A NOEDIT ONE, AND A DECK THE EDIT
005066*REFUSED TAKES NOTHING - ITS REPAIRS STAY HELD).  THE DECK'S
005070*CLASSIC/LEAGUE MODE IS READ FIRST (5050) AND EVERY RELEASE
005080*MUST MATCH IT - A LEAGUE PAIR DROPPED INTO A CLASSIC DECK
005090*WOULD BE JUDGED AS AN INVALID MOVE AND LOST AGAIN.
005120     IF SUS-REPAIRED = 0
005130         GO TO 5000-EXIT
005140     END-IF
005141     IF SUS-EDST-SEEN AND SUS-EDST-REFUSED
005142         DISPLAY "RPS-SUSPENSE: DECK REFUSED BY THE EDIT, "
005143             "REPAIRED ITEMS HELD"
005144         PERFORM 5010-HOLD-REPAIRED THRU 5010-EXIT
005145             VARYING SUS-ITEM-INDEX FROM 1 BY 1
005146             UNTIL SUS-ITEM-INDEX > SUS-ITEM-COUNT
005147         GO TO 5000-EXIT
005148     END-IF
005150     PERFORM 5050-READ-ACCEPT-MODE THRU 5050-EXIT
005155     PERFORM 5060-LOAD-PLAYERS THRU 5060-EXIT
005160     IF SUS-ACC-EMPTY
005170         OPEN OUTPUT SUS-ACCEPTED
005180     ELSE
005330 5000-EXIT.
005340     EXIT.
005350*
005351*A REPAIRED ITEM GOES BACK ON HOLD FOR A LATER NIGHT
005352 5010-HOLD-REPAIRED.
005353     IF SUS-ITM-STATUS(SUS-ITEM-INDEX) = "R"
005354         MOVE "H" TO SUS-ITM-STATUS(SUS-ITEM-INDEX)
005355         ADD 1 TO SUS-REFUSED-HELD
005356     END-IF.
005357 5010-EXIT.
005358     EXIT.
005359*
005360*=============================================================
005370*5050-READ-ACCEPT-MODE - IS THE DESTINATION DECK CLASSIC OR
005380*LEAGUE?  A NOEDIT NIGHT, A MISSING FILE OR AN EMPTY FILE
005390*LEAVES THE MODE UNSET (THE FIRST VALID RELEASE DECIDES)
005400*AND MARKS THE DECK AS REBUILT FROM EMPTY.  A LEADING
005403*"BATCH" HEADER IS READ PAST; A HEADER WITH NO ROUNDS AFTER
005406*IT LEAVES THE MODE UNSET BUT THE DECK IS STILL EXTENDED.
005410*=============================================================
005420 5050-READ-ACCEPT-MODE.
005426     IF SUS-EDST-SEEN
005432         AND (SUS-EDST-NOEDIT OR SUS-EDST-PLAYED)
005440         SET SUS-ACC-EMPTY TO TRUE
005450         GO TO 5050-EXIT
005460     END-IF
005490         SET SUS-ACC-EMPTY TO TRUE
005500         GO TO 5050-EXIT
005510     END-IF
005511     PERFORM 5055-READ-ACCEPT-RECORD THRU 5055-EXIT
005512     IF SUS-ACC-EOF
005513         SET SUS-ACC-EMPTY TO TRUE
005514     ELSE
005515         IF SUS-ACCEPTED-RECORD(1:5) = "BATCH"
005516             PERFORM 5055-READ-ACCEPT-RECORD THRU 5055-EXIT
005517         END-IF
005518     END-IF
005519     IF NOT SUS-ACC-EOF
005520         IF SUS-ACCEPTED-RECORD(1:8) = "LEAGUE"
005521             MOVE "L" TO SUS-DECK-MODE-SWITCH
005522             SET SUS-LGE-HDR-SEEN TO TRUE
005523         ELSE
005524             MOVE "C" TO SUS-DECK-MODE-SWITCH
005525         END-IF
005526     END-IF
005527     CLOSE SUS-ACCEPTED.
005528 5050-EXIT.
005529     EXIT.
005530*
005531 5055-READ-ACCEPT-RECORD.
005532     READ SUS-ACCEPTED
005533         AT END
005540             SET SUS-ACC-EOF TO TRUE
005541     END-READ.
005542 5055-EXIT.
005543     EXIT.
005544*
005545*=============================================================
005546*5060-LOAD-PLAYERS - READ THE RPSPLAYR REGISTER.  WITHOUT IT
005547*NO REPAIRED LEAGUE ROUND CAN BE RELEASED.
005548*=============================================================
005549 5060-LOAD-PLAYERS.
005550     OPEN INPUT SUS-PLAYERS
005551     IF SUS-PLR-STATUS NOT = "00"
005552         DISPLAY "RPS-SUSPENSE: NO RPSPLAYR, REPAIRED LEAGUE "
005553             "ROUNDS STAY HELD"
005554         GO TO 5060-EXIT
005555     END-IF
005556     PERFORM 5070-READ-PLAYER THRU 5070-EXIT
005557         UNTIL SUS-PLR-EOF
005558     CLOSE SUS-PLAYERS.
005559 5060-EXIT.
005560     EXIT.
005561*
005562 5070-READ-PLAYER.
005563     READ SUS-PLAYERS
005564         AT END
005565             SET SUS-PLR-EOF TO TRUE
005566         NOT AT END
005567             IF SUS-REG-COUNT >= 500
005568                 DISPLAY "RPS-SUSPENSE: REGISTER TABLE FULL, "
005569                     PLR-ID " NOT LOADED"
005580             ELSE
005585                 ADD 1 TO SUS-REG-COUNT
005590                 MOVE PLR-ID TO SUS-REG-ID(SUS-REG-COUNT)
005595                 MOVE PLR-STATUS TO SUS-REG-STATUS(SUS-REG-COUNT)
005600             END-IF
005610     END-READ.
005630 5070-EXIT.
005640     EXIT.
005650*
005660 5100-RELEASE-ONE-ITEM.
005880             " FORMAT DOES NOT MATCH THE DECK, HELD"
005890         GO TO 5100-EXIT
005900     END-IF
005910*A LEAGUE DECK WITHOUT A "LEAGUE" RECORD NEEDS ONE FIRST
005920     IF SUS-DECK-LEAGUE AND NOT SUS-LGE-HDR-SEEN
005925         AND NOT SUS-HDR-DONE
005930         MOVE SPACES TO SUS-ACCEPTED-RECORD
005940         MOVE "LEAGUE" TO SUS-ACCEPTED-RECORD
005950         WRITE SUS-ACCEPTED-RECORD
006390         MOVE SUS-LGE-P2-MOVE TO SUS-MOVE-WORK
006400         PERFORM 5300-LOOKUP-MOVE THRU 5300-EXIT
006410         IF SUS-MOVE-VALID
006411             PERFORM 5230-CHECK-LEAGUE-PLAYERS THRU 5230-EXIT
006412         END-IF
006413     END-IF.
006414 5220-EXIT.
006415     EXIT.
006416*
006417*BOTH PLAYERS MUST BE ACTIVE ON THE REGISTER.  A ROUND THAT
006418*FAILS KEEPS THE EDIT'S REASON CODE FOR THE FAULT FOUND, SO
006419*THE ESCALATION LIST SHOWS WHY IT IS STILL HELD.
006420 5230-CHECK-LEAGUE-PLAYERS.
006421     MOVE SPACES TO SUS-PLAYER-REASON
006422     MOVE SUS-LGE-P1-ID TO SUS-ID-WORK
006423     PERFORM 5240-FIND-PLAYER THRU 5240-EXIT
006424     EVALUATE TRUE
006425         WHEN SUS-PLAYER-UNKNOWN
006426             MOVE "03" TO SUS-PLAYER-REASON
006427         WHEN SUS-PLAYER-SUSPENDED
006428             MOVE "05" TO SUS-PLAYER-REASON
006429         WHEN SUS-PLAYER-RETIRED
006430             MOVE "07" TO SUS-PLAYER-REASON
006431     END-EVALUATE
006432     IF SUS-PLAYER-REASON = SPACES
006433         MOVE SUS-LGE-P2-ID TO SUS-ID-WORK
006434         PERFORM 5240-FIND-PLAYER THRU 5240-EXIT
006435         EVALUATE TRUE
006436             WHEN SUS-PLAYER-UNKNOWN
006437                 MOVE "04" TO SUS-PLAYER-REASON
006438             WHEN SUS-PLAYER-SUSPENDED
006439                 MOVE "06" TO SUS-PLAYER-REASON
006440             WHEN SUS-PLAYER-RETIRED
006441                 MOVE "08" TO SUS-PLAYER-REASON
006442         END-EVALUATE
006443     END-IF
006444     IF SUS-PLAYER-REASON = SPACES
006445         MOVE "L" TO SUS-ITEM-FORMAT
006446     ELSE
006447         MOVE SUS-PLAYER-REASON TO SUS-ITM-REASON(SUS-ITEM-INDEX)
006448     END-IF.
006449 5230-EXIT.
006450     EXIT.
006451*
006452*SET THE STANDING OF SUS-ID-WORK - U NOT ON THE REGISTER (A
006453*BLANK ID NEVER IS), OTHERWISE ITS REGISTER STATUS
006454 5240-FIND-PLAYER.
006455     MOVE 0 TO SUS-REG-FOUND
006456     MOVE "U" TO SUS-PLAYER-STANDING
006457     IF SUS-ID-WORK = SPACES
006458         GO TO 5240-EXIT
006459     END-IF
006460     PERFORM 5250-MATCH-ONE-PLAYER THRU 5250-EXIT
006461         VARYING SUS-REG-INDEX FROM 1 BY 1
006462         UNTIL SUS-REG-INDEX > SUS-REG-COUNT
006463             OR SUS-REG-FOUND > 0
006464     IF SUS-REG-FOUND > 0
006465         MOVE SUS-REG-STATUS(SUS-REG-FOUND)
006466             TO SUS-PLAYER-STANDING
006467     END-IF.
006468 5240-EXIT.
006469     EXIT.
006470*
006471 5250-MATCH-ONE-PLAYER.
006472     IF SUS-REG-ID(SUS-REG-INDEX) = SUS-ID-WORK
006473         MOVE SUS-REG-INDEX TO SUS-REG-FOUND
006474     END-IF.
006475 5250-EXIT.
006476     EXIT.
006477*
006480 5300-LOOKUP-MOVE.
006490     MOVE "N" TO SUS-MOVE-VALID-SWITCH
006500     PERFORM 5310-CHECK-ONE-CHOICE THRU 5310-EXIT
006640*=============================================================
006650*6000-ADJUST-EDIT-STATE - FOLD THE RELEASED COUNT INTO THE
006660*RPSEDST BALANCING COUNTS SO THE TOURNAMENT STILL RECONCILES
006670*(READ AND ACCEPTED RISE TOGETHER).  A "NOEDIT" OR "PLAYED"
006680*RESULT IS PROMOTED TO "BALANCED" - THE TOURNAMENT ONLY PLAYS
006690*FROM RPSACCEPT ON A BALANCED STATE, AND ON SUCH A NIGHT THE
006700*RELEASES ARE THE FILE'S ONLY CONTENTS (SEE 5000), SO THE
006710*ADJUSTED COUNTS DESCRIBE IT EXACTLY.  THE STATE WAS
006720*CAPTURED IN WORKING STORAGE BY 4500 AT ITS READ.
006780     END-IF
006790     ADD SUS-RELEASED TO SUS-WORK-READ
006800     ADD SUS-RELEASED TO SUS-WORK-ACCEPTED
006810     IF SUS-EDST-NOEDIT OR SUS-EDST-PLAYED
006820         MOVE "BALANCED" TO SUS-WORK-RESULT
006830     END-IF
006840     OPEN OUTPUT SUS-EDIT-STATE
007640     WRITE SUS-REPORT-RECORD
007650     MOVE "HELD, WRONG FORMAT  : " TO SUS-RPT-LABEL
007660     MOVE SUS-FORMAT-HELD TO SUS-RPT-VALUE
007662     MOVE SUS-RPT-LINE TO SUS-REPORT-RECORD
007664     WRITE SUS-REPORT-RECORD
007666     MOVE "HELD, DECK REFUSED  : " TO SUS-RPT-LABEL
007668     MOVE SUS-REFUSED-HELD TO SUS-RPT-VALUE
007670     MOVE SUS-RPT-LINE TO SUS-REPORT-RECORD
007680     WRITE SUS-REPORT-RECORD
007690     MOVE "CARRIED FORWARD     : " TO SUS-RPT-LABEL
