000010*IDENTIFICATION DIVISION.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. RPS-BATCH-REPORT.
000040 AUTHOR. SYSTEMS DEVELOPMENT.
000050 INSTALLATION. SYSTEMS DEVELOPMENT.
000060 DATE-WRITTEN. 10/15/2026.
000070 DATE-COMPILED.
000080*
000090*MODIFICATION HISTORY
000100*  DATE       INIT DESCRIPTION
000110*  ---------- ---- ------------------------------------
000120*  2026-10-15 DEV  ORIGINAL PROGRAM. READS THE RPSBATCH
000130*                  PROCESSED-BATCH REGISTER (COPYBOOK RPSBAT)
000140*                  AND LISTS ON RPSBTRPT EVERY RPSMOVES BATCH
000150*                  THAT RPS-MOVES-EDIT HAS EDITED BUT WHOSE
000160*                  RESULTS RANDOM-NUMBER HAS NEVER POSTED,
000170*                  WITH ITS LAST EDIT RESULT AND AGE, SO THE
000180*                  LEAGUE OFFICE CAN CHASE OR WITHDRAW IT.
000190*
000200*A BATCH IS OPEN FROM ITS FIRST "E" EVENT UNTIL ITS "P" EVENT.
000210*THE REGISTER IS APPEND-ONLY, SO READING IT FRONT TO BACK
000220*REPLAYS EACH BATCH'S HISTORY IN ORDER: AN "E" OPENS OR
000230*UPDATES THE BATCH, A "P" CLOSES IT, AN "R" (A REFUSED
000240*RESUBMISSION) IS ONLY COUNTED.  WHATEVER IS STILL OPEN AT THE
000250*END IS LISTED, AGED IN DAYS SINCE ITS LAST EDIT.
000252*NO REGISTER YET (STATUS 35) LEAVES NOTHING TO LIST; A
000254*REGISTER THAT CANNOT BE READ IS MSG 3007 AND RC 16.
000260*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT RBR-REGISTER ASSIGN TO "RPSBATCH"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS RBR-REG-STATUS.
000330     SELECT RBR-REPORT ASSIGN TO "RPSBTRPT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS RBR-RPT-STATUS.
000360*
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  RBR-REGISTER
000400     RECORDING MODE IS F.
000410 COPY RPSBAT.
000420*
000430 FD  RBR-REPORT
000440     RECORDING MODE IS F.
000450 01  RBR-REPORT-RECORD      PIC X(80).
000460*
000470 WORKING-STORAGE SECTION.
000480*FILE STATUS AND SWITCHES
000490 01  RBR-REG-STATUS          PIC X(02) VALUE SPACES.
000500 01  RBR-RPT-STATUS          PIC X(02) VALUE SPACES.
000510 01  RBR-REG-EOF-SWITCH      PIC X(01) VALUE "N".
000520     88  RBR-REG-EOF             VALUE "Y".
000530 01  RBR-FULL-SWITCH         PIC X(01) VALUE "N".
000540     88  RBR-TABLE-FULL          VALUE "Y".
000542 01  RBR-READ-SWITCH         PIC X(01) VALUE "N".
000544     88  RBR-REGISTER-UNREADABLE VALUE "Y".
000550*
000560*THE OPEN BATCHES - EDITED, NOT YET POSTED
000570 01  RBR-BATCH-TABLE.
000580     05  RBR-BATCH-COUNT        PIC 9(03) VALUE 0.
000590     05  RBR-BATCH OCCURS 500 TIMES.
000600         10  RBR-BAT-NUMBER         PIC 9(06).
000610         10  RBR-BAT-SUBMITTER      PIC X(08).
000620         10  RBR-BAT-CREATED        PIC 9(08).
000630         10  RBR-BAT-EDITED         PIC 9(08).
000640         10  RBR-BAT-RESULT         PIC X(08).
000650         10  RBR-BAT-EDITS          PIC 9(03).
000660 01  RBR-BATCH-LIMIT         PIC 9(03) VALUE 500.
000670 01  RBR-BATCH-INDEX         PIC 9(03) VALUE 0.
000680 01  RBR-FOUND-INDEX         PIC 9(03) VALUE 0.
000690 01  RBR-NEXT-INDEX          PIC 9(03) VALUE 0.
000700*
000710*CURRENT DATE, AGEING AND RUN TOTALS
000720 01  RBR-CURRENT-DATE        PIC 9(08) VALUE 0.
000730 01  RBR-TODAY-INTEGER       PIC 9(07) VALUE 0.
000740 01  RBR-EDIT-INTEGER        PIC 9(07) VALUE 0.
000750 01  RBR-BATCH-AGE           PIC S9(07) VALUE 0.
000760 01  RBR-EVENTS-READ         PIC 9(05) VALUE 0.
000770 01  RBR-EDIT-EVENTS         PIC 9(05) VALUE 0.
000780 01  RBR-POSTED-COUNT        PIC 9(05) VALUE 0.
000790 01  RBR-REFUSED-COUNT       PIC 9(05) VALUE 0.
000800 01  RBR-UNKNOWN-COUNT       PIC 9(05) VALUE 0.
000810 01  RBR-DROPPED-COUNT       PIC 9(05) VALUE 0.
000820*
000830*REPORT LINE LAYOUTS
000840 01  RBR-DETAIL-LINE.
000850     05  RBR-DTL-NUMBER         PIC 9(06).
000860     05  FILLER                 PIC X(02) VALUE SPACES.
000870     05  RBR-DTL-SUBMITTER      PIC X(08).
000880     05  FILLER                 PIC X(02) VALUE SPACES.
000890     05  RBR-DTL-CREATED        PIC 9(08).
000900     05  FILLER                 PIC X(02) VALUE SPACES.
000910     05  RBR-DTL-EDITED         PIC 9(08).
000920     05  FILLER                 PIC X(02) VALUE SPACES.
000930     05  RBR-DTL-RESULT         PIC X(08).
000940     05  FILLER                 PIC X(02) VALUE SPACES.
000950     05  RBR-DTL-EDITS          PIC ZZZZ9.
000960     05  FILLER                 PIC X(02) VALUE SPACES.
000970     05  RBR-DTL-AGE            PIC ZZZZ9.
000980 01  RBR-RPT-LINE.
000990     05  RBR-RPT-LABEL          PIC X(22).
001000     05  RBR-RPT-VALUE          PIC ZZZZ9.
001010*
001020*COMMON MESSAGE HANDLER REQUEST AREA
001030 COPY MSGREQ.
001040*
001050 PROCEDURE DIVISION.
001060*
001070*=============================================================
001080*0000-MAINLINE - REPLAY THE REGISTER AND LIST THE BATCHES
001090*STILL WAITING TO BE POSTED
001100*=============================================================
001110 0000-MAINLINE.
001120     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001130     PERFORM 2000-LOAD-REGISTER THRU 2000-EXIT
001140     PERFORM 3000-LIST-OPEN-BATCHES THRU 3000-EXIT
001150     PERFORM 8000-TERMINATE THRU 8000-EXIT
001160     GOBACK.
001170*
001180*=============================================================
001190*1000-INITIALIZE - CURRENT DATE AND REPORT OPEN
001200*=============================================================
001210 1000-INITIALIZE.
001220     ACCEPT RBR-CURRENT-DATE FROM DATE YYYYMMDD
001230     COMPUTE RBR-TODAY-INTEGER =
001240         FUNCTION INTEGER-OF-DATE(RBR-CURRENT-DATE)
001250     OPEN OUTPUT RBR-REPORT
001260     IF RBR-RPT-STATUS NOT = "00"
001270         MOVE 3001 TO MSG-NUMBER
001280         MOVE "RPS-BATCH-REPORT" TO MSG-PROGRAM-ID
001290         MOVE "RPSBTRPT" TO MSG-FILE-NAME
001300         MOVE RBR-RPT-STATUS TO MSG-FILE-STATUS
001310         CALL "MSG-HANDLER" USING MSG-REQUEST
001320         MOVE 16 TO RETURN-CODE
001330         GOBACK
001340     END-IF
001350     MOVE "RPS BATCH REGISTER - BATCHES EDITED BUT NOT POSTED"
001360         TO RBR-REPORT-RECORD
001370     WRITE RBR-REPORT-RECORD
001380     MOVE SPACES TO RBR-REPORT-RECORD
001390     STRING "RUN DATE " RBR-CURRENT-DATE
001400         DELIMITED BY SIZE INTO RBR-REPORT-RECORD
001410     END-STRING
001420     WRITE RBR-REPORT-RECORD.
001430 1000-EXIT.
001440     EXIT.
001450*
001460*=============================================================
001470*2000-LOAD-REGISTER - READ RPSBATCH FRONT TO BACK.  NO
001480*REGISTER YET (STATUS 35) MEANS NO BATCH HAS EVER BEEN EDITED.
001490*=============================================================
001500 2000-LOAD-REGISTER.
001510     OPEN INPUT RBR-REGISTER
001520     IF RBR-REG-STATUS = "35"
001530         DISPLAY "RPS-BATCH-REPORT: NO RPSBATCH YET, NOTHING "
001540             "TO LIST"
001550         GO TO 2000-EXIT
001560     END-IF
001561     IF RBR-REG-STATUS NOT = "00"
001562         MOVE 3007 TO MSG-NUMBER
001563         MOVE "RPS-BATCH-REPORT" TO MSG-PROGRAM-ID
001564         MOVE "RPSBATCH" TO MSG-FILE-NAME
001565         MOVE RBR-REG-STATUS TO MSG-FILE-STATUS
001566         CALL "MSG-HANDLER" USING MSG-REQUEST
001567         SET RBR-REGISTER-UNREADABLE TO TRUE
001568         GO TO 2000-EXIT
001569     END-IF
001570     PERFORM 2100-READ-EVENT THRU 2100-EXIT
001580         UNTIL RBR-REG-EOF
001590     CLOSE RBR-REGISTER.
001600 2000-EXIT.
001610     EXIT.
001620*
001630 2100-READ-EVENT.
001640     READ RBR-REGISTER
001650         AT END
001660             SET RBR-REG-EOF TO TRUE
001670         NOT AT END
001680             ADD 1 TO RBR-EVENTS-READ
001690             PERFORM 2200-APPLY-EVENT THRU 2200-EXIT
001700     END-READ.
001710 2100-EXIT.
001720     EXIT.
001730*
001740 2200-APPLY-EVENT.
001750     PERFORM 2300-FIND-BATCH THRU 2300-EXIT
001760     EVALUATE TRUE
001770         WHEN BAT-EDITED
001780             ADD 1 TO RBR-EDIT-EVENTS
001790             PERFORM 2400-OPEN-BATCH THRU 2400-EXIT
001800         WHEN BAT-POSTED
001810             ADD 1 TO RBR-POSTED-COUNT
001820             IF RBR-FOUND-INDEX > 0
001830                 PERFORM 2500-CLOSE-BATCH THRU 2500-EXIT
001840             END-IF
001850         WHEN BAT-REFUSED
001860             ADD 1 TO RBR-REFUSED-COUNT
001870         WHEN OTHER
001880             ADD 1 TO RBR-UNKNOWN-COUNT
001890     END-EVALUATE.
001900 2200-EXIT.
001910     EXIT.
001920*
001930 2300-FIND-BATCH.
001940     MOVE 0 TO RBR-FOUND-INDEX
001950     PERFORM 2310-MATCH-ONE-BATCH THRU 2310-EXIT
001960         VARYING RBR-BATCH-INDEX FROM 1 BY 1
001970         UNTIL RBR-BATCH-INDEX > RBR-BATCH-COUNT
001980             OR RBR-FOUND-INDEX > 0.
001990 2300-EXIT.
002000     EXIT.
002010*
002020 2310-MATCH-ONE-BATCH.
002030     IF RBR-BAT-NUMBER(RBR-BATCH-INDEX) = BAT-NUMBER
002040         MOVE RBR-BATCH-INDEX TO RBR-FOUND-INDEX
002050     END-IF.
002060 2310-EXIT.
002070     EXIT.
002080*
002090*AN EDIT OPENS THE BATCH, OR RECORDS A RE-EDIT OF ONE STILL
002100*OPEN (AN OUT-OF-BALANCE DECK CORRECTED AND RE-RUN)
002110 2400-OPEN-BATCH.
002120     IF RBR-FOUND-INDEX = 0
002130         IF RBR-BATCH-COUNT >= RBR-BATCH-LIMIT
002140             SET RBR-TABLE-FULL TO TRUE
002150             ADD 1 TO RBR-DROPPED-COUNT
002160             GO TO 2400-EXIT
002170         END-IF
002180         ADD 1 TO RBR-BATCH-COUNT
002190         MOVE RBR-BATCH-COUNT TO RBR-FOUND-INDEX
002200         MOVE BAT-NUMBER TO RBR-BAT-NUMBER(RBR-FOUND-INDEX)
002210         MOVE 0 TO RBR-BAT-EDITS(RBR-FOUND-INDEX)
002220     END-IF
002230     MOVE BAT-SUBMITTER TO RBR-BAT-SUBMITTER(RBR-FOUND-INDEX)
002240     MOVE BAT-CREATED TO RBR-BAT-CREATED(RBR-FOUND-INDEX)
002250     MOVE BAT-EVENT-DATE TO RBR-BAT-EDITED(RBR-FOUND-INDEX)
002260     MOVE BAT-RESULT TO RBR-BAT-RESULT(RBR-FOUND-INDEX)
002270     ADD 1 TO RBR-BAT-EDITS(RBR-FOUND-INDEX).
002280 2400-EXIT.
002290     EXIT.
002300*
002310*A POSTING CLOSES THE BATCH - THE ENTRIES BEHIND IT MOVE UP
002320*ONE PLACE SO THE TABLE STAYS IN ORDER OF FIRST EDIT
002330 2500-CLOSE-BATCH.
002340     PERFORM 2510-SHIFT-ONE-BATCH THRU 2510-EXIT
002350         VARYING RBR-BATCH-INDEX FROM RBR-FOUND-INDEX BY 1
002360         UNTIL RBR-BATCH-INDEX >= RBR-BATCH-COUNT
002370     SUBTRACT 1 FROM RBR-BATCH-COUNT.
002380 2500-EXIT.
002390     EXIT.
002400*
002410 2510-SHIFT-ONE-BATCH.
002420     COMPUTE RBR-NEXT-INDEX = RBR-BATCH-INDEX + 1
002430     MOVE RBR-BATCH(RBR-NEXT-INDEX)
002440         TO RBR-BATCH(RBR-BATCH-INDEX).
002450 2510-EXIT.
002460     EXIT.
002470*
002480*=============================================================
002490*3000-LIST-OPEN-BATCHES - ONE LINE PER BATCH STILL OPEN
002500*=============================================================
002510 3000-LIST-OPEN-BATCHES.
002520     MOVE SPACES TO RBR-REPORT-RECORD
002530     WRITE RBR-REPORT-RECORD
002540     IF RBR-BATCH-COUNT = 0
002550         MOVE "NO BATCHES AWAITING POSTING" TO RBR-REPORT-RECORD
002560         WRITE RBR-REPORT-RECORD
002570         GO TO 3000-EXIT
002580     END-IF
002590     MOVE "BATCH   SUBMITTR  CREATED   LAST EDIT RESULT    EDITS"
002600         TO RBR-REPORT-RECORD
002610     MOVE "AGE" TO RBR-REPORT-RECORD(58:)
002620     WRITE RBR-REPORT-RECORD
002630     PERFORM 3100-LIST-ONE-BATCH THRU 3100-EXIT
002640         VARYING RBR-BATCH-INDEX FROM 1 BY 1
002650         UNTIL RBR-BATCH-INDEX > RBR-BATCH-COUNT.
002660 3000-EXIT.
002670     EXIT.
002680*
002690 3100-LIST-ONE-BATCH.
002700     MOVE RBR-BAT-NUMBER(RBR-BATCH-INDEX) TO RBR-DTL-NUMBER
002710     MOVE RBR-BAT-SUBMITTER(RBR-BATCH-INDEX)
002720         TO RBR-DTL-SUBMITTER
002730     MOVE RBR-BAT-CREATED(RBR-BATCH-INDEX) TO RBR-DTL-CREATED
002740     MOVE RBR-BAT-EDITED(RBR-BATCH-INDEX) TO RBR-DTL-EDITED
002750     MOVE RBR-BAT-RESULT(RBR-BATCH-INDEX) TO RBR-DTL-RESULT
002760     MOVE RBR-BAT-EDITS(RBR-BATCH-INDEX) TO RBR-DTL-EDITS
002770     COMPUTE RBR-EDIT-INTEGER = FUNCTION INTEGER-OF-DATE
002780         (RBR-BAT-EDITED(RBR-BATCH-INDEX))
002790     COMPUTE RBR-BATCH-AGE =
002800         RBR-TODAY-INTEGER - RBR-EDIT-INTEGER
002810     IF RBR-BATCH-AGE < 0
002820         MOVE 0 TO RBR-BATCH-AGE
002830     END-IF
002840     MOVE RBR-BATCH-AGE TO RBR-DTL-AGE
002850     MOVE RBR-DETAIL-LINE TO RBR-REPORT-RECORD
002860     WRITE RBR-REPORT-RECORD.
002870 3100-EXIT.
002880     EXIT.
002890*
002900*=============================================================
002910*8000-TERMINATE - RUN TOTALS.  RC 4 WHEN ANY BATCH IS STILL
002920*AWAITING POSTING, RC 8 WHEN THE TABLE COULD NOT HOLD THEM ALL
002930*=============================================================
002940 8000-TERMINATE.
002950     MOVE SPACES TO RBR-REPORT-RECORD
002960     WRITE RBR-REPORT-RECORD
002970     MOVE "REGISTER EVENTS READ: " TO RBR-RPT-LABEL
002980     MOVE RBR-EVENTS-READ TO RBR-RPT-VALUE
002990     MOVE RBR-RPT-LINE TO RBR-REPORT-RECORD
003000     WRITE RBR-REPORT-RECORD
003010     MOVE "EDITS RECORDED      : " TO RBR-RPT-LABEL
003020     MOVE RBR-EDIT-EVENTS TO RBR-RPT-VALUE
003030     MOVE RBR-RPT-LINE TO RBR-REPORT-RECORD
003040     WRITE RBR-REPORT-RECORD
003050     MOVE "BATCHES POSTED      : " TO RBR-RPT-LABEL
003060     MOVE RBR-POSTED-COUNT TO RBR-RPT-VALUE
003070     MOVE RBR-RPT-LINE TO RBR-REPORT-RECORD
003080     WRITE RBR-REPORT-RECORD
003090     MOVE "RESUBMITS REFUSED   : " TO RBR-RPT-LABEL
003100     MOVE RBR-REFUSED-COUNT TO RBR-RPT-VALUE
003110     MOVE RBR-RPT-LINE TO RBR-REPORT-RECORD
003120     WRITE RBR-REPORT-RECORD
003130     MOVE "EDITED, NOT POSTED  : " TO RBR-RPT-LABEL
003140     MOVE RBR-BATCH-COUNT TO RBR-RPT-VALUE
003150     MOVE RBR-RPT-LINE TO RBR-REPORT-RECORD
003160     WRITE RBR-REPORT-RECORD
003170     IF RBR-UNKNOWN-COUNT > 0
003180         MOVE "UNKNOWN EVENTS      : " TO RBR-RPT-LABEL
003190         MOVE RBR-UNKNOWN-COUNT TO RBR-RPT-VALUE
003200         MOVE RBR-RPT-LINE TO RBR-REPORT-RECORD
003210         WRITE RBR-REPORT-RECORD
003220     END-IF
003230     IF RBR-TABLE-FULL
003240         MOVE "TABLE FULL, UNLISTED: " TO RBR-RPT-LABEL
003250         MOVE RBR-DROPPED-COUNT TO RBR-RPT-VALUE
003260         MOVE RBR-RPT-LINE TO RBR-REPORT-RECORD
003270         WRITE RBR-REPORT-RECORD
003280     END-IF
003282     IF RBR-REGISTER-UNREADABLE
003284         MOVE SPACES TO RBR-REPORT-RECORD
003286         WRITE RBR-REPORT-RECORD
003288         MOVE "RPSBATCH REGISTER UNREADABLE - NOTHING LISTED"
003290             TO RBR-REPORT-RECORD
003292         WRITE RBR-REPORT-RECORD
003294     END-IF
003296     CLOSE RBR-REPORT
003300     IF RBR-BATCH-COUNT > 0 OR RBR-UNKNOWN-COUNT > 0
003310         MOVE 4 TO RETURN-CODE
003320     END-IF
003330     IF RBR-TABLE-FULL
003340         MOVE 8 TO RETURN-CODE
003350     END-IF
003352     IF RBR-REGISTER-UNREADABLE
003354         MOVE 16 TO RETURN-CODE
003356     END-IF
003360     DISPLAY "RPS-BATCH-REPORT: EVENTS " RBR-EVENTS-READ
003370         " POSTED " RBR-POSTED-COUNT
003380         " NOT POSTED " RBR-BATCH-COUNT.
003390 8000-EXIT.
003400     EXIT.
