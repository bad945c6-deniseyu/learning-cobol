000010*IDENTIFICATION DIVISION.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. GOL-VIEWPORT.
000040 AUTHOR. SYSTEMS DEVELOPMENT.
000050 INSTALLATION. SYSTEMS DEVELOPMENT.
000060 DATE-WRITTEN. 10/15/2026.
000070 DATE-COMPILED.
000080*
000090*MODIFICATION HISTORY
000100*  DATE       INIT DESCRIPTION
000110*  ---------- ---- ------------------------------------
000120*  2026-10-15 DEV  ORIGINAL PROGRAM. VIEWPORT EXTRACT OF A
000130*                  GAME-OF-LIFE OUTPUT FILE.  EACH REQUEST ON
000140*                  THE GOLVPCTL DECK NAMES A GOLOUT FILE, A
000150*                  GENERATION (BEFORE OR AFTER BOARD) AND A
000160*                  RECTANGULAR WINDOW OF THE BOARD.  JUST
000170*                  THAT WINDOW IS PAGED ONTO GOLVPRPT WITH
000180*                  ROW AND COLUMN RULERS, THE GENERATION
000190*                  HEADING AND THE WINDOW'S LIVE-CELL COUNT,
000200*                  SO A 500X500 BOARD CAN BE READ A PIECE AT
000210*                  A TIME.  A REQUEST THAT CANNOT BE SERVED
000220*                  IS NOTED ON THE REPORT AND SKIPPED; THE
000230*                  STEP THEN ENDS WITH RETURN CODE 4.
000231*                  A REQUEST MAY NAME THE RUN ID TO VIEW,
000232*                  SINCE EVERY RUN OF THE DAY APPENDS TO THE
000233*                  SAME GOLOUT; WITH NO RUN ID THE LAST
000234*                  MATCHING GENERATION ON THE FILE - THE
000235*                  DAY'S LATEST RUN - IS SHOWN.
000240*
000250*GOLVPCTL REQUEST RECORD:
000260*  COL  1-40 GOLOUT FILE NAME
000270*  COL 41-45 GENERATION NUMBER
000280*  COL 46    BOARD - "B" BEFORE OR "A" AFTER (BLANK = AFTER)
000290*  COL 47-49 TOP ROW         COL 50-52 LEFT COLUMN
000300*  COL 53-55 HEIGHT IN ROWS  COL 56-58 WIDTH IN COLUMNS
000305*  COL 59-70 RUN ID (BLANK = THE LATEST RUN ON THE FILE)
000310*A RECORD WITH "*" IN COLUMN 1 IS A COMMENT.
000320*
000330*EACH PRINTED PAGE CARRIES UP TO 50 ROWS BY 100 COLUMNS OF
000340*THE WINDOW; A LARGER WINDOW RUNS TO SEVERAL PAGES, ACROSS
000350*THEN DOWN.  LIVE CELLS PRINT AS "*", DEAD CELLS AS ".".
000360*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT VPT-CONTROL ASSIGN TO "GOLVPCTL"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS VPT-CTL-STATUS.
000430     SELECT VPT-GOL-OUTPUT ASSIGN DYNAMIC VPT-OUTPUT-NAME
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS VPT-OUT-STATUS.
000460     SELECT VPT-REPORT ASSIGN TO "GOLVPRPT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS VPT-RPT-STATUS.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  VPT-CONTROL
000530     RECORDING MODE IS F.
000540 01  VPT-CONTROL-RECORD.
000550     05  VPT-CTL-FILE-NAME      PIC X(40).
000560     05  VPT-CTL-GENERATION     PIC 9(05).
000570     05  VPT-CTL-BOARD          PIC X(01).
000580     05  VPT-CTL-TOP-ROW        PIC 9(03).
000590     05  VPT-CTL-LEFT-COL       PIC 9(03).
000600     05  VPT-CTL-HEIGHT         PIC 9(03).
000610     05  VPT-CTL-WIDTH          PIC 9(03).
000615     05  VPT-CTL-RUN-ID         PIC X(12).
000620*
000630 FD  VPT-GOL-OUTPUT
000640     RECORDING MODE IS F.
000650 01  VPT-OUT-RECORD         PIC X(520).
000660 01  VPT-OUT-HEADING.
000670     05  VPT-OUT-HEAD-TEXT      PIC X(09).
000680     05  VPT-OUT-HEAD-GEN       PIC X(05).
000690     05  FILLER                 PIC X(01).
000700     05  VPT-OUT-HEAD-BOARD     PIC X(06).
000705     05  FILLER                 PIC X(11).
000710     05  VPT-OUT-HEAD-RUN-ID    PIC X(12).
000715     05  FILLER                 PIC X(476).
000720*
000730 FD  VPT-REPORT
000740     RECORDING MODE IS F.
000750 01  VPT-REPORT-RECORD      PIC X(132).
000760*
000770 WORKING-STORAGE SECTION.
000780*FILE STATUS AND SWITCHES
000790 01  VPT-CTL-STATUS          PIC X(02) VALUE SPACES.
000800 01  VPT-OUT-STATUS          PIC X(02) VALUE SPACES.
000810 01  VPT-RPT-STATUS          PIC X(02) VALUE SPACES.
000820 01  VPT-CTL-EOF-SWITCH      PIC X(01) VALUE "N".
000830     88  VPT-CTL-EOF             VALUE "Y".
000840 01  VPT-OUT-EOF-SWITCH      PIC X(01) VALUE "N".
000850     88  VPT-OUT-EOF             VALUE "Y".
000860 01  VPT-GEN-FOUND-SWITCH    PIC X(01) VALUE "N".
000870     88  VPT-GEN-FOUND           VALUE "Y".
000880 01  VPT-BOARD-END-SWITCH    PIC X(01) VALUE "N".
000890     88  VPT-BOARD-ENDED         VALUE "Y".
000900*
000910*THE REQUEST BEING SERVED
000920 01  VPT-OUTPUT-NAME         PIC X(40) VALUE SPACES.
000930 01  VPT-WANTED-GEN          PIC 9(05) VALUE 0.
000940 01  VPT-WANTED-BOARD        PIC X(06) VALUE SPACES.
000943 01  VPT-WANTED-RUN-ID       PIC X(12) VALUE SPACES.
000946     88  VPT-LATEST-RUN          VALUE SPACES.
000950 01  VPT-TOP-ROW             PIC 9(03) VALUE 0.
000960 01  VPT-LEFT-COL            PIC 9(03) VALUE 0.
000970 01  VPT-HEIGHT              PIC 9(03) VALUE 0.
000980 01  VPT-WIDTH               PIC 9(03) VALUE 0.
000990 01  VPT-BOTTOM-ROW          PIC 9(04) VALUE 0.
001000 01  VPT-RIGHT-COL           PIC 9(04) VALUE 0.
001010 01  VPT-REJECT-REASON       PIC X(40) VALUE SPACES.
001020 01  VPT-HEADING-FOUND       PIC X(44) VALUE SPACES.
001030*
001040*BOARD SIZE AS READ FROM THE GENERATION'S FIRST ROW, AND THE
001050*ROW OF THE BOARD JUST READ
001060 01  VPT-BOARD-WIDTH         PIC 9(04) VALUE 0.
001070 01  VPT-BOARD-ROW           PIC 9(04) VALUE 0.
001080*
001090*THE WINDOW ITSELF - ROW N OF THE TABLE IS BOARD ROW
001100*TOP + N - 1, CHARACTER N OF A ROW IS COLUMN LEFT + N - 1
001110 01  VPT-WINDOW-TABLE.
001120     05  VPT-WINDOW-ROW OCCURS 500 TIMES PIC X(500).
001130 01  VPT-WINDOW-INDEX        PIC 9(04) VALUE 0.
001140 01  VPT-LIVE-COUNT          PIC 9(06) VALUE 0.
001150*
001160*PAGING - EACH PAGE IS ONE BLOCK OF THE WINDOW
001170 01  VPT-PAGE-ROWS           PIC 9(03) VALUE 50.
001180 01  VPT-PAGE-COLS           PIC 9(03) VALUE 100.
001190 01  VPT-PAGE-NUMBER         PIC 9(04) VALUE 0.
001200 01  VPT-BLOCK-ROW           PIC 9(04) VALUE 0.
001210 01  VPT-BLOCK-COL           PIC 9(04) VALUE 0.
001220 01  VPT-BLOCK-LAST-ROW      PIC 9(04) VALUE 0.
001230 01  VPT-BLOCK-WIDTH         PIC 9(04) VALUE 0.
001240 01  VPT-PRINT-ROW           PIC 9(04) VALUE 0.
001250 01  VPT-RULER-INDEX         PIC 9(04) VALUE 0.
001260 01  VPT-RULER-COLUMN        PIC 9(03) VALUE 0.
001270 01  VPT-RULER-DIGITS REDEFINES VPT-RULER-COLUMN.
001280     05  VPT-RULER-HUNDREDS     PIC X(01).
001290     05  VPT-RULER-TENS         PIC X(01).
001300     05  VPT-RULER-UNITS        PIC X(01).
001310*
001320*RUN TOTALS
001330 01  VPT-REQUESTS-READ       PIC 9(04) VALUE 0.
001340 01  VPT-REQUESTS-PRINTED    PIC 9(04) VALUE 0.
001350 01  VPT-REQUESTS-SKIPPED    PIC 9(04) VALUE 0.
001360*
001370*REPORT LINE LAYOUTS
001380 01  VPT-PAGE-HEADER.
001390     05  FILLER PIC X(30) VALUE
001400         "GAME-OF-LIFE BOARD VIEWPORT   ".
001410     05  FILLER PIC X(08) VALUE "REQUEST ".
001420     05  VPT-PHD-REQUEST        PIC ZZZ9.
001430     05  FILLER PIC X(07) VALUE "  PAGE ".
001440     05  VPT-PHD-PAGE           PIC ZZZ9.
001450 01  VPT-FILE-LINE.
001460     05  FILLER PIC X(06) VALUE "FILE  ".
001470     05  VPT-FLN-NAME           PIC X(40).
001480 01  VPT-GEN-LINE.
001490     05  FILLER PIC X(06) VALUE "BOARD ".
001500     05  VPT-GLN-HEADING        PIC X(44).
001510 01  VPT-RANGE-LINE.
001520     05  FILLER PIC X(11) VALUE "THIS PAGE  ".
001530     05  FILLER PIC X(05) VALUE "ROWS ".
001540     05  VPT-RNG-PAGE-TOP       PIC ZZ9.
001550     05  FILLER PIC X(01) VALUE "-".
001560     05  VPT-RNG-PAGE-BOTTOM    PIC ZZ9.
001570     05  FILLER PIC X(07) VALUE "  COLS ".
001580     05  VPT-RNG-PAGE-LEFT      PIC ZZ9.
001590     05  FILLER PIC X(01) VALUE "-".
001600     05  VPT-RNG-PAGE-RIGHT     PIC ZZ9.
001610     05  FILLER PIC X(15) VALUE "   WINDOW ROWS ".
001620     05  VPT-RNG-TOP            PIC ZZ9.
001630     05  FILLER PIC X(01) VALUE "-".
001640     05  VPT-RNG-BOTTOM         PIC ZZ9.
001650     05  FILLER PIC X(07) VALUE "  COLS ".
001660     05  VPT-RNG-LEFT           PIC ZZ9.
001670     05  FILLER PIC X(01) VALUE "-".
001680     05  VPT-RNG-RIGHT          PIC ZZ9.
001690 01  VPT-RULER-LINE.
001700     05  FILLER                 PIC X(05) VALUE SPACES.
001710     05  VPT-RUL-DIGITS         PIC X(100).
001720 01  VPT-ROW-LINE.
001730     05  VPT-ROW-NUMBER-LEFT    PIC ZZ9.
001740     05  FILLER                 PIC X(02) VALUE SPACES.
001750     05  VPT-ROW-BODY           PIC X(105).
001760*THE ROW NUMBER IS REPEATED JUST RIGHT OF THE ROW'S CELLS
001770 01  VPT-ROW-NUMBER-EDIT     PIC ZZ9.
001780 01  VPT-LIVE-LINE.
001790     05  FILLER PIC X(20) VALUE "WINDOW LIVE CELLS : ".
001800     05  VPT-LIV-COUNT          PIC ZZZZZ9.
001810 01  VPT-REJECT-LINE.
001820     05  FILLER PIC X(08) VALUE "REQUEST ".
001830     05  VPT-REJ-REQUEST        PIC ZZZ9.
001840     05  FILLER PIC X(11) VALUE " SKIPPED - ".
001850     05  VPT-REJ-REASON         PIC X(40).
001860     05  FILLER PIC X(01) VALUE SPACES.
001870     05  VPT-REJ-FILE           PIC X(40).
001880 01  VPT-TOTAL-LINE.
001890     05  VPT-TOT-LABEL          PIC X(28).
001900     05  VPT-TOT-VALUE          PIC ZZZ9.
001910*
001920*COMMON MESSAGE HANDLER REQUEST AREA
001930 COPY MSGREQ.
001940*
001950 PROCEDURE DIVISION.
001960*
001970*=============================================================
001980*0000-MAINLINE - SERVE EVERY REQUEST ON THE DECK IN TURN
001990*=============================================================
002000 0000-MAINLINE.
002010     OPEN INPUT VPT-CONTROL
002020     IF VPT-CTL-STATUS NOT = "00"
002030         DISPLAY "GOL-VIEWPORT: NO GOLVPCTL DECK, STATUS "
002040             VPT-CTL-STATUS
002050         MOVE 16 TO RETURN-CODE
002060         GOBACK
002070     END-IF
002080     OPEN OUTPUT VPT-REPORT
002090     IF VPT-RPT-STATUS NOT = "00"
002100         MOVE 3001 TO MSG-NUMBER
002110         MOVE "GOL-VIEWPORT" TO MSG-PROGRAM-ID
002120         MOVE "GOLVPRPT" TO MSG-FILE-NAME
002130         MOVE VPT-RPT-STATUS TO MSG-FILE-STATUS
002140         CALL "MSG-HANDLER" USING MSG-REQUEST
002150         CLOSE VPT-CONTROL
002160         MOVE 16 TO RETURN-CODE
002170         GOBACK
002180     END-IF
002190     PERFORM 1000-READ-REQUEST THRU 1000-EXIT
002200         UNTIL VPT-CTL-EOF
002210     CLOSE VPT-CONTROL
002220     PERFORM 8000-TERMINATE THRU 8000-EXIT
002230     GOBACK.
002240*
002250*=============================================================
002260*1000-READ-REQUEST - ONE DECK RECORD: CHECK IT, LOAD THE
002270*WINDOW FROM THE NAMED GOLOUT AND PRINT IT
002280*=============================================================
002290 1000-READ-REQUEST.
002300     READ VPT-CONTROL
002310         AT END
002320             SET VPT-CTL-EOF TO TRUE
002330             GO TO 1000-EXIT
002340     END-READ
002350     IF VPT-CONTROL-RECORD(1:1) = "*"
002360         OR VPT-CONTROL-RECORD = SPACES
002370         GO TO 1000-EXIT
002380     END-IF
002390     ADD 1 TO VPT-REQUESTS-READ
002400     PERFORM 2000-CHECK-REQUEST THRU 2000-EXIT
002410     IF VPT-REJECT-REASON NOT = SPACES
002420         PERFORM 7000-REJECT-REQUEST THRU 7000-EXIT
002430         GO TO 1000-EXIT
002440     END-IF
002450     PERFORM 3000-LOAD-WINDOW THRU 3000-EXIT
002460     IF VPT-REJECT-REASON NOT = SPACES
002470         PERFORM 7000-REJECT-REQUEST THRU 7000-EXIT
002480         GO TO 1000-EXIT
002490     END-IF
002500     PERFORM 4000-PRINT-WINDOW THRU 4000-EXIT
002510     ADD 1 TO VPT-REQUESTS-PRINTED.
002520 1000-EXIT.
002530     EXIT.
002540*
002550*=============================================================
002560*2000-CHECK-REQUEST - THE REQUEST MUST NAME A FILE, A
002570*GENERATION AND A WINDOW THAT FITS A 500X500 BOARD
002580*=============================================================
002590 2000-CHECK-REQUEST.
002600     MOVE SPACES TO VPT-REJECT-REASON
002610     MOVE VPT-CTL-FILE-NAME TO VPT-OUTPUT-NAME
002620     IF VPT-CTL-FILE-NAME = SPACES
002630         MOVE "NO GOLOUT FILE NAMED" TO VPT-REJECT-REASON
002640         GO TO 2000-EXIT
002650     END-IF
002660     IF VPT-CTL-GENERATION IS NOT NUMERIC
002670         OR VPT-CTL-GENERATION = 0
002680         MOVE "GENERATION NOT A NUMBER FROM 1 UP"
002690             TO VPT-REJECT-REASON
002700         GO TO 2000-EXIT
002710     END-IF
002720     EVALUATE VPT-CTL-BOARD
002730         WHEN "B"
002740             MOVE "BEFORE" TO VPT-WANTED-BOARD
002750         WHEN "A"
002760         WHEN SPACE
002770             MOVE "AFTER " TO VPT-WANTED-BOARD
002780         WHEN OTHER
002790             MOVE "BOARD MUST BE B OR A" TO VPT-REJECT-REASON
002800             GO TO 2000-EXIT
002810     END-EVALUATE
002811     IF VPT-CTL-RUN-ID NOT = SPACES
002812         AND VPT-CTL-RUN-ID IS NOT NUMERIC
002813         MOVE "RUN ID MUST BE 12 DIGITS OR BLANK"
002814             TO VPT-REJECT-REASON
002815         GO TO 2000-EXIT
002816     END-IF
002820     IF VPT-CTL-TOP-ROW IS NOT NUMERIC
002830         OR VPT-CTL-LEFT-COL IS NOT NUMERIC
002840         OR VPT-CTL-HEIGHT IS NOT NUMERIC
002850         OR VPT-CTL-WIDTH IS NOT NUMERIC
002860         OR VPT-CTL-TOP-ROW = 0
002870         OR VPT-CTL-LEFT-COL = 0
002880         OR VPT-CTL-HEIGHT = 0
002890         OR VPT-CTL-WIDTH = 0
002900         MOVE "WINDOW ROW/COLUMN/SIZE NOT FROM 1 UP"
002910             TO VPT-REJECT-REASON
002920         GO TO 2000-EXIT
002930     END-IF
002940     MOVE VPT-CTL-GENERATION TO VPT-WANTED-GEN
002945     MOVE VPT-CTL-RUN-ID TO VPT-WANTED-RUN-ID
002950     MOVE VPT-CTL-TOP-ROW TO VPT-TOP-ROW
002960     MOVE VPT-CTL-LEFT-COL TO VPT-LEFT-COL
002970     MOVE VPT-CTL-HEIGHT TO VPT-HEIGHT
002980     MOVE VPT-CTL-WIDTH TO VPT-WIDTH
002990     COMPUTE VPT-BOTTOM-ROW = VPT-TOP-ROW + VPT-HEIGHT - 1
003000     COMPUTE VPT-RIGHT-COL = VPT-LEFT-COL + VPT-WIDTH - 1
003010     IF VPT-BOTTOM-ROW > 500 OR VPT-RIGHT-COL > 500
003020         MOVE "WINDOW RUNS PAST ROW/COLUMN 500"
003030             TO VPT-REJECT-REASON
003040     END-IF.
003050 2000-EXIT.
003060     EXIT.
003070*
003080*=============================================================
003090*3000-LOAD-WINDOW - FIND THE GENERATION'S HEADING IN THE
003100*GOLOUT AND KEEP THE WINDOW'S PART OF THE ROWS UNDER IT.  A
003110*WINDOW REACHING PAST THE BOARD'S EDGE IS CUT BACK TO IT.
003113*WITH NO RUN ID REQUESTED THE WHOLE FILE IS READ AND EACH
003116*LATER MATCHING HEADING REPLACES THE BOARD LOADED SO FAR.
003120*=============================================================
003130 3000-LOAD-WINDOW.
003140     OPEN INPUT VPT-GOL-OUTPUT
003150     IF VPT-OUT-STATUS NOT = "00"
003160         STRING "CANNOT OPEN GOLOUT, STATUS " DELIMITED BY SIZE
003170             VPT-OUT-STATUS DELIMITED BY SIZE
003180             INTO VPT-REJECT-REASON
003190         END-STRING
003200         GO TO 3000-EXIT
003210     END-IF
003220     MOVE SPACES TO VPT-WINDOW-TABLE
003230     MOVE "N" TO VPT-OUT-EOF-SWITCH
003240     MOVE "N" TO VPT-GEN-FOUND-SWITCH
003250     MOVE "N" TO VPT-BOARD-END-SWITCH
003260     MOVE 0 TO VPT-BOARD-ROW
003270     MOVE 0 TO VPT-BOARD-WIDTH
003280     MOVE 0 TO VPT-LIVE-COUNT
003290     PERFORM 3100-READ-OUTPUT-RECORD THRU 3100-EXIT
003300         UNTIL VPT-OUT-EOF
003307             OR (NOT VPT-LATEST-RUN
003314                 AND (VPT-BOARD-ENDED
003321                     OR VPT-BOARD-ROW >= VPT-BOTTOM-ROW))
003330     CLOSE VPT-GOL-OUTPUT
003340     IF NOT VPT-GEN-FOUND
003342         IF VPT-LATEST-RUN
003344             MOVE "GENERATION NOT ON FILE" TO VPT-REJECT-REASON
003346         ELSE
003348             MOVE "GENERATION OF THAT RUN NOT ON FILE"
003350                 TO VPT-REJECT-REASON
003352         END-IF
003360         GO TO 3000-EXIT
003370     END-IF
003380     IF VPT-BOARD-ROW < VPT-TOP-ROW
003390         OR VPT-BOARD-WIDTH < VPT-LEFT-COL
003400         MOVE "WINDOW LIES OUTSIDE THE BOARD"
003410             TO VPT-REJECT-REASON
003420         GO TO 3000-EXIT
003430     END-IF
003440     IF VPT-BOARD-ROW < VPT-BOTTOM-ROW
003450         MOVE VPT-BOARD-ROW TO VPT-BOTTOM-ROW
003460         COMPUTE VPT-HEIGHT = VPT-BOTTOM-ROW - VPT-TOP-ROW + 1
003470     END-IF
003480     IF VPT-BOARD-WIDTH < VPT-RIGHT-COL
003490         MOVE VPT-BOARD-WIDTH TO VPT-RIGHT-COL
003500         COMPUTE VPT-WIDTH = VPT-RIGHT-COL - VPT-LEFT-COL + 1
003510     END-IF
003520     PERFORM 3300-COUNT-WINDOW-ROW THRU 3300-EXIT
003530         VARYING VPT-WINDOW-INDEX FROM 1 BY 1
003540         UNTIL VPT-WINDOW-INDEX > VPT-HEIGHT.
003550 3000-EXIT.
003560     EXIT.
003570*
003580 3100-READ-OUTPUT-RECORD.
003590     READ VPT-GOL-OUTPUT
003600         AT END
003610             SET VPT-OUT-EOF TO TRUE
003620             GO TO 3100-EXIT
003630     END-READ
003634*A MATCHING HEADING (RE)STARTS THE BOARD - A LATER RUN'S
003638*COPY OF THE GENERATION REPLACES AN EARLIER RUN'S
003642     IF VPT-OUT-HEAD-TEXT = "---- GEN "
003646         AND VPT-OUT-HEAD-GEN = VPT-WANTED-GEN
003650         AND VPT-OUT-HEAD-BOARD = VPT-WANTED-BOARD
003654         AND (VPT-LATEST-RUN
003658             OR VPT-OUT-HEAD-RUN-ID = VPT-WANTED-RUN-ID)
003662         IF VPT-GEN-FOUND
003666             MOVE SPACES TO VPT-WINDOW-TABLE
003670             MOVE "N" TO VPT-BOARD-END-SWITCH
003674             MOVE 0 TO VPT-BOARD-ROW
003678             MOVE 0 TO VPT-BOARD-WIDTH
003682         END-IF
003686         SET VPT-GEN-FOUND TO TRUE
003690         MOVE VPT-OUT-RECORD(1:44) TO VPT-HEADING-FOUND
003694         GO TO 3100-EXIT
003698     END-IF
003702     IF NOT VPT-GEN-FOUND
003706         OR VPT-BOARD-ENDED
003710         GO TO 3100-EXIT
003714     END-IF
003730*THE NEXT HEADING OR THE POPULATION SUMMARY ENDS THE BOARD
003740     IF VPT-OUT-RECORD(1:5) = "---- "
003750         OR VPT-OUT-RECORD = SPACES
003760         SET VPT-BOARD-ENDED TO TRUE
003770         GO TO 3100-EXIT
003780     END-IF
003790     ADD 1 TO VPT-BOARD-ROW
003800     IF VPT-BOARD-ROW = 1
003810         PERFORM 3200-MEASURE-BOARD THRU 3200-EXIT
003820     END-IF
003830     IF VPT-BOARD-ROW >= VPT-TOP-ROW
003835         AND VPT-BOARD-ROW <= VPT-BOTTOM-ROW
003840         COMPUTE VPT-WINDOW-INDEX =
003850             VPT-BOARD-ROW - VPT-TOP-ROW + 1
003860         MOVE VPT-OUT-RECORD(VPT-LEFT-COL:VPT-WIDTH)
003870             TO VPT-WINDOW-ROW(VPT-WINDOW-INDEX)
003880     END-IF.
003890 3100-EXIT.
003900     EXIT.
003910*
003920*A BOARD ROW IS ONE "0"/"1" PER CELL WITH NOTHING AFTER IT
003930 3200-MEASURE-BOARD.
003940     MOVE 0 TO VPT-BOARD-WIDTH
003950     INSPECT VPT-OUT-RECORD TALLYING VPT-BOARD-WIDTH
003960         FOR CHARACTERS BEFORE INITIAL SPACE.
003970 3200-EXIT.
003980     EXIT.
003990*
004000 3300-COUNT-WINDOW-ROW.
004010     INSPECT VPT-WINDOW-ROW(VPT-WINDOW-INDEX)(1:VPT-WIDTH)
004020         TALLYING VPT-LIVE-COUNT FOR ALL "1".
004030 3300-EXIT.
004040     EXIT.
004050*
004060*=============================================================
004070*4000-PRINT-WINDOW - ONE PAGE PER BLOCK OF THE WINDOW, THEN
004080*THE WINDOW'S LIVE-CELL COUNT
004090*=============================================================
004100 4000-PRINT-WINDOW.
004110     MOVE 0 TO VPT-PAGE-NUMBER
004120     PERFORM 4100-PRINT-PAGE THRU 4100-EXIT
004130         VARYING VPT-BLOCK-ROW FROM 1 BY VPT-PAGE-ROWS
004140             UNTIL VPT-BLOCK-ROW > VPT-HEIGHT
004150         AFTER VPT-BLOCK-COL FROM 1 BY VPT-PAGE-COLS
004160             UNTIL VPT-BLOCK-COL > VPT-WIDTH
004170     MOVE SPACES TO VPT-REPORT-RECORD
004180     WRITE VPT-REPORT-RECORD
004190     MOVE VPT-LIVE-COUNT TO VPT-LIV-COUNT
004200     MOVE VPT-LIVE-LINE TO VPT-REPORT-RECORD
004210     WRITE VPT-REPORT-RECORD
004220     DISPLAY "GOL-VIEWPORT: REQUEST " VPT-REQUESTS-READ
004230         " PRINTED, " VPT-PAGE-NUMBER " PAGES, LIVE CELLS "
004240         VPT-LIVE-COUNT.
004250 4000-EXIT.
004260     EXIT.
004270*
004280 4100-PRINT-PAGE.
004290     ADD 1 TO VPT-PAGE-NUMBER
004300     COMPUTE VPT-BLOCK-LAST-ROW =
004310         VPT-BLOCK-ROW + VPT-PAGE-ROWS - 1
004320     IF VPT-BLOCK-LAST-ROW > VPT-HEIGHT
004330         MOVE VPT-HEIGHT TO VPT-BLOCK-LAST-ROW
004340     END-IF
004350     COMPUTE VPT-BLOCK-WIDTH = VPT-WIDTH - VPT-BLOCK-COL + 1
004360     IF VPT-BLOCK-WIDTH > VPT-PAGE-COLS
004370         MOVE VPT-PAGE-COLS TO VPT-BLOCK-WIDTH
004380     END-IF
004390     MOVE SPACES TO VPT-REPORT-RECORD
004400     WRITE VPT-REPORT-RECORD
004410     MOVE VPT-REQUESTS-READ TO VPT-PHD-REQUEST
004420     MOVE VPT-PAGE-NUMBER TO VPT-PHD-PAGE
004430     MOVE VPT-PAGE-HEADER TO VPT-REPORT-RECORD
004440     WRITE VPT-REPORT-RECORD
004450     MOVE VPT-OUTPUT-NAME TO VPT-FLN-NAME
004460     MOVE VPT-FILE-LINE TO VPT-REPORT-RECORD
004470     WRITE VPT-REPORT-RECORD
004480     MOVE VPT-HEADING-FOUND TO VPT-GLN-HEADING
004490     MOVE VPT-GEN-LINE TO VPT-REPORT-RECORD
004500     WRITE VPT-REPORT-RECORD
004510     COMPUTE VPT-RNG-PAGE-TOP = VPT-TOP-ROW + VPT-BLOCK-ROW - 1
004520     COMPUTE VPT-RNG-PAGE-BOTTOM =
004530         VPT-TOP-ROW + VPT-BLOCK-LAST-ROW - 1
004540     COMPUTE VPT-RNG-PAGE-LEFT = VPT-LEFT-COL + VPT-BLOCK-COL - 1
004550     COMPUTE VPT-RNG-PAGE-RIGHT =
004560         VPT-LEFT-COL + VPT-BLOCK-COL + VPT-BLOCK-WIDTH - 2
004570     MOVE VPT-TOP-ROW TO VPT-RNG-TOP
004580     MOVE VPT-BOTTOM-ROW TO VPT-RNG-BOTTOM
004590     MOVE VPT-LEFT-COL TO VPT-RNG-LEFT
004600     MOVE VPT-RIGHT-COL TO VPT-RNG-RIGHT
004610     MOVE VPT-RANGE-LINE TO VPT-REPORT-RECORD
004620     WRITE VPT-REPORT-RECORD
004630     MOVE SPACES TO VPT-REPORT-RECORD
004640     WRITE VPT-REPORT-RECORD
004650     PERFORM 4200-PRINT-RULERS THRU 4200-EXIT
004660     PERFORM 4300-PRINT-ROW THRU 4300-EXIT
004670         VARYING VPT-PRINT-ROW FROM VPT-BLOCK-ROW BY 1
004680         UNTIL VPT-PRINT-ROW > VPT-BLOCK-LAST-ROW
004690     PERFORM 4200-PRINT-RULERS THRU 4200-EXIT.
004700 4100-EXIT.
004710     EXIT.
004720*
004730*COLUMN NUMBERS READ DOWNWARD - HUNDREDS, TENS, UNITS
004740 4200-PRINT-RULERS.
004750     MOVE SPACES TO VPT-RUL-DIGITS
004760     PERFORM 4210-RULER-HUNDREDS THRU 4210-EXIT
004770         VARYING VPT-RULER-INDEX FROM 1 BY 1
004780         UNTIL VPT-RULER-INDEX > VPT-BLOCK-WIDTH
004790     MOVE VPT-RULER-LINE TO VPT-REPORT-RECORD
004800     WRITE VPT-REPORT-RECORD
004810     PERFORM 4220-RULER-TENS THRU 4220-EXIT
004820         VARYING VPT-RULER-INDEX FROM 1 BY 1
004830         UNTIL VPT-RULER-INDEX > VPT-BLOCK-WIDTH
004840     MOVE VPT-RULER-LINE TO VPT-REPORT-RECORD
004850     WRITE VPT-REPORT-RECORD
004860     PERFORM 4230-RULER-UNITS THRU 4230-EXIT
004870         VARYING VPT-RULER-INDEX FROM 1 BY 1
004880         UNTIL VPT-RULER-INDEX > VPT-BLOCK-WIDTH
004890     MOVE VPT-RULER-LINE TO VPT-REPORT-RECORD
004900     WRITE VPT-REPORT-RECORD.
004910 4200-EXIT.
004920     EXIT.
004930*
004940 4210-RULER-HUNDREDS.
004950     COMPUTE VPT-RULER-COLUMN =
004960         VPT-LEFT-COL + VPT-BLOCK-COL + VPT-RULER-INDEX - 2
004970     MOVE VPT-RULER-HUNDREDS TO VPT-RUL-DIGITS(VPT-RULER-INDEX:1).
004980 4210-EXIT.
004990     EXIT.
005000*
005010 4220-RULER-TENS.
005020     COMPUTE VPT-RULER-COLUMN =
005030         VPT-LEFT-COL + VPT-BLOCK-COL + VPT-RULER-INDEX - 2
005040     MOVE VPT-RULER-TENS TO VPT-RUL-DIGITS(VPT-RULER-INDEX:1).
005050 4220-EXIT.
005060     EXIT.
005070*
005080 4230-RULER-UNITS.
005090     COMPUTE VPT-RULER-COLUMN =
005100         VPT-LEFT-COL + VPT-BLOCK-COL + VPT-RULER-INDEX - 2
005110     MOVE VPT-RULER-UNITS TO VPT-RUL-DIGITS(VPT-RULER-INDEX:1).
005120 4230-EXIT.
005130     EXIT.
005140*
005150 4300-PRINT-ROW.
005160     COMPUTE VPT-ROW-NUMBER-EDIT = VPT-TOP-ROW + VPT-PRINT-ROW - 1
005170     MOVE VPT-ROW-NUMBER-EDIT TO VPT-ROW-NUMBER-LEFT
005180     MOVE SPACES TO VPT-ROW-BODY
005190     MOVE VPT-WINDOW-ROW(VPT-PRINT-ROW)
005200         (VPT-BLOCK-COL:VPT-BLOCK-WIDTH)
005210         TO VPT-ROW-BODY(1:VPT-BLOCK-WIDTH)
005220     INSPECT VPT-ROW-BODY(1:VPT-BLOCK-WIDTH)
005230         CONVERTING "01" TO ".*"
005240     MOVE VPT-ROW-NUMBER-EDIT
005250         TO VPT-ROW-BODY(VPT-BLOCK-WIDTH + 3:3)
005260     MOVE VPT-ROW-LINE TO VPT-REPORT-RECORD
005270     WRITE VPT-REPORT-RECORD.
005280 4300-EXIT.
005290     EXIT.
005300*
005310*=============================================================
005320*7000-REJECT-REQUEST - NOTE A REQUEST THAT COULD NOT BE
005330*SERVED ON THE REPORT AND THE CONSOLE
005340*=============================================================
005350 7000-REJECT-REQUEST.
005360     ADD 1 TO VPT-REQUESTS-SKIPPED
005370     MOVE VPT-REQUESTS-READ TO VPT-REJ-REQUEST
005380     MOVE VPT-REJECT-REASON TO VPT-REJ-REASON
005390     MOVE VPT-CTL-FILE-NAME TO VPT-REJ-FILE
005400     MOVE SPACES TO VPT-REPORT-RECORD
005410     WRITE VPT-REPORT-RECORD
005420     MOVE VPT-REJECT-LINE TO VPT-REPORT-RECORD
005430     WRITE VPT-REPORT-RECORD
005440     DISPLAY "GOL-VIEWPORT: REQUEST " VPT-REQUESTS-READ
005450         " SKIPPED - " VPT-REJECT-REASON.
005460 7000-EXIT.
005470     EXIT.
005480*
005490*=============================================================
005500*8000-TERMINATE - REQUEST TOTALS AND THE RETURN CODE
005510*=============================================================
005520 8000-TERMINATE.
005530     MOVE SPACES TO VPT-REPORT-RECORD
005540     WRITE VPT-REPORT-RECORD
005550     MOVE "VIEWPORT REQUESTS READ    : " TO VPT-TOT-LABEL
005560     MOVE VPT-REQUESTS-READ TO VPT-TOT-VALUE
005570     MOVE VPT-TOTAL-LINE TO VPT-REPORT-RECORD
005580     WRITE VPT-REPORT-RECORD
005590     MOVE "VIEWPORT REQUESTS PRINTED : " TO VPT-TOT-LABEL
005600     MOVE VPT-REQUESTS-PRINTED TO VPT-TOT-VALUE
005610     MOVE VPT-TOTAL-LINE TO VPT-REPORT-RECORD
005620     WRITE VPT-REPORT-RECORD
005630     MOVE "VIEWPORT REQUESTS SKIPPED : " TO VPT-TOT-LABEL
005640     MOVE VPT-REQUESTS-SKIPPED TO VPT-TOT-VALUE
005650     MOVE VPT-TOTAL-LINE TO VPT-REPORT-RECORD
005660     WRITE VPT-REPORT-RECORD
005670     CLOSE VPT-REPORT
005680     IF VPT-REQUESTS-SKIPPED > 0
005690         MOVE 4 TO RETURN-CODE
005700     ELSE
005710         MOVE 0 TO RETURN-CODE
005720     END-IF
005730     DISPLAY "GOL-VIEWPORT: " VPT-REQUESTS-PRINTED " PRINTED, "
005740         VPT-REQUESTS-SKIPPED " SKIPPED".
005750 8000-EXIT.
005760     EXIT.
