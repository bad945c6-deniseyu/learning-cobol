000010*IDENTIFICATION DIVISION.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. MSG-CATALOG-RUNBOOK.
000040 AUTHOR. SYSTEMS DEVELOPMENT.
000050 INSTALLATION. SYSTEMS DEVELOPMENT.
000060 DATE-WRITTEN. 10/15/2026.
000070 DATE-COMPILED.
000080*
000090*MODIFICATION HISTORY
000100*  DATE       INIT DESCRIPTION
000110*  ---------- ---- ------------------------------------
000120*  2026-10-15 DEV  ORIGINAL PROGRAM. VALIDATES THE MSGCAT
000130*                  MESSAGE CATALOG AND PRINTS IT AS THE
000140*                  OPERATIONS RUNBOOK ON OPSRBRPT: EVERY
000150*                  MESSAGE WITH ITS SEVERITY, TEXT, EXPLANATION
000160*                  AND OPERATOR RESPONSE.  DUPLICATE OR
000170*                  MALFORMED CATALOG LINES, AND MESSAGES PAST
000180*                  THE LOADERS' LIMIT, ARE LISTED AHEAD OF THE
000182*                  RUNBOOK AND LEFT OUT OF IT WITH THEIR DETAIL
000184*                  LINES, AS THE LOADERS LEAVE THEM OUT.
000190*
000200*MSGCAT LAYOUT IS DESCRIBED IN MSG-HANDLER.  EACH MESSAGE LINE
000210*(SEVERITY S, E, W OR I IN COLUMN 5) IS FOLLOWED BY ITS
000220*EXPLANATION LINES ("X") AND OPERATOR RESPONSE LINES ("R"),
000230*ALL CARRYING THE SAME MESSAGE NUMBER.  A "*" IN COLUMN 1 IS A
000240*COMMENT.
000250*
000260*ERRORS (RC 8) - THE LOADERS WOULD MISREAD OR DROP THE LINE:
000270*  NUMBER NOT NUMERIC, UNKNOWN LINE TYPE, COLUMN 6 NOT BLANK,
000280*  NO TEXT, TEXT PAST COLUMN 66, DUPLICATE MESSAGE NUMBER,
000290*  EXPLANATION OR RESPONSE NOT UNDER ITS OWN MESSAGE LINE,
000300*  MORE THAN 3 RESPONSE LINES, MORE MESSAGES THAN THE LOADERS
000310*  HOLD.
000320*WARNINGS (RC 4) - THE CATALOG LOADS BUT THE RUNBOOK IS THIN:
000330*  NO OPERATOR RESPONSE, NO EXPLANATION, MESSAGE OUT OF NUMBER
000340*  ORDER, BLANK LINE.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT MCR-CATALOG ASSIGN TO "MSGCAT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS MCR-CAT-STATUS.
000420     SELECT MCR-REPORT ASSIGN TO "OPSRBRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS MCR-RPT-STATUS.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  MCR-CATALOG
000490     RECORDING MODE IS F.
000500 01  MCR-CATALOG-RECORD.
000510     05  MCR-REC-NUMBER         PIC X(04).
000520     05  MCR-REC-TYPE           PIC X(01).
000530         88  MCR-REC-MESSAGE        VALUE "S" "E" "W" "I".
000540         88  MCR-REC-EXPLANATION    VALUE "X".
000550         88  MCR-REC-RESPONSE       VALUE "R".
000560     05  MCR-REC-SPACER         PIC X(01).
000570     05  MCR-REC-TEXT           PIC X(60).
000580     05  MCR-REC-OVERFLOW       PIC X(34).
000590 01  MCR-CATALOG-IMAGE REDEFINES MCR-CATALOG-RECORD.
000600     05  MCR-REC-COLUMN-1       PIC X(01).
000610     05  FILLER                 PIC X(99).
000620*
000630 FD  MCR-REPORT
000640     RECORDING MODE IS F.
000650 01  MCR-REPORT-RECORD      PIC X(100).
000660*
000670 WORKING-STORAGE SECTION.
000680*FILE STATUS AND SWITCHES
000690 01  MCR-CAT-STATUS          PIC X(02) VALUE SPACES.
000700 01  MCR-RPT-STATUS          PIC X(02) VALUE SPACES.
000710 01  MCR-CAT-EOF-SWITCH      PIC X(01) VALUE "N".
000720     88  MCR-CAT-EOF             VALUE "Y".
000730 01  MCR-NO-CATALOG-SWITCH   PIC X(01) VALUE "N".
000740     88  MCR-NO-CATALOG          VALUE "Y".
000750 01  MCR-OPEN-SWITCH         PIC X(01) VALUE "N".
000760     88  MCR-MESSAGE-OPEN        VALUE "Y".
000770*
000780*MESSAGE TABLE SIZE OF MSG-HANDLER AND OPS-EXCEPTIONS-REPORT
000790 01  MCR-CATALOG-LIMIT       PIC 9(03) VALUE 100.
000793*MESSAGE LINES MET SO FAR WHILE PRINTING THE RUNBOOK
000796 01  MCR-RUNBOOK-COUNT       PIC 9(05) VALUE 0.
000800*
000810*MESSAGE NUMBERS SEEN SO FAR, FOR THE DUPLICATE CHECK AND
000815*AGAIN FOR LEAVING REPEATS OUT OF THE RUNBOOK
000820 01  MCR-SEEN-TABLE.
000830     05  MCR-SEEN-COUNT         PIC 9(03) VALUE 0.
000840     05  MCR-SEEN-NUMBER        PIC X(04) OCCURS 200 TIMES.
000850 01  MCR-SEEN-LIMIT          PIC 9(03) VALUE 200.
000860 01  MCR-SEEN-INDEX          PIC 9(03) VALUE 0.
000870 01  MCR-SEEN-FOUND          PIC 9(03) VALUE 0.
000880*
000890*THE MESSAGE WHOSE EXPLANATION AND RESPONSE LINES ARE BEING
000900*READ, AND THE NUMBER OF THE MESSAGE BEFORE IT
000910 01  MCR-CUR-NUMBER          PIC X(04) VALUE SPACES.
000920 01  MCR-CUR-LINE            PIC 9(05) VALUE 0.
000930 01  MCR-CUR-IMAGE           PIC X(100) VALUE SPACES.
000940 01  MCR-CUR-EXPLANATIONS    PIC 9(03) VALUE 0.
000950 01  MCR-CUR-RESPONSES       PIC 9(03) VALUE 0.
000960 01  MCR-LAST-NUMBER         PIC X(04) VALUE LOW-VALUES.
000970 01  MCR-LAST-TYPE           PIC X(01) VALUE SPACE.
000980*
000990*THE FAULT FOUND ON THE LINE BEING CHECKED, AND ITS LEVEL
001000 01  MCR-FAULT-REASON        PIC X(32) VALUE SPACES.
001010 01  MCR-FAULT-LEVEL         PIC X(07) VALUE SPACES.
001020 01  MCR-FAULT-LINE          PIC 9(05) VALUE 0.
001030 01  MCR-FAULT-IMAGE         PIC X(100) VALUE SPACES.
001040*
001050*CURRENT DATE AND RUN TOTALS
001060 01  MCR-CURRENT-DATE        PIC 9(08) VALUE 0.
001070 01  MCR-LINE-NUMBER         PIC 9(05) VALUE 0.
001080 01  MCR-COMMENT-COUNT       PIC 9(05) VALUE 0.
001090 01  MCR-MESSAGE-COUNT       PIC 9(05) VALUE 0.
001100 01  MCR-EXPLANATION-COUNT   PIC 9(05) VALUE 0.
001110 01  MCR-RESPONSE-COUNT      PIC 9(05) VALUE 0.
001120 01  MCR-ERROR-COUNT         PIC 9(05) VALUE 0.
001130 01  MCR-WARNING-COUNT       PIC 9(05) VALUE 0.
001140 01  MCR-PRINTED-COUNT       PIC 9(05) VALUE 0.
001150*
001160*REPORT LINE LAYOUTS
001170 01  MCR-EXCEPTION-LINE.
001180     05  FILLER                 PIC X(05) VALUE "LINE ".
001190     05  MCR-EXC-LINE           PIC ZZZZ9.
001200     05  FILLER                 PIC X(02) VALUE SPACES.
001210     05  MCR-EXC-LEVEL          PIC X(07).
001220     05  FILLER                 PIC X(02) VALUE SPACES.
001230     05  MCR-EXC-REASON         PIC X(32).
001240 01  MCR-IMAGE-LINE.
001250     05  FILLER                 PIC X(12) VALUE SPACES.
001260     05  MCR-IMG-RECORD         PIC X(80).
001270 01  MCR-MESSAGE-LINE.
001280     05  MCR-MSL-NUMBER         PIC X(04).
001290     05  FILLER                 PIC X(02) VALUE SPACES.
001300     05  MCR-MSL-SEVERITY       PIC X(01).
001310     05  FILLER                 PIC X(02) VALUE SPACES.
001320     05  MCR-MSL-SEV-NAME       PIC X(11).
001330     05  FILLER                 PIC X(02) VALUE SPACES.
001340     05  MCR-MSL-TEXT           PIC X(60).
001350 01  MCR-DETAIL-LINE.
001360     05  FILLER                 PIC X(09) VALUE SPACES.
001370     05  MCR-DTL-LABEL          PIC X(11).
001380     05  FILLER                 PIC X(02) VALUE SPACES.
001390     05  MCR-DTL-TEXT           PIC X(60).
001400 01  MCR-RPT-LINE.
001410     05  MCR-RPT-LABEL          PIC X(22).
001420     05  MCR-RPT-VALUE          PIC ZZZZ9.
001430*
001440*COMMON MESSAGE HANDLER REQUEST AREA
001450 COPY MSGREQ.
001460*
001470 PROCEDURE DIVISION.
001480*
001490*=============================================================
001500*0000-MAINLINE - CHECK THE CATALOG, THEN PRINT THE RUNBOOK
001510*FROM EVERY LINE THAT PASSED
001520*=============================================================
001530 0000-MAINLINE.
001540     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001550     PERFORM 2000-CHECK-CATALOG THRU 2000-EXIT
001560     IF NOT MCR-NO-CATALOG
001570         PERFORM 3000-PRINT-RUNBOOK THRU 3000-EXIT
001580     END-IF
001590     PERFORM 8000-TERMINATE THRU 8000-EXIT
001600     GOBACK.
001610*
001620*=============================================================
001630*1000-INITIALIZE - CURRENT DATE, REPORT OPEN AND HEADING
001640*=============================================================
001650 1000-INITIALIZE.
001660     ACCEPT MCR-CURRENT-DATE FROM DATE YYYYMMDD
001670     OPEN OUTPUT MCR-REPORT
001680     IF MCR-RPT-STATUS NOT = "00"
001690         MOVE 3001 TO MSG-NUMBER
001700         MOVE "MSG-CATALOG-RUNBOOK" TO MSG-PROGRAM-ID
001710         MOVE "OPSRBRPT" TO MSG-FILE-NAME
001720         MOVE MCR-RPT-STATUS TO MSG-FILE-STATUS
001730         CALL "MSG-HANDLER" USING MSG-REQUEST
001740         MOVE 16 TO RETURN-CODE
001750         GOBACK
001760     END-IF
001770     MOVE "OPERATIONS RUNBOOK - MSGCAT MESSAGE CATALOG"
001780         TO MCR-REPORT-RECORD
001790     WRITE MCR-REPORT-RECORD
001800     MOVE SPACES TO MCR-REPORT-RECORD
001810     STRING "RUN DATE " MCR-CURRENT-DATE
001820         DELIMITED BY SIZE INTO MCR-REPORT-RECORD
001830     END-STRING
001840     WRITE MCR-REPORT-RECORD.
001850 1000-EXIT.
001860     EXIT.
001870*
001880*=============================================================
001890*2000-CHECK-CATALOG - PASS 1: EVERY LINE IS CHECKED ON ITS OWN
001900*AND AGAINST THE MESSAGE LINE ABOVE IT.  FAULTS ARE LISTED AS
001910*THEY ARE FOUND.
001920*=============================================================
001930 2000-CHECK-CATALOG.
001940     MOVE SPACES TO MCR-REPORT-RECORD
001950     WRITE MCR-REPORT-RECORD
001960     MOVE "CATALOG CHECKS" TO MCR-REPORT-RECORD
001970     WRITE MCR-REPORT-RECORD
001980     OPEN INPUT MCR-CATALOG
001990     IF MCR-CAT-STATUS NOT = "00"
002000         SET MCR-NO-CATALOG TO TRUE
002010         DISPLAY "MSG-CATALOG-RUNBOOK: NO MSGCAT, STATUS "
002020             MCR-CAT-STATUS
002030         MOVE "NO MSGCAT CATALOG - NOTHING TO CHECK OR PRINT"
002040             TO MCR-REPORT-RECORD
002050         WRITE MCR-REPORT-RECORD
002060         GO TO 2000-EXIT
002070     END-IF
002080     PERFORM 2100-CHECK-ONE-LINE THRU 2100-EXIT
002090         UNTIL MCR-CAT-EOF
002100     PERFORM 2400-CLOSE-MESSAGE THRU 2400-EXIT
002110     CLOSE MCR-CATALOG
002120     IF MCR-ERROR-COUNT = 0 AND MCR-WARNING-COUNT = 0
002130         MOVE "NO FAULTS FOUND" TO MCR-REPORT-RECORD
002140         WRITE MCR-REPORT-RECORD
002150     END-IF.
002160 2000-EXIT.
002170     EXIT.
002180*
002190 2100-CHECK-ONE-LINE.
002200     READ MCR-CATALOG
002210         AT END
002220             SET MCR-CAT-EOF TO TRUE
002230             GO TO 2100-EXIT
002240     END-READ
002250     ADD 1 TO MCR-LINE-NUMBER
002260     IF MCR-REC-COLUMN-1 = "*"
002270         ADD 1 TO MCR-COMMENT-COUNT
002280         GO TO 2100-EXIT
002290     END-IF
002300     MOVE MCR-LINE-NUMBER TO MCR-FAULT-LINE
002310     MOVE MCR-CATALOG-RECORD TO MCR-FAULT-IMAGE
002320     IF MCR-CATALOG-RECORD = SPACES
002330         MOVE "BLANK LINE" TO MCR-FAULT-REASON
002340         PERFORM 2920-WRITE-WARNING THRU 2920-EXIT
002350         GO TO 2100-EXIT
002360     END-IF
002370     PERFORM 2200-CHECK-LINE-SHAPE THRU 2200-EXIT
002380     IF MCR-FAULT-REASON NOT = SPACES
002390         PERFORM 2910-WRITE-ERROR THRU 2910-EXIT
002400         GO TO 2100-EXIT
002410     END-IF
002420     IF MCR-REC-MESSAGE
002430         PERFORM 2300-CHECK-MESSAGE-LINE THRU 2300-EXIT
002440     ELSE
002450         PERFORM 2500-CHECK-DETAIL-LINE THRU 2500-EXIT
002460     END-IF.
002470 2100-EXIT.
002480     EXIT.
002490*
002500*THE CHECKS ANY LINE MUST PASS ON ITS OWN.  THE FIRST FAULT IS
002510*LEFT IN MCR-FAULT-REASON; SPACES MEANS THE LINE IS SOUND.
002520 2200-CHECK-LINE-SHAPE.
002530     MOVE SPACES TO MCR-FAULT-REASON
002540     EVALUATE TRUE
002550         WHEN MCR-REC-NUMBER IS NOT NUMERIC
002560             MOVE "NUMBER NOT NUMERIC" TO MCR-FAULT-REASON
002570         WHEN NOT MCR-REC-MESSAGE
002580             AND NOT MCR-REC-EXPLANATION
002590             AND NOT MCR-REC-RESPONSE
002600             MOVE "LINE TYPE NOT S, E, W, I, X OR R"
002610                 TO MCR-FAULT-REASON
002620         WHEN MCR-REC-SPACER NOT = SPACE
002630             MOVE "COLUMN 6 NOT BLANK" TO MCR-FAULT-REASON
002640         WHEN MCR-REC-TEXT = SPACES
002650             MOVE "NO TEXT" TO MCR-FAULT-REASON
002660         WHEN MCR-REC-OVERFLOW NOT = SPACES
002670             MOVE "TEXT PAST COLUMN 66" TO MCR-FAULT-REASON
002680     END-EVALUATE.
002690 2200-EXIT.
002700     EXIT.
002710*
002720*A MESSAGE LINE CLOSES THE MESSAGE ABOVE IT AND OPENS ITS OWN
002730 2300-CHECK-MESSAGE-LINE.
002740     PERFORM 2400-CLOSE-MESSAGE THRU 2400-EXIT
002750     ADD 1 TO MCR-MESSAGE-COUNT
002760     MOVE MCR-LINE-NUMBER TO MCR-FAULT-LINE
002770     MOVE MCR-CATALOG-RECORD TO MCR-FAULT-IMAGE
002780     MOVE 0 TO MCR-SEEN-FOUND
002790     PERFORM 2310-MATCH-SEEN-NUMBER THRU 2310-EXIT
002800         VARYING MCR-SEEN-INDEX FROM 1 BY 1
002810         UNTIL MCR-SEEN-INDEX > MCR-SEEN-COUNT
002820             OR MCR-SEEN-FOUND > 0
002830     EVALUATE TRUE
002840         WHEN MCR-SEEN-FOUND > 0
002850             MOVE "DUPLICATE MESSAGE NUMBER" TO MCR-FAULT-REASON
002860             PERFORM 2910-WRITE-ERROR THRU 2910-EXIT
002870         WHEN MCR-REC-NUMBER < MCR-LAST-NUMBER
002880             MOVE "MESSAGE OUT OF NUMBER ORDER"
002890                 TO MCR-FAULT-REASON
002900             PERFORM 2920-WRITE-WARNING THRU 2920-EXIT
002910     END-EVALUATE
002920     IF MCR-MESSAGE-COUNT = MCR-CATALOG-LIMIT + 1
002930         MOVE "MORE MESSAGES THAN LOADERS HOLD"
002940             TO MCR-FAULT-REASON
002950         PERFORM 2910-WRITE-ERROR THRU 2910-EXIT
002960     END-IF
002970     IF MCR-SEEN-FOUND = 0 AND MCR-SEEN-COUNT < MCR-SEEN-LIMIT
002980         ADD 1 TO MCR-SEEN-COUNT
002990         MOVE MCR-REC-NUMBER TO MCR-SEEN-NUMBER(MCR-SEEN-COUNT)
003000     END-IF
003010     IF MCR-REC-NUMBER > MCR-LAST-NUMBER
003020         MOVE MCR-REC-NUMBER TO MCR-LAST-NUMBER
003030     END-IF
003040     SET MCR-MESSAGE-OPEN TO TRUE
003050     MOVE MCR-REC-NUMBER TO MCR-CUR-NUMBER
003060     MOVE MCR-LINE-NUMBER TO MCR-CUR-LINE
003070     MOVE MCR-CATALOG-RECORD TO MCR-CUR-IMAGE
003080     MOVE 0 TO MCR-CUR-EXPLANATIONS
003090     MOVE 0 TO MCR-CUR-RESPONSES.
003100 2300-EXIT.
003110     EXIT.
003120*
003130 2310-MATCH-SEEN-NUMBER.
003140     IF MCR-SEEN-NUMBER(MCR-SEEN-INDEX) = MCR-REC-NUMBER
003150         MOVE MCR-SEEN-INDEX TO MCR-SEEN-FOUND
003160     END-IF.
003170 2310-EXIT.
003180     EXIT.
003190*
003200*THE MESSAGE BEING CLOSED MUST HAVE TOLD THE OPERATOR WHAT IT
003210*MEANS AND WHAT TO DO
003220 2400-CLOSE-MESSAGE.
003230     IF NOT MCR-MESSAGE-OPEN
003240         GO TO 2400-EXIT
003250     END-IF
003260     MOVE "N" TO MCR-OPEN-SWITCH
003270     MOVE MCR-CUR-LINE TO MCR-FAULT-LINE
003280     MOVE MCR-CUR-IMAGE TO MCR-FAULT-IMAGE
003290     IF MCR-CUR-RESPONSES = 0
003300         MOVE "NO OPERATOR RESPONSE" TO MCR-FAULT-REASON
003310         PERFORM 2920-WRITE-WARNING THRU 2920-EXIT
003320     END-IF
003330     IF MCR-CUR-EXPLANATIONS = 0
003340         MOVE "NO EXPLANATION" TO MCR-FAULT-REASON
003350         PERFORM 2920-WRITE-WARNING THRU 2920-EXIT
003360     END-IF.
003370 2400-EXIT.
003380     EXIT.
003390*
003400*AN EXPLANATION OR RESPONSE LINE MUST FOLLOW ITS OWN MESSAGE.
003410*MSG-HANDLER HOLDS THREE RESPONSE LINES PER MESSAGE.
003420 2500-CHECK-DETAIL-LINE.
003430     IF NOT MCR-MESSAGE-OPEN
003440         OR MCR-REC-NUMBER NOT = MCR-CUR-NUMBER
003450         MOVE "NOT UNDER ITS OWN MESSAGE LINE"
003460             TO MCR-FAULT-REASON
003470         PERFORM 2910-WRITE-ERROR THRU 2910-EXIT
003480         GO TO 2500-EXIT
003490     END-IF
003500     IF MCR-REC-EXPLANATION
003510         ADD 1 TO MCR-CUR-EXPLANATIONS
003520         ADD 1 TO MCR-EXPLANATION-COUNT
003530         GO TO 2500-EXIT
003540     END-IF
003550     ADD 1 TO MCR-CUR-RESPONSES
003560     ADD 1 TO MCR-RESPONSE-COUNT
003570     IF MCR-CUR-RESPONSES > 3
003580         MOVE "MORE THAN 3 RESPONSE LINES" TO MCR-FAULT-REASON
003590         PERFORM 2910-WRITE-ERROR THRU 2910-EXIT
003600     END-IF.
003610 2500-EXIT.
003620     EXIT.
003630*
003640*ONE FAULT: LINE NUMBER, LEVEL AND REASON, THEN THE LINE ITSELF
003650 2900-WRITE-FAULT.
003660     MOVE MCR-FAULT-LINE TO MCR-EXC-LINE
003670     MOVE MCR-FAULT-LEVEL TO MCR-EXC-LEVEL
003680     MOVE MCR-FAULT-REASON TO MCR-EXC-REASON
003690     MOVE MCR-EXCEPTION-LINE TO MCR-REPORT-RECORD
003700     WRITE MCR-REPORT-RECORD
003710     IF MCR-FAULT-IMAGE = SPACES
003720         GO TO 2900-EXIT
003730     END-IF
003740     MOVE MCR-FAULT-IMAGE TO MCR-IMG-RECORD
003750     MOVE MCR-IMAGE-LINE TO MCR-REPORT-RECORD
003760     WRITE MCR-REPORT-RECORD.
003770 2900-EXIT.
003780     EXIT.
003790*
003800 2910-WRITE-ERROR.
003810     ADD 1 TO MCR-ERROR-COUNT
003820     MOVE "ERROR" TO MCR-FAULT-LEVEL
003830     PERFORM 2900-WRITE-FAULT THRU 2900-EXIT.
003840 2910-EXIT.
003850     EXIT.
003860*
003870 2920-WRITE-WARNING.
003880     ADD 1 TO MCR-WARNING-COUNT
003890     MOVE "WARNING" TO MCR-FAULT-LEVEL
003900     PERFORM 2900-WRITE-FAULT THRU 2900-EXIT.
003910 2920-EXIT.
003920     EXIT.
003930*
003940*=============================================================
003950*3000-PRINT-RUNBOOK - PASS 2: EACH SOUND MESSAGE LINE WITH ITS
003960*EXPLANATION AND RESPONSE LINES UNDER IT, IN CATALOG ORDER.
003970*LINES THAT FAILED THE CHECKS ARE LEFT OUT, AND SO ARE A
003973*REPEATED MESSAGE NUMBER AND EVERY MESSAGE PAST THE LOADERS'
003976*LIMIT, WITH THEIR EXPLANATION AND RESPONSE LINES.
003980*=============================================================
003990 3000-PRINT-RUNBOOK.
004000     MOVE SPACES TO MCR-REPORT-RECORD
004010     WRITE MCR-REPORT-RECORD
004020     MOVE "RUNBOOK" TO MCR-REPORT-RECORD
004030     WRITE MCR-REPORT-RECORD
004040     MOVE "MSG   S  SEVERITY     TEXT, EXPLANATION AND"
004050         TO MCR-REPORT-RECORD
004060     MOVE "OPERATOR RESPONSE" TO MCR-REPORT-RECORD(45:)
004070     WRITE MCR-REPORT-RECORD
004080     MOVE "N" TO MCR-CAT-EOF-SWITCH
004090     MOVE "N" TO MCR-OPEN-SWITCH
004093     MOVE 0 TO MCR-SEEN-COUNT
004096     MOVE 0 TO MCR-RUNBOOK-COUNT
004100     OPEN INPUT MCR-CATALOG
004110     IF MCR-CAT-STATUS NOT = "00"
004120         GO TO 3000-EXIT
004130     END-IF
004140     PERFORM 3100-PRINT-ONE-LINE THRU 3100-EXIT
004150         UNTIL MCR-CAT-EOF
004160     CLOSE MCR-CATALOG.
004170 3000-EXIT.
004180     EXIT.
004190*
004200 3100-PRINT-ONE-LINE.
004210     READ MCR-CATALOG
004220         AT END
004230             SET MCR-CAT-EOF TO TRUE
004240             GO TO 3100-EXIT
004250     END-READ
004260     IF MCR-REC-COLUMN-1 = "*" OR MCR-CATALOG-RECORD = SPACES
004270         GO TO 3100-EXIT
004280     END-IF
004290     PERFORM 2200-CHECK-LINE-SHAPE THRU 2200-EXIT
004300     IF MCR-FAULT-REASON NOT = SPACES
004310         GO TO 3100-EXIT
004320     END-IF
004330     IF MCR-REC-MESSAGE
004340         PERFORM 3200-PRINT-MESSAGE-LINE THRU 3200-EXIT
004350     ELSE
004360         PERFORM 3300-PRINT-DETAIL-LINE THRU 3300-EXIT
004370     END-IF.
004380 3100-EXIT.
004390     EXIT.
004400*
004403*A MESSAGE LEFT OUT CLOSES THE ONE BEFORE IT, SO 3300 DROPS
004406*ITS DETAIL LINES TOO
004410 3200-PRINT-MESSAGE-LINE.
004411     ADD 1 TO MCR-RUNBOOK-COUNT
004412     MOVE "N" TO MCR-OPEN-SWITCH
004413     IF MCR-RUNBOOK-COUNT > MCR-CATALOG-LIMIT
004414         GO TO 3200-EXIT
004415     END-IF
004416     MOVE 0 TO MCR-SEEN-FOUND
004417     PERFORM 2310-MATCH-SEEN-NUMBER THRU 2310-EXIT
004418         VARYING MCR-SEEN-INDEX FROM 1 BY 1
004419         UNTIL MCR-SEEN-INDEX > MCR-SEEN-COUNT
004420             OR MCR-SEEN-FOUND > 0
004421     IF MCR-SEEN-FOUND > 0
004422         GO TO 3200-EXIT
004423     END-IF
004424     IF MCR-SEEN-COUNT < MCR-SEEN-LIMIT
004425         ADD 1 TO MCR-SEEN-COUNT
004426         MOVE MCR-REC-NUMBER TO MCR-SEEN-NUMBER(MCR-SEEN-COUNT)
004427     END-IF
004428     MOVE SPACES TO MCR-REPORT-RECORD
004430     WRITE MCR-REPORT-RECORD
004440     MOVE MCR-REC-NUMBER TO MCR-MSL-NUMBER
004450     MOVE MCR-REC-TYPE TO MCR-MSL-SEVERITY
004460     EVALUATE MCR-REC-TYPE
004470         WHEN "S"
004480             MOVE "SEVERE" TO MCR-MSL-SEV-NAME
004490         WHEN "E"
004500             MOVE "ERROR" TO MCR-MSL-SEV-NAME
004510         WHEN "W"
004520             MOVE "WARNING" TO MCR-MSL-SEV-NAME
004530         WHEN OTHER
004540             MOVE "INFORMATION" TO MCR-MSL-SEV-NAME
004550     END-EVALUATE
004560     MOVE MCR-REC-TEXT TO MCR-MSL-TEXT
004570     MOVE MCR-MESSAGE-LINE TO MCR-REPORT-RECORD
004580     WRITE MCR-REPORT-RECORD
004590     ADD 1 TO MCR-PRINTED-COUNT
004600     SET MCR-MESSAGE-OPEN TO TRUE
004610     MOVE MCR-REC-NUMBER TO MCR-CUR-NUMBER
004620     MOVE 0 TO MCR-CUR-RESPONSES
004630     MOVE SPACE TO MCR-LAST-TYPE.
004640 3200-EXIT.
004650     EXIT.
004660*
004670*THE LABEL IS PRINTED ON THE FIRST LINE OF EACH KIND ONLY
004680*AND, AS IN MSG-HANDLER, A FOURTH RESPONSE LINE IS LEFT OUT
004690 3300-PRINT-DETAIL-LINE.
004700     IF NOT MCR-MESSAGE-OPEN
004710         OR MCR-REC-NUMBER NOT = MCR-CUR-NUMBER
004720         GO TO 3300-EXIT
004730     END-IF
004740     IF MCR-REC-RESPONSE
004750         IF MCR-CUR-RESPONSES >= 3
004760             GO TO 3300-EXIT
004770         END-IF
004780         ADD 1 TO MCR-CUR-RESPONSES
004790     END-IF
004800     MOVE SPACES TO MCR-DTL-LABEL
004810     IF MCR-REC-TYPE NOT = MCR-LAST-TYPE
004820         IF MCR-REC-EXPLANATION
004830             MOVE "EXPLANATION" TO MCR-DTL-LABEL
004840         ELSE
004850             MOVE "RESPONSE" TO MCR-DTL-LABEL
004860         END-IF
004870     END-IF
004880     MOVE MCR-REC-TYPE TO MCR-LAST-TYPE
004890     MOVE MCR-REC-TEXT TO MCR-DTL-TEXT
004900     MOVE MCR-DETAIL-LINE TO MCR-REPORT-RECORD
004910     WRITE MCR-REPORT-RECORD.
004920 3300-EXIT.
004930     EXIT.
004940*
004950*=============================================================
004960*8000-TERMINATE - RUN TOTALS.  RC 8 ON ANY ERROR, RC 4 ON
004970*WARNINGS ONLY, RC 16 WHEN THERE IS NO CATALOG AT ALL
004980*=============================================================
004990 8000-TERMINATE.
005000     MOVE SPACES TO MCR-REPORT-RECORD
005010     WRITE MCR-REPORT-RECORD
005020     MOVE "CATALOG LINES READ  : " TO MCR-RPT-LABEL
005030     MOVE MCR-LINE-NUMBER TO MCR-RPT-VALUE
005040     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
005050     MOVE "COMMENT LINES       : " TO MCR-RPT-LABEL
005060     MOVE MCR-COMMENT-COUNT TO MCR-RPT-VALUE
005070     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
005080     MOVE "MESSAGES            : " TO MCR-RPT-LABEL
005090     MOVE MCR-MESSAGE-COUNT TO MCR-RPT-VALUE
005100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
005110     MOVE "EXPLANATION LINES   : " TO MCR-RPT-LABEL
005120     MOVE MCR-EXPLANATION-COUNT TO MCR-RPT-VALUE
005130     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
005140     MOVE "RESPONSE LINES      : " TO MCR-RPT-LABEL
005150     MOVE MCR-RESPONSE-COUNT TO MCR-RPT-VALUE
005160     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
005170     MOVE "MESSAGES IN RUNBOOK : " TO MCR-RPT-LABEL
005180     MOVE MCR-PRINTED-COUNT TO MCR-RPT-VALUE
005190     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
005200     MOVE "ERRORS              : " TO MCR-RPT-LABEL
005210     MOVE MCR-ERROR-COUNT TO MCR-RPT-VALUE
005220     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
005230     MOVE "WARNINGS            : " TO MCR-RPT-LABEL
005240     MOVE MCR-WARNING-COUNT TO MCR-RPT-VALUE
005250     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
005260     CLOSE MCR-REPORT
005270     IF MCR-WARNING-COUNT > 0
005280         MOVE 4 TO RETURN-CODE
005290     END-IF
005300     IF MCR-ERROR-COUNT > 0
005310         MOVE 8 TO RETURN-CODE
005320     END-IF
005330     IF MCR-NO-CATALOG
005340         MOVE 16 TO RETURN-CODE
005350     END-IF
005360     DISPLAY "MSG-CATALOG-RUNBOOK: MESSAGES " MCR-MESSAGE-COUNT
005370         " ERRORS " MCR-ERROR-COUNT
005380         " WARNINGS " MCR-WARNING-COUNT.
005390 8000-EXIT.
005400     EXIT.
005410*
005420 8100-WRITE-TOTAL-LINE.
005430     MOVE MCR-RPT-LINE TO MCR-REPORT-RECORD
005440     WRITE MCR-REPORT-RECORD.
005450 8100-EXIT.
005460     EXIT.
