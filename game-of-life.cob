000557*                  2210-READ-SEED-RECORD EXPECTS), SO THE
000558*                  NEXT RUN CAN NAME GOLNEXT AS ITS SEED AND
000559*                  CONTINUE WHERE THIS ONE STOPPED.
000560*  2026-10-15 DEV  LIFE-LIKE RULE SETS: A BXX/SYY RULE STRING
000561*                  ON GOLCTL (BLANK = B3/S23) IS PARSED INTO
000562*                  BIRTH AND SURVIVAL TABLES THAT DRIVE THE
000563*                  JUDGING OF EACH CANDIDATE CELL.  THE RULE
000564*                  IS CARRIED ON THE CHECKPOINT HEADER AND
000565*                  RECORDED ON GOLSTATS AND GOLHIST.  AN
000566*                  UNUSABLE RULE (INCLUDING ANY B0 RULE, WHICH
000567*                  THE LIVE-CELL ENGINE CANNOT PLAY) RAISES
000568*                  MSG 1007 AND FALLS BACK TO B3/S23.
000569*  2026-10-15 DEV  RUN IDENTIFIER: EACH RUN TAKES THE NEXT
000570*                  CCYYMMDD+SEQUENCE RUN ID FROM THE GOLRUNID
000571*                  CONTROL FILE (MSG 1008 WHEN IT CANNOT BE
000572*                  UPDATED) AND STAMPS IT ON THE GOLOUT
000573*                  GENERATION HEADINGS, GOLSTATS, GOLHIST,
000574*                  THE GOLCKPT HEADER, THE GOLAGE HEADING AND
000575*                  EVERY GOLNEXT CELL.  GOLSTATS AND GOLAGE
000576*                  ARE NOW EXTENDED RUN AFTER RUN LIKE
000577*                  GOLHIST.  GOLHIST ALSO RECORDS THE RUN A
000578*                  RESTART RESUMED AND WHETHER GOLCKPT AND
000579*                  GOLNEXT WERE WRITTEN, FOR GOL-RECONCILE.
000580*
000581 ENVIRONMENT DIVISION.
000582 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT GOL-CONTROL ASSIGN TO "GOLCTL"
000610         ORGANIZATION IS LINE SEQUENTIAL
000801     SELECT GOL-NEXT-SEED ASSIGN TO "GOLNEXT"
000802         ORGANIZATION IS LINE SEQUENTIAL
000803         FILE STATUS IS GOL-NEXT-STATUS.
000804     SELECT GOL-RUN-ID-FILE ASSIGN TO "GOLRUNID"
000805         ORGANIZATION IS LINE SEQUENTIAL
000806         FILE STATUS IS GOL-RUNID-STATUS.
000810*
000820 DATA DIVISION.
000830 FILE SECTION.
000910     05  GOL-CTL-CHECKPOINT-INT PIC 9(05).
000920     05  GOL-CTL-SEED-FILE      PIC X(40).
000921     05  GOL-CTL-SAVE-FINAL     PIC X(01).
000925     05  GOL-CTL-RULE           PIC X(20).
000930*
000940 FD  GOL-SEED
000950     RECORDING MODE IS F.
000960 01  GOL-SEED-RECORD.
000970     05  GOL-SEED-ROW           PIC 9(03).
000973     05  GOL-SEED-COL           PIC 9(03).
000976     05  GOL-SEED-RUN-ID        PIC X(12).
000981*
000982*NEXT-RUN SEED - THE FINAL GENERATION IN GOLSEED FORMAT
000983 FD  GOL-NEXT-SEED
000985 01  GOL-NEXT-RECORD.
000986     05  GOL-NEXT-SEED-ROW      PIC 9(03).
000987     05  GOL-NEXT-SEED-COL      PIC 9(03).
000988     05  GOL-NEXT-RUN-ID        PIC 9(12).
000990*
000991*RUN ID CONTROL - ONE RECORD, THE LAST RUN ID ISSUED
000992 FD  GOL-RUN-ID-FILE
000993     RECORDING MODE IS F.
000994 01  GOL-RUNID-RECORD.
000995     05  GOL-RUNID-LAST-ID      PIC X(12).
000996*
001000 FD  GOL-OUTPUT
001010     RECORDING MODE IS F.
001020 01  GOL-OUTPUT-RECORD      PIC X(520).
001140     05  GOL-STATS-TOT-BIRTHS   PIC 9(09).
001150     05  GOL-STATS-TOT-DEATHS   PIC 9(09).
001160     05  GOL-STATS-STOP-REASON  PIC X(30).
001163     05  GOL-STATS-RULE         PIC X(20).
001166     05  GOL-STATS-RUN-ID       PIC 9(12).
001170*
001180 FD  GOL-HISTORY
001190     RECORDING MODE IS F.
001270     05  GOL-HIST-FINAL-LIVE    PIC 9(06).
001280     05  GOL-HIST-TOT-BIRTHS    PIC 9(09).
001290     05  GOL-HIST-TOT-DEATHS    PIC 9(09).
001291     05  GOL-HIST-RULE          PIC X(20).
001292     05  GOL-HIST-RUN-ID        PIC 9(12).
001293     05  GOL-HIST-RESTART-OF    PIC 9(12).
001294     05  GOL-HIST-CKPT-FLAG     PIC X(01).
001295     05  GOL-HIST-NEXT-FLAG     PIC X(01).
001300*
001310 FD  GOL-AGE-REPORT
001320     RECORDING MODE IS F.
001612 01  GOL-SAVE-FINAL-FLAG     PIC X(01) VALUE "N".
001613     88  GOL-SAVE-FINAL-YES      VALUE "Y".
001620*
001621*RUN IDENTIFIER - RUN DATE AND THE DAY'S SEQUENCE NUMBER,
001622*THE RUN A RESTART RESUMED (ZERO FOR A FRESH START) AND
001623*WHICH OF THE LATEST-RUN-ONLY FILES THIS RUN WROTE
001624 01  GOL-RUNID-STATUS        PIC X(02) VALUE SPACES.
001625 01  GOL-RUN-ID.
001626     05  GOL-RUN-ID-DATE         PIC 9(08).
001627     05  GOL-RUN-ID-SEQ          PIC 9(04).
001628 01  GOL-LAST-RUN-ID.
001629     05  GOL-LAST-RUN-DATE       PIC 9(08).
001630     05  GOL-LAST-RUN-SEQ        PIC 9(04).
001631 01  GOL-RESTART-OF-ID       PIC 9(12) VALUE 0.
001632 01  GOL-CKPT-WRITTEN-FLAG   PIC X(01) VALUE "N".
001633 01  GOL-NEXT-WRITTEN-FLAG   PIC X(01) VALUE "N".
001634*
001635*LIFE-LIKE RULE - BIRTH AND SURVIVAL FLAGS INDEXED BY THE
001636*NEIGHBOUR COUNT PLUS ONE (ENTRY 1 = NO NEIGHBOURS, ENTRY
001637*9 = EIGHT), BUILT FROM THE BXX/SYY RULE STRING
001638 01  GOL-RULE-STRING         PIC X(20) VALUE "B3/S23".
001639 01  GOL-RULE-TABLES.
001640     05  GOL-BIRTH-FLAG OCCURS 9 TIMES PIC X(01).
001641     05  GOL-SURVIVE-FLAG OCCURS 9 TIMES PIC X(01).
001642 01  GOL-RULE-WORK           PIC X(20) VALUE SPACES.
001643 01  GOL-RULE-SOURCE         PIC X(12) VALUE SPACES.
001644 01  GOL-RULE-INDEX          PIC 9(02) VALUE 0.
001645 01  GOL-RULE-POINTER        PIC 9(02) VALUE 0.
001646 01  GOL-RULE-CHAR           PIC X(01) VALUE SPACES.
001647 01  GOL-RULE-DIGIT          PIC 9(01) VALUE 0.
001648 01  GOL-RULE-PART           PIC X(01) VALUE SPACES.
001649     88  GOL-RULE-IN-BIRTH       VALUE "B".
001650     88  GOL-RULE-IN-SURVIVE     VALUE "S".
001651 01  GOL-RULE-VALID-SWITCH   PIC X(01) VALUE "Y".
001652     88  GOL-RULE-VALID          VALUE "Y".
001653     88  GOL-RULE-INVALID        VALUE "N".
001654*
001655*THE WORLD - FIXED AT MAX SIZE, ONLY 1..GOL-DIMENSION USED
001656 01  OLD-WORLD.
001657     05  OLD-ROWS OCCURS 500 TIMES.
001660         10  OLD-COLUMNS OCCURS 500 TIMES PIC 9 VALUE 0.
001670 01  NEW-WORLD.
001680     05  NEW-ROWS OCCURS 500 TIMES.
002740     05  GOL-CKPT-H-GENERATION   PIC 9(05).
002750     05  GOL-CKPT-H-DIMENSION    PIC 9(03).
002760     05  GOL-CKPT-H-BORDER-MODE  PIC X(01).
002763     05  GOL-CKPT-H-RULE         PIC X(20).
002766     05  GOL-CKPT-H-RUN-ID       PIC X(12).
002770     05  FILLER                  PIC X(478).
002780 01  GOL-CKPT-ROW REDEFINES GOL-CKPT-WORK-AREA.
002790     05  GOL-CKPT-R-TYPE         PIC X(01).
002800     05  GOL-CKPT-R-DATA         PIC X(500).
002810     05  FILLER                  PIC X(19).
002820*
002830*PRINT LINE WORK AREAS
002835 01  GOL-HEADING-LINE.
002840     05  GOL-HEADING-TEXT        PIC X(28).
002843     05  FILLER                  PIC X(04) VALUE "RUN ".
002846     05  GOL-HEADING-RUN-ID      PIC 9(12).
002850 01  GOL-SUM-BEFORE-LINE.
002860     05  FILLER PIC X(22) VALUE
002870         "LIVE CELLS BEFORE   : ".
003180 01  GOL-AGE-DIST-INDEX      PIC 9(02) VALUE 0.
003190 01  GOL-AGE-DIGIT           PIC 9(01) VALUE 0.
003200 01  GOL-AGE-MAP-LINE        PIC X(500) VALUE SPACES.
003201 01  GOL-AGE-HEADING-LINE.
003202     05  FILLER                  PIC X(37) VALUE
003203         "---- CELL AGE MAP (FINAL BOARD) ---- ".
003204     05  FILLER                  PIC X(04) VALUE "RUN ".
003205     05  GOL-AGE-HEADING-RUN-ID  PIC 9(12).
003210 01  GOL-AGE-OLDEST-LINE.
003220     05  FILLER PIC X(22) VALUE
003230         "OLDEST CELL         : ".
003670     INITIALIZE GOL-BOARD-HISTORY
003680     INITIALIZE CELL-AGES
003685     MOVE "N" TO GOL-SAVE-FINAL-FLAG
003686     MOVE "B3/S23" TO GOL-RULE-STRING
003687     MOVE 0 TO GOL-RESTART-OF-ID
003688     MOVE "N" TO GOL-CKPT-WRITTEN-FLAG  GOL-NEXT-WRITTEN-FLAG
003690     MOVE "GOLSEED" TO GOL-SEED-FILENAME
003700     OPEN INPUT GOL-CONTROL
003710     IF GOL-CTL-STATUS NOT = "00"
003851                 IF GOL-CTL-SAVE-FINAL = "Y"
003852                     MOVE "Y" TO GOL-SAVE-FINAL-FLAG
003853                 END-IF
003854                 IF GOL-CTL-RULE NOT = SPACES
003855                     MOVE GOL-CTL-RULE TO GOL-RULE-STRING
003856                 END-IF
003860         END-READ
003870         CLOSE GOL-CONTROL
003880     END-IF
003960         MOVE 1 TO GOL-GENERATIONS
003970     END-IF
003980     PERFORM 1100-BUILD-OFFSET-TABLE THRU 1100-EXIT
003983     MOVE "GOLCTL" TO GOL-RULE-SOURCE
003986     PERFORM 1200-SET-LIFE-RULE THRU 1200-EXIT
003990     ACCEPT GOL-CURRENT-DATE FROM DATE YYYYMMDD
004000     STRING "GOLOUT." DELIMITED BY SIZE
004010         GOL-CURRENT-CCYY DELIMITED BY SIZE
004200         CALL "MSG-HANDLER" USING MSG-REQUEST
004210         MOVE 16 TO RETURN-CODE
004220         GOBACK
004230     END-IF
004235     PERFORM 1300-ASSIGN-RUN-ID THRU 1300-EXIT.
004240 1000-EXIT.
004250     EXIT.
004260*
004460     EXIT.
004470*
004480*=============================================================
004481*1200-SET-LIFE-RULE - PARSE GOL-RULE-STRING ("B" BIRTH
004482*COUNTS "/S" SURVIVAL COUNTS, E.G. B36/S23) INTO THE BIRTH
004483*AND SURVIVAL TABLES, THEN REBUILD THE STRING IN STANDARD
004484*FORM.  A RULE THAT CANNOT BE PARSED, OR THAT GIVES BIRTH ON
004485*NO NEIGHBOURS (NEVER A CANDIDATE IN THE LIVE-CELL ENGINE),
004486*IS REPORTED AND REPLACED BY B3/S23.
004487*=============================================================
004488 1200-SET-LIFE-RULE.
004489     MOVE GOL-RULE-STRING TO GOL-RULE-WORK
004490     INSPECT GOL-RULE-WORK CONVERTING "bs" TO "BS"
004491     MOVE ALL "N" TO GOL-RULE-TABLES
004492     MOVE SPACES TO GOL-RULE-PART
004493     SET GOL-RULE-VALID TO TRUE
004494     IF GOL-RULE-WORK(1:1) NOT = "B"
004495         SET GOL-RULE-INVALID TO TRUE
004496     END-IF
004497     PERFORM 1210-SCAN-RULE-CHAR THRU 1210-EXIT
004498         VARYING GOL-RULE-INDEX FROM 1 BY 1
004499         UNTIL GOL-RULE-INDEX > 20
004500             OR GOL-RULE-INVALID
004501     IF NOT GOL-RULE-IN-SURVIVE
004502         OR GOL-BIRTH-FLAG(1) = "Y"
004503         SET GOL-RULE-INVALID TO TRUE
004504     END-IF
004505     IF GOL-RULE-INVALID
004506         MOVE 1007 TO MSG-NUMBER
004507         MOVE "GAME-OF-LIFE" TO MSG-PROGRAM-ID
004508         MOVE GOL-RULE-SOURCE TO MSG-FILE-NAME
004509         MOVE SPACES TO MSG-FILE-STATUS
004510         CALL "MSG-HANDLER" USING MSG-REQUEST
004511         MOVE ALL "N" TO GOL-RULE-TABLES
004512         MOVE "Y" TO GOL-BIRTH-FLAG(4)
004513         MOVE "Y" TO GOL-SURVIVE-FLAG(3)
004514         MOVE "Y" TO GOL-SURVIVE-FLAG(4)
004515     END-IF
004516     MOVE SPACES TO GOL-RULE-STRING
004517     MOVE 1 TO GOL-RULE-POINTER
004518     STRING "B" DELIMITED BY SIZE
004519         INTO GOL-RULE-STRING WITH POINTER GOL-RULE-POINTER
004520     END-STRING
004521     PERFORM 1220-ADD-BIRTH-DIGIT THRU 1220-EXIT
004522         VARYING GOL-RULE-INDEX FROM 1 BY 1
004523         UNTIL GOL-RULE-INDEX > 9
004524     STRING "/S" DELIMITED BY SIZE
004525         INTO GOL-RULE-STRING WITH POINTER GOL-RULE-POINTER
004526     END-STRING
004527     PERFORM 1230-ADD-SURVIVE-DIGIT THRU 1230-EXIT
004528         VARYING GOL-RULE-INDEX FROM 1 BY 1
004529         UNTIL GOL-RULE-INDEX > 9
004530     DISPLAY "GAME-OF-LIFE: RULE " GOL-RULE-STRING.
004531 1200-EXIT.
004532     EXIT.
004533*
004534 1210-SCAN-RULE-CHAR.
004535     MOVE GOL-RULE-WORK(GOL-RULE-INDEX:1) TO GOL-RULE-CHAR
004536     EVALUATE TRUE
004537         WHEN GOL-RULE-CHAR = SPACE
004538             CONTINUE
004539         WHEN GOL-RULE-CHAR = "B"
004540             IF GOL-RULE-PART NOT = SPACE
004541                 SET GOL-RULE-INVALID TO TRUE
004542             ELSE
004543                 MOVE "B" TO GOL-RULE-PART
004544             END-IF
004545         WHEN GOL-RULE-CHAR = "S"
004546             IF NOT GOL-RULE-IN-BIRTH
004547                 SET GOL-RULE-INVALID TO TRUE
004548             ELSE
004549                 MOVE "S" TO GOL-RULE-PART
004550             END-IF
004551         WHEN GOL-RULE-CHAR = "/"
004552             IF NOT GOL-RULE-IN-BIRTH
004553                 SET GOL-RULE-INVALID TO TRUE
004554             END-IF
004555         WHEN GOL-RULE-CHAR >= "0" AND GOL-RULE-CHAR <= "8"
004556             MOVE GOL-RULE-CHAR TO GOL-RULE-DIGIT
004557             IF GOL-RULE-IN-BIRTH
004558                 MOVE "Y" TO GOL-BIRTH-FLAG(GOL-RULE-DIGIT + 1)
004559             ELSE
004560                 MOVE "Y" TO GOL-SURVIVE-FLAG(GOL-RULE-DIGIT + 1)
004561             END-IF
004562         WHEN OTHER
004563             SET GOL-RULE-INVALID TO TRUE
004564     END-EVALUATE.
004565 1210-EXIT.
004566     EXIT.
004567*
004568 1220-ADD-BIRTH-DIGIT.
004569     IF GOL-BIRTH-FLAG(GOL-RULE-INDEX) = "Y"
004570         COMPUTE GOL-RULE-DIGIT = GOL-RULE-INDEX - 1
004571         STRING GOL-RULE-DIGIT DELIMITED BY SIZE
004572             INTO GOL-RULE-STRING WITH POINTER GOL-RULE-POINTER
004573         END-STRING
004574     END-IF.
004575 1220-EXIT.
004576     EXIT.
004577*
004578 1230-ADD-SURVIVE-DIGIT.
004579     IF GOL-SURVIVE-FLAG(GOL-RULE-INDEX) = "Y"
004580         COMPUTE GOL-RULE-DIGIT = GOL-RULE-INDEX - 1
004581         STRING GOL-RULE-DIGIT DELIMITED BY SIZE
004582             INTO GOL-RULE-STRING WITH POINTER GOL-RULE-POINTER
004583         END-STRING
004584     END-IF.
004585 1230-EXIT.
004586     EXIT.
004587*
004588*=============================================================
004589*1300-ASSIGN-RUN-ID - TAKE THE NEXT RUN ID FROM GOLRUNID: THE
004590*RUN DATE FOLLOWED BY A SEQUENCE NUMBER THAT STARTS AT 0001
004591*EACH DAY.  THE ID IS WRITTEN BACK BEFORE THE RUN STARTS SO
004592*NO TWO RUNS (SWEEP SCENARIOS INCLUDED) EVER SHARE ONE.
004593*=============================================================
004594 1300-ASSIGN-RUN-ID.
004595     MOVE 0 TO GOL-LAST-RUN-DATE  GOL-LAST-RUN-SEQ
004596     OPEN INPUT GOL-RUN-ID-FILE
004597     IF GOL-RUNID-STATUS = "00"
004598         READ GOL-RUN-ID-FILE
004599             NOT AT END
004600                 IF GOL-RUNID-LAST-ID IS NUMERIC
004601                     MOVE GOL-RUNID-LAST-ID TO GOL-LAST-RUN-ID
004602                 END-IF
004603         END-READ
004604         CLOSE GOL-RUN-ID-FILE
004605     END-IF
004606     MOVE GOL-CURRENT-DATE TO GOL-RUN-ID-DATE
004607     IF GOL-LAST-RUN-DATE = GOL-CURRENT-DATE
004608         COMPUTE GOL-RUN-ID-SEQ = GOL-LAST-RUN-SEQ + 1
004609     ELSE
004610         MOVE 1 TO GOL-RUN-ID-SEQ
004611     END-IF
004612     OPEN OUTPUT GOL-RUN-ID-FILE
004613     IF GOL-RUNID-STATUS NOT = "00"
004614         MOVE 1008 TO MSG-NUMBER
004615         MOVE "GAME-OF-LIFE" TO MSG-PROGRAM-ID
004616         MOVE "GOLRUNID" TO MSG-FILE-NAME
004617         MOVE GOL-RUNID-STATUS TO MSG-FILE-STATUS
004618         CALL "MSG-HANDLER" USING MSG-REQUEST
004619         CLOSE GOL-OUTPUT
004620         MOVE 16 TO RETURN-CODE
004621         GOBACK
004622     END-IF
004623     MOVE GOL-RUN-ID TO GOL-RUNID-LAST-ID
004624     WRITE GOL-RUNID-RECORD
004625     CLOSE GOL-RUN-ID-FILE
004626     MOVE GOL-RUN-ID TO GOL-HEADING-RUN-ID
004627     MOVE GOL-RUN-ID TO GOL-AGE-HEADING-RUN-ID
004628     DISPLAY "GAME-OF-LIFE: RUN ID " GOL-RUN-ID.
004629 1300-EXIT.
004630     EXIT.
004631*
004632*=============================================================
004633*2000-LOAD-STARTING-STATE - RESUME FROM CHECKPOINT OR SEED
004634*=============================================================
004635 2000-LOAD-STARTING-STATE.
004636     INITIALIZE OLD-WORLD
004637     INITIALIZE NEW-WORLD
004638     IF GOL-RESTART-YES
004639         PERFORM 2100-RESTORE-CHECKPOINT THRU 2100-EXIT
004640     ELSE
004641         MOVE 1 TO GOL-START-GENERATION
004642         PERFORM 2200-LOAD-SEED THRU 2200-EXIT
004643     END-IF
004644     PERFORM 2300-BUILD-LIVE-LIST THRU 2300-EXIT.
004645 2000-EXIT.
004646     EXIT.
004647*
004648 2100-RESTORE-CHECKPOINT.
004650     OPEN INPUT GOL-CHECKPOINT
004660     IF GOL-CKPT-STATUS NOT = "00"
004670         DISPLAY "GAME-OF-LIFE: NO CHECKPOINT, USING SEED"
004790             MOVE GOL-CKPT-H-GENERATION TO GOL-START-GENERATION
004800             MOVE GOL-CKPT-H-DIMENSION TO GOL-DIMENSION
004810             MOVE GOL-CKPT-H-BORDER-MODE TO GOL-BORDER-MODE
004811             IF GOL-CKPT-H-RULE NOT = SPACES
004812                 MOVE GOL-CKPT-H-RULE TO GOL-RULE-STRING
004813                 MOVE "GOLCKPT" TO GOL-RULE-SOURCE
004814                 PERFORM 1200-SET-LIFE-RULE THRU 1200-EXIT
004815             END-IF
004816             IF GOL-CKPT-H-RUN-ID IS NUMERIC
004817                 MOVE GOL-CKPT-H-RUN-ID TO GOL-RESTART-OF-ID
004818             END-IF
004820             ADD 1 TO GOL-START-GENERATION
004830             PERFORM 2110-RESTORE-ROW THRU 2110-EXIT
004840                 VARYING GOL-ROW-COUNTER FROM 1 BY 1
004890         IF GOL-CKPT-INVALID
004900             DISPLAY "GAME-OF-LIFE: CKPT UNUSABLE, USING SEED"
004910             INITIALIZE OLD-WORLD
004915             MOVE 0 TO GOL-RESTART-OF-ID
004920             MOVE 1 TO GOL-START-GENERATION
004930             PERFORM 2200-LOAD-SEED THRU 2200-EXIT
004940         END-IF
007060     MOVE GOL-NCOUNTS(GOL-JUDGE-ROW GOL-JUDGE-COL)
007070         TO GOL-NEIGHBOURS
007080     IF OLD-COLUMNS(GOL-JUDGE-ROW GOL-JUDGE-COL) = 1
007090         IF GOL-SURVIVE-FLAG(GOL-NEIGHBOURS + 1) = "Y"
007100             MOVE 1 TO NEW-COLUMNS(GOL-JUDGE-ROW GOL-JUDGE-COL)
007110         ELSE
007120             MOVE 0 TO NEW-COLUMNS(GOL-JUDGE-ROW GOL-JUDGE-COL)
007130         END-IF
007140     ELSE
007150         IF GOL-BIRTH-FLAG(GOL-NEIGHBOURS + 1) = "Y"
007160             MOVE 1 TO NEW-COLUMNS(GOL-JUDGE-ROW GOL-JUDGE-COL)
007170         ELSE
007180             MOVE 0 TO NEW-COLUMNS(GOL-JUDGE-ROW GOL-JUDGE-COL)
008030*4000-PRINT-GENERATION - DISPLAY AND PERSIST BEFORE/AFTER
008040*=============================================================
008050 4000-PRINT-GENERATION.
008060     MOVE SPACES TO GOL-HEADING-TEXT
008070     STRING "---- GEN " DELIMITED BY SIZE
008080         GOL-GEN-COUNTER DELIMITED BY SIZE
008090         " BEFORE ----" DELIMITED BY SIZE
008100         INTO GOL-HEADING-TEXT
008110     END-STRING
008120     DISPLAY GOL-HEADING-LINE
008130     MOVE GOL-HEADING-LINE TO GOL-OUTPUT-RECORD
008150     PERFORM 4100-DISPLAY-OLD-ROW THRU 4100-EXIT
008160         VARYING GOL-ROW-COUNTER FROM 1 BY 1
008170         UNTIL GOL-ROW-COUNTER > GOL-DIMENSION
008180     MOVE SPACES TO GOL-HEADING-TEXT
008190     STRING "---- GEN " DELIMITED BY SIZE
008200         GOL-GEN-COUNTER DELIMITED BY SIZE
008210         " AFTER ----" DELIMITED BY SIZE
008220         INTO GOL-HEADING-TEXT
008230     END-STRING
008240     DISPLAY GOL-HEADING-LINE
008250     MOVE GOL-HEADING-LINE TO GOL-OUTPUT-RECORD
009080         MOVE GOL-GEN-COUNTER TO GOL-CKPT-H-GENERATION
009090         MOVE GOL-DIMENSION TO GOL-CKPT-H-DIMENSION
009100         MOVE GOL-BORDER-MODE TO GOL-CKPT-H-BORDER-MODE
009103         MOVE GOL-RULE-STRING TO GOL-CKPT-H-RULE
009106         MOVE GOL-RUN-ID TO GOL-CKPT-H-RUN-ID
009110         MOVE GOL-CKPT-WORK-AREA TO GOL-CKPT-FILE-RECORD
009120         WRITE GOL-CKPT-FILE-RECORD
009130         PERFORM 6100-WRITE-CKPT-ROW THRU 6100-EXIT
009140             VARYING GOL-ROW-COUNTER FROM 1 BY 1
009150             UNTIL GOL-ROW-COUNTER > GOL-DIMENSION
009160         CLOSE GOL-CHECKPOINT
009165         MOVE "Y" TO GOL-CKPT-WRITTEN-FLAG
009170         DISPLAY "GAME-OF-LIFE: CHECKPOINT WRITTEN AT GEN "
009180             GOL-GEN-COUNTER
009190     END-IF.
009300     EXIT.
009310*
009320*=============================================================
009330*8000-TERMINATE - CLOSE THE OUTPUT FILE, ADD THE RUN TOTALS
009340*TO GOLSTATS FOR DOWNSTREAM DRIVERS, END THE RUN
009350*=============================================================
009360 8000-TERMINATE.
009370     CLOSE GOL-OUTPUT
009380     OPEN EXTEND GOL-STATS
009390     IF GOL-STATS-STATUS NOT = "00"
009392         OPEN OUTPUT GOL-STATS
009394     END-IF
009396     IF GOL-STATS-STATUS NOT = "00"
009400         MOVE 1003 TO MSG-NUMBER
009410         MOVE "GAME-OF-LIFE" TO MSG-PROGRAM-ID
009420         MOVE "GOLSTATS" TO MSG-FILE-NAME
009490         MOVE GOL-TOTAL-BIRTHS TO GOL-STATS-TOT-BIRTHS
009500         MOVE GOL-TOTAL-DEATHS TO GOL-STATS-TOT-DEATHS
009510         MOVE GOL-STOP-REASON TO GOL-STATS-STOP-REASON
009513         MOVE GOL-RULE-STRING TO GOL-STATS-RULE
009516         MOVE GOL-RUN-ID TO GOL-STATS-RUN-ID
009520         WRITE GOL-STATS-RECORD
009530         CLOSE GOL-STATS
009540     END-IF
009547*GOLNEXT GOES FIRST SO THE HISTORY ROW CAN SAY WHETHER IT
009554*WAS WRITTEN
009562     IF GOL-SAVE-FINAL-YES
009564         PERFORM 8300-WRITE-NEXT-SEED THRU 8300-EXIT
009566     END-IF
009567     PERFORM 8100-APPEND-RUN-HISTORY THRU 8100-EXIT
009568     PERFORM 8200-WRITE-LONGEVITY THRU 8200-EXIT
009570     DISPLAY "GAME-OF-LIFE: RUN COMPLETE, OUTPUT IN "
009580         GOL-OUTPUT-FILENAME.
009590 8000-EXIT.
009850         MOVE GOL-LIVE-AFTER TO GOL-HIST-FINAL-LIVE
009860         MOVE GOL-TOTAL-BIRTHS TO GOL-HIST-TOT-BIRTHS
009870         MOVE GOL-TOTAL-DEATHS TO GOL-HIST-TOT-DEATHS
009871         MOVE GOL-RULE-STRING TO GOL-HIST-RULE
009872         MOVE GOL-RUN-ID TO GOL-HIST-RUN-ID
009873         MOVE GOL-RESTART-OF-ID TO GOL-HIST-RESTART-OF
009874         MOVE GOL-CKPT-WRITTEN-FLAG TO GOL-HIST-CKPT-FLAG
009875         MOVE GOL-NEXT-WRITTEN-FLAG TO GOL-HIST-NEXT-FLAG
009880         WRITE GOL-HIST-FILE-RECORD
009890         CLOSE GOL-HISTORY
009900     END-IF.
009930*
009940*=============================================================
009950*8200-WRITE-LONGEVITY - AGE MAP OF THE FINAL BOARD, OLDEST
009960*CELL, AGE DISTRIBUTION AND FULL-RUN SURVIVOR COUNT, ADDED
009970*TO THE GOLAGE ANALYSIS FILE UNDER A HEADING NAMING THE RUN
009980*=============================================================
009990 8200-WRITE-LONGEVITY.
010000     OPEN EXTEND GOL-AGE-REPORT
010010     IF GOL-AGE-STATUS NOT = "00"
010012         OPEN OUTPUT GOL-AGE-REPORT
010014     END-IF
010016     IF GOL-AGE-STATUS NOT = "00"
010020         MOVE 1005 TO MSG-NUMBER
010030         MOVE "GAME-OF-LIFE" TO MSG-PROGRAM-ID
010040         MOVE "GOLAGE" TO MSG-FILE-NAME
010170         MOVE 0 TO GOL-SURVIVOR-COUNT
010180         MOVE 0 TO GOL-AGE-DIST-10PLUS
010190         INITIALIZE GOL-AGE-DIST-TABLE
010210         MOVE GOL-AGE-HEADING-LINE TO GOL-AGE-REPORT-RECORD
010220         WRITE GOL-AGE-REPORT-RECORD
010230         PERFORM 8210-WRITE-AGE-MAP-ROW THRU 8210-EXIT
010240             VARYING GOL-ROW-COUNTER FROM 1 BY 1
011430             VARYING GOL-LIVE-INDEX FROM 1 BY 1
011440             UNTIL GOL-LIVE-INDEX > GOL-LIVE-COUNT
011450         CLOSE GOL-NEXT-SEED
011455         MOVE "Y" TO GOL-NEXT-WRITTEN-FLAG
011460         DISPLAY "GAME-OF-LIFE: " GOL-LIVE-COUNT
011470             " FINAL CELLS SAVED TO GOLNEXT"
011480     END-IF.
011520 8310-WRITE-NEXT-CELL.
011530     MOVE GOL-LIVE-ROW(GOL-LIVE-INDEX) TO GOL-NEXT-SEED-ROW
011540     MOVE GOL-LIVE-COL(GOL-LIVE-INDEX) TO GOL-NEXT-SEED-COL
011545     MOVE GOL-RUN-ID TO GOL-NEXT-RUN-ID
011550     WRITE GOL-NEXT-RECORD.
011560 8310-EXIT.
011570     EXIT.
