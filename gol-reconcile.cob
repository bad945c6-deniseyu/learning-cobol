000210*                  (MSGCAT 5001-5003) AND END THE STEP WITH
000220*                  RETURN CODE 8 SO THE DRIVER'S CONDITIONING
000230*                  CAN REACT.  A BALANCING REPORT IS WRITTEN
000231*                  TO GOLRECRPT.
000232*  2026-10-15 DEV  GOLHIST AND GOLSTATS CARRY THE LIFE RULE;
000233*                  IT IS PART OF THE GOLSTATS CROSS-CHECK.
000234*  2026-10-15 DEV  RUN-BY-RUN BALANCING ON THE GAME-OF-LIFE
000235*                  RUN ID.  EVERY RUN ID ISSUED TODAY IS
000236*                  LOOKED FOR IN GOLHIST, GOLSTATS (FIELD FOR
000237*                  FIELD AGAINST ITS GOLHIST ROW), THE DATED
000238*                  GOLOUT HEADINGS, GOLAGE AND THE DRVLOG
000239*                  RUN-ID RANGES, AND IN GOLCKPT AND GOLNEXT
000240*                  WHEN THE RUN WROTE THEM.  THOSE TWO FILES
000241*                  ONLY EVER HOLD THE LATEST RUN, SO ONLY THE
000242*                  NEWEST RUN THAT WROTE EACH MUST BE THERE;
000243*                  EARLIER ONES ARE SHOWN AS REPLACED.  A RUN
000244*                  MISSING FROM ANY FILE IS LISTED ON
000245*                  GOLRECRPT AND RAISES MSG 5001 FOR THAT
000246*                  FILE (RETURN CODE 8); A STATS MISMATCH
000247*                  RAISES MSG 5003 FOR THE RUN.  RUNS NOT IN
000248*                  ANY DRVLOG RANGE RAN OUTSIDE THE DRIVER -
000249*                  LISTED, MSG 5004, RETURN CODE 4 ONLY.
000250*
000252*THE RUN ID IS THE RUN DATE (CCYYMMDD) AND THE DAY'S SEQUENCE
000254*NUMBER (NNNN).  THE DRIVER'S ENDED LINE CARRIES " RUN IDS
000256*FIRST TO LAST" AT COLUMNS 66-102 FOR A STEP THAT TOOK IDS.
000258*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000350     SELECT REC-STATS ASSIGN TO "GOLSTATS"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS REC-STATS-STATUS.
000371     SELECT REC-GOL-OUTPUT ASSIGN DYNAMIC REC-OUTPUT-FILENAME
000372         ORGANIZATION IS LINE SEQUENTIAL
000373         FILE STATUS IS REC-OUT-STATUS.
000374     SELECT REC-AGE-REPORT ASSIGN TO "GOLAGE"
000375         ORGANIZATION IS LINE SEQUENTIAL
000376         FILE STATUS IS REC-AGE-STATUS.
000377     SELECT REC-CHECKPOINT ASSIGN TO "GOLCKPT"
000378         ORGANIZATION IS LINE SEQUENTIAL
000379         FILE STATUS IS REC-CKPT-STATUS.
000380     SELECT REC-NEXT-SEED ASSIGN TO "GOLNEXT"
000381         ORGANIZATION IS LINE SEQUENTIAL
000382         FILE STATUS IS REC-NEXT-STATUS.
000383     SELECT REC-REPORT ASSIGN TO "GOLRECRPT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS REC-RPT-STATUS.
000410*
000430 FILE SECTION.
000440 FD  REC-DRV-LOG
000450     RECORDING MODE IS F.
000460 01  REC-DRV-LOG-RECORD     PIC X(120).
000470*
000480 FD  REC-HISTORY
000490     RECORDING MODE IS F.
000570     05  REC-HIST-FINAL-LIVE    PIC 9(06).
000580     05  REC-HIST-TOT-BIRTHS    PIC 9(09).
000590     05  REC-HIST-TOT-DEATHS    PIC 9(09).
000591     05  REC-HIST-RULE          PIC X(20).
000592     05  REC-HIST-RUN-ID        PIC X(12).
000593     05  REC-HIST-RESTART-OF    PIC X(12).
000594     05  REC-HIST-CKPT-FLAG     PIC X(01).
000595     05  REC-HIST-NEXT-FLAG     PIC X(01).
000600*
000610 FD  REC-STATS
000620     RECORDING MODE IS F.
000670     05  REC-STATS-TOT-BIRTHS   PIC 9(09).
000680     05  REC-STATS-TOT-DEATHS   PIC 9(09).
000690     05  REC-STATS-STOP-REASON  PIC X(30).
000693     05  REC-STATS-RULE         PIC X(20).
000696     05  REC-STATS-RUN-ID       PIC X(12).
000700*
000701*DATED GOLOUT - ONLY THE GENERATION HEADINGS ARE OF INTEREST
000702 FD  REC-GOL-OUTPUT
000703     RECORDING MODE IS F.
000704 01  REC-OUT-RECORD         PIC X(520).
000705 01  REC-OUT-HEADING.
000706     05  REC-OUT-HEAD-TEXT      PIC X(09).
000707     05  FILLER                 PIC X(19).
000708     05  REC-OUT-HEAD-RUN-LABEL PIC X(04).
000709     05  REC-OUT-HEAD-RUN-ID    PIC X(12).
000710     05  FILLER                 PIC X(476).
000711*
000712 FD  REC-AGE-REPORT
000713     RECORDING MODE IS F.
000714 01  REC-AGE-RECORD         PIC X(520).
000715 01  REC-AGE-HEADING.
000716     05  REC-AGE-HEAD-TEXT      PIC X(17).
000717     05  FILLER                 PIC X(20).
000718     05  REC-AGE-HEAD-RUN-LABEL PIC X(04).
000719     05  REC-AGE-HEAD-RUN-ID    PIC X(12).
000720     05  FILLER                 PIC X(467).
000721*
000722*GOLCKPT HEADER RECORD (GAME-OF-LIFE GOL-CKPT-HEADER)
000723 FD  REC-CHECKPOINT
000724     RECORDING MODE IS F.
000725 01  REC-CKPT-RECORD.
000726     05  REC-CKPT-TYPE          PIC X(01).
000727     05  FILLER                 PIC X(29).
000728     05  REC-CKPT-RUN-ID        PIC X(12).
000729     05  FILLER                 PIC X(478).
000730*
000731 FD  REC-NEXT-SEED
000732     RECORDING MODE IS F.
000733 01  REC-NEXT-RECORD.
000734     05  REC-NEXT-ROW           PIC 9(03).
000735     05  REC-NEXT-COL           PIC 9(03).
000736     05  REC-NEXT-RUN-ID        PIC X(12).
000737*
000738 FD  REC-REPORT
000739     RECORDING MODE IS F.
000740 01  REC-REPORT-RECORD      PIC X(80).
000741*
000750 WORKING-STORAGE SECTION.
000760*FILE STATUS AND SWITCHES
000770 01  REC-LOG-STATUS          PIC X(02) VALUE SPACES.
000780 01  REC-HIST-STATUS         PIC X(02) VALUE SPACES.
000790 01  REC-STATS-STATUS        PIC X(02) VALUE SPACES.
000792 01  REC-OUT-STATUS          PIC X(02) VALUE SPACES.
000794 01  REC-AGE-STATUS          PIC X(02) VALUE SPACES.
000796 01  REC-CKPT-STATUS         PIC X(02) VALUE SPACES.
000798 01  REC-NEXT-STATUS         PIC X(02) VALUE SPACES.
000800 01  REC-RPT-STATUS          PIC X(02) VALUE SPACES.
000810 01  REC-EOF-SWITCH          PIC X(01) VALUE "N".
000820     88  REC-EOF                 VALUE "Y".
000870 01  REC-BALANCED-SWITCH     PIC X(01) VALUE "Y".
000880     88  REC-IN-BALANCE          VALUE "Y".
000930*
000940*TONIGHT'S DRIVER EXECUTIONS AND HISTORY ROWS
000950 01  REC-LOG-EXECUTIONS      PIC 9(04) VALUE 0.
000960 01  REC-HIST-TONIGHT        PIC 9(04) VALUE 0.
000970 01  REC-LOG-RC              PIC 9(04) VALUE 0.
000980 01  REC-STEP-NAME-WORK      PIC X(20) VALUE SPACES.
000990*
001000*HISTORY ARITHMETIC CHECK
001010 01  REC-HIST-ROW            PIC 9(05) VALUE 0.
001020 01  REC-HIST-BAD-ROWS       PIC 9(05) VALUE 0.
001030 01  REC-EXPECTED-FINAL      PIC S9(10) VALUE 0.
001040*
001042*CURRENT DATE - "TONIGHT" - AND THE DATED GOLOUT NAME
001044 01  REC-CURRENT-DATE        PIC 9(08) VALUE 0.
001046 01  REC-OUTPUT-FILENAME     PIC X(40) VALUE SPACES.
001048*
001050*TONIGHT'S RUNS, ONE ENTRY PER RUN ID FOUND IN ANY FILE.
001052*EACH PRESENCE FLAG IS "Y" FOUND OR "N" NOT FOUND; THE
001054*GOLSTATS FLAG IS "D" WHEN THE RECORD DIFFERS FROM GOLHIST.
001056*THE WANTED FLAGS SAY THE RUN WROTE GOLCKPT / GOLNEXT.
001058 01  REC-RUN-TABLE.
001060     05  REC-RUN-ENTRY OCCURS 500 TIMES.
001062         10  REC-RUN-ID             PIC X(12).
001064         10  REC-RUN-HIST-FLAG      PIC X(01).
001066         10  REC-RUN-STATS-FLAG     PIC X(01).
001068         10  REC-RUN-OUT-FLAG       PIC X(01).
001070         10  REC-RUN-AGE-FLAG       PIC X(01).
001072         10  REC-RUN-LOG-FLAG       PIC X(01).
001074         10  REC-RUN-CKPT-WANTED    PIC X(01).
001076         10  REC-RUN-NEXT-WANTED    PIC X(01).
001078         10  REC-RUN-GENS-RUN       PIC 9(05).
001080         10  REC-RUN-START-LIVE     PIC 9(06).
001082         10  REC-RUN-FINAL-LIVE     PIC 9(06).
001084         10  REC-RUN-TOT-BIRTHS     PIC 9(09).
001086         10  REC-RUN-TOT-DEATHS     PIC 9(09).
001088         10  REC-RUN-RULE           PIC X(20).
001090 01  REC-RUN-COUNT           PIC 9(03) VALUE 0.
001092 01  REC-RUN-INDEX           PIC 9(03) VALUE 0.
001094 01  REC-FOUND-INDEX         PIC 9(03) VALUE 0.
001096 01  REC-TABLE-FULL-SWITCH   PIC X(01) VALUE "N".
001098     88  REC-TABLE-FULL          VALUE "Y".
001100*
001102*RUN ID BEING LOOKED UP, AND A DRVLOG RANGE BEING WALKED
001104 01  REC-SEARCH-ID.
001106     05  REC-SEARCH-DATE        PIC 9(08).
001108     05  REC-SEARCH-SEQ         PIC 9(04).
001110 01  REC-RANGE-FIRST.
001112     05  REC-FIRST-DATE         PIC 9(08).
001114     05  REC-FIRST-SEQ          PIC 9(04).
001116 01  REC-RANGE-LAST.
001118     05  REC-LAST-DATE          PIC 9(08).
001120     05  REC-LAST-SEQ           PIC 9(04).
001122 01  REC-SEQ-COUNTER         PIC 9(05) VALUE 0.
001124 01  REC-PRIOR-HEADING-ID    PIC X(12) VALUE SPACES.
001126*
001128*THE ONE RUN HELD ON EACH LATEST-RUN-ONLY FILE, AND THE
001130*NEWEST RUN TONIGHT THAT WROTE IT
001132 01  REC-CKPT-FILE-ID        PIC X(12) VALUE SPACES.
001134 01  REC-NEXT-FILE-ID        PIC X(12) VALUE SPACES.
001136 01  REC-CKPT-NEWEST-INDEX   PIC 9(03) VALUE 0.
001138 01  REC-NEXT-NEWEST-INDEX   PIC 9(03) VALUE 0.
001140*
001142*RUNS MISSING FROM EACH FILE, AND RUN-LEVEL TOTALS
001144 01  REC-MISSING-COUNTS.
001146     05  REC-MISS-HIST          PIC 9(03) VALUE 0.
001148     05  REC-MISS-STATS         PIC 9(03) VALUE 0.
001150     05  REC-MISS-OUT           PIC 9(03) VALUE 0.
001152     05  REC-MISS-AGE           PIC 9(03) VALUE 0.
001154     05  REC-MISS-CKPT          PIC 9(03) VALUE 0.
001156     05  REC-MISS-NEXT          PIC 9(03) VALUE 0.
001158 01  REC-STATS-DIFFER        PIC 9(03) VALUE 0.
001160 01  REC-NOT-LOGGED          PIC 9(03) VALUE 0.
001162 01  REC-RUNS-SHORT          PIC 9(03) VALUE 0.
001164 01  REC-RUN-SHORT-SWITCH    PIC X(01) VALUE "N".
001166     88  REC-RUN-SHORT           VALUE "Y".
001168*
001220*REPORT LINE LAYOUTS
001230 01  REC-RPT-LINE.
001240     05  REC-RPT-LABEL          PIC X(30).
001250     05  REC-RPT-VALUE          PIC ZZZZZ9.
001260 01  REC-RPT-FLAG-LINE.
001270     05  REC-RPT-FLAG-LABEL     PIC X(30).
001280     05  REC-RPT-FLAG-VALUE     PIC X(03).
001281 01  REC-RUN-HEADER.
001282     05  FILLER PIC X(41) VALUE
001283         "RUN ID        GOLHIST  GOLSTATS GOLOUT   ".
001284     05  FILLER PIC X(34) VALUE
001285         "GOLAGE   DRVLOG   GOLCKPT  GOLNEXT".
001286 01  REC-RUN-LINE.
001287     05  REC-RLN-RUN-ID         PIC X(12).
001288     05  FILLER                 PIC X(02) VALUE SPACES.
001289     05  REC-RLN-HIST           PIC X(08).
001290     05  FILLER                 PIC X(01) VALUE SPACES.
001291     05  REC-RLN-STATS          PIC X(08).
001292     05  FILLER                 PIC X(01) VALUE SPACES.
001293     05  REC-RLN-OUT            PIC X(08).
001294     05  FILLER                 PIC X(01) VALUE SPACES.
001295     05  REC-RLN-AGE            PIC X(08).
001296     05  FILLER                 PIC X(01) VALUE SPACES.
001297     05  REC-RLN-LOG            PIC X(08).
001298     05  FILLER                 PIC X(01) VALUE SPACES.
001299     05  REC-RLN-CKPT           PIC X(08).
001300     05  FILLER                 PIC X(01) VALUE SPACES.
001301     05  REC-RLN-NEXT           PIC X(08).
001302*
001303*COMMON MESSAGE HANDLER REQUEST AREA
001310 COPY MSGREQ.
001320*
001330 PROCEDURE DIVISION.
001340*
001350*=============================================================
001357*0000-MAINLINE - COLLECT TONIGHT'S RUN IDS FROM EVERY FILE,
001364*JUDGE EACH RUN AND END WITH RETURN CODE 8 WHEN ANY RUN IS
001371*MISSING FROM A FILE OR DISAGREES WITH ITS HISTORY ROW
001380*=============================================================
001390 0000-MAINLINE.
001400     ACCEPT REC-CURRENT-DATE FROM DATE YYYYMMDD
001500     END-IF
001510     MOVE "GAME-OF-LIFE RECONCILIATION" TO REC-REPORT-RECORD
001520     WRITE REC-REPORT-RECORD
001530     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
001540     PERFORM 3000-CHECK-STATS THRU 3000-EXIT
001550     PERFORM 4000-CHECK-GOLOUT THRU 4000-EXIT
001551     PERFORM 4500-CHECK-GOLAGE THRU 4500-EXIT
001552     PERFORM 5000-CHECK-DRIVER-LOG THRU 5000-EXIT
001553     PERFORM 6000-CHECK-CHECKPOINT THRU 6000-EXIT
001554     PERFORM 6500-CHECK-NEXT-SEED THRU 6500-EXIT
001555     PERFORM 7000-JUDGE-RUNS THRU 7000-EXIT
001560     PERFORM 8000-TERMINATE THRU 8000-EXIT
001570     GOBACK.
001580*
001590*=============================================================
001980*2000-LOAD-HISTORY - PROVE THE POPULATION ARITHMETIC OF EVERY
001985*GOLHIST ROW AND TAKE TONIGHT'S ROWS INTO THE RUN TABLE
001990*=============================================================
002000 2000-LOAD-HISTORY.
002010     OPEN INPUT REC-HISTORY
002020     IF REC-HIST-STATUS NOT = "00"
002030         DISPLAY "GOL-RECONCILE: NO GOLHIST, STATUS "
002040             REC-HIST-STATUS
002050         GO TO 2000-EXIT
002090     END-IF
002092     MOVE "N" TO REC-EOF-SWITCH
002094     PERFORM 2100-READ-HIST-RECORD THRU 2100-EXIT
002096         UNTIL REC-EOF
002098     CLOSE REC-HISTORY
002100     IF REC-HIST-BAD-ROWS > 0
002110         MOVE "N" TO REC-BALANCED-SWITCH
002120         MOVE 5002 TO MSG-NUMBER
002140         MOVE "GOLHIST" TO MSG-FILE-NAME
002150         MOVE SPACES TO MSG-FILE-STATUS
002160         CALL "MSG-HANDLER" USING MSG-REQUEST
002250     END-IF.
002260 2000-EXIT.
002270     EXIT.
002280*
002290 2100-READ-HIST-RECORD.
002300     READ REC-HISTORY
002310         AT END
002320             SET REC-EOF TO TRUE
002322             GO TO 2100-EXIT
002324     END-READ
002326     ADD 1 TO REC-HIST-ROW
002328     COMPUTE REC-EXPECTED-FINAL =
002330         REC-HIST-START-LIVE + REC-HIST-TOT-BIRTHS
002332         - REC-HIST-TOT-DEATHS
002334     IF REC-EXPECTED-FINAL NOT = REC-HIST-FINAL-LIVE
002340         ADD 1 TO REC-HIST-BAD-ROWS
002345         DISPLAY "GOL-RECONCILE: GOLHIST ROW "
002350             REC-HIST-ROW " ARITHMETIC OUT OF BALANCE"
002355     END-IF
002360     IF REC-HIST-RUN-DATE = REC-CURRENT-DATE
002370         ADD 1 TO REC-HIST-TONIGHT
002380     END-IF
002390*ROWS WRITTEN BEFORE RUN IDS EXISTED ARE NOT RUN-MATCHED
002400     IF REC-HIST-RUN-ID IS NOT NUMERIC
002410         GO TO 2100-EXIT
002460     END-IF
002461     MOVE REC-HIST-RUN-ID TO REC-SEARCH-ID
002462     IF REC-SEARCH-DATE NOT = REC-CURRENT-DATE
002463         GO TO 2100-EXIT
002464     END-IF
002465     PERFORM 3500-FIND-RUN THRU 3500-EXIT
002466     IF REC-RUN-INDEX = 0
002467         GO TO 2100-EXIT
002468     END-IF
002469     MOVE "Y" TO REC-RUN-HIST-FLAG(REC-RUN-INDEX)
002470     MOVE REC-HIST-CKPT-FLAG TO REC-RUN-CKPT-WANTED(REC-RUN-INDEX)
002471     MOVE REC-HIST-NEXT-FLAG TO REC-RUN-NEXT-WANTED(REC-RUN-INDEX)
002480     MOVE REC-HIST-GENS-RUN TO REC-RUN-GENS-RUN(REC-RUN-INDEX)
002490     MOVE REC-HIST-START-LIVE TO REC-RUN-START-LIVE(REC-RUN-INDEX)
002500     MOVE REC-HIST-FINAL-LIVE TO REC-RUN-FINAL-LIVE(REC-RUN-INDEX)
002510     MOVE REC-HIST-TOT-BIRTHS TO REC-RUN-TOT-BIRTHS(REC-RUN-INDEX)
002520     MOVE REC-HIST-TOT-DEATHS TO REC-RUN-TOT-DEATHS(REC-RUN-INDEX)
002530     MOVE REC-HIST-RULE TO REC-RUN-RULE(REC-RUN-INDEX).
002540 2100-EXIT.
002550     EXIT.
002560*
002570*=============================================================
002580*3000-CHECK-STATS - EVERY GOLSTATS RECORD OF TONIGHT MUST
002590*AGREE FIELD FOR FIELD WITH THE GOLHIST ROW OF ITS RUN
002600*=============================================================
002610 3000-CHECK-STATS.
002620     OPEN INPUT REC-STATS
002621     IF REC-STATS-STATUS NOT = "00"
002622         DISPLAY "GOL-RECONCILE: NO GOLSTATS, STATUS "
002623             REC-STATS-STATUS
002624         GO TO 3000-EXIT
002625     END-IF
002626     MOVE "N" TO REC-EOF-SWITCH
002627     PERFORM 3100-READ-STATS-RECORD THRU 3100-EXIT
002628         UNTIL REC-EOF
002629     CLOSE REC-STATS.
002630 3000-EXIT.
002631     EXIT.
002632*
002633 3100-READ-STATS-RECORD.
002634     READ REC-STATS
002635         AT END
002636             SET REC-EOF TO TRUE
002637             GO TO 3100-EXIT
002638     END-READ
002639     IF REC-STATS-RUN-ID IS NOT NUMERIC
002640         GO TO 3100-EXIT
002641     END-IF
002642     MOVE REC-STATS-RUN-ID TO REC-SEARCH-ID
002643     IF REC-SEARCH-DATE NOT = REC-CURRENT-DATE
002644         GO TO 3100-EXIT
002645     END-IF
002646     PERFORM 3500-FIND-RUN THRU 3500-EXIT
002647     IF REC-RUN-INDEX = 0
002648         GO TO 3100-EXIT
002649     END-IF
002650     MOVE "Y" TO REC-RUN-STATS-FLAG(REC-RUN-INDEX)
002651     IF REC-RUN-HIST-FLAG(REC-RUN-INDEX) = "Y"
002652         IF REC-STATS-STOP-GEN
002653                 NOT = REC-RUN-GENS-RUN(REC-RUN-INDEX)
002654             OR REC-STATS-START-LIVE
002655                 NOT = REC-RUN-START-LIVE(REC-RUN-INDEX)
002656             OR REC-STATS-FINAL-LIVE
002657                 NOT = REC-RUN-FINAL-LIVE(REC-RUN-INDEX)
002658             OR REC-STATS-TOT-BIRTHS
002659                 NOT = REC-RUN-TOT-BIRTHS(REC-RUN-INDEX)
002660             OR REC-STATS-TOT-DEATHS
002661                 NOT = REC-RUN-TOT-DEATHS(REC-RUN-INDEX)
002662             OR REC-STATS-RULE
002663                 NOT = REC-RUN-RULE(REC-RUN-INDEX)
002664             MOVE "D" TO REC-RUN-STATS-FLAG(REC-RUN-INDEX)
002665         END-IF
002666     END-IF.
002667 3100-EXIT.
002668     EXIT.
002669*
002670*=============================================================
002671*3500-FIND-RUN - LOCATE REC-SEARCH-ID IN THE RUN TABLE,
002672*ADDING IT (NOT YET FOUND IN ANY FILE) THE FIRST TIME IT IS
002673*SEEN.  REC-RUN-INDEX IS ZERO ONLY WHEN THE TABLE IS FULL.
002674*=============================================================
002675 3500-FIND-RUN.
002676     MOVE 0 TO REC-FOUND-INDEX
002677     PERFORM 3510-MATCH-RUN THRU 3510-EXIT
002678         VARYING REC-RUN-INDEX FROM 1 BY 1
002679         UNTIL REC-RUN-INDEX > REC-RUN-COUNT
002680             OR REC-FOUND-INDEX > 0
002681     MOVE REC-FOUND-INDEX TO REC-RUN-INDEX
002682     IF REC-RUN-INDEX > 0
002683         GO TO 3500-EXIT
002684     END-IF
002685     IF REC-RUN-COUNT >= 500
002686         IF NOT REC-TABLE-FULL
002687             SET REC-TABLE-FULL TO TRUE
002688             DISPLAY "GOL-RECONCILE: OVER 500 RUNS TONIGHT, "
002689                 "LATER RUNS NOT MATCHED"
002690         END-IF
002691         GO TO 3500-EXIT
002692     END-IF
002693     ADD 1 TO REC-RUN-COUNT
002694     MOVE REC-RUN-COUNT TO REC-RUN-INDEX
002695     MOVE REC-SEARCH-ID TO REC-RUN-ID(REC-RUN-INDEX)
002696     MOVE "N" TO REC-RUN-HIST-FLAG(REC-RUN-INDEX)
002697     MOVE "N" TO REC-RUN-STATS-FLAG(REC-RUN-INDEX)
002698     MOVE "N" TO REC-RUN-OUT-FLAG(REC-RUN-INDEX)
002699     MOVE "N" TO REC-RUN-AGE-FLAG(REC-RUN-INDEX)
002700     MOVE "N" TO REC-RUN-LOG-FLAG(REC-RUN-INDEX)
002701     MOVE "N" TO REC-RUN-CKPT-WANTED(REC-RUN-INDEX)
002702     MOVE "N" TO REC-RUN-NEXT-WANTED(REC-RUN-INDEX)
002703     MOVE 0 TO REC-RUN-GENS-RUN(REC-RUN-INDEX)
002704     MOVE 0 TO REC-RUN-START-LIVE(REC-RUN-INDEX)
002705     MOVE 0 TO REC-RUN-FINAL-LIVE(REC-RUN-INDEX)
002706     MOVE 0 TO REC-RUN-TOT-BIRTHS(REC-RUN-INDEX)
002707     MOVE 0 TO REC-RUN-TOT-DEATHS(REC-RUN-INDEX)
002708     MOVE SPACES TO REC-RUN-RULE(REC-RUN-INDEX).
002709 3500-EXIT.
002710     EXIT.
002711*
002712 3510-MATCH-RUN.
002713     IF REC-RUN-ID(REC-RUN-INDEX) = REC-SEARCH-ID
002714         MOVE REC-RUN-INDEX TO REC-FOUND-INDEX
002715     END-IF.
002716 3510-EXIT.
002717     EXIT.
002718*
002719*=============================================================
002720*4000-CHECK-GOLOUT - THE RUN ID ON EACH GENERATION HEADING
002721*OF TONIGHT'S DATED GOLOUT (GOLOUT.CCYYMMDD.TXT)
002722*=============================================================
002723 4000-CHECK-GOLOUT.
002724     MOVE SPACES TO REC-OUTPUT-FILENAME
002725     STRING "GOLOUT." DELIMITED BY SIZE
002726         REC-CURRENT-DATE DELIMITED BY SIZE
002727         ".TXT" DELIMITED BY SIZE
002728         INTO REC-OUTPUT-FILENAME
002729     END-STRING
002730     OPEN INPUT REC-GOL-OUTPUT
002731     IF REC-OUT-STATUS NOT = "00"
002732         DISPLAY "GOL-RECONCILE: NO " REC-OUTPUT-FILENAME
002733             " STATUS " REC-OUT-STATUS
002734         GO TO 4000-EXIT
002735     END-IF
002736     MOVE SPACES TO REC-PRIOR-HEADING-ID
002737     MOVE "N" TO REC-EOF-SWITCH
002738     PERFORM 4100-READ-OUTPUT-RECORD THRU 4100-EXIT
002739         UNTIL REC-EOF
002740     CLOSE REC-GOL-OUTPUT.
002741 4000-EXIT.
002742     EXIT.
002743*
002744*EVERY GENERATION HAS TWO HEADINGS - ONLY A CHANGE OF RUN ID
002745*NEEDS A TABLE LOOK-UP
002746 4100-READ-OUTPUT-RECORD.
002747     READ REC-GOL-OUTPUT
002748         AT END
002749             SET REC-EOF TO TRUE
002750             GO TO 4100-EXIT
002751     END-READ
002752     IF REC-OUT-HEAD-TEXT NOT = "---- GEN "
002753         OR REC-OUT-HEAD-RUN-LABEL NOT = "RUN "
002754         OR REC-OUT-HEAD-RUN-ID IS NOT NUMERIC
002755         OR REC-OUT-HEAD-RUN-ID = REC-PRIOR-HEADING-ID
002756         GO TO 4100-EXIT
002757     END-IF
002758     MOVE REC-OUT-HEAD-RUN-ID TO REC-PRIOR-HEADING-ID
002759     MOVE REC-OUT-HEAD-RUN-ID TO REC-SEARCH-ID
002760     IF REC-SEARCH-DATE NOT = REC-CURRENT-DATE
002761         GO TO 4100-EXIT
002762     END-IF
002763     PERFORM 3500-FIND-RUN THRU 3500-EXIT
002764     IF REC-RUN-INDEX > 0
002765         MOVE "Y" TO REC-RUN-OUT-FLAG(REC-RUN-INDEX)
002766     END-IF.
002767 4100-EXIT.
002768     EXIT.
002769*
002770*=============================================================
002771*4500-CHECK-GOLAGE - THE RUN ID ON EACH AGE MAP HEADING
002772*=============================================================
002773 4500-CHECK-GOLAGE.
002774     OPEN INPUT REC-AGE-REPORT
002775     IF REC-AGE-STATUS NOT = "00"
002776         DISPLAY "GOL-RECONCILE: NO GOLAGE, STATUS "
002777             REC-AGE-STATUS
002778         GO TO 4500-EXIT
002779     END-IF
002780     MOVE "N" TO REC-EOF-SWITCH
002781     PERFORM 4600-READ-AGE-RECORD THRU 4600-EXIT
002782         UNTIL REC-EOF
002783     CLOSE REC-AGE-REPORT.
002784 4500-EXIT.
002785     EXIT.
002786*
002787 4600-READ-AGE-RECORD.
002788     READ REC-AGE-REPORT
002789         AT END
002790             SET REC-EOF TO TRUE
002791             GO TO 4600-EXIT
002792     END-READ
002793     IF REC-AGE-HEAD-TEXT NOT = "---- CELL AGE MAP"
002794         OR REC-AGE-HEAD-RUN-LABEL NOT = "RUN "
002795         OR REC-AGE-HEAD-RUN-ID IS NOT NUMERIC
002796         GO TO 4600-EXIT
002797     END-IF
002798     MOVE REC-AGE-HEAD-RUN-ID TO REC-SEARCH-ID
002799     IF REC-SEARCH-DATE NOT = REC-CURRENT-DATE
002800         GO TO 4600-EXIT
002801     END-IF
002802     PERFORM 3500-FIND-RUN THRU 3500-EXIT
002803     IF REC-RUN-INDEX > 0
002804         MOVE "Y" TO REC-RUN-AGE-FLAG(REC-RUN-INDEX)
002805     END-IF.
002806 4600-EXIT.
002807     EXIT.
002808*
002809*=============================================================
002810*5000-CHECK-DRIVER-LOG - TONIGHT'S COMPLETED GAME-OF-LIFE
002811*STEPS, AND EVERY RUN ID INSIDE AN ENDED LINE'S RUN-ID RANGE
002812*=============================================================
002813 5000-CHECK-DRIVER-LOG.
002814     OPEN INPUT REC-DRV-LOG
002815     IF REC-LOG-STATUS NOT = "00"
002816         DISPLAY "GOL-RECONCILE: NO DRVLOG, STATUS "
002817             REC-LOG-STATUS
002818         GO TO 5000-EXIT
002819     END-IF
002820     MOVE "N" TO REC-EOF-SWITCH
002821     PERFORM 5100-READ-LOG-RECORD THRU 5100-EXIT
002822         UNTIL REC-EOF
002823     CLOSE REC-DRV-LOG.
002824 5000-EXIT.
002825     EXIT.
002826*
002827 5100-READ-LOG-RECORD.
002828     READ REC-DRV-LOG
002829         AT END
002830             SET REC-EOF TO TRUE
002831             GO TO 5100-EXIT
002832     END-READ
002833     IF REC-DRV-LOG-RECORD(1:8) NOT = REC-CURRENT-DATE
002834         OR REC-DRV-LOG-RECORD(17:5) NOT = "STEP "
002835         OR REC-DRV-LOG-RECORD(42:7) NOT = " ENDED,"
002836         GO TO 5100-EXIT
002837     END-IF
002838     MOVE "GAME-OF-LIFE" TO REC-STEP-NAME-WORK
002839     IF REC-DRV-LOG-RECORD(22:20) = REC-STEP-NAME-WORK
002840         MOVE REC-DRV-LOG-RECORD(62:4) TO REC-LOG-RC
002841         IF REC-LOG-RC < 8
002842             ADD 1 TO REC-LOG-EXECUTIONS
002843         END-IF
002844     END-IF
002845     IF REC-DRV-LOG-RECORD(66:9) NOT = " RUN IDS "
002846         OR REC-DRV-LOG-RECORD(75:12) IS NOT NUMERIC
002847         OR REC-DRV-LOG-RECORD(91:12) IS NOT NUMERIC
002848         GO TO 5100-EXIT
002849     END-IF
002850     MOVE REC-DRV-LOG-RECORD(75:12) TO REC-RANGE-FIRST
002851     MOVE REC-DRV-LOG-RECORD(91:12) TO REC-RANGE-LAST
002852*A STEP RUNNING OVER MIDNIGHT - ONLY TODAY'S IDS MATTER HERE
002853     IF REC-FIRST-DATE NOT = REC-LAST-DATE
002854         MOVE 1 TO REC-FIRST-SEQ
002855     END-IF
002856     IF REC-LAST-DATE NOT = REC-CURRENT-DATE
002857         GO TO 5100-EXIT
002858     END-IF
002859     PERFORM 5200-MARK-LOGGED-RUN THRU 5200-EXIT
002860         VARYING REC-SEQ-COUNTER FROM REC-FIRST-SEQ BY 1
002861         UNTIL REC-SEQ-COUNTER > REC-LAST-SEQ.
002862 5100-EXIT.
002863     EXIT.
002864*
002865 5200-MARK-LOGGED-RUN.
002866     MOVE REC-LAST-DATE TO REC-SEARCH-DATE
002867     MOVE REC-SEQ-COUNTER TO REC-SEARCH-SEQ
002868     PERFORM 3500-FIND-RUN THRU 3500-EXIT
002869     IF REC-RUN-INDEX > 0
002870         MOVE "Y" TO REC-RUN-LOG-FLAG(REC-RUN-INDEX)
002871     END-IF.
002872 5200-EXIT.
002873     EXIT.
002874*
002875*=============================================================
002876*6000-CHECK-CHECKPOINT - THE RUN ID ON THE GOLCKPT HEADER
002877*=============================================================
002878 6000-CHECK-CHECKPOINT.
002879     OPEN INPUT REC-CHECKPOINT
002880     IF REC-CKPT-STATUS NOT = "00"
002881         GO TO 6000-EXIT
002882     END-IF
002883     READ REC-CHECKPOINT
002884         NOT AT END
002885             IF REC-CKPT-TYPE = "H"
002886                 AND REC-CKPT-RUN-ID IS NUMERIC
002887                 MOVE REC-CKPT-RUN-ID TO REC-CKPT-FILE-ID
002888             END-IF
002889     END-READ
002890     CLOSE REC-CHECKPOINT.
002891 6000-EXIT.
002892     EXIT.
002893*
002894*=============================================================
002895*6500-CHECK-NEXT-SEED - THE RUN ID ON THE GOLNEXT CELLS
002896*=============================================================
002897 6500-CHECK-NEXT-SEED.
002898     OPEN INPUT REC-NEXT-SEED
002899     IF REC-NEXT-STATUS NOT = "00"
002900         GO TO 6500-EXIT
002901     END-IF
002902     READ REC-NEXT-SEED
002903         NOT AT END
002904             IF REC-NEXT-RUN-ID IS NUMERIC
002905                 MOVE REC-NEXT-RUN-ID TO REC-NEXT-FILE-ID
002906             END-IF
002907     END-READ
002908     CLOSE REC-NEXT-SEED.
002909 6500-EXIT.
002910     EXIT.
002911*
002912*=============================================================
002913*7000-JUDGE-RUNS - COUNT EACH RUN MISSING FROM A FILE AND
002914*RAISE ONE MESSAGE PER FILE WITH RUNS MISSING
002915*=============================================================
002916 7000-JUDGE-RUNS.
002917*GOLHIST ROWS ARE IN RUN ORDER, SO THE LAST RUN IN THE TABLE
002918*THAT WROTE GOLCKPT / GOLNEXT IS THE ONE THOSE FILES MUST HOLD
002919     PERFORM 7100-FIND-NEWEST-WRITER THRU 7100-EXIT
002920         VARYING REC-RUN-INDEX FROM 1 BY 1
002921         UNTIL REC-RUN-INDEX > REC-RUN-COUNT
002922     PERFORM 7200-JUDGE-ONE-RUN THRU 7200-EXIT
002923         VARYING REC-RUN-INDEX FROM 1 BY 1
002924         UNTIL REC-RUN-INDEX > REC-RUN-COUNT
002925     MOVE "GOL-RECONCILE" TO MSG-PROGRAM-ID
002926     MOVE SPACES TO MSG-FILE-STATUS
002927     MOVE 5001 TO MSG-NUMBER
002928*A COMPLETED DRIVER STEP WITH NO GOLHIST ROW AT ALL IS SHORT
002929*EVEN WHEN IT NEVER REACHED THE POINT OF TAKING A RUN ID
002930     MOVE "N" TO REC-RUN-SHORT-SWITCH
002931     IF REC-LOG-EXECUTIONS > REC-HIST-TONIGHT
002932         SET REC-RUN-SHORT TO TRUE
002933     END-IF
002934     IF REC-MISS-HIST > 0 OR REC-RUN-SHORT
002935         MOVE "GOLHIST" TO MSG-FILE-NAME
002936         CALL "MSG-HANDLER" USING MSG-REQUEST
002937     END-IF
002938     IF REC-MISS-STATS > 0
002939         MOVE "GOLSTATS" TO MSG-FILE-NAME
002940         CALL "MSG-HANDLER" USING MSG-REQUEST
002941     END-IF
002942     IF REC-MISS-OUT > 0
002943         MOVE "GOLOUT" TO MSG-FILE-NAME
002944         CALL "MSG-HANDLER" USING MSG-REQUEST
002945     END-IF
002946     IF REC-MISS-AGE > 0
002947         MOVE "GOLAGE" TO MSG-FILE-NAME
002948         CALL "MSG-HANDLER" USING MSG-REQUEST
002949     END-IF
002950     IF REC-MISS-CKPT > 0
002951         MOVE "GOLCKPT" TO MSG-FILE-NAME
002952         CALL "MSG-HANDLER" USING MSG-REQUEST
002953     END-IF
002954     IF REC-MISS-NEXT > 0
002955         MOVE "GOLNEXT" TO MSG-FILE-NAME
002956         CALL "MSG-HANDLER" USING MSG-REQUEST
002957     END-IF
002958     IF REC-RUNS-SHORT > 0 OR REC-RUN-SHORT
002959         MOVE "N" TO REC-BALANCED-SWITCH
002960     END-IF
002961     IF REC-NOT-LOGGED > 0
002962         MOVE 5004 TO MSG-NUMBER
002963         MOVE "DRVLOG" TO MSG-FILE-NAME
002964         CALL "MSG-HANDLER" USING MSG-REQUEST
002965     END-IF.
002966 7000-EXIT.
002967     EXIT.
002968*
002969 7100-FIND-NEWEST-WRITER.
002970     IF REC-RUN-CKPT-WANTED(REC-RUN-INDEX) = "Y"
002971         MOVE REC-RUN-INDEX TO REC-CKPT-NEWEST-INDEX
002972     END-IF
002973     IF REC-RUN-NEXT-WANTED(REC-RUN-INDEX) = "Y"
002974         MOVE REC-RUN-INDEX TO REC-NEXT-NEWEST-INDEX
002975     END-IF.
002976 7100-EXIT.
002977     EXIT.
002978*
002979*A RUN'S GOLCKPT / GOLNEXT COLUMN IS N/A WHEN IT DID NOT
002980*WRITE THAT FILE AND REPLACED WHEN A LATER RUN WROTE IT AGAIN
002981 7200-JUDGE-ONE-RUN.
002982     MOVE "N" TO REC-RUN-SHORT-SWITCH
002983     MOVE REC-RUN-ID(REC-RUN-INDEX) TO REC-RLN-RUN-ID
002984     IF REC-RUN-HIST-FLAG(REC-RUN-INDEX) = "Y"
002985         MOVE "YES" TO REC-RLN-HIST
002986     ELSE
002987         MOVE "MISSING" TO REC-RLN-HIST
002988         ADD 1 TO REC-MISS-HIST
002989         SET REC-RUN-SHORT TO TRUE
002990     END-IF
002991     EVALUATE REC-RUN-STATS-FLAG(REC-RUN-INDEX)
002992         WHEN "Y"
002993             MOVE "YES" TO REC-RLN-STATS
002994         WHEN "D"
002995             MOVE "DIFFERS" TO REC-RLN-STATS
002996             ADD 1 TO REC-STATS-DIFFER
002997             SET REC-RUN-SHORT TO TRUE
002998             MOVE 5003 TO MSG-NUMBER
002999             MOVE "GOL-RECONCILE" TO MSG-PROGRAM-ID
003000             MOVE REC-RUN-ID(REC-RUN-INDEX) TO MSG-FILE-NAME
003001             MOVE SPACES TO MSG-FILE-STATUS
003002             CALL "MSG-HANDLER" USING MSG-REQUEST
003003         WHEN OTHER
003004             MOVE "MISSING" TO REC-RLN-STATS
003005             ADD 1 TO REC-MISS-STATS
003006             SET REC-RUN-SHORT TO TRUE
003007     END-EVALUATE
003008     IF REC-RUN-OUT-FLAG(REC-RUN-INDEX) = "Y"
003009         MOVE "YES" TO REC-RLN-OUT
003010     ELSE
003011         MOVE "MISSING" TO REC-RLN-OUT
003012         ADD 1 TO REC-MISS-OUT
003013         SET REC-RUN-SHORT TO TRUE
003014     END-IF
003015     IF REC-RUN-AGE-FLAG(REC-RUN-INDEX) = "Y"
003016         MOVE "YES" TO REC-RLN-AGE
003017     ELSE
003018         MOVE "MISSING" TO REC-RLN-AGE
003019         ADD 1 TO REC-MISS-AGE
003020         SET REC-RUN-SHORT TO TRUE
003021     END-IF
003022     IF REC-RUN-LOG-FLAG(REC-RUN-INDEX) = "Y"
003023         MOVE "YES" TO REC-RLN-LOG
003024     ELSE
003025         MOVE "NO" TO REC-RLN-LOG
003026         ADD 1 TO REC-NOT-LOGGED
003027     END-IF
003028     EVALUATE TRUE
003029         WHEN REC-RUN-CKPT-WANTED(REC-RUN-INDEX) NOT = "Y"
003030             MOVE "N/A" TO REC-RLN-CKPT
003031         WHEN REC-RUN-INDEX NOT = REC-CKPT-NEWEST-INDEX
003032             MOVE "REPLACED" TO REC-RLN-CKPT
003033         WHEN REC-CKPT-FILE-ID = REC-RUN-ID(REC-RUN-INDEX)
003034             MOVE "YES" TO REC-RLN-CKPT
003035         WHEN OTHER
003036             MOVE "MISSING" TO REC-RLN-CKPT
003037             ADD 1 TO REC-MISS-CKPT
003038             SET REC-RUN-SHORT TO TRUE
003039     END-EVALUATE
003040     EVALUATE TRUE
003041         WHEN REC-RUN-NEXT-WANTED(REC-RUN-INDEX) NOT = "Y"
003042             MOVE "N/A" TO REC-RLN-NEXT
003043         WHEN REC-RUN-INDEX NOT = REC-NEXT-NEWEST-INDEX
003044             MOVE "REPLACED" TO REC-RLN-NEXT
003045         WHEN REC-NEXT-FILE-ID = REC-RUN-ID(REC-RUN-INDEX)
003046             MOVE "YES" TO REC-RLN-NEXT
003047         WHEN OTHER
003048             MOVE "MISSING" TO REC-RLN-NEXT
003049             ADD 1 TO REC-MISS-NEXT
003050             SET REC-RUN-SHORT TO TRUE
003051     END-EVALUATE
003052     IF REC-RUN-SHORT
003053         ADD 1 TO REC-RUNS-SHORT
003054     END-IF
003055     IF REC-RUN-INDEX = 1
003056         MOVE SPACES TO REC-REPORT-RECORD
003057         WRITE REC-REPORT-RECORD
003058         MOVE REC-RUN-HEADER TO REC-REPORT-RECORD
003059         WRITE REC-REPORT-RECORD
003060     END-IF
003061     MOVE REC-RUN-LINE TO REC-REPORT-RECORD
003062     WRITE REC-REPORT-RECORD.
003063 7200-EXIT.
003064     EXIT.
003065*
003066*=============================================================
003067*8000-TERMINATE - SUMMARY LINES AND THE RETURN CODE
003068*=============================================================
003070 8000-TERMINATE.
003073     MOVE SPACES TO REC-REPORT-RECORD
003076     WRITE REC-REPORT-RECORD
003080     MOVE "GAME-OF-LIFE RUNS IN DRVLOG : " TO REC-RPT-LABEL
003090     MOVE REC-LOG-EXECUTIONS TO REC-RPT-VALUE
003100     MOVE REC-RPT-LINE TO REC-REPORT-RECORD
003110     WRITE REC-REPORT-RECORD
003112     MOVE "RUN IDS ISSUED TONIGHT      : " TO REC-RPT-LABEL
003114     MOVE REC-RUN-COUNT TO REC-RPT-VALUE
003116     MOVE REC-RPT-LINE TO REC-REPORT-RECORD
003118     WRITE REC-REPORT-RECORD
003120     MOVE "GOLHIST RECORDS TONIGHT     : " TO REC-RPT-LABEL
003130     MOVE REC-HIST-TONIGHT TO REC-RPT-VALUE
003140     MOVE REC-RPT-LINE TO REC-REPORT-RECORD
003170     MOVE REC-HIST-BAD-ROWS TO REC-RPT-VALUE
003180     MOVE REC-RPT-LINE TO REC-REPORT-RECORD
003190     WRITE REC-REPORT-RECORD
003191     MOVE "RUNS MISSING OR MISMATCHED  : " TO REC-RPT-LABEL
003192     MOVE REC-RUNS-SHORT TO REC-RPT-VALUE
003193     MOVE REC-RPT-LINE TO REC-REPORT-RECORD
003194     WRITE REC-REPORT-RECORD
003195     MOVE "RUNS OUTSIDE THE DRIVER     : " TO REC-RPT-LABEL
003196     MOVE REC-NOT-LOGGED TO REC-RPT-VALUE
003197     MOVE REC-RPT-LINE TO REC-REPORT-RECORD
003198     WRITE REC-REPORT-RECORD
003200     MOVE "IN BALANCE                  : " TO REC-RPT-FLAG-LABEL
003210     IF REC-IN-BALANCE
003220         MOVE "YES" TO REC-RPT-FLAG-VALUE
003260     MOVE REC-RPT-FLAG-LINE TO REC-REPORT-RECORD
003270     WRITE REC-REPORT-RECORD
003280     CLOSE REC-REPORT
003285     EVALUATE TRUE
003290         WHEN NOT REC-IN-BALANCE
003292             MOVE 8 TO RETURN-CODE
003294         WHEN REC-NOT-LOGGED > 0
003296             MOVE 4 TO RETURN-CODE
003298         WHEN OTHER
003300             MOVE 0 TO RETURN-CODE
003310     END-EVALUATE
003340     DISPLAY "GOL-RECONCILE: RUNS " REC-LOG-EXECUTIONS
003345         " RUN IDS " REC-RUN-COUNT
003350         " HIST TONIGHT " REC-HIST-TONIGHT
003360         " BAD ROWS " REC-HIST-BAD-ROWS
003365         " SHORT " REC-RUNS-SHORT.
003370 8000-EXIT.
003380     EXIT.
