000010*IDENTIFICATION DIVISION.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. HSKP-CAPACITY-REPORT.
000040 AUTHOR. SYSTEMS DEVELOPMENT.
000050 INSTALLATION. SYSTEMS DEVELOPMENT.
000060 DATE-WRITTEN. 10/15/2026.
000070 DATE-COMPILED.
000080*
000090*MODIFICATION HISTORY
000100*  DATE       INIT DESCRIPTION
000110*  ---------- ---- ------------------------------------
000120*  2026-10-15 DEV  ORIGINAL PROGRAM. ARCHIVE STORAGE GROWTH
000130*                  AND CAPACITY REPORT OVER THE HOUSEKEEPING
000140*                  ARCHIVE INDEX HSKPIDX: BYTES AND FILES
000150*                  ARCHIVED BY MONTH AND BY HSKPCTL PATTERN,
000160*                  THE FASTEST-GROWING FILE FAMILIES, THE
000170*                  AVERAGE ARCHIVED PER NIGHT, AND WHEN THE
000180*                  ARCHIVE WILL PASS THE THRESHOLD ON THE
000190*                  HSKCPCTL CARD.  A PASSED THRESHOLD IS
000200*                  MSG 7001, A PROJECTED ONE WITHIN THE
000210*                  CARD'S HORIZON MSG 7002.  OUTPUT HSKCPRPT.
000220*
000230*HOUSEKEEPING NEVER PRUNES THE ARCHIVE, SO THE ARCHIVE HOLDS
000240*EVERY FILE ON HSKPIDX AND ITS SIZE IS THE SUM OF THEM.  A
000250*FILE BELONGS TO THE FIRST HSKPCTL PATTERN (IN HSKPCTL ORDER)
000260*ITS NAME MATCHES, WITH "*" FOR ANY RUN OF CHARACTERS AND "?"
000270*FOR ANY ONE, AS THE HOST FIND USED BY HOUSEKEEPING READS
000280*THEM.  GROWTH IS MEASURED OVER THE LAST HCR-RECENT-DAYS DAYS
000290*AGAINST THE SAME NUMBER OF DAYS BEFORE THAT, AND THE
000300*PROJECTION ASSUMES THE RECENT DAILY RATE CARRIES ON.
000310*
000320*HSKCPCTL CARD:
000330*  COL 1-12  THRESHOLD IN BYTES (NO CARD - NO PROJECTION)
000340*  COL 14-16 WARNING HORIZON IN DAYS (BLANK = 030)
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT HCR-INDEX ASSIGN TO "HSKPIDX"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS HCR-IDX-STATUS.
000420     SELECT HCR-RETENTION ASSIGN TO "HSKPCTL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS HCR-RET-STATUS.
000450     SELECT HCR-CONTROL ASSIGN TO "HSKCPCTL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS HCR-CTL-STATUS.
000480     SELECT HCR-REPORT ASSIGN TO "HSKCPRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS HCR-RPT-STATUS.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000540*ARCHIVE INDEX - ONE RECORD PER ARCHIVED FILE (HOUSEKEEPING)
000550 FD  HCR-INDEX
000560     RECORDING MODE IS F.
000570 01  HCR-INDEX-RECORD.
000580     05  HCR-IDX-DATE           PIC 9(08).
000590     05  FILLER                 PIC X(01).
000600     05  HCR-IDX-SIZE           PIC 9(10).
000610     05  FILLER                 PIC X(01).
000620     05  HCR-IDX-NAME           PIC X(60).
000630*
000640*RETENTION RULES (HOUSEKEEPING)
000650 FD  HCR-RETENTION
000660     RECORDING MODE IS F.
000670 01  HCR-RETENTION-RECORD.
000680     05  HCR-RET-PATTERN        PIC X(40).
000690     05  HCR-RET-KEEP-DAYS      PIC 9(03).
000700     05  HCR-RET-ACTION         PIC X(01).
000710*
000720 FD  HCR-CONTROL
000730     RECORDING MODE IS F.
000740 01  HCR-CONTROL-RECORD.
000750     05  HCR-CTL-THRESHOLD      PIC 9(12).
000760     05  FILLER                 PIC X(01).
000770     05  HCR-CTL-HORIZON        PIC 9(03).
000780     05  FILLER                 PIC X(64).
000790*
000800 FD  HCR-REPORT
000810     RECORDING MODE IS F.
000820 01  HCR-REPORT-RECORD      PIC X(132).
000830*
000840 WORKING-STORAGE SECTION.
000850 01  HCR-IDX-STATUS          PIC X(02) VALUE SPACES.
000860 01  HCR-RET-STATUS          PIC X(02) VALUE SPACES.
000870 01  HCR-CTL-STATUS          PIC X(02) VALUE SPACES.
000880 01  HCR-RPT-STATUS          PIC X(02) VALUE SPACES.
000890 01  HCR-IDX-EOF-SWITCH      PIC X(01) VALUE "N".
000900     88  HCR-IDX-EOF             VALUE "Y".
000910 01  HCR-RET-EOF-SWITCH      PIC X(01) VALUE "N".
000920     88  HCR-RET-EOF             VALUE "Y".
000930*
000940*THE CAPACITY THRESHOLD FROM HSKCPCTL
000950 01  HCR-THRESHOLD-SWITCH    PIC X(01) VALUE "N".
000960     88  HCR-THRESHOLD-GIVEN     VALUE "Y".
000970 01  HCR-THRESHOLD           PIC 9(12) VALUE 0.
000980 01  HCR-HORIZON-DAYS        PIC 9(03) VALUE 30.
000990*
001000*DATES - THE RECENT WINDOW IS THE LAST HCR-RECENT-DAYS DAYS,
001010*THE PRIOR WINDOW THE SAME NUMBER OF DAYS BEFORE IT
001020 01  HCR-CURRENT-DATE        PIC 9(08) VALUE 0.
001030 01  HCR-TODAY-INTEGER       PIC 9(07) VALUE 0.
001040 01  HCR-DAYS-AGO            PIC S9(07) VALUE 0.
001050 01  HCR-RECENT-DAYS         PIC 9(03) VALUE 30.
001060 01  HCR-LAST-DATE           PIC 9(08) VALUE 0.
001070*
001080*ARCHIVE TOTALS
001090 01  HCR-TOTAL-FILES         PIC 9(07) VALUE 0.
001100 01  HCR-TOTAL-BYTES         PIC 9(13) VALUE 0.
001110 01  HCR-NIGHTS              PIC 9(05) VALUE 0.
001120 01  HCR-RECENT-BYTES        PIC 9(13) VALUE 0.
001130 01  HCR-RECENT-NIGHTS       PIC 9(05) VALUE 0.
001140 01  HCR-PRIOR-BYTES         PIC 9(13) VALUE 0.
001150 01  HCR-RECORDS-SKIPPED     PIC 9(05) VALUE 0.
001160 01  HCR-MONTHS-DROPPED      PIC 9(05) VALUE 0.
001170*
001180*BY MONTH, IN THE ORDER MET ON HSKPIDX (IT IS WRITTEN IN
001190*DATE ORDER)
001200 01  HCR-MONTH-TABLE.
001210     05  HCR-MON-COUNT          PIC 9(03) VALUE 0.
001220     05  HCR-MON-ENTRY OCCURS 120 TIMES.
001230         10  HCR-MON-MONTH          PIC 9(06).
001240         10  HCR-MON-FILES          PIC 9(07).
001250         10  HCR-MON-BYTES          PIC 9(13).
001260         10  HCR-MON-NIGHTS         PIC 9(03).
001270 01  HCR-MON-LIMIT           PIC 9(03) VALUE 120.
001280 01  HCR-MON-INDEX           PIC 9(03) VALUE 0.
001290 01  HCR-MON-FOUND           PIC 9(03) VALUE 0.
001300 01  HCR-CUMULATIVE-BYTES    PIC 9(13) VALUE 0.
001310*
001320*BY HSKPCTL PATTERN - THE ENTRY AFTER THE LAST PATTERN
001330*GATHERS FILES NO PATTERN MATCHES
001340 01  HCR-PATTERN-TABLE.
001350     05  HCR-PAT-COUNT          PIC 9(02) VALUE 0.
001360     05  HCR-PAT-ENTRY OCCURS 51 TIMES.
001370         10  HCR-PAT-TEXT           PIC X(40).
001380         10  HCR-PAT-LENGTH         PIC 9(02).
001390         10  HCR-PAT-FILES          PIC 9(07).
001400         10  HCR-PAT-BYTES          PIC 9(13).
001410         10  HCR-PAT-RECENT-BYTES   PIC 9(13).
001420         10  HCR-PAT-PRIOR-BYTES    PIC 9(13).
001430         10  HCR-PAT-RANKED         PIC X(01).
001440 01  HCR-PAT-LIMIT           PIC 9(02) VALUE 50.
001450 01  HCR-PAT-INDEX           PIC 9(02) VALUE 0.
001460 01  HCR-PAT-FOUND           PIC 9(02) VALUE 0.
001470 01  HCR-OTHER-INDEX         PIC 9(02) VALUE 0.
001480*
001490*FASTEST-GROWING FAMILIES - THE TOP HCR-RANK-LIMIT PATTERNS BY
001500*BYTES ARCHIVED IN THE RECENT WINDOW
001510 01  HCR-RANK-LIMIT          PIC 9(02) VALUE 5.
001520 01  HCR-RANK                PIC 9(02) VALUE 0.
001530 01  HCR-RANK-BEST           PIC 9(02) VALUE 0.
001540 01  HCR-RANK-BEST-BYTES     PIC 9(13) VALUE 0.
001550 01  HCR-GROWTH-CHANGE       PIC S9(13) VALUE 0.
001560*
001570*NAME MATCHING - "*" ANY RUN OF CHARACTERS, "?" ANY ONE.  A
001580*"*" REMEMBERS WHERE IT WAS MET SO A FAILED MATCH CAN LET IT
001590*SWALLOW ONE MORE CHARACTER AND TRY AGAIN.
001600 01  HCR-BASE-NAME           PIC X(60) VALUE SPACES.
001610 01  HCR-NAME-LENGTH         PIC 9(02) VALUE 0.
001620 01  HCR-GLOB-PATTERN        PIC X(40) VALUE SPACES.
001630 01  HCR-GLOB-PLEN           PIC 9(02) VALUE 0.
001640 01  HCR-GLOB-P              PIC 9(02) VALUE 0.
001650 01  HCR-GLOB-S              PIC 9(02) VALUE 0.
001660 01  HCR-GLOB-STAR           PIC 9(02) VALUE 0.
001670 01  HCR-GLOB-MARK           PIC 9(02) VALUE 0.
001680 01  HCR-GLOB-SWITCH         PIC X(01) VALUE SPACE.
001690     88  HCR-GLOB-MATCHED        VALUE "Y".
001700     88  HCR-GLOB-FAILED         VALUE "N".
001710     88  HCR-GLOB-UNDECIDED      VALUE SPACE.
001720*
001730*AVERAGES AND THE PROJECTION
001740 01  HCR-AVERAGE-BYTES       PIC 9(13) VALUE 0.
001750 01  HCR-DAILY-BYTES         PIC 9(13) VALUE 0.
001760 01  HCR-HEADROOM-BYTES      PIC 9(13) VALUE 0.
001770 01  HCR-DAYS-TO-PASS        PIC 9(13) VALUE 0.
001780 01  HCR-PASS-DATE           PIC 9(08) VALUE 0.
001790 01  HCR-PROJECTION-TEXT     PIC X(50) VALUE SPACES.
001800 01  HCR-WARNINGS-RAISED     PIC 9(02) VALUE 0.
001810*
001820*REPORT LINE LAYOUTS
001830 01  HCR-HEADER-LINE.
001840     05  FILLER                 PIC X(40) VALUE
001850         "ARCHIVE CAPACITY REPORT FROM HSKPIDX  AS".
001860     05  FILLER                 PIC X(04) VALUE " AT ".
001870     05  HCR-HDR-DATE           PIC 9(08).
001880 01  HCR-MONTH-HDR-LINE.
001890     05  FILLER                 PIC X(36) VALUE
001900         "MONTH     FILES         BYTES NIGHTS".
001910     05  FILLER                 PIC X(30) VALUE
001920         "   BYTES/NIGHT    ARCHIVE SIZE".
001930 01  HCR-MONTH-LINE.
001940     05  HCR-MNL-CCYY           PIC 9(04).
001950     05  FILLER                 PIC X(01) VALUE "-".
001960     05  HCR-MNL-MM             PIC 9(02).
001970     05  FILLER                 PIC X(01) VALUE SPACES.
001980     05  HCR-MNL-FILES          PIC ZZZZZZ9.
001990     05  FILLER                 PIC X(01) VALUE SPACES.
002000     05  HCR-MNL-BYTES          PIC ZZZZZZZZZZZZ9.
002010     05  FILLER                 PIC X(04) VALUE SPACES.
002020     05  HCR-MNL-NIGHTS         PIC ZZ9.
002030     05  FILLER                 PIC X(01) VALUE SPACES.
002040     05  HCR-MNL-AVERAGE        PIC ZZZZZZZZZZZZ9.
002050     05  FILLER                 PIC X(03) VALUE SPACES.
002060     05  HCR-MNL-CUMULATIVE     PIC ZZZZZZZZZZZZ9.
002070 01  HCR-PATTERN-HDR-LINE.
002080     05  FILLER                 PIC X(40) VALUE
002090         "PATTERN                                 ".
002100     05  FILLER                 PIC X(52) VALUE
002110         "   FILES         BYTES   LAST 30 DAYS  PRIOR 30 DAYS".
002130 01  HCR-PATTERN-LINE.
002140     05  HCR-PTL-PATTERN        PIC X(40).
002150     05  FILLER                 PIC X(01) VALUE SPACES.
002160     05  HCR-PTL-FILES          PIC ZZZZZZ9.
002170     05  FILLER                 PIC X(01) VALUE SPACES.
002180     05  HCR-PTL-BYTES          PIC ZZZZZZZZZZZZ9.
002190     05  FILLER                 PIC X(02) VALUE SPACES.
002200     05  HCR-PTL-RECENT         PIC ZZZZZZZZZZZZ9.
002210     05  FILLER                 PIC X(02) VALUE SPACES.
002220     05  HCR-PTL-PRIOR          PIC ZZZZZZZZZZZZ9.
002230 01  HCR-GROWTH-HDR-LINE.
002240     05  FILLER                 PIC X(44) VALUE
002250         "RANK PATTERN                                ".
002260     05  FILLER                 PIC X(46) VALUE
002270         "    LAST 30 DAYS  PRIOR 30 DAYS         CHANGE".
002280 01  HCR-GROWTH-LINE.
002290     05  HCR-GRL-RANK           PIC Z9.
002300     05  FILLER                 PIC X(03) VALUE SPACES.
002310     05  HCR-GRL-PATTERN        PIC X(40).
002320     05  FILLER                 PIC X(02) VALUE SPACES.
002330     05  HCR-GRL-RECENT         PIC ZZZZZZZZZZZZ9.
002340     05  FILLER                 PIC X(02) VALUE SPACES.
002350     05  HCR-GRL-PRIOR          PIC ZZZZZZZZZZZZ9.
002360     05  FILLER                 PIC X(01) VALUE SPACES.
002370     05  HCR-GRL-CHANGE         PIC -------------9.
002380 01  HCR-FIGURE-LINE.
002390     05  HCR-FGL-LABEL          PIC X(32).
002400     05  HCR-FGL-VALUE          PIC ZZZZZZZZZZZZ9.
002410     05  FILLER                 PIC X(01) VALUE SPACES.
002420     05  HCR-FGL-TEXT           PIC X(50).
002430 01  HCR-PASS-LINE.
002440     05  FILLER                 PIC X(32) VALUE
002450         "PROJECTED TO PASS THRESHOLD".
002460     05  HCR-PSL-TEXT           PIC X(50).
002470 01  HCR-PASS-DATE-TEXT.
002480     05  FILLER                 PIC X(03) VALUE "ON ".
002490     05  HCR-PDT-DATE           PIC 9(08).
002500     05  FILLER                 PIC X(04) VALUE " IN ".
002510     05  HCR-PDT-DAYS           PIC ZZZZZZ9.
002520     05  FILLER                 PIC X(05) VALUE " DAYS".
002530 01  HCR-NIGHTS-TEXT.
002540     05  FILLER                 PIC X(05) VALUE "OVER ".
002550     05  HCR-NGT-NIGHTS         PIC ZZZZ9.
002560     05  FILLER                 PIC X(07) VALUE " NIGHTS".
002570*
002580*COMMON MESSAGE HANDLER REQUEST AREA
002590 COPY MSGREQ.
002600*
002610 PROCEDURE DIVISION.
002620*
002630*=============================================================
002640*0000-MAINLINE - LOAD THE PATTERNS AND THE THRESHOLD, TOTAL
002650*HSKPIDX, THEN PRINT EACH SECTION OF THE CAPACITY REPORT
002660*=============================================================
002670 0000-MAINLINE.
002680     ACCEPT HCR-CURRENT-DATE FROM DATE YYYYMMDD
002690     COMPUTE HCR-TODAY-INTEGER =
002700         FUNCTION INTEGER-OF-DATE(HCR-CURRENT-DATE)
002710     PERFORM 1000-LOAD-PATTERNS THRU 1000-EXIT
002720     PERFORM 1500-READ-THRESHOLD THRU 1500-EXIT
002730     OPEN INPUT HCR-INDEX
002740     IF HCR-IDX-STATUS NOT = "00"
002750         DISPLAY "HSKP-CAPACITY-REPORT: NO HSKPIDX, STATUS "
002760             HCR-IDX-STATUS
002770         MOVE 16 TO RETURN-CODE
002780         GOBACK
002790     END-IF
002800     OPEN OUTPUT HCR-REPORT
002810     IF HCR-RPT-STATUS NOT = "00"
002820         MOVE 3001 TO MSG-NUMBER
002830         MOVE "HSKP-CAPACITY-REPORT" TO MSG-PROGRAM-ID
002840         MOVE "HSKCPRPT" TO MSG-FILE-NAME
002850         MOVE HCR-RPT-STATUS TO MSG-FILE-STATUS
002860         CALL "MSG-HANDLER" USING MSG-REQUEST
002870         CLOSE HCR-INDEX
002880         MOVE 16 TO RETURN-CODE
002890         GOBACK
002900     END-IF
002910     PERFORM 2000-READ-INDEX-RECORD THRU 2000-EXIT
002920         UNTIL HCR-IDX-EOF
002930     CLOSE HCR-INDEX
002940     MOVE HCR-CURRENT-DATE TO HCR-HDR-DATE
002950     MOVE HCR-HEADER-LINE TO HCR-REPORT-RECORD
002960     WRITE HCR-REPORT-RECORD
002970     PERFORM 3000-PRINT-MONTHS THRU 3000-EXIT
002980     PERFORM 4000-PRINT-PATTERNS THRU 4000-EXIT
002990     PERFORM 5000-PRINT-GROWTH THRU 5000-EXIT
003000     PERFORM 6000-PRINT-AVERAGES THRU 6000-EXIT
003010     PERFORM 7000-PROJECT-CAPACITY THRU 7000-EXIT
003020     CLOSE HCR-REPORT
003030     DISPLAY "HSKP-CAPACITY-REPORT: " HCR-TOTAL-FILES
003040         " FILES, " HCR-TOTAL-BYTES " BYTES ARCHIVED, "
003050         "OUTPUT IN HSKCPRPT"
003060     IF HCR-WARNINGS-RAISED > 0
003070         OR HCR-RECORDS-SKIPPED > 0
003080         OR HCR-MONTHS-DROPPED > 0
003090         MOVE 4 TO RETURN-CODE
003100     ELSE
003110         MOVE 0 TO RETURN-CODE
003120     END-IF
003130     GOBACK.
003140*
003150*=============================================================
003160*1000-LOAD-PATTERNS - THE HSKPCTL PATTERNS, IN FILE ORDER,
003170*THEN THE CATCH-ALL ENTRY FOR FILES NO PATTERN MATCHES
003180*=============================================================
003190 1000-LOAD-PATTERNS.
003200     OPEN INPUT HCR-RETENTION
003210     IF HCR-RET-STATUS NOT = "00"
003220         DISPLAY "HSKP-CAPACITY-REPORT: NO HSKPCTL, STATUS "
003230             HCR-RET-STATUS ", NO PATTERN BREAKDOWN"
003240     ELSE
003250         PERFORM 1100-READ-PATTERN THRU 1100-EXIT
003260             UNTIL HCR-RET-EOF
003270         CLOSE HCR-RETENTION
003280     END-IF
003290     ADD 1 TO HCR-PAT-COUNT
003300     MOVE HCR-PAT-COUNT TO HCR-OTHER-INDEX
003310     MOVE "(NO HSKPCTL PATTERN)" TO HCR-PAT-TEXT(HCR-OTHER-INDEX)
003320     MOVE 0 TO HCR-PAT-LENGTH(HCR-OTHER-INDEX)
003330     MOVE 0 TO HCR-PAT-FILES(HCR-OTHER-INDEX)
003340     MOVE 0 TO HCR-PAT-BYTES(HCR-OTHER-INDEX)
003350     MOVE 0 TO HCR-PAT-RECENT-BYTES(HCR-OTHER-INDEX)
003360     MOVE 0 TO HCR-PAT-PRIOR-BYTES(HCR-OTHER-INDEX)
003370     MOVE "N" TO HCR-PAT-RANKED(HCR-OTHER-INDEX).
003380 1000-EXIT.
003390     EXIT.
003400*
003410 1100-READ-PATTERN.
003420     READ HCR-RETENTION
003430         AT END
003440             SET HCR-RET-EOF TO TRUE
003450             GO TO 1100-EXIT
003460     END-READ
003470     IF HCR-RET-PATTERN = SPACES
003480         GO TO 1100-EXIT
003490     END-IF
003500     IF HCR-PAT-COUNT NOT < HCR-PAT-LIMIT
003510         DISPLAY "HSKP-CAPACITY-REPORT: PATTERN TABLE FULL, "
003520             HCR-RET-PATTERN " COUNTED UNDER NO PATTERN"
003530         GO TO 1100-EXIT
003540     END-IF
003550     ADD 1 TO HCR-PAT-COUNT
003560     MOVE HCR-RET-PATTERN TO HCR-PAT-TEXT(HCR-PAT-COUNT)
003570     MOVE 0 TO HCR-PAT-LENGTH(HCR-PAT-COUNT)
003580     INSPECT HCR-RET-PATTERN
003585         TALLYING HCR-PAT-LENGTH(HCR-PAT-COUNT)
003590         FOR CHARACTERS BEFORE INITIAL SPACE
003600     MOVE 0 TO HCR-PAT-FILES(HCR-PAT-COUNT)
003610     MOVE 0 TO HCR-PAT-BYTES(HCR-PAT-COUNT)
003620     MOVE 0 TO HCR-PAT-RECENT-BYTES(HCR-PAT-COUNT)
003630     MOVE 0 TO HCR-PAT-PRIOR-BYTES(HCR-PAT-COUNT)
003640     MOVE "N" TO HCR-PAT-RANKED(HCR-PAT-COUNT).
003650 1100-EXIT.
003660     EXIT.
003670*
003680*=============================================================
003690*1500-READ-THRESHOLD - THRESHOLD BYTES AND WARNING HORIZON
003700*FROM THE HSKCPCTL CARD
003710*=============================================================
003720 1500-READ-THRESHOLD.
003730     OPEN INPUT HCR-CONTROL
003740     IF HCR-CTL-STATUS NOT = "00"
003750         GO TO 1500-EXIT
003760     END-IF
003770     READ HCR-CONTROL
003780         NOT AT END
003790             IF HCR-CTL-THRESHOLD IS NUMERIC
003800                 AND HCR-CTL-THRESHOLD > 0
003810                 SET HCR-THRESHOLD-GIVEN TO TRUE
003820                 MOVE HCR-CTL-THRESHOLD TO HCR-THRESHOLD
003830             ELSE
003840                 DISPLAY "HSKP-CAPACITY-REPORT: BAD HSKCPCTL "
003850                     "THRESHOLD " HCR-CONTROL-RECORD(1:12)
003860             END-IF
003870             IF HCR-CTL-HORIZON IS NUMERIC
003880                 AND HCR-CTL-HORIZON > 0
003890                 MOVE HCR-CTL-HORIZON TO HCR-HORIZON-DAYS
003900             END-IF
003910     END-READ
003920     CLOSE HCR-CONTROL.
003930 1500-EXIT.
003940     EXIT.
003950*
003960*=============================================================
003970*2000-READ-INDEX-RECORD - POST ONE ARCHIVED FILE TO ITS MONTH,
003980*ITS PATTERN, THE NIGHT COUNTS AND THE GROWTH WINDOWS
003990*=============================================================
004000 2000-READ-INDEX-RECORD.
004010     READ HCR-INDEX
004020         AT END
004030             SET HCR-IDX-EOF TO TRUE
004040             GO TO 2000-EXIT
004050     END-READ
004060     IF HCR-IDX-DATE IS NOT NUMERIC
004070         OR HCR-IDX-SIZE IS NOT NUMERIC
004080         DISPLAY "HSKP-CAPACITY-REPORT: BAD HSKPIDX RECORD "
004090             HCR-INDEX-RECORD
004100         ADD 1 TO HCR-RECORDS-SKIPPED
004110         GO TO 2000-EXIT
004120     END-IF
004130     ADD 1 TO HCR-TOTAL-FILES
004140     ADD HCR-IDX-SIZE TO HCR-TOTAL-BYTES
004150     COMPUTE HCR-DAYS-AGO = HCR-TODAY-INTEGER
004160         - FUNCTION INTEGER-OF-DATE(HCR-IDX-DATE)
004170     PERFORM 2100-POST-MONTH THRU 2100-EXIT
004180     IF HCR-IDX-DATE NOT = HCR-LAST-DATE
004190         MOVE HCR-IDX-DATE TO HCR-LAST-DATE
004200         ADD 1 TO HCR-NIGHTS
004210         IF HCR-MON-FOUND > 0
004220             ADD 1 TO HCR-MON-NIGHTS(HCR-MON-FOUND)
004230         END-IF
004240         IF HCR-DAYS-AGO < HCR-RECENT-DAYS
004250             ADD 1 TO HCR-RECENT-NIGHTS
004260         END-IF
004270     END-IF
004280     IF HCR-IDX-NAME(1:2) = "./"
004290         MOVE HCR-IDX-NAME(3:58) TO HCR-BASE-NAME
004300     ELSE
004310         MOVE HCR-IDX-NAME TO HCR-BASE-NAME
004320     END-IF
004330     MOVE 0 TO HCR-NAME-LENGTH
004340     INSPECT HCR-BASE-NAME TALLYING HCR-NAME-LENGTH
004350         FOR CHARACTERS BEFORE INITIAL SPACE
004360     MOVE HCR-OTHER-INDEX TO HCR-PAT-FOUND
004370     PERFORM 2200-TRY-PATTERN THRU 2200-EXIT
004380         VARYING HCR-PAT-INDEX FROM 1 BY 1
004390         UNTIL HCR-PAT-INDEX NOT < HCR-OTHER-INDEX
004400             OR HCR-PAT-FOUND NOT = HCR-OTHER-INDEX
004410     ADD 1 TO HCR-PAT-FILES(HCR-PAT-FOUND)
004420     ADD HCR-IDX-SIZE TO HCR-PAT-BYTES(HCR-PAT-FOUND)
004430     EVALUATE TRUE
004440         WHEN HCR-DAYS-AGO < HCR-RECENT-DAYS
004450             ADD HCR-IDX-SIZE TO HCR-RECENT-BYTES
004460             ADD HCR-IDX-SIZE
004465                 TO HCR-PAT-RECENT-BYTES(HCR-PAT-FOUND)
004470         WHEN HCR-DAYS-AGO < HCR-RECENT-DAYS * 2
004480             ADD HCR-IDX-SIZE TO HCR-PRIOR-BYTES
004490             ADD HCR-IDX-SIZE
004495                 TO HCR-PAT-PRIOR-BYTES(HCR-PAT-FOUND)
004500         WHEN OTHER
004510             CONTINUE
004520     END-EVALUATE.
004530 2000-EXIT.
004540     EXIT.
004550*
004560*FIND OR ADD THE MONTH; HCR-MON-FOUND IS 0 WHEN THE TABLE IS
004570*FULL AND THE MONTH CANNOT BE SHOWN
004580 2100-POST-MONTH.
004590     MOVE 0 TO HCR-MON-FOUND
004600     PERFORM 2110-FIND-MONTH THRU 2110-EXIT
004610         VARYING HCR-MON-INDEX FROM HCR-MON-COUNT BY -1
004620         UNTIL HCR-MON-INDEX = 0
004630             OR HCR-MON-FOUND > 0
004640     IF HCR-MON-FOUND = 0
004650         IF HCR-MON-COUNT NOT < HCR-MON-LIMIT
004660             ADD 1 TO HCR-MONTHS-DROPPED
004670             GO TO 2100-EXIT
004680         END-IF
004690         ADD 1 TO HCR-MON-COUNT
004700         MOVE HCR-MON-COUNT TO HCR-MON-FOUND
004710         MOVE HCR-IDX-DATE(1:6) TO HCR-MON-MONTH(HCR-MON-FOUND)
004720         MOVE 0 TO HCR-MON-FILES(HCR-MON-FOUND)
004730         MOVE 0 TO HCR-MON-BYTES(HCR-MON-FOUND)
004740         MOVE 0 TO HCR-MON-NIGHTS(HCR-MON-FOUND)
004750     END-IF
004760     ADD 1 TO HCR-MON-FILES(HCR-MON-FOUND)
004770     ADD HCR-IDX-SIZE TO HCR-MON-BYTES(HCR-MON-FOUND).
004780 2100-EXIT.
004790     EXIT.
004800*
004810 2110-FIND-MONTH.
004820     IF HCR-MON-MONTH(HCR-MON-INDEX) = HCR-IDX-DATE(1:6)
004830         MOVE HCR-MON-INDEX TO HCR-MON-FOUND
004840     END-IF.
004850 2110-EXIT.
004860     EXIT.
004870*
004880 2200-TRY-PATTERN.
004890     MOVE HCR-PAT-TEXT(HCR-PAT-INDEX) TO HCR-GLOB-PATTERN
004900     MOVE HCR-PAT-LENGTH(HCR-PAT-INDEX) TO HCR-GLOB-PLEN
004910     PERFORM 8000-MATCH-NAME THRU 8000-EXIT
004920     IF HCR-GLOB-MATCHED
004930         MOVE HCR-PAT-INDEX TO HCR-PAT-FOUND
004940     END-IF.
004950 2200-EXIT.
004960     EXIT.
004970*
004980*=============================================================
004990*3000-PRINT-MONTHS - FILES, BYTES AND NIGHTS ARCHIVED EACH
005000*MONTH, THE AVERAGE PER NIGHT AND THE ARCHIVE SIZE AT MONTH
005010*END
005020*=============================================================
005030 3000-PRINT-MONTHS.
005040     MOVE SPACES TO HCR-REPORT-RECORD
005050     WRITE HCR-REPORT-RECORD
005060     MOVE "ARCHIVED BY MONTH" TO HCR-REPORT-RECORD
005070     WRITE HCR-REPORT-RECORD
005080     MOVE HCR-MONTH-HDR-LINE TO HCR-REPORT-RECORD
005090     WRITE HCR-REPORT-RECORD
005100     MOVE 0 TO HCR-CUMULATIVE-BYTES
005110     PERFORM 3100-PRINT-MONTH-LINE THRU 3100-EXIT
005120         VARYING HCR-MON-INDEX FROM 1 BY 1
005130         UNTIL HCR-MON-INDEX > HCR-MON-COUNT
005140     IF HCR-MONTHS-DROPPED > 0
005150         MOVE SPACES TO HCR-FIGURE-LINE
005160         MOVE "FILES IN MONTHS NOT SHOWN" TO HCR-FGL-LABEL
005170         MOVE HCR-MONTHS-DROPPED TO HCR-FGL-VALUE
005180         MOVE HCR-FIGURE-LINE TO HCR-REPORT-RECORD
005190         WRITE HCR-REPORT-RECORD
005200     END-IF.
005210 3000-EXIT.
005220     EXIT.
005230*
005240 3100-PRINT-MONTH-LINE.
005250     MOVE HCR-MON-MONTH(HCR-MON-INDEX)(1:4) TO HCR-MNL-CCYY
005260     MOVE HCR-MON-MONTH(HCR-MON-INDEX)(5:2) TO HCR-MNL-MM
005270     MOVE HCR-MON-FILES(HCR-MON-INDEX) TO HCR-MNL-FILES
005280     MOVE HCR-MON-BYTES(HCR-MON-INDEX) TO HCR-MNL-BYTES
005290     MOVE HCR-MON-NIGHTS(HCR-MON-INDEX) TO HCR-MNL-NIGHTS
005300     MOVE 0 TO HCR-AVERAGE-BYTES
005310     IF HCR-MON-NIGHTS(HCR-MON-INDEX) > 0
005320         COMPUTE HCR-AVERAGE-BYTES ROUNDED =
005330             HCR-MON-BYTES(HCR-MON-INDEX)
005340             / HCR-MON-NIGHTS(HCR-MON-INDEX)
005350     END-IF
005360     MOVE HCR-AVERAGE-BYTES TO HCR-MNL-AVERAGE
005370     ADD HCR-MON-BYTES(HCR-MON-INDEX) TO HCR-CUMULATIVE-BYTES
005380     MOVE HCR-CUMULATIVE-BYTES TO HCR-MNL-CUMULATIVE
005390     MOVE HCR-MONTH-LINE TO HCR-REPORT-RECORD
005400     WRITE HCR-REPORT-RECORD.
005410 3100-EXIT.
005420     EXIT.
005430*
005440*=============================================================
005450*4000-PRINT-PATTERNS - FILES AND BYTES PER HSKPCTL PATTERN,
005460*WITH THE RECENT AND PRIOR WINDOWS
005470*=============================================================
005480 4000-PRINT-PATTERNS.
005490     MOVE SPACES TO HCR-REPORT-RECORD
005500     WRITE HCR-REPORT-RECORD
005510     MOVE "ARCHIVED BY HSKPCTL PATTERN" TO HCR-REPORT-RECORD
005520     WRITE HCR-REPORT-RECORD
005530     MOVE HCR-PATTERN-HDR-LINE TO HCR-REPORT-RECORD
005540     WRITE HCR-REPORT-RECORD
005550     PERFORM 4100-PRINT-PATTERN-LINE THRU 4100-EXIT
005560         VARYING HCR-PAT-INDEX FROM 1 BY 1
005570         UNTIL HCR-PAT-INDEX > HCR-PAT-COUNT.
005580 4000-EXIT.
005590     EXIT.
005600*
005610*THE NO-PATTERN LINE IS ONLY PRINTED WHEN IT HOLDS ANYTHING
005620 4100-PRINT-PATTERN-LINE.
005630     IF HCR-PAT-INDEX = HCR-OTHER-INDEX
005640         AND HCR-PAT-FILES(HCR-PAT-INDEX) = 0
005650         GO TO 4100-EXIT
005660     END-IF
005670     MOVE HCR-PAT-TEXT(HCR-PAT-INDEX) TO HCR-PTL-PATTERN
005680     MOVE HCR-PAT-FILES(HCR-PAT-INDEX) TO HCR-PTL-FILES
005690     MOVE HCR-PAT-BYTES(HCR-PAT-INDEX) TO HCR-PTL-BYTES
005700     MOVE HCR-PAT-RECENT-BYTES(HCR-PAT-INDEX) TO HCR-PTL-RECENT
005710     MOVE HCR-PAT-PRIOR-BYTES(HCR-PAT-INDEX) TO HCR-PTL-PRIOR
005720     MOVE HCR-PATTERN-LINE TO HCR-REPORT-RECORD
005730     WRITE HCR-REPORT-RECORD.
005740 4100-EXIT.
005750     EXIT.
005760*
005770*=============================================================
005780*5000-PRINT-GROWTH - THE FAMILIES THAT ADDED MOST TO THE
005790*ARCHIVE IN THE RECENT WINDOW, BIGGEST FIRST, AGAINST THE
005800*WINDOW BEFORE
005810*=============================================================
005820 5000-PRINT-GROWTH.
005830     MOVE SPACES TO HCR-REPORT-RECORD
005840     WRITE HCR-REPORT-RECORD
005850     MOVE "FASTEST-GROWING FILE FAMILIES" TO HCR-REPORT-RECORD
005860     WRITE HCR-REPORT-RECORD
005870     MOVE HCR-GROWTH-HDR-LINE TO HCR-REPORT-RECORD
005880     WRITE HCR-REPORT-RECORD
005890     MOVE 0 TO HCR-RANK
005900     MOVE 1 TO HCR-RANK-BEST
005910     PERFORM 5100-RANK-NEXT-FAMILY THRU 5100-EXIT
005920         UNTIL HCR-RANK NOT < HCR-RANK-LIMIT
005930             OR HCR-RANK-BEST = 0
005940     IF HCR-RANK = 0
005950         MOVE "  NOTHING ARCHIVED IN THE LAST 30 DAYS"
005960             TO HCR-REPORT-RECORD
005970         WRITE HCR-REPORT-RECORD
005980     END-IF.
005990 5000-EXIT.
006000     EXIT.
006010*
006020 5100-RANK-NEXT-FAMILY.
006030     MOVE 0 TO HCR-RANK-BEST
006040     MOVE 0 TO HCR-RANK-BEST-BYTES
006050     PERFORM 5110-FIND-BIGGEST THRU 5110-EXIT
006060         VARYING HCR-PAT-INDEX FROM 1 BY 1
006070         UNTIL HCR-PAT-INDEX > HCR-PAT-COUNT
006080     IF HCR-RANK-BEST = 0
006090         GO TO 5100-EXIT
006100     END-IF
006110     ADD 1 TO HCR-RANK
006120     MOVE "Y" TO HCR-PAT-RANKED(HCR-RANK-BEST)
006130     MOVE HCR-RANK TO HCR-GRL-RANK
006140     MOVE HCR-PAT-TEXT(HCR-RANK-BEST) TO HCR-GRL-PATTERN
006150     MOVE HCR-PAT-RECENT-BYTES(HCR-RANK-BEST) TO HCR-GRL-RECENT
006160     MOVE HCR-PAT-PRIOR-BYTES(HCR-RANK-BEST) TO HCR-GRL-PRIOR
006170     COMPUTE HCR-GROWTH-CHANGE =
006180         HCR-PAT-RECENT-BYTES(HCR-RANK-BEST)
006190         - HCR-PAT-PRIOR-BYTES(HCR-RANK-BEST)
006200     MOVE HCR-GROWTH-CHANGE TO HCR-GRL-CHANGE
006210     MOVE HCR-GROWTH-LINE TO HCR-REPORT-RECORD
006220     WRITE HCR-REPORT-RECORD.
006230 5100-EXIT.
006240     EXIT.
006250*
006260 5110-FIND-BIGGEST.
006270     IF HCR-PAT-RANKED(HCR-PAT-INDEX) = "N"
006280         AND HCR-PAT-RECENT-BYTES(HCR-PAT-INDEX)
006290             > HCR-RANK-BEST-BYTES
006300         MOVE HCR-PAT-INDEX TO HCR-RANK-BEST
006310         MOVE HCR-PAT-RECENT-BYTES(HCR-PAT-INDEX)
006320             TO HCR-RANK-BEST-BYTES
006330     END-IF.
006340 5110-EXIT.
006350     EXIT.
006360*
006370*=============================================================
006380*6000-PRINT-AVERAGES - BYTES ARCHIVED PER ARCHIVING NIGHT,
006390*OVER THE WHOLE INDEX AND OVER THE RECENT WINDOW
006400*=============================================================
006410 6000-PRINT-AVERAGES.
006420     MOVE SPACES TO HCR-REPORT-RECORD
006430     WRITE HCR-REPORT-RECORD
006440     MOVE "AVERAGE ARCHIVED PER NIGHT" TO HCR-REPORT-RECORD
006450     WRITE HCR-REPORT-RECORD
006460     MOVE 0 TO HCR-AVERAGE-BYTES
006470     IF HCR-NIGHTS > 0
006480         COMPUTE HCR-AVERAGE-BYTES ROUNDED =
006490             HCR-TOTAL-BYTES / HCR-NIGHTS
006500     END-IF
006510     MOVE SPACES TO HCR-FIGURE-LINE
006520     MOVE "  ALL NIGHTS ON FILE" TO HCR-FGL-LABEL
006530     MOVE HCR-AVERAGE-BYTES TO HCR-FGL-VALUE
006540     MOVE HCR-NIGHTS TO HCR-NGT-NIGHTS
006550     MOVE HCR-NIGHTS-TEXT TO HCR-FGL-TEXT
006560     MOVE HCR-FIGURE-LINE TO HCR-REPORT-RECORD
006570     WRITE HCR-REPORT-RECORD
006580     MOVE 0 TO HCR-AVERAGE-BYTES
006590     IF HCR-RECENT-NIGHTS > 0
006600         COMPUTE HCR-AVERAGE-BYTES ROUNDED =
006610             HCR-RECENT-BYTES / HCR-RECENT-NIGHTS
006620     END-IF
006630     MOVE SPACES TO HCR-FIGURE-LINE
006640     MOVE "  LAST 30 DAYS" TO HCR-FGL-LABEL
006650     MOVE HCR-AVERAGE-BYTES TO HCR-FGL-VALUE
006660     MOVE HCR-RECENT-NIGHTS TO HCR-NGT-NIGHTS
006670     MOVE HCR-NIGHTS-TEXT TO HCR-FGL-TEXT
006680     MOVE HCR-FIGURE-LINE TO HCR-REPORT-RECORD
006690     WRITE HCR-REPORT-RECORD.
006700 6000-EXIT.
006710     EXIT.
006720*
006730*=============================================================
006740*7000-PROJECT-CAPACITY - ARCHIVE SIZE AGAINST THE HSKCPCTL
006750*THRESHOLD.  PASSED IS MSG 7001; AT THE RECENT DAILY RATE,
006760*PASSING IT WITHIN THE HORIZON IS MSG 7002.
006770*=============================================================
006780 7000-PROJECT-CAPACITY.
006790     MOVE SPACES TO HCR-REPORT-RECORD
006800     WRITE HCR-REPORT-RECORD
006810     MOVE "CAPACITY" TO HCR-REPORT-RECORD
006820     WRITE HCR-REPORT-RECORD
006830     MOVE SPACES TO HCR-FIGURE-LINE
006840     MOVE "ARCHIVE SIZE NOW" TO HCR-FGL-LABEL
006850     MOVE HCR-TOTAL-BYTES TO HCR-FGL-VALUE
006860     MOVE "BYTES" TO HCR-FGL-TEXT
006870     MOVE HCR-FIGURE-LINE TO HCR-REPORT-RECORD
006880     WRITE HCR-REPORT-RECORD
006890     COMPUTE HCR-DAILY-BYTES ROUNDED =
006900         HCR-RECENT-BYTES / HCR-RECENT-DAYS
006910     MOVE SPACES TO HCR-FIGURE-LINE
006920     MOVE "GROWTH PER DAY, LAST 30 DAYS" TO HCR-FGL-LABEL
006930     MOVE HCR-DAILY-BYTES TO HCR-FGL-VALUE
006940     MOVE "BYTES" TO HCR-FGL-TEXT
006950     MOVE HCR-FIGURE-LINE TO HCR-REPORT-RECORD
006960     WRITE HCR-REPORT-RECORD
006970     IF NOT HCR-THRESHOLD-GIVEN
006980         MOVE "NO THRESHOLD ON HSKCPCTL" TO HCR-PSL-TEXT
006990         GO TO 7000-PRINT-PASS-LINE
007000     END-IF
007010     MOVE SPACES TO HCR-FIGURE-LINE
007020     MOVE "THRESHOLD" TO HCR-FGL-LABEL
007030     MOVE HCR-THRESHOLD TO HCR-FGL-VALUE
007040     MOVE "BYTES" TO HCR-FGL-TEXT
007050     MOVE HCR-FIGURE-LINE TO HCR-REPORT-RECORD
007060     WRITE HCR-REPORT-RECORD
007070     IF HCR-TOTAL-BYTES NOT < HCR-THRESHOLD
007080         MOVE "*** THRESHOLD ALREADY PASSED ***" TO HCR-PSL-TEXT
007090         MOVE 7001 TO MSG-NUMBER
007100         PERFORM 7100-RAISE-MESSAGE THRU 7100-EXIT
007110         GO TO 7000-PRINT-PASS-LINE
007120     END-IF
007130     IF HCR-DAILY-BYTES = 0
007140         MOVE "NOT WHILE THE ARCHIVE IS NOT GROWING"
007150             TO HCR-PSL-TEXT
007160         GO TO 7000-PRINT-PASS-LINE
007170     END-IF
007180     COMPUTE HCR-HEADROOM-BYTES = HCR-THRESHOLD - HCR-TOTAL-BYTES
007190     COMPUTE HCR-DAYS-TO-PASS =
007200         (HCR-HEADROOM-BYTES + HCR-DAILY-BYTES - 1)
007210         / HCR-DAILY-BYTES
007220     IF HCR-DAYS-TO-PASS > 99999
007230         MOVE "NOT WITHIN 99999 DAYS AT THE RECENT RATE"
007240             TO HCR-PSL-TEXT
007250         GO TO 7000-PRINT-PASS-LINE
007260     END-IF
007270     COMPUTE HCR-PASS-DATE = FUNCTION DATE-OF-INTEGER
007280         (HCR-TODAY-INTEGER + HCR-DAYS-TO-PASS)
007290     MOVE HCR-PASS-DATE TO HCR-PDT-DATE
007300     MOVE HCR-DAYS-TO-PASS TO HCR-PDT-DAYS
007310     MOVE HCR-PASS-DATE-TEXT TO HCR-PSL-TEXT
007320     IF HCR-DAYS-TO-PASS NOT > HCR-HORIZON-DAYS
007330         MOVE 7002 TO MSG-NUMBER
007340         PERFORM 7100-RAISE-MESSAGE THRU 7100-EXIT
007350     END-IF.
007360 7000-PRINT-PASS-LINE.
007370     MOVE HCR-PASS-LINE TO HCR-REPORT-RECORD
007380     WRITE HCR-REPORT-RECORD.
007390 7000-EXIT.
007400     EXIT.
007410*
007420 7100-RAISE-MESSAGE.
007430     ADD 1 TO HCR-WARNINGS-RAISED
007440     MOVE "HSKP-CAPACITY-REPORT" TO MSG-PROGRAM-ID
007450     MOVE "HSKPIDX" TO MSG-FILE-NAME
007460     MOVE SPACES TO MSG-FILE-STATUS
007470     CALL "MSG-HANDLER" USING MSG-REQUEST.
007480 7100-EXIT.
007490     EXIT.
007500*
007510*=============================================================
007520*8000-MATCH-NAME - DOES HCR-BASE-NAME (HCR-NAME-LENGTH LONG)
007530*MATCH HCR-GLOB-PATTERN (HCR-GLOB-PLEN LONG)
007540*=============================================================
007550 8000-MATCH-NAME.
007560     MOVE 1 TO HCR-GLOB-P
007570     MOVE 1 TO HCR-GLOB-S
007580     MOVE 0 TO HCR-GLOB-STAR
007590     MOVE 0 TO HCR-GLOB-MARK
007600     SET HCR-GLOB-UNDECIDED TO TRUE
007610     PERFORM 8100-MATCH-STEP THRU 8100-EXIT
007620         UNTIL HCR-GLOB-S > HCR-NAME-LENGTH
007630             OR NOT HCR-GLOB-UNDECIDED
007640     IF HCR-GLOB-FAILED
007650         GO TO 8000-EXIT
007660     END-IF
007670*NAME USED UP - ONLY TRAILING "*" MAY BE LEFT IN THE PATTERN
007680     PERFORM 8200-SKIP-STAR THRU 8200-EXIT
007690         UNTIL HCR-GLOB-P > HCR-GLOB-PLEN
007700             OR HCR-GLOB-PATTERN(HCR-GLOB-P:1) NOT = "*"
007710     IF HCR-GLOB-P > HCR-GLOB-PLEN
007720         SET HCR-GLOB-MATCHED TO TRUE
007730     ELSE
007740         SET HCR-GLOB-FAILED TO TRUE
007750     END-IF.
007760 8000-EXIT.
007770     EXIT.
007780*
007790 8100-MATCH-STEP.
007800     IF HCR-GLOB-P NOT > HCR-GLOB-PLEN
007810         IF HCR-GLOB-PATTERN(HCR-GLOB-P:1) = "*"
007820             MOVE HCR-GLOB-P TO HCR-GLOB-STAR
007830             MOVE HCR-GLOB-S TO HCR-GLOB-MARK
007840             ADD 1 TO HCR-GLOB-P
007850             GO TO 8100-EXIT
007860         END-IF
007870         IF HCR-GLOB-PATTERN(HCR-GLOB-P:1) = "?"
007880             OR HCR-GLOB-PATTERN(HCR-GLOB-P:1)
007890                 = HCR-BASE-NAME(HCR-GLOB-S:1)
007900             ADD 1 TO HCR-GLOB-P
007910             ADD 1 TO HCR-GLOB-S
007920             GO TO 8100-EXIT
007930         END-IF
007940     END-IF
007950     IF HCR-GLOB-STAR = 0
007960         SET HCR-GLOB-FAILED TO TRUE
007970         GO TO 8100-EXIT
007980     END-IF
007990     COMPUTE HCR-GLOB-P = HCR-GLOB-STAR + 1
008000     ADD 1 TO HCR-GLOB-MARK
008010     MOVE HCR-GLOB-MARK TO HCR-GLOB-S.
008020 8100-EXIT.
008030     EXIT.
008040*
008050 8200-SKIP-STAR.
008060     ADD 1 TO HCR-GLOB-P.
008070 8200-EXIT.
008080     EXIT.
