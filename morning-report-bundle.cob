000010*IDENTIFICATION DIVISION.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. MORNING-REPORT-BUNDLE.
000040 AUTHOR. SYSTEMS DEVELOPMENT.
000050 INSTALLATION. SYSTEMS DEVELOPMENT.
000060 DATE-WRITTEN. 10/15/2026.
000070 DATE-COMPILED.
000080*
000090*MODIFICATION HISTORY
000100*  DATE       INIT DESCRIPTION
000110*  ---------- ---- ------------------------------------
000120*  2026-10-15 DEV  ORIGINAL PROGRAM. GATHERS THE NIGHT'S
000130*                  REPORT FILES INTO ONE PAGINATED PRINT
000140*                  BUNDLE PER RECIPIENT ON THE MRBDIST
000150*                  DISTRIBUTION LIST: A COVER PAGE WITH THE
000160*                  NIGHT-STATUS SUITE OUTCOME (NSTRPT) AND A
000170*                  CONTENTS LIST, THEN A BANNER PAGE AND THE
000180*                  NUMBERED PAGES OF EACH REPORT, OR A "NOT
000190*                  PRODUCED TONIGHT" PLACEHOLDER WHEN THE
000200*                  REPORT FILE IS MISSING.
000203*  2026-10-15 DEV  HSKCPRPT ARCHIVE CAPACITY REPORT ADDED TO THE
000206*                  KNOWN REPORT TITLES.
000207*  2026-10-15 DEV  GRTRECRPT GREETING RECONCILIATION ADDED TO
000208*                  THE KNOWN REPORT TITLES.
000211*  2026-10-15 DEV  RPSPLRPT RPS PLAYER REGISTER ADDED TO THE
000214*                  KNOWN REPORT TITLES.
000215*  2026-10-15 DEV  RPSBTRPT RPS BATCH REGISTER ADDED TO THE
000216*                  KNOWN REPORT TITLES.
000217*  2026-10-15 DEV  OPSRBRPT OPERATIONS RUNBOOK ADDED TO THE
000218*                  KNOWN REPORT TITLES.
000219*
000220*MRBDIST HOLDS ONE LINE PER RECIPIENT AND REPORT (A "*" IN
000230*COLUMN 1 IS A COMMENT):
000240*  COL 1-8   RECIPIENT ID - THE BUNDLE IS WRITTEN TO THE FILE
000250*            "MRB" FOLLOWED BY THE ID, E.G. MRBONCALL
000260*  COL 10-19 REPORT FILE NAME, E.G. GOLHRPT
000270*  COL 21-50 RECIPIENT NAME FOR THE COVER PAGE (THE FIRST
000280*            LINE FOR THE RECIPIENT IS USED)
000290*A RECIPIENT'S REPORTS ARE BUNDLED IN THE ORDER THEIR LINES
000300*APPEAR ON MRBDIST.  EVERY BUNDLE PAGE IS MRB-BODY-LINES OF
000310*TEXT UNDER A TWO-LINE HEADING AND IS PADDED OUT WITH BLANK
000320*LINES, SO THE PAGE NUMBERS ON THE CONTENTS LIST HOLD.  A
000330*REPORT FILE THAT IS MISSING IS NOT AN ERROR - ITS BANNER
000340*PAGE SAYS SO.  NO MRBDIST IS RC 16, A BAD MRBDIST LINE RC 4.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT MRB-DISTRIBUTION ASSIGN TO "MRBDIST"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS MRB-DST-STATUS.
000420     SELECT MRB-IN-REPORT ASSIGN DYNAMIC MRB-IN-FILENAME
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS MRB-IN-STATUS.
000450     SELECT MRB-BUNDLE ASSIGN DYNAMIC MRB-BUNDLE-FILENAME
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS MRB-BDL-STATUS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  MRB-DISTRIBUTION
000520     RECORDING MODE IS F.
000530 01  MRB-DISTRIBUTION-RECORD.
000540     05  MRB-DST-RECIPIENT      PIC X(08).
000550     05  FILLER                 PIC X(01).
000560     05  MRB-DST-REPORT         PIC X(10).
000570     05  FILLER                 PIC X(01).
000580     05  MRB-DST-NAME           PIC X(30).
000590     05  FILLER                 PIC X(30).
000600*
000610 FD  MRB-IN-REPORT
000620     RECORDING MODE IS F.
000630 01  MRB-IN-RECORD          PIC X(132).
000640*
000650 FD  MRB-BUNDLE
000660     RECORDING MODE IS F.
000670 01  MRB-BUNDLE-RECORD      PIC X(132).
000680*
000690 WORKING-STORAGE SECTION.
000700 01  MRB-DST-STATUS          PIC X(02) VALUE SPACES.
000710 01  MRB-IN-STATUS           PIC X(02) VALUE SPACES.
000720 01  MRB-BDL-STATUS          PIC X(02) VALUE SPACES.
000730 01  MRB-DST-EOF-SWITCH      PIC X(01) VALUE "N".
000740     88  MRB-DST-EOF             VALUE "Y".
000750 01  MRB-IN-EOF-SWITCH       PIC X(01) VALUE "N".
000760     88  MRB-IN-EOF              VALUE "Y".
000770 01  MRB-IN-FILENAME         PIC X(40) VALUE SPACES.
000780 01  MRB-BUNDLE-FILENAME     PIC X(40) VALUE SPACES.
000790*
000800 01  MRB-CURRENT-DATE        PIC 9(08) VALUE 0.
000810 01  MRB-CURRENT-TIME.
000820     05  MRB-CUR-HHMMSS         PIC 9(06).
000830     05  MRB-CUR-MS             PIC 9(02).
000840*
000850*THE DISTRIBUTION LIST, IN MRBDIST ORDER
000860 01  MRB-DIST-TABLE.
000870     05  MRB-DIST-COUNT         PIC 9(03) VALUE 0.
000880     05  MRB-DIST-ENTRY OCCURS 200 TIMES.
000890         10  MRB-DIST-RECIPIENT     PIC X(08).
000900         10  MRB-DIST-REPORT        PIC X(10).
000910         10  MRB-DIST-NAME          PIC X(30).
000920         10  MRB-DIST-DONE          PIC X(01).
000930 01  MRB-DIST-LIMIT          PIC 9(03) VALUE 200.
000940 01  MRB-DIST-INDEX          PIC 9(03) VALUE 0.
000950 01  MRB-SCAN-INDEX          PIC 9(03) VALUE 0.
000960*
000970*TITLES OF THE KNOWN REPORT FILES.  A REPORT NOT LISTED HERE
000980*IS TITLED WITH ITS FILE NAME.
000990 01  MRB-TITLE-VALUES.
001000     05  FILLER                 PIC X(40) VALUE
001010         "GOLHRPT   GAME-OF-LIFE RUN HISTORY".
001020     05  FILLER                 PIC X(40) VALUE
001030         "GOLRECRPT GAME-OF-LIFE RECONCILIATION".
001040     05  FILLER                 PIC X(40) VALUE
001050         "GOLVPRPT  GAME-OF-LIFE VIEWPORT".
001060     05  FILLER                 PIC X(40) VALUE
001070         "GREETRPT  GREETING USAGE".
001080     05  FILLER                 PIC X(40) VALUE
001090         "OPSXRPT   OPERATIONS EXCEPTIONS".
001100     05  FILLER                 PIC X(40) VALUE
001110         "OPSAGRPT  OUTSTANDING OPERATOR ALERTS".
001120     05  FILLER                 PIC X(40) VALUE
001130         "DRVSRPT   BATCH DRIVER STATISTICS".
001140     05  FILLER                 PIC X(40) VALUE
001150         "DRVSLRPT  BATCH SERVICE LEVEL".
001160     05  FILLER                 PIC X(40) VALUE
001170         "NSTRPT    NIGHT STATUS".
001180     05  FILLER                 PIC X(40) VALUE
001190         "RPSEDRPT  RPS MOVES EDIT".
001200     05  FILLER                 PIC X(40) VALUE
001210         "RPSSUSRPT RPS SUSPENSE".
001220     05  FILLER                 PIC X(40) VALUE
001230         "RPSRATRPT RPS LEAGUE RATINGS".
001240     05  FILLER                 PIC X(40) VALUE
001250         "HSKPRPT   HOUSEKEEPING".
001253     05  FILLER                 PIC X(40) VALUE
001256         "HSKCPRPT  ARCHIVE CAPACITY".
001257     05  FILLER                 PIC X(40) VALUE
001258         "GRTRECRPT GREETING RECONCILIATION".
001261     05  FILLER                 PIC X(40) VALUE
001264         "RPSPLRPT  RPS PLAYER REGISTER".
001265     05  FILLER                 PIC X(40) VALUE
001266         "RPSBTRPT  RPS BATCH REGISTER".
001267     05  FILLER                 PIC X(40) VALUE
001268         "OPSRBRPT  OPERATIONS RUNBOOK".
001269 01  MRB-TITLE-TABLE REDEFINES MRB-TITLE-VALUES.
001270     05  MRB-TITLE-ENTRY OCCURS 18 TIMES.
001280         10  MRB-TTL-REPORT         PIC X(10).
001290         10  MRB-TTL-TEXT           PIC X(30).
001300 01  MRB-TITLE-COUNT         PIC 9(02) VALUE 18.
001310 01  MRB-TITLE-INDEX         PIC 9(02) VALUE 0.
001320 01  MRB-TITLE-SWITCH        PIC X(01) VALUE "N".
001330     88  MRB-TITLE-FOUND         VALUE "Y".
001340*
001350*THE BUNDLE BEING BUILT - ONE ENTRY PER REPORT, WITH THE
001360*PAGES IT WILL TAKE AND THE PAGE ITS BANNER FALLS ON
001370 01  MRB-RECIPIENT           PIC X(08) VALUE SPACES.
001380 01  MRB-RECIPIENT-NAME      PIC X(30) VALUE SPACES.
001390 01  MRB-BUNDLE-TABLE.
001400     05  MRB-BDL-COUNT          PIC 9(02) VALUE 0.
001410     05  MRB-BDL-ENTRY OCCURS 30 TIMES.
001420         10  MRB-BDL-REPORT         PIC X(10).
001430         10  MRB-BDL-TITLE          PIC X(30).
001440         10  MRB-BDL-PRODUCED       PIC X(01).
001450         10  MRB-BDL-LINES          PIC 9(06).
001460         10  MRB-BDL-START-PAGE     PIC 9(04).
001470         10  MRB-BDL-PAGES          PIC 9(04).
001480 01  MRB-BDL-LIMIT           PIC 9(02) VALUE 30.
001490 01  MRB-BDL-INDEX           PIC 9(02) VALUE 0.
001500*
001510*THE REPORT FILE JUST COUNTED
001520 01  MRB-IN-PRODUCED-SWITCH  PIC X(01) VALUE "N".
001530     88  MRB-IN-PRODUCED         VALUE "Y".
001540 01  MRB-LINES-READ          PIC 9(06) VALUE 0.
001550*
001560*NSTRPT, COPIED ONTO EVERY COVER PAGE
001570 01  MRB-NST-PRODUCED-SWITCH PIC X(01) VALUE "N".
001580     88  MRB-NST-PRODUCED        VALUE "Y".
001590 01  MRB-NST-LINES           PIC 9(06) VALUE 0.
001600*
001610*PAGING
001620 01  MRB-BODY-LINES          PIC 9(02) VALUE 58.
001630 01  MRB-LINE-ON-PAGE        PIC 9(02) VALUE 0.
001640 01  MRB-PAGE-OPEN-SWITCH    PIC X(01) VALUE "N".
001650     88  MRB-PAGE-OPEN           VALUE "Y".
001660 01  MRB-PAGE-NUMBER         PIC 9(04) VALUE 0.
001670 01  MRB-TOTAL-PAGES         PIC 9(04) VALUE 0.
001680 01  MRB-NEXT-PAGE           PIC 9(04) VALUE 0.
001690 01  MRB-COVER-LINES         PIC 9(06) VALUE 0.
001700 01  MRB-WORK-PAGES          PIC 9(04) VALUE 0.
001710 01  MRB-SECTION-TITLE       PIC X(30) VALUE SPACES.
001720 01  MRB-PRINT-LINE          PIC X(132) VALUE SPACES.
001730*
001740*RUN TOTALS
001750 01  MRB-BUNDLES-WRITTEN     PIC 9(03) VALUE 0.
001760 01  MRB-BUNDLES-FAILED      PIC 9(03) VALUE 0.
001770 01  MRB-DIST-REJECTED       PIC 9(03) VALUE 0.
001780*
001790*REPORT LINE LAYOUTS
001800 01  MRB-PAGE-HEADER.
001810     05  FILLER                 PIC X(16) VALUE
001820         "MORNING REPORTS ".
001830     05  MRB-PHD-RECIPIENT      PIC X(08).
001840     05  FILLER                 PIC X(02) VALUE SPACES.
001850     05  MRB-PHD-SECTION        PIC X(30).
001860     05  FILLER                 PIC X(02) VALUE SPACES.
001870     05  MRB-PHD-DATE           PIC 9(08).
001880     05  FILLER                 PIC X(07) VALUE "  PAGE ".
001890     05  MRB-PHD-PAGE           PIC ZZZ9.
001900     05  FILLER                 PIC X(04) VALUE " OF ".
001910     05  MRB-PHD-TOTAL          PIC ZZZ9.
001920 01  MRB-COVER-TITLE-LINE.
001930     05  FILLER                 PIC X(26) VALUE
001940         "MORNING REPORT BUNDLE FOR ".
001950     05  MRB-CVT-NAME           PIC X(30).
001960 01  MRB-COVER-WHEN-LINE.
001970     05  FILLER                 PIC X(10) VALUE "RECIPIENT ".
001980     05  MRB-CVW-RECIPIENT      PIC X(08).
001990     05  FILLER                 PIC X(11) VALUE "  PRODUCED ".
002000     05  MRB-CVW-DATE           PIC 9(08).
002010     05  FILLER                 PIC X(01) VALUE SPACES.
002020     05  MRB-CVW-TIME           PIC 9(06).
002030 01  MRB-CONTENTS-HDR-LINE.
002040     05  FILLER                 PIC X(34) VALUE
002050         "  PAGE  REPORT     TITLE          ".
002060     05  FILLER                 PIC X(33) VALUE
002070         "                 PAGES   LINES   ".
002080 01  MRB-CONTENTS-LINE.
002090     05  FILLER                 PIC X(02) VALUE SPACES.
002100     05  MRB-CNT-PAGE           PIC ZZZ9.
002110     05  FILLER                 PIC X(02) VALUE SPACES.
002120     05  MRB-CNT-REPORT         PIC X(10).
002130     05  FILLER                 PIC X(01) VALUE SPACES.
002140     05  MRB-CNT-TITLE          PIC X(30).
002150     05  FILLER                 PIC X(03) VALUE SPACES.
002160     05  MRB-CNT-PAGES          PIC ZZZ9.
002170     05  FILLER                 PIC X(02) VALUE SPACES.
002180     05  MRB-CNT-STATUS         PIC X(20).
002190 01  MRB-EDIT-LINES          PIC ZZZZZ9.
002200 01  MRB-STAR-LINE.
002210     05  FILLER                 PIC X(40) VALUE ALL "*".
002220     05  FILLER                 PIC X(40) VALUE ALL "*".
002230 01  MRB-BANNER-LINE.
002240     05  FILLER                 PIC X(03) VALUE "*  ".
002250     05  MRB-BNR-LABEL          PIC X(10).
002260     05  MRB-BNR-VALUE          PIC X(60).
002270 01  MRB-BANNER-PAGES.
002280     05  MRB-BNP-FIRST          PIC ZZZ9.
002290     05  FILLER                 PIC X(04) VALUE " TO ".
002300     05  MRB-BNP-LAST           PIC ZZZ9.
002310 01  MRB-BANNER-LINES.
002320     05  FILLER                 PIC X(15) VALUE
002330         "REPORT FOLLOWS,".
002340     05  MRB-BNL-LINES          PIC ZZZZZ9.
002350     05  FILLER                 PIC X(06) VALUE " LINES".
002360 01  MRB-READ-FAIL-LINE.
002370     05  FILLER                 PIC X(40) VALUE
002380         "*** REPORT COULD NOT BE READ, STATUS ".
002390     05  MRB-RFL-STATUS         PIC X(02).
002400     05  FILLER                 PIC X(04) VALUE " ***".
002410*
002420 PROCEDURE DIVISION.
002430*
002440*=============================================================
002450*0000-MAINLINE - LOAD THE DISTRIBUTION LIST, THEN WRITE ONE
002460*BUNDLE FOR EACH RECIPIENT ON IT
002470*=============================================================
002480 0000-MAINLINE.
002490     ACCEPT MRB-CURRENT-DATE FROM DATE YYYYMMDD
002500     ACCEPT MRB-CURRENT-TIME FROM TIME
002510     PERFORM 1000-LOAD-DISTRIBUTION THRU 1000-EXIT
002520     IF MRB-DIST-COUNT = 0
002530         DISPLAY "MORNING-REPORT-BUNDLE: NO RECIPIENTS ON MRBDIST"
002540         MOVE 16 TO RETURN-CODE
002550         GOBACK
002560     END-IF
002570     MOVE "NSTRPT" TO MRB-IN-FILENAME
002580     PERFORM 8000-COUNT-REPORT-LINES THRU 8000-EXIT
002590     MOVE MRB-IN-PRODUCED-SWITCH TO MRB-NST-PRODUCED-SWITCH
002600     MOVE MRB-LINES-READ TO MRB-NST-LINES
002610     PERFORM 2000-BUILD-BUNDLE THRU 2000-EXIT
002620         VARYING MRB-DIST-INDEX FROM 1 BY 1
002630         UNTIL MRB-DIST-INDEX > MRB-DIST-COUNT
002640     DISPLAY "MORNING-REPORT-BUNDLE: " MRB-BUNDLES-WRITTEN
002650         " BUNDLES WRITTEN, " MRB-BUNDLES-FAILED " FAILED"
002660     EVALUATE TRUE
002670         WHEN MRB-BUNDLES-FAILED > 0
002680             MOVE 16 TO RETURN-CODE
002690         WHEN MRB-DIST-REJECTED > 0
002700             MOVE 4 TO RETURN-CODE
002710         WHEN OTHER
002720             MOVE 0 TO RETURN-CODE
002730     END-EVALUATE
002740     GOBACK.
002750*
002760*=============================================================
002770*1000-LOAD-DISTRIBUTION - MRBDIST INTO THE DISTRIBUTION TABLE
002780*=============================================================
002790 1000-LOAD-DISTRIBUTION.
002800     OPEN INPUT MRB-DISTRIBUTION
002810     IF MRB-DST-STATUS NOT = "00"
002820         DISPLAY "MORNING-REPORT-BUNDLE: CANNOT OPEN MRBDIST, "
002830             "STATUS " MRB-DST-STATUS
002840         GO TO 1000-EXIT
002850     END-IF
002860     PERFORM 1100-READ-DIST-RECORD THRU 1100-EXIT
002870         UNTIL MRB-DST-EOF
002880     CLOSE MRB-DISTRIBUTION.
002890 1000-EXIT.
002900     EXIT.
002910*
002920 1100-READ-DIST-RECORD.
002930     READ MRB-DISTRIBUTION
002940         AT END
002950             SET MRB-DST-EOF TO TRUE
002960         NOT AT END
002970             PERFORM 1200-POST-DIST-RECORD THRU 1200-EXIT
002980     END-READ.
002990 1100-EXIT.
003000     EXIT.
003010*
003020 1200-POST-DIST-RECORD.
003030     IF MRB-DISTRIBUTION-RECORD(1:1) = "*"
003040         OR MRB-DISTRIBUTION-RECORD = SPACES
003050         GO TO 1200-EXIT
003060     END-IF
003070     IF MRB-DST-RECIPIENT = SPACES
003080         OR MRB-DST-REPORT = SPACES
003090         DISPLAY "MORNING-REPORT-BUNDLE: BAD MRBDIST LINE "
003100             MRB-DISTRIBUTION-RECORD
003110         ADD 1 TO MRB-DIST-REJECTED
003120         GO TO 1200-EXIT
003130     END-IF
003140     IF MRB-DIST-COUNT NOT < MRB-DIST-LIMIT
003150         DISPLAY "MORNING-REPORT-BUNDLE: MRBDIST FULL, IGNORED "
003160             MRB-DST-RECIPIENT " " MRB-DST-REPORT
003170         ADD 1 TO MRB-DIST-REJECTED
003180         GO TO 1200-EXIT
003190     END-IF
003200     ADD 1 TO MRB-DIST-COUNT
003210     MOVE MRB-DST-RECIPIENT TO MRB-DIST-RECIPIENT(MRB-DIST-COUNT)
003220     MOVE MRB-DST-REPORT TO MRB-DIST-REPORT(MRB-DIST-COUNT)
003230     MOVE MRB-DST-NAME TO MRB-DIST-NAME(MRB-DIST-COUNT)
003240     MOVE "N" TO MRB-DIST-DONE(MRB-DIST-COUNT).
003250 1200-EXIT.
003260     EXIT.
003270*
003280*=============================================================
003290*2000-BUILD-BUNDLE - THE FIRST LINE NOT YET BUNDLED STARTS A
003300*RECIPIENT: GATHER ALL OF ITS REPORTS, WORK OUT THE PAGES,
003310*THEN PRINT COVER, BANNERS AND REPORTS TO ITS BUNDLE FILE
003320*=============================================================
003330 2000-BUILD-BUNDLE.
003340     IF MRB-DIST-DONE(MRB-DIST-INDEX) = "Y"
003350         GO TO 2000-EXIT
003360     END-IF
003370     MOVE MRB-DIST-RECIPIENT(MRB-DIST-INDEX) TO MRB-RECIPIENT
003380     MOVE MRB-DIST-NAME(MRB-DIST-INDEX) TO MRB-RECIPIENT-NAME
003390     IF MRB-RECIPIENT-NAME = SPACES
003400         MOVE MRB-RECIPIENT TO MRB-RECIPIENT-NAME
003410     END-IF
003420     MOVE 0 TO MRB-BDL-COUNT
003430     PERFORM 2100-COLLECT-REPORT THRU 2100-EXIT
003440         VARYING MRB-SCAN-INDEX FROM MRB-DIST-INDEX BY 1
003450         UNTIL MRB-SCAN-INDEX > MRB-DIST-COUNT
003460     PERFORM 2200-PLAN-PAGES THRU 2200-EXIT
003470     MOVE SPACES TO MRB-BUNDLE-FILENAME
003480     STRING "MRB" DELIMITED BY SIZE
003490         MRB-RECIPIENT DELIMITED BY SPACE
003500         INTO MRB-BUNDLE-FILENAME
003510     OPEN OUTPUT MRB-BUNDLE
003520     IF MRB-BDL-STATUS NOT = "00"
003530         DISPLAY "MORNING-REPORT-BUNDLE: CANNOT OPEN "
003540             MRB-BUNDLE-FILENAME ", STATUS " MRB-BDL-STATUS
003550         ADD 1 TO MRB-BUNDLES-FAILED
003560         GO TO 2000-EXIT
003570     END-IF
003580     MOVE 0 TO MRB-PAGE-NUMBER
003590     MOVE "N" TO MRB-PAGE-OPEN-SWITCH
003600     PERFORM 3000-PRINT-COVER THRU 3000-EXIT
003610     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
003620         VARYING MRB-BDL-INDEX FROM 1 BY 1
003630         UNTIL MRB-BDL-INDEX > MRB-BDL-COUNT
003640     PERFORM 9100-END-PAGE THRU 9100-EXIT
003650     CLOSE MRB-BUNDLE
003660     ADD 1 TO MRB-BUNDLES-WRITTEN
003670     DISPLAY "MORNING-REPORT-BUNDLE: BUNDLE FOR " MRB-RECIPIENT
003680         " " MRB-BDL-COUNT " REPORTS, " MRB-PAGE-NUMBER " PAGES".
003690 2000-EXIT.
003700     EXIT.
003710*
003720 2100-COLLECT-REPORT.
003730     IF MRB-DIST-RECIPIENT(MRB-SCAN-INDEX) NOT = MRB-RECIPIENT
003740         GO TO 2100-EXIT
003750     END-IF
003760     MOVE "Y" TO MRB-DIST-DONE(MRB-SCAN-INDEX)
003770     IF MRB-BDL-COUNT NOT < MRB-BDL-LIMIT
003780         DISPLAY "MORNING-REPORT-BUNDLE: BUNDLE FULL, "
003790             MRB-DIST-REPORT(MRB-SCAN-INDEX) " LEFT OUT FOR "
003800             MRB-RECIPIENT
003810         ADD 1 TO MRB-DIST-REJECTED
003820         GO TO 2100-EXIT
003830     END-IF
003840     ADD 1 TO MRB-BDL-COUNT
003850     MOVE MRB-DIST-REPORT(MRB-SCAN-INDEX)
003860         TO MRB-BDL-REPORT(MRB-BDL-COUNT)
003870     MOVE MRB-DIST-REPORT(MRB-SCAN-INDEX)
003880         TO MRB-BDL-TITLE(MRB-BDL-COUNT)
003890     MOVE "N" TO MRB-TITLE-SWITCH
003900     PERFORM 2110-FIND-TITLE THRU 2110-EXIT
003910         VARYING MRB-TITLE-INDEX FROM 1 BY 1
003920         UNTIL MRB-TITLE-INDEX > MRB-TITLE-COUNT
003930             OR MRB-TITLE-FOUND
003940     MOVE MRB-BDL-REPORT(MRB-BDL-COUNT) TO MRB-IN-FILENAME
003950     PERFORM 8000-COUNT-REPORT-LINES THRU 8000-EXIT
003960     MOVE MRB-IN-PRODUCED-SWITCH
003970         TO MRB-BDL-PRODUCED(MRB-BDL-COUNT)
003980     MOVE MRB-LINES-READ TO MRB-BDL-LINES(MRB-BDL-COUNT).
003990 2100-EXIT.
004000     EXIT.
004010*
004020 2110-FIND-TITLE.
004030     IF MRB-TTL-REPORT(MRB-TITLE-INDEX)
004040         = MRB-BDL-REPORT(MRB-BDL-COUNT)
004050         MOVE MRB-TTL-TEXT(MRB-TITLE-INDEX)
004060             TO MRB-BDL-TITLE(MRB-BDL-COUNT)
004070         SET MRB-TITLE-FOUND TO TRUE
004080     END-IF.
004090 2110-EXIT.
004100     EXIT.
004110*
004120*=============================================================
004130*2200-PLAN-PAGES - PAGES FOR THE COVER, THEN FOR EACH REPORT
004140*ITS BANNER PAGE PLUS ITS TEXT (AT LEAST ONE PAGE WHEN THE
004150*FILE WAS PRODUCED), SO THE CONTENTS LIST CAN GIVE PAGE
004160*NUMBERS.  THE COVER LINES COUNTED HERE ARE THOSE WRITTEN
004170*BY 3000-PRINT-COVER.
004180*=============================================================
004190 2200-PLAN-PAGES.
004200     IF MRB-NST-PRODUCED
004210         COMPUTE MRB-COVER-LINES = 7 + MRB-NST-LINES
004220             + MRB-BDL-COUNT
004230     ELSE
004240         COMPUTE MRB-COVER-LINES = 8 + MRB-BDL-COUNT
004250     END-IF
004260     COMPUTE MRB-WORK-PAGES =
004270         (MRB-COVER-LINES + MRB-BODY-LINES - 1) / MRB-BODY-LINES
004280     COMPUTE MRB-NEXT-PAGE = MRB-WORK-PAGES + 1
004290     PERFORM 2210-PLAN-REPORT-PAGES THRU 2210-EXIT
004300         VARYING MRB-BDL-INDEX FROM 1 BY 1
004310         UNTIL MRB-BDL-INDEX > MRB-BDL-COUNT
004320     COMPUTE MRB-TOTAL-PAGES = MRB-NEXT-PAGE - 1.
004330 2200-EXIT.
004340     EXIT.
004350*
004360 2210-PLAN-REPORT-PAGES.
004370     MOVE MRB-NEXT-PAGE TO MRB-BDL-START-PAGE(MRB-BDL-INDEX)
004380     MOVE 1 TO MRB-BDL-PAGES(MRB-BDL-INDEX)
004390     IF MRB-BDL-PRODUCED(MRB-BDL-INDEX) = "Y"
004400         COMPUTE MRB-WORK-PAGES =
004410             (MRB-BDL-LINES(MRB-BDL-INDEX) + MRB-BODY-LINES - 1)
004420             / MRB-BODY-LINES
004430         IF MRB-WORK-PAGES = 0
004440             MOVE 1 TO MRB-WORK-PAGES
004450         END-IF
004460         ADD MRB-WORK-PAGES TO MRB-BDL-PAGES(MRB-BDL-INDEX)
004470     END-IF
004480     ADD MRB-BDL-PAGES(MRB-BDL-INDEX) TO MRB-NEXT-PAGE.
004490 2210-EXIT.
004500     EXIT.
004510*
004520*=============================================================
004530*3000-PRINT-COVER - WHO THE BUNDLE IS FOR, THE SUITE OUTCOME
004540*AS NIGHT-STATUS LEFT IT ON NSTRPT, AND THE CONTENTS LIST
004550*=============================================================
004560 3000-PRINT-COVER.
004570     MOVE "CONTENTS" TO MRB-SECTION-TITLE
004580     PERFORM 9200-NEW-PAGE THRU 9200-EXIT
004590     MOVE MRB-RECIPIENT-NAME TO MRB-CVT-NAME
004600     MOVE MRB-COVER-TITLE-LINE TO MRB-PRINT-LINE
004610     PERFORM 9000-PRINT-LINE THRU 9000-EXIT
004620     MOVE MRB-RECIPIENT TO MRB-CVW-RECIPIENT
004630     MOVE MRB-CURRENT-DATE TO MRB-CVW-DATE
004640     MOVE MRB-CUR-HHMMSS TO MRB-CVW-TIME
004650     MOVE MRB-COVER-WHEN-LINE TO MRB-PRINT-LINE
004660     PERFORM 9000-PRINT-LINE THRU 9000-EXIT
004670     MOVE SPACES TO MRB-PRINT-LINE
004680     PERFORM 9000-PRINT-LINE THRU 9000-EXIT
004690     MOVE "SUITE OUTCOME (NIGHT-STATUS, NSTRPT):"
004700         TO MRB-PRINT-LINE
004710     PERFORM 9000-PRINT-LINE THRU 9000-EXIT
004720     IF MRB-NST-PRODUCED
004730         MOVE "NSTRPT" TO MRB-IN-FILENAME
004740         PERFORM 8200-COPY-REPORT THRU 8200-EXIT
004750     ELSE
004760         MOVE "    NIGHT-STATUS REPORT NOT PRODUCED TONIGHT"
004770             TO MRB-PRINT-LINE
004780         PERFORM 9000-PRINT-LINE THRU 9000-EXIT
004790     END-IF
004800     MOVE SPACES TO MRB-PRINT-LINE
004810     PERFORM 9000-PRINT-LINE THRU 9000-EXIT
004820     MOVE "CONTENTS" TO MRB-PRINT-LINE
004830     PERFORM 9000-PRINT-LINE THRU 9000-EXIT
004840     MOVE MRB-CONTENTS-HDR-LINE TO MRB-PRINT-LINE
004850     PERFORM 9000-PRINT-LINE THRU 9000-EXIT
004860     PERFORM 3100-PRINT-CONTENTS-LINE THRU 3100-EXIT
004870         VARYING MRB-BDL-INDEX FROM 1 BY 1
004880         UNTIL MRB-BDL-INDEX > MRB-BDL-COUNT.
004890 3000-EXIT.
004900     EXIT.
004910*
004920 3100-PRINT-CONTENTS-LINE.
004930     MOVE MRB-BDL-START-PAGE(MRB-BDL-INDEX) TO MRB-CNT-PAGE
004940     MOVE MRB-BDL-REPORT(MRB-BDL-INDEX) TO MRB-CNT-REPORT
004950     MOVE MRB-BDL-TITLE(MRB-BDL-INDEX) TO MRB-CNT-TITLE
004960     MOVE MRB-BDL-PAGES(MRB-BDL-INDEX) TO MRB-CNT-PAGES
004970     IF MRB-BDL-PRODUCED(MRB-BDL-INDEX) = "Y"
004980         MOVE MRB-BDL-LINES(MRB-BDL-INDEX) TO MRB-EDIT-LINES
004990         MOVE MRB-EDIT-LINES TO MRB-CNT-STATUS
005000     ELSE
005010         MOVE "NOT PRODUCED TONIGHT" TO MRB-CNT-STATUS
005020     END-IF
005030     MOVE MRB-CONTENTS-LINE TO MRB-PRINT-LINE
005040     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
005050 3100-EXIT.
005060     EXIT.
005070*
005080*=============================================================
005090*4000-PRINT-REPORT - BANNER PAGE, THEN THE REPORT ITSELF ON
005100*PAGES OF ITS OWN.  A MISSING REPORT GETS ONLY THE BANNER,
005110*CARRYING THE NOT-PRODUCED PLACEHOLDER.
005120*=============================================================
005130 4000-PRINT-REPORT.
005140     MOVE MRB-BDL-TITLE(MRB-BDL-INDEX) TO MRB-SECTION-TITLE
005150     PERFORM 9200-NEW-PAGE THRU 9200-EXIT
005160     MOVE MRB-STAR-LINE TO MRB-PRINT-LINE
005170     PERFORM 9000-PRINT-LINE THRU 9000-EXIT
005180     MOVE "REPORT" TO MRB-BNR-LABEL
005190     MOVE MRB-BDL-REPORT(MRB-BDL-INDEX) TO MRB-BNR-VALUE
005200     PERFORM 4100-PRINT-BANNER-LINE THRU 4100-EXIT
005210     MOVE "TITLE" TO MRB-BNR-LABEL
005220     MOVE MRB-BDL-TITLE(MRB-BDL-INDEX) TO MRB-BNR-VALUE
005230     PERFORM 4100-PRINT-BANNER-LINE THRU 4100-EXIT
005240     MOVE "FOR" TO MRB-BNR-LABEL
005250     MOVE MRB-RECIPIENT-NAME TO MRB-BNR-VALUE
005260     PERFORM 4100-PRINT-BANNER-LINE THRU 4100-EXIT
005270     MOVE MRB-BDL-START-PAGE(MRB-BDL-INDEX) TO MRB-BNP-FIRST
005280     COMPUTE MRB-BNP-LAST = MRB-BDL-START-PAGE(MRB-BDL-INDEX)
005290         + MRB-BDL-PAGES(MRB-BDL-INDEX) - 1
005300     MOVE "PAGES" TO MRB-BNR-LABEL
005310     MOVE MRB-BANNER-PAGES TO MRB-BNR-VALUE
005320     PERFORM 4100-PRINT-BANNER-LINE THRU 4100-EXIT
005330     MOVE SPACES TO MRB-BNR-LABEL
005340     IF MRB-BDL-PRODUCED(MRB-BDL-INDEX) = "Y"
005350         MOVE MRB-BDL-LINES(MRB-BDL-INDEX) TO MRB-BNL-LINES
005360         MOVE MRB-BANNER-LINES TO MRB-BNR-VALUE
005370     ELSE
005380         MOVE "*** REPORT NOT PRODUCED TONIGHT ***"
005390             TO MRB-BNR-VALUE
005400     END-IF
005410     PERFORM 4100-PRINT-BANNER-LINE THRU 4100-EXIT
005420     MOVE MRB-STAR-LINE TO MRB-PRINT-LINE
005430     PERFORM 9000-PRINT-LINE THRU 9000-EXIT
005440     IF MRB-BDL-PRODUCED(MRB-BDL-INDEX) NOT = "Y"
005450         GO TO 4000-EXIT
005460     END-IF
005470     PERFORM 9200-NEW-PAGE THRU 9200-EXIT
005480     IF MRB-BDL-LINES(MRB-BDL-INDEX) = 0
005490         MOVE "*** REPORT PRODUCED TONIGHT BUT IS EMPTY ***"
005500             TO MRB-PRINT-LINE
005510         PERFORM 9000-PRINT-LINE THRU 9000-EXIT
005520         GO TO 4000-EXIT
005530     END-IF
005540     MOVE MRB-BDL-REPORT(MRB-BDL-INDEX) TO MRB-IN-FILENAME
005550     PERFORM 8200-COPY-REPORT THRU 8200-EXIT.
005560 4000-EXIT.
005570     EXIT.
005580*
005590 4100-PRINT-BANNER-LINE.
005600     MOVE MRB-BANNER-LINE TO MRB-PRINT-LINE
005610     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
005620 4100-EXIT.
005630     EXIT.
005640*
005650*=============================================================
005660*8000-COUNT-REPORT-LINES - IS THE REPORT NAMED IN
005670*MRB-IN-FILENAME THERE, AND HOW MANY LINES DOES IT HOLD
005680*=============================================================
005690 8000-COUNT-REPORT-LINES.
005700     MOVE "N" TO MRB-IN-PRODUCED-SWITCH
005710     MOVE 0 TO MRB-LINES-READ
005720     OPEN INPUT MRB-IN-REPORT
005730     IF MRB-IN-STATUS NOT = "00"
005740         GO TO 8000-EXIT
005750     END-IF
005760     SET MRB-IN-PRODUCED TO TRUE
005770     MOVE "N" TO MRB-IN-EOF-SWITCH
005780     PERFORM 8100-COUNT-LINE THRU 8100-EXIT
005790         UNTIL MRB-IN-EOF
005800     CLOSE MRB-IN-REPORT.
005810 8000-EXIT.
005820     EXIT.
005830*
005840 8100-COUNT-LINE.
005850     READ MRB-IN-REPORT
005860         AT END
005870             SET MRB-IN-EOF TO TRUE
005880         NOT AT END
005890             ADD 1 TO MRB-LINES-READ
005900     END-READ.
005910 8100-EXIT.
005920     EXIT.
005930*
005940*=============================================================
005950*8200-COPY-REPORT - EVERY LINE OF THE REPORT NAMED IN
005960*MRB-IN-FILENAME ONTO THE BUNDLE
005970*=============================================================
005980 8200-COPY-REPORT.
005990     OPEN INPUT MRB-IN-REPORT
006000     IF MRB-IN-STATUS NOT = "00"
006010         MOVE MRB-IN-STATUS TO MRB-RFL-STATUS
006020         MOVE MRB-READ-FAIL-LINE TO MRB-PRINT-LINE
006030         PERFORM 9000-PRINT-LINE THRU 9000-EXIT
006040         GO TO 8200-EXIT
006050     END-IF
006060     MOVE "N" TO MRB-IN-EOF-SWITCH
006070     PERFORM 8210-COPY-LINE THRU 8210-EXIT
006080         UNTIL MRB-IN-EOF
006090     CLOSE MRB-IN-REPORT.
006100 8200-EXIT.
006110     EXIT.
006120*
006130 8210-COPY-LINE.
006140     READ MRB-IN-REPORT
006150         AT END
006160             SET MRB-IN-EOF TO TRUE
006170         NOT AT END
006180             MOVE MRB-IN-RECORD TO MRB-PRINT-LINE
006190             PERFORM 9000-PRINT-LINE THRU 9000-EXIT
006200     END-READ.
006210 8210-EXIT.
006220     EXIT.
006230*
006240*=============================================================
006250*9000-PRINT-LINE - MRB-PRINT-LINE ONTO THE CURRENT PAGE,
006260*TURNING TO A NEW PAGE (SAME SECTION TITLE) WHEN IT IS FULL
006270*=============================================================
006280 9000-PRINT-LINE.
006290     IF NOT MRB-PAGE-OPEN
006300         OR MRB-LINE-ON-PAGE NOT < MRB-BODY-LINES
006310         PERFORM 9200-NEW-PAGE THRU 9200-EXIT
006320     END-IF
006330     MOVE MRB-PRINT-LINE TO MRB-BUNDLE-RECORD
006340     WRITE MRB-BUNDLE-RECORD
006350     ADD 1 TO MRB-LINE-ON-PAGE.
006360 9000-EXIT.
006370     EXIT.
006380*
006390*9100-END-PAGE - PAD THE OPEN PAGE OUT TO ITS FULL LENGTH
006400 9100-END-PAGE.
006410     IF NOT MRB-PAGE-OPEN
006420         GO TO 9100-EXIT
006430     END-IF
006440     MOVE SPACES TO MRB-BUNDLE-RECORD
006450     PERFORM 9110-WRITE-BLANK-LINE THRU 9110-EXIT
006460         UNTIL MRB-LINE-ON-PAGE NOT < MRB-BODY-LINES
006470     MOVE "N" TO MRB-PAGE-OPEN-SWITCH.
006480 9100-EXIT.
006490     EXIT.
006500*
006510 9110-WRITE-BLANK-LINE.
006520     WRITE MRB-BUNDLE-RECORD
006530     ADD 1 TO MRB-LINE-ON-PAGE.
006540 9110-EXIT.
006550     EXIT.
006560*
006570*9200-NEW-PAGE - CLOSE OFF ANY OPEN PAGE AND HEAD THE NEXT
006580 9200-NEW-PAGE.
006590     PERFORM 9100-END-PAGE THRU 9100-EXIT
006600     ADD 1 TO MRB-PAGE-NUMBER
006610     MOVE MRB-RECIPIENT TO MRB-PHD-RECIPIENT
006620     MOVE MRB-SECTION-TITLE TO MRB-PHD-SECTION
006630     MOVE MRB-CURRENT-DATE TO MRB-PHD-DATE
006640     MOVE MRB-PAGE-NUMBER TO MRB-PHD-PAGE
006650     MOVE MRB-TOTAL-PAGES TO MRB-PHD-TOTAL
006660     MOVE MRB-PAGE-HEADER TO MRB-BUNDLE-RECORD
006670     WRITE MRB-BUNDLE-RECORD
006680     MOVE SPACES TO MRB-BUNDLE-RECORD
006690     WRITE MRB-BUNDLE-RECORD
006700     MOVE 0 TO MRB-LINE-ON-PAGE
006710     SET MRB-PAGE-OPEN TO TRUE.
006720 9200-EXIT.
006730     EXIT.
