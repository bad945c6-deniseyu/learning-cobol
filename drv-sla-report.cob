000010*IDENTIFICATION DIVISION.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. DRV-SLA-REPORT.
000040 AUTHOR. SYSTEMS DEVELOPMENT.
000050 INSTALLATION. SYSTEMS DEVELOPMENT.
000060 DATE-WRITTEN. 10/15/2026.
000070 DATE-COMPILED.
000080*
000090*MODIFICATION HISTORY
000100*  DATE       INIT DESCRIPTION
000110*  ---------- ---- ------------------------------------
000120*  2026-10-15 DEV  ORIGINAL PROGRAM. MONTH-END BATCH SERVICE
000130*                  LEVEL REPORT FROM THE DRVHIST SUITE
000140*                  OUTCOME HISTORY WRITTEN BY THE NIGHTLY
000150*                  BATCH DRIVER: ONE LINE PER NIGHT (ATTEMPTS,
000160*                  START/END, CUTOFF, ON TIME OR LATE, WORST
000170*                  STEP AND OUTCOME), THEN THE MONTH'S ON-TIME
000180*                  PERCENTAGE AND LATE, RESTART, FAILED AND
000190*                  SKIPPED NIGHT COUNTS.  OUTPUT IN DRVSLRPT.
000200*
000210*THE MONTH REPORTED IS CCYYMM IN COLUMNS 1-6 OF THE DRVSLCTL
000220*CARD; NO CARD (OR A BLANK ONE) REPORTS THE CURRENT MONTH.
000230*A NIGHT IS EVERY DRVHIST RECORD CARRYING THE SAME NIGHT DATE
000240*- A RESTART, OR A FRESH RERUN THE SAME DAY, IS ANOTHER
000250*ATTEMPT AT THAT NIGHT.  THE LAST ATTEMPT DECIDES THE
000260*NIGHT'S OUTCOME AND WHETHER IT WAS ON TIME; THE WORST STEP
000270*IS THE WORST OF ANY ATTEMPT.
000280*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT DSL-SUITE-HIST ASSIGN TO "DRVHIST"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS DSL-HST-STATUS.
000350     SELECT DSL-CONTROL ASSIGN TO "DRVSLCTL"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS DSL-CTL-STATUS.
000380     SELECT DSL-REPORT ASSIGN TO "DRVSLRPT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS DSL-RPT-STATUS.
000410*
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  DSL-SUITE-HIST
000450     RECORDING MODE IS F.
000460 01  DSL-SUITE-HIST-RECORD.
000470     05  DSL-HST-NIGHT-DATE     PIC 9(08).
000480     05  DSL-HST-ATTEMPT        PIC 9(02).
000490     05  DSL-HST-START-DATE     PIC 9(08).
000500     05  DSL-HST-START-TIME     PIC 9(06).
000510     05  DSL-HST-END-DATE       PIC 9(08).
000520     05  DSL-HST-END-TIME       PIC 9(06).
000530     05  DSL-HST-WORST-RC       PIC 9(04).
000540     05  DSL-HST-WORST-STEP     PIC X(20).
000550     05  DSL-HST-RESTART        PIC X(01).
000560     05  DSL-HST-SKIP-TYPE      PIC X(01).
000570     05  DSL-HST-ABORTED        PIC X(01).
000580     05  DSL-HST-CUTOFF         PIC 9(06).
000590     05  DSL-HST-ON-TIME        PIC X(01).
000600     05  DSL-HST-STEPS-RUN      PIC 9(02).
000610     05  DSL-HST-STEPS-SKIPPED  PIC 9(02).
000620*
000630 FD  DSL-CONTROL
000640     RECORDING MODE IS F.
000650 01  DSL-CONTROL-RECORD.
000660     05  DSL-CTL-MONTH          PIC X(06).
000670     05  FILLER                 PIC X(74).
000680*
000690 FD  DSL-REPORT
000700     RECORDING MODE IS F.
000710 01  DSL-REPORT-RECORD      PIC X(132).
000720*
000730 WORKING-STORAGE SECTION.
000740 01  DSL-HST-STATUS          PIC X(02) VALUE SPACES.
000750 01  DSL-CTL-STATUS          PIC X(02) VALUE SPACES.
000760 01  DSL-RPT-STATUS          PIC X(02) VALUE SPACES.
000770 01  DSL-EOF-SWITCH          PIC X(01) VALUE "N".
000780     88  DSL-EOF                 VALUE "Y".
000790*
000800*THE MONTH BEING REPORTED
000810 01  DSL-CURRENT-DATE        PIC 9(08) VALUE 0.
000820 01  DSL-REPORT-MONTH        PIC 9(06) VALUE 0.
000830 01  DSL-MONTH-SPLIT REDEFINES DSL-REPORT-MONTH.
000840     05  DSL-MONTH-CCYY         PIC 9(04).
000850     05  DSL-MONTH-MM           PIC 9(02).
000860*
000870*THE NIGHT BEING BUILT UP FROM ITS ATTEMPTS
000880 01  DSL-NIGHT-OPEN-SWITCH   PIC X(01) VALUE "N".
000890     88  DSL-NIGHT-OPEN          VALUE "Y".
000900 01  DSL-NIGHT-DATE          PIC 9(08) VALUE 0.
000910 01  DSL-NIGHT-ATTEMPTS      PIC 9(02) VALUE 0.
000920 01  DSL-NIGHT-START-DATE    PIC 9(08) VALUE 0.
000930 01  DSL-NIGHT-START-TIME    PIC 9(06) VALUE 0.
000940 01  DSL-NIGHT-WORST-RC      PIC 9(04) VALUE 0.
000950 01  DSL-NIGHT-WORST-STEP    PIC X(20) VALUE SPACES.
000960*THE NIGHT'S LAST ATTEMPT SO FAR - IT DECIDES THE OUTCOME
000970 01  DSL-LAST-ATTEMPT.
000980     05  DSL-LST-END-DATE       PIC 9(08) VALUE 0.
000990     05  DSL-LST-END-TIME       PIC 9(06) VALUE 0.
001000     05  DSL-LST-WORST-RC       PIC 9(04) VALUE 0.
001010     05  DSL-LST-SKIP-TYPE      PIC X(01) VALUE SPACE.
001020     05  DSL-LST-ABORTED        PIC X(01) VALUE SPACE.
001030     05  DSL-LST-CUTOFF         PIC 9(06) VALUE 0.
001040     05  DSL-LST-ON-TIME        PIC X(01) VALUE SPACE.
001050*
001060*MONTH TOTALS
001070 01  DSL-RECORDS-READ        PIC 9(05) VALUE 0.
001080 01  DSL-NIGHTS              PIC 9(03) VALUE 0.
001090 01  DSL-NIGHTS-RUN          PIC 9(03) VALUE 0.
001100 01  DSL-CALENDAR-SKIPS      PIC 9(03) VALUE 0.
001110 01  DSL-WINDOW-SKIPS        PIC 9(03) VALUE 0.
001120 01  DSL-ON-TIME-NIGHTS      PIC 9(03) VALUE 0.
001130 01  DSL-LATE-NIGHTS         PIC 9(03) VALUE 0.
001140 01  DSL-UNJUDGED-NIGHTS     PIC 9(03) VALUE 0.
001150 01  DSL-RESTART-NIGHTS      PIC 9(03) VALUE 0.
001160 01  DSL-FAILED-NIGHTS       PIC 9(03) VALUE 0.
001170 01  DSL-JUDGED-NIGHTS       PIC 9(03) VALUE 0.
001180 01  DSL-ON-TIME-PERCENT     PIC 9(03)V9(01) VALUE 0.
001190*
001200*REPORT LINE LAYOUTS
001210 01  DSL-HEADER-1.
001220     05  FILLER PIC X(41) VALUE
001230         "NIGHTLY SUITE SERVICE LEVEL REPORT  MONTH".
001240     05  FILLER                 PIC X(01) VALUE SPACES.
001250     05  DSL-HDR-CCYY           PIC 9(04).
001260     05  FILLER                 PIC X(01) VALUE "-".
001270     05  DSL-HDR-MM             PIC 9(02).
001280 01  DSL-HEADER-2.
001290     05  FILLER PIC X(45) VALUE
001300         "NIGHT   ATT  STARTED         ENDED           ".
001310     05  FILLER PIC X(48) VALUE
001320         "CUTOFF ON TIME RC   WORST STEP           OUTCOME".
001330 01  DSL-DETAIL-LINE.
001340     05  DSL-DET-NIGHT          PIC 9(08).
001350     05  FILLER                 PIC X(01) VALUE SPACES.
001360     05  DSL-DET-ATTEMPTS       PIC Z9.
001370     05  FILLER                 PIC X(02) VALUE SPACES.
001380     05  DSL-DET-START-DATE     PIC 9(08).
001390     05  FILLER                 PIC X(01) VALUE SPACES.
001400     05  DSL-DET-START-TIME     PIC 9(06).
001410     05  FILLER                 PIC X(01) VALUE SPACES.
001420     05  DSL-DET-END-DATE       PIC 9(08).
001430     05  FILLER                 PIC X(01) VALUE SPACES.
001440     05  DSL-DET-END-TIME       PIC 9(06).
001450     05  FILLER                 PIC X(01) VALUE SPACES.
001460     05  DSL-DET-CUTOFF         PIC X(06).
001470     05  FILLER                 PIC X(01) VALUE SPACES.
001480     05  DSL-DET-ON-TIME        PIC X(07).
001490     05  FILLER                 PIC X(01) VALUE SPACES.
001500     05  DSL-DET-WORST-RC       PIC 9(04).
001510     05  FILLER                 PIC X(01) VALUE SPACES.
001520     05  DSL-DET-WORST-STEP     PIC X(20).
001530     05  FILLER                 PIC X(01) VALUE SPACES.
001540     05  DSL-DET-OUTCOME        PIC X(14).
001550 01  DSL-TOTAL-LINE.
001560     05  DSL-TOT-LABEL          PIC X(28).
001570     05  DSL-TOT-COUNT          PIC ZZ9.
001580 01  DSL-PERCENT-LINE.
001590     05  FILLER                 PIC X(28) VALUE
001600         "ON-TIME PERCENT".
001610     05  DSL-PCT-VALUE          PIC ZZ9.9.
001620     05  FILLER                 PIC X(24) VALUE
001630         " OF NIGHTS WITH A CUTOFF".
001640*
001650 PROCEDURE DIVISION.
001660*
001670*=============================================================
001680*0000-MAINLINE - PICK THE MONTH, PRINT ONE LINE PER NIGHT OF
001690*IT FROM DRVHIST, THEN THE MONTH'S SERVICE-LEVEL TOTALS
001700*=============================================================
001710 0000-MAINLINE.
001720     PERFORM 1000-SELECT-MONTH THRU 1000-EXIT
001730     OPEN INPUT DSL-SUITE-HIST
001740     IF DSL-HST-STATUS NOT = "00"
001750         DISPLAY "DRV-SLA-REPORT: NO DRVHIST, STATUS "
001760             DSL-HST-STATUS
001770         MOVE 16 TO RETURN-CODE
001780         GOBACK
001790     END-IF
001800     OPEN OUTPUT DSL-REPORT
001810     IF DSL-RPT-STATUS NOT = "00"
001820         DISPLAY "DRV-SLA-REPORT: CANNOT OPEN REPORT, "
001830             "STATUS " DSL-RPT-STATUS
001840         CLOSE DSL-SUITE-HIST
001850         MOVE 16 TO RETURN-CODE
001860         GOBACK
001870     END-IF
001880     MOVE DSL-MONTH-CCYY TO DSL-HDR-CCYY
001890     MOVE DSL-MONTH-MM TO DSL-HDR-MM
001900     MOVE DSL-HEADER-1 TO DSL-REPORT-RECORD
001910     WRITE DSL-REPORT-RECORD
001920     MOVE DSL-HEADER-2 TO DSL-REPORT-RECORD
001930     WRITE DSL-REPORT-RECORD
001940     PERFORM 2000-READ-HIST-RECORD THRU 2000-EXIT
001950         UNTIL DSL-EOF
001960     IF DSL-NIGHT-OPEN
001970         PERFORM 4000-WRITE-NIGHT-LINE THRU 4000-EXIT
001980     END-IF
001990     CLOSE DSL-SUITE-HIST
002000     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
002010     CLOSE DSL-REPORT
002020     DISPLAY "DRV-SLA-REPORT: " DSL-NIGHTS " NIGHTS REPORTED FOR "
002030         DSL-REPORT-MONTH ", OUTPUT IN DRVSLRPT"
002040     GOBACK.
002050*
002060*=============================================================
002070*1000-SELECT-MONTH - CCYYMM FROM THE DRVSLCTL CARD, ELSE THE
002080*CURRENT MONTH
002090*=============================================================
002100 1000-SELECT-MONTH.
002110     ACCEPT DSL-CURRENT-DATE FROM DATE YYYYMMDD
002120     MOVE DSL-CURRENT-DATE(1:6) TO DSL-REPORT-MONTH
002130     OPEN INPUT DSL-CONTROL
002140     IF DSL-CTL-STATUS NOT = "00"
002150         GO TO 1000-EXIT
002160     END-IF
002170     READ DSL-CONTROL
002180         NOT AT END
002190             IF DSL-CTL-MONTH IS NUMERIC
002200                 MOVE DSL-CTL-MONTH TO DSL-REPORT-MONTH
002210             ELSE
002220                 IF DSL-CTL-MONTH NOT = SPACES
002230                     DISPLAY "DRV-SLA-REPORT: BAD DRVSLCTL MONTH "
002240                         DSL-CTL-MONTH ", CURRENT MONTH USED"
002250                 END-IF
002260             END-IF
002270     END-READ
002280     CLOSE DSL-CONTROL.
002290 1000-EXIT.
002300     EXIT.
002310*
002320 2000-READ-HIST-RECORD.
002330     READ DSL-SUITE-HIST
002340         AT END
002350             SET DSL-EOF TO TRUE
002360         NOT AT END
002370             PERFORM 3000-POST-ATTEMPT THRU 3000-EXIT
002380     END-READ.
002390 2000-EXIT.
002400     EXIT.
002410*
002420*=============================================================
002430*3000-POST-ATTEMPT - FOLD ONE DRVHIST RECORD OF THE MONTH
002440*INTO ITS NIGHT, PRINTING THE PREVIOUS NIGHT WHEN THE NIGHT
002450*DATE CHANGES
002460*=============================================================
002470 3000-POST-ATTEMPT.
002480     IF DSL-HST-NIGHT-DATE IS NOT NUMERIC
002490         GO TO 3000-EXIT
002500     END-IF
002510     IF DSL-HST-NIGHT-DATE(1:6) NOT = DSL-REPORT-MONTH
002520         GO TO 3000-EXIT
002530     END-IF
002540     ADD 1 TO DSL-RECORDS-READ
002550     IF DSL-NIGHT-OPEN
002560         AND DSL-HST-NIGHT-DATE NOT = DSL-NIGHT-DATE
002570         PERFORM 4000-WRITE-NIGHT-LINE THRU 4000-EXIT
002580     END-IF
002590     IF NOT DSL-NIGHT-OPEN
002600         MOVE "Y" TO DSL-NIGHT-OPEN-SWITCH
002610         MOVE DSL-HST-NIGHT-DATE TO DSL-NIGHT-DATE
002620         MOVE 0 TO DSL-NIGHT-ATTEMPTS
002630         MOVE DSL-HST-START-DATE TO DSL-NIGHT-START-DATE
002640         MOVE DSL-HST-START-TIME TO DSL-NIGHT-START-TIME
002650         MOVE 0 TO DSL-NIGHT-WORST-RC
002660         MOVE SPACES TO DSL-NIGHT-WORST-STEP
002670     END-IF
002680     ADD 1 TO DSL-NIGHT-ATTEMPTS
002690     IF DSL-HST-WORST-RC > DSL-NIGHT-WORST-RC
002700         MOVE DSL-HST-WORST-RC TO DSL-NIGHT-WORST-RC
002710         MOVE DSL-HST-WORST-STEP TO DSL-NIGHT-WORST-STEP
002720     END-IF
002730     MOVE DSL-HST-END-DATE TO DSL-LST-END-DATE
002740     MOVE DSL-HST-END-TIME TO DSL-LST-END-TIME
002750     MOVE DSL-HST-WORST-RC TO DSL-LST-WORST-RC
002760     MOVE DSL-HST-SKIP-TYPE TO DSL-LST-SKIP-TYPE
002770     MOVE DSL-HST-ABORTED TO DSL-LST-ABORTED
002780     MOVE DSL-HST-CUTOFF TO DSL-LST-CUTOFF
002790     MOVE DSL-HST-ON-TIME TO DSL-LST-ON-TIME.
002800 3000-EXIT.
002810     EXIT.
002820*
002830*=============================================================
002840*4000-WRITE-NIGHT-LINE - PRINT THE NIGHT JUST COMPLETED AND
002850*COUNT IT INTO THE MONTH TOTALS
002860*=============================================================
002870 4000-WRITE-NIGHT-LINE.
002880     ADD 1 TO DSL-NIGHTS
002890     MOVE DSL-NIGHT-DATE TO DSL-DET-NIGHT
002900     MOVE DSL-NIGHT-ATTEMPTS TO DSL-DET-ATTEMPTS
002910     MOVE DSL-NIGHT-START-DATE TO DSL-DET-START-DATE
002920     MOVE DSL-NIGHT-START-TIME TO DSL-DET-START-TIME
002930     MOVE DSL-LST-END-DATE TO DSL-DET-END-DATE
002940     MOVE DSL-LST-END-TIME TO DSL-DET-END-TIME
002950     MOVE DSL-NIGHT-WORST-RC TO DSL-DET-WORST-RC
002960     MOVE DSL-NIGHT-WORST-STEP TO DSL-DET-WORST-STEP
002970     IF DSL-LST-CUTOFF = 0
002980         MOVE SPACES TO DSL-DET-CUTOFF
002990     ELSE
003000         MOVE DSL-LST-CUTOFF TO DSL-DET-CUTOFF
003010     END-IF
003020     IF DSL-NIGHT-ATTEMPTS > 1
003030         ADD 1 TO DSL-RESTART-NIGHTS
003040     END-IF
003050     EVALUATE TRUE
003060         WHEN DSL-LST-SKIP-TYPE = "C"
003070             ADD 1 TO DSL-CALENDAR-SKIPS
003080             MOVE "CALENDAR SKIP" TO DSL-DET-OUTCOME
003090         WHEN DSL-LST-SKIP-TYPE = "W"
003100             ADD 1 TO DSL-WINDOW-SKIPS
003110             MOVE "WINDOW SKIP" TO DSL-DET-OUTCOME
003120         WHEN DSL-LST-ABORTED = "Y"
003130             ADD 1 TO DSL-FAILED-NIGHTS
003140             MOVE "ABORTED" TO DSL-DET-OUTCOME
003150         WHEN DSL-LST-WORST-RC NOT < 8
003160             ADD 1 TO DSL-FAILED-NIGHTS
003170             MOVE "FAILED" TO DSL-DET-OUTCOME
003180         WHEN DSL-NIGHT-ATTEMPTS > 1
003190             MOVE "RESTARTED OK" TO DSL-DET-OUTCOME
003200         WHEN OTHER
003210             MOVE "COMPLETE" TO DSL-DET-OUTCOME
003220     END-EVALUATE
003230     IF DSL-LST-SKIP-TYPE = SPACE
003240         ADD 1 TO DSL-NIGHTS-RUN
003250     END-IF
003260     EVALUATE TRUE
003270         WHEN DSL-LST-SKIP-TYPE NOT = SPACE
003280             MOVE SPACES TO DSL-DET-ON-TIME
003290         WHEN DSL-LST-ON-TIME = "Y"
003300             ADD 1 TO DSL-ON-TIME-NIGHTS
003310             MOVE "YES" TO DSL-DET-ON-TIME
003320         WHEN DSL-LST-ON-TIME = "N"
003330             ADD 1 TO DSL-LATE-NIGHTS
003340             MOVE "LATE" TO DSL-DET-ON-TIME
003350         WHEN OTHER
003360             ADD 1 TO DSL-UNJUDGED-NIGHTS
003370             MOVE "NO CUT" TO DSL-DET-ON-TIME
003380     END-EVALUATE
003390     MOVE DSL-DETAIL-LINE TO DSL-REPORT-RECORD
003400     WRITE DSL-REPORT-RECORD
003410     MOVE "N" TO DSL-NIGHT-OPEN-SWITCH.
003420 4000-EXIT.
003430     EXIT.
003440*
003450*=============================================================
003460*5000-WRITE-TOTALS - THE MONTH'S SERVICE-LEVEL FIGURES.  THE
003470*ON-TIME PERCENTAGE IS OVER THE NIGHTS THAT RAN AGAINST A
003480*CUTOFF; SKIPPED NIGHTS AND NIGHTS WITH NO CALENDAR ENTRY ARE
003490*LEFT OUT OF IT.
003500*=============================================================
003510 5000-WRITE-TOTALS.
003520     MOVE SPACES TO DSL-REPORT-RECORD
003530     WRITE DSL-REPORT-RECORD
003540     MOVE "NIGHTS ON FILE" TO DSL-TOT-LABEL
003550     MOVE DSL-NIGHTS TO DSL-TOT-COUNT
003560     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
003570     MOVE "NIGHTS RUN" TO DSL-TOT-LABEL
003580     MOVE DSL-NIGHTS-RUN TO DSL-TOT-COUNT
003590     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
003600     MOVE "  ON TIME" TO DSL-TOT-LABEL
003610     MOVE DSL-ON-TIME-NIGHTS TO DSL-TOT-COUNT
003620     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
003630     MOVE "  LATE" TO DSL-TOT-LABEL
003640     MOVE DSL-LATE-NIGHTS TO DSL-TOT-COUNT
003650     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
003660     MOVE "  NO CUTOFF TO JUDGE BY" TO DSL-TOT-LABEL
003670     MOVE DSL-UNJUDGED-NIGHTS TO DSL-TOT-COUNT
003680     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
003690     MOVE "CALENDAR SKIP NIGHTS" TO DSL-TOT-LABEL
003700     MOVE DSL-CALENDAR-SKIPS TO DSL-TOT-COUNT
003710     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
003720     MOVE "WINDOW SKIP NIGHTS" TO DSL-TOT-LABEL
003730     MOVE DSL-WINDOW-SKIPS TO DSL-TOT-COUNT
003740     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
003750     MOVE "RESTART NIGHTS" TO DSL-TOT-LABEL
003760     MOVE DSL-RESTART-NIGHTS TO DSL-TOT-COUNT
003770     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
003780     MOVE "FAILED NIGHTS" TO DSL-TOT-LABEL
003790     MOVE DSL-FAILED-NIGHTS TO DSL-TOT-COUNT
003800     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
003810     COMPUTE DSL-JUDGED-NIGHTS =
003820         DSL-ON-TIME-NIGHTS + DSL-LATE-NIGHTS
003830     MOVE 0 TO DSL-ON-TIME-PERCENT
003840     IF DSL-JUDGED-NIGHTS > 0
003850         COMPUTE DSL-ON-TIME-PERCENT ROUNDED =
003860             DSL-ON-TIME-NIGHTS * 100 / DSL-JUDGED-NIGHTS
003870     END-IF
003880     MOVE DSL-ON-TIME-PERCENT TO DSL-PCT-VALUE
003890     MOVE DSL-PERCENT-LINE TO DSL-REPORT-RECORD
003900     WRITE DSL-REPORT-RECORD.
003910 5000-EXIT.
003920     EXIT.
003930*
003940 5100-WRITE-TOTAL-LINE.
003950     MOVE DSL-TOTAL-LINE TO DSL-REPORT-RECORD
003960     WRITE DSL-REPORT-RECORD.
003970 5100-EXIT.
003980     EXIT.
