000010*IDENTIFICATION DIVISION.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. GREET-RECONCILE.
000040 AUTHOR. SYSTEMS DEVELOPMENT.
000050 INSTALLATION. SYSTEMS DEVELOPMENT.
000060 DATE-WRITTEN. 10/15/2026.
000070 DATE-COMPILED.
000080*
000090*MODIFICATION HISTORY
000100*  DATE       INIT DESCRIPTION
000110*  ---------- ---- ------------------------------------
000120*  2026-10-15 DEV  ORIGINAL PROGRAM. NIGHTLY BALANCING STEP
000130*                  PROVING THE USRMST USER MASTER AGREES WITH
000140*                  THE AUDIT TRAIL BEHIND IT, AS GOL-RECONCILE
000150*                  DOES FOR GAME-OF-LIFE.  FOR EVERY USER
000160*                  GREETED OR CHANGED TONIGHT: THE GREETLOG
000170*                  LINES MUST EQUAL THE NET GREETINGS ON
000180*                  USRJRNL; EACH JOURNAL BEFORE-IMAGE MUST
000190*                  CARRY ON FROM THE USER'S PREVIOUS AFTER-
000200*                  IMAGE; EACH VISIT UPDATE MUST ADD ONE VISIT
000210*                  AND SET LAST-SEEN TO ITS DATE; AND THE LAST
000220*                  AFTER-IMAGE MUST BE THE USRMST RECORD.  A
000230*                  USRMST RECORD SEEN TODAY WITH NO JOURNAL
000240*                  ENTRY IS AN UNJOURNALLED CHANGE.  THE
000250*                  GREETBAL TRAILER IS TIED TO BOTH.  OUT-OF-
000260*                  BALANCE USERS ARE LISTED ON GRTRECRPT AND
000270*                  RAISE MSGCAT 5005-5008, AND THE STEP ENDS
000280*                  WITH RETURN CODE 8 FOR THE DRIVER'S
000290*                  CONDITIONING.
000293*                  A GREETIN RUN RESTARTED TO FINISH ON A
000296*                  LATER DAY IS BALANCED FROM THE DAY IT
000298*                  STARTED, AS SHOWN ON THE GREETBAL HEADING.
000300*                  A FULL USER TABLE PUTS THE RUN OUT OF
000302*                  BALANCE.
000308*
000310*NET GREETINGS ARE VIS AND ENR JOURNAL RECORDS LESS THE BKO
000320*RECORDS A HELLO-WORLD RESTART WROTE TO UNDO THEM.  COR, MRG
000330*AND SAL MAINTENANCE AND PRG DORMANT-USER PURGES CHANGE A
000340*PROFILE WITHOUT GREETING IT, SO THEY TAKE PART IN THE IMAGE
000345*CHAIN BUT NOT IN THE COUNTS.
000350*GREETLOG ALSO HOLDS INTERACTIVE GREETINGS, SO THE GREETBAL
000360*BATCH TOTALS MUST BE COVERED BY TONIGHT'S FIGURES RATHER
000370*THAN EQUAL THEM; THE DIFFERENCE IS REPORTED AS GREETINGS
000380*OUTSIDE THE BATCH.
000382*"TONIGHT" IS TODAY, OR WHEN TODAY'S GREETBAL IS FROM A RUN
000384*RESTARTED AFTER THE DAY IT STARTED, EVERY DAY FROM ITS START
000386*THROUGH TODAY - THE RUN'S TOTALS AND ITS BACKOUTS SPAN THEM.
000390*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT GRC-GREET-LOG ASSIGN TO "GREETLOG"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS GRC-LOG-STATUS.
000460     SELECT GRC-JOURNAL ASSIGN TO "USRJRNL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS GRC-JRN-STATUS.
000490     SELECT GRC-MASTER ASSIGN TO "USRMST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS GRC-MST-USERNAME
000530         FILE STATUS IS GRC-MST-STATUS.
000540     SELECT GRC-BALANCE ASSIGN TO "GREETBAL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS GRC-BAL-STATUS.
000570     SELECT GRC-REPORT ASSIGN TO "GRTRECRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS GRC-RPT-STATUS.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  GRC-GREET-LOG
000640     RECORDING MODE IS F.
000650 01  GRC-LOG-RECORD.
000660     05  GRC-LOG-DATE           PIC 9(08).
000670     05  GRC-LOG-TIME           PIC 9(06).
000680     05  FILLER                 PIC X(02).
000690     05  GRC-LOG-USERNAME       PIC X(30).
000700*
000710*HELLO-WORLD CHANGE JOURNAL
000720 FD  GRC-JOURNAL
000730     RECORDING MODE IS F.
000740 01  GRC-JOURNAL-RECORD.
000750     05  GRC-JRN-DATE           PIC 9(08).
000760     05  GRC-JRN-TIME           PIC 9(06).
000770     05  GRC-JRN-ACTION         PIC X(03).
000780     05  FILLER                 PIC X(01).
000790     05  GRC-JRN-BEFORE-IMAGE   PIC X(71).
000800     05  FILLER                 PIC X(01).
000810     05  GRC-JRN-AFTER-IMAGE    PIC X(71).
000813     05  FILLER                 PIC X(01).
000816     05  GRC-JRN-OPERATOR       PIC X(08).
000820*
000830 FD  GRC-MASTER
000840     RECORDING MODE IS F.
000850 01  GRC-MASTER-RECORD.
000860     05  GRC-MST-USERNAME       PIC X(30).
000870     05  GRC-MST-FIRST-SEEN     PIC 9(08).
000880     05  GRC-MST-LAST-SEEN      PIC 9(08).
000890     05  GRC-MST-VISITS         PIC 9(05).
000900     05  GRC-MST-SALUTATION     PIC X(20).
000910*
000920*GREETBAL - A HEADING WITH THE RUN DATE AND THE DATE THE RUN
000925*STARTED, THEN LABELLED TOTALS
000930 FD  GRC-BALANCE
000940     RECORDING MODE IS F.
000950 01  GRC-BALANCE-RECORD.
000960     05  GRC-BAL-LABEL          PIC X(20).
000970     05  GRC-BAL-VALUE          PIC ZZZZZ9.
000980     05  FILLER                 PIC X(34).
000990 01  GRC-BALANCE-HEADING.
001000     05  GRC-BAL-HEAD-TEXT      PIC X(25).
001010     05  GRC-BAL-HEAD-DATE      PIC X(08).
001015     05  GRC-BAL-HEAD-START-TEXT PIC X(09).
001020     05  GRC-BAL-HEAD-START-DATE PIC X(08).
001025     05  FILLER                 PIC X(10).
001030*
001040 FD  GRC-REPORT
001050     RECORDING MODE IS F.
001060 01  GRC-REPORT-RECORD          PIC X(80).
001070*
001080 WORKING-STORAGE SECTION.
001090*FILE STATUS AND SWITCHES
001100 01  GRC-LOG-STATUS          PIC X(02) VALUE SPACES.
001110 01  GRC-JRN-STATUS          PIC X(02) VALUE SPACES.
001120 01  GRC-MST-STATUS          PIC X(02) VALUE SPACES.
001130 01  GRC-BAL-STATUS          PIC X(02) VALUE SPACES.
001140 01  GRC-RPT-STATUS          PIC X(02) VALUE SPACES.
001150 01  GRC-EOF-SWITCH          PIC X(01) VALUE "N".
001160     88  GRC-EOF                 VALUE "Y".
001170 01  GRC-BALANCED-SWITCH     PIC X(01) VALUE "Y".
001180     88  GRC-IN-BALANCE          VALUE "Y".
001190 01  GRC-USER-SHORT-SWITCH   PIC X(01) VALUE "N".
001200     88  GRC-USER-SHORT          VALUE "Y".
001210*
001220*CURRENT DATE - "TONIGHT"
001230 01  GRC-CURRENT-DATE        PIC 9(08) VALUE 0.
001232*FIRST DAY BALANCED - THE START OF A RESTARTED GREETIN RUN
001234 01  GRC-FROM-DATE           PIC 9(08) VALUE 0.
001236*
001240*
001250*TONIGHT'S USERS, ONE ENTRY PER USERNAME SEEN ON GREETLOG OR
001260*USRJRNL TONIGHT (OR SEEN TODAY ON USRMST WITHOUT A JOURNAL
001270*ENTRY).  THE RUNNING IMAGE IS THE USER'S LATEST AFTER-IMAGE.
001280*CHAIN AND UPDATE FLAGS ARE "B" WHEN BROKEN OR BAD; THE MASTER
001290*FLAG IS "Y" MATCHED, "D" DIFFERS, "M" MISSING, "U" CHANGED
001300*WITHOUT A JOURNAL ENTRY, "N" NOT YET LOOKED AT.
001310 01  GRC-USER-TABLE.
001320     05  GRC-USR-ENTRY OCCURS 1000 TIMES.
001330         10  GRC-USR-NAME           PIC X(30).
001340         10  GRC-USR-LOG-COUNT      PIC 9(05).
001350         10  GRC-USR-NET-GREETINGS  PIC S9(05).
001360         10  GRC-USR-JOURNALLED     PIC X(01).
001370         10  GRC-USR-RUNNING-IMAGE  PIC X(71).
001380         10  GRC-USR-CHAIN-FLAG     PIC X(01).
001390         10  GRC-USR-UPDATE-FLAG    PIC X(01).
001400         10  GRC-USR-MASTER-FLAG    PIC X(01).
001410 01  GRC-USER-COUNT          PIC 9(04) VALUE 0.
001420 01  GRC-USER-INDEX          PIC 9(04) VALUE 0.
001430 01  GRC-FOUND-INDEX         PIC 9(04) VALUE 0.
001440 01  GRC-SEARCH-NAME         PIC X(30) VALUE SPACES.
001450 01  GRC-ADD-SWITCH          PIC X(01) VALUE "Y".
001460     88  GRC-ADD-IF-MISSING      VALUE "Y".
001470 01  GRC-TABLE-FULL-SWITCH   PIC X(01) VALUE "N".
001480     88  GRC-TABLE-FULL          VALUE "Y".
001490*
001500*BEFORE- AND AFTER-IMAGES OF THE JOURNAL RECORD IN HAND
001510 01  GRC-BEFORE-IMAGE.
001520     05  GRC-BFR-USERNAME       PIC X(30).
001530     05  GRC-BFR-FIRST-SEEN     PIC 9(08).
001540     05  GRC-BFR-LAST-SEEN      PIC 9(08).
001550     05  GRC-BFR-VISITS         PIC 9(05).
001560     05  GRC-BFR-SALUTATION     PIC X(20).
001570 01  GRC-AFTER-IMAGE.
001580     05  GRC-AFT-USERNAME       PIC X(30).
001590     05  GRC-AFT-FIRST-SEEN     PIC 9(08).
001600     05  GRC-AFT-LAST-SEEN      PIC 9(08).
001610     05  GRC-AFT-VISITS         PIC 9(05).
001620     05  GRC-AFT-SALUTATION     PIC X(20).
001630 01  GRC-EXPECTED-VISITS     PIC 9(06) VALUE 0.
001640*
001650*TONIGHT'S TOTALS
001660 01  GRC-LOG-LINES           PIC 9(06) VALUE 0.
001670 01  GRC-JRN-RECORDS         PIC 9(06) VALUE 0.
001680 01  GRC-JRN-GREETINGS       PIC S9(06) VALUE 0.
001690 01  GRC-JRN-ENROLMENTS      PIC S9(06) VALUE 0.
001700 01  GRC-JRN-BACKOUTS        PIC 9(06) VALUE 0.
001710 01  GRC-OUTSIDE-BATCH       PIC S9(06) VALUE 0.
001720 01  GRC-USERS-SHORT         PIC 9(04) VALUE 0.
001730 01  GRC-COUNT-DIFFER        PIC 9(04) VALUE 0.
001740 01  GRC-CHAIN-BROKEN        PIC 9(04) VALUE 0.
001750 01  GRC-UPDATE-BAD          PIC 9(04) VALUE 0.
001760 01  GRC-MASTER-DIFFER       PIC 9(04) VALUE 0.
001770*
001780*GREETBAL BATCH TOTALS - ONLY TIED WHEN GREETBAL IS TONIGHT'S
001790 01  GRC-BATCH-SWITCH        PIC X(01) VALUE "N".
001800     88  GRC-BATCH-TONIGHT       VALUE "Y".
001810 01  GRC-TIE-SWITCH          PIC X(01) VALUE "Y".
001820     88  GRC-BATCH-TIES          VALUE "Y".
001830 01  GRC-BAT-NAMES-READ      PIC 9(06) VALUE 0.
001840 01  GRC-BAT-GREETED         PIC 9(06) VALUE 0.
001850 01  GRC-BAT-ENROLLED        PIC 9(06) VALUE 0.
001860 01  GRC-BAT-LOGGED          PIC 9(06) VALUE 0.
001870*
001880*REPORT LINE LAYOUTS
001890 01  GRC-RPT-TITLE.
001900     05  FILLER PIC X(28) VALUE "GREETING RECONCILIATION FOR ".
001910     05  GRC-TTL-DATE           PIC 9(08).
001912 01  GRC-RPT-FROM-LINE.
001914     05  FILLER PIC X(29) VALUE
001916         "RESTARTED GREETIN RUN - FROM ".
001918     05  GRC-FRM-DATE           PIC 9(08).
001920 01  GRC-RPT-LINE.
001930     05  GRC-RPT-LABEL          PIC X(30).
001940     05  GRC-RPT-VALUE          PIC ZZZZZ9.
001950 01  GRC-RPT-FLAG-LINE.
001960     05  GRC-RPT-FLAG-LABEL     PIC X(30).
001970     05  GRC-RPT-FLAG-VALUE     PIC X(03).
001980 01  GRC-USER-HEADER.
001990     05  FILLER PIC X(40) VALUE
002000         "USERNAME                       GREETLOG ".
002010     05  FILLER PIC X(33) VALUE
002020         "JOURNAL  CHAIN    UPDATES  MASTER".
002030 01  GRC-USER-LINE.
002040     05  GRC-ULN-NAME           PIC X(30).
002050     05  FILLER                 PIC X(01) VALUE SPACES.
002060     05  GRC-ULN-LOG            PIC ZZZZZZZ9.
002070     05  FILLER                 PIC X(01) VALUE SPACES.
002080     05  GRC-ULN-JOURNAL        PIC -------9.
002090     05  FILLER                 PIC X(01) VALUE SPACES.
002100     05  GRC-ULN-CHAIN          PIC X(08).
002110     05  FILLER                 PIC X(01) VALUE SPACES.
002120     05  GRC-ULN-UPDATES        PIC X(08).
002130     05  FILLER                 PIC X(01) VALUE SPACES.
002140     05  GRC-ULN-MASTER         PIC X(12).
002150*
002160*COMMON MESSAGE HANDLER REQUEST AREA
002170 COPY MSGREQ.
002180*
002190 PROCEDURE DIVISION.
002200*
002210*=============================================================
002220*0000-MAINLINE - COLLECT TONIGHT'S GREETINGS AND JOURNAL
002230*ENTRIES PER USER, CHECK THEM AGAINST USRMST AND GREETBAL,
002240*AND END WITH RETURN CODE 8 WHEN ANYTHING DISAGREES
002250*=============================================================
002260 0000-MAINLINE.
002270     ACCEPT GRC-CURRENT-DATE FROM DATE YYYYMMDD
002280     OPEN OUTPUT GRC-REPORT
002290     IF GRC-RPT-STATUS NOT = "00"
002300         MOVE 3001 TO MSG-NUMBER
002310         MOVE "GREET-RECONCILE" TO MSG-PROGRAM-ID
002320         MOVE "GRTRECRPT" TO MSG-FILE-NAME
002330         MOVE GRC-RPT-STATUS TO MSG-FILE-STATUS
002340         CALL "MSG-HANDLER" USING MSG-REQUEST
002350         MOVE 16 TO RETURN-CODE
002360         GOBACK
002370     END-IF
002380     MOVE GRC-CURRENT-DATE TO GRC-TTL-DATE
002390     MOVE GRC-RPT-TITLE TO GRC-REPORT-RECORD
002400     WRITE GRC-REPORT-RECORD
002405     PERFORM 1000-SET-FROM-DATE THRU 1000-EXIT
002410     PERFORM 2000-LOAD-GREETLOG THRU 2000-EXIT
002420     PERFORM 3000-LOAD-JOURNAL THRU 3000-EXIT
002430     PERFORM 4000-CHECK-MASTER THRU 4000-EXIT
002440     PERFORM 5000-JUDGE-USERS THRU 5000-EXIT
002450     PERFORM 6000-TIE-GREETBAL THRU 6000-EXIT
002460     PERFORM 8000-TERMINATE THRU 8000-EXIT
002470     GOBACK.
002480*
002481*=============================================================
002482*1000-SET-FROM-DATE - TODAY, UNLESS TODAY'S GREETBAL IS FROM A
002483*GREETIN RUN RESTARTED AFTER THE DAY IT STARTED, WHEN ITS
002484*TOTALS COVER EVERY DAY FROM THAT START
002485*=============================================================
002486 1000-SET-FROM-DATE.
002487     MOVE GRC-CURRENT-DATE TO GRC-FROM-DATE
002488     OPEN INPUT GRC-BALANCE
002489     IF GRC-BAL-STATUS NOT = "00"
002490         GO TO 1000-EXIT
002491     END-IF
002492     READ GRC-BALANCE
002493         AT END
002494             MOVE SPACES TO GRC-BALANCE-RECORD
002495     END-READ
002496     CLOSE GRC-BALANCE
002497     IF GRC-BAL-HEAD-TEXT NOT = "GREETIN BATCH TOTALS FOR "
002498         OR GRC-BAL-HEAD-DATE NOT = GRC-CURRENT-DATE
002499         OR GRC-BAL-HEAD-START-TEXT NOT = " STARTED "
002500         OR GRC-BAL-HEAD-START-DATE IS NOT NUMERIC
002501         GO TO 1000-EXIT
002502     END-IF
002503     IF GRC-BAL-HEAD-START-DATE < GRC-CURRENT-DATE
002504         MOVE GRC-BAL-HEAD-START-DATE TO GRC-FROM-DATE
002505         MOVE GRC-FROM-DATE TO GRC-FRM-DATE
002506         MOVE GRC-RPT-FROM-LINE TO GRC-REPORT-RECORD
002507         WRITE GRC-REPORT-RECORD
002508     END-IF.
002509 1000-EXIT.
002510     EXIT.
002511*
002512*=============================================================
002513*2000-LOAD-GREETLOG - COUNT TONIGHT'S GREETLOG LINES PER USER
002514*=============================================================
002520 2000-LOAD-GREETLOG.
002530     OPEN INPUT GRC-GREET-LOG
002540     IF GRC-LOG-STATUS NOT = "00"
002550         DISPLAY "GREET-RECONCILE: NO GREETLOG, STATUS "
002560             GRC-LOG-STATUS
002570         GO TO 2000-EXIT
002580     END-IF
002590     MOVE "N" TO GRC-EOF-SWITCH
002600     PERFORM 2100-READ-LOG-RECORD THRU 2100-EXIT
002610         UNTIL GRC-EOF
002620     CLOSE GRC-GREET-LOG.
002630 2000-EXIT.
002640     EXIT.
002650*
002660 2100-READ-LOG-RECORD.
002670     READ GRC-GREET-LOG
002680         AT END
002690             SET GRC-EOF TO TRUE
002700             GO TO 2100-EXIT
002710     END-READ
002720     IF GRC-LOG-DATE < GRC-FROM-DATE
002725         OR GRC-LOG-DATE > GRC-CURRENT-DATE
002730         GO TO 2100-EXIT
002740     END-IF
002750     ADD 1 TO GRC-LOG-LINES
002760     MOVE GRC-LOG-USERNAME TO GRC-SEARCH-NAME
002770     MOVE "Y" TO GRC-ADD-SWITCH
002780     PERFORM 7000-FIND-USER THRU 7000-EXIT
002790     IF GRC-USER-INDEX > 0
002800         ADD 1 TO GRC-USR-LOG-COUNT(GRC-USER-INDEX)
002810     END-IF.
002820 2100-EXIT.
002830     EXIT.
002840*
002850*=============================================================
002860*3000-LOAD-JOURNAL - WALK TONIGHT'S USRJRNL RECORDS IN ORDER,
002870*FOLLOWING EACH USER'S IMAGE CHAIN AND NETTING GREETINGS
002880*=============================================================
002890 3000-LOAD-JOURNAL.
002900     OPEN INPUT GRC-JOURNAL
002910     IF GRC-JRN-STATUS NOT = "00"
002920         DISPLAY "GREET-RECONCILE: NO USRJRNL, STATUS "
002930             GRC-JRN-STATUS
002940         GO TO 3000-EXIT
002950     END-IF
002960     MOVE "N" TO GRC-EOF-SWITCH
002970     PERFORM 3100-READ-JOURNAL-RECORD THRU 3100-EXIT
002980         UNTIL GRC-EOF
002990     CLOSE GRC-JOURNAL.
003000 3000-EXIT.
003010     EXIT.
003020*
003030*EVERY JOURNAL RECORD CONCERNS ONE USERNAME - THE AFTER-IMAGE
003040*KEY, OR THE BEFORE-IMAGE KEY WHEN THE RECORD IS A DELETE
003050 3100-READ-JOURNAL-RECORD.
003060     READ GRC-JOURNAL
003070         AT END
003080             SET GRC-EOF TO TRUE
003090             GO TO 3100-EXIT
003100     END-READ
003110     IF GRC-JRN-DATE < GRC-FROM-DATE
003115         OR GRC-JRN-DATE > GRC-CURRENT-DATE
003120         GO TO 3100-EXIT
003130     END-IF
003140     ADD 1 TO GRC-JRN-RECORDS
003150     MOVE GRC-JRN-BEFORE-IMAGE TO GRC-BEFORE-IMAGE
003160     MOVE GRC-JRN-AFTER-IMAGE TO GRC-AFTER-IMAGE
003170     IF GRC-AFT-USERNAME NOT = SPACES
003180         MOVE GRC-AFT-USERNAME TO GRC-SEARCH-NAME
003190     ELSE
003200         MOVE GRC-BFR-USERNAME TO GRC-SEARCH-NAME
003210     END-IF
003220     MOVE "Y" TO GRC-ADD-SWITCH
003230     PERFORM 7000-FIND-USER THRU 7000-EXIT
003240     IF GRC-USER-INDEX = 0
003250         GO TO 3100-EXIT
003260     END-IF
003270*THE FIRST RECORD TONIGHT STARTS THE CHAIN FROM ITS BEFORE-IMAGE
003280     IF GRC-USR-JOURNALLED(GRC-USER-INDEX) = "Y"
003290         IF GRC-JRN-BEFORE-IMAGE
003300                 NOT = GRC-USR-RUNNING-IMAGE(GRC-USER-INDEX)
003310             MOVE "B" TO GRC-USR-CHAIN-FLAG(GRC-USER-INDEX)
003320         END-IF
003330     END-IF
003340     MOVE "Y" TO GRC-USR-JOURNALLED(GRC-USER-INDEX)
003350     MOVE GRC-JRN-AFTER-IMAGE
003360         TO GRC-USR-RUNNING-IMAGE(GRC-USER-INDEX)
003370     EVALUATE GRC-JRN-ACTION
003380         WHEN "VIS"
003390             PERFORM 3200-CHECK-VISIT-UPDATE THRU 3200-EXIT
003400             ADD 1 TO GRC-USR-NET-GREETINGS(GRC-USER-INDEX)
003410             ADD 1 TO GRC-JRN-GREETINGS
003420         WHEN "ENR"
003430             PERFORM 3300-CHECK-ENROLMENT THRU 3300-EXIT
003440             ADD 1 TO GRC-USR-NET-GREETINGS(GRC-USER-INDEX)
003450             ADD 1 TO GRC-JRN-GREETINGS
003460             ADD 1 TO GRC-JRN-ENROLMENTS
003470         WHEN "BKO"
003480             SUBTRACT 1 FROM GRC-USR-NET-GREETINGS(GRC-USER-INDEX)
003490             SUBTRACT 1 FROM GRC-JRN-GREETINGS
003500             ADD 1 TO GRC-JRN-BACKOUTS
003510             IF GRC-AFT-USERNAME = SPACES
003520                 SUBTRACT 1 FROM GRC-JRN-ENROLMENTS
003530             END-IF
003540         WHEN OTHER
003550             CONTINUE
003560     END-EVALUATE.
003570 3100-EXIT.
003580     EXIT.
003590*
003600*A VISIT UPDATE ADDS ONE VISIT AND SETS LAST-SEEN TO ITS DATE
003610 3200-CHECK-VISIT-UPDATE.
003620     IF GRC-BFR-USERNAME = SPACES
003630         OR GRC-BFR-VISITS IS NOT NUMERIC
003640         OR GRC-AFT-VISITS IS NOT NUMERIC
003650         MOVE "B" TO GRC-USR-UPDATE-FLAG(GRC-USER-INDEX)
003660         GO TO 3200-EXIT
003670     END-IF
003680     COMPUTE GRC-EXPECTED-VISITS = GRC-BFR-VISITS + 1
003690     IF GRC-AFT-VISITS NOT = GRC-EXPECTED-VISITS
003700         OR GRC-AFT-LAST-SEEN NOT = GRC-JRN-DATE
003710         OR GRC-AFT-FIRST-SEEN NOT = GRC-BFR-FIRST-SEEN
003720         MOVE "B" TO GRC-USR-UPDATE-FLAG(GRC-USER-INDEX)
003730     END-IF.
003740 3200-EXIT.
003750     EXIT.
003760*
003770*AN ENROLMENT CREATES THE PROFILE WITH ONE VISIT TODAY
003780 3300-CHECK-ENROLMENT.
003790     IF GRC-BFR-USERNAME NOT = SPACES
003800         OR GRC-AFT-VISITS NOT = 1
003810         OR GRC-AFT-FIRST-SEEN NOT = GRC-JRN-DATE
003820         OR GRC-AFT-LAST-SEEN NOT = GRC-JRN-DATE
003830         MOVE "B" TO GRC-USR-UPDATE-FLAG(GRC-USER-INDEX)
003840     END-IF.
003850 3300-EXIT.
003860     EXIT.
003870*
003880*=============================================================
003890*4000-CHECK-MASTER - EACH JOURNALLED USER'S LAST AFTER-IMAGE
003900*MUST BE ITS USRMST RECORD (OR NO RECORD, WHEN THE LAST CHANGE
003910*DELETED IT); A RECORD LAST SEEN TODAY THAT NO JOURNAL ENTRY
003920*ACCOUNTS FOR IS AN UNJOURNALLED CHANGE
003930*=============================================================
003940 4000-CHECK-MASTER.
003950     OPEN INPUT GRC-MASTER
003960     IF GRC-MST-STATUS NOT = "00"
003970         MOVE 2003 TO MSG-NUMBER
003980         MOVE "GREET-RECONCILE" TO MSG-PROGRAM-ID
003990         MOVE "USRMST" TO MSG-FILE-NAME
004000         MOVE GRC-MST-STATUS TO MSG-FILE-STATUS
004010         CALL "MSG-HANDLER" USING MSG-REQUEST
004020         MOVE "N" TO GRC-BALANCED-SWITCH
004030         GO TO 4000-EXIT
004040     END-IF
004050     MOVE "N" TO GRC-EOF-SWITCH
004060     PERFORM 4100-READ-MASTER-RECORD THRU 4100-EXIT
004070         UNTIL GRC-EOF
004080     CLOSE GRC-MASTER
004090     PERFORM 4200-CHECK-NOT-ON-MASTER THRU 4200-EXIT
004100         VARYING GRC-USER-INDEX FROM 1 BY 1
004110         UNTIL GRC-USER-INDEX > GRC-USER-COUNT.
004120 4000-EXIT.
004130     EXIT.
004140*
004150 4100-READ-MASTER-RECORD.
004160     READ GRC-MASTER NEXT
004170         AT END
004180             SET GRC-EOF TO TRUE
004190             GO TO 4100-EXIT
004200     END-READ
004210     MOVE GRC-MST-USERNAME TO GRC-SEARCH-NAME
004220     MOVE "N" TO GRC-ADD-SWITCH
004230     PERFORM 7000-FIND-USER THRU 7000-EXIT
004240     IF GRC-USER-INDEX > 0
004250         AND GRC-USR-JOURNALLED(GRC-USER-INDEX) = "Y"
004260         IF GRC-MASTER-RECORD
004270                 = GRC-USR-RUNNING-IMAGE(GRC-USER-INDEX)
004280             MOVE "Y" TO GRC-USR-MASTER-FLAG(GRC-USER-INDEX)
004290         ELSE
004300             MOVE "D" TO GRC-USR-MASTER-FLAG(GRC-USER-INDEX)
004310         END-IF
004320         GO TO 4100-EXIT
004330     END-IF
004340     IF GRC-MST-LAST-SEEN NOT = GRC-CURRENT-DATE
004350         GO TO 4100-EXIT
004360     END-IF
004370     IF GRC-USER-INDEX = 0
004380         MOVE "Y" TO GRC-ADD-SWITCH
004390         PERFORM 7000-FIND-USER THRU 7000-EXIT
004400     END-IF
004410     IF GRC-USER-INDEX > 0
004420         MOVE "U" TO GRC-USR-MASTER-FLAG(GRC-USER-INDEX)
004430     END-IF.
004440 4100-EXIT.
004450     EXIT.
004460*
004470*A JOURNALLED USER NOT MET ON USRMST IS MISSING UNLESS THE
004480*LAST CHANGE TONIGHT WAS A DELETE
004490 4200-CHECK-NOT-ON-MASTER.
004500     IF GRC-USR-JOURNALLED(GRC-USER-INDEX) = "Y"
004510         AND GRC-USR-MASTER-FLAG(GRC-USER-INDEX) = "N"
004520         IF GRC-USR-RUNNING-IMAGE(GRC-USER-INDEX) = SPACES
004530             MOVE "Y" TO GRC-USR-MASTER-FLAG(GRC-USER-INDEX)
004540         ELSE
004550             MOVE "M" TO GRC-USR-MASTER-FLAG(GRC-USER-INDEX)
004560         END-IF
004570     END-IF.
004580 4200-EXIT.
004590     EXIT.
004600*
004610*=============================================================
004620*5000-JUDGE-USERS - LIST EVERY USER OUT OF BALANCE AND RAISE
004630*ONE MESSAGE PER KIND OF DISAGREEMENT
004640*=============================================================
004650 5000-JUDGE-USERS.
004660     MOVE SPACES TO GRC-REPORT-RECORD
004670     WRITE GRC-REPORT-RECORD
004680     MOVE "USERS OUT OF BALANCE" TO GRC-REPORT-RECORD
004690     WRITE GRC-REPORT-RECORD
004700     MOVE GRC-USER-HEADER TO GRC-REPORT-RECORD
004710     WRITE GRC-REPORT-RECORD
004720     PERFORM 5100-JUDGE-ONE-USER THRU 5100-EXIT
004730         VARYING GRC-USER-INDEX FROM 1 BY 1
004740         UNTIL GRC-USER-INDEX > GRC-USER-COUNT
004750     IF GRC-USERS-SHORT = 0
004760         MOVE "  NONE" TO GRC-REPORT-RECORD
004770         WRITE GRC-REPORT-RECORD
004780     ELSE
004790         MOVE "N" TO GRC-BALANCED-SWITCH
004800     END-IF
004810     MOVE "GREET-RECONCILE" TO MSG-PROGRAM-ID
004820     MOVE SPACES TO MSG-FILE-STATUS
004830     IF GRC-COUNT-DIFFER > 0
004840         MOVE 5005 TO MSG-NUMBER
004850         MOVE "USRJRNL" TO MSG-FILE-NAME
004860         CALL "MSG-HANDLER" USING MSG-REQUEST
004870     END-IF
004880     IF GRC-CHAIN-BROKEN > 0 OR GRC-UPDATE-BAD > 0
004890         MOVE 5006 TO MSG-NUMBER
004900         MOVE "USRJRNL" TO MSG-FILE-NAME
004910         CALL "MSG-HANDLER" USING MSG-REQUEST
004920     END-IF
004930     IF GRC-MASTER-DIFFER > 0
004940         MOVE 5007 TO MSG-NUMBER
004950         MOVE "USRMST" TO MSG-FILE-NAME
004960         CALL "MSG-HANDLER" USING MSG-REQUEST
004970     END-IF.
004980 5000-EXIT.
004990     EXIT.
005000*
005010 5100-JUDGE-ONE-USER.
005020     MOVE "N" TO GRC-USER-SHORT-SWITCH
005030     MOVE SPACES TO GRC-ULN-CHAIN
005040     MOVE SPACES TO GRC-ULN-UPDATES
005050     MOVE SPACES TO GRC-ULN-MASTER
005060     IF GRC-USR-LOG-COUNT(GRC-USER-INDEX)
005070             NOT = GRC-USR-NET-GREETINGS(GRC-USER-INDEX)
005080         ADD 1 TO GRC-COUNT-DIFFER
005090         SET GRC-USER-SHORT TO TRUE
005100     END-IF
005110     IF GRC-USR-CHAIN-FLAG(GRC-USER-INDEX) = "B"
005120         MOVE "BROKEN" TO GRC-ULN-CHAIN
005130         ADD 1 TO GRC-CHAIN-BROKEN
005140         SET GRC-USER-SHORT TO TRUE
005150     ELSE
005160         MOVE "OK" TO GRC-ULN-CHAIN
005170     END-IF
005180     IF GRC-USR-UPDATE-FLAG(GRC-USER-INDEX) = "B"
005190         MOVE "BAD" TO GRC-ULN-UPDATES
005200         ADD 1 TO GRC-UPDATE-BAD
005210         SET GRC-USER-SHORT TO TRUE
005220     ELSE
005230         MOVE "OK" TO GRC-ULN-UPDATES
005240     END-IF
005250     EVALUATE GRC-USR-MASTER-FLAG(GRC-USER-INDEX)
005260         WHEN "Y"
005270             MOVE "OK" TO GRC-ULN-MASTER
005280         WHEN "D"
005290             MOVE "DIFFERS" TO GRC-ULN-MASTER
005300             ADD 1 TO GRC-MASTER-DIFFER
005310             SET GRC-USER-SHORT TO TRUE
005320         WHEN "M"
005330             MOVE "MISSING" TO GRC-ULN-MASTER
005340             ADD 1 TO GRC-MASTER-DIFFER
005350             SET GRC-USER-SHORT TO TRUE
005360         WHEN "U"
005370             MOVE "UNJOURNALLED" TO GRC-ULN-MASTER
005380             ADD 1 TO GRC-MASTER-DIFFER
005390             SET GRC-USER-SHORT TO TRUE
005400         WHEN OTHER
005410             MOVE "N/A" TO GRC-ULN-MASTER
005420     END-EVALUATE
005430     IF NOT GRC-USER-SHORT
005440         GO TO 5100-EXIT
005450     END-IF
005460     ADD 1 TO GRC-USERS-SHORT
005470     MOVE GRC-USR-NAME(GRC-USER-INDEX) TO GRC-ULN-NAME
005480     MOVE GRC-USR-LOG-COUNT(GRC-USER-INDEX) TO GRC-ULN-LOG
005490     MOVE GRC-USR-NET-GREETINGS(GRC-USER-INDEX) TO GRC-ULN-JOURNAL
005500     MOVE GRC-USER-LINE TO GRC-REPORT-RECORD
005510     WRITE GRC-REPORT-RECORD.
005520 5100-EXIT.
005530     EXIT.
005540*
005550*=============================================================
005560*6000-TIE-GREETBAL - WHEN TONIGHT'S GREETIN BATCH WROTE
005570*GREETBAL, ITS NAMES READ, GREETINGS ISSUED AND GREETINGS
005580*LOGGED MUST AGREE, AND TONIGHT'S GREETLOG LINES, NET
005590*JOURNALLED GREETINGS AND NET ENROLMENTS MUST COVER THEM
005600*=============================================================
005610 6000-TIE-GREETBAL.
005620     OPEN INPUT GRC-BALANCE
005630     IF GRC-BAL-STATUS NOT = "00"
005640         GO TO 6000-EXIT
005650     END-IF
005660     READ GRC-BALANCE
005670         AT END
005680             CLOSE GRC-BALANCE
005690             GO TO 6000-EXIT
005700     END-READ
005710     IF GRC-BAL-HEAD-TEXT NOT = "GREETIN BATCH TOTALS FOR "
005720         OR GRC-BAL-HEAD-DATE NOT = GRC-CURRENT-DATE
005730         CLOSE GRC-BALANCE
005740         GO TO 6000-EXIT
005750     END-IF
005760     SET GRC-BATCH-TONIGHT TO TRUE
005770     MOVE "N" TO GRC-EOF-SWITCH
005780     PERFORM 6100-READ-BALANCE-RECORD THRU 6100-EXIT
005790         UNTIL GRC-EOF
005800     CLOSE GRC-BALANCE
005810     IF GRC-BAT-NAMES-READ NOT = GRC-BAT-GREETED
005820         OR GRC-BAT-NAMES-READ NOT = GRC-BAT-LOGGED
005830         OR GRC-BAT-LOGGED > GRC-LOG-LINES
005840         OR GRC-BAT-GREETED > GRC-JRN-GREETINGS
005850         OR GRC-BAT-ENROLLED > GRC-JRN-ENROLMENTS
005860         MOVE "N" TO GRC-TIE-SWITCH
005870         MOVE "N" TO GRC-BALANCED-SWITCH
005880         MOVE 5008 TO MSG-NUMBER
005890         MOVE "GREET-RECONCILE" TO MSG-PROGRAM-ID
005900         MOVE "GREETBAL" TO MSG-FILE-NAME
005910         MOVE SPACES TO MSG-FILE-STATUS
005920         CALL "MSG-HANDLER" USING MSG-REQUEST
005930     END-IF
005940     COMPUTE GRC-OUTSIDE-BATCH = GRC-LOG-LINES - GRC-BAT-LOGGED.
005950 6000-EXIT.
005960     EXIT.
005970*
005980 6100-READ-BALANCE-RECORD.
005990     READ GRC-BALANCE
006000         AT END
006010             SET GRC-EOF TO TRUE
006020             GO TO 6100-EXIT
006030     END-READ
006040     EVALUATE GRC-BAL-LABEL
006050         WHEN "NAMES READ        : "
006060             MOVE GRC-BAL-VALUE TO GRC-BAT-NAMES-READ
006070         WHEN "GREETINGS ISSUED  : "
006080             MOVE GRC-BAL-VALUE TO GRC-BAT-GREETED
006090         WHEN "NEW USERS ENROLLED: "
006100             MOVE GRC-BAL-VALUE TO GRC-BAT-ENROLLED
006110         WHEN "GREETINGS LOGGED  : "
006120             MOVE GRC-BAL-VALUE TO GRC-BAT-LOGGED
006130         WHEN OTHER
006140             CONTINUE
006150     END-EVALUATE.
006160 6100-EXIT.
006170     EXIT.
006180*
006190*=============================================================
006200*7000-FIND-USER - LOCATE GRC-SEARCH-NAME IN THE USER TABLE,
006210*ADDING IT WHEN GRC-ADD-IF-MISSING.  GRC-USER-INDEX IS ZERO
006220*WHEN THE USER IS NOT THERE (OR THE TABLE IS FULL).
006230*=============================================================
006240 7000-FIND-USER.
006250     MOVE 0 TO GRC-FOUND-INDEX
006260     PERFORM 7100-MATCH-USER THRU 7100-EXIT
006270         VARYING GRC-USER-INDEX FROM 1 BY 1
006280         UNTIL GRC-USER-INDEX > GRC-USER-COUNT
006290             OR GRC-FOUND-INDEX > 0
006300     MOVE GRC-FOUND-INDEX TO GRC-USER-INDEX
006310     IF GRC-USER-INDEX > 0 OR NOT GRC-ADD-IF-MISSING
006320         GO TO 7000-EXIT
006330     END-IF
006340     IF GRC-USER-COUNT >= 1000
006350         IF NOT GRC-TABLE-FULL
006360             SET GRC-TABLE-FULL TO TRUE
006365             MOVE "N" TO GRC-BALANCED-SWITCH
006370             DISPLAY "GREET-RECONCILE: OVER 1000 USERS TONIGHT, "
006380                 "LATER USERS NOT BALANCED"
006390         END-IF
006400         GO TO 7000-EXIT
006410     END-IF
006420     ADD 1 TO GRC-USER-COUNT
006430     MOVE GRC-USER-COUNT TO GRC-USER-INDEX
006440     MOVE GRC-SEARCH-NAME TO GRC-USR-NAME(GRC-USER-INDEX)
006450     MOVE 0 TO GRC-USR-LOG-COUNT(GRC-USER-INDEX)
006460     MOVE 0 TO GRC-USR-NET-GREETINGS(GRC-USER-INDEX)
006470     MOVE "N" TO GRC-USR-JOURNALLED(GRC-USER-INDEX)
006480     MOVE SPACES TO GRC-USR-RUNNING-IMAGE(GRC-USER-INDEX)
006490     MOVE "N" TO GRC-USR-CHAIN-FLAG(GRC-USER-INDEX)
006500     MOVE "N" TO GRC-USR-UPDATE-FLAG(GRC-USER-INDEX)
006510     MOVE "N" TO GRC-USR-MASTER-FLAG(GRC-USER-INDEX).
006520 7000-EXIT.
006530     EXIT.
006540*
006550 7100-MATCH-USER.
006560     IF GRC-USR-NAME(GRC-USER-INDEX) = GRC-SEARCH-NAME
006570         MOVE GRC-USER-INDEX TO GRC-FOUND-INDEX
006580     END-IF.
006590 7100-EXIT.
006600     EXIT.
006610*
006620*=============================================================
006630*8000-TERMINATE - SUMMARY LINES AND THE RETURN CODE
006640*=============================================================
006650 8000-TERMINATE.
006660     MOVE SPACES TO GRC-REPORT-RECORD
006670     WRITE GRC-REPORT-RECORD
006680     MOVE "GREETLOG LINES TONIGHT      : " TO GRC-RPT-LABEL
006690     MOVE GRC-LOG-LINES TO GRC-RPT-VALUE
006700     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006710     MOVE "USRJRNL RECORDS TONIGHT     : " TO GRC-RPT-LABEL
006720     MOVE GRC-JRN-RECORDS TO GRC-RPT-VALUE
006730     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006740     MOVE "NET JOURNALLED GREETINGS    : " TO GRC-RPT-LABEL
006750     MOVE GRC-JRN-GREETINGS TO GRC-RPT-VALUE
006760     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006770     MOVE "NET JOURNALLED ENROLMENTS   : " TO GRC-RPT-LABEL
006780     MOVE GRC-JRN-ENROLMENTS TO GRC-RPT-VALUE
006790     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006800     MOVE "RESTART BACKOUTS (BKO)      : " TO GRC-RPT-LABEL
006810     MOVE GRC-JRN-BACKOUTS TO GRC-RPT-VALUE
006820     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006830     MOVE "USERS GREETED OR CHANGED    : " TO GRC-RPT-LABEL
006840     MOVE GRC-USER-COUNT TO GRC-RPT-VALUE
006850     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006860     MOVE "USERS OUT OF BALANCE        : " TO GRC-RPT-LABEL
006870     MOVE GRC-USERS-SHORT TO GRC-RPT-VALUE
006880     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006890     MOVE SPACES TO GRC-REPORT-RECORD
006900     WRITE GRC-REPORT-RECORD
006910     IF NOT GRC-BATCH-TONIGHT
006920         MOVE "NO GREETIN BATCH TOTALS ON GREETBAL TONIGHT"
006930             TO GRC-REPORT-RECORD
006940         WRITE GRC-REPORT-RECORD
006950     ELSE
006960         MOVE "GREETBAL NAMES READ         : " TO GRC-RPT-LABEL
006970         MOVE GRC-BAT-NAMES-READ TO GRC-RPT-VALUE
006980         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
006990         MOVE "GREETBAL GREETINGS ISSUED   : " TO GRC-RPT-LABEL
007000         MOVE GRC-BAT-GREETED TO GRC-RPT-VALUE
007010         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
007020         MOVE "GREETBAL NEW USERS ENROLLED : " TO GRC-RPT-LABEL
007030         MOVE GRC-BAT-ENROLLED TO GRC-RPT-VALUE
007040         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
007050         MOVE "GREETBAL GREETINGS LOGGED   : " TO GRC-RPT-LABEL
007060         MOVE GRC-BAT-LOGGED TO GRC-RPT-VALUE
007070         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
007080         MOVE "GREETINGS OUTSIDE THE BATCH : " TO GRC-RPT-LABEL
007090         MOVE GRC-OUTSIDE-BATCH TO GRC-RPT-VALUE
007100         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
007110         MOVE "GREETBAL TIES               : "
007120             TO GRC-RPT-FLAG-LABEL
007130         IF GRC-BATCH-TIES
007140             MOVE "YES" TO GRC-RPT-FLAG-VALUE
007150         ELSE
007160             MOVE "NO " TO GRC-RPT-FLAG-VALUE
007170         END-IF
007180         MOVE GRC-RPT-FLAG-LINE TO GRC-REPORT-RECORD
007190         WRITE GRC-REPORT-RECORD
007200     END-IF
007201     IF GRC-TABLE-FULL
007202         MOVE "USER TABLE FULL - USERS PAST 1000 NOT BALANCED"
007203             TO GRC-REPORT-RECORD
007204         WRITE GRC-REPORT-RECORD
007205     END-IF
007210     MOVE "IN BALANCE                  : " TO GRC-RPT-FLAG-LABEL
007220     IF GRC-IN-BALANCE
007230         MOVE "YES" TO GRC-RPT-FLAG-VALUE
007240     ELSE
007250         MOVE "NO " TO GRC-RPT-FLAG-VALUE
007260     END-IF
007270     MOVE GRC-RPT-FLAG-LINE TO GRC-REPORT-RECORD
007280     WRITE GRC-REPORT-RECORD
007290     CLOSE GRC-REPORT
007300     IF GRC-IN-BALANCE
007310         MOVE 0 TO RETURN-CODE
007320     ELSE
007330         MOVE 8 TO RETURN-CODE
007340     END-IF
007350     DISPLAY "GREET-RECONCILE: GREETLOG " GRC-LOG-LINES
007360         " JOURNAL " GRC-JRN-RECORDS
007370         " USERS " GRC-USER-COUNT
007380         " OUT OF BALANCE " GRC-USERS-SHORT.
007390 8000-EXIT.
007400     EXIT.
007410*
007420 8100-WRITE-TOTAL-LINE.
007430     MOVE GRC-RPT-LINE TO GRC-REPORT-RECORD
007440     WRITE GRC-REPORT-RECORD.
007450 8100-EXIT.
007460     EXIT.
