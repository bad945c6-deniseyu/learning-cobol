000010*IDENTIFICATION DIVISION.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. USRMST-PURGE.
000040 AUTHOR. SYSTEMS DEVELOPMENT.
000050 INSTALLATION. SYSTEMS DEVELOPMENT.
000060 DATE-WRITTEN. 10/15/2026.
000070 DATE-COMPILED.
000080*
000090*MODIFICATION HISTORY
000100*  DATE       INIT DESCRIPTION
000110*  ---------- ---- ------------------------------------
000120*  2026-10-15 DEV  ORIGINAL PROGRAM. PERIODIC PURGE OF DORMANT
000130*                  PROFILES FROM THE USRMST USER MASTER.  A
000140*                  PROFILE IS DORMANT WHEN ITS LAST-SEEN DATE
000150*                  IS OLDER THAN THE RETENTION PERIOD ON THE
000160*                  USRPGCTL CONTROL CARD.  A LISTING RUN
000170*                  PRINTS THE DORMANT PROFILES ON USRPGRPT FOR
000180*                  REVIEW; AN UPDATE RUN PRINTS THE SAME
000190*                  LISTING AND DELETES THEM, COPYING EACH ONE
000200*                  TO THE USRPURGE HISTORY FILE AND
000210*                  JOURNALLING IT TO USRJRNL AS ACTION PRG
000220*                  WITH THE FULL BEFORE-IMAGE AND A BLANK
000230*                  AFTER-IMAGE, WHICH USRMST-REBUILD REPLAYS
000240*                  AS A DELETE.
000242*                  THE USRJRNL OPERATOR ID IS LEFT BLANK ON
000244*                  PRG RECORDS.
000250*
000260*USRPGCTL CARD: RETENTION DAYS IN COLUMNS 1-5 (AT LEAST 30),
000270*MODE IN COLUMN 7 (L = LIST FOR REVIEW, THE DEFAULT; U =
000280*UPDATE) AND AN OPTIONAL CUTOFF DATE CCYYMMDD IN COLUMNS
000290*9-16.  THE LISTING PRINTS THE CUTOFF IT USED; PUTTING THAT
000300*DATE ON THE UPDATE CARD PURGES EXACTLY THE REVIEWED PROFILES
000310*(LESS ANY SEEN SINCE) EVEN WHEN THE UPDATE RUNS DAYS LATER.
000320*A CUTOFF LATER THAN THE RETENTION PERIOD ALLOWS IS REFUSED.
000330*
000340*EACH PURGE WRITES THE HISTORY COPY FIRST, THEN DELETES, THEN
000350*JOURNALS.  ANY FAILURE STOPS THE PURGING (MSG 2012, 2002 OR
000360*2004) AND THE REST OF THE DORMANT PROFILES ARE LISTED AS NOT
000370*PURGED.  AN UPDATE RUN IS REFUSED (MSG 2009) WHILE GREETCKP
000380*SHOWS AN UNFINISHED GREETIN RUN, SINCE PRG RECORDS ON THE
000390*JOURNAL TAIL WOULD BLOCK THAT RUN'S RESTART.
000400*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT UPG-CONTROL ASSIGN TO "USRPGCTL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS UPG-CTL-STATUS.
000470     SELECT UPG-MASTER ASSIGN TO "USRMST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS UPG-MST-USERNAME
000510         FILE STATUS IS UPG-MST-STATUS.
000520     SELECT UPG-JOURNAL ASSIGN TO "USRJRNL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS UPG-JRN-STATUS.
000550     SELECT UPG-HISTORY ASSIGN TO "USRPURGE"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS UPG-HST-STATUS.
000580     SELECT UPG-COMMIT ASSIGN TO "GREETCKP"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS UPG-CKP-STATUS.
000610     SELECT UPG-REPORT ASSIGN TO "USRPGRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS UPG-RPT-STATUS.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  UPG-CONTROL
000680     RECORDING MODE IS F.
000690 01  UPG-CONTROL-RECORD.
000700     05  UPG-CTL-RETENTION      PIC X(05).
000710     05  FILLER                 PIC X(01).
000720     05  UPG-CTL-MODE           PIC X(01).
000730     05  FILLER                 PIC X(01).
000740     05  UPG-CTL-CUTOFF         PIC X(08).
000750*
000760 FD  UPG-MASTER
000770     RECORDING MODE IS F.
000780 01  UPG-MASTER-RECORD.
000790     05  UPG-MST-USERNAME       PIC X(30).
000800     05  UPG-MST-FIRST-SEEN     PIC 9(08).
000810     05  UPG-MST-LAST-SEEN      PIC 9(08).
000820     05  UPG-MST-VISITS         PIC 9(05).
000830     05  UPG-MST-SALUTATION     PIC X(20).
000840*
000850*HELLO-WORLD CHANGE JOURNAL
000860 FD  UPG-JOURNAL
000870     RECORDING MODE IS F.
000880 01  UPG-JOURNAL-RECORD.
000890     05  UPG-JRN-DATE           PIC 9(08).
000900     05  UPG-JRN-TIME           PIC 9(06).
000910     05  UPG-JRN-ACTION         PIC X(03).
000920     05  FILLER                 PIC X(01).
000930     05  UPG-JRN-BEFORE-IMAGE   PIC X(71).
000940     05  FILLER                 PIC X(01).
000950     05  UPG-JRN-AFTER-IMAGE    PIC X(71).
000953     05  FILLER                 PIC X(01).
000956     05  UPG-JRN-OPERATOR       PIC X(08).
000960*
000970*PURGED-USERS HISTORY - THE DATE AND TIME OF THE PURGE AND THE
000980*PROFILE AS IT STOOD, KEPT SO A RETURNING USER'S VISIT HISTORY
000990*CAN BE PUT BACK
001000 FD  UPG-HISTORY
001010     RECORDING MODE IS F.
001020 01  UPG-HISTORY-RECORD.
001030     05  UPG-HST-PURGE-DATE     PIC 9(08).
001040     05  UPG-HST-PURGE-TIME     PIC 9(06).
001050     05  FILLER                 PIC X(01).
001060     05  UPG-HST-PROFILE        PIC X(71).
001070*
001080*HELLO-WORLD COMMIT POINT - ONLY THE STATE AND DATE ARE NEEDED
001090 FD  UPG-COMMIT
001100     RECORDING MODE IS F.
001110 01  UPG-COMMIT-RECORD.
001120     05  UPG-CKP-STATE          PIC X(01).
001130         88  UPG-CKP-IN-PROGRESS    VALUE "I".
001140     05  FILLER                 PIC X(01).
001150     05  UPG-CKP-DATE           PIC X(08).
001160*
001170 FD  UPG-REPORT
001180     RECORDING MODE IS F.
001190 01  UPG-REPORT-RECORD          PIC X(80).
001200*
001210 WORKING-STORAGE SECTION.
001220*FILE STATUS AND SWITCHES
001230 01  UPG-CTL-STATUS          PIC X(02) VALUE SPACES.
001240 01  UPG-MST-STATUS          PIC X(02) VALUE SPACES.
001250 01  UPG-JRN-STATUS          PIC X(02) VALUE SPACES.
001260 01  UPG-HST-STATUS          PIC X(02) VALUE SPACES.
001270 01  UPG-CKP-STATUS          PIC X(02) VALUE SPACES.
001280 01  UPG-RPT-STATUS          PIC X(02) VALUE SPACES.
001290 01  UPG-EOF-SWITCH          PIC X(01) VALUE "N".
001300     88  UPG-EOF                 VALUE "Y".
001310 01  UPG-MODE-SWITCH         PIC X(01) VALUE "L".
001320     88  UPG-LIST-MODE           VALUE "L".
001330     88  UPG-UPDATE-MODE         VALUE "U".
001340 01  UPG-CARD-SWITCH         PIC X(01) VALUE "Y".
001350     88  UPG-CARD-VALID          VALUE "Y".
001360     88  UPG-CARD-INVALID        VALUE "N".
001370*ONCE A PURGE FAILS NO FURTHER PROFILE IS DELETED
001380 01  UPG-STOP-SWITCH         PIC X(01) VALUE "N".
001390     88  UPG-PURGE-STOPPED       VALUE "Y".
001400 01  UPG-PURGE-OPEN-SWITCH   PIC X(01) VALUE "N".
001410     88  UPG-PURGE-FILES-OPEN    VALUE "Y".
001420 01  UPG-ABANDON-SWITCH      PIC X(01) VALUE "N".
001430     88  UPG-RUN-ABANDONED       VALUE "Y".
001440*
001450*DATES - A PROFILE LAST SEEN BEFORE THE CUTOFF IS DORMANT
001460 01  UPG-CURRENT-DATE        PIC 9(08) VALUE 0.
001470 01  UPG-CURRENT-TIME.
001480     05  UPG-CURRENT-HHMMSS     PIC 9(06).
001490     05  FILLER                 PIC 9(02).
001500 01  UPG-TODAY-INTEGER       PIC 9(07) VALUE 0.
001510 01  UPG-RETENTION-DAYS      PIC 9(05) VALUE 0.
001520 01  UPG-MINIMUM-RETENTION   PIC 9(05) VALUE 30.
001530 01  UPG-LATEST-CUTOFF       PIC 9(08) VALUE 0.
001540 01  UPG-CUTOFF-DATE         PIC 9(08) VALUE 0.
001550 01  UPG-CUTOFF-CHECK        PIC 9(07) VALUE 0.
001560 01  UPG-DAYS-IDLE           PIC 9(07) VALUE 0.
001570*
001580*RUN TOTALS
001590 01  UPG-PROFILES-READ       PIC 9(07) VALUE 0.
001600 01  UPG-DORMANT-COUNT       PIC 9(07) VALUE 0.
001610 01  UPG-PURGED-COUNT        PIC 9(07) VALUE 0.
001620 01  UPG-NOT-PURGED-COUNT    PIC 9(07) VALUE 0.
001630 01  UPG-BAD-DATE-COUNT      PIC 9(07) VALUE 0.
001640 01  UPG-RETAINED-COUNT      PIC 9(07) VALUE 0.
001650*
001660*REPORT LINE LAYOUTS
001670 01  UPG-RPT-TITLE.
001680     05  FILLER PIC X(23) VALUE "DORMANT USER LISTING - ".
001690     05  UPG-TTL-MODE           PIC X(10).
001700     05  FILLER PIC X(07) VALUE " AS AT ".
001710     05  UPG-TTL-DATE           PIC 9(08).
001720 01  UPG-RPT-CUTOFF-LINE.
001730     05  FILLER PIC X(17) VALUE "RETENTION DAYS : ".
001740     05  UPG-CTF-DAYS           PIC ZZZZ9.
001750     05  FILLER PIC X(33) VALUE
001760         "   DORMANT IF LAST SEEN BEFORE : ".
001770     05  UPG-CTF-DATE           PIC 9(08).
001780 01  UPG-PROFILE-HEADER.
001790     05  FILLER PIC X(41) VALUE
001800         "USERNAME                       FIRST SEEN".
001810     05  FILLER PIC X(34) VALUE
001820         " LAST SEEN VISITS DAYS IDLE ACTION".
001830 01  UPG-PROFILE-LINE.
001840     05  UPG-PFL-NAME           PIC X(30).
001850     05  FILLER                 PIC X(01) VALUE SPACES.
001860     05  UPG-PFL-FIRST-SEEN     PIC X(08).
001870     05  FILLER                 PIC X(03) VALUE SPACES.
001880     05  UPG-PFL-LAST-SEEN      PIC X(08).
001890     05  FILLER                 PIC X(02) VALUE SPACES.
001900     05  UPG-PFL-VISITS         PIC ZZZZZ9.
001910     05  FILLER                 PIC X(01) VALUE SPACES.
001920     05  UPG-PFL-DAYS-IDLE      PIC ZZZZZZZZ9.
001930     05  FILLER                 PIC X(01) VALUE SPACES.
001940     05  UPG-PFL-ACTION         PIC X(10).
001950 01  UPG-RPT-LINE.
001960     05  UPG-RPT-LABEL          PIC X(30).
001970     05  UPG-RPT-VALUE          PIC ZZZZZZ9.
001980*
001990*COMMON MESSAGE HANDLER REQUEST AREA
002000 COPY MSGREQ.
002010*
002020 PROCEDURE DIVISION.
002030*
002040*=============================================================
002050*0000-MAINLINE - READ THE CONTROL CARD, LIST (AND IN UPDATE
002060*MODE PURGE) EVERY DORMANT PROFILE, THEN PRINT THE TOTALS
002070*=============================================================
002080 0000-MAINLINE.
002090     ACCEPT UPG-CURRENT-DATE FROM DATE YYYYMMDD
002100     COMPUTE UPG-TODAY-INTEGER =
002110         FUNCTION INTEGER-OF-DATE(UPG-CURRENT-DATE)
002120     PERFORM 1000-READ-CONTROL THRU 1000-EXIT
002130     IF UPG-CARD-INVALID
002140         MOVE 2011 TO MSG-NUMBER
002150         MOVE "USRMST-PURGE" TO MSG-PROGRAM-ID
002160         MOVE "USRPGCTL" TO MSG-FILE-NAME
002170         MOVE UPG-CTL-STATUS TO MSG-FILE-STATUS
002180         CALL "MSG-HANDLER" USING MSG-REQUEST
002190         MOVE 16 TO RETURN-CODE
002200         GOBACK
002210     END-IF
002220     IF UPG-UPDATE-MODE
002230         PERFORM 1500-CHECK-GREETIN-RUN THRU 1500-EXIT
002240     END-IF
002250     PERFORM 2000-OPEN-FILES THRU 2000-EXIT
002260     IF UPG-RUN-ABANDONED
002270         GOBACK
002280     END-IF
002290     PERFORM 3000-READ-MASTER-RECORD THRU 3000-EXIT
002300         UNTIL UPG-EOF
002310     PERFORM 8000-TERMINATE THRU 8000-EXIT
002320     GOBACK.
002330*
002340*=============================================================
002350*1000-READ-CONTROL - RETENTION DAYS, MODE AND OPTIONAL CUTOFF.
002360*A MISSING CARD OR ONE THAT FAILS ANY CHECK LEAVES THE CARD
002370*INVALID AND NOTHING IS LISTED OR PURGED.
002380*=============================================================
002390 1000-READ-CONTROL.
002400     OPEN INPUT UPG-CONTROL
002410     IF UPG-CTL-STATUS NOT = "00"
002420         SET UPG-CARD-INVALID TO TRUE
002430         GO TO 1000-EXIT
002440     END-IF
002450     READ UPG-CONTROL
002460         AT END
002470             SET UPG-CARD-INVALID TO TRUE
002480     END-READ
002490     CLOSE UPG-CONTROL
002500     IF UPG-CARD-INVALID
002510         GO TO 1000-EXIT
002520     END-IF
002530     IF UPG-CTL-RETENTION IS NOT NUMERIC
002540         SET UPG-CARD-INVALID TO TRUE
002550         GO TO 1000-EXIT
002560     END-IF
002570     MOVE UPG-CTL-RETENTION TO UPG-RETENTION-DAYS
002580     IF UPG-RETENTION-DAYS < UPG-MINIMUM-RETENTION
002590         OR UPG-RETENTION-DAYS NOT < UPG-TODAY-INTEGER
002600         SET UPG-CARD-INVALID TO TRUE
002610         GO TO 1000-EXIT
002620     END-IF
002630     EVALUATE UPG-CTL-MODE
002640         WHEN SPACE
002650         WHEN "L"
002660             SET UPG-LIST-MODE TO TRUE
002670         WHEN "U"
002680             SET UPG-UPDATE-MODE TO TRUE
002690         WHEN OTHER
002700             SET UPG-CARD-INVALID TO TRUE
002710             GO TO 1000-EXIT
002720     END-EVALUATE
002730     COMPUTE UPG-LATEST-CUTOFF = FUNCTION DATE-OF-INTEGER
002740         (UPG-TODAY-INTEGER - UPG-RETENTION-DAYS)
002750     IF UPG-CTL-CUTOFF = SPACES
002760         MOVE UPG-LATEST-CUTOFF TO UPG-CUTOFF-DATE
002770         GO TO 1000-EXIT
002780     END-IF
002790     IF UPG-CTL-CUTOFF IS NOT NUMERIC
002800         SET UPG-CARD-INVALID TO TRUE
002810         GO TO 1000-EXIT
002820     END-IF
002830     MOVE UPG-CTL-CUTOFF TO UPG-CUTOFF-DATE
002840     COMPUTE UPG-CUTOFF-CHECK =
002850         FUNCTION INTEGER-OF-DATE(UPG-CUTOFF-DATE)
002860     IF UPG-CUTOFF-CHECK = 0
002870         OR UPG-CUTOFF-DATE > UPG-LATEST-CUTOFF
002880         SET UPG-CARD-INVALID TO TRUE
002890     END-IF.
002900 1000-EXIT.
002910     EXIT.
002920*
002930*=============================================================
002940*1500-CHECK-GREETIN-RUN - AN UNFINISHED HELLO-WORLD GREETIN
002950*RUN MUST BE RESTARTED BEFORE USRJRNL TAKES ANY OTHER RECORD
002960*=============================================================
002970 1500-CHECK-GREETIN-RUN.
002980     OPEN INPUT UPG-COMMIT
002990     IF UPG-CKP-STATUS NOT = "00"
003000         GO TO 1500-EXIT
003010     END-IF
003020     READ UPG-COMMIT
003030         AT END
003040             MOVE SPACES TO UPG-COMMIT-RECORD
003050     END-READ
003060     IF UPG-CKP-IN-PROGRESS
003070         MOVE 2009 TO MSG-NUMBER
003080         MOVE "USRMST-PURGE" TO MSG-PROGRAM-ID
003090         MOVE "GREETCKP" TO MSG-FILE-NAME
003100         MOVE SPACES TO MSG-FILE-STATUS
003110         CALL "MSG-HANDLER" USING MSG-REQUEST
003120         DISPLAY "USRMST-PURGE: GREETIN RUN OF " UPG-CKP-DATE
003130             " IS UNFINISHED, PROFILES LISTED BUT NOT PURGED"
003140         SET UPG-PURGE-STOPPED TO TRUE
003150         MOVE 16 TO RETURN-CODE
003160     END-IF
003170     CLOSE UPG-COMMIT.
003180 1500-EXIT.
003190     EXIT.
003200*
003210*=============================================================
003220*2000-OPEN-FILES - THE REPORT AND THE MASTER, AND IN UPDATE
003230*MODE THE HISTORY FILE AND THE JOURNAL, BOTH APPENDED TO.  A
003240*HISTORY OR JOURNAL THAT CANNOT BE OPENED STOPS THE PURGING
003250*BUT THE LISTING IS STILL PRINTED.
003260*=============================================================
003270 2000-OPEN-FILES.
003280     MOVE "USRMST-PURGE" TO MSG-PROGRAM-ID
003290     OPEN OUTPUT UPG-REPORT
003300     IF UPG-RPT-STATUS NOT = "00"
003310         MOVE 3001 TO MSG-NUMBER
003320         MOVE "USRPGRPT" TO MSG-FILE-NAME
003330         MOVE UPG-RPT-STATUS TO MSG-FILE-STATUS
003340         CALL "MSG-HANDLER" USING MSG-REQUEST
003350         SET UPG-RUN-ABANDONED TO TRUE
003360         MOVE 16 TO RETURN-CODE
003370         GO TO 2000-EXIT
003380     END-IF
003390     IF UPG-UPDATE-MODE
003400         OPEN I-O UPG-MASTER
003410     ELSE
003420         OPEN INPUT UPG-MASTER
003430     END-IF
003440     IF UPG-MST-STATUS NOT = "00"
003450         MOVE 2003 TO MSG-NUMBER
003460         MOVE "USRMST" TO MSG-FILE-NAME
003470         MOVE UPG-MST-STATUS TO MSG-FILE-STATUS
003480         CALL "MSG-HANDLER" USING MSG-REQUEST
003490         CLOSE UPG-REPORT
003500         SET UPG-RUN-ABANDONED TO TRUE
003510         MOVE 16 TO RETURN-CODE
003520         GO TO 2000-EXIT
003530     END-IF
003540     IF UPG-UPDATE-MODE
003550         MOVE "UPDATE RUN" TO UPG-TTL-MODE
003560     ELSE
003570         MOVE "FOR REVIEW" TO UPG-TTL-MODE
003580     END-IF
003590     MOVE UPG-CURRENT-DATE TO UPG-TTL-DATE
003600     MOVE UPG-RPT-TITLE TO UPG-REPORT-RECORD
003610     WRITE UPG-REPORT-RECORD
003620     MOVE UPG-RETENTION-DAYS TO UPG-CTF-DAYS
003630     MOVE UPG-CUTOFF-DATE TO UPG-CTF-DATE
003640     MOVE UPG-RPT-CUTOFF-LINE TO UPG-REPORT-RECORD
003650     WRITE UPG-REPORT-RECORD
003660     MOVE SPACES TO UPG-REPORT-RECORD
003670     WRITE UPG-REPORT-RECORD
003680     MOVE UPG-PROFILE-HEADER TO UPG-REPORT-RECORD
003690     WRITE UPG-REPORT-RECORD
003700     IF UPG-LIST-MODE OR UPG-PURGE-STOPPED
003710         GO TO 2000-EXIT
003720     END-IF
003730     OPEN EXTEND UPG-HISTORY
003740     IF UPG-HST-STATUS NOT = "00"
003750         OPEN OUTPUT UPG-HISTORY
003760     END-IF
003770     IF UPG-HST-STATUS NOT = "00"
003780         MOVE 2012 TO MSG-NUMBER
003790         MOVE "USRPURGE" TO MSG-FILE-NAME
003800         MOVE UPG-HST-STATUS TO MSG-FILE-STATUS
003810         CALL "MSG-HANDLER" USING MSG-REQUEST
003820         SET UPG-PURGE-STOPPED TO TRUE
003825         MOVE 16 TO RETURN-CODE
003830         GO TO 2000-EXIT
003840     END-IF
003850     OPEN EXTEND UPG-JOURNAL
003860     IF UPG-JRN-STATUS NOT = "00"
003870         OPEN OUTPUT UPG-JOURNAL
003880     END-IF
003890     IF UPG-JRN-STATUS NOT = "00"
003900         MOVE 2004 TO MSG-NUMBER
003910         MOVE "USRJRNL" TO MSG-FILE-NAME
003920         MOVE UPG-JRN-STATUS TO MSG-FILE-STATUS
003930         CALL "MSG-HANDLER" USING MSG-REQUEST
003940         CLOSE UPG-HISTORY
003950         SET UPG-PURGE-STOPPED TO TRUE
003955         MOVE 16 TO RETURN-CODE
003960     ELSE
003970         SET UPG-PURGE-FILES-OPEN TO TRUE
003980     END-IF.
003990 2000-EXIT.
004000     EXIT.
004010*
004020*=============================================================
004030*3000-READ-MASTER-RECORD - LIST EACH DORMANT PROFILE AND, IN
004040*UPDATE MODE, PURGE IT.  A LAST-SEEN DATE THAT IS NOT A DATE
004050*IS LISTED FOR ATTENTION AND NEVER PURGED.
004060*=============================================================
004070 3000-READ-MASTER-RECORD.
004080     READ UPG-MASTER NEXT
004090         AT END
004100             SET UPG-EOF TO TRUE
004110             GO TO 3000-EXIT
004120     END-READ
004130     ADD 1 TO UPG-PROFILES-READ
004140     MOVE UPG-MST-USERNAME TO UPG-PFL-NAME
004150     MOVE UPG-MST-FIRST-SEEN TO UPG-PFL-FIRST-SEEN
004160     MOVE UPG-MST-LAST-SEEN TO UPG-PFL-LAST-SEEN
004170     MOVE UPG-MST-VISITS TO UPG-PFL-VISITS
004180     MOVE 0 TO UPG-DAYS-IDLE
004190     IF UPG-MST-LAST-SEEN IS NUMERIC
004200         COMPUTE UPG-CUTOFF-CHECK =
004210             FUNCTION INTEGER-OF-DATE(UPG-MST-LAST-SEEN)
004220     ELSE
004230         MOVE 0 TO UPG-CUTOFF-CHECK
004240     END-IF
004250     IF UPG-CUTOFF-CHECK = 0
004260         ADD 1 TO UPG-BAD-DATE-COUNT
004270         MOVE "BAD DATE" TO UPG-PFL-ACTION
004280         PERFORM 3900-WRITE-PROFILE-LINE THRU 3900-EXIT
004290         GO TO 3000-EXIT
004300     END-IF
004310     IF UPG-MST-LAST-SEEN NOT < UPG-CUTOFF-DATE
004320         ADD 1 TO UPG-RETAINED-COUNT
004330         GO TO 3000-EXIT
004340     END-IF
004350     ADD 1 TO UPG-DORMANT-COUNT
004360     COMPUTE UPG-DAYS-IDLE = UPG-TODAY-INTEGER - UPG-CUTOFF-CHECK
004370     EVALUATE TRUE
004380         WHEN UPG-LIST-MODE
004390             MOVE "DORMANT" TO UPG-PFL-ACTION
004400         WHEN UPG-PURGE-STOPPED
004410             ADD 1 TO UPG-NOT-PURGED-COUNT
004420             MOVE "NOT PURGED" TO UPG-PFL-ACTION
004430         WHEN OTHER
004440             PERFORM 3100-PURGE-PROFILE THRU 3100-EXIT
004450     END-EVALUATE
004460     PERFORM 3900-WRITE-PROFILE-LINE THRU 3900-EXIT.
004470 3000-EXIT.
004480     EXIT.
004490*
004500*=============================================================
004510*3100-PURGE-PROFILE - HISTORY COPY, DELETE, THEN THE PRG
004520*JOURNAL RECORD.  THE DELETE IS NEVER ATTEMPTED WITHOUT THE
004530*HISTORY COPY.
004540*=============================================================
004550 3100-PURGE-PROFILE.
004560     MOVE "NOT PURGED" TO UPG-PFL-ACTION
004570     ACCEPT UPG-CURRENT-TIME FROM TIME
004580     MOVE SPACES TO UPG-HISTORY-RECORD
004590     MOVE UPG-CURRENT-DATE TO UPG-HST-PURGE-DATE
004600     MOVE UPG-CURRENT-HHMMSS TO UPG-HST-PURGE-TIME
004610     MOVE UPG-MASTER-RECORD TO UPG-HST-PROFILE
004620     WRITE UPG-HISTORY-RECORD
004630     IF UPG-HST-STATUS NOT = "00"
004640         MOVE 2012 TO MSG-NUMBER
004650         MOVE "USRPURGE" TO MSG-FILE-NAME
004660         MOVE UPG-HST-STATUS TO MSG-FILE-STATUS
004670         PERFORM 3800-STOP-PURGING THRU 3800-EXIT
004680         GO TO 3100-EXIT
004690     END-IF
004700     DELETE UPG-MASTER
004710         INVALID KEY
004720             MOVE 2002 TO MSG-NUMBER
004730             MOVE "USRMST" TO MSG-FILE-NAME
004740             MOVE UPG-MST-STATUS TO MSG-FILE-STATUS
004750             PERFORM 3800-STOP-PURGING THRU 3800-EXIT
004760             GO TO 3100-EXIT
004770     END-DELETE
004780     ADD 1 TO UPG-PURGED-COUNT
004790     MOVE "PURGED" TO UPG-PFL-ACTION
004800     MOVE SPACES TO UPG-JOURNAL-RECORD
004810     MOVE UPG-CURRENT-DATE TO UPG-JRN-DATE
004820     MOVE UPG-CURRENT-HHMMSS TO UPG-JRN-TIME
004830     MOVE "PRG" TO UPG-JRN-ACTION
004840     MOVE UPG-HST-PROFILE TO UPG-JRN-BEFORE-IMAGE
004850     WRITE UPG-JOURNAL-RECORD
004860     IF UPG-JRN-STATUS NOT = "00"
004870         MOVE 2004 TO MSG-NUMBER
004880         MOVE "USRJRNL" TO MSG-FILE-NAME
004890         MOVE UPG-JRN-STATUS TO MSG-FILE-STATUS
004900         PERFORM 3800-STOP-PURGING THRU 3800-EXIT
004910         MOVE "NO JOURNAL" TO UPG-PFL-ACTION
004920     END-IF.
004930 3100-EXIT.
004940     EXIT.
004950*
004960*A FAILED PURGE STEP - REPORT IT AND DELETE NOTHING MORE
004970 3800-STOP-PURGING.
004980     MOVE "USRMST-PURGE" TO MSG-PROGRAM-ID
004990     CALL "MSG-HANDLER" USING MSG-REQUEST
005000     IF UPG-PFL-ACTION = "NOT PURGED"
005010         ADD 1 TO UPG-NOT-PURGED-COUNT
005020     END-IF
005030     SET UPG-PURGE-STOPPED TO TRUE
005040     MOVE 16 TO RETURN-CODE.
005050 3800-EXIT.
005060     EXIT.
005070*
005080 3900-WRITE-PROFILE-LINE.
005090     MOVE UPG-DAYS-IDLE TO UPG-PFL-DAYS-IDLE
005100     MOVE UPG-PROFILE-LINE TO UPG-REPORT-RECORD
005110     WRITE UPG-REPORT-RECORD.
005120 3900-EXIT.
005130     EXIT.
005140*
005150*=============================================================
005160*8000-TERMINATE - TOTALS TO THE REPORT AND THE CONSOLE.  AN
005170*UNREADABLE LAST-SEEN DATE ENDS THE RUN WITH RETURN CODE 4
005180*UNLESS A PURGE FAILURE HAS ALREADY SET 16.
005190*=============================================================
005200 8000-TERMINATE.
005210     CLOSE UPG-MASTER
005220     IF UPG-PURGE-FILES-OPEN
005230         CLOSE UPG-HISTORY
005240         CLOSE UPG-JOURNAL
005250     END-IF
005260     IF UPG-DORMANT-COUNT = 0
005270         AND UPG-BAD-DATE-COUNT = 0
005280         MOVE "  NONE" TO UPG-REPORT-RECORD
005290         WRITE UPG-REPORT-RECORD
005300     END-IF
005310     MOVE SPACES TO UPG-REPORT-RECORD
005320     WRITE UPG-REPORT-RECORD
005330     MOVE "PROFILES READ" TO UPG-RPT-LABEL
005340     MOVE UPG-PROFILES-READ TO UPG-RPT-VALUE
005350     MOVE UPG-RPT-LINE TO UPG-REPORT-RECORD
005360     WRITE UPG-REPORT-RECORD
005370     MOVE "PROFILES RETAINED" TO UPG-RPT-LABEL
005380     MOVE UPG-RETAINED-COUNT TO UPG-RPT-VALUE
005390     MOVE UPG-RPT-LINE TO UPG-REPORT-RECORD
005400     WRITE UPG-REPORT-RECORD
005410     MOVE "DORMANT PROFILES" TO UPG-RPT-LABEL
005420     MOVE UPG-DORMANT-COUNT TO UPG-RPT-VALUE
005430     MOVE UPG-RPT-LINE TO UPG-REPORT-RECORD
005440     WRITE UPG-REPORT-RECORD
005450     IF UPG-UPDATE-MODE
005460         MOVE "PROFILES PURGED" TO UPG-RPT-LABEL
005470         MOVE UPG-PURGED-COUNT TO UPG-RPT-VALUE
005480         MOVE UPG-RPT-LINE TO UPG-REPORT-RECORD
005490         WRITE UPG-REPORT-RECORD
005500         MOVE "DORMANT BUT NOT PURGED" TO UPG-RPT-LABEL
005510         MOVE UPG-NOT-PURGED-COUNT TO UPG-RPT-VALUE
005520         MOVE UPG-RPT-LINE TO UPG-REPORT-RECORD
005530         WRITE UPG-REPORT-RECORD
005540     END-IF
005550     MOVE "LAST-SEEN DATE UNREADABLE" TO UPG-RPT-LABEL
005560     MOVE UPG-BAD-DATE-COUNT TO UPG-RPT-VALUE
005570     MOVE UPG-RPT-LINE TO UPG-REPORT-RECORD
005580     WRITE UPG-REPORT-RECORD
005590     CLOSE UPG-REPORT
005600     DISPLAY "USRMST-PURGE: " UPG-PROFILES-READ " READ, "
005610         UPG-DORMANT-COUNT " DORMANT, " UPG-PURGED-COUNT
005620         " PURGED, OUTPUT IN USRPGRPT"
005630     IF RETURN-CODE NOT = 16
005640         IF UPG-BAD-DATE-COUNT > 0
005650             MOVE 4 TO RETURN-CODE
005660         ELSE
005670             MOVE 0 TO RETURN-CODE
005680         END-IF
005690     END-IF.
005700 8000-EXIT.
005710     EXIT.
