000010*IDENTIFICATION DIVISION.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. USRMST-MAINT.
000040 AUTHOR. SYSTEMS DEVELOPMENT.
000050 INSTALLATION. SYSTEMS DEVELOPMENT.
000060 DATE-WRITTEN. 10/15/2026.
000070 DATE-COMPILED.
000080*
000090*MODIFICATION HISTORY
000100*  DATE       INIT DESCRIPTION
000110*  ---------- ---- ------------------------------------
000120*  2026-10-15 DEV  ORIGINAL PROGRAM. ON-LINE INQUIRY AND
000130*                  MAINTENANCE OF THE USRMST USER MASTER FROM
000140*                  THE CONSOLE.  THE OPERATOR SIGNS ON WITH AN
000150*                  OPERATOR ID, PICKS A STARTING USERNAME AND
000160*                  BROWSES FORWARD AND BACK ONE PROFILE AT A
000170*                  TIME.  THE SALUTATION CAN BE CHANGED (SAL)
000180*                  AND A MISSPELT USERNAME CORRECTED (COR) ON
000190*                  THE PROFILE SHOWN; EACH CHANGE IS SHOWN
000200*                  AND CONFIRMED BEFORE IT IS SAVED, AND IS
000210*                  JOURNALLED TO USRJRNL WITH BEFORE- AND
000220*                  AFTER-IMAGES AND THE OPERATOR ID, AS THE
000230*                  USRMNT DECK ACTIONS OF HELLO-WORLD ARE.
000240*
000250*COMMANDS: N NEXT PROFILE, P PREVIOUS PROFILE, F FIND (A NEW
000260*STARTING USERNAME), S CHANGE SALUTATION, C CORRECT USERNAME,
000270*Q QUIT.  MERGING TWO PROFILES IS STILL DONE WITH A USRMNT
000280*MRG RECORD.  EVERY BROWSE STEP STARTS AGAIN FROM THE KEY OF
000290*THE PROFILE ON DISPLAY, SO A CHANGE MADE ELSEWHERE NEVER
000300*LEAVES THE BROWSE LOST.  BEFORE A CHANGE IS SAVED THE RECORD
000310*IS READ AGAIN, AND IF IT NO LONGER MATCHES WHAT THE OPERATOR
000320*SAW THE CHANGE IS DROPPED AND THE NEW VERSION SHOWN.
000330*
000340*A CORRECTED USERNAME IS WRITTEN UNDER THE NEW KEY BEFORE THE
000350*OLD KEY IS DELETED, SO A FAILURE CAN LEAVE BOTH NAMES ON THE
000360*MASTER BUT NEVER NEITHER.  WHILE GREETCKP SHOWS AN
000370*UNFINISHED GREETIN RUN THE MASTER IS OPENED FOR INQUIRY ONLY
000380*(MSG 2009), SINCE NEW USRJRNL RECORDS WOULD BLOCK THAT RUN'S
000390*RESTART.
000400*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT UMT-MASTER ASSIGN TO "USRMST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS UMT-MST-USERNAME
000480         FILE STATUS IS UMT-MST-STATUS.
000490     SELECT UMT-JOURNAL ASSIGN TO "USRJRNL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS UMT-JRN-STATUS.
000520     SELECT UMT-COMMIT ASSIGN TO "GREETCKP"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS UMT-CKP-STATUS.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  UMT-MASTER
000590     RECORDING MODE IS F.
000600 01  UMT-MASTER-RECORD.
000610     05  UMT-MST-USERNAME       PIC X(30).
000620     05  UMT-MST-FIRST-SEEN     PIC 9(08).
000630     05  UMT-MST-LAST-SEEN      PIC 9(08).
000640     05  UMT-MST-VISITS         PIC 9(05).
000650     05  UMT-MST-SALUTATION     PIC X(20).
000660*
000670*HELLO-WORLD CHANGE JOURNAL
000680 FD  UMT-JOURNAL
000690     RECORDING MODE IS F.
000700 01  UMT-JOURNAL-RECORD.
000710     05  UMT-JRN-DATE           PIC 9(08).
000720     05  UMT-JRN-TIME           PIC 9(06).
000730     05  UMT-JRN-ACTION         PIC X(03).
000740     05  FILLER                 PIC X(01).
000750     05  UMT-JRN-BEFORE-IMAGE   PIC X(71).
000760     05  FILLER                 PIC X(01).
000770     05  UMT-JRN-AFTER-IMAGE    PIC X(71).
000780     05  FILLER                 PIC X(01).
000790     05  UMT-JRN-OPERATOR       PIC X(08).
000800*
000810*HELLO-WORLD COMMIT POINT - ONLY THE STATE AND DATE ARE NEEDED
000820 FD  UMT-COMMIT
000830     RECORDING MODE IS F.
000840 01  UMT-COMMIT-RECORD.
000850     05  UMT-CKP-STATE          PIC X(01).
000860         88  UMT-CKP-IN-PROGRESS    VALUE "I".
000870     05  FILLER                 PIC X(01).
000880     05  UMT-CKP-DATE           PIC X(08).
000890*
000900 WORKING-STORAGE SECTION.
000910*FILE STATUS AND SWITCHES
000920 01  UMT-MST-STATUS          PIC X(02) VALUE SPACES.
000930 01  UMT-JRN-STATUS          PIC X(02) VALUE SPACES.
000940 01  UMT-CKP-STATUS          PIC X(02) VALUE SPACES.
000950 01  UMT-QUIT-SWITCH         PIC X(01) VALUE "N".
000960     88  UMT-QUIT                VALUE "Y".
000970 01  UMT-INQUIRY-SWITCH      PIC X(01) VALUE "N".
000980     88  UMT-INQUIRY-ONLY        VALUE "Y".
000990 01  UMT-CURRENT-SWITCH      PIC X(01) VALUE "N".
001000     88  UMT-HAVE-CURRENT        VALUE "Y".
001010 01  UMT-STALE-SWITCH        PIC X(01) VALUE "N".
001020     88  UMT-CURRENT-STALE       VALUE "Y".
001030 01  UMT-CONFIRM-SWITCH      PIC X(01) VALUE "N".
001040     88  UMT-CONFIRMED           VALUE "Y".
001050*
001060*OPERATOR REPLIES.  REPEATED BLANK REPLIES (A CLOSED CONSOLE)
001070*END THE SESSION RATHER THAN PROMPTING FOREVER.
001080 01  UMT-OPERATOR-ID         PIC X(08) VALUE SPACES.
001090 01  UMT-REPLY               PIC X(40) VALUE SPACES.
001100 01  UMT-COMMAND             PIC X(01) VALUE SPACES.
001110 01  UMT-BLANK-REPLIES       PIC 9(02) VALUE 0.
001120 01  UMT-BLANK-LIMIT         PIC 9(02) VALUE 5.
001130 01  UMT-START-NAME          PIC X(30) VALUE SPACES.
001140 01  UMT-NEW-NAME            PIC X(30) VALUE SPACES.
001150 01  UMT-NEW-SALUTATION      PIC X(20) VALUE SPACES.
001160 01  UMT-CHANGES-SAVED       PIC 9(05) VALUE 0.
001162 01  UMT-WRITE-FAIL-SWITCH   PIC X(01) VALUE "N".
001164     88  UMT-WRITE-FAILED        VALUE "Y".
001170*
001180*THE PROFILE ON DISPLAY, AS THE OPERATOR SAW IT
001190 01  UMT-CURRENT-PROFILE.
001200     05  UMT-CUR-USERNAME       PIC X(30).
001210     05  UMT-CUR-FIRST-SEEN     PIC 9(08).
001220     05  UMT-CUR-LAST-SEEN      PIC 9(08).
001230     05  UMT-CUR-VISITS         PIC 9(05).
001240     05  UMT-CUR-SALUTATION     PIC X(20).
001250*
001260*JOURNAL WORK AREAS, AS IN HELLO-WORLD
001270 01  UMT-JRN-WORK-ACTION     PIC X(03) VALUE SPACES.
001280 01  UMT-JRN-WORK-BEFORE     PIC X(71) VALUE SPACES.
001290 01  UMT-JRN-WORK-AFTER      PIC X(71) VALUE SPACES.
001300 01  UMT-CURRENT-DATE        PIC 9(08) VALUE 0.
001310 01  UMT-CURRENT-TIME.
001320     05  UMT-CURRENT-HHMMSS     PIC 9(06).
001330     05  FILLER                 PIC 9(02).
001340*
001350*PROFILE DISPLAY WORK AREAS
001360 01  UMT-DATE-EDIT.
001370     05  UMT-DTE-CCYY           PIC X(04).
001380     05  FILLER                 PIC X(01) VALUE "-".
001390     05  UMT-DTE-MM             PIC X(02).
001400     05  FILLER                 PIC X(01) VALUE "-".
001410     05  UMT-DTE-DD             PIC X(02).
001420 01  UMT-DATE-WORK           PIC X(08) VALUE SPACES.
001430 01  UMT-VISIT-EDIT          PIC Z(04)9.
001440*
001450*COMMON MESSAGE HANDLER REQUEST AREA
001460 COPY MSGREQ.
001470*
001480 PROCEDURE DIVISION.
001490*
001500*=============================================================
001510*0000-MAINLINE - SIGN ON, OPEN THE MASTER, SHOW THE FIRST
001520*PROFILE AND TAKE COMMANDS UNTIL THE OPERATOR QUITS
001530*=============================================================
001540 0000-MAINLINE.
001550     PERFORM 1000-SIGN-ON THRU 1000-EXIT
001560     IF UMT-QUIT
001570         MOVE 16 TO RETURN-CODE
001580         GOBACK
001590     END-IF
001600     PERFORM 1500-CHECK-GREETIN-RUN THRU 1500-EXIT
001610     PERFORM 2000-OPEN-MASTER THRU 2000-EXIT
001620     IF UMT-QUIT
001630         GOBACK
001640     END-IF
001650     PERFORM 3000-FIND-START THRU 3000-EXIT
001660     PERFORM 4000-TAKE-COMMAND THRU 4000-EXIT
001670         UNTIL UMT-QUIT
001680     CLOSE UMT-MASTER
001690     DISPLAY "USRMST-MAINT: " UMT-CHANGES-SAVED
001700         " CHANGES SAVED BY " UMT-OPERATOR-ID
001702     IF UMT-WRITE-FAILED
001704         MOVE 16 TO RETURN-CODE
001706     END-IF
001710     GOBACK.
001720*
001730*=============================================================
001740*1000-SIGN-ON - RE-PROMPT UNTIL AN OPERATOR ID IS GIVEN
001750*=============================================================
001760 1000-SIGN-ON.
001770     DISPLAY "USRMST-MAINT: USER MASTER INQUIRY AND MAINTENANCE"
001780     PERFORM 1100-ACCEPT-OPERATOR THRU 1100-EXIT
001790         UNTIL UMT-OPERATOR-ID NOT = SPACES
001800         OR UMT-QUIT.
001810 1000-EXIT.
001820     EXIT.
001830*
001840 1100-ACCEPT-OPERATOR.
001850     DISPLAY "OPERATOR ID?"
001860     MOVE SPACES TO UMT-REPLY
001870     ACCEPT UMT-REPLY
001880     PERFORM 4900-COUNT-BLANK-REPLY THRU 4900-EXIT
001890     IF UMT-REPLY = SPACES
001900         DISPLAY "PLEASE ENTER YOUR OPERATOR ID."
001910     ELSE
001920         MOVE UMT-REPLY TO UMT-OPERATOR-ID
001930     END-IF.
001940 1100-EXIT.
001950     EXIT.
001960*
001970*=============================================================
001980*1500-CHECK-GREETIN-RUN - AN UNFINISHED HELLO-WORLD GREETIN
001990*RUN MUST BE RESTARTED BEFORE USRJRNL TAKES ANY OTHER RECORD,
002000*SO THE SESSION IS INQUIRY ONLY UNTIL IT IS
002010*=============================================================
002020 1500-CHECK-GREETIN-RUN.
002030     OPEN INPUT UMT-COMMIT
002040     IF UMT-CKP-STATUS NOT = "00"
002050         GO TO 1500-EXIT
002060     END-IF
002070     READ UMT-COMMIT
002080         AT END
002090             MOVE SPACES TO UMT-COMMIT-RECORD
002100     END-READ
002110     IF UMT-CKP-IN-PROGRESS
002120         MOVE 2009 TO MSG-NUMBER
002130         MOVE "USRMST-MAINT" TO MSG-PROGRAM-ID
002140         MOVE "GREETCKP" TO MSG-FILE-NAME
002150         MOVE SPACES TO MSG-FILE-STATUS
002160         CALL "MSG-HANDLER" USING MSG-REQUEST
002170         DISPLAY "GREETIN RUN OF " UMT-CKP-DATE
002180             " IS UNFINISHED - INQUIRY ONLY, NO CHANGES"
002190         SET UMT-INQUIRY-ONLY TO TRUE
002200     END-IF
002210     CLOSE UMT-COMMIT.
002220 1500-EXIT.
002230     EXIT.
002240*
002250*=============================================================
002260*2000-OPEN-MASTER - FOR UPDATE, OR FOR INPUT WHEN THE SESSION
002270*IS INQUIRY ONLY.  THE MASTER IS NEVER CREATED HERE.
002280*=============================================================
002290 2000-OPEN-MASTER.
002300     IF UMT-INQUIRY-ONLY
002310         OPEN INPUT UMT-MASTER
002320     ELSE
002330         OPEN I-O UMT-MASTER
002340     END-IF
002350     IF UMT-MST-STATUS NOT = "00"
002360         MOVE 2003 TO MSG-NUMBER
002370         MOVE "USRMST-MAINT" TO MSG-PROGRAM-ID
002380         MOVE "USRMST" TO MSG-FILE-NAME
002390         MOVE UMT-MST-STATUS TO MSG-FILE-STATUS
002400         CALL "MSG-HANDLER" USING MSG-REQUEST
002410         SET UMT-QUIT TO TRUE
002420         MOVE 16 TO RETURN-CODE
002430     END-IF.
002440 2000-EXIT.
002450     EXIT.
002460*
002470*=============================================================
002480*3000-FIND-START - SHOW THE FIRST PROFILE AT OR AFTER THE
002490*USERNAME GIVEN (BLANK MEANS THE START OF THE MASTER)
002500*=============================================================
002510 3000-FIND-START.
002520     DISPLAY "START AT USERNAME (BLANK = FIRST)?"
002530     MOVE SPACES TO UMT-REPLY
002540     ACCEPT UMT-REPLY
002550     MOVE UMT-REPLY TO UMT-START-NAME
002560     MOVE UMT-START-NAME TO UMT-MST-USERNAME
002570     START UMT-MASTER KEY IS NOT LESS THAN UMT-MST-USERNAME
002580         INVALID KEY
002590             DISPLAY "NO USERNAME AT OR AFTER " UMT-START-NAME
002600             GO TO 3000-EXIT
002610     END-START
002620     READ UMT-MASTER NEXT
002630         AT END
002640             DISPLAY "NO USERNAME AT OR AFTER " UMT-START-NAME
002650             GO TO 3000-EXIT
002660     END-READ
002670     PERFORM 4800-SHOW-PROFILE THRU 4800-EXIT.
002680 3000-EXIT.
002690     EXIT.
002700*
002710*=============================================================
002720*4000-TAKE-COMMAND - ONE COMMAND AGAINST THE PROFILE SHOWN
002730*=============================================================
002740 4000-TAKE-COMMAND.
002750     DISPLAY "N=NEXT P=PREVIOUS F=FIND S=SALUTATION "
002760         "C=CORRECT NAME Q=QUIT"
002770     MOVE SPACES TO UMT-REPLY
002780     ACCEPT UMT-REPLY
002790     PERFORM 4900-COUNT-BLANK-REPLY THRU 4900-EXIT
002800     MOVE UMT-REPLY(1:1) TO UMT-COMMAND
002810     INSPECT UMT-COMMAND CONVERTING "npfscq" TO "NPFSCQ"
002820     IF UMT-COMMAND = "N" OR "P" OR "S" OR "C"
002830         IF NOT UMT-HAVE-CURRENT
002840             DISPLAY "NO PROFILE ON DISPLAY - USE F TO FIND ONE"
002850             GO TO 4000-EXIT
002860         END-IF
002870     END-IF
002880     IF UMT-COMMAND = "S" OR "C"
002890         IF UMT-INQUIRY-ONLY
002900             DISPLAY "INQUIRY ONLY - CHANGES ARE NOT ALLOWED "
002910                 "UNTIL THE GREETIN RUN IS RESTARTED"
002920             GO TO 4000-EXIT
002930         END-IF
002940     END-IF
002950     EVALUATE UMT-COMMAND
002960         WHEN "N"
002970             PERFORM 4100-NEXT-PROFILE THRU 4100-EXIT
002980         WHEN "P"
002990             PERFORM 4200-PREVIOUS-PROFILE THRU 4200-EXIT
003000         WHEN "F"
003010             PERFORM 3000-FIND-START THRU 3000-EXIT
003020         WHEN "S"
003030             PERFORM 5000-CHANGE-SALUTATION THRU 5000-EXIT
003040         WHEN "C"
003050             PERFORM 6000-CORRECT-USERNAME THRU 6000-EXIT
003060         WHEN "Q"
003070             SET UMT-QUIT TO TRUE
003080         WHEN SPACE
003090             CONTINUE
003100         WHEN OTHER
003110             DISPLAY "UNKNOWN COMMAND " UMT-COMMAND
003120     END-EVALUATE.
003130 4000-EXIT.
003140     EXIT.
003150*
003160*NEXT - THE FIRST KEY AFTER THE PROFILE ON DISPLAY
003170 4100-NEXT-PROFILE.
003180     MOVE UMT-CUR-USERNAME TO UMT-MST-USERNAME
003190     START UMT-MASTER KEY IS GREATER THAN UMT-MST-USERNAME
003200         INVALID KEY
003210             DISPLAY "END OF USER MASTER"
003220             GO TO 4100-EXIT
003230     END-START
003240     READ UMT-MASTER NEXT
003250         AT END
003260             DISPLAY "END OF USER MASTER"
003270             GO TO 4100-EXIT
003280     END-READ
003290     PERFORM 4800-SHOW-PROFILE THRU 4800-EXIT.
003300 4100-EXIT.
003310     EXIT.
003320*
003330*PREVIOUS - POSITION ON THE PROFILE ON DISPLAY (OR THE ONE
003340*THAT NOW FOLLOWS IT, IF IT HAS GONE) AND READ BACK ONE
003350 4200-PREVIOUS-PROFILE.
003360     MOVE UMT-CUR-USERNAME TO UMT-MST-USERNAME
003370     START UMT-MASTER KEY IS NOT LESS THAN UMT-MST-USERNAME
003380         INVALID KEY
003390             DISPLAY UMT-CUR-USERNAME " IS NO LONGER ON THE "
003400                 "MASTER - USE F TO FIND A PROFILE"
003410             GO TO 4200-EXIT
003420     END-START
003430     READ UMT-MASTER NEXT
003440         AT END
003450             DISPLAY "START OF USER MASTER"
003460             GO TO 4200-EXIT
003470     END-READ
003480     READ UMT-MASTER PREVIOUS
003490         AT END
003500             DISPLAY "START OF USER MASTER"
003510             GO TO 4200-EXIT
003520     END-READ
003530     PERFORM 4800-SHOW-PROFILE THRU 4800-EXIT.
003540 4200-EXIT.
003550     EXIT.
003560*
003570*SHOW THE RECORD JUST READ AND MAKE IT THE CURRENT PROFILE
003580 4800-SHOW-PROFILE.
003590     MOVE UMT-MASTER-RECORD TO UMT-CURRENT-PROFILE
003600     SET UMT-HAVE-CURRENT TO TRUE
003610     DISPLAY "----------------------------------------"
003620     DISPLAY "USERNAME   : " UMT-CUR-USERNAME
003630     MOVE UMT-CUR-FIRST-SEEN TO UMT-DATE-WORK
003640     PERFORM 4850-EDIT-DATE THRU 4850-EXIT
003650     DISPLAY "FIRST SEEN : " UMT-DATE-EDIT
003660     MOVE UMT-CUR-LAST-SEEN TO UMT-DATE-WORK
003670     PERFORM 4850-EDIT-DATE THRU 4850-EXIT
003680     DISPLAY "LAST SEEN  : " UMT-DATE-EDIT
003690     MOVE UMT-CUR-VISITS TO UMT-VISIT-EDIT
003700     DISPLAY "VISITS     : " UMT-VISIT-EDIT
003710     DISPLAY "SALUTATION : " UMT-CUR-SALUTATION
003720     DISPLAY "----------------------------------------".
003730 4800-EXIT.
003740     EXIT.
003750*
003760 4850-EDIT-DATE.
003770     MOVE UMT-DATE-WORK(1:4) TO UMT-DTE-CCYY
003780     MOVE UMT-DATE-WORK(5:2) TO UMT-DTE-MM
003790     MOVE UMT-DATE-WORK(7:2) TO UMT-DTE-DD.
003800 4850-EXIT.
003810     EXIT.
003820*
003830 4900-COUNT-BLANK-REPLY.
003840     IF UMT-REPLY = SPACES
003850         ADD 1 TO UMT-BLANK-REPLIES
003860         IF UMT-BLANK-REPLIES NOT < UMT-BLANK-LIMIT
003870             DISPLAY "USRMST-MAINT: NO REPLY, SESSION ENDED"
003880             SET UMT-QUIT TO TRUE
003890         END-IF
003900     ELSE
003910         MOVE 0 TO UMT-BLANK-REPLIES
003920     END-IF.
003930 4900-EXIT.
003940     EXIT.
003950*
003960*=============================================================
003970*5000-CHANGE-SALUTATION - SAL ON THE PROFILE SHOWN.  A BLANK
003980*REPLY CANCELS; "*" REMOVES THE SALUTATION.
003990*=============================================================
004000 5000-CHANGE-SALUTATION.
004010     DISPLAY "NEW SALUTATION (BLANK = CANCEL, * = REMOVE)?"
004020     MOVE SPACES TO UMT-REPLY
004030     ACCEPT UMT-REPLY
004040     IF UMT-REPLY = SPACES
004050         DISPLAY "NO CHANGE MADE"
004060         GO TO 5000-EXIT
004070     END-IF
004080     IF UMT-REPLY(21:20) NOT = SPACES
004090         DISPLAY "A SALUTATION IS AT MOST 20 CHARACTERS - "
004100             "NO CHANGE MADE"
004110         GO TO 5000-EXIT
004120     END-IF
004130     IF UMT-REPLY = "*"
004140         MOVE SPACES TO UMT-NEW-SALUTATION
004150     ELSE
004160         MOVE UMT-REPLY(1:20) TO UMT-NEW-SALUTATION
004170     END-IF
004180     IF UMT-NEW-SALUTATION = UMT-CUR-SALUTATION
004190         DISPLAY "SALUTATION UNCHANGED - NO CHANGE MADE"
004200         GO TO 5000-EXIT
004210     END-IF
004220     PERFORM 7000-REFRESH-CURRENT THRU 7000-EXIT
004230     IF UMT-CURRENT-STALE
004240         GO TO 5000-EXIT
004250     END-IF
004260     DISPLAY "SALUTATION OF " UMT-CUR-USERNAME
004270     DISPLAY "  FROM : " UMT-CUR-SALUTATION
004280     DISPLAY "  TO   : " UMT-NEW-SALUTATION
004290     PERFORM 7100-CONFIRM THRU 7100-EXIT
004300     IF NOT UMT-CONFIRMED
004310         GO TO 5000-EXIT
004320     END-IF
004330     MOVE UMT-NEW-SALUTATION TO UMT-MST-SALUTATION
004340     REWRITE UMT-MASTER-RECORD
004350         INVALID KEY
004360             PERFORM 7800-REPORT-WRITE-ERROR THRU 7800-EXIT
004370             GO TO 5000-EXIT
004380     END-REWRITE
004390     MOVE "SAL" TO UMT-JRN-WORK-ACTION
004400     MOVE UMT-CURRENT-PROFILE TO UMT-JRN-WORK-BEFORE
004410     MOVE UMT-MASTER-RECORD TO UMT-JRN-WORK-AFTER
004420     PERFORM 7900-WRITE-JOURNAL THRU 7900-EXIT
004430     ADD 1 TO UMT-CHANGES-SAVED
004440     DISPLAY "SALUTATION SAVED"
004450     PERFORM 4800-SHOW-PROFILE THRU 4800-EXIT.
004460 5000-EXIT.
004470     EXIT.
004480*
004490*=============================================================
004500*6000-CORRECT-USERNAME - COR ON THE PROFILE SHOWN, REFUSED
004510*WHEN THE NEW NAME IS ALREADY ON THE MASTER (THAT IS A MERGE).
004520*JOURNALLED AS HELLO-WORLD JOURNALS A COR: THE NEW KEY'S
004530*WRITE AND THE OLD KEY'S DELETE, EACH WITH ACTION COR.
004540*=============================================================
004550 6000-CORRECT-USERNAME.
004560     DISPLAY "CORRECTED USERNAME (BLANK = CANCEL)?"
004570     MOVE SPACES TO UMT-REPLY
004580     ACCEPT UMT-REPLY
004590     IF UMT-REPLY = SPACES
004600         DISPLAY "NO CHANGE MADE"
004610         GO TO 6000-EXIT
004620     END-IF
004630     IF UMT-REPLY(31:10) NOT = SPACES
004640         DISPLAY "A USERNAME IS AT MOST 30 CHARACTERS - "
004650             "NO CHANGE MADE"
004660         GO TO 6000-EXIT
004670     END-IF
004680     MOVE UMT-REPLY TO UMT-NEW-NAME
004690     IF UMT-NEW-NAME = UMT-CUR-USERNAME
004700         DISPLAY "USERNAME UNCHANGED - NO CHANGE MADE"
004710         GO TO 6000-EXIT
004720     END-IF
004730     MOVE UMT-NEW-NAME TO UMT-MST-USERNAME
004740     READ UMT-MASTER
004750         INVALID KEY
004760             CONTINUE
004770         NOT INVALID KEY
004780             DISPLAY UMT-NEW-NAME " IS ALREADY ON THE MASTER"
004790             DISPLAY "MERGE THE TWO WITH A USRMNT MRG RECORD - "
004800                 "NO CHANGE MADE"
004810             GO TO 6000-EXIT
004820     END-READ
004830     PERFORM 7000-REFRESH-CURRENT THRU 7000-EXIT
004840     IF UMT-CURRENT-STALE
004850         GO TO 6000-EXIT
004860     END-IF
004870     DISPLAY "CORRECT USERNAME"
004880     DISPLAY "  FROM : " UMT-CUR-USERNAME
004890     DISPLAY "  TO   : " UMT-NEW-NAME
004900     PERFORM 7100-CONFIRM THRU 7100-EXIT
004910     IF NOT UMT-CONFIRMED
004920         GO TO 6000-EXIT
004930     END-IF
004940     MOVE UMT-CURRENT-PROFILE TO UMT-MASTER-RECORD
004950     MOVE UMT-NEW-NAME TO UMT-MST-USERNAME
004960     WRITE UMT-MASTER-RECORD
004970         INVALID KEY
004980             PERFORM 7800-REPORT-WRITE-ERROR THRU 7800-EXIT
004990             GO TO 6000-EXIT
005000     END-WRITE
005010     MOVE "COR" TO UMT-JRN-WORK-ACTION
005020     MOVE SPACES TO UMT-JRN-WORK-BEFORE
005030     MOVE UMT-MASTER-RECORD TO UMT-JRN-WORK-AFTER
005040     PERFORM 7900-WRITE-JOURNAL THRU 7900-EXIT
005050     MOVE UMT-CUR-USERNAME TO UMT-MST-USERNAME
005060     DELETE UMT-MASTER
005070         INVALID KEY
005080             PERFORM 7800-REPORT-WRITE-ERROR THRU 7800-EXIT
005090             DISPLAY "BOTH " UMT-CUR-USERNAME " AND "
005100                 UMT-NEW-NAME " ARE NOW ON THE MASTER"
005110             GO TO 6000-EXIT
005120     END-DELETE
005130     MOVE UMT-CURRENT-PROFILE TO UMT-JRN-WORK-BEFORE
005140     MOVE SPACES TO UMT-JRN-WORK-AFTER
005150     PERFORM 7900-WRITE-JOURNAL THRU 7900-EXIT
005160     ADD 1 TO UMT-CHANGES-SAVED
005170     DISPLAY "USERNAME CORRECTED"
005180     MOVE UMT-CURRENT-PROFILE TO UMT-MASTER-RECORD
005190     MOVE UMT-NEW-NAME TO UMT-MST-USERNAME
005200     PERFORM 4800-SHOW-PROFILE THRU 4800-EXIT.
005210 6000-EXIT.
005220     EXIT.
005230*
005240*=============================================================
005250*7000-REFRESH-CURRENT - READ THE PROFILE ON DISPLAY AGAIN
005260*JUST BEFORE A CHANGE.  GONE OR DIFFERENT FROM WHAT THE
005270*OPERATOR SAW MEANS THE CHANGE IS DROPPED.
005280*=============================================================
005290 7000-REFRESH-CURRENT.
005300     MOVE "N" TO UMT-STALE-SWITCH
005310     MOVE UMT-CUR-USERNAME TO UMT-MST-USERNAME
005320     READ UMT-MASTER
005330         INVALID KEY
005340             SET UMT-CURRENT-STALE TO TRUE
005350             MOVE "N" TO UMT-CURRENT-SWITCH
005360             DISPLAY UMT-CUR-USERNAME " IS NO LONGER ON THE "
005370                 "MASTER - NO CHANGE MADE"
005380             GO TO 7000-EXIT
005390     END-READ
005400     IF UMT-MASTER-RECORD NOT = UMT-CURRENT-PROFILE
005410         SET UMT-CURRENT-STALE TO TRUE
005420         DISPLAY "PROFILE CHANGED SINCE IT WAS SHOWN - "
005430             "NO CHANGE MADE, CHECK IT AND TRY AGAIN"
005440         PERFORM 4800-SHOW-PROFILE THRU 4800-EXIT
005450     END-IF.
005460 7000-EXIT.
005470     EXIT.
005480*
005490 7100-CONFIRM.
005500     MOVE "N" TO UMT-CONFIRM-SWITCH
005510     DISPLAY "SAVE THIS CHANGE (Y/N)?"
005520     MOVE SPACES TO UMT-REPLY
005530     ACCEPT UMT-REPLY
005540     IF UMT-REPLY = "Y" OR "y"
005550         SET UMT-CONFIRMED TO TRUE
005560     ELSE
005570         DISPLAY "NO CHANGE MADE"
005580     END-IF.
005590 7100-EXIT.
005600     EXIT.
005610*
005620 7800-REPORT-WRITE-ERROR.
005630     MOVE 2002 TO MSG-NUMBER
005640     MOVE "USRMST-MAINT" TO MSG-PROGRAM-ID
005650     MOVE "USRMST" TO MSG-FILE-NAME
005660     MOVE UMT-MST-STATUS TO MSG-FILE-STATUS
005670     CALL "MSG-HANDLER" USING MSG-REQUEST
005680     SET UMT-WRITE-FAILED TO TRUE.
005690 7800-EXIT.
005700     EXIT.
005710*
005720*=============================================================
005730*7900-WRITE-JOURNAL - APPEND ONE STAMPED BEFORE/AFTER IMAGE
005740*PAIR, WITH THE OPERATOR ID, TO USRJRNL.  A JOURNAL THAT
005750*CANNOT BE WRITTEN RAISES MSG 2004, AS IN HELLO-WORLD.
005760*=============================================================
005770 7900-WRITE-JOURNAL.
005780     OPEN EXTEND UMT-JOURNAL
005790     IF UMT-JRN-STATUS NOT = "00"
005800         OPEN OUTPUT UMT-JOURNAL
005810     END-IF
005820     IF UMT-JRN-STATUS NOT = "00"
005830         MOVE 2004 TO MSG-NUMBER
005840         MOVE "USRMST-MAINT" TO MSG-PROGRAM-ID
005850         MOVE "USRJRNL" TO MSG-FILE-NAME
005860         MOVE UMT-JRN-STATUS TO MSG-FILE-STATUS
005870         CALL "MSG-HANDLER" USING MSG-REQUEST
005880     ELSE
005890         MOVE SPACES TO UMT-JOURNAL-RECORD
005900         ACCEPT UMT-CURRENT-DATE FROM DATE YYYYMMDD
005910         ACCEPT UMT-CURRENT-TIME FROM TIME
005920         MOVE UMT-CURRENT-DATE TO UMT-JRN-DATE
005930         MOVE UMT-CURRENT-HHMMSS TO UMT-JRN-TIME
005940         MOVE UMT-JRN-WORK-ACTION TO UMT-JRN-ACTION
005950         MOVE UMT-JRN-WORK-BEFORE TO UMT-JRN-BEFORE-IMAGE
005960         MOVE UMT-JRN-WORK-AFTER TO UMT-JRN-AFTER-IMAGE
005970         MOVE UMT-OPERATOR-ID TO UMT-JRN-OPERATOR
005980         WRITE UMT-JOURNAL-RECORD
005990         CLOSE UMT-JOURNAL
006000     END-IF.
006010 7900-EXIT.
006020     EXIT.
