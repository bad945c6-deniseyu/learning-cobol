000590*  2026-09-02 DEV  RPS-SUSPENSE STEP ADDED BETWEEN THE EDIT
000600*                  AND THE TOURNAMENT, RECYCLING REPAIRED
000610*                  RPSREJECT ITEMS INTO RPSACCEPT.
000611*  2026-10-15 DEV  GOLRUNID IS READ BEFORE AND AFTER EVERY
000612*                  STEP.  WHEN A STEP TOOK GAME-OF-LIFE RUN
000613*                  IDS (THE GAME-OF-LIFE STEP, OR A SWEEP), ITS
000614*                  ENDED LINE CARRIES " RUN IDS FIRST TO LAST"
000615*                  FROM COLUMN 66 FOR GOL-RECONCILE.  DRVLOG
000616*                  LINES WIDENED TO 120 BYTES.
000617*  2026-10-15 DEV  THE SUITE IS NOW TABLE DRIVEN FROM THE
000618*                  DRVJOBS JOB STREAM (COPYBOOK DRVJOB): STEP
000619*                  NAME, PROGRAM, RUN ORDER, AN OPTIONAL STEP
000620*                  IT MUST FOLLOW, AND WHETHER THE CALENDAR
000621*                  CUTOFF APPLIES OR DRVLOG IS CLOSED AROUND
000622*                  THE CALL.  A STEP WHOSE PREDECESSOR DID NOT
000623*                  COMPLETE IS SKIPPED "NEEDS <STEP>".  NO
000624*                  DRVJOBS, OR ONE WITH NO STEPS, IS FATAL
000625*                  (MSG 4005/4007); A PROGRAM THAT CANNOT BE
000626*                  CALLED ENDS ITS STEP RC 16 (MSG 4006).
000627*                  DRVCTL AND RESTART TABLES RAISED TO 50.
000628*  2026-10-15 DEV  EVERY RUN OF THE DRIVER NOW APPENDS ONE
000629*                  SUITE OUTCOME RECORD TO DRVHIST: START AND
000630*                  END, WORST RETURN CODE AND STEP, RESTART
000631*                  ATTEMPT NUMBER FOR THE NIGHT, CALENDAR OR
000632*                  WINDOW SKIP, AND WHETHER IT ENDED INSIDE THE
000633*                  DRVCAL CUTOFF (MSG 4008 IF IT CANNOT BE
000634*                  WRITTEN).  SEE DRV-SLA-REPORT.
000635*
000636*THE STEPS THEMSELVES ARE NOT CODED HERE - DRVJOBS LISTS THEM,
000637*ONE RECORD PER STEP (SEE DRVJOB.CPY).  ADDING, REORDERING OR
000638*RETIRING A STEP IS A DRVJOBS CHANGE, NOT A PROGRAM CHANGE.
000639*HELLO-WORLD RUNS UNATTENDED WHEN GREETIN IS PRESENT AND
000640*RANDOM-NUMBER RUNS UNATTENDED WHEN RPSMOVES IS PRESENT (SEE
000650*THEIR OWN MODIFICATION HISTORIES).  WITHOUT THOSE FILES
000660*BOTH STILL PROMPT ON THE CONSOLE.
000830     SELECT DRV-STATS ASSIGN TO "DRVSTATS"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS DRV-STS-STATUS.
000851     SELECT DRV-RUN-ID-FILE ASSIGN TO "GOLRUNID"
000852         ORGANIZATION IS LINE SEQUENTIAL
000853         FILE STATUS IS DRV-RUNID-STATUS.
000854     SELECT DRV-SUITE-HIST ASSIGN TO "DRVHIST"
000855         ORGANIZATION IS LINE SEQUENTIAL
000856         FILE STATUS IS DRV-HST-STATUS.
000857     SELECT DRV-JOB-STREAM ASSIGN TO "DRVJOBS"
000858         ORGANIZATION IS LINE SEQUENTIAL
000859         FILE STATUS IS DRV-JOB-STATUS.
000860*
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  DRV-LOG
000900     RECORDING MODE IS F.
000910 01  DRV-LOG-RECORD           PIC X(120).
000920*
000930 FD  DRV-CONTROL
000940     RECORDING MODE IS F.
001250     05  DRV-STS-ELAPSED          PIC 9(06).
001260     05  DRV-STS-RETURN-CODE     PIC 9(04).
001270*
001271 FD  DRV-RUN-ID-FILE
001272     RECORDING MODE IS F.
001273 01  DRV-RUNID-RECORD.
001274     05  DRV-RUNID-LAST-ID        PIC X(12).
001275*
001276 FD  DRV-JOB-STREAM
001277     RECORDING MODE IS F.
001278 COPY DRVJOB.
001279*
001280*ONE RECORD PER DRIVER RUN.  A RESTART CARRIES THE NIGHT DATE
001281*OF THE ATTEMPT IT RESTARTS AND THE NEXT ATTEMPT NUMBER.
001282 FD  DRV-SUITE-HIST
001283     RECORDING MODE IS F.
001284 01  DRV-SUITE-HIST-RECORD.
001285     05  DRV-HST-NIGHT-DATE       PIC 9(08).
001286     05  DRV-HST-ATTEMPT          PIC 9(02).
001287     05  DRV-HST-START-DATE       PIC 9(08).
001288     05  DRV-HST-START-TIME       PIC 9(06).
001289     05  DRV-HST-END-DATE         PIC 9(08).
001290     05  DRV-HST-END-TIME         PIC 9(06).
001291     05  DRV-HST-WORST-RC         PIC 9(04).
001292     05  DRV-HST-WORST-STEP       PIC X(20).
001293     05  DRV-HST-RESTART          PIC X(01).
001294     05  DRV-HST-SKIP-TYPE        PIC X(01).
001295     05  DRV-HST-ABORTED          PIC X(01).
001296     05  DRV-HST-CUTOFF           PIC 9(06).
001297     05  DRV-HST-ON-TIME          PIC X(01).
001298     05  DRV-HST-STEPS-RUN        PIC 9(02).
001299     05  DRV-HST-STEPS-SKIPPED    PIC 9(02).
001300*
001301 WORKING-STORAGE SECTION.
001302 01  DRV-LOG-STATUS           PIC X(02) VALUE SPACES.
001303 01  DRV-CTL-STATUS           PIC X(02) VALUE SPACES.
001310 01  DRV-CTL-EOF-SWITCH       PIC X(01) VALUE "N".
001320     88  DRV-CTL-EOF              VALUE "Y".
001330*
001350*LISTED THERE RUN UNCONDITIONALLY, AS THE SUITE ALWAYS DID
001360 01  DRV-STEP-TABLE.
001370     05  DRV-STEP-COUNT           PIC 9(02) VALUE 0.
001380     05  DRV-STEP-ENTRY OCCURS 50 TIMES.
001390         10  DRV-TAB-STEP-NAME        PIC X(20).
001400         10  DRV-TAB-EXEC-FLAG        PIC X(01).
001410         10  DRV-TAB-COND-CODE        PIC 9(04).
001430 01  DRV-STEP-INDEX           PIC 9(02) VALUE 0.
001440 01  DRV-FOUND-INDEX          PIC 9(02) VALUE 0.
001450*
001451*JOB STREAM LOADED FROM DRVJOBS, KEPT IN RUN-SEQUENCE ORDER
001452 01  DRV-JOB-STATUS           PIC X(02) VALUE SPACES.
001453 01  DRV-JOB-EOF-SWITCH       PIC X(01) VALUE "N".
001454     88  DRV-JOB-EOF              VALUE "Y".
001455 01  DRV-JOB-TABLE.
001456     05  DRV-JOB-COUNT            PIC 9(02) VALUE 0.
001457     05  DRV-JOB-ENTRY OCCURS 50 TIMES.
001458         10  DRV-JOB-SEQUENCE         PIC 9(04).
001459         10  DRV-JOB-STEP-NAME        PIC X(20).
001460         10  DRV-JOB-PROGRAM          PIC X(30).
001461         10  DRV-JOB-AFTER-STEP       PIC X(20).
001462         10  DRV-JOB-CUTOFF-FLAG      PIC X(01).
001463         10  DRV-JOB-LOG-FLAG         PIC X(01).
001464         10  DRV-JOB-DONE-FLAG        PIC X(01).
001465 01  DRV-JOB-INDEX            PIC 9(02) VALUE 0.
001466 01  DRV-JOB-SLOT             PIC 9(02) VALUE 0.
001467 01  DRV-JOB-SHIFT            PIC S9(03) VALUE 0.
001468 01  DRV-JOB-DEP-INDEX        PIC 9(02) VALUE 0.
001469 01  DRV-DEPENDENCY-SWITCH    PIC X(01) VALUE "N".
001470     88  DRV-DEPENDENCY-MET       VALUE "Y".
001471*
001472*DISPOSITION OF THE STEP ABOUT TO RUN, AND SUITE TOTALS
001473 01  DRV-DISPOSITION          PIC X(01) VALUE "R".
001480     88  DRV-DISP-RUN             VALUE "R".
001490     88  DRV-DISP-SKIP            VALUE "S".
001500     88  DRV-DISP-ABORT           VALUE "A".
001510 01  DRV-SKIP-REASON          PIC X(28) VALUE SPACES.
001520 01  DRV-ABORT-SWITCH         PIC X(01) VALUE "N".
001530     88  DRV-SUITE-ABORTED        VALUE "Y".
001540 01  DRV-WORST-RC             PIC 9(04) VALUE 0.
001660     88  DRV-RESTART-YES          VALUE "Y".
001670 01  DRV-DONE-TABLE.
001680     05  DRV-DONE-COUNT           PIC 9(02) VALUE 0.
001690     05  DRV-DONE-STEP-NAME       PIC X(20) OCCURS 50 TIMES.
001700 01  DRV-DONE-INDEX           PIC 9(02) VALUE 0.
001710*
001720*COMMON MESSAGE HANDLER REQUEST AREA
002030*NAME AND RETURN CODE OF THE STEP CURRENTLY RUNNING
002040 01  DRV-STEP-NAME            PIC X(20).
002050 01  DRV-STEP-RETURN-CODE     PIC 9(04).
002055 01  DRV-STEP-PROGRAM         PIC X(30) VALUE SPACES.
002060*
002070*PER-STEP RUNTIME HISTORY ON DRVSTATS, AND THE RECENT
002080*AVERAGE USED TO CATCH A STEP RUNNING MATERIALLY LONG
002220 01  DRV-HIST-TOTAL-ELAPSED   PIC 9(09) VALUE 0.
002230 01  DRV-HIST-AVERAGE         PIC 9(06) VALUE 0.
002240*
002241*GAME-OF-LIFE RUN IDS ISSUED WHILE THE CURRENT STEP RAN -
002242*THE LAST ID ON GOLRUNID BEFORE AND AFTER THE STEP
002243 01  DRV-RUNID-STATUS         PIC X(02) VALUE SPACES.
002244 01  DRV-RUN-ID-WORK          PIC X(12) VALUE SPACES.
002245 01  DRV-RUN-ID-BEFORE.
002246     05  DRV-RUN-BEFORE-DATE      PIC 9(08) VALUE 0.
002247     05  DRV-RUN-BEFORE-SEQ       PIC 9(04) VALUE 0.
002248 01  DRV-RUN-ID-AFTER.
002249     05  DRV-RUN-AFTER-DATE       PIC 9(08) VALUE 0.
002250     05  DRV-RUN-AFTER-SEQ        PIC 9(04) VALUE 0.
002251 01  DRV-RUN-ID-FIRST.
002252     05  DRV-RUN-FIRST-DATE       PIC 9(08) VALUE 0.
002253     05  DRV-RUN-FIRST-SEQ        PIC 9(04) VALUE 0.
002254 01  DRV-RUN-RANGE-TEXT.
002255     05  FILLER                   PIC X(09) VALUE " RUN IDS ".
002256     05  DRV-RANGE-FIRST          PIC X(12).
002257     05  FILLER                   PIC X(04) VALUE " TO ".
002258     05  DRV-RANGE-LAST           PIC X(12).
002259*
002260*SUITE OUTCOME FOR DRVHIST - WHEN THIS RUN STARTED, WHICH NIGHT
002261*AND ATTEMPT IT IS, AND THE STEP THAT SET THE WORST CODE
002262 01  DRV-HST-STATUS           PIC X(02) VALUE SPACES.
002263 01  DRV-HST-EOF-SWITCH       PIC X(01) VALUE "N".
002264     88  DRV-HST-EOF              VALUE "Y".
002265 01  DRV-SUITE-START-DATE     PIC 9(08) VALUE 0.
002266 01  DRV-SUITE-START-TIME     PIC 9(06) VALUE 0.
002267 01  DRV-NIGHT-DATE           PIC 9(08) VALUE 0.
002268 01  DRV-ATTEMPT              PIC 9(02) VALUE 1.
002269 01  DRV-WORST-STEP           PIC X(20) VALUE SPACES.
002270 01  DRV-SUITE-SKIP-TYPE      PIC X(01) VALUE SPACE.
002271     88  DRV-SUITE-RAN            VALUE SPACE.
002272     88  DRV-SUITE-CALENDAR-SKIP  VALUE "C".
002273     88  DRV-SUITE-WINDOW-SKIP    VALUE "W".
002274*
002275 PROCEDURE DIVISION.
002276*
002277*=============================================================
002278*0000-MAINLINE - RUN EACH STEP OF THE DRVJOBS JOB STREAM IN
002290*SEQUENCE, LOGGING THE OUTCOME OF EACH ONE TO DRVLOG
002300*=============================================================
002310 0000-MAINLINE.
002312*THE SUITE START IS THE START OF THIS ATTEMPT FOR DRVHIST
002314     ACCEPT DRV-SUITE-START-DATE FROM DATE YYYYMMDD
002316     ACCEPT DRV-CURRENT-TIME FROM TIME
002318     MOVE DRV-CURRENT-TIME(1:6) TO DRV-SUITE-START-TIME
002320*THE RESTART FLAG DECIDES HOW DRVLOG OPENS, SO DRVCTL IS
002330*READ FIRST - A RESTART RERUN EXTENDS THE LOG TO KEEP THE
002340*FAILED ATTEMPT'S AUDIT TRAIL, A FRESH NIGHT STARTS IT NEW
002350     PERFORM 1000-LOAD-STEP-CONTROL THRU 1000-EXIT
002351     PERFORM 1700-FIND-NIGHT-ATTEMPT THRU 1700-EXIT
002352     PERFORM 1300-LOAD-JOB-STREAM THRU 1300-EXIT
002353     IF DRV-JOB-COUNT = 0
002354         MOVE 16 TO DRV-WORST-RC
002355         PERFORM 8750-RECORD-SUITE-HISTORY THRU 8750-EXIT
002356         MOVE 16 TO RETURN-CODE
002357         GOBACK
002358     END-IF
002360     IF DRV-RESTART-YES
002370         OPEN EXTEND DRV-LOG
002380         IF DRV-LOG-STATUS NOT = "00"
002470         MOVE "DRVLOG" TO MSG-FILE-NAME
002480         MOVE DRV-LOG-STATUS TO MSG-FILE-STATUS
002490         CALL "MSG-HANDLER" USING MSG-REQUEST
002493         MOVE 16 TO DRV-WORST-RC
002496         PERFORM 8750-RECORD-SUITE-HISTORY THRU 8750-EXIT
002500         MOVE 16 TO RETURN-CODE
002510         GOBACK
002520     END-IF
002540     IF DRV-NO-RUN-TONIGHT
002550         PERFORM 8500-LOG-CALENDAR-SKIP THRU 8500-EXIT
002560         CLOSE DRV-LOG
002561         IF DRV-NO-RUN-REASON = "WINDOW NOT OPEN"
002562             SET DRV-SUITE-WINDOW-SKIP TO TRUE
002563         ELSE
002564             SET DRV-SUITE-CALENDAR-SKIP TO TRUE
002565         END-IF
002566         PERFORM 8750-RECORD-SUITE-HISTORY THRU 8750-EXIT
002570         MOVE 2 TO RETURN-CODE
002580         GOBACK
002590     END-IF
002600     PERFORM 1500-PREPARE-RESTART-STATE THRU 1500-EXIT
002602     PERFORM 2000-RUN-JOB-STEP THRU 2000-EXIT
002604         VARYING DRV-JOB-INDEX FROM 1 BY 1
002606         UNTIL DRV-JOB-INDEX > DRV-JOB-COUNT
002610             OR DRV-SUITE-ABORTED
002820     PERFORM 8200-LOG-SUITE-SUMMARY THRU 8200-EXIT
002830     IF DRV-STATE-OPEN
002840         CLOSE DRV-STATE
002850     END-IF
002860     CLOSE DRV-LOG
002865     PERFORM 8750-RECORD-SUITE-HISTORY THRU 8750-EXIT
002870     MOVE DRV-WORST-RC TO RETURN-CODE
002880     GOBACK.
002890*
003250     EXIT.
003260*
003270 1200-ADD-STEP-ENTRY.
003280     IF DRV-STEP-COUNT >= 50
003290         DISPLAY "NIGHTLY-BATCH-DRIVER: DRVCTL TABLE FULL"
003300     ELSE
003310         ADD 1 TO DRV-STEP-COUNT
003430     EXIT.
003440*
003450*=============================================================
003451*1300-LOAD-JOB-STREAM - LOAD THE SUITE'S STEPS FROM DRVJOBS IN
003452*RUN-SEQUENCE ORDER.  THE SUITE CANNOT RUN WITHOUT THEM.
003453*=============================================================
003454 1300-LOAD-JOB-STREAM.
003455     OPEN INPUT DRV-JOB-STREAM
003456     IF DRV-JOB-STATUS NOT = "00"
003457         MOVE 4005 TO MSG-NUMBER
003458         MOVE "NIGHTLY-BATCH-DRIVER" TO MSG-PROGRAM-ID
003459         MOVE "DRVJOBS" TO MSG-FILE-NAME
003460         MOVE DRV-JOB-STATUS TO MSG-FILE-STATUS
003461         CALL "MSG-HANDLER" USING MSG-REQUEST
003462         GO TO 1300-EXIT
003463     END-IF
003464     PERFORM 1310-READ-JOB-RECORD THRU 1310-EXIT
003465         UNTIL DRV-JOB-EOF
003466     CLOSE DRV-JOB-STREAM
003467     IF DRV-JOB-COUNT = 0
003468         MOVE 4007 TO MSG-NUMBER
003469         MOVE "NIGHTLY-BATCH-DRIVER" TO MSG-PROGRAM-ID
003470         MOVE "DRVJOBS" TO MSG-FILE-NAME
003471         MOVE SPACES TO MSG-FILE-STATUS
003472         CALL "MSG-HANDLER" USING MSG-REQUEST
003473     END-IF.
003474 1300-EXIT.
003475     EXIT.
003476*
003477 1310-READ-JOB-RECORD.
003478     READ DRV-JOB-STREAM
003479         AT END
003480             SET DRV-JOB-EOF TO TRUE
003481             GO TO 1310-EXIT
003482     END-READ
003483     IF JOB-STREAM-RECORD(1:1) = "*"
003484         OR JOB-STREAM-RECORD = SPACES
003485         GO TO 1310-EXIT
003486     END-IF
003487     IF JOB-SEQUENCE IS NOT NUMERIC
003488         OR JOB-STEP-NAME = SPACES
003489         DISPLAY "NIGHTLY-BATCH-DRIVER: BAD DRVJOBS RECORD "
003490             JOB-STREAM-RECORD(1:24)
003491         GO TO 1310-EXIT
003492     END-IF
003493     IF DRV-JOB-COUNT >= 50
003494         DISPLAY "NIGHTLY-BATCH-DRIVER: DRVJOBS TABLE FULL"
003495         GO TO 1310-EXIT
003496     END-IF
003497*FIND THE FIRST ENTRY THAT SORTS AT OR AFTER THIS ONE
003498     MOVE 0 TO DRV-JOB-SLOT
003499     PERFORM 1320-FIND-JOB-SLOT THRU 1320-EXIT
003500         VARYING DRV-JOB-INDEX FROM 1 BY 1
003501         UNTIL DRV-JOB-INDEX > DRV-JOB-COUNT
003502             OR DRV-JOB-SLOT > 0
003503     IF DRV-JOB-SLOT = 0
003504         COMPUTE DRV-JOB-SLOT = DRV-JOB-COUNT + 1
003505     ELSE
003506         IF DRV-JOB-SEQUENCE(DRV-JOB-SLOT) = JOB-SEQUENCE
003507             DISPLAY "NIGHTLY-BATCH-DRIVER: DUPLICATE DRVJOBS "
003508                 "SEQUENCE " JOB-SEQUENCE " " JOB-STEP-NAME
003509                 " IGNORED"
003510             GO TO 1310-EXIT
003511         END-IF
003512     END-IF
003513*OPEN UP THE SLOT, THEN FILL IT
003514     PERFORM 1330-SHIFT-JOB-ENTRY THRU 1330-EXIT
003515         VARYING DRV-JOB-SHIFT FROM DRV-JOB-COUNT BY -1
003516         UNTIL DRV-JOB-SHIFT < DRV-JOB-SLOT
003517     ADD 1 TO DRV-JOB-COUNT
003518     MOVE JOB-SEQUENCE TO DRV-JOB-SEQUENCE(DRV-JOB-SLOT)
003519     MOVE JOB-STEP-NAME TO DRV-JOB-STEP-NAME(DRV-JOB-SLOT)
003520     MOVE JOB-PROGRAM TO DRV-JOB-PROGRAM(DRV-JOB-SLOT)
003521     IF JOB-PROGRAM = SPACES
003522         MOVE JOB-STEP-NAME TO DRV-JOB-PROGRAM(DRV-JOB-SLOT)
003523     END-IF
003524     MOVE JOB-AFTER-STEP TO DRV-JOB-AFTER-STEP(DRV-JOB-SLOT)
003525     MOVE JOB-CUTOFF-FLAG TO DRV-JOB-CUTOFF-FLAG(DRV-JOB-SLOT)
003526     MOVE JOB-LOG-FLAG TO DRV-JOB-LOG-FLAG(DRV-JOB-SLOT)
003527     MOVE "N" TO DRV-JOB-DONE-FLAG(DRV-JOB-SLOT).
003528 1310-EXIT.
003529     EXIT.
003530*
003531 1320-FIND-JOB-SLOT.
003532     IF DRV-JOB-SEQUENCE(DRV-JOB-INDEX) NOT < JOB-SEQUENCE
003533         MOVE DRV-JOB-INDEX TO DRV-JOB-SLOT
003534     END-IF.
003535 1320-EXIT.
003536     EXIT.
003537*
003538 1330-SHIFT-JOB-ENTRY.
003539     MOVE DRV-JOB-ENTRY(DRV-JOB-SHIFT)
003540         TO DRV-JOB-ENTRY(DRV-JOB-SHIFT + 1).
003541 1330-EXIT.
003542     EXIT.
003543*
003544*=============================================================
003545*1500-PREPARE-RESTART-STATE - ON A RESTART, LOAD THE STEPS
003546*ALREADY LOGGED COMPLETE, THEN KEEP DRVSTATE OPEN SO EACH
003547*COMPLETED STEP THIS RUN IS RECORDED AS IT FINISHES
003548*=============================================================
003549 1500-PREPARE-RESTART-STATE.
003550     IF DRV-RESTART-YES
003551         OPEN INPUT DRV-STATE
003552         IF DRV-STATE-STATUS = "00"
003553             PERFORM 1510-READ-STATE-RECORD THRU 1510-EXIT
003554                 UNTIL DRV-STATE-EOF
003560             CLOSE DRV-STATE
003570         END-IF
003580         OPEN EXTEND DRV-STATE
003800             SET DRV-STATE-EOF TO TRUE
003810         NOT AT END
003820             IF DRV-STA-DISPOSITION = "COMPLETE"
003830                 AND DRV-DONE-COUNT < 50
003840                 ADD 1 TO DRV-DONE-COUNT
003850                 MOVE DRV-STA-STEP-NAME
003860                     TO DRV-DONE-STEP-NAME(DRV-DONE-COUNT)
004390 1610-EXIT.
004400     EXIT.
004410*
004411*=============================================================
004412*1700-FIND-NIGHT-ATTEMPT - A FRESH RUN IS ATTEMPT 1 OF TODAY'S
004413*NIGHT.  A RESTART CONTINUES THE NIGHT OF THE LAST DRVHIST
004414*RECORD, AS ITS NEXT ATTEMPT, EVEN PAST MIDNIGHT.
004415*=============================================================
004416 1700-FIND-NIGHT-ATTEMPT.
004417     MOVE DRV-SUITE-START-DATE TO DRV-NIGHT-DATE
004418     MOVE 1 TO DRV-ATTEMPT
004419     IF NOT DRV-RESTART-YES
004420         GO TO 1700-EXIT
004421     END-IF
004422     OPEN INPUT DRV-SUITE-HIST
004423     IF DRV-HST-STATUS NOT = "00"
004424         GO TO 1700-EXIT
004425     END-IF
004426     PERFORM 1710-READ-HIST-RECORD THRU 1710-EXIT
004427         UNTIL DRV-HST-EOF
004428     CLOSE DRV-SUITE-HIST.
004429 1700-EXIT.
004430     EXIT.
004431*
004432 1710-READ-HIST-RECORD.
004433     READ DRV-SUITE-HIST
004434         AT END
004435             SET DRV-HST-EOF TO TRUE
004436         NOT AT END
004437             IF DRV-HST-NIGHT-DATE IS NUMERIC
004438                 AND DRV-HST-ATTEMPT IS NUMERIC
004439                 AND DRV-HST-ATTEMPT < 99
004440                 MOVE DRV-HST-NIGHT-DATE TO DRV-NIGHT-DATE
004441                 COMPUTE DRV-ATTEMPT = DRV-HST-ATTEMPT + 1
004442             END-IF
004443     END-READ.
004444 1710-EXIT.
004445     EXIT.
004446*
004447*=============================================================
004448*2000-RUN-JOB-STEP - RUN THE DRVJOBS STEP AT DRV-JOB-INDEX BY
004449*CALLING ITS PROGRAM, UNLESS DRVCTL, RESTART, ITS PREDECESSOR
004450*OR THE CALENDAR CUTOFF SAYS OTHERWISE
004451*=============================================================
004452 2000-RUN-JOB-STEP.
004453     MOVE DRV-JOB-STEP-NAME(DRV-JOB-INDEX) TO DRV-STEP-NAME
004454     MOVE DRV-JOB-PROGRAM(DRV-JOB-INDEX) TO DRV-STEP-PROGRAM
004455     PERFORM 7000-CHECK-STEP-DISPOSITION THRU 7000-EXIT
004456*PAST THE MUST-FINISH-BY CUTOFF, LONG STEPS ARE REFUSED
004457     IF DRV-DISP-RUN AND DRV-CALENDAR-MODE
004458         AND DRV-JOB-CUTOFF-FLAG(DRV-JOB-INDEX) NOT = "N"
004460         ACCEPT DRV-CURRENT-TIME FROM TIME
004470         MOVE DRV-CURRENT-TIME(1:6) TO DRV-TIME-NOW
004480         IF DRV-TIME-NOW > DRV-CAL-CUTOFF
004500             SET DRV-DISP-SKIP TO TRUE
004510         END-IF
004520     END-IF
004530     IF NOT DRV-DISP-RUN
004533         GO TO 2000-EXIT
004536     END-IF
004540     PERFORM 8000-LOG-STEP-START THRU 8000-EXIT
004550*A STEP THAT READS DRVLOG ITSELF (GOL-RECONCILE) HAS THE LOG
005200*CLOSED AROUND THE CALL, FLUSHING TONIGHT'S STEP LINES, AND
005210*REOPENED EXTEND AFTERWARDS - THE RESTART-PATH IDIOM
005220     IF DRV-JOB-LOG-FLAG(DRV-JOB-INDEX) = "Y"
005270         CLOSE DRV-LOG
005275     END-IF
005280     MOVE 0 TO RETURN-CODE
005281     CALL DRV-STEP-PROGRAM
005282         ON EXCEPTION
005283             MOVE 4006 TO MSG-NUMBER
005284             MOVE "NIGHTLY-BATCH-DRIVER" TO MSG-PROGRAM-ID
005285             MOVE DRV-STEP-NAME TO MSG-FILE-NAME
005286             MOVE SPACES TO MSG-FILE-STATUS
005287             CALL "MSG-HANDLER" USING MSG-REQUEST
005288             DISPLAY "NIGHTLY-BATCH-DRIVER: STEP " DRV-STEP-NAME
005289                 " PROGRAM " DRV-STEP-PROGRAM
005290             MOVE 16 TO RETURN-CODE
005291     END-CALL
005300     MOVE RETURN-CODE TO DRV-STEP-RETURN-CODE
005305     IF DRV-JOB-LOG-FLAG(DRV-JOB-INDEX) = "Y"
005310         OPEN EXTEND DRV-LOG
005320         IF DRV-LOG-STATUS NOT = "00"
005330             OPEN OUTPUT DRV-LOG
005340         END-IF
005345     END-IF
005350     PERFORM 8100-LOG-STEP-END THRU 8100-EXIT
005360     IF DRV-STEP-RETURN-CODE < 8
005370         MOVE "Y" TO DRV-JOB-DONE-FLAG(DRV-JOB-INDEX)
005490     END-IF.
005500 2000-EXIT.
005510     EXIT.
005520*
005530*=============================================================
005540*7000-CHECK-STEP-DISPOSITION - DECIDE RUN, SKIP OR ABORT FOR
005550*THE STEP IN DRV-STEP-NAME FROM ITS DRVCTL ENTRY, THE WORST
005560*RETURN CODE OF THE STEPS ALREADY RUN, AND ITS PREDECESSOR
005570*=============================================================
005580 7000-CHECK-STEP-DISPOSITION.
005590     SET DRV-DISP-RUN TO TRUE
005870             END-IF
005880         END-IF
005890     END-IF
005892     IF DRV-DISP-RUN
005894         AND DRV-JOB-AFTER-STEP(DRV-JOB-INDEX) NOT = SPACES
005896         PERFORM 7300-CHECK-DEPENDENCY THRU 7300-EXIT
005898     END-IF
005900     IF DRV-DISP-SKIP
005910         PERFORM 8400-LOG-STEP-SKIPPED THRU 8400-EXIT
005920     END-IF
006170     IF DRV-DONE-STEP-NAME(DRV-DONE-INDEX) = DRV-STEP-NAME
006180         SET DRV-DISP-SKIP TO TRUE
006190         MOVE "ALREADY COMPLETE" TO DRV-SKIP-REASON
006195         MOVE "Y" TO DRV-JOB-DONE-FLAG(DRV-JOB-INDEX)
006200     END-IF.
006210 7210-EXIT.
006220     EXIT.
006230*
006231*A STEP NAMED TO FOLLOW ANOTHER RUNS ONLY WHEN THAT STEP, EARLIER
006232*IN THE STREAM, COMPLETED TONIGHT (RC UNDER 8) OR WAS ALREADY
006233*COMPLETE ON A RESTART
006234 7300-CHECK-DEPENDENCY.
006235     MOVE "N" TO DRV-DEPENDENCY-SWITCH
006236     PERFORM 7310-MATCH-DEPENDENCY THRU 7310-EXIT
006237         VARYING DRV-JOB-DEP-INDEX FROM 1 BY 1
006238         UNTIL DRV-JOB-DEP-INDEX NOT < DRV-JOB-INDEX
006239             OR DRV-DEPENDENCY-MET
006240     IF NOT DRV-DEPENDENCY-MET
006241         SET DRV-DISP-SKIP TO TRUE
006242         MOVE SPACES TO DRV-SKIP-REASON
006243         STRING "NEEDS " DELIMITED BY SIZE
006244             DRV-JOB-AFTER-STEP(DRV-JOB-INDEX) DELIMITED BY SPACE
006245             INTO DRV-SKIP-REASON
006246         END-STRING
006247     END-IF.
006248 7300-EXIT.
006249     EXIT.
006250*
006251 7310-MATCH-DEPENDENCY.
006252     IF DRV-JOB-STEP-NAME(DRV-JOB-DEP-INDEX) =
006253         DRV-JOB-AFTER-STEP(DRV-JOB-INDEX)
006254         AND DRV-JOB-DONE-FLAG(DRV-JOB-DEP-INDEX) = "Y"
006255         SET DRV-DEPENDENCY-MET TO TRUE
006256     END-IF.
006257 7310-EXIT.
006258     EXIT.
006259*
006260*=============================================================
006261*8000/8100 - WRITE A TIMESTAMPED START/END LINE FOR THE STEP
006262*NAMED IN DRV-STEP-NAME TO BOTH THE CONSOLE AND DRVLOG
006270*=============================================================
006280 8000-LOG-STEP-START.
006290     ACCEPT DRV-CURRENT-DATE FROM DATE YYYYMMDD
006310     MOVE DRV-CURRENT-TIME(1:6) TO DRV-TIME-WORK
006320     PERFORM 8900-TIME-TO-SECONDS THRU 8900-EXIT
006330     MOVE DRV-TIME-SECONDS TO DRV-STEP-START-SECS
006333     PERFORM 8800-READ-RUN-ID THRU 8800-EXIT
006336     MOVE DRV-RUN-ID-WORK TO DRV-RUN-ID-BEFORE
006340     MOVE SPACES TO DRV-LOG-RECORD
006350     STRING DRV-CURRENT-DATE DELIMITED BY SIZE
006360         " " DELIMITED BY SIZE
006540         DRV-STEP-RETURN-CODE DELIMITED BY SIZE
006550         INTO DRV-LOG-RECORD
006560     END-STRING
006561     PERFORM 8800-READ-RUN-ID THRU 8800-EXIT
006562     MOVE DRV-RUN-ID-WORK TO DRV-RUN-ID-AFTER
006563     IF DRV-RUN-ID-AFTER NOT = DRV-RUN-ID-BEFORE
006564         MOVE DRV-RUN-AFTER-DATE TO DRV-RUN-FIRST-DATE
006565         IF DRV-RUN-BEFORE-DATE = DRV-RUN-AFTER-DATE
006566             COMPUTE DRV-RUN-FIRST-SEQ = DRV-RUN-BEFORE-SEQ + 1
006567         ELSE
006568             MOVE 1 TO DRV-RUN-FIRST-SEQ
006569         END-IF
006570         MOVE DRV-RUN-ID-FIRST TO DRV-RANGE-FIRST
006571         MOVE DRV-RUN-ID-AFTER TO DRV-RANGE-LAST
006572         MOVE DRV-RUN-RANGE-TEXT TO DRV-LOG-RECORD(66:37)
006573     END-IF
006574     DISPLAY DRV-LOG-RECORD
006580     WRITE DRV-LOG-RECORD
006590     ADD 1 TO DRV-STEPS-RUN
006600     IF DRV-STEP-RETURN-CODE > DRV-WORST-RC
006610         MOVE DRV-STEP-RETURN-CODE TO DRV-WORST-RC
006615         MOVE DRV-STEP-NAME TO DRV-WORST-STEP
006620     END-IF
006630     IF DRV-STEP-RETURN-CODE < 8 AND DRV-STATE-OPEN
006640         MOVE DRV-STEP-NAME TO DRV-STA-STEP-NAME
008420         CLOSE DRV-STATS
008430     END-IF.
008440 8730-EXIT.
008441     EXIT.
008442*
008443*=============================================================
008444*8750-RECORD-SUITE-HISTORY - APPEND THIS RUN'S OUTCOME TO
008445*DRVHIST.  ON TIME MEANS ENDED THE SAME DAY, NO LATER THAN THE
008446*DRVCAL CUTOFF; IT IS LEFT BLANK WITH NO CUTOFF TO JUDGE BY OR
008447*WHEN THE SUITE DID NOT RUN.
008448*=============================================================
008449 8750-RECORD-SUITE-HISTORY.
008450     ACCEPT DRV-CURRENT-DATE FROM DATE YYYYMMDD
008451     ACCEPT DRV-CURRENT-TIME FROM TIME
008452     OPEN EXTEND DRV-SUITE-HIST
008453     IF DRV-HST-STATUS NOT = "00"
008454         OPEN OUTPUT DRV-SUITE-HIST
008455     END-IF
008456     IF DRV-HST-STATUS NOT = "00"
008457         MOVE 4008 TO MSG-NUMBER
008458         MOVE "NIGHTLY-BATCH-DRIVER" TO MSG-PROGRAM-ID
008459         MOVE "DRVHIST" TO MSG-FILE-NAME
008460         MOVE DRV-HST-STATUS TO MSG-FILE-STATUS
008461         CALL "MSG-HANDLER" USING MSG-REQUEST
008462         GO TO 8750-EXIT
008463     END-IF
008464     MOVE DRV-NIGHT-DATE TO DRV-HST-NIGHT-DATE
008465     MOVE DRV-ATTEMPT TO DRV-HST-ATTEMPT
008466     MOVE DRV-SUITE-START-DATE TO DRV-HST-START-DATE
008467     MOVE DRV-SUITE-START-TIME TO DRV-HST-START-TIME
008468     MOVE DRV-CURRENT-DATE TO DRV-HST-END-DATE
008469     MOVE DRV-CURRENT-TIME(1:6) TO DRV-HST-END-TIME
008470     MOVE DRV-WORST-RC TO DRV-HST-WORST-RC
008471     MOVE DRV-WORST-STEP TO DRV-HST-WORST-STEP
008472     MOVE DRV-RESTART-FLAG TO DRV-HST-RESTART
008473     MOVE DRV-SUITE-SKIP-TYPE TO DRV-HST-SKIP-TYPE
008474     MOVE DRV-ABORT-SWITCH TO DRV-HST-ABORTED
008475     MOVE 0 TO DRV-HST-CUTOFF
008476     MOVE SPACE TO DRV-HST-ON-TIME
008477     IF DRV-CAL-FOUND AND DRV-SUITE-RAN
008478         MOVE DRV-CAL-CUTOFF TO DRV-HST-CUTOFF
008479         IF DRV-HST-END-DATE = DRV-HST-START-DATE
008480             AND DRV-HST-END-TIME NOT > DRV-CAL-CUTOFF
008481             MOVE "Y" TO DRV-HST-ON-TIME
008482         ELSE
008483             MOVE "N" TO DRV-HST-ON-TIME
008484         END-IF
008485     END-IF
008486     MOVE DRV-STEPS-RUN TO DRV-HST-STEPS-RUN
008487     MOVE DRV-STEPS-SKIPPED TO DRV-HST-STEPS-SKIPPED
008488     WRITE DRV-SUITE-HIST-RECORD
008489     CLOSE DRV-SUITE-HIST.
008490 8750-EXIT.
008491     EXIT.
008492*
008493*THE LAST GAME-OF-LIFE RUN ID ISSUED, FROM GOLRUNID, LEFT IN
008494*DRV-RUN-ID-WORK (ZEROS WHEN NONE HAS BEEN ISSUED YET)
008495 8800-READ-RUN-ID.
008496     MOVE ZEROS TO DRV-RUN-ID-WORK
008497     OPEN INPUT DRV-RUN-ID-FILE
008498     IF DRV-RUNID-STATUS = "00"
008499         READ DRV-RUN-ID-FILE
008500             NOT AT END
008501                 IF DRV-RUNID-LAST-ID IS NUMERIC
008502                     MOVE DRV-RUNID-LAST-ID TO DRV-RUN-ID-WORK
008503                 END-IF
008504         END-READ
008505         CLOSE DRV-RUN-ID-FILE
008506     END-IF.
008507 8800-EXIT.
008508     EXIT.
008509*
008510*CONVERT THE HHMMSS IN DRV-TIME-WORK TO SECONDS SINCE
008511*MIDNIGHT, LEFT IN DRV-TIME-SECONDS
008512 8900-TIME-TO-SECONDS.
008513     COMPUTE DRV-TIME-SECONDS =
008514         DRV-TIME-HH * 3600 + DRV-TIME-MI * 60 + DRV-TIME-SS.
008520 8900-EXIT.
008530     EXIT.
