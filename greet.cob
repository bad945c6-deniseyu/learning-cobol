000490*                  AND AFTER-IMAGES AND AN ACTION CODE, FOR
000500*                  THE USRMST-REBUILD RECOVERY UTILITY.
000510*                  JOURNAL WRITE FAILURES RAISE MSG 2004.
000511*  2026-10-15 DEV  COMMIT-POINT RESTART FOR GREETIN BATCH RUNS.
000512*                  EVERY N NAMES (N FROM THE GREETCTL CARD)
000513*                  THE RUN FLUSHES ITS GREETLOG LINES, CLOSES
000514*                  AND REOPENS USRMST AND REWRITES GREETCKP
000515*                  WITH THE GREETIN RECORD NUMBER, THE RUNNING
000516*                  GREETBAL TOTALS AND THE USRJRNL RECORD
000517*                  COUNT.  A RESTART (GREETCTL FLAG Y) BACKS
000518*                  OUT THE UNCOMMITTED MASTER CHANGES FROM THE
000519*                  JOURNAL (ACTION BKO), THEN RESUMES AFTER THE
000520*                  LAST COMMITTED NAME WITH THE COMMITTED
000521*                  TOTALS, SO GREETBAL STILL BALANCES AGAINST
000522*                  THE WHOLE GREETIN FILE.  A FRESH RUN OVER AN
000523*                  UNFINISHED ONE IS REFUSED (MSG 2009).
000524*  2026-10-15 DEV  GREETBAL HEADING NOW CARRIES THE RUN DATE
000525*                  SO GREET-RECONCILE CAN TELL TONIGHT'S
000526*                  TRAILER FROM AN OLDER ONE.
000527*  2026-10-15 DEV  USRJRNL RECORD WIDENED FOR THE OPERATOR ID
000528*                  OF ON-LINE MAINTENANCE (USRMST-MAINT);
000529*                  LEFT BLANK ON RECORDS WRITTEN HERE.
000530*  2026-10-15 DEV  AN INTERACTIVE GREETING OR A USRMNT DECK RUN
000531*                  WHILE GREETCKP SHOWS AN UNFINISHED GREETIN
000532*                  RUN IS REFUSED (MSG 2009), AS A FRESH BATCH
000533*                  RUN IS - THE RESTART WOULD BACK OUT ITS
000534*                  CHANGES OR STOP ON THEM.
000535*  2026-10-15 DEV  GREETCKP AND THE GREETBAL HEADING CARRY THE
000536*                  DATE THE GREETIN RUN STARTED, SO A RESTART
000537*                  FINISHING ON A LATER DAY CAN BE BALANCED
000538*                  OVER EVERY DAY THE RUN TOUCHED.
000539*  2026-10-15 DEV  THE STEP RETURN CODE IS THE WORST CONDITION
000540*                  RAISED (GRT-WORST-RC), SET AT GOBACK, SO A
000541*                  LATER WARNING OR A MSG-HANDLER CALL CANNOT
000542*                  LOWER AN EARLIER 8 OR 16.
000543*
000544 ENVIRONMENT DIVISION.
000545 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT GREET-LOG ASSIGN TO "GREETLOG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000730     SELECT USER-JOURNAL ASSIGN TO "USRJRNL"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS GRT-JRN-STATUS.
000751     SELECT GREET-CONTROL ASSIGN TO "GREETCTL"
000752         ORGANIZATION IS LINE SEQUENTIAL
000753         FILE STATUS IS GRT-CTL-STATUS.
000754     SELECT GREET-COMMIT ASSIGN TO "GREETCKP"
000755         ORGANIZATION IS LINE SEQUENTIAL
000756         FILE STATUS IS GRT-CKP-STATUS.
000760*
000770 DATA DIVISION.
000780 FILE SECTION.
001210     05  GRT-JRN-BEFORE-IMAGE PIC X(71).
001220     05  FILLER               PIC X(01).
001230     05  GRT-JRN-AFTER-IMAGE  PIC X(71).
001233     05  FILLER               PIC X(01).
001236     05  GRT-JRN-OPERATOR     PIC X(08).
001240*
001241*BATCH CONTROL CARD - COMMIT INTERVAL AND RESTART FLAG
001242 FD  GREET-CONTROL
001243     RECORDING MODE IS F.
001244 01  GREET-CONTROL-RECORD.
001245     05  GRT-CTL-INTERVAL     PIC X(05).
001246     05  FILLER               PIC X(01).
001247     05  GRT-CTL-RESTART-FLAG PIC X(01).
001248*
001249*COMMIT POINT - ONE RECORD, REWRITTEN AT EVERY COMMIT.  STATE
001250*I MEANS A RUN IS IN PROGRESS (OR FAILED), C THAT IT FINISHED.
001251 FD  GREET-COMMIT
001252     RECORDING MODE IS F.
001253 01  GREET-COMMIT-RECORD.
001254     05  GRT-CKP-STATE        PIC X(01).
001255         88  GRT-CKP-IN-PROGRESS  VALUE "I".
001256         88  GRT-CKP-COMPLETE     VALUE "C".
001257     05  FILLER               PIC X(01).
001258     05  GRT-CKP-DATE         PIC 9(08).
001259     05  GRT-CKP-TIME         PIC 9(06).
001260     05  FILLER               PIC X(01).
001261     05  GRT-CKP-RECORD-NO    PIC 9(08).
001262     05  FILLER               PIC X(01).
001263     05  GRT-CKP-NAMES-READ   PIC 9(06).
001264     05  GRT-CKP-GREETED      PIC 9(06).
001265     05  GRT-CKP-ENROLLED     PIC 9(06).
001266     05  GRT-CKP-LOGGED       PIC 9(06).
001267     05  FILLER               PIC X(01).
001268     05  GRT-CKP-JRN-COUNT    PIC 9(08).
001269     05  FILLER               PIC X(01).
001270     05  GRT-CKP-RUN-DATE     PIC 9(08).
001271*
001272 WORKING-STORAGE SECTION.
001273 01  GRT-LOG-STATUS        PIC X(02) VALUE SPACES.
001274 01  WS-NAME                PIC A(30).
001280 01  YEAR                   PIC X(04) VALUE "2018".
001290 01  USERNAME                PIC X(30).
001300*
001510     88  GRT-BATCH-MODE        VALUE "Y".
001520 01  GRT-BAT-EOF-SWITCH    PIC X(01) VALUE "N".
001530     88  GRT-BAT-EOF           VALUE "Y".
001560 01  GRT-NAMES-READ        PIC 9(06) VALUE 0.
001570 01  GRT-NAMES-GREETED     PIC 9(06) VALUE 0.
001580 01  GRT-NAMES-ENROLLED    PIC 9(06) VALUE 0.
001610     05  GRT-BAL-LABEL         PIC X(20).
001620     05  GRT-BAL-VALUE         PIC ZZZZZ9.
001630*
001631*COMMIT-POINT RESTART - GREETLOG LINES ARE HELD UNTIL THE NEXT
001632*COMMIT SO A FAILED RUN NEVER LEAVES LINES FOR NAMES IT WILL
001633*GREET AGAIN; MASTER CHANGES PAST THE COMMIT ARE BACKED OUT
001634*FROM THE USRJRNL TAIL ON RESTART
001635 01  GRT-CTL-STATUS        PIC X(02) VALUE SPACES.
001636 01  GRT-CKP-STATUS        PIC X(02) VALUE SPACES.
001637 01  GRT-COMMIT-STATE      PIC X(01) VALUE SPACES.
001638 01  GRT-RESTART-FLAG      PIC X(01) VALUE "N".
001639     88  GRT-RESTART-YES       VALUE "Y".
001640 01  GRT-CKP-FOUND-SWITCH  PIC X(01) VALUE "N".
001641     88  GRT-CKP-OPEN-RUN      VALUE "Y".
001642 01  GRT-RUN-DATE          PIC 9(08) VALUE 0.
001643 01  GRT-BATCH-ABORT-SWITCH PIC X(01) VALUE "N".
001644     88  GRT-BATCH-ABORTED     VALUE "Y".
001645 01  GRT-BACKOUT-SWITCH    PIC X(01) VALUE "Y".
001646     88  GRT-BACKOUT-OK        VALUE "Y".
001647     88  GRT-BACKOUT-FAILED    VALUE "N".
001648 01  GRT-COMMIT-INTERVAL   PIC 9(05) VALUE 100.
001649 01  GRT-COMMIT-MAXIMUM    PIC 9(05) VALUE 500.
001650 01  GRT-SINCE-COMMIT      PIC 9(05) VALUE 0.
001651 01  GRT-BAT-RECORD-NO     PIC 9(08) VALUE 0.
001652 01  GRT-RESUME-AFTER      PIC 9(08) VALUE 0.
001653 01  GRT-JRN-COUNT         PIC 9(08) VALUE 0.
001654 01  GRT-COMMITTED-JRN     PIC 9(08) VALUE 0.
001655 01  GRT-JRN-EOF-SWITCH    PIC X(01) VALUE "N".
001656     88  GRT-JRN-EOF           VALUE "Y".
001657 01  GRT-LOG-PENDING       PIC 9(04) VALUE 0.
001658 01  GRT-LOG-INDEX         PIC 9(04) VALUE 0.
001659 01  GRT-LOG-BUFFER.
001660     05  GRT-LOG-PENDING-LINE  PIC X(46) OCCURS 500 TIMES.
001661 01  GRT-BKO-COUNT         PIC 9(04) VALUE 0.
001662 01  GRT-BKO-INDEX         PIC 9(04) VALUE 0.
001663 01  GRT-BKO-UNDONE        PIC 9(04) VALUE 0.
001664 01  GRT-BKO-TABLE.
001665     05  GRT-BKO-ENTRY         OCCURS 500 TIMES.
001666         10  GRT-BKO-ACTION    PIC X(03).
001667         10  GRT-BKO-BEFORE    PIC X(71).
001668         10  GRT-BKO-AFTER     PIC X(71).
001669 01  GRT-RECORD-NO-EDIT    PIC Z(07)9.
001670 01  GRT-BKO-COUNT-EDIT    PIC Z(03)9.
001671*WORST RETURN CODE RAISED SO FAR, HANDED BACK AT GOBACK
001672 01  GRT-STEP-RC           PIC 9(04) VALUE 0.
001673 01  GRT-WORST-RC          PIC 9(04) VALUE 0.
001674*
001675*JOURNAL WORK AREAS - THE BEFORE-IMAGE IS CAPTURED AT READ
001676*TIME, THE ACTION CODE IS SET BY THE PARAGRAPH MAKING THE
001677*CHANGE, AND 4800-WRITE-JOURNAL STAMPS AND APPENDS THE PAIR
001678 01  GRT-JRN-STATUS        PIC X(02) VALUE SPACES.
001680 01  GRT-JRN-WORK-ACTION   PIC X(03) VALUE SPACES.
001690 01  GRT-JRN-WORK-BEFORE   PIC X(71) VALUE SPACES.
001700 01  GRT-JRN-WORK-AFTER    PIC X(71) VALUE SPACES.
002250         DISPLAY "And I am writing COBOL."
002260         PERFORM 2000-PROMPT-FOR-USERNAME THRU 2000-EXIT
002270         PERFORM 4000-GREET-FROM-MASTER THRU 4000-EXIT
002275         IF NOT GRT-CKP-OPEN-RUN
002280             PERFORM 3000-LOG-GREETING THRU 3000-EXIT
002285         END-IF
002290     END-IF
002300     END-IF
002305     MOVE GRT-WORST-RC TO RETURN-CODE
002310     GOBACK.
002320*
002330*SET YEAR FROM THE SYSTEM CLOCK - SEE RANDOM-NUMBER FOR THE
003150*4000-GREET-FROM-MASTER - READ THE USER'S RECORD ON USRMST.
003160*A RETURNING USER GETS A WELCOME BACK WITH VISIT COUNT AND
003170*LAST-SEEN DATE AND THE RECORD IS REWRITTEN IN PLACE; A NEW
003180*NAME IS ENROLLED WITH A KEYED WRITE.  NOTHING IS CHANGED
003185*WHILE A GREETIN RUN IS UNFINISHED ON GREETCKP.
003190*=============================================================
003200 4000-GREET-FROM-MASTER.
003201     PERFORM 6020-READ-COMMIT-POINT THRU 6020-EXIT
003202     IF GRT-CKP-OPEN-RUN
003203         PERFORM 4050-REFUSE-OPEN-RUN THRU 4050-EXIT
003204         GO TO 4000-EXIT
003205     END-IF
003210     PERFORM 4100-OPEN-USER-MASTER THRU 4100-EXIT
003220     IF NOT GRT-MST-OPEN
003230         MOVE 8 TO GRT-STEP-RC
003235         PERFORM 8900-RAISE-RETURN-CODE THRU 8900-EXIT
003240     ELSE
003250         MOVE USERNAME TO GRT-LOOKUP-NAME
003260         PERFORM 4200-READ-USER-RECORD THRU 4200-EXIT
003350 4000-EXIT.
003360     EXIT.
003370*
003371*AN UNFINISHED GREETIN RUN MUST BE RESTARTED BEFORE USRMST OR
003372*USRJRNL TAKE ANY OTHER CHANGE - ITS RESTART BACKS OUT EVERY
003373*JOURNAL RECORD AFTER ITS LAST COMMIT POINT
003374 4050-REFUSE-OPEN-RUN.
003375     MOVE 2009 TO MSG-NUMBER
003376     MOVE "HELLO-WORLD" TO MSG-PROGRAM-ID
003377     MOVE "GREETCKP" TO MSG-FILE-NAME
003378     MOVE SPACES TO MSG-FILE-STATUS
003379     CALL "MSG-HANDLER" USING MSG-REQUEST
003380     MOVE 16 TO GRT-STEP-RC
003381     PERFORM 8900-RAISE-RETURN-CODE THRU 8900-EXIT.
003382 4050-EXIT.
003383     EXIT.
003384*
003385*OPEN THE MASTER FOR UPDATE - ONLY STATUS 35 MEANS FIRST
003390*USE, WHEN AN EMPTY MASTER IS CREATED; ANY OTHER FAILURE
003400*(MSG 2003) LEAVES THE MASTER UNTOUCHED
003410 4100-OPEN-USER-MASTER.
004480     MOVE "USRMST" TO MSG-FILE-NAME
004490     MOVE GRT-MST-STATUS TO MSG-FILE-STATUS
004500     CALL "MSG-HANDLER" USING MSG-REQUEST
004510     MOVE 16 TO GRT-STEP-RC
004515     PERFORM 8900-RAISE-RETURN-CODE THRU 8900-EXIT.
004520 4700-EXIT.
004530     EXIT.
004540*
004560*4800-WRITE-JOURNAL - APPEND ONE STAMPED BEFORE/AFTER IMAGE
004570*PAIR TO USRJRNL.  A JOURNAL THAT CANNOT BE WRITTEN RAISES
004580*MSG 2004 BUT NEVER BLOCKS THE MASTER UPDATE ITSELF.
004583*GRT-JRN-COUNT KEEPS THE RECORD COUNT FOR THE BATCH COMMIT
004586*POINT.
004590*=============================================================
004600 4800-WRITE-JOURNAL.
004610     OPEN EXTEND USER-JOURNAL
004780         MOVE GRT-JRN-WORK-BEFORE TO GRT-JRN-BEFORE-IMAGE
004790         MOVE GRT-JRN-WORK-AFTER TO GRT-JRN-AFTER-IMAGE
004800         WRITE USER-JOURNAL-RECORD
004802         IF GRT-JRN-STATUS = "00"
004804             ADD 1 TO GRT-JRN-COUNT
004806         END-IF
004810         CLOSE USER-JOURNAL
004820     END-IF.
004830 4800-EXIT.
004940*MASTER.  ACTIONS: COR OLD NEW (CORRECT A MISSPELLING),
004950*MRG FROM TO (MERGE TWO PROFILES), SAL NAME SALUTATION
004960*(SET THE PREFERRED SALUTATION).  EACH ACTION UPDATES ITS
004970*RECORDS IN PLACE ON THE INDEXED MASTER.  THE DECK IS NOT
004975*APPLIED WHILE A GREETIN RUN IS UNFINISHED ON GREETCKP.
004980*=============================================================
004990 5000-RUN-MAINTENANCE.
004991     PERFORM 6020-READ-COMMIT-POINT THRU 6020-EXIT
004992     IF GRT-CKP-OPEN-RUN
004993         PERFORM 4050-REFUSE-OPEN-RUN THRU 4050-EXIT
004994         CLOSE USER-MAINT
004995         GO TO 5000-EXIT
004996     END-IF
005000     PERFORM 1000-SET-CURRENT-YEAR THRU 1000-EXIT
005010     PERFORM 4100-OPEN-USER-MASTER THRU 4100-EXIT
005020     IF NOT GRT-MST-OPEN
005030         MOVE 8 TO GRT-STEP-RC
005035         PERFORM 8900-RAISE-RETURN-CODE THRU 8900-EXIT
005040     ELSE
005050         PERFORM 5100-READ-MAINT-RECORD THRU 5100-EXIT
005060             UNTIL GRT-MNT-EOF
006420*6000-RUN-BATCH-GREETINGS - PROCESS EVERY NAME IN GREETIN
006430*WITHOUT PROMPTING: ENROL NEW NAMES, BUMP VISIT COUNTS AND
006440*APPEND ONE GREETLOG LINE PER NAME, THEN WRITE THE PER-RUN
006450*TOTALS TRAILER TO GREETBAL FOR BALANCING.  A COMMIT POINT IS
006452*TAKEN ON GREETCKP BEFORE THE FIRST NAME AND EVERY N NAMES; A
006454*RESTART BACKS OUT WHAT FOLLOWED THE LAST ONE AND RESUMES
006456*AFTER THE LAST COMMITTED GREETIN RECORD.
006460*=============================================================
006470 6000-RUN-BATCH-GREETINGS.
006480     ACCEPT GRT-CURRENT-DATE FROM DATE YYYYMMDD
006490     ACCEPT GRT-CURRENT-TIME FROM TIME
006491     PERFORM 6010-READ-GREET-CONTROL THRU 6010-EXIT
006492     PERFORM 6020-READ-COMMIT-POINT THRU 6020-EXIT
006493     IF GRT-CKP-OPEN-RUN AND NOT GRT-RESTART-YES
006494         MOVE 2009 TO MSG-NUMBER
006495         MOVE "HELLO-WORLD" TO MSG-PROGRAM-ID
006496         MOVE "GREETCKP" TO MSG-FILE-NAME
006497         MOVE SPACES TO MSG-FILE-STATUS
006498         CALL "MSG-HANDLER" USING MSG-REQUEST
006499         MOVE 16 TO GRT-STEP-RC
006500         PERFORM 8900-RAISE-RETURN-CODE THRU 8900-EXIT
006501         CLOSE GREET-IN
006502         GO TO 6000-EXIT
006503     END-IF
006504     IF GRT-RESTART-YES AND NOT GRT-CKP-OPEN-RUN
006505         DISPLAY "HELLO-WORLD: NO UNFINISHED RUN ON GREETCKP, "
006506             "GREETIN PROCESSED FROM THE START"
006507         MOVE "N" TO GRT-RESTART-FLAG
006508     END-IF
006509     IF NOT GRT-RESTART-YES
006510         MOVE GRT-CURRENT-DATE TO GRT-RUN-DATE
006511     END-IF
006512     PERFORM 4100-OPEN-USER-MASTER THRU 4100-EXIT
006513     IF NOT GRT-MST-OPEN
006520         MOVE 8 TO GRT-STEP-RC
006525         PERFORM 8900-RAISE-RETURN-CODE THRU 8900-EXIT
006530         CLOSE GREET-IN
006534         GO TO 6000-EXIT
006538     END-IF
006542     PERFORM 6030-SCAN-USER-JOURNAL THRU 6030-EXIT
006546     IF GRT-RESTART-YES
006550         PERFORM 6040-BACK-OUT-UNCOMMITTED THRU 6040-EXIT
006554         IF GRT-BACKOUT-FAILED
006558             MOVE 16 TO GRT-STEP-RC
006562             PERFORM 8900-RAISE-RETURN-CODE THRU 8900-EXIT
006566             PERFORM 4900-CLOSE-USER-MASTER THRU 4900-EXIT
006570             CLOSE GREET-IN
006571             GO TO 6000-EXIT
006572         END-IF
006573         MOVE GRT-RESUME-AFTER TO GRT-RECORD-NO-EDIT
006574         DISPLAY "HELLO-WORLD: RESTART RESUMES AFTER GREETIN "
006575             "RECORD " GRT-RECORD-NO-EDIT
006576     END-IF
006577     MOVE "I" TO GRT-COMMIT-STATE
006578     PERFORM 6400-TAKE-COMMIT-POINT THRU 6400-EXIT
006579     PERFORM 6100-READ-BATCH-NAME THRU 6100-EXIT
006580         UNTIL GRT-BAT-EOF
006581     IF GRT-BATCH-ABORTED
006582         CLOSE GREET-IN
006583         GO TO 6000-EXIT
006584     END-IF
006585     PERFORM 6400-TAKE-COMMIT-POINT THRU 6400-EXIT
006586     PERFORM 4900-CLOSE-USER-MASTER THRU 4900-EXIT
006587     CLOSE GREET-IN
006588     PERFORM 6300-WRITE-BATCH-TRAILER THRU 6300-EXIT
006589     MOVE "C" TO GRT-COMMIT-STATE
006590     PERFORM 6500-WRITE-COMMIT-RECORD THRU 6500-EXIT.
006591 6000-EXIT.
006592     EXIT.
006593*
006594*GREETCTL IS OPTIONAL - COMMIT INTERVAL IN COLUMNS 1-5 (BLANK
006595*OR ZERO MEANS 100, CAPPED AT THE 500-LINE GREETLOG HOLD
006596*AREA), RESTART FLAG Y IN COLUMN 7
006597 6010-READ-GREET-CONTROL.
006598     OPEN INPUT GREET-CONTROL
006599     IF GRT-CTL-STATUS = "00"
006600         READ GREET-CONTROL
006601             AT END
006602                 CONTINUE
006603             NOT AT END
006604                 IF GRT-CTL-INTERVAL IS NUMERIC
006605                     AND GRT-CTL-INTERVAL NOT = ZERO
006606                     MOVE GRT-CTL-INTERVAL TO GRT-COMMIT-INTERVAL
006607                 END-IF
006608                 IF GRT-CTL-RESTART-FLAG = "Y"
006609                     MOVE "Y" TO GRT-RESTART-FLAG
006610                 END-IF
006611         END-READ
006612         CLOSE GREET-CONTROL
006613     END-IF
006614     IF GRT-COMMIT-INTERVAL > GRT-COMMIT-MAXIMUM
006615         DISPLAY "HELLO-WORLD: COMMIT INTERVAL REDUCED TO "
006616             GRT-COMMIT-MAXIMUM
006617         MOVE GRT-COMMIT-MAXIMUM TO GRT-COMMIT-INTERVAL
006618     END-IF.
006619 6010-EXIT.
006620     EXIT.
006621*
006622*LOAD THE LAST COMMIT POINT - STATE I MEANS THE RUN THAT WROTE
006623*IT NEVER FINISHED, AND ITS RESUME POINT AND TOTALS ARE KEPT
006624 6020-READ-COMMIT-POINT.
006625     MOVE "N" TO GRT-CKP-FOUND-SWITCH
006626     OPEN INPUT GREET-COMMIT
006627     IF GRT-CKP-STATUS = "00"
006628         READ GREET-COMMIT
006629             AT END
006630                 CONTINUE
006631             NOT AT END
006632                 IF GRT-CKP-IN-PROGRESS
006633                     AND GRT-CKP-RECORD-NO IS NUMERIC
006634                     AND GRT-CKP-JRN-COUNT IS NUMERIC
006635                     AND GRT-CKP-NAMES-READ IS NUMERIC
006636                     AND GRT-CKP-GREETED IS NUMERIC
006637                     AND GRT-CKP-ENROLLED IS NUMERIC
006638                     AND GRT-CKP-LOGGED IS NUMERIC
006639                     MOVE "Y" TO GRT-CKP-FOUND-SWITCH
006640                     MOVE GRT-CKP-RECORD-NO TO GRT-RESUME-AFTER
006641                     MOVE GRT-CKP-JRN-COUNT TO GRT-COMMITTED-JRN
006642                     MOVE GRT-CKP-NAMES-READ TO GRT-NAMES-READ
006643                     MOVE GRT-CKP-GREETED TO GRT-NAMES-GREETED
006644                     MOVE GRT-CKP-ENROLLED TO GRT-NAMES-ENROLLED
006645                     MOVE GRT-CKP-LOGGED TO GRT-NAMES-LOGGED
006646                     IF GRT-CKP-RUN-DATE IS NUMERIC
006647                         MOVE GRT-CKP-RUN-DATE TO GRT-RUN-DATE
006648                     ELSE
006649                         MOVE GRT-CKP-DATE TO GRT-RUN-DATE
006650                     END-IF
006651                 END-IF
006652         END-READ
006653         CLOSE GREET-COMMIT
006654     END-IF.
006655 6020-EXIT.
006656     EXIT.
006657*
006658*COUNT USRJRNL FOR THE COMMIT POINT.  ON A RESTART THE RECORDS
006659*PAST THE COMMITTED COUNT ARE HELD FOR BACKING OUT - ONLY THE
006660*VISIT AND ENROLMENT CHANGES A BATCH RUN MAKES CAN BE.
006661 6030-SCAN-USER-JOURNAL.
006662     MOVE 0 TO GRT-JRN-COUNT
006663     MOVE 0 TO GRT-BKO-COUNT
006664     MOVE "Y" TO GRT-BACKOUT-SWITCH
006665     MOVE "N" TO GRT-JRN-EOF-SWITCH
006666     OPEN INPUT USER-JOURNAL
006667     IF GRT-JRN-STATUS = "00"
006668         PERFORM 6035-READ-JOURNAL-RECORD THRU 6035-EXIT
006669             UNTIL GRT-JRN-EOF
006670         CLOSE USER-JOURNAL
006671     END-IF
006672     IF GRT-RESTART-YES
006673         AND GRT-JRN-COUNT < GRT-COMMITTED-JRN
006674         MOVE "N" TO GRT-BACKOUT-SWITCH
006675     END-IF.
006676 6030-EXIT.
006677     EXIT.
006678*
006679 6035-READ-JOURNAL-RECORD.
006680     READ USER-JOURNAL
006681         AT END
006682             SET GRT-JRN-EOF TO TRUE
006683         NOT AT END
006684             ADD 1 TO GRT-JRN-COUNT
006685             IF GRT-RESTART-YES
006686                 AND GRT-JRN-COUNT > GRT-COMMITTED-JRN
006687                 PERFORM 6036-HOLD-UNCOMMITTED THRU 6036-EXIT
006688             END-IF
006689     END-READ.
006690 6035-EXIT.
006691     EXIT.
006692*
006693 6036-HOLD-UNCOMMITTED.
006694     IF GRT-BKO-COUNT NOT < GRT-COMMIT-MAXIMUM
006695         MOVE "N" TO GRT-BACKOUT-SWITCH
006696     ELSE
006697     IF GRT-JRN-ACTION NOT = "VIS" AND NOT = "ENR"
006698         MOVE "N" TO GRT-BACKOUT-SWITCH
006699     ELSE
006700         ADD 1 TO GRT-BKO-COUNT
006701         MOVE GRT-JRN-ACTION TO GRT-BKO-ACTION(GRT-BKO-COUNT)
006702         MOVE GRT-JRN-BEFORE-IMAGE
006703             TO GRT-BKO-BEFORE(GRT-BKO-COUNT)
006704         MOVE GRT-JRN-AFTER-IMAGE TO GRT-BKO-AFTER(GRT-BKO-COUNT)
006705     END-IF
006706     END-IF.
006707 6036-EXIT.
006708     EXIT.
006709*
006710*=============================================================
006711*6040-BACK-OUT-UNCOMMITTED - UNDO THE HELD JOURNAL RECORDS,
006712*NEWEST FIRST: AN ENROLMENT IS DELETED, A VISIT UPDATE HAS ITS
006713*BEFORE-IMAGE REWRITTEN.  EACH UNDO IS JOURNALLED AS ACTION BKO
006714*SO USRMST-REBUILD REPLAYS IT.  THE MASTER RECORD MUST STILL
006715*MATCH THE AFTER-IMAGE BEING UNDONE - IF ANYTHING ELSE HAS
006716*CHANGED IT SINCE, THE RESTART STOPS (MSG 2010) AND THE MASTER
006717*IS RECOVERED WITH USRMST-REBUILD INSTEAD.
006718*A RESTART MUST THEREFORE RUN BEFORE ANY OTHER USRMST ACTIVITY.
006719*A CHANGE THAT NEVER REACHED THE MASTER (RECORD STILL AT ITS
006720*BEFORE-IMAGE, OR AN ENROLMENT WITH NO RECORD) NEEDS NO UNDO
006721*BUT IS STILL JOURNALLED BKO, SO THE JOURNAL NETS TO ZERO.
006722*=============================================================
006723 6040-BACK-OUT-UNCOMMITTED.
006724     IF GRT-BACKOUT-OK
006725         PERFORM 6050-BACK-OUT-ONE-CHANGE THRU 6050-EXIT
006726             VARYING GRT-BKO-INDEX FROM GRT-BKO-COUNT BY -1
006727             UNTIL GRT-BKO-INDEX < 1
006728                OR GRT-BACKOUT-FAILED
006729     END-IF
006730     IF GRT-BACKOUT-FAILED
006731         MOVE 2010 TO MSG-NUMBER
006732         MOVE "HELLO-WORLD" TO MSG-PROGRAM-ID
006733         MOVE "USRJRNL" TO MSG-FILE-NAME
006734         MOVE SPACES TO MSG-FILE-STATUS
006735         CALL "MSG-HANDLER" USING MSG-REQUEST
006736     ELSE
006737         MOVE GRT-BKO-UNDONE TO GRT-BKO-COUNT-EDIT
006738         DISPLAY "HELLO-WORLD: BACKED OUT " GRT-BKO-COUNT-EDIT
006739             " UNCOMMITTED USRMST CHANGES"
006740     END-IF.
006741 6040-EXIT.
006742     EXIT.
006743*
006744 6050-BACK-OUT-ONE-CHANGE.
006745     MOVE GRT-BKO-AFTER(GRT-BKO-INDEX)(1:30) TO GRT-LOOKUP-NAME
006746     PERFORM 4200-READ-USER-RECORD THRU 4200-EXIT
006747     MOVE "BKO" TO GRT-JRN-WORK-ACTION
006748     IF GRT-BKO-ACTION(GRT-BKO-INDEX) = "ENR"
006749         AND NOT GRT-USER-FOUND
006750         MOVE GRT-BKO-AFTER(GRT-BKO-INDEX) TO GRT-JRN-WORK-BEFORE
006751         MOVE SPACES TO GRT-JRN-WORK-AFTER
006752         PERFORM 4800-WRITE-JOURNAL THRU 4800-EXIT
006753         GO TO 6050-EXIT
006754     END-IF
006755     IF GRT-BKO-ACTION(GRT-BKO-INDEX) = "VIS"
006756         AND GRT-USER-FOUND
006757         AND USER-MASTER-RECORD = GRT-BKO-BEFORE(GRT-BKO-INDEX)
006758         MOVE GRT-BKO-AFTER(GRT-BKO-INDEX) TO GRT-JRN-WORK-BEFORE
006759         MOVE USER-MASTER-RECORD TO GRT-JRN-WORK-AFTER
006760         PERFORM 4800-WRITE-JOURNAL THRU 4800-EXIT
006761         GO TO 6050-EXIT
006762     END-IF
006763     IF NOT GRT-USER-FOUND
006764         OR USER-MASTER-RECORD NOT = GRT-BKO-AFTER(GRT-BKO-INDEX)
006765         MOVE "N" TO GRT-BACKOUT-SWITCH
006766         GO TO 6050-EXIT
006767     END-IF
006768     IF GRT-BKO-ACTION(GRT-BKO-INDEX) = "ENR"
006769         PERFORM 5150-DELETE-USER-RECORD THRU 5150-EXIT
006770     ELSE
006771         MOVE GRT-BKO-BEFORE(GRT-BKO-INDEX) TO USER-MASTER-RECORD
006772         PERFORM 4500-REWRITE-USER-RECORD THRU 4500-EXIT
006773     END-IF
006774     IF GRT-MST-STATUS NOT = "00"
006775         MOVE "N" TO GRT-BACKOUT-SWITCH
006776     ELSE
006777         ADD 1 TO GRT-BKO-UNDONE
006778     END-IF.
006779 6050-EXIT.
006780     EXIT.
006781*
006782*ONE GREETIN RECORD.  RECORDS UP TO THE RESUME POINT WERE
006783*COMMITTED BY THE RUN BEING RESTARTED AND ARE ONLY COUNTED.
006820 6100-READ-BATCH-NAME.
006830     READ GREET-IN
006840         AT END
006850             SET GRT-BAT-EOF TO TRUE
006860         NOT AT END
006863             ADD 1 TO GRT-BAT-RECORD-NO
006866             IF GRT-BAT-RECORD-NO > GRT-RESUME-AFTER
006870                 AND GRT-BAT-NAME NOT = SPACES
006880                 PERFORM 6200-GREET-ONE-NAME THRU 6200-EXIT
006882                 IF GRT-SINCE-COMMIT NOT < GRT-COMMIT-INTERVAL
006884                     PERFORM 6400-TAKE-COMMIT-POINT THRU 6400-EXIT
006886                 END-IF
006890             END-IF
006900     END-READ.
006910 6100-EXIT.
007040         ADD 1 TO GRT-NAMES-ENROLLED
007050     END-IF
007060     ADD 1 TO GRT-NAMES-GREETED
007070     ADD 1 TO GRT-SINCE-COMMIT
007080     MOVE SPACES TO GREET-LOG-RECORD
007090     STRING GRT-CURRENT-DATE DELIMITED BY SIZE
007100         GRT-CURRENT-TIME(1:6) DELIMITED BY SIZE
007110         INTO GRT-LOG-TIMESTAMP
007120     END-STRING
007130     MOVE USERNAME TO GRT-LOG-USERNAME
007135     ADD 1 TO GRT-LOG-PENDING
007140     MOVE GREET-LOG-RECORD
007150         TO GRT-LOG-PENDING-LINE(GRT-LOG-PENDING).
007190 6200-EXIT.
007200     EXIT.
007210*
007220*THE TOTALS TRAILER - NAMES READ MUST EQUAL GREETINGS LOGGED
007226*WHEN THE RUN WAS CLEAN.  A RESTARTED RUN CARRIES THE COMMITTED
007232*TOTALS FORWARD, SO ITS TRAILER COVERS THE WHOLE GREETIN FILE.
007240 6300-WRITE-BATCH-TRAILER.
007250     OPEN OUTPUT GREET-BALANCE
007260     IF GRT-BAL-STATUS NOT = "00"
007270         DISPLAY "HELLO-WORLD: CANNOT WRITE GREETBAL, STATUS "
007280             GRT-BAL-STATUS
007290     ELSE
007300         MOVE SPACES TO GREET-BALANCE-RECORD
007301         STRING "GREETIN BATCH TOTALS FOR " DELIMITED BY SIZE
007302             GRT-CURRENT-DATE DELIMITED BY SIZE
007303             " STARTED " DELIMITED BY SIZE
007304             GRT-RUN-DATE DELIMITED BY SIZE
007305             INTO GREET-BALANCE-RECORD
007306         END-STRING
007310         WRITE GREET-BALANCE-RECORD
007320         MOVE "NAMES READ        : " TO GRT-BAL-LABEL
007330         MOVE GRT-NAMES-READ TO GRT-BAL-VALUE
007450         MOVE GRT-NAMES-LOGGED TO GRT-BAL-VALUE
007460         MOVE GRT-BAL-LINE TO GREET-BALANCE-RECORD
007470         WRITE GREET-BALANCE-RECORD
007471         IF GRT-RESTART-YES
007472             MOVE "RESTART AFTER REC : " TO GRT-BAL-LABEL
007473             MOVE GRT-RESUME-AFTER TO GRT-BAL-VALUE
007474             MOVE GRT-BAL-LINE TO GREET-BALANCE-RECORD
007475             WRITE GREET-BALANCE-RECORD
007476         END-IF
007480         CLOSE GREET-BALANCE
007490     END-IF
007500     DISPLAY "HELLO-WORLD: BATCH READ " GRT-NAMES-READ
007510         " LOGGED " GRT-NAMES-LOGGED
007520     IF GRT-NAMES-READ NOT = GRT-NAMES-LOGGED
007530         DISPLAY "HELLO-WORLD: BATCH OUT OF BALANCE"
007540         MOVE 4 TO GRT-STEP-RC
007545         PERFORM 8900-RAISE-RETURN-CODE THRU 8900-EXIT
007550     END-IF.
007560 6300-EXIT.
007570     EXIT.
007580*
007590*=============================================================
007600*6400-TAKE-COMMIT-POINT - WRITE THE HELD GREETLOG LINES, CLOSE
007610*AND REOPEN USRMST SO ITS CHANGES ARE ON DISK, THEN RECORD THE
007620*GREETIN RECORD NUMBER, RUNNING TOTALS AND JOURNAL COUNT ON
007630*GREETCKP.  A USRMST THAT WILL NOT REOPEN ENDS THE RUN HERE.
007640*=============================================================
007650 6400-TAKE-COMMIT-POINT.
007660     IF GRT-LOG-PENDING > 0
007670         PERFORM 6410-FLUSH-GREETLOG THRU 6410-EXIT
007680     END-IF
007690     IF GRT-SINCE-COMMIT > 0
007700         PERFORM 4900-CLOSE-USER-MASTER THRU 4900-EXIT
007710         PERFORM 4100-OPEN-USER-MASTER THRU 4100-EXIT
007720         IF NOT GRT-MST-OPEN
007730             MOVE 16 TO GRT-STEP-RC
007740             PERFORM 8900-RAISE-RETURN-CODE THRU 8900-EXIT
007750             MOVE "Y" TO GRT-BATCH-ABORT-SWITCH
007760             SET GRT-BAT-EOF TO TRUE
007770             GO TO 6400-EXIT
007780         END-IF
007790     END-IF
007800     PERFORM 6500-WRITE-COMMIT-RECORD THRU 6500-EXIT
007810     MOVE 0 TO GRT-SINCE-COMMIT.
007820 6400-EXIT.
007830     EXIT.
007840*
007850 6410-FLUSH-GREETLOG.
007860     OPEN EXTEND GREET-LOG
007870     IF GRT-LOG-STATUS NOT = "00"
007880         OPEN OUTPUT GREET-LOG
007890     END-IF
007900     IF GRT-LOG-STATUS NOT = "00"
007910         MOVE 2001 TO MSG-NUMBER
007920         MOVE "HELLO-WORLD" TO MSG-PROGRAM-ID
007930         MOVE "GREETLOG" TO MSG-FILE-NAME
007940         MOVE GRT-LOG-STATUS TO MSG-FILE-STATUS
007950         CALL "MSG-HANDLER" USING MSG-REQUEST
007960         MOVE 8 TO GRT-STEP-RC
007970         PERFORM 8900-RAISE-RETURN-CODE THRU 8900-EXIT
007980     ELSE
007990         PERFORM 6420-WRITE-HELD-LINE THRU 6420-EXIT
008000             VARYING GRT-LOG-INDEX FROM 1 BY 1
008010             UNTIL GRT-LOG-INDEX > GRT-LOG-PENDING
008020         CLOSE GREET-LOG
008030     END-IF
008040     MOVE 0 TO GRT-LOG-PENDING.
008050 6410-EXIT.
008060     EXIT.
008070*
008080 6420-WRITE-HELD-LINE.
008090     MOVE GRT-LOG-PENDING-LINE(GRT-LOG-INDEX) TO GREET-LOG-RECORD
008100     WRITE GREET-LOG-RECORD
008110     IF GRT-LOG-STATUS = "00"
008120         ADD 1 TO GRT-NAMES-LOGGED
008130     END-IF.
008140 6420-EXIT.
008150     EXIT.
008160*
008170*REWRITE THE SINGLE GREETCKP RECORD IN THE STATE ALREADY SET
008180*(I WHILE RUNNING, C ONCE THE TRAILER IS WRITTEN).  A COMMIT
008190*POINT THAT CANNOT BE WRITTEN RAISES MSG 2008 AND THE RUN GOES
008200*ON - A LATER RESTART THEN RESUMES FROM THE EARLIER ONE.
008210 6500-WRITE-COMMIT-RECORD.
008220     MOVE SPACES TO GREET-COMMIT-RECORD
008230     MOVE GRT-COMMIT-STATE TO GRT-CKP-STATE
008240     MOVE GRT-CURRENT-DATE TO GRT-CKP-DATE
008250     MOVE GRT-CURRENT-TIME(1:6) TO GRT-CKP-TIME
008260     IF GRT-BAT-RECORD-NO < GRT-RESUME-AFTER
008270         MOVE GRT-RESUME-AFTER TO GRT-CKP-RECORD-NO
008280     ELSE
008290         MOVE GRT-BAT-RECORD-NO TO GRT-CKP-RECORD-NO
008300     END-IF
008310     MOVE GRT-NAMES-READ TO GRT-CKP-NAMES-READ
008320     MOVE GRT-NAMES-GREETED TO GRT-CKP-GREETED
008330     MOVE GRT-NAMES-ENROLLED TO GRT-CKP-ENROLLED
008340     MOVE GRT-NAMES-LOGGED TO GRT-CKP-LOGGED
008350     MOVE GRT-JRN-COUNT TO GRT-CKP-JRN-COUNT
008360     MOVE GRT-RUN-DATE TO GRT-CKP-RUN-DATE
008370     OPEN OUTPUT GREET-COMMIT
008380     IF GRT-CKP-STATUS = "00"
008390         WRITE GREET-COMMIT-RECORD
008400     END-IF
008410     IF GRT-CKP-STATUS NOT = "00"
008420         MOVE 2008 TO MSG-NUMBER
008430         MOVE "HELLO-WORLD" TO MSG-PROGRAM-ID
008440         MOVE "GREETCKP" TO MSG-FILE-NAME
008450         MOVE GRT-CKP-STATUS TO MSG-FILE-STATUS
008460         CALL "MSG-HANDLER" USING MSG-REQUEST
008470     END-IF
008480     CLOSE GREET-COMMIT.
008490 6500-EXIT.
008500     EXIT.
008510*
008520*KEEP THE WORST RETURN CODE RAISED SO FAR.  A LESSER CONDITION
008530*RAISED LATER NEVER LOWERS IT, AND NOTHING CALLED IN BETWEEN
008540*CAN CLEAR IT BEFORE 0000-MAINLINE HANDS IT BACK.
008550 8900-RAISE-RETURN-CODE.
008560     IF GRT-STEP-RC > GRT-WORST-RC
008570         MOVE GRT-STEP-RC TO GRT-WORST-RC
008580     END-IF.
008590 8900-EXIT.
008600     EXIT.
008610
