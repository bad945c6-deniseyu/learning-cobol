000180*                  S/E MESSAGES, AND WHETHER THE DRVCAL
000190*                  MUST-FINISH-BY CUTOFF IS AT RISK.  THE
000200*                  PAGE GOES TO BOTH THE CONSOLE AND NSTRPT.
000201*  2026-10-15 DEV  DRVLOG LINES WIDENED TO 120 BYTES (RUN ID
000202*                  RANGE ON GAME-OF-LIFE ENDED LINES).
000203*  2026-10-15 DEV  STEP LIST NOW TAKEN FROM THE DRVJOBS JOB
000204*                  STREAM IN RUN-SEQUENCE ORDER INSTEAD OF BEING
000205*                  CODED HERE; A STEP SEEN ON DRVLOG BUT NOT ON
000206*                  DRVJOBS IS STILL SHOWN, AT THE END.  STEP
000207*                  TABLE RAISED TO 50.
000208*  2026-10-15 DEV  COUNT OF TONIGHT'S S/E OPSALERT ALERTS WITH
000209*                  NO OPERATOR ACTION YET ON OPSACK ADDED UNDER
000210*                  THE S/E MESSAGES LINE.
000211*
000220*DRVLOG LINE POSITIONS (SEE NIGHTLY-BATCH-DRIVER 8000-8600):
000230*  17-21 "STEP "    22-41 STEP NAME    42- EVENT TEXT
000240*  EVENTS: " STARTED", " ENDED, RETURN CODE NNNN" (RC AT
000430     SELECT NST-REPORT ASSIGN TO "NSTRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS NST-RPT-STATUS.
000451     SELECT NST-JOB-STREAM ASSIGN TO "DRVJOBS"
000452         ORGANIZATION IS LINE SEQUENTIAL
000453         FILE STATUS IS NST-JOB-STATUS.
000454     SELECT NST-ALERT-LOG ASSIGN TO "OPSALERT"
000455         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS NST-ALT-STATUS.
000457     SELECT NST-ACK-FILE ASSIGN TO "OPSACK"
000458         ORGANIZATION IS LINE SEQUENTIAL
000459         FILE STATUS IS NST-ACK-STATUS.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  NST-DRV-LOG
000500     RECORDING MODE IS F.
000510 01  NST-DRV-LOG-RECORD     PIC X(120).
000520*
000530 FD  NST-DRV-STATE
000540     RECORDING MODE IS F.
000790     RECORDING MODE IS F.
000800 01  NST-REPORT-RECORD      PIC X(120).
000810*
000811 FD  NST-JOB-STREAM
000812     RECORDING MODE IS F.
000813 COPY DRVJOB.
000814*
000815 FD  NST-ALERT-LOG
000816     RECORDING MODE IS F.
000817 01  NST-ALERT-LOG-RECORD.
000818     05  NST-ALT-DATE           PIC X(08).
000819     05  FILLER                 PIC X(01).
000820     05  NST-ALT-TIME           PIC X(06).
000821     05  FILLER                 PIC X(01).
000822     05  NST-ALT-MSG-LIT        PIC X(03).
000823     05  NST-ALT-MSG-NUMBER     PIC X(04).
000824     05  NST-ALT-SEVERITY       PIC X(01).
000825     05  NST-ALT-REST           PIC X(96).
000826*
000827 FD  NST-ACK-FILE
000828     RECORDING MODE IS F.
000829 COPY OPSACK.
000830*
000831 WORKING-STORAGE SECTION.
000832*FILE STATUS AND SWITCHES
000840 01  NST-LOG-STATUS          PIC X(02) VALUE SPACES.
000850 01  NST-STA-STATUS          PIC X(02) VALUE SPACES.
000860 01  NST-OPS-STATUS          PIC X(02) VALUE SPACES.
000870 01  NST-CAL-STATUS          PIC X(02) VALUE SPACES.
000880 01  NST-RPT-STATUS          PIC X(02) VALUE SPACES.
000882 01  NST-ALT-STATUS          PIC X(02) VALUE SPACES.
000884 01  NST-ACK-STATUS          PIC X(02) VALUE SPACES.
000886 01  NST-JOB-STATUS          PIC X(02) VALUE SPACES.
000890 01  NST-LOG-EOF-SWITCH      PIC X(01) VALUE "N".
000900     88  NST-LOG-EOF             VALUE "Y".
000910 01  NST-STA-EOF-SWITCH      PIC X(01) VALUE "N".
000960     88  NST-CAL-EOF             VALUE "Y".
000970 01  NST-CAL-FOUND-SWITCH    PIC X(01) VALUE "N".
000980     88  NST-CAL-FOUND           VALUE "Y".
000983 01  NST-JOB-EOF-SWITCH      PIC X(01) VALUE "N".
000986     88  NST-JOB-EOF             VALUE "Y".
000990*
001000*THE SUITE STEPS IN DRIVER ORDER, WITH THE STATUS BUILT UP
001010*FROM DRVLOG EVENTS AND DRVSTATE COMPLETE RECORDS
001020 01  NST-STEP-TABLE.
001030     05  NST-STEP-COUNT         PIC 9(02) VALUE 0.
001040     05  NST-STEP-ENTRY OCCURS 50 TIMES.
001045         10  NST-TAB-SEQUENCE       PIC 9(04).
001050         10  NST-TAB-STEP-NAME      PIC X(20).
001060         10  NST-TAB-STATUS         PIC X(11).
001070         10  NST-TAB-RETURN-CODE    PIC 9(04).
001080 01  NST-STEP-INDEX          PIC 9(02) VALUE 0.
001090 01  NST-FOUND-INDEX         PIC 9(02) VALUE 0.
001100 01  NST-WORK-STEP-NAME      PIC X(20) VALUE SPACES.
001102 01  NST-WORK-SEQUENCE       PIC 9(04) VALUE 0.
001104 01  NST-STEP-SLOT           PIC 9(02) VALUE 0.
001106 01  NST-STEP-SHIFT          PIC S9(03) VALUE 0.
001110*
001120*PARSED PIECES OF THE DRVLOG LINE BEING EXAMINED
001130 01  NST-LOG-EVENT           PIC X(24) VALUE SPACES.
001190 01  NST-ALERT-SHOWN         PIC 9(02) VALUE 0.
001200 01  NST-ALERT-LIMIT         PIC 9(02) VALUE 20.
001210*
001211*TONIGHT'S OPSACK ACTIONS, BY ALERT KEY (DATE, TIME, MESSAGE
001212*NUMBER), AND THE S/E ALERTS NOBODY HAS ACTED ON YET
001213 01  NST-ALT-EOF-SWITCH      PIC X(01) VALUE "N".
001214     88  NST-ALT-EOF             VALUE "Y".
001215 01  NST-ACK-EOF-SWITCH      PIC X(01) VALUE "N".
001216     88  NST-ACK-EOF             VALUE "Y".
001217 01  NST-ACK-TABLE.
001218     05  NST-ACK-COUNT          PIC 9(03) VALUE 0.
001219     05  NST-ACK-KEY            PIC X(18) OCCURS 200 TIMES.
001220 01  NST-ACK-INDEX           PIC 9(03) VALUE 0.
001221 01  NST-ALERT-KEY           PIC X(18) VALUE SPACES.
001222 01  NST-ACKED-SWITCH        PIC X(01) VALUE "N".
001223     88  NST-ALERT-ACKED         VALUE "Y".
001224 01  NST-UNACKED-COUNT       PIC 9(05) VALUE 0.
001225*
001226*CALENDAR CUTOFF ASSESSMENT
001230 01  NST-CAL-TYPE            PIC X(01) VALUE SPACES.
001240 01  NST-CAL-CUTOFF          PIC 9(06) VALUE 0.
001250 01  NST-CUTOFF-SECONDS      PIC 9(06) VALUE 0.
001620     05  FILLER                 PIC X(26) VALUE
001630         "S/E MESSAGES TONIGHT:     ".
001640     05  NST-ALH-COUNT          PIC ZZZZ9.
001642 01  NST-UNACKED-LINE.
001644     05  FILLER                 PIC X(26) VALUE
001646         "UNACKNOWLEDGED S/E ALERTS:".
001648     05  NST-UNL-COUNT          PIC ZZZZ9.
001650 01  NST-CUTOFF-LINE.
001660     05  FILLER                 PIC X(07) VALUE "CUTOFF ".
001670     05  NST-CUT-TIME           PIC 9(06).
001900     END-IF
001910     PERFORM 6000-PRINT-STATUS-PAGE THRU 6000-EXIT
001920     PERFORM 4000-PRINT-TONIGHTS-ALERTS THRU 4000-EXIT
001925     PERFORM 4500-COUNT-UNACKED-ALERTS THRU 4500-EXIT
001930     PERFORM 6500-PRINT-CUTOFF-LINE THRU 6500-EXIT
001940     CLOSE NST-REPORT
001950     GOBACK.
001960*
001970*=============================================================
001980*1000-BUILD-STEP-TABLE - THE SUITE STEPS FROM DRVJOBS IN THE
001990*ORDER THE DRIVER RUNS THEM, ALL NOT REACHED UNTIL PROVEN
001995*OTHERWISE
002000*=============================================================
002010 1000-BUILD-STEP-TABLE.
002012     OPEN INPUT NST-JOB-STREAM
002014     IF NST-JOB-STATUS NOT = "00"
002016         DISPLAY "NIGHT-STATUS: NO DRVJOBS, STATUS "
002018             NST-JOB-STATUS " - STEPS SHOWN AS LOGGED"
002020         GO TO 1000-EXIT
002022     END-IF
002030     PERFORM 1050-READ-JOB-RECORD THRU 1050-EXIT
002040         UNTIL NST-JOB-EOF
002050     CLOSE NST-JOB-STREAM.
002160 1000-EXIT.
002161     EXIT.
002162*
002163*COMMENTS, BLANK AND BAD RECORDS ARE PASSED OVER AS THE DRIVER
002164*PASSES THEM OVER
002165 1050-READ-JOB-RECORD.
002166     READ NST-JOB-STREAM
002167         AT END
002168             SET NST-JOB-EOF TO TRUE
002169             GO TO 1050-EXIT
002170     END-READ
002171     IF JOB-STREAM-RECORD(1:1) = "*"
002172         OR JOB-STREAM-RECORD = SPACES
002173         OR JOB-SEQUENCE IS NOT NUMERIC
002174         OR JOB-STEP-NAME = SPACES
002175         GO TO 1050-EXIT
002176     END-IF
002177     MOVE JOB-STEP-NAME TO NST-WORK-STEP-NAME
002178     MOVE JOB-SEQUENCE TO NST-WORK-SEQUENCE
002179     PERFORM 2400-FIND-STEP THRU 2400-EXIT
002180     IF NST-FOUND-INDEX > 0
002181         GO TO 1050-EXIT
002182     END-IF
002183     PERFORM 1100-ADD-STEP-ENTRY THRU 1100-EXIT.
002184 1050-EXIT.
002185     EXIT.
002186*
002187*ADD THE STEP IN NST-WORK-STEP-NAME AT ITS JOB-SEQUENCE
002188*POSITION, OPENING UP THE TABLE TO KEEP IT IN RUN ORDER
002190 1100-ADD-STEP-ENTRY.
002191     IF NST-STEP-COUNT >= 50
002192         GO TO 1100-EXIT
002193     END-IF
002194     MOVE 0 TO NST-STEP-SLOT
002195     PERFORM 1110-FIND-STEP-SLOT THRU 1110-EXIT
002196         VARYING NST-STEP-INDEX FROM 1 BY 1
002197         UNTIL NST-STEP-INDEX > NST-STEP-COUNT
002198             OR NST-STEP-SLOT > 0
002199     IF NST-STEP-SLOT = 0
002200         COMPUTE NST-STEP-SLOT = NST-STEP-COUNT + 1
002201     END-IF
002202     PERFORM 1120-SHIFT-STEP-ENTRY THRU 1120-EXIT
002203         VARYING NST-STEP-SHIFT FROM NST-STEP-COUNT BY -1
002204         UNTIL NST-STEP-SHIFT < NST-STEP-SLOT
002205     ADD 1 TO NST-STEP-COUNT
002206     MOVE NST-WORK-SEQUENCE TO NST-TAB-SEQUENCE(NST-STEP-SLOT)
002210     MOVE NST-WORK-STEP-NAME
002220         TO NST-TAB-STEP-NAME(NST-STEP-SLOT)
002230     MOVE "NOT REACHED" TO NST-TAB-STATUS(NST-STEP-SLOT)
002240     MOVE 0 TO NST-TAB-RETURN-CODE(NST-STEP-SLOT).
002250 1100-EXIT.
002260     EXIT.
002270*
002271 1110-FIND-STEP-SLOT.
002272     IF NST-TAB-SEQUENCE(NST-STEP-INDEX) > NST-WORK-SEQUENCE
002273         MOVE NST-STEP-INDEX TO NST-STEP-SLOT
002274     END-IF.
002275 1110-EXIT.
002276     EXIT.
002277*
002278 1120-SHIFT-STEP-ENTRY.
002279     MOVE NST-STEP-ENTRY(NST-STEP-SHIFT)
002280         TO NST-STEP-ENTRY(NST-STEP-SHIFT + 1).
002281 1120-EXIT.
002282     EXIT.
002283*
002284*=============================================================
002290*2000-SCAN-DRIVER-LOG - WALK TONIGHT'S DRVLOG AND POST EACH
002300*STEP EVENT TO THE TABLE
002310*=============================================================
002620         WHEN NST-DRV-LOG-RECORD(17:14) = "WINDOW CLOSED "
002630             MOVE NST-DRV-LOG-RECORD(38:20)
002640                 TO NST-WORK-STEP-NAME
002645             MOVE " SKIPPED" TO NST-LOG-EVENT
002650             PERFORM 2300-APPLY-STEP-EVENT THRU 2300-EXIT
002700         WHEN OTHER
002710             CONTINUE
002720     END-EVALUATE.
002750*
002760 2300-APPLY-STEP-EVENT.
002770     PERFORM 2400-FIND-STEP THRU 2400-EXIT
002773*A STEP THE DRIVER LOGGED THAT DRVJOBS NO LONGER LISTS (OR NO
002776*DRVJOBS AT ALL) GOES ON THE END OF THE TABLE
002780     IF NST-FOUND-INDEX = 0
002781         MOVE 9999 TO NST-WORK-SEQUENCE
002782         PERFORM 1100-ADD-STEP-ENTRY THRU 1100-EXIT
002783         PERFORM 2400-FIND-STEP THRU 2400-EXIT
002784     END-IF
002785     IF NST-FOUND-INDEX = 0
002790         GO TO 2300-EXIT
002800     END-IF
002810     EVALUATE TRUE
003950             END-IF
003960     END-READ.
003970 4100-EXIT.
003971     EXIT.
003972*
003973*=============================================================
003974*4500-COUNT-UNACKED-ALERTS - TONIGHT'S S OR E ENTRIES ON
003975*OPSALERT THAT NO OPERATOR HAS YET ACKNOWLEDGED, RESOLVED OR
003976*ESCALATED ON OPSACK
003977*=============================================================
003978 4500-COUNT-UNACKED-ALERTS.
003979     MOVE 0 TO NST-UNACKED-COUNT
003980     MOVE 0 TO NST-ACK-COUNT
003981     OPEN INPUT NST-ACK-FILE
003982     IF NST-ACK-STATUS = "00"
003983         PERFORM 4510-READ-ACK-RECORD THRU 4510-EXIT
003984             UNTIL NST-ACK-EOF
003985         CLOSE NST-ACK-FILE
003986     END-IF
003987     OPEN INPUT NST-ALERT-LOG
003988     IF NST-ALT-STATUS = "00"
003989         PERFORM 4520-READ-ALERT-RECORD THRU 4520-EXIT
003990             UNTIL NST-ALT-EOF
003991         CLOSE NST-ALERT-LOG
003992     END-IF
003993     MOVE NST-UNACKED-COUNT TO NST-UNL-COUNT
003994     MOVE NST-UNACKED-LINE TO NST-REPORT-RECORD
003995     DISPLAY NST-UNACKED-LINE
003996     WRITE NST-REPORT-RECORD.
003997 4500-EXIT.
003998     EXIT.
003999*
004000 4510-READ-ACK-RECORD.
004001     READ NST-ACK-FILE
004002         AT END
004003             SET NST-ACK-EOF TO TRUE
004004         NOT AT END
004005             IF ACK-ALERT-DATE = NST-CURRENT-DATE
004006                 AND ACK-ACTION-VALID
004007                 AND NST-ACK-COUNT < 200
004008                 ADD 1 TO NST-ACK-COUNT
004009                 MOVE ACK-ALERT-DATE
004010                     TO NST-ACK-KEY (NST-ACK-COUNT) (1:8)
004011                 MOVE ACK-ALERT-TIME
004012                     TO NST-ACK-KEY (NST-ACK-COUNT) (9:6)
004013                 MOVE ACK-MSG-NUMBER
004014                     TO NST-ACK-KEY (NST-ACK-COUNT) (15:4)
004015             END-IF
004016     END-READ.
004017 4510-EXIT.
004018     EXIT.
004019*
004020 4520-READ-ALERT-RECORD.
004021     READ NST-ALERT-LOG
004022         AT END
004023             SET NST-ALT-EOF TO TRUE
004024         NOT AT END
004025             IF NST-ALT-MSG-LIT = "MSG"
004026                 AND NST-ALT-DATE = NST-CURRENT-DATE
004027                 AND (NST-ALT-SEVERITY = "S"
004028                     OR NST-ALT-SEVERITY = "E")
004029                 MOVE NST-ALT-DATE TO NST-ALERT-KEY (1:8)
004030                 MOVE NST-ALT-TIME TO NST-ALERT-KEY (9:6)
004031                 MOVE NST-ALT-MSG-NUMBER TO NST-ALERT-KEY (15:4)
004032                 MOVE "N" TO NST-ACKED-SWITCH
004033                 PERFORM 4530-MATCH-ACK THRU 4530-EXIT
004034                     VARYING NST-ACK-INDEX FROM 1 BY 1
004035                     UNTIL NST-ACK-INDEX > NST-ACK-COUNT
004036                         OR NST-ALERT-ACKED
004037                 IF NOT NST-ALERT-ACKED
004038                     ADD 1 TO NST-UNACKED-COUNT
004039                 END-IF
004040             END-IF
004041     END-READ.
004042 4520-EXIT.
004043     EXIT.
004044*
004045 4530-MATCH-ACK.
004046     IF NST-ACK-KEY (NST-ACK-INDEX) = NST-ALERT-KEY
004047         SET NST-ALERT-ACKED TO TRUE
004048     END-IF.
004049 4530-EXIT.
004050     EXIT.
004051*
004052*=============================================================
004053*5000-CHECK-CALENDAR - IS THE DRVCAL MUST-FINISH-BY CUTOFF
004054*PASSED, AT RISK (UNDER AN HOUR LEFT WITH WORK OUTSTANDING)
004055*OR COMFORTABLE
004056*=============================================================
004057 5000-CHECK-CALENDAR.
004060     MOVE "NO CALENDAR" TO NST-CUTOFF-VERDICT
004070     OPEN INPUT NST-CALENDAR
004080     IF NST-CAL-STATUS NOT = "00"
