000010*IDENTIFICATION DIVISION.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. OPS-ALERT-AGING.
000040 AUTHOR. SYSTEMS DEVELOPMENT.
000050 INSTALLATION. SYSTEMS DEVELOPMENT.
000060 DATE-WRITTEN. 10/15/2026.
000070 DATE-COMPILED.
000080*
000090*MODIFICATION HISTORY
000100*  DATE       INIT DESCRIPTION
000110*  ---------- ---- ------------------------------------
000120*  2026-10-15 DEV  ORIGINAL PROGRAM. OUTSTANDING-ALERTS
000130*                  REPORT: EVERY OPSALERT ENTRY THE OPERATORS
000140*                  HAVE NOT YET RECORDED AS RESOLVED ON THE
000150*                  OPSACK ACKNOWLEDGEMENT FILE, AGED IN HOURS,
000160*                  WITH ITS STATE (UNACKNOWLEDGED, ACKNOWLEDGED
000170*                  OR ESCALATED), WHO LAST ACTED ON IT AND
000180*                  THEIR NOTE.  OUTPUT IN OPSAGRPT.
000182*  2026-10-15 DEV  THE OPERATOR RESPONSE LINES MSG-HANDLER NOW
000184*                  WRITES AFTER EACH ALERT ("RSP" LINES) ARE
000186*                  PRINTED UNDER THE ALERT WHEN IT IS LISTED.
000190*
000200*OPSALERT IS ONLY EVER APPENDED TO BY MSG-HANDLER, SO READING
000210*IT FRONT TO BACK LISTS THE OLDEST ALERT FIRST.  OPSALERT LINE
000220*LAYOUT IS THE OPSLOG LAYOUT (SEE OPS-EXCEPTIONS-REPORT); THE
000225*RESPONSE LINES FOLLOWING AN ALERT HAVE "RSP" FOR "MSG".
000230*AN OPSACK RECORD WITH A BAD ACTION CODE, OR ONE THAT MATCHES
000240*NO ALERT, IS LISTED AT THE END AND ENDS THE RUN RC 4 SO THE
000250*KEYING MISTAKE IS PUT RIGHT.
000260*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT OAA-ALERT-LOG ASSIGN TO "OPSALERT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS OAA-ALT-STATUS.
000330     SELECT OAA-ACK-FILE ASSIGN TO "OPSACK"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS OAA-ACK-STATUS.
000360     SELECT OAA-REPORT ASSIGN TO "OPSAGRPT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS OAA-RPT-STATUS.
000390*
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  OAA-ALERT-LOG
000430     RECORDING MODE IS F.
000440 01  OAA-ALERT-RECORD.
000450     05  OAA-ALT-DATE           PIC X(08).
000460     05  FILLER                 PIC X(01).
000470     05  OAA-ALT-TIME           PIC X(06).
000480     05  FILLER                 PIC X(01).
000490     05  OAA-ALT-MSG-LIT        PIC X(03).
000500     05  OAA-ALT-MSG-NUMBER     PIC X(04).
000510     05  OAA-ALT-SEVERITY       PIC X(01).
000520     05  FILLER                 PIC X(01).
000530     05  OAA-ALT-REMAINDER      PIC X(95).
000540 01  OAA-ALERT-TEXT-VIEW REDEFINES OAA-ALERT-RECORD.
000550     05  FILLER                 PIC X(16).
000560     05  OAA-ALT-TEXT           PIC X(104).
000570*
000580 FD  OAA-ACK-FILE
000590     RECORDING MODE IS F.
000600 COPY OPSACK.
000610*
000620 FD  OAA-REPORT
000630     RECORDING MODE IS F.
000640 01  OAA-REPORT-RECORD      PIC X(132).
000650*
000660 WORKING-STORAGE SECTION.
000670*FILE STATUS AND SWITCHES
000680 01  OAA-ALT-STATUS          PIC X(02) VALUE SPACES.
000690 01  OAA-ACK-STATUS          PIC X(02) VALUE SPACES.
000700 01  OAA-RPT-STATUS          PIC X(02) VALUE SPACES.
000710 01  OAA-ALT-EOF-SWITCH      PIC X(01) VALUE "N".
000720     88  OAA-ALT-EOF             VALUE "Y".
000730 01  OAA-ACK-EOF-SWITCH      PIC X(01) VALUE "N".
000740     88  OAA-ACK-EOF             VALUE "Y".
000743 01  OAA-LISTED-SWITCH       PIC X(01) VALUE "N".
000746     88  OAA-ALERT-LISTED        VALUE "Y".
000750*
000760*EVERY USABLE OPSACK RECORD, IN FILE ORDER, AND WHETHER IT
000770*FOUND ITS ALERT
000780 01  OAA-ACK-TABLE.
000790     05  OAA-ACK-COUNT          PIC 9(03) VALUE 0.
000800     05  OAA-ACK-ENTRY OCCURS 500 TIMES.
000810         10  OAA-TAB-RECORD         PIC X(62).
000820         10  OAA-TAB-KEY            PIC X(18).
000830         10  OAA-TAB-INITIALS       PIC X(03).
000840         10  OAA-TAB-ACTION         PIC X(01).
000850         10  OAA-TAB-NOTE           PIC X(40).
000860         10  OAA-TAB-MATCHED        PIC X(01).
000870 01  OAA-ACK-INDEX           PIC 9(03) VALUE 0.
000880 01  OAA-ACK-REJECTED        PIC 9(03) VALUE 0.
000890 01  OAA-ACK-UNMATCHED       PIC 9(03) VALUE 0.
000900*
000910*THE ALERT BEING JUDGED - ITS KEY, LATEST ACTION AND AGE
000920 01  OAA-ALERT-KEY.
000930     05  OAA-KEY-DATE           PIC X(08).
000940     05  OAA-KEY-TIME           PIC X(06).
000950     05  OAA-KEY-NUMBER         PIC X(04).
000960 01  OAA-ALERT-STATE         PIC X(01) VALUE SPACE.
000970     88  OAA-STATE-NONE          VALUE SPACE.
000980     88  OAA-STATE-ACKNOWLEDGED  VALUE "A".
000990     88  OAA-STATE-RESOLVED      VALUE "R".
001000     88  OAA-STATE-ESCALATED     VALUE "E".
001010 01  OAA-STATE-INITIALS      PIC X(03) VALUE SPACES.
001020 01  OAA-STATE-NOTE          PIC X(40) VALUE SPACES.
001030 01  OAA-ALERT-DATE-NUM      PIC 9(08) VALUE 0.
001050 01  OAA-AGE-SECONDS         PIC S9(11) VALUE 0.
001060 01  OAA-AGE-HOURS           PIC 9(07) VALUE 0.
001070*
001080*NOW, AS DAY NUMBER AND SECONDS, FOR THE AGING
001090 01  OAA-CURRENT-DATE        PIC 9(08) VALUE 0.
001100 01  OAA-CURRENT-TIME.
001110     05  OAA-CUR-HH             PIC 9(02).
001120     05  OAA-CUR-MI             PIC 9(02).
001130     05  OAA-CUR-SS             PIC 9(02).
001140     05  OAA-CUR-MS             PIC 9(02).
001150 01  OAA-NOW-DAY             PIC 9(07) VALUE 0.
001160 01  OAA-NOW-SECONDS         PIC 9(05) VALUE 0.
001170 01  OAA-TIME-WORK           PIC 9(06) VALUE 0.
001180 01  OAA-TIME-SPLIT REDEFINES OAA-TIME-WORK.
001190     05  OAA-TIME-HH            PIC 9(02).
001200     05  OAA-TIME-MI            PIC 9(02).
001210     05  OAA-TIME-SS            PIC 9(02).
001220 01  OAA-TIME-SECONDS        PIC 9(05) VALUE 0.
001230*
001240*TOTALS
001250 01  OAA-ALERTS-READ         PIC 9(05) VALUE 0.
001260 01  OAA-RESOLVED            PIC 9(05) VALUE 0.
001270 01  OAA-OUTSTANDING         PIC 9(05) VALUE 0.
001280 01  OAA-UNACKNOWLEDGED      PIC 9(05) VALUE 0.
001290 01  OAA-ACKNOWLEDGED        PIC 9(05) VALUE 0.
001300 01  OAA-ESCALATED           PIC 9(05) VALUE 0.
001310*
001320*REPORT LINE LAYOUTS
001330 01  OAA-HEADER-1.
001340     05  FILLER PIC X(36) VALUE
001350         "OUTSTANDING OPERATOR ALERTS AS AT   ".
001360     05  OAA-HDR-DATE           PIC 9(08).
001370     05  FILLER                 PIC X(01) VALUE SPACES.
001380     05  OAA-HDR-TIME           PIC 9(06).
001390 01  OAA-HEADER-2.
001400     05  FILLER PIC X(48) VALUE
001410         "AGE HRS ALERT DATE/TIME  STATE          BY  NOTE".
001440 01  OAA-DETAIL-LINE.
001450     05  OAA-DET-AGE            PIC ZZZZZZ9.
001460     05  FILLER                 PIC X(01) VALUE SPACES.
001470     05  OAA-DET-DATE           PIC X(08).
001480     05  FILLER                 PIC X(01) VALUE SPACES.
001490     05  OAA-DET-TIME           PIC X(06).
001500     05  FILLER                 PIC X(02) VALUE SPACES.
001510     05  OAA-DET-STATE          PIC X(14).
001520     05  FILLER                 PIC X(01) VALUE SPACES.
001530     05  OAA-DET-INITIALS       PIC X(03).
001540     05  FILLER                 PIC X(01) VALUE SPACES.
001550     05  OAA-DET-NOTE           PIC X(40).
001560 01  OAA-TEXT-LINE.
001570     05  FILLER                 PIC X(08) VALUE SPACES.
001580     05  OAA-TXT-ALERT          PIC X(104).
001590 01  OAA-TOTAL-LINE.
001600     05  OAA-TOT-LABEL          PIC X(36).
001610     05  OAA-TOT-COUNT          PIC ZZZZ9.
001620 01  OAA-REJECT-LINE.
001630     05  OAA-REJ-REASON         PIC X(16).
001640     05  OAA-REJ-RECORD         PIC X(62).
001650*
001660 PROCEDURE DIVISION.
001670*
001680*=============================================================
001690*0000-MAINLINE - LOAD THE ACKNOWLEDGEMENTS, THEN WALK OPSALERT
001700*OLDEST FIRST PRINTING EVERY ALERT NOT YET RESOLVED
001710*=============================================================
001720 0000-MAINLINE.
001730     ACCEPT OAA-CURRENT-DATE FROM DATE YYYYMMDD
001740     ACCEPT OAA-CURRENT-TIME FROM TIME
001750     COMPUTE OAA-NOW-DAY =
001760         FUNCTION INTEGER-OF-DATE(OAA-CURRENT-DATE)
001770     MOVE OAA-CURRENT-TIME(1:6) TO OAA-TIME-WORK
001780     PERFORM 8000-TIME-TO-SECONDS THRU 8000-EXIT
001790     MOVE OAA-TIME-SECONDS TO OAA-NOW-SECONDS
001800     OPEN OUTPUT OAA-REPORT
001810     IF OAA-RPT-STATUS NOT = "00"
001820         DISPLAY "OPS-ALERT-AGING: CANNOT OPEN OPSAGRPT, STATUS "
001830             OAA-RPT-STATUS
001840         MOVE 16 TO RETURN-CODE
001850         GOBACK
001860     END-IF
001870     PERFORM 1000-LOAD-ACKNOWLEDGEMENTS THRU 1000-EXIT
001880     MOVE OAA-CURRENT-DATE TO OAA-HDR-DATE
001890     MOVE OAA-CURRENT-TIME(1:6) TO OAA-HDR-TIME
001900     MOVE OAA-HEADER-1 TO OAA-REPORT-RECORD
001910     WRITE OAA-REPORT-RECORD
001920     MOVE OAA-HEADER-2 TO OAA-REPORT-RECORD
001930     WRITE OAA-REPORT-RECORD
001940     PERFORM 2000-SCAN-ALERTS THRU 2000-EXIT
001950     PERFORM 4000-WRITE-UNMATCHED THRU 4000-EXIT
001960     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
001970     CLOSE OAA-REPORT
001980     DISPLAY "OPS-ALERT-AGING: " OAA-OUTSTANDING
001990         " ALERTS OUTSTANDING, " OAA-UNACKNOWLEDGED
002000         " UNACKNOWLEDGED, OUTPUT IN OPSAGRPT"
002010     IF OAA-ACK-REJECTED > 0 OR OAA-ACK-UNMATCHED > 0
002020         MOVE 4 TO RETURN-CODE
002030     ELSE
002040         MOVE 0 TO RETURN-CODE
002050     END-IF
002060     GOBACK.
002070*
002080*=============================================================
002090*1000-LOAD-ACKNOWLEDGEMENTS - EVERY OPSACK ACTION INTO THE
002100*TABLE.  NO OPSACK YET MEANS NOTHING HAS BEEN ACKNOWLEDGED.
002110*=============================================================
002120 1000-LOAD-ACKNOWLEDGEMENTS.
002130     OPEN INPUT OAA-ACK-FILE
002140     IF OAA-ACK-STATUS NOT = "00"
002150         GO TO 1000-EXIT
002160     END-IF
002170     PERFORM 1100-READ-ACK-RECORD THRU 1100-EXIT
002180         UNTIL OAA-ACK-EOF
002190     CLOSE OAA-ACK-FILE.
002200 1000-EXIT.
002210     EXIT.
002220*
002230 1100-READ-ACK-RECORD.
002240     READ OAA-ACK-FILE
002250         AT END
002260             SET OAA-ACK-EOF TO TRUE
002270             GO TO 1100-EXIT
002280     END-READ
002290     IF OPS-ACK-RECORD(1:1) = "*"
002300         OR OPS-ACK-RECORD = SPACES
002310         GO TO 1100-EXIT
002320     END-IF
002330     IF NOT ACK-ACTION-VALID
002340         OR ACK-ALERT-DATE IS NOT NUMERIC
002350         OR ACK-ALERT-TIME IS NOT NUMERIC
002360         ADD 1 TO OAA-ACK-REJECTED
002370         DISPLAY "OPS-ALERT-AGING: BAD OPSACK RECORD "
002380             OPS-ACK-RECORD(1:22)
002390         GO TO 1100-EXIT
002400     END-IF
002410     IF OAA-ACK-COUNT >= 500
002420         ADD 1 TO OAA-ACK-REJECTED
002430         DISPLAY "OPS-ALERT-AGING: OPSACK TABLE FULL"
002440         GO TO 1100-EXIT
002450     END-IF
002460     ADD 1 TO OAA-ACK-COUNT
002470     MOVE OPS-ACK-RECORD TO OAA-TAB-RECORD(OAA-ACK-COUNT)
002480     MOVE OPS-ACK-RECORD(1:18) TO OAA-TAB-KEY(OAA-ACK-COUNT)
002490     MOVE ACK-INITIALS TO OAA-TAB-INITIALS(OAA-ACK-COUNT)
002500     MOVE ACK-ACTION TO OAA-TAB-ACTION(OAA-ACK-COUNT)
002510     MOVE ACK-NOTE TO OAA-TAB-NOTE(OAA-ACK-COUNT)
002520     MOVE "N" TO OAA-TAB-MATCHED(OAA-ACK-COUNT).
002530 1100-EXIT.
002540     EXIT.
002550*
002560*=============================================================
002570*2000-SCAN-ALERTS - JUDGE EACH OPSALERT ENTRY IN TURN.  NO
002580*OPSALERT MEANS NO ALERT HAS EVER BEEN RAISED.
002590*=============================================================
002600 2000-SCAN-ALERTS.
002610     OPEN INPUT OAA-ALERT-LOG
002620     IF OAA-ALT-STATUS NOT = "00"
002630         GO TO 2000-EXIT
002640     END-IF
002650     PERFORM 2100-READ-ALERT-RECORD THRU 2100-EXIT
002660         UNTIL OAA-ALT-EOF
002670     CLOSE OAA-ALERT-LOG.
002680 2000-EXIT.
002690     EXIT.
002700*
002710 2100-READ-ALERT-RECORD.
002720     READ OAA-ALERT-LOG
002730         AT END
002740             SET OAA-ALT-EOF TO TRUE
002750             GO TO 2100-EXIT
002760     END-READ
002761     IF OAA-ALT-MSG-LIT = "RSP"
002762         IF OAA-ALERT-LISTED
002763             AND OAA-ALT-MSG-NUMBER = OAA-KEY-NUMBER
002764             MOVE OAA-ALT-TEXT TO OAA-TXT-ALERT
002765             MOVE OAA-TEXT-LINE TO OAA-REPORT-RECORD
002766             WRITE OAA-REPORT-RECORD
002767         END-IF
002768         GO TO 2100-EXIT
002769     END-IF
002770     IF OAA-ALT-MSG-LIT NOT = "MSG"
002780         GO TO 2100-EXIT
002790     END-IF
002795     MOVE "N" TO OAA-LISTED-SWITCH
002800     ADD 1 TO OAA-ALERTS-READ
002810     MOVE OAA-ALT-DATE TO OAA-KEY-DATE
002820     MOVE OAA-ALT-TIME TO OAA-KEY-TIME
002830     MOVE OAA-ALT-MSG-NUMBER TO OAA-KEY-NUMBER
002840     SET OAA-STATE-NONE TO TRUE
002850     MOVE SPACES TO OAA-STATE-INITIALS
002860     MOVE SPACES TO OAA-STATE-NOTE
002870     PERFORM 2200-APPLY-ACK-ENTRY THRU 2200-EXIT
002880         VARYING OAA-ACK-INDEX FROM 1 BY 1
002890         UNTIL OAA-ACK-INDEX > OAA-ACK-COUNT
002900     IF OAA-STATE-RESOLVED
002910         ADD 1 TO OAA-RESOLVED
002920         GO TO 2100-EXIT
002930     END-IF
002940     ADD 1 TO OAA-OUTSTANDING
002950     PERFORM 3000-WRITE-ALERT-LINES THRU 3000-EXIT.
002960 2100-EXIT.
002970     EXIT.
002980*
002990*LATER OPSACK RECORDS FOR THE SAME ALERT OVERRIDE EARLIER ONES
003000 2200-APPLY-ACK-ENTRY.
003010     IF OAA-TAB-KEY(OAA-ACK-INDEX) = OAA-ALERT-KEY
003020         MOVE OAA-TAB-ACTION(OAA-ACK-INDEX) TO OAA-ALERT-STATE
003030         MOVE OAA-TAB-INITIALS(OAA-ACK-INDEX)
003040             TO OAA-STATE-INITIALS
003050         MOVE OAA-TAB-NOTE(OAA-ACK-INDEX) TO OAA-STATE-NOTE
003060         MOVE "Y" TO OAA-TAB-MATCHED(OAA-ACK-INDEX)
003070     END-IF.
003080 2200-EXIT.
003090     EXIT.
003100*
003110*=============================================================
003120*3000-WRITE-ALERT-LINES - AGE, STATE AND LATEST ACTION, THEN
003130*THE ALERT TEXT ITSELF ON THE LINE BELOW (ITS RESPONSE LINES
003135*FOLLOW AS THEY ARE READ)
003140*=============================================================
003150 3000-WRITE-ALERT-LINES.
003160     MOVE 0 TO OAA-AGE-HOURS
003170     IF OAA-KEY-DATE IS NUMERIC AND OAA-KEY-TIME IS NUMERIC
003180         MOVE OAA-KEY-DATE TO OAA-ALERT-DATE-NUM
003190         MOVE OAA-KEY-TIME TO OAA-TIME-WORK
003200         PERFORM 8000-TIME-TO-SECONDS THRU 8000-EXIT
003210         COMPUTE OAA-AGE-SECONDS =
003220             (OAA-NOW-DAY -
003230              FUNCTION INTEGER-OF-DATE(OAA-ALERT-DATE-NUM))
003240             * 86400 + OAA-NOW-SECONDS - OAA-TIME-SECONDS
003250         IF OAA-AGE-SECONDS > 0
003260             COMPUTE OAA-AGE-HOURS = OAA-AGE-SECONDS / 3600
003270         END-IF
003280     END-IF
003290     EVALUATE TRUE
003300         WHEN OAA-STATE-ACKNOWLEDGED
003310             ADD 1 TO OAA-ACKNOWLEDGED
003320             MOVE "ACKNOWLEDGED" TO OAA-DET-STATE
003330         WHEN OAA-STATE-ESCALATED
003340             ADD 1 TO OAA-ESCALATED
003350             MOVE "ESCALATED" TO OAA-DET-STATE
003360         WHEN OTHER
003370             ADD 1 TO OAA-UNACKNOWLEDGED
003380             MOVE "UNACKNOWLEDGED" TO OAA-DET-STATE
003390     END-EVALUATE
003400     MOVE OAA-AGE-HOURS TO OAA-DET-AGE
003410     MOVE OAA-KEY-DATE TO OAA-DET-DATE
003420     MOVE OAA-KEY-TIME TO OAA-DET-TIME
003430     MOVE OAA-STATE-INITIALS TO OAA-DET-INITIALS
003440     MOVE OAA-STATE-NOTE TO OAA-DET-NOTE
003450     MOVE OAA-DETAIL-LINE TO OAA-REPORT-RECORD
003460     WRITE OAA-REPORT-RECORD
003470     MOVE OAA-ALT-TEXT TO OAA-TXT-ALERT
003480     MOVE OAA-TEXT-LINE TO OAA-REPORT-RECORD
003490     WRITE OAA-REPORT-RECORD
003495     MOVE "Y" TO OAA-LISTED-SWITCH.
003500 3000-EXIT.
003510     EXIT.
003520*
003530*=============================================================
003540*4000-WRITE-UNMATCHED - OPSACK RECORDS THAT NAME NO ALERT ON
003550*FILE, USUALLY A MISKEYED TIME OR MESSAGE NUMBER
003560*=============================================================
003570 4000-WRITE-UNMATCHED.
003580     PERFORM 4100-CHECK-ONE-ACK THRU 4100-EXIT
003590         VARYING OAA-ACK-INDEX FROM 1 BY 1
003600         UNTIL OAA-ACK-INDEX > OAA-ACK-COUNT.
003610 4000-EXIT.
003620     EXIT.
003630*
003640 4100-CHECK-ONE-ACK.
003650     IF OAA-TAB-MATCHED(OAA-ACK-INDEX) = "N"
003660         IF OAA-ACK-UNMATCHED = 0
003670             MOVE SPACES TO OAA-REPORT-RECORD
003680             WRITE OAA-REPORT-RECORD
003690         END-IF
003700         ADD 1 TO OAA-ACK-UNMATCHED
003710         MOVE "NO SUCH ALERT:  " TO OAA-REJ-REASON
003720         MOVE OAA-TAB-RECORD(OAA-ACK-INDEX) TO OAA-REJ-RECORD
003730         MOVE OAA-REJECT-LINE TO OAA-REPORT-RECORD
003740         WRITE OAA-REPORT-RECORD
003750     END-IF.
003760 4100-EXIT.
003770     EXIT.
003780*
003790 5000-WRITE-TOTALS.
003800     MOVE SPACES TO OAA-REPORT-RECORD
003810     WRITE OAA-REPORT-RECORD
003820     MOVE "ALERTS ON FILE" TO OAA-TOT-LABEL
003830     MOVE OAA-ALERTS-READ TO OAA-TOT-COUNT
003840     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
003850     MOVE "RESOLVED" TO OAA-TOT-LABEL
003860     MOVE OAA-RESOLVED TO OAA-TOT-COUNT
003870     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
003880     MOVE "OUTSTANDING" TO OAA-TOT-LABEL
003890     MOVE OAA-OUTSTANDING TO OAA-TOT-COUNT
003900     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
003910     MOVE "  UNACKNOWLEDGED" TO OAA-TOT-LABEL
003920     MOVE OAA-UNACKNOWLEDGED TO OAA-TOT-COUNT
003930     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
003940     MOVE "  ACKNOWLEDGED" TO OAA-TOT-LABEL
003950     MOVE OAA-ACKNOWLEDGED TO OAA-TOT-COUNT
003960     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
003970     MOVE "  ESCALATED" TO OAA-TOT-LABEL
003980     MOVE OAA-ESCALATED TO OAA-TOT-COUNT
003990     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
004000     MOVE "OPSACK RECORDS REJECTED" TO OAA-TOT-LABEL
004010     MOVE OAA-ACK-REJECTED TO OAA-TOT-COUNT
004020     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT
004030     MOVE "OPSACK RECORDS MATCHING NO ALERT" TO OAA-TOT-LABEL
004040     MOVE OAA-ACK-UNMATCHED TO OAA-TOT-COUNT
004050     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
004060 5000-EXIT.
004070     EXIT.
004080*
004090 5100-WRITE-TOTAL-LINE.
004100     MOVE OAA-TOTAL-LINE TO OAA-REPORT-RECORD
004110     WRITE OAA-REPORT-RECORD.
004120 5100-EXIT.
004130     EXIT.
004140*
004150*CONVERT THE HHMMSS IN OAA-TIME-WORK TO SECONDS SINCE
004160*MIDNIGHT, LEFT IN OAA-TIME-SECONDS
004170 8000-TIME-TO-SECONDS.
004180     COMPUTE OAA-TIME-SECONDS =
004190         OAA-TIME-HH * 3600 + OAA-TIME-MI * 60 + OAA-TIME-SS.
004200 8000-EXIT.
004210     EXIT.
