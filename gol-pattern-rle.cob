000200*                  RLEOUT.  THE LIBRARY'S 100-CELL-PER-
000210*                  PATTERN AND 100-PATTERN LIMITS ARE
000220*                  ENFORCED WITH CLEAR REJECTS.
000221*  2026-10-15 DEV  LIFE RULE KEPT WITH EACH LIBRARY PATTERN
000222*                  (PATTERN HEADER RECORD, BLANK = B3/S23).
000223*                  IMPORT TAKES IT FROM THE "RULE =" CLAUSE
000224*                  OF THE RLE HEADER, EXPORT WRITES IT INTO
000225*                  THE HEADER IN PLACE OF A FIXED B3/S23.  AN
000226*                  OPTIONAL RULE ON THE GOLRLECTL CARD NAMES
000227*                  THE RULE A PATTERN WAS RUN UNDER.
000230*
000240*RLE NOTES: "#" LINES ARE COMMENTS, THE "X = ..." HEADER
000246*SUPPLIES THE RULE ON IMPORT (ITS SIZES COME OUT OF THE
000252*DATA), DATA USES COUNTED RUNS OF
000260*"B" (DEAD) AND "O" (ALIVE), "$" ENDS A ROW AND "!" ENDS THE
000270*PATTERN.  ONE PATTERN PER RLEIN DECK.  EXPORT WRITES A
000280*"#N" NAME COMMENT, THE HEADER, AND DATA WRAPPED AT 70
000283*COLUMNS.  RULES ARE HELD IN BXX/SYY FORM; AN OLD-STYLE
000286*"SS/BB" RULE (E.G. 23/3) IS TURNED ROUND ON IMPORT.  THE
000289*RULE ON A GOLRLECTL CARD (COLUMN 22) IS USED ON IMPORT
000292*WHEN THE HEADER HAS NONE, AND ON EXPORT OVERRIDES THE RULE
000295*HELD IN THE LIBRARY.
000300*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000520     05  RLE-CTL-ACTION         PIC X(03).
000530     05  FILLER                 PIC X(01).
000540     05  RLE-CTL-NAME           PIC X(16).
000543     05  FILLER                 PIC X(01).
000546     05  RLE-CTL-RULE           PIC X(20).
000550*
000560 FD  RLE-IMPORT
000570     RECORDING MODE IS F.
000940     05  RLE-PATTERN OCCURS 100 TIMES.
000950         10  RLE-PAT-NAME           PIC X(16).
000960         10  RLE-PAT-CELL-COUNT     PIC 9(03).
000965         10  RLE-PAT-RULE           PIC X(20).
000970         10  RLE-PAT-CELL OCCURS 100 TIMES.
000980             15  RLE-PAT-CELL-ROW       PIC 9(03).
000990             15  RLE-PAT-CELL-COL       PIC 9(03).
001040     05  RLE-LIB-P-TYPE          PIC X(01).
001050     05  RLE-LIB-P-NAME          PIC X(16).
001060     05  RLE-LIB-P-CELL-COUNT    PIC 9(03).
001070     05  RLE-LIB-P-RULE          PIC X(20).
001080 01  RLE-LIB-C-RECORD REDEFINES RLE-LIB-WORK-AREA.
001090     05  RLE-LIB-C-TYPE          PIC X(01).
001100     05  RLE-LIB-C-ROW           PIC 9(03).
001580 01  RLE-HEADER-HEIGHT       PIC ZZ9.
001590 01  RLE-HEADER-LINE         PIC X(80) VALUE SPACES.
001600*
001601*LIFE RULE - FROM THE IMPORT HEADER, OR FOR THE EXPORT HEADER
001602 01  RLE-RULE-WORK           PIC X(20) VALUE SPACES.
001603 01  RLE-HDR-WORK            PIC X(80) VALUE SPACES.
001604 01  RLE-HDR-OFFSET          PIC 9(03) VALUE 0.
001605 01  RLE-HDR-POINTER         PIC 9(03) VALUE 0.
001606 01  RLE-HDR-TOKEN           PIC X(20) VALUE SPACES.
001607 01  RLE-RULE-BIRTH          PIC X(10) VALUE SPACES.
001608 01  RLE-RULE-SURVIVE        PIC X(10) VALUE SPACES.
001609 01  RLE-RULE-LENGTH         PIC 9(03) VALUE 0.
001610 01  RLE-RULE-GOOD-COUNT     PIC 9(03) VALUE 0.
001611 01  RLE-RULE-SLASH-COUNT    PIC 9(03) VALUE 0.
001612*
001613 PROCEDURE DIVISION.
001620*
001630*=============================================================
001640*0000-MAINLINE - LOAD THE LIBRARY, APPLY EVERY IMP/EXP
002510                         TO RLE-CURRENT-PATTERN
002520                     MOVE RLE-LIB-P-NAME
002530                         TO RLE-PAT-NAME(RLE-CURRENT-PATTERN)
002533                     MOVE RLE-LIB-P-RULE
002536                         TO RLE-PAT-RULE(RLE-CURRENT-PATTERN)
002540                     MOVE 0 TO
002550                         RLE-PAT-CELL-COUNT(RLE-CURRENT-PATTERN)
002560                 END-IF
002970     MOVE "N" TO RLE-SCAN-DONE-SWITCH
002980     MOVE "N" TO RLE-REJECT-SWITCH
002990     MOVE 0 TO RLE-WRK-CELL-COUNT
002995     MOVE SPACES TO RLE-RULE-WORK
003000     MOVE 0 TO RLE-SCAN-ROW
003010     MOVE 0 TO RLE-SCAN-COL
003020     MOVE 0 TO RLE-RUN-COUNT
003330             ELSE
003340                 IF RLE-IMPORT-RECORD(1:1) = "x"
003350                     OR RLE-IMPORT-RECORD(1:1) = "X"
003360*HEADER LINE - DIMENSIONS COME OUT OF THE DATA ITSELF, ONLY
003366*THE RULE IS TAKEN FROM IT
003372                     PERFORM 3150-GET-HEADER-RULE THRU 3150-EXIT
003380                 ELSE
003390                     PERFORM 3200-SCAN-DATA-LINE THRU 3200-EXIT
003400                 END-IF
003430 3100-EXIT.
003440     EXIT.
003450*
003451*=============================================================
003452*3150-GET-HEADER-RULE - PICK THE VALUE OF "RULE =" OUT OF THE
003453*RLE HEADER.  ANY ":" BOUNDED-GRID SUFFIX IS DROPPED, AND AN
003454*OLD-STYLE SURVIVE/BIRTH RULE SUCH AS 23/3 IS TURNED ROUND
003455*INTO B3/S23.  A RULE THAT IS NEITHER FORM REJECTS THE DECK.
003456*=============================================================
003457 3150-GET-HEADER-RULE.
003458     MOVE RLE-IMPORT-RECORD TO RLE-HDR-WORK
003459     INSPECT RLE-HDR-WORK CONVERTING
003460         "abcdefghijklmnopqrstuvwxyz"
003461         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003462     MOVE 0 TO RLE-HDR-OFFSET
003463     INSPECT RLE-HDR-WORK TALLYING RLE-HDR-OFFSET
003464         FOR CHARACTERS BEFORE INITIAL "RULE"
003465     IF RLE-HDR-OFFSET >= 77
003466         GO TO 3150-EXIT
003467     END-IF
003468     COMPUTE RLE-HDR-POINTER = RLE-HDR-OFFSET + 5
003469     MOVE SPACES TO RLE-HDR-TOKEN
003470     PERFORM 3160-NEXT-HEADER-TOKEN THRU 3160-EXIT
003471         UNTIL RLE-HDR-TOKEN NOT = SPACES
003472             OR RLE-HDR-POINTER > 80
003473     IF RLE-HDR-TOKEN = SPACES
003474         GO TO 3150-EXIT
003475     END-IF
003476*ONLY B, S, ONE / AND NEIGHBOUR COUNTS 0-8 MAKE A LIFE-LIKE
003477*RULE
003478     MOVE 0 TO RLE-RULE-LENGTH
003479     MOVE 0 TO RLE-RULE-GOOD-COUNT
003480     INSPECT RLE-HDR-TOKEN TALLYING RLE-RULE-LENGTH
003481         FOR CHARACTERS BEFORE INITIAL SPACE
003482     INSPECT RLE-HDR-TOKEN TALLYING RLE-RULE-GOOD-COUNT
003483         FOR ALL "B" ALL "S" ALL "/" ALL "0" ALL "1" ALL "2"
003484             ALL "3" ALL "4" ALL "5" ALL "6" ALL "7" ALL "8"
003485     MOVE 0 TO RLE-RULE-SLASH-COUNT
003486     INSPECT RLE-HDR-TOKEN TALLYING RLE-RULE-SLASH-COUNT
003487         FOR ALL "/"
003488     IF RLE-RULE-GOOD-COUNT NOT = RLE-RULE-LENGTH
003489         OR RLE-RULE-SLASH-COUNT > 1
003490         DISPLAY "GOL-PATTERN-RLE: IMPORT REJECTED, RULE "
003491             RLE-HDR-TOKEN " NOT A LIFE-LIKE RULE"
003492         SET RLE-IMPORT-REJECTED TO TRUE
003493         GO TO 3150-EXIT
003494     END-IF
003495     IF RLE-HDR-TOKEN(1:1) = "B"
003496         MOVE RLE-HDR-TOKEN TO RLE-RULE-WORK
003497     ELSE
003498         MOVE SPACES TO RLE-RULE-SURVIVE
003499         MOVE SPACES TO RLE-RULE-BIRTH
003500         UNSTRING RLE-HDR-TOKEN DELIMITED BY "/"
003501             INTO RLE-RULE-SURVIVE RLE-RULE-BIRTH
003502         END-UNSTRING
003503         MOVE SPACES TO RLE-RULE-WORK
003504         STRING "B" DELIMITED BY SIZE
003505             RLE-RULE-BIRTH DELIMITED BY SPACE
003506             "/S" DELIMITED BY SIZE
003507             RLE-RULE-SURVIVE DELIMITED BY SPACE
003508             INTO RLE-RULE-WORK
003509         END-STRING
003510     END-IF.
003511 3150-EXIT.
003512     EXIT.
003513*
003514 3160-NEXT-HEADER-TOKEN.
003515     UNSTRING RLE-HDR-WORK DELIMITED BY ALL SPACE OR "="
003516         OR "," OR ":"
003517         INTO RLE-HDR-TOKEN
003518         WITH POINTER RLE-HDR-POINTER
003519     END-UNSTRING.
003520 3160-EXIT.
003521     EXIT.
003522*
003523 3200-SCAN-DATA-LINE.
003524     PERFORM 3300-SCAN-ONE-CHAR THRU 3300-EXIT
003525         VARYING RLE-CHAR-INDEX FROM 1 BY 1
003526         UNTIL RLE-CHAR-INDEX > 80
003527             OR RLE-SCAN-DONE
003528             OR RLE-IMPORT-REJECTED.
003529 3200-EXIT.
003530     EXIT.
003540*
003550 3300-SCAN-ONE-CHAR.
004190     ADD 1 TO RLE-PATTERN-COUNT
004200     MOVE RLE-PATTERN-COUNT TO RLE-CURRENT-PATTERN
004210     MOVE RLE-CTL-NAME TO RLE-PAT-NAME(RLE-CURRENT-PATTERN)
004212     IF RLE-RULE-WORK = SPACES
004214         MOVE RLE-CTL-RULE TO RLE-RULE-WORK
004216     END-IF
004218     MOVE RLE-RULE-WORK TO RLE-PAT-RULE(RLE-CURRENT-PATTERN)
004220     MOVE RLE-WRK-CELL-COUNT
004230         TO RLE-PAT-CELL-COUNT(RLE-CURRENT-PATTERN)
004240     PERFORM 3510-COMMIT-ONE-CELL THRU 3510-EXIT
004270     MOVE "Y" TO RLE-LIB-CHANGED-SWITCH
004280     ADD 1 TO RLE-IMPORTED-COUNT
004290     DISPLAY "GOL-PATTERN-RLE: IMPORTED " RLE-CTL-NAME
004300         " WITH " RLE-WRK-CELL-COUNT " CELLS"
004305         " RULE " RLE-RULE-WORK.
004310 3500-EXIT.
004320     EXIT.
004330*
005100     WRITE RLE-EXPORT-RECORD
005110     MOVE RLE-MAX-COL TO RLE-HEADER-WIDTH
005120     MOVE RLE-MAX-ROW TO RLE-HEADER-HEIGHT
005121     IF RLE-CTL-RULE NOT = SPACES
005122         MOVE RLE-CTL-RULE TO RLE-RULE-WORK
005123     ELSE
005124         MOVE RLE-PAT-RULE(RLE-FOUND-INDEX) TO RLE-RULE-WORK
005125     END-IF
005126     IF RLE-RULE-WORK = SPACES
005127         MOVE "B3/S23" TO RLE-RULE-WORK
005128     END-IF
005130     MOVE SPACES TO RLE-HEADER-LINE
005140     STRING "x = " DELIMITED BY SIZE
005150         RLE-HEADER-WIDTH DELIMITED BY SIZE
005160         ", y = " DELIMITED BY SIZE
005170         RLE-HEADER-HEIGHT DELIMITED BY SIZE
005180         ", rule = " DELIMITED BY SIZE
005185         RLE-RULE-WORK DELIMITED BY SPACE
005190         INTO RLE-HEADER-LINE
005200     END-STRING
005210     MOVE RLE-HEADER-LINE TO RLE-EXPORT-RECORD
007010     MOVE RLE-PAT-NAME(RLE-PATTERN-INDEX) TO RLE-LIB-P-NAME
007020     MOVE RLE-PAT-CELL-COUNT(RLE-PATTERN-INDEX)
007030         TO RLE-LIB-P-CELL-COUNT
007035     MOVE RLE-PAT-RULE(RLE-PATTERN-INDEX) TO RLE-LIB-P-RULE
007040     MOVE RLE-LIB-WORK-AREA TO RLE-LIB-RECORD
007050     WRITE RLE-LIB-RECORD
007060     PERFORM 7200-WRITE-ONE-CELL THRU 7200-EXIT
