000250*                  STATUS 35 (FIRST USE) - ANY OTHER OPEN
000260*                  FAILURE ENDS WITH RC 8 SO SAVED PATTERNS
000270*                  ARE NEVER REPLACED BY THE FOUR DEFAULTS.
000272*  2026-10-15 DEV  PATTERN HEADER RECORDS NOW CARRY THE LIFE
000274*                  RULE SET BY GOL-PATTERN-RLE; IT IS KEPT
000276*                  WHEN THE LIBRARY IS REWRITTEN.  PATTERNS
000278*                  ADDED HERE HAVE A BLANK RULE (B3/S23).
000280*
000290*THE LIBRARY IS SEEDED WITH GLIDER, BLINKER, TOAD AND LWSS
000300*ON FIRST USE.  EACH PLACEMENT NAMES A PATTERN, AN ANCHOR
001160     05  SBD-PATTERN OCCURS 100 TIMES.
001170         10  SBD-PAT-NAME           PIC X(16).
001180         10  SBD-PAT-CELL-COUNT     PIC 9(03).
001185         10  SBD-PAT-RULE           PIC X(20).
001190         10  SBD-PAT-CELL OCCURS 100 TIMES.
001200             15  SBD-PAT-CELL-ROW       PIC 9(03).
001210             15  SBD-PAT-CELL-COL       PIC 9(03).
001270     05  SBD-LIB-P-TYPE          PIC X(01).
001280     05  SBD-LIB-P-NAME          PIC X(16).
001290     05  SBD-LIB-P-CELL-COUNT    PIC 9(03).
001300     05  SBD-LIB-P-RULE          PIC X(20).
001310 01  SBD-LIB-C-RECORD REDEFINES SBD-LIB-WORK-AREA.
001320     05  SBD-LIB-C-TYPE          PIC X(01).
001330     05  SBD-LIB-C-ROW           PIC 9(03).
002460                         TO SBD-CURRENT-PATTERN
002470                     MOVE SBD-LIB-P-NAME
002480                         TO SBD-PAT-NAME(SBD-CURRENT-PATTERN)
002483                     MOVE SBD-LIB-P-RULE
002486                         TO SBD-PAT-RULE(SBD-CURRENT-PATTERN)
002490                     MOVE 0 TO
002500                         SBD-PAT-CELL-COUNT(SBD-CURRENT-PATTERN)
002510                 END-IF
004390         MOVE SBD-NAME-WORK
004400             TO SBD-PAT-NAME(SBD-CURRENT-PATTERN)
004410         MOVE 0 TO SBD-PAT-CELL-COUNT(SBD-CURRENT-PATTERN)
004415         MOVE SPACES TO SBD-PAT-RULE(SBD-CURRENT-PATTERN)
004420     END-IF.
004430 3200-EXIT.
004440     EXIT.
005200     MOVE SBD-PAT-NAME(SBD-PATTERN-INDEX) TO SBD-LIB-P-NAME
005210     MOVE SBD-PAT-CELL-COUNT(SBD-PATTERN-INDEX)
005220         TO SBD-LIB-P-CELL-COUNT
005225     MOVE SBD-PAT-RULE(SBD-PATTERN-INDEX) TO SBD-LIB-P-RULE
005230     MOVE SBD-LIB-WORK-AREA TO SBD-LIB-RECORD
005240     WRITE SBD-LIB-RECORD
005250     PERFORM 3920-WRITE-ONE-CELL THRU 3920-EXIT
