000010*RPS BATCH REGISTER RECORD (RPSBATCH) - ONE PER EVENT IN THE
000020*LIFE OF AN RPSMOVES BATCH, ADDED TO THE END OF THE FILE AS IT
000030*HAPPENS.  A BATCH IS KNOWN BY THE BATCH NUMBER ON ITS "BATCH"
000040*HEADER RECORD; THE SUBMITTER AND CREATION DATE ARE CARRIED
000050*FROM THE SAME HEADER.  EVENT "E" = EDITED BY RPS-MOVES-EDIT
000060*(RESULT BALANCED OR OUTOFBAL, COUNT = MOVE RECORDS READ);
000070*"P" = RESULTS POSTED BY RANDOM-NUMBER (RESULT POSTED FOR A
000080*LEAGUE DECK WHOSE RATINGS REACHED RPSRATE, PLAYED FOR A
000090*CLASSIC DECK, COUNT = ROUNDS PLAYED); "R" = A RESUBMISSION OF
000100*A POSTED BATCH, REFUSED WHOLE (RESULT REFUSED).  A BATCH WITH
000110*A "P" EVENT IS NEVER PLAYED AGAIN.
000120 01  RPS-BATCH-REG-RECORD.
000130     05  BAT-NUMBER           PIC 9(06).
000140     05  FILLER               PIC X(01).
000150     05  BAT-SUBMITTER        PIC X(08).
000160     05  FILLER               PIC X(01).
000170     05  BAT-CREATED          PIC 9(08).
000180     05  FILLER               PIC X(01).
000190     05  BAT-EVENT            PIC X(01).
000200         88  BAT-EDITED           VALUE "E".
000210         88  BAT-POSTED           VALUE "P".
000220         88  BAT-REFUSED          VALUE "R".
000230     05  FILLER               PIC X(01).
000240     05  BAT-EVENT-DATE       PIC 9(08).
000250     05  FILLER               PIC X(01).
000260     05  BAT-EVENT-TIME       PIC 9(06).
000270     05  FILLER               PIC X(01).
000280     05  BAT-RESULT           PIC X(08).
000290     05  FILLER               PIC X(01).
000300     05  BAT-COUNT            PIC 9(06).
