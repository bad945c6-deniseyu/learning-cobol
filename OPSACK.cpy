000010*OPERATOR ALERT ACKNOWLEDGEMENT RECORD (OPSACK) - ONE PER
000020*OPERATOR ACTION ON AN OPSALERT ENTRY, ADDED TO THE END OF THE
000030*FILE AS THE ACTION IS TAKEN.  THE ALERT IS IDENTIFIED BY THE
000040*DATE, TIME AND MESSAGE NUMBER STAMPED ON ITS OPSALERT LINE
000050*(COLUMNS 1-8, 10-15 AND 20-23 THERE).  ACTION "A" =
000060*ACKNOWLEDGED, "R" = RESOLVED, "E" = ESCALATED; THE LAST ACTION
000070*RECORDED FOR AN ALERT IS ITS STATE.  A RECORD WITH "*" IN
000080*COLUMN 1 IS A COMMENT.
000090 01  OPS-ACK-RECORD.
000100     05  ACK-ALERT-DATE       PIC X(08).
000110     05  ACK-ALERT-TIME       PIC X(06).
000120     05  ACK-MSG-NUMBER       PIC X(04).
000130     05  ACK-INITIALS         PIC X(03).
000140     05  ACK-ACTION           PIC X(01).
000150         88  ACK-ACKNOWLEDGED     VALUE "A".
000160         88  ACK-RESOLVED         VALUE "R".
000170         88  ACK-ESCALATED        VALUE "E".
000180         88  ACK-ACTION-VALID     VALUE "A" "R" "E".
000190     05  ACK-NOTE             PIC X(40).
