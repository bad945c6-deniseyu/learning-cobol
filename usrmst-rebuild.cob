000160*                  HELLO-WORLD AGAINST IT, UP TO THE CUTOFF
000170*                  DATE GIVEN ON THE URBCTL CONTROL FILE (NO
000180*                  CONTROL FILE MEANS THE WHOLE JOURNAL).
000183*  2026-10-15 DEV  USRJRNL RECORD WIDENED FOR THE OPERATOR ID
000186*                  OF ON-LINE MAINTENANCE (USRMST-MAINT).
000190*
000200*THE REBUILT MASTER IS WRITTEN TO USRMSTNEW, NEVER OVER THE
000210*LIVE USRMST - OPERATIONS RENAME IT INTO PLACE AFTER
000650     05  URB-JRN-BEFORE-IMAGE PIC X(71).
000660     05  FILLER               PIC X(01).
000670     05  URB-JRN-AFTER-IMAGE  PIC X(71).
000673     05  FILLER               PIC X(01).
000676     05  URB-JRN-OPERATOR     PIC X(08).
000680*
000690 FD  URB-CONTROL
000700     RECORDING MODE IS F.
