000010*NIGHTLY-BATCH-DRIVER JOB-STREAM RECORD (DRVJOBS) - ONE PER
000020*SUITE STEP.  STEPS RUN IN SEQUENCE-NUMBER ORDER.  THE STEP
000030*NAME IS WHAT DRVLOG, DRVSTATE, DRVSTATS AND THE DRVCTL
000040*CONDITIONING KNOW THE STEP BY; THE PROGRAM IS WHAT IS CALLED
000050*(BLANK = THE STEP NAME).  A STEP WITH AN AFTER-STEP RUNS ONLY
000060*ONCE THAT STEP HAS COMPLETED (RETURN CODE UNDER 8, TONIGHT OR
000070*ON THE RUN BEING RESTARTED).  CUTOFF "N" LETS THE STEP START
000080*PAST THE DRVCAL MUST-FINISH-BY TIME.  LOG "Y" MARKS A STEP
000090*THAT READS DRVLOG ITSELF, SO THE LOG IS CLOSED AROUND IT.
000100*A RECORD WITH "*" IN COLUMN 1 IS A COMMENT.
000110 01  JOB-STREAM-RECORD.
000120     05  JOB-SEQUENCE         PIC 9(04).
000130     05  JOB-STEP-NAME        PIC X(20).
000140     05  JOB-PROGRAM          PIC X(30).
000150     05  JOB-AFTER-STEP       PIC X(20).
000160     05  JOB-CUTOFF-FLAG      PIC X(01).
000170     05  JOB-LOG-FLAG         PIC X(01).
