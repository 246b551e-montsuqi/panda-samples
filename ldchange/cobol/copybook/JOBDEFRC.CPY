      **************************************************************************
      *    JOBDEFRC  --  NIGHTLY JOB-STREAM DEFINITION RECORD (JOBDEF, ONE
      *    LINE PER JOB, PREPARED BY OPERATIONS).  EVERY NIGHTLY JOB LOOKS
      *    ITSELF UP HERE BEFORE IT STARTS AND WILL NOT RUN FOR THE BUSDATE
      *    BUSINESS DATE UNTIL EACH JOB NAMED IN JD-PREREQ SHOWS COMPLETE
      *    ON JOBSTAT FOR THAT SAME DATE.  A JOB NOT LISTED (OR NO JOBDEF
      *    FILE AT ALL) RUNS UNCHECKED, SO THE TABLE CAN BE PUT ON THE
      *    SYSTEM ONE JOB AT A TIME.  JD-REQUIRED 'Y' = THE JOB MUST RUN
      *    EVERY BUSINESS DAY (THE JOBEXC MORNING REPORT CALLS IT SKIPPED
      *    IF IT HAS NOT).  JD-EXPECT-TIME (HHMM) IS THE LATEST EXPECTED
      *    FINISH, ON THE BUSINESS DATE ITSELF WHEN JD-EXPECT-DAYS IS 0 OR
      *    ON THE FOLLOWING CALENDAR DAY WHEN IT IS 1.  THE STANDARD
      *    STREAM IS:
      *        TXNLOAD    (NONE)
      *        STOPOST    (NONE)
      *        TXNFIX     TXNLOAD
      *        EODRPT     TXNLOAD   STOPOST
      *        GLPOST     EODRPT
      *        ENTCHK     TXNLOAD
      *        REFCHK     ENTCHK
      *        PERCLOSE   ENTCHK
      *        CUSTSTMT   PERCLOSE
      *        AGERPT     TXNLOAD
      *        LIMRPT     TXNLOAD
      *        PNDRPT     (NONE)
      *        INTFEXT    EODRPT
      *        INTFACK    INTFEXT
      *        AUDARCH    (NONE)
      *        ACCREV     AUDARCH
      *        ENTARCH    PERCLOSE  INTFEXT
      **************************************************************************
       01  JOB-DEF-RECORD.
           03  JD-JOB-NAME             PIC  X(08).
           03  FILLER                  PIC  X(01).
           03  JD-REQUIRED             PIC  X(01).
               88  JD-RUNS-DAILY                   VALUE 'Y'.
           03  FILLER                  PIC  X(01).
           03  JD-EXPECT-TIME          PIC  9(04).
           03  JD-EXPECT-DAYS          PIC  9(01).
           03  FILLER                  PIC  X(01).
           03  JD-PREREQ-ENTRY         OCCURS 5.
               05  JD-PREREQ           PIC  X(08).
               05  FILLER              PIC  X(01).
           03  FILLER                  PIC  X(18).
