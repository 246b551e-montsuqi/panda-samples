      **************************************************************************
      *    JOBEXREC  --  JOB-STREAM EXCEPTION RECORD (JOBEXCP, REWRITTEN
      *    EACH MORNING BY JOBEXC AND SHOWN ON THE TEST7 OPERATIONS
      *    CONSOLE).  JX-EXCEPTION IS 'FAILED', 'ABENDED' (STARTED BUT
      *    NEVER ENDED), 'SKIPPED' (HELD BECAUSE PREREQUISITE JX-HELD-FOR
      *    HAD NOT COMPLETED, OR A DAILY JOB THAT HAS NOT RUN AT ALL BY
      *    ITS EXPECTED TIME) OR 'LATE' (COMPLETED AFTER ITS EXPECTED
      *    TIME).
      **************************************************************************
       01  JOB-EXCEPTION-RECORD.
           03  JX-JOB-NAME             PIC  X(08).
           03  JX-BUS-DATE             PIC  9(08).
           03  JX-EXCEPTION            PIC  X(08).
           03  JX-EXPECT-DATE          PIC  9(08).
           03  JX-EXPECT-TIME          PIC  9(04).
           03  JX-END-DATE             PIC  9(08).
           03  JX-END-TIME             PIC  9(08).
           03  JX-HELD-FOR             PIC  X(08).
