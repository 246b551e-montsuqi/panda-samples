      **************************************************************************
      *    EXTQREC  --  EXTRACT-PENDING QUEUE RECORD (EXTQ, KEYED BY
      *    CUSTOMER CODE PLUS DETAIL SEQUENCE).  TEST1, TXNLOAD AND
      *    STOPOST WRITE ONE RECORD HERE FOR EVERY ENTRY-DETAIL THEY
      *    CREATE; THE NIGHTLY EXTRACT (INTFEXT) PROCESSES ONLY THESE
      *    PENDING ENTRIES (PLUS THE INTFRSND RE-SENDS) AND DELETES
      *    EACH ONE ONLY AFTER ITS DETAIL IS SAFELY ON THE GENERATION
      *    ARCHIVE, SO A DETAIL GOES DOWNSTREAM EXACTLY ONCE AND THE
      *    NIGHTLY RUN TIME TRACKS THE PENDING COUNT, NOT TOTAL FILE
      *    SIZE.
      **************************************************************************
       01  EXTRACT-QUEUE-RECORD.
           03  XQ-KEY.
