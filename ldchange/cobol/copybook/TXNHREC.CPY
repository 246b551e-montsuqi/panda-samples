      **************************************************************************
      *    TXNHREC  --  TXNLOAD INPUT-FILE HISTORY RECORD (TXNHIST, ONE
      *    RECORD APPENDED PER LOAD).  TH-RECORD-COUNT AND TH-HASH-TOTAL
      *    (THE SUM OF THE AMOUNT AND TRANSACTION-DATE FIELDS OF EVERY
      *    INPUT RECORD) IDENTIFY THE FILE LOADED.  TXNLOAD REFUSES A
      *    TXNIN WHOSE COUNT AND HASH TOTAL BOTH MATCH AN EARLIER LOAD,
      *    SO A BUREAU FILE RE-SENT WHOLE IS NOT POSTED TWICE.
      **************************************************************************
       01  TXN-HISTORY-RECORD.
           03  TH-BUS-DATE             PIC  9(08).
           03  TH-RUN-DATE             PIC  9(08).
           03  TH-RUN-TIME             PIC  9(08).
           03  TH-RECORD-COUNT         PIC  9(07).
           03  TH-HASH-TOTAL           PIC  S9(13)V99.
           03  TH-ACCEPT-COUNT         PIC  9(07).
           03  TH-REJECT-COUNT         PIC  9(07).
           03  TH-SUSPEND-COUNT        PIC  9(07).
