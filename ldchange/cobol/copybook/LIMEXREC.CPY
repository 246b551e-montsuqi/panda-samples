      **************************************************************************
      *    LIMEXREC  --  BALANCE-LIMIT EXCEPTION RECORD (LIMEXCP,
      *    EXTENDED BY TEST1, TXNLOAD AND STOPOST FOR EVERY OVER-LIMIT
      *    POSTING EVENT).  LX-DISPOSITION SAYS WHAT BECAME OF IT:
      *    'A' = A SUPERVISOR APPROVED AND RELEASED THE POSTING, 'R' =
      *    IT WAS REFUSED (HELD).  THE LIMRPT JOB PRINTS THE DAY'S
      *    EVENTS FOR THE BRANCH MANAGERS.
      **************************************************************************
       01  LIMIT-EXCEPTION-RECORD.
           03  LX-LOG-DATE             PIC  9(08).
