      *    JRNLREC  --  UPDATE JOURNAL RECORD (ENTJRNL, EXTENDED BY
      *    EVERY PROGRAM THAT WRITES, REWRITES OR DELETES AN
      *    ENTRY-MASTER OR ENTRY-DETAIL RECORD:  TEST1, TXNLOAD,
      *    STOPOST, CUSTMRG, ENTARCH AND ENTREST).  THE ACCREV ACCESS
      *    REVIEW ALSO JOURNALS ITS USERPROF DOWNGRADES HERE UNDER
      *    FILE ID 'U'; RECOVERY REPLAYS ONLY 'M' AND 'D'.  EACH RECORD
      *    CARRIES THE BEFORE AND AFTER IMAGES OF ONE FILE ACTION, SO
      *    THE ENTRCVR UTILITY CAN REPLAY THE JOURNAL FORWARD AGAINST A
      *    RESTORED BACKUP TO A CHOSEN POINT IN TIME.  A WRITE HAS A
      *    BLANK BEFORE IMAGE; A DELETE HAS A BLANK AFTER IMAGE.  THE
      *    IMAGE FIELDS ARE WIDER THAN THE CURRENT RECORDS SO A LAYOUT
      *    EXTENSION DOES NOT FORCE A JOURNAL CONVERSION.
      **************************************************************************
       01  JOURNAL-RECORD.
           03  JR-LOG-DATE             PIC  9(08).
           03  JR-FILE-ID              PIC  X(01).
               88  JR-MASTER-FILE                  VALUE 'M'.
               88  JR-DETAIL-FILE                  VALUE 'D'.
               88  JR-USER-FILE                    VALUE 'U'.
           03  JR-ACTION               PIC  X(01).
               88  JR-ACTION-WRITE                 VALUE 'W'.
               88  JR-ACTION-REWRITE               VALUE 'R'.
