      **************************************************************************
      *    JOBSTRC  --  NIGHTLY JOB STATUS RECORD (JOBSTAT, KEYED BY
      *    BUSINESS DATE AND JOB NAME).  WRITTEN BY EVERY JOB IN THE
      *    JOBDEF STREAM:  'S' WHEN IT STARTS, 'C' OR 'F' WHEN IT ENDS,
      *    'H' WHEN IT WAS HELD BECAUSE A PREREQUISITE (JS-HELD-FOR) HAD
      *    NOT COMPLETED FOR THE SAME BUSINESS DATE.  A RECORD LEFT AT
      *    'S' MEANS THE JOB ABENDED.  A RERUN REWRITES THE RECORD AND
      *    STEPS JS-RUN-COUNT.  JS-FORCED-BY IS SET WHEN A SUPERVISOR
      *    MARKS A JOB COMPLETE FROM THE TEST7 OPERATIONS CONSOLE.
      **************************************************************************
       01  JOB-STATUS-RECORD.
           03  JS-KEY.
               05  JS-BUS-DATE         PIC  9(08).
               05  JS-JOB-NAME         PIC  X(08).
           03  JS-STATUS               PIC  X(01).
               88  JS-STARTED                      VALUE 'S'.
               88  JS-COMPLETE                     VALUE 'C'.
               88  JS-FAILED                       VALUE 'F'.
               88  JS-HELD                         VALUE 'H'.
           03  JS-START-DATE           PIC  9(08).
           03  JS-START-TIME           PIC  9(08).
           03  JS-END-DATE             PIC  9(08).
           03  JS-END-TIME             PIC  9(08).
           03  JS-RUN-COUNT            PIC  9(03).
           03  JS-HELD-FOR             PIC  X(08).
           03  JS-FORCED-BY            PIC  X(10).
