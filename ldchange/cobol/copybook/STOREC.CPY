      **************************************************************************
      *    STOREC  --  STANDING-ORDER INSTRUCTION RECORD (STOINST, KEYED
      *    BY CUSTOMER CODE PLUS AN INSTRUCTION NUMBER, SO ONE CUSTOMER
      *    CAN CARRY SEVERAL).  MAINTAINED THROUGH THE TEST10 WINDOW,
      *    REACHED FROM TEST8.  THE STOPOST JOB POSTS EVERY ACTIVE
      *    INSTRUCTION DUE ON THE BUSINESS DATE AS AN ORDINARY
      *    TRANSACTION AND STEPS SO-NEXT-DUE ON BY THE FREQUENCY:
      *    'W' = WEEKLY, 'F' = FORTNIGHTLY, 'M' = MONTHLY, 'Q' =
      *    QUARTERLY.  SO-NEXT-DUE IS THE SCHEDULED DATE; WHEN IT IS A
      *    BUSCAL WEEKEND OR HOLIDAY THE POSTING IS MADE ON THE NEXT
      *    BUSINESS DAY, BUT THE SCHEDULE ITSELF DOES NOT SLIP.
      *    SO-DUE-DAY KEEPS THE DAY OF THE MONTH THE INSTRUCTION WAS
      *    SET UP FOR, SO A MONTHLY ORDER ON THE 31ST FALLS ON THE LAST
      *    DAY OF A SHORT MONTH AND RETURNS TO THE 31ST AFTERWARDS.
      *    SO-END-DATE OF ZERO MEANS NO END DATE.  SO-STATUS IS 'A'
      *    (ACTIVE), 'S' (SUSPENDED -- NOT POSTED UNTIL REACTIVATED) OR
      *    'E' (ENDED -- SET BY STOPOST ONCE THE NEXT DUE DATE PASSES
      *    THE END DATE).  THE LAST-POSTED FIELDS RECORD THE MOST
      *    RECENT POSTING ATTEMPT AND ITS OUTCOME.
      **************************************************************************
       01  STANDING-ORDER-RECORD.
           03  SO-KEY.
               05  SO-CUST-CODE        PIC  X(10).
               05  SO-INST-NO          PIC  9(03).
           03  SO-AMOUNT               PIC  9(07)V99.
           03  SO-FREQUENCY            PIC  X(01).
               88  SO-WEEKLY                       VALUE 'W'.
               88  SO-FORTNIGHTLY                  VALUE 'F'.
               88  SO-MONTHLY                      VALUE 'M'.
               88  SO-QUARTERLY                    VALUE 'Q'.
           03  SO-NEXT-DUE             PIC  9(08).
           03  SO-DUE-DAY              PIC  9(02).
           03  SO-END-DATE             PIC  9(08).
           03  SO-STATUS               PIC  X(01).
               88  SO-ACTIVE                       VALUE 'A'.
               88  SO-SUSPENDED                    VALUE 'S'.
               88  SO-ENDED                        VALUE 'E'.
           03  SO-LAST-POSTED          PIC  9(08).
           03  SO-LAST-SEQ             PIC  9(05).
           03  SO-LAST-RESULT          PIC  X(02).
           03  SO-LAST-USER            PIC  X(10).
           03  SO-LAST-UPDATE-DATE     PIC  9(08).
