      **************************************************************************
      *    PENDREC  --  PENDING-CHANGE RECORD (PENDCHG, KEYED BY FILE ID,
      *    RECORD KEY AND THE DATE/TIME THE CHANGE WAS REQUESTED).  UNDER
      *    DUAL CONTROL A SAVE OR DELETE ON THE TEST8 CUSTOMER WINDOW OR
      *    THE TEST6 USER-PROFILE WINDOW IS NOT APPLIED:  IT IS HELD HERE
      *    WITH THE BEFORE AND AFTER IMAGES OF THE CUSTMS OR USERPROF
      *    RECORD UNTIL A DIFFERENT SUPERVISOR APPROVES OR REJECTS IT ON
      *    THE TEST11 APPROVALS WINDOW.  PN-FILE-ID 'C' = CUSTMS, 'U' =
      *    USERPROF.  PN-ACTION 'A' = ADD (BLANK BEFORE IMAGE), 'C' =
      *    CHANGE, 'D' = DELETE (BLANK AFTER IMAGE).  PN-STATUS 'P' =
      *    PENDING, 'A' = APPROVED AND APPLIED, 'R' = REJECTED, 'X' =
      *    EXPIRED UNDECIDED (SET BY THE NIGHTLY PNDRPT JOB).  DECIDED
      *    REQUESTS ARE NEVER DELETED -- THE FILE IS THE AUDIT TRAIL OF
      *    WHO ASKED FOR WHAT AND WHO LET IT THROUGH.  THE IMAGE FIELDS
      *    ARE WIDER THAN THE CURRENT RECORDS SO A LAYOUT EXTENSION DOES
      *    NOT FORCE A FILE CONVERSION.
      **************************************************************************
       01  PENDING-CHANGE-RECORD.
           03  PN-KEY.
               05  PN-FILE-ID          PIC  X(01).
                   88  PN-CUSTOMER-CHANGE          VALUE 'C'.
                   88  PN-USER-CHANGE              VALUE 'U'.
               05  PN-REC-KEY          PIC  X(10).
               05  PN-REQ-DATE         PIC  9(08).
               05  PN-REQ-TIME         PIC  9(08).
           03  PN-ACTION               PIC  X(01).
               88  PN-ADD                          VALUE 'A'.
               88  PN-CHANGE                       VALUE 'C'.
               88  PN-DELETE                       VALUE 'D'.
           03  PN-STATUS               PIC  X(01).
               88  PN-PENDING                      VALUE 'P'.
               88  PN-APPROVED                     VALUE 'A'.
               88  PN-REJECTED                     VALUE 'R'.
               88  PN-EXPIRED                      VALUE 'X'.
           03  PN-REQ-USER             PIC  X(10).
           03  PN-REQ-BUS-DATE         PIC  9(08).
           03  PN-DECIDE-USER          PIC  X(10).
           03  PN-DECIDE-DATE          PIC  9(08).
           03  PN-DECIDE-TIME          PIC  9(08).
           03  PN-DECIDE-BUS-DATE      PIC  9(08).
           03  PN-BEFORE-IMAGE         PIC  X(60).
           03  PN-AFTER-IMAGE          PIC  X(60).
