           SELECT  LIMIT-EXCP-FILE    ASSIGN  TO  "LIMEXCP"
                   ORGANIZATION   IS  SEQUENTIAL
                   FILE STATUS    IS  T1-LIMEX-STATUS.
           SELECT  STANDING-ORDER-FILE ASSIGN TO "STOINST"
                   ORGANIZATION   IS  INDEXED
                   ACCESS MODE    IS  DYNAMIC
                   RECORD KEY     IS  SO-KEY
                   FILE STATUS    IS  T1-STO-STATUS.
           SELECT  PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
                   ORGANIZATION   IS  INDEXED
                   ACCESS MODE    IS  DYNAMIC
                   RECORD KEY     IS  PN-KEY
                   FILE STATUS    IS  T1-PEND-STATUS.
           SELECT  JOB-STATUS-FILE    ASSIGN  TO  "JOBSTAT"
                   ORGANIZATION   IS  INDEXED
                   ACCESS MODE    IS  DYNAMIC
                   RECORD KEY     IS  JS-KEY
                   FILE STATUS    IS  T1-JSTAT-STATUS.
           SELECT  JOB-EXCEPTION-FILE ASSIGN  TO  "JOBEXCP"
                   ORGANIZATION   IS  SEQUENTIAL
                   FILE STATUS    IS  T1-JOBEXCP-STATUS.
           SELECT  JOB-DEF-FILE       ASSIGN  TO  "JOBDEF"
                   ORGANIZATION   IS  LINE SEQUENTIAL
                   FILE STATUS    IS  T1-JDEF-STATUS.
           SELECT  PERIOD-BAL-FILE    ASSIGN  TO  "PERBAL"
                   ORGANIZATION   IS  INDEXED
                   ACCESS MODE    IS  DYNAMIC
                   RECORD KEY     IS  PB-KEY
                   FILE STATUS    IS  T1-PERBAL-STATUS.
           SELECT  ARCH-MASTER-FILE   ASSIGN  TO  "ENTARCHF"
                   ORGANIZATION   IS  INDEXED
                   ACCESS MODE    IS  DYNAMIC
                   RECORD KEY     IS  AM-KEY
                   FILE STATUS    IS  T1-ARCHF-STATUS.
           SELECT  ARCH-DETAIL-FILE   ASSIGN  TO  "ENTARCHD"
                   ORGANIZATION   IS  INDEXED
                   ACCESS MODE    IS  DYNAMIC
                   RECORD KEY     IS  AD-KEY
                   FILE STATUS    IS  T1-ARCHD-STATUS.
           SELECT  DUP-PARM-FILE      ASSIGN  TO  "DUPPARM"
                   ORGANIZATION   IS  LINE SEQUENTIAL
                   FILE STATUS    IS  T1-DUPPARM-STATUS.
           SELECT  SUSPENSE-FILE      ASSIGN  TO  "TXNSUSP"
                   ORGANIZATION   IS  INDEXED
                   ACCESS MODE    IS  DYNAMIC
                   RECORD KEY     IS  SP-KEY
                   FILE STATUS    IS  T1-SUSP-STATUS.
       DATA                DIVISION.
       FILE                SECTION.
       FD  ENTRY-MASTER-FILE
       FD  LIMIT-EXCP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY    "LIMEXREC".
       FD  STANDING-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY    "STOREC".
       FD  PENDING-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY    "PENDREC".
       FD  JOB-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY    "JOBSTRC".
       FD  JOB-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY    "JOBEXREC".
       FD  JOB-DEF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY    "JOBDEFRC".
       FD  PERIOD-BAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY    "PERBALRC".
       FD  ARCH-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY    "ARCMREC".
       FD  ARCH-DETAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY    "ARCDREC".
       FD  DUP-PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  T1-DUPPARM-RECORD.
           05  T1-DP-LOOKBACK      PIC  9(03).
           05  FILLER              PIC  X(77).
       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY    "SUSPREC".
       WORKING-STORAGE     SECTION.
       77  T1-ENTRY-STATUS         PIC  X(02)     VALUE SPACES.
           88  T1-ENTRY-OK                        VALUE '00'.
           88  T1-AUTH-DELETE                     VALUE '3'.
       77  T1-USER-SUPER-SWITCH    PIC  X(01)     VALUE 'N'.
           88  T1-USER-SUPERVISOR                 VALUE 'Y'.
       77  T1-AUTH-REFUSED-SWITCH  PIC  X(01)     VALUE 'N'.
           88  T1-AUTH-REFUSED                    VALUE 'Y'.
       77  T1-REVERSE-AMOUNT       PIC  S9(07)V99 VALUE ZERO.
       77  T1-CUST-STATUS          PIC  X(02)     VALUE SPACES.
           88  T1-CUST-OK                         VALUE '00'.
           88  T1-LIMPARM-OK                      VALUE '00'.
       77  T1-LIMEX-STATUS         PIC  X(02)     VALUE SPACES.
           88  T1-LIMEX-OK                        VALUE '00'.
       77  T1-STO-STATUS           PIC  X(02)     VALUE SPACES.
           88  T1-STO-OK                          VALUE '00'.
       77  T1-STO-FOUND-SWITCH     PIC  X(01)     VALUE 'N'.
           88  T1-STO-FOUND                       VALUE 'Y'.
       77  T1-PEND-STATUS          PIC  X(02)     VALUE SPACES.
           88  T1-PEND-OK                         VALUE '00'.
       77  T1-PEND-OPEN-SWITCH     PIC  X(01)     VALUE 'N'.
           88  T1-PEND-OPEN                       VALUE 'Y'.
       77  T1-APPLY-FAIL-SWITCH    PIC  X(01)     VALUE 'N'.
           88  T1-APPLY-FAILED                    VALUE 'Y'.
       77  T1-PEND-FOUND-SWITCH    PIC  X(01)     VALUE 'N'.
           88  T1-PEND-FOUND                      VALUE 'Y'.
       77  T1-DUAL-SWITCH          PIC  X(01)     VALUE 'N'.
           88  T1-DUAL-CONTROL                    VALUE 'Y'.
       77  T1-SCAN-EOF-SWITCH      PIC  X(01)     VALUE 'N'.
           88  T1-SCAN-EOF                        VALUE 'Y'.
       77  T1-PEND-FILE            PIC  X(01)     VALUE SPACE.
       77  T1-PEND-ACTION          PIC  X(01)     VALUE SPACE.
       77  T1-PEND-REC-KEY         PIC  X(10)     VALUE SPACES.
       77  T1-JSTAT-STATUS         PIC  X(02)     VALUE SPACES.
           88  T1-JSTAT-OK                        VALUE '00'.
       77  T1-JSTAT-FOUND-SWITCH   PIC  X(01)     VALUE 'N'.
           88  T1-JSTAT-FOUND                     VALUE 'Y'.
       77  T1-JOBEXCP-STATUS       PIC  X(02)     VALUE SPACES.
           88  T1-JOBEXCP-OK                      VALUE '00'.
       77  T1-JOBEXCP-EOF-SWITCH   PIC  X(01)     VALUE 'N'.
           88  T1-JOBEXCP-EOF                     VALUE 'Y'.
       77  T1-EXCP-COUNT           PIC  9(02)     COMP    VALUE ZERO.
       77  T1-JDEF-STATUS          PIC  X(02)     VALUE SPACES.
           88  T1-JDEF-OK                         VALUE '00'.
       77  T1-JDEF-EOF-SWITCH      PIC  X(01)     VALUE 'N'.
           88  T1-JDEF-EOF                        VALUE 'Y'.
       77  T1-JDEF-FOUND-SWITCH    PIC  X(01)     VALUE 'N'.
           88  T1-JDEF-FOUND                      VALUE 'Y'.
       77  T1-PERBAL-STATUS        PIC  X(02)     VALUE SPACES.
           88  T1-PERBAL-OK                       VALUE '00'.
       77  T1-ARCHF-STATUS         PIC  X(02)     VALUE SPACES.
           88  T1-ARCHF-OK                        VALUE '00'.
       77  T1-ARCHD-STATUS         PIC  X(02)     VALUE SPACES.
           88  T1-ARCHD-OK                        VALUE '00'.
       77  T1-BAL-EOF-SWITCH       PIC  X(01)     VALUE 'N'.
           88  T1-BAL-EOF                         VALUE 'Y'.
       77  T1-BAL-COUNT            PIC  9(02)     COMP    VALUE ZERO.
       77  T1-BAL-PERIOD           PIC  9(08)     VALUE ZERO.
       77  T1-BAL-START-SEQ        PIC  9(05)     VALUE ZERO.
       77  T1-BAL-BACKOUT          PIC  S9(07)V99 VALUE ZERO.
       77  T1-DUPPARM-STATUS       PIC  X(02)     VALUE SPACES.
           88  T1-DUPPARM-OK                      VALUE '00'.
       77  T1-SUSP-STATUS          PIC  X(02)     VALUE SPACES.
           88  T1-SUSP-OK                         VALUE '00'.
       77  T1-SUSP-OPEN-SWITCH     PIC  X(01)     VALUE 'N'.
           88  T1-SUSP-OPEN                       VALUE 'Y'.
       77  T1-SUSP-HELD-SWITCH     PIC  X(01)     VALUE 'N'.
           88  T1-SUSP-ALREADY-HELD               VALUE 'Y'.
       77  T1-DUP-LOOKBACK         PIC  9(03)     VALUE ZERO.
       77  T1-DUP-CUTOFF           PIC  9(08)     VALUE ZERO.
       77  T1-DUP-SCAN-SEQ         PIC  9(05)     VALUE ZERO.
       77  T1-DUP-SEQ              PIC  9(05)     VALUE ZERO.
       77  T1-DUP-ENTRY-DATE       PIC  9(08)     VALUE ZERO.
       77  T1-DUP-STOP-SWITCH      PIC  X(01)     VALUE 'N'.
           88  T1-DUP-STOP                        VALUE 'Y'.
       77  T1-DUP-RELEASE-SWITCH   PIC  X(01)     VALUE 'N'.
           88  T1-DUP-RELEASE                     VALUE 'Y'.
       01  T1-BAL-DETAIL.
           03  T1-BD-SEQ-NO        PIC  9(05).
           03  T1-BD-AMOUNT        PIC  S9(07)V99.
           03  T1-BD-TXN-DATE      PIC  9(08).
           03  T1-BD-ENTRY-WINDOW  PIC  X(10).
           03  T1-BD-ENTRY-DATE    PIC  9(08).
           03  T1-BD-TXN-TYPE      PIC  X(01).
       01  T1-PEND-BEFORE          PIC  X(60)     VALUE SPACES.
       01  T1-PEND-AFTER           PIC  X(60)     VALUE SPACES.
       01  T1-CUST-IMAGE.
           03  T1-CI-CUST-CODE     PIC  X(10).
           03  T1-CI-NAME          PIC  X(20).
           03  T1-CI-BRANCH        PIC  X(04).
           03  T1-CI-STATUS        PIC  X(01).
           03  T1-CI-BALANCE-LIMIT PIC  S9(07)V99.
           03  FILLER              PIC  X(16).
       01  T1-USER-IMAGE           REDEFINES T1-CUST-IMAGE.
           03  T1-UI-USER-ID       PIC  X(10).
           03  T1-UI-AUTHORITY     PIC  X(01).
           03  T1-UI-SUPERVISOR    PIC  X(01).
           03  T1-UI-NAME          PIC  X(20).
           03  FILLER              PIC  X(28).
       77  T1-DEFAULT-LIMIT        PIC  S9(07)V99 VALUE ZERO.
       77  T1-EFF-LIMIT            PIC  S9(07)V99 VALUE ZERO.
       77  T1-NEW-BALANCE          PIC  S9(07)V99 VALUE ZERO.
               PERFORM 870-CUST-DELETE
             WHEN 'PUTG' ALSO 'cusshow'
               PERFORM 880-CUST-SHOW
             WHEN 'PUTG' ALSO 'button9'
               PERFORM 890-STO-MAINT
             WHEN 'PUTG' ALSO 'stosave'
               PERFORM 891-STO-SAVE
             WHEN 'PUTG' ALSO 'stodel'
               PERFORM 894-STO-DELETE
             WHEN 'PUTG' ALSO 'stoshow'
               PERFORM 896-STO-SHOW
             WHEN 'PUTG' ALSO 'button10'
               PERFORM 680-APPROVALS
             WHEN 'PUTG' ALSO 'aprefresh'
               PERFORM 680-APPROVALS
             WHEN 'PUTG' ALSO 'apnext'
               PERFORM 682-APPROVALS-NEXT-PAGE
             WHEN 'PUTG' ALSO 'apshow'
               PERFORM 688-APPROVAL-SHOW
             WHEN 'PUTG' ALSO 'approve'
               PERFORM 690-APPROVE-CHANGE
             WHEN 'PUTG' ALSO 'apreject'
               PERFORM 696-REJECT-CHANGE
             WHEN 'PUTG' ALSO 'button8'
               PERFORM 210-CUST-SEARCH
             WHEN 'PUTG' ALSO 'csearch'
               PERFORM 220-SEARCH-NEXT-PAGE
             WHEN 'PUTG' ALSO 'cselect'
               PERFORM 215-CUST-SELECT
             WHEN 'PUTG' ALSO 'cbalance'
               PERFORM 312-BALANCE-FROM-SEARCH
             WHEN 'PUTG' ALSO 'button11'
               PERFORM 310-BALANCE-ASOF
             WHEN 'PUTG' ALSO 'balquery'
               PERFORM 310-BALANCE-ASOF
             WHEN 'PUTG' ALSO 'balnext'
               PERFORM 314-BALANCE-NEXT-PAGE
             WHEN 'PUTG' ALSO 'button12'
               PERFORM 710-SUSPENSE-REVIEW
             WHEN 'PUTG' ALSO 'sprefresh'
               PERFORM 710-SUSPENSE-REVIEW
             WHEN 'PUTG' ALSO 'spnext'
               PERFORM 712-SUSPENSE-NEXT-PAGE
             WHEN 'PUTG' ALSO 'sprelease'
               PERFORM 720-SUSPENSE-RELEASE
             WHEN 'PUTG' ALSO 'spdiscard'
               PERFORM 726-SUSPENSE-DISCARD
             WHEN 'PUTG' ALSO 'opsrefresh'
               PERFORM 750-OPS-CONSOLE
             WHEN 'PUTG' ALSO 'clrbatch'
               PERFORM 770-OPS-CLEAR-BATCH
             WHEN 'PUTG' ALSO 'rstjob'
               PERFORM 780-OPS-RESET-JOB
             WHEN 'PUTG' ALSO 'jobdone'
               PERFORM 785-OPS-FORCE-COMPLETE
             WHEN 'PUTG' ALSO 'usrsave'
               PERFORM 560-USER-SAVE
             WHEN 'PUTG' ALSO 'usrdel'
           PERFORM 060-GET-BUSINESS-DATE.
           PERFORM 065-GET-CLOSED-PERIOD.
           PERFORM 068-GET-DEFAULT-LIMIT.
           PERFORM 069-GET-DUP-LOOKBACK.
           PERFORM 070-CHECK-RUN-CONTROL.
      **************************************************************************
      *    THE CURRENT BUSINESS DATE COMES FROM THE BUSDATE CONTROL
               CLOSE LIMIT-PARM-FILE
           END-IF.
      **************************************************************************
      *    THE DUPLICATE-DETECTION LOOK-BACK, IN DAYS BEFORE THE
      *    BUSINESS DATE, COMES FROM THE DUPPARM PARAMETER FILE.  NO
      *    PARAMETER MEANS THE 3-DAY DEFAULT; A LOOK-BACK OF ZERO TURNS
      *    DUPLICATE DETECTION OFF.
      **************************************************************************
       069-GET-DUP-LOOKBACK      SECTION.
           MOVE 3 TO T1-DUP-LOOKBACK.
           OPEN INPUT DUP-PARM-FILE.
           IF T1-DUPPARM-OK
               READ DUP-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF T1-DP-LOOKBACK NUMERIC
                           MOVE T1-DP-LOOKBACK TO T1-DUP-LOOKBACK
                       END-IF
               END-READ
               CLOSE DUP-PARM-FILE
           END-IF.
      **************************************************************************
      *    WHILE A NIGHTLY JOB HOLDS THE BATCH WINDOW OPEN ON RUNCTL,
      *    UPDATES AND DELETES ARE REFUSED -- INQUIRY STAYS AVAILABLE.
      **************************************************************************
      *    PROFILE FILE ITSELF IS NOT YET ON THE SYSTEM, AUTHORIZATION
      *    IS NOT ACTIVE AND EVERY TERMINAL KEEPS ITS OLD FULL
      *    AUTHORITY -- OTHERWISE NOBODY COULD EVER SEED THE FIRST
      *    SUPERVISOR PROFILE THROUGH TEST6.  ANY ACTION REFUSED FOR
      *    WANT OF THE AUTHORITY SET HERE RAISES T1-AUTH-REFUSED, AND
      *    THE TRANSITION IS THEN LOGGED AS EVENT 'REFUSED' SO THE
      *    ACCREV ACCESS REVIEW CAN REPORT FAILED ACCESS ATTEMPTS.
      **************************************************************************
       080-CHECK-USER-AUTH       SECTION.
           MOVE '1' TO T1-USER-AUTHORITY.
           MOVE 'N' TO T1-USER-SUPER-SWITCH.
           MOVE 'N' TO T1-AUTH-REFUSED-SWITCH.
           OPEN INPUT USER-PROFILE-FILE.
           IF NOT T1-USER-OK
               MOVE '3' TO T1-USER-AUTHORITY
               END-READ
               CLOSE USER-PROFILE-FILE
           END-IF.
      **************************************************************************
      *    A SIGN-ON (THE 'LINK' INTO TEST1) IS LOGGED AS EVENT
      *    'SIGNON' AND AN AUTHORIZATION REFUSAL AS 'REFUSED'; EVERY
      *    OTHER TRANSITION CARRIES THE RUNTIME EVENT.
      **************************************************************************
       700-WRITE-AUDIT           SECTION.
           ACCEPT AU-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-LOG-TIME FROM TIME.
           MOVE MCP-WINDOW TO AU-WINDOW.
           EVALUATE TRUE
               WHEN T1-AUTH-REFUSED
                   MOVE 'REFUSED' TO AU-EVENT
               WHEN MCP-STATUS = 'LINK'
                   MOVE 'SIGNON' TO AU-EVENT
               WHEN OTHER
                   MOVE MCP-EVENT TO AU-EVENT
           END-EVALUATE.
           MOVE MCP-WIDGET TO AU-WIDGET.
           MOVE MCP-USER-ID TO AU-USER-ID.
           MOVE T1-AUDIT-BEFORE1 TO AU-BEFORE-ENTRY1.
               END-IF
           END-IF.
      **************************************************************************
      *    POINT-IN-TIME BALANCE INQUIRY (TEST12 WINDOW), REACHED FROM
      *    TEST1 VIA BUTTON11 FOR THE CUSTOMER ON THE SCREEN OR FROM A
      *    TEST9 SEARCH LINE.  INQUIRY ONLY.  THE BALANCE AT THE CLOSE
      *    OF THE AS-OF DATE IS THE LATEST PERBAL SNAPSHOT TAKEN ON OR
      *    BEFORE THAT DATE PLUS EVERY DETAIL POSTED AFTER THE SNAPSHOT
      *    (ABOVE PB-LAST-SEQ) THAT IS DATED ON OR BEFORE IT.  PERCLOSE
      *    TAKES THE SNAPSHOT ON THE BUSINESS DATE IT RUNS, WHICH MAY BE
      *    AFTER THE PERIOD END, SO A DETAIL AT OR BELOW PB-LAST-SEQ MAY
      *    BE DATED AFTER THE AS-OF DATE:  ANY SUCH DETAIL IS BACKED OUT
      *    OF THE MOVEMENT.  WITH NO SNAPSHOT THAT EARLY THE BALANCE IS
      *    BUILT FROM THE FIRST DETAIL.  A CUSTOMER PURGED BY ENTARCH IS
      *    ANSWERED FROM ENTARCHF/ENTARCHD -- PERBAL KEEPS THE PURGED
      *    CUSTOMER'S SNAPSHOTS.  THE DETAILS MAKING UP THE MOVEMENT ARE
      *    PAGED FIVE AT A TIME IN SEQUENCE WITH A RUNNING BALANCE.
      **************************************************************************
       310-BALANCE-ASOF          SECTION.
           DISPLAY '----BALANCE-ASOF TEST12'.
           MOVE SPACES TO SCR-ERROR-MSG.
           IF MCP-WIDGET = 'button11'
               INITIALIZE TEST12
               MOVE LINKAREA-ENTRY1 TO SCR-T12-CUST
               MOVE T1-BUSINESS-DATE TO SCR-T12-ASOF-DATE
           END-IF.
           IF MCP-WIDGET NOT = 'button11'
               OR SCR-T12-CUST NOT = SPACES
               PERFORM 315-EDIT-BALANCE-QUERY
               IF SCR-ERROR-MSG = SPACES
                   PERFORM 320-CALC-BALANCE
               END-IF
           END-IF.
           MOVE 'NEW' TO MCP-PUTTYPE.
           MOVE 'test12' TO MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       312-BALANCE-FROM-SEARCH   SECTION.
           DISPLAY '----BALANCE-FROM-SEARCH TEST9'.
           MOVE SPACES TO SCR-ERROR-MSG.
           EVALUATE TRUE
               WHEN SCR-T9-PICK NOT NUMERIC
                   MOVE 'LINE NUMBER MUST BE 1 TO 5' TO SCR-ERROR-MSG
               WHEN SCR-T9-PICK < 1 OR SCR-T9-PICK > 5
                   MOVE 'LINE NUMBER MUST BE 1 TO 5' TO SCR-ERROR-MSG
               WHEN SCR-T9-S-CODE (SCR-T9-PICK) = SPACES
                   MOVE 'NO CUSTOMER ON THAT LINE' TO SCR-ERROR-MSG
           END-EVALUATE.
           IF SCR-ERROR-MSG = SPACES
               INITIALIZE TEST12
               MOVE SCR-T9-S-CODE (SCR-T9-PICK) TO SCR-T12-CUST
               MOVE T1-BUSINESS-DATE TO SCR-T12-ASOF-DATE
               PERFORM 310-BALANCE-ASOF
           ELSE
               MOVE 'NEW' TO MCP-PUTTYPE
               MOVE 'test9' TO MCP-WINDOW
               PERFORM 900-PUT-WINDOW
           END-IF.
      **************************************************************************
      *    A CHANGED CUSTOMER OR DATE SINCE THE LAST ANSWER MEANS A NEW
      *    QUESTION:  IT IS RECALCULATED FROM THE FIRST PAGE.
      **************************************************************************
       314-BALANCE-NEXT-PAGE     SECTION.
           DISPLAY '----BALANCE-NEXT-PAGE TEST12'.
           MOVE SPACES TO SCR-ERROR-MSG.
           IF SCR-T12-CUST NOT = SCR-T12-Q-CUST
               OR SCR-T12-ASOF-DATE NOT = SCR-T12-Q-DATE
               PERFORM 315-EDIT-BALANCE-QUERY
               IF SCR-ERROR-MSG = SPACES
                   PERFORM 320-CALC-BALANCE
               END-IF
           ELSE
               IF NOT SCR-T12-MORE-PAGES
                   MOVE 'NO FURTHER TRANSACTIONS IN THIS MOVEMENT'
                       TO SCR-ERROR-MSG
               ELSE
                   PERFORM 326-OPEN-ARCH-DETAIL
                   IF SCR-ERROR-MSG = SPACES
                       PERFORM 335-READ-BALANCE-PAGE
                   END-IF
                   IF SCR-T12-FROM-ARCHIVE
                       CLOSE ARCH-DETAIL-FILE
                   END-IF
               END-IF
           END-IF.
           MOVE 'NEW' TO MCP-PUTTYPE.
           MOVE 'test12' TO MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       315-EDIT-BALANCE-QUERY    SECTION.
           IF SCR-T12-ASOF-DATE = ZERO
               MOVE T1-BUSINESS-DATE TO SCR-T12-ASOF-DATE
           END-IF.
           EVALUATE TRUE
               WHEN SCR-T12-CUST = SPACES
                   MOVE 'CUSTOMER CODE IS REQUIRED' TO SCR-ERROR-MSG
               WHEN SCR-T12-ASOF-DATE NOT NUMERIC
                   MOVE 'AS-OF DATE MUST BE NUMERIC' TO SCR-ERROR-MSG
           END-EVALUATE.
           IF SCR-ERROR-MSG = SPACES
               MOVE SCR-T12-ASOF-DATE TO T1-EDIT-DATE
               PERFORM 360-VALIDATE-DATE
               IF NOT T1-DATE-VALID
                   MOVE 'AS-OF DATE IS NOT A VALID CALENDAR DATE'
                       TO SCR-ERROR-MSG
               ELSE
                   IF SCR-T12-ASOF-DATE > T1-BUSINESS-DATE
                       MOVE 'AS-OF DATE AFTER BUSINESS DATE'
                           TO SCR-ERROR-MSG
                   END-IF
               END-IF
           END-IF.
      **************************************************************************
       320-CALC-BALANCE          SECTION.
           MOVE SCR-T12-CUST TO SCR-T12-Q-CUST.
           MOVE SCR-T12-ASOF-DATE TO SCR-T12-Q-DATE.
           MOVE SPACES TO SCR-T12-CUST-NAME.
           MOVE SPACES TO SCR-T12-SOURCE.
           MOVE ZERO TO SCR-T12-SNAP-DATE.
           MOVE ZERO TO SCR-T12-SNAP-BAL.
           MOVE ZERO TO SCR-T12-SNAP-SEQ.
           MOVE ZERO TO SCR-T12-MOVEMENT.
           MOVE ZERO TO SCR-T12-TXN-COUNT.
           MOVE ZERO TO SCR-T12-BALANCE.
           MOVE 'N' TO SCR-T12-MORE.
           PERFORM 322-FIND-BAL-CUSTOMER.
           IF SCR-ERROR-MSG = SPACES
               PERFORM 324-FIND-SNAPSHOT
               PERFORM 326-OPEN-ARCH-DETAIL
           END-IF.
           IF SCR-ERROR-MSG = SPACES
               PERFORM 330-SUM-MOVEMENT
               ADD SCR-T12-SNAP-BAL SCR-T12-MOVEMENT
                   GIVING SCR-T12-BALANCE
               SUBTRACT T1-BAL-BACKOUT FROM SCR-T12-SNAP-BAL
                   GIVING SCR-T12-PAGE-BAL
               ADD 1 SCR-T12-SNAP-SEQ GIVING SCR-T12-NEXT-SEQ
               PERFORM 335-READ-BALANCE-PAGE
               IF SCR-T12-FROM-ARCHIVE
                   CLOSE ARCH-DETAIL-FILE
                   MOVE 'CUSTOMER PURGED - ANSWERED FROM THE ARCHIVE'
                       TO SCR-ERROR-MSG
               END-IF
           END-IF.
      **************************************************************************
       322-FIND-BAL-CUSTOMER     SECTION.
           MOVE SCR-T12-CUST TO EM-KEY.
           READ ENTRY-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'L' TO SCR-T12-SOURCE
           END-READ.
           IF SCR-T12-SOURCE = SPACES
               OPEN INPUT ARCH-MASTER-FILE
               IF T1-ARCHF-OK
                   MOVE SCR-T12-CUST TO AM-KEY
                   READ ARCH-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'A' TO SCR-T12-SOURCE
                   END-READ
                   CLOSE ARCH-MASTER-FILE
               END-IF
           END-IF.
           IF SCR-T12-SOURCE = SPACES
               MOVE 'CUSTOMER NOT ON FILE OR ARCHIVE' TO SCR-ERROR-MSG
           ELSE
               OPEN INPUT CUSTOMER-REF-FILE
               IF T1-CUST-OK
                   MOVE SCR-T12-CUST TO CU-CUST-CODE
                   READ CUSTOMER-REF-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CU-NAME TO SCR-T12-CUST-NAME
                   END-READ
                   CLOSE CUSTOMER-REF-FILE
               END-IF
           END-IF.
      **************************************************************************
      *    PERBAL IS KEYED BY PERIOD FIRST.  EACH PERIOD-END DATE UP TO
      *    THE AS-OF DATE IS VISITED ONCE:  A DIRECT READ FOR THIS
      *    CUSTOMER, THEN A START PAST THE REST OF THAT PERIOD.  THE
      *    LAST ONE FOUND IS THE NEAREST SNAPSHOT.
      **************************************************************************
       324-FIND-SNAPSHOT         SECTION.
           OPEN INPUT PERIOD-BAL-FILE.
           IF T1-PERBAL-OK
               MOVE 'N' TO T1-BAL-EOF-SWITCH
               MOVE LOW-VALUES TO PB-KEY
               START PERIOD-BAL-FILE KEY IS NOT LESS THAN PB-KEY
                   INVALID KEY
                       MOVE 'Y' TO T1-BAL-EOF-SWITCH
               END-START
               PERFORM 325-NEXT-SNAPSHOT-PERIOD
                   UNTIL T1-BAL-EOF
               CLOSE PERIOD-BAL-FILE
           END-IF.
      **************************************************************************
       325-NEXT-SNAPSHOT-PERIOD  SECTION.
           READ PERIOD-BAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO T1-BAL-EOF-SWITCH
           END-READ.
           IF NOT T1-BAL-EOF
               IF PB-PERIOD-DATE > SCR-T12-ASOF-DATE
                   MOVE 'Y' TO T1-BAL-EOF-SWITCH
               ELSE
                   MOVE PB-PERIOD-DATE TO T1-BAL-PERIOD
                   MOVE SCR-T12-CUST TO PB-CUST-CODE
                   READ PERIOD-BAL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PB-PERIOD-DATE TO SCR-T12-SNAP-DATE
                           MOVE PB-BALANCE TO SCR-T12-SNAP-BAL
                           MOVE PB-LAST-SEQ TO SCR-T12-SNAP-SEQ
                   END-READ
                   MOVE T1-BAL-PERIOD TO PB-PERIOD-DATE
                   MOVE HIGH-VALUES TO PB-CUST-CODE
                   START PERIOD-BAL-FILE KEY IS GREATER THAN PB-KEY
                       INVALID KEY
                           MOVE 'Y' TO T1-BAL-EOF-SWITCH
                   END-START
               END-IF
           END-IF.
      **************************************************************************
       326-OPEN-ARCH-DETAIL      SECTION.
           IF SCR-T12-FROM-ARCHIVE
               OPEN INPUT ARCH-DETAIL-FILE
               IF NOT T1-ARCHD-OK
                   MOVE 'ARCHIVE DETAIL FILE NOT AVAILABLE'
                       TO SCR-ERROR-MSG
               END-IF
           END-IF.
      **************************************************************************
       328-START-BAL-DETAIL      SECTION.
           MOVE 'N' TO T1-BAL-EOF-SWITCH.
           IF SCR-T12-FROM-ARCHIVE
               MOVE SCR-T12-CUST TO AD-CUST-CODE
               MOVE T1-BAL-START-SEQ TO AD-SEQ-NO
               START ARCH-DETAIL-FILE KEY IS NOT LESS THAN AD-KEY
                   INVALID KEY
                       MOVE 'Y' TO T1-BAL-EOF-SWITCH
               END-START
           ELSE
               MOVE SCR-T12-CUST TO ED-CUST-CODE
               MOVE T1-BAL-START-SEQ TO ED-SEQ-NO
               START ENTRY-DETAIL-FILE KEY IS NOT LESS THAN ED-KEY
                   INVALID KEY
                       MOVE 'Y' TO T1-BAL-EOF-SWITCH
               END-START
           END-IF.
      **************************************************************************
      *    NEXT DETAIL FOR THE CUSTOMER, LIVE OR ARCHIVED, INTO
      *    T1-BAL-DETAIL.
      **************************************************************************
       329-READ-BAL-DETAIL       SECTION.
           IF SCR-T12-FROM-ARCHIVE
               READ ARCH-DETAIL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO T1-BAL-EOF-SWITCH
               END-READ
               IF NOT T1-BAL-EOF
                   IF AD-CUST-CODE NOT = SCR-T12-CUST
                       MOVE 'Y' TO T1-BAL-EOF-SWITCH
                   ELSE
                       MOVE AD-SEQ-NO TO T1-BD-SEQ-NO
                       MOVE AD-AMOUNT TO T1-BD-AMOUNT
                       MOVE AD-TXN-DATE TO T1-BD-TXN-DATE
                       MOVE AD-ENTRY-WINDOW TO T1-BD-ENTRY-WINDOW
                       MOVE AD-ENTRY-DATE TO T1-BD-ENTRY-DATE
                       MOVE AD-TXN-TYPE TO T1-BD-TXN-TYPE
                   END-IF
               END-IF
           ELSE
               READ ENTRY-DETAIL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO T1-BAL-EOF-SWITCH
               END-READ
               IF NOT T1-BAL-EOF
                   IF ED-CUST-CODE NOT = SCR-T12-CUST
                       MOVE 'Y' TO T1-BAL-EOF-SWITCH
                   ELSE
                       MOVE ED-SEQ-NO TO T1-BD-SEQ-NO
                       MOVE ED-AMOUNT TO T1-BD-AMOUNT
                       MOVE ED-TXN-DATE TO T1-BD-TXN-DATE
                       MOVE ED-ENTRY-WINDOW TO T1-BD-ENTRY-WINDOW
                       MOVE ED-ENTRY-DATE TO T1-BD-ENTRY-DATE
                       MOVE ED-TXN-TYPE TO T1-BD-TXN-TYPE
                   END-IF
               END-IF
           END-IF.
      **************************************************************************
       330-SUM-MOVEMENT          SECTION.
           MOVE ZERO TO T1-BAL-BACKOUT.
           IF SCR-T12-SNAP-SEQ > ZERO
               MOVE 1 TO T1-BAL-START-SEQ
               PERFORM 328-START-BAL-DETAIL
               PERFORM 331-BACKOUT-DETAIL-NEXT
                   UNTIL T1-BAL-EOF
               SUBTRACT T1-BAL-BACKOUT FROM SCR-T12-MOVEMENT
           END-IF.
           ADD 1 SCR-T12-SNAP-SEQ GIVING T1-BAL-START-SEQ.
           PERFORM 328-START-BAL-DETAIL.
           PERFORM 332-SUM-DETAIL-NEXT
               UNTIL T1-BAL-EOF.
      **************************************************************************
      *    A DETAIL INSIDE THE SNAPSHOT BUT DATED AFTER THE AS-OF DATE.
      **************************************************************************
       331-BACKOUT-DETAIL-NEXT   SECTION.
           PERFORM 329-READ-BAL-DETAIL.
           IF NOT T1-BAL-EOF
               IF T1-BD-SEQ-NO > SCR-T12-SNAP-SEQ
                   MOVE 'Y' TO T1-BAL-EOF-SWITCH
               ELSE
                   IF T1-BD-TXN-DATE > SCR-T12-ASOF-DATE
                       ADD T1-BD-AMOUNT TO T1-BAL-BACKOUT
                   END-IF
               END-IF
           END-IF.
      **************************************************************************
       332-SUM-DETAIL-NEXT       SECTION.
           PERFORM 329-READ-BAL-DETAIL.
           IF NOT T1-BAL-EOF
               AND T1-BD-TXN-DATE NOT > SCR-T12-ASOF-DATE
               ADD T1-BD-AMOUNT TO SCR-T12-MOVEMENT
               ADD 1 TO SCR-T12-TXN-COUNT
           END-IF.
      **************************************************************************
      *    ONE PAGE OF THE MOVEMENT FROM SCR-T12-NEXT-SEQ.  DETAILS
      *    DATED AFTER THE AS-OF DATE ARE PASSED OVER.
      **************************************************************************
       335-READ-BALANCE-PAGE     SECTION.
           MOVE ZERO TO T1-BAL-COUNT.
           PERFORM 336-CLEAR-BALANCE-LINE
               VARYING T1-BAL-COUNT FROM 1 BY 1
               UNTIL T1-BAL-COUNT > 5.
           MOVE ZERO TO T1-BAL-COUNT.
           MOVE 'N' TO SCR-T12-MORE.
           MOVE SCR-T12-NEXT-SEQ TO T1-BAL-START-SEQ.
           PERFORM 328-START-BAL-DETAIL.
           PERFORM 337-PAGE-DETAIL-NEXT
               UNTIL T1-BAL-EOF OR T1-BAL-COUNT = 5.
           PERFORM 338-CHECK-MORE-DETAIL
               UNTIL T1-BAL-EOF OR SCR-T12-MORE-PAGES.
           IF SCR-T12-TXN-COUNT = ZERO
               MOVE 'NO TRANSACTIONS SINCE THE SNAPSHOT'
                   TO SCR-ERROR-MSG
           END-IF.
      **************************************************************************
       336-CLEAR-BALANCE-LINE    SECTION.
           MOVE ZERO TO SCR-T12-M-SEQ (T1-BAL-COUNT).
           MOVE ZERO TO SCR-T12-M-TXN-DATE (T1-BAL-COUNT).
           MOVE ZERO TO SCR-T12-M-AMOUNT (T1-BAL-COUNT).
           MOVE SPACES TO SCR-T12-M-TYPE (T1-BAL-COUNT).
           MOVE ZERO TO SCR-T12-M-ENTRY-DATE (T1-BAL-COUNT).
           MOVE SPACES TO SCR-T12-M-WINDOW (T1-BAL-COUNT).
           MOVE ZERO TO SCR-T12-M-RUN-BAL (T1-BAL-COUNT).
      **************************************************************************
       337-PAGE-DETAIL-NEXT      SECTION.
           PERFORM 329-READ-BAL-DETAIL.
           IF NOT T1-BAL-EOF
               AND T1-BD-TXN-DATE NOT > SCR-T12-ASOF-DATE
               ADD 1 TO T1-BAL-COUNT
               ADD T1-BD-AMOUNT TO SCR-T12-PAGE-BAL
               MOVE T1-BD-SEQ-NO TO SCR-T12-M-SEQ (T1-BAL-COUNT)
               MOVE T1-BD-TXN-DATE
                   TO SCR-T12-M-TXN-DATE (T1-BAL-COUNT)
               MOVE T1-BD-AMOUNT TO SCR-T12-M-AMOUNT (T1-BAL-COUNT)
               MOVE T1-BD-TXN-TYPE TO SCR-T12-M-TYPE (T1-BAL-COUNT)
               MOVE T1-BD-ENTRY-DATE
                   TO SCR-T12-M-ENTRY-DATE (T1-BAL-COUNT)
               MOVE T1-BD-ENTRY-WINDOW
                   TO SCR-T12-M-WINDOW (T1-BAL-COUNT)
               MOVE SCR-T12-PAGE-BAL
                   TO SCR-T12-M-RUN-BAL (T1-BAL-COUNT)
           END-IF.
      **************************************************************************
       338-CHECK-MORE-DETAIL     SECTION.
           PERFORM 329-READ-BAL-DETAIL.
           IF NOT T1-BAL-EOF
               AND T1-BD-TXN-DATE NOT > SCR-T12-ASOF-DATE
               MOVE 'Y' TO SCR-T12-MORE
               MOVE T1-BD-SEQ-NO TO SCR-T12-NEXT-SEQ
           END-IF.
      **************************************************************************
      *    CALENDAR / BUSINESS-DATE MAINTENANCE (TEST5 WINDOW).
      **************************************************************************
       450-CALENDAR-MAINT        SECTION.
               WHEN NOT T1-USER-SUPERVISOR
                   MOVE 'SUPERVISOR AUTHORITY REQUIRED'
                       TO SCR-ERROR-MSG
                   MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
               WHEN T1-BATCH-LOCKED
                   MOVE 'BATCH WINDOW OPEN - ROLL REFUSED'
                       TO SCR-ERROR-MSG
               WHEN T1-AUTH-INQUIRY-ONLY
                   MOVE 'NOT AUTHORIZED TO MAINTAIN THE CALENDAR'
                       TO SCR-ERROR-MSG
                   MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
               WHEN SCR-T5-CAL-DATE NOT NUMERIC
                   MOVE 'CALENDAR DATE MUST BE NUMERIC'
                       TO SCR-ERROR-MSG
           IF T1-AUTH-INQUIRY-ONLY
               MOVE 'NOT AUTHORIZED TO MAINTAIN THE CALENDAR'
                   TO SCR-ERROR-MSG
               MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
           ELSE
               OPEN I-O CALENDAR-FILE
               IF NOT T1-CAL-OK
           MOVE SPACES TO SCR-ERROR-MSG.
           IF NOT T1-USER-SUPERVISOR
               MOVE 'SUPERVISOR AUTHORITY REQUIRED' TO SCR-ERROR-MSG
               MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
               MOVE 'test1' TO MCP-WINDOW
           ELSE
               MOVE 'test6' TO MCP-WINDOW
               WHEN NOT T1-USER-SUPERVISOR
                   MOVE 'SUPERVISOR AUTHORITY REQUIRED'
                       TO SCR-ERROR-MSG
                   MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
               WHEN SCR-T6-USER-ID = SPACES
                   MOVE 'USER ID IS REQUIRED' TO SCR-ERROR-MSG
               WHEN SCR-T6-AUTHORITY NOT = '1' AND '2' AND '3'
                       TO SCR-ERROR-MSG
           END-EVALUATE.
           IF SCR-ERROR-MSG = SPACES
               PERFORM 590-CHECK-DUAL-CONTROL
               IF T1-DUAL-CONTROL
                   PERFORM 566-REQUEST-USER-SAVE
               ELSE
                   PERFORM 565-WRITE-USER-PROFILE
               END-IF
           END-IF.
           MOVE 'NEW' TO MCP-PUTTYPE.
           MOVE 'test6' TO MCP-WINDOW.
           END-WRITE.
           MOVE 'USER PROFILE SAVED' TO SCR-ERROR-MSG.
           CLOSE USER-PROFILE-FILE.
      **************************************************************************
      *    UNDER DUAL CONTROL THE SAVE IS HELD ON PENDCHG WITH THE
      *    CURRENT USERPROF RECORD AS ITS BEFORE IMAGE (BLANK FOR A NEW
      *    USER) AND THE SCREEN VALUES AS ITS AFTER IMAGE.
      **************************************************************************
       566-REQUEST-USER-SAVE     SECTION.
           MOVE SPACES TO T1-PEND-BEFORE.
           MOVE 'A' TO T1-PEND-ACTION.
           OPEN INPUT USER-PROFILE-FILE.
           IF T1-USER-OK
               MOVE SCR-T6-USER-ID TO UP-USER-ID
               READ USER-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE USER-PROFILE-RECORD TO T1-PEND-BEFORE
                       MOVE 'C' TO T1-PEND-ACTION
               END-READ
               CLOSE USER-PROFILE-FILE
           END-IF.
           MOVE SPACES TO T1-USER-IMAGE.
           MOVE SCR-T6-USER-ID TO T1-UI-USER-ID.
           MOVE SCR-T6-AUTHORITY TO T1-UI-AUTHORITY.
           MOVE SCR-T6-SUPER TO T1-UI-SUPERVISOR.
           MOVE SCR-T6-NAME TO T1-UI-NAME.
           MOVE T1-USER-IMAGE TO T1-PEND-AFTER.
           IF T1-PEND-AFTER = T1-PEND-BEFORE
               MOVE 'NO CHANGES TO SAVE' TO SCR-ERROR-MSG
           ELSE
               MOVE 'U' TO T1-PEND-FILE
               MOVE SCR-T6-USER-ID TO T1-PEND-REC-KEY
               PERFORM 595-RAISE-REQUEST
           END-IF.
      **************************************************************************
       570-USER-DELETE           SECTION.
           DISPLAY '----USER-DELETE TEST6'.
           MOVE SPACES TO SCR-ERROR-MSG.
           IF NOT T1-USER-SUPERVISOR
               MOVE 'SUPERVISOR AUTHORITY REQUIRED' TO SCR-ERROR-MSG
               MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
           ELSE
               PERFORM 590-CHECK-DUAL-CONTROL
               IF T1-DUAL-CONTROL
                   PERFORM 572-REQUEST-USER-DELETE
               ELSE
                   PERFORM 571-DELETE-USER-PROFILE
               END-IF
           END-IF.
           MOVE 'NEW' TO MCP-PUTTYPE.
           MOVE 'test6' TO MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       571-DELETE-USER-PROFILE   SECTION.
           OPEN I-O USER-PROFILE-FILE.
           IF NOT T1-USER-OK
               MOVE 'NO USER PROFILE FILE ON THE SYSTEM'
                   TO SCR-ERROR-MSG
           ELSE
               MOVE SCR-T6-USER-ID TO UP-USER-ID
               DELETE USER-PROFILE-FILE
                   INVALID KEY
                       MOVE 'USER PROFILE NOT FOUND' TO SCR-ERROR-MSG
                   NOT INVALID KEY
                       MOVE 'USER PROFILE DELETED' TO SCR-ERROR-MSG
               END-DELETE
               CLOSE USER-PROFILE-FILE
           END-IF.
      **************************************************************************
       572-REQUEST-USER-DELETE   SECTION.
           OPEN INPUT USER-PROFILE-FILE.
           IF NOT T1-USER-OK
               MOVE 'NO USER PROFILE FILE ON THE SYSTEM'
                   TO SCR-ERROR-MSG
           ELSE
               MOVE SCR-T6-USER-ID TO UP-USER-ID
               READ USER-PROFILE-FILE
                   INVALID KEY
                       MOVE 'USER PROFILE NOT FOUND' TO SCR-ERROR-MSG
                   NOT INVALID KEY
                       MOVE USER-PROFILE-RECORD TO T1-PEND-BEFORE
               END-READ
               CLOSE USER-PROFILE-FILE
           END-IF.
           IF SCR-ERROR-MSG = SPACES
               MOVE SPACES TO T1-PEND-AFTER
               MOVE 'U' TO T1-PEND-FILE
               MOVE 'D' TO T1-PEND-ACTION
               MOVE SCR-T6-USER-ID TO T1-PEND-REC-KEY
               PERFORM 595-RAISE-REQUEST
           END-IF.
      **************************************************************************
       580-USER-SHOW             SECTION.
           DISPLAY '----USER-SHOW TEST6'.
           MOVE SPACES TO SCR-ERROR-MSG.
           IF NOT T1-USER-SUPERVISOR
               MOVE 'SUPERVISOR AUTHORITY REQUIRED' TO SCR-ERROR-MSG
               MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
           ELSE
               OPEN INPUT USER-PROFILE-FILE
               IF NOT T1-USER-OK
           MOVE 'test6' TO MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
      *    DUAL CONTROL.  A CUSTOMER OR USER-PROFILE SAVE OR DELETE IS
      *    HELD ON PENDCHG FOR A SECOND SUPERVISOR WHENEVER ONE CAN
      *    APPROVE IT:  THE USERPROF FILE IS ON THE SYSTEM AND CARRIES
      *    A SUPERVISOR OTHER THAN THE ACTING USER.  UNTIL THEN THE
      *    CHANGE IS MADE DIRECTLY, AS BEFORE -- OTHERWISE NOBODY COULD
      *    EVER SEED THE SECOND SUPERVISOR WHO IS TO DO THE APPROVING.
      **************************************************************************
       590-CHECK-DUAL-CONTROL    SECTION.
           MOVE 'N' TO T1-DUAL-SWITCH.
           OPEN INPUT USER-PROFILE-FILE.
           IF T1-USER-OK
               MOVE 'N' TO T1-SCAN-EOF-SWITCH
               MOVE LOW-VALUES TO UP-USER-ID
               START USER-PROFILE-FILE KEY IS NOT LESS THAN UP-USER-ID
                   INVALID KEY
                       MOVE 'Y' TO T1-SCAN-EOF-SWITCH
               END-START
               PERFORM 591-FIND-OTHER-SUPER
                   UNTIL T1-SCAN-EOF OR T1-DUAL-CONTROL
               CLOSE USER-PROFILE-FILE
           END-IF.
      **************************************************************************
       591-FIND-OTHER-SUPER      SECTION.
           READ USER-PROFILE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO T1-SCAN-EOF-SWITCH
           END-READ.
           IF NOT T1-SCAN-EOF
               IF UP-IS-SUPERVISOR AND UP-USER-ID NOT = MCP-USER-ID
                   MOVE 'Y' TO T1-DUAL-SWITCH
               END-IF
           END-IF.
      **************************************************************************
      *    HOLDS ONE CHANGE ON PENDCHG.  THE CALLER SETS THE FILE ID,
      *    RECORD KEY, ACTION AND BEFORE/AFTER IMAGES.  ONLY ONE
      *    REQUEST PER RECORD MAY BE PENDING AT A TIME, SO AN APPROVER
      *    NEVER HAS TO CHOOSE BETWEEN TWO COMPETING AFTER IMAGES.
      **************************************************************************
       595-RAISE-REQUEST         SECTION.
           OPEN I-O PENDING-CHANGE-FILE.
           IF NOT T1-PEND-OK
               CLOSE  PENDING-CHANGE-FILE
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE  PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF.
           MOVE 'N' TO T1-SCAN-EOF-SWITCH.
           MOVE 'N' TO T1-PEND-FOUND-SWITCH.
           MOVE T1-PEND-FILE TO PN-FILE-ID.
           MOVE T1-PEND-REC-KEY TO PN-REC-KEY.
           MOVE ZERO TO PN-REQ-DATE.
           MOVE ZERO TO PN-REQ-TIME.
           START PENDING-CHANGE-FILE KEY IS NOT LESS THAN PN-KEY
               INVALID KEY
                   MOVE 'Y' TO T1-SCAN-EOF-SWITCH
           END-START.
           PERFORM 596-CHECK-PENDING-NEXT
               UNTIL T1-SCAN-EOF OR T1-PEND-FOUND.
           IF T1-PEND-FOUND
               MOVE 'A CHANGE TO THIS RECORD IS ALREADY PENDING'
                   TO SCR-ERROR-MSG
           ELSE
               INITIALIZE PENDING-CHANGE-RECORD
               MOVE T1-PEND-FILE TO PN-FILE-ID
               MOVE T1-PEND-REC-KEY TO PN-REC-KEY
               ACCEPT PN-REQ-DATE FROM DATE YYYYMMDD
               ACCEPT PN-REQ-TIME FROM TIME
               MOVE T1-PEND-ACTION TO PN-ACTION
               MOVE 'P' TO PN-STATUS
               MOVE MCP-USER-ID TO PN-REQ-USER
               MOVE T1-BUSINESS-DATE TO PN-REQ-BUS-DATE
               MOVE T1-PEND-BEFORE TO PN-BEFORE-IMAGE
               MOVE T1-PEND-AFTER TO PN-AFTER-IMAGE
               WRITE PENDING-CHANGE-RECORD
                   INVALID KEY
                       ADD 1 TO PN-REQ-TIME
                       WRITE PENDING-CHANGE-RECORD
               END-WRITE
               MOVE 'CHANGE HELD FOR APPROVAL BY A SECOND SUPERVISOR'
                   TO SCR-ERROR-MSG
           END-IF.
           CLOSE PENDING-CHANGE-FILE.
      **************************************************************************
       596-CHECK-PENDING-NEXT    SECTION.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO T1-SCAN-EOF-SWITCH
           END-READ.
           IF NOT T1-SCAN-EOF
               IF PN-FILE-ID NOT = T1-PEND-FILE
                   OR PN-REC-KEY NOT = T1-PEND-REC-KEY
                   MOVE 'Y' TO T1-SCAN-EOF-SWITCH
               ELSE
                   IF PN-PENDING
                       MOVE 'Y' TO T1-PEND-FOUND-SWITCH
                   END-IF
               END-IF
           END-IF.
      **************************************************************************
      *    DUAL-CONTROL APPROVALS (TEST11 WINDOW) -- SUPERVISORS ONLY.
      *    LISTS THE PENDCHG REQUESTS STILL AWAITING A DECISION.  A
      *    REQUEST IS APPLIED ONLY WHEN A SUPERVISOR OTHER THAN THE ONE
      *    WHO RAISED IT APPROVES IT, AND ONLY WHILE THE LIVE RECORD
      *    STILL MATCHES ITS BEFORE IMAGE -- OTHERWISE IT MUST BE
      *    REJECTED AND RE-ENTERED AGAINST THE CURRENT VALUES.  ANY
      *    SUPERVISOR, THE REQUESTER INCLUDED, MAY REJECT (WITHDRAW) A
      *    REQUEST.  DECIDED REQUESTS STAY ON PENDCHG FOR THE NIGHTLY
      *    PNDRPT REPORT.
      **************************************************************************
       680-APPROVALS             SECTION.
           DISPLAY '----APPROVALS TEST11'.
           MOVE SPACES TO SCR-ERROR-MSG.
           IF NOT T1-USER-SUPERVISOR
               MOVE 'SUPERVISOR AUTHORITY REQUIRED' TO SCR-ERROR-MSG
               MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
               MOVE 'test1' TO MCP-WINDOW
           ELSE
               PERFORM 683-REFRESH-APPROVALS
               MOVE 'test11' TO MCP-WINDOW
           END-IF.
           MOVE 'NEW' TO MCP-PUTTYPE.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       682-APPROVALS-NEXT-PAGE   SECTION.
           DISPLAY '----APPROVALS-NEXT-PAGE TEST11'.
           MOVE SPACES TO SCR-ERROR-MSG.
           EVALUATE TRUE
               WHEN NOT T1-USER-SUPERVISOR
                   MOVE 'SUPERVISOR AUTHORITY REQUIRED' TO SCR-ERROR-MSG
                   MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
               WHEN NOT SCR-T11-MORE-PAGES
                   MOVE 'NO FURTHER CHANGES AWAITING APPROVAL'
                       TO SCR-ERROR-MSG
               WHEN OTHER
                   INITIALIZE SCR-T11-D-BEFORE
                   INITIALIZE SCR-T11-D-AFTER
                   MOVE ZERO TO SCR-T11-PICK
                   PERFORM 684-READ-PENDING-PAGE
           END-EVALUATE.
           MOVE 'NEW' TO MCP-PUTTYPE.
           MOVE 'test11' TO MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       683-REFRESH-APPROVALS     SECTION.
           INITIALIZE TEST11.
           MOVE SPACES TO SCR-T11-NEXT-KEY.
           PERFORM 684-READ-PENDING-PAGE.
      **************************************************************************
       684-READ-PENDING-PAGE     SECTION.
           PERFORM 685-CLEAR-PENDING-LINE
               VARYING T1-SRCH-COUNT FROM 1 BY 1
               UNTIL T1-SRCH-COUNT > 5.
           MOVE ZERO TO T1-SRCH-COUNT.
           MOVE 'N' TO SCR-T11-MORE.
           MOVE 'N' TO T1-SRCH-EOF-SWITCH.
           OPEN INPUT PENDING-CHANGE-FILE.
           IF T1-PEND-OK
               MOVE SCR-T11-NEXT-KEY TO PN-KEY
               START PENDING-CHANGE-FILE KEY IS NOT LESS THAN PN-KEY
                   INVALID KEY
                       MOVE 'Y' TO T1-SRCH-EOF-SWITCH
               END-START
               PERFORM 686-READ-PENDING-NEXT
                   UNTIL T1-SRCH-EOF OR T1-SRCH-COUNT = 5
               PERFORM 687-CHECK-MORE-PENDING
                   UNTIL T1-SRCH-EOF OR SCR-T11-MORE-PAGES
               CLOSE PENDING-CHANGE-FILE
           END-IF.
           IF T1-SRCH-COUNT = ZERO AND SCR-ERROR-MSG = SPACES
               MOVE 'NO CHANGES ARE AWAITING APPROVAL' TO SCR-ERROR-MSG
           END-IF.
      **************************************************************************
       685-CLEAR-PENDING-LINE    SECTION.
           MOVE SPACES TO SCR-T11-P-KEY (T1-SRCH-COUNT).
           MOVE SPACES TO SCR-T11-P-FILE (T1-SRCH-COUNT).
           MOVE SPACES TO SCR-T11-P-REC-KEY (T1-SRCH-COUNT).
           MOVE SPACES TO SCR-T11-P-ACTION (T1-SRCH-COUNT).
           MOVE SPACES TO SCR-T11-P-REQ-USER (T1-SRCH-COUNT).
           MOVE ZERO TO SCR-T11-P-REQ-DATE (T1-SRCH-COUNT).
      **************************************************************************
       686-READ-PENDING-NEXT     SECTION.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO T1-SRCH-EOF-SWITCH
           END-READ.
           IF NOT T1-SRCH-EOF AND PN-PENDING
               ADD 1 TO T1-SRCH-COUNT
               MOVE PN-KEY TO SCR-T11-P-KEY (T1-SRCH-COUNT)
               MOVE PN-FILE-ID TO SCR-T11-P-FILE (T1-SRCH-COUNT)
               MOVE PN-REC-KEY TO SCR-T11-P-REC-KEY (T1-SRCH-COUNT)
               MOVE PN-ACTION TO SCR-T11-P-ACTION (T1-SRCH-COUNT)
               MOVE PN-REQ-USER
                   TO SCR-T11-P-REQ-USER (T1-SRCH-COUNT)
               MOVE PN-REQ-DATE
                   TO SCR-T11-P-REQ-DATE (T1-SRCH-COUNT)
           END-IF.
      **************************************************************************
      *    DECIDED REQUESTS ARE SKIPPED, SO THE LOOK-AHEAD READS ON
      *    UNTIL IT FINDS ANOTHER PENDING ONE OR RUNS OUT OF FILE.
      **************************************************************************
       687-CHECK-MORE-PENDING    SECTION.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO T1-SRCH-EOF-SWITCH
           END-READ.
           IF NOT T1-SRCH-EOF AND PN-PENDING
               MOVE 'Y' TO SCR-T11-MORE
               MOVE PN-KEY TO SCR-T11-NEXT-KEY
           END-IF.
      **************************************************************************
       688-APPROVAL-SHOW         SECTION.
           DISPLAY '----APPROVAL-SHOW TEST11'.
           MOVE SPACES TO SCR-ERROR-MSG.
           PERFORM 698-GET-PICKED-REQUEST.
           IF SCR-ERROR-MSG = SPACES
               PERFORM 689-FORMAT-IMAGES
           END-IF.
           IF T1-PEND-OPEN
               CLOSE PENDING-CHANGE-FILE
           END-IF.
           MOVE 'NEW' TO MCP-PUTTYPE.
           MOVE 'test11' TO MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       689-FORMAT-IMAGES         SECTION.
           INITIALIZE SCR-T11-D-BEFORE.
           INITIALIZE SCR-T11-D-AFTER.
           IF PN-CUSTOMER-CHANGE
               IF PN-BEFORE-IMAGE NOT = SPACES
                   MOVE PN-BEFORE-IMAGE TO T1-CUST-IMAGE
                   MOVE T1-CI-NAME TO SCR-T11-DB-NAME
                   MOVE T1-CI-BRANCH TO SCR-T11-DB-BRANCH
                   MOVE T1-CI-STATUS TO SCR-T11-DB-STATUS
                   MOVE T1-CI-BALANCE-LIMIT TO SCR-T11-DB-LIMIT
               END-IF
               IF PN-AFTER-IMAGE NOT = SPACES
                   MOVE PN-AFTER-IMAGE TO T1-CUST-IMAGE
                   MOVE T1-CI-NAME TO SCR-T11-DA-NAME
                   MOVE T1-CI-BRANCH TO SCR-T11-DA-BRANCH
                   MOVE T1-CI-STATUS TO SCR-T11-DA-STATUS
                   MOVE T1-CI-BALANCE-LIMIT TO SCR-T11-DA-LIMIT
               END-IF
           ELSE
               IF PN-BEFORE-IMAGE NOT = SPACES
                   MOVE PN-BEFORE-IMAGE TO T1-USER-IMAGE
                   MOVE T1-UI-NAME TO SCR-T11-DB-NAME
                   MOVE T1-UI-AUTHORITY TO SCR-T11-DB-AUTH
                   MOVE T1-UI-SUPERVISOR TO SCR-T11-DB-SUPER
               END-IF
               IF PN-AFTER-IMAGE NOT = SPACES
                   MOVE PN-AFTER-IMAGE TO T1-USER-IMAGE
                   MOVE T1-UI-NAME TO SCR-T11-DA-NAME
                   MOVE T1-UI-AUTHORITY TO SCR-T11-DA-AUTH
                   MOVE T1-UI-SUPERVISOR TO SCR-T11-DA-SUPER
               END-IF
           END-IF.
      **************************************************************************
       690-APPROVE-CHANGE        SECTION.
           DISPLAY '----APPROVE-CHANGE TEST11'.
           MOVE SPACES TO SCR-ERROR-MSG.
           MOVE 'N' TO T1-APPLY-FAIL-SWITCH.
           PERFORM 698-GET-PICKED-REQUEST.
           IF SCR-ERROR-MSG = SPACES
               EVALUATE TRUE
                   WHEN PN-REQ-USER = MCP-USER-ID
                       MOVE 'A DIFFERENT SUPERVISOR MUST APPROVE'
                           TO SCR-ERROR-MSG
                   WHEN PN-USER-CHANGE AND PN-REC-KEY = MCP-USER-ID
                       MOVE 'CANNOT APPROVE CHANGES TO OWN PROFILE'
                           TO SCR-ERROR-MSG
                   WHEN PN-CUSTOMER-CHANGE
                       PERFORM 692-APPLY-CUST-CHANGE
                   WHEN OTHER
                       PERFORM 694-APPLY-USER-CHANGE
               END-EVALUATE
           END-IF.
           IF SCR-ERROR-MSG = SPACES
               AND NOT T1-APPLY-FAILED
               MOVE 'A' TO PN-STATUS
               PERFORM 697-RECORD-DECISION
               IF SCR-ERROR-MSG = SPACES
                   PERFORM 683-REFRESH-APPROVALS
                   MOVE 'CHANGE APPROVED AND APPLIED' TO SCR-ERROR-MSG
               ELSE
                   MOVE 'APPLIED - REQUEST NOT UPDATED, CALL SUPPORT'
                       TO SCR-ERROR-MSG
               END-IF
           END-IF.
           IF T1-PEND-OPEN
               CLOSE PENDING-CHANGE-FILE
           END-IF.
           MOVE 'NEW' TO MCP-PUTTYPE.
           MOVE 'test11' TO MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
      *    THE LIVE RECORD MUST STILL BE EXACTLY THE BEFORE IMAGE (OR
      *    STILL ABSENT, FOR AN ADD) -- A CHANGE MADE SINCE THE REQUEST
      *    WAS RAISED IS NEVER SILENTLY OVERWRITTEN.
      **************************************************************************
       692-APPLY-CUST-CHANGE     SECTION.
           OPEN I-O CUSTOMER-REF-FILE.
           IF NOT T1-CUST-OK
               CLOSE  CUSTOMER-REF-FILE
               OPEN OUTPUT CUSTOMER-REF-FILE
               CLOSE  CUSTOMER-REF-FILE
               OPEN I-O CUSTOMER-REF-FILE
           END-IF.
           MOVE SPACES TO T1-PEND-BEFORE.
           MOVE PN-REC-KEY TO CU-CUST-CODE.
           READ CUSTOMER-REF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO T1-PEND-BEFORE
           END-READ.
           IF T1-PEND-BEFORE NOT = PN-BEFORE-IMAGE
               MOVE 'RECORD CHANGED SINCE REQUEST - REJECT AND RE-ENTER'
                   TO SCR-ERROR-MSG
           ELSE
               EVALUATE TRUE
                   WHEN PN-ADD
                       MOVE PN-AFTER-IMAGE TO CUSTOMER-RECORD
                       WRITE CUSTOMER-RECORD
                           INVALID KEY
                               MOVE 'Y' TO T1-APPLY-FAIL-SWITCH
                       END-WRITE
                   WHEN PN-CHANGE
                       MOVE PN-AFTER-IMAGE TO CUSTOMER-RECORD
                       REWRITE CUSTOMER-RECORD
                           INVALID KEY
                               MOVE 'Y' TO T1-APPLY-FAIL-SWITCH
                       END-REWRITE
                   WHEN PN-DELETE
                       DELETE CUSTOMER-REF-FILE
                           INVALID KEY
                               MOVE 'Y' TO T1-APPLY-FAIL-SWITCH
                       END-DELETE
               END-EVALUATE
               IF T1-APPLY-FAILED
                   MOVE 'CUSTOMER NOT UPDATED - REQUEST PENDING'
                       TO SCR-ERROR-MSG
               END-IF
           END-IF.
           CLOSE CUSTOMER-REF-FILE.
      **************************************************************************
       694-APPLY-USER-CHANGE     SECTION.
           OPEN I-O USER-PROFILE-FILE.
           IF NOT T1-USER-OK
               CLOSE  USER-PROFILE-FILE
               OPEN OUTPUT USER-PROFILE-FILE
               CLOSE  USER-PROFILE-FILE
               OPEN I-O USER-PROFILE-FILE
           END-IF.
           MOVE SPACES TO T1-PEND-BEFORE.
           MOVE PN-REC-KEY TO UP-USER-ID.
           READ USER-PROFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE USER-PROFILE-RECORD TO T1-PEND-BEFORE
           END-READ.
           IF T1-PEND-BEFORE NOT = PN-BEFORE-IMAGE
               MOVE 'RECORD CHANGED SINCE REQUEST - REJECT AND RE-ENTER'
                   TO SCR-ERROR-MSG
           ELSE
               EVALUATE TRUE
                   WHEN PN-ADD
                       MOVE PN-AFTER-IMAGE TO USER-PROFILE-RECORD
                       WRITE USER-PROFILE-RECORD
                           INVALID KEY
                               MOVE 'Y' TO T1-APPLY-FAIL-SWITCH
                       END-WRITE
                   WHEN PN-CHANGE
                       MOVE PN-AFTER-IMAGE TO USER-PROFILE-RECORD
                       REWRITE USER-PROFILE-RECORD
                           INVALID KEY
                               MOVE 'Y' TO T1-APPLY-FAIL-SWITCH
                       END-REWRITE
                   WHEN PN-DELETE
                       DELETE USER-PROFILE-FILE
                           INVALID KEY
                               MOVE 'Y' TO T1-APPLY-FAIL-SWITCH
                       END-DELETE
               END-EVALUATE
               IF T1-APPLY-FAILED
                   MOVE 'USER PROFILE NOT UPDATED - REQUEST PENDING'
                       TO SCR-ERROR-MSG
               END-IF
           END-IF.
           CLOSE USER-PROFILE-FILE.
      **************************************************************************
       696-REJECT-CHANGE         SECTION.
           DISPLAY '----REJECT-CHANGE TEST11'.
           MOVE SPACES TO SCR-ERROR-MSG.
           PERFORM 698-GET-PICKED-REQUEST.
           IF SCR-ERROR-MSG = SPACES
               MOVE 'R' TO PN-STATUS
               PERFORM 697-RECORD-DECISION
               IF SCR-ERROR-MSG = SPACES
                   PERFORM 683-REFRESH-APPROVALS
                   MOVE 'CHANGE REJECTED' TO SCR-ERROR-MSG
               END-IF
           END-IF.
           IF T1-PEND-OPEN
               CLOSE PENDING-CHANGE-FILE
           END-IF.
           MOVE 'NEW' TO MCP-PUTTYPE.
           MOVE 'test11' TO MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
      *    STAMPS THE DECISION ON THE PICKED REQUEST AND CLOSES PENDCHG
      *    SO THE LIST CAN BE RE-READ FROM THE TOP.  A FAILED REWRITE
      *    LEAVES THE REQUEST PENDING AND IS REPORTED IN SCR-ERROR-MSG.
      **************************************************************************
       697-RECORD-DECISION       SECTION.
           MOVE MCP-USER-ID TO PN-DECIDE-USER.
           ACCEPT PN-DECIDE-DATE FROM DATE YYYYMMDD.
           ACCEPT PN-DECIDE-TIME FROM TIME.
           MOVE T1-BUSINESS-DATE TO PN-DECIDE-BUS-DATE.
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   MOVE 'CHANGE REQUEST NOT UPDATED - CALL SUPPORT'
                       TO SCR-ERROR-MSG
           END-REWRITE.
           CLOSE PENDING-CHANGE-FILE.
           MOVE 'N' TO T1-PEND-OPEN-SWITCH.
      **************************************************************************
      *    VALIDATES THE PICKED LINE AND READS ITS REQUEST, LEAVING
      *    PENDCHG OPEN I-O FOR THE CALLER (T1-PEND-OPEN) SO THE
      *    DECISION CAN BE REWRITTEN.
      **************************************************************************
       698-GET-PICKED-REQUEST    SECTION.
           MOVE 'N' TO T1-PEND-OPEN-SWITCH.
           EVALUATE TRUE
               WHEN NOT T1-USER-SUPERVISOR
                   MOVE 'SUPERVISOR AUTHORITY REQUIRED' TO SCR-ERROR-MSG
                   MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
               WHEN SCR-T11-PICK NOT NUMERIC
                   MOVE 'LINE NUMBER MUST BE 1 TO 5' TO SCR-ERROR-MSG
               WHEN SCR-T11-PICK < 1 OR SCR-T11-PICK > 5
                   MOVE 'LINE NUMBER MUST BE 1 TO 5' TO SCR-ERROR-MSG
               WHEN SCR-T11-P-KEY (SCR-T11-PICK) = SPACES
                   MOVE 'NO REQUEST ON THAT LINE' TO SCR-ERROR-MSG
           END-EVALUATE.
           IF SCR-ERROR-MSG = SPACES
               OPEN I-O PENDING-CHANGE-FILE
               IF NOT T1-PEND-OK
                   MOVE 'NO PENDING-CHANGE FILE ON THE SYSTEM'
                       TO SCR-ERROR-MSG
               ELSE
                   MOVE 'Y' TO T1-PEND-OPEN-SWITCH
                   MOVE SCR-T11-P-KEY (SCR-T11-PICK) TO PN-KEY
                   READ PENDING-CHANGE-FILE
                       INVALID KEY
                           MOVE 'REQUEST NOT FOUND' TO SCR-ERROR-MSG
                       NOT INVALID KEY
                           IF NOT PN-PENDING
                               MOVE 'REQUEST HAS ALREADY BEEN DECIDED'
                                   TO SCR-ERROR-MSG
                           END-IF
                   END-READ
               END-IF
           END-IF.
      **************************************************************************
      *    DUPLICATE-SUSPENSE REVIEW (TEST13 WINDOW, REACHED FROM
      *    TEST1) -- SUPERVISORS ONLY.  LISTS THE TXNSUSP ITEMS STILL
      *    HELD, WHETHER A TEST1 SAVE OR THE TXNLOAD BATCH HELD THEM.
      *    A RELEASED ITEM IS POSTED THROUGH THE ORDINARY TEST1 EDIT
      *    AND SAVE, SO THE CLOSED-PERIOD, CUSTOMER AND BALANCE-LIMIT
      *    RULES STILL APPLY -- ONLY THE DUPLICATE CHECK IS PASSED.  A
      *    DISCARDED ITEM IS NEVER POSTED.  DECIDED ITEMS STAY ON
      *    TXNSUSP AS THE RECORD OF WHO LET WHAT THROUGH.
      **************************************************************************
       710-SUSPENSE-REVIEW       SECTION.
           DISPLAY '----SUSPENSE-REVIEW TEST13'.
           MOVE SPACES TO SCR-ERROR-MSG.
           IF NOT T1-USER-SUPERVISOR
               MOVE 'SUPERVISOR AUTHORITY REQUIRED' TO SCR-ERROR-MSG
               MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
               MOVE 'test1' TO MCP-WINDOW
           ELSE
               PERFORM 713-REFRESH-SUSPENSE
               MOVE 'test13' TO MCP-WINDOW
           END-IF.
           MOVE 'NEW' TO MCP-PUTTYPE.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       712-SUSPENSE-NEXT-PAGE    SECTION.
           DISPLAY '----SUSPENSE-NEXT-PAGE TEST13'.
           MOVE SPACES TO SCR-ERROR-MSG.
           EVALUATE TRUE
               WHEN NOT T1-USER-SUPERVISOR
                   MOVE 'SUPERVISOR AUTHORITY REQUIRED' TO SCR-ERROR-MSG
                   MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
               WHEN NOT SCR-T13-MORE-PAGES
                   MOVE 'NO FURTHER ITEMS HELD IN SUSPENSE'
                       TO SCR-ERROR-MSG
               WHEN OTHER
                   MOVE ZERO TO SCR-T13-PICK
                   PERFORM 714-READ-SUSPENSE-PAGE
           END-EVALUATE.
           MOVE 'NEW' TO MCP-PUTTYPE.
           MOVE 'test13' TO MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       713-REFRESH-SUSPENSE      SECTION.
           INITIALIZE TEST13.
           MOVE SPACES TO SCR-T13-NEXT-KEY.
           MOVE SPACES TO SCR-T13-OVR-KEY.
           PERFORM 714-READ-SUSPENSE-PAGE.
      **************************************************************************
       714-READ-SUSPENSE-PAGE    SECTION.
           PERFORM 715-CLEAR-SUSPENSE-LINE
               VARYING T1-SRCH-COUNT FROM 1 BY 1
               UNTIL T1-SRCH-COUNT > 5.
           MOVE ZERO TO T1-SRCH-COUNT.
           MOVE 'N' TO SCR-T13-MORE.
           MOVE 'N' TO T1-SRCH-EOF-SWITCH.
           OPEN INPUT SUSPENSE-FILE.
           IF T1-SUSP-OK
               MOVE SCR-T13-NEXT-KEY TO SP-KEY
               START SUSPENSE-FILE KEY IS NOT LESS THAN SP-KEY
                   INVALID KEY
                       MOVE 'Y' TO T1-SRCH-EOF-SWITCH
               END-START
               PERFORM 716-READ-SUSPENSE-NEXT
                   UNTIL T1-SRCH-EOF OR T1-SRCH-COUNT = 5
               PERFORM 717-CHECK-MORE-SUSPENSE
                   UNTIL T1-SRCH-EOF OR SCR-T13-MORE-PAGES
               CLOSE SUSPENSE-FILE
           END-IF.
           IF T1-SRCH-COUNT = ZERO AND SCR-ERROR-MSG = SPACES
               MOVE 'NO TRANSACTIONS ARE HELD IN SUSPENSE'
                   TO SCR-ERROR-MSG
           END-IF.
      **************************************************************************
       715-CLEAR-SUSPENSE-LINE   SECTION.
           MOVE SPACES TO SCR-T13-S-KEY (T1-SRCH-COUNT).
           MOVE SPACES TO SCR-T13-S-CUST (T1-SRCH-COUNT).
           MOVE ZERO TO SCR-T13-S-AMOUNT (T1-SRCH-COUNT).
           MOVE ZERO TO SCR-T13-S-TXN-DATE (T1-SRCH-COUNT).
           MOVE SPACES TO SCR-T13-S-SOURCE (T1-SRCH-COUNT).
           MOVE SPACES TO SCR-T13-S-USER (T1-SRCH-COUNT).
           MOVE ZERO TO SCR-T13-S-BUS-DATE (T1-SRCH-COUNT).
           MOVE ZERO TO SCR-T13-S-MATCH-SEQ (T1-SRCH-COUNT).
      **************************************************************************
       716-READ-SUSPENSE-NEXT    SECTION.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO T1-SRCH-EOF-SWITCH
           END-READ.
           IF NOT T1-SRCH-EOF AND SP-HELD
               ADD 1 TO T1-SRCH-COUNT
               MOVE SP-KEY TO SCR-T13-S-KEY (T1-SRCH-COUNT)
               MOVE SP-CUST-CODE TO SCR-T13-S-CUST (T1-SRCH-COUNT)
               MOVE SP-AMOUNT TO SCR-T13-S-AMOUNT (T1-SRCH-COUNT)
               MOVE SP-TXN-DATE TO SCR-T13-S-TXN-DATE (T1-SRCH-COUNT)
               MOVE SP-SOURCE TO SCR-T13-S-SOURCE (T1-SRCH-COUNT)
               MOVE SP-HOLD-USER TO SCR-T13-S-USER (T1-SRCH-COUNT)
               MOVE SP-HOLD-BUS-DATE
                   TO SCR-T13-S-BUS-DATE (T1-SRCH-COUNT)
               MOVE SP-MATCH-SEQ
                   TO SCR-T13-S-MATCH-SEQ (T1-SRCH-COUNT)
           END-IF.
      **************************************************************************
      *    DECIDED ITEMS ARE SKIPPED, SO THE LOOK-AHEAD READS ON
      *    UNTIL IT FINDS ANOTHER HELD ONE OR RUNS OUT OF FILE.
      **************************************************************************
       717-CHECK-MORE-SUSPENSE   SECTION.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO T1-SRCH-EOF-SWITCH
           END-READ.
           IF NOT T1-SRCH-EOF AND SP-HELD
               MOVE 'Y' TO SCR-T13-MORE
               MOVE SP-KEY TO SCR-T13-NEXT-KEY
           END-IF.
      **************************************************************************
       720-SUSPENSE-RELEASE      SECTION.
           DISPLAY '----SUSPENSE-RELEASE TEST13'.
           MOVE SPACES TO SCR-ERROR-MSG.
           PERFORM 728-GET-PICKED-SUSPENSE.
           IF SCR-ERROR-MSG = SPACES
               PERFORM 722-POST-SUSPENDED
           END-IF.
           IF SCR-ERROR-MSG = SPACES
               MOVE 'R' TO SP-STATUS
               MOVE EM-LAST-SEQ TO SP-POSTED-SEQ
               PERFORM 727-RECORD-SUSP-DECISION
               PERFORM 713-REFRESH-SUSPENSE
               IF SCR-ERROR-MSG = SPACES
                   MOVE 'HELD TRANSACTION RELEASED AND POSTED'
                       TO SCR-ERROR-MSG
               ELSE
                   MOVE 'POSTED - SUSPENSE ITEM NOT UPDATED'
                       TO SCR-ERROR-MSG
               END-IF
           END-IF.
           IF T1-SUSP-OPEN
               CLOSE SUSPENSE-FILE
           END-IF.
           MOVE 'NEW' TO MCP-PUTTYPE.
           MOVE 'test13' TO MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
      *    THE HELD ITEM IS PUT THROUGH 350-EDIT-ENTRY AND 800-SAVE-
      *    ENTRY AS IF KEYED ON TEST1 AGAINST THE CURRENT MASTER.  AN
      *    OVER-LIMIT RELEASE IS APPROVED THE SAME WAY AS AN OVER-LIMIT
      *    SAVE -- BY RELEASING THE SAME ITEM A SECOND TIME.
      **************************************************************************
       722-POST-SUSPENDED        SECTION.
           IF T1-AUTH-INQUIRY-ONLY
               MOVE 'NOT AUTHORIZED TO POST TRANSACTIONS'
                   TO SCR-ERROR-MSG
               MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
               GO TO 722-POST-EXIT
           END-IF.
           IF T1-BATCH-LOCKED
               MOVE 'BATCH WINDOW OPEN - UPDATES HELD, INQUIRY ONLY'
                   TO SCR-ERROR-MSG
               GO TO 722-POST-EXIT
           END-IF.
           MOVE SP-CUST-CODE TO ENTRY1 OF TEST1.
           MOVE SP-AMOUNT TO ENTRY2 OF TEST1.
           MOVE SP-TXN-DATE TO ENTRY3 OF TEST1.
           MOVE SP-CUST-CODE TO EM-KEY.
           READ ENTRY-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO SCR-T1-VERSION
                   MOVE SPACES TO SCR-T1-ORIG-KEY
               NOT INVALID KEY
                   MOVE EM-VERSION TO SCR-T1-VERSION
                   MOVE EM-KEY TO SCR-T1-ORIG-KEY
           END-READ.
           IF SCR-T13-OVR-KEY = SP-KEY
               MOVE 'Y' TO SCR-T1-CONFIRM-OVR
           ELSE
               MOVE SPACES TO SCR-T1-CONFIRM-OVR
           END-IF.
           MOVE SPACES TO SCR-T13-OVR-KEY.
           PERFORM 350-EDIT-ENTRY.
           IF SCR-ERROR-MSG = SPACES
               MOVE 'Y' TO T1-DUP-RELEASE-SWITCH
               PERFORM 800-SAVE-ENTRY
               MOVE 'N' TO T1-DUP-RELEASE-SWITCH
           END-IF.
           IF SCR-ERROR-MSG = SPACES
               MOVE ENTRY1 OF TEST1 TO LINKAREA-ENTRY1
               MOVE ENTRY2 OF TEST1 TO SPAAREA-ENTRY2
               MOVE ENTRY3 OF TEST1 TO SPAAREA-ENTRY3
           ELSE
               IF SCR-T1-OVR-PENDING
                   MOVE SP-KEY TO SCR-T13-OVR-KEY
                   MOVE 'OVER BALANCE LIMIT - RELEASE AGAIN TO APPROVE'
                       TO SCR-ERROR-MSG
               END-IF
           END-IF.
       722-POST-EXIT.
           EXIT.
      **************************************************************************
       726-SUSPENSE-DISCARD      SECTION.
           DISPLAY '----SUSPENSE-DISCARD TEST13'.
           MOVE SPACES TO SCR-ERROR-MSG.
           PERFORM 728-GET-PICKED-SUSPENSE.
           IF SCR-ERROR-MSG = SPACES
               MOVE 'D' TO SP-STATUS
               PERFORM 727-RECORD-SUSP-DECISION
               PERFORM 713-REFRESH-SUSPENSE
               IF SCR-ERROR-MSG = SPACES
                   MOVE 'HELD TRANSACTION DISCARDED' TO SCR-ERROR-MSG
               END-IF
           END-IF.
           IF T1-SUSP-OPEN
               CLOSE SUSPENSE-FILE
           END-IF.
           MOVE 'NEW' TO MCP-PUTTYPE.
           MOVE 'test13' TO MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
      *    STAMPS THE DECISION ON THE PICKED ITEM AND CLOSES TXNSUSP
      *    SO THE LIST CAN BE RE-READ FROM THE TOP.  A FAILED REWRITE
      *    LEAVES THE ITEM HELD AND IS REPORTED IN SCR-ERROR-MSG.
      **************************************************************************
       727-RECORD-SUSP-DECISION  SECTION.
           MOVE MCP-USER-ID TO SP-DECIDE-USER.
           ACCEPT SP-DECIDE-DATE FROM DATE YYYYMMDD.
           ACCEPT SP-DECIDE-TIME FROM TIME.
           MOVE T1-BUSINESS-DATE TO SP-DECIDE-BUS-DATE.
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   MOVE 'SUSPENSE ITEM NOT UPDATED - CALL SUPPORT'
                       TO SCR-ERROR-MSG
           END-REWRITE.
           CLOSE SUSPENSE-FILE.
           MOVE 'N' TO T1-SUSP-OPEN-SWITCH.
      **************************************************************************
      *    VALIDATES THE PICKED LINE AND READS ITS ITEM, LEAVING
      *    TXNSUSP OPEN I-O FOR THE CALLER (T1-SUSP-OPEN) SO THE
      *    DECISION CAN BE REWRITTEN.
      **************************************************************************
       728-GET-PICKED-SUSPENSE   SECTION.
           MOVE 'N' TO T1-SUSP-OPEN-SWITCH.
           EVALUATE TRUE
               WHEN NOT T1-USER-SUPERVISOR
                   MOVE 'SUPERVISOR AUTHORITY REQUIRED' TO SCR-ERROR-MSG
                   MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
               WHEN SCR-T13-PICK NOT NUMERIC
                   MOVE 'LINE NUMBER MUST BE 1 TO 5' TO SCR-ERROR-MSG
               WHEN SCR-T13-PICK < 1 OR SCR-T13-PICK > 5
                   MOVE 'LINE NUMBER MUST BE 1 TO 5' TO SCR-ERROR-MSG
               WHEN SCR-T13-S-KEY (SCR-T13-PICK) = SPACES
                   MOVE 'NO HELD ITEM ON THAT LINE' TO SCR-ERROR-MSG
           END-EVALUATE.
           IF SCR-ERROR-MSG = SPACES
               OPEN I-O SUSPENSE-FILE
               IF NOT T1-SUSP-OK
                   MOVE 'NO SUSPENSE FILE ON THE SYSTEM'
                       TO SCR-ERROR-MSG
               ELSE
                   MOVE 'Y' TO T1-SUSP-OPEN-SWITCH
                   MOVE SCR-T13-S-KEY (SCR-T13-PICK) TO SP-KEY
                   READ SUSPENSE-FILE
                       INVALID KEY
                           MOVE 'HELD ITEM NOT FOUND' TO SCR-ERROR-MSG
                       NOT INVALID KEY
                           IF NOT SP-HELD
                               MOVE 'ITEM HAS ALREADY BEEN DECIDED'
                                   TO SCR-ERROR-MSG
                           END-IF
                   END-READ
               END-IF
           END-IF.
      **************************************************************************
      *    OPERATIONS CONSOLE (TEST7 WINDOW) -- SUPERVISORS ONLY.
      *    SHOWS THE RUNCTL BATCH-WINDOW STATE, THE MOST RECENT RUNLOG
      *    START/END EVENTS AND THE XMITCTL GENERATIONS STILL AWAITING
      *    PICKUP, WITH ACTIONS TO CLEAR A BATCH FLAG LEFT SET BY AN
      *    ABEND AND TO RESET A JOB'S COMPLETION STATUS FOR THE DAY.
      *    THE JOB-STREAM EXCEPTIONS FROM THE JOBEXC MORNING REPORT ARE
      *    SHOWN AS WELL, AND A JOB THAT WAS FIXED BY HAND CAN BE MARKED
      *    COMPLETE ON JOBSTAT SO THE JOBS THAT DEPEND ON IT CAN RUN.
      *    THE SHOP SHOULD NEVER NEED A FILE EDITOR TO RECOVER.
      **************************************************************************
       750-OPS-CONSOLE           SECTION.
           DISPLAY '----OPS-CONSOLE TEST7'.
           MOVE SPACES TO SCR-ERROR-MSG.
           IF NOT T1-USER-SUPERVISOR
               MOVE 'SUPERVISOR AUTHORITY REQUIRED' TO SCR-ERROR-MSG
               MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
               MOVE 'test1' TO MCP-WINDOW
           ELSE
               PERFORM 760-OPS-REFRESH
               MOVE 'test7' TO MCP-WINDOW
           END-IF.
           MOVE 'NEW' TO MCP-PUTTYPE.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       760-OPS-REFRESH           SECTION.
           INITIALIZE TEST7.
           OPEN INPUT RUN-CONTROL-FILE.
           IF T1-RUNCTL-OK
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
           END-IF.
           PERFORM 762-LOAD-RUN-LOG.
           PERFORM 768-LOAD-XMIT-QUEUE.
           PERFORM 772-LOAD-JOB-EXCEPTIONS.
      **************************************************************************
      *    THE RUN LOG IS SEQUENTIAL AND GROWS AT THE END, SO THE WHOLE
      *    FILE IS ROLLED THROUGH A FIVE-LINE WINDOW -- WHAT REMAINS ON
               END-IF
           END-IF.
      **************************************************************************
      *    THE FIRST FIVE EXCEPTIONS ON THE LATEST JOBEXC REPORT;
      *    SCR-T7-E-MORE SAYS THE PRINTED REPORT HAS MORE.
      **************************************************************************
       772-LOAD-JOB-EXCEPTIONS   SECTION.
           MOVE ZERO TO T1-EXCP-COUNT.
           MOVE 'N' TO T1-JOBEXCP-EOF-SWITCH.
           OPEN INPUT JOB-EXCEPTION-FILE.
           IF T1-JOBEXCP-OK
               PERFORM 774-READ-JOB-EXCEPTION
                   UNTIL T1-JOBEXCP-EOF OR SCR-T7-E-MORE = 'Y'
               CLOSE JOB-EXCEPTION-FILE
           END-IF.
      **************************************************************************
       774-READ-JOB-EXCEPTION    SECTION.
           READ JOB-EXCEPTION-FILE
               AT END
                   MOVE 'Y' TO T1-JOBEXCP-EOF-SWITCH
           END-READ.
           IF NOT T1-JOBEXCP-EOF
               IF T1-EXCP-COUNT = 5
                   MOVE 'Y' TO SCR-T7-E-MORE
               ELSE
                   ADD 1 TO T1-EXCP-COUNT
                   MOVE JX-JOB-NAME TO SCR-T7-E-JOB (T1-EXCP-COUNT)
                   MOVE JX-BUS-DATE
                       TO SCR-T7-E-BUS-DATE (T1-EXCP-COUNT)
                   MOVE JX-EXCEPTION
                       TO SCR-T7-E-EXCEPTION (T1-EXCP-COUNT)
                   MOVE JX-END-DATE
                       TO SCR-T7-E-END-DATE (T1-EXCP-COUNT)
                   MOVE JX-END-TIME
                       TO SCR-T7-E-END-TIME (T1-EXCP-COUNT)
                   MOVE JX-HELD-FOR
                       TO SCR-T7-E-HELD-FOR (T1-EXCP-COUNT)
               END-IF
           END-IF.
      **************************************************************************
      *    CLEAR A BATCH FLAG LEFT SET BY AN ABENDED NIGHTLY JOB SO
      *    THE TEST1 WINDOW TAKES UPDATES AGAIN.
      **************************************************************************
           MOVE SPACES TO SCR-ERROR-MSG.
           IF NOT T1-USER-SUPERVISOR
               MOVE 'SUPERVISOR AUTHORITY REQUIRED' TO SCR-ERROR-MSG
               MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
           ELSE
               PERFORM 745-READ-RUN-CONTROL
               IF NOT T1-RUNCTL-FOUND
               WHEN NOT T1-USER-SUPERVISOR
                   MOVE 'SUPERVISOR AUTHORITY REQUIRED'
                       TO SCR-ERROR-MSG
                   MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
               WHEN SCR-T7-RESET-JOB NOT = 'EODRPT' AND 'INTFEXT'
                   MOVE 'JOB TO RESET MUST BE EODRPT OR INTFEXT'
                       TO SCR-ERROR-MSG
           MOVE 'NEW' TO MCP-PUTTYPE.
           MOVE 'test7' TO MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
      *    MARK A JOB COMPLETE ON JOBSTAT FOR A BUSINESS DATE (THE
      *    CURRENT ONE WHEN SCR-T7-FORCE-DATE IS ZERO) AFTER OPERATIONS
      *    HAS FINISHED ITS WORK BY HAND, SO THE JOBS THAT NAME IT AS A
      *    PREREQUISITE ON JOBDEF ARE NO LONGER HELD.  THE SUPERVISOR IS
      *    RECORDED IN JS-FORCED-BY.  EODRPT AND INTFEXT ARE ALSO MARKED
      *    COMPLETE ON RUNCTL, WHICH GATES INTFEXT ON ITS OWN.  ONLY A
      *    JOB DEFINED ON JOBDEF CAN BE MARKED, SO A MISTYPED NAME
      *    CANNOT LEAVE A STRAY JOBSTAT RECORD BEHIND.
      **************************************************************************
       785-OPS-FORCE-COMPLETE    SECTION.
           DISPLAY '----OPS-FORCE-COMPLETE TEST7'.
           MOVE SPACES TO SCR-ERROR-MSG.
           IF SCR-T7-FORCE-DATE NOT NUMERIC
               OR SCR-T7-FORCE-DATE = ZERO
               MOVE T1-BUSINESS-DATE TO SCR-T7-FORCE-DATE
           END-IF.
           EVALUATE TRUE
               WHEN NOT T1-USER-SUPERVISOR
                   MOVE 'SUPERVISOR AUTHORITY REQUIRED'
                       TO SCR-ERROR-MSG
                   MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
               WHEN SCR-T7-RESET-JOB = SPACES
                   MOVE 'ENTER THE JOB TO MARK COMPLETE'
                       TO SCR-ERROR-MSG
           END-EVALUATE.
           IF SCR-ERROR-MSG = SPACES
               PERFORM 788-CHECK-JOB-DEFINED
           END-IF.
           IF SCR-ERROR-MSG = SPACES
               PERFORM 786-WRITE-FORCED-STATUS
           END-IF.
           IF SCR-ERROR-MSG = SPACES
               PERFORM 787-FORCE-RUN-CONTROL
               MOVE 'JOB MARKED COMPLETE - DEPENDENT JOBS MAY NOW RUN'
                   TO SCR-ERROR-MSG
           END-IF.
           PERFORM 760-OPS-REFRESH.
           MOVE 'NEW' TO MCP-PUTTYPE.
           MOVE 'test7' TO MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       786-WRITE-FORCED-STATUS   SECTION.
           OPEN I-O JOB-STATUS-FILE.
           IF NOT T1-JSTAT-OK
               CLOSE  JOB-STATUS-FILE
               OPEN OUTPUT JOB-STATUS-FILE
               CLOSE  JOB-STATUS-FILE
               OPEN I-O JOB-STATUS-FILE
           END-IF.
           IF NOT T1-JSTAT-OK
               MOVE 'JOBSTAT NOT AVAILABLE' TO SCR-ERROR-MSG
               GO TO 786-FORCED-EXIT
           END-IF.
           MOVE 'N' TO T1-JSTAT-FOUND-SWITCH.
           MOVE SCR-T7-FORCE-DATE TO JS-BUS-DATE.
           MOVE SCR-T7-RESET-JOB TO JS-JOB-NAME.
           READ JOB-STATUS-FILE
               INVALID KEY
                   INITIALIZE JOB-STATUS-RECORD
                   MOVE SCR-T7-FORCE-DATE TO JS-BUS-DATE
                   MOVE SCR-T7-RESET-JOB TO JS-JOB-NAME
               NOT INVALID KEY
                   MOVE 'Y' TO T1-JSTAT-FOUND-SWITCH
           END-READ.
           IF T1-JSTAT-FOUND AND JS-COMPLETE
               MOVE 'JOB IS ALREADY COMPLETE FOR THAT DATE'
                   TO SCR-ERROR-MSG
           ELSE
               MOVE 'C' TO JS-STATUS
               ACCEPT JS-END-DATE FROM DATE YYYYMMDD
               ACCEPT JS-END-TIME FROM TIME
               MOVE SPACES TO JS-HELD-FOR
               MOVE MCP-USER-ID TO JS-FORCED-BY
               IF T1-JSTAT-FOUND
                   REWRITE JOB-STATUS-RECORD
                       INVALID KEY
                           MOVE 'JOBSTAT NOT UPDATED - CALL SUPPORT'
                               TO SCR-ERROR-MSG
                   END-REWRITE
               ELSE
                   WRITE JOB-STATUS-RECORD
                       INVALID KEY
                           MOVE 'JOBSTAT NOT UPDATED - CALL SUPPORT'
                               TO SCR-ERROR-MSG
                   END-WRITE
               END-IF
           END-IF.
           CLOSE JOB-STATUS-FILE.
       786-FORCED-EXIT.
           EXIT.
      **************************************************************************
       787-FORCE-RUN-CONTROL     SECTION.
           IF SCR-T7-RESET-JOB = 'EODRPT' OR 'INTFEXT'
               PERFORM 745-READ-RUN-CONTROL
               IF SCR-T7-RESET-JOB = 'EODRPT'
                   MOVE SCR-T7-FORCE-DATE TO RC-EODRPT-BUS-DATE
                   MOVE 'C' TO RC-EODRPT-STATUS
               ELSE
                   MOVE SCR-T7-FORCE-DATE TO RC-INTFEXT-BUS-DATE
                   MOVE 'C' TO RC-INTFEXT-STATUS
               END-IF
               PERFORM 746-WRITE-RUN-CONTROL
           END-IF.
      **************************************************************************
       788-CHECK-JOB-DEFINED     SECTION.
           MOVE 'N' TO T1-JDEF-FOUND-SWITCH.
           MOVE 'N' TO T1-JDEF-EOF-SWITCH.
           OPEN INPUT JOB-DEF-FILE.
           IF NOT T1-JDEF-OK
               MOVE 'NO JOBDEF FILE ON THE SYSTEM' TO SCR-ERROR-MSG
           ELSE
               PERFORM 789-READ-JOB-DEF
                   UNTIL T1-JDEF-EOF OR T1-JDEF-FOUND
               CLOSE JOB-DEF-FILE
               IF NOT T1-JDEF-FOUND
                   MOVE 'JOB NOT DEFINED ON JOBDEF - NOT MARKED'
                       TO SCR-ERROR-MSG
               END-IF
           END-IF.
      **************************************************************************
       789-READ-JOB-DEF          SECTION.
           READ JOB-DEF-FILE
               AT END
                   MOVE 'Y' TO T1-JDEF-EOF-SWITCH
               NOT AT END
                   IF JD-JOB-NAME = SCR-T7-RESET-JOB
                       MOVE 'Y' TO T1-JDEF-FOUND-SWITCH
                   END-IF
           END-READ.
      **************************************************************************
       745-READ-RUN-CONTROL      SECTION.
           MOVE 'N' TO T1-RUNCTL-FOUND-SWITCH.
               WHEN T1-AUTH-INQUIRY-ONLY
                   MOVE 'NOT AUTHORIZED TO MAINTAIN CUSTOMERS'
                       TO SCR-ERROR-MSG
                   MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
               WHEN SCR-T8-CUST = SPACES
                   MOVE 'CUSTOMER CODE IS REQUIRED' TO SCR-ERROR-MSG
               WHEN SCR-T8-NAME = SPACES
                       TO SCR-ERROR-MSG
           END-EVALUATE.
           IF SCR-ERROR-MSG = SPACES
               PERFORM 590-CHECK-DUAL-CONTROL
               IF T1-DUAL-CONTROL
                   PERFORM 866-REQUEST-CUST-SAVE
               ELSE
                   PERFORM 865-WRITE-CUSTOMER
               END-IF
           END-IF.
           MOVE 'NEW' TO MCP-PUTTYPE.
           MOVE 'test8' TO MCP-WINDOW.
           END-WRITE.
           MOVE 'CUSTOMER SAVED' TO SCR-ERROR-MSG.
           CLOSE CUSTOMER-REF-FILE.
      **************************************************************************
      *    UNDER DUAL CONTROL THE SAVE IS HELD ON PENDCHG WITH THE
      *    CURRENT CUSTMS RECORD AS ITS BEFORE IMAGE (BLANK FOR A NEW
      *    CUSTOMER) AND THE SCREEN VALUES AS ITS AFTER IMAGE.
      **************************************************************************
       866-REQUEST-CUST-SAVE     SECTION.
           MOVE SPACES TO T1-PEND-BEFORE.
           MOVE 'A' TO T1-PEND-ACTION.
           OPEN INPUT CUSTOMER-REF-FILE.
           IF T1-CUST-OK
               MOVE SCR-T8-CUST TO CU-CUST-CODE
               READ CUSTOMER-REF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUSTOMER-RECORD TO T1-PEND-BEFORE
                       MOVE 'C' TO T1-PEND-ACTION
               END-READ
               CLOSE CUSTOMER-REF-FILE
           END-IF.
           MOVE SPACES TO T1-CUST-IMAGE.
           MOVE SCR-T8-CUST TO T1-CI-CUST-CODE.
           MOVE SCR-T8-NAME TO T1-CI-NAME.
           MOVE SCR-T8-BRANCH TO T1-CI-BRANCH.
           MOVE SCR-T8-STATUS TO T1-CI-STATUS.
           MOVE SCR-T8-LIMIT TO T1-CI-BALANCE-LIMIT.
           MOVE T1-CUST-IMAGE TO T1-PEND-AFTER.
           IF T1-PEND-AFTER = T1-PEND-BEFORE
               MOVE 'NO CHANGES TO SAVE' TO SCR-ERROR-MSG
           ELSE
               MOVE 'C' TO T1-PEND-FILE
               MOVE SCR-T8-CUST TO T1-PEND-REC-KEY
               PERFORM 595-RAISE-REQUEST
           END-IF.
      **************************************************************************
       870-CUST-DELETE           SECTION.
           DISPLAY '----CUST-DELETE TEST8'.
           IF T1-AUTH-INQUIRY-ONLY
               MOVE 'NOT AUTHORIZED TO MAINTAIN CUSTOMERS'
                   TO SCR-ERROR-MSG
               MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
           ELSE
               PERFORM 590-CHECK-DUAL-CONTROL
               IF T1-DUAL-CONTROL
                   PERFORM 872-REQUEST-CUST-DELETE
               ELSE
                   PERFORM 871-DELETE-CUSTOMER
               END-IF
           END-IF.
           MOVE 'NEW' TO MCP-PUTTYPE.
           MOVE 'test8' TO MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       871-DELETE-CUSTOMER       SECTION.
           OPEN I-O CUSTOMER-REF-FILE.
           IF NOT T1-CUST-OK
               MOVE 'NO CUSTOMER REFERENCE FILE ON THE SYSTEM'
                   TO SCR-ERROR-MSG
           ELSE
               MOVE SCR-T8-CUST TO CU-CUST-CODE
               DELETE CUSTOMER-REF-FILE
                   INVALID KEY
                       MOVE 'CUSTOMER NOT FOUND' TO SCR-ERROR-MSG
                   NOT INVALID KEY
                       MOVE 'CUSTOMER DELETED' TO SCR-ERROR-MSG
               END-DELETE
               CLOSE CUSTOMER-REF-FILE
           END-IF.
      **************************************************************************
       872-REQUEST-CUST-DELETE   SECTION.
           OPEN INPUT CUSTOMER-REF-FILE.
           IF NOT T1-CUST-OK
               MOVE 'NO CUSTOMER REFERENCE FILE ON THE SYSTEM'
                   TO SCR-ERROR-MSG
           ELSE
               MOVE SCR-T8-CUST TO CU-CUST-CODE
               READ CUSTOMER-REF-FILE
                   INVALID KEY
                       MOVE 'CUSTOMER NOT FOUND' TO SCR-ERROR-MSG
                   NOT INVALID KEY
                       MOVE CUSTOMER-RECORD TO T1-PEND-BEFORE
               END-READ
               CLOSE CUSTOMER-REF-FILE
           END-IF.
           IF SCR-ERROR-MSG = SPACES
               MOVE SPACES TO T1-PEND-AFTER
               MOVE 'C' TO T1-PEND-FILE
               MOVE 'D' TO T1-PEND-ACTION
               MOVE SCR-T8-CUST TO T1-PEND-REC-KEY
               PERFORM 595-RAISE-REQUEST
           END-IF.
      **************************************************************************
       880-CUST-SHOW             SECTION.
           DISPLAY '----CUST-SHOW TEST8'.
           MOVE 'NEW' TO MCP-PUTTYPE.
           MOVE 'test8' TO MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
      *    STANDING-ORDER MAINTENANCE (TEST10 WINDOW, REACHED FROM
      *    TEST8).  THE STOPOST JOB POSTS THE INSTRUCTIONS NIGHTLY.
      **************************************************************************
       890-STO-MAINT             SECTION.
           DISPLAY '----STO-MAINT TEST10'.
           MOVE SPACES TO SCR-ERROR-MSG.
           IF SCR-T10-CUST = SPACES
               MOVE SCR-T8-CUST TO SCR-T10-CUST
           END-IF.
           MOVE 'NEW' TO MCP-PUTTYPE.
           MOVE 'test10' TO MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
      *    A NEW OR CHANGED NEXT DUE DATE MUST BE A REAL DATE NOT
      *    BEFORE THE BUSINESS DATE.  AN UNCHANGED ONE MAY ALREADY BE
      *    PAST (A SUSPENDED INSTRUCTION BEING REACTIVATED) -- STOPOST
      *    THEN CATCHES UP THE OCCURRENCES MISSED.
      **************************************************************************
       891-STO-SAVE              SECTION.
           DISPLAY '----STO-SAVE TEST10'.
           MOVE SPACES TO SCR-ERROR-MSG.
           MOVE SCR-T10-NEXT-DUE TO T1-EDIT-DATE.
           PERFORM 360-VALIDATE-DATE.
           EVALUATE TRUE
               WHEN T1-BATCH-LOCKED
                   MOVE 'BATCH WINDOW OPEN - UPDATES HELD, INQUIRY ONLY'
                       TO SCR-ERROR-MSG
               WHEN T1-AUTH-INQUIRY-ONLY
                   MOVE 'NOT AUTHORIZED TO MAINTAIN STANDING ORDERS'
                       TO SCR-ERROR-MSG
                   MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
               WHEN SCR-T10-CUST = SPACES
                   MOVE 'CUSTOMER CODE IS REQUIRED' TO SCR-ERROR-MSG
               WHEN SCR-T10-INST-NO NOT NUMERIC
                   OR SCR-T10-INST-NO = ZERO
                   MOVE 'INSTRUCTION NUMBER MUST BE 1 TO 999'
                       TO SCR-ERROR-MSG
               WHEN SCR-T10-AMOUNT NOT NUMERIC
                   OR SCR-T10-AMOUNT NOT > ZERO
                   MOVE 'AMOUNT MUST BE GREATER THAN ZERO'
                       TO SCR-ERROR-MSG
               WHEN SCR-T10-FREQ NOT = 'W' AND 'F' AND 'M' AND 'Q'
                   MOVE 'FREQUENCY MUST BE W, F, M OR Q'
                       TO SCR-ERROR-MSG
               WHEN SCR-T10-STATUS NOT = 'A' AND 'S' AND 'E'
                   MOVE 'STATUS MUST BE A, S OR E'
                       TO SCR-ERROR-MSG
               WHEN SCR-T10-NEXT-DUE NOT NUMERIC
                   MOVE 'NEXT DUE DATE MUST BE NUMERIC' TO SCR-ERROR-MSG
               WHEN NOT T1-DATE-VALID
                   MOVE 'NEXT DUE DATE IS NOT A VALID DATE'
                       TO SCR-ERROR-MSG
               WHEN SCR-T10-END-DATE NOT NUMERIC
                   MOVE 'END DATE MUST BE NUMERIC' TO SCR-ERROR-MSG
           END-EVALUATE.
           IF SCR-ERROR-MSG = SPACES AND SCR-T10-END-DATE NOT = ZERO
               MOVE SCR-T10-END-DATE TO T1-EDIT-DATE
               PERFORM 360-VALIDATE-DATE
               IF NOT T1-DATE-VALID
                   MOVE 'END DATE IS NOT A VALID DATE' TO SCR-ERROR-MSG
               ELSE
                   IF SCR-T10-END-DATE < SCR-T10-NEXT-DUE
                       MOVE 'END DATE CANNOT BE BEFORE NEXT DUE DATE'
                           TO SCR-ERROR-MSG
                   END-IF
               END-IF
           END-IF.
           IF SCR-ERROR-MSG = SPACES
               PERFORM 892-CHECK-STO-CUSTOMER
           END-IF.
           IF SCR-ERROR-MSG = SPACES
               PERFORM 893-WRITE-STANDING-ORDER
           END-IF.
           MOVE 'NEW' TO MCP-PUTTYPE.
           MOVE 'test10' TO MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
      *    THE SAME CUSTOMER RULE AS 355-VALIDATE-CUSTOMER:  ON THE
      *    REFERENCE FILE AND OPEN, WHEN THE FILE IS ON THE SYSTEM.
      **************************************************************************
       892-CHECK-STO-CUSTOMER    SECTION.
           OPEN INPUT CUSTOMER-REF-FILE.
           IF T1-CUST-OK
               MOVE SCR-T10-CUST TO CU-CUST-CODE
               READ CUSTOMER-REF-FILE
                   INVALID KEY
                       MOVE 'CUSTOMER NOT ON REFERENCE FILE'
                           TO SCR-ERROR-MSG
                   NOT INVALID KEY
                       IF CU-CLOSED AND SCR-T10-STATUS = 'A'
                           MOVE 'CUSTOMER IS CLOSED - ORDER REFUSED'
                               TO SCR-ERROR-MSG
                       END-IF
               END-READ
               CLOSE CUSTOMER-REF-FILE
           END-IF.
      **************************************************************************
      *    THE POSTING HISTORY FIELDS BELONG TO STOPOST AND SURVIVE A
      *    RESAVE.  THE ANCHOR DAY FOR MONTHLY AND QUARTERLY ORDERS IS
      *    TAKEN FROM THE NEXT DUE DATE WHEN THAT DATE IS SET.
      **************************************************************************
       893-WRITE-STANDING-ORDER  SECTION.
           IF T1-BATCH-LOCKED
               MOVE 'BATCH WINDOW OPEN - UPDATES HELD, INQUIRY ONLY'
                   TO SCR-ERROR-MSG
               GO TO 893-WRITE-EXIT
           END-IF.
           OPEN I-O STANDING-ORDER-FILE.
           IF NOT T1-STO-OK
               CLOSE  STANDING-ORDER-FILE
               OPEN OUTPUT STANDING-ORDER-FILE
               CLOSE  STANDING-ORDER-FILE
               OPEN I-O STANDING-ORDER-FILE
           END-IF.
           IF NOT T1-STO-OK
               MOVE 'STANDING-ORDER FILE NOT AVAILABLE - CALL SUPPORT'
                   TO SCR-ERROR-MSG
               GO TO 893-WRITE-EXIT
           END-IF.
           MOVE 'N' TO T1-STO-FOUND-SWITCH.
           MOVE SCR-T10-CUST TO SO-CUST-CODE.
           MOVE SCR-T10-INST-NO TO SO-INST-NO.
           READ STANDING-ORDER-FILE
               INVALID KEY
                   MOVE SCR-T10-CUST TO SO-CUST-CODE
                   MOVE SCR-T10-INST-NO TO SO-INST-NO
                   MOVE ZERO TO SO-NEXT-DUE
                   MOVE ZERO TO SO-DUE-DAY
                   MOVE ZERO TO SO-LAST-POSTED
                   MOVE ZERO TO SO-LAST-SEQ
                   MOVE SPACES TO SO-LAST-RESULT
               NOT INVALID KEY
                   MOVE 'Y' TO T1-STO-FOUND-SWITCH
           END-READ.
           IF SCR-T10-NEXT-DUE NOT = SO-NEXT-DUE
               IF SCR-T10-NEXT-DUE < T1-BUSINESS-DATE
                   MOVE 'NEXT DUE DATE CANNOT BE BEFORE BUSINESS DATE'
                       TO SCR-ERROR-MSG
               ELSE
                   MOVE SCR-T10-NEXT-DUE TO SO-NEXT-DUE
                   MOVE SCR-T10-NEXT-DUE TO T1-EDIT-DATE
                   MOVE T1-EDIT-DAY TO SO-DUE-DAY
               END-IF
           END-IF.
           IF SCR-ERROR-MSG = SPACES
               MOVE SCR-T10-AMOUNT TO SO-AMOUNT
               MOVE SCR-T10-FREQ TO SO-FREQUENCY
               MOVE SCR-T10-END-DATE TO SO-END-DATE
               MOVE SCR-T10-STATUS TO SO-STATUS
               MOVE MCP-USER-ID TO SO-LAST-USER
               MOVE T1-BUSINESS-DATE TO SO-LAST-UPDATE-DATE
               IF T1-STO-FOUND
                   REWRITE STANDING-ORDER-RECORD
                       INVALID KEY
                           MOVE 'STANDING ORDER NOT SAVED'
                               TO SCR-ERROR-MSG
                   END-REWRITE
               ELSE
                   WRITE STANDING-ORDER-RECORD
                       INVALID KEY
                           MOVE 'STANDING ORDER NOT SAVED'
                               TO SCR-ERROR-MSG
                   END-WRITE
               END-IF
               IF SCR-ERROR-MSG = SPACES
                   MOVE SO-LAST-POSTED TO SCR-T10-LAST-POSTED
                   MOVE SO-LAST-RESULT TO SCR-T10-LAST-RESULT
                   MOVE 'STANDING ORDER SAVED' TO SCR-ERROR-MSG
               END-IF
           END-IF.
           CLOSE STANDING-ORDER-FILE.
       893-WRITE-EXIT.
           EXIT.
      **************************************************************************
       894-STO-DELETE            SECTION.
           DISPLAY '----STO-DELETE TEST10'.
           MOVE SPACES TO SCR-ERROR-MSG.
           IF T1-BATCH-LOCKED
               MOVE 'BATCH WINDOW OPEN - DELETES HELD, INQUIRY ONLY'
                   TO SCR-ERROR-MSG
           ELSE
           IF NOT T1-AUTH-DELETE
               MOVE 'NOT AUTHORIZED TO DELETE STANDING ORDERS'
                   TO SCR-ERROR-MSG
               MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
           ELSE
               OPEN I-O STANDING-ORDER-FILE
               IF NOT T1-STO-OK
                   MOVE 'NO STANDING-ORDER FILE ON THE SYSTEM'
                       TO SCR-ERROR-MSG
               ELSE
                   MOVE SCR-T10-CUST TO SO-CUST-CODE
                   MOVE SCR-T10-INST-NO TO SO-INST-NO
                   DELETE STANDING-ORDER-FILE
                       INVALID KEY
                           MOVE 'STANDING ORDER NOT FOUND'
                               TO SCR-ERROR-MSG
                       NOT INVALID KEY
                           MOVE 'STANDING ORDER DELETED'
                               TO SCR-ERROR-MSG
                   END-DELETE
                   CLOSE STANDING-ORDER-FILE
               END-IF
           END-IF
           END-IF.
           MOVE 'NEW' TO MCP-PUTTYPE.
           MOVE 'test10' TO MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       896-STO-SHOW              SECTION.
           DISPLAY '----STO-SHOW TEST10'.
           MOVE SPACES TO SCR-ERROR-MSG.
           OPEN INPUT STANDING-ORDER-FILE.
           IF NOT T1-STO-OK
               MOVE 'NO STANDING-ORDER FILE ON THE SYSTEM'
                   TO SCR-ERROR-MSG
           ELSE
               MOVE SCR-T10-CUST TO SO-CUST-CODE
               MOVE SCR-T10-INST-NO TO SO-INST-NO
               READ STANDING-ORDER-FILE
                   INVALID KEY
                       MOVE 'STANDING ORDER NOT FOUND' TO SCR-ERROR-MSG
                   NOT INVALID KEY
                       MOVE SO-AMOUNT TO SCR-T10-AMOUNT
                       MOVE SO-FREQUENCY TO SCR-T10-FREQ
                       MOVE SO-NEXT-DUE TO SCR-T10-NEXT-DUE
                       MOVE SO-END-DATE TO SCR-T10-END-DATE
                       MOVE SO-STATUS TO SCR-T10-STATUS
                       MOVE SO-LAST-POSTED TO SCR-T10-LAST-POSTED
                       MOVE SO-LAST-RESULT TO SCR-T10-LAST-RESULT
               END-READ
               CLOSE STANDING-ORDER-FILE
           END-IF.
           MOVE 'NEW' TO MCP-PUTTYPE.
           MOVE 'test10' TO MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
      **************************************************************************
       500-BACK                  SECTION.
           DISPLAY '----BACK TO TEST1'.
           IF SCR-T1-INQUIRY-MODE
               MOVE 'RECORD IS IN INQUIRY MODE - NOT UPDATABLE'
                   TO SCR-ERROR-MSG
               IF T1-AUTH-INQUIRY-ONLY
                   MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
               END-IF
               MOVE 'test1' TO MCP-WINDOW
               PERFORM 900-PUT-WINDOW
           ELSE
               WHEN NOT T1-USER-SUPERVISOR
                   MOVE 'SUPERVISOR AUTHORITY REQUIRED TO REVERSE'
                       TO SCR-ERROR-MSG
                   MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
               WHEN SCR-T1-INQUIRY-MODE
                   MOVE 'RECORD IS IN INQUIRY MODE - NOT UPDATABLE'
                       TO SCR-ERROR-MSG
                   IF T1-AUTH-INQUIRY-ONLY
                       MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
                   END-IF
               WHEN ENTRY1 OF TEST1 = SPACES
                   MOVE 'CUSTOMER CODE IS REQUIRED' TO SCR-ERROR-MSG
               WHEN SCR-T1-REV-SEQ NOT NUMERIC
                       MOVE 'RECORD CHANGED BY ANOTHER USER - RELOAD'
                           TO SCR-ERROR-MSG
                   ELSE
                       PERFORM 841-CHECK-DUPLICATE
                       IF SCR-ERROR-MSG = SPACES
                           PERFORM 845-CHECK-LIMIT
                       END-IF
                       IF SCR-ERROR-MSG = SPACES
                           ADD 1 TO EM-VERSION
                           PERFORM 810-SET-ENTRY-FIELDS
           MOVE EM-VERSION TO SCR-T1-VERSION.
           MOVE ENTRY1 OF TEST1 TO SCR-T1-ORIG-KEY.
           MOVE SPACES TO SCR-T1-CONFIRM-DEL.
           MOVE SPACES TO SCR-T1-CONFIRM-DUP.
           PERFORM 820-WRITE-DETAIL.
      **************************************************************************
       820-WRITE-DETAIL          SECTION.
           IF NOT T1-AUTH-DELETE
               MOVE 'NOT AUTHORIZED TO DELETE - SEE YOUR SUPERVISOR'
                   TO SCR-ERROR-MSG
               MOVE 'Y' TO T1-AUTH-REFUSED-SWITCH
               MOVE SPACES TO SCR-T1-CONFIRM-DEL
           ELSE
           IF SCR-T1-INQUIRY-MODE
               END-IF
           END-IF.
      **************************************************************************
      *    DUPLICATE DETECTION.  A TRANSACTION FOR THE SAME CUSTOMER,
      *    AMOUNT AND TRANSACTION DATE AS A DETAIL POSTED WITHIN THE
      *    DUPPARM LOOK-BACK (BY ED-ENTRY-DATE) IS A LIKELY DUPLICATE.
      *    REVERSALS, AND DETAILS ALREADY REVERSED, DO NOT COUNT.  A
      *    SUPERVISOR POSTS IT BY SAVING A SECOND TIME; ANYONE ELSE HAS
      *    IT HELD ON THE TXNSUSP SUSPENSE FILE FOR A SUPERVISOR TO
      *    RELEASE OR DISCARD ON THE TEST13 WINDOW.  AN ITEM BEING
      *    RELEASED FROM SUSPENSE (T1-DUP-RELEASE) HAS ALREADY BEEN
      *    REVIEWED AND IS NOT CHECKED AGAIN.
      **************************************************************************
       841-CHECK-DUPLICATE       SECTION.
           MOVE ZERO TO T1-DUP-SEQ.
           IF T1-DUP-RELEASE OR T1-DUP-LOOKBACK = ZERO
               MOVE SPACES TO SCR-T1-CONFIRM-DUP
               GO TO 841-DUPLICATE-EXIT
           END-IF.
           MOVE T1-BUSINESS-DATE TO T1-EDIT-DATE.
           PERFORM 843-BACK-ONE-DAY T1-DUP-LOOKBACK TIMES.
           MOVE T1-EDIT-DATE TO T1-DUP-CUTOFF.
           MOVE 'N' TO T1-DUP-STOP-SWITCH.
           PERFORM 844-CHECK-DUP-DETAIL
               VARYING T1-DUP-SCAN-SEQ FROM EM-LAST-SEQ BY -1
               UNTIL T1-DUP-SCAN-SEQ = ZERO
                  OR T1-DUP-SEQ NOT = ZERO
                  OR T1-DUP-STOP.
           IF T1-DUP-SEQ = ZERO
               MOVE SPACES TO SCR-T1-CONFIRM-DUP
               GO TO 841-DUPLICATE-EXIT
           END-IF.
           IF NOT T1-USER-SUPERVISOR
               PERFORM 847-HOLD-IN-SUSPENSE
               MOVE SPACES TO SCR-T1-CONFIRM-DUP
               GO TO 841-DUPLICATE-EXIT
           END-IF.
           IF SCR-T1-DUP-PENDING AND SCR-T1-DUP-SEQ = T1-DUP-SEQ
               CONTINUE
           ELSE
               MOVE 'Y' TO SCR-T1-CONFIRM-DUP
               MOVE T1-DUP-SEQ TO SCR-T1-DUP-SEQ
               MOVE 'LIKELY DUPLICATE - SAVE AGAIN TO POST'
                   TO SCR-ERROR-MSG
           END-IF.
       841-DUPLICATE-EXIT.
           EXIT.
      **************************************************************************
      *    STEP T1-EDIT-DATE BACK ONE CALENDAR DAY.
      **************************************************************************
       843-BACK-ONE-DAY          SECTION.
           IF T1-EDIT-DAY > 1
               SUBTRACT 1 FROM T1-EDIT-DAY
           ELSE
               IF T1-EDIT-MONTH > 1
                   SUBTRACT 1 FROM T1-EDIT-MONTH
               ELSE
                   MOVE 12 TO T1-EDIT-MONTH
                   SUBTRACT 1 FROM T1-EDIT-YEAR
               END-IF
               MOVE 01 TO T1-EDIT-DAY
               PERFORM 360-VALIDATE-DATE
               MOVE T1-MAX-DAY TO T1-EDIT-DAY
           END-IF.
      **************************************************************************
      *    DETAILS ARE READ NEWEST FIRST, SO THE SCAN STOPS AT THE
      *    FIRST ONE POSTED BEFORE THE LOOK-BACK CUTOFF.
      **************************************************************************
       844-CHECK-DUP-DETAIL      SECTION.
           MOVE ENTRY1 OF TEST1 TO ED-CUST-CODE.
           MOVE T1-DUP-SCAN-SEQ TO ED-SEQ-NO.
           READ ENTRY-DETAIL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ED-ENTRY-DATE < T1-DUP-CUTOFF
                       MOVE 'Y' TO T1-DUP-STOP-SWITCH
                   ELSE
                       IF ED-AMOUNT = ENTRY2 OF TEST1
                           AND ED-TXN-DATE = ENTRY3 OF TEST1
                           AND NOT ED-IS-REVERSAL
                           AND NOT ED-ALREADY-REVERSED
                           MOVE ED-SEQ-NO TO T1-DUP-SEQ
                           MOVE ED-ENTRY-DATE TO T1-DUP-ENTRY-DATE
                       END-IF
                   END-IF
           END-READ.
      **************************************************************************
      *    HOLD THE TRANSACTION ON TXNSUSP.  A RESAVE OF AN ITEM THAT
      *    IS ALREADY HELD (SAME CUSTOMER, AMOUNT AND DATE) IS NOT
      *    HELD A SECOND TIME.
      **************************************************************************
       847-HOLD-IN-SUSPENSE      SECTION.
           OPEN I-O SUSPENSE-FILE.
           IF NOT T1-SUSP-OK
               CLOSE  SUSPENSE-FILE
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE  SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           MOVE 'N' TO T1-SUSP-HELD-SWITCH.
           MOVE 'N' TO T1-SCAN-EOF-SWITCH.
           MOVE ENTRY1 OF TEST1 TO SP-CUST-CODE.
           MOVE ZERO TO SP-HOLD-DATE.
           MOVE ZERO TO SP-HOLD-TIME.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SP-KEY
               INVALID KEY
                   MOVE 'Y' TO T1-SCAN-EOF-SWITCH
           END-START.
           PERFORM 849-CHECK-HELD-NEXT
               UNTIL T1-SCAN-EOF OR T1-SUSP-ALREADY-HELD.
           IF T1-SUSP-ALREADY-HELD
               MOVE 'ALREADY HELD IN SUSPENSE - SEE SUPERVISOR'
                   TO SCR-ERROR-MSG
           ELSE
               MOVE ENTRY1 OF TEST1 TO SP-CUST-CODE
               ACCEPT SP-HOLD-DATE FROM DATE YYYYMMDD
               ACCEPT SP-HOLD-TIME FROM TIME
               MOVE ENTRY2 OF TEST1 TO SP-AMOUNT
               MOVE ENTRY3 OF TEST1 TO SP-TXN-DATE
               MOVE 'TEST1' TO SP-SOURCE
               MOVE MCP-USER-ID TO SP-HOLD-USER
               MOVE T1-BUSINESS-DATE TO SP-HOLD-BUS-DATE
               MOVE T1-DUP-SEQ TO SP-MATCH-SEQ
               MOVE T1-DUP-ENTRY-DATE TO SP-MATCH-ENTRY-DATE
               MOVE 'H' TO SP-STATUS
               MOVE SPACES TO SP-DECIDE-USER
               MOVE ZERO TO SP-DECIDE-DATE
               MOVE ZERO TO SP-DECIDE-TIME
               MOVE ZERO TO SP-DECIDE-BUS-DATE
               MOVE ZERO TO SP-POSTED-SEQ
               MOVE 'LIKELY DUPLICATE - HELD FOR SUPERVISOR REVIEW'
                   TO SCR-ERROR-MSG
               WRITE SUSPENSE-RECORD
                   INVALID KEY
                       MOVE 'SUSPENSE WRITE FAILED - CALL SUPPORT'
                           TO SCR-ERROR-MSG
               END-WRITE
           END-IF.
           CLOSE SUSPENSE-FILE.
      **************************************************************************
       849-CHECK-HELD-NEXT       SECTION.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO T1-SCAN-EOF-SWITCH
           END-READ.
           IF NOT T1-SCAN-EOF
               IF SP-CUST-CODE NOT = ENTRY1 OF TEST1
                   MOVE 'Y' TO T1-SCAN-EOF-SWITCH
               ELSE
                   IF SP-HELD
                       AND SP-AMOUNT = ENTRY2 OF TEST1
                       AND SP-TXN-DATE = ENTRY3 OF TEST1
                       MOVE 'Y' TO T1-SUSP-HELD-SWITCH
                   END-IF
               END-IF
           END-IF.
      **************************************************************************
      *    BALANCE LIMIT CHECK ON A SAVE.  A POSTING THAT WOULD PUSH
      *    THE RUNNING BALANCE OVER THE CUSTOMER'S LIMIT (OR THE
      *    LIMPARM DEFAULT) IS HELD:  A SUPERVISOR APPROVES IT BY
