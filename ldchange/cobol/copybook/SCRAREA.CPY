      *    EVENTS AND THE XMITCTL GENERATIONS STILL AWAITING PICKUP,
      *    WITH ACTIONS TO CLEAR A STUCK BATCH FLAG AND TO RESET A
      *    JOB'S COMPLETION STATUS (SCR-T7-RESET-JOB NAMES THE JOB).
      *    SCR-T7-EXCP SHOWS THE FIRST FIVE JOB-STREAM EXCEPTIONS FROM
      *    THE JOBEXC MORNING REPORT (SCR-T7-E-MORE = 'Y' WHEN THERE
      *    ARE MORE), AND THE SAME JOB NAME CAN BE MARKED COMPLETE ON
      *    JOBSTAT FOR SCR-T7-FORCE-DATE (ZERO = CURRENT BUSINESS DATE).
      *    TEST8 IS THE CUSTOMER REFERENCE MAINTENANCE WINDOW:  ONE
      *    CUSTMS RECORD IS SHOWN, SAVED OR DELETED PER ACTION.
      *    TEST9 IS THE CUSTOMER SEARCH WINDOW, PAGED LIKE TEST4:
      *    CUSTOMER ON THE SCREEN.  SCR-T1-CONFIRM-OVR REMEMBERS THAT
      *    AN OVER-LIMIT SAVE BY A SUPERVISOR IS AWAITING THE SECOND
      *    CONFIRMING SAVE THAT APPROVES IT.
      *    TEST10 IS THE STANDING-ORDER MAINTENANCE WINDOW, REACHED
      *    FROM TEST8:  ONE STOINST INSTRUCTION (CUSTOMER CODE PLUS
      *    INSTRUCTION NUMBER) IS SHOWN, SAVED OR DELETED PER ACTION.
      *    SCR-T10-LAST-POSTED AND SCR-T10-LAST-RESULT ARE DISPLAY
      *    ONLY -- THE DATE OF THE LAST OCCURRENCE THE STOPOST JOB
      *    POSTED OR REJECTED, AND THE TXNLOAD REJECT REASON CODE
      *    (BLANK WHEN IT POSTED).
      *    TEST11 IS THE DUAL-CONTROL APPROVALS WINDOW (SUPERVISORS
      *    ONLY), PAGED LIKE TEST9:  EACH PAGE SHOWS FIVE PENDCHG
      *    REQUESTS STILL AWAITING A DECISION, SCR-T11-P-KEY HOLDS
      *    EACH LINE'S HIDDEN PENDCHG KEY, SCR-T11-NEXT-KEY IS THE
      *    HIDDEN PAGING CURSOR AND A LINE NUMBER IN SCR-T11-PICK
      *    SELECTS THE REQUEST TO SHOW (BEFORE/AFTER VALUES IN THE
      *    SCR-T11-DB- AND SCR-T11-DA- FIELDS), APPROVE OR REJECT.
      *    TEST12 IS THE POINT-IN-TIME BALANCE INQUIRY (INQUIRY ONLY),
      *    REACHED FROM TEST1 OR FROM A TEST9 SEARCH LINE:  SCR-T12-
      *    CUST AND SCR-T12-ASOF-DATE ASK THE QUESTION; THE ANSWER IS
      *    THE NEAREST PERBAL SNAPSHOT AT OR BEFORE THE DATE (SNAP-
      *    DATE, SNAP-BAL, SNAP-SEQ -- ZERO WHEN THERE IS NONE), THE
      *    MOVEMENT AND NUMBER OF DETAILS SINCE IT, AND THE BALANCE AT
      *    THE CLOSE OF THE DATE.  SCR-T12-SOURCE IS 'L' FOR A LIVE
      *    CUSTOMER, 'A' FOR ONE ANSWERED FROM THE ENTARCH ARCHIVE.
      *    SCR-T12-MOVE PAGES THE DETAILS OF THE MOVEMENT WITH A
      *    RUNNING BALANCE.  SCR-T12-Q-CUST/Q-DATE (THE QUESTION LAST
      *    ANSWERED), SCR-T12-PAGE-BAL AND SCR-T12-NEXT-SEQ ARE HIDDEN
      *    PAGING FIELDS; SCR-T12-MORE = 'Y' WHEN A FURTHER PAGE EXISTS.
      *    SCR-T1-CONFIRM-DUP REMEMBERS THAT A SUPERVISOR'S SAVE WAS
      *    STOPPED AS A LIKELY DUPLICATE OF DETAIL SCR-T1-DUP-SEQ; A
      *    SECOND SAVE AGAINST THE SAME DETAIL POSTS IT.
      *    TEST13 IS THE DUPLICATE-SUSPENSE REVIEW WINDOW (SUPERVISORS
      *    ONLY), PAGED LIKE TEST11:  EACH PAGE SHOWS FIVE TXNSUSP ITEMS
      *    STILL HELD, WITH THE DETAIL EACH ONE APPEARS TO REPEAT.
      *    SCR-T13-S-KEY HOLDS EACH LINE'S HIDDEN TXNSUSP KEY,
      *    SCR-T13-NEXT-KEY IS THE HIDDEN PAGING CURSOR AND A LINE
      *    NUMBER IN SCR-T13-PICK SELECTS THE ITEM TO RELEASE (POST) OR
      *    DISCARD.  SCR-T13-OVR-KEY IS A HIDDEN FIELD NAMING THE ITEM
      *    WHOSE RELEASE IS AWAITING A SECOND, OVER-LIMIT APPROVAL.
      **************************************************************************
       01  SCRAREA.
           03  TEST1.
               05  SCR-T1-CUST-NAME    PIC  X(20).
               05  SCR-T1-CONFIRM-OVR  PIC  X(01).
                   88  SCR-T1-OVR-PENDING          VALUE 'Y'.
               05  SCR-T1-CONFIRM-DUP  PIC  X(01).
                   88  SCR-T1-DUP-PENDING          VALUE 'Y'.
               05  SCR-T1-DUP-SEQ      PIC  9(05).
           03  TEST2.
               05  ENTRY1              PIC  X(10).
               05  ENTRY2              PIC  S9(07)V99.
                   10  SCR-T7-X-COUNT      PIC  9(07).
                   10  SCR-T7-X-STATUS     PIC  X(01).
               05  SCR-T7-RESET-JOB    PIC  X(08).
               05  SCR-T7-EXCP         OCCURS 5 TIMES.
                   10  SCR-T7-E-JOB        PIC  X(08).
                   10  SCR-T7-E-BUS-DATE   PIC  9(08).
                   10  SCR-T7-E-EXCEPTION  PIC  X(08).
                   10  SCR-T7-E-END-DATE   PIC  9(08).
                   10  SCR-T7-E-END-TIME   PIC  9(08).
                   10  SCR-T7-E-HELD-FOR   PIC  X(08).
               05  SCR-T7-E-MORE       PIC  X(01).
               05  SCR-T7-FORCE-DATE   PIC  9(08).
           03  TEST8.
               05  SCR-T8-CUST         PIC  X(10).
               05  SCR-T8-NAME         PIC  X(20).
               05  SCR-T9-MORE         PIC  X(01).
                   88  SCR-T9-MORE-PAGES           VALUE 'Y'.
               05  SCR-T9-PICK         PIC  9(01).
           03  TEST10.
               05  SCR-T10-CUST        PIC  X(10).
               05  SCR-T10-INST-NO     PIC  9(03).
               05  SCR-T10-AMOUNT      PIC  S9(07)V99.
               05  SCR-T10-FREQ        PIC  X(01).
               05  SCR-T10-NEXT-DUE    PIC  9(08).
               05  SCR-T10-END-DATE    PIC  9(08).
               05  SCR-T10-STATUS      PIC  X(01).
               05  SCR-T10-LAST-POSTED PIC  9(08).
               05  SCR-T10-LAST-RESULT PIC  X(02).
           03  TEST11.
               05  SCR-T11-LIST        OCCURS 5 TIMES.
                   10  SCR-T11-P-KEY       PIC  X(27).
                   10  SCR-T11-P-FILE      PIC  X(01).
                   10  SCR-T11-P-REC-KEY   PIC  X(10).
                   10  SCR-T11-P-ACTION    PIC  X(01).
                   10  SCR-T11-P-REQ-USER  PIC  X(10).
                   10  SCR-T11-P-REQ-DATE  PIC  9(08).
               05  SCR-T11-NEXT-KEY    PIC  X(27).
               05  SCR-T11-MORE        PIC  X(01).
                   88  SCR-T11-MORE-PAGES          VALUE 'Y'.
               05  SCR-T11-PICK        PIC  9(01).
               05  SCR-T11-D-BEFORE.
                   10  SCR-T11-DB-NAME     PIC  X(20).
                   10  SCR-T11-DB-BRANCH   PIC  X(04).
                   10  SCR-T11-DB-STATUS   PIC  X(01).
                   10  SCR-T11-DB-LIMIT    PIC  S9(07)V99.
                   10  SCR-T11-DB-AUTH     PIC  X(01).
                   10  SCR-T11-DB-SUPER    PIC  X(01).
               05  SCR-T11-D-AFTER.
                   10  SCR-T11-DA-NAME     PIC  X(20).
                   10  SCR-T11-DA-BRANCH   PIC  X(04).
                   10  SCR-T11-DA-STATUS   PIC  X(01).
                   10  SCR-T11-DA-LIMIT    PIC  S9(07)V99.
                   10  SCR-T11-DA-AUTH     PIC  X(01).
                   10  SCR-T11-DA-SUPER    PIC  X(01).
           03  TEST12.
               05  SCR-T12-CUST        PIC  X(10).
               05  SCR-T12-ASOF-DATE   PIC  9(08).
               05  SCR-T12-CUST-NAME   PIC  X(20).
               05  SCR-T12-SOURCE      PIC  X(01).
                   88  SCR-T12-FROM-LIVE           VALUE 'L'.
                   88  SCR-T12-FROM-ARCHIVE        VALUE 'A'.
               05  SCR-T12-SNAP-DATE   PIC  9(08).
               05  SCR-T12-SNAP-BAL    PIC  S9(07)V99.
               05  SCR-T12-SNAP-SEQ    PIC  9(05).
               05  SCR-T12-MOVEMENT    PIC  S9(07)V99.
               05  SCR-T12-TXN-COUNT   PIC  9(05).
               05  SCR-T12-BALANCE     PIC  S9(07)V99.
               05  SCR-T12-MOVE        OCCURS 5 TIMES.
                   10  SCR-T12-M-SEQ       PIC  9(05).
                   10  SCR-T12-M-TXN-DATE  PIC  9(08).
                   10  SCR-T12-M-AMOUNT    PIC  S9(07)V99.
                   10  SCR-T12-M-TYPE      PIC  X(01).
                   10  SCR-T12-M-ENTRY-DATE PIC 9(08).
                   10  SCR-T12-M-WINDOW    PIC  X(10).
                   10  SCR-T12-M-RUN-BAL   PIC  S9(07)V99.
               05  SCR-T12-Q-CUST      PIC  X(10).
               05  SCR-T12-Q-DATE      PIC  9(08).
               05  SCR-T12-PAGE-BAL    PIC  S9(07)V99.
               05  SCR-T12-NEXT-SEQ    PIC  9(05).
               05  SCR-T12-MORE        PIC  X(01).
                   88  SCR-T12-MORE-PAGES          VALUE 'Y'.
           03  TEST13.
               05  SCR-T13-LIST        OCCURS 5 TIMES.
                   10  SCR-T13-S-KEY       PIC  X(26).
                   10  SCR-T13-S-CUST      PIC  X(10).
                   10  SCR-T13-S-AMOUNT    PIC  S9(07)V99.
                   10  SCR-T13-S-TXN-DATE  PIC  9(08).
                   10  SCR-T13-S-SOURCE    PIC  X(08).
                   10  SCR-T13-S-USER      PIC  X(10).
                   10  SCR-T13-S-BUS-DATE  PIC  9(08).
                   10  SCR-T13-S-MATCH-SEQ PIC  9(05).
               05  SCR-T13-NEXT-KEY    PIC  X(26).
               05  SCR-T13-MORE        PIC  X(01).
                   88  SCR-T13-MORE-PAGES          VALUE 'Y'.
               05  SCR-T13-PICK        PIC  9(01).
               05  SCR-T13-OVR-KEY     PIC  X(26).
           03  SCR-ERROR-MSG           PIC  X(60).
