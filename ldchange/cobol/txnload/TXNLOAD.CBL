002278*                       REPLACING IT, SO REJECTS CARRIED FORWARD
002280*                       BY TXNFIX SURVIVE THE NEXT DAY'S LOAD
002282*                       AND CAN AGE PAST ONE BUSINESS DAY.
002283*    2026-10-15  DPS    JOB-STREAM CONTROL.  THE RUN IS HELD
002284*                       UNLESS EVERY PREREQUISITE NAMED FOR THIS
002285*                       JOB ON JOBDEF HAS COMPLETED ON JOBSTAT
002286*                       FOR THE SAME BUSINESS DATE.  THE START,
002287*                       A HOLD AND THE FINAL RESULT ARE RECORDED
002288*                       ON JOBSTAT FOR THE JOBEXC MORNING REPORT.
002289*    2026-10-15  DPS    A LIKELY DUPLICATE (SAME CUSTOMER, AMOUNT
002290*                       AND DATE AS A DETAIL POSTED WITHIN THE
002291*                       DUPPARM LOOK-BACK) IS HELD ON TXNSUSP FOR
002292*                       REVIEW, NOT POSTED.  A TXNIN WHOSE COUNT
002293*                       AND HASH MATCH AN EARLIER LOAD IS REFUSED.
002294******************************************************************
002300 ENVIRONMENT         DIVISION.
002400 CONFIGURATION       SECTION.
002500 SOURCE-COMPUTER.    IBM-370.
004806     SELECT  LIMIT-EXCP-FILE    ASSIGN  TO  "LIMEXCP"
004807             ORGANIZATION   IS  SEQUENTIAL
004808             FILE STATUS    IS  TL-LIMEX-STATUS.
004809     SELECT  JOB-DEF-FILE       ASSIGN  TO  "JOBDEF"
004810             ORGANIZATION   IS  LINE SEQUENTIAL
004811             FILE STATUS    IS  TL-JDEF-STATUS.
004812     SELECT  JOB-STATUS-FILE    ASSIGN  TO  "JOBSTAT"
004813             ORGANIZATION   IS  INDEXED
004814             ACCESS MODE    IS  RANDOM
004815             RECORD KEY     IS  JS-KEY
004816             FILE STATUS    IS  TL-JSTAT-STATUS.
004819     SELECT  DUP-PARM-FILE      ASSIGN  TO  "DUPPARM"
004822             ORGANIZATION   IS  LINE SEQUENTIAL
004825             FILE STATUS    IS  TL-DUPPARM-STATUS.
004828     SELECT  SUSPENSE-FILE      ASSIGN  TO  "TXNSUSP"
004831             ORGANIZATION   IS  INDEXED
004834             ACCESS MODE    IS  DYNAMIC
004837             RECORD KEY     IS  SP-KEY
004840             FILE STATUS    IS  TL-SUSP-STATUS.
004843     SELECT  LOAD-HISTORY-FILE  ASSIGN  TO  "TXNHIST"
004846             ORGANIZATION   IS  SEQUENTIAL
004849             FILE STATUS    IS  TL-HIST-STATUS.
004858******************************************************************
004900 DATA                DIVISION.
005000 FILE                SECTION.
005100 FD  TXN-INPUT-FILE
007608 FD  LIMIT-EXCP-FILE
007609     LABEL RECORDS ARE STANDARD.
007611     COPY    "LIMEXREC".
007612 FD  JOB-DEF-FILE
007613     LABEL RECORDS ARE STANDARD
007614     RECORDING MODE IS F.
007615     COPY    "JOBDEFRC".
007616 FD  JOB-STATUS-FILE
007617     LABEL RECORDS ARE STANDARD.
007618     COPY    "JOBSTRC".
007621 FD  DUP-PARM-FILE
007624     LABEL RECORDS ARE STANDARD
007627     RECORDING MODE IS F.
007630 01  TL-DUPPARM-RECORD.
007633     05  TL-DP-LOOKBACK       PIC  9(03).
007636     05  FILLER               PIC  X(77).
007639 FD  SUSPENSE-FILE
007642     LABEL RECORDS ARE STANDARD.
007645     COPY    "SUSPREC".
007648 FD  LOAD-HISTORY-FILE
007651     LABEL RECORDS ARE STANDARD.
007654     COPY    "TXNHREC".
007659******************************************************************
007700 WORKING-STORAGE     SECTION.
007800 77  TL-INPUT-STATUS          PIC  X(02)     VALUE SPACES.
007900     88  TL-INPUT-OK                         VALUE '00'.
010140     88  TL-REJ-CUST-UNKNOWN                 VALUE '13'.
010150     88  TL-REJ-CUST-CLOSED                  VALUE '14'.
010160     88  TL-REJ-OVER-LIMIT                   VALUE '15'.
010180     88  TL-TXN-SUSPENDED                    VALUE 'SU'.
010200 77  TL-READ-COUNT            PIC  9(07)     COMP     VALUE ZERO.
010300 77  TL-ACCEPT-COUNT          PIC  9(07)     COMP     VALUE ZERO.
010400 77  TL-REJECT-COUNT          PIC  9(07)     COMP     VALUE ZERO.
010420 77  TL-SUSPEND-COUNT         PIC  9(07)     COMP     VALUE ZERO.
010440 77  TL-FILE-COUNT            PIC  9(07)     COMP     VALUE ZERO.
010460 77  TL-FILE-HASH             PIC S9(13)V99  COMP-3   VALUE ZERO.
010500 77  TL-ACCEPT-TOTAL          PIC S9(11)V99  COMP-3   VALUE ZERO.
010510 77  TL-POSTED-AMOUNT         PIC S9(07)V99           VALUE ZERO.
010520 77  TL-REVERSE-AMOUNT        PIC S9(07)V99           VALUE ZERO.
010524 77  TL-DUPPARM-STATUS        PIC  X(02)     VALUE SPACES.
010528     88  TL-DUPPARM-OK                       VALUE '00'.
010532 77  TL-SUSP-STATUS           PIC  X(02)     VALUE SPACES.
010536     88  TL-SUSP-OK                          VALUE '00'.
010540 77  TL-HIST-STATUS           PIC  X(02)     VALUE SPACES.
010544     88  TL-HIST-OK                          VALUE '00'.
010548 77  TL-HIST-EOF-SWITCH       PIC  X(01)     VALUE 'N'.
010552     88  TL-HIST-EOF                         VALUE 'Y'.
010556 77  TL-REFUSED-SWITCH        PIC  X(01)     VALUE 'N'.
010560     88  TL-FILE-REFUSED                     VALUE 'Y'.
010564 77  TL-PRIOR-LOAD-DATE       PIC  9(08)     VALUE ZERO.
010568 77  TL-DUP-LOOKBACK          PIC  9(03)     VALUE ZERO.
010572 77  TL-DUP-CUTOFF            PIC  9(08)     VALUE ZERO.
010576 77  TL-DUP-SCAN-SEQ          PIC  9(05)     VALUE ZERO.
010580 77  TL-DUP-SEQ               PIC  9(05)     VALUE ZERO.
010584 77  TL-DUP-ENTRY-DATE        PIC  9(08)     VALUE ZERO.
010588 77  TL-DUP-STOP-SWITCH       PIC  X(01)     VALUE 'N'.
010592     88  TL-DUP-STOP                         VALUE 'Y'.
010600 77  TL-RUN-DATE              PIC  9(08)     VALUE ZERO.
010700 77  TL-RUN-TIME              PIC  9(08)     VALUE ZERO.
010702 77  TL-BUSDT-STATUS          PIC  X(02)     VALUE SPACES.
010766 77  TL-LEAP-REM4             PIC  9(04)     COMP    VALUE ZERO.
010768 77  TL-LEAP-REM100           PIC  9(04)     COMP    VALUE ZERO.
010770 77  TL-LEAP-REM400           PIC  9(04)     COMP    VALUE ZERO.
010771 77  TL-JDEF-STATUS           PIC  X(02)     VALUE SPACES.
010772     88  TL-JDEF-OK                          VALUE '00'.
010773 77  TL-JSTAT-STATUS          PIC  X(02)     VALUE SPACES.
010774     88  TL-JSTAT-OK                         VALUE '00'.
010775 77  TL-JDEF-SWITCH           PIC  X(01)     VALUE 'N'.
010776     88  TL-JDEF-FOUND                       VALUE 'Y'.
010777 77  TL-JDEF-EOF-SWITCH       PIC  X(01)     VALUE 'N'.
010778     88  TL-JDEF-EOF                         VALUE 'Y'.
010779 77  TL-JSTAT-SWITCH          PIC  X(01)     VALUE 'N'.
010780     88  TL-JSTAT-FOUND                      VALUE 'Y'.
010781 77  TL-JOB-RESULT            PIC  X(01)     VALUE 'C'.
010782 77  TL-HELD-FOR              PIC  X(08)     VALUE SPACES.
010783 77  TL-JOB-BUS-DATE          PIC  9(08)     VALUE ZERO.
010784 77  TL-JOB-DATE              PIC  9(08)     VALUE ZERO.
010785 77  TL-JOB-TIME              PIC  9(08)     VALUE ZERO.
010786 77  TL-PRQ-IX                PIC  9(04)     COMP     VALUE ZERO.
010787 01  TL-EDIT-DATE-AREA.
010788     03  TL-EDIT-DATE         PIC  9(08).
010789     03  FILLER               REDEFINES TL-EDIT-DATE.
010790         05  TL-EDIT-YEAR     PIC  9(04).
010791         05  TL-EDIT-MONTH    PIC  9(02).
010792         05  TL-EDIT-DAY      PIC  9(02).
010793 01  TL-MONTH-DAYS-VALUE      PIC  X(24)     VALUE
010794     '312831303130313130313031'.
010795 01  TL-MONTH-DAYS-AREA       REDEFINES TL-MONTH-DAYS-VALUE.
010796     03  TL-MONTH-DAYS        PIC  9(02)     OCCURS 12 TIMES.
010800******************************************************************
010900*    CONTROL REPORT LINES
011000******************************************************************
012700         'ACCEPTED AMOUNT:'.
012800     05  TL-T-AMOUNT          PIC  ZZ,ZZZ,ZZZ,ZZZ.99-.
012900     05  FILLER               PIC  X(42)     VALUE SPACES.
012909 01  TL-HASH-LINE.
012918     05  FILLER               PIC  X(20)     VALUE
012927         'INPUT HASH TOTAL:'.
012936     05  TL-H-HASH            PIC  Z(12)9.99-.
012945     05  FILLER               PIC  X(43)     VALUE SPACES.
012954 01  TL-REFUSE-LINE.
012963     05  FILLER               PIC  X(54)     VALUE
012972         'INPUT REFUSED - SAME RECORD COUNT AND HASH AS LOAD OF'.
012981     05  TL-F-DATE            PIC  9(08).
012990     05  FILLER               PIC  X(18)     VALUE SPACES.
013000******************************************************************
013100 PROCEDURE           DIVISION.
013200 0000-MAINLINE            SECTION.
013220     PERFORM 9000-START-JOB THRU 9000-EXIT.
013240     IF TL-HELD-FOR NOT = SPACES
013260         STOP RUN
013280     END-IF.
013300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013400     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
013500         UNTIL TL-END-OF-FILE.
013600     PERFORM 3000-FINALIZE THRU 3000-EXIT.
013620     IF NOT TL-INIT-OK OR TL-FILE-REFUSED
013640         MOVE 'F' TO TL-JOB-RESULT
013660     END-IF.
013680     PERFORM 9300-END-JOB THRU 9300-EXIT.
013700     STOP RUN.
013800******************************************************************
013900 1000-INITIALIZE          SECTION.
014150     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT.
014160     PERFORM 1200-GET-CLOSED-PERIOD THRU 1200-EXIT.
014170     PERFORM 1300-GET-DEFAULT-LIMIT THRU 1300-EXIT.
014180     PERFORM 1400-GET-DUP-LOOKBACK THRU 1400-EXIT.
014200     OPEN INPUT TXN-INPUT-FILE.
014300     IF NOT TL-INPUT-OK
014400         DISPLAY 'TXNLOAD: TXNIN OPEN FAILED, STATUS='
017565         CLOSE  TXN-ERROR-FILE
017570         OPEN EXTEND TXN-ERROR-FILE
017575     END-IF.
017576     OPEN I-O SUSPENSE-FILE.
017577     IF NOT TL-SUSP-OK
017578         CLOSE  SUSPENSE-FILE
017579         OPEN OUTPUT SUSPENSE-FILE
017580         CLOSE  SUSPENSE-FILE
017581         OPEN I-O SUSPENSE-FILE
017582     END-IF.
017583     IF NOT TL-SUSP-OK
017584         DISPLAY 'TXNLOAD: TXNSUSP OPEN FAILED, STATUS='
017585             TL-SUSP-STATUS
017586         MOVE 'Y' TO TL-EOF-SWITCH
017587         GO TO 1000-EXIT
017588     END-IF.
017600     OPEN OUTPUT TXN-REPORT-FILE.
017650     PERFORM 1500-CHECK-LOAD-HISTORY THRU 1500-EXIT.
017700     MOVE 'Y' TO TL-INIT-SWITCH.
017750     IF NOT TL-END-OF-FILE
017800         PERFORM 2100-READ-TXN-INPUT THRU 2100-EXIT
017850     END-IF.
017900 1000-EXIT.
018000     EXIT.
018100******************************************************************
018900         ADD 1 TO TL-ACCEPT-COUNT
019000         ADD TL-POSTED-AMOUNT TO TL-ACCEPT-TOTAL
019100     ELSE
019130         IF TL-TXN-SUSPENDED
019160             ADD 1 TO TL-SUSPEND-COUNT
019190         ELSE
019220             PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
019250         END-IF
019300     END-IF.
019400     PERFORM 2100-READ-TXN-INPUT THRU 2100-EXIT.
019500 2000-EXIT.
023950             MOVE ENTRY-RECORD TO TL-JRNL-MAST-BEF
024000             ADD 1 TO EM-VERSION
024100     END-READ.
024101     IF TL-MASTER-FOUND
024102         PERFORM 2800-CHECK-DUPLICATE THRU 2800-EXIT
024103     END-IF.
024104     IF NOT TL-TXN-ACCEPTED
024105         GO TO 2300-EXIT
024106     END-IF.
024110     PERFORM 2280-CHECK-LIMIT THRU 2280-EXIT.
024120     IF NOT TL-TXN-ACCEPTED
024130         GO TO 2300-EXIT
028900     WRITE TL-ERROR-RECORD.
029000 2600-EXIT.
029100     EXIT.
029101******************************************************************
029102*    DUPLICATE DETECTION.  A TRANSACTION FOR THE SAME CUSTOMER,
029103*    AMOUNT AND TRANSACTION DATE AS A DETAIL POSTED WITHIN THE
029104*    DUPPARM LOOK-BACK (BY ED-ENTRY-DATE) IS NOT POSTED BUT HELD
029105*    ON TXNSUSP FOR A SUPERVISOR TO RELEASE OR DISCARD ON THE
029106*    TEST1 SUSPENSE REVIEW WINDOW.  REVERSALS, AND DETAILS ALREADY
029107*    REVERSED, DO NOT COUNT.  A SUSPENDED RECORD IS NOT A REJECT
029108*    AND DOES NOT GO TO TXNERR.
029109******************************************************************
029110 2800-CHECK-DUPLICATE     SECTION.
029111     IF TL-DUP-LOOKBACK = ZERO
029112         GO TO 2800-EXIT
029113     END-IF.
029114     MOVE ZERO TO TL-DUP-SEQ.
029115     MOVE 'N' TO TL-DUP-STOP-SWITCH.
029116     PERFORM 2810-CHECK-DUP-DETAIL THRU 2810-EXIT
029117         VARYING TL-DUP-SCAN-SEQ FROM EM-LAST-SEQ BY -1
029118         UNTIL TL-DUP-SCAN-SEQ = ZERO
029119            OR TL-DUP-SEQ NOT = ZERO
029120            OR TL-DUP-STOP.
029121     IF TL-DUP-SEQ NOT = ZERO
029122         MOVE 'SU' TO TL-REASON-CODE
029123         PERFORM 2850-WRITE-SUSPENSE THRU 2850-EXIT
029124     END-IF.
029125 2800-EXIT.
029126     EXIT.
029127******************************************************************
029128*    DETAILS ARE READ NEWEST FIRST, SO THE SCAN STOPS AT THE FIRST
029129*    ONE POSTED BEFORE THE LOOK-BACK CUTOFF.
029130******************************************************************
029131 2810-CHECK-DUP-DETAIL    SECTION.
029132     MOVE TL-I-CUST TO ED-CUST-CODE.
029133     MOVE TL-DUP-SCAN-SEQ TO ED-SEQ-NO.
029134     READ ENTRY-DETAIL-FILE
029135         INVALID KEY
029136             GO TO 2810-EXIT
029137     END-READ.
029138     IF ED-ENTRY-DATE < TL-DUP-CUTOFF
029139         MOVE 'Y' TO TL-DUP-STOP-SWITCH
029140         GO TO 2810-EXIT
029141     END-IF.
029142     IF ED-AMOUNT = TL-I-AMOUNT
029143         AND ED-TXN-DATE = TL-I-DATE
029144         AND NOT ED-IS-REVERSAL
029145         AND NOT ED-ALREADY-REVERSED
029146         MOVE ED-SEQ-NO TO TL-DUP-SEQ
029147         MOVE ED-ENTRY-DATE TO TL-DUP-ENTRY-DATE
029148     END-IF.
029149 2810-EXIT.
029150     EXIT.
029151******************************************************************
029152*    A SECOND ITEM HELD FOR THE SAME CUSTOMER IN THE SAME CLOCK
029153*    TICK TAKES THE NEXT HUNDREDTH OF A SECOND IN ITS KEY.
029154******************************************************************
029155 2850-WRITE-SUSPENSE      SECTION.
029156     MOVE TL-I-CUST TO SP-CUST-CODE.
029157     ACCEPT SP-HOLD-DATE FROM DATE YYYYMMDD.
029158     ACCEPT SP-HOLD-TIME FROM TIME.
029159     MOVE TL-I-AMOUNT TO SP-AMOUNT.
029160     MOVE TL-I-DATE TO SP-TXN-DATE.
029161     MOVE 'TXNLOAD' TO SP-SOURCE.
029162     MOVE 'TXNLOAD' TO SP-HOLD-USER.
029163     MOVE TL-BUSINESS-DATE TO SP-HOLD-BUS-DATE.
029164     MOVE TL-DUP-SEQ TO SP-MATCH-SEQ.
029165     MOVE TL-DUP-ENTRY-DATE TO SP-MATCH-ENTRY-DATE.
029166     MOVE 'H' TO SP-STATUS.
029167     MOVE SPACES TO SP-DECIDE-USER.
029168     MOVE ZERO TO SP-DECIDE-DATE.
029169     MOVE ZERO TO SP-DECIDE-TIME.
029170     MOVE ZERO TO SP-DECIDE-BUS-DATE.
029171     MOVE ZERO TO SP-POSTED-SEQ.
029172     WRITE SUSPENSE-RECORD
029173         INVALID KEY
029174             ADD 1 TO SP-HOLD-TIME
029175             WRITE SUSPENSE-RECORD
029176                 INVALID KEY
029177                     MOVE '09' TO TL-REASON-CODE
029178             END-WRITE
029179     END-WRITE.
029180 2850-EXIT.
029181     EXIT.
029200******************************************************************
029300 3000-FINALIZE            SECTION.
029400     IF TL-INIT-OK
030600         MOVE 'RECORDS REJECTED:' TO TL-C-LABEL
030700         MOVE TL-REJECT-COUNT TO TL-C-COUNT
030800         WRITE TL-REPORT-RECORD FROM TL-COUNT-LINE
030820         MOVE 'RECORDS SUSPENDED:' TO TL-C-LABEL
030840         MOVE TL-SUSPEND-COUNT TO TL-C-COUNT
030860         WRITE TL-REPORT-RECORD FROM TL-COUNT-LINE
030900         MOVE TL-ACCEPT-TOTAL TO TL-T-AMOUNT
031000         WRITE TL-REPORT-RECORD FROM TL-TOTAL-LINE
031010         MOVE TL-FILE-HASH TO TL-H-HASH
031020         WRITE TL-REPORT-RECORD FROM TL-HASH-LINE
031030         IF TL-FILE-REFUSED
031040             MOVE TL-PRIOR-LOAD-DATE TO TL-F-DATE
031050             WRITE TL-REPORT-RECORD FROM TL-REFUSE-LINE
031060         END-IF
031070         IF TL-READ-COUNT > ZERO
031080             PERFORM 3100-WRITE-LOAD-HISTORY THRU 3100-EXIT
031090         END-IF
031100         CLOSE TXN-ERROR-FILE
031200         CLOSE TXN-REPORT-FILE
031300         CLOSE ENTRY-MASTER-FILE
031592     IF TL-LIMEX-OK
031594         CLOSE LIMIT-EXCP-FILE
031596     END-IF.
031597     IF TL-SUSP-OK
031598         CLOSE SUSPENSE-FILE
031599     END-IF.
031600     IF NOT TL-INIT-OK
031700         IF TL-ENTRY-OK
031800             CLOSE ENTRY-MASTER-FILE
032600     END-IF.
032800 3000-EXIT.
032900     EXIT.
032901******************************************************************
032902*    ONE TXNHIST RECORD PER FILE LOADED, SO A LATER RUN CAN
032903*    RECOGNIZE THE SAME FILE SENT AGAIN.
032904******************************************************************
032905 3100-WRITE-LOAD-HISTORY  SECTION.
032906     OPEN EXTEND LOAD-HISTORY-FILE.
032907     IF NOT TL-HIST-OK
032908         OPEN OUTPUT LOAD-HISTORY-FILE
032909         CLOSE  LOAD-HISTORY-FILE
032910         OPEN EXTEND LOAD-HISTORY-FILE
032911     END-IF.
032912     MOVE TL-BUSINESS-DATE TO TH-BUS-DATE.
032913     MOVE TL-RUN-DATE TO TH-RUN-DATE.
032914     MOVE TL-RUN-TIME TO TH-RUN-TIME.
032915     MOVE TL-FILE-COUNT TO TH-RECORD-COUNT.
032916     MOVE TL-FILE-HASH TO TH-HASH-TOTAL.
032917     MOVE TL-ACCEPT-COUNT TO TH-ACCEPT-COUNT.
032918     MOVE TL-REJECT-COUNT TO TH-REJECT-COUNT.
032919     MOVE TL-SUSPEND-COUNT TO TH-SUSPEND-COUNT.
032920     WRITE TXN-HISTORY-RECORD.
032921     CLOSE LOAD-HISTORY-FILE.
032922 3100-EXIT.
032923     EXIT.
032924******************************************************************
032925*    WHOLE-FILE DUPLICATE CHECK.  A PRE-PASS OVER TXNIN TAKES THE
032926*    RECORD COUNT AND A HASH TOTAL (THE SUM OF THE AMOUNT AND
032927*    TRANSACTION-DATE FIELDS); WHEN BOTH MATCH A LOAD ON TXNHIST
032928*    THE FILE HAS BEEN LOADED BEFORE AND IS REFUSED WHOLE -- NOT
032929*    ONE RECORD IS POSTED AND THE RUN ENDS FAILED.  BATCH HAS NO
032930*    OVERRIDE:  A FILE THAT GENUINELY REPEATS AN EARLIER ONE IS
032931*    KEYED THROUGH TEST1.
032932******************************************************************
032933 1500-CHECK-LOAD-HISTORY  SECTION.
032934     MOVE ZERO TO TL-FILE-COUNT.
032935     MOVE ZERO TO TL-FILE-HASH.
032936     PERFORM 2100-READ-TXN-INPUT THRU 2100-EXIT.
032937     PERFORM 1550-HASH-INPUT-RECORD THRU 1550-EXIT
032938         UNTIL TL-END-OF-FILE.
032939     CLOSE TXN-INPUT-FILE.
032940     MOVE 'N' TO TL-EOF-SWITCH.
032941     OPEN INPUT TXN-INPUT-FILE.
032942     IF NOT TL-INPUT-OK
032943         DISPLAY 'TXNLOAD: TXNIN REOPEN FAILED, STATUS='
032944             TL-INPUT-STATUS
032945         MOVE 'Y' TO TL-EOF-SWITCH
032946         GO TO 1500-EXIT
032947     END-IF.
032948     IF TL-FILE-COUNT = ZERO
032949         GO TO 1500-EXIT
032950     END-IF.
032951     OPEN INPUT LOAD-HISTORY-FILE.
032952     IF NOT TL-HIST-OK
032953         GO TO 1500-EXIT
032954     END-IF.
032955     MOVE 'N' TO TL-HIST-EOF-SWITCH.
032956     PERFORM 1560-READ-LOAD-HISTORY THRU 1560-EXIT
032957         UNTIL TL-HIST-EOF OR TL-FILE-REFUSED.
032958     CLOSE LOAD-HISTORY-FILE.
032959     IF TL-FILE-REFUSED
032960         DISPLAY 'TXNLOAD: TXNIN REFUSED - SAME COUNT AND HASH '
032961             'AS LOAD OF ' TL-PRIOR-LOAD-DATE
032962         MOVE 'Y' TO TL-EOF-SWITCH
032963     END-IF.
032964 1500-EXIT.
032965     EXIT.
032966******************************************************************
032967 1550-HASH-INPUT-RECORD   SECTION.
032968     ADD 1 TO TL-FILE-COUNT.
032969     IF TL-I-AMOUNT NUMERIC
032970         ADD TL-I-AMOUNT TO TL-FILE-HASH
032971     END-IF.
032972     IF TL-I-DATE NUMERIC
032973         ADD TL-I-DATE TO TL-FILE-HASH
032974     END-IF.
032975     PERFORM 2100-READ-TXN-INPUT THRU 2100-EXIT.
032976 1550-EXIT.
032977     EXIT.
032978******************************************************************
032979 1560-READ-LOAD-HISTORY   SECTION.
032980     READ LOAD-HISTORY-FILE
032981         AT END
032982             MOVE 'Y' TO TL-HIST-EOF-SWITCH
032983         NOT AT END
032984             IF TH-RECORD-COUNT = TL-FILE-COUNT
032985                 AND TH-HASH-TOTAL = TL-FILE-HASH
032986                 MOVE 'Y' TO TL-REFUSED-SWITCH
032987                 MOVE TH-BUS-DATE TO TL-PRIOR-LOAD-DATE
032988             END-IF
032989     END-READ.
032990 1560-EXIT.
032991     EXIT.
033000******************************************************************
033100 1100-GET-BUSINESS-DATE   SECTION.
033200     OPEN INPUT BUSDATE-FILE.
034910 1300-EXIT.
034915     EXIT.
034920******************************************************************
034922*    THE DUPLICATE-DETECTION LOOK-BACK, IN DAYS BEFORE THE
034924*    BUSINESS DATE, COMES FROM THE DUPPARM PARAMETER FILE.  NO
034926*    PARAMETER MEANS THE 3-DAY DEFAULT; A LOOK-BACK OF ZERO TURNS
034928*    DUPLICATE DETECTION OFF.  THE SAME RULE THE TEST1 WINDOW
034930*    APPLIES.
034932******************************************************************
034934 1400-GET-DUP-LOOKBACK    SECTION.
034936     MOVE 3 TO TL-DUP-LOOKBACK.
034938     OPEN INPUT DUP-PARM-FILE.
034940     IF TL-DUPPARM-OK
034942         READ DUP-PARM-FILE
034944             AT END
034946                 CONTINUE
034948             NOT AT END
034950                 IF TL-DP-LOOKBACK NUMERIC
034952                     MOVE TL-DP-LOOKBACK TO TL-DUP-LOOKBACK
034954                 END-IF
034956         END-READ
034958         CLOSE DUP-PARM-FILE
034960     END-IF.
034962     MOVE TL-BUSINESS-DATE TO TL-EDIT-DATE.
034964     PERFORM 1450-BACK-ONE-DAY THRU 1450-EXIT
034966         TL-DUP-LOOKBACK TIMES.
034968     MOVE TL-EDIT-DATE TO TL-DUP-CUTOFF.
034970 1400-EXIT.
034972     EXIT.
034974******************************************************************
034976 1450-BACK-ONE-DAY        SECTION.
034978     IF TL-EDIT-DAY > 1
034980         SUBTRACT 1 FROM TL-EDIT-DAY
034982         GO TO 1450-EXIT
034984     END-IF.
034986     IF TL-EDIT-MONTH > 1
034988         SUBTRACT 1 FROM TL-EDIT-MONTH
034990     ELSE
034992         MOVE 12 TO TL-EDIT-MONTH
034994         SUBTRACT 1 FROM TL-EDIT-YEAR
034996     END-IF.
034998     MOVE 01 TO TL-EDIT-DAY.
035000     PERFORM 2250-VALIDATE-DATE THRU 2250-EXIT.
035002     MOVE TL-MAX-DAY TO TL-EDIT-DAY.
035004 1450-EXIT.
035006     EXIT.
035008******************************************************************
035020*    JOB-STREAM CONTROL.  BEFORE ANY WORK IS DONE THE JOB LOOKS
035120*    ITSELF UP ON JOBDEF AND IS HELD UNLESS EVERY PREREQUISITE
035220*    SHOWS COMPLETE ON JOBSTAT FOR THE SAME BUSINESS DATE.  A JOB
035320*    NOT ON JOBDEF (OR NO JOBDEF AT ALL) RUNS UNCHECKED.  THE
035420*    START OR THE HOLD IS RECORDED ON JOBSTAT HERE AND THE FINAL
035520*    RESULT IN 9300, FOR THE JOBEXC MORNING EXCEPTION REPORT.
035620******************************************************************
035720 9000-START-JOB           SECTION.
035820     ACCEPT TL-JOB-DATE FROM DATE YYYYMMDD.
035920     ACCEPT TL-JOB-TIME FROM TIME.
036020     OPEN INPUT BUSDATE-FILE.
036120     IF TL-BUSDT-OK
036220         READ BUSDATE-FILE
036320             AT END
036420                 CONTINUE
036520             NOT AT END
036620                 MOVE BD-BUSINESS-DATE TO TL-JOB-BUS-DATE
036720         END-READ
036820         CLOSE BUSDATE-FILE
036920     END-IF.
037020     IF TL-JOB-BUS-DATE = ZERO
037120         MOVE TL-JOB-DATE TO TL-JOB-BUS-DATE
037220     END-IF.
037320     MOVE SPACES TO TL-HELD-FOR.
037420     OPEN I-O JOB-STATUS-FILE.
037520     IF NOT TL-JSTAT-OK
037620         CLOSE  JOB-STATUS-FILE
037720         OPEN OUTPUT JOB-STATUS-FILE
037820         CLOSE  JOB-STATUS-FILE
037920         OPEN I-O JOB-STATUS-FILE
038020     END-IF.
038120     IF NOT TL-JSTAT-OK
038220         DISPLAY 'TXNLOAD: JOBSTAT OPEN FAILED, STATUS='
038320             TL-JSTAT-STATUS
038420         MOVE 'JOBSTAT' TO TL-HELD-FOR
038520         GO TO 9000-EXIT
038620     END-IF.
038720     PERFORM 9100-CHECK-JOB-DEF THRU 9100-EXIT.
038820     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
038920     IF TL-HELD-FOR = SPACES
039020         MOVE 'S' TO JS-STATUS
039120         MOVE TL-JOB-DATE TO JS-START-DATE
039220         MOVE TL-JOB-TIME TO JS-START-TIME
039320         MOVE ZERO TO JS-END-DATE
039420         MOVE ZERO TO JS-END-TIME
039520         ADD 1 TO JS-RUN-COUNT
039620     ELSE
039720         DISPLAY 'TXNLOAD: RUN HELD - ' TL-HELD-FOR
039820             ' NOT COMPLETE FOR BUSINESS DATE ' TL-JOB-BUS-DATE
039920         MOVE 'H' TO JS-STATUS
040020         MOVE TL-JOB-DATE TO JS-END-DATE
040120         MOVE TL-JOB-TIME TO JS-END-TIME
040220     END-IF.
040320     MOVE TL-HELD-FOR TO JS-HELD-FOR.
040420     MOVE SPACES TO JS-FORCED-BY.
040520     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
040620     CLOSE JOB-STATUS-FILE.
040720 9000-EXIT.
040820     EXIT.
040920******************************************************************
041020 9100-CHECK-JOB-DEF       SECTION.
041120     MOVE 'N' TO TL-JDEF-SWITCH.
041220     MOVE 'N' TO TL-JDEF-EOF-SWITCH.
041320     OPEN INPUT JOB-DEF-FILE.
041420     IF NOT TL-JDEF-OK
041520         GO TO 9100-EXIT
041620     END-IF.
041720     PERFORM 9150-READ-JOB-DEF THRU 9150-EXIT
041820         UNTIL TL-JDEF-FOUND OR TL-JDEF-EOF.
041920     IF TL-JDEF-FOUND
042020         PERFORM 9200-CHECK-PREREQ THRU 9200-EXIT
042120             VARYING TL-PRQ-IX FROM 1 BY 1
042220             UNTIL TL-PRQ-IX > 5 OR TL-HELD-FOR NOT = SPACES
042320     END-IF.
042420     CLOSE JOB-DEF-FILE.
042520 9100-EXIT.
042620     EXIT.
042720******************************************************************
042820 9150-READ-JOB-DEF        SECTION.
042920     READ JOB-DEF-FILE
043020         AT END
043120             MOVE 'Y' TO TL-JDEF-EOF-SWITCH
043220         NOT AT END
043320             IF JD-JOB-NAME = 'TXNLOAD'
043420                 MOVE 'Y' TO TL-JDEF-SWITCH
043520             END-IF
043620     END-READ.
043720 9150-EXIT.
043820     EXIT.
043920******************************************************************
044020 9200-CHECK-PREREQ        SECTION.
044120     IF JD-PREREQ (TL-PRQ-IX) = SPACES
044220         GO TO 9200-EXIT
044320     END-IF.
044420     MOVE TL-JOB-BUS-DATE TO JS-BUS-DATE.
044520     MOVE JD-PREREQ (TL-PRQ-IX) TO JS-JOB-NAME.
044620     READ JOB-STATUS-FILE
044720         INVALID KEY
044820             MOVE JD-PREREQ (TL-PRQ-IX) TO TL-HELD-FOR
044920         NOT INVALID KEY
045020             IF NOT JS-COMPLETE
045120                 MOVE JD-PREREQ (TL-PRQ-IX) TO TL-HELD-FOR
045220             END-IF
045320     END-READ.
045420 9200-EXIT.
045520     EXIT.
045620******************************************************************
045720 9300-END-JOB             SECTION.
045820     ACCEPT TL-JOB-DATE FROM DATE YYYYMMDD.
045920     ACCEPT TL-JOB-TIME FROM TIME.
046020     OPEN I-O JOB-STATUS-FILE.
046120     IF NOT TL-JSTAT-OK
046220         DISPLAY 'TXNLOAD: JOBSTAT OPEN FAILED, STATUS='
046320             TL-JSTAT-STATUS
046420         GO TO 9300-EXIT
046520     END-IF.
046620     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
046720     MOVE TL-JOB-RESULT TO JS-STATUS.
046820     MOVE TL-JOB-DATE TO JS-END-DATE.
046920     MOVE TL-JOB-TIME TO JS-END-TIME.
047020     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
047120     CLOSE JOB-STATUS-FILE.
047220     IF TL-JOB-RESULT NOT = 'C'
047320         DISPLAY 'TXNLOAD: RUN FAILED FOR BUSINESS DATE '
047420             TL-JOB-BUS-DATE
047520     END-IF.
047620 9300-EXIT.
047720     EXIT.
047820******************************************************************
047920 9400-READ-JOB-STATUS     SECTION.
048020     MOVE TL-JOB-BUS-DATE TO JS-BUS-DATE.
048120     MOVE 'TXNLOAD' TO JS-JOB-NAME.
048220     READ JOB-STATUS-FILE
048320         INVALID KEY
048420             MOVE 'N' TO TL-JSTAT-SWITCH
048520         NOT INVALID KEY
048620             MOVE 'Y' TO TL-JSTAT-SWITCH
048720     END-READ.
048820     IF NOT TL-JSTAT-FOUND
048920         INITIALIZE JOB-STATUS-RECORD
049020         MOVE TL-JOB-BUS-DATE TO JS-BUS-DATE
049120         MOVE 'TXNLOAD' TO JS-JOB-NAME
049220     END-IF.
049320 9400-EXIT.
049420     EXIT.
049520******************************************************************
049620 9500-WRITE-JOB-STATUS    SECTION.
049720     IF TL-JSTAT-FOUND
049820         REWRITE JOB-STATUS-RECORD
049920     ELSE
050020         WRITE JOB-STATUS-RECORD
050120     END-IF.
050220 9500-EXIT.
050320     EXIT.
050420******************************************************************
