000100 IDENTIFICATION      DIVISION.
000200 PROGRAM-ID.         ACCREV.
000300 AUTHOR.             DATA PROCESSING.
000400 INSTALLATION.       LDCHANGE APPLICATIONS.
000500 DATE-WRITTEN.       2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    DATE        INIT   DESCRIPTION
001000*    2026-10-15  DPS    ORIGINAL PROGRAM.  QUARTERLY USER ACCESS
001100*                       REVIEW.  LISTS EVERY USERPROF PROFILE WITH
001200*                       ITS AUTHORITY, SUPERVISOR FLAG AND NAME,
001300*                       THE LAST SIGN-ON AND LAST UPDATE FROM THE
001400*                       AUDIT HISTORY (AUDITKEY) AND THE AUDIT LOG
001500*                       NOT YET ARCHIVED (AUDITLOG), AND FLAGS A
001600*                       PROFILE DORMANT WHEN IT HAS NO ACTIVITY IN
001700*                       THE ACCPARM NUMBER OF DAYS BEFORE THE
001800*                       BUSINESS DATE (90 WHEN NOT GIVEN).  ALSO
001900*                       LISTS AUDIT ACTIVITY BY USER IDS WITH NO
002000*                       PROFILE AND THE FAILED ACCESS ATTEMPTS
002100*                       TEST1 LOGS AS EVENT 'REFUSED', BY USER AND
002200*                       WINDOW.  ACCPARM FUNCTION 'V' REPORTS ONLY
002300*                       ('V' IS ASSUMED WHEN THE PARAMETER IS
002400*                       ABSENT); 'R' ALSO RESTRICTS EVERY DORMANT
002500*                       PROFILE TO INQUIRY ONLY (AUTHORITY '1', NO
002600*                       SUPERVISOR FLAG), JOURNALS THE CHANGE ON
002700*                       ENTJRNL UNDER FILE ID 'U' AND REPORTS IT.
002730*    2026-10-15  DPS    'R' NEVER TAKES THE SUPERVISOR FLAG FROM
002760*                       THE LAST SUPERVISOR LEFT ON USERPROF.
002800******************************************************************
002900 ENVIRONMENT         DIVISION.
003000 CONFIGURATION       SECTION.
003100 SOURCE-COMPUTER.    IBM-370.
003200 OBJECT-COMPUTER.    IBM-370.
003300 INPUT-OUTPUT        SECTION.
003400 FILE-CONTROL.
003500     SELECT  ACC-PARM-FILE      ASSIGN  TO  "ACCPARM"
003600             ORGANIZATION   IS  LINE SEQUENTIAL
003700             FILE STATUS    IS  AR-PARM-STATUS.
003800     SELECT  USER-PROFILE-FILE  ASSIGN  TO  "USERPROF"
003900             ORGANIZATION   IS  INDEXED
004000             ACCESS MODE    IS  DYNAMIC
004100             RECORD KEY     IS  UP-USER-ID
004200             FILE STATUS    IS  AR-USER-STATUS.
004300     SELECT  AUDIT-KEY-FILE     ASSIGN  TO  "AUDITKEY"
004400             ORGANIZATION   IS  INDEXED
004500             ACCESS MODE    IS  DYNAMIC
004600             RECORD KEY     IS  AX-KEY
004700             FILE STATUS    IS  AR-AUDKEY-STATUS.
004800     SELECT  AUDIT-LOG-FILE     ASSIGN  TO  "AUDITLOG"
004900             ORGANIZATION   IS  SEQUENTIAL
005000             FILE STATUS    IS  AR-AUDIT-STATUS.
005100     SELECT  JOURNAL-FILE       ASSIGN  TO  "ENTJRNL"
005200             ORGANIZATION   IS  SEQUENTIAL
005300             FILE STATUS    IS  AR-JRNL-STATUS.
005400     SELECT  ACC-REPORT-FILE    ASSIGN  TO  "ACCRPT"
005500             ORGANIZATION   IS  LINE SEQUENTIAL
005600             FILE STATUS    IS  AR-REPORT-STATUS.
005700     SELECT  BUSDATE-FILE       ASSIGN  TO  "BUSDATE"
005800             ORGANIZATION   IS  SEQUENTIAL
005900             FILE STATUS    IS  AR-BUSDT-STATUS.
006000     SELECT  JOB-DEF-FILE       ASSIGN  TO  "JOBDEF"
006100             ORGANIZATION   IS  LINE SEQUENTIAL
006200             FILE STATUS    IS  AR-JDEF-STATUS.
006300     SELECT  JOB-STATUS-FILE    ASSIGN  TO  "JOBSTAT"
006400             ORGANIZATION   IS  INDEXED
006500             ACCESS MODE    IS  RANDOM
006600             RECORD KEY     IS  JS-KEY
006700             FILE STATUS    IS  AR-JSTAT-STATUS.
006800******************************************************************
006900 DATA                DIVISION.
007000 FILE                SECTION.
007100 FD  ACC-PARM-FILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORDING MODE IS F.
007400 01  AR-PARM-RECORD.
007500     05  AR-P-FUNCTION        PIC  X(01).
007600     05  AR-P-DORMANT-DAYS    PIC  9(03).
007700     05  FILLER               PIC  X(76).
007800 FD  USER-PROFILE-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY    "USERREC".
008100 FD  AUDIT-KEY-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY    "AUDKEYRC".
008400 FD  AUDIT-LOG-FILE
008500     LABEL RECORDS ARE STANDARD.
008600     COPY    "AUDITREC".
008700 FD  JOURNAL-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY    "JRNLREC".
009000 FD  ACC-REPORT-FILE
009100     LABEL RECORDS ARE STANDARD
009200     RECORDING MODE IS F.
009300 01  AR-REPORT-RECORD        PIC  X(80).
009400 FD  BUSDATE-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY    "BUSDTREC".
009700 FD  JOB-DEF-FILE
009800     LABEL RECORDS ARE STANDARD
009900     RECORDING MODE IS F.
010000     COPY    "JOBDEFRC".
010100 FD  JOB-STATUS-FILE
010200     LABEL RECORDS ARE STANDARD.
010300     COPY    "JOBSTRC".
010400******************************************************************
010500 WORKING-STORAGE     SECTION.
010600 77  AR-PARM-STATUS           PIC  X(02)     VALUE SPACES.
010700     88  AR-PARM-OK                          VALUE '00'.
010800 77  AR-USER-STATUS           PIC  X(02)     VALUE SPACES.
010900     88  AR-USER-OK                          VALUE '00'.
011000 77  AR-AUDKEY-STATUS         PIC  X(02)     VALUE SPACES.
011100     88  AR-AUDKEY-OK                        VALUE '00'.
011200 77  AR-AUDIT-STATUS          PIC  X(02)     VALUE SPACES.
011300     88  AR-AUDIT-OK                         VALUE '00'.
011400 77  AR-JRNL-STATUS           PIC  X(02)     VALUE SPACES.
011500     88  AR-JRNL-OK                          VALUE '00'.
011600 77  AR-REPORT-STATUS         PIC  X(02)     VALUE SPACES.
011700     88  AR-REPORT-OK                        VALUE '00'.
011800 77  AR-BUSDT-STATUS          PIC  X(02)     VALUE SPACES.
011900     88  AR-BUSDT-OK                         VALUE '00'.
012000 77  AR-EOF-SWITCH            PIC  X(01)     VALUE 'N'.
012100     88  AR-END-OF-FILE                      VALUE 'Y'.
012200 77  AR-INIT-SWITCH           PIC  X(01)     VALUE 'N'.
012300     88  AR-INIT-OK                          VALUE 'Y'.
012400 77  AR-REPAIR-SWITCH         PIC  X(01)     VALUE 'N'.
012500     88  AR-REPAIR-MODE                      VALUE 'Y'.
012600 77  AR-AUDKEY-SWITCH         PIC  X(01)     VALUE 'N'.
012700     88  AR-AUDKEY-AVAILABLE                 VALUE 'Y'.
012800 77  AR-AUDIT-SWITCH          PIC  X(01)     VALUE 'N'.
012900     88  AR-AUDIT-AVAILABLE                  VALUE 'Y'.
013000 77  AR-DOWNGRADE-SWITCH      PIC  X(01)     VALUE 'N'.
013100     88  AR-DOWNGRADED                       VALUE 'Y'.
013130 77  AR-LAST-SUPER-SWITCH     PIC  X(01)     VALUE 'N'.
013160     88  AR-LAST-SUPERVISOR                  VALUE 'Y'.
013200 77  AR-FUNCTION              PIC  X(01)     VALUE 'V'.
013300 77  AR-DORMANT-DAYS          PIC  9(03)     VALUE ZERO.
013400 77  AR-BUSINESS-DATE         PIC  9(08)     VALUE ZERO.
013500 77  AR-CUTOFF-DATE           PIC  9(08)     VALUE ZERO.
013600 77  AR-MAX-DAY               PIC  9(02)     VALUE ZERO.
013700 77  AR-LEAP-QUOT             PIC  9(04)     COMP    VALUE ZERO.
013800 77  AR-LEAP-REM4             PIC  9(04)     COMP    VALUE ZERO.
013900 77  AR-LEAP-REM100           PIC  9(04)     COMP    VALUE ZERO.
014000 77  AR-LEAP-REM400           PIC  9(04)     COMP    VALUE ZERO.
014100 77  AR-SUB                   PIC  9(04)     COMP    VALUE ZERO.
014200 77  AR-SUB2                  PIC  9(04)     COMP    VALUE ZERO.
014300 77  AR-HIT-SUB               PIC  9(04)     COMP    VALUE ZERO.
014400 77  AR-USER-COUNT            PIC  9(04)     COMP    VALUE ZERO.
014500 77  AR-NOPROF-COUNT          PIC  9(04)     COMP    VALUE ZERO.
014600 77  AR-REFUSE-COUNT          PIC  9(04)     COMP    VALUE ZERO.
014650 77  AR-SUPER-LEFT            PIC  9(04)     COMP    VALUE ZERO.
014700 77  AR-PROFILE-READ          PIC  9(07)     COMP    VALUE ZERO.
014800 77  AR-AUDKEY-READ           PIC  9(07)     COMP    VALUE ZERO.
014900 77  AR-AUDIT-READ            PIC  9(07)     COMP    VALUE ZERO.
015000 77  AR-NOUSER-READ           PIC  9(07)     COMP    VALUE ZERO.
015100 77  AR-NOPROF-READ           PIC  9(07)     COMP    VALUE ZERO.
015200 77  AR-REFUSED-READ          PIC  9(07)     COMP    VALUE ZERO.
015300 77  AR-DORMANT-TOTAL         PIC  9(07)     COMP    VALUE ZERO.
015400 77  AR-DOWNGRADE-TOTAL       PIC  9(07)     COMP    VALUE ZERO.
015500 77  AR-DOWNGRADE-FAILED      PIC  9(07)     COMP    VALUE ZERO.
015550 77  AR-JRNL-FAILED           PIC  9(07)     COMP    VALUE ZERO.
015600 77  AR-OVERFLOW-COUNT        PIC  9(07)     COMP    VALUE ZERO.
015700 77  AR-JDEF-STATUS           PIC  X(02)     VALUE SPACES.
015800     88  AR-JDEF-OK                          VALUE '00'.
015900 77  AR-JSTAT-STATUS          PIC  X(02)     VALUE SPACES.
016000     88  AR-JSTAT-OK                         VALUE '00'.
016100 77  AR-JDEF-SWITCH           PIC  X(01)     VALUE 'N'.
016200     88  AR-JDEF-FOUND                       VALUE 'Y'.
016300 77  AR-JDEF-EOF-SWITCH       PIC  X(01)     VALUE 'N'.
016400     88  AR-JDEF-EOF                         VALUE 'Y'.
016500 77  AR-JSTAT-SWITCH          PIC  X(01)     VALUE 'N'.
016600     88  AR-JSTAT-FOUND                      VALUE 'Y'.
016700 77  AR-JOB-RESULT            PIC  X(01)     VALUE 'C'.
016800 77  AR-HELD-FOR              PIC  X(08)     VALUE SPACES.
016900 77  AR-JOB-BUS-DATE          PIC  9(08)     VALUE ZERO.
017000 77  AR-JOB-DATE              PIC  9(08)     VALUE ZERO.
017100 77  AR-JOB-TIME              PIC  9(08)     VALUE ZERO.
017200 77  AR-PRQ-IX                PIC  9(04)     COMP     VALUE ZERO.
017300 01  AR-EDIT-DATE-AREA.
017400     03  AR-EDIT-DATE         PIC  9(08).
017500     03  FILLER               REDEFINES AR-EDIT-DATE.
017600         05  AR-EDIT-YEAR     PIC  9(04).
017700         05  AR-EDIT-MONTH    PIC  9(02).
017800         05  AR-EDIT-DAY      PIC  9(02).
017900 01  AR-MONTH-DAYS-VALUE      PIC  X(24)     VALUE
018000     '312831303130313130313031'.
018100 01  AR-MONTH-DAYS-AREA       REDEFINES AR-MONTH-DAYS-VALUE.
018200     03  AR-MONTH-DAYS        PIC  9(02)     OCCURS 12 TIMES.
018300******************************************************************
018400*    ONE AUDIT TRANSITION, FROM EITHER AUDITKEY OR AUDITLOG.  AN
018500*    UPDATE IS A TEST1 MAINTENANCE ACTION (BY ITS WIDGET), A
018600*    CUSTMRG RENAME OR MERGE, OR ANY TRANSITION THAT CHANGED THE
018700*    BALANCE OR DATE FIELDS BETWEEN ITS BEFORE AND AFTER IMAGES.
018800******************************************************************
018900 01  AR-ACTIVITY.
019000     03  AR-ACT-USER          PIC  X(10).
019100     03  AR-ACT-DATE          PIC  9(08).
019200     03  AR-ACT-WINDOW        PIC  X(10).
019300     03  AR-ACT-EVENT         PIC  X(10).
019400         88  AR-ACT-SIGNON                   VALUE 'SIGNON'.
019500         88  AR-ACT-REFUSED                  VALUE 'REFUSED'.
019600         88  AR-ACT-BATCH-UPDATE             VALUE 'RENAME'
019700                                                   'MERGE'.
019800     03  AR-ACT-WIDGET        PIC  X(10).
019900         88  AR-ACT-UPDATE-WIDGET            VALUE 'calsave'
020000             'caldel' 'roll' 'usrsave' 'usrdel' 'cussave'
020100             'cusdel' 'stosave' 'stodel' 'approve' 'apreject'
020200             'reverse' 'delete' 'sprelease' 'spdiscard'
020300             'clrbatch' 'rstjob' 'jobdone'.
020400     03  AR-ACT-CHANGE-SWITCH PIC  X(01).
020500         88  AR-ACT-CHANGED                  VALUE 'Y'.
020600******************************************************************
020700*    PROFILES LOADED FROM USERPROF, WITH THE ACTIVITY FOUND FOR
020800*    EACH.  A ZERO DATE MEANS NONE ON FILE.
020900******************************************************************
021000 01  AR-USER-TABLE.
021100     03  AR-USER-ENTRY        OCCURS 500 TIMES.
021200         05  AR-U-USER-ID     PIC  X(10).
021300         05  AR-U-NAME        PIC  X(20).
021400         05  AR-U-AUTHORITY   PIC  X(01).
021500         05  AR-U-SUPERVISOR  PIC  X(01).
021600         05  AR-U-LAST-SIGNON PIC  9(08).
021700         05  AR-U-LAST-UPDATE PIC  9(08).
021800         05  AR-U-LAST-ACTIVE PIC  9(08).
021900         05  AR-U-REFUSED     PIC  9(05)     COMP.
022000******************************************************************
022100*    AUDIT ACTIVITY BY USER IDS WITH NO USERPROF PROFILE.
022200******************************************************************
022300 01  AR-NOPROF-TABLE.
022400     03  AR-NOPROF-ENTRY      OCCURS 200 TIMES.
022500         05  AR-N-USER-ID     PIC  X(10).
022600         05  AR-N-COUNT       PIC  9(07)     COMP.
022700         05  AR-N-FIRST-DATE  PIC  9(08).
022800         05  AR-N-LAST-DATE   PIC  9(08).
022900******************************************************************
023000*    FAILED ACCESS ATTEMPTS BY USER AND WINDOW.
023100******************************************************************
023200 01  AR-REFUSE-TABLE.
023300     03  AR-REFUSE-ENTRY      OCCURS 300 TIMES.
023400         05  AR-R-USER-ID     PIC  X(10).
023500         05  AR-R-WINDOW      PIC  X(10).
023600         05  AR-R-COUNT       PIC  9(07)     COMP.
023700         05  AR-R-FIRST-DATE  PIC  9(08).
023800         05  AR-R-LAST-DATE   PIC  9(08).
023900******************************************************************
024000*    ACCESS REVIEW REPORT LINES
024100******************************************************************
024200 01  AR-HEADING-1             PIC  X(80)     VALUE
024300     'LDCHANGE USER ACCESS REVIEW AND DORMANT PROFILE REPORT'.
024400 01  AR-HEADING-2.
024500     05  FILLER               PIC  X(15)     VALUE
024600         'BUSINESS DATE:'.
024700     05  AR-H2-BUS-DATE       PIC  9(08).
024800     05  FILLER               PIC  X(03)     VALUE SPACES.
024900     05  FILLER               PIC  X(10)     VALUE 'FUNCTION:'.
025000     05  AR-H2-FUNCTION       PIC  X(01).
025100     05  FILLER               PIC  X(03)     VALUE SPACES.
025200     05  FILLER               PIC  X(14)     VALUE
025300         'DORMANT DAYS:'.
025400     05  AR-H2-DAYS           PIC  ZZ9.
025500     05  FILLER               PIC  X(03)     VALUE SPACES.
025600     05  FILLER               PIC  X(08)     VALUE 'CUTOFF:'.
025700     05  AR-H2-CUTOFF         PIC  9(08).
025800     05  FILLER               PIC  X(04)     VALUE SPACES.
025900 01  AR-HEADING-3             PIC  X(80)     VALUE ALL '-'.
026000 01  AR-SECTION-LINE.
026100     05  AR-S-TITLE           PIC  X(80).
026200 01  AR-NOTE-LINE.
026300     05  FILLER               PIC  X(02)     VALUE SPACES.
026400     05  AR-K-TEXT            PIC  X(78).
026410 01  AR-LAST-SUPER-LINE.
026420     05  FILLER               PIC  X(02)     VALUE SPACES.
026430     05  AR-LS-USER-ID        PIC  X(10).
026440     05  FILLER               PIC  X(68)     VALUE
026450         ' NOT CHANGED - LAST SUPERVISOR'.
026500 01  AR-SKIP-LINE.
026600     05  FILLER               PIC  X(02)     VALUE SPACES.
026700     05  AR-K-FILE            PIC  X(08).
026800     05  FILLER               PIC  X(01)     VALUE SPACES.
026900     05  FILLER               PIC  X(35)     VALUE
027000         'NOT ON THE SYSTEM - NOT READ'.
027100     05  FILLER               PIC  X(34)     VALUE SPACES.
027200 01  AR-USER-HEAD-1.
027300     05  FILLER               PIC  X(33)     VALUE
027400         ' USER ID    NAME'.
027500     05  FILLER               PIC  X(47)     VALUE
027600         'A  S  LAST SIGN  LAST UPDT REFUSED  STATUS'.
027700 01  AR-USER-HEAD-2.
027800     05  FILLER               PIC  X(47)     VALUE
027900         ' A = AUTHORITY (1 INQUIRY, 2 UPDATE, 3 DELETE)'.
028000     05  FILLER               PIC  X(33)     VALUE
028100         ' S = SUPERVISOR'.
028200 01  AR-USER-LINE.
028300     05  FILLER               PIC  X(01)     VALUE SPACES.
028400     05  AR-L-USER-ID         PIC  X(10).
028500     05  FILLER               PIC  X(01)     VALUE SPACES.
028600     05  AR-L-NAME            PIC  X(20).
028700     05  FILLER               PIC  X(01)     VALUE SPACES.
028800     05  AR-L-AUTHORITY       PIC  X(01).
028900     05  FILLER               PIC  X(02)     VALUE SPACES.
029000     05  AR-L-SUPERVISOR      PIC  X(01).
029100     05  FILLER               PIC  X(02)     VALUE SPACES.
029200     05  AR-L-SIGNON-X        PIC  X(08).
029300     05  AR-L-SIGNON          REDEFINES AR-L-SIGNON-X
029400                              PIC  9(08).
029500     05  FILLER               PIC  X(03)     VALUE SPACES.
029600     05  AR-L-UPDATE-X        PIC  X(08).
029700     05  AR-L-UPDATE          REDEFINES AR-L-UPDATE-X
029800                              PIC  9(08).
029900     05  FILLER               PIC  X(02)     VALUE SPACES.
030000     05  AR-L-REFUSED         PIC  ZZ,ZZ9.
030100     05  FILLER               PIC  X(03)     VALUE SPACES.
030200     05  AR-L-STATUS          PIC  X(11).
030300 01  AR-NOPROF-HEAD           PIC  X(80)     VALUE
030400     ' USER ID       COUNT   FIRST     LAST'.
030500 01  AR-NOPROF-LINE.
030600     05  FILLER               PIC  X(01)     VALUE SPACES.
030700     05  AR-N-L-USER-ID       PIC  X(10).
030800     05  FILLER               PIC  X(02)     VALUE SPACES.
030900     05  AR-N-L-COUNT         PIC  ZZZ,ZZ9.
031000     05  FILLER               PIC  X(03)     VALUE SPACES.
031100     05  AR-N-L-FIRST         PIC  9(08).
031200     05  FILLER               PIC  X(02)     VALUE SPACES.
031300     05  AR-N-L-LAST          PIC  9(08).
031400     05  FILLER               PIC  X(39)     VALUE SPACES.
031500 01  AR-REFUSE-HEAD.
031600     05  FILLER               PIC  X(34)     VALUE
031700         ' USER ID      WINDOW    ATTEMPTS'.
031800     05  FILLER               PIC  X(46)     VALUE
031900         'FIRST     LAST      PROFILE'.
032000 01  AR-REFUSE-LINE.
032100     05  FILLER               PIC  X(01)     VALUE SPACES.
032200     05  AR-R-L-USER-ID       PIC  X(10).
032300     05  FILLER               PIC  X(02)     VALUE SPACES.
032400     05  AR-R-L-WINDOW        PIC  X(10).
032500     05  FILLER               PIC  X(02)     VALUE SPACES.
032600     05  AR-R-L-COUNT         PIC  ZZZ,ZZ9.
032700     05  FILLER               PIC  X(02)     VALUE SPACES.
032800     05  AR-R-L-FIRST         PIC  9(08).
032900     05  FILLER               PIC  X(02)     VALUE SPACES.
033000     05  AR-R-L-LAST          PIC  9(08).
033100     05  FILLER               PIC  X(02)     VALUE SPACES.
033200     05  AR-R-L-PROFILE       PIC  X(10).
033300     05  FILLER               PIC  X(16)     VALUE SPACES.
033400 01  AR-TOTAL-LINE.
033500     05  FILLER               PIC  X(02)     VALUE SPACES.
033600     05  AR-T-LABEL           PIC  X(32).
033700     05  AR-T-COUNT           PIC  ZZZ,ZZ9.
033800     05  FILLER               PIC  X(39)     VALUE SPACES.
033900******************************************************************
034000 PROCEDURE           DIVISION.
034100 0000-MAINLINE            SECTION.
034200     PERFORM 9000-START-JOB THRU 9000-EXIT.
034300     IF AR-HELD-FOR NOT = SPACES
034400         STOP RUN
034500     END-IF.
034600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034700     IF AR-INIT-OK
034800         PERFORM 2000-LOAD-PROFILES THRU 2000-EXIT
034900         PERFORM 3000-SCAN-AUDIT-HISTORY THRU 3000-EXIT
035000         PERFORM 3500-SCAN-AUDIT-LOG THRU 3500-EXIT
035100         PERFORM 4000-REVIEW-PROFILES THRU 4000-EXIT
035200         PERFORM 5000-REPORT-NO-PROFILE THRU 5000-EXIT
035300         PERFORM 6000-REPORT-REFUSALS THRU 6000-EXIT
035400     END-IF.
035500     PERFORM 7000-FINALIZE THRU 7000-EXIT.
035600     IF NOT AR-INIT-OK OR AR-JRNL-FAILED > ZERO
035700         MOVE 'F' TO AR-JOB-RESULT
035800     END-IF.
035900     PERFORM 9300-END-JOB THRU 9300-EXIT.
036000     STOP RUN.
036100******************************************************************
036200*    USERPROF MUST BE ON THE SYSTEM.  AUDITKEY AND AUDITLOG ARE
036300*    READ WHEN PRESENT; A MISSING ONE IS NOTED ON THE REPORT.  IN
036400*    RESTRICT MODE EVERY DOWNGRADE IS JOURNALED, SO THE RUN DOES
036500*    NOT GO AHEAD WITHOUT ENTJRNL.
036600******************************************************************
036700 1000-INITIALIZE          SECTION.
036800     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT.
036900     MOVE 'V' TO AR-FUNCTION.
037000     MOVE 90 TO AR-DORMANT-DAYS.
037100     OPEN INPUT ACC-PARM-FILE.
037200     IF AR-PARM-OK
037300         READ ACC-PARM-FILE
037400             AT END
037500                 CONTINUE
037600             NOT AT END
037700                 IF AR-P-FUNCTION NOT = SPACE
037800                     MOVE AR-P-FUNCTION TO AR-FUNCTION
037900                 END-IF
038000                 IF AR-P-DORMANT-DAYS NUMERIC
038100                     AND AR-P-DORMANT-DAYS > ZERO
038200                     MOVE AR-P-DORMANT-DAYS TO AR-DORMANT-DAYS
038300                 END-IF
038400         END-READ
038500         CLOSE ACC-PARM-FILE
038600     END-IF.
038700     IF AR-FUNCTION NOT = 'V' AND 'R'
038800         DISPLAY 'ACCREV: FUNCTION PARAMETER MUST BE V OR R'
038900         GO TO 1000-EXIT
039000     END-IF.
039100     IF AR-FUNCTION = 'R'
039200         MOVE 'Y' TO AR-REPAIR-SWITCH
039300     END-IF.
039400     MOVE AR-BUSINESS-DATE TO AR-EDIT-DATE.
039500     PERFORM 1450-BACK-ONE-DAY THRU 1450-EXIT
039600         AR-DORMANT-DAYS TIMES.
039700     MOVE AR-EDIT-DATE TO AR-CUTOFF-DATE.
039800     IF AR-REPAIR-MODE
039900         OPEN I-O USER-PROFILE-FILE
040000     ELSE
040100         OPEN INPUT USER-PROFILE-FILE
040200     END-IF.
040300     IF NOT AR-USER-OK
040400         DISPLAY 'ACCREV: USERPROF OPEN FAILED, STATUS='
040500             AR-USER-STATUS
040600         GO TO 1000-EXIT
040700     END-IF.
040800     IF AR-REPAIR-MODE
040900         OPEN EXTEND JOURNAL-FILE
041000         IF NOT AR-JRNL-OK
041100             OPEN OUTPUT JOURNAL-FILE
041200             CLOSE  JOURNAL-FILE
041300             OPEN EXTEND JOURNAL-FILE
041400         END-IF
041500         IF NOT AR-JRNL-OK
041600             DISPLAY 'ACCREV: ENTJRNL OPEN FAILED, STATUS='
041700                 AR-JRNL-STATUS
041800             GO TO 1000-EXIT
041900         END-IF
042000     END-IF.
042100     OPEN INPUT AUDIT-KEY-FILE.
042200     IF AR-AUDKEY-OK
042300         MOVE 'Y' TO AR-AUDKEY-SWITCH
042400     END-IF.
042500     OPEN INPUT AUDIT-LOG-FILE.
042600     IF AR-AUDIT-OK
042700         MOVE 'Y' TO AR-AUDIT-SWITCH
042800     END-IF.
042900     OPEN OUTPUT ACC-REPORT-FILE.
043000     MOVE AR-BUSINESS-DATE TO AR-H2-BUS-DATE.
043100     MOVE AR-FUNCTION TO AR-H2-FUNCTION.
043200     MOVE AR-DORMANT-DAYS TO AR-H2-DAYS.
043300     MOVE AR-CUTOFF-DATE TO AR-H2-CUTOFF.
043400     WRITE AR-REPORT-RECORD FROM AR-HEADING-1.
043500     WRITE AR-REPORT-RECORD FROM AR-HEADING-2.
043600     WRITE AR-REPORT-RECORD FROM AR-HEADING-3.
043700     IF NOT AR-AUDKEY-AVAILABLE
043800         MOVE 'AUDITKEY' TO AR-K-FILE
043900         WRITE AR-REPORT-RECORD FROM AR-SKIP-LINE
044000     END-IF.
044100     IF NOT AR-AUDIT-AVAILABLE
044200         MOVE 'AUDITLOG' TO AR-K-FILE
044300         WRITE AR-REPORT-RECORD FROM AR-SKIP-LINE
044400     END-IF.
044500     MOVE 'Y' TO AR-INIT-SWITCH.
044600 1000-EXIT.
044700     EXIT.
044800******************************************************************
044900 1100-GET-BUSINESS-DATE   SECTION.
045000     OPEN INPUT BUSDATE-FILE.
045100     IF AR-BUSDT-OK
045200         READ BUSDATE-FILE
045300             AT END
045400                 CONTINUE
045500             NOT AT END
045600                 MOVE BD-BUSINESS-DATE TO AR-BUSINESS-DATE
045700         END-READ
045800         CLOSE BUSDATE-FILE
045900     END-IF.
046000     IF AR-BUSINESS-DATE = ZERO
046100         ACCEPT AR-BUSINESS-DATE FROM DATE YYYYMMDD
046200     END-IF.
046300 1100-EXIT.
046400     EXIT.
046500******************************************************************
046600 1450-BACK-ONE-DAY        SECTION.
046700     IF AR-EDIT-DAY > 1
046800         SUBTRACT 1 FROM AR-EDIT-DAY
046900         GO TO 1450-EXIT
047000     END-IF.
047100     IF AR-EDIT-MONTH > 1
047200         SUBTRACT 1 FROM AR-EDIT-MONTH
047300     ELSE
047400         MOVE 12 TO AR-EDIT-MONTH
047500         SUBTRACT 1 FROM AR-EDIT-YEAR
047600     END-IF.
047700     PERFORM 1460-SET-MAX-DAY THRU 1460-EXIT.
047800     MOVE AR-MAX-DAY TO AR-EDIT-DAY.
047900 1450-EXIT.
048000     EXIT.
048100******************************************************************
048200 1460-SET-MAX-DAY         SECTION.
048300     MOVE AR-MONTH-DAYS (AR-EDIT-MONTH) TO AR-MAX-DAY.
048400     IF AR-EDIT-MONTH = 02
048500         DIVIDE AR-EDIT-YEAR BY 4 GIVING AR-LEAP-QUOT
048600             REMAINDER AR-LEAP-REM4
048700         DIVIDE AR-EDIT-YEAR BY 100 GIVING AR-LEAP-QUOT
048800             REMAINDER AR-LEAP-REM100
048900         DIVIDE AR-EDIT-YEAR BY 400 GIVING AR-LEAP-QUOT
049000             REMAINDER AR-LEAP-REM400
049100         IF AR-LEAP-REM4 = ZERO
049200             AND (AR-LEAP-REM100 NOT = ZERO
049300                  OR AR-LEAP-REM400 = ZERO)
049400             MOVE 29 TO AR-MAX-DAY
049500         END-IF
049600     END-IF.
049700 1460-EXIT.
049800     EXIT.
049900******************************************************************
050000*    EVERY USERPROF PROFILE IS LOADED IN USER-ID ORDER.  PROFILES
050100*    BEYOND THE TABLE ARE COUNTED AND NOT REVIEWED.
050200******************************************************************
050300 2000-LOAD-PROFILES       SECTION.
050400     MOVE 'N' TO AR-EOF-SWITCH.
050500     PERFORM 2100-READ-PROFILE THRU 2100-EXIT.
050600     PERFORM 2200-ADD-PROFILE THRU 2200-EXIT
050700         UNTIL AR-END-OF-FILE.
050800 2000-EXIT.
050900     EXIT.
051000******************************************************************
051100 2100-READ-PROFILE        SECTION.
051200     READ USER-PROFILE-FILE NEXT RECORD
051300         AT END
051400             MOVE 'Y' TO AR-EOF-SWITCH
051500     END-READ.
051600 2100-EXIT.
051700     EXIT.
051800******************************************************************
051900 2200-ADD-PROFILE         SECTION.
052000     ADD 1 TO AR-PROFILE-READ.
052100     IF AR-USER-COUNT < 500
052200         ADD 1 TO AR-USER-COUNT
052300         MOVE UP-USER-ID TO AR-U-USER-ID (AR-USER-COUNT)
052400         MOVE UP-NAME TO AR-U-NAME (AR-USER-COUNT)
052500         MOVE UP-AUTHORITY TO AR-U-AUTHORITY (AR-USER-COUNT)
052600         MOVE UP-SUPERVISOR TO AR-U-SUPERVISOR (AR-USER-COUNT)
052700         MOVE ZERO TO AR-U-LAST-SIGNON (AR-USER-COUNT)
052800         MOVE ZERO TO AR-U-LAST-UPDATE (AR-USER-COUNT)
052900         MOVE ZERO TO AR-U-LAST-ACTIVE (AR-USER-COUNT)
053000         MOVE ZERO TO AR-U-REFUSED (AR-USER-COUNT)
053100     ELSE
053200         ADD 1 TO AR-OVERFLOW-COUNT
053300     END-IF.
053400     PERFORM 2100-READ-PROFILE THRU 2100-EXIT.
053500 2200-EXIT.
053600     EXIT.
053700******************************************************************
053800*    THE ARCHIVED AUDIT HISTORY.  AUDARCH MOVES AUDITLOG HERE AND
053900*    EMPTIES IT, SO THE TWO FILES TOGETHER ARE THE WHOLE TRAIL.
054000******************************************************************
054100 3000-SCAN-AUDIT-HISTORY  SECTION.
054200     IF NOT AR-AUDKEY-AVAILABLE
054300         GO TO 3000-EXIT
054400     END-IF.
054500     MOVE 'N' TO AR-EOF-SWITCH.
054600     PERFORM 3100-READ-AUDIT-KEY THRU 3100-EXIT.
054700     PERFORM 3200-HISTORY-RECORD THRU 3200-EXIT
054800         UNTIL AR-END-OF-FILE.
054900 3000-EXIT.
055000     EXIT.
055100******************************************************************
055200 3100-READ-AUDIT-KEY      SECTION.
055300     READ AUDIT-KEY-FILE NEXT RECORD
055400         AT END
055500             MOVE 'Y' TO AR-EOF-SWITCH
055600     END-READ.
055700 3100-EXIT.
055800     EXIT.
055900******************************************************************
056000 3200-HISTORY-RECORD      SECTION.
056100     ADD 1 TO AR-AUDKEY-READ.
056200     MOVE AX-USER-ID TO AR-ACT-USER.
056300     MOVE AX-LOG-DATE TO AR-ACT-DATE.
056400     MOVE AX-WINDOW TO AR-ACT-WINDOW.
056500     MOVE AX-EVENT TO AR-ACT-EVENT.
056600     MOVE AX-WIDGET TO AR-ACT-WIDGET.
056700     MOVE 'N' TO AR-ACT-CHANGE-SWITCH.
056800     IF AX-BEFORE-ENTRY2 NOT = AX-AFTER-ENTRY2
056900         OR AX-BEFORE-ENTRY3 NOT = AX-AFTER-ENTRY3
057000         MOVE 'Y' TO AR-ACT-CHANGE-SWITCH
057100     END-IF.
057200     PERFORM 3800-POST-ACTIVITY THRU 3800-EXIT.
057300     PERFORM 3100-READ-AUDIT-KEY THRU 3100-EXIT.
057400 3200-EXIT.
057500     EXIT.
057600******************************************************************
057700*    THE AUDIT LOG WRITTEN SINCE THE LAST AUDARCH RUN.
057800******************************************************************
057900 3500-SCAN-AUDIT-LOG      SECTION.
058000     IF NOT AR-AUDIT-AVAILABLE
058100         GO TO 3500-EXIT
058200     END-IF.
058300     MOVE 'N' TO AR-EOF-SWITCH.
058400     PERFORM 3600-READ-AUDIT-LOG THRU 3600-EXIT.
058500     PERFORM 3700-LOG-RECORD THRU 3700-EXIT
058600         UNTIL AR-END-OF-FILE.
058700 3500-EXIT.
058800     EXIT.
058900******************************************************************
059000 3600-READ-AUDIT-LOG      SECTION.
059100     READ AUDIT-LOG-FILE
059200         AT END
059300             MOVE 'Y' TO AR-EOF-SWITCH
059400     END-READ.
059500 3600-EXIT.
059600     EXIT.
059700******************************************************************
059800 3700-LOG-RECORD          SECTION.
059900     ADD 1 TO AR-AUDIT-READ.
060000     MOVE AU-USER-ID TO AR-ACT-USER.
060100     MOVE AU-LOG-DATE TO AR-ACT-DATE.
060200     MOVE AU-WINDOW TO AR-ACT-WINDOW.
060300     MOVE AU-EVENT TO AR-ACT-EVENT.
060400     MOVE AU-WIDGET TO AR-ACT-WIDGET.
060500     MOVE 'N' TO AR-ACT-CHANGE-SWITCH.
060600     IF AU-BEFORE-ENTRY2 NOT = AU-AFTER-ENTRY2
060700         OR AU-BEFORE-ENTRY3 NOT = AU-AFTER-ENTRY3
060800         MOVE 'Y' TO AR-ACT-CHANGE-SWITCH
060900     END-IF.
061000     PERFORM 3800-POST-ACTIVITY THRU 3800-EXIT.
061100     PERFORM 3600-READ-AUDIT-LOG THRU 3600-EXIT.
061200 3700-EXIT.
061300     EXIT.
061400******************************************************************
061500*    POST ONE TRANSITION TO ITS USER.  RECORDS LOGGED BEFORE THE
061600*    AUDIT TRAIL CARRIED A USER ID ARE ONLY COUNTED.  ANY
061700*    TRANSITION, A REFUSED ONE INCLUDED, SHOWS THE USER IS STILL
061800*    SIGNING ON; A REFUSAL IS NEVER AN UPDATE.
061900******************************************************************
062000 3800-POST-ACTIVITY       SECTION.
062100     IF AR-ACT-USER = SPACES
062200         ADD 1 TO AR-NOUSER-READ
062300         GO TO 3800-EXIT
062400     END-IF.
062500     IF AR-ACT-REFUSED
062600         ADD 1 TO AR-REFUSED-READ
062700         PERFORM 3900-ADD-REFUSAL THRU 3900-EXIT
062800     END-IF.
062900     MOVE ZERO TO AR-HIT-SUB.
063000     PERFORM 3810-FIND-USER THRU 3810-EXIT
063100         VARYING AR-SUB FROM 1 BY 1
063200         UNTIL AR-SUB > AR-USER-COUNT OR AR-HIT-SUB > ZERO.
063300     IF AR-HIT-SUB = ZERO
063400         PERFORM 3850-ADD-NO-PROFILE THRU 3850-EXIT
063500         GO TO 3800-EXIT
063600     END-IF.
063700     IF AR-ACT-DATE > AR-U-LAST-ACTIVE (AR-HIT-SUB)
063800         MOVE AR-ACT-DATE TO AR-U-LAST-ACTIVE (AR-HIT-SUB)
063900     END-IF.
064000     IF AR-ACT-REFUSED
064100         ADD 1 TO AR-U-REFUSED (AR-HIT-SUB)
064200         GO TO 3800-EXIT
064300     END-IF.
064400     IF AR-ACT-SIGNON
064500         AND AR-ACT-DATE > AR-U-LAST-SIGNON (AR-HIT-SUB)
064600         MOVE AR-ACT-DATE TO AR-U-LAST-SIGNON (AR-HIT-SUB)
064700     END-IF.
064800     IF AR-ACT-UPDATE-WIDGET OR AR-ACT-BATCH-UPDATE
064900         OR AR-ACT-CHANGED
065000         IF AR-ACT-DATE > AR-U-LAST-UPDATE (AR-HIT-SUB)
065100             MOVE AR-ACT-DATE TO AR-U-LAST-UPDATE (AR-HIT-SUB)
065200         END-IF
065300     END-IF.
065400 3800-EXIT.
065500     EXIT.
065600******************************************************************
065700 3810-FIND-USER           SECTION.
065800     IF AR-U-USER-ID (AR-SUB) = AR-ACT-USER
065900         MOVE AR-SUB TO AR-HIT-SUB
066000     END-IF.
066100 3810-EXIT.
066200     EXIT.
066300******************************************************************
066400 3850-ADD-NO-PROFILE      SECTION.
066500     ADD 1 TO AR-NOPROF-READ.
066600     MOVE ZERO TO AR-HIT-SUB.
066700     PERFORM 3860-FIND-NO-PROFILE THRU 3860-EXIT
066800         VARYING AR-SUB FROM 1 BY 1
066900         UNTIL AR-SUB > AR-NOPROF-COUNT OR AR-HIT-SUB > ZERO.
067000     IF AR-HIT-SUB = ZERO
067100         IF AR-NOPROF-COUNT < 200
067200             ADD 1 TO AR-NOPROF-COUNT
067300             MOVE AR-NOPROF-COUNT TO AR-HIT-SUB
067400             MOVE AR-ACT-USER TO AR-N-USER-ID (AR-HIT-SUB)
067500             MOVE ZERO TO AR-N-COUNT (AR-HIT-SUB)
067600             MOVE AR-ACT-DATE TO AR-N-FIRST-DATE (AR-HIT-SUB)
067700             MOVE AR-ACT-DATE TO AR-N-LAST-DATE (AR-HIT-SUB)
067800         ELSE
067900             ADD 1 TO AR-OVERFLOW-COUNT
068000             GO TO 3850-EXIT
068100         END-IF
068200     END-IF.
068300     ADD 1 TO AR-N-COUNT (AR-HIT-SUB).
068400     IF AR-ACT-DATE < AR-N-FIRST-DATE (AR-HIT-SUB)
068500         MOVE AR-ACT-DATE TO AR-N-FIRST-DATE (AR-HIT-SUB)
068600     END-IF.
068700     IF AR-ACT-DATE > AR-N-LAST-DATE (AR-HIT-SUB)
068800         MOVE AR-ACT-DATE TO AR-N-LAST-DATE (AR-HIT-SUB)
068900     END-IF.
069000 3850-EXIT.
069100     EXIT.
069200******************************************************************
069300 3860-FIND-NO-PROFILE     SECTION.
069400     IF AR-N-USER-ID (AR-SUB) = AR-ACT-USER
069500         MOVE AR-SUB TO AR-HIT-SUB
069600     END-IF.
069700 3860-EXIT.
069800     EXIT.
069900******************************************************************
070000 3900-ADD-REFUSAL         SECTION.
070100     MOVE ZERO TO AR-HIT-SUB.
070200     PERFORM 3910-FIND-REFUSAL THRU 3910-EXIT
070300         VARYING AR-SUB FROM 1 BY 1
070400         UNTIL AR-SUB > AR-REFUSE-COUNT OR AR-HIT-SUB > ZERO.
070500     IF AR-HIT-SUB = ZERO
070600         IF AR-REFUSE-COUNT < 300
070700             ADD 1 TO AR-REFUSE-COUNT
070800             MOVE AR-REFUSE-COUNT TO AR-HIT-SUB
070900             MOVE AR-ACT-USER TO AR-R-USER-ID (AR-HIT-SUB)
071000             MOVE AR-ACT-WINDOW TO AR-R-WINDOW (AR-HIT-SUB)
071100             MOVE ZERO TO AR-R-COUNT (AR-HIT-SUB)
071200             MOVE AR-ACT-DATE TO AR-R-FIRST-DATE (AR-HIT-SUB)
071300             MOVE AR-ACT-DATE TO AR-R-LAST-DATE (AR-HIT-SUB)
071400         ELSE
071500             ADD 1 TO AR-OVERFLOW-COUNT
071600             GO TO 3900-EXIT
071700         END-IF
071800     END-IF.
071900     ADD 1 TO AR-R-COUNT (AR-HIT-SUB).
072000     IF AR-ACT-DATE < AR-R-FIRST-DATE (AR-HIT-SUB)
072100         MOVE AR-ACT-DATE TO AR-R-FIRST-DATE (AR-HIT-SUB)
072200     END-IF.
072300     IF AR-ACT-DATE > AR-R-LAST-DATE (AR-HIT-SUB)
072400         MOVE AR-ACT-DATE TO AR-R-LAST-DATE (AR-HIT-SUB)
072500     END-IF.
072600 3900-EXIT.
072700     EXIT.
072800******************************************************************
072900 3910-FIND-REFUSAL        SECTION.
073000     IF AR-R-USER-ID (AR-SUB) = AR-ACT-USER
073100         AND AR-R-WINDOW (AR-SUB) = AR-ACT-WINDOW
073200         MOVE AR-SUB TO AR-HIT-SUB
073300     END-IF.
073400 3910-EXIT.
073500     EXIT.
073600******************************************************************
073700*    ONE LINE PER PROFILE.  A PROFILE WITH NO ACTIVITY ON OR
073800*    AFTER THE CUTOFF DATE IS DORMANT; IN RESTRICT MODE A DORMANT
073900*    PROFILE THAT CAN STILL UPDATE, DELETE OR SUPERVISE IS DROPPED
074000*    TO INQUIRY ONLY.  THE LINE SHOWS THE AUTHORITY AS IT WAS
074100*    BEFORE.
074200******************************************************************
074300 4000-REVIEW-PROFILES     SECTION.
074400     MOVE 'USER PROFILES -- AUTHORITY AND LAST ACTIVITY'
074500         TO AR-S-TITLE.
074600     WRITE AR-REPORT-RECORD FROM AR-SECTION-LINE.
074700     WRITE AR-REPORT-RECORD FROM AR-USER-HEAD-2.
074800     WRITE AR-REPORT-RECORD FROM AR-USER-HEAD-1.
074900     IF AR-USER-COUNT = ZERO
075000         MOVE 'NO USER PROFILES ON FILE' TO AR-K-TEXT
075100         WRITE AR-REPORT-RECORD FROM AR-NOTE-LINE
075200     END-IF.
075220     MOVE ZERO TO AR-SUPER-LEFT.
075240     PERFORM 4050-COUNT-SUPERVISOR THRU 4050-EXIT
075260         VARYING AR-SUB FROM 1 BY 1
075280         UNTIL AR-SUB > AR-USER-COUNT.
075300     PERFORM 4100-REVIEW-ONE-PROFILE THRU 4100-EXIT
075400         VARYING AR-SUB FROM 1 BY 1
075500         UNTIL AR-SUB > AR-USER-COUNT.
075600     WRITE AR-REPORT-RECORD FROM AR-HEADING-3.
075700 4000-EXIT.
075800     EXIT.
075807******************************************************************
075814*    SUPERVISORS WHO ARE NOT DORMANT KEEP THEIR FLAG.  WHEN THERE
075821*    ARE NONE, THE FIRST DORMANT SUPERVISOR REVIEWED IS LEFT AS
075828*    IT IS, SO USERPROF IS NEVER LEFT WITHOUT A SUPERVISOR TO
075835*    MAINTAIN THE PROFILES ON TEST6.
075842******************************************************************
075849 4050-COUNT-SUPERVISOR    SECTION.
075856     IF AR-U-SUPERVISOR (AR-SUB) = 'Y'
075863         AND AR-U-LAST-ACTIVE (AR-SUB) NOT < AR-CUTOFF-DATE
075870         ADD 1 TO AR-SUPER-LEFT
075877     END-IF.
075884 4050-EXIT.
075891     EXIT.
075900******************************************************************
076000 4100-REVIEW-ONE-PROFILE  SECTION.
076100     MOVE AR-U-USER-ID (AR-SUB) TO AR-L-USER-ID.
076200     MOVE AR-U-NAME (AR-SUB) TO AR-L-NAME.
076300     MOVE AR-U-AUTHORITY (AR-SUB) TO AR-L-AUTHORITY.
076400     MOVE AR-U-SUPERVISOR (AR-SUB) TO AR-L-SUPERVISOR.
076500     IF AR-U-LAST-SIGNON (AR-SUB) = ZERO
076600         MOVE 'NONE' TO AR-L-SIGNON-X
076700     ELSE
076800         MOVE AR-U-LAST-SIGNON (AR-SUB) TO AR-L-SIGNON
076900     END-IF.
077000     IF AR-U-LAST-UPDATE (AR-SUB) = ZERO
077100         MOVE 'NONE' TO AR-L-UPDATE-X
077200     ELSE
077300         MOVE AR-U-LAST-UPDATE (AR-SUB) TO AR-L-UPDATE
077400     END-IF.
077500     MOVE AR-U-REFUSED (AR-SUB) TO AR-L-REFUSED.
077600     MOVE SPACES TO AR-L-STATUS.
077650     MOVE 'N' TO AR-LAST-SUPER-SWITCH.
077700     IF AR-U-LAST-ACTIVE (AR-SUB) < AR-CUTOFF-DATE
077800         ADD 1 TO AR-DORMANT-TOTAL
077900         MOVE 'DORMANT' TO AR-L-STATUS
078000         IF AR-REPAIR-MODE
078100             AND (AR-U-AUTHORITY (AR-SUB) = '2' OR '3'
078200                  OR AR-U-SUPERVISOR (AR-SUB) = 'Y')
078300             IF AR-U-SUPERVISOR (AR-SUB) = 'Y'
078400                 AND AR-SUPER-LEFT = ZERO
078500                 ADD 1 TO AR-SUPER-LEFT
078600                 ADD 1 TO AR-DOWNGRADE-FAILED
078700                 MOVE 'NOT CHANGED' TO AR-L-STATUS
078710                 MOVE 'Y' TO AR-LAST-SUPER-SWITCH
078720             ELSE
078730                 PERFORM 4200-DOWNGRADE-PROFILE THRU 4200-EXIT
078740                 IF AR-DOWNGRADED
078750                     MOVE 'DOWNGRADED' TO AR-L-STATUS
078760                 ELSE
078770                     MOVE 'NOT CHANGED' TO AR-L-STATUS
078773                     IF AR-U-SUPERVISOR (AR-SUB) = 'Y'
078776                         ADD 1 TO AR-SUPER-LEFT
078777                     END-IF
078780                 END-IF
078800             END-IF
078900         END-IF
079000     END-IF.
079100     WRITE AR-REPORT-RECORD FROM AR-USER-LINE.
079110     IF AR-LAST-SUPERVISOR
079120         MOVE AR-U-USER-ID (AR-SUB) TO AR-LS-USER-ID
079130         WRITE AR-REPORT-RECORD FROM AR-LAST-SUPER-LINE
079140         DISPLAY 'ACCREV: ' AR-U-USER-ID (AR-SUB)
079150             ' NOT CHANGED - LAST SUPERVISOR'
079160     END-IF.
079200 4100-EXIT.
079300     EXIT.
079400******************************************************************
079500*    DROP ONE DORMANT PROFILE TO INQUIRY ONLY, JOURNALING THE
079570*    BEFORE AND AFTER IMAGES.  A PROFILE DELETED, OR WHOSE
079640*    AUTHORITY OR SUPERVISOR FLAG HAS CHANGED, SINCE IT WAS
079710*    LOADED IS LEFT ALONE AND COUNTED AS NOT CHANGED.
079800******************************************************************
079900 4200-DOWNGRADE-PROFILE   SECTION.
080000     MOVE 'N' TO AR-DOWNGRADE-SWITCH.
080100     MOVE AR-U-USER-ID (AR-SUB) TO UP-USER-ID.
080200     READ USER-PROFILE-FILE
080300         INVALID KEY
080400             ADD 1 TO AR-DOWNGRADE-FAILED
080500             GO TO 4200-EXIT
080600     END-READ.
080610     IF UP-AUTHORITY NOT = AR-U-AUTHORITY (AR-SUB)
080620         OR UP-SUPERVISOR NOT = AR-U-SUPERVISOR (AR-SUB)
080630         ADD 1 TO AR-DOWNGRADE-FAILED
080640         GO TO 4200-EXIT
080650     END-IF.
080700     MOVE SPACES TO JR-BEFORE-IMAGE.
080800     MOVE USER-PROFILE-RECORD TO JR-BEFORE-IMAGE.
080900     MOVE '1' TO UP-AUTHORITY.
081000     MOVE SPACE TO UP-SUPERVISOR.
081100     REWRITE USER-PROFILE-RECORD
081200         INVALID KEY
081300             ADD 1 TO AR-DOWNGRADE-FAILED
081400             GO TO 4200-EXIT
081500     END-REWRITE.
081600     MOVE SPACES TO JR-AFTER-IMAGE.
081700     MOVE USER-PROFILE-RECORD TO JR-AFTER-IMAGE.
081800     PERFORM 4300-WRITE-JOURNAL THRU 4300-EXIT.
081900     ADD 1 TO AR-DOWNGRADE-TOTAL.
082000     MOVE 'Y' TO AR-DOWNGRADE-SWITCH.
082100 4200-EXIT.
082200     EXIT.
082300******************************************************************
082400 4300-WRITE-JOURNAL       SECTION.
082500     ACCEPT JR-LOG-DATE FROM DATE YYYYMMDD.
082600     ACCEPT JR-LOG-TIME FROM TIME.
082700     MOVE 'ACCREV' TO JR-JOB.
082800     MOVE 'ACCREV' TO JR-USER-ID.
082900     MOVE 'U' TO JR-FILE-ID.
083000     MOVE 'R' TO JR-ACTION.
083100     MOVE UP-USER-ID TO JR-KEY.
083200     WRITE JOURNAL-RECORD.
083210     IF NOT AR-JRNL-OK
083220         DISPLAY 'ACCREV: ENTJRNL WRITE FAILED FOR ' UP-USER-ID
083230             ', STATUS=' AR-JRNL-STATUS
083240         ADD 1 TO AR-JRNL-FAILED
083250     END-IF.
083300 4300-EXIT.
083400     EXIT.
083500******************************************************************
083600 5000-REPORT-NO-PROFILE   SECTION.
083700     MOVE 'AUDIT ACTIVITY BY USER IDS WITH NO PROFILE'
083800         TO AR-S-TITLE.
083900     WRITE AR-REPORT-RECORD FROM AR-SECTION-LINE.
084000     WRITE AR-REPORT-RECORD FROM AR-NOPROF-HEAD.
084100     IF AR-NOPROF-COUNT = ZERO
084200         MOVE 'NONE FOUND' TO AR-K-TEXT
084300         WRITE AR-REPORT-RECORD FROM AR-NOTE-LINE
084400     END-IF.
084500     PERFORM 5100-NO-PROFILE-LINE THRU 5100-EXIT
084600         VARYING AR-SUB FROM 1 BY 1
084700         UNTIL AR-SUB > AR-NOPROF-COUNT.
084800     WRITE AR-REPORT-RECORD FROM AR-HEADING-3.
084900 5000-EXIT.
085000     EXIT.
085100******************************************************************
085200 5100-NO-PROFILE-LINE     SECTION.
085300     MOVE AR-N-USER-ID (AR-SUB) TO AR-N-L-USER-ID.
085400     MOVE AR-N-COUNT (AR-SUB) TO AR-N-L-COUNT.
085500     MOVE AR-N-FIRST-DATE (AR-SUB) TO AR-N-L-FIRST.
085600     MOVE AR-N-LAST-DATE (AR-SUB) TO AR-N-L-LAST.
085700     WRITE AR-REPORT-RECORD FROM AR-NOPROF-LINE.
085800 5100-EXIT.
085900     EXIT.
086000******************************************************************
086100*    REFUSALS ARE LISTED FOR ALL USER IDS; ONE WITH NO PROFILE IS
086200*    MARKED SO IT CAN BE READ WITH THE SECTION ABOVE.
086300******************************************************************
086400 6000-REPORT-REFUSALS     SECTION.
086500     MOVE 'FAILED ACCESS ATTEMPTS BY USER AND WINDOW'
086600         TO AR-S-TITLE.
086700     WRITE AR-REPORT-RECORD FROM AR-SECTION-LINE.
086800     WRITE AR-REPORT-RECORD FROM AR-REFUSE-HEAD.
086900     IF AR-REFUSE-COUNT = ZERO
087000         MOVE 'NONE FOUND' TO AR-K-TEXT
087100         WRITE AR-REPORT-RECORD FROM AR-NOTE-LINE
087200     END-IF.
087300     PERFORM 6100-REFUSAL-LINE THRU 6100-EXIT
087400         VARYING AR-SUB FROM 1 BY 1
087500         UNTIL AR-SUB > AR-REFUSE-COUNT.
087600     WRITE AR-REPORT-RECORD FROM AR-HEADING-3.
087700 6000-EXIT.
087800     EXIT.
087900******************************************************************
088000 6100-REFUSAL-LINE        SECTION.
088100     MOVE AR-R-USER-ID (AR-SUB) TO AR-R-L-USER-ID.
088200     MOVE AR-R-WINDOW (AR-SUB) TO AR-R-L-WINDOW.
088300     MOVE AR-R-COUNT (AR-SUB) TO AR-R-L-COUNT.
088400     MOVE AR-R-FIRST-DATE (AR-SUB) TO AR-R-L-FIRST.
088500     MOVE AR-R-LAST-DATE (AR-SUB) TO AR-R-L-LAST.
088600     MOVE SPACES TO AR-R-L-PROFILE.
088700     MOVE AR-R-USER-ID (AR-SUB) TO AR-ACT-USER.
088800     MOVE ZERO TO AR-HIT-SUB.
088900     PERFORM 6200-FIND-PROFILE THRU 6200-EXIT
089000         VARYING AR-SUB2 FROM 1 BY 1
089100         UNTIL AR-SUB2 > AR-USER-COUNT OR AR-HIT-SUB > ZERO.
089200     IF AR-HIT-SUB = ZERO
089300         MOVE 'NO PROFILE' TO AR-R-L-PROFILE
089400     END-IF.
089500     WRITE AR-REPORT-RECORD FROM AR-REFUSE-LINE.
089600 6100-EXIT.
089700     EXIT.
089800******************************************************************
089900 6200-FIND-PROFILE        SECTION.
090000     IF AR-U-USER-ID (AR-SUB2) = AR-ACT-USER
090100         MOVE AR-SUB2 TO AR-HIT-SUB
090200     END-IF.
090300 6200-EXIT.
090400     EXIT.
090500******************************************************************
090600 7000-FINALIZE            SECTION.
090700     IF NOT AR-INIT-OK
090800         IF AR-USER-OK
090900             CLOSE USER-PROFILE-FILE
091000         END-IF
091100         GO TO 7000-EXIT
091200     END-IF.
091300     MOVE 'SUMMARY' TO AR-S-TITLE.
091400     WRITE AR-REPORT-RECORD FROM AR-SECTION-LINE.
091500     MOVE 'PROFILES READ:' TO AR-T-LABEL.
091600     MOVE AR-PROFILE-READ TO AR-T-COUNT.
091700     WRITE AR-REPORT-RECORD FROM AR-TOTAL-LINE.
091800     MOVE 'DORMANT PROFILES:' TO AR-T-LABEL.
091900     MOVE AR-DORMANT-TOTAL TO AR-T-COUNT.
092000     WRITE AR-REPORT-RECORD FROM AR-TOTAL-LINE.
092100     MOVE 'PROFILES DOWNGRADED:' TO AR-T-LABEL.
092200     MOVE AR-DOWNGRADE-TOTAL TO AR-T-COUNT.
092300     WRITE AR-REPORT-RECORD FROM AR-TOTAL-LINE.
092400     MOVE 'DOWNGRADES NOT MADE:' TO AR-T-LABEL.
092500     MOVE AR-DOWNGRADE-FAILED TO AR-T-COUNT.
092600     WRITE AR-REPORT-RECORD FROM AR-TOTAL-LINE.
092620     MOVE 'DOWNGRADES NOT JOURNALED:' TO AR-T-LABEL.
092640     MOVE AR-JRNL-FAILED TO AR-T-COUNT.
092660     WRITE AR-REPORT-RECORD FROM AR-TOTAL-LINE.
092700     MOVE 'AUDIT HISTORY RECORDS READ:' TO AR-T-LABEL.
092800     MOVE AR-AUDKEY-READ TO AR-T-COUNT.
092900     WRITE AR-REPORT-RECORD FROM AR-TOTAL-LINE.
093000     MOVE 'AUDIT LOG RECORDS READ:' TO AR-T-LABEL.
093100     MOVE AR-AUDIT-READ TO AR-T-COUNT.
093200     WRITE AR-REPORT-RECORD FROM AR-TOTAL-LINE.
093300     MOVE 'RECORDS WITH NO USER ID:' TO AR-T-LABEL.
093400     MOVE AR-NOUSER-READ TO AR-T-COUNT.
093500     WRITE AR-REPORT-RECORD FROM AR-TOTAL-LINE.
093600     MOVE 'RECORDS FOR IDS WITH NO PROFILE:' TO AR-T-LABEL.
093700     MOVE AR-NOPROF-READ TO AR-T-COUNT.
093800     WRITE AR-REPORT-RECORD FROM AR-TOTAL-LINE.
093900     MOVE 'REFUSED ACCESS ATTEMPTS:' TO AR-T-LABEL.
094000     MOVE AR-REFUSED-READ TO AR-T-COUNT.
094100     WRITE AR-REPORT-RECORD FROM AR-TOTAL-LINE.
094200     IF AR-OVERFLOW-COUNT > ZERO
094300         MOVE 'TABLE FULL - ENTRIES OMITTED:' TO AR-T-LABEL
094400         MOVE AR-OVERFLOW-COUNT TO AR-T-COUNT
094500         WRITE AR-REPORT-RECORD FROM AR-TOTAL-LINE
094600         DISPLAY 'ACCREV: TABLE FULL, ' AR-OVERFLOW-COUNT
094700             ' ENTRIES NOT REPORTED - SEE ACCRPT'
094800     END-IF.
094900     IF AR-DORMANT-TOTAL > ZERO
095000         DISPLAY 'ACCREV: ' AR-DORMANT-TOTAL
095100             ' DORMANT PROFILES - SEE ACCRPT'
095200     END-IF.
095300     CLOSE USER-PROFILE-FILE.
095400     IF AR-AUDKEY-AVAILABLE
095500         CLOSE AUDIT-KEY-FILE
095600     END-IF.
095700     IF AR-AUDIT-AVAILABLE
095800         CLOSE AUDIT-LOG-FILE
095900     END-IF.
096000     IF AR-REPAIR-MODE
096100         CLOSE JOURNAL-FILE
096200     END-IF.
096300     CLOSE ACC-REPORT-FILE.
096400 7000-EXIT.
096500     EXIT.
096600******************************************************************
096700*    JOB-STREAM CONTROL.  BEFORE ANY WORK IS DONE THE JOB LOOKS
096800*    ITSELF UP ON JOBDEF AND IS HELD UNLESS EVERY PREREQUISITE
096900*    SHOWS COMPLETE ON JOBSTAT FOR THE SAME BUSINESS DATE.  A JOB
097000*    NOT ON JOBDEF (OR NO JOBDEF AT ALL) RUNS UNCHECKED.  THE
097100*    START OR THE HOLD IS RECORDED ON JOBSTAT HERE AND THE FINAL
097200*    RESULT IN 9300, FOR THE JOBEXC MORNING EXCEPTION REPORT.
097300******************************************************************
097400 9000-START-JOB           SECTION.
097500     ACCEPT AR-JOB-DATE FROM DATE YYYYMMDD.
097600     ACCEPT AR-JOB-TIME FROM TIME.
097700     OPEN INPUT BUSDATE-FILE.
097800     IF AR-BUSDT-OK
097900         READ BUSDATE-FILE
098000             AT END
098100                 CONTINUE
098200             NOT AT END
098300                 MOVE BD-BUSINESS-DATE TO AR-JOB-BUS-DATE
098400         END-READ
098500         CLOSE BUSDATE-FILE
098600     END-IF.
098700     IF AR-JOB-BUS-DATE = ZERO
098800         MOVE AR-JOB-DATE TO AR-JOB-BUS-DATE
098900     END-IF.
099000     MOVE SPACES TO AR-HELD-FOR.
099100     OPEN I-O JOB-STATUS-FILE.
099200     IF NOT AR-JSTAT-OK
099300         CLOSE  JOB-STATUS-FILE
099400         OPEN OUTPUT JOB-STATUS-FILE
099500         CLOSE  JOB-STATUS-FILE
099600         OPEN I-O JOB-STATUS-FILE
099700     END-IF.
099800     IF NOT AR-JSTAT-OK
099900         DISPLAY 'ACCREV: JOBSTAT OPEN FAILED, STATUS='
100000             AR-JSTAT-STATUS
100100         MOVE 'JOBSTAT' TO AR-HELD-FOR
100200         GO TO 9000-EXIT
100300     END-IF.
100400     PERFORM 9100-CHECK-JOB-DEF THRU 9100-EXIT.
100500     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
100600     IF AR-HELD-FOR = SPACES
100700         MOVE 'S' TO JS-STATUS
100800         MOVE AR-JOB-DATE TO JS-START-DATE
100900         MOVE AR-JOB-TIME TO JS-START-TIME
101000         MOVE ZERO TO JS-END-DATE
101100         MOVE ZERO TO JS-END-TIME
101200         ADD 1 TO JS-RUN-COUNT
101300     ELSE
101400         DISPLAY 'ACCREV: RUN HELD - ' AR-HELD-FOR
101500             ' NOT COMPLETE FOR BUSINESS DATE ' AR-JOB-BUS-DATE
101600         MOVE 'H' TO JS-STATUS
101700         MOVE AR-JOB-DATE TO JS-END-DATE
101800         MOVE AR-JOB-TIME TO JS-END-TIME
101900     END-IF.
102000     MOVE AR-HELD-FOR TO JS-HELD-FOR.
102100     MOVE SPACES TO JS-FORCED-BY.
102200     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
102300     CLOSE JOB-STATUS-FILE.
102400 9000-EXIT.
102500     EXIT.
102600******************************************************************
102700 9100-CHECK-JOB-DEF       SECTION.
102800     MOVE 'N' TO AR-JDEF-SWITCH.
102900     MOVE 'N' TO AR-JDEF-EOF-SWITCH.
103000     OPEN INPUT JOB-DEF-FILE.
103100     IF NOT AR-JDEF-OK
103200         GO TO 9100-EXIT
103300     END-IF.
103400     PERFORM 9150-READ-JOB-DEF THRU 9150-EXIT
103500         UNTIL AR-JDEF-FOUND OR AR-JDEF-EOF.
103600     IF AR-JDEF-FOUND
103700         PERFORM 9200-CHECK-PREREQ THRU 9200-EXIT
103800             VARYING AR-PRQ-IX FROM 1 BY 1
103900             UNTIL AR-PRQ-IX > 5 OR AR-HELD-FOR NOT = SPACES
104000     END-IF.
104100     CLOSE JOB-DEF-FILE.
104200 9100-EXIT.
104300     EXIT.
104400******************************************************************
104500 9150-READ-JOB-DEF        SECTION.
104600     READ JOB-DEF-FILE
104700         AT END
104800             MOVE 'Y' TO AR-JDEF-EOF-SWITCH
104900         NOT AT END
105000             IF JD-JOB-NAME = 'ACCREV'
105100                 MOVE 'Y' TO AR-JDEF-SWITCH
105200             END-IF
105300     END-READ.
105400 9150-EXIT.
105500     EXIT.
105600******************************************************************
105700 9200-CHECK-PREREQ        SECTION.
105800     IF JD-PREREQ (AR-PRQ-IX) = SPACES
105900         GO TO 9200-EXIT
106000     END-IF.
106100     MOVE AR-JOB-BUS-DATE TO JS-BUS-DATE.
106200     MOVE JD-PREREQ (AR-PRQ-IX) TO JS-JOB-NAME.
106300     READ JOB-STATUS-FILE
106400         INVALID KEY
106500             MOVE JD-PREREQ (AR-PRQ-IX) TO AR-HELD-FOR
106600         NOT INVALID KEY
106700             IF NOT JS-COMPLETE
106800                 MOVE JD-PREREQ (AR-PRQ-IX) TO AR-HELD-FOR
106900             END-IF
107000     END-READ.
107100 9200-EXIT.
107200     EXIT.
107300******************************************************************
107400 9300-END-JOB             SECTION.
107500     ACCEPT AR-JOB-DATE FROM DATE YYYYMMDD.
107600     ACCEPT AR-JOB-TIME FROM TIME.
107700     OPEN I-O JOB-STATUS-FILE.
107800     IF NOT AR-JSTAT-OK
107900         DISPLAY 'ACCREV: JOBSTAT OPEN FAILED, STATUS='
108000             AR-JSTAT-STATUS
108100         GO TO 9300-EXIT
108200     END-IF.
108300     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
108400     MOVE AR-JOB-RESULT TO JS-STATUS.
108500     MOVE AR-JOB-DATE TO JS-END-DATE.
108600     MOVE AR-JOB-TIME TO JS-END-TIME.
108700     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
108800     CLOSE JOB-STATUS-FILE.
108900     IF AR-JOB-RESULT NOT = 'C'
109000         DISPLAY 'ACCREV: RUN FAILED FOR BUSINESS DATE '
109100             AR-JOB-BUS-DATE
109200     END-IF.
109300 9300-EXIT.
109400     EXIT.
109500******************************************************************
109600 9400-READ-JOB-STATUS     SECTION.
109700     MOVE AR-JOB-BUS-DATE TO JS-BUS-DATE.
109800     MOVE 'ACCREV' TO JS-JOB-NAME.
109900     READ JOB-STATUS-FILE
110000         INVALID KEY
110100             MOVE 'N' TO AR-JSTAT-SWITCH
110200         NOT INVALID KEY
110300             MOVE 'Y' TO AR-JSTAT-SWITCH
110400     END-READ.
110500     IF NOT AR-JSTAT-FOUND
110600         INITIALIZE JOB-STATUS-RECORD
110700         MOVE AR-JOB-BUS-DATE TO JS-BUS-DATE
110800         MOVE 'ACCREV' TO JS-JOB-NAME
110900     END-IF.
111000 9400-EXIT.
111100     EXIT.
111200******************************************************************
111300 9500-WRITE-JOB-STATUS    SECTION.
111400     IF AR-JSTAT-FOUND
111500         REWRITE JOB-STATUS-RECORD
111600     ELSE
111700         WRITE JOB-STATUS-RECORD
111800     END-IF.
111900 9500-EXIT.
112000     EXIT.
112100******************************************************************
