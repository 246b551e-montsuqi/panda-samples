000100 IDENTIFICATION      DIVISION.
000200 PROGRAM-ID.         PNDRPT.
000300 AUTHOR.             DATA PROCESSING.
000400 INSTALLATION.       LDCHANGE APPLICATIONS.
000500 DATE-WRITTEN.       2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    DATE        INIT   DESCRIPTION
001000*    2026-10-15  DPS    ORIGINAL PROGRAM.  NIGHTLY DUAL-CONTROL
001100*                       REPORT.  EXPIRES PENDCHG REQUESTS LEFT
001200*                       UNDECIDED LONGER THAN THE PNDPARM LIMIT,
001300*                       THEN LISTS EVERY REQUEST STILL PENDING
001400*                       AND EVERY ONE RAISED OR DECIDED ON THE
001500*                       CURRENT BUSINESS DATE -- WHO ASKED, WHO
001600*                       APPROVED OR REJECTED IT, AND WHEN -- WITH
001700*                       COUNTS BY OUTCOME.
001710*    2026-10-15  DPS    JOB-STREAM CONTROL.  THE RUN IS HELD
001720*                       UNLESS EVERY PREREQUISITE NAMED FOR THIS
001730*                       JOB ON JOBDEF HAS COMPLETED ON JOBSTAT
001740*                       FOR THE SAME BUSINESS DATE.  THE START,
001750*                       A HOLD AND THE FINAL RESULT ARE RECORDED
001760*                       ON JOBSTAT FOR THE JOBEXC MORNING REPORT.
001770*    2026-10-15  DPS    A PENDCHG NOT YET ON THE SYSTEM (NO
001780*                       REQUEST EVER RAISED) IS AN EMPTY RUN:
001790*                       THE REPORT SAYS SO AND THE JOB COMPLETES.
001800******************************************************************
001900 ENVIRONMENT         DIVISION.
002000 CONFIGURATION       SECTION.
002100 SOURCE-COMPUTER.    IBM-370.
002200 OBJECT-COMPUTER.    IBM-370.
002300 INPUT-OUTPUT        SECTION.
002400 FILE-CONTROL.
002500     SELECT  PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
002600             ORGANIZATION   IS  INDEXED
002700             ACCESS MODE    IS  SEQUENTIAL
002800             RECORD KEY     IS  PN-KEY
002900             FILE STATUS    IS  PR-PEND-STATUS.
003000     SELECT  PEND-REPORT-FILE   ASSIGN  TO  "PNDRPT"
003100             ORGANIZATION   IS  LINE SEQUENTIAL
003200             FILE STATUS    IS  PR-REPORT-STATUS.
003300     SELECT  BUSDATE-FILE       ASSIGN  TO  "BUSDATE"
003400             ORGANIZATION   IS  SEQUENTIAL
003500             FILE STATUS    IS  PR-BUSDT-STATUS.
003510     SELECT  JOB-DEF-FILE       ASSIGN  TO  "JOBDEF"
003520             ORGANIZATION   IS  LINE SEQUENTIAL
003530             FILE STATUS    IS  PR-JDEF-STATUS.
003540     SELECT  JOB-STATUS-FILE    ASSIGN  TO  "JOBSTAT"
003550             ORGANIZATION   IS  INDEXED
003560             ACCESS MODE    IS  RANDOM
003570             RECORD KEY     IS  JS-KEY
003580             FILE STATUS    IS  PR-JSTAT-STATUS.
003600     SELECT  PEND-PARM-FILE     ASSIGN  TO  "PNDPARM"
003700             ORGANIZATION   IS  LINE SEQUENTIAL
003800             FILE STATUS    IS  PR-PARM-STATUS.
003900******************************************************************
004000 DATA                DIVISION.
004100 FILE                SECTION.
004200 FD  PENDING-CHANGE-FILE
004300     LABEL RECORDS ARE STANDARD.
004400     COPY    "PENDREC".
004500 FD  PEND-REPORT-FILE
004600     LABEL RECORDS ARE STANDARD
004700     RECORDING MODE IS F.
004800 01  PR-REPORT-RECORD        PIC  X(80).
004900 FD  BUSDATE-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY    "BUSDTREC".
005110 FD  JOB-DEF-FILE
005120     LABEL RECORDS ARE STANDARD
005130     RECORDING MODE IS F.
005140     COPY    "JOBDEFRC".
005150 FD  JOB-STATUS-FILE
005160     LABEL RECORDS ARE STANDARD.
005170     COPY    "JOBSTRC".
005200 FD  PEND-PARM-FILE
005300     LABEL RECORDS ARE STANDARD
005400     RECORDING MODE IS F.
005500 01  PR-PARM-RECORD.
005600     05  PR-PM-EXPIRY-DAYS    PIC  9(03).
005700     05  FILLER               PIC  X(77).
005800******************************************************************
005900 WORKING-STORAGE     SECTION.
006000 77  PR-PEND-STATUS           PIC  X(02)     VALUE SPACES.
006100     88  PR-PEND-OK                          VALUE '00'.
006120     88  PR-PEND-MISSING                     VALUE '35'.
006140 77  PR-PEND-OPEN-SWITCH      PIC  X(01)     VALUE 'N'.
006160     88  PR-PEND-OPEN                        VALUE 'Y'.
006200 77  PR-REPORT-STATUS         PIC  X(02)     VALUE SPACES.
006300     88  PR-REPORT-OK                        VALUE '00'.
006400 77  PR-BUSDT-STATUS          PIC  X(02)     VALUE SPACES.
006500     88  PR-BUSDT-OK                         VALUE '00'.
006505 77  PR-JDEF-STATUS           PIC  X(02)     VALUE SPACES.
006510     88  PR-JDEF-OK                          VALUE '00'.
006515 77  PR-JSTAT-STATUS          PIC  X(02)     VALUE SPACES.
006520     88  PR-JSTAT-OK                         VALUE '00'.
006525 77  PR-JDEF-SWITCH           PIC  X(01)     VALUE 'N'.
006530     88  PR-JDEF-FOUND                       VALUE 'Y'.
006535 77  PR-JDEF-EOF-SWITCH       PIC  X(01)     VALUE 'N'.
006540     88  PR-JDEF-EOF                         VALUE 'Y'.
006545 77  PR-JSTAT-SWITCH          PIC  X(01)     VALUE 'N'.
006550     88  PR-JSTAT-FOUND                      VALUE 'Y'.
006555 77  PR-JOB-RESULT            PIC  X(01)     VALUE 'C'.
006560 77  PR-HELD-FOR              PIC  X(08)     VALUE SPACES.
006565 77  PR-JOB-BUS-DATE          PIC  9(08)     VALUE ZERO.
006570 77  PR-JOB-DATE              PIC  9(08)     VALUE ZERO.
006575 77  PR-JOB-TIME              PIC  9(08)     VALUE ZERO.
006580 77  PR-PRQ-IX                PIC  9(04)     COMP     VALUE ZERO.
006600 77  PR-PARM-STATUS           PIC  X(02)     VALUE SPACES.
006700     88  PR-PARM-OK                          VALUE '00'.
006800 77  PR-EOF-SWITCH            PIC  X(01)     VALUE 'N'.
006900     88  PR-END-OF-FILE                      VALUE 'Y'.
007000 77  PR-INIT-SWITCH           PIC  X(01)     VALUE 'N'.
007100     88  PR-INIT-OK                          VALUE 'Y'.
007200 77  PR-BUSINESS-DATE         PIC  9(08)     VALUE ZERO.
007300 77  PR-EXPIRY-DAYS           PIC  9(03)     VALUE 5.
007400 77  PR-AGE-DAYS              PIC S9(07)     COMP     VALUE ZERO.
007500 77  PR-BUS-SERIAL            PIC S9(09)     COMP     VALUE ZERO.
007600 77  PR-CONV-SERIAL           PIC S9(09)     COMP     VALUE ZERO.
007700 77  PR-CONV-YEAR             PIC  9(04)     COMP     VALUE ZERO.
007800 77  PR-LEAP4                 PIC  9(04)     COMP     VALUE ZERO.
007900 77  PR-LEAP100               PIC  9(04)     COMP     VALUE ZERO.
008000 77  PR-LEAP400               PIC  9(04)     COMP     VALUE ZERO.
008100 77  PR-CONV-BAD-SWITCH       PIC  X(01)     VALUE 'N'.
008200     88  PR-CONV-DATE-BAD                    VALUE 'Y'.
008300 77  PR-READ-COUNT            PIC  9(07)     COMP     VALUE ZERO.
008400 77  PR-LIST-COUNT            PIC  9(07)     COMP     VALUE ZERO.
008500 77  PR-RAISED-COUNT          PIC  9(07)     COMP     VALUE ZERO.
008600 77  PR-APPR-COUNT            PIC  9(07)     COMP     VALUE ZERO.
008700 77  PR-REJ-COUNT             PIC  9(07)     COMP     VALUE ZERO.
008800 77  PR-EXP-COUNT             PIC  9(07)     COMP     VALUE ZERO.
008900 77  PR-PEND-COUNT            PIC  9(07)     COMP     VALUE ZERO.
009000******************************************************************
009100*    DATE CONVERSION WORK AREAS.  8100-DATE-TO-SERIAL TURNS
009200*    PR-CONV-DATE (YYYYMMDD) INTO A DAY SERIAL SO TWO DATES CAN
009300*    BE DIFFERENCED IN DAYS.
009400******************************************************************
009500 01  PR-CONV-DATE-AREA.
009600     03  PR-CONV-DATE         PIC  9(08).
009700     03  FILLER               REDEFINES PR-CONV-DATE.
009800         05  PR-CONV-YY       PIC  9(04).
009900         05  PR-CONV-MM       PIC  9(02).
010000         05  PR-CONV-DD       PIC  9(02).
010100 01  PR-CUMDAYS-VALUE         PIC  X(36)     VALUE
010200     '000031059090120151181212243273304334'.
010300 01  PR-CUMDAYS-AREA          REDEFINES PR-CUMDAYS-VALUE.
010400     03  PR-CUMDAYS           PIC  9(03)     OCCURS 12 TIMES.
010500******************************************************************
010600*    REPORT LINES
010700******************************************************************
010800 01  PR-HEADING-1             PIC  X(80)     VALUE
010900     'LDCHANGE DUAL-CONTROL CHANGE REQUEST REPORT'.
011000 01  PR-HEADING-2.
011100     05  FILLER               PIC  X(15)     VALUE
011200         'BUSINESS DATE:'.
011300     05  PR-H2-BUS-DATE       PIC  9(08).
011400     05  FILLER               PIC  X(04)     VALUE SPACES.
011500     05  FILLER               PIC  X(21)     VALUE
011600         'PENDING EXPIRE AFTER'.
011700     05  PR-H2-EXPIRY-DAYS    PIC  ZZ9.
011800     05  FILLER               PIC  X(29)     VALUE
011900         ' DAYS'.
012000 01  PR-HEADING-3             PIC  X(80)     VALUE ALL '-'.
012030 01  PR-NONE-LINE             PIC  X(80)     VALUE
012060     '  NO CHANGE REQUESTS ON FILE'.
012100 01  PR-HEADING-4.
012200     05  FILLER               PIC  X(10)     VALUE ' FILE'.
012300     05  FILLER               PIC  X(11)     VALUE 'RECORD'.
012400     05  FILLER               PIC  X(07)     VALUE 'ACTION'.
012500     05  FILLER               PIC  X(09)     VALUE 'STATUS'.
012600     05  FILLER               PIC  X(11)     VALUE 'REQUESTED'.
012700     05  FILLER               PIC  X(09)     VALUE 'ON'.
012800     05  FILLER               PIC  X(11)     VALUE 'DECIDED BY'.
012900     05  FILLER               PIC  X(12)     VALUE 'ON'.
013000 01  PR-DETAIL-LINE.
013100     05  FILLER               PIC  X(01)     VALUE SPACES.
013200     05  PR-D-FILE            PIC  X(08).
013300     05  FILLER               PIC  X(01)     VALUE SPACES.
013400     05  PR-D-REC-KEY         PIC  X(10).
013500     05  FILLER               PIC  X(01)     VALUE SPACES.
013600     05  PR-D-ACTION          PIC  X(06).
013700     05  FILLER               PIC  X(01)     VALUE SPACES.
013800     05  PR-D-STATUS          PIC  X(08).
013900     05  FILLER               PIC  X(01)     VALUE SPACES.
014000     05  PR-D-REQ-USER        PIC  X(10).
014100     05  FILLER               PIC  X(01)     VALUE SPACES.
014200     05  PR-D-REQ-DATE        PIC  X(08).
014300     05  FILLER               PIC  X(01)     VALUE SPACES.
014400     05  PR-D-DEC-USER        PIC  X(10).
014500     05  FILLER               PIC  X(01)     VALUE SPACES.
014600     05  PR-D-DEC-DATE        PIC  X(08).
014700     05  FILLER               PIC  X(04)     VALUE SPACES.
014800 01  PR-TOTAL-LINE.
014900     05  FILLER               PIC  X(02)     VALUE SPACES.
015000     05  PR-T-LABEL           PIC  X(30).
015100     05  PR-T-COUNT           PIC  ZZZ,ZZ9.
015200     05  FILLER               PIC  X(41)     VALUE SPACES.
015300******************************************************************
015400 PROCEDURE           DIVISION.
015500 0000-MAINLINE            SECTION.
015520     PERFORM 9000-START-JOB THRU 9000-EXIT.
015540     IF PR-HELD-FOR NOT = SPACES
015560         STOP RUN
015580     END-IF.
015600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015700     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
015800         UNTIL PR-END-OF-FILE.
015900     PERFORM 3000-FINALIZE THRU 3000-EXIT.
015920     IF NOT PR-INIT-OK
015940         MOVE 'F' TO PR-JOB-RESULT
015960     END-IF.
015980     PERFORM 9300-END-JOB THRU 9300-EXIT.
016000     STOP RUN.
016100******************************************************************
016200 1000-INITIALIZE          SECTION.
016300     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT.
016400     PERFORM 1200-GET-EXPIRY-DAYS THRU 1200-EXIT.
016500     MOVE PR-BUSINESS-DATE TO PR-CONV-DATE.
016600     PERFORM 8100-DATE-TO-SERIAL THRU 8100-EXIT.
016700     MOVE PR-CONV-SERIAL TO PR-BUS-SERIAL.
016800     OPEN I-O PENDING-CHANGE-FILE.
016900     IF NOT PR-PEND-OK AND NOT PR-PEND-MISSING
017000         DISPLAY 'PNDRPT: PENDCHG OPEN FAILED, STATUS='
017100             PR-PEND-STATUS
017300         MOVE 'Y' TO PR-EOF-SWITCH
017400         GO TO 1000-EXIT
017500     END-IF.
017520     IF PR-PEND-OK
017540         MOVE 'Y' TO PR-PEND-OPEN-SWITCH
017560     END-IF.
017600     OPEN OUTPUT PEND-REPORT-FILE.
017700     MOVE PR-BUSINESS-DATE TO PR-H2-BUS-DATE.
017800     MOVE PR-EXPIRY-DAYS TO PR-H2-EXPIRY-DAYS.
017900     WRITE PR-REPORT-RECORD FROM PR-HEADING-1.
018000     WRITE PR-REPORT-RECORD FROM PR-HEADING-2.
018100     WRITE PR-REPORT-RECORD FROM PR-HEADING-3.
018200     WRITE PR-REPORT-RECORD FROM PR-HEADING-4.
018300     MOVE 'Y' TO PR-INIT-SWITCH.
018310     IF NOT PR-PEND-OPEN
018320         DISPLAY 'PNDRPT: NO CHANGE REQUESTS ON FILE'
018330         WRITE PR-REPORT-RECORD FROM PR-NONE-LINE
018340         MOVE 'Y' TO PR-EOF-SWITCH
018350         GO TO 1000-EXIT
018360     END-IF.
018400     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
018500 1000-EXIT.
018600     EXIT.
018700******************************************************************
018800 1100-GET-BUSINESS-DATE   SECTION.
018900     OPEN INPUT BUSDATE-FILE.
019000     IF PR-BUSDT-OK
019100         READ BUSDATE-FILE
019200             AT END
019300                 CONTINUE
019400             NOT AT END
019500                 MOVE BD-BUSINESS-DATE TO PR-BUSINESS-DATE
019600         END-READ
019700         CLOSE BUSDATE-FILE
019800     END-IF.
019900     IF PR-BUSINESS-DATE = ZERO
020000         ACCEPT PR-BUSINESS-DATE FROM DATE YYYYMMDD
020100     END-IF.
020200 1100-EXIT.
020300     EXIT.
020400******************************************************************
020500*    HOW MANY CALENDAR DAYS A REQUEST MAY WAIT FOR A DECISION
020600*    COMES FROM THE PNDPARM PARAMETER FILE.  ABSENT OR ZERO
020700*    LEAVES THE DEFAULT OF FIVE DAYS.
020800******************************************************************
020900 1200-GET-EXPIRY-DAYS     SECTION.
021000     OPEN INPUT PEND-PARM-FILE.
021100     IF PR-PARM-OK
021200         READ PEND-PARM-FILE
021300             AT END
021400                 CONTINUE
021500             NOT AT END
021600                 IF PR-PM-EXPIRY-DAYS NUMERIC
021700                     AND PR-PM-EXPIRY-DAYS > ZERO
021800                     MOVE PR-PM-EXPIRY-DAYS TO PR-EXPIRY-DAYS
021900                 END-IF
022000         END-READ
022100         CLOSE PEND-PARM-FILE
022200     END-IF.
022300 1200-EXIT.
022400     EXIT.
022500******************************************************************
022600*    ONE REQUEST.  A PENDING REQUEST OLDER THAN THE LIMIT IS
022700*    EXPIRED FIRST (DECIDED BY 'PNDRPT'); IT IS THEN LISTED IF IT
022800*    IS STILL PENDING OR WAS RAISED OR DECIDED TODAY.
022900******************************************************************
023000 2000-PROCESS-RECORDS     SECTION.
023100     ADD 1 TO PR-READ-COUNT.
023200     IF PN-PENDING
023300         PERFORM 2300-CHECK-EXPIRY THRU 2300-EXIT
023400     END-IF.
023500     IF PN-REQ-BUS-DATE = PR-BUSINESS-DATE
023600         ADD 1 TO PR-RAISED-COUNT
023700     END-IF.
023800     IF PN-DECIDE-BUS-DATE = PR-BUSINESS-DATE
023900         EVALUATE TRUE
024000             WHEN PN-APPROVED
024100                 ADD 1 TO PR-APPR-COUNT
024200             WHEN PN-REJECTED
024300                 ADD 1 TO PR-REJ-COUNT
024400             WHEN PN-EXPIRED
024500                 ADD 1 TO PR-EXP-COUNT
024600         END-EVALUATE
024700     END-IF.
024800     IF PN-PENDING
024900         ADD 1 TO PR-PEND-COUNT
025000     END-IF.
025100     IF PN-PENDING
025200         OR PN-REQ-BUS-DATE = PR-BUSINESS-DATE
025300         OR PN-DECIDE-BUS-DATE = PR-BUSINESS-DATE
025400         ADD 1 TO PR-LIST-COUNT
025500         PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT
025600     END-IF.
025700     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
025800 2000-EXIT.
025900     EXIT.
026000******************************************************************
026100 2100-READ-REQUEST        SECTION.
026200     READ PENDING-CHANGE-FILE NEXT RECORD
026300         AT END
026400             MOVE 'Y' TO PR-EOF-SWITCH
026500     END-READ.
026600 2100-EXIT.
026700     EXIT.
026800******************************************************************
026900 2200-WRITE-DETAIL        SECTION.
027000     IF PN-CUSTOMER-CHANGE
027100         MOVE 'CUSTOMER' TO PR-D-FILE
027200     ELSE
027300         MOVE 'USER' TO PR-D-FILE
027400     END-IF.
027500     MOVE PN-REC-KEY TO PR-D-REC-KEY.
027600     EVALUATE TRUE
027700         WHEN PN-ADD
027800             MOVE 'ADD' TO PR-D-ACTION
027900         WHEN PN-CHANGE
028000             MOVE 'CHANGE' TO PR-D-ACTION
028100         WHEN OTHER
028200             MOVE 'DELETE' TO PR-D-ACTION
028300     END-EVALUATE.
028400     EVALUATE TRUE
028500         WHEN PN-PENDING
028600             MOVE 'PENDING' TO PR-D-STATUS
028700         WHEN PN-APPROVED
028800             MOVE 'APPROVED' TO PR-D-STATUS
028900         WHEN PN-REJECTED
029000             MOVE 'REJECTED' TO PR-D-STATUS
029100         WHEN OTHER
029200             MOVE 'EXPIRED' TO PR-D-STATUS
029300     END-EVALUATE.
029400     MOVE PN-REQ-USER TO PR-D-REQ-USER.
029500     MOVE PN-REQ-BUS-DATE TO PR-D-REQ-DATE.
029600     IF PN-PENDING
029700         MOVE SPACES TO PR-D-DEC-USER
029800         MOVE SPACES TO PR-D-DEC-DATE
029900     ELSE
030000         MOVE PN-DECIDE-USER TO PR-D-DEC-USER
030100         MOVE PN-DECIDE-BUS-DATE TO PR-D-DEC-DATE
030200     END-IF.
030300     WRITE PR-REPORT-RECORD FROM PR-DETAIL-LINE.
030400 2200-EXIT.
030500     EXIT.
030600******************************************************************
030700*    AGE IS COUNTED IN CALENDAR DAYS FROM THE BUSINESS DATE THE
030800*    REQUEST WAS RAISED ON.  A REQUEST WITH AN UNREADABLE DATE IS
030900*    LEFT PENDING FOR A SUPERVISOR TO DECIDE.
031000******************************************************************
031100 2300-CHECK-EXPIRY        SECTION.
031200     MOVE PN-REQ-BUS-DATE TO PR-CONV-DATE.
031300     PERFORM 8100-DATE-TO-SERIAL THRU 8100-EXIT.
031400     IF PR-CONV-DATE-BAD
031500         GO TO 2300-EXIT
031600     END-IF.
031700     COMPUTE PR-AGE-DAYS = PR-BUS-SERIAL - PR-CONV-SERIAL.
031800     IF PR-AGE-DAYS NOT > PR-EXPIRY-DAYS
031900         GO TO 2300-EXIT
032000     END-IF.
032100     MOVE 'X' TO PN-STATUS.
032200     MOVE 'PNDRPT' TO PN-DECIDE-USER.
032300     ACCEPT PN-DECIDE-DATE FROM DATE YYYYMMDD.
032400     ACCEPT PN-DECIDE-TIME FROM TIME.
032500     MOVE PR-BUSINESS-DATE TO PN-DECIDE-BUS-DATE.
032600     REWRITE PENDING-CHANGE-RECORD.
032700     IF NOT PR-PEND-OK
032800         DISPLAY 'PNDRPT: PENDCHG REWRITE FAILED, STATUS='
032900             PR-PEND-STATUS ' KEY=' PN-KEY
033000     END-IF.
033100 2300-EXIT.
033200     EXIT.
033300******************************************************************
033400 3000-FINALIZE            SECTION.
033500     IF NOT PR-INIT-OK
033600         GO TO 3000-EXIT
033700     END-IF.
033800     WRITE PR-REPORT-RECORD FROM PR-HEADING-3.
033900     MOVE 'REQUESTED TODAY:' TO PR-T-LABEL.
034000     MOVE PR-RAISED-COUNT TO PR-T-COUNT.
034100     WRITE PR-REPORT-RECORD FROM PR-TOTAL-LINE.
034200     MOVE 'APPROVED TODAY:' TO PR-T-LABEL.
034300     MOVE PR-APPR-COUNT TO PR-T-COUNT.
034400     WRITE PR-REPORT-RECORD FROM PR-TOTAL-LINE.
034500     MOVE 'REJECTED TODAY:' TO PR-T-LABEL.
034600     MOVE PR-REJ-COUNT TO PR-T-COUNT.
034700     WRITE PR-REPORT-RECORD FROM PR-TOTAL-LINE.
034800     MOVE 'EXPIRED TODAY:' TO PR-T-LABEL.
034900     MOVE PR-EXP-COUNT TO PR-T-COUNT.
035000     WRITE PR-REPORT-RECORD FROM PR-TOTAL-LINE.
035100     MOVE 'STILL PENDING:' TO PR-T-LABEL.
035200     MOVE PR-PEND-COUNT TO PR-T-COUNT.
035300     WRITE PR-REPORT-RECORD FROM PR-TOTAL-LINE.
035400     MOVE 'REQUESTS ON FILE:' TO PR-T-LABEL.
035500     MOVE PR-READ-COUNT TO PR-T-COUNT.
035600     WRITE PR-REPORT-RECORD FROM PR-TOTAL-LINE.
035650     IF PR-PEND-OPEN
035700         CLOSE PENDING-CHANGE-FILE
035750     END-IF.
035800     CLOSE PEND-REPORT-FILE.
035900     DISPLAY 'PNDRPT: REQUESTS LISTED ' PR-LIST-COUNT
036000         ' EXPIRED TODAY ' PR-EXP-COUNT.
036100 3000-EXIT.
036200     EXIT.
036300******************************************************************
036400 8100-DATE-TO-SERIAL      SECTION.
036500     MOVE 'N' TO PR-CONV-BAD-SWITCH.
036600     IF PR-CONV-MM < 01 OR PR-CONV-MM > 12
036700         OR PR-CONV-DD < 01 OR PR-CONV-DD > 31
036800         MOVE 'Y' TO PR-CONV-BAD-SWITCH
036900         MOVE ZERO TO PR-CONV-SERIAL
037000         GO TO 8100-EXIT
037100     END-IF.
037200     IF PR-CONV-MM > 2
037300         MOVE PR-CONV-YY TO PR-CONV-YEAR
037400     ELSE
037500         COMPUTE PR-CONV-YEAR = PR-CONV-YY - 1
037600     END-IF.
037700     DIVIDE PR-CONV-YEAR BY 4 GIVING PR-LEAP4.
037800     DIVIDE PR-CONV-YEAR BY 100 GIVING PR-LEAP100.
037900     DIVIDE PR-CONV-YEAR BY 400 GIVING PR-LEAP400.
038000     COMPUTE PR-CONV-SERIAL = PR-CONV-YY * 365
038100         + PR-LEAP4
038200         - PR-LEAP100
038300         + PR-LEAP400
038400         + PR-CUMDAYS (PR-CONV-MM)
038500         + PR-CONV-DD.
038600 8100-EXIT.
038700     EXIT.
038800******************************************************************
038900*    JOB-STREAM CONTROL.  BEFORE ANY WORK IS DONE THE JOB LOOKS
039000*    ITSELF UP ON JOBDEF AND IS HELD UNLESS EVERY PREREQUISITE
039100*    SHOWS COMPLETE ON JOBSTAT FOR THE SAME BUSINESS DATE.  A JOB
039200*    NOT ON JOBDEF (OR NO JOBDEF AT ALL) RUNS UNCHECKED.  THE
039300*    START OR THE HOLD IS RECORDED ON JOBSTAT HERE AND THE FINAL
039400*    RESULT IN 9300, FOR THE JOBEXC MORNING EXCEPTION REPORT.
039500******************************************************************
039600 9000-START-JOB           SECTION.
039700     ACCEPT PR-JOB-DATE FROM DATE YYYYMMDD.
039800     ACCEPT PR-JOB-TIME FROM TIME.
039900     OPEN INPUT BUSDATE-FILE.
040000     IF PR-BUSDT-OK
040100         READ BUSDATE-FILE
040200             AT END
040300                 CONTINUE
040400             NOT AT END
040500                 MOVE BD-BUSINESS-DATE TO PR-JOB-BUS-DATE
040600         END-READ
040700         CLOSE BUSDATE-FILE
040800     END-IF.
040900     IF PR-JOB-BUS-DATE = ZERO
041000         MOVE PR-JOB-DATE TO PR-JOB-BUS-DATE
041100     END-IF.
041200     MOVE SPACES TO PR-HELD-FOR.
041300     OPEN I-O JOB-STATUS-FILE.
041400     IF NOT PR-JSTAT-OK
041500         CLOSE  JOB-STATUS-FILE
041600         OPEN OUTPUT JOB-STATUS-FILE
041700         CLOSE  JOB-STATUS-FILE
041800         OPEN I-O JOB-STATUS-FILE
041900     END-IF.
042000     IF NOT PR-JSTAT-OK
042100         DISPLAY 'PNDRPT: JOBSTAT OPEN FAILED, STATUS='
042200             PR-JSTAT-STATUS
042300         MOVE 'JOBSTAT' TO PR-HELD-FOR
042400         GO TO 9000-EXIT
042500     END-IF.
042600     PERFORM 9100-CHECK-JOB-DEF THRU 9100-EXIT.
042700     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
042800     IF PR-HELD-FOR = SPACES
042900         MOVE 'S' TO JS-STATUS
043000         MOVE PR-JOB-DATE TO JS-START-DATE
043100         MOVE PR-JOB-TIME TO JS-START-TIME
043200         MOVE ZERO TO JS-END-DATE
043300         MOVE ZERO TO JS-END-TIME
043400         ADD 1 TO JS-RUN-COUNT
043500     ELSE
043600         DISPLAY 'PNDRPT: RUN HELD - ' PR-HELD-FOR
043700             ' NOT COMPLETE FOR BUSINESS DATE ' PR-JOB-BUS-DATE
043800         MOVE 'H' TO JS-STATUS
043900         MOVE PR-JOB-DATE TO JS-END-DATE
044000         MOVE PR-JOB-TIME TO JS-END-TIME
044100     END-IF.
044200     MOVE PR-HELD-FOR TO JS-HELD-FOR.
044300     MOVE SPACES TO JS-FORCED-BY.
044400     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
044500     CLOSE JOB-STATUS-FILE.
044600 9000-EXIT.
044700     EXIT.
044800******************************************************************
044900 9100-CHECK-JOB-DEF       SECTION.
045000     MOVE 'N' TO PR-JDEF-SWITCH.
045100     MOVE 'N' TO PR-JDEF-EOF-SWITCH.
045200     OPEN INPUT JOB-DEF-FILE.
045300     IF NOT PR-JDEF-OK
045400         GO TO 9100-EXIT
045500     END-IF.
045600     PERFORM 9150-READ-JOB-DEF THRU 9150-EXIT
045700         UNTIL PR-JDEF-FOUND OR PR-JDEF-EOF.
045800     IF PR-JDEF-FOUND
045900         PERFORM 9200-CHECK-PREREQ THRU 9200-EXIT
046000             VARYING PR-PRQ-IX FROM 1 BY 1
046100             UNTIL PR-PRQ-IX > 5 OR PR-HELD-FOR NOT = SPACES
046200     END-IF.
046300     CLOSE JOB-DEF-FILE.
046400 9100-EXIT.
046500     EXIT.
046600******************************************************************
046700 9150-READ-JOB-DEF        SECTION.
046800     READ JOB-DEF-FILE
046900         AT END
047000             MOVE 'Y' TO PR-JDEF-EOF-SWITCH
047100         NOT AT END
047200             IF JD-JOB-NAME = 'PNDRPT'
047300                 MOVE 'Y' TO PR-JDEF-SWITCH
047400             END-IF
047500     END-READ.
047600 9150-EXIT.
047700     EXIT.
047800******************************************************************
047900 9200-CHECK-PREREQ        SECTION.
048000     IF JD-PREREQ (PR-PRQ-IX) = SPACES
048100         GO TO 9200-EXIT
048200     END-IF.
048300     MOVE PR-JOB-BUS-DATE TO JS-BUS-DATE.
048400     MOVE JD-PREREQ (PR-PRQ-IX) TO JS-JOB-NAME.
048500     READ JOB-STATUS-FILE
048600         INVALID KEY
048700             MOVE JD-PREREQ (PR-PRQ-IX) TO PR-HELD-FOR
048800         NOT INVALID KEY
048900             IF NOT JS-COMPLETE
049000                 MOVE JD-PREREQ (PR-PRQ-IX) TO PR-HELD-FOR
049100             END-IF
049200     END-READ.
049300 9200-EXIT.
049400     EXIT.
049500******************************************************************
049600 9300-END-JOB             SECTION.
049700     ACCEPT PR-JOB-DATE FROM DATE YYYYMMDD.
049800     ACCEPT PR-JOB-TIME FROM TIME.
049900     OPEN I-O JOB-STATUS-FILE.
050000     IF NOT PR-JSTAT-OK
050100         DISPLAY 'PNDRPT: JOBSTAT OPEN FAILED, STATUS='
050200             PR-JSTAT-STATUS
050300         GO TO 9300-EXIT
050400     END-IF.
050500     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
050600     MOVE PR-JOB-RESULT TO JS-STATUS.
050700     MOVE PR-JOB-DATE TO JS-END-DATE.
050800     MOVE PR-JOB-TIME TO JS-END-TIME.
050900     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
051000     CLOSE JOB-STATUS-FILE.
051100     IF PR-JOB-RESULT NOT = 'C'
051200         DISPLAY 'PNDRPT: RUN FAILED FOR BUSINESS DATE '
051300             PR-JOB-BUS-DATE
051400     END-IF.
051500 9300-EXIT.
051600     EXIT.
051700******************************************************************
051800 9400-READ-JOB-STATUS     SECTION.
051900     MOVE PR-JOB-BUS-DATE TO JS-BUS-DATE.
052000     MOVE 'PNDRPT' TO JS-JOB-NAME.
052100     READ JOB-STATUS-FILE
052200         INVALID KEY
052300             MOVE 'N' TO PR-JSTAT-SWITCH
052400         NOT INVALID KEY
052500             MOVE 'Y' TO PR-JSTAT-SWITCH
052600     END-READ.
052700     IF NOT PR-JSTAT-FOUND
052800         INITIALIZE JOB-STATUS-RECORD
052900         MOVE PR-JOB-BUS-DATE TO JS-BUS-DATE
053000         MOVE 'PNDRPT' TO JS-JOB-NAME
053100     END-IF.
053200 9400-EXIT.
053300     EXIT.
053400******************************************************************
053500 9500-WRITE-JOB-STATUS    SECTION.
053600     IF PR-JSTAT-FOUND
053700         REWRITE JOB-STATUS-RECORD
053800     ELSE
053900         WRITE JOB-STATUS-RECORD
054000     END-IF.
054100 9500-EXIT.
054200     EXIT.
054300******************************************************************
