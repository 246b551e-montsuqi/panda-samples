000100 IDENTIFICATION      DIVISION.
000200 PROGRAM-ID.         STOPOST.
000300 AUTHOR.             DATA PROCESSING.
000400 INSTALLATION.       LDCHANGE APPLICATIONS.
000500 DATE-WRITTEN.       2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    DATE        INIT   DESCRIPTION
001000*    2026-10-15  DPS    ORIGINAL PROGRAM.  NIGHTLY STANDING-ORDER
001100*                       POSTING.  EVERY ACTIVE INSTRUCTION ON THE
001200*                       STOINST FILE THAT FALLS DUE ON OR BEFORE
001300*                       THE BUSINESS DATE IS POSTED AS AN ORDINARY
001400*                       TRANSACTION WITH THE SAME EDITS, LIMIT
001500*                       CHECK, EXTQ QUEUEING AND ENTJRNL
001600*                       JOURNALING AS TXNLOAD.  A DUE DATE ON A
001700*                       BUSCAL WEEKEND OR HOLIDAY IS POSTED ON THE
001800*                       NEXT BUSINESS DAY.  REJECTS GO TO TXNERR
001900*                       IN THE TXNIN LAYOUT, SO TXNFIX CAN REPAIR
002000*                       AND RECYCLE THEM.  A CONTROL REPORT IS
002100*                       PRINTED TO STORPT.
002110*    2026-10-15  DPS    JOB-STREAM CONTROL.  THE RUN IS HELD
002120*                       UNLESS EVERY PREREQUISITE NAMED FOR THIS
002130*                       JOB ON JOBDEF HAS COMPLETED ON JOBSTAT
002140*                       FOR THE SAME BUSINESS DATE.  THE START,
002150*                       A HOLD AND THE FINAL RESULT ARE RECORDED
002160*                       ON JOBSTAT FOR THE JOBEXC MORNING REPORT.
002170*    2026-10-15  DPS    STOINST IS CREATED EMPTY WHEN IT IS NOT
002180*                       YET ON THE SYSTEM, SO A SITE WITH NO
002190*                       STANDING ORDERS COMPLETES NORMALLY.
002191*    2026-10-15  DPS    A MASTER THAT CANNOT BE UPDATED AFTER ITS
002192*                       DETAIL IS WRITTEN NO LONGER SENDS THE
002193*                       OCCURRENCE TO TXNERR, WHERE A TXNFIX
002194*                       RESUBMIT WOULD POST IT TWICE.  IT IS
002195*                       REPORTED ON ITS OWN AND THE RUN ENDS 'F'.
002200******************************************************************
002300 ENVIRONMENT         DIVISION.
002400 CONFIGURATION       SECTION.
002500 SOURCE-COMPUTER.    IBM-370.
002600 OBJECT-COMPUTER.    IBM-370.
002700 INPUT-OUTPUT        SECTION.
002800 FILE-CONTROL.
002900     SELECT  STANDING-ORDER-FILE ASSIGN TO "STOINST"
003000             ORGANIZATION   IS  INDEXED
003100             ACCESS MODE    IS  DYNAMIC
003200             RECORD KEY     IS  SO-KEY
003300             FILE STATUS    IS  SP-STO-STATUS.
003400     SELECT  ENTRY-MASTER-FILE  ASSIGN  TO  "ENTRYMS"
003500             ORGANIZATION   IS  INDEXED
003600             ACCESS MODE    IS  DYNAMIC
003700             RECORD KEY     IS  EM-KEY
003800             FILE STATUS    IS  SP-ENTRY-STATUS.
003900     SELECT  ENTRY-DETAIL-FILE  ASSIGN  TO  "ENTRYDT"
004000             ORGANIZATION   IS  INDEXED
004100             ACCESS MODE    IS  DYNAMIC
004200             RECORD KEY     IS  ED-KEY
004300             FILE STATUS    IS  SP-DETAIL-STATUS.
004400     SELECT  TXN-ERROR-FILE     ASSIGN  TO  "TXNERR"
004500             ORGANIZATION   IS  LINE SEQUENTIAL
004600             FILE STATUS    IS  SP-ERROR-STATUS.
004700     SELECT  STO-REPORT-FILE    ASSIGN  TO  "STORPT"
004800             ORGANIZATION   IS  LINE SEQUENTIAL
004900             FILE STATUS    IS  SP-REPORT-STATUS.
005000     SELECT  BUSDATE-FILE       ASSIGN  TO  "BUSDATE"
005100             ORGANIZATION   IS  SEQUENTIAL
005200             FILE STATUS    IS  SP-BUSDT-STATUS.
005210     SELECT  JOB-DEF-FILE       ASSIGN  TO  "JOBDEF"
005220             ORGANIZATION   IS  LINE SEQUENTIAL
005230             FILE STATUS    IS  SP-JDEF-STATUS.
005240     SELECT  JOB-STATUS-FILE    ASSIGN  TO  "JOBSTAT"
005250             ORGANIZATION   IS  INDEXED
005260             ACCESS MODE    IS  RANDOM
005270             RECORD KEY     IS  JS-KEY
005280             FILE STATUS    IS  SP-JSTAT-STATUS.
005300     SELECT  PERIOD-CTL-FILE    ASSIGN  TO  "PERCTL"
005400             ORGANIZATION   IS  SEQUENTIAL
005500             FILE STATUS    IS  SP-PERCTL-STATUS.
005600     SELECT  CALENDAR-FILE      ASSIGN  TO  "BUSCAL"
005700             ORGANIZATION   IS  INDEXED
005800             ACCESS MODE    IS  DYNAMIC
005900             RECORD KEY     IS  CA-DATE
006000             FILE STATUS    IS  SP-CAL-STATUS.
006100     SELECT  CUSTOMER-REF-FILE  ASSIGN  TO  "CUSTMS"
006200             ORGANIZATION   IS  INDEXED
006300             ACCESS MODE    IS  DYNAMIC
006400             RECORD KEY     IS  CU-CUST-CODE
006500             FILE STATUS    IS  SP-CUST-STATUS.
006600     SELECT  EXT-QUEUE-FILE     ASSIGN  TO  "EXTQ"
006700             ORGANIZATION   IS  INDEXED
006800             ACCESS MODE    IS  DYNAMIC
006900             RECORD KEY     IS  XQ-KEY
007000             FILE STATUS    IS  SP-EXTQ-STATUS.
007100     SELECT  JOURNAL-FILE       ASSIGN  TO  "ENTJRNL"
007200             ORGANIZATION   IS  SEQUENTIAL
007300             FILE STATUS    IS  SP-JRNL-STATUS.
007400     SELECT  LIMIT-PARM-FILE    ASSIGN  TO  "LIMPARM"
007500             ORGANIZATION   IS  LINE SEQUENTIAL
007600             FILE STATUS    IS  SP-LIMPARM-STATUS.
007700     SELECT  LIMIT-EXCP-FILE    ASSIGN  TO  "LIMEXCP"
007800             ORGANIZATION   IS  SEQUENTIAL
007900             FILE STATUS    IS  SP-LIMEX-STATUS.
008000******************************************************************
008100 DATA                DIVISION.
008200 FILE                SECTION.
008300 FD  STANDING-ORDER-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY    "STOREC".
008600 FD  ENTRY-MASTER-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY    "ENTRYREC".
008900 FD  ENTRY-DETAIL-FILE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY    "ENTRYDTL".
009200 FD  TXN-ERROR-FILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORDING MODE IS F.
009500 01  SP-ERROR-RECORD.
009600     05  SP-E-REASON          PIC  X(02).
009700     05  FILLER               PIC  X(01).
009800     05  SP-E-REJ-DATE        PIC  9(08).
009900     05  FILLER               PIC  X(01).
010000     05  SP-E-DATA            PIC  X(80).
010100 FD  STO-REPORT-FILE
010200     LABEL RECORDS ARE STANDARD
010300     RECORDING MODE IS F.
010400 01  SP-REPORT-RECORD        PIC  X(80).
010500 FD  BUSDATE-FILE
010600     LABEL RECORDS ARE STANDARD.
010700     COPY    "BUSDTREC".
010710 FD  JOB-DEF-FILE
010720     LABEL RECORDS ARE STANDARD
010730     RECORDING MODE IS F.
010740     COPY    "JOBDEFRC".
010750 FD  JOB-STATUS-FILE
010760     LABEL RECORDS ARE STANDARD.
010770     COPY    "JOBSTRC".
010800 FD  PERIOD-CTL-FILE
010900     LABEL RECORDS ARE STANDARD.
011000     COPY    "PERCTLRC".
011100 FD  CALENDAR-FILE
011200     LABEL RECORDS ARE STANDARD.
011300     COPY    "CALREC".
011400 FD  CUSTOMER-REF-FILE
011500     LABEL RECORDS ARE STANDARD.
011600     COPY    "CUSTREC".
011700 FD  EXT-QUEUE-FILE
011800     LABEL RECORDS ARE STANDARD.
011900     COPY    "EXTQREC".
012000 FD  JOURNAL-FILE
012100     LABEL RECORDS ARE STANDARD.
012200     COPY    "JRNLREC".
012300 FD  LIMIT-PARM-FILE
012400     LABEL RECORDS ARE STANDARD
012500     RECORDING MODE IS F.
012600 01  SP-LIMPARM-RECORD.
012700     05  SP-LP-DEFAULT        PIC  9(07)V99.
012800     05  FILLER               PIC  X(71).
012900 FD  LIMIT-EXCP-FILE
013000     LABEL RECORDS ARE STANDARD.
013100     COPY    "LIMEXREC".
013200******************************************************************
013300 WORKING-STORAGE     SECTION.
013400 77  SP-STO-STATUS            PIC  X(02)     VALUE SPACES.
013500     88  SP-STO-OK                           VALUE '00'.
013600 77  SP-STO-OPEN-SWITCH       PIC  X(01)     VALUE 'N'.
013700     88  SP-STO-OPEN                         VALUE 'Y'.
013710 77  SP-EXTQ-OPEN-SWITCH      PIC  X(01)     VALUE 'N'.
013720     88  SP-EXTQ-OPEN                        VALUE 'Y'.
013730 77  SP-JRNL-OPEN-SWITCH      PIC  X(01)     VALUE 'N'.
013740     88  SP-JRNL-OPEN                        VALUE 'Y'.
013750 77  SP-LIMEX-OPEN-SWITCH     PIC  X(01)     VALUE 'N'.
013760     88  SP-LIMEX-OPEN                       VALUE 'Y'.
013800 77  SP-ENTRY-STATUS          PIC  X(02)     VALUE SPACES.
013900     88  SP-ENTRY-OK                         VALUE '00'.
014000 77  SP-DETAIL-STATUS         PIC  X(02)     VALUE SPACES.
014100     88  SP-DETAIL-OK                        VALUE '00'.
014200 77  SP-ERROR-STATUS          PIC  X(02)     VALUE SPACES.
014300     88  SP-ERROR-OK                         VALUE '00'.
014400 77  SP-REPORT-STATUS         PIC  X(02)     VALUE SPACES.
014500     88  SP-REPORT-OK                        VALUE '00'.
014600 77  SP-EOF-SWITCH            PIC  X(01)     VALUE 'N'.
014700     88  SP-END-OF-FILE                      VALUE 'Y'.
014800 77  SP-INIT-SWITCH           PIC  X(01)     VALUE 'N'.
014900     88  SP-INIT-OK                          VALUE 'Y'.
015000 77  SP-FOUND-SWITCH          PIC  X(01)     VALUE 'N'.
015100     88  SP-MASTER-FOUND                     VALUE 'Y'.
015130 77  SP-MAST-FAIL-SWITCH      PIC  X(01)     VALUE 'N'.
015160     88  SP-MASTER-FAILED                    VALUE 'Y'.
015200 77  SP-REASON-CODE           PIC  X(02)     VALUE SPACES.
015300     88  SP-TXN-ACCEPTED                     VALUE SPACES.
015400 77  SP-INST-READ-COUNT       PIC  9(07)     COMP     VALUE ZERO.
015500 77  SP-POST-COUNT            PIC  9(07)     COMP     VALUE ZERO.
015600 77  SP-REJECT-COUNT          PIC  9(07)     COMP     VALUE ZERO.
015700 77  SP-ENDED-COUNT           PIC  9(07)     COMP     VALUE ZERO.
015800 77  SP-BAD-INST-COUNT        PIC  9(07)     COMP     VALUE ZERO.
015850 77  SP-MAST-FAIL-COUNT       PIC  9(07)     COMP     VALUE ZERO.
015900 77  SP-POST-TOTAL            PIC S9(11)V99  COMP-3   VALUE ZERO.
016000 77  SP-RUN-DATE              PIC  9(08)     VALUE ZERO.
016100 77  SP-RUN-TIME              PIC  9(08)     VALUE ZERO.
016200 77  SP-BUSDT-STATUS          PIC  X(02)     VALUE SPACES.
016300     88  SP-BUSDT-OK                         VALUE '00'.
016305 77  SP-JDEF-STATUS           PIC  X(02)     VALUE SPACES.
016310     88  SP-JDEF-OK                          VALUE '00'.
016315 77  SP-JSTAT-STATUS          PIC  X(02)     VALUE SPACES.
016320     88  SP-JSTAT-OK                         VALUE '00'.
016325 77  SP-JDEF-SWITCH           PIC  X(01)     VALUE 'N'.
016330     88  SP-JDEF-FOUND                       VALUE 'Y'.
016335 77  SP-JDEF-EOF-SWITCH       PIC  X(01)     VALUE 'N'.
016340     88  SP-JDEF-EOF                         VALUE 'Y'.
016345 77  SP-JSTAT-SWITCH          PIC  X(01)     VALUE 'N'.
016350     88  SP-JSTAT-FOUND                      VALUE 'Y'.
016355 77  SP-JOB-RESULT            PIC  X(01)     VALUE 'C'.
016360 77  SP-HELD-FOR              PIC  X(08)     VALUE SPACES.
016365 77  SP-JOB-BUS-DATE          PIC  9(08)     VALUE ZERO.
016370 77  SP-JOB-DATE              PIC  9(08)     VALUE ZERO.
016375 77  SP-JOB-TIME              PIC  9(08)     VALUE ZERO.
016380 77  SP-PRQ-IX                PIC  9(04)     COMP     VALUE ZERO.
016400 77  SP-BUSINESS-DATE         PIC  9(08)     VALUE ZERO.
016500 77  SP-PERCTL-STATUS         PIC  X(02)     VALUE SPACES.
016600     88  SP-PERCTL-OK                        VALUE '00'.
016700 77  SP-CLOSED-THRU           PIC  9(08)     VALUE ZERO.
016800 77  SP-CAL-STATUS            PIC  X(02)     VALUE SPACES.
016900     88  SP-CAL-OK                           VALUE '00'.
017000 77  SP-CAL-AVAIL-SWITCH      PIC  X(01)     VALUE 'N'.
017100     88  SP-CAL-AVAILABLE                    VALUE 'Y'.
017200 77  SP-CUST-STATUS           PIC  X(02)     VALUE SPACES.
017300     88  SP-CUST-OK                          VALUE '00'.
017400 77  SP-CUST-AVAIL-SWITCH     PIC  X(01)     VALUE 'N'.
017500     88  SP-CUST-AVAILABLE                   VALUE 'Y'.
017600 77  SP-EXTQ-STATUS           PIC  X(02)     VALUE SPACES.
017700     88  SP-EXTQ-OK                          VALUE '00'.
017800 77  SP-JRNL-STATUS           PIC  X(02)     VALUE SPACES.
017900     88  SP-JRNL-OK                          VALUE '00'.
018000 77  SP-LIMPARM-STATUS        PIC  X(02)     VALUE SPACES.
018100     88  SP-LIMPARM-OK                       VALUE '00'.
018200 77  SP-LIMEX-STATUS          PIC  X(02)     VALUE SPACES.
018300     88  SP-LIMEX-OK                         VALUE '00'.
018400 77  SP-DEFAULT-LIMIT         PIC  S9(07)V99          VALUE ZERO.
018500 77  SP-CUST-LIMIT            PIC  S9(07)V99          VALUE ZERO.
018600 77  SP-EFF-LIMIT             PIC  S9(07)V99          VALUE ZERO.
018700 77  SP-NEW-BALANCE           PIC  S9(07)V99          VALUE ZERO.
018800 77  SP-JRNL-FILE             PIC  X(01)     VALUE SPACE.
018900 77  SP-JRNL-ACTION           PIC  X(01)     VALUE SPACE.
019000 77  SP-JRNL-KEY              PIC  X(15)     VALUE SPACES.
019100 01  SP-JRNL-BEFORE           PIC  X(120)    VALUE SPACES.
019200 01  SP-JRNL-AFTER            PIC  X(120)    VALUE SPACES.
019300 01  SP-JRNL-MAST-BEF         PIC  X(120)    VALUE SPACES.
019400 77  SP-INST-VALID-SWITCH     PIC  X(01)     VALUE 'N'.
019500     88  SP-INST-VALID                       VALUE 'Y'.
019600 77  SP-BUS-DAY-SWITCH        PIC  X(01)     VALUE 'N'.
019700     88  SP-IS-BUSINESS-DAY                  VALUE 'Y'.
019800 77  SP-DAY-NORMAL-SWITCH     PIC  X(01)     VALUE 'N'.
019900     88  SP-DAY-NORMAL                       VALUE 'Y'.
020000 77  SP-ROLL-COUNT            PIC  9(03)     COMP    VALUE ZERO.
020100 77  SP-EFF-DATE              PIC  9(08)     VALUE ZERO.
020200 77  SP-ADD-DAYS              PIC  9(02)     VALUE ZERO.
020300 77  SP-ADD-MONTHS            PIC  9(02)     VALUE ZERO.
020400 77  SP-DATE-VALID-SWITCH     PIC  X(01)     VALUE 'N'.
020500     88  SP-DATE-VALID                       VALUE 'Y'.
020600 77  SP-DAYS-YEAR             PIC  9(04)     VALUE ZERO.
020700 77  SP-DAYS-MONTH            PIC  9(02)     VALUE ZERO.
020800 77  SP-MAX-DAY               PIC  9(02)     VALUE ZERO.
020900 77  SP-LEAP-QUOT             PIC  9(04)     COMP    VALUE ZERO.
021000 77  SP-LEAP-REM4             PIC  9(04)     COMP    VALUE ZERO.
021100 77  SP-LEAP-REM100           PIC  9(04)     COMP    VALUE ZERO.
021200 77  SP-LEAP-REM400           PIC  9(04)     COMP    VALUE ZERO.
021300 01  SP-EDIT-DATE-AREA.
021400     03  SP-EDIT-DATE         PIC  9(08).
021500     03  FILLER               REDEFINES SP-EDIT-DATE.
021600         05  SP-EDIT-YEAR     PIC  9(04).
021700         05  SP-EDIT-MONTH    PIC  9(02).
021800         05  SP-EDIT-DAY      PIC  9(02).
021900 01  SP-CALC-DATE-AREA.
022000     03  SP-CALC-DATE         PIC  9(08).
022100     03  FILLER               REDEFINES SP-CALC-DATE.
022200         05  SP-CALC-YEAR     PIC  9(04).
022300         05  SP-CALC-MONTH    PIC  9(02).
022400         05  SP-CALC-DAY      PIC  9(02).
022500 01  SP-MONTH-DAYS-VALUE      PIC  X(24)     VALUE
022600     '312831303130313130313031'.
022700 01  SP-MONTH-DAYS-AREA       REDEFINES SP-MONTH-DAYS-VALUE.
022800     03  SP-MONTH-DAYS        PIC  9(02)     OCCURS 12 TIMES.
022900******************************************************************
023000*    ONE OCCURRENCE IS BUILT IN THE TXNIN LAYOUT, SO A REJECT
023100*    LANDS ON TXNERR EXACTLY AS A BUREAU REJECT WOULD.
023200******************************************************************
023300 01  SP-TXN-RECORD.
023400     05  SP-I-CUST            PIC  X(10).
023500     05  SP-I-AMOUNT          PIC  9(07)V99.
023600     05  SP-I-DATE            PIC  9(08).
023700     05  SP-I-TYPE            PIC  X(01).
023800     05  SP-I-REV-SEQ         PIC  9(05).
023900     05  FILLER               PIC  X(47).
024000******************************************************************
024100*    CONTROL REPORT LINES
024200******************************************************************
024300 01  SP-HEADING-1             PIC  X(80)     VALUE
024400     'LDCHANGE STANDING ORDER POSTING CONTROL REPORT'.
024500 01  SP-HEADING-2             PIC  X(80)     VALUE ALL '-'.
024600 01  SP-RUN-LINE.
024700     05  FILLER               PIC  X(10)     VALUE 'RUN DATE:'.
024800     05  SP-R-DATE            PIC  9(08).
024900     05  FILLER               PIC  X(03)     VALUE SPACES.
025000     05  FILLER               PIC  X(10)     VALUE 'RUN TIME:'.
025100     05  SP-R-TIME            PIC  9(08).
025200     05  FILLER               PIC  X(03)     VALUE SPACES.
025300     05  FILLER               PIC  X(15)     VALUE
025400         'BUSINESS DATE:'.
025500     05  SP-R-BUS-DATE        PIC  9(08).
025600     05  FILLER               PIC  X(15)     VALUE SPACES.
025700 01  SP-HEADING-3.
025800     05  FILLER               PIC  X(15)     VALUE 'CUSTOMER'.
025900     05  FILLER               PIC  X(05)     VALUE 'INST'.
026000     05  FILLER               PIC  X(10)     VALUE 'DUE'.
026100     05  FILLER               PIC  X(10)     VALUE 'POSTED'.
026200     05  FILLER               PIC  X(14)     VALUE
026300         '      AMOUNT'.
026400     05  FILLER               PIC  X(26)     VALUE 'RESULT'.
026500 01  SP-DETAIL-LINE.
026600     05  SP-D-CUST            PIC  X(10).
026700     05  FILLER               PIC  X(05)     VALUE SPACES.
026800     05  SP-D-INST            PIC  ZZ9.
026900     05  FILLER               PIC  X(02)     VALUE SPACES.
027000     05  SP-D-DUE             PIC  X(08).
027100     05  FILLER               PIC  X(02)     VALUE SPACES.
027200     05  SP-D-POST-DATE       PIC  X(08).
027300     05  FILLER               PIC  X(02)     VALUE SPACES.
027400     05  SP-D-AMOUNT          PIC  Z,ZZZ,ZZ9.99.
027500     05  FILLER               PIC  X(02)     VALUE SPACES.
027600     05  SP-D-RESULT          PIC  X(24).
027700     05  FILLER               PIC  X(02)     VALUE SPACES.
027800 01  SP-REJECT-TEXT.
027900     05  FILLER               PIC  X(18)     VALUE
028000         'REJECTED - REASON'.
028100     05  SP-RT-REASON         PIC  X(02).
028200     05  FILLER               PIC  X(04)     VALUE SPACES.
028300 01  SP-COUNT-LINE.
028400     05  SP-C-LABEL           PIC  X(24).
028500     05  SP-C-COUNT           PIC  ZZZ,ZZ9.
028600     05  FILLER               PIC  X(49)     VALUE SPACES.
028700 01  SP-TOTAL-LINE.
028800     05  FILLER               PIC  X(24)     VALUE
028900         'POSTED AMOUNT:'.
029000     05  SP-T-AMOUNT          PIC  ZZ,ZZZ,ZZZ,ZZZ.99-.
029100     05  FILLER               PIC  X(38)     VALUE SPACES.
029200******************************************************************
029300 PROCEDURE           DIVISION.
029400 0000-MAINLINE            SECTION.
029420     PERFORM 9000-START-JOB THRU 9000-EXIT.
029440     IF SP-HELD-FOR NOT = SPACES
029460         STOP RUN
029480     END-IF.
029500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029600     PERFORM 2000-PROCESS-INSTRUCTION THRU 2000-EXIT
029700         UNTIL SP-END-OF-FILE.
029800     PERFORM 3000-FINALIZE THRU 3000-EXIT.
029820     IF NOT SP-INIT-OK OR SP-MAST-FAIL-COUNT > ZERO
029840         MOVE 'F' TO SP-JOB-RESULT
029860     END-IF.
029880     PERFORM 9300-END-JOB THRU 9300-EXIT.
029900     STOP RUN.
030000******************************************************************
030100 1000-INITIALIZE          SECTION.
030200     ACCEPT SP-RUN-DATE FROM DATE YYYYMMDD.
030300     ACCEPT SP-RUN-TIME FROM TIME.
030400     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT.
030500     PERFORM 1200-GET-CLOSED-PERIOD THRU 1200-EXIT.
030600     PERFORM 1300-GET-DEFAULT-LIMIT THRU 1300-EXIT.
030700     OPEN I-O STANDING-ORDER-FILE.
030800     IF NOT SP-STO-OK
030810         CLOSE  STANDING-ORDER-FILE
030820         OPEN OUTPUT STANDING-ORDER-FILE
030830         CLOSE  STANDING-ORDER-FILE
030840         OPEN I-O STANDING-ORDER-FILE
030850     END-IF.
030860     IF NOT SP-STO-OK
030900         DISPLAY 'STOPOST: STOINST OPEN FAILED, STATUS='
031000             SP-STO-STATUS
031100         MOVE 'Y' TO SP-EOF-SWITCH
031200         GO TO 1000-EXIT
031300     END-IF.
031400     MOVE 'Y' TO SP-STO-OPEN-SWITCH.
031500     OPEN I-O ENTRY-MASTER-FILE.
031600     IF NOT SP-ENTRY-OK
031700         CLOSE  ENTRY-MASTER-FILE
031800         OPEN OUTPUT ENTRY-MASTER-FILE
031900         CLOSE  ENTRY-MASTER-FILE
032000         OPEN I-O ENTRY-MASTER-FILE
032100     END-IF.
032200     IF NOT SP-ENTRY-OK
032300         DISPLAY 'STOPOST: ENTRY-MASTER OPEN FAILED, STATUS='
032400             SP-ENTRY-STATUS
032500         MOVE 'Y' TO SP-EOF-SWITCH
032600         GO TO 1000-EXIT
032700     END-IF.
032800     OPEN I-O ENTRY-DETAIL-FILE.
032900     IF NOT SP-DETAIL-OK
033000         CLOSE  ENTRY-DETAIL-FILE
033100         OPEN OUTPUT ENTRY-DETAIL-FILE
033200         CLOSE  ENTRY-DETAIL-FILE
033300         OPEN I-O ENTRY-DETAIL-FILE
033400     END-IF.
033500     IF NOT SP-DETAIL-OK
033600         DISPLAY 'STOPOST: ENTRY-DETAIL OPEN FAILED, STATUS='
033700             SP-DETAIL-STATUS
033800         MOVE 'Y' TO SP-EOF-SWITCH
033900         GO TO 1000-EXIT
034000     END-IF.
034100     OPEN INPUT CUSTOMER-REF-FILE.
034200     IF SP-CUST-OK
034300         MOVE 'Y' TO SP-CUST-AVAIL-SWITCH
034400     END-IF.
034500     OPEN INPUT CALENDAR-FILE.
034600     IF SP-CAL-OK
034700         MOVE 'Y' TO SP-CAL-AVAIL-SWITCH
034800     END-IF.
034900     OPEN EXTEND LIMIT-EXCP-FILE.
035000     IF NOT SP-LIMEX-OK
035100         OPEN OUTPUT LIMIT-EXCP-FILE
035200         CLOSE  LIMIT-EXCP-FILE
035300         OPEN EXTEND LIMIT-EXCP-FILE
035400     END-IF.
035420     IF SP-LIMEX-OK
035440         MOVE 'Y' TO SP-LIMEX-OPEN-SWITCH
035460     END-IF.
035500     OPEN EXTEND JOURNAL-FILE.
035600     IF NOT SP-JRNL-OK
035700         OPEN OUTPUT JOURNAL-FILE
035800         CLOSE  JOURNAL-FILE
035900         OPEN EXTEND JOURNAL-FILE
036000     END-IF.
036020     IF SP-JRNL-OK
036040         MOVE 'Y' TO SP-JRNL-OPEN-SWITCH
036060     END-IF.
036100     OPEN I-O EXT-QUEUE-FILE.
036200     IF NOT SP-EXTQ-OK
036300         CLOSE  EXT-QUEUE-FILE
036400         OPEN OUTPUT EXT-QUEUE-FILE
036500         CLOSE  EXT-QUEUE-FILE
036600         OPEN I-O EXT-QUEUE-FILE
036700     END-IF.
036800     IF NOT SP-EXTQ-OK
036900         DISPLAY 'STOPOST: EXTQ OPEN FAILED, STATUS='
037000             SP-EXTQ-STATUS
037100         MOVE 'Y' TO SP-EOF-SWITCH
037200         GO TO 1000-EXIT
037300     END-IF.
037350     MOVE 'Y' TO SP-EXTQ-OPEN-SWITCH.
037400     OPEN EXTEND TXN-ERROR-FILE.
037500     IF NOT SP-ERROR-OK
037600         OPEN OUTPUT TXN-ERROR-FILE
037700         CLOSE  TXN-ERROR-FILE
037800         OPEN EXTEND TXN-ERROR-FILE
037900     END-IF.
038000     OPEN OUTPUT STO-REPORT-FILE.
038100     MOVE SP-RUN-DATE TO SP-R-DATE.
038200     MOVE SP-RUN-TIME TO SP-R-TIME.
038300     MOVE SP-BUSINESS-DATE TO SP-R-BUS-DATE.
038400     WRITE SP-REPORT-RECORD FROM SP-HEADING-1.
038500     WRITE SP-REPORT-RECORD FROM SP-HEADING-2.
038600     WRITE SP-REPORT-RECORD FROM SP-RUN-LINE.
038700     WRITE SP-REPORT-RECORD FROM SP-HEADING-2.
038800     WRITE SP-REPORT-RECORD FROM SP-HEADING-3.
038900     MOVE 'Y' TO SP-INIT-SWITCH.
039000     MOVE LOW-VALUES TO SO-KEY.
039100     START STANDING-ORDER-FILE KEY IS NOT < SO-KEY
039200         INVALID KEY
039300             MOVE 'Y' TO SP-EOF-SWITCH
039400     END-START.
039500     IF NOT SP-END-OF-FILE
039600         PERFORM 2100-READ-INSTRUCTION THRU 2100-EXIT
039700     END-IF.
039800 1000-EXIT.
039900     EXIT.
040000******************************************************************
040100 1100-GET-BUSINESS-DATE   SECTION.
040200     OPEN INPUT BUSDATE-FILE.
040300     IF SP-BUSDT-OK
040400         READ BUSDATE-FILE
040500             AT END
040600                 CONTINUE
040700             NOT AT END
040800                 MOVE BD-BUSINESS-DATE TO SP-BUSINESS-DATE
040900         END-READ
041000         CLOSE BUSDATE-FILE
041100     END-IF.
041200     IF SP-BUSINESS-DATE = ZERO
041300         MOVE SP-RUN-DATE TO SP-BUSINESS-DATE
041400     END-IF.
041500 1100-EXIT.
041600     EXIT.
041700******************************************************************
041800*    THE LATEST PERIOD-END DATE CLOSED BY PERCLOSE COMES FROM
041900*    THE PERCTL CONTROL RECORD.  WHEN THE CONTROL FILE IS NOT
042000*    YET ON THE SYSTEM NO PERIOD IS CLOSED AND THE EDIT IS NOT
042100*    ACTIVE.
042200******************************************************************
042300 1200-GET-CLOSED-PERIOD   SECTION.
042400     OPEN INPUT PERIOD-CTL-FILE.
042500     IF SP-PERCTL-OK
042600         READ PERIOD-CTL-FILE
042700             AT END
042800                 CONTINUE
042900             NOT AT END
043000                 MOVE PC-CLOSED-THRU-DATE TO SP-CLOSED-THRU
043100         END-READ
043200         CLOSE PERIOD-CTL-FILE
043300     END-IF.
043400 1200-EXIT.
043500     EXIT.
043600******************************************************************
043700*    THE SYSTEM DEFAULT BALANCE LIMIT COMES FROM THE LIMPARM
043800*    PARAMETER FILE.  ABSENT OR ZERO MEANS NO DEFAULT.
043900******************************************************************
044000 1300-GET-DEFAULT-LIMIT   SECTION.
044100     OPEN INPUT LIMIT-PARM-FILE.
044200     IF SP-LIMPARM-OK
044300         READ LIMIT-PARM-FILE
044400             AT END
044500                 CONTINUE
044600             NOT AT END
044700                 IF SP-LP-DEFAULT NUMERIC
044800                     MOVE SP-LP-DEFAULT TO SP-DEFAULT-LIMIT
044900                 END-IF
045000         END-READ
045100         CLOSE LIMIT-PARM-FILE
045200     END-IF.
045300 1300-EXIT.
045400     EXIT.
045500******************************************************************
045600*    ONE INSTRUCTION:  POST EVERY OCCURRENCE THAT HAS FALLEN DUE
045700*    BY THE BUSINESS DATE.  MORE THAN ONE OCCURRENCE CAN BE DUE
045800*    WHEN THE BUSINESS DATE HAS BEEN ROLLED OVER SEVERAL DAYS OR
045900*    THE INSTRUCTION WAS SUSPENDED AND REACTIVATED -- EACH IS
046000*    POSTED UNDER ITS OWN DATE.
046100******************************************************************
046200 2000-PROCESS-INSTRUCTION SECTION.
046300     ADD 1 TO SP-INST-READ-COUNT.
046400     IF NOT SO-ACTIVE
046500         GO TO 2000-READ-NEXT
046600     END-IF.
046700     PERFORM 2200-CHECK-INSTRUCTION THRU 2200-EXIT.
046800     IF NOT SP-INST-VALID
046900         ADD 1 TO SP-BAD-INST-COUNT
047000         MOVE SPACES TO SP-D-POST-DATE
047100         MOVE ZERO TO SP-D-AMOUNT
047200         MOVE 'INSTRUCTION IN ERROR' TO SP-D-RESULT
047300         PERFORM 2900-WRITE-DETAIL-LINE THRU 2900-EXIT
047400         GO TO 2000-READ-NEXT
047500     END-IF.
047600     PERFORM 2250-CHECK-END-DATE THRU 2250-EXIT.
047700     IF SO-ACTIVE
047800         PERFORM 2300-SET-EFFECTIVE-DATE THRU 2300-EXIT
047900         PERFORM 2400-POST-OCCURRENCE THRU 2400-EXIT
048000             UNTIL SP-EFF-DATE > SP-BUSINESS-DATE
048100                OR NOT SO-ACTIVE
048200     END-IF.
048300 2000-READ-NEXT.
048400     PERFORM 2100-READ-INSTRUCTION THRU 2100-EXIT.
048500 2000-EXIT.
048600     EXIT.
048700******************************************************************
048800 2100-READ-INSTRUCTION    SECTION.
048900     READ STANDING-ORDER-FILE NEXT RECORD
049000         AT END
049100             MOVE 'Y' TO SP-EOF-SWITCH
049200     END-READ.
049300 2100-EXIT.
049400     EXIT.
049500******************************************************************
049600*    AN INSTRUCTION THE JOB CANNOT SCHEDULE (NO VALID NEXT DUE
049700*    DATE OR FREQUENCY) IS LEFT AS IT IS AND REPORTED FOR
049800*    CORRECTION ON THE TEST10 WINDOW.
049900******************************************************************
050000 2200-CHECK-INSTRUCTION   SECTION.
050100     MOVE 'N' TO SP-INST-VALID-SWITCH.
050200     IF NOT SO-WEEKLY AND NOT SO-FORTNIGHTLY
050300         AND NOT SO-MONTHLY AND NOT SO-QUARTERLY
050400         GO TO 2200-EXIT
050500     END-IF.
050600     IF SO-NEXT-DUE NOT NUMERIC OR SO-END-DATE NOT NUMERIC
050700         GO TO 2200-EXIT
050800     END-IF.
050900     MOVE SO-NEXT-DUE TO SP-EDIT-DATE.
051000     PERFORM 2260-VALIDATE-DATE THRU 2260-EXIT.
051100     IF SP-DATE-VALID
051200         MOVE 'Y' TO SP-INST-VALID-SWITCH
051300     END-IF.
051400 2200-EXIT.
051500     EXIT.
051600******************************************************************
051700*    AN INSTRUCTION WHOSE NEXT DUE DATE HAS PASSED ITS END DATE
051800*    HAS RUN ITS COURSE AND IS MARKED ENDED.
051900******************************************************************
052000 2250-CHECK-END-DATE      SECTION.
052100     IF SO-END-DATE = ZERO OR SO-NEXT-DUE NOT > SO-END-DATE
052200         GO TO 2250-EXIT
052300     END-IF.
052400     MOVE 'E' TO SO-STATUS.
052500     MOVE 'STOPOST' TO SO-LAST-USER.
052600     MOVE SP-BUSINESS-DATE TO SO-LAST-UPDATE-DATE.
052700     PERFORM 2700-REWRITE-INSTRUCTION THRU 2700-EXIT.
052800     ADD 1 TO SP-ENDED-COUNT.
052900     MOVE SPACES TO SP-D-POST-DATE.
053000     MOVE ZERO TO SP-D-AMOUNT.
053100     MOVE 'INSTRUCTION ENDED' TO SP-D-RESULT.
053200     PERFORM 2900-WRITE-DETAIL-LINE THRU 2900-EXIT.
053300 2250-EXIT.
053400     EXIT.
053500******************************************************************
053600*    VALIDATE SP-EDIT-DATE AS A REAL CALENDAR DATE (YYYYMMDD),
053700*    INCLUDING LEAP-YEAR FEBRUARY -- THE SAME RULE TXNLOAD AND
053800*    THE TEST1 WINDOW APPLY.
053900******************************************************************
054000 2260-VALIDATE-DATE       SECTION.
054100     MOVE 'N' TO SP-DATE-VALID-SWITCH.
054200     IF SP-EDIT-MONTH < 01 OR SP-EDIT-MONTH > 12
054300         GO TO 2260-EXIT
054400     END-IF.
054500     MOVE SP-EDIT-YEAR TO SP-DAYS-YEAR.
054600     MOVE SP-EDIT-MONTH TO SP-DAYS-MONTH.
054700     PERFORM 2270-GET-MONTH-DAYS THRU 2270-EXIT.
054800     IF SP-EDIT-DAY > ZERO AND SP-EDIT-DAY NOT > SP-MAX-DAY
054900         MOVE 'Y' TO SP-DATE-VALID-SWITCH
055000     END-IF.
055100 2260-EXIT.
055200     EXIT.
055300******************************************************************
055400*    NUMBER OF DAYS IN MONTH SP-DAYS-MONTH OF YEAR SP-DAYS-YEAR.
055500******************************************************************
055600 2270-GET-MONTH-DAYS      SECTION.
055700     MOVE SP-MONTH-DAYS (SP-DAYS-MONTH) TO SP-MAX-DAY.
055800     IF SP-DAYS-MONTH = 02
055900         DIVIDE SP-DAYS-YEAR BY 4 GIVING SP-LEAP-QUOT
056000             REMAINDER SP-LEAP-REM4
056100         DIVIDE SP-DAYS-YEAR BY 100 GIVING SP-LEAP-QUOT
056200             REMAINDER SP-LEAP-REM100
056300         DIVIDE SP-DAYS-YEAR BY 400 GIVING SP-LEAP-QUOT
056400             REMAINDER SP-LEAP-REM400
056500         IF SP-LEAP-REM4 = ZERO
056600             AND (SP-LEAP-REM100 NOT = ZERO
056700                  OR SP-LEAP-REM400 = ZERO)
056800             MOVE 29 TO SP-MAX-DAY
056900         END-IF
057000     END-IF.
057100 2270-EXIT.
057200     EXIT.
057300******************************************************************
057400*    THE POSTING DATE IS THE NEXT DUE DATE, ROLLED FORWARD PAST
057500*    ANY BUSCAL WEEKEND OR HOLIDAY.  A DATE THE CALENDAR DOES NOT
057600*    KNOW IS TAKEN AS A BUSINESS DAY, AS IN THE TEST1 WINDOW, AND
057700*    WITHOUT A CALENDAR THE DUE DATE IS POSTED AS IT STANDS.
057800******************************************************************
057900 2300-SET-EFFECTIVE-DATE  SECTION.
058000     MOVE SO-NEXT-DUE TO SP-EFF-DATE.
058100     MOVE 'N' TO SP-BUS-DAY-SWITCH.
058200     MOVE ZERO TO SP-ROLL-COUNT.
058300     PERFORM 2310-CHECK-CALENDAR-DAY THRU 2310-EXIT
058400         UNTIL SP-IS-BUSINESS-DAY OR SP-ROLL-COUNT > 31.
058500 2300-EXIT.
058600     EXIT.
058700******************************************************************
058800 2310-CHECK-CALENDAR-DAY  SECTION.
058900     MOVE 'Y' TO SP-BUS-DAY-SWITCH.
059000     IF NOT SP-CAL-AVAILABLE
059100         GO TO 2310-EXIT
059200     END-IF.
059300     MOVE SP-EFF-DATE TO CA-DATE.
059400     READ CALENDAR-FILE
059500         INVALID KEY
059600             GO TO 2310-EXIT
059700     END-READ.
059800     IF CA-BUSINESS-DAY
059900         GO TO 2310-EXIT
060000     END-IF.
060100     MOVE 'N' TO SP-BUS-DAY-SWITCH.
060200     ADD 1 TO SP-ROLL-COUNT.
060300     MOVE SP-EFF-DATE TO SP-CALC-DATE.
060400     MOVE 1 TO SP-ADD-DAYS.
060500     PERFORM 2800-ADD-DAYS THRU 2800-EXIT.
060600     MOVE SP-CALC-DATE TO SP-EFF-DATE.
060700 2310-EXIT.
060800     EXIT.
060900******************************************************************
061000*    POST ONE OCCURRENCE WITH THE TXNLOAD EDITS AND POSTING
061100*    LOGIC, THEN STEP THE INSTRUCTION ON TO ITS NEXT DUE DATE
061200*    WHETHER THE OCCURRENCE POSTED OR NOT -- A REJECT IS REPAIRED
061300*    THROUGH TXNFIX, NOT RETRIED HERE.  THE INSTRUCTION IS
061400*    REWRITTEN AFTER EVERY OCCURRENCE SO A RERUN DOES NOT POST IT
061500*    TWICE.
061600******************************************************************
061700 2400-POST-OCCURRENCE     SECTION.
061800     MOVE SPACES TO SP-TXN-RECORD.
061900     MOVE SO-CUST-CODE TO SP-I-CUST.
062000     MOVE SO-AMOUNT TO SP-I-AMOUNT.
062100     MOVE SP-EFF-DATE TO SP-I-DATE.
062200     MOVE 'N' TO SP-I-TYPE.
062300     MOVE ZERO TO SP-I-REV-SEQ.
062350     MOVE 'N' TO SP-MAST-FAIL-SWITCH.
062400     PERFORM 2500-EDIT-TXN THRU 2500-EXIT.
062500     IF SP-TXN-ACCEPTED
062600         PERFORM 2600-APPLY-TXN THRU 2600-EXIT
062700     END-IF.
062800     MOVE SP-EFF-DATE TO SP-D-POST-DATE.
062900     MOVE SO-AMOUNT TO SP-D-AMOUNT.
063000     IF SP-TXN-ACCEPTED
063100         ADD 1 TO SP-POST-COUNT
063200         ADD SO-AMOUNT TO SP-POST-TOTAL
063300         MOVE EM-LAST-SEQ TO SO-LAST-SEQ
063400         MOVE 'POSTED' TO SP-D-RESULT
063420         IF SP-MASTER-FAILED
063440             ADD 1 TO SP-MAST-FAIL-COUNT
063460             MOVE 'POSTED - MASTER FAILED' TO SP-D-RESULT
063480         END-IF
063500     ELSE
063600         PERFORM 2690-WRITE-REJECT THRU 2690-EXIT
063700         MOVE ZERO TO SO-LAST-SEQ
063800         MOVE SP-REASON-CODE TO SP-RT-REASON
063900         MOVE SP-REJECT-TEXT TO SP-D-RESULT
064000     END-IF.
064100     PERFORM 2900-WRITE-DETAIL-LINE THRU 2900-EXIT.
064200     MOVE SP-EFF-DATE TO SO-LAST-POSTED.
064300     MOVE SP-REASON-CODE TO SO-LAST-RESULT.
064400     MOVE 'STOPOST' TO SO-LAST-USER.
064500     MOVE SP-BUSINESS-DATE TO SO-LAST-UPDATE-DATE.
064600     PERFORM 2450-ADVANCE-DUE-DATE THRU 2450-EXIT.
064700     PERFORM 2700-REWRITE-INSTRUCTION THRU 2700-EXIT.
064800     PERFORM 2250-CHECK-END-DATE THRU 2250-EXIT.
064900     IF SO-ACTIVE
065000         PERFORM 2300-SET-EFFECTIVE-DATE THRU 2300-EXIT
065100     END-IF.
065200 2400-EXIT.
065300     EXIT.
065400******************************************************************
065500*    STEP THE NEXT DUE DATE ON BY THE FREQUENCY.  MONTHLY AND
065600*    QUARTERLY DATES RETURN TO THE ANCHOR DAY (SO-DUE-DAY) OR THE
065700*    LAST DAY OF A SHORTER MONTH.
065800******************************************************************
065900 2450-ADVANCE-DUE-DATE    SECTION.
066000     MOVE SO-NEXT-DUE TO SP-CALC-DATE.
066100     EVALUATE TRUE
066200         WHEN SO-WEEKLY
066300             MOVE 7 TO SP-ADD-DAYS
066400             PERFORM 2800-ADD-DAYS THRU 2800-EXIT
066500         WHEN SO-FORTNIGHTLY
066600             MOVE 14 TO SP-ADD-DAYS
066700             PERFORM 2800-ADD-DAYS THRU 2800-EXIT
066800         WHEN SO-MONTHLY
066900             MOVE 1 TO SP-ADD-MONTHS
067000             PERFORM 2850-ADD-MONTHS THRU 2850-EXIT
067100         WHEN SO-QUARTERLY
067200             MOVE 3 TO SP-ADD-MONTHS
067300             PERFORM 2850-ADD-MONTHS THRU 2850-EXIT
067400     END-EVALUATE.
067500     MOVE SP-CALC-DATE TO SO-NEXT-DUE.
067600 2450-EXIT.
067700     EXIT.
067800******************************************************************
067900*    SAME EDITS AS TXNLOAD APPLIES TO A BUREAU TRANSACTION.
068000******************************************************************
068100 2500-EDIT-TXN            SECTION.
068200     MOVE SPACES TO SP-REASON-CODE.
068300     MOVE ZERO TO SP-CUST-LIMIT.
068400     EVALUATE TRUE
068500         WHEN SP-I-CUST = SPACES
068600             MOVE '01' TO SP-REASON-CODE
068700         WHEN SP-I-AMOUNT NOT NUMERIC
068800             MOVE '02' TO SP-REASON-CODE
068900         WHEN SP-I-AMOUNT NOT > ZERO
069000             MOVE '03' TO SP-REASON-CODE
069100     END-EVALUATE.
069200     IF SP-TXN-ACCEPTED
069300         PERFORM 2520-CHECK-CUSTOMER THRU 2520-EXIT
069400     END-IF.
069500     IF SP-TXN-ACCEPTED
069600         IF SP-I-DATE > SP-BUSINESS-DATE
069700             MOVE '07' TO SP-REASON-CODE
069800         ELSE
069900             IF SP-I-DATE NOT > SP-CLOSED-THRU
070000                 MOVE '08' TO SP-REASON-CODE
070100             END-IF
070200         END-IF
070300     END-IF.
070400 2500-EXIT.
070500     EXIT.
070600******************************************************************
070700*    NEW BUSINESS IS ACCEPTED ONLY FOR A CUSTOMER THAT IS ON THE
070800*    CUSTMS REFERENCE FILE AND OPEN.  NOT ACTIVE WHEN THE FILE IS
070900*    ABSENT.
071000******************************************************************
071100 2520-CHECK-CUSTOMER      SECTION.
071200     IF NOT SP-CUST-AVAILABLE
071300         GO TO 2520-EXIT
071400     END-IF.
071500     MOVE SP-I-CUST TO CU-CUST-CODE.
071600     READ CUSTOMER-REF-FILE
071700         INVALID KEY
071800             MOVE '13' TO SP-REASON-CODE
071900         NOT INVALID KEY
072000             IF CU-CLOSED
072100                 MOVE '14' TO SP-REASON-CODE
072200             ELSE
072300                 IF CU-BALANCE-LIMIT NUMERIC
072400                     MOVE CU-BALANCE-LIMIT TO SP-CUST-LIMIT
072500                 END-IF
072600             END-IF
072700     END-READ.
072800 2520-EXIT.
072900     EXIT.
073000******************************************************************
073100*    A POSTING THAT WOULD PUSH THE RUNNING BALANCE OVER THE
073200*    CUSTOMER'S LIMIT (OR THE LIMPARM DEFAULT WHEN THE CUSTOMER
073300*    CARRIES NONE) IS REJECTED AND LOGGED REFUSED ON LIMEXCP.
073400*    NO LIMIT ANYWHERE MEANS THE CHECK IS NOT ACTIVE.
073500******************************************************************
073600 2540-CHECK-LIMIT         SECTION.
073700     IF SP-CUST-LIMIT > ZERO
073800         MOVE SP-CUST-LIMIT TO SP-EFF-LIMIT
073900     ELSE
074000         MOVE SP-DEFAULT-LIMIT TO SP-EFF-LIMIT
074100     END-IF.
074200     IF SP-EFF-LIMIT = ZERO
074300         GO TO 2540-EXIT
074400     END-IF.
074500     COMPUTE SP-NEW-BALANCE = EM-ENTRY2 + SP-I-AMOUNT.
074600     IF SP-NEW-BALANCE > SP-EFF-LIMIT
074700         MOVE '15' TO SP-REASON-CODE
074800         PERFORM 2550-WRITE-LIMIT-EXCP THRU 2550-EXIT
074900     END-IF.
075000 2540-EXIT.
075100     EXIT.
075200******************************************************************
075300 2550-WRITE-LIMIT-EXCP    SECTION.
075400     ACCEPT LX-LOG-DATE FROM DATE YYYYMMDD.
075500     ACCEPT LX-LOG-TIME FROM TIME.
075600     MOVE SP-BUSINESS-DATE TO LX-BUS-DATE.
075700     MOVE SP-I-CUST TO LX-CUST-CODE.
075800     MOVE SP-I-AMOUNT TO LX-AMOUNT.
075900     MOVE SP-NEW-BALANCE TO LX-NEW-BALANCE.
076000     MOVE SP-EFF-LIMIT TO LX-LIMIT.
076100     MOVE 'STOPOST' TO LX-USER-ID.
076200     MOVE 'STOPOST' TO LX-SOURCE.
076300     MOVE 'R' TO LX-DISPOSITION.
076400     WRITE LIMIT-EXCEPTION-RECORD.
076500 2550-EXIT.
076600     EXIT.
076700******************************************************************
076800*    APPLY ONE ACCEPTED OCCURRENCE:  CREATE OR UPDATE THE MASTER
076900*    WITH THE SAME VERSIONING AND STAMPING AS TXNLOAD, THEN
076930*    WRITE THE NEW DETAIL RECORD.  A DETAIL THAT CANNOT BE
076960*    WRITTEN LEAVES NOTHING CHANGED AND IS REJECTED '09'.  ONCE
076990*    THE DETAIL IS WRITTEN, JOURNALED AND QUEUED THE OCCURRENCE
077020*    IS POSTED:  A MASTER THAT THEN FAILS IS NOT A REJECT (TXNFIX
077050*    WOULD POST IT AGAIN) BUT IS REPORTED FOR SUPPORT TO REPAIR.
077100******************************************************************
077200 2600-APPLY-TXN           SECTION.
077300     MOVE 'N' TO SP-FOUND-SWITCH.
077400     MOVE SP-I-CUST TO EM-KEY.
077500     READ ENTRY-MASTER-FILE
077600         INVALID KEY
077700             MOVE SP-I-CUST TO EM-KEY
077800             MOVE 1 TO EM-VERSION
077900             MOVE ZERO TO EM-ENTRY2
078000             MOVE ZERO TO EM-LAST-SEQ
078100         NOT INVALID KEY
078200             MOVE 'Y' TO SP-FOUND-SWITCH
078300             MOVE ENTRY-RECORD TO SP-JRNL-MAST-BEF
078400             ADD 1 TO EM-VERSION
078500     END-READ.
078600     PERFORM 2540-CHECK-LIMIT THRU 2540-EXIT.
078700     IF NOT SP-TXN-ACCEPTED
078800         GO TO 2600-EXIT
078900     END-IF.
079000     ADD 1 TO EM-LAST-SEQ.
079100     ADD SP-I-AMOUNT TO EM-ENTRY2.
079200     MOVE SP-I-DATE TO EM-ENTRY3.
079300     MOVE 'STOPOST' TO EM-LAST-WINDOW.
079400     MOVE 'STOPOST' TO EM-LAST-USER.
079500     MOVE SP-BUSINESS-DATE TO EM-LAST-UPDATE-DATE.
079600     MOVE SP-RUN-TIME TO EM-LAST-UPDATE-TIME.
079700     PERFORM 2610-WRITE-DETAIL THRU 2610-EXIT.
079800     IF SP-TXN-ACCEPTED
079900         PERFORM 2630-REWRITE-MASTER THRU 2630-EXIT
080000     END-IF.
080100 2600-EXIT.
080200     EXIT.
080300******************************************************************
080400 2610-WRITE-DETAIL        SECTION.
080500     MOVE SP-I-CUST TO ED-CUST-CODE.
080600     MOVE EM-LAST-SEQ TO ED-SEQ-NO.
080700     MOVE SP-I-AMOUNT TO ED-AMOUNT.
080800     MOVE SP-I-DATE TO ED-TXN-DATE.
080900     MOVE 'STOPOST' TO ED-ENTRY-WINDOW.
081000     MOVE SP-BUSINESS-DATE TO ED-ENTRY-DATE.
081100     MOVE SP-RUN-TIME TO ED-ENTRY-TIME.
081200     MOVE 'N' TO ED-TXN-TYPE.
081300     MOVE ZERO TO ED-REV-SEQ-NO.
081400     MOVE SPACE TO ED-REVERSED-FLAG.
081500     MOVE 'P' TO ED-EXTRACT-FLAG.
081600     WRITE ENTRY-DETAIL-RECORD
081700         INVALID KEY
081800             MOVE '09' TO SP-REASON-CODE
081900     END-WRITE.
082000     IF SP-TXN-ACCEPTED
082100         MOVE 'W' TO SP-JRNL-ACTION
082200         MOVE SPACES TO SP-JRNL-BEFORE
082300         PERFORM 2660-JOURNAL-DETAIL THRU 2660-EXIT
082400         PERFORM 2620-QUEUE-EXTRACT THRU 2620-EXIT
082500     END-IF.
082600 2610-EXIT.
082700     EXIT.
082800******************************************************************
082900*    FLAG THE DETAIL JUST WRITTEN AS AWAITING EXTRACT ON THE
083000*    EXTQ PENDING QUEUE READ BY INTFEXT.
083100******************************************************************
083200 2620-QUEUE-EXTRACT       SECTION.
083300     MOVE ED-CUST-CODE TO XQ-CUST-CODE.
083400     MOVE ED-SEQ-NO TO XQ-SEQ-NO.
083500     MOVE SP-BUSINESS-DATE TO XQ-QUEUE-DATE.
083600     WRITE EXTRACT-QUEUE-RECORD
083700         INVALID KEY
083800             REWRITE EXTRACT-QUEUE-RECORD
083900     END-WRITE.
084000 2620-EXIT.
084100     EXIT.
084200******************************************************************
084300 2630-REWRITE-MASTER      SECTION.
084400     IF SP-MASTER-FOUND
084500         REWRITE ENTRY-RECORD
084600             INVALID KEY
084700                 MOVE 'Y' TO SP-MAST-FAIL-SWITCH
084800         END-REWRITE
084900         IF NOT SP-MASTER-FAILED
085000             MOVE SP-JRNL-MAST-BEF TO SP-JRNL-BEFORE
085100             MOVE 'R' TO SP-JRNL-ACTION
085200             PERFORM 2650-JOURNAL-MASTER THRU 2650-EXIT
085300         END-IF
085400     ELSE
085500         WRITE ENTRY-RECORD
085600             INVALID KEY
085700                 MOVE 'Y' TO SP-MAST-FAIL-SWITCH
085800         END-WRITE
085900         IF NOT SP-MASTER-FAILED
086000             MOVE SPACES TO SP-JRNL-BEFORE
086100             MOVE 'W' TO SP-JRNL-ACTION
086200             PERFORM 2650-JOURNAL-MASTER THRU 2650-EXIT
086300         END-IF
086400     END-IF.
086420     IF SP-MASTER-FAILED
086440         DISPLAY 'STOPOST: ENTRYMS UPDATE FAILED FOR ' EM-KEY
086460             ' - DETAIL ' EM-LAST-SEQ
086465             ' POSTED, MASTER NOT UPDATED'
086480     END-IF.
086500 2630-EXIT.
086600     EXIT.
086700******************************************************************
086800*    UPDATE JOURNALING FOR FORWARD RECOVERY BY ENTRCVR.  THE
086900*    CALLER SETS THE ACTION AND, FOR A REWRITE, THE BEFORE
087000*    IMAGE.
087100******************************************************************
087200 2650-JOURNAL-MASTER      SECTION.
087300     MOVE 'M' TO SP-JRNL-FILE.
087400     MOVE EM-KEY TO SP-JRNL-KEY.
087500     MOVE ENTRY-RECORD TO SP-JRNL-AFTER.
087600     PERFORM 2670-WRITE-JOURNAL THRU 2670-EXIT.
087700 2650-EXIT.
087800     EXIT.
087900******************************************************************
088000 2660-JOURNAL-DETAIL      SECTION.
088100     MOVE 'D' TO SP-JRNL-FILE.
088200     MOVE ED-KEY TO SP-JRNL-KEY.
088300     MOVE ENTRY-DETAIL-RECORD TO SP-JRNL-AFTER.
088400     PERFORM 2670-WRITE-JOURNAL THRU 2670-EXIT.
088500 2660-EXIT.
088600     EXIT.
088700******************************************************************
088800 2670-WRITE-JOURNAL       SECTION.
088900     ACCEPT JR-LOG-DATE FROM DATE YYYYMMDD.
089000     ACCEPT JR-LOG-TIME FROM TIME.
089100     MOVE 'STOPOST' TO JR-JOB.
089200     MOVE 'STOPOST' TO JR-USER-ID.
089300     MOVE SP-JRNL-FILE TO JR-FILE-ID.
089400     MOVE SP-JRNL-ACTION TO JR-ACTION.
089500     MOVE SP-JRNL-KEY TO JR-KEY.
089600     MOVE SP-JRNL-BEFORE TO JR-BEFORE-IMAGE.
089700     MOVE SP-JRNL-AFTER TO JR-AFTER-IMAGE.
089800     WRITE JOURNAL-RECORD.
089900 2670-EXIT.
090000     EXIT.
090100******************************************************************
090200*    A REJECTED OCCURRENCE IS APPENDED TO TXNERR IN THE TXNIN
090300*    LAYOUT WITH ITS REASON CODE, READY FOR TXNFIX.
090400******************************************************************
090500 2690-WRITE-REJECT        SECTION.
090600     ADD 1 TO SP-REJECT-COUNT.
090700     MOVE SP-REASON-CODE TO SP-E-REASON.
090800     MOVE SP-BUSINESS-DATE TO SP-E-REJ-DATE.
090900     MOVE SP-TXN-RECORD TO SP-E-DATA.
091000     WRITE SP-ERROR-RECORD.
091100 2690-EXIT.
091200     EXIT.
091300******************************************************************
091400 2700-REWRITE-INSTRUCTION SECTION.
091500     REWRITE STANDING-ORDER-RECORD
091600         INVALID KEY
091700             DISPLAY 'STOPOST: STOINST REWRITE FAILED, KEY='
091800                 SO-KEY
091900     END-REWRITE.
092000 2700-EXIT.
092100     EXIT.
092200******************************************************************
092300*    ADD SP-ADD-DAYS (AT MOST A MONTH) TO SP-CALC-DATE.
092400******************************************************************
092500 2800-ADD-DAYS            SECTION.
092600     ADD SP-ADD-DAYS TO SP-CALC-DAY.
092700     MOVE 'N' TO SP-DAY-NORMAL-SWITCH.
092800     PERFORM 2810-NORMALIZE-DAY THRU 2810-EXIT
092900         UNTIL SP-DAY-NORMAL.
093000 2800-EXIT.
093100     EXIT.
093200******************************************************************
093300 2810-NORMALIZE-DAY       SECTION.
093400     MOVE SP-CALC-YEAR TO SP-DAYS-YEAR.
093500     MOVE SP-CALC-MONTH TO SP-DAYS-MONTH.
093600     PERFORM 2270-GET-MONTH-DAYS THRU 2270-EXIT.
093700     IF SP-CALC-DAY NOT > SP-MAX-DAY
093800         MOVE 'Y' TO SP-DAY-NORMAL-SWITCH
093900         GO TO 2810-EXIT
094000     END-IF.
094100     SUBTRACT SP-MAX-DAY FROM SP-CALC-DAY.
094200     ADD 1 TO SP-CALC-MONTH.
094300     IF SP-CALC-MONTH > 12
094400         MOVE 01 TO SP-CALC-MONTH
094500         ADD 1 TO SP-CALC-YEAR
094600     END-IF.
094700 2810-EXIT.
094800     EXIT.
094900******************************************************************
095000*    ADD SP-ADD-MONTHS TO SP-CALC-DATE, LANDING ON THE ANCHOR DAY
095100*    OR THE LAST DAY OF THE MONTH WHEN THE MONTH IS SHORTER.
095200******************************************************************
095300 2850-ADD-MONTHS          SECTION.
095400     ADD SP-ADD-MONTHS TO SP-CALC-MONTH.
095500     IF SP-CALC-MONTH > 12
095600         SUBTRACT 12 FROM SP-CALC-MONTH
095700         ADD 1 TO SP-CALC-YEAR
095800     END-IF.
095900     IF SO-DUE-DAY NUMERIC AND SO-DUE-DAY > ZERO
096000         MOVE SO-DUE-DAY TO SP-CALC-DAY
096100     END-IF.
096200     MOVE SP-CALC-YEAR TO SP-DAYS-YEAR.
096300     MOVE SP-CALC-MONTH TO SP-DAYS-MONTH.
096400     PERFORM 2270-GET-MONTH-DAYS THRU 2270-EXIT.
096500     IF SP-CALC-DAY > SP-MAX-DAY
096600         MOVE SP-MAX-DAY TO SP-CALC-DAY
096700     END-IF.
096800 2850-EXIT.
096900     EXIT.
097000******************************************************************
097100 2900-WRITE-DETAIL-LINE   SECTION.
097200     MOVE SO-CUST-CODE TO SP-D-CUST.
097300     MOVE SO-INST-NO TO SP-D-INST.
097400     MOVE SO-NEXT-DUE TO SP-D-DUE.
097500     WRITE SP-REPORT-RECORD FROM SP-DETAIL-LINE.
097600 2900-EXIT.
097700     EXIT.
097800******************************************************************
097900 3000-FINALIZE            SECTION.
098000     IF SP-INIT-OK
098100         WRITE SP-REPORT-RECORD FROM SP-HEADING-2
098200         MOVE 'INSTRUCTIONS READ:' TO SP-C-LABEL
098300         MOVE SP-INST-READ-COUNT TO SP-C-COUNT
098400         WRITE SP-REPORT-RECORD FROM SP-COUNT-LINE
098500         MOVE 'OCCURRENCES POSTED:' TO SP-C-LABEL
098600         MOVE SP-POST-COUNT TO SP-C-COUNT
098700         WRITE SP-REPORT-RECORD FROM SP-COUNT-LINE
098800         MOVE 'OCCURRENCES REJECTED:' TO SP-C-LABEL
098900         MOVE SP-REJECT-COUNT TO SP-C-COUNT
099000         WRITE SP-REPORT-RECORD FROM SP-COUNT-LINE
099100         MOVE 'INSTRUCTIONS ENDED:' TO SP-C-LABEL
099200         MOVE SP-ENDED-COUNT TO SP-C-COUNT
099300         WRITE SP-REPORT-RECORD FROM SP-COUNT-LINE
099400         MOVE 'INSTRUCTIONS IN ERROR:' TO SP-C-LABEL
099500         MOVE SP-BAD-INST-COUNT TO SP-C-COUNT
099600         WRITE SP-REPORT-RECORD FROM SP-COUNT-LINE
099620         MOVE 'MASTER UPDATES FAILED:' TO SP-C-LABEL
099640         MOVE SP-MAST-FAIL-COUNT TO SP-C-COUNT
099660         WRITE SP-REPORT-RECORD FROM SP-COUNT-LINE
099700         MOVE SP-POST-TOTAL TO SP-T-AMOUNT
099800         WRITE SP-REPORT-RECORD FROM SP-TOTAL-LINE
099900         CLOSE TXN-ERROR-FILE
100000         CLOSE STO-REPORT-FILE
100100         CLOSE ENTRY-MASTER-FILE
100200         CLOSE ENTRY-DETAIL-FILE
100300     END-IF.
100400     IF SP-CUST-AVAILABLE
100500         CLOSE CUSTOMER-REF-FILE
100600     END-IF.
100700     IF SP-CAL-AVAILABLE
100800         CLOSE CALENDAR-FILE
100900     END-IF.
101000     IF SP-EXTQ-OPEN
101100         CLOSE EXT-QUEUE-FILE
101200     END-IF.
101300     IF SP-JRNL-OPEN
101400         CLOSE JOURNAL-FILE
101500     END-IF.
101600     IF SP-LIMEX-OPEN
101700         CLOSE LIMIT-EXCP-FILE
101800     END-IF.
101900     IF NOT SP-INIT-OK
102000         IF SP-ENTRY-OK
102100             CLOSE ENTRY-MASTER-FILE
102200         END-IF
102300         IF SP-DETAIL-OK
102400             CLOSE ENTRY-DETAIL-FILE
102500         END-IF
102600     END-IF.
102700     IF SP-STO-OPEN
102800         CLOSE STANDING-ORDER-FILE
102900     END-IF.
103000 3000-EXIT.
103100     EXIT.
103200******************************************************************
103300*    JOB-STREAM CONTROL.  BEFORE ANY WORK IS DONE THE JOB LOOKS
103400*    ITSELF UP ON JOBDEF AND IS HELD UNLESS EVERY PREREQUISITE
103500*    SHOWS COMPLETE ON JOBSTAT FOR THE SAME BUSINESS DATE.  A JOB
103600*    NOT ON JOBDEF (OR NO JOBDEF AT ALL) RUNS UNCHECKED.  THE
103700*    START OR THE HOLD IS RECORDED ON JOBSTAT HERE AND THE FINAL
103800*    RESULT IN 9300, FOR THE JOBEXC MORNING EXCEPTION REPORT.
103900******************************************************************
104000 9000-START-JOB           SECTION.
104100     ACCEPT SP-JOB-DATE FROM DATE YYYYMMDD.
104200     ACCEPT SP-JOB-TIME FROM TIME.
104300     OPEN INPUT BUSDATE-FILE.
104400     IF SP-BUSDT-OK
104500         READ BUSDATE-FILE
104600             AT END
104700                 CONTINUE
104800             NOT AT END
104900                 MOVE BD-BUSINESS-DATE TO SP-JOB-BUS-DATE
105000         END-READ
105100         CLOSE BUSDATE-FILE
105200     END-IF.
105300     IF SP-JOB-BUS-DATE = ZERO
105400         MOVE SP-JOB-DATE TO SP-JOB-BUS-DATE
105500     END-IF.
105600     MOVE SPACES TO SP-HELD-FOR.
105700     OPEN I-O JOB-STATUS-FILE.
105800     IF NOT SP-JSTAT-OK
105900         CLOSE  JOB-STATUS-FILE
106000         OPEN OUTPUT JOB-STATUS-FILE
106100         CLOSE  JOB-STATUS-FILE
106200         OPEN I-O JOB-STATUS-FILE
106300     END-IF.
106400     IF NOT SP-JSTAT-OK
106500         DISPLAY 'STOPOST: JOBSTAT OPEN FAILED, STATUS='
106600             SP-JSTAT-STATUS
106700         MOVE 'JOBSTAT' TO SP-HELD-FOR
106800         GO TO 9000-EXIT
106900     END-IF.
107000     PERFORM 9100-CHECK-JOB-DEF THRU 9100-EXIT.
107100     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
107200     IF SP-HELD-FOR = SPACES
107300         MOVE 'S' TO JS-STATUS
107400         MOVE SP-JOB-DATE TO JS-START-DATE
107500         MOVE SP-JOB-TIME TO JS-START-TIME
107600         MOVE ZERO TO JS-END-DATE
107700         MOVE ZERO TO JS-END-TIME
107800         ADD 1 TO JS-RUN-COUNT
107900     ELSE
108000         DISPLAY 'STOPOST: RUN HELD - ' SP-HELD-FOR
108100             ' NOT COMPLETE FOR BUSINESS DATE ' SP-JOB-BUS-DATE
108200         MOVE 'H' TO JS-STATUS
108300         MOVE SP-JOB-DATE TO JS-END-DATE
108400         MOVE SP-JOB-TIME TO JS-END-TIME
108500     END-IF.
108600     MOVE SP-HELD-FOR TO JS-HELD-FOR.
108700     MOVE SPACES TO JS-FORCED-BY.
108800     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
108900     CLOSE JOB-STATUS-FILE.
109000 9000-EXIT.
109100     EXIT.
109200******************************************************************
109300 9100-CHECK-JOB-DEF       SECTION.
109400     MOVE 'N' TO SP-JDEF-SWITCH.
109500     MOVE 'N' TO SP-JDEF-EOF-SWITCH.
109600     OPEN INPUT JOB-DEF-FILE.
109700     IF NOT SP-JDEF-OK
109800         GO TO 9100-EXIT
109900     END-IF.
110000     PERFORM 9150-READ-JOB-DEF THRU 9150-EXIT
110100         UNTIL SP-JDEF-FOUND OR SP-JDEF-EOF.
110200     IF SP-JDEF-FOUND
110300         PERFORM 9200-CHECK-PREREQ THRU 9200-EXIT
110400             VARYING SP-PRQ-IX FROM 1 BY 1
110500             UNTIL SP-PRQ-IX > 5 OR SP-HELD-FOR NOT = SPACES
110600     END-IF.
110700     CLOSE JOB-DEF-FILE.
110800 9100-EXIT.
110900     EXIT.
111000******************************************************************
111100 9150-READ-JOB-DEF        SECTION.
111200     READ JOB-DEF-FILE
111300         AT END
111400             MOVE 'Y' TO SP-JDEF-EOF-SWITCH
111500         NOT AT END
111600             IF JD-JOB-NAME = 'STOPOST'
111700                 MOVE 'Y' TO SP-JDEF-SWITCH
111800             END-IF
111900     END-READ.
112000 9150-EXIT.
112100     EXIT.
112200******************************************************************
112300 9200-CHECK-PREREQ        SECTION.
112400     IF JD-PREREQ (SP-PRQ-IX) = SPACES
112500         GO TO 9200-EXIT
112600     END-IF.
112700     MOVE SP-JOB-BUS-DATE TO JS-BUS-DATE.
112800     MOVE JD-PREREQ (SP-PRQ-IX) TO JS-JOB-NAME.
112900     READ JOB-STATUS-FILE
113000         INVALID KEY
113100             MOVE JD-PREREQ (SP-PRQ-IX) TO SP-HELD-FOR
113200         NOT INVALID KEY
113300             IF NOT JS-COMPLETE
113400                 MOVE JD-PREREQ (SP-PRQ-IX) TO SP-HELD-FOR
113500             END-IF
113600     END-READ.
113700 9200-EXIT.
113800     EXIT.
113900******************************************************************
114000 9300-END-JOB             SECTION.
114100     ACCEPT SP-JOB-DATE FROM DATE YYYYMMDD.
114200     ACCEPT SP-JOB-TIME FROM TIME.
114300     OPEN I-O JOB-STATUS-FILE.
114400     IF NOT SP-JSTAT-OK
114500         DISPLAY 'STOPOST: JOBSTAT OPEN FAILED, STATUS='
114600             SP-JSTAT-STATUS
114700         GO TO 9300-EXIT
114800     END-IF.
114900     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
115000     MOVE SP-JOB-RESULT TO JS-STATUS.
115100     MOVE SP-JOB-DATE TO JS-END-DATE.
115200     MOVE SP-JOB-TIME TO JS-END-TIME.
115300     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
115400     CLOSE JOB-STATUS-FILE.
115500     IF SP-JOB-RESULT NOT = 'C'
115600         DISPLAY 'STOPOST: RUN FAILED FOR BUSINESS DATE '
115700             SP-JOB-BUS-DATE
115800     END-IF.
115900 9300-EXIT.
116000     EXIT.
116100******************************************************************
116200 9400-READ-JOB-STATUS     SECTION.
116300     MOVE SP-JOB-BUS-DATE TO JS-BUS-DATE.
116400     MOVE 'STOPOST' TO JS-JOB-NAME.
116500     READ JOB-STATUS-FILE
116600         INVALID KEY
116700             MOVE 'N' TO SP-JSTAT-SWITCH
116800         NOT INVALID KEY
116900             MOVE 'Y' TO SP-JSTAT-SWITCH
117000     END-READ.
117100     IF NOT SP-JSTAT-FOUND
117200         INITIALIZE JOB-STATUS-RECORD
117300         MOVE SP-JOB-BUS-DATE TO JS-BUS-DATE
117400         MOVE 'STOPOST' TO JS-JOB-NAME
117500     END-IF.
117600 9400-EXIT.
117700     EXIT.
117800******************************************************************
117900 9500-WRITE-JOB-STATUS    SECTION.
118000     IF SP-JSTAT-FOUND
118100         REWRITE JOB-STATUS-RECORD
118200     ELSE
118300         WRITE JOB-STATUS-RECORD
118400     END-IF.
118500 9500-EXIT.
118600     EXIT.
118700******************************************************************
