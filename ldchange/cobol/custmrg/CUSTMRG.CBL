000100 IDENTIFICATION      DIVISION.
000200 PROGRAM-ID.         CUSTMRG.
000300 AUTHOR.             DATA PROCESSING.
000400 INSTALLATION.       LDCHANGE APPLICATIONS.
000500 DATE-WRITTEN.       2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    DATE        INIT   DESCRIPTION
001000*    2026-10-15  DPS    ORIGINAL PROGRAM.  SUPERVISED CUSTOMER
001100*                       CODE CHANGE AND MERGE UTILITY.  MRGPARM
001200*                       NAMES THE AUTHORISING SUPERVISOR (A
001300*                       USERPROF PROFILE WITH UP-SUPERVISOR 'Y')
001400*                       FOLLOWED BY OLD-CODE/NEW-CODE PAIRS.  'R'
001500*                       RENAMES A CUSTOMER TO A CODE NOT IN USE;
001600*                       'M' MERGES IT INTO AN EXISTING SURVIVOR,
001700*                       RE-SEQUENCING ITS ENTRY-DETAILS ABOVE THE
001800*                       SURVIVOR'S EM-LAST-SEQ AND ADDING THE
001900*                       BALANCES.  EXTQ, INTFRSND, AUDITKEY,
002000*                       PERBAL AND CUSTMS ARE CARRIED ACROSS;
002100*                       EVERY ENTRY-MASTER AND ENTRY-DETAIL
002200*                       CHANGE IS JOURNALED TO ENTJRNL WITH ITS
002300*                       BEFORE AND AFTER IMAGES FOR ENTRCVR, AND
002400*                       THE CHANGE IS LOGGED ON AUDITLOG.  MRGRPT
002500*                       PROVES THE COMBINED BALANCE BEFORE AND
002600*                       AFTER EACH PAIR.  THE BATCH WINDOW IS
002700*                       HELD OPEN ON RUNCTL FOR THE RUN SO TEST1
002800*                       CANNOT UPDATE EITHER CUSTOMER MEANWHILE.
002810*    2026-10-15  DPS    JOB-STREAM CONTROL.  THE RUN IS HELD
002820*                       UNLESS EVERY PREREQUISITE NAMED FOR THIS
002830*                       JOB ON JOBDEF HAS COMPLETED ON JOBSTAT
002840*                       FOR THE SAME BUSINESS DATE.  THE START,
002850*                       A HOLD AND THE FINAL RESULT ARE RECORDED
002860*                       ON JOBSTAT FOR THE JOBEXC MORNING REPORT.
002866*    2026-10-15  DPS    A SNAPSHOT ADDED INTO THE SURVIVOR'S NOW
002872*                       CARRIES PB-LAST-SEQ UP TO THE OLD CODE'S
002878*                       LAST SEQUENCE AS RE-SEQUENCED, AND A MERGE
002884*                       IS REFUSED WHILE THE SURVIVOR HAS DETAILS
002890*                       POSTED SINCE ITS LATEST PERBAL SNAPSHOT.
002892*    2026-10-15  DPS    A DETAIL OR CUSTMS REFERENCE THAT CANNOT
002894*                       BE WRITTEN UNDER THE NEW CODE IS KEPT
002896*                       UNDER THE OLD ONE, AND THE PAIR IS
002898*                       REPORTED FAILED SO THE RUN ENDS 'F'.
002900******************************************************************
003000 ENVIRONMENT         DIVISION.
003100 CONFIGURATION       SECTION.
003200 SOURCE-COMPUTER.    IBM-370.
003300 OBJECT-COMPUTER.    IBM-370.
003400 INPUT-OUTPUT        SECTION.
003500 FILE-CONTROL.
003600     SELECT  MERGE-PARM-FILE    ASSIGN  TO  "MRGPARM"
003700             ORGANIZATION   IS  LINE SEQUENTIAL
003800             FILE STATUS    IS  CM-PARM-STATUS.
003900     SELECT  USER-PROFILE-FILE  ASSIGN  TO  "USERPROF"
004000             ORGANIZATION   IS  INDEXED
004100             ACCESS MODE    IS  DYNAMIC
004200             RECORD KEY     IS  UP-USER-ID
004300             FILE STATUS    IS  CM-USER-STATUS.
004400     SELECT  ENTRY-MASTER-FILE  ASSIGN  TO  "ENTRYMS"
004500             ORGANIZATION   IS  INDEXED
004600             ACCESS MODE    IS  DYNAMIC
004700             RECORD KEY     IS  EM-KEY
004800             FILE STATUS    IS  CM-ENTRY-STATUS.
004900     SELECT  ENTRY-DETAIL-FILE  ASSIGN  TO  "ENTRYDT"
005000             ORGANIZATION   IS  INDEXED
005100             ACCESS MODE    IS  DYNAMIC
005200             RECORD KEY     IS  ED-KEY
005300             FILE STATUS    IS  CM-DETAIL-STATUS.
005400     SELECT  CUSTOMER-REF-FILE  ASSIGN  TO  "CUSTMS"
005500             ORGANIZATION   IS  INDEXED
005600             ACCESS MODE    IS  DYNAMIC
005700             RECORD KEY     IS  CU-CUST-CODE
005800             FILE STATUS    IS  CM-CUST-STATUS.
005900     SELECT  EXT-QUEUE-FILE     ASSIGN  TO  "EXTQ"
006000             ORGANIZATION   IS  INDEXED
006100             ACCESS MODE    IS  DYNAMIC
006200             RECORD KEY     IS  XQ-KEY
006300             FILE STATUS    IS  CM-EXTQ-STATUS.
006400     SELECT  RESEND-FILE        ASSIGN  TO  "INTFRSND"
006500             ORGANIZATION   IS  INDEXED
006600             ACCESS MODE    IS  DYNAMIC
006700             RECORD KEY     IS  RX-KEY
006800             FILE STATUS    IS  CM-RSND-STATUS.
006900     SELECT  AUDIT-KEY-FILE     ASSIGN  TO  "AUDITKEY"
007000             ORGANIZATION   IS  INDEXED
007100             ACCESS MODE    IS  DYNAMIC
007200             RECORD KEY     IS  AX-KEY
007300             FILE STATUS    IS  CM-AUDKEY-STATUS.
007400     SELECT  PERIOD-BAL-FILE    ASSIGN  TO  "PERBAL"
007500             ORGANIZATION   IS  INDEXED
007600             ACCESS MODE    IS  DYNAMIC
007700             RECORD KEY     IS  PB-KEY
007800             FILE STATUS    IS  CM-PERBAL-STATUS.
007900     SELECT  ARCH-MASTER-FILE   ASSIGN  TO  "ENTARCHF"
008000             ORGANIZATION   IS  INDEXED
008100             ACCESS MODE    IS  DYNAMIC
008200             RECORD KEY     IS  AM-KEY
008300             FILE STATUS    IS  CM-ARCHM-STATUS.
008400     SELECT  JOURNAL-FILE       ASSIGN  TO  "ENTJRNL"
008500             ORGANIZATION   IS  SEQUENTIAL
008600             FILE STATUS    IS  CM-JRNL-STATUS.
008700     SELECT  AUDIT-LOG-FILE     ASSIGN  TO  "AUDITLOG"
008800             ORGANIZATION   IS  SEQUENTIAL
008900             FILE STATUS    IS  CM-AUDIT-STATUS.
009000     SELECT  MERGE-REPORT-FILE  ASSIGN  TO  "MRGRPT"
009100             ORGANIZATION   IS  LINE SEQUENTIAL
009200             FILE STATUS    IS  CM-REPORT-STATUS.
009300     SELECT  BUSDATE-FILE       ASSIGN  TO  "BUSDATE"
009400             ORGANIZATION   IS  SEQUENTIAL
009500             FILE STATUS    IS  CM-BUSDT-STATUS.
009510     SELECT  JOB-DEF-FILE       ASSIGN  TO  "JOBDEF"
009520             ORGANIZATION   IS  LINE SEQUENTIAL
009530             FILE STATUS    IS  CM-JDEF-STATUS.
009540     SELECT  JOB-STATUS-FILE    ASSIGN  TO  "JOBSTAT"
009550             ORGANIZATION   IS  INDEXED
009560             ACCESS MODE    IS  RANDOM
009570             RECORD KEY     IS  JS-KEY
009580             FILE STATUS    IS  CM-JSTAT-STATUS.
009600     SELECT  RUN-CONTROL-FILE   ASSIGN  TO  "RUNCTL"
009700             ORGANIZATION   IS  SEQUENTIAL
009800             FILE STATUS    IS  CM-RUNCTL-STATUS.
009900     SELECT  RUN-LOG-FILE       ASSIGN  TO  "RUNLOG"
010000             ORGANIZATION   IS  SEQUENTIAL
010100             FILE STATUS    IS  CM-RUNLOG-STATUS.
010200******************************************************************
010300 DATA                DIVISION.
010400 FILE                SECTION.
010500******************************************************************
010600*    MRGPARM -- FIRST RECORD 'S' AND THE SUPERVISOR'S USER ID;
010700*    THEN ONE RECORD PER CHANGE:  'R' (RENAME) OR 'M' (MERGE),
010800*    THE OLD CUSTOMER CODE AND THE NEW (SURVIVING) CODE.
010900******************************************************************
011000 FD  MERGE-PARM-FILE
011100     LABEL RECORDS ARE STANDARD
011200     RECORDING MODE IS F.
011300 01  CM-PARM-RECORD.
011400     05  CM-P-ACTION          PIC  X(01).
011500     05  FILLER               PIC  X(01).
011600     05  CM-P-OLD-CODE        PIC  X(10).
011700     05  FILLER               PIC  X(01).
011800     05  CM-P-NEW-CODE        PIC  X(10).
011900     05  FILLER               PIC  X(57).
012000 01  CM-PARM-SUPER-RECORD.
012100     05  FILLER               PIC  X(02).
012200     05  CM-P-USER-ID         PIC  X(10).
012300     05  FILLER               PIC  X(68).
012400 FD  USER-PROFILE-FILE
012500     LABEL RECORDS ARE STANDARD.
012600     COPY    "USERREC".
012700 FD  ENTRY-MASTER-FILE
012800     LABEL RECORDS ARE STANDARD.
012900     COPY    "ENTRYREC".
013000 FD  ENTRY-DETAIL-FILE
013100     LABEL RECORDS ARE STANDARD.
013200     COPY    "ENTRYDTL".
013300 FD  CUSTOMER-REF-FILE
013400     LABEL RECORDS ARE STANDARD.
013500     COPY    "CUSTREC".
013600 FD  EXT-QUEUE-FILE
013700     LABEL RECORDS ARE STANDARD.
013800     COPY    "EXTQREC".
013900 FD  RESEND-FILE
014000     LABEL RECORDS ARE STANDARD.
014100     COPY    "RSNDREC".
014200 FD  AUDIT-KEY-FILE
014300     LABEL RECORDS ARE STANDARD.
014400     COPY    "AUDKEYRC".
014500 FD  PERIOD-BAL-FILE
014600     LABEL RECORDS ARE STANDARD.
014700     COPY    "PERBALRC".
014800 FD  ARCH-MASTER-FILE
014900     LABEL RECORDS ARE STANDARD.
015000     COPY    "ARCMREC".
015100 FD  JOURNAL-FILE
015200     LABEL RECORDS ARE STANDARD.
015300     COPY    "JRNLREC".
015400 FD  AUDIT-LOG-FILE
015500     LABEL RECORDS ARE STANDARD.
015600     COPY    "AUDITREC".
015700 FD  MERGE-REPORT-FILE
015800     LABEL RECORDS ARE STANDARD
015900     RECORDING MODE IS F.
016000 01  CM-REPORT-RECORD         PIC  X(80).
016100 FD  BUSDATE-FILE
016200     LABEL RECORDS ARE STANDARD.
016300     COPY    "BUSDTREC".
016310 FD  JOB-DEF-FILE
016320     LABEL RECORDS ARE STANDARD
016330     RECORDING MODE IS F.
016340     COPY    "JOBDEFRC".
016350 FD  JOB-STATUS-FILE
016360     LABEL RECORDS ARE STANDARD.
016370     COPY    "JOBSTRC".
016400 FD  RUN-CONTROL-FILE
016500     LABEL RECORDS ARE STANDARD.
016600     COPY    "RUNCTLRC".
016700 FD  RUN-LOG-FILE
016800     LABEL RECORDS ARE STANDARD.
016900     COPY    "RUNLOGRC".
017000******************************************************************
017100 WORKING-STORAGE     SECTION.
017200 77  CM-PARM-STATUS           PIC  X(02)     VALUE SPACES.
017300     88  CM-PARM-OK                          VALUE '00'.
017400 77  CM-USER-STATUS           PIC  X(02)     VALUE SPACES.
017500     88  CM-USER-OK                          VALUE '00'.
017600 77  CM-ENTRY-STATUS          PIC  X(02)     VALUE SPACES.
017700     88  CM-ENTRY-OK                         VALUE '00'.
017800 77  CM-DETAIL-STATUS         PIC  X(02)     VALUE SPACES.
017900     88  CM-DETAIL-OK                        VALUE '00'.
018000 77  CM-CUST-STATUS           PIC  X(02)     VALUE SPACES.
018100     88  CM-CUST-OK                          VALUE '00'.
018200 77  CM-EXTQ-STATUS           PIC  X(02)     VALUE SPACES.
018300     88  CM-EXTQ-OK                          VALUE '00'.
018400 77  CM-RSND-STATUS           PIC  X(02)     VALUE SPACES.
018500     88  CM-RSND-OK                          VALUE '00'.
018600 77  CM-AUDKEY-STATUS         PIC  X(02)     VALUE SPACES.
018700     88  CM-AUDKEY-OK                        VALUE '00'.
018800 77  CM-PERBAL-STATUS         PIC  X(02)     VALUE SPACES.
018900     88  CM-PERBAL-OK                        VALUE '00'.
019000 77  CM-ARCHM-STATUS          PIC  X(02)     VALUE SPACES.
019100     88  CM-ARCHM-OK                         VALUE '00'.
019200 77  CM-JRNL-STATUS           PIC  X(02)     VALUE SPACES.
019300     88  CM-JRNL-OK                          VALUE '00'.
019400 77  CM-AUDIT-STATUS          PIC  X(02)     VALUE SPACES.
019500     88  CM-AUDIT-OK                         VALUE '00'.
019600 77  CM-REPORT-STATUS         PIC  X(02)     VALUE SPACES.
019700     88  CM-REPORT-OK                        VALUE '00'.
019800 77  CM-BUSDT-STATUS          PIC  X(02)     VALUE SPACES.
019900     88  CM-BUSDT-OK                         VALUE '00'.
019905 77  CM-JDEF-STATUS           PIC  X(02)     VALUE SPACES.
019910     88  CM-JDEF-OK                          VALUE '00'.
019915 77  CM-JSTAT-STATUS          PIC  X(02)     VALUE SPACES.
019920     88  CM-JSTAT-OK                         VALUE '00'.
019925 77  CM-JDEF-SWITCH           PIC  X(01)     VALUE 'N'.
019930     88  CM-JDEF-FOUND                       VALUE 'Y'.
019935 77  CM-JDEF-EOF-SWITCH       PIC  X(01)     VALUE 'N'.
019940     88  CM-JDEF-EOF                         VALUE 'Y'.
019945 77  CM-JSTAT-SWITCH          PIC  X(01)     VALUE 'N'.
019950     88  CM-JSTAT-FOUND                      VALUE 'Y'.
019955 77  CM-JOB-RESULT            PIC  X(01)     VALUE 'C'.
019960 77  CM-HELD-FOR              PIC  X(08)     VALUE SPACES.
019965 77  CM-JOB-BUS-DATE          PIC  9(08)     VALUE ZERO.
019970 77  CM-JOB-DATE              PIC  9(08)     VALUE ZERO.
019975 77  CM-JOB-TIME              PIC  9(08)     VALUE ZERO.
019980 77  CM-PRQ-IX                PIC  9(04)     COMP     VALUE ZERO.
020000 77  CM-RUNCTL-STATUS         PIC  X(02)     VALUE SPACES.
020100     88  CM-RUNCTL-OK                        VALUE '00'.
020200 77  CM-RUNLOG-STATUS         PIC  X(02)     VALUE SPACES.
020300     88  CM-RUNLOG-OK                        VALUE '00'.
020400 77  CM-PARM-OPEN-SWITCH      PIC  X(01)     VALUE 'N'.
020500     88  CM-PARM-OPEN                        VALUE 'Y'.
020600 77  CM-EOF-SWITCH            PIC  X(01)     VALUE 'N'.
020700     88  CM-END-OF-FILE                      VALUE 'Y'.
020800 77  CM-INIT-SWITCH           PIC  X(01)     VALUE 'N'.
020900     88  CM-INIT-OK                          VALUE 'Y'.
021000 77  CM-HELD-SWITCH           PIC  X(01)     VALUE 'N'.
021100     88  CM-RUN-HELD                         VALUE 'Y'.
021200 77  CM-CUST-AVAIL-SWITCH     PIC  X(01)     VALUE 'N'.
021300     88  CM-CUST-AVAILABLE                   VALUE 'Y'.
021400 77  CM-RSND-AVAIL-SWITCH     PIC  X(01)     VALUE 'N'.
021500     88  CM-RSND-AVAILABLE                   VALUE 'Y'.
021600 77  CM-AUDKEY-AVAIL-SWITCH   PIC  X(01)     VALUE 'N'.
021700     88  CM-AUDKEY-AVAILABLE                 VALUE 'Y'.
021800 77  CM-PERBAL-AVAIL-SWITCH   PIC  X(01)     VALUE 'N'.
021900     88  CM-PERBAL-AVAILABLE                 VALUE 'Y'.
022000 77  CM-ARCHM-AVAIL-SWITCH    PIC  X(01)     VALUE 'N'.
022100     88  CM-ARCHM-AVAILABLE                  VALUE 'Y'.
022200 77  CM-REFUSED-SWITCH        PIC  X(01)     VALUE 'N'.
022300     88  CM-PAIR-REFUSED                     VALUE 'Y'.
022400 77  CM-SCAN-EOF-SWITCH       PIC  X(01)     VALUE 'N'.
022500     88  CM-SCAN-EOF                         VALUE 'Y'.
022600 77  CM-OLD-MASTER-SWITCH     PIC  X(01)     VALUE 'N'.
022700     88  CM-OLD-ON-MASTER                    VALUE 'Y'.
022800 77  CM-NEW-MASTER-SWITCH     PIC  X(01)     VALUE 'N'.
022900     88  CM-NEW-ON-MASTER                    VALUE 'Y'.
023000 77  CM-OLD-CUST-SWITCH       PIC  X(01)     VALUE 'N'.
023100     88  CM-OLD-ON-CUSTMS                    VALUE 'Y'.
023200 77  CM-NEW-CUST-SWITCH       PIC  X(01)     VALUE 'N'.
023300     88  CM-NEW-ON-CUSTMS                    VALUE 'Y'.
023400 77  CM-KEY-WRITTEN-SWITCH    PIC  X(01)     VALUE 'N'.
023500     88  CM-KEY-WRITTEN                      VALUE 'Y'.
023530 77  CM-PAIR-FAIL-SWITCH      PIC  X(01)     VALUE 'N'.
023560     88  CM-PAIR-FAILED                      VALUE 'Y'.
023600 77  CM-LOG-EVENT             PIC  X(05)     VALUE SPACES.
023700 77  CM-LOG-STATUS            PIC  X(01)     VALUE SPACES.
023800 77  CM-BUSINESS-DATE         PIC  9(08)     VALUE ZERO.
023900 77  CM-RUN-TIME              PIC  9(08)     VALUE ZERO.
024000 77  CM-SUPERVISOR            PIC  X(10)     VALUE SPACES.
024100 77  CM-ACTION                PIC  X(01)     VALUE SPACE.
024200     88  CM-RENAME                           VALUE 'R'.
024300     88  CM-MERGE                            VALUE 'M'.
024400 77  CM-OLD-CODE              PIC  X(10)     VALUE SPACES.
024500 77  CM-NEW-CODE              PIC  X(10)     VALUE SPACES.
024600 77  CM-SCAN-CODE             PIC  X(10)     VALUE SPACES.
024700 77  CM-REASON                PIC  X(30)     VALUE SPACES.
024800 77  CM-OFFSET                PIC  9(05)              VALUE ZERO.
024900 77  CM-OLD-SEQ               PIC  9(05)              VALUE ZERO.
024950 77  CM-NEXT-SEQ              PIC  9(06)              VALUE ZERO.
025000 77  CM-OLD-LAST-SEQ          PIC  9(05)              VALUE ZERO.
025100 77  CM-SEQ-CHECK             PIC  9(06)              VALUE ZERO.
025200 77  CM-OLD-ENTRY3            PIC  9(08)              VALUE ZERO.
025300 77  CM-SCAN-MAX-SEQ          PIC  9(05)              VALUE ZERO.
025400 77  CM-SCAN-COUNT            PIC  9(07)     COMP     VALUE ZERO.
025500 77  CM-SCAN-SUM              PIC S9(11)V99  COMP-3   VALUE ZERO.
025600 77  CM-PB-BALANCE            PIC S9(07)V99  COMP-3   VALUE ZERO.
025700 77  CM-PB-TXN-DATE           PIC  9(08)              VALUE ZERO.
025720 77  CM-PB-LAST-SEQ           PIC  9(06)              VALUE ZERO.
025740 77  CM-SNAP-PERIOD           PIC  9(08)              VALUE ZERO.
025760 77  CM-SNAP-LAST-SEQ         PIC  9(05)              VALUE ZERO.
025800 77  CM-OLD-BAL-BEFORE        PIC S9(11)V99  COMP-3   VALUE ZERO.
025900 77  CM-NEW-BAL-BEFORE        PIC S9(11)V99  COMP-3   VALUE ZERO.
026000 77  CM-OLD-DTL-BEFORE        PIC S9(11)V99  COMP-3   VALUE ZERO.
026100 77  CM-NEW-DTL-BEFORE        PIC S9(11)V99  COMP-3   VALUE ZERO.
026200 77  CM-OLD-BAL-AFTER         PIC S9(11)V99  COMP-3   VALUE ZERO.
026300 77  CM-NEW-BAL-AFTER         PIC S9(11)V99  COMP-3   VALUE ZERO.
026400 77  CM-OLD-DTL-AFTER         PIC S9(11)V99  COMP-3   VALUE ZERO.
026500 77  CM-NEW-DTL-AFTER         PIC S9(11)V99  COMP-3   VALUE ZERO.
026600 77  CM-TOTAL-BEFORE          PIC S9(11)V99  COMP-3   VALUE ZERO.
026700 77  CM-TOTAL-AFTER           PIC S9(11)V99  COMP-3   VALUE ZERO.
026800 77  CM-DTL-TOTAL-BEFORE      PIC S9(11)V99  COMP-3   VALUE ZERO.
026900 77  CM-DTL-TOTAL-AFTER       PIC S9(11)V99  COMP-3   VALUE ZERO.
027000 77  CM-DETAIL-MOVED          PIC  9(07)     COMP     VALUE ZERO.
027050 77  CM-DETAIL-KEPT           PIC  9(07)     COMP     VALUE ZERO.
027100 77  CM-QUEUE-MOVED           PIC  9(07)     COMP     VALUE ZERO.
027200 77  CM-AUDIT-MOVED           PIC  9(07)     COMP     VALUE ZERO.
027300 77  CM-PERBAL-MOVED          PIC  9(07)     COMP     VALUE ZERO.
027400 77  CM-PAIR-COUNT            PIC  9(07)     COMP     VALUE ZERO.
027500 77  CM-RENAME-COUNT          PIC  9(07)     COMP     VALUE ZERO.
027600 77  CM-MERGE-COUNT           PIC  9(07)     COMP     VALUE ZERO.
027700 77  CM-REFUSE-COUNT          PIC  9(07)     COMP     VALUE ZERO.
027800 77  CM-UNPROVED-COUNT        PIC  9(07)     COMP     VALUE ZERO.
027850 77  CM-FAILED-COUNT          PIC  9(07)     COMP     VALUE ZERO.
027900 77  CM-PERIOD-COUNT          PIC  9(03)     COMP     VALUE ZERO.
028000 77  CM-SUB                   PIC  9(03)     COMP     VALUE ZERO.
028100 77  CM-JRNL-FILE             PIC  X(01)     VALUE SPACE.
028200 77  CM-JRNL-ACTION           PIC  X(01)     VALUE SPACE.
028300 77  CM-JRNL-KEY              PIC  X(15)     VALUE SPACES.
028400 01  CM-JRNL-BEFORE           PIC  X(120)    VALUE SPACES.
028500 01  CM-JRNL-AFTER            PIC  X(120)    VALUE SPACES.
028600 01  CM-AUDKEY-SAVE           PIC  X(150)    VALUE SPACES.
028700 01  CM-PERBAL-SAVE           PIC  X(60)     VALUE SPACES.
028800 01  CM-PERBAL-HOLD           PIC  X(60)     VALUE SPACES.
028900 01  CM-DETAIL-KEY-AREA.
029000     03  CM-DK-CUST           PIC  X(10).
029100     03  CM-DK-SEQ            PIC  9(05).
029200******************************************************************
029300*    PERIOD-END DATES ON WHICH THE OLD CODE HAS A PERBAL SNAPSHOT,
029400*    COLLECTED FIRST SO THE FILE IS NOT UPDATED WHILE BROWSED.
029500******************************************************************
029600 01  CM-PERIOD-TABLE.
029700     03  CM-PERIOD-DATE       PIC  9(08)     OCCURS 600 TIMES.
029800******************************************************************
029900*    REPORT LINES
030000******************************************************************
030100 01  CM-HEADING-1             PIC  X(80)     VALUE
030200     'LDCHANGE CUSTOMER CODE CHANGE AND MERGE REPORT'.
030300 01  CM-HEADING-2.
030400     05  FILLER               PIC  X(15)     VALUE
030500         'BUSINESS DATE:'.
030600     05  CM-H2-BUS-DATE       PIC  9(08).
030700     05  FILLER               PIC  X(04)     VALUE SPACES.
030800     05  FILLER               PIC  X(12)     VALUE
030900         'SUPERVISOR:'.
031000     05  CM-H2-USER           PIC  X(10).
031100     05  FILLER               PIC  X(31)     VALUE SPACES.
031200 01  CM-HEADING-3             PIC  X(80)     VALUE ALL '-'.
031300 01  CM-PAIR-LINE.
031400     05  CM-L-ACTION          PIC  X(08).
031500     05  CM-L-OLD             PIC  X(10).
031600     05  FILLER               PIC  X(04)     VALUE ' -> '.
031700     05  CM-L-NEW             PIC  X(10).
031800     05  FILLER               PIC  X(02)     VALUE SPACES.
031900     05  CM-L-RESULT          PIC  X(30).
032000     05  FILLER               PIC  X(16)     VALUE SPACES.
032100 01  CM-COUNT-LINE.
032200     05  FILLER               PIC  X(04)     VALUE SPACES.
032300     05  FILLER               PIC  X(14)     VALUE
032400         'DETAILS MOVED'.
032500     05  CM-C-DETAILS         PIC  ZZ,ZZ9.
032600     05  FILLER               PIC  X(02)     VALUE SPACES.
032700     05  FILLER               PIC  X(07)     VALUE 'QUEUED'.
032800     05  CM-C-QUEUE           PIC  ZZ,ZZ9.
032900     05  FILLER               PIC  X(02)     VALUE SPACES.
033000     05  FILLER               PIC  X(06)     VALUE 'AUDIT'.
033100     05  CM-C-AUDIT           PIC  ZZ,ZZ9.
033200     05  FILLER               PIC  X(02)     VALUE SPACES.
033300     05  FILLER               PIC  X(10)     VALUE 'SNAPSHOTS'.
033400     05  CM-C-PERBAL          PIC  ZZ,ZZ9.
033500     05  FILLER               PIC  X(09)     VALUE SPACES.
033600 01  CM-PROOF-HEAD            PIC  X(80)     VALUE
033700     '    BALANCE PROOF              OLD CODE       NEW CODE
033800-    '   COMBINED'.
033900 01  CM-PROOF-LINE.
034000     05  FILLER               PIC  X(04)     VALUE SPACES.
034100     05  CM-R-LABEL           PIC  X(20).
034200     05  CM-R-OLD             PIC  ---,---,--9.99.
034300     05  FILLER               PIC  X(01)     VALUE SPACES.
034400     05  CM-R-NEW             PIC  ---,---,--9.99.
034500     05  FILLER               PIC  X(01)     VALUE SPACES.
034600     05  CM-R-TOTAL           PIC  ---,---,--9.99.
034700     05  FILLER               PIC  X(12)     VALUE SPACES.
034800 01  CM-TOTAL-LINE.
034900     05  FILLER               PIC  X(04)     VALUE SPACES.
035000     05  CM-T-LABEL           PIC  X(30).
035100     05  CM-T-COUNT           PIC  ZZZ,ZZ9.
035200     05  FILLER               PIC  X(39)     VALUE SPACES.
035300 01  CM-BLANK-LINE            PIC  X(80)     VALUE SPACES.
035400******************************************************************
035500 PROCEDURE           DIVISION.
035600 0000-MAINLINE            SECTION.
035620     PERFORM 9000-START-JOB THRU 9000-EXIT.
035640     IF CM-HELD-FOR NOT = SPACES
035660         STOP RUN
035680     END-IF.
035700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035800     PERFORM 2000-PROCESS-PAIRS THRU 2000-EXIT
035900         UNTIL CM-END-OF-FILE.
036000     PERFORM 3000-FINALIZE THRU 3000-EXIT.
036020     IF NOT CM-INIT-OK OR CM-UNPROVED-COUNT > ZERO
036030         OR CM-FAILED-COUNT > ZERO
036040         MOVE 'F' TO CM-JOB-RESULT
036060     END-IF.
036080     PERFORM 9300-END-JOB THRU 9300-EXIT.
036100     STOP RUN.
036200******************************************************************
036300 1000-INITIALIZE          SECTION.
036400     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT.
036500     ACCEPT CM-RUN-TIME FROM TIME.
036600     PERFORM 1200-CHECK-SUPERVISOR THRU 1200-EXIT.
036700     IF CM-SUPERVISOR = SPACES
036800         MOVE 'Y' TO CM-EOF-SWITCH
036900         MOVE 'Y' TO CM-HELD-SWITCH
037000         GO TO 1000-EXIT
037100     END-IF.
037200     PERFORM 1300-CHECK-RUN-CONTROL THRU 1300-EXIT.
037300     IF CM-RUN-HELD
037400         MOVE 'Y' TO CM-EOF-SWITCH
037500         GO TO 1000-EXIT
037600     END-IF.
037700     OPEN I-O ENTRY-MASTER-FILE.
037800     IF NOT CM-ENTRY-OK
037900         DISPLAY 'CUSTMRG: ENTRY-MASTER OPEN FAILED, STATUS='
038000             CM-ENTRY-STATUS
038100         MOVE 'Y' TO CM-EOF-SWITCH
038200         GO TO 1000-EXIT
038300     END-IF.
038400     OPEN I-O ENTRY-DETAIL-FILE.
038500     IF NOT CM-DETAIL-OK
038600         DISPLAY 'CUSTMRG: ENTRY-DETAIL OPEN FAILED, STATUS='
038700             CM-DETAIL-STATUS
038800         CLOSE ENTRY-MASTER-FILE
038900         MOVE 'Y' TO CM-EOF-SWITCH
039000         GO TO 1000-EXIT
039100     END-IF.
039200     OPEN I-O EXT-QUEUE-FILE.
039300     IF NOT CM-EXTQ-OK
039400         CLOSE  EXT-QUEUE-FILE
039500         OPEN OUTPUT EXT-QUEUE-FILE
039600         CLOSE  EXT-QUEUE-FILE
039700         OPEN I-O EXT-QUEUE-FILE
039800     END-IF.
039900     IF NOT CM-EXTQ-OK
040000         DISPLAY 'CUSTMRG: EXTQ OPEN FAILED, STATUS='
040100             CM-EXTQ-STATUS
040200         CLOSE ENTRY-MASTER-FILE
040300         CLOSE ENTRY-DETAIL-FILE
040400         MOVE 'Y' TO CM-EOF-SWITCH
040500         GO TO 1000-EXIT
040600     END-IF.
040700     OPEN EXTEND JOURNAL-FILE.
040800     IF NOT CM-JRNL-OK
040900         OPEN OUTPUT JOURNAL-FILE
041000         CLOSE  JOURNAL-FILE
041100         OPEN EXTEND JOURNAL-FILE
041200     END-IF.
041300     OPEN EXTEND AUDIT-LOG-FILE.
041400     IF NOT CM-AUDIT-OK
041500         OPEN OUTPUT AUDIT-LOG-FILE
041600         CLOSE  AUDIT-LOG-FILE
041700         OPEN EXTEND AUDIT-LOG-FILE
041800     END-IF.
041900     OPEN I-O CUSTOMER-REF-FILE.
042000     IF CM-CUST-OK
042100         MOVE 'Y' TO CM-CUST-AVAIL-SWITCH
042200     END-IF.
042300     OPEN I-O RESEND-FILE.
042400     IF CM-RSND-OK
042500         MOVE 'Y' TO CM-RSND-AVAIL-SWITCH
042600     END-IF.
042700     OPEN I-O AUDIT-KEY-FILE.
042800     IF CM-AUDKEY-OK
042900         MOVE 'Y' TO CM-AUDKEY-AVAIL-SWITCH
043000     END-IF.
043100     OPEN I-O PERIOD-BAL-FILE.
043200     IF CM-PERBAL-OK
043300         MOVE 'Y' TO CM-PERBAL-AVAIL-SWITCH
043400     END-IF.
043500     OPEN INPUT ARCH-MASTER-FILE.
043600     IF CM-ARCHM-OK
043700         MOVE 'Y' TO CM-ARCHM-AVAIL-SWITCH
043800     END-IF.
043900     OPEN OUTPUT MERGE-REPORT-FILE.
044000     MOVE CM-BUSINESS-DATE TO CM-H2-BUS-DATE.
044100     MOVE CM-SUPERVISOR TO CM-H2-USER.
044200     WRITE CM-REPORT-RECORD FROM CM-HEADING-1.
044300     WRITE CM-REPORT-RECORD FROM CM-HEADING-2.
044400     WRITE CM-REPORT-RECORD FROM CM-HEADING-3.
044500     MOVE 'Y' TO CM-INIT-SWITCH.
044600     PERFORM 2010-READ-PARM THRU 2010-EXIT.
044700 1000-EXIT.
044800     EXIT.
044900******************************************************************
045000*    THE RUN IS DATED BY THE SYSTEM BUSINESS DATE, NOT THE WALL
045100*    CLOCK.  MACHINE DATE STANDS IN WHEN BUSDATE IS ABSENT.
045200******************************************************************
045300 1100-GET-BUSINESS-DATE   SECTION.
045400     OPEN INPUT BUSDATE-FILE.
045500     IF CM-BUSDT-OK
045600         READ BUSDATE-FILE
045700             AT END
045800                 CONTINUE
045900             NOT AT END
046000                 MOVE BD-BUSINESS-DATE TO CM-BUSINESS-DATE
046100         END-READ
046200         CLOSE BUSDATE-FILE
046300     END-IF.
046400     IF CM-BUSINESS-DATE = ZERO
046500         ACCEPT CM-BUSINESS-DATE FROM DATE YYYYMMDD
046600     END-IF.
046700 1100-EXIT.
046800     EXIT.
046900******************************************************************
047000*    THE FIRST MRGPARM RECORD MUST NAME A SUPERVISOR ON USERPROF.
047100*    WITHOUT ONE NOTHING IS CHANGED.  CM-SUPERVISOR IS LEFT
047200*    BLANK ON ANY FAILURE.
047300******************************************************************
047400 1200-CHECK-SUPERVISOR    SECTION.
047500     OPEN INPUT MERGE-PARM-FILE.
047600     IF NOT CM-PARM-OK
047700         DISPLAY 'CUSTMRG: MRGPARM OPEN FAILED, STATUS='
047800             CM-PARM-STATUS
047900         GO TO 1200-EXIT
048000     END-IF.
048100     MOVE 'Y' TO CM-PARM-OPEN-SWITCH.
048200     READ MERGE-PARM-FILE
048300         AT END
048400             MOVE SPACES TO CM-PARM-RECORD
048500     END-READ.
048600     IF CM-P-ACTION NOT = 'S' OR CM-P-USER-ID = SPACES
048700         DISPLAY 'CUSTMRG: FIRST MRGPARM RECORD MUST NAME THE '
048800             'AUTHORISING SUPERVISOR - RUN REFUSED'
048900         GO TO 1200-EXIT
049000     END-IF.
049100     OPEN INPUT USER-PROFILE-FILE.
049200     IF NOT CM-USER-OK
049300         DISPLAY 'CUSTMRG: USERPROF OPEN FAILED, STATUS='
049400             CM-USER-STATUS ' - RUN REFUSED'
049500         GO TO 1200-EXIT
049600     END-IF.
049700     MOVE CM-P-USER-ID TO UP-USER-ID.
049800     READ USER-PROFILE-FILE
049900         INVALID KEY
050000             DISPLAY 'CUSTMRG: ' CM-P-USER-ID
050100                 ' HAS NO USER PROFILE - RUN REFUSED'
050200         NOT INVALID KEY
050300             IF UP-IS-SUPERVISOR
050400                 MOVE CM-P-USER-ID TO CM-SUPERVISOR
050500             ELSE
050600                 DISPLAY 'CUSTMRG: ' CM-P-USER-ID
050700                     ' IS NOT A SUPERVISOR - RUN REFUSED'
050800             END-IF
050900     END-READ.
051000     CLOSE USER-PROFILE-FILE.
051100 1200-EXIT.
051200     EXIT.
051300******************************************************************
051400*    RUN-CONTROL HANDLING.  THE RUN IS HELD WHILE ANOTHER BATCH
051500*    JOB IS ACTIVE; OTHERWISE THE BATCH WINDOW IS OPENED HERE SO
051600*    TEST1 HOLDS UPDATES, AND CLOSED AGAIN IN 3200.
051700******************************************************************
051800 1300-CHECK-RUN-CONTROL   SECTION.
051900     PERFORM 8000-READ-RUN-CONTROL THRU 8000-EXIT.
052000     IF RC-BATCH-WINDOW-OPEN
052100         DISPLAY 'CUSTMRG: RUN HELD - BATCH JOB '
052200             RC-ACTIVE-JOB ' STILL ACTIVE'
052300         MOVE 'Y' TO CM-HELD-SWITCH
052400         MOVE 'START' TO CM-LOG-EVENT
052500         MOVE SPACE TO CM-LOG-STATUS
052600         PERFORM 8200-WRITE-RUN-LOG THRU 8200-EXIT
052700         MOVE 'END' TO CM-LOG-EVENT
052800         MOVE 'F' TO CM-LOG-STATUS
052900         PERFORM 8200-WRITE-RUN-LOG THRU 8200-EXIT
053000     ELSE
053100         MOVE 'Y' TO RC-BATCH-ACTIVE
053200         MOVE 'CUSTMRG' TO RC-ACTIVE-JOB
053300         PERFORM 8100-WRITE-RUN-CONTROL THRU 8100-EXIT
053400         MOVE 'START' TO CM-LOG-EVENT
053500         MOVE SPACE TO CM-LOG-STATUS
053600         PERFORM 8200-WRITE-RUN-LOG THRU 8200-EXIT
053700     END-IF.
053800 1300-EXIT.
053900     EXIT.
054000******************************************************************
054100 2000-PROCESS-PAIRS       SECTION.
054200     IF CM-PARM-RECORD NOT = SPACES
054300         ADD 1 TO CM-PAIR-COUNT
054400         PERFORM 2050-APPLY-PAIR THRU 2050-EXIT
054500     END-IF.
054600     PERFORM 2010-READ-PARM THRU 2010-EXIT.
054700 2000-EXIT.
054800     EXIT.
054900******************************************************************
055000 2010-READ-PARM           SECTION.
055100     READ MERGE-PARM-FILE
055200         AT END
055300             MOVE 'Y' TO CM-EOF-SWITCH
055400     END-READ.
055500 2010-EXIT.
055600     EXIT.
055700******************************************************************
055800*    ONE PAIR:  VALIDATE, TAKE THE BEFORE BALANCES, MOVE EVERY
055900*    KEYED RECORD ACROSS, THEN PROVE AND REPORT.  THE DETAILS GO
055970*    FIRST AND THE SURVIVING MASTER IS REWRITTEN AFTER THEM.  A
056040*    PAIR INTERRUPTED PART-WAY MUST NOT BE RERUN AS IT STANDS --
056110*    THE OFFSET WOULD BE TAKEN AGAIN AND THE DETAILS ALREADY
056180*    MOVED POSTED A SECOND TIME.  RESTORE THE FILES FROM THE
056250*    BACKUP TAKEN BEFORE THE RUN, REPLAY ENTJRNL WITH ENTRCVR UP
056320*    TO THE RUN'S START TIME, AND ONLY THEN RUN THE PAIR AGAIN.
056400******************************************************************
056500 2050-APPLY-PAIR          SECTION.
056600     MOVE CM-P-ACTION TO CM-ACTION.
056700     MOVE CM-P-OLD-CODE TO CM-OLD-CODE.
056800     MOVE CM-P-NEW-CODE TO CM-NEW-CODE.
056900     MOVE ZERO TO CM-DETAIL-MOVED.
056950     MOVE ZERO TO CM-DETAIL-KEPT.
057000     MOVE ZERO TO CM-QUEUE-MOVED.
057100     MOVE ZERO TO CM-AUDIT-MOVED.
057200     MOVE ZERO TO CM-PERBAL-MOVED.
057300     MOVE 'N' TO CM-REFUSED-SWITCH.
057350     MOVE 'N' TO CM-PAIR-FAIL-SWITCH.
057400     MOVE SPACES TO CM-REASON.
057500     PERFORM 2100-VALIDATE-PAIR THRU 2100-EXIT.
057600     IF CM-RENAME
057700         MOVE 'RENAME' TO CM-L-ACTION
057800     ELSE
057900         MOVE 'MERGE' TO CM-L-ACTION
058000     END-IF.
058100     MOVE CM-OLD-CODE TO CM-L-OLD.
058200     MOVE CM-NEW-CODE TO CM-L-NEW.
058300     IF CM-PAIR-REFUSED
058400         ADD 1 TO CM-REFUSE-COUNT
058500         MOVE CM-REASON TO CM-L-RESULT
058600         WRITE CM-REPORT-RECORD FROM CM-PAIR-LINE
058700         WRITE CM-REPORT-RECORD FROM CM-BLANK-LINE
058800         DISPLAY 'CUSTMRG: ' CM-OLD-CODE ' -> ' CM-NEW-CODE
058900             ' ' CM-REASON
059000         GO TO 2050-EXIT
059100     END-IF.
059200     PERFORM 2300-MOVE-DETAILS THRU 2300-EXIT.
059300     PERFORM 2400-MOVE-MASTER THRU 2400-EXIT.
059400     PERFORM 2500-MOVE-REFERENCE THRU 2500-EXIT.
059500     PERFORM 2600-MOVE-AUDIT-HISTORY THRU 2600-EXIT.
059600     PERFORM 2700-MOVE-SNAPSHOTS THRU 2700-EXIT.
059700     PERFORM 2800-WRITE-AUDIT-LOG THRU 2800-EXIT.
059800     IF CM-RENAME
059900         ADD 1 TO CM-RENAME-COUNT
060000     ELSE
060100         ADD 1 TO CM-MERGE-COUNT
060200     END-IF.
060300     PERFORM 2900-PROVE-PAIR THRU 2900-EXIT.
060400 2050-EXIT.
060500     EXIT.
060600******************************************************************
060700*    A RENAME NEEDS A NEW CODE NOT IN USE ANYWHERE; A MERGE NEEDS
060800*    AN OPEN SURVIVOR WITH NOTHING POSTED SINCE ITS LATEST PERBAL
060900*    SNAPSHOT.  NEITHER CODE MAY BE PURGED TO ENTARCHF (RESTORE
061000*    IT WITH ENTREST FIRST).  THE BEFORE BALANCES ARE TAKEN HERE.
061100******************************************************************
061200 2100-VALIDATE-PAIR       SECTION.
061300     IF NOT CM-RENAME AND NOT CM-MERGE
061400         MOVE 'REFUSED - ACTION NOT R OR M' TO CM-REASON
061500         MOVE 'Y' TO CM-REFUSED-SWITCH
061600         GO TO 2100-EXIT
061700     END-IF.
061800     IF CM-OLD-CODE = SPACES OR CM-NEW-CODE = SPACES
061900         OR CM-OLD-CODE = CM-NEW-CODE
062000         MOVE 'REFUSED - CODES INVALID' TO CM-REASON
062100         MOVE 'Y' TO CM-REFUSED-SWITCH
062200         GO TO 2100-EXIT
062300     END-IF.
062400     IF CM-ARCHM-AVAILABLE
062500         MOVE CM-OLD-CODE TO AM-KEY
062600         READ ARCH-MASTER-FILE
062700             INVALID KEY
062800                 CONTINUE
062900             NOT INVALID KEY
063000                 MOVE 'REFUSED - OLD CODE IS PURGED' TO CM-REASON
063100                 MOVE 'Y' TO CM-REFUSED-SWITCH
063200         END-READ
063300         MOVE CM-NEW-CODE TO AM-KEY
063400         READ ARCH-MASTER-FILE
063500             INVALID KEY
063600                 CONTINUE
063700             NOT INVALID KEY
063800                 MOVE 'REFUSED - NEW CODE IS PURGED' TO CM-REASON
063900                 MOVE 'Y' TO CM-REFUSED-SWITCH
064000         END-READ
064100         IF CM-PAIR-REFUSED
064200             GO TO 2100-EXIT
064300         END-IF
064400     END-IF.
064500     MOVE 'N' TO CM-OLD-MASTER-SWITCH.
064600     MOVE 'N' TO CM-NEW-MASTER-SWITCH.
064700     MOVE 'N' TO CM-OLD-CUST-SWITCH.
064800     MOVE 'N' TO CM-NEW-CUST-SWITCH.
064900     MOVE ZERO TO CM-OLD-BAL-BEFORE.
065000     MOVE ZERO TO CM-NEW-BAL-BEFORE.
065100     MOVE ZERO TO CM-OLD-LAST-SEQ.
065200     MOVE ZERO TO CM-OLD-ENTRY3.
065300     MOVE ZERO TO CM-OFFSET.
065400     MOVE CM-OLD-CODE TO EM-KEY.
065500     READ ENTRY-MASTER-FILE
065600         INVALID KEY
065700             CONTINUE
065800         NOT INVALID KEY
065900             MOVE 'Y' TO CM-OLD-MASTER-SWITCH
066000             MOVE EM-ENTRY2 TO CM-OLD-BAL-BEFORE
066100             MOVE EM-LAST-SEQ TO CM-OLD-LAST-SEQ
066200             MOVE EM-ENTRY3 TO CM-OLD-ENTRY3
066300     END-READ.
066400     MOVE CM-NEW-CODE TO EM-KEY.
066500     READ ENTRY-MASTER-FILE
066600         INVALID KEY
066700             CONTINUE
066800         NOT INVALID KEY
066900             MOVE 'Y' TO CM-NEW-MASTER-SWITCH
067000             MOVE EM-ENTRY2 TO CM-NEW-BAL-BEFORE
067100             MOVE EM-LAST-SEQ TO CM-OFFSET
067200     END-READ.
067300     IF CM-CUST-AVAILABLE
067400         MOVE CM-OLD-CODE TO CU-CUST-CODE
067500         READ CUSTOMER-REF-FILE
067600             INVALID KEY
067700                 CONTINUE
067800             NOT INVALID KEY
067900                 MOVE 'Y' TO CM-OLD-CUST-SWITCH
068000         END-READ
068100         MOVE CM-NEW-CODE TO CU-CUST-CODE
068200         READ CUSTOMER-REF-FILE
068300             INVALID KEY
068400                 CONTINUE
068500             NOT INVALID KEY
068600                 MOVE 'Y' TO CM-NEW-CUST-SWITCH
068700                 IF CM-MERGE AND CU-CLOSED
068800                     MOVE 'REFUSED - SURVIVOR IS CLOSED'
068900                         TO CM-REASON
069000                     MOVE 'Y' TO CM-REFUSED-SWITCH
069100                 END-IF
069200         END-READ
069300         IF CM-PAIR-REFUSED
069400             GO TO 2100-EXIT
069500         END-IF
069600     END-IF.
069700     MOVE CM-OLD-CODE TO CM-SCAN-CODE.
069800     PERFORM 2200-SCAN-DETAILS THRU 2200-EXIT.
069900     MOVE CM-SCAN-SUM TO CM-OLD-DTL-BEFORE.
070000     IF CM-SCAN-MAX-SEQ > CM-OLD-LAST-SEQ
070100         MOVE CM-SCAN-MAX-SEQ TO CM-OLD-LAST-SEQ
070200     END-IF.
070300     IF NOT CM-OLD-ON-MASTER AND NOT CM-OLD-ON-CUSTMS
070400         AND CM-SCAN-COUNT = ZERO
070500         MOVE 'REFUSED - OLD CODE NOT ON FILE' TO CM-REASON
070600         MOVE 'Y' TO CM-REFUSED-SWITCH
070700         GO TO 2100-EXIT
070800     END-IF.
070900     MOVE CM-NEW-CODE TO CM-SCAN-CODE.
071000     PERFORM 2200-SCAN-DETAILS THRU 2200-EXIT.
071100     MOVE CM-SCAN-SUM TO CM-NEW-DTL-BEFORE.
071200     IF CM-SCAN-MAX-SEQ > CM-OFFSET
071300         MOVE CM-SCAN-MAX-SEQ TO CM-OFFSET
071400     END-IF.
071500     IF CM-RENAME
071600         IF CM-NEW-ON-MASTER OR CM-NEW-ON-CUSTMS
071700             OR CM-SCAN-COUNT > ZERO
071800             MOVE 'REFUSED - NEW CODE ALREADY IN USE'
071900                 TO CM-REASON
072000             MOVE 'Y' TO CM-REFUSED-SWITCH
072100         END-IF
072200         MOVE ZERO TO CM-OFFSET
072300     ELSE
072400         IF NOT CM-NEW-ON-MASTER AND NOT CM-NEW-ON-CUSTMS
072500             MOVE 'REFUSED - SURVIVOR NOT ON FILE' TO CM-REASON
072600             MOVE 'Y' TO CM-REFUSED-SWITCH
072630         ELSE
072660             PERFORM 2150-CHECK-SURVIVOR-SNAP THRU 2150-EXIT
072700         END-IF
072800     END-IF.
072900     IF CM-PAIR-REFUSED
073000         GO TO 2100-EXIT
073100     END-IF.
073200     COMPUTE CM-SEQ-CHECK = CM-OLD-LAST-SEQ + CM-OFFSET.
073300     IF CM-SEQ-CHECK > 99999
073400         MOVE 'REFUSED - SEQUENCE OVERFLOW' TO CM-REASON
073500         MOVE 'Y' TO CM-REFUSED-SWITCH
073600     END-IF.
073700 2100-EXIT.
073800     EXIT.
073900******************************************************************
073902*    THE SURVIVOR'S LATEST SNAPSHOT MUST COVER EVERY DETAIL IT
073904*    HAS:  THE OLD CODE'S DETAILS ARE RE-SEQUENCED STRAIGHT ABOVE
073906*    THE SURVIVOR'S AND THE SNAPSHOTS ARE ADDED TOGETHER, SO A
073908*    SURVIVOR DETAIL POSTED SINCE THE CLOSE WOULD END UP AT OR
073910*    BELOW THE COMBINED PB-LAST-SEQ AND DROP OUT OF THE BALANCE
073912*    INQUIRY AND THE NEXT STATEMENT.  CM-SCAN-MAX-SEQ STILL HOLDS
073914*    THE SURVIVOR'S HIGHEST DETAIL SEQUENCE FROM 2100.
073916******************************************************************
073918 2150-CHECK-SURVIVOR-SNAP SECTION.
073920     IF NOT CM-PERBAL-AVAILABLE
073922         GO TO 2150-EXIT
073924     END-IF.
073926     MOVE ZERO TO CM-SNAP-PERIOD.
073928     MOVE ZERO TO CM-SNAP-LAST-SEQ.
073930     MOVE 'N' TO CM-SCAN-EOF-SWITCH.
073932     MOVE LOW-VALUES TO PB-KEY.
073934     START PERIOD-BAL-FILE KEY IS NOT LESS THAN PB-KEY
073936         INVALID KEY
073938             MOVE 'Y' TO CM-SCAN-EOF-SWITCH
073940     END-START.
073942     PERFORM 2160-FIND-SURVIVOR-SNAP THRU 2160-EXIT
073944         UNTIL CM-SCAN-EOF.
073946     IF CM-SNAP-PERIOD > ZERO
073948         AND CM-SCAN-MAX-SEQ > CM-SNAP-LAST-SEQ
073950         MOVE 'REFUSED - POSTED SINCE CLOSE' TO CM-REASON
073952         MOVE 'Y' TO CM-REFUSED-SWITCH
073954     END-IF.
073956 2150-EXIT.
073958     EXIT.
073960******************************************************************
073962 2160-FIND-SURVIVOR-SNAP  SECTION.
073964     READ PERIOD-BAL-FILE NEXT RECORD
073966         AT END
073968             MOVE 'Y' TO CM-SCAN-EOF-SWITCH
073970     END-READ.
073972     IF CM-SCAN-EOF
073974         GO TO 2160-EXIT
073976     END-IF.
073978     IF PB-CUST-CODE = CM-NEW-CODE
073980         AND PB-PERIOD-DATE > CM-SNAP-PERIOD
073982         MOVE PB-PERIOD-DATE TO CM-SNAP-PERIOD
073984         MOVE PB-LAST-SEQ TO CM-SNAP-LAST-SEQ
073986     END-IF.
073988 2160-EXIT.
073990     EXIT.
073992******************************************************************
074000*    TOTAL THE DETAILS ON FILE FOR CM-SCAN-CODE:  COUNT, SUM OF
074100*    AMOUNTS AND HIGHEST SEQUENCE.
074200******************************************************************
074300 2200-SCAN-DETAILS        SECTION.
074400     MOVE ZERO TO CM-SCAN-COUNT.
074500     MOVE ZERO TO CM-SCAN-SUM.
074600     MOVE ZERO TO CM-SCAN-MAX-SEQ.
074700     MOVE 'N' TO CM-SCAN-EOF-SWITCH.
074800     MOVE CM-SCAN-CODE TO ED-CUST-CODE.
074900     MOVE ZERO TO ED-SEQ-NO.
075000     START ENTRY-DETAIL-FILE KEY IS NOT LESS THAN ED-KEY
075100         INVALID KEY
075200             MOVE 'Y' TO CM-SCAN-EOF-SWITCH
075300     END-START.
075400     PERFORM 2210-SCAN-DETAIL-NEXT THRU 2210-EXIT
075500         UNTIL CM-SCAN-EOF.
075600 2200-EXIT.
075700     EXIT.
075800******************************************************************
075900 2210-SCAN-DETAIL-NEXT    SECTION.
076000     READ ENTRY-DETAIL-FILE NEXT RECORD
076100         AT END
076200             MOVE 'Y' TO CM-SCAN-EOF-SWITCH
076300     END-READ.
076400     IF CM-SCAN-EOF
076500         GO TO 2210-EXIT
076600     END-IF.
076700     IF ED-CUST-CODE NOT = CM-SCAN-CODE
076800         MOVE 'Y' TO CM-SCAN-EOF-SWITCH
076900         GO TO 2210-EXIT
077000     END-IF.
077100     ADD 1 TO CM-SCAN-COUNT.
077200     ADD ED-AMOUNT TO CM-SCAN-SUM.
077300     IF ED-SEQ-NO > CM-SCAN-MAX-SEQ
077400         MOVE ED-SEQ-NO TO CM-SCAN-MAX-SEQ
077500     END-IF.
077600 2210-EXIT.
077700     EXIT.
077800******************************************************************
077900*    EACH OLD DETAIL IS WRITTEN UNDER THE NEW CODE AT ITS
078000*    SEQUENCE PLUS THE SURVIVOR'S OFFSET (ZERO ON A RENAME) --
078100*    A REVERSAL'S ED-REV-SEQ-NO MOVES BY THE SAME OFFSET SO IT
078200*    STILL NAMES THE DETAIL IT BACKS OUT -- AND THEN DELETED.
078300*    THE FILE IS RE-POSITIONED FOR EVERY DETAIL BECAUSE THE
078350*    RECORD JUST READ HAS BEEN DELETED.  A DETAIL WHOSE NEW KEY
078400*    IS ALREADY ON FILE IS LEFT UNDER THE OLD CODE WITH ITS
078450*    QUEUE ENTRIES, AND THE PAIR FAILS.
078500******************************************************************
078600 2300-MOVE-DETAILS        SECTION.
078700     MOVE 'N' TO CM-SCAN-EOF-SWITCH.
078750     MOVE ZERO TO CM-NEXT-SEQ.
078800     PERFORM 2310-MOVE-DETAIL-NEXT THRU 2310-EXIT
078900         UNTIL CM-SCAN-EOF.
079000 2300-EXIT.
079100     EXIT.
079200******************************************************************
079300 2310-MOVE-DETAIL-NEXT    SECTION.
079320     IF CM-NEXT-SEQ > 99999
079340         MOVE 'Y' TO CM-SCAN-EOF-SWITCH
079360         GO TO 2310-EXIT
079380     END-IF.
079400     MOVE CM-OLD-CODE TO ED-CUST-CODE.
079500     MOVE CM-NEXT-SEQ TO ED-SEQ-NO.
079600     START ENTRY-DETAIL-FILE KEY IS NOT LESS THAN ED-KEY
079700         INVALID KEY
079800             MOVE 'Y' TO CM-SCAN-EOF-SWITCH
079900     END-START.
080000     IF CM-SCAN-EOF
080100         GO TO 2310-EXIT
080200     END-IF.
080300     READ ENTRY-DETAIL-FILE NEXT RECORD
080400         AT END
080500             MOVE 'Y' TO CM-SCAN-EOF-SWITCH
080600     END-READ.
080700     IF CM-SCAN-EOF
080800         GO TO 2310-EXIT
080900     END-IF.
081000     IF ED-CUST-CODE NOT = CM-OLD-CODE
081100         MOVE 'Y' TO CM-SCAN-EOF-SWITCH
081200         GO TO 2310-EXIT
081300     END-IF.
081400     MOVE ED-SEQ-NO TO CM-OLD-SEQ.
081450     COMPUTE CM-NEXT-SEQ = CM-OLD-SEQ + 1.
081500     MOVE ENTRY-DETAIL-RECORD TO CM-JRNL-BEFORE.
081600     MOVE CM-NEW-CODE TO ED-CUST-CODE.
081700     ADD CM-OFFSET TO ED-SEQ-NO.
081800     IF ED-REV-SEQ-NO > ZERO
081900         ADD CM-OFFSET TO ED-REV-SEQ-NO
082000     END-IF.
082100     WRITE ENTRY-DETAIL-RECORD
082200         INVALID KEY
082300             DISPLAY 'CUSTMRG: ' ED-CUST-CODE '/' ED-SEQ-NO
082330                 ' ALREADY ON FILE - ' CM-OLD-CODE '/'
082360                 CM-OLD-SEQ ' NOT MOVED'
082390             ADD 1 TO CM-DETAIL-KEPT
082420             MOVE 'Y' TO CM-PAIR-FAIL-SWITCH
082450             GO TO 2310-EXIT
082500         NOT INVALID KEY
082600             MOVE 'D' TO CM-JRNL-FILE
082700             MOVE 'W' TO CM-JRNL-ACTION
082800             MOVE ED-KEY TO CM-JRNL-KEY
082900             MOVE SPACES TO CM-JRNL-BEFORE
083000             MOVE ENTRY-DETAIL-RECORD TO CM-JRNL-AFTER
083100             PERFORM 8300-WRITE-JOURNAL THRU 8300-EXIT
083200             ADD 1 TO CM-DETAIL-MOVED
083300     END-WRITE.
083400     PERFORM 2320-MOVE-QUEUE-ENTRIES THRU 2320-EXIT.
083500     MOVE CM-OLD-CODE TO ED-CUST-CODE.
083600     MOVE CM-OLD-SEQ TO ED-SEQ-NO.
083700     READ ENTRY-DETAIL-FILE
083800         INVALID KEY
083900             GO TO 2310-EXIT
084000     END-READ.
084100     MOVE ENTRY-DETAIL-RECORD TO CM-JRNL-BEFORE.
084200     DELETE ENTRY-DETAIL-FILE
084300         INVALID KEY
084350             DISPLAY 'CUSTMRG: ' CM-OLD-CODE '/' CM-OLD-SEQ
084400                 ' DELETE FAILED - NOW ON FILE TWICE'
084450             MOVE 'Y' TO CM-PAIR-FAIL-SWITCH
084500         NOT INVALID KEY
084600             MOVE 'D' TO CM-JRNL-FILE
084700             MOVE 'D' TO CM-JRNL-ACTION
084800             MOVE ED-KEY TO CM-JRNL-KEY
084900             MOVE SPACES TO CM-JRNL-AFTER
085000             PERFORM 8300-WRITE-JOURNAL THRU 8300-EXIT
085100     END-DELETE.
085200 2310-EXIT.
085300     EXIT.
085400******************************************************************
085500*    A PENDING EXTRACT (EXTQ) OR RE-EXTRACT REQUEST (INTFRSND)
085600*    FOR THE OLD KEY IS RE-KEYED TO THE DETAIL'S NEW KEY, SO
085700*    INTFEXT STILL SENDS THE DETAIL EXACTLY ONCE.
085800******************************************************************
085900 2320-MOVE-QUEUE-ENTRIES  SECTION.
086000     MOVE CM-OLD-CODE TO XQ-CUST-CODE.
086100     MOVE CM-OLD-SEQ TO XQ-SEQ-NO.
086200     READ EXT-QUEUE-FILE
086300         INVALID KEY
086400             CONTINUE
086500         NOT INVALID KEY
086600             DELETE EXT-QUEUE-FILE
086700                 INVALID KEY
086800                     CONTINUE
086900             END-DELETE
087000             MOVE CM-NEW-CODE TO XQ-CUST-CODE
087100             COMPUTE XQ-SEQ-NO = CM-OLD-SEQ + CM-OFFSET
087200             WRITE EXTRACT-QUEUE-RECORD
087300                 INVALID KEY
087400                     REWRITE EXTRACT-QUEUE-RECORD
087500             END-WRITE
087600             ADD 1 TO CM-QUEUE-MOVED
087700     END-READ.
087800     IF NOT CM-RSND-AVAILABLE
087900         GO TO 2320-EXIT
088000     END-IF.
088100     MOVE CM-OLD-CODE TO RX-CUST-CODE.
088200     MOVE CM-OLD-SEQ TO RX-SEQ-NO.
088300     READ RESEND-FILE
088400         INVALID KEY
088500             CONTINUE
088600         NOT INVALID KEY
088700             DELETE RESEND-FILE
088800                 INVALID KEY
088900                     CONTINUE
089000             END-DELETE
089100             MOVE CM-NEW-CODE TO RX-CUST-CODE
089200             COMPUTE RX-SEQ-NO = CM-OLD-SEQ + CM-OFFSET
089300             WRITE RESEND-RECORD
089400                 INVALID KEY
089500                     REWRITE RESEND-RECORD
089600             END-WRITE
089700             ADD 1 TO CM-QUEUE-MOVED
089800     END-READ.
089900 2320-EXIT.
090000     EXIT.
090100******************************************************************
090200*    THE MASTER.  WHEN THE SURVIVOR HAS A MASTER IT IS REWRITTEN
090300*    WITH THE COMBINED BALANCE, THE LATER TRANSACTION DATE AND
090400*    THE NEW HIGHEST SEQUENCE; OTHERWISE THE OLD MASTER IS
090500*    WRITTEN UNDER THE NEW CODE.  THE OLD MASTER IS THEN DELETED.
090600******************************************************************
090700 2400-MOVE-MASTER         SECTION.
090800     IF NOT CM-OLD-ON-MASTER AND NOT CM-NEW-ON-MASTER
090900         GO TO 2400-EXIT
091000     END-IF.
091100     IF CM-NEW-ON-MASTER
091200         MOVE CM-NEW-CODE TO EM-KEY
091300         READ ENTRY-MASTER-FILE
091400             INVALID KEY
091500                 DISPLAY 'CUSTMRG: SURVIVOR MASTER ' CM-NEW-CODE
091600                     ' LOST DURING MERGE'
091700                 GO TO 2400-EXIT
091800         END-READ
091900         MOVE ENTRY-RECORD TO CM-JRNL-BEFORE
092000         ADD CM-OLD-BAL-BEFORE TO EM-ENTRY2
092100         IF CM-OLD-ENTRY3 > EM-ENTRY3
092200             MOVE CM-OLD-ENTRY3 TO EM-ENTRY3
092300         END-IF
092400         COMPUTE EM-LAST-SEQ = CM-OLD-LAST-SEQ + CM-OFFSET
092500         ADD 1 TO EM-VERSION
092600         PERFORM 2410-STAMP-MASTER THRU 2410-EXIT
092700         REWRITE ENTRY-RECORD
092800             INVALID KEY
092900                 DISPLAY 'CUSTMRG: SURVIVOR MASTER REWRITE '
093000                     'FAILED ' CM-NEW-CODE
093100                 GO TO 2400-EXIT
093200         END-REWRITE
093300         MOVE 'R' TO CM-JRNL-ACTION
093400     ELSE
093500         MOVE CM-OLD-CODE TO EM-KEY
093600         READ ENTRY-MASTER-FILE
093700             INVALID KEY
093800                 GO TO 2400-EXIT
093900         END-READ
094000         MOVE CM-NEW-CODE TO EM-KEY
094100         MOVE CM-OLD-LAST-SEQ TO EM-LAST-SEQ
094200         ADD 1 TO EM-VERSION
094300         PERFORM 2410-STAMP-MASTER THRU 2410-EXIT
094400         WRITE ENTRY-RECORD
094500             INVALID KEY
094600                 DISPLAY 'CUSTMRG: NEW MASTER WRITE FAILED '
094700                     CM-NEW-CODE
094800                 GO TO 2400-EXIT
094900         END-WRITE
095000         MOVE SPACES TO CM-JRNL-BEFORE
095100         MOVE 'W' TO CM-JRNL-ACTION
095200     END-IF.
095300     MOVE 'M' TO CM-JRNL-FILE.
095400     MOVE EM-KEY TO CM-JRNL-KEY.
095500     MOVE ENTRY-RECORD TO CM-JRNL-AFTER.
095600     PERFORM 8300-WRITE-JOURNAL THRU 8300-EXIT.
095700     MOVE CM-OLD-CODE TO EM-KEY.
095800     READ ENTRY-MASTER-FILE
095900         INVALID KEY
096000             GO TO 2400-EXIT
096100     END-READ.
096200     MOVE ENTRY-RECORD TO CM-JRNL-BEFORE.
096300     DELETE ENTRY-MASTER-FILE
096400         INVALID KEY
096500             CONTINUE
096600         NOT INVALID KEY
096700             MOVE 'M' TO CM-JRNL-FILE
096800             MOVE 'D' TO CM-JRNL-ACTION
096900             MOVE CM-OLD-CODE TO CM-JRNL-KEY
097000             MOVE SPACES TO CM-JRNL-AFTER
097100             PERFORM 8300-WRITE-JOURNAL THRU 8300-EXIT
097200     END-DELETE.
097300 2400-EXIT.
097400     EXIT.
097500******************************************************************
097600 2410-STAMP-MASTER        SECTION.
097700     MOVE 'CUSTMRG' TO EM-LAST-WINDOW.
097800     MOVE CM-SUPERVISOR TO EM-LAST-USER.
097900     MOVE CM-BUSINESS-DATE TO EM-LAST-UPDATE-DATE.
098000     MOVE CM-RUN-TIME TO EM-LAST-UPDATE-TIME.
098100 2410-EXIT.
098200     EXIT.
098300******************************************************************
098400*    THE CUSTOMER REFERENCE.  A RENAME CARRIES THE OLD RECORD TO
098500*    THE NEW CODE; A MERGE KEEPS THE SURVIVOR'S OWN REFERENCE.
098550*    EITHER WAY THE OLD CODE IS REMOVED -- BUT ONLY ONCE THE NEW
098600*    RECORD IS SAFELY WRITTEN; OTHERWISE IT IS KEPT AND THE PAIR
098650*    FAILS.
098700******************************************************************
098800 2500-MOVE-REFERENCE      SECTION.
098900     IF NOT CM-CUST-AVAILABLE OR NOT CM-OLD-ON-CUSTMS
099000         GO TO 2500-EXIT
099100     END-IF.
099200     MOVE CM-OLD-CODE TO CU-CUST-CODE.
099300     READ CUSTOMER-REF-FILE
099400         INVALID KEY
099500             GO TO 2500-EXIT
099600     END-READ.
099700     IF NOT CM-NEW-ON-CUSTMS
099800         MOVE CM-NEW-CODE TO CU-CUST-CODE
099900         WRITE CUSTOMER-RECORD
100000             INVALID KEY
100040                 DISPLAY 'CUSTMRG: CUSTMS WRITE FAILED FOR '
100080                     CM-NEW-CODE ' - ' CM-OLD-CODE ' KEPT'
100120                 MOVE 'Y' TO CM-PAIR-FAIL-SWITCH
100160                 GO TO 2500-EXIT
100200         END-WRITE
100300         MOVE CM-OLD-CODE TO CU-CUST-CODE
100400     END-IF.
100500     DELETE CUSTOMER-REF-FILE
100600         INVALID KEY
100700             CONTINUE
100800     END-DELETE.
100900 2500-EXIT.
101000     EXIT.
101100******************************************************************
101200*    AUDIT HISTORY.  EACH AUDITKEY RECORD FOR THE OLD CODE IS
101300*    RE-KEYED UNDER THE NEW CODE WITH ITS ORIGINAL DATE AND
101400*    TIME; A CLASH WITH THE SURVIVOR'S OWN HISTORY IN THE SAME
101500*    SECOND TAKES THE NEXT FREE TIE-BREAK SEQUENCE.  THE BEFORE
101600*    AND AFTER IMAGES ARE LEFT AS LOGGED.
101700******************************************************************
101800 2600-MOVE-AUDIT-HISTORY  SECTION.
101900     IF NOT CM-AUDKEY-AVAILABLE
102000         GO TO 2600-EXIT
102100     END-IF.
102200     MOVE 'N' TO CM-SCAN-EOF-SWITCH.
102300     PERFORM 2610-MOVE-AUDIT-NEXT THRU 2610-EXIT
102400         UNTIL CM-SCAN-EOF.
102500 2600-EXIT.
102600     EXIT.
102700******************************************************************
102800 2610-MOVE-AUDIT-NEXT     SECTION.
102900     MOVE CM-OLD-CODE TO AX-CUST-CODE.
103000     MOVE ZERO TO AX-LOG-DATE.
103100     MOVE ZERO TO AX-LOG-TIME.
103200     MOVE ZERO TO AX-LOG-SEQ.
103300     START AUDIT-KEY-FILE KEY IS NOT LESS THAN AX-KEY
103400         INVALID KEY
103500             MOVE 'Y' TO CM-SCAN-EOF-SWITCH
103600     END-START.
103700     IF CM-SCAN-EOF
103800         GO TO 2610-EXIT
103900     END-IF.
104000     READ AUDIT-KEY-FILE NEXT RECORD
104100         AT END
104200             MOVE 'Y' TO CM-SCAN-EOF-SWITCH
104300     END-READ.
104400     IF CM-SCAN-EOF
104500         GO TO 2610-EXIT
104600     END-IF.
104700     IF AX-CUST-CODE NOT = CM-OLD-CODE
104800         MOVE 'Y' TO CM-SCAN-EOF-SWITCH
104900         GO TO 2610-EXIT
105000     END-IF.
105100     MOVE AUDIT-KEY-RECORD TO CM-AUDKEY-SAVE.
105200     MOVE CM-NEW-CODE TO AX-CUST-CODE.
105300     MOVE 'N' TO CM-KEY-WRITTEN-SWITCH.
105400     PERFORM 2620-WRITE-AUDIT-KEY THRU 2620-EXIT
105500         UNTIL CM-KEY-WRITTEN OR AX-LOG-SEQ = 999.
105600     IF NOT CM-KEY-WRITTEN
105700         DISPLAY 'CUSTMRG: AUDIT HISTORY FOR ' CM-OLD-CODE
105800             ' AT ' AX-LOG-DATE ' ' AX-LOG-TIME ' NOT MOVED'
105900         MOVE 'Y' TO CM-SCAN-EOF-SWITCH
106000         GO TO 2610-EXIT
106100     END-IF.
106200     ADD 1 TO CM-AUDIT-MOVED.
106300     MOVE CM-AUDKEY-SAVE TO AUDIT-KEY-RECORD.
106400     DELETE AUDIT-KEY-FILE
106500         INVALID KEY
106600             MOVE 'Y' TO CM-SCAN-EOF-SWITCH
106700     END-DELETE.
106800 2610-EXIT.
106900     EXIT.
107000******************************************************************
107100 2620-WRITE-AUDIT-KEY     SECTION.
107200     WRITE AUDIT-KEY-RECORD
107300         INVALID KEY
107400             ADD 1 TO AX-LOG-SEQ
107500         NOT INVALID KEY
107600             MOVE 'Y' TO CM-KEY-WRITTEN-SWITCH
107700     END-WRITE.
107800 2620-EXIT.
107900     EXIT.
108000******************************************************************
108100*    PERIOD SNAPSHOTS.  PERBAL IS KEYED BY PERIOD FIRST, SO THE
108200*    OLD CODE'S PERIODS ARE COLLECTED IN ONE PASS AND THEN
108300*    MOVED.  WHERE THE SURVIVOR HAS A SNAPSHOT FOR THE SAME
108400*    PERIOD THE BALANCES ARE ADDED; OTHERWISE THE OLD SNAPSHOT
108500*    IS WRITTEN UNDER THE NEW CODE WITH ITS LAST SEQUENCE MOVED
108600*    BY THE SAME OFFSET AS THE DETAILS.
108700******************************************************************
108800 2700-MOVE-SNAPSHOTS      SECTION.
108900     IF NOT CM-PERBAL-AVAILABLE
109000         GO TO 2700-EXIT
109100     END-IF.
109200     MOVE ZERO TO CM-PERIOD-COUNT.
109300     MOVE 'N' TO CM-SCAN-EOF-SWITCH.
109400     MOVE LOW-VALUES TO PB-KEY.
109500     START PERIOD-BAL-FILE KEY IS NOT LESS THAN PB-KEY
109600         INVALID KEY
109700             MOVE 'Y' TO CM-SCAN-EOF-SWITCH
109800     END-START.
109900     PERFORM 2710-COLLECT-PERIOD THRU 2710-EXIT
110000         UNTIL CM-SCAN-EOF.
110100     PERFORM 2720-MOVE-SNAPSHOT THRU 2720-EXIT
110200         VARYING CM-SUB FROM 1 BY 1
110300         UNTIL CM-SUB > CM-PERIOD-COUNT.
110400 2700-EXIT.
110500     EXIT.
110600******************************************************************
110700 2710-COLLECT-PERIOD      SECTION.
110800     READ PERIOD-BAL-FILE NEXT RECORD
110900         AT END
111000             MOVE 'Y' TO CM-SCAN-EOF-SWITCH
111100     END-READ.
111200     IF CM-SCAN-EOF
111300         GO TO 2710-EXIT
111400     END-IF.
111500     IF PB-CUST-CODE = CM-OLD-CODE
111600         IF CM-PERIOD-COUNT < 600
111700             ADD 1 TO CM-PERIOD-COUNT
111800             MOVE PB-PERIOD-DATE
111900                 TO CM-PERIOD-DATE (CM-PERIOD-COUNT)
112000         ELSE
112100             DISPLAY 'CUSTMRG: MORE THAN 600 SNAPSHOTS FOR '
112200                 CM-OLD-CODE ' - REMAINDER NOT MOVED'
112300             MOVE 'Y' TO CM-SCAN-EOF-SWITCH
112400         END-IF
112500     END-IF.
112600 2710-EXIT.
112700     EXIT.
112800******************************************************************
112900 2720-MOVE-SNAPSHOT       SECTION.
113000     MOVE CM-PERIOD-DATE (CM-SUB) TO PB-PERIOD-DATE.
113100     MOVE CM-OLD-CODE TO PB-CUST-CODE.
113200     READ PERIOD-BAL-FILE
113300         INVALID KEY
113400             GO TO 2720-EXIT
113500     END-READ.
113600     MOVE PERIOD-BALANCE-RECORD TO CM-PERBAL-SAVE.
113700     DELETE PERIOD-BAL-FILE
113800         INVALID KEY
113900             GO TO 2720-EXIT
114000     END-DELETE.
114100     MOVE CM-NEW-CODE TO PB-CUST-CODE.
114200     READ PERIOD-BAL-FILE
114300         INVALID KEY
114400             MOVE CM-PERBAL-SAVE TO PERIOD-BALANCE-RECORD
114500             MOVE CM-NEW-CODE TO PB-CUST-CODE
114600             IF PB-LAST-SEQ > ZERO
114700                 ADD CM-OFFSET TO PB-LAST-SEQ
114800             END-IF
114900             WRITE PERIOD-BALANCE-RECORD
115000                 INVALID KEY
115100                     CONTINUE
115200             END-WRITE
115300         NOT INVALID KEY
115400             PERFORM 2730-ADD-SNAPSHOT THRU 2730-EXIT
115500     END-READ.
115600     ADD 1 TO CM-PERBAL-MOVED.
115700 2720-EXIT.
115800     EXIT.
115900******************************************************************
116000 2730-ADD-SNAPSHOT        SECTION.
116100     MOVE PERIOD-BALANCE-RECORD TO CM-PERBAL-HOLD.
116200     MOVE CM-PERBAL-SAVE TO PERIOD-BALANCE-RECORD.
116300     MOVE PB-BALANCE TO CM-PB-BALANCE.
116400     MOVE PB-LAST-TXN-DATE TO CM-PB-TXN-DATE.
116520     MOVE ZERO TO CM-PB-LAST-SEQ.
116640     IF PB-LAST-SEQ > ZERO
116760         COMPUTE CM-PB-LAST-SEQ = PB-LAST-SEQ + CM-OFFSET
116900     END-IF.
116910     MOVE CM-PERBAL-HOLD TO PERIOD-BALANCE-RECORD.
116920     ADD CM-PB-BALANCE TO PB-BALANCE.
116930     IF CM-PB-TXN-DATE > PB-LAST-TXN-DATE
116940         MOVE CM-PB-TXN-DATE TO PB-LAST-TXN-DATE
116950     END-IF.
116960     IF CM-PB-LAST-SEQ > PB-LAST-SEQ
116970         MOVE CM-PB-LAST-SEQ TO PB-LAST-SEQ
116980     END-IF.
117000     REWRITE PERIOD-BALANCE-RECORD
117100         INVALID KEY
117200             CONTINUE
117300     END-REWRITE.
117400 2730-EXIT.
117500     EXIT.
117600******************************************************************
117700*    THE CHANGE ITSELF GOES ON THE AUDIT LOG UNDER THE
117800*    SUPERVISOR'S ID:  OLD CODE AND BALANCE AS THE BEFORE IMAGE,
117900*    NEW CODE AND COMBINED BALANCE AS THE AFTER IMAGE.
118000******************************************************************
118100 2800-WRITE-AUDIT-LOG     SECTION.
118200     ACCEPT AU-LOG-DATE FROM DATE YYYYMMDD.
118300     ACCEPT AU-LOG-TIME FROM TIME.
118400     MOVE 'CUSTMRG' TO AU-WINDOW.
118500     IF CM-RENAME
118600         MOVE 'RENAME' TO AU-EVENT
118700     ELSE
118800         MOVE 'MERGE' TO AU-EVENT
118900     END-IF.
119000     MOVE SPACES TO AU-WIDGET.
119100     MOVE CM-SUPERVISOR TO AU-USER-ID.
119200     MOVE CM-OLD-CODE TO AU-BEFORE-ENTRY1.
119300     MOVE CM-OLD-BAL-BEFORE TO AU-BEFORE-ENTRY2.
119400     MOVE CM-OLD-ENTRY3 TO AU-BEFORE-ENTRY3.
119500     MOVE CM-NEW-CODE TO AU-AFTER-ENTRY1.
119600     COMPUTE AU-AFTER-ENTRY2 = CM-OLD-BAL-BEFORE
119700         + CM-NEW-BAL-BEFORE.
119800     MOVE CM-BUSINESS-DATE TO AU-AFTER-ENTRY3.
119900     WRITE AUDIT-RECORD.
120000 2800-EXIT.
120100     EXIT.
120200******************************************************************
120300*    BALANCE PROOF.  THE COMBINED MASTER BALANCE AFTER MUST EQUAL
120400*    THE TWO BALANCES BEFORE, THE DETAILS NOW ON FILE UNDER THE
120500*    NEW CODE MUST ADD UP TO IT, AND NOTHING MAY BE LEFT UNDER
120600*    THE OLD CODE.
120700******************************************************************
120800 2900-PROVE-PAIR          SECTION.
120900     MOVE ZERO TO CM-OLD-BAL-AFTER.
121000     MOVE ZERO TO CM-NEW-BAL-AFTER.
121100     MOVE CM-OLD-CODE TO EM-KEY.
121200     READ ENTRY-MASTER-FILE
121300         INVALID KEY
121400             CONTINUE
121500         NOT INVALID KEY
121600             MOVE EM-ENTRY2 TO CM-OLD-BAL-AFTER
121700     END-READ.
121800     MOVE CM-NEW-CODE TO EM-KEY.
121900     READ ENTRY-MASTER-FILE
122000         INVALID KEY
122100             CONTINUE
122200         NOT INVALID KEY
122300             MOVE EM-ENTRY2 TO CM-NEW-BAL-AFTER
122400     END-READ.
122500     MOVE CM-OLD-CODE TO CM-SCAN-CODE.
122600     PERFORM 2200-SCAN-DETAILS THRU 2200-EXIT.
122700     MOVE CM-SCAN-SUM TO CM-OLD-DTL-AFTER.
122800     MOVE CM-NEW-CODE TO CM-SCAN-CODE.
122900     PERFORM 2200-SCAN-DETAILS THRU 2200-EXIT.
123000     MOVE CM-SCAN-SUM TO CM-NEW-DTL-AFTER.
123100     COMPUTE CM-TOTAL-BEFORE = CM-OLD-BAL-BEFORE
123200         + CM-NEW-BAL-BEFORE.
123300     COMPUTE CM-TOTAL-AFTER = CM-OLD-BAL-AFTER
123400         + CM-NEW-BAL-AFTER.
123500     COMPUTE CM-DTL-TOTAL-BEFORE = CM-OLD-DTL-BEFORE
123600         + CM-NEW-DTL-BEFORE.
123700     COMPUTE CM-DTL-TOTAL-AFTER = CM-OLD-DTL-AFTER
123800         + CM-NEW-DTL-AFTER.
124050     IF CM-PAIR-FAILED
124300         ADD 1 TO CM-FAILED-COUNT
124550         MOVE '*** PAIR FAILED - SEE LOG ***' TO CM-L-RESULT
124800         DISPLAY 'CUSTMRG: ' CM-OLD-CODE ' -> ' CM-NEW-CODE
124860             ' FAILED, DETAILS NOT MOVED ' CM-DETAIL-KEPT
125049     ELSE
125051         IF CM-TOTAL-AFTER = CM-TOTAL-BEFORE
125053             AND CM-DTL-TOTAL-AFTER = CM-DTL-TOTAL-BEFORE
125055             AND CM-NEW-DTL-AFTER = CM-NEW-BAL-AFTER
125057             AND CM-OLD-BAL-AFTER = ZERO
125059             AND CM-OLD-DTL-AFTER = ZERO
125061             MOVE 'COMPLETED - BALANCE PROVED' TO CM-L-RESULT
125063         ELSE
125065             ADD 1 TO CM-UNPROVED-COUNT
125067             MOVE '*** BALANCE NOT PROVED ***' TO CM-L-RESULT
125069             DISPLAY 'CUSTMRG: ' CM-OLD-CODE ' -> ' CM-NEW-CODE
125071                 ' BALANCE NOT PROVED'
125073         END-IF
125084     END-IF.
125100     WRITE CM-REPORT-RECORD FROM CM-PAIR-LINE.
125200     MOVE CM-DETAIL-MOVED TO CM-C-DETAILS.
125300     MOVE CM-QUEUE-MOVED TO CM-C-QUEUE.
125400     MOVE CM-AUDIT-MOVED TO CM-C-AUDIT.
125500     MOVE CM-PERBAL-MOVED TO CM-C-PERBAL.
125600     WRITE CM-REPORT-RECORD FROM CM-COUNT-LINE.
125700     WRITE CM-REPORT-RECORD FROM CM-PROOF-HEAD.
125800     MOVE 'BEFORE - MASTER' TO CM-R-LABEL.
125900     MOVE CM-OLD-BAL-BEFORE TO CM-R-OLD.
126000     MOVE CM-NEW-BAL-BEFORE TO CM-R-NEW.
126100     MOVE CM-TOTAL-BEFORE TO CM-R-TOTAL.
126200     WRITE CM-REPORT-RECORD FROM CM-PROOF-LINE.
126300     MOVE 'BEFORE - DETAILS' TO CM-R-LABEL.
126400     MOVE CM-OLD-DTL-BEFORE TO CM-R-OLD.
126500     MOVE CM-NEW-DTL-BEFORE TO CM-R-NEW.
126600     MOVE CM-DTL-TOTAL-BEFORE TO CM-R-TOTAL.
126700     WRITE CM-REPORT-RECORD FROM CM-PROOF-LINE.
126800     MOVE 'AFTER  - MASTER' TO CM-R-LABEL.
126900     MOVE CM-OLD-BAL-AFTER TO CM-R-OLD.
127000     MOVE CM-NEW-BAL-AFTER TO CM-R-NEW.
127100     MOVE CM-TOTAL-AFTER TO CM-R-TOTAL.
127200     WRITE CM-REPORT-RECORD FROM CM-PROOF-LINE.
127300     MOVE 'AFTER  - DETAILS' TO CM-R-LABEL.
127400     MOVE CM-OLD-DTL-AFTER TO CM-R-OLD.
127500     MOVE CM-NEW-DTL-AFTER TO CM-R-NEW.
127600     MOVE CM-DTL-TOTAL-AFTER TO CM-R-TOTAL.
127700     WRITE CM-REPORT-RECORD FROM CM-PROOF-LINE.
127800     WRITE CM-REPORT-RECORD FROM CM-BLANK-LINE.
127900 2900-EXIT.
128000     EXIT.
128100******************************************************************
128200 3000-FINALIZE            SECTION.
128300     IF CM-PARM-OPEN
128400         CLOSE MERGE-PARM-FILE
128500     END-IF.
128600     IF CM-INIT-OK
128700         PERFORM 3100-PRINT-TOTALS THRU 3100-EXIT
128800     END-IF.
128900     IF NOT CM-RUN-HELD
129000         PERFORM 3200-CLOSE-BATCH-WINDOW THRU 3200-EXIT
129100     END-IF.
129200 3000-EXIT.
129300     EXIT.
129400******************************************************************
129500 3100-PRINT-TOTALS        SECTION.
129600     WRITE CM-REPORT-RECORD FROM CM-HEADING-3.
129700     MOVE 'PAIRS READ:' TO CM-T-LABEL.
129800     MOVE CM-PAIR-COUNT TO CM-T-COUNT.
129900     WRITE CM-REPORT-RECORD FROM CM-TOTAL-LINE.
130000     MOVE 'CUSTOMERS RENAMED:' TO CM-T-LABEL.
130100     MOVE CM-RENAME-COUNT TO CM-T-COUNT.
130200     WRITE CM-REPORT-RECORD FROM CM-TOTAL-LINE.
130300     MOVE 'CUSTOMERS MERGED:' TO CM-T-LABEL.
130400     MOVE CM-MERGE-COUNT TO CM-T-COUNT.
130500     WRITE CM-REPORT-RECORD FROM CM-TOTAL-LINE.
130600     MOVE 'PAIRS REFUSED:' TO CM-T-LABEL.
130700     MOVE CM-REFUSE-COUNT TO CM-T-COUNT.
130800     WRITE CM-REPORT-RECORD FROM CM-TOTAL-LINE.
130900     MOVE 'BALANCE NOT PROVED:' TO CM-T-LABEL.
131000     MOVE CM-UNPROVED-COUNT TO CM-T-COUNT.
131100     WRITE CM-REPORT-RECORD FROM CM-TOTAL-LINE.
131120     MOVE 'PAIRS FAILED:' TO CM-T-LABEL.
131140     MOVE CM-FAILED-COUNT TO CM-T-COUNT.
131160     WRITE CM-REPORT-RECORD FROM CM-TOTAL-LINE.
131200     CLOSE MERGE-REPORT-FILE.
131300     CLOSE ENTRY-MASTER-FILE.
131400     CLOSE ENTRY-DETAIL-FILE.
131500     CLOSE EXT-QUEUE-FILE.
131600     CLOSE JOURNAL-FILE.
131700     CLOSE AUDIT-LOG-FILE.
131800     IF CM-CUST-AVAILABLE
131900         CLOSE CUSTOMER-REF-FILE
132000     END-IF.
132100     IF CM-RSND-AVAILABLE
132200         CLOSE RESEND-FILE
132300     END-IF.
132400     IF CM-AUDKEY-AVAILABLE
132500         CLOSE AUDIT-KEY-FILE
132600     END-IF.
132700     IF CM-PERBAL-AVAILABLE
132800         CLOSE PERIOD-BAL-FILE
132900     END-IF.
133000     IF CM-ARCHM-AVAILABLE
133100         CLOSE ARCH-MASTER-FILE
133200     END-IF.
133300     DISPLAY 'CUSTMRG: RENAMED ' CM-RENAME-COUNT ', MERGED '
133400         CM-MERGE-COUNT ', REFUSED ' CM-REFUSE-COUNT
133460         ', NOT PROVED ' CM-UNPROVED-COUNT
133520         ', FAILED ' CM-FAILED-COUNT.
133600 3100-EXIT.
133700     EXIT.
133800******************************************************************
133900 3200-CLOSE-BATCH-WINDOW  SECTION.
134000     PERFORM 8000-READ-RUN-CONTROL THRU 8000-EXIT.
134100     MOVE 'N' TO RC-BATCH-ACTIVE.
134200     MOVE SPACES TO RC-ACTIVE-JOB.
134300     PERFORM 8100-WRITE-RUN-CONTROL THRU 8100-EXIT.
134400     MOVE 'END' TO CM-LOG-EVENT.
134500     IF CM-INIT-OK AND CM-UNPROVED-COUNT = ZERO
134550         AND CM-FAILED-COUNT = ZERO
134600         MOVE 'C' TO CM-LOG-STATUS
134700     ELSE
134800         MOVE 'F' TO CM-LOG-STATUS
134900     END-IF.
135000     PERFORM 8200-WRITE-RUN-LOG THRU 8200-EXIT.
135100 3200-EXIT.
135200     EXIT.
135300******************************************************************
135400 8000-READ-RUN-CONTROL    SECTION.
135500     MOVE SPACES TO RC-BATCH-ACTIVE.
135600     MOVE SPACES TO RC-ACTIVE-JOB.
135700     MOVE ZERO TO RC-EODRPT-BUS-DATE.
135800     MOVE SPACES TO RC-EODRPT-STATUS.
135900     MOVE ZERO TO RC-INTFEXT-BUS-DATE.
136000     MOVE SPACES TO RC-INTFEXT-STATUS.
136100     OPEN INPUT RUN-CONTROL-FILE.
136200     IF CM-RUNCTL-OK
136300         READ RUN-CONTROL-FILE
136400             AT END
136500                 CONTINUE
136600         END-READ
136700         CLOSE RUN-CONTROL-FILE
136800     END-IF.
136900 8000-EXIT.
137000     EXIT.
137100******************************************************************
137200 8100-WRITE-RUN-CONTROL   SECTION.
137300     OPEN OUTPUT RUN-CONTROL-FILE.
137400     WRITE RUN-CONTROL-RECORD.
137500     CLOSE RUN-CONTROL-FILE.
137600 8100-EXIT.
137700     EXIT.
137800******************************************************************
137900 8200-WRITE-RUN-LOG       SECTION.
138000     OPEN EXTEND RUN-LOG-FILE.
138100     IF NOT CM-RUNLOG-OK
138200         OPEN OUTPUT RUN-LOG-FILE
138300         CLOSE  RUN-LOG-FILE
138400         OPEN EXTEND RUN-LOG-FILE
138500     END-IF.
138600     MOVE 'CUSTMRG' TO RL-JOB-NAME.
138700     MOVE CM-BUSINESS-DATE TO RL-BUS-DATE.
138800     MOVE CM-LOG-EVENT TO RL-EVENT.
138900     MOVE CM-LOG-STATUS TO RL-STATUS.
139000     ACCEPT RL-LOG-DATE FROM DATE YYYYMMDD.
139100     ACCEPT RL-LOG-TIME FROM TIME.
139200     WRITE RUN-LOG-RECORD.
139300     CLOSE RUN-LOG-FILE.
139400 8200-EXIT.
139500     EXIT.
139600******************************************************************
139700*    JOURNAL ONE LIVE-FILE ACTION WITH ITS BEFORE AND AFTER
139800*    IMAGES FOR FORWARD RECOVERY BY ENTRCVR.
139900******************************************************************
140000 8300-WRITE-JOURNAL       SECTION.
140100     ACCEPT JR-LOG-DATE FROM DATE YYYYMMDD.
140200     ACCEPT JR-LOG-TIME FROM TIME.
140300     MOVE 'CUSTMRG' TO JR-JOB.
140400     MOVE CM-SUPERVISOR TO JR-USER-ID.
140500     MOVE CM-JRNL-FILE TO JR-FILE-ID.
140600     MOVE CM-JRNL-ACTION TO JR-ACTION.
140700     MOVE CM-JRNL-KEY TO JR-KEY.
140800     MOVE CM-JRNL-BEFORE TO JR-BEFORE-IMAGE.
140900     MOVE CM-JRNL-AFTER TO JR-AFTER-IMAGE.
141000     WRITE JOURNAL-RECORD.
141100 8300-EXIT.
141200     EXIT.
141300******************************************************************
141400*    JOB-STREAM CONTROL.  BEFORE ANY WORK IS DONE THE JOB LOOKS
141500*    ITSELF UP ON JOBDEF AND IS HELD UNLESS EVERY PREREQUISITE
141600*    SHOWS COMPLETE ON JOBSTAT FOR THE SAME BUSINESS DATE.  A JOB
141700*    NOT ON JOBDEF (OR NO JOBDEF AT ALL) RUNS UNCHECKED.  THE
141800*    START OR THE HOLD IS RECORDED ON JOBSTAT HERE AND THE FINAL
141900*    RESULT IN 9300, FOR THE JOBEXC MORNING EXCEPTION REPORT.
142000******************************************************************
142100 9000-START-JOB           SECTION.
142200     ACCEPT CM-JOB-DATE FROM DATE YYYYMMDD.
142300     ACCEPT CM-JOB-TIME FROM TIME.
142400     OPEN INPUT BUSDATE-FILE.
142500     IF CM-BUSDT-OK
142600         READ BUSDATE-FILE
142700             AT END
142800                 CONTINUE
142900             NOT AT END
143000                 MOVE BD-BUSINESS-DATE TO CM-JOB-BUS-DATE
143100         END-READ
143200         CLOSE BUSDATE-FILE
143300     END-IF.
143400     IF CM-JOB-BUS-DATE = ZERO
143500         MOVE CM-JOB-DATE TO CM-JOB-BUS-DATE
143600     END-IF.
143700     MOVE SPACES TO CM-HELD-FOR.
143800     OPEN I-O JOB-STATUS-FILE.
143900     IF NOT CM-JSTAT-OK
144000         CLOSE  JOB-STATUS-FILE
144100         OPEN OUTPUT JOB-STATUS-FILE
144200         CLOSE  JOB-STATUS-FILE
144300         OPEN I-O JOB-STATUS-FILE
144400     END-IF.
144500     IF NOT CM-JSTAT-OK
144600         DISPLAY 'CUSTMRG: JOBSTAT OPEN FAILED, STATUS='
144700             CM-JSTAT-STATUS
144800         MOVE 'JOBSTAT' TO CM-HELD-FOR
144900         GO TO 9000-EXIT
145000     END-IF.
145100     PERFORM 9100-CHECK-JOB-DEF THRU 9100-EXIT.
145200     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
145300     IF CM-HELD-FOR = SPACES
145400         MOVE 'S' TO JS-STATUS
145500         MOVE CM-JOB-DATE TO JS-START-DATE
145600         MOVE CM-JOB-TIME TO JS-START-TIME
145700         MOVE ZERO TO JS-END-DATE
145800         MOVE ZERO TO JS-END-TIME
145900         ADD 1 TO JS-RUN-COUNT
146000     ELSE
146100         DISPLAY 'CUSTMRG: RUN HELD - ' CM-HELD-FOR
146200             ' NOT COMPLETE FOR BUSINESS DATE ' CM-JOB-BUS-DATE
146300         MOVE 'H' TO JS-STATUS
146400         MOVE CM-JOB-DATE TO JS-END-DATE
146500         MOVE CM-JOB-TIME TO JS-END-TIME
146600     END-IF.
146700     MOVE CM-HELD-FOR TO JS-HELD-FOR.
146800     MOVE SPACES TO JS-FORCED-BY.
146900     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
147000     CLOSE JOB-STATUS-FILE.
147100 9000-EXIT.
147200     EXIT.
147300******************************************************************
147400 9100-CHECK-JOB-DEF       SECTION.
147500     MOVE 'N' TO CM-JDEF-SWITCH.
147600     MOVE 'N' TO CM-JDEF-EOF-SWITCH.
147700     OPEN INPUT JOB-DEF-FILE.
147800     IF NOT CM-JDEF-OK
147900         GO TO 9100-EXIT
148000     END-IF.
148100     PERFORM 9150-READ-JOB-DEF THRU 9150-EXIT
148200         UNTIL CM-JDEF-FOUND OR CM-JDEF-EOF.
148300     IF CM-JDEF-FOUND
148400         PERFORM 9200-CHECK-PREREQ THRU 9200-EXIT
148500             VARYING CM-PRQ-IX FROM 1 BY 1
148600             UNTIL CM-PRQ-IX > 5 OR CM-HELD-FOR NOT = SPACES
148700     END-IF.
148800     CLOSE JOB-DEF-FILE.
148900 9100-EXIT.
149000     EXIT.
149100******************************************************************
149200 9150-READ-JOB-DEF        SECTION.
149300     READ JOB-DEF-FILE
149400         AT END
149500             MOVE 'Y' TO CM-JDEF-EOF-SWITCH
149600         NOT AT END
149700             IF JD-JOB-NAME = 'CUSTMRG'
149800                 MOVE 'Y' TO CM-JDEF-SWITCH
149900             END-IF
150000     END-READ.
150100 9150-EXIT.
150200     EXIT.
150300******************************************************************
150400 9200-CHECK-PREREQ        SECTION.
150500     IF JD-PREREQ (CM-PRQ-IX) = SPACES
150600         GO TO 9200-EXIT
150700     END-IF.
150800     MOVE CM-JOB-BUS-DATE TO JS-BUS-DATE.
150900     MOVE JD-PREREQ (CM-PRQ-IX) TO JS-JOB-NAME.
151000     READ JOB-STATUS-FILE
151100         INVALID KEY
151200             MOVE JD-PREREQ (CM-PRQ-IX) TO CM-HELD-FOR
151300         NOT INVALID KEY
151400             IF NOT JS-COMPLETE
151500                 MOVE JD-PREREQ (CM-PRQ-IX) TO CM-HELD-FOR
151600             END-IF
151700     END-READ.
151800 9200-EXIT.
151900     EXIT.
152000******************************************************************
152100 9300-END-JOB             SECTION.
152200     ACCEPT CM-JOB-DATE FROM DATE YYYYMMDD.
152300     ACCEPT CM-JOB-TIME FROM TIME.
152400     OPEN I-O JOB-STATUS-FILE.
152500     IF NOT CM-JSTAT-OK
152600         DISPLAY 'CUSTMRG: JOBSTAT OPEN FAILED, STATUS='
152700             CM-JSTAT-STATUS
152800         GO TO 9300-EXIT
152900     END-IF.
153000     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
153100     MOVE CM-JOB-RESULT TO JS-STATUS.
153200     MOVE CM-JOB-DATE TO JS-END-DATE.
153300     MOVE CM-JOB-TIME TO JS-END-TIME.
153400     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
153500     CLOSE JOB-STATUS-FILE.
153600     IF CM-JOB-RESULT NOT = 'C'
153700         DISPLAY 'CUSTMRG: RUN FAILED FOR BUSINESS DATE '
153800             CM-JOB-BUS-DATE
153900     END-IF.
154000 9300-EXIT.
154100     EXIT.
154200******************************************************************
154300 9400-READ-JOB-STATUS     SECTION.
154400     MOVE CM-JOB-BUS-DATE TO JS-BUS-DATE.
154500     MOVE 'CUSTMRG' TO JS-JOB-NAME.
154600     READ JOB-STATUS-FILE
154700         INVALID KEY
154800             MOVE 'N' TO CM-JSTAT-SWITCH
154900         NOT INVALID KEY
155000             MOVE 'Y' TO CM-JSTAT-SWITCH
155100     END-READ.
155200     IF NOT CM-JSTAT-FOUND
155300         INITIALIZE JOB-STATUS-RECORD
155400         MOVE CM-JOB-BUS-DATE TO JS-BUS-DATE
155500         MOVE 'CUSTMRG' TO JS-JOB-NAME
155600     END-IF.
155700 9400-EXIT.
155800     EXIT.
155900******************************************************************
156000 9500-WRITE-JOB-STATUS    SECTION.
156100     IF CM-JSTAT-FOUND
156200         REWRITE JOB-STATUS-RECORD
156300     ELSE
156400         WRITE JOB-STATUS-RECORD
156500     END-IF.
156600 9500-EXIT.
156700     EXIT.
156800******************************************************************
