000100 IDENTIFICATION      DIVISION.
000200 PROGRAM-ID.         GLPOST.
000300 AUTHOR.             DATA PROCESSING.
000400 INSTALLATION.       LDCHANGE APPLICATIONS.
000500 DATE-WRITTEN.       2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    DATE        INIT   DESCRIPTION
001000*    2026-10-15  DPS    ORIGINAL PROGRAM.  NIGHTLY GENERAL-LEDGER
001100*                       POSTING INTERFACE.  THE BUSINESS DAY'S
001200*                       ENTRY-DETAILS (ED-ENTRY-DATE = BUSDATE)
001300*                       ARE SUMMARISED BY CUSTOMER BRANCH
001400*                       (CU-BRANCH) AND TRANSACTION TYPE (NEW
001500*                       BUSINESS OR REVERSAL) AND EACH SUMMARY
001600*                       IS WRITTEN TO GLOUT AS A BALANCED DEBIT/
001700*                       CREDIT PAIR ON THE LEDGER ACCOUNTS NAMED
001800*                       BY THE GLMAP ACCOUNT-MAPPING TABLE.  THE
001900*                       TRAILER CARRIES THE EODRPT XMITCTL
002000*                       CONTROL TOTAL FOR THE SAME DAY, WHICH
002100*                       MUST AGREE WITH THE ENTRY-DETAIL FILE AS
002200*                       READ BY THIS RUN.  AN UNMAPPED SUMMARY,
002300*                       AN UNBALANCED JOURNAL OR A CONTROL TOTAL
002400*                       THAT DOES NOT TIE REFUSES THE RUN AND NO
002500*                       FILE IS PRODUCED.  HELD ON RUNCTL UNTIL
002600*                       EODRPT IS COMPLETE FOR THE BUSINESS DAY,
002700*                       AS INTFEXT IS, AND NOT RUN TWICE FOR ONE
002800*                       DAY -- A LOST FILE IS RE-DELIVERED FROM
002900*                       GENARCH BY GENSEND.
002910*    2026-10-15  DPS    JOB-STREAM CONTROL.  THE RUN IS HELD
002920*                       UNLESS EVERY PREREQUISITE NAMED FOR THIS
002930*                       JOB ON JOBDEF HAS COMPLETED ON JOBSTAT
002940*                       FOR THE SAME BUSINESS DATE.  THE START,
002950*                       A HOLD AND THE FINAL RESULT ARE RECORDED
002960*                       ON JOBSTAT FOR THE JOBEXC MORNING REPORT.
002968*    2026-10-15  DPS    A DAY ALREADY POSTED, A GLMAP OVER THE
002976*                       100-LINE TABLE OR A GLOUT THAT COULD NOT
002984*                       BE ARCHIVED ENDS THE RUN 'F' ON BOTH
002992*                       RUNLOG AND JOBSTAT.
003000******************************************************************
003100 ENVIRONMENT         DIVISION.
003200 CONFIGURATION       SECTION.
003300 SOURCE-COMPUTER.    IBM-370.
003400 OBJECT-COMPUTER.    IBM-370.
003500 INPUT-OUTPUT        SECTION.
003600 FILE-CONTROL.
003700     SELECT  GL-MAP-FILE        ASSIGN  TO  "GLMAP"
003800             ORGANIZATION   IS  LINE SEQUENTIAL
003900             FILE STATUS    IS  GL-MAP-STATUS.
004000     SELECT  ENTRY-DETAIL-FILE  ASSIGN  TO  "ENTRYDT"
004100             ORGANIZATION   IS  INDEXED
004200             ACCESS MODE    IS  DYNAMIC
004300             RECORD KEY     IS  ED-KEY
004400             FILE STATUS    IS  GL-ENTRY-STATUS.
004500     SELECT  CUSTOMER-REF-FILE  ASSIGN  TO  "CUSTMS"
004600             ORGANIZATION   IS  INDEXED
004700             ACCESS MODE    IS  DYNAMIC
004800             RECORD KEY     IS  CU-CUST-CODE
004900             FILE STATUS    IS  GL-CUST-STATUS.
005000     SELECT  GL-OUT-FILE        ASSIGN  TO  "GLOUT"
005100             ORGANIZATION   IS  LINE SEQUENTIAL
005200             FILE STATUS    IS  GL-OUT-STATUS.
005300     SELECT  BUSDATE-FILE       ASSIGN  TO  "BUSDATE"
005400             ORGANIZATION   IS  SEQUENTIAL
005500             FILE STATUS    IS  GL-BUSDT-STATUS.
005510     SELECT  JOB-DEF-FILE       ASSIGN  TO  "JOBDEF"
005520             ORGANIZATION   IS  LINE SEQUENTIAL
005530             FILE STATUS    IS  GL-JDEF-STATUS.
005540     SELECT  JOB-STATUS-FILE    ASSIGN  TO  "JOBSTAT"
005550             ORGANIZATION   IS  INDEXED
005560             ACCESS MODE    IS  RANDOM
005570             RECORD KEY     IS  JS-KEY
005580             FILE STATUS    IS  GL-JSTAT-STATUS.
005600     SELECT  RUN-CONTROL-FILE   ASSIGN  TO  "RUNCTL"
005700             ORGANIZATION   IS  SEQUENTIAL
005800             FILE STATUS    IS  GL-RUNCTL-STATUS.
005900     SELECT  RUN-LOG-FILE       ASSIGN  TO  "RUNLOG"
006000             ORGANIZATION   IS  SEQUENTIAL
006100             FILE STATUS    IS  GL-RUNLOG-STATUS.
006200     SELECT  GEN-ARCH-FILE      ASSIGN  TO  "GENARCH"
006300             ORGANIZATION   IS  INDEXED
006400             ACCESS MODE    IS  DYNAMIC
006500             RECORD KEY     IS  GX-KEY
006600             FILE STATUS    IS  GL-GEN-STATUS.
006700     SELECT  XMIT-CTL-FILE      ASSIGN  TO  "XMITCTL"
006800             ORGANIZATION   IS  INDEXED
006900             ACCESS MODE    IS  DYNAMIC
007000             RECORD KEY     IS  XC-KEY
007100             FILE STATUS    IS  GL-XMIT-STATUS.
007200******************************************************************
007300 DATA                DIVISION.
007400 FILE                SECTION.
007500******************************************************************
007600*    GLMAP -- ONE LINE PER BRANCH AND TRANSACTION TYPE ('N' NEW
007700*    BUSINESS, 'R' REVERSAL) NAMING THE LEDGER ACCOUNT DEBITED
007800*    AND THE ACCOUNT CREDITED WHEN THE DAY'S NET IS POSITIVE; A
007900*    NEGATIVE NET POSTS THE OTHER WAY ROUND.  BRANCH '****' IS
008000*    THE DEFAULT FOR ANY BRANCH WITHOUT ITS OWN LINE (AND FOR A
008100*    CUSTOMER WITH NO BRANCH).  A LINE STARTING '*' IS A NOTE.
008200******************************************************************
008300 FD  GL-MAP-FILE
008400     LABEL RECORDS ARE STANDARD
008500     RECORDING MODE IS F.
008600 01  GL-MAP-RECORD.
008700     05  GL-P-BRANCH          PIC  X(04).
008800     05  FILLER               PIC  X(01).
008900     05  GL-P-TXN-TYPE        PIC  X(01).
009000     05  FILLER               PIC  X(01).
009100     05  GL-P-DEBIT-ACCT      PIC  X(12).
009200     05  FILLER               PIC  X(01).
009300     05  GL-P-CREDIT-ACCT     PIC  X(12).
009400     05  FILLER               PIC  X(01).
009500     05  GL-P-DESCRIPTION     PIC  X(20).
009600     05  FILLER               PIC  X(27).
009700 01  GL-MAP-NOTE-RECORD.
009800     05  GL-P-NOTE-FLAG       PIC  X(01).
009900     05  FILLER               PIC  X(79).
010000 FD  ENTRY-DETAIL-FILE
010100     LABEL RECORDS ARE STANDARD.
010200     COPY    "ENTRYDTL".
010300 FD  CUSTOMER-REF-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY    "CUSTREC".
010600 FD  GL-OUT-FILE
010700     LABEL RECORDS ARE STANDARD
010800     RECORDING MODE IS F.
010900 01  GL-OUT-RECORD            PIC  X(80).
011000 FD  BUSDATE-FILE
011100     LABEL RECORDS ARE STANDARD.
011200     COPY    "BUSDTREC".
011210 FD  JOB-DEF-FILE
011220     LABEL RECORDS ARE STANDARD
011230     RECORDING MODE IS F.
011240     COPY    "JOBDEFRC".
011250 FD  JOB-STATUS-FILE
011260     LABEL RECORDS ARE STANDARD.
011270     COPY    "JOBSTRC".
011300 FD  RUN-CONTROL-FILE
011400     LABEL RECORDS ARE STANDARD.
011500     COPY    "RUNCTLRC".
011600 FD  RUN-LOG-FILE
011700     LABEL RECORDS ARE STANDARD.
011800     COPY    "RUNLOGRC".
011900 FD  GEN-ARCH-FILE
012000     LABEL RECORDS ARE STANDARD.
012100     COPY    "GENREC".
012200 FD  XMIT-CTL-FILE
012300     LABEL RECORDS ARE STANDARD.
012400     COPY    "XMITREC".
012500******************************************************************
012600 WORKING-STORAGE     SECTION.
012700 77  GL-MAP-STATUS            PIC  X(02)     VALUE SPACES.
012800     88  GL-MAP-OK                           VALUE '00'.
012900 77  GL-ENTRY-STATUS          PIC  X(02)     VALUE SPACES.
013000     88  GL-ENTRY-OK                         VALUE '00'.
013100 77  GL-CUST-STATUS           PIC  X(02)     VALUE SPACES.
013200     88  GL-CUST-OK                          VALUE '00'.
013300 77  GL-OUT-STATUS            PIC  X(02)     VALUE SPACES.
013400     88  GL-OUT-OK                           VALUE '00'.
013500 77  GL-BUSDT-STATUS          PIC  X(02)     VALUE SPACES.
013600     88  GL-BUSDT-OK                         VALUE '00'.
013605 77  GL-JDEF-STATUS           PIC  X(02)     VALUE SPACES.
013610     88  GL-JDEF-OK                          VALUE '00'.
013615 77  GL-JSTAT-STATUS          PIC  X(02)     VALUE SPACES.
013620     88  GL-JSTAT-OK                         VALUE '00'.
013625 77  GL-JDEF-SWITCH           PIC  X(01)     VALUE 'N'.
013630     88  GL-JDEF-FOUND                       VALUE 'Y'.
013635 77  GL-JDEF-EOF-SWITCH       PIC  X(01)     VALUE 'N'.
013640     88  GL-JDEF-EOF                         VALUE 'Y'.
013645 77  GL-JSTAT-SWITCH          PIC  X(01)     VALUE 'N'.
013650     88  GL-JSTAT-FOUND                      VALUE 'Y'.
013655 77  GL-JOB-RESULT            PIC  X(01)     VALUE 'C'.
013660 77  GL-HELD-FOR              PIC  X(08)     VALUE SPACES.
013665 77  GL-JOB-BUS-DATE          PIC  9(08)     VALUE ZERO.
013670 77  GL-JOB-DATE              PIC  9(08)     VALUE ZERO.
013675 77  GL-JOB-TIME              PIC  9(08)     VALUE ZERO.
013680 77  GL-PRQ-IX                PIC  9(04)     COMP     VALUE ZERO.
013700 77  GL-RUNCTL-STATUS         PIC  X(02)     VALUE SPACES.
013800     88  GL-RUNCTL-OK                        VALUE '00'.
013900 77  GL-RUNLOG-STATUS         PIC  X(02)     VALUE SPACES.
014000     88  GL-RUNLOG-OK                        VALUE '00'.
014100 77  GL-GEN-STATUS            PIC  X(02)     VALUE SPACES.
014200     88  GL-GEN-OK                           VALUE '00'.
014300 77  GL-XMIT-STATUS           PIC  X(02)     VALUE SPACES.
014400     88  GL-XMIT-OK                          VALUE '00'.
014500 77  GL-EOF-SWITCH            PIC  X(01)     VALUE 'N'.
014600     88  GL-END-OF-FILE                      VALUE 'Y'.
014700 77  GL-MAP-EOF-SWITCH        PIC  X(01)     VALUE 'N'.
014800     88  GL-MAP-EOF                          VALUE 'Y'.
014900 77  GL-INIT-SWITCH           PIC  X(01)     VALUE 'N'.
015000     88  GL-INIT-OK                          VALUE 'Y'.
015100 77  GL-HELD-SWITCH           PIC  X(01)     VALUE 'N'.
015200     88  GL-RUN-HELD                         VALUE 'Y'.
015300 77  GL-REFUSED-SWITCH        PIC  X(01)     VALUE 'N'.
015400     88  GL-RUN-REFUSED                      VALUE 'Y'.
015430 77  GL-POSTED-SWITCH         PIC  X(01)     VALUE 'N'.
015460     88  GL-ALREADY-POSTED                   VALUE 'Y'.
015468 77  GL-ARCH-FAIL-SWITCH      PIC  X(01)     VALUE 'N'.
015476     88  GL-ARCH-FAILED                      VALUE 'Y'.
015484 77  GL-MAP-FULL-SWITCH       PIC  X(01)     VALUE 'N'.
015492     88  GL-MAP-FULL                         VALUE 'Y'.
015500 77  GL-CUST-AVAIL-SWITCH     PIC  X(01)     VALUE 'N'.
015600     88  GL-CUST-AVAILABLE                   VALUE 'Y'.
015700 77  GL-EOD-FOUND-SWITCH      PIC  X(01)     VALUE 'N'.
015800     88  GL-EOD-FOUND                        VALUE 'Y'.
015900 77  GL-EOD-EOF-SWITCH        PIC  X(01)     VALUE 'N'.
016000     88  GL-EOD-EOF                          VALUE 'Y'.
016100 77  GL-ARCH-EOF-SWITCH       PIC  X(01)     VALUE 'N'.
016200     88  GL-ARCH-EOF                         VALUE 'Y'.
016300 77  GL-RUN-FOUND-SWITCH      PIC  X(01)     VALUE 'N'.
016400     88  GL-RUN-SLOT-FREE                    VALUE 'Y'.
016500 77  GL-LOG-EVENT             PIC  X(05)     VALUE SPACES.
016600 77  GL-LOG-STATUS            PIC  X(01)     VALUE SPACES.
016700 77  GL-CURRENT-DATE          PIC  9(08)     VALUE ZERO.
016800 77  GL-CURRENT-TIME          PIC  9(08)     VALUE ZERO.
016900 77  GL-LAST-CUST             PIC  X(10)     VALUE SPACES.
017000 77  GL-BRANCH                PIC  X(04)     VALUE SPACES.
017100 77  GL-TXN-TYPE              PIC  X(01)     VALUE SPACES.
017200 77  GL-MAP-COUNT             PIC  9(03)     COMP     VALUE ZERO.
017300 77  GL-SUM-COUNT             PIC  9(03)     COMP     VALUE ZERO.
017400 77  GL-SUB                   PIC  9(03)     COMP     VALUE ZERO.
017500 77  GL-SUB2                  PIC  9(03)     COMP     VALUE ZERO.
017600 77  GL-HIT-SUB               PIC  9(03)     COMP     VALUE ZERO.
017700 77  GL-READ-COUNT            PIC  9(07)     COMP     VALUE ZERO.
017800 77  GL-DAY-COUNT             PIC  9(07)     COMP     VALUE ZERO.
017900 77  GL-OVERFLOW-COUNT        PIC  9(07)     COMP     VALUE ZERO.
018000 77  GL-UNMAPPED-COUNT        PIC  9(07)     COMP     VALUE ZERO.
018100 77  GL-JRNL-COUNT            PIC  9(07)     COMP     VALUE ZERO.
018200 77  GL-LINE-COUNT            PIC  9(07)     COMP     VALUE ZERO.
018300 77  GL-RUN-NO                PIC  9(03)              VALUE ZERO.
018400 77  GL-EOD-RUN-NO            PIC  9(03)              VALUE ZERO.
018500 77  GL-TRY-RUN-NO            PIC  9(03)              VALUE ZERO.
018600 77  GL-LINE-NO               PIC  9(07)     COMP     VALUE ZERO.
018700 77  GL-FILE-TOTAL            PIC S9(11)V99  COMP-3   VALUE ZERO.
018800 77  GL-DAY-NET               PIC S9(11)V99  COMP-3   VALUE ZERO.
018900 77  GL-EOD-TOTAL             PIC S9(11)V99  COMP-3   VALUE ZERO.
019000 77  GL-DEBIT-TOTAL           PIC S9(11)V99  COMP-3   VALUE ZERO.
019100 77  GL-CREDIT-TOTAL          PIC S9(11)V99  COMP-3   VALUE ZERO.
019200 77  GL-POST-AMOUNT           PIC S9(11)V99  COMP-3   VALUE ZERO.
019300******************************************************************
019400*    ACCOUNT-MAPPING TABLE, LOADED FROM GLMAP AT START.
019500******************************************************************
019600 01  GL-MAP-TABLE.
019700     03  GL-MAP-ENTRY         OCCURS 100 TIMES.
019800         05  GL-M-BRANCH      PIC  X(04).
019900         05  GL-M-TXN-TYPE    PIC  X(01).
020000         05  GL-M-DEBIT-ACCT  PIC  X(12).
020100         05  GL-M-CREDIT-ACCT PIC  X(12).
020200         05  GL-M-DESCRIPTION PIC  X(20).
020300******************************************************************
020400*    DAY SUMMARY BY BRANCH AND TRANSACTION TYPE, WITH THE MAPPING
020500*    ENTRY EACH SUMMARY POSTS THROUGH.
020600******************************************************************
020700 01  GL-SUMMARY-TABLE.
020800     03  GL-SUM-ENTRY         OCCURS 200 TIMES.
020900         05  GL-S-BRANCH      PIC  X(04).
021000         05  GL-S-TXN-TYPE    PIC  X(01).
021100         05  GL-S-COUNT       PIC  9(07)     COMP.
021200         05  GL-S-AMOUNT      PIC S9(11)V99  COMP-3.
021300         05  GL-S-MAP-SUB     PIC  9(03)     COMP.
021400******************************************************************
021500*    GLOUT RECORD LAYOUTS -- HEADER (TYPE 'H'), JOURNAL LINE
021600*    (TYPE 'D') AND TRAILER (TYPE 'T'), ALL MOVED TO
021700*    GL-OUT-RECORD BEFORE WRITE.  AMOUNTS ARE UNSIGNED ON THE
021800*    JOURNAL LINE; THE SIDE IS GIVEN BY GL-D-DR-CR.
021900******************************************************************
022000 01  GL-HEADER-LINE.
022100     05  GL-H-REC-TYPE        PIC  X(01)     VALUE 'H'.
022200     05  GL-H-BUS-DATE        PIC  9(08).
022300     05  GL-H-SOURCE          PIC  X(08)     VALUE 'LDCHANGE'.
022400     05  GL-H-CREATE-DATE     PIC  9(08).
022500     05  GL-H-CREATE-TIME     PIC  9(08).
022600     05  FILLER               PIC  X(47)     VALUE SPACES.
022700 01  GL-DETAIL-LINE.
022800     05  GL-D-REC-TYPE        PIC  X(01)     VALUE 'D'.
022900     05  GL-D-BUS-DATE        PIC  9(08).
023000     05  GL-D-BRANCH          PIC  X(04).
023100     05  GL-D-TXN-TYPE        PIC  X(01).
023200     05  GL-D-ACCOUNT         PIC  X(12).
023300     05  GL-D-DR-CR           PIC  X(01).
023400     05  GL-D-AMOUNT          PIC  9(11)V99.
023500     05  GL-D-TXN-COUNT       PIC  9(07).
023600     05  GL-D-DESCRIPTION     PIC  X(20).
023700     05  FILLER               PIC  X(13)     VALUE SPACES.
023800 01  GL-TRAILER-LINE.
023900     05  GL-T-REC-TYPE        PIC  X(01)     VALUE 'T'.
024000     05  GL-T-LINE-COUNT      PIC  9(07).
024100     05  GL-T-DEBIT-TOTAL     PIC  9(11)V99.
024200     05  GL-T-CREDIT-TOTAL    PIC  9(11)V99.
024300     05  GL-T-DAY-NET         PIC S9(11)V99.
024400     05  GL-T-DAY-COUNT       PIC  9(07).
024500     05  GL-T-EOD-TOTAL       PIC S9(11)V99.
024600     05  GL-T-EOD-RUN-NO      PIC  9(03).
024700     05  FILLER               PIC  X(10)     VALUE SPACES.
024800******************************************************************
024900 PROCEDURE           DIVISION.
025000 0000-MAINLINE            SECTION.
025020     PERFORM 9000-START-JOB THRU 9000-EXIT.
025040     IF GL-HELD-FOR NOT = SPACES
025060         STOP RUN
025080     END-IF.
025100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025200     PERFORM 2000-PROCESS-DETAILS THRU 2000-EXIT
025300         UNTIL GL-END-OF-FILE.
025400     PERFORM 2500-PROVE-JOURNAL THRU 2500-EXIT.
025500     PERFORM 3000-FINALIZE THRU 3000-EXIT.
025520     IF NOT GL-INIT-OK OR GL-RUN-REFUSED OR GL-ARCH-FAILED
025540         MOVE 'F' TO GL-JOB-RESULT
025560     END-IF.
025580     PERFORM 9300-END-JOB THRU 9300-EXIT.
025600     STOP RUN.
025700******************************************************************
025800 1000-INITIALIZE          SECTION.
025900     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT.
026000     ACCEPT GL-CURRENT-TIME FROM TIME.
026100     PERFORM 1300-CHECK-RUN-CONTROL THRU 1300-EXIT.
026200     IF GL-RUN-HELD OR GL-ALREADY-POSTED
026300         MOVE 'Y' TO GL-EOF-SWITCH
026400         GO TO 1000-EXIT
026500     END-IF.
026600     PERFORM 1200-LOAD-ACCOUNT-MAP THRU 1200-EXIT.
026700     IF GL-MAP-COUNT = ZERO
026800         DISPLAY 'GLPOST: NO ACCOUNT MAPPING ON GLMAP - RUN '
026900             'REFUSED'
027000         MOVE 'Y' TO GL-EOF-SWITCH
027100         GO TO 1000-EXIT
027200     END-IF.
027210     IF GL-MAP-FULL
027220         DISPLAY 'GLPOST: GLMAP TABLE FULL AT ' GL-MAP-COUNT
027230             ' ENTRIES - RUN REFUSED'
027240         MOVE 'Y' TO GL-EOF-SWITCH
027250         GO TO 1000-EXIT
027260     END-IF.
027300     PERFORM 1400-GET-EODRPT-TOTAL THRU 1400-EXIT.
027400     OPEN INPUT ENTRY-DETAIL-FILE.
027500     IF NOT GL-ENTRY-OK
027600         DISPLAY 'GLPOST: ENTRY-DETAIL OPEN FAILED, STATUS='
027700             GL-ENTRY-STATUS
027800         MOVE 'Y' TO GL-EOF-SWITCH
027900         GO TO 1000-EXIT
028000     END-IF.
028100     OPEN INPUT CUSTOMER-REF-FILE.
028200     IF GL-CUST-OK
028300         MOVE 'Y' TO GL-CUST-AVAIL-SWITCH
028400     ELSE
028500         DISPLAY 'GLPOST: CUSTMS NOT AVAILABLE - ALL DETAILS '
028600             'POST TO THE DEFAULT BRANCH MAPPING'
028700     END-IF.
028800     MOVE 'Y' TO GL-INIT-SWITCH.
028900     PERFORM 2100-READ-DETAIL THRU 2100-EXIT.
029000 1000-EXIT.
029100     EXIT.
029200******************************************************************
029300*    THE RUN IS DATED BY THE SYSTEM BUSINESS DATE, NOT THE WALL
029400*    CLOCK.  MACHINE DATE STANDS IN WHEN BUSDATE IS ABSENT.
029500******************************************************************
029600 1100-GET-BUSINESS-DATE   SECTION.
029700     OPEN INPUT BUSDATE-FILE.
029800     IF GL-BUSDT-OK
029900         READ BUSDATE-FILE
030000             AT END
030100                 CONTINUE
030200             NOT AT END
030300                 MOVE BD-BUSINESS-DATE TO GL-CURRENT-DATE
030400         END-READ
030500         CLOSE BUSDATE-FILE
030600     END-IF.
030700     IF GL-CURRENT-DATE = ZERO
030800         ACCEPT GL-CURRENT-DATE FROM DATE YYYYMMDD
030900     END-IF.
031000 1100-EXIT.
031100     EXIT.
031200******************************************************************
031300*    THE MAPPING TABLE IS LOADED ONCE.  A LINE WITH A TYPE OTHER
031400*    THAN 'N' OR 'R', OR WITHOUT BOTH ACCOUNTS, IS IGNORED AND
031500*    REPORTED -- ANY SUMMARY THAT WOULD HAVE USED IT IS THEN
031560*    UNMAPPED AND REFUSES THE RUN.  THE TABLE HOLDS 100 LINES;
031620*    A GLMAP WITH MORE IS NOT TRUNCATED BUT REFUSES THE RUN.
031700******************************************************************
031800 1200-LOAD-ACCOUNT-MAP    SECTION.
031900     OPEN INPUT GL-MAP-FILE.
032000     IF NOT GL-MAP-OK
032100         GO TO 1200-EXIT
032200     END-IF.
032300     PERFORM 1210-READ-MAP-ENTRY THRU 1210-EXIT
032400         UNTIL GL-MAP-EOF.
032500     CLOSE GL-MAP-FILE.
032600 1200-EXIT.
032700     EXIT.
032800******************************************************************
032900 1210-READ-MAP-ENTRY      SECTION.
033000     READ GL-MAP-FILE
033100         AT END
033200             MOVE 'Y' TO GL-MAP-EOF-SWITCH
033300     END-READ.
033400     IF GL-MAP-EOF
033500         GO TO 1210-EXIT
033600     END-IF.
033700     IF GL-MAP-RECORD = SPACES OR GL-P-NOTE-FLAG = '*'
033800         GO TO 1210-EXIT
033900     END-IF.
034000     IF (GL-P-TXN-TYPE NOT = 'N' AND GL-P-TXN-TYPE NOT = 'R')
034100         OR GL-P-DEBIT-ACCT = SPACES
034200         OR GL-P-CREDIT-ACCT = SPACES
034300         DISPLAY 'GLPOST: GLMAP LINE FOR BRANCH ' GL-P-BRANCH
034400             ' TYPE ' GL-P-TXN-TYPE ' INVALID, IGNORED'
034500         GO TO 1210-EXIT
034600     END-IF.
034610     IF GL-MAP-COUNT = 100
034620         MOVE 'Y' TO GL-MAP-FULL-SWITCH
034630         MOVE 'Y' TO GL-MAP-EOF-SWITCH
034640         GO TO 1210-EXIT
034650     END-IF.
034700     ADD 1 TO GL-MAP-COUNT.
034800     MOVE GL-P-BRANCH TO GL-M-BRANCH (GL-MAP-COUNT).
034900     MOVE GL-P-TXN-TYPE TO GL-M-TXN-TYPE (GL-MAP-COUNT).
035000     MOVE GL-P-DEBIT-ACCT TO GL-M-DEBIT-ACCT (GL-MAP-COUNT).
035100     MOVE GL-P-CREDIT-ACCT TO GL-M-CREDIT-ACCT (GL-MAP-COUNT).
035200     MOVE GL-P-DESCRIPTION TO GL-M-DESCRIPTION (GL-MAP-COUNT).
035300 1210-EXIT.
035400     EXIT.
035500******************************************************************
035600*    RUN-CONTROL HANDLING.  THE RUN IS HELD UNLESS EODRPT SHOWS
035700*    COMPLETE FOR THIS BUSINESS DAY AND NO OTHER BATCH JOB IS
035780*    ACTIVE; A DAY ALREADY POSTED TO THE LEDGER IS REFUSED.
035860*    EITHER WAY THE RUN ENDS 'F' ON RUNLOG AND ON JOBSTAT.
035940*    OTHERWISE THE BATCH WINDOW IS OPENED HERE AND CLOSED IN
036020*    3200 WITH THIS JOB'S COMPLETION STATUS.
036100******************************************************************
036200 1300-CHECK-RUN-CONTROL   SECTION.
036300     PERFORM 8000-READ-RUN-CONTROL THRU 8000-EXIT.
036400     IF RC-BATCH-WINDOW-OPEN
036500         DISPLAY 'GLPOST: RUN HELD - BATCH JOB '
036600             RC-ACTIVE-JOB ' STILL ACTIVE'
036700         MOVE 'Y' TO GL-HELD-SWITCH
036800     ELSE
036900         IF RC-EODRPT-BUS-DATE NOT = GL-CURRENT-DATE
037000             OR NOT RC-EODRPT-COMPLETE
037100             DISPLAY 'GLPOST: RUN HELD - EODRPT NOT COMPLETE '
037200                 'FOR BUSINESS DATE ' GL-CURRENT-DATE
037300             MOVE 'Y' TO GL-HELD-SWITCH
037400         ELSE
037500             PERFORM 1350-CHECK-ALREADY-POSTED THRU 1350-EXIT
037600         END-IF
037700     END-IF.
037800     IF GL-RUN-HELD OR GL-ALREADY-POSTED
037900         MOVE 'START' TO GL-LOG-EVENT
038000         MOVE SPACE TO GL-LOG-STATUS
038100         PERFORM 8200-WRITE-RUN-LOG THRU 8200-EXIT
038200         MOVE 'END' TO GL-LOG-EVENT
038300         MOVE 'F' TO GL-LOG-STATUS
038400         PERFORM 8200-WRITE-RUN-LOG THRU 8200-EXIT
038500     ELSE
038600         MOVE 'Y' TO RC-BATCH-ACTIVE
038700         MOVE 'GLPOST' TO RC-ACTIVE-JOB
038800         PERFORM 8100-WRITE-RUN-CONTROL THRU 8100-EXIT
038900         MOVE 'START' TO GL-LOG-EVENT
039000         MOVE SPACE TO GL-LOG-STATUS
039100         PERFORM 8200-WRITE-RUN-LOG THRU 8200-EXIT
039200     END-IF.
039300 1300-EXIT.
039400     EXIT.
039500******************************************************************
039600*    A DAY IS POSTED TO THE LEDGER ONCE.  WHEN A GLPOST
039700*    GENERATION ALREADY EXISTS FOR THE BUSINESS DATE THE RUN IS
039800*    REFUSED; A LOST FILE IS RE-DELIVERED BY GENSEND INSTEAD.
039900******************************************************************
040000 1350-CHECK-ALREADY-POSTED SECTION.
040100     OPEN INPUT XMIT-CTL-FILE.
040200     IF NOT GL-XMIT-OK
040300         GO TO 1350-EXIT
040400     END-IF.
040500     MOVE 'GLPOST' TO XC-FILE-ID.
040600     MOVE GL-CURRENT-DATE TO XC-BUS-DATE.
040700     MOVE 1 TO XC-RUN-NO.
040800     READ XMIT-CTL-FILE
040900         INVALID KEY
041000             CONTINUE
041100         NOT INVALID KEY
041200             DISPLAY 'GLPOST: RUN REFUSED - BUSINESS DATE '
041300                 GL-CURRENT-DATE ' ALREADY POSTED, USE GENSEND '
041400                 'TO RE-DELIVER'
041450             MOVE 'Y' TO GL-POSTED-SWITCH
041600     END-READ.
041700     CLOSE XMIT-CTL-FILE.
041800 1350-EXIT.
041900     EXIT.
042000******************************************************************
042100*    THE CONTROL TOTAL IS TAKEN FROM THE LATEST EODRPT GENERATION
042200*    FOR THE BUSINESS DATE.  EODRPT TOTALS THE WHOLE ENTRY-DETAIL
042300*    FILE, SO THIS RUN TOTALS THE WHOLE FILE AS WELL AND THE TWO
042400*    MUST AGREE BEFORE THE DAY'S POSTINGS ARE RELEASED.
042500******************************************************************
042600 1400-GET-EODRPT-TOTAL    SECTION.
042700     MOVE ZERO TO GL-EOD-RUN-NO.
042800     MOVE ZERO TO GL-EOD-TOTAL.
042900     OPEN INPUT XMIT-CTL-FILE.
043000     IF NOT GL-XMIT-OK
043100         GO TO 1400-EXIT
043200     END-IF.
043300     MOVE ZERO TO GL-TRY-RUN-NO.
043400     MOVE 'N' TO GL-EOD-EOF-SWITCH.
043500     PERFORM 1410-TRY-EODRPT-RUN THRU 1410-EXIT
043600         UNTIL GL-EOD-EOF OR GL-TRY-RUN-NO > 998.
043700     CLOSE XMIT-CTL-FILE.
043800 1400-EXIT.
043900     EXIT.
044000******************************************************************
044100 1410-TRY-EODRPT-RUN      SECTION.
044200     ADD 1 TO GL-TRY-RUN-NO.
044300     MOVE 'EODRPT' TO XC-FILE-ID.
044400     MOVE GL-CURRENT-DATE TO XC-BUS-DATE.
044500     MOVE GL-TRY-RUN-NO TO XC-RUN-NO.
044600     READ XMIT-CTL-FILE
044700         INVALID KEY
044800             MOVE 'Y' TO GL-EOD-EOF-SWITCH
044900         NOT INVALID KEY
045000             MOVE 'Y' TO GL-EOD-FOUND-SWITCH
045100             MOVE GL-TRY-RUN-NO TO GL-EOD-RUN-NO
045200             MOVE XC-AMOUNT-TOTAL TO GL-EOD-TOTAL
045300     END-READ.
045400 1410-EXIT.
045500     EXIT.
045600******************************************************************
045700*    EVERY DETAIL COUNTS TOWARD THE FILE TOTAL PROVED AGAINST
045800*    EODRPT; ONLY THOSE ENTERED ON THE BUSINESS DATE ARE
045900*    SUMMARISED FOR THE LEDGER.
046000******************************************************************
046100 2000-PROCESS-DETAILS     SECTION.
046200     ADD 1 TO GL-READ-COUNT.
046300     ADD ED-AMOUNT TO GL-FILE-TOTAL.
046400     IF ED-ENTRY-DATE = GL-CURRENT-DATE
046500         ADD 1 TO GL-DAY-COUNT
046600         ADD ED-AMOUNT TO GL-DAY-NET
046700         PERFORM 2200-GET-BRANCH THRU 2200-EXIT
046800         IF ED-IS-REVERSAL
046900             MOVE 'R' TO GL-TXN-TYPE
047000         ELSE
047100             MOVE 'N' TO GL-TXN-TYPE
047200         END-IF
047300         PERFORM 2300-ADD-TO-SUMMARY THRU 2300-EXIT
047400     END-IF.
047500     PERFORM 2100-READ-DETAIL THRU 2100-EXIT.
047600 2000-EXIT.
047700     EXIT.
047800******************************************************************
047900 2100-READ-DETAIL         SECTION.
048000     READ ENTRY-DETAIL-FILE NEXT RECORD
048100         AT END
048200             MOVE 'Y' TO GL-EOF-SWITCH
048300     END-READ.
048400 2100-EXIT.
048500     EXIT.
048600******************************************************************
048700*    THE BRANCH IS LOOKED UP ONCE PER CUSTOMER (THE FILE IS IN
048800*    CUSTOMER ORDER).  NO REFERENCE RECORD, OR NO BRANCH ON IT,
048900*    LEAVES THE BRANCH BLANK FOR THE DEFAULT MAPPING.
049000******************************************************************
049100 2200-GET-BRANCH          SECTION.
049200     IF ED-CUST-CODE = GL-LAST-CUST
049300         GO TO 2200-EXIT
049400     END-IF.
049500     MOVE ED-CUST-CODE TO GL-LAST-CUST.
049600     MOVE SPACES TO GL-BRANCH.
049700     IF NOT GL-CUST-AVAILABLE
049800         GO TO 2200-EXIT
049900     END-IF.
050000     MOVE ED-CUST-CODE TO CU-CUST-CODE.
050100     READ CUSTOMER-REF-FILE
050200         INVALID KEY
050300             CONTINUE
050400         NOT INVALID KEY
050500             MOVE CU-BRANCH TO GL-BRANCH
050600     END-READ.
050700 2200-EXIT.
050800     EXIT.
050900******************************************************************
051000 2300-ADD-TO-SUMMARY      SECTION.
051100     MOVE ZERO TO GL-HIT-SUB.
051200     PERFORM 2310-FIND-SUMMARY THRU 2310-EXIT
051300         VARYING GL-SUB FROM 1 BY 1
051400         UNTIL GL-SUB > GL-SUM-COUNT OR GL-HIT-SUB > ZERO.
051500     IF GL-HIT-SUB = ZERO
051600         IF GL-SUM-COUNT < 200
051700             ADD 1 TO GL-SUM-COUNT
051800             MOVE GL-SUM-COUNT TO GL-HIT-SUB
051900             MOVE GL-BRANCH TO GL-S-BRANCH (GL-HIT-SUB)
052000             MOVE GL-TXN-TYPE TO GL-S-TXN-TYPE (GL-HIT-SUB)
052100             MOVE ZERO TO GL-S-COUNT (GL-HIT-SUB)
052200             MOVE ZERO TO GL-S-AMOUNT (GL-HIT-SUB)
052300             MOVE ZERO TO GL-S-MAP-SUB (GL-HIT-SUB)
052400         ELSE
052500             ADD 1 TO GL-OVERFLOW-COUNT
052600             GO TO 2300-EXIT
052700         END-IF
052800     END-IF.
052900     ADD 1 TO GL-S-COUNT (GL-HIT-SUB).
053000     ADD ED-AMOUNT TO GL-S-AMOUNT (GL-HIT-SUB).
053100 2300-EXIT.
053200     EXIT.
053300******************************************************************
053400 2310-FIND-SUMMARY        SECTION.
053500     IF GL-S-BRANCH (GL-SUB) = GL-BRANCH
053600         AND GL-S-TXN-TYPE (GL-SUB) = GL-TXN-TYPE
053700         MOVE GL-SUB TO GL-HIT-SUB
053800     END-IF.
053900 2310-EXIT.
054000     EXIT.
054100******************************************************************
054200*    PROVE THE JOURNAL BEFORE ANYTHING IS WRITTEN:  EVERY SUMMARY
054300*    MUST MAP TO A PAIR OF ACCOUNTS, DEBITS MUST EQUAL CREDITS
054400*    AND NET TO THE DAY'S MOVEMENT, AND THE FILE TOTAL MUST TIE
054500*    TO THE EODRPT CONTROL TOTAL.  ANY FAILURE REFUSES THE RUN.
054600******************************************************************
054700 2500-PROVE-JOURNAL       SECTION.
054800     IF NOT GL-INIT-OK
054900         GO TO 2500-EXIT
055000     END-IF.
055100     PERFORM 2510-PROVE-SUMMARY THRU 2510-EXIT
055200         VARYING GL-SUB FROM 1 BY 1
055300         UNTIL GL-SUB > GL-SUM-COUNT.
055400     IF GL-OVERFLOW-COUNT > ZERO
055500         DISPLAY 'GLPOST: SUMMARY TABLE FULL, ' GL-OVERFLOW-COUNT
055600             ' DETAILS NOT SUMMARISED'
055700         MOVE 'Y' TO GL-REFUSED-SWITCH
055800     END-IF.
055900     IF GL-UNMAPPED-COUNT > ZERO
056000         DISPLAY 'GLPOST: ' GL-UNMAPPED-COUNT
056100             ' SUMMARIES HAVE NO GLMAP ACCOUNTS'
056200         MOVE 'Y' TO GL-REFUSED-SWITCH
056300     END-IF.
056400     IF GL-DEBIT-TOTAL NOT = GL-CREDIT-TOTAL
056500         DISPLAY 'GLPOST: JOURNAL DOES NOT BALANCE, DEBITS '
056600             GL-DEBIT-TOTAL ' CREDITS ' GL-CREDIT-TOTAL
056700         MOVE 'Y' TO GL-REFUSED-SWITCH
056800     END-IF.
056900     IF NOT GL-EOD-FOUND
057000         DISPLAY 'GLPOST: NO EODRPT CONTROL TOTAL ON XMITCTL '
057100             'FOR BUSINESS DATE ' GL-CURRENT-DATE
057200         MOVE 'Y' TO GL-REFUSED-SWITCH
057300     ELSE
057400         IF GL-FILE-TOTAL NOT = GL-EOD-TOTAL
057500             DISPLAY 'GLPOST: ENTRY-DETAIL TOTAL ' GL-FILE-TOTAL
057600                 ' DOES NOT TIE TO EODRPT ' GL-EOD-TOTAL
057700             MOVE 'Y' TO GL-REFUSED-SWITCH
057800         END-IF
057900     END-IF.
058000 2500-EXIT.
058100     EXIT.
058200******************************************************************
058300*    EACH SUMMARY POSTS ITS NET THROUGH THE BRANCH'S OWN MAPPING
058400*    LINE, OR THE '****' DEFAULT LINE FOR THE SAME TYPE.  A ZERO
058500*    NET WRITES NO LINES.
058600******************************************************************
058700 2510-PROVE-SUMMARY       SECTION.
058800     MOVE ZERO TO GL-HIT-SUB.
058900     PERFORM 2520-MATCH-BRANCH THRU 2520-EXIT
059000         VARYING GL-SUB2 FROM 1 BY 1
059100         UNTIL GL-SUB2 > GL-MAP-COUNT OR GL-HIT-SUB > ZERO.
059200     IF GL-HIT-SUB = ZERO
059300         PERFORM 2530-MATCH-DEFAULT THRU 2530-EXIT
059400             VARYING GL-SUB2 FROM 1 BY 1
059500             UNTIL GL-SUB2 > GL-MAP-COUNT OR GL-HIT-SUB > ZERO
059600     END-IF.
059700     MOVE GL-HIT-SUB TO GL-S-MAP-SUB (GL-SUB).
059800     IF GL-HIT-SUB = ZERO
059900         ADD 1 TO GL-UNMAPPED-COUNT
060000         DISPLAY 'GLPOST: NO GLMAP ACCOUNTS FOR BRANCH '
060100             GL-S-BRANCH (GL-SUB) ' TYPE ' GL-S-TXN-TYPE (GL-SUB)
060200         GO TO 2510-EXIT
060300     END-IF.
060400     IF GL-S-AMOUNT (GL-SUB) = ZERO
060500         GO TO 2510-EXIT
060600     END-IF.
060700     IF GL-S-AMOUNT (GL-SUB) < ZERO
060800         COMPUTE GL-POST-AMOUNT = ZERO - GL-S-AMOUNT (GL-SUB)
060900     ELSE
061000         MOVE GL-S-AMOUNT (GL-SUB) TO GL-POST-AMOUNT
061100     END-IF.
061200     ADD GL-POST-AMOUNT TO GL-DEBIT-TOTAL.
061300     ADD GL-POST-AMOUNT TO GL-CREDIT-TOTAL.
061400     ADD 2 TO GL-JRNL-COUNT.
061500 2510-EXIT.
061600     EXIT.
061700******************************************************************
061800 2520-MATCH-BRANCH        SECTION.
061900     IF GL-M-BRANCH (GL-SUB2) = GL-S-BRANCH (GL-SUB)
062000         AND GL-M-TXN-TYPE (GL-SUB2) = GL-S-TXN-TYPE (GL-SUB)
062100         MOVE GL-SUB2 TO GL-HIT-SUB
062200     END-IF.
062300 2520-EXIT.
062400     EXIT.
062500******************************************************************
062600 2530-MATCH-DEFAULT       SECTION.
062700     IF GL-M-BRANCH (GL-SUB2) = '****'
062800         AND GL-M-TXN-TYPE (GL-SUB2) = GL-S-TXN-TYPE (GL-SUB)
062900         MOVE GL-SUB2 TO GL-HIT-SUB
063000     END-IF.
063100 2530-EXIT.
063200     EXIT.
063300******************************************************************
063400 3000-FINALIZE            SECTION.
063500     IF GL-INIT-OK
063600         CLOSE ENTRY-DETAIL-FILE
063700         IF GL-CUST-AVAILABLE
063800             CLOSE CUSTOMER-REF-FILE
063900         END-IF
064000         DISPLAY 'GLPOST: DETAILS READ ' GL-READ-COUNT
064100             ', FOR BUSINESS DATE ' GL-DAY-COUNT
064200             ', SUMMARIES ' GL-SUM-COUNT
064300         IF GL-RUN-REFUSED
064400             DISPLAY 'GLPOST: GL JOURNAL REFUSED - NO FILE '
064500                 'PRODUCED FOR ' GL-CURRENT-DATE
064600         ELSE
064700             PERFORM 3100-WRITE-JOURNAL THRU 3100-EXIT
064800         END-IF
064900     END-IF.
065000     IF NOT GL-RUN-HELD AND NOT GL-ALREADY-POSTED
065100         PERFORM 3200-CLOSE-BATCH-WINDOW THRU 3200-EXIT
065200     END-IF.
065300 3000-EXIT.
065400     EXIT.
065500******************************************************************
065600 3100-WRITE-JOURNAL       SECTION.
065700     OPEN OUTPUT GL-OUT-FILE.
065800     IF NOT GL-OUT-OK
065900         DISPLAY 'GLPOST: GLOUT OPEN FAILED, STATUS='
066000             GL-OUT-STATUS
066100         MOVE 'Y' TO GL-REFUSED-SWITCH
066200         GO TO 3100-EXIT
066300     END-IF.
066400     MOVE ZERO TO GL-LINE-COUNT.
066500     MOVE GL-CURRENT-DATE TO GL-H-BUS-DATE.
066600     ACCEPT GL-H-CREATE-DATE FROM DATE YYYYMMDD.
066700     MOVE GL-CURRENT-TIME TO GL-H-CREATE-TIME.
066800     WRITE GL-OUT-RECORD FROM GL-HEADER-LINE.
066900     PERFORM 3110-WRITE-SUMMARY THRU 3110-EXIT
067000         VARYING GL-SUB FROM 1 BY 1
067100         UNTIL GL-SUB > GL-SUM-COUNT.
067200     MOVE GL-LINE-COUNT TO GL-T-LINE-COUNT.
067300     MOVE GL-DEBIT-TOTAL TO GL-T-DEBIT-TOTAL.
067400     MOVE GL-CREDIT-TOTAL TO GL-T-CREDIT-TOTAL.
067500     MOVE GL-DAY-NET TO GL-T-DAY-NET.
067600     MOVE GL-DAY-COUNT TO GL-T-DAY-COUNT.
067700     MOVE GL-EOD-TOTAL TO GL-T-EOD-TOTAL.
067800     MOVE GL-EOD-RUN-NO TO GL-T-EOD-RUN-NO.
067900     WRITE GL-OUT-RECORD FROM GL-TRAILER-LINE.
068000     CLOSE GL-OUT-FILE.
068100     PERFORM 3400-ARCHIVE-GENERATION THRU 3400-EXIT.
068200     DISPLAY 'GLPOST: JOURNAL LINES ' GL-LINE-COUNT
068300         ', DEBITS ' GL-DEBIT-TOTAL ', CREDITS ' GL-CREDIT-TOTAL.
068400 3100-EXIT.
068500     EXIT.
068600******************************************************************
068700*    A POSITIVE NET DEBITS THE MAPPED DEBIT ACCOUNT AND CREDITS
068800*    THE MAPPED CREDIT ACCOUNT; A NEGATIVE NET REVERSES THE SIDES.
068900******************************************************************
069000 3110-WRITE-SUMMARY       SECTION.
069100     IF GL-S-AMOUNT (GL-SUB) = ZERO
069200         GO TO 3110-EXIT
069300     END-IF.
069400     MOVE GL-S-MAP-SUB (GL-SUB) TO GL-HIT-SUB.
069500     IF GL-S-AMOUNT (GL-SUB) < ZERO
069600         COMPUTE GL-POST-AMOUNT = ZERO - GL-S-AMOUNT (GL-SUB)
069700     ELSE
069800         MOVE GL-S-AMOUNT (GL-SUB) TO GL-POST-AMOUNT
069900     END-IF.
070000     MOVE GL-CURRENT-DATE TO GL-D-BUS-DATE.
070100     MOVE GL-S-BRANCH (GL-SUB) TO GL-D-BRANCH.
070200     MOVE GL-S-TXN-TYPE (GL-SUB) TO GL-D-TXN-TYPE.
070300     MOVE GL-POST-AMOUNT TO GL-D-AMOUNT.
070400     MOVE GL-S-COUNT (GL-SUB) TO GL-D-TXN-COUNT.
070500     MOVE GL-M-DESCRIPTION (GL-HIT-SUB) TO GL-D-DESCRIPTION.
070600     MOVE 'D' TO GL-D-DR-CR.
070700     IF GL-S-AMOUNT (GL-SUB) > ZERO
070800         MOVE GL-M-DEBIT-ACCT (GL-HIT-SUB) TO GL-D-ACCOUNT
070900     ELSE
071000         MOVE GL-M-CREDIT-ACCT (GL-HIT-SUB) TO GL-D-ACCOUNT
071100     END-IF.
071200     WRITE GL-OUT-RECORD FROM GL-DETAIL-LINE.
071300     MOVE 'C' TO GL-D-DR-CR.
071400     IF GL-S-AMOUNT (GL-SUB) > ZERO
071500         MOVE GL-M-CREDIT-ACCT (GL-HIT-SUB) TO GL-D-ACCOUNT
071600     ELSE
071700         MOVE GL-M-DEBIT-ACCT (GL-HIT-SUB) TO GL-D-ACCOUNT
071800     END-IF.
071900     WRITE GL-OUT-RECORD FROM GL-DETAIL-LINE.
072000     ADD 2 TO GL-LINE-COUNT.
072100 3110-EXIT.
072200     EXIT.
072300******************************************************************
072400 3200-CLOSE-BATCH-WINDOW  SECTION.
072500     PERFORM 8000-READ-RUN-CONTROL THRU 8000-EXIT.
072600     MOVE 'N' TO RC-BATCH-ACTIVE.
072700     MOVE SPACES TO RC-ACTIVE-JOB.
072800     PERFORM 8100-WRITE-RUN-CONTROL THRU 8100-EXIT.
072900     MOVE 'END' TO GL-LOG-EVENT.
073000     IF GL-INIT-OK AND NOT GL-RUN-REFUSED AND NOT GL-ARCH-FAILED
073100         MOVE 'C' TO GL-LOG-STATUS
073200     ELSE
073300         MOVE 'F' TO GL-LOG-STATUS
073400     END-IF.
073500     PERFORM 8200-WRITE-RUN-LOG THRU 8200-EXIT.
073600 3200-EXIT.
073700     EXIT.
073800******************************************************************
073900*    KEEP THE FINISHED JOURNAL AS A GENERATION UNDER FILE ID
074000*    GLPOST:  THE NEXT FREE RUN NUMBER FOR THIS BUSINESS DATE IS
074100*    TAKEN, EVERY GLOUT LINE IS COPIED TO THE GENERATION ARCHIVE
074200*    UNDER IT, AND A TRANSMISSION-CONTROL RECORD CARRIES THE
074300*    JOURNAL LINE COUNT AND THE DEBIT TOTAL AWAITING PICKUP.
074400******************************************************************
074500 3400-ARCHIVE-GENERATION  SECTION.
074600     OPEN I-O GEN-ARCH-FILE.
074700     IF NOT GL-GEN-OK
074800         CLOSE  GEN-ARCH-FILE
074900         OPEN OUTPUT GEN-ARCH-FILE
075000         CLOSE  GEN-ARCH-FILE
075100         OPEN I-O GEN-ARCH-FILE
075200     END-IF.
075300     OPEN I-O XMIT-CTL-FILE.
075400     IF NOT GL-XMIT-OK
075500         CLOSE  XMIT-CTL-FILE
075600         OPEN OUTPUT XMIT-CTL-FILE
075700         CLOSE  XMIT-CTL-FILE
075800         OPEN I-O XMIT-CTL-FILE
075900     END-IF.
076000     IF NOT GL-GEN-OK OR NOT GL-XMIT-OK
076100         DISPLAY 'GLPOST: GENERATION ARCHIVE UNAVAILABLE, '
076200             'STATUS=' GL-GEN-STATUS ' ' GL-XMIT-STATUS
076220         DISPLAY 'GLPOST: GLOUT NOT REGISTERED ON XMITCTL - DAY '
076240             'NOT MARKED POSTED'
076260         MOVE 'Y' TO GL-ARCH-FAIL-SWITCH
076300         GO TO 3400-EXIT
076400     END-IF.
076500     PERFORM 3410-NEXT-RUN-NUMBER THRU 3410-EXIT.
076600     MOVE ZERO TO GL-LINE-NO.
076700     MOVE 'N' TO GL-ARCH-EOF-SWITCH.
076800     OPEN INPUT GL-OUT-FILE.
076900     PERFORM 3420-COPY-JOURNAL-LINE THRU 3420-EXIT
077000         UNTIL GL-ARCH-EOF.
077100     CLOSE GL-OUT-FILE.
077200     MOVE 'GLPOST' TO XC-FILE-ID.
077300     MOVE GL-CURRENT-DATE TO XC-BUS-DATE.
077400     MOVE GL-RUN-NO TO XC-RUN-NO.
077500     MOVE GL-LINE-COUNT TO XC-REC-COUNT.
077600     MOVE GL-DEBIT-TOTAL TO XC-AMOUNT-TOTAL.
077700     ACCEPT XC-CREATE-DATE FROM DATE YYYYMMDD.
077800     ACCEPT XC-CREATE-TIME FROM TIME.
077900     MOVE 'P' TO XC-PICKUP-STATUS.
078000     WRITE XMIT-CONTROL-RECORD
078100         INVALID KEY
078200             REWRITE XMIT-CONTROL-RECORD
078300     END-WRITE.
078400     DISPLAY 'GLPOST: GENERATION ' GL-CURRENT-DATE '/'
078500         GL-RUN-NO ' ARCHIVED, LINES ' GL-LINE-NO.
078600     CLOSE GEN-ARCH-FILE.
078700     CLOSE XMIT-CTL-FILE.
078800 3400-EXIT.
078900     EXIT.
079000******************************************************************
079100 3410-NEXT-RUN-NUMBER     SECTION.
079200     MOVE ZERO TO GL-RUN-NO.
079300     MOVE 'N' TO GL-RUN-FOUND-SWITCH.
079400     PERFORM 3415-TRY-RUN-NUMBER THRU 3415-EXIT
079500         UNTIL GL-RUN-SLOT-FREE OR GL-RUN-NO > 998.
079600 3410-EXIT.
079700     EXIT.
079800******************************************************************
079900 3415-TRY-RUN-NUMBER      SECTION.
080000     ADD 1 TO GL-RUN-NO.
080100     MOVE 'GLPOST' TO XC-FILE-ID.
080200     MOVE GL-CURRENT-DATE TO XC-BUS-DATE.
080300     MOVE GL-RUN-NO TO XC-RUN-NO.
080400     READ XMIT-CTL-FILE
080500         INVALID KEY
080600             MOVE 'Y' TO GL-RUN-FOUND-SWITCH
080700     END-READ.
080800 3415-EXIT.
080900     EXIT.
081000******************************************************************
081100 3420-COPY-JOURNAL-LINE   SECTION.
081200     READ GL-OUT-FILE
081300         AT END
081400             MOVE 'Y' TO GL-ARCH-EOF-SWITCH
081500     END-READ.
081600     IF GL-ARCH-EOF
081700         GO TO 3420-EXIT
081800     END-IF.
081900     ADD 1 TO GL-LINE-NO.
082000     MOVE 'GLPOST' TO GX-FILE-ID.
082100     MOVE GL-CURRENT-DATE TO GX-BUS-DATE.
082200     MOVE GL-RUN-NO TO GX-RUN-NO.
082300     MOVE GL-LINE-NO TO GX-LINE-NO.
082400     MOVE GL-OUT-RECORD TO GX-DATA.
082500     WRITE GEN-ARCHIVE-RECORD
082600         INVALID KEY
082700             REWRITE GEN-ARCHIVE-RECORD
082800     END-WRITE.
082900 3420-EXIT.
083000     EXIT.
083100******************************************************************
083200 8000-READ-RUN-CONTROL    SECTION.
083300     MOVE SPACES TO RC-BATCH-ACTIVE.
083400     MOVE SPACES TO RC-ACTIVE-JOB.
083500     MOVE ZERO TO RC-EODRPT-BUS-DATE.
083600     MOVE SPACES TO RC-EODRPT-STATUS.
083700     MOVE ZERO TO RC-INTFEXT-BUS-DATE.
083800     MOVE SPACES TO RC-INTFEXT-STATUS.
083900     OPEN INPUT RUN-CONTROL-FILE.
084000     IF GL-RUNCTL-OK
084100         READ RUN-CONTROL-FILE
084200             AT END
084300                 CONTINUE
084400         END-READ
084500         CLOSE RUN-CONTROL-FILE
084600     END-IF.
084700 8000-EXIT.
084800     EXIT.
084900******************************************************************
085000 8100-WRITE-RUN-CONTROL   SECTION.
085100     OPEN OUTPUT RUN-CONTROL-FILE.
085200     WRITE RUN-CONTROL-RECORD.
085300     CLOSE RUN-CONTROL-FILE.
085400 8100-EXIT.
085500     EXIT.
085600******************************************************************
085700 8200-WRITE-RUN-LOG       SECTION.
085800     OPEN EXTEND RUN-LOG-FILE.
085900     IF NOT GL-RUNLOG-OK
086000         OPEN OUTPUT RUN-LOG-FILE
086100         CLOSE  RUN-LOG-FILE
086200         OPEN EXTEND RUN-LOG-FILE
086300     END-IF.
086400     MOVE 'GLPOST' TO RL-JOB-NAME.
086500     MOVE GL-CURRENT-DATE TO RL-BUS-DATE.
086600     MOVE GL-LOG-EVENT TO RL-EVENT.
086700     MOVE GL-LOG-STATUS TO RL-STATUS.
086800     ACCEPT RL-LOG-DATE FROM DATE YYYYMMDD.
086900     ACCEPT RL-LOG-TIME FROM TIME.
087000     WRITE RUN-LOG-RECORD.
087100     CLOSE RUN-LOG-FILE.
087200 8200-EXIT.
087300     EXIT.
087400******************************************************************
087500*    JOB-STREAM CONTROL.  BEFORE ANY WORK IS DONE THE JOB LOOKS
087600*    ITSELF UP ON JOBDEF AND IS HELD UNLESS EVERY PREREQUISITE
087700*    SHOWS COMPLETE ON JOBSTAT FOR THE SAME BUSINESS DATE.  A JOB
087800*    NOT ON JOBDEF (OR NO JOBDEF AT ALL) RUNS UNCHECKED.  THE
087900*    START OR THE HOLD IS RECORDED ON JOBSTAT HERE AND THE FINAL
088000*    RESULT IN 9300, FOR THE JOBEXC MORNING EXCEPTION REPORT.
088100******************************************************************
088200 9000-START-JOB           SECTION.
088300     ACCEPT GL-JOB-DATE FROM DATE YYYYMMDD.
088400     ACCEPT GL-JOB-TIME FROM TIME.
088500     OPEN INPUT BUSDATE-FILE.
088600     IF GL-BUSDT-OK
088700         READ BUSDATE-FILE
088800             AT END
088900                 CONTINUE
089000             NOT AT END
089100                 MOVE BD-BUSINESS-DATE TO GL-JOB-BUS-DATE
089200         END-READ
089300         CLOSE BUSDATE-FILE
089400     END-IF.
089500     IF GL-JOB-BUS-DATE = ZERO
089600         MOVE GL-JOB-DATE TO GL-JOB-BUS-DATE
089700     END-IF.
089800     MOVE SPACES TO GL-HELD-FOR.
089900     OPEN I-O JOB-STATUS-FILE.
090000     IF NOT GL-JSTAT-OK
090100         CLOSE  JOB-STATUS-FILE
090200         OPEN OUTPUT JOB-STATUS-FILE
090300         CLOSE  JOB-STATUS-FILE
090400         OPEN I-O JOB-STATUS-FILE
090500     END-IF.
090600     IF NOT GL-JSTAT-OK
090700         DISPLAY 'GLPOST: JOBSTAT OPEN FAILED, STATUS='
090800             GL-JSTAT-STATUS
090900         MOVE 'JOBSTAT' TO GL-HELD-FOR
091000         GO TO 9000-EXIT
091100     END-IF.
091200     PERFORM 9100-CHECK-JOB-DEF THRU 9100-EXIT.
091300     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
091400     IF GL-HELD-FOR = SPACES
091500         MOVE 'S' TO JS-STATUS
091600         MOVE GL-JOB-DATE TO JS-START-DATE
091700         MOVE GL-JOB-TIME TO JS-START-TIME
091800         MOVE ZERO TO JS-END-DATE
091900         MOVE ZERO TO JS-END-TIME
092000         ADD 1 TO JS-RUN-COUNT
092100     ELSE
092200         DISPLAY 'GLPOST: RUN HELD - ' GL-HELD-FOR
092300             ' NOT COMPLETE FOR BUSINESS DATE ' GL-JOB-BUS-DATE
092400         MOVE 'H' TO JS-STATUS
092500         MOVE GL-JOB-DATE TO JS-END-DATE
092600         MOVE GL-JOB-TIME TO JS-END-TIME
092700     END-IF.
092800     MOVE GL-HELD-FOR TO JS-HELD-FOR.
092900     MOVE SPACES TO JS-FORCED-BY.
093000     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
093100     CLOSE JOB-STATUS-FILE.
093200 9000-EXIT.
093300     EXIT.
093400******************************************************************
093500 9100-CHECK-JOB-DEF       SECTION.
093600     MOVE 'N' TO GL-JDEF-SWITCH.
093700     MOVE 'N' TO GL-JDEF-EOF-SWITCH.
093800     OPEN INPUT JOB-DEF-FILE.
093900     IF NOT GL-JDEF-OK
094000         GO TO 9100-EXIT
094100     END-IF.
094200     PERFORM 9150-READ-JOB-DEF THRU 9150-EXIT
094300         UNTIL GL-JDEF-FOUND OR GL-JDEF-EOF.
094400     IF GL-JDEF-FOUND
094500         PERFORM 9200-CHECK-PREREQ THRU 9200-EXIT
094600             VARYING GL-PRQ-IX FROM 1 BY 1
094700             UNTIL GL-PRQ-IX > 5 OR GL-HELD-FOR NOT = SPACES
094800     END-IF.
094900     CLOSE JOB-DEF-FILE.
095000 9100-EXIT.
095100     EXIT.
095200******************************************************************
095300 9150-READ-JOB-DEF        SECTION.
095400     READ JOB-DEF-FILE
095500         AT END
095600             MOVE 'Y' TO GL-JDEF-EOF-SWITCH
095700         NOT AT END
095800             IF JD-JOB-NAME = 'GLPOST'
095900                 MOVE 'Y' TO GL-JDEF-SWITCH
096000             END-IF
096100     END-READ.
096200 9150-EXIT.
096300     EXIT.
096400******************************************************************
096500 9200-CHECK-PREREQ        SECTION.
096600     IF JD-PREREQ (GL-PRQ-IX) = SPACES
096700         GO TO 9200-EXIT
096800     END-IF.
096900     MOVE GL-JOB-BUS-DATE TO JS-BUS-DATE.
097000     MOVE JD-PREREQ (GL-PRQ-IX) TO JS-JOB-NAME.
097100     READ JOB-STATUS-FILE
097200         INVALID KEY
097300             MOVE JD-PREREQ (GL-PRQ-IX) TO GL-HELD-FOR
097400         NOT INVALID KEY
097500             IF NOT JS-COMPLETE
097600                 MOVE JD-PREREQ (GL-PRQ-IX) TO GL-HELD-FOR
097700             END-IF
097800     END-READ.
097900 9200-EXIT.
098000     EXIT.
098100******************************************************************
098200 9300-END-JOB             SECTION.
098300     ACCEPT GL-JOB-DATE FROM DATE YYYYMMDD.
098400     ACCEPT GL-JOB-TIME FROM TIME.
098500     OPEN I-O JOB-STATUS-FILE.
098600     IF NOT GL-JSTAT-OK
098700         DISPLAY 'GLPOST: JOBSTAT OPEN FAILED, STATUS='
098800             GL-JSTAT-STATUS
098900         GO TO 9300-EXIT
099000     END-IF.
099100     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
099200     MOVE GL-JOB-RESULT TO JS-STATUS.
099300     MOVE GL-JOB-DATE TO JS-END-DATE.
099400     MOVE GL-JOB-TIME TO JS-END-TIME.
099500     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
099600     CLOSE JOB-STATUS-FILE.
099700     IF GL-JOB-RESULT NOT = 'C'
099800         DISPLAY 'GLPOST: RUN FAILED FOR BUSINESS DATE '
099900             GL-JOB-BUS-DATE
100000     END-IF.
100100 9300-EXIT.
100200     EXIT.
100300******************************************************************
100400 9400-READ-JOB-STATUS     SECTION.
100500     MOVE GL-JOB-BUS-DATE TO JS-BUS-DATE.
100600     MOVE 'GLPOST' TO JS-JOB-NAME.
100700     READ JOB-STATUS-FILE
100800         INVALID KEY
100900             MOVE 'N' TO GL-JSTAT-SWITCH
101000         NOT INVALID KEY
101100             MOVE 'Y' TO GL-JSTAT-SWITCH
101200     END-READ.
101300     IF NOT GL-JSTAT-FOUND
101400         INITIALIZE JOB-STATUS-RECORD
101500         MOVE GL-JOB-BUS-DATE TO JS-BUS-DATE
101600         MOVE 'GLPOST' TO JS-JOB-NAME
101700     END-IF.
101800 9400-EXIT.
101900     EXIT.
102000******************************************************************
102100 9500-WRITE-JOB-STATUS    SECTION.
102200     IF GL-JSTAT-FOUND
102300         REWRITE JOB-STATUS-RECORD
102400     ELSE
102500         WRITE JOB-STATUS-RECORD
102600     END-IF.
102700 9500-EXIT.
102800     EXIT.
102900******************************************************************
