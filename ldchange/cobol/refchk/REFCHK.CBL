000100 IDENTIFICATION      DIVISION.
000200 PROGRAM-ID.         REFCHK.
000300 AUTHOR.             DATA PROCESSING.
000400 INSTALLATION.       LDCHANGE APPLICATIONS.
000500 DATE-WRITTEN.       2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    DATE        INIT   DESCRIPTION
001000*    2026-10-15  DPS    ORIGINAL PROGRAM.  NIGHTLY CROSS-FILE
001100*                       REFERENTIAL INTEGRITY SWEEP, THE COMPANION
001200*                       TO ENTCHK'S MASTER-TO-DETAIL BALANCING.
001300*                       REPORTS ENTRY-MASTER CUSTOMERS WITH NO
001400*                       CUSTMS REFERENCE, CLOSED CUSTOMERS STILL
001500*                       CARRYING A BALANCE, EXTQ AND INTFRSND
001600*                       ENTRIES WHOSE DETAIL IS GONE, 'P' DETAILS
001700*                       WITH NO EXTQ ENTRY, CUSTOMERS ON BOTH
001800*                       ENTRYMS AND ENTARCHF, AND PERBAL SNAPSHOTS
001900*                       FOR A PERIOD PERCTL DOES NOT SHOW CLOSED.
002000*                       EVERY FINDING CARRIES A SEVERITY AND EACH
002100*                       KIND IS COUNTED.  REFPARM FUNCTION 'V'
002200*                       VERIFIES ONLY ('V' IS ASSUMED WHEN THE
002300*                       PARAMETER IS ABSENT); 'R' ALSO REPAIRS THE
002400*                       SAFE CASES -- AN ORPHANED 'P' DETAIL IS
002500*                       RE-QUEUED ON EXTQ AND A QUEUE OR RE-SEND
002600*                       ENTRY WITH NO DETAIL IS DELETED.  THE
002700*                       OTHER FINDINGS NEED A PERSON TO DECIDE AND
002800*                       ARE REPORTED ONLY.
002900******************************************************************
003000 ENVIRONMENT         DIVISION.
003100 CONFIGURATION       SECTION.
003200 SOURCE-COMPUTER.    IBM-370.
003300 OBJECT-COMPUTER.    IBM-370.
003400 INPUT-OUTPUT        SECTION.
003500 FILE-CONTROL.
003600     SELECT  REF-PARM-FILE      ASSIGN  TO  "REFPARM"
003700             ORGANIZATION   IS  LINE SEQUENTIAL
003800             FILE STATUS    IS  RF-PARM-STATUS.
003900     SELECT  ENTRY-MASTER-FILE  ASSIGN  TO  "ENTRYMS"
004000             ORGANIZATION   IS  INDEXED
004100             ACCESS MODE    IS  DYNAMIC
004200             RECORD KEY     IS  EM-KEY
004300             FILE STATUS    IS  RF-ENTRY-STATUS.
004400     SELECT  ENTRY-DETAIL-FILE  ASSIGN  TO  "ENTRYDT"
004500             ORGANIZATION   IS  INDEXED
004600             ACCESS MODE    IS  DYNAMIC
004700             RECORD KEY     IS  ED-KEY
004800             FILE STATUS    IS  RF-DETAIL-STATUS.
004900     SELECT  CUSTOMER-REF-FILE  ASSIGN  TO  "CUSTMS"
005000             ORGANIZATION   IS  INDEXED
005100             ACCESS MODE    IS  DYNAMIC
005200             RECORD KEY     IS  CU-CUST-CODE
005300             FILE STATUS    IS  RF-CUST-STATUS.
005400     SELECT  EXT-QUEUE-FILE     ASSIGN  TO  "EXTQ"
005500             ORGANIZATION   IS  INDEXED
005600             ACCESS MODE    IS  DYNAMIC
005700             RECORD KEY     IS  XQ-KEY
005800             FILE STATUS    IS  RF-EXTQ-STATUS.
005900     SELECT  RESEND-FILE        ASSIGN  TO  "INTFRSND"
006000             ORGANIZATION   IS  INDEXED
006100             ACCESS MODE    IS  DYNAMIC
006200             RECORD KEY     IS  RX-KEY
006300             FILE STATUS    IS  RF-RSND-STATUS.
006400     SELECT  ARCH-MASTER-FILE   ASSIGN  TO  "ENTARCHF"
006500             ORGANIZATION   IS  INDEXED
006600             ACCESS MODE    IS  DYNAMIC
006700             RECORD KEY     IS  AM-KEY
006800             FILE STATUS    IS  RF-ARCHM-STATUS.
006900     SELECT  PERIOD-BAL-FILE    ASSIGN  TO  "PERBAL"
007000             ORGANIZATION   IS  INDEXED
007100             ACCESS MODE    IS  DYNAMIC
007200             RECORD KEY     IS  PB-KEY
007300             FILE STATUS    IS  RF-PERBAL-STATUS.
007400     SELECT  PERIOD-CTL-FILE    ASSIGN  TO  "PERCTL"
007500             ORGANIZATION   IS  SEQUENTIAL
007600             FILE STATUS    IS  RF-PERCTL-STATUS.
007700     SELECT  REF-REPORT-FILE    ASSIGN  TO  "REFRPT"
007800             ORGANIZATION   IS  LINE SEQUENTIAL
007900             FILE STATUS    IS  RF-REPORT-STATUS.
008000     SELECT  BUSDATE-FILE       ASSIGN  TO  "BUSDATE"
008100             ORGANIZATION   IS  SEQUENTIAL
008200             FILE STATUS    IS  RF-BUSDT-STATUS.
008300     SELECT  JOB-DEF-FILE       ASSIGN  TO  "JOBDEF"
008400             ORGANIZATION   IS  LINE SEQUENTIAL
008500             FILE STATUS    IS  RF-JDEF-STATUS.
008600     SELECT  JOB-STATUS-FILE    ASSIGN  TO  "JOBSTAT"
008700             ORGANIZATION   IS  INDEXED
008800             ACCESS MODE    IS  RANDOM
008900             RECORD KEY     IS  JS-KEY
009000             FILE STATUS    IS  RF-JSTAT-STATUS.
009100******************************************************************
009200 DATA                DIVISION.
009300 FILE                SECTION.
009400 FD  REF-PARM-FILE
009500     LABEL RECORDS ARE STANDARD
009600     RECORDING MODE IS F.
009700 01  RF-PARM-RECORD.
009800     05  RF-P-FUNCTION        PIC  X(01).
009900     05  FILLER               PIC  X(79).
010000 FD  ENTRY-MASTER-FILE
010100     LABEL RECORDS ARE STANDARD.
010200     COPY    "ENTRYREC".
010300 FD  ENTRY-DETAIL-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY    "ENTRYDTL".
010600 FD  CUSTOMER-REF-FILE
010700     LABEL RECORDS ARE STANDARD.
010800     COPY    "CUSTREC".
010900 FD  EXT-QUEUE-FILE
011000     LABEL RECORDS ARE STANDARD.
011100     COPY    "EXTQREC".
011200 FD  RESEND-FILE
011300     LABEL RECORDS ARE STANDARD.
011400     COPY    "RSNDREC".
011500 FD  ARCH-MASTER-FILE
011600     LABEL RECORDS ARE STANDARD.
011700     COPY    "ARCMREC".
011800 FD  PERIOD-BAL-FILE
011900     LABEL RECORDS ARE STANDARD.
012000     COPY    "PERBALRC".
012100 FD  PERIOD-CTL-FILE
012200     LABEL RECORDS ARE STANDARD.
012300     COPY    "PERCTLRC".
012400 FD  REF-REPORT-FILE
012500     LABEL RECORDS ARE STANDARD
012600     RECORDING MODE IS F.
012700 01  RF-REPORT-RECORD        PIC  X(80).
012800 FD  BUSDATE-FILE
012900     LABEL RECORDS ARE STANDARD.
013000     COPY    "BUSDTREC".
013100 FD  JOB-DEF-FILE
013200     LABEL RECORDS ARE STANDARD
013300     RECORDING MODE IS F.
013400     COPY    "JOBDEFRC".
013500 FD  JOB-STATUS-FILE
013600     LABEL RECORDS ARE STANDARD.
013700     COPY    "JOBSTRC".
013800******************************************************************
013900 WORKING-STORAGE     SECTION.
014000 77  RF-PARM-STATUS           PIC  X(02)     VALUE SPACES.
014100     88  RF-PARM-OK                          VALUE '00'.
014200 77  RF-ENTRY-STATUS          PIC  X(02)     VALUE SPACES.
014300     88  RF-ENTRY-OK                         VALUE '00'.
014400 77  RF-DETAIL-STATUS         PIC  X(02)     VALUE SPACES.
014500     88  RF-DETAIL-OK                        VALUE '00'.
014600 77  RF-CUST-STATUS           PIC  X(02)     VALUE SPACES.
014700     88  RF-CUST-OK                          VALUE '00'.
014800 77  RF-EXTQ-STATUS           PIC  X(02)     VALUE SPACES.
014900     88  RF-EXTQ-OK                          VALUE '00'.
015000 77  RF-RSND-STATUS           PIC  X(02)     VALUE SPACES.
015100     88  RF-RSND-OK                          VALUE '00'.
015200 77  RF-ARCHM-STATUS          PIC  X(02)     VALUE SPACES.
015300     88  RF-ARCHM-OK                         VALUE '00'.
015400 77  RF-PERBAL-STATUS         PIC  X(02)     VALUE SPACES.
015500     88  RF-PERBAL-OK                        VALUE '00'.
015600 77  RF-PERCTL-STATUS         PIC  X(02)     VALUE SPACES.
015700     88  RF-PERCTL-OK                        VALUE '00'.
015800 77  RF-REPORT-STATUS         PIC  X(02)     VALUE SPACES.
015900     88  RF-REPORT-OK                        VALUE '00'.
016000 77  RF-BUSDT-STATUS          PIC  X(02)     VALUE SPACES.
016100     88  RF-BUSDT-OK                         VALUE '00'.
016200 77  RF-EOF-SWITCH            PIC  X(01)     VALUE 'N'.
016300     88  RF-END-OF-FILE                      VALUE 'Y'.
016400 77  RF-INIT-SWITCH           PIC  X(01)     VALUE 'N'.
016500     88  RF-INIT-OK                          VALUE 'Y'.
016600 77  RF-REPAIR-SWITCH         PIC  X(01)     VALUE 'N'.
016700     88  RF-REPAIR-MODE                      VALUE 'Y'.
016800 77  RF-CUST-SWITCH           PIC  X(01)     VALUE 'N'.
016900     88  RF-CUST-AVAILABLE                   VALUE 'Y'.
017000 77  RF-EXTQ-SWITCH           PIC  X(01)     VALUE 'N'.
017100     88  RF-EXTQ-AVAILABLE                   VALUE 'Y'.
017200 77  RF-RSND-SWITCH           PIC  X(01)     VALUE 'N'.
017300     88  RF-RSND-AVAILABLE                   VALUE 'Y'.
017400 77  RF-ARCHM-SWITCH          PIC  X(01)     VALUE 'N'.
017500     88  RF-ARCHM-AVAILABLE                  VALUE 'Y'.
017600 77  RF-PERBAL-SWITCH         PIC  X(01)     VALUE 'N'.
017700     88  RF-PERBAL-AVAILABLE                 VALUE 'Y'.
017800 77  RF-BUSINESS-DATE         PIC  9(08)     VALUE ZERO.
017900 77  RF-RUN-TIME              PIC  9(08)     VALUE ZERO.
018000 77  RF-CLOSED-THRU           PIC  9(08)     VALUE ZERO.
018100 77  RF-OPEN-PERIOD           PIC  9(08)     VALUE ZERO.
018200 77  RF-PERIOD-COUNT          PIC  9(07)     COMP     VALUE ZERO.
018300 77  RF-MASTER-COUNT          PIC  9(07)     COMP     VALUE ZERO.
018400 77  RF-DETAIL-COUNT          PIC  9(07)     COMP     VALUE ZERO.
018500 77  RF-QUEUE-COUNT           PIC  9(07)     COMP     VALUE ZERO.
018600 77  RF-RESEND-COUNT          PIC  9(07)     COMP     VALUE ZERO.
018700 77  RF-SNAP-COUNT            PIC  9(07)     COMP     VALUE ZERO.
018800 77  RF-NOCUST-COUNT          PIC  9(07)     COMP     VALUE ZERO.
018900 77  RF-CLOSEDBAL-COUNT       PIC  9(07)     COMP     VALUE ZERO.
019000 77  RF-XQORPH-COUNT          PIC  9(07)     COMP     VALUE ZERO.
019100 77  RF-XQORPH-FIXED          PIC  9(07)     COMP     VALUE ZERO.
019200 77  RF-RXORPH-COUNT          PIC  9(07)     COMP     VALUE ZERO.
019300 77  RF-RXORPH-FIXED          PIC  9(07)     COMP     VALUE ZERO.
019400 77  RF-NOQUEUE-COUNT         PIC  9(07)     COMP     VALUE ZERO.
019500 77  RF-NOQUEUE-FIXED         PIC  9(07)     COMP     VALUE ZERO.
019600 77  RF-ARCHDUP-COUNT         PIC  9(07)     COMP     VALUE ZERO.
019700 77  RF-OPENPER-COUNT         PIC  9(07)     COMP     VALUE ZERO.
019800 77  RF-HIGH-COUNT            PIC  9(07)     COMP     VALUE ZERO.
019900 77  RF-JDEF-STATUS           PIC  X(02)     VALUE SPACES.
020000     88  RF-JDEF-OK                          VALUE '00'.
020100 77  RF-JSTAT-STATUS          PIC  X(02)     VALUE SPACES.
020200     88  RF-JSTAT-OK                         VALUE '00'.
020300 77  RF-JDEF-SWITCH           PIC  X(01)     VALUE 'N'.
020400     88  RF-JDEF-FOUND                       VALUE 'Y'.
020500 77  RF-JDEF-EOF-SWITCH       PIC  X(01)     VALUE 'N'.
020600     88  RF-JDEF-EOF                         VALUE 'Y'.
020700 77  RF-JSTAT-SWITCH          PIC  X(01)     VALUE 'N'.
020800     88  RF-JSTAT-FOUND                      VALUE 'Y'.
020900 77  RF-JOB-RESULT            PIC  X(01)     VALUE 'C'.
021000 77  RF-HELD-FOR              PIC  X(08)     VALUE SPACES.
021100 77  RF-JOB-BUS-DATE          PIC  9(08)     VALUE ZERO.
021200 77  RF-JOB-DATE              PIC  9(08)     VALUE ZERO.
021300 77  RF-JOB-TIME              PIC  9(08)     VALUE ZERO.
021400 77  RF-PRQ-IX                PIC  9(04)     COMP     VALUE ZERO.
021500******************************************************************
021600*    INTEGRITY REPORT LINES.  SEVERITY:  HIGH = MONEY OR THE
021700*    DOWNSTREAM FEED IS WRONG; MED = A REFERENCE OR CONTROL FILE
021800*    DISAGREES AND SOMEONE MUST DECIDE WHICH SIDE IS RIGHT;
021900*    LOW = HOUSEKEEPING THE NIGHTLY JOBS ALREADY TOLERATE.
022000******************************************************************
022100 01  RF-HEADING-1             PIC  X(80)     VALUE
022200     'LDCHANGE CROSS-FILE REFERENTIAL INTEGRITY REPORT'.
022300 01  RF-HEADING-2.
022400     05  FILLER               PIC  X(15)     VALUE
022500         'BUSINESS DATE:'.
022600     05  RF-H2-BUS-DATE       PIC  9(08).
022700     05  FILLER               PIC  X(03)     VALUE SPACES.
022800     05  FILLER               PIC  X(10)     VALUE 'FUNCTION:'.
022900     05  RF-H2-FUNCTION       PIC  X(01).
023000     05  FILLER               PIC  X(03)     VALUE SPACES.
023100     05  FILLER               PIC  X(13)     VALUE 'CLOSED THRU:'.
023200     05  RF-H2-CLOSED         PIC  9(08).
023300     05  FILLER               PIC  X(19)     VALUE SPACES.
023400 01  RF-HEADING-3             PIC  X(80)     VALUE ALL '-'.
023500 01  RF-SECTION-LINE.
023600     05  RF-S-TITLE           PIC  X(80).
023700 01  RF-FINDING-LINE.
023800     05  FILLER               PIC  X(02)     VALUE SPACES.
023900     05  RF-F-SEVERITY        PIC  X(04).
024000     05  FILLER               PIC  X(01)     VALUE SPACES.
024100     05  RF-F-CUST            PIC  X(10).
024200     05  FILLER               PIC  X(01)     VALUE SPACES.
024300     05  RF-F-SEQ             PIC  X(05).
024400     05  FILLER               PIC  X(01)     VALUE SPACES.
024500     05  RF-F-TEXT            PIC  X(36).
024600     05  FILLER               PIC  X(01)     VALUE SPACES.
024700     05  RF-F-ACTION          PIC  X(08).
024800     05  FILLER               PIC  X(11)     VALUE SPACES.
024900 01  RF-BALANCE-LINE.
025000     05  FILLER               PIC  X(02)     VALUE SPACES.
025100     05  RF-B-SEVERITY        PIC  X(04).
025200     05  FILLER               PIC  X(01)     VALUE SPACES.
025300     05  RF-B-CUST            PIC  X(10).
025400     05  FILLER               PIC  X(07)     VALUE SPACES.
025500     05  FILLER               PIC  X(24)     VALUE
025600         'CLOSED, BALANCE NOT ZERO'.
025700     05  RF-B-BALANCE         PIC  ---,---,--9.99.
025800     05  FILLER               PIC  X(18)     VALUE SPACES.
025900 01  RF-PERIOD-LINE.
026000     05  FILLER               PIC  X(02)     VALUE SPACES.
026100     05  RF-P-SEVERITY        PIC  X(04).
026200     05  FILLER               PIC  X(01)     VALUE SPACES.
026300     05  RF-P-DATE            PIC  9(08).
026400     05  FILLER               PIC  X(09)     VALUE SPACES.
026500     05  FILLER               PIC  X(28)     VALUE
026600         'SNAPSHOTS, PERIOD NOT CLOSED'.
026700     05  RF-P-COUNT           PIC  ZZZ,ZZ9.
026800     05  FILLER               PIC  X(21)     VALUE SPACES.
026900 01  RF-SKIP-LINE.
027000     05  FILLER               PIC  X(02)     VALUE SPACES.
027100     05  RF-K-FILE            PIC  X(08).
027200     05  FILLER               PIC  X(01)     VALUE SPACES.
027300     05  FILLER               PIC  X(35)     VALUE
027400         'NOT ON THE SYSTEM - CHECK NOT RUN'.
027500     05  FILLER               PIC  X(34)     VALUE SPACES.
027600 01  RF-SUMMARY-HEAD.
027700     05  FILLER               PIC  X(08)     VALUE '  SEV'.
027800     05  FILLER               PIC  X(38)     VALUE 'FINDING'.
027900     05  FILLER               PIC  X(07)     VALUE '  FOUND'.
028000     05  FILLER               PIC  X(02)     VALUE SPACES.
028100     05  FILLER               PIC  X(07)     VALUE '  FIXED'.
028200     05  FILLER               PIC  X(18)     VALUE SPACES.
028300 01  RF-SUMMARY-LINE.
028400     05  FILLER               PIC  X(02)     VALUE SPACES.
028500     05  RF-U-SEVERITY        PIC  X(04).
028600     05  FILLER               PIC  X(02)     VALUE SPACES.
028700     05  RF-U-LABEL           PIC  X(36).
028800     05  FILLER               PIC  X(02)     VALUE SPACES.
028900     05  RF-U-COUNT           PIC  ZZZ,ZZ9.
029000     05  FILLER               PIC  X(02)     VALUE SPACES.
029100     05  RF-U-FIXED-X         PIC  X(07).
029200     05  RF-U-FIXED           REDEFINES RF-U-FIXED-X
029300                              PIC  ZZZ,ZZ9.
029400     05  FILLER               PIC  X(18)     VALUE SPACES.
029500 01  RF-TOTAL-LINE.
029600     05  FILLER               PIC  X(02)     VALUE SPACES.
029700     05  RF-T-LABEL           PIC  X(26).
029800     05  RF-T-COUNT           PIC  ZZZ,ZZ9.
029900     05  FILLER               PIC  X(45)     VALUE SPACES.
030000******************************************************************
030100 PROCEDURE           DIVISION.
030200 0000-MAINLINE            SECTION.
030300     PERFORM 9000-START-JOB THRU 9000-EXIT.
030400     IF RF-HELD-FOR NOT = SPACES
030500         STOP RUN
030600     END-IF.
030700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030800     IF RF-INIT-OK
030900         PERFORM 2000-MASTER-PASS THRU 2000-EXIT
031000         PERFORM 3000-QUEUE-PASS THRU 3000-EXIT
031100         PERFORM 3500-RESEND-PASS THRU 3500-EXIT
031200         PERFORM 4000-DETAIL-PASS THRU 4000-EXIT
031300         PERFORM 5000-SNAPSHOT-PASS THRU 5000-EXIT
031400     END-IF.
031500     PERFORM 7000-FINALIZE THRU 7000-EXIT.
031600     IF NOT RF-INIT-OK
031700         MOVE 'F' TO RF-JOB-RESULT
031800     END-IF.
031900     PERFORM 9300-END-JOB THRU 9300-EXIT.
032000     STOP RUN.
032100******************************************************************
032200*    ENTRY-MASTER AND ENTRY-DETAIL MUST BE ON THE SYSTEM.  THE
032300*    OTHER FILES ARE CHECKED WHEN PRESENT; A MISSING ONE IS NOTED
032400*    ON THE REPORT AND ITS CHECK IS SKIPPED.  IN REPAIR MODE A
032500*    MISSING EXTQ IS CREATED SO ORPHANED 'P' DETAILS CAN BE
032600*    RE-QUEUED.
032700******************************************************************
032800 1000-INITIALIZE          SECTION.
032900     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT.
033000     PERFORM 1200-GET-CLOSED-THRU THRU 1200-EXIT.
033100     ACCEPT RF-RUN-TIME FROM TIME.
033200     MOVE 'V' TO RF-P-FUNCTION.
033300     OPEN INPUT REF-PARM-FILE.
033400     IF RF-PARM-OK
033500         READ REF-PARM-FILE
033600             AT END
033700                 MOVE 'V' TO RF-P-FUNCTION
033800         END-READ
033900         CLOSE REF-PARM-FILE
034000     END-IF.
034100     IF RF-P-FUNCTION = SPACE
034200         MOVE 'V' TO RF-P-FUNCTION
034300     END-IF.
034400     IF RF-P-FUNCTION NOT = 'V' AND 'R'
034500         DISPLAY 'REFCHK: FUNCTION PARAMETER MUST BE V OR R'
034600         GO TO 1000-EXIT
034700     END-IF.
034800     IF RF-P-FUNCTION = 'R'
034900         MOVE 'Y' TO RF-REPAIR-SWITCH
035000     END-IF.
035100     OPEN INPUT ENTRY-MASTER-FILE.
035200     IF NOT RF-ENTRY-OK
035300         DISPLAY 'REFCHK: ENTRY-MASTER OPEN FAILED, STATUS='
035400             RF-ENTRY-STATUS
035500         GO TO 1000-EXIT
035600     END-IF.
035700     OPEN INPUT ENTRY-DETAIL-FILE.
035800     IF NOT RF-DETAIL-OK
035900         DISPLAY 'REFCHK: ENTRY-DETAIL OPEN FAILED, STATUS='
036000             RF-DETAIL-STATUS
036100         GO TO 1000-EXIT
036200     END-IF.
036300     OPEN INPUT CUSTOMER-REF-FILE.
036400     IF RF-CUST-OK
036500         MOVE 'Y' TO RF-CUST-SWITCH
036600     END-IF.
036700     OPEN INPUT ARCH-MASTER-FILE.
036800     IF RF-ARCHM-OK
036900         MOVE 'Y' TO RF-ARCHM-SWITCH
037000     END-IF.
037100     OPEN INPUT PERIOD-BAL-FILE.
037200     IF RF-PERBAL-OK
037300         MOVE 'Y' TO RF-PERBAL-SWITCH
037400     END-IF.
037500     IF RF-REPAIR-MODE
037600         OPEN I-O EXT-QUEUE-FILE
037700         IF NOT RF-EXTQ-OK
037800             CLOSE  EXT-QUEUE-FILE
037900             OPEN OUTPUT EXT-QUEUE-FILE
038000             CLOSE  EXT-QUEUE-FILE
038100             OPEN I-O EXT-QUEUE-FILE
038200         END-IF
038300         OPEN I-O RESEND-FILE
038400     ELSE
038500         OPEN INPUT EXT-QUEUE-FILE
038600         OPEN INPUT RESEND-FILE
038700     END-IF.
038800     IF RF-EXTQ-OK
038900         MOVE 'Y' TO RF-EXTQ-SWITCH
039000     END-IF.
039100     IF RF-RSND-OK
039200         MOVE 'Y' TO RF-RSND-SWITCH
039300     END-IF.
039400     OPEN OUTPUT REF-REPORT-FILE.
039500     MOVE RF-BUSINESS-DATE TO RF-H2-BUS-DATE.
039600     MOVE RF-P-FUNCTION TO RF-H2-FUNCTION.
039700     MOVE RF-CLOSED-THRU TO RF-H2-CLOSED.
039800     WRITE RF-REPORT-RECORD FROM RF-HEADING-1.
039900     WRITE RF-REPORT-RECORD FROM RF-HEADING-2.
040000     WRITE RF-REPORT-RECORD FROM RF-HEADING-3.
040100     MOVE 'Y' TO RF-INIT-SWITCH.
040200 1000-EXIT.
040300     EXIT.
040400******************************************************************
040500 1100-GET-BUSINESS-DATE   SECTION.
040600     OPEN INPUT BUSDATE-FILE.
040700     IF RF-BUSDT-OK
040800         READ BUSDATE-FILE
040900             AT END
041000                 CONTINUE
041100             NOT AT END
041200                 MOVE BD-BUSINESS-DATE TO RF-BUSINESS-DATE
041300         END-READ
041400         CLOSE BUSDATE-FILE
041500     END-IF.
041600     IF RF-BUSINESS-DATE = ZERO
041700         ACCEPT RF-BUSINESS-DATE FROM DATE YYYYMMDD
041800     END-IF.
041900 1100-EXIT.
042000     EXIT.
042100******************************************************************
042200*    NO PERIOD-CONTROL RECORD MEANS NO PERIOD HAS BEEN CLOSED, SO
042300*    ANY SNAPSHOT ON PERBAL IS THEN FOR A PERIOD NOT CLOSED.
042400******************************************************************
042500 1200-GET-CLOSED-THRU     SECTION.
042600     MOVE ZERO TO RF-CLOSED-THRU.
042700     OPEN INPUT PERIOD-CTL-FILE.
042800     IF RF-PERCTL-OK
042900         READ PERIOD-CTL-FILE
043000             AT END
043100                 CONTINUE
043200             NOT AT END
043300                 MOVE PC-CLOSED-THRU-DATE TO RF-CLOSED-THRU
043400         END-READ
043500         CLOSE PERIOD-CTL-FILE
043600     END-IF.
043700 1200-EXIT.
043800     EXIT.
043900******************************************************************
044000*    PASS 1 -- EVERY ENTRY-MASTER CUSTOMER IS LOOKED UP ON CUSTMS
044100*    (MISSING = MED; CLOSED WITH A BALANCE = HIGH) AND ON ENTARCHF
044200*    (ALSO ARCHIVED = HIGH:  A RESTORE WOULD OVERLAY THE LIVE
044300*    MASTER, AND THE ARCHIVE INQUIRY SHOWS A STALE BALANCE).
044400******************************************************************
044500 2000-MASTER-PASS         SECTION.
044600     MOVE 'ENTRY-MASTER PASS -- CUSTMS AND ENTARCHF'
044700         TO RF-S-TITLE.
044800     WRITE RF-REPORT-RECORD FROM RF-SECTION-LINE.
044900     IF NOT RF-CUST-AVAILABLE
045000         MOVE 'CUSTMS' TO RF-K-FILE
045100         WRITE RF-REPORT-RECORD FROM RF-SKIP-LINE
045200     END-IF.
045300     IF NOT RF-ARCHM-AVAILABLE
045400         MOVE 'ENTARCHF' TO RF-K-FILE
045500         WRITE RF-REPORT-RECORD FROM RF-SKIP-LINE
045600     END-IF.
045700     MOVE 'N' TO RF-EOF-SWITCH.
045800     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
045900     PERFORM 2200-CHECK-MASTER THRU 2200-EXIT
046000         UNTIL RF-END-OF-FILE.
046100 2000-EXIT.
046200     EXIT.
046300******************************************************************
046400 2100-READ-MASTER         SECTION.
046500     READ ENTRY-MASTER-FILE NEXT RECORD
046600         AT END
046700             MOVE 'Y' TO RF-EOF-SWITCH
046800     END-READ.
046900 2100-EXIT.
047000     EXIT.
047100******************************************************************
047200 2200-CHECK-MASTER        SECTION.
047300     ADD 1 TO RF-MASTER-COUNT.
047400     IF RF-CUST-AVAILABLE
047500         MOVE EM-KEY TO CU-CUST-CODE
047600         READ CUSTOMER-REF-FILE
047700             INVALID KEY
047800                 PERFORM 2300-REPORT-NO-CUSTOMER THRU 2300-EXIT
047900             NOT INVALID KEY
048000                 IF CU-CLOSED AND EM-ENTRY2 NOT = ZERO
048100                     ADD 1 TO RF-CLOSEDBAL-COUNT
048200                     ADD 1 TO RF-HIGH-COUNT
048300                     MOVE 'HIGH' TO RF-B-SEVERITY
048400                     MOVE EM-KEY TO RF-B-CUST
048500                     MOVE EM-ENTRY2 TO RF-B-BALANCE
048600                     WRITE RF-REPORT-RECORD FROM RF-BALANCE-LINE
048700                 END-IF
048800         END-READ
048900     END-IF.
049000     IF RF-ARCHM-AVAILABLE
049100         MOVE EM-KEY TO AM-KEY
049200         READ ARCH-MASTER-FILE
049300             INVALID KEY
049400                 CONTINUE
049500             NOT INVALID KEY
049600                 ADD 1 TO RF-ARCHDUP-COUNT
049700                 ADD 1 TO RF-HIGH-COUNT
049800                 MOVE 'HIGH' TO RF-F-SEVERITY
049900                 MOVE EM-KEY TO RF-F-CUST
050000                 MOVE SPACES TO RF-F-SEQ
050100                 MOVE 'ON BOTH ENTRYMS AND ENTARCHF'
050200                     TO RF-F-TEXT
050300                 MOVE SPACES TO RF-F-ACTION
050400                 WRITE RF-REPORT-RECORD FROM RF-FINDING-LINE
050500         END-READ
050600     END-IF.
050700     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
050800 2200-EXIT.
050900     EXIT.
051000******************************************************************
051100 2300-REPORT-NO-CUSTOMER  SECTION.
051200     ADD 1 TO RF-NOCUST-COUNT.
051300     MOVE 'MED' TO RF-F-SEVERITY.
051400     MOVE EM-KEY TO RF-F-CUST.
051500     MOVE SPACES TO RF-F-SEQ.
051600     MOVE 'NO CUSTMS REFERENCE RECORD' TO RF-F-TEXT.
051700     MOVE SPACES TO RF-F-ACTION.
051800     WRITE RF-REPORT-RECORD FROM RF-FINDING-LINE.
051900 2300-EXIT.
052000     EXIT.
052100******************************************************************
052200*    PASS 2 -- EVERY EXTQ ENTRY MUST POINT AT A DETAIL.  INTFEXT
052300*    ALREADY DROPS AN ORPHAN WHEN IT MEETS ONE, SO THIS IS LOW;
052400*    REPAIR MODE DELETES IT THE SAME WAY.
052500******************************************************************
052600 3000-QUEUE-PASS          SECTION.
052700     WRITE RF-REPORT-RECORD FROM RF-HEADING-3.
052800     MOVE 'EXTQ PASS -- QUEUE ENTRIES WITH NO DETAIL'
052900         TO RF-S-TITLE.
053000     WRITE RF-REPORT-RECORD FROM RF-SECTION-LINE.
053100     IF NOT RF-EXTQ-AVAILABLE
053200         MOVE 'EXTQ' TO RF-K-FILE
053300         WRITE RF-REPORT-RECORD FROM RF-SKIP-LINE
053400         GO TO 3000-EXIT
053500     END-IF.
053600     MOVE 'N' TO RF-EOF-SWITCH.
053700     PERFORM 3100-READ-QUEUE THRU 3100-EXIT.
053800     PERFORM 3200-CHECK-QUEUE THRU 3200-EXIT
053900         UNTIL RF-END-OF-FILE.
054000 3000-EXIT.
054100     EXIT.
054200******************************************************************
054300 3100-READ-QUEUE          SECTION.
054400     READ EXT-QUEUE-FILE NEXT RECORD
054500         AT END
054600             MOVE 'Y' TO RF-EOF-SWITCH
054700     END-READ.
054800 3100-EXIT.
054900     EXIT.
055000******************************************************************
055100 3200-CHECK-QUEUE         SECTION.
055200     ADD 1 TO RF-QUEUE-COUNT.
055300     MOVE XQ-CUST-CODE TO ED-CUST-CODE.
055400     MOVE XQ-SEQ-NO TO ED-SEQ-NO.
055500     READ ENTRY-DETAIL-FILE
055600         INVALID KEY
055700             ADD 1 TO RF-XQORPH-COUNT
055800             MOVE 'LOW' TO RF-F-SEVERITY
055900             MOVE XQ-CUST-CODE TO RF-F-CUST
056000             MOVE XQ-SEQ-NO TO RF-F-SEQ
056100             MOVE 'EXTQ ENTRY, DETAIL NOT ON FILE'
056200                 TO RF-F-TEXT
056300             MOVE SPACES TO RF-F-ACTION
056400             IF RF-REPAIR-MODE
056500                 DELETE EXT-QUEUE-FILE
056600                     INVALID KEY
056700                         CONTINUE
056800                     NOT INVALID KEY
056900                         ADD 1 TO RF-XQORPH-FIXED
057000                         MOVE 'DELETED' TO RF-F-ACTION
057100                 END-DELETE
057200             END-IF
057300             WRITE RF-REPORT-RECORD FROM RF-FINDING-LINE
057400     END-READ.
057500     PERFORM 3100-READ-QUEUE THRU 3100-EXIT.
057600 3200-EXIT.
057700     EXIT.
057800******************************************************************
057900*    PASS 3 -- EVERY INTFRSND RE-SEND REQUEST MUST POINT AT A
058000*    DETAIL.  INTFEXT CAN NEVER SERVE ONE THAT DOES NOT AND
058100*    COMPLAINS ABOUT IT EVERY NIGHT; THE DOWNSTREAM SYSTEM IS
058200*    STILL SHORT THAT DETAIL, SO THIS IS MED.  REPAIR MODE
058300*    DELETES THE REQUEST -- THIS REPORT IS THE RECORD OF IT.
058400******************************************************************
058500 3500-RESEND-PASS         SECTION.
058600     WRITE RF-REPORT-RECORD FROM RF-HEADING-3.
058700     MOVE 'INTFRSND PASS -- RE-SEND REQUESTS WITH NO DETAIL'
058800         TO RF-S-TITLE.
058900     WRITE RF-REPORT-RECORD FROM RF-SECTION-LINE.
059000     IF NOT RF-RSND-AVAILABLE
059100         MOVE 'INTFRSND' TO RF-K-FILE
059200         WRITE RF-REPORT-RECORD FROM RF-SKIP-LINE
059300         GO TO 3500-EXIT
059400     END-IF.
059500     MOVE 'N' TO RF-EOF-SWITCH.
059600     PERFORM 3600-READ-RESEND THRU 3600-EXIT.
059700     PERFORM 3700-CHECK-RESEND THRU 3700-EXIT
059800         UNTIL RF-END-OF-FILE.
059900 3500-EXIT.
060000     EXIT.
060100******************************************************************
060200 3600-READ-RESEND         SECTION.
060300     READ RESEND-FILE NEXT RECORD
060400         AT END
060500             MOVE 'Y' TO RF-EOF-SWITCH
060600     END-READ.
060700 3600-EXIT.
060800     EXIT.
060900******************************************************************
061000 3700-CHECK-RESEND        SECTION.
061100     ADD 1 TO RF-RESEND-COUNT.
061200     MOVE RX-CUST-CODE TO ED-CUST-CODE.
061300     MOVE RX-SEQ-NO TO ED-SEQ-NO.
061400     READ ENTRY-DETAIL-FILE
061500         INVALID KEY
061600             ADD 1 TO RF-RXORPH-COUNT
061700             MOVE 'MED' TO RF-F-SEVERITY
061800             MOVE RX-CUST-CODE TO RF-F-CUST
061900             MOVE RX-SEQ-NO TO RF-F-SEQ
062000             MOVE 'RE-SEND REQUEST, DETAIL NOT ON FILE'
062100                 TO RF-F-TEXT
062200             MOVE SPACES TO RF-F-ACTION
062300             IF RF-REPAIR-MODE
062400                 DELETE RESEND-FILE
062500                     INVALID KEY
062600                         CONTINUE
062700                     NOT INVALID KEY
062800                         ADD 1 TO RF-RXORPH-FIXED
062900                         MOVE 'DELETED' TO RF-F-ACTION
063000                 END-DELETE
063100             END-IF
063200             WRITE RF-REPORT-RECORD FROM RF-FINDING-LINE
063300     END-READ.
063400     PERFORM 3600-READ-RESEND THRU 3600-EXIT.
063500 3700-EXIT.
063600     EXIT.
063700******************************************************************
063800*    PASS 4 -- EVERY DETAIL FLAGGED 'P' (AWAITING EXTRACT) MUST
063900*    HAVE ITS EXTQ ENTRY, OR INTFEXT WILL NEVER SEND IT -- HIGH.
064000*    REPAIR MODE RE-QUEUES IT DATED THE BUSINESS DATE, EXACTLY AS
064100*    THE POSTING PROGRAMS QUEUE A NEW DETAIL.  THE RANDOM READS
064200*    OF THE EARLIER PASSES MOVED THE FILE POSITION, SO THE DETAIL
064300*    FILE IS REOPENED TO READ IT FROM THE START.
064400******************************************************************
064500 4000-DETAIL-PASS         SECTION.
064600     WRITE RF-REPORT-RECORD FROM RF-HEADING-3.
064700     MOVE 'ENTRY-DETAIL PASS -- PENDING DETAILS NOT ON EXTQ'
064800         TO RF-S-TITLE.
064900     WRITE RF-REPORT-RECORD FROM RF-SECTION-LINE.
065000     CLOSE ENTRY-DETAIL-FILE.
065100     OPEN INPUT ENTRY-DETAIL-FILE.
065200     IF NOT RF-DETAIL-OK
065300         DISPLAY 'REFCHK: ENTRY-DETAIL REOPEN FAILED, STATUS='
065400             RF-DETAIL-STATUS
065500         GO TO 4000-EXIT
065600     END-IF.
065700     MOVE 'N' TO RF-EOF-SWITCH.
065800     PERFORM 4100-READ-DETAIL THRU 4100-EXIT.
065900     PERFORM 4200-CHECK-DETAIL THRU 4200-EXIT
066000         UNTIL RF-END-OF-FILE.
066100 4000-EXIT.
066200     EXIT.
066300******************************************************************
066400 4100-READ-DETAIL         SECTION.
066500     READ ENTRY-DETAIL-FILE NEXT RECORD
066600         AT END
066700             MOVE 'Y' TO RF-EOF-SWITCH
066800     END-READ.
066900 4100-EXIT.
067000     EXIT.
067100******************************************************************
067200 4200-CHECK-DETAIL        SECTION.
067300     ADD 1 TO RF-DETAIL-COUNT.
067400     IF ED-EXTRACT-PENDING
067500         IF RF-EXTQ-AVAILABLE
067600             MOVE ED-CUST-CODE TO XQ-CUST-CODE
067700             MOVE ED-SEQ-NO TO XQ-SEQ-NO
067800             READ EXT-QUEUE-FILE
067900                 INVALID KEY
068000                     PERFORM 4300-REPORT-UNQUEUED THRU 4300-EXIT
068100             END-READ
068200         ELSE
068300             PERFORM 4300-REPORT-UNQUEUED THRU 4300-EXIT
068400         END-IF
068500     END-IF.
068600     PERFORM 4100-READ-DETAIL THRU 4100-EXIT.
068700 4200-EXIT.
068800     EXIT.
068900******************************************************************
069000 4300-REPORT-UNQUEUED     SECTION.
069100     ADD 1 TO RF-NOQUEUE-COUNT.
069200     ADD 1 TO RF-HIGH-COUNT.
069300     MOVE 'HIGH' TO RF-F-SEVERITY.
069400     MOVE ED-CUST-CODE TO RF-F-CUST.
069500     MOVE ED-SEQ-NO TO RF-F-SEQ.
069600     MOVE 'PENDING EXTRACT, NO EXTQ ENTRY' TO RF-F-TEXT.
069700     MOVE SPACES TO RF-F-ACTION.
069800     IF RF-REPAIR-MODE AND RF-EXTQ-AVAILABLE
069900         MOVE ED-CUST-CODE TO XQ-CUST-CODE
070000         MOVE ED-SEQ-NO TO XQ-SEQ-NO
070100         MOVE RF-BUSINESS-DATE TO XQ-QUEUE-DATE
070200         WRITE EXTRACT-QUEUE-RECORD
070300             INVALID KEY
070400                 CONTINUE
070500             NOT INVALID KEY
070600                 ADD 1 TO RF-NOQUEUE-FIXED
070700                 MOVE 'REQUEUED' TO RF-F-ACTION
070800         END-WRITE
070900     END-IF.
071000     WRITE RF-REPORT-RECORD FROM RF-FINDING-LINE.
071100 4300-EXIT.
071200     EXIT.
071300******************************************************************
071400*    PASS 5 -- A PERBAL SNAPSHOT DATED AFTER THE PERCTL CLOSED-
071500*    THRU DATE IS FOR A PERIOD NOT CLOSED (A PERCLOSE RUN THAT
071600*    STOPPED BEFORE IT UPDATED PERCTL, OR A SNAPSHOT WRITTEN BY
071700*    HAND).  MED, ONE LINE PER PERIOD.  NOT REPAIRED:  THE NEXT
071800*    PERCLOSE RUN FOR THE PERIOD REWRITES ITS SNAPSHOTS.
071900******************************************************************
072000 5000-SNAPSHOT-PASS       SECTION.
072100     WRITE RF-REPORT-RECORD FROM RF-HEADING-3.
072200     MOVE 'PERBAL PASS -- SNAPSHOTS FOR PERIODS NOT CLOSED'
072300         TO RF-S-TITLE.
072400     WRITE RF-REPORT-RECORD FROM RF-SECTION-LINE.
072500     IF NOT RF-PERBAL-AVAILABLE
072600         MOVE 'PERBAL' TO RF-K-FILE
072700         WRITE RF-REPORT-RECORD FROM RF-SKIP-LINE
072800         GO TO 5000-EXIT
072900     END-IF.
073000     MOVE ZERO TO RF-OPEN-PERIOD.
073100     MOVE ZERO TO RF-PERIOD-COUNT.
073200     MOVE 'N' TO RF-EOF-SWITCH.
073300     PERFORM 5100-READ-SNAPSHOT THRU 5100-EXIT.
073400     PERFORM 5200-CHECK-SNAPSHOT THRU 5200-EXIT
073500         UNTIL RF-END-OF-FILE.
073600     IF RF-OPEN-PERIOD NOT = ZERO
073700         PERFORM 5300-REPORT-PERIOD THRU 5300-EXIT
073800     END-IF.
073900 5000-EXIT.
074000     EXIT.
074100******************************************************************
074200 5100-READ-SNAPSHOT       SECTION.
074300     READ PERIOD-BAL-FILE NEXT RECORD
074400         AT END
074500             MOVE 'Y' TO RF-EOF-SWITCH
074600     END-READ.
074700 5100-EXIT.
074800     EXIT.
074900******************************************************************
075000 5200-CHECK-SNAPSHOT      SECTION.
075100     ADD 1 TO RF-SNAP-COUNT.
075200     IF PB-PERIOD-DATE > RF-CLOSED-THRU
075300         IF PB-PERIOD-DATE NOT = RF-OPEN-PERIOD
075400             IF RF-OPEN-PERIOD NOT = ZERO
075500                 PERFORM 5300-REPORT-PERIOD THRU 5300-EXIT
075600             END-IF
075700             MOVE PB-PERIOD-DATE TO RF-OPEN-PERIOD
075800             MOVE ZERO TO RF-PERIOD-COUNT
075900         END-IF
076000         ADD 1 TO RF-PERIOD-COUNT
076100         ADD 1 TO RF-OPENPER-COUNT
076200     END-IF.
076300     PERFORM 5100-READ-SNAPSHOT THRU 5100-EXIT.
076400 5200-EXIT.
076500     EXIT.
076600******************************************************************
076700 5300-REPORT-PERIOD       SECTION.
076800     MOVE 'MED' TO RF-P-SEVERITY.
076900     MOVE RF-OPEN-PERIOD TO RF-P-DATE.
077000     MOVE RF-PERIOD-COUNT TO RF-P-COUNT.
077100     WRITE RF-REPORT-RECORD FROM RF-PERIOD-LINE.
077200 5300-EXIT.
077300     EXIT.
077400******************************************************************
077500*    SUMMARY -- ONE LINE PER KIND OF FINDING WITH ITS SEVERITY,
077600*    THE NUMBER FOUND AND, FOR THE KINDS REPAIR MODE FIXES, THE
077700*    NUMBER FIXED.  THEN THE RECORD COUNTS READ.
077800******************************************************************
077900 7000-FINALIZE            SECTION.
078000     IF NOT RF-INIT-OK
078100         IF RF-ENTRY-OK
078200             CLOSE ENTRY-MASTER-FILE
078300         END-IF
078400         GO TO 7000-EXIT
078500     END-IF.
078600     WRITE RF-REPORT-RECORD FROM RF-HEADING-3.
078700     MOVE 'SUMMARY OF FINDINGS' TO RF-S-TITLE.
078800     WRITE RF-REPORT-RECORD FROM RF-SECTION-LINE.
078900     WRITE RF-REPORT-RECORD FROM RF-SUMMARY-HEAD.
079000     MOVE 'HIGH' TO RF-U-SEVERITY.
079100     MOVE 'CLOSED CUSTOMER WITH A BALANCE' TO RF-U-LABEL.
079200     MOVE RF-CLOSEDBAL-COUNT TO RF-U-COUNT.
079300     MOVE SPACES TO RF-U-FIXED-X.
079400     WRITE RF-REPORT-RECORD FROM RF-SUMMARY-LINE.
079500     MOVE 'HIGH' TO RF-U-SEVERITY.
079600     MOVE 'CUSTOMER ON ENTRYMS AND ENTARCHF' TO RF-U-LABEL.
079700     MOVE RF-ARCHDUP-COUNT TO RF-U-COUNT.
079800     MOVE SPACES TO RF-U-FIXED-X.
079900     WRITE RF-REPORT-RECORD FROM RF-SUMMARY-LINE.
080000     MOVE 'HIGH' TO RF-U-SEVERITY.
080100     MOVE 'PENDING DETAIL WITH NO EXTQ ENTRY' TO RF-U-LABEL.
080200     MOVE RF-NOQUEUE-COUNT TO RF-U-COUNT.
080300     MOVE RF-NOQUEUE-FIXED TO RF-U-FIXED.
080400     WRITE RF-REPORT-RECORD FROM RF-SUMMARY-LINE.
080500     MOVE 'MED' TO RF-U-SEVERITY.
080600     MOVE 'MASTER WITH NO CUSTMS REFERENCE' TO RF-U-LABEL.
080700     MOVE RF-NOCUST-COUNT TO RF-U-COUNT.
080800     MOVE SPACES TO RF-U-FIXED-X.
080900     WRITE RF-REPORT-RECORD FROM RF-SUMMARY-LINE.
081000     MOVE 'MED' TO RF-U-SEVERITY.
081100     MOVE 'RE-SEND REQUEST WITH NO DETAIL' TO RF-U-LABEL.
081200     MOVE RF-RXORPH-COUNT TO RF-U-COUNT.
081300     MOVE RF-RXORPH-FIXED TO RF-U-FIXED.
081400     WRITE RF-REPORT-RECORD FROM RF-SUMMARY-LINE.
081500     MOVE 'MED' TO RF-U-SEVERITY.
081600     MOVE 'SNAPSHOT FOR A PERIOD NOT CLOSED' TO RF-U-LABEL.
081700     MOVE RF-OPENPER-COUNT TO RF-U-COUNT.
081800     MOVE SPACES TO RF-U-FIXED-X.
081900     WRITE RF-REPORT-RECORD FROM RF-SUMMARY-LINE.
082000     MOVE 'LOW' TO RF-U-SEVERITY.
082100     MOVE 'EXTQ ENTRY WITH NO DETAIL' TO RF-U-LABEL.
082200     MOVE RF-XQORPH-COUNT TO RF-U-COUNT.
082300     MOVE RF-XQORPH-FIXED TO RF-U-FIXED.
082400     WRITE RF-REPORT-RECORD FROM RF-SUMMARY-LINE.
082500     WRITE RF-REPORT-RECORD FROM RF-HEADING-3.
082600     MOVE 'MASTERS READ:' TO RF-T-LABEL.
082700     MOVE RF-MASTER-COUNT TO RF-T-COUNT.
082800     WRITE RF-REPORT-RECORD FROM RF-TOTAL-LINE.
082900     MOVE 'DETAILS READ:' TO RF-T-LABEL.
083000     MOVE RF-DETAIL-COUNT TO RF-T-COUNT.
083100     WRITE RF-REPORT-RECORD FROM RF-TOTAL-LINE.
083200     MOVE 'EXTQ ENTRIES READ:' TO RF-T-LABEL.
083300     MOVE RF-QUEUE-COUNT TO RF-T-COUNT.
083400     WRITE RF-REPORT-RECORD FROM RF-TOTAL-LINE.
083500     MOVE 'RE-SEND REQUESTS READ:' TO RF-T-LABEL.
083600     MOVE RF-RESEND-COUNT TO RF-T-COUNT.
083700     WRITE RF-REPORT-RECORD FROM RF-TOTAL-LINE.
083800     MOVE 'SNAPSHOTS READ:' TO RF-T-LABEL.
083900     MOVE RF-SNAP-COUNT TO RF-T-COUNT.
084000     WRITE RF-REPORT-RECORD FROM RF-TOTAL-LINE.
084100     IF RF-HIGH-COUNT > ZERO
084200         DISPLAY 'REFCHK: ' RF-HIGH-COUNT
084300             ' HIGH-SEVERITY FINDINGS - SEE REFRPT'
084400     END-IF.
084500     CLOSE ENTRY-MASTER-FILE.
084600     CLOSE ENTRY-DETAIL-FILE.
084700     IF RF-CUST-AVAILABLE
084800         CLOSE CUSTOMER-REF-FILE
084900     END-IF.
085000     IF RF-ARCHM-AVAILABLE
085100         CLOSE ARCH-MASTER-FILE
085200     END-IF.
085300     IF RF-PERBAL-AVAILABLE
085400         CLOSE PERIOD-BAL-FILE
085500     END-IF.
085600     IF RF-EXTQ-AVAILABLE
085700         CLOSE EXT-QUEUE-FILE
085800     END-IF.
085900     IF RF-RSND-AVAILABLE
086000         CLOSE RESEND-FILE
086100     END-IF.
086200     CLOSE REF-REPORT-FILE.
086300 7000-EXIT.
086400     EXIT.
086500******************************************************************
086600*    JOB-STREAM CONTROL.  BEFORE ANY WORK IS DONE THE JOB LOOKS
086700*    ITSELF UP ON JOBDEF AND IS HELD UNLESS EVERY PREREQUISITE
086800*    SHOWS COMPLETE ON JOBSTAT FOR THE SAME BUSINESS DATE.  A JOB
086900*    NOT ON JOBDEF (OR NO JOBDEF AT ALL) RUNS UNCHECKED.  THE
087000*    START OR THE HOLD IS RECORDED ON JOBSTAT HERE AND THE FINAL
087100*    RESULT IN 9300, FOR THE JOBEXC MORNING EXCEPTION REPORT.
087200******************************************************************
087300 9000-START-JOB           SECTION.
087400     ACCEPT RF-JOB-DATE FROM DATE YYYYMMDD.
087500     ACCEPT RF-JOB-TIME FROM TIME.
087600     OPEN INPUT BUSDATE-FILE.
087700     IF RF-BUSDT-OK
087800         READ BUSDATE-FILE
087900             AT END
088000                 CONTINUE
088100             NOT AT END
088200                 MOVE BD-BUSINESS-DATE TO RF-JOB-BUS-DATE
088300         END-READ
088400         CLOSE BUSDATE-FILE
088500     END-IF.
088600     IF RF-JOB-BUS-DATE = ZERO
088700         MOVE RF-JOB-DATE TO RF-JOB-BUS-DATE
088800     END-IF.
088900     MOVE SPACES TO RF-HELD-FOR.
089000     OPEN I-O JOB-STATUS-FILE.
089100     IF NOT RF-JSTAT-OK
089200         CLOSE  JOB-STATUS-FILE
089300         OPEN OUTPUT JOB-STATUS-FILE
089400         CLOSE  JOB-STATUS-FILE
089500         OPEN I-O JOB-STATUS-FILE
089600     END-IF.
089700     IF NOT RF-JSTAT-OK
089800         DISPLAY 'REFCHK: JOBSTAT OPEN FAILED, STATUS='
089900             RF-JSTAT-STATUS
090000         MOVE 'JOBSTAT' TO RF-HELD-FOR
090100         GO TO 9000-EXIT
090200     END-IF.
090300     PERFORM 9100-CHECK-JOB-DEF THRU 9100-EXIT.
090400     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
090500     IF RF-HELD-FOR = SPACES
090600         MOVE 'S' TO JS-STATUS
090700         MOVE RF-JOB-DATE TO JS-START-DATE
090800         MOVE RF-JOB-TIME TO JS-START-TIME
090900         MOVE ZERO TO JS-END-DATE
091000         MOVE ZERO TO JS-END-TIME
091100         ADD 1 TO JS-RUN-COUNT
091200     ELSE
091300         DISPLAY 'REFCHK: RUN HELD - ' RF-HELD-FOR
091400             ' NOT COMPLETE FOR BUSINESS DATE ' RF-JOB-BUS-DATE
091500         MOVE 'H' TO JS-STATUS
091600         MOVE RF-JOB-DATE TO JS-END-DATE
091700         MOVE RF-JOB-TIME TO JS-END-TIME
091800     END-IF.
091900     MOVE RF-HELD-FOR TO JS-HELD-FOR.
092000     MOVE SPACES TO JS-FORCED-BY.
092100     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
092200     CLOSE JOB-STATUS-FILE.
092300 9000-EXIT.
092400     EXIT.
092500******************************************************************
092600 9100-CHECK-JOB-DEF       SECTION.
092700     MOVE 'N' TO RF-JDEF-SWITCH.
092800     MOVE 'N' TO RF-JDEF-EOF-SWITCH.
092900     OPEN INPUT JOB-DEF-FILE.
093000     IF NOT RF-JDEF-OK
093100         GO TO 9100-EXIT
093200     END-IF.
093300     PERFORM 9150-READ-JOB-DEF THRU 9150-EXIT
093400         UNTIL RF-JDEF-FOUND OR RF-JDEF-EOF.
093500     IF RF-JDEF-FOUND
093600         PERFORM 9200-CHECK-PREREQ THRU 9200-EXIT
093700             VARYING RF-PRQ-IX FROM 1 BY 1
093800             UNTIL RF-PRQ-IX > 5 OR RF-HELD-FOR NOT = SPACES
093900     END-IF.
094000     CLOSE JOB-DEF-FILE.
094100 9100-EXIT.
094200     EXIT.
094300******************************************************************
094400 9150-READ-JOB-DEF        SECTION.
094500     READ JOB-DEF-FILE
094600         AT END
094700             MOVE 'Y' TO RF-JDEF-EOF-SWITCH
094800         NOT AT END
094900             IF JD-JOB-NAME = 'REFCHK'
095000                 MOVE 'Y' TO RF-JDEF-SWITCH
095100             END-IF
095200     END-READ.
095300 9150-EXIT.
095400     EXIT.
095500******************************************************************
095600 9200-CHECK-PREREQ        SECTION.
095700     IF JD-PREREQ (RF-PRQ-IX) = SPACES
095800         GO TO 9200-EXIT
095900     END-IF.
096000     MOVE RF-JOB-BUS-DATE TO JS-BUS-DATE.
096100     MOVE JD-PREREQ (RF-PRQ-IX) TO JS-JOB-NAME.
096200     READ JOB-STATUS-FILE
096300         INVALID KEY
096400             MOVE JD-PREREQ (RF-PRQ-IX) TO RF-HELD-FOR
096500         NOT INVALID KEY
096600             IF NOT JS-COMPLETE
096700                 MOVE JD-PREREQ (RF-PRQ-IX) TO RF-HELD-FOR
096800             END-IF
096900     END-READ.
097000 9200-EXIT.
097100     EXIT.
097200******************************************************************
097300 9300-END-JOB             SECTION.
097400     ACCEPT RF-JOB-DATE FROM DATE YYYYMMDD.
097500     ACCEPT RF-JOB-TIME FROM TIME.
097600     OPEN I-O JOB-STATUS-FILE.
097700     IF NOT RF-JSTAT-OK
097800         DISPLAY 'REFCHK: JOBSTAT OPEN FAILED, STATUS='
097900             RF-JSTAT-STATUS
098000         GO TO 9300-EXIT
098100     END-IF.
098200     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
098300     MOVE RF-JOB-RESULT TO JS-STATUS.
098400     MOVE RF-JOB-DATE TO JS-END-DATE.
098500     MOVE RF-JOB-TIME TO JS-END-TIME.
098600     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
098700     CLOSE JOB-STATUS-FILE.
098800     IF RF-JOB-RESULT NOT = 'C'
098900         DISPLAY 'REFCHK: RUN FAILED FOR BUSINESS DATE '
099000             RF-JOB-BUS-DATE
099100     END-IF.
099200 9300-EXIT.
099300     EXIT.
099400******************************************************************
099500 9400-READ-JOB-STATUS     SECTION.
099600     MOVE RF-JOB-BUS-DATE TO JS-BUS-DATE.
099700     MOVE 'REFCHK' TO JS-JOB-NAME.
099800     READ JOB-STATUS-FILE
099900         INVALID KEY
100000             MOVE 'N' TO RF-JSTAT-SWITCH
100100         NOT INVALID KEY
100200             MOVE 'Y' TO RF-JSTAT-SWITCH
100300     END-READ.
100400     IF NOT RF-JSTAT-FOUND
100500         INITIALIZE JOB-STATUS-RECORD
100600         MOVE RF-JOB-BUS-DATE TO JS-BUS-DATE
100700         MOVE 'REFCHK' TO JS-JOB-NAME
100800     END-IF.
100900 9400-EXIT.
101000     EXIT.
101100******************************************************************
101200 9500-WRITE-JOB-STATUS    SECTION.
101300     IF RF-JSTAT-FOUND
101400         REWRITE JOB-STATUS-RECORD
101500     ELSE
101600         WRITE JOB-STATUS-RECORD
101700     END-IF.
101800 9500-EXIT.
101900     EXIT.
102000******************************************************************
