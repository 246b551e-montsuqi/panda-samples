000100 IDENTIFICATION      DIVISION.
000200 PROGRAM-ID.         CUSTSTMT.
000300 AUTHOR.             DATA PROCESSING.
000400 INSTALLATION.       LDCHANGE APPLICATIONS.
000500 DATE-WRITTEN.       2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    DATE        INIT   DESCRIPTION
001000*    2026-10-15  DPS    ORIGINAL PROGRAM.  PERIOD CUSTOMER
001100*                       STATEMENT RUN, SCHEDULED AFTER PERCLOSE.
001200*                       FOR EVERY OPEN CUSTMS CUSTOMER THE OPENING
001300*                       BALANCE IS TAKEN FROM THE PRIOR PERBAL
001400*                       SNAPSHOT AND EVERY ENTRY-DETAIL POSTED IN
001500*                       THE PERIOD (SEQUENCES ABOVE THE PRIOR
001600*                       PB-LAST-SEQ UP TO THE NEW PB-LAST-SEQ) IS
001700*                       LISTED WITH ITS RUNNING BALANCE; A
001800*                       REVERSAL NAMES THE SEQUENCE IT BACKS OUT.
001900*                       THE CLOSING BALANCE IS PROVED AGAINST THE
002000*                       NEW PB-BALANCE AND ANY DISAGREEMENT IS
002100*                       FLAGGED.  THE FINISHED STATEMENTS ARE
002200*                       KEPT ON GENARCH/XMITCTL UNDER FILE ID
002300*                       CUSTSTMT AND THE PERIOD-END DATE, SO
002400*                       GENSEND CAN REPRINT ONE OR ALL OF THEM.
002500*                       STMTPARM MAY NAME A CLOSED PERIOD-END
002600*                       DATE TO RERUN; OTHERWISE THE LATEST
002700*                       CLOSED PERIOD ON PERCTL IS USED AND THE
002800*                       RUN IS A NO-OP ONCE ITS STATEMENTS ARE
002900*                       ALREADY ON THE ARCHIVE.
002910*    2026-10-15  DPS    JOB-STREAM CONTROL.  THE RUN IS HELD
002920*                       UNLESS EVERY PREREQUISITE NAMED FOR THIS
002930*                       JOB ON JOBDEF HAS COMPLETED ON JOBSTAT
002940*                       FOR THE SAME BUSINESS DATE.  THE START,
002950*                       A HOLD AND THE FINAL RESULT ARE RECORDED
002960*                       ON JOBSTAT FOR THE JOBEXC MORNING REPORT.
003000******************************************************************
003100 ENVIRONMENT         DIVISION.
003200 CONFIGURATION       SECTION.
003300 SOURCE-COMPUTER.    IBM-370.
003400 OBJECT-COMPUTER.    IBM-370.
003500 INPUT-OUTPUT        SECTION.
003600 FILE-CONTROL.
003700     SELECT  STMT-PARM-FILE     ASSIGN  TO  "STMTPARM"
003800             ORGANIZATION   IS  LINE SEQUENTIAL
003900             FILE STATUS    IS  CS-PARM-STATUS.
004000     SELECT  CUSTOMER-REF-FILE  ASSIGN  TO  "CUSTMS"
004100             ORGANIZATION   IS  INDEXED
004200             ACCESS MODE    IS  DYNAMIC
004300             RECORD KEY     IS  CU-CUST-CODE
004400             FILE STATUS    IS  CS-CUST-STATUS.
004500     SELECT  ENTRY-DETAIL-FILE  ASSIGN  TO  "ENTRYDT"
004600             ORGANIZATION   IS  INDEXED
004700             ACCESS MODE    IS  DYNAMIC
004800             RECORD KEY     IS  ED-KEY
004900             FILE STATUS    IS  CS-DETAIL-STATUS.
005000     SELECT  PERIOD-BAL-FILE    ASSIGN  TO  "PERBAL"
005100             ORGANIZATION   IS  INDEXED
005200             ACCESS MODE    IS  DYNAMIC
005300             RECORD KEY     IS  PB-KEY
005400             FILE STATUS    IS  CS-PERBAL-STATUS.
005500     SELECT  PERIOD-CTL-FILE    ASSIGN  TO  "PERCTL"
005600             ORGANIZATION   IS  SEQUENTIAL
005700             FILE STATUS    IS  CS-PERCTL-STATUS.
005800     SELECT  CALENDAR-FILE      ASSIGN  TO  "BUSCAL"
005900             ORGANIZATION   IS  INDEXED
006000             ACCESS MODE    IS  SEQUENTIAL
006100             RECORD KEY     IS  CA-DATE
006200             FILE STATUS    IS  CS-CAL-STATUS.
006300     SELECT  STMT-REPORT-FILE   ASSIGN  TO  "STMTRPT"
006400             ORGANIZATION   IS  LINE SEQUENTIAL
006500             FILE STATUS    IS  CS-REPORT-STATUS.
006600     SELECT  BUSDATE-FILE       ASSIGN  TO  "BUSDATE"
006700             ORGANIZATION   IS  SEQUENTIAL
006800             FILE STATUS    IS  CS-BUSDT-STATUS.
006810     SELECT  JOB-DEF-FILE       ASSIGN  TO  "JOBDEF"
006820             ORGANIZATION   IS  LINE SEQUENTIAL
006830             FILE STATUS    IS  CS-JDEF-STATUS.
006840     SELECT  JOB-STATUS-FILE    ASSIGN  TO  "JOBSTAT"
006850             ORGANIZATION   IS  INDEXED
006860             ACCESS MODE    IS  RANDOM
006870             RECORD KEY     IS  JS-KEY
006880             FILE STATUS    IS  CS-JSTAT-STATUS.
006900     SELECT  GEN-ARCH-FILE      ASSIGN  TO  "GENARCH"
007000             ORGANIZATION   IS  INDEXED
007100             ACCESS MODE    IS  DYNAMIC
007200             RECORD KEY     IS  GX-KEY
007300             FILE STATUS    IS  CS-GEN-STATUS.
007400     SELECT  XMIT-CTL-FILE      ASSIGN  TO  "XMITCTL"
007500             ORGANIZATION   IS  INDEXED
007600             ACCESS MODE    IS  DYNAMIC
007700             RECORD KEY     IS  XC-KEY
007800             FILE STATUS    IS  CS-XMIT-STATUS.
007900******************************************************************
008000 DATA                DIVISION.
008100 FILE                SECTION.
008200 FD  STMT-PARM-FILE
008300     LABEL RECORDS ARE STANDARD
008400     RECORDING MODE IS F.
008500 01  CS-PARM-RECORD.
008600     05  CS-P-PERIOD-DATE     PIC  9(08).
008700     05  FILLER               PIC  X(72).
008800 FD  CUSTOMER-REF-FILE
008900     LABEL RECORDS ARE STANDARD.
009000     COPY    "CUSTREC".
009100 FD  ENTRY-DETAIL-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY    "ENTRYDTL".
009400 FD  PERIOD-BAL-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY    "PERBALRC".
009700 FD  PERIOD-CTL-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY    "PERCTLRC".
010000 FD  CALENDAR-FILE
010100     LABEL RECORDS ARE STANDARD.
010200     COPY    "CALREC".
010300 FD  STMT-REPORT-FILE
010400     LABEL RECORDS ARE STANDARD
010500     RECORDING MODE IS F.
010600 01  CS-REPORT-RECORD        PIC  X(80).
010700 FD  BUSDATE-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY    "BUSDTREC".
010910 FD  JOB-DEF-FILE
010920     LABEL RECORDS ARE STANDARD
010930     RECORDING MODE IS F.
010940     COPY    "JOBDEFRC".
010950 FD  JOB-STATUS-FILE
010960     LABEL RECORDS ARE STANDARD.
010970     COPY    "JOBSTRC".
011000 FD  GEN-ARCH-FILE
011100     LABEL RECORDS ARE STANDARD.
011200     COPY    "GENREC".
011300 FD  XMIT-CTL-FILE
011400     LABEL RECORDS ARE STANDARD.
011500     COPY    "XMITREC".
011600******************************************************************
011700 WORKING-STORAGE     SECTION.
011800 77  CS-PARM-STATUS           PIC  X(02)     VALUE SPACES.
011900     88  CS-PARM-OK                          VALUE '00'.
012000 77  CS-CUST-STATUS           PIC  X(02)     VALUE SPACES.
012100     88  CS-CUST-OK                          VALUE '00'.
012200     88  CS-CUST-EOF                         VALUE '10'.
012300 77  CS-DETAIL-STATUS         PIC  X(02)     VALUE SPACES.
012400     88  CS-DETAIL-OK                        VALUE '00'.
012500 77  CS-PERBAL-STATUS         PIC  X(02)     VALUE SPACES.
012600     88  CS-PERBAL-OK                        VALUE '00'.
012700 77  CS-PERCTL-STATUS         PIC  X(02)     VALUE SPACES.
012800     88  CS-PERCTL-OK                        VALUE '00'.
012900 77  CS-CAL-STATUS            PIC  X(02)     VALUE SPACES.
013000     88  CS-CAL-OK                           VALUE '00'.
013100 77  CS-REPORT-STATUS         PIC  X(02)     VALUE SPACES.
013200     88  CS-REPORT-OK                        VALUE '00'.
013300 77  CS-BUSDT-STATUS          PIC  X(02)     VALUE SPACES.
013400     88  CS-BUSDT-OK                         VALUE '00'.
013405 77  CS-JDEF-STATUS           PIC  X(02)     VALUE SPACES.
013410     88  CS-JDEF-OK                          VALUE '00'.
013415 77  CS-JSTAT-STATUS          PIC  X(02)     VALUE SPACES.
013420     88  CS-JSTAT-OK                         VALUE '00'.
013425 77  CS-JDEF-SWITCH           PIC  X(01)     VALUE 'N'.
013430     88  CS-JDEF-FOUND                       VALUE 'Y'.
013435 77  CS-JDEF-EOF-SWITCH       PIC  X(01)     VALUE 'N'.
013440     88  CS-JDEF-EOF                         VALUE 'Y'.
013445 77  CS-JSTAT-SWITCH          PIC  X(01)     VALUE 'N'.
013450     88  CS-JSTAT-FOUND                      VALUE 'Y'.
013455 77  CS-JOB-RESULT            PIC  X(01)     VALUE 'C'.
013460 77  CS-HELD-FOR              PIC  X(08)     VALUE SPACES.
013465 77  CS-JOB-BUS-DATE          PIC  9(08)     VALUE ZERO.
013470 77  CS-JOB-DATE              PIC  9(08)     VALUE ZERO.
013475 77  CS-JOB-TIME              PIC  9(08)     VALUE ZERO.
013480 77  CS-PRQ-IX                PIC  9(04)     COMP     VALUE ZERO.
013500 77  CS-GEN-STATUS            PIC  X(02)     VALUE SPACES.
013600     88  CS-GEN-OK                           VALUE '00'.
013700 77  CS-XMIT-STATUS           PIC  X(02)     VALUE SPACES.
013800     88  CS-XMIT-OK                          VALUE '00'.
013900 77  CS-EOF-SWITCH            PIC  X(01)     VALUE 'N'.
014000     88  CS-END-OF-FILE                      VALUE 'Y'.
014100 77  CS-DET-EOF-SWITCH        PIC  X(01)     VALUE 'N'.
014200     88  CS-DET-EOF                          VALUE 'Y'.
014300 77  CS-CAL-EOF-SWITCH        PIC  X(01)     VALUE 'N'.
014400     88  CS-CAL-EOF                          VALUE 'Y'.
014500 77  CS-INIT-SWITCH           PIC  X(01)     VALUE 'N'.
014600     88  CS-INIT-OK                          VALUE 'Y'.
014620 77  CS-NOTHING-SWITCH        PIC  X(01)     VALUE 'N'.
014640     88  CS-NOTHING-TO-DO                    VALUE 'Y'.
014660 77  CS-ARCH-FAIL-SWITCH      PIC  X(01)     VALUE 'N'.
014680     88  CS-ARCH-FAILED                      VALUE 'Y'.
014700 77  CS-RERUN-SWITCH          PIC  X(01)     VALUE 'N'.
014800     88  CS-RERUN-REQUESTED                  VALUE 'Y'.
014900 77  CS-ARCH-EOF-SWITCH       PIC  X(01)     VALUE 'N'.
015000     88  CS-ARCH-EOF                         VALUE 'Y'.
015100 77  CS-RUN-FOUND-SWITCH      PIC  X(01)     VALUE 'N'.
015200     88  CS-RUN-SLOT-FREE                    VALUE 'Y'.
015300 77  CS-BUSINESS-DATE         PIC  9(08)     VALUE ZERO.
015400 77  CS-CLOSED-THRU           PIC  9(08)     VALUE ZERO.
015500 77  CS-PERIOD-END            PIC  9(08)     VALUE ZERO.
015600 77  CS-PRIOR-PERIOD          PIC  9(08)     VALUE ZERO.
015700 77  CS-FROM-SEQ              PIC  9(05)     VALUE ZERO.
015800 77  CS-THRU-SEQ              PIC  9(05)     VALUE ZERO.
015900 77  CS-OPENING               PIC S9(07)V99  COMP-3   VALUE ZERO.
016000 77  CS-RUNNING               PIC S9(09)V99  COMP-3   VALUE ZERO.
016100 77  CS-SNAP-BALANCE          PIC S9(07)V99  COMP-3   VALUE ZERO.
016200 77  CS-RUN-NO                PIC  9(03)              VALUE ZERO.
016300 77  CS-LINE-NO               PIC  9(07)     COMP     VALUE ZERO.
016400 77  CS-STMT-COUNT            PIC  9(07)     COMP     VALUE ZERO.
016500 77  CS-CLOSED-COUNT          PIC  9(07)     COMP     VALUE ZERO.
016600 77  CS-NOSNAP-COUNT          PIC  9(07)     COMP     VALUE ZERO.
016700 77  CS-OOB-COUNT             PIC  9(07)     COMP     VALUE ZERO.
016800 77  CS-DETAIL-COUNT          PIC  9(07)     COMP     VALUE ZERO.
016900 77  CS-CLOSING-TOTAL         PIC S9(11)V99  COMP-3   VALUE ZERO.
017000******************************************************************
017100*    STATEMENT LINES.  EVERY STATEMENT OPENS WITH CS-STMT-HEAD-1;
017200*    GENSEND KEYS ON ITS TITLE AND CUSTOMER CODE POSITIONS TO
017300*    REPRINT A SINGLE STATEMENT, SO THEY MUST NOT MOVE.
017400******************************************************************
017500 01  CS-STMT-HEAD-1.
017600     05  FILLER               PIC  X(09)     VALUE 'LDCHANGE'.
017700     05  FILLER               PIC  X(19)     VALUE
017800         'CUSTOMER STATEMENT'.
017900     05  FILLER               PIC  X(10)     VALUE 'CUSTOMER:'.
018000     05  CS-H1-CUST           PIC  X(10).
018100     05  FILLER               PIC  X(02)     VALUE SPACES.
018200     05  CS-H1-NAME           PIC  X(20).
018300     05  FILLER               PIC  X(10)     VALUE SPACES.
018400 01  CS-STMT-HEAD-2.
018500     05  FILLER               PIC  X(15)     VALUE
018600         'OPENING AS AT:'.
018700     05  CS-H2-FROM           PIC  9(08).
018800     05  FILLER               PIC  X(03)     VALUE SPACES.
018900     05  FILLER               PIC  X(15)     VALUE
019000         'CLOSING AS AT:'.
019100     05  CS-H2-TO             PIC  9(08).
019200     05  FILLER               PIC  X(03)     VALUE SPACES.
019300     05  FILLER               PIC  X(08)     VALUE 'BRANCH:'.
019400     05  CS-H2-BRANCH         PIC  X(04).
019500     05  FILLER               PIC  X(16)     VALUE SPACES.
019600 01  CS-STMT-HEAD-3.
019700     05  FILLER               PIC  X(19)     VALUE
019800         '  SEQ  TXN DATE'.
019900     05  FILLER               PIC  X(30)     VALUE
020000         'DESCRIPTION'.
020100     05  FILLER               PIC  X(12)     VALUE 'AMOUNT'.
020200     05  FILLER               PIC  X(19)     VALUE 'BALANCE'.
020300 01  CS-STMT-HEAD-4           PIC  X(80)     VALUE ALL '-'.
020400 01  CS-BALANCE-LINE.
020500     05  FILLER               PIC  X(19)     VALUE SPACES.
020600     05  CS-B-LABEL           PIC  X(24).
020700     05  FILLER               PIC  X(17)     VALUE SPACES.
020800     05  CS-B-BALANCE         PIC  ---,---,--9.99.
020900     05  FILLER               PIC  X(06)     VALUE SPACES.
021000 01  CS-DETAIL-LINE.
021100     05  FILLER               PIC  X(02)     VALUE SPACES.
021200     05  CS-D-SEQ             PIC  ZZZZ9.
021300     05  FILLER               PIC  X(02)     VALUE SPACES.
021400     05  CS-D-TXN-DATE        PIC  9(08).
021500     05  FILLER               PIC  X(02)     VALUE SPACES.
021600     05  CS-D-DESC            PIC  X(24).
021700     05  FILLER               PIC  X(01)     VALUE SPACES.
021800     05  CS-D-AMOUNT          PIC  ---,---,--9.99.
021900     05  FILLER               PIC  X(02)     VALUE SPACES.
022000     05  CS-D-BALANCE         PIC  ---,---,--9.99.
022100     05  FILLER               PIC  X(06)     VALUE SPACES.
022200 01  CS-REVERSAL-DESC.
022300     05  FILLER               PIC  X(16)     VALUE
022400         'REVERSAL OF SEQ'.
022500     05  CS-R-SEQ             PIC  9(05).
022600     05  FILLER               PIC  X(03)     VALUE SPACES.
022700 01  CS-OOB-LINE.
022800     05  FILLER               PIC  X(19)     VALUE SPACES.
022900     05  FILLER               PIC  X(24)     VALUE
023000         '*** PERIOD-END BALANCE'.
023100     05  FILLER               PIC  X(17)     VALUE
023200         ' DOES NOT AGREE'.
023300     05  CS-O-SNAP            PIC  ---,---,--9.99.
023400     05  FILLER               PIC  X(06)     VALUE ' ***'.
023500 01  CS-BLANK-LINE            PIC  X(80)     VALUE SPACES.
023600 01  CS-RUN-HEAD-1.
023700     05  FILLER               PIC  X(09)     VALUE 'LDCHANGE'.
023800     05  FILLER               PIC  X(19)     VALUE
023900         'STATEMENT RUN TOTAL'.
024000     05  FILLER               PIC  X(15)     VALUE
024100         'PERIOD END:'.
024200     05  CS-RH-PERIOD         PIC  9(08).
024300     05  FILLER               PIC  X(03)     VALUE SPACES.
024400     05  FILLER               PIC  X(15)     VALUE
024500         'BUSINESS DATE:'.
024600     05  CS-RH-BUS-DATE       PIC  9(08).
024700     05  FILLER               PIC  X(03)     VALUE SPACES.
024800 01  CS-TOTAL-LINE.
024900     05  FILLER               PIC  X(02)     VALUE SPACES.
025000     05  CS-T-LABEL           PIC  X(26).
025100     05  CS-T-COUNT           PIC  ZZZ,ZZ9.
025200     05  FILLER               PIC  X(02)     VALUE SPACES.
025300     05  CS-T-AMOUNT          PIC  ZZ,ZZZ,ZZZ,ZZZ.99-
025400                                  BLANK WHEN ZERO.
025500     05  FILLER               PIC  X(25)     VALUE SPACES.
025600******************************************************************
025700 PROCEDURE           DIVISION.
025800 0000-MAINLINE            SECTION.
025820     PERFORM 9000-START-JOB THRU 9000-EXIT.
025840     IF CS-HELD-FOR NOT = SPACES
025860         STOP RUN
025880     END-IF.
025900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026000     PERFORM 2000-PROCESS-CUSTOMERS THRU 2000-EXIT
026100         UNTIL CS-END-OF-FILE.
026200     PERFORM 3000-FINALIZE THRU 3000-EXIT.
026210     IF (NOT CS-INIT-OK AND NOT CS-NOTHING-TO-DO)
026220         OR CS-ARCH-FAILED
026240         MOVE 'F' TO CS-JOB-RESULT
026260     END-IF.
026280     PERFORM 9300-END-JOB THRU 9300-EXIT.
026300     STOP RUN.
026400******************************************************************
026500 1000-INITIALIZE          SECTION.
026600     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT.
026700     PERFORM 1200-READ-PERIOD-CTL THRU 1200-EXIT.
026800     PERFORM 1150-READ-STMT-PARM THRU 1150-EXIT.
026900     IF CS-PERIOD-END = ZERO
027000         DISPLAY 'CUSTSTMT: NO CLOSED PERIOD ON PERCTL - '
027100             'NOTHING TO STATE'
027150         MOVE 'Y' TO CS-NOTHING-SWITCH
027200         MOVE 'Y' TO CS-EOF-SWITCH
027300         GO TO 1000-EXIT
027400     END-IF.
027500     IF CS-PERIOD-END > CS-CLOSED-THRU
027600         DISPLAY 'CUSTSTMT: PERIOD ' CS-PERIOD-END
027700             ' IS NOT CLOSED - CLOSED THRU ' CS-CLOSED-THRU
027750         MOVE 'Y' TO CS-NOTHING-SWITCH
027800         MOVE 'Y' TO CS-EOF-SWITCH
027900         GO TO 1000-EXIT
028000     END-IF.
028100     IF NOT CS-RERUN-REQUESTED
028200         PERFORM 1400-CHECK-ALREADY-RUN THRU 1400-EXIT
028300         IF CS-END-OF-FILE
028400             GO TO 1000-EXIT
028500         END-IF
028600     END-IF.
028700     OPEN INPUT PERIOD-BAL-FILE.
028800     IF NOT CS-PERBAL-OK
028900         DISPLAY 'CUSTSTMT: PERBAL OPEN FAILED, STATUS='
029000             CS-PERBAL-STATUS
029100         MOVE 'Y' TO CS-EOF-SWITCH
029200         GO TO 1000-EXIT
029300     END-IF.
029400     PERFORM 1300-FIND-PRIOR-PERIOD THRU 1300-EXIT.
029500     OPEN INPUT CUSTOMER-REF-FILE.
029600     IF NOT CS-CUST-OK
029700         DISPLAY 'CUSTSTMT: CUSTMS OPEN FAILED, STATUS='
029800             CS-CUST-STATUS
029900         CLOSE PERIOD-BAL-FILE
030000         MOVE 'Y' TO CS-EOF-SWITCH
030100         GO TO 1000-EXIT
030200     END-IF.
030300     OPEN INPUT ENTRY-DETAIL-FILE.
030400     IF NOT CS-DETAIL-OK
030500         DISPLAY 'CUSTSTMT: ENTRY-DETAIL OPEN FAILED, STATUS='
030600             CS-DETAIL-STATUS
030700         CLOSE PERIOD-BAL-FILE
030800         CLOSE CUSTOMER-REF-FILE
030900         MOVE 'Y' TO CS-EOF-SWITCH
031000         GO TO 1000-EXIT
031100     END-IF.
031200     OPEN OUTPUT STMT-REPORT-FILE.
031300     MOVE 'Y' TO CS-INIT-SWITCH.
031400     DISPLAY 'CUSTSTMT: STATEMENTS FOR PERIOD ' CS-PRIOR-PERIOD
031500         ' TO ' CS-PERIOD-END.
031600     PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.
031700 1000-EXIT.
031800     EXIT.
031900******************************************************************
032000 1100-GET-BUSINESS-DATE   SECTION.
032100     OPEN INPUT BUSDATE-FILE.
032200     IF CS-BUSDT-OK
032300         READ BUSDATE-FILE
032400             AT END
032500                 CONTINUE
032600             NOT AT END
032700                 MOVE BD-BUSINESS-DATE TO CS-BUSINESS-DATE
032800         END-READ
032900         CLOSE BUSDATE-FILE
033000     END-IF.
033100     IF CS-BUSINESS-DATE = ZERO
033200         ACCEPT CS-BUSINESS-DATE FROM DATE YYYYMMDD
033300     END-IF.
033400 1100-EXIT.
033500     EXIT.
033600******************************************************************
033700*    A STMTPARM PERIOD-END DATE ASKS FOR THAT PERIOD TO BE STATED
033800*    AGAIN UNDER A NEW RUN NUMBER.  WITHOUT ONE THE LATEST CLOSED
033900*    PERIOD IS STATED ONCE.
034000******************************************************************
034100 1150-READ-STMT-PARM      SECTION.
034200     MOVE CS-CLOSED-THRU TO CS-PERIOD-END.
034300     OPEN INPUT STMT-PARM-FILE.
034400     IF NOT CS-PARM-OK
034500         GO TO 1150-EXIT
034600     END-IF.
034700     READ STMT-PARM-FILE
034800         AT END
034900             CONTINUE
035000         NOT AT END
035100             IF CS-P-PERIOD-DATE NUMERIC
035200                 AND CS-P-PERIOD-DATE > ZERO
035300                 MOVE CS-P-PERIOD-DATE TO CS-PERIOD-END
035400                 MOVE 'Y' TO CS-RERUN-SWITCH
035500             END-IF
035600     END-READ.
035700     CLOSE STMT-PARM-FILE.
035800 1150-EXIT.
035900     EXIT.
036000******************************************************************
036100 1200-READ-PERIOD-CTL     SECTION.
036200     OPEN INPUT PERIOD-CTL-FILE.
036300     IF CS-PERCTL-OK
036400         READ PERIOD-CTL-FILE
036500             AT END
036600                 CONTINUE
036700             NOT AT END
036800                 MOVE PC-CLOSED-THRU-DATE TO CS-CLOSED-THRU
036900         END-READ
037000         CLOSE PERIOD-CTL-FILE
037100     END-IF.
037200 1200-EXIT.
037300     EXIT.
037400******************************************************************
037500*    THE OPENING SNAPSHOT IS THE LATEST BUSCAL PERIOD-END BEFORE
037600*    THE PERIOD BEING STATED THAT PERCLOSE ACTUALLY SNAPSHOTTED.
037700*    ZERO (NO EARLIER SNAPSHOT) MEANS EVERY CUSTOMER OPENS AT
037800*    ZERO FROM THE FIRST DETAIL.
037900******************************************************************
038000 1300-FIND-PRIOR-PERIOD   SECTION.
038100     MOVE ZERO TO CS-PRIOR-PERIOD.
038200     OPEN INPUT CALENDAR-FILE.
038300     IF NOT CS-CAL-OK
038400         DISPLAY 'CUSTSTMT: NO CALENDAR FILE ON THE SYSTEM - '
038500             'OPENING BALANCES ARE ZERO'
038600         GO TO 1300-EXIT
038700     END-IF.
038800     MOVE 'N' TO CS-CAL-EOF-SWITCH.
038900     PERFORM 1310-SCAN-CALENDAR THRU 1310-EXIT
039000         UNTIL CS-CAL-EOF.
039100     CLOSE CALENDAR-FILE.
039200 1300-EXIT.
039300     EXIT.
039400******************************************************************
039500 1310-SCAN-CALENDAR       SECTION.
039600     READ CALENDAR-FILE NEXT RECORD
039700         AT END
039800             MOVE 'Y' TO CS-CAL-EOF-SWITCH
039900     END-READ.
040000     IF CS-CAL-EOF
040100         GO TO 1310-EXIT
040200     END-IF.
040300     IF CA-DATE NOT < CS-PERIOD-END
040400         MOVE 'Y' TO CS-CAL-EOF-SWITCH
040500         GO TO 1310-EXIT
040600     END-IF.
040700     IF NOT CA-IS-PERIOD-END
040800         GO TO 1310-EXIT
040900     END-IF.
041000     MOVE CA-DATE TO PB-PERIOD-DATE.
041100     MOVE LOW-VALUES TO PB-CUST-CODE.
041200     START PERIOD-BAL-FILE KEY IS NOT LESS THAN PB-KEY
041300         INVALID KEY
041400             GO TO 1310-EXIT
041500     END-START.
041600     READ PERIOD-BAL-FILE NEXT RECORD
041700         AT END
041800             GO TO 1310-EXIT
041900     END-READ.
042000     IF PB-PERIOD-DATE = CA-DATE
042100         MOVE CA-DATE TO CS-PRIOR-PERIOD
042200     END-IF.
042300 1310-EXIT.
042400     EXIT.
042500******************************************************************
042600*    THE SCHEDULED RUN STATES EACH CLOSED PERIOD ONCE:  WHEN A
042700*    CUSTSTMT GENERATION FOR THE PERIOD IS ALREADY ON XMITCTL THE
042800*    RUN ENDS QUIETLY.
042900******************************************************************
043000 1400-CHECK-ALREADY-RUN   SECTION.
043100     OPEN INPUT XMIT-CTL-FILE.
043200     IF NOT CS-XMIT-OK
043300         GO TO 1400-EXIT
043400     END-IF.
043500     MOVE 'CUSTSTMT' TO XC-FILE-ID.
043600     MOVE CS-PERIOD-END TO XC-BUS-DATE.
043700     MOVE 1 TO XC-RUN-NO.
043800     READ XMIT-CTL-FILE
043900         INVALID KEY
044000             CONTINUE
044100         NOT INVALID KEY
044200             DISPLAY 'CUSTSTMT: STATEMENTS FOR PERIOD '
044300                 CS-PERIOD-END ' ALREADY PRODUCED'
044350             MOVE 'Y' TO CS-NOTHING-SWITCH
044400             MOVE 'Y' TO CS-EOF-SWITCH
044500     END-READ.
044600     CLOSE XMIT-CTL-FILE.
044700 1400-EXIT.
044800     EXIT.
044900******************************************************************
045000 2000-PROCESS-CUSTOMERS   SECTION.
045100     IF NOT CU-OPEN
045200         ADD 1 TO CS-CLOSED-COUNT
045300     ELSE
045400         PERFORM 2200-PRINT-STATEMENT THRU 2200-EXIT
045500     END-IF.
045600     PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.
045700 2000-EXIT.
045800     EXIT.
045900******************************************************************
046000 2100-READ-CUSTOMER       SECTION.
046100     READ CUSTOMER-REF-FILE NEXT RECORD
046200         AT END
046300             MOVE 'Y' TO CS-EOF-SWITCH
046400     END-READ.
046500 2100-EXIT.
046600     EXIT.
046700******************************************************************
046800*    ONE STATEMENT.  A CUSTOMER WITH NO SNAPSHOT FOR THE PERIOD
046900*    (NO ENTRY-MASTER AT THE CLOSE) HAS NOTHING TO STATE.  THE
047000*    PERIOD'S DETAILS ARE THE SEQUENCES ABOVE THE OPENING
047100*    SNAPSHOT'S LAST SEQUENCE UP TO THE CLOSING SNAPSHOT'S, WHICH
047200*    ARE EXACTLY THE POSTINGS CARRIED INTO THE NEW PB-BALANCE.
047300******************************************************************
047400 2200-PRINT-STATEMENT     SECTION.
047500     MOVE CS-PERIOD-END TO PB-PERIOD-DATE.
047600     MOVE CU-CUST-CODE TO PB-CUST-CODE.
047700     READ PERIOD-BAL-FILE
047800         INVALID KEY
047900             ADD 1 TO CS-NOSNAP-COUNT
048000             GO TO 2200-EXIT
048100     END-READ.
048200     MOVE PB-BALANCE TO CS-SNAP-BALANCE.
048300     MOVE PB-LAST-SEQ TO CS-THRU-SEQ.
048400     MOVE ZERO TO CS-OPENING.
048500     MOVE ZERO TO CS-FROM-SEQ.
048600     IF CS-PRIOR-PERIOD > ZERO
048700         MOVE CS-PRIOR-PERIOD TO PB-PERIOD-DATE
048800         MOVE CU-CUST-CODE TO PB-CUST-CODE
048900         READ PERIOD-BAL-FILE
049000             INVALID KEY
049100                 CONTINUE
049200             NOT INVALID KEY
049300                 MOVE PB-BALANCE TO CS-OPENING
049400                 MOVE PB-LAST-SEQ TO CS-FROM-SEQ
049500         END-READ
049600     END-IF.
049700     ADD 1 TO CS-STMT-COUNT.
049800     MOVE CU-CUST-CODE TO CS-H1-CUST.
049900     MOVE CU-NAME TO CS-H1-NAME.
050000     MOVE CS-PRIOR-PERIOD TO CS-H2-FROM.
050100     MOVE CS-PERIOD-END TO CS-H2-TO.
050200     MOVE CU-BRANCH TO CS-H2-BRANCH.
050300     WRITE CS-REPORT-RECORD FROM CS-STMT-HEAD-1.
050400     WRITE CS-REPORT-RECORD FROM CS-STMT-HEAD-2.
050500     WRITE CS-REPORT-RECORD FROM CS-STMT-HEAD-4.
050600     WRITE CS-REPORT-RECORD FROM CS-STMT-HEAD-3.
050700     MOVE 'OPENING BALANCE' TO CS-B-LABEL.
050800     MOVE CS-OPENING TO CS-B-BALANCE.
050900     WRITE CS-REPORT-RECORD FROM CS-BALANCE-LINE.
051000     MOVE CS-OPENING TO CS-RUNNING.
051100     MOVE CU-CUST-CODE TO ED-CUST-CODE.
051200     MOVE CS-FROM-SEQ TO ED-SEQ-NO.
051300     MOVE 'N' TO CS-DET-EOF-SWITCH.
051400     START ENTRY-DETAIL-FILE KEY IS GREATER THAN ED-KEY
051500         INVALID KEY
051600             MOVE 'Y' TO CS-DET-EOF-SWITCH
051700     END-START.
051800     PERFORM 2300-PRINT-DETAIL THRU 2300-EXIT
051900         UNTIL CS-DET-EOF.
052000     PERFORM 2400-PRINT-CLOSING THRU 2400-EXIT.
052100 2200-EXIT.
052200     EXIT.
052300******************************************************************
052400 2300-PRINT-DETAIL        SECTION.
052500     READ ENTRY-DETAIL-FILE NEXT RECORD
052600         AT END
052700             MOVE 'Y' TO CS-DET-EOF-SWITCH
052800             GO TO 2300-EXIT
052900     END-READ.
053000     IF ED-CUST-CODE NOT = CU-CUST-CODE
053100         OR ED-SEQ-NO > CS-THRU-SEQ
053200         MOVE 'Y' TO CS-DET-EOF-SWITCH
053300         GO TO 2300-EXIT
053400     END-IF.
053500     ADD 1 TO CS-DETAIL-COUNT.
053600     ADD ED-AMOUNT TO CS-RUNNING.
053700     MOVE ED-SEQ-NO TO CS-D-SEQ.
053800     MOVE ED-TXN-DATE TO CS-D-TXN-DATE.
053900     IF ED-IS-REVERSAL
054000         MOVE ED-REV-SEQ-NO TO CS-R-SEQ
054100         MOVE CS-REVERSAL-DESC TO CS-D-DESC
054200     ELSE
054300         IF ED-ALREADY-REVERSED
054400             MOVE 'NEW BUSINESS - REVERSED' TO CS-D-DESC
054500         ELSE
054600             MOVE 'NEW BUSINESS' TO CS-D-DESC
054700         END-IF
054800     END-IF.
054900     MOVE ED-AMOUNT TO CS-D-AMOUNT.
055000     MOVE CS-RUNNING TO CS-D-BALANCE.
055100     WRITE CS-REPORT-RECORD FROM CS-DETAIL-LINE.
055200 2300-EXIT.
055300     EXIT.
055400******************************************************************
055500*    THE CLOSING BALANCE MUST EQUAL THE PERIOD-END SNAPSHOT.
055600******************************************************************
055700 2400-PRINT-CLOSING       SECTION.
055800     MOVE 'CLOSING BALANCE' TO CS-B-LABEL.
055900     MOVE CS-RUNNING TO CS-B-BALANCE.
056000     WRITE CS-REPORT-RECORD FROM CS-BALANCE-LINE.
056100     IF CS-RUNNING NOT = CS-SNAP-BALANCE
056200         ADD 1 TO CS-OOB-COUNT
056300         MOVE CS-SNAP-BALANCE TO CS-O-SNAP
056400         WRITE CS-REPORT-RECORD FROM CS-OOB-LINE
056500         DISPLAY 'CUSTSTMT: ' CU-CUST-CODE
056600             ' CLOSING BALANCE DOES NOT AGREE WITH PERBAL'
056700     END-IF.
056800     ADD CS-SNAP-BALANCE TO CS-CLOSING-TOTAL.
056900     WRITE CS-REPORT-RECORD FROM CS-BLANK-LINE.
057000 2400-EXIT.
057100     EXIT.
057200******************************************************************
057300 3000-FINALIZE            SECTION.
057400     IF NOT CS-INIT-OK
057500         GO TO 3000-EXIT
057600     END-IF.
057700     MOVE CS-PERIOD-END TO CS-RH-PERIOD.
057800     MOVE CS-BUSINESS-DATE TO CS-RH-BUS-DATE.
057900     WRITE CS-REPORT-RECORD FROM CS-RUN-HEAD-1.
058000     WRITE CS-REPORT-RECORD FROM CS-STMT-HEAD-4.
058100     MOVE 'STATEMENTS PRINTED:' TO CS-T-LABEL.
058200     MOVE CS-STMT-COUNT TO CS-T-COUNT.
058300     MOVE CS-CLOSING-TOTAL TO CS-T-AMOUNT.
058400     WRITE CS-REPORT-RECORD FROM CS-TOTAL-LINE.
058500     MOVE ZERO TO CS-T-AMOUNT.
058600     MOVE 'DETAILS LISTED:' TO CS-T-LABEL.
058700     MOVE CS-DETAIL-COUNT TO CS-T-COUNT.
058800     WRITE CS-REPORT-RECORD FROM CS-TOTAL-LINE.
058900     MOVE 'CLOSED CUSTOMERS SKIPPED:' TO CS-T-LABEL.
059000     MOVE CS-CLOSED-COUNT TO CS-T-COUNT.
059100     WRITE CS-REPORT-RECORD FROM CS-TOTAL-LINE.
059200     MOVE 'NO BALANCE FOR PERIOD:' TO CS-T-LABEL.
059300     MOVE CS-NOSNAP-COUNT TO CS-T-COUNT.
059400     WRITE CS-REPORT-RECORD FROM CS-TOTAL-LINE.
059500     MOVE 'OUT OF BALANCE:' TO CS-T-LABEL.
059600     MOVE CS-OOB-COUNT TO CS-T-COUNT.
059700     WRITE CS-REPORT-RECORD FROM CS-TOTAL-LINE.
059800     CLOSE CUSTOMER-REF-FILE.
059900     CLOSE ENTRY-DETAIL-FILE.
060000     CLOSE PERIOD-BAL-FILE.
060100     CLOSE STMT-REPORT-FILE.
060200     PERFORM 3400-ARCHIVE-GENERATION THRU 3400-EXIT.
060300     DISPLAY 'CUSTSTMT: ' CS-STMT-COUNT ' STATEMENTS, '
060400         CS-OOB-COUNT ' OUT OF BALANCE'.
060500 3000-EXIT.
060600     EXIT.
060700******************************************************************
060800*    KEEP THE STATEMENTS AS A GENERATION UNDER FILE ID CUSTSTMT
060900*    AND THE PERIOD-END DATE:  THE NEXT FREE RUN NUMBER IS TAKEN,
061000*    EVERY LINE IS COPIED TO THE GENERATION ARCHIVE, AND A
061100*    TRANSMISSION-CONTROL RECORD CARRIES THE STATEMENT COUNT AND
061200*    THE TOTAL OF THE CLOSING BALANCES.
061300******************************************************************
061400 3400-ARCHIVE-GENERATION  SECTION.
061500     OPEN I-O GEN-ARCH-FILE.
061600     IF NOT CS-GEN-OK
061700         CLOSE  GEN-ARCH-FILE
061800         OPEN OUTPUT GEN-ARCH-FILE
061900         CLOSE  GEN-ARCH-FILE
062000         OPEN I-O GEN-ARCH-FILE
062100     END-IF.
062200     OPEN I-O XMIT-CTL-FILE.
062300     IF NOT CS-XMIT-OK
062400         CLOSE  XMIT-CTL-FILE
062500         OPEN OUTPUT XMIT-CTL-FILE
062600         CLOSE  XMIT-CTL-FILE
062700         OPEN I-O XMIT-CTL-FILE
062800     END-IF.
062900     IF NOT CS-GEN-OK OR NOT CS-XMIT-OK
063000         DISPLAY 'CUSTSTMT: GENERATION ARCHIVE UNAVAILABLE, '
063100             'STATUS=' CS-GEN-STATUS ' ' CS-XMIT-STATUS
063150         MOVE 'Y' TO CS-ARCH-FAIL-SWITCH
063200         GO TO 3400-EXIT
063300     END-IF.
063400     PERFORM 3410-NEXT-RUN-NUMBER THRU 3410-EXIT.
063500     MOVE ZERO TO CS-LINE-NO.
063600     MOVE 'N' TO CS-ARCH-EOF-SWITCH.
063700     OPEN INPUT STMT-REPORT-FILE.
063800     PERFORM 3420-COPY-REPORT-LINE THRU 3420-EXIT
063900         UNTIL CS-ARCH-EOF.
064000     CLOSE STMT-REPORT-FILE.
064100     MOVE 'CUSTSTMT' TO XC-FILE-ID.
064200     MOVE CS-PERIOD-END TO XC-BUS-DATE.
064300     MOVE CS-RUN-NO TO XC-RUN-NO.
064400     MOVE CS-STMT-COUNT TO XC-REC-COUNT.
064500     MOVE CS-CLOSING-TOTAL TO XC-AMOUNT-TOTAL.
064600     ACCEPT XC-CREATE-DATE FROM DATE YYYYMMDD.
064700     ACCEPT XC-CREATE-TIME FROM TIME.
064800     MOVE 'P' TO XC-PICKUP-STATUS.
064900     WRITE XMIT-CONTROL-RECORD
065000         INVALID KEY
065100             REWRITE XMIT-CONTROL-RECORD
065200     END-WRITE.
065300     DISPLAY 'CUSTSTMT: GENERATION ' CS-PERIOD-END '/'
065400         CS-RUN-NO ' ARCHIVED, LINES ' CS-LINE-NO.
065500     CLOSE GEN-ARCH-FILE.
065600     CLOSE XMIT-CTL-FILE.
065700 3400-EXIT.
065800     EXIT.
065900******************************************************************
066000 3410-NEXT-RUN-NUMBER     SECTION.
066100     MOVE ZERO TO CS-RUN-NO.
066200     MOVE 'N' TO CS-RUN-FOUND-SWITCH.
066300     PERFORM 3415-TRY-RUN-NUMBER THRU 3415-EXIT
066400         UNTIL CS-RUN-SLOT-FREE OR CS-RUN-NO > 998.
066500 3410-EXIT.
066600     EXIT.
066700******************************************************************
066800 3415-TRY-RUN-NUMBER      SECTION.
066900     ADD 1 TO CS-RUN-NO.
067000     MOVE 'CUSTSTMT' TO XC-FILE-ID.
067100     MOVE CS-PERIOD-END TO XC-BUS-DATE.
067200     MOVE CS-RUN-NO TO XC-RUN-NO.
067300     READ XMIT-CTL-FILE
067400         INVALID KEY
067500             MOVE 'Y' TO CS-RUN-FOUND-SWITCH
067600     END-READ.
067700 3415-EXIT.
067800     EXIT.
067900******************************************************************
068000 3420-COPY-REPORT-LINE    SECTION.
068100     READ STMT-REPORT-FILE
068200         AT END
068300             MOVE 'Y' TO CS-ARCH-EOF-SWITCH
068400     END-READ.
068500     IF CS-ARCH-EOF
068600         GO TO 3420-EXIT
068700     END-IF.
068800     ADD 1 TO CS-LINE-NO.
068900     MOVE 'CUSTSTMT' TO GX-FILE-ID.
069000     MOVE CS-PERIOD-END TO GX-BUS-DATE.
069100     MOVE CS-RUN-NO TO GX-RUN-NO.
069200     MOVE CS-LINE-NO TO GX-LINE-NO.
069300     MOVE CS-REPORT-RECORD TO GX-DATA.
069400     WRITE GEN-ARCHIVE-RECORD
069500         INVALID KEY
069600             REWRITE GEN-ARCHIVE-RECORD
069700     END-WRITE.
069800 3420-EXIT.
069900     EXIT.
070000******************************************************************
070100*    JOB-STREAM CONTROL.  BEFORE ANY WORK IS DONE THE JOB LOOKS
070200*    ITSELF UP ON JOBDEF AND IS HELD UNLESS EVERY PREREQUISITE
070300*    SHOWS COMPLETE ON JOBSTAT FOR THE SAME BUSINESS DATE.  A JOB
070400*    NOT ON JOBDEF (OR NO JOBDEF AT ALL) RUNS UNCHECKED.  THE
070500*    START OR THE HOLD IS RECORDED ON JOBSTAT HERE AND THE FINAL
070600*    RESULT IN 9300, FOR THE JOBEXC MORNING EXCEPTION REPORT.
070700******************************************************************
070800 9000-START-JOB           SECTION.
070900     ACCEPT CS-JOB-DATE FROM DATE YYYYMMDD.
071000     ACCEPT CS-JOB-TIME FROM TIME.
071100     OPEN INPUT BUSDATE-FILE.
071200     IF CS-BUSDT-OK
071300         READ BUSDATE-FILE
071400             AT END
071500                 CONTINUE
071600             NOT AT END
071700                 MOVE BD-BUSINESS-DATE TO CS-JOB-BUS-DATE
071800         END-READ
071900         CLOSE BUSDATE-FILE
072000     END-IF.
072100     IF CS-JOB-BUS-DATE = ZERO
072200         MOVE CS-JOB-DATE TO CS-JOB-BUS-DATE
072300     END-IF.
072400     MOVE SPACES TO CS-HELD-FOR.
072500     OPEN I-O JOB-STATUS-FILE.
072600     IF NOT CS-JSTAT-OK
072700         CLOSE  JOB-STATUS-FILE
072800         OPEN OUTPUT JOB-STATUS-FILE
072900         CLOSE  JOB-STATUS-FILE
073000         OPEN I-O JOB-STATUS-FILE
073100     END-IF.
073200     IF NOT CS-JSTAT-OK
073300         DISPLAY 'CUSTSTMT: JOBSTAT OPEN FAILED, STATUS='
073400             CS-JSTAT-STATUS
073500         MOVE 'JOBSTAT' TO CS-HELD-FOR
073600         GO TO 9000-EXIT
073700     END-IF.
073800     PERFORM 9100-CHECK-JOB-DEF THRU 9100-EXIT.
073900     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
074000     IF CS-HELD-FOR = SPACES
074100         MOVE 'S' TO JS-STATUS
074200         MOVE CS-JOB-DATE TO JS-START-DATE
074300         MOVE CS-JOB-TIME TO JS-START-TIME
074400         MOVE ZERO TO JS-END-DATE
074500         MOVE ZERO TO JS-END-TIME
074600         ADD 1 TO JS-RUN-COUNT
074700     ELSE
074800         DISPLAY 'CUSTSTMT: RUN HELD - ' CS-HELD-FOR
074900             ' NOT COMPLETE FOR BUSINESS DATE ' CS-JOB-BUS-DATE
075000         MOVE 'H' TO JS-STATUS
075100         MOVE CS-JOB-DATE TO JS-END-DATE
075200         MOVE CS-JOB-TIME TO JS-END-TIME
075300     END-IF.
075400     MOVE CS-HELD-FOR TO JS-HELD-FOR.
075500     MOVE SPACES TO JS-FORCED-BY.
075600     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
075700     CLOSE JOB-STATUS-FILE.
075800 9000-EXIT.
075900     EXIT.
076000******************************************************************
076100 9100-CHECK-JOB-DEF       SECTION.
076200     MOVE 'N' TO CS-JDEF-SWITCH.
076300     MOVE 'N' TO CS-JDEF-EOF-SWITCH.
076400     OPEN INPUT JOB-DEF-FILE.
076500     IF NOT CS-JDEF-OK
076600         GO TO 9100-EXIT
076700     END-IF.
076800     PERFORM 9150-READ-JOB-DEF THRU 9150-EXIT
076900         UNTIL CS-JDEF-FOUND OR CS-JDEF-EOF.
077000     IF CS-JDEF-FOUND
077100         PERFORM 9200-CHECK-PREREQ THRU 9200-EXIT
077200             VARYING CS-PRQ-IX FROM 1 BY 1
077300             UNTIL CS-PRQ-IX > 5 OR CS-HELD-FOR NOT = SPACES
077400     END-IF.
077500     CLOSE JOB-DEF-FILE.
077600 9100-EXIT.
077700     EXIT.
077800******************************************************************
077900 9150-READ-JOB-DEF        SECTION.
078000     READ JOB-DEF-FILE
078100         AT END
078200             MOVE 'Y' TO CS-JDEF-EOF-SWITCH
078300         NOT AT END
078400             IF JD-JOB-NAME = 'CUSTSTMT'
078500                 MOVE 'Y' TO CS-JDEF-SWITCH
078600             END-IF
078700     END-READ.
078800 9150-EXIT.
078900     EXIT.
079000******************************************************************
079100 9200-CHECK-PREREQ        SECTION.
079200     IF JD-PREREQ (CS-PRQ-IX) = SPACES
079300         GO TO 9200-EXIT
079400     END-IF.
079500     MOVE CS-JOB-BUS-DATE TO JS-BUS-DATE.
079600     MOVE JD-PREREQ (CS-PRQ-IX) TO JS-JOB-NAME.
079700     READ JOB-STATUS-FILE
079800         INVALID KEY
079900             MOVE JD-PREREQ (CS-PRQ-IX) TO CS-HELD-FOR
080000         NOT INVALID KEY
080100             IF NOT JS-COMPLETE
080200                 MOVE JD-PREREQ (CS-PRQ-IX) TO CS-HELD-FOR
080300             END-IF
080400     END-READ.
080500 9200-EXIT.
080600     EXIT.
080700******************************************************************
080800 9300-END-JOB             SECTION.
080900     ACCEPT CS-JOB-DATE FROM DATE YYYYMMDD.
081000     ACCEPT CS-JOB-TIME FROM TIME.
081100     OPEN I-O JOB-STATUS-FILE.
081200     IF NOT CS-JSTAT-OK
081300         DISPLAY 'CUSTSTMT: JOBSTAT OPEN FAILED, STATUS='
081400             CS-JSTAT-STATUS
081500         GO TO 9300-EXIT
081600     END-IF.
081700     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
081800     MOVE CS-JOB-RESULT TO JS-STATUS.
081900     MOVE CS-JOB-DATE TO JS-END-DATE.
082000     MOVE CS-JOB-TIME TO JS-END-TIME.
082100     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
082200     CLOSE JOB-STATUS-FILE.
082300     IF CS-JOB-RESULT NOT = 'C'
082400         DISPLAY 'CUSTSTMT: RUN FAILED FOR BUSINESS DATE '
082500             CS-JOB-BUS-DATE
082600     END-IF.
082700 9300-EXIT.
082800     EXIT.
082900******************************************************************
083000 9400-READ-JOB-STATUS     SECTION.
083100     MOVE CS-JOB-BUS-DATE TO JS-BUS-DATE.
083200     MOVE 'CUSTSTMT' TO JS-JOB-NAME.
083300     READ JOB-STATUS-FILE
083400         INVALID KEY
083500             MOVE 'N' TO CS-JSTAT-SWITCH
083600         NOT INVALID KEY
083700             MOVE 'Y' TO CS-JSTAT-SWITCH
083800     END-READ.
083900     IF NOT CS-JSTAT-FOUND
084000         INITIALIZE JOB-STATUS-RECORD
084100         MOVE CS-JOB-BUS-DATE TO JS-BUS-DATE
084200         MOVE 'CUSTSTMT' TO JS-JOB-NAME
084300     END-IF.
084400 9400-EXIT.
084500     EXIT.
084600******************************************************************
084700 9500-WRITE-JOB-STATUS    SECTION.
084800     IF CS-JSTAT-FOUND
084900         REWRITE JOB-STATUS-RECORD
085000     ELSE
085100         WRITE JOB-STATUS-RECORD
085200     END-IF.
085300 9500-EXIT.
085400     EXIT.
085500******************************************************************
