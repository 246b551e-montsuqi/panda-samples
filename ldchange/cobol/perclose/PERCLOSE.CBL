002000*                       DATED INTO THE CLOSED PERIOD.  THE RUN IS A
002100*                       NO-OP WHEN NO NEW PERIOD-END HAS PASSED, SO
002200*                       IT CAN SIT IN THE NIGHTLY SCHEDULE.
002210*    2026-10-15  DPS    JOB-STREAM CONTROL.  THE RUN IS HELD
002220*                       UNLESS EVERY PREREQUISITE NAMED FOR THIS
002230*                       JOB ON JOBDEF HAS COMPLETED ON JOBSTAT
002240*                       FOR THE SAME BUSINESS DATE.  THE START,
002250*                       A HOLD AND THE FINAL RESULT ARE RECORDED
002260*                       ON JOBSTAT FOR THE JOBEXC MORNING REPORT.
002300******************************************************************
002400 ENVIRONMENT         DIVISION.
002500 CONFIGURATION       SECTION.
005100     SELECT  BUSDATE-FILE       ASSIGN  TO  "BUSDATE"
005200             ORGANIZATION   IS  SEQUENTIAL
005300             FILE STATUS    IS  PW-BUSDT-STATUS.
005310     SELECT  JOB-DEF-FILE       ASSIGN  TO  "JOBDEF"
005320             ORGANIZATION   IS  LINE SEQUENTIAL
005330             FILE STATUS    IS  PW-JDEF-STATUS.
005340     SELECT  JOB-STATUS-FILE    ASSIGN  TO  "JOBSTAT"
005350             ORGANIZATION   IS  INDEXED
005360             ACCESS MODE    IS  RANDOM
005370             RECORD KEY     IS  JS-KEY
005380             FILE STATUS    IS  PW-JSTAT-STATUS.
005400******************************************************************
005500 DATA                DIVISION.
005600 FILE                SECTION.
007300 FD  BUSDATE-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY    "BUSDTREC".
007510 FD  JOB-DEF-FILE
007520     LABEL RECORDS ARE STANDARD
007530     RECORDING MODE IS F.
007540     COPY    "JOBDEFRC".
007550 FD  JOB-STATUS-FILE
007560     LABEL RECORDS ARE STANDARD.
007570     COPY    "JOBSTRC".
007600******************************************************************
007700 WORKING-STORAGE     SECTION.
007800 77  PW-ENTRY-STATUS          PIC  X(02)     VALUE SPACES.
009400     88  PW-CAL-EOF                          VALUE 'Y'.
009500 77  PW-INIT-SWITCH           PIC  X(01)     VALUE 'N'.
009600     88  PW-INIT-OK                          VALUE 'Y'.
009630 77  PW-NOTHING-SWITCH        PIC  X(01)     VALUE 'N'.
009660     88  PW-NOTHING-TO-DO                    VALUE 'Y'.
009700 77  PW-BUSINESS-DATE         PIC  9(08)     VALUE ZERO.
009800 77  PW-RUN-TIME              PIC  9(08)     VALUE ZERO.
009900 77  PW-CLOSED-THRU           PIC  9(08)     VALUE ZERO.
010000 77  PW-CLOSE-DATE            PIC  9(08)     VALUE ZERO.
010100 77  PW-MASTER-COUNT          PIC  9(07)     COMP     VALUE ZERO.
010200 77  PW-CLOSE-TOTAL           PIC S9(11)V99  COMP-3   VALUE ZERO.
010205 77  PW-JDEF-STATUS           PIC  X(02)     VALUE SPACES.
010210     88  PW-JDEF-OK                          VALUE '00'.
010215 77  PW-JSTAT-STATUS          PIC  X(02)     VALUE SPACES.
010220     88  PW-JSTAT-OK                         VALUE '00'.
010225 77  PW-JDEF-SWITCH           PIC  X(01)     VALUE 'N'.
010230     88  PW-JDEF-FOUND                       VALUE 'Y'.
010235 77  PW-JDEF-EOF-SWITCH       PIC  X(01)     VALUE 'N'.
010240     88  PW-JDEF-EOF                         VALUE 'Y'.
010245 77  PW-JSTAT-SWITCH          PIC  X(01)     VALUE 'N'.
010250     88  PW-JSTAT-FOUND                      VALUE 'Y'.
010255 77  PW-JOB-RESULT            PIC  X(01)     VALUE 'C'.
010260 77  PW-HELD-FOR              PIC  X(08)     VALUE SPACES.
010265 77  PW-JOB-BUS-DATE          PIC  9(08)     VALUE ZERO.
010270 77  PW-JOB-DATE              PIC  9(08)     VALUE ZERO.
010275 77  PW-JOB-TIME              PIC  9(08)     VALUE ZERO.
010280 77  PW-PRQ-IX                PIC  9(04)     COMP     VALUE ZERO.
010300******************************************************************
010400*    PERIOD SUMMARY REPORT LINES
010500******************************************************************
013700******************************************************************
013800 PROCEDURE           DIVISION.
013900 0000-MAINLINE            SECTION.
013920     PERFORM 9000-START-JOB THRU 9000-EXIT.
013940     IF PW-HELD-FOR NOT = SPACES
013960         STOP RUN
013980     END-IF.
014000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014100     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
014200         UNTIL PW-END-OF-FILE.
014300     PERFORM 3000-FINALIZE THRU 3000-EXIT.
014320     IF NOT PW-INIT-OK AND NOT PW-NOTHING-TO-DO
014340         MOVE 'F' TO PW-JOB-RESULT
014360     END-IF.
014380     PERFORM 9300-END-JOB THRU 9300-EXIT.
014400     STOP RUN.
014500******************************************************************
014600 1000-INITIALIZE          SECTION.
015100     IF PW-CLOSE-DATE = ZERO
015200         DISPLAY 'PERCLOSE: NO NEW PERIOD END ON OR BEFORE '
015300             PW-BUSINESS-DATE ' - NOTHING TO CLOSE'
015350         MOVE 'Y' TO PW-NOTHING-SWITCH
015400         MOVE 'Y' TO PW-EOF-SWITCH
015500         GO TO 1000-EXIT
015600     END-IF.
031600 3100-EXIT.
031700     EXIT.
031800******************************************************************
031900*    JOB-STREAM CONTROL.  BEFORE ANY WORK IS DONE THE JOB LOOKS
032000*    ITSELF UP ON JOBDEF AND IS HELD UNLESS EVERY PREREQUISITE
032100*    SHOWS COMPLETE ON JOBSTAT FOR THE SAME BUSINESS DATE.  A JOB
032200*    NOT ON JOBDEF (OR NO JOBDEF AT ALL) RUNS UNCHECKED.  THE
032300*    START OR THE HOLD IS RECORDED ON JOBSTAT HERE AND THE FINAL
032400*    RESULT IN 9300, FOR THE JOBEXC MORNING EXCEPTION REPORT.
032500******************************************************************
032600 9000-START-JOB           SECTION.
032700     ACCEPT PW-JOB-DATE FROM DATE YYYYMMDD.
032800     ACCEPT PW-JOB-TIME FROM TIME.
032900     OPEN INPUT BUSDATE-FILE.
033000     IF PW-BUSDT-OK
033100         READ BUSDATE-FILE
033200             AT END
033300                 CONTINUE
033400             NOT AT END
033500                 MOVE BD-BUSINESS-DATE TO PW-JOB-BUS-DATE
033600         END-READ
033700         CLOSE BUSDATE-FILE
033800     END-IF.
033900     IF PW-JOB-BUS-DATE = ZERO
034000         MOVE PW-JOB-DATE TO PW-JOB-BUS-DATE
034100     END-IF.
034200     MOVE SPACES TO PW-HELD-FOR.
034300     OPEN I-O JOB-STATUS-FILE.
034400     IF NOT PW-JSTAT-OK
034500         CLOSE  JOB-STATUS-FILE
034600         OPEN OUTPUT JOB-STATUS-FILE
034700         CLOSE  JOB-STATUS-FILE
034800         OPEN I-O JOB-STATUS-FILE
034900     END-IF.
035000     IF NOT PW-JSTAT-OK
035100         DISPLAY 'PERCLOSE: JOBSTAT OPEN FAILED, STATUS='
035200             PW-JSTAT-STATUS
035300         MOVE 'JOBSTAT' TO PW-HELD-FOR
035400         GO TO 9000-EXIT
035500     END-IF.
035600     PERFORM 9100-CHECK-JOB-DEF THRU 9100-EXIT.
035700     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
035800     IF PW-HELD-FOR = SPACES
035900         MOVE 'S' TO JS-STATUS
036000         MOVE PW-JOB-DATE TO JS-START-DATE
036100         MOVE PW-JOB-TIME TO JS-START-TIME
036200         MOVE ZERO TO JS-END-DATE
036300         MOVE ZERO TO JS-END-TIME
036400         ADD 1 TO JS-RUN-COUNT
036500     ELSE
036600         DISPLAY 'PERCLOSE: RUN HELD - ' PW-HELD-FOR
036700             ' NOT COMPLETE FOR BUSINESS DATE ' PW-JOB-BUS-DATE
036800         MOVE 'H' TO JS-STATUS
036900         MOVE PW-JOB-DATE TO JS-END-DATE
037000         MOVE PW-JOB-TIME TO JS-END-TIME
037100     END-IF.
037200     MOVE PW-HELD-FOR TO JS-HELD-FOR.
037300     MOVE SPACES TO JS-FORCED-BY.
037400     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
037500     CLOSE JOB-STATUS-FILE.
037600 9000-EXIT.
037700     EXIT.
037800******************************************************************
037900 9100-CHECK-JOB-DEF       SECTION.
038000     MOVE 'N' TO PW-JDEF-SWITCH.
038100     MOVE 'N' TO PW-JDEF-EOF-SWITCH.
038200     OPEN INPUT JOB-DEF-FILE.
038300     IF NOT PW-JDEF-OK
038400         GO TO 9100-EXIT
038500     END-IF.
038600     PERFORM 9150-READ-JOB-DEF THRU 9150-EXIT
038700         UNTIL PW-JDEF-FOUND OR PW-JDEF-EOF.
038800     IF PW-JDEF-FOUND
038900         PERFORM 9200-CHECK-PREREQ THRU 9200-EXIT
039000             VARYING PW-PRQ-IX FROM 1 BY 1
039100             UNTIL PW-PRQ-IX > 5 OR PW-HELD-FOR NOT = SPACES
039200     END-IF.
039300     CLOSE JOB-DEF-FILE.
039400 9100-EXIT.
039500     EXIT.
039600******************************************************************
039700 9150-READ-JOB-DEF        SECTION.
039800     READ JOB-DEF-FILE
039900         AT END
040000             MOVE 'Y' TO PW-JDEF-EOF-SWITCH
040100         NOT AT END
040200             IF JD-JOB-NAME = 'PERCLOSE'
040300                 MOVE 'Y' TO PW-JDEF-SWITCH
040400             END-IF
040500     END-READ.
040600 9150-EXIT.
040700     EXIT.
040800******************************************************************
040900 9200-CHECK-PREREQ        SECTION.
041000     IF JD-PREREQ (PW-PRQ-IX) = SPACES
041100         GO TO 9200-EXIT
041200     END-IF.
041300     MOVE PW-JOB-BUS-DATE TO JS-BUS-DATE.
041400     MOVE JD-PREREQ (PW-PRQ-IX) TO JS-JOB-NAME.
041500     READ JOB-STATUS-FILE
041600         INVALID KEY
041700             MOVE JD-PREREQ (PW-PRQ-IX) TO PW-HELD-FOR
041800         NOT INVALID KEY
041900             IF NOT JS-COMPLETE
042000                 MOVE JD-PREREQ (PW-PRQ-IX) TO PW-HELD-FOR
042100             END-IF
042200     END-READ.
042300 9200-EXIT.
042400     EXIT.
042500******************************************************************
042600 9300-END-JOB             SECTION.
042700     ACCEPT PW-JOB-DATE FROM DATE YYYYMMDD.
042800     ACCEPT PW-JOB-TIME FROM TIME.
042900     OPEN I-O JOB-STATUS-FILE.
043000     IF NOT PW-JSTAT-OK
043100         DISPLAY 'PERCLOSE: JOBSTAT OPEN FAILED, STATUS='
043200             PW-JSTAT-STATUS
043300         GO TO 9300-EXIT
043400     END-IF.
043500     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
043600     MOVE PW-JOB-RESULT TO JS-STATUS.
043700     MOVE PW-JOB-DATE TO JS-END-DATE.
043800     MOVE PW-JOB-TIME TO JS-END-TIME.
043900     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
044000     CLOSE JOB-STATUS-FILE.
044100     IF PW-JOB-RESULT NOT = 'C'
044200         DISPLAY 'PERCLOSE: RUN FAILED FOR BUSINESS DATE '
044300             PW-JOB-BUS-DATE
044400     END-IF.
044500 9300-EXIT.
044600     EXIT.
044700******************************************************************
044800 9400-READ-JOB-STATUS     SECTION.
044900     MOVE PW-JOB-BUS-DATE TO JS-BUS-DATE.
045000     MOVE 'PERCLOSE' TO JS-JOB-NAME.
045100     READ JOB-STATUS-FILE
045200         INVALID KEY
045300             MOVE 'N' TO PW-JSTAT-SWITCH
045400         NOT INVALID KEY
045500             MOVE 'Y' TO PW-JSTAT-SWITCH
045600     END-READ.
045700     IF NOT PW-JSTAT-FOUND
045800         INITIALIZE JOB-STATUS-RECORD
045900         MOVE PW-JOB-BUS-DATE TO JS-BUS-DATE
046000         MOVE 'PERCLOSE' TO JS-JOB-NAME
046100     END-IF.
046200 9400-EXIT.
046300     EXIT.
046400******************************************************************
046500 9500-WRITE-JOB-STATUS    SECTION.
046600     IF PW-JSTAT-FOUND
046700         REWRITE JOB-STATUS-RECORD
046800     ELSE
046900         WRITE JOB-STATUS-RECORD
047000     END-IF.
047100 9500-EXIT.
047200     EXIT.
047300******************************************************************
