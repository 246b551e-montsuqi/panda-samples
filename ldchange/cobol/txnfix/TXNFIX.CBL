002670*                       WRITTEN BEFORE TXNERR CARRIED THE REJECT
002680*                       DATE ARE DECODED FROM THE OLD LAYOUT AND
002690*                       FLAGGED STALE WITH A ZERO DATE.
002691*    2026-10-15  DPS    JOB-STREAM CONTROL.  THE RUN IS HELD
002692*                       UNLESS EVERY PREREQUISITE NAMED FOR THIS
002693*                       JOB ON JOBDEF HAS COMPLETED ON JOBSTAT
002694*                       FOR THE SAME BUSINESS DATE.  THE START,
002695*                       A HOLD AND THE FINAL RESULT ARE RECORDED
002696*                       ON JOBSTAT FOR THE JOBEXC MORNING REPORT.
002700******************************************************************
002800 ENVIRONMENT         DIVISION.
002900 CONFIGURATION       SECTION.
005400     SELECT  BUSDATE-FILE       ASSIGN  TO  "BUSDATE"
005500             ORGANIZATION   IS  SEQUENTIAL
005600             FILE STATUS    IS  TF-BUSDT-STATUS.
005610     SELECT  JOB-DEF-FILE       ASSIGN  TO  "JOBDEF"
005620             ORGANIZATION   IS  LINE SEQUENTIAL
005630             FILE STATUS    IS  TF-JDEF-STATUS.
005640     SELECT  JOB-STATUS-FILE    ASSIGN  TO  "JOBSTAT"
005650             ORGANIZATION   IS  INDEXED
005660             ACCESS MODE    IS  RANDOM
005670             RECORD KEY     IS  JS-KEY
005680             FILE STATUS    IS  TF-JSTAT-STATUS.
005700******************************************************************
005800 DATA                DIVISION.
005900 FILE                SECTION.
009200 FD  BUSDATE-FILE
009300     LABEL RECORDS ARE STANDARD.
009400     COPY    "BUSDTREC".
009410 FD  JOB-DEF-FILE
009420     LABEL RECORDS ARE STANDARD
009430     RECORDING MODE IS F.
009440     COPY    "JOBDEFRC".
009450 FD  JOB-STATUS-FILE
009460     LABEL RECORDS ARE STANDARD.
009470     COPY    "JOBSTRC".
009500******************************************************************
009600 WORKING-STORAGE     SECTION.
009700 77  TF-PARM-STATUS           PIC  X(02)     VALUE SPACES.
013200 77  TF-AGE-DAYS              PIC S9(05)     COMP     VALUE ZERO.
013300 77  TF-REASON-SUB            PIC  9(02)     COMP     VALUE ZERO.
013400 77  TF-REASON-NUM            PIC  9(02)              VALUE ZERO.
013405 77  TF-JDEF-STATUS           PIC  X(02)     VALUE SPACES.
013410     88  TF-JDEF-OK                          VALUE '00'.
013415 77  TF-JSTAT-STATUS          PIC  X(02)     VALUE SPACES.
013420     88  TF-JSTAT-OK                         VALUE '00'.
013425 77  TF-JDEF-SWITCH           PIC  X(01)     VALUE 'N'.
013430     88  TF-JDEF-FOUND                       VALUE 'Y'.
013435 77  TF-JDEF-EOF-SWITCH       PIC  X(01)     VALUE 'N'.
013440     88  TF-JDEF-EOF                         VALUE 'Y'.
013445 77  TF-JSTAT-SWITCH          PIC  X(01)     VALUE 'N'.
013450     88  TF-JSTAT-FOUND                      VALUE 'Y'.
013455 77  TF-JOB-RESULT            PIC  X(01)     VALUE 'C'.
013460 77  TF-HELD-FOR              PIC  X(08)     VALUE SPACES.
013465 77  TF-JOB-BUS-DATE          PIC  9(08)     VALUE ZERO.
013470 77  TF-JOB-DATE              PIC  9(08)     VALUE ZERO.
013475 77  TF-JOB-TIME              PIC  9(08)     VALUE ZERO.
013480 77  TF-PRQ-IX                PIC  9(04)     COMP     VALUE ZERO.
013500******************************************************************
013600*    FIXPARM DIRECTIVES ARE HELD IN A TABLE SO THE REJECT FILE IS
013700*    READ ONCE IN ORDER.
021200******************************************************************
021300 PROCEDURE           DIVISION.
021400 0000-MAINLINE            SECTION.
021420     PERFORM 9000-START-JOB THRU 9000-EXIT.
021440     IF TF-HELD-FOR NOT = SPACES
021460         STOP RUN
021480     END-IF.
021500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021600     PERFORM 2000-PROCESS-REJECTS THRU 2000-EXIT
021700         UNTIL TF-END-OF-FILE.
021800     PERFORM 3000-FINALIZE THRU 3000-EXIT.
021820     IF NOT TF-INIT-OK
021840         MOVE 'F' TO TF-JOB-RESULT
021860     END-IF.
021880     PERFORM 9300-END-JOB THRU 9300-EXIT.
021900     STOP RUN.
022000******************************************************************
022100 1000-INITIALIZE          SECTION.
045000 3000-EXIT.
045100     EXIT.
045200******************************************************************
045300*    JOB-STREAM CONTROL.  BEFORE ANY WORK IS DONE THE JOB LOOKS
045400*    ITSELF UP ON JOBDEF AND IS HELD UNLESS EVERY PREREQUISITE
045500*    SHOWS COMPLETE ON JOBSTAT FOR THE SAME BUSINESS DATE.  A JOB
045600*    NOT ON JOBDEF (OR NO JOBDEF AT ALL) RUNS UNCHECKED.  THE
045700*    START OR THE HOLD IS RECORDED ON JOBSTAT HERE AND THE FINAL
045800*    RESULT IN 9300, FOR THE JOBEXC MORNING EXCEPTION REPORT.
045900******************************************************************
046000 9000-START-JOB           SECTION.
046100     ACCEPT TF-JOB-DATE FROM DATE YYYYMMDD.
046200     ACCEPT TF-JOB-TIME FROM TIME.
046300     OPEN INPUT BUSDATE-FILE.
046400     IF TF-BUSDT-OK
046500         READ BUSDATE-FILE
046600             AT END
046700                 CONTINUE
046800             NOT AT END
046900                 MOVE BD-BUSINESS-DATE TO TF-JOB-BUS-DATE
047000         END-READ
047100         CLOSE BUSDATE-FILE
047200     END-IF.
047300     IF TF-JOB-BUS-DATE = ZERO
047400         MOVE TF-JOB-DATE TO TF-JOB-BUS-DATE
047500     END-IF.
047600     MOVE SPACES TO TF-HELD-FOR.
047700     OPEN I-O JOB-STATUS-FILE.
047800     IF NOT TF-JSTAT-OK
047900         CLOSE  JOB-STATUS-FILE
048000         OPEN OUTPUT JOB-STATUS-FILE
048100         CLOSE  JOB-STATUS-FILE
048200         OPEN I-O JOB-STATUS-FILE
048300     END-IF.
048400     IF NOT TF-JSTAT-OK
048500         DISPLAY 'TXNFIX: JOBSTAT OPEN FAILED, STATUS='
048600             TF-JSTAT-STATUS
048700         MOVE 'JOBSTAT' TO TF-HELD-FOR
048800         GO TO 9000-EXIT
048900     END-IF.
049000     PERFORM 9100-CHECK-JOB-DEF THRU 9100-EXIT.
049100     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
049200     IF TF-HELD-FOR = SPACES
049300         MOVE 'S' TO JS-STATUS
049400         MOVE TF-JOB-DATE TO JS-START-DATE
049500         MOVE TF-JOB-TIME TO JS-START-TIME
049600         MOVE ZERO TO JS-END-DATE
049700         MOVE ZERO TO JS-END-TIME
049800         ADD 1 TO JS-RUN-COUNT
049900     ELSE
050000         DISPLAY 'TXNFIX: RUN HELD - ' TF-HELD-FOR
050100             ' NOT COMPLETE FOR BUSINESS DATE ' TF-JOB-BUS-DATE
050200         MOVE 'H' TO JS-STATUS
050300         MOVE TF-JOB-DATE TO JS-END-DATE
050400         MOVE TF-JOB-TIME TO JS-END-TIME
050500     END-IF.
050600     MOVE TF-HELD-FOR TO JS-HELD-FOR.
050700     MOVE SPACES TO JS-FORCED-BY.
050800     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
050900     CLOSE JOB-STATUS-FILE.
051000 9000-EXIT.
051100     EXIT.
051200******************************************************************
051300 9100-CHECK-JOB-DEF       SECTION.
051400     MOVE 'N' TO TF-JDEF-SWITCH.
051500     MOVE 'N' TO TF-JDEF-EOF-SWITCH.
051600     OPEN INPUT JOB-DEF-FILE.
051700     IF NOT TF-JDEF-OK
051800         GO TO 9100-EXIT
051900     END-IF.
052000     PERFORM 9150-READ-JOB-DEF THRU 9150-EXIT
052100         UNTIL TF-JDEF-FOUND OR TF-JDEF-EOF.
052200     IF TF-JDEF-FOUND
052300         PERFORM 9200-CHECK-PREREQ THRU 9200-EXIT
052400             VARYING TF-PRQ-IX FROM 1 BY 1
052500             UNTIL TF-PRQ-IX > 5 OR TF-HELD-FOR NOT = SPACES
052600     END-IF.
052700     CLOSE JOB-DEF-FILE.
052800 9100-EXIT.
052900     EXIT.
053000******************************************************************
053100 9150-READ-JOB-DEF        SECTION.
053200     READ JOB-DEF-FILE
053300         AT END
053400             MOVE 'Y' TO TF-JDEF-EOF-SWITCH
053500         NOT AT END
053600             IF JD-JOB-NAME = 'TXNFIX'
053700                 MOVE 'Y' TO TF-JDEF-SWITCH
053800             END-IF
053900     END-READ.
054000 9150-EXIT.
054100     EXIT.
054200******************************************************************
054300 9200-CHECK-PREREQ        SECTION.
054400     IF JD-PREREQ (TF-PRQ-IX) = SPACES
054500         GO TO 9200-EXIT
054600     END-IF.
054700     MOVE TF-JOB-BUS-DATE TO JS-BUS-DATE.
054800     MOVE JD-PREREQ (TF-PRQ-IX) TO JS-JOB-NAME.
054900     READ JOB-STATUS-FILE
055000         INVALID KEY
055100             MOVE JD-PREREQ (TF-PRQ-IX) TO TF-HELD-FOR
055200         NOT INVALID KEY
055300             IF NOT JS-COMPLETE
055400                 MOVE JD-PREREQ (TF-PRQ-IX) TO TF-HELD-FOR
055500             END-IF
055600     END-READ.
055700 9200-EXIT.
055800     EXIT.
055900******************************************************************
056000 9300-END-JOB             SECTION.
056100     ACCEPT TF-JOB-DATE FROM DATE YYYYMMDD.
056200     ACCEPT TF-JOB-TIME FROM TIME.
056300     OPEN I-O JOB-STATUS-FILE.
056400     IF NOT TF-JSTAT-OK
056500         DISPLAY 'TXNFIX: JOBSTAT OPEN FAILED, STATUS='
056600             TF-JSTAT-STATUS
056700         GO TO 9300-EXIT
056800     END-IF.
056900     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
057000     MOVE TF-JOB-RESULT TO JS-STATUS.
057100     MOVE TF-JOB-DATE TO JS-END-DATE.
057200     MOVE TF-JOB-TIME TO JS-END-TIME.
057300     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
057400     CLOSE JOB-STATUS-FILE.
057500     IF TF-JOB-RESULT NOT = 'C'
057600         DISPLAY 'TXNFIX: RUN FAILED FOR BUSINESS DATE '
057700             TF-JOB-BUS-DATE
057800     END-IF.
057900 9300-EXIT.
058000     EXIT.
058100******************************************************************
058200 9400-READ-JOB-STATUS     SECTION.
058300     MOVE TF-JOB-BUS-DATE TO JS-BUS-DATE.
058400     MOVE 'TXNFIX' TO JS-JOB-NAME.
058500     READ JOB-STATUS-FILE
058600         INVALID KEY
058700             MOVE 'N' TO TF-JSTAT-SWITCH
058800         NOT INVALID KEY
058900             MOVE 'Y' TO TF-JSTAT-SWITCH
059000     END-READ.
059100     IF NOT TF-JSTAT-FOUND
059200         INITIALIZE JOB-STATUS-RECORD
059300         MOVE TF-JOB-BUS-DATE TO JS-BUS-DATE
059400         MOVE 'TXNFIX' TO JS-JOB-NAME
059500     END-IF.
059600 9400-EXIT.
059700     EXIT.
059800******************************************************************
059900 9500-WRITE-JOB-STATUS    SECTION.
060000     IF TF-JSTAT-FOUND
060100         REWRITE JOB-STATUS-RECORD
060200     ELSE
060300         WRITE JOB-STATUS-RECORD
060400     END-IF.
060500 9500-EXIT.
060600     EXIT.
060700******************************************************************
