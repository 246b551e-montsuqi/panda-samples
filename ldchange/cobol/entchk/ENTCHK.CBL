002210*    2026-09-02  DPS    FUNCTION 'R' MASTER REPAIRS NOW JOURNALED
002220*                       TO ENTJRNL WITH BEFORE AND AFTER IMAGES SO
002230*                       AN ENTRCVR FORWARD RECOVERY REPLAYS THEM.
002240*    2026-10-15  DPS    JOB-STREAM CONTROL.  THE RUN IS HELD
002250*                       UNLESS EVERY PREREQUISITE NAMED FOR THIS
002260*                       JOB ON JOBDEF HAS COMPLETED ON JOBSTAT
002270*                       FOR THE SAME BUSINESS DATE.  THE START,
002280*                       A HOLD AND THE FINAL RESULT ARE RECORDED
002290*                       ON JOBSTAT FOR THE JOBEXC MORNING REPORT.
002300******************************************************************
002400 ENVIRONMENT         DIVISION.
002500 CONFIGURATION       SECTION.
004810     SELECT  JOURNAL-FILE       ASSIGN  TO  "ENTJRNL"
004820             ORGANIZATION   IS  SEQUENTIAL
004830             FILE STATUS    IS  EC-JRNL-STATUS.
004837     SELECT  JOB-DEF-FILE       ASSIGN  TO  "JOBDEF"
004844             ORGANIZATION   IS  LINE SEQUENTIAL
004851             FILE STATUS    IS  EC-JDEF-STATUS.
004858     SELECT  JOB-STATUS-FILE    ASSIGN  TO  "JOBSTAT"
004865             ORGANIZATION   IS  INDEXED
004872             ACCESS MODE    IS  RANDOM
004879             RECORD KEY     IS  JS-KEY
004886             FILE STATUS    IS  EC-JSTAT-STATUS.
004900******************************************************************
005000 DATA                DIVISION.
005100 FILE                SECTION.
007010 FD  JOURNAL-FILE
007020     LABEL RECORDS ARE STANDARD.
007030     COPY    "JRNLREC".
007038 FD  JOB-DEF-FILE
007046     LABEL RECORDS ARE STANDARD
007054     RECORDING MODE IS F.
007062     COPY    "JOBDEFRC".
007070 FD  JOB-STATUS-FILE
007078     LABEL RECORDS ARE STANDARD.
007086     COPY    "JOBSTRC".
007100******************************************************************
007200 WORKING-STORAGE     SECTION.
007300 77  EC-PARM-STATUS           PIC  X(02)     VALUE SPACES.
010700 77  EC-GROUP-COUNT           PIC  9(07)     COMP     VALUE ZERO.
010800 77  EC-GROUP-HIGH-SEQ        PIC  9(05)     VALUE ZERO.
010900 77  EC-GROUP-TOTAL           PIC S9(11)V99  COMP-3   VALUE ZERO.
010901 77  EC-JDEF-STATUS           PIC  X(02)     VALUE SPACES.
010902     88  EC-JDEF-OK                          VALUE '00'.
010903 77  EC-JSTAT-STATUS          PIC  X(02)     VALUE SPACES.
010904     88  EC-JSTAT-OK                         VALUE '00'.
010905 77  EC-JDEF-SWITCH           PIC  X(01)     VALUE 'N'.
010906     88  EC-JDEF-FOUND                       VALUE 'Y'.
010907 77  EC-JDEF-EOF-SWITCH       PIC  X(01)     VALUE 'N'.
010908     88  EC-JDEF-EOF                         VALUE 'Y'.
010909 77  EC-JSTAT-SWITCH          PIC  X(01)     VALUE 'N'.
010910     88  EC-JSTAT-FOUND                      VALUE 'Y'.
010911 77  EC-JOB-RESULT            PIC  X(01)     VALUE 'C'.
010912 77  EC-HELD-FOR              PIC  X(08)     VALUE SPACES.
010913 77  EC-JOB-BUS-DATE          PIC  9(08)     VALUE ZERO.
010914 77  EC-JOB-DATE              PIC  9(08)     VALUE ZERO.
010915 77  EC-JOB-TIME              PIC  9(08)     VALUE ZERO.
010916 77  EC-PRQ-IX                PIC  9(04)     COMP     VALUE ZERO.
010958 01  EC-JRNL-BEFORE           PIC  X(120)    VALUE SPACES.
011000******************************************************************
011100*    VERIFICATION REPORT LINES
011200******************************************************************
017600******************************************************************
017700 PROCEDURE           DIVISION.
017800 0000-MAINLINE            SECTION.
017820     PERFORM 9000-START-JOB THRU 9000-EXIT.
017840     IF EC-HELD-FOR NOT = SPACES
017860         STOP RUN
017880     END-IF.
017900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018000     PERFORM 2000-PROCESS-DETAILS THRU 2000-EXIT
018100         UNTIL EC-END-OF-FILE.
018400     END-IF.
018500     PERFORM 4000-MASTER-PASS THRU 4000-EXIT.
018600     PERFORM 3000-FINALIZE THRU 3000-EXIT.
018620     IF NOT EC-INIT-OK
018640         MOVE 'F' TO EC-JOB-RESULT
018660     END-IF.
018680     PERFORM 9300-END-JOB THRU 9300-EXIT.
018700     STOP RUN.
018800******************************************************************
018900 1000-INITIALIZE          SECTION.
047900 8300-EXIT.
048000     EXIT.
048100******************************************************************
048200*    JOB-STREAM CONTROL.  BEFORE ANY WORK IS DONE THE JOB LOOKS
048300*    ITSELF UP ON JOBDEF AND IS HELD UNLESS EVERY PREREQUISITE
048400*    SHOWS COMPLETE ON JOBSTAT FOR THE SAME BUSINESS DATE.  A JOB
048500*    NOT ON JOBDEF (OR NO JOBDEF AT ALL) RUNS UNCHECKED.  THE
048600*    START OR THE HOLD IS RECORDED ON JOBSTAT HERE AND THE FINAL
048700*    RESULT IN 9300, FOR THE JOBEXC MORNING EXCEPTION REPORT.
048800******************************************************************
048900 9000-START-JOB           SECTION.
049000     ACCEPT EC-JOB-DATE FROM DATE YYYYMMDD.
049100     ACCEPT EC-JOB-TIME FROM TIME.
049200     OPEN INPUT BUSDATE-FILE.
049300     IF EC-BUSDT-OK
049400         READ BUSDATE-FILE
049500             AT END
049600                 CONTINUE
049700             NOT AT END
049800                 MOVE BD-BUSINESS-DATE TO EC-JOB-BUS-DATE
049900         END-READ
050000         CLOSE BUSDATE-FILE
050100     END-IF.
050200     IF EC-JOB-BUS-DATE = ZERO
050300         MOVE EC-JOB-DATE TO EC-JOB-BUS-DATE
050400     END-IF.
050500     MOVE SPACES TO EC-HELD-FOR.
050600     OPEN I-O JOB-STATUS-FILE.
050700     IF NOT EC-JSTAT-OK
050800         CLOSE  JOB-STATUS-FILE
050900         OPEN OUTPUT JOB-STATUS-FILE
051000         CLOSE  JOB-STATUS-FILE
051100         OPEN I-O JOB-STATUS-FILE
051200     END-IF.
051300     IF NOT EC-JSTAT-OK
051400         DISPLAY 'ENTCHK: JOBSTAT OPEN FAILED, STATUS='
051500             EC-JSTAT-STATUS
051600         MOVE 'JOBSTAT' TO EC-HELD-FOR
051700         GO TO 9000-EXIT
051800     END-IF.
051900     PERFORM 9100-CHECK-JOB-DEF THRU 9100-EXIT.
052000     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
052100     IF EC-HELD-FOR = SPACES
052200         MOVE 'S' TO JS-STATUS
052300         MOVE EC-JOB-DATE TO JS-START-DATE
052400         MOVE EC-JOB-TIME TO JS-START-TIME
052500         MOVE ZERO TO JS-END-DATE
052600         MOVE ZERO TO JS-END-TIME
052700         ADD 1 TO JS-RUN-COUNT
052800     ELSE
052900         DISPLAY 'ENTCHK: RUN HELD - ' EC-HELD-FOR
053000             ' NOT COMPLETE FOR BUSINESS DATE ' EC-JOB-BUS-DATE
053100         MOVE 'H' TO JS-STATUS
053200         MOVE EC-JOB-DATE TO JS-END-DATE
053300         MOVE EC-JOB-TIME TO JS-END-TIME
053400     END-IF.
053500     MOVE EC-HELD-FOR TO JS-HELD-FOR.
053600     MOVE SPACES TO JS-FORCED-BY.
053700     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
053800     CLOSE JOB-STATUS-FILE.
053900 9000-EXIT.
054000     EXIT.
054100******************************************************************
054200 9100-CHECK-JOB-DEF       SECTION.
054300     MOVE 'N' TO EC-JDEF-SWITCH.
054400     MOVE 'N' TO EC-JDEF-EOF-SWITCH.
054500     OPEN INPUT JOB-DEF-FILE.
054600     IF NOT EC-JDEF-OK
054700         GO TO 9100-EXIT
054800     END-IF.
054900     PERFORM 9150-READ-JOB-DEF THRU 9150-EXIT
055000         UNTIL EC-JDEF-FOUND OR EC-JDEF-EOF.
055100     IF EC-JDEF-FOUND
055200         PERFORM 9200-CHECK-PREREQ THRU 9200-EXIT
055300             VARYING EC-PRQ-IX FROM 1 BY 1
055400             UNTIL EC-PRQ-IX > 5 OR EC-HELD-FOR NOT = SPACES
055500     END-IF.
055600     CLOSE JOB-DEF-FILE.
055700 9100-EXIT.
055800     EXIT.
055900******************************************************************
056000 9150-READ-JOB-DEF        SECTION.
056100     READ JOB-DEF-FILE
056200         AT END
056300             MOVE 'Y' TO EC-JDEF-EOF-SWITCH
056400         NOT AT END
056500             IF JD-JOB-NAME = 'ENTCHK'
056600                 MOVE 'Y' TO EC-JDEF-SWITCH
056700             END-IF
056800     END-READ.
056900 9150-EXIT.
057000     EXIT.
057100******************************************************************
057200 9200-CHECK-PREREQ        SECTION.
057300     IF JD-PREREQ (EC-PRQ-IX) = SPACES
057400         GO TO 9200-EXIT
057500     END-IF.
057600     MOVE EC-JOB-BUS-DATE TO JS-BUS-DATE.
057700     MOVE JD-PREREQ (EC-PRQ-IX) TO JS-JOB-NAME.
057800     READ JOB-STATUS-FILE
057900         INVALID KEY
058000             MOVE JD-PREREQ (EC-PRQ-IX) TO EC-HELD-FOR
058100         NOT INVALID KEY
058200             IF NOT JS-COMPLETE
058300                 MOVE JD-PREREQ (EC-PRQ-IX) TO EC-HELD-FOR
058400             END-IF
058500     END-READ.
058600 9200-EXIT.
058700     EXIT.
058800******************************************************************
058900 9300-END-JOB             SECTION.
059000     ACCEPT EC-JOB-DATE FROM DATE YYYYMMDD.
059100     ACCEPT EC-JOB-TIME FROM TIME.
059200     OPEN I-O JOB-STATUS-FILE.
059300     IF NOT EC-JSTAT-OK
059400         DISPLAY 'ENTCHK: JOBSTAT OPEN FAILED, STATUS='
059500             EC-JSTAT-STATUS
059600         GO TO 9300-EXIT
059700     END-IF.
059800     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
059900     MOVE EC-JOB-RESULT TO JS-STATUS.
060000     MOVE EC-JOB-DATE TO JS-END-DATE.
060100     MOVE EC-JOB-TIME TO JS-END-TIME.
060200     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
060300     CLOSE JOB-STATUS-FILE.
060400     IF EC-JOB-RESULT NOT = 'C'
060500         DISPLAY 'ENTCHK: RUN FAILED FOR BUSINESS DATE '
060600             EC-JOB-BUS-DATE
060700     END-IF.
060800 9300-EXIT.
060900     EXIT.
061000******************************************************************
061100 9400-READ-JOB-STATUS     SECTION.
061200     MOVE EC-JOB-BUS-DATE TO JS-BUS-DATE.
061300     MOVE 'ENTCHK' TO JS-JOB-NAME.
061400     READ JOB-STATUS-FILE
061500         INVALID KEY
061600             MOVE 'N' TO EC-JSTAT-SWITCH
061700         NOT INVALID KEY
061800             MOVE 'Y' TO EC-JSTAT-SWITCH
061900     END-READ.
062000     IF NOT EC-JSTAT-FOUND
062100         INITIALIZE JOB-STATUS-RECORD
062200         MOVE EC-JOB-BUS-DATE TO JS-BUS-DATE
062300         MOVE 'ENTCHK' TO JS-JOB-NAME
062400     END-IF.
062500 9400-EXIT.
062600     EXIT.
062700******************************************************************
062800 9500-WRITE-JOB-STATUS    SECTION.
062900     IF EC-JSTAT-FOUND
063000         REWRITE JOB-STATUS-RECORD
063100     ELSE
063200         WRITE JOB-STATUS-RECORD
063300     END-IF.
063400 9500-EXIT.
063500     EXIT.
063600******************************************************************
