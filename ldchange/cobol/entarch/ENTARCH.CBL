002187*                       FLAG; THEY ARE ARCHIVED AND CARRIED ON
002188*                       THE FLAT GENERATION WITH THE REST OF THE
002190*                       DETAIL.
002191*    2026-10-15  DPS    JOB-STREAM CONTROL.  THE RUN IS HELD
002192*                       UNLESS EVERY PREREQUISITE NAMED FOR THIS
002193*                       JOB ON JOBDEF HAS COMPLETED ON JOBSTAT
002194*                       FOR THE SAME BUSINESS DATE.  THE START,
002195*                       A HOLD AND THE FINAL RESULT ARE RECORDED
002196*                       ON JOBSTAT FOR THE JOBEXC MORNING REPORT.
002200******************************************************************
002300 ENVIRONMENT         DIVISION.
002400 CONFIGURATION       SECTION.
006010     SELECT  JOURNAL-FILE       ASSIGN  TO  "ENTJRNL"
006020             ORGANIZATION   IS  SEQUENTIAL
006030             FILE STATUS    IS  EA-JRNL-STATUS.
006037     SELECT  JOB-DEF-FILE       ASSIGN  TO  "JOBDEF"
006044             ORGANIZATION   IS  LINE SEQUENTIAL
006051             FILE STATUS    IS  EA-JDEF-STATUS.
006058     SELECT  JOB-STATUS-FILE    ASSIGN  TO  "JOBSTAT"
006065             ORGANIZATION   IS  INDEXED
006072             ACCESS MODE    IS  RANDOM
006079             RECORD KEY     IS  JS-KEY
006086             FILE STATUS    IS  EA-JSTAT-STATUS.
006100******************************************************************
006200 DATA                DIVISION.
006300 FILE                SECTION.
009110 FD  JOURNAL-FILE
009120     LABEL RECORDS ARE STANDARD.
009130     COPY    "JRNLREC".
009138 FD  JOB-DEF-FILE
009146     LABEL RECORDS ARE STANDARD
009154     RECORDING MODE IS F.
009162     COPY    "JOBDEFRC".
009170 FD  JOB-STATUS-FILE
009178     LABEL RECORDS ARE STANDARD.
009186     COPY    "JOBSTRC".
009200******************************************************************
009300 WORKING-STORAGE     SECTION.
009400 77  EA-PARM-STATUS           PIC  X(02)     VALUE SPACES.
012964     88  EA-JRNL-OK                          VALUE '00'.
012966 77  EA-JRNL-FILE             PIC  X(01)     VALUE SPACE.
012968 77  EA-JRNL-KEY              PIC  X(15)     VALUE SPACES.
012969 77  EA-JDEF-STATUS           PIC  X(02)     VALUE SPACES.
012970     88  EA-JDEF-OK                          VALUE '00'.
012971 77  EA-JSTAT-STATUS          PIC  X(02)     VALUE SPACES.
012972     88  EA-JSTAT-OK                         VALUE '00'.
012973 77  EA-JDEF-SWITCH           PIC  X(01)     VALUE 'N'.
012974     88  EA-JDEF-FOUND                       VALUE 'Y'.
012975 77  EA-JDEF-EOF-SWITCH       PIC  X(01)     VALUE 'N'.
012976     88  EA-JDEF-EOF                         VALUE 'Y'.
012977 77  EA-JSTAT-SWITCH          PIC  X(01)     VALUE 'N'.
012978     88  EA-JSTAT-FOUND                      VALUE 'Y'.
012979 77  EA-JOB-RESULT            PIC  X(01)     VALUE 'C'.
012980 77  EA-HELD-FOR              PIC  X(08)     VALUE SPACES.
012981 77  EA-JOB-BUS-DATE          PIC  9(08)     VALUE ZERO.
012982 77  EA-JOB-DATE              PIC  9(08)     VALUE ZERO.
012983 77  EA-JOB-TIME              PIC  9(08)     VALUE ZERO.
012984 77  EA-PRQ-IX                PIC  9(04)     COMP     VALUE ZERO.
012992 01  EA-JRNL-BEFORE           PIC  X(120)    VALUE SPACES.
013000 01  EA-CONV-DATE-AREA.
013100     03  EA-CONV-DATE         PIC  9(08).
013200     03  FILLER               REDEFINES EA-CONV-DATE.
020000******************************************************************
020100 PROCEDURE           DIVISION.
020200 0000-MAINLINE            SECTION.
020220     PERFORM 9000-START-JOB THRU 9000-EXIT.
020240     IF EA-HELD-FOR NOT = SPACES
020260         STOP RUN
020280     END-IF.
020300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020400     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
020500         UNTIL EA-END-OF-FILE.
020600     PERFORM 3000-FINALIZE THRU 3000-EXIT.
020620     IF NOT EA-INIT-OK
020640         MOVE 'F' TO EA-JOB-RESULT
020660     END-IF.
020680     PERFORM 9300-END-JOB THRU 9300-EXIT.
020700     STOP RUN.
020800******************************************************************
020900 1000-INITIALIZE          SECTION.
046000 2250-EXIT.
046100     EXIT.
046200******************************************************************
046300*    JOB-STREAM CONTROL.  BEFORE ANY WORK IS DONE THE JOB LOOKS
046400*    ITSELF UP ON JOBDEF AND IS HELD UNLESS EVERY PREREQUISITE
046500*    SHOWS COMPLETE ON JOBSTAT FOR THE SAME BUSINESS DATE.  A JOB
046600*    NOT ON JOBDEF (OR NO JOBDEF AT ALL) RUNS UNCHECKED.  THE
046700*    START OR THE HOLD IS RECORDED ON JOBSTAT HERE AND THE FINAL
046800*    RESULT IN 9300, FOR THE JOBEXC MORNING EXCEPTION REPORT.
046900******************************************************************
047000 9000-START-JOB           SECTION.
047100     ACCEPT EA-JOB-DATE FROM DATE YYYYMMDD.
047200     ACCEPT EA-JOB-TIME FROM TIME.
047300     OPEN INPUT BUSDATE-FILE.
047400     IF EA-BUSDT-OK
047500         READ BUSDATE-FILE
047600             AT END
047700                 CONTINUE
047800             NOT AT END
047900                 MOVE BD-BUSINESS-DATE TO EA-JOB-BUS-DATE
048000         END-READ
048100         CLOSE BUSDATE-FILE
048200     END-IF.
048300     IF EA-JOB-BUS-DATE = ZERO
048400         MOVE EA-JOB-DATE TO EA-JOB-BUS-DATE
048500     END-IF.
048600     MOVE SPACES TO EA-HELD-FOR.
048700     OPEN I-O JOB-STATUS-FILE.
048800     IF NOT EA-JSTAT-OK
048900         CLOSE  JOB-STATUS-FILE
049000         OPEN OUTPUT JOB-STATUS-FILE
049100         CLOSE  JOB-STATUS-FILE
049200         OPEN I-O JOB-STATUS-FILE
049300     END-IF.
049400     IF NOT EA-JSTAT-OK
049500         DISPLAY 'ENTARCH: JOBSTAT OPEN FAILED, STATUS='
049600             EA-JSTAT-STATUS
049700         MOVE 'JOBSTAT' TO EA-HELD-FOR
049800         GO TO 9000-EXIT
049900     END-IF.
050000     PERFORM 9100-CHECK-JOB-DEF THRU 9100-EXIT.
050100     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
050200     IF EA-HELD-FOR = SPACES
050300         MOVE 'S' TO JS-STATUS
050400         MOVE EA-JOB-DATE TO JS-START-DATE
050500         MOVE EA-JOB-TIME TO JS-START-TIME
050600         MOVE ZERO TO JS-END-DATE
050700         MOVE ZERO TO JS-END-TIME
050800         ADD 1 TO JS-RUN-COUNT
050900     ELSE
051000         DISPLAY 'ENTARCH: RUN HELD - ' EA-HELD-FOR
051100             ' NOT COMPLETE FOR BUSINESS DATE ' EA-JOB-BUS-DATE
051200         MOVE 'H' TO JS-STATUS
051300         MOVE EA-JOB-DATE TO JS-END-DATE
051400         MOVE EA-JOB-TIME TO JS-END-TIME
051500     END-IF.
051600     MOVE EA-HELD-FOR TO JS-HELD-FOR.
051700     MOVE SPACES TO JS-FORCED-BY.
051800     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
051900     CLOSE JOB-STATUS-FILE.
052000 9000-EXIT.
052100     EXIT.
052200******************************************************************
052300 9100-CHECK-JOB-DEF       SECTION.
052400     MOVE 'N' TO EA-JDEF-SWITCH.
052500     MOVE 'N' TO EA-JDEF-EOF-SWITCH.
052600     OPEN INPUT JOB-DEF-FILE.
052700     IF NOT EA-JDEF-OK
052800         GO TO 9100-EXIT
052900     END-IF.
053000     PERFORM 9150-READ-JOB-DEF THRU 9150-EXIT
053100         UNTIL EA-JDEF-FOUND OR EA-JDEF-EOF.
053200     IF EA-JDEF-FOUND
053300         PERFORM 9200-CHECK-PREREQ THRU 9200-EXIT
053400             VARYING EA-PRQ-IX FROM 1 BY 1
053500             UNTIL EA-PRQ-IX > 5 OR EA-HELD-FOR NOT = SPACES
053600     END-IF.
053700     CLOSE JOB-DEF-FILE.
053800 9100-EXIT.
053900     EXIT.
054000******************************************************************
054100 9150-READ-JOB-DEF        SECTION.
054200     READ JOB-DEF-FILE
054300         AT END
054400             MOVE 'Y' TO EA-JDEF-EOF-SWITCH
054500         NOT AT END
054600             IF JD-JOB-NAME = 'ENTARCH'
054700                 MOVE 'Y' TO EA-JDEF-SWITCH
054800             END-IF
054900     END-READ.
055000 9150-EXIT.
055100     EXIT.
055200******************************************************************
055300 9200-CHECK-PREREQ        SECTION.
055400     IF JD-PREREQ (EA-PRQ-IX) = SPACES
055500         GO TO 9200-EXIT
055600     END-IF.
055700     MOVE EA-JOB-BUS-DATE TO JS-BUS-DATE.
055800     MOVE JD-PREREQ (EA-PRQ-IX) TO JS-JOB-NAME.
055900     READ JOB-STATUS-FILE
056000         INVALID KEY
056100             MOVE JD-PREREQ (EA-PRQ-IX) TO EA-HELD-FOR
056200         NOT INVALID KEY
056300             IF NOT JS-COMPLETE
056400                 MOVE JD-PREREQ (EA-PRQ-IX) TO EA-HELD-FOR
056500             END-IF
056600     END-READ.
056700 9200-EXIT.
056800     EXIT.
056900******************************************************************
057000 9300-END-JOB             SECTION.
057100     ACCEPT EA-JOB-DATE FROM DATE YYYYMMDD.
057200     ACCEPT EA-JOB-TIME FROM TIME.
057300     OPEN I-O JOB-STATUS-FILE.
057400     IF NOT EA-JSTAT-OK
057500         DISPLAY 'ENTARCH: JOBSTAT OPEN FAILED, STATUS='
057600             EA-JSTAT-STATUS
057700         GO TO 9300-EXIT
057800     END-IF.
057900     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
058000     MOVE EA-JOB-RESULT TO JS-STATUS.
058100     MOVE EA-JOB-DATE TO JS-END-DATE.
058200     MOVE EA-JOB-TIME TO JS-END-TIME.
058300     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
058400     CLOSE JOB-STATUS-FILE.
058500     IF EA-JOB-RESULT NOT = 'C'
058600         DISPLAY 'ENTARCH: RUN FAILED FOR BUSINESS DATE '
058700             EA-JOB-BUS-DATE
058800     END-IF.
058900 9300-EXIT.
059000     EXIT.
059100******************************************************************
059200 9400-READ-JOB-STATUS     SECTION.
059300     MOVE EA-JOB-BUS-DATE TO JS-BUS-DATE.
059400     MOVE 'ENTARCH' TO JS-JOB-NAME.
059500     READ JOB-STATUS-FILE
059600         INVALID KEY
059700             MOVE 'N' TO EA-JSTAT-SWITCH
059800         NOT INVALID KEY
059900             MOVE 'Y' TO EA-JSTAT-SWITCH
060000     END-READ.
060100     IF NOT EA-JSTAT-FOUND
060200         INITIALIZE JOB-STATUS-RECORD
060300         MOVE EA-JOB-BUS-DATE TO JS-BUS-DATE
060400         MOVE 'ENTARCH' TO JS-JOB-NAME
060500     END-IF.
060600 9400-EXIT.
060700     EXIT.
060800******************************************************************
060900 9500-WRITE-JOB-STATUS    SECTION.
061000     IF EA-JSTAT-FOUND
061100         REWRITE JOB-STATUS-RECORD
061200     ELSE
061300         WRITE JOB-STATUS-RECORD
061400     END-IF.
061500 9500-EXIT.
061600     EXIT.
061700******************************************************************
