001344*                       THE 80-BYTE LINE; THE ENTRY DATE REMAINS.
001346*                       NAMES ARE BLANK WHEN THE REFERENCE FILE
001348*                       IS NOT YET ON THE SYSTEM.
001349*    2026-10-15  DPS    JOB-STREAM CONTROL.  THE RUN IS HELD
001350*                       UNLESS EVERY PREREQUISITE NAMED FOR THIS
001351*                       JOB ON JOBDEF HAS COMPLETED ON JOBSTAT
001352*                       FOR THE SAME BUSINESS DATE.  THE START,
001353*                       A HOLD AND THE FINAL RESULT ARE RECORDED
001354*                       ON JOBSTAT FOR THE JOBEXC MORNING REPORT.
001377******************************************************************
001400 ENVIRONMENT         DIVISION.
001500 CONFIGURATION       SECTION.
001600 SOURCE-COMPUTER.    IBM-370.
002819             ACCESS MODE    IS  DYNAMIC
002821             RECORD KEY     IS  CU-CUST-CODE
002822             FILE STATUS    IS  EO-CUST-STATUS.
002823     SELECT  JOB-DEF-FILE       ASSIGN  TO  "JOBDEF"
002824             ORGANIZATION   IS  LINE SEQUENTIAL
002825             FILE STATUS    IS  EO-JDEF-STATUS.
002826     SELECT  JOB-STATUS-FILE    ASSIGN  TO  "JOBSTAT"
002827             ORGANIZATION   IS  INDEXED
002828             ACCESS MODE    IS  RANDOM
002829             RECORD KEY     IS  JS-KEY
002830             FILE STATUS    IS  EO-JSTAT-STATUS.
002865******************************************************************
002900 DATA                DIVISION.
003000 FILE                SECTION.
003100 FD  ENTRY-DETAIL-FILE
003814 FD  CUSTOMER-REF-FILE
003815     LABEL RECORDS ARE STANDARD.
003816     COPY    "CUSTREC".
003817 FD  JOB-DEF-FILE
003818     LABEL RECORDS ARE STANDARD
003819     RECORDING MODE IS F.
003820     COPY    "JOBDEFRC".
003821 FD  JOB-STATUS-FILE
003822     LABEL RECORDS ARE STANDARD.
003823     COPY    "JOBSTRC".
003861******************************************************************
003900 WORKING-STORAGE     SECTION.
004000 77  EO-ENTRY-STATUS          PIC  X(02)     VALUE SPACES.
004100     88  EO-ENTRY-OK                         VALUE '00'.
004901     88  EO-CUST-AVAILABLE                   VALUE 'Y'.
004902 77  EO-NAME-CUST             PIC  X(10)     VALUE SPACES.
004903 77  EO-NAME-CACHE            PIC  X(20)     VALUE SPACES.
004904 77  EO-JDEF-STATUS           PIC  X(02)     VALUE SPACES.
004905     88  EO-JDEF-OK                          VALUE '00'.
004906 77  EO-JSTAT-STATUS          PIC  X(02)     VALUE SPACES.
004907     88  EO-JSTAT-OK                         VALUE '00'.
004908 77  EO-JDEF-SWITCH           PIC  X(01)     VALUE 'N'.
004909     88  EO-JDEF-FOUND                       VALUE 'Y'.
004910 77  EO-JDEF-EOF-SWITCH       PIC  X(01)     VALUE 'N'.
004911     88  EO-JDEF-EOF                         VALUE 'Y'.
004912 77  EO-JSTAT-SWITCH          PIC  X(01)     VALUE 'N'.
004913     88  EO-JSTAT-FOUND                      VALUE 'Y'.
004914 77  EO-JOB-RESULT            PIC  X(01)     VALUE 'C'.
004915 77  EO-HELD-FOR              PIC  X(08)     VALUE SPACES.
004916 77  EO-JOB-BUS-DATE          PIC  9(08)     VALUE ZERO.
004917 77  EO-JOB-DATE              PIC  9(08)     VALUE ZERO.
004918 77  EO-JOB-TIME              PIC  9(08)     VALUE ZERO.
004919 77  EO-PRQ-IX                PIC  9(04)     COMP     VALUE ZERO.
004959******************************************************************
005000*    REPORT LINES
005100******************************************************************
005200 01  EO-HEADING-1             PIC  X(80)     VALUE
008100******************************************************************
008200 PROCEDURE           DIVISION.
008300 0000-MAINLINE            SECTION.
008320     PERFORM 9000-START-JOB THRU 9000-EXIT.
008340     IF EO-HELD-FOR NOT = SPACES
008360         STOP RUN
008380     END-IF.
008400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008500     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
008600         UNTIL EO-END-OF-FILE.
008700     PERFORM 3000-FINALIZE THRU 3000-EXIT.
008720     IF NOT EO-INIT-OK
008740         MOVE 'F' TO EO-JOB-RESULT
008760     END-IF.
008780     PERFORM 9300-END-JOB THRU 9300-EXIT.
008800     STOP RUN.
008900******************************************************************
009000 1000-INITIALIZE          SECTION.
038700 3420-EXIT.
038800     EXIT.
038900******************************************************************
039000*    JOB-STREAM CONTROL.  BEFORE ANY WORK IS DONE THE JOB LOOKS
039100*    ITSELF UP ON JOBDEF AND IS HELD UNLESS EVERY PREREQUISITE
039200*    SHOWS COMPLETE ON JOBSTAT FOR THE SAME BUSINESS DATE.  A JOB
039300*    NOT ON JOBDEF (OR NO JOBDEF AT ALL) RUNS UNCHECKED.  THE
039400*    START OR THE HOLD IS RECORDED ON JOBSTAT HERE AND THE FINAL
039500*    RESULT IN 9300, FOR THE JOBEXC MORNING EXCEPTION REPORT.
039600******************************************************************
039700 9000-START-JOB           SECTION.
039800     ACCEPT EO-JOB-DATE FROM DATE YYYYMMDD.
039900     ACCEPT EO-JOB-TIME FROM TIME.
040000     OPEN INPUT BUSDATE-FILE.
040100     IF EO-BUSDT-OK
040200         READ BUSDATE-FILE
040300             AT END
040400                 CONTINUE
040500             NOT AT END
040600                 MOVE BD-BUSINESS-DATE TO EO-JOB-BUS-DATE
040700         END-READ
040800         CLOSE BUSDATE-FILE
040900     END-IF.
041000     IF EO-JOB-BUS-DATE = ZERO
041100         MOVE EO-JOB-DATE TO EO-JOB-BUS-DATE
041200     END-IF.
041300     MOVE SPACES TO EO-HELD-FOR.
041400     OPEN I-O JOB-STATUS-FILE.
041500     IF NOT EO-JSTAT-OK
041600         CLOSE  JOB-STATUS-FILE
041700         OPEN OUTPUT JOB-STATUS-FILE
041800         CLOSE  JOB-STATUS-FILE
041900         OPEN I-O JOB-STATUS-FILE
042000     END-IF.
042100     IF NOT EO-JSTAT-OK
042200         DISPLAY 'EODRPT: JOBSTAT OPEN FAILED, STATUS='
042300             EO-JSTAT-STATUS
042400         MOVE 'JOBSTAT' TO EO-HELD-FOR
042500         GO TO 9000-EXIT
042600     END-IF.
042700     PERFORM 9100-CHECK-JOB-DEF THRU 9100-EXIT.
042800     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
042900     IF EO-HELD-FOR = SPACES
043000         MOVE 'S' TO JS-STATUS
043100         MOVE EO-JOB-DATE TO JS-START-DATE
043200         MOVE EO-JOB-TIME TO JS-START-TIME
043300         MOVE ZERO TO JS-END-DATE
043400         MOVE ZERO TO JS-END-TIME
043500         ADD 1 TO JS-RUN-COUNT
043600     ELSE
043700         DISPLAY 'EODRPT: RUN HELD - ' EO-HELD-FOR
043800             ' NOT COMPLETE FOR BUSINESS DATE ' EO-JOB-BUS-DATE
043900         MOVE 'H' TO JS-STATUS
044000         MOVE EO-JOB-DATE TO JS-END-DATE
044100         MOVE EO-JOB-TIME TO JS-END-TIME
044200     END-IF.
044300     MOVE EO-HELD-FOR TO JS-HELD-FOR.
044400     MOVE SPACES TO JS-FORCED-BY.
044500     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
044600     CLOSE JOB-STATUS-FILE.
044700 9000-EXIT.
044800     EXIT.
044900******************************************************************
045000 9100-CHECK-JOB-DEF       SECTION.
045100     MOVE 'N' TO EO-JDEF-SWITCH.
045200     MOVE 'N' TO EO-JDEF-EOF-SWITCH.
045300     OPEN INPUT JOB-DEF-FILE.
045400     IF NOT EO-JDEF-OK
045500         GO TO 9100-EXIT
045600     END-IF.
045700     PERFORM 9150-READ-JOB-DEF THRU 9150-EXIT
045800         UNTIL EO-JDEF-FOUND OR EO-JDEF-EOF.
045900     IF EO-JDEF-FOUND
046000         PERFORM 9200-CHECK-PREREQ THRU 9200-EXIT
046100             VARYING EO-PRQ-IX FROM 1 BY 1
046200             UNTIL EO-PRQ-IX > 5 OR EO-HELD-FOR NOT = SPACES
046300     END-IF.
046400     CLOSE JOB-DEF-FILE.
046500 9100-EXIT.
046600     EXIT.
046700******************************************************************
046800 9150-READ-JOB-DEF        SECTION.
046900     READ JOB-DEF-FILE
047000         AT END
047100             MOVE 'Y' TO EO-JDEF-EOF-SWITCH
047200         NOT AT END
047300             IF JD-JOB-NAME = 'EODRPT'
047400                 MOVE 'Y' TO EO-JDEF-SWITCH
047500             END-IF
047600     END-READ.
047700 9150-EXIT.
047800     EXIT.
047900******************************************************************
048000 9200-CHECK-PREREQ        SECTION.
048100     IF JD-PREREQ (EO-PRQ-IX) = SPACES
048200         GO TO 9200-EXIT
048300     END-IF.
048400     MOVE EO-JOB-BUS-DATE TO JS-BUS-DATE.
048500     MOVE JD-PREREQ (EO-PRQ-IX) TO JS-JOB-NAME.
048600     READ JOB-STATUS-FILE
048700         INVALID KEY
048800             MOVE JD-PREREQ (EO-PRQ-IX) TO EO-HELD-FOR
048900         NOT INVALID KEY
049000             IF NOT JS-COMPLETE
049100                 MOVE JD-PREREQ (EO-PRQ-IX) TO EO-HELD-FOR
049200             END-IF
049300     END-READ.
049400 9200-EXIT.
049500     EXIT.
049600******************************************************************
049700 9300-END-JOB             SECTION.
049800     ACCEPT EO-JOB-DATE FROM DATE YYYYMMDD.
049900     ACCEPT EO-JOB-TIME FROM TIME.
050000     OPEN I-O JOB-STATUS-FILE.
050100     IF NOT EO-JSTAT-OK
050200         DISPLAY 'EODRPT: JOBSTAT OPEN FAILED, STATUS='
050300             EO-JSTAT-STATUS
050400         GO TO 9300-EXIT
050500     END-IF.
050600     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
050700     MOVE EO-JOB-RESULT TO JS-STATUS.
050800     MOVE EO-JOB-DATE TO JS-END-DATE.
050900     MOVE EO-JOB-TIME TO JS-END-TIME.
051000     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
051100     CLOSE JOB-STATUS-FILE.
051200     IF EO-JOB-RESULT NOT = 'C'
051300         DISPLAY 'EODRPT: RUN FAILED FOR BUSINESS DATE '
051400             EO-JOB-BUS-DATE
051500     END-IF.
051600 9300-EXIT.
051700     EXIT.
051800******************************************************************
051900 9400-READ-JOB-STATUS     SECTION.
052000     MOVE EO-JOB-BUS-DATE TO JS-BUS-DATE.
052100     MOVE 'EODRPT' TO JS-JOB-NAME.
052200     READ JOB-STATUS-FILE
052300         INVALID KEY
052400             MOVE 'N' TO EO-JSTAT-SWITCH
052500         NOT INVALID KEY
052600             MOVE 'Y' TO EO-JSTAT-SWITCH
052700     END-READ.
052800     IF NOT EO-JSTAT-FOUND
052900         INITIALIZE JOB-STATUS-RECORD
053000         MOVE EO-JOB-BUS-DATE TO JS-BUS-DATE
053100         MOVE 'EODRPT' TO JS-JOB-NAME
053200     END-IF.
053300 9400-EXIT.
053400     EXIT.
053500******************************************************************
053600 9500-WRITE-JOB-STATUS    SECTION.
053700     IF EO-JSTAT-FOUND
053800         REWRITE JOB-STATUS-RECORD
053900     ELSE
054000         WRITE JOB-STATUS-RECORD
054100     END-IF.
054200 9500-EXIT.
054300     EXIT.
054400******************************************************************
