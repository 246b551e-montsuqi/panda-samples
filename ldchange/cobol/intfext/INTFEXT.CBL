001453*                       STAMPED FOR OPERATIONS.  A QUEUE ENTRY
001454*                       WHOSE DETAIL HAS BEEN PURGED OR DELETED
001455*                       IS DROPPED AS AN ORPHAN.
001456*    2026-10-15  DPS    JOB-STREAM CONTROL.  THE RUN IS HELD
001457*                       UNLESS EVERY PREREQUISITE NAMED FOR THIS
001458*                       JOB ON JOBDEF HAS COMPLETED ON JOBSTAT
001459*                       FOR THE SAME BUSINESS DATE.  THE START,
001460*                       A HOLD AND THE FINAL RESULT ARE RECORDED
001461*                       ON JOBSTAT FOR THE JOBEXC MORNING REPORT.
001480******************************************************************
001500 ENVIRONMENT         DIVISION.
001600 CONFIGURATION       SECTION.
001700 SOURCE-COMPUTER.    IBM-370.
003204             ACCESS MODE    IS  DYNAMIC
003205             RECORD KEY     IS  XC-KEY
003206             FILE STATUS    IS  IF-XMIT-STATUS.
003207     SELECT  JOB-DEF-FILE       ASSIGN  TO  "JOBDEF"
003208             ORGANIZATION   IS  LINE SEQUENTIAL
003209             FILE STATUS    IS  IF-JDEF-STATUS.
003210     SELECT  JOB-STATUS-FILE    ASSIGN  TO  "JOBSTAT"
003211             ORGANIZATION   IS  INDEXED
003212             ACCESS MODE    IS  RANDOM
003213             RECORD KEY     IS  JS-KEY
003214             FILE STATUS    IS  IF-JSTAT-STATUS.
003257******************************************************************
003300 DATA                DIVISION.
003400 FILE                SECTION.
003500 FD  ENTRY-DETAIL-FILE
004490 FD  XMIT-CTL-FILE
004492     LABEL RECORDS ARE STANDARD.
004494     COPY    "XMITREC".
004495 FD  JOB-DEF-FILE
004496     LABEL RECORDS ARE STANDARD
004497     RECORDING MODE IS F.
004498     COPY    "JOBDEFRC".
004499 FD  JOB-STATUS-FILE
004500     LABEL RECORDS ARE STANDARD.
004501     COPY    "JOBSTRC".
004550******************************************************************
004600 WORKING-STORAGE     SECTION.
004700 77  IF-ENTRY-STATUS          PIC  X(02)     VALUE SPACES.
004800     88  IF-ENTRY-OK                         VALUE '00'.
006036     88  IF-ARCH-EOF                         VALUE 'Y'.
006038 77  IF-RUN-FOUND-SWITCH      PIC  X(01)     VALUE 'N'.
006040     88  IF-RUN-SLOT-FREE                    VALUE 'Y'.
006043 77  IF-JDEF-STATUS           PIC  X(02)     VALUE SPACES.
006046     88  IF-JDEF-OK                          VALUE '00'.
006049 77  IF-JSTAT-STATUS          PIC  X(02)     VALUE SPACES.
006052     88  IF-JSTAT-OK                         VALUE '00'.
006055 77  IF-JDEF-SWITCH           PIC  X(01)     VALUE 'N'.
006058     88  IF-JDEF-FOUND                       VALUE 'Y'.
006061 77  IF-JDEF-EOF-SWITCH       PIC  X(01)     VALUE 'N'.
006064     88  IF-JDEF-EOF                         VALUE 'Y'.
006067 77  IF-JSTAT-SWITCH          PIC  X(01)     VALUE 'N'.
006070     88  IF-JSTAT-FOUND                      VALUE 'Y'.
006073 77  IF-JOB-RESULT            PIC  X(01)     VALUE 'C'.
006076 77  IF-HELD-FOR              PIC  X(08)     VALUE SPACES.
006079 77  IF-JOB-BUS-DATE          PIC  9(08)     VALUE ZERO.
006082 77  IF-JOB-DATE              PIC  9(08)     VALUE ZERO.
006085 77  IF-JOB-TIME              PIC  9(08)     VALUE ZERO.
006088 77  IF-PRQ-IX                PIC  9(04)     COMP     VALUE ZERO.
006100******************************************************************
006200*    INTERFACE RECORD LAYOUTS -- DETAIL (TYPE 'D') AND TRAILER
006300*    (TYPE 'T'), BOTH MOVED TO IF-INTERFACE-RECORD BEFORE WRITE.
007900******************************************************************
008000 PROCEDURE           DIVISION.
008100 0000-MAINLINE            SECTION.
008120     PERFORM 9000-START-JOB THRU 9000-EXIT.
008140     IF IF-HELD-FOR NOT = SPACES
008160         STOP RUN
008180     END-IF.
008200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008300     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
008400         UNTIL IF-END-OF-FILE.
008450     PERFORM 2500-PROCESS-RESENDS THRU 2500-EXIT.
008500     PERFORM 3000-FINALIZE THRU 3000-EXIT.
008520     IF NOT IF-INIT-OK
008540         MOVE 'F' TO IF-JOB-RESULT
008560     END-IF.
008580     PERFORM 9300-END-JOB THRU 9300-EXIT.
008600     STOP RUN.
008700******************************************************************
008800 1000-INITIALIZE          SECTION.
035974 3430-EXIT.
035976     EXIT.
036000******************************************************************
036100*    JOB-STREAM CONTROL.  BEFORE ANY WORK IS DONE THE JOB LOOKS
036200*    ITSELF UP ON JOBDEF AND IS HELD UNLESS EVERY PREREQUISITE
036300*    SHOWS COMPLETE ON JOBSTAT FOR THE SAME BUSINESS DATE.  A JOB
036400*    NOT ON JOBDEF (OR NO JOBDEF AT ALL) RUNS UNCHECKED.  THE
036500*    START OR THE HOLD IS RECORDED ON JOBSTAT HERE AND THE FINAL
036600*    RESULT IN 9300, FOR THE JOBEXC MORNING EXCEPTION REPORT.
036700******************************************************************
036800 9000-START-JOB           SECTION.
036900     ACCEPT IF-JOB-DATE FROM DATE YYYYMMDD.
037000     ACCEPT IF-JOB-TIME FROM TIME.
037100     OPEN INPUT BUSDATE-FILE.
037200     IF IF-BUSDT-OK
037300         READ BUSDATE-FILE
037400             AT END
037500                 CONTINUE
037600             NOT AT END
037700                 MOVE BD-BUSINESS-DATE TO IF-JOB-BUS-DATE
037800         END-READ
037900         CLOSE BUSDATE-FILE
038000     END-IF.
038100     IF IF-JOB-BUS-DATE = ZERO
038200         MOVE IF-JOB-DATE TO IF-JOB-BUS-DATE
038300     END-IF.
038400     MOVE SPACES TO IF-HELD-FOR.
038500     OPEN I-O JOB-STATUS-FILE.
038600     IF NOT IF-JSTAT-OK
038700         CLOSE  JOB-STATUS-FILE
038800         OPEN OUTPUT JOB-STATUS-FILE
038900         CLOSE  JOB-STATUS-FILE
039000         OPEN I-O JOB-STATUS-FILE
039100     END-IF.
039200     IF NOT IF-JSTAT-OK
039300         DISPLAY 'INTFEXT: JOBSTAT OPEN FAILED, STATUS='
039400             IF-JSTAT-STATUS
039500         MOVE 'JOBSTAT' TO IF-HELD-FOR
039600         GO TO 9000-EXIT
039700     END-IF.
039800     PERFORM 9100-CHECK-JOB-DEF THRU 9100-EXIT.
039900     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
040000     IF IF-HELD-FOR = SPACES
040100         MOVE 'S' TO JS-STATUS
040200         MOVE IF-JOB-DATE TO JS-START-DATE
040300         MOVE IF-JOB-TIME TO JS-START-TIME
040400         MOVE ZERO TO JS-END-DATE
040500         MOVE ZERO TO JS-END-TIME
040600         ADD 1 TO JS-RUN-COUNT
040700     ELSE
040800         DISPLAY 'INTFEXT: RUN HELD - ' IF-HELD-FOR
040900             ' NOT COMPLETE FOR BUSINESS DATE ' IF-JOB-BUS-DATE
041000         MOVE 'H' TO JS-STATUS
041100         MOVE IF-JOB-DATE TO JS-END-DATE
041200         MOVE IF-JOB-TIME TO JS-END-TIME
041300     END-IF.
041400     MOVE IF-HELD-FOR TO JS-HELD-FOR.
041500     MOVE SPACES TO JS-FORCED-BY.
041600     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
041700     CLOSE JOB-STATUS-FILE.
041800 9000-EXIT.
041900     EXIT.
042000******************************************************************
042100 9100-CHECK-JOB-DEF       SECTION.
042200     MOVE 'N' TO IF-JDEF-SWITCH.
042300     MOVE 'N' TO IF-JDEF-EOF-SWITCH.
042400     OPEN INPUT JOB-DEF-FILE.
042500     IF NOT IF-JDEF-OK
042600         GO TO 9100-EXIT
042700     END-IF.
042800     PERFORM 9150-READ-JOB-DEF THRU 9150-EXIT
042900         UNTIL IF-JDEF-FOUND OR IF-JDEF-EOF.
043000     IF IF-JDEF-FOUND
043100         PERFORM 9200-CHECK-PREREQ THRU 9200-EXIT
043200             VARYING IF-PRQ-IX FROM 1 BY 1
043300             UNTIL IF-PRQ-IX > 5 OR IF-HELD-FOR NOT = SPACES
043400     END-IF.
043500     CLOSE JOB-DEF-FILE.
043600 9100-EXIT.
043700     EXIT.
043800******************************************************************
043900 9150-READ-JOB-DEF        SECTION.
044000     READ JOB-DEF-FILE
044100         AT END
044200             MOVE 'Y' TO IF-JDEF-EOF-SWITCH
044300         NOT AT END
044400             IF JD-JOB-NAME = 'INTFEXT'
044500                 MOVE 'Y' TO IF-JDEF-SWITCH
044600             END-IF
044700     END-READ.
044800 9150-EXIT.
044900     EXIT.
045000******************************************************************
045100 9200-CHECK-PREREQ        SECTION.
045200     IF JD-PREREQ (IF-PRQ-IX) = SPACES
045300         GO TO 9200-EXIT
045400     END-IF.
045500     MOVE IF-JOB-BUS-DATE TO JS-BUS-DATE.
045600     MOVE JD-PREREQ (IF-PRQ-IX) TO JS-JOB-NAME.
045700     READ JOB-STATUS-FILE
045800         INVALID KEY
045900             MOVE JD-PREREQ (IF-PRQ-IX) TO IF-HELD-FOR
046000         NOT INVALID KEY
046100             IF NOT JS-COMPLETE
046200                 MOVE JD-PREREQ (IF-PRQ-IX) TO IF-HELD-FOR
046300             END-IF
046400     END-READ.
046500 9200-EXIT.
046600     EXIT.
046700******************************************************************
046800 9300-END-JOB             SECTION.
046900     ACCEPT IF-JOB-DATE FROM DATE YYYYMMDD.
047000     ACCEPT IF-JOB-TIME FROM TIME.
047100     OPEN I-O JOB-STATUS-FILE.
047200     IF NOT IF-JSTAT-OK
047300         DISPLAY 'INTFEXT: JOBSTAT OPEN FAILED, STATUS='
047400             IF-JSTAT-STATUS
047500         GO TO 9300-EXIT
047600     END-IF.
047700     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
047800     MOVE IF-JOB-RESULT TO JS-STATUS.
047900     MOVE IF-JOB-DATE TO JS-END-DATE.
048000     MOVE IF-JOB-TIME TO JS-END-TIME.
048100     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
048200     CLOSE JOB-STATUS-FILE.
048300     IF IF-JOB-RESULT NOT = 'C'
048400         DISPLAY 'INTFEXT: RUN FAILED FOR BUSINESS DATE '
048500             IF-JOB-BUS-DATE
048600     END-IF.
048700 9300-EXIT.
048800     EXIT.
048900******************************************************************
049000 9400-READ-JOB-STATUS     SECTION.
049100     MOVE IF-JOB-BUS-DATE TO JS-BUS-DATE.
049200     MOVE 'INTFEXT' TO JS-JOB-NAME.
049300     READ JOB-STATUS-FILE
049400         INVALID KEY
049500             MOVE 'N' TO IF-JSTAT-SWITCH
049600         NOT INVALID KEY
049700             MOVE 'Y' TO IF-JSTAT-SWITCH
049800     END-READ.
049900     IF NOT IF-JSTAT-FOUND
050000         INITIALIZE JOB-STATUS-RECORD
050100         MOVE IF-JOB-BUS-DATE TO JS-BUS-DATE
050200         MOVE 'INTFEXT' TO JS-JOB-NAME
050300     END-IF.
050400 9400-EXIT.
050500     EXIT.
050600******************************************************************
050700 9500-WRITE-JOB-STATUS    SECTION.
050800     IF IF-JSTAT-FOUND
050900         REWRITE JOB-STATUS-RECORD
051000     ELSE
051100         WRITE JOB-STATUS-RECORD
051200     END-IF.
051300 9500-EXIT.
051400     EXIT.
051500******************************************************************
