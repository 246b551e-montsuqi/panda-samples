001997*                       NOW PRINTED BESIDE THE CODE ON THE AGING
001998*                       DETAIL.  NAMES ARE BLANK WHEN THE
001999*                       REFERENCE FILE IS NOT YET ON THE SYSTEM.
002000*    2026-10-15  DPS    JOB-STREAM CONTROL.  THE RUN IS HELD
002001*                       UNLESS EVERY PREREQUISITE NAMED FOR THIS
002002*                       JOB ON JOBDEF HAS COMPLETED ON JOBSTAT
002003*                       FOR THE SAME BUSINESS DATE.  THE START,
002004*                       A HOLD AND THE FINAL RESULT ARE RECORDED
002005*                       ON JOBSTAT FOR THE JOBEXC MORNING REPORT.
002052******************************************************************
002100 ENVIRONMENT         DIVISION.
002200 CONFIGURATION       SECTION.
002300 SOURCE-COMPUTER.    IBM-370.
003730             ACCESS MODE    IS  DYNAMIC
003740             RECORD KEY     IS  CU-CUST-CODE
003750             FILE STATUS    IS  AG-CUST-STATUS.
003755     SELECT  JOB-DEF-FILE       ASSIGN  TO  "JOBDEF"
003760             ORGANIZATION   IS  LINE SEQUENTIAL
003765             FILE STATUS    IS  AG-JDEF-STATUS.
003770     SELECT  JOB-STATUS-FILE    ASSIGN  TO  "JOBSTAT"
003775             ORGANIZATION   IS  INDEXED
003780             ACCESS MODE    IS  RANDOM
003785             RECORD KEY     IS  JS-KEY
003790             FILE STATUS    IS  AG-JSTAT-STATUS.
003800******************************************************************
003900 DATA                DIVISION.
004000 FILE                SECTION.
005010 FD  CUSTOMER-REF-FILE
005020     LABEL RECORDS ARE STANDARD.
005030     COPY    "CUSTREC".
005038 FD  JOB-DEF-FILE
005046     LABEL RECORDS ARE STANDARD
005054     RECORDING MODE IS F.
005062     COPY    "JOBDEFRC".
005070 FD  JOB-STATUS-FILE
005078     LABEL RECORDS ARE STANDARD.
005086     COPY    "JOBSTRC".
005100******************************************************************
005200 WORKING-STORAGE     SECTION.
005300 77  AG-ENTRY-STATUS          PIC  X(02)     VALUE SPACES.
007920     88  AG-CUST-OK                          VALUE '00'.
007930 77  AG-CUST-AVAIL-SWITCH     PIC  X(01)     VALUE 'N'.
007940     88  AG-CUST-AVAILABLE                   VALUE 'Y'.
007943 77  AG-JDEF-STATUS           PIC  X(02)     VALUE SPACES.
007946     88  AG-JDEF-OK                          VALUE '00'.
007949 77  AG-JSTAT-STATUS          PIC  X(02)     VALUE SPACES.
007952     88  AG-JSTAT-OK                         VALUE '00'.
007955 77  AG-JDEF-SWITCH           PIC  X(01)     VALUE 'N'.
007958     88  AG-JDEF-FOUND                       VALUE 'Y'.
007961 77  AG-JDEF-EOF-SWITCH       PIC  X(01)     VALUE 'N'.
007964     88  AG-JDEF-EOF                         VALUE 'Y'.
007967 77  AG-JSTAT-SWITCH          PIC  X(01)     VALUE 'N'.
007970     88  AG-JSTAT-FOUND                      VALUE 'Y'.
007973 77  AG-JOB-RESULT            PIC  X(01)     VALUE 'C'.
007976 77  AG-HELD-FOR              PIC  X(08)     VALUE SPACES.
007979 77  AG-JOB-BUS-DATE          PIC  9(08)     VALUE ZERO.
007982 77  AG-JOB-DATE              PIC  9(08)     VALUE ZERO.
007985 77  AG-JOB-TIME              PIC  9(08)     VALUE ZERO.
007988 77  AG-PRQ-IX                PIC  9(04)     COMP     VALUE ZERO.
008000******************************************************************
008100*    DATE CONVERSION WORK AREAS.  8100-DATE-TO-SERIAL TURNS
008200*    AG-CONV-DATE (YYYYMMDD) INTO A DAY SERIAL SO TWO DATES CAN
016400******************************************************************
016500 PROCEDURE           DIVISION.
016600 0000-MAINLINE            SECTION.
016620     PERFORM 9000-START-JOB THRU 9000-EXIT.
016640     IF AG-HELD-FOR NOT = SPACES
016660         STOP RUN
016680     END-IF.
016700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016800     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
016900         UNTIL AG-END-OF-FILE.
017000     PERFORM 3000-WRITE-SUMMARIES THRU 3000-EXIT.
017100     PERFORM 4000-EXCEPTION-PASS THRU 4000-EXIT.
017200     PERFORM 5000-FINALIZE THRU 5000-EXIT.
017220     IF NOT AG-INIT-OK
017240         MOVE 'F' TO AG-JOB-RESULT
017260     END-IF.
017280     PERFORM 9300-END-JOB THRU 9300-EXIT.
017300     STOP RUN.
017400******************************************************************
017500 1000-INITIALIZE          SECTION.
049100 8200-EXIT.
049200     EXIT.
049300******************************************************************
049400*    JOB-STREAM CONTROL.  BEFORE ANY WORK IS DONE THE JOB LOOKS
049500*    ITSELF UP ON JOBDEF AND IS HELD UNLESS EVERY PREREQUISITE
049600*    SHOWS COMPLETE ON JOBSTAT FOR THE SAME BUSINESS DATE.  A JOB
049700*    NOT ON JOBDEF (OR NO JOBDEF AT ALL) RUNS UNCHECKED.  THE
049800*    START OR THE HOLD IS RECORDED ON JOBSTAT HERE AND THE FINAL
049900*    RESULT IN 9300, FOR THE JOBEXC MORNING EXCEPTION REPORT.
050000******************************************************************
050100 9000-START-JOB           SECTION.
050200     ACCEPT AG-JOB-DATE FROM DATE YYYYMMDD.
050300     ACCEPT AG-JOB-TIME FROM TIME.
050400     OPEN INPUT BUSDATE-FILE.
050500     IF AG-BUSDT-OK
050600         READ BUSDATE-FILE
050700             AT END
050800                 CONTINUE
050900             NOT AT END
051000                 MOVE BD-BUSINESS-DATE TO AG-JOB-BUS-DATE
051100         END-READ
051200         CLOSE BUSDATE-FILE
051300     END-IF.
051400     IF AG-JOB-BUS-DATE = ZERO
051500         MOVE AG-JOB-DATE TO AG-JOB-BUS-DATE
051600     END-IF.
051700     MOVE SPACES TO AG-HELD-FOR.
051800     OPEN I-O JOB-STATUS-FILE.
051900     IF NOT AG-JSTAT-OK
052000         CLOSE  JOB-STATUS-FILE
052100         OPEN OUTPUT JOB-STATUS-FILE
052200         CLOSE  JOB-STATUS-FILE
052300         OPEN I-O JOB-STATUS-FILE
052400     END-IF.
052500     IF NOT AG-JSTAT-OK
052600         DISPLAY 'AGERPT: JOBSTAT OPEN FAILED, STATUS='
052700             AG-JSTAT-STATUS
052800         MOVE 'JOBSTAT' TO AG-HELD-FOR
052900         GO TO 9000-EXIT
053000     END-IF.
053100     PERFORM 9100-CHECK-JOB-DEF THRU 9100-EXIT.
053200     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
053300     IF AG-HELD-FOR = SPACES
053400         MOVE 'S' TO JS-STATUS
053500         MOVE AG-JOB-DATE TO JS-START-DATE
053600         MOVE AG-JOB-TIME TO JS-START-TIME
053700         MOVE ZERO TO JS-END-DATE
053800         MOVE ZERO TO JS-END-TIME
053900         ADD 1 TO JS-RUN-COUNT
054000     ELSE
054100         DISPLAY 'AGERPT: RUN HELD - ' AG-HELD-FOR
054200             ' NOT COMPLETE FOR BUSINESS DATE ' AG-JOB-BUS-DATE
054300         MOVE 'H' TO JS-STATUS
054400         MOVE AG-JOB-DATE TO JS-END-DATE
054500         MOVE AG-JOB-TIME TO JS-END-TIME
054600     END-IF.
054700     MOVE AG-HELD-FOR TO JS-HELD-FOR.
054800     MOVE SPACES TO JS-FORCED-BY.
054900     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
055000     CLOSE JOB-STATUS-FILE.
055100 9000-EXIT.
055200     EXIT.
055300******************************************************************
055400 9100-CHECK-JOB-DEF       SECTION.
055500     MOVE 'N' TO AG-JDEF-SWITCH.
055600     MOVE 'N' TO AG-JDEF-EOF-SWITCH.
055700     OPEN INPUT JOB-DEF-FILE.
055800     IF NOT AG-JDEF-OK
055900         GO TO 9100-EXIT
056000     END-IF.
056100     PERFORM 9150-READ-JOB-DEF THRU 9150-EXIT
056200         UNTIL AG-JDEF-FOUND OR AG-JDEF-EOF.
056300     IF AG-JDEF-FOUND
056400         PERFORM 9200-CHECK-PREREQ THRU 9200-EXIT
056500             VARYING AG-PRQ-IX FROM 1 BY 1
056600             UNTIL AG-PRQ-IX > 5 OR AG-HELD-FOR NOT = SPACES
056700     END-IF.
056800     CLOSE JOB-DEF-FILE.
056900 9100-EXIT.
057000     EXIT.
057100******************************************************************
057200 9150-READ-JOB-DEF        SECTION.
057300     READ JOB-DEF-FILE
057400         AT END
057500             MOVE 'Y' TO AG-JDEF-EOF-SWITCH
057600         NOT AT END
057700             IF JD-JOB-NAME = 'AGERPT'
057800                 MOVE 'Y' TO AG-JDEF-SWITCH
057900             END-IF
058000     END-READ.
058100 9150-EXIT.
058200     EXIT.
058300******************************************************************
058400 9200-CHECK-PREREQ        SECTION.
058500     IF JD-PREREQ (AG-PRQ-IX) = SPACES
058600         GO TO 9200-EXIT
058700     END-IF.
058800     MOVE AG-JOB-BUS-DATE TO JS-BUS-DATE.
058900     MOVE JD-PREREQ (AG-PRQ-IX) TO JS-JOB-NAME.
059000     READ JOB-STATUS-FILE
059100         INVALID KEY
059200             MOVE JD-PREREQ (AG-PRQ-IX) TO AG-HELD-FOR
059300         NOT INVALID KEY
059400             IF NOT JS-COMPLETE
059500                 MOVE JD-PREREQ (AG-PRQ-IX) TO AG-HELD-FOR
059600             END-IF
059700     END-READ.
059800 9200-EXIT.
059900     EXIT.
060000******************************************************************
060100 9300-END-JOB             SECTION.
060200     ACCEPT AG-JOB-DATE FROM DATE YYYYMMDD.
060300     ACCEPT AG-JOB-TIME FROM TIME.
060400     OPEN I-O JOB-STATUS-FILE.
060500     IF NOT AG-JSTAT-OK
060600         DISPLAY 'AGERPT: JOBSTAT OPEN FAILED, STATUS='
060700             AG-JSTAT-STATUS
060800         GO TO 9300-EXIT
060900     END-IF.
061000     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
061100     MOVE AG-JOB-RESULT TO JS-STATUS.
061200     MOVE AG-JOB-DATE TO JS-END-DATE.
061300     MOVE AG-JOB-TIME TO JS-END-TIME.
061400     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
061500     CLOSE JOB-STATUS-FILE.
061600     IF AG-JOB-RESULT NOT = 'C'
061700         DISPLAY 'AGERPT: RUN FAILED FOR BUSINESS DATE '
061800             AG-JOB-BUS-DATE
061900     END-IF.
062000 9300-EXIT.
062100     EXIT.
062200******************************************************************
062300 9400-READ-JOB-STATUS     SECTION.
062400     MOVE AG-JOB-BUS-DATE TO JS-BUS-DATE.
062500     MOVE 'AGERPT' TO JS-JOB-NAME.
062600     READ JOB-STATUS-FILE
062700         INVALID KEY
062800             MOVE 'N' TO AG-JSTAT-SWITCH
062900         NOT INVALID KEY
063000             MOVE 'Y' TO AG-JSTAT-SWITCH
063100     END-READ.
063200     IF NOT AG-JSTAT-FOUND
063300         INITIALIZE JOB-STATUS-RECORD
063400         MOVE AG-JOB-BUS-DATE TO JS-BUS-DATE
063500         MOVE 'AGERPT' TO JS-JOB-NAME
063600     END-IF.
063700 9400-EXIT.
063800     EXIT.
063900******************************************************************
064000 9500-WRITE-JOB-STATUS    SECTION.
064100     IF AG-JSTAT-FOUND
064200         REWRITE JOB-STATUS-RECORD
064300     ELSE
064400         WRITE JOB-STATUS-RECORD
064500     END-IF.
064600 9500-EXIT.
064700     EXIT.
064800******************************************************************
