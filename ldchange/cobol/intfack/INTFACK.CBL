001700*                       (INTFRSND) SO THE NEXT INTFEXT RUN SENDS
001800*                       IT AGAIN REGARDLESS OF THE INTFCTL
001900*                       WATERMARK.
001909*    2026-10-15  DPS    JOB-STREAM CONTROL.  THE RUN IS HELD
001918*                       UNLESS EVERY PREREQUISITE NAMED FOR THIS
001927*                       JOB ON JOBDEF HAS COMPLETED ON JOBSTAT
001936*                       FOR THE SAME BUSINESS DATE.  THE START,
001945*                       A HOLD AND THE FINAL RESULT ARE RECORDED
001954*                       ON JOBSTAT FOR THE JOBEXC MORNING REPORT.
001963*    2026-10-15  DPS    AN INTFOUT WHOSE TRAILER IS NOT DATED THE
001972*                       BUSINESS DATE (ANOTHER NIGHT'S EXTRACT)
001981*                       IS REFUSED:  NO ACK IS MATCHED AND NO
001990*                       DETAIL IS FLAGGED FOR RE-EXTRACT.
002000******************************************************************
002100 ENVIRONMENT         DIVISION.
002200 CONFIGURATION       SECTION.
004300     SELECT  ACK-REPORT-FILE    ASSIGN  TO  "ACKRPT"
004400             ORGANIZATION   IS  LINE SEQUENTIAL
004500             FILE STATUS    IS  AK-REPORT-STATUS.
004508     SELECT  JOB-DEF-FILE       ASSIGN  TO  "JOBDEF"
004516             ORGANIZATION   IS  LINE SEQUENTIAL
004524             FILE STATUS    IS  AK-JDEF-STATUS.
004532     SELECT  JOB-STATUS-FILE    ASSIGN  TO  "JOBSTAT"
004540             ORGANIZATION   IS  INDEXED
004548             ACCESS MODE    IS  RANDOM
004556             RECORD KEY     IS  JS-KEY
004564             FILE STATUS    IS  AK-JSTAT-STATUS.
004572     SELECT  BUSDATE-FILE       ASSIGN  TO  "BUSDATE"
004580             ORGANIZATION   IS  SEQUENTIAL
004588             FILE STATUS    IS  AK-BUSDT-STATUS.
004600******************************************************************
004700 DATA                DIVISION.
004800 FILE                SECTION.
007200     LABEL RECORDS ARE STANDARD
007300     RECORDING MODE IS F.
007400 01  AK-REPORT-RECORD        PIC  X(80).
007409 FD  JOB-DEF-FILE
007418     LABEL RECORDS ARE STANDARD
007427     RECORDING MODE IS F.
007436     COPY    "JOBDEFRC".
007445 FD  JOB-STATUS-FILE
007454     LABEL RECORDS ARE STANDARD.
007463     COPY    "JOBSTRC".
007472 FD  BUSDATE-FILE
007481     LABEL RECORDS ARE STANDARD.
007490     COPY    "BUSDTREC".
007500******************************************************************
007600 WORKING-STORAGE     SECTION.
007700 77  AK-INTF-STATUS           PIC  X(02)     VALUE SPACES.
010400 77  AK-UNMATCHED-COUNT       PIC  9(07)     COMP     VALUE ZERO.
010500 77  AK-UNSENT-ACK-COUNT      PIC  9(07)     COMP     VALUE ZERO.
010600 77  AK-AMT-DIFF-COUNT        PIC  9(07)     COMP     VALUE ZERO.
010601 77  AK-SENT-DATE             PIC  9(08)     VALUE ZERO.
010602 77  AK-NIGHT-SWITCH          PIC  X(01)     VALUE 'N'.
010603     88  AK-WRONG-NIGHT                      VALUE 'Y'.
010605 77  AK-JDEF-STATUS           PIC  X(02)     VALUE SPACES.
010610     88  AK-JDEF-OK                          VALUE '00'.
010615 77  AK-JSTAT-STATUS          PIC  X(02)     VALUE SPACES.
010620     88  AK-JSTAT-OK                         VALUE '00'.
010625 77  AK-JDEF-SWITCH           PIC  X(01)     VALUE 'N'.
010630     88  AK-JDEF-FOUND                       VALUE 'Y'.
010635 77  AK-JDEF-EOF-SWITCH       PIC  X(01)     VALUE 'N'.
010640     88  AK-JDEF-EOF                         VALUE 'Y'.
010645 77  AK-JSTAT-SWITCH          PIC  X(01)     VALUE 'N'.
010650     88  AK-JSTAT-FOUND                      VALUE 'Y'.
010655 77  AK-JOB-RESULT            PIC  X(01)     VALUE 'C'.
010660 77  AK-HELD-FOR              PIC  X(08)     VALUE SPACES.
010665 77  AK-JOB-BUS-DATE          PIC  9(08)     VALUE ZERO.
010670 77  AK-JOB-DATE              PIC  9(08)     VALUE ZERO.
010675 77  AK-JOB-TIME              PIC  9(08)     VALUE ZERO.
010680 77  AK-PRQ-IX                PIC  9(04)     COMP     VALUE ZERO.
010685 77  AK-BUSDT-STATUS          PIC  X(02)     VALUE SPACES.
010690     88  AK-BUSDT-OK                         VALUE '00'.
010700******************************************************************
010800*    IMAGES OF THE INTFOUT RECORDS WRITTEN BY INTFEXT AND OF THE
010900*    ACKNOWLEDGEMENT RECORDS RETURNED BY THE DOWNSTREAM SYSTEM.
016100 01  AK-MSG-LINE.
016200     05  FILLER               PIC  X(02)     VALUE SPACES.
016300     05  AK-G-TEXT            PIC  X(78).
016310 01  AK-DATE-LINE.
016320     05  FILLER               PIC  X(02)     VALUE SPACES.
016330     05  AK-D-LABEL           PIC  X(26).
016340     05  AK-D-DATE            PIC  9(08).
016350     05  FILLER               PIC  X(44)     VALUE SPACES.
016400******************************************************************
016500 PROCEDURE           DIVISION.
016600 0000-MAINLINE            SECTION.
016620     PERFORM 9000-START-JOB THRU 9000-EXIT.
016640     IF AK-HELD-FOR NOT = SPACES
016660         STOP RUN
016680     END-IF.
016700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016800     PERFORM 2000-LOAD-SENT THRU 2000-EXIT
016900         UNTIL AK-INTF-EOF.
017200     PERFORM 4000-SWEEP-WORK THRU 4000-EXIT
017300         UNTIL AK-WORK-EOF.
017400     PERFORM 5000-FINALIZE THRU 5000-EXIT.
017420     IF NOT AK-INIT-OK OR AK-WRONG-NIGHT
017440         MOVE 'F' TO AK-JOB-RESULT
017460     END-IF.
017480     PERFORM 9300-END-JOB THRU 9300-EXIT.
017500     STOP RUN.
017600******************************************************************
017700 1000-INITIALIZE          SECTION.
023000     IF AK-S-REC-TYPE = 'T'
023100         MOVE AK-INTF-RECORD TO AK-SENT-TRAILER
023200         MOVE AK-S-T-COUNT TO AK-SENT-TRAILER-CNT
023250         MOVE AK-S-T-DATE TO AK-SENT-DATE
023300     END-IF.
023400     PERFORM 2100-READ-INTFOUT THRU 2100-EXIT.
023500 2000-EXIT.
024510*    THE LOAD PASS WRITES THE WORK FILE IN OUTPUT MODE (INTFOUT
024520*    ARRIVES IN KEY ORDER); THE MATCH PASS NEEDS RANDOM READ AND
024530*    REWRITE, SO THE FILE IS REOPENED I-O IN BETWEEN.  THE FIRST
024534*    ACK RECORD IS PRIMED HERE AS WELL.  THE ACKNOWLEDGEMENTS ARE
024538*    FOR THE BUSINESS DATE'S EXTRACT ONLY -- AN INTFOUT CARRYING
024542*    ANOTHER NIGHT'S TRAILER DATE (OR NO TRAILER) IS NOT MATCHED,
024546*    SINCE EVERY DETAIL ON IT WOULD BE FLAGGED FOR RE-EXTRACT.
024550******************************************************************
024560 2500-REOPEN-WORK         SECTION.
024565     IF NOT AK-INIT-OK
024570         GO TO 2500-EXIT
024575     END-IF.
024576     IF AK-SENT-DATE NOT = AK-JOB-BUS-DATE
024577         DISPLAY 'INTFACK: INTFOUT IS DATED ' AK-SENT-DATE
024578             ', BUSINESS DATE IS ' AK-JOB-BUS-DATE
024579             ' - RUN REFUSED'
024580         MOVE 'Y' TO AK-NIGHT-SWITCH
024581         MOVE 'Y' TO AK-ACK-EOF-SWITCH
024582         MOVE 'Y' TO AK-WORK-EOF-SWITCH
024583         GO TO 2500-EXIT
024584     END-IF.
024585     CLOSE ACK-WORK-FILE.
024586     OPEN I-O ACK-WORK-FILE.
024587     IF NOT AK-WORK-OK
024588         DISPLAY 'INTFACK: ACKWRK REOPEN FAILED, STATUS='
024589             AK-WORK-STATUS
024590         MOVE 'Y' TO AK-ACK-EOF-SWITCH
024591         MOVE 'Y' TO AK-WORK-EOF-SWITCH
024592         GO TO 2500-EXIT
024593     END-IF.
024594     PERFORM 3100-READ-ACK THRU 3100-EXIT.
024595 2500-EXIT.
024596     EXIT.
024600******************************************************************
024610*    PASS 2 -- APPLY EACH ACKNOWLEDGEMENT TO THE WORK FILE.
024700******************************************************************
029900     EXIT.
030000******************************************************************
030010 3500-POSITION-WORK       SECTION.
030020     IF NOT AK-INIT-OK OR AK-WRONG-NIGHT
030030         GO TO 3500-EXIT
030040     END-IF.
030050     MOVE LOW-VALUES TO AW-KEY.
034500         GO TO 5000-EXIT
034600     END-IF.
034700     WRITE AK-REPORT-RECORD FROM AK-HEADING-2.
034705     IF AK-WRONG-NIGHT
034710         MOVE 'INTFOUT IS NOT THE BUSINESS DATE EXTRACT - REFUSED'
034715             TO AK-G-TEXT
034720         WRITE AK-REPORT-RECORD FROM AK-MSG-LINE
034725         MOVE 'INTFOUT TRAILER DATE:' TO AK-D-LABEL
034730         MOVE AK-SENT-DATE TO AK-D-DATE
034735         WRITE AK-REPORT-RECORD FROM AK-DATE-LINE
034740         MOVE 'BUSINESS DATE:' TO AK-D-LABEL
034745         MOVE AK-JOB-BUS-DATE TO AK-D-DATE
034750         WRITE AK-REPORT-RECORD FROM AK-DATE-LINE
034755         CLOSE INTERFACE-FILE
034760         CLOSE ACK-INPUT-FILE
034765         CLOSE ACK-WORK-FILE
034770         CLOSE RESEND-FILE
034775         CLOSE ACK-REPORT-FILE
034780         GO TO 5000-EXIT
034785     END-IF.
034800     MOVE 'DETAILS SENT:' TO AK-C-LABEL.
034900     MOVE AK-SENT-COUNT TO AK-C-COUNT.
035000     WRITE AK-REPORT-RECORD FROM AK-COUNT-LINE.
039600 5000-EXIT.
039700     EXIT.
039800******************************************************************
039900*    JOB-STREAM CONTROL.  BEFORE ANY WORK IS DONE THE JOB LOOKS
040000*    ITSELF UP ON JOBDEF AND IS HELD UNLESS EVERY PREREQUISITE
040100*    SHOWS COMPLETE ON JOBSTAT FOR THE SAME BUSINESS DATE.  A JOB
040200*    NOT ON JOBDEF (OR NO JOBDEF AT ALL) RUNS UNCHECKED.  THE
040300*    START OR THE HOLD IS RECORDED ON JOBSTAT HERE AND THE FINAL
040400*    RESULT IN 9300, FOR THE JOBEXC MORNING EXCEPTION REPORT.
040500******************************************************************
040600 9000-START-JOB           SECTION.
040700     ACCEPT AK-JOB-DATE FROM DATE YYYYMMDD.
040800     ACCEPT AK-JOB-TIME FROM TIME.
040900     OPEN INPUT BUSDATE-FILE.
041000     IF AK-BUSDT-OK
041100         READ BUSDATE-FILE
041200             AT END
041300                 CONTINUE
041400             NOT AT END
041500                 MOVE BD-BUSINESS-DATE TO AK-JOB-BUS-DATE
041600         END-READ
041700         CLOSE BUSDATE-FILE
041800     END-IF.
041900     IF AK-JOB-BUS-DATE = ZERO
042000         MOVE AK-JOB-DATE TO AK-JOB-BUS-DATE
042100     END-IF.
042200     MOVE SPACES TO AK-HELD-FOR.
042300     OPEN I-O JOB-STATUS-FILE.
042400     IF NOT AK-JSTAT-OK
042500         CLOSE  JOB-STATUS-FILE
042600         OPEN OUTPUT JOB-STATUS-FILE
042700         CLOSE  JOB-STATUS-FILE
042800         OPEN I-O JOB-STATUS-FILE
042900     END-IF.
043000     IF NOT AK-JSTAT-OK
043100         DISPLAY 'INTFACK: JOBSTAT OPEN FAILED, STATUS='
043200             AK-JSTAT-STATUS
043300         MOVE 'JOBSTAT' TO AK-HELD-FOR
043400         GO TO 9000-EXIT
043500     END-IF.
043600     PERFORM 9100-CHECK-JOB-DEF THRU 9100-EXIT.
043700     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
043800     IF AK-HELD-FOR = SPACES
043900         MOVE 'S' TO JS-STATUS
044000         MOVE AK-JOB-DATE TO JS-START-DATE
044100         MOVE AK-JOB-TIME TO JS-START-TIME
044200         MOVE ZERO TO JS-END-DATE
044300         MOVE ZERO TO JS-END-TIME
044400         ADD 1 TO JS-RUN-COUNT
044500     ELSE
044600         DISPLAY 'INTFACK: RUN HELD - ' AK-HELD-FOR
044700             ' NOT COMPLETE FOR BUSINESS DATE ' AK-JOB-BUS-DATE
044800         MOVE 'H' TO JS-STATUS
044900         MOVE AK-JOB-DATE TO JS-END-DATE
045000         MOVE AK-JOB-TIME TO JS-END-TIME
045100     END-IF.
045200     MOVE AK-HELD-FOR TO JS-HELD-FOR.
045300     MOVE SPACES TO JS-FORCED-BY.
045400     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
045500     CLOSE JOB-STATUS-FILE.
045600 9000-EXIT.
045700     EXIT.
045800******************************************************************
045900 9100-CHECK-JOB-DEF       SECTION.
046000     MOVE 'N' TO AK-JDEF-SWITCH.
046100     MOVE 'N' TO AK-JDEF-EOF-SWITCH.
046200     OPEN INPUT JOB-DEF-FILE.
046300     IF NOT AK-JDEF-OK
046400         GO TO 9100-EXIT
046500     END-IF.
046600     PERFORM 9150-READ-JOB-DEF THRU 9150-EXIT
046700         UNTIL AK-JDEF-FOUND OR AK-JDEF-EOF.
046800     IF AK-JDEF-FOUND
046900         PERFORM 9200-CHECK-PREREQ THRU 9200-EXIT
047000             VARYING AK-PRQ-IX FROM 1 BY 1
047100             UNTIL AK-PRQ-IX > 5 OR AK-HELD-FOR NOT = SPACES
047200     END-IF.
047300     CLOSE JOB-DEF-FILE.
047400 9100-EXIT.
047500     EXIT.
047600******************************************************************
047700 9150-READ-JOB-DEF        SECTION.
047800     READ JOB-DEF-FILE
047900         AT END
048000             MOVE 'Y' TO AK-JDEF-EOF-SWITCH
048100         NOT AT END
048200             IF JD-JOB-NAME = 'INTFACK'
048300                 MOVE 'Y' TO AK-JDEF-SWITCH
048400             END-IF
048500     END-READ.
048600 9150-EXIT.
048700     EXIT.
048800******************************************************************
048900 9200-CHECK-PREREQ        SECTION.
049000     IF JD-PREREQ (AK-PRQ-IX) = SPACES
049100         GO TO 9200-EXIT
049200     END-IF.
049300     MOVE AK-JOB-BUS-DATE TO JS-BUS-DATE.
049400     MOVE JD-PREREQ (AK-PRQ-IX) TO JS-JOB-NAME.
049500     READ JOB-STATUS-FILE
049600         INVALID KEY
049700             MOVE JD-PREREQ (AK-PRQ-IX) TO AK-HELD-FOR
049800         NOT INVALID KEY
049900             IF NOT JS-COMPLETE
050000                 MOVE JD-PREREQ (AK-PRQ-IX) TO AK-HELD-FOR
050100             END-IF
050200     END-READ.
050300 9200-EXIT.
050400     EXIT.
050500******************************************************************
050600 9300-END-JOB             SECTION.
050700     ACCEPT AK-JOB-DATE FROM DATE YYYYMMDD.
050800     ACCEPT AK-JOB-TIME FROM TIME.
050900     OPEN I-O JOB-STATUS-FILE.
051000     IF NOT AK-JSTAT-OK
051100         DISPLAY 'INTFACK: JOBSTAT OPEN FAILED, STATUS='
051200             AK-JSTAT-STATUS
051300         GO TO 9300-EXIT
051400     END-IF.
051500     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
051600     MOVE AK-JOB-RESULT TO JS-STATUS.
051700     MOVE AK-JOB-DATE TO JS-END-DATE.
051800     MOVE AK-JOB-TIME TO JS-END-TIME.
051900     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
052000     CLOSE JOB-STATUS-FILE.
052100     IF AK-JOB-RESULT NOT = 'C'
052200         DISPLAY 'INTFACK: RUN FAILED FOR BUSINESS DATE '
052300             AK-JOB-BUS-DATE
052400     END-IF.
052500 9300-EXIT.
052600     EXIT.
052700******************************************************************
052800 9400-READ-JOB-STATUS     SECTION.
052900     MOVE AK-JOB-BUS-DATE TO JS-BUS-DATE.
053000     MOVE 'INTFACK' TO JS-JOB-NAME.
053100     READ JOB-STATUS-FILE
053200         INVALID KEY
053300             MOVE 'N' TO AK-JSTAT-SWITCH
053400         NOT INVALID KEY
053500             MOVE 'Y' TO AK-JSTAT-SWITCH
053600     END-READ.
053700     IF NOT AK-JSTAT-FOUND
053800         INITIALIZE JOB-STATUS-RECORD
053900         MOVE AK-JOB-BUS-DATE TO JS-BUS-DATE
054000         MOVE 'INTFACK' TO JS-JOB-NAME
054100     END-IF.
054200 9400-EXIT.
054300     EXIT.
054400******************************************************************
054500 9500-WRITE-JOB-STATUS    SECTION.
054600     IF AK-JSTAT-FOUND
054700         REWRITE JOB-STATUS-RECORD
054800     ELSE
054900         WRITE JOB-STATUS-RECORD
055000     END-IF.
055100 9500-EXIT.
055200     EXIT.
055300******************************************************************
