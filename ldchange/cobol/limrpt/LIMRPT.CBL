001400*                       CURRENT BUSINESS DATE -- APPROVED AND
001500*                       REFUSED ALIKE -- WITH COUNTS AND AMOUNT
001600*                       TOTALS BY DISPOSITION.
001610*    2026-10-15  DPS    JOB-STREAM CONTROL.  THE RUN IS HELD
001620*                       UNLESS EVERY PREREQUISITE NAMED FOR THIS
001630*                       JOB ON JOBDEF HAS COMPLETED ON JOBSTAT
001640*                       FOR THE SAME BUSINESS DATE.  THE START,
001650*                       A HOLD AND THE FINAL RESULT ARE RECORDED
001660*                       ON JOBSTAT FOR THE JOBEXC MORNING REPORT.
001700******************************************************************
001800 ENVIRONMENT         DIVISION.
001900 CONFIGURATION       SECTION.
003000     SELECT  BUSDATE-FILE       ASSIGN  TO  "BUSDATE"
003100             ORGANIZATION   IS  SEQUENTIAL
003200             FILE STATUS    IS  LR-BUSDT-STATUS.
003210     SELECT  JOB-DEF-FILE       ASSIGN  TO  "JOBDEF"
003220             ORGANIZATION   IS  LINE SEQUENTIAL
003230             FILE STATUS    IS  LR-JDEF-STATUS.
003240     SELECT  JOB-STATUS-FILE    ASSIGN  TO  "JOBSTAT"
003250             ORGANIZATION   IS  INDEXED
003260             ACCESS MODE    IS  RANDOM
003270             RECORD KEY     IS  JS-KEY
003280             FILE STATUS    IS  LR-JSTAT-STATUS.
003300******************************************************************
003400 DATA                DIVISION.
003500 FILE                SECTION.
004300 FD  BUSDATE-FILE
004400     LABEL RECORDS ARE STANDARD.
004500     COPY    "BUSDTREC".
004510 FD  JOB-DEF-FILE
004520     LABEL RECORDS ARE STANDARD
004530     RECORDING MODE IS F.
004540     COPY    "JOBDEFRC".
004550 FD  JOB-STATUS-FILE
004560     LABEL RECORDS ARE STANDARD.
004570     COPY    "JOBSTRC".
004600******************************************************************
004700 WORKING-STORAGE     SECTION.
004800 77  LR-LIMEX-STATUS          PIC  X(02)     VALUE SPACES.
006100 77  LR-REFU-COUNT            PIC  9(07)     COMP     VALUE ZERO.
006200 77  LR-APPR-TOTAL            PIC S9(11)V99  COMP-3   VALUE ZERO.
006300 77  LR-REFU-TOTAL            PIC S9(11)V99  COMP-3   VALUE ZERO.
006305 77  LR-JDEF-STATUS           PIC  X(02)     VALUE SPACES.
006310     88  LR-JDEF-OK                          VALUE '00'.
006315 77  LR-JSTAT-STATUS          PIC  X(02)     VALUE SPACES.
006320     88  LR-JSTAT-OK                         VALUE '00'.
006325 77  LR-JDEF-SWITCH           PIC  X(01)     VALUE 'N'.
006330     88  LR-JDEF-FOUND                       VALUE 'Y'.
006335 77  LR-JDEF-EOF-SWITCH       PIC  X(01)     VALUE 'N'.
006340     88  LR-JDEF-EOF                         VALUE 'Y'.
006345 77  LR-JSTAT-SWITCH          PIC  X(01)     VALUE 'N'.
006350     88  LR-JSTAT-FOUND                      VALUE 'Y'.
006355 77  LR-JOB-RESULT            PIC  X(01)     VALUE 'C'.
006360 77  LR-HELD-FOR              PIC  X(08)     VALUE SPACES.
006365 77  LR-JOB-BUS-DATE          PIC  9(08)     VALUE ZERO.
006370 77  LR-JOB-DATE              PIC  9(08)     VALUE ZERO.
006375 77  LR-JOB-TIME              PIC  9(08)     VALUE ZERO.
006380 77  LR-PRQ-IX                PIC  9(04)     COMP     VALUE ZERO.
006400******************************************************************
006500*    EXCEPTION REPORT LINES
006600******************************************************************
010100******************************************************************
010200 PROCEDURE           DIVISION.
010300 0000-MAINLINE            SECTION.
010320     PERFORM 9000-START-JOB THRU 9000-EXIT.
010340     IF LR-HELD-FOR NOT = SPACES
010360         STOP RUN
010380     END-IF.
010400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010500     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
010600         UNTIL LR-END-OF-FILE.
010700     PERFORM 3000-FINALIZE THRU 3000-EXIT.
010720     IF NOT LR-INIT-OK
010740         MOVE 'F' TO LR-JOB-RESULT
010760     END-IF.
010780     PERFORM 9300-END-JOB THRU 9300-EXIT.
010800     STOP RUN.
010900******************************************************************
011000 1000-INITIALIZE          SECTION.
020300 3000-EXIT.
020400     EXIT.
020500******************************************************************
020600*    JOB-STREAM CONTROL.  BEFORE ANY WORK IS DONE THE JOB LOOKS
020700*    ITSELF UP ON JOBDEF AND IS HELD UNLESS EVERY PREREQUISITE
020800*    SHOWS COMPLETE ON JOBSTAT FOR THE SAME BUSINESS DATE.  A JOB
020900*    NOT ON JOBDEF (OR NO JOBDEF AT ALL) RUNS UNCHECKED.  THE
021000*    START OR THE HOLD IS RECORDED ON JOBSTAT HERE AND THE FINAL
021100*    RESULT IN 9300, FOR THE JOBEXC MORNING EXCEPTION REPORT.
021200******************************************************************
021300 9000-START-JOB           SECTION.
021400     ACCEPT LR-JOB-DATE FROM DATE YYYYMMDD.
021500     ACCEPT LR-JOB-TIME FROM TIME.
021600     OPEN INPUT BUSDATE-FILE.
021700     IF LR-BUSDT-OK
021800         READ BUSDATE-FILE
021900             AT END
022000                 CONTINUE
022100             NOT AT END
022200                 MOVE BD-BUSINESS-DATE TO LR-JOB-BUS-DATE
022300         END-READ
022400         CLOSE BUSDATE-FILE
022500     END-IF.
022600     IF LR-JOB-BUS-DATE = ZERO
022700         MOVE LR-JOB-DATE TO LR-JOB-BUS-DATE
022800     END-IF.
022900     MOVE SPACES TO LR-HELD-FOR.
023000     OPEN I-O JOB-STATUS-FILE.
023100     IF NOT LR-JSTAT-OK
023200         CLOSE  JOB-STATUS-FILE
023300         OPEN OUTPUT JOB-STATUS-FILE
023400         CLOSE  JOB-STATUS-FILE
023500         OPEN I-O JOB-STATUS-FILE
023600     END-IF.
023700     IF NOT LR-JSTAT-OK
023800         DISPLAY 'LIMRPT: JOBSTAT OPEN FAILED, STATUS='
023900             LR-JSTAT-STATUS
024000         MOVE 'JOBSTAT' TO LR-HELD-FOR
024100         GO TO 9000-EXIT
024200     END-IF.
024300     PERFORM 9100-CHECK-JOB-DEF THRU 9100-EXIT.
024400     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
024500     IF LR-HELD-FOR = SPACES
024600         MOVE 'S' TO JS-STATUS
024700         MOVE LR-JOB-DATE TO JS-START-DATE
024800         MOVE LR-JOB-TIME TO JS-START-TIME
024900         MOVE ZERO TO JS-END-DATE
025000         MOVE ZERO TO JS-END-TIME
025100         ADD 1 TO JS-RUN-COUNT
025200     ELSE
025300         DISPLAY 'LIMRPT: RUN HELD - ' LR-HELD-FOR
025400             ' NOT COMPLETE FOR BUSINESS DATE ' LR-JOB-BUS-DATE
025500         MOVE 'H' TO JS-STATUS
025600         MOVE LR-JOB-DATE TO JS-END-DATE
025700         MOVE LR-JOB-TIME TO JS-END-TIME
025800     END-IF.
025900     MOVE LR-HELD-FOR TO JS-HELD-FOR.
026000     MOVE SPACES TO JS-FORCED-BY.
026100     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
026200     CLOSE JOB-STATUS-FILE.
026300 9000-EXIT.
026400     EXIT.
026500******************************************************************
026600 9100-CHECK-JOB-DEF       SECTION.
026700     MOVE 'N' TO LR-JDEF-SWITCH.
026800     MOVE 'N' TO LR-JDEF-EOF-SWITCH.
026900     OPEN INPUT JOB-DEF-FILE.
027000     IF NOT LR-JDEF-OK
027100         GO TO 9100-EXIT
027200     END-IF.
027300     PERFORM 9150-READ-JOB-DEF THRU 9150-EXIT
027400         UNTIL LR-JDEF-FOUND OR LR-JDEF-EOF.
027500     IF LR-JDEF-FOUND
027600         PERFORM 9200-CHECK-PREREQ THRU 9200-EXIT
027700             VARYING LR-PRQ-IX FROM 1 BY 1
027800             UNTIL LR-PRQ-IX > 5 OR LR-HELD-FOR NOT = SPACES
027900     END-IF.
028000     CLOSE JOB-DEF-FILE.
028100 9100-EXIT.
028200     EXIT.
028300******************************************************************
028400 9150-READ-JOB-DEF        SECTION.
028500     READ JOB-DEF-FILE
028600         AT END
028700             MOVE 'Y' TO LR-JDEF-EOF-SWITCH
028800         NOT AT END
028900             IF JD-JOB-NAME = 'LIMRPT'
029000                 MOVE 'Y' TO LR-JDEF-SWITCH
029100             END-IF
029200     END-READ.
029300 9150-EXIT.
029400     EXIT.
029500******************************************************************
029600 9200-CHECK-PREREQ        SECTION.
029700     IF JD-PREREQ (LR-PRQ-IX) = SPACES
029800         GO TO 9200-EXIT
029900     END-IF.
030000     MOVE LR-JOB-BUS-DATE TO JS-BUS-DATE.
030100     MOVE JD-PREREQ (LR-PRQ-IX) TO JS-JOB-NAME.
030200     READ JOB-STATUS-FILE
030300         INVALID KEY
030400             MOVE JD-PREREQ (LR-PRQ-IX) TO LR-HELD-FOR
030500         NOT INVALID KEY
030600             IF NOT JS-COMPLETE
030700                 MOVE JD-PREREQ (LR-PRQ-IX) TO LR-HELD-FOR
030800             END-IF
030900     END-READ.
031000 9200-EXIT.
031100     EXIT.
031200******************************************************************
031300 9300-END-JOB             SECTION.
031400     ACCEPT LR-JOB-DATE FROM DATE YYYYMMDD.
031500     ACCEPT LR-JOB-TIME FROM TIME.
031600     OPEN I-O JOB-STATUS-FILE.
031700     IF NOT LR-JSTAT-OK
031800         DISPLAY 'LIMRPT: JOBSTAT OPEN FAILED, STATUS='
031900             LR-JSTAT-STATUS
032000         GO TO 9300-EXIT
032100     END-IF.
032200     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
032300     MOVE LR-JOB-RESULT TO JS-STATUS.
032400     MOVE LR-JOB-DATE TO JS-END-DATE.
032500     MOVE LR-JOB-TIME TO JS-END-TIME.
032600     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
032700     CLOSE JOB-STATUS-FILE.
032800     IF LR-JOB-RESULT NOT = 'C'
032900         DISPLAY 'LIMRPT: RUN FAILED FOR BUSINESS DATE '
033000             LR-JOB-BUS-DATE
033100     END-IF.
033200 9300-EXIT.
033300     EXIT.
033400******************************************************************
033500 9400-READ-JOB-STATUS     SECTION.
033600     MOVE LR-JOB-BUS-DATE TO JS-BUS-DATE.
033700     MOVE 'LIMRPT' TO JS-JOB-NAME.
033800     READ JOB-STATUS-FILE
033900         INVALID KEY
034000             MOVE 'N' TO LR-JSTAT-SWITCH
034100         NOT INVALID KEY
034200             MOVE 'Y' TO LR-JSTAT-SWITCH
034300     END-READ.
034400     IF NOT LR-JSTAT-FOUND
034500         INITIALIZE JOB-STATUS-RECORD
034600         MOVE LR-JOB-BUS-DATE TO JS-BUS-DATE
034700         MOVE 'LIMRPT' TO JS-JOB-NAME
034800     END-IF.
034900 9400-EXIT.
035000     EXIT.
035100******************************************************************
035200 9500-WRITE-JOB-STATUS    SECTION.
035300     IF LR-JSTAT-FOUND
035400         REWRITE JOB-STATUS-RECORD
035500     ELSE
035600         WRITE JOB-STATUS-RECORD
035700     END-IF.
035800 9500-EXIT.
035900     EXIT.
036000******************************************************************
