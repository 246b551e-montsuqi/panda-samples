000100 IDENTIFICATION      DIVISION.
000200 PROGRAM-ID.         JOBEXC.
000300 AUTHOR.             DATA PROCESSING.
000400 INSTALLATION.       LDCHANGE APPLICATIONS.
000500 DATE-WRITTEN.       2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    DATE        INIT   DESCRIPTION
001000*    2026-10-15  DPS    ORIGINAL PROGRAM.  MORNING JOB-STREAM
001100*                       EXCEPTION REPORT.  CHECKS EVERY JOB ON
001200*                       JOBDEF AGAINST ITS JOBSTAT RECORD FOR THE
001300*                       NIGHT'S BUSINESS DATE AND LISTS EACH ONE
001400*                       THAT FAILED, ABENDED, WAS HELD OR NEVER
001500*                       RAN (SKIPPED), OR FINISHED AFTER ITS
001600*                       EXPECTED TIME (LATE).  THE SAME EXCEPTIONS
001700*                       ARE WRITTEN TO JOBEXCP FOR THE TEST7
001800*                       OPERATIONS CONSOLE.
001900******************************************************************
002000 ENVIRONMENT         DIVISION.
002100 CONFIGURATION       SECTION.
002200 SOURCE-COMPUTER.    IBM-370.
002300 OBJECT-COMPUTER.    IBM-370.
002400 INPUT-OUTPUT        SECTION.
002500 FILE-CONTROL.
002600     SELECT  JOB-DEF-FILE       ASSIGN  TO  "JOBDEF"
002700             ORGANIZATION   IS  LINE SEQUENTIAL
002800             FILE STATUS    IS  JE-JDEF-STATUS.
002900     SELECT  JOB-STATUS-FILE    ASSIGN  TO  "JOBSTAT"
003000             ORGANIZATION   IS  INDEXED
003100             ACCESS MODE    IS  DYNAMIC
003200             RECORD KEY     IS  JS-KEY
003300             FILE STATUS    IS  JE-JSTAT-STATUS.
003400     SELECT  JOB-EXCEPTION-FILE ASSIGN  TO  "JOBEXCP"
003500             ORGANIZATION   IS  SEQUENTIAL
003600             FILE STATUS    IS  JE-EXCP-STATUS.
003700     SELECT  JOB-REPORT-FILE    ASSIGN  TO  "JOBEXRPT"
003800             ORGANIZATION   IS  LINE SEQUENTIAL
003900             FILE STATUS    IS  JE-REPORT-STATUS.
004000     SELECT  BUSDATE-FILE       ASSIGN  TO  "BUSDATE"
004100             ORGANIZATION   IS  SEQUENTIAL
004200             FILE STATUS    IS  JE-BUSDT-STATUS.
004300******************************************************************
004400 DATA                DIVISION.
004500 FILE                SECTION.
004600 FD  JOB-DEF-FILE
004700     LABEL RECORDS ARE STANDARD
004800     RECORDING MODE IS F.
004900     COPY    "JOBDEFRC".
005000 FD  JOB-STATUS-FILE
005100     LABEL RECORDS ARE STANDARD.
005200     COPY    "JOBSTRC".
005300 FD  JOB-EXCEPTION-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY    "JOBEXREC".
005600 FD  JOB-REPORT-FILE
005700     LABEL RECORDS ARE STANDARD
005800     RECORDING MODE IS F.
005900 01  JE-REPORT-RECORD        PIC  X(80).
006000 FD  BUSDATE-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY    "BUSDTREC".
006300******************************************************************
006400 WORKING-STORAGE     SECTION.
006500 77  JE-JDEF-STATUS           PIC  X(02)     VALUE SPACES.
006600     88  JE-JDEF-OK                          VALUE '00'.
006700 77  JE-JSTAT-STATUS          PIC  X(02)     VALUE SPACES.
006800     88  JE-JSTAT-OK                         VALUE '00'.
006900 77  JE-EXCP-STATUS           PIC  X(02)     VALUE SPACES.
007000     88  JE-EXCP-OK                          VALUE '00'.
007100 77  JE-REPORT-STATUS         PIC  X(02)     VALUE SPACES.
007200     88  JE-REPORT-OK                        VALUE '00'.
007300 77  JE-BUSDT-STATUS          PIC  X(02)     VALUE SPACES.
007400     88  JE-BUSDT-OK                         VALUE '00'.
007500 77  JE-EOF-SWITCH            PIC  X(01)     VALUE 'N'.
007600     88  JE-END-OF-FILE                      VALUE 'Y'.
007700 77  JE-INIT-SWITCH           PIC  X(01)     VALUE 'N'.
007800     88  JE-INIT-OK                          VALUE 'Y'.
007900 77  JE-JSTAT-AVAIL-SWITCH    PIC  X(01)     VALUE 'N'.
008000     88  JE-JSTAT-AVAILABLE                  VALUE 'Y'.
008100 77  JE-SCAN-EOF-SWITCH       PIC  X(01)     VALUE 'N'.
008200     88  JE-SCAN-EOF                         VALUE 'Y'.
008300 77  JE-JSTAT-SWITCH          PIC  X(01)     VALUE 'N'.
008400     88  JE-JSTAT-FOUND                      VALUE 'Y'.
008500 77  JE-BUSINESS-DATE         PIC  9(08)     VALUE ZERO.
008600 77  JE-REPORT-DATE           PIC  9(08)     VALUE ZERO.
008700 77  JE-RUN-DATE              PIC  9(08)     VALUE ZERO.
008800 77  JE-RUN-TIME              PIC  9(08)     VALUE ZERO.
008900 77  JE-RUN-HHMM              PIC  9(04)     VALUE ZERO.
009000 77  JE-END-HHMM              PIC  9(04)     VALUE ZERO.
009100 77  JE-EXPECT-DATE           PIC  9(08)     VALUE ZERO.
009200 77  JE-EXPECT-STAMP          PIC  9(12)     VALUE ZERO.
009300 77  JE-NOW-STAMP             PIC  9(12)     VALUE ZERO.
009400 77  JE-END-STAMP             PIC  9(12)     VALUE ZERO.
009500 77  JE-EXCEPTION             PIC  X(08)     VALUE SPACES.
009600 77  JE-DAYS-YEAR             PIC  9(04)     VALUE ZERO.
009700 77  JE-DAYS-MONTH            PIC  9(02)     VALUE ZERO.
009800 77  JE-MAX-DAY               PIC  9(02)     VALUE ZERO.
009900 77  JE-LEAP-QUOT             PIC  9(04)     COMP     VALUE ZERO.
010000 77  JE-LEAP-REM4             PIC  9(04)     COMP     VALUE ZERO.
010100 77  JE-LEAP-REM100           PIC  9(04)     COMP     VALUE ZERO.
010200 77  JE-LEAP-REM400           PIC  9(04)     COMP     VALUE ZERO.
010300 77  JE-JOB-COUNT             PIC  9(07)     COMP     VALUE ZERO.
010400 77  JE-ONTIME-COUNT          PIC  9(07)     COMP     VALUE ZERO.
010500 77  JE-RUNNING-COUNT         PIC  9(07)     COMP     VALUE ZERO.
010600 77  JE-FAILED-COUNT          PIC  9(07)     COMP     VALUE ZERO.
010700 77  JE-ABEND-COUNT           PIC  9(07)     COMP     VALUE ZERO.
010800 77  JE-SKIPPED-COUNT         PIC  9(07)     COMP     VALUE ZERO.
010900 77  JE-LATE-COUNT            PIC  9(07)     COMP     VALUE ZERO.
011000 77  JE-EXCEPT-COUNT          PIC  9(07)     COMP     VALUE ZERO.
011100 01  JE-CALC-DATE-AREA.
011200     03  JE-CALC-DATE         PIC  9(08).
011300     03  FILLER               REDEFINES JE-CALC-DATE.
011400         05  JE-CALC-YEAR     PIC  9(04).
011500         05  JE-CALC-MONTH    PIC  9(02).
011600         05  JE-CALC-DAY      PIC  9(02).
011700 01  JE-MONTH-DAYS-VALUE      PIC  X(24)     VALUE
011800     '312831303130313130313031'.
011900 01  JE-MONTH-DAYS-AREA       REDEFINES JE-MONTH-DAYS-VALUE.
012000     03  JE-MONTH-DAYS        PIC  9(02)     OCCURS 12 TIMES.
012100******************************************************************
012200*    REPORT LINES
012300******************************************************************
012400 01  JE-HEADING-1             PIC  X(80)     VALUE
012500     'LDCHANGE NIGHTLY JOB-STREAM EXCEPTION REPORT'.
012600 01  JE-HEADING-2.
012700     05  FILLER               PIC  X(15)     VALUE
012800         'BUSINESS DATE:'.
012900     05  JE-H2-BUS-DATE       PIC  9(08).
013000     05  FILLER               PIC  X(04)     VALUE SPACES.
013100     05  FILLER               PIC  X(10)     VALUE 'RUN DATE:'.
013200     05  JE-H2-RUN-DATE       PIC  9(08).
013300     05  FILLER               PIC  X(03)     VALUE SPACES.
013400     05  FILLER               PIC  X(10)     VALUE 'RUN TIME:'.
013500     05  JE-H2-RUN-TIME       PIC  9(04).
013600     05  FILLER               PIC  X(18)     VALUE SPACES.
013700 01  JE-HEADING-3             PIC  X(80)     VALUE ALL '-'.
013800 01  JE-HEADING-4.
013900     05  FILLER               PIC  X(10)     VALUE ' JOB'.
014000     05  FILLER               PIC  X(10)     VALUE 'EXCEPTION'.
014100     05  FILLER               PIC  X(16)     VALUE 'EXPECTED BY'.
014200     05  FILLER               PIC  X(16)     VALUE 'ENDED'.
014300     05  FILLER               PIC  X(10)     VALUE 'HELD FOR'.
014400     05  FILLER               PIC  X(18)     VALUE 'RUNS'.
014500 01  JE-DETAIL-LINE.
014600     05  FILLER               PIC  X(01)     VALUE SPACES.
014700     05  JE-D-JOB             PIC  X(08).
014800     05  FILLER               PIC  X(01)     VALUE SPACES.
014900     05  JE-D-EXCEPTION       PIC  X(08).
015000     05  FILLER               PIC  X(02)     VALUE SPACES.
015100     05  JE-D-EXP-DATE        PIC  X(08).
015200     05  FILLER               PIC  X(01)     VALUE SPACES.
015300     05  JE-D-EXP-TIME        PIC  X(04).
015400     05  FILLER               PIC  X(03)     VALUE SPACES.
015500     05  JE-D-END-DATE        PIC  X(08).
015600     05  FILLER               PIC  X(01)     VALUE SPACES.
015700     05  JE-D-END-TIME        PIC  X(04).
015800     05  FILLER               PIC  X(03)     VALUE SPACES.
015900     05  JE-D-HELD-FOR        PIC  X(08).
016000     05  FILLER               PIC  X(02)     VALUE SPACES.
016100     05  JE-D-RUNS            PIC  X(03).
016200     05  FILLER               PIC  X(15)     VALUE SPACES.
016300 01  JE-MSG-LINE.
016400     05  FILLER               PIC  X(02)     VALUE SPACES.
016500     05  JE-G-TEXT            PIC  X(78).
016600 01  JE-TOTAL-LINE.
016700     05  FILLER               PIC  X(02)     VALUE SPACES.
016800     05  JE-T-LABEL           PIC  X(30).
016900     05  JE-T-COUNT           PIC  ZZZ,ZZ9.
017000     05  FILLER               PIC  X(41)     VALUE SPACES.
017100******************************************************************
017200 PROCEDURE           DIVISION.
017300 0000-MAINLINE            SECTION.
017400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017500     PERFORM 2000-PROCESS-JOBS THRU 2000-EXIT
017600         UNTIL JE-END-OF-FILE.
017700     PERFORM 3000-FINALIZE THRU 3000-EXIT.
017800     STOP RUN.
017900******************************************************************
018000 1000-INITIALIZE          SECTION.
018100     ACCEPT JE-RUN-DATE FROM DATE YYYYMMDD.
018200     ACCEPT JE-RUN-TIME FROM TIME.
018300     DIVIDE JE-RUN-TIME BY 10000 GIVING JE-RUN-HHMM.
018400     COMPUTE JE-NOW-STAMP = JE-RUN-DATE * 10000 + JE-RUN-HHMM.
018500     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT.
018600     OPEN INPUT JOB-DEF-FILE.
018700     IF NOT JE-JDEF-OK
018800         DISPLAY 'JOBEXC: JOBDEF OPEN FAILED, STATUS='
018900             JE-JDEF-STATUS
019000         DISPLAY 'JOBEXC: NO JOB STREAM DEFINED - NOTHING CHECKED'
019100         MOVE 'Y' TO JE-EOF-SWITCH
019200         GO TO 1000-EXIT
019300     END-IF.
019400     OPEN INPUT JOB-STATUS-FILE.
019500     IF JE-JSTAT-OK
019600         MOVE 'Y' TO JE-JSTAT-AVAIL-SWITCH
019700     END-IF.
019800     PERFORM 1200-FIND-REPORT-DATE THRU 1200-EXIT.
019900     OPEN OUTPUT JOB-EXCEPTION-FILE.
020000     OPEN OUTPUT JOB-REPORT-FILE.
020100     MOVE JE-REPORT-DATE TO JE-H2-BUS-DATE.
020200     MOVE JE-RUN-DATE TO JE-H2-RUN-DATE.
020300     MOVE JE-RUN-HHMM TO JE-H2-RUN-TIME.
020400     WRITE JE-REPORT-RECORD FROM JE-HEADING-1.
020500     WRITE JE-REPORT-RECORD FROM JE-HEADING-2.
020600     WRITE JE-REPORT-RECORD FROM JE-HEADING-3.
020700     WRITE JE-REPORT-RECORD FROM JE-HEADING-4.
020800     MOVE 'Y' TO JE-INIT-SWITCH.
020900     PERFORM 2100-READ-JOB-DEF THRU 2100-EXIT.
021000 1000-EXIT.
021100     EXIT.
021200******************************************************************
021300 1100-GET-BUSINESS-DATE   SECTION.
021400     OPEN INPUT BUSDATE-FILE.
021500     IF JE-BUSDT-OK
021600         READ BUSDATE-FILE
021700             AT END
021800                 CONTINUE
021900             NOT AT END
022000                 MOVE BD-BUSINESS-DATE TO JE-BUSINESS-DATE
022100         END-READ
022200         CLOSE BUSDATE-FILE
022300     END-IF.
022400     IF JE-BUSINESS-DATE = ZERO
022500         MOVE JE-RUN-DATE TO JE-BUSINESS-DATE
022600     END-IF.
022700 1100-EXIT.
022800     EXIT.
022900******************************************************************
023000*    THE REPORT COVERS THE NIGHT JUST RUN.  THAT IS THE CURRENT
023100*    BUSINESS DATE WHEN ANY JOB HAS RECORDED AGAINST IT; WHEN
023200*    NONE HAS (THE DATE HAS ALREADY BEEN ROLLED FOR THE NEW DAY)
023300*    IT IS THE LATEST EARLIER DATE ON JOBSTAT.
023400******************************************************************
023500 1200-FIND-REPORT-DATE    SECTION.
023600     MOVE JE-BUSINESS-DATE TO JE-REPORT-DATE.
023700     IF NOT JE-JSTAT-AVAILABLE
023800         GO TO 1200-EXIT
023900     END-IF.
024000     MOVE JE-BUSINESS-DATE TO JS-BUS-DATE.
024100     MOVE LOW-VALUES TO JS-JOB-NAME.
024200     MOVE 'N' TO JE-SCAN-EOF-SWITCH.
024300     START JOB-STATUS-FILE KEY IS NOT LESS THAN JS-KEY
024400         INVALID KEY
024500             MOVE 'Y' TO JE-SCAN-EOF-SWITCH
024600     END-START.
024700     IF NOT JE-SCAN-EOF
024800         READ JOB-STATUS-FILE NEXT RECORD
024900             AT END
025000                 MOVE 'Y' TO JE-SCAN-EOF-SWITCH
025100         END-READ
025200     END-IF.
025300     IF NOT JE-SCAN-EOF AND JS-BUS-DATE = JE-BUSINESS-DATE
025400         GO TO 1200-EXIT
025500     END-IF.
025600     MOVE LOW-VALUES TO JS-KEY.
025700     MOVE 'N' TO JE-SCAN-EOF-SWITCH.
025800     START JOB-STATUS-FILE KEY IS NOT LESS THAN JS-KEY
025900         INVALID KEY
026000             MOVE 'Y' TO JE-SCAN-EOF-SWITCH
026100     END-START.
026200     PERFORM 1210-SCAN-JOB-STATUS THRU 1210-EXIT
026300         UNTIL JE-SCAN-EOF.
026400 1200-EXIT.
026500     EXIT.
026600******************************************************************
026700 1210-SCAN-JOB-STATUS     SECTION.
026800     READ JOB-STATUS-FILE NEXT RECORD
026900         AT END
027000             MOVE 'Y' TO JE-SCAN-EOF-SWITCH
027100             GO TO 1210-EXIT
027200     END-READ.
027300     IF JS-BUS-DATE NOT < JE-BUSINESS-DATE
027400         MOVE 'Y' TO JE-SCAN-EOF-SWITCH
027500     ELSE
027600         MOVE JS-BUS-DATE TO JE-REPORT-DATE
027700     END-IF.
027800 1210-EXIT.
027900     EXIT.
028000******************************************************************
028100*    ONE JOB FROM THE STREAM DEFINITION.  A JOB WITH NO EXPECTED
028200*    TIME IS NEVER LATE, AND A DAILY JOB WITH NO JOBSTAT RECORD
028300*    IS ONLY SKIPPED ONCE ITS EXPECTED TIME HAS PASSED.
028400******************************************************************
028500 2000-PROCESS-JOBS        SECTION.
028600     IF JD-JOB-NAME NOT = SPACES
028700         PERFORM 2050-CHECK-JOB THRU 2050-EXIT
028800     END-IF.
028900     PERFORM 2100-READ-JOB-DEF THRU 2100-EXIT.
029000 2000-EXIT.
029100     EXIT.
029200******************************************************************
029300 2050-CHECK-JOB           SECTION.
029400     ADD 1 TO JE-JOB-COUNT.
029500     PERFORM 2200-SET-EXPECTED THRU 2200-EXIT.
029600     MOVE SPACES TO JE-EXCEPTION.
029700     MOVE 'N' TO JE-JSTAT-SWITCH.
029800     IF JE-JSTAT-AVAILABLE
029900         MOVE JE-REPORT-DATE TO JS-BUS-DATE
030000         MOVE JD-JOB-NAME TO JS-JOB-NAME
030100         READ JOB-STATUS-FILE
030200             INVALID KEY
030300                 CONTINUE
030400             NOT INVALID KEY
030500                 MOVE 'Y' TO JE-JSTAT-SWITCH
030600         END-READ
030700     END-IF.
030800     IF JE-JSTAT-FOUND
030900         PERFORM 2060-CHECK-STATUS THRU 2060-EXIT
031000     ELSE
031100         INITIALIZE JOB-STATUS-RECORD
031200         MOVE ZERO TO JE-END-HHMM
031300         IF JD-RUNS-DAILY
031400             AND (JD-EXPECT-TIME = ZERO
031500                  OR JE-NOW-STAMP > JE-EXPECT-STAMP)
031600             MOVE 'SKIPPED' TO JE-EXCEPTION
031700             ADD 1 TO JE-SKIPPED-COUNT
031800         END-IF
031900     END-IF.
032000     IF JE-EXCEPTION NOT = SPACES
032100         PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
032200     END-IF.
032300 2050-EXIT.
032400     EXIT.
032500******************************************************************
032600*    A JOB STILL AT 'S' IS TAKEN AS RUNNING UNTIL ITS EXPECTED
032700*    TIME HAS PASSED, AND AS ABENDED AFTER THAT.
032800******************************************************************
032900 2060-CHECK-STATUS        SECTION.
033000     DIVIDE JS-END-TIME BY 10000 GIVING JE-END-HHMM.
033100     COMPUTE JE-END-STAMP = JS-END-DATE * 10000 + JE-END-HHMM.
033200     EVALUATE TRUE
033300         WHEN JS-FAILED
033400             MOVE 'FAILED' TO JE-EXCEPTION
033500             ADD 1 TO JE-FAILED-COUNT
033600         WHEN JS-HELD
033700             MOVE 'SKIPPED' TO JE-EXCEPTION
033800             ADD 1 TO JE-SKIPPED-COUNT
033900         WHEN JS-STARTED
034000             IF JD-EXPECT-TIME = ZERO
034100                 OR JE-NOW-STAMP > JE-EXPECT-STAMP
034200                 MOVE 'ABENDED' TO JE-EXCEPTION
034300                 ADD 1 TO JE-ABEND-COUNT
034400             ELSE
034500                 ADD 1 TO JE-RUNNING-COUNT
034600             END-IF
034700         WHEN JS-COMPLETE
034800             IF JD-EXPECT-TIME NOT = ZERO
034900                 AND JE-END-STAMP > JE-EXPECT-STAMP
035000                 MOVE 'LATE' TO JE-EXCEPTION
035100                 ADD 1 TO JE-LATE-COUNT
035200             ELSE
035300                 ADD 1 TO JE-ONTIME-COUNT
035400             END-IF
035500     END-EVALUATE.
035600 2060-EXIT.
035700     EXIT.
035800******************************************************************
035900 2100-READ-JOB-DEF        SECTION.
036000     READ JOB-DEF-FILE
036100         AT END
036200             MOVE 'Y' TO JE-EOF-SWITCH
036300     END-READ.
036400 2100-EXIT.
036500     EXIT.
036600******************************************************************
036700*    EXPECTED FINISH = THE REPORT DATE, OR THE CALENDAR DAY AFTER
036800*    IT WHEN JD-EXPECT-DAYS IS 1, AT JD-EXPECT-TIME (HHMM).
036900******************************************************************
037000 2200-SET-EXPECTED        SECTION.
037100     MOVE JE-REPORT-DATE TO JE-CALC-DATE.
037200     IF JD-EXPECT-DAYS > ZERO
037300         PERFORM 8200-ADD-ONE-DAY THRU 8200-EXIT
037400     END-IF.
037500     MOVE JE-CALC-DATE TO JE-EXPECT-DATE.
037600     IF JD-EXPECT-TIME NOT NUMERIC
037700         MOVE ZERO TO JD-EXPECT-TIME
037800     END-IF.
037900     COMPUTE JE-EXPECT-STAMP = JE-EXPECT-DATE * 10000
038000         + JD-EXPECT-TIME.
038100 2200-EXIT.
038200     EXIT.
038300******************************************************************
038400 2300-WRITE-EXCEPTION     SECTION.
038500     ADD 1 TO JE-EXCEPT-COUNT.
038600     MOVE JD-JOB-NAME TO JX-JOB-NAME.
038700     MOVE JE-REPORT-DATE TO JX-BUS-DATE.
038800     MOVE JE-EXCEPTION TO JX-EXCEPTION.
038900     MOVE JE-EXPECT-DATE TO JX-EXPECT-DATE.
039000     MOVE JD-EXPECT-TIME TO JX-EXPECT-TIME.
039100     MOVE JS-END-DATE TO JX-END-DATE.
039200     MOVE JS-END-TIME TO JX-END-TIME.
039300     MOVE JS-HELD-FOR TO JX-HELD-FOR.
039400     WRITE JOB-EXCEPTION-RECORD.
039500     MOVE SPACES TO JE-DETAIL-LINE.
039600     MOVE JD-JOB-NAME TO JE-D-JOB.
039700     MOVE JE-EXCEPTION TO JE-D-EXCEPTION.
039800     IF JD-EXPECT-TIME NOT = ZERO
039900         MOVE JE-EXPECT-DATE TO JE-D-EXP-DATE
040000         MOVE JD-EXPECT-TIME TO JE-D-EXP-TIME
040100     END-IF.
040200     IF JS-END-DATE NOT = ZERO
040300         MOVE JS-END-DATE TO JE-D-END-DATE
040400         MOVE JE-END-HHMM TO JE-D-END-TIME
040500     END-IF.
040600     MOVE JS-HELD-FOR TO JE-D-HELD-FOR.
040700     IF JE-JSTAT-FOUND
040800         MOVE JS-RUN-COUNT TO JE-D-RUNS
040900     END-IF.
041000     WRITE JE-REPORT-RECORD FROM JE-DETAIL-LINE.
041100 2300-EXIT.
041200     EXIT.
041300******************************************************************
041400 3000-FINALIZE            SECTION.
041500     IF NOT JE-INIT-OK
041600         GO TO 3000-EXIT
041700     END-IF.
041800     IF JE-EXCEPT-COUNT = ZERO
041900         MOVE 'NO EXCEPTIONS FOR THIS BUSINESS DATE'
042000             TO JE-G-TEXT
042100         WRITE JE-REPORT-RECORD FROM JE-MSG-LINE
042200     END-IF.
042300     IF NOT JE-JSTAT-AVAILABLE
042400         MOVE 'NO JOBSTAT FILE - NO JOB HAS RECORDED A RUN'
042500             TO JE-G-TEXT
042600         WRITE JE-REPORT-RECORD FROM JE-MSG-LINE
042700     END-IF.
042800     WRITE JE-REPORT-RECORD FROM JE-HEADING-3.
042900     MOVE 'JOBS IN STREAM:' TO JE-T-LABEL.
043000     MOVE JE-JOB-COUNT TO JE-T-COUNT.
043100     WRITE JE-REPORT-RECORD FROM JE-TOTAL-LINE.
043200     MOVE 'COMPLETED ON TIME:' TO JE-T-LABEL.
043300     MOVE JE-ONTIME-COUNT TO JE-T-COUNT.
043400     WRITE JE-REPORT-RECORD FROM JE-TOTAL-LINE.
043500     MOVE 'STILL RUNNING:' TO JE-T-LABEL.
043600     MOVE JE-RUNNING-COUNT TO JE-T-COUNT.
043700     WRITE JE-REPORT-RECORD FROM JE-TOTAL-LINE.
043800     MOVE 'FAILED:' TO JE-T-LABEL.
043900     MOVE JE-FAILED-COUNT TO JE-T-COUNT.
044000     WRITE JE-REPORT-RECORD FROM JE-TOTAL-LINE.
044100     MOVE 'ABENDED:' TO JE-T-LABEL.
044200     MOVE JE-ABEND-COUNT TO JE-T-COUNT.
044300     WRITE JE-REPORT-RECORD FROM JE-TOTAL-LINE.
044400     MOVE 'SKIPPED:' TO JE-T-LABEL.
044500     MOVE JE-SKIPPED-COUNT TO JE-T-COUNT.
044600     WRITE JE-REPORT-RECORD FROM JE-TOTAL-LINE.
044700     MOVE 'LATE:' TO JE-T-LABEL.
044800     MOVE JE-LATE-COUNT TO JE-T-COUNT.
044900     WRITE JE-REPORT-RECORD FROM JE-TOTAL-LINE.
045000     IF JE-EXCEPT-COUNT > ZERO
045100         DISPLAY 'JOBEXC: ' JE-EXCEPT-COUNT
045200             ' JOB-STREAM EXCEPTIONS FOR BUSINESS DATE '
045300             JE-REPORT-DATE
045400     END-IF.
045500     CLOSE JOB-DEF-FILE.
045600     IF JE-JSTAT-AVAILABLE
045700         CLOSE JOB-STATUS-FILE
045800     END-IF.
045900     CLOSE JOB-EXCEPTION-FILE.
046000     CLOSE JOB-REPORT-FILE.
046100 3000-EXIT.
046200     EXIT.
046300******************************************************************
046400*    STEP JE-CALC-DATE ON BY ONE CALENDAR DAY, INCLUDING LEAP-YEAR
046500*    FEBRUARY -- THE SAME MONTH-LENGTH RULE STOPOST APPLIES.
046600******************************************************************
046700 8200-ADD-ONE-DAY         SECTION.
046800     IF JE-CALC-MONTH < 01 OR JE-CALC-MONTH > 12
046900         GO TO 8200-EXIT
047000     END-IF.
047100     MOVE JE-CALC-YEAR TO JE-DAYS-YEAR.
047200     MOVE JE-CALC-MONTH TO JE-DAYS-MONTH.
047300     PERFORM 8210-GET-MONTH-DAYS THRU 8210-EXIT.
047400     ADD 1 TO JE-CALC-DAY.
047500     IF JE-CALC-DAY > JE-MAX-DAY
047600         MOVE 01 TO JE-CALC-DAY
047700         ADD 1 TO JE-CALC-MONTH
047800         IF JE-CALC-MONTH > 12
047900             MOVE 01 TO JE-CALC-MONTH
048000             ADD 1 TO JE-CALC-YEAR
048100         END-IF
048200     END-IF.
048300 8200-EXIT.
048400     EXIT.
048500******************************************************************
048600 8210-GET-MONTH-DAYS      SECTION.
048700     MOVE JE-MONTH-DAYS (JE-DAYS-MONTH) TO JE-MAX-DAY.
048800     IF JE-DAYS-MONTH = 02
048900         DIVIDE JE-DAYS-YEAR BY 4 GIVING JE-LEAP-QUOT
049000             REMAINDER JE-LEAP-REM4
049100         DIVIDE JE-DAYS-YEAR BY 100 GIVING JE-LEAP-QUOT
049200             REMAINDER JE-LEAP-REM100
049300         DIVIDE JE-DAYS-YEAR BY 400 GIVING JE-LEAP-QUOT
049400             REMAINDER JE-LEAP-REM400
049500         IF JE-LEAP-REM4 = ZERO
049600             AND (JE-LEAP-REM100 NOT = ZERO
049700                  OR JE-LEAP-REM400 = ZERO)
049800             MOVE 29 TO JE-MAX-DAY
049900         END-IF
050000     END-IF.
050100 8210-EXIT.
050200     EXIT.
050300******************************************************************
