002020*                       ID; IT IS COPIED TO THE KEYED HISTORY
002030*                       FILE AND THE ARCHIVE IMAGE GREW TO 110
002040*                       BYTES.
002048*    2026-10-15  DPS    JOB-STREAM CONTROL.  THE RUN IS HELD
002056*                       UNLESS EVERY PREREQUISITE NAMED FOR THIS
002064*                       JOB ON JOBDEF HAS COMPLETED ON JOBSTAT
002072*                       FOR THE SAME BUSINESS DATE.  THE START,
002080*                       A HOLD AND THE FINAL RESULT ARE RECORDED
002088*                       ON JOBSTAT FOR THE JOBEXC MORNING REPORT.
002100******************************************************************
002200 ENVIRONMENT         DIVISION.
002300 CONFIGURATION       SECTION.
003900     SELECT  ARCH-REPORT-FILE   ASSIGN  TO  "AUDARPT"
004000             ORGANIZATION   IS  LINE SEQUENTIAL
004100             FILE STATUS    IS  AA-REPORT-STATUS.
004108     SELECT  JOB-DEF-FILE       ASSIGN  TO  "JOBDEF"
004116             ORGANIZATION   IS  LINE SEQUENTIAL
004124             FILE STATUS    IS  AA-JDEF-STATUS.
004132     SELECT  JOB-STATUS-FILE    ASSIGN  TO  "JOBSTAT"
004140             ORGANIZATION   IS  INDEXED
004148             ACCESS MODE    IS  RANDOM
004156             RECORD KEY     IS  JS-KEY
004164             FILE STATUS    IS  AA-JSTAT-STATUS.
004172     SELECT  BUSDATE-FILE       ASSIGN  TO  "BUSDATE"
004180             ORGANIZATION   IS  SEQUENTIAL
004188             FILE STATUS    IS  AA-BUSDT-STATUS.
004200******************************************************************
004300 DATA                DIVISION.
004400 FILE                SECTION.
005500     LABEL RECORDS ARE STANDARD
005600     RECORDING MODE IS F.
005700 01  AA-REPORT-RECORD        PIC  X(80).
005709 FD  JOB-DEF-FILE
005718     LABEL RECORDS ARE STANDARD
005727     RECORDING MODE IS F.
005736     COPY    "JOBDEFRC".
005745 FD  JOB-STATUS-FILE
005754     LABEL RECORDS ARE STANDARD.
005763     COPY    "JOBSTRC".
005772 FD  BUSDATE-FILE
005781     LABEL RECORDS ARE STANDARD.
005790     COPY    "BUSDTREC".
005800******************************************************************
005900 WORKING-STORAGE     SECTION.
006000 77  AA-LOG-STATUS            PIC  X(02)     VALUE SPACES.
007700 77  AA-DROP-COUNT            PIC  9(07)     COMP     VALUE ZERO.
007800 77  AA-RUN-DATE              PIC  9(08)     VALUE ZERO.
007900 77  AA-RUN-TIME              PIC  9(08)     VALUE ZERO.
007905 77  AA-JDEF-STATUS           PIC  X(02)     VALUE SPACES.
007910     88  AA-JDEF-OK                          VALUE '00'.
007915 77  AA-JSTAT-STATUS          PIC  X(02)     VALUE SPACES.
007920     88  AA-JSTAT-OK                         VALUE '00'.
007925 77  AA-JDEF-SWITCH           PIC  X(01)     VALUE 'N'.
007930     88  AA-JDEF-FOUND                       VALUE 'Y'.
007935 77  AA-JDEF-EOF-SWITCH       PIC  X(01)     VALUE 'N'.
007940     88  AA-JDEF-EOF                         VALUE 'Y'.
007945 77  AA-JSTAT-SWITCH          PIC  X(01)     VALUE 'N'.
007950     88  AA-JSTAT-FOUND                      VALUE 'Y'.
007955 77  AA-JOB-RESULT            PIC  X(01)     VALUE 'C'.
007960 77  AA-HELD-FOR              PIC  X(08)     VALUE SPACES.
007965 77  AA-JOB-BUS-DATE          PIC  9(08)     VALUE ZERO.
007970 77  AA-JOB-DATE              PIC  9(08)     VALUE ZERO.
007975 77  AA-JOB-TIME              PIC  9(08)     VALUE ZERO.
007980 77  AA-PRQ-IX                PIC  9(04)     COMP     VALUE ZERO.
007985 77  AA-BUSDT-STATUS          PIC  X(02)     VALUE SPACES.
007990     88  AA-BUSDT-OK                         VALUE '00'.
008000******************************************************************
008100*    CONTROL REPORT LINES
008200******************************************************************
009700******************************************************************
009800 PROCEDURE           DIVISION.
009900 0000-MAINLINE            SECTION.
009920     PERFORM 9000-START-JOB THRU 9000-EXIT.
009940     IF AA-HELD-FOR NOT = SPACES
009960         STOP RUN
009980     END-IF.
010000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010100     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
010200         UNTIL AA-END-OF-FILE.
010300     PERFORM 3000-FINALIZE THRU 3000-EXIT.
010320     IF NOT AA-INIT-OK OR AA-RUN-FAILED
010340         MOVE 'F' TO AA-JOB-RESULT
010360     END-IF.
010380     PERFORM 9300-END-JOB THRU 9300-EXIT.
010400     STOP RUN.
010500******************************************************************
010600 1000-INITIALIZE          SECTION.
024100 3200-EXIT.
024200     EXIT.
024300******************************************************************
024400*    JOB-STREAM CONTROL.  BEFORE ANY WORK IS DONE THE JOB LOOKS
024500*    ITSELF UP ON JOBDEF AND IS HELD UNLESS EVERY PREREQUISITE
024600*    SHOWS COMPLETE ON JOBSTAT FOR THE SAME BUSINESS DATE.  A JOB
024700*    NOT ON JOBDEF (OR NO JOBDEF AT ALL) RUNS UNCHECKED.  THE
024800*    START OR THE HOLD IS RECORDED ON JOBSTAT HERE AND THE FINAL
024900*    RESULT IN 9300, FOR THE JOBEXC MORNING EXCEPTION REPORT.
025000******************************************************************
025100 9000-START-JOB           SECTION.
025200     ACCEPT AA-JOB-DATE FROM DATE YYYYMMDD.
025300     ACCEPT AA-JOB-TIME FROM TIME.
025400     OPEN INPUT BUSDATE-FILE.
025500     IF AA-BUSDT-OK
025600         READ BUSDATE-FILE
025700             AT END
025800                 CONTINUE
025900             NOT AT END
026000                 MOVE BD-BUSINESS-DATE TO AA-JOB-BUS-DATE
026100         END-READ
026200         CLOSE BUSDATE-FILE
026300     END-IF.
026400     IF AA-JOB-BUS-DATE = ZERO
026500         MOVE AA-JOB-DATE TO AA-JOB-BUS-DATE
026600     END-IF.
026700     MOVE SPACES TO AA-HELD-FOR.
026800     OPEN I-O JOB-STATUS-FILE.
026900     IF NOT AA-JSTAT-OK
027000         CLOSE  JOB-STATUS-FILE
027100         OPEN OUTPUT JOB-STATUS-FILE
027200         CLOSE  JOB-STATUS-FILE
027300         OPEN I-O JOB-STATUS-FILE
027400     END-IF.
027500     IF NOT AA-JSTAT-OK
027600         DISPLAY 'AUDARCH: JOBSTAT OPEN FAILED, STATUS='
027700             AA-JSTAT-STATUS
027800         MOVE 'JOBSTAT' TO AA-HELD-FOR
027900         GO TO 9000-EXIT
028000     END-IF.
028100     PERFORM 9100-CHECK-JOB-DEF THRU 9100-EXIT.
028200     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
028300     IF AA-HELD-FOR = SPACES
028400         MOVE 'S' TO JS-STATUS
028500         MOVE AA-JOB-DATE TO JS-START-DATE
028600         MOVE AA-JOB-TIME TO JS-START-TIME
028700         MOVE ZERO TO JS-END-DATE
028800         MOVE ZERO TO JS-END-TIME
028900         ADD 1 TO JS-RUN-COUNT
029000     ELSE
029100         DISPLAY 'AUDARCH: RUN HELD - ' AA-HELD-FOR
029200             ' NOT COMPLETE FOR BUSINESS DATE ' AA-JOB-BUS-DATE
029300         MOVE 'H' TO JS-STATUS
029400         MOVE AA-JOB-DATE TO JS-END-DATE
029500         MOVE AA-JOB-TIME TO JS-END-TIME
029600     END-IF.
029700     MOVE AA-HELD-FOR TO JS-HELD-FOR.
029800     MOVE SPACES TO JS-FORCED-BY.
029900     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
030000     CLOSE JOB-STATUS-FILE.
030100 9000-EXIT.
030200     EXIT.
030300******************************************************************
030400 9100-CHECK-JOB-DEF       SECTION.
030500     MOVE 'N' TO AA-JDEF-SWITCH.
030600     MOVE 'N' TO AA-JDEF-EOF-SWITCH.
030700     OPEN INPUT JOB-DEF-FILE.
030800     IF NOT AA-JDEF-OK
030900         GO TO 9100-EXIT
031000     END-IF.
031100     PERFORM 9150-READ-JOB-DEF THRU 9150-EXIT
031200         UNTIL AA-JDEF-FOUND OR AA-JDEF-EOF.
031300     IF AA-JDEF-FOUND
031400         PERFORM 9200-CHECK-PREREQ THRU 9200-EXIT
031500             VARYING AA-PRQ-IX FROM 1 BY 1
031600             UNTIL AA-PRQ-IX > 5 OR AA-HELD-FOR NOT = SPACES
031700     END-IF.
031800     CLOSE JOB-DEF-FILE.
031900 9100-EXIT.
032000     EXIT.
032100******************************************************************
032200 9150-READ-JOB-DEF        SECTION.
032300     READ JOB-DEF-FILE
032400         AT END
032500             MOVE 'Y' TO AA-JDEF-EOF-SWITCH
032600         NOT AT END
032700             IF JD-JOB-NAME = 'AUDARCH'
032800                 MOVE 'Y' TO AA-JDEF-SWITCH
032900             END-IF
033000     END-READ.
033100 9150-EXIT.
033200     EXIT.
033300******************************************************************
033400 9200-CHECK-PREREQ        SECTION.
033500     IF JD-PREREQ (AA-PRQ-IX) = SPACES
033600         GO TO 9200-EXIT
033700     END-IF.
033800     MOVE AA-JOB-BUS-DATE TO JS-BUS-DATE.
033900     MOVE JD-PREREQ (AA-PRQ-IX) TO JS-JOB-NAME.
034000     READ JOB-STATUS-FILE
034100         INVALID KEY
034200             MOVE JD-PREREQ (AA-PRQ-IX) TO AA-HELD-FOR
034300         NOT INVALID KEY
034400             IF NOT JS-COMPLETE
034500                 MOVE JD-PREREQ (AA-PRQ-IX) TO AA-HELD-FOR
034600             END-IF
034700     END-READ.
034800 9200-EXIT.
034900     EXIT.
035000******************************************************************
035100 9300-END-JOB             SECTION.
035200     ACCEPT AA-JOB-DATE FROM DATE YYYYMMDD.
035300     ACCEPT AA-JOB-TIME FROM TIME.
035400     OPEN I-O JOB-STATUS-FILE.
035500     IF NOT AA-JSTAT-OK
035600         DISPLAY 'AUDARCH: JOBSTAT OPEN FAILED, STATUS='
035700             AA-JSTAT-STATUS
035800         GO TO 9300-EXIT
035900     END-IF.
036000     PERFORM 9400-READ-JOB-STATUS THRU 9400-EXIT.
036100     MOVE AA-JOB-RESULT TO JS-STATUS.
036200     MOVE AA-JOB-DATE TO JS-END-DATE.
036300     MOVE AA-JOB-TIME TO JS-END-TIME.
036400     PERFORM 9500-WRITE-JOB-STATUS THRU 9500-EXIT.
036500     CLOSE JOB-STATUS-FILE.
036600     IF AA-JOB-RESULT NOT = 'C'
036700         DISPLAY 'AUDARCH: RUN FAILED FOR BUSINESS DATE '
036800             AA-JOB-BUS-DATE
036900     END-IF.
037000 9300-EXIT.
037100     EXIT.
037200******************************************************************
037300 9400-READ-JOB-STATUS     SECTION.
037400     MOVE AA-JOB-BUS-DATE TO JS-BUS-DATE.
037500     MOVE 'AUDARCH' TO JS-JOB-NAME.
037600     READ JOB-STATUS-FILE
037700         INVALID KEY
037800             MOVE 'N' TO AA-JSTAT-SWITCH
037900         NOT INVALID KEY
038000             MOVE 'Y' TO AA-JSTAT-SWITCH
038100     END-READ.
038200     IF NOT AA-JSTAT-FOUND
038300         INITIALIZE JOB-STATUS-RECORD
038400         MOVE AA-JOB-BUS-DATE TO JS-BUS-DATE
038500         MOVE 'AUDARCH' TO JS-JOB-NAME
038600     END-IF.
038700 9400-EXIT.
038800     EXIT.
038900******************************************************************
039000 9500-WRITE-JOB-STATUS    SECTION.
039100     IF AA-JSTAT-FOUND
039200         REWRITE JOB-STATUS-RECORD
039300     ELSE
039400         WRITE JOB-STATUS-RECORD
039500     END-IF.
039600 9500-EXIT.
039700     EXIT.
039800******************************************************************
