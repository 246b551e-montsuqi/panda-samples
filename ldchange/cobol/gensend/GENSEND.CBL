002010*    2026-09-02  DPS    REGENERATED DETAILS NOW CARRY THE
002020*                       TRANSACTION TYPE AND REVERSED SEQUENCE,
002030*                       MATCHING THE LINES INTFEXT WRITES.
002040*    2026-10-15  DPS    SNDPARM MAY NOW NAME A CUSTOMER ON AN 'R'
002050*                       REQUEST AGAINST A CUSTSTMT GENERATION:
002060*                       ONLY THAT CUSTOMER'S STATEMENT IS COPIED
002070*                       TO RESENDO, AND XMITCTL IS LEFT AS IT IS
002080*                       SINCE THE GENERATION WAS NOT RE-DELIVERED.
002100******************************************************************
002200 ENVIRONMENT         DIVISION.
002300 CONFIGURATION       SECTION.
005700     05  GS-P-FILE-ID         PIC  X(08).
005800     05  GS-P-BUS-DATE        PIC  9(08).
005900     05  GS-P-RUN-NO          PIC  9(03).
005960     05  GS-P-CUST-CODE       PIC  X(10).
006020     05  FILLER               PIC  X(50).
006100 FD  GEN-ARCH-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY    "GENREC".
009000 77  GS-LINE-COUNT            PIC  9(07)     COMP     VALUE ZERO.
009100 77  GS-DETAIL-COUNT          PIC  9(07)     COMP     VALUE ZERO.
009200 77  GS-AMOUNT-TOTAL          PIC S9(11)V99  COMP-3   VALUE ZERO.
009206 77  GS-SELECT-SWITCH         PIC  X(01)     VALUE 'N'.
009212     88  GS-IN-SELECTED-STMT                 VALUE 'Y'.
009218******************************************************************
009224*    TITLE POSITIONS OF AN ARCHIVED CUSTSTMT LINE.  EVERY
009230*    STATEMENT OPENS WITH AN 'LDCHANGE CUSTOMER STATEMENT' LINE
009236*    CARRYING THE CUSTOMER CODE; ANY OTHER 'LDCHANGE' TITLE LINE
009242*    ENDS THE STATEMENT BEFORE IT.
009248******************************************************************
009254 01  GS-STMT-VIEW.
009260     05  GS-SV-SYSTEM         PIC  X(09).
009266     05  GS-SV-KIND           PIC  X(19).
009272     05  FILLER               PIC  X(10).
009278     05  GS-SV-CUST           PIC  X(10).
009284     05  FILLER               PIC  X(32).
009300******************************************************************
009400*    REGENERATED EXTRACT IMAGES -- SAME LAYOUTS INTFEXT WRITES.
009500******************************************************************
017600     IF GS-LINE-COUNT = ZERO
017700         DISPLAY 'GENSEND: GENERATION ' GS-P-FILE-ID ' '
017800             GS-P-BUS-DATE '/' GS-P-RUN-NO ' NOT ON GENARCH'
017820         IF GS-P-CUST-CODE NOT = SPACES
017840             DISPLAY 'GENSEND: OR NO STATEMENT ON IT FOR '
017860                 GS-P-CUST-CODE
017880         END-IF
017900         GO TO 2000-EXIT
018000     END-IF.
018010     IF GS-P-CUST-CODE NOT = SPACES
018020         DISPLAY 'GENSEND: ' GS-LINE-COUNT ' LINES REPRINTED FOR '
018030             GS-P-CUST-CODE ' FROM ' GS-P-FILE-ID ' '
018040             GS-P-BUS-DATE '/' GS-P-RUN-NO
018050         GO TO 2000-EXIT
018060     END-IF.
018100     PERFORM 2200-MARK-REDELIVERED THRU 2200-EXIT.
018200     DISPLAY 'GENSEND: ' GS-LINE-COUNT ' LINES RE-DELIVERED FOR '
018300         GS-P-FILE-ID ' ' GS-P-BUS-DATE '/' GS-P-RUN-NO.
019800         MOVE 'Y' TO GS-EOF-SWITCH
019900         GO TO 2100-EXIT
020000     END-IF.
020010     IF GS-P-CUST-CODE NOT = SPACES
020020         PERFORM 2150-SELECT-STMT-LINE THRU 2150-EXIT
020030         IF NOT GS-IN-SELECTED-STMT
020040             GO TO 2100-EXIT
020050         END-IF
020060     END-IF.
020100     MOVE GX-DATA TO GS-OUT-RECORD.
020200     WRITE GS-OUT-RECORD.
020300     ADD 1 TO GS-LINE-COUNT.
020400 2100-EXIT.
020500     EXIT.
020600******************************************************************
020605*    A SINGLE-CUSTOMER REPRINT COPIES FROM THAT CUSTOMER'S
020610*    STATEMENT TITLE LINE UP TO THE NEXT TITLE LINE.
020615******************************************************************
020620 2150-SELECT-STMT-LINE    SECTION.
020625     MOVE GX-DATA TO GS-STMT-VIEW.
020630     IF GS-SV-SYSTEM NOT = 'LDCHANGE'
020635         GO TO 2150-EXIT
020640     END-IF.
020645     IF GS-SV-KIND = 'CUSTOMER STATEMENT'
020650         AND GS-SV-CUST = GS-P-CUST-CODE
020655         MOVE 'Y' TO GS-SELECT-SWITCH
020660     ELSE
020665         MOVE 'N' TO GS-SELECT-SWITCH
020670     END-IF.
020675 2150-EXIT.
020680     EXIT.
020685******************************************************************
020700 2200-MARK-REDELIVERED    SECTION.
020800     OPEN I-O XMIT-CTL-FILE.
020900     IF NOT GS-XMIT-OK
