      **************************************************************************
      *    SUSPREC  --  DUPLICATE-SUSPENSE RECORD (TXNSUSP, KEYED BY
      *    CUSTOMER CODE PLUS THE DATE/TIME THE ITEM WAS HELD).  A NEW
      *    TRANSACTION FOR THE SAME CUSTOMER, AMOUNT AND TRANSACTION
      *    DATE AS A DETAIL ALREADY POSTED WITHIN THE DUPPARM LOOK-BACK
      *    IS NOT POSTED:  TXNLOAD, OR A TEST1 SAVE BY A USER WHO IS NOT
      *    A SUPERVISOR, HOLDS IT HERE INSTEAD.  SP-MATCH-SEQ NAMES THE
      *    ENTRYDT DETAIL IT APPEARS TO REPEAT.  A SUPERVISOR RELEASES
      *    (POSTS) OR DISCARDS IT FROM THE TEST13 SUSPENSE REVIEW
      *    WINDOW.  SP-STATUS 'H' = HELD, 'R' = RELEASED AND POSTED AS
      *    DETAIL SP-POSTED-SEQ, 'D' = DISCARDED.  DECIDED ITEMS ARE
      *    NEVER DELETED.
      **************************************************************************
       01  SUSPENSE-RECORD.
           03  SP-KEY.
               05  SP-CUST-CODE        PIC  X(10).
               05  SP-HOLD-DATE        PIC  9(08).
               05  SP-HOLD-TIME        PIC  9(08).
           03  SP-AMOUNT               PIC  S9(07)V99.
           03  SP-TXN-DATE             PIC  9(08).
           03  SP-SOURCE               PIC  X(08).
           03  SP-HOLD-USER            PIC  X(10).
           03  SP-HOLD-BUS-DATE        PIC  9(08).
           03  SP-MATCH-SEQ            PIC  9(05).
           03  SP-MATCH-ENTRY-DATE     PIC  9(08).
           03  SP-STATUS               PIC  X(01).
               88  SP-HELD                         VALUE 'H'.
               88  SP-RELEASED                     VALUE 'R'.
               88  SP-DISCARDED                    VALUE 'D'.
           03  SP-DECIDE-USER          PIC  X(10).
           03  SP-DECIDE-DATE          PIC  9(08).
           03  SP-DECIDE-TIME          PIC  9(08).
           03  SP-DECIDE-BUS-DATE      PIC  9(08).
           03  SP-POSTED-SEQ           PIC  9(05).
