      *    AUDITREC  --  RECORD LAYOUT FOR THE TEST1 WINDOW/FIELD AUDIT LOG.
      *    ONE RECORD IS WRITTEN FOR EVERY WINDOW TRANSITION OR FIELD UPDATE.
      *    AU-USER-ID IS THE ACTING USER (MCP-USER-ID) WHO DROVE THE
      *    TRANSITION.  AU-EVENT IS THE RUNTIME EVENT, EXCEPT THAT A
      *    SIGN-ON IS LOGGED AS 'SIGNON' AND A TRANSITION REFUSED FOR
      *    WANT OF AUTHORITY AS 'REFUSED'.
      **************************************************************************
       01  AUDIT-RECORD.
           03  AU-LOG-DATE             PIC  9(08).
