000180*  STRING WITH ITS LENGTH, LIKE FACTWRPT, SO WIDE FACTXMTH       *
000190*  RESULTS AND NARROW MASTER RESULTS RIDE THE SAME FIELD.  THE   *
000200*  DISPOSITION SAYS WHERE THE ANSWER CAME FROM - FOUND ON THE    *
000210*  FACTMST OR FACTWMST MASTER, COMPUTED THROUGH FACTXMTH, OR     *
000215*  REJECTED (IN WHICH CASE THE REQUEST IS ALSO ON THE SHARED     *
000220*  FACTEXC TRAIL).  A REJECTED DETAIL HAS A ZERO LENGTH AND      *
000225*  CARRIES, IN PLACE OF THE DIGITS, THE FACTEXC REASON CODE AND  *
000230*  A SHORT TEXT SAYING WHY - REASON 8 FOR A REQUEST THAT FAILED  *
000235*  ITS EDITS, REASON 11 FOR AN N THE OPERATOR HAS ON HOLD.       *
000240*----------------------------------------------------------------*
000250 01  FACTRESP-RECORD.
000260     05  FACTRESP-RECORD-TYPE        PIC X(01).
000370             88  FACTRESP-REJECTED       VALUE 'R'.
000380         10  FACTRESP-VALUE-LENGTH   PIC 9(03).
000390         10  FACTRESP-VALUE-DIGITS   PIC X(160).
000392         10  FACTRESP-REJECT-AREA    REDEFINES
000394                                     FACTRESP-VALUE-DIGITS.
000396             15  FACTRESP-REJECT-REASON PIC 9(02).
000397             15  FACTRESP-REJECT-TEXT PIC X(40).
000398             15  FILLER              PIC X(118).
000400     05  FACTRESP-TRAILER-BODY REDEFINES FACTRESP-BODY.
000410         10  FACTRESP-ANSWER-COUNT   PIC 9(05).
000420         10  FILLER                  PIC X(166).
