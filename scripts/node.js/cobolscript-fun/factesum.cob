000239*              21.                                                *
000241*  2026-09-02  DP  REASON TEXT ADDED FOR REQUESTS THE NEW          *
000242*              FACTSERV SERVICE JOB COULD NOT ANSWER (REASON 8).   *
000243*  2026-10-15  DP  REASON TEXT ADDED FOR STORED VALUES THE        *
000244*              FACTIDNT IDENTITY SWEEP FOUND WRONG (REASON 9).   *
000245*  2026-10-15  DP  REASON TEXT ADDED FOR MULTINOMIAL REQUESTS THE *
000246*              NEW FACTMNOM JOB REJECTS (REASON 10).              *
000248*  2026-10-15  DP  REASON TEXT ADDED FOR REQUESTS FACTSERV        *
000250*              REFUSES BECAUSE THE OPERATOR HAS THE N ON HOLD     *
000252*              (REASON 11).                                       *
000254*----------------------------------------------------------------*
000256 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.    IBM-370.
000280 OBJECT-COMPUTER.    IBM-370.
000798         'R NOT NUMERIC ON FACTPAIR     '.
000802     05  FILLER                  PIC X(30)     VALUE
000804         'REQUEST REJECTED BY FACTSERV  '.
000805     05  FILLER                  PIC X(30)     VALUE
000806         'STORED VALUE FAILS IDENTITY   '.
000807     05  FILLER                  PIC X(30)     VALUE
000808         'MULTINOMIAL REQUEST REJECTED  '.
000810     05  FILLER                  PIC X(30)     VALUE
000812         'N ON OPERATOR HOLD            '.
000814 01  WS-REASON-TEXT-TABLE        REDEFINES WS-REASON-TEXTS.
000816     05  WS-REASON-TEXT          OCCURS 11 TIMES
000820                                 PIC X(30).
000830 77  WS-UNKNOWN-REASON-TEXT      PIC X(30)     VALUE
000840         'UNKNOWN REASON CODE           '.
001830         GO TO 3100-EXIT
001840     END-IF.
001850     MOVE WS-REASON-IDX TO WS-DET-REASON.
001860     IF WS-REASON-IDX NOT > 11
001870         MOVE WS-REASON-TEXT(WS-REASON-IDX) TO WS-DET-TEXT
001880     ELSE
001890         MOVE WS-UNKNOWN-REASON-TEXT TO WS-DET-TEXT
