000300*              TOP OF THE FACTBRPT PAGE.  ATTENTION ALSO RAISES   *
000310*              CONDITION CODE 4 SO THE SCHEDULER CAN FLAG THE     *
000320*              MORNING REVIEW.                                    *
000322*  2026-10-15  DP  REASON TEXT ADDED FOR STORED VALUES THE        *
000324*              FACTIDNT IDENTITY SWEEP FOUND WRONG (REASON 9).   *
000325*  2026-10-15  DP  BUSINESS-DATE CYCLE CONTROL - WITH NO         *
000326*              FACTBCTL THE BOARD NOW DEFAULTS TO THE CURRENT    *
000327*              BUSINESS DATE FROM THE FACTCYCK SUBROUTINE (SEE   *
000328*              COPYBOOKS/FACTYLNK.CPY) RATHER THAN THE CALENDAR  *
000329*              DATE, AND A TRAIL RECORD BELONGS TO THE CYCLE BY  *
000330*              THE BUSINESS DATE ITS WRITER CARRIED - A RECORD   *
000331*              WRITTEN BEFORE THE BUSINESS DATE WAS CARRIED      *
000332*              FALLS BACK TO THE DATE OF ITS STAMP.              *
000334*  2026-10-15  DP  REASON TEXT ADDED FOR MULTINOMIAL REQUESTS THE *
000336*              NEW FACTMNOM JOB REJECTS (REASON 10).              *
000338*  2026-10-15  DP  REASON TEXT ADDED FOR REQUESTS FACTSERV        *
000340*              REFUSES BECAUSE THE OPERATOR HAS THE N ON HOLD     *
000342*              (REASON 11).                                       *
000344*----------------------------------------------------------------*
000346 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.    IBM-370.
000370 OBJECT-COMPUTER.    IBM-370.
000930 77  WS-FOUND-SW                 PIC X(01)     VALUE 'N'.
000940     88  WS-ENTRY-WAS-FOUND          VALUE 'Y'.
000950 77  WS-CYCLE-DATE               PIC X(08)     VALUE SPACES.
000955 77  WS-RECORD-DATE              PIC X(08)     VALUE SPACES.
000960 77  WS-EXC-TOTAL                PIC 9(07)     COMP-3 VALUE 0.
000970 77  WS-PROG-COUNT               PIC 9(03)     COMP-3 VALUE 0.
000980 77  WS-PROG-IDX                 PIC 9(03)     COMP-3 VALUE 0.
001450         'R NOT NUMERIC ON FACTPAIR     '.
001460     05  FILLER                  PIC X(30)     VALUE
001470         'REQUEST REJECTED BY FACTSERV  '.
001472     05  FILLER                  PIC X(30)     VALUE
001474         'STORED VALUE FAILS IDENTITY   '.
001476     05  FILLER                  PIC X(30)     VALUE
001478         'MULTINOMIAL REQUEST REJECTED  '.
001481     05  FILLER                  PIC X(30)     VALUE
001484         'N ON OPERATOR HOLD            '.
001487 01  WS-REASON-TEXT-TABLE        REDEFINES WS-REASON-TEXTS.
001490     05  WS-REASON-TEXT          OCCURS 11 TIMES
001500                                 PIC X(30).
001510 77  WS-UNKNOWN-REASON-TEXT      PIC X(30)     VALUE
001520         'UNKNOWN REASON CODE           '.
002310     05  FILLER                  PIC X(02)     VALUE SPACES.
002320     05  WS-NOTE-TEXT            PIC X(70).
002330     05  FILLER                  PIC X(60)     VALUE SPACES.
002332*----------------------------------------------------------------*
002334*  LINKAGE FOR THE FACTCYCK BUSINESS-CYCLE SUBROUTINE.            *
002336*----------------------------------------------------------------*
002338     COPY FACTYLNK.
002340 PROCEDURE DIVISION.
002350*----------------------------------------------------------------*
002360*  0000-MAINLINE                                                  *
002590*  1000-INITIALIZE                                                *
002600*  PICKS UP THE CYCLE DATE FROM FACTBCTL - A MISSING OR EMPTY     *
002610*  CONTROL FILE, OR A DATE THAT IS NOT NUMERIC, DEFAULTS THE      *
002620*  BOARD TO THE CURRENT BUSINESS DATE.                            *
002630*----------------------------------------------------------------*
002640 1000-INITIALIZE.
002650     OPEN OUTPUT FACTBRPT.
002656     CALL 'FACTCYCK' USING FACTY-BUSINESS-DATE, FACTY-CYCLE-STATE.
002662     MOVE FACTY-BUSINESS-DATE TO WS-CYCLE-DATE.
002670     OPEN INPUT FACTBCTL.
002680     IF WS-FACTBCTL-STATUS = '35'
002690         GO TO 1000-EXIT
002770         MOVE FACTBCTL-CYCLE-DATE TO WS-CYCLE-DATE
002780     ELSE
002790         DISPLAY 'FACTSBRD - CYCLE DATE ON FACTBCTL NOT '
002800             'NUMERIC - BUSINESS DATE ASSUMED'
002810     END-IF.
002820     CLOSE FACTBCTL.
002830 1000-EXIT.
003070             MOVE 'Y' TO WS-STAT-EOF-SW
003080             GO TO 2100-EXIT
003090     END-READ.
003093     MOVE FACTSTAT-BUSINESS-DATE TO WS-RECORD-DATE.
003096     IF WS-RECORD-DATE IS NOT NUMERIC
003099         MOVE FACTSTAT-TIMESTAMP(1:8) TO WS-RECORD-DATE
003102     END-IF.
003105     IF WS-RECORD-DATE NOT = WS-CYCLE-DATE
003110         GO TO 2100-EXIT
003120     END-IF.
003130     MOVE 'N' TO WS-FOUND-SW.
003700             MOVE 'Y' TO WS-AUD-EOF-SW
003710             GO TO 3100-EXIT
003720     END-READ.
003723     MOVE FACTAUD-BUSINESS-DATE TO WS-RECORD-DATE.
003726     IF WS-RECORD-DATE IS NOT NUMERIC
003729         MOVE FACTAUD-END-TIME(1:8) TO WS-RECORD-DATE
003732     END-IF.
003735     IF WS-RECORD-DATE NOT = WS-CYCLE-DATE
003740         GO TO 3100-EXIT
003750     END-IF.
003760     PERFORM 3150-ATTACH-ONE-AUDIT THRU 3150-EXIT
004480             MOVE 'Y' TO WS-EXC-EOF-SW
004490             GO TO 4100-EXIT
004500     END-READ.
004503     MOVE FACTEXC-BUSINESS-DATE TO WS-RECORD-DATE.
004506     IF WS-RECORD-DATE IS NOT NUMERIC
004509         MOVE FACTEXC-TIMESTAMP(1:8) TO WS-RECORD-DATE
004512     END-IF.
004515     IF WS-RECORD-DATE NOT = WS-CYCLE-DATE
004520         GO TO 4100-EXIT
004530     END-IF.
004540     ADD 1 TO WS-EXC-TOTAL.
005710         GO TO 6200-EXIT
005720     END-IF.
005730     MOVE WS-REASON-IDX TO WS-EXC-DET-REASON.
005740     IF WS-REASON-IDX NOT > 11
005750         MOVE WS-REASON-TEXT(WS-REASON-IDX) TO WS-EXC-DET-TEXT
005760     ELSE
005770         MOVE WS-UNKNOWN-REASON-TEXT TO WS-EXC-DET-TEXT
