000330*              COVERS ABORTS WITH A CLEAR MESSAGE AND CONDITION   *
000340*              CODE 8 SO HAND-KEYING BECOMES THE EXCEPTION        *
000350*              PATH, NOT THE NIGHTLY ROUTINE.                     *
000351*  2026-10-15  DP  BUSINESS-DATE CYCLE CONTROL - THE SCHEDULE IS *
000352*              NOW LOOKED UP FOR THE BUSINESS DATE FROM THE      *
000353*              FACTCYCK SUBROUTINE (SEE COPYBOOKS/FACTYLNK.CPY)  *
000354*              RATHER THAN THE CALENDAR DATE, SO A CYCLE STARTED *
000355*              LATE OR RERUN THE NEXT MORNING STILL GETS ITS OWN *
000356*              NIGHT'S RANGES.  OPEN THE CYCLE WITH FACTCYCL     *
000357*              BEFORE THIS STEP.                                 *
000360*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
001010         10  WS-MTC-HIGH-N       PIC 9(03).
001020         10  WS-MTC-OPERATOR     PIC X(08).
001030         10  WS-MTC-JOB-ID       PIC X(08).
001032*----------------------------------------------------------------*
001034*  LINKAGE FOR THE FACTCYCK BUSINESS-CYCLE SUBROUTINE.            *
001036*----------------------------------------------------------------*
001038     COPY FACTYLNK.
001040 PROCEDURE DIVISION.
001050*----------------------------------------------------------------*
001060*  0000-MAINLINE                                                  *
001340     STOP RUN.
001350*----------------------------------------------------------------*
001360*  1000-INITIALIZE                                                *
001370*  STAMPS THE BUSINESS DATE AND DERIVES ITS DAY OF WEEK           *
001380*  (1=MONDAY THROUGH 7=SUNDAY) FROM INTEGER-OF-DATE - DAY 1 OF    *
001390*  THE INTEGER CALENDAR WAS A MONDAY.                             *
001400*----------------------------------------------------------------*
001410 1000-INITIALIZE.
001416     CALL 'FACTCYCK' USING FACTY-BUSINESS-DATE, FACTY-CYCLE-STATE.
001422     MOVE FACTY-BUSINESS-DATE TO WS-TODAY.
001430     MOVE WS-TODAY TO WS-TODAY-NUM.
001440     COMPUTE WS-TODAY-INTEGER =
001450         FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
