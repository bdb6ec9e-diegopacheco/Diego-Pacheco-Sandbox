000270*              RUNS IT ONLY AFTER CONFIRMING THE HOLDING JOB IS   *
000280*              TRULY DEAD - THE UTILITY CANNOT TELL A CORPSE      *
000290*              FROM A LONG RUNNER.                                *
000291*  2026-10-15  DP  BUSINESS-DATE CYCLE CONTROL - THE RELEASE     *
000292*              RECORD NOW CARRIES THE BUSINESS DATE FROM THE     *
000293*              FACTCYCK SUBROUTINE (SEE COPYBOOKS/FACTYLNK.CPY)  *
000294*              LIKE EVERY OTHER FACTLOCK RECORD.  AS AN OPERATOR *
000295*              OVERRIDE THIS UTILITY STILL RUNS WHEN THE CYCLE   *
000296*              IS CLOSED - A DEAD CLAIM MAY NEED CLEARING BEFORE *
000297*              THE CYCLE CAN BE REOPENED AND RERUN.              *
000300*----------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000690 77  WS-LOCK-STAMP-DATE          PIC X(08)     VALUE SPACES.
000700 77  WS-LOCK-STAMP-CLOCK         PIC X(08)     VALUE SPACES.
000710 77  WS-LOCK-STAMP-TIME          PIC X(14)     VALUE SPACES.
000712*----------------------------------------------------------------*
000714*  LINKAGE FOR THE FACTCYCK BUSINESS-CYCLE SUBROUTINE.            *
000716*----------------------------------------------------------------*
000718     COPY FACTYLNK.
000720 PROCEDURE DIVISION.
000730*----------------------------------------------------------------*
000740*  0000-MAINLINE                                                  *
001540*  3000-APPEND-RELEASE                                            *
001550*----------------------------------------------------------------*
001560 3000-APPEND-RELEASE.
001565     CALL 'FACTCYCK' USING FACTY-BUSINESS-DATE, FACTY-CYCLE-STATE.
001570     ACCEPT WS-LOCK-STAMP-DATE FROM DATE YYYYMMDD.
001580     ACCEPT WS-LOCK-STAMP-CLOCK FROM TIME.
001590     STRING WS-LOCK-STAMP-DATE DELIMITED BY SIZE
001670     MOVE 'FACTLRLS' TO FACTLOCK-PROGRAM-ID.
001680     MOVE 'R' TO FACTLOCK-ACTION.
001690     MOVE WS-LOCK-STAMP-TIME TO FACTLOCK-TIMESTAMP.
001695     MOVE FACTY-BUSINESS-DATE TO FACTLOCK-BUSINESS-DATE.
001700     WRITE FACTLOCK-RECORD.
001710     CLOSE FACTLOCK.
001720 3000-EXIT.
