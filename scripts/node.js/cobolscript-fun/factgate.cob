000250*              DAY) COMPLETED SUCCESSFULLY THIS CYCLE.  CLOSES    *
000260*              THE GAP WHERE A REJECTED FACTCTL RANGE STILL LET   *
000270*              THE WHOLE DOWNSTREAM CHAIN RUN ON STALE DATA.      *
000271*  2026-10-15  DP  BUSINESS-DATE CYCLE CONTROL - A COMPLETED     *
000272*              PRODUCER RUN NOW COUNTS FOR THIS CYCLE WHEN THE   *
000273*              BUSINESS DATE IT CARRIED ON FACTSTAT MATCHES THE  *
000274*              CURRENT BUSINESS DATE FROM THE FACTCYCK           *
000275*              SUBROUTINE (SEE COPYBOOKS/FACTYLNK.CPY), SO A     *
000276*              PRODUCER THAT FINISHED AFTER MIDNIGHT NO LONGER   *
000277*              HOLDS THE CHAIN.  A RECORD WRITTEN BEFORE THE     *
000278*              BUSINESS DATE WAS CARRIED FALLS BACK TO THE DATE  *
000279*              OF ITS STAMP.                                     *
000280*----------------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000710 77  WS-LAST-PROGRAM             PIC X(08)     VALUE SPACES.
000720 77  WS-LAST-STATE               PIC X(01)     VALUE SPACE.
000730 77  WS-LAST-TIMESTAMP           PIC X(14)     VALUE SPACES.
000731 77  WS-LAST-BUSINESS-DATE       PIC X(08)     VALUE SPACES.
000732*----------------------------------------------------------------*
000733*  LINKAGE FOR THE FACTCYCK BUSINESS-CYCLE SUBROUTINE.            *
000734*----------------------------------------------------------------*
000735     COPY FACTYLNK.
000740 PROCEDURE DIVISION.
000750*----------------------------------------------------------------*
000760*  0000-MAINLINE                                                  *
000990*  NEWEST PRODUCER RECORD (FACTOR01 OR FACTMRGE) FOR THAT JOB.    *
001000*----------------------------------------------------------------*
001010 1000-INITIALIZE.
001016     CALL 'FACTCYCK' USING FACTY-BUSINESS-DATE, FACTY-CYCLE-STATE.
001022     MOVE FACTY-BUSINESS-DATE TO WS-TODAY.
001030     OPEN INPUT FACTCTL.
001040     IF WS-FACTCTL-STATUS = '35'
001050         DISPLAY 'FACTGATE - FACTCTL NOT ON FILE - NOTHING TO '
001490     MOVE FACTSTAT-PROGRAM-ID TO WS-LAST-PROGRAM.
001500     MOVE FACTSTAT-STATE TO WS-LAST-STATE.
001510     MOVE FACTSTAT-TIMESTAMP TO WS-LAST-TIMESTAMP.
001512     MOVE FACTSTAT-BUSINESS-DATE TO WS-LAST-BUSINESS-DATE.
001514     IF WS-LAST-BUSINESS-DATE IS NOT NUMERIC
001516         MOVE FACTSTAT-TIMESTAMP(1:8) TO WS-LAST-BUSINESS-DATE
001518     END-IF.
001520     MOVE 'Y' TO WS-FOUND-SW.
001530 1100-EXIT.
001540     EXIT.
001550*----------------------------------------------------------------*
001560*  2000-JUDGE-STATUS                                              *
001570*  THE CHAIN IS RELEASED ONLY WHEN THE NEWEST PRODUCER RECORD     *
001580*  FOR THE JOB ID SAYS COMPLETED, AND IT BELONGS TO THE CURRENT   *
001590*  BUSINESS DATE - A COMPLETED RUN FROM A PAST CYCLE IS STALE     *
001600*  DATA, EXACTLY WHAT BIT US BEFORE.                              *
001610*----------------------------------------------------------------*
001620 2000-JUDGE-STATUS.
001850         MOVE 'Y' TO WS-HOLD-SW
001860         GO TO 2000-EXIT
001870     END-IF.
001880     IF WS-LAST-BUSINESS-DATE NOT = WS-TODAY
001890         DISPLAY 'FACTGATE - ' WS-LAST-PROGRAM ' COMPLETED AT '
001900             WS-LAST-TIMESTAMP ' - NOT THIS CYCLE - CHAIN HELD'
001910         MOVE 'Y' TO WS-HOLD-SW
