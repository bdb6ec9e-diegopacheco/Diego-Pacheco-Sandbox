000294*              FACTCOMB NOW ANSWERS N PAST 21 THROUGH THE         *
000296*              FACTXMTH EXTENDED-PRECISION SUBROUTINE, SO THE     *
000298*              EDIT NO LONGER TURNS THOSE PAIRS AWAY.             *
000299*  2026-10-15  DP  BUSINESS-DATE CYCLE CONTROL - THE BUSINESS    *
000300*              DATE IS TAKEN FROM THE FACTCYCK SUBROUTINE (SEE   *
000301*              COPYBOOKS/FACTYLNK.CPY) AT STARTUP AND CARRIED ON *
000302*              EVERY FACTEXC RECORD ALONGSIDE THE REAL           *
000303*              TIMESTAMP.  A CLOSED CYCLE REFUSES THE RUN WITH   *
000304*              CONDITION CODE 12 BEFORE ANY FILE IS OPENED.      *
000305*  2026-10-15  DP  CONTROL-TOTAL LEDGER - A COMPLETED EDIT NOW    *
000306*              POSTS ITS FACTPAIR READ, ACCEPTED AND REJECTED     *
000307*              COUNTS AND ITS FACTPCLN WRITTEN AND DUPLICATE      *
000308*              COUNTS TO FACTLEDG (SEE COPYBOOKS/FACTLEDR.CPY)    *
000309*              FOR THE FACTLBAL CHAIN BALANCING PROGRAM.  AN      *
000310*              ABORTED EDIT POSTS NOTHING.                        *
000311*----------------------------------------------------------------*
000312 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.    IBM-370.
000340 OBJECT-COMPUTER.    IBM-370.
000490     SELECT FACTERPT ASSIGN TO FACTERPT
000500                     ORGANIZATION IS SEQUENTIAL
000510                     FILE STATUS IS WS-FACTERPT-STATUS.
000512     SELECT FACTLEDG ASSIGN TO FACTLEDG
000514                     ORGANIZATION IS SEQUENTIAL
000516                     FILE STATUS IS WS-FACTLEDG-STATUS.
000520     SELECT FACTSORT ASSIGN TO FACTSORT.
000530 DATA DIVISION.
000540 FILE SECTION.
000750         ==FACTPAIR-RECORD== BY ==FACTSORT-RECORD==
000760         ==FACTPAIR-N== BY ==FACTSORT-N==
000770         ==FACTPAIR-R== BY ==FACTSORT-R==.
000772 FD  FACTLEDG
000774     LABEL RECORDS ARE STANDARD.
000776     COPY FACTLEDR.
000780 WORKING-STORAGE SECTION.
000790*----------------------------------------------------------------*
000800*  FILE STATUS FIELDS.                                            *
000850     05  WS-FACTCCTL-STATUS      PIC X(02).
000860     05  WS-FACTEXC-STATUS       PIC X(02).
000870     05  WS-FACTERPT-STATUS      PIC X(02).
000875     05  WS-FACTLEDG-STATUS      PIC X(02).
000880*----------------------------------------------------------------*
000890*  STANDALONE COUNTERS AND SWITCHES.                              *
000900*----------------------------------------------------------------*
000910 77  WS-JOB-ID                   PIC X(08)     VALUE SPACES.
000920 77  WS-ABORT-SW                 PIC X(01)     VALUE 'N'.
000930     88  WS-JOB-ABORTED              VALUE 'Y'.
000933 77  WS-CYCLE-REFUSED-SW         PIC X(01)     VALUE 'N'.
000936     88  WS-RUN-REFUSED              VALUE 'Y'.
000940 77  WS-PAIR-EOF-SW              PIC X(01)     VALUE 'N'.
000950     88  WS-END-OF-FACTPAIR          VALUE 'Y'.
000960 77  WS-SORT-EOF-SW              PIC X(01)     VALUE 'N'.
001330     05  WS-TOT-TEXT             PIC X(40).
001340     05  WS-TOT-VALUE            PIC ZZ,ZZ9.
001350     05  FILLER                  PIC X(84)     VALUE SPACES.
001351*----------------------------------------------------------------*
001352*  CONTROL-TOTAL LEDGER STAMP - ONE RUN TIME ON EVERY FACTLEDG    *
001353*  RECORD THIS EXECUTION POSTS.                                   *
001354*----------------------------------------------------------------*
001355 77  WS-LEDG-DATE                PIC X(08)     VALUE SPACES.
001356 77  WS-LEDG-CLOCK               PIC X(08)     VALUE SPACES.
001357 77  WS-LEDG-TIME                PIC X(14)     VALUE SPACES.
001358*----------------------------------------------------------------*
001359*  LINKAGE FOR THE FACTCYCK BUSINESS-CYCLE SUBROUTINE.            *
001360*----------------------------------------------------------------*
001361     COPY FACTYLNK.
001362 PROCEDURE DIVISION.
001370*----------------------------------------------------------------*
001380*  0000-MAINLINE                                                  *
001390*  THE SORT CARRIES EVERY SURVIVING PAIR - THE INPUT PROCEDURE    *
001430*----------------------------------------------------------------*
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001452     IF WS-RUN-REFUSED
001454         MOVE 12 TO RETURN-CODE
001456         GO TO 0000-EXIT
001458     END-IF.
001460     IF WS-JOB-ABORTED
001470         GO TO 0000-WRAP-UP
001480     END-IF.
001570 0000-WRAP-UP.
001580     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
001590     CLOSE FACTERPT.
001592     IF NOT WS-JOB-ABORTED
001594         PERFORM 7600-POST-CONTROL-TOTALS THRU 7600-EXIT
001596     END-IF.
001600     IF WS-JOB-ABORTED
001610         DISPLAY 'FACTEDIT - EDIT ABORTED - NO CLEAN FILE '
001620             'PRODUCED'
001800*  RAW PAIRS, THE CLEAN FILE, AND THE EXCEPTION TRAIL.            *
001810*----------------------------------------------------------------*
001820 1000-INITIALIZE.
001821     CALL 'FACTCYCK' USING FACTY-BUSINESS-DATE, FACTY-CYCLE-STATE.
001822     IF FACTY-CYCLE-CLOSED
001823         DISPLAY 'FACTEDIT - BUSINESS DATE ' FACTY-BUSINESS-DATE
001824             ' IS CLOSED - RUN REFUSED - REOPEN IT WITH FACTCYCL'
001825         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
001826         GO TO 1000-EXIT
001827     END-IF.
001830     OPEN OUTPUT FACTERPT.
001840     OPEN INPUT FACTCCTL.
001850     IF WS-FACTCCTL-STATUS NOT = '35'
003730     MOVE WS-EXC-R TO FACTEXC-R.
003740     MOVE WS-EXC-REASON TO FACTEXC-REASON-CODE.
003750     MOVE WS-EXC-TIME TO FACTEXC-TIMESTAMP.
003755     MOVE FACTY-BUSINESS-DATE TO FACTEXC-BUSINESS-DATE.
003760     WRITE FACTEXC-RECORD.
003770 7000-EXIT.
003780     EXIT.
003790*----------------------------------------------------------------*
003800*  7600-POST-CONTROL-TOTALS                                       *
003810*  APPENDS THIS RUN'S INPUT, OUTPUT AND REJECT COUNTS TO THE      *
003820*  FACTLEDG CONTROL-TOTAL LEDGER (SEE FACTLEDR.CPY), WHERE THE    *
003830*  FACTLBAL BALANCING PROGRAM PROVES THEM AGAINST THE             *
003840*  NEIGHBOURING STEPS OF THE CHAIN.                               *
003850*----------------------------------------------------------------*
003860 7600-POST-CONTROL-TOTALS.
003870     ACCEPT WS-LEDG-DATE FROM DATE YYYYMMDD.
003880     ACCEPT WS-LEDG-CLOCK FROM TIME.
003890     STRING WS-LEDG-DATE DELIMITED BY SIZE
003900         WS-LEDG-CLOCK(1:6) DELIMITED BY SIZE
003910         INTO WS-LEDG-TIME.
003920     OPEN EXTEND FACTLEDG.
003930     IF WS-FACTLEDG-STATUS = '35'
003940         OPEN OUTPUT FACTLEDG
003950     END-IF.
003960     MOVE 'FACTPAIR' TO FACTLEDG-FILE-ID.
003970     MOVE 'I' TO FACTLEDG-COUNT-TYPE.
003980     MOVE 'READ' TO FACTLEDG-COUNT-NAME.
003990     MOVE WS-READ-COUNT TO FACTLEDG-COUNT.
004000     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
004010     MOVE 'FACTPAIR' TO FACTLEDG-FILE-ID.
004020     MOVE 'O' TO FACTLEDG-COUNT-TYPE.
004030     MOVE 'ACCEPTED' TO FACTLEDG-COUNT-NAME.
004040     MOVE WS-ACCEPT-COUNT TO FACTLEDG-COUNT.
004050     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
004060     MOVE 'FACTPAIR' TO FACTLEDG-FILE-ID.
004070     MOVE 'R' TO FACTLEDG-COUNT-TYPE.
004080     MOVE 'REJECTED' TO FACTLEDG-COUNT-NAME.
004090     COMPUTE FACTLEDG-COUNT = WS-BAD-N-COUNT + WS-BAD-R-COUNT
004100         + WS-R-OVER-N-COUNT + WS-N-OVER-LIM-COUNT.
004110     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
004120     MOVE 'FACTPCLN' TO FACTLEDG-FILE-ID.
004130     MOVE 'O' TO FACTLEDG-COUNT-TYPE.
004140     MOVE 'WRITTEN' TO FACTLEDG-COUNT-NAME.
004150     MOVE WS-CLEAN-COUNT TO FACTLEDG-COUNT.
004160     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
004170     MOVE 'FACTPCLN' TO FACTLEDG-FILE-ID.
004180     MOVE 'R' TO FACTLEDG-COUNT-TYPE.
004190     MOVE 'DUPLICATE' TO FACTLEDG-COUNT-NAME.
004200     MOVE WS-DUP-COUNT TO FACTLEDG-COUNT.
004210     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
004220     CLOSE FACTLEDG.
004230 7600-EXIT.
004240     EXIT.
004250*----------------------------------------------------------------*
004260*  7610-WRITE-LEDGER-RECORD                                       *
004270*----------------------------------------------------------------*
004280 7610-WRITE-LEDGER-RECORD.
004290     MOVE 'FACTEDIT' TO FACTLEDG-PROGRAM-ID.
004300     MOVE WS-JOB-ID TO FACTLEDG-JOB-ID.
004310     MOVE WS-LEDG-TIME TO FACTLEDG-RUN-TIME.
004320     MOVE FACTY-BUSINESS-DATE TO FACTLEDG-BUSINESS-DATE.
004330     WRITE FACTLEDG-RECORD.
004340 7610-EXIT.
004350     EXIT.
