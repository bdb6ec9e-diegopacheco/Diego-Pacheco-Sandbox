000676*              WRITES INTO FACTOUT AND FACTCKPT THE WAY THE         *
000677*              AUGUST DOUBLE SUBMISSION DID.  A LOCK LEFT BY AN     *
000678*              ABEND IS CLEARED WITH THE FACTLRLS UTILITY.          *
000679*  2026-10-15  DP  BUSINESS-DATE CYCLE CONTROL - THE BUSINESS    *
000680*              DATE IS TAKEN FROM THE FACTCYCK SUBROUTINE (SEE   *
000681*              COPYBOOKS/FACTYLNK.CPY) AT STARTUP AND CARRIED ON *
000682*              EVERY FACTAUD, FACTEXC, FACTSTAT AND FACTLOCK     *
000683*              RECORD ALONGSIDE THE REAL TIMESTAMP, SO A RERUN   *
000684*              PAST MIDNIGHT STAYS ON THE NIGHT IT BELONGS TO.   *
000685*              A CLOSED CYCLE REFUSES THE RUN WITH CONDITION     *
000686*              CODE 12 BEFORE ANY LOCK IS CLAIMED.               *
000687*  2026-10-15  DP  CONTROL-TOTAL LEDGER - EVERY RANGE THAT RUNS   *
000688*              TO COMPLETION NOW POSTS, UNDER ITS OWN JOB ID, THE *
000689*              N VALUES IT REQUESTED, THE FACTOUT ROWS IT WROTE   *
000690*              AND THE N VALUES FACTMATH REJECTED TO FACTLEDG     *
000691*              (SEE COPYBOOKS/FACTLEDR.CPY) FOR THE FACTLBAL      *
000692*              CHAIN BALANCING PROGRAM.  A RESUMED RANGE COUNTS   *
000693*              THE REJECTS IN ITS REPLAYED STRETCH AS WELL, SO    *
000694*              ITS COUNTS COVER THE WHOLE RANGE.                  *
000695*----------------------------------------------------------------*
000696 ENVIRONMENT DIVISION.
000697 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.    IBM-370.
000710 OBJECT-COMPUTER.    IBM-370.
000720 INPUT-OUTPUT SECTION.
000942     SELECT FACTLOCK ASSIGN TO FACTLOCK
000944                     ORGANIZATION IS SEQUENTIAL
000946                     FILE STATUS IS WS-FACTLOCK-STATUS.
000947     SELECT FACTLEDG ASSIGN TO FACTLEDG
000948                     ORGANIZATION IS SEQUENTIAL
000949                     FILE STATUS IS WS-FACTLEDG-STATUS.
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  FACTCTL
001202 FD  FACTLOCK
001204     LABEL RECORDS ARE STANDARD.
001206     COPY FACTLKR.
001207 FD  FACTLEDG
001208     LABEL RECORDS ARE STANDARD.
001209     COPY FACTLEDR.
001210 WORKING-STORAGE SECTION.
001220*----------------------------------------------------------------*
001230*  FILE STATUS FIELDS.                                            *
001310     05  WS-FACTEXC-STATUS       PIC X(02).
001320     05  WS-FACTSTAT-STATUS      PIC X(02).
001322     05  WS-FACTLOCK-STATUS      PIC X(02).
001326     05  WS-FACTLEDG-STATUS      PIC X(02).
001330*----------------------------------------------------------------*
001340*  STANDALONE COUNTERS AND SWITCHES.                              *
001350*----------------------------------------------------------------*
001560 77  WS-END-CLOCK                PIC X(08)     VALUE SPACES.
001570 77  WS-END-TIME                 PIC X(14)     VALUE SPACES.
001580 77  WS-RECORD-COUNT             PIC 9(05)     COMP-3 VALUE 0.
001585 77  WS-REJECT-COUNT             PIC 9(05)     COMP-3 VALUE 0.
001590*----------------------------------------------------------------*
001600*  EXCEPTION TRAIL FIELDS.                                        *
001610*----------------------------------------------------------------*
002040*  LINKAGE FOR THE CALLABLE FACTMATH FACTORIAL SUBROUTINE.        *
002050*----------------------------------------------------------------*
002060     COPY FACTMLNK.
002061*----------------------------------------------------------------*
002062*  CONTROL-TOTAL LEDGER STAMP - ONE RUN TIME ON EVERY FACTLEDG    *
002063*  RECORD THIS EXECUTION POSTS.                                   *
002064*----------------------------------------------------------------*
002065 77  WS-LEDG-DATE                PIC X(08)     VALUE SPACES.
002066 77  WS-LEDG-CLOCK               PIC X(08)     VALUE SPACES.
002067 77  WS-LEDG-TIME                PIC X(14)     VALUE SPACES.
002068*----------------------------------------------------------------*
002069*  LINKAGE FOR THE FACTCYCK BUSINESS-CYCLE SUBROUTINE.            *
002070*----------------------------------------------------------------*
002071     COPY FACTYLNK.
002072 PROCEDURE DIVISION.
002080*----------------------------------------------------------------*
002090*  0000-MAINLINE                                                  *
002100*----------------------------------------------------------------*
002320*----------------------------------------------------------------*
002330 1000-INITIALIZE.
002340     MOVE 'N' TO WS-ABORT-SW.
002341     CALL 'FACTCYCK' USING FACTY-BUSINESS-DATE, FACTY-CYCLE-STATE.
002342     IF FACTY-CYCLE-CLOSED
002343         DISPLAY 'FACTOR01 - BUSINESS DATE ' FACTY-BUSINESS-DATE
002344             ' IS CLOSED - RUN REFUSED - REOPEN IT WITH FACTCYCL'
002345         MOVE 'Y' TO WS-LOCK-REFUSED-SW
002346         GO TO 1000-EXIT
002347     END-IF.
002350     OPEN INPUT FACTCTL.
002360     IF WS-FACTCTL-STATUS = '35'
002370         DISPLAY 'FACTOR01 - FACTCTL IS EMPTY - JOB ABORTED'
003700     IF NOT WS-N-WAS-INVALID
003710         ADD WS-RESULT TO WS-GRAND-TOTAL
003720         ADD 1 TO WS-RECORD-COUNT
003723     ELSE
003726         ADD 1 TO WS-REJECT-COUNT
003730     END-IF.
003740 1260-EXIT.
003750     EXIT.
004220         DISPLAY 'FACTOR01 - N=' WS-CURRENT-N
004230             ' REJECTED BY FACTMATH - SKIPPED'
004240         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004245         ADD 1 TO WS-REJECT-COUNT
004250         GO TO 2100-EXIT
004260     END-IF.
004270     MOVE WS-CURRENT-N TO FACTOUT-N.
004560     MOVE 'N' TO WS-ABORT-SW.
004570     MOVE 0 TO WS-RECORD-COUNT.
004580     MOVE 0 TO WS-GRAND-TOTAL.
004585     MOVE 0 TO WS-REJECT-COUNT.
004590     ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
004600     ACCEPT WS-START-CLOCK FROM TIME.
004610     STRING WS-START-DATE DELIMITED BY SIZE
004790             MOVE 'Y' TO WS-DONE-ANY-SW
004800             PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
004810             PERFORM 5500-WRITE-STATUS-RECORD THRU 5500-EXIT
004815             PERFORM 7600-POST-CONTROL-TOTALS THRU 7600-EXIT
004820             GO TO 2500-EXIT
004830         END-IF
004840     END-IF.
004870     MOVE 'Y' TO WS-DONE-ANY-SW.
004880     PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT.
004890     PERFORM 5500-WRITE-STATUS-RECORD THRU 5500-EXIT.
004892     IF NOT WS-JOB-ABORTED
004894         PERFORM 7600-POST-CONTROL-TOTALS THRU 7600-EXIT
004896     END-IF.
004900 2500-EXIT.
004910     EXIT.
004920*----------------------------------------------------------------*
005330     MOVE WS-ORIGINAL-LOW-N TO FACTAUD-MIN-N.
005340     MOVE WS-HIGH-N TO FACTAUD-MAX-N.
005350     MOVE WS-GRAND-TOTAL TO FACTAUD-GRAND-TOTAL.
005355     MOVE FACTY-BUSINESS-DATE TO FACTAUD-BUSINESS-DATE.
005360     OPEN EXTEND FACTAUD.
005370     IF WS-FACTAUD-STATUS = '35'
005380         OPEN OUTPUT FACTAUD
005630     MOVE WS-JOB-ID TO FACTSTAT-JOB-ID.
005640     MOVE WS-RUN-STATE TO FACTSTAT-STATE.
005650     MOVE WS-END-TIME TO FACTSTAT-TIMESTAMP.
005655     MOVE FACTY-BUSINESS-DATE TO FACTSTAT-BUSINESS-DATE.
005660     OPEN EXTEND FACTSTAT.
005670     IF WS-FACTSTAT-STATUS = '35'
005680         OPEN OUTPUT FACTSTAT
005890     MOVE 0 TO FACTEXC-R.
005900     MOVE 1 TO FACTEXC-REASON-CODE.
005910     MOVE WS-EXC-TIME TO FACTEXC-TIMESTAMP.
005915     MOVE FACTY-BUSINESS-DATE TO FACTEXC-BUSINESS-DATE.
005920     WRITE FACTEXC-RECORD.
005930 7000-EXIT.
005940     EXIT.
006790     WRITE FACTCKPT-RECORD.
006800 6200-EXIT.
006810     EXIT.
006811*----------------------------------------------------------------*
006812*  7600-POST-CONTROL-TOTALS                                       *
006813*  APPENDS THE RANGE'S REQUESTED, WRITTEN AND REJECTED COUNTS TO  *
006814*  THE FACTLEDG CONTROL-TOTAL LEDGER (SEE FACTLEDR.CPY) UNDER     *
006815*  THE RANGE'S OWN JOB ID, WHERE THE FACTLBAL BALANCING PROGRAM   *
006816*  PROVES THEM AGAINST THE NEIGHBOURING STEPS OF THE CHAIN.       *
006817*----------------------------------------------------------------*
006818 7600-POST-CONTROL-TOTALS.
006819     ACCEPT WS-LEDG-DATE FROM DATE YYYYMMDD.
006820     ACCEPT WS-LEDG-CLOCK FROM TIME.
006821     STRING WS-LEDG-DATE DELIMITED BY SIZE
006822         WS-LEDG-CLOCK(1:6) DELIMITED BY SIZE
006823         INTO WS-LEDG-TIME.
006824     OPEN EXTEND FACTLEDG.
006825     IF WS-FACTLEDG-STATUS = '35'
006826         OPEN OUTPUT FACTLEDG
006827     END-IF.
006828     MOVE 'FACTCTL' TO FACTLEDG-FILE-ID.
006829     MOVE 'I' TO FACTLEDG-COUNT-TYPE.
006830     MOVE 'REQUESTED' TO FACTLEDG-COUNT-NAME.
006831     COMPUTE FACTLEDG-COUNT = WS-HIGH-N - WS-ORIGINAL-LOW-N + 1.
006832     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
006833     MOVE 'FACTOUT' TO FACTLEDG-FILE-ID.
006834     MOVE 'O' TO FACTLEDG-COUNT-TYPE.
006835     MOVE 'WRITTEN' TO FACTLEDG-COUNT-NAME.
006836     MOVE WS-RECORD-COUNT TO FACTLEDG-COUNT.
006837     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
006838     MOVE 'FACTOUT' TO FACTLEDG-FILE-ID.
006839     MOVE 'R' TO FACTLEDG-COUNT-TYPE.
006840     MOVE 'REJECTED' TO FACTLEDG-COUNT-NAME.
006841     MOVE WS-REJECT-COUNT TO FACTLEDG-COUNT.
006842     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
006843     CLOSE FACTLEDG.
006844 7600-EXIT.
006845     EXIT.
006846*----------------------------------------------------------------*
006847*  7610-WRITE-LEDGER-RECORD                                       *
006848*----------------------------------------------------------------*
006849 7610-WRITE-LEDGER-RECORD.
006850     MOVE 'FACTOR01' TO FACTLEDG-PROGRAM-ID.
006851     MOVE WS-JOB-ID TO FACTLEDG-JOB-ID.
006852     MOVE WS-LEDG-TIME TO FACTLEDG-RUN-TIME.
006853     MOVE FACTY-BUSINESS-DATE TO FACTLEDG-BUSINESS-DATE.
006854     WRITE FACTLEDG-RECORD.
006855 7610-EXIT.
006856     EXIT.
006857*----------------------------------------------------------------*
006858*  9000-CLAIM-RUN-LOCKS                                          *
006859*  EVERY RANGE'S JOB ID IS CHECKED AGAINST THE FACTLOCK TRAIL     *
006860*  FIRST, AND ONLY WHEN NONE IS STILL CLAIMED ARE THE CLAIM       *
006861*  RECORDS APPENDED - SO A REFUSED RUN LEAVES NO CLAIM OF ITS     *
006870*  OWN BEHIND.  THE CHECKS ALL RUN EVEN AFTER A CONFLICT IS       *
006880*  FOUND, SO THE OPERATOR SEES EVERY HELD JOB ID AT ONCE.         *
006890*----------------------------------------------------------------*
007730     MOVE 'FACTOR01' TO FACTLOCK-PROGRAM-ID.
007740     MOVE 'C' TO FACTLOCK-ACTION.
007750     MOVE WS-LOCK-STAMP-TIME TO FACTLOCK-TIMESTAMP.
007755     MOVE FACTY-BUSINESS-DATE TO FACTLOCK-BUSINESS-DATE.
007760     WRITE FACTLOCK-RECORD.
007770 9310-EXIT.
007780     EXIT.
008050     MOVE 'FACTOR01' TO FACTLOCK-PROGRAM-ID.
008060     MOVE 'R' TO FACTLOCK-ACTION.
008070     MOVE WS-LOCK-STAMP-TIME TO FACTLOCK-TIMESTAMP.
008075     MOVE FACTY-BUSINESS-DATE TO FACTLOCK-BUSINESS-DATE.
008080     WRITE FACTLOCK-RECORD.
008090 9510-EXIT.
008100     EXIT.
