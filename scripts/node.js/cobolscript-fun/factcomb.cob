000670*              ROWS ARE PURGED ONCE THE FILE RUNS TO COMPLETION. *
000671*              A RUN WITH NO FACTCCTL JOB ID HAS NO CHECKPOINT   *
000672*              KEY AND RUNS AS BEFORE.                           *
000673*  2026-10-15  DP  BUSINESS-DATE CYCLE CONTROL - THE BUSINESS    *
000674*              DATE IS TAKEN FROM THE FACTCYCK SUBROUTINE (SEE   *
000675*              COPYBOOKS/FACTYLNK.CPY) AT STARTUP AND CARRIED ON *
000676*              THE FACTEXC, FACTSTAT AND FACTLOCK RECORDS        *
000677*              ALONGSIDE THE REAL TIMESTAMP.  A CLOSED CYCLE     *
000678*              REFUSES THE RUN WITH CONDITION CODE 12 BEFORE THE *
000679*              LOCK IS CLAIMED.                                  *
000680*  2026-10-15  DP  CONTROL-TOTAL LEDGER - A COMPLETED RUN NOW     *
000681*              POSTS ITS FACTPCLN READ, ANSWERED, SKIPPED AND     *
000682*              COVERAGE-GAP PAIR COUNTS AND ITS FACTRPT AND       *
000683*              FACTWRPT WRITTEN COUNTS TO FACTLEDG (SEE           *
000684*              COPYBOOKS/FACTLEDR.CPY) FOR THE FACTLBAL CHAIN     *
000685*              BALANCING PROGRAM.  SKIPPED PAIRS THAT WERE        *
000686*              REASON-5 COVERAGE GAPS ARE NOW COUNTED SEPARATELY, *
000687*              AND THE GAP COUNT RIDES ON THE FACTCCKP CHECKPOINT *
000688*              WITH THE OTHER RUNNING COUNTS.  THE GAP SWITCH IS  *
000689*              NOW CLEARED FOR EVERY PAIR, NOT ONLY FOR PAIRS     *
000690*              THAT REACH THE LOOKUP.                             *
000691*----------------------------------------------------------------*
000692 ENVIRONMENT DIVISION.
000693 CONFIGURATION SECTION.
000694 SOURCE-COMPUTER.    IBM-370.
000700 OBJECT-COMPUTER.    IBM-370.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000937     SELECT FACTCCWK ASSIGN TO FACTCCWK
000938                     ORGANIZATION IS SEQUENTIAL
000939                     FILE STATUS IS WS-FACTCCWK-STATUS.
000941     SELECT FACTLEDG ASSIGN TO FACTLEDG
000943                     ORGANIZATION IS SEQUENTIAL
000945                     FILE STATUS IS WS-FACTLEDG-STATUS.
000947 DATA DIVISION.
000950 FILE SECTION.
000960 FD  FACTCCTL
000970     LABEL RECORDS ARE STANDARD.
001154         ==FACTCCKP-LAST-PAIR==  BY ==FACTCCWK-LAST-PAIR==
001155         ==FACTCCKP-RPT-COUNT==  BY ==FACTCCWK-RPT-COUNT==
001156         ==FACTCCKP-WIDE-COUNT== BY ==FACTCCWK-WIDE-COUNT==
001158         ==FACTCCKP-SKIP-COUNT== BY ==FACTCCWK-SKIP-COUNT==
001160         ==FACTCCKP-GAP-COUNT==  BY ==FACTCCWK-GAP-COUNT==.
001162 FD  FACTLEDG
001164     LABEL RECORDS ARE STANDARD.
001166     COPY FACTLEDR.
001170 WORKING-STORAGE SECTION.
001180*----------------------------------------------------------------*
001190*  FILE STATUS FIELDS.                                            *
001282     05  WS-FACTLOCK-STATUS      PIC X(02).
001283     05  WS-FACTCCKP-STATUS      PIC X(02).
001284     05  WS-FACTCCWK-STATUS      PIC X(02).
001287     05  WS-FACTLEDG-STATUS      PIC X(02).
001290*----------------------------------------------------------------*
001300*  STANDALONE COUNTERS AND SWITCHES.                              *
001310*----------------------------------------------------------------*
001620 77  WS-RPT-COUNT                PIC 9(05)     COMP-3 VALUE 0.
001621 77  WS-WIDE-COUNT               PIC 9(05)     COMP-3 VALUE 0.
001622 77  WS-SKIP-COUNT               PIC 9(05)     COMP-3 VALUE 0.
001625 77  WS-GAP-COUNT                PIC 9(05)     COMP-3 VALUE 0.
001628*----------------------------------------------------------------*
001631*  FACTORIAL FETCH FIELDS AND THE LOOKUP TABLE LOADED FROM        *
001634*  FACTOUT IN LOOKUP MODE - SLOT N HOLDS N FACTORIAL, AND THE     *
001637*  LOADED SWITCH SAYS WHETHER THE FACTORIAL RUN PRODUCED THAT N.  *
001640*----------------------------------------------------------------*
001650 77  WS-EXC-DATE                 PIC X(08)     VALUE SPACES.
001660 77  WS-EXC-CLOCK                PIC X(08)     VALUE SPACES.
001830*  SUBROUTINE.                                                   *
001840*----------------------------------------------------------------*
001850     COPY FACTXLNK.
001851*----------------------------------------------------------------*
001852*  CONTROL-TOTAL LEDGER STAMP - ONE RUN TIME ON EVERY FACTLEDG    *
001853*  RECORD THIS EXECUTION POSTS.                                   *
001854*----------------------------------------------------------------*
001855 77  WS-LEDG-DATE                PIC X(08)     VALUE SPACES.
001856 77  WS-LEDG-CLOCK               PIC X(08)     VALUE SPACES.
001857 77  WS-LEDG-TIME                PIC X(14)     VALUE SPACES.
001858*----------------------------------------------------------------*
001859*  LINKAGE FOR THE FACTCYCK BUSINESS-CYCLE SUBROUTINE.            *
001860*----------------------------------------------------------------*
001861     COPY FACTYLNK.
001862 PROCEDURE DIVISION.
001870*----------------------------------------------------------------*
001880*  0000-MAINLINE                                                  *
001890*----------------------------------------------------------------*
002027         ' WIDE RESULTS, ' WS-SKIP-COUNT ' SKIPPED'.
002030     MOVE 'C' TO WS-RUN-STATE.
002040     PERFORM 7500-WRITE-STATUS-RECORD THRU 7500-EXIT.
002042     PERFORM 7600-POST-CONTROL-TOTALS THRU 7600-EXIT.
002044     PERFORM 9500-RELEASE-RUN-LOCK THRU 9500-EXIT.
002050 0000-EXIT.
002060     STOP RUN.
002100 1000-INITIALIZE.
002110     MOVE 'N' TO WS-EOF-SW.
002120     MOVE 'N' TO WS-ABORT-SW.
002121     CALL 'FACTCYCK' USING FACTY-BUSINESS-DATE, FACTY-CYCLE-STATE.
002122     IF FACTY-CYCLE-CLOSED
002123         DISPLAY 'FACTCOMB - BUSINESS DATE ' FACTY-BUSINESS-DATE
002124             ' IS CLOSED - RUN REFUSED - REOPEN IT WITH FACTCYCL'
002125         MOVE 'Y' TO WS-LOCK-REFUSED-SW
002126         GO TO 1000-EXIT
002127     END-IF.
002130     PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
002132     IF WS-JOB-ID NOT = SPACES
002133         PERFORM 9000-CLAIM-RUN-LOCK THRU 9000-EXIT
003420     END-IF.
003421     IF WS-PAIR-WAS-INVALID
003422         ADD 1 TO WS-SKIP-COUNT
003423         IF WS-COVERAGE-GAP
003424             ADD 1 TO WS-GAP-COUNT
003425         END-IF
003426     END-IF.
003427     IF WS-JOB-ID NOT = SPACES
003428         PERFORM 5000-WRITE-CHECKPOINT THRU 5000-EXIT
003429     END-IF.
003430     PERFORM 1100-READ-FACTPAIR THRU 1100-EXIT.
003440 2000-EXIT.
003450     EXIT.
003530 2100-VALIDATE-PAIR.
003540     MOVE 'N' TO WS-PAIR-INVALID-SW.
003550     MOVE 'N' TO WS-EXTENDED-SW.
003555     MOVE 'N' TO WS-GAP-SW.
003560     IF WS-CURRENT-R > WS-CURRENT-N
003570         DISPLAY 'FACTCOMB - R EXCEEDS N - PAIR SKIPPED - N='
003580             WS-CURRENT-N ' R=' WS-CURRENT-R
005480     MOVE WS-CURRENT-R TO FACTEXC-R.
005490     MOVE WS-EXC-REASON TO FACTEXC-REASON-CODE.
005500     MOVE WS-EXC-TIME TO FACTEXC-TIMESTAMP.
005505     MOVE FACTY-BUSINESS-DATE TO FACTEXC-BUSINESS-DATE.
005510     WRITE FACTEXC-RECORD.
005520 7000-EXIT.
005530     EXIT.
005670     MOVE WS-JOB-ID TO FACTSTAT-JOB-ID.
005680     MOVE WS-RUN-STATE TO FACTSTAT-STATE.
005690     MOVE WS-EXC-TIME TO FACTSTAT-TIMESTAMP.
005695     MOVE FACTY-BUSINESS-DATE TO FACTSTAT-BUSINESS-DATE.
005700     OPEN EXTEND FACTSTAT.
005710     IF WS-FACTSTAT-STATUS = '35'
005720         OPEN OUTPUT FACTSTAT
006050     MOVE 'FACTCOMB' TO FACTLOCK-PROGRAM-ID.
006060     MOVE 'C' TO FACTLOCK-ACTION.
006070     MOVE WS-LOCK-STAMP-TIME TO FACTLOCK-TIMESTAMP.
006075     MOVE FACTY-BUSINESS-DATE TO FACTLOCK-BUSINESS-DATE.
006080     WRITE FACTLOCK-RECORD.
006090     CLOSE FACTLOCK.
006100     MOVE 'Y' TO WS-LOCK-CLAIMED-SW.
006630     MOVE 'FACTCOMB' TO FACTLOCK-PROGRAM-ID.
006640     MOVE 'R' TO FACTLOCK-ACTION.
006650     MOVE WS-LOCK-STAMP-TIME TO FACTLOCK-TIMESTAMP.
006655     MOVE FACTY-BUSINESS-DATE TO FACTLOCK-BUSINESS-DATE.
006660     WRITE FACTLOCK-RECORD.
006670     CLOSE FACTLOCK.
006680 9500-EXIT.
007070         MOVE FACTCCKP-RPT-COUNT TO WS-RPT-COUNT
007080         MOVE FACTCCKP-WIDE-COUNT TO WS-WIDE-COUNT
007090         MOVE FACTCCKP-SKIP-COUNT TO WS-SKIP-COUNT
007095         MOVE FACTCCKP-GAP-COUNT TO WS-GAP-COUNT
007100     END-IF.
007110 1410-EXIT.
007120     EXIT.
007220     MOVE WS-RPT-COUNT TO FACTCCKP-RPT-COUNT.
007230     MOVE WS-WIDE-COUNT TO FACTCCKP-WIDE-COUNT.
007240     MOVE WS-SKIP-COUNT TO FACTCCKP-SKIP-COUNT.
007245     MOVE WS-GAP-COUNT TO FACTCCKP-GAP-COUNT.
007250     WRITE FACTCCKP-RECORD.
007260 5000-EXIT.
007270     EXIT.
007770         MOVE FACTCCKP-RPT-COUNT TO FACTCCWK-RPT-COUNT
007780         MOVE FACTCCKP-WIDE-COUNT TO FACTCCWK-WIDE-COUNT
007790         MOVE FACTCCKP-SKIP-COUNT TO FACTCCWK-SKIP-COUNT
007795         MOVE FACTCCKP-GAP-COUNT TO FACTCCWK-GAP-COUNT
007800         WRITE FACTCCWK-RECORD
007810     END-IF.
007820 6100-EXIT.
007970     MOVE FACTCCWK-RPT-COUNT TO FACTCCKP-RPT-COUNT.
007980     MOVE FACTCCWK-WIDE-COUNT TO FACTCCKP-WIDE-COUNT.
007990     MOVE FACTCCWK-SKIP-COUNT TO FACTCCKP-SKIP-COUNT.
007995     MOVE FACTCCWK-GAP-COUNT TO FACTCCKP-GAP-COUNT.
008000     WRITE FACTCCKP-RECORD.
008010 6200-EXIT.
008020     EXIT.
008030*----------------------------------------------------------------*
008040*  7600-POST-CONTROL-TOTALS                                       *
008050*  APPENDS THIS RUN'S INPUT, OUTPUT AND REJECT COUNTS TO THE      *
008060*  FACTLEDG CONTROL-TOTAL LEDGER (SEE FACTLEDR.CPY), WHERE THE    *
008070*  FACTLBAL BALANCING PROGRAM PROVES THEM AGAINST THE             *
008080*  NEIGHBOURING STEPS OF THE CHAIN.                               *
008090*----------------------------------------------------------------*
008100 7600-POST-CONTROL-TOTALS.
008110     ACCEPT WS-LEDG-DATE FROM DATE YYYYMMDD.
008120     ACCEPT WS-LEDG-CLOCK FROM TIME.
008130     STRING WS-LEDG-DATE DELIMITED BY SIZE
008140         WS-LEDG-CLOCK(1:6) DELIMITED BY SIZE
008150         INTO WS-LEDG-TIME.
008160     OPEN EXTEND FACTLEDG.
008170     IF WS-FACTLEDG-STATUS = '35'
008180         OPEN OUTPUT FACTLEDG
008190     END-IF.
008200     MOVE 'FACTPCLN' TO FACTLEDG-FILE-ID.
008210     MOVE 'I' TO FACTLEDG-COUNT-TYPE.
008220     MOVE 'READ' TO FACTLEDG-COUNT-NAME.
008230     MOVE WS-PAIR-NUMBER TO FACTLEDG-COUNT.
008240     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
008250     MOVE 'FACTPCLN' TO FACTLEDG-FILE-ID.
008260     MOVE 'O' TO FACTLEDG-COUNT-TYPE.
008270     MOVE 'ANSWERED' TO FACTLEDG-COUNT-NAME.
008280     COMPUTE FACTLEDG-COUNT = WS-PAIR-NUMBER - WS-SKIP-COUNT.
008290     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
008300     MOVE 'FACTPCLN' TO FACTLEDG-FILE-ID.
008310     MOVE 'R' TO FACTLEDG-COUNT-TYPE.
008320     MOVE 'SKIPPED' TO FACTLEDG-COUNT-NAME.
008330     COMPUTE FACTLEDG-COUNT = WS-SKIP-COUNT - WS-GAP-COUNT.
008340     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
008350     MOVE 'FACTPCLN' TO FACTLEDG-FILE-ID.
008360     MOVE 'R' TO FACTLEDG-COUNT-TYPE.
008370     MOVE 'GAP' TO FACTLEDG-COUNT-NAME.
008380     MOVE WS-GAP-COUNT TO FACTLEDG-COUNT.
008390     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
008400     MOVE 'FACTRPT' TO FACTLEDG-FILE-ID.
008410     MOVE 'O' TO FACTLEDG-COUNT-TYPE.
008420     MOVE 'WRITTEN' TO FACTLEDG-COUNT-NAME.
008430     MOVE WS-RPT-COUNT TO FACTLEDG-COUNT.
008440     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
008450     MOVE 'FACTWRPT' TO FACTLEDG-FILE-ID.
008460     MOVE 'O' TO FACTLEDG-COUNT-TYPE.
008470     MOVE 'WRITTEN' TO FACTLEDG-COUNT-NAME.
008480     MOVE WS-WIDE-COUNT TO FACTLEDG-COUNT.
008490     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
008500     CLOSE FACTLEDG.
008510 7600-EXIT.
008520     EXIT.
008530*----------------------------------------------------------------*
008540*  7610-WRITE-LEDGER-RECORD                                       *
008550*----------------------------------------------------------------*
008560 7610-WRITE-LEDGER-RECORD.
008570     MOVE 'FACTCOMB' TO FACTLEDG-PROGRAM-ID.
008580     MOVE WS-JOB-ID TO FACTLEDG-JOB-ID.
008590     MOVE WS-LEDG-TIME TO FACTLEDG-RUN-TIME.
008600     MOVE FACTY-BUSINESS-DATE TO FACTLEDG-BUSINESS-DATE.
008610     WRITE FACTLEDG-RECORD.
008620 7610-EXIT.
008630     EXIT.
