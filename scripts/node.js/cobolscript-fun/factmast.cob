000286*              STARTER FOR A CLAIMED JOB ID IS REFUSED WITH       *
000287*              CONDITION CODE 12.  A LOCK LEFT BY AN ABEND IS     *
000288*              CLEARED WITH THE FACTLRLS UTILITY.                 *
000289*  2026-10-15  DP  BEFORE-IMAGE JOURNAL - EVERY ROW ADDED TO THE   *
000290*              MASTER IS NOW ALSO WRITTEN TO THE APPEND-ONLY      *
000291*              FACTJRN JOURNAL (SEE COPYBOOKS/FACTJRNR.CPY) WITH  *
000292*              ITS BEFORE AND AFTER IMAGES, SO THE FACTBOUT       *
000293*              UTILITY CAN ROLL THE MASTER BACK TO BEFORE A BAD   *
000294*              RUN IN ONE STEP.                                   *
000295*  2026-10-15  DP  BUSINESS-DATE CYCLE CONTROL - THE BUSINESS    *
000296*              DATE IS TAKEN FROM THE FACTCYCK SUBROUTINE (SEE   *
000297*              COPYBOOKS/FACTYLNK.CPY) AT STARTUP AND CARRIED ON *
000298*              THE FACTLOCK RECORDS ALONGSIDE THE REAL           *
000299*              TIMESTAMP.  A CLOSED CYCLE REFUSES THE RUN WITH   *
000300*              CONDITION CODE 12 BEFORE THE LOCK IS CLAIMED.     *
000301*  2026-10-15  DP  CONTROL-TOTAL LEDGER - A RUN THAT GOT PAST     *
000302*              START-UP NOW POSTS ITS FACTOUT READ COUNT, ITS     *
000303*              FACTMST ADDED AND VERIFIED COUNTS, AND THE         *
000304*              DIFFERING AND FAILED-ADD ROWS TO FACTLEDG (SEE     *
000305*              COPYBOOKS/FACTLEDR.CPY) FOR THE FACTLBAL CHAIN     *
000306*              BALANCING PROGRAM.  FAILED ADDS ARE NOW COUNTED.   *
000307*  2026-10-15  DP  BUSINESS-DATE CYCLE CONTROL - A CLOSED CYCLE   *
000308*              IS NOW REFUSED BEFORE FACTMRPT IS OPENED, SO A     *
000309*              REFUSED RUN NO LONGER EMPTIES THE LAST MAINTENANCE *
000310*              REPORT.  THE REFUSAL HAS ITS OWN SWITCH, AS A LOCK *
000311*              REFUSAL STILL HAS A REPORT TO CLOSE.               *
000312*----------------------------------------------------------------*
000313 ENVIRONMENT DIVISION.
000314 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.    IBM-370.
000330 OBJECT-COMPUTER.    IBM-370.
000340 INPUT-OUTPUT SECTION.
000492     SELECT FACTLOCK ASSIGN TO FACTLOCK
000494                     ORGANIZATION IS SEQUENTIAL
000496                     FILE STATUS IS WS-FACTLOCK-STATUS.
000497     SELECT FACTJRN  ASSIGN TO FACTJRN
000498                     ORGANIZATION IS SEQUENTIAL
000499                     FILE STATUS IS WS-FACTJRN-STATUS.
000501     SELECT FACTLEDG ASSIGN TO FACTLEDG
000503                     ORGANIZATION IS SEQUENTIAL
000505                     FILE STATUS IS WS-FACTLEDG-STATUS.
000507 DATA DIVISION.
000510 FILE SECTION.
000520 FD  FACTCTL
000530     LABEL RECORDS ARE STANDARD.
000632 FD  FACTLOCK
000634     LABEL RECORDS ARE STANDARD.
000636     COPY FACTLKR.
000637 FD  FACTJRN
000638     LABEL RECORDS ARE STANDARD.
000639     COPY FACTJRNR.
000641 FD  FACTLEDG
000643     LABEL RECORDS ARE STANDARD.
000645     COPY FACTLEDR.
000647 WORKING-STORAGE SECTION.
000650*----------------------------------------------------------------*
000660*  FILE STATUS FIELDS.                                            *
000670*----------------------------------------------------------------*
000710     05  WS-FACTMST-STATUS       PIC X(02).
000720     05  WS-FACTMRPT-STATUS      PIC X(02).
000722     05  WS-FACTLOCK-STATUS      PIC X(02).
000726     05  WS-FACTJRN-STATUS       PIC X(02).
000728     05  WS-FACTLEDG-STATUS      PIC X(02).
000730*----------------------------------------------------------------*
000740*  STANDALONE COUNTERS AND SWITCHES.                              *
000750*----------------------------------------------------------------*
000856     88  WS-END-OF-FACTLOCK          VALUE 'Y'.
000857 77  WS-LOCK-REFUSED-SW          PIC X(01)     VALUE 'N'.
000858     88  WS-RUN-REFUSED              VALUE 'Y'.
000859 77  WS-CYCLE-REFUSED-SW         PIC X(01)     VALUE 'N'.
000860     88  WS-CYCLE-REFUSED            VALUE 'Y'.
000861 77  WS-LOCK-CLAIMED-SW          PIC X(01)     VALUE 'N'.
000862     88  WS-LOCK-WAS-CLAIMED         VALUE 'Y'.
000863 77  WS-LAST-LOCK-ACTION         PIC X(01)     VALUE SPACE.
000864 77  WS-LOCK-HOLDER              PIC X(08)     VALUE SPACES.
000865 77  WS-LOCK-HELD-TIME           PIC X(14)     VALUE SPACES.
000866 77  WS-LOCK-STAMP-DATE          PIC X(08)     VALUE SPACES.
000867 77  WS-LOCK-STAMP-CLOCK         PIC X(08)     VALUE SPACES.
000868 77  WS-LOCK-STAMP-TIME          PIC X(14)     VALUE SPACES.
000869*----------------------------------------------------------------*
000870*  MAINTENANCE TOTALS.                                            *
000880*----------------------------------------------------------------*
000890 77  WS-READ-COUNT               PIC 9(05)     COMP-3 VALUE 0.
000900 77  WS-ADD-COUNT                PIC 9(05)     COMP-3 VALUE 0.
000910 77  WS-VERIFY-COUNT             PIC 9(05)     COMP-3 VALUE 0.
000920 77  WS-DIFFER-COUNT             PIC 9(05)     COMP-3 VALUE 0.
000925 77  WS-FAIL-COUNT               PIC 9(05)     COMP-3 VALUE 0.
000930*----------------------------------------------------------------*
000940*  REPORT LINES.                                                  *
000950*----------------------------------------------------------------*
001170     05  WS-TOT-TEXT             PIC X(34).
001180     05  WS-TOT-VALUE            PIC ZZ,ZZ9.
001190     05  FILLER                  PIC X(90)     VALUE SPACES.
001191*----------------------------------------------------------------*
001192*  CONTROL-TOTAL LEDGER STAMP - ONE RUN TIME ON EVERY FACTLEDG    *
001193*  RECORD THIS EXECUTION POSTS.                                   *
001194*----------------------------------------------------------------*
001195 77  WS-LEDG-DATE                PIC X(08)     VALUE SPACES.
001196 77  WS-LEDG-CLOCK               PIC X(08)     VALUE SPACES.
001197 77  WS-LEDG-TIME                PIC X(14)     VALUE SPACES.
001198*----------------------------------------------------------------*
001199*  LINKAGE FOR THE FACTCYCK BUSINESS-CYCLE SUBROUTINE.            *
001200*----------------------------------------------------------------*
001201     COPY FACTYLNK.
001202 PROCEDURE DIVISION.
001210*----------------------------------------------------------------*
001220*  0000-MAINLINE                                                  *
001230*----------------------------------------------------------------*
001240 0000-MAINLINE.
001250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001251     IF WS-CYCLE-REFUSED
001252         MOVE 12 TO RETURN-CODE
001253         GO TO 0000-EXIT
001254     END-IF.
001255     IF WS-RUN-REFUSED
001256         CLOSE FACTMRPT
001257         MOVE 12 TO RETURN-CODE
001258         GO TO 0000-EXIT
001259     END-IF.
001260     IF WS-JOB-ABORTED
001300         UNTIL WS-END-OF-FACTOUT.
001310     CLOSE FACTOUT.
001320     CLOSE FACTMST.
001325     CLOSE FACTJRN.
001330 0000-WRAP-UP.
001340     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
001350     CLOSE FACTMRPT.
001352     IF NOT WS-JOB-ABORTED
001354         PERFORM 7600-POST-CONTROL-TOTALS THRU 7600-EXIT
001356     END-IF.
001358     PERFORM 9500-RELEASE-RUN-LOCK THRU 9500-EXIT.
001360     IF WS-MASTER-MISMATCHED OR WS-JOB-ABORTED
001370         DISPLAY 'FACTMAST - MAINTENANCE ENDED WITH EXCEPTIONS '
001380             '- SEE FACTMRPT'
001480*  PICKS UP THE JOB ID FROM FACTCTL FOR STAMPING NEW MASTER       *
001490*  ROWS, OPENS THE FACTOUT TRANSACTIONS, AND OPENS THE MASTER     *
001500*  I-O - ON THE VERY FIRST RUN, WHEN NO MASTER EXISTS YET, AN     *
001510*  EMPTY ONE IS CREATED FIRST.  THE FACTJRN JOURNAL IS OPENED     *
001515*  EXTEND LAST, AND CREATED ON ITS FIRST USE.                     *
001520*----------------------------------------------------------------*
001530 1000-INITIALIZE.
001531     CALL 'FACTCYCK' USING FACTY-BUSINESS-DATE, FACTY-CYCLE-STATE.
001532     IF FACTY-CYCLE-CLOSED
001533         DISPLAY 'FACTMAST - BUSINESS DATE ' FACTY-BUSINESS-DATE
001534             ' IS CLOSED - RUN REFUSED - REOPEN IT WITH FACTCYCL'
001535         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
001536         GO TO 1000-EXIT
001537     END-IF.
001540     OPEN OUTPUT FACTMRPT.
001550     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
001560     ACCEPT WS-STAMP-CLOCK FROM TIME.
001910             WS-FACTMST-STATUS ' - JOB ABORTED'
001920         CLOSE FACTOUT
001930         MOVE 'Y' TO WS-ABORT-SW
001935         GO TO 1000-EXIT
001940     END-IF.
001942     OPEN EXTEND FACTJRN.
001944     IF WS-FACTJRN-STATUS = '35'
001946         OPEN OUTPUT FACTJRN
001948     END-IF.
001950 1000-EXIT.
001960     EXIT.
001970*----------------------------------------------------------------*
002280             DISPLAY 'FACTMAST - WRITE FAILED FOR N=' FACTMST-N
002290                 ' - STATUS ' WS-FACTMST-STATUS
002300             MOVE 'Y' TO WS-MISMATCH-SW
002305             ADD 1 TO WS-FAIL-COUNT
002310             GO TO 2100-EXIT
002320     END-WRITE.
002330     ADD 1 TO WS-ADD-COUNT.
002331     MOVE 'A' TO FACTJRN-ACTION.
002332     MOVE 0 TO FACTJRN-BEFORE-RESULT.
002333     MOVE SPACES TO FACTJRN-BEFORE-JOB-ID.
002334     MOVE SPACES TO FACTJRN-BEFORE-UPDATED.
002335     PERFORM 2300-WRITE-JOURNAL THRU 2300-EXIT.
002340 2100-EXIT.
002350     EXIT.
002360*----------------------------------------------------------------*
002530     WRITE FACTMRPT-LINE AFTER ADVANCING 1 LINE.
002540 2200-EXIT.
002550     EXIT.
002551*----------------------------------------------------------------*
002552*  2300-WRITE-JOURNAL                                             *
002553*  APPENDS ONE FACTJRN RECORD FOR THE MASTER ROW JUST WRITTEN.    *
002554*  THE CALLER HAS ALREADY SET THE ACTION AND THE BEFORE IMAGE -   *
002555*  THE AFTER IMAGE IS THE ROW NOW IN THE FACTMST RECORD AREA.     *
002556*----------------------------------------------------------------*
002557 2300-WRITE-JOURNAL.
002558     MOVE WS-JOB-ID TO FACTJRN-JOB-ID.
002559     MOVE 'FACTMAST' TO FACTJRN-PROGRAM-ID.
002560     MOVE FACTMST-N TO FACTJRN-N.
002561     MOVE FACTMST-RESULT TO FACTJRN-AFTER-RESULT.
002562     MOVE WS-STAMP-TIME TO FACTJRN-TIMESTAMP.
002563     WRITE FACTJRN-RECORD.
002564     IF WS-FACTJRN-STATUS NOT = '00'
002565         DISPLAY 'FACTMAST - JOURNAL WRITE FAILED FOR N='
002566             FACTMST-N ' - STATUS ' WS-FACTJRN-STATUS
002567         MOVE 'Y' TO WS-MISMATCH-SW
002568     END-IF.
002569 2300-EXIT.
002570     EXIT.
002571*----------------------------------------------------------------*
002572*  5000-WRITE-TOTALS                                              *
002580*----------------------------------------------------------------*
002590 5000-WRITE-TOTALS.
002600     MOVE SPACES TO FACTMRPT-LINE.
002710     MOVE 'N VALUES WITH DIFFERING FACTORIALS' TO WS-TOT-TEXT.
002720     MOVE WS-DIFFER-COUNT TO WS-TOT-VALUE.
002730     PERFORM 5100-WRITE-ONE-TOTAL THRU 5100-EXIT.
002732     MOVE 'NEW N VALUES THE MASTER REFUSED   ' TO WS-TOT-TEXT.
002734     MOVE WS-FAIL-COUNT TO WS-TOT-VALUE.
002736     PERFORM 5100-WRITE-ONE-TOTAL THRU 5100-EXIT.
002740 5000-EXIT.
002750     EXIT.
002760*----------------------------------------------------------------*
002810     WRITE FACTMRPT-LINE AFTER ADVANCING 1 LINE.
002820 5100-EXIT.
002830     EXIT.
002831*----------------------------------------------------------------*
002832*  7600-POST-CONTROL-TOTALS                                       *
002833*  APPENDS THIS RUN'S INPUT, OUTPUT AND REJECT COUNTS TO THE      *
002834*  FACTLEDG CONTROL-TOTAL LEDGER (SEE FACTLEDR.CPY), WHERE THE    *
002835*  FACTLBAL BALANCING PROGRAM PROVES THEM AGAINST THE             *
002836*  NEIGHBOURING STEPS OF THE CHAIN.                               *
002837*----------------------------------------------------------------*
002838 7600-POST-CONTROL-TOTALS.
002839     ACCEPT WS-LEDG-DATE FROM DATE YYYYMMDD.
002840     ACCEPT WS-LEDG-CLOCK FROM TIME.
002841     STRING WS-LEDG-DATE DELIMITED BY SIZE
002842         WS-LEDG-CLOCK(1:6) DELIMITED BY SIZE
002843         INTO WS-LEDG-TIME.
002844     OPEN EXTEND FACTLEDG.
002845     IF WS-FACTLEDG-STATUS = '35'
002846         OPEN OUTPUT FACTLEDG
002847     END-IF.
002848     MOVE 'FACTOUT' TO FACTLEDG-FILE-ID.
002849     MOVE 'I' TO FACTLEDG-COUNT-TYPE.
002850     MOVE 'READ' TO FACTLEDG-COUNT-NAME.
002851     MOVE WS-READ-COUNT TO FACTLEDG-COUNT.
002852     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
002853     MOVE 'FACTMST' TO FACTLEDG-FILE-ID.
002854     MOVE 'O' TO FACTLEDG-COUNT-TYPE.
002855     MOVE 'ADDED' TO FACTLEDG-COUNT-NAME.
002856     MOVE WS-ADD-COUNT TO FACTLEDG-COUNT.
002857     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
002858     MOVE 'FACTMST' TO FACTLEDG-FILE-ID.
002859     MOVE 'O' TO FACTLEDG-COUNT-TYPE.
002860     MOVE 'VERIFIED' TO FACTLEDG-COUNT-NAME.
002861     MOVE WS-VERIFY-COUNT TO FACTLEDG-COUNT.
002862     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
002863     MOVE 'FACTOUT' TO FACTLEDG-FILE-ID.
002864     MOVE 'R' TO FACTLEDG-COUNT-TYPE.
002865     MOVE 'DIFFERING' TO FACTLEDG-COUNT-NAME.
002866     MOVE WS-DIFFER-COUNT TO FACTLEDG-COUNT.
002867     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
002868     MOVE 'FACTOUT' TO FACTLEDG-FILE-ID.
002869     MOVE 'R' TO FACTLEDG-COUNT-TYPE.
002870     MOVE 'FAILED' TO FACTLEDG-COUNT-NAME.
002871     MOVE WS-FAIL-COUNT TO FACTLEDG-COUNT.
002872     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
002873     CLOSE FACTLEDG.
002874 7600-EXIT.
002875     EXIT.
002876*----------------------------------------------------------------*
002877*  7610-WRITE-LEDGER-RECORD                                       *
002878*----------------------------------------------------------------*
002879 7610-WRITE-LEDGER-RECORD.
002880     MOVE 'FACTMAST' TO FACTLEDG-PROGRAM-ID.
002881     MOVE WS-JOB-ID TO FACTLEDG-JOB-ID.
002882     MOVE WS-LEDG-TIME TO FACTLEDG-RUN-TIME.
002883     MOVE FACTY-BUSINESS-DATE TO FACTLEDG-BUSINESS-DATE.
002884     WRITE FACTLEDG-RECORD.
002885 7610-EXIT.
002886     EXIT.
002887*----------------------------------------------------------------*
002888*  8000-WRITE-HEADING                                             *
002889*----------------------------------------------------------------*
002890 8000-WRITE-HEADING.
002891     WRITE FACTMRPT-LINE FROM WS-HEADING-1
002892         AFTER ADVANCING PAGE.
002900     MOVE SPACES TO FACTMRPT-LINE.
002910     WRITE FACTMRPT-LINE AFTER ADVANCING 1 LINE.
002920 8000-EXIT.
003210     MOVE 'FACTMAST' TO FACTLOCK-PROGRAM-ID.
003220     MOVE 'C' TO FACTLOCK-ACTION.
003230     MOVE WS-LOCK-STAMP-TIME TO FACTLOCK-TIMESTAMP.
003235     MOVE FACTY-BUSINESS-DATE TO FACTLOCK-BUSINESS-DATE.
003240     WRITE FACTLOCK-RECORD.
003250     CLOSE FACTLOCK.
003260     MOVE 'Y' TO WS-LOCK-CLAIMED-SW.
003780     MOVE 'FACTMAST' TO FACTLOCK-PROGRAM-ID.
003790     MOVE 'R' TO FACTLOCK-ACTION.
003800     MOVE WS-LOCK-STAMP-TIME TO FACTLOCK-TIMESTAMP.
003805     MOVE FACTY-BUSINESS-DATE TO FACTLOCK-BUSINESS-DATE.
003810     WRITE FACTLOCK-RECORD.
003820     CLOSE FACTLOCK.
003830 9500-EXIT.
