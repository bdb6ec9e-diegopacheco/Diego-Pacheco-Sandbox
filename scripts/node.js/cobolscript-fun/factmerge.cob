000315*              FOR A CLAIMED JOB ID IS REFUSED WITH CONDITION     *
000316*              CODE 12.  A LOCK LEFT BY AN ABEND IS CLEARED       *
000317*              WITH THE FACTLRLS UTILITY.                         *
000318*  2026-10-15  DP  BUSINESS-DATE CYCLE CONTROL - THE BUSINESS    *
000319*              DATE IS TAKEN FROM THE FACTCYCK SUBROUTINE (SEE   *
000320*              COPYBOOKS/FACTYLNK.CPY) AT STARTUP AND CARRIED ON *
000321*              THE FACTAUD, FACTSTAT AND FACTLOCK RECORDS        *
000322*              ALONGSIDE THE REAL TIMESTAMP.  A CLOSED CYCLE     *
000323*              REFUSES THE RUN WITH CONDITION CODE 12 BEFORE THE *
000324*              LOCK IS CLAIMED.                                  *
000325*  2026-10-15  DP  CONTROL-TOTAL LEDGER - EVERY MERGE THAT GOT    *
000326*              PAST START-UP, CLEAN OR SEAM-FAULTED, NOW POSTS    *
000327*              THE SLICE RECORDS IT READ AND THE FACTOUT RECORDS  *
000328*              IT WROTE TO FACTLEDG (SEE COPYBOOKS/FACTLEDR.CPY)  *
000329*              FOR THE FACTLBAL CHAIN BALANCING PROGRAM.          *
000330*----------------------------------------------------------------*
000331 ENVIRONMENT DIVISION.
000332 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.    IBM-370.
000350 OBJECT-COMPUTER.    IBM-370.
000360 INPUT-OUTPUT SECTION.
000587     SELECT FACTLOCK ASSIGN TO FACTLOCK
000588                     ORGANIZATION IS SEQUENTIAL
000589                     FILE STATUS IS WS-FACTLOCK-STATUS.
000591     SELECT FACTLEDG ASSIGN TO FACTLEDG
000593                     ORGANIZATION IS SEQUENTIAL
000595                     FILE STATUS IS WS-FACTLEDG-STATUS.
000597 DATA DIVISION.
000600 FILE SECTION.
000610 FD  FACTCTL
000620     LABEL RECORDS ARE STANDARD.
000937 FD  FACTLOCK
000938     LABEL RECORDS ARE STANDARD.
000939     COPY FACTLKR.
000941 FD  FACTLEDG
000943     LABEL RECORDS ARE STANDARD.
000945     COPY FACTLEDR.
000947 WORKING-STORAGE SECTION.
000950*----------------------------------------------------------------*
000960*  FILE STATUS FIELDS.                                            *
000970*----------------------------------------------------------------*
001050     05  WS-FACTAUD-STATUS       PIC X(02).
001052     05  WS-FACTSTAT-STATUS      PIC X(02).
001054     05  WS-FACTLOCK-STATUS      PIC X(02).
001057     05  WS-FACTLEDG-STATUS      PIC X(02).
001060*----------------------------------------------------------------*
001070*  STANDALONE COUNTERS AND SWITCHES.                              *
001080*----------------------------------------------------------------*
001190 77  WS-LEG-IDX                  PIC 9(01)     COMP-3 VALUE 0.
001200 77  WS-LOW-LEG-N                PIC 9(03)     COMP-3 VALUE 0.
001210 77  WS-RECORD-COUNT             PIC 9(05)     COMP-3 VALUE 0.
001215 77  WS-SLICE-READ-COUNT         PIC 9(05)     COMP-3 VALUE 0.
001220 77  WS-GRAND-TOTAL              PIC 9(20)     COMP-3 VALUE 0.
001230*----------------------------------------------------------------*
001240*  AUDIT TIMESTAMP FIELDS.                                        *
001410             88  WS-LEG-IS-DRY       VALUE 'Y'.
001420         10  WS-LEG-N            PIC 9(03)     COMP-3.
001430         10  WS-LEG-RESULT       PIC 9(20)     COMP-3.
001431*----------------------------------------------------------------*
001432*  CONTROL-TOTAL LEDGER STAMP - ONE RUN TIME ON EVERY FACTLEDG    *
001433*  RECORD THIS EXECUTION POSTS.                                   *
001434*----------------------------------------------------------------*
001435 77  WS-LEDG-DATE                PIC X(08)     VALUE SPACES.
001436 77  WS-LEDG-CLOCK               PIC X(08)     VALUE SPACES.
001437 77  WS-LEDG-TIME                PIC X(14)     VALUE SPACES.
001438*----------------------------------------------------------------*
001439*  LINKAGE FOR THE FACTCYCK BUSINESS-CYCLE SUBROUTINE.            *
001440*----------------------------------------------------------------*
001441     COPY FACTYLNK.
001442 PROCEDURE DIVISION.
001450*----------------------------------------------------------------*
001460*  0000-MAINLINE                                                  *
001470*----------------------------------------------------------------*
001700             ' RECORDS FOR JOB ID ' WS-JOB-ID
001710             ' - GRAND TOTAL ' WS-GRAND-TOTAL
001720     END-IF.
001721     IF NOT WS-JOB-ABORTED
001722         PERFORM 7600-POST-CONTROL-TOTALS THRU 7600-EXIT
001723     END-IF.
001725     IF WS-CTL-WAS-READ
001726         PERFORM 5500-WRITE-STATUS-RECORD THRU 5500-EXIT
001727     END-IF.
001850     STRING WS-START-DATE DELIMITED BY SIZE
001860         WS-START-CLOCK(1:6) DELIMITED BY SIZE
001870         INTO WS-START-TIME.
001871     CALL 'FACTCYCK' USING FACTY-BUSINESS-DATE, FACTY-CYCLE-STATE.
001872     IF FACTY-CYCLE-CLOSED
001873         DISPLAY 'FACTMRGE - BUSINESS DATE ' FACTY-BUSINESS-DATE
001874             ' IS CLOSED - RUN REFUSED - REOPEN IT WITH FACTCYCL'
001875         MOVE 'Y' TO WS-LOCK-REFUSED-SW
001876         GO TO 1000-EXIT
001877     END-IF.
001880     OPEN INPUT FACTCTL.
001890     IF WS-FACTCTL-STATUS = '35'
001900         DISPLAY 'FACTMRGE - FACTCTL NOT ON FILE - JOB ABORTED'
003450             MOVE FACTSLC4-N TO WS-LEG-N(4)
003460             MOVE FACTSLC4-RESULT TO WS-LEG-RESULT(4)
003470     END-EVALUATE.
003475     ADD 1 TO WS-SLICE-READ-COUNT.
003480 2200-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------*
003690     MOVE WS-LOW-N TO FACTAUD-MIN-N.
003700     MOVE WS-HIGH-N TO FACTAUD-MAX-N.
003710     MOVE WS-GRAND-TOTAL TO FACTAUD-GRAND-TOTAL.
003715     MOVE FACTY-BUSINESS-DATE TO FACTAUD-BUSINESS-DATE.
003720     OPEN EXTEND FACTAUD.
003730     IF WS-FACTAUD-STATUS = '35'
003740         OPEN OUTPUT FACTAUD
003930     MOVE WS-JOB-ID TO FACTSTAT-JOB-ID.
003940     MOVE WS-RUN-STATE TO FACTSTAT-STATE.
003950     MOVE WS-END-TIME TO FACTSTAT-TIMESTAMP.
003955     MOVE FACTY-BUSINESS-DATE TO FACTSTAT-BUSINESS-DATE.
003960     OPEN EXTEND FACTSTAT.
003970     IF WS-FACTSTAT-STATUS = '35'
003980         OPEN OUTPUT FACTSTAT
004010     CLOSE FACTSTAT.
004020 5500-EXIT.
004030     EXIT.
004031*----------------------------------------------------------------*
004032*  7600-POST-CONTROL-TOTALS                                       *
004033*  APPENDS THIS RUN'S INPUT, OUTPUT AND REJECT COUNTS TO THE      *
004034*  FACTLEDG CONTROL-TOTAL LEDGER (SEE FACTLEDR.CPY), WHERE THE    *
004035*  FACTLBAL BALANCING PROGRAM PROVES THEM AGAINST THE             *
004036*  NEIGHBOURING STEPS OF THE CHAIN.                               *
004037*----------------------------------------------------------------*
004038 7600-POST-CONTROL-TOTALS.
004039     ACCEPT WS-LEDG-DATE FROM DATE YYYYMMDD.
004040     ACCEPT WS-LEDG-CLOCK FROM TIME.
004041     STRING WS-LEDG-DATE DELIMITED BY SIZE
004042         WS-LEDG-CLOCK(1:6) DELIMITED BY SIZE
004043         INTO WS-LEDG-TIME.
004044     OPEN EXTEND FACTLEDG.
004045     IF WS-FACTLEDG-STATUS = '35'
004046         OPEN OUTPUT FACTLEDG
004047     END-IF.
004048     MOVE 'FACTSLC' TO FACTLEDG-FILE-ID.
004049     MOVE 'I' TO FACTLEDG-COUNT-TYPE.
004050     MOVE 'READ' TO FACTLEDG-COUNT-NAME.
004051     MOVE WS-SLICE-READ-COUNT TO FACTLEDG-COUNT.
004052     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
004053     MOVE 'FACTOUT' TO FACTLEDG-FILE-ID.
004054     MOVE 'O' TO FACTLEDG-COUNT-TYPE.
004055     MOVE 'WRITTEN' TO FACTLEDG-COUNT-NAME.
004056     MOVE WS-RECORD-COUNT TO FACTLEDG-COUNT.
004057     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
004058     CLOSE FACTLEDG.
004059 7600-EXIT.
004060     EXIT.
004061*----------------------------------------------------------------*
004062*  7610-WRITE-LEDGER-RECORD                                       *
004063*----------------------------------------------------------------*
004064 7610-WRITE-LEDGER-RECORD.
004065     MOVE 'FACTMRGE' TO FACTLEDG-PROGRAM-ID.
004066     MOVE WS-JOB-ID TO FACTLEDG-JOB-ID.
004067     MOVE WS-LEDG-TIME TO FACTLEDG-RUN-TIME.
004068     MOVE FACTY-BUSINESS-DATE TO FACTLEDG-BUSINESS-DATE.
004069     WRITE FACTLEDG-RECORD.
004070 7610-EXIT.
004071     EXIT.
004072*----------------------------------------------------------------*
004073*  9000-CLAIM-RUN-LOCK                                           *
004074*  CHECKS THE FACTLOCK TRAIL FOR AN OUTSTANDING CLAIM ON THE     *
004075*  PARENT JOB ID, AND APPENDS THIS RUN'S OWN CLAIM WHEN THE      *
004080*  COAST IS CLEAR.  A REFUSED RUN LEAVES NO CLAIM BEHIND AND     *
004090*  TOUCHES NO OUTPUT FILE.                                       *
004100*----------------------------------------------------------------*
004310     MOVE 'FACTMRGE' TO FACTLOCK-PROGRAM-ID.
004320     MOVE 'C' TO FACTLOCK-ACTION.
004330     MOVE WS-LOCK-STAMP-TIME TO FACTLOCK-TIMESTAMP.
004335     MOVE FACTY-BUSINESS-DATE TO FACTLOCK-BUSINESS-DATE.
004340     WRITE FACTLOCK-RECORD.
004350     CLOSE FACTLOCK.
004360     MOVE 'Y' TO WS-LOCK-CLAIMED-SW.
004880     MOVE 'FACTMRGE' TO FACTLOCK-PROGRAM-ID.
004890     MOVE 'R' TO FACTLOCK-ACTION.
004900     MOVE WS-LOCK-STAMP-TIME TO FACTLOCK-TIMESTAMP.
004905     MOVE FACTY-BUSINESS-DATE TO FACTLOCK-BUSINESS-DATE.
004910     WRITE FACTLOCK-RECORD.
004920     CLOSE FACTLOCK.
004930 9500-EXIT.
