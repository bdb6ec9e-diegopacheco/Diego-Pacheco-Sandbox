000300*              DOWNSTREAM JOBS.  A PAIR FACTXMTH REJECTS IS       *
000310*              SKIPPED AND FILED ON THE SHARED FACTEXC TRAIL,     *
000320*              THE SAME WAY FACTCOMB FILES ITS REJECTS.           *
000321*  2026-10-15  DP  BUSINESS-DATE CYCLE CONTROL - THE BUSINESS    *
000322*              DATE IS TAKEN FROM THE FACTCYCK SUBROUTINE (SEE   *
000323*              COPYBOOKS/FACTYLNK.CPY) AT STARTUP AND CARRIED ON *
000324*              EVERY FACTEXC RECORD ALONGSIDE THE REAL           *
000325*              TIMESTAMP.  A CLOSED CYCLE REFUSES THE RUN WITH   *
000326*              CONDITION CODE 12 BEFORE ANY FILE IS OPENED.      *
000327*  2026-10-15  DP  CONTROL-TOTAL LEDGER - PAIRS READ ARE NOW      *
000328*              COUNTED AS THEY ARRIVE, AND A RUN THAT TABLED ITS  *
000329*              PAIRS POSTS THE FACTPCLN PAIRS READ AND SKIPPED    *
000330*              AND THE FACTPOUT ROWS WRITTEN TO FACTLEDG (SEE     *
000331*              COPYBOOKS/FACTLEDR.CPY) FOR THE FACTLBAL CHAIN     *
000332*              BALANCING PROGRAM.                                 *
000333*----------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.    IBM-370.
000520     SELECT FACTPRPT ASSIGN TO FACTPRPT
000530                     ORGANIZATION IS SEQUENTIAL
000540                     FILE STATUS IS WS-FACTPRPT-STATUS.
000542     SELECT FACTLEDG ASSIGN TO FACTLEDG
000544                     ORGANIZATION IS SEQUENTIAL
000546                     FILE STATUS IS WS-FACTLEDG-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  FACTCCTL
000690 FD  FACTPRPT
000700     LABEL RECORDS ARE STANDARD.
000710 01  FACTPRPT-LINE               PIC X(132).
000712 FD  FACTLEDG
000714     LABEL RECORDS ARE STANDARD.
000716     COPY FACTLEDR.
000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------------*
000740*  FILE STATUS FIELDS.                                            *
000790     05  WS-FACTPOUT-STATUS      PIC X(02).
000800     05  WS-FACTEXC-STATUS       PIC X(02).
000810     05  WS-FACTPRPT-STATUS      PIC X(02).
000815     05  WS-FACTLEDG-STATUS      PIC X(02).
000820*----------------------------------------------------------------*
000830*  STANDALONE COUNTERS AND SWITCHES.                              *
000840*----------------------------------------------------------------*
000880     88  WS-END-OF-FACTPAIR          VALUE 'Y'.
000890 77  WS-PAIR-INVALID-SW          PIC X(01)     VALUE 'N'.
000900     88  WS-PAIR-WAS-INVALID         VALUE 'Y'.
000903 77  WS-CYCLE-REFUSED-SW         PIC X(01)     VALUE 'N'.
000906     88  WS-RUN-REFUSED              VALUE 'Y'.
000910 77  WS-JOB-ID                   PIC X(08)     VALUE SPACES.
000920 77  WS-CURRENT-N                PIC 9(03)     COMP-3 VALUE 0.
000930 77  WS-CURRENT-R                PIC 9(03)     COMP-3 VALUE 0.
000940 77  WS-TERM-R                   PIC 9(03)     COMP-3 VALUE 0.
000945 77  WS-READ-COUNT               PIC 9(05)     COMP-3 VALUE 0.
000950 77  WS-PAIR-COUNT               PIC 9(05)     COMP-3 VALUE 0.
000960 77  WS-SKIP-COUNT               PIC 9(05)     COMP-3 VALUE 0.
000970 77  WS-LINE-COUNT               PIC 9(03)     COMP-3 VALUE 99.
001680*  SUBROUTINE.                                                   *
001690*----------------------------------------------------------------*
001700     COPY FACTXLNK.
001701*----------------------------------------------------------------*
001702*  CONTROL-TOTAL LEDGER STAMP - ONE RUN TIME ON EVERY FACTLEDG    *
001703*  RECORD THIS EXECUTION POSTS.                                   *
001704*----------------------------------------------------------------*
001705 77  WS-LEDG-DATE                PIC X(08)     VALUE SPACES.
001706 77  WS-LEDG-CLOCK               PIC X(08)     VALUE SPACES.
001707 77  WS-LEDG-TIME                PIC X(14)     VALUE SPACES.
001708*----------------------------------------------------------------*
001709*  LINKAGE FOR THE FACTCYCK BUSINESS-CYCLE SUBROUTINE.            *
001710*----------------------------------------------------------------*
001711     COPY FACTYLNK.
001712 PROCEDURE DIVISION.
001720*----------------------------------------------------------------*
001730*  0000-MAINLINE                                                  *
001740*----------------------------------------------------------------*
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001762     IF WS-RUN-REFUSED
001764         MOVE 12 TO RETURN-CODE
001766         GO TO 0000-EXIT
001768     END-IF.
001770     IF WS-JOB-ABORTED
001780         DISPLAY 'FACTPROB - NO PROBABILITY TABLE PRODUCED'
001790         MOVE 8 TO RETURN-CODE
001880     CLOSE FACTPRPT.
001890     DISPLAY 'FACTPROB - ' WS-PAIR-COUNT ' PAIRS TABLED - '
001900         WS-SKIP-COUNT ' SKIPPED'.
001905     PERFORM 7600-POST-CONTROL-TOTALS THRU 7600-EXIT.
001910     IF WS-SKIP-COUNT > 0
001920         MOVE 4 TO RETURN-CODE
001930     END-IF.
002010*  REPORT.                                                        *
002020*----------------------------------------------------------------*
002030 1000-INITIALIZE.
002031     CALL 'FACTCYCK' USING FACTY-BUSINESS-DATE, FACTY-CYCLE-STATE.
002032     IF FACTY-CYCLE-CLOSED
002033         DISPLAY 'FACTPROB - BUSINESS DATE ' FACTY-BUSINESS-DATE
002034             ' IS CLOSED - RUN REFUSED - REOPEN IT WITH FACTCYCL'
002035         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
002036         GO TO 1000-EXIT
002037     END-IF.
002040     OPEN OUTPUT FACTPRPT.
002050     OPEN INPUT FACTCCTL.
002060     IF WS-FACTCCTL-STATUS NOT = '35'
002340 1100-READ-FACTPAIR.
002350     READ FACTPAIR
002360         AT END
002365             MOVE 'Y' TO WS-EOF-SW
002370         NOT AT END
002375             ADD 1 TO WS-READ-COUNT
002380     END-READ.
002390 1100-EXIT.
002400     EXIT.
003880     MOVE WS-CURRENT-R TO FACTEXC-R.
003890     MOVE 4 TO FACTEXC-REASON-CODE.
003900     MOVE WS-EXC-TIME TO FACTEXC-TIMESTAMP.
003905     MOVE FACTY-BUSINESS-DATE TO FACTEXC-BUSINESS-DATE.
003910     WRITE FACTEXC-RECORD.
003920 7000-EXIT.
003930     EXIT.
003931*----------------------------------------------------------------*
003932*  7600-POST-CONTROL-TOTALS                                       *
003933*  APPENDS THIS RUN'S INPUT, OUTPUT AND REJECT COUNTS TO THE      *
003934*  FACTLEDG CONTROL-TOTAL LEDGER (SEE FACTLEDR.CPY), WHERE THE    *
003935*  FACTLBAL BALANCING PROGRAM PROVES THEM AGAINST THE             *
003936*  NEIGHBOURING STEPS OF THE CHAIN.                               *
003937*----------------------------------------------------------------*
003938 7600-POST-CONTROL-TOTALS.
003939     ACCEPT WS-LEDG-DATE FROM DATE YYYYMMDD.
003940     ACCEPT WS-LEDG-CLOCK FROM TIME.
003941     STRING WS-LEDG-DATE DELIMITED BY SIZE
003942         WS-LEDG-CLOCK(1:6) DELIMITED BY SIZE
003943         INTO WS-LEDG-TIME.
003944     OPEN EXTEND FACTLEDG.
003945     IF WS-FACTLEDG-STATUS = '35'
003946         OPEN OUTPUT FACTLEDG
003947     END-IF.
003948     MOVE 'FACTPCLN' TO FACTLEDG-FILE-ID.
003949     MOVE 'I' TO FACTLEDG-COUNT-TYPE.
003950     MOVE 'READ' TO FACTLEDG-COUNT-NAME.
003951     MOVE WS-READ-COUNT TO FACTLEDG-COUNT.
003952     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
003953     MOVE 'FACTPOUT' TO FACTLEDG-FILE-ID.
003954     MOVE 'O' TO FACTLEDG-COUNT-TYPE.
003955     MOVE 'WRITTEN' TO FACTLEDG-COUNT-NAME.
003956     MOVE WS-PAIR-COUNT TO FACTLEDG-COUNT.
003957     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
003958     MOVE 'FACTPCLN' TO FACTLEDG-FILE-ID.
003959     MOVE 'R' TO FACTLEDG-COUNT-TYPE.
003960     MOVE 'SKIPPED' TO FACTLEDG-COUNT-NAME.
003961     MOVE WS-SKIP-COUNT TO FACTLEDG-COUNT.
003962     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
003963     CLOSE FACTLEDG.
003964 7600-EXIT.
003965     EXIT.
003966*----------------------------------------------------------------*
003967*  7610-WRITE-LEDGER-RECORD                                       *
003968*----------------------------------------------------------------*
003969 7610-WRITE-LEDGER-RECORD.
003970     MOVE 'FACTPROB' TO FACTLEDG-PROGRAM-ID.
003971     MOVE WS-JOB-ID TO FACTLEDG-JOB-ID.
003972     MOVE WS-LEDG-TIME TO FACTLEDG-RUN-TIME.
003973     MOVE FACTY-BUSINESS-DATE TO FACTLEDG-BUSINESS-DATE.
003974     WRITE FACTLEDG-RECORD.
003975 7610-EXIT.
003976     EXIT.
003977*----------------------------------------------------------------*
003978*  8000-PRINT-LINE                                                *
003979*  WRITES ONE LINE, BREAKING TO A FRESH PAGE WITH THE REPORT      *
003980*  HEADING EVERY 60 LINES.                                        *
003981*----------------------------------------------------------------*
003990 8000-PRINT-LINE.
004000     IF WS-LINE-COUNT > 59
004010         PERFORM 8100-PRINT-PAGE-HEADING THRU 8100-EXIT
