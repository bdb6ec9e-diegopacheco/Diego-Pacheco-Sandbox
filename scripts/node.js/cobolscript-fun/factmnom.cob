000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     FACTMNOM.
000120 AUTHOR.         D. PACHECO.
000130 INSTALLATION.   COMBINATORICS BATCH GROUP.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*----------------------------------------------------------------*
000170*  MODIFICATION HISTORY                                          *
000180*  2026-10-15  DP  ORIGINAL - MULTINOMIAL COEFFICIENT TABLE FOR   *
000190*              PRICING'S GROUPED-SELECTION WORK, WHICH USED TO    *
000200*              CHAIN SEVERAL FACTSERV NCR ANSWERS AND MULTIPLY    *
000210*              THEM BY HAND.  EACH FACTMREQ REQUEST (SEE          *
000220*              COPYBOOKS/FACTMRQR.CPY) CARRIES N AND UP TO EIGHT  *
000230*              GROUP SIZES.  THE REQUEST IS EDITED - N NUMERIC    *
000240*              AND 1 THRU 100, EVERY SIZE NUMERIC, THE SIZES      *
000250*              SUMMING TO N - AND N! / (N1! N2! ... NK!) IS       *
000260*              BUILT AT FULL WIDTH ONE GROUP AT A TIME WITH THE   *
000270*              NEW FACTXMTH FUNCTION M (SEE COPYBOOKS/            *
000280*              FACTXLNK.CPY).  EACH ACCEPTED REQUEST GOES TO A    *
000290*              PAGED REPORT ON FACTMRPT AND TO THE FACTMOUT       *
000300*              DIGIT-STRING FILE (SEE COPYBOOKS/FACTMNMR.CPY)     *
000310*              FOR DOWNSTREAM JOBS.  A REJECTED REQUEST IS        *
000320*              LISTED WITH ITS REASON AND FILED ON THE SHARED     *
000330*              FACTEXC TRAIL UNDER REASON 10.                     *
000331*  2026-10-15  DP  CONTROL-TOTAL LEDGER - A RUN THAT WORKED ITS   *
000332*              REQUESTS NOW POSTS THE FACTMREQ REQUESTS READ AND  *
000333*              REJECTED AND THE FACTMOUT RECORDS WRITTEN TO       *
000334*              FACTLEDG (SEE COPYBOOKS/FACTLEDR.CPY) FOR THE      *
000335*              FACTLBAL CHAIN BALANCING PROGRAM.                  *
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.    IBM-370.
000380 OBJECT-COMPUTER.    IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT FACTCCTL ASSIGN TO FACTCCTL
000420                     ORGANIZATION IS SEQUENTIAL
000430                     FILE STATUS IS WS-FACTCCTL-STATUS.
000440     SELECT FACTMREQ ASSIGN TO FACTMREQ
000450                     ORGANIZATION IS SEQUENTIAL
000460                     FILE STATUS IS WS-FACTMREQ-STATUS.
000470     SELECT FACTMOUT ASSIGN TO FACTMOUT
000480                     ORGANIZATION IS SEQUENTIAL
000490                     FILE STATUS IS WS-FACTMOUT-STATUS.
000500     SELECT FACTEXC  ASSIGN TO FACTEXC
000510                     ORGANIZATION IS SEQUENTIAL
000520                     FILE STATUS IS WS-FACTEXC-STATUS.
000530     SELECT FACTMRPT ASSIGN TO FACTMRPT
000540                     ORGANIZATION IS SEQUENTIAL
000550                     FILE STATUS IS WS-FACTMRPT-STATUS.
000552     SELECT FACTLEDG ASSIGN TO FACTLEDG
000554                     ORGANIZATION IS SEQUENTIAL
000556                     FILE STATUS IS WS-FACTLEDG-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  FACTCCTL
000590     LABEL RECORDS ARE STANDARD.
000600     COPY FACTCCLR.
000610 FD  FACTMREQ
000620     LABEL RECORDS ARE STANDARD.
000630     COPY FACTMRQR.
000640 FD  FACTMOUT
000650     LABEL RECORDS ARE STANDARD.
000660     COPY FACTMNMR.
000670 FD  FACTEXC
000680     LABEL RECORDS ARE STANDARD.
000690     COPY FACTEXCR.
000700 FD  FACTMRPT
000710     LABEL RECORDS ARE STANDARD.
000720 01  FACTMRPT-LINE               PIC X(132).
000722 FD  FACTLEDG
000724     LABEL RECORDS ARE STANDARD.
000726     COPY FACTLEDR.
000730 WORKING-STORAGE SECTION.
000740*----------------------------------------------------------------*
000750*  FILE STATUS FIELDS.                                            *
000760*----------------------------------------------------------------*
000770 01  WS-FILE-STATUSES.
000780     05  WS-FACTCCTL-STATUS      PIC X(02).
000790     05  WS-FACTMREQ-STATUS      PIC X(02).
000800     05  WS-FACTMOUT-STATUS      PIC X(02).
000810     05  WS-FACTEXC-STATUS       PIC X(02).
000820     05  WS-FACTMRPT-STATUS      PIC X(02).
000825     05  WS-FACTLEDG-STATUS      PIC X(02).
000830*----------------------------------------------------------------*
000840*  STANDALONE COUNTERS AND SWITCHES.                              *
000850*----------------------------------------------------------------*
000860 77  WS-ABORT-SW                 PIC X(01)     VALUE 'N'.
000870     88  WS-JOB-ABORTED              VALUE 'Y'.
000880 77  WS-EOF-SW                   PIC X(01)     VALUE 'N'.
000890     88  WS-END-OF-FACTMREQ          VALUE 'Y'.
000900 77  WS-CYCLE-REFUSED-SW         PIC X(01)     VALUE 'N'.
000910     88  WS-RUN-REFUSED              VALUE 'Y'.
000920 77  WS-JOB-ID                   PIC X(08)     VALUE SPACES.
000930 77  WS-REJECT-TEXT              PIC X(30)     VALUE SPACES.
000940 77  WS-CURRENT-N                PIC 9(03)     COMP-3 VALUE 0.
000950 77  WS-RUNNING-N                PIC 9(03)     COMP-3 VALUE 0.
000960 77  WS-SIZE-SUM                 PIC 9(05)     COMP-3 VALUE 0.
000970 77  WS-GROUP-COUNT              PIC 9(01)     COMP-3 VALUE 0.
000980 77  WS-SLOT                     PIC 9(02)     COMP-3 VALUE 0.
000990 77  WS-GRP-IDX                  PIC 9(02)     COMP-3 VALUE 0.
001000 77  WS-DIGIT-POS                PIC 9(03)     COMP-3 VALUE 0.
001010 77  WS-PIECE-LEN                PIC 9(03)     COMP-3 VALUE 0.
001020 77  WS-READ-COUNT               PIC 9(05)     COMP-3 VALUE 0.
001030 77  WS-ACCEPT-COUNT             PIC 9(05)     COMP-3 VALUE 0.
001040 77  WS-REJECT-COUNT             PIC 9(05)     COMP-3 VALUE 0.
001050 77  WS-LINE-COUNT               PIC 9(03)     COMP-3 VALUE 99.
001060 77  WS-PAGE-COUNT               PIC 9(05)     COMP-3 VALUE 0.
001070*----------------------------------------------------------------*
001080*  THE GROUP SIZES THAT PASSED THE EDIT, PACKED TO THE FRONT -    *
001090*  BLANK SLOTS ON THE REQUEST ARE DROPPED.                        *
001100*----------------------------------------------------------------*
001110 01  WS-GROUP-AREA.
001120     05  WS-GROUP-SIZE           PIC 9(03)     COMP-3
001130                                 OCCURS 8 TIMES.
001140*----------------------------------------------------------------*
001150*  EXCEPTION TRAIL FIELDS.                                        *
001160*----------------------------------------------------------------*
001170 77  WS-EXC-DATE                 PIC X(08)     VALUE SPACES.
001180 77  WS-EXC-CLOCK                PIC X(08)     VALUE SPACES.
001190 77  WS-EXC-TIME                 PIC X(14)     VALUE SPACES.
001200*----------------------------------------------------------------*
001210*  REPORT LINES.  A COEFFICIENT WIDER THAN ONE LINE'S 60 DIGITS   *
001220*  RUNS ON OVER CONTINUATION LINES UNDER THE SAME COLUMN.         *
001230*----------------------------------------------------------------*
001240 01  WS-HEADING-1.
001250     05  FILLER                  PIC X(20)     VALUE
001260         'FACTMNOM            '.
001270     05  FILLER                  PIC X(40)     VALUE
001280         'MULTINOMIAL COEFFICIENT TABLE           '.
001290     05  FILLER                  PIC X(13)     VALUE SPACES.
001300     05  FILLER                  PIC X(07)     VALUE 'JOB ID '.
001310     05  WS-HDG1-JOB-ID          PIC X(08).
001320     05  FILLER                  PIC X(32)     VALUE SPACES.
001330     05  FILLER                  PIC X(05)     VALUE 'PAGE '.
001340     05  WS-HDG1-PAGE            PIC ZZ,ZZ9.
001350     05  FILLER                  PIC X(01)     VALUE SPACES.
001360 01  WS-COL-HEADING.
001370     05  FILLER                  PIC X(02)     VALUE SPACES.
001380     05  FILLER                  PIC X(10)     VALUE
001390         'REQUESTOR '.
001400     05  FILLER                  PIC X(05)     VALUE '  N  '.
001410     05  FILLER                  PIC X(34)     VALUE
001420         'GROUP SIZES                       '.
001430     05  FILLER                  PIC X(05)     VALUE 'DIGS '.
001440     05  FILLER                  PIC X(60)     VALUE
001450         'MULTINOMIAL COEFFICIENT'.
001460     05  FILLER                  PIC X(16)     VALUE SPACES.
001470 01  WS-DETAIL-LINE.
001480     05  FILLER                  PIC X(02).
001490     05  WS-DET-REQUESTOR        PIC X(08).
001500     05  FILLER                  PIC X(02).
001510     05  WS-DET-N                PIC ZZ9.
001520     05  FILLER                  PIC X(02).
001530     05  WS-DET-GROUP-ENTRY      OCCURS 8 TIMES.
001540         10  FILLER              PIC X(01).
001550         10  WS-DET-GROUP        PIC ZZ9.
001560     05  FILLER                  PIC X(02).
001570     05  WS-DET-DIGITS           PIC ZZ9.
001580     05  FILLER                  PIC X(02).
001590     05  WS-DET-VALUE            PIC X(60).
001600     05  FILLER                  PIC X(16).
001610 01  WS-REJECT-LINE.
001620     05  FILLER                  PIC X(02).
001630     05  WS-REJ-REQUESTOR        PIC X(08).
001640     05  FILLER                  PIC X(02).
001650     05  WS-REJ-N                PIC X(03).
001660     05  FILLER                  PIC X(02).
001670     05  WS-REJ-GROUP-ENTRY      OCCURS 8 TIMES.
001680         10  FILLER              PIC X(01).
001690         10  WS-REJ-GROUP        PIC X(03).
001700     05  FILLER                  PIC X(07).
001710     05  WS-REJ-TEXT             PIC X(60).
001720     05  FILLER                  PIC X(16).
001730 01  WS-TOTAL-LINE.
001740     05  FILLER                  PIC X(02)     VALUE SPACES.
001750     05  WS-TOT-TEXT             PIC X(34).
001760     05  WS-TOT-VALUE            PIC ZZ,ZZ9.
001770     05  FILLER                  PIC X(90)     VALUE SPACES.
001780 01  WS-SAVE-LINE                PIC X(132)    VALUE SPACES.
001790*----------------------------------------------------------------*
001800*  LINKAGE FOR THE CALLABLE FACTXMTH EXTENDED-PRECISION          *
001810*  SUBROUTINE.                                                   *
001820*----------------------------------------------------------------*
001830     COPY FACTXLNK.
001831*----------------------------------------------------------------*
001832*  CONTROL-TOTAL LEDGER STAMP - ONE RUN TIME ON EVERY FACTLEDG    *
001833*  RECORD THIS EXECUTION POSTS.                                   *
001834*----------------------------------------------------------------*
001835 77  WS-LEDG-DATE                PIC X(08)     VALUE SPACES.
001836 77  WS-LEDG-CLOCK               PIC X(08)     VALUE SPACES.
001837 77  WS-LEDG-TIME                PIC X(14)     VALUE SPACES.
001840*----------------------------------------------------------------*
001850*  LINKAGE FOR THE FACTCYCK BUSINESS-CYCLE SUBROUTINE.            *
001860*----------------------------------------------------------------*
001870     COPY FACTYLNK.
001880 PROCEDURE DIVISION.
001890*----------------------------------------------------------------*
001900*  0000-MAINLINE                                                  *
001910*----------------------------------------------------------------*
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001940     IF WS-RUN-REFUSED
001950         MOVE 12 TO RETURN-CODE
001960         GO TO 0000-EXIT
001970     END-IF.
001980     IF WS-JOB-ABORTED
001990         DISPLAY 'FACTMNOM - NO MULTINOMIAL TABLE PRODUCED'
002000         MOVE 8 TO RETURN-CODE
002010         GO TO 0000-EXIT
002020     END-IF.
002030     PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT
002040         UNTIL WS-END-OF-FACTMREQ.
002050     CLOSE FACTMREQ.
002060     CLOSE FACTMOUT.
002070     CLOSE FACTEXC.
002080     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
002090     CLOSE FACTMRPT.
002100     DISPLAY 'FACTMNOM - ' WS-READ-COUNT ' REQUESTS READ - '
002110         WS-ACCEPT-COUNT ' COMPUTED - ' WS-REJECT-COUNT
002120         ' REJECTED'.
002125     PERFORM 7600-POST-CONTROL-TOTALS THRU 7600-EXIT.
002130     IF WS-REJECT-COUNT > 0
002140         MOVE 4 TO RETURN-CODE
002150     END-IF.
002160 0000-EXIT.
002170     STOP RUN.
002180*----------------------------------------------------------------*
002190*  1000-INITIALIZE                                                *
002200*  PICKS UP THE JOB ID FROM FACTCCTL FOR THE PAGE HEADINGS AND    *
002210*  THE EXCEPTION TRAIL (SPACES WHEN NO CONTROL FILE IS ON FILE)   *
002220*  AND OPENS THE REQUESTS, THE DIGIT-STRING OUTPUT, THE TRAIL     *
002230*  AND THE REPORT.                                                *
002240*----------------------------------------------------------------*
002250 1000-INITIALIZE.
002260     CALL 'FACTCYCK' USING FACTY-BUSINESS-DATE, FACTY-CYCLE-STATE.
002270     IF FACTY-CYCLE-CLOSED
002280         DISPLAY 'FACTMNOM - BUSINESS DATE ' FACTY-BUSINESS-DATE
002290             ' IS CLOSED - RUN REFUSED - REOPEN IT WITH FACTCYCL'
002300         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
002310         GO TO 1000-EXIT
002320     END-IF.
002330     OPEN OUTPUT FACTMRPT.
002340     OPEN INPUT FACTCCTL.
002350     IF WS-FACTCCTL-STATUS NOT = '35'
002360         READ FACTCCTL
002370             AT END
002380                 CONTINUE
002390             NOT AT END
002400                 MOVE FACTCCTL-JOB-ID TO WS-JOB-ID
002410         END-READ
002420         CLOSE FACTCCTL
002430     END-IF.
002440     MOVE WS-JOB-ID TO WS-HDG1-JOB-ID.
002450     OPEN INPUT FACTMREQ.
002460     IF WS-FACTMREQ-STATUS = '35'
002470         DISPLAY 'FACTMNOM - FACTMREQ NOT ON FILE - JOB ABORTED'
002480         MOVE 'Y' TO WS-ABORT-SW
002485         CLOSE FACTMRPT
002490         GO TO 1000-EXIT
002500     END-IF.
002510     OPEN OUTPUT FACTMOUT.
002520     OPEN EXTEND FACTEXC.
002530     IF WS-FACTEXC-STATUS = '35'
002540         OPEN OUTPUT FACTEXC
002550     END-IF.
002560     PERFORM 1100-READ-FACTMREQ THRU 1100-EXIT.
002570 1000-EXIT.
002580     EXIT.
002590*----------------------------------------------------------------*
002600*  1100-READ-FACTMREQ                                             *
002610*----------------------------------------------------------------*
002620 1100-READ-FACTMREQ.
002630     READ FACTMREQ
002640         AT END
002650             MOVE 'Y' TO WS-EOF-SW
002660     END-READ.
002670 1100-EXIT.
002680     EXIT.
002690*----------------------------------------------------------------*
002700*  2000-PROCESS-REQUESTS                                          *
002710*  ONE REQUEST PER PASS - EDITED, COMPUTED, AND EITHER WRITTEN    *
002720*  OR REJECTED.  WS-REJECT-TEXT CARRIES THE FIRST REASON FOUND.   *
002730*----------------------------------------------------------------*
002740 2000-PROCESS-REQUESTS.
002750     ADD 1 TO WS-READ-COUNT.
002760     MOVE SPACES TO WS-REJECT-TEXT.
002770     PERFORM 2100-EDIT-REQUEST THRU 2100-EXIT.
002780     IF WS-REJECT-TEXT NOT = SPACES
002790         PERFORM 6000-REJECT-REQUEST THRU 6000-EXIT
002800         GO TO 2000-NEXT
002810     END-IF.
002820     PERFORM 3000-COMPUTE-COEFFICIENT THRU 3000-EXIT.
002830     IF WS-REJECT-TEXT NOT = SPACES
002840         PERFORM 6000-REJECT-REQUEST THRU 6000-EXIT
002850         GO TO 2000-NEXT
002860     END-IF.
002870     PERFORM 4000-WRITE-REQUEST-OUTPUT THRU 4000-EXIT.
002880     ADD 1 TO WS-ACCEPT-COUNT.
002890 2000-NEXT.
002900     PERFORM 1100-READ-FACTMREQ THRU 1100-EXIT.
002910 2000-EXIT.
002920     EXIT.
002930*----------------------------------------------------------------*
002940*  2100-EDIT-REQUEST                                              *
002950*  N MUST BE NUMERIC AND 1 THRU 100 - THE WIDTH FACTXMTH CARRIES. *
002960*  EVERY GROUP SLOT THAT IS NOT BLANK MUST BE NUMERIC, THERE      *
002970*  MUST BE AT LEAST ONE GROUP, AND THE SIZES MUST SUM TO N.       *
002980*----------------------------------------------------------------*
002990 2100-EDIT-REQUEST.
003000     MOVE 0 TO WS-CURRENT-N.
003010     MOVE 0 TO WS-GROUP-COUNT.
003020     MOVE 0 TO WS-SIZE-SUM.
003030     INITIALIZE WS-GROUP-AREA.
003040     IF FACTMREQ-N-X IS NOT NUMERIC
003050         MOVE 'N NOT NUMERIC' TO WS-REJECT-TEXT
003060         GO TO 2100-EXIT
003070     END-IF.
003080     MOVE FACTMREQ-N TO WS-CURRENT-N.
003090     IF WS-CURRENT-N < 1 OR WS-CURRENT-N > 100
003100         MOVE 'N NOT 1 THRU 100' TO WS-REJECT-TEXT
003110         GO TO 2100-EXIT
003120     END-IF.
003130     PERFORM 2200-EDIT-ONE-GROUP THRU 2200-EXIT
003140         VARYING WS-SLOT FROM 1 BY 1
003150         UNTIL WS-SLOT > 8
003160         OR WS-REJECT-TEXT NOT = SPACES.
003170     IF WS-REJECT-TEXT NOT = SPACES
003180         GO TO 2100-EXIT
003190     END-IF.
003200     IF WS-GROUP-COUNT = 0
003210         MOVE 'NO GROUP SIZES GIVEN' TO WS-REJECT-TEXT
003220         GO TO 2100-EXIT
003230     END-IF.
003240     IF WS-SIZE-SUM NOT = WS-CURRENT-N
003250         MOVE 'GROUP SIZES DO NOT SUM TO N' TO WS-REJECT-TEXT
003260     END-IF.
003270 2100-EXIT.
003280     EXIT.
003290*----------------------------------------------------------------*
003300*  2200-EDIT-ONE-GROUP                                            *
003310*----------------------------------------------------------------*
003320 2200-EDIT-ONE-GROUP.
003330     IF FACTMREQ-GROUP-SIZE-X(WS-SLOT) = SPACES
003340         GO TO 2200-EXIT
003350     END-IF.
003360     IF FACTMREQ-GROUP-SIZE-X(WS-SLOT) IS NOT NUMERIC
003370         MOVE 'GROUP SIZE NOT NUMERIC' TO WS-REJECT-TEXT
003380         GO TO 2200-EXIT
003390     END-IF.
003400     ADD 1 TO WS-GROUP-COUNT.
003410     MOVE FACTMREQ-GROUP-SIZE(WS-SLOT)
003420         TO WS-GROUP-SIZE(WS-GROUP-COUNT).
003430     ADD FACTMREQ-GROUP-SIZE(WS-SLOT) TO WS-SIZE-SUM.
003440 2200-EXIT.
003450     EXIT.
003460*----------------------------------------------------------------*
003470*  3000-COMPUTE-COEFFICIENT                                       *
003480*  STARTS THE RUNNING PRODUCT AT 1 AND HANDS IT TO FACTXMTH ONCE  *
003490*  PER GROUP, WHICH MULTIPLIES IT BY C(SIZES SO FAR, THIS SIZE).  *
003500*  AFTER THE LAST GROUP IT HOLDS N! / (N1! N2! ... NK!).  A GROUP *
003510*  OF SIZE ZERO CONTRIBUTES 0! = 1 AND NEEDS NO CALL.             *
003520*----------------------------------------------------------------*
003530 3000-COMPUTE-COEFFICIENT.
003540     MOVE SPACES TO FACTX-RESULT-DIGITS.
003550     MOVE '1' TO FACTX-RESULT-DIGITS(1:1).
003560     MOVE 1 TO FACTX-RESULT-LENGTH.
003570     MOVE 0 TO WS-RUNNING-N.
003580     PERFORM 3100-APPLY-ONE-GROUP THRU 3100-EXIT
003590         VARYING WS-GRP-IDX FROM 1 BY 1
003600         UNTIL WS-GRP-IDX > WS-GROUP-COUNT
003610         OR WS-REJECT-TEXT NOT = SPACES.
003620 3000-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------*
003650*  3100-APPLY-ONE-GROUP                                           *
003660*  A REJECT SHOULD NEVER HAPPEN BEHIND THE EDITS ABOVE, BUT THE   *
003670*  REQUEST IS DROPPED AND FILED LIKE ANY OTHER REJECT IF IT DOES. *
003680*----------------------------------------------------------------*
003690 3100-APPLY-ONE-GROUP.
003700     IF WS-GROUP-SIZE(WS-GRP-IDX) = 0
003710         GO TO 3100-EXIT
003720     END-IF.
003730     ADD WS-GROUP-SIZE(WS-GRP-IDX) TO WS-RUNNING-N.
003740     MOVE 'M' TO FACTX-FUNCTION.
003750     MOVE WS-RUNNING-N TO FACTX-N.
003760     MOVE WS-GROUP-SIZE(WS-GRP-IDX) TO FACTX-R.
003770     CALL 'FACTXMTH' USING FACTX-FUNCTION, FACTX-N, FACTX-R,
003780         FACTX-RESULT-DIGITS, FACTX-RESULT-LENGTH,
003790         FACTX-RETURN-CODE.
003800     IF FACTX-REQUEST-INVALID
003810         DISPLAY 'FACTMNOM - FACTXMTH REJECTED REQUEST - N='
003820             WS-CURRENT-N ' REQUESTOR=' FACTMREQ-REQUESTOR-ID
003830         MOVE 'REJECTED BY FACTXMTH' TO WS-REJECT-TEXT
003840     END-IF.
003850 3100-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------*
003880*  4000-WRITE-REQUEST-OUTPUT                                      *
003890*  ONE FACTMOUT RECORD, THEN THE REPORT LINES - THE FIRST LINE    *
003900*  CARRIES THE REQUEST, ANY CONTINUATION LINES ONLY THE DIGITS.   *
003910*----------------------------------------------------------------*
003920 4000-WRITE-REQUEST-OUTPUT.
003930     MOVE FACTMREQ-REQUESTOR-ID TO FACTMNOM-REQUESTOR-ID.
003940     MOVE WS-CURRENT-N TO FACTMNOM-N.
003950     MOVE WS-GROUP-COUNT TO FACTMNOM-GROUP-COUNT.
003960     PERFORM 4100-MOVE-ONE-GROUP THRU 4100-EXIT
003970         VARYING WS-GRP-IDX FROM 1 BY 1
003980         UNTIL WS-GRP-IDX > 8.
003990     MOVE FACTX-RESULT-LENGTH TO FACTMNOM-DIGIT-COUNT.
004000     MOVE SPACES TO FACTMNOM-DIGITS.
004010     MOVE FACTX-RESULT-DIGITS(1:FACTX-RESULT-LENGTH)
004020         TO FACTMNOM-DIGITS.
004030     WRITE FACTMNOM-RECORD.
004040     MOVE SPACES TO WS-DETAIL-LINE.
004050     MOVE FACTMREQ-REQUESTOR-ID TO WS-DET-REQUESTOR.
004060     MOVE WS-CURRENT-N TO WS-DET-N.
004070     PERFORM 4200-SHOW-ONE-GROUP THRU 4200-EXIT
004080         VARYING WS-GRP-IDX FROM 1 BY 1
004090         UNTIL WS-GRP-IDX > WS-GROUP-COUNT.
004100     MOVE FACTX-RESULT-LENGTH TO WS-DET-DIGITS.
004110     PERFORM 4300-PRINT-ONE-PIECE THRU 4300-EXIT
004120         VARYING WS-DIGIT-POS FROM 1 BY 60
004130         UNTIL WS-DIGIT-POS > FACTX-RESULT-LENGTH.
004140 4000-EXIT.
004150     EXIT.
004160*----------------------------------------------------------------*
004170*  4100-MOVE-ONE-GROUP                                            *
004180*----------------------------------------------------------------*
004190 4100-MOVE-ONE-GROUP.
004200     MOVE WS-GROUP-SIZE(WS-GRP-IDX)
004210         TO FACTMNOM-GROUP-SIZE(WS-GRP-IDX).
004220 4100-EXIT.
004230     EXIT.
004240*----------------------------------------------------------------*
004250*  4200-SHOW-ONE-GROUP                                            *
004260*----------------------------------------------------------------*
004270 4200-SHOW-ONE-GROUP.
004280     MOVE WS-GROUP-SIZE(WS-GRP-IDX) TO WS-DET-GROUP(WS-GRP-IDX).
004290 4200-EXIT.
004300     EXIT.
004310*----------------------------------------------------------------*
004320*  4300-PRINT-ONE-PIECE                                           *
004330*  UP TO 60 DIGITS OF THE COEFFICIENT.  AFTER THE FIRST LINE THE  *
004340*  REQUEST COLUMNS ARE BLANKED SO ONLY THE DIGITS CONTINUE.       *
004350*----------------------------------------------------------------*
004360 4300-PRINT-ONE-PIECE.
004370     COMPUTE WS-PIECE-LEN =
004375         FACTX-RESULT-LENGTH - WS-DIGIT-POS + 1.
004380     IF WS-PIECE-LEN > 60
004390         MOVE 60 TO WS-PIECE-LEN
004400     END-IF.
004410     MOVE SPACES TO WS-DET-VALUE.
004420     MOVE FACTX-RESULT-DIGITS(WS-DIGIT-POS:WS-PIECE-LEN)
004430         TO WS-DET-VALUE.
004440     MOVE WS-DETAIL-LINE TO FACTMRPT-LINE.
004450     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
004460     MOVE SPACES TO WS-DETAIL-LINE.
004470 4300-EXIT.
004480     EXIT.
004490*----------------------------------------------------------------*
004500*  5000-WRITE-TOTALS                                              *
004510*----------------------------------------------------------------*
004520 5000-WRITE-TOTALS.
004530     MOVE SPACES TO FACTMRPT-LINE.
004540     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
004550     MOVE 'REQUESTS READ                     ' TO WS-TOT-TEXT.
004560     MOVE WS-READ-COUNT TO WS-TOT-VALUE.
004570     MOVE WS-TOTAL-LINE TO FACTMRPT-LINE.
004580     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
004590     MOVE 'COEFFICIENTS COMPUTED             ' TO WS-TOT-TEXT.
004600     MOVE WS-ACCEPT-COUNT TO WS-TOT-VALUE.
004610     MOVE WS-TOTAL-LINE TO FACTMRPT-LINE.
004620     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
004630     MOVE 'REQUESTS REJECTED                 ' TO WS-TOT-TEXT.
004640     MOVE WS-REJECT-COUNT TO WS-TOT-VALUE.
004650     MOVE WS-TOTAL-LINE TO FACTMRPT-LINE.
004660     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
004670 5000-EXIT.
004680     EXIT.
004690*----------------------------------------------------------------*
004700*  6000-REJECT-REQUEST                                            *
004710*  LISTS THE REQUEST AS KEYED WITH ITS REASON AND FILES IT ON     *
004720*  FACTEXC.                                                       *
004730*----------------------------------------------------------------*
004740 6000-REJECT-REQUEST.
004750     ADD 1 TO WS-REJECT-COUNT.
004760     MOVE SPACES TO WS-REJECT-LINE.
004770     MOVE FACTMREQ-REQUESTOR-ID TO WS-REJ-REQUESTOR.
004780     MOVE FACTMREQ-N-X TO WS-REJ-N.
004790     PERFORM 6100-SHOW-ONE-SLOT THRU 6100-EXIT
004800         VARYING WS-SLOT FROM 1 BY 1
004810         UNTIL WS-SLOT > 8.
004820     STRING '*** REJECTED - ' DELIMITED BY SIZE
004830         WS-REJECT-TEXT DELIMITED BY SIZE
004840         INTO WS-REJ-TEXT.
004850     MOVE WS-REJECT-LINE TO FACTMRPT-LINE.
004860     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
004870     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
004880 6000-EXIT.
004890     EXIT.
004900*----------------------------------------------------------------*
004910*  6100-SHOW-ONE-SLOT                                             *
004920*----------------------------------------------------------------*
004930 6100-SHOW-ONE-SLOT.
004940     MOVE FACTMREQ-GROUP-SIZE-X(WS-SLOT) TO WS-REJ-GROUP(WS-SLOT).
004950 6100-EXIT.
004960     EXIT.
004970*----------------------------------------------------------------*
004980*  7000-WRITE-EXCEPTION                                          *
004990*  APPENDS ONE RECORD TO THE SHARED FACTEXC EXCEPTION FILE FOR   *
005000*  THE REQUEST JUST REJECTED.  N IS ZERO WHEN IT WAS NOT EVEN    *
005010*  NUMERIC, AND R IS ALWAYS ZERO - A MULTINOMIAL HAS NO SINGLE   *
005020*  R.  THE REASON CODE VOCABULARY LIVES IN FACTEXCR.CPY.         *
005030*----------------------------------------------------------------*
005040 7000-WRITE-EXCEPTION.
005050     ACCEPT WS-EXC-DATE FROM DATE YYYYMMDD.
005060     ACCEPT WS-EXC-CLOCK FROM TIME.
005070     STRING WS-EXC-DATE DELIMITED BY SIZE
005080         WS-EXC-CLOCK(1:6) DELIMITED BY SIZE
005090         INTO WS-EXC-TIME.
005100     MOVE 'FACTMNOM' TO FACTEXC-PROGRAM-ID.
005110     MOVE WS-JOB-ID TO FACTEXC-JOB-ID.
005120     MOVE WS-CURRENT-N TO FACTEXC-N.
005130     MOVE 0 TO FACTEXC-R.
005140     MOVE 10 TO FACTEXC-REASON-CODE.
005150     MOVE WS-EXC-TIME TO FACTEXC-TIMESTAMP.
005160     MOVE FACTY-BUSINESS-DATE TO FACTEXC-BUSINESS-DATE.
005170     WRITE FACTEXC-RECORD.
005180 7000-EXIT.
005190     EXIT.
005191*----------------------------------------------------------------*
005192*  7600-POST-CONTROL-TOTALS                                       *
005193*  APPENDS THIS RUN'S INPUT, OUTPUT AND REJECT COUNTS TO THE      *
005194*  FACTLEDG CONTROL-TOTAL LEDGER (SEE FACTLEDR.CPY), WHERE THE    *
005195*  FACTLBAL BALANCING PROGRAM PROVES THEM AGAINST THE             *
005196*  NEIGHBOURING STEPS OF THE CHAIN.                               *
005197*----------------------------------------------------------------*
005198 7600-POST-CONTROL-TOTALS.
005199     ACCEPT WS-LEDG-DATE FROM DATE YYYYMMDD.
005200     ACCEPT WS-LEDG-CLOCK FROM TIME.
005201     STRING WS-LEDG-DATE DELIMITED BY SIZE
005202         WS-LEDG-CLOCK(1:6) DELIMITED BY SIZE
005203         INTO WS-LEDG-TIME.
005204     OPEN EXTEND FACTLEDG.
005205     IF WS-FACTLEDG-STATUS = '35'
005206         OPEN OUTPUT FACTLEDG
005207     END-IF.
005208     MOVE 'FACTMREQ' TO FACTLEDG-FILE-ID.
005209     MOVE 'I' TO FACTLEDG-COUNT-TYPE.
005210     MOVE 'READ' TO FACTLEDG-COUNT-NAME.
005211     MOVE WS-READ-COUNT TO FACTLEDG-COUNT.
005212     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
005213     MOVE 'FACTMOUT' TO FACTLEDG-FILE-ID.
005214     MOVE 'O' TO FACTLEDG-COUNT-TYPE.
005215     MOVE 'WRITTEN' TO FACTLEDG-COUNT-NAME.
005216     MOVE WS-ACCEPT-COUNT TO FACTLEDG-COUNT.
005217     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
005218     MOVE 'FACTMREQ' TO FACTLEDG-FILE-ID.
005219     MOVE 'R' TO FACTLEDG-COUNT-TYPE.
005220     MOVE 'REJECTED' TO FACTLEDG-COUNT-NAME.
005221     MOVE WS-REJECT-COUNT TO FACTLEDG-COUNT.
005222     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
005223     CLOSE FACTLEDG.
005224 7600-EXIT.
005225     EXIT.
005226*----------------------------------------------------------------*
005227*  7610-WRITE-LEDGER-RECORD                                       *
005228*----------------------------------------------------------------*
005229 7610-WRITE-LEDGER-RECORD.
005230     MOVE 'FACTMNOM' TO FACTLEDG-PROGRAM-ID.
005231     MOVE WS-JOB-ID TO FACTLEDG-JOB-ID.
005232     MOVE WS-LEDG-TIME TO FACTLEDG-RUN-TIME.
005233     MOVE FACTY-BUSINESS-DATE TO FACTLEDG-BUSINESS-DATE.
005234     WRITE FACTLEDG-RECORD.
005235 7610-EXIT.
005236     EXIT.
005237*----------------------------------------------------------------*
005238*  8000-PRINT-LINE                                                *
005239*  WRITES ONE LINE, BREAKING TO A FRESH PAGE WITH THE REPORT      *
005240*  HEADING EVERY 60 LINES.                                        *
005241*----------------------------------------------------------------*
005250 8000-PRINT-LINE.
005260     IF WS-LINE-COUNT > 59
005270         PERFORM 8100-PRINT-PAGE-HEADING THRU 8100-EXIT
005280     END-IF.
005290     WRITE FACTMRPT-LINE AFTER ADVANCING 1 LINE.
005300     ADD 1 TO WS-LINE-COUNT.
005310 8000-EXIT.
005320     EXIT.
005330*----------------------------------------------------------------*
005340*  8100-PRINT-PAGE-HEADING                                        *
005350*----------------------------------------------------------------*
005360 8100-PRINT-PAGE-HEADING.
005370     MOVE FACTMRPT-LINE TO WS-SAVE-LINE.
005380     ADD 1 TO WS-PAGE-COUNT.
005390     MOVE WS-PAGE-COUNT TO WS-HDG1-PAGE.
005400     WRITE FACTMRPT-LINE FROM WS-HEADING-1
005410         AFTER ADVANCING PAGE.
005420     MOVE SPACES TO FACTMRPT-LINE.
005430     WRITE FACTMRPT-LINE AFTER ADVANCING 1 LINE.
005440     WRITE FACTMRPT-LINE FROM WS-COL-HEADING
005450         AFTER ADVANCING 1 LINE.
005460     MOVE SPACES TO FACTMRPT-LINE.
005470     WRITE FACTMRPT-LINE AFTER ADVANCING 1 LINE.
005480     MOVE 5 TO WS-LINE-COUNT.
005490     MOVE WS-SAVE-LINE TO FACTMRPT-LINE.
005500 8100-EXIT.
005510     EXIT.
