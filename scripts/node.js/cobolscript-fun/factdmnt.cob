000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     FACTDMNT.
000120 AUTHOR.         D. PACHECO.
000130 INSTALLATION.   COMBINATORICS BATCH GROUP.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*----------------------------------------------------------------*
000170*  MODIFICATION HISTORY                                          *
000180*  2026-10-15  DP  ORIGINAL - EXCEPTION DISPOSITION MAINTENANCE.  *
000190*              FACTEXC IS APPEND-ONLY AND FACTESUM AND FACTSBRD   *
000200*              COUNT EVERYTHING ON IT, SO AN EXCEPTION THAT WAS   *
000210*              LOOKED AT, FIXED OR WRITTEN OFF LONG AGO STILL     *
000220*              SHOWS UP IN EVERY COUNT.  THIS JOB POSTS DATA      *
000230*              QUALITY'S DISPOSITIONS FROM THE FACTDTRN CARD      *
000240*              FILE (SEE COPYBOOKS/FACTDTRR.CPY) TO THE KEYED     *
000250*              FACTDSP DISPOSITION FILE (SEE COPYBOOKS/           *
000260*              FACTDSPR.CPY) - ONE RECORD PER EXCEPTION, THE      *
000270*              NEWEST POSTING WINNING.  EVERY CARD IS EDITED AND  *
000280*              MUST NAME AN EXCEPTION ACTUALLY ON FACTEXC.  EACH  *
000290*              CARD IS LISTED ON THE FACTDRPT REPORT WITH WHAT    *
000300*              BECAME OF IT, AND A REJECTED CARD RAISES           *
000310*              CONDITION CODE 4.  FACTEAGE AGES WHAT IS LEFT      *
000320*              OPEN.                                              *
000330*----------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.    IBM-370.
000370 OBJECT-COMPUTER.    IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT FACTDTRN ASSIGN TO FACTDTRN
000410                     ORGANIZATION IS SEQUENTIAL
000420                     FILE STATUS IS WS-FACTDTRN-STATUS.
000430     SELECT FACTEXC  ASSIGN TO FACTEXC
000440                     ORGANIZATION IS SEQUENTIAL
000450                     FILE STATUS IS WS-FACTEXC-STATUS.
000460     SELECT FACTDSP  ASSIGN TO FACTDSP
000470                     ORGANIZATION IS INDEXED
000480                     ACCESS MODE IS RANDOM
000490                     RECORD KEY IS FACTDSP-KEY
000500                     FILE STATUS IS WS-FACTDSP-STATUS.
000510     SELECT FACTDRPT ASSIGN TO FACTDRPT
000520                     ORGANIZATION IS SEQUENTIAL
000530                     FILE STATUS IS WS-FACTDRPT-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  FACTDTRN
000570     LABEL RECORDS ARE STANDARD.
000580     COPY FACTDTRR.
000590 FD  FACTEXC
000600     LABEL RECORDS ARE STANDARD.
000610     COPY FACTEXCR.
000620 FD  FACTDSP
000630     LABEL RECORDS ARE STANDARD.
000640     COPY FACTDSPR.
000650 FD  FACTDRPT
000660     LABEL RECORDS ARE STANDARD.
000670 01  FACTDRPT-LINE               PIC X(132).
000680 WORKING-STORAGE SECTION.
000690*----------------------------------------------------------------*
000700*  FILE STATUS FIELDS.                                            *
000710*----------------------------------------------------------------*
000720 01  WS-FILE-STATUSES.
000730     05  WS-FACTDTRN-STATUS      PIC X(02).
000740     05  WS-FACTEXC-STATUS       PIC X(02).
000750     05  WS-FACTDSP-STATUS       PIC X(02).
000760     05  WS-FACTDRPT-STATUS      PIC X(02).
000770*----------------------------------------------------------------*
000780*  STANDALONE COUNTERS AND SWITCHES.                              *
000790*----------------------------------------------------------------*
000800 77  WS-ABORT-SW                 PIC X(01)     VALUE 'N'.
000810     88  WS-JOB-ABORTED              VALUE 'Y'.
000820 77  WS-TRN-EOF-SW               PIC X(01)     VALUE 'N'.
000830     88  WS-END-OF-FACTDTRN          VALUE 'Y'.
000840 77  WS-EXC-EOF-SW               PIC X(01)     VALUE 'N'.
000850     88  WS-END-OF-FACTEXC           VALUE 'Y'.
000860 77  WS-ON-FILE-SW               PIC X(01)     VALUE 'N'.
000870     88  WS-DISPOSITION-ON-FILE      VALUE 'Y'.
000880 77  WS-STAMP-DATE               PIC X(08)     VALUE SPACES.
000890 77  WS-STAMP-CLOCK              PIC X(08)     VALUE SPACES.
000900 77  WS-STAMP-TIME               PIC X(14)     VALUE SPACES.
000910 77  WS-PRIOR-CODE               PIC X(01)     VALUE SPACE.
000920 77  WS-READ-COUNT               PIC 9(05)     COMP-3 VALUE 0.
000930 77  WS-ADD-COUNT                PIC 9(05)     COMP-3 VALUE 0.
000940 77  WS-REPLACE-COUNT            PIC 9(05)     COMP-3 VALUE 0.
000950 77  WS-REJECT-COUNT             PIC 9(05)     COMP-3 VALUE 0.
000960 77  WS-CARD-NUMBER              PIC 9(05)     VALUE 0.
000970 77  WS-LINE-COUNT               PIC 9(03)     COMP-3 VALUE 99.
000980 77  WS-PAGE-COUNT               PIC 9(05)     COMP-3 VALUE 0.
000990*----------------------------------------------------------------*
001000*  THE CARDS OF ONE RUN, HELD SO FACTEXC IS READ ONLY ONCE TO    *
001010*  PROVE WHICH OF THEM NAME A REAL EXCEPTION.  A CARD THAT FAILS  *
001020*  AN EDIT CARRIES ITS REASON IN WS-TRN-RESULT FROM THE START.    *
001030*  THE KEY GROUP LINES UP BYTE FOR BYTE WITH FACTDSP-KEY.         *
001040*----------------------------------------------------------------*
001050 77  WS-TRN-MAX                  PIC 9(03)     COMP-3 VALUE 200.
001060 77  WS-TRN-COUNT                PIC 9(03)     COMP-3 VALUE 0.
001070 77  WS-TRN-IDX                  PIC 9(03)     COMP-3 VALUE 0.
001080 01  WS-TRAN-AREA.
001090     05  WS-TRN-ENTRY            OCCURS 200 TIMES.
001100         10  WS-TRN-KEY.
001110             15  WS-TRN-PROGRAM-ID   PIC X(08).
001120             15  WS-TRN-JOB-ID       PIC X(08).
001130             15  WS-TRN-N            PIC X(03).
001140             15  WS-TRN-R            PIC X(03).
001150             15  WS-TRN-REASON       PIC X(02).
001160             15  WS-TRN-EXC-TIMESTAMP
001170                                     PIC X(14).
001180         10  WS-TRN-CODE         PIC X(01).
001190         10  WS-TRN-USER-ID      PIC X(08).
001200         10  WS-TRN-NOTE         PIC X(30).
001210         10  WS-TRN-FOUND-SW     PIC X(01).
001220             88  WS-TRN-FOUND        VALUE 'Y'.
001230         10  WS-TRN-RESULT       PIC X(30).
001240*----------------------------------------------------------------*
001250*  THE KEY OF THE FACTEXC RECORD JUST READ, IN FACTDSP-KEY FORM.  *
001260*----------------------------------------------------------------*
001270 01  WS-EXC-KEY.
001280     05  WS-EXC-PROGRAM-ID       PIC X(08).
001290     05  WS-EXC-JOB-ID           PIC X(08).
001300     05  WS-EXC-N                PIC 9(03).
001310     05  WS-EXC-R                PIC 9(03).
001320     05  WS-EXC-REASON           PIC 9(02).
001330     05  WS-EXC-TIMESTAMP        PIC X(14).
001340*----------------------------------------------------------------*
001350*  REPORT LINES.                                                  *
001360*----------------------------------------------------------------*
001370 01  WS-HEADING-1.
001380     05  FILLER                  PIC X(20)     VALUE
001390         'FACTDMNT            '.
001400     05  FILLER                  PIC X(40)     VALUE
001410         'EXCEPTION DISPOSITION MAINTENANCE       '.
001420     05  FILLER                  PIC X(06)     VALUE SPACES.
001430     05  FILLER                  PIC X(14)     VALUE
001440         'BUSINESS DATE '.
001450     05  WS-HDG1-DATE            PIC X(08).
001460     05  FILLER                  PIC X(33)     VALUE SPACES.
001470     05  FILLER                  PIC X(05)     VALUE 'PAGE '.
001480     05  WS-HDG1-PAGE            PIC ZZ,ZZ9.
001490 01  WS-COL-HEADING.
001500     05  FILLER                  PIC X(02)     VALUE SPACES.
001510     05  FILLER                  PIC X(10)     VALUE
001520         'PROGRAM   '.
001530     05  FILLER                  PIC X(10)     VALUE
001540         'JOB ID    '.
001550     05  FILLER                  PIC X(04)     VALUE 'N   '.
001560     05  FILLER                  PIC X(05)     VALUE 'R    '.
001570     05  FILLER                  PIC X(04)     VALUE 'RC  '.
001580     05  FILLER                  PIC X(16)     VALUE
001590         'EXC TIMESTAMP   '.
001600     05  FILLER                  PIC X(03)     VALUE 'C  '.
001610     05  FILLER                  PIC X(10)     VALUE
001620         'USER ID   '.
001630     05  FILLER                  PIC X(32)     VALUE
001640         'NOTE                            '.
001650     05  FILLER                  PIC X(30)     VALUE
001660         'RESULT                        '.
001670     05  FILLER                  PIC X(06)     VALUE SPACES.
001680 01  WS-DETAIL-LINE.
001690     05  FILLER                  PIC X(02)     VALUE SPACES.
001700     05  WS-DET-PROGRAM-ID       PIC X(08).
001710     05  FILLER                  PIC X(02)     VALUE SPACES.
001720     05  WS-DET-JOB-ID           PIC X(08).
001730     05  FILLER                  PIC X(02)     VALUE SPACES.
001740     05  WS-DET-N                PIC X(03).
001750     05  FILLER                  PIC X(01)     VALUE SPACES.
001760     05  WS-DET-R                PIC X(03).
001770     05  FILLER                  PIC X(02)     VALUE SPACES.
001780     05  WS-DET-REASON           PIC X(02).
001790     05  FILLER                  PIC X(02)     VALUE SPACES.
001800     05  WS-DET-EXC-TIMESTAMP    PIC X(14).
001810     05  FILLER                  PIC X(02)     VALUE SPACES.
001820     05  WS-DET-CODE             PIC X(01).
001830     05  FILLER                  PIC X(02)     VALUE SPACES.
001840     05  WS-DET-USER-ID          PIC X(08).
001850     05  FILLER                  PIC X(02)     VALUE SPACES.
001860     05  WS-DET-NOTE             PIC X(30).
001870     05  FILLER                  PIC X(02)     VALUE SPACES.
001880     05  WS-DET-RESULT           PIC X(30).
001890     05  FILLER                  PIC X(04)     VALUE SPACES.
001900 01  WS-TOTAL-LINE.
001910     05  FILLER                  PIC X(02)     VALUE SPACES.
001920     05  WS-TOT-TEXT             PIC X(34).
001930     05  WS-TOT-VALUE            PIC ZZ,ZZ9.
001940     05  FILLER                  PIC X(90)     VALUE SPACES.
001950 01  WS-NOTE-LINE.
001960     05  FILLER                  PIC X(02)     VALUE SPACES.
001970     05  WS-NOTE-TEXT            PIC X(70)     VALUE SPACES.
001980     05  FILLER                  PIC X(60)     VALUE SPACES.
001990 01  WS-SAVE-LINE                PIC X(132)    VALUE SPACES.
002000*----------------------------------------------------------------*
002010*  LINKAGE FOR THE FACTCYCK BUSINESS-CYCLE SUBROUTINE.            *
002020*----------------------------------------------------------------*
002030     COPY FACTYLNK.
002040 PROCEDURE DIVISION.
002050*----------------------------------------------------------------*
002060*  0000-MAINLINE                                                  *
002070*----------------------------------------------------------------*
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002100     IF WS-JOB-ABORTED
002110         GO TO 0000-WRAP-UP
002120     END-IF.
002130     PERFORM 2000-LOAD-CARDS THRU 2000-EXIT.
002140     PERFORM 3000-MATCH-EXCEPTIONS THRU 3000-EXIT.
002150     PERFORM 4000-POST-ONE-CARD THRU 4000-EXIT
002160         VARYING WS-TRN-IDX FROM 1 BY 1
002170         UNTIL WS-TRN-IDX > WS-TRN-COUNT.
002180     CLOSE FACTDSP.
002190 0000-WRAP-UP.
002200     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
002210     CLOSE FACTDRPT.
002220     IF WS-JOB-ABORTED
002230         DISPLAY 'FACTDMNT - NO DISPOSITIONS POSTED'
002240         MOVE 8 TO RETURN-CODE
002250         GO TO 0000-EXIT
002260     END-IF.
002270     DISPLAY 'FACTDMNT - ' WS-READ-COUNT ' CARDS READ - '
002280         WS-ADD-COUNT ' ADDED - ' WS-REPLACE-COUNT
002290         ' REPLACED - ' WS-REJECT-COUNT ' REJECTED'.
002300     IF WS-REJECT-COUNT > 0
002310         MOVE 4 TO RETURN-CODE
002320     END-IF.
002330 0000-EXIT.
002340     STOP RUN.
002350*----------------------------------------------------------------*
002360*  1000-INITIALIZE                                                *
002370*  STAMPS THE RUN, OPENS THE CARDS AND THE DISPOSITION FILE.  ON  *
002380*  THE VERY FIRST RUN, WHEN NO FACTDSP EXISTS YET, AN EMPTY ONE   *
002390*  IS CREATED FIRST.  POSTING IS DESK WORK, NOT PART OF THE       *
002400*  NIGHTLY CYCLE, SO A CLOSED CYCLE DOES NOT REFUSE IT - THE      *
002410*  BUSINESS DATE IS ONLY CARRIED ON THE POSTINGS.                 *
002420*----------------------------------------------------------------*
002430 1000-INITIALIZE.
002440     OPEN OUTPUT FACTDRPT.
002450     CALL 'FACTCYCK' USING FACTY-BUSINESS-DATE, FACTY-CYCLE-STATE.
002460     MOVE FACTY-BUSINESS-DATE TO WS-HDG1-DATE.
002470     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
002480     ACCEPT WS-STAMP-CLOCK FROM TIME.
002490     STRING WS-STAMP-DATE DELIMITED BY SIZE
002500         WS-STAMP-CLOCK(1:6) DELIMITED BY SIZE
002510         INTO WS-STAMP-TIME.
002520     OPEN INPUT FACTDTRN.
002530     IF WS-FACTDTRN-STATUS = '35'
002540         DISPLAY 'FACTDMNT - FACTDTRN NOT ON FILE - JOB ABORTED'
002550         MOVE 'FACTDTRN NOT ON FILE - NOTHING POSTED'
002560             TO WS-NOTE-TEXT
002570         PERFORM 8500-PRINT-NOTE THRU 8500-EXIT
002580         MOVE 'Y' TO WS-ABORT-SW
002590         GO TO 1000-EXIT
002600     END-IF.
002610     OPEN I-O FACTDSP.
002620     IF WS-FACTDSP-STATUS = '35'
002630         OPEN OUTPUT FACTDSP
002640         CLOSE FACTDSP
002650         OPEN I-O FACTDSP
002660     END-IF.
002670     IF WS-FACTDSP-STATUS NOT = '00'
002680         DISPLAY 'FACTDMNT - COULD NOT OPEN FACTDSP - STATUS '
002690             WS-FACTDSP-STATUS ' - JOB ABORTED'
002700         CLOSE FACTDTRN
002710         MOVE 'Y' TO WS-ABORT-SW
002720     END-IF.
002730 1000-EXIT.
002740     EXIT.
002750*----------------------------------------------------------------*
002760*  2000-LOAD-CARDS                                                *
002770*----------------------------------------------------------------*
002780 2000-LOAD-CARDS.
002790     PERFORM 2100-LOAD-ONE-CARD THRU 2100-EXIT
002800         UNTIL WS-END-OF-FACTDTRN.
002810     CLOSE FACTDTRN.
002820 2000-EXIT.
002830     EXIT.
002840*----------------------------------------------------------------*
002850*  2100-LOAD-ONE-CARD                                             *
002860*  A CARD PAST THE TABLE'S CAPACITY IS NOT POSTED - IT IS NOTED   *
002870*  ON THE REPORT AND COUNTED AS REJECTED SO IT CAN BE RESENT.     *
002880*----------------------------------------------------------------*
002890 2100-LOAD-ONE-CARD.
002900     READ FACTDTRN
002910         AT END
002920             MOVE 'Y' TO WS-TRN-EOF-SW
002930             GO TO 2100-EXIT
002940     END-READ.
002950     ADD 1 TO WS-READ-COUNT.
002960     IF WS-TRN-COUNT NOT < WS-TRN-MAX
002970         MOVE WS-READ-COUNT TO WS-CARD-NUMBER
002975         MOVE SPACES TO WS-NOTE-TEXT
002980         STRING 'CARD ' DELIMITED BY SIZE
002990             WS-CARD-NUMBER DELIMITED BY SIZE
003000             ' NOT POSTED - MORE THAN 200 CARDS IN ONE RUN'
003010                 DELIMITED BY SIZE
003020             INTO WS-NOTE-TEXT
003030         PERFORM 8500-PRINT-NOTE THRU 8500-EXIT
003040         ADD 1 TO WS-REJECT-COUNT
003050         GO TO 2100-EXIT
003060     END-IF.
003070     ADD 1 TO WS-TRN-COUNT.
003080     MOVE WS-TRN-COUNT TO WS-TRN-IDX.
003090     MOVE FACTDTRN-KEY TO WS-TRN-KEY(WS-TRN-IDX).
003100     MOVE FACTDTRN-CODE TO WS-TRN-CODE(WS-TRN-IDX).
003110     MOVE FACTDTRN-USER-ID TO WS-TRN-USER-ID(WS-TRN-IDX).
003120     MOVE FACTDTRN-NOTE TO WS-TRN-NOTE(WS-TRN-IDX).
003130     MOVE 'N' TO WS-TRN-FOUND-SW(WS-TRN-IDX).
003140     MOVE SPACES TO WS-TRN-RESULT(WS-TRN-IDX).
003150     PERFORM 2200-EDIT-CARD THRU 2200-EXIT.
003160 2100-EXIT.
003170     EXIT.
003180*----------------------------------------------------------------*
003190*  2200-EDIT-CARD                                                 *
003200*  THE FIRST EDIT A CARD FAILS IS THE ONE REPORTED.               *
003210*----------------------------------------------------------------*
003220 2200-EDIT-CARD.
003230     IF FACTDTRN-PROGRAM-ID = SPACES
003240         MOVE 'REJECTED - PROGRAM ID MISSING'
003250             TO WS-TRN-RESULT(WS-TRN-IDX)
003260         GO TO 2200-EXIT
003270     END-IF.
003280     IF FACTDTRN-N IS NOT NUMERIC
003290         OR FACTDTRN-R IS NOT NUMERIC
003300         OR FACTDTRN-REASON-CODE IS NOT NUMERIC
003310         MOVE 'REJECTED - N/R/REASON NOT NUMERIC'
003320             TO WS-TRN-RESULT(WS-TRN-IDX)
003330         GO TO 2200-EXIT
003340     END-IF.
003350     IF FACTDTRN-EXC-TIMESTAMP IS NOT NUMERIC
003360         MOVE 'REJECTED - TIMESTAMP NOT NUMERIC'
003370             TO WS-TRN-RESULT(WS-TRN-IDX)
003380         GO TO 2200-EXIT
003390     END-IF.
003400     IF NOT FACTDTRN-VALID-CODE
003410         MOVE 'REJECTED - UNKNOWN CODE'
003420             TO WS-TRN-RESULT(WS-TRN-IDX)
003430         GO TO 2200-EXIT
003440     END-IF.
003450     IF FACTDTRN-USER-ID = SPACES
003460         MOVE 'REJECTED - USER ID MISSING'
003470             TO WS-TRN-RESULT(WS-TRN-IDX)
003480         GO TO 2200-EXIT
003490     END-IF.
003500 2200-EXIT.
003510     EXIT.
003520*----------------------------------------------------------------*
003530*  3000-MATCH-EXCEPTIONS                                          *
003540*  ONE PASS OF THE TRAIL MARKS EVERY CARD THAT NAMES A REAL       *
003550*  EXCEPTION.  A MISSING FACTEXC LEAVES EVERY CARD UNMATCHED.     *
003560*----------------------------------------------------------------*
003570 3000-MATCH-EXCEPTIONS.
003580     IF WS-TRN-COUNT = 0
003590         GO TO 3000-EXIT
003600     END-IF.
003610     OPEN INPUT FACTEXC.
003620     IF WS-FACTEXC-STATUS = '35'
003630         GO TO 3000-EXIT
003640     END-IF.
003650     PERFORM 3100-MATCH-ONE-EXCEPTION THRU 3100-EXIT
003660         UNTIL WS-END-OF-FACTEXC.
003670     CLOSE FACTEXC.
003680 3000-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------*
003710*  3100-MATCH-ONE-EXCEPTION                                       *
003720*----------------------------------------------------------------*
003730 3100-MATCH-ONE-EXCEPTION.
003740     READ FACTEXC
003750         AT END
003760             MOVE 'Y' TO WS-EXC-EOF-SW
003770             GO TO 3100-EXIT
003780     END-READ.
003790     MOVE FACTEXC-PROGRAM-ID TO WS-EXC-PROGRAM-ID.
003800     MOVE FACTEXC-JOB-ID TO WS-EXC-JOB-ID.
003810     MOVE FACTEXC-N TO WS-EXC-N.
003820     MOVE FACTEXC-R TO WS-EXC-R.
003830     MOVE FACTEXC-REASON-CODE TO WS-EXC-REASON.
003840     MOVE FACTEXC-TIMESTAMP TO WS-EXC-TIMESTAMP.
003850     PERFORM 3200-MATCH-ONE-CARD THRU 3200-EXIT
003860         VARYING WS-TRN-IDX FROM 1 BY 1
003870         UNTIL WS-TRN-IDX > WS-TRN-COUNT.
003880 3100-EXIT.
003890     EXIT.
003900*----------------------------------------------------------------*
003910*  3200-MATCH-ONE-CARD                                            *
003920*----------------------------------------------------------------*
003930 3200-MATCH-ONE-CARD.
003940     IF WS-TRN-KEY(WS-TRN-IDX) = WS-EXC-KEY
003950         MOVE 'Y' TO WS-TRN-FOUND-SW(WS-TRN-IDX)
003960     END-IF.
003970 3200-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------*
004000*  4000-POST-ONE-CARD                                             *
004010*  A CARD THAT PASSED ITS EDITS AND NAMES A REAL EXCEPTION IS     *
004020*  POSTED - ADDED WHEN THE EXCEPTION HAS NO DISPOSITION YET,      *
004030*  REPLACING THE OLD ONE WHEN IT HAS.  EVERY CARD IS LISTED.      *
004040*----------------------------------------------------------------*
004050 4000-POST-ONE-CARD.
004060     IF WS-TRN-RESULT(WS-TRN-IDX) = SPACES
004070         AND NOT WS-TRN-FOUND(WS-TRN-IDX)
004080         MOVE 'REJECTED - NOT ON FACTEXC'
004090             TO WS-TRN-RESULT(WS-TRN-IDX)
004100     END-IF.
004110     IF WS-TRN-RESULT(WS-TRN-IDX) NOT = SPACES
004120         ADD 1 TO WS-REJECT-COUNT
004130         GO TO 4000-PRINT
004140     END-IF.
004150     MOVE WS-TRN-KEY(WS-TRN-IDX) TO FACTDSP-KEY.
004160     READ FACTDSP
004170         INVALID KEY
004180             MOVE 'N' TO WS-ON-FILE-SW
004190         NOT INVALID KEY
004200             MOVE 'Y' TO WS-ON-FILE-SW
004210     END-READ.
004220     IF WS-DISPOSITION-ON-FILE
004230         PERFORM 4200-REPLACE-DISPOSITION THRU 4200-EXIT
004240     ELSE
004250         PERFORM 4100-ADD-DISPOSITION THRU 4100-EXIT
004260     END-IF.
004270 4000-PRINT.
004280     PERFORM 4500-PRINT-CARD THRU 4500-EXIT.
004290 4000-EXIT.
004300     EXIT.
004310*----------------------------------------------------------------*
004320*  4100-ADD-DISPOSITION                                           *
004330*----------------------------------------------------------------*
004340 4100-ADD-DISPOSITION.
004350     MOVE WS-TRN-KEY(WS-TRN-IDX) TO FACTDSP-KEY.
004360     PERFORM 4300-FILL-DISPOSITION THRU 4300-EXIT.
004370     MOVE 1 TO FACTDSP-POST-COUNT.
004380     WRITE FACTDSP-RECORD
004390         INVALID KEY
004400             MOVE SPACES TO WS-TRN-RESULT(WS-TRN-IDX)
004410             STRING 'REJECTED - WRITE STATUS '
004420                     DELIMITED BY SIZE
004430                 WS-FACTDSP-STATUS DELIMITED BY SIZE
004440                 INTO WS-TRN-RESULT(WS-TRN-IDX)
004450             ADD 1 TO WS-REJECT-COUNT
004460             GO TO 4100-EXIT
004470     END-WRITE.
004480     MOVE 'POSTED - NEW DISPOSITION' TO WS-TRN-RESULT(WS-TRN-IDX).
004490     ADD 1 TO WS-ADD-COUNT.
004500 4100-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------*
004530*  4200-REPLACE-DISPOSITION                                       *
004540*  THE NEWEST POSTING WINS - THE RESULT LINE SHOWS THE CODE IT    *
004550*  REPLACED.                                                      *
004560*----------------------------------------------------------------*
004570 4200-REPLACE-DISPOSITION.
004580     MOVE FACTDSP-CODE TO WS-PRIOR-CODE.
004590     PERFORM 4300-FILL-DISPOSITION THRU 4300-EXIT.
004600     ADD 1 TO FACTDSP-POST-COUNT.
004610     REWRITE FACTDSP-RECORD
004620         INVALID KEY
004630             MOVE SPACES TO WS-TRN-RESULT(WS-TRN-IDX)
004640             STRING 'REJECTED - REWRITE STATUS '
004650                     DELIMITED BY SIZE
004660                 WS-FACTDSP-STATUS DELIMITED BY SIZE
004670                 INTO WS-TRN-RESULT(WS-TRN-IDX)
004680             ADD 1 TO WS-REJECT-COUNT
004690             GO TO 4200-EXIT
004700     END-REWRITE.
004710     MOVE SPACES TO WS-TRN-RESULT(WS-TRN-IDX).
004720     STRING 'POSTED - REPLACED CODE ' DELIMITED BY SIZE
004730         WS-PRIOR-CODE DELIMITED BY SIZE
004740         INTO WS-TRN-RESULT(WS-TRN-IDX).
004750     ADD 1 TO WS-REPLACE-COUNT.
004760 4200-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------*
004790*  4300-FILL-DISPOSITION                                          *
004800*----------------------------------------------------------------*
004810 4300-FILL-DISPOSITION.
004820     MOVE WS-TRN-CODE(WS-TRN-IDX) TO FACTDSP-CODE.
004830     MOVE WS-TRN-USER-ID(WS-TRN-IDX) TO FACTDSP-USER-ID.
004840     MOVE WS-TRN-NOTE(WS-TRN-IDX) TO FACTDSP-NOTE.
004850     MOVE WS-STAMP-TIME TO FACTDSP-POSTED-TIME.
004860     MOVE FACTY-BUSINESS-DATE TO FACTDSP-BUSINESS-DATE.
004870 4300-EXIT.
004880     EXIT.
004890*----------------------------------------------------------------*
004900*  4500-PRINT-CARD                                                *
004910*----------------------------------------------------------------*
004920 4500-PRINT-CARD.
004930     MOVE WS-TRN-PROGRAM-ID(WS-TRN-IDX) TO WS-DET-PROGRAM-ID.
004940     MOVE WS-TRN-JOB-ID(WS-TRN-IDX) TO WS-DET-JOB-ID.
004950     MOVE WS-TRN-N(WS-TRN-IDX) TO WS-DET-N.
004960     MOVE WS-TRN-R(WS-TRN-IDX) TO WS-DET-R.
004970     MOVE WS-TRN-REASON(WS-TRN-IDX) TO WS-DET-REASON.
004980     MOVE WS-TRN-EXC-TIMESTAMP(WS-TRN-IDX)
004990         TO WS-DET-EXC-TIMESTAMP.
005000     MOVE WS-TRN-CODE(WS-TRN-IDX) TO WS-DET-CODE.
005010     MOVE WS-TRN-USER-ID(WS-TRN-IDX) TO WS-DET-USER-ID.
005020     MOVE WS-TRN-NOTE(WS-TRN-IDX) TO WS-DET-NOTE.
005030     MOVE WS-TRN-RESULT(WS-TRN-IDX) TO WS-DET-RESULT.
005040     MOVE WS-DETAIL-LINE TO FACTDRPT-LINE.
005050     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
005060 4500-EXIT.
005070     EXIT.
005080*----------------------------------------------------------------*
005090*  5000-WRITE-TOTALS                                              *
005100*----------------------------------------------------------------*
005110 5000-WRITE-TOTALS.
005120     MOVE SPACES TO FACTDRPT-LINE.
005130     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
005140     MOVE 'DISPOSITION CARDS READ            ' TO WS-TOT-TEXT.
005150     MOVE WS-READ-COUNT TO WS-TOT-VALUE.
005160     PERFORM 5100-WRITE-ONE-TOTAL THRU 5100-EXIT.
005170     MOVE 'NEW DISPOSITIONS ADDED            ' TO WS-TOT-TEXT.
005180     MOVE WS-ADD-COUNT TO WS-TOT-VALUE.
005190     PERFORM 5100-WRITE-ONE-TOTAL THRU 5100-EXIT.
005200     MOVE 'EARLIER DISPOSITIONS REPLACED     ' TO WS-TOT-TEXT.
005210     MOVE WS-REPLACE-COUNT TO WS-TOT-VALUE.
005220     PERFORM 5100-WRITE-ONE-TOTAL THRU 5100-EXIT.
005230     MOVE 'CARDS REJECTED                    ' TO WS-TOT-TEXT.
005240     MOVE WS-REJECT-COUNT TO WS-TOT-VALUE.
005250     PERFORM 5100-WRITE-ONE-TOTAL THRU 5100-EXIT.
005260 5000-EXIT.
005270     EXIT.
005280*----------------------------------------------------------------*
005290*  5100-WRITE-ONE-TOTAL                                           *
005300*----------------------------------------------------------------*
005310 5100-WRITE-ONE-TOTAL.
005320     MOVE WS-TOTAL-LINE TO FACTDRPT-LINE.
005330     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
005340 5100-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------*
005370*  8000-PRINT-LINE                                                *
005380*  WRITES ONE LINE, BREAKING TO A FRESH PAGE WITH THE REPORT      *
005390*  HEADING EVERY 60 LINES.                                        *
005400*----------------------------------------------------------------*
005410 8000-PRINT-LINE.
005420     IF WS-LINE-COUNT > 59
005430         PERFORM 8100-PRINT-PAGE-HEADING THRU 8100-EXIT
005440     END-IF.
005450     WRITE FACTDRPT-LINE AFTER ADVANCING 1 LINE.
005460     ADD 1 TO WS-LINE-COUNT.
005470 8000-EXIT.
005480     EXIT.
005490*----------------------------------------------------------------*
005500*  8100-PRINT-PAGE-HEADING                                        *
005510*----------------------------------------------------------------*
005520 8100-PRINT-PAGE-HEADING.
005530     MOVE FACTDRPT-LINE TO WS-SAVE-LINE.
005540     ADD 1 TO WS-PAGE-COUNT.
005550     MOVE WS-PAGE-COUNT TO WS-HDG1-PAGE.
005560     WRITE FACTDRPT-LINE FROM WS-HEADING-1
005570         AFTER ADVANCING PAGE.
005580     MOVE SPACES TO FACTDRPT-LINE.
005590     WRITE FACTDRPT-LINE AFTER ADVANCING 1 LINE.
005600     WRITE FACTDRPT-LINE FROM WS-COL-HEADING
005610         AFTER ADVANCING 1 LINE.
005620     MOVE SPACES TO FACTDRPT-LINE.
005630     WRITE FACTDRPT-LINE AFTER ADVANCING 1 LINE.
005640     MOVE 5 TO WS-LINE-COUNT.
005650     MOVE WS-SAVE-LINE TO FACTDRPT-LINE.
005660 8100-EXIT.
005670     EXIT.
005680*----------------------------------------------------------------*
005690*  8500-PRINT-NOTE                                                *
005700*----------------------------------------------------------------*
005710 8500-PRINT-NOTE.
005720     MOVE WS-NOTE-LINE TO FACTDRPT-LINE.
005730     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
005740     MOVE SPACES TO WS-NOTE-TEXT.
005750 8500-EXIT.
005760     EXIT.
