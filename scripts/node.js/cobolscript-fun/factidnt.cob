000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     FACTIDNT.
000120 AUTHOR.         D. PACHECO.
000130 INSTALLATION.   COMBINATORICS BATCH GROUP.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*----------------------------------------------------------------*
000170*  MODIFICATION HISTORY                                          *
000180*  2026-10-15  DP  ORIGINAL - PERIODIC INTEGRITY SWEEP OF THE     *
000190*              STORED RESULTS.  FACTRECN PROVES FACTOUT MATCHES   *
000200*              FACTAUD AND FACTMAST PROVES A NEW ROW MATCHES THE  *
000210*              OLD ONE, BUT NOTHING PROVED THE NUMBERS THEMSELVES *
000220*              WERE RIGHT.  THIS JOB WALKS THE WHOLE FACTMST      *
000230*              MASTER AND THE LATEST FACTRPT AND FACTWRPT AND     *
000240*              TESTS THE VALUES AGAINST IDENTITIES THEY MUST      *
000250*              SATISFY -                                          *
000260*                1  N! = N X (N-1)! FOR CONSECUTIVE MASTER ROWS   *
000270*                2  EVERY MASTER N! AGREES WITH FACTXMTH          *
000280*                3  C(N,R) = C(N,N-R)                             *
000290*                4  C(N,R) = C(N-1,R-1) + C(N-1,R)  (PASCAL)      *
000300*                5  P(N,R) = C(N,R) X R!                          *
000310*              AN IDENTITY IS ONLY TESTED WHERE EVERY VALUE IT    *
000320*              NEEDS IS ON FILE.  EACH FAILURE IS LISTED ON THE   *
000330*              FACTIRPT REPORT WITH BOTH SIDES OF THE IDENTITY,   *
000340*              FILED ON FACTEXC UNDER REASON 9, AND RAISES        *
000350*              CONDITION CODE 8, SO A CORRUPT OR MIS-KEYED VALUE  *
000360*              IS CAUGHT BEFORE FACTEXTR SHIPS IT OFF THE HOST.   *
000361*  2026-10-15  DP  BUSINESS-DATE CYCLE CONTROL - THE BUSINESS    *
000362*              DATE IS TAKEN FROM THE FACTCYCK SUBROUTINE (SEE   *
000363*              COPYBOOKS/FACTYLNK.CPY) AT STARTUP AND CARRIED ON *
000364*              EVERY FACTEXC RECORD ALONGSIDE THE REAL           *
000365*              TIMESTAMP.  A CLOSED CYCLE REFUSES THE RUN WITH   *
000366*              CONDITION CODE 12 BEFORE ANY FILE IS OPENED.      *
000370*----------------------------------------------------------------*
000380*  EVERY VALUE UNDER TEST IS HELD AS A 160-DIGIT STRING, RIGHT-   *
000390*  JUSTIFIED AND ZERO-FILLED, SO A NARROW PACKED VALUE AND A      *
000400*  WIDE FACTWRPT DIGIT STRING COMPARE AS PLAIN CHARACTER FIELDS.  *
000410*  THE ONLY ARITHMETIC NEEDED IS THE FACTXMTH KIND - MULTIPLY     *
000420*  THE WHOLE STRING BY A SMALL NUMBER - PLUS ONE LONG ADDITION    *
000430*  FOR PASCAL'S RULE.  THE C(N,R) VALUES ARE LOADED INTO A        *
000440*  TABLE FIRST SO THE NEIGHBOURING PAIRS CAN BE FOUND BY N AND R. *
000450*----------------------------------------------------------------*
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.    IBM-370.
000490 OBJECT-COMPUTER.    IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT FACTCCTL ASSIGN TO FACTCCTL
000530                     ORGANIZATION IS SEQUENTIAL
000540                     FILE STATUS IS WS-FACTCCTL-STATUS.
000550     SELECT FACTMST  ASSIGN TO FACTMST
000560                     ORGANIZATION IS INDEXED
000570                     ACCESS MODE IS SEQUENTIAL
000580                     RECORD KEY IS FACTMST-N
000590                     FILE STATUS IS WS-FACTMST-STATUS.
000600     SELECT FACTRPT  ASSIGN TO FACTRPT
000610                     ORGANIZATION IS SEQUENTIAL
000620                     FILE STATUS IS WS-FACTRPT-STATUS.
000630     SELECT FACTWRPT ASSIGN TO FACTWRPT
000640                     ORGANIZATION IS SEQUENTIAL
000650                     FILE STATUS IS WS-FACTWRPT-STATUS.
000660     SELECT FACTEXC  ASSIGN TO FACTEXC
000670                     ORGANIZATION IS SEQUENTIAL
000680                     FILE STATUS IS WS-FACTEXC-STATUS.
000690     SELECT FACTIRPT ASSIGN TO FACTIRPT
000700                     ORGANIZATION IS SEQUENTIAL
000710                     FILE STATUS IS WS-FACTIRPT-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  FACTCCTL
000750     LABEL RECORDS ARE STANDARD.
000760     COPY FACTCCLR.
000770 FD  FACTMST
000780     LABEL RECORDS ARE STANDARD.
000790     COPY FACTMSTR.
000800 FD  FACTRPT
000810     LABEL RECORDS ARE STANDARD.
000820     COPY FACTRPTR.
000830 FD  FACTWRPT
000840     LABEL RECORDS ARE STANDARD.
000850     COPY FACTWIDR.
000860 FD  FACTEXC
000870     LABEL RECORDS ARE STANDARD.
000880     COPY FACTEXCR.
000890 FD  FACTIRPT
000900     LABEL RECORDS ARE STANDARD.
000910 01  FACTIRPT-LINE               PIC X(132).
000920 WORKING-STORAGE SECTION.
000930*----------------------------------------------------------------*
000940*  FILE STATUS FIELDS.                                            *
000950*----------------------------------------------------------------*
000960 01  WS-FILE-STATUSES.
000970     05  WS-FACTCCTL-STATUS      PIC X(02).
000980     05  WS-FACTMST-STATUS       PIC X(02).
000990     05  WS-FACTRPT-STATUS       PIC X(02).
001000     05  WS-FACTWRPT-STATUS      PIC X(02).
001010     05  WS-FACTEXC-STATUS       PIC X(02).
001020     05  WS-FACTIRPT-STATUS      PIC X(02).
001030*----------------------------------------------------------------*
001040*  STANDALONE COUNTERS AND SWITCHES.                              *
001050*----------------------------------------------------------------*
001060 77  WS-JOB-ID                   PIC X(08)     VALUE SPACES.
001070 77  WS-ABORT-SW                 PIC X(01)     VALUE 'N'.
001080     88  WS-JOB-ABORTED              VALUE 'Y'.
001090 77  WS-MST-EOF-SW               PIC X(01)     VALUE 'N'.
001100     88  WS-END-OF-FACTMST           VALUE 'Y'.
001110 77  WS-RPT-EOF-SW               PIC X(01)     VALUE 'N'.
001120     88  WS-END-OF-FACTRPT           VALUE 'Y'.
001130 77  WS-WRPT-EOF-SW              PIC X(01)     VALUE 'N'.
001140     88  WS-END-OF-FACTWRPT          VALUE 'Y'.
001150 77  WS-RPT-MISSING-SW           PIC X(01)     VALUE 'N'.
001160     88  WS-FACTRPT-MISSING          VALUE 'Y'.
001170 77  WS-WRPT-MISSING-SW          PIC X(01)     VALUE 'N'.
001180     88  WS-FACTWRPT-MISSING         VALUE 'Y'.
001190 77  WS-FAILURE-SW               PIC X(01)     VALUE 'N'.
001200     88  WS-IDENTITY-FAILED          VALUE 'Y'.
001210 77  WS-PREV-SW                  PIC X(01)     VALUE 'N'.
001220     88  WS-HAVE-PREV-ROW            VALUE 'Y'.
001230 77  WS-OVERFLOW-SW              PIC X(01)     VALUE 'N'.
001240     88  WS-WORK-OVERFLOWED          VALUE 'Y'.
001250 77  WS-BAD-VALUE-SW             PIC X(01)     VALUE 'N'.
001260     88  WS-VALUE-IS-BAD             VALUE 'Y'.
001263 77  WS-CYCLE-REFUSED-SW         PIC X(01)     VALUE 'N'.
001266     88  WS-RUN-REFUSED              VALUE 'Y'.
001270*----------------------------------------------------------------*
001280*  SWEEP TOTALS.                                                  *
001290*----------------------------------------------------------------*
001300 77  WS-MST-READ-COUNT           PIC 9(05)     COMP-3 VALUE 0.
001310 77  WS-RPT-READ-COUNT           PIC 9(05)     COMP-3 VALUE 0.
001320 77  WS-WRPT-READ-COUNT          PIC 9(05)     COMP-3 VALUE 0.
001330 77  WS-UNUSABLE-COUNT           PIC 9(05)     COMP-3 VALUE 0.
001340 77  WS-FAILURE-COUNT            PIC 9(05)     COMP-3 VALUE 0.
001350*----------------------------------------------------------------*
001360*  IDENTITY NAMES AND THE CHECKED/FAILED TALLY FOR EACH - SLOT    *
001370*  NUMBERS MATCH THE LIST IN THE MODIFICATION HISTORY.            *
001380*----------------------------------------------------------------*
001390 01  WS-IDENTITY-TEXTS.
001400     05  FILLER                  PIC X(30)     VALUE
001410         'N! = N X (N-1)!               '.
001420     05  FILLER                  PIC X(30)     VALUE
001430         'N! AGREES WITH FACTXMTH       '.
001440     05  FILLER                  PIC X(30)     VALUE
001450         'C(N,R) = C(N,N-R)             '.
001460     05  FILLER                  PIC X(30)     VALUE
001470         'C(N,R) = C(N-1,R-1) + C(N-1,R)'.
001480     05  FILLER                  PIC X(30)     VALUE
001490         'P(N,R) = C(N,R) X R!          '.
001500 01  WS-IDENTITY-TEXT-TABLE      REDEFINES WS-IDENTITY-TEXTS.
001510     05  WS-IDENTITY-TEXT        OCCURS 5 TIMES
001520                                 PIC X(30).
001530 01  WS-IDENTITY-TALLY-AREA.
001540     05  WS-IDENTITY-TALLY       OCCURS 5 TIMES.
001550         10  WS-ID-CHECKED       PIC 9(07)     COMP-3.
001560         10  WS-ID-FAILED        PIC 9(07)     COMP-3.
001570 77  WS-ID-IDX                   PIC 9(03)     COMP-3 VALUE 0.
001580*----------------------------------------------------------------*
001590*  C(N,R) TABLE - ROW N+1, COLUMN R+1, LOADED FROM FACTRPT AND    *
001600*  THE C RECORDS OF FACTWRPT.  THE FIRST VALUE SEEN FOR A PAIR    *
001610*  IS KEPT - A DISAGREEING REPEAT IS FACTWMNT'S BUSINESS.         *
001620*----------------------------------------------------------------*
001630 01  WS-C-TABLE.
001640     05  WS-C-ROW                OCCURS 101 TIMES.
001650         10  WS-C-CELL           OCCURS 101 TIMES.
001660             15  WS-C-FOUND      PIC X(01).
001670             15  WS-C-VALUE      PIC X(160).
001680 77  WS-N                        PIC 9(03)     COMP-3 VALUE 0.
001690 77  WS-R                        PIC 9(03)     COMP-3 VALUE 0.
001700 77  WS-R-MIRROR                 PIC 9(03)     COMP-3 VALUE 0.
001710 77  WS-N-SUB                    PIC 9(03)     COMP-3 VALUE 0.
001720 77  WS-R-SUB                    PIC 9(03)     COMP-3 VALUE 0.
001730 77  WS-MIRROR-SUB               PIC 9(03)     COMP-3 VALUE 0.
001740 77  WS-PRIOR-N-SUB              PIC 9(03)     COMP-3 VALUE 0.
001750 77  WS-PRIOR-R-SUB              PIC 9(03)     COMP-3 VALUE 0.
001760*----------------------------------------------------------------*
001770*  THE IDENTITY UNDER TEST - WHERE IT WAS FOUND, ITS LEFT SIDE    *
001780*  AS STORED, AND (IN WS-WORK-A) ITS RIGHT SIDE AS DERIVED.       *
001790*----------------------------------------------------------------*
001800 77  WS-CHK-N                    PIC 9(03)     COMP-3 VALUE 0.
001810 77  WS-CHK-R                    PIC 9(03)     COMP-3 VALUE 0.
001820 77  WS-LEFT-SIDE                PIC X(160)    VALUE SPACES.
001830 77  WS-PREV-N                   PIC 9(03)     COMP-3 VALUE 0.
001840 77  WS-PREV-VALUE               PIC X(160)    VALUE SPACES.
001850*----------------------------------------------------------------*
001860*  WIDE WORK AREAS - POSITION 160 IS THE UNITS DIGIT.  WS-A-TOP   *
001870*  IS THE POSITION OF THE HIGHEST SIGNIFICANT DIGIT OF WS-WORK-A, *
001880*  SO A MULTIPLY ONLY WALKS THE DIGITS IN USE.                    *
001890*----------------------------------------------------------------*
001900 01  WS-WORK-A-AREA.
001910     05  WS-WORK-A               PIC X(160).
001920 01  WS-WORK-A-DIGITS            REDEFINES WS-WORK-A-AREA.
001930     05  WS-A-DIGIT              OCCURS 160 TIMES
001940                                 PIC 9(01).
001950 01  WS-WORK-B-AREA.
001960     05  WS-WORK-B               PIC X(160).
001970 01  WS-WORK-B-DIGITS            REDEFINES WS-WORK-B-AREA.
001980     05  WS-B-DIGIT              OCCURS 160 TIMES
001990                                 PIC 9(01).
002000 77  WS-A-TOP                    PIC 9(03)     COMP-3 VALUE 0.
002010 77  WS-POS                      PIC 9(03)     COMP-3 VALUE 0.
002020 77  WS-MULT                     PIC 9(03)     COMP-3 VALUE 0.
002030 77  WS-CARRY                    PIC 9(05)     COMP-3 VALUE 0.
002040 77  WS-TEMP                     PIC 9(05)     COMP-3 VALUE 0.
002050*----------------------------------------------------------------*
002060*  LOADING FIELDS - A PACKED MASTER OR FACTRPT VALUE, OR A        *
002070*  LEFT-JUSTIFIED DIGIT STRING WITH ITS LENGTH.                   *
002080*----------------------------------------------------------------*
002090 77  WS-PACKED-VALUE             PIC 9(20)     COMP-3 VALUE 0.
002100 77  WS-VALUE-DISPLAY            PIC 9(20)     VALUE 0.
002110 77  WS-IN-DIGITS                PIC X(160)    VALUE SPACES.
002120 77  WS-IN-LENGTH                PIC 9(03)     COMP-3 VALUE 0.
002130*----------------------------------------------------------------*
002140*  EXCEPTION-TRAIL FIELDS.                                        *
002150*----------------------------------------------------------------*
002160 77  WS-EXC-DATE                 PIC X(08)     VALUE SPACES.
002170 77  WS-EXC-CLOCK                PIC X(08)     VALUE SPACES.
002180 77  WS-EXC-TIME                 PIC X(14)     VALUE SPACES.
002190*----------------------------------------------------------------*
002200*  VALUE PRINTING FIELDS - LEADING ZEROS STRIPPED, PRINTED IN     *
002210*  TWO 80-DIGIT HALVES WHEN THE VALUE IS LONGER THAN ONE.         *
002220*----------------------------------------------------------------*
002230 77  WS-PRINT-VALUE              PIC X(160)    VALUE SPACES.
002240 77  WS-PRINT-DIGITS             PIC X(160)    VALUE SPACES.
002250 77  WS-PRINT-TOP                PIC 9(03)     COMP-3 VALUE 0.
002260 77  WS-PRINT-LENGTH             PIC 9(03)     COMP-3 VALUE 0.
002270*----------------------------------------------------------------*
002280*  FACTXMTH CALL PARAMETERS.                                      *
002290*----------------------------------------------------------------*
002300     COPY FACTXLNK.
002302*----------------------------------------------------------------*
002304*  LINKAGE FOR THE FACTCYCK BUSINESS-CYCLE SUBROUTINE.            *
002306*----------------------------------------------------------------*
002308     COPY FACTYLNK.
002310*----------------------------------------------------------------*
002320*  REPORT LINES.                                                  *
002330*----------------------------------------------------------------*
002340 01  WS-HEADING-1.
002350     05  FILLER                  PIC X(20)     VALUE
002360         'FACTIDNT            '.
002370     05  FILLER                  PIC X(42)     VALUE
002380         'STORED VALUE IDENTITY SWEEP               '.
002390     05  FILLER                  PIC X(11)     VALUE SPACES.
002400     05  FILLER                  PIC X(07)     VALUE 'JOB ID '.
002410     05  WS-HDG1-JOB-ID          PIC X(08).
002420     05  FILLER                  PIC X(44)     VALUE SPACES.
002430 01  WS-FAIL-LINE.
002440     05  FILLER                  PIC X(02)     VALUE SPACES.
002450     05  FILLER                  PIC X(17)     VALUE
002460         'IDENTITY FAILED  '.
002470     05  WS-FL-TEXT              PIC X(30).
002480     05  FILLER                  PIC X(04)     VALUE '  N '.
002490     05  WS-FL-N                 PIC ZZ9.
002500     05  FILLER                  PIC X(04)     VALUE '  R '.
002510     05  WS-FL-R                 PIC ZZ9.
002520     05  FILLER                  PIC X(69)     VALUE SPACES.
002530 01  WS-DIGITS-LINE.
002540     05  FILLER                  PIC X(06)     VALUE SPACES.
002550     05  WS-DGT-LABEL            PIC X(12).
002560     05  WS-DGT-TEXT             PIC X(80).
002570     05  FILLER                  PIC X(34)     VALUE SPACES.
002580 01  WS-ID-TOTAL-LINE.
002590     05  FILLER                  PIC X(02)     VALUE SPACES.
002600     05  WS-IDT-TEXT             PIC X(30).
002610     05  FILLER                  PIC X(11)     VALUE
002620         '  CHECKED  '.
002630     05  WS-IDT-CHECKED          PIC ZZ,ZZ9.
002640     05  FILLER                  PIC X(10)     VALUE
002650         '  FAILED  '.
002660     05  WS-IDT-FAILED           PIC ZZ,ZZ9.
002670     05  FILLER                  PIC X(67)     VALUE SPACES.
002680 01  WS-TOTAL-LINE.
002690     05  FILLER                  PIC X(02)     VALUE SPACES.
002700     05  WS-TOT-TEXT             PIC X(34).
002710     05  WS-TOT-VALUE            PIC ZZ,ZZ9.
002720     05  FILLER                  PIC X(90)     VALUE SPACES.
002730 01  WS-NOTE-LINE.
002740     05  FILLER                  PIC X(02)     VALUE SPACES.
002750     05  WS-NOTE-TEXT            PIC X(70).
002760     05  FILLER                  PIC X(60)     VALUE SPACES.
002770 PROCEDURE DIVISION.
002780*----------------------------------------------------------------*
002790*  0000-MAINLINE                                                  *
002800*  THE MASTER IS SWEPT ROW BY ROW.  THE PAIR FILES ARE READ TO    *
002810*  FILL THE C(N,R) TABLE - FACTRPT CARRIES NPR AND NCR ON ONE     *
002820*  RECORD AND IS CHECKED AS IT LOADS, FACTWRPT CARRIES THEM ON    *
002830*  SEPARATE RECORDS AND IS READ A SECOND TIME FOR ITS P VALUES    *
002840*  ONCE EVERY C IS IN.  THE TABLE IS SWEPT LAST.                  *
002850*----------------------------------------------------------------*
002860 0000-MAINLINE.
002870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002872     IF WS-RUN-REFUSED
002874         MOVE 12 TO RETURN-CODE
002876         GO TO 0000-EXIT
002878     END-IF.
002880     IF WS-JOB-ABORTED
002890         GO TO 0000-WRAP-UP
002900     END-IF.
002910     PERFORM 2000-SWEEP-MASTER THRU 2000-EXIT.
002920     PERFORM 3000-SWEEP-FACTRPT THRU 3000-EXIT.
002930     PERFORM 4000-LOAD-WIDE-COMBINATIONS THRU 4000-EXIT.
002940     PERFORM 4500-SWEEP-WIDE-PERMUTATIONS THRU 4500-EXIT.
002950     PERFORM 5000-SWEEP-COMBINATION-TABLE THRU 5000-EXIT.
002960     CLOSE FACTEXC.
002970 0000-WRAP-UP.
002980     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
002990     CLOSE FACTIRPT.
003000     IF WS-JOB-ABORTED OR WS-IDENTITY-FAILED
003010         DISPLAY 'FACTIDNT - IDENTITY SWEEP ENDED WITH FAILURES '
003020             '- SEE FACTIRPT'
003030         MOVE 8 TO RETURN-CODE
003040         GO TO 0000-EXIT
003050     END-IF.
003060     IF WS-FACTRPT-MISSING OR WS-FACTWRPT-MISSING
003070         OR WS-UNUSABLE-COUNT > 0
003080         DISPLAY 'FACTIDNT - IDENTITY SWEEP CLEAN BUT INCOMPLETE '
003090             '- SEE FACTIRPT'
003100         MOVE 4 TO RETURN-CODE
003110         GO TO 0000-EXIT
003120     END-IF.
003130     DISPLAY 'FACTIDNT - IDENTITY SWEEP CLEAN - MASTER ROWS '
003140         WS-MST-READ-COUNT ' FACTRPT ' WS-RPT-READ-COUNT
003150         ' FACTWRPT ' WS-WRPT-READ-COUNT.
003160 0000-EXIT.
003170     STOP RUN.
003180*----------------------------------------------------------------*
003190*  1000-INITIALIZE                                                *
003200*  PICKS UP THE JOB ID FROM FACTCCTL FOR THE EXCEPTION TRAIL -    *
003210*  THE FACTCOMB RUN WHOSE PAIR FILES ARE BEING SWEPT - AND OPENS  *
003220*  THE MASTER.  THE SWEEP IS MEANINGLESS WITHOUT A MASTER.        *
003230*----------------------------------------------------------------*
003240 1000-INITIALIZE.
003241     CALL 'FACTCYCK' USING FACTY-BUSINESS-DATE, FACTY-CYCLE-STATE.
003242     IF FACTY-CYCLE-CLOSED
003243         DISPLAY 'FACTIDNT - BUSINESS DATE ' FACTY-BUSINESS-DATE
003244             ' IS CLOSED - RUN REFUSED - REOPEN IT WITH FACTCYCL'
003245         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003246         GO TO 1000-EXIT
003247     END-IF.
003250     OPEN OUTPUT FACTIRPT.
003260     INITIALIZE WS-IDENTITY-TALLY-AREA.
003270     INITIALIZE WS-C-TABLE.
003280     OPEN INPUT FACTCCTL.
003290     IF WS-FACTCCTL-STATUS NOT = '35'
003300         READ FACTCCTL
003310             AT END
003320                 CONTINUE
003330             NOT AT END
003340                 MOVE FACTCCTL-JOB-ID TO WS-JOB-ID
003350         END-READ
003360         CLOSE FACTCCTL
003370     END-IF.
003380     MOVE WS-JOB-ID TO WS-HDG1-JOB-ID.
003390     WRITE FACTIRPT-LINE FROM WS-HEADING-1
003400         AFTER ADVANCING PAGE.
003410     MOVE SPACES TO FACTIRPT-LINE.
003420     WRITE FACTIRPT-LINE AFTER ADVANCING 1 LINE.
003430     OPEN INPUT FACTMST.
003440     IF WS-FACTMST-STATUS NOT = '00'
003450         DISPLAY 'FACTIDNT - FACTMST NOT AVAILABLE - STATUS '
003460             WS-FACTMST-STATUS ' - JOB ABORTED'
003470         MOVE 'FACTMST NOT AVAILABLE - NOTHING SWEPT'
003480             TO WS-NOTE-TEXT
003490         PERFORM 8500-PRINT-NOTE THRU 8500-EXIT
003500         MOVE 'Y' TO WS-ABORT-SW
003510         GO TO 1000-EXIT
003520     END-IF.
003530     OPEN EXTEND FACTEXC.
003540     IF WS-FACTEXC-STATUS = '35'
003550         OPEN OUTPUT FACTEXC
003560     END-IF.
003570 1000-EXIT.
003580     EXIT.
003590*----------------------------------------------------------------*
003600*  2000-SWEEP-MASTER                                              *
003610*  IDENTITIES 1 AND 2, ONE MASTER ROW AT A TIME IN KEY ORDER.     *
003620*----------------------------------------------------------------*
003630 2000-SWEEP-MASTER.
003640     PERFORM 2100-CHECK-ONE-MASTER-ROW THRU 2100-EXIT
003650         UNTIL WS-END-OF-FACTMST.
003660     CLOSE FACTMST.
003670 2000-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------*
003700*  2100-CHECK-ONE-MASTER-ROW                                      *
003710*  N! = N X (N-1)! NEEDS THE ROW BEFORE TO BE N-1 - A HOLE IN     *
003720*  THE MASTER SIMPLY SKIPS THAT CHECK.  0! HAS NO FACTXMTH        *
003730*  ANSWER, SO IT IS ONLY EVER THE (N-1)! OF THE N=1 CHECK.        *
003740*----------------------------------------------------------------*
003750 2100-CHECK-ONE-MASTER-ROW.
003760     READ FACTMST
003770         AT END
003780             MOVE 'Y' TO WS-MST-EOF-SW
003790             GO TO 2100-EXIT
003800     END-READ.
003810     ADD 1 TO WS-MST-READ-COUNT.
003820     MOVE FACTMST-N TO WS-CHK-N.
003830     MOVE 0 TO WS-CHK-R.
003840     MOVE FACTMST-RESULT TO WS-PACKED-VALUE.
003850     PERFORM 6100-PACKED-TO-WORK-A THRU 6100-EXIT.
003860     MOVE WS-WORK-A TO WS-LEFT-SIDE.
003870     IF WS-HAVE-PREV-ROW
003880         AND FACTMST-N = WS-PREV-N + 1
003890         MOVE WS-PREV-VALUE TO WS-WORK-A
003900         PERFORM 6500-FIND-TOP THRU 6500-EXIT
003910         MOVE FACTMST-N TO WS-MULT
003920         PERFORM 6300-MULTIPLY-SMALL THRU 6300-EXIT
003930         MOVE 1 TO WS-ID-IDX
003940         PERFORM 7000-CHECK-IDENTITY THRU 7000-EXIT
003950     END-IF.
003960     IF FACTMST-N > 0 AND FACTMST-N NOT > 100
003970         MOVE 'F' TO FACTX-FUNCTION
003980         MOVE FACTMST-N TO FACTX-N
003990         MOVE 0 TO FACTX-R
004000         CALL 'FACTXMTH' USING FACTX-FUNCTION, FACTX-N, FACTX-R,
004010             FACTX-RESULT-DIGITS, FACTX-RESULT-LENGTH,
004020             FACTX-RETURN-CODE
004030         IF FACTX-REQUEST-OK
004040             MOVE FACTX-RESULT-DIGITS TO WS-IN-DIGITS
004050             MOVE FACTX-RESULT-LENGTH TO WS-IN-LENGTH
004060             PERFORM 6200-DIGITS-TO-WORK-A THRU 6200-EXIT
004070             MOVE 2 TO WS-ID-IDX
004080             PERFORM 7000-CHECK-IDENTITY THRU 7000-EXIT
004090         END-IF
004100     END-IF.
004110     MOVE FACTMST-N TO WS-PREV-N.
004120     MOVE WS-LEFT-SIDE TO WS-PREV-VALUE.
004130     MOVE 'Y' TO WS-PREV-SW.
004140 2100-EXIT.
004150     EXIT.
004160*----------------------------------------------------------------*
004170*  3000-SWEEP-FACTRPT                                             *
004180*  LOADS EACH NARROW NCR INTO THE TABLE AND CHECKS IDENTITY 5     *
004190*  AGAINST THE NPR ON THE SAME RECORD.                            *
004200*----------------------------------------------------------------*
004210 3000-SWEEP-FACTRPT.
004220     OPEN INPUT FACTRPT.
004230     IF WS-FACTRPT-STATUS = '35'
004240         MOVE 'Y' TO WS-RPT-MISSING-SW
004250         MOVE 'FACTRPT NOT ON FILE - NARROW PAIRS NOT SWEPT'
004260             TO WS-NOTE-TEXT
004270         PERFORM 8500-PRINT-NOTE THRU 8500-EXIT
004280         GO TO 3000-EXIT
004290     END-IF.
004300     PERFORM 3100-CHECK-ONE-PAIR THRU 3100-EXIT
004310         UNTIL WS-END-OF-FACTRPT.
004320     CLOSE FACTRPT.
004330 3000-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------*
004360*  3100-CHECK-ONE-PAIR                                            *
004370*----------------------------------------------------------------*
004380 3100-CHECK-ONE-PAIR.
004390     READ FACTRPT
004400         AT END
004410             MOVE 'Y' TO WS-RPT-EOF-SW
004420             GO TO 3100-EXIT
004430     END-READ.
004440     ADD 1 TO WS-RPT-READ-COUNT.
004450     IF FACTRPT-N > 100 OR FACTRPT-R > FACTRPT-N
004460         DISPLAY 'FACTIDNT - FACTRPT PAIR OUT OF RANGE - N='
004470             FACTRPT-N ' R=' FACTRPT-R
004480         ADD 1 TO WS-UNUSABLE-COUNT
004490         GO TO 3100-EXIT
004500     END-IF.
004510     MOVE FACTRPT-N TO WS-CHK-N.
004520     MOVE FACTRPT-R TO WS-CHK-R.
004530     MOVE FACTRPT-NCR TO WS-PACKED-VALUE.
004540     PERFORM 6100-PACKED-TO-WORK-A THRU 6100-EXIT.
004550     PERFORM 6600-STORE-COMBINATION THRU 6600-EXIT.
004560     MOVE FACTRPT-NPR TO WS-PACKED-VALUE.
004570     PERFORM 6100-PACKED-TO-WORK-A THRU 6100-EXIT.
004580     MOVE WS-WORK-A TO WS-LEFT-SIDE.
004590     MOVE FACTRPT-NCR TO WS-PACKED-VALUE.
004600     PERFORM 6100-PACKED-TO-WORK-A THRU 6100-EXIT.
004610     PERFORM 6400-MULTIPLY-BY-R-FACTORIAL THRU 6400-EXIT.
004620     MOVE 5 TO WS-ID-IDX.
004630     PERFORM 7000-CHECK-IDENTITY THRU 7000-EXIT.
004640 3100-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------*
004670*  4000-LOAD-WIDE-COMBINATIONS                                    *
004680*  FIRST PASS OF FACTWRPT - THE C RECORDS GO INTO THE TABLE.      *
004690*----------------------------------------------------------------*
004700 4000-LOAD-WIDE-COMBINATIONS.
004710     OPEN INPUT FACTWRPT.
004720     IF WS-FACTWRPT-STATUS = '35'
004730         MOVE 'Y' TO WS-WRPT-MISSING-SW
004740         MOVE 'FACTWRPT NOT ON FILE - WIDE PAIRS NOT SWEPT'
004750             TO WS-NOTE-TEXT
004760         PERFORM 8500-PRINT-NOTE THRU 8500-EXIT
004770         GO TO 4000-EXIT
004780     END-IF.
004790     PERFORM 4100-LOAD-ONE-WIDE THRU 4100-EXIT
004800         UNTIL WS-END-OF-FACTWRPT.
004810     CLOSE FACTWRPT.
004820 4000-EXIT.
004830     EXIT.
004840*----------------------------------------------------------------*
004850*  4100-LOAD-ONE-WIDE                                             *
004860*  THE RECORD COUNT AND THE UNUSABLE-RECORD CHECKS ARE TAKEN ON   *
004870*  THIS PASS ONLY, SO THE SECOND PASS DOES NOT COUNT TWICE.       *
004880*----------------------------------------------------------------*
004890 4100-LOAD-ONE-WIDE.
004900     READ FACTWRPT
004910         AT END
004920             MOVE 'Y' TO WS-WRPT-EOF-SW
004930             GO TO 4100-EXIT
004940     END-READ.
004950     ADD 1 TO WS-WRPT-READ-COUNT.
004960     IF FACTWIDE-N > 100 OR FACTWIDE-R > FACTWIDE-N
004970         DISPLAY 'FACTIDNT - FACTWRPT VALUE OUT OF RANGE - N='
004980             FACTWIDE-N ' R=' FACTWIDE-R
004990         ADD 1 TO WS-UNUSABLE-COUNT
005000         GO TO 4100-EXIT
005010     END-IF.
005020     MOVE FACTWIDE-DIGITS TO WS-IN-DIGITS.
005030     MOVE FACTWIDE-DIGIT-COUNT TO WS-IN-LENGTH.
005040     PERFORM 6200-DIGITS-TO-WORK-A THRU 6200-EXIT.
005050     IF WS-VALUE-IS-BAD
005060         DISPLAY 'FACTIDNT - FACTWRPT DIGITS UNUSABLE - TYPE '
005070             FACTWIDE-TYPE ' N=' FACTWIDE-N ' R=' FACTWIDE-R
005080         ADD 1 TO WS-UNUSABLE-COUNT
005090         GO TO 4100-EXIT
005100     END-IF.
005110     IF FACTWIDE-NCR
005120         MOVE FACTWIDE-N TO WS-CHK-N
005130         MOVE FACTWIDE-R TO WS-CHK-R
005140         PERFORM 6600-STORE-COMBINATION THRU 6600-EXIT
005150     END-IF.
005160 4100-EXIT.
005170     EXIT.
005180*----------------------------------------------------------------*
005190*  4500-SWEEP-WIDE-PERMUTATIONS                                   *
005200*  SECOND PASS OF FACTWRPT - IDENTITY 5 FOR EVERY P RECORD WHOSE  *
005210*  C(N,R) IS ON THE TABLE.                                        *
005220*----------------------------------------------------------------*
005230 4500-SWEEP-WIDE-PERMUTATIONS.
005240     IF WS-FACTWRPT-MISSING
005250         GO TO 4500-EXIT
005260     END-IF.
005270     MOVE 'N' TO WS-WRPT-EOF-SW.
005280     OPEN INPUT FACTWRPT.
005290     PERFORM 4600-CHECK-ONE-WIDE THRU 4600-EXIT
005300         UNTIL WS-END-OF-FACTWRPT.
005310     CLOSE FACTWRPT.
005320 4500-EXIT.
005330     EXIT.
005340*----------------------------------------------------------------*
005350*  4600-CHECK-ONE-WIDE                                            *
005360*----------------------------------------------------------------*
005370 4600-CHECK-ONE-WIDE.
005380     READ FACTWRPT
005390         AT END
005400             MOVE 'Y' TO WS-WRPT-EOF-SW
005410             GO TO 4600-EXIT
005420     END-READ.
005430     IF NOT FACTWIDE-NPR
005440         OR FACTWIDE-N > 100
005450         OR FACTWIDE-R > FACTWIDE-N
005460         GO TO 4600-EXIT
005470     END-IF.
005480     COMPUTE WS-N-SUB = FACTWIDE-N + 1.
005490     COMPUTE WS-R-SUB = FACTWIDE-R + 1.
005500     IF WS-C-FOUND(WS-N-SUB, WS-R-SUB) NOT = 'Y'
005510         GO TO 4600-EXIT
005520     END-IF.
005530     MOVE FACTWIDE-DIGITS TO WS-IN-DIGITS.
005540     MOVE FACTWIDE-DIGIT-COUNT TO WS-IN-LENGTH.
005550     PERFORM 6200-DIGITS-TO-WORK-A THRU 6200-EXIT.
005560     IF WS-VALUE-IS-BAD
005570         GO TO 4600-EXIT
005580     END-IF.
005590     MOVE FACTWIDE-N TO WS-CHK-N.
005600     MOVE FACTWIDE-R TO WS-CHK-R.
005610     MOVE WS-WORK-A TO WS-LEFT-SIDE.
005620     MOVE WS-C-VALUE(WS-N-SUB, WS-R-SUB) TO WS-WORK-A.
005630     PERFORM 6500-FIND-TOP THRU 6500-EXIT.
005640     PERFORM 6400-MULTIPLY-BY-R-FACTORIAL THRU 6400-EXIT.
005650     MOVE 5 TO WS-ID-IDX.
005660     PERFORM 7000-CHECK-IDENTITY THRU 7000-EXIT.
005670 4600-EXIT.
005680     EXIT.
005690*----------------------------------------------------------------*
005700*  5000-SWEEP-COMBINATION-TABLE                                   *
005710*  IDENTITIES 3 AND 4 OVER EVERY LOADED C(N,R).                   *
005720*----------------------------------------------------------------*
005730 5000-SWEEP-COMBINATION-TABLE.
005740     PERFORM 5100-SWEEP-ONE-N THRU 5100-EXIT
005750         VARYING WS-N FROM 0 BY 1
005760         UNTIL WS-N > 100.
005770 5000-EXIT.
005780     EXIT.
005790*----------------------------------------------------------------*
005800*  5100-SWEEP-ONE-N                                               *
005810*----------------------------------------------------------------*
005820 5100-SWEEP-ONE-N.
005830     PERFORM 5200-SWEEP-ONE-PAIR THRU 5200-EXIT
005840         VARYING WS-R FROM 0 BY 1
005850         UNTIL WS-R > WS-N.
005860 5100-EXIT.
005870     EXIT.
005880*----------------------------------------------------------------*
005890*  5200-SWEEP-ONE-PAIR                                            *
005900*  SYMMETRY IS TESTED ONCE PER MIRRORED PAIR, FROM THE SMALLER R. *
005910*  PASCAL'S RULE NEEDS BOTH PAIRS ON THE ROW ABOVE.               *
005920*----------------------------------------------------------------*
005930 5200-SWEEP-ONE-PAIR.
005940     COMPUTE WS-N-SUB = WS-N + 1.
005950     COMPUTE WS-R-SUB = WS-R + 1.
005960     IF WS-C-FOUND(WS-N-SUB, WS-R-SUB) NOT = 'Y'
005970         GO TO 5200-EXIT
005980     END-IF.
005990     MOVE WS-N TO WS-CHK-N.
006000     MOVE WS-R TO WS-CHK-R.
006010     MOVE WS-C-VALUE(WS-N-SUB, WS-R-SUB) TO WS-LEFT-SIDE.
006020     COMPUTE WS-R-MIRROR = WS-N - WS-R.
006030     COMPUTE WS-MIRROR-SUB = WS-R-MIRROR + 1.
006040     IF WS-R < WS-R-MIRROR
006050         AND WS-C-FOUND(WS-N-SUB, WS-MIRROR-SUB) = 'Y'
006060         MOVE 'N' TO WS-OVERFLOW-SW
006070         MOVE WS-C-VALUE(WS-N-SUB, WS-MIRROR-SUB) TO WS-WORK-A
006080         MOVE 3 TO WS-ID-IDX
006090         PERFORM 7000-CHECK-IDENTITY THRU 7000-EXIT
006100     END-IF.
006110     IF WS-R = 0 OR WS-R = WS-N
006120         GO TO 5200-EXIT
006130     END-IF.
006140     MOVE WS-N TO WS-PRIOR-N-SUB.
006150     MOVE WS-R TO WS-PRIOR-R-SUB.
006160     IF WS-C-FOUND(WS-PRIOR-N-SUB, WS-PRIOR-R-SUB) NOT = 'Y'
006170         OR WS-C-FOUND(WS-PRIOR-N-SUB, WS-R-SUB) NOT = 'Y'
006180         GO TO 5200-EXIT
006190     END-IF.
006200     MOVE WS-C-VALUE(WS-PRIOR-N-SUB, WS-PRIOR-R-SUB) TO WS-WORK-A.
006210     MOVE WS-C-VALUE(WS-PRIOR-N-SUB, WS-R-SUB) TO WS-WORK-B.
006220     PERFORM 6700-ADD-WORK-B THRU 6700-EXIT.
006230     MOVE 4 TO WS-ID-IDX.
006240     PERFORM 7000-CHECK-IDENTITY THRU 7000-EXIT.
006250 5200-EXIT.
006260     EXIT.
006270*----------------------------------------------------------------*
006280*  6100-PACKED-TO-WORK-A                                          *
006290*  A PACKED PIC 9(20) VALUE INTO THE LOW 20 DIGITS OF WS-WORK-A.  *
006300*----------------------------------------------------------------*
006310 6100-PACKED-TO-WORK-A.
006320     MOVE 'N' TO WS-OVERFLOW-SW.
006330     MOVE 'N' TO WS-BAD-VALUE-SW.
006340     MOVE ALL '0' TO WS-WORK-A.
006350     MOVE WS-PACKED-VALUE TO WS-VALUE-DISPLAY.
006360     MOVE WS-VALUE-DISPLAY TO WS-WORK-A(141:20).
006370     PERFORM 6500-FIND-TOP THRU 6500-EXIT.
006380 6100-EXIT.
006390     EXIT.
006400*----------------------------------------------------------------*
006410*  6200-DIGITS-TO-WORK-A                                          *
006420*  A LEFT-JUSTIFIED DIGIT STRING INTO WS-WORK-A, RIGHT-JUSTIFIED. *
006430*  A BAD LENGTH OR A NON-DIGIT SETS WS-VALUE-IS-BAD.              *
006440*----------------------------------------------------------------*
006450 6200-DIGITS-TO-WORK-A.
006460     MOVE 'N' TO WS-OVERFLOW-SW.
006470     MOVE 'N' TO WS-BAD-VALUE-SW.
006480     MOVE ALL '0' TO WS-WORK-A.
006490     IF WS-IN-LENGTH < 1 OR WS-IN-LENGTH > 160
006500         MOVE 'Y' TO WS-BAD-VALUE-SW
006510         GO TO 6200-EXIT
006520     END-IF.
006530     COMPUTE WS-POS = 161 - WS-IN-LENGTH.
006540     MOVE WS-IN-DIGITS(1:WS-IN-LENGTH)
006550         TO WS-WORK-A(WS-POS:WS-IN-LENGTH).
006560     IF WS-WORK-A IS NOT NUMERIC
006570         MOVE 'Y' TO WS-BAD-VALUE-SW
006580         MOVE ALL '0' TO WS-WORK-A
006590     END-IF.
006600     PERFORM 6500-FIND-TOP THRU 6500-EXIT.
006610 6200-EXIT.
006620     EXIT.
006630*----------------------------------------------------------------*
006640*  6300-MULTIPLY-SMALL                                            *
006650*  MULTIPLIES WS-WORK-A BY WS-MULT, UNITS DIGIT FIRST, THEN       *
006660*  FLUSHES THE CARRY INTO NEW HIGH DIGITS.  A CARRY THAT WILL NOT *
006670*  FIT IN 160 DIGITS SETS WS-WORK-OVERFLOWED - NO STORED VALUE    *
006680*  CAN EQUAL IT.                                                  *
006690*----------------------------------------------------------------*
006700 6300-MULTIPLY-SMALL.
006710     MOVE 0 TO WS-CARRY.
006720     PERFORM 6310-MULTIPLY-ONE-DIGIT THRU 6310-EXIT
006730         VARYING WS-POS FROM 160 BY -1
006740         UNTIL WS-POS < WS-A-TOP.
006750     PERFORM 6320-FLUSH-CARRY THRU 6320-EXIT
006760         UNTIL WS-CARRY = 0.
006770 6300-EXIT.
006780     EXIT.
006790*----------------------------------------------------------------*
006800*  6310-MULTIPLY-ONE-DIGIT                                        *
006810*----------------------------------------------------------------*
006820 6310-MULTIPLY-ONE-DIGIT.
006830     COMPUTE WS-TEMP = WS-A-DIGIT(WS-POS) * WS-MULT + WS-CARRY.
006840     COMPUTE WS-CARRY = WS-TEMP / 10.
006850     COMPUTE WS-A-DIGIT(WS-POS) = WS-TEMP - WS-CARRY * 10.
006860 6310-EXIT.
006870     EXIT.
006880*----------------------------------------------------------------*
006890*  6320-FLUSH-CARRY                                               *
006900*----------------------------------------------------------------*
006910 6320-FLUSH-CARRY.
006920     IF WS-A-TOP = 1
006930         MOVE 'Y' TO WS-OVERFLOW-SW
006940         MOVE 0 TO WS-CARRY
006950         GO TO 6320-EXIT
006960     END-IF.
006970     SUBTRACT 1 FROM WS-A-TOP.
006980     COMPUTE WS-TEMP = WS-CARRY / 10.
006990     COMPUTE WS-A-DIGIT(WS-A-TOP) = WS-CARRY - WS-TEMP * 10.
007000     MOVE WS-TEMP TO WS-CARRY.
007010 6320-EXIT.
007020     EXIT.
007030*----------------------------------------------------------------*
007040*  6400-MULTIPLY-BY-R-FACTORIAL                                   *
007050*  WS-WORK-A TIMES WS-CHK-R FACTORIAL, ONE FACTOR AT A TIME.      *
007060*----------------------------------------------------------------*
007070 6400-MULTIPLY-BY-R-FACTORIAL.
007080     PERFORM 6300-MULTIPLY-SMALL THRU 6300-EXIT
007090         VARYING WS-MULT FROM 2 BY 1
007100         UNTIL WS-MULT > WS-CHK-R.
007110 6400-EXIT.
007120     EXIT.
007130*----------------------------------------------------------------*
007140*  6500-FIND-TOP                                                  *
007150*  POSITIONS WS-A-TOP ON THE HIGHEST NON-ZERO DIGIT OF WS-WORK-A  *
007160*  (THE UNITS POSITION WHEN THE VALUE IS ZERO).                   *
007170*----------------------------------------------------------------*
007180 6500-FIND-TOP.
007190     MOVE 1 TO WS-A-TOP.
007200     PERFORM 6510-SKIP-ONE-ZERO THRU 6510-EXIT
007210         UNTIL WS-A-TOP = 160
007220         OR WS-WORK-A(WS-A-TOP:1) NOT = '0'.
007230 6500-EXIT.
007240     EXIT.
007250*----------------------------------------------------------------*
007260*  6510-SKIP-ONE-ZERO                                             *
007270*----------------------------------------------------------------*
007280 6510-SKIP-ONE-ZERO.
007290     ADD 1 TO WS-A-TOP.
007300 6510-EXIT.
007310     EXIT.
007320*----------------------------------------------------------------*
007330*  6600-STORE-COMBINATION                                         *
007340*  FILES WS-WORK-A AS C(WS-CHK-N,WS-CHK-R) UNLESS ALREADY LOADED. *
007350*----------------------------------------------------------------*
007360 6600-STORE-COMBINATION.
007370     COMPUTE WS-N-SUB = WS-CHK-N + 1.
007380     COMPUTE WS-R-SUB = WS-CHK-R + 1.
007390     IF WS-C-FOUND(WS-N-SUB, WS-R-SUB) = 'Y'
007400         GO TO 6600-EXIT
007410     END-IF.
007420     MOVE 'Y' TO WS-C-FOUND(WS-N-SUB, WS-R-SUB).
007430     MOVE WS-WORK-A TO WS-C-VALUE(WS-N-SUB, WS-R-SUB).
007440 6600-EXIT.
007450     EXIT.
007460*----------------------------------------------------------------*
007470*  6700-ADD-WORK-B                                                *
007480*  ADDS WS-WORK-B INTO WS-WORK-A ACROSS ALL 160 DIGITS.  A CARRY  *
007490*  OUT OF THE TOP DIGIT SETS WS-WORK-OVERFLOWED.                  *
007500*----------------------------------------------------------------*
007510 6700-ADD-WORK-B.
007520     MOVE 'N' TO WS-OVERFLOW-SW.
007530     MOVE 0 TO WS-CARRY.
007540     PERFORM 6710-ADD-ONE-DIGIT THRU 6710-EXIT
007550         VARYING WS-POS FROM 160 BY -1
007560         UNTIL WS-POS < 1.
007570     IF WS-CARRY NOT = 0
007580         MOVE 'Y' TO WS-OVERFLOW-SW
007590     END-IF.
007600 6700-EXIT.
007610     EXIT.
007620*----------------------------------------------------------------*
007630*  6710-ADD-ONE-DIGIT                                             *
007640*----------------------------------------------------------------*
007650 6710-ADD-ONE-DIGIT.
007660     COMPUTE WS-TEMP = WS-A-DIGIT(WS-POS) + WS-B-DIGIT(WS-POS)
007670         + WS-CARRY.
007680     COMPUTE WS-CARRY = WS-TEMP / 10.
007690     COMPUTE WS-A-DIGIT(WS-POS) = WS-TEMP - WS-CARRY * 10.
007700 6710-EXIT.
007710     EXIT.
007720*----------------------------------------------------------------*
007730*  7000-CHECK-IDENTITY                                            *
007740*  COMPARES THE STORED LEFT SIDE WITH THE DERIVED RIGHT SIDE IN   *
007750*  WS-WORK-A FOR IDENTITY WS-ID-IDX.  A FAILURE IS LISTED WITH    *
007760*  BOTH SIDES AND FILED ON FACTEXC.                               *
007770*----------------------------------------------------------------*
007780 7000-CHECK-IDENTITY.
007790     ADD 1 TO WS-ID-CHECKED(WS-ID-IDX).
007800     IF NOT WS-WORK-OVERFLOWED
007810         AND WS-WORK-A = WS-LEFT-SIDE
007820         GO TO 7000-EXIT
007830     END-IF.
007840     ADD 1 TO WS-ID-FAILED(WS-ID-IDX).
007850     ADD 1 TO WS-FAILURE-COUNT.
007860     MOVE 'Y' TO WS-FAILURE-SW.
007870     DISPLAY 'FACTIDNT - IDENTITY ' WS-ID-IDX ' FAILED - N='
007880         WS-CHK-N ' R=' WS-CHK-R.
007890     MOVE WS-IDENTITY-TEXT(WS-ID-IDX) TO WS-FL-TEXT.
007900     MOVE WS-CHK-N TO WS-FL-N.
007910     MOVE WS-CHK-R TO WS-FL-R.
007920     MOVE WS-FAIL-LINE TO FACTIRPT-LINE.
007930     WRITE FACTIRPT-LINE AFTER ADVANCING 1 LINE.
007940     MOVE 'LEFT SIDE   ' TO WS-DGT-LABEL.
007950     MOVE WS-LEFT-SIDE TO WS-PRINT-VALUE.
007960     PERFORM 8300-PRINT-VALUE THRU 8300-EXIT.
007970     MOVE 'RIGHT SIDE  ' TO WS-DGT-LABEL.
007980     IF WS-WORK-OVERFLOWED
007990         MOVE 'MORE THAN 160 DIGITS' TO WS-DGT-TEXT
008000         MOVE WS-DIGITS-LINE TO FACTIRPT-LINE
008010         WRITE FACTIRPT-LINE AFTER ADVANCING 1 LINE
008020     ELSE
008030         MOVE WS-WORK-A TO WS-PRINT-VALUE
008040         PERFORM 8300-PRINT-VALUE THRU 8300-EXIT
008050     END-IF.
008060     PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT.
008070 7000-EXIT.
008080     EXIT.
008090*----------------------------------------------------------------*
008100*  7100-WRITE-EXCEPTION                                           *
008110*----------------------------------------------------------------*
008120 7100-WRITE-EXCEPTION.
008130     ACCEPT WS-EXC-DATE FROM DATE YYYYMMDD.
008140     ACCEPT WS-EXC-CLOCK FROM TIME.
008150     STRING WS-EXC-DATE DELIMITED BY SIZE
008160         WS-EXC-CLOCK(1:6) DELIMITED BY SIZE
008170         INTO WS-EXC-TIME.
008180     MOVE 'FACTIDNT' TO FACTEXC-PROGRAM-ID.
008190     MOVE WS-JOB-ID TO FACTEXC-JOB-ID.
008200     MOVE WS-CHK-N TO FACTEXC-N.
008210     MOVE WS-CHK-R TO FACTEXC-R.
008220     MOVE 9 TO FACTEXC-REASON-CODE.
008230     MOVE WS-EXC-TIME TO FACTEXC-TIMESTAMP.
008235     MOVE FACTY-BUSINESS-DATE TO FACTEXC-BUSINESS-DATE.
008240     WRITE FACTEXC-RECORD.
008250 7100-EXIT.
008260     EXIT.
008270*----------------------------------------------------------------*
008280*  8000-WRITE-TOTALS                                              *
008290*----------------------------------------------------------------*
008300 8000-WRITE-TOTALS.
008310     MOVE SPACES TO FACTIRPT-LINE.
008320     WRITE FACTIRPT-LINE AFTER ADVANCING 1 LINE.
008330     PERFORM 8100-WRITE-ONE-IDENTITY THRU 8100-EXIT
008340         VARYING WS-ID-IDX FROM 1 BY 1
008350         UNTIL WS-ID-IDX > 5.
008360     MOVE SPACES TO FACTIRPT-LINE.
008370     WRITE FACTIRPT-LINE AFTER ADVANCING 1 LINE.
008380     MOVE 'FACTMST MASTER ROWS SWEPT         ' TO WS-TOT-TEXT.
008390     MOVE WS-MST-READ-COUNT TO WS-TOT-VALUE.
008400     PERFORM 8200-WRITE-ONE-TOTAL THRU 8200-EXIT.
008410     MOVE 'FACTRPT PAIRS READ                ' TO WS-TOT-TEXT.
008420     MOVE WS-RPT-READ-COUNT TO WS-TOT-VALUE.
008430     PERFORM 8200-WRITE-ONE-TOTAL THRU 8200-EXIT.
008440     MOVE 'FACTWRPT WIDE VALUES READ         ' TO WS-TOT-TEXT.
008450     MOVE WS-WRPT-READ-COUNT TO WS-TOT-VALUE.
008460     PERFORM 8200-WRITE-ONE-TOTAL THRU 8200-EXIT.
008470     MOVE 'RECORDS TOO DAMAGED TO TEST       ' TO WS-TOT-TEXT.
008480     MOVE WS-UNUSABLE-COUNT TO WS-TOT-VALUE.
008490     PERFORM 8200-WRITE-ONE-TOTAL THRU 8200-EXIT.
008500     MOVE 'IDENTITY FAILURES FILED ON FACTEXC' TO WS-TOT-TEXT.
008510     MOVE WS-FAILURE-COUNT TO WS-TOT-VALUE.
008520     PERFORM 8200-WRITE-ONE-TOTAL THRU 8200-EXIT.
008530 8000-EXIT.
008540     EXIT.
008550*----------------------------------------------------------------*
008560*  8100-WRITE-ONE-IDENTITY                                        *
008570*----------------------------------------------------------------*
008580 8100-WRITE-ONE-IDENTITY.
008590     MOVE WS-IDENTITY-TEXT(WS-ID-IDX) TO WS-IDT-TEXT.
008600     MOVE WS-ID-CHECKED(WS-ID-IDX) TO WS-IDT-CHECKED.
008610     MOVE WS-ID-FAILED(WS-ID-IDX) TO WS-IDT-FAILED.
008620     MOVE WS-ID-TOTAL-LINE TO FACTIRPT-LINE.
008630     WRITE FACTIRPT-LINE AFTER ADVANCING 1 LINE.
008640 8100-EXIT.
008650     EXIT.
008660*----------------------------------------------------------------*
008670*  8200-WRITE-ONE-TOTAL                                           *
008680*----------------------------------------------------------------*
008690 8200-WRITE-ONE-TOTAL.
008700     MOVE WS-TOTAL-LINE TO FACTIRPT-LINE.
008710     WRITE FACTIRPT-LINE AFTER ADVANCING 1 LINE.
008720 8200-EXIT.
008730     EXIT.
008740*----------------------------------------------------------------*
008750*  8300-PRINT-VALUE                                               *
008760*  PRINTS WS-PRINT-VALUE WITHOUT ITS LEADING ZEROS UNDER THE      *
008770*  LABEL ALREADY IN WS-DGT-LABEL - A SECOND LINE CARRIES ANY      *
008780*  DIGITS PAST THE FIRST 80.                                      *
008790*----------------------------------------------------------------*
008800 8300-PRINT-VALUE.
008810     MOVE 1 TO WS-PRINT-TOP.
008820     PERFORM 8310-SKIP-PRINT-ZERO THRU 8310-EXIT
008830         UNTIL WS-PRINT-TOP = 160
008840         OR WS-PRINT-VALUE(WS-PRINT-TOP:1) NOT = '0'.
008850     COMPUTE WS-PRINT-LENGTH = 161 - WS-PRINT-TOP.
008860     MOVE SPACES TO WS-PRINT-DIGITS.
008870     MOVE WS-PRINT-VALUE(WS-PRINT-TOP:WS-PRINT-LENGTH)
008880         TO WS-PRINT-DIGITS.
008890     MOVE WS-PRINT-DIGITS(1:80) TO WS-DGT-TEXT.
008900     MOVE WS-DIGITS-LINE TO FACTIRPT-LINE.
008910     WRITE FACTIRPT-LINE AFTER ADVANCING 1 LINE.
008920     IF WS-PRINT-LENGTH > 80
008930         MOVE SPACES TO WS-DGT-LABEL
008940         MOVE WS-PRINT-DIGITS(81:80) TO WS-DGT-TEXT
008950         MOVE WS-DIGITS-LINE TO FACTIRPT-LINE
008960         WRITE FACTIRPT-LINE AFTER ADVANCING 1 LINE
008970     END-IF.
008980 8300-EXIT.
008990     EXIT.
009000*----------------------------------------------------------------*
009010*  8310-SKIP-PRINT-ZERO                                           *
009020*----------------------------------------------------------------*
009030 8310-SKIP-PRINT-ZERO.
009040     ADD 1 TO WS-PRINT-TOP.
009050 8310-EXIT.
009060     EXIT.
009070*----------------------------------------------------------------*
009080*  8500-PRINT-NOTE                                                *
009090*----------------------------------------------------------------*
009100 8500-PRINT-NOTE.
009110     MOVE WS-NOTE-LINE TO FACTIRPT-LINE.
009120     WRITE FACTIRPT-LINE AFTER ADVANCING 1 LINE.
009130 8500-EXIT.
009140     EXIT.
