000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     FACTWMNT.
000120 AUTHOR.         D. PACHECO.
000130 INSTALLATION.   COMBINATORICS BATCH GROUP.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*----------------------------------------------------------------*
000170*  MODIFICATION HISTORY                                          *
000180*  2026-10-15  DP  ORIGINAL - MAINTENANCE JOB FOR THE FACTWMST    *
000190*              KEYED WIDE-VALUE MASTER (SEE COPYBOOKS/            *
000200*              FACTWMSR.CPY).  FACTMST ONLY HOLDS N THROUGH 21,   *
000210*              SO FACTSERV USED TO RECOMPUTE EVERY WIDE           *
000220*              FACTORIAL, NPR AND NCR THROUGH FACTXMTH ON EVERY   *
000230*              REQUEST EVEN THOUGH FACTCOMB WROTE THE SAME        *
000240*              VALUES THE NIGHT BEFORE.  THIS JOB APPLIES THE     *
000250*              NIGHT'S FACTWRPT WIDE RESULTS AND THE NARROW       *
000260*              FACTRPT PAIRS (EACH PAIR GIVING ONE P AND ONE C    *
000270*              KEY) AS TRANSACTIONS AGAINST FACTWMST - A NEW KEY  *
000280*              IS ADDED, A KNOWN KEY IS VERIFIED AGAINST THE      *
000290*              STORED DIGITS, AND ANY KEY WHOSE STORED VALUE      *
000300*              DIFFERS GOES TO THE FACTWMRP EXCEPTION REPORT AND  *
000310*              RAISES A NON-ZERO CONDITION CODE - THE SAME RULES  *
000320*              FACTMAST APPLIES TO FACTMST.  THE RUN REPORTS AND  *
000330*              LOCKS UNDER THE FACTCCTL JOB ID OF THE FACTCOMB    *
000340*              RUN THAT PRODUCED ITS INPUT.                       *
000341*  2026-10-15  DP  BUSINESS-DATE CYCLE CONTROL - THE BUSINESS    *
000342*              DATE IS TAKEN FROM THE FACTCYCK SUBROUTINE (SEE   *
000343*              COPYBOOKS/FACTYLNK.CPY) AT STARTUP AND CARRIED ON *
000344*              THE FACTLOCK RECORDS ALONGSIDE THE REAL           *
000345*              TIMESTAMP.  A CLOSED CYCLE REFUSES THE RUN WITH   *
000346*              CONDITION CODE 12.                                *
000348*  2026-10-15  DP  CONTROL-TOTAL LEDGER - A RUN THAT APPLIED ITS  *
000350*              SOURCES NOW POSTS THE FACTWRPT AND FACTRPT RECORDS *
000352*              READ AND THE FACTWMST VALUES ADDED, VERIFIED AND   *
000354*              DIFFERING TO FACTLEDG (SEE COPYBOOKS/FACTLEDR.CPY) *
000356*              FOR THE FACTLBAL CHAIN BALANCING PROGRAM.          *
000357*  2026-10-15  DP  FACTORIAL KEYS - FACTCOMB WRITES ONLY P AND C  *
000358*              VALUES, SO NO F KEY EVER REACHED THE WIDE MASTER   *
000359*              AND FACTSERV AND FACTINQ NEVER FOUND ONE.  EVERY   *
000360*              P(N,N) VALUE APPLIED FROM FACTWRPT OR FACTRPT IS N *
000361*              FACTORIAL, AND IS NOW ALSO APPLIED UNDER THE F KEY *
000362*              FOR N (R ZERO) BY THE SAME ADD/VERIFY RULES.  THE  *
000363*              DERIVED KEYS ARE COUNTED ON THE REPORT, AND THE    *
000364*              RUN POSTS THE FACTRPT VALUES APPLIED (TWO PER      *
000365*              PAIR) AND THE FACTWMST KEYS DERIVED SO FACTLBAL    *
000366*              CAN BALANCE EVERY VALUE APPLIED AGAINST THE KEYS   *
000367*              ADDED, VERIFIED AND DIFFERING.                     *
000368*  2026-10-15  DP  BUSINESS-DATE CYCLE CONTROL - A CLOSED CYCLE   *
000369*              IS NOW REFUSED BEFORE FACTWMRP IS OPENED, SO A     *
000370*              REFUSED RUN NO LONGER EMPTIES THE LAST MAINTENANCE *
000371*              REPORT.  THE REFUSAL HAS ITS OWN SWITCH, AS A LOCK *
000372*              REFUSAL STILL HAS A REPORT TO CLOSE.               *
000373*----------------------------------------------------------------*
000374 ENVIRONMENT DIVISION.
000375 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.    IBM-370.
000390 OBJECT-COMPUTER.    IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT FACTCCTL ASSIGN TO FACTCCTL
000430                     ORGANIZATION IS SEQUENTIAL
000440                     FILE STATUS IS WS-FACTCCTL-STATUS.
000450     SELECT FACTWRPT ASSIGN TO FACTWRPT
000460                     ORGANIZATION IS SEQUENTIAL
000470                     FILE STATUS IS WS-FACTWRPT-STATUS.
000480     SELECT FACTRPT  ASSIGN TO FACTRPT
000490                     ORGANIZATION IS SEQUENTIAL
000500                     FILE STATUS IS WS-FACTRPT-STATUS.
000510     SELECT FACTWMST ASSIGN TO FACTWMST
000520                     ORGANIZATION IS INDEXED
000530                     ACCESS MODE IS RANDOM
000540                     RECORD KEY IS FACTWMST-KEY
000550                     FILE STATUS IS WS-FACTWMST-STATUS.
000560     SELECT FACTWMRP ASSIGN TO FACTWMRP
000570                     ORGANIZATION IS SEQUENTIAL
000580                     FILE STATUS IS WS-FACTWMRP-STATUS.
000590     SELECT FACTLOCK ASSIGN TO FACTLOCK
000600                     ORGANIZATION IS SEQUENTIAL
000610                     FILE STATUS IS WS-FACTLOCK-STATUS.
000612     SELECT FACTLEDG ASSIGN TO FACTLEDG
000614                     ORGANIZATION IS SEQUENTIAL
000616                     FILE STATUS IS WS-FACTLEDG-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  FACTCCTL
000650     LABEL RECORDS ARE STANDARD.
000660     COPY FACTCCLR.
000670 FD  FACTWRPT
000680     LABEL RECORDS ARE STANDARD.
000690     COPY FACTWIDR.
000700 FD  FACTRPT
000710     LABEL RECORDS ARE STANDARD.
000720     COPY FACTRPTR.
000730 FD  FACTWMST
000740     LABEL RECORDS ARE STANDARD.
000750     COPY FACTWMSR.
000760 FD  FACTWMRP
000770     LABEL RECORDS ARE STANDARD.
000780 01  FACTWMRP-LINE               PIC X(132).
000790 FD  FACTLOCK
000800     LABEL RECORDS ARE STANDARD.
000810     COPY FACTLKR.
000812 FD  FACTLEDG
000814     LABEL RECORDS ARE STANDARD.
000816     COPY FACTLEDR.
000820 WORKING-STORAGE SECTION.
000830*----------------------------------------------------------------*
000840*  FILE STATUS FIELDS.                                            *
000850*----------------------------------------------------------------*
000860 01  WS-FILE-STATUSES.
000870     05  WS-FACTCCTL-STATUS      PIC X(02).
000880     05  WS-FACTWRPT-STATUS      PIC X(02).
000890     05  WS-FACTRPT-STATUS       PIC X(02).
000900     05  WS-FACTWMST-STATUS      PIC X(02).
000910     05  WS-FACTWMRP-STATUS      PIC X(02).
000920     05  WS-FACTLOCK-STATUS      PIC X(02).
000925     05  WS-FACTLEDG-STATUS      PIC X(02).
000930*----------------------------------------------------------------*
000940*  STANDALONE COUNTERS AND SWITCHES.                              *
000950*----------------------------------------------------------------*
000960 77  WS-JOB-ID                   PIC X(08)     VALUE SPACES.
000970 77  WS-STAMP-DATE               PIC X(08)     VALUE SPACES.
000980 77  WS-STAMP-CLOCK              PIC X(08)     VALUE SPACES.
000990 77  WS-STAMP-TIME               PIC X(14)     VALUE SPACES.
001000 77  WS-ABORT-SW                 PIC X(01)     VALUE 'N'.
001010     88  WS-JOB-ABORTED              VALUE 'Y'.
001020 77  WS-WRPT-EOF-SW              PIC X(01)     VALUE 'N'.
001030     88  WS-END-OF-FACTWRPT          VALUE 'Y'.
001040 77  WS-RPT-EOF-SW               PIC X(01)     VALUE 'N'.
001050     88  WS-END-OF-FACTRPT           VALUE 'Y'.
001060 77  WS-MISMATCH-SW              PIC X(01)     VALUE 'N'.
001070     88  WS-MASTER-MISMATCHED        VALUE 'Y'.
001080 77  WS-SOURCE-SW                PIC X(01)     VALUE 'N'.
001090     88  WS-SOURCE-WAS-FOUND         VALUE 'Y'.
001100 77  WS-LEAD-DONE-SW             PIC X(01)     VALUE 'N'.
001110     88  WS-LEAD-SCAN-DONE           VALUE 'Y'.
001120*----------------------------------------------------------------*
001130*  RUN-LOCK FIELDS - THE NEWEST FACTLOCK RECORD SEEN FOR THE      *
001140*  FACTCCTL JOB ID, AND THE CLAIM/RELEASE BOOKKEEPING.            *
001150*----------------------------------------------------------------*
001160 77  WS-LOCK-EOF-SW              PIC X(01)     VALUE 'N'.
001170     88  WS-END-OF-FACTLOCK          VALUE 'Y'.
001180 77  WS-LOCK-REFUSED-SW          PIC X(01)     VALUE 'N'.
001190     88  WS-RUN-REFUSED              VALUE 'Y'.
001193 77  WS-CYCLE-REFUSED-SW         PIC X(01)     VALUE 'N'.
001196     88  WS-CYCLE-REFUSED            VALUE 'Y'.
001200 77  WS-LOCK-CLAIMED-SW          PIC X(01)     VALUE 'N'.
001210     88  WS-LOCK-WAS-CLAIMED         VALUE 'Y'.
001220 77  WS-LAST-LOCK-ACTION         PIC X(01)     VALUE SPACE.
001230 77  WS-LOCK-HOLDER              PIC X(08)     VALUE SPACES.
001240 77  WS-LOCK-HELD-TIME           PIC X(14)     VALUE SPACES.
001250 77  WS-LOCK-STAMP-DATE          PIC X(08)     VALUE SPACES.
001260 77  WS-LOCK-STAMP-CLOCK         PIC X(08)     VALUE SPACES.
001270 77  WS-LOCK-STAMP-TIME          PIC X(14)     VALUE SPACES.
001280*----------------------------------------------------------------*
001290*  MAINTENANCE TOTALS.                                            *
001300*----------------------------------------------------------------*
001310 77  WS-WRPT-READ-COUNT          PIC 9(05)     COMP-3 VALUE 0.
001320 77  WS-RPT-READ-COUNT           PIC 9(05)     COMP-3 VALUE 0.
001330 77  WS-ADD-COUNT                PIC 9(05)     COMP-3 VALUE 0.
001340 77  WS-VERIFY-COUNT             PIC 9(05)     COMP-3 VALUE 0.
001350 77  WS-DIFFER-COUNT             PIC 9(05)     COMP-3 VALUE 0.
001355 77  WS-DERIVE-COUNT             PIC 9(05)     COMP-3 VALUE 0.
001360*----------------------------------------------------------------*
001370*  THE TRANSACTION BEING APPLIED - ONE TYPE/N/R KEY AND ITS       *
001380*  VALUE AS A LEFT-JUSTIFIED DIGIT STRING, WHICHEVER FILE IT      *
001390*  CAME FROM.                                                     *
001400*----------------------------------------------------------------*
001410 77  WS-TRAN-TYPE                PIC X(01)     VALUE SPACE.
001420 77  WS-TRAN-N                   PIC 9(03)     VALUE 0.
001430 77  WS-TRAN-R                   PIC 9(03)     VALUE 0.
001440 77  WS-TRAN-LENGTH              PIC 9(03)     COMP-3 VALUE 0.
001450 77  WS-TRAN-DIGITS              PIC X(160)    VALUE SPACES.
001460*----------------------------------------------------------------*
001470*  PACKED-TO-DIGIT-STRING EDITING FIELDS - THE SAME EDIT          *
001480*  FACTSERV APPLIES TO A NARROW MASTER VALUE, SO A NARROW PAIR    *
001490*  IS STORED IN EXACTLY THE FORM FACTSERV HANDS BACK.             *
001500*----------------------------------------------------------------*
001510 77  WS-PACKED-VALUE             PIC 9(20)     COMP-3 VALUE 0.
001520 77  WS-VALUE-DISPLAY            PIC 9(20)     VALUE 0.
001530 77  WS-VALUE-IDX                PIC 9(03)     COMP-3 VALUE 0.
001540 77  WS-LEAD-ZEROS               PIC 9(03)     COMP-3 VALUE 0.
001550*----------------------------------------------------------------*
001560*  REPORT LINES.                                                  *
001570*----------------------------------------------------------------*
001580 01  WS-HEADING-1.
001590     05  FILLER                  PIC X(20)     VALUE
001600         'FACTWMNT            '.
001610     05  FILLER                  PIC X(42)     VALUE
001620         'WIDE-VALUE MASTER MAINTENANCE - FACTCOMB  '.
001630     05  FILLER                  PIC X(11)     VALUE SPACES.
001640     05  FILLER                  PIC X(07)     VALUE 'JOB ID '.
001650     05  WS-HDG1-JOB-ID          PIC X(08).
001660     05  FILLER                  PIC X(44)     VALUE SPACES.
001670 01  WS-DIFFER-LINE.
001680     05  FILLER                  PIC X(02)     VALUE SPACES.
001690     05  FILLER                  PIC X(31)     VALUE
001700         'STORED VALUE DIFFERS AT TYPE   '.
001710     05  WS-DIF-TYPE             PIC X(01).
001720     05  FILLER                  PIC X(04)     VALUE '  N '.
001730     05  WS-DIF-N                PIC ZZ9.
001740     05  FILLER                  PIC X(04)     VALUE '  R '.
001750     05  WS-DIF-R                PIC ZZ9.
001760     05  FILLER                  PIC X(16)     VALUE
001770         '  MASTER DIGITS '.
001780     05  WS-DIF-MASTER-LEN       PIC ZZ9.
001790     05  FILLER                  PIC X(18)     VALUE
001800         '  INCOMING DIGITS '.
001810     05  WS-DIF-TRAN-LEN         PIC ZZ9.
001820     05  FILLER                  PIC X(44)     VALUE SPACES.
001830 01  WS-DIGITS-LINE.
001840     05  FILLER                  PIC X(06)     VALUE SPACES.
001850     05  WS-DGT-LABEL            PIC X(10).
001860     05  WS-DGT-TEXT             PIC X(80).
001870     05  FILLER                  PIC X(36)     VALUE SPACES.
001880 01  WS-TOTAL-LINE.
001890     05  FILLER                  PIC X(02)     VALUE SPACES.
001900     05  WS-TOT-TEXT             PIC X(34).
001910     05  WS-TOT-VALUE            PIC ZZ,ZZ9.
001920     05  FILLER                  PIC X(90)     VALUE SPACES.
001930 01  WS-NOTE-LINE.
001940     05  FILLER                  PIC X(02)     VALUE SPACES.
001950     05  WS-NOTE-TEXT            PIC X(70).
001960     05  FILLER                  PIC X(60)     VALUE SPACES.
001961*----------------------------------------------------------------*
001962*  CONTROL-TOTAL LEDGER STAMP - ONE RUN TIME ON EVERY FACTLEDG    *
001963*  RECORD THIS EXECUTION POSTS.                                   *
001964*----------------------------------------------------------------*
001965 77  WS-LEDG-DATE                PIC X(08)     VALUE SPACES.
001966 77  WS-LEDG-CLOCK               PIC X(08)     VALUE SPACES.
001967 77  WS-LEDG-TIME                PIC X(14)     VALUE SPACES.
001968*----------------------------------------------------------------*
001969*  LINKAGE FOR THE FACTCYCK BUSINESS-CYCLE SUBROUTINE.            *
001970*----------------------------------------------------------------*
001971     COPY FACTYLNK.
001972 PROCEDURE DIVISION.
001980*----------------------------------------------------------------*
001990*  0000-MAINLINE                                                  *
002000*----------------------------------------------------------------*
002010 0000-MAINLINE.
002020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002022     IF WS-CYCLE-REFUSED
002024         MOVE 12 TO RETURN-CODE
002026         GO TO 0000-EXIT
002028     END-IF.
002030     IF WS-RUN-REFUSED
002040         CLOSE FACTWMRP
002050         MOVE 12 TO RETURN-CODE
002060         GO TO 0000-EXIT
002070     END-IF.
002080     IF WS-JOB-ABORTED
002090         GO TO 0000-WRAP-UP
002100     END-IF.
002110     PERFORM 2000-APPLY-FACTWRPT THRU 2000-EXIT.
002120     PERFORM 3000-APPLY-FACTRPT THRU 3000-EXIT.
002130     CLOSE FACTWMST.
002140     IF NOT WS-SOURCE-WAS-FOUND
002150         DISPLAY 'FACTWMNT - NEITHER FACTWRPT NOR FACTRPT ON '
002160             'FILE - NOTHING APPLIED'
002170         MOVE 'Y' TO WS-ABORT-SW
002180     END-IF.
002190 0000-WRAP-UP.
002200     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
002210     CLOSE FACTWMRP.
002212     IF NOT WS-JOB-ABORTED
002214         PERFORM 7600-POST-CONTROL-TOTALS THRU 7600-EXIT
002216     END-IF.
002220     PERFORM 9500-RELEASE-RUN-LOCK THRU 9500-EXIT.
002230     IF WS-MASTER-MISMATCHED OR WS-JOB-ABORTED
002240         DISPLAY 'FACTWMNT - MAINTENANCE ENDED WITH EXCEPTIONS '
002250             '- SEE FACTWMRP'
002260         MOVE 8 TO RETURN-CODE
002270     ELSE
002280         DISPLAY 'FACTWMNT - WIDE MASTER MAINTENANCE CLEAN - '
002290             'ADDED ' WS-ADD-COUNT ' VERIFIED ' WS-VERIFY-COUNT
002300     END-IF.
002310 0000-EXIT.
002320     STOP RUN.
002330*----------------------------------------------------------------*
002340*  1000-INITIALIZE                                                *
002350*  PICKS UP THE JOB ID FROM FACTCCTL FOR STAMPING NEW MASTER      *
002360*  ROWS - A MISSING OR EMPTY CONTROL LEAVES IT SPACES AND THE     *
002370*  RUN TAKES NO LOCK, THE SAME RULE FACTCOMB FOLLOWS.  THE        *
002380*  MASTER IS OPENED I-O, AND ON THE VERY FIRST RUN, WHEN NO       *
002390*  MASTER EXISTS YET, AN EMPTY ONE IS CREATED FIRST.              *
002400*----------------------------------------------------------------*
002410 1000-INITIALIZE.
002411     CALL 'FACTCYCK' USING FACTY-BUSINESS-DATE, FACTY-CYCLE-STATE.
002412     IF FACTY-CYCLE-CLOSED
002413         DISPLAY 'FACTWMNT - BUSINESS DATE ' FACTY-BUSINESS-DATE
002414             ' IS CLOSED - RUN REFUSED - REOPEN IT WITH FACTCYCL'
002415         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
002416         GO TO 1000-EXIT
002417     END-IF.
002420     OPEN OUTPUT FACTWMRP.
002430     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
002440     ACCEPT WS-STAMP-CLOCK FROM TIME.
002450     STRING WS-STAMP-DATE DELIMITED BY SIZE
002460         WS-STAMP-CLOCK(1:6) DELIMITED BY SIZE
002470         INTO WS-STAMP-TIME.
002480     OPEN INPUT FACTCCTL.
002490     IF WS-FACTCCTL-STATUS = '35'
002500         DISPLAY 'FACTWMNT - FACTCCTL NOT ON FILE - ROWS STAMPED '
002510             'WITHOUT A JOB ID'
002520     ELSE
002530         READ FACTCCTL
002540             AT END
002550                 DISPLAY 'FACTWMNT - FACTCCTL IS EMPTY - ROWS '
002560                     'STAMPED WITHOUT A JOB ID'
002570             NOT AT END
002580                 MOVE FACTCCTL-JOB-ID TO WS-JOB-ID
002590         END-READ
002600         CLOSE FACTCCTL
002610     END-IF.
002620     MOVE WS-JOB-ID TO WS-HDG1-JOB-ID.
002630     IF WS-JOB-ID NOT = SPACES
002640         PERFORM 9000-CLAIM-RUN-LOCK THRU 9000-EXIT
002650         IF WS-RUN-REFUSED
002660             GO TO 1000-EXIT
002670         END-IF
002680     END-IF.
002690     PERFORM 8000-WRITE-HEADING THRU 8000-EXIT.
002700     OPEN I-O FACTWMST.
002710     IF WS-FACTWMST-STATUS = '35'
002720         OPEN OUTPUT FACTWMST
002730         CLOSE FACTWMST
002740         OPEN I-O FACTWMST
002750     END-IF.
002760     IF WS-FACTWMST-STATUS NOT = '00'
002770         DISPLAY 'FACTWMNT - COULD NOT OPEN FACTWMST - STATUS '
002780             WS-FACTWMST-STATUS ' - JOB ABORTED'
002790         MOVE 'Y' TO WS-ABORT-SW
002800     END-IF.
002810 1000-EXIT.
002820     EXIT.
002830*----------------------------------------------------------------*
002840*  2000-APPLY-FACTWRPT                                            *
002850*  EVERY WIDE RESULT CARRIES ITS OWN TYPE, SO EACH RECORD IS ONE  *
002860*  TRANSACTION AS IT STANDS.  A MISSING FACTWRPT IS NOTED AND     *
002870*  PASSED OVER - A NIGHT WITH NO WIDE PAIRS IS NOT AN ERROR.      *
002880*----------------------------------------------------------------*
002890 2000-APPLY-FACTWRPT.
002900     OPEN INPUT FACTWRPT.
002910     IF WS-FACTWRPT-STATUS = '35'
002920         MOVE 'FACTWRPT NOT ON FILE - NO WIDE VALUES APPLIED'
002930             TO WS-NOTE-TEXT
002940         PERFORM 8500-PRINT-NOTE THRU 8500-EXIT
002950         GO TO 2000-EXIT
002960     END-IF.
002970     MOVE 'Y' TO WS-SOURCE-SW.
002980     PERFORM 2100-APPLY-ONE-WIDE THRU 2100-EXIT
002990         UNTIL WS-END-OF-FACTWRPT.
003000     CLOSE FACTWRPT.
003010 2000-EXIT.
003020     EXIT.
003030*----------------------------------------------------------------*
003040*  2100-APPLY-ONE-WIDE                                            *
003050*  A FACTORIAL IS ALWAYS KEYED WITH R ZERO, WHATEVER THE R FIELD  *
003060*  OF THE WIDE RECORD HAPPENS TO CARRY.                           *
003070*----------------------------------------------------------------*
003080 2100-APPLY-ONE-WIDE.
003090     READ FACTWRPT
003100         AT END
003110             MOVE 'Y' TO WS-WRPT-EOF-SW
003120             GO TO 2100-EXIT
003130     END-READ.
003140     ADD 1 TO WS-WRPT-READ-COUNT.
003150     MOVE FACTWIDE-TYPE TO WS-TRAN-TYPE.
003160     MOVE FACTWIDE-N TO WS-TRAN-N.
003170     IF FACTWIDE-FACTORIAL
003180         MOVE 0 TO WS-TRAN-R
003190     ELSE
003200         MOVE FACTWIDE-R TO WS-TRAN-R
003210     END-IF.
003220     MOVE FACTWIDE-DIGIT-COUNT TO WS-TRAN-LENGTH.
003230     MOVE FACTWIDE-DIGITS TO WS-TRAN-DIGITS.
003240     PERFORM 4000-APPLY-ONE-VALUE THRU 4000-EXIT.
003245     PERFORM 4050-APPLY-DERIVED-FACTORIAL THRU 4050-EXIT.
003250 2100-EXIT.
003260     EXIT.
003270*----------------------------------------------------------------*
003280*  3000-APPLY-FACTRPT                                             *
003290*  EACH NARROW PAIR BECOMES TWO TRANSACTIONS - ITS NPR UNDER A    *
003300*  P KEY AND ITS NCR UNDER A C KEY - SO THE WIDE MASTER ANSWERS   *
003310*  EVERY PAIR FACTCOMB PRODUCED, NARROW OR WIDE.                  *
003320*----------------------------------------------------------------*
003330 3000-APPLY-FACTRPT.
003340     OPEN INPUT FACTRPT.
003350     IF WS-FACTRPT-STATUS = '35'
003360         MOVE 'FACTRPT NOT ON FILE - NO NARROW PAIRS APPLIED'
003370             TO WS-NOTE-TEXT
003380         PERFORM 8500-PRINT-NOTE THRU 8500-EXIT
003390         GO TO 3000-EXIT
003400     END-IF.
003410     MOVE 'Y' TO WS-SOURCE-SW.
003420     PERFORM 3100-APPLY-ONE-PAIR THRU 3100-EXIT
003430         UNTIL WS-END-OF-FACTRPT.
003440     CLOSE FACTRPT.
003450 3000-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------*
003480*  3100-APPLY-ONE-PAIR                                            *
003490*----------------------------------------------------------------*
003500 3100-APPLY-ONE-PAIR.
003510     READ FACTRPT
003520         AT END
003530             MOVE 'Y' TO WS-RPT-EOF-SW
003540             GO TO 3100-EXIT
003550     END-READ.
003560     ADD 1 TO WS-RPT-READ-COUNT.
003570     MOVE FACTRPT-N TO WS-TRAN-N.
003580     MOVE FACTRPT-R TO WS-TRAN-R.
003590     MOVE 'P' TO WS-TRAN-TYPE.
003600     MOVE FACTRPT-NPR TO WS-PACKED-VALUE.
003610     PERFORM 4500-EDIT-PACKED-VALUE THRU 4500-EXIT.
003620     PERFORM 4000-APPLY-ONE-VALUE THRU 4000-EXIT.
003625     PERFORM 4050-APPLY-DERIVED-FACTORIAL THRU 4050-EXIT.
003627     MOVE FACTRPT-R TO WS-TRAN-R.
003630     MOVE 'C' TO WS-TRAN-TYPE.
003640     MOVE FACTRPT-NCR TO WS-PACKED-VALUE.
003650     PERFORM 4500-EDIT-PACKED-VALUE THRU 4500-EXIT.
003660     PERFORM 4000-APPLY-ONE-VALUE THRU 4000-EXIT.
003670 3100-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------*
003700*  4000-APPLY-ONE-VALUE                                           *
003710*  A KEYED READ DECIDES WHETHER THE KEY IS NEW (ADD IT) OR        *
003720*  ALREADY MASTERED (VERIFY IT).                                  *
003730*----------------------------------------------------------------*
003740 4000-APPLY-ONE-VALUE.
003750     MOVE WS-TRAN-TYPE TO FACTWMST-TYPE.
003760     MOVE WS-TRAN-N TO FACTWMST-N.
003770     MOVE WS-TRAN-R TO FACTWMST-R.
003780     READ FACTWMST
003790         INVALID KEY
003800             PERFORM 4100-ADD-MASTER-ROW THRU 4100-EXIT
003810             GO TO 4000-EXIT
003820     END-READ.
003830     PERFORM 4200-VERIFY-MASTER-ROW THRU 4200-EXIT.
003840 4000-EXIT.
003850     EXIT.
003851*----------------------------------------------------------------*
003852*  4050-APPLY-DERIVED-FACTORIAL                                   *
003853*  P(N,N) IS N FACTORIAL, SO THE P VALUE JUST APPLIED ALSO        *
003854*  STANDS FOR THE F KEY OF N WITH R ZERO - THE KEY FACTSERV       *
003855*  TRIES FIRST FOR A WIDE FACTORIAL.  ANY OTHER TRANSACTION IS    *
003856*  PASSED OVER.                                                   *
003857*----------------------------------------------------------------*
003858 4050-APPLY-DERIVED-FACTORIAL.
003859     IF WS-TRAN-TYPE NOT = 'P'
003860         OR WS-TRAN-R NOT = WS-TRAN-N
003861         GO TO 4050-EXIT
003862     END-IF.
003863     ADD 1 TO WS-DERIVE-COUNT.
003864     MOVE 'F' TO WS-TRAN-TYPE.
003865     MOVE 0 TO WS-TRAN-R.
003866     PERFORM 4000-APPLY-ONE-VALUE THRU 4000-EXIT.
003867 4050-EXIT.
003868     EXIT.
003869*----------------------------------------------------------------*
003870*  4100-ADD-MASTER-ROW                                            *
003880*----------------------------------------------------------------*
003890 4100-ADD-MASTER-ROW.
003900     MOVE WS-TRAN-TYPE TO FACTWMST-TYPE.
003910     MOVE WS-TRAN-N TO FACTWMST-N.
003920     MOVE WS-TRAN-R TO FACTWMST-R.
003930     MOVE WS-TRAN-LENGTH TO FACTWMST-DIGIT-COUNT.
003940     MOVE WS-TRAN-DIGITS TO FACTWMST-DIGITS.
003950     MOVE WS-JOB-ID TO FACTWMST-JOB-ID.
003960     MOVE WS-STAMP-TIME TO FACTWMST-UPDATED.
003970     WRITE FACTWMST-RECORD
003980         INVALID KEY
003990             DISPLAY 'FACTWMNT - WRITE FAILED FOR ' FACTWMST-TYPE
004000                 ' N=' FACTWMST-N ' R=' FACTWMST-R
004010                 ' - STATUS ' WS-FACTWMST-STATUS
004020             MOVE 'Y' TO WS-MISMATCH-SW
004030             GO TO 4100-EXIT
004040     END-WRITE.
004050     ADD 1 TO WS-ADD-COUNT.
004060 4100-EXIT.
004070     EXIT.
004080*----------------------------------------------------------------*
004090*  4200-VERIFY-MASTER-ROW                                         *
004100*  A RE-PRODUCED VALUE MUST MATCH WHAT IS ALREADY MASTERED, DIGIT *
004110*  FOR DIGIT AND LENGTH FOR LENGTH - A DIFFERENCE MEANS ONE OF    *
004120*  THE TWO RUNS PRODUCED A BAD VALUE, AND AN OPERATOR HAS TO      *
004130*  DECIDE WHICH.  BOTH DIGIT STRINGS ARE PRINTED IN FULL.         *
004140*----------------------------------------------------------------*
004150 4200-VERIFY-MASTER-ROW.
004160     IF FACTWMST-DIGIT-COUNT = WS-TRAN-LENGTH
004170         AND FACTWMST-DIGITS = WS-TRAN-DIGITS
004180         ADD 1 TO WS-VERIFY-COUNT
004190         GO TO 4200-EXIT
004200     END-IF.
004210     ADD 1 TO WS-DIFFER-COUNT.
004220     MOVE 'Y' TO WS-MISMATCH-SW.
004230     MOVE WS-TRAN-TYPE TO WS-DIF-TYPE.
004240     MOVE WS-TRAN-N TO WS-DIF-N.
004250     MOVE WS-TRAN-R TO WS-DIF-R.
004260     MOVE FACTWMST-DIGIT-COUNT TO WS-DIF-MASTER-LEN.
004270     MOVE WS-TRAN-LENGTH TO WS-DIF-TRAN-LEN.
004280     MOVE WS-DIFFER-LINE TO FACTWMRP-LINE.
004290     WRITE FACTWMRP-LINE AFTER ADVANCING 1 LINE.
004300     MOVE 'MASTER    ' TO WS-DGT-LABEL.
004310     MOVE FACTWMST-DIGITS(1:80) TO WS-DGT-TEXT.
004320     PERFORM 4300-WRITE-DIGITS-LINE THRU 4300-EXIT.
004330     MOVE SPACES TO WS-DGT-LABEL.
004340     MOVE FACTWMST-DIGITS(81:80) TO WS-DGT-TEXT.
004350     PERFORM 4300-WRITE-DIGITS-LINE THRU 4300-EXIT.
004360     MOVE 'INCOMING  ' TO WS-DGT-LABEL.
004370     MOVE WS-TRAN-DIGITS(1:80) TO WS-DGT-TEXT.
004380     PERFORM 4300-WRITE-DIGITS-LINE THRU 4300-EXIT.
004390     MOVE SPACES TO WS-DGT-LABEL.
004400     MOVE WS-TRAN-DIGITS(81:80) TO WS-DGT-TEXT.
004410     PERFORM 4300-WRITE-DIGITS-LINE THRU 4300-EXIT.
004420 4200-EXIT.
004430     EXIT.
004440*----------------------------------------------------------------*
004450*  4300-WRITE-DIGITS-LINE                                         *
004460*  A CONTINUATION LINE WHOSE HALF OF THE DIGIT STRING IS BLANK    *
004470*  IS NOT PRINTED.                                                *
004480*----------------------------------------------------------------*
004490 4300-WRITE-DIGITS-LINE.
004500     IF WS-DGT-TEXT = SPACES
004510         GO TO 4300-EXIT
004520     END-IF.
004530     MOVE WS-DIGITS-LINE TO FACTWMRP-LINE.
004540     WRITE FACTWMRP-LINE AFTER ADVANCING 1 LINE.
004550 4300-EXIT.
004560     EXIT.
004570*----------------------------------------------------------------*
004580*  4500-EDIT-PACKED-VALUE                                         *
004590*  TURNS A PACKED PIC 9(20) VALUE INTO A LEFT-JUSTIFIED DIGIT     *
004600*  STRING WITH ITS LENGTH - LEADING ZEROS DROPPED, AND A VALUE    *
004610*  OF ZERO KEPT AS THE SINGLE DIGIT 0.                            *
004620*----------------------------------------------------------------*
004630 4500-EDIT-PACKED-VALUE.
004640     MOVE WS-PACKED-VALUE TO WS-VALUE-DISPLAY.
004650     MOVE 0 TO WS-LEAD-ZEROS.
004660     MOVE 'N' TO WS-LEAD-DONE-SW.
004670     PERFORM 4510-COUNT-ONE-LEAD-ZERO THRU 4510-EXIT
004680         VARYING WS-VALUE-IDX FROM 1 BY 1
004690         UNTIL WS-VALUE-IDX > 19.
004700     COMPUTE WS-TRAN-LENGTH = 20 - WS-LEAD-ZEROS.
004710     MOVE SPACES TO WS-TRAN-DIGITS.
004720     COMPUTE WS-VALUE-IDX = WS-LEAD-ZEROS + 1.
004730     MOVE WS-VALUE-DISPLAY(WS-VALUE-IDX:WS-TRAN-LENGTH) TO
004740         WS-TRAN-DIGITS(1:WS-TRAN-LENGTH).
004750 4500-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------*
004780*  4510-COUNT-ONE-LEAD-ZERO                                       *
004790*----------------------------------------------------------------*
004800 4510-COUNT-ONE-LEAD-ZERO.
004810     IF WS-LEAD-SCAN-DONE
004820         GO TO 4510-EXIT
004830     END-IF.
004840     IF WS-VALUE-DISPLAY(WS-VALUE-IDX:1) = '0'
004850         ADD 1 TO WS-LEAD-ZEROS
004860     ELSE
004870         MOVE 'Y' TO WS-LEAD-DONE-SW
004880     END-IF.
004890 4510-EXIT.
004900     EXIT.
004910*----------------------------------------------------------------*
004920*  5000-WRITE-TOTALS                                              *
004930*----------------------------------------------------------------*
004940 5000-WRITE-TOTALS.
004950     MOVE SPACES TO FACTWMRP-LINE.
004960     WRITE FACTWMRP-LINE AFTER ADVANCING 1 LINE.
004970     MOVE 'FACTWRPT WIDE RECORDS READ        ' TO WS-TOT-TEXT.
004980     MOVE WS-WRPT-READ-COUNT TO WS-TOT-VALUE.
004990     PERFORM 5100-WRITE-ONE-TOTAL THRU 5100-EXIT.
005000     MOVE 'FACTRPT NARROW PAIRS READ         ' TO WS-TOT-TEXT.
005010     MOVE WS-RPT-READ-COUNT TO WS-TOT-VALUE.
005020     PERFORM 5100-WRITE-ONE-TOTAL THRU 5100-EXIT.
005030     MOVE 'NEW KEYS ADDED TO WIDE MASTER     ' TO WS-TOT-TEXT.
005040     MOVE WS-ADD-COUNT TO WS-TOT-VALUE.
005050     PERFORM 5100-WRITE-ONE-TOTAL THRU 5100-EXIT.
005060     MOVE 'KNOWN KEYS VERIFIED               ' TO WS-TOT-TEXT.
005070     MOVE WS-VERIFY-COUNT TO WS-TOT-VALUE.
005080     PERFORM 5100-WRITE-ONE-TOTAL THRU 5100-EXIT.
005090     MOVE 'KEYS WITH DIFFERING VALUES        ' TO WS-TOT-TEXT.
005100     MOVE WS-DIFFER-COUNT TO WS-TOT-VALUE.
005110     PERFORM 5100-WRITE-ONE-TOTAL THRU 5100-EXIT.
005112     MOVE 'FACTORIAL KEYS DERIVED FROM P(N,N)' TO WS-TOT-TEXT.
005114     MOVE WS-DERIVE-COUNT TO WS-TOT-VALUE.
005116     PERFORM 5100-WRITE-ONE-TOTAL THRU 5100-EXIT.
005120 5000-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------*
005150*  5100-WRITE-ONE-TOTAL                                           *
005160*----------------------------------------------------------------*
005170 5100-WRITE-ONE-TOTAL.
005180     MOVE WS-TOTAL-LINE TO FACTWMRP-LINE.
005190     WRITE FACTWMRP-LINE AFTER ADVANCING 1 LINE.
005200 5100-EXIT.
005210     EXIT.
005211*----------------------------------------------------------------*
005212*  7600-POST-CONTROL-TOTALS                                       *
005213*  APPENDS THIS RUN'S INPUT, OUTPUT AND REJECT COUNTS TO THE      *
005214*  FACTLEDG CONTROL-TOTAL LEDGER (SEE FACTLEDR.CPY), WHERE THE    *
005215*  FACTLBAL BALANCING PROGRAM PROVES THEM AGAINST THE             *
005216*  NEIGHBOURING STEPS OF THE CHAIN.                               *
005217*----------------------------------------------------------------*
005218 7600-POST-CONTROL-TOTALS.
005219     ACCEPT WS-LEDG-DATE FROM DATE YYYYMMDD.
005220     ACCEPT WS-LEDG-CLOCK FROM TIME.
005221     STRING WS-LEDG-DATE DELIMITED BY SIZE
005222         WS-LEDG-CLOCK(1:6) DELIMITED BY SIZE
005223         INTO WS-LEDG-TIME.
005224     OPEN EXTEND FACTLEDG.
005225     IF WS-FACTLEDG-STATUS = '35'
005226         OPEN OUTPUT FACTLEDG
005227     END-IF.
005228     MOVE 'FACTWRPT' TO FACTLEDG-FILE-ID.
005229     MOVE 'I' TO FACTLEDG-COUNT-TYPE.
005230     MOVE 'READ' TO FACTLEDG-COUNT-NAME.
005231     MOVE WS-WRPT-READ-COUNT TO FACTLEDG-COUNT.
005232     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
005233     MOVE 'FACTRPT' TO FACTLEDG-FILE-ID.
005234     MOVE 'I' TO FACTLEDG-COUNT-TYPE.
005235     MOVE 'READ' TO FACTLEDG-COUNT-NAME.
005236     MOVE WS-RPT-READ-COUNT TO FACTLEDG-COUNT.
005237     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
005238     MOVE 'FACTRPT' TO FACTLEDG-FILE-ID.
005239     MOVE 'I' TO FACTLEDG-COUNT-TYPE.
005240     MOVE 'VALUES' TO FACTLEDG-COUNT-NAME.
005241     COMPUTE FACTLEDG-COUNT = WS-RPT-READ-COUNT * 2.
005242     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
005243     MOVE 'FACTWMST' TO FACTLEDG-FILE-ID.
005244     MOVE 'O' TO FACTLEDG-COUNT-TYPE.
005245     MOVE 'ADDED' TO FACTLEDG-COUNT-NAME.
005246     MOVE WS-ADD-COUNT TO FACTLEDG-COUNT.
005247     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
005248     MOVE 'FACTWMST' TO FACTLEDG-FILE-ID.
005249     MOVE 'O' TO FACTLEDG-COUNT-TYPE.
005250     MOVE 'VERIFIED' TO FACTLEDG-COUNT-NAME.
005251     MOVE WS-VERIFY-COUNT TO FACTLEDG-COUNT.
005252     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
005253     MOVE 'FACTWMST' TO FACTLEDG-FILE-ID.
005254     MOVE 'R' TO FACTLEDG-COUNT-TYPE.
005255     MOVE 'DIFFERING' TO FACTLEDG-COUNT-NAME.
005256     MOVE WS-DIFFER-COUNT TO FACTLEDG-COUNT.
005257     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
005258     MOVE 'FACTWMST' TO FACTLEDG-FILE-ID.
005259     MOVE 'I' TO FACTLEDG-COUNT-TYPE.
005260     MOVE 'DERIVED' TO FACTLEDG-COUNT-NAME.
005261     MOVE WS-DERIVE-COUNT TO FACTLEDG-COUNT.
005262     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
005263     CLOSE FACTLEDG.
005264 7600-EXIT.
005265     EXIT.
005266*----------------------------------------------------------------*
005267*  7610-WRITE-LEDGER-RECORD                                       *
005268*----------------------------------------------------------------*
005269 7610-WRITE-LEDGER-RECORD.
005270     MOVE 'FACTWMNT' TO FACTLEDG-PROGRAM-ID.
005271     MOVE WS-JOB-ID TO FACTLEDG-JOB-ID.
005272     MOVE WS-LEDG-TIME TO FACTLEDG-RUN-TIME.
005273     MOVE FACTY-BUSINESS-DATE TO FACTLEDG-BUSINESS-DATE.
005274     WRITE FACTLEDG-RECORD.
005275 7610-EXIT.
005276     EXIT.
005277*----------------------------------------------------------------*
005278*  8000-WRITE-HEADING                                             *
005279*----------------------------------------------------------------*
005280 8000-WRITE-HEADING.
005281     WRITE FACTWMRP-LINE FROM WS-HEADING-1
005282         AFTER ADVANCING PAGE.
005283     MOVE SPACES TO FACTWMRP-LINE.
005290     WRITE FACTWMRP-LINE AFTER ADVANCING 1 LINE.
005300 8000-EXIT.
005310     EXIT.
005320*----------------------------------------------------------------*
005330*  8500-PRINT-NOTE                                                *
005340*----------------------------------------------------------------*
005350 8500-PRINT-NOTE.
005360     WRITE FACTWMRP-LINE FROM WS-NOTE-LINE
005370         AFTER ADVANCING 1 LINE.
005380     MOVE SPACES TO WS-NOTE-TEXT.
005390 8500-EXIT.
005400     EXIT.
005410*----------------------------------------------------------------*
005420*  9000-CLAIM-RUN-LOCK                                           *
005430*  CHECKS THE FACTLOCK TRAIL FOR AN OUTSTANDING CLAIM ON THE     *
005440*  FACTCCTL JOB ID, AND APPENDS THIS RUN'S OWN CLAIM WHEN THE    *
005450*  COAST IS CLEAR.  A REFUSED RUN LEAVES NO CLAIM BEHIND AND     *
005460*  NEVER OPENS THE MASTER.                                       *
005470*----------------------------------------------------------------*
005480 9000-CLAIM-RUN-LOCK.
005490     PERFORM 9200-SCAN-LOCK-TRAIL THRU 9200-EXIT.
005500     IF WS-LAST-LOCK-ACTION = 'C'
005510         DISPLAY 'FACTWMNT - JOB ID ' WS-JOB-ID
005520             ' ALREADY RUNNING UNDER ' WS-LOCK-HOLDER
005530             ' SINCE ' WS-LOCK-HELD-TIME ' - RUN REFUSED - '
005540             'CLEAR A STALE LOCK WITH FACTLRLS'
005550         MOVE 'Y' TO WS-LOCK-REFUSED-SW
005560         GO TO 9000-EXIT
005570     END-IF.
005580     ACCEPT WS-LOCK-STAMP-DATE FROM DATE YYYYMMDD.
005590     ACCEPT WS-LOCK-STAMP-CLOCK FROM TIME.
005600     STRING WS-LOCK-STAMP-DATE DELIMITED BY SIZE
005610         WS-LOCK-STAMP-CLOCK(1:6) DELIMITED BY SIZE
005620         INTO WS-LOCK-STAMP-TIME.
005630     OPEN EXTEND FACTLOCK.
005640     IF WS-FACTLOCK-STATUS = '35'
005650         OPEN OUTPUT FACTLOCK
005660     END-IF.
005670     MOVE WS-JOB-ID TO FACTLOCK-JOB-ID.
005680     MOVE 'FACTWMNT' TO FACTLOCK-PROGRAM-ID.
005690     MOVE 'C' TO FACTLOCK-ACTION.
005700     MOVE WS-LOCK-STAMP-TIME TO FACTLOCK-TIMESTAMP.
005705     MOVE FACTY-BUSINESS-DATE TO FACTLOCK-BUSINESS-DATE.
005710     WRITE FACTLOCK-RECORD.
005720     CLOSE FACTLOCK.
005730     MOVE 'Y' TO WS-LOCK-CLAIMED-SW.
005740 9000-EXIT.
005750     EXIT.
005760*----------------------------------------------------------------*
005770*  9200-SCAN-LOCK-TRAIL                                          *
005780*  THE TRAIL IS APPEND-ONLY, SO THE LAST RECORD STANDING FOR      *
005790*  THE JOB ID IS THE NEWEST WORD ON ITS LOCK.                     *
005800*----------------------------------------------------------------*
005810 9200-SCAN-LOCK-TRAIL.
005820     MOVE SPACE TO WS-LAST-LOCK-ACTION.
005830     MOVE 'N' TO WS-LOCK-EOF-SW.
005840     OPEN INPUT FACTLOCK.
005850     IF WS-FACTLOCK-STATUS = '35'
005860         GO TO 9200-EXIT
005870     END-IF.
005880     PERFORM 9210-SCAN-ONE-LOCK THRU 9210-EXIT
005890         UNTIL WS-END-OF-FACTLOCK.
005900     CLOSE FACTLOCK.
005910 9200-EXIT.
005920     EXIT.
005930*----------------------------------------------------------------*
005940*  9210-SCAN-ONE-LOCK                                            *
005950*----------------------------------------------------------------*
005960 9210-SCAN-ONE-LOCK.
005970     READ FACTLOCK
005980         AT END
005990             MOVE 'Y' TO WS-LOCK-EOF-SW
006000             GO TO 9210-EXIT
006010     END-READ.
006020     IF FACTLOCK-JOB-ID = WS-JOB-ID
006030         MOVE FACTLOCK-ACTION TO WS-LAST-LOCK-ACTION
006040         MOVE FACTLOCK-PROGRAM-ID TO WS-LOCK-HOLDER
006050         MOVE FACTLOCK-TIMESTAMP TO WS-LOCK-HELD-TIME
006060     END-IF.
006070 9210-EXIT.
006080     EXIT.
006090*----------------------------------------------------------------*
006100*  9500-RELEASE-RUN-LOCK                                         *
006110*  RELEASES THE CLAIM THIS EXECUTION MADE - SKIPPED WHEN THE      *
006120*  RUN WAS REFUSED OR NEVER GOT AS FAR AS CLAIMING.               *
006130*----------------------------------------------------------------*
006140 9500-RELEASE-RUN-LOCK.
006150     IF NOT WS-LOCK-WAS-CLAIMED
006160         GO TO 9500-EXIT
006170     END-IF.
006180     ACCEPT WS-LOCK-STAMP-DATE FROM DATE YYYYMMDD.
006190     ACCEPT WS-LOCK-STAMP-CLOCK FROM TIME.
006200     STRING WS-LOCK-STAMP-DATE DELIMITED BY SIZE
006210         WS-LOCK-STAMP-CLOCK(1:6) DELIMITED BY SIZE
006220         INTO WS-LOCK-STAMP-TIME.
006230     OPEN EXTEND FACTLOCK.
006240     MOVE WS-JOB-ID TO FACTLOCK-JOB-ID.
006250     MOVE 'FACTWMNT' TO FACTLOCK-PROGRAM-ID.
006260     MOVE 'R' TO FACTLOCK-ACTION.
006270     MOVE WS-LOCK-STAMP-TIME TO FACTLOCK-TIMESTAMP.
006275     MOVE FACTY-BUSINESS-DATE TO FACTLOCK-BUSINESS-DATE.
006280     WRITE FACTLOCK-RECORD.
006290     CLOSE FACTLOCK.
006300 9500-EXIT.
006310     EXIT.
