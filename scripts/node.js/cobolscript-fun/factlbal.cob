000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     FACTLBAL.
000120 AUTHOR.         D. PACHECO.
000130 INSTALLATION.   COMBINATORICS BATCH GROUP.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*----------------------------------------------------------------*
000170*  MODIFICATION HISTORY                                          *
000180*  2026-10-15  DP  ORIGINAL - CONTROL-TOTAL CHAIN BALANCING.      *
000190*              EVERY SUITE PROGRAM THAT READS OR WRITES A CHAIN   *
000200*              FILE NOW POSTS ITS INPUT, OUTPUT AND REJECT COUNTS *
000210*              TO THE FACTLEDG LEDGER (SEE                        *
000220*              COPYBOOKS/FACTLEDR.CPY).  THIS JOB GATHERS ONE     *
000230*              BUSINESS DATE'S POSTINGS - A RERUN OF A JOB ID     *
000240*              SUPERSEDES THAT JOB'S EARLIER POSTING, POSTINGS    *
000250*              UNDER DIFFERENT JOB IDS ADD UP - AND PROVES THE    *
000260*              CHAIN LEG BY LEG, FROM FACTEDIT THROUGH FACTCOMB,  *
000270*              FACTOR01 AND FACTMRGE THROUGH FACTMAST, FACTCOMB   *
000280*              THROUGH FACTEXTR AND FACTWMNT, AND ACROSS          *
000290*              FACTSERV.  THE FACTLBRP REPORT LISTS THE POSTED    *
000300*              TOTALS AND THEN EVERY LEG WITH BOTH SIDES, THE     *
000310*              DIFFERENCE AND AN IN-BALANCE OR OUT-OF-BALANCE     *
000320*              FLAG.  ANY BREAK ENDS THE JOB WITH CONDITION CODE  *
000330*              8 SO THE SCHEDULE HOLDS THE CYCLE CLOSE.           *
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.    IBM-370.
000380 OBJECT-COMPUTER.    IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT FACTBCTL ASSIGN TO FACTBCTL
000420                     ORGANIZATION IS SEQUENTIAL
000430                     FILE STATUS IS WS-FACTBCTL-STATUS.
000440     SELECT FACTLEDG ASSIGN TO FACTLEDG
000450                     ORGANIZATION IS SEQUENTIAL
000460                     FILE STATUS IS WS-FACTLEDG-STATUS.
000470     SELECT FACTLBRP ASSIGN TO FACTLBRP
000480                     ORGANIZATION IS SEQUENTIAL
000490                     FILE STATUS IS WS-FACTLBRP-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  FACTBCTL
000530     LABEL RECORDS ARE STANDARD.
000540     COPY FACTBCLR.
000550 FD  FACTLEDG
000560     LABEL RECORDS ARE STANDARD.
000570     COPY FACTLEDR.
000580 FD  FACTLBRP
000590     LABEL RECORDS ARE STANDARD.
000600 01  FACTLBRP-LINE               PIC X(132).
000610 WORKING-STORAGE SECTION.
000620*----------------------------------------------------------------*
000630*  FILE STATUS FIELDS.                                            *
000640*----------------------------------------------------------------*
000650 01  WS-FILE-STATUSES.
000660     05  WS-FACTBCTL-STATUS      PIC X(02).
000670     05  WS-FACTLEDG-STATUS      PIC X(02).
000680     05  WS-FACTLBRP-STATUS      PIC X(02).
000690*----------------------------------------------------------------*
000700*  STANDALONE COUNTERS AND SWITCHES.                              *
000710*----------------------------------------------------------------*
000720 77  WS-LEDG-EOF-SW              PIC X(01)     VALUE 'N'.
000730     88  WS-END-OF-FACTLEDG          VALUE 'Y'.
000740 77  WS-NO-LEDGER-SW             PIC X(01)     VALUE 'N'.
000750     88  WS-NO-LEDGER                VALUE 'Y'.
000760 77  WS-OVERFLOW-SW              PIC X(01)     VALUE 'N'.
000770     88  WS-TABLE-OVERFLOWED         VALUE 'Y'.
000780 77  WS-ROW-FOUND-SW             PIC X(01)     VALUE 'N'.
000790     88  WS-ROW-WAS-FOUND            VALUE 'Y'.
000800 77  WS-PGM-POSTED-SW            PIC X(01)     VALUE 'N'.
000810     88  WS-PROGRAM-POSTED           VALUE 'Y'.
000820 77  WS-GATE-POSTED-SW           PIC X(01)     VALUE 'N'.
000830     88  WS-GATE-POSTED              VALUE 'Y'.
000840 77  WS-LEG-MISSING-SW           PIC X(01)     VALUE 'N'.
000850     88  WS-LEG-HAS-MISSING-POST     VALUE 'Y'.
000860 77  WS-CYCLE-DATE               PIC X(08)     VALUE SPACES.
000870 77  WS-READ-COUNT               PIC 9(07)     COMP-3 VALUE 0.
000880 77  WS-DATE-COUNT               PIC 9(07)     COMP-3 VALUE 0.
000890 77  WS-SUPERSEDED-COUNT         PIC 9(07)     COMP-3 VALUE 0.
000900 77  WS-USED-COUNT               PIC 9(07)     COMP-3 VALUE 0.
000910 77  WS-LEG-NUMBER               PIC 9(03)     COMP-3 VALUE 0.
000920 77  WS-BALANCED-COUNT           PIC 9(03)     COMP-3 VALUE 0.
000930 77  WS-BREAK-COUNT              PIC 9(03)     COMP-3 VALUE 0.
000940 77  WS-MISSING-COUNT            PIC 9(03)     COMP-3 VALUE 0.
000950 77  WS-NOT-RUN-COUNT            PIC 9(03)     COMP-3 VALUE 0.
000960 77  WS-RUN-IDX                  PIC 9(03)     COMP-3 VALUE 0.
000970 77  WS-RUN-ROW                  PIC 9(03)     COMP-3 VALUE 0.
000980 77  WS-RUN-COUNT                PIC 9(03)     COMP-3 VALUE 0.
000990 77  WS-TOT-IDX                  PIC 9(03)     COMP-3 VALUE 0.
001000 77  WS-TOT-ROW                  PIC 9(03)     COMP-3 VALUE 0.
001010 77  WS-TOT-COUNT                PIC 9(03)     COMP-3 VALUE 0.
001020 77  WS-TABLE-MAX                PIC 9(03)     COMP-3 VALUE 200.
001030 77  WS-LINE-COUNT               PIC 9(03)     COMP-3 VALUE 99.
001040 77  WS-PAGE-COUNT               PIC 9(05)     COMP-3 VALUE 0.
001050*----------------------------------------------------------------*
001060*  LATEST RUN PER PROGRAM AND JOB ID.                             *
001070*  FIRST PASS OVER FACTLEDG.  EVERY RECORD ONE EXECUTION POSTS    *
001080*  CARRIES THE SAME RUN TIME, SO ONLY THE RECORDS CARRYING THE    *
001090*  NEWEST RUN TIME FOR A PROGRAM AND JOB ID ARE COUNTED - A       *
001100*  RERUN OF THE SAME JOB REPLACES ITS EARLIER POSTING INSTEAD OF  *
001110*  DOUBLING IT.  A BLANK JOB ID NAMES NO JOB TO RERUN, SO EVERY   *
001120*  EXECUTION POSTED UNDER ONE COUNTS.                             *
001130*----------------------------------------------------------------*
001140 01  WS-RUN-AREA.
001150     05  WS-RUN-TABLE            OCCURS 200 TIMES.
001160         10  WS-RUN-PROGRAM      PIC X(08).
001170         10  WS-RUN-JOB-ID       PIC X(08).
001180         10  WS-RUN-LATEST       PIC X(14).
001190*----------------------------------------------------------------*
001200*  POSTED TOTALS FOR THE DATE - ONE ROW PER PROGRAM, FILE AND     *
001210*  COUNT NAME, SUMMED ACROSS JOB IDS.                             *
001220*----------------------------------------------------------------*
001230 01  WS-TOTAL-AREA.
001240     05  WS-TOTAL-TABLE          OCCURS 200 TIMES.
001250         10  WS-TOTAL-PROGRAM    PIC X(08).
001260         10  WS-TOTAL-FILE       PIC X(08).
001270         10  WS-TOTAL-TYPE       PIC X(01).
001280         10  WS-TOTAL-NAME       PIC X(12).
001290         10  WS-TOTAL-VALUE      PIC 9(09)     COMP-3.
001300*----------------------------------------------------------------*
001310*  ONE LEG UNDER TEST - THE TERM BEING LOOKED UP, BOTH SIDES AND  *
001320*  THE PROGRAM WHOSE POSTING MAKES THE LEG APPLY THIS CYCLE.      *
001330*----------------------------------------------------------------*
001340 01  WS-TERM-KEY.
001350     05  WS-TRM-PROGRAM          PIC X(08).
001360     05  WS-TRM-FILE             PIC X(08).
001370     05  WS-TRM-NAME             PIC X(12).
001380 77  WS-TRM-VALUE                PIC 9(09)     COMP-3 VALUE 0.
001390 77  WS-CHK-PROGRAM              PIC X(08)     VALUE SPACES.
001400 77  WS-LEG-GATE                 PIC X(08)     VALUE SPACES.
001410 77  WS-LEG-TEXT                 PIC X(56)     VALUE SPACES.
001420 77  WS-LEG-LEFT                 PIC 9(09)     COMP-3 VALUE 0.
001430 77  WS-LEG-RIGHT                PIC 9(09)     COMP-3 VALUE 0.
001440 77  WS-LEG-DIFF                 PIC S9(10)    COMP-3 VALUE 0.
001450 77  WS-FACTOUT-PRODUCER         PIC X(08)     VALUE SPACES.
001460*----------------------------------------------------------------*
001470*  REPORT LINES.                                                  *
001480*----------------------------------------------------------------*
001490 01  WS-HEADING-1.
001500     05  FILLER                  PIC X(20)     VALUE
001510         'FACTLBAL            '.
001520     05  FILLER                  PIC X(40)     VALUE
001530         'CONTROL-TOTAL CHAIN BALANCING           '.
001540     05  FILLER                  PIC X(06)     VALUE SPACES.
001550     05  FILLER                  PIC X(14)     VALUE
001560         'BUSINESS DATE '.
001570     05  WS-HDG1-DATE            PIC X(08).
001580     05  FILLER                  PIC X(33)     VALUE SPACES.
001590     05  FILLER                  PIC X(05)     VALUE 'PAGE '.
001600     05  WS-HDG1-PAGE            PIC ZZ,ZZ9.
001610 01  WS-TOTAL-HEADING.
001620     05  FILLER                  PIC X(40)     VALUE
001630         '  PROGRAM   FILE      TYPE    COUNT NAME'.
001640     05  FILLER                  PIC X(20)     VALUE
001650         '               COUNT'.
001660     05  FILLER                  PIC X(72)     VALUE SPACES.
001670 01  WS-LEG-HEADING.
001680     05  FILLER                  PIC X(40)     VALUE
001690         '  LEG  BALANCING RULE                   '.
001700     05  FILLER                  PIC X(40)     VALUE
001710         '                             LEFT SIDE  '.
001720     05  FILLER                  PIC X(40)     VALUE
001730         ' RIGHT SIDE    DIFFERENCE  STATUS       '.
001740     05  FILLER                  PIC X(12)     VALUE SPACES.
001750 01  WS-COL-HEADING              PIC X(132)    VALUE SPACES.
001760 01  WS-TOTAL-LINE.
001770     05  FILLER                  PIC X(02)     VALUE SPACES.
001780     05  WS-TL-PROGRAM           PIC X(08).
001790     05  FILLER                  PIC X(02)     VALUE SPACES.
001800     05  WS-TL-FILE              PIC X(08).
001810     05  FILLER                  PIC X(02)     VALUE SPACES.
001820     05  WS-TL-TYPE              PIC X(06).
001830     05  FILLER                  PIC X(02)     VALUE SPACES.
001840     05  WS-TL-NAME              PIC X(12).
001850     05  FILLER                  PIC X(06)     VALUE SPACES.
001860     05  WS-TL-VALUE             PIC ZZZ,ZZZ,ZZ9.
001870     05  FILLER                  PIC X(73)     VALUE SPACES.
001880 01  WS-LEG-LINE.
001890     05  FILLER                  PIC X(02)     VALUE SPACES.
001900     05  WS-LL-NUMBER            PIC ZZ9.
001910     05  FILLER                  PIC X(02)     VALUE SPACES.
001920     05  WS-LL-TEXT              PIC X(56).
001930     05  FILLER                  PIC X(02)     VALUE SPACES.
001940     05  WS-LL-LEFT              PIC ZZZ,ZZZ,ZZ9.
001950     05  FILLER                  PIC X(02)     VALUE SPACES.
001960     05  WS-LL-RIGHT             PIC ZZZ,ZZZ,ZZ9.
001970     05  FILLER                  PIC X(01)     VALUE SPACES.
001980     05  WS-LL-DIFF              PIC -ZZZ,ZZZ,ZZ9.
001990     05  FILLER                  PIC X(02)     VALUE SPACES.
002000     05  WS-LL-STATUS            PIC X(14).
002010     05  FILLER                  PIC X(14)     VALUE SPACES.
002020 01  WS-SUMMARY-LINE.
002030     05  FILLER                  PIC X(02)     VALUE SPACES.
002040     05  WS-SUM-TEXT             PIC X(40).
002050     05  WS-SUM-VALUE            PIC Z,ZZZ,ZZ9.
002060     05  FILLER                  PIC X(81)     VALUE SPACES.
002070 01  WS-SAVE-LINE                PIC X(132)    VALUE SPACES.
002080*----------------------------------------------------------------*
002090*  LINKAGE FOR THE FACTCYCK BUSINESS-CYCLE SUBROUTINE.            *
002100*----------------------------------------------------------------*
002110     COPY FACTYLNK.
002120 PROCEDURE DIVISION.
002130*----------------------------------------------------------------*
002140*  0000-MAINLINE                                                  *
002150*----------------------------------------------------------------*
002160 0000-MAINLINE.
002170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002180     IF NOT WS-NO-LEDGER
002190         PERFORM 2000-FIND-LATEST-RUNS THRU 2000-EXIT
002200         PERFORM 3000-ACCUMULATE-TOTALS THRU 3000-EXIT
002210     END-IF.
002220     PERFORM 4000-WRITE-POSTED-TOTALS THRU 4000-EXIT.
002230     PERFORM 5000-BALANCE-CHAIN THRU 5000-EXIT.
002240     PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT.
002250     CLOSE FACTLBRP.
002260     DISPLAY 'FACTLBAL - ' WS-LEG-NUMBER ' LEGS - '
002270         WS-BALANCED-COUNT ' IN BALANCE - '
002280         WS-BREAK-COUNT ' BROKEN - ' WS-NOT-RUN-COUNT ' NOT RUN'.
002290     IF WS-BREAK-COUNT > 0 OR WS-TABLE-OVERFLOWED
002300         DISPLAY 'FACTLBAL - CHAIN OUT OF BALANCE FOR '
002310             WS-CYCLE-DATE ' - SEE FACTLBRP'
002320         MOVE 8 TO RETURN-CODE
002330         GO TO 0000-EXIT
002340     END-IF.
002350     IF WS-NO-LEDGER
002360         MOVE 4 TO RETURN-CODE
002370     END-IF.
002380 0000-EXIT.
002390     STOP RUN.
002400*----------------------------------------------------------------*
002410*  1000-INITIALIZE                                                *
002420*  THE CYCLE BALANCED IS THE CURRENT BUSINESS DATE, UNLESS A      *
002430*  FACTBCTL CARD (SEE FACTBCLR.CPY) NAMES AN EARLIER ONE TO       *
002440*  PROVE AGAIN.  A MISSING FACTLEDG MEANS NOTHING HAS POSTED -    *
002450*  EVERY LEG REPORTS NOT RUN.                                     *
002460*----------------------------------------------------------------*
002470 1000-INITIALIZE.
002480     CALL 'FACTCYCK' USING FACTY-BUSINESS-DATE, FACTY-CYCLE-STATE.
002490     MOVE FACTY-BUSINESS-DATE TO WS-CYCLE-DATE.
002500     INITIALIZE WS-RUN-AREA.
002510     INITIALIZE WS-TOTAL-AREA.
002520     OPEN OUTPUT FACTLBRP.
002530     OPEN INPUT FACTBCTL.
002540     IF WS-FACTBCTL-STATUS NOT = '35'
002550         READ FACTBCTL
002560             AT END
002570                 MOVE SPACES TO FACTBCTL-CYCLE-DATE
002580         END-READ
002590         IF FACTBCTL-CYCLE-DATE IS NUMERIC
002600             MOVE FACTBCTL-CYCLE-DATE TO WS-CYCLE-DATE
002610         ELSE
002620             DISPLAY 'FACTLBAL - NO USABLE DATE ON FACTBCTL - '
002630                 'BUSINESS DATE ASSUMED'
002640         END-IF
002650         CLOSE FACTBCTL
002660     END-IF.
002670     MOVE WS-CYCLE-DATE TO WS-HDG1-DATE.
002680     OPEN INPUT FACTLEDG.
002690     IF WS-FACTLEDG-STATUS = '35'
002700         DISPLAY 'FACTLBAL - FACTLEDG NOT ON FILE - '
002710             'NOTHING POSTED'
002720         MOVE 'Y' TO WS-NO-LEDGER-SW
002730         GO TO 1000-EXIT
002740     END-IF.
002750     CLOSE FACTLEDG.
002760 1000-EXIT.
002770     EXIT.
002780*----------------------------------------------------------------*
002790*  2000-FIND-LATEST-RUNS                                          *
002800*  FIRST PASS - KEEPS THE NEWEST RUN TIME POSTED FOR EACH         *
002810*  PROGRAM AND NON-BLANK JOB ID ON THE DATE.                      *
002820*----------------------------------------------------------------*
002830 2000-FIND-LATEST-RUNS.
002840     MOVE 'N' TO WS-LEDG-EOF-SW.
002850     OPEN INPUT FACTLEDG.
002860     PERFORM 2100-NOTE-ONE-RUN THRU 2100-EXIT
002870         UNTIL WS-END-OF-FACTLEDG.
002880     CLOSE FACTLEDG.
002890 2000-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------*
002920*  2100-NOTE-ONE-RUN                                              *
002930*----------------------------------------------------------------*
002940 2100-NOTE-ONE-RUN.
002950     READ FACTLEDG
002960         AT END
002970             MOVE 'Y' TO WS-LEDG-EOF-SW
002980             GO TO 2100-EXIT
002990     END-READ.
003000     ADD 1 TO WS-READ-COUNT.
003010     IF FACTLEDG-BUSINESS-DATE NOT = WS-CYCLE-DATE
003020         GO TO 2100-EXIT
003030     END-IF.
003040     ADD 1 TO WS-DATE-COUNT.
003050     IF FACTLEDG-JOB-ID = SPACES
003060         GO TO 2100-EXIT
003070     END-IF.
003080     PERFORM 2200-FIND-RUN-ROW THRU 2200-EXIT.
003090     IF WS-ROW-WAS-FOUND
003100         IF FACTLEDG-RUN-TIME > WS-RUN-LATEST(WS-RUN-ROW)
003110             MOVE FACTLEDG-RUN-TIME TO WS-RUN-LATEST(WS-RUN-ROW)
003120         END-IF
003130         GO TO 2100-EXIT
003140     END-IF.
003150     IF WS-RUN-COUNT NOT < WS-TABLE-MAX
003160         DISPLAY 'FACTLBAL - RUN TABLE FULL - '
003170             FACTLEDG-PROGRAM-ID ' JOB ' FACTLEDG-JOB-ID
003180             ' NOT TRACKED'
003190         MOVE 'Y' TO WS-OVERFLOW-SW
003200         GO TO 2100-EXIT
003210     END-IF.
003220     ADD 1 TO WS-RUN-COUNT.
003230     MOVE FACTLEDG-PROGRAM-ID TO WS-RUN-PROGRAM(WS-RUN-COUNT).
003240     MOVE FACTLEDG-JOB-ID TO WS-RUN-JOB-ID(WS-RUN-COUNT).
003250     MOVE FACTLEDG-RUN-TIME TO WS-RUN-LATEST(WS-RUN-COUNT).
003260 2100-EXIT.
003270     EXIT.
003280*----------------------------------------------------------------*
003290*  2200-FIND-RUN-ROW                                              *
003300*----------------------------------------------------------------*
003310 2200-FIND-RUN-ROW.
003320     MOVE 'N' TO WS-ROW-FOUND-SW.
003330     PERFORM 2210-TEST-ONE-RUN THRU 2210-EXIT
003340         VARYING WS-RUN-IDX FROM 1 BY 1
003350         UNTIL WS-RUN-IDX > WS-RUN-COUNT
003360         OR WS-ROW-WAS-FOUND.
003370 2200-EXIT.
003380     EXIT.
003390*----------------------------------------------------------------*
003400*  2210-TEST-ONE-RUN                                              *
003410*----------------------------------------------------------------*
003420 2210-TEST-ONE-RUN.
003430     IF WS-RUN-PROGRAM(WS-RUN-IDX) NOT = FACTLEDG-PROGRAM-ID
003440         OR WS-RUN-JOB-ID(WS-RUN-IDX) NOT = FACTLEDG-JOB-ID
003450         GO TO 2210-EXIT
003460     END-IF.
003470     MOVE WS-RUN-IDX TO WS-RUN-ROW.
003480     MOVE 'Y' TO WS-ROW-FOUND-SW.
003490 2210-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------*
003520*  3000-ACCUMULATE-TOTALS                                         *
003530*  SECOND PASS - ADDS EVERY POSTING ON THE DATE THAT IS NOT       *
003540*  SUPERSEDED BY A LATER RUN OF THE SAME JOB INTO THE TOTALS      *
003550*  TABLE.                                                         *
003560*----------------------------------------------------------------*
003570 3000-ACCUMULATE-TOTALS.
003580     MOVE 'N' TO WS-LEDG-EOF-SW.
003590     OPEN INPUT FACTLEDG.
003600     PERFORM 3100-ADD-ONE-POSTING THRU 3100-EXIT
003610         UNTIL WS-END-OF-FACTLEDG.
003620     CLOSE FACTLEDG.
003630 3000-EXIT.
003640     EXIT.
003650*----------------------------------------------------------------*
003660*  3100-ADD-ONE-POSTING                                           *
003670*----------------------------------------------------------------*
003680 3100-ADD-ONE-POSTING.
003690     READ FACTLEDG
003700         AT END
003710             MOVE 'Y' TO WS-LEDG-EOF-SW
003720             GO TO 3100-EXIT
003730     END-READ.
003740     IF FACTLEDG-BUSINESS-DATE NOT = WS-CYCLE-DATE
003750         GO TO 3100-EXIT
003760     END-IF.
003770     IF FACTLEDG-JOB-ID NOT = SPACES
003780         PERFORM 2200-FIND-RUN-ROW THRU 2200-EXIT
003790         IF WS-ROW-WAS-FOUND
003800             AND FACTLEDG-RUN-TIME < WS-RUN-LATEST(WS-RUN-ROW)
003810             ADD 1 TO WS-SUPERSEDED-COUNT
003820             GO TO 3100-EXIT
003830         END-IF
003840     END-IF.
003850     MOVE FACTLEDG-PROGRAM-ID TO WS-TRM-PROGRAM.
003860     MOVE FACTLEDG-FILE-ID TO WS-TRM-FILE.
003870     MOVE FACTLEDG-COUNT-NAME TO WS-TRM-NAME.
003880     PERFORM 3200-FIND-TOTAL-ROW THRU 3200-EXIT.
003890     IF NOT WS-ROW-WAS-FOUND
003900         IF WS-TOT-COUNT NOT < WS-TABLE-MAX
003910             DISPLAY 'FACTLBAL - TOTALS TABLE FULL - '
003920                 FACTLEDG-PROGRAM-ID ' ' FACTLEDG-FILE-ID ' '
003930                 FACTLEDG-COUNT-NAME ' NOT COUNTED'
003940             MOVE 'Y' TO WS-OVERFLOW-SW
003950             GO TO 3100-EXIT
003960         END-IF
003970         ADD 1 TO WS-TOT-COUNT
003980         MOVE WS-TOT-COUNT TO WS-TOT-ROW
003990         MOVE FACTLEDG-PROGRAM-ID TO WS-TOTAL-PROGRAM(WS-TOT-ROW)
004000         MOVE FACTLEDG-FILE-ID TO WS-TOTAL-FILE(WS-TOT-ROW)
004010         MOVE FACTLEDG-COUNT-TYPE TO WS-TOTAL-TYPE(WS-TOT-ROW)
004020         MOVE FACTLEDG-COUNT-NAME TO WS-TOTAL-NAME(WS-TOT-ROW)
004030     END-IF.
004040     ADD FACTLEDG-COUNT TO WS-TOTAL-VALUE(WS-TOT-ROW).
004050     ADD 1 TO WS-USED-COUNT.
004060 3100-EXIT.
004070     EXIT.
004080*----------------------------------------------------------------*
004090*  3200-FIND-TOTAL-ROW                                            *
004100*  LOOKS UP THE PROGRAM, FILE AND COUNT NAME IN WS-TERM-KEY.      *
004110*  ALSO SERVES THE LEG LOOKUPS IN 6300-FIND-TERM.                 *
004120*----------------------------------------------------------------*
004130 3200-FIND-TOTAL-ROW.
004140     MOVE 'N' TO WS-ROW-FOUND-SW.
004150     PERFORM 3210-TEST-ONE-TOTAL THRU 3210-EXIT
004160         VARYING WS-TOT-IDX FROM 1 BY 1
004170         UNTIL WS-TOT-IDX > WS-TOT-COUNT
004180         OR WS-ROW-WAS-FOUND.
004190 3200-EXIT.
004200     EXIT.
004210*----------------------------------------------------------------*
004220*  3210-TEST-ONE-TOTAL                                            *
004230*----------------------------------------------------------------*
004240 3210-TEST-ONE-TOTAL.
004250     IF WS-TOTAL-PROGRAM(WS-TOT-IDX) NOT = WS-TRM-PROGRAM
004260         OR WS-TOTAL-FILE(WS-TOT-IDX) NOT = WS-TRM-FILE
004270         OR WS-TOTAL-NAME(WS-TOT-IDX) NOT = WS-TRM-NAME
004280         GO TO 3210-EXIT
004290     END-IF.
004300     MOVE WS-TOT-IDX TO WS-TOT-ROW.
004310     MOVE 'Y' TO WS-ROW-FOUND-SW.
004320 3210-EXIT.
004330     EXIT.
004340*----------------------------------------------------------------*
004350*  4000-WRITE-POSTED-TOTALS                                       *
004360*  FIRST SECTION OF THE REPORT - EVERY COUNT POSTED FOR THE       *
004370*  DATE, IN THE ORDER THE PROGRAMS POSTED THEM.                   *
004380*----------------------------------------------------------------*
004390 4000-WRITE-POSTED-TOTALS.
004400     MOVE WS-TOTAL-HEADING TO WS-COL-HEADING.
004410     MOVE 99 TO WS-LINE-COUNT.
004420     IF WS-TOT-COUNT = 0
004430         MOVE SPACES TO FACTLBRP-LINE
004440         MOVE 'NO CONTROL TOTALS POSTED FOR THIS BUSINESS DATE'
004450             TO FACTLBRP-LINE(3:)
004460         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
004470         GO TO 4000-EXIT
004480     END-IF.
004490     PERFORM 4100-WRITE-ONE-TOTAL THRU 4100-EXIT
004500         VARYING WS-TOT-IDX FROM 1 BY 1
004510         UNTIL WS-TOT-IDX > WS-TOT-COUNT.
004520 4000-EXIT.
004530     EXIT.
004540*----------------------------------------------------------------*
004550*  4100-WRITE-ONE-TOTAL                                           *
004560*----------------------------------------------------------------*
004570 4100-WRITE-ONE-TOTAL.
004580     MOVE WS-TOTAL-PROGRAM(WS-TOT-IDX) TO WS-TL-PROGRAM.
004590     MOVE WS-TOTAL-FILE(WS-TOT-IDX) TO WS-TL-FILE.
004600     MOVE WS-TOTAL-NAME(WS-TOT-IDX) TO WS-TL-NAME.
004610     MOVE WS-TOTAL-VALUE(WS-TOT-IDX) TO WS-TL-VALUE.
004620     EVALUATE WS-TOTAL-TYPE(WS-TOT-IDX)
004630         WHEN 'I'
004640             MOVE 'INPUT ' TO WS-TL-TYPE
004650         WHEN 'O'
004660             MOVE 'OUTPUT' TO WS-TL-TYPE
004670         WHEN 'R'
004680             MOVE 'REJECT' TO WS-TL-TYPE
004690         WHEN OTHER
004700             MOVE '??????' TO WS-TL-TYPE
004710     END-EVALUATE.
004720     MOVE WS-TOTAL-LINE TO FACTLBRP-LINE.
004730     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
004740 4100-EXIT.
004750     EXIT.
004760*----------------------------------------------------------------*
004770*  5000-BALANCE-CHAIN                                             *
004780*  SECOND SECTION OF THE REPORT - ONE LINE PER LEG.  EACH LEG     *
004790*  NAMES THE PROGRAM WHOSE POSTING MAKES IT APPLY THIS CYCLE -    *
004800*  WITHOUT THAT POSTING THE LEG IS NOT RUN AND IS NO BREAK.       *
004810*  ONCE IT APPLIES, A TERM WITH NO POSTING BEHIND IT IS A         *
004820*  MISSING POST - A STEP THAT SHOULD HAVE RUN DID NOT - AND IS A  *
004830*  BREAK, AS IS ANY LEG WHOSE SIDES DIFFER.  FACTOUT IS WRITTEN   *
004840*  BY FACTMRGE ON A SPLIT CYCLE AND BY FACTOR01 OTHERWISE.        *
004850*  FACTMAST MUST ADD OR VERIFY EVERY FACTOUT ROW, SO A DIFFERING  *
004853*  OR REFUSED ROW SHOWS AS A BREAK ON THAT LEG.  FACTWMNT         *
004856*  APPLIES TWO VALUES (NPR AND NCR) FOR EVERY FACTRPT PAIR AND    *
004859*  ONE MORE FACTORIAL KEY FOR EVERY P(N,N) IT SEES, SO ITS LEG    *
004862*  BALANCES THE VALUES IT POSTED AS APPLIED, NOT THE RECORDS IT   *
004865*  READ.                                                          *
004870*----------------------------------------------------------------*
004880 5000-BALANCE-CHAIN.
004890     MOVE WS-LEG-HEADING TO WS-COL-HEADING.
004900     MOVE 99 TO WS-LINE-COUNT.
004910     MOVE 'FACTEDIT  FACTPAIR READ = ACCEPTED + REJECTED'
004920         TO WS-LEG-TEXT.
004930     MOVE 'FACTEDIT' TO WS-LEG-GATE.
004940     PERFORM 6000-START-LEG THRU 6000-EXIT.
004950     MOVE 'FACTEDIT' TO WS-TRM-PROGRAM.
004960     MOVE 'FACTPAIR' TO WS-TRM-FILE.
004970     MOVE 'READ' TO WS-TRM-NAME.
004980     PERFORM 6100-ADD-TO-LEFT THRU 6100-EXIT.
004990     MOVE 'FACTEDIT' TO WS-TRM-PROGRAM.
005000     MOVE 'FACTPAIR' TO WS-TRM-FILE.
005010     MOVE 'ACCEPTED' TO WS-TRM-NAME.
005020     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
005030     MOVE 'FACTPAIR' TO WS-TRM-FILE.
005040     MOVE 'REJECTED' TO WS-TRM-NAME.
005050     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
005060     PERFORM 6900-FINISH-LEG THRU 6900-EXIT.
005070     MOVE 'FACTEDIT  ACCEPTED = FACTPCLN WRITTEN + DUPLICATES'
005080         TO WS-LEG-TEXT.
005090     MOVE 'FACTEDIT' TO WS-LEG-GATE.
005100     PERFORM 6000-START-LEG THRU 6000-EXIT.
005110     MOVE 'FACTEDIT' TO WS-TRM-PROGRAM.
005120     MOVE 'FACTPAIR' TO WS-TRM-FILE.
005130     MOVE 'ACCEPTED' TO WS-TRM-NAME.
005140     PERFORM 6100-ADD-TO-LEFT THRU 6100-EXIT.
005150     MOVE 'FACTEDIT' TO WS-TRM-PROGRAM.
005160     MOVE 'FACTPCLN' TO WS-TRM-FILE.
005170     MOVE 'WRITTEN' TO WS-TRM-NAME.
005180     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
005190     MOVE 'FACTPCLN' TO WS-TRM-FILE.
005200     MOVE 'DUPLICATE' TO WS-TRM-NAME.
005210     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
005220     PERFORM 6900-FINISH-LEG THRU 6900-EXIT.
005230     MOVE 'FACTPCLN  FACTEDIT WRITTEN = FACTCOMB READ'
005240         TO WS-LEG-TEXT.
005250     MOVE 'FACTEDIT' TO WS-LEG-GATE.
005260     PERFORM 6000-START-LEG THRU 6000-EXIT.
005270     MOVE 'FACTEDIT' TO WS-TRM-PROGRAM.
005280     MOVE 'FACTPCLN' TO WS-TRM-FILE.
005290     MOVE 'WRITTEN' TO WS-TRM-NAME.
005300     PERFORM 6100-ADD-TO-LEFT THRU 6100-EXIT.
005310     MOVE 'FACTCOMB' TO WS-TRM-PROGRAM.
005320     MOVE 'FACTPCLN' TO WS-TRM-FILE.
005330     MOVE 'READ' TO WS-TRM-NAME.
005340     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
005350     PERFORM 6900-FINISH-LEG THRU 6900-EXIT.
005360     MOVE 'FACTPCLN  FACTEDIT WRITTEN = COMB ANSWERED+SKIP+GAP'
005370         TO WS-LEG-TEXT.
005380     MOVE 'FACTEDIT' TO WS-LEG-GATE.
005390     PERFORM 6000-START-LEG THRU 6000-EXIT.
005400     MOVE 'FACTEDIT' TO WS-TRM-PROGRAM.
005410     MOVE 'FACTPCLN' TO WS-TRM-FILE.
005420     MOVE 'WRITTEN' TO WS-TRM-NAME.
005430     PERFORM 6100-ADD-TO-LEFT THRU 6100-EXIT.
005440     MOVE 'FACTCOMB' TO WS-TRM-PROGRAM.
005450     MOVE 'FACTPCLN' TO WS-TRM-FILE.
005460     MOVE 'ANSWERED' TO WS-TRM-NAME.
005470     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
005480     MOVE 'FACTPCLN' TO WS-TRM-FILE.
005490     MOVE 'SKIPPED' TO WS-TRM-NAME.
005500     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
005510     MOVE 'FACTPCLN' TO WS-TRM-FILE.
005520     MOVE 'GAP' TO WS-TRM-NAME.
005530     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
005540     PERFORM 6900-FINISH-LEG THRU 6900-EXIT.
005550     MOVE 'FACTPCLN  FACTEDIT WRITTEN = FACTPROB READ'
005560         TO WS-LEG-TEXT.
005570     MOVE 'FACTPROB' TO WS-LEG-GATE.
005580     PERFORM 6000-START-LEG THRU 6000-EXIT.
005590     MOVE 'FACTEDIT' TO WS-TRM-PROGRAM.
005600     MOVE 'FACTPCLN' TO WS-TRM-FILE.
005610     MOVE 'WRITTEN' TO WS-TRM-NAME.
005620     PERFORM 6100-ADD-TO-LEFT THRU 6100-EXIT.
005630     MOVE 'FACTPROB' TO WS-TRM-PROGRAM.
005640     MOVE 'FACTPCLN' TO WS-TRM-FILE.
005650     MOVE 'READ' TO WS-TRM-NAME.
005660     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
005670     PERFORM 6900-FINISH-LEG THRU 6900-EXIT.
005680     MOVE 'FACTPROB  FACTPCLN READ = FACTPOUT WRITTEN + SKIPPED'
005690         TO WS-LEG-TEXT.
005700     MOVE 'FACTPROB' TO WS-LEG-GATE.
005710     PERFORM 6000-START-LEG THRU 6000-EXIT.
005720     MOVE 'FACTPROB' TO WS-TRM-PROGRAM.
005730     MOVE 'FACTPCLN' TO WS-TRM-FILE.
005740     MOVE 'READ' TO WS-TRM-NAME.
005750     PERFORM 6100-ADD-TO-LEFT THRU 6100-EXIT.
005760     MOVE 'FACTPROB' TO WS-TRM-PROGRAM.
005770     MOVE 'FACTPOUT' TO WS-TRM-FILE.
005780     MOVE 'WRITTEN' TO WS-TRM-NAME.
005790     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
005800     MOVE 'FACTPCLN' TO WS-TRM-FILE.
005810     MOVE 'SKIPPED' TO WS-TRM-NAME.
005820     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
005830     PERFORM 6900-FINISH-LEG THRU 6900-EXIT.
005840     MOVE 'FACTOR01  N REQUESTED = FACTOUT WRITTEN + REJECTED'
005850         TO WS-LEG-TEXT.
005860     MOVE 'FACTOR01' TO WS-LEG-GATE.
005870     PERFORM 6000-START-LEG THRU 6000-EXIT.
005880     MOVE 'FACTOR01' TO WS-TRM-PROGRAM.
005890     MOVE 'FACTCTL' TO WS-TRM-FILE.
005900     MOVE 'REQUESTED' TO WS-TRM-NAME.
005910     PERFORM 6100-ADD-TO-LEFT THRU 6100-EXIT.
005920     MOVE 'FACTOR01' TO WS-TRM-PROGRAM.
005930     MOVE 'FACTOUT' TO WS-TRM-FILE.
005940     MOVE 'WRITTEN' TO WS-TRM-NAME.
005950     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
005960     MOVE 'FACTOUT' TO WS-TRM-FILE.
005970     MOVE 'REJECTED' TO WS-TRM-NAME.
005980     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
005990     PERFORM 6900-FINISH-LEG THRU 6900-EXIT.
006000     MOVE 'SLICES    FACTOR01 WRITTEN = FACTMRGE READ'
006010         TO WS-LEG-TEXT.
006020     MOVE 'FACTMRGE' TO WS-LEG-GATE.
006030     PERFORM 6000-START-LEG THRU 6000-EXIT.
006040     MOVE 'FACTOR01' TO WS-TRM-PROGRAM.
006050     MOVE 'FACTOUT' TO WS-TRM-FILE.
006060     MOVE 'WRITTEN' TO WS-TRM-NAME.
006070     PERFORM 6100-ADD-TO-LEFT THRU 6100-EXIT.
006080     MOVE 'FACTMRGE' TO WS-TRM-PROGRAM.
006090     MOVE 'FACTSLC' TO WS-TRM-FILE.
006100     MOVE 'READ' TO WS-TRM-NAME.
006110     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
006120     PERFORM 6900-FINISH-LEG THRU 6900-EXIT.
006130     MOVE 'FACTMRGE  SLICES READ = FACTOUT WRITTEN'
006140         TO WS-LEG-TEXT.
006150     MOVE 'FACTMRGE' TO WS-LEG-GATE.
006160     PERFORM 6000-START-LEG THRU 6000-EXIT.
006170     MOVE 'FACTMRGE' TO WS-TRM-PROGRAM.
006180     MOVE 'FACTSLC' TO WS-TRM-FILE.
006190     MOVE 'READ' TO WS-TRM-NAME.
006200     PERFORM 6100-ADD-TO-LEFT THRU 6100-EXIT.
006210     MOVE 'FACTMRGE' TO WS-TRM-PROGRAM.
006220     MOVE 'FACTOUT' TO WS-TRM-FILE.
006230     MOVE 'WRITTEN' TO WS-TRM-NAME.
006240     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
006250     PERFORM 6900-FINISH-LEG THRU 6900-EXIT.
006260     MOVE 'FACTMRGE' TO WS-CHK-PROGRAM.
006270     PERFORM 6400-CHECK-PROGRAM-POSTED THRU 6400-EXIT.
006280     IF WS-PROGRAM-POSTED
006290         MOVE 'FACTMRGE' TO WS-FACTOUT-PRODUCER
006300     ELSE
006310         MOVE 'FACTOR01' TO WS-FACTOUT-PRODUCER
006320     END-IF.
006330     MOVE SPACES TO WS-LEG-TEXT.
006340     STRING 'FACTOUT   ' DELIMITED BY SIZE
006350         WS-FACTOUT-PRODUCER DELIMITED BY SIZE
006360         ' WRITTEN = FACTMAST ADDED + VERIFIED'
006370             DELIMITED BY SIZE
006380         INTO WS-LEG-TEXT.
006390     MOVE WS-FACTOUT-PRODUCER TO WS-LEG-GATE.
006400     PERFORM 6000-START-LEG THRU 6000-EXIT.
006410     MOVE WS-FACTOUT-PRODUCER TO WS-TRM-PROGRAM.
006420     MOVE 'FACTOUT' TO WS-TRM-FILE.
006430     MOVE 'WRITTEN' TO WS-TRM-NAME.
006440     PERFORM 6100-ADD-TO-LEFT THRU 6100-EXIT.
006450     MOVE 'FACTMAST' TO WS-TRM-PROGRAM.
006460     MOVE 'FACTMST' TO WS-TRM-FILE.
006470     MOVE 'ADDED' TO WS-TRM-NAME.
006480     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
006490     MOVE 'FACTMST' TO WS-TRM-FILE.
006500     MOVE 'VERIFIED' TO WS-TRM-NAME.
006510     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
006520     PERFORM 6900-FINISH-LEG THRU 6900-EXIT.
006530     MOVE 'FACTMAST  FACTOUT READ = ADD+VERIFY+DIFFER+FAIL'
006540         TO WS-LEG-TEXT.
006550     MOVE 'FACTMAST' TO WS-LEG-GATE.
006560     PERFORM 6000-START-LEG THRU 6000-EXIT.
006570     MOVE 'FACTMAST' TO WS-TRM-PROGRAM.
006580     MOVE 'FACTOUT' TO WS-TRM-FILE.
006590     MOVE 'READ' TO WS-TRM-NAME.
006600     PERFORM 6100-ADD-TO-LEFT THRU 6100-EXIT.
006610     MOVE 'FACTMAST' TO WS-TRM-PROGRAM.
006620     MOVE 'FACTMST' TO WS-TRM-FILE.
006630     MOVE 'ADDED' TO WS-TRM-NAME.
006640     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
006650     MOVE 'FACTMST' TO WS-TRM-FILE.
006660     MOVE 'VERIFIED' TO WS-TRM-NAME.
006670     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
006680     MOVE 'FACTOUT' TO WS-TRM-FILE.
006690     MOVE 'DIFFERING' TO WS-TRM-NAME.
006700     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
006710     MOVE 'FACTOUT' TO WS-TRM-FILE.
006720     MOVE 'FAILED' TO WS-TRM-NAME.
006730     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
006740     PERFORM 6900-FINISH-LEG THRU 6900-EXIT.
006750     MOVE 'FACTRPT   FACTCOMB WRITTEN = FACTEXTR READ'
006760         TO WS-LEG-TEXT.
006770     MOVE 'FACTEXTR' TO WS-LEG-GATE.
006780     PERFORM 6000-START-LEG THRU 6000-EXIT.
006790     MOVE 'FACTCOMB' TO WS-TRM-PROGRAM.
006800     MOVE 'FACTRPT' TO WS-TRM-FILE.
006810     MOVE 'WRITTEN' TO WS-TRM-NAME.
006820     PERFORM 6100-ADD-TO-LEFT THRU 6100-EXIT.
006830     MOVE 'FACTEXTR' TO WS-TRM-PROGRAM.
006840     MOVE 'FACTRPT' TO WS-TRM-FILE.
006850     MOVE 'READ' TO WS-TRM-NAME.
006851     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
006852     PERFORM 6900-FINISH-LEG THRU 6900-EXIT.
006853     MOVE 'FACTWRPT  FACTCOMB WRITTEN = FACTWMNT READ'
006854         TO WS-LEG-TEXT.
006855     MOVE 'FACTWMNT' TO WS-LEG-GATE.
006856     PERFORM 6000-START-LEG THRU 6000-EXIT.
006857     MOVE 'FACTCOMB' TO WS-TRM-PROGRAM.
006858     MOVE 'FACTWRPT' TO WS-TRM-FILE.
006859     MOVE 'WRITTEN' TO WS-TRM-NAME.
006860     PERFORM 6100-ADD-TO-LEFT THRU 6100-EXIT.
006861     MOVE 'FACTWMNT' TO WS-TRM-PROGRAM.
006862     MOVE 'FACTWRPT' TO WS-TRM-FILE.
006863     MOVE 'READ' TO WS-TRM-NAME.
006864     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
006865     PERFORM 6900-FINISH-LEG THRU 6900-EXIT.
006866     MOVE 'FACTWMNT  WRPT+RPT VALUES+DERIVED = ADD+VERIFY+DIFF'
006867         TO WS-LEG-TEXT.
006868     MOVE 'FACTWMNT' TO WS-LEG-GATE.
006869     PERFORM 6000-START-LEG THRU 6000-EXIT.
006870     MOVE 'FACTWMNT' TO WS-TRM-PROGRAM.
006871     MOVE 'FACTWRPT' TO WS-TRM-FILE.
006872     MOVE 'READ' TO WS-TRM-NAME.
006873     PERFORM 6100-ADD-TO-LEFT THRU 6100-EXIT.
006874     MOVE 'FACTRPT' TO WS-TRM-FILE.
006875     MOVE 'VALUES' TO WS-TRM-NAME.
006876     PERFORM 6100-ADD-TO-LEFT THRU 6100-EXIT.
006877     MOVE 'FACTWMST' TO WS-TRM-FILE.
006878     MOVE 'DERIVED' TO WS-TRM-NAME.
006879     PERFORM 6100-ADD-TO-LEFT THRU 6100-EXIT.
006880     MOVE 'FACTWMNT' TO WS-TRM-PROGRAM.
006881     MOVE 'FACTWMST' TO WS-TRM-FILE.
006882     MOVE 'ADDED' TO WS-TRM-NAME.
006883     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
006884     MOVE 'FACTWMST' TO WS-TRM-FILE.
006885     MOVE 'VERIFIED' TO WS-TRM-NAME.
006886     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
006887     MOVE 'FACTWMST' TO WS-TRM-FILE.
006888     MOVE 'DIFFERING' TO WS-TRM-NAME.
006889     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
006890     PERFORM 6900-FINISH-LEG THRU 6900-EXIT.
006891     MOVE 'FACTEXTR  FACTMST READ = FACTMEXT TRAILER COUNT'
006892         TO WS-LEG-TEXT.
006900     MOVE 'FACTEXTR' TO WS-LEG-GATE.
006910     PERFORM 6000-START-LEG THRU 6000-EXIT.
006920     MOVE 'FACTEXTR' TO WS-TRM-PROGRAM.
006930     MOVE 'FACTMST' TO WS-TRM-FILE.
006940     MOVE 'READ' TO WS-TRM-NAME.
006950     PERFORM 6100-ADD-TO-LEFT THRU 6100-EXIT.
006960     MOVE 'FACTEXTR' TO WS-TRM-PROGRAM.
006970     MOVE 'FACTMEXT' TO WS-TRM-FILE.
006980     MOVE 'TRAILER' TO WS-TRM-NAME.
006990     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
007000     PERFORM 6900-FINISH-LEG THRU 6900-EXIT.
007010     MOVE 'FACTEXTR  FACTRPT READ = FACTREXT TRAILER COUNT'
007020         TO WS-LEG-TEXT.
007030     MOVE 'FACTEXTR' TO WS-LEG-GATE.
007040     PERFORM 6000-START-LEG THRU 6000-EXIT.
007050     MOVE 'FACTEXTR' TO WS-TRM-PROGRAM.
007060     MOVE 'FACTRPT' TO WS-TRM-FILE.
007070     MOVE 'READ' TO WS-TRM-NAME.
007080     PERFORM 6100-ADD-TO-LEFT THRU 6100-EXIT.
007090     MOVE 'FACTEXTR' TO WS-TRM-PROGRAM.
007100     MOVE 'FACTREXT' TO WS-TRM-FILE.
007110     MOVE 'TRAILER' TO WS-TRM-NAME.
007120     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
007130     PERFORM 6900-FINISH-LEG THRU 6900-EXIT.
007140     MOVE 'FACTSERV  FACTREQ READ = ANSWERED + REJECTED'
007150         TO WS-LEG-TEXT.
007160     MOVE 'FACTSERV' TO WS-LEG-GATE.
007170     PERFORM 6000-START-LEG THRU 6000-EXIT.
007180     MOVE 'FACTSERV' TO WS-TRM-PROGRAM.
007190     MOVE 'FACTREQ' TO WS-TRM-FILE.
007200     MOVE 'READ' TO WS-TRM-NAME.
007210     PERFORM 6100-ADD-TO-LEFT THRU 6100-EXIT.
007220     MOVE 'FACTSERV' TO WS-TRM-PROGRAM.
007230     MOVE 'FACTREQ' TO WS-TRM-FILE.
007240     MOVE 'ANSWERED' TO WS-TRM-NAME.
007250     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
007260     MOVE 'FACTREQ' TO WS-TRM-FILE.
007270     MOVE 'REJECTED' TO WS-TRM-NAME.
007280     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
007290     PERFORM 6900-FINISH-LEG THRU 6900-EXIT.
007300     MOVE 'FACTSERV  ANSWERED + REJECTED = FACTUSG WRITTEN'
007310         TO WS-LEG-TEXT.
007320     MOVE 'FACTSERV' TO WS-LEG-GATE.
007330     PERFORM 6000-START-LEG THRU 6000-EXIT.
007340     MOVE 'FACTSERV' TO WS-TRM-PROGRAM.
007350     MOVE 'FACTREQ' TO WS-TRM-FILE.
007360     MOVE 'ANSWERED' TO WS-TRM-NAME.
007370     PERFORM 6100-ADD-TO-LEFT THRU 6100-EXIT.
007380     MOVE 'FACTREQ' TO WS-TRM-FILE.
007390     MOVE 'REJECTED' TO WS-TRM-NAME.
007400     PERFORM 6100-ADD-TO-LEFT THRU 6100-EXIT.
007410     MOVE 'FACTSERV' TO WS-TRM-PROGRAM.
007420     MOVE 'FACTUSG' TO WS-TRM-FILE.
007430     MOVE 'WRITTEN' TO WS-TRM-NAME.
007440     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
007450     PERFORM 6900-FINISH-LEG THRU 6900-EXIT.
007460     MOVE 'FACTINTK  LINES READ = FACTREQ WRITTEN + REJECTED'
007470         TO WS-LEG-TEXT.
007480     MOVE 'FACTINTK' TO WS-LEG-GATE.
007490     PERFORM 6000-START-LEG THRU 6000-EXIT.
007500     MOVE 'FACTINTK' TO WS-TRM-PROGRAM.
007510     MOVE 'FACTRQIN' TO WS-TRM-FILE.
007520     MOVE 'READ' TO WS-TRM-NAME.
007530     PERFORM 6100-ADD-TO-LEFT THRU 6100-EXIT.
007540     MOVE 'FACTINTK' TO WS-TRM-PROGRAM.
007550     MOVE 'FACTREQ' TO WS-TRM-FILE.
007560     MOVE 'WRITTEN' TO WS-TRM-NAME.
007570     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
007580     MOVE 'FACTRQIN' TO WS-TRM-FILE.
007590     MOVE 'REJECTED' TO WS-TRM-NAME.
007600     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
007610     PERFORM 6900-FINISH-LEG THRU 6900-EXIT.
007620     MOVE 'FACTMNOM  FACTMREQ READ = FACTMOUT WRITTEN + REJECTED'
007630         TO WS-LEG-TEXT.
007640     MOVE 'FACTMNOM' TO WS-LEG-GATE.
007650     PERFORM 6000-START-LEG THRU 6000-EXIT.
007660     MOVE 'FACTMNOM' TO WS-TRM-PROGRAM.
007670     MOVE 'FACTMREQ' TO WS-TRM-FILE.
007680     MOVE 'READ' TO WS-TRM-NAME.
007690     PERFORM 6100-ADD-TO-LEFT THRU 6100-EXIT.
007700     MOVE 'FACTMNOM' TO WS-TRM-PROGRAM.
007710     MOVE 'FACTMOUT' TO WS-TRM-FILE.
007720     MOVE 'WRITTEN' TO WS-TRM-NAME.
007730     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
007740     MOVE 'FACTMREQ' TO WS-TRM-FILE.
007750     MOVE 'REJECTED' TO WS-TRM-NAME.
007760     PERFORM 6200-ADD-TO-RIGHT THRU 6200-EXIT.
007770     PERFORM 6900-FINISH-LEG THRU 6900-EXIT.
007780 5000-EXIT.
007790     EXIT.
007800*----------------------------------------------------------------*
007810*  6000-START-LEG                                                 *
007820*  CLEARS BOTH SIDES AND NOTES WHETHER THE LEG'S GATE PROGRAM     *
007830*  POSTED THIS CYCLE.                                             *
007840*----------------------------------------------------------------*
007850 6000-START-LEG.
007860     MOVE 0 TO WS-LEG-LEFT.
007870     MOVE 0 TO WS-LEG-RIGHT.
007880     MOVE 'N' TO WS-LEG-MISSING-SW.
007890     MOVE WS-LEG-GATE TO WS-CHK-PROGRAM.
007900     PERFORM 6400-CHECK-PROGRAM-POSTED THRU 6400-EXIT.
007910     MOVE WS-PGM-POSTED-SW TO WS-GATE-POSTED-SW.
007920 6000-EXIT.
007930     EXIT.
007940*----------------------------------------------------------------*
007950*  6100-ADD-TO-LEFT                                               *
007960*----------------------------------------------------------------*
007970 6100-ADD-TO-LEFT.
007980     PERFORM 6300-FIND-TERM THRU 6300-EXIT.
007990     ADD WS-TRM-VALUE TO WS-LEG-LEFT.
008000 6100-EXIT.
008010     EXIT.
008020*----------------------------------------------------------------*
008030*  6200-ADD-TO-RIGHT                                              *
008040*----------------------------------------------------------------*
008050 6200-ADD-TO-RIGHT.
008060     PERFORM 6300-FIND-TERM THRU 6300-EXIT.
008070     ADD WS-TRM-VALUE TO WS-LEG-RIGHT.
008080 6200-EXIT.
008090     EXIT.
008100*----------------------------------------------------------------*
008110*  6300-FIND-TERM                                                 *
008120*  A TERM NOBODY POSTED COUNTS AS ZERO AND MARKS THE LEG AS       *
008130*  HAVING A MISSING POST.                                         *
008140*----------------------------------------------------------------*
008150 6300-FIND-TERM.
008160     MOVE 0 TO WS-TRM-VALUE.
008170     PERFORM 3200-FIND-TOTAL-ROW THRU 3200-EXIT.
008180     IF NOT WS-ROW-WAS-FOUND
008190         MOVE 'Y' TO WS-LEG-MISSING-SW
008200         GO TO 6300-EXIT
008210     END-IF.
008220     MOVE WS-TOTAL-VALUE(WS-TOT-ROW) TO WS-TRM-VALUE.
008230 6300-EXIT.
008240     EXIT.
008250*----------------------------------------------------------------*
008260*  6400-CHECK-PROGRAM-POSTED                                      *
008270*  SETS WS-PGM-POSTED-SW WHEN THE PROGRAM IN WS-CHK-PROGRAM       *
008280*  POSTED ANY COUNT FOR THE DATE.                                 *
008290*----------------------------------------------------------------*
008300 6400-CHECK-PROGRAM-POSTED.
008310     MOVE 'N' TO WS-PGM-POSTED-SW.
008320     PERFORM 6410-TEST-ONE-PROGRAM THRU 6410-EXIT
008330         VARYING WS-TOT-IDX FROM 1 BY 1
008340         UNTIL WS-TOT-IDX > WS-TOT-COUNT
008350         OR WS-PROGRAM-POSTED.
008360 6400-EXIT.
008370     EXIT.
008380*----------------------------------------------------------------*
008390*  6410-TEST-ONE-PROGRAM                                          *
008400*----------------------------------------------------------------*
008410 6410-TEST-ONE-PROGRAM.
008420     IF WS-TOTAL-PROGRAM(WS-TOT-IDX) = WS-CHK-PROGRAM
008430         MOVE 'Y' TO WS-PGM-POSTED-SW
008440     END-IF.
008450 6410-EXIT.
008460     EXIT.
008470*----------------------------------------------------------------*
008480*  6900-FINISH-LEG                                                *
008490*  JUDGES THE LEG AND PRINTS IT.                                  *
008500*----------------------------------------------------------------*
008510 6900-FINISH-LEG.
008520     ADD 1 TO WS-LEG-NUMBER.
008530     MOVE WS-LEG-NUMBER TO WS-LL-NUMBER.
008540     MOVE WS-LEG-TEXT TO WS-LL-TEXT.
008550     MOVE WS-LEG-LEFT TO WS-LL-LEFT.
008560     MOVE WS-LEG-RIGHT TO WS-LL-RIGHT.
008570     COMPUTE WS-LEG-DIFF = WS-LEG-LEFT - WS-LEG-RIGHT.
008580     MOVE WS-LEG-DIFF TO WS-LL-DIFF.
008590     IF NOT WS-GATE-POSTED
008600         MOVE 'NOT RUN' TO WS-LL-STATUS
008610         ADD 1 TO WS-NOT-RUN-COUNT
008620         GO TO 6900-PRINT
008630     END-IF.
008640     IF WS-LEG-HAS-MISSING-POST
008650         MOVE 'MISSING POST' TO WS-LL-STATUS
008660         ADD 1 TO WS-MISSING-COUNT
008670         ADD 1 TO WS-BREAK-COUNT
008680         GO TO 6900-PRINT
008690     END-IF.
008700     IF WS-LEG-DIFF = 0
008710         MOVE 'IN BALANCE' TO WS-LL-STATUS
008720         ADD 1 TO WS-BALANCED-COUNT
008730     ELSE
008740         MOVE 'OUT OF BALANCE' TO WS-LL-STATUS
008750         ADD 1 TO WS-BREAK-COUNT
008760     END-IF.
008770 6900-PRINT.
008780     MOVE WS-LEG-LINE TO FACTLBRP-LINE.
008790     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
008800 6900-EXIT.
008810     EXIT.
008820*----------------------------------------------------------------*
008830*  7000-WRITE-SUMMARY                                             *
008840*----------------------------------------------------------------*
008850 7000-WRITE-SUMMARY.
008860     MOVE SPACES TO FACTLBRP-LINE.
008870     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
008880     MOVE 'LEDGER RECORDS READ' TO WS-SUM-TEXT.
008890     MOVE WS-READ-COUNT TO WS-SUM-VALUE.
008900     PERFORM 7100-WRITE-ONE-SUMMARY THRU 7100-EXIT.
008910     MOVE 'RECORDS FOR THIS BUSINESS DATE' TO WS-SUM-TEXT.
008920     MOVE WS-DATE-COUNT TO WS-SUM-VALUE.
008930     PERFORM 7100-WRITE-ONE-SUMMARY THRU 7100-EXIT.
008940     MOVE 'RECORDS SUPERSEDED BY A RERUN' TO WS-SUM-TEXT.
008950     MOVE WS-SUPERSEDED-COUNT TO WS-SUM-VALUE.
008960     PERFORM 7100-WRITE-ONE-SUMMARY THRU 7100-EXIT.
008970     MOVE 'RECORDS COUNTED' TO WS-SUM-TEXT.
008980     MOVE WS-USED-COUNT TO WS-SUM-VALUE.
008990     PERFORM 7100-WRITE-ONE-SUMMARY THRU 7100-EXIT.
009000     MOVE 'LEGS IN BALANCE' TO WS-SUM-TEXT.
009010     MOVE WS-BALANCED-COUNT TO WS-SUM-VALUE.
009020     PERFORM 7100-WRITE-ONE-SUMMARY THRU 7100-EXIT.
009030     MOVE 'LEGS OUT OF BALANCE OR MISSING A POST' TO WS-SUM-TEXT.
009040     MOVE WS-BREAK-COUNT TO WS-SUM-VALUE.
009050     PERFORM 7100-WRITE-ONE-SUMMARY THRU 7100-EXIT.
009060     MOVE '  OF WHICH MISSING A POST' TO WS-SUM-TEXT.
009070     MOVE WS-MISSING-COUNT TO WS-SUM-VALUE.
009080     PERFORM 7100-WRITE-ONE-SUMMARY THRU 7100-EXIT.
009090     MOVE 'LEGS NOT RUN THIS CYCLE' TO WS-SUM-TEXT.
009100     MOVE WS-NOT-RUN-COUNT TO WS-SUM-VALUE.
009110     PERFORM 7100-WRITE-ONE-SUMMARY THRU 7100-EXIT.
009120     IF WS-TABLE-OVERFLOWED
009130         MOVE SPACES TO FACTLBRP-LINE
009140         MOVE 'TABLE CAPACITY EXCEEDED - BALANCE NOT PROVEN'
009150             TO FACTLBRP-LINE(3:)
009160         PERFORM 8000-PRINT-LINE THRU 8000-EXIT
009170     END-IF.
009180 7000-EXIT.
009190     EXIT.
009200*----------------------------------------------------------------*
009210*  7100-WRITE-ONE-SUMMARY                                         *
009220*----------------------------------------------------------------*
009230 7100-WRITE-ONE-SUMMARY.
009240     MOVE WS-SUMMARY-LINE TO FACTLBRP-LINE.
009250     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
009260 7100-EXIT.
009270     EXIT.
009280*----------------------------------------------------------------*
009290*  8000-PRINT-LINE                                                *
009300*----------------------------------------------------------------*
009310 8000-PRINT-LINE.
009320     IF WS-LINE-COUNT > 59
009330         PERFORM 8100-PRINT-PAGE-HEADING THRU 8100-EXIT
009340     END-IF.
009350     WRITE FACTLBRP-LINE AFTER ADVANCING 1 LINE.
009360     ADD 1 TO WS-LINE-COUNT.
009370 8000-EXIT.
009380     EXIT.
009390*----------------------------------------------------------------*
009400*  8100-PRINT-PAGE-HEADING                                        *
009410*----------------------------------------------------------------*
009420 8100-PRINT-PAGE-HEADING.
009430     MOVE FACTLBRP-LINE TO WS-SAVE-LINE.
009440     ADD 1 TO WS-PAGE-COUNT.
009450     MOVE WS-PAGE-COUNT TO WS-HDG1-PAGE.
009460     WRITE FACTLBRP-LINE FROM WS-HEADING-1
009470         AFTER ADVANCING PAGE.
009480     MOVE SPACES TO FACTLBRP-LINE.
009490     WRITE FACTLBRP-LINE AFTER ADVANCING 1 LINE.
009500     WRITE FACTLBRP-LINE FROM WS-COL-HEADING
009510         AFTER ADVANCING 1 LINE.
009520     MOVE SPACES TO FACTLBRP-LINE.
009530     WRITE FACTLBRP-LINE AFTER ADVANCING 1 LINE.
009540     MOVE 5 TO WS-LINE-COUNT.
009550     MOVE WS-SAVE-LINE TO FACTLBRP-LINE.
009560 8100-EXIT.
009570     EXIT.
