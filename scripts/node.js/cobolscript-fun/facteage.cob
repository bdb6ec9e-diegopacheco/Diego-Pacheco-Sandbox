000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     FACTEAGE.
000120 AUTHOR.         D. PACHECO.
000130 INSTALLATION.   COMBINATORICS BATCH GROUP.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*----------------------------------------------------------------*
000170*  MODIFICATION HISTORY                                          *
000180*  2026-10-15  DP  ORIGINAL - OPEN EXCEPTION AGING REPORT.  READS *
000190*              EVERY FACTEXC RECORD, LOOKS IT UP ON THE KEYED     *
000200*              FACTDSP DISPOSITION FILE (SEE COPYBOOKS/           *
000210*              FACTDSPR.CPY) AND AGES THE ONES STILL OPEN - NO    *
000220*              DISPOSITION AT ALL, OR ONLY MARKED REVIEWED -      *
000230*              AGAINST THE BUSINESS DATE FROM THE FACTCYCK        *
000240*              SUBROUTINE.  THE FACTEARP REPORT COUNTS THEM IN    *
000250*              0-1, 2-7, 8-30 AND OVER-30 DAY BUCKETS, ONCE BY    *
000260*              REASON CODE AND ONCE BY ORIGINATING PROGRAM, SO    *
000270*              DATA QUALITY CAN SEE WHAT IS PILING UP AND WHERE.  *
000280*              FIXED, REQUEUED AND WRITTEN-OFF EXCEPTIONS ARE     *
000290*              COUNTED AS CLOSED AND NOT AGED.                    *
000293*  2026-10-15  DP  REASON TEXT ADDED FOR MULTINOMIAL REQUESTS THE *
000296*              NEW FACTMNOM JOB REJECTS (REASON 10).              *
000297*  2026-10-15  DP  REASON TEXT ADDED FOR REQUESTS FACTSERV        *
000298*              REFUSES BECAUSE THE OPERATOR HAS THE N ON HOLD     *
000299*              (REASON 11).                                       *
000300*----------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.    IBM-370.
000340 OBJECT-COMPUTER.    IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT FACTEXC  ASSIGN TO FACTEXC
000380                     ORGANIZATION IS SEQUENTIAL
000390                     FILE STATUS IS WS-FACTEXC-STATUS.
000400     SELECT FACTDSP  ASSIGN TO FACTDSP
000410                     ORGANIZATION IS INDEXED
000420                     ACCESS MODE IS RANDOM
000430                     RECORD KEY IS FACTDSP-KEY
000440                     FILE STATUS IS WS-FACTDSP-STATUS.
000450     SELECT FACTEARP ASSIGN TO FACTEARP
000460                     ORGANIZATION IS SEQUENTIAL
000470                     FILE STATUS IS WS-FACTEARP-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  FACTEXC
000510     LABEL RECORDS ARE STANDARD.
000520     COPY FACTEXCR.
000530 FD  FACTDSP
000540     LABEL RECORDS ARE STANDARD.
000550     COPY FACTDSPR.
000560 FD  FACTEARP
000570     LABEL RECORDS ARE STANDARD.
000580 01  FACTEARP-LINE               PIC X(132).
000590 WORKING-STORAGE SECTION.
000600*----------------------------------------------------------------*
000610*  FILE STATUS FIELDS.                                            *
000620*----------------------------------------------------------------*
000630 01  WS-FILE-STATUSES.
000640     05  WS-FACTEXC-STATUS       PIC X(02).
000650     05  WS-FACTDSP-STATUS       PIC X(02).
000660     05  WS-FACTEARP-STATUS      PIC X(02).
000670*----------------------------------------------------------------*
000680*  STANDALONE COUNTERS AND SWITCHES.                              *
000690*----------------------------------------------------------------*
000700 77  WS-EXC-EOF-SW               PIC X(01)     VALUE 'N'.
000710     88  WS-END-OF-FACTEXC           VALUE 'Y'.
000720 77  WS-NO-DSP-SW                PIC X(01)     VALUE 'N'.
000730     88  WS-NO-DISPOSITIONS          VALUE 'Y'.
000740 77  WS-ON-FILE-SW               PIC X(01)     VALUE 'N'.
000750     88  WS-DISPOSITION-ON-FILE      VALUE 'Y'.
000760 77  WS-TODAY                    PIC X(08)     VALUE SPACES.
000770 77  WS-TODAY-NUM                PIC 9(08)     VALUE 0.
000780 77  WS-TODAY-INTEGER            PIC S9(07)    COMP-3 VALUE 0.
000790 77  WS-EXC-INTEGER              PIC S9(07)    COMP-3 VALUE 0.
000800 77  WS-AGE-DAYS                 PIC S9(07)    COMP-3 VALUE 0.
000810 77  WS-BUCKET                   PIC 9(01)     VALUE 0.
000820 77  WS-REASON                   PIC 9(02)     VALUE 0.
000830 77  WS-READ-COUNT               PIC 9(07)     COMP-3 VALUE 0.
000840 77  WS-CLOSED-COUNT             PIC 9(07)     COMP-3 VALUE 0.
000850 77  WS-REVIEWED-COUNT           PIC 9(07)     COMP-3 VALUE 0.
000860 77  WS-UNTOUCHED-COUNT          PIC 9(07)     COMP-3 VALUE 0.
000870 77  WS-UNDATED-COUNT            PIC 9(07)     COMP-3 VALUE 0.
000880 77  WS-REASON-IDX               PIC 9(03)     COMP-3 VALUE 0.
000890 77  WS-PGM-IDX                  PIC 9(03)     COMP-3 VALUE 0.
000900 77  WS-PGM-COUNT                PIC 9(03)     COMP-3 VALUE 0.
000910 77  WS-PGM-MAX                  PIC 9(03)     COMP-3 VALUE 20.
000920 77  WS-PGM-ROW                  PIC 9(03)     COMP-3 VALUE 0.
000930 77  WS-PGM-FOUND-SW             PIC X(01)     VALUE 'N'.
000940     88  WS-PGM-WAS-FOUND            VALUE 'Y'.
000950 77  WS-BKT-IDX                  PIC 9(01)     COMP-3 VALUE 0.
000960 77  WS-LINE-COUNT               PIC 9(03)     COMP-3 VALUE 99.
000970 77  WS-PAGE-COUNT               PIC 9(05)     COMP-3 VALUE 0.
000980*----------------------------------------------------------------*
000990*  THE DATE AN EXCEPTION IS AGED FROM - ITS BUSINESS DATE, OR THE *
001000*  CALENDAR DATE OF ITS TIMESTAMP WHEN IT WAS WRITTEN BEFORE      *
001010*  BUSINESS DATES WERE CARRIED.                                   *
001020*----------------------------------------------------------------*
001030 01  WS-EXC-DATE.
001040     05  WS-EXC-YYYY             PIC X(04).
001050     05  WS-EXC-MM               PIC X(02).
001060     05  WS-EXC-DD               PIC X(02).
001070 01  WS-EXC-DATE-NUM             REDEFINES WS-EXC-DATE
001080                                 PIC 9(08).
001090*----------------------------------------------------------------*
001100*  OPEN-EXCEPTION BUCKETS.  EVERY ROW HOLDS FOUR AGE BUCKETS -   *
001110*  0-1, 2-7, 8-30 AND OVER 30 DAYS - AND THE ROW TOTAL IN SLOT 5. *
001120*  REASON ROW NN HOLDS REASON CODE NN.  PROGRAM ROWS ARE TAKEN   *
001130*  IN ORDER OF FIRST APPEARANCE - THE LAST ROW IS KEPT BACK AS    *
001140*  OTHER FOR ANY PROGRAM PAST THE TABLE'S CAPACITY.               *
001150*----------------------------------------------------------------*
001160 01  WS-REASON-AGE-AREA.
001170     05  WS-REASON-AGE-TABLE     OCCURS 99 TIMES.
001180         10  WS-REASON-AGE       OCCURS 5 TIMES
001190                                 PIC 9(07)     COMP-3.
001200 01  WS-PGM-AGE-AREA.
001210     05  WS-PGM-AGE-TABLE        OCCURS 20 TIMES.
001220         10  WS-PGM-NAME         PIC X(08).
001230         10  WS-PGM-AGE          OCCURS 5 TIMES
001240                                 PIC 9(07)     COMP-3.
001250 01  WS-GRAND-AGE-AREA.
001260     05  WS-GRAND-AGE            OCCURS 5 TIMES
001270                                 PIC 9(07)     COMP-3.
001280*----------------------------------------------------------------*
001290*  REASON CODE MEANINGS - THE VOCABULARY LIVES IN FACTEXCR.CPY.  *
001300*----------------------------------------------------------------*
001310 01  WS-REASON-TEXTS.
001320     05  FILLER                  PIC X(30)     VALUE
001330         'N REJECTED BY FACTMATH        '.
001340     05  FILLER                  PIC X(30)     VALUE
001350         'R EXCEEDS N                   '.
001360     05  FILLER                  PIC X(30)     VALUE
001370         'N EXCEEDS PUBLISHED LIMIT     '.
001380     05  FILLER                  PIC X(30)     VALUE
001390         'PAIR REJECTED BY FACTMATH     '.
001400     05  FILLER                  PIC X(30)     VALUE
001410         'LOOKUP COVERAGE GAP           '.
001420     05  FILLER                  PIC X(30)     VALUE
001430         'N NOT NUMERIC ON FACTPAIR     '.
001440     05  FILLER                  PIC X(30)     VALUE
001450         'R NOT NUMERIC ON FACTPAIR     '.
001460     05  FILLER                  PIC X(30)     VALUE
001470         'REQUEST REJECTED BY FACTSERV  '.
001480     05  FILLER                  PIC X(30)     VALUE
001490         'STORED VALUE FAILS IDENTITY   '.
001493     05  FILLER                  PIC X(30)     VALUE
001496         'MULTINOMIAL REQUEST REJECTED  '.
001497     05  FILLER                  PIC X(30)     VALUE
001498         'N ON OPERATOR HOLD            '.
001500 01  WS-REASON-TEXT-TABLE        REDEFINES WS-REASON-TEXTS.
001510     05  WS-REASON-TEXT          OCCURS 11 TIMES
001520                                 PIC X(30).
001530 77  WS-UNKNOWN-REASON-TEXT      PIC X(30)     VALUE
001540         'UNKNOWN REASON CODE           '.
001550*----------------------------------------------------------------*
001560*  REPORT LINES.  THE ROW LABEL IS BUILT IN ONE OF THE TWO LABEL  *
001570*  AREAS AND MOVED INTO THE BUCKET LINE.                          *
001580*----------------------------------------------------------------*
001590 01  WS-HEADING-1.
001600     05  FILLER                  PIC X(20)     VALUE
001610         'FACTEAGE            '.
001620     05  FILLER                  PIC X(40)     VALUE
001630         'OPEN EXCEPTION AGING                    '.
001640     05  FILLER                  PIC X(06)     VALUE SPACES.
001650     05  FILLER                  PIC X(14)     VALUE
001660         'BUSINESS DATE '.
001670     05  WS-HDG1-DATE            PIC X(08).
001680     05  FILLER                  PIC X(33)     VALUE SPACES.
001690     05  FILLER                  PIC X(05)     VALUE 'PAGE '.
001700     05  WS-HDG1-PAGE            PIC ZZ,ZZ9.
001710 01  WS-COL-HEADING.
001720     05  FILLER                  PIC X(02)     VALUE SPACES.
001730     05  WS-COL-LABEL            PIC X(41).
001740     05  FILLER                  PIC X(22)     VALUE
001745         '        0-1        2-7'.
001750     05  FILLER                  PIC X(33)     VALUE
001755         '       8-30    OVER 30      TOTAL'.
001760     05  FILLER                  PIC X(34)     VALUE SPACES.
001770 01  WS-BUCKET-LINE.
001780     05  FILLER                  PIC X(02)     VALUE SPACES.
001790     05  WS-BKT-LABEL            PIC X(41).
001800     05  WS-BKT-ENTRY            OCCURS 5 TIMES.
001810         10  FILLER              PIC X(02).
001820         10  WS-BKT-VALUE        PIC Z,ZZZ,ZZ9.
001830     05  FILLER                  PIC X(34)     VALUE SPACES.
001840 01  WS-REASON-LABEL.
001850     05  FILLER                  PIC X(07)     VALUE 'REASON '.
001860     05  WS-RLBL-REASON          PIC Z9.
001870     05  FILLER                  PIC X(02)     VALUE SPACES.
001880     05  WS-RLBL-TEXT            PIC X(30).
001890 01  WS-PGM-LABEL.
001900     05  FILLER                  PIC X(08)     VALUE 'PROGRAM '.
001910     05  WS-PLBL-NAME            PIC X(08).
001920     05  FILLER                  PIC X(25)     VALUE SPACES.
001930 01  WS-TOTAL-LINE.
001940     05  FILLER                  PIC X(02)     VALUE SPACES.
001950     05  WS-TOT-TEXT             PIC X(34).
001960     05  WS-TOT-VALUE            PIC Z,ZZZ,ZZ9.
001970     05  FILLER                  PIC X(87)     VALUE SPACES.
001980 01  WS-SAVE-LINE                PIC X(132)    VALUE SPACES.
001990*----------------------------------------------------------------*
002000*  LINKAGE FOR THE FACTCYCK BUSINESS-CYCLE SUBROUTINE.            *
002010*----------------------------------------------------------------*
002020     COPY FACTYLNK.
002030 PROCEDURE DIVISION.
002040*----------------------------------------------------------------*
002050*  0000-MAINLINE                                                  *
002060*----------------------------------------------------------------*
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     IF NOT WS-END-OF-FACTEXC
002100         PERFORM 2000-AGE-ONE-EXCEPTION THRU 2000-EXIT
002110             UNTIL WS-END-OF-FACTEXC
002120         CLOSE FACTEXC
002130     END-IF.
002140     IF NOT WS-NO-DISPOSITIONS
002150         CLOSE FACTDSP
002160     END-IF.
002170     PERFORM 3000-WRITE-BY-REASON THRU 3000-EXIT.
002180     PERFORM 4000-WRITE-BY-PROGRAM THRU 4000-EXIT.
002190     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
002200     CLOSE FACTEARP.
002210     DISPLAY 'FACTEAGE - ' WS-READ-COUNT ' EXCEPTIONS READ - '
002220         WS-GRAND-AGE(5) ' STILL OPEN'.
002230 0000-EXIT.
002240     STOP RUN.
002250*----------------------------------------------------------------*
002260*  1000-INITIALIZE                                                *
002270*  A MISSING FACTEXC IS A CLEAN REPORT OF ZEROES.  A MISSING      *
002280*  FACTDSP MEANS NOTHING HAS EVER BEEN DISPOSED OF - EVERY        *
002290*  EXCEPTION ON FILE IS OPEN.                                     *
002300*----------------------------------------------------------------*
002310 1000-INITIALIZE.
002320     CALL 'FACTCYCK' USING FACTY-BUSINESS-DATE, FACTY-CYCLE-STATE.
002330     MOVE FACTY-BUSINESS-DATE TO WS-TODAY.
002340     MOVE WS-TODAY TO WS-HDG1-DATE.
002350     MOVE WS-TODAY TO WS-TODAY-NUM.
002360     COMPUTE WS-TODAY-INTEGER =
002370         FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
002380     INITIALIZE WS-REASON-AGE-AREA.
002390     INITIALIZE WS-PGM-AGE-AREA.
002400     INITIALIZE WS-GRAND-AGE-AREA.
002410     OPEN OUTPUT FACTEARP.
002420     OPEN INPUT FACTEXC.
002430     IF WS-FACTEXC-STATUS = '35'
002440         MOVE 'Y' TO WS-EXC-EOF-SW
002450     END-IF.
002460     OPEN INPUT FACTDSP.
002470     IF WS-FACTDSP-STATUS NOT = '00'
002480         DISPLAY 'FACTEAGE - NO FACTDSP DISPOSITIONS - STATUS '
002490             WS-FACTDSP-STATUS ' - EVERY EXCEPTION IS OPEN'
002500         MOVE 'Y' TO WS-NO-DSP-SW
002510     END-IF.
002520 1000-EXIT.
002530     EXIT.
002540*----------------------------------------------------------------*
002550*  2000-AGE-ONE-EXCEPTION                                         *
002560*  AN EXCEPTION IS OPEN WHEN IT HAS NO DISPOSITION OR HAS ONLY    *
002570*  BEEN MARKED REVIEWED.  AN OPEN ONE IS AGED AND COUNTED UNDER   *
002580*  ITS REASON CODE, ITS ORIGINATING PROGRAM AND THE GRAND TOTAL.  *
002590*----------------------------------------------------------------*
002600 2000-AGE-ONE-EXCEPTION.
002610     READ FACTEXC
002620         AT END
002630             MOVE 'Y' TO WS-EXC-EOF-SW
002640             GO TO 2000-EXIT
002650     END-READ.
002660     ADD 1 TO WS-READ-COUNT.
002670     PERFORM 2100-FIND-DISPOSITION THRU 2100-EXIT.
002680     IF WS-DISPOSITION-ON-FILE
002690         IF FACTDSP-STILL-OPEN
002700             ADD 1 TO WS-REVIEWED-COUNT
002710         ELSE
002720             ADD 1 TO WS-CLOSED-COUNT
002730             GO TO 2000-EXIT
002740         END-IF
002750     ELSE
002760         ADD 1 TO WS-UNTOUCHED-COUNT
002770     END-IF.
002780     PERFORM 2200-FIND-BUCKET THRU 2200-EXIT.
002790     ADD 1 TO WS-GRAND-AGE(WS-BUCKET).
002800     ADD 1 TO WS-GRAND-AGE(5).
002810     MOVE FACTEXC-REASON-CODE TO WS-REASON.
002820     IF WS-REASON < 1
002830         DISPLAY 'FACTEAGE - REASON CODE ZERO ON FILE - '
002840             'AGED UNDER ITS PROGRAM ONLY'
002850     ELSE
002860         ADD 1 TO WS-REASON-AGE(WS-REASON, WS-BUCKET)
002870         ADD 1 TO WS-REASON-AGE(WS-REASON, 5)
002880     END-IF.
002890     PERFORM 2300-FIND-PROGRAM-ROW THRU 2300-EXIT.
002900     ADD 1 TO WS-PGM-AGE(WS-PGM-IDX, WS-BUCKET).
002910     ADD 1 TO WS-PGM-AGE(WS-PGM-IDX, 5).
002920 2000-EXIT.
002930     EXIT.
002940*----------------------------------------------------------------*
002950*  2100-FIND-DISPOSITION                                          *
002960*----------------------------------------------------------------*
002970 2100-FIND-DISPOSITION.
002980     MOVE 'N' TO WS-ON-FILE-SW.
002990     IF WS-NO-DISPOSITIONS
003000         GO TO 2100-EXIT
003010     END-IF.
003020     MOVE FACTEXC-PROGRAM-ID TO FACTDSP-PROGRAM-ID.
003030     MOVE FACTEXC-JOB-ID TO FACTDSP-JOB-ID.
003040     MOVE FACTEXC-N TO FACTDSP-N.
003050     MOVE FACTEXC-R TO FACTDSP-R.
003060     MOVE FACTEXC-REASON-CODE TO FACTDSP-REASON-CODE.
003070     MOVE FACTEXC-TIMESTAMP TO FACTDSP-EXC-TIMESTAMP.
003080     READ FACTDSP
003090         INVALID KEY
003100             GO TO 2100-EXIT
003110     END-READ.
003120     MOVE 'Y' TO WS-ON-FILE-SW.
003130 2100-EXIT.
003140     EXIT.
003150*----------------------------------------------------------------*
003160*  2200-FIND-BUCKET                                               *
003170*  AGE IS WHOLE BUSINESS DAYS FROM THE EXCEPTION'S OWN DATE TO    *
003180*  THE CURRENT BUSINESS DATE.  A DATE THAT CANNOT BE AGED GOES    *
003190*  TO THE OLDEST BUCKET, WHERE SOMEONE WILL LOOK AT IT, AND A     *
003200*  DATE AHEAD OF THE CYCLE (A REOPENED EARLIER DAY) TO THE        *
003210*  YOUNGEST.                                                      *
003220*----------------------------------------------------------------*
003230 2200-FIND-BUCKET.
003240     IF FACTEXC-BUSINESS-DATE IS NUMERIC
003250         MOVE FACTEXC-BUSINESS-DATE TO WS-EXC-DATE
003260     ELSE
003270         MOVE FACTEXC-TIMESTAMP(1:8) TO WS-EXC-DATE
003280     END-IF.
003290     MOVE 4 TO WS-BUCKET.
003300     IF WS-EXC-DATE IS NOT NUMERIC
003310         OR WS-EXC-MM < '01' OR WS-EXC-MM > '12'
003320         OR WS-EXC-DD < '01' OR WS-EXC-DD > '31'
003330         OR WS-EXC-YYYY < '1601'
003340         ADD 1 TO WS-UNDATED-COUNT
003350         GO TO 2200-EXIT
003360     END-IF.
003370     COMPUTE WS-EXC-INTEGER =
003380         FUNCTION INTEGER-OF-DATE(WS-EXC-DATE-NUM).
003390     IF WS-EXC-INTEGER = 0
003400         ADD 1 TO WS-UNDATED-COUNT
003410         GO TO 2200-EXIT
003420     END-IF.
003430     COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER - WS-EXC-INTEGER.
003440     IF WS-AGE-DAYS < 2
003450         MOVE 1 TO WS-BUCKET
003460     ELSE
003470         IF WS-AGE-DAYS < 8
003480             MOVE 2 TO WS-BUCKET
003490         ELSE
003500             IF WS-AGE-DAYS < 31
003510                 MOVE 3 TO WS-BUCKET
003520             END-IF
003530         END-IF
003540     END-IF.
003550 2200-EXIT.
003560     EXIT.
003570*----------------------------------------------------------------*
003580*  2300-FIND-PROGRAM-ROW                                          *
003590*  A PROGRAM SEEN FOR THE FIRST TIME TAKES THE NEXT FREE ROW.     *
003600*  ONCE ALL BUT THE LAST ROW ARE TAKEN, NEWCOMERS SHARE THE LAST  *
003610*  ROW UNDER THE NAME OTHER.                                      *
003620*----------------------------------------------------------------*
003630 2300-FIND-PROGRAM-ROW.
003640     MOVE 'N' TO WS-PGM-FOUND-SW.
003650     PERFORM 2310-TEST-ONE-ROW THRU 2310-EXIT
003660         VARYING WS-PGM-IDX FROM 1 BY 1
003670         UNTIL WS-PGM-IDX > WS-PGM-COUNT
003680         OR WS-PGM-WAS-FOUND.
003690     IF WS-PGM-WAS-FOUND
003700         MOVE WS-PGM-ROW TO WS-PGM-IDX
003710         GO TO 2300-EXIT
003720     END-IF.
003730     IF WS-PGM-COUNT < WS-PGM-MAX - 1
003740         ADD 1 TO WS-PGM-COUNT
003750         MOVE WS-PGM-COUNT TO WS-PGM-IDX
003760         MOVE FACTEXC-PROGRAM-ID TO WS-PGM-NAME(WS-PGM-IDX)
003770     ELSE
003780         MOVE WS-PGM-MAX TO WS-PGM-IDX
003790         MOVE 'OTHER' TO WS-PGM-NAME(WS-PGM-IDX)
003800     END-IF.
003810 2300-EXIT.
003820     EXIT.
003830*----------------------------------------------------------------*
003840*  2310-TEST-ONE-ROW                                              *
003850*----------------------------------------------------------------*
003860 2310-TEST-ONE-ROW.
003870     IF WS-PGM-NAME(WS-PGM-IDX) NOT = FACTEXC-PROGRAM-ID
003880         GO TO 2310-EXIT
003890     END-IF.
003900     MOVE WS-PGM-IDX TO WS-PGM-ROW.
003910     MOVE 'Y' TO WS-PGM-FOUND-SW.
003920 2310-EXIT.
003930     EXIT.
003940*----------------------------------------------------------------*
003950*  3000-WRITE-BY-REASON                                           *
003960*  ONE LINE PER REASON CODE WITH ANY OPEN EXCEPTION, ON A PAGE    *
003970*  OF ITS OWN.                                                    *
003980*----------------------------------------------------------------*
003990 3000-WRITE-BY-REASON.
004000     MOVE 'OPEN EXCEPTIONS BY REASON CODE' TO WS-COL-LABEL.
004010     MOVE 99 TO WS-LINE-COUNT.
004020     PERFORM 3100-WRITE-ONE-REASON THRU 3100-EXIT
004030         VARYING WS-REASON-IDX FROM 1 BY 1
004040         UNTIL WS-REASON-IDX > 99.
004050 3000-EXIT.
004060     EXIT.
004070*----------------------------------------------------------------*
004080*  3100-WRITE-ONE-REASON                                          *
004090*----------------------------------------------------------------*
004100 3100-WRITE-ONE-REASON.
004110     IF WS-REASON-AGE(WS-REASON-IDX, 5) = 0
004120         GO TO 3100-EXIT
004130     END-IF.
004140     MOVE WS-REASON-IDX TO WS-RLBL-REASON.
004150     IF WS-REASON-IDX NOT > 11
004160         MOVE WS-REASON-TEXT(WS-REASON-IDX) TO WS-RLBL-TEXT
004170     ELSE
004180         MOVE WS-UNKNOWN-REASON-TEXT TO WS-RLBL-TEXT
004190     END-IF.
004200     MOVE WS-REASON-LABEL TO WS-BKT-LABEL.
004210     PERFORM 3200-MOVE-ONE-BUCKET THRU 3200-EXIT
004220         VARYING WS-BKT-IDX FROM 1 BY 1
004230         UNTIL WS-BKT-IDX > 5.
004240     MOVE WS-BUCKET-LINE TO FACTEARP-LINE.
004250     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
004260 3100-EXIT.
004270     EXIT.
004280*----------------------------------------------------------------*
004290*  3200-MOVE-ONE-BUCKET                                           *
004300*----------------------------------------------------------------*
004310 3200-MOVE-ONE-BUCKET.
004320     MOVE WS-REASON-AGE(WS-REASON-IDX, WS-BKT-IDX)
004330         TO WS-BKT-VALUE(WS-BKT-IDX).
004340 3200-EXIT.
004350     EXIT.
004360*----------------------------------------------------------------*
004370*  4000-WRITE-BY-PROGRAM                                          *
004380*  ONE LINE PER ORIGINATING PROGRAM WITH ANY OPEN EXCEPTION, ON A *
004390*  PAGE OF ITS OWN, FOLLOWED BY THE ALL-PROGRAMS LINE.            *
004400*----------------------------------------------------------------*
004410 4000-WRITE-BY-PROGRAM.
004420     MOVE 'OPEN EXCEPTIONS BY ORIGINATING PROGRAM'
004430         TO WS-COL-LABEL.
004440     MOVE 99 TO WS-LINE-COUNT.
004450     PERFORM 4100-WRITE-ONE-PROGRAM THRU 4100-EXIT
004460         VARYING WS-PGM-IDX FROM 1 BY 1
004470         UNTIL WS-PGM-IDX > WS-PGM-MAX.
004480     MOVE SPACES TO FACTEARP-LINE.
004490     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
004500     MOVE 'ALL OPEN EXCEPTIONS' TO WS-BKT-LABEL.
004510     PERFORM 4300-MOVE-ONE-GRAND THRU 4300-EXIT
004520         VARYING WS-BKT-IDX FROM 1 BY 1
004530         UNTIL WS-BKT-IDX > 5.
004540     MOVE WS-BUCKET-LINE TO FACTEARP-LINE.
004550     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
004560 4000-EXIT.
004570     EXIT.
004580*----------------------------------------------------------------*
004590*  4100-WRITE-ONE-PROGRAM                                         *
004600*----------------------------------------------------------------*
004610 4100-WRITE-ONE-PROGRAM.
004620     IF WS-PGM-AGE(WS-PGM-IDX, 5) = 0
004630         GO TO 4100-EXIT
004640     END-IF.
004650     MOVE WS-PGM-NAME(WS-PGM-IDX) TO WS-PLBL-NAME.
004660     MOVE WS-PGM-LABEL TO WS-BKT-LABEL.
004670     PERFORM 4200-MOVE-ONE-BUCKET THRU 4200-EXIT
004680         VARYING WS-BKT-IDX FROM 1 BY 1
004690         UNTIL WS-BKT-IDX > 5.
004700     MOVE WS-BUCKET-LINE TO FACTEARP-LINE.
004710     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
004720 4100-EXIT.
004730     EXIT.
004740*----------------------------------------------------------------*
004750*  4200-MOVE-ONE-BUCKET                                           *
004760*----------------------------------------------------------------*
004770 4200-MOVE-ONE-BUCKET.
004780     MOVE WS-PGM-AGE(WS-PGM-IDX, WS-BKT-IDX)
004790         TO WS-BKT-VALUE(WS-BKT-IDX).
004800 4200-EXIT.
004810     EXIT.
004820*----------------------------------------------------------------*
004830*  4300-MOVE-ONE-GRAND                                            *
004840*----------------------------------------------------------------*
004850 4300-MOVE-ONE-GRAND.
004860     MOVE WS-GRAND-AGE(WS-BKT-IDX) TO WS-BKT-VALUE(WS-BKT-IDX).
004870 4300-EXIT.
004880     EXIT.
004890*----------------------------------------------------------------*
004900*  5000-WRITE-TOTALS                                              *
004910*----------------------------------------------------------------*
004920 5000-WRITE-TOTALS.
004930     MOVE SPACES TO FACTEARP-LINE.
004940     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
004950     MOVE 'EXCEPTIONS ON FACTEXC             ' TO WS-TOT-TEXT.
004960     MOVE WS-READ-COUNT TO WS-TOT-VALUE.
004970     PERFORM 5100-WRITE-ONE-TOTAL THRU 5100-EXIT.
004980     MOVE 'CLOSED BY DISPOSITION             ' TO WS-TOT-TEXT.
004990     MOVE WS-CLOSED-COUNT TO WS-TOT-VALUE.
005000     PERFORM 5100-WRITE-ONE-TOTAL THRU 5100-EXIT.
005010     MOVE 'OPEN - REVIEWED ONLY              ' TO WS-TOT-TEXT.
005020     MOVE WS-REVIEWED-COUNT TO WS-TOT-VALUE.
005030     PERFORM 5100-WRITE-ONE-TOTAL THRU 5100-EXIT.
005040     MOVE 'OPEN - NO DISPOSITION POSTED      ' TO WS-TOT-TEXT.
005050     MOVE WS-UNTOUCHED-COUNT TO WS-TOT-VALUE.
005060     PERFORM 5100-WRITE-ONE-TOTAL THRU 5100-EXIT.
005070     MOVE 'OPEN - UNDATED, AGED OVER 30      ' TO WS-TOT-TEXT.
005080     MOVE WS-UNDATED-COUNT TO WS-TOT-VALUE.
005090     PERFORM 5100-WRITE-ONE-TOTAL THRU 5100-EXIT.
005100 5000-EXIT.
005110     EXIT.
005120*----------------------------------------------------------------*
005130*  5100-WRITE-ONE-TOTAL                                           *
005140*----------------------------------------------------------------*
005150 5100-WRITE-ONE-TOTAL.
005160     MOVE WS-TOTAL-LINE TO FACTEARP-LINE.
005170     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
005180 5100-EXIT.
005190     EXIT.
005200*----------------------------------------------------------------*
005210*  8000-PRINT-LINE                                                *
005220*  WRITES ONE LINE, BREAKING TO A FRESH PAGE WITH THE REPORT      *
005230*  HEADING EVERY 60 LINES.                                        *
005240*----------------------------------------------------------------*
005250 8000-PRINT-LINE.
005260     IF WS-LINE-COUNT > 59
005270         PERFORM 8100-PRINT-PAGE-HEADING THRU 8100-EXIT
005280     END-IF.
005290     WRITE FACTEARP-LINE AFTER ADVANCING 1 LINE.
005300     ADD 1 TO WS-LINE-COUNT.
005310 8000-EXIT.
005320     EXIT.
005330*----------------------------------------------------------------*
005340*  8100-PRINT-PAGE-HEADING                                        *
005350*----------------------------------------------------------------*
005360 8100-PRINT-PAGE-HEADING.
005370     MOVE FACTEARP-LINE TO WS-SAVE-LINE.
005380     ADD 1 TO WS-PAGE-COUNT.
005390     MOVE WS-PAGE-COUNT TO WS-HDG1-PAGE.
005400     WRITE FACTEARP-LINE FROM WS-HEADING-1
005410         AFTER ADVANCING PAGE.
005420     MOVE SPACES TO FACTEARP-LINE.
005430     WRITE FACTEARP-LINE AFTER ADVANCING 1 LINE.
005440     WRITE FACTEARP-LINE FROM WS-COL-HEADING
005450         AFTER ADVANCING 1 LINE.
005460     MOVE SPACES TO FACTEARP-LINE.
005470     WRITE FACTEARP-LINE AFTER ADVANCING 1 LINE.
005480     MOVE 5 TO WS-LINE-COUNT.
005490     MOVE WS-SAVE-LINE TO FACTEARP-LINE.
005500 8100-EXIT.
005510     EXIT.
