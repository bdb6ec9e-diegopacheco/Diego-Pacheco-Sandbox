000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     FACTCYCL.
000120 AUTHOR.         D. PACHECO.
000130 INSTALLATION.   COMBINATORICS BATCH GROUP.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*----------------------------------------------------------------*
000170*  MODIFICATION HISTORY                                          *
000180*  2026-10-15  DP  ORIGINAL - BUSINESS-CYCLE OPEN/CLOSE UTILITY.  *
000190*              MAINTAINS THE ONE FACTCYC CONTROL RECORD (SEE      *
000200*              COPYBOOKS/FACTCYCR.CPY) EVERY SUITE WRITER DATES   *
000210*              ITS TRAIL RECORDS FROM.  THE ACTION COMES FROM THE *
000220*              FACTYCTL CONTROL FILE (SEE COPYBOOKS/FACTYCLR.CPY) *
000230*                O - OPEN A NEW BUSINESS DATE.  THE LAST CYCLE    *
000240*                    MUST BE CLOSED, AND THE NEW DATE MUST BE     *
000250*                    LATER THAN IT.                               *
000260*                C - CLOSE THE OPEN CYCLE.  FROM HERE ON EVERY    *
000270*                    SUITE WRITER REFUSES TO START.               *
000280*                R - REOPEN THE CLOSED CYCLE FOR A LATE RERUN.    *
000290*                    THE REOPENING OPERATOR'S ID, THE TIME AND A  *
000300*                    REOPEN COUNT ARE KEPT ON THE RECORD.         *
000310*              AN ACTION THAT DOES NOT FIT THE CYCLE ON FILE IS   *
000320*              REFUSED WITH CONDITION CODE 8 AND FACTCYC IS LEFT  *
000330*              UNTOUCHED.  CLOSING A CLOSED CYCLE OR REOPENING AN *
000340*              OPEN ONE IS HARMLESS AND ENDS WITH CODE 4.         *
000350*----------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.    IBM-370.
000390 OBJECT-COMPUTER.    IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT FACTYCTL ASSIGN TO FACTYCTL
000430                     ORGANIZATION IS SEQUENTIAL
000440                     FILE STATUS IS WS-FACTYCTL-STATUS.
000450     SELECT FACTCYC  ASSIGN TO FACTCYC
000460                     ORGANIZATION IS SEQUENTIAL
000470                     FILE STATUS IS WS-FACTCYC-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  FACTYCTL
000510     LABEL RECORDS ARE STANDARD.
000520     COPY FACTYCLR.
000530 FD  FACTCYC
000540     LABEL RECORDS ARE STANDARD.
000550     COPY FACTCYCR.
000560 WORKING-STORAGE SECTION.
000570*----------------------------------------------------------------*
000580*  FILE STATUS FIELDS.                                            *
000590*----------------------------------------------------------------*
000600 01  WS-FILE-STATUSES.
000610     05  WS-FACTYCTL-STATUS      PIC X(02).
000620     05  WS-FACTCYC-STATUS       PIC X(02).
000630*----------------------------------------------------------------*
000640*  THE CYCLE RECORD AS READ - HELD HERE BECAUSE FACTCYC IS        *
000650*  CLOSED AND REOPENED OUTPUT BEFORE THE NEW RECORD IS WRITTEN.   *
000660*----------------------------------------------------------------*
000670     COPY FACTCYCR REPLACING
000680         ==FACTCYC-RECORD== BY ==WS-CYC-RECORD==
000690         ==FACTCYC-BUSINESS-DATE== BY ==WS-CYC-BUSINESS-DATE==
000700         ==FACTCYC-STATE== BY ==WS-CYC-STATE==
000710         ==FACTCYC-OPEN== BY ==WS-CYC-OPEN==
000720         ==FACTCYC-CLOSED== BY ==WS-CYC-CLOSED==
000730         ==FACTCYC-OPENED-BY== BY ==WS-CYC-OPENED-BY==
000740         ==FACTCYC-OPENED-TIME== BY ==WS-CYC-OPENED-TIME==
000750         ==FACTCYC-CLOSED-BY== BY ==WS-CYC-CLOSED-BY==
000760         ==FACTCYC-CLOSED-TIME== BY ==WS-CYC-CLOSED-TIME==
000770         ==FACTCYC-REOPEN-COUNT== BY ==WS-CYC-REOPEN-COUNT==
000773         ==FACTCYC-REOPENED-BY== BY ==WS-CYC-REOPENED-BY==
000776         ==FACTCYC-REOPENED-TIME== BY ==WS-CYC-REOPENED-TIME==.
000780*----------------------------------------------------------------*
000790*  STANDALONE COUNTERS AND SWITCHES.                              *
000800*----------------------------------------------------------------*
000810 77  WS-ABORT-SW                 PIC X(01)     VALUE 'N'.
000820     88  WS-JOB-ABORTED              VALUE 'Y'.
000830 77  WS-NO-CHANGE-SW             PIC X(01)     VALUE 'N'.
000840     88  WS-NOTHING-TO-DO            VALUE 'Y'.
000850 77  WS-CYCLE-SW                 PIC X(01)     VALUE 'N'.
000860     88  WS-CYCLE-ON-FILE            VALUE 'Y'.
000870 77  WS-ACTION                   PIC X(01)     VALUE SPACE.
000880 77  WS-OPERATOR-ID              PIC X(08)     VALUE SPACES.
000890 77  WS-KEYED-DATE               PIC X(08)     VALUE SPACES.
000900 77  WS-TODAY                    PIC X(08)     VALUE SPACES.
000910 77  WS-CLOCK                    PIC X(08)     VALUE SPACES.
000920 77  WS-STAMP-TIME               PIC X(14)     VALUE SPACES.
000930*----------------------------------------------------------------*
000940*  CALENDAR ARITHMETIC - A DATE IS CHECKED, OR STEPPED ON ONE     *
000950*  DAY, IN WS-DATE-WORK.                                          *
000960*----------------------------------------------------------------*
000970 01  WS-DATE-WORK.
000980     05  WS-DATE-YYYY            PIC 9(04).
000990     05  WS-DATE-MM              PIC 9(02).
001000     05  WS-DATE-DD              PIC 9(02).
001010 01  WS-DATE-TEXT                REDEFINES WS-DATE-WORK
001020                                 PIC X(08).
001030 01  WS-MONTH-DAY-VALUES.
001040     05  FILLER                  PIC X(24)
001050                                 VALUE '312831303130313130313031'.
001060 01  WS-MONTH-DAY-TABLE          REDEFINES WS-MONTH-DAY-VALUES.
001070     05  WS-MONTH-DAYS           PIC 9(02)     OCCURS 12 TIMES.
001080 77  WS-DAYS-IN-MONTH            PIC 9(02)     VALUE 0.
001090 77  WS-YEAR-QUOT                PIC 9(04)     COMP-3 VALUE 0.
001100 77  WS-YEAR-REM-4               PIC 9(03)     COMP-3 VALUE 0.
001110 77  WS-YEAR-REM-100             PIC 9(03)     COMP-3 VALUE 0.
001120 77  WS-YEAR-REM-400             PIC 9(03)     COMP-3 VALUE 0.
001130 77  WS-DATE-OK-SW               PIC X(01)     VALUE 'N'.
001140     88  WS-DATE-IS-VALID            VALUE 'Y'.
001150 PROCEDURE DIVISION.
001160*----------------------------------------------------------------*
001170*  0000-MAINLINE                                                  *
001180*----------------------------------------------------------------*
001190 0000-MAINLINE.
001200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001210     IF WS-JOB-ABORTED
001220         MOVE 8 TO RETURN-CODE
001230         GO TO 0000-EXIT
001240     END-IF.
001250     PERFORM 2000-READ-CYCLE THRU 2000-EXIT.
001260     EVALUATE WS-ACTION
001270         WHEN 'O'
001280             PERFORM 3000-OPEN-CYCLE THRU 3000-EXIT
001290         WHEN 'C'
001300             PERFORM 4000-CLOSE-CYCLE THRU 4000-EXIT
001310         WHEN 'R'
001320             PERFORM 5000-REOPEN-CYCLE THRU 5000-EXIT
001330     END-EVALUATE.
001340     IF WS-JOB-ABORTED
001350         MOVE 8 TO RETURN-CODE
001360         GO TO 0000-EXIT
001370     END-IF.
001380     IF WS-NOTHING-TO-DO
001390         MOVE 4 TO RETURN-CODE
001400         GO TO 0000-EXIT
001410     END-IF.
001420     PERFORM 6000-WRITE-CYCLE THRU 6000-EXIT.
001430 0000-EXIT.
001440     STOP RUN.
001450*----------------------------------------------------------------*
001460*  1000-INITIALIZE                                                *
001470*  THE ACTION CARD MUST NAME A KNOWN ACTION AND AN OPERATOR, AND  *
001480*  ANY DATE KEYED ON IT MUST BE A REAL CALENDAR DATE.             *
001490*----------------------------------------------------------------*
001500 1000-INITIALIZE.
001510     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001520     ACCEPT WS-CLOCK FROM TIME.
001530     STRING WS-TODAY DELIMITED BY SIZE
001540         WS-CLOCK(1:6) DELIMITED BY SIZE
001550         INTO WS-STAMP-TIME.
001560     OPEN INPUT FACTYCTL.
001570     IF WS-FACTYCTL-STATUS = '35'
001580         DISPLAY 'FACTCYCL - FACTYCTL NOT ON FILE - JOB ABORTED'
001590         MOVE 'Y' TO WS-ABORT-SW
001600         GO TO 1000-EXIT
001610     END-IF.
001620     READ FACTYCTL
001630         AT END
001640             DISPLAY 'FACTCYCL - FACTYCTL IS EMPTY - JOB ABORTED'
001650             MOVE 'Y' TO WS-ABORT-SW
001660             CLOSE FACTYCTL
001670             GO TO 1000-EXIT
001680     END-READ.
001690     MOVE FACTYCTL-ACTION TO WS-ACTION.
001700     MOVE FACTYCTL-BUSINESS-DATE TO WS-KEYED-DATE.
001710     MOVE FACTYCTL-OPERATOR-ID TO WS-OPERATOR-ID.
001720     CLOSE FACTYCTL.
001730     IF WS-ACTION NOT = 'O' AND WS-ACTION NOT = 'C'
001740         AND WS-ACTION NOT = 'R'
001750         DISPLAY 'FACTCYCL - ACTION ' WS-ACTION
001760             ' NOT O, C OR R - JOB ABORTED'
001770         MOVE 'Y' TO WS-ABORT-SW
001780         GO TO 1000-EXIT
001790     END-IF.
001800     IF WS-OPERATOR-ID = SPACES
001810         DISPLAY 'FACTCYCL - OPERATOR ID BLANK ON FACTYCTL - JOB '
001820             'ABORTED'
001830         MOVE 'Y' TO WS-ABORT-SW
001840         GO TO 1000-EXIT
001850     END-IF.
001860     IF WS-KEYED-DATE = SPACES
001870         GO TO 1000-EXIT
001880     END-IF.
001890     MOVE WS-KEYED-DATE TO WS-DATE-TEXT.
001900     PERFORM 7000-CHECK-DATE THRU 7000-EXIT.
001910     IF NOT WS-DATE-IS-VALID
001920         DISPLAY 'FACTCYCL - BUSINESS DATE ' WS-KEYED-DATE
001930             ' IS NOT A CALENDAR DATE - JOB ABORTED'
001940         MOVE 'Y' TO WS-ABORT-SW
001950     END-IF.
001960 1000-EXIT.
001970     EXIT.
001980*----------------------------------------------------------------*
001990*  2000-READ-CYCLE                                                *
002000*----------------------------------------------------------------*
002010 2000-READ-CYCLE.
002020     OPEN INPUT FACTCYC.
002030     IF WS-FACTCYC-STATUS = '35'
002040         GO TO 2000-EXIT
002050     END-IF.
002060     READ FACTCYC
002070         AT END
002080             CLOSE FACTCYC
002090             GO TO 2000-EXIT
002100     END-READ.
002110     MOVE FACTCYC-RECORD TO WS-CYC-RECORD.
002120     MOVE 'Y' TO WS-CYCLE-SW.
002130     CLOSE FACTCYC.
002140 2000-EXIT.
002150     EXIT.
002160*----------------------------------------------------------------*
002170*  3000-OPEN-CYCLE                                                *
002180*  AN UNKEYED DATE OPENS THE DAY AFTER THE LAST CYCLE, OR TODAY   *
002190*  WHEN THERE HAS BEEN NO CYCLE YET.                              *
002200*----------------------------------------------------------------*
002210 3000-OPEN-CYCLE.
002220     IF WS-CYCLE-ON-FILE AND WS-CYC-OPEN
002230         DISPLAY 'FACTCYCL - CYCLE ' WS-CYC-BUSINESS-DATE
002240             ' IS STILL OPEN - CLOSE IT FIRST - JOB ABORTED'
002250         MOVE 'Y' TO WS-ABORT-SW
002260         GO TO 3000-EXIT
002270     END-IF.
002280     IF WS-KEYED-DATE = SPACES
002290         IF WS-CYCLE-ON-FILE
002300             MOVE WS-CYC-BUSINESS-DATE TO WS-DATE-TEXT
002310             PERFORM 7100-NEXT-DAY THRU 7100-EXIT
002320             MOVE WS-DATE-TEXT TO WS-KEYED-DATE
002330         ELSE
002340             MOVE WS-TODAY TO WS-KEYED-DATE
002350         END-IF
002360     END-IF.
002370     IF WS-CYCLE-ON-FILE
002380         AND WS-KEYED-DATE NOT > WS-CYC-BUSINESS-DATE
002390         DISPLAY 'FACTCYCL - BUSINESS DATE ' WS-KEYED-DATE
002400             ' IS NOT AFTER THE LAST CYCLE ' WS-CYC-BUSINESS-DATE
002410             ' - JOB ABORTED'
002420         MOVE 'Y' TO WS-ABORT-SW
002430         GO TO 3000-EXIT
002440     END-IF.
002450     MOVE WS-KEYED-DATE TO WS-CYC-BUSINESS-DATE.
002460     MOVE 'O' TO WS-CYC-STATE.
002470     MOVE WS-OPERATOR-ID TO WS-CYC-OPENED-BY.
002480     MOVE WS-STAMP-TIME TO WS-CYC-OPENED-TIME.
002490     MOVE SPACES TO WS-CYC-CLOSED-BY.
002500     MOVE SPACES TO WS-CYC-CLOSED-TIME.
002510     MOVE 0 TO WS-CYC-REOPEN-COUNT.
002513     MOVE SPACES TO WS-CYC-REOPENED-BY.
002516     MOVE SPACES TO WS-CYC-REOPENED-TIME.
002520     DISPLAY 'FACTCYCL - CYCLE ' WS-CYC-BUSINESS-DATE
002530         ' OPENED BY ' WS-OPERATOR-ID.
002540 3000-EXIT.
002550     EXIT.
002560*----------------------------------------------------------------*
002570*  4000-CLOSE-CYCLE                                               *
002580*----------------------------------------------------------------*
002590 4000-CLOSE-CYCLE.
002600     PERFORM 4500-CHECK-CYCLE-ON-FILE THRU 4500-EXIT.
002610     IF WS-JOB-ABORTED
002620         GO TO 4000-EXIT
002630     END-IF.
002640     IF WS-CYC-CLOSED
002650         DISPLAY 'FACTCYCL - CYCLE ' WS-CYC-BUSINESS-DATE
002660             ' ALREADY CLOSED BY ' WS-CYC-CLOSED-BY ' AT '
002670             WS-CYC-CLOSED-TIME ' - NOTHING CHANGED'
002680         MOVE 'Y' TO WS-NO-CHANGE-SW
002690         GO TO 4000-EXIT
002700     END-IF.
002710     MOVE 'C' TO WS-CYC-STATE.
002720     MOVE WS-OPERATOR-ID TO WS-CYC-CLOSED-BY.
002730     MOVE WS-STAMP-TIME TO WS-CYC-CLOSED-TIME.
002740     DISPLAY 'FACTCYCL - CYCLE ' WS-CYC-BUSINESS-DATE
002750         ' CLOSED BY ' WS-OPERATOR-ID.
002760 4000-EXIT.
002770     EXIT.
002780*----------------------------------------------------------------*
002790*  4500-CHECK-CYCLE-ON-FILE                                       *
002800*  CLOSE AND REOPEN NEED A CYCLE TO ACT ON, AND A KEYED DATE MUST *
002810*  BE THAT CYCLE'S.                                               *
002820*----------------------------------------------------------------*
002830 4500-CHECK-CYCLE-ON-FILE.
002840     IF NOT WS-CYCLE-ON-FILE
002850         DISPLAY 'FACTCYCL - NO CYCLE ON FACTCYC - OPEN ONE FIRST'
002860             ' - JOB ABORTED'
002870         MOVE 'Y' TO WS-ABORT-SW
002880         GO TO 4500-EXIT
002890     END-IF.
002900     IF WS-KEYED-DATE NOT = SPACES
002910         AND WS-KEYED-DATE NOT = WS-CYC-BUSINESS-DATE
002920         DISPLAY 'FACTCYCL - BUSINESS DATE ' WS-KEYED-DATE
002930             ' IS NOT THE CYCLE ON FILE ' WS-CYC-BUSINESS-DATE
002940             ' - JOB ABORTED'
002950         MOVE 'Y' TO WS-ABORT-SW
002960     END-IF.
002970 4500-EXIT.
002980     EXIT.
002990*----------------------------------------------------------------*
003000*  5000-REOPEN-CYCLE                                              *
003010*  THE LAST CLOSE IS LEFT ON THE RECORD, SO THE NEXT CLOSE SHOWS  *
003020*  WHO REOPENED OVER WHOM.                                        *
003030*----------------------------------------------------------------*
003040 5000-REOPEN-CYCLE.
003050     PERFORM 4500-CHECK-CYCLE-ON-FILE THRU 4500-EXIT.
003060     IF WS-JOB-ABORTED
003070         GO TO 5000-EXIT
003080     END-IF.
003090     IF WS-CYC-OPEN
003100         DISPLAY 'FACTCYCL - CYCLE ' WS-CYC-BUSINESS-DATE
003110             ' IS ALREADY OPEN - NOTHING CHANGED'
003120         MOVE 'Y' TO WS-NO-CHANGE-SW
003130         GO TO 5000-EXIT
003140     END-IF.
003150     MOVE 'O' TO WS-CYC-STATE.
003160     ADD 1 TO WS-CYC-REOPEN-COUNT.
003163     MOVE WS-OPERATOR-ID TO WS-CYC-REOPENED-BY.
003166     MOVE WS-STAMP-TIME TO WS-CYC-REOPENED-TIME.
003170     DISPLAY 'FACTCYCL - CYCLE ' WS-CYC-BUSINESS-DATE
003180         ' REOPENED BY ' WS-OPERATOR-ID ' - LAST CLOSED BY '
003190         WS-CYC-CLOSED-BY ' AT ' WS-CYC-CLOSED-TIME.
003200 5000-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------*
003230*  6000-WRITE-CYCLE                                               *
003240*  FACTCYC HOLDS ONE RECORD, SO IT IS REWRITTEN WHOLE.            *
003250*----------------------------------------------------------------*
003260 6000-WRITE-CYCLE.
003270     OPEN OUTPUT FACTCYC.
003280     MOVE WS-CYC-RECORD TO FACTCYC-RECORD.
003290     WRITE FACTCYC-RECORD.
003300     CLOSE FACTCYC.
003310 6000-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------*
003340*  7000-CHECK-DATE                                                *
003350*  WS-DATE-WORK MUST HOLD A REAL YYYYMMDD CALENDAR DATE.          *
003360*----------------------------------------------------------------*
003370 7000-CHECK-DATE.
003380     MOVE 'N' TO WS-DATE-OK-SW.
003390     IF WS-DATE-TEXT IS NOT NUMERIC
003400         GO TO 7000-EXIT
003410     END-IF.
003420     IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
003430         GO TO 7000-EXIT
003440     END-IF.
003450     PERFORM 7200-DAYS-IN-MONTH THRU 7200-EXIT.
003460     IF WS-DATE-DD < 1 OR WS-DATE-DD > WS-DAYS-IN-MONTH
003470         GO TO 7000-EXIT
003480     END-IF.
003490     MOVE 'Y' TO WS-DATE-OK-SW.
003500 7000-EXIT.
003510     EXIT.
003520*----------------------------------------------------------------*
003530*  7100-NEXT-DAY                                                  *
003540*  STEPS WS-DATE-WORK ON ONE CALENDAR DAY.                        *
003550*----------------------------------------------------------------*
003560 7100-NEXT-DAY.
003570     PERFORM 7200-DAYS-IN-MONTH THRU 7200-EXIT.
003580     IF WS-DATE-DD < WS-DAYS-IN-MONTH
003590         ADD 1 TO WS-DATE-DD
003600         GO TO 7100-EXIT
003610     END-IF.
003620     MOVE 1 TO WS-DATE-DD.
003630     IF WS-DATE-MM < 12
003640         ADD 1 TO WS-DATE-MM
003650         GO TO 7100-EXIT
003660     END-IF.
003670     MOVE 1 TO WS-DATE-MM.
003680     ADD 1 TO WS-DATE-YYYY.
003690 7100-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------*
003720*  7200-DAYS-IN-MONTH                                             *
003730*  FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A        *
003740*  CENTURY YEAR NOT DIVISIBLE BY 400.                             *
003750*----------------------------------------------------------------*
003760 7200-DAYS-IN-MONTH.
003770     MOVE WS-MONTH-DAYS(WS-DATE-MM) TO WS-DAYS-IN-MONTH.
003780     IF WS-DATE-MM NOT = 2
003790         GO TO 7200-EXIT
003800     END-IF.
003810     DIVIDE WS-DATE-YYYY BY 4 GIVING WS-YEAR-QUOT
003820         REMAINDER WS-YEAR-REM-4.
003830     DIVIDE WS-DATE-YYYY BY 100 GIVING WS-YEAR-QUOT
003840         REMAINDER WS-YEAR-REM-100.
003850     DIVIDE WS-DATE-YYYY BY 400 GIVING WS-YEAR-QUOT
003860         REMAINDER WS-YEAR-REM-400.
003870     IF WS-YEAR-REM-4 = 0
003880         AND (WS-YEAR-REM-100 NOT = 0 OR WS-YEAR-REM-400 = 0)
003890         MOVE 29 TO WS-DAYS-IN-MONTH
003900     END-IF.
003910 7200-EXIT.
003920     EXIT.
