000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     FACTBOUT.
000120 AUTHOR.         D. PACHECO.
000130 INSTALLATION.   COMBINATORICS BATCH GROUP.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*----------------------------------------------------------------*
000170*  MODIFICATION HISTORY                                          *
000180*  2026-10-15  DP  ORIGINAL - POINT-IN-TIME BACKOUT OF THE FACTMST *
000190*              KEYED FACTORIAL MASTER.  WHEN A BAD FACTOUT IS     *
000200*              APPLIED BY FACTMAST THE ONLY RECOVERY USED TO BE   *
000210*              A HAND REBUILD FROM OLD FACTOUT FILES.  THIS       *
000220*              UTILITY TAKES A BACKOUT POINT FROM THE FACTOCTL    *
000230*              CONTROL FILE (SEE COPYBOOKS/FACTOCLR.CPY) - A JOB  *
000240*              ID OR A CUTOFF TIMESTAMP - AND WALKS THE FACTJRN   *
000250*              BEFORE-IMAGE JOURNAL (SEE COPYBOOKS/FACTJRNR.CPY)  *
000260*              NEWEST FIRST, REVERSING EVERY CHANGE MADE AFTER    *
000270*              THAT POINT - AN ADDED ROW IS DELETED, A CHANGED    *
000280*              ROW GETS ITS BEFORE IMAGE BACK.  A ROW THAT NO     *
000290*              LONGER HOLDS THE JOURNALED AFTER VALUE WAS TOUCHED *
000300*              OUTSIDE THE JOURNAL AND IS LEFT ALONE FOR AN       *
000310*              OPERATOR.  EVERY ENTRY IS LISTED ON THE FACTJRPT   *
000320*              REPORT WITH WHAT WAS DONE ABOUT IT.                *
000330*----------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.    IBM-370.
000370 OBJECT-COMPUTER.    IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT FACTOCTL ASSIGN TO FACTOCTL
000410                     ORGANIZATION IS SEQUENTIAL
000420                     FILE STATUS IS WS-FACTOCTL-STATUS.
000430     SELECT FACTJRN  ASSIGN TO FACTJRN
000440                     ORGANIZATION IS SEQUENTIAL
000450                     FILE STATUS IS WS-FACTJRN-STATUS.
000460     SELECT FACTMST  ASSIGN TO FACTMST
000470                     ORGANIZATION IS INDEXED
000480                     ACCESS MODE IS RANDOM
000490                     RECORD KEY IS FACTMST-N
000500                     FILE STATUS IS WS-FACTMST-STATUS.
000510     SELECT FACTJRPT ASSIGN TO FACTJRPT
000520                     ORGANIZATION IS SEQUENTIAL
000530                     FILE STATUS IS WS-FACTJRPT-STATUS.
000540     SELECT FACTJSRT ASSIGN TO FACTJSRT.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  FACTOCTL
000580     LABEL RECORDS ARE STANDARD.
000590     COPY FACTOCLR.
000600 FD  FACTJRN
000610     LABEL RECORDS ARE STANDARD.
000620     COPY FACTJRNR.
000630 FD  FACTMST
000640     LABEL RECORDS ARE STANDARD.
000650     COPY FACTMSTR.
000660 FD  FACTJRPT
000670     LABEL RECORDS ARE STANDARD.
000680 01  FACTJRPT-LINE               PIC X(132).
000690*----------------------------------------------------------------*
000700*  SORT WORK - EACH SELECTED JOURNAL RECORD CARRIES ITS POSITION  *
000710*  ON THE JOURNAL, SO THE SORT CAN HAND THEM BACK NEWEST FIRST    *
000720*  EVEN WHEN SEVERAL SHARE ONE TIMESTAMP.                         *
000730*----------------------------------------------------------------*
000740 SD  FACTJSRT.
000750 01  FACTJSRT-RECORD.
000760     05  FACTJSRT-SEQ                PIC 9(07).
000770     05  FACTJSRT-ENTRY              PIC X(78).
000780 WORKING-STORAGE SECTION.
000790*----------------------------------------------------------------*
000800*  FILE STATUS FIELDS.                                            *
000810*----------------------------------------------------------------*
000820 01  WS-FILE-STATUSES.
000830     05  WS-FACTOCTL-STATUS      PIC X(02).
000840     05  WS-FACTJRN-STATUS       PIC X(02).
000850     05  WS-FACTMST-STATUS       PIC X(02).
000860     05  WS-FACTJRPT-STATUS      PIC X(02).
000870*----------------------------------------------------------------*
000880*  STANDALONE COUNTERS AND SWITCHES.                              *
000890*----------------------------------------------------------------*
000900 77  WS-BACKOUT-JOB-ID           PIC X(08)     VALUE SPACES.
000910 77  WS-CUTOFF-TIME              PIC X(14)     VALUE SPACES.
000920 77  WS-ABORT-SW                 PIC X(01)     VALUE 'N'.
000930     88  WS-JOB-ABORTED              VALUE 'Y'.
000940 77  WS-JRN-EOF-SW               PIC X(01)     VALUE 'N'.
000950     88  WS-END-OF-FACTJRN           VALUE 'Y'.
000960 77  WS-SORT-EOF-SW              PIC X(01)     VALUE 'N'.
000970     88  WS-END-OF-FACTJSRT          VALUE 'Y'.
000980 77  WS-POINT-SW                 PIC X(01)     VALUE 'N'.
000990     88  WS-POINT-REACHED            VALUE 'Y'.
001000 77  WS-CONFLICT-SW              PIC X(01)     VALUE 'N'.
001010     88  WS-CONFLICT-FOUND           VALUE 'Y'.
001020*----------------------------------------------------------------*
001030*  BACKOUT TOTALS.                                                *
001040*----------------------------------------------------------------*
001050 77  WS-JRN-SEQ                  PIC 9(07)     COMP-3 VALUE 0.
001060 77  WS-SELECT-COUNT             PIC 9(05)     COMP-3 VALUE 0.
001070 77  WS-REMOVED-COUNT            PIC 9(05)     COMP-3 VALUE 0.
001080 77  WS-RESTORED-COUNT           PIC 9(05)     COMP-3 VALUE 0.
001090 77  WS-ABSENT-COUNT             PIC 9(05)     COMP-3 VALUE 0.
001100 77  WS-CONFLICT-COUNT           PIC 9(05)     COMP-3 VALUE 0.
001110*----------------------------------------------------------------*
001120*  THE JOURNAL ENTRY BEING REVERSED, AS HANDED BACK BY THE SORT.  *
001130*----------------------------------------------------------------*
001140     COPY FACTJRNR REPLACING
001150         ==FACTJRN-RECORD== BY ==WS-JRN-ENTRY==
001160         ==FACTJRN-JOB-ID== BY ==WS-JRN-JOB-ID==
001170         ==FACTJRN-PROGRAM-ID== BY ==WS-JRN-PROGRAM-ID==
001180         ==FACTJRN-N== BY ==WS-JRN-N==
001190         ==FACTJRN-ACTION== BY ==WS-JRN-ACTION==
001200         ==FACTJRN-ROW-ADDED== BY ==WS-JRN-ROW-ADDED==
001210         ==FACTJRN-ROW-CHANGED== BY ==WS-JRN-ROW-CHANGED==
001220         ==FACTJRN-BEFORE-RESULT== BY ==WS-JRN-BEFORE-RESULT==
001230         ==FACTJRN-BEFORE-JOB-ID== BY ==WS-JRN-BEFORE-JOB-ID==
001240         ==FACTJRN-BEFORE-UPDATED== BY ==WS-JRN-BEFORE-UPDATED==
001250         ==FACTJRN-AFTER-RESULT== BY ==WS-JRN-AFTER-RESULT==
001260         ==FACTJRN-TIMESTAMP== BY ==WS-JRN-TIMESTAMP==.
001270*----------------------------------------------------------------*
001280*  REPORT LINES.                                                  *
001290*----------------------------------------------------------------*
001300 01  WS-HEADING-1.
001310     05  FILLER                  PIC X(20)     VALUE
001320         'FACTBOUT            '.
001330     05  FILLER                  PIC X(42)     VALUE
001340         'FACTORIAL MASTER BACKOUT - FACTJRN JOURNAL'.
001350     05  FILLER                  PIC X(04)     VALUE SPACES.
001360     05  WS-HDG1-POINT-TEXT      PIC X(14).
001370     05  WS-HDG1-POINT           PIC X(14).
001380     05  FILLER                  PIC X(38)     VALUE SPACES.
001390 01  WS-HEADING-2.
001400     05  FILLER                  PIC X(02)     VALUE SPACES.
001410     05  FILLER                  PIC X(10)     VALUE 'JOB ID    '.
001420     05  FILLER                  PIC X(16)     VALUE
001430         'JOURNALED       '.
001440     05  FILLER                  PIC X(07)     VALUE '  N    '.
001450     05  FILLER                  PIC X(10)     VALUE 'ACTION    '.
001460     05  FILLER                  PIC X(26)     VALUE
001470         '              BEFORE VALUE'.
001480     05  FILLER                  PIC X(09)     VALUE SPACES.
001490     05  FILLER                  PIC X(26)     VALUE
001500         '               AFTER VALUE'.
001510     05  FILLER                  PIC X(08)     VALUE SPACES.
001520     05  FILLER                  PIC X(18)     VALUE
001530         'OUTCOME           '.
001540 01  WS-DETAIL-LINE.
001550     05  FILLER                  PIC X(02)     VALUE SPACES.
001560     05  WS-DTL-JOB-ID           PIC X(08).
001570     05  FILLER                  PIC X(02)     VALUE SPACES.
001580     05  WS-DTL-TIMESTAMP        PIC X(14).
001590     05  FILLER                  PIC X(02)     VALUE SPACES.
001600     05  WS-DTL-N                PIC ZZ9.
001610     05  FILLER                  PIC X(04)     VALUE SPACES.
001620     05  WS-DTL-ACTION           PIC X(08).
001630     05  FILLER                  PIC X(02)     VALUE SPACES.
001640     05  WS-DTL-BEFORE           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
001650     05  FILLER                  PIC X(09)     VALUE SPACES.
001660     05  WS-DTL-AFTER            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
001670     05  FILLER                  PIC X(08)     VALUE SPACES.
001680     05  WS-DTL-OUTCOME          PIC X(18).
001690 01  WS-TOTAL-LINE.
001700     05  FILLER                  PIC X(02)     VALUE SPACES.
001710     05  WS-TOT-TEXT             PIC X(34).
001720     05  WS-TOT-VALUE            PIC ZZ,ZZ9.
001730     05  FILLER                  PIC X(90)     VALUE SPACES.
001740 PROCEDURE DIVISION.
001750*----------------------------------------------------------------*
001760*  0000-MAINLINE                                                  *
001770*  THE SORT INPUT PROCEDURE PICKS THE JOURNAL RECORDS AFTER THE   *
001780*  BACKOUT POINT, AND THE OUTPUT PROCEDURE REVERSES THEM NEWEST   *
001790*  FIRST, SO A ROW CHANGED BY SEVERAL LATER RUNS ENDS UP WITH     *
001800*  THE IMAGE IT HAD BEFORE THE EARLIEST OF THEM.                  *
001810*----------------------------------------------------------------*
001820 0000-MAINLINE.
001830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001840     IF WS-JOB-ABORTED
001850         GO TO 0000-WRAP-UP
001860     END-IF.
001870     SORT FACTJSRT
001880         ON DESCENDING KEY FACTJSRT-SEQ
001890         INPUT PROCEDURE IS 2000-SELECT-ENTRIES THRU 2000-EXIT
001900         OUTPUT PROCEDURE IS 3000-REVERSE-ENTRIES THRU 3000-EXIT.
001910     CLOSE FACTJRN.
001920     CLOSE FACTMST.
001930 0000-WRAP-UP.
001940     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
001950     CLOSE FACTJRPT.
001960     IF WS-JOB-ABORTED OR WS-CONFLICT-FOUND
001970         DISPLAY 'FACTBOUT - BACKOUT ENDED WITH EXCEPTIONS - '
001980             'SEE FACTJRPT'
001990         MOVE 8 TO RETURN-CODE
002000         GO TO 0000-EXIT
002010     END-IF.
002020     IF WS-SELECT-COUNT = 0
002030         DISPLAY 'FACTBOUT - NO JOURNAL ENTRIES AFTER THE '
002040             'BACKOUT POINT - NOTHING BACKED OUT'
002050         MOVE 4 TO RETURN-CODE
002060         GO TO 0000-EXIT
002070     END-IF.
002080     IF WS-ABSENT-COUNT > 0
002090         MOVE 4 TO RETURN-CODE
002100     END-IF.
002110     DISPLAY 'FACTBOUT - MASTER BACKED OUT - REMOVED '
002120         WS-REMOVED-COUNT ' RESTORED ' WS-RESTORED-COUNT.
002130 0000-EXIT.
002140     STOP RUN.
002150*----------------------------------------------------------------*
002160*  1000-INITIALIZE                                                *
002170*  READS THE BACKOUT POINT FROM FACTOCTL - EXACTLY ONE OF THE     *
002180*  JOB ID AND THE CUTOFF TIMESTAMP MUST BE KEYED - THEN OPENS     *
002190*  THE JOURNAL AND THE MASTER.                                    *
002200*----------------------------------------------------------------*
002210 1000-INITIALIZE.
002220     OPEN OUTPUT FACTJRPT.
002230     MOVE SPACES TO WS-HDG1-POINT-TEXT.
002240     MOVE SPACES TO WS-HDG1-POINT.
002250     OPEN INPUT FACTOCTL.
002260     IF WS-FACTOCTL-STATUS = '35'
002270         DISPLAY 'FACTBOUT - FACTOCTL NOT ON FILE - JOB ABORTED'
002280         MOVE 'Y' TO WS-ABORT-SW
002290         GO TO 1000-EXIT
002300     END-IF.
002310     READ FACTOCTL
002320         AT END
002330             DISPLAY 'FACTBOUT - FACTOCTL IS EMPTY - JOB ABORTED'
002340             MOVE 'Y' TO WS-ABORT-SW
002350             CLOSE FACTOCTL
002360             GO TO 1000-EXIT
002370     END-READ.
002380     MOVE FACTOCTL-JOB-ID TO WS-BACKOUT-JOB-ID.
002390     MOVE FACTOCTL-CUTOFF-TIME TO WS-CUTOFF-TIME.
002400     CLOSE FACTOCTL.
002410     IF WS-BACKOUT-JOB-ID = SPACES
002420         AND WS-CUTOFF-TIME = SPACES
002430         DISPLAY 'FACTBOUT - NO JOB ID OR CUTOFF ON FACTOCTL - '
002440             'JOB ABORTED'
002450         MOVE 'Y' TO WS-ABORT-SW
002460         GO TO 1000-EXIT
002470     END-IF.
002480     IF WS-BACKOUT-JOB-ID NOT = SPACES
002490         AND WS-CUTOFF-TIME NOT = SPACES
002500         DISPLAY 'FACTBOUT - BOTH JOB ID AND CUTOFF ON FACTOCTL '
002510             '- KEY ONLY ONE - JOB ABORTED'
002520         MOVE 'Y' TO WS-ABORT-SW
002530         GO TO 1000-EXIT
002540     END-IF.
002550     IF WS-BACKOUT-JOB-ID NOT = SPACES
002560         MOVE 'FROM JOB ID   ' TO WS-HDG1-POINT-TEXT
002570         MOVE WS-BACKOUT-JOB-ID TO WS-HDG1-POINT
002580     ELSE
002590         IF WS-CUTOFF-TIME IS NOT NUMERIC
002600             DISPLAY 'FACTBOUT - CUTOFF ' WS-CUTOFF-TIME
002610                 ' NOT A YYYYMMDDHHMMSS STAMP - JOB ABORTED'
002620             MOVE 'Y' TO WS-ABORT-SW
002630             GO TO 1000-EXIT
002640         END-IF
002650         MOVE 'AFTER CUTOFF  ' TO WS-HDG1-POINT-TEXT
002660         MOVE WS-CUTOFF-TIME TO WS-HDG1-POINT
002670     END-IF.
002680     PERFORM 8000-WRITE-HEADING THRU 8000-EXIT.
002690     OPEN INPUT FACTJRN.
002700     IF WS-FACTJRN-STATUS = '35'
002710         DISPLAY 'FACTBOUT - FACTJRN NOT ON FILE - JOB ABORTED'
002720         MOVE 'Y' TO WS-ABORT-SW
002730         GO TO 1000-EXIT
002740     END-IF.
002750     OPEN I-O FACTMST.
002760     IF WS-FACTMST-STATUS NOT = '00'
002770         DISPLAY 'FACTBOUT - COULD NOT OPEN FACTMST - STATUS '
002780             WS-FACTMST-STATUS ' - JOB ABORTED'
002790         CLOSE FACTJRN
002800         MOVE 'Y' TO WS-ABORT-SW
002810     END-IF.
002820 1000-EXIT.
002830     EXIT.
002840*----------------------------------------------------------------*
002850*  2000-SELECT-ENTRIES                                            *
002860*  SORT INPUT PROCEDURE - READS THE JOURNAL FRONT TO BACK AND     *
002870*  RELEASES EVERY RECORD AFTER THE BACKOUT POINT.                 *
002880*----------------------------------------------------------------*
002890 2000-SELECT-ENTRIES.
002900     PERFORM 2100-SELECT-ONE-ENTRY THRU 2100-EXIT
002910         UNTIL WS-END-OF-FACTJRN.
002920 2000-EXIT.
002930     EXIT.
002940*----------------------------------------------------------------*
002950*  2100-SELECT-ONE-ENTRY                                          *
002960*  BY JOB ID, THE POINT IS THAT JOB'S FIRST JOURNAL RECORD - IT   *
002970*  AND EVERY RECORD BEHIND IT ARE TAKEN, WHATEVER JOB WROTE       *
002980*  THEM.  BY CUTOFF, EVERY RECORD STAMPED LATER IS TAKEN.         *
002990*----------------------------------------------------------------*
003000 2100-SELECT-ONE-ENTRY.
003010     READ FACTJRN
003020         AT END
003030             MOVE 'Y' TO WS-JRN-EOF-SW
003040             GO TO 2100-EXIT
003050     END-READ.
003060     ADD 1 TO WS-JRN-SEQ.
003070     IF WS-BACKOUT-JOB-ID NOT = SPACES
003080         IF FACTJRN-JOB-ID = WS-BACKOUT-JOB-ID
003090             MOVE 'Y' TO WS-POINT-SW
003100         END-IF
003110     ELSE
003120         IF FACTJRN-TIMESTAMP > WS-CUTOFF-TIME
003130             MOVE 'Y' TO WS-POINT-SW
003140         ELSE
003150             MOVE 'N' TO WS-POINT-SW
003160         END-IF
003170     END-IF.
003180     IF NOT WS-POINT-REACHED
003190         GO TO 2100-EXIT
003200     END-IF.
003210     ADD 1 TO WS-SELECT-COUNT.
003220     MOVE WS-JRN-SEQ TO FACTJSRT-SEQ.
003230     MOVE FACTJRN-RECORD TO FACTJSRT-ENTRY.
003240     RELEASE FACTJSRT-RECORD.
003250 2100-EXIT.
003260     EXIT.
003270*----------------------------------------------------------------*
003280*  3000-REVERSE-ENTRIES                                           *
003290*  SORT OUTPUT PROCEDURE - NEWEST JOURNAL RECORD FIRST.           *
003300*----------------------------------------------------------------*
003310 3000-REVERSE-ENTRIES.
003320     PERFORM 3100-REVERSE-ONE-ENTRY THRU 3100-EXIT
003330         UNTIL WS-END-OF-FACTJSRT.
003340 3000-EXIT.
003350     EXIT.
003360*----------------------------------------------------------------*
003370*  3100-REVERSE-ONE-ENTRY                                         *
003380*  THE ROW MUST STILL HOLD THE JOURNALED AFTER VALUE - IF IT      *
003390*  DOES NOT, SOMETHING CHANGED IT OUTSIDE THE JOURNAL, AND        *
003400*  PUTTING THE BEFORE IMAGE BACK WOULD LOSE THAT CHANGE.          *
003410*----------------------------------------------------------------*
003420 3100-REVERSE-ONE-ENTRY.
003430     RETURN FACTJSRT
003440         AT END
003450             MOVE 'Y' TO WS-SORT-EOF-SW
003460             GO TO 3100-EXIT
003470     END-RETURN.
003480     MOVE FACTJSRT-ENTRY TO WS-JRN-ENTRY.
003490     MOVE WS-JRN-JOB-ID TO WS-DTL-JOB-ID.
003500     MOVE WS-JRN-TIMESTAMP TO WS-DTL-TIMESTAMP.
003510     MOVE WS-JRN-N TO WS-DTL-N.
003520     MOVE WS-JRN-BEFORE-RESULT TO WS-DTL-BEFORE.
003530     MOVE WS-JRN-AFTER-RESULT TO WS-DTL-AFTER.
003540     IF WS-JRN-ROW-ADDED
003550         MOVE 'ADDED   ' TO WS-DTL-ACTION
003560     ELSE
003570         MOVE 'CHANGED ' TO WS-DTL-ACTION
003580     END-IF.
003590     MOVE WS-JRN-N TO FACTMST-N.
003600     READ FACTMST
003610         INVALID KEY
003620             PERFORM 3200-ROW-NOT-ON-MASTER THRU 3200-EXIT
003630             GO TO 3100-WRITE-DETAIL
003640     END-READ.
003650     IF FACTMST-RESULT NOT = WS-JRN-AFTER-RESULT
003660         ADD 1 TO WS-CONFLICT-COUNT
003670         MOVE 'Y' TO WS-CONFLICT-SW
003680         MOVE 'CHANGED SINCE-KEPT' TO WS-DTL-OUTCOME
003690         GO TO 3100-WRITE-DETAIL
003700     END-IF.
003710     IF WS-JRN-ROW-ADDED
003720         PERFORM 3300-REMOVE-ADDED-ROW THRU 3300-EXIT
003730     ELSE
003740         PERFORM 3400-RESTORE-CHANGED-ROW THRU 3400-EXIT
003750     END-IF.
003760 3100-WRITE-DETAIL.
003770     MOVE WS-DETAIL-LINE TO FACTJRPT-LINE.
003780     WRITE FACTJRPT-LINE AFTER ADVANCING 1 LINE.
003790 3100-EXIT.
003800     EXIT.
003810*----------------------------------------------------------------*
003820*  3200-ROW-NOT-ON-MASTER                                         *
003830*  AN ADDED ROW THAT IS ALREADY GONE NEEDS NOTHING MORE.  A       *
003840*  CHANGED ROW THAT IS GONE IS WRITTEN BACK FROM ITS BEFORE       *
003850*  IMAGE.                                                         *
003860*----------------------------------------------------------------*
003870 3200-ROW-NOT-ON-MASTER.
003880     IF WS-JRN-ROW-ADDED
003890         ADD 1 TO WS-ABSENT-COUNT
003900         MOVE 'ALREADY ABSENT    ' TO WS-DTL-OUTCOME
003910         GO TO 3200-EXIT
003920     END-IF.
003930     MOVE WS-JRN-N TO FACTMST-N.
003940     MOVE WS-JRN-BEFORE-RESULT TO FACTMST-RESULT.
003950     MOVE WS-JRN-BEFORE-JOB-ID TO FACTMST-JOB-ID.
003960     MOVE WS-JRN-BEFORE-UPDATED TO FACTMST-UPDATED.
003970     WRITE FACTMST-RECORD
003980         INVALID KEY
003990             DISPLAY 'FACTBOUT - WRITE FAILED FOR N=' FACTMST-N
004000                 ' - STATUS ' WS-FACTMST-STATUS
004010             ADD 1 TO WS-CONFLICT-COUNT
004020             MOVE 'Y' TO WS-CONFLICT-SW
004030             MOVE 'WRITE FAILED      ' TO WS-DTL-OUTCOME
004040             GO TO 3200-EXIT
004050     END-WRITE.
004060     ADD 1 TO WS-RESTORED-COUNT.
004070     MOVE 'ROW RESTORED      ' TO WS-DTL-OUTCOME.
004080 3200-EXIT.
004090     EXIT.
004100*----------------------------------------------------------------*
004110*  3300-REMOVE-ADDED-ROW                                          *
004120*----------------------------------------------------------------*
004130 3300-REMOVE-ADDED-ROW.
004140     DELETE FACTMST
004150         INVALID KEY
004160             DISPLAY 'FACTBOUT - DELETE FAILED FOR N=' FACTMST-N
004170                 ' - STATUS ' WS-FACTMST-STATUS
004180             ADD 1 TO WS-CONFLICT-COUNT
004190             MOVE 'Y' TO WS-CONFLICT-SW
004200             MOVE 'DELETE FAILED     ' TO WS-DTL-OUTCOME
004210             GO TO 3300-EXIT
004220     END-DELETE.
004230     ADD 1 TO WS-REMOVED-COUNT.
004240     MOVE 'ROW REMOVED       ' TO WS-DTL-OUTCOME.
004250 3300-EXIT.
004260     EXIT.
004270*----------------------------------------------------------------*
004280*  3400-RESTORE-CHANGED-ROW                                       *
004290*----------------------------------------------------------------*
004300 3400-RESTORE-CHANGED-ROW.
004310     MOVE WS-JRN-BEFORE-RESULT TO FACTMST-RESULT.
004320     MOVE WS-JRN-BEFORE-JOB-ID TO FACTMST-JOB-ID.
004330     MOVE WS-JRN-BEFORE-UPDATED TO FACTMST-UPDATED.
004340     REWRITE FACTMST-RECORD
004350         INVALID KEY
004360             DISPLAY 'FACTBOUT - REWRITE FAILED FOR N=' FACTMST-N
004370                 ' - STATUS ' WS-FACTMST-STATUS
004380             ADD 1 TO WS-CONFLICT-COUNT
004390             MOVE 'Y' TO WS-CONFLICT-SW
004400             MOVE 'REWRITE FAILED    ' TO WS-DTL-OUTCOME
004410             GO TO 3400-EXIT
004420     END-REWRITE.
004430     ADD 1 TO WS-RESTORED-COUNT.
004440     MOVE 'ROW RESTORED      ' TO WS-DTL-OUTCOME.
004450 3400-EXIT.
004460     EXIT.
004470*----------------------------------------------------------------*
004480*  5000-WRITE-TOTALS                                              *
004490*----------------------------------------------------------------*
004500 5000-WRITE-TOTALS.
004510     MOVE SPACES TO FACTJRPT-LINE.
004520     WRITE FACTJRPT-LINE AFTER ADVANCING 1 LINE.
004530     MOVE 'JOURNAL ENTRIES AFTER THE POINT   ' TO WS-TOT-TEXT.
004540     MOVE WS-SELECT-COUNT TO WS-TOT-VALUE.
004550     PERFORM 5100-WRITE-ONE-TOTAL THRU 5100-EXIT.
004560     MOVE 'ADDED ROWS REMOVED FROM MASTER    ' TO WS-TOT-TEXT.
004570     MOVE WS-REMOVED-COUNT TO WS-TOT-VALUE.
004580     PERFORM 5100-WRITE-ONE-TOTAL THRU 5100-EXIT.
004590     MOVE 'CHANGED ROWS RESTORED             ' TO WS-TOT-TEXT.
004600     MOVE WS-RESTORED-COUNT TO WS-TOT-VALUE.
004610     PERFORM 5100-WRITE-ONE-TOTAL THRU 5100-EXIT.
004620     MOVE 'ADDED ROWS ALREADY ABSENT         ' TO WS-TOT-TEXT.
004630     MOVE WS-ABSENT-COUNT TO WS-TOT-VALUE.
004640     PERFORM 5100-WRITE-ONE-TOTAL THRU 5100-EXIT.
004650     MOVE 'ENTRIES LEFT FOR AN OPERATOR      ' TO WS-TOT-TEXT.
004660     MOVE WS-CONFLICT-COUNT TO WS-TOT-VALUE.
004670     PERFORM 5100-WRITE-ONE-TOTAL THRU 5100-EXIT.
004680 5000-EXIT.
004690     EXIT.
004700*----------------------------------------------------------------*
004710*  5100-WRITE-ONE-TOTAL                                           *
004720*----------------------------------------------------------------*
004730 5100-WRITE-ONE-TOTAL.
004740     MOVE WS-TOTAL-LINE TO FACTJRPT-LINE.
004750     WRITE FACTJRPT-LINE AFTER ADVANCING 1 LINE.
004760 5100-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------*
004790*  8000-WRITE-HEADING                                             *
004800*----------------------------------------------------------------*
004810 8000-WRITE-HEADING.
004820     WRITE FACTJRPT-LINE FROM WS-HEADING-1
004830         AFTER ADVANCING PAGE.
004840     MOVE SPACES TO FACTJRPT-LINE.
004850     WRITE FACTJRPT-LINE AFTER ADVANCING 1 LINE.
004860     WRITE FACTJRPT-LINE FROM WS-HEADING-2
004870         AFTER ADVANCING 1 LINE.
004880     MOVE SPACES TO FACTJRPT-LINE.
004890     WRITE FACTJRPT-LINE AFTER ADVANCING 1 LINE.
004900 8000-EXIT.
004910     EXIT.
