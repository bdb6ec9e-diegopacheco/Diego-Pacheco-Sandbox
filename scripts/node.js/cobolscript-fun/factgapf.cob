000320*              BEFORE FACTCOMB SEES THEM AGAIN.  RUN THIS AFTER   *
000330*              FACTSKED HAS GENERATED THE NEXT NIGHT'S FACTCTL -  *
000340*              FACTSKED REWRITES THE FILE, THIS JOB EXTENDS IT.   *
000341*  2026-10-15  DP  BUSINESS-DATE CYCLE CONTROL - THE DAY'S       *
000342*              REASON-5 RECORDS ARE NOW PICKED BY THE FACTEXC    *
000343*              BUSINESS DATE AGAINST THE CYCLE DATE FROM THE     *
000344*              FACTCYCK SUBROUTINE (SEE COPYBOOKS/FACTYLNK.CPY), *
000345*              NOT BY THE CALENDAR DATE OF THE TIMESTAMP, AND    *
000346*              THE HEALING JOB ID CARRIES THE BUSINESS MONTH AND *
000347*              DAY.                                              *
000348*  2026-10-15  DP  EXCEPTION DISPOSITIONS - EVERY GAP PAIR       *
000349*              RE-QUEUED ONTO FACTPAIR NOW HAS ITS FACTEXC       *
000350*              RECORD MARKED REQUEUED ON THE KEYED FACTDSP       *
000351*              DISPOSITION FILE (SEE COPYBOOKS/FACTDSPR.CPY), SO *
000352*              IT DROPS OFF THE FACTEAGE OPEN-EXCEPTION AGING    *
000353*              WITHOUT ANYONE HAVING TO POST IT BY HAND.         *
000354*  2026-10-15  DP  CONTROL-TOTAL LEDGER - A RUN THAT FOUND        *
000355*              COVERAGE GAPS NOW POSTS THE GAP PAIRS READ FROM    *
000356*              FACTEXC AND THE PAIRS RE-QUEUED ONTO FACTPAIR TO   *
000357*              FACTLEDG (SEE COPYBOOKS/FACTLEDR.CPY) FOR THE      *
000358*              FACTLBAL CHAIN BALANCING PROGRAM.                  *
000359*  2026-10-15  DP  BUSINESS-DATE CYCLE CONTROL - A FACTEXC RECORD *
000360*              WRITTEN BEFORE THE BUSINESS DATE WAS CARRIED,      *
000361*              WHOSE BUSINESS DATE IS NOT NUMERIC, IS NOW DATED   *
000362*              FROM ITS TIMESTAMP, AS FACTSBRD AND FACTEAGE DO,   *
000363*              SO ITS PAIR IS STILL RE-QUEUED.                    *
000364*----------------------------------------------------------------*
000365 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.    IBM-370.
000390 OBJECT-COMPUTER.    IBM-370.
000530     SELECT FACTPAIR ASSIGN TO FACTPAIR
000540                     ORGANIZATION IS SEQUENTIAL
000550                     FILE STATUS IS WS-FACTPAIR-STATUS.
000551     SELECT FACTDSP  ASSIGN TO FACTDSP
000552                     ORGANIZATION IS INDEXED
000553                     ACCESS MODE IS RANDOM
000554                     RECORD KEY IS FACTDSP-KEY
000555                     FILE STATUS IS WS-FACTDSP-STATUS.
000556     SELECT FACTLEDG ASSIGN TO FACTLEDG
000557                     ORGANIZATION IS SEQUENTIAL
000558                     FILE STATUS IS WS-FACTLEDG-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  FACTEXC
000670 FD  FACTPAIR
000680     LABEL RECORDS ARE STANDARD.
000690     COPY FACTPAIR.
000692 FD  FACTDSP
000694     LABEL RECORDS ARE STANDARD.
000696     COPY FACTDSPR.
000697 FD  FACTLEDG
000698     LABEL RECORDS ARE STANDARD.
000699     COPY FACTLEDR.
000700 WORKING-STORAGE SECTION.
000710*----------------------------------------------------------------*
000720*  FILE STATUS FIELDS.                                            *
000760     05  WS-FACTMST-STATUS       PIC X(02).
000770     05  WS-FACTCTL-STATUS       PIC X(02).
000780     05  WS-FACTPAIR-STATUS      PIC X(02).
000785     05  WS-FACTDSP-STATUS       PIC X(02).
000787     05  WS-FACTLEDG-STATUS      PIC X(02).
000790*----------------------------------------------------------------*
000800*  STANDALONE COUNTERS AND SWITCHES.                              *
000810*----------------------------------------------------------------*
000830     88  WS-END-OF-FACTEXC           VALUE 'Y'.
000840 77  WS-NO-MASTER-SW             PIC X(01)     VALUE 'N'.
000850     88  WS-MASTER-MISSING           VALUE 'Y'.
000851 77  WS-DSP-OPEN-SW              PIC X(01)     VALUE 'N'.
000852     88  WS-DSP-IS-OPEN              VALUE 'Y'.
000853     88  WS-DSP-UNAVAILABLE          VALUE 'X'.
000854 77  WS-STAMP-DATE               PIC X(08)     VALUE SPACES.
000855 77  WS-STAMP-CLOCK              PIC X(08)     VALUE SPACES.
000856 77  WS-STAMP-TIME               PIC X(14)     VALUE SPACES.
000860 77  WS-TODAY                    PIC X(08)     VALUE SPACES.
000865 77  WS-RECORD-DATE              PIC X(08)     VALUE SPACES.
000870 77  WS-GAP-COUNT                PIC 9(05)     COMP-3 VALUE 0.
000880 77  WS-REQUEUE-COUNT            PIC 9(05)     COMP-3 VALUE 0.
000885 77  WS-POSTED-COUNT             PIC 9(05)     COMP-3 VALUE 0.
000890 77  WS-MISSING-COUNT            PIC 9(03)     COMP-3 VALUE 0.
000900 77  WS-MISS-LOW-N               PIC 9(03)     COMP-3 VALUE 0.
000910 77  WS-MISS-HIGH-N              PIC 9(03)     COMP-3 VALUE 0.
001140     05  FILLER                  PIC X(03)     VALUE 'GAP'.
001150     05  WS-GAP-JOB-MMDD         PIC X(04).
001160     05  FILLER                  PIC X(01)     VALUE '1'.
001161*----------------------------------------------------------------*
001162*  CONTROL-TOTAL LEDGER STAMP - ONE RUN TIME ON EVERY FACTLEDG    *
001163*  RECORD THIS EXECUTION POSTS.                                   *
001164*----------------------------------------------------------------*
001165 77  WS-LEDG-DATE                PIC X(08)     VALUE SPACES.
001166 77  WS-LEDG-CLOCK               PIC X(08)     VALUE SPACES.
001167 77  WS-LEDG-TIME                PIC X(14)     VALUE SPACES.
001168*----------------------------------------------------------------*
001169*  LINKAGE FOR THE FACTCYCK BUSINESS-CYCLE SUBROUTINE.            *
001170*----------------------------------------------------------------*
001171     COPY FACTYLNK.
001172 PROCEDURE DIVISION.
001180*----------------------------------------------------------------*
001190*  0000-MAINLINE                                                  *
001200*----------------------------------------------------------------*
001340     END-IF.
001350     DISPLAY 'FACTGAPF - ' WS-GAP-COUNT ' GAP PAIRS READ - '
001360         WS-REQUEUE-COUNT ' PAIRS RE-QUEUED ONTO FACTPAIR'.
001363     DISPLAY 'FACTGAPF - ' WS-POSTED-COUNT
001366         ' EXCEPTIONS MARKED REQUEUED ON FACTDSP'.
001368     PERFORM 7600-POST-CONTROL-TOTALS THRU 7600-EXIT.
001370 0000-WRAP-UP.
001380     IF NOT WS-MASTER-MISSING
001390         CLOSE FACTMST
001470*  MEANS A DAY WITH NO REJECTS AT ALL.                            *
001480*----------------------------------------------------------------*
001490 1000-INITIALIZE.
001496     CALL 'FACTCYCK' USING FACTY-BUSINESS-DATE, FACTY-CYCLE-STATE.
001502     MOVE FACTY-BUSINESS-DATE TO WS-TODAY.
001510     MOVE WS-TODAY(5:4) TO WS-GAP-JOB-MMDD.
001520     INITIALIZE WS-NEED-AREA.
001530     OPEN INPUT FACTEXC.
001750     IF WS-REQUEUE-COUNT > 0
001760         CLOSE FACTPAIR
001770     END-IF.
001772     IF WS-DSP-IS-OPEN
001774         CLOSE FACTDSP
001776     END-IF.
001780 2000-EXIT.
001790     EXIT.
001800*----------------------------------------------------------------*
001810*  2100-JUDGE-ONE-EXCEPTION                                       *
001820*  ONLY THE CYCLE'S REASON-5 RECORDS COUNT.  EACH ONE NAMES A     *
001825*  PAIR FACTCOMB DROPPED - THE PAIR GOES BACK ONTO FACTPAIR       *
001830*  (FACTEDIT DROPS ANY DUPLICATES), AND THE THREE N VALUES THE    *
001840*  PAIR NEEDS ARE CHECKED AGAINST THE MASTER.  A RECORD WITH NO   *
001850*  NUMERIC BUSINESS DATE IS DATED FROM ITS TIMESTAMP.             *
001860*----------------------------------------------------------------*
001870 2100-JUDGE-ONE-EXCEPTION.
001880     READ FACTEXC
001930     IF NOT FACTEXC-COVERAGE-GAP
001940         GO TO 2100-EXIT
001950     END-IF.
001953     MOVE FACTEXC-BUSINESS-DATE TO WS-RECORD-DATE.
001956     IF WS-RECORD-DATE IS NOT NUMERIC
001959         MOVE FACTEXC-TIMESTAMP(1:8) TO WS-RECORD-DATE
001962     END-IF.
001965     IF WS-RECORD-DATE NOT = WS-TODAY
001970         GO TO 2100-EXIT
001980     END-IF.
001990     ADD 1 TO WS-GAP-COUNT.
002740     MOVE WS-PAIR-R TO FACTPAIR-R.
002750     WRITE FACTPAIR-RECORD.
002760     ADD 1 TO WS-REQUEUE-COUNT.
002765     PERFORM 2400-POST-REQUEUED THRU 2400-EXIT.
002770 2300-EXIT.
002780     EXIT.
002781*----------------------------------------------------------------*
002782*  2400-POST-REQUEUED                                             *
002783*  MARKS THE FACTEXC RECORD JUST RE-QUEUED AS REQUEUED ON         *
002784*  FACTDSP, ADDING ITS DISPOSITION OR REPLACING WHATEVER WAS      *
002785*  POSTED BEFORE.  THE FILE IS OPENED ON THE FIRST POSTING ONLY   *
002786*  AND CREATED EMPTY IF IT DOES NOT EXIST YET.  IF IT CANNOT BE   *
002787*  OPENED THE PAIRS ARE STILL RE-QUEUED - ONLY THE BOOKKEEPING    *
002788*  IS SKIPPED, AND SAID SO ONCE.                                  *
002789*----------------------------------------------------------------*
002790 2400-POST-REQUEUED.
002791     IF WS-DSP-UNAVAILABLE
002792         GO TO 2400-EXIT
002793     END-IF.
002794     IF NOT WS-DSP-IS-OPEN
002795         OPEN I-O FACTDSP
002796         IF WS-FACTDSP-STATUS = '35'
002797             OPEN OUTPUT FACTDSP
002798             CLOSE FACTDSP
002799             OPEN I-O FACTDSP
002800         END-IF
002801         IF WS-FACTDSP-STATUS NOT = '00'
002802             DISPLAY 'FACTGAPF - COULD NOT OPEN FACTDSP - STATUS '
002803                 WS-FACTDSP-STATUS ' - NO DISPOSITIONS POSTED'
002804             MOVE 'X' TO WS-DSP-OPEN-SW
002805             GO TO 2400-EXIT
002806         END-IF
002807         MOVE 'Y' TO WS-DSP-OPEN-SW
002808         ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
002809         ACCEPT WS-STAMP-CLOCK FROM TIME
002810         STRING WS-STAMP-DATE DELIMITED BY SIZE
002811             WS-STAMP-CLOCK(1:6) DELIMITED BY SIZE
002812             INTO WS-STAMP-TIME
002813     END-IF.
002814     MOVE FACTEXC-PROGRAM-ID TO FACTDSP-PROGRAM-ID.
002815     MOVE FACTEXC-JOB-ID TO FACTDSP-JOB-ID.
002816     MOVE FACTEXC-N TO FACTDSP-N.
002817     MOVE FACTEXC-R TO FACTDSP-R.
002818     MOVE FACTEXC-REASON-CODE TO FACTDSP-REASON-CODE.
002819     MOVE FACTEXC-TIMESTAMP TO FACTDSP-EXC-TIMESTAMP.
002820     READ FACTDSP
002821         INVALID KEY
002822             MOVE 0 TO FACTDSP-POST-COUNT
002823     END-READ.
002824     MOVE 'Q' TO FACTDSP-CODE.
002825     MOVE 'FACTGAPF' TO FACTDSP-USER-ID.
002826     MOVE 'REQUEUED BY COVERAGE-GAP FEED' TO FACTDSP-NOTE.
002827     MOVE WS-STAMP-TIME TO FACTDSP-POSTED-TIME.
002828     MOVE FACTY-BUSINESS-DATE TO FACTDSP-BUSINESS-DATE.
002829     ADD 1 TO FACTDSP-POST-COUNT.
002830     IF FACTDSP-POST-COUNT = 1
002831         WRITE FACTDSP-RECORD
002832             INVALID KEY
002833                 DISPLAY 'FACTGAPF - FACTDSP WRITE STATUS '
002834                     WS-FACTDSP-STATUS
002835                 GO TO 2400-EXIT
002836         END-WRITE
002837     ELSE
002838         REWRITE FACTDSP-RECORD
002839             INVALID KEY
002840                 DISPLAY 'FACTGAPF - FACTDSP REWRITE STATUS '
002841                     WS-FACTDSP-STATUS
002842                 GO TO 2400-EXIT
002843         END-REWRITE
002844     END-IF.
002845     ADD 1 TO WS-POSTED-COUNT.
002846 2400-EXIT.
002847     EXIT.
002848*----------------------------------------------------------------*
002849*  3000-WRITE-HEALING-RANGE                                       *
002850*  APPENDS ONE CONTROL RECORD COVERING THE MISSING N SPAN TO      *
002851*  FACTCTL, UNDER THE FEEDER'S OWN GAP JOB ID, SO THE NEXT        *
002852*  FACTOR01 EXECUTION COMPUTES THE MISSING FACTORIALS ALONG       *
002853*  WITH ITS SCHEDULED RANGES.                                     *
002854*----------------------------------------------------------------*
002860 3000-WRITE-HEALING-RANGE.
002870     OPEN EXTEND FACTCTL.
002880     IF WS-FACTCTL-STATUS = '35'
002990         WS-GAP-JOB-ID.
003000 3000-EXIT.
003010     EXIT.
003020*----------------------------------------------------------------*
003030*  7600-POST-CONTROL-TOTALS                                       *
003040*  APPENDS THIS RUN'S INPUT, OUTPUT AND REJECT COUNTS TO THE      *
003050*  FACTLEDG CONTROL-TOTAL LEDGER (SEE FACTLEDR.CPY), WHERE THE    *
003060*  FACTLBAL BALANCING PROGRAM PROVES THEM AGAINST THE             *
003070*  NEIGHBOURING STEPS OF THE CHAIN.                               *
003080*----------------------------------------------------------------*
003090 7600-POST-CONTROL-TOTALS.
003100     ACCEPT WS-LEDG-DATE FROM DATE YYYYMMDD.
003110     ACCEPT WS-LEDG-CLOCK FROM TIME.
003120     STRING WS-LEDG-DATE DELIMITED BY SIZE
003130         WS-LEDG-CLOCK(1:6) DELIMITED BY SIZE
003140         INTO WS-LEDG-TIME.
003150     OPEN EXTEND FACTLEDG.
003160     IF WS-FACTLEDG-STATUS = '35'
003170         OPEN OUTPUT FACTLEDG
003180     END-IF.
003190     MOVE 'FACTEXC' TO FACTLEDG-FILE-ID.
003200     MOVE 'I' TO FACTLEDG-COUNT-TYPE.
003210     MOVE 'GAPS READ' TO FACTLEDG-COUNT-NAME.
003220     MOVE WS-GAP-COUNT TO FACTLEDG-COUNT.
003230     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
003240     MOVE 'FACTPAIR' TO FACTLEDG-FILE-ID.
003250     MOVE 'O' TO FACTLEDG-COUNT-TYPE.
003260     MOVE 'WRITTEN' TO FACTLEDG-COUNT-NAME.
003270     MOVE WS-REQUEUE-COUNT TO FACTLEDG-COUNT.
003280     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
003290     CLOSE FACTLEDG.
003300 7600-EXIT.
003310     EXIT.
003320*----------------------------------------------------------------*
003330*  7610-WRITE-LEDGER-RECORD                                       *
003340*----------------------------------------------------------------*
003350 7610-WRITE-LEDGER-RECORD.
003360     MOVE 'FACTGAPF' TO FACTLEDG-PROGRAM-ID.
003370     MOVE SPACES TO FACTLEDG-JOB-ID.
003380     MOVE WS-LEDG-TIME TO FACTLEDG-RUN-TIME.
003390     MOVE FACTY-BUSINESS-DATE TO FACTLEDG-BUSINESS-DATE.
003400     WRITE FACTLEDG-RECORD.
003410 7610-EXIT.
003420     EXIT.
