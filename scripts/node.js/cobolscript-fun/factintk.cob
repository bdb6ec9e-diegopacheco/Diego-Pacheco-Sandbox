000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     FACTINTK.
000120 AUTHOR.         D. PACHECO.
000130 INSTALLATION.   COMBINATORICS BATCH GROUP.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*----------------------------------------------------------------*
000170*  MODIFICATION HISTORY                                          *
000180*  2026-10-15  DP  ORIGINAL - DELIMITED REQUEST INTAKE AHEAD OF   *
000190*              FACTSERV.  DEPARTMENTS HAD TO HAND US FACTREQ IN   *
000200*              THE FIXED FACTRQSR LAYOUT, BUT THEIR SYSTEMS       *
000210*              PRODUCE COMMA-DELIMITED FILES AND SOMEONE RE-KEYED *
000220*              THEM.  THIS JOB TAKES ONE DEPARTMENT BATCH ON      *
000230*              FACTRQIN, BUILT THE WAY FACTEXTR BUILDS ITS        *
000240*              OUTBOUND FILES -                                   *
000250*                H,BATCH ID,BATCH DATE (YYYYMMDD)                 *
000260*                D,REQUESTOR ID,TYPE,N,R    (R MAY BE LEFT OFF    *
000270*                                            FOR TYPE F)          *
000280*                T,DETAIL COUNT,HASH TOTAL OF EVERY N PLUS R      *
000290*              - EDITS EVERY DETAIL LINE, AND TAKES THE BATCH IN  *
000300*              ONLY WHEN THE TRAILER BALANCES AND THE BATCH ID    *
000310*              IS NOT ALREADY ON THE FACTBHST HISTORY (SEE        *
000320*              COPYBOOKS/FACTBHSR.CPY).  GOOD LINES OF AN         *
000330*              ACCEPTED BATCH ARE APPENDED TO FACTREQ FOR THE     *
000340*              NEXT FACTSERV RUN - SEVERAL DEPARTMENTS' BATCHES   *
000350*              MAY BE TAKEN IN AHEAD OF ONE RUN - AND BAD LINES   *
000360*              ARE LEFT OUT.  THE DEPARTMENT GETS FACTACK BACK,   *
000370*              A DELIMITED ACKNOWLEDGEMENT IN THE SAME H/D/T      *
000380*              SHAPE -                                            *
000390*                H,BATCH ID,ACK DATE,ACCEPTED/REJECTED/DUPLICATE, *
000400*                  REASON                                         *
000410*                R,LINE NUMBER,REASON   (ONE PER BAD DETAIL LINE) *
000420*                T,DETAIL COUNT,LINES ACCEPTED,LINES REJECTED     *
000421*  2026-10-15  DP  CONTROL-TOTAL LEDGER - A BATCH THAT IS TAKEN   *
000422*              IN NOW POSTS ITS DETAIL LINES READ, THE FACTREQ    *
000423*              REQUESTS WRITTEN AND THE LINES LEFT OUT TO         *
000424*              FACTLEDG (SEE COPYBOOKS/FACTLEDR.CPY) FOR THE      *
000425*              FACTLBAL CHAIN BALANCING PROGRAM.  THE BATCH ID IS *
000426*              WIDER THAN A JOB ID, SO THE POSTINGS CARRY A BLANK *
000427*              JOB ID, AND THE BUSINESS DATE THEY CARRY COMES     *
000428*              FROM THE FACTCYCK SUBROUTINE (SEE                  *
000429*              COPYBOOKS/FACTYLNK.CPY).  THE ACKNOWLEDGEMENT DATE *
000430*              AND THE BATCH HISTORY STAY ON THE CALENDAR DATE.   *
000431*----------------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.    IBM-370.
000470 OBJECT-COMPUTER.    IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT FACTRQIN ASSIGN TO FACTRQIN
000510                     ORGANIZATION IS SEQUENTIAL
000520                     FILE STATUS IS WS-FACTRQIN-STATUS.
000530     SELECT FACTBHST ASSIGN TO FACTBHST
000540                     ORGANIZATION IS SEQUENTIAL
000550                     FILE STATUS IS WS-FACTBHST-STATUS.
000560     SELECT FACTREQ  ASSIGN TO FACTREQ
000570                     ORGANIZATION IS SEQUENTIAL
000580                     FILE STATUS IS WS-FACTREQ-STATUS.
000590     SELECT FACTACK  ASSIGN TO FACTACK
000600                     ORGANIZATION IS SEQUENTIAL
000610                     FILE STATUS IS WS-FACTACK-STATUS.
000612     SELECT FACTLEDG ASSIGN TO FACTLEDG
000614                     ORGANIZATION IS SEQUENTIAL
000616                     FILE STATUS IS WS-FACTLEDG-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  FACTRQIN
000650     LABEL RECORDS ARE STANDARD.
000660 01  FACTRQIN-LINE               PIC X(80).
000670 FD  FACTBHST
000680     LABEL RECORDS ARE STANDARD.
000690     COPY FACTBHSR.
000700 FD  FACTREQ
000710     LABEL RECORDS ARE STANDARD.
000720     COPY FACTRQSR.
000730 FD  FACTACK
000740     LABEL RECORDS ARE STANDARD.
000750 01  FACTACK-LINE                PIC X(80).
000752 FD  FACTLEDG
000754     LABEL RECORDS ARE STANDARD.
000756     COPY FACTLEDR.
000760 WORKING-STORAGE SECTION.
000770*----------------------------------------------------------------*
000780*  FILE STATUS FIELDS.                                            *
000790*----------------------------------------------------------------*
000800 01  WS-FILE-STATUSES.
000810     05  WS-FACTRQIN-STATUS      PIC X(02).
000820     05  WS-FACTBHST-STATUS      PIC X(02).
000830     05  WS-FACTREQ-STATUS       PIC X(02).
000840     05  WS-FACTACK-STATUS       PIC X(02).
000845     05  WS-FACTLEDG-STATUS      PIC X(02).
000850*----------------------------------------------------------------*
000860*  STANDALONE COUNTERS AND SWITCHES.                              *
000870*----------------------------------------------------------------*
000880 77  WS-ABORT-SW                 PIC X(01)     VALUE 'N'.
000890     88  WS-JOB-ABORTED              VALUE 'Y'.
000900 77  WS-IN-EOF-SW                PIC X(01)     VALUE 'N'.
000910     88  WS-END-OF-FACTRQIN          VALUE 'Y'.
000920 77  WS-HST-EOF-SW               PIC X(01)     VALUE 'N'.
000930     88  WS-END-OF-FACTBHST          VALUE 'Y'.
000940 77  WS-HEADER-SW                PIC X(01)     VALUE 'N'.
000950     88  WS-HEADER-SEEN              VALUE 'Y'.
000960 77  WS-TRAILER-SW               PIC X(01)     VALUE 'N'.
000970     88  WS-TRAILER-SEEN             VALUE 'Y'.
000980 77  WS-N-OK-SW                  PIC X(01)     VALUE 'N'.
000990     88  WS-N-IS-NUMERIC             VALUE 'Y'.
001000 77  WS-R-OK-SW                  PIC X(01)     VALUE 'N'.
001010     88  WS-R-IS-NUMERIC             VALUE 'Y'.
001020 77  WS-CONV-OK-SW               PIC X(01)     VALUE 'N'.
001030     88  WS-CONVERSION-OK            VALUE 'Y'.
001040*----------------------------------------------------------------*
001050*  THE BATCH VERDICT.  THE FIRST STRUCTURAL FAULT FOUND DECIDES   *
001060*  THE REASON - A BATCH IS NOT REJECTED TWICE.                    *
001070*----------------------------------------------------------------*
001080 77  WS-BATCH-STATUS             PIC X(09)     VALUE 'ACCEPTED '.
001090     88  WS-BATCH-ACCEPTED           VALUE 'ACCEPTED '.
001100     88  WS-BATCH-REJECTED           VALUE 'REJECTED '.
001110     88  WS-BATCH-DUPLICATE          VALUE 'DUPLICATE'.
001120 77  WS-BATCH-REASON             PIC X(30)     VALUE SPACES.
001130 77  WS-BATCH-ID                 PIC X(12)     VALUE SPACES.
001140 77  WS-BATCH-DATE               PIC X(08)     VALUE SPACES.
001150*----------------------------------------------------------------*
001160*  BATCH TOTALS - WHAT WAS COUNTED HERE AGAINST WHAT THE          *
001170*  DEPARTMENT'S TRAILER CLAIMS.                                   *
001180*----------------------------------------------------------------*
001190 77  WS-LINE-NUMBER              PIC 9(07)     COMP-3 VALUE 0.
001200 77  WS-DETAIL-COUNT             PIC 9(07)     COMP-3 VALUE 0.
001210 77  WS-DETAIL-HASH              PIC 9(09)     COMP-3 VALUE 0.
001220 77  WS-GOOD-COUNT               PIC 9(07)     COMP-3 VALUE 0.
001230 77  WS-BAD-COUNT                PIC 9(07)     COMP-3 VALUE 0.
001240 77  WS-WRITTEN-COUNT            PIC 9(07)     COMP-3 VALUE 0.
001250 77  WS-TRL-COUNT                PIC 9(07)     COMP-3 VALUE 0.
001260 77  WS-TRL-HASH                 PIC 9(09)     COMP-3 VALUE 0.
001270 77  WS-HISTORY-COUNT            PIC 9(07)     COMP-3 VALUE 0.
001280*----------------------------------------------------------------*
001290*  ONE INBOUND LINE SPLIT AT THE COMMAS.  A SIXTH FIELD IS ONLY   *
001300*  THERE TO CATCH A LINE WITH TOO MANY.                           *
001310*----------------------------------------------------------------*
001320 77  WS-FIELD-COUNT              PIC 9(03)     COMP-3 VALUE 0.
001330 01  WS-FIELDS.
001340     05  WS-FLD-1                PIC X(20).
001350     05  WS-FLD-2                PIC X(20).
001360     05  WS-FLD-3                PIC X(20).
001370     05  WS-FLD-4                PIC X(20).
001380     05  WS-FLD-5                PIC X(20).
001390     05  WS-FLD-6                PIC X(20).
001400 01  WS-FIELD-LENGTHS.
001410     05  WS-LEN-1                PIC 9(03)     COMP-3.
001420     05  WS-LEN-2                PIC 9(03)     COMP-3.
001430     05  WS-LEN-3                PIC 9(03)     COMP-3.
001440     05  WS-LEN-4                PIC 9(03)     COMP-3.
001450     05  WS-LEN-5                PIC 9(03)     COMP-3.
001460     05  WS-LEN-6                PIC 9(03)     COMP-3.
001470*----------------------------------------------------------------*
001480*  A DETAIL LINE AS EDITED - WS-LINE-REASON IS SPACES WHEN THE    *
001490*  LINE IS GOOD.                                                  *
001500*----------------------------------------------------------------*
001510 77  WS-LINE-REASON              PIC X(30)     VALUE SPACES.
001520 77  WS-DET-REQUESTOR            PIC X(08)     VALUE SPACES.
001530 77  WS-DET-TYPE                 PIC X(01)     VALUE SPACE.
001540 77  WS-DET-N                    PIC 9(03)     VALUE 0.
001550 77  WS-DET-R                    PIC 9(03)     VALUE 0.
001560*----------------------------------------------------------------*
001570*  DIGIT-STRING CONVERSION - A FIELD OF ONE TO NINE DIGITS IS     *
001580*  RIGHT-JUSTIFIED OVER ZEROS AND TESTED NUMERIC BEFORE IT IS     *
001590*  USED AS A NUMBER.                                              *
001600*----------------------------------------------------------------*
001610 77  WS-CONV-TEXT                PIC X(20)     VALUE SPACES.
001620 77  WS-CONV-LENGTH              PIC 9(03)     COMP-3 VALUE 0.
001630 77  WS-CONV-MAX                 PIC 9(03)     COMP-3 VALUE 0.
001640 77  WS-CONV-POS                 PIC 9(03)     COMP-3 VALUE 0.
001650 01  WS-CONV-AREA.
001660     05  WS-CONV-DIGITS          PIC X(09).
001670     05  WS-CONV-NUMBER          REDEFINES WS-CONV-DIGITS
001680                                 PIC 9(09).
001690*----------------------------------------------------------------*
001700*  ACKNOWLEDGEMENT AND HISTORY FIELDS.                            *
001710*----------------------------------------------------------------*
001720 77  WS-TODAY                    PIC X(08)     VALUE SPACES.
001730 77  WS-CLOCK                    PIC X(08)     VALUE SPACES.
001740 77  WS-STAMP-TIME               PIC X(14)     VALUE SPACES.
001750 77  WS-LINE-X                   PIC 9(07)     VALUE 0.
001760 77  WS-COUNT-X                  PIC 9(07)     VALUE 0.
001770 77  WS-GOOD-X                   PIC 9(07)     VALUE 0.
001780 77  WS-BAD-X                    PIC 9(07)     VALUE 0.
001790 77  WS-BUILT-LINE               PIC X(80)     VALUE SPACES.
001791*----------------------------------------------------------------*
001792*  CONTROL-TOTAL LEDGER STAMP - ONE RUN TIME ON EVERY FACTLEDG    *
001793*  RECORD THIS EXECUTION POSTS.                                   *
001794*----------------------------------------------------------------*
001795 77  WS-LEDG-DATE                PIC X(08)     VALUE SPACES.
001796 77  WS-LEDG-CLOCK               PIC X(08)     VALUE SPACES.
001797 77  WS-LEDG-TIME                PIC X(14)     VALUE SPACES.
001798*----------------------------------------------------------------*
001799*  LINKAGE FOR THE FACTCYCK BUSINESS-CYCLE SUBROUTINE.            *
001800*----------------------------------------------------------------*
001801     COPY FACTYLNK.
001802 PROCEDURE DIVISION.
001810*----------------------------------------------------------------*
001820*  0000-MAINLINE                                                  *
001830*  THE BATCH IS READ TWICE.  THE FIRST PASS PROVES THE BATCH -    *
001840*  ITS SHAPE, ITS TRAILER AND ITS ID - WITHOUT WRITING ANYTHING.  *
001850*  THE SECOND PASS WRITES THE GOOD LINES TO FACTREQ, IF THE BATCH *
001860*  WAS ACCEPTED, AND THE BAD ONES TO THE ACKNOWLEDGEMENT.         *
001870*----------------------------------------------------------------*
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001900     IF WS-JOB-ABORTED
001910         DISPLAY 'FACTINTK - NO BATCH TAKEN IN'
001920         MOVE 8 TO RETURN-CODE
001930         GO TO 0000-EXIT
001940     END-IF.
001950     PERFORM 2000-PROVE-BATCH THRU 2000-EXIT.
001960     PERFORM 3000-DECIDE-BATCH THRU 3000-EXIT.
001970     OPEN OUTPUT FACTACK.
001980     PERFORM 5000-WRITE-ACK-HEADER THRU 5000-EXIT.
001990     IF NOT WS-BATCH-DUPLICATE
002000         PERFORM 4000-TAKE-IN-BATCH THRU 4000-EXIT
002010     END-IF.
002020     PERFORM 5200-WRITE-ACK-TRAILER THRU 5200-EXIT.
002030     CLOSE FACTACK.
002040     IF WS-BATCH-ACCEPTED
002050         PERFORM 6000-RECORD-HISTORY THRU 6000-EXIT
002060     END-IF.
002070     DISPLAY 'FACTINTK - BATCH ' WS-BATCH-ID ' ' WS-BATCH-STATUS
002080         ' - ' WS-DETAIL-COUNT ' LINES - ' WS-WRITTEN-COUNT
002090         ' TO FACTREQ - ' WS-BAD-COUNT ' REJECTED'.
002092     IF WS-BATCH-ACCEPTED
002094         PERFORM 7600-POST-CONTROL-TOTALS THRU 7600-EXIT
002096     END-IF.
002100     IF WS-BATCH-REJECTED
002110         DISPLAY 'FACTINTK - BATCH REJECTED - ' WS-BATCH-REASON
002120         MOVE 8 TO RETURN-CODE
002130         GO TO 0000-EXIT
002140     END-IF.
002150     IF WS-BATCH-DUPLICATE OR WS-BAD-COUNT > 0
002160         MOVE 4 TO RETURN-CODE
002170     END-IF.
002180 0000-EXIT.
002190     STOP RUN.
002200*----------------------------------------------------------------*
002210*  1000-INITIALIZE                                                *
002220*  A MISSING INBOUND FILE IS AN ABORT - THERE IS NO BATCH ID TO   *
002230*  ACKNOWLEDGE.                                                   *
002240*----------------------------------------------------------------*
002250 1000-INITIALIZE.
002255     CALL 'FACTCYCK' USING FACTY-BUSINESS-DATE, FACTY-CYCLE-STATE.
002260     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002270     ACCEPT WS-CLOCK FROM TIME.
002280     STRING WS-TODAY DELIMITED BY SIZE
002290         WS-CLOCK(1:6) DELIMITED BY SIZE
002300         INTO WS-STAMP-TIME.
002310     OPEN INPUT FACTRQIN.
002320     IF WS-FACTRQIN-STATUS = '35'
002330         DISPLAY 'FACTINTK - FACTRQIN NOT ON FILE - JOB ABORTED'
002340         MOVE 'Y' TO WS-ABORT-SW
002350     END-IF.
002360 1000-EXIT.
002370     EXIT.
002380*----------------------------------------------------------------*
002390*  2000-PROVE-BATCH                                               *
002400*  FIRST PASS - CHECKS THE H/D/T SHAPE, EDITS EVERY DETAIL LINE,  *
002410*  AND TAKES THE COUNT AND HASH THE TRAILER MUST MATCH.           *
002420*----------------------------------------------------------------*
002430 2000-PROVE-BATCH.
002440     PERFORM 2100-PROVE-ONE-LINE THRU 2100-EXIT
002450         UNTIL WS-END-OF-FACTRQIN.
002460     CLOSE FACTRQIN.
002470 2000-EXIT.
002480     EXIT.
002490*----------------------------------------------------------------*
002500*  2100-PROVE-ONE-LINE                                            *
002510*  THE HEADER MUST BE THE FIRST LINE AND THE TRAILER THE LAST -   *
002520*  ANY LINE AFTER THE TRAILER, OR A SECOND HEADER, IS A BATCH     *
002530*  FAULT, NOT A LINE FAULT.                                       *
002540*----------------------------------------------------------------*
002550 2100-PROVE-ONE-LINE.
002560     READ FACTRQIN
002570         AT END
002580             MOVE 'Y' TO WS-IN-EOF-SW
002590             GO TO 2100-EXIT
002600     END-READ.
002610     ADD 1 TO WS-LINE-NUMBER.
002620     PERFORM 7000-SPLIT-LINE THRU 7000-EXIT.
002630     IF WS-TRAILER-SEEN
002640         MOVE 'LINES FOUND AFTER TRAILER     ' TO WS-LINE-REASON
002650         PERFORM 2900-REJECT-BATCH THRU 2900-EXIT
002660         GO TO 2100-EXIT
002670     END-IF.
002680     IF WS-LINE-NUMBER = 1
002690         PERFORM 2200-PROVE-HEADER THRU 2200-EXIT
002700         GO TO 2100-EXIT
002710     END-IF.
002720     EVALUATE WS-FLD-1
002730         WHEN 'D'
002740             PERFORM 2300-PROVE-DETAIL THRU 2300-EXIT
002750         WHEN 'T'
002760             PERFORM 2400-PROVE-TRAILER THRU 2400-EXIT
002770         WHEN 'H'
002780             MOVE 'MORE THAN ONE HEADER RECORD   '
002785                 TO WS-LINE-REASON
002790             PERFORM 2900-REJECT-BATCH THRU 2900-EXIT
002800         WHEN OTHER
002810             MOVE 'UNKNOWN RECORD TYPE           '
002815                 TO WS-LINE-REASON
002820             PERFORM 2900-REJECT-BATCH THRU 2900-EXIT
002830     END-EVALUATE.
002840 2100-EXIT.
002850     EXIT.
002860*----------------------------------------------------------------*
002870*  2200-PROVE-HEADER                                              *
002880*  H, A BATCH ID OF ONE TO TWELVE CHARACTERS, AND AN EIGHT-DIGIT  *
002890*  BATCH DATE.                                                    *
002900*----------------------------------------------------------------*
002910 2200-PROVE-HEADER.
002920     IF WS-FLD-1 NOT = 'H'
002930         MOVE 'FIRST LINE IS NOT A HEADER    ' TO WS-LINE-REASON
002940         PERFORM 2900-REJECT-BATCH THRU 2900-EXIT
002950         GO TO 2200-EXIT
002960     END-IF.
002970     MOVE 'Y' TO WS-HEADER-SW.
002980     IF WS-LEN-2 > 0 AND WS-LEN-2 NOT > 12
002990         MOVE WS-FLD-2 TO WS-BATCH-ID
003000     END-IF.
003010     MOVE WS-FLD-3 TO WS-BATCH-DATE.
003020     IF WS-FIELD-COUNT NOT = 3
003030         OR WS-LEN-2 = 0 OR WS-LEN-2 > 12
003040         OR WS-LEN-3 NOT = 8
003050         OR WS-BATCH-DATE IS NOT NUMERIC
003060         MOVE 'HEADER RECORD INVALID         ' TO WS-LINE-REASON
003070         PERFORM 2900-REJECT-BATCH THRU 2900-EXIT
003080     END-IF.
003090 2200-EXIT.
003100     EXIT.
003110*----------------------------------------------------------------*
003120*  2300-PROVE-DETAIL                                              *
003130*  EVERY DETAIL LINE COUNTS TOWARD THE TRAILER, GOOD OR BAD, AND  *
003140*  ITS N AND R GO INTO THE HASH WHEREVER THEY ARE NUMBERS.        *
003150*----------------------------------------------------------------*
003160 2300-PROVE-DETAIL.
003170     ADD 1 TO WS-DETAIL-COUNT.
003180     PERFORM 7100-EDIT-DETAIL THRU 7100-EXIT.
003190     IF WS-N-IS-NUMERIC
003200         ADD WS-DET-N TO WS-DETAIL-HASH
003210     END-IF.
003220     IF WS-R-IS-NUMERIC
003230         ADD WS-DET-R TO WS-DETAIL-HASH
003240     END-IF.
003250     IF WS-LINE-REASON = SPACES
003260         ADD 1 TO WS-GOOD-COUNT
003270     ELSE
003280         ADD 1 TO WS-BAD-COUNT
003290     END-IF.
003300 2300-EXIT.
003310     EXIT.
003320*----------------------------------------------------------------*
003330*  2400-PROVE-TRAILER                                             *
003340*  T, A DETAIL COUNT OF UP TO SEVEN DIGITS AND A HASH TOTAL OF UP *
003350*  TO NINE.                                                       *
003360*----------------------------------------------------------------*
003370 2400-PROVE-TRAILER.
003380     MOVE 'Y' TO WS-TRAILER-SW.
003390     IF WS-FIELD-COUNT NOT = 3
003400         MOVE 'TRAILER RECORD INVALID        ' TO WS-LINE-REASON
003410         PERFORM 2900-REJECT-BATCH THRU 2900-EXIT
003420         GO TO 2400-EXIT
003430     END-IF.
003440     MOVE WS-FLD-2 TO WS-CONV-TEXT.
003450     MOVE WS-LEN-2 TO WS-CONV-LENGTH.
003460     MOVE 7 TO WS-CONV-MAX.
003470     PERFORM 7200-CONVERT-NUMBER THRU 7200-EXIT.
003480     IF NOT WS-CONVERSION-OK
003490         MOVE 'TRAILER RECORD INVALID        ' TO WS-LINE-REASON
003500         PERFORM 2900-REJECT-BATCH THRU 2900-EXIT
003510         GO TO 2400-EXIT
003520     END-IF.
003530     MOVE WS-CONV-NUMBER TO WS-TRL-COUNT.
003540     MOVE WS-FLD-3 TO WS-CONV-TEXT.
003550     MOVE WS-LEN-3 TO WS-CONV-LENGTH.
003560     MOVE 9 TO WS-CONV-MAX.
003570     PERFORM 7200-CONVERT-NUMBER THRU 7200-EXIT.
003580     IF NOT WS-CONVERSION-OK
003590         MOVE 'TRAILER RECORD INVALID        ' TO WS-LINE-REASON
003600         PERFORM 2900-REJECT-BATCH THRU 2900-EXIT
003610         GO TO 2400-EXIT
003620     END-IF.
003630     MOVE WS-CONV-NUMBER TO WS-TRL-HASH.
003640 2400-EXIT.
003650     EXIT.
003660*----------------------------------------------------------------*
003670*  2900-REJECT-BATCH                                              *
003680*  THE FIRST BATCH FAULT NAMES THE REASON.                        *
003690*----------------------------------------------------------------*
003700 2900-REJECT-BATCH.
003710     IF NOT WS-BATCH-REJECTED
003720         MOVE 'REJECTED ' TO WS-BATCH-STATUS
003730         MOVE WS-LINE-REASON TO WS-BATCH-REASON
003740         MOVE WS-LINE-NUMBER TO WS-LINE-X
003750         DISPLAY 'FACTINTK - LINE ' WS-LINE-X ' - '
003760             WS-LINE-REASON
003770     END-IF.
003780 2900-EXIT.
003790     EXIT.
003800*----------------------------------------------------------------*
003810*  3000-DECIDE-BATCH                                              *
003820*  A BATCH WITH NO HEADER OR NO TRAILER, OR WHOSE TRAILER DOES    *
003830*  NOT MATCH WHAT WAS COUNTED, IS REJECTED WHOLE.  A BATCH THAT   *
003840*  PASSES IS STILL REFUSED IF ITS ID IS ALREADY ON FACTBHST.      *
003850*----------------------------------------------------------------*
003860 3000-DECIDE-BATCH.
003870     IF WS-BATCH-REJECTED
003880         GO TO 3000-EXIT
003890     END-IF.
003900     IF NOT WS-HEADER-SEEN
003910         MOVE 'BATCH IS EMPTY                ' TO WS-LINE-REASON
003920         PERFORM 2900-REJECT-BATCH THRU 2900-EXIT
003930         GO TO 3000-EXIT
003940     END-IF.
003950     IF NOT WS-TRAILER-SEEN
003960         MOVE 'TRAILER RECORD MISSING        ' TO WS-LINE-REASON
003970         PERFORM 2900-REJECT-BATCH THRU 2900-EXIT
003980         GO TO 3000-EXIT
003990     END-IF.
004000     IF WS-TRL-COUNT NOT = WS-DETAIL-COUNT
004010         MOVE 'TRAILER COUNT OUT OF BALANCE  ' TO WS-LINE-REASON
004020         PERFORM 2900-REJECT-BATCH THRU 2900-EXIT
004030         GO TO 3000-EXIT
004040     END-IF.
004050     IF WS-TRL-HASH NOT = WS-DETAIL-HASH
004060         MOVE 'TRAILER HASH OUT OF BALANCE   ' TO WS-LINE-REASON
004070         PERFORM 2900-REJECT-BATCH THRU 2900-EXIT
004080         GO TO 3000-EXIT
004090     END-IF.
004100     PERFORM 3100-CHECK-HISTORY THRU 3100-EXIT.
004110 3000-EXIT.
004120     EXIT.
004130*----------------------------------------------------------------*
004140*  3100-CHECK-HISTORY                                             *
004150*  NO HISTORY FILE YET MEANS NO BATCH HAS EVER BEEN ACCEPTED.     *
004160*----------------------------------------------------------------*
004170 3100-CHECK-HISTORY.
004180     OPEN INPUT FACTBHST.
004190     IF WS-FACTBHST-STATUS = '35'
004200         GO TO 3100-EXIT
004210     END-IF.
004220     PERFORM 3110-CHECK-ONE-HISTORY THRU 3110-EXIT
004230         UNTIL WS-END-OF-FACTBHST.
004240     CLOSE FACTBHST.
004250 3100-EXIT.
004260     EXIT.
004270*----------------------------------------------------------------*
004280*  3110-CHECK-ONE-HISTORY                                         *
004290*----------------------------------------------------------------*
004300 3110-CHECK-ONE-HISTORY.
004310     READ FACTBHST
004320         AT END
004330             MOVE 'Y' TO WS-HST-EOF-SW
004340             GO TO 3110-EXIT
004350     END-READ.
004360     ADD 1 TO WS-HISTORY-COUNT.
004370     IF FACTBHST-BATCH-ID = WS-BATCH-ID
004380         MOVE 'DUPLICATE' TO WS-BATCH-STATUS
004385         MOVE 0 TO WS-BAD-COUNT
004390         STRING 'ALREADY ACCEPTED ' DELIMITED BY SIZE
004400             FACTBHST-ACCEPTED-TIME(1:8) DELIMITED BY SIZE
004410             INTO WS-BATCH-REASON
004420         MOVE 'Y' TO WS-HST-EOF-SW
004430     END-IF.
004440 3110-EXIT.
004450     EXIT.
004460*----------------------------------------------------------------*
004470*  4000-TAKE-IN-BATCH                                             *
004480*  SECOND PASS - FACTREQ IS ONLY OPENED FOR AN ACCEPTED BATCH.    *
004490*  IT IS APPENDED TO, SO BATCHES FROM SEVERAL DEPARTMENTS WAIT    *
004500*  THERE TOGETHER FOR THE NEXT FACTSERV RUN.                      *
004510*----------------------------------------------------------------*
004520 4000-TAKE-IN-BATCH.
004530     IF WS-BATCH-ACCEPTED
004540         OPEN EXTEND FACTREQ
004550         IF WS-FACTREQ-STATUS = '35'
004560             OPEN OUTPUT FACTREQ
004570         END-IF
004580     END-IF.
004590     MOVE 'N' TO WS-IN-EOF-SW.
004600     MOVE 0 TO WS-LINE-NUMBER.
004610     OPEN INPUT FACTRQIN.
004620     PERFORM 4100-TAKE-IN-ONE-LINE THRU 4100-EXIT
004630         UNTIL WS-END-OF-FACTRQIN.
004640     CLOSE FACTRQIN.
004650     IF WS-BATCH-ACCEPTED
004660         CLOSE FACTREQ
004670     END-IF.
004680 4000-EXIT.
004690     EXIT.
004700*----------------------------------------------------------------*
004710*  4100-TAKE-IN-ONE-LINE                                          *
004720*  EVERY BAD DETAIL LINE IS ACKNOWLEDGED WHATEVER THE BATCH'S     *
004730*  VERDICT, SO A REJECTED BATCH COMES BACK WITH EVERYTHING THE    *
004740*  DEPARTMENT NEEDS TO FIX BEFORE IT IS SENT AGAIN.               *
004750*----------------------------------------------------------------*
004760 4100-TAKE-IN-ONE-LINE.
004770     READ FACTRQIN
004780         AT END
004790             MOVE 'Y' TO WS-IN-EOF-SW
004800             GO TO 4100-EXIT
004810     END-READ.
004820     ADD 1 TO WS-LINE-NUMBER.
004830     PERFORM 7000-SPLIT-LINE THRU 7000-EXIT.
004840     IF WS-FLD-1 NOT = 'D' OR WS-LINE-NUMBER = 1
004850         GO TO 4100-EXIT
004860     END-IF.
004870     PERFORM 7100-EDIT-DETAIL THRU 7100-EXIT.
004880     IF WS-LINE-REASON NOT = SPACES
004890         PERFORM 5100-WRITE-ACK-REJECT THRU 5100-EXIT
004900         GO TO 4100-EXIT
004910     END-IF.
004920     IF NOT WS-BATCH-ACCEPTED
004930         GO TO 4100-EXIT
004940     END-IF.
004950     MOVE WS-DET-REQUESTOR TO FACTREQ-REQUESTOR-ID.
004960     MOVE WS-DET-TYPE TO FACTREQ-TYPE.
004970     MOVE WS-DET-N TO FACTREQ-N.
004980     MOVE WS-DET-R TO FACTREQ-R.
004990     WRITE FACTREQ-RECORD.
005000     ADD 1 TO WS-WRITTEN-COUNT.
005010 4100-EXIT.
005020     EXIT.
005030*----------------------------------------------------------------*
005040*  5000-WRITE-ACK-HEADER                                          *
005050*  H,BATCH ID,ACK DATE,VERDICT,REASON.                            *
005060*----------------------------------------------------------------*
005070 5000-WRITE-ACK-HEADER.
005080     MOVE SPACES TO WS-BUILT-LINE.
005090     STRING 'H,' DELIMITED BY SIZE
005100         WS-BATCH-ID DELIMITED BY SPACE
005110         ',' DELIMITED BY SIZE
005120         WS-TODAY DELIMITED BY SIZE
005130         ',' DELIMITED BY SIZE
005140         WS-BATCH-STATUS DELIMITED BY SPACE
005150         ',' DELIMITED BY SIZE
005160         WS-BATCH-REASON DELIMITED BY SIZE
005170         INTO WS-BUILT-LINE.
005180     WRITE FACTACK-LINE FROM WS-BUILT-LINE.
005190 5000-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------*
005220*  5100-WRITE-ACK-REJECT                                          *
005230*  R,LINE NUMBER,REASON.                                          *
005240*----------------------------------------------------------------*
005250 5100-WRITE-ACK-REJECT.
005260     MOVE WS-LINE-NUMBER TO WS-LINE-X.
005270     MOVE SPACES TO WS-BUILT-LINE.
005280     STRING 'R,' DELIMITED BY SIZE
005290         WS-LINE-X DELIMITED BY SIZE
005300         ',' DELIMITED BY SIZE
005310         WS-LINE-REASON DELIMITED BY SIZE
005320         INTO WS-BUILT-LINE.
005330     WRITE FACTACK-LINE FROM WS-BUILT-LINE.
005340 5100-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------*
005370*  5200-WRITE-ACK-TRAILER                                         *
005380*  T,DETAIL LINES READ,LINES ACCEPTED ONTO FACTREQ,LINES          *
005390*  REJECTED.  A REJECTED OR DUPLICATE BATCH ACCEPTS NOTHING, AND  *
005395*  A DUPLICATE IS NOT EDITED AGAIN, SO REJECTS NOTHING EITHER.   *
005400*----------------------------------------------------------------*
005410 5200-WRITE-ACK-TRAILER.
005420     MOVE WS-DETAIL-COUNT TO WS-COUNT-X.
005430     MOVE WS-WRITTEN-COUNT TO WS-GOOD-X.
005440     MOVE WS-BAD-COUNT TO WS-BAD-X.
005450     MOVE SPACES TO WS-BUILT-LINE.
005460     STRING 'T,' DELIMITED BY SIZE
005470         WS-COUNT-X DELIMITED BY SIZE
005480         ',' DELIMITED BY SIZE
005490         WS-GOOD-X DELIMITED BY SIZE
005500         ',' DELIMITED BY SIZE
005510         WS-BAD-X DELIMITED BY SIZE
005520         INTO WS-BUILT-LINE.
005530     WRITE FACTACK-LINE FROM WS-BUILT-LINE.
005540 5200-EXIT.
005550     EXIT.
005560*----------------------------------------------------------------*
005570*  6000-RECORD-HISTORY                                            *
005580*  THE ACCEPTED BATCH GOES ON FACTBHST ONLY AFTER ITS LINES ARE   *
005590*  SAFELY ON FACTREQ.                                             *
005600*----------------------------------------------------------------*
005610 6000-RECORD-HISTORY.
005620     OPEN EXTEND FACTBHST.
005630     IF WS-FACTBHST-STATUS = '35'
005640         OPEN OUTPUT FACTBHST
005650     END-IF.
005660     MOVE WS-BATCH-ID TO FACTBHST-BATCH-ID.
005670     MOVE WS-BATCH-DATE TO FACTBHST-BATCH-DATE.
005680     MOVE WS-DETAIL-COUNT TO FACTBHST-DETAIL-COUNT.
005690     MOVE WS-WRITTEN-COUNT TO FACTBHST-ACCEPTED-COUNT.
005700     MOVE WS-STAMP-TIME TO FACTBHST-ACCEPTED-TIME.
005710     WRITE FACTBHST-RECORD.
005720     CLOSE FACTBHST.
005730 6000-EXIT.
005740     EXIT.
005750*----------------------------------------------------------------*
005760*  7000-SPLIT-LINE                                                *
005770*  BREAKS FACTRQIN-LINE AT THE COMMAS.  THE LAST FIELD ENDS AT    *
005780*  THE FIRST SPACE OF THE RECORD'S PADDING.                       *
005790*----------------------------------------------------------------*
005800 7000-SPLIT-LINE.
005810     MOVE SPACES TO WS-FIELDS.
005820     INITIALIZE WS-FIELD-LENGTHS.
005830     MOVE 0 TO WS-FIELD-COUNT.
005840     UNSTRING FACTRQIN-LINE DELIMITED BY ',' OR ALL SPACES
005850         INTO WS-FLD-1 COUNT IN WS-LEN-1
005860              WS-FLD-2 COUNT IN WS-LEN-2
005870              WS-FLD-3 COUNT IN WS-LEN-3
005880              WS-FLD-4 COUNT IN WS-LEN-4
005890              WS-FLD-5 COUNT IN WS-LEN-5
005900              WS-FLD-6 COUNT IN WS-LEN-6
005910         TALLYING IN WS-FIELD-COUNT
005920     END-UNSTRING.
005930 7000-EXIT.
005940     EXIT.
005950*----------------------------------------------------------------*
005960*  7100-EDIT-DETAIL                                               *
005970*  D,REQUESTOR ID,TYPE,N[,R].  THE SAME EDITS FACTSERV APPLIES,   *
005980*  MADE HERE SO THE DEPARTMENT HEARS ABOUT A BAD LINE THE DAY IT  *
005990*  SENDS IT.  THE FIRST FAILING CHECK NAMES THE REASON, BUT N AND *
006000*  R ARE ALWAYS CONVERTED FOR THE HASH WHERE THEY ARE NUMBERS.    *
006010*----------------------------------------------------------------*
006020 7100-EDIT-DETAIL.
006030     MOVE SPACES TO WS-LINE-REASON.
006040     MOVE 'N' TO WS-N-OK-SW.
006050     MOVE 'N' TO WS-R-OK-SW.
006060     MOVE 0 TO WS-DET-N.
006070     MOVE 0 TO WS-DET-R.
006080     MOVE WS-FLD-2 TO WS-DET-REQUESTOR.
006090     MOVE WS-FLD-3 TO WS-DET-TYPE.
006100     MOVE WS-FLD-4 TO WS-CONV-TEXT.
006110     MOVE WS-LEN-4 TO WS-CONV-LENGTH.
006120     MOVE 3 TO WS-CONV-MAX.
006130     PERFORM 7200-CONVERT-NUMBER THRU 7200-EXIT.
006140     IF WS-CONVERSION-OK
006150         MOVE WS-CONV-NUMBER TO WS-DET-N
006160         MOVE 'Y' TO WS-N-OK-SW
006170     END-IF.
006180     IF WS-LEN-5 = 0
006190         MOVE 'Y' TO WS-R-OK-SW
006200     ELSE
006210         MOVE WS-FLD-5 TO WS-CONV-TEXT
006220         MOVE WS-LEN-5 TO WS-CONV-LENGTH
006230         PERFORM 7200-CONVERT-NUMBER THRU 7200-EXIT
006240         IF WS-CONVERSION-OK
006250             MOVE WS-CONV-NUMBER TO WS-DET-R
006260             MOVE 'Y' TO WS-R-OK-SW
006270         END-IF
006280     END-IF.
006290     IF WS-FIELD-COUNT < 4 OR WS-FIELD-COUNT > 5
006300         MOVE 'WRONG NUMBER OF FIELDS        ' TO WS-LINE-REASON
006310         GO TO 7100-EXIT
006320     END-IF.
006330     IF WS-LEN-2 = 0 OR WS-LEN-2 > 8
006340         MOVE 'REQUESTOR ID MISSING OR LONG  ' TO WS-LINE-REASON
006350         GO TO 7100-EXIT
006360     END-IF.
006370     IF WS-LEN-3 NOT = 1
006380         OR (WS-DET-TYPE NOT = 'F' AND WS-DET-TYPE NOT = 'P'
006390             AND WS-DET-TYPE NOT = 'C')
006400         MOVE 'UNKNOWN REQUEST TYPE          ' TO WS-LINE-REASON
006410         GO TO 7100-EXIT
006420     END-IF.
006430     IF NOT WS-N-IS-NUMERIC
006440         MOVE 'N NOT NUMERIC                 ' TO WS-LINE-REASON
006450         GO TO 7100-EXIT
006460     END-IF.
006470     IF NOT WS-R-IS-NUMERIC
006480         MOVE 'R NOT NUMERIC                 ' TO WS-LINE-REASON
006490         GO TO 7100-EXIT
006500     END-IF.
006510     IF WS-DET-TYPE NOT = 'F' AND WS-LEN-5 = 0
006520         MOVE 'R MISSING                     ' TO WS-LINE-REASON
006530         GO TO 7100-EXIT
006540     END-IF.
006550     IF WS-DET-N < 1 OR WS-DET-N > 100
006560         MOVE 'N OUTSIDE 1 THRU 100          ' TO WS-LINE-REASON
006570         GO TO 7100-EXIT
006580     END-IF.
006590     IF WS-DET-TYPE NOT = 'F' AND WS-DET-R > WS-DET-N
006600         MOVE 'R EXCEEDS N                   ' TO WS-LINE-REASON
006610     END-IF.
006620 7100-EXIT.
006630     EXIT.
006640*----------------------------------------------------------------*
006650*  7200-CONVERT-NUMBER                                            *
006660*  WS-CONV-TEXT FOR WS-CONV-LENGTH CHARACTERS, AT MOST            *
006670*  WS-CONV-MAX OF THEM, INTO WS-CONV-NUMBER.                      *
006680*----------------------------------------------------------------*
006690 7200-CONVERT-NUMBER.
006700     MOVE 'N' TO WS-CONV-OK-SW.
006710     MOVE ALL '0' TO WS-CONV-DIGITS.
006720     IF WS-CONV-LENGTH = 0 OR WS-CONV-LENGTH > WS-CONV-MAX
006730         GO TO 7200-EXIT
006740     END-IF.
006750     COMPUTE WS-CONV-POS = 10 - WS-CONV-LENGTH.
006760     MOVE WS-CONV-TEXT(1:WS-CONV-LENGTH)
006770         TO WS-CONV-DIGITS(WS-CONV-POS:WS-CONV-LENGTH).
006780     IF WS-CONV-DIGITS IS NUMERIC
006790         MOVE 'Y' TO WS-CONV-OK-SW
006800     END-IF.
006810 7200-EXIT.
006820     EXIT.
006830*----------------------------------------------------------------*
006840*  7600-POST-CONTROL-TOTALS                                       *
006850*  APPENDS THIS RUN'S INPUT, OUTPUT AND REJECT COUNTS TO THE      *
006860*  FACTLEDG CONTROL-TOTAL LEDGER (SEE FACTLEDR.CPY), WHERE THE    *
006870*  FACTLBAL BALANCING PROGRAM PROVES THEM AGAINST THE             *
006880*  NEIGHBOURING STEPS OF THE CHAIN.                               *
006890*----------------------------------------------------------------*
006900 7600-POST-CONTROL-TOTALS.
006910     ACCEPT WS-LEDG-DATE FROM DATE YYYYMMDD.
006920     ACCEPT WS-LEDG-CLOCK FROM TIME.
006930     STRING WS-LEDG-DATE DELIMITED BY SIZE
006940         WS-LEDG-CLOCK(1:6) DELIMITED BY SIZE
006950         INTO WS-LEDG-TIME.
006960     OPEN EXTEND FACTLEDG.
006970     IF WS-FACTLEDG-STATUS = '35'
006980         OPEN OUTPUT FACTLEDG
006990     END-IF.
007000     MOVE 'FACTRQIN' TO FACTLEDG-FILE-ID.
007010     MOVE 'I' TO FACTLEDG-COUNT-TYPE.
007020     MOVE 'READ' TO FACTLEDG-COUNT-NAME.
007030     MOVE WS-DETAIL-COUNT TO FACTLEDG-COUNT.
007040     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
007050     MOVE 'FACTREQ' TO FACTLEDG-FILE-ID.
007060     MOVE 'O' TO FACTLEDG-COUNT-TYPE.
007070     MOVE 'WRITTEN' TO FACTLEDG-COUNT-NAME.
007080     MOVE WS-WRITTEN-COUNT TO FACTLEDG-COUNT.
007090     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
007100     MOVE 'FACTRQIN' TO FACTLEDG-FILE-ID.
007110     MOVE 'R' TO FACTLEDG-COUNT-TYPE.
007120     MOVE 'REJECTED' TO FACTLEDG-COUNT-NAME.
007130     MOVE WS-BAD-COUNT TO FACTLEDG-COUNT.
007140     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
007150     CLOSE FACTLEDG.
007160 7600-EXIT.
007170     EXIT.
007180*----------------------------------------------------------------*
007190*  7610-WRITE-LEDGER-RECORD                                       *
007200*----------------------------------------------------------------*
007210 7610-WRITE-LEDGER-RECORD.
007220     MOVE 'FACTINTK' TO FACTLEDG-PROGRAM-ID.
007230     MOVE SPACES TO FACTLEDG-JOB-ID.
007240     MOVE WS-LEDG-TIME TO FACTLEDG-RUN-TIME.
007250     MOVE FACTY-BUSINESS-DATE TO FACTLEDG-BUSINESS-DATE.
007260     WRITE FACTLEDG-RECORD.
007270 7610-EXIT.
007280     EXIT.
