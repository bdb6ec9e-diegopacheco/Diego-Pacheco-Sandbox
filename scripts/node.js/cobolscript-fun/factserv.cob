000300*              CANNOT BE ANSWERED IS FILED ON THE SHARED          *
000310*              FACTEXC TRAIL WITH REASON CODE 8 SO DATA QUALITY   *
000320*              SEES IT.                                           *
000322*  2026-10-15  DP  WIDE-VALUE MASTER - A REQUEST THE FACTMST       *
000324*              MASTER CANNOT ANSWER IS NOW LOOKED UP ON THE       *
000326*              FACTWMST WIDE-VALUE MASTER (SEE COPYBOOKS/         *
000327*              FACTWMSR.CPY) BY TYPE/N/R BEFORE FALLING BACK TO   *
000328*              FACTXMTH, SO DEPARTMENTS GET THE AUDITED NIGHTLY   *
000329*              VALUES FACTWMNT LOADED RATHER THAN A RECOMPUTE.    *
000330*  2026-10-15  DP  USAGE TRAIL - ONE FACTUSG RECORD (SEE          *
000331*              COPYBOOKS/FACTUSGR.CPY) IS APPENDED FOR EVERY      *
000332*              REQUEST ANSWERED OR REJECTED - REQUESTOR, TYPE,    *
000333*              DISPOSITION AND DATE - SO THE MONTH-END FACTCHRG   *
000334*              CHARGEBACK CAN BILL EACH AREA FOR ITS USE.         *
000335*  2026-10-15  DP  BUSINESS-DATE CYCLE CONTROL - THE BUSINESS    *
000336*              DATE IS TAKEN FROM THE FACTCYCK SUBROUTINE (SEE   *
000337*              COPYBOOKS/FACTYLNK.CPY) AT STARTUP AND CARRIED ON *
000338*              EVERY FACTEXC RECORD ALONGSIDE THE REAL           *
000339*              TIMESTAMP.  THE FACTUSG USAGE DATE IS NOW THE     *
000340*              BUSINESS DATE, SO A REQUEST ANSWERED AFTER        *
000341*              MIDNIGHT IS STILL BILLED TO THE CYCLE IT BELONGS  *
000342*              TO.  A CLOSED CYCLE REFUSES THE RUN WITH          *
000343*              CONDITION CODE 12 BEFORE ANY FILE IS OPENED.      *
000344*  2026-10-15  DP  CONTROL-TOTAL LEDGER - A RUN THAT ANSWERED ITS *
000345*              QUEUE NOW POSTS THE FACTREQ REQUESTS READ,         *
000346*              ANSWERED AND REJECTED AND THE FACTUSG USAGE        *
000347*              RECORDS WRITTEN TO FACTLEDG (SEE                   *
000348*              COPYBOOKS/FACTLEDR.CPY) FOR THE FACTLBAL CHAIN     *
000349*              BALANCING PROGRAM.                                 *
000350*  2026-10-15  DP  OPERATOR HOLD - A REQUEST FOR AN N THE         *
000351*              OPERATOR HAS PUT ON HOLD THROUGH FACTINQ (SEE      *
000352*              COPYBOOKS/FACTHLDR.CPY) IS ANSWERED AS REJECTED    *
000353*              AND FILED ON FACTEXC WITH REASON 11 UNTIL THE HOLD *
000354*              IS LIFTED.  EVERY REJECTED FACTRESP DETAIL NOW     *
000355*              CARRIES ITS FACTEXC REASON CODE AND A SHORT TEXT - *
000356*              THE HOLD REASON, OR WHICH EDIT FAILED - IN PLACE   *
000357*              OF THE DIGITS.                                     *
000358*  2026-10-15  DP  OPERATOR HOLD - THE FACTHLD LOOKUP NOW TESTS   *
000359*              THE FILE STATUS.  ONLY NOT-FOUND MEANS NO HOLD -   *
000360*              ANY OTHER FAILED READ ABORTS THE RUN WITH          *
000361*              CONDITION CODE 8, THE SAME AS A FACTHLD THAT       *
000362*              CANNOT BE OPENED, SINCE A HOLD MUST NEVER BE       *
000363*              ANSWERED PAST.  THE REQUEST BEING ANSWERED GETS NO *
000364*              RESPONSE, NO FURTHER REQUEST IS ANSWERED AND NO    *
000365*              CONTROL TOTALS ARE POSTED.                         *
000366*  2026-10-15  DP  OPERATOR HOLD - A FACTHLD THAT CANNOT BE       *
000367*              OPENED NOW CLOSES FACTREQ BEFORE THE RUN ABORTS.   *
000368*----------------------------------------------------------------*
000369 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000371 SOURCE-COMPUTER.    IBM-370.
000372 OBJECT-COMPUTER.    IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT FACTREQ  ASSIGN TO FACTREQ
000450                     ACCESS MODE IS RANDOM
000460                     RECORD KEY IS FACTMST-N
000470                     FILE STATUS IS WS-FACTMST-STATUS.
000472     SELECT FACTWMST ASSIGN TO FACTWMST
000474                     ORGANIZATION IS INDEXED
000476                     ACCESS MODE IS RANDOM
000477                     RECORD KEY IS FACTWMST-KEY
000478                     FILE STATUS IS WS-FACTWMST-STATUS.
000479     SELECT FACTHLD  ASSIGN TO FACTHLD
000480                     ORGANIZATION IS INDEXED
000481                     ACCESS MODE IS RANDOM
000482                     RECORD KEY IS FACTHLD-N
000483                     FILE STATUS IS WS-FACTHLD-STATUS.
000484     SELECT FACTRESP ASSIGN TO FACTRESP
000490                     ORGANIZATION IS SEQUENTIAL
000500                     FILE STATUS IS WS-FACTRESP-STATUS.
000510     SELECT FACTEXC  ASSIGN TO FACTEXC
000520                     ORGANIZATION IS SEQUENTIAL
000530                     FILE STATUS IS WS-FACTEXC-STATUS.
000532     SELECT FACTUSG  ASSIGN TO FACTUSG
000534                     ORGANIZATION IS SEQUENTIAL
000536                     FILE STATUS IS WS-FACTUSG-STATUS.
000537     SELECT FACTLEDG ASSIGN TO FACTLEDG
000538                     ORGANIZATION IS SEQUENTIAL
000539                     FILE STATUS IS WS-FACTLEDG-STATUS.
000540     SELECT FACTSORT ASSIGN TO FACTSORT.
000550 DATA DIVISION.
000560 FILE SECTION.
000600 FD  FACTMST
000610     LABEL RECORDS ARE STANDARD.
000620     COPY FACTMSTR.
000622 FD  FACTWMST
000624     LABEL RECORDS ARE STANDARD.
000626     COPY FACTWMSR.
000627 FD  FACTHLD
000628     LABEL RECORDS ARE STANDARD.
000629     COPY FACTHLDR.
000630 FD  FACTRESP
000640     LABEL RECORDS ARE STANDARD.
000650     COPY FACTRSPR.
000660 FD  FACTEXC
000670     LABEL RECORDS ARE STANDARD.
000680     COPY FACTEXCR.
000682 FD  FACTUSG
000684     LABEL RECORDS ARE STANDARD.
000686     COPY FACTUSGR.
000687 FD  FACTLEDG
000688     LABEL RECORDS ARE STANDARD.
000689     COPY FACTLEDR.
000690 SD  FACTSORT.
000700     COPY FACTRQSR REPLACING
000710         ==FACTREQ-RECORD== BY ==FACTSORT-RECORD==
000830 01  WS-FILE-STATUSES.
000840     05  WS-FACTREQ-STATUS       PIC X(02).
000850     05  WS-FACTMST-STATUS       PIC X(02).
000855     05  WS-FACTWMST-STATUS      PIC X(02).
000857     05  WS-FACTHLD-STATUS       PIC X(02).
000860     05  WS-FACTRESP-STATUS      PIC X(02).
000870     05  WS-FACTEXC-STATUS       PIC X(02).
000875     05  WS-FACTUSG-STATUS       PIC X(02).
000877     05  WS-FACTLEDG-STATUS      PIC X(02).
000880*----------------------------------------------------------------*
000890*  STANDALONE COUNTERS AND SWITCHES.                              *
000900*----------------------------------------------------------------*
000970     88  WS-END-OF-FACTSORT          VALUE 'Y'.
000980 77  WS-NO-MASTER-SW             PIC X(01)     VALUE 'N'.
000990     88  WS-MASTER-MISSING           VALUE 'Y'.
000992 77  WS-NO-WIDE-MASTER-SW        PIC X(01)     VALUE 'N'.
000994     88  WS-WIDE-MASTER-MISSING      VALUE 'Y'.
000996 77  WS-NO-HOLD-FILE-SW          PIC X(01)     VALUE 'N'.
000998     88  WS-HOLD-FILE-MISSING        VALUE 'Y'.
001000 77  WS-REJECTED-SW              PIC X(01)     VALUE 'N'.
001010     88  WS-REQUEST-WAS-REJECTED     VALUE 'Y'.
001020 77  WS-FOUND-SW                 PIC X(01)     VALUE 'N'.
001070     88  WS-FIRST-REQUEST            VALUE 'Y'.
001080 77  WS-LEAD-DONE-SW             PIC X(01)     VALUE 'N'.
001090     88  WS-LEAD-SCAN-DONE           VALUE 'Y'.
001093 77  WS-CYCLE-REFUSED-SW         PIC X(01)     VALUE 'N'.
001096     88  WS-RUN-REFUSED              VALUE 'Y'.
001100*----------------------------------------------------------------*
001110*  SERVICE TOTALS.                                                *
001120*----------------------------------------------------------------*
001150 77  WS-FOUND-COUNT              PIC 9(05)     COMP-3 VALUE 0.
001160 77  WS-COMPUTED-COUNT           PIC 9(05)     COMP-3 VALUE 0.
001170 77  WS-REJECT-COUNT             PIC 9(05)     COMP-3 VALUE 0.
001175 77  WS-USAGE-COUNT              PIC 9(05)     COMP-3 VALUE 0.
001180 77  WS-GROUP-COUNT              PIC 9(05)     COMP-3 VALUE 0.
001190*----------------------------------------------------------------*
001200*  THE REQUEST BEING ANSWERED AND ITS GROUP-BREAK KEY.            *
001350 77  WS-FACT-R                   PIC 9(20)     COMP-3 VALUE 0.
001360 77  WS-FACT-N-MINUS-R           PIC 9(20)     COMP-3 VALUE 0.
001370 77  WS-FACT-DENOM               PIC 9(20)     COMP-3 VALUE 0.
001372*----------------------------------------------------------------*
001374*  WIDE MASTER FETCH FIELDS - THE TYPE/N/R KEY TO LOOK UP.       *
001376*----------------------------------------------------------------*
001377 77  WS-WIDE-TYPE                PIC X(01)     VALUE SPACE.
001378 77  WS-WIDE-N                   PIC 9(03)     COMP-3 VALUE 0.
001379 77  WS-WIDE-R                   PIC 9(03)     COMP-3 VALUE 0.
001380*----------------------------------------------------------------*
001390*  RESPONSE VALUE EDITING FIELDS - A PACKED MASTER VALUE IS       *
001400*  TURNED INTO THE SAME LEFT-JUSTIFIED DIGIT STRING FACTXMTH      *
001530 77  WS-EXC-DATE                 PIC X(08)     VALUE SPACES.
001540 77  WS-EXC-CLOCK                PIC X(08)     VALUE SPACES.
001550 77  WS-EXC-TIME                 PIC X(14)     VALUE SPACES.
001551*----------------------------------------------------------------*
001552*  REJECTION REASON - THE FACTEXC REASON CODE AND A SHORT TEXT,   *
001553*  FILED ON FACTEXC AND CARRIED ON THE REJECTED FACTRESP DETAIL.  *
001554*----------------------------------------------------------------*
001555 77  WS-REJECT-REASON            PIC 9(02)     VALUE 0.
001556 77  WS-REJECT-TEXT              PIC X(40)     VALUE SPACES.
001557*----------------------------------------------------------------*
001558*  USAGE TRAIL FIELDS - EVERY RECORD OF ONE RUN CARRIES THE RUN'S *
001559*  START DATE AND TIME.                                           *
001560*----------------------------------------------------------------*
001561 77  WS-USG-DATE                 PIC X(08)     VALUE SPACES.
001562 77  WS-USG-CLOCK                PIC X(08)     VALUE SPACES.
001563 77  WS-USG-TIME                 PIC X(14)     VALUE SPACES.
001564*----------------------------------------------------------------*
001570*  LINKAGE FOR THE CALLABLE FACTXMTH EXTENDED-PRECISION          *
001580*  SUBROUTINE.                                                   *
001590*----------------------------------------------------------------*
001600     COPY FACTXLNK.
001601*----------------------------------------------------------------*
001602*  CONTROL-TOTAL LEDGER STAMP - ONE RUN TIME ON EVERY FACTLEDG    *
001603*  RECORD THIS EXECUTION POSTS.                                   *
001604*----------------------------------------------------------------*
001605 77  WS-LEDG-DATE                PIC X(08)     VALUE SPACES.
001606 77  WS-LEDG-CLOCK               PIC X(08)     VALUE SPACES.
001607 77  WS-LEDG-TIME                PIC X(14)     VALUE SPACES.
001608*----------------------------------------------------------------*
001609*  LINKAGE FOR THE FACTCYCK BUSINESS-CYCLE SUBROUTINE.            *
001610*----------------------------------------------------------------*
001611     COPY FACTYLNK.
001612 PROCEDURE DIVISION.
001620*----------------------------------------------------------------*
001630*  0000-MAINLINE                                                  *
001640*  THE SORT CARRIES EVERY REQUEST - THE INPUT PROCEDURE RELEASES  *
001680*----------------------------------------------------------------*
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001702     IF WS-RUN-REFUSED
001704         MOVE 12 TO RETURN-CODE
001706         GO TO 0000-EXIT
001708     END-IF.
001710     IF WS-JOB-ABORTED
001720         DISPLAY 'FACTSERV - NO RESPONSES WRITTEN'
001730         MOVE 8 TO RETURN-CODE
001800     CLOSE FACTREQ.
001810     CLOSE FACTRESP.
001820     CLOSE FACTEXC.
001825     CLOSE FACTUSG.
001830     IF NOT WS-MASTER-MISSING
001840         CLOSE FACTMST
001850     END-IF.
001852     IF NOT WS-WIDE-MASTER-MISSING
001854         CLOSE FACTWMST
001856     END-IF.
001857     IF NOT WS-HOLD-FILE-MISSING
001858         CLOSE FACTHLD
001859     END-IF.
001860     IF WS-JOB-ABORTED
001861         DISPLAY 'FACTSERV - RUN ABORTED - FACTRESP IS INCOMPLETE'
001862             ' - NO CONTROL TOTALS POSTED'
001863         MOVE 8 TO RETURN-CODE
001864         GO TO 0000-EXIT
001865     END-IF.
001866     DISPLAY 'FACTSERV - ' WS-READ-COUNT ' REQUESTS READ - '
001870         WS-FOUND-COUNT ' FOUND - ' WS-COMPUTED-COUNT
001880         ' COMPUTED - ' WS-REJECT-COUNT ' REJECTED'.
001885     PERFORM 7600-POST-CONTROL-TOTALS THRU 7600-EXIT.
001890     IF WS-REJECT-COUNT > 0
001900         MOVE 4 TO RETURN-CODE
001910     END-IF.
001950*  1000-INITIALIZE                                                *
001960*  A MISSING FACTREQ IS AN ABORT - THERE IS NOTHING TO SERVE.     *
001970*  A MISSING FACTMST IS NOT - EVERY ANSWER SIMPLY FALLS BACK TO   *
001980*  THE FACTXMTH COMPUTED PATH.  A MISSING FACTWMST IS TREATED     *
001985*  THE SAME WAY.                                                  *
001986*  A MISSING FACTHLD MEANS NO N HAS EVER BEEN HELD.  ONE THAT IS  *
001987*  THERE BUT CANNOT BE OPENED IS AN ABORT - A HOLD MUST NEVER BE  *
001988*  ANSWERED PAST.                                                 *
001990*----------------------------------------------------------------*
002000 1000-INITIALIZE.
002001     CALL 'FACTCYCK' USING FACTY-BUSINESS-DATE, FACTY-CYCLE-STATE.
002002     IF FACTY-CYCLE-CLOSED
002003         DISPLAY 'FACTSERV - BUSINESS DATE ' FACTY-BUSINESS-DATE
002004             ' IS CLOSED - RUN REFUSED - REOPEN IT WITH FACTCYCL'
002005         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
002006         GO TO 1000-EXIT
002007     END-IF.
002010     OPEN INPUT FACTREQ.
002020     IF WS-FACTREQ-STATUS = '35'
002030         DISPLAY 'FACTSERV - FACTREQ NOT ON FILE - JOB ABORTED'
002040         MOVE 'Y' TO WS-ABORT-SW
002050         GO TO 1000-EXIT
002060     END-IF.
002061     OPEN INPUT FACTHLD.
002062     IF WS-FACTHLD-STATUS = '35'
002063         MOVE 'Y' TO WS-NO-HOLD-FILE-SW
002064     ELSE
002065         IF WS-FACTHLD-STATUS NOT = '00'
002066             DISPLAY 'FACTSERV - FACTHLD NOT AVAILABLE - STATUS '
002067                 WS-FACTHLD-STATUS ' - JOB ABORTED'
002068             MOVE 'Y' TO WS-ABORT-SW
002070             CLOSE FACTREQ
002072             GO TO 1000-EXIT
002074         END-IF
002076     END-IF.
002078     OPEN OUTPUT FACTRESP.
002080     OPEN EXTEND FACTEXC.
002090     IF WS-FACTEXC-STATUS = '35'
002100         OPEN OUTPUT FACTEXC
002110     END-IF.
002111     OPEN EXTEND FACTUSG.
002112     IF WS-FACTUSG-STATUS = '35'
002113         OPEN OUTPUT FACTUSG
002114     END-IF.
002115     ACCEPT WS-USG-DATE FROM DATE YYYYMMDD.
002116     ACCEPT WS-USG-CLOCK FROM TIME.
002117     STRING WS-USG-DATE DELIMITED BY SIZE
002118         WS-USG-CLOCK(1:6) DELIMITED BY SIZE
002119         INTO WS-USG-TIME.
002120     OPEN INPUT FACTMST.
002130     IF WS-FACTMST-STATUS NOT = '00'
002140         DISPLAY 'FACTSERV - FACTMST NOT AVAILABLE - STATUS '
002150             WS-FACTMST-STATUS ' - ALL ANSWERS WILL BE COMPUTED'
002160         MOVE 'Y' TO WS-NO-MASTER-SW
002170     END-IF.
002172     OPEN INPUT FACTWMST.
002174     IF WS-FACTWMST-STATUS NOT = '00'
002176         DISPLAY 'FACTSERV - FACTWMST NOT AVAILABLE - STATUS '
002177             WS-FACTWMST-STATUS ' - WIDE ANSWERS WILL BE COMPUTED'
002178         MOVE 'Y' TO WS-NO-WIDE-MASTER-SW
002179     END-IF.
002180 1000-EXIT.
002190     EXIT.
002200*----------------------------------------------------------------*
002480*----------------------------------------------------------------*
002490 3000-ANSWER-REQUESTS.
002500     PERFORM 3100-ANSWER-ONE-REQUEST THRU 3100-EXIT
002503         UNTIL WS-END-OF-FACTSORT
002506             OR WS-JOB-ABORTED.
002509     IF WS-JOB-ABORTED
002512         GO TO 3000-EXIT
002515     END-IF.
002520     IF NOT WS-FIRST-REQUEST
002530         PERFORM 4100-WRITE-TRAILER THRU 4100-EXIT
002540     END-IF.
002710     MOVE FACTSORT-REQUESTOR-ID TO WS-PREV-REQUESTOR.
002720     MOVE FACTSORT-REQUESTOR-ID TO WS-CURRENT-REQUESTOR.
002730     PERFORM 3200-VALIDATE-REQUEST THRU 3200-EXIT.
002732     IF WS-JOB-ABORTED
002734         GO TO 3100-EXIT
002736     END-IF.
002740     IF WS-REQUEST-WAS-REJECTED
002750         MOVE 'R' TO WS-DISPOSITION
002760         MOVE SPACES TO WS-DIGITS
002930*  THRU THE PUBLISHED LIMIT OF 100, AND R MUST NOT EXCEED N ON    *
002940*  THE PAIRED TYPES.  THE FIRST FAILING CHECK DECIDES THE         *
002950*  MESSAGE - A NON-NUMERIC N IS NOT ALSO RANGE-CHECKED.           *
002953*  A REQUEST THAT PASSES EVERY EDIT IS STILL REJECTED WHEN ITS N  *
002956*  IS ON OPERATOR HOLD - SEE 3250-CHECK-HOLD.                     *
002960*----------------------------------------------------------------*
002970 3200-VALIDATE-REQUEST.
002980     MOVE 'N' TO WS-REJECTED-SW.
002983     MOVE 8 TO WS-REJECT-REASON.
002986     MOVE SPACES TO WS-REJECT-TEXT.
002990     MOVE FACTSORT-TYPE TO WS-CURRENT-TYPE.
003000     MOVE 0 TO WS-CURRENT-N.
003010     MOVE 0 TO WS-CURRENT-R.
003060             WS-CURRENT-TYPE ' FROM ' WS-CURRENT-REQUESTOR
003070             ' - REQUEST REJECTED'
003080         MOVE 'Y' TO WS-REJECTED-SW
003085         MOVE 'UNKNOWN REQUEST TYPE' TO WS-REJECT-TEXT
003090         GO TO 3200-EXIT
003100     END-IF.
003110     IF FACTSORT-N IS NOT NUMERIC
003120         DISPLAY 'FACTSERV - N NOT NUMERIC FROM '
003130             WS-CURRENT-REQUESTOR ' - REQUEST REJECTED'
003140         MOVE 'Y' TO WS-REJECTED-SW
003145         MOVE 'N NOT NUMERIC' TO WS-REJECT-TEXT
003150         GO TO 3200-EXIT
003160     END-IF.
003170     MOVE FACTSORT-N TO WS-CURRENT-N.
003200             DISPLAY 'FACTSERV - R NOT NUMERIC FROM '
003210                 WS-CURRENT-REQUESTOR ' - REQUEST REJECTED'
003220             MOVE 'Y' TO WS-REJECTED-SW
003225             MOVE 'R NOT NUMERIC' TO WS-REJECT-TEXT
003230             GO TO 3200-EXIT
003240         END-IF
003250         MOVE FACTSORT-R TO WS-CURRENT-R
003280         DISPLAY 'FACTSERV - N OUTSIDE 1 THRU 100 - REQUEST '
003290             'REJECTED - N=' WS-CURRENT-N
003300         MOVE 'Y' TO WS-REJECTED-SW
003305         MOVE 'N OUTSIDE 1 THRU 100' TO WS-REJECT-TEXT
003310         GO TO 3200-EXIT
003320     END-IF.
003330     IF WS-CURRENT-TYPE NOT = 'F'
003350         DISPLAY 'FACTSERV - R EXCEEDS N - REQUEST REJECTED - N='
003360             WS-CURRENT-N ' R=' WS-CURRENT-R
003370         MOVE 'Y' TO WS-REJECTED-SW
003373         MOVE 'R EXCEEDS N' TO WS-REJECT-TEXT
003376         GO TO 3200-EXIT
003380     END-IF.
003385     PERFORM 3250-CHECK-HOLD THRU 3250-EXIT.
003390 3200-EXIT.
003400     EXIT.
003401*----------------------------------------------------------------*
003402*  3250-CHECK-HOLD                                                *
003403*  A HELD N IS REJECTED WITH REASON 11 AND THE OPERATOR'S HOLD    *
003404*  REASON AS THE TEXT.  A LIFTED HOLD STAYS ON FACTHLD BUT NO     *
003405*  LONGER STOPS ANYTHING.  NOT-FOUND IS THE ONLY READ FAILURE    *
003406*  THAT MEANS NO HOLD - ANY OTHER STATUS ABORTS THE RUN RATHER    *
003407*  THAN RISK ANSWERING A HELD N.                                  *
003408*----------------------------------------------------------------*
003409 3250-CHECK-HOLD.
003410     IF WS-HOLD-FILE-MISSING
003411         GO TO 3250-EXIT
003412     END-IF.
003413     MOVE WS-CURRENT-N TO FACTHLD-N.
003414     READ FACTHLD
003415         INVALID KEY
003416             CONTINUE
003417     END-READ.
003418     IF WS-FACTHLD-STATUS = '23'
003419         GO TO 3250-EXIT
003420     END-IF.
003421     IF WS-FACTHLD-STATUS NOT = '00'
003422         DISPLAY 'FACTSERV - FACTHLD READ FAILED FOR N='
003423             WS-CURRENT-N ' - STATUS ' WS-FACTHLD-STATUS
003424             ' - JOB ABORTED'
003425         MOVE 'Y' TO WS-ABORT-SW
003426         GO TO 3250-EXIT
003427     END-IF.
003428     IF NOT FACTHLD-HELD
003429         GO TO 3250-EXIT
003430     END-IF.
003431     DISPLAY 'FACTSERV - N=' WS-CURRENT-N ' IS ON OPERATOR HOLD'
003432         ' - REQUEST REJECTED FOR ' WS-CURRENT-REQUESTOR.
003433     MOVE 'Y' TO WS-REJECTED-SW.
003434     MOVE 11 TO WS-REJECT-REASON.
003435     MOVE FACTHLD-REASON TO WS-REJECT-TEXT.
003436     IF WS-REJECT-TEXT = SPACES
003437         MOVE 'N ON OPERATOR HOLD' TO WS-REJECT-TEXT
003438     END-IF.
003439 3250-EXIT.
003440     EXIT.
003441*----------------------------------------------------------------*
003442*  3300-ANSWER-FACTORIAL                                          *
003443*  A NARROW N IS SERVED STRAIGHT OFF THE MASTER WHEN IT IS        *
003444*  THERE - A WIDE N, OR AN N THE MASTER DOES NOT CARRY, IS        *
003450*  LOOKED UP ON THE WIDE MASTER AND ONLY GOES THROUGH FACTXMTH    *
003455*  WHEN THE WIDE MASTER DOES NOT CARRY IT EITHER.                 *
003460*----------------------------------------------------------------*
003470 3300-ANSWER-FACTORIAL.
003480     IF WS-CURRENT-N NOT > 21 AND NOT WS-MASTER-MISSING
003560             GO TO 3300-EXIT
003570         END-IF
003580     END-IF.
003582     PERFORM 3560-FETCH-WIDE-FACTORIAL THRU 3560-EXIT.
003584     IF WS-MASTER-VALUE-FOUND
003586         GO TO 3300-EXIT
003588     END-IF.
003590     MOVE 'F' TO FACTX-FUNCTION.
003600     PERFORM 3600-COMPUTE-EXTENDED THRU 3600-EXIT.
003610 3300-EXIT.
003650*  NPR AND NCR FOR A NARROW PAIR ARE DERIVED FROM THE MASTER'S    *
003660*  N!, R!, AND (N-R)! - THE SAME DERIVATION FACTCOMB USES.  0!    *
003670*  IS 1 BY DEFINITION AND IS NEVER FETCHED.  ANY FACTORIAL THE    *
003680*  MASTER DOES NOT CARRY, OR A WIDE PAIR, IS ANSWERED WHOLE      *
003690*  OFF THE WIDE MASTER, OR FAILING THAT THROUGH FACTXMTH, SO THE  *
003695*  ANSWER NEVER MIXES SOURCES.                                    *
003700*----------------------------------------------------------------*
003710 3400-ANSWER-PAIR.
003720     COMPUTE WS-N-MINUS-R = WS-CURRENT-N - WS-CURRENT-R.
004180     ADD 1 TO WS-FOUND-COUNT.
004190     GO TO 3400-EXIT.
004200 3400-EXTENDED.
004202     MOVE WS-CURRENT-TYPE TO WS-WIDE-TYPE.
004204     MOVE WS-CURRENT-N TO WS-WIDE-N.
004205     MOVE WS-CURRENT-R TO WS-WIDE-R.
004206     PERFORM 3550-FETCH-WIDE-MASTER THRU 3550-EXIT.
004207     IF WS-MASTER-VALUE-FOUND
004208         GO TO 3400-EXIT
004209     END-IF.
004210     MOVE WS-CURRENT-TYPE TO FACTX-FUNCTION.
004220     PERFORM 3600-COMPUTE-EXTENDED THRU 3600-EXIT.
004230 3400-EXIT.
004380     MOVE 'Y' TO WS-FOUND-SW.
004390 3500-EXIT.
004400     EXIT.
004401*----------------------------------------------------------------*
004402*  3550-FETCH-WIDE-MASTER                                         *
004403*  ONE KEYED READ AGAINST FACTWMST - WS-WIDE-TYPE, WS-WIDE-N AND  *
004404*  WS-WIDE-R IN.  A HIT IS THE FINISHED ANSWER - THE DIGITS,      *
004405*  LENGTH AND FOUND DISPOSITION ARE SET AND WS-FOUND-SW COMES     *
004406*  BACK 'Y'.                                                      *
004407*----------------------------------------------------------------*
004408 3550-FETCH-WIDE-MASTER.
004409     MOVE 'N' TO WS-FOUND-SW.
004410     IF WS-WIDE-MASTER-MISSING
004411         GO TO 3550-EXIT
004412     END-IF.
004413     MOVE WS-WIDE-TYPE TO FACTWMST-TYPE.
004414     MOVE WS-WIDE-N TO FACTWMST-N.
004415     MOVE WS-WIDE-R TO FACTWMST-R.
004416     READ FACTWMST
004417         INVALID KEY
004418             GO TO 3550-EXIT
004419     END-READ.
004420     MOVE FACTWMST-DIGITS TO WS-DIGITS.
004421     MOVE FACTWMST-DIGIT-COUNT TO WS-VALUE-LENGTH.
004422     MOVE 'F' TO WS-DISPOSITION.
004423     ADD 1 TO WS-FOUND-COUNT.
004424     MOVE 'Y' TO WS-FOUND-SW.
004425 3550-EXIT.
004426     EXIT.
004427*----------------------------------------------------------------*
004428*  3560-FETCH-WIDE-FACTORIAL                                      *
004429*  N! IS LOOKED FOR FIRST UNDER ITS OWN FACTORIAL KEY AND THEN    *
004430*  UNDER THE P(N,N) KEY - NPN IS N! BY DEFINITION, AND FACTCOMB   *
004431*  WRITES IT WHENEVER THE PAIR N,N WAS ASKED FOR.                 *
004432*----------------------------------------------------------------*
004433 3560-FETCH-WIDE-FACTORIAL.
004434     MOVE 'F' TO WS-WIDE-TYPE.
004435     MOVE WS-CURRENT-N TO WS-WIDE-N.
004436     MOVE 0 TO WS-WIDE-R.
004437     PERFORM 3550-FETCH-WIDE-MASTER THRU 3550-EXIT.
004438     IF WS-MASTER-VALUE-FOUND
004439         GO TO 3560-EXIT
004440     END-IF.
004441     MOVE 'P' TO WS-WIDE-TYPE.
004442     MOVE WS-CURRENT-N TO WS-WIDE-R.
004443     PERFORM 3550-FETCH-WIDE-MASTER THRU 3550-EXIT.
004444 3560-EXIT.
004445     EXIT.
004446*----------------------------------------------------------------*
004447*  3600-COMPUTE-EXTENDED                                          *
004448*  ONE FACTXMTH CALL FOR THE FUNCTION ALREADY SET BY THE CALLER.  *
004449*  A REJECT FROM FACTXMTH SHOULD NEVER HAPPEN BEHIND              *
004450*  3200-VALIDATE-REQUEST, BUT IS FILED LIKE ANY OTHER             *
004460*  UNANSWERABLE REQUEST IF IT EVER DOES.                          *
004470*----------------------------------------------------------------*
004570         MOVE 'R' TO WS-DISPOSITION
004580         MOVE SPACES TO WS-DIGITS
004590         MOVE 0 TO WS-VALUE-LENGTH
004593         MOVE 8 TO WS-REJECT-REASON
004596         MOVE 'NOT COMPUTABLE BY FACTXMTH' TO WS-REJECT-TEXT
004600         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004610         ADD 1 TO WS-REJECT-COUNT
004620         GO TO 3600-EXIT
004790     MOVE WS-DISPOSITION TO FACTRESP-DISPOSITION.
004800     MOVE WS-VALUE-LENGTH TO FACTRESP-VALUE-LENGTH.
004810     MOVE WS-DIGITS TO FACTRESP-VALUE-DIGITS.
004812     IF WS-DISPOSITION = 'R'
004814         MOVE WS-REJECT-REASON TO FACTRESP-REJECT-REASON
004816         MOVE WS-REJECT-TEXT TO FACTRESP-REJECT-TEXT
004818     END-IF.
004820     WRITE FACTRESP-RECORD.
004830     ADD 1 TO WS-GROUP-COUNT.
004840     ADD 1 TO WS-ANSWER-COUNT.
004845     PERFORM 4200-WRITE-USAGE THRU 4200-EXIT.
004850 4000-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------*
004980     MOVE 0 TO WS-GROUP-COUNT.
004990 4100-EXIT.
005000     EXIT.
005001*----------------------------------------------------------------*
005002*  4200-WRITE-USAGE                                               *
005003*  ONE USAGE-TRAIL RECORD FOR THE DETAIL JUST WRITTEN - THE SAME  *
005004*  REQUESTOR, TYPE, N, R AND DISPOSITION THE DEPARTMENT SEES.     *
005005*----------------------------------------------------------------*
005006 4200-WRITE-USAGE.
005007     MOVE WS-CURRENT-REQUESTOR TO FACTUSG-REQUESTOR-ID.
005008     MOVE WS-CURRENT-TYPE TO FACTUSG-TYPE.
005009     MOVE WS-CURRENT-N TO FACTUSG-N.
005010     MOVE WS-CURRENT-R TO FACTUSG-R.
005011     MOVE WS-DISPOSITION TO FACTUSG-DISPOSITION.
005012     MOVE FACTY-BUSINESS-DATE TO FACTUSG-USAGE-DATE.
005013     MOVE WS-USG-TIME TO FACTUSG-TIMESTAMP.
005014     WRITE FACTUSG-RECORD.
005015     ADD 1 TO WS-USAGE-COUNT.
005016 4200-EXIT.
005017     EXIT.
005018*----------------------------------------------------------------*
005020*  4500-EDIT-PACKED-VALUE                                         *
005030*  TURNS A PACKED PIC 9(20) MASTER VALUE INTO A LEFT-JUSTIFIED    *
005040*  DIGIT STRING WITH ITS LENGTH - LEADING ZEROS DROPPED, AND A    *
005480     MOVE WS-JOB-ID TO FACTEXC-JOB-ID.
005490     MOVE WS-CURRENT-N TO FACTEXC-N.
005500     MOVE WS-CURRENT-R TO FACTEXC-R.
005510     MOVE WS-REJECT-REASON TO FACTEXC-REASON-CODE.
005520     MOVE WS-EXC-TIME TO FACTEXC-TIMESTAMP.
005525     MOVE FACTY-BUSINESS-DATE TO FACTEXC-BUSINESS-DATE.
005530     WRITE FACTEXC-RECORD.
005540 7000-EXIT.
005550     EXIT.
005560*----------------------------------------------------------------*
005570*  7600-POST-CONTROL-TOTALS                                       *
005580*  APPENDS THIS RUN'S INPUT, OUTPUT AND REJECT COUNTS TO THE      *
005590*  FACTLEDG CONTROL-TOTAL LEDGER (SEE FACTLEDR.CPY), WHERE THE    *
005600*  FACTLBAL BALANCING PROGRAM PROVES THEM AGAINST THE             *
005610*  NEIGHBOURING STEPS OF THE CHAIN.                               *
005620*----------------------------------------------------------------*
005630 7600-POST-CONTROL-TOTALS.
005640     ACCEPT WS-LEDG-DATE FROM DATE YYYYMMDD.
005650     ACCEPT WS-LEDG-CLOCK FROM TIME.
005660     STRING WS-LEDG-DATE DELIMITED BY SIZE
005670         WS-LEDG-CLOCK(1:6) DELIMITED BY SIZE
005680         INTO WS-LEDG-TIME.
005690     OPEN EXTEND FACTLEDG.
005700     IF WS-FACTLEDG-STATUS = '35'
005710         OPEN OUTPUT FACTLEDG
005720     END-IF.
005730     MOVE 'FACTREQ' TO FACTLEDG-FILE-ID.
005740     MOVE 'I' TO FACTLEDG-COUNT-TYPE.
005750     MOVE 'READ' TO FACTLEDG-COUNT-NAME.
005760     MOVE WS-READ-COUNT TO FACTLEDG-COUNT.
005770     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
005780     MOVE 'FACTREQ' TO FACTLEDG-FILE-ID.
005790     MOVE 'O' TO FACTLEDG-COUNT-TYPE.
005800     MOVE 'ANSWERED' TO FACTLEDG-COUNT-NAME.
005810     COMPUTE FACTLEDG-COUNT = WS-FOUND-COUNT + WS-COMPUTED-COUNT.
005820     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
005830     MOVE 'FACTREQ' TO FACTLEDG-FILE-ID.
005840     MOVE 'R' TO FACTLEDG-COUNT-TYPE.
005850     MOVE 'REJECTED' TO FACTLEDG-COUNT-NAME.
005860     MOVE WS-REJECT-COUNT TO FACTLEDG-COUNT.
005870     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
005880     MOVE 'FACTUSG' TO FACTLEDG-FILE-ID.
005890     MOVE 'O' TO FACTLEDG-COUNT-TYPE.
005900     MOVE 'WRITTEN' TO FACTLEDG-COUNT-NAME.
005910     MOVE WS-USAGE-COUNT TO FACTLEDG-COUNT.
005920     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
005930     CLOSE FACTLEDG.
005940 7600-EXIT.
005950     EXIT.
005960*----------------------------------------------------------------*
005970*  7610-WRITE-LEDGER-RECORD                                       *
005980*----------------------------------------------------------------*
005990 7610-WRITE-LEDGER-RECORD.
006000     MOVE 'FACTSERV' TO FACTLEDG-PROGRAM-ID.
006010     MOVE WS-JOB-ID TO FACTLEDG-JOB-ID.
006020     MOVE WS-LEDG-TIME TO FACTLEDG-RUN-TIME.
006030     MOVE FACTY-BUSINESS-DATE TO FACTLEDG-BUSINESS-DATE.
006040     WRITE FACTLEDG-RECORD.
006050 7610-EXIT.
006060     EXIT.
