000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     FACTINQ.
000120 AUTHOR.         D. PACHECO.
000130 INSTALLATION.   COMBINATORICS BATCH GROUP.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*----------------------------------------------------------------*
000170*  MODIFICATION HISTORY                                          *
000180*  2026-10-15  DP  ORIGINAL - OPERATOR INQUIRY OVER THE FACTMST   *
000190*              MASTER.  WHEN A DEPARTMENT CALLS ABOUT A VALUE THE *
000200*              OPERATOR USED TO RUN FACTPRNT OR FACTEXTR AND      *
000210*              SEARCH THE PRINTOUT.  THIS CONVERSATIONAL PROGRAM  *
000220*              TAKES AN N, OR AN N AND R, FROM THE TERMINAL AND   *
000230*              SHOWS THE MASTER VALUE WITH ITS LAST UPDATING JOB  *
000240*              AND TIME, WHETHER FACTWMST CARRIES A WIDE VALUE,   *
000248*              EVERY FACTEXC EXCEPTION EVER FILED FOR THE N OR   *
000256*              PAIR, AND EVERY FACTAUD RUN WHOSE MIN-N THRU      *
000264*              MAX-N COVERED THE N - THE FACTARCH ARCHIVES       *
000272*              FACTEXCA AND FACTAUDA ARE READ AFTER THE LIVE     *
000280*              FILES AND THEIR ROWS FLAGGED ARCH.  THE OPERATOR  *
000288*              CAN PAGE FORWARD AND BACK THROUGH THE MASTER BY   *
000296*              KEY, AND CAN PUT AN N UNDER DISPUTE ON HOLD OR    *
000304*              LIFT THE HOLD ON THE FACTHLD FILE (SEE            *
000312*              COPYBOOKS/FACTHLDR.CPY) - FACTSERV REJECTS A HELD *
000320*              N WITH REASON 11 UNTIL IT IS LIFTED.              *
000330*----------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.    IBM-370.
000370 OBJECT-COMPUTER.    IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT FACTMST  ASSIGN TO FACTMST
000410                     ORGANIZATION IS INDEXED
000420                     ACCESS MODE IS DYNAMIC
000430                     RECORD KEY IS FACTMST-N
000440                     FILE STATUS IS WS-FACTMST-STATUS.
000450     SELECT FACTWMST ASSIGN TO FACTWMST
000460                     ORGANIZATION IS INDEXED
000470                     ACCESS MODE IS RANDOM
000480                     RECORD KEY IS FACTWMST-KEY
000490                     FILE STATUS IS WS-FACTWMST-STATUS.
000500     SELECT FACTHLD  ASSIGN TO FACTHLD
000510                     ORGANIZATION IS INDEXED
000520                     ACCESS MODE IS RANDOM
000530                     RECORD KEY IS FACTHLD-N
000540                     FILE STATUS IS WS-FACTHLD-STATUS.
000550     SELECT FACTEXC  ASSIGN TO FACTEXC
000560                     ORGANIZATION IS SEQUENTIAL
000570                     FILE STATUS IS WS-FACTEXC-STATUS.
000580     SELECT FACTAUD  ASSIGN TO FACTAUD
000590                     ORGANIZATION IS SEQUENTIAL
000600                     FILE STATUS IS WS-FACTAUD-STATUS.
000601     SELECT FACTEXCA ASSIGN TO FACTEXCA
000602                     ORGANIZATION IS SEQUENTIAL
000603                     FILE STATUS IS WS-FACTEXCA-STATUS.
000604     SELECT FACTAUDA ASSIGN TO FACTAUDA
000605                     ORGANIZATION IS SEQUENTIAL
000606                     FILE STATUS IS WS-FACTAUDA-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  FACTMST
000640     LABEL RECORDS ARE STANDARD.
000650     COPY FACTMSTR.
000660 FD  FACTWMST
000670     LABEL RECORDS ARE STANDARD.
000680     COPY FACTWMSR.
000690 FD  FACTHLD
000700     LABEL RECORDS ARE STANDARD.
000710     COPY FACTHLDR.
000720 FD  FACTEXC
000730     LABEL RECORDS ARE STANDARD.
000740     COPY FACTEXCR.
000750 FD  FACTAUD
000760     LABEL RECORDS ARE STANDARD.
000770     COPY FACTAUDR.
000771 FD  FACTEXCA
000772     LABEL RECORDS ARE STANDARD.
000773     COPY FACTEXCR REPLACING
000774         ==FACTEXC-RECORD== BY ==FACTEXCA-RECORD==
000775         ==FACTEXC-PROGRAM-ID== BY ==FACTEXCA-PROGRAM-ID==
000776         ==FACTEXC-JOB-ID== BY ==FACTEXCA-JOB-ID==
000777         ==FACTEXC-N== BY ==FACTEXCA-N==
000778         ==FACTEXC-R== BY ==FACTEXCA-R==
000779         ==FACTEXC-REASON-CODE== BY ==FACTEXCA-REASON-CODE==
000780         ==FACTEXC-TIMESTAMP== BY ==FACTEXCA-TIMESTAMP==
000781         ==FACTEXC-BUSINESS-DATE== BY ==FACTEXCA-BUSINESS-DATE==.
000782 FD  FACTAUDA
000783     LABEL RECORDS ARE STANDARD.
000784     COPY FACTAUDR REPLACING
000785         ==FACTAUD-RECORD== BY ==FACTAUDA-RECORD==
000786         ==FACTAUD-OPERATOR-ID== BY ==FACTAUDA-OPERATOR-ID==
000787         ==FACTAUD-JOB-ID== BY ==FACTAUDA-JOB-ID==
000788         ==FACTAUD-START-TIME== BY ==FACTAUDA-START-TIME==
000789         ==FACTAUD-END-TIME== BY ==FACTAUDA-END-TIME==
000790         ==FACTAUD-RECORD-COUNT== BY ==FACTAUDA-RECORD-COUNT==
000791         ==FACTAUD-MIN-N== BY ==FACTAUDA-MIN-N==
000792         ==FACTAUD-MAX-N== BY ==FACTAUDA-MAX-N==
000793         ==FACTAUD-GRAND-TOTAL== BY ==FACTAUDA-GRAND-TOTAL==
000794         ==FACTAUD-BUSINESS-DATE== BY ==FACTAUDA-BUSINESS-DATE==.
000795 WORKING-STORAGE SECTION.
000796*----------------------------------------------------------------*
000800*  FILE STATUS FIELDS.                                            *
000810*----------------------------------------------------------------*
000820 01  WS-FILE-STATUSES.
000830     05  WS-FACTMST-STATUS       PIC X(02).
000840     05  WS-FACTWMST-STATUS      PIC X(02).
000850     05  WS-FACTHLD-STATUS       PIC X(02).
000860     05  WS-FACTEXC-STATUS       PIC X(02).
000870     05  WS-FACTAUD-STATUS       PIC X(02).
000873     05  WS-FACTEXCA-STATUS      PIC X(02).
000876     05  WS-FACTAUDA-STATUS      PIC X(02).
000880*----------------------------------------------------------------*
000890*  STANDALONE COUNTERS AND SWITCHES.                              *
000900*----------------------------------------------------------------*
000910 77  WS-ABORT-SW                 PIC X(01)     VALUE 'N'.
000920     88  WS-JOB-ABORTED              VALUE 'Y'.
000930 77  WS-SESSION-SW               PIC X(01)     VALUE 'N'.
000940     88  WS-SESSION-ENDED            VALUE 'Y'.
000950 77  WS-NO-WIDE-MASTER-SW        PIC X(01)     VALUE 'N'.
000960     88  WS-WIDE-MASTER-MISSING      VALUE 'Y'.
000970 77  WS-HOLD-FILE-SW             PIC X(01)     VALUE 'N'.
000980     88  WS-HOLD-FILE-OPEN           VALUE 'Y'.
000990 77  WS-CURRENT-SW               PIC X(01)     VALUE 'N'.
001000     88  WS-HAVE-CURRENT-N           VALUE 'Y'.
001010 77  WS-PAIR-SW                  PIC X(01)     VALUE 'N'.
001020     88  WS-PAIR-INQUIRY             VALUE 'Y'.
001030 77  WS-KEY-OK-SW                PIC X(01)     VALUE 'N'.
001040     88  WS-KEY-IS-GOOD              VALUE 'Y'.
001050 77  WS-CONV-OK-SW               PIC X(01)     VALUE 'N'.
001060     88  WS-CONVERSION-OK            VALUE 'Y'.
001070 77  WS-FOUND-SW                 PIC X(01)     VALUE 'N'.
001080     88  WS-KEY-WAS-FOUND            VALUE 'Y'.
001090 77  WS-EOF-SW                   PIC X(01)     VALUE 'N'.
001100     88  WS-END-OF-FILE              VALUE 'Y'.
001110 77  WS-LIST-STOP-SW             PIC X(01)     VALUE 'N'.
001120     88  WS-LISTING-STOPPED          VALUE 'Y'.
001130 77  WS-INQUIRY-COUNT            PIC 9(05)     COMP-3 VALUE 0.
001140 77  WS-HOLD-COUNT               PIC 9(05)     COMP-3 VALUE 0.
001150 77  WS-LIFT-COUNT               PIC 9(05)     COMP-3 VALUE 0.
001160 77  WS-MATCH-COUNT              PIC 9(05)     COMP-3 VALUE 0.
001170 77  WS-SCREEN-LINES             PIC 9(03)     COMP-3 VALUE 0.
001180 77  WS-SCREEN-DEPTH             PIC 9(03)     COMP-3 VALUE 18.
001190 77  WS-OPERATOR-ID              PIC X(08)     VALUE SPACES.
001200*----------------------------------------------------------------*
001210*  THE OPERATOR'S COMMAND LINE.                                   *
001220*  AN N OR N/R INQUIRES.  F AND B PAGE FORWARD AND BACK THROUGH   *
001230*  THE MASTER FROM THE N ON DISPLAY.  H FOLLOWED BY A REASON      *
001240*  HOLDS THE N ON DISPLAY AND L LIFTS ITS HOLD.  X, END OR A      *
001250*  BLANK LINE ENDS THE SESSION.                                   *
001260*----------------------------------------------------------------*
001270 01  WS-COMMAND-LINE.
001280     05  WS-CMD-VERB             PIC X(01).
001290     05  FILLER                  PIC X(01).
001300     05  WS-CMD-REASON           PIC X(40).
001310     05  FILLER                  PIC X(38).
001320 77  WS-REPLY                    PIC X(08)     VALUE SPACES.
001330*----------------------------------------------------------------*
001340*  THE KEY ON DISPLAY, AND A NEWLY KEYED ONE WHILE IT IS EDITED - *
001345*  THE KEY ON DISPLAY ONLY CHANGES ONCE N AND R BOTH PASS.        *
001350*----------------------------------------------------------------*
001360 77  WS-CUR-N                    PIC 9(03)     VALUE 0.
001370 77  WS-CUR-R                    PIC 9(03)     VALUE 0.
001373 77  WS-NEW-N                    PIC 9(03)     VALUE 0.
001376 77  WS-NEW-R                    PIC 9(03)     VALUE 0.
001380 77  WS-PROBE-N                  PIC S9(04)    COMP-3 VALUE 0.
001390*----------------------------------------------------------------*
001400*  N/R CONVERSION - A FIELD OF ONE TO THREE DIGITS IS RIGHT-      *
001410*  JUSTIFIED OVER ZEROS AND TESTED NUMERIC BEFORE IT IS USED AS   *
001420*  A NUMBER, AS FACTINTK DOES.                                    *
001430*----------------------------------------------------------------*
001440 77  WS-KEY-FIELD-COUNT          PIC 9(03)     COMP-3 VALUE 0.
001450 77  WS-KEY-N-TEXT               PIC X(20)     VALUE SPACES.
001460 77  WS-KEY-N-LENGTH             PIC 9(03)     COMP-3 VALUE 0.
001470 77  WS-KEY-R-TEXT               PIC X(20)     VALUE SPACES.
001480 77  WS-KEY-R-LENGTH             PIC 9(03)     COMP-3 VALUE 0.
001490 77  WS-KEY-REST-TEXT            PIC X(20)     VALUE SPACES.
001500 77  WS-CONV-TEXT                PIC X(20)     VALUE SPACES.
001510 77  WS-CONV-LENGTH              PIC 9(03)     COMP-3 VALUE 0.
001520 77  WS-CONV-POS                 PIC 9(03)     COMP-3 VALUE 0.
001530 01  WS-CONV-AREA.
001540     05  WS-CONV-DIGITS          PIC X(03).
001550     05  WS-CONV-NUMBER          REDEFINES WS-CONV-DIGITS
001560                                 PIC 9(03).
001570*----------------------------------------------------------------*
001580*  HOLD STAMP FIELDS.                                             *
001590*----------------------------------------------------------------*
001600 77  WS-STAMP-DATE               PIC X(08)     VALUE SPACES.
001610 77  WS-STAMP-CLOCK              PIC X(08)     VALUE SPACES.
001620 77  WS-STAMP-TIME               PIC X(14)     VALUE SPACES.
001630*----------------------------------------------------------------*
001640*  REASON CODE MEANINGS - THE VOCABULARY LIVES IN FACTEXCR.CPY.   *
001650*----------------------------------------------------------------*
001660 01  WS-REASON-TEXTS.
001670     05  FILLER                  PIC X(30)     VALUE
001680         'N REJECTED BY FACTMATH        '.
001690     05  FILLER                  PIC X(30)     VALUE
001700         'R EXCEEDS N                   '.
001710     05  FILLER                  PIC X(30)     VALUE
001720         'N EXCEEDS PUBLISHED LIMIT     '.
001730     05  FILLER                  PIC X(30)     VALUE
001740         'PAIR REJECTED BY FACTMATH     '.
001750     05  FILLER                  PIC X(30)     VALUE
001760         'LOOKUP COVERAGE GAP           '.
001770     05  FILLER                  PIC X(30)     VALUE
001780         'N NOT NUMERIC ON FACTPAIR     '.
001790     05  FILLER                  PIC X(30)     VALUE
001800         'R NOT NUMERIC ON FACTPAIR     '.
001810     05  FILLER                  PIC X(30)     VALUE
001820         'REQUEST REJECTED BY FACTSERV  '.
001830     05  FILLER                  PIC X(30)     VALUE
001840         'STORED VALUE FAILS IDENTITY   '.
001850     05  FILLER                  PIC X(30)     VALUE
001860         'MULTINOMIAL REQUEST REJECTED  '.
001870     05  FILLER                  PIC X(30)     VALUE
001880         'N ON OPERATOR HOLD            '.
001890 01  WS-REASON-TEXT-TABLE        REDEFINES WS-REASON-TEXTS.
001900     05  WS-REASON-TEXT          OCCURS 11 TIMES
001910                                 PIC X(30).
001920 77  WS-UNKNOWN-REASON-TEXT      PIC X(30)     VALUE
001930     'UNKNOWN REASON CODE           '.
001940 77  WS-REASON-IDX               PIC 9(03)     COMP-3 VALUE 0.
001950*----------------------------------------------------------------*
001960*  SCREEN LINES - 80 COLUMNS.                                     *
001970*----------------------------------------------------------------*
001980 01  WS-SCREEN-LINE              PIC X(80)     VALUE SPACES.
001990 01  WS-MASTER-LINE.
002000     05  FILLER                  PIC X(04)     VALUE 'N = '.
002010     05  WS-ML-N                 PIC ZZ9.
002020     05  FILLER                  PIC X(04)     VALUE '  = '.
002030     05  WS-ML-VALUE             PIC Z(19)9.
002040     05  FILLER                  PIC X(06)     VALUE '  JOB '.
002050     05  WS-ML-JOB-ID            PIC X(08).
002060     05  FILLER                  PIC X(10)     VALUE '  UPDATED '.
002070     05  WS-ML-UPDATED           PIC X(14).
002080     05  FILLER                  PIC X(11)     VALUE SPACES.
002090 01  WS-WIDE-LINE.
002100     05  FILLER                  PIC X(21)     VALUE
002110         'WIDE VALUE ON FILE - '.
002120     05  WS-WL-TYPE              PIC X(01).
002130     05  FILLER                  PIC X(01)     VALUE '('.
002140     05  WS-WL-N                 PIC ZZ9.
002150     05  FILLER                  PIC X(01)     VALUE ','.
002160     05  WS-WL-R                 PIC ZZ9.
002170     05  FILLER                  PIC X(03)     VALUE ')  '.
002180     05  WS-WL-TEXT              PIC X(47).
002190 01  WS-WIDE-FOUND-TEXT.
002200     05  FILLER                  PIC X(04)     VALUE 'YES '.
002210     05  WS-WF-DIGITS            PIC ZZ9.
002220     05  FILLER                  PIC X(13)     VALUE
002230         ' DIGITS  JOB '.
002240     05  WS-WF-JOB-ID            PIC X(08).
002250     05  FILLER                  PIC X(01)     VALUE SPACE.
002260     05  WS-WF-UPDATED           PIC X(14).
002270     05  FILLER                  PIC X(04)     VALUE SPACES.
002280 01  WS-EXC-HEADING.
002290     05  FILLER                  PIC X(40)     VALUE
002300         'PROGRAM  JOB ID     N/R   RC REASON     '.
002310     05  FILLER                  PIC X(40)     VALUE
002320         '                    TIMESTAMP      ARCH '.
002330 01  WS-EXC-LINE.
002340     05  WS-XL-PROGRAM           PIC X(08).
002350     05  FILLER                  PIC X(01)     VALUE SPACE.
002360     05  WS-XL-JOB-ID            PIC X(08).
002370     05  FILLER                  PIC X(01)     VALUE SPACE.
002380     05  WS-XL-N                 PIC ZZ9.
002390     05  FILLER                  PIC X(01)     VALUE '/'.
002400     05  WS-XL-R                 PIC 999.
002410     05  FILLER                  PIC X(01)     VALUE SPACE.
002420     05  WS-XL-REASON            PIC Z9.
002430     05  FILLER                  PIC X(01)     VALUE SPACE.
002440     05  WS-XL-TEXT              PIC X(30).
002450     05  FILLER                  PIC X(01)     VALUE SPACE.
002460     05  WS-XL-TIMESTAMP         PIC X(14).
002465     05  FILLER                  PIC X(01)     VALUE SPACE.
002470     05  WS-XL-ARCHIVED          PIC X(04).
002475     05  FILLER                  PIC X(01)     VALUE SPACE.
002480 01  WS-AUD-HEADING.
002490     05  FILLER                  PIC X(40)     VALUE
002500         'JOB ID   OPERATOR START TIME     END TIM'.
002510     05  FILLER                  PIC X(40)     VALUE
002520         'E       MIN-MAX  RECORDS  BUS DATE ARCH '.
002530 01  WS-AUD-LINE.
002540     05  WS-AL-JOB-ID            PIC X(08).
002550     05  FILLER                  PIC X(01)     VALUE SPACE.
002560     05  WS-AL-OPERATOR          PIC X(08).
002570     05  FILLER                  PIC X(01)     VALUE SPACE.
002580     05  WS-AL-START             PIC X(14).
002590     05  FILLER                  PIC X(01)     VALUE SPACE.
002600     05  WS-AL-END               PIC X(14).
002610     05  FILLER                  PIC X(01)     VALUE SPACE.
002620     05  WS-AL-MIN-N             PIC ZZ9.
002630     05  FILLER                  PIC X(01)     VALUE '-'.
002640     05  WS-AL-MAX-N             PIC 999.
002650     05  FILLER                  PIC X(02)     VALUE SPACES.
002660     05  WS-AL-COUNT             PIC ZZ,ZZ9.
002670     05  FILLER                  PIC X(02)     VALUE SPACES.
002680     05  WS-AL-BUSINESS-DATE     PIC X(08).
002685     05  FILLER                  PIC X(02)     VALUE SPACES.
002690     05  WS-AL-ARCHIVED          PIC X(04).
002695     05  FILLER                  PIC X(01)     VALUE SPACE.
002700 77  WS-EDIT-COUNT               PIC ZZ,ZZ9.
002710*----------------------------------------------------------------*
002720*  LINKAGE FOR THE FACTCYCK BUSINESS-CYCLE SUBROUTINE.            *
002730*----------------------------------------------------------------*
002740     COPY FACTYLNK.
002750 PROCEDURE DIVISION.
002760*----------------------------------------------------------------*
002770*  0000-MAINLINE                                                  *
002780*  ONE COMMAND AT A TIME UNTIL THE OPERATOR ENDS THE SESSION.     *
002790*----------------------------------------------------------------*
002800 0000-MAINLINE.
002810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002820     IF WS-JOB-ABORTED
002830         MOVE 8 TO RETURN-CODE
002840         GO TO 0000-EXIT
002850     END-IF.
002860     PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
002870         UNTIL WS-SESSION-ENDED.
002880     CLOSE FACTMST.
002890     IF NOT WS-WIDE-MASTER-MISSING
002900         CLOSE FACTWMST
002910     END-IF.
002920     IF WS-HOLD-FILE-OPEN
002930         CLOSE FACTHLD
002940     END-IF.
002950     DISPLAY 'FACTINQ - ' WS-INQUIRY-COUNT ' INQUIRIES - '
002960         WS-HOLD-COUNT ' HOLDS PLACED - ' WS-LIFT-COUNT
002970         ' HOLDS LIFTED'.
002980 0000-EXIT.
002990     STOP RUN.
003000*----------------------------------------------------------------*
003010*  1000-INITIALIZE                                                *
003020*  THE INQUIRY IS OPERATOR DESK WORK, LIKE FACTLRLS - IT STAMPS   *
003030*  THE BUSINESS DATE ON A HOLD BUT A CLOSED CYCLE DOES NOT        *
003040*  REFUSE IT.  WITHOUT FACTMST THERE IS NOTHING TO INQUIRE ON.    *
003050*  WITHOUT FACTWMST THE WIDE LINE SAYS SO.  FACTHLD IS CREATED    *
003060*  THE FIRST TIME IT IS NEEDED - IF IT CANNOT BE OPENED, INQUIRY  *
003070*  STILL WORKS BUT HOLDS CANNOT BE SET OR LIFTED.                 *
003080*----------------------------------------------------------------*
003090 1000-INITIALIZE.
003100     CALL 'FACTCYCK' USING FACTY-BUSINESS-DATE, FACTY-CYCLE-STATE.
003110     OPEN INPUT FACTMST.
003120     IF WS-FACTMST-STATUS NOT = '00'
003130         DISPLAY 'FACTINQ - FACTMST NOT AVAILABLE - STATUS '
003140             WS-FACTMST-STATUS ' - SESSION ENDED'
003150         MOVE 'Y' TO WS-ABORT-SW
003160         GO TO 1000-EXIT
003170     END-IF.
003180     OPEN INPUT FACTWMST.
003190     IF WS-FACTWMST-STATUS NOT = '00'
003200         MOVE 'Y' TO WS-NO-WIDE-MASTER-SW
003210     END-IF.
003220     OPEN I-O FACTHLD.
003230     IF WS-FACTHLD-STATUS = '35'
003240         OPEN OUTPUT FACTHLD
003250         CLOSE FACTHLD
003260         OPEN I-O FACTHLD
003270     END-IF.
003280     IF WS-FACTHLD-STATUS = '00'
003290         MOVE 'Y' TO WS-HOLD-FILE-SW
003300     ELSE
003310         DISPLAY 'FACTINQ - FACTHLD NOT AVAILABLE - STATUS '
003320             WS-FACTHLD-STATUS ' - HOLDS CANNOT BE CHANGED'
003330     END-IF.
003340     DISPLAY 'FACTINQ - FACTMST OPERATOR INQUIRY - BUSINESS DATE '
003350         FACTY-BUSINESS-DATE.
003360     DISPLAY 'FACTINQ - ENTER OPERATOR ID'.
003370     MOVE SPACES TO WS-OPERATOR-ID.
003380     ACCEPT WS-OPERATOR-ID.
003390     IF WS-OPERATOR-ID = SPACES
003400         MOVE 'UNKNOWN' TO WS-OPERATOR-ID
003410     END-IF.
003420 1000-EXIT.
003430     EXIT.
003440*----------------------------------------------------------------*
003450*  2000-PROCESS-COMMAND                                           *
003460*----------------------------------------------------------------*
003470 2000-PROCESS-COMMAND.
003480     DISPLAY ' '.
003490     DISPLAY 'ENTER N OR N/R - F FORWARD - B BACK - '
003500         'H REASON TO HOLD - L LIFT - X END'.
003510     MOVE SPACES TO WS-COMMAND-LINE.
003520     ACCEPT WS-COMMAND-LINE.
003530     IF WS-COMMAND-LINE = SPACES OR 'X' OR 'END'
003540         MOVE 'Y' TO WS-SESSION-SW
003550         GO TO 2000-EXIT
003560     END-IF.
003570     EVALUATE WS-CMD-VERB
003580         WHEN '0' THRU '9'
003590             PERFORM 2100-PARSE-KEY THRU 2100-EXIT
003600             IF WS-KEY-IS-GOOD
003610                 PERFORM 4000-SHOW-INQUIRY THRU 4000-EXIT
003620             END-IF
003630         WHEN 'F'
003640             PERFORM 3100-PAGE-FORWARD THRU 3100-EXIT
003650         WHEN 'B'
003660             PERFORM 3200-PAGE-BACK THRU 3200-EXIT
003670         WHEN 'H'
003680             PERFORM 5000-PLACE-HOLD THRU 5000-EXIT
003690         WHEN 'L'
003700             PERFORM 5100-LIFT-HOLD THRU 5100-EXIT
003710         WHEN OTHER
003720             DISPLAY 'FACTINQ - COMMAND NOT RECOGNISED'
003730     END-EVALUATE.
003740 2000-EXIT.
003750     EXIT.
003760*----------------------------------------------------------------*
003770*  2100-PARSE-KEY                                                 *
003780*  N, OR N/R - EACH ONE TO THREE DIGITS, R NOT OVER N.            *
003790*----------------------------------------------------------------*
003800 2100-PARSE-KEY.
003810     MOVE 'N' TO WS-KEY-OK-SW.
003820     MOVE SPACES TO WS-KEY-N-TEXT.
003830     MOVE SPACES TO WS-KEY-R-TEXT.
003840     MOVE SPACES TO WS-KEY-REST-TEXT.
003850     MOVE 0 TO WS-KEY-N-LENGTH.
003860     MOVE 0 TO WS-KEY-R-LENGTH.
003870     MOVE 0 TO WS-KEY-FIELD-COUNT.
003880     UNSTRING WS-COMMAND-LINE DELIMITED BY '/' OR ALL SPACES
003890         INTO WS-KEY-N-TEXT COUNT IN WS-KEY-N-LENGTH
003900              WS-KEY-R-TEXT COUNT IN WS-KEY-R-LENGTH
003910              WS-KEY-REST-TEXT
003920         TALLYING IN WS-KEY-FIELD-COUNT
003930     END-UNSTRING.
003940     IF WS-KEY-REST-TEXT NOT = SPACES
003950         DISPLAY 'FACTINQ - KEY N OR N/R ONLY'
003960         GO TO 2100-EXIT
003970     END-IF.
003980     MOVE WS-KEY-N-TEXT TO WS-CONV-TEXT.
003990     MOVE WS-KEY-N-LENGTH TO WS-CONV-LENGTH.
004000     PERFORM 2200-CONVERT-NUMBER THRU 2200-EXIT.
004010     IF NOT WS-CONVERSION-OK
004020         DISPLAY 'FACTINQ - N MUST BE ONE TO THREE DIGITS'
004030         GO TO 2100-EXIT
004040     END-IF.
004047     MOVE WS-CONV-NUMBER TO WS-NEW-N.
004054     MOVE 0 TO WS-NEW-R.
004061     IF WS-KEY-R-LENGTH > 0
004068         MOVE WS-KEY-R-TEXT TO WS-CONV-TEXT
004075         MOVE WS-KEY-R-LENGTH TO WS-CONV-LENGTH
004082         PERFORM 2200-CONVERT-NUMBER THRU 2200-EXIT
004089         IF NOT WS-CONVERSION-OK
004096             DISPLAY 'FACTINQ - R MUST BE ONE TO THREE DIGITS'
004103             GO TO 2100-EXIT
004110         END-IF
004117         IF WS-CONV-NUMBER > WS-NEW-N
004124             DISPLAY 'FACTINQ - R EXCEEDS N'
004131             GO TO 2100-EXIT
004138         END-IF
004145         MOVE WS-CONV-NUMBER TO WS-NEW-R
004152     END-IF.
004159     MOVE WS-NEW-N TO WS-CUR-N.
004166     MOVE WS-NEW-R TO WS-CUR-R.
004173     IF WS-KEY-R-LENGTH > 0
004180         MOVE 'Y' TO WS-PAIR-SW
004187     ELSE
004194         MOVE 'N' TO WS-PAIR-SW
004201     END-IF.
004230     MOVE 'Y' TO WS-CURRENT-SW.
004240     MOVE 'Y' TO WS-KEY-OK-SW.
004250 2100-EXIT.
004260     EXIT.
004270*----------------------------------------------------------------*
004280*  2200-CONVERT-NUMBER                                            *
004290*  WS-CONV-TEXT FOR WS-CONV-LENGTH CHARACTERS, AT MOST THREE OF   *
004300*  THEM, INTO WS-CONV-NUMBER.                                     *
004310*----------------------------------------------------------------*
004320 2200-CONVERT-NUMBER.
004330     MOVE 'N' TO WS-CONV-OK-SW.
004340     MOVE ALL '0' TO WS-CONV-DIGITS.
004350     IF WS-CONV-LENGTH = 0 OR WS-CONV-LENGTH > 3
004360         GO TO 2200-EXIT
004370     END-IF.
004380     COMPUTE WS-CONV-POS = 4 - WS-CONV-LENGTH.
004390     MOVE WS-CONV-TEXT(1:WS-CONV-LENGTH)
004400         TO WS-CONV-DIGITS(WS-CONV-POS:WS-CONV-LENGTH).
004410     IF WS-CONV-DIGITS IS NUMERIC
004420         MOVE 'Y' TO WS-CONV-OK-SW
004430     END-IF.
004440 2200-EXIT.
004450     EXIT.
004460*----------------------------------------------------------------*
004470*  3100-PAGE-FORWARD                                              *
004480*  THE NEXT N ON THE MASTER AFTER THE ONE ON DISPLAY, OR THE      *
004490*  FIRST N WHEN NOTHING IS ON DISPLAY YET.  PAGING SHOWS WHOLE N  *
004500*  VALUES - ANY R IS DROPPED.                                     *
004510*----------------------------------------------------------------*
004520 3100-PAGE-FORWARD.
004530     IF WS-HAVE-CURRENT-N
004540         MOVE WS-CUR-N TO FACTMST-N
004550         START FACTMST KEY IS GREATER THAN FACTMST-N
004560             INVALID KEY
004570                 DISPLAY 'FACTINQ - END OF MASTER'
004580                 GO TO 3100-EXIT
004590         END-START
004600     ELSE
004610         MOVE 0 TO FACTMST-N
004620         START FACTMST KEY IS NOT LESS THAN FACTMST-N
004630             INVALID KEY
004640                 DISPLAY 'FACTINQ - MASTER IS EMPTY'
004650                 GO TO 3100-EXIT
004660         END-START
004670     END-IF.
004680     READ FACTMST NEXT RECORD
004690         AT END
004700             DISPLAY 'FACTINQ - END OF MASTER'
004710             GO TO 3100-EXIT
004720     END-READ.
004730     MOVE FACTMST-N TO WS-CUR-N.
004740     MOVE 0 TO WS-CUR-R.
004750     MOVE 'N' TO WS-PAIR-SW.
004760     MOVE 'Y' TO WS-CURRENT-SW.
004770     PERFORM 4000-SHOW-INQUIRY THRU 4000-EXIT.
004780 3100-EXIT.
004790     EXIT.
004800*----------------------------------------------------------------*
004810*  3200-PAGE-BACK                                                 *
004820*  THE N BEFORE THE ONE ON DISPLAY, OR THE LAST N WHEN NOTHING    *
004830*  IS ON DISPLAY YET.  THE MASTER HOLDS AT MOST ONE ROW PER       *
004840*  THREE-DIGIT N, SO THE KEYS BELOW ARE PROBED DOWNWARD ONE AT A  *
004850*  TIME UNTIL ONE IS FOUND.                                       *
004860*----------------------------------------------------------------*
004870 3200-PAGE-BACK.
004880     MOVE 'N' TO WS-FOUND-SW.
004890     IF WS-HAVE-CURRENT-N
004900         COMPUTE WS-PROBE-N = WS-CUR-N - 1
004910     ELSE
004920         MOVE 999 TO WS-PROBE-N
004930     END-IF.
004940     PERFORM 3210-PROBE-ONE-KEY THRU 3210-EXIT
004950         UNTIL WS-KEY-WAS-FOUND OR WS-PROBE-N < 0.
004960     IF NOT WS-KEY-WAS-FOUND
004970         DISPLAY 'FACTINQ - START OF MASTER'
004980         GO TO 3200-EXIT
004990     END-IF.
005000     MOVE FACTMST-N TO WS-CUR-N.
005010     MOVE 0 TO WS-CUR-R.
005020     MOVE 'N' TO WS-PAIR-SW.
005030     MOVE 'Y' TO WS-CURRENT-SW.
005040     PERFORM 4000-SHOW-INQUIRY THRU 4000-EXIT.
005050 3200-EXIT.
005060     EXIT.
005070*----------------------------------------------------------------*
005080*  3210-PROBE-ONE-KEY                                             *
005090*----------------------------------------------------------------*
005100 3210-PROBE-ONE-KEY.
005110     MOVE WS-PROBE-N TO FACTMST-N.
005120     READ FACTMST
005130         INVALID KEY
005140             SUBTRACT 1 FROM WS-PROBE-N
005150             GO TO 3210-EXIT
005160     END-READ.
005170     MOVE 'Y' TO WS-FOUND-SW.
005180 3210-EXIT.
005190     EXIT.
005200*----------------------------------------------------------------*
005210*  4000-SHOW-INQUIRY                                              *
005220*  EVERYTHING ON FILE ABOUT THE N, OR N/R, ON DISPLAY.            *
005230*----------------------------------------------------------------*
005240 4000-SHOW-INQUIRY.
005250     ADD 1 TO WS-INQUIRY-COUNT.
005260     MOVE 0 TO WS-SCREEN-LINES.
005270     MOVE 'N' TO WS-LIST-STOP-SW.
005280     DISPLAY ' '.
005290     PERFORM 4100-SHOW-MASTER THRU 4100-EXIT.
005300     PERFORM 4200-SHOW-WIDE THRU 4200-EXIT.
005310     PERFORM 4300-SHOW-HOLD THRU 4300-EXIT.
005320     PERFORM 4400-SHOW-EXCEPTIONS THRU 4400-EXIT.
005330     PERFORM 4500-SHOW-AUDIT-RUNS THRU 4500-EXIT.
005340 4000-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------*
005370*  4100-SHOW-MASTER                                               *
005380*----------------------------------------------------------------*
005390 4100-SHOW-MASTER.
005400     MOVE WS-CUR-N TO FACTMST-N.
005410     READ FACTMST
005420         INVALID KEY
005430             MOVE SPACES TO WS-SCREEN-LINE
005440             STRING 'N = ' WS-CUR-N ' IS NOT ON FACTMST'
005450                 DELIMITED BY SIZE INTO WS-SCREEN-LINE
005460             PERFORM 8000-SHOW-LINE THRU 8000-EXIT
005470             GO TO 4100-EXIT
005480     END-READ.
005490     MOVE FACTMST-N TO WS-ML-N.
005500     MOVE FACTMST-RESULT TO WS-ML-VALUE.
005510     MOVE FACTMST-JOB-ID TO WS-ML-JOB-ID.
005520     MOVE FACTMST-UPDATED TO WS-ML-UPDATED.
005530     MOVE WS-MASTER-LINE TO WS-SCREEN-LINE.
005540     PERFORM 8000-SHOW-LINE THRU 8000-EXIT.
005550 4100-EXIT.
005560     EXIT.
005570*----------------------------------------------------------------*
005580*  4200-SHOW-WIDE                                                 *
005590*  FOR AN N, THE N! KEY AND THE P(N,N) KEY FACTSERV ALSO ANSWERS  *
005600*  N! FROM.  FOR A PAIR, THE NPR AND NCR KEYS.                    *
005610*----------------------------------------------------------------*
005620 4200-SHOW-WIDE.
005630     IF WS-WIDE-MASTER-MISSING
005640         MOVE 'WIDE VALUE ON FILE - FACTWMST NOT AVAILABLE'
005650             TO WS-SCREEN-LINE
005660         PERFORM 8000-SHOW-LINE THRU 8000-EXIT
005670         GO TO 4200-EXIT
005680     END-IF.
005690     MOVE WS-CUR-N TO FACTWMST-N.
005700     IF WS-PAIR-INQUIRY
005710         MOVE 'P' TO FACTWMST-TYPE
005720         MOVE WS-CUR-R TO FACTWMST-R
005730         PERFORM 4210-SHOW-ONE-WIDE-KEY THRU 4210-EXIT
005740         MOVE 'C' TO FACTWMST-TYPE
005750         MOVE WS-CUR-R TO FACTWMST-R
005760         PERFORM 4210-SHOW-ONE-WIDE-KEY THRU 4210-EXIT
005770     ELSE
005780         MOVE 'F' TO FACTWMST-TYPE
005790         MOVE 0 TO FACTWMST-R
005800         PERFORM 4210-SHOW-ONE-WIDE-KEY THRU 4210-EXIT
005810         MOVE 'P' TO FACTWMST-TYPE
005820         MOVE WS-CUR-N TO FACTWMST-R
005830         PERFORM 4210-SHOW-ONE-WIDE-KEY THRU 4210-EXIT
005840     END-IF.
005850 4200-EXIT.
005860     EXIT.
005870*----------------------------------------------------------------*
005880*  4210-SHOW-ONE-WIDE-KEY                                         *
005890*----------------------------------------------------------------*
005900 4210-SHOW-ONE-WIDE-KEY.
005910     MOVE FACTWMST-TYPE TO WS-WL-TYPE.
005920     MOVE FACTWMST-N TO WS-WL-N.
005930     MOVE FACTWMST-R TO WS-WL-R.
005940     READ FACTWMST
005950         INVALID KEY
005960             MOVE 'NO' TO WS-WL-TEXT
005970             MOVE WS-WIDE-LINE TO WS-SCREEN-LINE
005980             PERFORM 8000-SHOW-LINE THRU 8000-EXIT
005990             GO TO 4210-EXIT
006000     END-READ.
006010     MOVE FACTWMST-DIGIT-COUNT TO WS-WF-DIGITS.
006020     MOVE FACTWMST-JOB-ID TO WS-WF-JOB-ID.
006030     MOVE FACTWMST-UPDATED TO WS-WF-UPDATED.
006040     MOVE WS-WIDE-FOUND-TEXT TO WS-WL-TEXT.
006050     MOVE WS-WIDE-LINE TO WS-SCREEN-LINE.
006060     PERFORM 8000-SHOW-LINE THRU 8000-EXIT.
006070 4210-EXIT.
006080     EXIT.
006090*----------------------------------------------------------------*
006100*  4300-SHOW-HOLD                                                 *
006110*----------------------------------------------------------------*
006120 4300-SHOW-HOLD.
006130     IF NOT WS-HOLD-FILE-OPEN
006140         GO TO 4300-EXIT
006150     END-IF.
006160     MOVE WS-CUR-N TO FACTHLD-N.
006170     READ FACTHLD
006180         INVALID KEY
006190             MOVE 'HOLD - NONE' TO WS-SCREEN-LINE
006200             PERFORM 8000-SHOW-LINE THRU 8000-EXIT
006210             GO TO 4300-EXIT
006220     END-READ.
006230     MOVE SPACES TO WS-SCREEN-LINE.
006240     IF FACTHLD-HELD
006250         STRING 'HOLD - ON HOLD SINCE ' FACTHLD-HELD-TIME
006260             ' BY ' FACTHLD-HELD-BY
006270             DELIMITED BY SIZE INTO WS-SCREEN-LINE
006280     ELSE
006290         STRING 'HOLD - NONE - LAST HOLD LIFTED '
006300             FACTHLD-LIFTED-TIME ' BY ' FACTHLD-LIFTED-BY
006310             DELIMITED BY SIZE INTO WS-SCREEN-LINE
006320     END-IF.
006330     PERFORM 8000-SHOW-LINE THRU 8000-EXIT.
006340     MOVE SPACES TO WS-SCREEN-LINE.
006350     STRING '       REASON - ' FACTHLD-REASON
006360         DELIMITED BY SIZE INTO WS-SCREEN-LINE.
006370     PERFORM 8000-SHOW-LINE THRU 8000-EXIT.
006380 4300-EXIT.
006390     EXIT.
006400*----------------------------------------------------------------*
006410*  4400-SHOW-EXCEPTIONS                                           *
006420*  EVERY FACTEXC RECORD EVER FILED FOR THE N - OR, FOR A PAIR,    *
006425*  FOR THAT N AND R - READ FROM THE TOP OF THE TRAIL, THEN FROM   *
006430*  THE TOP OF THE FACTEXCA ARCHIVE (STATUS 35 - NOTHING ARCHIVED  *
006435*  YET - IS NOT AN ERROR).                                        *
006440*----------------------------------------------------------------*
006450 4400-SHOW-EXCEPTIONS.
006460     MOVE 0 TO WS-MATCH-COUNT.
006470     MOVE SPACES TO WS-SCREEN-LINE.
006480     PERFORM 8000-SHOW-LINE THRU 8000-EXIT.
006484     MOVE WS-EXC-HEADING TO WS-SCREEN-LINE.
006488     PERFORM 8000-SHOW-LINE THRU 8000-EXIT.
006492     OPEN INPUT FACTEXC.
006496     IF WS-FACTEXC-STATUS = '00'
006500         MOVE 'N' TO WS-EOF-SW
006504         PERFORM 4410-SHOW-ONE-EXCEPTION THRU 4410-EXIT
006508             UNTIL WS-END-OF-FILE OR WS-LISTING-STOPPED
006512         CLOSE FACTEXC
006516     ELSE
006520         MOVE 'EXCEPTIONS - FACTEXC NOT AVAILABLE'
006524             TO WS-SCREEN-LINE
006528         PERFORM 8000-SHOW-LINE THRU 8000-EXIT
006532     END-IF.
006536     IF WS-LISTING-STOPPED
006540         GO TO 4400-STOPPED
006544     END-IF.
006548     OPEN INPUT FACTEXCA.
006552     IF WS-FACTEXCA-STATUS = '00'
006556         MOVE 'N' TO WS-EOF-SW
006560         PERFORM 4420-SHOW-ONE-ARCHIVED THRU 4420-EXIT
006564             UNTIL WS-END-OF-FILE OR WS-LISTING-STOPPED
006568         CLOSE FACTEXCA
006572     ELSE
006576         IF WS-FACTEXCA-STATUS NOT = '35'
006580             MOVE 'ARCHIVED EXCEPTIONS - FACTEXCA NOT AVAILABLE'
006584                 TO WS-SCREEN-LINE
006588             PERFORM 8000-SHOW-LINE THRU 8000-EXIT
006592         END-IF
006596     END-IF.
006600     IF WS-LISTING-STOPPED
006604         GO TO 4400-STOPPED
006608     END-IF.
006612     MOVE WS-MATCH-COUNT TO WS-EDIT-COUNT.
006616     MOVE SPACES TO WS-SCREEN-LINE.
006620     STRING 'EXCEPTIONS LISTED - ' WS-EDIT-COUNT
006624         DELIMITED BY SIZE INTO WS-SCREEN-LINE.
006628     PERFORM 8000-SHOW-LINE THRU 8000-EXIT.
006632     GO TO 4400-EXIT.
006636 4400-STOPPED.
006640     MOVE 'LISTING STOPPED' TO WS-SCREEN-LINE.
006644     PERFORM 8000-SHOW-LINE THRU 8000-EXIT.
006670 4400-EXIT.
006680     EXIT.
006690*----------------------------------------------------------------*
006700*  4410-SHOW-ONE-EXCEPTION                                        *
006710*----------------------------------------------------------------*
006720 4410-SHOW-ONE-EXCEPTION.
006730     READ FACTEXC
006740         AT END
006750             MOVE 'Y' TO WS-EOF-SW
006760             GO TO 4410-EXIT
006770     END-READ.
006780     IF FACTEXC-N NOT = WS-CUR-N
006790         GO TO 4410-EXIT
006800     END-IF.
006810     IF WS-PAIR-INQUIRY AND FACTEXC-R NOT = WS-CUR-R
006820         GO TO 4410-EXIT
006830     END-IF.
006840     ADD 1 TO WS-MATCH-COUNT.
006845     MOVE SPACES TO WS-XL-ARCHIVED.
006850     MOVE FACTEXC-PROGRAM-ID TO WS-XL-PROGRAM.
006860     MOVE FACTEXC-JOB-ID TO WS-XL-JOB-ID.
006870     MOVE FACTEXC-N TO WS-XL-N.
006880     MOVE FACTEXC-R TO WS-XL-R.
006890     MOVE FACTEXC-REASON-CODE TO WS-XL-REASON.
006900     MOVE FACTEXC-REASON-CODE TO WS-REASON-IDX.
006910     IF WS-REASON-IDX > 0 AND WS-REASON-IDX NOT > 11
006920         MOVE WS-REASON-TEXT(WS-REASON-IDX) TO WS-XL-TEXT
006930     ELSE
006940         MOVE WS-UNKNOWN-REASON-TEXT TO WS-XL-TEXT
006950     END-IF.
006960     MOVE FACTEXC-TIMESTAMP TO WS-XL-TIMESTAMP.
006970     MOVE WS-EXC-LINE TO WS-SCREEN-LINE.
006980     PERFORM 8000-SHOW-LINE THRU 8000-EXIT.
006990 4410-EXIT.
007000     EXIT.
007001*----------------------------------------------------------------*
007002*  4420-SHOW-ONE-ARCHIVED                                         *
007003*----------------------------------------------------------------*
007004 4420-SHOW-ONE-ARCHIVED.
007005     READ FACTEXCA
007006         AT END
007007             MOVE 'Y' TO WS-EOF-SW
007008             GO TO 4420-EXIT
007009     END-READ.
007010     IF FACTEXCA-N NOT = WS-CUR-N
007011         GO TO 4420-EXIT
007012     END-IF.
007013     IF WS-PAIR-INQUIRY AND FACTEXCA-R NOT = WS-CUR-R
007014         GO TO 4420-EXIT
007015     END-IF.
007016     ADD 1 TO WS-MATCH-COUNT.
007017     MOVE 'ARCH' TO WS-XL-ARCHIVED.
007018     MOVE FACTEXCA-PROGRAM-ID TO WS-XL-PROGRAM.
007019     MOVE FACTEXCA-JOB-ID TO WS-XL-JOB-ID.
007020     MOVE FACTEXCA-N TO WS-XL-N.
007021     MOVE FACTEXCA-R TO WS-XL-R.
007022     MOVE FACTEXCA-REASON-CODE TO WS-XL-REASON.
007023     MOVE FACTEXCA-REASON-CODE TO WS-REASON-IDX.
007024     IF WS-REASON-IDX > 0 AND WS-REASON-IDX NOT > 11
007025         MOVE WS-REASON-TEXT(WS-REASON-IDX) TO WS-XL-TEXT
007026     ELSE
007027         MOVE WS-UNKNOWN-REASON-TEXT TO WS-XL-TEXT
007028     END-IF.
007029     MOVE FACTEXCA-TIMESTAMP TO WS-XL-TIMESTAMP.
007030     MOVE WS-EXC-LINE TO WS-SCREEN-LINE.
007031     PERFORM 8000-SHOW-LINE THRU 8000-EXIT.
007032 4420-EXIT.
007033     EXIT.
007034*----------------------------------------------------------------*
007035*  4500-SHOW-AUDIT-RUNS                                           *
007036*  EVERY FACTAUD RUN WHOSE MIN-N THRU MAX-N COVERED THE N, THEN   *
007037*  EVERY SUCH RUN IN THE FACTAUDA ARCHIVE.                        *
007040*----------------------------------------------------------------*
007050 4500-SHOW-AUDIT-RUNS.
007060     IF WS-LISTING-STOPPED
007070         GO TO 4500-EXIT
007080     END-IF.
007090     MOVE 0 TO WS-MATCH-COUNT.
007100     MOVE SPACES TO WS-SCREEN-LINE.
007110     PERFORM 8000-SHOW-LINE THRU 8000-EXIT.
007114     MOVE WS-AUD-HEADING TO WS-SCREEN-LINE.
007118     PERFORM 8000-SHOW-LINE THRU 8000-EXIT.
007122     OPEN INPUT FACTAUD.
007126     IF WS-FACTAUD-STATUS = '00'
007130         MOVE 'N' TO WS-EOF-SW
007134         PERFORM 4510-SHOW-ONE-RUN THRU 4510-EXIT
007138             UNTIL WS-END-OF-FILE OR WS-LISTING-STOPPED
007142         CLOSE FACTAUD
007146     ELSE
007150         MOVE 'RUNS - FACTAUD NOT AVAILABLE' TO WS-SCREEN-LINE
007154         PERFORM 8000-SHOW-LINE THRU 8000-EXIT
007158     END-IF.
007162     IF WS-LISTING-STOPPED
007166         GO TO 4500-STOPPED
007170     END-IF.
007174     OPEN INPUT FACTAUDA.
007178     IF WS-FACTAUDA-STATUS = '00'
007182         MOVE 'N' TO WS-EOF-SW
007186         PERFORM 4520-SHOW-ONE-ARCHIVED THRU 4520-EXIT
007190             UNTIL WS-END-OF-FILE OR WS-LISTING-STOPPED
007194         CLOSE FACTAUDA
007198     ELSE
007202         IF WS-FACTAUDA-STATUS NOT = '35'
007206             MOVE 'ARCHIVED RUNS - FACTAUDA NOT AVAILABLE'
007210                 TO WS-SCREEN-LINE
007214             PERFORM 8000-SHOW-LINE THRU 8000-EXIT
007218         END-IF
007222     END-IF.
007226     IF WS-LISTING-STOPPED
007230         GO TO 4500-STOPPED
007234     END-IF.
007238     MOVE WS-MATCH-COUNT TO WS-EDIT-COUNT.
007242     MOVE SPACES TO WS-SCREEN-LINE.
007246     STRING 'RUNS LISTED - ' WS-EDIT-COUNT
007250         DELIMITED BY SIZE INTO WS-SCREEN-LINE.
007254     PERFORM 8000-SHOW-LINE THRU 8000-EXIT.
007258     GO TO 4500-EXIT.
007262 4500-STOPPED.
007266     MOVE 'LISTING STOPPED' TO WS-SCREEN-LINE.
007270     PERFORM 8000-SHOW-LINE THRU 8000-EXIT.
007290 4500-EXIT.
007300     EXIT.
007310*----------------------------------------------------------------*
007320*  4510-SHOW-ONE-RUN                                              *
007330*----------------------------------------------------------------*
007340 4510-SHOW-ONE-RUN.
007350     READ FACTAUD
007360         AT END
007370             MOVE 'Y' TO WS-EOF-SW
007380             GO TO 4510-EXIT
007390     END-READ.
007400     IF WS-CUR-N < FACTAUD-MIN-N OR WS-CUR-N > FACTAUD-MAX-N
007410         GO TO 4510-EXIT
007420     END-IF.
007430     ADD 1 TO WS-MATCH-COUNT.
007435     MOVE SPACES TO WS-AL-ARCHIVED.
007440     MOVE FACTAUD-JOB-ID TO WS-AL-JOB-ID.
007450     MOVE FACTAUD-OPERATOR-ID TO WS-AL-OPERATOR.
007460     MOVE FACTAUD-START-TIME TO WS-AL-START.
007470     MOVE FACTAUD-END-TIME TO WS-AL-END.
007480     MOVE FACTAUD-MIN-N TO WS-AL-MIN-N.
007490     MOVE FACTAUD-MAX-N TO WS-AL-MAX-N.
007500     MOVE FACTAUD-RECORD-COUNT TO WS-AL-COUNT.
007510     MOVE FACTAUD-BUSINESS-DATE TO WS-AL-BUSINESS-DATE.
007520     MOVE WS-AUD-LINE TO WS-SCREEN-LINE.
007530     PERFORM 8000-SHOW-LINE THRU 8000-EXIT.
007540 4510-EXIT.
007550     EXIT.
007551*----------------------------------------------------------------*
007552*  4520-SHOW-ONE-ARCHIVED                                         *
007553*----------------------------------------------------------------*
007554 4520-SHOW-ONE-ARCHIVED.
007555     READ FACTAUDA
007556         AT END
007557             MOVE 'Y' TO WS-EOF-SW
007558             GO TO 4520-EXIT
007559     END-READ.
007560     IF WS-CUR-N < FACTAUDA-MIN-N OR WS-CUR-N > FACTAUDA-MAX-N
007561         GO TO 4520-EXIT
007562     END-IF.
007563     ADD 1 TO WS-MATCH-COUNT.
007564     MOVE 'ARCH' TO WS-AL-ARCHIVED.
007565     MOVE FACTAUDA-JOB-ID TO WS-AL-JOB-ID.
007566     MOVE FACTAUDA-OPERATOR-ID TO WS-AL-OPERATOR.
007567     MOVE FACTAUDA-START-TIME TO WS-AL-START.
007568     MOVE FACTAUDA-END-TIME TO WS-AL-END.
007569     MOVE FACTAUDA-MIN-N TO WS-AL-MIN-N.
007570     MOVE FACTAUDA-MAX-N TO WS-AL-MAX-N.
007571     MOVE FACTAUDA-RECORD-COUNT TO WS-AL-COUNT.
007572     MOVE FACTAUDA-BUSINESS-DATE TO WS-AL-BUSINESS-DATE.
007573     MOVE WS-AUD-LINE TO WS-SCREEN-LINE.
007574     PERFORM 8000-SHOW-LINE THRU 8000-EXIT.
007575 4520-EXIT.
007576     EXIT.
007577*----------------------------------------------------------------*
007578*  5000-PLACE-HOLD                                                *
007580*  HOLDS THE N ON DISPLAY.  A REASON IS REQUIRED - IT IS WHAT     *
007590*  FACTSERV SENDS BACK TO THE REQUESTOR.  A NEW HOLD REPLACES A   *
007600*  LIFTED ONE.                                                    *
007610*----------------------------------------------------------------*
007620 5000-PLACE-HOLD.
007630     IF NOT WS-HOLD-FILE-OPEN
007640         DISPLAY 'FACTINQ - FACTHLD NOT AVAILABLE - '
007650             'NO HOLD PLACED'
007660         GO TO 5000-EXIT
007670     END-IF.
007680     IF NOT WS-HAVE-CURRENT-N
007690         DISPLAY 'FACTINQ - INQUIRE ON AN N BEFORE HOLDING IT'
007700         GO TO 5000-EXIT
007710     END-IF.
007720     IF WS-CMD-REASON = SPACES
007730         DISPLAY 'FACTINQ - KEY H FOLLOWED BY THE REASON '
007740             'FOR THE HOLD'
007750         GO TO 5000-EXIT
007760     END-IF.
007770     PERFORM 5200-STAMP-TIME THRU 5200-EXIT.
007780     MOVE WS-CUR-N TO FACTHLD-N.
007790     READ FACTHLD
007800         INVALID KEY
007810             MOVE 'N' TO WS-FOUND-SW
007820         NOT INVALID KEY
007830             MOVE 'Y' TO WS-FOUND-SW
007840     END-READ.
007850     IF WS-KEY-WAS-FOUND AND FACTHLD-HELD
007860         DISPLAY 'FACTINQ - N = ' WS-CUR-N ' IS ALREADY ON HOLD'
007870         GO TO 5000-EXIT
007880     END-IF.
007890     MOVE WS-CUR-N TO FACTHLD-N.
007900     MOVE 'H' TO FACTHLD-STATUS.
007910     MOVE WS-CMD-REASON TO FACTHLD-REASON.
007920     MOVE WS-OPERATOR-ID TO FACTHLD-HELD-BY.
007930     MOVE WS-STAMP-TIME TO FACTHLD-HELD-TIME.
007940     MOVE SPACES TO FACTHLD-LIFTED-BY.
007950     MOVE SPACES TO FACTHLD-LIFTED-TIME.
007960     MOVE FACTY-BUSINESS-DATE TO FACTHLD-BUSINESS-DATE.
007970     IF WS-KEY-WAS-FOUND
007980         REWRITE FACTHLD-RECORD
007990     ELSE
008000         WRITE FACTHLD-RECORD
008010     END-IF.
008020     IF WS-FACTHLD-STATUS NOT = '00'
008030         DISPLAY 'FACTINQ - HOLD NOT RECORDED - FACTHLD STATUS '
008040             WS-FACTHLD-STATUS
008050         GO TO 5000-EXIT
008060     END-IF.
008070     ADD 1 TO WS-HOLD-COUNT.
008080     DISPLAY 'FACTINQ - N = ' WS-CUR-N ' PLACED ON HOLD - '
008090         'FACTSERV WILL REJECT IT'.
008100 5000-EXIT.
008110     EXIT.
008120*----------------------------------------------------------------*
008130*  5100-LIFT-HOLD                                                 *
008140*  LIFTS THE HOLD ON THE N ON DISPLAY.  THE RECORD STAYS, MARKED  *
008150*  LIFTED, SO THE LAST DISPUTE REMAINS ON VIEW.                   *
008160*----------------------------------------------------------------*
008170 5100-LIFT-HOLD.
008180     IF NOT WS-HOLD-FILE-OPEN
008190         DISPLAY 'FACTINQ - FACTHLD NOT AVAILABLE - '
008200             'NO HOLD LIFTED'
008210         GO TO 5100-EXIT
008220     END-IF.
008230     IF NOT WS-HAVE-CURRENT-N
008240         DISPLAY 'FACTINQ - INQUIRE ON AN N BEFORE LIFTING '
008250             'ITS HOLD'
008260         GO TO 5100-EXIT
008270     END-IF.
008280     MOVE WS-CUR-N TO FACTHLD-N.
008290     READ FACTHLD
008300         INVALID KEY
008310             DISPLAY 'FACTINQ - N = ' WS-CUR-N ' IS NOT ON HOLD'
008320             GO TO 5100-EXIT
008330     END-READ.
008340     IF NOT FACTHLD-HELD
008350         DISPLAY 'FACTINQ - N = ' WS-CUR-N ' IS NOT ON HOLD'
008360         GO TO 5100-EXIT
008370     END-IF.
008380     PERFORM 5200-STAMP-TIME THRU 5200-EXIT.
008390     MOVE 'L' TO FACTHLD-STATUS.
008400     MOVE WS-OPERATOR-ID TO FACTHLD-LIFTED-BY.
008410     MOVE WS-STAMP-TIME TO FACTHLD-LIFTED-TIME.
008420     MOVE FACTY-BUSINESS-DATE TO FACTHLD-BUSINESS-DATE.
008430     REWRITE FACTHLD-RECORD.
008440     IF WS-FACTHLD-STATUS NOT = '00'
008450         DISPLAY 'FACTINQ - HOLD NOT LIFTED - FACTHLD STATUS '
008460             WS-FACTHLD-STATUS
008470         GO TO 5100-EXIT
008480     END-IF.
008490     ADD 1 TO WS-LIFT-COUNT.
008500     DISPLAY 'FACTINQ - N = ' WS-CUR-N ' HOLD LIFTED'.
008510 5100-EXIT.
008520     EXIT.
008530*----------------------------------------------------------------*
008540*  5200-STAMP-TIME                                                *
008550*----------------------------------------------------------------*
008560 5200-STAMP-TIME.
008570     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
008580     ACCEPT WS-STAMP-CLOCK FROM TIME.
008590     STRING WS-STAMP-DATE DELIMITED BY SIZE
008600         WS-STAMP-CLOCK(1:6) DELIMITED BY SIZE
008610         INTO WS-STAMP-TIME.
008620 5200-EXIT.
008630     EXIT.
008640*----------------------------------------------------------------*
008650*  8000-SHOW-LINE                                                 *
008660*  ONE LINE TO THE TERMINAL.  A FULL SCREEN WAITS FOR THE         *
008670*  OPERATOR - ENTER SHOWS MORE, X STOPS THE LISTING.              *
008680*----------------------------------------------------------------*
008690 8000-SHOW-LINE.
008700     IF WS-SCREEN-LINES NOT < WS-SCREEN-DEPTH
008710         DISPLAY '--- ENTER FOR MORE - X TO STOP LISTING ---'
008720         MOVE SPACES TO WS-REPLY
008730         ACCEPT WS-REPLY
008740         MOVE 0 TO WS-SCREEN-LINES
008750         IF WS-REPLY = 'X'
008760             MOVE 'Y' TO WS-LIST-STOP-SW
008770             GO TO 8000-EXIT
008780         END-IF
008790     END-IF.
008800     DISPLAY WS-SCREEN-LINE.
008810     ADD 1 TO WS-SCREEN-LINES.
008820     MOVE SPACES TO WS-SCREEN-LINE.
008830 8000-EXIT.
008840     EXIT.
