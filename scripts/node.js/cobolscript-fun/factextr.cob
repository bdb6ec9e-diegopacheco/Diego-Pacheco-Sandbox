000330*              CAN PROVE COMPLETENESS MECHANICALLY.  FACTPRNT     *
000340*              SOLVED THIS FOR HUMAN EYES - THIS IS ITS           *
000350*              MACHINE-READABLE TWIN.                             *
000351*  2026-10-15  DP  BUSINESS-DATE CYCLE CONTROL - THE EXTRACT     *
000352*              DATE ON THE H HEADER AND T TRAILER IS NOW THE     *
000353*              BUSINESS DATE FROM THE FACTCYCK SUBROUTINE (SEE   *
000354*              COPYBOOKS/FACTYLNK.CPY), SO AN EXTRACT CUT AFTER  *
000355*              MIDNIGHT STILL NAMES THE CYCLE IT COVERS.         *
000356*  2026-10-15  DP  CONTROL-TOTAL LEDGER - THE ROWS READ FROM      *
000357*              FACTMST AND FACTRPT ARE NOW COUNTED ON THEIR OWN,  *
000358*              AND BOTH THOSE COUNTS AND THE DETAIL COUNTS        *
000359*              CARRIED ON THE TWO T TRAILERS ARE POSTED TO        *
000360*              FACTLEDG (SEE COPYBOOKS/FACTLEDR.CPY), UNDER THE   *
000361*              SOURCE JOB ID, FOR THE FACTLBAL CHAIN BALANCING    *
000362*              PROGRAM.                                           *
000363*  2026-10-15  DP  CONTROL-TOTAL LEDGER - A RUN THAT FINDS        *
000364*              FACTMST NOT AVAILABLE NOW POSTS NOTHING TO         *
000365*              FACTLEDG, SO FACTLBAL REPORTS THE MISSING POST,    *
000366*              AND ENDS WITH CONDITION CODE 8.                    *
000367*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.    IBM-370.
000570     SELECT FACTREXT ASSIGN TO FACTREXT
000580                     ORGANIZATION IS SEQUENTIAL
000590                     FILE STATUS IS WS-FACTREXT-STATUS.
000592     SELECT FACTLEDG ASSIGN TO FACTLEDG
000594                     ORGANIZATION IS SEQUENTIAL
000596                     FILE STATUS IS WS-FACTLEDG-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  FACTMST
000740 FD  FACTREXT
000750     LABEL RECORDS ARE STANDARD.
000760 01  FACTREXT-LINE               PIC X(80).
000762 FD  FACTLEDG
000764     LABEL RECORDS ARE STANDARD.
000766     COPY FACTLEDR.
000770 WORKING-STORAGE SECTION.
000780*----------------------------------------------------------------*
000790*  FILE STATUS FIELDS.                                            *
000840     05  WS-FACTAUD-STATUS       PIC X(02).
000850     05  WS-FACTMEXT-STATUS      PIC X(02).
000860     05  WS-FACTREXT-STATUS      PIC X(02).
000865     05  WS-FACTLEDG-STATUS      PIC X(02).
000870*----------------------------------------------------------------*
000880*  STANDALONE COUNTERS AND SWITCHES.                              *
000890*----------------------------------------------------------------*
000950     88  WS-END-OF-FACTAUD           VALUE 'Y'.
000960 77  WS-AUD-FOUND-SW             PIC X(01)     VALUE 'N'.
000970     88  WS-AUDIT-WAS-FOUND          VALUE 'Y'.
000973 77  WS-NO-MASTER-SW             PIC X(01)     VALUE 'N'.
000976     88  WS-MASTER-MISSING           VALUE 'Y'.
000980 77  WS-TODAY                    PIC X(08)     VALUE SPACES.
000990 77  WS-SOURCE-JOB-ID            PIC X(08)     VALUE 'UNKNOWN '.
001000*----------------------------------------------------------------*
001070 77  WS-MST-HASH                 PIC 9(09)     COMP-3 VALUE 0.
001080 77  WS-RPT-COUNT                PIC 9(07)     COMP-3 VALUE 0.
001090 77  WS-RPT-HASH                 PIC 9(09)     COMP-3 VALUE 0.
001093 77  WS-MST-READ-COUNT           PIC 9(07)     COMP-3 VALUE 0.
001096 77  WS-RPT-READ-COUNT           PIC 9(07)     COMP-3 VALUE 0.
001100*----------------------------------------------------------------*
001110*  FIXED-WIDTH DISPLAY FIELDS THE DELIMITED LINES ARE BUILT       *
001120*  FROM.                                                          *
001190 77  WS-COUNT-X                  PIC 9(07)     VALUE 0.
001200 77  WS-HASH-X                   PIC 9(09)     VALUE 0.
001210 77  WS-BUILT-LINE               PIC X(80)     VALUE SPACES.
001211*----------------------------------------------------------------*
001212*  CONTROL-TOTAL LEDGER STAMP - ONE RUN TIME ON EVERY FACTLEDG    *
001213*  RECORD THIS EXECUTION POSTS.                                   *
001214*----------------------------------------------------------------*
001215 77  WS-LEDG-DATE                PIC X(08)     VALUE SPACES.
001216 77  WS-LEDG-CLOCK               PIC X(08)     VALUE SPACES.
001217 77  WS-LEDG-TIME                PIC X(14)     VALUE SPACES.
001218*----------------------------------------------------------------*
001219*  LINKAGE FOR THE FACTCYCK BUSINESS-CYCLE SUBROUTINE.            *
001220*----------------------------------------------------------------*
001221     COPY FACTYLNK.
001222 PROCEDURE DIVISION.
001230*----------------------------------------------------------------*
001240*  0000-MAINLINE                                                  *
001250*----------------------------------------------------------------*
001270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001280     PERFORM 2000-EXTRACT-MASTER THRU 2000-EXIT.
001290     PERFORM 3000-EXTRACT-PAIRS THRU 3000-EXIT.
001292     IF NOT WS-MASTER-MISSING
001294         PERFORM 7600-POST-CONTROL-TOTALS THRU 7600-EXIT
001296     END-IF.
001300     DISPLAY 'FACTEXTR - ' WS-MST-COUNT ' MASTER LINES AND '
001310         WS-RPT-COUNT ' PAIR LINES EXTRACTED'.
001311     IF WS-MASTER-MISSING
001312         DISPLAY 'FACTEXTR - NO MASTER EXTRACT - CONTROL TOTALS '
001313             'NOT POSTED'
001314         MOVE 8 TO RETURN-CODE
001315     END-IF.
001320 0000-EXIT.
001330     STOP RUN.
001340*----------------------------------------------------------------*
001350*  1000-INITIALIZE                                                *
001360*  STAMPS THE BUSINESS DATE AND PULLS THE SOURCE JOB ID FROM THE  *
001370*  NEWEST FACTAUD RECORD - FACTAUD IS AN APPEND-ONLY TRAIL, SO    *
001380*  THE LAST RECORD ON FILE IS THE RUN THIS EXTRACT COVERS.        *
001390*----------------------------------------------------------------*
001400 1000-INITIALIZE.
001406     CALL 'FACTCYCK' USING FACTY-BUSINESS-DATE, FACTY-CYCLE-STATE.
001412     MOVE FACTY-BUSINESS-DATE TO WS-TODAY.
001420     OPEN INPUT FACTAUD.
001430     IF WS-FACTAUD-STATUS = '35'
001440         DISPLAY 'FACTEXTR - FACTAUD NOT ON FILE - HEADERS '
001720*  ONE DELIMITED LINE PER FACTMST ROW, READ IN KEY ORDER.  A      *
001730*  MISSING MASTER SKIPS THE FILE WITH A MESSAGE - NO HEADER, NO   *
001740*  TRAILER, SO THE RECEIVING SIDE CANNOT MISTAKE AN EMPTY         *
001746*  EXTRACT FOR A COMPLETE ONE.  THE RUN THEN POSTS NO CONTROL     *
001752*  TOTALS AND ENDS WITH CONDITION CODE 8.                         *
001760*----------------------------------------------------------------*
001770 2000-EXTRACT-MASTER.
001780     OPEN INPUT FACTMST.
001790     IF WS-FACTMST-STATUS NOT = '00'
001800         DISPLAY 'FACTEXTR - FACTMST NOT AVAILABLE - STATUS '
001810             WS-FACTMST-STATUS ' - MASTER EXTRACT SKIPPED'
001815         MOVE 'Y' TO WS-NO-MASTER-SW
001820         GO TO 2000-EXIT
001830     END-IF.
001840     OPEN OUTPUT FACTMEXT.
001990             MOVE 'Y' TO WS-MST-EOF-SW
002000             GO TO 2100-EXIT
002010     END-READ.
002015     ADD 1 TO WS-MST-READ-COUNT.
002020     MOVE FACTMST-N TO WS-N-X.
002030     MOVE FACTMST-RESULT TO WS-VALUE-X.
002040     MOVE SPACES TO WS-BUILT-LINE.
002690             MOVE 'Y' TO WS-RPT-EOF-SW
002700             GO TO 3100-EXIT
002710     END-READ.
002715     ADD 1 TO WS-RPT-READ-COUNT.
002720     MOVE FACTRPT-N TO WS-N-X.
002730     MOVE FACTRPT-R TO WS-R-X.
002740     MOVE FACTRPT-NPR TO WS-NPR-X.
003170     WRITE FACTREXT-LINE FROM WS-BUILT-LINE.
003180 3600-EXIT.
003190     EXIT.
003200*----------------------------------------------------------------*
003210*  7600-POST-CONTROL-TOTALS                                       *
003220*  APPENDS THIS RUN'S INPUT, OUTPUT AND REJECT COUNTS TO THE      *
003230*  FACTLEDG CONTROL-TOTAL LEDGER (SEE FACTLEDR.CPY), WHERE THE    *
003240*  FACTLBAL BALANCING PROGRAM PROVES THEM AGAINST THE             *
003250*  NEIGHBOURING STEPS OF THE CHAIN.                               *
003260*----------------------------------------------------------------*
003270 7600-POST-CONTROL-TOTALS.
003280     ACCEPT WS-LEDG-DATE FROM DATE YYYYMMDD.
003290     ACCEPT WS-LEDG-CLOCK FROM TIME.
003300     STRING WS-LEDG-DATE DELIMITED BY SIZE
003310         WS-LEDG-CLOCK(1:6) DELIMITED BY SIZE
003320         INTO WS-LEDG-TIME.
003330     OPEN EXTEND FACTLEDG.
003340     IF WS-FACTLEDG-STATUS = '35'
003350         OPEN OUTPUT FACTLEDG
003360     END-IF.
003370     MOVE 'FACTMST' TO FACTLEDG-FILE-ID.
003380     MOVE 'I' TO FACTLEDG-COUNT-TYPE.
003390     MOVE 'READ' TO FACTLEDG-COUNT-NAME.
003400     MOVE WS-MST-READ-COUNT TO FACTLEDG-COUNT.
003410     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
003420     MOVE 'FACTMEXT' TO FACTLEDG-FILE-ID.
003430     MOVE 'O' TO FACTLEDG-COUNT-TYPE.
003440     MOVE 'TRAILER' TO FACTLEDG-COUNT-NAME.
003450     MOVE WS-MST-COUNT TO FACTLEDG-COUNT.
003460     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
003470     MOVE 'FACTRPT' TO FACTLEDG-FILE-ID.
003480     MOVE 'I' TO FACTLEDG-COUNT-TYPE.
003490     MOVE 'READ' TO FACTLEDG-COUNT-NAME.
003500     MOVE WS-RPT-READ-COUNT TO FACTLEDG-COUNT.
003510     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
003520     MOVE 'FACTREXT' TO FACTLEDG-FILE-ID.
003530     MOVE 'O' TO FACTLEDG-COUNT-TYPE.
003540     MOVE 'TRAILER' TO FACTLEDG-COUNT-NAME.
003550     MOVE WS-RPT-COUNT TO FACTLEDG-COUNT.
003560     PERFORM 7610-WRITE-LEDGER-RECORD THRU 7610-EXIT.
003570     CLOSE FACTLEDG.
003580 7600-EXIT.
003590     EXIT.
003600*----------------------------------------------------------------*
003610*  7610-WRITE-LEDGER-RECORD                                       *
003620*----------------------------------------------------------------*
003630 7610-WRITE-LEDGER-RECORD.
003640     MOVE 'FACTEXTR' TO FACTLEDG-PROGRAM-ID.
003650     MOVE WS-SOURCE-JOB-ID TO FACTLEDG-JOB-ID.
003660     MOVE WS-LEDG-TIME TO FACTLEDG-RUN-TIME.
003670     MOVE FACTY-BUSINESS-DATE TO FACTLEDG-BUSINESS-DATE.
003680     WRITE FACTLEDG-RECORD.
003690 7610-EXIT.
003700     EXIT.
