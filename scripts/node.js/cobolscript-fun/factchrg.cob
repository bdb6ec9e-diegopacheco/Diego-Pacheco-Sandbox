000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     FACTCHRG.
000120 AUTHOR.         D. PACHECO.
000130 INSTALLATION.   COMBINATORICS BATCH GROUP.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*----------------------------------------------------------------*
000170*  MODIFICATION HISTORY                                          *
000180*  2026-10-15  DP  ORIGINAL - MONTH-END CHARGEBACK FOR THE        *
000190*              FACTSERV SERVICE.  ACTUARIAL, PRICING AND THE      *
000200*              REST NOW ASK FACTSERV FOR THEIR VALUES, BUT        *
000210*              FINANCE COULD NOT BE TOLD WHO USED THE SERVICE OR  *
000220*              HOW MUCH.  THIS JOB READS THE FACTUSG USAGE TRAIL  *
000230*              FACTSERV KEEPS (SEE COPYBOOKS/FACTUSGR.CPY) FOR    *
000240*              THE BILLING MONTH NAMED ON FACTCBCT (SEE           *
000250*              COPYBOOKS/FACTCBCR.CPY) AND THE MONTH BEFORE IT,   *
000260*              PRICES EVERY REQUEST FROM THE FACTRATE RATE TABLE  *
000270*              (SEE COPYBOOKS/FACTRATR.CPY) - ONE RATE FOR A      *
000280*              MASTER HIT, ONE FOR A FACTXMTH COMPUTE, ONE FOR A  *
000290*              REJECT - AND PRINTS AN INVOICE PAGE PER REQUESTOR  *
000300*              ON FACTINV WITH THE COUNTS, THE AMOUNTS AND THE    *
000310*              CHANGE FROM THE PRIOR MONTH.  THE SAME CHARGES GO  *
000320*              TO FACTGLF, A COMMA-DELIMITED GENERAL LEDGER FEED  *
000330*              BUILT THE FACTEXTR WAY - AN H HEADER, D DETAIL     *
000340*              LINES WITH FIXED-WIDTH DISPLAY NUMERICS, AND A T   *
000350*              TRAILER WITH THE LINE COUNT AND THE TOTAL AMOUNT   *
000360*              SO THE LEDGER UPLOAD CAN PROVE IT GOT EVERYTHING.  *
000370*----------------------------------------------------------------*
000380*  THE PRIOR MONTH IS PRICED AT THE RATES NOW ON FACTRATE, SO A   *
000390*  CHANGE ON THE INVOICE IS A CHANGE IN USE, NOT IN PRICE.  A     *
000400*  REQUESTOR WITH NO RATE OF ITS OWN AND NO HOUSE RATE ON FILE    *
000410*  STILL GETS AN INVOICE PAGE SHOWING ITS USE, BUT IS NOT BILLED  *
000420*  AND IS LEFT OFF THE LEDGER FEED - CONDITION CODE 4 SAYS SO.    *
000430*----------------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.    IBM-370.
000470 OBJECT-COMPUTER.    IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT FACTCBCT ASSIGN TO FACTCBCT
000510                     ORGANIZATION IS SEQUENTIAL
000520                     FILE STATUS IS WS-FACTCBCT-STATUS.
000530     SELECT FACTRATE ASSIGN TO FACTRATE
000540                     ORGANIZATION IS SEQUENTIAL
000550                     FILE STATUS IS WS-FACTRATE-STATUS.
000560     SELECT FACTUSG  ASSIGN TO FACTUSG
000570                     ORGANIZATION IS SEQUENTIAL
000580                     FILE STATUS IS WS-FACTUSG-STATUS.
000590     SELECT FACTINV  ASSIGN TO FACTINV
000600                     ORGANIZATION IS SEQUENTIAL
000610                     FILE STATUS IS WS-FACTINV-STATUS.
000620     SELECT FACTGLF  ASSIGN TO FACTGLF
000630                     ORGANIZATION IS SEQUENTIAL
000640                     FILE STATUS IS WS-FACTGLF-STATUS.
000650     SELECT FACTUSRT ASSIGN TO FACTUSRT.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  FACTCBCT
000690     LABEL RECORDS ARE STANDARD.
000700     COPY FACTCBCR.
000710 FD  FACTRATE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY FACTRATR.
000740 FD  FACTUSG
000750     LABEL RECORDS ARE STANDARD.
000760     COPY FACTUSGR.
000770 FD  FACTINV
000780     LABEL RECORDS ARE STANDARD.
000790 01  FACTINV-LINE                PIC X(132).
000800 FD  FACTGLF
000810     LABEL RECORDS ARE STANDARD.
000820 01  FACTGLF-LINE                PIC X(80).
000830*----------------------------------------------------------------*
000840*  SORT WORK RECORD - ONLY WHAT PRICING NEEDS: WHO, WHICH MONTH   *
000850*  (C = THE BILLING MONTH, P = THE MONTH BEFORE) AND THE          *
000860*  DISPOSITION.                                                   *
000870*----------------------------------------------------------------*
000880 SD  FACTUSRT.
000890 01  FACTUSRT-RECORD.
000900     05  FACTUSRT-REQUESTOR-ID   PIC X(08).
000910     05  FACTUSRT-PERIOD         PIC X(01).
000920         88  FACTUSRT-THIS-MONTH     VALUE 'C'.
000930         88  FACTUSRT-PRIOR-MONTH    VALUE 'P'.
000940     05  FACTUSRT-DISPOSITION    PIC X(01).
000950         88  FACTUSRT-FOUND          VALUE 'F'.
000960         88  FACTUSRT-COMPUTED       VALUE 'C'.
000970         88  FACTUSRT-REJECTED       VALUE 'R'.
000980 WORKING-STORAGE SECTION.
000990*----------------------------------------------------------------*
001000*  FILE STATUS FIELDS.                                            *
001010*----------------------------------------------------------------*
001020 01  WS-FILE-STATUSES.
001030     05  WS-FACTCBCT-STATUS      PIC X(02).
001040     05  WS-FACTRATE-STATUS      PIC X(02).
001050     05  WS-FACTUSG-STATUS       PIC X(02).
001060     05  WS-FACTINV-STATUS       PIC X(02).
001070     05  WS-FACTGLF-STATUS       PIC X(02).
001080*----------------------------------------------------------------*
001090*  STANDALONE COUNTERS AND SWITCHES.                              *
001100*----------------------------------------------------------------*
001110 77  WS-ABORT-SW                 PIC X(01)     VALUE 'N'.
001120     88  WS-JOB-ABORTED              VALUE 'Y'.
001130 77  WS-WARNING-SW               PIC X(01)     VALUE 'N'.
001140     88  WS-RUN-HAS-WARNINGS         VALUE 'Y'.
001150 77  WS-RATE-EOF-SW              PIC X(01)     VALUE 'N'.
001160     88  WS-END-OF-FACTRATE          VALUE 'Y'.
001170 77  WS-USG-EOF-SW               PIC X(01)     VALUE 'N'.
001180     88  WS-END-OF-FACTUSG           VALUE 'Y'.
001190 77  WS-SORT-EOF-SW              PIC X(01)     VALUE 'N'.
001200     88  WS-END-OF-FACTUSRT          VALUE 'Y'.
001210 77  WS-USG-MISSING-SW           PIC X(01)     VALUE 'N'.
001220     88  WS-FACTUSG-MISSING          VALUE 'Y'.
001230 77  WS-HOUSE-RATE-SW            PIC X(01)     VALUE 'N'.
001240     88  WS-HOUSE-RATE-ON-FILE       VALUE 'Y'.
001250 77  WS-RATE-FOUND-SW            PIC X(01)     VALUE 'N'.
001260     88  WS-RATE-WAS-FOUND           VALUE 'Y'.
001270 77  WS-FIRST-USG-SW             PIC X(01)     VALUE 'Y'.
001280     88  WS-FIRST-USAGE              VALUE 'Y'.
001290*----------------------------------------------------------------*
001300*  RUN TOTALS.                                                    *
001310*----------------------------------------------------------------*
001320 77  WS-USG-READ-COUNT           PIC 9(07)     COMP-3 VALUE 0.
001330 77  WS-USG-THIS-COUNT           PIC 9(07)     COMP-3 VALUE 0.
001340 77  WS-USG-PRIOR-COUNT          PIC 9(07)     COMP-3 VALUE 0.
001350 77  WS-USG-BAD-COUNT            PIC 9(07)     COMP-3 VALUE 0.
001360 77  WS-RATE-BAD-COUNT           PIC 9(05)     COMP-3 VALUE 0.
001370 77  WS-INVOICE-COUNT            PIC 9(05)     COMP-3 VALUE 0.
001380 77  WS-UNBILLED-COUNT           PIC 9(05)     COMP-3 VALUE 0.
001390 77  WS-PAGE-COUNT               PIC 9(05)     COMP-3 VALUE 0.
001400 77  WS-GL-COUNT                 PIC 9(07)     COMP-3 VALUE 0.
001410 77  WS-GL-TOTAL                 PIC 9(09)V99  COMP-3 VALUE 0.
001420 77  WS-GRAND-THIS-COUNT         PIC 9(07)     COMP-3 VALUE 0.
001430 77  WS-GRAND-PRIOR-COUNT        PIC 9(07)     COMP-3 VALUE 0.
001440 77  WS-GRAND-THIS-AMT           PIC 9(09)V99  COMP-3 VALUE 0.
001450 77  WS-GRAND-PRIOR-AMT          PIC 9(09)V99  COMP-3 VALUE 0.
001460*----------------------------------------------------------------*
001470*  BILLING MONTH AND THE MONTH BEFORE IT, AND TODAY'S DATE FOR    *
001480*  THE DEFAULT AND FOR THE LEDGER HEADER.                         *
001490*----------------------------------------------------------------*
001500 01  WS-TODAY-AREA.
001510     05  WS-TODAY                PIC X(08).
001520     05  WS-TODAY-PARTS          REDEFINES WS-TODAY.
001530         10  WS-TODAY-YYYY       PIC 9(04).
001540         10  WS-TODAY-MM         PIC 9(02).
001550         10  WS-TODAY-DD         PIC 9(02).
001560 01  WS-BILL-MONTH-AREA.
001570     05  WS-BILL-MONTH           PIC X(06).
001580     05  WS-BILL-PARTS           REDEFINES WS-BILL-MONTH.
001590         10  WS-BILL-YYYY        PIC 9(04).
001600         10  WS-BILL-MM          PIC 9(02).
001610 01  WS-PRIOR-MONTH-AREA.
001620     05  WS-PRIOR-MONTH          PIC X(06).
001630     05  WS-PRIOR-PARTS          REDEFINES WS-PRIOR-MONTH.
001640         10  WS-PRIOR-YYYY       PIC 9(04).
001650         10  WS-PRIOR-MM         PIC 9(02).
001660*----------------------------------------------------------------*
001670*  RATE TABLE - ONE ENTRY PER REQUESTOR WITH RATES OF ITS OWN,    *
001680*  PLUS THE HOUSE RATE HELD SEPARATELY.                           *
001690*----------------------------------------------------------------*
001700 01  WS-RATE-TABLE.
001710     05  WS-RATE-ENTRY           OCCURS 200 TIMES.
001720         10  WS-RT-REQUESTOR     PIC X(08).
001730         10  WS-RT-HIT           PIC 9(03)V9(04) COMP-3.
001740         10  WS-RT-COMPUTE       PIC 9(03)V9(04) COMP-3.
001750         10  WS-RT-REJECT        PIC 9(03)V9(04) COMP-3.
001760 77  WS-RATE-COUNT               PIC 9(03)     COMP-3 VALUE 0.
001770 77  WS-RATE-IDX                 PIC 9(03)     COMP-3 VALUE 0.
001780 77  WS-HOUSE-HIT                PIC 9(03)V9(04) COMP-3 VALUE 0.
001790 77  WS-HOUSE-COMPUTE            PIC 9(03)V9(04) COMP-3 VALUE 0.
001800 77  WS-HOUSE-REJECT             PIC 9(03)V9(04) COMP-3 VALUE 0.
001810*----------------------------------------------------------------*
001820*  THE REQUESTOR BEING INVOICED - COUNTS FOR EACH MONTH, THE      *
001830*  RATES THAT APPLY, AND THE PRICED AMOUNTS.                      *
001840*----------------------------------------------------------------*
001850 77  WS-CURRENT-REQUESTOR        PIC X(08)     VALUE SPACES.
001860 77  WS-THIS-HITS                PIC 9(07)     COMP-3 VALUE 0.
001870 77  WS-THIS-COMPUTES            PIC 9(07)     COMP-3 VALUE 0.
001880 77  WS-THIS-REJECTS             PIC 9(07)     COMP-3 VALUE 0.
001890 77  WS-THIS-TOTAL               PIC 9(07)     COMP-3 VALUE 0.
001900 77  WS-PRIOR-HITS               PIC 9(07)     COMP-3 VALUE 0.
001910 77  WS-PRIOR-COMPUTES           PIC 9(07)     COMP-3 VALUE 0.
001920 77  WS-PRIOR-REJECTS            PIC 9(07)     COMP-3 VALUE 0.
001930 77  WS-PRIOR-TOTAL              PIC 9(07)     COMP-3 VALUE 0.
001940 77  WS-HIT-RATE                 PIC 9(03)V9(04) COMP-3 VALUE 0.
001950 77  WS-COMPUTE-RATE             PIC 9(03)V9(04) COMP-3 VALUE 0.
001960 77  WS-REJECT-RATE              PIC 9(03)V9(04) COMP-3 VALUE 0.
001970 77  WS-HIT-AMT                  PIC 9(09)V99  COMP-3 VALUE 0.
001980 77  WS-COMPUTE-AMT              PIC 9(09)V99  COMP-3 VALUE 0.
001990 77  WS-REJECT-AMT               PIC 9(09)V99  COMP-3 VALUE 0.
002000 77  WS-THIS-AMT                 PIC 9(09)V99  COMP-3 VALUE 0.
002010 77  WS-PRIOR-AMT                PIC 9(09)V99  COMP-3 VALUE 0.
002020 77  WS-CHANGE-COUNT             PIC S9(07)    COMP-3 VALUE 0.
002030 77  WS-CHANGE-AMT               PIC S9(09)V99 COMP-3 VALUE 0.
002040 77  WS-CHANGE-PCT               PIC S9(05)V9  COMP-3 VALUE 0.
002050*----------------------------------------------------------------*
002060*  FIXED-WIDTH DISPLAY FIELDS THE LEDGER LINES ARE BUILT FROM.    *
002070*----------------------------------------------------------------*
002080 77  WS-GL-CATEGORY              PIC X(07)     VALUE SPACES.
002090 77  WS-GL-LINE-COUNT            PIC 9(07)     COMP-3 VALUE 0.
002100 77  WS-GL-LINE-AMT              PIC 9(09)V99  COMP-3 VALUE 0.
002110 77  WS-COUNT-X                  PIC 9(07)     VALUE 0.
002120 77  WS-AMOUNT-X                 PIC 9(09).99.
002130 77  WS-BUILT-LINE               PIC X(80)     VALUE SPACES.
002140*----------------------------------------------------------------*
002150*  REPORT LINES.                                                  *
002160*----------------------------------------------------------------*
002170 01  WS-HEADING-1.
002180     05  FILLER                  PIC X(20)     VALUE
002190         'FACTCHRG            '.
002200     05  FILLER                  PIC X(34)     VALUE
002210         'FACTSERV USAGE CHARGEBACK - MONTH '.
002220     05  WS-HDG1-MONTH           PIC X(06).
002230     05  FILLER                  PIC X(55)     VALUE SPACES.
002240     05  FILLER                  PIC X(05)     VALUE 'PAGE '.
002250     05  WS-HDG1-PAGE            PIC ZZ,ZZ9.
002260     05  FILLER                  PIC X(06)     VALUE SPACES.
002270 01  WS-HEADING-2.
002280     05  FILLER                  PIC X(02)     VALUE SPACES.
002290     05  WS-HDG2-TEXT            PIC X(21).
002300     05  WS-HDG2-REQUESTOR       PIC X(08).
002310     05  FILLER                  PIC X(101)    VALUE SPACES.
002320 01  WS-COL-HEADING.
002330     05  FILLER                  PIC X(02)     VALUE SPACES.
002340     05  FILLER                  PIC X(24)     VALUE
002350         'CHARGE                  '.
002360     05  FILLER                  PIC X(11)     VALUE
002370         '   REQUESTS'.
002380     05  FILLER                  PIC X(12)     VALUE
002390         '        RATE'.
002400     05  FILLER                  PIC X(16)     VALUE
002410         '          AMOUNT'.
002420     05  FILLER                  PIC X(67)     VALUE SPACES.
002430 01  WS-CHARGE-LINE.
002440     05  FILLER                  PIC X(02)     VALUE SPACES.
002450     05  WS-CHG-TEXT             PIC X(24).
002460     05  FILLER                  PIC X(02)     VALUE SPACES.
002470     05  WS-CHG-COUNT            PIC Z,ZZZ,ZZ9.
002480     05  FILLER                  PIC X(04)     VALUE SPACES.
002490     05  WS-CHG-RATE             PIC ZZ9.9999.
002500     05  FILLER                  PIC X(01)     VALUE SPACES.
002510     05  WS-CHG-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
002520     05  FILLER                  PIC X(67)     VALUE SPACES.
002530 01  WS-SUM-LINE.
002540     05  FILLER                  PIC X(02)     VALUE SPACES.
002550     05  WS-SUM-TEXT             PIC X(24).
002560     05  FILLER                  PIC X(02)     VALUE SPACES.
002570     05  WS-SUM-COUNT            PIC Z,ZZZ,ZZ9.
002580     05  FILLER                  PIC X(13)     VALUE SPACES.
002590     05  WS-SUM-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
002600     05  FILLER                  PIC X(67)     VALUE SPACES.
002610 01  WS-CHANGE-LINE.
002620     05  FILLER                  PIC X(02)     VALUE SPACES.
002630     05  FILLER                  PIC X(24)     VALUE
002640         'CHANGE FROM PRIOR MONTH '.
002650     05  FILLER                  PIC X(01)     VALUE SPACES.
002660     05  WS-CHANGE-COUNT-ED      PIC Z,ZZZ,ZZ9-.
002670     05  WS-CHANGE-PCT-TEXT      PIC X(12).
002680     05  FILLER                  PIC X(01)     VALUE SPACES.
002690     05  WS-CHANGE-AMT-ED        PIC ZZZ,ZZZ,ZZ9.99-.
002700     05  FILLER                  PIC X(67)     VALUE SPACES.
002710 01  WS-PCT-AREA.
002720     05  FILLER                  PIC X(02)     VALUE SPACES.
002730     05  WS-PCT-EDITED           PIC ZZ,ZZ9.9-.
002740     05  FILLER                  PIC X(01)     VALUE '%'.
002750 01  WS-TOTAL-LINE.
002760     05  FILLER                  PIC X(02)     VALUE SPACES.
002770     05  WS-TOT-TEXT             PIC X(34).
002780     05  WS-TOT-VALUE            PIC Z,ZZZ,ZZ9.
002790     05  FILLER                  PIC X(87)     VALUE SPACES.
002800 01  WS-NOTE-LINE.
002810     05  FILLER                  PIC X(02)     VALUE SPACES.
002820     05  WS-NOTE-TEXT            PIC X(70).
002830     05  FILLER                  PIC X(60)     VALUE SPACES.
002840 PROCEDURE DIVISION.
002850*----------------------------------------------------------------*
002860*  0000-MAINLINE                                                  *
002870*  THE SORT BRINGS EACH REQUESTOR'S USAGE FOR BOTH MONTHS         *
002880*  TOGETHER - THE INPUT PROCEDURE KEEPS ONLY THE TWO MONTHS       *
002890*  WANTED AND THE OUTPUT PROCEDURE INVOICES ONE REQUESTOR AT A    *
002900*  TIME ON THE CONTROL BREAK.                                     *
002910*----------------------------------------------------------------*
002920 0000-MAINLINE.
002930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002940     IF WS-JOB-ABORTED
002950         DISPLAY 'FACTCHRG - NO INVOICES WRITTEN'
002960         MOVE 8 TO RETURN-CODE
002970         GO TO 0000-EXIT
002980     END-IF.
002990     OPEN OUTPUT FACTINV.
003000     OPEN OUTPUT FACTGLF.
003010     PERFORM 4500-WRITE-GL-HEADER THRU 4500-EXIT.
003020     SORT FACTUSRT
003030         ON ASCENDING KEY FACTUSRT-REQUESTOR-ID
003040         INPUT PROCEDURE IS 2000-SELECT-USAGE THRU 2000-EXIT
003050         OUTPUT PROCEDURE IS 3000-INVOICE-REQUESTORS
003055             THRU 3000-EXIT.
003060     PERFORM 4600-WRITE-GL-TRAILER THRU 4600-EXIT.
003070     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
003080     CLOSE FACTINV.
003090     CLOSE FACTGLF.
003100     DISPLAY 'FACTCHRG - MONTH ' WS-BILL-MONTH ' - '
003110         WS-INVOICE-COUNT ' INVOICES - ' WS-UNBILLED-COUNT
003120         ' NOT BILLED - ' WS-GL-COUNT ' LEDGER LINES'.
003130     IF WS-RUN-HAS-WARNINGS OR WS-UNBILLED-COUNT > 0
003140         DISPLAY 'FACTCHRG - CHARGEBACK NEEDS ATTENTION - SEE '
003150             'FACTINV'
003160         MOVE 4 TO RETURN-CODE
003170     END-IF.
003180 0000-EXIT.
003190     STOP RUN.
003200*----------------------------------------------------------------*
003210*  1000-INITIALIZE                                                *
003220*  FIXES THE BILLING MONTH AND LOADS THE RATE TABLE.  A BAD       *
003230*  CONTROL MONTH OR A RATE TABLE WITH NOTHING USABLE ON IT IS AN  *
003240*  ABORT - NOTHING COULD BE PRICED.                               *
003250*----------------------------------------------------------------*
003260 1000-INITIALIZE.
003270     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003280     PERFORM 1100-SET-BILLING-MONTH THRU 1100-EXIT.
003290     IF WS-JOB-ABORTED
003300         GO TO 1000-EXIT
003310     END-IF.
003320     OPEN INPUT FACTRATE.
003330     IF WS-FACTRATE-STATUS = '35'
003340         DISPLAY 'FACTCHRG - FACTRATE NOT ON FILE - JOB ABORTED'
003350         MOVE 'Y' TO WS-ABORT-SW
003360         GO TO 1000-EXIT
003370     END-IF.
003380     PERFORM 1200-LOAD-ONE-RATE THRU 1200-EXIT
003390         UNTIL WS-END-OF-FACTRATE.
003400     CLOSE FACTRATE.
003410     IF WS-RATE-COUNT = 0 AND NOT WS-HOUSE-RATE-ON-FILE
003420         DISPLAY 'FACTCHRG - NO USABLE RATES ON FACTRATE - JOB '
003430             'ABORTED'
003440         MOVE 'Y' TO WS-ABORT-SW
003450     END-IF.
003460 1000-EXIT.
003470     EXIT.
003480*----------------------------------------------------------------*
003490*  1100-SET-BILLING-MONTH                                         *
003500*  THE MONTH KEYED ON FACTCBCT, OR THE MONTH BEFORE TODAY WHEN    *
003510*  NO CONTROL IS ON FILE, AND THE MONTH BEFORE THAT FOR THE       *
003520*  COMPARISON.                                                    *
003530*----------------------------------------------------------------*
003540 1100-SET-BILLING-MONTH.
003550     MOVE WS-TODAY(1:6) TO WS-PRIOR-MONTH.
003560     PERFORM 1150-STEP-BACK-ONE-MONTH THRU 1150-EXIT.
003570     MOVE WS-PRIOR-MONTH TO WS-BILL-MONTH.
003580     OPEN INPUT FACTCBCT.
003590     IF WS-FACTCBCT-STATUS NOT = '35'
003600         READ FACTCBCT
003610             AT END
003620                 CONTINUE
003630             NOT AT END
003640                 MOVE FACTCBCT-BILLING-MONTH TO WS-BILL-MONTH
003650         END-READ
003660         CLOSE FACTCBCT
003670     END-IF.
003680     IF WS-BILL-MONTH IS NOT NUMERIC
003690         OR WS-BILL-MM < 1 OR WS-BILL-MM > 12
003700         DISPLAY 'FACTCHRG - BILLING MONTH ' WS-BILL-MONTH
003710             ' ON FACTCBCT IS NOT YYYYMM - JOB ABORTED'
003720         MOVE 'Y' TO WS-ABORT-SW
003730         GO TO 1100-EXIT
003740     END-IF.
003750     MOVE WS-BILL-MONTH TO WS-PRIOR-MONTH.
003760     PERFORM 1150-STEP-BACK-ONE-MONTH THRU 1150-EXIT.
003770 1100-EXIT.
003780     EXIT.
003790*----------------------------------------------------------------*
003800*  1150-STEP-BACK-ONE-MONTH                                       *
003810*----------------------------------------------------------------*
003820 1150-STEP-BACK-ONE-MONTH.
003830     IF WS-PRIOR-MM = 1
003840         MOVE 12 TO WS-PRIOR-MM
003850         SUBTRACT 1 FROM WS-PRIOR-YYYY
003860     ELSE
003870         SUBTRACT 1 FROM WS-PRIOR-MM
003880     END-IF.
003890 1150-EXIT.
003900     EXIT.
003910*----------------------------------------------------------------*
003920*  1200-LOAD-ONE-RATE                                             *
003930*  A RATE RECORD WITH A NON-NUMERIC RATE, A SECOND RECORD FOR THE *
003940*  SAME REQUESTOR, OR ONE PAST THE TABLE'S END IS SKIPPED WITH A  *
003950*  MESSAGE - THE FIRST GOOD RECORD FOR A REQUESTOR STANDS.        *
003960*----------------------------------------------------------------*
003970 1200-LOAD-ONE-RATE.
003980     READ FACTRATE
003990         AT END
004000             MOVE 'Y' TO WS-RATE-EOF-SW
004010             GO TO 1200-EXIT
004020     END-READ.
004030     IF FACTRATE-HIT-RATE IS NOT NUMERIC
004040         OR FACTRATE-COMPUTE-RATE IS NOT NUMERIC
004050         OR FACTRATE-REJECT-RATE IS NOT NUMERIC
004060         DISPLAY 'FACTCHRG - RATE NOT NUMERIC FOR REQUESTOR '
004070             FACTRATE-REQUESTOR-ID ' - RECORD SKIPPED'
004080         PERFORM 1300-SKIP-RATE THRU 1300-EXIT
004090         GO TO 1200-EXIT
004100     END-IF.
004110     IF FACTRATE-REQUESTOR-ID = SPACES
004120         IF WS-HOUSE-RATE-ON-FILE
004130             DISPLAY 'FACTCHRG - SECOND HOUSE RATE ON FACTRATE - '
004140                 'RECORD SKIPPED'
004150             PERFORM 1300-SKIP-RATE THRU 1300-EXIT
004160             GO TO 1200-EXIT
004170         END-IF
004180         MOVE FACTRATE-HIT-RATE TO WS-HOUSE-HIT
004190         MOVE FACTRATE-COMPUTE-RATE TO WS-HOUSE-COMPUTE
004200         MOVE FACTRATE-REJECT-RATE TO WS-HOUSE-REJECT
004210         MOVE 'Y' TO WS-HOUSE-RATE-SW
004220         GO TO 1200-EXIT
004230     END-IF.
004240     MOVE FACTRATE-REQUESTOR-ID TO WS-CURRENT-REQUESTOR.
004250     PERFORM 4100-FIND-RATE THRU 4100-EXIT.
004260     IF WS-RATE-WAS-FOUND
004270         DISPLAY 'FACTCHRG - SECOND RATE FOR REQUESTOR '
004280             FACTRATE-REQUESTOR-ID ' - RECORD SKIPPED'
004290         PERFORM 1300-SKIP-RATE THRU 1300-EXIT
004300         GO TO 1200-EXIT
004310     END-IF.
004320     IF WS-RATE-COUNT NOT < 200
004330         DISPLAY 'FACTCHRG - RATE TABLE FULL - REQUESTOR '
004340             FACTRATE-REQUESTOR-ID ' SKIPPED'
004350         PERFORM 1300-SKIP-RATE THRU 1300-EXIT
004360         GO TO 1200-EXIT
004370     END-IF.
004380     ADD 1 TO WS-RATE-COUNT.
004390     MOVE FACTRATE-REQUESTOR-ID TO WS-RT-REQUESTOR(WS-RATE-COUNT).
004400     MOVE FACTRATE-HIT-RATE TO WS-RT-HIT(WS-RATE-COUNT).
004410     MOVE FACTRATE-COMPUTE-RATE TO WS-RT-COMPUTE(WS-RATE-COUNT).
004420     MOVE FACTRATE-REJECT-RATE TO WS-RT-REJECT(WS-RATE-COUNT).
004430 1200-EXIT.
004440     EXIT.
004450*----------------------------------------------------------------*
004460*  1300-SKIP-RATE                                                 *
004470*----------------------------------------------------------------*
004480 1300-SKIP-RATE.
004490     ADD 1 TO WS-RATE-BAD-COUNT.
004500     MOVE 'Y' TO WS-WARNING-SW.
004510 1300-EXIT.
004520     EXIT.
004530*----------------------------------------------------------------*
004540*  2000-SELECT-USAGE                                              *
004550*  SORT INPUT PROCEDURE - RELEASES THE USAGE RECORDS DATED IN THE *
004560*  BILLING MONTH OR THE MONTH BEFORE.  A MISSING TRAIL MEANS NO   *
004570*  USE AT ALL - EMPTY INVOICES ARE NOT PRINTED, BUT THE LEDGER    *
004580*  FEED STILL GOES OUT WITH A ZERO TRAILER.                       *
004590*----------------------------------------------------------------*
004600 2000-SELECT-USAGE.
004610     OPEN INPUT FACTUSG.
004620     IF WS-FACTUSG-STATUS = '35'
004630         DISPLAY 'FACTCHRG - FACTUSG NOT ON FILE - NO USAGE TO '
004640             'BILL'
004650         MOVE 'Y' TO WS-USG-MISSING-SW
004660         MOVE 'Y' TO WS-WARNING-SW
004670         GO TO 2000-EXIT
004680     END-IF.
004690     PERFORM 2100-SELECT-ONE-USAGE THRU 2100-EXIT
004700         UNTIL WS-END-OF-FACTUSG.
004710     CLOSE FACTUSG.
004720 2000-EXIT.
004730     EXIT.
004740*----------------------------------------------------------------*
004750*  2100-SELECT-ONE-USAGE                                          *
004760*----------------------------------------------------------------*
004770 2100-SELECT-ONE-USAGE.
004780     READ FACTUSG
004790         AT END
004800             MOVE 'Y' TO WS-USG-EOF-SW
004810             GO TO 2100-EXIT
004820     END-READ.
004830     ADD 1 TO WS-USG-READ-COUNT.
004840     IF FACTUSG-USAGE-DATE(1:6) = WS-BILL-MONTH
004850         MOVE 'C' TO FACTUSRT-PERIOD
004860     ELSE
004870         IF FACTUSG-USAGE-DATE(1:6) = WS-PRIOR-MONTH
004880             MOVE 'P' TO FACTUSRT-PERIOD
004890         ELSE
004900             GO TO 2100-EXIT
004910         END-IF
004920     END-IF.
004930     IF NOT FACTUSG-FOUND
004940         AND NOT FACTUSG-COMPUTED
004950         AND NOT FACTUSG-REJECTED
004960         DISPLAY 'FACTCHRG - UNKNOWN DISPOSITION '
004970             FACTUSG-DISPOSITION ' FOR REQUESTOR '
004980             FACTUSG-REQUESTOR-ID ' - USAGE NOT BILLED'
004990         ADD 1 TO WS-USG-BAD-COUNT
005000         MOVE 'Y' TO WS-WARNING-SW
005010         GO TO 2100-EXIT
005020     END-IF.
005030     IF FACTUSRT-THIS-MONTH
005040         ADD 1 TO WS-USG-THIS-COUNT
005050     ELSE
005060         ADD 1 TO WS-USG-PRIOR-COUNT
005070     END-IF.
005080     MOVE FACTUSG-REQUESTOR-ID TO FACTUSRT-REQUESTOR-ID.
005090     MOVE FACTUSG-DISPOSITION TO FACTUSRT-DISPOSITION.
005100     RELEASE FACTUSRT-RECORD.
005110 2100-EXIT.
005120     EXIT.
005130*----------------------------------------------------------------*
005140*  3000-INVOICE-REQUESTORS                                        *
005150*  SORT OUTPUT PROCEDURE - TALLIES EACH REQUESTOR'S USAGE AND     *
005160*  INVOICES IT WHEN THE REQUESTOR CHANGES.                        *
005170*----------------------------------------------------------------*
005180 3000-INVOICE-REQUESTORS.
005190     PERFORM 3100-TALLY-ONE-USAGE THRU 3100-EXIT
005200         UNTIL WS-END-OF-FACTUSRT.
005210     IF NOT WS-FIRST-USAGE
005220         PERFORM 4000-INVOICE-REQUESTOR THRU 4000-EXIT
005230     END-IF.
005240 3000-EXIT.
005250     EXIT.
005260*----------------------------------------------------------------*
005270*  3100-TALLY-ONE-USAGE                                           *
005280*----------------------------------------------------------------*
005290 3100-TALLY-ONE-USAGE.
005300     RETURN FACTUSRT
005310         AT END
005320             MOVE 'Y' TO WS-SORT-EOF-SW
005330             GO TO 3100-EXIT
005340     END-RETURN.
005350     IF NOT WS-FIRST-USAGE
005360         AND FACTUSRT-REQUESTOR-ID NOT = WS-CURRENT-REQUESTOR
005370         PERFORM 4000-INVOICE-REQUESTOR THRU 4000-EXIT
005380     END-IF.
005390     MOVE 'N' TO WS-FIRST-USG-SW.
005400     MOVE FACTUSRT-REQUESTOR-ID TO WS-CURRENT-REQUESTOR.
005410     IF FACTUSRT-THIS-MONTH
005420         EVALUATE TRUE
005430             WHEN FACTUSRT-FOUND
005440                 ADD 1 TO WS-THIS-HITS
005450             WHEN FACTUSRT-COMPUTED
005460                 ADD 1 TO WS-THIS-COMPUTES
005470             WHEN OTHER
005480                 ADD 1 TO WS-THIS-REJECTS
005490         END-EVALUATE
005500     ELSE
005510         EVALUATE TRUE
005520             WHEN FACTUSRT-FOUND
005530                 ADD 1 TO WS-PRIOR-HITS
005540             WHEN FACTUSRT-COMPUTED
005550                 ADD 1 TO WS-PRIOR-COMPUTES
005560             WHEN OTHER
005570                 ADD 1 TO WS-PRIOR-REJECTS
005580         END-EVALUATE
005590     END-IF.
005600 3100-EXIT.
005610     EXIT.
005620*----------------------------------------------------------------*
005630*  4000-INVOICE-REQUESTOR                                         *
005640*  PRICES BOTH MONTHS FOR WS-CURRENT-REQUESTOR, PRINTS ITS        *
005650*  INVOICE PAGE, FEEDS THE LEDGER, AND CLEARS THE TALLIES FOR THE *
005660*  NEXT REQUESTOR.                                                *
005670*----------------------------------------------------------------*
005680 4000-INVOICE-REQUESTOR.
005690     PERFORM 4100-FIND-RATE THRU 4100-EXIT.
005700     IF NOT WS-RATE-WAS-FOUND
005710         AND WS-HOUSE-RATE-ON-FILE
005720         MOVE WS-HOUSE-HIT TO WS-HIT-RATE
005730         MOVE WS-HOUSE-COMPUTE TO WS-COMPUTE-RATE
005740         MOVE WS-HOUSE-REJECT TO WS-REJECT-RATE
005750         MOVE 'Y' TO WS-RATE-FOUND-SW
005760     END-IF.
005770     IF NOT WS-RATE-WAS-FOUND
005780         MOVE 0 TO WS-HIT-RATE
005790         MOVE 0 TO WS-COMPUTE-RATE
005800         MOVE 0 TO WS-REJECT-RATE
005810     END-IF.
005820     COMPUTE WS-THIS-TOTAL = WS-THIS-HITS + WS-THIS-COMPUTES
005830         + WS-THIS-REJECTS.
005840     COMPUTE WS-PRIOR-TOTAL = WS-PRIOR-HITS + WS-PRIOR-COMPUTES
005850         + WS-PRIOR-REJECTS.
005860     COMPUTE WS-PRIOR-AMT ROUNDED =
005870         WS-PRIOR-HITS * WS-HIT-RATE
005880         + WS-PRIOR-COMPUTES * WS-COMPUTE-RATE
005890         + WS-PRIOR-REJECTS * WS-REJECT-RATE.
005900     COMPUTE WS-HIT-AMT ROUNDED = WS-THIS-HITS * WS-HIT-RATE.
005910     COMPUTE WS-COMPUTE-AMT ROUNDED =
005920         WS-THIS-COMPUTES * WS-COMPUTE-RATE.
005930     COMPUTE WS-REJECT-AMT ROUNDED =
005940         WS-THIS-REJECTS * WS-REJECT-RATE.
005950     COMPUTE WS-THIS-AMT = WS-HIT-AMT + WS-COMPUTE-AMT
005960         + WS-REJECT-AMT.
005970     COMPUTE WS-CHANGE-COUNT = WS-THIS-TOTAL - WS-PRIOR-TOTAL.
005980     COMPUTE WS-CHANGE-AMT = WS-THIS-AMT - WS-PRIOR-AMT.
005990     PERFORM 4200-PRINT-INVOICE THRU 4200-EXIT.
006000     IF WS-RATE-WAS-FOUND
006010         ADD WS-THIS-TOTAL TO WS-GRAND-THIS-COUNT
006020         ADD WS-PRIOR-TOTAL TO WS-GRAND-PRIOR-COUNT
006030         ADD WS-THIS-AMT TO WS-GRAND-THIS-AMT
006040         ADD WS-PRIOR-AMT TO WS-GRAND-PRIOR-AMT
006050         IF WS-THIS-TOTAL > 0
006060             PERFORM 4300-WRITE-GL-LINES THRU 4300-EXIT
006070         END-IF
006080     ELSE
006090         DISPLAY 'FACTCHRG - NO RATE ON FILE FOR REQUESTOR '
006100             WS-CURRENT-REQUESTOR ' - NOT BILLED'
006110         ADD 1 TO WS-UNBILLED-COUNT
006120     END-IF.
006130     ADD 1 TO WS-INVOICE-COUNT.
006140     MOVE 0 TO WS-THIS-HITS.
006150     MOVE 0 TO WS-THIS-COMPUTES.
006160     MOVE 0 TO WS-THIS-REJECTS.
006170     MOVE 0 TO WS-PRIOR-HITS.
006180     MOVE 0 TO WS-PRIOR-COMPUTES.
006190     MOVE 0 TO WS-PRIOR-REJECTS.
006200 4000-EXIT.
006210     EXIT.
006220*----------------------------------------------------------------*
006230*  4100-FIND-RATE                                                 *
006240*  LOOKS WS-CURRENT-REQUESTOR UP ON THE RATE TABLE - A HIT LOADS  *
006250*  THE THREE RATES AND SETS WS-RATE-WAS-FOUND.  THE HOUSE RATE IS *
006260*  THE CALLER'S BUSINESS.                                         *
006270*----------------------------------------------------------------*
006280 4100-FIND-RATE.
006290     MOVE 'N' TO WS-RATE-FOUND-SW.
006300     PERFORM 4110-CHECK-ONE-RATE THRU 4110-EXIT
006310         VARYING WS-RATE-IDX FROM 1 BY 1
006320         UNTIL WS-RATE-IDX > WS-RATE-COUNT
006330         OR WS-RATE-WAS-FOUND.
006340 4100-EXIT.
006350     EXIT.
006360*----------------------------------------------------------------*
006370*  4110-CHECK-ONE-RATE                                            *
006380*----------------------------------------------------------------*
006390 4110-CHECK-ONE-RATE.
006400     IF WS-RT-REQUESTOR(WS-RATE-IDX) NOT = WS-CURRENT-REQUESTOR
006410         GO TO 4110-EXIT
006420     END-IF.
006430     MOVE WS-RT-HIT(WS-RATE-IDX) TO WS-HIT-RATE.
006440     MOVE WS-RT-COMPUTE(WS-RATE-IDX) TO WS-COMPUTE-RATE.
006450     MOVE WS-RT-REJECT(WS-RATE-IDX) TO WS-REJECT-RATE.
006460     MOVE 'Y' TO WS-RATE-FOUND-SW.
006470 4110-EXIT.
006480     EXIT.
006490*----------------------------------------------------------------*
006500*  4200-PRINT-INVOICE                                             *
006510*  ONE PAGE PER REQUESTOR - THIS MONTH'S CHARGES BY DISPOSITION,  *
006520*  THE MONTH'S TOTAL, THE PRIOR MONTH'S TOTAL, AND THE CHANGE IN  *
006530*  REQUESTS, AMOUNT AND PERCENT.                                  *
006540*----------------------------------------------------------------*
006550 4200-PRINT-INVOICE.
006560     MOVE 'INVOICE TO REQUESTOR ' TO WS-HDG2-TEXT.
006570     MOVE WS-CURRENT-REQUESTOR TO WS-HDG2-REQUESTOR.
006580     PERFORM 8100-PRINT-PAGE-HEADING THRU 8100-EXIT.
006590     MOVE WS-COL-HEADING TO FACTINV-LINE.
006600     WRITE FACTINV-LINE AFTER ADVANCING 2 LINES.
006610     MOVE 'MASTER HITS             ' TO WS-CHG-TEXT.
006620     MOVE WS-THIS-HITS TO WS-CHG-COUNT.
006630     MOVE WS-HIT-RATE TO WS-CHG-RATE.
006640     MOVE WS-HIT-AMT TO WS-CHG-AMOUNT.
006650     PERFORM 8200-PRINT-CHARGE-LINE THRU 8200-EXIT.
006660     MOVE 'FACTXMTH COMPUTES       ' TO WS-CHG-TEXT.
006670     MOVE WS-THIS-COMPUTES TO WS-CHG-COUNT.
006680     MOVE WS-COMPUTE-RATE TO WS-CHG-RATE.
006690     MOVE WS-COMPUTE-AMT TO WS-CHG-AMOUNT.
006700     PERFORM 8200-PRINT-CHARGE-LINE THRU 8200-EXIT.
006710     MOVE 'REJECTED REQUESTS       ' TO WS-CHG-TEXT.
006720     MOVE WS-THIS-REJECTS TO WS-CHG-COUNT.
006730     MOVE WS-REJECT-RATE TO WS-CHG-RATE.
006740     MOVE WS-REJECT-AMT TO WS-CHG-AMOUNT.
006750     PERFORM 8200-PRINT-CHARGE-LINE THRU 8200-EXIT.
006760     MOVE SPACES TO FACTINV-LINE.
006770     WRITE FACTINV-LINE AFTER ADVANCING 1 LINE.
006780     MOVE 'TOTAL THIS MONTH        ' TO WS-SUM-TEXT.
006790     MOVE WS-THIS-TOTAL TO WS-SUM-COUNT.
006800     MOVE WS-THIS-AMT TO WS-SUM-AMOUNT.
006810     PERFORM 8300-PRINT-SUM-LINE THRU 8300-EXIT.
006820     MOVE 'TOTAL PRIOR MONTH       ' TO WS-SUM-TEXT.
006830     MOVE WS-PRIOR-TOTAL TO WS-SUM-COUNT.
006840     MOVE WS-PRIOR-AMT TO WS-SUM-AMOUNT.
006850     PERFORM 8300-PRINT-SUM-LINE THRU 8300-EXIT.
006860     MOVE WS-CHANGE-COUNT TO WS-CHANGE-COUNT-ED.
006870     MOVE WS-CHANGE-AMT TO WS-CHANGE-AMT-ED.
006880     PERFORM 4250-SET-CHANGE-PERCENT THRU 4250-EXIT.
006890     MOVE WS-CHANGE-LINE TO FACTINV-LINE.
006900     WRITE FACTINV-LINE AFTER ADVANCING 1 LINE.
006910     IF NOT WS-RATE-WAS-FOUND
006920         MOVE 'NO RATE ON FILE FOR THIS REQUESTOR - NOT BILLED'
006930             TO WS-NOTE-TEXT
006940         PERFORM 8500-PRINT-NOTE THRU 8500-EXIT
006950     END-IF.
006960 4200-EXIT.
006970     EXIT.
006980*----------------------------------------------------------------*
006990*  4250-SET-CHANGE-PERCENT                                        *
007000*  THE AMOUNT CHANGE AS A PERCENT OF THE PRIOR MONTH - THERE IS   *
007010*  NO PERCENT WITHOUT A PRIOR AMOUNT TO MEASURE IT AGAINST.       *
007020*----------------------------------------------------------------*
007030 4250-SET-CHANGE-PERCENT.
007040     IF WS-PRIOR-AMT = 0
007050         MOVE '   NO PRIOR ' TO WS-CHANGE-PCT-TEXT
007060         GO TO 4250-EXIT
007070     END-IF.
007080     COMPUTE WS-CHANGE-PCT ROUNDED =
007090         WS-CHANGE-AMT * 100 / WS-PRIOR-AMT
007100         ON SIZE ERROR
007110             MOVE '  OVER 99999' TO WS-CHANGE-PCT-TEXT
007120             GO TO 4250-EXIT
007130     END-COMPUTE.
007140     MOVE WS-CHANGE-PCT TO WS-PCT-EDITED.
007150     MOVE WS-PCT-AREA TO WS-CHANGE-PCT-TEXT.
007160 4250-EXIT.
007170     EXIT.
007180*----------------------------------------------------------------*
007190*  4300-WRITE-GL-LINES                                            *
007200*  ONE LEDGER LINE PER CHARGE CATEGORY FOR A BILLED REQUESTOR.    *
007210*----------------------------------------------------------------*
007220 4300-WRITE-GL-LINES.
007230     MOVE 'HIT    ' TO WS-GL-CATEGORY.
007240     MOVE WS-THIS-HITS TO WS-GL-LINE-COUNT.
007250     MOVE WS-HIT-AMT TO WS-GL-LINE-AMT.
007260     PERFORM 4310-WRITE-ONE-GL-LINE THRU 4310-EXIT.
007270     MOVE 'COMPUTE' TO WS-GL-CATEGORY.
007280     MOVE WS-THIS-COMPUTES TO WS-GL-LINE-COUNT.
007290     MOVE WS-COMPUTE-AMT TO WS-GL-LINE-AMT.
007300     PERFORM 4310-WRITE-ONE-GL-LINE THRU 4310-EXIT.
007310     MOVE 'REJECT ' TO WS-GL-CATEGORY.
007320     MOVE WS-THIS-REJECTS TO WS-GL-LINE-COUNT.
007330     MOVE WS-REJECT-AMT TO WS-GL-LINE-AMT.
007340     PERFORM 4310-WRITE-ONE-GL-LINE THRU 4310-EXIT.
007350 4300-EXIT.
007360     EXIT.
007370*----------------------------------------------------------------*
007380*  4310-WRITE-ONE-GL-LINE                                         *
007390*  D,MONTH,REQUESTOR,CATEGORY,REQUESTS,AMOUNT.                    *
007400*----------------------------------------------------------------*
007410 4310-WRITE-ONE-GL-LINE.
007420     MOVE WS-GL-LINE-COUNT TO WS-COUNT-X.
007430     MOVE WS-GL-LINE-AMT TO WS-AMOUNT-X.
007440     MOVE SPACES TO WS-BUILT-LINE.
007450     STRING 'D,' DELIMITED BY SIZE
007460         WS-BILL-MONTH DELIMITED BY SIZE
007470         ',' DELIMITED BY SIZE
007480         WS-CURRENT-REQUESTOR DELIMITED BY SIZE
007490         ',' DELIMITED BY SIZE
007500         WS-GL-CATEGORY DELIMITED BY SIZE
007510         ',' DELIMITED BY SIZE
007520         WS-COUNT-X DELIMITED BY SIZE
007530         ',' DELIMITED BY SIZE
007540         WS-AMOUNT-X DELIMITED BY SIZE
007550         INTO WS-BUILT-LINE.
007560     WRITE FACTGLF-LINE FROM WS-BUILT-LINE.
007570     ADD 1 TO WS-GL-COUNT.
007580     ADD WS-GL-LINE-AMT TO WS-GL-TOTAL.
007590 4310-EXIT.
007600     EXIT.
007610*----------------------------------------------------------------*
007620*  4500-WRITE-GL-HEADER                                           *
007630*  H,BILLING MONTH,RUN DATE.                                      *
007640*----------------------------------------------------------------*
007650 4500-WRITE-GL-HEADER.
007660     MOVE SPACES TO WS-BUILT-LINE.
007670     STRING 'H,' DELIMITED BY SIZE
007680         WS-BILL-MONTH DELIMITED BY SIZE
007690         ',' DELIMITED BY SIZE
007700         WS-TODAY DELIMITED BY SIZE
007710         INTO WS-BUILT-LINE.
007720     WRITE FACTGLF-LINE FROM WS-BUILT-LINE.
007730 4500-EXIT.
007740     EXIT.
007750*----------------------------------------------------------------*
007760*  4600-WRITE-GL-TRAILER                                          *
007770*  T,DETAIL LINE COUNT,TOTAL AMOUNT.                              *
007780*----------------------------------------------------------------*
007790 4600-WRITE-GL-TRAILER.
007800     MOVE WS-GL-COUNT TO WS-COUNT-X.
007810     MOVE WS-GL-TOTAL TO WS-AMOUNT-X.
007820     MOVE SPACES TO WS-BUILT-LINE.
007830     STRING 'T,' DELIMITED BY SIZE
007840         WS-COUNT-X DELIMITED BY SIZE
007850         ',' DELIMITED BY SIZE
007860         WS-AMOUNT-X DELIMITED BY SIZE
007870         INTO WS-BUILT-LINE.
007880     WRITE FACTGLF-LINE FROM WS-BUILT-LINE.
007890 4600-EXIT.
007900     EXIT.
007910*----------------------------------------------------------------*
007920*  5000-WRITE-SUMMARY                                             *
007930*  A CLOSING PAGE FOR FINANCE - WHAT WAS READ, WHAT WAS BILLED,   *
007940*  AND THE MONTH'S TOTAL AGAINST THE PRIOR MONTH.                 *
007950*----------------------------------------------------------------*
007960 5000-WRITE-SUMMARY.
007970     MOVE 'CHARGEBACK SUMMARY   ' TO WS-HDG2-TEXT.
007980     MOVE SPACES TO WS-HDG2-REQUESTOR.
007990     PERFORM 8100-PRINT-PAGE-HEADING THRU 8100-EXIT.
008000     MOVE SPACES TO FACTINV-LINE.
008010     WRITE FACTINV-LINE AFTER ADVANCING 1 LINE.
008020     IF WS-FACTUSG-MISSING
008030         MOVE 'FACTUSG NOT ON FILE - NO USAGE BILLED'
008040             TO WS-NOTE-TEXT
008050         PERFORM 8500-PRINT-NOTE THRU 8500-EXIT
008060     END-IF.
008070     MOVE 'USAGE RECORDS READ                ' TO WS-TOT-TEXT.
008080     MOVE WS-USG-READ-COUNT TO WS-TOT-VALUE.
008090     PERFORM 8400-PRINT-TOTAL THRU 8400-EXIT.
008100     MOVE 'USAGE RECORDS IN BILLING MONTH    ' TO WS-TOT-TEXT.
008110     MOVE WS-USG-THIS-COUNT TO WS-TOT-VALUE.
008120     PERFORM 8400-PRINT-TOTAL THRU 8400-EXIT.
008130     MOVE 'USAGE RECORDS IN PRIOR MONTH      ' TO WS-TOT-TEXT.
008140     MOVE WS-USG-PRIOR-COUNT TO WS-TOT-VALUE.
008150     PERFORM 8400-PRINT-TOTAL THRU 8400-EXIT.
008160     MOVE 'USAGE RECORDS NOT BILLABLE        ' TO WS-TOT-TEXT.
008170     MOVE WS-USG-BAD-COUNT TO WS-TOT-VALUE.
008180     PERFORM 8400-PRINT-TOTAL THRU 8400-EXIT.
008190     MOVE 'RATE RECORDS SKIPPED              ' TO WS-TOT-TEXT.
008200     MOVE WS-RATE-BAD-COUNT TO WS-TOT-VALUE.
008210     PERFORM 8400-PRINT-TOTAL THRU 8400-EXIT.
008220     MOVE 'REQUESTORS INVOICED               ' TO WS-TOT-TEXT.
008230     MOVE WS-INVOICE-COUNT TO WS-TOT-VALUE.
008240     PERFORM 8400-PRINT-TOTAL THRU 8400-EXIT.
008250     MOVE 'REQUESTORS NOT BILLED - NO RATE   ' TO WS-TOT-TEXT.
008260     MOVE WS-UNBILLED-COUNT TO WS-TOT-VALUE.
008270     PERFORM 8400-PRINT-TOTAL THRU 8400-EXIT.
008280     MOVE 'LEDGER DETAIL LINES WRITTEN       ' TO WS-TOT-TEXT.
008290     MOVE WS-GL-COUNT TO WS-TOT-VALUE.
008300     PERFORM 8400-PRINT-TOTAL THRU 8400-EXIT.
008310     MOVE SPACES TO FACTINV-LINE.
008320     WRITE FACTINV-LINE AFTER ADVANCING 1 LINE.
008330     MOVE 'BILLED THIS MONTH       ' TO WS-SUM-TEXT.
008340     MOVE WS-GRAND-THIS-COUNT TO WS-SUM-COUNT.
008350     MOVE WS-GRAND-THIS-AMT TO WS-SUM-AMOUNT.
008360     PERFORM 8300-PRINT-SUM-LINE THRU 8300-EXIT.
008370     MOVE 'PRIOR MONTH, SAME RATES ' TO WS-SUM-TEXT.
008380     MOVE WS-GRAND-PRIOR-COUNT TO WS-SUM-COUNT.
008390     MOVE WS-GRAND-PRIOR-AMT TO WS-SUM-AMOUNT.
008400     PERFORM 8300-PRINT-SUM-LINE THRU 8300-EXIT.
008410 5000-EXIT.
008420     EXIT.
008430*----------------------------------------------------------------*
008440*  8100-PRINT-PAGE-HEADING                                        *
008450*  EVERY INVOICE STARTS A FRESH PAGE.                             *
008460*----------------------------------------------------------------*
008470 8100-PRINT-PAGE-HEADING.
008480     ADD 1 TO WS-PAGE-COUNT.
008490     MOVE WS-PAGE-COUNT TO WS-HDG1-PAGE.
008500     MOVE WS-BILL-MONTH TO WS-HDG1-MONTH.
008510     WRITE FACTINV-LINE FROM WS-HEADING-1
008520         AFTER ADVANCING PAGE.
008530     MOVE WS-HEADING-2 TO FACTINV-LINE.
008540     WRITE FACTINV-LINE AFTER ADVANCING 2 LINES.
008550 8100-EXIT.
008560     EXIT.
008570*----------------------------------------------------------------*
008580*  8200-PRINT-CHARGE-LINE                                         *
008590*----------------------------------------------------------------*
008600 8200-PRINT-CHARGE-LINE.
008610     MOVE WS-CHARGE-LINE TO FACTINV-LINE.
008620     WRITE FACTINV-LINE AFTER ADVANCING 1 LINE.
008630 8200-EXIT.
008640     EXIT.
008650*----------------------------------------------------------------*
008660*  8300-PRINT-SUM-LINE                                            *
008670*----------------------------------------------------------------*
008680 8300-PRINT-SUM-LINE.
008690     MOVE WS-SUM-LINE TO FACTINV-LINE.
008700     WRITE FACTINV-LINE AFTER ADVANCING 1 LINE.
008710 8300-EXIT.
008720     EXIT.
008730*----------------------------------------------------------------*
008740*  8400-PRINT-TOTAL                                               *
008750*----------------------------------------------------------------*
008760 8400-PRINT-TOTAL.
008770     MOVE WS-TOTAL-LINE TO FACTINV-LINE.
008780     WRITE FACTINV-LINE AFTER ADVANCING 1 LINE.
008790 8400-EXIT.
008800     EXIT.
008810*----------------------------------------------------------------*
008820*  8500-PRINT-NOTE                                                *
008830*----------------------------------------------------------------*
008840 8500-PRINT-NOTE.
008850     MOVE WS-NOTE-LINE TO FACTINV-LINE.
008860     WRITE FACTINV-LINE AFTER ADVANCING 1 LINE.
008870 8500-EXIT.
008880     EXIT.
