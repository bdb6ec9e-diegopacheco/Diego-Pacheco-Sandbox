000330*              IS NOT NUMERIC IS RETAINED, NEVER ARCHIVED - A     *
000340*              DAMAGED STAMP IS A QUESTION FOR AN OPERATOR, NOT   *
000350*              A REASON TO LOSE THE RECORD.                       *
000351*  2026-10-15  DP  BUSINESS-DATE CYCLE CONTROL - EACH TRAIL IS   *
000352*              NOW SPLIT ON THE BUSINESS DATE ITS WRITER CARRIED *
000353*              (SEE COPYBOOKS/FACTYLNK.CPY), SO A CYCLE THAT RAN *
000354*              PAST MIDNIGHT IS ARCHIVED WHOLE.  A RECORD        *
000355*              WRITTEN BEFORE THE BUSINESS DATE WAS CARRIED      *
000356*              FALLS BACK TO THE DATE OF ITS STAMP.              *
000360*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000920         ==FACTAUD-RECORD-COUNT== BY ==FACTAUDA-RECORD-COUNT==
000930         ==FACTAUD-MIN-N== BY ==FACTAUDA-MIN-N==
000940         ==FACTAUD-MAX-N== BY ==FACTAUDA-MAX-N==
000946         ==FACTAUD-GRAND-TOTAL== BY ==FACTAUDA-GRAND-TOTAL==
000952         ==FACTAUD-BUSINESS-DATE== BY ==FACTAUDA-BUSINESS-DATE==.
000960 FD  FACTAUDW
000970     LABEL RECORDS ARE STANDARD.
000980     COPY FACTAUDR REPLACING
001040         ==FACTAUD-RECORD-COUNT== BY ==FACTAUDW-RECORD-COUNT==
001050         ==FACTAUD-MIN-N== BY ==FACTAUDW-MIN-N==
001060         ==FACTAUD-MAX-N== BY ==FACTAUDW-MAX-N==
001066         ==FACTAUD-GRAND-TOTAL== BY ==FACTAUDW-GRAND-TOTAL==
001072         ==FACTAUD-BUSINESS-DATE== BY ==FACTAUDW-BUSINESS-DATE==.
001080 FD  FACTEXC
001090     LABEL RECORDS ARE STANDARD.
001100     COPY FACTEXCR.
001170         ==FACTEXC-N== BY ==FACTEXCA-N==
001180         ==FACTEXC-R== BY ==FACTEXCA-R==
001190         ==FACTEXC-REASON-CODE== BY ==FACTEXCA-REASON-CODE==
001196         ==FACTEXC-TIMESTAMP== BY ==FACTEXCA-TIMESTAMP==
001202         ==FACTEXC-BUSINESS-DATE== BY ==FACTEXCA-BUSINESS-DATE==.
001210 FD  FACTEXCW
001220     LABEL RECORDS ARE STANDARD.
001230     COPY FACTEXCR REPLACING
001270         ==FACTEXC-N== BY ==FACTEXCW-N==
001280         ==FACTEXC-R== BY ==FACTEXCW-R==
001290         ==FACTEXC-REASON-CODE== BY ==FACTEXCW-REASON-CODE==
001296         ==FACTEXC-TIMESTAMP== BY ==FACTEXCW-TIMESTAMP==
001302         ==FACTEXC-BUSINESS-DATE== BY ==FACTEXCW-BUSINESS-DATE==.
001310 FD  FACTSTAT
001320     LABEL RECORDS ARE STANDARD.
001330     COPY FACTSTAR.
001380         ==FACTSTAT-PROGRAM-ID== BY ==FACTSTAA-PROGRAM-ID==
001390         ==FACTSTAT-JOB-ID== BY ==FACTSTAA-JOB-ID==
001400         ==FACTSTAT-STATE== BY ==FACTSTAA-STATE==
001406         ==FACTSTAT-TIMESTAMP== BY ==FACTSTAA-TIMESTAMP==
001412         ==FACTSTAT-BUSINESS-DATE== BY ==FACTSTAA-BUSINESS-DATE==.
001420 FD  FACTSTAW
001430     LABEL RECORDS ARE STANDARD.
001440     COPY FACTSTAR REPLACING
001460         ==FACTSTAT-PROGRAM-ID== BY ==FACTSTAW-PROGRAM-ID==
001470         ==FACTSTAT-JOB-ID== BY ==FACTSTAW-JOB-ID==
001480         ==FACTSTAT-STATE== BY ==FACTSTAW-STATE==
001486         ==FACTSTAT-TIMESTAMP== BY ==FACTSTAW-TIMESTAMP==
001492         ==FACTSTAT-BUSINESS-DATE== BY ==FACTSTAW-BUSINESS-DATE==.
001500 FD  FACTARPT
001510     LABEL RECORDS ARE STANDARD.
001520 01  FACTARPT-LINE               PIC X(132).
002810*  DECIDES WHETHER THE DATE IN WS-RECORD-DATE IS OLD ENOUGH TO    *
002820*  ARCHIVE - STRICTLY BEFORE THE CUTOFF.  A STAMP THAT IS NOT     *
002830*  NUMERIC IS NEVER ARCHIVED.                                     *
002832*  THE DATE JUDGED IS THE RECORD'S BUSINESS DATE - ONE WRITTEN    *
002834*  BEFORE THE BUSINESS DATE WAS CARRIED HAS NONE, AND IS JUDGED   *
002836*  ON THE DATE OF ITS STAMP INSTEAD.                              *
002840*----------------------------------------------------------------*
002850 1500-JUDGE-RECORD-DATE.
002860     MOVE 'N' TO WS-ARCHIVE-SW.
002940     EXIT.
002950*----------------------------------------------------------------*
002960*  2000-ARCHIVE-FACTAUD                                           *
002970*  SPLITS THE FACTAUD TRAIL ON ITS BUSINESS DATE - THE OLD        *
002980*  RECORDS GO TO THE FACTAUDA ARCHIVE (OPENED EXTEND SO REPEATED  *
002990*  HOUSEKEEPING RUNS ACCUMULATE INTO THE SAME DATED ARCHIVE),     *
003000*  THE RETAINED RECORDS GO OUT TO THE FACTAUDW WORK FILE AND      *
003430             GO TO 2100-EXIT
003440     END-READ.
003450     ADD 1 TO WS-READ-COUNT.
003454     MOVE FACTAUD-BUSINESS-DATE TO WS-RECORD-DATE.
003458     IF WS-RECORD-DATE IS NOT NUMERIC
003462         MOVE FACTAUD-START-TIME(1:8) TO WS-RECORD-DATE
003466     END-IF.
003470     PERFORM 1500-JUDGE-RECORD-DATE THRU 1500-EXIT.
003480     IF WS-RECORD-IS-OLD
003490         WRITE FACTAUDA-RECORD FROM FACTAUD-RECORD
003680     EXIT.
003690*----------------------------------------------------------------*
003700*  3000-ARCHIVE-FACTEXC                                           *
003710*  SAME SPLIT FOR THE EXCEPTION TRAIL.                            *
003720*----------------------------------------------------------------*
003730 3000-ARCHIVE-FACTEXC.
003740     MOVE 0 TO WS-READ-COUNT.
004130             GO TO 3100-EXIT
004140     END-READ.
004150     ADD 1 TO WS-READ-COUNT.
004154     MOVE FACTEXC-BUSINESS-DATE TO WS-RECORD-DATE.
004158     IF WS-RECORD-DATE IS NOT NUMERIC
004162         MOVE FACTEXC-TIMESTAMP(1:8) TO WS-RECORD-DATE
004166     END-IF.
004170     PERFORM 1500-JUDGE-RECORD-DATE THRU 1500-EXIT.
004180     IF WS-RECORD-IS-OLD
004190         WRITE FACTEXCA-RECORD FROM FACTEXC-RECORD
004380     EXIT.
004390*----------------------------------------------------------------*
004400*  4000-ARCHIVE-FACTSTAT                                          *
004410*  SAME SPLIT FOR THE RUN-STATUS TRAIL.                           *
004420*----------------------------------------------------------------*
004430 4000-ARCHIVE-FACTSTAT.
004440     MOVE 0 TO WS-READ-COUNT.
004830             GO TO 4100-EXIT
004840     END-READ.
004850     ADD 1 TO WS-READ-COUNT.
004854     MOVE FACTSTAT-BUSINESS-DATE TO WS-RECORD-DATE.
004858     IF WS-RECORD-DATE IS NOT NUMERIC
004862         MOVE FACTSTAT-TIMESTAMP(1:8) TO WS-RECORD-DATE
004866     END-IF.
004870     PERFORM 1500-JUDGE-RECORD-DATE THRU 1500-EXIT.
004880     IF WS-RECORD-IS-OLD
004890         WRITE FACTSTAA-RECORD FROM FACTSTAT-RECORD
