000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     FACTCYCK.
000120 AUTHOR.         D. PACHECO.
000130 INSTALLATION.   COMBINATORICS BATCH GROUP.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*----------------------------------------------------------------*
000170*  MODIFICATION HISTORY                                          *
000180*  2026-10-15  DP  ORIGINAL - BUSINESS-CYCLE LOOKUP FOR THE WHOLE *
000190*              SUITE.  EVERY TRAIL RECORD USED TO BE DATED FROM   *
000200*              ACCEPT FROM DATE, SO A RERUN AT 00:40 LANDED ON    *
000210*              THE NEXT DAY AND THE MORNING REPORTS, THE GAP      *
000220*              FEEDER AND THE ARCHIVER ALL MISPLACED IT.  THIS    *
000230*              SUBROUTINE READS THE FACTCYC CONTROL RECORD (SEE   *
000240*              COPYBOOKS/FACTCYCR.CPY) AND HANDS BACK THE OPEN    *
000250*              BUSINESS DATE AND THE CYCLE STATE (SEE             *
000260*              COPYBOOKS/FACTYLNK.CPY), SO EVERY CALLER READS     *
000270*              THE CYCLE THE SAME WAY.                            *
000280*----------------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.    IBM-370.
000320 OBJECT-COMPUTER.    IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT FACTCYC  ASSIGN TO FACTCYC
000360                     ORGANIZATION IS SEQUENTIAL
000370                     FILE STATUS IS CY-FACTCYC-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  FACTCYC
000410     LABEL RECORDS ARE STANDARD.
000420     COPY FACTCYCR.
000430 WORKING-STORAGE SECTION.
000440 77  CY-FACTCYC-STATUS           PIC X(02)     VALUE SPACES.
000450 77  CY-TODAY                    PIC X(08)     VALUE SPACES.
000460 LINKAGE SECTION.
000470     COPY FACTYLNK.
000480 PROCEDURE DIVISION USING FACTY-BUSINESS-DATE, FACTY-CYCLE-STATE.
000490*----------------------------------------------------------------*
000500*  0000-FACTCYCK-MAIN                                             *
000510*  NO CONTROL RECORD - OR ONE TOO DAMAGED TO TRUST - LEAVES THE   *
000520*  CALLER ON THE CALENDAR DATE, UNCONTROLLED, AS BEFORE THERE     *
000530*  WAS A CYCLE FILE.                                              *
000540*----------------------------------------------------------------*
000550 0000-FACTCYCK-MAIN.
000560     ACCEPT CY-TODAY FROM DATE YYYYMMDD.
000570     MOVE CY-TODAY TO FACTY-BUSINESS-DATE.
000580     MOVE 'U' TO FACTY-CYCLE-STATE.
000590     OPEN INPUT FACTCYC.
000600     IF CY-FACTCYC-STATUS = '35'
000610         GO TO 0000-EXIT
000620     END-IF.
000630     READ FACTCYC
000640         AT END
000650             CLOSE FACTCYC
000660             GO TO 0000-EXIT
000670     END-READ.
000680     CLOSE FACTCYC.
000690     IF FACTCYC-BUSINESS-DATE IS NOT NUMERIC
000700         OR (NOT FACTCYC-OPEN AND NOT FACTCYC-CLOSED)
000710         DISPLAY 'FACTCYCK - FACTCYC RECORD UNUSABLE - CALENDAR '
000720             'DATE ' CY-TODAY ' USED'
000730         GO TO 0000-EXIT
000740     END-IF.
000750     MOVE FACTCYC-BUSINESS-DATE TO FACTY-BUSINESS-DATE.
000760     MOVE FACTCYC-STATE TO FACTY-CYCLE-STATE.
000770 0000-EXIT.
000780     GOBACK.
