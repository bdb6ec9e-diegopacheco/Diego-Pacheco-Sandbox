000100*----------------------------------------------------------------*
000110*  FACTCYCR.CPY                                                  *
000120*  RECORD LAYOUT FOR THE FACTCYC BUSINESS-CYCLE CONTROL FILE.    *
000130*  ONE RECORD - THE BUSINESS DATE (YYYYMMDD) THE SUITE IS        *
000140*  WORKING, AND WHETHER THAT CYCLE IS STILL OPEN.  EVERY SUITE   *
000150*  WRITER CARRIES THE BUSINESS DATE ON ITS TRAIL RECORDS, SO A   *
000160*  RERUN AFTER MIDNIGHT STILL LANDS ON THE NIGHT IT BELONGS TO,  *
000170*  AND REFUSES TO START ONCE THE CYCLE IS CLOSED.  THE RECORD    *
000180*  IS MAINTAINED ONLY BY THE FACTCYCL OPEN/CLOSE UTILITY AND     *
000190*  READ BY EVERYONE ELSE THROUGH THE FACTCYCK SUBROUTINE.  NO    *
000200*  FACTCYC ON FILE MEANS NO CYCLE CONTROL - THE CALENDAR DATE    *
000210*  IS THE BUSINESS DATE AND NOTHING IS REFUSED.                  *
000220*----------------------------------------------------------------*
000230 01  FACTCYC-RECORD.
000240     05  FACTCYC-BUSINESS-DATE       PIC X(08).
000250     05  FACTCYC-STATE               PIC X(01).
000260         88  FACTCYC-OPEN                VALUE 'O'.
000270         88  FACTCYC-CLOSED              VALUE 'C'.
000280     05  FACTCYC-OPENED-BY           PIC X(08).
000290     05  FACTCYC-OPENED-TIME         PIC X(14).
000300     05  FACTCYC-CLOSED-BY           PIC X(08).
000310     05  FACTCYC-CLOSED-TIME         PIC X(14).
000320     05  FACTCYC-REOPEN-COUNT        PIC 9(03)     COMP-3.
000330     05  FACTCYC-REOPENED-BY         PIC X(08).
000340     05  FACTCYC-REOPENED-TIME       PIC X(14).
