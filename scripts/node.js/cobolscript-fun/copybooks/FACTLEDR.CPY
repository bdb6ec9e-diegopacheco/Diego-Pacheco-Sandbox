000100*----------------------------------------------------------------*
000110*  FACTLEDR.CPY                                                  *
000120*  RECORD LAYOUT FOR THE FACTLEDG CONTROL-TOTAL LEDGER.  EACH    *
000130*  SUITE PROGRAM THAT READS OR WRITES A CHAIN FILE APPENDS ONE   *
000140*  RECORD PER COUNT AT END OF JOB - WHICH FILE THE COUNT IS      *
000150*  ABOUT, WHETHER IT IS AN INPUT, OUTPUT OR REJECT COUNT, WHAT   *
000160*  IT COUNTS, AND HOW MANY.  EVERY RECORD ONE EXECUTION POSTS    *
000170*  CARRIES THE SAME RUN TIME, SO THE FACTLBAL BALANCING PROGRAM  *
000180*  CAN LET A RERUN OF A JOB SUPERSEDE THE EARLIER POSTING        *
000190*  INSTEAD OF COUNTING THE SAME WORK TWICE.  THE BUSINESS DATE   *
000200*  IS THE CYCLE THE RUN BELONGS TO (SEE FACTCYCR.CPY).           *
000210*----------------------------------------------------------------*
000220 01  FACTLEDG-RECORD.
000230     05  FACTLEDG-PROGRAM-ID         PIC X(08).
000240     05  FACTLEDG-JOB-ID             PIC X(08).
000250     05  FACTLEDG-RUN-TIME           PIC X(14).
000260     05  FACTLEDG-FILE-ID            PIC X(08).
000270     05  FACTLEDG-COUNT-TYPE         PIC X(01).
000280         88  FACTLEDG-INPUT-COUNT        VALUE 'I'.
000290         88  FACTLEDG-OUTPUT-COUNT       VALUE 'O'.
000300         88  FACTLEDG-REJECT-COUNT       VALUE 'R'.
000310     05  FACTLEDG-COUNT-NAME         PIC X(12).
000320     05  FACTLEDG-COUNT              PIC 9(09)     COMP-3.
000330     05  FACTLEDG-BUSINESS-DATE      PIC X(08).
