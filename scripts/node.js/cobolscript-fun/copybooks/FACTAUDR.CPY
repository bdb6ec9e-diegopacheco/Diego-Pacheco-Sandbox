000110*  FACTAUDR.CPY                                                  *
000120*  RECORD LAYOUT FOR THE FACTAUD AUDIT TRAIL FILE.               *
000130*  ONE RECORD WRITTEN PER EXECUTION OF THE FACTOR01 BATCH JOB.   *
000132*  THE BUSINESS DATE IS THE CYCLE THE RUN BELONGS TO (SEE        *
000134*  FACTCYCR.CPY), WHICH A RUN PAST MIDNIGHT NO LONGER AGREES     *
000136*  WITH ITS START AND END TIMES ON.                              *
000140*----------------------------------------------------------------*
000150 01  FACTAUD-RECORD.
000160     05  FACTAUD-OPERATOR-ID         PIC X(08).
000210     05  FACTAUD-MIN-N              PIC 9(03)     COMP-3.
000220     05  FACTAUD-MAX-N              PIC 9(03)     COMP-3.
000230     05  FACTAUD-GRAND-TOTAL        PIC 9(20)     COMP-3.
000240     05  FACTAUD-BUSINESS-DATE      PIC X(08).
