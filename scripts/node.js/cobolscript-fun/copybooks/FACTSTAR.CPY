000150*  FACTGATE GATEKEEPER READS THE TRAIL BETWEEN THE FACTORIAL     *
000160*  AND COMBINATORICS STEPS AND REFUSES TO RELEASE THE CHAIN      *
000170*  UNLESS THE RUN IT DEPENDS ON COMPLETED THAT CYCLE.            *
000172*  THE BUSINESS DATE IS THE CYCLE THE RUN BELONGS TO (SEE        *
000174*  FACTCYCR.CPY) - THE TIMESTAMP STAYS THE REAL CLOCK TIME.      *
000180*----------------------------------------------------------------*
000190 01  FACTSTAT-RECORD.
000200     05  FACTSTAT-PROGRAM-ID         PIC X(08).
000240         88  FACTSTAT-ABORTED            VALUE 'A'.
000250         88  FACTSTAT-RESUMED-INCOMP     VALUE 'R'.
000260     05  FACTSTAT-TIMESTAMP          PIC X(14).
000270     05  FACTSTAT-BUSINESS-DATE      PIC X(08).
