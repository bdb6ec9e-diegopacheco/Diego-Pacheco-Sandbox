000150*  ONE RECORD PER REJECTION - THE ORIGINATING PROGRAM, THE RUN'S *
000160*  JOB ID, THE OFFENDING VALUES (R IS ZERO WHEN THE PROGRAM HAS  *
000170*  NO R), A REASON CODE, AND A TIMESTAMP.                        *
000172*  THE BUSINESS DATE IS THE CYCLE THE REJECTION BELONGS TO (SEE  *
000174*  FACTCYCR.CPY) - THE TIMESTAMP STAYS THE REAL CLOCK TIME.      *
000180*  REASON CODES ARE A SHARED VOCABULARY - ADD NEW ONES HERE SO   *
000190*  EVERY WRITER AND EVERY READER AGREES ON THE MEANINGS.         *
000200*----------------------------------------------------------------*
000312         88  FACTEXC-N-NOT-NUMERIC       VALUE 6.
000314         88  FACTEXC-R-NOT-NUMERIC       VALUE 7.
000316         88  FACTEXC-REQUEST-REJECTED    VALUE 8.
000318         88  FACTEXC-IDENTITY-FAILED     VALUE 9.
000319         88  FACTEXC-MNOM-REJECTED       VALUE 10.
000320         88  FACTEXC-N-ON-HOLD           VALUE 11.
000325     05  FACTEXC-TIMESTAMP           PIC X(14).
000330     05  FACTEXC-BUSINESS-DATE       PIC X(08).
