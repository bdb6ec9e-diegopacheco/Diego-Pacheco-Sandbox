000100*----------------------------------------------------------------*
000110*  FACTYCLR.CPY                                                  *
000120*  RECORD LAYOUT FOR THE FACTYCTL CYCLE-ACTION CONTROL FILE.     *
000130*  ONE RECORD DRIVES ONE EXECUTION OF THE FACTCYCL UTILITY -     *
000140*  OPEN A NEW BUSINESS DATE, CLOSE THE OPEN ONE, OR REOPEN A     *
000150*  CLOSED ONE FOR A LATE RERUN.  THE DATE MAY BE LEFT AS SPACES  *
000160*  - OPEN THEN TAKES THE DAY AFTER THE LAST CYCLE (TODAY WHEN    *
000170*  THERE HAS BEEN NONE), AND CLOSE AND REOPEN ACT ON WHATEVER    *
000180*  CYCLE IS ON FILE.  A KEYED DATE ON A CLOSE OR REOPEN MUST     *
000190*  MATCH THE CYCLE ON FILE, AS A GUARD AGAINST A STALE CARD.     *
000200*----------------------------------------------------------------*
000210 01  FACTYCTL-RECORD.
000220     05  FACTYCTL-ACTION             PIC X(01).
000230         88  FACTYCTL-OPEN-CYCLE         VALUE 'O'.
000240         88  FACTYCTL-CLOSE-CYCLE        VALUE 'C'.
000250         88  FACTYCTL-REOPEN-CYCLE       VALUE 'R'.
000260     05  FACTYCTL-BUSINESS-DATE      PIC X(08).
000270     05  FACTYCTL-OPERATOR-ID        PIC X(08).
