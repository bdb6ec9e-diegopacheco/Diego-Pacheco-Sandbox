000180*  STARTER FOR IT IS REFUSED WITH CONDITION CODE 12.  A LOCK     *
000190*  LEFT CLAIMED BY AN ABEND IS CLEARED BY THE FACTLRLS           *
000200*  OPERATOR UTILITY, WHICH APPENDS THE MISSING RELEASE.          *
000202*  THE BUSINESS DATE IS THE CYCLE THE CLAIM OR RELEASE BELONGS   *
000204*  TO (SEE FACTCYCR.CPY) - THE TIMESTAMP STAYS THE REAL CLOCK    *
000206*  TIME.                                                         *
000210*----------------------------------------------------------------*
000220 01  FACTLOCK-RECORD.
000230     05  FACTLOCK-JOB-ID             PIC X(08).
000260         88  FACTLOCK-CLAIMED            VALUE 'C'.
000270         88  FACTLOCK-RELEASED           VALUE 'R'.
000280     05  FACTLOCK-TIMESTAMP          PIC X(14).
000290     05  FACTLOCK-BUSINESS-DATE      PIC X(08).
