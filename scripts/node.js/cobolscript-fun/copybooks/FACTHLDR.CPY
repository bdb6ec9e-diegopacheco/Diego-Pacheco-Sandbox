000100*----------------------------------------------------------------*
000110*  FACTHLDR.CPY                                                  *
000120*  RECORD LAYOUT FOR THE FACTHLD KEYED OPERATOR HOLD FILE.  ONE  *
000130*  RECORD PER N AN OPERATOR HAS EVER PUT ON HOLD, KEYED ON       *
000140*  FACTHLD-N (ZONED, LIKE FACTMST-N).  WHILE THE STATUS IS HELD, *
000150*  FACTSERV ANSWERS EVERY REQUEST FOR THAT N AS REJECTED WITH    *
000160*  FACTEXC REASON 11 AND THE HOLD REASON BELOW.  LIFTING A HOLD  *
000170*  KEEPS THE RECORD WITH WHO LIFTED IT AND WHEN, SO THE LAST     *
000180*  DISPUTE ON AN N STAYS ON VIEW - A NEW HOLD REPLACES IT.       *
000190*  MAINTAINED ONLY BY THE FACTINQ OPERATOR INQUIRY.  THE         *
000200*  BUSINESS DATE IS THE CYCLE OF THE LAST HOLD OR LIFT (SEE      *
000210*  FACTCYCR.CPY) - THE TIMES STAY THE REAL CLOCK TIME.           *
000220*----------------------------------------------------------------*
000230 01  FACTHLD-RECORD.
000240     05  FACTHLD-N                   PIC 9(03).
000250     05  FACTHLD-STATUS              PIC X(01).
000260         88  FACTHLD-HELD                VALUE 'H'.
000270         88  FACTHLD-LIFTED              VALUE 'L'.
000280     05  FACTHLD-REASON              PIC X(40).
000290     05  FACTHLD-HELD-BY             PIC X(08).
000300     05  FACTHLD-HELD-TIME           PIC X(14).
000310     05  FACTHLD-LIFTED-BY           PIC X(08).
000320     05  FACTHLD-LIFTED-TIME         PIC X(14).
000330     05  FACTHLD-BUSINESS-DATE       PIC X(08).
