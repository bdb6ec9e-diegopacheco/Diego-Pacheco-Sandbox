000100*----------------------------------------------------------------*
000110*  FACTMRQR.CPY                                                  *
000120*  RECORD LAYOUT FOR THE FACTMREQ MULTINOMIAL REQUEST FILE READ  *
000130*  BY FACTMNOM.  ONE 80-BYTE RECORD PER COEFFICIENT PRICING      *
000140*  WANTS - WHO IS ASKING, N, AND UP TO EIGHT GROUP SIZES, THE    *
000150*  NUMBER OF WAYS TO SPLIT N ITEMS INTO GROUPS OF THOSE SIZES    *
000160*  BEING N! / (N1! N2! ... NK!).  A BLANK GROUP SLOT IS UNUSED.  *
000170*  THE FIELDS ARE KEYED UPSTREAM, SO EACH NUMBER ALSO HAS AN     *
000180*  ALPHANUMERIC VIEW FOR FACTMNOM TO EDIT BEFORE ANY ARITHMETIC  *
000190*  TOUCHES IT.                                                   *
000200*----------------------------------------------------------------*
000210 01  FACTMREQ-RECORD.
000220     05  FACTMREQ-REQUESTOR-ID       PIC X(08).
000230     05  FACTMREQ-N                  PIC 9(03).
000240     05  FACTMREQ-N-X                REDEFINES FACTMREQ-N
000250                                     PIC X(03).
000260     05  FACTMREQ-GROUPS.
000270         10  FACTMREQ-GROUP-SIZE     PIC 9(03)
000280                                     OCCURS 8 TIMES.
000290     05  FACTMREQ-GROUPS-X           REDEFINES FACTMREQ-GROUPS.
000300         10  FACTMREQ-GROUP-SIZE-X   PIC X(03)
000310                                     OCCURS 8 TIMES.
000320     05  FILLER                      PIC X(45).
