000100*----------------------------------------------------------------*
000110*  FACTMNMR.CPY                                                  *
000120*  RECORD LAYOUT FOR THE FACTMOUT MULTINOMIAL OUTPUT FILE        *
000130*  WRITTEN BY FACTMNOM.  ONE RECORD PER ACCEPTED REQUEST - THE   *
000140*  REQUESTOR, N, THE GROUP SIZES PACKED TO THE FRONT (UNUSED     *
000150*  SLOTS ZERO), AND THE COEFFICIENT CARRIED AS A LEFT-JUSTIFIED  *
000160*  DIGIT STRING WITH ITS LENGTH, THE SAME WAY FACTWIDR.CPY       *
000170*  CARRIES THE WIDE NPR AND NCR VALUES.                          *
000180*----------------------------------------------------------------*
000190 01  FACTMNOM-RECORD.
000200     05  FACTMNOM-REQUESTOR-ID       PIC X(08).
000210     05  FACTMNOM-N                  PIC 9(03)     COMP-3.
000220     05  FACTMNOM-GROUP-COUNT        PIC 9(01)     COMP-3.
000230     05  FACTMNOM-GROUP-SIZE         PIC 9(03)     COMP-3
000240                                     OCCURS 8 TIMES.
000250     05  FACTMNOM-DIGIT-COUNT        PIC 9(03)     COMP-3.
000260     05  FACTMNOM-DIGITS             PIC X(160).
