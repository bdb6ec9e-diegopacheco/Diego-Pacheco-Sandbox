000100*----------------------------------------------------------------*
000110*  FACTWMSR.CPY                                                  *
000120*  RECORD LAYOUT FOR THE FACTWMST KEYED WIDE-VALUE MASTER FILE - *
000130*  THE COMPANION TO FACTMSTR.CPY FOR VALUES TOO WIDE FOR A       *
000140*  PACKED PIC 9(20) FIELD.  ONE RECORD PER TYPE/N/R KEY, THE     *
000150*  VALUE CARRIED AS A LEFT-JUSTIFIED DIGIT STRING WITH ITS       *
000160*  LENGTH, LIKE FACTWIDR.CPY.  THE TYPE BYTE SAYS WHICH VALUE    *
000170*  THE RECORD HOLDS - F (N FACTORIAL, R ALWAYS ZERO),            *
000180*  P (PERMUTATIONS NPR), OR C (COMBINATIONS NCR).  THE KEY       *
000190*  FIELDS ARE ZONED SO A CALLER CAN BUILD A KEY BY MOVING IN     *
000200*  THE REQUESTED VALUES.  MAINTAINED BY FACTWMNT FROM EACH       *
000210*  NIGHT'S FACTWRPT AND FACTRPT, EACH P(N,N) VALUE ALSO BEING    *
000215*  STORED AS THE F KEY FOR N.                                    *
000220*----------------------------------------------------------------*
000230 01  FACTWMST-RECORD.
000240     05  FACTWMST-KEY.
000250         10  FACTWMST-TYPE           PIC X(01).
000260             88  FACTWMST-FACTORIAL      VALUE 'F'.
000270             88  FACTWMST-NPR            VALUE 'P'.
000280             88  FACTWMST-NCR            VALUE 'C'.
000290         10  FACTWMST-N              PIC 9(03).
000300         10  FACTWMST-R              PIC 9(03).
000310     05  FACTWMST-DIGIT-COUNT        PIC 9(03)     COMP-3.
000320     05  FACTWMST-DIGITS             PIC X(160).
000330     05  FACTWMST-JOB-ID             PIC X(08).
000340     05  FACTWMST-UPDATED            PIC X(14).
