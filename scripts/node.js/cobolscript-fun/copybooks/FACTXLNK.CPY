000256*  NCR * 10**12 / 2**N, TRUNCATED - A SCALED INTEGER WITH        *
000258*  TWELVE IMPLIED DECIMAL PLACES, AT MOST 13 DIGITS LONG, SO     *
000260*  THE CALLER CAN MOVE IT STRAIGHT INTO A PACKED V9(12) FIELD.   *
000261*  FOR THE MULTINOMIAL STEP THE RESULT DIGITS AND LENGTH ARE     *
000262*  ALSO AN INPUT - THE RUNNING PRODUCT SO FAR, '1' ON THE FIRST  *
000263*  CALL - AND COME BACK MULTIPLIED BY C(N,R).  N IS THE SUM OF   *
000264*  THE GROUP SIZES SO FAR, THIS GROUP INCLUDED, AND R IS THIS    *
000265*  GROUP'S SIZE.                                                 *
000266*----------------------------------------------------------------*
000270 01  FACTX-FUNCTION                  PIC X(01).
000280     88  FACTX-FACTORIAL                 VALUE 'F'.
000290     88  FACTX-PERMUTATIONS              VALUE 'P'.
000300     88  FACTX-COMBINATIONS              VALUE 'C'.
000305     88  FACTX-BINOMIAL-PROB             VALUE 'B'.
000307     88  FACTX-MULTINOMIAL-STEP          VALUE 'M'.
000310 01  FACTX-N                         PIC 9(03)     COMP-3.
000320 01  FACTX-R                         PIC 9(03)     COMP-3.
000330 01  FACTX-RESULT-DIGITS             PIC X(160).
