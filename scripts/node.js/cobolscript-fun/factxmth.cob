000278*              HALVED N TIMES WITH THE EXISTING PRIMITIVES, SO    *
000279*              THE RESULT COMES BACK AS A SCALED INTEGER WITH     *
000280*              TWELVE IMPLIED DECIMALS (SEE FACTXLNK.CPY).        *
000281*  2026-10-15  DP  NEW FUNCTION CODE M - ONE STEP OF A            *
000282*              MULTINOMIAL COEFFICIENT FOR THE NEW FACTMNOM JOB.  *
000283*              THE CALLER'S RESULT DIGITS COME IN AS THE RUNNING  *
000284*              PRODUCT AND GO BACK MULTIPLIED BY C(N,R), WHERE N  *
000285*              IS THE GROUP SIZES SO FAR AND R THE NEW GROUP, SO  *
000286*              ONE CALL PER GROUP BUILDS N! / (N1! N2! ... NK!)   *
000287*              WITHOUT EVER LEAVING THE SMALL MULTIPLY AND DIVIDE *
000288*              PRIMITIVES.                                        *
000289*----------------------------------------------------------------*
000290*  THE RESULT IS BUILT IN FX-DIGIT, LEAST SIGNIFICANT DIGIT       *
000300*  FIRST, AND HANDED BACK MOST SIGNIFICANT DIGIT FIRST AS A       *
000310*  LEFT-JUSTIFIED STRING.  ONLY TWO PRIMITIVES ARE EVER NEEDED -  *
000370*                    DIVIDE BY I - EXACT AT EVERY STEP, SINCE     *
000380*                    EACH PARTIAL PRODUCT IS C(N-R+I,I) TIMES     *
000390*                    I FACTORIAL OVER I FACTORIAL.                *
000392*    MULTINOMIAL   - THE NCR LOOP RUN ON THE CALLER'S DIGITS IN   *
000394*                    PLACE OF A FRESH 1 - EXACT FOR THE SAME      *
000396*                    REASON, SINCE THE CARRIED VALUE IS ITSELF A  *
000398*                    WHOLE NUMBER.                                *
000400*----------------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000880*  1000-VALIDATE-REQUEST                                          *
000890*  THE FUNCTION CODE MUST BE KNOWN, N MUST BE 1 THRU 100, AND     *
000900*  FOR THE PAIRED FUNCTIONS R MUST NOT EXCEED N.                  *
000903*  FOR THE MULTINOMIAL STEP THE CARRIED DIGITS MUST BE 1 THRU     *
000906*  160 LONG AND ALL NUMERIC.                                      *
000910*----------------------------------------------------------------*
000920 1000-VALIDATE-REQUEST.
000930     MOVE 0 TO FACTX-RETURN-CODE.
000950         AND NOT FACTX-PERMUTATIONS
000960         AND NOT FACTX-COMBINATIONS
000965         AND NOT FACTX-BINOMIAL-PROB
000967         AND NOT FACTX-MULTINOMIAL-STEP
000970         MOVE 1 TO FACTX-RETURN-CODE
000980         GO TO 1000-EXIT
000990     END-IF.
001040     IF NOT FACTX-FACTORIAL
001050         AND FACTX-R > FACTX-N
001060         MOVE 1 TO FACTX-RETURN-CODE
001070         GO TO 1000-EXIT
001071     END-IF.
001073     IF NOT FACTX-MULTINOMIAL-STEP
001074         GO TO 1000-EXIT
001075     END-IF.
001076     IF FACTX-RESULT-LENGTH < 1 OR FACTX-RESULT-LENGTH > 160
001077         MOVE 1 TO FACTX-RETURN-CODE
001078         GO TO 1000-EXIT
001079     END-IF.
001080     IF FACTX-RESULT-DIGITS(1:FACTX-RESULT-LENGTH) IS NOT NUMERIC
001081         MOVE 1 TO FACTX-RETURN-CODE
001082     END-IF.
001083 1000-EXIT.
001090     EXIT.
001100*----------------------------------------------------------------*
001110*  2000-COMPUTE-REQUEST                                           *
001120*  STARTS THE WORK AREA AT 1 - OR, FOR THE MULTINOMIAL STEP, AT   *
001130*  THE CALLER'S CARRIED DIGITS - AND RUNS THE MULTIPLY/DIVIDE     *
001135*  PLAN FOR THE REQUESTED FUNCTION.                               *
001140*----------------------------------------------------------------*
001150 2000-COMPUTE-REQUEST.
001160     INITIALIZE FX-WORK-AREA.
001316                 VARYING FX-I FROM 1 BY 1
001318                 UNTIL FX-I > FACTX-R
001319             PERFORM 2300-SCALE-TO-PROBABILITY THRU 2300-EXIT
001320         WHEN FACTX-MULTINOMIAL-STEP
001321             PERFORM 2400-LOAD-CARRIED-DIGITS THRU 2400-EXIT
001322             PERFORM 2200-COMBINATION-STEP THRU 2200-EXIT
001323                 VARYING FX-I FROM 1 BY 1
001324                 UNTIL FX-I > FACTX-R
001325     END-EVALUATE.
001330 2000-EXIT.
001340     EXIT.
001350*----------------------------------------------------------------*
001683 2300-EXIT.
001684     EXIT.
001685*----------------------------------------------------------------*
001686*  2400-LOAD-CARRIED-DIGITS                                       *
001687*  REPLACES THE STARTING 1 WITH THE RUNNING PRODUCT THE CALLER    *
001688*  PASSED IN, UNITS DIGIT FIRST, AND TRIMS ANY LEADING ZEROS IT   *
001689*  CAME WITH.                                                     *
001690*----------------------------------------------------------------*
001691 2400-LOAD-CARRIED-DIGITS.
001692     MOVE FACTX-RESULT-LENGTH TO FX-DIGIT-COUNT.
001693     PERFORM 2410-LOAD-ONE-DIGIT THRU 2410-EXIT
001694         VARYING FX-J FROM 1 BY 1
001695         UNTIL FX-J > FX-DIGIT-COUNT.
001696     PERFORM 4200-TRIM-ONE-ZERO THRU 4200-EXIT
001697         UNTIL FX-DIGIT-COUNT = 1
001698         OR FX-DIGIT(FX-DIGIT-COUNT) NOT = 0.
001699 2400-EXIT.
001700     EXIT.
001701*----------------------------------------------------------------*
001702*  2410-LOAD-ONE-DIGIT                                            *
001703*----------------------------------------------------------------*
001704 2410-LOAD-ONE-DIGIT.
001705     COMPUTE FX-K = FX-DIGIT-COUNT - FX-J + 1.
001706     MOVE FACTX-RESULT-DIGITS(FX-K:1) TO FX-DIGIT(FX-J).
001707 2410-EXIT.
001708     EXIT.
001709*----------------------------------------------------------------*
001710*  3000-MULTIPLY-SMALL                                            *
001711*  MULTIPLIES THE WHOLE WORK AREA BY FX-MULT, LEAST SIGNIFICANT   *
001712*  DIGIT FIRST, THEN FLUSHES THE FINAL CARRY INTO NEW HIGH        *
001720*  DIGITS.                                                        *
001730*----------------------------------------------------------------*
001740 3000-MULTIPLY-SMALL.
