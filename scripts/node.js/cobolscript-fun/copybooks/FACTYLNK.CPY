000100*----------------------------------------------------------------*
000110*  FACTYLNK.CPY                                                  *
000120*  CALL LINKAGE FOR THE FACTCYCK BUSINESS-CYCLE SUBROUTINE.      *
000130*  COPIED INTO THE CALLER'S WORKING-STORAGE AND INTO FACTCYCK'S  *
000140*  LINKAGE SECTION, SO THE TWO SIDES OF THE CALL CAN NEVER       *
000150*  DRIFT APART.  EACH PARAMETER IS ITS OWN 01-LEVEL ITEM SO IT   *
000160*  CAN BE NAMED DIRECTLY ON A PROCEDURE DIVISION USING OR CALL   *
000170*  ... USING CLAUSE.                                             *
000180*  FACTCYCK HANDS BACK THE BUSINESS DATE EVERY TRAIL RECORD IS   *
000190*  TO CARRY, AND THE STATE OF THAT CYCLE - A WRITER REFUSES TO   *
000200*  START WHEN IT IS CLOSED.  WITH NO CYCLE CONTROL ON FILE THE   *
000210*  BUSINESS DATE IS TODAY'S DATE AND THE STATE IS UNCONTROLLED.  *
000220*----------------------------------------------------------------*
000230 01  FACTY-BUSINESS-DATE             PIC X(08).
000240 01  FACTY-CYCLE-STATE               PIC X(01).
000250     88  FACTY-CYCLE-OPEN                VALUE 'O'.
000260     88  FACTY-CYCLE-CLOSED              VALUE 'C'.
000270     88  FACTY-CYCLE-UNCONTROLLED        VALUE 'U'.
