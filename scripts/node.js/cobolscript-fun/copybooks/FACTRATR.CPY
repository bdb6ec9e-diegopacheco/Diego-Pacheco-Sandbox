000100*----------------------------------------------------------------*
000110*  FACTRATR.CPY                                                  *
000120*  RECORD LAYOUT FOR THE FACTRATE CHARGEBACK RATE TABLE, KEYED   *
000130*  BY FINANCE.  ONE RECORD PER REQUESTOR ID GIVING THE PRICE OF  *
000140*  ONE REQUEST BY DISPOSITION - A MASTER HIT, A FACTXMTH         *
000150*  COMPUTE, AND A REJECT.  A RECORD WITH A BLANK REQUESTOR ID    *
000160*  IS THE HOUSE RATE, USED FOR EVERY REQUESTOR WITHOUT A RECORD  *
000170*  OF ITS OWN.  RATES ARE DISPLAY NUMERIC DOLLARS, CARRIED TO    *
000180*  FOUR DECIMAL PLACES (999.9999).                               *
000190*----------------------------------------------------------------*
000200 01  FACTRATE-RECORD.
000210     05  FACTRATE-REQUESTOR-ID       PIC X(08).
000220     05  FACTRATE-HIT-RATE           PIC 9(03)V9(04).
000230     05  FACTRATE-COMPUTE-RATE       PIC 9(03)V9(04).
000240     05  FACTRATE-REJECT-RATE        PIC 9(03)V9(04).
