000100*----------------------------------------------------------------*
000110*  FACTBHSR.CPY                                                  *
000120*  RECORD LAYOUT FOR THE FACTBHST INTAKE BATCH HISTORY.  APPEND- *
000130*  ONLY ACROSS RUNS.  FACTINTK WRITES ONE RECORD FOR EVERY       *
000140*  DEPARTMENT BATCH IT ACCEPTS ONTO FACTREQ AND READS THE WHOLE  *
000150*  FILE BEFORE TAKING A BATCH IN, SO A RESENT FILE CARRYING A    *
000160*  BATCH ID ALREADY ACCEPTED IS REFUSED AS A DUPLICATE RATHER    *
000170*  THAN ANSWERED TWICE.  A REJECTED BATCH IS NOT RECORDED, SO    *
000180*  THE DEPARTMENT MAY FIX IT AND RESEND IT UNDER THE SAME ID.    *
000190*----------------------------------------------------------------*
000200 01  FACTBHST-RECORD.
000210     05  FACTBHST-BATCH-ID           PIC X(12).
000220     05  FACTBHST-BATCH-DATE         PIC X(08).
000230     05  FACTBHST-DETAIL-COUNT       PIC 9(07)     COMP-3.
000240     05  FACTBHST-ACCEPTED-COUNT     PIC 9(07)     COMP-3.
000250     05  FACTBHST-ACCEPTED-TIME      PIC X(14).
