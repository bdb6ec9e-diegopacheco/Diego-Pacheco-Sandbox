000100*----------------------------------------------------------------*
000110*  FACTBCLR.CPY                                                  *
000120*  RECORD LAYOUT FOR THE FACTBCTL CYCLE CONTROL FILE.  ONE       *
000130*  RECORD NAMES THE PROCESSING DATE (YYYYMMDD) FOR BOTH THE      *
000140*  FACTSBRD MORNING STATUS BOARD AND THE FACTLBAL CONTROL-TOTAL  *
000150*  BALANCE - BOTH TAKE THEIR CYCLE DATE FROM THIS CARD.  WITH NO *
000153*  USABLE CARD FACTSBRD DEFAULTS TO TODAY'S DATE AND FACTLBAL TO *
000156*  THE CURRENT BUSINESS DATE.                                    *
000160*----------------------------------------------------------------*
000170 01  FACTBCTL-RECORD.
000180     05  FACTBCTL-CYCLE-DATE         PIC X(08).
