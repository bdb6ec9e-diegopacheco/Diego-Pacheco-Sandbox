000100*----------------------------------------------------------------*
000110*  FACTCBCR.CPY                                                  *
000120*  RECORD LAYOUT FOR THE FACTCBCT CHARGEBACK CONTROL FILE.  ONE  *
000130*  RECORD NAMES THE BILLING MONTH (YYYYMM) THE FACTCHRG RUN      *
000140*  INVOICES.  A MISSING OR EMPTY CONTROL FILE DEFAULTS TO THE    *
000150*  CALENDAR MONTH BEFORE TODAY - THE MONTH JUST CLOSED.          *
000160*----------------------------------------------------------------*
000170 01  FACTCBCT-RECORD.
000180     05  FACTCBCT-BILLING-MONTH      PIC X(06).
