000100*----------------------------------------------------------------*
000110*  FACTUSGR.CPY                                                  *
000120*  RECORD LAYOUT FOR THE FACTUSG SERVICE USAGE TRAIL.  APPEND-   *
000130*  ONLY ACROSS RUNS, LIKE FACTEXC.  FACTSERV WRITES ONE RECORD   *
000140*  FOR EVERY REQUEST IT ANSWERS OR REJECTS - WHO ASKED, WHAT     *
000150*  KIND OF VALUE, THE N AND R, WHERE THE ANSWER CAME FROM (THE   *
000160*  FACTRESP DISPOSITION - F FOUND ON A MASTER, C COMPUTED BY     *
000166*  FACTXMTH, R REJECTED), THE BUSINESS DATE OF THE CYCLE AND THE *
000172*  REAL DATE AND TIME OF THE RUN.  THE MONTH-END FACTCHRG        *
000181*  CHARGEBACK PRICES THESE RECORDS BY BUSINESS DATE.             *
000190*----------------------------------------------------------------*
000200 01  FACTUSG-RECORD.
000210     05  FACTUSG-REQUESTOR-ID        PIC X(08).
000220     05  FACTUSG-TYPE                PIC X(01).
000230     05  FACTUSG-N                   PIC 9(03)     COMP-3.
000240     05  FACTUSG-R                   PIC 9(03)     COMP-3.
000250     05  FACTUSG-DISPOSITION         PIC X(01).
000260         88  FACTUSG-FOUND               VALUE 'F'.
000270         88  FACTUSG-COMPUTED            VALUE 'C'.
000280         88  FACTUSG-REJECTED            VALUE 'R'.
000290     05  FACTUSG-USAGE-DATE          PIC X(08).
000300     05  FACTUSG-TIMESTAMP           PIC X(14).
