000250     05  FACTCCKP-RPT-COUNT          PIC 9(05)     COMP-3.
000260     05  FACTCCKP-WIDE-COUNT         PIC 9(05)     COMP-3.
000270     05  FACTCCKP-SKIP-COUNT         PIC 9(05)     COMP-3.
000280     05  FACTCCKP-GAP-COUNT          PIC 9(05)     COMP-3.
