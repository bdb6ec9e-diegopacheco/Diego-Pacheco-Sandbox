000100*----------------------------------------------------------------*
000110*  FACTOCLR.CPY                                                  *
000120*  RECORD LAYOUT FOR THE FACTOCTL BACKOUT CONTROL FILE.  ONE     *
000130*  RECORD DRIVES ONE EXECUTION OF THE FACTBOUT UTILITY AND       *
000140*  NAMES THE BACKOUT POINT ONE OF TWO WAYS - A JOB ID, TO UNDO   *
000150*  THAT JOB'S FIRST JOURNALED CHANGE AND EVERYTHING AFTER IT,    *
000160*  OR A CUTOFF TIMESTAMP (YYYYMMDDHHMMSS), TO UNDO EVERY CHANGE  *
000170*  STAMPED LATER THAN IT.  EXACTLY ONE OF THE TWO IS KEYED - THE *
000180*  OTHER IS LEFT AS SPACES.                                      *
000190*----------------------------------------------------------------*
000200 01  FACTOCTL-RECORD.
000210     05  FACTOCTL-JOB-ID             PIC X(08).
000220     05  FACTOCTL-CUTOFF-TIME        PIC X(14).
