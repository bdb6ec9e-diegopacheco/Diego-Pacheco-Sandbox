000100*----------------------------------------------------------------*
000110*  FACTDTRR.CPY                                                  *
000120*  RECORD LAYOUT FOR THE FACTDTRN DISPOSITION TRANSACTION FILE - *
000130*  ONE 80-BYTE CARD PER DISPOSITION DATA QUALITY WANTS POSTED BY *
000140*  FACTDMNT.  THE FIRST SIX FIELDS NAME THE FACTEXC RECORD       *
000150*  EXACTLY AS IT STANDS ON THE TRAIL (N, R AND REASON CODE       *
000160*  ZERO-FILLED) AND LINE UP BYTE FOR BYTE WITH FACTDSP-KEY (SEE  *
000170*  FACTDSPR.CPY).  THE CODE IS R REVIEWED, F FIXED, Q REQUEUED   *
000180*  OR W WRITTEN OFF.  THE USER ID IS REQUIRED, THE NOTE IS FREE  *
000190*  TEXT.                                                         *
000200*----------------------------------------------------------------*
000210 01  FACTDTRN-RECORD.
000220     05  FACTDTRN-KEY.
000230         10  FACTDTRN-PROGRAM-ID     PIC X(08).
000240         10  FACTDTRN-JOB-ID         PIC X(08).
000250         10  FACTDTRN-N              PIC X(03).
000260         10  FACTDTRN-R              PIC X(03).
000270         10  FACTDTRN-REASON-CODE    PIC X(02).
000280         10  FACTDTRN-EXC-TIMESTAMP  PIC X(14).
000290     05  FACTDTRN-CODE               PIC X(01).
000295         88  FACTDTRN-VALID-CODE         VALUE 'R' 'F' 'Q' 'W'.
000300     05  FACTDTRN-USER-ID            PIC X(08).
000310     05  FACTDTRN-NOTE               PIC X(30).
000320     05  FILLER                      PIC X(03).
