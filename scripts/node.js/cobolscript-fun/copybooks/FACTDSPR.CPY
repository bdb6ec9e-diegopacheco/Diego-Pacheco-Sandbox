000100*----------------------------------------------------------------*
000110*  FACTDSPR.CPY                                                  *
000120*  RECORD LAYOUT FOR THE FACTDSP KEYED EXCEPTION DISPOSITION     *
000130*  FILE.  FACTEXC STAYS APPEND-ONLY - THIS FILE RECORDS WHAT WAS *
000140*  DONE ABOUT EACH EXCEPTION ON IT.  THE KEY IS THE WHOLE        *
000150*  IDENTITY OF ONE FACTEXC RECORD - ORIGINATING PROGRAM, JOB ID, *
000160*  N, R, REASON CODE AND TIMESTAMP - CARRIED ZONED SO A CALLER   *
000170*  CAN BUILD A KEY BY MOVING IN THE FACTEXC FIELDS.  ONE RECORD  *
000180*  PER EXCEPTION, HOLDING THE NEWEST DISPOSITION POSTED AGAINST  *
000190*  IT, WHO POSTED IT AND WHEN, AND HOW MANY TIMES IT HAS BEEN    *
000200*  POSTED.  AN EXCEPTION WITH NO RECORD HERE, OR ONE ONLY MARKED *
000210*  REVIEWED, IS STILL OPEN.  DATA QUALITY POSTS THROUGH FACTDMNT *
000220*  (SEE FACTDTRR.CPY) AND FACTGAPF POSTS REQUEUED ON EVERY       *
000230*  COVERAGE GAP IT FEEDS BACK.                                   *
000240*----------------------------------------------------------------*
000250 01  FACTDSP-RECORD.
000260     05  FACTDSP-KEY.
000270         10  FACTDSP-PROGRAM-ID      PIC X(08).
000280         10  FACTDSP-JOB-ID          PIC X(08).
000290         10  FACTDSP-N               PIC 9(03).
000300         10  FACTDSP-R               PIC 9(03).
000310         10  FACTDSP-REASON-CODE     PIC 9(02).
000320         10  FACTDSP-EXC-TIMESTAMP   PIC X(14).
000330     05  FACTDSP-CODE                PIC X(01).
000340         88  FACTDSP-REVIEWED            VALUE 'R'.
000350         88  FACTDSP-FIXED               VALUE 'F'.
000360         88  FACTDSP-REQUEUED            VALUE 'Q'.
000370         88  FACTDSP-WRITTEN-OFF         VALUE 'W'.
000380         88  FACTDSP-VALID-CODE          VALUE 'R' 'F' 'Q' 'W'.
000390         88  FACTDSP-STILL-OPEN          VALUE 'R'.
000400     05  FACTDSP-USER-ID             PIC X(08).
000410     05  FACTDSP-NOTE                PIC X(30).
000420     05  FACTDSP-POSTED-TIME         PIC X(14).
000430     05  FACTDSP-BUSINESS-DATE       PIC X(08).
000440     05  FACTDSP-POST-COUNT          PIC 9(03)     COMP-3.
