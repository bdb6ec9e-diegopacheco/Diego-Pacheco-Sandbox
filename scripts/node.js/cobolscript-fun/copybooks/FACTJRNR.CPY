000100*----------------------------------------------------------------*
000110*  FACTJRNR.CPY                                                  *
000120*  RECORD LAYOUT FOR THE FACTJRN BEFORE-IMAGE JOURNAL OF THE     *
000130*  FACTMST KEYED FACTORIAL MASTER.  APPEND-ONLY - ONE RECORD IS  *
000140*  WRITTEN FOR EVERY ROW A JOB ADDS OR CHANGES ON THE MASTER,    *
000150*  CARRYING THE ROW AS IT STOOD BEFORE (ZERO RESULT AND SPACES   *
000160*  FOR AN ADD) AND THE VALUE LEFT AFTER.  THE FACTBOUT UTILITY   *
000170*  READS IT BACKWARDS TO ROLL THE MASTER BACK TO BEFORE A GIVEN  *
000180*  JOB ID OR TIMESTAMP.  ACTION A = ROW ADDED, C = ROW CHANGED.  *
000190*----------------------------------------------------------------*
000200 01  FACTJRN-RECORD.
000210     05  FACTJRN-JOB-ID              PIC X(08).
000220     05  FACTJRN-PROGRAM-ID          PIC X(08).
000230     05  FACTJRN-N                   PIC 9(03).
000240     05  FACTJRN-ACTION              PIC X(01).
000250         88  FACTJRN-ROW-ADDED           VALUE 'A'.
000260         88  FACTJRN-ROW-CHANGED         VALUE 'C'.
000270     05  FACTJRN-BEFORE-RESULT       PIC 9(20)     COMP-3.
000280     05  FACTJRN-BEFORE-JOB-ID       PIC X(08).
000290     05  FACTJRN-BEFORE-UPDATED      PIC X(14).
000300     05  FACTJRN-AFTER-RESULT        PIC 9(20)     COMP-3.
000310     05  FACTJRN-TIMESTAMP           PIC X(14).
