000010******************************************************************
000020*        COPYBOOK NAME    : GRADEREC                             *
000030*        DESCRIPTION      : SALARY GRADE MASTER RECORD - THE     *
000040*                           MINIMUM, MIDPOINT AND MAXIMUM OF A   *
000050*                           PAY GRADE'S RANGE.  KEYED ON GRADE   *
000060*                           AND EFFECTIVE DATE - A RANGE IS      *
000070*                           NEVER OVERWRITTEN WHEN IT MOVES, A   *
000080*                           NEW ROW IS ADDED UNDER ITS OWN       *
000090*                           EFFECTIVE DATE AND A LOOKUP USES THE *
000100*                           LATEST ROW EFFECTIVE ON OR BEFORE    *
000110*                           ITS AS-OF DATE.  THE RANGE IS IN THE *
000120*                           SAME UNITS AS THE SALARY FIELD OF    *
000130*                           THE EMPLOYEES IN THE GRADE - ANNUAL  *
000140*                           FOR SALARIED GRADES, AN HOURLY RATE  *
000150*                           FOR HOURLY ONES.  MAINTAINED BY      *
000160*                           GRDMAINT; READ BY EMPMAINT, COMPARPT *
000170*                           AND MERITCYC.  FIELD NAMES ARE FIXED *
000180*                           (NOT COPY REPLACING) BECAUSE THE     *
000190*                           RECORD KEY MUST MATCH THE SELECT     *
000200*                           CLAUSE, THE SAME WAY LABALREC WORKS. *
000210*                               FD GRDMSTR.                      *
000220*                               COPY GRADEREC.                   *
000230******************************************************************
000240*        MODIFICATION HISTORY                                    *
000250*        ----------------------------------------------------   *
000260*        DATE       INIT  DESCRIPTION                            *
000270*        10/15/26   RWM   INITIAL VERSION.                       *
000280******************************************************************
000290 01 GR-GRADE-REC.
000300     05 GR-KEY.
000310         10 GR-GRADE        PIC X(03).
000320         10 GR-EFF-DATE     PIC X(08).
000330     05 GR-DESC             PIC X(20).
000340     05 GR-MIN-SALARY       PIC 9(07)V99.
000350     05 GR-MID-SALARY       PIC 9(07)V99.
000360     05 GR-MAX-SALARY       PIC 9(07)V99.
000370     05 GR-LAST-MAINT-DATE  PIC X(08).
