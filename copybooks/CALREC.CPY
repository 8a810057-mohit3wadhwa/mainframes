000010******************************************************************
000020*        COPYBOOK NAME    : CALREC                               *
000030*        DESCRIPTION      : BUSINESS CALENDAR MASTER - ONE ROW   *
000040*                           PER CALENDAR DATE, BUILT A YEAR AT A *
000050*                           TIME BY CALMAINT, SAYING WHETHER THE *
000060*                           DATE IS A BUSINESS DAY FOR THE SHOP  *
000070*                           AND WHETHER THE BANK IS OPEN TO      *
000080*                           SETTLE PAYMENTS.  WEEKENDS ARRIVE    *
000090*                           CLOSED ON BOTH COUNTS; HOLIDAYS ARE  *
000100*                           SET BY HAND.  RUNCTRL REFUSES A      *
000110*                           BUSINESS DATE THAT IS NOT A BUSINESS *
000120*                           DAY, SUSPMNT, AUDRPT AND RUNTRPT     *
000130*                           COUNT ONLY BUSINESS DAYS, AND        *
000140*                           DDEPOST MOVES THE SETTLEMENT DATE    *
000150*                           BACK OFF A DAY THE BANK IS CLOSED.   *
000160*                           FIELD NAMES ARE FIXED (NOT COPY      *
000170*                           REPLACING) BECAUSE THE RECORD KEY    *
000180*                           MUST MATCH THE SELECT CLAUSE, THE    *
000190*                           SAME WAY GRADEREC WORKS.  DAY OF     *
000200*                           WEEK RUNS 1 (MONDAY) TO 7 (SUNDAY).  *
000210*                               FD CALMSTR.                      *
000220*                               COPY CALREC.                     *
000230******************************************************************
000240*        MODIFICATION HISTORY                                    *
000250*        ----------------------------------------------------   *
000260*        DATE       INIT  DESCRIPTION                            *
000270*        10/15/26   RWM   INITIAL VERSION.                       *
000280******************************************************************
000290 01 CL-CAL-REC.
000300     05 CL-DATE             PIC X(08).
000310     05 CL-DAY-OF-WEEK      PIC 9(01).
000320         88 CL-WEEKEND      VALUE 6 7.
000330     05 CL-BUS-DAY-SW       PIC X(01).
000340         88 CL-BUSINESS-DAY VALUE 'Y'.
000350     05 CL-BANK-OPEN-SW     PIC X(01).
000360         88 CL-BANK-OPEN    VALUE 'Y'.
000370     05 CL-DESC             PIC X(20).
000380     05 CL-LAST-MAINT-DATE  PIC X(08).
000390     05 FILLER              PIC X(11).
