000010******************************************************************
000020*        COPYBOOK NAME    : LEAVEREC                             *
000030*        DESCRIPTION      : LEAVE BALANCE MASTER RECORD - ONE    *
000040*                           PER EMPLOYEE PER LEAVE TYPE ('V'     *
000050*                           VACATION, 'S' SICK), IN HOURS.       *
000060*                           PAYCALC ACCRUES EVERY PAY RUN AT THE *
000070*                           TENURE TIER ON THE ACCRUAL TABLE,    *
000080*                           TAKES THE LEAVE HOURS ON THE         *
000090*                           TIMESHEET FEED, AND AT THE FIRST RUN *
000100*                           OF A NEW YEAR CUTS THE BALANCE BACK  *
000110*                           TO THE TIER'S CARRYOVER CAP.  THE    *
000120*                           LAST-ACCRUAL FIELDS ARE THE RERUN    *
000130*                           GUARD - A SAME-DATE RERUN BACKS THEM *
000140*                           OUT BEFORE POSTING AGAIN.  A BALANCE *
000150*                           MAY GO NEGATIVE (LEAVE ADVANCED).    *
000160*                           LVLIAB VALUES THE BALANCES FOR THE   *
000170*                           MONTH-END LIABILITY.  FIELD NAMES    *
000180*                           ARE FIXED (NOT COPY REPLACING)       *
000190*                           BECAUSE THE RECORD KEY MUST MATCH    *
000200*                           THE SELECT CLAUSE, THE SAME WAY      *
000210*                           BANKREC WORKS.                       *
000220*                               FD LVMSTR.                       *
000230*                               COPY LEAVEREC.                   *
000240******************************************************************
000250*        MODIFICATION HISTORY                                    *
000260*        ----------------------------------------------------   *
000270*        DATE       INIT  DESCRIPTION                            *
000280*        10/15/26   RWM   INITIAL VERSION.                       *
000290******************************************************************
000300 01 LV-LEAVE-REC.
000310     05 LV-KEY.
000320         10 LV-EMP-ID       PIC 9(06).
000330         10 LV-LEAVE-TYPE   PIC X(01).
000340             88 LV-VACATION VALUE 'V'.
000350             88 LV-SICK     VALUE 'S'.
000360     05 LV-BAL-YEAR         PIC X(04).
000370     05 LV-BALANCE          PIC S9(05)V99.
000380     05 LV-YTD-ACCRUED      PIC 9(05)V99.
000390     05 LV-YTD-TAKEN        PIC 9(05)V99.
000400     05 LV-FORFEIT-HRS      PIC 9(05)V99.
000410     05 LV-LAST-ACCR-DATE   PIC X(08).
000420     05 LV-LAST-ACCR-HRS    PIC 9(03)V9999.
000430     05 LV-LAST-TAKEN-HRS   PIC 9(03)V99.
000440     05 LV-LAST-MAINT-DATE  PIC X(08).
