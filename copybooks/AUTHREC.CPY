000010******************************************************************
000020*        COPYBOOK NAME    : AUTHREC                              *
000030*        DESCRIPTION      : SALARY-ACCESS AUTHORIZATION PROFILE  *
000040*                           - ONE PER USER ID, SETTING THE       *
000050*                           HIGHEST SALARY LEVEL THE USER MAY    *
000060*                           SEE ('F' FULL AMOUNT, 'B' MASKEXTR   *
000070*                           BAND, 'N' NONE) AND THE COMPANIES    *
000080*                           WHOSE EMPLOYEES THEY MAY LOOK UP -   *
000090*                           EVERY COMPANY WHEN AU-ALL-COMPANIES  *
000100*                           IS SET, OTHERWISE UP TO TEN LISTED   *
000110*                           CODES.  A USER WITH NO PROFILE SEES  *
000120*                           NO EMPLOYEE AT ALL.  MAINTAINED BY   *
000130*                           AUTHMAIN; READ BY EMPINQC, INQPROC   *
000140*                           AND SALAUDIT.  FIELD NAMES ARE FIXED *
000150*                           (NOT COPY REPLACING) BECAUSE THE     *
000160*                           RECORD KEY MUST MATCH THE SELECT     *
000170*                           CLAUSE, THE SAME WAY BANKREC WORKS.  *
000180*                               FD AUTHMSTR.                     *
000190*                               COPY AUTHREC.                    *
000200******************************************************************
000210*        MODIFICATION HISTORY                                    *
000220*        ----------------------------------------------------   *
000230*        DATE       INIT  DESCRIPTION                            *
000240*        10/15/26   RWM   INITIAL VERSION.                       *
000250******************************************************************
000260 01 AU-AUTH-REC.
000270     05 AU-USER-ID          PIC X(08).
000280     05 AU-USER-NAME        PIC X(20).
000290     05 AU-SAL-LEVEL        PIC X(01).
000300         88 AU-SAL-FULL     VALUE 'F'.
000310         88 AU-SAL-BAND     VALUE 'B'.
000320         88 AU-SAL-NONE     VALUE 'N'.
000330     05 AU-ALL-COMP-SW      PIC X(01).
000340         88 AU-ALL-COMPANIES VALUE 'Y'.
000350     05 AU-COMP-COUNT       PIC 9(02).
000360     05 AU-COMP-CODE        PIC 9(06) OCCURS 10 TIMES.
000370     05 AU-LAST-MAINT-DATE  PIC X(08).
