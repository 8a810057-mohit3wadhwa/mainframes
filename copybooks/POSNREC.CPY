000010******************************************************************
000020*        COPYBOOK NAME    : POSNREC                              *
000030*        DESCRIPTION      : POSITION-CONTROL MASTER RECORD - ONE *
000040*                           PER BUDGETED POSITION, KEYED ON THE  *
000050*                           POSITION NUMBER.  A POSITION BELONGS *
000060*                           TO ONE DEPARTMENT AND COMPANY AND    *
000070*                           CARRIES ITS BUDGETED SALARY AND ITS  *
000080*                           STATUS: 'V' VACANT, 'F' FILLED       *
000090*                           (PN-EMP-ID IS THE INCUMBENT) OR 'Z'  *
000100*                           FROZEN (NOT TO BE FILLED).  POSMAINT *
000110*                           ADDS, CHANGES, FREEZES AND DELETES   *
000120*                           POSITIONS; ONLY EMPMAINT FILLS AND   *
000130*                           VACATES THEM, AS IT APPLIES HIRES,   *
000140*                           TRANSFERS AND TERMINATIONS.  POSNRPT *
000150*                           RECONCILES POSITIONS TO THE BUDGET   *
000160*                           MASTER AND THE ACTUAL HEADCOUNT.     *
000170*                           FIELD NAMES ARE FIXED (NOT COPY      *
000180*                           REPLACING) BECAUSE THE RECORD KEY    *
000190*                           MUST MATCH THE SELECT CLAUSE, THE    *
000200*                           SAME WAY BANKREC WORKS.              *
000210*                               FD POSMSTR.                      *
000220*                               COPY POSNREC.                    *
000230******************************************************************
000240*        MODIFICATION HISTORY                                    *
000250*        ----------------------------------------------------   *
000260*        DATE       INIT  DESCRIPTION                            *
000270*        10/15/26   RWM   INITIAL VERSION.                       *
000280******************************************************************
000290 01 PN-POSN-REC.
000300     05 PN-POSN-NO          PIC X(06).
000310     05 PN-DEPT-CODE        PIC X(04).
000320     05 PN-COMP-CODE        PIC 9(06).
000330     05 PN-TITLE            PIC X(20).
000340     05 PN-BUDG-SALARY      PIC 9(07)V99.
000350     05 PN-STATUS           PIC X(01).
000360         88 PN-VACANT       VALUE 'V'.
000370         88 PN-FILLED       VALUE 'F'.
000380         88 PN-FROZEN       VALUE 'Z'.
000390     05 PN-EMP-ID           PIC 9(06).
000400     05 PN-FILL-DATE        PIC X(08).
000410     05 PN-LAST-MAINT-DATE  PIC X(08).
