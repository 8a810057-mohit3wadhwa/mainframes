000010******************************************************************
000020*        COPYBOOK NAME    : LABALREC                             *
000030*        DESCRIPTION      : LABOR-ALLOCATION MASTER RECORD - HOW *
000040*                           A SHARED EMPLOYEE'S PAY IS SPLIT     *
000050*                           ACROSS DEPARTMENTS, UP TO FIVE       *
000060*                           DEPARTMENT/PERCENT PAIRS THAT TOTAL  *
000070*                           100.00.  KEYED ON EMPLOYEE AND       *
000080*                           EFFECTIVE DATE - A PAY RUN USES THE  *
000090*                           LATEST ROW EFFECTIVE ON OR BEFORE    *
000100*                           ITS BUSINESS DATE, AND AN EMPLOYEE   *
000110*                           WITH NO ROW IS CHARGED WHOLLY TO THE *
000120*                           HOME DEPARTMENT.  MAINTAINED BY      *
000130*                           LABMAINT; READ BY PAYCALC AND        *
000140*                           BUDGRPT.  FIELD NAMES ARE FIXED (NOT *
000150*                           COPY REPLACING) BECAUSE THE RECORD   *
000160*                           KEY MUST MATCH THE SELECT CLAUSE,    *
000170*                           THE SAME WAY BANKREC WORKS.          *
000180*                               FD LABALLOC.                     *
000190*                               COPY LABALREC.                   *
000200******************************************************************
000210*        MODIFICATION HISTORY                                    *
000220*        ----------------------------------------------------   *
000230*        DATE       INIT  DESCRIPTION                            *
000240*        10/15/26   RWM   INITIAL VERSION.                       *
000250******************************************************************
000260 01 LA-ALLOC-REC.
000270     05 LA-KEY.
000280         10 LA-EMP-ID       PIC 9(06).
000290         10 LA-EFF-DATE     PIC X(08).
000300     05 LA-SPLIT-COUNT      PIC 9(01).
000310     05 LA-SPLIT OCCURS 5 TIMES.
000320         10 LA-DEPT-CODE    PIC X(04).
000330         10 LA-PCT          PIC 9(03)V99.
000340     05 LA-LAST-MAINT-DATE  PIC X(08).
