000010******************************************************************
000020*        COPYBOOK NAME    : BELECREC                             *
000030*        DESCRIPTION      : EMPLOYEE BENEFIT ELECTION MASTER     *
000040*                           RECORD - ONE ROW PER EMPLOYEE, PLAN  *
000050*                           AND EFFECTIVE DATE, CARRYING THE     *
000060*                           COVERAGE TIER ELECTED.  THE ROW IN   *
000070*                           FORCE ON A DATE IS THE LATEST ONE    *
000080*                           FOR THE EMPLOYEE AND PLAN EFFECTIVE  *
000090*                           ON OR BEFORE IT, SO A TIER CHANGE IS *
000100*                           A NEW ROW AND THE OLD ONE STAYS AS   *
000110*                           HISTORY.  A STOP DATE (THE LAST DAY  *
000120*                           COVERED, BLANK = OPEN) ENDS          *
000130*                           COVERAGE; THE REASON IS 'D' DROPPED  *
000140*                           BY THE EMPLOYEE OR 'T' EMPLOYMENT    *
000150*                           TERMINATED.  THE ADD AND STOP ENTRY  *
000160*                           DATES ARE WHEN EACH WAS KEYED - THE  *
000170*                           MONTHLY CARRIER ELIGIBILITY FILE     *
000180*                           SELECTS ON THEM, SO A BACK-DATED     *
000190*                           ELECTION STILL REACHES THE CARRIER.  *
000200*                           MAINTAINED BY BENELECT; BENELIG      *
000210*                           STOPS THE ELECTIONS OF EMPLOYEES     *
000220*                           TERMINATED IN ITS PERIOD; READ BY    *
000230*                           PAYCALC.  FIELD NAMES ARE FIXED (NOT *
000240*                           COPY REPLACING) BECAUSE THE RECORD   *
000250*                           KEY MUST MATCH THE SELECT CLAUSE,    *
000260*                           THE SAME WAY BANKREC WORKS.          *
000270*                               FD BELECMST.                     *
000280*                               COPY BELECREC.                   *
000290******************************************************************
000300*        MODIFICATION HISTORY                                    *
000310*        ----------------------------------------------------   *
000320*        DATE       INIT  DESCRIPTION                            *
000330*        10/15/26   RWM   INITIAL VERSION.                       *
000340******************************************************************
000350 01 BE-ELECT-REC.
000360     05 BE-KEY.
000370         10 BE-EMP-ID       PIC 9(06).
000380         10 BE-PLAN-ID      PIC X(06).
000390         10 BE-EFF-DATE     PIC X(08).
000400     05 BE-TIER             PIC X(02).
000410     05 BE-STOP-DATE        PIC X(08).
000420     05 BE-STOP-REASON      PIC X(01).
000430         88 BE-STOP-DROPPED VALUE 'D'.
000440         88 BE-STOP-TERM    VALUE 'T'.
000450     05 BE-ADD-DATE         PIC X(08).
000460     05 BE-STOP-ENT-DATE    PIC X(08).
000470     05 BE-LAST-MAINT-DATE  PIC X(08).
