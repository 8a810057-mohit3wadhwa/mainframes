000010******************************************************************
000020*        COPYBOOK NAME    : DORDREC                              *
000030*        DESCRIPTION      : EMPLOYEE DEDUCTION-ORDER MASTER      *
000040*                           RECORD - ONE PER GARNISHMENT, CHILD  *
000050*                           SUPPORT ORDER, TAX LEVY, LOAN, OR    *
000060*                           VOLUNTARY FIXED DEDUCTION.  KEYED ON *
000070*                           EMPLOYEE, PRIORITY (01 FIRST), AND   *
000080*                           ORDER ID, SO A KEYED START AT THE    *
000090*                           EMPLOYEE READS THE ORDERS BACK IN    *
000100*                           THE SEQUENCE PAYCALC MUST TAKE THEM. *
000110*                           MAINTAINED BY DEDMAINT; PAYCALC      *
000120*                           APPLIES THEM AFTER THE RATES-FILE    *
000130*                           DEDUCTIONS AND ROLLS THE AMOUNT      *
000140*                           TAKEN FORWARD.  THE METHOD IS 'A'    *
000150*                           (FIXED AMOUNT PER PAY RUN) OR 'P'    *
000160*                           (PERCENT OF DISPOSABLE EARNINGS).  A *
000170*                           NON-ZERO GOAL CLOSES THE ORDER ONCE  *
000180*                           TAKEN-TO-DATE REACHES IT.  THE LAST  *
000190*                           TAKEN DATE/AMOUNT ARE THE RERUN      *
000200*                           GUARD - A SECOND PAY RUN UNDER THE   *
000210*                           SAME BUSINESS DATE TAKES THE STORED  *
000220*                           AMOUNT AGAIN WITHOUT ADDING IT TO    *
000230*                           THE BALANCE TWICE.  DATES ARE        *
000240*                           YYYYMMDD; A BLANK STOP DATE MEANS    *
000250*                           OPEN-ENDED.  FIELD NAMES ARE FIXED   *
000260*                           (NOT COPY REPLACING) BECAUSE THE     *
000270*                           RECORD KEY MUST MATCH THE SELECT     *
000280*                           CLAUSE, THE SAME WAY BANKREC WORKS.  *
000290*                               FD DEDORDR.                      *
000300*                               COPY DORDREC.                    *
000310******************************************************************
000320*        MODIFICATION HISTORY                                    *
000330*        ----------------------------------------------------   *
000340*        DATE       INIT  DESCRIPTION                            *
000350*        10/15/26   RWM   INITIAL VERSION.                       *
000360******************************************************************
000370 01 DO-ORDER-REC.
000380     05 DO-KEY.
000390         10 DO-EMP-ID       PIC 9(06).
000400         10 DO-PRIORITY     PIC 9(02).
000410         10 DO-ORDER-ID     PIC X(06).
000420     05 DO-ORDER-TYPE       PIC X(02).
000430         88 DO-GARNISHMENT  VALUE 'GN'.
000440         88 DO-SUPPORT      VALUE 'CS'.
000450         88 DO-TAX-LEVY     VALUE 'TL'.
000460         88 DO-LOAN         VALUE 'LN'.
000470         88 DO-VOLUNTARY    VALUE 'VD'.
000480         88 DO-VALID-TYPE   VALUE 'GN' 'CS' 'TL' 'LN' 'VD'.
000490     05 DO-CALC-METHOD      PIC X(01).
000500         88 DO-FIXED-AMT    VALUE 'A'.
000510         88 DO-PCT-OF-DISP  VALUE 'P'.
000520     05 DO-AMOUNT           PIC 9(07)V99.
000530     05 DO-PCT              PIC 9(02)V999.
000540     05 DO-START-DATE       PIC X(08).
000550     05 DO-STOP-DATE        PIC X(08).
000560     05 DO-GOAL-AMT         PIC 9(09)V99.
000570     05 DO-TAKEN-TO-DATE    PIC 9(09)V99.
000580     05 DO-PAYEE-ID         PIC X(08).
000590     05 DO-PAYEE-NAME       PIC X(20).
000600     05 DO-CASE-NO          PIC X(15).
000610     05 DO-STATUS           PIC X(01).
000620         88 DO-ACTIVE       VALUE 'A'.
000630         88 DO-CLOSED       VALUE 'C'.
000640     05 DO-LAST-TAKEN-DATE  PIC X(08).
000650     05 DO-LAST-TAKEN-AMT   PIC 9(07)V99.
000660     05 DO-CLOSE-DATE       PIC X(08).
000670     05 DO-LAST-MAINT-DATE  PIC X(08).
