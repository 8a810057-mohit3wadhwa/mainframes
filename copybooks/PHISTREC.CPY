000010******************************************************************
000020*        COPYBOOK NAME    : PHISTREC                             *
000030*        DESCRIPTION      : PAY HISTORY MASTER RECORD - ONE PER  *
000040*                           EMPLOYEE PER PAYMENT.  PAYCALC       *
000050*                           WRITES ONE 'R' ITEM FOR EVERY        *
000060*                           EMPLOYEE IT PAYS UNDER BATCH ID      *
000070*                           'REGULR'; OFFCYCLE WRITES 'P' ITEMS  *
000080*                           FOR OFF-CYCLE PAYMENTS AND 'V' ITEMS *
000090*                           FOR VOIDS UNDER THE BATCH ID ON ITS  *
000100*                           CONTROL CARD.  KEYED ON EMPLOYEE,    *
000110*                           BUSINESS DATE, BATCH, AND ITEM TYPE, *
000120*                           SO A KEYED START AT THE EMPLOYEE AND *
000130*                           DATE FINDS EVERY PAYMENT THAT DAY -  *
000140*                           THE LOOKUP A VOID NEEDS TO BACK THE  *
000150*                           ORIGINAL AMOUNTS OUT.  AN ITEM THAT  *
000160*                           ALREADY EXISTS IS THE OFF-CYCLE      *
000170*                           RERUN GUARD.  AMOUNTS ARE SIGNED -   *
000180*                           A VOID CARRIES THE ORIGINAL AMOUNTS  *
000190*                           NEGATED.  THE REF FIELDS POINT A     *
000200*                           VOID AT THE ITEM IT REVERSED AND A   *
000210*                           VOIDED ITEM AT ITS VOID.  THE FIVE   *
000220*                           DEDUCTION SLOTS CARRY THE RATES-FILE *
000230*                           CODE TAKEN SO THE ITEM READS BACK    *
000240*                           CORRECTLY AFTER THE RATES FILE       *
000250*                           CHANGES.  FIELD NAMES ARE FIXED      *
000260*                           (NOT COPY REPLACING) BECAUSE THE     *
000270*                           RECORD KEY MUST MATCH THE SELECT     *
000280*                           CLAUSE, THE SAME WAY BANKREC WORKS.  *
000290*                               FD PAYHIST.                      *
000300*                               COPY PHISTREC.                   *
000310******************************************************************
000320*        MODIFICATION HISTORY                                    *
000330*        ----------------------------------------------------   *
000340*        DATE       INIT  DESCRIPTION                            *
000350*        10/15/26   RWM   INITIAL VERSION.                       *
000360******************************************************************
000370 01 PH-PAY-REC.
000380     05 PH-KEY.
000390         10 PH-EMP-ID       PIC 9(06).
000400         10 PH-PAY-DATE     PIC X(08).
000410         10 PH-BATCH-ID     PIC X(06).
000420         10 PH-ITEM-TYPE    PIC X(01).
000430             88 PH-REGULAR  VALUE 'R'.
000440             88 PH-OFFCYCLE VALUE 'P'.
000450             88 PH-VOID     VALUE 'V'.
000460     05 PH-EMP-NAME         PIC X(20).
000470     05 PH-DEPT-CODE        PIC X(04).
000480     05 PH-PAY-TYPE         PIC X(01).
000490     05 PH-PAY-RATE         PIC 9(07)V99.
000500     05 PH-HOURS            PIC 9(03)V99.
000510     05 PH-GROSS            PIC S9(07)V99.
000520     05 PH-DED-ENT OCCURS 5 TIMES.
000530         10 PH-DED-CODE     PIC X(04).
000540         10 PH-DED-AMT      PIC S9(07)V99.
000550     05 PH-ORD-AMT          PIC S9(07)V99.
000560     05 PH-DED-TOTAL        PIC S9(07)V99.
000570     05 PH-NET              PIC S9(07)V99.
000580     05 PH-REASON           PIC X(20).
000590     05 PH-STATUS           PIC X(01).
000600         88 PH-POSTED       VALUE 'P'.
000610         88 PH-VOIDED       VALUE 'V'.
000620     05 PH-REF-DATE         PIC X(08).
000630     05 PH-REF-BATCH        PIC X(06).
000640     05 PH-REF-TYPE         PIC X(01).
000650     05 PH-POST-DATE        PIC X(08).
