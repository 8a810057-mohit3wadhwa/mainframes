000010******************************************************************
000020*        COPYBOOK NAME    : OCHKREC                              *
000030*        DESCRIPTION      : OUTSTANDING-CHECK REGISTER RECORD -  *
000040*                           ONE PER PRINTED PAYROLL CHECK, KEYED *
000050*                           ON CHECK NUMBER.  CHKWRIT WRITES     *
000060*                           EACH CHECK AS OUTSTANDING ('O');     *
000070*                           CHKRECN CLEARS IT ('C') FROM THE     *
000080*                           BANK'S PAID FILE AND REPORTS THE     *
000090*                           ONES STILL OUTSTANDING PAST THE      *
000100*                           STALE AGE.  'V' IS A CHECK VOIDED    *
000110*                           BEFORE IT WAS CASHED.  FIELD NAMES   *
000120*                           ARE FIXED (NOT COPY REPLACING)       *
000130*                           BECAUSE THE RECORD KEY MUST MATCH    *
000140*                           THE SELECT CLAUSE, THE SAME WAY      *
000150*                           BANKREC WORKS.                       *
000160*                               FD OUTCHK.                       *
000170*                               COPY OCHKREC.                    *
000180******************************************************************
000190*        MODIFICATION HISTORY                                    *
000200*        ----------------------------------------------------   *
000210*        DATE       INIT  DESCRIPTION                            *
000220*        10/15/26   RWM   INITIAL VERSION.                       *
000230******************************************************************
000240 01 CK-CHECK-REC.
000250     05 CK-CHECK-NO         PIC 9(08).
000260     05 CK-EMP-ID           PIC 9(06).
000270     05 CK-PAYEE            PIC X(20).
000280     05 CK-AMOUNT           PIC 9(09)V99.
000290     05 CK-BUS-DATE         PIC X(08).
000300     05 CK-ISSUE-DATE       PIC X(08).
000310     05 CK-STATUS           PIC X(01).
000320         88 CK-OUTSTANDING  VALUE 'O'.
000330         88 CK-CLEARED      VALUE 'C'.
000340         88 CK-VOIDED       VALUE 'V'.
000350     05 CK-PAID-DATE        PIC X(08).
000360     05 CK-PAID-AMOUNT      PIC 9(09)V99.
