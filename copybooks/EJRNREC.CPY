000249*                         EMPRCVR.  START A FRESH JOURNAL        *
000250*                         DATASET AT THE NEW LAYOUT; OLD-LAYOUT  *
000251*                         ENTRIES DO NOT PARSE UNDER IT.         *
000252*        10/15/26   RWM   BEFORE/AFTER IMAGES WIDENED TO 69 FOR  *
000253*                         THE POSITION NUMBER NOW ON THE         *
000254*                         EMPLOYEE MASTER.  START A FRESH        *
000255*                         JOURNAL DATASET AT THE NEW LAYOUT.     *
000256*        10/15/26   RWM   BEFORE/AFTER IMAGES WIDENED TO 72 FOR  *
000257*                         THE SALARY GRADE NOW ON THE EMPLOYEE   *
000258*                         MASTER.  START A FRESH JOURNAL DATASET *
000259*                         AT THE NEW LAYOUT.                     *
000260*        10/15/26   RWM   BEFORE/AFTER IMAGES WIDENED TO 78 FOR  *
000261*                         THE SUPERVISOR ID NOW ON THE EMPLOYEE  *
000262*                         MASTER.  START A FRESH JOURNAL DATASET *
000263*                         AT THE NEW LAYOUT.                     *
000265******************************************************************
000267 01 :RECNAME:.
000270     05 :PFX:-SEQ           PIC 9(07).
000280     05 :PFX:-RUN-DATE      PIC X(08).
000285     05 :PFX:-RUN-TIME      PIC X(08).
000310         88 :PFX:-REWRITE   VALUE 'REWRITE'.
000320         88 :PFX:-DELETE    VALUE 'DELETE '.
000330     05 :PFX:-EMP-ID        PIC 9(06).
000340     05 :PFX:-BEFORE-IMAGE  PIC X(78).
000350     05 :PFX:-AFTER-IMAGE   PIC X(78).
