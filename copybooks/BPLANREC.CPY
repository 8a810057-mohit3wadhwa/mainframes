000010******************************************************************
000020*        COPYBOOK NAME    : BPLANREC                             *
000030*        DESCRIPTION      : BENEFIT PLAN MASTER RECORD - ONE ROW *
000040*                           PER PLAN, COVERAGE TIER AND          *
000050*                           EFFECTIVE DATE, CARRYING THE CARRIER *
000060*                           THE PLAN IS HELD WITH AND THE        *
000070*                           EMPLOYEE AND EMPLOYER COST PER PAY   *
000080*                           PERIOD.  TIERS ARE 'EE' EMPLOYEE     *
000090*                           ONLY, 'ES' EMPLOYEE AND SPOUSE, 'EC' *
000100*                           EMPLOYEE AND CHILDREN, 'FA' FAMILY.  *
000110*                           A PAY RUN PRICES AN ELECTION AT THE  *
000120*                           LATEST ROW FOR ITS PLAN AND TIER     *
000130*                           EFFECTIVE ON OR BEFORE ITS BUSINESS  *
000140*                           DATE, SO A NEW PLAN YEAR'S COSTS ARE *
000150*                           KEYED AHEAD AS NEW ROWS AND THE OLD  *
000160*                           ROWS STAY ON FILE.  MAINTAINED BY    *
000170*                           BENMAINT; READ BY BENELECT, PAYCALC, *
000180*                           BENELIG AND BENRECON.  FIELD NAMES   *
000190*                           ARE FIXED (NOT COPY REPLACING)       *
000200*                           BECAUSE THE RECORD KEY MUST MATCH    *
000210*                           THE SELECT CLAUSE, THE SAME WAY      *
000220*                           BANKREC WORKS.                       *
000230*                               FD BPLANMST.                     *
000240*                               COPY BPLANREC.                   *
000250******************************************************************
000260*        MODIFICATION HISTORY                                    *
000270*        ----------------------------------------------------   *
000280*        DATE       INIT  DESCRIPTION                            *
000290*        10/15/26   RWM   INITIAL VERSION.                       *
000300******************************************************************
000310 01 BP-PLAN-REC.
000320     05 BP-KEY.
000330         10 BP-PLAN-ID      PIC X(06).
000340         10 BP-TIER         PIC X(02).
000350             88 BP-EMP-ONLY    VALUE 'EE'.
000360             88 BP-EMP-SPOUSE  VALUE 'ES'.
000370             88 BP-EMP-CHILD   VALUE 'EC'.
000380             88 BP-FAMILY      VALUE 'FA'.
000390             88 BP-VALID-TIER  VALUE 'EE' 'ES' 'EC' 'FA'.
000400         10 BP-EFF-DATE     PIC X(08).
000410     05 BP-PLAN-TYPE        PIC X(02).
000420         88 BP-MEDICAL      VALUE 'MD'.
000430         88 BP-DENTAL       VALUE 'DN'.
000440         88 BP-VISION       VALUE 'VS'.
000450         88 BP-LIFE         VALUE 'LF'.
000460         88 BP-DISABILITY   VALUE 'DI'.
000470         88 BP-VALID-TYPE   VALUE 'MD' 'DN' 'VS' 'LF' 'DI'.
000480     05 BP-PLAN-NAME        PIC X(20).
000490     05 BP-CARRIER-ID       PIC X(06).
000500     05 BP-CARRIER-NAME     PIC X(20).
000510     05 BP-GROUP-NO         PIC X(10).
000520     05 BP-EE-COST          PIC 9(05)V99.
000530     05 BP-ER-COST          PIC 9(05)V99.
000540     05 BP-LAST-MAINT-DATE  PIC X(08).
