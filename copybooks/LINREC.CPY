000010******************************************************************
000020*        COPYBOOK NAME    : LINREC                               *
000030*        DESCRIPTION      : DATA SET LINEAGE MANIFEST RECORD -   *
000040*                           ONE PER DATA SET A JOB STEP READ,    *
000050*                           WROTE OR UPDATED, FILED UNDER THE    *
000060*                           BUSINESS DATE, JOB AND STEP. RUNCTRL *
000070*                           WRITES THEM FROM THE STEP'S LINCTL   *
000080*                           CARDS - THE MARK BRACKET IN THE      *
000090*                           DAILY CHAIN, THE LINE STEP IN THE    *
000100*                           PAYROLL JOBS - AND REPLACES A STEP'S *
000110*                           ROWS WHEN THE STEP RUNS AGAIN. THE   *
000120*                           GENERATION IS THE RELATIVE REFERENCE *
000130*                           THE STEP USED ((+1), (0), (-1) ...   *
000140*                           OR BLANK FOR A DATA SET THAT IS NOT  *
000150*                           A GDG). THE RECORD COUNT IS TAKEN BY *
000160*                           RUNCTRL WHEN THE CARD NAMES A        *
000170*                           COUNTING DD; MASTERS AND PENDING     *
000180*                           FILES ARE LISTED UNCOUNTED. THE      *
000190*                           STAMP IS WHEN THE ROW WAS RECORDED   *
000200*                           (YYYYMMDD AND HHMMSS) AND ORDERS THE *
000210*                           STEPS FOR LINRPT'S IMPACT WALK.      *
000220*                           FIELD NAMES ARE FIXED (NOT COPY      *
000230*                           REPLACING) BECAUSE THE RECORD KEY    *
000240*                           MUST MATCH THE SELECT CLAUSE, THE    *
000250*                           SAME WAY RUNCREC WORKS.              *
000260*                               FD LINMSTR.                      *
000270*                               COPY LINREC.                     *
000280******************************************************************
000290*        MODIFICATION HISTORY                                    *
000300*        ----------------------------------------------------   *
000310*        DATE       INIT  DESCRIPTION                            *
000320*        10/15/26   RWM   INITIAL VERSION.                       *
000330******************************************************************
000340 01 LN-LINE-REC.
000350     05 LN-KEY.
000360         10 LN-BUS-DATE     PIC X(08).
000370         10 LN-JOB-NAME     PIC X(08).
000380         10 LN-STEP-NAME    PIC X(08).
000390         10 LN-SEQ          PIC 9(02).
000400     05 LN-IO               PIC X(01).
000410         88 LN-READ         VALUE 'R'.
000420         88 LN-WRITTEN      VALUE 'W'.
000430         88 LN-UPDATED      VALUE 'U'.
000440         88 LN-INPUT        VALUE 'R' 'U'.
000450         88 LN-OUTPUT       VALUE 'W' 'U'.
000460     05 LN-DSN              PIC X(44).
000470     05 LN-GEN              PIC X(05).
000480     05 LN-COUNT-SW         PIC X(01).
000490         88 LN-COUNTED      VALUE 'Y'.
000500     05 LN-REC-COUNT        PIC 9(09).
000510     05 LN-STAMP.
000520         10 LN-REC-DATE     PIC X(08).
000530         10 LN-REC-TIME     PIC X(06).
000540     05 LN-BRACKET-SW       PIC X(01).
000550         88 LN-RUNCTRL-STEP VALUE 'Y'.
000560     05 FILLER              PIC X(19).
