000178*                         FIELD CARRIES THE HOURLY RATE.         *
000179*                         EXISTING EMPMSTR FILES MUST BE         *
000180*                         RELOADED AT THE NEW LENGTH.            *
000181*        10/15/26   RWM   ADDED POSN-NO TO MATCH EMPREC - THE    *
000182*                         POSITION THE EMPLOYEE HOLDS ON         *
000183*                         POSMSTR, KEPT IN STEP BY EMPMAINT.     *
000184*                         EXISTING EMPMSTR FILES MUST BE         *
000185*                         RELOADED AT THE NEW LENGTH.            *
000186*        10/15/26   RWM   ADDED GRADE TO MATCH EMPREC - THE      *
000187*                         SALARY GRADE THE EMPLOYEE IS PAID      *
000188*                         AGAINST, CHECKED BY EMPMAINT AGAINST   *
000189*                         GRDMSTR.  EXISTING EMPMSTR FILES MUST  *
000190*                         BE RELOADED AT THE NEW LENGTH.         *
000191*        10/15/26   RWM   ADDED SUPV-ID - THE SUPERVISOR'S       *
000192*                         EMPLOYEE ID, ZERO FOR NONE, CHECKED BY *
000193*                         EMPMAINT (ACTIVE, NOT SELF, NO         *
000194*                         CIRCULAR CHAIN) AND WALKED BY          *
000195*                         ORGCHART.  EXISTING EMPMSTR FILES MUST *
000196*                         BE RELOADED AT THE NEW LENGTH.         *
000197******************************************************************
000198 01 EM-EMPLOYEE-REC.
000200     05 EM-EMP-ID           PIC 9(06).
000210     05 EM-EMP-NAME         PIC X(20).
000220     05 EM-DEPT-CODE        PIC X(04).
000280     05 EM-LAST-MAINT-DATE  PIC X(08).
000290     05 EM-PAY-TYPE         PIC X(01).
000300         88 EM-HOURLY       VALUE 'H'.
000310     05 EM-POSN-NO          PIC X(06).
000320     05 EM-GRADE            PIC X(03).
000330     05 EM-SUPV-ID          PIC 9(06).
