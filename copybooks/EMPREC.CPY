000192*                         ELSE IS SALARIED AND FLOWS EXACTLY AS  *
000193*                         BEFORE.  PAYCALC JOINS HOURLY RECORDS  *
000194*                         AGAINST THE TIMESHEET FEED.            *
000195*        10/15/26   RWM   ADDED POSN-NO - THE BUDGETED POSITION  *
000196*                         (POSMSTR) THE EMPLOYEE FILLS.          *
000197*                         EMPMAINT REFUSES A HIRE OR TRANSFER    *
000198*                         WHOSE POSITION IS NOT OPEN IN THE      *
000199*                         TARGET DEPARTMENT.                     *
000200*        10/15/26   RWM   ADDED GRADE - THE SALARY GRADE         *
000201*                         (GRDMSTR) THE EMPLOYEE IS PAID         *
000202*                         AGAINST.  EMPMAINT REFUSES A GRADE     *
000203*                         WITH NO RANGE ON FILE.                 *
000204*        10/15/26   RWM   ADDED SUPV-ID - THE EMPLOYEE ID OF THE *
000205*                         PERSON THIS EMPLOYEE REPORTS TO.       *
000206*                         BLANK KEEPS THE SUPERVISOR ON FILE;    *
000207*                         000000 MEANS NONE (TOP OF A REPORTING  *
000208*                         LINE).                                 *
000209******************************************************************
000210 01 :RECNAME:.
000211     05 :PFX:-EMP-ID         PIC 9(6).
000212     05 :PFX:-EMP-NAME       PIC X(20).
000213     05 :PFX:-DEPT-CODE      PIC X(04).
000214     05 :PFX:-HIRE-DATE      PIC X(08).
000216     05 :PFX:-SALARY-AMT     PIC 9(07)V99.
000218     05 :PFX:-COMP-CODE      PIC 9(06).
000220     05 :PFX:-PAY-TYPE       PIC X(01).
000222     05 :PFX:-POSN-NO        PIC X(06).
000224     05 :PFX:-GRADE          PIC X(03).
000226     05 :PFX:-SUPV-ID        PIC X(06).
