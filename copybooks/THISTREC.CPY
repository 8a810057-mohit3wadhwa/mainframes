000010******************************************************************
000020*        COPYBOOK NAME    : THISTREC                             *
000030*        DESCRIPTION      : TERMINATION NOTICE HISTORY RECORD.   *
000040*                           EMPMAINT APPENDS ONE FOR EVERY TERM  *
000050*                           IT APPLIES FROM A TERMPROC NOTICE,   *
000060*                           KEEPING WHAT THE MASTER AND THE      *
000070*                           CHANGE HISTORY DO NOT: THE           *
000080*                           EMPLOYEE'S LAST DAY AS NOTIFIED AND  *
000090*                           WHY THEY LEFT.  THE REASON CODE IS   *
000100*                           'V' VOLUNTARY (RESIGNED), 'I'        *
000110*                           INVOLUNTARY (DISMISSED OR LAID OFF), *
000120*                           'R' RETIRED, 'O' ANY OTHER REASON,   *
000130*                           OR BLANK WHEN THE FEED DID NOT SAY;  *
000140*                           THE FREE-TEXT REASON IS KEPT AS      *
000150*                           SENT.  DEPARTMENT AND COMPANY ARE AS *
000160*                           THEY STOOD ON THE MASTER THE DAY THE *
000170*                           TERM WAS APPLIED.  DATES ARE         *
000180*                           YYYYMMDD.  READ BY TURNRPT.  COPY    *
000190*                           WITH REPLACING TO SET THE RECORD     *
000200*                           NAME AND PREFIX, E.G.:               *
000210*                               FD THISTFILE.                    *
000220*                               COPY THISTREC REPLACING          *
000230*                                 ==:RECNAME:== BY ==TH-REC==    *
000240*                                 ==:PFX:==     BY ==TH==.       *
000250******************************************************************
000260*        MODIFICATION HISTORY                                    *
000270*        ----------------------------------------------------   *
000280*        DATE       INIT  DESCRIPTION                            *
000290*        10/15/26   RWM   INITIAL VERSION.                       *
000300*        10/15/26   RWM   WRITTEN BY EMPMAINT ON APPLY, NOT BY   *
000310*                         TERMPROC AHEAD OF IT.                  *
000320******************************************************************
000330 01 :RECNAME:.
000340     05 :PFX:-EMP-ID        PIC 9(06).
000350     05 :PFX:-TERM-DATE     PIC X(08).
000360     05 :PFX:-REASON-CODE   PIC X(01).
000370         88 :PFX:-VOLUNTARY     VALUE 'V'.
000380         88 :PFX:-INVOLUNTARY   VALUE 'I'.
000390         88 :PFX:-RETIRED       VALUE 'R'.
000400         88 :PFX:-OTHER-REASON  VALUE 'O'.
000410         88 :PFX:-REASON-KNOWN  VALUE 'V' 'I' 'R' 'O'.
000420     05 :PFX:-REASON        PIC X(20).
000430     05 :PFX:-DEPT-CODE     PIC X(04).
000440     05 :PFX:-COMP-CODE     PIC 9(06).
000450     05 :PFX:-PROC-DATE     PIC X(08).
000460     05 FILLER              PIC X(27) VALUE SPACES.
