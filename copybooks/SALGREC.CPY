000010******************************************************************
000020*        COPYBOOK NAME    : SALGREC                              *
000030*        DESCRIPTION      : SENSITIVE-DATA ACCESS LOG RECORD -   *
000040*                           ONE PER EMPLOYEE LOOKUP THAT SHOWED  *
000050*                           A SALARY OR AMOUNT BAND, AND ONE PER *
000060*                           LOOKUP REFUSED OR CUT BACK BECAUSE   *
000070*                           IT ASKED FOR MORE THAN THE USER'S    *
000080*                           PROFILE ALLOWS.  EMPINQC WRITES IT   *
000090*                           TO TRANSIENT DATA QUEUE SALG,        *
000100*                           INQPROC TO ITS OWN APPEND-ONLY FILE; *
000110*                           SALAUDIT READS BOTH FOR THE          *
000120*                           AUDITORS' WEEKLY REPORT.  THE LEVELS *
000130*                           ARE THE AUTHREC SALARY LEVELS F/B/N. *
000140*                               FD SALGLOG.                      *
000150*                               COPY SALGREC.                    *
000160******************************************************************
000170*        MODIFICATION HISTORY                                    *
000180*        ----------------------------------------------------   *
000190*        DATE       INIT  DESCRIPTION                            *
000200*        10/15/26   RWM   INITIAL VERSION.                       *
000210******************************************************************
000220 01 SL-ACCESS-REC.
000230     05 SL-USER-ID          PIC X(08).
000240     05 SL-LOG-DATE         PIC X(08).
000250     05 SL-LOG-TIME         PIC X(06).
000260     05 SL-SOURCE           PIC X(08).
000270     05 SL-TERM-ID          PIC X(04).
000280     05 SL-EMP-ID           PIC 9(06).
000290     05 SL-EMP-COMP         PIC 9(06).
000300*    THE LEVEL ASKED FOR (BLANK = WHATEVER THE PROFILE ALLOWS),
000310*    THE PROFILE'S LEVEL, AND THE LEVEL ACTUALLY SHOWN.
000320     05 SL-REQ-LEVEL        PIC X(01).
000330     05 SL-PROF-LEVEL       PIC X(01).
000340     05 SL-GRANT-LEVEL      PIC X(01).
000350     05 SL-RESULT           PIC X(01).
000360         88 SL-SHOWN        VALUE 'S'.
000370         88 SL-ABOVE-AUTH   VALUE 'A'.
000380         88 SL-COMP-REFUSED VALUE 'C'.
000390         88 SL-NO-PROFILE   VALUE 'U'.
000400     05 FILLER              PIC X(10).
