000010******************************************************************
000020*        COPYBOOK NAME    : RETRREC                              *
000030*        DESCRIPTION      : RETROACTIVE-PAY CONTROL RECORD.  ONE *
000040*                           PER BACK-DATED SALARY CHANGE THAT    *
000050*                           RETROPAY HAS RELEASED FOR PAYMENT,   *
000060*                           KEYED ON THE EMPLOYEE, THE CHANGE'S  *
000070*                           EFFECTIVE DATE (YYYYMMDD), AND THE   *
000080*                           NEW SALARY - THE CHANGE-HISTORY      *
000090*                           FILE IS CUMULATIVE, SO THIS IS WHAT  *
000100*                           STOPS THE SAME CHANGE BEING PAID     *
000110*                           AGAIN ON THE NEXT PAY RUN.  THE PAY  *
000120*                           DATE IS THE BUSINESS DATE OF THE     *
000130*                           PAYCALC RUN THE RETRO WAS RELEASED   *
000140*                           TO - A RERUN UNDER THAT SAME DATE    *
000150*                           RELEASES IT AGAIN, THE SAME RERUN    *
000160*                           RULE YTDMSTR'S LAST-PAY-DATE GIVES   *
000170*                           PAYCALC.  FIELD NAMES ARE FIXED (NOT *
000180*                           COPY REPLACING) BECAUSE THE RECORD   *
000190*                           KEY MUST MATCH THE SELECT CLAUSE,    *
000200*                           THE SAME WAY YTDREC WORKS.           *
000210*                               FD RETRMSTR.                     *
000220*                               COPY RETRREC.                    *
000230******************************************************************
000240*        MODIFICATION HISTORY                                    *
000250*        ----------------------------------------------------   *
000260*        DATE       INIT  DESCRIPTION                            *
000270*        10/15/26   RWM   INITIAL VERSION.                       *
000280******************************************************************
000290 01 RR-RETRO-REC.
000300     05 RR-KEY.
000310         10 RR-EMP-ID       PIC 9(06).
000320         10 RR-EFF-DATE     PIC X(08).
000330         10 RR-NEW-SALARY   PIC 9(07)V99.
000340     05 RR-OLD-SALARY       PIC 9(07)V99.
000350     05 RR-PERIODS          PIC 9(03).
000360     05 RR-RETRO-AMT        PIC 9(07)V99.
000370     05 RR-PAY-DATE         PIC X(08).
000380     05 RR-APPLY-DATE       PIC X(08).
