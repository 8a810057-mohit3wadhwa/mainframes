000220*                         DUPLICATES BUT BOTH RECORDS STAYED IN  *
000230*                         THE EXTRACT, SO EVERY DOWNSTREAM       *
000240*                         REPORT DOUBLE-COUNTED THOSE PEOPLE.    *
000241*        10/15/26   RWM   DROP RECORD WIDENED TO THE 60-BYTE     *
000242*                         EXTRACT SO A DROPPED RECORD KEEPS ITS  *
000243*                         POSITION NUMBER.                       *
000244*        10/15/26   RWM   DROP RECORD WIDENED TO THE 63-BYTE     *
000245*                         EXTRACT FOR THE SALARY GRADE.          *
000246*        10/15/26   RWM   DROP RECORD WIDENED TO THE 69-BYTE     *
000247*                         EXTRACT FOR THE SUPERVISOR ID.         *
000250******************************************************************
000260
000270 IDENTIFICATION DIVISION.
000690
000700 FD DRPFILE.
000710 01 DRP-REC.
000720     05 DRP-DATA          PIC X(69).
000730     05 FILLER            PIC X(01) VALUE SPACE.
000740     05 DRP-RULE          PIC X(30).
000750
