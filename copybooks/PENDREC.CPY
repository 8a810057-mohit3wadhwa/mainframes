000010******************************************************************
000020*        COPYBOOK NAME    : PENDREC                              *
000030*        DESCRIPTION      : PENDING-CHANGE MASTER FOR DUAL       *
000040*                           APPROVAL - ONE ROW PER EMPLOYEE PER  *
000050*                           KIND OF CHANGE ('S' A SALARY CHANGE  *
000060*                           EMPMAINT HELD BECAUSE IT MOVED THE   *
000070*                           SALARY BY MORE THAN THE APPRCTL      *
000080*                           PERCENT, 'B' A BANK ROUTING/ACCOUNT  *
000090*                           ADD OR CHANGE FROM BANKMAIN),        *
000100*                           STAMPED WITH THE USER WHO ENTERED    *
000110*                           IT.  PENDAPPR APPLIES OR REJECTS A   *
000120*                           PENDING ROW ON A CARD FROM A         *
000130*                           DIFFERENT USER AND LEAVES THE        *
000140*                           DECISION ON THE ROW; A LATER CHANGE  *
000150*                           FOR THE SAME EMPLOYEE AND KIND       *
000160*                           REPLACES IT.  PENDRPT AND AUDRPT     *
000170*                           REPORT THE ROWS STILL PENDING.       *
000180*                           FIELD NAMES ARE FIXED (NOT COPY      *
000190*                           REPLACING) BECAUSE THE RECORD KEY    *
000200*                           MUST MATCH THE SELECT CLAUSE, THE    *
000210*                           SAME WAY BANKREC WORKS.              *
000220*                               FD PENDMSTR.                     *
000230*                               COPY PENDREC.                    *
000240******************************************************************
000250*        MODIFICATION HISTORY                                    *
000260*        ----------------------------------------------------   *
000270*        DATE       INIT  DESCRIPTION                            *
000280*        10/15/26   RWM   INITIAL VERSION.                       *
000290******************************************************************
000300 01 PD-PEND-REC.
000310     05 PD-KEY.
000320         10 PD-EMP-ID       PIC 9(06).
000330         10 PD-TYPE         PIC X(01).
000340             88 PD-SALARY-CHG VALUE 'S'.
000350             88 PD-BANK-CHG   VALUE 'B'.
000360     05 PD-STATUS           PIC X(01).
000370         88 PD-PENDING      VALUE 'P'.
000380         88 PD-APPROVED     VALUE 'A'.
000390         88 PD-REJECTED     VALUE 'R'.
000400     05 PD-SOURCE           PIC X(08).
000410     05 PD-MAKER-ID         PIC X(08).
000420     05 PD-ENTERED-DATE     PIC X(08).
000430     05 PD-ENTERED-TIME     PIC X(08).
000440*    A SALARY ROW - THE MASTER'S SALARY WHEN THE CHANGE WAS HELD,
000450*    THE SALARY ASKED FOR, AND THE SIZE OF THE MOVE AS A PERCENT.
000460     05 PD-OLD-SALARY       PIC 9(07)V99.
000470     05 PD-NEW-SALARY       PIC 9(07)V99.
000480     05 PD-PCT-CHANGE       PIC 9(03)V99.
000490*    A BANK ROW - 'A' A NEW BANK ROW, 'C' A CHANGE TO THE ROUTING
000500*    AND ACCOUNT ON FILE (THE OLD VALUES ARE BLANK ON AN ADD).
000510     05 PD-BANK-ACTION      PIC X(01).
000520         88 PD-BANK-ADD     VALUE 'A'.
000530         88 PD-BANK-CHANGE  VALUE 'C'.
000540     05 PD-OLD-ROUTING      PIC X(09).
000550     05 PD-OLD-ACCOUNT      PIC X(17).
000560     05 PD-NEW-ROUTING      PIC X(09).
000570     05 PD-NEW-ACCOUNT      PIC X(17).
000580*    THE DECISION - FILLED BY PENDAPPR.
000590     05 PD-CHECKER-ID       PIC X(08).
000600     05 PD-DECIDED-DATE     PIC X(08).
000610     05 PD-REASON           PIC X(20).
000620     05 FILLER              PIC X(19).
