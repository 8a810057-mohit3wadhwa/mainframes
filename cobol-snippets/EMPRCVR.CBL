000278*                         SELECTION SPANNING MORE THAN ONE RUN,  *
000279*                         AND AN UNFILTERED BACKOUT IS SHOUTED   *
000280*                         AS A FULL-JOURNAL UNWIND.              *
000281*        10/15/26   RWM   JOURNAL IMAGES WIDENED TO 69 BYTES FOR *
000282*                         THE POSITION NUMBER NOW CARRIED ON THE *
000283*                         EMPLOYEE MASTER.  A BACKOUT RESTORES   *
000284*                         THE MASTER ONLY - POSITIONS FILLED OR  *
000285*                         VACATED BY THE BACKED-OUT RUN MUST BE  *
000286*                         RESET WITH POSMAINT.                   *
000287*        10/15/26   RWM   JOURNAL IMAGES WIDENED TO 72 BYTES FOR *
000288*                         THE SALARY GRADE NOW CARRIED ON THE    *
000289*                         EMPLOYEE MASTER.                       *
000290*        10/15/26   RWM   JOURNAL IMAGES WIDENED TO 78 BYTES FOR *
000291*                         THE SUPERVISOR ID NOW CARRIED ON THE   *
000292*                         EMPLOYEE MASTER.                       *
000294******************************************************************
000296
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. EMPRCVR.
000320 AUTHOR. R MEHTA.
001030                    INDEXED BY JX.
001040            10 WS-JRN-ACTION   PIC X(07).
001050            10 WS-JRN-EMP-ID   PIC 9(06).
001060            10 WS-JRN-BEFORE   PIC X(78).
001070            10 WS-JRN-AFTER    PIC X(78).
001080
001090 01 WS-ABEND-DDNAME      PIC X(08) VALUE SPACES.
001100 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
