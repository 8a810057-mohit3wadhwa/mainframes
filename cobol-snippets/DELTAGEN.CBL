000260*        09/02/26   RWM   INITIAL VERSION - RUN DQPROF OVER THE  *
000270*                         RESUPPLY FIRST; THIS CLOSES THE LOOP   *
000280*                         BY LOADING ONLY WHAT ACTUALLY CHANGED. *
000281*        10/15/26   RWM   A SUPPLIED POSITION NUMBER THAT        *
000282*                         DIFFERS FROM THE MASTER NOW MAKES THE  *
000283*                         RECORD A TRUE CHANGE SO EMPMAINT CAN   *
000284*                         MOVE THE PERSON TO THE NEW POSITION.   *
000285*                         A BLANK ONE KEEPS THE MASTER'S.        *
000286*        10/15/26   RWM   A SUPPLIED SALARY GRADE THAT DIFFERS   *
000287*                         FROM THE MASTER IS LIKEWISE A TRUE     *
000288*                         CHANGE.                                *
000289*        10/15/26   RWM   A SUPPLIED SUPERVISOR ID THAT DIFFERS  *
000290*                         FROM THE MASTER IS LIKEWISE A TRUE     *
000291*                         CHANGE.                                *
000295******************************************************************
000300
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. DELTAGEN.
002810      OR RPL-SALARY-AMT NOT = EM-SALARY-AMT
002820      OR RPL-COMP-CODE  NOT = EM-COMP-CODE
002822      OR (RPL-PAY-TYPE = 'H' AND EM-PAY-TYPE NOT = 'H')
002823      OR (RPL-PAY-TYPE NOT = 'H' AND EM-PAY-TYPE = 'H')
002824      OR (RPL-POSN-NO NOT = SPACES
002825          AND RPL-POSN-NO NOT = EM-POSN-NO)
002826      OR (RPL-GRADE NOT = SPACES
002827          AND RPL-GRADE NOT = EM-GRADE)
002828      OR (RPL-SUPV-ID NOT = SPACES
002829          AND RPL-SUPV-ID NOT = EM-SUPV-ID)
002830      OR EM-TERMINATED
002840        MOVE RPL-REC TO DLT-REC
002850        WRITE DLT-REC
