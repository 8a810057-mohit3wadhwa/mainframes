000260*        09/02/26   RWM   INITIAL VERSION - THE KEYED TERMCTL    *
000270*                         CARD WAS OUR SINGLE BIGGEST SOURCE OF  *
000280*                         MASTER-FILE CORRECTIONS.               *
000281*        10/15/26   RWM   NEW REASON CODE IN COL 38 OF THE FEED, *
000282*                         AND THE TERMCTL CARD NOW CARRIES THE   *
000283*                         LAST DAY WORKED, REASON AND CODE SO    *
000284*                         EMPMAINT CAN APPEND THE TERMINATION    *
000285*                         HISTORY WHEN IT APPLIES THE TERM - FOR *
000286*                         SPLITTING OUT VOLUNTARY LEAVERS.       *
000290******************************************************************
000300
000310 IDENTIFICATION DIVISION.
000720     05 TF-TERM-DATE      PIC X(08).
000730     05 FILLER            PIC X(01).
000740     05 TF-REASON         PIC X(20).
000742     05 FILLER            PIC X(01).
000744     05 TF-REASON-CODE    PIC X(01).
000746         88 TF-REASON-KNOWN VALUE 'V' 'I' 'R' 'O'.
000750     05 FILLER            PIC X(42).
000760
000770 FD EMPMSTR.
000780     COPY EMPMREC.
000790
000793*    THE TERMCTL CARD CARRIES THE NOTICE IN THE FEED'S OWN
000796*    COLUMNS SO EMPMAINT CAN RECORD IT ONCE THE TERM IS APPLIED.
000800 FD TRMOUT.
000810 01 TO-REC.
000820     05 TO-EMP-ID         PIC 9(06).
000821     05 FILLER            PIC X(01).
000822     05 TO-TERM-DATE      PIC X(08).
000823     05 FILLER            PIC X(01).
000824     05 TO-REASON         PIC X(20).
000825     05 FILLER            PIC X(01).
000826     05 TO-REASON-CODE    PIC X(01).
000830     05 FILLER            PIC X(42).
000840
000850 FD EXCFILE.
000860 01 EXC-REC.
001070 01 WS-READ-COUNT        PIC 9(05) VALUE ZEROES COMP.
001080 01 WS-CLEAN-COUNT       PIC 9(05) VALUE ZEROES COMP.
001090 01 WS-EXC-COUNT         PIC 9(05) VALUE ZEROES COMP.
001095 01 WS-NOREASON-COUNT    PIC 9(05) VALUE ZEROES COMP.
001100 01 WS-ABEND-DDNAME      PIC X(08) VALUE SPACES.
001110 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
001120 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
001360     DISPLAY 'TERMPROC - NOTICES READ     : ' WS-READ-COUNT
001370     DISPLAY 'TERMPROC - CLEAN TERM CARDS : ' WS-CLEAN-COUNT
001380     DISPLAY 'TERMPROC - TO SUSPENSE      : ' WS-EXC-COUNT
001385     DISPLAY 'TERMPROC - NO REASON CODE   : ' WS-NOREASON-COUNT
001390     STOP RUN
001400     .
001410
002270                PERFORM 2200-WRITE-EXCEPTION
002280                        THRU 2200-WRITE-EXCEPTION-EXIT
002290             ELSE
002295                PERFORM 2300-WRITE-TERM-CARD
002300                        THRU 2300-WRITE-TERM-CARD-EXIT
002330             END-IF
002340     END-READ
002350     .
002410     WRITE EXC-REC
002420     ADD 1 TO WS-EXC-COUNT
002430     .
002431 2200-WRITE-EXCEPTION-EXIT.
002432     EXIT.
002433
002434 2300-WRITE-TERM-CARD.
002435*    THE MASTER HOLDS THE NOTICE'S EMPLOYEE AT THIS POINT.  THE
002436*    REASON CODE IS TAKEN ONLY WHEN IT IS ONE THE HISTORY KNOWS -
002437*    ANYTHING ELSE IS KEPT AS NOT KNOWN RATHER THAN GUESSED AT;
002438*    THE FREE-TEXT REASON STILL GOES ACROSS AS SENT.
002439     MOVE SPACES         TO TO-REC
002440     MOVE EM-EMP-ID      TO TO-EMP-ID
002441     MOVE TF-TERM-DATE   TO TO-TERM-DATE
002442     MOVE TF-REASON      TO TO-REASON
002443     IF TF-REASON-KNOWN
002444        MOVE TF-REASON-CODE TO TO-REASON-CODE
002445     ELSE
002446        ADD 1 TO WS-NOREASON-COUNT
002447     END-IF
002448     WRITE TO-REC
002449     ADD 1 TO WS-CLEAN-COUNT
002450     .
002451 2300-WRITE-TERM-CARD-EXIT.
002452     EXIT.
002460
002470 9000-ABEND-PARA.
002480*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
