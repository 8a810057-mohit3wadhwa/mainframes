000150*                                      THAT ID                   *
000160*                                    EINQ C NNNNNN   - ONE       *
000170*                                      COMPANY BY CODE           *
000180*                                  A IS THE SALARY LEVEL ASKED   *
000181*                                  FOR - 'F' FULL, 'B' MASKEXTR  *
000182*                                  BAND, 'N' NONE, BLANK         *
000183*                                  WHATEVER THE USER'S AUTHMSTR  *
000184*                                  PROFILE ALLOWS - AND IS NEVER *
000185*                                  GRANTED ABOVE THAT PROFILE,   *
000186*                                  WHICH ALSO LIMITS THE         *
000187*                                  COMPANIES WHOSE EMPLOYEES     *
000188*                                  APPEAR.  EVERY SALARY SHOWN,  *
000189*                                  AND EVERY REQUEST ABOVE THE   *
000190*                                  PROFILE OR REFUSED, IS        *
000191*                                  WRITTEN TO TD QUEUE SALG FOR  *
000192*                                  SALAUDIT.  THE FILES ARE THE  *
000193*                                  FCT ENTRIES EMPMSTR, COMPMSTR *
000194*                                  AND AUTHMSTR OVER THE SAME    *
000195*                                  VSAM CLUSTERS THE BATCH CHAIN *
000196*                                  MAINTAINS.                    *
000260*        CREDITS                 : DATA PROCESSING               *
000270******************************************************************
000280*        MODIFICATION HISTORY                                    *
000310*        09/02/26   RWM   INITIAL VERSION - READ-ONLY THIS       *
000320*                         ROUND; MAINTENANCE STAYS IN BATCH      *
000330*                         WHERE THE HISTORY AND JOURNAL LIVE.    *
000331*        10/15/26   RWM   SALARY LEVEL AND VISIBLE COMPANIES NOW *
000332*                         COME FROM THE SIGNED-ON USER'S         *
000333*                         AUTHMSTR PROFILE INSTEAD OF THE LETTER *
000334*                         TYPED ON THE COMMAND; SALARY VIEWS AND *
000335*                         ATTEMPTS ABOVE THE PROFILE ARE LOGGED  *
000336*                         TO TD QUEUE SALG.                      *
000338*        10/15/26   RWM   THE 'ATTEMPT LOGGED' MESSAGE NOW SHOWS *
000340*                         ONLY WHEN AN ABOVE-AUTHORITY RECORD    *
000342*                         WAS ACTUALLY WRITTEN - NOT ON COMPANY  *
000344*                         LOOKUPS, WHICH LOG NOTHING.            *
000346******************************************************************
000350
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. EMPINQC.
000520 01 WS-BROWSE-DONE-SW    PIC X(01) VALUE 'N'.
000530     88 WS-BROWSE-DONE   VALUE 'Y'.
000540 01 WS-BAND-CODE         PIC 9(01) VALUE ZERO.
000541 01 WS-SAL-EDIT          PIC Z,ZZZ,ZZ9.99.
000542 01 WS-EMP-KEY           PIC 9(06) VALUE ZEROES.
000543 01 WS-COMP-KEY          PIC 9(06) VALUE ZEROES.
000544 01 WS-USER-ID           PIC X(08) VALUE SPACES.
000545 01 WS-ABSTIME           PIC S9(15) COMP-3 VALUE ZERO.
000546 01 WS-LOG-DATE          PIC X(08) VALUE SPACES.
000547 01 WS-LOG-TIME          PIC X(06) VALUE SPACES.
000548 01 WS-LOG-LEN           PIC S9(04) COMP VALUE +60.
000549 01 WS-LOG-RESULT        PIC X(01) VALUE SPACE.
000550 01 WS-LOG-EMP-ID        PIC 9(06) VALUE ZEROES.
000551 01 WS-LOG-COMP          PIC 9(06) VALUE ZEROES.
000552 01 WS-LOG-OK-SW         PIC X(01) VALUE 'Y'.
000553     88 WS-LOG-OK        VALUE 'Y'.
000554 01 WS-PROFILE-SW        PIC X(01) VALUE 'N'.
000555     88 WS-HAVE-PROFILE  VALUE 'Y'.
000556 01 WS-COMP-OK-SW        PIC X(01) VALUE 'N'.
000557     88 WS-COMP-OK       VALUE 'Y'.
000558 01 WS-ABOVE-SW          PIC X(01) VALUE 'N'.
000559     88 WS-ABOVE-AUTH    VALUE 'Y'.
000560 01 WS-ATTEMPT-SW        PIC X(01) VALUE 'N'.
000561     88 WS-ATTEMPT-LOGGED VALUE 'Y'.
000562*    SALARY LEVELS RANK F 3, B 2, N 1 - A REQUEST IS GRANTED THE
000563*    LOWER OF WHAT IT ASKS FOR AND WHAT THE PROFILE ALLOWS.
000564 01 WS-PROF-RANK         PIC 9(01) VALUE 1.
000565 01 WS-REQ-RANK          PIC 9(01) VALUE 1.
000566 01 WS-GRANT-LEVEL       PIC X(01) VALUE 'N'.
000567     88 WS-GRANT-FULL    VALUE 'F'.
000568     88 WS-GRANT-BAND    VALUE 'B'.
000569     88 WS-GRANT-NONE    VALUE 'N'.
000570 01 WS-CX                PIC 9(02) COMP VALUE ZERO.
000573 01 WS-SKIP-COUNT        PIC 9(02) COMP VALUE ZERO.
000576 01 WS-SKIP-EDIT         PIC Z9.
000580
000590 01 WS-INPUT-AREA.
000600     05 WS-IN-TRANID      PIC X(04).
000660     05 FILLER            PIC X(01).
000670     05 WS-IN-KEY         PIC X(06).
000680     05 FILLER            PIC X(01).
000685*        SALARY LEVEL ASKED FOR - CAPPED AT THE USER'S PROFILE.
000690     05 WS-IN-AUTH        PIC X(01).
000700         88 WS-AUTH-FULL  VALUE 'F'.
000710         88 WS-AUTH-BAND  VALUE 'B'.
000760     COPY EMPMREC.
000770
000780     COPY COMPREC.
000782
000784     COPY AUTHREC.
000786
000788     COPY SALGREC.
000790
000800 01 WS-SCREEN-AREA.
000810     05 WS-SCREEN-LINE OCCURS 20 TIMES.
000820         10 WS-SCR-TEXT   PIC X(79).
000830         10 WS-SCR-NL     PIC X(01).
000840
000860     05 FILLER            PIC X(30)
000870            VALUE 'EMPLOYEE/COMPANY INQUIRY      '.
000880     05 FILLER            PIC X(21)
000890            VALUE 'EINQ E/P/C KEY [AUTH]'.
000900     05 FILLER            PIC X(28) VALUE SPACES.
000910
000920 01 WS-EMP-LINE.
001340        PERFORM 8000-SEND-SCREEN THRU 8000-SEND-SCREEN-EXIT
001350        GO TO 0000-RETURN
001360     END-IF
001365     PERFORM 1000-LOAD-PROFILE THRU 1000-LOAD-PROFILE-EXIT
001370     EVALUATE TRUE
001380         WHEN WS-REQ-EMP
001390             PERFORM 2000-ONE-EMPLOYEE
001450             PERFORM 4000-ONE-COMPANY
001460                     THRU 4000-ONE-COMPANY-EXIT
001470         WHEN OTHER
001480             MOVE 'USE: EINQ E/P/C KEY [AUTH]' TO WS-MSG-LINE
001490             PERFORM 7000-ADD-MSG-LINE
001500                     THRU 7000-ADD-MSG-LINE-EXIT
001510     END-EVALUATE
001511     IF NOT WS-LOG-OK
001512        MOVE 'ACCESS LOG UNAVAILABLE - SALARIES WITHHELD'
001513          TO WS-MSG-LINE
001514        PERFORM 7000-ADD-MSG-LINE THRU 7000-ADD-MSG-LINE-EXIT
001515     END-IF
001516     IF WS-ATTEMPT-LOGGED
001517        MOVE 'SALARY LEVEL HELD TO YOUR PROFILE - ATTEMPT LOGGED'
001518          TO WS-MSG-LINE
001519        PERFORM 7000-ADD-MSG-LINE THRU 7000-ADD-MSG-LINE-EXIT
001520     END-IF
001521     PERFORM 8000-SEND-SCREEN THRU 8000-SEND-SCREEN-EXIT
001522     .
001523 0000-RETURN.
001524     EXEC CICS RETURN
001525     END-EXEC
001526     .
001527
001528 1000-LOAD-PROFILE.
001529*    THE SIGNED-ON USER'S PROFILE, NOT THE LETTER ON THE COMMAND,
001530*    SETS THE HIGHEST SALARY LEVEL AND THE COMPANIES THEY MAY
001531*    SEE.  NO PROFILE LEAVES LEVEL N AND NO COMPANIES - EVERY
001532*    EMPLOYEE REQUEST IS REFUSED, COMPANY LOOKUPS STILL RUN.
001533     EXEC CICS ASSIGN USERID(WS-USER-ID)
001534                      RESP(WS-RESP)
001535     END-EXEC
001536     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
001537     END-EXEC
001538     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
001539                          YYYYMMDD(WS-LOG-DATE)
001540                          TIME(WS-LOG-TIME)
001541     END-EXEC
001542     MOVE 'N' TO WS-PROFILE-SW
001543     MOVE 1   TO WS-PROF-RANK
001544     EXEC CICS READ FILE('AUTHMSTR')
001545                    INTO(AU-AUTH-REC)
001546                    RIDFLD(WS-USER-ID)
001547                    RESP(WS-RESP)
001548     END-EXEC
001549     IF WS-RESP = DFHRESP(NORMAL)
001550        SET WS-HAVE-PROFILE TO TRUE
001551        EVALUATE TRUE
001552            WHEN AU-SAL-FULL
001553                MOVE 3 TO WS-PROF-RANK
001554            WHEN AU-SAL-BAND
001555                MOVE 2 TO WS-PROF-RANK
001556            WHEN OTHER
001557                MOVE 1 TO WS-PROF-RANK
001558        END-EVALUATE
001559     END-IF
001560*    GRANT THE LOWER OF THE LEVEL ASKED FOR AND THE PROFILE'S.
001561*    ASKING FOR MORE STILL ANSWERS AT THE PROFILE'S LEVEL, BUT
001562*    EVERY EMPLOYEE SHOWN IS LOGGED AS AN ATTEMPT ABOVE AUTHORITY.
001563     EVALUATE TRUE
001564         WHEN WS-AUTH-FULL
001565             MOVE 3 TO WS-REQ-RANK
001566         WHEN WS-AUTH-BAND
001567             MOVE 2 TO WS-REQ-RANK
001568         WHEN WS-IN-AUTH = SPACE OR LOW-VALUE
001569             MOVE WS-PROF-RANK TO WS-REQ-RANK
001570         WHEN OTHER
001571             MOVE 1 TO WS-REQ-RANK
001572     END-EVALUATE
001573     MOVE 'N' TO WS-ABOVE-SW
001574     IF WS-REQ-RANK > WS-PROF-RANK AND WS-HAVE-PROFILE
001575        SET WS-ABOVE-AUTH TO TRUE
001576        MOVE WS-PROF-RANK TO WS-REQ-RANK
001577     END-IF
001578     EVALUATE WS-REQ-RANK
001579         WHEN 3
001580             MOVE 'F' TO WS-GRANT-LEVEL
001581         WHEN 2
001582             MOVE 'B' TO WS-GRANT-LEVEL
001583         WHEN OTHER
001584             MOVE 'N' TO WS-GRANT-LEVEL
001585     END-EVALUATE
001586     .
001587 1000-LOAD-PROFILE-EXIT.
001588     EXIT.
001589
001590 2000-ONE-EMPLOYEE.
001600     IF WS-IN-KEY IS NOT NUMERIC
001610        MOVE 'EMPLOYEE ID MUST BE NUMERIC' TO WS-MSG-LINE
001620        PERFORM 7000-ADD-MSG-LINE THRU 7000-ADD-MSG-LINE-EXIT
001630        GO TO 2000-ONE-EMPLOYEE-EXIT
001640     END-IF
001641     IF NOT WS-HAVE-PROFILE
001642        MOVE WS-IN-KEY TO WS-LOG-EMP-ID
001643        PERFORM 2900-REFUSE-NO-PROFILE
001644                THRU 2900-REFUSE-NO-PROFILE-EXIT
001645        GO TO 2000-ONE-EMPLOYEE-EXIT
001646     END-IF
001650     MOVE WS-IN-KEY TO WS-EMP-KEY
001660     EXEC CICS READ FILE('EMPMSTR')
001670                    INTO(EM-EMPLOYEE-REC)
001700     END-EXEC
001710     EVALUATE WS-RESP
001720         WHEN DFHRESP(NORMAL)
001721             PERFORM 2050-CHECK-COMPANY
001722                     THRU 2050-CHECK-COMPANY-EXIT
001723             IF WS-COMP-OK
001724                PERFORM 2100-FORMAT-EMPLOYEE
001725                        THRU 2100-FORMAT-EMPLOYEE-EXIT
001726             ELSE
001727                PERFORM 2950-REFUSE-COMPANY
001728                        THRU 2950-REFUSE-COMPANY-EXIT
001730             END-IF
001750         WHEN DFHRESP(NOTFND)
001760             MOVE 'EMPLOYEE NOT ON MASTER' TO WS-MSG-LINE
001770             PERFORM 7000-ADD-MSG-LINE
001830     END-EVALUATE
001840     .
001850 2000-ONE-EMPLOYEE-EXIT.
001851     EXIT.
001852
001853 2050-CHECK-COMPANY.
001854*    AN EMPLOYEE OF A COMPANY OUTSIDE THE PROFILE IS NEVER SHOWN.
001855     MOVE 'N' TO WS-COMP-OK-SW
001856     IF AU-ALL-COMPANIES
001857        SET WS-COMP-OK TO TRUE
001858        GO TO 2050-CHECK-COMPANY-EXIT
001859     END-IF
001860     PERFORM 2060-TEST-ONE-COMPANY THRU 2060-TEST-ONE-COMPANY-EXIT
001861             VARYING WS-CX FROM 1 BY 1
001862               UNTIL WS-CX > AU-COMP-COUNT OR WS-CX > 10
001863                  OR WS-COMP-OK
001864     .
001865 2050-CHECK-COMPANY-EXIT.
001866     EXIT.
001867
001868 2060-TEST-ONE-COMPANY.
001869     IF AU-COMP-CODE(WS-CX) = EM-COMP-CODE
001870        SET WS-COMP-OK TO TRUE
001871     END-IF
001872     .
001873 2060-TEST-ONE-COMPANY-EXIT.
001874     EXIT.
001875
001880 2100-FORMAT-EMPLOYEE.
001890     MOVE EM-EMP-ID      TO SC-EMP-ID
001900     MOVE EM-EMP-NAME    TO SC-EMP-NAME
001910     MOVE EM-DEPT-CODE   TO SC-DEPT
001920     MOVE EM-COMP-CODE   TO SC-COMP
001930     MOVE EM-HIRE-DATE   TO SC-HIRE
001931     MOVE EM-STATUS-FLAG TO SC-STATUS
001932     PERFORM 2200-EDIT-SALARY THRU 2200-EDIT-SALARY-EXIT
001933*    A SALARY OR BAND ON THE SCREEN, OR ANY REQUEST ABOVE THE
001934*    PROFILE, IS LOGGED FIRST - IF THE LOG CANNOT BE WRITTEN THE
001935*    AMOUNT IS WITHHELD RATHER THAN SHOWN UNRECORDED.
001936     IF WS-ABOVE-AUTH OR NOT WS-GRANT-NONE
001937        MOVE EM-EMP-ID    TO WS-LOG-EMP-ID
001938        MOVE EM-COMP-CODE TO WS-LOG-COMP
001939        IF WS-ABOVE-AUTH
001940           MOVE 'A' TO WS-LOG-RESULT
001941        ELSE
001942           MOVE 'S' TO WS-LOG-RESULT
001943        END-IF
001944        IF WS-LOG-OK
001945           PERFORM 2400-LOG-ACCESS THRU 2400-LOG-ACCESS-EXIT
001946        END-IF
001947        IF NOT WS-LOG-OK
001948           MOVE '******' TO SC-SALARY
001949        END-IF
001950        IF WS-LOG-OK AND WS-ABOVE-AUTH
001952           SET WS-ATTEMPT-LOGGED TO TRUE
001954        END-IF
001956     END-IF
001960     ADD 1 TO WS-LINE-IX
001970     MOVE WS-EMP-LINE TO WS-SCR-TEXT(WS-LINE-IX)
001980     MOVE X'15' TO WS-SCR-NL(WS-LINE-IX)
002010     EXIT.
002020
002030 2200-EDIT-SALARY.
002035*    THE LEVEL GRANTED FROM THE USER'S PROFILE DECIDES WHAT THE
002040*    SCREEN MAY SHOW - THE SAME LEVELS THE BATCH LOOKUPS HONOR.
002070*    THE 6-BYTE CELL SHOWS THE AMOUNT IN WHOLE THOUSANDS
002080*    ('0123K'), A BAND CODE, OR STARS.
002090     EVALUATE TRUE
002100         WHEN WS-GRANT-FULL
002110             MOVE SPACES TO SC-SALARY
002120             MOVE EM-SALARY-AMT TO WS-SAL-EDIT
002130             MOVE WS-SAL-EDIT(1:5) TO SC-SALARY(1:5)
002140             MOVE 'K' TO SC-SALARY(6:1)
002160         WHEN WS-GRANT-BAND
002170             PERFORM 2300-SET-BAND THRU 2300-SET-BAND-EXIT
002180             MOVE SPACES TO SC-SALARY
002190             MOVE 'BAND'       TO SC-SALARY(1:4)
002410             MOVE 5 TO WS-BAND-CODE
002420         WHEN OTHER
002430             MOVE 6 TO WS-BAND-CODE
002431     END-EVALUATE
002432     .
002433 2300-SET-BAND-EXIT.
002434     EXIT.
002435
002436 2400-LOG-ACCESS.
002437*    ONE ACCESS-LOG RECORD TO THE EXTRAPARTITION QUEUE SALG,
002438*    WHICH SALAUDIT READS BACK FOR THE AUDITORS.
002439     MOVE SPACES         TO SL-ACCESS-REC
002440     MOVE WS-USER-ID     TO SL-USER-ID
002441     MOVE WS-LOG-DATE    TO SL-LOG-DATE
002442     MOVE WS-LOG-TIME    TO SL-LOG-TIME
002443     MOVE 'EMPINQC'      TO SL-SOURCE
002444     MOVE EIBTRMID       TO SL-TERM-ID
002445     MOVE WS-LOG-EMP-ID  TO SL-EMP-ID
002446     MOVE WS-LOG-COMP    TO SL-EMP-COMP
002447     MOVE WS-IN-AUTH     TO SL-REQ-LEVEL
002448     IF WS-HAVE-PROFILE
002449        MOVE AU-SAL-LEVEL TO SL-PROF-LEVEL
002450     END-IF
002451     MOVE WS-GRANT-LEVEL TO SL-GRANT-LEVEL
002452     MOVE WS-LOG-RESULT  TO SL-RESULT
002453     EXEC CICS WRITEQ TD QUEUE('SALG')
002454                         FROM(SL-ACCESS-REC)
002455                         LENGTH(WS-LOG-LEN)
002456                         RESP(WS-RESP)
002457     END-EXEC
002458     IF WS-RESP NOT = DFHRESP(NORMAL)
002459        MOVE 'N' TO WS-LOG-OK-SW
002460     END-IF
002461     .
002462 2400-LOG-ACCESS-EXIT.
002463     EXIT.
002464
002465 2900-REFUSE-NO-PROFILE.
002466     MOVE 'NO SALARY-ACCESS PROFILE FOR YOUR USER ID - REFUSED'
002467       TO WS-MSG-LINE
002468     PERFORM 7000-ADD-MSG-LINE THRU 7000-ADD-MSG-LINE-EXIT
002469     MOVE ZEROES TO WS-LOG-COMP
002470     MOVE 'N'    TO WS-GRANT-LEVEL
002471     MOVE 'U'    TO WS-LOG-RESULT
002472     PERFORM 2400-LOG-ACCESS THRU 2400-LOG-ACCESS-EXIT
002473     .
002474 2900-REFUSE-NO-PROFILE-EXIT.
002475     EXIT.
002476
002477 2950-REFUSE-COMPANY.
002478     MOVE 'THAT EMPLOYEE BELONGS TO A COMPANY NOT IN YOUR PROFILE'
002479       TO WS-MSG-LINE
002480     PERFORM 7000-ADD-MSG-LINE THRU 7000-ADD-MSG-LINE-EXIT
002481     MOVE EM-EMP-ID    TO WS-LOG-EMP-ID
002482     MOVE EM-COMP-CODE TO WS-LOG-COMP
002483     MOVE 'C'          TO WS-LOG-RESULT
002484     PERFORM 2400-LOG-ACCESS THRU 2400-LOG-ACCESS-EXIT
002485     .
002486 2950-REFUSE-COMPANY-EXIT.
002487     EXIT.
002488
002490 3000-PAGE-EMPLOYEES.
002500*    PAGE FORWARD FROM ANY STARTING KEY - A BROWSE OF UP TO
002510*    WS-PAGE-SIZE RECORDS.  THE LAST ID ON THE SCREEN IS THE
002520*    NATURAL KEY TO START THE NEXT PAGE FROM.
002521     IF NOT WS-HAVE-PROFILE
002522        MOVE ZEROES TO WS-LOG-EMP-ID
002523        PERFORM 2900-REFUSE-NO-PROFILE
002524                THRU 2900-REFUSE-NO-PROFILE-EXIT
002525        GO TO 3000-PAGE-EMPLOYEES-EXIT
002526     END-IF
002527     MOVE ZERO TO WS-SKIP-COUNT
002530     IF WS-IN-KEY IS NOT NUMERIC
002540        MOVE ZEROES TO WS-EMP-KEY
002550     ELSE
002720                OR WS-READ-COUNT >= WS-PAGE-SIZE
002730     EXEC CICS ENDBR FILE('EMPMSTR')
002740     END-EXEC
002741     IF WS-SKIP-COUNT > ZERO
002742        MOVE WS-SKIP-COUNT TO WS-SKIP-EDIT
002743        STRING WS-SKIP-EDIT DELIMITED SIZE
002744               ' EMPLOYEES OF OTHER COMPANIES NOT SHOWN'
002745                            DELIMITED SIZE
002746               INTO WS-MSG-LINE
002747        PERFORM 7000-ADD-MSG-LINE THRU 7000-ADD-MSG-LINE-EXIT
002748     END-IF
002750     IF WS-READ-COUNT = ZERO
002760        MOVE 'END OF EMPLOYEE MASTER' TO WS-MSG-LINE
002770        PERFORM 7000-ADD-MSG-LINE THRU 7000-ADD-MSG-LINE-EXIT
002880     END-EXEC
002890     IF WS-RESP = DFHRESP(NORMAL)
002900        ADD 1 TO WS-READ-COUNT
002901        PERFORM 2050-CHECK-COMPANY THRU 2050-CHECK-COMPANY-EXIT
002902        IF WS-COMP-OK
002903           PERFORM 2100-FORMAT-EMPLOYEE
002904                   THRU 2100-FORMAT-EMPLOYEE-EXIT
002905        ELSE
002906           ADD 1 TO WS-SKIP-COUNT
002910        END-IF
002930     ELSE
002940        SET WS-BROWSE-DONE TO TRUE
002950     END-IF
