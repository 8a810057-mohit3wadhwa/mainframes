000281*                         'F' FULL, 'B' MASKEXTR BAND, ANYTHING  *
000282*                         ELSE SUPPRESSED - THE STRICTEST        *
000283*                         DEFAULT.                               *
000284*        10/15/26   RWM   EMPLOYEE LOOKUPS NOW RUN UNDER THE     *
000285*                         SUBMITTING USER'S AUTHMSTR PROFILE     *
000286*                         (USER ID FROM THE EXEC PARM): COL 24   *
000287*                         ONLY ASKS FOR A LEVEL, THE PROFILE     *
000288*                         CAPS IT AND LIMITS THE COMPANIES       *
000289*                         SHOWN.  EVERY SALARY SHOWN, AND EVERY  *
000290*                         REQUEST ABOVE THE PROFILE OR REFUSED,  *
000291*                         IS LOGGED TO SALGDD FOR SALAUDIT.      *
000292*        10/15/26   RWM   THE USER ID WHOSE AUTHMSTR PROFILE     *
000293*                         GOVERNS EMPLOYEE LOOKUPS NOW COMES     *
000294*                         FROM THE SIGNED-ON USER'S SECURITY     *
000295*                         ENVIRONMENT (SECUSER) - THE EXEC PARM  *
000296*                         IS GONE, AS ANY SUBMITTER COULD CODE   *
000297*                         ANOTHER USER'S ID IN IT.               *
000298******************************************************************
000299
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. INQPROC.
000320 AUTHOR. R MEHTA.
000566     ACCESS MODE IS DYNAMIC
000567     RECORD KEY IS EM-EMP-ID
000568     FILE STATUS IS WS-EMPMSTR-STATUS.
000569
000570     SELECT AUTHMSTR ASSIGN TO AUTHMSTR
000571     ORGANIZATION IS INDEXED
000572     ACCESS MODE IS RANDOM
000573     RECORD KEY IS AU-USER-ID
000574     FILE STATUS IS WS-AUTHMSTR-STATUS.
000575
000576     SELECT SALGLOG  ASSIGN TO SALGDD
000577     ORGANIZATION IS LINE SEQUENTIAL
000578     FILE STATUS IS WS-SALGLOG-STATUS.
000579
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD COMPMSTR.
000675         88 INQ-BY-EMP    VALUE 'E'.
000680     05 FILLER            PIC X(01).
000690     05 INQ-VALUE         PIC X(20).
000691     05 FILLER            PIC X(01).
000692*        THE SALARY LEVEL ASKED FOR - NEVER MORE THAN THE
000693*        SUBMITTING USER'S AUTHMSTR PROFILE ALLOWS.  BLANK TAKES
000694*        THE PROFILE'S LEVEL.
000695     05 INQ-AUTH          PIC X(01).
000696         88 INQ-AUTH-FULL VALUE 'F'.
000697         88 INQ-AUTH-BAND VALUE 'B'.
000700     05 FILLER            PIC X(56).
000772
000774 FD EMPMSTR.
000776     COPY EMPMREC.
000777
000778 FD AUTHMSTR.
000779     COPY AUTHREC.
000780
000781 FD SALGLOG.
000782     COPY SALGREC.
000783
000790 WORKING-STORAGE SECTION.
000800 01 WS-COMPANY-MAX    PIC 9(03) COMP VALUE 200.
000810 01 WS-COMPANY-COUNT  PIC 9(03) COMP VALUE ZERO.
001007 01 WS-EMP-NAME-COPY    PIC X(20) VALUE SPACES.
001008 01 WS-EMP-STRING-LEN   PIC 9(02) COMP VALUE ZERO.
001009 01 WS-BAND-CODE        PIC 9(01) VALUE ZERO.
001010 01 WS-AUTHMSTR-STATUS  PIC X(02) VALUE '00'.
001011 01 WS-SALGLOG-STATUS   PIC X(02) VALUE '00'.
001012     88 WS-SALGLOG-OK   VALUE '00'.
001013 01 WS-USER-ID          PIC X(08) VALUE SPACES.
001014 01 WS-PROFILE-SW       PIC X(01) VALUE 'N'.
001015     88 WS-HAVE-PROFILE VALUE 'Y'.
001016 01 WS-COMP-OK-SW       PIC X(01) VALUE 'N'.
001017     88 WS-COMP-OK      VALUE 'Y'.
001018 01 WS-BY-ID-SW         PIC X(01) VALUE 'N'.
001019     88 WS-LOOKUP-BY-ID VALUE 'Y'.
001020 01 WS-ABOVE-SW         PIC X(01) VALUE 'N'.
001021     88 WS-ABOVE-AUTH   VALUE 'Y'.
001022*    SALARY LEVELS RANK F 3, B 2, N 1 - A REQUEST IS GRANTED THE
001023*    LOWER OF WHAT IT ASKS FOR AND WHAT THE PROFILE ALLOWS.
001024 01 WS-PROF-RANK        PIC 9(01) VALUE 1.
001025 01 WS-REQ-RANK         PIC 9(01) VALUE 1.
001026 01 WS-GRANT-LEVEL      PIC X(01) VALUE 'N'.
001027     88 WS-GRANT-FULL   VALUE 'F'.
001028     88 WS-GRANT-BAND   VALUE 'B'.
001029     88 WS-GRANT-NONE   VALUE 'N'.
001030 01 WS-CX               PIC 9(02) COMP VALUE ZERO.
001031 01 WS-LOG-EMP-ID       PIC 9(06) VALUE ZEROES.
001032 01 WS-LOG-COMP         PIC 9(06) VALUE ZEROES.
001033 01 WS-LOG-RESULT       PIC X(01) VALUE SPACE.
001034 01 WS-LOG-DATE         PIC X(08) VALUE SPACES.
001035 01 WS-LOG-TIME         PIC X(08) VALUE SPACES.
001036 01 WS-DENY-COUNT       PIC 9(03) COMP VALUE ZERO.
001037 01 WS-DENIED-COUNT     PIC 9(05) VALUE ZEROES COMP.
001038 01 WS-ABOVE-COUNT      PIC 9(05) VALUE ZEROES COMP.
001039 01 WS-LOG-COUNT        PIC 9(05) VALUE ZEROES COMP.
001040 01 WS-HIT-COUNT        PIC 9(03) COMP VALUE ZERO.
001041 01 WS-REQ-COUNT        PIC 9(05) VALUE ZEROES COMP.
001042 01 WS-FOUND-COUNT      PIC 9(05) VALUE ZEROES COMP.
001043 01 WS-NOTFND-COUNT     PIC 9(05) VALUE ZEROES COMP.
001050 01 WS-BADREQ-COUNT     PIC 9(05) VALUE ZEROES COMP.
001060 01 WS-ABEND-DDNAME     PIC X(08) VALUE SPACES.
001070 01 WS-ABEND-STATUS     PIC X(02) VALUE SPACES.
001510     05 RS-NOTFND        PIC ZZZZ9.
001520     05 FILLER           PIC X(11) VALUE '  INVALID: '.
001530     05 RS-BADREQ        PIC ZZZZ9.
001533     05 FILLER           PIC X(10) VALUE '  DENIED: '.
001536     05 RS-DENIED        PIC ZZZZ9.
001540     05 FILLER           PIC X(04) VALUE SPACES.
001550
001560 PROCEDURE DIVISION.
001570 0000-MAINLINE.
001640     CLOSE INQFILE
001650           RPTFILE
001652           EMPMSTR
001653           AUTHMSTR
001654           SALGLOG
001655     IF WS-ABOVE-COUNT > ZERO
001656        MOVE 4 TO RETURN-CODE
001657     END-IF
001660     PERFORM 9500-WRITE-AUDIT-RECORD
001670             THRU 9500-WRITE-AUDIT-RECORD-EXIT
001680     STOP RUN
002338        MOVE WS-EMPMSTR-STATUS TO WS-ABEND-STATUS
002339        PERFORM 1200-ABEND-PARA THRU 1200-ABEND-PARA-EXIT
002340     END-IF
002341     PERFORM 1600-LOAD-PROFILE THRU 1600-LOAD-PROFILE-EXIT
002342     OPEN EXTEND SALGLOG
002343     IF NOT WS-SALGLOG-OK
002344        MOVE 'SALGDD' TO WS-ABEND-DDNAME
002345        MOVE WS-SALGLOG-STATUS TO WS-ABEND-STATUS
002346        PERFORM 1200-ABEND-PARA THRU 1200-ABEND-PARA-EXIT
002347     END-IF
002348     ACCEPT WS-RUN-DATE FROM DATE
002350     STRING WS-RUN-MM DELIMITED SIZE
002360            '/'       DELIMITED SIZE
002370            WS-RUN-DD DELIMITED SIZE
002410     MOVE WS-RUN-DATE-EDIT TO RH-DATE
002420     WRITE RPT-LINE FROM WS-RPT-HDR-LINE
002430     MOVE SPACES TO RPT-LINE
002431     WRITE RPT-LINE
002432     .
002433 1500-OPEN-REQUESTS-EXIT.
002434     EXIT.
002435
002436 1600-LOAD-PROFILE.
002437*    THE USER'S PROFILE SETS THE HIGHEST SALARY LEVEL AND THE
002438*    COMPANIES FOR EVERY EMPLOYEE REQUEST IN THE RUN.  NO USER
002439*    ID OR NO PROFILE LEAVES LEVEL N AND NO COMPANIES, SO EVERY
002440*    EMPLOYEE REQUEST IS REFUSED - COMPANY LOOKUPS STILL RUN.
002441*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
002442*    OPEN - THE NORMAL CASE THE VERY FIRST TIME THE JOB RUNS.
002443     OPEN I-O AUTHMSTR
002444     IF WS-AUTHMSTR-STATUS NOT = '00' AND
002445        WS-AUTHMSTR-STATUS NOT = '05'
002446        MOVE 'AUTHMSTR' TO WS-ABEND-DDNAME
002447        MOVE WS-AUTHMSTR-STATUS TO WS-ABEND-STATUS
002448        PERFORM 1200-ABEND-PARA THRU 1200-ABEND-PARA-EXIT
002449     END-IF
002450     MOVE SPACES TO WS-USER-ID
002451*    THE USER ID COMES FROM THE SECURITY ENVIRONMENT THE JOB
002452*    WAS SIGNED ON UNDER, NOT FROM ANYTHING THE SUBMITTER CODES.
002453     CALL 'SECUSER' USING WS-USER-ID
002454     MOVE 'N' TO WS-PROFILE-SW
002455     MOVE 1   TO WS-PROF-RANK
002456     IF WS-USER-ID = SPACES
002457        DISPLAY 'INQPROC - NO SIGNED-ON USER ID - EMPLOYEE '
002458                'REQUESTS WILL BE REFUSED'
002459        GO TO 1600-LOAD-PROFILE-EXIT
002460     END-IF
002461     MOVE WS-USER-ID TO AU-USER-ID
002462     READ AUTHMSTR KEY IS AU-USER-ID
002463         INVALID KEY
002464             DISPLAY 'INQPROC - NO SALARY-ACCESS PROFILE FOR '
002465                     WS-USER-ID ' - EMPLOYEE REQUESTS REFUSED'
002466         NOT INVALID KEY
002467             SET WS-HAVE-PROFILE TO TRUE
002468             EVALUATE TRUE
002469                 WHEN AU-SAL-FULL
002470                     MOVE 3 TO WS-PROF-RANK
002471                 WHEN AU-SAL-BAND
002472                     MOVE 2 TO WS-PROF-RANK
002473                 WHEN OTHER
002474                     MOVE 1 TO WS-PROF-RANK
002475             END-EVALUATE
002476             DISPLAY 'INQPROC - REQUESTS RUN FOR USER '
002477                     WS-USER-ID ' SALARY LEVEL ' AU-SAL-LEVEL
002478     END-READ
002479     .
002480 1600-LOAD-PROFILE-EXIT.
002483     EXIT.
002486
002490 2000-PROCESS-REQUEST.
002500     READ INQFILE
002510         AT END SET WS-INQ-EOF TO TRUE
002600
002610 2100-RESOLVE-REQUEST.
002620     MOVE ZERO TO WS-HIT-COUNT
002625                  WS-DENY-COUNT
002630     EVALUATE TRUE
002640         WHEN INQ-BY-NAME
002650             MOVE 'NAME' TO RQ-TYPE
002840             GO TO 2100-RESOLVE-REQUEST-EXIT
002850     END-EVALUATE
002860     IF WS-HIT-COUNT = ZERO
002864        IF WS-DENY-COUNT > ZERO
002868           ADD 1 TO WS-DENIED-COUNT
002872        ELSE
002876           WRITE RPT-LINE FROM WS-RPT-MISS-LINE
002880           ADD 1 TO WS-NOTFND-COUNT
002884        END-IF
002890     ELSE
002900        ADD 1 TO WS-FOUND-COUNT
002910     END-IF
003450     IF WS-COMPANY-CODE(I) = WS-SEARCH-CODE
003460        MOVE WS-COMPANY-CODE(I) TO RM-CODE
003470        MOVE WS-COMPANY-NAME(I) TO RM-NAME
003471        WRITE RPT-LINE FROM WS-RPT-HIT-LINE
003472        ADD 1 TO WS-HIT-COUNT
003473     END-IF
003474     .
003475 4100-TEST-ONE-CODE-EXIT.
003476     EXIT.
003477
003478 5000-SEARCH-EMPLOYEE.
003479*    A NUMERIC VALUE IS AN EXACT EMPLOYEE-ID READ AGAINST THE
003480*    INDEX; ANYTHING ELSE IS THE CASE-INSENSITIVE LEADING-
003481*    SUBSTRING NAME MATCH RUN OVER THE WHOLE MASTER - THE SAME
003482*    RULE THE COMPANY SEARCH APPLIES TO ITS TABLE.
003483     IF NOT WS-HAVE-PROFILE
003484        MOVE SPACES TO RPT-LINE
003485        MOVE '   ** REFUSED - NO SALARY-ACCESS PROFILE **'
003486          TO RPT-LINE
003487        WRITE RPT-LINE
003488        ADD 1 TO WS-DENY-COUNT
003489        MOVE ZEROES TO WS-LOG-EMP-ID
003490                       WS-LOG-COMP
003491        IF INQ-VALUE(1:6) IS NUMERIC
003492           MOVE INQ-VALUE(1:6) TO WS-LOG-EMP-ID
003493        END-IF
003494        MOVE 'N' TO WS-GRANT-LEVEL
003495        MOVE 'U' TO WS-LOG-RESULT
003496        PERFORM 5800-LOG-ACCESS THRU 5800-LOG-ACCESS-EXIT
003497        GO TO 5000-SEARCH-EMPLOYEE-EXIT
003498     END-IF
003499     PERFORM 5050-SET-LEVEL THRU 5050-SET-LEVEL-EXIT
003500     IF INQ-VALUE(1:6) IS NUMERIC AND INQ-VALUE(7:14) = SPACES
003501        MOVE 'Y' TO WS-BY-ID-SW
003502        PERFORM 5100-EMP-BY-ID THRU 5100-EMP-BY-ID-EXIT
003503     ELSE
003504        MOVE 'N' TO WS-BY-ID-SW
003505        PERFORM 5200-EMP-BY-NAME THRU 5200-EMP-BY-NAME-EXIT
003506     END-IF
003507     .
003508 5000-SEARCH-EMPLOYEE-EXIT.
003509     EXIT.
003510
003511 5050-SET-LEVEL.
003512*    GRANT THE LOWER OF THE LEVEL ON THE CARD AND THE PROFILE'S.
003513*    A CARD ASKING FOR MORE THAN THE PROFILE IS STILL ANSWERED AT
003514*    THE PROFILE'S LEVEL, BUT EVERY EMPLOYEE IT TOUCHES IS LOGGED
003515*    AS AN ATTEMPT ABOVE AUTHORITY.
003516     EVALUATE TRUE
003517         WHEN INQ-AUTH-FULL
003518             MOVE 3 TO WS-REQ-RANK
003519         WHEN INQ-AUTH-BAND
003520             MOVE 2 TO WS-REQ-RANK
003521         WHEN INQ-AUTH = SPACE
003522             MOVE WS-PROF-RANK TO WS-REQ-RANK
003523         WHEN OTHER
003524             MOVE 1 TO WS-REQ-RANK
003525     END-EVALUATE
003526     MOVE 'N' TO WS-ABOVE-SW
003527     IF WS-REQ-RANK > WS-PROF-RANK
003528        SET WS-ABOVE-AUTH TO TRUE
003529        MOVE WS-PROF-RANK TO WS-REQ-RANK
003530     END-IF
003531     EVALUATE WS-REQ-RANK
003532         WHEN 3
003533             MOVE 'F' TO WS-GRANT-LEVEL
003534         WHEN 2
003535             MOVE 'B' TO WS-GRANT-LEVEL
003536         WHEN OTHER
003537             MOVE 'N' TO WS-GRANT-LEVEL
003538     END-EVALUATE
003539     .
003540 5050-SET-LEVEL-EXIT.
003541     EXIT.
003545
003546 5100-EMP-BY-ID.
003547     MOVE INQ-VALUE(1:6) TO EM-EMP-ID
003598 5300-SCAN-ONE-EMP-EXIT.
003599     EXIT.
003600
003601 5400-CHECK-COMPANY.
003602     MOVE 'N' TO WS-COMP-OK-SW
003603     IF AU-ALL-COMPANIES
003604        SET WS-COMP-OK TO TRUE
003605        GO TO 5400-CHECK-COMPANY-EXIT
003606     END-IF
003607     PERFORM 5410-TEST-ONE-COMPANY THRU 5410-TEST-ONE-COMPANY-EXIT
003608             VARYING WS-CX FROM 1 BY 1
003609               UNTIL WS-CX > AU-COMP-COUNT OR WS-CX > 10
003610                  OR WS-COMP-OK
003611     .
003612 5400-CHECK-COMPANY-EXIT.
003613     EXIT.
003614
003615 5410-TEST-ONE-COMPANY.
003616     IF AU-COMP-CODE(WS-CX) = EM-COMP-CODE
003617        SET WS-COMP-OK TO TRUE
003618     END-IF
003619     .
003620 5410-TEST-ONE-COMPANY-EXIT.
003621     EXIT.
003622
003623 5500-PRINT-EMPLOYEE.
003624*    AN EMPLOYEE OF A COMPANY OUTSIDE THE PROFILE IS NEVER SHOWN.
003625*    A NAME SEARCH SIMPLY PASSES OVER THEM; AN ID LOOKUP IS
003626*    REFUSED AND LOGGED, SINCE IT ASKED FOR THAT PERSON.
003627     PERFORM 5400-CHECK-COMPANY THRU 5400-CHECK-COMPANY-EXIT
003628     MOVE EM-EMP-ID    TO WS-LOG-EMP-ID
003629     MOVE EM-COMP-CODE TO WS-LOG-COMP
003630     IF NOT WS-COMP-OK
003631        IF WS-LOOKUP-BY-ID
003632           MOVE SPACES TO RPT-LINE
003633           MOVE '   ** REFUSED - COMPANY NOT IN USER PROFILE **'
003634             TO RPT-LINE
003635           WRITE RPT-LINE
003636           ADD 1 TO WS-DENY-COUNT
003637           MOVE 'C' TO WS-LOG-RESULT
003638           PERFORM 5800-LOG-ACCESS THRU 5800-LOG-ACCESS-EXIT
003639        END-IF
003640        GO TO 5500-PRINT-EMPLOYEE-EXIT
003641     END-IF
003642     MOVE EM-EMP-ID     TO RE-EMP-ID
003643     MOVE EM-EMP-NAME   TO RE-NAME
003644     MOVE EM-DEPT-CODE  TO RE-DEPT
003645     MOVE EM-COMP-CODE  TO RE-COMP
003646     MOVE EM-HIRE-DATE  TO RE-HIRE
003647     MOVE EM-STATUS-FLAG TO RE-STATUS
003648     PERFORM 5600-EDIT-SALARY THRU 5600-EDIT-SALARY-EXIT
003649     WRITE RPT-LINE FROM WS-RPT-EMP-LINE1
003650     WRITE RPT-LINE FROM WS-RPT-EMP-LINE2
003651     ADD 1 TO WS-HIT-COUNT
003652     IF WS-ABOVE-AUTH
003653        MOVE 'A' TO WS-LOG-RESULT
003654        PERFORM 5800-LOG-ACCESS THRU 5800-LOG-ACCESS-EXIT
003655     ELSE
003656        IF NOT WS-GRANT-NONE
003657           MOVE 'S' TO WS-LOG-RESULT
003658           PERFORM 5800-LOG-ACCESS THRU 5800-LOG-ACCESS-EXIT
003659        END-IF
003660     END-IF
003661     .
003662 5500-PRINT-EMPLOYEE-EXIT.
003663     EXIT.
003664
003665 5600-EDIT-SALARY.
003666*    THE LEVEL GRANTED FROM THE USER'S PROFILE DECIDES WHAT THE
003667*    RESULTS MAY SHOW: 'F' THE FULL AMOUNT, 'B' THE MASKEXTR
003668*    BAND, AND 'N' NOTHING AT ALL.
003669     EVALUATE TRUE
003670         WHEN WS-GRANT-FULL
003671             MOVE EM-SALARY-AMT TO WS-SAL-EDIT
003672             MOVE WS-SAL-EDIT TO RE-SALARY
003673         WHEN WS-GRANT-BAND
003674             PERFORM 5700-SET-BAND THRU 5700-SET-BAND-EXIT
003675             MOVE SPACES TO RE-SALARY
003676             STRING 'BAND ' DELIMITED SIZE
003677                    WS-BAND-CODE DELIMITED SIZE
003678                    INTO RE-SALARY
003679         WHEN OTHER
003680             MOVE '*SUPPRESSED*' TO RE-SALARY
003681     END-EVALUATE
003682     .
003683 5600-EDIT-SALARY-EXIT.
003684     EXIT.
003685
003686 5700-SET-BAND.
003687*    THE SAME BANDS MASKEXTR USES: 1 UNDER 25K, 2 UNDER 50K,
003688*    3 UNDER 75K, 4 UNDER 100K, 5 UNDER 150K, 6 AT OR OVER.
003689     EVALUATE TRUE
003690         WHEN EM-SALARY-AMT < 25000
003691             MOVE 1 TO WS-BAND-CODE
003692         WHEN EM-SALARY-AMT < 50000
003693             MOVE 2 TO WS-BAND-CODE
003694         WHEN EM-SALARY-AMT < 75000
003695             MOVE 3 TO WS-BAND-CODE
003696         WHEN EM-SALARY-AMT < 100000
003697             MOVE 4 TO WS-BAND-CODE
003698         WHEN EM-SALARY-AMT < 150000
003699             MOVE 5 TO WS-BAND-CODE
003700         WHEN OTHER
003701             MOVE 6 TO WS-BAND-CODE
003702     END-EVALUATE
003703     .
003704 5700-SET-BAND-EXIT.
003705     EXIT.
003706
003707 5800-LOG-ACCESS.
003708*    ONE ACCESS-LOG LINE PER SALARY SHOWN OR REQUEST REFUSED OR
003709*    CUT BACK - THE RECORD SALAUDIT BUILDS THE AUDITORS' REPORT
003710*    FROM.  A LOST LINE WOULD HIDE A LOOKUP, SO A WRITE FAILURE
003711*    STOPS THE RUN.
003712     MOVE SPACES         TO SL-ACCESS-REC
003713     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
003714     ACCEPT WS-LOG-TIME FROM TIME
003715     MOVE WS-USER-ID     TO SL-USER-ID
003716     MOVE WS-LOG-DATE    TO SL-LOG-DATE
003717     MOVE WS-LOG-TIME(1:6) TO SL-LOG-TIME
003718     MOVE 'INQPROC'      TO SL-SOURCE
003719     MOVE WS-LOG-EMP-ID  TO SL-EMP-ID
003720     MOVE WS-LOG-COMP    TO SL-EMP-COMP
003721     MOVE INQ-AUTH       TO SL-REQ-LEVEL
003722     IF WS-HAVE-PROFILE
003723        MOVE AU-SAL-LEVEL TO SL-PROF-LEVEL
003724     END-IF
003725     MOVE WS-GRANT-LEVEL TO SL-GRANT-LEVEL
003726     MOVE WS-LOG-RESULT  TO SL-RESULT
003727     WRITE SL-ACCESS-REC
003728     IF NOT WS-SALGLOG-OK
003729        MOVE 'SALGDD' TO WS-ABEND-DDNAME
003730        MOVE WS-SALGLOG-STATUS TO WS-ABEND-STATUS
003731        PERFORM 1200-ABEND-PARA THRU 1200-ABEND-PARA-EXIT
003732     END-IF
003733     ADD 1 TO WS-LOG-COUNT
003734     IF WS-LOG-RESULT NOT = 'S'
003735        ADD 1 TO WS-ABOVE-COUNT
003736     END-IF
003737     .
003738 5800-LOG-ACCESS-EXIT.
003739     EXIT.
003740
003741 8000-WRITE-SUMMARY.
003742     MOVE SPACES TO RPT-LINE
003743     WRITE RPT-LINE
003744     MOVE WS-FOUND-COUNT  TO RS-FOUND
003745     MOVE WS-NOTFND-COUNT TO RS-NOTFND
003746     MOVE WS-BADREQ-COUNT TO RS-BADREQ
003747     MOVE WS-DENIED-COUNT TO RS-DENIED
003748     WRITE RPT-LINE FROM WS-RPT-SUM-LINE
003749     DISPLAY 'INQPROC - REQUESTS: '  WS-REQ-COUNT
003750             ' FOUND: '     WS-FOUND-COUNT
003751             ' NOT FOUND: ' WS-NOTFND-COUNT
003752             ' INVALID: '   WS-BADREQ-COUNT
003753     DISPLAY 'INQPROC - EMPLOYEE REQUESTS REFUSED: '
003754             WS-DENIED-COUNT
003755             ' ACCESS LOG LINES: ' WS-LOG-COUNT
003756             ' ABOVE AUTHORITY: '  WS-ABOVE-COUNT
003757     .
003758 8000-WRITE-SUMMARY-EXIT.
003759     EXIT.
003760
003761 9500-WRITE-AUDIT-RECORD.
003762*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
003763*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
003764*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
003765     OPEN EXTEND AUDTFILE
003766     IF NOT WS-AUDTFILE-OK
003767        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
003770        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
003780        PERFORM 1200-ABEND-PARA THRU 1200-ABEND-PARA-EXIT
003790     END-IF
