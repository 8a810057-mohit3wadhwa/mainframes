000220*        DATE       INIT  DESCRIPTION                            *
000230*        09/02/26   RWM   INITIAL VERSION - NET PAY WAS STILL    *
000240*                         REKEYED BY HAND INTO THE BANK PORTAL.  *
000241*        10/15/26   RWM   DUAL APPROVAL - AN ADD OR A            *
000242*                         ROUTING/ACCOUNT CHANGE IS NO LONGER    *
000243*                         APPLIED BUT WRITTEN TO THE             *
000244*                         PENDING-CHANGE MASTER (PENDMSTR)       *
000245*                         STAMPED WITH THE SUBMITTING USER FROM  *
000246*                         THE PARM.  PENDAPPR APPLIES IT ON A    *
000247*                         SECOND USER'S APPROVAL.  DELETE AND    *
000248*                         VERIFY ARE UNCHANGED.                  *
000249*        10/15/26   RWM   THE MAKER STAMPED ON A HELD BANK       *
000250*                         CHANGE NOW COMES FROM THE SIGNED-ON    *
000251*                         USER'S SECURITY ENVIRONMENT (SECUSER)  *
000252*                         - THE EXEC PARM IS GONE, AS ANY        *
000253*                         SUBMITTER COULD CODE ANOTHER USER'S ID *
000254*                         IN IT.                                 *
000255******************************************************************
000260
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. BANKMAIN.
000430     ACCESS MODE IS DYNAMIC
000440     RECORD KEY IS BK-EMP-ID
000450     FILE STATUS IS WS-BANKMSTR-STATUS.
000451
000452     SELECT PENDMSTR ASSIGN TO PENDMSTR
000453     ORGANIZATION IS INDEXED
000454     ACCESS MODE IS DYNAMIC
000455     RECORD KEY IS PD-KEY
000456     FILE STATUS IS WS-PENDMSTR-STATUS.
000460
000470     SELECT BANKAUD  ASSIGN TO BANKAUD
000480     ORGANIZATION IS LINE SEQUENTIAL
000680
000690 FD BANKMSTR.
000700     COPY BANKREC.
000702
000704 FD PENDMSTR.
000706     COPY PENDREC.
000710
000720 FD BANKAUD.
000730 01 AUD-LIST-REC.
000920 01 WS-DELETE-COUNT      PIC 9(05) VALUE ZEROES COMP.
000930 01 WS-VERIFY-COUNT      PIC 9(05) VALUE ZEROES COMP.
000940 01 WS-ERROR-COUNT       PIC 9(05) VALUE ZEROES COMP.
000941 01 WS-PEND-COUNT        PIC 9(05) VALUE ZEROES COMP.
000942 01 WS-PENDMSTR-STATUS   PIC X(02) VALUE '00'.
000943 01 WS-PEND-FOUND-SW     PIC X(01) VALUE 'N'.
000944     88 WS-PEND-FOUND    VALUE 'Y'.
000945 01 WS-USER-ID           PIC X(08) VALUE SPACES.
000946 01 WS-ENTRY-DATE        PIC X(08) VALUE SPACES.
000947 01 WS-ENTRY-TIME        PIC X(08) VALUE SPACES.
000950 01 WS-ABEND-DDNAME      PIC X(10) VALUE SPACES.
000960 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
000970 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
001150     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
001160     CLOSE BANKTRAN
001170           BANKMSTR
001175           PENDMSTR
001180           BANKAUD
001190     PERFORM 9500-WRITE-AUDIT-RECORD
001200             THRU 9500-WRITE-AUDIT-RECORD-EXIT
001370        MOVE WS-BANKMSTR-STATUS TO WS-ABEND-STATUS
001380        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001390     END-IF
001391     OPEN I-O PENDMSTR
001392     IF WS-PENDMSTR-STATUS NOT = '00' AND
001393        WS-PENDMSTR-STATUS NOT = '05'
001394        MOVE 'PENDMSTR' TO WS-ABEND-DDNAME
001395        MOVE WS-PENDMSTR-STATUS TO WS-ABEND-STATUS
001396        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001397     END-IF
001400     OPEN OUTPUT BANKAUD
001410     IF WS-BANKAUD-STATUS NOT = '00'
001420        MOVE 'BANKAUD' TO WS-ABEND-DDNAME
001490            WS-RUN-DD DELIMITED SIZE
001500            '/'       DELIMITED SIZE
001510            WS-RUN-YY DELIMITED SIZE
001511            INTO WS-RUN-DATE-EDIT
001512     ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
001513     ACCEPT WS-RUN-TIME FROM TIME
001514     STRING WS-RUN-HH DELIMITED SIZE
001515            ':'       DELIMITED SIZE
001516            WS-RUN-MN DELIMITED SIZE
001517            ':'       DELIMITED SIZE
001518            WS-RUN-SS DELIMITED SIZE
001519            INTO WS-ENTRY-TIME
001520*    THE MAKER IS THE USER THE JOB WAS SIGNED ON UNDER - TAKEN
001523*    FROM THE SECURITY ENVIRONMENT, NOT FROM THE JCL.
001526     CALL 'SECUSER' USING WS-USER-ID
001530     .
001540 1000-INITIALIZE-EXIT.
001550     EXIT.
001940     EXIT.
001950
001960 2110-ADD-ROW.
001965*    A NEW ACCOUNT GOES LIVE ONLY ON A SECOND USER'S APPROVAL -
001970*    THE ROW IS WRITTEN BY PENDAPPR, NOT HERE.
001975     MOVE BT-EMP-ID TO BK-EMP-ID
001980     READ BANKMSTR KEY IS BK-EMP-ID
001985         INVALID KEY
001990             MOVE SPACES     TO BK-ROUTING
001995             MOVE SPACES     TO BK-ACCOUNT
002000             MOVE 'ADD'      TO AUD-ACTION
002005             PERFORM 2150-PEND-BANK THRU 2150-PEND-BANK-EXIT
002010         NOT INVALID KEY
002015             MOVE 'ADD'      TO AUD-ACTION
002020             MOVE 'FAILED - ALREADY EXISTS'  TO AUD-RESULT
002025             ADD 1 TO WS-ERROR-COUNT
002030     END-READ
002035     MOVE BT-EMP-ID TO AUD-EMP-ID
002040     WRITE AUD-LIST-REC
002045     .
002050 2110-ADD-ROW-EXIT.
002055     EXIT.
002060
002065 2120-CHANGE-ROW.
002070*    A NEW ROUTING OR ACCOUNT IS AN ACCOUNT THE BANK HAS NEVER
002075*    SEEN - ON APPROVAL PENDAPPR DROPS THE PRE-NOTE STATUS BACK
002080*    TO 'N' SO THE NEXT PRE-NOTE RUN COVERS IT.
002085     MOVE BT-EMP-ID TO BK-EMP-ID
002090     READ BANKMSTR KEY IS BK-EMP-ID
002095         INVALID KEY
002100             MOVE 'CHANGE'   TO AUD-ACTION
002105             MOVE 'FAILED - ROW NOT FOUND' TO AUD-RESULT
002110             ADD 1 TO WS-ERROR-COUNT
002115         NOT INVALID KEY
002120             MOVE 'CHANGE'   TO AUD-ACTION
002125             IF BT-ROUTING = BK-ROUTING AND
002130                BT-ACCOUNT = BK-ACCOUNT
002135                MOVE 'NO CHANGE - NOTHING PENDED' TO AUD-RESULT
002140             ELSE
002145                PERFORM 2150-PEND-BANK THRU 2150-PEND-BANK-EXIT
002150             END-IF
002155     END-READ
002160     MOVE BT-EMP-ID TO AUD-EMP-ID
002165     WRITE AUD-LIST-REC
002170     .
002175 2120-CHANGE-ROW-EXIT.
002180     EXIT.
002185
002190 2150-PEND-BANK.
002195*    ONE PENDING BANK ROW PER EMPLOYEE - A LATER CARD REPLACES
002200*    AN EARLIER ONE, PENDING OR DECIDED, EXCEPT THAT THE SAME
002205*    ACCOUNT ALREADY PENDING KEEPS ITS ORIGINAL ENTRY.  BK-ROUTING
002210*    AND BK-ACCOUNT HOLD WHAT IS ON FILE (SPACES FOR AN ADD).
002215     MOVE BT-EMP-ID       TO PD-EMP-ID
002220     SET PD-BANK-CHG      TO TRUE
002225     MOVE 'N'             TO WS-PEND-FOUND-SW
002230     READ PENDMSTR KEY IS PD-KEY
002235         INVALID KEY
002240             CONTINUE
002245         NOT INVALID KEY
002250             SET WS-PEND-FOUND TO TRUE
002255     END-READ
002260     IF WS-PEND-FOUND AND PD-PENDING AND
002265        PD-NEW-ROUTING = BT-ROUTING AND
002270        PD-NEW-ACCOUNT = BT-ACCOUNT
002275        STRING 'ALREADY PENDING SINCE ' PD-ENTERED-DATE
002280               DELIMITED SIZE INTO AUD-RESULT
002285        GO TO 2150-PEND-BANK-EXIT
002290     END-IF
002295     MOVE SPACES          TO PD-PEND-REC
002300     MOVE BT-EMP-ID       TO PD-EMP-ID
002305     SET PD-BANK-CHG      TO TRUE
002310     SET PD-PENDING       TO TRUE
002315     MOVE 'BANKMAIN'      TO PD-SOURCE
002320     MOVE WS-USER-ID      TO PD-MAKER-ID
002325     MOVE WS-ENTRY-DATE   TO PD-ENTERED-DATE
002330     MOVE WS-ENTRY-TIME   TO PD-ENTERED-TIME
002335     MOVE ZEROES          TO PD-OLD-SALARY
002340     MOVE ZEROES          TO PD-NEW-SALARY
002345     MOVE ZEROES          TO PD-PCT-CHANGE
002350     MOVE BT-ACTION       TO PD-BANK-ACTION
002355     MOVE BK-ROUTING      TO PD-OLD-ROUTING
002360     MOVE BK-ACCOUNT      TO PD-OLD-ACCOUNT
002365     MOVE BT-ROUTING      TO PD-NEW-ROUTING
002370     MOVE BT-ACCOUNT      TO PD-NEW-ACCOUNT
002375     IF WS-PEND-FOUND
002380        REWRITE PD-PEND-REC
002385     ELSE
002390        WRITE PD-PEND-REC
002395     END-IF
002400     MOVE 'PENDING APPROVAL' TO AUD-RESULT
002405     ADD 1 TO WS-PEND-COUNT
002410     .
002415 2150-PEND-BANK-EXIT.
002420     EXIT.
002425
002450 2130-DELETE-ROW.
002460*    A BANK ROW IS PHYSICALLY REMOVED ON DELETE - UNLIKE THE
002470*    COMPANY AND DEPARTMENT MASTERS NOTHING DOWNSTREAM NEEDS A
002990             ' CHANGED: '  WS-CHANGE-COUNT
003000             ' DELETED: '  WS-DELETE-COUNT
003010             ' VERIFIED: ' WS-VERIFY-COUNT
003015             ' PENDING: '  WS-PEND-COUNT
003020             ' ERRORS: '   WS-ERROR-COUNT
003030     .
003040 8000-WRITE-SUMMARY-EXIT.
003360            INTO LOG-RUN-TIME
003370     COMPUTE LOG-REC-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
003380                           + WS-DELETE-COUNT + WS-VERIFY-COUNT
003390                           + WS-PEND-COUNT + WS-ERROR-COUNT
003400     MOVE RETURN-CODE    TO LOG-RETURN-CODE
003410     WRITE LOG-REC
003420     CLOSE AUDTFILE
