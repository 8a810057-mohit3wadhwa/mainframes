000010******************************************************************
000020*        PROGRAM NAME            : BENELECT                      *
000030*        DESCRIPTION             : MAINTAINS THE EMPLOYEE        *
000040*                                  BENEFIT ELECTION MASTER       *
000050*                                  (BELECMST) FROM A TRANSACTION *
000060*                                  FILE OF ADD/STOP/DELETE       *
000070*                                  ACTIONS - AN ADD ENROLLS AN   *
000080*                                  EMPLOYEE IN A PLAN AND TIER   *
000090*                                  FROM AN EFFECTIVE DATE (A     *
000100*                                  TIER CHANGE IS A NEW ROW), A  *
000110*                                  STOP ENDS COVERAGE ON A DATE  *
000120*                                  - WITH AN AUDIT LISTING OF    *
000130*                                  WHAT CHANGED.  EVERY ADD IS   *
000140*                                  CHECKED AGAINST THE EMPLOYEE  *
000150*                                  MASTER AND THE PLAN MASTER,   *
000160*                                  SO PAYCALC NEVER MEETS AN     *
000170*                                  ELECTION IT CANNOT PRICE.     *
000180*        CREDITS                 : DATA PROCESSING               *
000190******************************************************************
000200*        MODIFICATION HISTORY                                    *
000210*        ----------------------------------------------------   *
000220*        DATE       INIT  DESCRIPTION                            *
000230*        10/15/26   RWM   INITIAL VERSION - ENROLLMENT WAS HELD  *
000240*                         ONLY BY EACH CARRIER.                  *
000250******************************************************************
000260
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. BENELECT.
000290 AUTHOR. R MEHTA.
000300 INSTALLATION. DATA PROCESSING.
000310 DATE-WRITTEN. 10/15/26.
000320 DATE-COMPILED.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ELECTRAN ASSIGN TO ELECTRAN
000380     ORGANIZATION IS LINE SEQUENTIAL
000390     FILE STATUS IS WS-ELECTRAN-STATUS.
000400
000410     SELECT BELECMST ASSIGN TO BELECMST
000420     ORGANIZATION IS INDEXED
000430     ACCESS MODE IS DYNAMIC
000440     RECORD KEY IS BE-KEY
000450     FILE STATUS IS WS-BELECMST-STATUS.
000460
000470     SELECT BPLANMST ASSIGN TO BPLANMST
000480     ORGANIZATION IS INDEXED
000490     ACCESS MODE IS DYNAMIC
000500     RECORD KEY IS BP-KEY
000510     FILE STATUS IS WS-BPLANMST-STATUS.
000520
000530     SELECT EMPMSTR  ASSIGN TO EMPMSTR
000540     ORGANIZATION IS INDEXED
000550     ACCESS MODE IS DYNAMIC
000560     RECORD KEY IS EM-EMP-ID
000570     FILE STATUS IS WS-EMPMSTR-STATUS.
000580
000590     SELECT ELECAUD  ASSIGN TO ELECAUD
000600     ORGANIZATION IS LINE SEQUENTIAL
000610     FILE STATUS IS WS-ELECAUD-STATUS.
000620
000630     SELECT AUDTFILE ASSIGN TO AUDTDD
000640     ORGANIZATION IS LINE SEQUENTIAL
000650     FILE STATUS IS WS-AUDTFILE-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690*    ONE CARD PER ACTION.  AN ADD CARRIES THE EFFECTIVE DATE AND
000700*    TIER; A STOP CARRIES THE LAST DAY COVERED AND THE REASON
000710*    ('D' DROPPED - THE DEFAULT - OR 'T' TERMINATED) AND ENDS
000720*    WHICHEVER ROW FOR THE PLAN IS IN FORCE ON THAT DAY; A DELETE
000730*    NAMES THE ROW BY ITS EFFECTIVE DATE.
000740 FD ELECTRAN.
000750 01 ET-TRAN-REC.
000760     05 ET-ACTION         PIC X(01).
000770         88 ET-ADD        VALUE 'A'.
000780         88 ET-STOP       VALUE 'X'.
000790         88 ET-DELETE     VALUE 'D'.
000800     05 ET-EMP-ID         PIC X(06).
000810     05 ET-EMP-ID-9 REDEFINES ET-EMP-ID
000820                          PIC 9(06).
000830     05 ET-PLAN-ID        PIC X(06).
000840     05 ET-EFF-DATE       PIC X(08).
000850     05 ET-TIER           PIC X(02).
000860     05 ET-STOP-DATE      PIC X(08).
000870     05 ET-STOP-REASON    PIC X(01).
000880     05 FILLER            PIC X(48).
000890
000900 FD BELECMST.
000910     COPY BELECREC.
000920
000930 FD BPLANMST.
000940     COPY BPLANREC.
000950
000960 FD EMPMSTR.
000970     COPY EMPMREC.
000980
000990 FD ELECAUD.
001000 01 AUD-LIST-REC.
001010     05 AUD-ACTION        PIC X(10).
001020     05 FILLER            PIC X(01) VALUE SPACE.
001030     05 AUD-EMP-ID        PIC X(06).
001040     05 FILLER            PIC X(01) VALUE SPACE.
001050     05 AUD-PLAN-ID       PIC X(06).
001060     05 FILLER            PIC X(01) VALUE SPACE.
001070     05 AUD-TIER          PIC X(02).
001080     05 FILLER            PIC X(01) VALUE SPACE.
001090     05 AUD-DATE          PIC X(08).
001100     05 FILLER            PIC X(01) VALUE SPACE.
001110     05 AUD-RESULT        PIC X(32).
001120
001130 FD AUDTFILE.
001140     COPY AUDITREC REPLACING ==:RECNAME:== BY ==LOG-REC==
001150                             ==:PFX:==     BY ==LOG==.
001160
001170 WORKING-STORAGE SECTION.
001180 01 WS-ELECTRAN-STATUS   PIC X(02) VALUE '00'.
001190 01 WS-BELECMST-STATUS   PIC X(02) VALUE '00'.
001200 01 WS-BPLANMST-STATUS   PIC X(02) VALUE '00'.
001210     88 WS-BPLANMST-OK   VALUE '00'.
001220 01 WS-EMPMSTR-STATUS    PIC X(02) VALUE '00'.
001230     88 WS-EMPMSTR-OK    VALUE '00'.
001240 01 WS-ELECAUD-STATUS    PIC X(02) VALUE '00'.
001250 01 WS-EOF-STA           PIC X VALUE 'N'.
001260     88 WS-EOF           VALUE 'Y'.
001270 01 WS-WALK-DONE-SW      PIC X VALUE 'N'.
001280     88 WS-WALK-DONE     VALUE 'Y'.
001290 01 WS-FOUND-SW          PIC X VALUE 'N'.
001300     88 WS-FOUND         VALUE 'Y'.
001310 01 WS-LATER-SW          PIC X VALUE 'N'.
001320     88 WS-LATER-ROW     VALUE 'Y'.
001330 01 WS-FOUND-EFF-DATE    PIC X(08) VALUE SPACES.
001340 01 WS-ADD-COUNT         PIC 9(05) VALUE ZEROES COMP.
001350 01 WS-STOP-COUNT        PIC 9(05) VALUE ZEROES COMP.
001360 01 WS-DELETE-COUNT      PIC 9(05) VALUE ZEROES COMP.
001370 01 WS-ERROR-COUNT       PIC 9(05) VALUE ZEROES COMP.
001380 01 WS-ABEND-DDNAME      PIC X(10) VALUE SPACES.
001390 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
001400 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
001410     88 WS-AUDTFILE-OK   VALUE '00'.
001420 01 WS-TODAY-YYYYMMDD    PIC X(08) VALUE SPACES.
001430 01 WS-RUN-DATE.
001440     05 WS-RUN-YY        PIC 9(02).
001450     05 WS-RUN-MM        PIC 9(02).
001460     05 WS-RUN-DD        PIC 9(02).
001470 01 WS-RUN-TIME.
001480     05 WS-RUN-HH        PIC 9(02).
001490     05 WS-RUN-MN        PIC 9(02).
001500     05 WS-RUN-SS        PIC 9(02).
001510     05 FILLER           PIC 9(02).
001520 01 WS-RUN-DATE-EDIT     PIC X(08).
001530
001540 PROCEDURE DIVISION.
001550 0000-MAINLINE.
001560     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001570     PERFORM 2000-PROCESS-TRAN THRU 2000-PROCESS-TRAN-EXIT
001580             UNTIL WS-EOF
001590     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
001600     CLOSE ELECTRAN
001610           BELECMST
001620           BPLANMST
001630           EMPMSTR
001640           ELECAUD
001650     PERFORM 9500-WRITE-AUDIT-RECORD
001660             THRU 9500-WRITE-AUDIT-RECORD-EXIT
001670     STOP RUN
001680     .
001690
001700 1000-INITIALIZE.
001710     OPEN INPUT ELECTRAN
001720     IF WS-ELECTRAN-STATUS NOT = '00'
001730        MOVE 'ELECTRAN' TO WS-ABEND-DDNAME
001740        MOVE WS-ELECTRAN-STATUS TO WS-ABEND-STATUS
001750        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001760     END-IF
001770*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
001780*    OPEN - THE NORMAL CASE THE VERY FIRST TIME THE JOB RUNS.
001790     OPEN I-O BELECMST
001800     IF WS-BELECMST-STATUS NOT = '00' AND
001810        WS-BELECMST-STATUS NOT = '05'
001820        MOVE 'BELECMST' TO WS-ABEND-DDNAME
001830        MOVE WS-BELECMST-STATUS TO WS-ABEND-STATUS
001840        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001850     END-IF
001860*    THE PLAN MASTER MUST ALREADY EXIST - AN ELECTION FOR A PLAN
001870*    WITH NO RATES COULD NEVER BE PRICED.
001880     OPEN INPUT BPLANMST
001890     IF NOT WS-BPLANMST-OK
001900        MOVE 'BPLANMST' TO WS-ABEND-DDNAME
001910        MOVE WS-BPLANMST-STATUS TO WS-ABEND-STATUS
001920        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001930     END-IF
001940     OPEN INPUT EMPMSTR
001950     IF NOT WS-EMPMSTR-OK
001960        MOVE 'EMPMSTR' TO WS-ABEND-DDNAME
001970        MOVE WS-EMPMSTR-STATUS TO WS-ABEND-STATUS
001980        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001990     END-IF
002000     OPEN OUTPUT ELECAUD
002010     IF WS-ELECAUD-STATUS NOT = '00'
002020        MOVE 'ELECAUD' TO WS-ABEND-DDNAME
002030        MOVE WS-ELECAUD-STATUS TO WS-ABEND-STATUS
002040        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002050     END-IF
002060     ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
002070     ACCEPT WS-RUN-DATE FROM DATE
002080     STRING WS-RUN-MM DELIMITED SIZE
002090            '/'       DELIMITED SIZE
002100            WS-RUN-DD DELIMITED SIZE
002110            '/'       DELIMITED SIZE
002120            WS-RUN-YY DELIMITED SIZE
002130            INTO WS-RUN-DATE-EDIT
002140     .
002150 1000-INITIALIZE-EXIT.
002160     EXIT.
002170
002180 2000-PROCESS-TRAN.
002190     READ ELECTRAN
002200         AT END SET WS-EOF TO TRUE
002210         NOT AT END
002220             PERFORM 2100-APPLY-TRAN THRU 2100-APPLY-TRAN-EXIT
002230     END-READ
002240     .
002250 2000-PROCESS-TRAN-EXIT.
002260     EXIT.
002270
002280 2100-APPLY-TRAN.
002290     MOVE SPACES        TO AUD-LIST-REC
002300     MOVE ET-EMP-ID     TO AUD-EMP-ID
002310     MOVE ET-PLAN-ID    TO AUD-PLAN-ID
002320     IF ET-EMP-ID IS NOT NUMERIC
002330        MOVE 'INVALID'     TO AUD-ACTION
002340        MOVE 'BAD EMPLOYEE ID ON CARD' TO AUD-RESULT
002350        WRITE AUD-LIST-REC
002360        ADD 1 TO WS-ERROR-COUNT
002370        GO TO 2100-APPLY-TRAN-EXIT
002380     END-IF
002390     IF ET-PLAN-ID = SPACES
002400        MOVE 'INVALID'     TO AUD-ACTION
002410        MOVE 'NO PLAN ID ON CARD' TO AUD-RESULT
002420        WRITE AUD-LIST-REC
002430        ADD 1 TO WS-ERROR-COUNT
002440        GO TO 2100-APPLY-TRAN-EXIT
002450     END-IF
002460     EVALUATE TRUE
002470         WHEN ET-ADD
002480             PERFORM 2110-ADD-ELECTION THRU 2110-ADD-ELECTION-EXIT
002490         WHEN ET-STOP
002500             PERFORM 2120-STOP-ELECTION
002510                     THRU 2120-STOP-ELECTION-EXIT
002520         WHEN ET-DELETE
002530             PERFORM 2140-DELETE-ELECTION
002540                     THRU 2140-DELETE-ELECTION-EXIT
002550         WHEN OTHER
002560             MOVE 'INVALID'   TO AUD-ACTION
002570             MOVE 'UNRECOGNIZED ACTION CODE' TO AUD-RESULT
002580             WRITE AUD-LIST-REC
002590             ADD 1 TO WS-ERROR-COUNT
002600     END-EVALUATE
002610     .
002620 2100-APPLY-TRAN-EXIT.
002630     EXIT.
002640
002650 2110-ADD-ELECTION.
002660*    THE EMPLOYEE MUST BE ACTIVE AND THE PLAN MUST HAVE A RATE
002670*    FOR THE TIER IN FORCE ON THE EFFECTIVE DATE.  A TIER CHANGE
002680*    IS SIMPLY A LATER ROW FOR THE SAME PLAN - THE EARLIER ROW
002690*    STOPS APPLYING THE DAY THE NEW ONE TAKES EFFECT.
002700     MOVE 'ADD'         TO AUD-ACTION
002710     MOVE ET-TIER       TO AUD-TIER
002720     MOVE ET-EFF-DATE   TO AUD-DATE
002730     MOVE ET-TIER       TO BP-TIER
002740     EVALUATE TRUE
002750         WHEN ET-EFF-DATE IS NOT NUMERIC
002760             MOVE 'FAILED - BAD EFFECTIVE DATE' TO AUD-RESULT
002770         WHEN NOT BP-VALID-TIER
002780             MOVE 'FAILED - BAD COVERAGE TIER' TO AUD-RESULT
002790         WHEN OTHER
002800             CONTINUE
002810     END-EVALUATE
002820     IF AUD-RESULT NOT = SPACES
002830        WRITE AUD-LIST-REC
002840        ADD 1 TO WS-ERROR-COUNT
002850        GO TO 2110-ADD-ELECTION-EXIT
002860     END-IF
002870     MOVE ET-EMP-ID-9   TO EM-EMP-ID
002880     READ EMPMSTR KEY IS EM-EMP-ID
002890         INVALID KEY
002900             MOVE 'FAILED - EMPLOYEE NOT ON FILE' TO AUD-RESULT
002910         NOT INVALID KEY
002920             IF NOT EM-ACTIVE
002930                MOVE 'FAILED - EMPLOYEE NOT ACTIVE' TO AUD-RESULT
002940             END-IF
002950     END-READ
002960     IF AUD-RESULT NOT = SPACES
002970        WRITE AUD-LIST-REC
002980        ADD 1 TO WS-ERROR-COUNT
002990        GO TO 2110-ADD-ELECTION-EXIT
003000     END-IF
003010     PERFORM 2500-FIND-PLAN-RATE THRU 2500-FIND-PLAN-RATE-EXIT
003020     IF NOT WS-FOUND
003030        MOVE 'FAILED - NO RATE FOR PLAN/TIER' TO AUD-RESULT
003040        WRITE AUD-LIST-REC
003050        ADD 1 TO WS-ERROR-COUNT
003060        GO TO 2110-ADD-ELECTION-EXIT
003070     END-IF
003080     MOVE ET-EMP-ID-9   TO BE-EMP-ID
003090     MOVE ET-PLAN-ID    TO BE-PLAN-ID
003100     MOVE ET-EFF-DATE   TO BE-EFF-DATE
003110     READ BELECMST KEY IS BE-KEY
003120         INVALID KEY
003130             MOVE ET-TIER           TO BE-TIER
003140             MOVE SPACES            TO BE-STOP-DATE
003150                                       BE-STOP-REASON
003160                                       BE-STOP-ENT-DATE
003170             MOVE WS-TODAY-YYYYMMDD TO BE-ADD-DATE
003180                                       BE-LAST-MAINT-DATE
003190             WRITE BE-ELECT-REC
003200             MOVE 'ELECTION ADDED' TO AUD-RESULT
003210             ADD 1 TO WS-ADD-COUNT
003220         NOT INVALID KEY
003230             MOVE 'FAILED - ALREADY EXISTS'  TO AUD-RESULT
003240             ADD 1 TO WS-ERROR-COUNT
003250     END-READ
003260     WRITE AUD-LIST-REC
003270     .
003280 2110-ADD-ELECTION-EXIT.
003290     EXIT.
003300
003310 2120-STOP-ELECTION.
003320*    THE STOP DATE IS THE LAST DAY COVERED.  IT ENDS THE ROW IN
003330*    FORCE THAT DAY; A LATER ROW ALREADY KEYED FOR THE SAME PLAN
003340*    WOULD RESTART COVERAGE, SO IT IS CALLED OUT ON THE LISTING
003350*    FOR BENEFITS TO DELETE OR STOP AS WELL.
003360     MOVE 'STOP'        TO AUD-ACTION
003370     MOVE ET-STOP-DATE  TO AUD-DATE
003380     IF ET-STOP-DATE IS NOT NUMERIC
003390        MOVE 'FAILED - BAD STOP DATE' TO AUD-RESULT
003400        WRITE AUD-LIST-REC
003410        ADD 1 TO WS-ERROR-COUNT
003420        GO TO 2120-STOP-ELECTION-EXIT
003430     END-IF
003440     IF ET-STOP-REASON NOT = SPACE AND
003450        ET-STOP-REASON NOT = 'D' AND
003460        ET-STOP-REASON NOT = 'T'
003470        MOVE 'FAILED - STOP REASON NOT D OR T' TO AUD-RESULT
003480        WRITE AUD-LIST-REC
003490        ADD 1 TO WS-ERROR-COUNT
003500        GO TO 2120-STOP-ELECTION-EXIT
003510     END-IF
003520     PERFORM 2600-FIND-ELECTION THRU 2600-FIND-ELECTION-EXIT
003530     IF NOT WS-FOUND
003540        MOVE 'FAILED - NO ELECTION IN FORCE' TO AUD-RESULT
003550        WRITE AUD-LIST-REC
003560        ADD 1 TO WS-ERROR-COUNT
003570        GO TO 2120-STOP-ELECTION-EXIT
003580     END-IF
003590     MOVE ET-EMP-ID-9        TO BE-EMP-ID
003600     MOVE ET-PLAN-ID         TO BE-PLAN-ID
003610     MOVE WS-FOUND-EFF-DATE  TO BE-EFF-DATE
003620     READ BELECMST KEY IS BE-KEY
003630         INVALID KEY
003640             MOVE 'FAILED - NO ELECTION IN FORCE' TO AUD-RESULT
003650             ADD 1 TO WS-ERROR-COUNT
003660             GO TO 2120-STOP-ELECTION-WRITE
003670     END-READ
003680     MOVE BE-TIER            TO AUD-TIER
003690     IF BE-STOP-DATE NOT = SPACES AND
003700        BE-STOP-DATE NOT > ET-STOP-DATE
003710        MOVE 'FAILED - ALREADY STOPPED' TO AUD-RESULT
003720        ADD 1 TO WS-ERROR-COUNT
003730        GO TO 2120-STOP-ELECTION-WRITE
003740     END-IF
003750     MOVE ET-STOP-DATE       TO BE-STOP-DATE
003760     IF ET-STOP-REASON = SPACE
003770        SET BE-STOP-DROPPED  TO TRUE
003780     ELSE
003790        MOVE ET-STOP-REASON  TO BE-STOP-REASON
003800     END-IF
003810     MOVE WS-TODAY-YYYYMMDD  TO BE-STOP-ENT-DATE
003820                                BE-LAST-MAINT-DATE
003830     REWRITE BE-ELECT-REC
003840     ADD 1 TO WS-STOP-COUNT
003850     IF WS-LATER-ROW
003860        MOVE 'STOPPED - LATER ROW STILL OPEN' TO AUD-RESULT
003870     ELSE
003880        MOVE 'COVERAGE STOPPED' TO AUD-RESULT
003890     END-IF
003900     .
003910 2120-STOP-ELECTION-WRITE.
003920     WRITE AUD-LIST-REC
003930     .
003940 2120-STOP-ELECTION-EXIT.
003950     EXIT.
003960
003970 2140-DELETE-ELECTION.
003980*    DELETE IS FOR A ROW KEYED IN ERROR - ONE NOT YET IN FORCE,
003990*    OR ONE KEYED TODAY BEFORE ANY PAY RUN COULD HAVE TAKEN A
004000*    PREMIUM UNDER IT.  ANYTHING ELSE IS STOPPED INSTEAD, SO THE
004010*    CARRIER FEED AND THE PREMIUM RECONCILIATION STILL SEE IT.
004020     MOVE 'DELETE'      TO AUD-ACTION
004030     MOVE ET-EFF-DATE   TO AUD-DATE
004040     MOVE ET-EMP-ID-9   TO BE-EMP-ID
004050     MOVE ET-PLAN-ID    TO BE-PLAN-ID
004060     MOVE ET-EFF-DATE   TO BE-EFF-DATE
004070     READ BELECMST KEY IS BE-KEY
004080         INVALID KEY
004090             MOVE 'FAILED - ELECTION NOT FOUND' TO AUD-RESULT
004100             ADD 1 TO WS-ERROR-COUNT
004110         NOT INVALID KEY
004120             MOVE BE-TIER TO AUD-TIER
004130             IF BE-EFF-DATE NOT > WS-TODAY-YYYYMMDD AND
004140                BE-ADD-DATE NOT = WS-TODAY-YYYYMMDD
004150                MOVE 'FAILED - IN FORCE, STOP INSTEAD'
004160                     TO AUD-RESULT
004170                ADD 1 TO WS-ERROR-COUNT
004180             ELSE
004190                DELETE BELECMST RECORD
004200                MOVE 'ELECTION REMOVED' TO AUD-RESULT
004210                ADD 1 TO WS-DELETE-COUNT
004220             END-IF
004230     END-READ
004240     WRITE AUD-LIST-REC
004250     .
004260 2140-DELETE-ELECTION-EXIT.
004270     EXIT.
004280
004290 2500-FIND-PLAN-RATE.
004300*    ANY ROW FOR THE PLAN AND TIER EFFECTIVE ON OR BEFORE THE
004310*    ELECTION'S EFFECTIVE DATE WILL DO - PAYCALC PRICES EACH RUN
004320*    FROM WHICHEVER ROW IS IN FORCE THEN.
004330     MOVE 'N'           TO WS-FOUND-SW
004340                           WS-WALK-DONE-SW
004350     MOVE ET-PLAN-ID    TO BP-PLAN-ID
004360     MOVE ET-TIER       TO BP-TIER
004370     MOVE LOW-VALUES    TO BP-EFF-DATE
004380     START BPLANMST KEY IS NOT LESS THAN BP-KEY
004390         INVALID KEY
004400             GO TO 2500-FIND-PLAN-RATE-EXIT
004410     END-START
004420     READ BPLANMST NEXT RECORD
004430         AT END
004440             GO TO 2500-FIND-PLAN-RATE-EXIT
004450     END-READ
004460     IF BP-PLAN-ID = ET-PLAN-ID AND
004470        BP-TIER    = ET-TIER    AND
004480        BP-EFF-DATE NOT > ET-EFF-DATE
004490        SET WS-FOUND TO TRUE
004500     END-IF
004510     .
004520 2500-FIND-PLAN-RATE-EXIT.
004530     EXIT.
004540
004550 2600-FIND-ELECTION.
004560*    ROWS ARE KEYED EMPLOYEE + PLAN + EFFECTIVE DATE, SO READ
004570*    FORWARD FROM THE PLAN'S FIRST ROW AND KEEP THE LAST ONE
004580*    ALREADY IN FORCE ON THE STOP DATE.
004590     MOVE 'N'           TO WS-FOUND-SW
004600                           WS-WALK-DONE-SW
004610                           WS-LATER-SW
004620     MOVE ET-EMP-ID-9   TO BE-EMP-ID
004630     MOVE ET-PLAN-ID    TO BE-PLAN-ID
004640     MOVE LOW-VALUES    TO BE-EFF-DATE
004650     START BELECMST KEY IS NOT LESS THAN BE-KEY
004660         INVALID KEY
004670             GO TO 2600-FIND-ELECTION-EXIT
004680     END-START
004690     PERFORM 2610-READ-ELECTION THRU 2610-READ-ELECTION-EXIT
004700             UNTIL WS-WALK-DONE
004710     .
004720 2600-FIND-ELECTION-EXIT.
004730     EXIT.
004740
004750 2610-READ-ELECTION.
004760     READ BELECMST NEXT RECORD
004770         AT END
004780             SET WS-WALK-DONE TO TRUE
004790             GO TO 2610-READ-ELECTION-EXIT
004800     END-READ
004810     IF BE-EMP-ID NOT = ET-EMP-ID-9 OR
004820        BE-PLAN-ID NOT = ET-PLAN-ID
004830        SET WS-WALK-DONE TO TRUE
004840        GO TO 2610-READ-ELECTION-EXIT
004850     END-IF
004860     IF BE-EFF-DATE > ET-STOP-DATE
004870        SET WS-LATER-ROW TO TRUE
004880        SET WS-WALK-DONE TO TRUE
004890        GO TO 2610-READ-ELECTION-EXIT
004900     END-IF
004910     SET WS-FOUND TO TRUE
004920     MOVE BE-EFF-DATE TO WS-FOUND-EFF-DATE
004930     .
004940 2610-READ-ELECTION-EXIT.
004950     EXIT.
004960
004970 8000-WRITE-SUMMARY.
004980     MOVE SPACES        TO AUD-LIST-REC
004990     MOVE 'SUMMARY'     TO AUD-ACTION
005000     WRITE AUD-LIST-REC
005010     DISPLAY 'BENELECT SUMMARY - ADDED: '   WS-ADD-COUNT
005020             ' STOPPED: '  WS-STOP-COUNT
005030             ' DELETED: '  WS-DELETE-COUNT
005040             ' ERRORS: '   WS-ERROR-COUNT
005050     .
005060 8000-WRITE-SUMMARY-EXIT.
005070     EXIT.
005080
005090 9000-ABEND-PARA.
005100*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
005110*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
005120     DISPLAY 'BENELECT - OPEN FAILED FOR: ' WS-ABEND-DDNAME
005130     DISPLAY 'BENELECT - FILE STATUS WAS : ' WS-ABEND-STATUS
005140     MOVE 16 TO RETURN-CODE
005150     STOP RUN
005160     .
005170 9000-ABEND-PARA-EXIT.
005180     EXIT.
005190
005200 9500-WRITE-AUDIT-RECORD.
005210*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
005220*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
005230*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
005240     OPEN EXTEND AUDTFILE
005250     IF NOT WS-AUDTFILE-OK
005260        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
005270        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
005280        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005290     END-IF
005300     ACCEPT WS-RUN-TIME FROM TIME
005310     MOVE 'BENELECT' TO LOG-PGM-NAME
005320     MOVE WS-RUN-DATE-EDIT TO LOG-RUN-DATE
005330     STRING WS-RUN-HH DELIMITED SIZE
005340            ':'       DELIMITED SIZE
005350            WS-RUN-MN DELIMITED SIZE
005360            ':'       DELIMITED SIZE
005370            WS-RUN-SS DELIMITED SIZE
005380            INTO LOG-RUN-TIME
005390     COMPUTE LOG-REC-COUNT = WS-ADD-COUNT + WS-STOP-COUNT
005400                           + WS-DELETE-COUNT + WS-ERROR-COUNT
005410     MOVE RETURN-CODE    TO LOG-RETURN-CODE
005420     WRITE LOG-REC
005430     CLOSE AUDTFILE
005440     .
005450 9500-WRITE-AUDIT-RECORD-EXIT.
005460     EXIT.
