000010******************************************************************
000020*        PROGRAM NAME            : DEDMAINT                      *
000030*        DESCRIPTION             : MAINTAINS THE EMPLOYEE        *
000040*                                  DEDUCTION-ORDER MASTER        *
000050*                                  (GARNISHMENTS, CHILD SUPPORT, *
000060*                                  TAX LEVIES, LOANS, VOLUNTARY  *
000070*                                  DEDUCTIONS) FROM A            *
000080*                                  TRANSACTION FILE OF ADD/      *
000090*                                  CHANGE/CLOSE/DELETE ACTIONS,  *
000100*                                  WITH AN AUDIT LISTING OF WHAT *
000110*                                  CHANGED - THE SAME PATTERN    *
000120*                                  BANKMAIN USES FOR THE BANK    *
000130*                                  MASTER.  PAYCALC APPLIES THE  *
000140*                                  ACTIVE ORDERS EACH PAY RUN    *
000150*                                  AND CLOSES AN ORDER ITSELF    *
000160*                                  WHEN ITS GOAL IS REACHED.     *
000170*        CREDITS                 : DATA PROCESSING               *
000180******************************************************************
000190*        MODIFICATION HISTORY                                    *
000200*        ----------------------------------------------------   *
000210*        DATE       INIT  DESCRIPTION                            *
000220*        10/15/26   RWM   INITIAL VERSION - COURT ORDERS AND     *
000230*                         LOAN REPAYMENTS WERE KEYED AS MANUAL   *
000240*                         NET-PAY ADJUSTMENTS EVERY PAY RUN.     *
000250******************************************************************
000260
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. DEDMAINT.
000290 AUTHOR. R MEHTA.
000300 INSTALLATION. DATA PROCESSING.
000310 DATE-WRITTEN. 10/15/26.
000320 DATE-COMPILED.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT DEDTRAN  ASSIGN TO DEDTRAN
000380     ORGANIZATION IS LINE SEQUENTIAL
000390     FILE STATUS IS WS-DEDTRAN-STATUS.
000400
000410     SELECT DEDORDR  ASSIGN TO DEDORDR
000420     ORGANIZATION IS INDEXED
000430     ACCESS MODE IS DYNAMIC
000440     RECORD KEY IS DO-KEY
000450     FILE STATUS IS WS-DEDORDR-STATUS.
000460
000470     SELECT DEDAUD   ASSIGN TO DEDAUD
000480     ORGANIZATION IS LINE SEQUENTIAL
000490     FILE STATUS IS WS-DEDAUD-STATUS.
000500
000510     SELECT AUDTFILE ASSIGN TO AUDTDD
000520     ORGANIZATION IS LINE SEQUENTIAL
000530     FILE STATUS IS WS-AUDTFILE-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570*    ONE CARD PER ACTION.  THE KEY IS EMPLOYEE + PRIORITY + ORDER
000580*    ID - A PRIORITY CHANGE IS A CLOSE (OR DELETE) OF THE OLD KEY
000590*    AND AN ADD OF THE NEW ONE, SO THE TAKEN-TO-DATE HISTORY STAYS
000600*    WITH THE ORDER IT WAS TAKEN UNDER.  GOAL MAY BE LEFT BLANK
000610*    FOR AN ORDER WITH NO BALANCE (READ AS ZERO - NEVER CLOSES ON
000620*    ITS OWN).  STOP DATE MAY BE LEFT BLANK FOR OPEN-ENDED.
000630 FD DEDTRAN.
000640 01 DT-TRAN-REC.
000650     05 DT-ACTION         PIC X(01).
000660         88 DT-ADD        VALUE 'A'.
000670         88 DT-CHANGE     VALUE 'C'.
000680         88 DT-CLOSE      VALUE 'X'.
000690         88 DT-DELETE     VALUE 'D'.
000700     05 DT-EMP-ID         PIC X(06).
000710     05 DT-PRIORITY       PIC X(02).
000720     05 DT-ORDER-ID       PIC X(06).
000730     05 DT-ORDER-TYPE     PIC X(02).
000740     05 DT-CALC-METHOD    PIC X(01).
000750     05 DT-AMOUNT         PIC X(09).
000760     05 DT-AMOUNT-9 REDEFINES DT-AMOUNT
000770                          PIC 9(07)V99.
000780     05 DT-PCT            PIC X(05).
000790     05 DT-PCT-9 REDEFINES DT-PCT
000800                          PIC 9(02)V999.
000810     05 DT-START-DATE     PIC X(08).
000820     05 DT-STOP-DATE      PIC X(08).
000830     05 DT-GOAL-AMT       PIC X(11).
000840     05 DT-GOAL-AMT-9 REDEFINES DT-GOAL-AMT
000850                          PIC 9(09)V99.
000860     05 DT-PAYEE-ID       PIC X(08).
000870     05 DT-PAYEE-NAME     PIC X(20).
000880     05 DT-CASE-NO        PIC X(15).
000890     05 FILLER            PIC X(08).
000900
000910 FD DEDORDR.
000920     COPY DORDREC.
000930
000940 FD DEDAUD.
000950 01 AUD-LIST-REC.
000960     05 AUD-ACTION        PIC X(10).
000970     05 FILLER            PIC X(01) VALUE SPACE.
000980     05 AUD-EMP-ID        PIC X(06).
000990     05 FILLER            PIC X(01) VALUE SPACE.
001000     05 AUD-ORDER-ID      PIC X(06).
001010     05 FILLER            PIC X(01) VALUE SPACE.
001020     05 AUD-RESULT        PIC X(30).
001030
001040 FD AUDTFILE.
001050     COPY AUDITREC REPLACING ==:RECNAME:== BY ==LOG-REC==
001060                             ==:PFX:==     BY ==LOG==.
001070
001080 WORKING-STORAGE SECTION.
001090 01 WS-DEDTRAN-STATUS    PIC X(02) VALUE '00'.
001100 01 WS-DEDORDR-STATUS    PIC X(02) VALUE '00'.
001110 01 WS-DEDAUD-STATUS     PIC X(02) VALUE '00'.
001120 01 WS-EOF-STA           PIC X VALUE 'N'.
001130     88 WS-EOF           VALUE 'Y'.
001140 01 WS-TRAN-OK-SW        PIC X VALUE 'Y'.
001150     88 WS-TRAN-OK       VALUE 'Y'.
001160 01 WS-ADD-COUNT         PIC 9(05) VALUE ZEROES COMP.
001170 01 WS-CHANGE-COUNT      PIC 9(05) VALUE ZEROES COMP.
001180 01 WS-CLOSE-COUNT       PIC 9(05) VALUE ZEROES COMP.
001190 01 WS-DELETE-COUNT      PIC 9(05) VALUE ZEROES COMP.
001200 01 WS-ERROR-COUNT       PIC 9(05) VALUE ZEROES COMP.
001210 01 WS-ABEND-DDNAME      PIC X(10) VALUE SPACES.
001220 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
001230 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
001240     88 WS-AUDTFILE-OK   VALUE '00'.
001250 01 WS-TODAY-YYYYMMDD    PIC X(08) VALUE SPACES.
001260 01 WS-RUN-DATE.
001270     05 WS-RUN-YY        PIC 9(02).
001280     05 WS-RUN-MM        PIC 9(02).
001290     05 WS-RUN-DD        PIC 9(02).
001300 01 WS-RUN-TIME.
001310     05 WS-RUN-HH        PIC 9(02).
001320     05 WS-RUN-MN        PIC 9(02).
001330     05 WS-RUN-SS        PIC 9(02).
001340     05 FILLER           PIC 9(02).
001350 01 WS-RUN-DATE-EDIT     PIC X(08).
001360
001370 PROCEDURE DIVISION.
001380 0000-MAINLINE.
001390     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001400     PERFORM 2000-PROCESS-TRAN THRU 2000-PROCESS-TRAN-EXIT
001410             UNTIL WS-EOF
001420     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
001430     CLOSE DEDTRAN
001440           DEDORDR
001450           DEDAUD
001460     PERFORM 9500-WRITE-AUDIT-RECORD
001470             THRU 9500-WRITE-AUDIT-RECORD-EXIT
001480     STOP RUN
001490     .
001500
001510 1000-INITIALIZE.
001520     OPEN INPUT DEDTRAN
001530     IF WS-DEDTRAN-STATUS NOT = '00'
001540        MOVE 'DEDTRAN' TO WS-ABEND-DDNAME
001550        MOVE WS-DEDTRAN-STATUS TO WS-ABEND-STATUS
001560        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001570     END-IF
001580*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
001590*    OPEN - THE NORMAL CASE THE VERY FIRST TIME THE JOB RUNS.
001600     OPEN I-O DEDORDR
001610     IF WS-DEDORDR-STATUS NOT = '00' AND
001620        WS-DEDORDR-STATUS NOT = '05'
001630        MOVE 'DEDORDR' TO WS-ABEND-DDNAME
001640        MOVE WS-DEDORDR-STATUS TO WS-ABEND-STATUS
001650        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001660     END-IF
001670     OPEN OUTPUT DEDAUD
001680     IF WS-DEDAUD-STATUS NOT = '00'
001690        MOVE 'DEDAUD' TO WS-ABEND-DDNAME
001700        MOVE WS-DEDAUD-STATUS TO WS-ABEND-STATUS
001710        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001720     END-IF
001730     ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
001740     ACCEPT WS-RUN-DATE FROM DATE
001750     STRING WS-RUN-MM DELIMITED SIZE
001760            '/'       DELIMITED SIZE
001770            WS-RUN-DD DELIMITED SIZE
001780            '/'       DELIMITED SIZE
001790            WS-RUN-YY DELIMITED SIZE
001800            INTO WS-RUN-DATE-EDIT
001810     .
001820 1000-INITIALIZE-EXIT.
001830     EXIT.
001840
001850 2000-PROCESS-TRAN.
001860     READ DEDTRAN
001870         AT END SET WS-EOF TO TRUE
001880         NOT AT END
001890             PERFORM 2100-APPLY-TRAN THRU 2100-APPLY-TRAN-EXIT
001900     END-READ
001910     .
001920 2000-PROCESS-TRAN-EXIT.
001930     EXIT.
001940
001950 2100-APPLY-TRAN.
001960     MOVE SPACES        TO AUD-LIST-REC
001970     MOVE DT-EMP-ID     TO AUD-EMP-ID
001980     MOVE DT-ORDER-ID   TO AUD-ORDER-ID
001990     IF DT-EMP-ID IS NOT NUMERIC
002000        MOVE 'INVALID'     TO AUD-ACTION
002010        MOVE 'BAD EMPLOYEE ID ON CARD' TO AUD-RESULT
002020        WRITE AUD-LIST-REC
002030        ADD 1 TO WS-ERROR-COUNT
002040        GO TO 2100-APPLY-TRAN-EXIT
002050     END-IF
002060     IF DT-PRIORITY IS NOT NUMERIC OR
002070        DT-ORDER-ID = SPACES
002080        MOVE 'INVALID'     TO AUD-ACTION
002090        MOVE 'BAD PRIORITY OR ORDER ID' TO AUD-RESULT
002100        WRITE AUD-LIST-REC
002110        ADD 1 TO WS-ERROR-COUNT
002120        GO TO 2100-APPLY-TRAN-EXIT
002130     END-IF
002140     EVALUATE TRUE
002150         WHEN DT-ADD
002160             PERFORM 2110-ADD-ORDER THRU 2110-ADD-ORDER-EXIT
002170         WHEN DT-CHANGE
002180             PERFORM 2120-CHANGE-ORDER
002190                     THRU 2120-CHANGE-ORDER-EXIT
002200         WHEN DT-CLOSE
002210             PERFORM 2130-CLOSE-ORDER THRU 2130-CLOSE-ORDER-EXIT
002220         WHEN DT-DELETE
002230             PERFORM 2140-DELETE-ORDER
002240                     THRU 2140-DELETE-ORDER-EXIT
002250         WHEN OTHER
002260             MOVE 'INVALID'   TO AUD-ACTION
002270             MOVE 'UNRECOGNIZED ACTION CODE' TO AUD-RESULT
002280             WRITE AUD-LIST-REC
002290             ADD 1 TO WS-ERROR-COUNT
002300     END-EVALUATE
002310     .
002320 2100-APPLY-TRAN-EXIT.
002330     EXIT.
002340
002350 2110-ADD-ORDER.
002360     MOVE 'ADD'         TO AUD-ACTION
002370     PERFORM 2200-EDIT-TERMS THRU 2200-EDIT-TERMS-EXIT
002380     IF NOT WS-TRAN-OK
002390        GO TO 2110-ADD-ORDER-EXIT
002400     END-IF
002410     MOVE DT-EMP-ID     TO DO-EMP-ID
002420     MOVE DT-PRIORITY   TO DO-PRIORITY
002430     MOVE DT-ORDER-ID   TO DO-ORDER-ID
002440     READ DEDORDR KEY IS DO-KEY
002450         INVALID KEY
002460             PERFORM 2300-MOVE-TERMS THRU 2300-MOVE-TERMS-EXIT
002470             MOVE ZEROES     TO DO-TAKEN-TO-DATE
002480                                DO-LAST-TAKEN-AMT
002490             MOVE SPACES     TO DO-LAST-TAKEN-DATE
002500                                DO-CLOSE-DATE
002510             SET DO-ACTIVE   TO TRUE
002520             WRITE DO-ORDER-REC
002530             MOVE 'ORDER ADDED - ACTIVE' TO AUD-RESULT
002540             ADD 1 TO WS-ADD-COUNT
002550         NOT INVALID KEY
002560             MOVE 'FAILED - ALREADY EXISTS'  TO AUD-RESULT
002570             ADD 1 TO WS-ERROR-COUNT
002580     END-READ
002590     WRITE AUD-LIST-REC
002600     .
002610 2110-ADD-ORDER-EXIT.
002620     EXIT.
002630
002640 2120-CHANGE-ORDER.
002650*    A CHANGE REPLACES THE TERMS ONLY - THE AMOUNT TAKEN TO DATE
002660*    AND THE LAST-TAKEN RERUN GUARD BELONG TO PAYCALC.  A CLOSED
002670*    ORDER IS NOT REOPENED BY A CHANGE; AN AMENDED COURT ORDER IS
002680*    ADDED UNDER ITS OWN ORDER ID.
002690     MOVE 'CHANGE'      TO AUD-ACTION
002700     PERFORM 2200-EDIT-TERMS THRU 2200-EDIT-TERMS-EXIT
002710     IF NOT WS-TRAN-OK
002720        GO TO 2120-CHANGE-ORDER-EXIT
002730     END-IF
002740     MOVE DT-EMP-ID     TO DO-EMP-ID
002750     MOVE DT-PRIORITY   TO DO-PRIORITY
002760     MOVE DT-ORDER-ID   TO DO-ORDER-ID
002770     READ DEDORDR KEY IS DO-KEY
002780         INVALID KEY
002790             MOVE 'FAILED - ORDER NOT FOUND' TO AUD-RESULT
002800             ADD 1 TO WS-ERROR-COUNT
002810         NOT INVALID KEY
002820             IF DO-CLOSED
002830                MOVE 'FAILED - ORDER IS CLOSED' TO AUD-RESULT
002840                ADD 1 TO WS-ERROR-COUNT
002850             ELSE
002860                PERFORM 2300-MOVE-TERMS THRU 2300-MOVE-TERMS-EXIT
002870                REWRITE DO-ORDER-REC
002880                MOVE 'ORDER TERMS CHANGED' TO AUD-RESULT
002890                ADD 1 TO WS-CHANGE-COUNT
002900             END-IF
002910     END-READ
002920     WRITE AUD-LIST-REC
002930     .
002940 2120-CHANGE-ORDER-EXIT.
002950     EXIT.
002960
002970 2130-CLOSE-ORDER.
002980*    A RELEASED OR SATISFIED ORDER IS CLOSED, NOT DELETED, SO THE
002990*    AMOUNT TAKEN UNDER IT STAYS ON FILE FOR PAYEE ENQUIRIES.
003000     MOVE 'CLOSE'       TO AUD-ACTION
003010     MOVE DT-EMP-ID     TO DO-EMP-ID
003020     MOVE DT-PRIORITY   TO DO-PRIORITY
003030     MOVE DT-ORDER-ID   TO DO-ORDER-ID
003040     READ DEDORDR KEY IS DO-KEY
003050         INVALID KEY
003060             MOVE 'FAILED - ORDER NOT FOUND' TO AUD-RESULT
003070             ADD 1 TO WS-ERROR-COUNT
003080         NOT INVALID KEY
003090             IF DO-CLOSED
003100                MOVE 'ALREADY CLOSED' TO AUD-RESULT
003110             ELSE
003120                SET DO-CLOSED TO TRUE
003130                MOVE WS-TODAY-YYYYMMDD TO DO-CLOSE-DATE
003140                                          DO-LAST-MAINT-DATE
003150                REWRITE DO-ORDER-REC
003160                MOVE 'ORDER CLOSED' TO AUD-RESULT
003170                ADD 1 TO WS-CLOSE-COUNT
003180             END-IF
003190     END-READ
003200     WRITE AUD-LIST-REC
003210     .
003220 2130-CLOSE-ORDER-EXIT.
003230     EXIT.
003240
003250 2140-DELETE-ORDER.
003260*    DELETE IS FOR AN ORDER KEYED IN ERROR.  ONCE ANYTHING HAS
003270*    BEEN TAKEN UNDER IT THE ORDER MUST BE CLOSED INSTEAD - THE
003280*    PAYEE'S REMITTANCE HISTORY HAS TO TIE BACK TO SOMETHING.
003290     MOVE 'DELETE'      TO AUD-ACTION
003300     MOVE DT-EMP-ID     TO DO-EMP-ID
003310     MOVE DT-PRIORITY   TO DO-PRIORITY
003320     MOVE DT-ORDER-ID   TO DO-ORDER-ID
003330     READ DEDORDR KEY IS DO-KEY
003340         INVALID KEY
003350             MOVE 'FAILED - ORDER NOT FOUND' TO AUD-RESULT
003360             ADD 1 TO WS-ERROR-COUNT
003370         NOT INVALID KEY
003380             IF DO-TAKEN-TO-DATE > ZERO
003390                MOVE 'FAILED - TAKEN, CLOSE INSTEAD' TO AUD-RESULT
003400                ADD 1 TO WS-ERROR-COUNT
003410             ELSE
003420                DELETE DEDORDR RECORD
003430                MOVE 'ORDER REMOVED' TO AUD-RESULT
003440                ADD 1 TO WS-DELETE-COUNT
003450             END-IF
003460     END-READ
003470     WRITE AUD-LIST-REC
003480     .
003490 2140-DELETE-ORDER-EXIT.
003500     EXIT.
003510
003520 2200-EDIT-TERMS.
003530*    EDIT THE TERMS ON AN ADD OR CHANGE CARD BEFORE THE MASTER IS
003540*    TOUCHED.  A PERCENT ORDER IS A PERCENT OF DISPOSABLE EARNINGS
003550*    (GROSS LESS THE RATES-FILE DEDUCTIONS) - PAYCALC STILL HOLDS
003560*    THE COMBINED ORDERS TO THE LEGAL LIMIT ON ITS CONTROL CARD.
003570     MOVE 'Y' TO WS-TRAN-OK-SW
003580     MOVE DT-ORDER-TYPE TO DO-ORDER-TYPE
003590     MOVE DT-CALC-METHOD TO DO-CALC-METHOD
003600     EVALUATE TRUE
003610         WHEN NOT DO-VALID-TYPE
003620             MOVE 'FAILED - BAD ORDER TYPE' TO AUD-RESULT
003630         WHEN NOT DO-FIXED-AMT AND NOT DO-PCT-OF-DISP
003640             MOVE 'FAILED - METHOD NOT A OR P' TO AUD-RESULT
003650         WHEN DO-FIXED-AMT AND DT-AMOUNT IS NOT NUMERIC
003660             MOVE 'FAILED - BAD AMOUNT' TO AUD-RESULT
003670         WHEN DO-FIXED-AMT AND DT-AMOUNT-9 = ZERO
003680             MOVE 'FAILED - BAD AMOUNT' TO AUD-RESULT
003690         WHEN DO-PCT-OF-DISP AND DT-PCT IS NOT NUMERIC
003700             MOVE 'FAILED - BAD PERCENT' TO AUD-RESULT
003710         WHEN DO-PCT-OF-DISP AND DT-PCT-9 = ZERO
003720             MOVE 'FAILED - BAD PERCENT' TO AUD-RESULT
003730         WHEN DT-START-DATE IS NOT NUMERIC
003740             MOVE 'FAILED - BAD START DATE' TO AUD-RESULT
003750         WHEN DT-STOP-DATE NOT = SPACES AND
003760              DT-STOP-DATE IS NOT NUMERIC
003770             MOVE 'FAILED - BAD STOP DATE' TO AUD-RESULT
003780         WHEN DT-STOP-DATE NOT = SPACES AND
003790              DT-STOP-DATE < DT-START-DATE
003800             MOVE 'FAILED - STOP BEFORE START' TO AUD-RESULT
003810         WHEN DT-GOAL-AMT NOT = SPACES AND
003820              DT-GOAL-AMT IS NOT NUMERIC
003830             MOVE 'FAILED - BAD GOAL AMOUNT' TO AUD-RESULT
003840         WHEN DT-PAYEE-ID = SPACES
003850             MOVE 'FAILED - NO PAYEE' TO AUD-RESULT
003860         WHEN OTHER
003870             CONTINUE
003880     END-EVALUATE
003890     IF AUD-RESULT NOT = SPACES
003900        MOVE 'N' TO WS-TRAN-OK-SW
003910        WRITE AUD-LIST-REC
003920        ADD 1 TO WS-ERROR-COUNT
003930     END-IF
003940     .
003950 2200-EDIT-TERMS-EXIT.
003960     EXIT.
003970
003980 2300-MOVE-TERMS.
003990     MOVE DT-ORDER-TYPE  TO DO-ORDER-TYPE
004000     MOVE DT-CALC-METHOD TO DO-CALC-METHOD
004010     IF DO-FIXED-AMT
004020        MOVE DT-AMOUNT-9 TO DO-AMOUNT
004030        MOVE ZEROES      TO DO-PCT
004040     ELSE
004050        MOVE ZEROES      TO DO-AMOUNT
004060        MOVE DT-PCT-9    TO DO-PCT
004070     END-IF
004080     MOVE DT-START-DATE  TO DO-START-DATE
004090     MOVE DT-STOP-DATE   TO DO-STOP-DATE
004100     IF DT-GOAL-AMT = SPACES
004110        MOVE ZEROES      TO DO-GOAL-AMT
004120     ELSE
004130        MOVE DT-GOAL-AMT-9 TO DO-GOAL-AMT
004140     END-IF
004150     MOVE DT-PAYEE-ID    TO DO-PAYEE-ID
004160     MOVE DT-PAYEE-NAME  TO DO-PAYEE-NAME
004170     MOVE DT-CASE-NO     TO DO-CASE-NO
004180     MOVE WS-TODAY-YYYYMMDD TO DO-LAST-MAINT-DATE
004190     .
004200 2300-MOVE-TERMS-EXIT.
004210     EXIT.
004220
004230 8000-WRITE-SUMMARY.
004240     MOVE SPACES        TO AUD-LIST-REC
004250     MOVE 'SUMMARY'     TO AUD-ACTION
004260     WRITE AUD-LIST-REC
004270     DISPLAY 'DEDMAINT SUMMARY - ADDED: '   WS-ADD-COUNT
004280             ' CHANGED: '  WS-CHANGE-COUNT
004290             ' CLOSED: '   WS-CLOSE-COUNT
004300             ' DELETED: '  WS-DELETE-COUNT
004310             ' ERRORS: '   WS-ERROR-COUNT
004320     .
004330 8000-WRITE-SUMMARY-EXIT.
004340     EXIT.
004350
004360 9000-ABEND-PARA.
004370*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
004380*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
004390     DISPLAY 'DEDMAINT - OPEN FAILED FOR: ' WS-ABEND-DDNAME
004400     DISPLAY 'DEDMAINT - FILE STATUS WAS : ' WS-ABEND-STATUS
004410     MOVE 16 TO RETURN-CODE
004420     STOP RUN
004430     .
004440 9000-ABEND-PARA-EXIT.
004450     EXIT.
004460
004470 9500-WRITE-AUDIT-RECORD.
004480*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
004490*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
004500*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
004510     OPEN EXTEND AUDTFILE
004520     IF NOT WS-AUDTFILE-OK
004530        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
004540        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
004550        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004560     END-IF
004570     ACCEPT WS-RUN-TIME FROM TIME
004580     MOVE 'DEDMAINT' TO LOG-PGM-NAME
004590     MOVE WS-RUN-DATE-EDIT TO LOG-RUN-DATE
004600     STRING WS-RUN-HH DELIMITED SIZE
004610            ':'       DELIMITED SIZE
004620            WS-RUN-MN DELIMITED SIZE
004630            ':'       DELIMITED SIZE
004640            WS-RUN-SS DELIMITED SIZE
004650            INTO LOG-RUN-TIME
004660     COMPUTE LOG-REC-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
004670                           + WS-CLOSE-COUNT + WS-DELETE-COUNT
004680                           + WS-ERROR-COUNT
004690     MOVE RETURN-CODE    TO LOG-RETURN-CODE
004700     WRITE LOG-REC
004710     CLOSE AUDTFILE
004720     .
004730 9500-WRITE-AUDIT-RECORD-EXIT.
004740     EXIT.
