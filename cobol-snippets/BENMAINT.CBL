000010******************************************************************
000020*        PROGRAM NAME            : BENMAINT                      *
000030*        DESCRIPTION             : MAINTAINS THE BENEFIT PLAN    *
000040*                                  MASTER (BPLANMST) - EACH      *
000050*                                  PLAN'S CARRIER, GROUP NUMBER  *
000060*                                  AND THE EMPLOYEE AND EMPLOYER *
000070*                                  COST PER PAY PERIOD FOR EVERY *
000080*                                  COVERAGE TIER, BY EFFECTIVE   *
000090*                                  DATE - FROM A TRANSACTION     *
000100*                                  FILE OF ADD/CHANGE/DELETE     *
000110*                                  ACTIONS, WITH AN AUDIT        *
000120*                                  LISTING OF WHAT CHANGED, THE  *
000130*                                  SAME PATTERN DEDMAINT USES    *
000140*                                  FOR THE DEDUCTION-ORDER       *
000150*                                  MASTER.  PAYCALC PRICES EACH  *
000160*                                  EMPLOYEE'S ELECTIONS FROM     *
000170*                                  THIS MASTER EVERY PAY RUN.    *
000180*        CREDITS                 : DATA PROCESSING               *
000190******************************************************************
000200*        MODIFICATION HISTORY                                    *
000210*        ----------------------------------------------------   *
000220*        DATE       INIT  DESCRIPTION                            *
000230*        10/15/26   RWM   INITIAL VERSION - PREMIUMS WERE TAKEN  *
000240*                         AS ONE FLAT RATES-FILE PERCENT         *
000250*                         WHATEVER PLAN OR TIER THE EMPLOYEE WAS *
000260*                         IN.                                    *
000270******************************************************************
000280
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. BENMAINT.
000310 AUTHOR. R MEHTA.
000320 INSTALLATION. DATA PROCESSING.
000330 DATE-WRITTEN. 10/15/26.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT PLANTRAN ASSIGN TO PLANTRAN
000400     ORGANIZATION IS LINE SEQUENTIAL
000410     FILE STATUS IS WS-PLANTRAN-STATUS.
000420
000430     SELECT BPLANMST ASSIGN TO BPLANMST
000440     ORGANIZATION IS INDEXED
000450     ACCESS MODE IS DYNAMIC
000460     RECORD KEY IS BP-KEY
000470     FILE STATUS IS WS-BPLANMST-STATUS.
000480
000490     SELECT PLANAUD  ASSIGN TO PLANAUD
000500     ORGANIZATION IS LINE SEQUENTIAL
000510     FILE STATUS IS WS-PLANAUD-STATUS.
000520
000530     SELECT AUDTFILE ASSIGN TO AUDTDD
000540     ORGANIZATION IS LINE SEQUENTIAL
000550     FILE STATUS IS WS-AUDTFILE-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590*    ONE CARD PER ACTION.  THE KEY IS PLAN + TIER + EFFECTIVE
000600*    DATE - A NEW PLAN YEAR'S COSTS ARE ADDED UNDER THEIR OWN
000610*    EFFECTIVE DATE SO EARLIER PAY RUNS STILL SHOW WHAT THEY WERE
000620*    PRICED AT.
000630*    A CHANGE REPLACES EVERYTHING BUT THE KEY.  COSTS ARE PER PAY
000640*    PERIOD, 9(5)V99; A PLAN THE EMPLOYER PAYS IN FULL CARRIES A
000650*    ZERO EMPLOYEE COST.
000660 FD PLANTRAN.
000670 01 PT-TRAN-REC.
000680     05 PT-ACTION         PIC X(01).
000690         88 PT-ADD        VALUE 'A'.
000700         88 PT-CHANGE     VALUE 'C'.
000710         88 PT-DELETE     VALUE 'D'.
000720     05 PT-PLAN-ID        PIC X(06).
000730     05 PT-TIER           PIC X(02).
000740     05 PT-EFF-DATE       PIC X(08).
000750     05 PT-PLAN-TYPE      PIC X(02).
000760     05 PT-PLAN-NAME      PIC X(20).
000770     05 PT-CARRIER-ID     PIC X(06).
000780     05 PT-CARRIER-NAME   PIC X(20).
000790     05 PT-GROUP-NO       PIC X(10).
000800     05 PT-EE-COST        PIC X(07).
000810     05 PT-EE-COST-9 REDEFINES PT-EE-COST
000820                          PIC 9(05)V99.
000830     05 PT-ER-COST        PIC X(07).
000840     05 PT-ER-COST-9 REDEFINES PT-ER-COST
000850                          PIC 9(05)V99.
000860     05 FILLER            PIC X(11).
000870
000880 FD BPLANMST.
000890     COPY BPLANREC.
000900
000910 FD PLANAUD.
000920 01 AUD-LIST-REC.
000930     05 AUD-ACTION        PIC X(10).
000940     05 FILLER            PIC X(01) VALUE SPACE.
000950     05 AUD-PLAN-ID       PIC X(06).
000960     05 FILLER            PIC X(01) VALUE SPACE.
000970     05 AUD-TIER          PIC X(02).
000980     05 FILLER            PIC X(01) VALUE SPACE.
000990     05 AUD-EFF-DATE      PIC X(08).
001000     05 FILLER            PIC X(01) VALUE SPACE.
001010     05 AUD-RESULT        PIC X(30).
001020     05 FILLER            PIC X(01) VALUE SPACE.
001030     05 AUD-COSTS         PIC X(40).
001040
001050 FD AUDTFILE.
001060     COPY AUDITREC REPLACING ==:RECNAME:== BY ==LOG-REC==
001070                             ==:PFX:==     BY ==LOG==.
001080
001090 WORKING-STORAGE SECTION.
001100 01 WS-PLANTRAN-STATUS   PIC X(02) VALUE '00'.
001110 01 WS-BPLANMST-STATUS   PIC X(02) VALUE '00'.
001120 01 WS-PLANAUD-STATUS    PIC X(02) VALUE '00'.
001130 01 WS-EOF-STA           PIC X VALUE 'N'.
001140     88 WS-EOF           VALUE 'Y'.
001150 01 WS-TRAN-OK-SW        PIC X VALUE 'Y'.
001160     88 WS-TRAN-OK       VALUE 'Y'.
001170 01 WS-ADD-COUNT         PIC 9(05) VALUE ZEROES COMP.
001180 01 WS-CHANGE-COUNT      PIC 9(05) VALUE ZEROES COMP.
001190 01 WS-DELETE-COUNT      PIC 9(05) VALUE ZEROES COMP.
001200 01 WS-ERROR-COUNT       PIC 9(05) VALUE ZEROES COMP.
001210 01 WS-ABEND-DDNAME      PIC X(10) VALUE SPACES.
001220 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
001230 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
001240     88 WS-AUDTFILE-OK   VALUE '00'.
001250 01 WS-TODAY-YYYYMMDD    PIC X(08) VALUE SPACES.
001260 01 WS-COST-LINE.
001270     05 FILLER           PIC X(04) VALUE 'EE: '.
001280     05 WS-COST-EE       PIC ZZ,ZZ9.99.
001290     05 FILLER           PIC X(06) VALUE '  ER: '.
001300     05 WS-COST-ER       PIC ZZ,ZZ9.99.
001310     05 FILLER           PIC X(02) VALUE SPACES.
001320     05 WS-COST-CARRIER  PIC X(06).
001330     05 FILLER           PIC X(04) VALUE SPACES.
001340 01 WS-RUN-DATE.
001350     05 WS-RUN-YY        PIC 9(02).
001360     05 WS-RUN-MM        PIC 9(02).
001370     05 WS-RUN-DD        PIC 9(02).
001380 01 WS-RUN-TIME.
001390     05 WS-RUN-HH        PIC 9(02).
001400     05 WS-RUN-MN        PIC 9(02).
001410     05 WS-RUN-SS        PIC 9(02).
001420     05 FILLER           PIC 9(02).
001430 01 WS-RUN-DATE-EDIT     PIC X(08).
001440
001450 PROCEDURE DIVISION.
001460 0000-MAINLINE.
001470     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001480     PERFORM 2000-PROCESS-TRAN THRU 2000-PROCESS-TRAN-EXIT
001490             UNTIL WS-EOF
001500     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
001510     CLOSE PLANTRAN
001520           BPLANMST
001530           PLANAUD
001540     PERFORM 9500-WRITE-AUDIT-RECORD
001550             THRU 9500-WRITE-AUDIT-RECORD-EXIT
001560     STOP RUN
001570     .
001580
001590 1000-INITIALIZE.
001600     OPEN INPUT PLANTRAN
001610     IF WS-PLANTRAN-STATUS NOT = '00'
001620        MOVE 'PLANTRAN' TO WS-ABEND-DDNAME
001630        MOVE WS-PLANTRAN-STATUS TO WS-ABEND-STATUS
001640        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001650     END-IF
001660*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
001670*    OPEN - THE NORMAL CASE THE VERY FIRST TIME THE JOB RUNS.
001680     OPEN I-O BPLANMST
001690     IF WS-BPLANMST-STATUS NOT = '00' AND
001700        WS-BPLANMST-STATUS NOT = '05'
001710        MOVE 'BPLANMST' TO WS-ABEND-DDNAME
001720        MOVE WS-BPLANMST-STATUS TO WS-ABEND-STATUS
001730        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001740     END-IF
001750     OPEN OUTPUT PLANAUD
001760     IF WS-PLANAUD-STATUS NOT = '00'
001770        MOVE 'PLANAUD' TO WS-ABEND-DDNAME
001780        MOVE WS-PLANAUD-STATUS TO WS-ABEND-STATUS
001790        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001800     END-IF
001810     ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
001820     ACCEPT WS-RUN-DATE FROM DATE
001830     STRING WS-RUN-MM DELIMITED SIZE
001840            '/'       DELIMITED SIZE
001850            WS-RUN-DD DELIMITED SIZE
001860            '/'       DELIMITED SIZE
001870            WS-RUN-YY DELIMITED SIZE
001880            INTO WS-RUN-DATE-EDIT
001890     .
001900 1000-INITIALIZE-EXIT.
001910     EXIT.
001920
001930 2000-PROCESS-TRAN.
001940     READ PLANTRAN
001950         AT END SET WS-EOF TO TRUE
001960         NOT AT END
001970             PERFORM 2100-APPLY-TRAN THRU 2100-APPLY-TRAN-EXIT
001980     END-READ
001990     .
002000 2000-PROCESS-TRAN-EXIT.
002010     EXIT.
002020
002030 2100-APPLY-TRAN.
002040     MOVE SPACES        TO AUD-LIST-REC
002050     MOVE PT-PLAN-ID    TO AUD-PLAN-ID
002060     MOVE PT-TIER       TO AUD-TIER
002070     MOVE PT-EFF-DATE   TO AUD-EFF-DATE
002080     MOVE PT-TIER       TO BP-TIER
002090     IF PT-PLAN-ID = SPACES OR NOT BP-VALID-TIER
002100        MOVE 'INVALID'     TO AUD-ACTION
002110        MOVE 'BAD PLAN ID OR TIER' TO AUD-RESULT
002120        WRITE AUD-LIST-REC
002130        ADD 1 TO WS-ERROR-COUNT
002140        GO TO 2100-APPLY-TRAN-EXIT
002150     END-IF
002160     IF PT-EFF-DATE IS NOT NUMERIC
002170        MOVE 'INVALID'     TO AUD-ACTION
002180        MOVE 'BAD EFFECTIVE DATE' TO AUD-RESULT
002190        WRITE AUD-LIST-REC
002200        ADD 1 TO WS-ERROR-COUNT
002210        GO TO 2100-APPLY-TRAN-EXIT
002220     END-IF
002230     EVALUATE TRUE
002240         WHEN PT-ADD
002250             PERFORM 2110-ADD-PLAN THRU 2110-ADD-PLAN-EXIT
002260         WHEN PT-CHANGE
002270             PERFORM 2120-CHANGE-PLAN THRU 2120-CHANGE-PLAN-EXIT
002280         WHEN PT-DELETE
002290             PERFORM 2140-DELETE-PLAN THRU 2140-DELETE-PLAN-EXIT
002300         WHEN OTHER
002310             MOVE 'INVALID'   TO AUD-ACTION
002320             MOVE 'UNRECOGNIZED ACTION CODE' TO AUD-RESULT
002330             WRITE AUD-LIST-REC
002340             ADD 1 TO WS-ERROR-COUNT
002350     END-EVALUATE
002360     .
002370 2100-APPLY-TRAN-EXIT.
002380     EXIT.
002390
002400 2110-ADD-PLAN.
002410     MOVE 'ADD'         TO AUD-ACTION
002420     PERFORM 2200-EDIT-TERMS THRU 2200-EDIT-TERMS-EXIT
002430     IF NOT WS-TRAN-OK
002440        GO TO 2110-ADD-PLAN-EXIT
002450     END-IF
002460     MOVE PT-PLAN-ID    TO BP-PLAN-ID
002470     MOVE PT-TIER       TO BP-TIER
002480     MOVE PT-EFF-DATE   TO BP-EFF-DATE
002490     READ BPLANMST KEY IS BP-KEY
002500         INVALID KEY
002510             PERFORM 2300-MOVE-TERMS THRU 2300-MOVE-TERMS-EXIT
002520             WRITE BP-PLAN-REC
002530             MOVE 'PLAN RATE ADDED' TO AUD-RESULT
002540             ADD 1 TO WS-ADD-COUNT
002550         NOT INVALID KEY
002560             MOVE 'FAILED - ALREADY EXISTS'  TO AUD-RESULT
002570             ADD 1 TO WS-ERROR-COUNT
002580     END-READ
002590     WRITE AUD-LIST-REC
002600     .
002610 2110-ADD-PLAN-EXIT.
002620     EXIT.
002630
002640 2120-CHANGE-PLAN.
002650*    A CHANGE CORRECTS A ROW IN PLACE - A PRICE CHANGE FOR A NEW
002660*    PLAN YEAR IS ADDED AS A NEW ROW INSTEAD, SO A CORRECTION TO
002670*    A ROW ALREADY IN FORCE IS LISTED WITH ITS NEW COSTS FOR
002680*    BENEFITS TO CHECK AGAINST THE CARRIER'S RATE SHEET.
002690     MOVE 'CHANGE'      TO AUD-ACTION
002700     PERFORM 2200-EDIT-TERMS THRU 2200-EDIT-TERMS-EXIT
002710     IF NOT WS-TRAN-OK
002720        GO TO 2120-CHANGE-PLAN-EXIT
002730     END-IF
002740     MOVE PT-PLAN-ID    TO BP-PLAN-ID
002750     MOVE PT-TIER       TO BP-TIER
002760     MOVE PT-EFF-DATE   TO BP-EFF-DATE
002770     READ BPLANMST KEY IS BP-KEY
002780         INVALID KEY
002790             MOVE 'FAILED - PLAN RATE NOT FOUND' TO AUD-RESULT
002800             ADD 1 TO WS-ERROR-COUNT
002810         NOT INVALID KEY
002820             PERFORM 2300-MOVE-TERMS THRU 2300-MOVE-TERMS-EXIT
002830             REWRITE BP-PLAN-REC
002840             IF BP-EFF-DATE NOT > WS-TODAY-YYYYMMDD
002850                MOVE 'CHANGED - ROW ALREADY IN FORCE'
002860                     TO AUD-RESULT
002870             ELSE
002880                MOVE 'PLAN RATE CHANGED' TO AUD-RESULT
002890             END-IF
002900             ADD 1 TO WS-CHANGE-COUNT
002910     END-READ
002920     WRITE AUD-LIST-REC
002930     .
002940 2120-CHANGE-PLAN-EXIT.
002950     EXIT.
002960
002970 2140-DELETE-PLAN.
002980*    DELETE IS FOR A ROW KEYED IN ERROR AHEAD OF ITS EFFECTIVE
002990*    DATE.  ONCE A ROW IS IN FORCE A PAY RUN MAY HAVE PRICED FROM
003000*    IT, SO IT STAYS - ADD A LATER ROW TO REPLACE IT.
003010     MOVE 'DELETE'      TO AUD-ACTION
003020     MOVE PT-PLAN-ID    TO BP-PLAN-ID
003030     MOVE PT-TIER       TO BP-TIER
003040     MOVE PT-EFF-DATE   TO BP-EFF-DATE
003050     READ BPLANMST KEY IS BP-KEY
003060         INVALID KEY
003070             MOVE 'FAILED - PLAN RATE NOT FOUND' TO AUD-RESULT
003080             ADD 1 TO WS-ERROR-COUNT
003090         NOT INVALID KEY
003100             IF BP-EFF-DATE NOT > WS-TODAY-YYYYMMDD
003110                MOVE 'FAILED - IN FORCE, ADD A NEW ROW'
003120                     TO AUD-RESULT
003130                ADD 1 TO WS-ERROR-COUNT
003140             ELSE
003150                DELETE BPLANMST RECORD
003160                MOVE 'PLAN RATE REMOVED' TO AUD-RESULT
003170                ADD 1 TO WS-DELETE-COUNT
003180             END-IF
003190     END-READ
003200     WRITE AUD-LIST-REC
003210     .
003220 2140-DELETE-PLAN-EXIT.
003230     EXIT.
003240
003250 2200-EDIT-TERMS.
003260*    EDIT THE TERMS ON AN ADD OR CHANGE CARD BEFORE THE MASTER IS
003270*    TOUCHED.  THE CARRIER ID IS WHAT THE MONTHLY ELIGIBILITY AND
003280*    RECONCILIATION STEPS SELECT ON, SO IT MAY NOT BE BLANK.
003290     MOVE 'Y' TO WS-TRAN-OK-SW
003300     MOVE PT-PLAN-TYPE TO BP-PLAN-TYPE
003310     EVALUATE TRUE
003320         WHEN NOT BP-VALID-TYPE
003330             MOVE 'FAILED - BAD PLAN TYPE' TO AUD-RESULT
003340         WHEN PT-PLAN-NAME = SPACES
003350             MOVE 'FAILED - NO PLAN NAME' TO AUD-RESULT
003360         WHEN PT-CARRIER-ID = SPACES
003370             MOVE 'FAILED - NO CARRIER' TO AUD-RESULT
003380         WHEN PT-EE-COST IS NOT NUMERIC
003390             MOVE 'FAILED - BAD EMPLOYEE COST' TO AUD-RESULT
003400         WHEN PT-ER-COST IS NOT NUMERIC
003410             MOVE 'FAILED - BAD EMPLOYER COST' TO AUD-RESULT
003420         WHEN OTHER
003430             CONTINUE
003440     END-EVALUATE
003450     IF AUD-RESULT NOT = SPACES
003460        MOVE 'N' TO WS-TRAN-OK-SW
003470        WRITE AUD-LIST-REC
003480        ADD 1 TO WS-ERROR-COUNT
003490     END-IF
003500     .
003510 2200-EDIT-TERMS-EXIT.
003520     EXIT.
003530
003540 2300-MOVE-TERMS.
003550     MOVE PT-PLAN-TYPE    TO BP-PLAN-TYPE
003560     MOVE PT-PLAN-NAME    TO BP-PLAN-NAME
003570     MOVE PT-CARRIER-ID   TO BP-CARRIER-ID
003580     MOVE PT-CARRIER-NAME TO BP-CARRIER-NAME
003590     MOVE PT-GROUP-NO     TO BP-GROUP-NO
003600     MOVE PT-EE-COST-9    TO BP-EE-COST
003610                             WS-COST-EE
003620     MOVE PT-ER-COST-9    TO BP-ER-COST
003630                             WS-COST-ER
003640     MOVE PT-CARRIER-ID   TO WS-COST-CARRIER
003650     MOVE WS-COST-LINE    TO AUD-COSTS
003660     MOVE WS-TODAY-YYYYMMDD TO BP-LAST-MAINT-DATE
003670     .
003680 2300-MOVE-TERMS-EXIT.
003690     EXIT.
003700
003710 8000-WRITE-SUMMARY.
003720     MOVE SPACES        TO AUD-LIST-REC
003730     MOVE 'SUMMARY'     TO AUD-ACTION
003740     WRITE AUD-LIST-REC
003750     DISPLAY 'BENMAINT SUMMARY - ADDED: '   WS-ADD-COUNT
003760             ' CHANGED: '  WS-CHANGE-COUNT
003770             ' DELETED: '  WS-DELETE-COUNT
003780             ' ERRORS: '   WS-ERROR-COUNT
003790     .
003800 8000-WRITE-SUMMARY-EXIT.
003810     EXIT.
003820
003830 9000-ABEND-PARA.
003840*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
003850*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
003860     DISPLAY 'BENMAINT - OPEN FAILED FOR: ' WS-ABEND-DDNAME
003870     DISPLAY 'BENMAINT - FILE STATUS WAS : ' WS-ABEND-STATUS
003880     MOVE 16 TO RETURN-CODE
003890     STOP RUN
003900     .
003910 9000-ABEND-PARA-EXIT.
003920     EXIT.
003930
003940 9500-WRITE-AUDIT-RECORD.
003950*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
003960*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
003970*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
003980     OPEN EXTEND AUDTFILE
003990     IF NOT WS-AUDTFILE-OK
004000        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
004010        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
004020        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004030     END-IF
004040     ACCEPT WS-RUN-TIME FROM TIME
004050     MOVE 'BENMAINT' TO LOG-PGM-NAME
004060     MOVE WS-RUN-DATE-EDIT TO LOG-RUN-DATE
004070     STRING WS-RUN-HH DELIMITED SIZE
004080            ':'       DELIMITED SIZE
004090            WS-RUN-MN DELIMITED SIZE
004100            ':'       DELIMITED SIZE
004110            WS-RUN-SS DELIMITED SIZE
004120            INTO LOG-RUN-TIME
004130     COMPUTE LOG-REC-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
004140                           + WS-DELETE-COUNT + WS-ERROR-COUNT
004150     MOVE RETURN-CODE    TO LOG-RETURN-CODE
004160     WRITE LOG-REC
004170     CLOSE AUDTFILE
004180     .
004190 9500-WRITE-AUDIT-RECORD-EXIT.
004200     EXIT.
