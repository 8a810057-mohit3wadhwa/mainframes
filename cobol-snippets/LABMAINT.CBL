000010******************************************************************
000020*        PROGRAM NAME            : LABMAINT                      *
000030*        DESCRIPTION             : MAINTAINS THE LABOR-          *
000040*                                  ALLOCATION MASTER (LABALLOC)  *
000050*                                  THAT SPLITS A SHARED          *
000060*                                  EMPLOYEE'S PAY ACROSS UP TO   *
000070*                                  FIVE DEPARTMENTS, FROM A      *
000080*                                  TRANSACTION FILE OF ADD/      *
000090*                                  CHANGE/DELETE ACTIONS, WITH   *
000100*                                  AN AUDIT LISTING OF WHAT      *
000110*                                  CHANGED - THE SAME PATTERN    *
000120*                                  DEDMAINT USES FOR THE         *
000130*                                  DEDUCTION-ORDER MASTER.  A    *
000140*                                  ROW WHOSE PERCENTS DO NOT ADD *
000150*                                  UP TO 100.00 IS REFUSED.      *
000160*                                  PAYCALC AND BUDGRPT CHARGE    *
000170*                                  THE DEPARTMENTS FROM IT.      *
000180*        CREDITS                 : DATA PROCESSING               *
000190******************************************************************
000200*        MODIFICATION HISTORY                                    *
000210*        ----------------------------------------------------   *
000220*        DATE       INIT  DESCRIPTION                            *
000230*        10/15/26   RWM   INITIAL VERSION - SHARED STAFF WERE    *
000240*                         CHARGED WHOLLY TO THEIR HOME           *
000250*                         DEPARTMENT IN SUMDD, GLPOST AND        *
000260*                         BUDGRPT.                               *
000270******************************************************************
000280
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. LABMAINT.
000310 AUTHOR. R MEHTA.
000320 INSTALLATION. DATA PROCESSING.
000330 DATE-WRITTEN. 10/15/26.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT LABTRAN  ASSIGN TO LABTRAN
000400     ORGANIZATION IS LINE SEQUENTIAL
000410     FILE STATUS IS WS-LABTRAN-STATUS.
000420
000430     SELECT LABALLOC ASSIGN TO LABALLOC
000440     ORGANIZATION IS INDEXED
000450     ACCESS MODE IS DYNAMIC
000460     RECORD KEY IS LA-KEY
000470     FILE STATUS IS WS-LABALLOC-STATUS.
000480
000490     SELECT EMPMSTR  ASSIGN TO EMPMSTR
000500     ORGANIZATION IS INDEXED
000510     ACCESS MODE IS DYNAMIC
000520     RECORD KEY IS EM-EMP-ID
000530     FILE STATUS IS WS-EMPMSTR-STATUS.
000540
000550     SELECT DEPTMSTR ASSIGN TO DEPTMSTR
000560     ORGANIZATION IS INDEXED
000570     ACCESS MODE IS DYNAMIC
000580     RECORD KEY IS DM-DEPT-CODE
000590     FILE STATUS IS WS-DEPTMSTR-STATUS.
000600
000610     SELECT LABAUD   ASSIGN TO LABAUD
000620     ORGANIZATION IS LINE SEQUENTIAL
000630     FILE STATUS IS WS-LABAUD-STATUS.
000640
000650     SELECT AUDTFILE ASSIGN TO AUDTDD
000660     ORGANIZATION IS LINE SEQUENTIAL
000670     FILE STATUS IS WS-AUDTFILE-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710*    ONE CARD PER ACTION.  THE KEY IS EMPLOYEE + EFFECTIVE DATE -
000720*    A NEW SPLIT IS ADDED UNDER ITS OWN EFFECTIVE DATE SO EARLIER
000730*    PAY RUNS STILL SHOW HOW THEY WERE CHARGED.  TO END SHARING,
000740*    ADD A ROW WITH THE ONE DEPARTMENT AT 100.00.  UNUSED
000750*    DEPARTMENT/PERCENT PAIRS ARE LEFT BLANK.
000760 FD LABTRAN.
000770 01 LT-TRAN-REC.
000780     05 LT-ACTION         PIC X(01).
000790         88 LT-ADD        VALUE 'A'.
000800         88 LT-CHANGE     VALUE 'C'.
000810         88 LT-DELETE     VALUE 'D'.
000820     05 LT-EMP-ID         PIC X(06).
000830     05 LT-EMP-ID-9 REDEFINES LT-EMP-ID
000840                          PIC 9(06).
000850     05 LT-EFF-DATE       PIC X(08).
000860     05 LT-SPLIT OCCURS 5 TIMES.
000870         10 LT-DEPT-CODE  PIC X(04).
000880         10 LT-PCT        PIC X(05).
000890         10 LT-PCT-9 REDEFINES LT-PCT
000900                          PIC 9(03)V99.
000910     05 FILLER            PIC X(20).
000920
000930 FD LABALLOC.
000940     COPY LABALREC.
000950
000960 FD EMPMSTR.
000970     COPY EMPMREC.
000980
000990 FD DEPTMSTR.
001000     COPY DEPTREC.
001010
001020 FD LABAUD.
001030 01 AUD-LIST-REC.
001040     05 AUD-ACTION        PIC X(10).
001050     05 FILLER            PIC X(01) VALUE SPACE.
001060     05 AUD-EMP-ID        PIC X(06).
001070     05 FILLER            PIC X(01) VALUE SPACE.
001080     05 AUD-EFF-DATE      PIC X(08).
001090     05 FILLER            PIC X(01) VALUE SPACE.
001100     05 AUD-RESULT        PIC X(30).
001110     05 FILLER            PIC X(01) VALUE SPACE.
001120     05 AUD-SPLITS        PIC X(45).
001130
001140 FD AUDTFILE.
001150     COPY AUDITREC REPLACING ==:RECNAME:== BY ==LOG-REC==
001160                             ==:PFX:==     BY ==LOG==.
001170
001180 WORKING-STORAGE SECTION.
001190 01 WS-LABTRAN-STATUS    PIC X(02) VALUE '00'.
001200 01 WS-LABALLOC-STATUS   PIC X(02) VALUE '00'.
001210 01 WS-EMPMSTR-STATUS    PIC X(02) VALUE '00'.
001220     88 WS-EMPMSTR-OK    VALUE '00'.
001230 01 WS-DEPTMSTR-STATUS   PIC X(02) VALUE '00'.
001240     88 WS-DEPTMSTR-OK   VALUE '00'.
001250 01 WS-LABAUD-STATUS     PIC X(02) VALUE '00'.
001260 01 WS-EOF-STA           PIC X VALUE 'N'.
001270     88 WS-EOF           VALUE 'Y'.
001280 01 WS-TRAN-OK-SW        PIC X VALUE 'Y'.
001290     88 WS-TRAN-OK       VALUE 'Y'.
001300 01 WS-SX                PIC 9(02) VALUE ZEROES COMP.
001310 01 WS-DX                PIC 9(02) VALUE ZEROES COMP.
001320 01 WS-SPLIT-COUNT       PIC 9(01) VALUE ZEROES.
001330 01 WS-PCT-TOTAL         PIC 9(04)V99 VALUE ZEROES.
001340 01 WS-PCT-TOTAL-EDIT    PIC ZZZ9.99.
001350 01 WS-SPLIT-NO-EDIT     PIC 9(01).
001360*    THE EDITED SPLITS, PACKED TOGETHER WITH BLANK PAIRS DROPPED,
001370*    READY TO MOVE ONTO THE MASTER.
001380 01 WS-NEW-SPLITS.
001390     05 WS-NEW-SPLIT OCCURS 5 TIMES.
001400         10 WS-NEW-DEPT   PIC X(04).
001410         10 WS-NEW-PCT    PIC 9(03)V99.
001420 01 WS-ADD-COUNT         PIC 9(05) VALUE ZEROES COMP.
001430 01 WS-CHANGE-COUNT      PIC 9(05) VALUE ZEROES COMP.
001440 01 WS-DELETE-COUNT      PIC 9(05) VALUE ZEROES COMP.
001450 01 WS-ERROR-COUNT       PIC 9(05) VALUE ZEROES COMP.
001460 01 WS-ABEND-DDNAME      PIC X(10) VALUE SPACES.
001470 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
001480 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
001490     88 WS-AUDTFILE-OK   VALUE '00'.
001500 01 WS-TODAY-YYYYMMDD    PIC X(08) VALUE SPACES.
001510 01 WS-RUN-DATE.
001520     05 WS-RUN-YY        PIC 9(02).
001530     05 WS-RUN-MM        PIC 9(02).
001540     05 WS-RUN-DD        PIC 9(02).
001550 01 WS-RUN-TIME.
001560     05 WS-RUN-HH        PIC 9(02).
001570     05 WS-RUN-MN        PIC 9(02).
001580     05 WS-RUN-SS        PIC 9(02).
001590     05 FILLER           PIC 9(02).
001600 01 WS-RUN-DATE-EDIT     PIC X(08).
001610
001620 PROCEDURE DIVISION.
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001650     PERFORM 2000-PROCESS-TRAN THRU 2000-PROCESS-TRAN-EXIT
001660             UNTIL WS-EOF
001670     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
001680     CLOSE LABTRAN
001690           LABALLOC
001700           EMPMSTR
001710           DEPTMSTR
001720           LABAUD
001730     PERFORM 9500-WRITE-AUDIT-RECORD
001740             THRU 9500-WRITE-AUDIT-RECORD-EXIT
001750     STOP RUN
001760     .
001770
001780 1000-INITIALIZE.
001790     OPEN INPUT LABTRAN
001800     IF WS-LABTRAN-STATUS NOT = '00'
001810        MOVE 'LABTRAN' TO WS-ABEND-DDNAME
001820        MOVE WS-LABTRAN-STATUS TO WS-ABEND-STATUS
001830        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001840     END-IF
001850*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
001860*    OPEN - THE NORMAL CASE THE VERY FIRST TIME THE JOB RUNS.
001870     OPEN I-O LABALLOC
001880     IF WS-LABALLOC-STATUS NOT = '00' AND
001890        WS-LABALLOC-STATUS NOT = '05'
001900        MOVE 'LABALLOC' TO WS-ABEND-DDNAME
001910        MOVE WS-LABALLOC-STATUS TO WS-ABEND-STATUS
001920        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001930     END-IF
001940     OPEN INPUT EMPMSTR
001950     IF NOT WS-EMPMSTR-OK
001960        MOVE 'EMPMSTR' TO WS-ABEND-DDNAME
001970        MOVE WS-EMPMSTR-STATUS TO WS-ABEND-STATUS
001980        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001990     END-IF
002000     OPEN INPUT DEPTMSTR
002010     IF NOT WS-DEPTMSTR-OK
002020        MOVE 'DEPTMSTR' TO WS-ABEND-DDNAME
002030        MOVE WS-DEPTMSTR-STATUS TO WS-ABEND-STATUS
002040        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002050     END-IF
002060     OPEN OUTPUT LABAUD
002070     IF WS-LABAUD-STATUS NOT = '00'
002080        MOVE 'LABAUD' TO WS-ABEND-DDNAME
002090        MOVE WS-LABAUD-STATUS TO WS-ABEND-STATUS
002100        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002110     END-IF
002120     ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
002130     ACCEPT WS-RUN-DATE FROM DATE
002140     STRING WS-RUN-MM DELIMITED SIZE
002150            '/'       DELIMITED SIZE
002160            WS-RUN-DD DELIMITED SIZE
002170            '/'       DELIMITED SIZE
002180            WS-RUN-YY DELIMITED SIZE
002190            INTO WS-RUN-DATE-EDIT
002200     .
002210 1000-INITIALIZE-EXIT.
002220     EXIT.
002230
002240 2000-PROCESS-TRAN.
002250     READ LABTRAN
002260         AT END SET WS-EOF TO TRUE
002270         NOT AT END
002280             PERFORM 2100-APPLY-TRAN THRU 2100-APPLY-TRAN-EXIT
002290     END-READ
002300     .
002310 2000-PROCESS-TRAN-EXIT.
002320     EXIT.
002330
002340 2100-APPLY-TRAN.
002350     MOVE SPACES        TO AUD-LIST-REC
002360     MOVE LT-EMP-ID     TO AUD-EMP-ID
002370     MOVE LT-EFF-DATE   TO AUD-EFF-DATE
002380     MOVE LT-TRAN-REC (16:45) TO AUD-SPLITS
002390     IF LT-EMP-ID IS NOT NUMERIC
002400        MOVE 'INVALID'     TO AUD-ACTION
002410        MOVE 'BAD EMPLOYEE ID ON CARD' TO AUD-RESULT
002420        WRITE AUD-LIST-REC
002430        ADD 1 TO WS-ERROR-COUNT
002440        GO TO 2100-APPLY-TRAN-EXIT
002450     END-IF
002460     IF LT-EFF-DATE IS NOT NUMERIC
002470        MOVE 'INVALID'     TO AUD-ACTION
002480        MOVE 'BAD EFFECTIVE DATE ON CARD' TO AUD-RESULT
002490        WRITE AUD-LIST-REC
002500        ADD 1 TO WS-ERROR-COUNT
002510        GO TO 2100-APPLY-TRAN-EXIT
002520     END-IF
002530     EVALUATE TRUE
002540         WHEN LT-ADD
002550             PERFORM 2110-ADD-ALLOC THRU 2110-ADD-ALLOC-EXIT
002560         WHEN LT-CHANGE
002570             PERFORM 2120-CHANGE-ALLOC
002580                     THRU 2120-CHANGE-ALLOC-EXIT
002590         WHEN LT-DELETE
002600             PERFORM 2140-DELETE-ALLOC
002610                     THRU 2140-DELETE-ALLOC-EXIT
002620         WHEN OTHER
002630             MOVE 'INVALID'   TO AUD-ACTION
002640             MOVE 'UNRECOGNIZED ACTION CODE' TO AUD-RESULT
002650             WRITE AUD-LIST-REC
002660             ADD 1 TO WS-ERROR-COUNT
002670     END-EVALUATE
002680     .
002690 2100-APPLY-TRAN-EXIT.
002700     EXIT.
002710
002720 2110-ADD-ALLOC.
002730     MOVE 'ADD'         TO AUD-ACTION
002740     PERFORM 2200-EDIT-SPLITS THRU 2200-EDIT-SPLITS-EXIT
002750     IF NOT WS-TRAN-OK
002760        GO TO 2110-ADD-ALLOC-EXIT
002770     END-IF
002780     MOVE LT-EMP-ID-9   TO LA-EMP-ID
002790     MOVE LT-EFF-DATE   TO LA-EFF-DATE
002800     READ LABALLOC KEY IS LA-KEY
002810         INVALID KEY
002820             PERFORM 2300-MOVE-SPLITS THRU 2300-MOVE-SPLITS-EXIT
002830             WRITE LA-ALLOC-REC
002840             MOVE 'ALLOCATION ADDED' TO AUD-RESULT
002850             ADD 1 TO WS-ADD-COUNT
002860         NOT INVALID KEY
002870             MOVE 'FAILED - ALREADY EXISTS'  TO AUD-RESULT
002880             ADD 1 TO WS-ERROR-COUNT
002890     END-READ
002900     WRITE AUD-LIST-REC
002910     .
002920 2110-ADD-ALLOC-EXIT.
002930     EXIT.
002940
002950 2120-CHANGE-ALLOC.
002960*    A CHANGE CORRECTS THE SPLITS UNDER AN EXISTING EFFECTIVE
002970*    DATE.  A RUN ALREADY CHARGED UNDER THE OLD SPLITS IS NOT
002980*    RESTATED - CORRECT THE GL BY JOURNAL IF IT MATTERS.
002990     MOVE 'CHANGE'      TO AUD-ACTION
003000     PERFORM 2200-EDIT-SPLITS THRU 2200-EDIT-SPLITS-EXIT
003010     IF NOT WS-TRAN-OK
003020        GO TO 2120-CHANGE-ALLOC-EXIT
003030     END-IF
003040     MOVE LT-EMP-ID-9   TO LA-EMP-ID
003050     MOVE LT-EFF-DATE   TO LA-EFF-DATE
003060     READ LABALLOC KEY IS LA-KEY
003070         INVALID KEY
003080             MOVE 'FAILED - ALLOCATION NOT FOUND' TO AUD-RESULT
003090             ADD 1 TO WS-ERROR-COUNT
003100         NOT INVALID KEY
003110             PERFORM 2300-MOVE-SPLITS THRU 2300-MOVE-SPLITS-EXIT
003120             REWRITE LA-ALLOC-REC
003130             MOVE 'ALLOCATION CHANGED' TO AUD-RESULT
003140             ADD 1 TO WS-CHANGE-COUNT
003150     END-READ
003160     WRITE AUD-LIST-REC
003170     .
003180 2120-CHANGE-ALLOC-EXIT.
003190     EXIT.
003200
003210 2140-DELETE-ALLOC.
003220*    DELETE IS FOR A ROW KEYED IN ERROR.  THE ROW BEFORE IT (IF
003230*    ANY) GOES BACK INTO FORCE FROM THE NEXT PAY RUN.
003240     MOVE 'DELETE'      TO AUD-ACTION
003250     MOVE LT-EMP-ID-9   TO LA-EMP-ID
003260     MOVE LT-EFF-DATE   TO LA-EFF-DATE
003270     READ LABALLOC KEY IS LA-KEY
003280         INVALID KEY
003290             MOVE 'FAILED - ALLOCATION NOT FOUND' TO AUD-RESULT
003300             ADD 1 TO WS-ERROR-COUNT
003310         NOT INVALID KEY
003320             DELETE LABALLOC RECORD
003330             MOVE 'ALLOCATION REMOVED' TO AUD-RESULT
003340             ADD 1 TO WS-DELETE-COUNT
003350     END-READ
003360     WRITE AUD-LIST-REC
003370     .
003380 2140-DELETE-ALLOC-EXIT.
003390     EXIT.
003400
003410 2200-EDIT-SPLITS.
003420*    EDIT THE SPLITS ON AN ADD OR CHANGE CARD BEFORE THE MASTER IS
003430*    TOUCHED.  THE EMPLOYEE MUST BE ON FILE AND ACTIVE, EVERY
003440*    DEPARTMENT ON DEPTMSTR AND ACTIVE, NO DEPARTMENT TWICE, AND
003450*    THE PERCENTS MUST ADD UP TO EXACTLY 100.00 - ANYTHING ELSE
003460*    WOULD CHARGE MORE OR LESS THAN THE EMPLOYEE WAS PAID.
003470     MOVE 'Y' TO WS-TRAN-OK-SW
003480     MOVE ZEROES TO WS-SPLIT-COUNT
003490                    WS-PCT-TOTAL
003500     MOVE SPACES TO WS-NEW-SPLITS
003510     MOVE LT-EMP-ID-9 TO EM-EMP-ID
003520     READ EMPMSTR KEY IS EM-EMP-ID
003530         INVALID KEY
003540             MOVE 'FAILED - EMPLOYEE NOT ON FILE' TO AUD-RESULT
003550     END-READ
003560     IF AUD-RESULT = SPACES AND EM-TERMINATED
003570        MOVE 'FAILED - EMPLOYEE TERMINATED' TO AUD-RESULT
003580     END-IF
003590     IF AUD-RESULT = SPACES
003600        PERFORM 2210-EDIT-ONE-SPLIT THRU 2210-EDIT-ONE-SPLIT-EXIT
003610                VARYING WS-SX FROM 1 BY 1
003620                UNTIL WS-SX > 5 OR AUD-RESULT NOT = SPACES
003630     END-IF
003640     IF AUD-RESULT = SPACES AND WS-SPLIT-COUNT = ZERO
003650        MOVE 'FAILED - NO DEPARTMENTS' TO AUD-RESULT
003660     END-IF
003670     IF AUD-RESULT = SPACES AND WS-PCT-TOTAL NOT = 100
003680        MOVE WS-PCT-TOTAL TO WS-PCT-TOTAL-EDIT
003690        STRING 'FAILED - PCTS TOTAL '  DELIMITED SIZE
003700               WS-PCT-TOTAL-EDIT       DELIMITED SIZE
003710               INTO AUD-RESULT
003720     END-IF
003730     IF AUD-RESULT NOT = SPACES
003740        MOVE 'N' TO WS-TRAN-OK-SW
003750        WRITE AUD-LIST-REC
003760        ADD 1 TO WS-ERROR-COUNT
003770     END-IF
003780     .
003790 2200-EDIT-SPLITS-EXIT.
003800     EXIT.
003810
003820 2210-EDIT-ONE-SPLIT.
003830     IF LT-DEPT-CODE (WS-SX) = SPACES AND
003840        LT-PCT (WS-SX) = SPACES
003850        GO TO 2210-EDIT-ONE-SPLIT-EXIT
003860     END-IF
003870     MOVE WS-SX TO WS-SPLIT-NO-EDIT
003880     IF LT-DEPT-CODE (WS-SX) = SPACES OR
003890        LT-PCT (WS-SX) IS NOT NUMERIC
003900        STRING 'FAILED - BAD SPLIT ' DELIMITED SIZE
003910               WS-SPLIT-NO-EDIT      DELIMITED SIZE
003920               INTO AUD-RESULT
003930        GO TO 2210-EDIT-ONE-SPLIT-EXIT
003940     END-IF
003950     IF LT-PCT-9 (WS-SX) = ZERO
003960        STRING 'FAILED - ZERO PCT ON SPLIT ' DELIMITED SIZE
003970               WS-SPLIT-NO-EDIT              DELIMITED SIZE
003980               INTO AUD-RESULT
003990        GO TO 2210-EDIT-ONE-SPLIT-EXIT
004000     END-IF
004010     MOVE LT-DEPT-CODE (WS-SX) TO DM-DEPT-CODE
004020     READ DEPTMSTR KEY IS DM-DEPT-CODE
004030         INVALID KEY
004040             MOVE 'FAILED - DEPT NOT ON DEPTMSTR' TO AUD-RESULT
004050             GO TO 2210-EDIT-ONE-SPLIT-EXIT
004060     END-READ
004070     IF DM-INACTIVE
004080        MOVE 'FAILED - DEPT IS INACTIVE' TO AUD-RESULT
004090        GO TO 2210-EDIT-ONE-SPLIT-EXIT
004100     END-IF
004110     PERFORM 2220-CHECK-DUP-DEPT THRU 2220-CHECK-DUP-DEPT-EXIT
004120             VARYING WS-DX FROM 1 BY 1
004130             UNTIL WS-DX > WS-SPLIT-COUNT OR
004140                   AUD-RESULT NOT = SPACES
004150     IF AUD-RESULT NOT = SPACES
004160        GO TO 2210-EDIT-ONE-SPLIT-EXIT
004170     END-IF
004180     ADD 1 TO WS-SPLIT-COUNT
004190     MOVE LT-DEPT-CODE (WS-SX) TO WS-NEW-DEPT (WS-SPLIT-COUNT)
004200     MOVE LT-PCT-9 (WS-SX)     TO WS-NEW-PCT (WS-SPLIT-COUNT)
004210     ADD LT-PCT-9 (WS-SX)      TO WS-PCT-TOTAL
004220     .
004230 2210-EDIT-ONE-SPLIT-EXIT.
004240     EXIT.
004250
004260 2220-CHECK-DUP-DEPT.
004270     IF WS-NEW-DEPT (WS-DX) = LT-DEPT-CODE (WS-SX)
004280        MOVE 'FAILED - DEPT REPEATED' TO AUD-RESULT
004290     END-IF
004300     .
004310 2220-CHECK-DUP-DEPT-EXIT.
004320     EXIT.
004330
004340 2300-MOVE-SPLITS.
004350     MOVE WS-SPLIT-COUNT TO LA-SPLIT-COUNT
004360     PERFORM 2310-MOVE-ONE-SPLIT THRU 2310-MOVE-ONE-SPLIT-EXIT
004370             VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 5
004380     MOVE WS-TODAY-YYYYMMDD TO LA-LAST-MAINT-DATE
004390     .
004400 2300-MOVE-SPLITS-EXIT.
004410     EXIT.
004420
004430 2310-MOVE-ONE-SPLIT.
004440     IF WS-SX > WS-SPLIT-COUNT
004450        MOVE SPACES TO LA-DEPT-CODE (WS-SX)
004460        MOVE ZEROES TO LA-PCT (WS-SX)
004470     ELSE
004480        MOVE WS-NEW-DEPT (WS-SX) TO LA-DEPT-CODE (WS-SX)
004490        MOVE WS-NEW-PCT (WS-SX)  TO LA-PCT (WS-SX)
004500     END-IF
004510     .
004520 2310-MOVE-ONE-SPLIT-EXIT.
004530     EXIT.
004540
004550 8000-WRITE-SUMMARY.
004560     MOVE SPACES        TO AUD-LIST-REC
004570     MOVE 'SUMMARY'     TO AUD-ACTION
004580     WRITE AUD-LIST-REC
004590     DISPLAY 'LABMAINT SUMMARY - ADDED: '   WS-ADD-COUNT
004600             ' CHANGED: '  WS-CHANGE-COUNT
004610             ' DELETED: '  WS-DELETE-COUNT
004620             ' ERRORS: '   WS-ERROR-COUNT
004630     .
004640 8000-WRITE-SUMMARY-EXIT.
004650     EXIT.
004660
004670 9000-ABEND-PARA.
004680*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
004690*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
004700     DISPLAY 'LABMAINT - OPEN FAILED FOR: ' WS-ABEND-DDNAME
004710     DISPLAY 'LABMAINT - FILE STATUS WAS : ' WS-ABEND-STATUS
004720     MOVE 16 TO RETURN-CODE
004730     STOP RUN
004740     .
004750 9000-ABEND-PARA-EXIT.
004760     EXIT.
004770
004780 9500-WRITE-AUDIT-RECORD.
004790*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
004800*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
004810*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
004820     OPEN EXTEND AUDTFILE
004830     IF NOT WS-AUDTFILE-OK
004840        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
004850        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
004860        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004870     END-IF
004880     ACCEPT WS-RUN-TIME FROM TIME
004890     MOVE 'LABMAINT' TO LOG-PGM-NAME
004900     MOVE WS-RUN-DATE-EDIT TO LOG-RUN-DATE
004910     STRING WS-RUN-HH DELIMITED SIZE
004920            ':'       DELIMITED SIZE
004930            WS-RUN-MN DELIMITED SIZE
004940            ':'       DELIMITED SIZE
004950            WS-RUN-SS DELIMITED SIZE
004960            INTO LOG-RUN-TIME
004970     COMPUTE LOG-REC-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
004980                           + WS-DELETE-COUNT + WS-ERROR-COUNT
004990     MOVE RETURN-CODE    TO LOG-RETURN-CODE
005000     WRITE LOG-REC
005010     CLOSE AUDTFILE
005020     .
005030 9500-WRITE-AUDIT-RECORD-EXIT.
005040     EXIT.
