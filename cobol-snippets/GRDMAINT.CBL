000010******************************************************************
000020*        PROGRAM NAME            : GRDMAINT                      *
000030*        DESCRIPTION             : MAINTAINS THE SALARY GRADE    *
000040*                                  MASTER (GRDMSTR) - EACH       *
000050*                                  GRADE'S MINIMUM, MIDPOINT AND *
000060*                                  MAXIMUM BY EFFECTIVE DATE -   *
000070*                                  FROM A TRANSACTION FILE OF    *
000080*                                  ADD/CHANGE/DELETE ACTIONS,    *
000090*                                  WITH AN AUDIT LISTING OF WHAT *
000100*                                  CHANGED, THE SAME PATTERN     *
000110*                                  LABMAINT USES FOR THE         *
000120*                                  LABOR-ALLOCATION MASTER.  A   *
000130*                                  RANGE WHOSE MINIMUM, MIDPOINT *
000140*                                  AND MAXIMUM ARE OUT OF ORDER  *
000150*                                  IS REFUSED.  EMPMAINT,        *
000160*                                  COMPARPT AND MERITCYC READ    *
000170*                                  IT.                           *
000180*        CREDITS                 : DATA PROCESSING               *
000190******************************************************************
000200*        MODIFICATION HISTORY                                    *
000210*        ----------------------------------------------------   *
000220*        DATE       INIT  DESCRIPTION                            *
000230*        10/15/26   RWM   INITIAL VERSION - THE GRADE RANGES     *
000240*                         LIVED ONLY IN HR'S BINDER.             *
000250******************************************************************
000260
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. GRDMAINT.
000290 AUTHOR. R MEHTA.
000300 INSTALLATION. DATA PROCESSING.
000310 DATE-WRITTEN. 10/15/26.
000320 DATE-COMPILED.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT GRDTRAN  ASSIGN TO GRDTRAN
000380     ORGANIZATION IS LINE SEQUENTIAL
000390     FILE STATUS IS WS-GRDTRAN-STATUS.
000400
000410     SELECT GRDMSTR  ASSIGN TO GRDMSTR
000420     ORGANIZATION IS INDEXED
000430     ACCESS MODE IS DYNAMIC
000440     RECORD KEY IS GR-KEY
000450     FILE STATUS IS WS-GRDMSTR-STATUS.
000460
000470     SELECT GRDAUD   ASSIGN TO GRDAUD
000480     ORGANIZATION IS LINE SEQUENTIAL
000490     FILE STATUS IS WS-GRDAUD-STATUS.
000500
000510     SELECT AUDTFILE ASSIGN TO AUDTDD
000520     ORGANIZATION IS LINE SEQUENTIAL
000530     FILE STATUS IS WS-AUDTFILE-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570*    ONE CARD PER ACTION.  THE KEY IS GRADE + EFFECTIVE DATE - A
000580*    NEW RANGE IS ADDED UNDER ITS OWN EFFECTIVE DATE SO REPORTS
000590*    RUN AS OF AN EARLIER DATE STILL SEE THE RANGE THEN IN FORCE.
000600 FD GRDTRAN.
000610 01 GT-TRAN-REC.
000620     05 GT-ACTION         PIC X(01).
000630         88 GT-ADD        VALUE 'A'.
000640         88 GT-CHANGE     VALUE 'C'.
000650         88 GT-DELETE     VALUE 'D'.
000660     05 GT-GRADE          PIC X(03).
000670     05 GT-EFF-DATE       PIC X(08).
000680     05 GT-MIN-SALARY     PIC X(09).
000690     05 GT-MIN-SALARY-9 REDEFINES GT-MIN-SALARY
000700                          PIC 9(07)V99.
000710     05 GT-MID-SALARY     PIC X(09).
000720     05 GT-MID-SALARY-9 REDEFINES GT-MID-SALARY
000730                          PIC 9(07)V99.
000740     05 GT-MAX-SALARY     PIC X(09).
000750     05 GT-MAX-SALARY-9 REDEFINES GT-MAX-SALARY
000760                          PIC 9(07)V99.
000770     05 GT-DESC           PIC X(20).
000780     05 FILLER            PIC X(21).
000790
000800 FD GRDMSTR.
000810     COPY GRADEREC.
000820
000830 FD GRDAUD.
000840 01 AUD-LIST-REC.
000850     05 AUD-ACTION        PIC X(10).
000860     05 FILLER            PIC X(01) VALUE SPACE.
000870     05 AUD-GRADE         PIC X(03).
000880     05 FILLER            PIC X(01) VALUE SPACE.
000890     05 AUD-EFF-DATE      PIC X(08).
000900     05 FILLER            PIC X(01) VALUE SPACE.
000910     05 AUD-RESULT        PIC X(30).
000920     05 FILLER            PIC X(01) VALUE SPACE.
000930     05 AUD-RANGE         PIC X(27).
000940     05 FILLER            PIC X(01) VALUE SPACE.
000950     05 AUD-DESC          PIC X(20).
000960
000970 FD AUDTFILE.
000980     COPY AUDITREC REPLACING ==:RECNAME:== BY ==LOG-REC==
000990                             ==:PFX:==     BY ==LOG==.
001000
001010 WORKING-STORAGE SECTION.
001020 01 WS-GRDTRAN-STATUS    PIC X(02) VALUE '00'.
001030 01 WS-GRDMSTR-STATUS    PIC X(02) VALUE '00'.
001040 01 WS-GRDAUD-STATUS     PIC X(02) VALUE '00'.
001050 01 WS-EOF-STA           PIC X VALUE 'N'.
001060     88 WS-EOF           VALUE 'Y'.
001070 01 WS-TRAN-OK-SW        PIC X VALUE 'Y'.
001080     88 WS-TRAN-OK       VALUE 'Y'.
001090 01 WS-ADD-COUNT         PIC 9(05) VALUE ZEROES COMP.
001100 01 WS-CHANGE-COUNT      PIC 9(05) VALUE ZEROES COMP.
001110 01 WS-DELETE-COUNT      PIC 9(05) VALUE ZEROES COMP.
001120 01 WS-ERROR-COUNT       PIC 9(05) VALUE ZEROES COMP.
001130 01 WS-ABEND-DDNAME      PIC X(10) VALUE SPACES.
001140 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
001150 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
001160     88 WS-AUDTFILE-OK   VALUE '00'.
001170 01 WS-TODAY-YYYYMMDD    PIC X(08) VALUE SPACES.
001180 01 WS-RUN-DATE.
001190     05 WS-RUN-YY        PIC 9(02).
001200     05 WS-RUN-MM        PIC 9(02).
001210     05 WS-RUN-DD        PIC 9(02).
001220 01 WS-RUN-TIME.
001230     05 WS-RUN-HH        PIC 9(02).
001240     05 WS-RUN-MN        PIC 9(02).
001250     05 WS-RUN-SS        PIC 9(02).
001260     05 FILLER           PIC 9(02).
001270 01 WS-RUN-DATE-EDIT     PIC X(08).
001280
001290 PROCEDURE DIVISION.
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001320     PERFORM 2000-PROCESS-TRAN THRU 2000-PROCESS-TRAN-EXIT
001330             UNTIL WS-EOF
001340     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
001350     CLOSE GRDTRAN
001360           GRDMSTR
001370           GRDAUD
001380     PERFORM 9500-WRITE-AUDIT-RECORD
001390             THRU 9500-WRITE-AUDIT-RECORD-EXIT
001400     STOP RUN
001410     .
001420
001430 1000-INITIALIZE.
001440     OPEN INPUT GRDTRAN
001450     IF WS-GRDTRAN-STATUS NOT = '00'
001460        MOVE 'GRDTRAN' TO WS-ABEND-DDNAME
001470        MOVE WS-GRDTRAN-STATUS TO WS-ABEND-STATUS
001480        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001490     END-IF
001500*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
001510*    OPEN - THE NORMAL CASE THE VERY FIRST TIME THE JOB RUNS.
001520     OPEN I-O GRDMSTR
001530     IF WS-GRDMSTR-STATUS NOT = '00' AND
001540        WS-GRDMSTR-STATUS NOT = '05'
001550        MOVE 'GRDMSTR' TO WS-ABEND-DDNAME
001560        MOVE WS-GRDMSTR-STATUS TO WS-ABEND-STATUS
001570        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001580     END-IF
001590     OPEN OUTPUT GRDAUD
001600     IF WS-GRDAUD-STATUS NOT = '00'
001610        MOVE 'GRDAUD' TO WS-ABEND-DDNAME
001620        MOVE WS-GRDAUD-STATUS TO WS-ABEND-STATUS
001630        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001640     END-IF
001650     ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
001660     ACCEPT WS-RUN-DATE FROM DATE
001670     STRING WS-RUN-MM DELIMITED SIZE
001680            '/'       DELIMITED SIZE
001690            WS-RUN-DD DELIMITED SIZE
001700            '/'       DELIMITED SIZE
001710            WS-RUN-YY DELIMITED SIZE
001720            INTO WS-RUN-DATE-EDIT
001730     .
001740 1000-INITIALIZE-EXIT.
001750     EXIT.
001760
001770 2000-PROCESS-TRAN.
001780     READ GRDTRAN
001790         AT END SET WS-EOF TO TRUE
001800         NOT AT END
001810             PERFORM 2100-APPLY-TRAN THRU 2100-APPLY-TRAN-EXIT
001820     END-READ
001830     .
001840 2000-PROCESS-TRAN-EXIT.
001850     EXIT.
001860
001870 2100-APPLY-TRAN.
001880     MOVE SPACES        TO AUD-LIST-REC
001890     MOVE GT-GRADE      TO AUD-GRADE
001900     MOVE GT-EFF-DATE   TO AUD-EFF-DATE
001910     MOVE GT-TRAN-REC (13:27) TO AUD-RANGE
001920     MOVE GT-DESC       TO AUD-DESC
001930     IF GT-GRADE = SPACES
001940        MOVE 'INVALID'     TO AUD-ACTION
001950        MOVE 'NO GRADE ON CARD' TO AUD-RESULT
001960        WRITE AUD-LIST-REC
001970        ADD 1 TO WS-ERROR-COUNT
001980        GO TO 2100-APPLY-TRAN-EXIT
001990     END-IF
002000     IF GT-EFF-DATE IS NOT NUMERIC
002010        MOVE 'INVALID'     TO AUD-ACTION
002020        MOVE 'BAD EFFECTIVE DATE ON CARD' TO AUD-RESULT
002030        WRITE AUD-LIST-REC
002040        ADD 1 TO WS-ERROR-COUNT
002050        GO TO 2100-APPLY-TRAN-EXIT
002060     END-IF
002070     EVALUATE TRUE
002080         WHEN GT-ADD
002090             PERFORM 2110-ADD-GRADE THRU 2110-ADD-GRADE-EXIT
002100         WHEN GT-CHANGE
002110             PERFORM 2120-CHANGE-GRADE
002120                     THRU 2120-CHANGE-GRADE-EXIT
002130         WHEN GT-DELETE
002140             PERFORM 2140-DELETE-GRADE
002150                     THRU 2140-DELETE-GRADE-EXIT
002160         WHEN OTHER
002170             MOVE 'INVALID'   TO AUD-ACTION
002180             MOVE 'UNRECOGNIZED ACTION CODE' TO AUD-RESULT
002190             WRITE AUD-LIST-REC
002200             ADD 1 TO WS-ERROR-COUNT
002210     END-EVALUATE
002220     .
002230 2100-APPLY-TRAN-EXIT.
002240     EXIT.
002250
002260 2110-ADD-GRADE.
002270     MOVE 'ADD'         TO AUD-ACTION
002280     PERFORM 2200-EDIT-RANGE THRU 2200-EDIT-RANGE-EXIT
002290     IF NOT WS-TRAN-OK
002300        GO TO 2110-ADD-GRADE-EXIT
002310     END-IF
002320     MOVE GT-GRADE      TO GR-GRADE
002330     MOVE GT-EFF-DATE   TO GR-EFF-DATE
002340     READ GRDMSTR KEY IS GR-KEY
002350         INVALID KEY
002360             PERFORM 2300-MOVE-RANGE THRU 2300-MOVE-RANGE-EXIT
002370             WRITE GR-GRADE-REC
002380             MOVE 'RANGE ADDED' TO AUD-RESULT
002390             ADD 1 TO WS-ADD-COUNT
002400         NOT INVALID KEY
002410             MOVE 'FAILED - ALREADY EXISTS'  TO AUD-RESULT
002420             ADD 1 TO WS-ERROR-COUNT
002430     END-READ
002440     WRITE AUD-LIST-REC
002450     .
002460 2110-ADD-GRADE-EXIT.
002470     EXIT.
002480
002490 2120-CHANGE-GRADE.
002500*    A CHANGE CORRECTS THE RANGE UNDER AN EXISTING EFFECTIVE
002510*    DATE.  A RANGE THAT MOVES IN THE NORMAL COURSE IS ADDED
002520*    UNDER A NEW DATE INSTEAD, SO THE OLD ONE STAYS ON RECORD.
002530     MOVE 'CHANGE'      TO AUD-ACTION
002540     PERFORM 2200-EDIT-RANGE THRU 2200-EDIT-RANGE-EXIT
002550     IF NOT WS-TRAN-OK
002560        GO TO 2120-CHANGE-GRADE-EXIT
002570     END-IF
002580     MOVE GT-GRADE      TO GR-GRADE
002590     MOVE GT-EFF-DATE   TO GR-EFF-DATE
002600     READ GRDMSTR KEY IS GR-KEY
002610         INVALID KEY
002620             MOVE 'FAILED - RANGE NOT FOUND' TO AUD-RESULT
002630             ADD 1 TO WS-ERROR-COUNT
002640         NOT INVALID KEY
002650             PERFORM 2300-MOVE-RANGE THRU 2300-MOVE-RANGE-EXIT
002660             REWRITE GR-GRADE-REC
002670             MOVE 'RANGE CHANGED' TO AUD-RESULT
002680             ADD 1 TO WS-CHANGE-COUNT
002690     END-READ
002700     WRITE AUD-LIST-REC
002710     .
002720 2120-CHANGE-GRADE-EXIT.
002730     EXIT.
002740
002750 2140-DELETE-GRADE.
002760*    DELETE IS FOR A ROW KEYED IN ERROR.  THE ROW BEFORE IT (IF
002770*    ANY) GOES BACK INTO FORCE; A GRADE LEFT WITH NO ROW AT ALL
002780*    IS UNKNOWN TO EMPMAINT FROM THE NEXT RUN.
002790     MOVE 'DELETE'      TO AUD-ACTION
002800     MOVE GT-GRADE      TO GR-GRADE
002810     MOVE GT-EFF-DATE   TO GR-EFF-DATE
002820     READ GRDMSTR KEY IS GR-KEY
002830         INVALID KEY
002840             MOVE 'FAILED - RANGE NOT FOUND' TO AUD-RESULT
002850             ADD 1 TO WS-ERROR-COUNT
002860         NOT INVALID KEY
002870             DELETE GRDMSTR RECORD
002880             MOVE 'RANGE REMOVED' TO AUD-RESULT
002890             ADD 1 TO WS-DELETE-COUNT
002900     END-READ
002910     WRITE AUD-LIST-REC
002920     .
002930 2140-DELETE-GRADE-EXIT.
002940     EXIT.
002950
002960 2200-EDIT-RANGE.
002970*    EDIT THE RANGE ON AN ADD OR CHANGE CARD BEFORE THE MASTER IS
002980*    TOUCHED.  ALL THREE AMOUNTS MUST BE NUMERIC, THE MINIMUM
002990*    ABOVE ZERO, AND MINIMUM <= MIDPOINT <= MAXIMUM WITH THE
003000*    MINIMUM BELOW THE MAXIMUM - A COMPA-RATIO AGAINST ANYTHING
003010*    ELSE IS MEANINGLESS.
003020     MOVE 'Y' TO WS-TRAN-OK-SW
003030     IF GT-MIN-SALARY IS NOT NUMERIC OR
003040        GT-MID-SALARY IS NOT NUMERIC OR
003050        GT-MAX-SALARY IS NOT NUMERIC
003060        MOVE 'FAILED - RANGE NOT NUMERIC' TO AUD-RESULT
003070        GO TO 2200-EDIT-RANGE-FAIL
003080     END-IF
003090     IF GT-MIN-SALARY-9 = ZERO
003100        MOVE 'FAILED - MINIMUM IS ZERO' TO AUD-RESULT
003110        GO TO 2200-EDIT-RANGE-FAIL
003120     END-IF
003130     IF GT-MIN-SALARY-9 > GT-MID-SALARY-9 OR
003140        GT-MID-SALARY-9 > GT-MAX-SALARY-9 OR
003150        GT-MIN-SALARY-9 NOT < GT-MAX-SALARY-9
003160        MOVE 'FAILED - RANGE OUT OF ORDER' TO AUD-RESULT
003170        GO TO 2200-EDIT-RANGE-FAIL
003180     END-IF
003190     GO TO 2200-EDIT-RANGE-EXIT
003200     .
003210 2200-EDIT-RANGE-FAIL.
003220     MOVE 'N' TO WS-TRAN-OK-SW
003230     WRITE AUD-LIST-REC
003240     ADD 1 TO WS-ERROR-COUNT
003250     .
003260 2200-EDIT-RANGE-EXIT.
003270     EXIT.
003280
003290 2300-MOVE-RANGE.
003300     MOVE GT-DESC          TO GR-DESC
003310     MOVE GT-MIN-SALARY-9  TO GR-MIN-SALARY
003320     MOVE GT-MID-SALARY-9  TO GR-MID-SALARY
003330     MOVE GT-MAX-SALARY-9  TO GR-MAX-SALARY
003340     MOVE WS-TODAY-YYYYMMDD TO GR-LAST-MAINT-DATE
003350     .
003360 2300-MOVE-RANGE-EXIT.
003370     EXIT.
003380
003390 8000-WRITE-SUMMARY.
003400     MOVE SPACES        TO AUD-LIST-REC
003410     MOVE 'SUMMARY'     TO AUD-ACTION
003420     WRITE AUD-LIST-REC
003430     DISPLAY 'GRDMAINT SUMMARY - ADDED: '   WS-ADD-COUNT
003440             ' CHANGED: '  WS-CHANGE-COUNT
003450             ' DELETED: '  WS-DELETE-COUNT
003460             ' ERRORS: '   WS-ERROR-COUNT
003470     .
003480 8000-WRITE-SUMMARY-EXIT.
003490     EXIT.
003500
003510 9000-ABEND-PARA.
003520*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
003530*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
003540     DISPLAY 'GRDMAINT - OPEN FAILED FOR: ' WS-ABEND-DDNAME
003550     DISPLAY 'GRDMAINT - FILE STATUS WAS : ' WS-ABEND-STATUS
003560     MOVE 16 TO RETURN-CODE
003570     STOP RUN
003580     .
003590 9000-ABEND-PARA-EXIT.
003600     EXIT.
003610
003620 9500-WRITE-AUDIT-RECORD.
003630*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
003640*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
003650*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
003660     OPEN EXTEND AUDTFILE
003670     IF NOT WS-AUDTFILE-OK
003680        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
003690        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
003700        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003710     END-IF
003720     ACCEPT WS-RUN-TIME FROM TIME
003730     MOVE 'GRDMAINT' TO LOG-PGM-NAME
003740     MOVE WS-RUN-DATE-EDIT TO LOG-RUN-DATE
003750     STRING WS-RUN-HH DELIMITED SIZE
003760            ':'       DELIMITED SIZE
003770            WS-RUN-MN DELIMITED SIZE
003780            ':'       DELIMITED SIZE
003790            WS-RUN-SS DELIMITED SIZE
003800            INTO LOG-RUN-TIME
003810     COMPUTE LOG-REC-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
003820                           + WS-DELETE-COUNT + WS-ERROR-COUNT
003830     MOVE RETURN-CODE    TO LOG-RETURN-CODE
003840     WRITE LOG-REC
003850     CLOSE AUDTFILE
003860     .
003870 9500-WRITE-AUDIT-RECORD-EXIT.
003880     EXIT.
