000010******************************************************************
000020*        PROGRAM NAME            : AUTHMAIN                      *
000030*        DESCRIPTION             : MAINTAINS THE SALARY-ACCESS   *
000040*                                  AUTHORIZATION PROFILES        *
000050*                                  (AUTHMSTR) - EACH USER ID'S   *
000060*                                  SALARY LEVEL AND THE          *
000070*                                  COMPANIES WHOSE EMPLOYEES     *
000080*                                  THEY MAY LOOK UP - FROM A     *
000090*                                  TRANSACTION FILE OF           *
000100*                                  ADD/CHANGE/DELETE ACTIONS,    *
000110*                                  WITH AN AUDIT LISTING OF WHAT *
000120*                                  CHANGED, THE SAME PATTERN     *
000130*                                  GRDMAINT USES FOR THE GRADE   *
000140*                                  MASTER.  EMPINQC, INQPROC AND *
000150*                                  SALAUDIT READ IT.             *
000160*        CREDITS                 : DATA PROCESSING               *
000170******************************************************************
000180*        MODIFICATION HISTORY                                    *
000190*        ----------------------------------------------------   *
000200*        DATE       INIT  DESCRIPTION                            *
000210*        10/15/26   RWM   INITIAL VERSION - SALARY VISIBILITY    *
000220*                         WAS WHATEVER AUTHORITY LETTER THE USER *
000230*                         TYPED.                                 *
000240******************************************************************
000250
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. AUTHMAIN.
000280 AUTHOR. R MEHTA.
000290 INSTALLATION. DATA PROCESSING.
000300 DATE-WRITTEN. 10/15/26.
000310 DATE-COMPILED.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT AUTHTRAN ASSIGN TO AUTHTRAN
000370     ORGANIZATION IS LINE SEQUENTIAL
000380     FILE STATUS IS WS-AUTHTRAN-STATUS.
000390
000400     SELECT AUTHMSTR ASSIGN TO AUTHMSTR
000410     ORGANIZATION IS INDEXED
000420     ACCESS MODE IS DYNAMIC
000430     RECORD KEY IS AU-USER-ID
000440     FILE STATUS IS WS-AUTHMSTR-STATUS.
000450
000460     SELECT COMPMSTR ASSIGN TO COMPMSTR
000470     ORGANIZATION IS INDEXED
000480     ACCESS MODE IS DYNAMIC
000490     RECORD KEY IS CM-COMPANY-CODE
000500     FILE STATUS IS WS-COMPMSTR-STATUS.
000510
000520     SELECT AUTHAUD  ASSIGN TO AUTHAUD
000530     ORGANIZATION IS LINE SEQUENTIAL
000540     FILE STATUS IS WS-AUTHAUD-STATUS.
000550
000560     SELECT AUDTFILE ASSIGN TO AUDTDD
000570     ORGANIZATION IS LINE SEQUENTIAL
000580     FILE STATUS IS WS-AUDTFILE-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620*    ONE CARD PER ACTION.  A CHANGE REPLACES THE WHOLE PROFILE -
000630*    LEVEL, COMPANY LIST AND NAME - SO THE CARD ALWAYS SHOWS
000640*    EXACTLY WHAT THE USER WILL BE ALLOWED TO SEE.
000650 FD AUTHTRAN.
000660 01 AT-TRAN-REC.
000670     05 AT-ACTION         PIC X(01).
000680         88 AT-ADD        VALUE 'A'.
000690         88 AT-CHANGE     VALUE 'C'.
000700         88 AT-DELETE     VALUE 'D'.
000710     05 AT-USER-ID        PIC X(08).
000720     05 AT-SAL-LEVEL      PIC X(01).
000730         88 AT-LEVEL-OK   VALUE 'F' 'B' 'N'.
000740     05 AT-ALL-COMP-SW    PIC X(01).
000750         88 AT-ALL-COMPANIES VALUE 'Y'.
000760         88 AT-ALL-COMP-OK   VALUE 'Y' 'N' ' '.
000770     05 AT-COMPANIES.
000780         10 AT-COMP-CODE  PIC X(06) OCCURS 10 TIMES.
000790     05 AT-USER-NAME      PIC X(20).
000800     05 FILLER            PIC X(09).
000810
000820 FD AUTHMSTR.
000830     COPY AUTHREC.
000840
000850 FD COMPMSTR.
000860     COPY COMPREC.
000870
000880 FD AUTHAUD.
000890 01 AUD-LIST-REC.
000900     05 AUD-ACTION        PIC X(10).
000910     05 FILLER            PIC X(01) VALUE SPACE.
000920     05 AUD-USER-ID       PIC X(08).
000930     05 FILLER            PIC X(01) VALUE SPACE.
000940     05 AUD-RESULT        PIC X(36).
000950     05 FILLER            PIC X(01) VALUE SPACE.
000960     05 AUD-LEVEL         PIC X(01).
000970     05 FILLER            PIC X(01) VALUE SPACE.
000980     05 AUD-ALL-COMP      PIC X(01).
000990     05 FILLER            PIC X(01) VALUE SPACE.
001000     05 AUD-USER-NAME     PIC X(20).
001010     05 FILLER            PIC X(01) VALUE SPACE.
001020     05 AUD-COMPANIES     PIC X(60).
001030
001040 FD AUDTFILE.
001050     COPY AUDITREC REPLACING ==:RECNAME:== BY ==LOG-REC==
001060                             ==:PFX:==     BY ==LOG==.
001070
001080 WORKING-STORAGE SECTION.
001090 01 WS-AUTHTRAN-STATUS   PIC X(02) VALUE '00'.
001100 01 WS-AUTHMSTR-STATUS   PIC X(02) VALUE '00'.
001110 01 WS-COMPMSTR-STATUS   PIC X(02) VALUE '00'.
001120 01 WS-AUTHAUD-STATUS    PIC X(02) VALUE '00'.
001130 01 WS-EOF-STA           PIC X VALUE 'N'.
001140     88 WS-EOF           VALUE 'Y'.
001150 01 WS-TRAN-OK-SW        PIC X VALUE 'Y'.
001160     88 WS-TRAN-OK       VALUE 'Y'.
001170 01 WS-CX                PIC 9(02) VALUE ZERO COMP.
001180 01 WS-COMP-COUNT        PIC 9(02) VALUE ZERO.
001190 01 WS-COMP-LIST.
001200     05 WS-COMP-CODE     PIC 9(06) OCCURS 10 TIMES.
001210 01 WS-ADD-COUNT         PIC 9(05) VALUE ZEROES COMP.
001220 01 WS-CHANGE-COUNT      PIC 9(05) VALUE ZEROES COMP.
001230 01 WS-DELETE-COUNT      PIC 9(05) VALUE ZEROES COMP.
001240 01 WS-ERROR-COUNT       PIC 9(05) VALUE ZEROES COMP.
001250 01 WS-ABEND-DDNAME      PIC X(10) VALUE SPACES.
001260 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
001270 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
001280     88 WS-AUDTFILE-OK   VALUE '00'.
001290 01 WS-TODAY-YYYYMMDD    PIC X(08) VALUE SPACES.
001300 01 WS-RUN-DATE.
001310     05 WS-RUN-YY        PIC 9(02).
001320     05 WS-RUN-MM        PIC 9(02).
001330     05 WS-RUN-DD        PIC 9(02).
001340 01 WS-RUN-TIME.
001350     05 WS-RUN-HH        PIC 9(02).
001360     05 WS-RUN-MN        PIC 9(02).
001370     05 WS-RUN-SS        PIC 9(02).
001380     05 FILLER           PIC 9(02).
001390 01 WS-RUN-DATE-EDIT     PIC X(08).
001400
001410 PROCEDURE DIVISION.
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001440     PERFORM 2000-PROCESS-TRAN THRU 2000-PROCESS-TRAN-EXIT
001450             UNTIL WS-EOF
001460     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
001470     CLOSE AUTHTRAN
001480           AUTHMSTR
001490           COMPMSTR
001500           AUTHAUD
001510     PERFORM 9500-WRITE-AUDIT-RECORD
001520             THRU 9500-WRITE-AUDIT-RECORD-EXIT
001530     STOP RUN
001540     .
001550
001560 1000-INITIALIZE.
001570     OPEN INPUT AUTHTRAN
001580     IF WS-AUTHTRAN-STATUS NOT = '00'
001590        MOVE 'AUTHTRAN' TO WS-ABEND-DDNAME
001600        MOVE WS-AUTHTRAN-STATUS TO WS-ABEND-STATUS
001610        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001620     END-IF
001630*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
001640*    OPEN - THE NORMAL CASE THE VERY FIRST TIME THE JOB RUNS.
001650     OPEN I-O AUTHMSTR
001660     IF WS-AUTHMSTR-STATUS NOT = '00' AND
001670        WS-AUTHMSTR-STATUS NOT = '05'
001680        MOVE 'AUTHMSTR' TO WS-ABEND-DDNAME
001690        MOVE WS-AUTHMSTR-STATUS TO WS-ABEND-STATUS
001700        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001710     END-IF
001720     OPEN INPUT COMPMSTR
001730     IF WS-COMPMSTR-STATUS NOT = '00'
001740        MOVE 'COMPMSTR' TO WS-ABEND-DDNAME
001750        MOVE WS-COMPMSTR-STATUS TO WS-ABEND-STATUS
001760        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001770     END-IF
001780     OPEN OUTPUT AUTHAUD
001790     IF WS-AUTHAUD-STATUS NOT = '00'
001800        MOVE 'AUTHAUD' TO WS-ABEND-DDNAME
001810        MOVE WS-AUTHAUD-STATUS TO WS-ABEND-STATUS
001820        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001830     END-IF
001840     ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
001850     ACCEPT WS-RUN-DATE FROM DATE
001860     STRING WS-RUN-MM DELIMITED SIZE
001870            '/'       DELIMITED SIZE
001880            WS-RUN-DD DELIMITED SIZE
001890            '/'       DELIMITED SIZE
001900            WS-RUN-YY DELIMITED SIZE
001910            INTO WS-RUN-DATE-EDIT
001920     .
001930 1000-INITIALIZE-EXIT.
001940     EXIT.
001950
001960 2000-PROCESS-TRAN.
001970     READ AUTHTRAN
001980         AT END SET WS-EOF TO TRUE
001990         NOT AT END
002000             PERFORM 2100-APPLY-TRAN THRU 2100-APPLY-TRAN-EXIT
002010     END-READ
002020     .
002030 2000-PROCESS-TRAN-EXIT.
002040     EXIT.
002050
002060 2100-APPLY-TRAN.
002070     MOVE SPACES         TO AUD-LIST-REC
002080     MOVE AT-USER-ID     TO AUD-USER-ID
002090     MOVE AT-SAL-LEVEL   TO AUD-LEVEL
002100     MOVE AT-ALL-COMP-SW TO AUD-ALL-COMP
002110     MOVE AT-USER-NAME   TO AUD-USER-NAME
002120     MOVE AT-COMPANIES   TO AUD-COMPANIES
002130     IF AT-USER-ID = SPACES
002140        MOVE 'INVALID'     TO AUD-ACTION
002150        MOVE 'NO USER ID ON CARD' TO AUD-RESULT
002160        WRITE AUD-LIST-REC
002170        ADD 1 TO WS-ERROR-COUNT
002180        GO TO 2100-APPLY-TRAN-EXIT
002190     END-IF
002200     EVALUATE TRUE
002210         WHEN AT-ADD
002220             PERFORM 2110-ADD-PROFILE THRU 2110-ADD-PROFILE-EXIT
002230         WHEN AT-CHANGE
002240             PERFORM 2120-CHANGE-PROFILE
002250                     THRU 2120-CHANGE-PROFILE-EXIT
002260         WHEN AT-DELETE
002270             PERFORM 2140-DELETE-PROFILE
002280                     THRU 2140-DELETE-PROFILE-EXIT
002290         WHEN OTHER
002300             MOVE 'INVALID'   TO AUD-ACTION
002310             MOVE 'UNRECOGNIZED ACTION CODE' TO AUD-RESULT
002320             WRITE AUD-LIST-REC
002330             ADD 1 TO WS-ERROR-COUNT
002340     END-EVALUATE
002350     .
002360 2100-APPLY-TRAN-EXIT.
002370     EXIT.
002380
002390 2110-ADD-PROFILE.
002400     MOVE 'ADD'         TO AUD-ACTION
002410     PERFORM 2200-EDIT-PROFILE THRU 2200-EDIT-PROFILE-EXIT
002420     IF NOT WS-TRAN-OK
002430        GO TO 2110-ADD-PROFILE-EXIT
002440     END-IF
002450     MOVE AT-USER-ID    TO AU-USER-ID
002460     READ AUTHMSTR KEY IS AU-USER-ID
002470         INVALID KEY
002480             PERFORM 2300-MOVE-PROFILE
002490                     THRU 2300-MOVE-PROFILE-EXIT
002500             WRITE AU-AUTH-REC
002510             MOVE 'PROFILE ADDED' TO AUD-RESULT
002520             ADD 1 TO WS-ADD-COUNT
002530         NOT INVALID KEY
002540             MOVE 'FAILED - ALREADY EXISTS'  TO AUD-RESULT
002550             ADD 1 TO WS-ERROR-COUNT
002560     END-READ
002570     WRITE AUD-LIST-REC
002580     .
002590 2110-ADD-PROFILE-EXIT.
002600     EXIT.
002610
002620 2120-CHANGE-PROFILE.
002630     MOVE 'CHANGE'      TO AUD-ACTION
002640     PERFORM 2200-EDIT-PROFILE THRU 2200-EDIT-PROFILE-EXIT
002650     IF NOT WS-TRAN-OK
002660        GO TO 2120-CHANGE-PROFILE-EXIT
002670     END-IF
002680     MOVE AT-USER-ID    TO AU-USER-ID
002690     READ AUTHMSTR KEY IS AU-USER-ID
002700         INVALID KEY
002710             MOVE 'FAILED - PROFILE NOT FOUND' TO AUD-RESULT
002720             ADD 1 TO WS-ERROR-COUNT
002730         NOT INVALID KEY
002740             PERFORM 2300-MOVE-PROFILE
002750                     THRU 2300-MOVE-PROFILE-EXIT
002760             REWRITE AU-AUTH-REC
002770             MOVE 'PROFILE CHANGED' TO AUD-RESULT
002780             ADD 1 TO WS-CHANGE-COUNT
002790     END-READ
002800     WRITE AUD-LIST-REC
002810     .
002820 2120-CHANGE-PROFILE-EXIT.
002830     EXIT.
002840
002850 2140-DELETE-PROFILE.
002860*    DELETING A PROFILE REVOKES THE USER - FROM THEIR NEXT
002870*    LOOKUP THEY SEE NO EMPLOYEE AT ALL.
002880     MOVE 'DELETE'      TO AUD-ACTION
002890     MOVE AT-USER-ID    TO AU-USER-ID
002900     READ AUTHMSTR KEY IS AU-USER-ID
002910         INVALID KEY
002920             MOVE 'FAILED - PROFILE NOT FOUND' TO AUD-RESULT
002930             ADD 1 TO WS-ERROR-COUNT
002940         NOT INVALID KEY
002950             DELETE AUTHMSTR RECORD
002960             MOVE 'PROFILE REMOVED' TO AUD-RESULT
002970             ADD 1 TO WS-DELETE-COUNT
002980     END-READ
002990     WRITE AUD-LIST-REC
003000     .
003010 2140-DELETE-PROFILE-EXIT.
003020     EXIT.
003030
003040 2200-EDIT-PROFILE.
003050*    EDIT AN ADD OR CHANGE CARD BEFORE THE MASTER IS TOUCHED.
003060*    THE LEVEL MUST BE F, B OR N.  A USER NOT GRANTED EVERY
003070*    COMPANY MUST BE GIVEN AT LEAST ONE, AND EACH COMPANY NAMED
003080*    MUST BE ON THE COMPANY MASTER - A MIS-KEYED CODE WOULD
003090*    OTHERWISE LOOK LIKE ACCESS THAT WAS NEVER REALLY GRANTED.
003100     MOVE 'Y' TO WS-TRAN-OK-SW
003110     IF NOT AT-LEVEL-OK
003120        MOVE 'FAILED - SALARY LEVEL NOT F/B/N' TO AUD-RESULT
003130        GO TO 2200-EDIT-PROFILE-FAIL
003140     END-IF
003150     IF NOT AT-ALL-COMP-OK
003160        MOVE 'FAILED - ALL-COMPANIES FLAG NOT Y/N' TO AUD-RESULT
003170        GO TO 2200-EDIT-PROFILE-FAIL
003180     END-IF
003190     MOVE ZERO   TO WS-COMP-COUNT
003200     MOVE ZEROES TO WS-COMP-LIST
003210     PERFORM 2210-EDIT-ONE-COMPANY THRU 2210-EDIT-ONE-COMPANY-EXIT
003220             VARYING WS-CX FROM 1 BY 1
003230               UNTIL WS-CX > 10 OR NOT WS-TRAN-OK
003240     IF NOT WS-TRAN-OK
003250        GO TO 2200-EDIT-PROFILE-FAIL
003260     END-IF
003270     IF NOT AT-ALL-COMPANIES AND WS-COMP-COUNT = ZERO
003280        MOVE 'FAILED - NO COMPANIES GRANTED' TO AUD-RESULT
003290        GO TO 2200-EDIT-PROFILE-FAIL
003300     END-IF
003310     GO TO 2200-EDIT-PROFILE-EXIT
003320     .
003330 2200-EDIT-PROFILE-FAIL.
003340     MOVE 'N' TO WS-TRAN-OK-SW
003350     WRITE AUD-LIST-REC
003360     ADD 1 TO WS-ERROR-COUNT
003370     .
003380 2200-EDIT-PROFILE-EXIT.
003390     EXIT.
003400
003410 2210-EDIT-ONE-COMPANY.
003420*    A BLANK OR ZERO SLOT IS UNUSED.  THE CODES ARE PACKED TO
003430*    THE FRONT OF THE PROFILE'S LIST IN CARD ORDER.
003440     IF AT-COMP-CODE(WS-CX) = SPACES OR
003450        AT-COMP-CODE(WS-CX) = ZEROES
003460        GO TO 2210-EDIT-ONE-COMPANY-EXIT
003470     END-IF
003480     IF AT-COMP-CODE(WS-CX) IS NOT NUMERIC
003490        MOVE 'FAILED - COMPANY CODE NOT NUMERIC' TO AUD-RESULT
003500        MOVE 'N' TO WS-TRAN-OK-SW
003510        GO TO 2210-EDIT-ONE-COMPANY-EXIT
003520     END-IF
003530     MOVE AT-COMP-CODE(WS-CX) TO CM-COMPANY-CODE
003540     READ COMPMSTR KEY IS CM-COMPANY-CODE
003550         INVALID KEY
003560             MOVE 'FAILED - COMPANY NOT ON MASTER' TO AUD-RESULT
003570             MOVE 'N' TO WS-TRAN-OK-SW
003580             GO TO 2210-EDIT-ONE-COMPANY-EXIT
003590     END-READ
003600     ADD 1 TO WS-COMP-COUNT
003610     MOVE CM-COMPANY-CODE TO WS-COMP-CODE(WS-COMP-COUNT)
003620     .
003630 2210-EDIT-ONE-COMPANY-EXIT.
003640     EXIT.
003650
003660 2300-MOVE-PROFILE.
003670     MOVE AT-USER-NAME      TO AU-USER-NAME
003680     MOVE AT-SAL-LEVEL      TO AU-SAL-LEVEL
003690     IF AT-ALL-COMPANIES
003700        MOVE 'Y'            TO AU-ALL-COMP-SW
003710     ELSE
003720        MOVE 'N'            TO AU-ALL-COMP-SW
003730     END-IF
003740     MOVE WS-COMP-COUNT     TO AU-COMP-COUNT
003750     PERFORM 2310-MOVE-ONE-COMPANY THRU 2310-MOVE-ONE-COMPANY-EXIT
003760             VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 10
003770     MOVE WS-TODAY-YYYYMMDD TO AU-LAST-MAINT-DATE
003780     .
003790 2300-MOVE-PROFILE-EXIT.
003800     EXIT.
003810
003820 2310-MOVE-ONE-COMPANY.
003830     MOVE WS-COMP-CODE(WS-CX) TO AU-COMP-CODE(WS-CX)
003840     .
003850 2310-MOVE-ONE-COMPANY-EXIT.
003860     EXIT.
003870
003880 8000-WRITE-SUMMARY.
003890     MOVE SPACES        TO AUD-LIST-REC
003900     MOVE 'SUMMARY'     TO AUD-ACTION
003910     WRITE AUD-LIST-REC
003920     DISPLAY 'AUTHMAIN SUMMARY - ADDED: '   WS-ADD-COUNT
003930             ' CHANGED: '  WS-CHANGE-COUNT
003940             ' DELETED: '  WS-DELETE-COUNT
003950             ' ERRORS: '   WS-ERROR-COUNT
003960     .
003970 8000-WRITE-SUMMARY-EXIT.
003980     EXIT.
003990
004000 9000-ABEND-PARA.
004010*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
004020*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
004030     DISPLAY 'AUTHMAIN - OPEN FAILED FOR: ' WS-ABEND-DDNAME
004040     DISPLAY 'AUTHMAIN - FILE STATUS WAS : ' WS-ABEND-STATUS
004050     MOVE 16 TO RETURN-CODE
004060     STOP RUN
004070     .
004080 9000-ABEND-PARA-EXIT.
004090     EXIT.
004100
004110 9500-WRITE-AUDIT-RECORD.
004120*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
004130*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
004140*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
004150     OPEN EXTEND AUDTFILE
004160     IF NOT WS-AUDTFILE-OK
004170        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
004180        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
004190        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004200     END-IF
004210     ACCEPT WS-RUN-TIME FROM TIME
004220     MOVE 'AUTHMAIN' TO LOG-PGM-NAME
004230     MOVE WS-RUN-DATE-EDIT TO LOG-RUN-DATE
004240     STRING WS-RUN-HH DELIMITED SIZE
004250            ':'       DELIMITED SIZE
004260            WS-RUN-MN DELIMITED SIZE
004270            ':'       DELIMITED SIZE
004280            WS-RUN-SS DELIMITED SIZE
004290            INTO LOG-RUN-TIME
004300     COMPUTE LOG-REC-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
004310                           + WS-DELETE-COUNT + WS-ERROR-COUNT
004320     MOVE RETURN-CODE    TO LOG-RETURN-CODE
004330     WRITE LOG-REC
004340     CLOSE AUDTFILE
004350     .
004360 9500-WRITE-AUDIT-RECORD-EXIT.
004370     EXIT.
