000010******************************************************************
000020*        PROGRAM NAME            : CALMAINT                      *
000030*        DESCRIPTION             : MAINTAINS THE BUSINESS        *
000040*                                  CALENDAR MASTER (CALMSTR).  A *
000050*                                  'Y' CARD BUILDS A WHOLE YEAR  *
000060*                                  - EVERY DATE ON FILE WITH ITS *
000070*                                  DAY OF THE WEEK, WEEKDAYS     *
000080*                                  OPEN AND WEEKENDS CLOSED -    *
000090*                                  AND 'D' CARDS THEN SET A      *
000100*                                  SINGLE DATE'S BUSINESS-DAY    *
000110*                                  AND BANK-OPEN FLAGS FOR THE   *
000120*                                  YEAR'S HOLIDAYS.  AN AUDIT    *
000130*                                  LISTING SHOWS WHAT CHANGED,   *
000140*                                  THE SAME PATTERN GRDMAINT     *
000150*                                  USES.  RUNCTRL, SUSPMNT,      *
000160*                                  AUDRPT, RUNTRPT AND DDEPOST   *
000170*                                  READ IT.                      *
000180*        CREDITS                 : DATA PROCESSING               *
000190******************************************************************
000200*        MODIFICATION HISTORY                                    *
000210*        ----------------------------------------------------   *
000220*        DATE       INIT  DESCRIPTION                            *
000230*        10/15/26   RWM   INITIAL VERSION - THE CHAIN COUNTED    *
000240*                         PLAIN CALENDAR DAYS AND NOTHING KNEW   *
000250*                         WHEN THE SHOP OR THE BANK WAS CLOSED.  *
000260******************************************************************
000270
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. CALMAINT.
000300 AUTHOR. R MEHTA.
000310 INSTALLATION. DATA PROCESSING.
000320 DATE-WRITTEN. 10/15/26.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CALTRAN  ASSIGN TO CALTRAN
000390     ORGANIZATION IS LINE SEQUENTIAL
000400     FILE STATUS IS WS-CALTRAN-STATUS.
000410
000420     SELECT CALMSTR  ASSIGN TO CALMSTR
000430     ORGANIZATION IS INDEXED
000440     ACCESS MODE IS DYNAMIC
000450     RECORD KEY IS CL-DATE
000460     FILE STATUS IS WS-CALMSTR-STATUS.
000470
000480     SELECT CALAUD   ASSIGN TO CALAUD
000490     ORGANIZATION IS LINE SEQUENTIAL
000500     FILE STATUS IS WS-CALAUD-STATUS.
000510
000520     SELECT AUDTFILE ASSIGN TO AUDTDD
000530     ORGANIZATION IS LINE SEQUENTIAL
000540     FILE STATUS IS WS-AUDTFILE-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580*    ONE CARD PER ACTION.  'Y' BUILDS THE YEAR IN COLS 2-5; 'D'
000590*    SETS THE DATE IN COLS 6-13 TO THE BUSINESS-DAY FLAG IN COL
000600*    14 AND THE BANK-OPEN FLAG IN COL 15 (Y OR N EACH), WITH THE
000610*    HOLIDAY NAME IN COLS 16-35.  A DAY THE SHOP WORKS BUT THE
000620*    BANK IS CLOSED IS 'YN'; A SHOP-ONLY HOLIDAY IS 'NY'.
000630 FD CALTRAN.
000640 01 CT-TRAN-REC.
000650     05 CT-ACTION         PIC X(01).
000660         88 CT-BUILD-YEAR VALUE 'Y'.
000670         88 CT-SET-DAY    VALUE 'D'.
000680     05 CT-YEAR           PIC X(04).
000690     05 CT-YEAR-9 REDEFINES CT-YEAR
000700                          PIC 9(04).
000710     05 CT-DATE           PIC X(08).
000720     05 CT-BUS-DAY-SW     PIC X(01).
000730     05 CT-BANK-OPEN-SW   PIC X(01).
000740     05 CT-DESC           PIC X(20).
000750     05 FILLER            PIC X(45).
000760
000770 FD CALMSTR.
000780     COPY CALREC.
000790
000800 FD CALAUD.
000810 01 AUD-LIST-REC.
000820     05 AUD-ACTION        PIC X(10).
000830     05 FILLER            PIC X(01) VALUE SPACE.
000840     05 AUD-DATE          PIC X(08).
000850     05 FILLER            PIC X(01) VALUE SPACE.
000860     05 AUD-RESULT        PIC X(36).
000870     05 FILLER            PIC X(01) VALUE SPACE.
000880     05 AUD-FLAGS         PIC X(13).
000890     05 FILLER            PIC X(01) VALUE SPACE.
000900     05 AUD-DESC          PIC X(20).
000910
000920 FD AUDTFILE.
000930     COPY AUDITREC REPLACING ==:RECNAME:== BY ==LOG-REC==
000940                             ==:PFX:==     BY ==LOG==.
000950
000960 WORKING-STORAGE SECTION.
000970 01 WS-CALTRAN-STATUS    PIC X(02) VALUE '00'.
000980 01 WS-CALMSTR-STATUS    PIC X(02) VALUE '00'.
000990 01 WS-CALAUD-STATUS     PIC X(02) VALUE '00'.
001000 01 WS-EOF-STA           PIC X VALUE 'N'.
001010     88 WS-EOF           VALUE 'Y'.
001020 01 WS-YEAR-COUNT        PIC 9(05) VALUE ZEROES COMP.
001030 01 WS-DAY-WRITE-COUNT   PIC 9(05) VALUE ZEROES COMP.
001040 01 WS-SET-COUNT         PIC 9(05) VALUE ZEROES COMP.
001050 01 WS-ERROR-COUNT       PIC 9(05) VALUE ZEROES COMP.
001060 01 WS-YEAR-BUS-DAYS     PIC 9(03) VALUE ZEROES.
001070 01 WS-BUILD-YEAR        PIC 9(04) VALUE ZEROES.
001080 01 WS-PRIOR-YEAR        PIC 9(04) VALUE ZEROES COMP.
001090 01 WS-DOW               PIC 9(01) VALUE ZERO.
001100 01 WS-DOW-WORK          PIC 9(05) VALUE ZEROES COMP.
001110 01 WS-REM-4             PIC 9(04) VALUE ZEROES COMP.
001120 01 WS-REM-100           PIC 9(04) VALUE ZEROES COMP.
001130 01 WS-REM-400           PIC 9(04) VALUE ZEROES COMP.
001140 01 WS-QUOT              PIC 9(05) VALUE ZEROES COMP.
001150 01 WS-MONTH-LIMIT       PIC 9(02) VALUE ZEROES.
001160*    THE BUILD WALKS THE YEAR FORWARD ONE DAY AT A TIME - THE
001170*    MIRROR OF CHKRECN'S 1200-BACK-ONE-DAY.  THE DIVIDE-BY-4
001180*    LEAP RULE HOLDS FOR EVERY YEAR THE 2000-2099 EDIT ALLOWS.
001190 01 WS-PER-DATE.
001200     05 WS-PER-YYYY      PIC 9(04).
001210     05 WS-PER-MM        PIC 9(02).
001220     05 WS-PER-DD        PIC 9(02).
001230 01 WS-MONTH-DAYS-DATA.
001240     05 FILLER PIC X(24) VALUE '312831303130313130313031'.
001250 01 FILLER REDEFINES WS-MONTH-DAYS-DATA.
001260     05 WS-MONTH-DAYS    PIC 9(02) OCCURS 12 TIMES.
001270 01 WS-LEAP-REM          PIC 9(04) VALUE ZEROES COMP.
001280 01 WS-LEAP-QUOT         PIC 9(04) VALUE ZEROES COMP.
001290 01 WS-FLAGS-EDIT.
001300     05 FILLER           PIC X(04) VALUE 'BUS '.
001310     05 FE-BUS           PIC X(01).
001320     05 FILLER           PIC X(06) VALUE ' BANK '.
001330     05 FE-BANK          PIC X(01).
001340     05 FILLER           PIC X(01) VALUE SPACE.
001350 01 WS-COUNT-EDIT        PIC ZZ9.
001360 01 WS-ABEND-DDNAME      PIC X(10) VALUE SPACES.
001370 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
001380 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
001390     88 WS-AUDTFILE-OK   VALUE '00'.
001400 01 WS-TODAY-YYYYMMDD    PIC X(08) VALUE SPACES.
001410 01 WS-RUN-DATE.
001420     05 WS-RUN-YY        PIC 9(02).
001430     05 WS-RUN-MM        PIC 9(02).
001440     05 WS-RUN-DD        PIC 9(02).
001450 01 WS-RUN-TIME.
001460     05 WS-RUN-HH        PIC 9(02).
001470     05 WS-RUN-MN        PIC 9(02).
001480     05 WS-RUN-SS        PIC 9(02).
001490     05 FILLER           PIC 9(02).
001500 01 WS-RUN-DATE-EDIT     PIC X(08).
001510
001520 PROCEDURE DIVISION.
001530 0000-MAINLINE.
001540     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001550     PERFORM 2000-PROCESS-TRAN THRU 2000-PROCESS-TRAN-EXIT
001560             UNTIL WS-EOF
001570     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
001580     CLOSE CALTRAN
001590           CALMSTR
001600           CALAUD
001610     PERFORM 9500-WRITE-AUDIT-RECORD
001620             THRU 9500-WRITE-AUDIT-RECORD-EXIT
001630     STOP RUN
001640     .
001650
001660 1000-INITIALIZE.
001670     OPEN INPUT CALTRAN
001680     IF WS-CALTRAN-STATUS NOT = '00'
001690        MOVE 'CALTRAN' TO WS-ABEND-DDNAME
001700        MOVE WS-CALTRAN-STATUS TO WS-ABEND-STATUS
001710        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001720     END-IF
001730*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
001740*    OPEN - THE NORMAL CASE THE VERY FIRST TIME THE JOB RUNS.
001750     OPEN I-O CALMSTR
001760     IF WS-CALMSTR-STATUS NOT = '00' AND
001770        WS-CALMSTR-STATUS NOT = '05'
001780        MOVE 'CALMSTR' TO WS-ABEND-DDNAME
001790        MOVE WS-CALMSTR-STATUS TO WS-ABEND-STATUS
001800        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001810     END-IF
001820     OPEN OUTPUT CALAUD
001830     IF WS-CALAUD-STATUS NOT = '00'
001840        MOVE 'CALAUD' TO WS-ABEND-DDNAME
001850        MOVE WS-CALAUD-STATUS TO WS-ABEND-STATUS
001860        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001870     END-IF
001880     ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
001890     ACCEPT WS-RUN-DATE FROM DATE
001900     STRING WS-RUN-MM DELIMITED SIZE
001910            '/'       DELIMITED SIZE
001920            WS-RUN-DD DELIMITED SIZE
001930            '/'       DELIMITED SIZE
001940            WS-RUN-YY DELIMITED SIZE
001950            INTO WS-RUN-DATE-EDIT
001960     .
001970 1000-INITIALIZE-EXIT.
001980     EXIT.
001990
002000 2000-PROCESS-TRAN.
002010     READ CALTRAN
002020         AT END SET WS-EOF TO TRUE
002030         NOT AT END
002040             PERFORM 2100-APPLY-TRAN THRU 2100-APPLY-TRAN-EXIT
002050     END-READ
002060     .
002070 2000-PROCESS-TRAN-EXIT.
002080     EXIT.
002090
002100 2100-APPLY-TRAN.
002110     MOVE SPACES        TO AUD-LIST-REC
002120     EVALUATE TRUE
002130         WHEN CT-BUILD-YEAR
002140             PERFORM 2200-BUILD-YEAR THRU 2200-BUILD-YEAR-EXIT
002150         WHEN CT-SET-DAY
002160             PERFORM 2300-SET-DAY THRU 2300-SET-DAY-EXIT
002170         WHEN OTHER
002180             MOVE 'INVALID'   TO AUD-ACTION
002190             MOVE 'UNRECOGNIZED ACTION CODE' TO AUD-RESULT
002200             WRITE AUD-LIST-REC
002210             ADD 1 TO WS-ERROR-COUNT
002220     END-EVALUATE
002230     .
002240 2100-APPLY-TRAN-EXIT.
002250     EXIT.
002260
002270 2200-BUILD-YEAR.
002280*    A YEAR IS BUILT ONCE.  JANUARY 1ST ALREADY ON FILE MEANS IT
002290*    WAS BUILT BEFORE - REBUILDING WOULD WIPE THE HOLIDAYS SET
002300*    SINCE, SO THE CARD IS REFUSED AND 'D' CARDS DO ANY REPAIR.
002310     MOVE 'BUILD YEAR'  TO AUD-ACTION
002320     MOVE CT-YEAR       TO AUD-DATE
002330     IF CT-YEAR IS NOT NUMERIC
002340        MOVE 'FAILED - BAD YEAR ON CARD' TO AUD-RESULT
002350        GO TO 2200-BUILD-YEAR-FAIL
002360     END-IF
002370     IF CT-YEAR-9 < 2000 OR CT-YEAR-9 > 2099
002380        MOVE 'FAILED - YEAR OUTSIDE 2000-2099' TO AUD-RESULT
002390        GO TO 2200-BUILD-YEAR-FAIL
002400     END-IF
002410     MOVE CT-YEAR-9     TO WS-BUILD-YEAR
002420     MOVE WS-BUILD-YEAR TO WS-PER-YYYY
002430     MOVE 01            TO WS-PER-MM
002440     MOVE 01            TO WS-PER-DD
002450     MOVE WS-PER-DATE   TO CL-DATE
002460     READ CALMSTR KEY IS CL-DATE
002470         INVALID KEY
002480             CONTINUE
002490         NOT INVALID KEY
002500             MOVE 'FAILED - YEAR ALREADY BUILT' TO AUD-RESULT
002510             GO TO 2200-BUILD-YEAR-FAIL
002520     END-READ
002530*    DAY OF THE WEEK OF JANUARY 1ST BY GAUSS'S RULE - 0 COMES
002540*    OUT AS SUNDAY, WHICH THE MASTER CARRIES AS DAY 7.
002550     COMPUTE WS-PRIOR-YEAR = WS-BUILD-YEAR - 1
002560     DIVIDE WS-PRIOR-YEAR BY 4
002570            GIVING WS-QUOT REMAINDER WS-REM-4
002580     DIVIDE WS-PRIOR-YEAR BY 100
002590            GIVING WS-QUOT REMAINDER WS-REM-100
002600     DIVIDE WS-PRIOR-YEAR BY 400
002610            GIVING WS-QUOT REMAINDER WS-REM-400
002620     COMPUTE WS-DOW-WORK = 1 + (5 * WS-REM-4)
002630                             + (4 * WS-REM-100)
002640                             + (6 * WS-REM-400)
002650     DIVIDE WS-DOW-WORK BY 7
002660            GIVING WS-QUOT REMAINDER WS-DOW
002670     IF WS-DOW = ZERO
002680        MOVE 7 TO WS-DOW
002690     END-IF
002700     MOVE ZERO TO WS-YEAR-BUS-DAYS
002710     PERFORM 2210-BUILD-ONE-DAY THRU 2210-BUILD-ONE-DAY-EXIT
002720             UNTIL WS-PER-YYYY NOT = WS-BUILD-YEAR
002730     MOVE WS-YEAR-BUS-DAYS TO WS-COUNT-EDIT
002740     STRING 'YEAR BUILT - ' DELIMITED SIZE
002750            WS-COUNT-EDIT   DELIMITED SIZE
002760            ' BUSINESS DAYS' DELIMITED SIZE
002770            INTO AUD-RESULT
002780     WRITE AUD-LIST-REC
002790     ADD 1 TO WS-YEAR-COUNT
002800     GO TO 2200-BUILD-YEAR-EXIT
002810     .
002820 2200-BUILD-YEAR-FAIL.
002830     WRITE AUD-LIST-REC
002840     ADD 1 TO WS-ERROR-COUNT
002850     .
002860 2200-BUILD-YEAR-EXIT.
002870     EXIT.
002880
002890 2210-BUILD-ONE-DAY.
002900     MOVE SPACES        TO CL-CAL-REC
002910     MOVE WS-PER-DATE   TO CL-DATE
002920     MOVE WS-DOW        TO CL-DAY-OF-WEEK
002930     IF CL-WEEKEND
002940        MOVE 'N'        TO CL-BUS-DAY-SW
002950        MOVE 'N'        TO CL-BANK-OPEN-SW
002960        MOVE 'WEEKEND'  TO CL-DESC
002970     ELSE
002980        MOVE 'Y'        TO CL-BUS-DAY-SW
002990        MOVE 'Y'        TO CL-BANK-OPEN-SW
003000        ADD 1 TO WS-YEAR-BUS-DAYS
003010     END-IF
003020     MOVE WS-TODAY-YYYYMMDD TO CL-LAST-MAINT-DATE
003030     WRITE CL-CAL-REC
003040         INVALID KEY
003050             DISPLAY 'CALMAINT - DATE ALREADY ON FILE, KEPT: '
003060                     CL-DATE
003070         NOT INVALID KEY
003080             ADD 1 TO WS-DAY-WRITE-COUNT
003090     END-WRITE
003100     PERFORM 2220-FORWARD-ONE-DAY THRU 2220-FORWARD-ONE-DAY-EXIT
003110     IF WS-DOW = 7
003120        MOVE 1 TO WS-DOW
003130     ELSE
003140        ADD 1 TO WS-DOW
003150     END-IF
003160     .
003170 2210-BUILD-ONE-DAY-EXIT.
003180     EXIT.
003190
003200 2220-FORWARD-ONE-DAY.
003210     MOVE WS-MONTH-DAYS(WS-PER-MM) TO WS-MONTH-LIMIT
003220     IF WS-PER-MM = 02
003230        DIVIDE WS-PER-YYYY BY 4
003240               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
003250        IF WS-LEAP-REM = ZERO
003260           MOVE 29 TO WS-MONTH-LIMIT
003270        END-IF
003280     END-IF
003290     IF WS-PER-DD < WS-MONTH-LIMIT
003300        ADD 1 TO WS-PER-DD
003310        GO TO 2220-FORWARD-ONE-DAY-EXIT
003320     END-IF
003330     MOVE 01 TO WS-PER-DD
003340     IF WS-PER-MM < 12
003350        ADD 1 TO WS-PER-MM
003360     ELSE
003370        MOVE 01 TO WS-PER-MM
003380        ADD 1 TO WS-PER-YYYY
003390     END-IF
003400     .
003410 2220-FORWARD-ONE-DAY-EXIT.
003420     EXIT.
003430
003440 2300-SET-DAY.
003450*    THE DATE MUST ALREADY BE ON FILE - A HOLIDAY CARD FOR A
003460*    YEAR NOBODY BUILT IS ALMOST ALWAYS A MIS-KEYED YEAR.
003470     MOVE 'SET DAY'       TO AUD-ACTION
003480     MOVE CT-DATE         TO AUD-DATE
003490     MOVE CT-BUS-DAY-SW   TO FE-BUS
003500     MOVE CT-BANK-OPEN-SW TO FE-BANK
003510     MOVE WS-FLAGS-EDIT   TO AUD-FLAGS
003520     MOVE CT-DESC         TO AUD-DESC
003530     IF CT-DATE IS NOT NUMERIC
003540        MOVE 'FAILED - BAD DATE ON CARD' TO AUD-RESULT
003550        GO TO 2300-SET-DAY-FAIL
003560     END-IF
003570     IF (CT-BUS-DAY-SW NOT = 'Y' AND CT-BUS-DAY-SW NOT = 'N') OR
003580        (CT-BANK-OPEN-SW NOT = 'Y' AND CT-BANK-OPEN-SW NOT = 'N')
003590        MOVE 'FAILED - FLAGS MUST BE Y OR N' TO AUD-RESULT
003600        GO TO 2300-SET-DAY-FAIL
003610     END-IF
003620     MOVE CT-DATE TO CL-DATE
003630     READ CALMSTR KEY IS CL-DATE
003640         INVALID KEY
003650             MOVE 'FAILED - YEAR NOT BUILT' TO AUD-RESULT
003660             GO TO 2300-SET-DAY-FAIL
003670     END-READ
003680     MOVE SPACES TO AUD-RESULT
003690     STRING 'DAY SET - WAS BUS ' DELIMITED SIZE
003700            CL-BUS-DAY-SW        DELIMITED SIZE
003710            ' BANK '             DELIMITED SIZE
003720            CL-BANK-OPEN-SW      DELIMITED SIZE
003730            INTO AUD-RESULT
003740     MOVE CT-BUS-DAY-SW     TO CL-BUS-DAY-SW
003750     MOVE CT-BANK-OPEN-SW   TO CL-BANK-OPEN-SW
003760     MOVE CT-DESC           TO CL-DESC
003770     MOVE WS-TODAY-YYYYMMDD TO CL-LAST-MAINT-DATE
003780     REWRITE CL-CAL-REC
003790     WRITE AUD-LIST-REC
003800     ADD 1 TO WS-SET-COUNT
003810     GO TO 2300-SET-DAY-EXIT
003820     .
003830 2300-SET-DAY-FAIL.
003840     WRITE AUD-LIST-REC
003850     ADD 1 TO WS-ERROR-COUNT
003860     .
003870 2300-SET-DAY-EXIT.
003880     EXIT.
003890
003900 8000-WRITE-SUMMARY.
003910     MOVE SPACES        TO AUD-LIST-REC
003920     MOVE 'SUMMARY'     TO AUD-ACTION
003930     WRITE AUD-LIST-REC
003940     DISPLAY 'CALMAINT SUMMARY - YEARS BUILT: ' WS-YEAR-COUNT
003950             ' DAYS WRITTEN: ' WS-DAY-WRITE-COUNT
003960             ' DAYS SET: '     WS-SET-COUNT
003970             ' ERRORS: '       WS-ERROR-COUNT
003980     .
003990 8000-WRITE-SUMMARY-EXIT.
004000     EXIT.
004010
004020 9000-ABEND-PARA.
004030*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
004040*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
004050     DISPLAY 'CALMAINT - OPEN FAILED FOR: ' WS-ABEND-DDNAME
004060     DISPLAY 'CALMAINT - FILE STATUS WAS : ' WS-ABEND-STATUS
004070     MOVE 16 TO RETURN-CODE
004080     STOP RUN
004090     .
004100 9000-ABEND-PARA-EXIT.
004110     EXIT.
004120
004130 9500-WRITE-AUDIT-RECORD.
004140*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
004150*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
004160*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
004170     OPEN EXTEND AUDTFILE
004180     IF NOT WS-AUDTFILE-OK
004190        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
004200        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
004210        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004220     END-IF
004230     ACCEPT WS-RUN-TIME FROM TIME
004240     MOVE 'CALMAINT' TO LOG-PGM-NAME
004250     MOVE WS-RUN-DATE-EDIT TO LOG-RUN-DATE
004260     STRING WS-RUN-HH DELIMITED SIZE
004270            ':'       DELIMITED SIZE
004280            WS-RUN-MN DELIMITED SIZE
004290            ':'       DELIMITED SIZE
004300            WS-RUN-SS DELIMITED SIZE
004310            INTO LOG-RUN-TIME
004320     COMPUTE LOG-REC-COUNT = WS-DAY-WRITE-COUNT + WS-SET-COUNT
004330                           + WS-ERROR-COUNT
004340     MOVE RETURN-CODE    TO LOG-RETURN-CODE
004350     WRITE LOG-REC
004360     CLOSE AUDTFILE
004370     .
004380 9500-WRITE-AUDIT-RECORD-EXIT.
004390     EXIT.
