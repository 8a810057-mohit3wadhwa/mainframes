000010******************************************************************
000020*        PROGRAM NAME            : SALAUDIT                      *
000030*        DESCRIPTION             : SALARY ACCESS AUDIT REPORT.   *
000040*                                  LISTS EVERY ENTRY ON THE      *
000050*                                  SENSITIVE-DATA ACCESS LOG     *
000060*                                  WRITTEN BY THE EINQ           *
000070*                                  TRANSACTION AND THE INQPROC   *
000080*                                  BATCH LOOKUP FOR THE WEEK (OR *
000090*                                  OTHER DATE RANGE) ON THE      *
000100*                                  OPTIONAL SALACTL CARD - WHO   *
000110*                                  LOOKED, WHEN, WHOSE PAY, AND  *
000120*                                  AT WHAT LEVEL - AND FLAGS     *
000130*                                  EVERY ATTEMPT ABOVE THE       *
000140*                                  USER'S AUTHORITY: A LEVEL     *
000150*                                  ASKED FOR ABOVE THE PROFILE,  *
000160*                                  AN EMPLOYEE OF A COMPANY NOT  *
000170*                                  IN THE PROFILE, OR A USER     *
000180*                                  WITH NO PROFILE AT ALL.  A    *
000190*                                  SUMMARY BY USER FOLLOWS FOR   *
000200*                                  THE AUDITORS.                 *
000210*        CREDITS                 : DATA PROCESSING               *
000220******************************************************************
000230*        MODIFICATION HISTORY                                    *
000240*        ----------------------------------------------------   *
000250*        DATE       INIT  DESCRIPTION                            *
000260*        10/15/26   RWM   INITIAL VERSION - SALARY LOOKUPS ARE   *
000270*                         NOW CONTROLLED BY AUTHMSTR PROFILES    *
000280*                         AND LOGGED, AND THE LOG IS REVIEWED    *
000290*                         WEEKLY.                                *
000300*        10/15/26   RWM   NO DATE ON SALACTL NOW MEANS THE SEVEN *
000310*                         DAYS ENDING TODAY, NOT THE WHOLE LOG.  *
000320******************************************************************
000330
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. SALAUDIT.
000360 AUTHOR. R MEHTA.
000370 INSTALLATION. DATA PROCESSING.
000380 DATE-WRITTEN. 10/15/26.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT SALGLOG  ASSIGN TO SALGDD
000450     ORGANIZATION IS LINE SEQUENTIAL
000460     FILE STATUS IS WS-SALGLOG-STATUS.
000470
000480     SELECT AUTHMSTR ASSIGN TO AUTHMSTR
000490     ORGANIZATION IS INDEXED
000500     ACCESS MODE IS RANDOM
000510     RECORD KEY IS AU-USER-ID
000520     FILE STATUS IS WS-AUTHMSTR-STATUS.
000530
000540     SELECT EMPMSTR  ASSIGN TO EMPMSTR
000550     ORGANIZATION IS INDEXED
000560     ACCESS MODE IS RANDOM
000570     RECORD KEY IS EM-EMP-ID
000580     FILE STATUS IS WS-EMPMSTR-STATUS.
000590
000600     SELECT SALACTL  ASSIGN TO SALACTL
000610     ORGANIZATION IS LINE SEQUENTIAL
000620     FILE STATUS IS WS-SALACTL-STATUS.
000630
000640     SELECT RPTFILE  ASSIGN TO RPTDD
000650     ORGANIZATION IS LINE SEQUENTIAL
000660     FILE STATUS IS WS-RPTFILE-STATUS.
000670
000680     SELECT AUDTFILE ASSIGN TO AUDTDD
000690     ORGANIZATION IS LINE SEQUENTIAL
000700     FILE STATUS IS WS-AUDTFILE-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD SALGLOG.
000750     COPY SALGREC.
000760
000770 FD AUTHMSTR.
000780     COPY AUTHREC.
000790
000800 FD EMPMSTR.
000810     COPY EMPMREC.
000820
000830 FD SALACTL.
000840 01 SA-CTL-REC            PIC X(80).
000850
000860 FD RPTFILE.
000870 01 RPT-LINE              PIC X(132).
000880
000890 FD AUDTFILE.
000900     COPY AUDITREC REPLACING ==:RECNAME:== BY ==AUD-REC==
000910                             ==:PFX:==     BY ==AUD==.
000920
000930 WORKING-STORAGE SECTION.
000940 01 WS-SALGLOG-STATUS    PIC X(02) VALUE '00'.
000950     88 WS-SALGLOG-OK    VALUE '00'.
000960 01 WS-AUTHMSTR-STATUS   PIC X(02) VALUE '00'.
000970 01 WS-EMPMSTR-STATUS    PIC X(02) VALUE '00'.
000980     88 WS-EMPMSTR-OK    VALUE '00'.
000990 01 WS-SALACTL-STATUS    PIC X(02) VALUE '00'.
001000 01 WS-RPTFILE-STATUS    PIC X(02) VALUE '00'.
001010     88 WS-RPTFILE-OK    VALUE '00'.
001020 01 WS-LOG-EOF-SW        PIC X(01) VALUE 'N'.
001030     88 WS-LOG-EOF       VALUE 'Y'.
001040*    THE REVIEW PERIOD - A BLANK END ON THE SALACTL CARD IS OPEN;
001050*    WITH NO DATE ON THE CARD (OR NO CARD) IT IS THE SEVEN DAYS
001060*    ENDING TODAY.
001070 01 WS-FROM-DATE         PIC X(08) VALUE SPACES.
001080 01 WS-THRU-DATE         PIC X(08) VALUE SPACES.
001090 01 WS-WEEK-BACK         PIC 9(01) VALUE 6.
001100*    THE START OF THE DEFAULT WEEK IS TODAY STEPPED BACK ONE DAY
001110*    AT A TIME - THE SAME WALK AS AUDRPT'S 3320-BACK-ONE-DAY.
001120 01 WS-PER-DATE.
001130     05 WS-PER-YYYY      PIC 9(04).
001140     05 WS-PER-MM        PIC 9(02).
001150     05 WS-PER-DD        PIC 9(02).
001160 01 WS-MONTH-DAYS-DATA.
001170     05 FILLER PIC X(24) VALUE '312831303130313130313031'.
001180 01 FILLER REDEFINES WS-MONTH-DAYS-DATA.
001190     05 WS-MONTH-DAYS    PIC 9(02) OCCURS 12 TIMES.
001200 01 WS-LEAP-REM          PIC 9(04) VALUE ZEROES COMP.
001210 01 WS-LEAP-QUOT         PIC 9(04) VALUE ZEROES COMP.
001220 01 WS-READ-COUNT        PIC 9(07) VALUE ZEROES COMP.
001230 01 WS-SELECT-COUNT      PIC 9(07) VALUE ZEROES COMP.
001240 01 WS-FLAG-COUNT        PIC 9(07) VALUE ZEROES COMP.
001250 01 WS-FULL-COUNT        PIC 9(07) VALUE ZEROES COMP.
001260 01 WS-BAND-COUNT        PIC 9(07) VALUE ZEROES COMP.
001270
001280*    ONE ROW PER USER ID MET ON THE LOG, IN THE ORDER FIRST MET.
001290 01 WS-USER-MAX          PIC 9(03) COMP VALUE 500.
001300 01 WS-USER-COUNT        PIC 9(03) COMP VALUE ZERO.
001310 01 WS-USERS.
001320     05 WS-USER  OCCURS 1 TO 500 TIMES
001330                 DEPENDING ON WS-USER-COUNT
001340                 INDEXED BY J.
001350             10 WS-USER-ID         PIC X(08).
001360             10 WS-USER-NAME       PIC X(20).
001370             10 WS-USER-PROF       PIC X(01).
001380             10 WS-USER-FULL       PIC 9(05) COMP.
001390             10 WS-USER-BAND       PIC 9(05) COMP.
001400             10 WS-USER-ABOVE      PIC 9(05) COMP.
001410             10 WS-USER-REFUSED    PIC 9(05) COMP.
001420
001430 01 WS-ABEND-DDNAME      PIC X(08) VALUE SPACES.
001440 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
001450 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
001460     88 WS-AUDTFILE-OK   VALUE '00'.
001470 01 WS-RUN-DATE.
001480     05 WS-RUN-YY        PIC 9(02).
001490     05 WS-RUN-MM        PIC 9(02).
001500     05 WS-RUN-DD        PIC 9(02).
001510 01 WS-RUN-TIME.
001520     05 WS-RUN-HH        PIC 9(02).
001530     05 WS-RUN-MN        PIC 9(02).
001540     05 WS-RUN-SS        PIC 9(02).
001550     05 FILLER           PIC 9(02).
001560 01 WS-RUN-DATE-EDIT     PIC X(08).
001570
001580 01 WS-HDR-LINE.
001590     05 FILLER            PIC X(30)
001600            VALUE 'SALARY ACCESS AUDIT   PERIOD: '.
001610     05 HDR-FROM          PIC X(08).
001620     05 FILLER            PIC X(04) VALUE ' TO '.
001630     05 HDR-THRU          PIC X(08).
001640     05 FILLER            PIC X(08) VALUE '  DATE: '.
001650     05 HDR-DATE          PIC X(08).
001660     05 FILLER            PIC X(66) VALUE SPACES.
001670
001680 01 WS-COL-LINE.
001690     05 FILLER            PIC X(40)
001700            VALUE 'DATE     TIME     USER     USER NAME    '.
001710     05 FILLER            PIC X(40)
001720            VALUE '        SOURCE   TERM EMP ID EMPLOYEE NA'.
001730     05 FILLER            PIC X(40)
001740            VALUE 'ME        COMPNY ASK PRF GOT FLAG       '.
001750     05 FILLER            PIC X(12) VALUE SPACES.
001760
001770 01 WS-DET-LINE.
001780     05 DL-DATE           PIC X(08).
001790     05 FILLER            PIC X(01) VALUE SPACE.
001800     05 DL-TIME           PIC X(08).
001810     05 FILLER            PIC X(01) VALUE SPACE.
001820     05 DL-USER           PIC X(08).
001830     05 FILLER            PIC X(01) VALUE SPACE.
001840     05 DL-USER-NAME      PIC X(20).
001850     05 FILLER            PIC X(01) VALUE SPACE.
001860     05 DL-SOURCE         PIC X(08).
001870     05 FILLER            PIC X(01) VALUE SPACE.
001880     05 DL-TERM           PIC X(04).
001890     05 FILLER            PIC X(01) VALUE SPACE.
001900     05 DL-EMP-ID         PIC 9(06).
001910     05 FILLER            PIC X(01) VALUE SPACE.
001920     05 DL-EMP-NAME       PIC X(20).
001930     05 FILLER            PIC X(01) VALUE SPACE.
001940     05 DL-COMP           PIC 9(06).
001950     05 FILLER            PIC X(02) VALUE SPACES.
001960     05 DL-REQ            PIC X(01).
001970     05 FILLER            PIC X(03) VALUE SPACES.
001980     05 DL-PROF           PIC X(01).
001990     05 FILLER            PIC X(03) VALUE SPACES.
002000     05 DL-GRANT          PIC X(01).
002010     05 FILLER            PIC X(02) VALUE SPACES.
002020     05 DL-FLAG           PIC X(18).
002030     05 FILLER            PIC X(05) VALUE SPACES.
002040
002050 01 WS-SUM-HDR-LINE.
002060     05 FILLER            PIC X(40)
002070            VALUE 'ACCESS BY USER  USER     USER NAME      '.
002080     05 FILLER            PIC X(40)
002090            VALUE '           PRF  FULL VIEWS   BAND VIEWS '.
002100     05 FILLER            PIC X(20)
002110            VALUE '  ABOVE AUTH    REFU'.
002120     05 FILLER            PIC X(32) VALUE SPACES.
002130
002140 01 WS-SUM-LINE.
002150     05 FILLER            PIC X(16) VALUE SPACES.
002160     05 SM-USER           PIC X(08).
002170     05 FILLER            PIC X(01) VALUE SPACE.
002180     05 SM-USER-NAME      PIC X(20).
002190     05 FILLER            PIC X(07) VALUE SPACES.
002200     05 SM-PROF           PIC X(01).
002210     05 FILLER            PIC X(04) VALUE SPACES.
002220     05 SM-FULL           PIC ZZZZZZZZ9.
002230     05 FILLER            PIC X(04) VALUE SPACES.
002240     05 SM-BAND           PIC ZZZZZZZZ9.
002250     05 FILLER            PIC X(04) VALUE SPACES.
002260     05 SM-ABOVE          PIC ZZZZZZZZ9.
002270     05 FILLER            PIC X(02) VALUE SPACES.
002280     05 SM-REFUSED        PIC ZZZZZZZZ9.
002290     05 FILLER            PIC X(02) VALUE SPACES.
002300     05 SM-FLAG           PIC X(01).
002310     05 FILLER            PIC X(26) VALUE SPACES.
002320
002330 PROCEDURE DIVISION.
002340 0000-MAINLINE.
002350     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002360     PERFORM 2000-READ-LOG THRU 2000-READ-LOG-EXIT
002370             UNTIL WS-LOG-EOF
002380     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
002390     CLOSE SALGLOG
002400           AUTHMSTR
002410           EMPMSTR
002420           RPTFILE
002430     IF WS-FLAG-COUNT > ZERO
002440        MOVE 4 TO RETURN-CODE
002450     END-IF
002460     PERFORM 9500-WRITE-AUDIT-RECORD
002470             THRU 9500-WRITE-AUDIT-RECORD-EXIT
002480     DISPLAY 'SALAUDIT - PERIOD FROM       : ' WS-FROM-DATE
002490     DISPLAY 'SALAUDIT - PERIOD THROUGH    : ' WS-THRU-DATE
002500     DISPLAY 'SALAUDIT - LOG ENTRIES READ  : ' WS-READ-COUNT
002510     DISPLAY 'SALAUDIT - IN PERIOD         : ' WS-SELECT-COUNT
002520     DISPLAY 'SALAUDIT - FULL SALARY VIEWS : ' WS-FULL-COUNT
002530     DISPLAY 'SALAUDIT - BAND VIEWS        : ' WS-BAND-COUNT
002540     DISPLAY 'SALAUDIT - ABOVE AUTHORITY   : ' WS-FLAG-COUNT
002550     DISPLAY 'SALAUDIT - USERS             : ' WS-USER-COUNT
002560     STOP RUN
002570     .
002580
002590 1000-INITIALIZE.
002600     OPEN INPUT SALGLOG
002610     IF NOT WS-SALGLOG-OK
002620        MOVE 'SALGDD' TO WS-ABEND-DDNAME
002630        MOVE WS-SALGLOG-STATUS TO WS-ABEND-STATUS
002640        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002650     END-IF
002660*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
002670*    OPEN - NO PROFILES YET, EVERY USER PRINTS AS NO PROFILE.
002680     OPEN I-O AUTHMSTR
002690     IF WS-AUTHMSTR-STATUS NOT = '00' AND
002700        WS-AUTHMSTR-STATUS NOT = '05'
002710        MOVE 'AUTHMSTR' TO WS-ABEND-DDNAME
002720        MOVE WS-AUTHMSTR-STATUS TO WS-ABEND-STATUS
002730        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002740     END-IF
002750     OPEN INPUT EMPMSTR
002760     IF NOT WS-EMPMSTR-OK
002770        MOVE 'EMPMSTR' TO WS-ABEND-DDNAME
002780        MOVE WS-EMPMSTR-STATUS TO WS-ABEND-STATUS
002790        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002800     END-IF
002810     OPEN OUTPUT RPTFILE
002820     IF NOT WS-RPTFILE-OK
002830        MOVE 'RPTDD' TO WS-ABEND-DDNAME
002840        MOVE WS-RPTFILE-STATUS TO WS-ABEND-STATUS
002850        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002860     END-IF
002870*    THE PERIOD COMES FROM AN OPTIONAL SALACTL CARD, COLS 1-8 THE
002880*    FIRST DAY AND COLS 10-17 THE LAST DAY, BOTH YYYYMMDD.  A
002890*    BLANK OR NON-NUMERIC END IS LEFT OPEN, BUT WHEN NEITHER END
002900*    IS GIVEN THE SCHEDULED RUN REPORTS THE SEVEN DAYS ENDING
002910*    TODAY - 00000000 AND 99999999 ASK FOR THE WHOLE LOG.
002920     OPEN INPUT SALACTL
002930     IF WS-SALACTL-STATUS = '00'
002940        READ SALACTL
002950            AT END CONTINUE
002960            NOT AT END
002970                IF SA-CTL-REC(1:8) IS NUMERIC
002980                   MOVE SA-CTL-REC(1:8) TO WS-FROM-DATE
002990                END-IF
003000                IF SA-CTL-REC(10:8) IS NUMERIC
003010                   MOVE SA-CTL-REC(10:8) TO WS-THRU-DATE
003020                END-IF
003030        END-READ
003040        CLOSE SALACTL
003050     END-IF
003060     IF WS-FROM-DATE = SPACES AND
003070        WS-THRU-DATE = SPACES
003080        ACCEPT WS-PER-DATE FROM DATE YYYYMMDD
003090        MOVE WS-PER-DATE TO WS-THRU-DATE
003100        PERFORM 1100-BACK-ONE-DAY THRU 1100-BACK-ONE-DAY-EXIT
003110                WS-WEEK-BACK TIMES
003120        MOVE WS-PER-DATE TO WS-FROM-DATE
003130     END-IF
003140     ACCEPT WS-RUN-DATE FROM DATE
003150     STRING WS-RUN-MM DELIMITED SIZE
003160            '/'       DELIMITED SIZE
003170            WS-RUN-DD DELIMITED SIZE
003180            '/'       DELIMITED SIZE
003190            WS-RUN-YY DELIMITED SIZE
003200            INTO WS-RUN-DATE-EDIT
003210     MOVE WS-FROM-DATE TO HDR-FROM
003220     MOVE WS-THRU-DATE TO HDR-THRU
003230     MOVE WS-RUN-DATE-EDIT TO HDR-DATE
003240     WRITE RPT-LINE FROM WS-HDR-LINE
003250     MOVE SPACES TO RPT-LINE
003260     WRITE RPT-LINE
003270     WRITE RPT-LINE FROM WS-COL-LINE
003280     .
003290 1000-INITIALIZE-EXIT.
003300     EXIT.
003310
003320 1100-BACK-ONE-DAY.
003330     IF WS-PER-DD > 1
003340        SUBTRACT 1 FROM WS-PER-DD
003350        GO TO 1100-BACK-ONE-DAY-EXIT
003360     END-IF
003370     IF WS-PER-MM > 1
003380        SUBTRACT 1 FROM WS-PER-MM
003390     ELSE
003400        MOVE 12 TO WS-PER-MM
003410        SUBTRACT 1 FROM WS-PER-YYYY
003420     END-IF
003430     MOVE WS-MONTH-DAYS(WS-PER-MM) TO WS-PER-DD
003440     IF WS-PER-MM = 02
003450        DIVIDE WS-PER-YYYY BY 4
003460               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
003470        IF WS-LEAP-REM = ZERO
003480           MOVE 29 TO WS-PER-DD
003490        END-IF
003500     END-IF
003510     .
003520 1100-BACK-ONE-DAY-EXIT.
003530     EXIT.
003540
003550 2000-READ-LOG.
003560     READ SALGLOG
003570         AT END SET WS-LOG-EOF TO TRUE
003580         NOT AT END
003590             ADD 1 TO WS-READ-COUNT
003600             PERFORM 2100-REPORT-ONE THRU 2100-REPORT-ONE-EXIT
003610     END-READ
003620     .
003630 2000-READ-LOG-EXIT.
003640     EXIT.
003650
003660 2100-REPORT-ONE.
003670     IF WS-FROM-DATE NOT = SPACES AND
003680        SL-LOG-DATE < WS-FROM-DATE
003690        GO TO 2100-REPORT-ONE-EXIT
003700     END-IF
003710     IF WS-THRU-DATE NOT = SPACES AND
003720        SL-LOG-DATE > WS-THRU-DATE
003730        GO TO 2100-REPORT-ONE-EXIT
003740     END-IF
003750     ADD 1 TO WS-SELECT-COUNT
003760     PERFORM 2500-FIND-USER THRU 2500-FIND-USER-EXIT
003770     MOVE SL-LOG-DATE      TO DL-DATE
003780     STRING SL-LOG-TIME(1:2) DELIMITED SIZE
003790            ':'              DELIMITED SIZE
003800            SL-LOG-TIME(3:2) DELIMITED SIZE
003810            ':'              DELIMITED SIZE
003820            SL-LOG-TIME(5:2) DELIMITED SIZE
003830            INTO DL-TIME
003840     MOVE SL-USER-ID       TO DL-USER
003850     MOVE WS-USER-NAME(J)  TO DL-USER-NAME
003860     MOVE SL-SOURCE        TO DL-SOURCE
003870     MOVE SL-TERM-ID       TO DL-TERM
003880     MOVE SL-EMP-ID        TO DL-EMP-ID
003890     MOVE SL-EMP-COMP      TO DL-COMP
003900     MOVE SL-REQ-LEVEL     TO DL-REQ
003910     MOVE SL-PROF-LEVEL    TO DL-PROF
003920     MOVE SL-GRANT-LEVEL   TO DL-GRANT
003930*    THE LOG CARRIES THE EMPLOYEE ID ONLY - THE NAME IS TAKEN FROM
003940*    THE MASTER AS IT STANDS TODAY.
003950     MOVE SL-EMP-ID        TO EM-EMP-ID
003960     READ EMPMSTR
003970         INVALID KEY
003980             MOVE '** NOT ON MASTER **' TO DL-EMP-NAME
003990         NOT INVALID KEY
004000             MOVE EM-EMP-NAME TO DL-EMP-NAME
004010     END-READ
004020     EVALUATE TRUE
004030         WHEN SL-ABOVE-AUTH
004040             MOVE '*ABOVE AUTHORITY*'  TO DL-FLAG
004050             ADD 1 TO WS-USER-ABOVE(J)
004060             ADD 1 TO WS-FLAG-COUNT
004070         WHEN SL-COMP-REFUSED
004080             MOVE '*COMPANY NOT AUTH*' TO DL-FLAG
004090             ADD 1 TO WS-USER-REFUSED(J)
004100             ADD 1 TO WS-FLAG-COUNT
004110         WHEN SL-NO-PROFILE
004120             MOVE '*NO PROFILE*'       TO DL-FLAG
004130             ADD 1 TO WS-USER-REFUSED(J)
004140             ADD 1 TO WS-FLAG-COUNT
004150         WHEN OTHER
004160             MOVE SPACES               TO DL-FLAG
004170     END-EVALUATE
004180*    AN ATTEMPT ABOVE AUTHORITY WAS STILL ANSWERED AT THE
004190*    PROFILE'S LEVEL, SO IT COUNTS AS A VIEW AT THAT LEVEL TOO.
004200     IF SL-SHOWN OR SL-ABOVE-AUTH
004210        EVALUATE SL-GRANT-LEVEL
004220            WHEN 'F'
004230                ADD 1 TO WS-USER-FULL(J)
004240                ADD 1 TO WS-FULL-COUNT
004250            WHEN 'B'
004260                ADD 1 TO WS-USER-BAND(J)
004270                ADD 1 TO WS-BAND-COUNT
004280            WHEN OTHER
004290                CONTINUE
004300        END-EVALUATE
004310     END-IF
004320     WRITE RPT-LINE FROM WS-DET-LINE
004330     .
004340 2100-REPORT-ONE-EXIT.
004350     EXIT.
004360
004370 2500-FIND-USER.
004380*    THE LOG IS IN TIME ORDER WITHIN EACH SOURCE, NOT USER ORDER,
004390*    SO THE PER-USER COUNTS ACCUMULATE IN A TABLE.  THE USER'S
004400*    NAME AND CURRENT LEVEL ARE READ FROM AUTHMSTR ONCE, THE FIRST
004410*    TIME THE USER IS MET.
004420     SET J TO 1
004430     SEARCH WS-USER
004440     AT END
004450         IF WS-USER-COUNT >= WS-USER-MAX
004460            DISPLAY 'SALAUDIT - USER TABLE FULL AT '
004470                    WS-USER-MAX ' - RAISE WS-USER-MAX'
004480            MOVE 'SALGDD' TO WS-ABEND-DDNAME
004490            MOVE '  ' TO WS-ABEND-STATUS
004500            PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004510         END-IF
004520         ADD 1 TO WS-USER-COUNT
004530         SET J TO WS-USER-COUNT
004540         MOVE SL-USER-ID   TO WS-USER-ID(J)
004550         MOVE ZERO         TO WS-USER-FULL(J)
004560                              WS-USER-BAND(J)
004570                              WS-USER-ABOVE(J)
004580                              WS-USER-REFUSED(J)
004590         MOVE SL-USER-ID   TO AU-USER-ID
004600         READ AUTHMSTR
004610             INVALID KEY
004620                 MOVE '** NO PROFILE **' TO WS-USER-NAME(J)
004630                 MOVE SPACE TO WS-USER-PROF(J)
004640             NOT INVALID KEY
004650                 MOVE AU-USER-NAME TO WS-USER-NAME(J)
004660                 MOVE AU-SAL-LEVEL TO WS-USER-PROF(J)
004670         END-READ
004680     WHEN WS-USER-ID(J) = SL-USER-ID
004690         CONTINUE
004700     END-SEARCH
004710     .
004720 2500-FIND-USER-EXIT.
004730     EXIT.
004740
004750 8000-WRITE-SUMMARY.
004760     MOVE SPACES TO RPT-LINE
004770     WRITE RPT-LINE
004780     WRITE RPT-LINE FROM WS-SUM-HDR-LINE
004790     PERFORM 8100-WRITE-ONE-USER THRU 8100-WRITE-ONE-USER-EXIT
004800             VARYING J FROM 1 BY 1 UNTIL J > WS-USER-COUNT
004810     .
004820 8000-WRITE-SUMMARY-EXIT.
004830     EXIT.
004840
004850 8100-WRITE-ONE-USER.
004860     MOVE WS-USER-ID(J)      TO SM-USER
004870     MOVE WS-USER-NAME(J)    TO SM-USER-NAME
004880     MOVE WS-USER-PROF(J)    TO SM-PROF
004890     MOVE WS-USER-FULL(J)    TO SM-FULL
004900     MOVE WS-USER-BAND(J)    TO SM-BAND
004910     MOVE WS-USER-ABOVE(J)   TO SM-ABOVE
004920     MOVE WS-USER-REFUSED(J) TO SM-REFUSED
004930     IF WS-USER-ABOVE(J) > ZERO OR WS-USER-REFUSED(J) > ZERO
004940        MOVE '*' TO SM-FLAG
004950     ELSE
004960        MOVE SPACE TO SM-FLAG
004970     END-IF
004980     WRITE RPT-LINE FROM WS-SUM-LINE
004990     .
005000 8100-WRITE-ONE-USER-EXIT.
005010     EXIT.
005020
005030 9000-ABEND-PARA.
005040*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
005050*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
005060     DISPLAY 'SALAUDIT - OPEN/LOAD FAILED FOR: ' WS-ABEND-DDNAME
005070     DISPLAY 'SALAUDIT - FILE STATUS WAS     : ' WS-ABEND-STATUS
005080     MOVE 16 TO RETURN-CODE
005090     STOP RUN
005100     .
005110 9000-ABEND-PARA-EXIT.
005120     EXIT.
005130
005140 9500-WRITE-AUDIT-RECORD.
005150*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
005160*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
005170*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
005180     OPEN EXTEND AUDTFILE
005190     IF NOT WS-AUDTFILE-OK
005200        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
005210        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
005220        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005230     END-IF
005240     ACCEPT WS-RUN-TIME FROM TIME
005250     MOVE 'SALAUDIT' TO AUD-PGM-NAME
005260     MOVE WS-RUN-DATE-EDIT TO AUD-RUN-DATE
005270     STRING WS-RUN-HH DELIMITED SIZE
005280            ':'       DELIMITED SIZE
005290            WS-RUN-MN DELIMITED SIZE
005300            ':'       DELIMITED SIZE
005310            WS-RUN-SS DELIMITED SIZE
005320            INTO AUD-RUN-TIME
005330     MOVE WS-SELECT-COUNT TO AUD-REC-COUNT
005340     MOVE RETURN-CODE    TO AUD-RETURN-CODE
005350     WRITE AUD-REC
005360     CLOSE AUDTFILE
005370     .
005380 9500-WRITE-AUDIT-RECORD-EXIT.
005390     EXIT.
