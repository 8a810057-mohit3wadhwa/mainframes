000010******************************************************************
000020*        PROGRAM NAME            : RETROPAY                      *
000030*        DESCRIPTION             : RETROACTIVE PAY CALCULATION.  *
000040*                                  READS THE EMPLOYEE CHANGE     *
000050*                                  HISTORY AND, FOR EVERY MERIT  *
000060*                                  INCREASE WHOSE EFFECTIVE DATE *
000070*                                  FALLS ON OR BEFORE THE        *
000080*                                  EMPLOYEE'S YTDMSTR            *
000090*                                  LAST-PAY-DATE, COUNTS THE     *
000100*                                  REGULAR PAYMENTS ON THE PAY   *
000110*                                  HISTORY (PAYHIST) MADE FROM   *
000120*                                  THAT DATE ON AT THE OLD       *
000130*                                  SALARY AND PRICES THE         *
000140*                                  UNDERPAYMENT FOR EACH ONE.    *
000150*                                  PRINTS A RETRO REGISTER OF    *
000160*                                  EVERY EMPLOYEE'S PERIODS AND  *
000170*                                  AMOUNTS FOR HR SIGN-OFF.      *
000180*                                  TRIAL MODE PRINTS THE         *
000190*                                  REGISTER ONLY; APPLY MODE     *
000200*                                  ALSO WRITES THE RETRO         *
000210*                                  EARNINGS FILE (RETDD) PAYCALC *
000220*                                  PAYS AS A SEPARATE EARNINGS   *
000230*                                  LINE, AND RECORDS EACH        *
000240*                                  RELEASED CHANGE ON THE RETRO  *
000250*                                  CONTROL MASTER SO IT IS NEVER *
000260*                                  PAID TWICE.                   *
000270*        CREDITS                 : DATA PROCESSING               *
000280******************************************************************
000290*        MODIFICATION HISTORY                                    *
000300*        ----------------------------------------------------   *
000310*        DATE       INIT  DESCRIPTION                            *
000320*        10/15/26   RWM   INITIAL VERSION - A BACK-DATED MERIT   *
000330*                         CYCLE LEFT PAYROLL WORKING OUT BACK    *
000340*                         PAY ON A SPREADSHEET FROM THE MERIT    *
000350*                         REGISTER AND THE YTD LAST-PAY DATES.   *
000360*        10/15/26   RWM   COUNT ONLY REGULAR PAYMENTS PAYHIST    *
000370*                         SHOWS WERE MADE AT THE OLD SALARY, AND *
000380*                         PRICE MERIT INCREASES ONLY - A CHANGE  *
000390*                         PAID AT THE NEW RATE WAS PAID AGAIN.   *
000400******************************************************************
000410
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. RETROPAY.
000440 AUTHOR. R MEHTA.
000450 INSTALLATION. DATA PROCESSING.
000460 DATE-WRITTEN. 10/15/26.
000470 DATE-COMPILED.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT RETCTL   ASSIGN TO RETCTL
000530     ORGANIZATION IS LINE SEQUENTIAL
000540     FILE STATUS IS WS-RETCTL-STATUS.
000550
000560     SELECT EMPHIST  ASSIGN TO EMPHIST
000570     ORGANIZATION IS LINE SEQUENTIAL
000580     FILE STATUS IS WS-EMPHIST-STATUS.
000590
000600     SELECT EMPMSTR  ASSIGN TO EMPMSTR
000610     ORGANIZATION IS INDEXED
000620     ACCESS MODE IS DYNAMIC
000630     RECORD KEY IS EM-EMP-ID
000640     FILE STATUS IS WS-EMPMSTR-STATUS.
000650
000660     SELECT YTDMSTR  ASSIGN TO YTDMSTR
000670     ORGANIZATION IS INDEXED
000680     ACCESS MODE IS DYNAMIC
000690     RECORD KEY IS YT-EMP-ID
000700     FILE STATUS IS WS-YTDMSTR-STATUS.
000710
000720     SELECT RETRMSTR ASSIGN TO RETRMSTR
000730     ORGANIZATION IS INDEXED
000740     ACCESS MODE IS DYNAMIC
000750     RECORD KEY IS RR-KEY
000760     FILE STATUS IS WS-RETRMSTR-STATUS.
000770
000780     SELECT RETFILE  ASSIGN TO RETDD
000790     ORGANIZATION IS LINE SEQUENTIAL
000800     FILE STATUS IS WS-RETFILE-STATUS.
000810
000820     SELECT RPTFILE  ASSIGN TO RPTDD
000830     ORGANIZATION IS LINE SEQUENTIAL
000840     FILE STATUS IS WS-RPTFILE-STATUS.
000850
000860     SELECT AUDTFILE ASSIGN TO AUDTDD
000870     ORGANIZATION IS LINE SEQUENTIAL
000880     FILE STATUS IS WS-AUDTFILE-STATUS.
000890
000900     SELECT PAYHIST  ASSIGN TO PAYHIST
000910     ORGANIZATION IS INDEXED
000920     ACCESS MODE IS DYNAMIC
000930     RECORD KEY IS PH-KEY
000940     FILE STATUS IS WS-PAYHIST-STATUS.
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD RETCTL.
000990 01 RC-CTL-REC.
001000     05 RC-MODE           PIC X(05).
001010         88 RC-TRIAL      VALUE 'TRIAL'.
001020         88 RC-APPLY      VALUE 'APPLY'.
001030     05 FILLER            PIC X(01).
001040     05 RC-PAY-DATE       PIC X(08).
001050     05 FILLER            PIC X(01).
001060     05 FILLER            PIC X(03).
001070     05 FILLER            PIC X(01).
001080     05 RC-MAX-PERIODS    PIC X(03).
001090     05 RC-MAX-PERIODS-9 REDEFINES RC-MAX-PERIODS PIC 9(03).
001100     05 FILLER            PIC X(58).
001110
001120 FD EMPHIST.
001130     COPY EHISTREC REPLACING ==:RECNAME:== BY ==EH-REC==
001140                             ==:PFX:==     BY ==EH==.
001150
001160 FD EMPMSTR.
001170     COPY EMPMREC.
001180
001190 FD YTDMSTR.
001200     COPY YTDREC.
001210
001220 FD RETRMSTR.
001230     COPY RETRREC.
001240
001250 FD RETFILE.
001260 01 RP-REC.
001270     05 RP-REC-ID         PIC X(04).
001280     05 RP-EMP-ID         PIC 9(06).
001290     05 FILLER            PIC X(01).
001300     05 RP-PAY-DATE       PIC X(08).
001310     05 FILLER            PIC X(01).
001320     05 RP-EFF-DATE       PIC X(08).
001330     05 FILLER            PIC X(01).
001340     05 RP-PERIODS        PIC 9(03).
001350     05 FILLER            PIC X(01).
001360     05 RP-AMOUNT         PIC 9(07)V99.
001370     05 FILLER            PIC X(08).
001380
001390 FD RPTFILE.
001400 01 RPT-LINE              PIC X(132).
001410
001420 FD AUDTFILE.
001430     COPY AUDITREC REPLACING ==:RECNAME:== BY ==AUD-REC==
001440                             ==:PFX:==     BY ==AUD==.
001450
001460 FD PAYHIST.
001470     COPY PHISTREC.
001480
001490 WORKING-STORAGE SECTION.
001500 01 WS-RETCTL-STATUS     PIC X(02) VALUE '00'.
001510 01 WS-EMPHIST-STATUS    PIC X(02) VALUE '00'.
001520 01 WS-EMPMSTR-STATUS    PIC X(02) VALUE '00'.
001530     88 WS-EMPMSTR-OK    VALUE '00'.
001540 01 WS-YTDMSTR-STATUS    PIC X(02) VALUE '00'.
001550     88 WS-YTDMSTR-OK    VALUE '00'.
001560 01 WS-RETRMSTR-STATUS   PIC X(02) VALUE '00'.
001570 01 WS-RETFILE-STATUS    PIC X(02) VALUE '00'.
001580     88 WS-RETFILE-OK    VALUE '00'.
001590 01 WS-RPTFILE-STATUS    PIC X(02) VALUE '00'.
001600     88 WS-RPTFILE-OK    VALUE '00'.
001610 01 WS-PAYHIST-STATUS    PIC X(02) VALUE '00'.
001620     88 WS-PAYHIST-OK    VALUE '00'.
001630 01 WS-PH-DONE-SW        PIC X(01) VALUE 'N'.
001640     88 WS-PH-DONE       VALUE 'Y'.
001650 01 WS-LIST-SW           PIC X(01) VALUE 'N'.
001660     88 WS-LISTING       VALUE 'Y'.
001670 01 WS-EOF-STA           PIC X VALUE 'N'.
001680     88 WS-EOF           VALUE 'Y'.
001690 01 WS-MODE-SW           PIC X(05) VALUE 'TRIAL'.
001700     88 WS-TRIAL-MODE    VALUE 'TRIAL'.
001710     88 WS-APPLY-MODE    VALUE 'APPLY'.
001720 01 WS-RERUN-SW          PIC X(01) VALUE 'N'.
001730     88 WS-RERUN-RELEASE VALUE 'Y'.
001740 01 WS-BUS-DATE          PIC X(08) VALUE SPACES.
001750 01 WS-TODAY-YYYYMMDD    PIC X(08) VALUE SPACES.
001760 01 WS-MAX-PERIODS       PIC 9(03) VALUE 026.
001770 01 WS-PERIOD-COUNT      PIC 9(05) COMP VALUE ZERO.
001780 01 WS-PERIOD-NUM        PIC 9(05) COMP VALUE ZERO.
001790 01 WS-SAL-DIFF          PIC 9(07)V99 VALUE ZEROES.
001800 01 WS-RETRO-AMT         PIC S9(11)V99 COMP-3 VALUE ZERO.
001810 01 WS-READ-COUNT        PIC 9(05) VALUE ZEROES COMP.
001820 01 WS-BACKDATED-COUNT   PIC 9(05) VALUE ZEROES COMP.
001830 01 WS-RELEASED-COUNT    PIC 9(05) VALUE ZEROES COMP.
001840 01 WS-PRIOR-PAID-COUNT  PIC 9(05) VALUE ZEROES COMP.
001850 01 WS-HELD-COUNT        PIC 9(05) VALUE ZEROES COMP.
001860 01 WS-TOT-PERIODS       PIC 9(05) VALUE ZEROES COMP.
001870 01 WS-TOT-RETRO         PIC S9(11)V99 COMP-3 VALUE ZERO.
001880
001890 01 WS-ABEND-DDNAME      PIC X(08) VALUE SPACES.
001900 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
001910 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
001920     88 WS-AUDTFILE-OK   VALUE '00'.
001930 01 WS-RUN-DATE.
001940     05 WS-RUN-YY        PIC 9(02).
001950     05 WS-RUN-MM        PIC 9(02).
001960     05 WS-RUN-DD        PIC 9(02).
001970 01 WS-RUN-TIME.
001980     05 WS-RUN-HH        PIC 9(02).
001990     05 WS-RUN-MN        PIC 9(02).
002000     05 WS-RUN-SS        PIC 9(02).
002010     05 FILLER           PIC 9(02).
002020 01 WS-RUN-DATE-EDIT     PIC X(08).
002030
002040 01 WS-HDR-LINE.
002050     05 FILLER            PIC X(25)
002060            VALUE 'RETROACTIVE PAY REGISTER '.
002070     05 FILLER            PIC X(06) VALUE 'MODE: '.
002080     05 HDR-MODE          PIC X(05).
002090     05 FILLER            PIC X(11) VALUE '  PAY DATE '.
002100     05 HDR-PAY-DATE      PIC X(08).
002110     05 FILLER            PIC X(08) VALUE '  DATE: '.
002120     05 HDR-DATE          PIC X(08).
002130     05 FILLER            PIC X(61) VALUE SPACES.
002140
002150 01 WS-CHG-LINE.
002160     05 CG-EMP-ID         PIC 9(06).
002170     05 FILLER            PIC X(01) VALUE SPACE.
002180     05 CG-EMP-NAME       PIC X(20).
002190     05 FILLER            PIC X(06) VALUE ' DEPT '.
002200     05 CG-DEPT           PIC X(04).
002210     05 FILLER            PIC X(05) VALUE ' EFF '.
002220     05 CG-EFF-DATE       PIC X(08).
002230     05 FILLER            PIC X(06) VALUE ' OLD: '.
002240     05 CG-OLD-SAL        PIC Z,ZZZ,ZZ9.99.
002250     05 FILLER            PIC X(06) VALUE ' NEW: '.
002260     05 CG-NEW-SAL        PIC Z,ZZZ,ZZ9.99.
002270     05 FILLER            PIC X(09) VALUE ' PER PD: '.
002280     05 CG-DIFF           PIC Z,ZZZ,ZZ9.99.
002290     05 FILLER            PIC X(02) VALUE SPACES.
002300     05 CG-FLAG           PIC X(22).
002310     05 FILLER            PIC X(01) VALUE SPACE.
002320
002330 01 WS-PER-LINE.
002340     05 FILLER            PIC X(10) VALUE SPACES.
002350     05 FILLER            PIC X(07) VALUE 'PERIOD '.
002360     05 PL-NUM            PIC ZZ9.
002370     05 FILLER            PIC X(06) VALUE ' PAID '.
002380     05 PL-DATE           PIC X(08).
002390     05 FILLER            PIC X(28)
002400            VALUE ' AT OLD SALARY - UNDERPAID: '.
002410     05 PL-AMT            PIC Z,ZZZ,ZZ9.99.
002420     05 FILLER            PIC X(58) VALUE SPACES.
002430
002440 01 WS-CHG-TOT-LINE.
002450     05 FILLER            PIC X(10) VALUE SPACES.
002460     05 FILLER            PIC X(11) VALUE 'RETRO DUE: '.
002470     05 CT-PERIODS        PIC ZZ9.
002480     05 FILLER            PIC X(10) VALUE ' PERIODS  '.
002490     05 CT-AMT            PIC ZZ,ZZZ,ZZ9.99.
002500     05 FILLER            PIC X(85) VALUE SPACES.
002510
002520 01 WS-TOT-LINE.
002530     05 FILLER            PIC X(14) VALUE '** TOTAL **   '.
002540     05 FILLER            PIC X(11) VALUE 'CHANGES:   '.
002550     05 TL-CHANGES        PIC ZZZZ9.
002560     05 FILLER            PIC X(11) VALUE '  PERIODS: '.
002570     05 TL-PERIODS        PIC ZZZZ9.
002580     05 FILLER            PIC X(13) VALUE '  RETRO PAY: '.
002590     05 TL-AMT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002600     05 FILLER            PIC X(56) VALUE SPACES.
002610
002620 01 WS-SIGNOFF-LINE.
002630     05 FILLER            PIC X(44)
002640            VALUE 'HR APPROVAL: ______________________________'.
002650     05 FILLER            PIC X(20) VALUE '  DATE: ____________'.
002660     05 FILLER            PIC X(68) VALUE SPACES.
002670
002680 PROCEDURE DIVISION.
002690 0000-MAINLINE.
002700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002710     PERFORM 2000-READ-HIST THRU 2000-READ-HIST-EXIT
002720             UNTIL WS-EOF
002730     PERFORM 8000-WRITE-TOTALS THRU 8000-WRITE-TOTALS-EXIT
002740     CLOSE EMPHIST
002750           EMPMSTR
002760           YTDMSTR
002770           RETRMSTR
002780           RETFILE
002790           PAYHIST
002800           RPTFILE
002810     PERFORM 9500-WRITE-AUDIT-RECORD
002820             THRU 9500-WRITE-AUDIT-RECORD-EXIT
002830     DISPLAY 'RETROPAY - MODE             : ' WS-MODE-SW
002840     DISPLAY 'RETROPAY - HISTORY READ     : ' WS-READ-COUNT
002850     DISPLAY 'RETROPAY - BACK-DATED       : ' WS-BACKDATED-COUNT
002860     DISPLAY 'RETROPAY - RELEASED         : ' WS-RELEASED-COUNT
002870     DISPLAY 'RETROPAY - PAID ON PRIOR RUN: ' WS-PRIOR-PAID-COUNT
002880     DISPLAY 'RETROPAY - HELD             : ' WS-HELD-COUNT
002890     STOP RUN
002900     .
002910
002920 1000-INITIALIZE.
002930*    THE MODE IS REQUIRED - RELEASING BACK PAY BY ACCIDENT IS
002940*    NOT A RISK WORTH A DEFAULT, SO A MISSING OR UNRECOGNIZED
002950*    CARD RUNS AS A TRIAL, THE SAME RULE MERITCYC FOLLOWS.
002960*    RETCTL: COLS 1-5 TRIAL/APPLY, COLS 7-14 THE BUSINESS DATE
002970*    OF THE PAY RUN THE RETRO IS RELEASED TO (YYYYMMDD, DEFAULT
002980*    TODAY - IT MUST MATCH PAYCALC'S PAYCTL DATE), COLS 20-22
002990*    THE MOST PERIODS ONE CHANGE MAY REACH BACK BEFORE IT IS
003000*    HELD FOR REVIEW (DEFAULT 026).  THE OTHER COLUMNS ARE
003010*    RESERVED.  THE PERIOD COUNT IS TAKEN FROM THE REGULAR
003015*    PAYHIST ITEMS.
003020     OPEN INPUT RETCTL
003030     IF WS-RETCTL-STATUS NOT = '00'
003040        MOVE 'RETCTL' TO WS-ABEND-DDNAME
003050        MOVE WS-RETCTL-STATUS TO WS-ABEND-STATUS
003060        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003070     END-IF
003080     ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
003090     ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
003100     READ RETCTL
003110         AT END CONTINUE
003120         NOT AT END
003130             IF RC-TRIAL OR RC-APPLY
003140                MOVE RC-MODE TO WS-MODE-SW
003150             ELSE
003160                DISPLAY 'RETROPAY - BAD MODE CARD, RUNNING'
003170                        ' TRIAL: ' RC-MODE
003180             END-IF
003190             IF RC-PAY-DATE IS NUMERIC
003200                MOVE RC-PAY-DATE TO WS-BUS-DATE
003210             END-IF
003220             IF RC-MAX-PERIODS IS NUMERIC
003230                AND RC-MAX-PERIODS-9 > ZERO
003240                MOVE RC-MAX-PERIODS-9 TO WS-MAX-PERIODS
003250             END-IF
003260     END-READ
003270     CLOSE RETCTL
003280     OPEN INPUT EMPHIST
003290     IF WS-EMPHIST-STATUS NOT = '00'
003300        MOVE 'EMPHIST' TO WS-ABEND-DDNAME
003310        MOVE WS-EMPHIST-STATUS TO WS-ABEND-STATUS
003320        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003330     END-IF
003340     OPEN INPUT EMPMSTR
003350     IF NOT WS-EMPMSTR-OK
003360        MOVE 'EMPMSTR' TO WS-ABEND-DDNAME
003370        MOVE WS-EMPMSTR-STATUS TO WS-ABEND-STATUS
003380        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003390     END-IF
003400     OPEN INPUT YTDMSTR
003410     IF NOT WS-YTDMSTR-OK
003420        MOVE 'YTDMSTR' TO WS-ABEND-DDNAME
003430        MOVE WS-YTDMSTR-STATUS TO WS-ABEND-STATUS
003440        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003450     END-IF
003460     OPEN INPUT PAYHIST
003470     IF NOT WS-PAYHIST-OK
003480        MOVE 'PAYHIST' TO WS-ABEND-DDNAME
003490        MOVE WS-PAYHIST-STATUS TO WS-ABEND-STATUS
003500        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003510     END-IF
003520*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
003530*    OPEN - THE NORMAL CASE THE VERY FIRST TIME THE JOB RUNS.
003540     OPEN I-O RETRMSTR
003550     IF WS-RETRMSTR-STATUS NOT = '00' AND
003560        WS-RETRMSTR-STATUS NOT = '05'
003570        MOVE 'RETRMSTR' TO WS-ABEND-DDNAME
003580        MOVE WS-RETRMSTR-STATUS TO WS-ABEND-STATUS
003590        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003600     END-IF
003610*    THE EARNINGS FILE IS OPENED IN EVERY MODE SO A TRIAL STILL
003620*    LEAVES A VALID (EMPTY) GENERATION BEHIND FOR PAYCALC.
003630     OPEN OUTPUT RETFILE
003640     IF NOT WS-RETFILE-OK
003650        MOVE 'RETDD' TO WS-ABEND-DDNAME
003660        MOVE WS-RETFILE-STATUS TO WS-ABEND-STATUS
003670        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003680     END-IF
003690     OPEN OUTPUT RPTFILE
003700     IF NOT WS-RPTFILE-OK
003710        MOVE 'RPTDD' TO WS-ABEND-DDNAME
003720        MOVE WS-RPTFILE-STATUS TO WS-ABEND-STATUS
003730        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003740     END-IF
003750     ACCEPT WS-RUN-DATE FROM DATE
003760     STRING WS-RUN-MM DELIMITED SIZE
003770            '/'       DELIMITED SIZE
003780            WS-RUN-DD DELIMITED SIZE
003790            '/'       DELIMITED SIZE
003800            WS-RUN-YY DELIMITED SIZE
003810            INTO WS-RUN-DATE-EDIT
003820     MOVE WS-MODE-SW       TO HDR-MODE
003830     MOVE WS-BUS-DATE      TO HDR-PAY-DATE
003840     MOVE WS-RUN-DATE-EDIT TO HDR-DATE
003850     WRITE RPT-LINE FROM WS-HDR-LINE
003860     MOVE SPACES TO RPT-LINE
003870     WRITE RPT-LINE
003880     .
003890 1000-INITIALIZE-EXIT.
003900     EXIT.
003910
003920 2000-READ-HIST.
003930     READ EMPHIST
003940         AT END SET WS-EOF TO TRUE
003950         NOT AT END
003960             ADD 1 TO WS-READ-COUNT
003970             PERFORM 2100-CHECK-ONE THRU 2100-CHECK-ONE-EXIT
003980     END-READ
003990     .
004000 2000-READ-HIST-EXIT.
004010     EXIT.
004020
004030 2100-CHECK-ONE.
004040*    ONLY A MERIT INCREASE CAN BE BACK-DATED - MERITCYC TAKES
004050*    ITS EFFECTIVE DATE FROM THE CYCLE CARD.  A MAINTENANCE OR
004060*    APPROVED SALARY CHANGE (EMPMAINT, PENDAPPR) IS STAMPED WITH
004070*    THE DAY IT WAS APPLIED AND OWES NO BACK PAY; NEITHER DOES A
004080*    DEPARTMENT OR COMPANY MOVE, A HIRE, OR A TERMINATION.  A
004090*    MERIT EFFECTIVE AFTER THE LAST PAY DATE IS NOT BACK-DATED:
004100*    THE NEXT REGULAR RUN PAYS THE NEW SALARY FROM THE EXTRACT.
004110     IF EH-ACTION NOT = 'MERIT'
004120        GO TO 2100-CHECK-ONE-EXIT
004130     END-IF
004140     IF EH-NEW-SALARY = EH-OLD-SALARY
004150        GO TO 2100-CHECK-ONE-EXIT
004160     END-IF
004170     MOVE EH-EMP-ID TO YT-EMP-ID
004180     READ YTDMSTR KEY IS YT-EMP-ID
004190         INVALID KEY
004200             GO TO 2100-CHECK-ONE-EXIT
004210     END-READ
004220     IF YT-LAST-PAY-DATE IS NOT NUMERIC
004230        OR EH-EFF-DATE > YT-LAST-PAY-DATE
004240        GO TO 2100-CHECK-ONE-EXIT
004250     END-IF
004260*    A MERIT NO PAYMENT WAS MADE AGAINST AT THE OLD SALARY - ONE
004270*    THE PAY RUNS ALREADY PAID AT THE NEW SALARY - OWES NOTHING.
004280     PERFORM 2300-COUNT-PERIODS THRU 2300-COUNT-PERIODS-EXIT
004290     IF WS-PERIOD-COUNT = ZERO
004300        GO TO 2100-CHECK-ONE-EXIT
004310     END-IF
004320     ADD 1 TO WS-BACKDATED-COUNT
004330*    THE CONTROL MASTER SAYS WHETHER THIS CHANGE WAS ALREADY
004340*    RELEASED.  RELEASED TO AN EARLIER PAY RUN MEANS PAID -
004350*    COUNT IT AND MOVE ON.  RELEASED UNDER THIS SAME BUSINESS
004360*    DATE MEANS A RERUN OF THE PAY RUN: RELEASE IT AGAIN SO THE
004370*    RERUN'S PAYCALC SEES THE SAME EARNINGS THE FAILED ONE DID.
004380     MOVE 'N'           TO WS-RERUN-SW
004390     MOVE EH-EMP-ID     TO RR-EMP-ID
004400     MOVE EH-EFF-DATE   TO RR-EFF-DATE
004410     MOVE EH-NEW-SALARY TO RR-NEW-SALARY
004420     READ RETRMSTR KEY IS RR-KEY
004430         INVALID KEY
004440             CONTINUE
004450         NOT INVALID KEY
004460             IF RR-PAY-DATE = WS-BUS-DATE
004470                SET WS-RERUN-RELEASE TO TRUE
004480             ELSE
004490                ADD 1 TO WS-PRIOR-PAID-COUNT
004500                GO TO 2100-CHECK-ONE-EXIT
004510             END-IF
004520     END-READ
004530     MOVE EH-EMP-ID     TO CG-EMP-ID
004540     MOVE EH-EFF-DATE   TO CG-EFF-DATE
004550     MOVE EH-OLD-SALARY TO CG-OLD-SAL
004560     MOVE EH-NEW-SALARY TO CG-NEW-SAL
004570     MOVE EH-NEW-DEPT   TO CG-DEPT
004580     MOVE YT-EMP-NAME   TO CG-EMP-NAME
004590     MOVE ZEROES        TO CG-DIFF
004600*    A CHANGE THE REGISTER CANNOT PAY IS LISTED FOR HR WITH
004610*    ITS REASON AND NEVER RELEASED.
004620     MOVE EH-EMP-ID TO EM-EMP-ID
004630     READ EMPMSTR KEY IS EM-EMP-ID
004640         INVALID KEY
004650             MOVE '*NOT ON MASTER - HELD*' TO CG-FLAG
004660             PERFORM 2900-HOLD-ONE THRU 2900-HOLD-ONE-EXIT
004670             GO TO 2100-CHECK-ONE-EXIT
004680     END-READ
004690     MOVE EM-EMP-NAME TO CG-EMP-NAME
004700     IF EH-NEW-SALARY < EH-OLD-SALARY
004710        MOVE '*DECREASE - NO RETRO*' TO CG-FLAG
004720        PERFORM 2900-HOLD-ONE THRU 2900-HOLD-ONE-EXIT
004730        GO TO 2100-CHECK-ONE-EXIT
004740     END-IF
004750     IF EM-TERMINATED
004760        MOVE '*TERMINATED - HELD*' TO CG-FLAG
004770        PERFORM 2900-HOLD-ONE THRU 2900-HOLD-ONE-EXIT
004780        GO TO 2100-CHECK-ONE-EXIT
004790     END-IF
004800*    AN HOURLY EMPLOYEE'S SALARY FIELD IS A RATE - THE PERIODS
004810*    WOULD HAVE TO BE REPRICED FROM THE HOURS ACTUALLY WORKED,
004820*    WHICH THIS FILE DOES NOT HAVE.
004830     IF EM-HOURLY
004840        MOVE '*HOURLY - HELD*' TO CG-FLAG
004850        PERFORM 2900-HOLD-ONE THRU 2900-HOLD-ONE-EXIT
004860        GO TO 2100-CHECK-ONE-EXIT
004870     END-IF
004880     COMPUTE WS-SAL-DIFF = EH-NEW-SALARY - EH-OLD-SALARY
004890     MOVE WS-SAL-DIFF TO CG-DIFF
004900     IF WS-PERIOD-COUNT > WS-MAX-PERIODS
004910        MOVE '*TOO MANY PERIODS*' TO CG-FLAG
004920        PERFORM 2900-HOLD-ONE THRU 2900-HOLD-ONE-EXIT
004930        GO TO 2100-CHECK-ONE-EXIT
004940     END-IF
004950     COMPUTE WS-RETRO-AMT = WS-SAL-DIFF * WS-PERIOD-COUNT
004960     IF WS-RETRO-AMT > 9999999.99
004970        MOVE '*AMOUNT TOO LARGE*' TO CG-FLAG
004980        PERFORM 2900-HOLD-ONE THRU 2900-HOLD-ONE-EXIT
004990        GO TO 2100-CHECK-ONE-EXIT
005000     END-IF
005010     EVALUATE TRUE
005020         WHEN WS-TRIAL-MODE
005030             MOVE 'TRIAL - NOT RELEASED' TO CG-FLAG
005040         WHEN WS-RERUN-RELEASE
005050             MOVE 'RELEASED AGAIN - RERUN' TO CG-FLAG
005060         WHEN OTHER
005070             MOVE 'RELEASED' TO CG-FLAG
005080     END-EVALUATE
005090     WRITE RPT-LINE FROM WS-CHG-LINE
005100     PERFORM 2400-LIST-PERIODS THRU 2400-LIST-PERIODS-EXIT
005110     MOVE WS-PERIOD-COUNT TO CT-PERIODS
005120     MOVE WS-RETRO-AMT    TO CT-AMT
005130     WRITE RPT-LINE FROM WS-CHG-TOT-LINE
005140     IF WS-APPLY-MODE
005150        PERFORM 2500-RELEASE-ONE THRU 2500-RELEASE-ONE-EXIT
005160     END-IF
005170     ADD 1               TO WS-RELEASED-COUNT
005180     ADD WS-PERIOD-COUNT TO WS-TOT-PERIODS
005190     ADD WS-RETRO-AMT    TO WS-TOT-RETRO
005200     .
005210 2100-CHECK-ONE-EXIT.
005220     EXIT.
005230
005240 2300-COUNT-PERIODS.
005250*    A PERIOD IS OWED ONLY WHERE THE PAY RUN REALLY PAID THE OLD
005260*    SALARY: A REGULAR PAYCALC ITEM (BATCH 'REGULR', TYPE 'R')
005270*    NOT SINCE VOIDED, DATED ON OR AFTER THE EFFECTIVE DATE AND
005280*    BEFORE THIS PAY RUN, WHOSE PAY RATE IS THE OLD SALARY.  AN
005290*    ITEM PAID AT ANY OTHER RATE WAS NOT SHORT BY THIS CHANGE,
005300*    AND A PAY DATE PAYHIST DOES NOT HOLD IS NOT COUNTED.  THE
005310*    COUNT STOPS ONE PAST THE HOLD LIMIT - THAT IS ENOUGH TO
005320*    KNOW THE CHANGE MUST BE HELD.
005330     MOVE 'N' TO WS-LIST-SW
005340     PERFORM 2310-BROWSE-PAYHIST THRU 2310-BROWSE-PAYHIST-EXIT
005350     MOVE WS-PERIOD-NUM TO WS-PERIOD-COUNT
005360     .
005370 2300-COUNT-PERIODS-EXIT.
005380     EXIT.
005390
005400 2310-BROWSE-PAYHIST.
005410     MOVE ZERO         TO WS-PERIOD-NUM
005420     MOVE 'N'          TO WS-PH-DONE-SW
005430     MOVE EH-EMP-ID    TO PH-EMP-ID
005440     MOVE EH-EFF-DATE  TO PH-PAY-DATE
005450     MOVE LOW-VALUES   TO PH-BATCH-ID
005460                          PH-ITEM-TYPE
005470     START PAYHIST KEY IS NOT LESS THAN PH-KEY
005480         INVALID KEY
005490             GO TO 2310-BROWSE-PAYHIST-EXIT
005500     END-START
005510     PERFORM 2350-COUNT-ONE-PERIOD
005520             THRU 2350-COUNT-ONE-PERIOD-EXIT
005530             UNTIL WS-PH-DONE
005540     .
005550 2310-BROWSE-PAYHIST-EXIT.
005560     EXIT.
005570
005580 2350-COUNT-ONE-PERIOD.
005590     READ PAYHIST NEXT RECORD
005600         AT END
005610             SET WS-PH-DONE TO TRUE
005620             GO TO 2350-COUNT-ONE-PERIOD-EXIT
005630     END-READ
005640     IF PH-EMP-ID NOT = EH-EMP-ID
005650        OR PH-PAY-DATE NOT < WS-BUS-DATE
005660        SET WS-PH-DONE TO TRUE
005670        GO TO 2350-COUNT-ONE-PERIOD-EXIT
005680     END-IF
005690     IF NOT PH-REGULAR
005700        OR PH-BATCH-ID NOT = 'REGULR'
005710        OR PH-VOIDED
005720        OR PH-PAY-RATE NOT = EH-OLD-SALARY
005730        GO TO 2350-COUNT-ONE-PERIOD-EXIT
005740     END-IF
005750     ADD 1 TO WS-PERIOD-NUM
005760     IF WS-LISTING
005770        MOVE WS-PERIOD-NUM TO PL-NUM
005780        MOVE PH-PAY-DATE   TO PL-DATE
005790        MOVE WS-SAL-DIFF   TO PL-AMT
005800        WRITE RPT-LINE FROM WS-PER-LINE
005810     END-IF
005820     IF WS-PERIOD-NUM > WS-MAX-PERIODS
005830        SET WS-PH-DONE TO TRUE
005840     END-IF
005850     .
005860 2350-COUNT-ONE-PERIOD-EXIT.
005870     EXIT.
005880
005890 2400-LIST-PERIODS.
005900*    THE SAME BROWSE AGAIN, THIS TIME PRINTING EACH PERIOD SO HR
005910*    CAN TICK THE DATES OFF AGAINST THE PAY REGISTERS.
005920     MOVE 'Y' TO WS-LIST-SW
005930     PERFORM 2310-BROWSE-PAYHIST THRU 2310-BROWSE-PAYHIST-EXIT
005940     .
005950 2400-LIST-PERIODS-EXIT.
005960     EXIT.
005970
005980 2500-RELEASE-ONE.
005990*    ONE EARNINGS RECORD PER CHANGE, STAMPED WITH THE PAY RUN'S
006000*    BUSINESS DATE - PAYCALC PAYS ONLY THE RECORDS CARRYING ITS
006010*    OWN DATE, SO AN OLD GENERATION CAN NEVER BE PAID TWICE.
006020     MOVE 'RET '          TO RP-REC-ID
006030     MOVE EH-EMP-ID       TO RP-EMP-ID
006040     MOVE WS-BUS-DATE     TO RP-PAY-DATE
006050     MOVE EH-EFF-DATE     TO RP-EFF-DATE
006060     MOVE WS-PERIOD-COUNT TO RP-PERIODS
006070     MOVE WS-RETRO-AMT    TO RP-AMOUNT
006080     WRITE RP-REC
006090     MOVE EH-OLD-SALARY     TO RR-OLD-SALARY
006100     MOVE WS-PERIOD-COUNT   TO RR-PERIODS
006110     MOVE WS-RETRO-AMT      TO RR-RETRO-AMT
006120     MOVE WS-BUS-DATE       TO RR-PAY-DATE
006130     MOVE WS-TODAY-YYYYMMDD TO RR-APPLY-DATE
006140     IF WS-RERUN-RELEASE
006150        REWRITE RR-RETRO-REC
006160     ELSE
006170        WRITE RR-RETRO-REC
006180     END-IF
006190     .
006200 2500-RELEASE-ONE-EXIT.
006210     EXIT.
006220
006230 2900-HOLD-ONE.
006240     WRITE RPT-LINE FROM WS-CHG-LINE
006250     ADD 1 TO WS-HELD-COUNT
006260     MOVE 4 TO RETURN-CODE
006270     .
006280 2900-HOLD-ONE-EXIT.
006290     EXIT.
006300
006310 8000-WRITE-TOTALS.
006320     MOVE SPACES TO RPT-LINE
006330     WRITE RPT-LINE
006340     MOVE WS-RELEASED-COUNT TO TL-CHANGES
006350     MOVE WS-TOT-PERIODS    TO TL-PERIODS
006360     MOVE WS-TOT-RETRO      TO TL-AMT
006370     WRITE RPT-LINE FROM WS-TOT-LINE
006380     MOVE SPACES TO RPT-LINE
006390     WRITE RPT-LINE
006400     WRITE RPT-LINE FROM WS-SIGNOFF-LINE
006410     .
006420 8000-WRITE-TOTALS-EXIT.
006430     EXIT.
006440
006450 9000-ABEND-PARA.
006460*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
006470*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
006480     DISPLAY 'RETROPAY - OPEN FAILED FOR: ' WS-ABEND-DDNAME
006490     DISPLAY 'RETROPAY - FILE STATUS WAS : ' WS-ABEND-STATUS
006500     MOVE 16 TO RETURN-CODE
006510     STOP RUN
006520     .
006530 9000-ABEND-PARA-EXIT.
006540     EXIT.
006550
006560 9500-WRITE-AUDIT-RECORD.
006570*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
006580*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
006590*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
006600     OPEN EXTEND AUDTFILE
006610     IF NOT WS-AUDTFILE-OK
006620        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
006630        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
006640        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
006650     END-IF
006660     ACCEPT WS-RUN-TIME FROM TIME
006670     MOVE 'RETROPAY' TO AUD-PGM-NAME
006680     MOVE WS-RUN-DATE-EDIT TO AUD-RUN-DATE
006690     STRING WS-RUN-HH DELIMITED SIZE
006700            ':'       DELIMITED SIZE
006710            WS-RUN-MN DELIMITED SIZE
006720            ':'       DELIMITED SIZE
006730            WS-RUN-SS DELIMITED SIZE
006740            INTO AUD-RUN-TIME
006750     MOVE WS-RELEASED-COUNT TO AUD-REC-COUNT
006760     MOVE RETURN-CODE    TO AUD-RETURN-CODE
006770     WRITE AUD-REC
006780     CLOSE AUDTFILE
006790     .
006800 9500-WRITE-AUDIT-RECORD-EXIT.
006810     EXIT.
