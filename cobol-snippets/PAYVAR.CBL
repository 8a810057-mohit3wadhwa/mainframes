000010******************************************************************
000020*        PROGRAM NAME            : PAYVAR                        *
000030*        DESCRIPTION             : PRE-RELEASE PAYROLL VARIANCE  *
000040*                                  AUDIT, RUN BETWEEN PAYCALC    *
000050*                                  AND DDEPOST.  EVERY EMPLOYEE  *
000060*                                  PAID UNDER THE BUSINESS DATE  *
000070*                                  ON THE PAY HISTORY MASTER IS  *
000080*                                  COMPARED WITH THEIR PREVIOUS  *
000090*                                  REGULAR PAY RUN.  A GROSS OR  *
000100*                                  NET CHANGE BEYOND THE         *
000110*                                  THRESHOLD WITH NO SALARY,     *
000120*                                  DEPARTMENT, COMPANY, OR       *
000130*                                  STATUS CHANGE ON THE CHANGE   *
000140*                                  HISTORY SINCE THAT RUN AND NO *
000150*                                  RETRO PAY RELEASED TO EITHER  *
000160*                                  RUN, A NEW                    *
000170*                                  PAYEE WITH NO PRIOR RUN, AN   *
000180*                                  HOURLY EMPLOYEE'S HOURS FAR   *
000190*                                  ABOVE THEIR NORMAL, AND A     *
000200*                                  ZERO OR NEGATIVE NET ARE      *
000210*                                  FLAGGED ON A SIGN-OFF REPORT. *
000220*                                  ANY FLAG ENDS THE STEP CC 8,  *
000230*                                  WHICH HOLDS DDEPOST, UNTIL    *
000240*                                  PAYROLL SUPPLIES A RELEASE    *
000250*                                  CARD FOR THE DATE AND THE     *
000260*                                  NUMBER OF ITEMS REVIEWED -    *
000270*                                  THEN CC 4.                    *
000280*        CREDITS                 : DATA PROCESSING               *
000290******************************************************************
000300*        MODIFICATION HISTORY                                    *
000310*        ----------------------------------------------------   *
000320*        DATE       INIT  DESCRIPTION                            *
000330*        10/15/26   RWM   INITIAL VERSION - A BAD RATES FILE OR  *
000340*                         A MIS-KEYED SALARY PAID OUT IN FULL AS *
000350*                         LONG AS THE REGISTER TOTALS TIED.      *
000360*        10/15/26   RWM   RETRO PAY RELEASED TO THIS RUN OR THE  *
000370*                         PREVIOUS ONE NOW EXPLAINS A VARIANCE.  *
000380******************************************************************
000390
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. PAYVAR.
000420 AUTHOR. R MEHTA.
000430 INSTALLATION. DATA PROCESSING.
000440 DATE-WRITTEN. 10/15/26.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT PAYHIST  ASSIGN TO PAYHIST
000510     ORGANIZATION IS INDEXED
000520     ACCESS MODE IS SEQUENTIAL
000530     RECORD KEY IS PH-KEY
000540     FILE STATUS IS WS-PAYHIST-STATUS.
000550
000560     SELECT EMPHIST  ASSIGN TO EMPHIST
000570     ORGANIZATION IS LINE SEQUENTIAL
000580     FILE STATUS IS WS-EMPHIST-STATUS.
000590
000600     SELECT RETRMSTR ASSIGN TO RETRMSTR
000610     ORGANIZATION IS INDEXED
000620     ACCESS MODE IS DYNAMIC
000630     RECORD KEY IS RR-KEY
000640     FILE STATUS IS WS-RETRMSTR-STATUS.
000650
000660     SELECT VARCTL   ASSIGN TO VARCTL
000670     ORGANIZATION IS LINE SEQUENTIAL
000680     FILE STATUS IS WS-VARCTL-STATUS.
000690
000700     SELECT VAROVR   ASSIGN TO VAROVR
000710     ORGANIZATION IS LINE SEQUENTIAL
000720     FILE STATUS IS WS-VAROVR-STATUS.
000730
000740     SELECT RPTFILE  ASSIGN TO RPTDD
000750     ORGANIZATION IS LINE SEQUENTIAL
000760     FILE STATUS IS WS-RPTFILE-STATUS.
000770
000780     SELECT AUDTFILE ASSIGN TO AUDTDD
000790     ORGANIZATION IS LINE SEQUENTIAL
000800     FILE STATUS IS WS-AUDTFILE-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD PAYHIST.
000850     COPY PHISTREC.
000860
000870 FD EMPHIST.
000880     COPY EHISTREC REPLACING ==:RECNAME:== BY ==EH-REC==
000890                             ==:PFX:==     BY ==EH==.
000900
000910 FD RETRMSTR.
000920     COPY RETRREC.
000930
000940 FD VARCTL.
000950 01 VC-REC                PIC X(80).
000960
000970*    THE RELEASE CARD PAYROLL SUPPLIES AFTER SIGNING OFF THE
000980*    REPORT.  THE ITEM COUNT MUST BE THE NUMBER OF ITEMS ON THE
000990*    REPORT THEY SIGNED - A RERUN THAT FLAGS SOMETHING ELSE IS
001000*    NOT RELEASED BY AN OLD CARD.
001010 FD VAROVR.
001020 01 VO-REC.
001030     05 VO-ACTION         PIC X(07).
001040     05 FILLER            PIC X(01).
001050     05 VO-BUS-DATE       PIC X(08).
001060     05 FILLER            PIC X(01).
001070     05 VO-ITEM-COUNT     PIC X(05).
001080     05 FILLER            PIC X(01).
001090     05 VO-USER           PIC X(08).
001100     05 FILLER            PIC X(49).
001110
001120 FD RPTFILE.
001130 01 RPT-LINE              PIC X(132).
001140
001150 FD AUDTFILE.
001160     COPY AUDITREC REPLACING ==:RECNAME:== BY ==AUD-REC==
001170                             ==:PFX:==     BY ==AUD==.
001180
001190 WORKING-STORAGE SECTION.
001200 01 WS-PAYHIST-STATUS    PIC X(02) VALUE '00'.
001210     88 WS-PAYHIST-OK    VALUE '00'.
001220 01 WS-EMPHIST-STATUS    PIC X(02) VALUE '00'.
001230     88 WS-EMPHIST-OK    VALUE '00'.
001240 01 WS-RETRMSTR-STATUS   PIC X(02) VALUE '00'.
001250     88 WS-RETRMSTR-OK   VALUE '00'.
001260 01 WS-VARCTL-STATUS     PIC X(02) VALUE '00'.
001270 01 WS-VAROVR-STATUS     PIC X(02) VALUE '00'.
001280 01 WS-RPTFILE-STATUS    PIC X(02) VALUE '00'.
001290     88 WS-RPTFILE-OK    VALUE '00'.
001300 01 WS-EOF-STA           PIC X VALUE 'N'.
001310     88 WS-EOF           VALUE 'Y'.
001320 01 WS-HIST-EOF-STA      PIC X VALUE 'N'.
001330     88 WS-HIST-EOF      VALUE 'Y'.
001340 01 WS-RETRO-OPEN-SW     PIC X(01) VALUE 'N'.
001350     88 WS-RETRO-OPEN    VALUE 'Y'.
001360 01 WS-RETRO-DONE-SW     PIC X(01) VALUE 'N'.
001370     88 WS-RETRO-DONE    VALUE 'Y'.
001380 01 WS-HAVE-EMP-SW       PIC X(01) VALUE 'N'.
001390     88 WS-HAVE-EMP      VALUE 'Y'.
001400 01 WS-CUR-FOUND-SW      PIC X(01) VALUE 'N'.
001410     88 WS-CUR-FOUND     VALUE 'Y'.
001420 01 WS-OVR-SW            PIC X(01) VALUE 'N'.
001430     88 WS-OVR-CARD      VALUE 'Y'.
001440 01 WS-RELEASE-SW        PIC X(01) VALUE 'N'.
001450     88 WS-RELEASED      VALUE 'Y'.
001460 01 WS-EXCEED-SW         PIC X(01) VALUE 'N'.
001470     88 WS-EXCEEDS       VALUE 'Y'.
001480 01 WS-BUS-DATE          PIC X(08) VALUE SPACES.
001490 01 WS-CUR-EMP           PIC 9(06) VALUE ZEROES.
001500 01 WS-FIND-ID           PIC 9(06) VALUE ZEROES.
001510 01 WS-FOUND-X           PIC 9(05) VALUE ZEROES COMP.
001520 01 WS-OVR-USER          PIC X(08) VALUE SPACES.
001530 01 WS-OVR-ACTION        PIC X(07) VALUE SPACES.
001540 01 WS-OVR-BUS-DATE      PIC X(08) VALUE SPACES.
001550 01 WS-OVR-CARD-USER     PIC X(08) VALUE SPACES.
001560 01 WS-OVR-REASON        PIC X(40) VALUE SPACES.
001570 01 WS-OVR-COUNT-X       PIC X(05) VALUE SPACES.
001580 01 WS-OVR-COUNT-9 REDEFINES WS-OVR-COUNT-X PIC 9(05).
001590
001600*    THRESHOLDS - THE VARCTL CARD OVERRIDES EACH ONE.  A GROSS OR
001610*    NET CHANGE IS A VARIANCE WHEN IT IS AT LEAST THE MINIMUM
001620*    AMOUNT AND MORE THAN THE PERCENT OF THE PRIOR RUN; HOURS ARE
001630*    ABOVE NORMAL PAST THE PERCENT OF THE EMPLOYEE'S AVERAGE OVER
001640*    THEIR LAST SIX HOURLY RUNS.
001650 01 WS-CHG-PCT           PIC 9(03)V99 VALUE 20.00.
001660 01 WS-MIN-AMT           PIC 9(07)V99 VALUE 100.00.
001670 01 WS-HRS-PCT           PIC 9(03)V99 VALUE 150.00.
001680 01 WS-PCT-WORK          PIC X(05) VALUE SPACES.
001690 01 WS-PCT-WORK-9 REDEFINES WS-PCT-WORK PIC 9(03)V99.
001700 01 WS-AMT-WORK          PIC X(09) VALUE SPACES.
001710 01 WS-AMT-WORK-9 REDEFINES WS-AMT-WORK PIC 9(07)V99.
001720
001730*    ONE EMPLOYEE'S PAY HISTORY AS IT GOES BY - THE ITEM FOR THE
001740*    BUSINESS DATE, THE LATEST REGULAR ITEM BEFORE IT, AND THE
001750*    HOURS OF THE LAST SIX HOURLY ITEMS BEFORE IT.
001760 01 WS-CUR-NAME          PIC X(20) VALUE SPACES.
001770 01 WS-CUR-DEPT          PIC X(04) VALUE SPACES.
001780 01 WS-CUR-PAY-TYPE      PIC X(01) VALUE SPACE.
001790 01 WS-CUR-HOURS         PIC 9(03)V99 VALUE ZEROES.
001800 01 WS-CUR-GROSS         PIC S9(07)V99 COMP-3 VALUE ZERO.
001810 01 WS-CUR-NET           PIC S9(07)V99 COMP-3 VALUE ZERO.
001820 01 WS-PRI-DATE          PIC X(08) VALUE SPACES.
001830 01 WS-PRI-GROSS         PIC S9(07)V99 COMP-3 VALUE ZERO.
001840 01 WS-PRI-NET           PIC S9(07)V99 COMP-3 VALUE ZERO.
001850 01 WS-HRS-SEEN          PIC 9(01) VALUE ZERO COMP.
001860 01 WS-HRS-NEXT          PIC 9(01) VALUE 1 COMP.
001870 01 WS-HRS-SUM           PIC 9(05)V99 VALUE ZEROES.
001880 01 WS-HRS-TABLE.
001890     05 WS-HRS-SLOT      PIC 9(03)V99 OCCURS 6 TIMES
001900                         INDEXED BY HX.
001910
001920 01 WS-DIFF-AMT          PIC S9(07)V99 COMP-3 VALUE ZERO.
001930 01 WS-BASE-AMT          PIC S9(07)V99 COMP-3 VALUE ZERO.
001940 01 WS-CHG-RESULT        PIC S9(05)V99 COMP-3 VALUE ZERO.
001950 01 WS-HRS-LIMIT         PIC 9(05)V99 VALUE ZEROES.
001960 01 WS-FLAG-REASON       PIC X(26) VALUE SPACES.
001970 01 WS-HIST-READ         PIC 9(07) VALUE ZEROES COMP.
001980 01 WS-CHG-READ          PIC 9(07) VALUE ZEROES COMP.
001990 01 WS-CHG-USED          PIC 9(05) VALUE ZEROES COMP.
002000 01 WS-EXPLAINED-COUNT   PIC 9(05) VALUE ZEROES COMP.
002010 01 WS-FLAG-COUNT        PIC 9(05) VALUE ZEROES COMP.
002020 01 WS-FLAG-EMP-COUNT    PIC 9(05) VALUE ZEROES COMP.
002030 01 WS-NEW-COUNT         PIC 9(05) VALUE ZEROES COMP.
002040 01 WS-ZERO-COUNT        PIC 9(05) VALUE ZEROES COMP.
002050 01 WS-HOURS-COUNT       PIC 9(05) VALUE ZEROES COMP.
002060 01 WS-GROSS-COUNT       PIC 9(05) VALUE ZEROES COMP.
002070 01 WS-NET-COUNT         PIC 9(05) VALUE ZEROES COMP.
002080 01 WS-EMP-FLAGGED-SW    PIC X(01) VALUE 'N'.
002090     88 WS-EMP-FLAGGED   VALUE 'Y'.
002100
002110*    EVERY EMPLOYEE PAID UNDER THE BUSINESS DATE.  THE PAY HISTORY
002120*    MASTER IS READ IN EMPLOYEE ORDER, SO THE TABLE IS IN KEY
002130*    ORDER FOR SEARCH ALL - THE SAME WAY ORGCHART LOADS ITS TABLE.
002140 01 WS-VAR-MAX           PIC 9(05) COMP VALUE 5000.
002150 01 WS-VAR-COUNT         PIC 9(05) COMP VALUE ZERO.
002160 01 WS-VAR-TABLE.
002170     05 WS-VAR-ENT  OCCURS 1 TO 5000 TIMES
002180                    DEPENDING ON WS-VAR-COUNT
002190                    ASCENDING KEY IS WS-VAR-EMP-ID
002200                    INDEXED BY VX.
002210            10 WS-VAR-EMP-ID    PIC 9(06).
002220            10 WS-VAR-NAME      PIC X(20).
002230            10 WS-VAR-DEPT      PIC X(04).
002240            10 WS-VAR-PAY-TYPE  PIC X(01).
002250            10 WS-VAR-HOURS     PIC 9(03)V99.
002260            10 WS-VAR-NORM-HRS  PIC 9(03)V99.
002270            10 WS-VAR-GROSS     PIC S9(07)V99 COMP-3.
002280            10 WS-VAR-NET       PIC S9(07)V99 COMP-3.
002290            10 WS-VAR-PRI-DATE  PIC X(08).
002300            10 WS-VAR-PRI-GROSS PIC S9(07)V99 COMP-3.
002310            10 WS-VAR-PRI-NET   PIC S9(07)V99 COMP-3.
002320            10 WS-VAR-EXPL-SW   PIC X(01).
002330                88 WS-VAR-EXPLAINED VALUE 'Y'.
002340            10 WS-VAR-EXPL-ACT  PIC X(10).
002350
002360 01 WS-ABEND-DDNAME      PIC X(08) VALUE SPACES.
002370 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
002380 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
002390     88 WS-AUDTFILE-OK   VALUE '00'.
002400 01 WS-RUN-DATE.
002410     05 WS-RUN-YY        PIC 9(02).
002420     05 WS-RUN-MM        PIC 9(02).
002430     05 WS-RUN-DD        PIC 9(02).
002440 01 WS-RUN-TIME.
002450     05 WS-RUN-HH        PIC 9(02).
002460     05 WS-RUN-MN        PIC 9(02).
002470     05 WS-RUN-SS        PIC 9(02).
002480     05 FILLER           PIC 9(02).
002490 01 WS-RUN-DATE-EDIT     PIC X(08).
002500
002510*    SIGN-OFF REPORT LINES.
002520 01 WS-RPT-HDR-LINE.
002530     05 FILLER            PIC X(36)
002540            VALUE 'PAYROLL VARIANCE AUDIT - SIGN-OFF   '.
002550     05 FILLER            PIC X(15) VALUE 'BUSINESS DATE: '.
002560     05 RH-BUS-DATE       PIC X(08).
002570     05 FILLER            PIC X(10) VALUE '    DATE: '.
002580     05 RH-DATE           PIC X(08).
002590     05 FILLER            PIC X(55) VALUE SPACES.
002600
002610 01 WS-RPT-PARM-LINE.
002620     05 FILLER            PIC X(24)
002630            VALUE 'THRESHOLDS - CHANGE PCT '.
002640     05 RT-CHG-PCT        PIC ZZ9.99.
002650     05 FILLER            PIC X(13) VALUE '  MIN AMOUNT '.
002660     05 RT-MIN-AMT        PIC Z,ZZZ,ZZ9.99.
002670     05 FILLER            PIC X(19) VALUE '  HOURS PCT NORMAL '.
002680     05 RT-HRS-PCT        PIC ZZ9.99.
002690     05 FILLER            PIC X(52) VALUE SPACES.
002700
002710 01 WS-RPT-TEXT-LINE.
002720     05 RX-TEXT           PIC X(80).
002730     05 FILLER            PIC X(52) VALUE SPACES.
002740
002750 01 WS-RPT-COL-LINE.
002760     05 FILLER            PIC X(34)
002770            VALUE 'EMP ID  NAME                 DEPT '.
002780     05 FILLER            PIC X(27)
002790            VALUE 'REASON                     '.
002800     05 FILLER            PIC X(22)
002810            VALUE 'PRIOR RUN        PRIOR'.
002820     05 FILLER            PIC X(25)
002830            VALUE '       CURRENT CHANGE PCT'.
002840     05 FILLER            PIC X(24) VALUE SPACES.
002850
002860 01 WS-RPT-FLAG-LINE.
002870     05 RF-EMP-ID         PIC 9(06).
002880     05 FILLER            PIC X(02) VALUE SPACES.
002890     05 RF-NAME           PIC X(20).
002900     05 FILLER            PIC X(01) VALUE SPACE.
002910     05 RF-DEPT           PIC X(04).
002920     05 FILLER            PIC X(01) VALUE SPACE.
002930     05 RF-REASON         PIC X(26).
002940     05 FILLER            PIC X(01) VALUE SPACE.
002950     05 RF-PRI-DATE       PIC X(08).
002960     05 FILLER            PIC X(01) VALUE SPACE.
002970     05 RF-PRIOR          PIC Z,ZZZ,ZZ9.99-.
002980     05 FILLER            PIC X(01) VALUE SPACE.
002990     05 RF-CURRENT        PIC Z,ZZZ,ZZ9.99-.
003000     05 FILLER            PIC X(01) VALUE SPACE.
003010     05 RF-PCT            PIC ZZ,ZZ9.99-.
003020     05 FILLER            PIC X(24) VALUE SPACES.
003030
003040 01 WS-RPT-COUNT-LINE.
003050     05 RC-LABEL          PIC X(40).
003060     05 RC-COUNT          PIC ZZ,ZZ9.
003070     05 FILLER            PIC X(86) VALUE SPACES.
003080
003090 PROCEDURE DIVISION.
003100 0000-MAINLINE.
003110     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003120     PERFORM 2000-READ-PAYHIST THRU 2000-READ-PAYHIST-EXIT
003130             UNTIL WS-EOF
003140     IF WS-HAVE-EMP
003150        PERFORM 2500-END-EMPLOYEE THRU 2500-END-EMPLOYEE-EXIT
003160     END-IF
003170     PERFORM 3000-READ-EMPHIST THRU 3000-READ-EMPHIST-EXIT
003180             UNTIL WS-HIST-EOF
003190     IF WS-RETRO-OPEN AND WS-VAR-COUNT > ZERO
003200        PERFORM 3500-MATCH-RETRO THRU 3500-MATCH-RETRO-EXIT
003210                VARYING VX FROM 1 BY 1 UNTIL VX > WS-VAR-COUNT
003220     END-IF
003230     PERFORM 4000-REVIEW-PAY THRU 4000-REVIEW-PAY-EXIT
003240     PERFORM 5000-RELEASE-DECISION THRU 5000-RELEASE-DECISION-EXIT
003250     CLOSE PAYHIST
003260           EMPHIST
003270           RPTFILE
003280     IF WS-RETRO-OPEN
003290        CLOSE RETRMSTR
003300     END-IF
003310     PERFORM 9500-WRITE-AUDIT-RECORD
003320             THRU 9500-WRITE-AUDIT-RECORD-EXIT
003330     DISPLAY 'PAYVAR - PAY HISTORY ITEMS READ : ' WS-HIST-READ
003340     DISPLAY 'PAYVAR - EMPLOYEES PAID TODAY   : ' WS-VAR-COUNT
003350     DISPLAY 'PAYVAR - VARIANCES EXPLAINED    : '
003360             WS-EXPLAINED-COUNT
003370     DISPLAY 'PAYVAR - ITEMS FLAGGED          : ' WS-FLAG-COUNT
003380     IF WS-FLAG-COUNT > ZERO
003390        IF WS-RELEASED
003400           DISPLAY 'PAYVAR - RELEASED BY ' WS-OVR-USER
003410        ELSE
003420           DISPLAY 'PAYVAR - HELD - DDEPOST MUST NOT RUN UNTIL'
003430                   ' PAYROLL SIGNS OFF AND SUPPLIES VAROVR'
003440        END-IF
003450     END-IF
003460     STOP RUN
003470     .
003480
003490 1000-INITIALIZE.
003500     OPEN INPUT PAYHIST
003510     IF NOT WS-PAYHIST-OK
003520        MOVE 'PAYHIST' TO WS-ABEND-DDNAME
003530        MOVE WS-PAYHIST-STATUS TO WS-ABEND-STATUS
003540        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003550     END-IF
003560     OPEN INPUT EMPHIST
003570     IF NOT WS-EMPHIST-OK
003580        MOVE 'EMPHIST' TO WS-ABEND-DDNAME
003590        MOVE WS-EMPHIST-STATUS TO WS-ABEND-STATUS
003600        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003610     END-IF
003620*    RETRO PAY RELEASED BY RETROPAY.  THE MASTER IS NOT THERE
003630*    UNTIL THE FIRST RETRO RUN, AND THEN NOTHING WAS RELEASED.
003640     OPEN INPUT RETRMSTR
003650     IF WS-RETRMSTR-OK
003660        SET WS-RETRO-OPEN TO TRUE
003670     END-IF
003680     OPEN OUTPUT RPTFILE
003690     IF NOT WS-RPTFILE-OK
003700        MOVE 'RPTDD' TO WS-ABEND-DDNAME
003710        MOVE WS-RPTFILE-STATUS TO WS-ABEND-STATUS
003720        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003730     END-IF
003740     ACCEPT WS-RUN-DATE FROM DATE
003750     STRING WS-RUN-MM DELIMITED SIZE
003760            '/'       DELIMITED SIZE
003770            WS-RUN-DD DELIMITED SIZE
003780            '/'       DELIMITED SIZE
003790            WS-RUN-YY DELIMITED SIZE
003800            INTO WS-RUN-DATE-EDIT
003810*    THE BUSINESS DATE MUST BE THE ONE PAYCALC PAID UNDER.  AN
003820*    OPTIONAL VARCTL CARD (YYYYMMDD) OVERRIDES FOR A PRIOR-DAY
003830*    RERUN; OMIT THE DD FOR TODAY - THE PAYCTL IDIOM IN PAYCALC.
003840     ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
003850     OPEN INPUT VARCTL
003860     IF WS-VARCTL-STATUS = '00'
003870        READ VARCTL
003880            AT END CONTINUE
003890            NOT AT END
003900                IF VC-REC(1:8) IS NUMERIC
003910                   MOVE VC-REC(1:8) TO WS-BUS-DATE
003920                END-IF
003930*               COLS 10-14 THE CHANGE PERCENT (999V99, DEFAULT
003940*               20.00), COLS 16-24 THE MINIMUM CHANGE AMOUNT
003950*               (9999999V99, DEFAULT 100.00), COLS 26-30 THE HOURS
003960*               PERCENT OF NORMAL (999V99, DEFAULT 150.00).
003970                MOVE VC-REC(10:5) TO WS-PCT-WORK
003980                IF WS-PCT-WORK IS NUMERIC
003990                   MOVE WS-PCT-WORK-9 TO WS-CHG-PCT
004000                END-IF
004010                MOVE VC-REC(16:9) TO WS-AMT-WORK
004020                IF WS-AMT-WORK IS NUMERIC
004030                   MOVE WS-AMT-WORK-9 TO WS-MIN-AMT
004040                END-IF
004050                MOVE VC-REC(26:5) TO WS-PCT-WORK
004060                IF WS-PCT-WORK IS NUMERIC AND
004070                   WS-PCT-WORK-9 > 100.00
004080                   MOVE WS-PCT-WORK-9 TO WS-HRS-PCT
004090                END-IF
004100        END-READ
004110        CLOSE VARCTL
004120     END-IF
004130*    THE RELEASE CARD IS OPTIONAL - NORMALLY DUMMY.  IT IS ONLY
004140*    CHECKED ONCE THE FLAGS ARE COUNTED.
004150     OPEN INPUT VAROVR
004160     IF WS-VAROVR-STATUS = '00'
004170        READ VAROVR
004180            AT END CONTINUE
004190            NOT AT END
004200                SET WS-OVR-CARD TO TRUE
004210                MOVE VO-ACTION     TO WS-OVR-ACTION
004220                MOVE VO-BUS-DATE   TO WS-OVR-BUS-DATE
004230                MOVE VO-ITEM-COUNT TO WS-OVR-COUNT-X
004240                MOVE VO-USER       TO WS-OVR-CARD-USER
004250        END-READ
004260        CLOSE VAROVR
004270     END-IF
004280     MOVE WS-BUS-DATE      TO RH-BUS-DATE
004290     MOVE WS-RUN-DATE-EDIT TO RH-DATE
004300     MOVE WS-CHG-PCT       TO RT-CHG-PCT
004310     MOVE WS-MIN-AMT       TO RT-MIN-AMT
004320     MOVE WS-HRS-PCT       TO RT-HRS-PCT
004330     WRITE RPT-LINE FROM WS-RPT-HDR-LINE
004340     WRITE RPT-LINE FROM WS-RPT-PARM-LINE
004350     MOVE SPACES TO RPT-LINE
004360     WRITE RPT-LINE
004370     .
004380 1000-INITIALIZE-EXIT.
004390     EXIT.
004400
004410 2000-READ-PAYHIST.
004420     READ PAYHIST NEXT RECORD
004430         AT END SET WS-EOF TO TRUE
004440         NOT AT END
004450             ADD 1 TO WS-HIST-READ
004460             PERFORM 2100-TAKE-ONE-ITEM
004470                     THRU 2100-TAKE-ONE-ITEM-EXIT
004480     END-READ
004490     .
004500 2000-READ-PAYHIST-EXIT.
004510     EXIT.
004520
004530 2100-TAKE-ONE-ITEM.
004540*    ONLY REGULAR PAY RUNS COUNT - AN OFF-CYCLE PAYMENT OR A VOID
004550*    IS NOT A PAY RUN, AND A VOIDED ITEM WAS NEVER PAID.  ITEMS
004560*    DATED AFTER THE BUSINESS DATE BELONG TO A LATER RUN AND ARE
004570*    PASSED OVER ON A PRIOR-DAY RERUN.
004580     IF WS-HAVE-EMP AND PH-EMP-ID NOT = WS-CUR-EMP
004590        PERFORM 2500-END-EMPLOYEE THRU 2500-END-EMPLOYEE-EXIT
004600        MOVE 'N' TO WS-HAVE-EMP-SW
004610     END-IF
004620     IF NOT WS-HAVE-EMP
004630        PERFORM 2050-START-EMPLOYEE THRU 2050-START-EMPLOYEE-EXIT
004640     END-IF
004650     IF NOT PH-REGULAR OR PH-VOIDED
004660        GO TO 2100-TAKE-ONE-ITEM-EXIT
004670     END-IF
004680     IF PH-PAY-DATE > WS-BUS-DATE
004690        GO TO 2100-TAKE-ONE-ITEM-EXIT
004700     END-IF
004710     IF PH-PAY-DATE = WS-BUS-DATE
004720        SET WS-CUR-FOUND TO TRUE
004730        MOVE PH-EMP-NAME  TO WS-CUR-NAME
004740        MOVE PH-DEPT-CODE TO WS-CUR-DEPT
004750        MOVE PH-PAY-TYPE  TO WS-CUR-PAY-TYPE
004760        MOVE PH-HOURS     TO WS-CUR-HOURS
004770        MOVE PH-GROSS     TO WS-CUR-GROSS
004780        MOVE PH-NET       TO WS-CUR-NET
004790        GO TO 2100-TAKE-ONE-ITEM-EXIT
004800     END-IF
004810*    AN EARLIER RUN - THE ITEMS COME IN DATE ORDER, SO THE LAST
004820*    ONE SEEN IS THE PREVIOUS PAY RUN.
004830     MOVE PH-PAY-DATE TO WS-PRI-DATE
004840     MOVE PH-GROSS    TO WS-PRI-GROSS
004850     MOVE PH-NET      TO WS-PRI-NET
004860     IF PH-PAY-TYPE = 'H' AND PH-HOURS > ZERO
004870        MOVE PH-HOURS TO WS-HRS-SLOT(WS-HRS-NEXT)
004880        IF WS-HRS-SEEN < 6
004890           ADD 1 TO WS-HRS-SEEN
004900        END-IF
004910        ADD 1 TO WS-HRS-NEXT
004920        IF WS-HRS-NEXT > 6
004930           MOVE 1 TO WS-HRS-NEXT
004940        END-IF
004950     END-IF
004960     .
004970 2100-TAKE-ONE-ITEM-EXIT.
004980     EXIT.
004990
005000 2050-START-EMPLOYEE.
005010     SET WS-HAVE-EMP TO TRUE
005020     MOVE PH-EMP-ID TO WS-CUR-EMP
005030     MOVE 'N'       TO WS-CUR-FOUND-SW
005040     MOVE SPACES    TO WS-PRI-DATE
005050     MOVE ZERO      TO WS-PRI-GROSS
005060                       WS-PRI-NET
005070                       WS-HRS-SEEN
005080     MOVE 1         TO WS-HRS-NEXT
005090     .
005100 2050-START-EMPLOYEE-EXIT.
005110     EXIT.
005120
005130 2500-END-EMPLOYEE.
005140*    AN EMPLOYEE NOT PAID UNDER THE BUSINESS DATE IS NOT PART OF
005150*    THIS RUN AND IS NOT AUDITED.
005160     IF NOT WS-CUR-FOUND
005170        GO TO 2500-END-EMPLOYEE-EXIT
005180     END-IF
005190     IF WS-VAR-COUNT >= WS-VAR-MAX
005200        DISPLAY 'PAYVAR - PAY TABLE FULL AT ' WS-VAR-MAX
005210                ' - RAISE WS-VAR-MAX'
005220        MOVE 'PAYHIST' TO WS-ABEND-DDNAME
005230        MOVE '  ' TO WS-ABEND-STATUS
005240        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005250     END-IF
005260     ADD 1 TO WS-VAR-COUNT
005270     MOVE WS-CUR-EMP      TO WS-VAR-EMP-ID(WS-VAR-COUNT)
005280     MOVE WS-CUR-NAME     TO WS-VAR-NAME(WS-VAR-COUNT)
005290     MOVE WS-CUR-DEPT     TO WS-VAR-DEPT(WS-VAR-COUNT)
005300     MOVE WS-CUR-PAY-TYPE TO WS-VAR-PAY-TYPE(WS-VAR-COUNT)
005310     MOVE WS-CUR-HOURS    TO WS-VAR-HOURS(WS-VAR-COUNT)
005320     MOVE WS-CUR-GROSS    TO WS-VAR-GROSS(WS-VAR-COUNT)
005330     MOVE WS-CUR-NET      TO WS-VAR-NET(WS-VAR-COUNT)
005340     MOVE WS-PRI-DATE     TO WS-VAR-PRI-DATE(WS-VAR-COUNT)
005350     MOVE WS-PRI-GROSS    TO WS-VAR-PRI-GROSS(WS-VAR-COUNT)
005360     MOVE WS-PRI-NET      TO WS-VAR-PRI-NET(WS-VAR-COUNT)
005370     MOVE 'N'             TO WS-VAR-EXPL-SW(WS-VAR-COUNT)
005380     MOVE SPACES          TO WS-VAR-EXPL-ACT(WS-VAR-COUNT)
005390     MOVE ZERO            TO WS-HRS-SUM
005400     PERFORM 2550-ADD-ONE-SLOT THRU 2550-ADD-ONE-SLOT-EXIT
005410             VARYING HX FROM 1 BY 1 UNTIL HX > WS-HRS-SEEN
005420     IF WS-HRS-SEEN > ZERO
005430        COMPUTE WS-VAR-NORM-HRS(WS-VAR-COUNT) ROUNDED
005440                = WS-HRS-SUM / WS-HRS-SEEN
005450     ELSE
005460        MOVE ZERO TO WS-VAR-NORM-HRS(WS-VAR-COUNT)
005470     END-IF
005480     .
005490 2500-END-EMPLOYEE-EXIT.
005500     EXIT.
005510
005520 2550-ADD-ONE-SLOT.
005530     ADD WS-HRS-SLOT(HX) TO WS-HRS-SUM
005540     .
005550 2550-ADD-ONE-SLOT-EXIT.
005560     EXIT.
005570
005580 3000-READ-EMPHIST.
005590     READ EMPHIST
005600         AT END SET WS-HIST-EOF TO TRUE
005610         NOT AT END
005620             ADD 1 TO WS-CHG-READ
005630             PERFORM 3100-MATCH-CHANGE THRU 3100-MATCH-CHANGE-EXIT
005640     END-READ
005650     .
005660 3000-READ-EMPHIST-EXIT.
005670     EXIT.
005680
005690 3100-MATCH-CHANGE.
005700*    A CHANGE EXPLAINS A VARIANCE WHEN IT TOOK EFFECT AFTER THE
005710*    PREVIOUS PAY RUN AND ON OR BEFORE THIS ONE, AND ACTUALLY
005720*    MOVED THE SALARY, DEPARTMENT, COMPANY, OR STATUS.  A
005730*    BACK-DATED CHANGE PAID AS RETRO PAY IS PICKED UP BY
005740*    3500-MATCH-RETRO INSTEAD.
005750     IF EH-EFF-DATE > WS-BUS-DATE OR EH-EFF-DATE = SPACES
005760        GO TO 3100-MATCH-CHANGE-EXIT
005770     END-IF
005780     IF EH-OLD-SALARY = EH-NEW-SALARY AND
005790        EH-OLD-DEPT   = EH-NEW-DEPT   AND
005800        EH-OLD-COMP   = EH-NEW-COMP   AND
005810        EH-OLD-STATUS = EH-NEW-STATUS
005820        GO TO 3100-MATCH-CHANGE-EXIT
005830     END-IF
005840     MOVE EH-EMP-ID TO WS-FIND-ID
005850     PERFORM 3900-FIND-EMP THRU 3900-FIND-EMP-EXIT
005860     IF WS-FOUND-X = ZERO
005870        GO TO 3100-MATCH-CHANGE-EXIT
005880     END-IF
005890     IF EH-EFF-DATE > WS-VAR-PRI-DATE(WS-FOUND-X)
005900        MOVE 'Y'       TO WS-VAR-EXPL-SW(WS-FOUND-X)
005910        MOVE EH-ACTION TO WS-VAR-EXPL-ACT(WS-FOUND-X)
005920        ADD 1 TO WS-CHG-USED
005930     END-IF
005940     .
005950 3100-MATCH-CHANGE-EXIT.
005960     EXIT.
005970
005980 3500-MATCH-RETRO.
005990*    RETRO PAY RELEASED TO THIS RUN RAISED ITS GROSS, AND THE
006000*    RUN AFTER DROPS BACK - SO A RETRO MASTER ROW PAID ON THE
006010*    BUSINESS DATE OR ON THE PREVIOUS RUN'S DATE EXPLAINS THE
006020*    VARIANCE.  THE MASTER IS KEYED BY EMPLOYEE, SO ONLY THE
006030*    EMPLOYEE'S OWN ROWS ARE READ.
006040     IF WS-VAR-EXPLAINED(VX)
006050        GO TO 3500-MATCH-RETRO-EXIT
006060     END-IF
006070     MOVE WS-VAR-EMP-ID(VX) TO RR-EMP-ID
006080     MOVE LOW-VALUES        TO RR-EFF-DATE
006090     MOVE ZEROES            TO RR-NEW-SALARY
006100     START RETRMSTR KEY IS NOT LESS THAN RR-KEY
006110         INVALID KEY
006120             GO TO 3500-MATCH-RETRO-EXIT
006130     END-START
006140     MOVE 'N' TO WS-RETRO-DONE-SW
006150     PERFORM 3510-READ-RETRO THRU 3510-READ-RETRO-EXIT
006160             UNTIL WS-RETRO-DONE
006170     .
006180 3500-MATCH-RETRO-EXIT.
006190     EXIT.
006200
006210 3510-READ-RETRO.
006220     READ RETRMSTR NEXT RECORD
006230         AT END
006240             SET WS-RETRO-DONE TO TRUE
006250             GO TO 3510-READ-RETRO-EXIT
006260     END-READ
006270     IF RR-EMP-ID NOT = WS-VAR-EMP-ID(VX)
006280        SET WS-RETRO-DONE TO TRUE
006290        GO TO 3510-READ-RETRO-EXIT
006300     END-IF
006310     IF RR-PAY-DATE NOT = SPACES AND
006320        (RR-PAY-DATE = WS-BUS-DATE OR
006330         RR-PAY-DATE = WS-VAR-PRI-DATE(VX))
006340        MOVE 'Y'     TO WS-VAR-EXPL-SW(VX)
006350        MOVE 'RETRO' TO WS-VAR-EXPL-ACT(VX)
006360        SET WS-RETRO-DONE TO TRUE
006370     END-IF
006380     .
006390 3510-READ-RETRO-EXIT.
006400     EXIT.
006410
006420 3900-FIND-EMP.
006430*    LEAVES WS-FOUND-X ON THE ROW FOR WS-FIND-ID, ZERO IF NONE.
006440     MOVE ZERO TO WS-FOUND-X
006450     IF WS-VAR-COUNT = ZERO
006460        GO TO 3900-FIND-EMP-EXIT
006470     END-IF
006480     SEARCH ALL WS-VAR-ENT
006490         AT END
006500             CONTINUE
006510         WHEN WS-VAR-EMP-ID(VX) = WS-FIND-ID
006520             SET WS-FOUND-X TO VX
006530     END-SEARCH
006540     .
006550 3900-FIND-EMP-EXIT.
006560     EXIT.
006570
006580 4000-REVIEW-PAY.
006590     MOVE 'ITEMS FOR SIGN-OFF:' TO RX-TEXT
006600     WRITE RPT-LINE FROM WS-RPT-TEXT-LINE
006610     WRITE RPT-LINE FROM WS-RPT-COL-LINE
006620*    NOTHING PAID UNDER THE DATE MEANS THE WRONG DATE OR A PAYCALC
006630*    THAT NEVER RAN - THERE IS NOTHING FIT TO RELEASE.
006640     IF WS-VAR-COUNT = ZERO
006650        MOVE ZEROES TO RF-EMP-ID
006660        MOVE SPACES TO RF-NAME
006670                       RF-DEPT
006680                       RF-PRI-DATE
006690        MOVE 'NO PAY ITEMS FOR THE DATE' TO RF-REASON
006700        MOVE ZERO   TO RF-PRIOR
006710                       RF-CURRENT
006720                       RF-PCT
006730        WRITE RPT-LINE FROM WS-RPT-FLAG-LINE
006740        ADD 1 TO WS-FLAG-COUNT
006750        GO TO 4000-REVIEW-PAY-EXIT
006760     END-IF
006770     PERFORM 4100-REVIEW-ONE THRU 4100-REVIEW-ONE-EXIT
006780             VARYING VX FROM 1 BY 1 UNTIL VX > WS-VAR-COUNT
006790     .
006800 4000-REVIEW-PAY-EXIT.
006810     EXIT.
006820
006830 4100-REVIEW-ONE.
006840     MOVE 'N' TO WS-EMP-FLAGGED-SW
006850     IF WS-VAR-NET(VX) <= ZERO
006860        MOVE 'ZERO OR NEGATIVE NET' TO WS-FLAG-REASON
006870        MOVE ZERO             TO RF-PRIOR
006880                                 RF-PCT
006890        MOVE WS-VAR-NET(VX)   TO RF-CURRENT
006900        PERFORM 4900-FLAG-ONE THRU 4900-FLAG-ONE-EXIT
006910        ADD 1 TO WS-ZERO-COUNT
006920     END-IF
006930     IF WS-VAR-PRI-DATE(VX) = SPACES
006940        MOVE 'NEW PAYEE - NO PRIOR RUN' TO WS-FLAG-REASON
006950        MOVE ZERO             TO RF-PRIOR
006960                                 RF-PCT
006970        MOVE WS-VAR-GROSS(VX) TO RF-CURRENT
006980        PERFORM 4900-FLAG-ONE THRU 4900-FLAG-ONE-EXIT
006990        ADD 1 TO WS-NEW-COUNT
007000        GO TO 4100-REVIEW-ONE-EXIT
007010     END-IF
007020     IF WS-VAR-PAY-TYPE(VX) = 'H' AND WS-VAR-NORM-HRS(VX) > ZERO
007030        COMPUTE WS-HRS-LIMIT ROUNDED
007040                = WS-VAR-NORM-HRS(VX) * WS-HRS-PCT / 100
007050        IF WS-VAR-HOURS(VX) > WS-HRS-LIMIT
007060           MOVE 'HOURS ABOVE NORMAL' TO WS-FLAG-REASON
007070           MOVE WS-VAR-NORM-HRS(VX) TO RF-PRIOR
007080           MOVE WS-VAR-HOURS(VX)    TO RF-CURRENT
007090           COMPUTE WS-CHG-RESULT ROUNDED
007100                   = (WS-VAR-HOURS(VX) - WS-VAR-NORM-HRS(VX))
007110                   * 100 / WS-VAR-NORM-HRS(VX)
007120               ON SIZE ERROR
007130                   MOVE 99999.99 TO WS-CHG-RESULT
007140           END-COMPUTE
007150           MOVE WS-CHG-RESULT TO RF-PCT
007160           PERFORM 4900-FLAG-ONE THRU 4900-FLAG-ONE-EXIT
007170           ADD 1 TO WS-HOURS-COUNT
007180        END-IF
007190     END-IF
007200*    A GROSS OR NET SWING THE CHANGE HISTORY EXPLAINS IS COUNTED
007210*    BUT NOT FLAGGED.
007220     MOVE WS-VAR-PRI-GROSS(VX) TO RF-PRIOR
007230     MOVE WS-VAR-GROSS(VX)     TO RF-CURRENT
007240     COMPUTE WS-DIFF-AMT = WS-VAR-GROSS(VX) - WS-VAR-PRI-GROSS(VX)
007250     MOVE WS-VAR-PRI-GROSS(VX) TO WS-BASE-AMT
007260     PERFORM 4500-TEST-CHANGE THRU 4500-TEST-CHANGE-EXIT
007270     IF WS-EXCEEDS
007280        IF WS-VAR-EXPLAINED(VX)
007290           ADD 1 TO WS-EXPLAINED-COUNT
007300        ELSE
007310           MOVE 'GROSS CHANGE NOT EXPLAINED' TO WS-FLAG-REASON
007320           PERFORM 4900-FLAG-ONE THRU 4900-FLAG-ONE-EXIT
007330           ADD 1 TO WS-GROSS-COUNT
007340        END-IF
007350     END-IF
007360     MOVE WS-VAR-PRI-NET(VX)   TO RF-PRIOR
007370     MOVE WS-VAR-NET(VX)       TO RF-CURRENT
007380     COMPUTE WS-DIFF-AMT = WS-VAR-NET(VX) - WS-VAR-PRI-NET(VX)
007390     MOVE WS-VAR-PRI-NET(VX)   TO WS-BASE-AMT
007400     PERFORM 4500-TEST-CHANGE THRU 4500-TEST-CHANGE-EXIT
007410     IF WS-EXCEEDS
007420        IF WS-VAR-EXPLAINED(VX)
007430           ADD 1 TO WS-EXPLAINED-COUNT
007440        ELSE
007450           MOVE 'NET CHANGE NOT EXPLAINED' TO WS-FLAG-REASON
007460           PERFORM 4900-FLAG-ONE THRU 4900-FLAG-ONE-EXIT
007470           ADD 1 TO WS-NET-COUNT
007480        END-IF
007490     END-IF
007500     .
007510 4100-REVIEW-ONE-EXIT.
007520     EXIT.
007530
007540 4500-TEST-CHANGE.
007550*    WS-DIFF-AMT IS THIS RUN LESS THE PRIOR ONE AND WS-BASE-AMT
007560*    HOLDS THE PRIOR AMOUNT.  A CHANGE UNDER THE MINIMUM AMOUNT IS
007570*    NEVER A VARIANCE; FROM A ZERO PRIOR ANY CHANGE OVER IT IS.
007580     MOVE 'N' TO WS-EXCEED-SW
007590     MOVE ZERO TO RF-PCT
007600     IF WS-DIFF-AMT < ZERO
007610        COMPUTE WS-DIFF-AMT = 0 - WS-DIFF-AMT
007620     END-IF
007630     IF WS-DIFF-AMT < WS-MIN-AMT
007640        GO TO 4500-TEST-CHANGE-EXIT
007650     END-IF
007660     IF WS-BASE-AMT = ZERO
007670        SET WS-EXCEEDS TO TRUE
007680        GO TO 4500-TEST-CHANGE-EXIT
007690     END-IF
007700     COMPUTE WS-CHG-RESULT ROUNDED
007710             = WS-DIFF-AMT * 100 / WS-BASE-AMT
007720         ON SIZE ERROR
007730             MOVE 99999.99 TO WS-CHG-RESULT
007740     END-COMPUTE
007750     IF WS-CHG-RESULT < ZERO
007760        COMPUTE WS-CHG-RESULT = 0 - WS-CHG-RESULT
007770     END-IF
007780     MOVE WS-CHG-RESULT TO RF-PCT
007790     IF WS-CHG-RESULT > WS-CHG-PCT
007800        SET WS-EXCEEDS TO TRUE
007810     END-IF
007820     .
007830 4500-TEST-CHANGE-EXIT.
007840     EXIT.
007850
007860 4900-FLAG-ONE.
007870     MOVE WS-VAR-EMP-ID(VX)    TO RF-EMP-ID
007880     MOVE WS-VAR-NAME(VX)      TO RF-NAME
007890     MOVE WS-VAR-DEPT(VX)      TO RF-DEPT
007900     MOVE WS-FLAG-REASON       TO RF-REASON
007910     MOVE WS-VAR-PRI-DATE(VX)  TO RF-PRI-DATE
007920     WRITE RPT-LINE FROM WS-RPT-FLAG-LINE
007930     ADD 1 TO WS-FLAG-COUNT
007940     IF NOT WS-EMP-FLAGGED
007950        SET WS-EMP-FLAGGED TO TRUE
007960        ADD 1 TO WS-FLAG-EMP-COUNT
007970     END-IF
007980     .
007990 4900-FLAG-ONE-EXIT.
008000     EXIT.
008010
008020 5000-RELEASE-DECISION.
008030     MOVE SPACES TO RPT-LINE
008040     WRITE RPT-LINE
008050     MOVE 'EMPLOYEES PAID UNDER THE BUSINESS DATE :' TO RC-LABEL
008060     MOVE WS-VAR-COUNT       TO RC-COUNT
008070     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
008080     MOVE 'VARIANCES EXPLAINED BY A HISTORY CHANGE:' TO RC-LABEL
008090     MOVE WS-EXPLAINED-COUNT TO RC-COUNT
008100     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
008110     MOVE 'NEW PAYEES                             :' TO RC-LABEL
008120     MOVE WS-NEW-COUNT       TO RC-COUNT
008130     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
008140     MOVE 'ZERO OR NEGATIVE NETS                  :' TO RC-LABEL
008150     MOVE WS-ZERO-COUNT      TO RC-COUNT
008160     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
008170     MOVE 'HOURS ABOVE NORMAL                     :' TO RC-LABEL
008180     MOVE WS-HOURS-COUNT     TO RC-COUNT
008190     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
008200     MOVE 'GROSS CHANGES NOT EXPLAINED            :' TO RC-LABEL
008210     MOVE WS-GROSS-COUNT     TO RC-COUNT
008220     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
008230     MOVE 'NET CHANGES NOT EXPLAINED              :' TO RC-LABEL
008240     MOVE WS-NET-COUNT       TO RC-COUNT
008250     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
008260     MOVE 'ITEMS FLAGGED FOR SIGN-OFF             :' TO RC-LABEL
008270     MOVE WS-FLAG-COUNT      TO RC-COUNT
008280     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
008290     MOVE 'EMPLOYEES FLAGGED                      :' TO RC-LABEL
008300     MOVE WS-FLAG-EMP-COUNT  TO RC-COUNT
008310     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
008320     MOVE SPACES TO RPT-LINE
008330     WRITE RPT-LINE
008340     IF WS-FLAG-COUNT = ZERO
008350        MOVE 'NOTHING FLAGGED - RELEASED TO DDEPOST' TO RX-TEXT
008360        WRITE RPT-LINE FROM WS-RPT-TEXT-LINE
008370        GO TO 5000-RELEASE-DECISION-EXIT
008380     END-IF
008390*    FLAGGED ITEMS HOLD THE PAYMENT FILE.  ONLY A RELEASE CARD
008400*    FOR THIS BUSINESS DATE, CARRYING THE NUMBER OF ITEMS ON THIS
008410*    REPORT AND THE RELEASING USER, LETS DDEPOST RUN.
008420     IF WS-OVR-CARD
008430        EVALUATE TRUE
008440            WHEN WS-OVR-ACTION NOT = 'RELEASE'
008450                MOVE 'CARD IS NOT A RELEASE CARD' TO WS-OVR-REASON
008460            WHEN WS-OVR-BUS-DATE NOT = WS-BUS-DATE
008470                MOVE 'CARD IS FOR ANOTHER BUSINESS DATE'
008480                     TO WS-OVR-REASON
008490            WHEN WS-OVR-COUNT-X IS NOT NUMERIC
008500                MOVE 'CARD ITEM COUNT IS NOT NUMERIC'
008510                     TO WS-OVR-REASON
008520            WHEN WS-OVR-COUNT-9 NOT = WS-FLAG-COUNT
008530                MOVE 'CARD ITEM COUNT DIFFERS FROM THIS REPORT'
008540                     TO WS-OVR-REASON
008550            WHEN WS-OVR-CARD-USER = SPACES
008560                MOVE 'CARD DOES NOT NAME THE RELEASING USER'
008570                     TO WS-OVR-REASON
008580            WHEN OTHER
008590                SET WS-RELEASED TO TRUE
008600                MOVE WS-OVR-CARD-USER TO WS-OVR-USER
008610        END-EVALUATE
008620     END-IF
008630     IF WS-RELEASED
008640        MOVE SPACES TO RX-TEXT
008650        STRING 'FLAGGED ITEMS RELEASED TO DDEPOST BY '
008660                                  DELIMITED SIZE
008670               WS-OVR-USER        DELIMITED SPACE
008680               ' ON THE VAROVR CARD' DELIMITED SIZE
008690               INTO RX-TEXT
008700        WRITE RPT-LINE FROM WS-RPT-TEXT-LINE
008710        IF RETURN-CODE < 4
008720           MOVE 4 TO RETURN-CODE
008730        END-IF
008740        GO TO 5000-RELEASE-DECISION-EXIT
008750     END-IF
008760     IF WS-OVR-CARD
008770        MOVE SPACES TO RX-TEXT
008780        STRING 'RELEASE CARD REFUSED - ' DELIMITED SIZE
008790               WS-OVR-REASON             DELIMITED SIZE
008800               INTO RX-TEXT
008810        WRITE RPT-LINE FROM WS-RPT-TEXT-LINE
008820     END-IF
008830     MOVE '** HELD - DDEPOST MUST NOT RUN UNTIL THIS REPORT IS'
008840          TO RX-TEXT
008850     WRITE RPT-LINE FROM WS-RPT-TEXT-LINE
008860     MOVE '   SIGNED OFF AND A VAROVR RELEASE CARD IS SUPPLIED **'
008870          TO RX-TEXT
008880     WRITE RPT-LINE FROM WS-RPT-TEXT-LINE
008890     MOVE SPACES TO RPT-LINE
008900     WRITE RPT-LINE
008910     WRITE RPT-LINE
008920     MOVE 'REVIEWED BY: ______________________   DATE: __________'
008930          TO RX-TEXT
008940     WRITE RPT-LINE FROM WS-RPT-TEXT-LINE
008950     MOVE SPACES TO RPT-LINE
008960     WRITE RPT-LINE
008970     MOVE 'RELEASED BY: ______________________   DATE: __________'
008980          TO RX-TEXT
008990     WRITE RPT-LINE FROM WS-RPT-TEXT-LINE
009000     IF RETURN-CODE < 8
009010        MOVE 8 TO RETURN-CODE
009020     END-IF
009030     .
009040 5000-RELEASE-DECISION-EXIT.
009050     EXIT.
009060
009070 9000-ABEND-PARA.
009080*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
009090*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
009100     DISPLAY 'PAYVAR - OPEN/LOAD FAILED FOR: ' WS-ABEND-DDNAME
009110     DISPLAY 'PAYVAR - FILE STATUS WAS      : ' WS-ABEND-STATUS
009120     MOVE 16 TO RETURN-CODE
009130     STOP RUN
009140     .
009150 9000-ABEND-PARA-EXIT.
009160     EXIT.
009170
009180 9500-WRITE-AUDIT-RECORD.
009190*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
009200*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
009210*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
009220     OPEN EXTEND AUDTFILE
009230     IF NOT WS-AUDTFILE-OK
009240        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
009250        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
009260        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
009270     END-IF
009280     ACCEPT WS-RUN-TIME FROM TIME
009290     MOVE 'PAYVAR' TO AUD-PGM-NAME
009300     MOVE WS-RUN-DATE-EDIT TO AUD-RUN-DATE
009310     STRING WS-RUN-HH DELIMITED SIZE
009320            ':'       DELIMITED SIZE
009330            WS-RUN-MN DELIMITED SIZE
009340            ':'       DELIMITED SIZE
009350            WS-RUN-SS DELIMITED SIZE
009360            INTO AUD-RUN-TIME
009370     MOVE WS-VAR-COUNT TO AUD-REC-COUNT
009380     MOVE RETURN-CODE TO AUD-RETURN-CODE
009390     WRITE AUD-REC
009400     CLOSE AUDTFILE
009410     .
009420 9500-WRITE-AUDIT-RECORD-EXIT.
009430     EXIT.
