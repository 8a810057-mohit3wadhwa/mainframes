000010******************************************************************
000020*        PROGRAM NAME            : TURNRPT                       *
000030*        DESCRIPTION             : WORKFORCE TURNOVER AND        *
000040*                                  RETENTION REPORT OVER A DATE  *
000050*                                  RANGE (TRNCTL CARD).  AVERAGE *
000060*                                  HEADCOUNT COMES FROM THE      *
000070*                                  HISTORY PERIODS HISTLOAD      *
000080*                                  CONSOLIDATES, HIRES AND       *
000090*                                  SEPARATIONS FROM THE EMPLOYEE *
000100*                                  CHANGE HISTORY, AND THE       *
000110*                                  REASON EACH LEAVER GAVE FROM  *
000120*                                  THE TERMINATION HISTORY       *
000130*                                  TERMPROC KEEPS.  FOR EVERY    *
000140*                                  DEPARTMENT, COMPANY, COMPANY  *
000150*                                  GROUP, AND ALL COMPANIES IT   *
000160*                                  PRINTS EACH MONTH OF THE      *
000170*                                  RANGE AND THE RANGE TOTAL:    *
000180*                                  HIRES, SEPARATIONS SPLIT      *
000190*                                  VOLUNTARY / OTHER / NOT       *
000200*                                  KNOWN, TURNOVER AND VOLUNTARY *
000210*                                  TURNOVER AGAINST AVERAGE      *
000220*                                  HEADCOUNT, AND HOW MANY NEW   *
000230*                                  HIRES WERE STILL EMPLOYED AT  *
000240*                                  90 DAYS AND AT ONE YEAR.      *
000250*        CREDITS                 : DATA PROCESSING               *
000260******************************************************************
000270*        MODIFICATION HISTORY                                    *
000280*        ----------------------------------------------------   *
000290*        DATE       INIT  DESCRIPTION                            *
000300*        10/15/26   RWM   INITIAL VERSION - HR COUNTED LEAVERS   *
000310*                         BY HAND OFF CHGRPT EVERY MONTH AND HAD *
000320*                         NO RETENTION FIGURES AT ALL.           *
000330******************************************************************
000340
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. TURNRPT.
000370 AUTHOR. R MEHTA.
000380 INSTALLATION. DATA PROCESSING.
000390 DATE-WRITTEN. 10/15/26.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT TRNCTL   ASSIGN TO TRNCTL
000460     ORGANIZATION IS LINE SEQUENTIAL
000470     FILE STATUS IS WS-TRNCTL-STATUS.
000480
000490     SELECT HISTFILE ASSIGN TO HISTDD
000500     ORGANIZATION IS LINE SEQUENTIAL
000510     FILE STATUS IS WS-HISTFILE-STATUS.
000520
000530     SELECT EMPHIST  ASSIGN TO EMPHIST
000540     ORGANIZATION IS LINE SEQUENTIAL
000550     FILE STATUS IS WS-EMPHIST-STATUS.
000560
000570     SELECT THISTFILE ASSIGN TO THISTDD
000580     ORGANIZATION IS LINE SEQUENTIAL
000590     FILE STATUS IS WS-THISTFILE-STATUS.
000600
000610     SELECT COMPMSTR ASSIGN TO COMPMSTR
000620     ORGANIZATION IS INDEXED
000630     ACCESS MODE IS SEQUENTIAL
000640     RECORD KEY IS CM-COMPANY-CODE
000650     FILE STATUS IS WS-COMPMSTR-STATUS.
000660
000670     SELECT RPTFILE  ASSIGN TO RPTDD
000680     ORGANIZATION IS LINE SEQUENTIAL
000690     FILE STATUS IS WS-RPTFILE-STATUS.
000700
000710     SELECT AUDTFILE ASSIGN TO AUDTDD
000720     ORGANIZATION IS LINE SEQUENTIAL
000730     FILE STATUS IS WS-AUDTFILE-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD TRNCTL.
000780 01 TC-REC.
000790     05 TC-FROM-DATE      PIC X(08).
000800     05 FILLER            PIC X(01).
000810     05 TC-TO-DATE        PIC X(08).
000820     05 FILLER            PIC X(63).
000830
000840 FD HISTFILE.
000850 01 HIST-REC.
000860     05 HIST-RUN-DATE     PIC X(08).
000870     05 FILLER            PIC X(01).
000880     05 HIST-EMP-DATA.
000890         10 HIST-EMP-ID       PIC 9(06).
000900         10 HIST-EMP-NAME     PIC X(20).
000910         10 HIST-DEPT-CODE    PIC X(04).
000920         10 HIST-HIRE-DATE    PIC X(08).
000930         10 HIST-SALARY-AMT   PIC 9(07)V99.
000940         10 HIST-COMP-CODE    PIC X(06).
000950         10 HIST-PAY-TYPE     PIC X(01).
000960
000970 FD EMPHIST.
000980     COPY EHISTREC REPLACING ==:RECNAME:== BY ==EH-REC==
000990                             ==:PFX:==     BY ==EH==.
001000
001010 FD THISTFILE.
001020     COPY THISTREC REPLACING ==:RECNAME:== BY ==TH-REC==
001030                             ==:PFX:==     BY ==TH==.
001040
001050 FD COMPMSTR.
001060     COPY COMPREC.
001070
001080 FD RPTFILE.
001090 01 RPT-LINE              PIC X(132).
001100
001110 FD AUDTFILE.
001120     COPY AUDITREC REPLACING ==:RECNAME:== BY ==AUD-REC==
001130                             ==:PFX:==     BY ==AUD==.
001140
001150 WORKING-STORAGE SECTION.
001160 01 WS-TRNCTL-STATUS     PIC X(02) VALUE '00'.
001170 01 WS-HISTFILE-STATUS   PIC X(02) VALUE '00'.
001180 01 WS-EMPHIST-STATUS    PIC X(02) VALUE '00'.
001190 01 WS-THISTFILE-STATUS  PIC X(02) VALUE '00'.
001200 01 WS-COMPMSTR-STATUS   PIC X(02) VALUE '00'.
001210     88 WS-COMPMSTR-OK   VALUE '00'.
001220 01 WS-RPTFILE-STATUS    PIC X(02) VALUE '00'.
001230     88 WS-RPTFILE-OK    VALUE '00'.
001240 01 WS-EOF-STA           PIC X VALUE 'N'.
001250     88 WS-EOF           VALUE 'Y'.
001260 01 WS-NOTICES-MISSING-SW PIC X VALUE 'N'.
001270     88 WS-NOTICES-MISSING VALUE 'Y'.
001280 01 WS-HIST-READ         PIC 9(07) VALUE ZEROES COMP.
001290 01 WS-CHG-READ          PIC 9(07) VALUE ZEROES COMP.
001300 01 WS-NOTICE-READ       PIC 9(07) VALUE ZEROES COMP.
001310 01 WS-SEP-COUNT         PIC 9(05) VALUE ZEROES COMP.
001320 01 WS-SEP-NOTICE-COUNT  PIC 9(05) VALUE ZEROES COMP.
001330 01 WS-HIRE-COUNT        PIC 9(05) VALUE ZEROES COMP.
001340 01 WS-LINE-COUNT        PIC 9(05) VALUE ZEROES COMP.
001350
001360*    THE RANGE.  COLS 1-8 AND 10-17 OF THE OPTIONAL TRNCTL CARD
001370*    ARE THE FIRST AND LAST DAY (YYYYMMDD); WITHOUT A CARD THE
001380*    RANGE IS THE YEAR TO DATE.  HIRES FROM A YEAR BEFORE THE
001390*    FIRST DAY ON ARE KEPT, SINCE THEIR 90-DAY AND ONE-YEAR
001400*    MILESTONES CAN FALL INSIDE THE RANGE.
001410 01 WS-FROM-DATE         PIC X(08) VALUE SPACES.
001420 01 WS-FROM-PARTS REDEFINES WS-FROM-DATE.
001430     05 WS-FROM-YYYY     PIC 9(04).
001440     05 WS-FROM-MM       PIC 9(02).
001450     05 WS-FROM-DD       PIC 9(02).
001460 01 WS-TO-DATE           PIC X(08) VALUE SPACES.
001470 01 WS-TO-PARTS REDEFINES WS-TO-DATE.
001480     05 WS-TO-YYYY       PIC 9(04).
001490     05 WS-TO-MM         PIC 9(02).
001500     05 WS-TO-DD         PIC 9(02).
001510 01 WS-BACK-DATE         PIC X(08) VALUE SPACES.
001520 01 WS-BACK-YYYY         PIC 9(04) VALUE ZEROES.
001530 01 WS-MONTH-SPAN        PIC S9(05) VALUE ZERO COMP.
001540
001550*    DATE WORK AREA.  A DATE IS STEPPED FORWARD ONE DAY AT A TIME
001560*    AGAINST THE MONTH-LENGTH TABLE - THE SAME TABLE AND LEAP
001570*    RULE DQPROF VALIDATES HIRE DATES WITH.
001580 01 WS-DATE-WORK.
001590     05 WS-DW-YYYY       PIC 9(04).
001600     05 WS-DW-MM         PIC 9(02).
001610     05 WS-DW-DD         PIC 9(02).
001620 01 WS-DATE-WORK-X REDEFINES WS-DATE-WORK PIC X(08).
001630 01 WS-MONTH-DAYS-DATA.
001640     05 FILLER PIC X(24) VALUE '312831303130313130313031'.
001650 01 FILLER REDEFINES WS-MONTH-DAYS-DATA.
001660     05 WS-MONTH-DAYS    PIC 9(02) OCCURS 12 TIMES.
001670 01 WS-LEAP-REM          PIC 9(04) VALUE ZEROES COMP.
001680 01 WS-LEAP-QUOT         PIC 9(04) VALUE ZEROES COMP.
001690 01 WS-DAY-STEP          PIC 9(03) VALUE ZEROES COMP.
001700 01 WS-MILESTONE         PIC X(08) VALUE SPACES.
001710
001720*    ONE ENTRY PER CALENDAR MONTH OF THE RANGE, WITH THE NUMBER
001730*    OF HISTORY PERIODS ON FILE FOR IT.  AVERAGE HEADCOUNT IS THE
001740*    HEADCOUNTS SUMMED OVER THOSE PERIODS DIVIDED BY THEIR NUMBER.
001750 01 WS-MON-MAX           PIC 9(02) COMP VALUE 24.
001760 01 WS-MON-COUNT         PIC 9(02) COMP VALUE ZERO.
001770 01 WS-MONTHS.
001780     05 WS-MON-ENT  OCCURS 24 TIMES.
001790            10 WS-MON-LABEL     PIC X(08).
001800            10 WS-MON-PERIODS   PIC 9(05) COMP.
001810 01 WS-TOT-PERIODS       PIC 9(05) COMP VALUE ZERO.
001820 01 WS-LAST-PER-DATE     PIC X(08) VALUE SPACES.
001830 01 WS-MX                PIC 9(02) COMP VALUE ZERO.
001840 01 WS-LABEL-WORK.
001850     05 WS-LW-YYYY       PIC 9(04).
001860     05 FILLER           PIC X(01) VALUE '/'.
001870     05 WS-LW-MM         PIC 9(02).
001880     05 FILLER           PIC X(01) VALUE SPACE.
001890
001900*    ONE ENTRY PER DEPARTMENT (RANK 1), COMPANY (2), COMPANY
001910*    GROUP (3) AND ALL COMPANIES (4, ALWAYS ENTRY 1 UNTIL THE
001920*    PRINT SORT), EACH CARRYING ITS COUNTS BY MONTH OF THE RANGE.
001930 01 WS-CODE-MAX          PIC 9(03) COMP VALUE 600.
001940 01 WS-CODE-COUNT        PIC 9(03) COMP VALUE ZERO.
001950 01 WS-CODES.
001960     05 WS-CODE-ENT OCCURS 1 TO 600 TIMES
001970                    DEPENDING ON WS-CODE-COUNT
001980                    INDEXED BY CX.
001990            10 WS-CODE-RANK     PIC 9(01).
002000            10 WS-CODE-KEY      PIC X(06).
002010            10 WS-CODE-NAME     PIC X(10).
002020            10 WS-CODE-SUBS     PIC 9(03) COMP.
002030            10 WS-CODE-ON-MSTR  PIC X(01).
002040            10 WS-CODE-MON      OCCURS 24 TIMES.
002050                15 WS-CM-HDCT   PIC 9(09) COMP.
002060                15 WS-CM-HIRES  PIC 9(05) COMP.
002070                15 WS-CM-SEPS   PIC 9(05) COMP.
002080                15 WS-CM-VOL    PIC 9(05) COMP.
002090                15 WS-CM-OTHER  PIC 9(05) COMP.
002100                15 WS-CM-UNKN   PIC 9(05) COMP.
002110                15 WS-CM-R90-DUE  PIC 9(05) COMP.
002120                15 WS-CM-R90-KEPT PIC 9(05) COMP.
002130                15 WS-CM-R1Y-DUE  PIC 9(05) COMP.
002140                15 WS-CM-R1Y-KEPT PIC 9(05) COMP.
002150 01 WS-FOUND-CX          PIC 9(03) COMP VALUE ZERO.
002160 01 WS-GRP-CX            PIC 9(03) COMP VALUE ZERO.
002170 01 WS-SRC-CX            PIC 9(03) COMP VALUE ZERO.
002180 01 WS-LAST-DEPT         PIC X(06) VALUE HIGH-VALUES.
002190 01 WS-LAST-DEPT-CX      PIC 9(03) COMP VALUE ZERO.
002200 01 WS-LAST-COMP         PIC X(06) VALUE HIGH-VALUES.
002210 01 WS-LAST-COMP-CX      PIC 9(03) COMP VALUE ZERO.
002220
002230*    ONE EVENT TO POST - TO THE DEPARTMENT, THE COMPANY, AND ALL
002240*    COMPANIES, IN THE MONTH OF THE RANGE IT FELL IN.
002250 01 WS-POST-DEPT         PIC X(06) VALUE SPACES.
002260 01 WS-POST-COMP         PIC X(06) VALUE SPACES.
002270 01 WS-POST-MON          PIC 9(02) COMP VALUE ZERO.
002280 01 WS-POST-RANK         PIC 9(01) VALUE ZERO.
002290 01 WS-POST-KEY          PIC X(06) VALUE SPACES.
002300 01 WS-POST-CLASS        PIC X(01) VALUE SPACE.
002310 01 WS-POST-KIND         PIC X(01) VALUE SPACE.
002320     88 WS-POST-HDCT     VALUE 'P'.
002330     88 WS-POST-HIRE     VALUE 'H'.
002340     88 WS-POST-SEP      VALUE 'S'.
002350     88 WS-POST-R90      VALUE 'N'.
002360     88 WS-POST-R1Y      VALUE 'Y'.
002370 01 WS-POST-KEPT-SW      PIC X(01) VALUE 'N'.
002380     88 WS-POST-KEPT     VALUE 'Y'.
002390
002400*    TERMINATION NOTICES FROM TERMPROC, GIVING EACH SEPARATION ITS
002410*    LAST DAY AND REASON.  A SEPARATION WITH NO NOTICE (A KEYED
002420*    TERMCTL CARD) IS DATED BY ITS CHANGE HISTORY ROW AND COUNTED
002430*    AS REASON NOT KNOWN.
002440 01 WS-NOT-MAX           PIC 9(05) COMP VALUE 20000.
002450 01 WS-NOT-COUNT         PIC 9(05) COMP VALUE ZERO.
002460 01 WS-NOTICES.
002470     05 WS-NOT-ENT  OCCURS 1 TO 20000 TIMES
002480                    DEPENDING ON WS-NOT-COUNT
002490                    INDEXED BY NX.
002500            10 WS-NOT-EMP-ID    PIC 9(06).
002510            10 WS-NOT-DATE      PIC X(08).
002520            10 WS-NOT-CLASS     PIC X(01).
002530            10 WS-NOT-USED-SW   PIC X(01).
002540                88 WS-NOT-USED  VALUE 'Y'.
002550 01 WS-FOUND-NX          PIC 9(05) COMP VALUE ZERO.
002560
002570*    EVERY HIRE FROM A YEAR BEFORE THE RANGE ON, WITH THE DATE
002580*    THEY LEFT IF THEY HAVE.  THE RETENTION MILESTONES ARE
002590*    MEASURED FROM THE DAY THE EMPLOYEE WAS ADDED TO THE MASTER.
002600 01 WS-HIR-MAX           PIC 9(05) COMP VALUE 20000.
002610 01 WS-HIR-COUNT         PIC 9(05) COMP VALUE ZERO.
002620 01 WS-HIRES.
002630     05 WS-HIR-ENT  OCCURS 1 TO 20000 TIMES
002640                    DEPENDING ON WS-HIR-COUNT
002650                    INDEXED BY HX.
002660            10 WS-HIR-EMP-ID    PIC 9(06).
002670            10 WS-HIR-DATE      PIC X(08).
002680            10 WS-HIR-DEPT      PIC X(04).
002690            10 WS-HIR-COMP      PIC X(06).
002700            10 WS-HIR-SEP-DATE  PIC X(08).
002710 01 WS-FOUND-HX          PIC 9(05) COMP VALUE ZERO.
002720 01 WS-SEP-DATE          PIC X(08) VALUE SPACES.
002730 01 WS-SEP-CLASS         PIC X(01) VALUE SPACE.
002740
002750*    COMPANY MASTER - NAMES AND THE PARENT LINKAGE THE GROUP
002760*    ROLLUPS ARE BUILT FROM, AS IN COMPRPT.
002770 01 WS-CNAME-MAX         PIC 9(03) COMP VALUE 200.
002780 01 WS-CNAME-COUNT       PIC 9(03) COMP VALUE ZERO.
002790 01 WS-CNAMES.
002800     05 WS-CNAME-ENT OCCURS 1 TO 200 TIMES
002810                 DEPENDING ON WS-CNAME-COUNT
002820                 INDEXED BY K.
002830            10 WS-CNAME-CODE    PIC 9(06).
002840            10 WS-CNAME-NAME    PIC X(10).
002850            10 WS-CNAME-PARENT  PIC 9(06).
002860 01 WS-CNAME-KEY         PIC X(06) VALUE SPACES.
002870 01 WS-KX                PIC 9(03) COMP VALUE ZERO.
002880 01 WS-LX                PIC 9(03) COMP VALUE ZERO.
002890 01 WS-SUB-COUNT         PIC 9(03) COMP VALUE ZERO.
002900 01 WS-MSTR-EOF-STA      PIC X VALUE 'N'.
002910     88 WS-MSTR-EOF      VALUE 'Y'.
002920
002930*    ONE PRINT LINE'S FIGURES - A MONTH, OR THE RANGE SUMMED.
002940 01 WS-LN-HDCT           PIC 9(11) COMP VALUE ZERO.
002950 01 WS-LN-PERIODS        PIC 9(05) COMP VALUE ZERO.
002960 01 WS-LN-HIRES          PIC 9(07) COMP VALUE ZERO.
002970 01 WS-LN-SEPS           PIC 9(07) COMP VALUE ZERO.
002980 01 WS-LN-VOL            PIC 9(07) COMP VALUE ZERO.
002990 01 WS-LN-OTHER          PIC 9(07) COMP VALUE ZERO.
003000 01 WS-LN-UNKN           PIC 9(07) COMP VALUE ZERO.
003010 01 WS-LN-R90-DUE        PIC 9(07) COMP VALUE ZERO.
003020 01 WS-LN-R90-KEPT       PIC 9(07) COMP VALUE ZERO.
003030 01 WS-LN-R1Y-DUE        PIC 9(07) COMP VALUE ZERO.
003040 01 WS-LN-R1Y-KEPT       PIC 9(07) COMP VALUE ZERO.
003050 01 WS-AVG-HDCT          PIC 9(07)V9 COMP-3 VALUE ZERO.
003060 01 WS-RATE              PIC 9(05)V99 COMP-3 VALUE ZERO.
003070 01 WS-HDCT-EDIT         PIC ZZ,ZZ9.9.
003080 01 WS-RATE-EDIT         PIC ZZZ9.99.
003090 01 WS-RATE-NUM          PIC 9(07) COMP VALUE ZERO.
003100 01 WS-RATE-DEN          PIC 9(11) COMP VALUE ZERO.
003110
003120 01 WS-ABEND-DDNAME      PIC X(08) VALUE SPACES.
003130 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
003140 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
003150     88 WS-AUDTFILE-OK   VALUE '00'.
003160 01 WS-RUN-DATE.
003170     05 WS-RUN-YY        PIC 9(02).
003180     05 WS-RUN-MM        PIC 9(02).
003190     05 WS-RUN-DD        PIC 9(02).
003200 01 WS-RUN-TIME.
003210     05 WS-RUN-HH        PIC 9(02).
003220     05 WS-RUN-MN        PIC 9(02).
003230     05 WS-RUN-SS        PIC 9(02).
003240     05 FILLER           PIC 9(02).
003250 01 WS-RUN-DATE-EDIT     PIC X(08).
003260
003270 01 WS-HDR-LINE.
003280     05 FILLER            PIC X(42)
003290            VALUE 'WORKFORCE TURNOVER AND RETENTION REPORT   '.
003300     05 FILLER            PIC X(06) VALUE 'FROM: '.
003310     05 HDR-FROM          PIC X(08).
003320     05 FILLER            PIC X(06) VALUE '  TO: '.
003330     05 HDR-TO            PIC X(08).
003340     05 FILLER            PIC X(08) VALUE '  DATE: '.
003350     05 HDR-DATE          PIC X(08).
003360     05 FILLER            PIC X(46) VALUE SPACES.
003370
003380 01 WS-TEXT-LINE.
003390     05 TX-TEXT           PIC X(100).
003400     05 FILLER            PIC X(32) VALUE SPACES.
003410
003420 01 WS-SECT-LINE.
003430     05 SEC-LABEL         PIC X(12).
003440     05 SEC-KEY           PIC X(06).
003450     05 FILLER            PIC X(02) VALUE SPACES.
003460     05 SEC-NAME          PIC X(10).
003470     05 FILLER            PIC X(02) VALUE SPACES.
003480     05 SEC-NOTE          PIC X(44).
003490     05 FILLER            PIC X(56) VALUE SPACES.
003500
003510 01 WS-COL-LINE-1.
003520     05 FILLER            PIC X(30)
003530            VALUE '                             -'.
003540     05 FILLER            PIC X(30)
003550            VALUE '-----SEPARATIONS------        '.
003560     05 FILLER            PIC X(30)
003570            VALUE '              --90-DAY RETENTI'.
003580     05 FILLER            PIC X(30)
003590            VALUE 'ON--    --1-YEAR RETENTION--  '.
003600     05 FILLER            PIC X(12) VALUE SPACES.
003610
003620 01 WS-COL-LINE-2.
003630     05 FILLER            PIC X(30)
003640            VALUE '  MONTH    AVG HDCT  HIRES   S'.
003650     05 FILLER            PIC X(30)
003660            VALUE 'EPS  VOLUN  OTHER UNKNWN  TURN'.
003670     05 FILLER            PIC X(30)
003680            VALUE ' %   VOL %      DUE   KEPT  KE'.
003690     05 FILLER            PIC X(30)
003700            VALUE 'EP %      DUE   KEPT  KEEP %  '.
003710     05 FILLER            PIC X(12) VALUE SPACES.
003720
003730 01 WS-TRN-LINE.
003740     05 FILLER            PIC X(02) VALUE SPACES.
003750     05 TL-LABEL          PIC X(08).
003760     05 FILLER            PIC X(01) VALUE SPACE.
003770     05 TL-HDCT           PIC X(08).
003780     05 FILLER            PIC X(01) VALUE SPACE.
003790     05 TL-HIRES          PIC ZZ,ZZ9.
003800     05 FILLER            PIC X(01) VALUE SPACE.
003810     05 TL-SEPS           PIC ZZ,ZZ9.
003820     05 FILLER            PIC X(01) VALUE SPACE.
003830     05 TL-VOL            PIC ZZ,ZZ9.
003840     05 FILLER            PIC X(01) VALUE SPACE.
003850     05 TL-OTHER          PIC ZZ,ZZ9.
003860     05 FILLER            PIC X(01) VALUE SPACE.
003870     05 TL-UNKN           PIC ZZ,ZZ9.
003880     05 FILLER            PIC X(01) VALUE SPACE.
003890     05 TL-TURN           PIC X(07).
003900     05 FILLER            PIC X(01) VALUE SPACE.
003910     05 TL-VTURN          PIC X(07).
003920     05 FILLER            PIC X(03) VALUE SPACES.
003930     05 TL-R90-DUE        PIC ZZ,ZZ9.
003940     05 FILLER            PIC X(01) VALUE SPACE.
003950     05 TL-R90-KEPT       PIC ZZ,ZZ9.
003960     05 FILLER            PIC X(01) VALUE SPACE.
003970     05 TL-R90-PCT        PIC X(07).
003980     05 FILLER            PIC X(03) VALUE SPACES.
003990     05 TL-R1Y-DUE        PIC ZZ,ZZ9.
004000     05 FILLER            PIC X(01) VALUE SPACE.
004010     05 TL-R1Y-KEPT       PIC ZZ,ZZ9.
004020     05 FILLER            PIC X(01) VALUE SPACE.
004030     05 TL-R1Y-PCT        PIC X(07).
004040     05 FILLER            PIC X(14) VALUE SPACES.
004050
004060 PROCEDURE DIVISION.
004070 0000-MAINLINE.
004080     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
004090     PERFORM 2000-READ-NOTICE THRU 2000-READ-NOTICE-EXIT
004100             UNTIL WS-EOF
004110     IF NOT WS-NOTICES-MISSING
004120        CLOSE THISTFILE
004130     END-IF
004140     MOVE 'N' TO WS-EOF-STA
004150     PERFORM 3000-READ-HISTORY THRU 3000-READ-HISTORY-EXIT
004160             UNTIL WS-EOF
004170     CLOSE HISTFILE
004180     MOVE 'N' TO WS-EOF-STA
004190     PERFORM 4000-READ-CHANGES THRU 4000-READ-CHANGES-EXIT
004200             UNTIL WS-EOF
004210     CLOSE EMPHIST
004220     PERFORM 5000-RETENTION THRU 5000-RETENTION-EXIT
004230     PERFORM 6000-BUILD-GROUPS THRU 6000-BUILD-GROUPS-EXIT
004240     PERFORM 7000-WRITE-REPORT THRU 7000-WRITE-REPORT-EXIT
004250     CLOSE RPTFILE
004260     PERFORM 9500-WRITE-AUDIT-RECORD
004270             THRU 9500-WRITE-AUDIT-RECORD-EXIT
004280     DISPLAY 'TURNRPT - RANGE                  : ' WS-FROM-DATE
004290             ' - ' WS-TO-DATE
004300     DISPLAY 'TURNRPT - HISTORY RECORDS READ   : ' WS-HIST-READ
004310     DISPLAY 'TURNRPT - HISTORY PERIODS IN RANGE: ' WS-TOT-PERIODS
004320     DISPLAY 'TURNRPT - CHANGE RECORDS READ    : ' WS-CHG-READ
004330     DISPLAY 'TURNRPT - NOTICES READ           : ' WS-NOTICE-READ
004340     DISPLAY 'TURNRPT - HIRES IN RANGE         : ' WS-HIRE-COUNT
004350     DISPLAY 'TURNRPT - SEPARATIONS IN RANGE   : ' WS-SEP-COUNT
004360     DISPLAY 'TURNRPT - SEPARATIONS WITH NOTICE: '
004370             WS-SEP-NOTICE-COUNT
004380     DISPLAY 'TURNRPT - REPORT LINES WRITTEN   : ' WS-LINE-COUNT
004390     STOP RUN
004400     .
004410
004420 1000-INITIALIZE.
004430     ACCEPT WS-RUN-DATE FROM DATE
004440     STRING WS-RUN-MM DELIMITED SIZE
004450            '/'       DELIMITED SIZE
004460            WS-RUN-DD DELIMITED SIZE
004470            '/'       DELIMITED SIZE
004480            WS-RUN-YY DELIMITED SIZE
004490            INTO WS-RUN-DATE-EDIT
004500*    WITHOUT A TRNCTL CARD THE RANGE IS JANUARY 1 THROUGH TODAY.
004510     ACCEPT WS-TO-DATE FROM DATE YYYYMMDD
004520     MOVE WS-TO-DATE TO WS-FROM-DATE
004530     MOVE 01 TO WS-FROM-MM
004540                WS-FROM-DD
004550     OPEN INPUT TRNCTL
004560     IF WS-TRNCTL-STATUS = '00'
004570        READ TRNCTL
004580            AT END CONTINUE
004590            NOT AT END
004600                IF TC-FROM-DATE IS NUMERIC
004610                   MOVE TC-FROM-DATE TO WS-FROM-DATE
004620                END-IF
004630                IF TC-TO-DATE IS NUMERIC
004640                   MOVE TC-TO-DATE TO WS-TO-DATE
004650                END-IF
004660        END-READ
004670        CLOSE TRNCTL
004680     END-IF
004690*    A RANGE THAT RUNS BACKWARDS OR PAST TWO YEARS IS A MIS-KEYED
004700*    CARD - THE MONTHLY TREND HAS ROOM FOR 24 MONTHS.
004710     COMPUTE WS-MONTH-SPAN = (WS-TO-YYYY - WS-FROM-YYYY) * 12
004720                           + WS-TO-MM - WS-FROM-MM + 1
004730     IF WS-FROM-MM < 01 OR WS-FROM-MM > 12 OR
004740        WS-TO-MM   < 01 OR WS-TO-MM   > 12 OR
004750        WS-TO-DATE < WS-FROM-DATE OR
004760        WS-MONTH-SPAN > WS-MON-MAX
004770        DISPLAY 'TURNRPT - BAD RANGE ON TRNCTL: ' WS-FROM-DATE
004780                ' - ' WS-TO-DATE
004790        DISPLAY 'TURNRPT - AT MOST ' WS-MON-MAX ' MONTHS PER RUN'
004800        MOVE 'TRNCTL' TO WS-ABEND-DDNAME
004810        MOVE '  ' TO WS-ABEND-STATUS
004820        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004830     END-IF
004840     MOVE WS-MONTH-SPAN TO WS-MON-COUNT
004850     MOVE WS-FROM-YYYY  TO WS-LW-YYYY
004860     MOVE WS-FROM-MM    TO WS-LW-MM
004870     PERFORM 1100-BUILD-ONE-MONTH THRU 1100-BUILD-ONE-MONTH-EXIT
004880             VARYING WS-MX FROM 1 BY 1
004890               UNTIL WS-MX > WS-MON-COUNT
004900     MOVE WS-FROM-YYYY  TO WS-BACK-YYYY
004910     SUBTRACT 1 FROM WS-BACK-YYYY
004920     STRING WS-BACK-YYYY       DELIMITED SIZE
004930            WS-FROM-DATE(5:4)  DELIMITED SIZE
004940            INTO WS-BACK-DATE
004950*    THE ALL-COMPANIES ENTRY IS ALWAYS THE FIRST.
004960     MOVE 1 TO WS-CODE-COUNT
004970     INITIALIZE WS-CODE-ENT(1)
004980     MOVE 4            TO WS-CODE-RANK(1)
004990     MOVE 'ALL'        TO WS-CODE-KEY(1)
005000     MOVE 'Y'          TO WS-CODE-ON-MSTR(1)
005010     OPEN INPUT HISTFILE
005020     IF WS-HISTFILE-STATUS NOT = '00'
005030        MOVE 'HISTDD' TO WS-ABEND-DDNAME
005040        MOVE WS-HISTFILE-STATUS TO WS-ABEND-STATUS
005050        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005060     END-IF
005070     OPEN INPUT EMPHIST
005080     IF WS-EMPHIST-STATUS NOT = '00'
005090        MOVE 'EMPHIST' TO WS-ABEND-DDNAME
005100        MOVE WS-EMPHIST-STATUS TO WS-ABEND-STATUS
005110        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005120     END-IF
005130*    '35' MEANS TERMPROC HAS NOT YET WRITTEN A TERMINATION HISTORY
005140*    - EVERY SEPARATION THEN COUNTS AS REASON NOT KNOWN, AND THE
005150*    REPORT SAYS SO.
005160     OPEN INPUT THISTFILE
005170     EVALUATE WS-THISTFILE-STATUS
005180         WHEN '00'
005190             CONTINUE
005200         WHEN '35'
005210             SET WS-EOF TO TRUE
005220             SET WS-NOTICES-MISSING TO TRUE
005230         WHEN OTHER
005240             MOVE 'THISTDD' TO WS-ABEND-DDNAME
005250             MOVE WS-THISTFILE-STATUS TO WS-ABEND-STATUS
005260             PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005270     END-EVALUATE
005280     OPEN INPUT COMPMSTR
005290     IF NOT WS-COMPMSTR-OK
005300        MOVE 'COMPMSTR' TO WS-ABEND-DDNAME
005310        MOVE WS-COMPMSTR-STATUS TO WS-ABEND-STATUS
005320        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005330     END-IF
005340     PERFORM 1600-LOAD-COMP-REC THRU 1600-LOAD-COMP-REC-EXIT
005350             UNTIL WS-MSTR-EOF
005360     CLOSE COMPMSTR
005370     OPEN OUTPUT RPTFILE
005380     IF NOT WS-RPTFILE-OK
005390        MOVE 'RPTDD' TO WS-ABEND-DDNAME
005400        MOVE WS-RPTFILE-STATUS TO WS-ABEND-STATUS
005410        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005420     END-IF
005430     .
005440 1000-INITIALIZE-EXIT.
005450     EXIT.
005460
005470 1100-BUILD-ONE-MONTH.
005480     MOVE WS-LABEL-WORK TO WS-MON-LABEL(WS-MX)
005490     MOVE ZERO          TO WS-MON-PERIODS(WS-MX)
005500     IF WS-LW-MM = 12
005510        MOVE 01 TO WS-LW-MM
005520        ADD 1 TO WS-LW-YYYY
005530     ELSE
005540        ADD 1 TO WS-LW-MM
005550     END-IF
005560     .
005570 1100-BUILD-ONE-MONTH-EXIT.
005580     EXIT.
005590
005600 1600-LOAD-COMP-REC.
005610     READ COMPMSTR NEXT RECORD
005620         AT END SET WS-MSTR-EOF TO TRUE
005630         NOT AT END
005640             IF WS-CNAME-COUNT >= WS-CNAME-MAX
005650                DISPLAY 'TURNRPT - COMPANY TABLE FULL AT '
005660                        WS-CNAME-MAX ' - RAISE WS-CNAME-MAX'
005670                MOVE 'COMPMSTR' TO WS-ABEND-DDNAME
005680                MOVE '  ' TO WS-ABEND-STATUS
005690                PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005700             END-IF
005710             ADD 1 TO WS-CNAME-COUNT
005720             MOVE CM-COMPANY-CODE
005730               TO WS-CNAME-CODE(WS-CNAME-COUNT)
005740             MOVE CM-COMPANY-NAME
005750               TO WS-CNAME-NAME(WS-CNAME-COUNT)
005760             MOVE CM-PARENT-CODE
005770               TO WS-CNAME-PARENT(WS-CNAME-COUNT)
005780     END-READ
005790     .
005800 1600-LOAD-COMP-REC-EXIT.
005810     EXIT.
005820
005830 2000-READ-NOTICE.
005840     READ THISTFILE
005850         AT END SET WS-EOF TO TRUE
005860         NOT AT END
005870             ADD 1 TO WS-NOTICE-READ
005880             PERFORM 2100-KEEP-NOTICE THRU 2100-KEEP-NOTICE-EXIT
005890     END-READ
005900     .
005910 2000-READ-NOTICE-EXIT.
005920     EXIT.
005930
005940 2100-KEEP-NOTICE.
005950*    ONLY NOTICES THAT CAN DATE A SEPARATION THE REPORT USES - A
005960*    LEAVER IN THE RANGE OR A HIRE TRACKED FOR RETENTION.
005970     IF TH-TERM-DATE < WS-BACK-DATE
005980        GO TO 2100-KEEP-NOTICE-EXIT
005990     END-IF
006000     IF WS-NOT-COUNT >= WS-NOT-MAX
006010        DISPLAY 'TURNRPT - NOTICE TABLE FULL AT ' WS-NOT-MAX
006020                ' - RAISE WS-NOT-MAX'
006030        MOVE 'THISTDD' TO WS-ABEND-DDNAME
006040        MOVE '  ' TO WS-ABEND-STATUS
006050        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
006060     END-IF
006070     ADD 1 TO WS-NOT-COUNT
006080     MOVE TH-EMP-ID      TO WS-NOT-EMP-ID(WS-NOT-COUNT)
006090     MOVE TH-TERM-DATE   TO WS-NOT-DATE(WS-NOT-COUNT)
006100     MOVE TH-REASON-CODE TO WS-NOT-CLASS(WS-NOT-COUNT)
006110     MOVE 'N'            TO WS-NOT-USED-SW(WS-NOT-COUNT)
006120     .
006130 2100-KEEP-NOTICE-EXIT.
006140     EXIT.
006150
006160 3000-READ-HISTORY.
006170     READ HISTFILE
006180         AT END SET WS-EOF TO TRUE
006190         NOT AT END
006200             ADD 1 TO WS-HIST-READ
006210             PERFORM 3100-COUNT-ONE THRU 3100-COUNT-ONE-EXIT
006220     END-READ
006230     .
006240 3000-READ-HISTORY-EXIT.
006250     EXIT.
006260
006270 3100-COUNT-ONE.
006280*    THE HISTORY IS APPEND-ONLY, SO EACH PERIOD'S RECORDS ARRIVE
006290*    TOGETHER - A NEW RUN DATE IS A NEW PERIOD OF ITS MONTH.
006300     IF HIST-RUN-DATE < WS-FROM-DATE OR HIST-RUN-DATE > WS-TO-DATE
006310        GO TO 3100-COUNT-ONE-EXIT
006320     END-IF
006330     MOVE HIST-RUN-DATE TO WS-DATE-WORK-X
006340     PERFORM 8000-MONTH-OF THRU 8000-MONTH-OF-EXIT
006350     IF HIST-RUN-DATE NOT = WS-LAST-PER-DATE
006360        MOVE HIST-RUN-DATE TO WS-LAST-PER-DATE
006370        ADD 1 TO WS-MON-PERIODS(WS-POST-MON)
006380        ADD 1 TO WS-TOT-PERIODS
006390     END-IF
006400     MOVE HIST-DEPT-CODE TO WS-POST-DEPT
006410     MOVE HIST-COMP-CODE TO WS-POST-COMP
006420     SET WS-POST-HDCT TO TRUE
006430     PERFORM 8100-POST-EVENT THRU 8100-POST-EVENT-EXIT
006440     .
006450 3100-COUNT-ONE-EXIT.
006460     EXIT.
006470
006480 4000-READ-CHANGES.
006490     READ EMPHIST
006500         AT END SET WS-EOF TO TRUE
006510         NOT AT END
006520             ADD 1 TO WS-CHG-READ
006530             EVALUATE EH-ACTION
006540                 WHEN 'ADD'
006550                     PERFORM 4200-TAKE-HIRE
006560                             THRU 4200-TAKE-HIRE-EXIT
006570                 WHEN 'TERMINATE'
006580                     PERFORM 4300-TAKE-SEPARATION
006590                             THRU 4300-TAKE-SEPARATION-EXIT
006600                 WHEN OTHER
006610                     CONTINUE
006620             END-EVALUATE
006630     END-READ
006640     .
006650 4000-READ-CHANGES-EXIT.
006660     EXIT.
006670
006680 4200-TAKE-HIRE.
006690     IF EH-EFF-DATE < WS-BACK-DATE OR EH-EFF-DATE > WS-TO-DATE
006700        GO TO 4200-TAKE-HIRE-EXIT
006710     END-IF
006720     IF WS-HIR-COUNT >= WS-HIR-MAX
006730        DISPLAY 'TURNRPT - HIRE TABLE FULL AT ' WS-HIR-MAX
006740                ' - RAISE WS-HIR-MAX'
006750        MOVE 'EMPHIST' TO WS-ABEND-DDNAME
006760        MOVE '  ' TO WS-ABEND-STATUS
006770        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
006780     END-IF
006790     ADD 1 TO WS-HIR-COUNT
006800     MOVE EH-EMP-ID   TO WS-HIR-EMP-ID(WS-HIR-COUNT)
006810     MOVE EH-EFF-DATE TO WS-HIR-DATE(WS-HIR-COUNT)
006820     MOVE EH-NEW-DEPT TO WS-HIR-DEPT(WS-HIR-COUNT)
006830     MOVE EH-NEW-COMP TO WS-HIR-COMP(WS-HIR-COUNT)
006840     MOVE SPACES      TO WS-HIR-SEP-DATE(WS-HIR-COUNT)
006850     IF EH-EFF-DATE < WS-FROM-DATE
006860        GO TO 4200-TAKE-HIRE-EXIT
006870     END-IF
006880     MOVE EH-EFF-DATE TO WS-DATE-WORK-X
006890     PERFORM 8000-MONTH-OF THRU 8000-MONTH-OF-EXIT
006900     MOVE EH-NEW-DEPT TO WS-POST-DEPT
006910     MOVE EH-NEW-COMP TO WS-POST-COMP
006920     SET WS-POST-HIRE TO TRUE
006930     PERFORM 8100-POST-EVENT THRU 8100-POST-EVENT-EXIT
006940     ADD 1 TO WS-HIRE-COUNT
006950     .
006960 4200-TAKE-HIRE-EXIT.
006970     EXIT.
006980
006990 4300-TAKE-SEPARATION.
007000*    THE LEAVER'S NOTICE, WHEN THERE IS ONE, GIVES THE REAL LAST
007010*    DAY AND THE REASON; EACH NOTICE DATES ONE SEPARATION ONLY.
007020     MOVE EH-EFF-DATE TO WS-SEP-DATE
007030     MOVE SPACE       TO WS-SEP-CLASS
007040     MOVE ZERO        TO WS-FOUND-NX
007050     PERFORM 4310-MATCH-NOTICE THRU 4310-MATCH-NOTICE-EXIT
007060             VARYING NX FROM 1 BY 1
007070               UNTIL NX > WS-NOT-COUNT OR WS-FOUND-NX > ZERO
007080     IF WS-FOUND-NX > ZERO
007090        MOVE WS-NOT-DATE(WS-FOUND-NX)  TO WS-SEP-DATE
007100        MOVE WS-NOT-CLASS(WS-FOUND-NX) TO WS-SEP-CLASS
007110        MOVE 'Y' TO WS-NOT-USED-SW(WS-FOUND-NX)
007120     END-IF
007130*    THE HIRE IT ENDS, FOR RETENTION.
007140     MOVE ZERO TO WS-FOUND-HX
007150     PERFORM 4320-MATCH-HIRE THRU 4320-MATCH-HIRE-EXIT
007160             VARYING HX FROM 1 BY 1
007170               UNTIL HX > WS-HIR-COUNT OR WS-FOUND-HX > ZERO
007180     IF WS-FOUND-HX > ZERO
007190        MOVE WS-SEP-DATE TO WS-HIR-SEP-DATE(WS-FOUND-HX)
007200     END-IF
007210     IF WS-SEP-DATE < WS-FROM-DATE OR WS-SEP-DATE > WS-TO-DATE
007220        GO TO 4300-TAKE-SEPARATION-EXIT
007230     END-IF
007240     MOVE WS-SEP-DATE TO WS-DATE-WORK-X
007250     PERFORM 8000-MONTH-OF THRU 8000-MONTH-OF-EXIT
007260     MOVE EH-OLD-DEPT  TO WS-POST-DEPT
007270     MOVE EH-OLD-COMP  TO WS-POST-COMP
007280     MOVE WS-SEP-CLASS TO WS-POST-CLASS
007290     SET WS-POST-SEP TO TRUE
007300     PERFORM 8100-POST-EVENT THRU 8100-POST-EVENT-EXIT
007310     ADD 1 TO WS-SEP-COUNT
007320     IF WS-FOUND-NX > ZERO
007330        ADD 1 TO WS-SEP-NOTICE-COUNT
007340     END-IF
007350     .
007360 4300-TAKE-SEPARATION-EXIT.
007370     EXIT.
007380
007390 4310-MATCH-NOTICE.
007400     IF WS-NOT-EMP-ID(NX) = EH-EMP-ID AND NOT WS-NOT-USED(NX)
007410        SET WS-FOUND-NX TO NX
007420     END-IF
007430     .
007440 4310-MATCH-NOTICE-EXIT.
007450     EXIT.
007460
007470 4320-MATCH-HIRE.
007480     IF WS-HIR-EMP-ID(HX) = EH-EMP-ID AND
007490        WS-HIR-SEP-DATE(HX) = SPACES
007500        SET WS-FOUND-HX TO HX
007510     END-IF
007520     .
007530 4320-MATCH-HIRE-EXIT.
007540     EXIT.
007550
007560 5000-RETENTION.
007570*    A HIRE IS DUE A 90-DAY (AND A ONE-YEAR) CHECK IN THE MONTH
007580*    THAT MILESTONE FALLS IN, AND IS KEPT IF THEY HAD NOT LEFT
007590*    ON OR BEFORE IT.
007600     PERFORM 5100-ONE-HIRE THRU 5100-ONE-HIRE-EXIT
007610             VARYING HX FROM 1 BY 1
007620               UNTIL HX > WS-HIR-COUNT
007630     .
007640 5000-RETENTION-EXIT.
007650     EXIT.
007660
007670 5100-ONE-HIRE.
007680     MOVE WS-HIR-DEPT(HX) TO WS-POST-DEPT
007690     MOVE WS-HIR-COMP(HX) TO WS-POST-COMP
007700     MOVE WS-HIR-DATE(HX) TO WS-DATE-WORK-X
007710     PERFORM 5200-AHEAD-ONE-DAY THRU 5200-AHEAD-ONE-DAY-EXIT
007720             VARYING WS-DAY-STEP FROM 1 BY 1
007730               UNTIL WS-DAY-STEP > 90
007740     MOVE WS-DATE-WORK-X TO WS-MILESTONE
007750     IF WS-MILESTONE NOT < WS-FROM-DATE AND
007760        WS-MILESTONE NOT > WS-TO-DATE
007770        SET WS-POST-R90 TO TRUE
007780        PERFORM 5300-POST-MILESTONE THRU 5300-POST-MILESTONE-EXIT
007790     END-IF
007800*    THE FIRST ANNIVERSARY - A FEBRUARY 29 HIRE'S FALLS ON THE
007810*    28TH.
007820     MOVE WS-HIR-DATE(HX) TO WS-DATE-WORK-X
007830     ADD 1 TO WS-DW-YYYY
007840     IF WS-DW-MM = 02 AND WS-DW-DD = 29
007850        MOVE 28 TO WS-DW-DD
007860     END-IF
007870     MOVE WS-DATE-WORK-X TO WS-MILESTONE
007880     IF WS-MILESTONE NOT < WS-FROM-DATE AND
007890        WS-MILESTONE NOT > WS-TO-DATE
007900        SET WS-POST-R1Y TO TRUE
007910        PERFORM 5300-POST-MILESTONE THRU 5300-POST-MILESTONE-EXIT
007920     END-IF
007930     .
007940 5100-ONE-HIRE-EXIT.
007950     EXIT.
007960
007970 5200-AHEAD-ONE-DAY.
007980     IF WS-DW-MM = 02
007990        DIVIDE WS-DW-YYYY BY 4
008000               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
008010        IF WS-LEAP-REM = ZERO AND WS-DW-DD = 28
008020           MOVE 29 TO WS-DW-DD
008030           GO TO 5200-AHEAD-ONE-DAY-EXIT
008040        END-IF
008050     END-IF
008060     IF WS-DW-DD < WS-MONTH-DAYS(WS-DW-MM)
008070        ADD 1 TO WS-DW-DD
008080        GO TO 5200-AHEAD-ONE-DAY-EXIT
008090     END-IF
008100     MOVE 01 TO WS-DW-DD
008110     IF WS-DW-MM < 12
008120        ADD 1 TO WS-DW-MM
008130     ELSE
008140        MOVE 01 TO WS-DW-MM
008150        ADD 1 TO WS-DW-YYYY
008160     END-IF
008170     .
008180 5200-AHEAD-ONE-DAY-EXIT.
008190     EXIT.
008200
008210 5300-POST-MILESTONE.
008220     MOVE 'N' TO WS-POST-KEPT-SW
008230     IF WS-HIR-SEP-DATE(HX) = SPACES OR
008240        WS-HIR-SEP-DATE(HX) > WS-MILESTONE
008250        SET WS-POST-KEPT TO TRUE
008260     END-IF
008270     MOVE WS-MILESTONE TO WS-DATE-WORK-X
008280     PERFORM 8000-MONTH-OF THRU 8000-MONTH-OF-EXIT
008290     PERFORM 8100-POST-EVENT THRU 8100-POST-EVENT-EXIT
008300     .
008310 5300-POST-MILESTONE-EXIT.
008320     EXIT.
008330
008340 6000-BUILD-GROUPS.
008350*    THE GROUP ROLLUPS: EVERY MASTER COMPANY WITH AT LEAST ONE
008360*    SUBSIDIARY GETS A GROUP ENTRY HOLDING ITS OWN COUNTS PLUS
008370*    EACH SUBSIDIARY'S - THE SAME ONE-LEVEL GROUPS COMPRPT PRINTS.
008380*    COMPANY NAMES ARE FILLED IN FIRST.
008390     PERFORM 6400-NAME-ONE-CODE THRU 6400-NAME-ONE-CODE-EXIT
008400             VARYING CX FROM 1 BY 1
008410               UNTIL CX > WS-CODE-COUNT
008420     PERFORM 6100-ONE-GROUP THRU 6100-ONE-GROUP-EXIT
008430             VARYING WS-KX FROM 1 BY 1
008440               UNTIL WS-KX > WS-CNAME-COUNT
008450     .
008460 6000-BUILD-GROUPS-EXIT.
008470     EXIT.
008480
008490 6100-ONE-GROUP.
008500     MOVE ZERO TO WS-SUB-COUNT
008510     PERFORM 6110-COUNT-ONE-SUB THRU 6110-COUNT-ONE-SUB-EXIT
008520             VARYING WS-LX FROM 1 BY 1
008530               UNTIL WS-LX > WS-CNAME-COUNT
008540     IF WS-SUB-COUNT = ZERO
008550        GO TO 6100-ONE-GROUP-EXIT
008560     END-IF
008570     MOVE 3 TO WS-POST-RANK
008580     MOVE WS-CNAME-CODE(WS-KX) TO WS-POST-KEY
008590     PERFORM 8150-FIND-CODE THRU 8150-FIND-CODE-EXIT
008600     MOVE WS-FOUND-CX          TO WS-GRP-CX
008610     MOVE WS-CNAME-NAME(WS-KX) TO WS-CODE-NAME(WS-GRP-CX)
008620     MOVE WS-SUB-COUNT         TO WS-CODE-SUBS(WS-GRP-CX)
008630     MOVE 'Y'                  TO WS-CODE-ON-MSTR(WS-GRP-CX)
008640     MOVE WS-KX TO WS-LX
008650     PERFORM 6200-ADD-COMPANY THRU 6200-ADD-COMPANY-EXIT
008660     PERFORM 6120-ADD-ONE-SUB THRU 6120-ADD-ONE-SUB-EXIT
008670             VARYING WS-LX FROM 1 BY 1
008680               UNTIL WS-LX > WS-CNAME-COUNT
008690     .
008700 6100-ONE-GROUP-EXIT.
008710     EXIT.
008720
008730 6110-COUNT-ONE-SUB.
008740     IF WS-CNAME-PARENT(WS-LX) = WS-CNAME-CODE(WS-KX)
008750      AND WS-LX NOT = WS-KX
008760        ADD 1 TO WS-SUB-COUNT
008770     END-IF
008780     .
008790 6110-COUNT-ONE-SUB-EXIT.
008800     EXIT.
008810
008820 6120-ADD-ONE-SUB.
008830     IF WS-CNAME-PARENT(WS-LX) = WS-CNAME-CODE(WS-KX)
008840      AND WS-LX NOT = WS-KX
008850        PERFORM 6200-ADD-COMPANY THRU 6200-ADD-COMPANY-EXIT
008860     END-IF
008870     .
008880 6120-ADD-ONE-SUB-EXIT.
008890     EXIT.
008900
008910 6200-ADD-COMPANY.
008920*    ADDS MASTER COMPANY WS-LX'S COUNTS, IF IT HAD ANY, INTO THE
008930*    GROUP ENTRY.  A COMPANY WITH NO PEOPLE ADDS NOTHING.
008940     MOVE WS-CNAME-CODE(WS-LX) TO WS-CNAME-KEY
008950     MOVE ZERO TO WS-SRC-CX
008960     PERFORM 6210-MATCH-COMPANY THRU 6210-MATCH-COMPANY-EXIT
008970             VARYING CX FROM 1 BY 1
008980               UNTIL CX > WS-CODE-COUNT OR WS-SRC-CX > ZERO
008990     IF WS-SRC-CX = ZERO
009000        GO TO 6200-ADD-COMPANY-EXIT
009010     END-IF
009020     PERFORM 6300-ADD-ONE-MONTH THRU 6300-ADD-ONE-MONTH-EXIT
009030             VARYING WS-MX FROM 1 BY 1
009040               UNTIL WS-MX > WS-MON-COUNT
009050     .
009060 6200-ADD-COMPANY-EXIT.
009070     EXIT.
009080
009090 6210-MATCH-COMPANY.
009100     IF WS-CODE-RANK(CX) = 2 AND WS-CODE-KEY(CX) = WS-CNAME-KEY
009110        SET WS-SRC-CX TO CX
009120     END-IF
009130     .
009140 6210-MATCH-COMPANY-EXIT.
009150     EXIT.
009160
009170 6300-ADD-ONE-MONTH.
009180     ADD WS-CM-HDCT(WS-SRC-CX, WS-MX)
009190         TO WS-CM-HDCT(WS-GRP-CX, WS-MX)
009200     ADD WS-CM-HIRES(WS-SRC-CX, WS-MX)
009210         TO WS-CM-HIRES(WS-GRP-CX, WS-MX)
009220     ADD WS-CM-SEPS(WS-SRC-CX, WS-MX)
009230         TO WS-CM-SEPS(WS-GRP-CX, WS-MX)
009240     ADD WS-CM-VOL(WS-SRC-CX, WS-MX)
009250         TO WS-CM-VOL(WS-GRP-CX, WS-MX)
009260     ADD WS-CM-OTHER(WS-SRC-CX, WS-MX)
009270         TO WS-CM-OTHER(WS-GRP-CX, WS-MX)
009280     ADD WS-CM-UNKN(WS-SRC-CX, WS-MX)
009290         TO WS-CM-UNKN(WS-GRP-CX, WS-MX)
009300     ADD WS-CM-R90-DUE(WS-SRC-CX, WS-MX)
009310         TO WS-CM-R90-DUE(WS-GRP-CX, WS-MX)
009320     ADD WS-CM-R90-KEPT(WS-SRC-CX, WS-MX)
009330         TO WS-CM-R90-KEPT(WS-GRP-CX, WS-MX)
009340     ADD WS-CM-R1Y-DUE(WS-SRC-CX, WS-MX)
009350         TO WS-CM-R1Y-DUE(WS-GRP-CX, WS-MX)
009360     ADD WS-CM-R1Y-KEPT(WS-SRC-CX, WS-MX)
009370         TO WS-CM-R1Y-KEPT(WS-GRP-CX, WS-MX)
009380     .
009390 6300-ADD-ONE-MONTH-EXIT.
009400     EXIT.
009410
009420 6400-NAME-ONE-CODE.
009430     IF WS-CODE-RANK(CX) NOT = 2
009440        GO TO 6400-NAME-ONE-CODE-EXIT
009450     END-IF
009460     MOVE 'N' TO WS-CODE-ON-MSTR(CX)
009470     PERFORM 6410-MATCH-NAME THRU 6410-MATCH-NAME-EXIT
009480             VARYING WS-LX FROM 1 BY 1
009490               UNTIL WS-LX > WS-CNAME-COUNT
009500     .
009510 6400-NAME-ONE-CODE-EXIT.
009520     EXIT.
009530
009540 6410-MATCH-NAME.
009550     MOVE WS-CNAME-CODE(WS-LX) TO WS-CNAME-KEY
009560     IF WS-CNAME-KEY = WS-CODE-KEY(CX)
009570        MOVE WS-CNAME-NAME(WS-LX) TO WS-CODE-NAME(CX)
009580        MOVE 'Y' TO WS-CODE-ON-MSTR(CX)
009590     END-IF
009600     .
009610 6410-MATCH-NAME-EXIT.
009620     EXIT.
009630
009640 7000-WRITE-REPORT.
009650     MOVE WS-FROM-DATE     TO HDR-FROM
009660     MOVE WS-TO-DATE       TO HDR-TO
009670     MOVE WS-RUN-DATE-EDIT TO HDR-DATE
009680     WRITE RPT-LINE FROM WS-HDR-LINE
009690     MOVE SPACES TO RPT-LINE
009700     WRITE RPT-LINE
009710     MOVE 'TURN % / VOL % = SEPARATIONS / VOLUNTARY SEPARATIONS'
009720          TO TX-TEXT
009730     WRITE RPT-LINE FROM WS-TEXT-LINE
009740     MOVE '   OVER AVERAGE HEADCOUNT, NOT ANNUALIZED.'
009750          TO TX-TEXT
009760     WRITE RPT-LINE FROM WS-TEXT-LINE
009770     MOVE 'RETENTION: HIRES WHOSE 90TH DAY / 1ST ANNIVERSARY FALL'
009780          TO TX-TEXT
009790     WRITE RPT-LINE FROM WS-TEXT-LINE
009800     MOVE '   IN THE MONTH (DUE) AND HOW MANY STAYED TO IT.'
009810          TO TX-TEXT
009820     WRITE RPT-LINE FROM WS-TEXT-LINE
009830     MOVE 'OTHER = INVOLUNTARY, RETIRED OR OTHER ON NOTICE.'
009840          TO TX-TEXT
009850     WRITE RPT-LINE FROM WS-TEXT-LINE
009860     MOVE 'UNKNWN = NO NOTICE OR NO REASON.  N/A = NO BASE.'
009870          TO TX-TEXT
009880     WRITE RPT-LINE FROM WS-TEXT-LINE
009890     IF WS-NOTICES-MISSING
009900        MOVE '** NO TERMINATION HISTORY - ALL REASONS UNKNWN'
009910             TO TX-TEXT
009920        WRITE RPT-LINE FROM WS-TEXT-LINE
009930        MOVE 4 TO RETURN-CODE
009940     END-IF
009950     IF WS-TOT-PERIODS = ZERO
009960        MOVE '** NO HISTORY IN RANGE - HEADCOUNT/RATES N/A'
009970             TO TX-TEXT
009980        WRITE RPT-LINE FROM WS-TEXT-LINE
009990        MOVE 4 TO RETURN-CODE
010000     END-IF
010010*    DEPARTMENTS, THEN COMPANIES, THEN GROUPS, THEN ALL COMPANIES
010020*    - THE SAME ONE-TIME TABLE SORT ANNVRPT USES.
010030     SORT WS-CODE-ENT ON ASCENDING KEY WS-CODE-RANK
010040                      ON ASCENDING KEY WS-CODE-KEY
010050     PERFORM 7100-WRITE-ONE-CODE THRU 7100-WRITE-ONE-CODE-EXIT
010060             VARYING CX FROM 1 BY 1
010070               UNTIL CX > WS-CODE-COUNT
010080     .
010090 7000-WRITE-REPORT-EXIT.
010100     EXIT.
010110
010120 7100-WRITE-ONE-CODE.
010130     MOVE SPACES TO RPT-LINE
010140     WRITE RPT-LINE
010150     MOVE SPACES TO SEC-NOTE
010160     MOVE WS-CODE-KEY(CX)  TO SEC-KEY
010170     MOVE WS-CODE-NAME(CX) TO SEC-NAME
010180     EVALUATE WS-CODE-RANK(CX)
010190         WHEN 1
010200             MOVE 'DEPARTMENT: ' TO SEC-LABEL
010210         WHEN 2
010220             MOVE 'COMPANY:    ' TO SEC-LABEL
010230             IF WS-CODE-ON-MSTR(CX) NOT = 'Y'
010240                MOVE '** NOT ON MASTER **' TO SEC-NOTE
010250             END-IF
010260         WHEN 3
010270             MOVE 'GROUP:      ' TO SEC-LABEL
010280             MOVE WS-CODE-SUBS(CX) TO WS-RATE-EDIT
010290             STRING 'PARENT PLUS '      DELIMITED SIZE
010300                    WS-RATE-EDIT(1:4)   DELIMITED SIZE
010310                    ' SUBSIDIARIES'     DELIMITED SIZE
010320                    INTO SEC-NOTE
010330         WHEN OTHER
010340             MOVE 'ALL COMPANIES' TO SEC-LABEL
010350             MOVE SPACES TO SEC-KEY
010360     END-EVALUATE
010370     WRITE RPT-LINE FROM WS-SECT-LINE
010380     WRITE RPT-LINE FROM WS-COL-LINE-1
010390     WRITE RPT-LINE FROM WS-COL-LINE-2
010400     PERFORM 7200-WRITE-ONE-MONTH THRU 7200-WRITE-ONE-MONTH-EXIT
010410             VARYING WS-MX FROM 1 BY 1
010420               UNTIL WS-MX > WS-MON-COUNT
010430*    THE RANGE LINE SUMS THE MONTHS, HEADCOUNT INCLUDED, SO ITS
010440*    AVERAGE IS OVER EVERY PERIOD IN THE RANGE.
010450     MOVE ZERO TO WS-LN-HDCT WS-LN-HIRES WS-LN-SEPS WS-LN-VOL
010460                  WS-LN-OTHER WS-LN-UNKN WS-LN-R90-DUE
010470                  WS-LN-R90-KEPT WS-LN-R1Y-DUE WS-LN-R1Y-KEPT
010480     PERFORM 7250-SUM-ONE-MONTH THRU 7250-SUM-ONE-MONTH-EXIT
010490             VARYING WS-MX FROM 1 BY 1
010500               UNTIL WS-MX > WS-MON-COUNT
010510     MOVE WS-TOT-PERIODS TO WS-LN-PERIODS
010520     MOVE 'RANGE'        TO TL-LABEL
010530     PERFORM 7300-FORMAT-LINE THRU 7300-FORMAT-LINE-EXIT
010540     .
010550 7100-WRITE-ONE-CODE-EXIT.
010560     EXIT.
010570
010580 7200-WRITE-ONE-MONTH.
010590     MOVE WS-CM-HDCT(CX, WS-MX)     TO WS-LN-HDCT
010600     MOVE WS-MON-PERIODS(WS-MX)     TO WS-LN-PERIODS
010610     MOVE WS-CM-HIRES(CX, WS-MX)    TO WS-LN-HIRES
010620     MOVE WS-CM-SEPS(CX, WS-MX)     TO WS-LN-SEPS
010630     MOVE WS-CM-VOL(CX, WS-MX)      TO WS-LN-VOL
010640     MOVE WS-CM-OTHER(CX, WS-MX)    TO WS-LN-OTHER
010650     MOVE WS-CM-UNKN(CX, WS-MX)     TO WS-LN-UNKN
010660     MOVE WS-CM-R90-DUE(CX, WS-MX)  TO WS-LN-R90-DUE
010670     MOVE WS-CM-R90-KEPT(CX, WS-MX) TO WS-LN-R90-KEPT
010680     MOVE WS-CM-R1Y-DUE(CX, WS-MX)  TO WS-LN-R1Y-DUE
010690     MOVE WS-CM-R1Y-KEPT(CX, WS-MX) TO WS-LN-R1Y-KEPT
010700     MOVE WS-MON-LABEL(WS-MX)       TO TL-LABEL
010710     PERFORM 7300-FORMAT-LINE THRU 7300-FORMAT-LINE-EXIT
010720     .
010730 7200-WRITE-ONE-MONTH-EXIT.
010740     EXIT.
010750
010760 7250-SUM-ONE-MONTH.
010770     ADD WS-CM-HDCT(CX, WS-MX)     TO WS-LN-HDCT
010780     ADD WS-CM-HIRES(CX, WS-MX)    TO WS-LN-HIRES
010790     ADD WS-CM-SEPS(CX, WS-MX)     TO WS-LN-SEPS
010800     ADD WS-CM-VOL(CX, WS-MX)      TO WS-LN-VOL
010810     ADD WS-CM-OTHER(CX, WS-MX)    TO WS-LN-OTHER
010820     ADD WS-CM-UNKN(CX, WS-MX)     TO WS-LN-UNKN
010830     ADD WS-CM-R90-DUE(CX, WS-MX)  TO WS-LN-R90-DUE
010840     ADD WS-CM-R90-KEPT(CX, WS-MX) TO WS-LN-R90-KEPT
010850     ADD WS-CM-R1Y-DUE(CX, WS-MX)  TO WS-LN-R1Y-DUE
010860     ADD WS-CM-R1Y-KEPT(CX, WS-MX) TO WS-LN-R1Y-KEPT
010870     .
010880 7250-SUM-ONE-MONTH-EXIT.
010890     EXIT.
010900
010910 7300-FORMAT-LINE.
010920*    AVERAGE HEADCOUNT IS THE SUMMED HEADCOUNT OVER THE PERIODS ON
010930*    FILE; THE RATES DIVIDE BY THE SAME FIGURE UNROUNDED (COUNT X
010940*    PERIODS / SUMMED HEADCOUNT).  A MONTH WITH NO PERIOD OR NO
010950*    DUE HIRES PRINTS N/A RATHER THAN A FALSE ZERO.
010960     MOVE WS-LN-HIRES TO TL-HIRES
010970     MOVE WS-LN-SEPS  TO TL-SEPS
010980     MOVE WS-LN-VOL   TO TL-VOL
010990     MOVE WS-LN-OTHER TO TL-OTHER
011000     MOVE WS-LN-UNKN  TO TL-UNKN
011010     MOVE WS-LN-R90-DUE  TO TL-R90-DUE
011020     MOVE WS-LN-R90-KEPT TO TL-R90-KEPT
011030     MOVE WS-LN-R1Y-DUE  TO TL-R1Y-DUE
011040     MOVE WS-LN-R1Y-KEPT TO TL-R1Y-KEPT
011050     IF WS-LN-PERIODS = ZERO
011060        MOVE '     N/A' TO TL-HDCT
011070        MOVE '    N/A'  TO TL-TURN
011080                           TL-VTURN
011090     ELSE
011100        COMPUTE WS-AVG-HDCT ROUNDED = WS-LN-HDCT / WS-LN-PERIODS
011110        MOVE WS-AVG-HDCT  TO WS-HDCT-EDIT
011120        MOVE WS-HDCT-EDIT TO TL-HDCT
011130        MOVE WS-LN-SEPS TO WS-RATE-NUM
011140        PERFORM 7400-TURN-RATE THRU 7400-TURN-RATE-EXIT
011150        MOVE WS-RATE-EDIT TO TL-TURN
011160        IF WS-LN-HDCT = ZERO
011170           MOVE '    N/A' TO TL-TURN
011180        END-IF
011190        MOVE WS-LN-VOL TO WS-RATE-NUM
011200        PERFORM 7400-TURN-RATE THRU 7400-TURN-RATE-EXIT
011210        MOVE WS-RATE-EDIT TO TL-VTURN
011220        IF WS-LN-HDCT = ZERO
011230           MOVE '    N/A' TO TL-VTURN
011240        END-IF
011250     END-IF
011260     MOVE '    N/A' TO TL-R90-PCT
011270     IF WS-LN-R90-DUE > ZERO
011280        COMPUTE WS-RATE ROUNDED
011290                = WS-LN-R90-KEPT * 100 / WS-LN-R90-DUE
011300        MOVE WS-RATE      TO WS-RATE-EDIT
011310        MOVE WS-RATE-EDIT TO TL-R90-PCT
011320     END-IF
011330     MOVE '    N/A' TO TL-R1Y-PCT
011340     IF WS-LN-R1Y-DUE > ZERO
011350        COMPUTE WS-RATE ROUNDED
011360                = WS-LN-R1Y-KEPT * 100 / WS-LN-R1Y-DUE
011370        MOVE WS-RATE      TO WS-RATE-EDIT
011380        MOVE WS-RATE-EDIT TO TL-R1Y-PCT
011390     END-IF
011400     WRITE RPT-LINE FROM WS-TRN-LINE
011410     ADD 1 TO WS-LINE-COUNT
011420     .
011430 7300-FORMAT-LINE-EXIT.
011440     EXIT.
011450
011460 7400-TURN-RATE.
011470     MOVE ZERO TO WS-RATE
011480     IF WS-LN-HDCT > ZERO
011490        COMPUTE WS-RATE ROUNDED
011500                = WS-RATE-NUM * WS-LN-PERIODS * 100 / WS-LN-HDCT
011510            ON SIZE ERROR
011520                MOVE 9999.99 TO WS-RATE
011530        END-COMPUTE
011540     END-IF
011550     MOVE WS-RATE TO WS-RATE-EDIT
011560     .
011570 7400-TURN-RATE-EXIT.
011580     EXIT.
011590
011600 8000-MONTH-OF.
011610*    THE MONTH OF THE RANGE WS-DATE-WORK FALLS IN.  ONLY DATES
011620*    INSIDE THE RANGE ARE EVER POSTED.
011630     COMPUTE WS-POST-MON = (WS-DW-YYYY - WS-FROM-YYYY) * 12
011640                         + WS-DW-MM - WS-FROM-MM + 1
011650     .
011660 8000-MONTH-OF-EXIT.
011670     EXIT.
011680
011690 8100-POST-EVENT.
011700*    ONE EVENT TO THE DEPARTMENT, THE COMPANY, AND ALL COMPANIES.
011710*    THE HISTORY ARRIVES GROUPED, SO THE LAST ENTRY FOUND FOR
011720*    EACH IS TRIED BEFORE THE TABLE IS SEARCHED.
011730     IF WS-POST-DEPT = WS-LAST-DEPT
011740        MOVE WS-LAST-DEPT-CX TO WS-FOUND-CX
011750     ELSE
011760        MOVE 1            TO WS-POST-RANK
011770        MOVE WS-POST-DEPT TO WS-POST-KEY
011780        PERFORM 8150-FIND-CODE THRU 8150-FIND-CODE-EXIT
011790        MOVE WS-POST-DEPT TO WS-LAST-DEPT
011800        MOVE WS-FOUND-CX  TO WS-LAST-DEPT-CX
011810     END-IF
011820     PERFORM 8200-APPLY-EVENT THRU 8200-APPLY-EVENT-EXIT
011830     IF WS-POST-COMP = WS-LAST-COMP
011840        MOVE WS-LAST-COMP-CX TO WS-FOUND-CX
011850     ELSE
011860        MOVE 2            TO WS-POST-RANK
011870        MOVE WS-POST-COMP TO WS-POST-KEY
011880        PERFORM 8150-FIND-CODE THRU 8150-FIND-CODE-EXIT
011890        MOVE WS-POST-COMP TO WS-LAST-COMP
011900        MOVE WS-FOUND-CX  TO WS-LAST-COMP-CX
011910     END-IF
011920     PERFORM 8200-APPLY-EVENT THRU 8200-APPLY-EVENT-EXIT
011930     MOVE 1 TO WS-FOUND-CX
011940     PERFORM 8200-APPLY-EVENT THRU 8200-APPLY-EVENT-EXIT
011950     .
011960 8100-POST-EVENT-EXIT.
011970     EXIT.
011980
011990 8150-FIND-CODE.
012000     SET CX TO 1
012010     SEARCH WS-CODE-ENT
012020     AT END
012030         IF WS-CODE-COUNT >= WS-CODE-MAX
012040            DISPLAY 'TURNRPT - CODE TABLE FULL AT ' WS-CODE-MAX
012050                    ' - RAISE WS-CODE-MAX'
012060            MOVE 'HISTDD' TO WS-ABEND-DDNAME
012070            MOVE '  ' TO WS-ABEND-STATUS
012080            PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
012090         END-IF
012100         ADD 1 TO WS-CODE-COUNT
012110         INITIALIZE WS-CODE-ENT(WS-CODE-COUNT)
012120         MOVE WS-POST-RANK TO WS-CODE-RANK(WS-CODE-COUNT)
012130         MOVE WS-POST-KEY  TO WS-CODE-KEY(WS-CODE-COUNT)
012140         MOVE 'Y'          TO WS-CODE-ON-MSTR(WS-CODE-COUNT)
012150         MOVE WS-CODE-COUNT TO WS-FOUND-CX
012160     WHEN WS-CODE-RANK(CX) = WS-POST-RANK
012170      AND WS-CODE-KEY(CX) = WS-POST-KEY
012180         SET WS-FOUND-CX TO CX
012190     END-SEARCH
012200     .
012210 8150-FIND-CODE-EXIT.
012220     EXIT.
012230
012240 8200-APPLY-EVENT.
012250     EVALUATE TRUE
012260         WHEN WS-POST-HDCT
012270             ADD 1 TO WS-CM-HDCT(WS-FOUND-CX, WS-POST-MON)
012280         WHEN WS-POST-HIRE
012290             ADD 1 TO WS-CM-HIRES(WS-FOUND-CX, WS-POST-MON)
012300         WHEN WS-POST-SEP
012310             ADD 1 TO WS-CM-SEPS(WS-FOUND-CX, WS-POST-MON)
012320             EVALUATE WS-POST-CLASS
012330                 WHEN 'V'
012340                     ADD 1 TO WS-CM-VOL(WS-FOUND-CX, WS-POST-MON)
012350                 WHEN 'I'
012360                 WHEN 'R'
012370                 WHEN 'O'
012380                     ADD 1
012390                      TO WS-CM-OTHER(WS-FOUND-CX, WS-POST-MON)
012400                 WHEN OTHER
012410                     ADD 1 TO WS-CM-UNKN(WS-FOUND-CX, WS-POST-MON)
012420             END-EVALUATE
012430         WHEN WS-POST-R90
012440             ADD 1 TO WS-CM-R90-DUE(WS-FOUND-CX, WS-POST-MON)
012450             IF WS-POST-KEPT
012460                ADD 1 TO WS-CM-R90-KEPT(WS-FOUND-CX, WS-POST-MON)
012470             END-IF
012480         WHEN WS-POST-R1Y
012490             ADD 1 TO WS-CM-R1Y-DUE(WS-FOUND-CX, WS-POST-MON)
012500             IF WS-POST-KEPT
012510                ADD 1 TO WS-CM-R1Y-KEPT(WS-FOUND-CX, WS-POST-MON)
012520             END-IF
012530     END-EVALUATE
012540     .
012550 8200-APPLY-EVENT-EXIT.
012560     EXIT.
012570
012580 9000-ABEND-PARA.
012590*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
012600*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
012610     DISPLAY 'TURNRPT - OPEN/LOAD FAILED FOR: ' WS-ABEND-DDNAME
012620     DISPLAY 'TURNRPT - FILE STATUS WAS     : ' WS-ABEND-STATUS
012630     MOVE 16 TO RETURN-CODE
012640     STOP RUN
012650     .
012660 9000-ABEND-PARA-EXIT.
012670     EXIT.
012680
012690 9500-WRITE-AUDIT-RECORD.
012700*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
012710*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
012720*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
012730     OPEN EXTEND AUDTFILE
012740     IF NOT WS-AUDTFILE-OK
012750        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
012760        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
012770        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
012780     END-IF
012790     ACCEPT WS-RUN-TIME FROM TIME
012800     MOVE 'TURNRPT' TO AUD-PGM-NAME
012810     MOVE WS-RUN-DATE-EDIT TO AUD-RUN-DATE
012820     STRING WS-RUN-HH DELIMITED SIZE
012830            ':'       DELIMITED SIZE
012840            WS-RUN-MN DELIMITED SIZE
012850            ':'       DELIMITED SIZE
012860            WS-RUN-SS DELIMITED SIZE
012870            INTO AUD-RUN-TIME
012880     MOVE WS-HIST-READ   TO AUD-REC-COUNT
012890     MOVE RETURN-CODE    TO AUD-RETURN-CODE
012900     WRITE AUD-REC
012910     CLOSE AUDTFILE
012920     .
012930 9500-WRITE-AUDIT-RECORD-EXIT.
012940     EXIT.
