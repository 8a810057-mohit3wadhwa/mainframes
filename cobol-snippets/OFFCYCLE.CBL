000010******************************************************************
000020*        PROGRAM NAME            : OFFCYCLE                      *
000030*        DESCRIPTION             : OFF-CYCLE PAYMENT AND VOID    *
000040*                                  PROCESSOR.  READS A           *
000050*                                  TRANSACTION FILE OF PAY ITEMS *
000060*                                  (EMPLOYEE AND GROSS - A FINAL *
000070*                                  CHECK, A MISSED CORRECTION)   *
000080*                                  AND VOID ITEMS (EMPLOYEE AND  *
000090*                                  THE ORIGINAL PAYMENT'S        *
000100*                                  BUSINESS DATE).  A PAY ITEM   *
000110*                                  TAKES PAYCALC'S SAME RATES-   *
000120*                                  FILE DEDUCTIONS; A VOID FINDS *
000130*                                  THE ORIGINAL ON THE PAY-      *
000140*                                  HISTORY MASTER AND BACKS ITS  *
000150*                                  AMOUNTS OUT.  BOTH POST TO    *
000160*                                  YTDMSTR AND PAYHIST, PRINT ON *
000170*                                  THE OFF-CYCLE REGISTER, AND   *
000180*                                  GO OUT IN NETDD AND SUMDD     *
000190*                                  FORMAT SO DDEPOST AND GLPOST  *
000200*                                  TAKE THE BATCH UNCHANGED.     *
000210*                                  THE BATCH ID AND BUSINESS     *
000220*                                  DATE ON OFFCTL ARE THE RERUN  *
000230*                                  GUARD - AN ITEM ALREADY ON    *
000240*                                  PAYHIST UNDER THEM IS         *
000250*                                  REPRINTED FROM THE STORED     *
000260*                                  FIGURES, NEVER POSTED TWICE.  *
000270*        CREDITS                 : DATA PROCESSING               *
000280******************************************************************
000290*        MODIFICATION HISTORY                                    *
000300*        ----------------------------------------------------   *
000310*        DATE       INIT  DESCRIPTION                            *
000320*        10/15/26   RWM   INITIAL VERSION - FINAL CHECKS AND     *
000330*                         VOIDS WERE CUT BY HAND AND KEYED INTO  *
000340*                         THE YTD TOTALS AFTER THE FACT.         *
000350******************************************************************
000360
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. OFFCYCLE.
000390 AUTHOR. R MEHTA.
000400 INSTALLATION. DATA PROCESSING.
000410 DATE-WRITTEN. 10/15/26.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT OFFTRAN  ASSIGN TO OFFTRAN
000480     ORGANIZATION IS LINE SEQUENTIAL
000490     FILE STATUS IS WS-OFFTRAN-STATUS.
000500
000510     SELECT OFFCTL   ASSIGN TO OFFCTL
000520     ORGANIZATION IS LINE SEQUENTIAL
000530     FILE STATUS IS WS-OFFCTL-STATUS.
000540
000550     SELECT RATEFILE ASSIGN TO RATEDD
000560     ORGANIZATION IS LINE SEQUENTIAL
000570     FILE STATUS IS WS-RATEFILE-STATUS.
000580
000590     SELECT EMPMSTR  ASSIGN TO EMPMSTR
000600     ORGANIZATION IS INDEXED
000610     ACCESS MODE IS DYNAMIC
000620     RECORD KEY IS EM-EMP-ID
000630     FILE STATUS IS WS-EMPMSTR-STATUS.
000640
000650     SELECT YTDMSTR  ASSIGN TO YTDMSTR
000660     ORGANIZATION IS INDEXED
000670     ACCESS MODE IS DYNAMIC
000680     RECORD KEY IS YT-EMP-ID
000690     FILE STATUS IS WS-YTDMSTR-STATUS.
000700
000710     SELECT PAYHIST  ASSIGN TO PAYHIST
000720     ORGANIZATION IS INDEXED
000730     ACCESS MODE IS DYNAMIC
000740     RECORD KEY IS PH-KEY
000750     FILE STATUS IS WS-PAYHIST-STATUS.
000760
000770     SELECT NETFILE  ASSIGN TO NETDD
000780     ORGANIZATION IS LINE SEQUENTIAL
000790     FILE STATUS IS WS-NETFILE-STATUS.
000800
000810     SELECT SUMFILE  ASSIGN TO SUMDD
000820     ORGANIZATION IS LINE SEQUENTIAL
000830     FILE STATUS IS WS-SUMFILE-STATUS.
000840
000850     SELECT RPTFILE  ASSIGN TO RPTDD
000860     ORGANIZATION IS LINE SEQUENTIAL
000870     FILE STATUS IS WS-RPTFILE-STATUS.
000880
000890     SELECT AUDTFILE ASSIGN TO AUDTDD
000900     ORGANIZATION IS LINE SEQUENTIAL
000910     FILE STATUS IS WS-AUDTFILE-STATUS.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD OFFTRAN.
000960 01 OT-REC.
000970     05 OT-ACTION         PIC X(01).
000980         88 OT-PAY        VALUE 'P'.
000990         88 OT-VOID       VALUE 'V'.
001000     05 OT-EMP-ID         PIC X(06).
001010     05 OT-EMP-ID-9 REDEFINES OT-EMP-ID PIC 9(06).
001020     05 OT-ORIG-DATE      PIC X(08).
001030     05 OT-ORIG-BATCH     PIC X(06).
001040     05 OT-GROSS          PIC X(09).
001050     05 OT-GROSS-9 REDEFINES OT-GROSS PIC 9(07)V99.
001060     05 OT-REASON         PIC X(20).
001070     05 FILLER            PIC X(30).
001080
001090 FD OFFCTL.
001100 01 OC-REC.
001110     05 OC-BUS-DATE       PIC X(08).
001120     05 FILLER            PIC X(01).
001130     05 OC-BATCH-ID       PIC X(06).
001140     05 FILLER            PIC X(65).
001150
001160 FD RATEFILE.
001170 01 RATE-REC.
001180     05 RT-DED-CODE       PIC X(04).
001190     05 FILLER            PIC X(01).
001200     05 RT-DED-DESC       PIC X(20).
001210     05 FILLER            PIC X(01).
001220     05 RT-RATE-PCT       PIC 9(02)V999.
001230     05 FILLER            PIC X(49).
001240
001250 FD EMPMSTR.
001260     COPY EMPMREC.
001270
001280 FD YTDMSTR.
001290     COPY YTDREC.
001300
001310 FD PAYHIST.
001320     COPY PHISTREC.
001330
001340 FD NETFILE.
001350 01 NET-REC                 PIC X(40).
001360
001370 FD SUMFILE.
001380 01 SUM-REC                 PIC X(60).
001390
001400 FD RPTFILE.
001410 01 RPT-LINE                PIC X(132).
001420
001430 FD AUDTFILE.
001440     COPY AUDITREC REPLACING ==:RECNAME:== BY ==AUD-REC==
001450                             ==:PFX:==     BY ==AUD==.
001460
001470 WORKING-STORAGE SECTION.
001480 01 WS-EOF-STA           PIC X VALUE 'N'.
001490     88 WS-EOF           VALUE 'Y'.
001500 01 WS-RATE-EOF-STA      PIC X VALUE 'N'.
001510     88 WS-RATE-EOF      VALUE 'Y'.
001520 01 WS-OFFTRAN-STATUS    PIC X(02) VALUE '00'.
001530 01 WS-OFFCTL-STATUS     PIC X(02) VALUE '00'.
001540 01 WS-RATEFILE-STATUS   PIC X(02) VALUE '00'.
001550 01 WS-EMPMSTR-STATUS    PIC X(02) VALUE '00'.
001560     88 WS-EMPMSTR-OK    VALUE '00'.
001570 01 WS-YTDMSTR-STATUS    PIC X(02) VALUE '00'.
001580 01 WS-PAYHIST-STATUS    PIC X(02) VALUE '00'.
001590 01 WS-NETFILE-STATUS    PIC X(02) VALUE '00'.
001600     88 WS-NETFILE-OK    VALUE '00'.
001610 01 WS-SUMFILE-STATUS    PIC X(02) VALUE '00'.
001620     88 WS-SUMFILE-OK    VALUE '00'.
001630 01 WS-RPTFILE-STATUS    PIC X(02) VALUE '00'.
001640     88 WS-RPTFILE-OK    VALUE '00'.
001650 01 WS-ABEND-DDNAME      PIC X(08) VALUE SPACES.
001660 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
001670 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
001680     88 WS-AUDTFILE-OK   VALUE '00'.
001690 01 WS-BUS-DATE          PIC X(08) VALUE SPACES.
001700 01 WS-BUS-YEAR          PIC X(04) VALUE SPACES.
001710 01 WS-BATCH-ID          PIC X(06) VALUE SPACES.
001720 01 WS-SYS-DATE          PIC X(08) VALUE SPACES.
001730 01 WS-HIST-FOUND-SW     PIC X(01) VALUE 'N'.
001740     88 WS-HIST-FOUND    VALUE 'Y'.
001750 01 WS-ORIG-DONE-SW      PIC X(01) VALUE 'N'.
001760     88 WS-ORIG-DONE     VALUE 'Y'.
001770 01 WS-SAW-VOIDED-SW     PIC X(01) VALUE 'N'.
001780     88 WS-SAW-VOIDED    VALUE 'Y'.
001790 01 WS-REPOST-SW         PIC X(01) VALUE 'N'.
001800     88 WS-REPOST        VALUE 'Y'.
001810 01 WS-REJECT-REASON     PIC X(24) VALUE SPACES.
001820 01 WS-ITEM-FLAG         PIC X(30) VALUE SPACES.
001830 01 WS-TRAN-COUNT        PIC 9(05) VALUE ZEROES COMP.
001840 01 WS-PAY-COUNT         PIC 9(05) VALUE ZEROES COMP.
001850 01 WS-VOID-COUNT        PIC 9(05) VALUE ZEROES COMP.
001860 01 WS-REPOST-COUNT      PIC 9(05) VALUE ZEROES COMP.
001870 01 WS-REJECT-COUNT      PIC 9(05) VALUE ZEROES COMP.
001880 01 WS-EMP-COUNT         PIC 9(05) VALUE ZEROES COMP.
001890 01 WS-RUN-TIME.
001900     05 WS-RUN-HH        PIC 9(02).
001910     05 WS-RUN-MN        PIC 9(02).
001920     05 WS-RUN-SS        PIC 9(02).
001930     05 FILLER           PIC 9(02).
001940 01 WS-RUN-DATE.
001950     05 WS-RUN-YY        PIC 9(02).
001960     05 WS-RUN-MM        PIC 9(02).
001970     05 WS-RUN-DD        PIC 9(02).
001980 01 WS-RUN-DATE-EDIT     PIC X(08).
001990 01 WS-LINE-COUNT        PIC 9(02) COMP VALUE 99.
002000 01 WS-LINES-PER-PAGE    PIC 9(02) COMP VALUE 55.
002010 01 WS-PAGE-COUNT        PIC 9(03) COMP VALUE ZERO.
002020
002030 01 WS-RATE-MAX          PIC 9(02) COMP VALUE 05.
002040 01 WS-RATE-COUNT        PIC 9(02) COMP VALUE ZERO.
002050 01 WS-RATES.
002060     05 WS-RATE-ENT OCCURS 1 TO 5 TIMES
002070                    DEPENDING ON WS-RATE-COUNT
002080                    INDEXED BY RX.
002090            10 WS-RATE-CODE    PIC X(04).
002100            10 WS-RATE-DESC    PIC X(20).
002110            10 WS-RATE-PCT     PIC 9(02)V999.
002120 01 WS-RATE-SUM          PIC 9(03)V999 VALUE ZEROES.
002130 01 WS-DX                PIC 9(02) COMP VALUE ZERO.
002140
002150*    THE CURRENT ITEM, AS IT GOES ON THE REGISTER AND THE OUTPUT
002160*    FILES - ALWAYS LOADED BACK FROM ITS PAY-HISTORY RECORD SO A
002170*    FIRST RUN AND A RERUN PRINT THE SAME FIGURES.
002180 01 WS-GROSS-AMT         PIC S9(07)V99 VALUE ZEROES.
002190 01 WS-DED-AMT           PIC 9(07)V99  VALUE ZEROES.
002200 01 WS-DED-TOTAL         PIC S9(07)V99 VALUE ZEROES.
002210 01 WS-NET-AMT           PIC S9(07)V99 VALUE ZEROES.
002220 01 WS-DED-AMTS.
002230     05 WS-DED-AMT-ENT   PIC S9(07)V99 OCCURS 5 TIMES.
002240 01 WS-ITEM-EMP-ID       PIC 9(06) VALUE ZEROES.
002250 01 WS-ITEM-NAME         PIC X(20) VALUE SPACES.
002260 01 WS-ITEM-DEPT         PIC X(04) VALUE SPACES.
002270 01 WS-ITEM-TYPE         PIC X(01) VALUE SPACES.
002280 01 WS-ITEM-REASON       PIC X(20) VALUE SPACES.
002290 01 WS-ITEM-REF.
002300     05 WS-ITEM-REF-DATE  PIC X(08).
002310     05 FILLER            PIC X(01) VALUE SPACE.
002320     05 WS-ITEM-REF-BATCH PIC X(06).
002330     05 FILLER            PIC X(01) VALUE SPACE.
002340     05 WS-ITEM-REF-TYPE  PIC X(01).
002350     05 FILLER            PIC X(03) VALUE SPACES.
002360
002370*    EMPLOYEES ALREADY HANDLED IN THIS RUN, BY ITEM TYPE - ONE PAY
002380*    AND ONE VOID PER EMPLOYEE PER BATCH, SO A VOID AND ITS
002390*    REISSUE CAN TRAVEL TOGETHER BUT A DOUBLE-KEYED CARD CANNOT.
002400 01 WS-DONE-MAX          PIC 9(04) COMP VALUE 5000.
002410 01 WS-DONE-COUNT        PIC 9(04) COMP VALUE ZERO.
002420 01 WS-DONES.
002430     05 WS-DONE-ENT OCCURS 1 TO 5000 TIMES
002440                    DEPENDING ON WS-DONE-COUNT
002450                    INDEXED BY DNX.
002460            10 WS-DONE-EMP-ID  PIC 9(06).
002470            10 WS-DONE-TYPE    PIC X(01).
002480
002490 01 WS-DEPT-MAX          PIC 9(03) COMP VALUE 500.
002500 01 WS-DEPT-COUNT        PIC 9(03) COMP VALUE ZERO.
002510 01 WS-DEPTS.
002520     05 WS-DEPT  OCCURS 1 TO 500 TIMES
002530                 DEPENDING ON WS-DEPT-COUNT
002540                 INDEXED BY J.
002550             10 WS-DEPT-CODE       PIC X(04).
002560             10 WS-DEPT-HEADCOUNT  PIC 9(05) COMP.
002570             10 WS-DEPT-GROSS      PIC S9(11)V99 COMP-3.
002580             10 WS-DEPT-DEDS       PIC S9(11)V99 COMP-3.
002590             10 WS-DEPT-NET        PIC S9(11)V99 COMP-3.
002600
002610 01 WS-GRAND-HEADCOUNT   PIC 9(05) COMP VALUE ZERO.
002620 01 WS-GRAND-GROSS       PIC S9(11)V99 COMP-3 VALUE ZERO.
002630 01 WS-GRAND-DEDS        PIC S9(11)V99 COMP-3 VALUE ZERO.
002640 01 WS-GRAND-NET         PIC S9(11)V99 COMP-3 VALUE ZERO.
002650
002660 01 WS-HDR-LINE.
002670     05 FILLER            PIC X(10) VALUE SPACES.
002680     05 FILLER            PIC X(24)
002690            VALUE 'OFF-CYCLE PAY REGISTER'.
002700     05 FILLER            PIC X(07) VALUE 'BATCH: '.
002710     05 HDR-BATCH         PIC X(06).
002720     05 FILLER            PIC X(13) VALUE '  BUS DATE:  '.
002730     05 HDR-BUS-DATE      PIC X(08).
002740     05 FILLER            PIC X(08) VALUE '  DATE: '.
002750     05 HDR-DATE          PIC X(08).
002760     05 FILLER            PIC X(08) VALUE '  PAGE: '.
002770     05 HDR-PAGE          PIC ZZ9.
002780     05 FILLER            PIC X(37) VALUE SPACES.
002790
002800 01 WS-COL-HDR-LINE.
002810     05 FILLER            PIC X(36)
002820        VALUE 'EMP ID  EMP NAME              DEPT  '.
002830     05 FILLER            PIC X(13) VALUE '        GROSS'.
002840     05 CH-DED-COLS.
002850         10 CH-DED-COL OCCURS 5 TIMES.
002860             15 FILLER        PIC X(09) VALUE SPACES.
002870             15 CH-DED-CODE   PIC X(04).
002880     05 FILLER            PIC X(14) VALUE '           NET'.
002890     05 FILLER            PIC X(04) VALUE SPACES.
002900
002910 01 WS-DETAIL-LINE.
002920     05 DTL-EMP-ID         PIC ZZZZZ9.
002930     05 FILLER             PIC X(02) VALUE SPACES.
002940     05 DTL-EMP-NAME       PIC X(20).
002950     05 FILLER             PIC X(02) VALUE SPACES.
002960     05 DTL-DEPT-CODE      PIC X(04).
002970     05 FILLER             PIC X(02) VALUE SPACES.
002980     05 DTL-GROSS          PIC Z,ZZZ,ZZ9.99-.
002990     05 DTL-DED-AMTS.
003000         10 DTL-DED-AMT    PIC Z,ZZZ,ZZ9.99- OCCURS 5 TIMES.
003010     05 FILLER             PIC X(01) VALUE SPACE.
003020     05 DTL-NET            PIC Z,ZZZ,ZZ9.99-.
003030     05 FILLER             PIC X(04) VALUE SPACES.
003040
003050 01 WS-ITEM-LINE.
003060     05 FILLER             PIC X(08) VALUE SPACES.
003070     05 ITL-TYPE           PIC X(18).
003080     05 ITL-REF            PIC X(20).
003090     05 FILLER             PIC X(08) VALUE 'REASON: '.
003100     05 ITL-REASON         PIC X(20).
003110     05 FILLER             PIC X(02) VALUE SPACES.
003120     05 ITL-FLAG           PIC X(30).
003130     05 FILLER             PIC X(26) VALUE SPACES.
003140
003150 01 WS-REJECT-LINE.
003160     05 FILLER             PIC X(15) VALUE '** REJECTED ** '.
003170     05 RJL-ACTION         PIC X(01).
003180     05 FILLER             PIC X(01) VALUE SPACE.
003190     05 RJL-EMP-ID         PIC X(06).
003200     05 FILLER             PIC X(01) VALUE SPACE.
003210     05 RJL-ORIG-DATE      PIC X(08).
003220     05 FILLER             PIC X(01) VALUE SPACE.
003230     05 RJL-ORIG-BATCH     PIC X(06).
003240     05 FILLER             PIC X(01) VALUE SPACE.
003250     05 RJL-GROSS          PIC X(09).
003260     05 FILLER             PIC X(02) VALUE SPACES.
003270     05 RJL-REASON         PIC X(24).
003280     05 FILLER             PIC X(57) VALUE SPACES.
003290
003300 01 WS-DEPT-SUB-LINE.
003310     05 FILLER             PIC X(11) VALUE 'DEPT TOTAL '.
003320     05 DSB-DEPT-CODE      PIC X(04).
003330     05 FILLER             PIC X(08) VALUE '  ITEMS:'.
003340     05 DSB-HEADCOUNT      PIC ZZZZ9.
003350     05 FILLER             PIC X(08) VALUE '  GROSS:'.
003360     05 DSB-GROSS          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003370     05 FILLER             PIC X(07) VALUE '  DEDS:'.
003380     05 DSB-DEDS           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003390     05 FILLER             PIC X(06) VALUE '  NET:'.
003400     05 DSB-NET            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003410     05 FILLER             PIC X(29) VALUE SPACES.
003420
003430 01 WS-GRAND-LINE.
003440     05 FILLER             PIC X(15) VALUE '** BATCH **    '.
003450     05 FILLER             PIC X(08) VALUE '  ITEMS:'.
003460     05 GT-HEADCOUNT       PIC ZZZZ9.
003470     05 FILLER             PIC X(08) VALUE '  GROSS:'.
003480     05 GT-GROSS           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003490     05 FILLER             PIC X(07) VALUE '  DEDS:'.
003500     05 GT-DEDS            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003510     05 FILLER             PIC X(06) VALUE '  NET:'.
003520     05 GT-NET             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003530     05 FILLER             PIC X(29) VALUE SPACES.
003540
003550 01 WS-GRAND-COUNT-LINE.
003560     05 FILLER             PIC X(15) VALUE '** BATCH **    '.
003570     05 FILLER             PIC X(12) VALUE '  PAYMENTS: '.
003580     05 GTC-PAYS           PIC ZZZZ9.
003590     05 FILLER             PIC X(09) VALUE '  VOIDS: '.
003600     05 GTC-VOIDS          PIC ZZZZ9.
003610     05 FILLER             PIC X(21)
003620            VALUE '  ALREADY POSTED:    '.
003630     05 GTC-REPOSTS        PIC ZZZZ9.
003640     05 FILLER             PIC X(12) VALUE '  REJECTED: '.
003650     05 GTC-REJECTS        PIC ZZZZ9.
003660     05 FILLER             PIC X(43) VALUE SPACES.
003670
003680*    NETDD AND SUMDD RECORDS - THE SAME LAYOUTS PAYCALC WRITES.
003690 01 WS-NET-DTL-REC.
003700     05 FILLER             PIC X(04) VALUE 'NET '.
003710     05 ND-EMP-ID          PIC 9(06).
003720     05 FILLER             PIC X(01) VALUE SPACE.
003730     05 ND-NET-AMT         PIC 9(09)V99.
003740     05 ND-NET-SIGN        PIC X(01).
003750     05 FILLER             PIC X(17) VALUE SPACES.
003760
003770 01 WS-NET-TRL-REC.
003780     05 FILLER             PIC X(04) VALUE 'TRL '.
003790     05 NT-EMP-COUNT       PIC 9(07).
003800     05 FILLER             PIC X(01) VALUE SPACE.
003810     05 NT-NET-TOTAL       PIC 9(11)V99.
003820     05 NT-NET-SIGN        PIC X(01).
003830     05 FILLER             PIC X(14) VALUE SPACES.
003840
003850 01 WS-SUM-DTL-REC.
003860     05 FILLER             PIC X(04) VALUE 'SUM '.
003870     05 SD-DEPT-CODE       PIC X(04).
003880     05 FILLER             PIC X(01) VALUE SPACE.
003890     05 SD-GROSS           PIC 9(11)V99.
003900     05 SD-GROSS-SIGN      PIC X(01).
003910     05 FILLER             PIC X(01) VALUE SPACE.
003920     05 SD-DEDS            PIC 9(11)V99.
003930     05 SD-DEDS-SIGN       PIC X(01).
003940     05 FILLER             PIC X(01) VALUE SPACE.
003950     05 SD-NET             PIC 9(11)V99.
003960     05 SD-NET-SIGN        PIC X(01).
003970     05 FILLER             PIC X(07) VALUE SPACES.
003980
003990 PROCEDURE DIVISION.
004000 0000-MAINLINE.
004010     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
004020     PERFORM 1500-LOAD-RATES THRU 1500-LOAD-RATES-EXIT
004030     PERFORM 3000-PRINT-HEADERS THRU 3000-PRINT-HEADERS-EXIT
004040     PERFORM 2000-READ-TRAN THRU 2000-READ-TRAN-EXIT
004050             UNTIL WS-EOF
004060     PERFORM 7000-WRITE-DEPT-TOTALS
004070             THRU 7000-WRITE-DEPT-TOTALS-EXIT
004080     PERFORM 8000-WRITE-GRAND-TOTALS
004090             THRU 8000-WRITE-GRAND-TOTALS-EXIT
004100     PERFORM 8500-WRITE-NET-TRAILER
004110             THRU 8500-WRITE-NET-TRAILER-EXIT
004120     CLOSE OFFTRAN
004130           EMPMSTR
004140           YTDMSTR
004150           PAYHIST
004160           NETFILE
004170           SUMFILE
004180           RPTFILE
004190     PERFORM 9500-WRITE-AUDIT-RECORD
004200             THRU 9500-WRITE-AUDIT-RECORD-EXIT
004210     DISPLAY 'OFFCYCLE - BATCH             : ' WS-BATCH-ID
004220     DISPLAY 'OFFCYCLE - TRANSACTIONS READ : ' WS-TRAN-COUNT
004230     DISPLAY 'OFFCYCLE - PAYMENTS POSTED   : ' WS-PAY-COUNT
004240     DISPLAY 'OFFCYCLE - VOIDS POSTED      : ' WS-VOID-COUNT
004250     DISPLAY 'OFFCYCLE - ALREADY POSTED    : ' WS-REPOST-COUNT
004260     DISPLAY 'OFFCYCLE - REJECTED          : ' WS-REJECT-COUNT
004270     DISPLAY 'OFFCYCLE - PAGES PRINTED     : ' WS-PAGE-COUNT
004280     STOP RUN
004290     .
004300
004310 1000-INITIALIZE.
004320     OPEN INPUT OFFTRAN
004330     IF WS-OFFTRAN-STATUS NOT = '00'
004340        MOVE 'OFFTRAN' TO WS-ABEND-DDNAME
004350        MOVE WS-OFFTRAN-STATUS TO WS-ABEND-STATUS
004360        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004370     END-IF
004380     OPEN INPUT EMPMSTR
004390     IF NOT WS-EMPMSTR-OK
004400        MOVE 'EMPMSTR' TO WS-ABEND-DDNAME
004410        MOVE WS-EMPMSTR-STATUS TO WS-ABEND-STATUS
004420        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004430     END-IF
004440     OPEN OUTPUT RPTFILE
004450     IF NOT WS-RPTFILE-OK
004460        MOVE 'RPTDD' TO WS-ABEND-DDNAME
004470        MOVE WS-RPTFILE-STATUS TO WS-ABEND-STATUS
004480        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004490     END-IF
004500     OPEN OUTPUT NETFILE
004510     IF NOT WS-NETFILE-OK
004520        MOVE 'NETDD' TO WS-ABEND-DDNAME
004530        MOVE WS-NETFILE-STATUS TO WS-ABEND-STATUS
004540        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004550     END-IF
004560     OPEN OUTPUT SUMFILE
004570     IF NOT WS-SUMFILE-OK
004580        MOVE 'SUMDD' TO WS-ABEND-DDNAME
004590        MOVE WS-SUMFILE-STATUS TO WS-ABEND-STATUS
004600        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004610     END-IF
004620     ACCEPT WS-RUN-DATE FROM DATE
004630     STRING WS-RUN-MM DELIMITED SIZE
004640            '/'        DELIMITED SIZE
004650            WS-RUN-DD  DELIMITED SIZE
004660            '/'        DELIMITED SIZE
004670            WS-RUN-YY  DELIMITED SIZE
004680            INTO WS-RUN-DATE-EDIT
004690     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
004700*    THE BATCH ID IS REQUIRED - WITH THE BUSINESS DATE IT IS THE
004710*    RERUN GUARD, SO THERE IS NO SAFE DEFAULT.  COLS 1-8 CARRY THE
004720*    BUSINESS DATE (YYYYMMDD, BLANK = TODAY); A PRIOR-DAY RERUN
004730*    MUST SUPPLY THE SAME DATE THE FAILED RUN USED, THE SAME RULE
004740*    AS THE PAYCTL CARD IN PAYCALC.
004750     MOVE WS-SYS-DATE TO WS-BUS-DATE
004760     OPEN INPUT OFFCTL
004770     IF WS-OFFCTL-STATUS NOT = '00'
004780        MOVE 'OFFCTL' TO WS-ABEND-DDNAME
004790        MOVE WS-OFFCTL-STATUS TO WS-ABEND-STATUS
004800        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004810     END-IF
004820     READ OFFCTL
004830         AT END
004840             DISPLAY 'OFFCYCLE - OFFCTL BATCH CARD MISSING'
004850             MOVE 'OFFCTL' TO WS-ABEND-DDNAME
004860             MOVE '  ' TO WS-ABEND-STATUS
004870             PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004880         NOT AT END
004890             IF OC-BUS-DATE IS NUMERIC
004900                MOVE OC-BUS-DATE TO WS-BUS-DATE
004910             END-IF
004920             MOVE OC-BATCH-ID TO WS-BATCH-ID
004930     END-READ
004940     CLOSE OFFCTL
004950*    'REGULR' IS THE BATCH ID PAYCALC FILES ITS OWN ITEMS UNDER.
004960     IF WS-BATCH-ID = SPACES OR WS-BATCH-ID = 'REGULR'
004970        DISPLAY 'OFFCYCLE - BAD BATCH ID ON OFFCTL CARD: '
004980                WS-BATCH-ID
004990        MOVE 'OFFCTL' TO WS-ABEND-DDNAME
005000        MOVE '  ' TO WS-ABEND-STATUS
005010        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005020     END-IF
005030     MOVE WS-BUS-DATE(1:4) TO WS-BUS-YEAR
005040*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
005050*    OPEN - THE NORMAL CASE THE VERY FIRST TIME THE JOB RUNS.
005060     OPEN I-O YTDMSTR
005070     IF WS-YTDMSTR-STATUS NOT = '00' AND
005080        WS-YTDMSTR-STATUS NOT = '05'
005090        MOVE 'YTDMSTR' TO WS-ABEND-DDNAME
005100        MOVE WS-YTDMSTR-STATUS TO WS-ABEND-STATUS
005110        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005120     END-IF
005130     OPEN I-O PAYHIST
005140     IF WS-PAYHIST-STATUS NOT = '00' AND
005150        WS-PAYHIST-STATUS NOT = '05'
005160        MOVE 'PAYHIST' TO WS-ABEND-DDNAME
005170        MOVE WS-PAYHIST-STATUS TO WS-ABEND-STATUS
005180        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005190     END-IF
005200     .
005210 1000-INITIALIZE-EXIT.
005220     EXIT.
005230
005240 1500-LOAD-RATES.
005250*    THE SAME RATES FILE PAYCALC READS, LOADED AND EDITED THE SAME
005260*    WAY - AN OFF-CYCLE PAYMENT IS TAXED EXACTLY LIKE A REGULAR
005270*    ONE.
005280     OPEN INPUT RATEFILE
005290     IF WS-RATEFILE-STATUS NOT = '00'
005300        MOVE 'RATEDD' TO WS-ABEND-DDNAME
005310        MOVE WS-RATEFILE-STATUS TO WS-ABEND-STATUS
005320        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005330     END-IF
005340     PERFORM 1600-LOAD-RATE-REC THRU 1600-LOAD-RATE-REC-EXIT
005350             UNTIL WS-RATE-EOF
005360     CLOSE RATEFILE
005370     IF WS-RATE-COUNT = ZERO
005380        DISPLAY 'OFFCYCLE - RATES FILE IS EMPTY'
005390        MOVE 'RATEDD' TO WS-ABEND-DDNAME
005400        MOVE '  ' TO WS-ABEND-STATUS
005410        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005420     END-IF
005430     IF WS-RATE-SUM > 100.000
005440        DISPLAY 'OFFCYCLE - RATES SUM OVER 100 PCT: '
005450                WS-RATE-SUM
005460        MOVE 'RATEDD' TO WS-ABEND-DDNAME
005470        MOVE '  ' TO WS-ABEND-STATUS
005480        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005490     END-IF
005500     PERFORM 1650-BLANK-DED-HEADING
005510             THRU 1650-BLANK-DED-HEADING-EXIT
005520             VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 5
005530     PERFORM 1700-SET-DED-HEADINGS
005540             THRU 1700-SET-DED-HEADINGS-EXIT
005550             VARYING WS-DX FROM 1 BY 1
005560               UNTIL WS-DX > WS-RATE-COUNT
005570     .
005580 1500-LOAD-RATES-EXIT.
005590     EXIT.
005600
005610 1600-LOAD-RATE-REC.
005620     READ RATEFILE
005630         AT END SET WS-RATE-EOF TO TRUE
005640         NOT AT END
005650             IF RT-RATE-PCT IS NOT NUMERIC
005660                DISPLAY 'OFFCYCLE - BAD RATE ROW: ' RT-DED-CODE
005670                MOVE 'RATEDD' TO WS-ABEND-DDNAME
005680                MOVE '  ' TO WS-ABEND-STATUS
005690                PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005700             END-IF
005710             IF WS-RATE-COUNT >= WS-RATE-MAX
005720                DISPLAY 'OFFCYCLE - TOO MANY RATE ROWS - MAX 5'
005730                MOVE 'RATEDD' TO WS-ABEND-DDNAME
005740                MOVE '  ' TO WS-ABEND-STATUS
005750                PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005760             END-IF
005770             ADD 1 TO WS-RATE-COUNT
005780             ADD RT-RATE-PCT TO WS-RATE-SUM
005790             MOVE RT-DED-CODE TO WS-RATE-CODE(WS-RATE-COUNT)
005800             MOVE RT-DED-DESC TO WS-RATE-DESC(WS-RATE-COUNT)
005810             MOVE RT-RATE-PCT TO WS-RATE-PCT(WS-RATE-COUNT)
005820     END-READ
005830     .
005840 1600-LOAD-RATE-REC-EXIT.
005850     EXIT.
005860
005870 1650-BLANK-DED-HEADING.
005880     MOVE SPACES TO CH-DED-CODE(WS-DX)
005890     .
005900 1650-BLANK-DED-HEADING-EXIT.
005910     EXIT.
005920
005930 1700-SET-DED-HEADINGS.
005940     MOVE WS-RATE-CODE(WS-DX) TO CH-DED-CODE(WS-DX)
005950     .
005960 1700-SET-DED-HEADINGS-EXIT.
005970     EXIT.
005980
005990 2000-READ-TRAN.
006000     READ OFFTRAN
006010         AT END SET WS-EOF TO TRUE
006020         NOT AT END
006030             ADD 1 TO WS-TRAN-COUNT
006040             PERFORM 2100-PROCESS-ONE THRU 2100-PROCESS-ONE-EXIT
006050     END-READ
006060     .
006070 2000-READ-TRAN-EXIT.
006080     EXIT.
006090
006100 2100-PROCESS-ONE.
006110     MOVE 'N'    TO WS-REPOST-SW
006120     MOVE SPACES TO WS-ITEM-FLAG
006130     IF OT-EMP-ID IS NOT NUMERIC
006140        MOVE 'BAD EMPLOYEE ID' TO WS-REJECT-REASON
006150        PERFORM 2900-REJECT THRU 2900-REJECT-EXIT
006160        GO TO 2100-PROCESS-ONE-EXIT
006170     END-IF
006180     IF NOT OT-PAY AND NOT OT-VOID
006190        MOVE 'BAD ACTION - NOT P OR V' TO WS-REJECT-REASON
006200        PERFORM 2900-REJECT THRU 2900-REJECT-EXIT
006210        GO TO 2100-PROCESS-ONE-EXIT
006220     END-IF
006230     PERFORM 2150-CHECK-DUPLICATE THRU 2150-CHECK-DUPLICATE-EXIT
006240     IF WS-REJECT-REASON NOT = SPACES
006250        PERFORM 2900-REJECT THRU 2900-REJECT-EXIT
006260        GO TO 2100-PROCESS-ONE-EXIT
006270     END-IF
006280     IF OT-PAY
006290        PERFORM 2200-PROCESS-PAY THRU 2200-PROCESS-PAY-EXIT
006300     ELSE
006310        PERFORM 2300-PROCESS-VOID THRU 2300-PROCESS-VOID-EXIT
006320     END-IF
006330     .
006340 2100-PROCESS-ONE-EXIT.
006350     EXIT.
006360
006370 2150-CHECK-DUPLICATE.
006380     MOVE SPACES TO WS-REJECT-REASON
006390     SET DNX TO 1
006400     SEARCH WS-DONE-ENT
006410     AT END
006420         IF WS-DONE-COUNT >= WS-DONE-MAX
006430            DISPLAY 'OFFCYCLE - BATCH TABLE FULL AT ' WS-DONE-MAX
006440                    ' - RAISE WS-DONE-MAX'
006450            MOVE 'OFFTRAN' TO WS-ABEND-DDNAME
006460            MOVE '  ' TO WS-ABEND-STATUS
006470            PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
006480         END-IF
006490         ADD 1 TO WS-DONE-COUNT
006500         MOVE OT-EMP-ID-9 TO WS-DONE-EMP-ID(WS-DONE-COUNT)
006510         MOVE OT-ACTION   TO WS-DONE-TYPE(WS-DONE-COUNT)
006520     WHEN WS-DONE-EMP-ID(DNX) = OT-EMP-ID-9
006530      AND WS-DONE-TYPE(DNX)   = OT-ACTION
006540         MOVE 'DUPLICATE IN BATCH' TO WS-REJECT-REASON
006550     END-SEARCH
006560     .
006570 2150-CHECK-DUPLICATE-EXIT.
006580     EXIT.
006590
006600 2200-PROCESS-PAY.
006610     IF OT-GROSS IS NOT NUMERIC
006620        MOVE 'BAD GROSS AMOUNT' TO WS-REJECT-REASON
006630        PERFORM 2900-REJECT THRU 2900-REJECT-EXIT
006640        GO TO 2200-PROCESS-PAY-EXIT
006650     END-IF
006660     IF OT-GROSS-9 = ZERO
006670        MOVE 'ZERO GROSS AMOUNT' TO WS-REJECT-REASON
006680        PERFORM 2900-REJECT THRU 2900-REJECT-EXIT
006690        GO TO 2200-PROCESS-PAY-EXIT
006700     END-IF
006710     MOVE OT-EMP-ID-9 TO EM-EMP-ID
006720     READ EMPMSTR KEY IS EM-EMP-ID
006730         INVALID KEY
006740             MOVE 'NOT ON EMPLOYEE MASTER' TO WS-REJECT-REASON
006750     END-READ
006760     IF WS-REJECT-REASON NOT = SPACES
006770        PERFORM 2900-REJECT THRU 2900-REJECT-EXIT
006780        GO TO 2200-PROCESS-PAY-EXIT
006790     END-IF
006800*    THE RERUN GUARD - THIS BATCH ALREADY POSTED THIS PAYMENT, SO
006810*    IT IS REPRINTED AND WRITTEN OUT AGAIN FROM THE STORED FIGURES
006820*    AND YTDMSTR IS LEFT ALONE.
006830     MOVE OT-EMP-ID-9 TO PH-EMP-ID
006840     MOVE WS-BUS-DATE TO PH-PAY-DATE
006850     MOVE WS-BATCH-ID TO PH-BATCH-ID
006860     MOVE 'P'         TO PH-ITEM-TYPE
006870     READ PAYHIST KEY IS PH-KEY
006880         INVALID KEY
006890             MOVE 'N' TO WS-HIST-FOUND-SW
006900         NOT INVALID KEY
006910             MOVE 'Y' TO WS-HIST-FOUND-SW
006920     END-READ
006930     IF WS-HIST-FOUND
006940        SET WS-REPOST TO TRUE
006950        MOVE 'ALREADY POSTED - NOT REPOSTED' TO WS-ITEM-FLAG
006960        ADD 1 TO WS-REPOST-COUNT
006970        IF RETURN-CODE < 4
006980           MOVE 4 TO RETURN-CODE
006990        END-IF
007000        PERFORM 2600-LOAD-FROM-HIST THRU 2600-LOAD-FROM-HIST-EXIT
007010        PERFORM 2800-WRITE-ITEM THRU 2800-WRITE-ITEM-EXIT
007020        GO TO 2200-PROCESS-PAY-EXIT
007030     END-IF
007040     MOVE OT-GROSS-9 TO WS-GROSS-AMT
007050     MOVE ZEROES TO WS-DED-TOTAL
007060     PERFORM 2250-CALC-ONE-DED THRU 2250-CALC-ONE-DED-EXIT
007070             VARYING WS-DX FROM 1 BY 1
007080               UNTIL WS-DX > WS-RATE-COUNT
007090     COMPUTE WS-NET-AMT = WS-GROSS-AMT - WS-DED-TOTAL
007100     PERFORM 2500-POST-YTD THRU 2500-POST-YTD-EXIT
007110     MOVE OT-EMP-ID-9     TO PH-EMP-ID
007120     MOVE WS-BUS-DATE     TO PH-PAY-DATE
007130     MOVE WS-BATCH-ID     TO PH-BATCH-ID
007140     MOVE 'P'             TO PH-ITEM-TYPE
007150     MOVE EM-EMP-NAME     TO PH-EMP-NAME
007160     MOVE EM-DEPT-CODE    TO PH-DEPT-CODE
007170     MOVE EM-PAY-TYPE     TO PH-PAY-TYPE
007180     MOVE EM-SALARY-AMT   TO PH-PAY-RATE
007190     MOVE ZEROES          TO PH-HOURS
007200     MOVE WS-GROSS-AMT    TO PH-GROSS
007210     PERFORM 2270-HIST-ONE-DED THRU 2270-HIST-ONE-DED-EXIT
007220             VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 5
007230     MOVE ZEROES          TO PH-ORD-AMT
007240     MOVE WS-DED-TOTAL    TO PH-DED-TOTAL
007250     MOVE WS-NET-AMT      TO PH-NET
007260     MOVE OT-REASON       TO PH-REASON
007270     MOVE 'P'             TO PH-STATUS
007280     MOVE SPACES          TO PH-REF-DATE
007290                             PH-REF-BATCH
007300                             PH-REF-TYPE
007310     MOVE WS-SYS-DATE     TO PH-POST-DATE
007320     WRITE PH-PAY-REC
007330     IF WS-PAYHIST-STATUS NOT = '00'
007340        MOVE 'PAYHIST' TO WS-ABEND-DDNAME
007350        MOVE WS-PAYHIST-STATUS TO WS-ABEND-STATUS
007360        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
007370     END-IF
007380     ADD 1 TO WS-PAY-COUNT
007390     PERFORM 2600-LOAD-FROM-HIST THRU 2600-LOAD-FROM-HIST-EXIT
007400     PERFORM 2800-WRITE-ITEM THRU 2800-WRITE-ITEM-EXIT
007410     .
007420 2200-PROCESS-PAY-EXIT.
007430     EXIT.
007440
007450 2250-CALC-ONE-DED.
007460     COMPUTE WS-DED-AMT ROUNDED
007470             = WS-GROSS-AMT * WS-RATE-PCT(WS-DX) / 100
007480     MOVE WS-DED-AMT TO WS-DED-AMT-ENT(WS-DX)
007490     ADD WS-DED-AMT TO WS-DED-TOTAL
007500     .
007510 2250-CALC-ONE-DED-EXIT.
007520     EXIT.
007530
007540 2270-HIST-ONE-DED.
007550     IF WS-DX > WS-RATE-COUNT
007560        MOVE SPACES TO PH-DED-CODE(WS-DX)
007570        MOVE ZEROES TO PH-DED-AMT(WS-DX)
007580     ELSE
007590        MOVE WS-RATE-CODE(WS-DX)   TO PH-DED-CODE(WS-DX)
007600        MOVE WS-DED-AMT-ENT(WS-DX) TO PH-DED-AMT(WS-DX)
007610     END-IF
007620     .
007630 2270-HIST-ONE-DED-EXIT.
007640     EXIT.
007650
007660 2300-PROCESS-VOID.
007670     IF OT-ORIG-DATE IS NOT NUMERIC
007680        MOVE 'BAD ORIGINAL PAY DATE' TO WS-REJECT-REASON
007690        PERFORM 2900-REJECT THRU 2900-REJECT-EXIT
007700        GO TO 2300-PROCESS-VOID-EXIT
007710     END-IF
007720*    THE RERUN GUARD FOR VOIDS - THIS BATCH ALREADY BACKED THE
007730*    ORIGINAL OUT, SO THE STORED VOID IS REPRINTED AND NOTHING IS
007740*    POSTED AGAIN.
007750     MOVE OT-EMP-ID-9 TO PH-EMP-ID
007760     MOVE WS-BUS-DATE TO PH-PAY-DATE
007770     MOVE WS-BATCH-ID TO PH-BATCH-ID
007780     MOVE 'V'         TO PH-ITEM-TYPE
007790     READ PAYHIST KEY IS PH-KEY
007800         INVALID KEY
007810             MOVE 'N' TO WS-HIST-FOUND-SW
007820         NOT INVALID KEY
007830             MOVE 'Y' TO WS-HIST-FOUND-SW
007840     END-READ
007850     IF WS-HIST-FOUND
007860        SET WS-REPOST TO TRUE
007870        MOVE 'ALREADY POSTED - NOT REPOSTED' TO WS-ITEM-FLAG
007880        ADD 1 TO WS-REPOST-COUNT
007890        IF RETURN-CODE < 4
007900           MOVE 4 TO RETURN-CODE
007910        END-IF
007920        PERFORM 2600-LOAD-FROM-HIST THRU 2600-LOAD-FROM-HIST-EXIT
007930        PERFORM 2800-WRITE-ITEM THRU 2800-WRITE-ITEM-EXIT
007940        GO TO 2300-PROCESS-VOID-EXIT
007950     END-IF
007960     PERFORM 2350-FIND-ORIGINAL THRU 2350-FIND-ORIGINAL-EXIT
007970     IF WS-REJECT-REASON NOT = SPACES
007980        PERFORM 2900-REJECT THRU 2900-REJECT-EXIT
007990        GO TO 2300-PROCESS-VOID-EXIT
008000     END-IF
008010*    A PAYMENT FROM AN EARLIER YEAR IS ALREADY ON THAT YEAR'S WAGE
008020*    STATEMENT AND FILING - IT CANNOT COME OUT OF THIS YEAR'S YTD.
008030     IF PH-PAY-DATE(1:4) NOT = WS-BUS-YEAR
008040        MOVE 'PRIOR-YEAR PAYMENT' TO WS-REJECT-REASON
008050        PERFORM 2900-REJECT THRU 2900-REJECT-EXIT
008060        GO TO 2300-PROCESS-VOID-EXIT
008070     END-IF
008080     PERFORM 2550-BACKOUT-YTD THRU 2550-BACKOUT-YTD-EXIT
008090     IF WS-REJECT-REASON NOT = SPACES
008100        PERFORM 2900-REJECT THRU 2900-REJECT-EXIT
008110        GO TO 2300-PROCESS-VOID-EXIT
008120     END-IF
008130*    MARK THE ORIGINAL VOIDED, POINTING AT THE VOID ...
008140     MOVE PH-PAY-DATE  TO WS-ITEM-REF-DATE
008150     MOVE PH-BATCH-ID  TO WS-ITEM-REF-BATCH
008160     MOVE PH-ITEM-TYPE TO WS-ITEM-REF-TYPE
008170     MOVE 'V'          TO PH-STATUS
008180     MOVE WS-BUS-DATE  TO PH-REF-DATE
008190     MOVE WS-BATCH-ID  TO PH-REF-BATCH
008200     MOVE 'V'          TO PH-REF-TYPE
008210     REWRITE PH-PAY-REC
008220     IF WS-PAYHIST-STATUS NOT = '00'
008230        MOVE 'PAYHIST' TO WS-ABEND-DDNAME
008240        MOVE WS-PAYHIST-STATUS TO WS-ABEND-STATUS
008250        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
008260     END-IF
008270*    ... THEN WRITE THE VOID ITSELF - THE ORIGINAL'S AMOUNTS
008280*    NEGATED, POINTING BACK AT THE ORIGINAL.
008290     MOVE WS-BUS-DATE       TO PH-PAY-DATE
008300     MOVE WS-BATCH-ID       TO PH-BATCH-ID
008310     MOVE 'V'               TO PH-ITEM-TYPE
008320     COMPUTE PH-GROSS     = 0 - PH-GROSS
008330     PERFORM 2370-NEGATE-ONE-DED THRU 2370-NEGATE-ONE-DED-EXIT
008340             VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 5
008350     COMPUTE PH-ORD-AMT   = 0 - PH-ORD-AMT
008360     COMPUTE PH-DED-TOTAL = 0 - PH-DED-TOTAL
008370     COMPUTE PH-NET       = 0 - PH-NET
008380     MOVE OT-REASON         TO PH-REASON
008390     MOVE 'P'               TO PH-STATUS
008400     MOVE WS-ITEM-REF-DATE  TO PH-REF-DATE
008410     MOVE WS-ITEM-REF-BATCH TO PH-REF-BATCH
008420     MOVE WS-ITEM-REF-TYPE  TO PH-REF-TYPE
008430     MOVE WS-SYS-DATE       TO PH-POST-DATE
008440     WRITE PH-PAY-REC
008450     IF WS-PAYHIST-STATUS NOT = '00'
008460        MOVE 'PAYHIST' TO WS-ABEND-DDNAME
008470        MOVE WS-PAYHIST-STATUS TO WS-ABEND-STATUS
008480        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
008490     END-IF
008500     ADD 1 TO WS-VOID-COUNT
008510     PERFORM 2600-LOAD-FROM-HIST THRU 2600-LOAD-FROM-HIST-EXIT
008520*    COURT-ORDER BALANCES ON DEDORDR ARE NOT UNWOUND HERE - THE
008530*    FLAG SENDS PAYROLL TO ADJUST THEM BY HAND.
008540     IF PH-ORD-AMT NOT = ZERO
008550        MOVE 'ORDER AMOUNTS NOT REVERSED' TO WS-ITEM-FLAG
008560        IF RETURN-CODE < 4
008570           MOVE 4 TO RETURN-CODE
008580        END-IF
008590     END-IF
008600     PERFORM 2800-WRITE-ITEM THRU 2800-WRITE-ITEM-EXIT
008610     .
008620 2300-PROCESS-VOID-EXIT.
008630     EXIT.
008640
008650 2350-FIND-ORIGINAL.
008660*    A VOID CARD NAMING THE ORIGINAL BATCH READS THAT ITEM
008670*    DIRECTLY ('REGULR' IS A PAYCALC RUN).  LEFT BLANK, THE FIRST
008680*    PAYMENT TO THE EMPLOYEE ON THAT DATE NOT ALREADY VOIDED IS
008690*    TAKEN.
008700     MOVE SPACES TO WS-REJECT-REASON
008710     MOVE 'N'    TO WS-SAW-VOIDED-SW
008720     IF OT-ORIG-BATCH NOT = SPACES
008730        MOVE OT-EMP-ID-9   TO PH-EMP-ID
008740        MOVE OT-ORIG-DATE  TO PH-PAY-DATE
008750        MOVE OT-ORIG-BATCH TO PH-BATCH-ID
008760        IF OT-ORIG-BATCH = 'REGULR'
008770           MOVE 'R' TO PH-ITEM-TYPE
008780        ELSE
008790           MOVE 'P' TO PH-ITEM-TYPE
008800        END-IF
008810        READ PAYHIST KEY IS PH-KEY
008820            INVALID KEY
008830                MOVE 'ORIGINAL NOT FOUND' TO WS-REJECT-REASON
008840        END-READ
008850        IF WS-REJECT-REASON = SPACES AND PH-VOIDED
008860           MOVE 'ORIGINAL ALREADY VOIDED' TO WS-REJECT-REASON
008870        END-IF
008880        GO TO 2350-FIND-ORIGINAL-EXIT
008890     END-IF
008900     MOVE OT-EMP-ID-9  TO PH-EMP-ID
008910     MOVE OT-ORIG-DATE TO PH-PAY-DATE
008920     MOVE LOW-VALUES   TO PH-BATCH-ID
008930                          PH-ITEM-TYPE
008940     START PAYHIST KEY IS NOT LESS THAN PH-KEY
008950         INVALID KEY
008960             MOVE 'ORIGINAL NOT FOUND' TO WS-REJECT-REASON
008970             GO TO 2350-FIND-ORIGINAL-EXIT
008980     END-START
008990     MOVE 'N' TO WS-ORIG-DONE-SW
009000     PERFORM 2360-NEXT-ORIGINAL THRU 2360-NEXT-ORIGINAL-EXIT
009010             UNTIL WS-ORIG-DONE
009020     .
009030 2350-FIND-ORIGINAL-EXIT.
009040     EXIT.
009050
009060 2360-NEXT-ORIGINAL.
009070     READ PAYHIST NEXT RECORD
009080         AT END
009090             SET WS-ORIG-DONE TO TRUE
009100     END-READ
009110     IF NOT WS-ORIG-DONE
009120        IF PH-EMP-ID NOT = OT-EMP-ID-9
009130         OR PH-PAY-DATE NOT = OT-ORIG-DATE
009140           SET WS-ORIG-DONE TO TRUE
009150        END-IF
009160     END-IF
009170     IF WS-ORIG-DONE
009180        IF WS-SAW-VOIDED
009190           MOVE 'ORIGINAL ALREADY VOIDED' TO WS-REJECT-REASON
009200        ELSE
009210           MOVE 'ORIGINAL NOT FOUND' TO WS-REJECT-REASON
009220        END-IF
009230        GO TO 2360-NEXT-ORIGINAL-EXIT
009240     END-IF
009250     IF PH-VOID
009260        GO TO 2360-NEXT-ORIGINAL-EXIT
009270     END-IF
009280     IF PH-VOIDED
009290        SET WS-SAW-VOIDED TO TRUE
009300        GO TO 2360-NEXT-ORIGINAL-EXIT
009310     END-IF
009320     SET WS-ORIG-DONE TO TRUE
009330     .
009340 2360-NEXT-ORIGINAL-EXIT.
009350     EXIT.
009360
009370 2370-NEGATE-ONE-DED.
009380     COMPUTE PH-DED-AMT(WS-DX) = 0 - PH-DED-AMT(WS-DX)
009390     .
009400 2370-NEGATE-ONE-DED-EXIT.
009410     EXIT.
009420
009430 2500-POST-YTD.
009440*    AN OFF-CYCLE PAYMENT ADDS TO YTD BUT DOES NOT TOUCH THE LAST-
009450*    PAY-DATE STAMP - THAT STAMP IS PAYCALC'S OWN RERUN GUARD, AND
009460*    SETTING IT HERE WOULD MAKE A REGULAR RUN THE SAME DAY SKIP
009470*    THE EMPLOYEE'S YTD.  A NEW YEAR RESETS THE TOTALS THE SAME
009480*    WAY PAYCALC DOES.
009490     MOVE OT-EMP-ID-9 TO YT-EMP-ID
009500     READ YTDMSTR KEY IS YT-EMP-ID
009510         INVALID KEY
009520             MOVE OT-EMP-ID-9   TO YT-EMP-ID
009530             MOVE EM-EMP-NAME   TO YT-EMP-NAME
009540             MOVE WS-BUS-YEAR   TO YT-YTD-YEAR
009550             MOVE SPACES        TO YT-LAST-PAY-DATE
009560             MOVE WS-GROSS-AMT  TO YT-YTD-GROSS
009570             MOVE WS-DED-TOTAL  TO YT-YTD-DEDS
009580             MOVE WS-NET-AMT    TO YT-YTD-NET
009590             WRITE YT-YTD-REC
009600         NOT INVALID KEY
009610             IF YT-YTD-YEAR NOT = WS-BUS-YEAR
009620                MOVE WS-BUS-YEAR  TO YT-YTD-YEAR
009630                MOVE ZEROES       TO YT-YTD-GROSS
009640                                     YT-YTD-DEDS
009650                                     YT-YTD-NET
009660             END-IF
009670             MOVE EM-EMP-NAME   TO YT-EMP-NAME
009680             ADD WS-GROSS-AMT   TO YT-YTD-GROSS
009690             ADD WS-DED-TOTAL   TO YT-YTD-DEDS
009700             ADD WS-NET-AMT     TO YT-YTD-NET
009710             REWRITE YT-YTD-REC
009720     END-READ
009730     .
009740 2500-POST-YTD-EXIT.
009750     EXIT.
009760
009770 2550-BACKOUT-YTD.
009780*    THE ORIGINAL IS IN THE RECORD AREA.  ITS AMOUNTS COME BACK
009790*    OUT OF THE EMPLOYEE'S YTD - REFUSED RATHER THAN DRIVEN BELOW
009800*    ZERO, WHICH WOULD MEAN THE YTD RECORD NEVER CARRIED THE
009810*    PAYMENT.
009820     MOVE SPACES    TO WS-REJECT-REASON
009830     MOVE PH-EMP-ID TO YT-EMP-ID
009840     READ YTDMSTR KEY IS YT-EMP-ID
009850         INVALID KEY
009860             MOVE 'NO YTD RECORD' TO WS-REJECT-REASON
009870     END-READ
009880     IF WS-REJECT-REASON NOT = SPACES
009890        GO TO 2550-BACKOUT-YTD-EXIT
009900     END-IF
009910     IF YT-YTD-YEAR NOT = WS-BUS-YEAR
009920        MOVE 'YTD YEAR MISMATCH' TO WS-REJECT-REASON
009930        GO TO 2550-BACKOUT-YTD-EXIT
009940     END-IF
009950     IF YT-YTD-GROSS < PH-GROSS OR YT-YTD-DEDS < PH-DED-TOTAL
009960        MOVE 'YTD LESS THAN PAYMENT' TO WS-REJECT-REASON
009970        GO TO 2550-BACKOUT-YTD-EXIT
009980     END-IF
009990     SUBTRACT PH-GROSS     FROM YT-YTD-GROSS
010000     SUBTRACT PH-DED-TOTAL FROM YT-YTD-DEDS
010010     SUBTRACT PH-NET       FROM YT-YTD-NET
010020     REWRITE YT-YTD-REC
010030     .
010040 2550-BACKOUT-YTD-EXIT.
010050     EXIT.
010060
010070 2600-LOAD-FROM-HIST.
010080*    THE ITEM'S REGISTER AND OUTPUT FIGURES COME FROM ITS PAY-
010090*    HISTORY RECORD.  EACH STORED DEDUCTION LANDS IN THE REGISTER
010100*    COLUMN CARRYING ITS CODE; ONE WHOSE CODE IS NO LONGER ON THE
010110*    RATES FILE STILL COUNTS IN THE TOTAL AND IS FLAGGED.
010120     MOVE PH-EMP-ID    TO WS-ITEM-EMP-ID
010130     MOVE PH-EMP-NAME  TO WS-ITEM-NAME
010140     MOVE PH-DEPT-CODE TO WS-ITEM-DEPT
010150     MOVE PH-ITEM-TYPE TO WS-ITEM-TYPE
010160     MOVE PH-REASON    TO WS-ITEM-REASON
010170     MOVE PH-REF-DATE  TO WS-ITEM-REF-DATE
010180     MOVE PH-REF-BATCH TO WS-ITEM-REF-BATCH
010190     MOVE PH-REF-TYPE  TO WS-ITEM-REF-TYPE
010200     MOVE PH-GROSS     TO WS-GROSS-AMT
010210     MOVE PH-DED-TOTAL TO WS-DED-TOTAL
010220     MOVE PH-NET       TO WS-NET-AMT
010230     MOVE ZEROES TO WS-DED-AMT-ENT(1) WS-DED-AMT-ENT(2)
010240                    WS-DED-AMT-ENT(3) WS-DED-AMT-ENT(4)
010250                    WS-DED-AMT-ENT(5)
010260     PERFORM 2650-MAP-ONE-DED THRU 2650-MAP-ONE-DED-EXIT
010270             VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 5
010280     .
010290 2600-LOAD-FROM-HIST-EXIT.
010300     EXIT.
010310
010320 2650-MAP-ONE-DED.
010330     IF PH-DED-CODE(WS-DX) = SPACES
010340        GO TO 2650-MAP-ONE-DED-EXIT
010350     END-IF
010360     SET RX TO 1
010370     SEARCH WS-RATE-ENT
010380     AT END
010390         IF WS-ITEM-FLAG = SPACES
010400            MOVE 'RATE CODE GONE - SEE PAYHIST' TO WS-ITEM-FLAG
010410         END-IF
010420     WHEN WS-RATE-CODE(RX) = PH-DED-CODE(WS-DX)
010430         ADD PH-DED-AMT(WS-DX) TO WS-DED-AMT-ENT(RX)
010440     END-SEARCH
010450     .
010460 2650-MAP-ONE-DED-EXIT.
010470     EXIT.
010480
010490 2800-WRITE-ITEM.
010500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
010510        PERFORM 3000-PRINT-HEADERS THRU 3000-PRINT-HEADERS-EXIT
010520     END-IF
010530     MOVE WS-ITEM-EMP-ID TO DTL-EMP-ID
010540     MOVE WS-ITEM-NAME   TO DTL-EMP-NAME
010550     MOVE WS-ITEM-DEPT   TO DTL-DEPT-CODE
010560     MOVE WS-GROSS-AMT   TO DTL-GROSS
010570     MOVE WS-NET-AMT     TO DTL-NET
010580     PERFORM 2850-EDIT-ONE-DED THRU 2850-EDIT-ONE-DED-EXIT
010590             VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 5
010600     WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE
010610     IF WS-ITEM-TYPE = 'V'
010620        MOVE 'VOID OF PAYMENT   ' TO ITL-TYPE
010630        MOVE WS-ITEM-REF         TO ITL-REF
010640     ELSE
010650        MOVE 'OFF-CYCLE PAYMENT ' TO ITL-TYPE
010660        MOVE SPACES              TO ITL-REF
010670     END-IF
010680     MOVE WS-ITEM-REASON TO ITL-REASON
010690     MOVE WS-ITEM-FLAG   TO ITL-FLAG
010700     WRITE RPT-LINE FROM WS-ITEM-LINE AFTER ADVANCING 1 LINE
010710     ADD 2 TO WS-LINE-COUNT
010720*    ONE NET RECORD PER ITEM, IN PAYCALC'S NETDD LAYOUT.  A VOID
010730*    GOES OUT NEGATIVE - DDEPOST BYPASSES IT ONTO ITS EXCEPTION
010740*    REPORT AND THE TRAILER STILL PROVES, SO THE BANK IS NEVER
010750*    SENT A DEBIT.
010760     MOVE WS-ITEM-EMP-ID TO ND-EMP-ID
010770     IF WS-NET-AMT < ZERO
010780        MOVE '-' TO ND-NET-SIGN
010790     ELSE
010800        MOVE ' ' TO ND-NET-SIGN
010810     END-IF
010820     MOVE WS-NET-AMT TO ND-NET-AMT
010830     WRITE NET-REC FROM WS-NET-DTL-REC
010840     ADD 1 TO WS-EMP-COUNT
010850     PERFORM 2400-ACCUM-DEPT THRU 2400-ACCUM-DEPT-EXIT
010860     ADD 1               TO WS-GRAND-HEADCOUNT
010870     ADD WS-GROSS-AMT    TO WS-GRAND-GROSS
010880     ADD WS-DED-TOTAL    TO WS-GRAND-DEDS
010890     ADD WS-NET-AMT      TO WS-GRAND-NET
010900     .
010910 2800-WRITE-ITEM-EXIT.
010920     EXIT.
010930
010940 2850-EDIT-ONE-DED.
010950     MOVE WS-DED-AMT-ENT(WS-DX) TO DTL-DED-AMT(WS-DX)
010960     .
010970 2850-EDIT-ONE-DED-EXIT.
010980     EXIT.
010990
011000 2400-ACCUM-DEPT.
011010*    DEPARTMENT TOTALS FOR SUMDD - THE SAME TABLE SHAPE PAYCALC
011020*    USES, SO GLPOST POSTS A VOID AS A NEGATIVE DEPARTMENT LINE.
011030     SET J TO 1
011040     SEARCH WS-DEPT
011050     AT END
011060         IF WS-DEPT-COUNT < WS-DEPT-MAX
011070            ADD 1 TO WS-DEPT-COUNT
011080            MOVE WS-ITEM-DEPT  TO WS-DEPT-CODE(WS-DEPT-COUNT)
011090            MOVE 1             TO WS-DEPT-HEADCOUNT(WS-DEPT-COUNT)
011100            MOVE WS-GROSS-AMT  TO WS-DEPT-GROSS(WS-DEPT-COUNT)
011110            MOVE WS-DED-TOTAL  TO WS-DEPT-DEDS(WS-DEPT-COUNT)
011120            MOVE WS-NET-AMT    TO WS-DEPT-NET(WS-DEPT-COUNT)
011130         ELSE
011140            DISPLAY 'OFFCYCLE - DEPT TABLE FULL FOR: '
011150                    WS-ITEM-DEPT
011160            MOVE 8 TO RETURN-CODE
011170         END-IF
011180     WHEN WS-DEPT-CODE(J) = WS-ITEM-DEPT
011190         ADD 1            TO WS-DEPT-HEADCOUNT(J)
011200         ADD WS-GROSS-AMT TO WS-DEPT-GROSS(J)
011210         ADD WS-DED-TOTAL TO WS-DEPT-DEDS(J)
011220         ADD WS-NET-AMT   TO WS-DEPT-NET(J)
011230     END-SEARCH
011240     .
011250 2400-ACCUM-DEPT-EXIT.
011260     EXIT.
011270
011280 2900-REJECT.
011290*    A REJECTED CARD POSTS NOTHING - IT PRINTS ON THE REGISTER
011300*    WITH ITS REASON AND THE STEP ENDS CC 8 SO IT GETS CORRECTED.
011310     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
011320        PERFORM 3000-PRINT-HEADERS THRU 3000-PRINT-HEADERS-EXIT
011330     END-IF
011340     MOVE OT-ACTION        TO RJL-ACTION
011350     MOVE OT-EMP-ID        TO RJL-EMP-ID
011360     MOVE OT-ORIG-DATE     TO RJL-ORIG-DATE
011370     MOVE OT-ORIG-BATCH    TO RJL-ORIG-BATCH
011380     MOVE OT-GROSS         TO RJL-GROSS
011390     MOVE WS-REJECT-REASON TO RJL-REASON
011400     WRITE RPT-LINE FROM WS-REJECT-LINE AFTER ADVANCING 1 LINE
011410     ADD 1 TO WS-LINE-COUNT
011420     ADD 1 TO WS-REJECT-COUNT
011430     IF RETURN-CODE < 8
011440        MOVE 8 TO RETURN-CODE
011450     END-IF
011460     .
011470 2900-REJECT-EXIT.
011480     EXIT.
011490
011500 3000-PRINT-HEADERS.
011510     ADD 1 TO WS-PAGE-COUNT
011520     MOVE WS-PAGE-COUNT      TO HDR-PAGE
011530     MOVE WS-BATCH-ID        TO HDR-BATCH
011540     MOVE WS-BUS-DATE        TO HDR-BUS-DATE
011550     MOVE WS-RUN-DATE-EDIT   TO HDR-DATE
011560     WRITE RPT-LINE FROM WS-HDR-LINE AFTER ADVANCING PAGE
011570     WRITE RPT-LINE FROM WS-COL-HDR-LINE AFTER ADVANCING 1 LINE
011580     MOVE ZERO TO WS-LINE-COUNT
011590     .
011600 3000-PRINT-HEADERS-EXIT.
011610     EXIT.
011620
011630 7000-WRITE-DEPT-TOTALS.
011640     MOVE SPACES TO RPT-LINE
011650     WRITE RPT-LINE AFTER ADVANCING 1 LINE
011660     PERFORM 7100-WRITE-ONE-DEPT THRU 7100-WRITE-ONE-DEPT-EXIT
011670             VARYING J FROM 1 BY 1 UNTIL J > WS-DEPT-COUNT
011680     .
011690 7000-WRITE-DEPT-TOTALS-EXIT.
011700     EXIT.
011710
011720 7100-WRITE-ONE-DEPT.
011730     MOVE WS-DEPT-CODE(J)      TO DSB-DEPT-CODE
011740     MOVE WS-DEPT-HEADCOUNT(J) TO DSB-HEADCOUNT
011750     MOVE WS-DEPT-GROSS(J)     TO DSB-GROSS
011760     MOVE WS-DEPT-DEDS(J)      TO DSB-DEDS
011770     MOVE WS-DEPT-NET(J)       TO DSB-NET
011780     WRITE RPT-LINE FROM WS-DEPT-SUB-LINE AFTER ADVANCING 1 LINE
011790     MOVE WS-DEPT-CODE(J) TO SD-DEPT-CODE
011800     MOVE WS-DEPT-GROSS(J) TO SD-GROSS
011810     PERFORM 7150-SET-SUM-SIGNS THRU 7150-SET-SUM-SIGNS-EXIT
011820     WRITE SUM-REC FROM WS-SUM-DTL-REC
011830     .
011840 7100-WRITE-ONE-DEPT-EXIT.
011850     EXIT.
011860
011870 7150-SET-SUM-SIGNS.
011880     IF WS-DEPT-GROSS(J) < ZERO
011890        MOVE '-' TO SD-GROSS-SIGN
011900     ELSE
011910        MOVE ' ' TO SD-GROSS-SIGN
011920     END-IF
011930     MOVE WS-DEPT-DEDS(J) TO SD-DEDS
011940     IF WS-DEPT-DEDS(J) < ZERO
011950        MOVE '-' TO SD-DEDS-SIGN
011960     ELSE
011970        MOVE ' ' TO SD-DEDS-SIGN
011980     END-IF
011990     MOVE WS-DEPT-NET(J) TO SD-NET
012000     IF WS-DEPT-NET(J) < ZERO
012010        MOVE '-' TO SD-NET-SIGN
012020     ELSE
012030        MOVE ' ' TO SD-NET-SIGN
012040     END-IF
012050     .
012060 7150-SET-SUM-SIGNS-EXIT.
012070     EXIT.
012080
012090 8000-WRITE-GRAND-TOTALS.
012100     MOVE WS-GRAND-HEADCOUNT TO GT-HEADCOUNT
012110     MOVE WS-GRAND-GROSS     TO GT-GROSS
012120     MOVE WS-GRAND-DEDS      TO GT-DEDS
012130     MOVE WS-GRAND-NET       TO GT-NET
012140     WRITE RPT-LINE FROM WS-GRAND-LINE AFTER ADVANCING 1 LINE
012150     MOVE WS-PAY-COUNT       TO GTC-PAYS
012160     MOVE WS-VOID-COUNT      TO GTC-VOIDS
012170     MOVE WS-REPOST-COUNT    TO GTC-REPOSTS
012180     MOVE WS-REJECT-COUNT    TO GTC-REJECTS
012190     WRITE RPT-LINE FROM WS-GRAND-COUNT-LINE
012200           AFTER ADVANCING 1 LINE
012210     .
012220 8000-WRITE-GRAND-TOTALS-EXIT.
012230     EXIT.
012240
012250 8500-WRITE-NET-TRAILER.
012260*    THE TRAILER CARRIES THE BATCH TOTAL THE REGISTER PRINTS, SO
012270*    DDEPOST PROVES AN OFF-CYCLE FILE EXACTLY AS IT PROVES
012280*    PAYCALC'S.
012290     MOVE WS-EMP-COUNT TO NT-EMP-COUNT
012300     IF WS-GRAND-NET < ZERO
012310        MOVE '-' TO NT-NET-SIGN
012320     ELSE
012330        MOVE ' ' TO NT-NET-SIGN
012340     END-IF
012350     MOVE WS-GRAND-NET TO NT-NET-TOTAL
012360     WRITE NET-REC FROM WS-NET-TRL-REC
012370     .
012380 8500-WRITE-NET-TRAILER-EXIT.
012390     EXIT.
012400
012410 9000-ABEND-PARA.
012420*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
012430*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
012440     DISPLAY 'OFFCYCLE - OPEN/LOAD FAILED FOR: ' WS-ABEND-DDNAME
012450     DISPLAY 'OFFCYCLE - FILE STATUS WAS      : ' WS-ABEND-STATUS
012460     MOVE 16 TO RETURN-CODE
012470     STOP RUN
012480     .
012490 9000-ABEND-PARA-EXIT.
012500     EXIT.
012510
012520 9500-WRITE-AUDIT-RECORD.
012530*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
012540*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
012550*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
012560     OPEN EXTEND AUDTFILE
012570     IF NOT WS-AUDTFILE-OK
012580        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
012590        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
012600        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
012610     END-IF
012620     ACCEPT WS-RUN-TIME FROM TIME
012630     MOVE 'OFFCYCLE' TO AUD-PGM-NAME
012640     MOVE WS-RUN-DATE-EDIT TO AUD-RUN-DATE
012650     STRING WS-RUN-HH DELIMITED SIZE
012660            ':'       DELIMITED SIZE
012670            WS-RUN-MN DELIMITED SIZE
012680            ':'       DELIMITED SIZE
012690            WS-RUN-SS DELIMITED SIZE
012700            INTO AUD-RUN-TIME
012710     MOVE WS-EMP-COUNT   TO AUD-REC-COUNT
012720     MOVE RETURN-CODE    TO AUD-RETURN-CODE
012730     WRITE AUD-REC
012740     CLOSE AUDTFILE
012750     .
012760 9500-WRITE-AUDIT-RECORD-EXIT.
012770     EXIT.
