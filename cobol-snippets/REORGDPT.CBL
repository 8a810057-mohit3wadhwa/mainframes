000010******************************************************************
000020*        PROGRAM NAME            : REORGDPT                      *
000030*        DESCRIPTION             : DEPARTMENT REORGANIZATION     *
000040*                                  PROCESSOR.  READS A MAPPING   *
000050*                                  FILE OF OLD TO NEW DEPARTMENT *
000060*                                  CODES - A WHOLE DEPARTMENT    *
000070*                                  MOVED TO ONE NEW CODE (A      *
000080*                                  RECODE, OR A MERGE WHEN       *
000090*                                  SEVERAL OLD CODES SHARE A NEW *
000100*                                  ONE) OR SPLIT EMPLOYEE BY     *
000110*                                  EMPLOYEE ACROSS SEVERAL -     *
000120*                                  AND, UNDER ONE EFFECTIVE      *
000130*                                  DATE, MOVES THE EMPLOYEES ON  *
000140*                                  THE MASTER WITH THE USUAL     *
000150*                                  CHANGE HISTORY AND RECOVERY   *
000160*                                  JOURNAL, MOVES THEIR          *
000170*                                  POSITIONS, CARRIES THE BUDGET *
000180*                                  ROWS FORWARD TO THE NEW       *
000190*                                  CODES, ADDS THE NEW           *
000200*                                  DEPARTMENT ROWS AND RETIRES   *
000210*                                  THE OLD ONES.  GLMAP AND      *
000220*                                  LABOR-ALLOCATION ROWS STILL   *
000230*                                  NAMING AN OLD CODE ARE LISTED *
000240*                                  FOR ACCOUNTING.  TRIAL MODE   *
000250*                                  PRINTS THE SAME REGISTER AND  *
000260*                                  THE BEFORE/AFTER HEADCOUNT    *
000270*                                  AND SALARY BY DEPARTMENT      *
000280*                                  WITHOUT TOUCHING ANYTHING.    *
000290*        CREDITS                 : DATA PROCESSING               *
000300******************************************************************
000310*        MODIFICATION HISTORY                                    *
000320*        ----------------------------------------------------   *
000330*        DATE       INIT  DESCRIPTION                            *
000340*        10/15/26   RWM   INITIAL VERSION - A REORGANIZATION WAS *
000350*                         HUNDREDS OF EMPMAINT CHANGE CARDS PLUS *
000360*                         HAND EDITS TO DEPTMSTR, BUDGMSTR AND   *
000370*                         GLMAP THAT NEVER LANDED ON THE SAME    *
000380*                         DAY.                                   *
000390******************************************************************
000400
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. REORGDPT.
000430 AUTHOR. R MEHTA.
000440 INSTALLATION. DATA PROCESSING.
000450 DATE-WRITTEN. 10/15/26.
000460 DATE-COMPILED.
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT REORGCTL ASSIGN TO REORGCTL
000520     ORGANIZATION IS LINE SEQUENTIAL
000530     FILE STATUS IS WS-REORGCTL-STATUS.
000540
000550     SELECT REORGMAP ASSIGN TO REORGMAP
000560     ORGANIZATION IS LINE SEQUENTIAL
000570     FILE STATUS IS WS-REORGMAP-STATUS.
000580
000590     SELECT EMPMSTR  ASSIGN TO EMPMSTR
000600     ORGANIZATION IS INDEXED
000610     ACCESS MODE IS DYNAMIC
000620     RECORD KEY IS EM-EMP-ID
000630     FILE STATUS IS WS-EMPMSTR-STATUS.
000640
000650     SELECT DEPTMSTR ASSIGN TO DEPTMSTR
000660     ORGANIZATION IS INDEXED
000670     ACCESS MODE IS DYNAMIC
000680     RECORD KEY IS DM-DEPT-CODE
000690     FILE STATUS IS WS-DEPTMSTR-STATUS.
000700
000710     SELECT BUDGMSTR ASSIGN TO BUDGMSTR
000720     ORGANIZATION IS INDEXED
000730     ACCESS MODE IS DYNAMIC
000740     RECORD KEY IS BG-KEY
000750     FILE STATUS IS WS-BUDGMSTR-STATUS.
000760
000770     SELECT POSMSTR  ASSIGN TO POSMSTR
000780     ORGANIZATION IS INDEXED
000790     ACCESS MODE IS DYNAMIC
000800     RECORD KEY IS PN-POSN-NO
000810     FILE STATUS IS WS-POSMSTR-STATUS.
000820
000830     SELECT LABALLOC ASSIGN TO LABALLOC
000840     ORGANIZATION IS INDEXED
000850     ACCESS MODE IS DYNAMIC
000860     RECORD KEY IS LA-KEY
000870     FILE STATUS IS WS-LABALLOC-STATUS.
000880
000890     SELECT GLMAP    ASSIGN TO GLMAP
000900     ORGANIZATION IS LINE SEQUENTIAL
000910     FILE STATUS IS WS-GLMAP-STATUS.
000920
000930     SELECT EMPHIST  ASSIGN TO EMPHIST
000940     ORGANIZATION IS LINE SEQUENTIAL
000950     FILE STATUS IS WS-EMPHIST-STATUS.
000960
000970     SELECT EMPJRNL  ASSIGN TO EMPJRNL
000980     ORGANIZATION IS LINE SEQUENTIAL
000990     FILE STATUS IS WS-EMPJRNL-STATUS.
001000
001010     SELECT RPTFILE  ASSIGN TO RPTDD
001020     ORGANIZATION IS LINE SEQUENTIAL
001030     FILE STATUS IS WS-RPTFILE-STATUS.
001040
001050     SELECT AUDTFILE ASSIGN TO AUDTDD
001060     ORGANIZATION IS LINE SEQUENTIAL
001070     FILE STATUS IS WS-AUDTFILE-STATUS.
001080
001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD REORGCTL.
001120 01 RC-CTL-REC.
001130     05 RC-MODE           PIC X(05).
001140         88 RC-TRIAL      VALUE 'TRIAL'.
001150         88 RC-APPLY      VALUE 'APPLY'.
001160     05 FILLER            PIC X(01).
001170     05 RC-EFF-DATE       PIC X(08).
001180     05 FILLER            PIC X(66).
001190
001200*    ONE ROW PER MOVE.  'M' MOVES EVERY ACTIVE EMPLOYEE OF THE OLD
001210*    CODE TO THE NEW ONE - A RECODE, OR A MERGE WHEN SEVERAL OLD
001220*    CODES NAME THE SAME NEW CODE.  'S' MOVES ONE EMPLOYEE OF A
001230*    DEPARTMENT BEING SPLIT - ONE ROW PER EMPLOYEE.  THE NAME IS
001240*    USED ONLY WHEN THE NEW CODE IS NOT YET ON DEPTMSTR.
001250 FD REORGMAP.
001260 01 RM-MAP-REC.
001270     05 RM-TYPE           PIC X(01).
001280         88 RM-MOVE       VALUE 'M'.
001290         88 RM-SPLIT      VALUE 'S'.
001300     05 RM-OLD-DEPT       PIC X(04).
001310     05 RM-NEW-DEPT       PIC X(04).
001320     05 RM-EMP-ID         PIC X(06).
001330     05 RM-EMP-ID-9 REDEFINES RM-EMP-ID PIC 9(06).
001340     05 RM-NEW-NAME       PIC X(20).
001350     05 FILLER            PIC X(45).
001360
001370 FD EMPMSTR.
001380     COPY EMPMREC.
001390
001400 FD DEPTMSTR.
001410     COPY DEPTREC.
001420
001430 FD BUDGMSTR.
001440     COPY BUDGREC.
001450
001460 FD POSMSTR.
001470     COPY POSNREC.
001480
001490 FD LABALLOC.
001500     COPY LABALREC.
001510
001520 FD GLMAP.
001530 01 GM-MAP-REC.
001540     05 GM-DEPT-CODE      PIC X(04).
001550     05 FILLER            PIC X(01).
001560     05 GM-GL-ACCOUNT     PIC X(08).
001570     05 FILLER            PIC X(67).
001580
001590 FD EMPHIST.
001600     COPY EHISTREC REPLACING ==:RECNAME:== BY ==EH-REC==
001610                             ==:PFX:==     BY ==EH==.
001620
001630 FD EMPJRNL.
001640     COPY EJRNREC REPLACING ==:RECNAME:== BY ==JR-REC==
001650                            ==:PFX:==     BY ==JR==.
001660
001670 FD RPTFILE.
001680 01 RPT-LINE              PIC X(132).
001690
001700 FD AUDTFILE.
001710     COPY AUDITREC REPLACING ==:RECNAME:== BY ==AUD-REC==
001720                             ==:PFX:==     BY ==AUD==.
001730
001740 WORKING-STORAGE SECTION.
001750 01 WS-REORGCTL-STATUS   PIC X(02) VALUE '00'.
001760 01 WS-REORGMAP-STATUS   PIC X(02) VALUE '00'.
001770 01 WS-EMPMSTR-STATUS    PIC X(02) VALUE '00'.
001780     88 WS-EMPMSTR-OK    VALUE '00'.
001790 01 WS-DEPTMSTR-STATUS   PIC X(02) VALUE '00'.
001800 01 WS-BUDGMSTR-STATUS   PIC X(02) VALUE '00'.
001810 01 WS-POSMSTR-STATUS    PIC X(02) VALUE '00'.
001820 01 WS-LABALLOC-STATUS   PIC X(02) VALUE '00'.
001830 01 WS-GLMAP-STATUS      PIC X(02) VALUE '00'.
001840 01 WS-EMPHIST-STATUS    PIC X(02) VALUE '00'.
001850     88 WS-EMPHIST-OK    VALUE '00'.
001860 01 WS-EMPJRNL-STATUS    PIC X(02) VALUE '00'.
001870     88 WS-EMPJRNL-OK    VALUE '00'.
001880 01 WS-RPTFILE-STATUS    PIC X(02) VALUE '00'.
001890     88 WS-RPTFILE-OK    VALUE '00'.
001900 01 WS-MAP-EOF-STA       PIC X VALUE 'N'.
001910     88 WS-MAP-EOF       VALUE 'Y'.
001920 01 WS-MSTR-EOF-STA      PIC X VALUE 'N'.
001930     88 WS-MSTR-EOF      VALUE 'Y'.
001940 01 WS-SCAN-EOF-STA      PIC X VALUE 'N'.
001950     88 WS-SCAN-EOF      VALUE 'Y'.
001960 01 WS-MODE-SW           PIC X(05) VALUE 'TRIAL'.
001970     88 WS-TRIAL-MODE    VALUE 'TRIAL'.
001980     88 WS-APPLY-MODE    VALUE 'APPLY'.
001990 01 WS-EFF-DATE          PIC X(08) VALUE SPACES.
002000 01 WS-EFF-DATE-MDY      PIC X(08) VALUE SPACES.
002010 01 WS-TODAY-YYYYMMDD    PIC X(08) VALUE SPACES.
002020 01 WS-JRNL-SEQ          PIC 9(07) VALUE ZEROES COMP.
002030 01 WS-JRNL-TIME         PIC X(08) VALUE SPACES.
002040 01 WS-CARD-COUNT        PIC 9(05) VALUE ZEROES COMP.
002050 01 WS-MAP-ERR-COUNT     PIC 9(05) VALUE ZEROES COMP.
002060 01 WS-READ-COUNT        PIC 9(07) VALUE ZEROES COMP.
002070 01 WS-MOVED-COUNT       PIC 9(07) VALUE ZEROES COMP.
002080 01 WS-LEFT-COUNT        PIC 9(07) VALUE ZEROES COMP.
002090 01 WS-POSN-COUNT        PIC 9(05) VALUE ZEROES COMP.
002100 01 WS-BUDG-COUNT        PIC 9(05) VALUE ZEROES COMP.
002110 01 WS-ATTN-COUNT        PIC 9(05) VALUE ZEROES COMP.
002120 01 WS-CARD-RESULT       PIC X(40) VALUE SPACES.
002130 01 WS-APPLY-RESULT      PIC X(20) VALUE SPACES.
002140 01 WS-TARGET-DEPT       PIC X(04) VALUE SPACES.
002150 01 WS-OLD-DEPT          PIC X(04) VALUE SPACES.
002160 01 WS-FOUND-SW          PIC X(01) VALUE 'N'.
002170     88 WS-FOUND         VALUE 'Y'.
002180 01 WS-HIT-SW            PIC X(01) VALUE 'N'.
002190     88 WS-HIT           VALUE 'Y'.
002200 01 WS-BEFORE-IMAGE      PIC X(78) VALUE SPACES.
002210 01 WS-OLD-SALARY        PIC 9(07)V99 VALUE ZEROES.
002220 01 WS-HC-LEFT           PIC 9(05) VALUE ZEROES.
002230 01 WS-SAL-LEFT          PIC 9(09)V99 VALUE ZEROES.
002240 01 WS-HC-PART           PIC 9(05) VALUE ZEROES.
002250 01 WS-SAL-PART          PIC 9(09)V99 VALUE ZEROES.
002260 01 WS-PAIRS-LEFT        PIC 9(03) VALUE ZEROES COMP.
002270 01 WS-PAIR-SUB          PIC 9(03) VALUE ZEROES COMP.
002280 01 WS-PAIR-END          PIC 9(03) VALUE ZEROES COMP.
002290 01 WS-ALLOC-SUB         PIC 9(02) VALUE ZEROES COMP.
002300 01 WS-EMP-EDIT          PIC 9(06) VALUE ZEROES.
002310 01 WS-COUNT-EDIT        PIC ZZZZ9.
002320
002330*    THE DEPARTMENTS GIVING UP THEIR CODE - ONE ENTRY PER OLD
002340*    CODE ON THE MAP, WITH WHETHER IT MOVES WHOLE OR SPLITS, AND
002350*    WHAT IS LEFT BEHIND ONCE THE MOVES ARE DONE.
002360 01 WS-OLD-MAX           PIC 9(03) COMP VALUE 100.
002370 01 WS-OLD-COUNT         PIC 9(03) COMP VALUE ZERO.
002380 01 WS-OLDS.
002390     05 WS-OLD-ENT OCCURS 1 TO 100 TIMES
002400                   DEPENDING ON WS-OLD-COUNT
002410                   INDEXED BY OX.
002420            10 WS-OLD-CODE     PIC X(04).
002430            10 WS-OLD-TYPE     PIC X(01).
002440            10 WS-OLD-NEW      PIC X(04).
002450            10 WS-OLD-MOVED    PIC 9(05) COMP.
002460            10 WS-OLD-STAYED   PIC 9(05) COMP.
002470
002480*    EVERY OLD-TO-NEW PAIR, WITH THE HEADCOUNT AND SALARY MOVED
002490*    ALONG IT - A SPLIT'S BUDGET IS SHARED BY THE HEADS MOVED.
002500 01 WS-PAIR-MAX          PIC 9(03) COMP VALUE 300.
002510 01 WS-PAIR-COUNT        PIC 9(03) COMP VALUE ZERO.
002520 01 WS-PAIRS.
002530     05 WS-PAIR-ENT OCCURS 1 TO 300 TIMES
002540                    DEPENDING ON WS-PAIR-COUNT
002550                    INDEXED BY PX.
002560            10 WS-PAIR-OLD     PIC X(04).
002570            10 WS-PAIR-NEW     PIC X(04).
002580            10 WS-PAIR-NAME    PIC X(20).
002590            10 WS-PAIR-HEADS   PIC 9(05) COMP.
002600            10 WS-PAIR-SALARY  PIC S9(11)V99 COMP-3.
002610
002620*    THE EMPLOYEE LIST OF EVERY SPLIT.
002630 01 WS-SPLIT-MAX         PIC 9(05) COMP VALUE 3000.
002640 01 WS-SPLIT-COUNT       PIC 9(05) COMP VALUE ZERO.
002650 01 WS-SPLITS.
002660     05 WS-SPLIT-ENT OCCURS 1 TO 3000 TIMES
002670                     DEPENDING ON WS-SPLIT-COUNT
002680                     INDEXED BY SX.
002690            10 WS-SPLIT-EMP    PIC 9(06).
002700            10 WS-SPLIT-OLD    PIC X(04).
002710            10 WS-SPLIT-NEW    PIC X(04).
002720
002730*    BEFORE AND AFTER HEADCOUNT AND SALARY FOR EVERY DEPARTMENT
002740*    THE MAP NAMES, OLD OR NEW.  SALARY IS SUMMED AS CARRIED ON
002750*    THE MASTER, THE SAME AS DEPTRPT.
002760 01 WS-STAT-MAX          PIC 9(03) COMP VALUE 400.
002770 01 WS-STAT-COUNT        PIC 9(03) COMP VALUE ZERO.
002780 01 WS-STATS.
002790     05 WS-STAT-ENT OCCURS 1 TO 400 TIMES
002800                    DEPENDING ON WS-STAT-COUNT
002810                    INDEXED BY DX.
002820            10 WS-STAT-CODE    PIC X(04).
002830            10 WS-STAT-ROLE    PIC X(01).
002840                88 WS-STAT-OLD VALUE 'O'.
002850                88 WS-STAT-NEW VALUE 'N'.
002860            10 WS-STAT-GL-SW   PIC X(01).
002870                88 WS-STAT-GL-MAPPED VALUE 'Y'.
002880            10 WS-STAT-BEF-HC  PIC 9(05) COMP.
002890            10 WS-STAT-BEF-SAL PIC S9(11)V99 COMP-3.
002900            10 WS-STAT-AFT-HC  PIC 9(05) COMP.
002910            10 WS-STAT-AFT-SAL PIC S9(11)V99 COMP-3.
002920
002930*    THE BUDGET ROWS OF ONE OLD CODE, HELD SO THE RANDOM READS
002940*    AND WRITES OF THE CARRY-FORWARD DO NOT DISTURB THE BROWSE.
002950 01 WS-HOLD-MAX          PIC 9(03) COMP VALUE 50.
002960 01 WS-HOLD-COUNT        PIC 9(03) COMP VALUE ZERO.
002970 01 WS-HOLDS.
002980     05 WS-HOLD-ENT OCCURS 1 TO 50 TIMES
002990                    DEPENDING ON WS-HOLD-COUNT
003000                    INDEXED BY HX.
003010            10 WS-HOLD-YEAR    PIC X(04).
003020            10 WS-HOLD-HDCT    PIC 9(05).
003030            10 WS-HOLD-SALARY  PIC 9(09)V99.
003040
003050 01 WS-ABEND-DDNAME      PIC X(08) VALUE SPACES.
003060 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
003070 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
003080     88 WS-AUDTFILE-OK   VALUE '00'.
003090 01 WS-RUN-DATE.
003100     05 WS-RUN-YY        PIC 9(02).
003110     05 WS-RUN-MM        PIC 9(02).
003120     05 WS-RUN-DD        PIC 9(02).
003130 01 WS-RUN-TIME.
003140     05 WS-RUN-HH        PIC 9(02).
003150     05 WS-RUN-MN        PIC 9(02).
003160     05 WS-RUN-SS        PIC 9(02).
003170     05 FILLER           PIC 9(02).
003180 01 WS-RUN-DATE-EDIT     PIC X(08).
003190
003200 01 WS-HDR-LINE.
003210     05 FILLER            PIC X(28)
003220            VALUE 'DEPARTMENT REORGANIZATION  '.
003230     05 FILLER            PIC X(06) VALUE 'MODE: '.
003240     05 HDR-MODE          PIC X(05).
003250     05 FILLER            PIC X(12) VALUE '  EFFECTIVE '.
003260     05 HDR-EFF           PIC X(08).
003270     05 FILLER            PIC X(08) VALUE '  DATE: '.
003280     05 HDR-DATE          PIC X(08).
003290     05 FILLER            PIC X(57) VALUE SPACES.
003300
003310 01 WS-SECT-LINE.
003320     05 FILLER            PIC X(04) VALUE '*** '.
003330     05 SC-TITLE          PIC X(50).
003340     05 FILLER            PIC X(78) VALUE SPACES.
003350
003360 01 WS-MAP-LINE.
003370     05 FILLER            PIC X(02) VALUE SPACES.
003380     05 ML-TYPE           PIC X(01).
003390     05 FILLER            PIC X(02) VALUE SPACES.
003400     05 ML-OLD            PIC X(04).
003410     05 FILLER            PIC X(04) VALUE ' -> '.
003420     05 ML-NEW            PIC X(04).
003430     05 FILLER            PIC X(02) VALUE SPACES.
003440     05 ML-EMP-ID         PIC X(06).
003450     05 FILLER            PIC X(02) VALUE SPACES.
003460     05 ML-NAME           PIC X(20).
003470     05 FILLER            PIC X(02) VALUE SPACES.
003480     05 ML-RESULT         PIC X(40).
003490     05 FILLER            PIC X(43) VALUE SPACES.
003500
003510 01 WS-REG-LINE.
003520     05 RG-EMP-ID         PIC 9(06).
003530     05 FILLER            PIC X(01) VALUE SPACE.
003540     05 RG-EMP-NAME       PIC X(20).
003550     05 FILLER            PIC X(06) VALUE ' FROM '.
003560     05 RG-OLD            PIC X(04).
003570     05 FILLER            PIC X(04) VALUE ' TO '.
003580     05 RG-NEW            PIC X(04).
003590     05 FILLER            PIC X(09) VALUE ' SALARY: '.
003600     05 RG-SALARY         PIC Z,ZZZ,ZZ9.99.
003610     05 FILLER            PIC X(06) VALUE ' POSN '.
003620     05 RG-POSN           PIC X(06).
003630     05 FILLER            PIC X(02) VALUE SPACES.
003640     05 RG-FLAG           PIC X(30).
003650     05 FILLER            PIC X(22) VALUE SPACES.
003660
003670 01 WS-ACT-LINE.
003680     05 FILLER            PIC X(02) VALUE SPACES.
003690     05 AL-TEXT           PIC X(80).
003700     05 FILLER            PIC X(02) VALUE SPACES.
003710     05 AL-RESULT         PIC X(20).
003720     05 FILLER            PIC X(28) VALUE SPACES.
003730
003740 01 WS-BUDG-LINE.
003750     05 FILLER            PIC X(09) VALUE '  BUDGET '.
003760     05 BL-YEAR           PIC X(04).
003770     05 FILLER            PIC X(01) VALUE SPACE.
003780     05 BL-OLD            PIC X(04).
003790     05 FILLER            PIC X(04) VALUE ' -> '.
003800     05 BL-NEW            PIC X(04).
003810     05 FILLER            PIC X(07) VALUE '  HDCT '.
003820     05 BL-HDCT           PIC ZZZZ9.
003830     05 FILLER            PIC X(09) VALUE '  SALARY '.
003840     05 BL-SALARY         PIC ZZZ,ZZZ,ZZ9.99.
003850     05 FILLER            PIC X(02) VALUE SPACES.
003860     05 BL-RESULT         PIC X(20).
003870     05 FILLER            PIC X(49) VALUE SPACES.
003880
003890 01 WS-STAT-HDR.
003900     05 FILLER            PIC X(34)
003910            VALUE '  DEPT ROLE   BEFORE HDCT   BEFORE'.
003920     05 FILLER            PIC X(34)
003930            VALUE ' SALARY   AFTER HDCT    AFTER SALA'.
003940     05 FILLER            PIC X(02) VALUE 'RY'.
003950     05 FILLER            PIC X(62) VALUE SPACES.
003960
003970 01 WS-STAT-LINE.
003980     05 FILLER            PIC X(02) VALUE SPACES.
003990     05 ST-CODE           PIC X(04).
004000     05 FILLER            PIC X(01) VALUE SPACE.
004010     05 ST-ROLE           PIC X(04).
004020     05 FILLER            PIC X(05) VALUE SPACES.
004030     05 ST-BEF-HC         PIC ZZZZ9.
004040     05 FILLER            PIC X(02) VALUE SPACES.
004050     05 ST-BEF-SAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004060     05 FILLER            PIC X(06) VALUE SPACES.
004070     05 ST-AFT-HC         PIC ZZZZ9.
004080     05 FILLER            PIC X(02) VALUE SPACES.
004090     05 ST-AFT-SAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004100     05 FILLER            PIC X(62) VALUE SPACES.
004110
004120 01 WS-SUM-LINE.
004130     05 FILLER            PIC X(20) VALUE '** EMPLOYEES MOVED: '.
004140     05 SM-MOVED          PIC ZZZZZZ9.
004150     05 FILLER            PIC X(14) VALUE '  LEFT BEHIND:'.
004160     05 SM-LEFT           PIC ZZZZZZ9.
004170     05 FILLER            PIC X(13) VALUE '  ATTENTION: '.
004180     05 SM-ATTN           PIC ZZZZ9.
004190     05 FILLER            PIC X(15) VALUE '  MAP REFUSED: '.
004200     05 SM-ERR            PIC ZZZZ9.
004210     05 FILLER            PIC X(46) VALUE SPACES.
004220
004230 PROCEDURE DIVISION.
004240 0000-MAINLINE.
004250     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
004260     PERFORM 1500-LOAD-MAP THRU 1500-LOAD-MAP-EXIT
004270     IF WS-APPLY-MODE
004280        PERFORM 1800-OPEN-HISTORY THRU 1800-OPEN-HISTORY-EXIT
004290     END-IF
004300     PERFORM 2000-MOVE-EMPLOYEES THRU 2000-MOVE-EMPLOYEES-EXIT
004310     PERFORM 3000-MOVE-POSITIONS THRU 3000-MOVE-POSITIONS-EXIT
004320     PERFORM 4000-CARRY-BUDGETS THRU 4000-CARRY-BUDGETS-EXIT
004330     PERFORM 5000-UPDATE-DEPTS THRU 5000-UPDATE-DEPTS-EXIT
004340     PERFORM 6000-CHECK-GLMAP THRU 6000-CHECK-GLMAP-EXIT
004350     PERFORM 6500-CHECK-LABALLOC THRU 6500-CHECK-LABALLOC-EXIT
004360     PERFORM 8000-WRITE-TOTALS THRU 8000-WRITE-TOTALS-EXIT
004370     CLOSE EMPMSTR
004380           DEPTMSTR
004390           BUDGMSTR
004400           POSMSTR
004410           LABALLOC
004420           RPTFILE
004430     IF WS-APPLY-MODE
004440        CLOSE EMPHIST
004450              EMPJRNL
004460     END-IF
004470     IF WS-MAP-ERR-COUNT > ZERO
004480        MOVE 8 TO RETURN-CODE
004490     ELSE
004500        IF WS-ATTN-COUNT > ZERO
004510           MOVE 4 TO RETURN-CODE
004520        END-IF
004530     END-IF
004540     PERFORM 9500-WRITE-AUDIT-RECORD
004550             THRU 9500-WRITE-AUDIT-RECORD-EXIT
004560     DISPLAY 'REORGDPT - MODE            : ' WS-MODE-SW
004570     DISPLAY 'REORGDPT - MAP ROWS READ   : ' WS-CARD-COUNT
004580     DISPLAY 'REORGDPT - MAP ROWS REFUSED: ' WS-MAP-ERR-COUNT
004590     DISPLAY 'REORGDPT - EMPLOYEES READ  : ' WS-READ-COUNT
004600     DISPLAY 'REORGDPT - EMPLOYEES MOVED : ' WS-MOVED-COUNT
004610     DISPLAY 'REORGDPT - LEFT BEHIND     : ' WS-LEFT-COUNT
004620     DISPLAY 'REORGDPT - POSITIONS MOVED : ' WS-POSN-COUNT
004630     DISPLAY 'REORGDPT - BUDGET ROWS     : ' WS-BUDG-COUNT
004640     DISPLAY 'REORGDPT - ATTENTION ITEMS : ' WS-ATTN-COUNT
004650     IF WS-MAP-ERR-COUNT > ZERO
004660        DISPLAY 'REORGDPT - MAP REFUSED - NOTHING WAS APPLIED'
004670     END-IF
004680     STOP RUN
004690     .
004700
004710 1000-INITIALIZE.
004720*    THE MODE AND EFFECTIVE DATE ARE REQUIRED, AS FOR MERITCYC - A
004730*    MISSING OR UNRECOGNIZED CARD RUNS AS A TRIAL UNDER TODAY.
004740     OPEN INPUT REORGCTL
004750     IF WS-REORGCTL-STATUS NOT = '00'
004760        MOVE 'REORGCTL' TO WS-ABEND-DDNAME
004770        MOVE WS-REORGCTL-STATUS TO WS-ABEND-STATUS
004780        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004790     END-IF
004800     ACCEPT WS-EFF-DATE FROM DATE YYYYMMDD
004810     ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
004820     READ REORGCTL
004830         AT END CONTINUE
004840         NOT AT END
004850             IF RC-TRIAL OR RC-APPLY
004860                MOVE RC-MODE TO WS-MODE-SW
004870             ELSE
004880                DISPLAY 'REORGDPT - BAD MODE CARD, RUNNING'
004890                        ' TRIAL: ' RC-MODE
004900             END-IF
004910             IF RC-EFF-DATE IS NUMERIC
004920                MOVE RC-EFF-DATE TO WS-EFF-DATE
004930             END-IF
004940     END-READ
004950     CLOSE REORGCTL
004960*    THE MASTER CARRIES MM/DD/YY MAINTENANCE STAMPS.
004970     MOVE SPACES TO WS-EFF-DATE-MDY
004980     STRING WS-EFF-DATE(5:2) DELIMITED SIZE
004990            '/'              DELIMITED SIZE
005000            WS-EFF-DATE(7:2) DELIMITED SIZE
005010            '/'              DELIMITED SIZE
005020            WS-EFF-DATE(3:2) DELIMITED SIZE
005030            INTO WS-EFF-DATE-MDY
005040     OPEN I-O EMPMSTR
005050     IF NOT WS-EMPMSTR-OK
005060        MOVE 'EMPMSTR' TO WS-ABEND-DDNAME
005070        MOVE WS-EMPMSTR-STATUS TO WS-ABEND-STATUS
005080        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005090     END-IF
005100     OPEN I-O DEPTMSTR
005110     IF WS-DEPTMSTR-STATUS NOT = '00'
005120        MOVE 'DEPTMSTR' TO WS-ABEND-DDNAME
005130        MOVE WS-DEPTMSTR-STATUS TO WS-ABEND-STATUS
005140        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005150     END-IF
005160*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
005170*    OPEN - NOTHING THERE TO CARRY OR MOVE.
005180     OPEN I-O BUDGMSTR
005190     IF WS-BUDGMSTR-STATUS NOT = '00' AND
005200        WS-BUDGMSTR-STATUS NOT = '05'
005210        MOVE 'BUDGMSTR' TO WS-ABEND-DDNAME
005220        MOVE WS-BUDGMSTR-STATUS TO WS-ABEND-STATUS
005230        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005240     END-IF
005250     OPEN I-O POSMSTR
005260     IF WS-POSMSTR-STATUS NOT = '00' AND
005270        WS-POSMSTR-STATUS NOT = '05'
005280        MOVE 'POSMSTR' TO WS-ABEND-DDNAME
005290        MOVE WS-POSMSTR-STATUS TO WS-ABEND-STATUS
005300        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005310     END-IF
005320     OPEN I-O LABALLOC
005330     IF WS-LABALLOC-STATUS NOT = '00' AND
005340        WS-LABALLOC-STATUS NOT = '05'
005350        MOVE 'LABALLOC' TO WS-ABEND-DDNAME
005360        MOVE WS-LABALLOC-STATUS TO WS-ABEND-STATUS
005370        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005380     END-IF
005390     OPEN OUTPUT RPTFILE
005400     IF NOT WS-RPTFILE-OK
005410        MOVE 'RPTDD' TO WS-ABEND-DDNAME
005420        MOVE WS-RPTFILE-STATUS TO WS-ABEND-STATUS
005430        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005440     END-IF
005450     ACCEPT WS-RUN-DATE FROM DATE
005460     STRING WS-RUN-MM DELIMITED SIZE
005470            '/'       DELIMITED SIZE
005480            WS-RUN-DD DELIMITED SIZE
005490            '/'       DELIMITED SIZE
005500            WS-RUN-YY DELIMITED SIZE
005510            INTO WS-RUN-DATE-EDIT
005520     ACCEPT WS-RUN-TIME FROM TIME
005530     STRING WS-RUN-HH DELIMITED SIZE
005540            ':'       DELIMITED SIZE
005550            WS-RUN-MN DELIMITED SIZE
005560            ':'       DELIMITED SIZE
005570            WS-RUN-SS DELIMITED SIZE
005580            INTO WS-JRNL-TIME
005590     MOVE WS-MODE-SW TO HDR-MODE
005600     MOVE WS-EFF-DATE TO HDR-EFF
005610     MOVE WS-RUN-DATE-EDIT TO HDR-DATE
005620     WRITE RPT-LINE FROM WS-HDR-LINE
005630     MOVE SPACES TO RPT-LINE
005640     WRITE RPT-LINE
005650     .
005660 1000-INITIALIZE-EXIT.
005670     EXIT.
005680
005690 1500-LOAD-MAP.
005700*    EVERY MAP ROW IS CHECKED BEFORE ANYTHING IS TOUCHED.  ONE BAD
005710*    ROW REFUSES THE WHOLE MAP - HALF A REORGANIZATION IS WORSE
005720*    THAN NONE - AND THE RUN CARRIES ON AS A TRIAL SO THE REST OF
005730*    THE REGISTER CAN STILL BE CHECKED.  A MAP ALREADY APPLIED IS
005740*    REFUSED ON A RERUN BECAUSE ITS OLD CODES ARE RETIRED.
005750     OPEN INPUT REORGMAP
005760     IF WS-REORGMAP-STATUS NOT = '00'
005770        MOVE 'REORGMAP' TO WS-ABEND-DDNAME
005780        MOVE WS-REORGMAP-STATUS TO WS-ABEND-STATUS
005790        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005800     END-IF
005810     MOVE 'MAPPING FILE' TO SC-TITLE
005820     WRITE RPT-LINE FROM WS-SECT-LINE
005830     PERFORM 1600-LOAD-MAP-REC THRU 1600-LOAD-MAP-REC-EXIT
005840             UNTIL WS-MAP-EOF
005850     CLOSE REORGMAP
005860     IF WS-OLD-COUNT = ZERO
005870        DISPLAY 'REORGDPT - MAPPING FILE IS EMPTY'
005880        MOVE 'REORGMAP' TO WS-ABEND-DDNAME
005890        MOVE '  ' TO WS-ABEND-STATUS
005900        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005910     END-IF
005920     PERFORM 1700-CHECK-CHAIN THRU 1700-CHECK-CHAIN-EXIT
005930             VARYING OX FROM 1 BY 1 UNTIL OX > WS-OLD-COUNT
005940     IF WS-MAP-ERR-COUNT > ZERO
005950        MOVE 'TRIAL' TO WS-MODE-SW
005960        MOVE SPACES TO RPT-LINE
005970        WRITE RPT-LINE
005980        MOVE 'MAP REFUSED - NOTHING WILL BE APPLIED' TO SC-TITLE
005990        WRITE RPT-LINE FROM WS-SECT-LINE
006000     END-IF
006010     MOVE SPACES TO RPT-LINE
006020     WRITE RPT-LINE
006030     .
006040 1500-LOAD-MAP-EXIT.
006050     EXIT.
006060
006070 1600-LOAD-MAP-REC.
006080     READ REORGMAP
006090         AT END
006100             SET WS-MAP-EOF TO TRUE
006110             GO TO 1600-LOAD-MAP-REC-EXIT
006120     END-READ
006130     ADD 1 TO WS-CARD-COUNT
006140     MOVE SPACES       TO WS-CARD-RESULT
006150     MOVE RM-TYPE      TO ML-TYPE
006160     MOVE RM-OLD-DEPT  TO ML-OLD
006170     MOVE RM-NEW-DEPT  TO ML-NEW
006180     MOVE RM-EMP-ID    TO ML-EMP-ID
006190     MOVE RM-NEW-NAME  TO ML-NAME
006200     PERFORM 1610-EDIT-MAP-REC THRU 1610-EDIT-MAP-REC-EXIT
006210     IF WS-CARD-RESULT = SPACES
006220        PERFORM 1650-STORE-MAP-REC THRU 1650-STORE-MAP-REC-EXIT
006230     END-IF
006240     IF WS-CARD-RESULT = SPACES
006250        MOVE 'ACCEPTED' TO ML-RESULT
006260     ELSE
006270        MOVE WS-CARD-RESULT TO ML-RESULT
006280        ADD 1 TO WS-MAP-ERR-COUNT
006290     END-IF
006300     WRITE RPT-LINE FROM WS-MAP-LINE
006310     .
006320 1600-LOAD-MAP-REC-EXIT.
006330     EXIT.
006340
006350 1610-EDIT-MAP-REC.
006360     IF NOT RM-MOVE AND NOT RM-SPLIT
006370        MOVE 'REFUSED - TYPE MUST BE M OR S' TO WS-CARD-RESULT
006380        GO TO 1610-EDIT-MAP-REC-EXIT
006390     END-IF
006400     IF RM-OLD-DEPT = SPACES OR RM-NEW-DEPT = SPACES
006410        MOVE 'REFUSED - OLD AND NEW CODE REQUIRED'
006420          TO WS-CARD-RESULT
006430        GO TO 1610-EDIT-MAP-REC-EXIT
006440     END-IF
006450     IF RM-OLD-DEPT = RM-NEW-DEPT
006460        MOVE 'REFUSED - OLD CODE = NEW CODE' TO WS-CARD-RESULT
006470        GO TO 1610-EDIT-MAP-REC-EXIT
006480     END-IF
006490     MOVE RM-OLD-DEPT TO DM-DEPT-CODE
006500     READ DEPTMSTR KEY IS DM-DEPT-CODE
006510         INVALID KEY
006520             MOVE 'REFUSED - OLD DEPT NOT ON DEPTMSTR'
006530               TO WS-CARD-RESULT
006540             GO TO 1610-EDIT-MAP-REC-EXIT
006550     END-READ
006560     IF NOT DM-ACTIVE
006570        MOVE 'REFUSED - OLD DEPT ALREADY RETIRED'
006580          TO WS-CARD-RESULT
006590        GO TO 1610-EDIT-MAP-REC-EXIT
006600     END-IF
006610     MOVE RM-NEW-DEPT TO DM-DEPT-CODE
006620     READ DEPTMSTR KEY IS DM-DEPT-CODE
006630         INVALID KEY
006640             CONTINUE
006650         NOT INVALID KEY
006660             IF NOT DM-ACTIVE
006670                MOVE 'REFUSED - NEW DEPT IS RETIRED'
006680                  TO WS-CARD-RESULT
006690                GO TO 1610-EDIT-MAP-REC-EXIT
006700             END-IF
006710     END-READ
006720*    AN OLD CODE EITHER MOVES WHOLE OR SPLITS - NEVER BOTH, AND A
006730*    WHOLE MOVE HAS ONE TARGET.
006740     MOVE 'N' TO WS-FOUND-SW
006750     SET OX TO 1
006760     SEARCH WS-OLD-ENT
006770     AT END
006780         CONTINUE
006790     WHEN WS-OLD-CODE(OX) = RM-OLD-DEPT
006800         SET WS-FOUND TO TRUE
006810     END-SEARCH
006820     IF WS-FOUND
006830        IF RM-MOVE OR WS-OLD-TYPE(OX) = 'M'
006840           MOVE 'REFUSED - OLD DEPT ALREADY MAPPED'
006850             TO WS-CARD-RESULT
006860           GO TO 1610-EDIT-MAP-REC-EXIT
006870        END-IF
006880     END-IF
006890     IF RM-MOVE
006900        IF RM-EMP-ID NOT = SPACES
006910           MOVE 'REFUSED - WHOLE MOVE TAKES NO EMP ID'
006920             TO WS-CARD-RESULT
006930        END-IF
006940        GO TO 1610-EDIT-MAP-REC-EXIT
006950     END-IF
006960*    A SPLIT ROW NAMES AN ACTIVE EMPLOYEE OF THE OLD DEPARTMENT,
006970*    ONCE.
006980     IF RM-EMP-ID IS NOT NUMERIC
006990        MOVE 'REFUSED - EMP ID NOT NUMERIC' TO WS-CARD-RESULT
007000        GO TO 1610-EDIT-MAP-REC-EXIT
007010     END-IF
007020     MOVE 'N' TO WS-FOUND-SW
007030     SET SX TO 1
007040     SEARCH WS-SPLIT-ENT
007050     AT END
007060         CONTINUE
007070     WHEN WS-SPLIT-EMP(SX) = RM-EMP-ID-9
007080         SET WS-FOUND TO TRUE
007090     END-SEARCH
007100     IF WS-FOUND
007110        MOVE 'REFUSED - EMPLOYEE LISTED TWICE' TO WS-CARD-RESULT
007120        GO TO 1610-EDIT-MAP-REC-EXIT
007130     END-IF
007140     MOVE RM-EMP-ID-9 TO EM-EMP-ID
007150     READ EMPMSTR KEY IS EM-EMP-ID
007160         INVALID KEY
007170             MOVE 'REFUSED - EMPLOYEE NOT ON FILE'
007180               TO WS-CARD-RESULT
007190             GO TO 1610-EDIT-MAP-REC-EXIT
007200     END-READ
007210     IF NOT EM-ACTIVE
007220        MOVE 'REFUSED - EMPLOYEE NOT ACTIVE' TO WS-CARD-RESULT
007230        GO TO 1610-EDIT-MAP-REC-EXIT
007240     END-IF
007250     IF EM-DEPT-CODE NOT = RM-OLD-DEPT
007260        STRING 'REFUSED - EMPLOYEE IS IN ' DELIMITED SIZE
007270               EM-DEPT-CODE                DELIMITED SIZE
007280               INTO WS-CARD-RESULT
007290     END-IF
007300     .
007310 1610-EDIT-MAP-REC-EXIT.
007320     EXIT.
007330
007340 1650-STORE-MAP-REC.
007350     IF WS-OLD-COUNT >= WS-OLD-MAX OR
007360        WS-PAIR-COUNT >= WS-PAIR-MAX OR
007370        WS-SPLIT-COUNT >= WS-SPLIT-MAX OR
007380        WS-STAT-COUNT + 2 > WS-STAT-MAX
007390        MOVE 'REFUSED - MAP TABLES FULL' TO WS-CARD-RESULT
007400        GO TO 1650-STORE-MAP-REC-EXIT
007410     END-IF
007420     MOVE 'N' TO WS-FOUND-SW
007430     SET OX TO 1
007440     SEARCH WS-OLD-ENT
007450     AT END
007460         CONTINUE
007470     WHEN WS-OLD-CODE(OX) = RM-OLD-DEPT
007480         SET WS-FOUND TO TRUE
007490     END-SEARCH
007500     IF NOT WS-FOUND
007510        ADD 1 TO WS-OLD-COUNT
007520        SET OX TO WS-OLD-COUNT
007530        MOVE RM-OLD-DEPT TO WS-OLD-CODE(OX)
007540        MOVE RM-TYPE     TO WS-OLD-TYPE(OX)
007550        MOVE SPACES      TO WS-OLD-NEW(OX)
007560        MOVE ZERO        TO WS-OLD-MOVED(OX)
007570                            WS-OLD-STAYED(OX)
007580        IF RM-MOVE
007590           MOVE RM-NEW-DEPT TO WS-OLD-NEW(OX)
007600        END-IF
007610     END-IF
007620     IF RM-SPLIT
007630        ADD 1 TO WS-SPLIT-COUNT
007640        SET SX TO WS-SPLIT-COUNT
007650        MOVE RM-EMP-ID-9 TO WS-SPLIT-EMP(SX)
007660        MOVE RM-OLD-DEPT TO WS-SPLIT-OLD(SX)
007670        MOVE RM-NEW-DEPT TO WS-SPLIT-NEW(SX)
007680     END-IF
007690     MOVE 'N' TO WS-FOUND-SW
007700     SET PX TO 1
007710     SEARCH WS-PAIR-ENT
007720     AT END
007730         CONTINUE
007740     WHEN WS-PAIR-OLD(PX) = RM-OLD-DEPT
007750      AND WS-PAIR-NEW(PX) = RM-NEW-DEPT
007760         SET WS-FOUND TO TRUE
007770     END-SEARCH
007780     IF NOT WS-FOUND
007790        ADD 1 TO WS-PAIR-COUNT
007800        SET PX TO WS-PAIR-COUNT
007810        MOVE RM-OLD-DEPT TO WS-PAIR-OLD(PX)
007820        MOVE RM-NEW-DEPT TO WS-PAIR-NEW(PX)
007830        MOVE SPACES      TO WS-PAIR-NAME(PX)
007840        MOVE ZERO        TO WS-PAIR-HEADS(PX)
007850                            WS-PAIR-SALARY(PX)
007860     END-IF
007870     IF WS-PAIR-NAME(PX) = SPACES
007880        MOVE RM-NEW-NAME TO WS-PAIR-NAME(PX)
007890     END-IF
007900     MOVE RM-OLD-DEPT TO WS-OLD-DEPT
007910     PERFORM 1660-ADD-STAT THRU 1660-ADD-STAT-EXIT
007920     MOVE RM-NEW-DEPT TO WS-OLD-DEPT
007930     PERFORM 1660-ADD-STAT THRU 1660-ADD-STAT-EXIT
007940     .
007950 1650-STORE-MAP-REC-EXIT.
007960     EXIT.
007970
007980 1660-ADD-STAT.
007990     SET DX TO 1
008000     SEARCH WS-STAT-ENT
008010     AT END
008020         ADD 1 TO WS-STAT-COUNT
008030         SET DX TO WS-STAT-COUNT
008040         MOVE WS-OLD-DEPT TO WS-STAT-CODE(DX)
008050         MOVE 'N'         TO WS-STAT-GL-SW(DX)
008060         MOVE ZERO        TO WS-STAT-BEF-HC(DX)
008070                             WS-STAT-BEF-SAL(DX)
008080                             WS-STAT-AFT-HC(DX)
008090                             WS-STAT-AFT-SAL(DX)
008100         IF WS-OLD-DEPT = RM-OLD-DEPT
008110            MOVE 'O' TO WS-STAT-ROLE(DX)
008120         ELSE
008130            MOVE 'N' TO WS-STAT-ROLE(DX)
008140         END-IF
008150     WHEN WS-STAT-CODE(DX) = WS-OLD-DEPT
008160         CONTINUE
008170     END-SEARCH
008180     .
008190 1660-ADD-STAT-EXIT.
008200     EXIT.
008210
008220 1700-CHECK-CHAIN.
008230*    A CODE MAY NOT BE BOTH RETIRED AND A TARGET IN ONE MAP - THE
008240*    ANSWER WOULD DEPEND ON THE ORDER THE MASTER HAPPENS TO READ.
008250     SET PX TO 1
008260     SEARCH WS-PAIR-ENT
008270     AT END
008280         CONTINUE
008290     WHEN WS-PAIR-NEW(PX) = WS-OLD-CODE(OX)
008300         MOVE SPACES TO WS-MAP-LINE
008310         MOVE WS-OLD-CODE(OX) TO ML-OLD
008320         MOVE '****' TO ML-NEW
008330         MOVE 'REFUSED - CODE IS BOTH OLD AND NEW' TO ML-RESULT
008340         WRITE RPT-LINE FROM WS-MAP-LINE
008350         ADD 1 TO WS-MAP-ERR-COUNT
008360     END-SEARCH
008370     .
008380 1700-CHECK-CHAIN-EXIT.
008390     EXIT.
008400
008410 1800-OPEN-HISTORY.
008420*    OPENED ONLY ONCE THE MAP IS ACCEPTED - A TRIAL, OR A REFUSED
008430*    MAP, LEAVES THE CHANGE HISTORY AND THE JOURNAL UNTOUCHED.
008440     OPEN EXTEND EMPHIST
008450     IF NOT WS-EMPHIST-OK
008460        MOVE 'EMPHIST' TO WS-ABEND-DDNAME
008470        MOVE WS-EMPHIST-STATUS TO WS-ABEND-STATUS
008480        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
008490     END-IF
008500     OPEN EXTEND EMPJRNL
008510     IF NOT WS-EMPJRNL-OK
008520        MOVE 'EMPJRNL' TO WS-ABEND-DDNAME
008530        MOVE WS-EMPJRNL-STATUS TO WS-ABEND-STATUS
008540        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
008550     END-IF
008560     .
008570 1800-OPEN-HISTORY-EXIT.
008580     EXIT.
008590
008600 2000-MOVE-EMPLOYEES.
008610*    ONE PASS OF THE MASTER IN EMPLOYEE-ID ORDER.  THE EDITS ABOVE
008620*    READ IT AT RANDOM, SO THE BROWSE IS RESTARTED FROM THE TOP.
008630     MOVE 'EMPLOYEE REGISTER' TO SC-TITLE
008640     WRITE RPT-LINE FROM WS-SECT-LINE
008650     MOVE ZEROES TO EM-EMP-ID
008660     START EMPMSTR KEY IS NOT LESS THAN EM-EMP-ID
008670         INVALID KEY
008680             SET WS-MSTR-EOF TO TRUE
008690     END-START
008700     PERFORM 2100-READ-MASTER THRU 2100-READ-MASTER-EXIT
008710             UNTIL WS-MSTR-EOF
008720     MOVE SPACES TO RPT-LINE
008730     WRITE RPT-LINE
008740     .
008750 2000-MOVE-EMPLOYEES-EXIT.
008760     EXIT.
008770
008780 2100-READ-MASTER.
008790     READ EMPMSTR NEXT RECORD
008800         AT END
008810             SET WS-MSTR-EOF TO TRUE
008820             GO TO 2100-READ-MASTER-EXIT
008830     END-READ
008840     ADD 1 TO WS-READ-COUNT
008850     IF NOT EM-ACTIVE
008860        GO TO 2100-READ-MASTER-EXIT
008870     END-IF
008880     MOVE EM-DEPT-CODE TO WS-OLD-DEPT
008890     MOVE EM-DEPT-CODE TO WS-TARGET-DEPT
008900     MOVE 'N' TO WS-FOUND-SW
008910     SET DX TO 1
008920     SEARCH WS-STAT-ENT
008930     AT END
008940         CONTINUE
008950     WHEN WS-STAT-CODE(DX) = EM-DEPT-CODE
008960         SET WS-FOUND TO TRUE
008970         ADD 1             TO WS-STAT-BEF-HC(DX)
008980         ADD EM-SALARY-AMT TO WS-STAT-BEF-SAL(DX)
008990     END-SEARCH
009000     IF NOT WS-FOUND
009010        GO TO 2100-READ-MASTER-EXIT
009020     END-IF
009030     PERFORM 2200-FIND-TARGET THRU 2200-FIND-TARGET-EXIT
009040     IF WS-TARGET-DEPT NOT = WS-OLD-DEPT
009050        PERFORM 2300-MOVE-ONE THRU 2300-MOVE-ONE-EXIT
009060     END-IF
009070     SET DX TO 1
009080     SEARCH WS-STAT-ENT
009090     AT END
009100         CONTINUE
009110     WHEN WS-STAT-CODE(DX) = WS-TARGET-DEPT
009120         ADD 1             TO WS-STAT-AFT-HC(DX)
009130         ADD EM-SALARY-AMT TO WS-STAT-AFT-SAL(DX)
009140     END-SEARCH
009150     .
009160 2100-READ-MASTER-EXIT.
009170     EXIT.
009180
009190 2200-FIND-TARGET.
009200*    A WHOLE MOVE TAKES EVERYONE; A SPLIT TAKES THE LISTED.  AN
009210*    EMPLOYEE OF A SPLIT DEPARTMENT WHO IS NOT LISTED STAYS PUT,
009220*    AND THE OLD DEPARTMENT CANNOT BE RETIRED UNDER THEM.
009230     SET OX TO 1
009240     SEARCH WS-OLD-ENT
009250     AT END
009260         GO TO 2200-FIND-TARGET-EXIT
009270     WHEN WS-OLD-CODE(OX) = EM-DEPT-CODE
009280         CONTINUE
009290     END-SEARCH
009300     IF WS-OLD-TYPE(OX) = 'M'
009310        MOVE WS-OLD-NEW(OX) TO WS-TARGET-DEPT
009320        GO TO 2200-FIND-TARGET-EXIT
009330     END-IF
009340     SET SX TO 1
009350     SEARCH WS-SPLIT-ENT
009360     AT END
009370         ADD 1 TO WS-OLD-STAYED(OX)
009380         ADD 1 TO WS-LEFT-COUNT
009390         MOVE EM-EMP-ID     TO RG-EMP-ID
009400         MOVE EM-EMP-NAME   TO RG-EMP-NAME
009410         MOVE EM-DEPT-CODE  TO RG-OLD
009420                               RG-NEW
009430         MOVE EM-SALARY-AMT TO RG-SALARY
009440         MOVE EM-POSN-NO    TO RG-POSN
009450         MOVE '*NOT ON SPLIT LIST - STAYS*' TO RG-FLAG
009460         WRITE RPT-LINE FROM WS-REG-LINE
009470         ADD 1 TO WS-ATTN-COUNT
009480     WHEN WS-SPLIT-EMP(SX) = EM-EMP-ID
009490         MOVE WS-SPLIT-NEW(SX) TO WS-TARGET-DEPT
009500     END-SEARCH
009510     .
009520 2200-FIND-TARGET-EXIT.
009530     EXIT.
009540
009550 2300-MOVE-ONE.
009560     ADD 1 TO WS-OLD-MOVED(OX)
009570     ADD 1 TO WS-MOVED-COUNT
009580     SET PX TO 1
009590     SEARCH WS-PAIR-ENT
009600     AT END
009610         CONTINUE
009620     WHEN WS-PAIR-OLD(PX) = WS-OLD-DEPT
009630      AND WS-PAIR-NEW(PX) = WS-TARGET-DEPT
009640         ADD 1             TO WS-PAIR-HEADS(PX)
009650         ADD EM-SALARY-AMT TO WS-PAIR-SALARY(PX)
009660     END-SEARCH
009670     MOVE EM-EMP-ID     TO RG-EMP-ID
009680     MOVE EM-EMP-NAME   TO RG-EMP-NAME
009690     MOVE WS-OLD-DEPT   TO RG-OLD
009700     MOVE WS-TARGET-DEPT TO RG-NEW
009710     MOVE EM-SALARY-AMT TO RG-SALARY
009720     MOVE EM-POSN-NO    TO RG-POSN
009730     IF WS-APPLY-MODE
009740        MOVE 'MOVED' TO RG-FLAG
009750        PERFORM 2400-APPLY-ONE THRU 2400-APPLY-ONE-EXIT
009760     ELSE
009770        MOVE 'TRIAL - NOT APPLIED' TO RG-FLAG
009780     END-IF
009790     WRITE RPT-LINE FROM WS-REG-LINE
009800     .
009810 2300-MOVE-ONE-EXIT.
009820     EXIT.
009830
009840 2400-APPLY-ONE.
009850*    A REORGANIZATION MOVE IS A MASTER UPDATE LIKE ANY OTHER - A
009860*    TRANSFER ON THE CHANGE HISTORY FOR EMPHRPT AND A REWRITE ON
009870*    THE RECOVERY JOURNAL FOR EMPRCVR, AS MERITCYC DOES IT.
009880     MOVE EM-EMPLOYEE-REC TO WS-BEFORE-IMAGE
009890     MOVE EM-SALARY-AMT   TO WS-OLD-SALARY
009900     MOVE EM-STATUS-FLAG  TO EH-OLD-STATUS
009910     MOVE EM-COMP-CODE    TO EH-OLD-COMP
009920     MOVE WS-TARGET-DEPT  TO EM-DEPT-CODE
009930     MOVE WS-EFF-DATE-MDY TO EM-LAST-MAINT-DATE
009940     REWRITE EM-EMPLOYEE-REC
009950     MOVE EM-EMP-ID       TO EH-EMP-ID
009960     MOVE WS-EFF-DATE     TO EH-EFF-DATE
009970     MOVE 'TRANSFER'      TO EH-ACTION
009980     MOVE WS-OLD-DEPT     TO EH-OLD-DEPT
009990     MOVE EM-DEPT-CODE    TO EH-NEW-DEPT
010000     MOVE WS-OLD-SALARY   TO EH-OLD-SALARY
010010     MOVE EM-SALARY-AMT   TO EH-NEW-SALARY
010020     MOVE EM-COMP-CODE    TO EH-NEW-COMP
010030     MOVE EM-STATUS-FLAG  TO EH-NEW-STATUS
010040     WRITE EH-REC
010050     ADD 1 TO WS-JRNL-SEQ
010060     MOVE WS-JRNL-SEQ     TO JR-SEQ
010070     MOVE WS-TODAY-YYYYMMDD TO JR-RUN-DATE
010080     MOVE WS-JRNL-TIME    TO JR-RUN-TIME
010090     MOVE 'REWRITE'       TO JR-ACTION
010100     MOVE EM-EMP-ID       TO JR-EMP-ID
010110     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
010120     MOVE EM-EMPLOYEE-REC TO JR-AFTER-IMAGE
010130     WRITE JR-REC
010140     .
010150 2400-APPLY-ONE-EXIT.
010160     EXIT.
010170
010180 3000-MOVE-POSITIONS.
010190*    A WHOLE MOVE TAKES EVERY POSITION OF THE OLD CODE - FILLED,
010200*    VACANT OR FROZEN.  A SPLIT TAKES THE POSITIONS ITS LISTED
010210*    EMPLOYEES FILL; ANY OTHER POSITION IS LEFT FOR POSMAINT TO
010220*    MOVE OR DELETE, SINCE ONLY PLANNING KNOWS WHERE IT BELONGS.
010230     MOVE 'POSITION CONTROL' TO SC-TITLE
010240     WRITE RPT-LINE FROM WS-SECT-LINE
010250     MOVE 'N' TO WS-SCAN-EOF-STA
010260     MOVE LOW-VALUES TO PN-POSN-NO
010270     START POSMSTR KEY IS NOT LESS THAN PN-POSN-NO
010280         INVALID KEY
010290             SET WS-SCAN-EOF TO TRUE
010300     END-START
010310     PERFORM 3100-CHECK-POSITION THRU 3100-CHECK-POSITION-EXIT
010320             UNTIL WS-SCAN-EOF
010330     MOVE SPACES TO RPT-LINE
010340     WRITE RPT-LINE
010350     .
010360 3000-MOVE-POSITIONS-EXIT.
010370     EXIT.
010380
010390 3100-CHECK-POSITION.
010400     READ POSMSTR NEXT RECORD
010410         AT END
010420             SET WS-SCAN-EOF TO TRUE
010430             GO TO 3100-CHECK-POSITION-EXIT
010440     END-READ
010450     SET OX TO 1
010460     SEARCH WS-OLD-ENT
010470     AT END
010480         GO TO 3100-CHECK-POSITION-EXIT
010490     WHEN WS-OLD-CODE(OX) = PN-DEPT-CODE
010500         CONTINUE
010510     END-SEARCH
010520     MOVE PN-DEPT-CODE TO WS-OLD-DEPT
010530     MOVE SPACES       TO WS-TARGET-DEPT
010540     IF WS-OLD-TYPE(OX) = 'M'
010550        MOVE WS-OLD-NEW(OX) TO WS-TARGET-DEPT
010560     ELSE
010570        IF PN-FILLED
010580           SET SX TO 1
010590           SEARCH WS-SPLIT-ENT
010600           AT END
010610               CONTINUE
010620           WHEN WS-SPLIT-EMP(SX) = PN-EMP-ID
010630               MOVE WS-SPLIT-NEW(SX) TO WS-TARGET-DEPT
010640           END-SEARCH
010650        END-IF
010660     END-IF
010670     MOVE SPACES TO WS-ACT-LINE
010680     IF WS-TARGET-DEPT = SPACES
010690        STRING 'POSITION '     DELIMITED SIZE
010700               PN-POSN-NO      DELIMITED SIZE
010710               ' ('            DELIMITED SIZE
010720               PN-STATUS       DELIMITED SIZE
010730               ') STAYS IN '   DELIMITED SIZE
010740               PN-DEPT-CODE    DELIMITED SIZE
010750               ' - MOVE OR DELETE IT WITH POSMAINT'
010760                               DELIMITED SIZE
010770               INTO AL-TEXT
010780        MOVE '*ATTENTION*' TO AL-RESULT
010790        ADD 1 TO WS-ATTN-COUNT
010800        WRITE RPT-LINE FROM WS-ACT-LINE
010810        GO TO 3100-CHECK-POSITION-EXIT
010820     END-IF
010830     STRING 'POSITION '     DELIMITED SIZE
010840            PN-POSN-NO      DELIMITED SIZE
010850            ' ('            DELIMITED SIZE
010860            PN-STATUS       DELIMITED SIZE
010870            ') '            DELIMITED SIZE
010880            WS-OLD-DEPT     DELIMITED SIZE
010890            ' -> '          DELIMITED SIZE
010900            WS-TARGET-DEPT  DELIMITED SIZE
010910            INTO AL-TEXT
010920     ADD 1 TO WS-POSN-COUNT
010930     IF WS-APPLY-MODE
010940        MOVE WS-TARGET-DEPT TO PN-DEPT-CODE
010950        MOVE WS-TODAY-YYYYMMDD TO PN-LAST-MAINT-DATE
010960        REWRITE PN-POSN-REC
010970        MOVE 'MOVED' TO AL-RESULT
010980     ELSE
010990        MOVE 'TRIAL - NOT APPLIED' TO AL-RESULT
011000     END-IF
011010     WRITE RPT-LINE FROM WS-ACT-LINE
011020     .
011030 3100-CHECK-POSITION-EXIT.
011040     EXIT.
011050
011060 4000-CARRY-BUDGETS.
011070*    THE BUDGET ROWS OF EACH OLD CODE FROM THE EFFECTIVE YEAR ON
011080*    ARE ADDED INTO THE NEW CODE'S ROWS FOR THE SAME YEARS AND
011090*    THEN DELETED; EARLIER YEARS STAY AS THEY WERE FOR BUDGRPT.
011100*    A SPLIT SHARES EACH ROW BY THE HEADCOUNT MOVED TO EACH NEW
011110*    CODE, THE LAST NEW CODE TAKING THE ROUNDING REMAINDER.
011120     MOVE 'BUDGET CARRY-FORWARD' TO SC-TITLE
011130     WRITE RPT-LINE FROM WS-SECT-LINE
011140     PERFORM 4100-CARRY-ONE-DEPT THRU 4100-CARRY-ONE-DEPT-EXIT
011150             VARYING OX FROM 1 BY 1 UNTIL OX > WS-OLD-COUNT
011160     MOVE SPACES TO RPT-LINE
011170     WRITE RPT-LINE
011180     .
011190 4000-CARRY-BUDGETS-EXIT.
011200     EXIT.
011210
011220 4100-CARRY-ONE-DEPT.
011230     MOVE ZERO TO WS-HOLD-COUNT
011240     MOVE 'N'  TO WS-SCAN-EOF-STA
011250     MOVE WS-OLD-CODE(OX) TO BG-DEPT-CODE
011260     MOVE WS-EFF-DATE(1:4) TO BG-FISC-YEAR
011270     START BUDGMSTR KEY IS NOT LESS THAN BG-KEY
011280         INVALID KEY
011290             SET WS-SCAN-EOF TO TRUE
011300     END-START
011310     PERFORM 4110-HOLD-BUDGET THRU 4110-HOLD-BUDGET-EXIT
011320             UNTIL WS-SCAN-EOF
011330     IF WS-HOLD-COUNT = ZERO
011340        GO TO 4100-CARRY-ONE-DEPT-EXIT
011350     END-IF
011360     IF WS-OLD-MOVED(OX) = ZERO AND WS-OLD-TYPE(OX) = 'S'
011370        MOVE SPACES TO WS-ACT-LINE
011380        STRING 'BUDGET OF '        DELIMITED SIZE
011390               WS-OLD-CODE(OX)     DELIMITED SIZE
011400               ' LEFT IN PLACE - NO EMPLOYEE MOVED TO SHARE IT BY'
011410                                   DELIMITED SIZE
011420               INTO AL-TEXT
011430        MOVE '*ATTENTION*' TO AL-RESULT
011440        ADD 1 TO WS-ATTN-COUNT
011450        WRITE RPT-LINE FROM WS-ACT-LINE
011460        GO TO 4100-CARRY-ONE-DEPT-EXIT
011470     END-IF
011480     PERFORM 4200-CARRY-ONE-YEAR THRU 4200-CARRY-ONE-YEAR-EXIT
011490             VARYING HX FROM 1 BY 1 UNTIL HX > WS-HOLD-COUNT
011500     .
011510 4100-CARRY-ONE-DEPT-EXIT.
011520     EXIT.
011530
011540 4110-HOLD-BUDGET.
011550     READ BUDGMSTR NEXT RECORD
011560         AT END
011570             SET WS-SCAN-EOF TO TRUE
011580             GO TO 4110-HOLD-BUDGET-EXIT
011590     END-READ
011600     IF BG-DEPT-CODE NOT = WS-OLD-CODE(OX)
011610        SET WS-SCAN-EOF TO TRUE
011620        GO TO 4110-HOLD-BUDGET-EXIT
011630     END-IF
011640     IF WS-HOLD-COUNT >= WS-HOLD-MAX
011650        DISPLAY 'REORGDPT - BUDGET HOLD TABLE FULL FOR '
011660                WS-OLD-CODE(OX) ' - RAISE WS-HOLD-MAX'
011670        SET WS-SCAN-EOF TO TRUE
011680        ADD 1 TO WS-ATTN-COUNT
011690        GO TO 4110-HOLD-BUDGET-EXIT
011700     END-IF
011710     ADD 1 TO WS-HOLD-COUNT
011720     MOVE BG-FISC-YEAR     TO WS-HOLD-YEAR(WS-HOLD-COUNT)
011730     MOVE BG-BUDGET-HDCT   TO WS-HOLD-HDCT(WS-HOLD-COUNT)
011740     MOVE BG-BUDGET-SALARY TO WS-HOLD-SALARY(WS-HOLD-COUNT)
011750     .
011760 4110-HOLD-BUDGET-EXIT.
011770     EXIT.
011780
011790 4200-CARRY-ONE-YEAR.
011800     MOVE WS-HOLD-HDCT(HX)   TO WS-HC-LEFT
011810     MOVE WS-HOLD-SALARY(HX) TO WS-SAL-LEFT
011820     MOVE ZERO TO WS-PAIRS-LEFT
011830     PERFORM 4210-COUNT-PAIR THRU 4210-COUNT-PAIR-EXIT
011840             VARYING PX FROM 1 BY 1 UNTIL PX > WS-PAIR-COUNT
011850     PERFORM 4300-CARRY-ONE-PAIR THRU 4300-CARRY-ONE-PAIR-EXIT
011860             VARYING PX FROM 1 BY 1 UNTIL PX > WS-PAIR-COUNT
011870     IF WS-APPLY-MODE
011880        MOVE WS-OLD-CODE(OX)  TO BG-DEPT-CODE
011890        MOVE WS-HOLD-YEAR(HX) TO BG-FISC-YEAR
011900        DELETE BUDGMSTR RECORD
011910            INVALID KEY
011920                DISPLAY 'REORGDPT - BUDGET ROW VANISHED: ' BG-KEY
011930        END-DELETE
011940     END-IF
011950     .
011960 4200-CARRY-ONE-YEAR-EXIT.
011970     EXIT.
011980
011990 4210-COUNT-PAIR.
012000*    A SPLIT TARGET THAT RECEIVED NOBODY TAKES NO SHARE.
012010     IF WS-PAIR-OLD(PX) = WS-OLD-CODE(OX)
012020        IF WS-OLD-TYPE(OX) = 'M' OR WS-PAIR-HEADS(PX) > ZERO
012030           ADD 1 TO WS-PAIRS-LEFT
012040        END-IF
012050     END-IF
012060     .
012070 4210-COUNT-PAIR-EXIT.
012080     EXIT.
012090
012100 4300-CARRY-ONE-PAIR.
012110     IF WS-PAIR-OLD(PX) NOT = WS-OLD-CODE(OX)
012120        GO TO 4300-CARRY-ONE-PAIR-EXIT
012130     END-IF
012140     IF WS-OLD-TYPE(OX) = 'S' AND WS-PAIR-HEADS(PX) = ZERO
012150        GO TO 4300-CARRY-ONE-PAIR-EXIT
012160     END-IF
012170     SUBTRACT 1 FROM WS-PAIRS-LEFT
012180     IF WS-PAIRS-LEFT = ZERO
012190        MOVE WS-HC-LEFT  TO WS-HC-PART
012200        MOVE WS-SAL-LEFT TO WS-SAL-PART
012210     ELSE
012220        COMPUTE WS-HC-PART ROUNDED = WS-HOLD-HDCT(HX)
012230                * WS-PAIR-HEADS(PX) / WS-OLD-MOVED(OX)
012240        COMPUTE WS-SAL-PART ROUNDED = WS-HOLD-SALARY(HX)
012250                * WS-PAIR-HEADS(PX) / WS-OLD-MOVED(OX)
012260        IF WS-HC-PART > WS-HC-LEFT
012270           MOVE WS-HC-LEFT TO WS-HC-PART
012280        END-IF
012290        IF WS-SAL-PART > WS-SAL-LEFT
012300           MOVE WS-SAL-LEFT TO WS-SAL-PART
012310        END-IF
012320     END-IF
012330     SUBTRACT WS-HC-PART  FROM WS-HC-LEFT
012340     SUBTRACT WS-SAL-PART FROM WS-SAL-LEFT
012350     MOVE WS-HOLD-YEAR(HX) TO BL-YEAR
012360     MOVE WS-OLD-CODE(OX)  TO BL-OLD
012370     MOVE WS-PAIR-NEW(PX)  TO BL-NEW
012380     MOVE WS-HC-PART       TO BL-HDCT
012390     MOVE WS-SAL-PART      TO BL-SALARY
012400     ADD 1 TO WS-BUDG-COUNT
012410     IF WS-TRIAL-MODE
012420        MOVE 'TRIAL - NOT APPLIED' TO BL-RESULT
012430        WRITE RPT-LINE FROM WS-BUDG-LINE
012440        GO TO 4300-CARRY-ONE-PAIR-EXIT
012450     END-IF
012460     MOVE WS-PAIR-NEW(PX)  TO BG-DEPT-CODE
012470     MOVE WS-HOLD-YEAR(HX) TO BG-FISC-YEAR
012480     READ BUDGMSTR KEY IS BG-KEY
012490         INVALID KEY
012500             MOVE WS-HC-PART        TO BG-BUDGET-HDCT
012510             MOVE WS-SAL-PART       TO BG-BUDGET-SALARY
012520             MOVE WS-RUN-DATE-EDIT  TO BG-LAST-MAINT-DATE
012530             WRITE BG-BUDGET-REC
012540             MOVE 'ADDED' TO BL-RESULT
012550         NOT INVALID KEY
012560             ADD WS-HC-PART         TO BG-BUDGET-HDCT
012570             ADD WS-SAL-PART        TO BG-BUDGET-SALARY
012580             MOVE WS-RUN-DATE-EDIT  TO BG-LAST-MAINT-DATE
012590             REWRITE BG-BUDGET-REC
012600             MOVE 'ADDED TO EXISTING' TO BL-RESULT
012610     END-READ
012620     WRITE RPT-LINE FROM WS-BUDG-LINE
012630     .
012640 4300-CARRY-ONE-PAIR-EXIT.
012650     EXIT.
012660
012670 5000-UPDATE-DEPTS.
012680*    NEW CODES NOT YET ON DEPTMSTR ARE ADDED ACTIVE, NAMED FROM
012690*    THE MAP (OR AFTER THE OLD DEPARTMENT) WITH THE OLD MANAGER;
012700*    DEPTMAIN CORRECTS EITHER LATER.  AN OLD CODE IS RETIRED ONLY
012710*    WHEN NO ACTIVE EMPLOYEE IS LEFT IN IT.
012720     MOVE 'DEPARTMENT MASTER' TO SC-TITLE
012730     WRITE RPT-LINE FROM WS-SECT-LINE
012740     PERFORM 5100-ADD-NEW-DEPT THRU 5100-ADD-NEW-DEPT-EXIT
012750             VARYING PX FROM 1 BY 1 UNTIL PX > WS-PAIR-COUNT
012760     PERFORM 5200-RETIRE-OLD-DEPT THRU 5200-RETIRE-OLD-DEPT-EXIT
012770             VARYING OX FROM 1 BY 1 UNTIL OX > WS-OLD-COUNT
012780     MOVE SPACES TO RPT-LINE
012790     WRITE RPT-LINE
012800     .
012810 5000-UPDATE-DEPTS-EXIT.
012820     EXIT.
012830
012840 5100-ADD-NEW-DEPT.
012850     MOVE WS-PAIR-NEW(PX) TO DM-DEPT-CODE
012860     READ DEPTMSTR KEY IS DM-DEPT-CODE
012870         INVALID KEY
012880             CONTINUE
012890         NOT INVALID KEY
012900             GO TO 5100-ADD-NEW-DEPT-EXIT
012910     END-READ
012920*    ONE ADD PER NEW CODE EVEN WHEN SEVERAL PAIRS NAME IT - AN
012930*    EARLIER PAIR IN A TRIAL HAS ALREADY LISTED IT.
012940     MOVE 'N' TO WS-HIT-SW
012950     PERFORM 5110-CHECK-EARLIER THRU 5110-CHECK-EARLIER-EXIT
012960     IF WS-HIT
012970        GO TO 5100-ADD-NEW-DEPT-EXIT
012980     END-IF
012990     MOVE WS-PAIR-OLD(PX) TO DM-DEPT-CODE
013000     READ DEPTMSTR KEY IS DM-DEPT-CODE
013010         INVALID KEY
013020             MOVE SPACES TO DM-DEPT-NAME
013030                            DM-MANAGER-NAME
013040     END-READ
013050     MOVE WS-PAIR-NEW(PX) TO DM-DEPT-CODE
013060     IF WS-PAIR-NAME(PX) NOT = SPACES
013070        MOVE WS-PAIR-NAME(PX) TO DM-DEPT-NAME
013080     END-IF
013090     SET DM-ACTIVE TO TRUE
013100     MOVE SPACES TO WS-ACT-LINE
013110     STRING 'NEW DEPARTMENT '   DELIMITED SIZE
013120            DM-DEPT-CODE        DELIMITED SIZE
013130            ' '                 DELIMITED SIZE
013140            DM-DEPT-NAME        DELIMITED SIZE
013150            ' MANAGER '         DELIMITED SIZE
013160            DM-MANAGER-NAME     DELIMITED SIZE
013170            INTO AL-TEXT
013180     IF WS-APPLY-MODE
013190        WRITE DM-DEPT-REC
013200            INVALID KEY
013210                MOVE 'ADD FAILED' TO AL-RESULT
013220            NOT INVALID KEY
013230                MOVE 'ADDED' TO AL-RESULT
013240        END-WRITE
013250     ELSE
013260        MOVE 'TRIAL - NOT APPLIED' TO AL-RESULT
013270     END-IF
013280     WRITE RPT-LINE FROM WS-ACT-LINE
013290     .
013300 5100-ADD-NEW-DEPT-EXIT.
013310     EXIT.
013320
013330 5110-CHECK-EARLIER.
013340     MOVE WS-PAIR-NEW(PX) TO WS-TARGET-DEPT
013350     SET WS-PAIR-END TO PX
013360     PERFORM 5120-CHECK-ONE-PAIR THRU 5120-CHECK-ONE-PAIR-EXIT
013370             VARYING WS-PAIR-SUB FROM 1 BY 1
013380             UNTIL WS-PAIR-SUB >= WS-PAIR-END OR WS-HIT
013390     .
013400 5110-CHECK-EARLIER-EXIT.
013410     EXIT.
013420
013430 5120-CHECK-ONE-PAIR.
013440     IF WS-PAIR-NEW(WS-PAIR-SUB) = WS-TARGET-DEPT
013450        SET WS-HIT TO TRUE
013460     END-IF
013470     .
013480 5120-CHECK-ONE-PAIR-EXIT.
013490     EXIT.
013500
013510 5200-RETIRE-OLD-DEPT.
013520     MOVE SPACES TO WS-ACT-LINE
013530     IF WS-OLD-STAYED(OX) > ZERO
013540        MOVE WS-OLD-STAYED(OX) TO WS-COUNT-EDIT
013550        STRING 'DEPARTMENT '      DELIMITED SIZE
013560               WS-OLD-CODE(OX)    DELIMITED SIZE
013570               ' NOT RETIRED - '  DELIMITED SIZE
013580               WS-COUNT-EDIT      DELIMITED SIZE
013590               ' ACTIVE EMPLOYEES NOT ON THE SPLIT LIST'
013600                                  DELIMITED SIZE
013610               INTO AL-TEXT
013620        MOVE '*ATTENTION*' TO AL-RESULT
013630        ADD 1 TO WS-ATTN-COUNT
013640        WRITE RPT-LINE FROM WS-ACT-LINE
013650        GO TO 5200-RETIRE-OLD-DEPT-EXIT
013660     END-IF
013670     STRING 'DEPARTMENT '      DELIMITED SIZE
013680            WS-OLD-CODE(OX)    DELIMITED SIZE
013690            ' RETIRED'         DELIMITED SIZE
013700            INTO AL-TEXT
013710     IF WS-TRIAL-MODE
013720        MOVE 'TRIAL - NOT APPLIED' TO AL-RESULT
013730        WRITE RPT-LINE FROM WS-ACT-LINE
013740        GO TO 5200-RETIRE-OLD-DEPT-EXIT
013750     END-IF
013760     MOVE WS-OLD-CODE(OX) TO DM-DEPT-CODE
013770     READ DEPTMSTR KEY IS DM-DEPT-CODE
013780         INVALID KEY
013790             MOVE 'NOT ON FILE' TO AL-RESULT
013800         NOT INVALID KEY
013810             SET DM-INACTIVE TO TRUE
013820             REWRITE DM-DEPT-REC
013830             MOVE 'SET INACTIVE' TO AL-RESULT
013840     END-READ
013850     WRITE RPT-LINE FROM WS-ACT-LINE
013860     .
013870 5200-RETIRE-OLD-DEPT-EXIT.
013880     EXIT.
013890
013900 6000-CHECK-GLMAP.
013910*    GLMAP IS ACCOUNTING'S DATA AND IS NEVER CHANGED HERE.  EVERY
013920*    ROW STILL NAMING A RETIRING CODE, AND EVERY NEW CODE WITH NO
013930*    ROW AT ALL (GLPOST HOLDS AN UNMAPPED DEPARTMENT'S AMOUNTS
013940*    OUT OF THE JOURNAL), IS LISTED FOR THEM.
013950     MOVE 'GENERAL LEDGER MAP - FOR ACCOUNTING' TO SC-TITLE
013960     WRITE RPT-LINE FROM WS-SECT-LINE
013970     OPEN INPUT GLMAP
013980     IF WS-GLMAP-STATUS NOT = '00'
013990        MOVE 'GLMAP' TO WS-ABEND-DDNAME
014000        MOVE WS-GLMAP-STATUS TO WS-ABEND-STATUS
014010        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
014020     END-IF
014030     MOVE 'N' TO WS-SCAN-EOF-STA
014040     PERFORM 6100-CHECK-GL-ROW THRU 6100-CHECK-GL-ROW-EXIT
014050             UNTIL WS-SCAN-EOF
014060     CLOSE GLMAP
014070     PERFORM 6200-CHECK-NEW-MAPPED THRU 6200-CHECK-NEW-MAPPED-EXIT
014080             VARYING DX FROM 1 BY 1 UNTIL DX > WS-STAT-COUNT
014090     MOVE SPACES TO RPT-LINE
014100     WRITE RPT-LINE
014110     .
014120 6000-CHECK-GLMAP-EXIT.
014130     EXIT.
014140
014150 6100-CHECK-GL-ROW.
014160     READ GLMAP
014170         AT END
014180             SET WS-SCAN-EOF TO TRUE
014190             GO TO 6100-CHECK-GL-ROW-EXIT
014200     END-READ
014210     SET DX TO 1
014220     SEARCH WS-STAT-ENT
014230     AT END
014240         GO TO 6100-CHECK-GL-ROW-EXIT
014250     WHEN WS-STAT-CODE(DX) = GM-DEPT-CODE
014260         MOVE 'Y' TO WS-STAT-GL-SW(DX)
014270     END-SEARCH
014280     IF NOT WS-STAT-OLD(DX)
014290        GO TO 6100-CHECK-GL-ROW-EXIT
014300     END-IF
014310     MOVE SPACES TO WS-ACT-LINE
014320     STRING 'GLMAP ROW '          DELIMITED SIZE
014330            GM-DEPT-CODE          DELIMITED SIZE
014340            ' -> ACCOUNT '        DELIMITED SIZE
014350            GM-GL-ACCOUNT         DELIMITED SIZE
014360            ' NAMES A RETIRING DEPARTMENT - REPOINT OR REMOVE'
014370                                  DELIMITED SIZE
014380            INTO AL-TEXT
014390     MOVE '*ATTENTION*' TO AL-RESULT
014400     ADD 1 TO WS-ATTN-COUNT
014410     WRITE RPT-LINE FROM WS-ACT-LINE
014420     .
014430 6100-CHECK-GL-ROW-EXIT.
014440     EXIT.
014450
014460 6200-CHECK-NEW-MAPPED.
014470     IF NOT WS-STAT-NEW(DX) OR WS-STAT-GL-MAPPED(DX)
014480        GO TO 6200-CHECK-NEW-MAPPED-EXIT
014490     END-IF
014500     MOVE SPACES TO WS-ACT-LINE
014510     STRING 'NO GLMAP ROW FOR NEW DEPARTMENT ' DELIMITED SIZE
014520            WS-STAT-CODE(DX)                   DELIMITED SIZE
014530            ' - GLPOST WILL HOLD ITS AMOUNTS'  DELIMITED SIZE
014540            INTO AL-TEXT
014550     MOVE '*ATTENTION*' TO AL-RESULT
014560     ADD 1 TO WS-ATTN-COUNT
014570     WRITE RPT-LINE FROM WS-ACT-LINE
014580     .
014590 6200-CHECK-NEW-MAPPED-EXIT.
014600     EXIT.
014610
014620 6500-CHECK-LABALLOC.
014630*    A LABOR-ALLOCATION ROW IS A DATED SPLIT THAT PAYCALC TRUSTS
014640*    AS WRITTEN, SO ONE NAMING A RETIRING CODE IS LISTED FOR A NEW
014650*    ROW FROM LABMAINT RATHER THAN REWRITTEN HERE.
014660     MOVE 'LABOR ALLOCATION - FOR ACCOUNTING' TO SC-TITLE
014670     WRITE RPT-LINE FROM WS-SECT-LINE
014680     MOVE 'N' TO WS-SCAN-EOF-STA
014690     MOVE ZEROES     TO LA-EMP-ID
014700     MOVE LOW-VALUES TO LA-EFF-DATE
014710     START LABALLOC KEY IS NOT LESS THAN LA-KEY
014720         INVALID KEY
014730             SET WS-SCAN-EOF TO TRUE
014740     END-START
014750     PERFORM 6600-CHECK-ALLOC-ROW THRU 6600-CHECK-ALLOC-ROW-EXIT
014760             UNTIL WS-SCAN-EOF
014770     MOVE SPACES TO RPT-LINE
014780     WRITE RPT-LINE
014790     .
014800 6500-CHECK-LABALLOC-EXIT.
014810     EXIT.
014820
014830 6600-CHECK-ALLOC-ROW.
014840     READ LABALLOC NEXT RECORD
014850         AT END
014860             SET WS-SCAN-EOF TO TRUE
014870             GO TO 6600-CHECK-ALLOC-ROW-EXIT
014880     END-READ
014890     MOVE 'N' TO WS-HIT-SW
014900     PERFORM 6610-CHECK-SPLIT THRU 6610-CHECK-SPLIT-EXIT
014910             VARYING WS-ALLOC-SUB FROM 1 BY 1
014920             UNTIL WS-ALLOC-SUB > LA-SPLIT-COUNT OR
014930                   WS-ALLOC-SUB > 5 OR WS-HIT
014940     IF NOT WS-HIT
014950        GO TO 6600-CHECK-ALLOC-ROW-EXIT
014960     END-IF
014970     MOVE LA-EMP-ID TO WS-EMP-EDIT
014980     MOVE SPACES TO WS-ACT-LINE
014990     STRING 'LABALLOC ROW '       DELIMITED SIZE
015000            WS-EMP-EDIT           DELIMITED SIZE
015010            ' EFFECTIVE '         DELIMITED SIZE
015020            LA-EFF-DATE           DELIMITED SIZE
015030            ' SPLITS TO '         DELIMITED SIZE
015040            WS-OLD-DEPT           DELIMITED SIZE
015050            ' - ADD A NEW ROW WITH LABMAINT'
015060                                  DELIMITED SIZE
015070            INTO AL-TEXT
015080     MOVE '*ATTENTION*' TO AL-RESULT
015090     ADD 1 TO WS-ATTN-COUNT
015100     WRITE RPT-LINE FROM WS-ACT-LINE
015110     .
015120 6600-CHECK-ALLOC-ROW-EXIT.
015130     EXIT.
015140
015150 6610-CHECK-SPLIT.
015160     SET OX TO 1
015170     SEARCH WS-OLD-ENT
015180     AT END
015190         CONTINUE
015200     WHEN WS-OLD-CODE(OX) = LA-DEPT-CODE(WS-ALLOC-SUB)
015210         MOVE LA-DEPT-CODE(WS-ALLOC-SUB) TO WS-OLD-DEPT
015220         SET WS-HIT TO TRUE
015230     END-SEARCH
015240     .
015250 6610-CHECK-SPLIT-EXIT.
015260     EXIT.
015270
015280 8000-WRITE-TOTALS.
015290     MOVE 'HEADCOUNT AND SALARY BY DEPARTMENT' TO SC-TITLE
015300     WRITE RPT-LINE FROM WS-SECT-LINE
015310     WRITE RPT-LINE FROM WS-STAT-HDR
015320     PERFORM 8100-WRITE-ONE-DEPT THRU 8100-WRITE-ONE-DEPT-EXIT
015330             VARYING DX FROM 1 BY 1 UNTIL DX > WS-STAT-COUNT
015340     MOVE SPACES TO RPT-LINE
015350     WRITE RPT-LINE
015360     MOVE WS-MOVED-COUNT   TO SM-MOVED
015370     MOVE WS-LEFT-COUNT    TO SM-LEFT
015380     MOVE WS-ATTN-COUNT    TO SM-ATTN
015390     MOVE WS-MAP-ERR-COUNT TO SM-ERR
015400     WRITE RPT-LINE FROM WS-SUM-LINE
015410     .
015420 8000-WRITE-TOTALS-EXIT.
015430     EXIT.
015440
015450 8100-WRITE-ONE-DEPT.
015460     MOVE WS-STAT-CODE(DX)    TO ST-CODE
015470     IF WS-STAT-OLD(DX)
015480        MOVE 'OLD' TO ST-ROLE
015490     ELSE
015500        MOVE 'NEW' TO ST-ROLE
015510     END-IF
015520     MOVE WS-STAT-BEF-HC(DX)  TO ST-BEF-HC
015530     MOVE WS-STAT-BEF-SAL(DX) TO ST-BEF-SAL
015540     MOVE WS-STAT-AFT-HC(DX)  TO ST-AFT-HC
015550     MOVE WS-STAT-AFT-SAL(DX) TO ST-AFT-SAL
015560     WRITE RPT-LINE FROM WS-STAT-LINE
015570     .
015580 8100-WRITE-ONE-DEPT-EXIT.
015590     EXIT.
015600
015610 9000-ABEND-PARA.
015620*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
015630*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
015640     DISPLAY 'REORGDPT - OPEN/LOAD FAILED FOR: ' WS-ABEND-DDNAME
015650     DISPLAY 'REORGDPT - FILE STATUS WAS     : ' WS-ABEND-STATUS
015660     MOVE 16 TO RETURN-CODE
015670     STOP RUN
015680     .
015690 9000-ABEND-PARA-EXIT.
015700     EXIT.
015710
015720 9500-WRITE-AUDIT-RECORD.
015730*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
015740*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
015750*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
015760     OPEN EXTEND AUDTFILE
015770     IF NOT WS-AUDTFILE-OK
015780        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
015790        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
015800        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
015810     END-IF
015820     ACCEPT WS-RUN-TIME FROM TIME
015830     MOVE 'REORGDPT' TO AUD-PGM-NAME
015840     MOVE WS-RUN-DATE-EDIT TO AUD-RUN-DATE
015850     STRING WS-RUN-HH DELIMITED SIZE
015860            ':'       DELIMITED SIZE
015870            WS-RUN-MN DELIMITED SIZE
015880            ':'       DELIMITED SIZE
015890            WS-RUN-SS DELIMITED SIZE
015900            INTO AUD-RUN-TIME
015910     MOVE WS-MOVED-COUNT TO AUD-REC-COUNT
015920     MOVE RETURN-CODE    TO AUD-RETURN-CODE
015930     WRITE AUD-REC
015940     CLOSE AUDTFILE
015950     .
015960 9500-WRITE-AUDIT-RECORD-EXIT.
015970     EXIT.
