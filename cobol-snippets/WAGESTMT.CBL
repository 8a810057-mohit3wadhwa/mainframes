000010******************************************************************
000020*        PROGRAM NAME            : WAGESTMT                      *
000030*        DESCRIPTION             : YEAR-END WAGE STATEMENTS AND  *
000040*                                  ANNUAL FILING FILE.  READS    *
000050*                                  THE YEAR-TO-DATE MASTER FOR   *
000060*                                  THE TAX YEAR ON THE REQUIRED  *
000070*                                  WAGECTL CARD, JOINS EACH      *
000080*                                  RECORD TO THE EMPLOYEE MASTER *
000090*                                  FOR NAME, COMPANY, AND        *
000100*                                  STATUS, AND PRINTS ONE WAGE   *
000110*                                  STATEMENT PER EMPLOYEE        *
000120*                                  GROUPED BY COMPANY, WITH A    *
000130*                                  FIXED-FORMAT FILING FILE      *
000140*                                  CARRYING COMPANY TOTALS.      *
000150*                                  BEFORE ANYTHING IS RELEASED   *
000160*                                  THE YEAR'S YTD TOTALS MUST    *
000170*                                  EQUAL THE SUM OF THAT YEAR'S  *
000180*                                  GLPOST JOURNAL EXTRACTS TO    *
000190*                                  THE PENNY, OR NO STATEMENT    *
000200*                                  AND NO FILING RECORD LEAVES   *
000210*                                  THE STEP AND IT ENDS CC 16 -  *
000220*                                  THE SAME RULE GLPOST ITSELF   *
000230*                                  FOLLOWS.  A YTD RECORD STILL  *
000240*                                  CARRYING A PRIOR YEAR IS HELD *
000250*                                  OUT AND LISTED, NEVER STATED  *
000260*                                  UNDER THE WRONG YEAR.         *
000270*        CREDITS                 : DATA PROCESSING               *
000280******************************************************************
000290*        MODIFICATION HISTORY                                    *
000300*        ----------------------------------------------------   *
000310*        DATE       INIT  DESCRIPTION                            *
000320*        10/15/26   RWM   INITIAL VERSION - WAGE STATEMENTS WERE *
000330*                         TYPED FROM THE YTDRPT LISTING EVERY    *
000340*                         JANUARY AND NEVER PROVED TO THE        *
000350*                         LEDGER.                                *
000360*        10/15/26   RWM   SKIPS THE BENEFIT EXPENSE AND          *
000370*                         LIABILITY LINES GLPOST NOW WRITES -    *
000380*                         THE EMPLOYER'S BENEFIT COST IS NOT     *
000390*                         WAGES AND IS NOT AN UNKNOWN LINE.      *
000400******************************************************************
000410
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. WAGESTMT.
000440 AUTHOR. R MEHTA.
000450 INSTALLATION. DATA PROCESSING.
000460 DATE-WRITTEN. 10/15/26.
000470 DATE-COMPILED.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT YTDMSTR  ASSIGN TO YTDMSTR
000530     ORGANIZATION IS INDEXED
000540     ACCESS MODE IS SEQUENTIAL
000550     RECORD KEY IS YT-EMP-ID
000560     FILE STATUS IS WS-YTDMSTR-STATUS.
000570
000580     SELECT EMPMSTR  ASSIGN TO EMPMSTR
000590     ORGANIZATION IS INDEXED
000600     ACCESS MODE IS DYNAMIC
000610     RECORD KEY IS EM-EMP-ID
000620     FILE STATUS IS WS-EMPMSTR-STATUS.
000630
000640     SELECT WAGECTL  ASSIGN TO WAGECTL
000650     ORGANIZATION IS LINE SEQUENTIAL
000660     FILE STATUS IS WS-WAGECTL-STATUS.
000670
000680     SELECT JRNFILE  ASSIGN TO JRNDD
000690     ORGANIZATION IS LINE SEQUENTIAL
000700     FILE STATUS IS WS-JRNFILE-STATUS.
000710
000720     SELECT STMTFILE ASSIGN TO STMTDD
000730     ORGANIZATION IS LINE SEQUENTIAL
000740     FILE STATUS IS WS-STMTFILE-STATUS.
000750
000760     SELECT FILEOUT  ASSIGN TO FILEDD
000770     ORGANIZATION IS LINE SEQUENTIAL
000780     FILE STATUS IS WS-FILEOUT-STATUS.
000790
000800     SELECT RPTFILE  ASSIGN TO RPTDD
000810     ORGANIZATION IS LINE SEQUENTIAL
000820     FILE STATUS IS WS-RPTFILE-STATUS.
000830
000840     SELECT AUDTFILE ASSIGN TO AUDTDD
000850     ORGANIZATION IS LINE SEQUENTIAL
000860     FILE STATUS IS WS-AUDTFILE-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD YTDMSTR.
000910     COPY YTDREC.
000920
000930 FD EMPMSTR.
000940     COPY EMPMREC.
000950
000960 FD WAGECTL.
000970 01 WC-REC.
000980     05 WC-TAX-YEAR       PIC X(04).
000990     05 FILLER            PIC X(76).
001000
001010*    THE GLPOST JOURNAL EXTRACT LINE.  GENERATIONS WRITTEN BEFORE
001020*    GLPOST STAMPED THE BUSINESS DATE ARE FOUR BYTES SHORTER AND
001030*    READ BACK WITH A BLANK DATE - THEY ARE COUNTED AS UNDATED.
001040 FD JRNFILE.
001050 01 JR-REC.
001060     05 JR-REC-ID         PIC X(04).
001070     05 JR-ACCOUNT        PIC X(08).
001080     05 FILLER            PIC X(01).
001090     05 JR-DC             PIC X(01).
001100     05 FILLER            PIC X(01).
001110     05 JR-AMOUNT         PIC 9(11)V99.
001120     05 JR-SIGN           PIC X(01).
001130     05 FILLER            PIC X(01).
001140     05 JR-DEPT           PIC X(04).
001150     05 FILLER            PIC X(01).
001160     05 JR-DESC           PIC X(20).
001170     05 FILLER            PIC X(01).
001180     05 JR-BUS-DATE       PIC X(08).
001190
001200 FD STMTFILE.
001210 01 STM-LINE              PIC X(132).
001220
001230 FD FILEOUT.
001240 01 FILE-REC              PIC X(100).
001250
001260 FD RPTFILE.
001270 01 RPT-LINE              PIC X(132).
001280
001290 FD AUDTFILE.
001300     COPY AUDITREC REPLACING ==:RECNAME:== BY ==AUD-REC==
001310                             ==:PFX:==     BY ==AUD==.
001320
001330 WORKING-STORAGE SECTION.
001340 01 WS-YTDMSTR-STATUS    PIC X(02) VALUE '00'.
001350     88 WS-YTDMSTR-OK    VALUE '00'.
001360 01 WS-EMPMSTR-STATUS    PIC X(02) VALUE '00'.
001370     88 WS-EMPMSTR-OK    VALUE '00'.
001380 01 WS-WAGECTL-STATUS    PIC X(02) VALUE '00'.
001390 01 WS-JRNFILE-STATUS    PIC X(02) VALUE '00'.
001400     88 WS-JRNFILE-OK    VALUE '00'.
001410 01 WS-STMTFILE-STATUS   PIC X(02) VALUE '00'.
001420     88 WS-STMTFILE-OK   VALUE '00'.
001430 01 WS-FILEOUT-STATUS    PIC X(02) VALUE '00'.
001440     88 WS-FILEOUT-OK    VALUE '00'.
001450 01 WS-RPTFILE-STATUS    PIC X(02) VALUE '00'.
001460     88 WS-RPTFILE-OK    VALUE '00'.
001470 01 WS-EOF-STA           PIC X VALUE 'N'.
001480     88 WS-EOF           VALUE 'Y'.
001490 01 WS-JRN-EOF-STA       PIC X VALUE 'N'.
001500     88 WS-JRN-EOF       VALUE 'Y'.
001510 01 WS-EMP-FOUND-SW      PIC X(01) VALUE 'N'.
001520     88 WS-EMP-FOUND     VALUE 'Y'.
001530 01 WS-PROOF-SW          PIC X(01) VALUE 'N'.
001540     88 WS-PROVED        VALUE 'Y'.
001550 01 WS-FIRST-COMP-SW     PIC X(01) VALUE 'Y'.
001560     88 WS-FIRST-COMP    VALUE 'Y'.
001570 01 WS-TAX-YEAR          PIC X(04) VALUE SPACES.
001580 01 WS-HELD-REASON       PIC X(24) VALUE SPACES.
001590 01 WS-READ-COUNT        PIC 9(05) VALUE ZEROES COMP.
001600 01 WS-YEAR-COUNT        PIC 9(05) VALUE ZEROES COMP.
001610 01 WS-PRIOR-COUNT       PIC 9(05) VALUE ZEROES COMP.
001620 01 WS-ROLLED-COUNT      PIC 9(05) VALUE ZEROES COMP.
001630 01 WS-NOEMP-COUNT       PIC 9(05) VALUE ZEROES COMP.
001640 01 WS-JRN-READ          PIC 9(05) VALUE ZEROES COMP.
001650 01 WS-JRN-USED          PIC 9(05) VALUE ZEROES COMP.
001660 01 WS-JRN-OTHER-YEAR    PIC 9(05) VALUE ZEROES COMP.
001670 01 WS-JRN-UNDATED       PIC 9(05) VALUE ZEROES COMP.
001680 01 WS-JRN-UNKNOWN       PIC 9(05) VALUE ZEROES COMP.
001690 01 WS-STM-WRITTEN       PIC 9(05) VALUE ZEROES COMP.
001700 01 WS-COMP-WRITTEN      PIC 9(05) VALUE ZEROES COMP.
001710 01 WS-COMP-EMP-COUNT    PIC 9(05) VALUE ZEROES COMP.
001720 01 WS-FAIL-COUNT        PIC 9(03) VALUE ZEROES COMP.
001730 01 WS-PREV-COMP         PIC 9(06) VALUE ZEROES.
001740 01 WS-JRN-AMT           PIC S9(11)V99 COMP-3 VALUE ZERO.
001750*    PROOF TOTALS - EVERY YTD RECORD FOR THE TAX YEAR AGAINST
001760*    EVERY JOURNAL LINE DATED IN THE TAX YEAR.
001770 01 WS-YTD-GROSS         PIC S9(13)V99 COMP-3 VALUE ZERO.
001780 01 WS-YTD-DEDS          PIC S9(13)V99 COMP-3 VALUE ZERO.
001790 01 WS-YTD-NET           PIC S9(13)V99 COMP-3 VALUE ZERO.
001800 01 WS-GL-GROSS          PIC S9(13)V99 COMP-3 VALUE ZERO.
001810 01 WS-GL-DEDS           PIC S9(13)V99 COMP-3 VALUE ZERO.
001820 01 WS-GL-NET            PIC S9(13)V99 COMP-3 VALUE ZERO.
001830 01 WS-DIFF-GROSS        PIC S9(13)V99 COMP-3 VALUE ZERO.
001840 01 WS-DIFF-DEDS         PIC S9(13)V99 COMP-3 VALUE ZERO.
001850 01 WS-DIFF-NET          PIC S9(13)V99 COMP-3 VALUE ZERO.
001860*    RELEASED TOTALS - WHAT ACTUALLY WENT ON STATEMENTS.
001870 01 WS-COMP-GROSS        PIC S9(11)V99 COMP-3 VALUE ZERO.
001880 01 WS-COMP-DEDS         PIC S9(11)V99 COMP-3 VALUE ZERO.
001890 01 WS-COMP-NET          PIC S9(11)V99 COMP-3 VALUE ZERO.
001900 01 WS-FILE-GROSS        PIC S9(11)V99 COMP-3 VALUE ZERO.
001910 01 WS-FILE-DEDS         PIC S9(11)V99 COMP-3 VALUE ZERO.
001920 01 WS-FILE-NET          PIC S9(11)V99 COMP-3 VALUE ZERO.
001930
001940*    THE STATEMENTS ARE STAGED IN WORKING STORAGE, SORTED INTO
001950*    COMPANY ORDER, AND ONLY PRINTED ONCE THE LEDGER PROOF PASSES.
001960 01 WS-STM-MAX           PIC 9(05) COMP VALUE 5000.
001970 01 WS-STM-COUNT         PIC 9(05) COMP VALUE ZERO.
001980 01 WS-STM-TABLE.
001990     05 WS-STM-ENT  OCCURS 1 TO 5000 TIMES
002000                    DEPENDING ON WS-STM-COUNT
002010                    INDEXED BY SX.
002020            10 WS-STM-COMP    PIC 9(06).
002030            10 WS-STM-EMP-ID  PIC 9(06).
002040            10 WS-STM-NAME    PIC X(20).
002050            10 WS-STM-STATUS  PIC X(01).
002060            10 WS-STM-GROSS   PIC S9(09)V99 COMP-3.
002070            10 WS-STM-DEDS    PIC S9(09)V99 COMP-3.
002080            10 WS-STM-NET     PIC S9(09)V99 COMP-3.
002090
002100 01 WS-ABEND-DDNAME      PIC X(08) VALUE SPACES.
002110 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
002120 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
002130     88 WS-AUDTFILE-OK   VALUE '00'.
002140 01 WS-CREATE-DATE       PIC X(08) VALUE SPACES.
002150 01 WS-RUN-DATE.
002160     05 WS-RUN-YY        PIC 9(02).
002170     05 WS-RUN-MM        PIC 9(02).
002180     05 WS-RUN-DD        PIC 9(02).
002190 01 WS-RUN-TIME.
002200     05 WS-RUN-HH        PIC 9(02).
002210     05 WS-RUN-MN        PIC 9(02).
002220     05 WS-RUN-SS        PIC 9(02).
002230     05 FILLER           PIC 9(02).
002240 01 WS-RUN-DATE-EDIT     PIC X(08).
002250
002260*    ANNUAL FILING FILE - HEADER, ONE DETAIL PER EMPLOYEE IN
002270*    COMPANY ORDER, A TOTAL AFTER EACH COMPANY, AND A TRAILER.
002280*    AMOUNTS ARE UNSIGNED WITH A SEPARATE SIGN BYTE, THE SAME
002290*    CONVENTION AS THE SUMDD AND NETDD MACHINE FILES.
002300 01 WS-FILE-HDR-REC.
002310     05 FILLER            PIC X(04) VALUE 'YFH '.
002320     05 FH-TAX-YEAR       PIC X(04).
002330     05 FILLER            PIC X(01) VALUE SPACE.
002340     05 FH-CREATE-DATE    PIC X(08).
002350     05 FILLER            PIC X(83) VALUE SPACES.
002360
002370 01 WS-FILE-EMP-REC.
002380     05 FILLER            PIC X(04) VALUE 'YFE '.
002390     05 FE-TAX-YEAR       PIC X(04).
002400     05 FILLER            PIC X(01) VALUE SPACE.
002410     05 FE-COMP-CODE      PIC 9(06).
002420     05 FILLER            PIC X(01) VALUE SPACE.
002430     05 FE-EMP-ID         PIC 9(06).
002440     05 FILLER            PIC X(01) VALUE SPACE.
002450     05 FE-EMP-NAME       PIC X(20).
002460     05 FILLER            PIC X(01) VALUE SPACE.
002470     05 FE-STATUS         PIC X(01).
002480     05 FILLER            PIC X(01) VALUE SPACE.
002490     05 FE-GROSS          PIC 9(09)V99.
002500     05 FILLER            PIC X(01) VALUE SPACE.
002510     05 FE-DEDS           PIC 9(09)V99.
002520     05 FILLER            PIC X(01) VALUE SPACE.
002530     05 FE-NET            PIC 9(09)V99.
002540     05 FE-NET-SIGN       PIC X(01).
002550     05 FILLER            PIC X(18) VALUE SPACES.
002560
002570 01 WS-FILE-COMP-REC.
002580     05 FILLER            PIC X(04) VALUE 'YFC '.
002590     05 FC-TAX-YEAR       PIC X(04).
002600     05 FILLER            PIC X(01) VALUE SPACE.
002610     05 FC-COMP-CODE      PIC 9(06).
002620     05 FILLER            PIC X(01) VALUE SPACE.
002630     05 FC-EMP-COUNT      PIC 9(07).
002640     05 FILLER            PIC X(01) VALUE SPACE.
002650     05 FC-GROSS          PIC 9(11)V99.
002660     05 FILLER            PIC X(01) VALUE SPACE.
002670     05 FC-DEDS           PIC 9(11)V99.
002680     05 FILLER            PIC X(01) VALUE SPACE.
002690     05 FC-NET            PIC 9(11)V99.
002700     05 FC-NET-SIGN       PIC X(01).
002710     05 FILLER            PIC X(34) VALUE SPACES.
002720
002730 01 WS-FILE-TRL-REC.
002740     05 FILLER            PIC X(04) VALUE 'YFT '.
002750     05 FT-TAX-YEAR       PIC X(04).
002760     05 FILLER            PIC X(01) VALUE SPACE.
002770     05 FT-COMP-COUNT     PIC 9(05).
002780     05 FILLER            PIC X(01) VALUE SPACE.
002790     05 FT-EMP-COUNT      PIC 9(07).
002800     05 FILLER            PIC X(01) VALUE SPACE.
002810     05 FT-GROSS          PIC 9(11)V99.
002820     05 FILLER            PIC X(01) VALUE SPACE.
002830     05 FT-DEDS           PIC 9(11)V99.
002840     05 FILLER            PIC X(01) VALUE SPACE.
002850     05 FT-NET            PIC 9(11)V99.
002860     05 FT-NET-SIGN       PIC X(01).
002870     05 FILLER            PIC X(35) VALUE SPACES.
002880
002890*    WAGE STATEMENT LINES - ONE PAGE PER EMPLOYEE.
002900 01 WS-STM-HDR-LINE.
002910     05 FILLER            PIC X(28)
002920            VALUE 'YEAR-END WAGE STATEMENT     '.
002930     05 FILLER            PIC X(10) VALUE 'TAX YEAR: '.
002940     05 SH-TAX-YEAR       PIC X(04).
002950     05 FILLER            PIC X(13) VALUE '    COMPANY: '.
002960     05 SH-COMP-CODE      PIC 9(06).
002970     05 FILLER            PIC X(10) VALUE '    DATE: '.
002980     05 SH-DATE           PIC X(08).
002990     05 FILLER            PIC X(53) VALUE SPACES.
003000
003010 01 WS-STM-EMP-LINE.
003020     05 FILLER            PIC X(13) VALUE 'EMPLOYEE ID: '.
003030     05 SE-EMP-ID         PIC 9(06).
003040     05 FILLER            PIC X(09) VALUE '   NAME: '.
003050     05 SE-EMP-NAME       PIC X(20).
003060     05 FILLER            PIC X(11) VALUE '   STATUS: '.
003070     05 SE-STATUS         PIC X(10).
003080     05 FILLER            PIC X(63) VALUE SPACES.
003090
003100 01 WS-STM-AMT-LINE.
003110     05 FILLER            PIC X(04) VALUE SPACES.
003120     05 SA-LABEL          PIC X(26).
003130     05 SA-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003140     05 FILLER            PIC X(84) VALUE SPACES.
003150
003160 01 WS-STM-COMP-LINE.
003170     05 FILLER            PIC X(28)
003180            VALUE 'YEAR-END WAGE COMPANY TOTAL '.
003190     05 FILLER            PIC X(10) VALUE 'TAX YEAR: '.
003200     05 SC-TAX-YEAR       PIC X(04).
003210     05 FILLER            PIC X(13) VALUE '    COMPANY: '.
003220     05 SC-COMP-CODE      PIC 9(06).
003230     05 FILLER            PIC X(15) VALUE '    STATEMENTS:'.
003240     05 SC-EMP-COUNT      PIC ZZ,ZZ9.
003250     05 FILLER            PIC X(50) VALUE SPACES.
003260
003270*    CONTROL REPORT LINES.
003280 01 WS-RPT-HDR-LINE.
003290     05 FILLER            PIC X(33)
003300            VALUE 'YEAR-END WAGE STATEMENT CONTROL  '.
003310     05 FILLER            PIC X(10) VALUE 'TAX YEAR: '.
003320     05 RH-TAX-YEAR       PIC X(04).
003330     05 FILLER            PIC X(10) VALUE '    DATE: '.
003340     05 RH-DATE           PIC X(08).
003350     05 FILLER            PIC X(67) VALUE SPACES.
003360
003370 01 WS-RPT-TEXT-LINE.
003380     05 RX-TEXT           PIC X(60).
003390     05 FILLER            PIC X(72) VALUE SPACES.
003400
003410 01 WS-RPT-HELD-LINE.
003420     05 FILLER            PIC X(05) VALUE 'HELD '.
003430     05 RD-EMP-ID         PIC 9(06).
003440     05 FILLER            PIC X(02) VALUE SPACES.
003450     05 RD-EMP-NAME       PIC X(20).
003460     05 FILLER            PIC X(11) VALUE '  YTD YEAR '.
003470     05 RD-YTD-YEAR       PIC X(04).
003480     05 FILLER            PIC X(02) VALUE SPACES.
003490     05 RD-REASON         PIC X(24).
003500     05 FILLER            PIC X(08) VALUE ' GROSS: '.
003510     05 RD-GROSS          PIC Z,ZZZ,ZZZ,ZZ9.99.
003520     05 FILLER            PIC X(33) VALUE SPACES.
003530
003540 01 WS-RPT-PROOF-LINE.
003550     05 RP-LABEL          PIC X(12).
003560     05 FILLER            PIC X(13) VALUE 'YTD MASTER: '.
003570     05 RP-YTD            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
003580     05 FILLER            PIC X(15) VALUE '  GL JOURNAL: '.
003590     05 RP-GL             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
003600     05 FILLER            PIC X(15) VALUE '  DIFFERENCE: '.
003610     05 RP-DIFF           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
003620     05 FILLER            PIC X(20) VALUE SPACES.
003630
003640 01 WS-RPT-JCOUNT-LINE.
003650     05 FILLER            PIC X(23)
003660            VALUE 'JOURNAL LINES IN YEAR: '.
003670     05 RJ-USED           PIC ZZ,ZZ9.
003680     05 FILLER            PIC X(16) VALUE '  OTHER YEARS: '.
003690     05 RJ-OTHER          PIC ZZ,ZZ9.
003700     05 FILLER            PIC X(12) VALUE '  UNDATED: '.
003710     05 RJ-UNDATED        PIC ZZ,ZZ9.
003720     05 FILLER            PIC X(21)
003730            VALUE '  UNKNOWN DESC:      '.
003740     05 RJ-UNKNOWN        PIC ZZ,ZZ9.
003750     05 FILLER            PIC X(36) VALUE SPACES.
003760
003770 01 WS-RPT-COMP-LINE.
003780     05 FILLER            PIC X(08) VALUE 'COMPANY '.
003790     05 RC-COMP-CODE      PIC 9(06).
003800     05 FILLER            PIC X(13) VALUE '  EMPLOYEES: '.
003810     05 RC-EMP-COUNT      PIC ZZ,ZZ9.
003820     05 FILLER            PIC X(09) VALUE '  GROSS: '.
003830     05 RC-GROSS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003840     05 FILLER            PIC X(08) VALUE '  DEDS: '.
003850     05 RC-DEDS           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003860     05 FILLER            PIC X(07) VALUE '  NET: '.
003870     05 RC-NET            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003880     05 FILLER            PIC X(23) VALUE SPACES.
003890
003900 01 WS-RPT-GRAND-LINE.
003910     05 FILLER            PIC X(14) VALUE 'ALL COMPANIES '.
003920     05 FILLER            PIC X(13) VALUE '  EMPLOYEES: '.
003930     05 RG-EMP-COUNT      PIC ZZ,ZZ9.
003940     05 FILLER            PIC X(09) VALUE '  GROSS: '.
003950     05 RG-GROSS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003960     05 FILLER            PIC X(08) VALUE '  DEDS: '.
003970     05 RG-DEDS           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003980     05 FILLER            PIC X(07) VALUE '  NET: '.
003990     05 RG-NET            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
004000     05 FILLER            PIC X(23) VALUE SPACES.
004010
004020 PROCEDURE DIVISION.
004030 0000-MAINLINE.
004040     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
004050     PERFORM 2000-READ-YTD THRU 2000-READ-YTD-EXIT
004060             UNTIL WS-EOF
004070     PERFORM 3000-READ-JOURNAL THRU 3000-READ-JOURNAL-EXIT
004080             UNTIL WS-JRN-EOF
004090     PERFORM 5000-PROVE-TOTALS THRU 5000-PROVE-TOTALS-EXIT
004100     IF WS-PROVED
004110        PERFORM 6000-RELEASE-STATEMENTS
004120                THRU 6000-RELEASE-STATEMENTS-EXIT
004130     END-IF
004140     CLOSE YTDMSTR
004150           EMPMSTR
004160           JRNFILE
004170           STMTFILE
004180           FILEOUT
004190           RPTFILE
004200     PERFORM 9500-WRITE-AUDIT-RECORD
004210             THRU 9500-WRITE-AUDIT-RECORD-EXIT
004220     DISPLAY 'WAGESTMT - YTD RECORDS READ   : ' WS-READ-COUNT
004230     DISPLAY 'WAGESTMT - IN TAX YEAR        : ' WS-YEAR-COUNT
004240     DISPLAY 'WAGESTMT - HELD PRIOR YEAR    : ' WS-PRIOR-COUNT
004250     DISPLAY 'WAGESTMT - HELD YEAR ROLLED   : ' WS-ROLLED-COUNT
004260     DISPLAY 'WAGESTMT - HELD NOT ON MASTER : ' WS-NOEMP-COUNT
004270     DISPLAY 'WAGESTMT - STATEMENTS WRITTEN : ' WS-STM-WRITTEN
004280     IF WS-FAIL-COUNT > ZERO
004290        DISPLAY 'WAGESTMT - NOT RELEASED - TOTALS DO NOT PROVE'
004300                ' TO THE GL JOURNAL - SEE REPORT'
004310        MOVE 16 TO RETURN-CODE
004320     END-IF
004330     STOP RUN
004340     .
004350
004360 1000-INITIALIZE.
004370     OPEN INPUT YTDMSTR
004380     IF NOT WS-YTDMSTR-OK
004390        MOVE 'YTDMSTR' TO WS-ABEND-DDNAME
004400        MOVE WS-YTDMSTR-STATUS TO WS-ABEND-STATUS
004410        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004420     END-IF
004430     OPEN INPUT EMPMSTR
004440     IF NOT WS-EMPMSTR-OK
004450        MOVE 'EMPMSTR' TO WS-ABEND-DDNAME
004460        MOVE WS-EMPMSTR-STATUS TO WS-ABEND-STATUS
004470        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004480     END-IF
004490     OPEN INPUT JRNFILE
004500     IF NOT WS-JRNFILE-OK
004510        MOVE 'JRNDD' TO WS-ABEND-DDNAME
004520        MOVE WS-JRNFILE-STATUS TO WS-ABEND-STATUS
004530        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004540     END-IF
004550     OPEN OUTPUT STMTFILE
004560     IF NOT WS-STMTFILE-OK
004570        MOVE 'STMTDD' TO WS-ABEND-DDNAME
004580        MOVE WS-STMTFILE-STATUS TO WS-ABEND-STATUS
004590        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004600     END-IF
004610     OPEN OUTPUT FILEOUT
004620     IF NOT WS-FILEOUT-OK
004630        MOVE 'FILEDD' TO WS-ABEND-DDNAME
004640        MOVE WS-FILEOUT-STATUS TO WS-ABEND-STATUS
004650        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004660     END-IF
004670     OPEN OUTPUT RPTFILE
004680     IF NOT WS-RPTFILE-OK
004690        MOVE 'RPTDD' TO WS-ABEND-DDNAME
004700        MOVE WS-RPTFILE-STATUS TO WS-ABEND-STATUS
004710        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004720     END-IF
004730*    THE TAX YEAR IS REQUIRED - THERE IS NO SAFE DEFAULT FOR WHICH
004740*    YEAR'S WAGES GO OUT ON A FILING.  SEE THE GLCTL CARD IN
004750*    GLPOST FOR THE SAME RULE.
004760     OPEN INPUT WAGECTL
004770     IF WS-WAGECTL-STATUS NOT = '00'
004780        MOVE 'WAGECTL' TO WS-ABEND-DDNAME
004790        MOVE WS-WAGECTL-STATUS TO WS-ABEND-STATUS
004800        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004810     END-IF
004820     READ WAGECTL
004830         AT END
004840             DISPLAY 'WAGESTMT - WAGECTL TAX YEAR CARD MISSING'
004850             MOVE 'WAGECTL' TO WS-ABEND-DDNAME
004860             MOVE '  ' TO WS-ABEND-STATUS
004870             PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004880         NOT AT END
004890             MOVE WC-TAX-YEAR TO WS-TAX-YEAR
004900     END-READ
004910     CLOSE WAGECTL
004920     IF WS-TAX-YEAR IS NOT NUMERIC
004930        DISPLAY 'WAGESTMT - BAD TAX YEAR ON WAGECTL CARD'
004940        MOVE 'WAGECTL' TO WS-ABEND-DDNAME
004950        MOVE '  ' TO WS-ABEND-STATUS
004960        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004970     END-IF
004980     ACCEPT WS-CREATE-DATE FROM DATE YYYYMMDD
004990     ACCEPT WS-RUN-DATE FROM DATE
005000     STRING WS-RUN-MM DELIMITED SIZE
005010            '/'       DELIMITED SIZE
005020            WS-RUN-DD DELIMITED SIZE
005030            '/'       DELIMITED SIZE
005040            WS-RUN-YY DELIMITED SIZE
005050            INTO WS-RUN-DATE-EDIT
005060     MOVE WS-TAX-YEAR      TO RH-TAX-YEAR
005070                              SH-TAX-YEAR
005080                              SC-TAX-YEAR
005090                              FH-TAX-YEAR
005100                              FE-TAX-YEAR
005110                              FC-TAX-YEAR
005120                              FT-TAX-YEAR
005130     MOVE WS-RUN-DATE-EDIT TO RH-DATE
005140                              SH-DATE
005150     MOVE WS-CREATE-DATE   TO FH-CREATE-DATE
005160     WRITE RPT-LINE FROM WS-RPT-HDR-LINE
005170     MOVE SPACES TO RPT-LINE
005180     WRITE RPT-LINE
005190     MOVE 'YTD RECORDS HELD OUT OF THE STATEMENTS:' TO RX-TEXT
005200     WRITE RPT-LINE FROM WS-RPT-TEXT-LINE
005210     .
005220 1000-INITIALIZE-EXIT.
005230     EXIT.
005240
005250 2000-READ-YTD.
005260     READ YTDMSTR NEXT RECORD
005270         AT END SET WS-EOF TO TRUE
005280         NOT AT END
005290             ADD 1 TO WS-READ-COUNT
005300             PERFORM 2100-LOAD-ONE THRU 2100-LOAD-ONE-EXIT
005310     END-READ
005320     .
005330 2000-READ-YTD-EXIT.
005340     EXIT.
005350
005360 2100-LOAD-ONE.
005370*    A RECORD STILL CARRYING A PRIOR YEAR BELONGS TO AN
005380*    EMPLOYEE NO PAY RUN TOUCHED IN THE TAX YEAR - HELD OUT AND
005390*    LISTED, NEVER STATED UNDER THE WRONG YEAR.  A RECORD ALREADY
005400*    CARRYING A LATER YEAR WAS RESET BY A NEW-YEAR PAY RUN, SO
005410*    THE TAX YEAR'S FIGURES ARE GONE FROM THE MASTER - HELD, CC 8,
005420*    AND THE LEDGER PROOF WILL SHOW THE MISSING WAGES.
005430     IF YT-YTD-YEAR < WS-TAX-YEAR
005440        MOVE 'PRIOR YTD YEAR' TO WS-HELD-REASON
005450        PERFORM 2900-LIST-HELD THRU 2900-LIST-HELD-EXIT
005460        ADD 1 TO WS-PRIOR-COUNT
005470        GO TO 2100-LOAD-ONE-EXIT
005480     END-IF
005490     IF YT-YTD-YEAR > WS-TAX-YEAR
005500        MOVE 'YEAR ALREADY ROLLED' TO WS-HELD-REASON
005510        PERFORM 2900-LIST-HELD THRU 2900-LIST-HELD-EXIT
005520        ADD 1 TO WS-ROLLED-COUNT
005530        IF RETURN-CODE < 8
005540           MOVE 8 TO RETURN-CODE
005550        END-IF
005560        GO TO 2100-LOAD-ONE-EXIT
005570     END-IF
005580*    EVERY TAX-YEAR RECORD GOES INTO THE LEDGER PROOF WHETHER OR
005590*    NOT IT CAN BE STATED - THE JOURNAL CARRIED ITS PAY ANYWAY.
005600     ADD 1 TO WS-YEAR-COUNT
005610     ADD YT-YTD-GROSS TO WS-YTD-GROSS
005620     ADD YT-YTD-DEDS  TO WS-YTD-DEDS
005630     ADD YT-YTD-NET   TO WS-YTD-NET
005640     MOVE 'N' TO WS-EMP-FOUND-SW
005650     MOVE YT-EMP-ID TO EM-EMP-ID
005660     READ EMPMSTR KEY IS EM-EMP-ID
005670         INVALID KEY
005680             CONTINUE
005690         NOT INVALID KEY
005700             SET WS-EMP-FOUND TO TRUE
005710     END-READ
005720     IF NOT WS-EMP-FOUND
005730        MOVE 'NOT ON EMPLOYEE MASTER' TO WS-HELD-REASON
005740        PERFORM 2900-LIST-HELD THRU 2900-LIST-HELD-EXIT
005750        ADD 1 TO WS-NOEMP-COUNT
005760        IF RETURN-CODE < 8
005770           MOVE 8 TO RETURN-CODE
005780        END-IF
005790        GO TO 2100-LOAD-ONE-EXIT
005800     END-IF
005810     IF WS-STM-COUNT >= WS-STM-MAX
005820        DISPLAY 'WAGESTMT - STATEMENT TABLE FULL AT ' WS-STM-MAX
005830                ' - RAISE WS-STM-MAX'
005840        MOVE 'YTDMSTR' TO WS-ABEND-DDNAME
005850        MOVE '  ' TO WS-ABEND-STATUS
005860        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005870     END-IF
005880     ADD 1 TO WS-STM-COUNT
005890     MOVE EM-COMP-CODE   TO WS-STM-COMP(WS-STM-COUNT)
005900     MOVE YT-EMP-ID      TO WS-STM-EMP-ID(WS-STM-COUNT)
005910     MOVE EM-EMP-NAME    TO WS-STM-NAME(WS-STM-COUNT)
005920     MOVE EM-STATUS-FLAG TO WS-STM-STATUS(WS-STM-COUNT)
005930     MOVE YT-YTD-GROSS   TO WS-STM-GROSS(WS-STM-COUNT)
005940     MOVE YT-YTD-DEDS    TO WS-STM-DEDS(WS-STM-COUNT)
005950     MOVE YT-YTD-NET     TO WS-STM-NET(WS-STM-COUNT)
005960     .
005970 2100-LOAD-ONE-EXIT.
005980     EXIT.
005990
006000 2900-LIST-HELD.
006010     MOVE YT-EMP-ID      TO RD-EMP-ID
006020     MOVE YT-EMP-NAME    TO RD-EMP-NAME
006030     MOVE YT-YTD-YEAR    TO RD-YTD-YEAR
006040     MOVE WS-HELD-REASON TO RD-REASON
006050     MOVE YT-YTD-GROSS   TO RD-GROSS
006060     WRITE RPT-LINE FROM WS-RPT-HELD-LINE
006070     .
006080 2900-LIST-HELD-EXIT.
006090     EXIT.
006100
006110 3000-READ-JOURNAL.
006120     READ JRNFILE
006130         AT END SET WS-JRN-EOF TO TRUE
006140         NOT AT END
006150             IF JR-REC-ID = 'JRN '
006160                ADD 1 TO WS-JRN-READ
006170                PERFORM 3100-SUM-ONE-LINE
006180                        THRU 3100-SUM-ONE-LINE-EXIT
006190             END-IF
006200     END-READ
006210     .
006220 3000-READ-JOURNAL-EXIT.
006230     EXIT.
006240
006250 3100-SUM-ONE-LINE.
006260*    JRNDD IS THE WHOLE GLJRNL GENERATION GROUP, SO EVERY YEAR'S
006270*    EXTRACTS COME THROUGH - ONLY LINES DATED IN THE TAX YEAR ARE
006280*    SUMMED, BY THE DESCRIPTION GLPOST PUTS ON EACH SIDE.
006290     IF JR-BUS-DATE = SPACES
006300        ADD 1 TO WS-JRN-UNDATED
006310        GO TO 3100-SUM-ONE-LINE-EXIT
006320     END-IF
006330     IF JR-BUS-DATE(1:4) NOT = WS-TAX-YEAR
006340        ADD 1 TO WS-JRN-OTHER-YEAR
006350        GO TO 3100-SUM-ONE-LINE-EXIT
006360     END-IF
006370     MOVE JR-AMOUNT TO WS-JRN-AMT
006380     IF JR-SIGN = '-'
006390        COMPUTE WS-JRN-AMT = 0 - WS-JRN-AMT
006400     END-IF
006410     EVALUATE JR-DESC
006420         WHEN 'PAYROLL GROSS'
006430             ADD WS-JRN-AMT TO WS-GL-GROSS
006440             ADD 1 TO WS-JRN-USED
006450         WHEN 'DEDUCTION LIABILITY'
006460             ADD WS-JRN-AMT TO WS-GL-DEDS
006470             ADD 1 TO WS-JRN-USED
006480         WHEN 'NET PAY CLEARING'
006490             ADD WS-JRN-AMT TO WS-GL-NET
006500             ADD 1 TO WS-JRN-USED
006510*        THE EMPLOYER'S BENEFIT COST BALANCES ITSELF AND IS NOT
006520*        PART OF ANY EMPLOYEE'S WAGES.
006530         WHEN 'BENEFIT EXPENSE'
006540         WHEN 'BENEFIT LIABILITY'
006550             CONTINUE
006560         WHEN OTHER
006570             ADD 1 TO WS-JRN-UNKNOWN
006580     END-EVALUATE
006590     .
006600 3100-SUM-ONE-LINE-EXIT.
006610     EXIT.
006620
006630 5000-PROVE-TOTALS.
006640     COMPUTE WS-DIFF-GROSS = WS-YTD-GROSS - WS-GL-GROSS
006650     COMPUTE WS-DIFF-DEDS  = WS-YTD-DEDS  - WS-GL-DEDS
006660     COMPUTE WS-DIFF-NET   = WS-YTD-NET   - WS-GL-NET
006670     MOVE SPACES TO RPT-LINE
006680     WRITE RPT-LINE
006690     MOVE 'PROOF OF TAX-YEAR TOTALS TO THE GL JOURNAL EXTRACTS:'
006700          TO RX-TEXT
006710     WRITE RPT-LINE FROM WS-RPT-TEXT-LINE
006720     MOVE 'GROSS'       TO RP-LABEL
006730     MOVE WS-YTD-GROSS  TO RP-YTD
006740     MOVE WS-GL-GROSS   TO RP-GL
006750     MOVE WS-DIFF-GROSS TO RP-DIFF
006760     WRITE RPT-LINE FROM WS-RPT-PROOF-LINE
006770     MOVE 'DEDUCTIONS'  TO RP-LABEL
006780     MOVE WS-YTD-DEDS   TO RP-YTD
006790     MOVE WS-GL-DEDS    TO RP-GL
006800     MOVE WS-DIFF-DEDS  TO RP-DIFF
006810     WRITE RPT-LINE FROM WS-RPT-PROOF-LINE
006820     MOVE 'NET'         TO RP-LABEL
006830     MOVE WS-YTD-NET    TO RP-YTD
006840     MOVE WS-GL-NET     TO RP-GL
006850     MOVE WS-DIFF-NET   TO RP-DIFF
006860     WRITE RPT-LINE FROM WS-RPT-PROOF-LINE
006870     MOVE WS-JRN-USED       TO RJ-USED
006880     MOVE WS-JRN-OTHER-YEAR TO RJ-OTHER
006890     MOVE WS-JRN-UNDATED    TO RJ-UNDATED
006900     MOVE WS-JRN-UNKNOWN    TO RJ-UNKNOWN
006910     WRITE RPT-LINE FROM WS-RPT-JCOUNT-LINE
006920     MOVE SPACES TO RPT-LINE
006930     WRITE RPT-LINE
006940     IF WS-DIFF-GROSS = ZERO AND WS-DIFF-DEDS = ZERO
006950                             AND WS-DIFF-NET  = ZERO
006960        SET WS-PROVED TO TRUE
006970        MOVE 'IN BALANCE - STATEMENTS AND FILING FILE RELEASED'
006980             TO RX-TEXT
006990     ELSE
007000        MOVE '** OUT OF BALANCE - NOTHING RELEASED **' TO RX-TEXT
007010        DISPLAY 'WAGESTMT - GROSS DIFF ' WS-DIFF-GROSS
007020                ' DEDS DIFF ' WS-DIFF-DEDS
007030                ' NET DIFF ' WS-DIFF-NET
007040        ADD 1 TO WS-FAIL-COUNT
007050     END-IF
007060     WRITE RPT-LINE FROM WS-RPT-TEXT-LINE
007070     .
007080 5000-PROVE-TOTALS-EXIT.
007090     EXIT.
007100
007110 6000-RELEASE-STATEMENTS.
007120     WRITE FILE-REC FROM WS-FILE-HDR-REC
007130     MOVE SPACES TO RPT-LINE
007140     WRITE RPT-LINE
007150     IF WS-STM-COUNT = ZERO
007160        GO TO 6000-RELEASE-STATEMENTS-TRL
007170     END-IF
007180*    SORT THE STAGED STATEMENTS INTO COMPANY, THEN EMPLOYEE ORDER
007190*    - THE SAME ONE-TIME TABLE SORT ANNVRPT USES.
007200     SORT WS-STM-ENT ON ASCENDING KEY WS-STM-COMP
007210                     ON ASCENDING KEY WS-STM-EMP-ID
007220     PERFORM 6100-RELEASE-ONE THRU 6100-RELEASE-ONE-EXIT
007230             VARYING SX FROM 1 BY 1
007240               UNTIL SX > WS-STM-COUNT
007250     PERFORM 6500-COMPANY-BREAK THRU 6500-COMPANY-BREAK-EXIT
007260     .
007270 6000-RELEASE-STATEMENTS-TRL.
007280     MOVE WS-COMP-WRITTEN TO FT-COMP-COUNT
007290     MOVE WS-STM-WRITTEN  TO FT-EMP-COUNT
007300     MOVE WS-FILE-GROSS   TO FT-GROSS
007310     MOVE WS-FILE-DEDS    TO FT-DEDS
007320     MOVE WS-FILE-NET     TO FT-NET
007330     IF WS-FILE-NET < ZERO
007340        MOVE '-' TO FT-NET-SIGN
007350     ELSE
007360        MOVE ' ' TO FT-NET-SIGN
007370     END-IF
007380     WRITE FILE-REC FROM WS-FILE-TRL-REC
007390     MOVE WS-STM-WRITTEN  TO RG-EMP-COUNT
007400     MOVE WS-FILE-GROSS   TO RG-GROSS
007410     MOVE WS-FILE-DEDS    TO RG-DEDS
007420     MOVE WS-FILE-NET     TO RG-NET
007430     MOVE SPACES TO RPT-LINE
007440     WRITE RPT-LINE
007450     WRITE RPT-LINE FROM WS-RPT-GRAND-LINE
007460     .
007470 6000-RELEASE-STATEMENTS-EXIT.
007480     EXIT.
007490
007500 6100-RELEASE-ONE.
007510     IF WS-FIRST-COMP
007520        MOVE 'N' TO WS-FIRST-COMP-SW
007530        MOVE WS-STM-COMP(SX) TO WS-PREV-COMP
007540     END-IF
007550     IF WS-STM-COMP(SX) NOT = WS-PREV-COMP
007560        PERFORM 6500-COMPANY-BREAK THRU 6500-COMPANY-BREAK-EXIT
007570        MOVE WS-STM-COMP(SX) TO WS-PREV-COMP
007580     END-IF
007590     PERFORM 6200-PRINT-STATEMENT THRU 6200-PRINT-STATEMENT-EXIT
007600     MOVE WS-STM-COMP(SX)   TO FE-COMP-CODE
007610     MOVE WS-STM-EMP-ID(SX) TO FE-EMP-ID
007620     MOVE WS-STM-NAME(SX)   TO FE-EMP-NAME
007630     MOVE WS-STM-STATUS(SX) TO FE-STATUS
007640     MOVE WS-STM-GROSS(SX)  TO FE-GROSS
007650     MOVE WS-STM-DEDS(SX)   TO FE-DEDS
007660     MOVE WS-STM-NET(SX)    TO FE-NET
007670     IF WS-STM-NET(SX) < ZERO
007680        MOVE '-' TO FE-NET-SIGN
007690     ELSE
007700        MOVE ' ' TO FE-NET-SIGN
007710     END-IF
007720     WRITE FILE-REC FROM WS-FILE-EMP-REC
007730     ADD 1 TO WS-STM-WRITTEN
007740              WS-COMP-EMP-COUNT
007750     ADD WS-STM-GROSS(SX) TO WS-COMP-GROSS
007760                             WS-FILE-GROSS
007770     ADD WS-STM-DEDS(SX)  TO WS-COMP-DEDS
007780                             WS-FILE-DEDS
007790     ADD WS-STM-NET(SX)   TO WS-COMP-NET
007800                             WS-FILE-NET
007810     .
007820 6100-RELEASE-ONE-EXIT.
007830     EXIT.
007840
007850 6200-PRINT-STATEMENT.
007860     MOVE WS-STM-COMP(SX)   TO SH-COMP-CODE
007870     WRITE STM-LINE FROM WS-STM-HDR-LINE AFTER ADVANCING PAGE
007880     MOVE SPACES TO STM-LINE
007890     WRITE STM-LINE AFTER ADVANCING 1 LINE
007900     MOVE WS-STM-EMP-ID(SX) TO SE-EMP-ID
007910     MOVE WS-STM-NAME(SX)   TO SE-EMP-NAME
007920     EVALUATE WS-STM-STATUS(SX)
007930         WHEN 'A'
007940             MOVE 'ACTIVE'     TO SE-STATUS
007950         WHEN 'T'
007960             MOVE 'TERMINATED' TO SE-STATUS
007970         WHEN OTHER
007980             MOVE 'OTHER'      TO SE-STATUS
007990     END-EVALUATE
008000     WRITE STM-LINE FROM WS-STM-EMP-LINE AFTER ADVANCING 1 LINE
008010     MOVE SPACES TO STM-LINE
008020     WRITE STM-LINE AFTER ADVANCING 1 LINE
008030     MOVE 'GROSS WAGES PAID        :' TO SA-LABEL
008040     MOVE WS-STM-GROSS(SX)  TO SA-AMOUNT
008050     WRITE STM-LINE FROM WS-STM-AMT-LINE AFTER ADVANCING 1 LINE
008060     MOVE 'DEDUCTIONS WITHHELD     :' TO SA-LABEL
008070     MOVE WS-STM-DEDS(SX)   TO SA-AMOUNT
008080     WRITE STM-LINE FROM WS-STM-AMT-LINE AFTER ADVANCING 1 LINE
008090     MOVE 'NET PAY                 :' TO SA-LABEL
008100     MOVE WS-STM-NET(SX)    TO SA-AMOUNT
008110     WRITE STM-LINE FROM WS-STM-AMT-LINE AFTER ADVANCING 1 LINE
008120     .
008130 6200-PRINT-STATEMENT-EXIT.
008140     EXIT.
008150
008160 6500-COMPANY-BREAK.
008170*    CLOSE OUT ONE COMPANY - A TOTAL PAGE ON THE STATEMENTS, A
008180*    TOTAL RECORD ON THE FILING FILE, AND A LINE ON THE REPORT.
008190     MOVE WS-PREV-COMP      TO SC-COMP-CODE
008200                               FC-COMP-CODE
008210                               RC-COMP-CODE
008220     MOVE WS-COMP-EMP-COUNT TO SC-EMP-COUNT
008230                               FC-EMP-COUNT
008240                               RC-EMP-COUNT
008250     WRITE STM-LINE FROM WS-STM-COMP-LINE AFTER ADVANCING PAGE
008260     MOVE SPACES TO STM-LINE
008270     WRITE STM-LINE AFTER ADVANCING 1 LINE
008280     MOVE 'COMPANY GROSS WAGES     :' TO SA-LABEL
008290     MOVE WS-COMP-GROSS     TO SA-AMOUNT
008300     WRITE STM-LINE FROM WS-STM-AMT-LINE AFTER ADVANCING 1 LINE
008310     MOVE 'COMPANY DEDUCTIONS      :' TO SA-LABEL
008320     MOVE WS-COMP-DEDS      TO SA-AMOUNT
008330     WRITE STM-LINE FROM WS-STM-AMT-LINE AFTER ADVANCING 1 LINE
008340     MOVE 'COMPANY NET PAY         :' TO SA-LABEL
008350     MOVE WS-COMP-NET       TO SA-AMOUNT
008360     WRITE STM-LINE FROM WS-STM-AMT-LINE AFTER ADVANCING 1 LINE
008370     MOVE WS-COMP-GROSS     TO FC-GROSS
008380                               RC-GROSS
008390     MOVE WS-COMP-DEDS      TO FC-DEDS
008400                               RC-DEDS
008410     MOVE WS-COMP-NET       TO FC-NET
008420                               RC-NET
008430     IF WS-COMP-NET < ZERO
008440        MOVE '-' TO FC-NET-SIGN
008450     ELSE
008460        MOVE ' ' TO FC-NET-SIGN
008470     END-IF
008480     WRITE FILE-REC FROM WS-FILE-COMP-REC
008490     WRITE RPT-LINE FROM WS-RPT-COMP-LINE
008500     ADD 1 TO WS-COMP-WRITTEN
008510     MOVE ZERO TO WS-COMP-EMP-COUNT
008520                  WS-COMP-GROSS
008530                  WS-COMP-DEDS
008540                  WS-COMP-NET
008550     .
008560 6500-COMPANY-BREAK-EXIT.
008570     EXIT.
008580
008590 9000-ABEND-PARA.
008600*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
008610*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
008620     DISPLAY 'WAGESTMT - OPEN/LOAD FAILED FOR: ' WS-ABEND-DDNAME
008630     DISPLAY 'WAGESTMT - FILE STATUS WAS      : ' WS-ABEND-STATUS
008640     MOVE 16 TO RETURN-CODE
008650     STOP RUN
008660     .
008670 9000-ABEND-PARA-EXIT.
008680     EXIT.
008690
008700 9500-WRITE-AUDIT-RECORD.
008710*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
008720*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
008730*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
008740     OPEN EXTEND AUDTFILE
008750     IF NOT WS-AUDTFILE-OK
008760        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
008770        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
008780        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
008790     END-IF
008800     ACCEPT WS-RUN-TIME FROM TIME
008810     MOVE 'WAGESTMT' TO AUD-PGM-NAME
008820     MOVE WS-RUN-DATE-EDIT TO AUD-RUN-DATE
008830     STRING WS-RUN-HH DELIMITED SIZE
008840            ':'       DELIMITED SIZE
008850            WS-RUN-MN DELIMITED SIZE
008860            ':'       DELIMITED SIZE
008870            WS-RUN-SS DELIMITED SIZE
008880            INTO AUD-RUN-TIME
008890     MOVE WS-STM-WRITTEN TO AUD-REC-COUNT
008900     IF WS-FAIL-COUNT > ZERO
008910        MOVE 16 TO AUD-RETURN-CODE
008920     ELSE
008930        MOVE RETURN-CODE TO AUD-RETURN-CODE
008940     END-IF
008950     WRITE AUD-REC
008960     CLOSE AUDTFILE
008970     .
008980 9500-WRITE-AUDIT-RECORD-EXIT.
008990     EXIT.
