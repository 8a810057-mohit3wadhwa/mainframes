000010******************************************************************
000020*        PROGRAM NAME            : PAYSTMT                       *
000030*        DESCRIPTION             : EMPLOYEE PAY STATEMENTS FOR   *
000040*                                  ONE PAYCALC RUN.  READS THE   *
000050*                                  STATEMENT FILE PAYCALC WRITES *
000060*                                  (PSTMDD) - HOURS AND RATE FOR *
000070*                                  HOURLY STAFF, RETRO, EVERY    *
000080*                                  AMOUNT WITHHELD BY ITS        *
000090*                                  DESCRIPTION, NET AND THE      *
000100*                                  YEAR-TO-DATE FIGURES - AND    *
000110*                                  SHOWS EACH EMPLOYEE HOW THEY  *
000120*                                  WERE PAID FROM THE BANK       *
000130*                                  MASTER: THE LAST FOUR DIGITS  *
000140*                                  OF A VERIFIED ACCOUNT, OR     *
000150*                                  CHECK WHERE DDEPOST BYPASSES  *
000160*                                  THE DEPOSIT.  STATEMENTS      *
000170*                                  PRINT SORTED BY COMPANY AND   *
000180*                                  DEPARTMENT FOR DISTRIBUTION   *
000190*                                  AND GO TO A FIXED-FORMAT FILE *
000200*                                  FOR THE SELF-SERVICE VENDOR.  *
000210*                                  THE STATEMENT COUNT AND NET   *
000220*                                  TOTAL MUST EQUAL THE NETDD    *
000230*                                  TRAILER, AND EACH EMPLOYEE'S  *
000240*                                  DEDUCTION LINES MUST ADD UP   *
000250*                                  TO THE DEDUCTIONS TAKEN, OR   *
000260*                                  NOTHING IS RELEASED AND THE   *
000270*                                  STEP ENDS CC 16.              *
000280*        CREDITS                 : DATA PROCESSING               *
000290******************************************************************
000300*        MODIFICATION HISTORY                                    *
000310*        ----------------------------------------------------   *
000320*        DATE       INIT  DESCRIPTION                            *
000330*        10/15/26   RWM   INITIAL VERSION - EMPLOYEES HAD NO     *
000340*                         EARNINGS STATEMENT AND PAYROLL         *
000350*                         PHOTOCOPIED REGISTER LINES ON REQUEST. *
000360******************************************************************
000370
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. PAYSTMT.
000400 AUTHOR. R MEHTA.
000410 INSTALLATION. DATA PROCESSING.
000420 DATE-WRITTEN. 10/15/26.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PSTMFILE ASSIGN TO PSTMDD
000490     ORGANIZATION IS LINE SEQUENTIAL
000500     FILE STATUS IS WS-PSTMFILE-STATUS.
000510
000520     SELECT NETFILE  ASSIGN TO NETDD
000530     ORGANIZATION IS LINE SEQUENTIAL
000540     FILE STATUS IS WS-NETFILE-STATUS.
000550
000560     SELECT BANKMSTR ASSIGN TO BANKMSTR
000570     ORGANIZATION IS INDEXED
000580     ACCESS MODE IS RANDOM
000590     RECORD KEY IS BK-EMP-ID
000600     FILE STATUS IS WS-BANKMSTR-STATUS.
000610
000620     SELECT STMTFILE ASSIGN TO STMTDD
000630     ORGANIZATION IS LINE SEQUENTIAL
000640     FILE STATUS IS WS-STMTFILE-STATUS.
000650
000660     SELECT EDLVFILE ASSIGN TO EDLVDD
000670     ORGANIZATION IS LINE SEQUENTIAL
000680     FILE STATUS IS WS-EDLVFILE-STATUS.
000690
000700     SELECT RPTFILE  ASSIGN TO RPTDD
000710     ORGANIZATION IS LINE SEQUENTIAL
000720     FILE STATUS IS WS-RPTFILE-STATUS.
000730
000740     SELECT AUDTFILE ASSIGN TO AUDTDD
000750     ORGANIZATION IS LINE SEQUENTIAL
000760     FILE STATUS IS WS-AUDTFILE-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800*    THE PAYCALC STATEMENT FILE - A 'PSH' ROW PER EMPLOYEE PAID,
000810*    ITS 'PSD' DEDUCTION ROWS, THEN ITS 'PSZ' TOTAL ROW.
000820 FD PSTMFILE.
000830 01 PS-REC.
000840     05 PS-REC-ID         PIC X(04).
000850     05 FILLER            PIC X(116).
000860 01 PS-HDR-REC REDEFINES PS-REC.
000870     05 FILLER            PIC X(04).
000880     05 PH-EMP-ID         PIC 9(06).
000890     05 FILLER            PIC X(01).
000900     05 PH-EMP-NAME       PIC X(20).
000910     05 FILLER            PIC X(01).
000920     05 PH-COMP-CODE      PIC 9(06).
000930     05 FILLER            PIC X(01).
000940     05 PH-DEPT-CODE      PIC X(04).
000950     05 FILLER            PIC X(01).
000960     05 PH-PAY-TYPE       PIC X(01).
000970     05 FILLER            PIC X(01).
000980     05 PH-PAY-DATE       PIC X(08).
000990     05 FILLER            PIC X(01).
001000     05 PH-RATE           PIC 9(07)V99.
001010     05 FILLER            PIC X(01).
001020     05 PH-REG-HOURS      PIC 9(03)V99.
001030     05 FILLER            PIC X(01).
001040     05 PH-OT-HOURS       PIC 9(03)V99.
001050     05 FILLER            PIC X(01).
001060     05 PH-LEAVE-HOURS    PIC 9(03)V99.
001070     05 FILLER            PIC X(01).
001080     05 PH-RETRO-AMT      PIC 9(07)V99.
001090     05 FILLER            PIC X(28).
001100 01 PS-DED-REC REDEFINES PS-REC.
001110     05 FILLER            PIC X(04).
001120     05 PE-EMP-ID         PIC 9(06).
001130     05 FILLER            PIC X(01).
001140     05 PE-KIND           PIC X(01).
001150     05 FILLER            PIC X(01).
001160     05 PE-CODE           PIC X(06).
001170     05 FILLER            PIC X(01).
001180     05 PE-DESC           PIC X(20).
001190     05 FILLER            PIC X(01).
001200     05 PE-AMT            PIC 9(07)V99.
001210     05 FILLER            PIC X(70).
001220 01 PS-TOT-REC REDEFINES PS-REC.
001230     05 FILLER            PIC X(04).
001240     05 PZ-EMP-ID         PIC 9(06).
001250     05 FILLER            PIC X(01).
001260     05 PZ-GROSS          PIC 9(09)V99.
001270     05 FILLER            PIC X(01).
001280     05 PZ-DEDS           PIC 9(09)V99.
001290     05 FILLER            PIC X(01).
001300     05 PZ-NET            PIC 9(09)V99.
001310     05 PZ-NET-SIGN       PIC X(01).
001320     05 FILLER            PIC X(01).
001330     05 PZ-YTD-GROSS      PIC 9(09)V99.
001340     05 FILLER            PIC X(01).
001350     05 PZ-YTD-DEDS       PIC 9(09)V99.
001360     05 FILLER            PIC X(01).
001370     05 PZ-YTD-NET        PIC 9(09)V99.
001380     05 PZ-YTD-NET-SIGN   PIC X(01).
001390     05 FILLER            PIC X(01).
001400     05 PZ-VAC-BAL        PIC 9(05)V99.
001410     05 PZ-VAC-SIGN       PIC X(01).
001420     05 FILLER            PIC X(01).
001430     05 PZ-SICK-BAL       PIC 9(05)V99.
001440     05 PZ-SICK-SIGN      PIC X(01).
001450     05 FILLER            PIC X(18).
001460
001470 FD NETFILE.
001480 01 NET-REC.
001490     05 NET-REC-ID        PIC X(04).
001500     05 FILLER            PIC X(36).
001510 01 NET-TRL-REC REDEFINES NET-REC.
001520     05 FILLER            PIC X(04).
001530     05 NT-EMP-COUNT      PIC 9(07).
001540     05 FILLER            PIC X(01).
001550     05 NT-NET-TOTAL      PIC 9(11)V99.
001560     05 NT-NET-SIGN       PIC X(01).
001570     05 FILLER            PIC X(14).
001580
001590 FD BANKMSTR.
001600     COPY BANKREC.
001610
001620 FD STMTFILE.
001630 01 STM-LINE              PIC X(132).
001640
001650 FD EDLVFILE.
001660 01 EDLV-REC              PIC X(200).
001670
001680 FD RPTFILE.
001690 01 RPT-LINE              PIC X(132).
001700
001710 FD AUDTFILE.
001720     COPY AUDITREC REPLACING ==:RECNAME:== BY ==AUD-REC==
001730                             ==:PFX:==     BY ==AUD==.
001740
001750 WORKING-STORAGE SECTION.
001760 01 WS-PSTMFILE-STATUS   PIC X(02) VALUE '00'.
001770     88 WS-PSTMFILE-OK   VALUE '00'.
001780 01 WS-NETFILE-STATUS    PIC X(02) VALUE '00'.
001790     88 WS-NETFILE-OK    VALUE '00'.
001800 01 WS-BANKMSTR-STATUS   PIC X(02) VALUE '00'.
001810     88 WS-BANKMSTR-OK   VALUE '00'.
001820 01 WS-STMTFILE-STATUS   PIC X(02) VALUE '00'.
001830     88 WS-STMTFILE-OK   VALUE '00'.
001840 01 WS-EDLVFILE-STATUS   PIC X(02) VALUE '00'.
001850     88 WS-EDLVFILE-OK   VALUE '00'.
001860 01 WS-RPTFILE-STATUS    PIC X(02) VALUE '00'.
001870     88 WS-RPTFILE-OK    VALUE '00'.
001880 01 WS-EOF-STA           PIC X VALUE 'N'.
001890     88 WS-EOF           VALUE 'Y'.
001900 01 WS-NET-EOF-STA       PIC X VALUE 'N'.
001910     88 WS-NET-EOF       VALUE 'Y'.
001920 01 WS-TRL-SW            PIC X(01) VALUE 'N'.
001930     88 WS-TRL-SEEN      VALUE 'Y'.
001940 01 WS-PROOF-SW          PIC X(01) VALUE 'N'.
001950     88 WS-PROVED        VALUE 'Y'.
001960 01 WS-FIRST-DEPT-SW     PIC X(01) VALUE 'Y'.
001970     88 WS-FIRST-DEPT    VALUE 'Y'.
001980 01 WS-PAY-DATE          PIC X(08) VALUE SPACES.
001990 01 WS-EXC-EMP-ID        PIC 9(06) VALUE ZEROES.
002000 01 WS-EXC-REASON        PIC X(30) VALUE SPACES.
002010 01 WS-PREV-COMP         PIC 9(06) VALUE ZEROES.
002020 01 WS-PREV-DEPT         PIC X(04) VALUE SPACES.
002030 01 WS-PAY-METHOD        PIC X(04) VALUE SPACES.
002040 01 WS-ACCT-LAST4        PIC X(04) VALUE SPACES.
002050 01 WS-ACCT-LEN          PIC 9(02) VALUE ZEROES COMP.
002060 01 WS-LIN-END           PIC 9(05) VALUE ZEROES COMP.
002070 01 WS-READ-COUNT        PIC 9(07) VALUE ZEROES COMP.
002080 01 WS-OTHER-COUNT       PIC 9(07) VALUE ZEROES COMP.
002090 01 WS-NET-READ          PIC 9(07) VALUE ZEROES COMP.
002100 01 WS-STM-WRITTEN       PIC 9(05) VALUE ZEROES COMP.
002110 01 WS-EDD-WRITTEN       PIC 9(07) VALUE ZEROES COMP.
002120 01 WS-DEPT-STM-COUNT    PIC 9(05) VALUE ZEROES COMP.
002130 01 WS-DD-COUNT          PIC 9(05) VALUE ZEROES COMP.
002140 01 WS-CHK-COUNT         PIC 9(05) VALUE ZEROES COMP.
002150 01 WS-NOPAY-COUNT       PIC 9(05) VALUE ZEROES COMP.
002160 01 WS-EXC-COUNT         PIC 9(05) VALUE ZEROES COMP.
002170 01 WS-FAIL-COUNT        PIC 9(03) VALUE ZEROES COMP.
002180 01 WS-WORK-AMT          PIC S9(09)V99 COMP-3 VALUE ZERO.
002190 01 WS-LIN-SUM           PIC S9(09)V99 COMP-3 VALUE ZERO.
002200 01 WS-STM-NET-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
002210 01 WS-TRL-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
002220 01 WS-TRL-COUNT         PIC 9(07) VALUE ZEROES.
002230 01 WS-DIFF-AMT          PIC S9(11)V99 COMP-3 VALUE ZERO.
002240 01 WS-DIFF-COUNT        PIC S9(07) VALUE ZEROES.
002250 01 WS-DD-NET            PIC S9(11)V99 COMP-3 VALUE ZERO.
002260 01 WS-CHK-NET           PIC S9(11)V99 COMP-3 VALUE ZERO.
002270 01 WS-NOPAY-NET         PIC S9(11)V99 COMP-3 VALUE ZERO.
002280 01 WS-FILE-NET          PIC S9(11)V99 COMP-3 VALUE ZERO.
002290
002300*    THE STATEMENTS ARE STAGED IN WORKING STORAGE, SORTED INTO
002310*    COMPANY AND DEPARTMENT ORDER, AND ONLY PRINTED ONCE THE
002320*    CONTROL PROOF PASSES.  EACH STATEMENT POINTS AT ITS RUN OF
002330*    DEDUCTION LINES IN THE LINE TABLE, WHICH STAYS IN FILE ORDER.
002340 01 WS-STM-MAX           PIC 9(05) COMP VALUE 5000.
002350 01 WS-STM-COUNT         PIC 9(05) COMP VALUE ZERO.
002360 01 WS-STM-TABLE.
002370     05 WS-STM-ENT  OCCURS 1 TO 5000 TIMES
002380                    DEPENDING ON WS-STM-COUNT
002390                    INDEXED BY SX.
002400            10 WS-STM-COMP      PIC 9(06).
002410            10 WS-STM-DEPT      PIC X(04).
002420            10 WS-STM-EMP-ID    PIC 9(06).
002430            10 WS-STM-NAME      PIC X(20).
002440            10 WS-STM-PAY-TYPE  PIC X(01).
002450            10 WS-STM-RATE      PIC 9(07)V99 COMP-3.
002460            10 WS-STM-REG-HRS   PIC 9(03)V99 COMP-3.
002470            10 WS-STM-OT-HRS    PIC 9(03)V99 COMP-3.
002480            10 WS-STM-LV-HRS    PIC 9(03)V99 COMP-3.
002490            10 WS-STM-RETRO     PIC 9(07)V99 COMP-3.
002500            10 WS-STM-GROSS     PIC S9(09)V99 COMP-3.
002510            10 WS-STM-DEDS      PIC S9(09)V99 COMP-3.
002520            10 WS-STM-NET       PIC S9(09)V99 COMP-3.
002530            10 WS-STM-YTD-GROSS PIC S9(09)V99 COMP-3.
002540            10 WS-STM-YTD-DEDS  PIC S9(09)V99 COMP-3.
002550            10 WS-STM-YTD-NET   PIC S9(09)V99 COMP-3.
002560            10 WS-STM-VAC-BAL   PIC S9(05)V99 COMP-3.
002570            10 WS-STM-SICK-BAL  PIC S9(05)V99 COMP-3.
002580            10 WS-STM-FIRST-LIN PIC 9(05) COMP.
002590            10 WS-STM-LIN-COUNT PIC 9(03) COMP.
002600            10 WS-STM-TOT-SW    PIC X(01).
002610                88 WS-STM-TOT-SEEN VALUE 'Y'.
002620
002630 01 WS-LIN-MAX           PIC 9(05) COMP VALUE 50000.
002640 01 WS-LIN-COUNT         PIC 9(05) COMP VALUE ZERO.
002650 01 WS-LIN-TABLE.
002660     05 WS-LIN-ENT  OCCURS 1 TO 50000 TIMES
002670                    DEPENDING ON WS-LIN-COUNT
002680                    INDEXED BY LX.
002690            10 WS-LIN-KIND      PIC X(01).
002700            10 WS-LIN-CODE      PIC X(06).
002710            10 WS-LIN-DESC      PIC X(20).
002720            10 WS-LIN-AMT       PIC 9(07)V99 COMP-3.
002730
002740 01 WS-ABEND-DDNAME      PIC X(08) VALUE SPACES.
002750 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
002760 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
002770     88 WS-AUDTFILE-OK   VALUE '00'.
002780 01 WS-CREATE-DATE       PIC X(08) VALUE SPACES.
002790 01 WS-RUN-DATE.
002800     05 WS-RUN-YY        PIC 9(02).
002810     05 WS-RUN-MM        PIC 9(02).
002820     05 WS-RUN-DD        PIC 9(02).
002830 01 WS-RUN-TIME.
002840     05 WS-RUN-HH        PIC 9(02).
002850     05 WS-RUN-MN        PIC 9(02).
002860     05 WS-RUN-SS        PIC 9(02).
002870     05 FILLER           PIC 9(02).
002880 01 WS-RUN-DATE-EDIT     PIC X(08).
002890
002900*    ELECTRONIC DELIVERY FILE FOR THE SELF-SERVICE VENDOR - A
002910*    HEADER, AN 'EDE' ROW PER STATEMENT FOLLOWED BY ITS 'EDD'
002920*    DEDUCTION ROWS, AND A TRAILER.  AMOUNTS ARE UNSIGNED WITH A
002930*    SEPARATE SIGN BYTE, THE SAME CONVENTION AS NETDD.  PAY METHOD
002940*    IS 'DD' (DEPOSIT), 'CHK' OR 'NONE' (NO NET PAY).
002950 01 WS-EDL-HDR-REC.
002960     05 FILLER            PIC X(04) VALUE 'EDH '.
002970     05 EH-PAY-DATE       PIC X(08).
002980     05 FILLER            PIC X(01) VALUE SPACE.
002990     05 EH-CREATE-DATE    PIC X(08).
003000     05 FILLER            PIC X(179) VALUE SPACES.
003010
003020 01 WS-EDL-EMP-REC.
003030     05 FILLER            PIC X(04) VALUE 'EDE '.
003040     05 EE-EMP-ID         PIC 9(06).
003050     05 FILLER            PIC X(01) VALUE SPACE.
003060     05 EE-EMP-NAME       PIC X(20).
003070     05 FILLER            PIC X(01) VALUE SPACE.
003080     05 EE-COMP-CODE      PIC 9(06).
003090     05 FILLER            PIC X(01) VALUE SPACE.
003100     05 EE-DEPT-CODE      PIC X(04).
003110     05 FILLER            PIC X(01) VALUE SPACE.
003120     05 EE-PAY-DATE       PIC X(08).
003130     05 FILLER            PIC X(01) VALUE SPACE.
003140     05 EE-PAY-METHOD     PIC X(04).
003150     05 FILLER            PIC X(01) VALUE SPACE.
003160     05 EE-ACCT-LAST4     PIC X(04).
003170     05 FILLER            PIC X(01) VALUE SPACE.
003180     05 EE-PAY-TYPE       PIC X(01).
003190     05 FILLER            PIC X(01) VALUE SPACE.
003200     05 EE-RATE           PIC 9(07)V99.
003210     05 FILLER            PIC X(01) VALUE SPACE.
003220     05 EE-REG-HOURS      PIC 9(03)V99.
003230     05 FILLER            PIC X(01) VALUE SPACE.
003240     05 EE-OT-HOURS       PIC 9(03)V99.
003250     05 FILLER            PIC X(01) VALUE SPACE.
003260     05 EE-LEAVE-HOURS    PIC 9(03)V99.
003270     05 FILLER            PIC X(01) VALUE SPACE.
003280     05 EE-RETRO-AMT      PIC 9(07)V99.
003290     05 FILLER            PIC X(01) VALUE SPACE.
003300     05 EE-GROSS          PIC 9(09)V99.
003310     05 FILLER            PIC X(01) VALUE SPACE.
003320     05 EE-DEDS           PIC 9(09)V99.
003330     05 FILLER            PIC X(01) VALUE SPACE.
003340     05 EE-NET            PIC 9(09)V99.
003350     05 EE-NET-SIGN       PIC X(01).
003360     05 FILLER            PIC X(01) VALUE SPACE.
003370     05 EE-YTD-GROSS      PIC 9(09)V99.
003380     05 FILLER            PIC X(01) VALUE SPACE.
003390     05 EE-YTD-DEDS       PIC 9(09)V99.
003400     05 FILLER            PIC X(01) VALUE SPACE.
003410     05 EE-YTD-NET        PIC 9(09)V99.
003420     05 EE-YTD-NET-SIGN   PIC X(01).
003430     05 FILLER            PIC X(01) VALUE SPACE.
003440     05 EE-VAC-BAL        PIC 9(05)V99.
003450     05 EE-VAC-SIGN       PIC X(01).
003460     05 FILLER            PIC X(01) VALUE SPACE.
003470     05 EE-SICK-BAL       PIC 9(05)V99.
003480     05 EE-SICK-SIGN      PIC X(01).
003490     05 FILLER            PIC X(06) VALUE SPACES.
003500
003510 01 WS-EDL-DED-REC.
003520     05 FILLER            PIC X(04) VALUE 'EDD '.
003530     05 ED-EMP-ID         PIC 9(06).
003540     05 FILLER            PIC X(01) VALUE SPACE.
003550     05 ED-KIND           PIC X(01).
003560     05 FILLER            PIC X(01) VALUE SPACE.
003570     05 ED-CODE           PIC X(06).
003580     05 FILLER            PIC X(01) VALUE SPACE.
003590     05 ED-DESC           PIC X(20).
003600     05 FILLER            PIC X(01) VALUE SPACE.
003610     05 ED-AMT            PIC 9(07)V99.
003620     05 FILLER            PIC X(150) VALUE SPACES.
003630
003640 01 WS-EDL-TRL-REC.
003650     05 FILLER            PIC X(04) VALUE 'EDT '.
003660     05 ET-EMP-COUNT      PIC 9(07).
003670     05 FILLER            PIC X(01) VALUE SPACE.
003680     05 ET-DED-COUNT      PIC 9(07).
003690     05 FILLER            PIC X(01) VALUE SPACE.
003700     05 ET-NET-TOTAL      PIC 9(11)V99.
003710     05 ET-NET-SIGN       PIC X(01).
003720     05 FILLER            PIC X(166) VALUE SPACES.
003730
003740*    PAY STATEMENT LINES - ONE PAGE PER EMPLOYEE, WITH A
003750*    DISTRIBUTION PAGE AHEAD OF EACH COMPANY AND DEPARTMENT.
003760 01 WS-STM-DIST-LINE.
003770     05 FILLER            PIC X(26)
003780            VALUE 'PAY STATEMENTS FOR        '.
003790     05 FILLER            PIC X(09) VALUE 'COMPANY: '.
003800     05 SB-COMP-CODE      PIC 9(06).
003810     05 FILLER            PIC X(10) VALUE '    DEPT: '.
003820     05 SB-DEPT-CODE      PIC X(04).
003830     05 FILLER            PIC X(14) VALUE '    PAY DATE: '.
003840     05 SB-PAY-DATE       PIC X(08).
003850     05 FILLER            PIC X(55) VALUE SPACES.
003860
003870 01 WS-STM-HDR-LINE.
003880     05 FILLER            PIC X(26)
003890            VALUE 'EARNINGS STATEMENT        '.
003900     05 FILLER            PIC X(10) VALUE 'PAY DATE: '.
003910     05 SH-PAY-DATE       PIC X(08).
003920     05 FILLER            PIC X(13) VALUE '    COMPANY: '.
003930     05 SH-COMP-CODE      PIC 9(06).
003940     05 FILLER            PIC X(10) VALUE '    DEPT: '.
003950     05 SH-DEPT-CODE      PIC X(04).
003960     05 FILLER            PIC X(55) VALUE SPACES.
003970
003980 01 WS-STM-EMP-LINE.
003990     05 FILLER            PIC X(13) VALUE 'EMPLOYEE ID: '.
004000     05 SE-EMP-ID         PIC 9(06).
004010     05 FILLER            PIC X(09) VALUE '   NAME: '.
004020     05 SE-EMP-NAME       PIC X(20).
004030     05 FILLER            PIC X(84) VALUE SPACES.
004040
004050 01 WS-STM-HRS-LINE.
004060     05 FILLER            PIC X(04) VALUE SPACES.
004070     05 SR-LABEL          PIC X(26).
004080     05 FILLER            PIC X(11) VALUE SPACES.
004090     05 SR-HOURS          PIC ZZ9.99.
004100     05 FILLER            PIC X(85) VALUE SPACES.
004110
004120 01 WS-STM-AMT-LINE.
004130     05 FILLER            PIC X(04) VALUE SPACES.
004140     05 SA-LABEL          PIC X(26).
004150     05 SA-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
004160     05 FILLER            PIC X(84) VALUE SPACES.
004170
004180 01 WS-STM-DED-LINE.
004190     05 FILLER            PIC X(06) VALUE SPACES.
004200     05 SD-DESC           PIC X(20).
004210     05 FILLER            PIC X(04) VALUE SPACES.
004220     05 SD-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
004230     05 FILLER            PIC X(84) VALUE SPACES.
004240
004250 01 WS-STM-PAY-LINE.
004260     05 FILLER            PIC X(04) VALUE SPACES.
004270     05 FILLER            PIC X(26)
004280            VALUE 'PAID BY                  :'.
004290     05 FILLER            PIC X(01) VALUE SPACE.
004300     05 SP-TEXT           PIC X(40).
004310     05 FILLER            PIC X(61) VALUE SPACES.
004320
004330*    CONTROL REPORT LINES.
004340 01 WS-RPT-HDR-LINE.
004350     05 FILLER            PIC X(33)
004360            VALUE 'PAY STATEMENT CONTROL            '.
004370     05 FILLER            PIC X(06) VALUE 'DATE: '.
004380     05 RH-DATE           PIC X(08).
004390     05 FILLER            PIC X(85) VALUE SPACES.
004400
004410 01 WS-RPT-DATE-LINE.
004420     05 FILLER            PIC X(24)
004430            VALUE 'STATEMENTS FOR PAY DATE '.
004440     05 RT-PAY-DATE       PIC X(08).
004450     05 FILLER            PIC X(100) VALUE SPACES.
004460
004470 01 WS-RPT-TEXT-LINE.
004480     05 RX-TEXT           PIC X(60).
004490     05 FILLER            PIC X(72) VALUE SPACES.
004500
004510 01 WS-RPT-EXC-LINE.
004520     05 FILLER            PIC X(10) VALUE 'EXCEPTION '.
004530     05 RE-EMP-ID         PIC 9(06).
004540     05 FILLER            PIC X(02) VALUE SPACES.
004550     05 RE-REASON         PIC X(30).
004560     05 FILLER            PIC X(84) VALUE SPACES.
004570
004580 01 WS-RPT-COUNT-LINE.
004590     05 FILLER            PIC X(12) VALUE 'COUNT       '.
004600     05 FILLER            PIC X(12) VALUE 'STATEMENTS: '.
004610     05 RC-STM            PIC ZZZ,ZZZ,ZZZ,ZZ9.
004620     05 FILLER            PIC X(17) VALUE '  NETDD TRAILER: '.
004630     05 RC-TRL            PIC ZZZ,ZZZ,ZZZ,ZZ9.
004640     05 FILLER            PIC X(14) VALUE '  DIFFERENCE: '.
004650     05 RC-DIFF           PIC ZZZ,ZZZ,ZZZ,ZZ9-.
004660     05 FILLER            PIC X(31) VALUE SPACES.
004670
004680 01 WS-RPT-PROOF-LINE.
004690     05 FILLER            PIC X(12) VALUE 'NET PAY     '.
004700     05 FILLER            PIC X(12) VALUE 'STATEMENTS: '.
004710     05 RP-STM            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
004720     05 FILLER            PIC X(17) VALUE '  NETDD TRAILER: '.
004730     05 RP-TRL            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
004740     05 FILLER            PIC X(14) VALUE '  DIFFERENCE: '.
004750     05 RP-DIFF           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
004760     05 FILLER            PIC X(20) VALUE SPACES.
004770
004780 01 WS-RPT-DEPT-LINE.
004790     05 FILLER            PIC X(08) VALUE 'COMPANY '.
004800     05 RD-COMP-CODE      PIC 9(06).
004810     05 FILLER            PIC X(08) VALUE '  DEPT '.
004820     05 RD-DEPT-CODE      PIC X(04).
004830     05 FILLER            PIC X(14) VALUE '  STATEMENTS: '.
004840     05 RD-STM-COUNT      PIC ZZ,ZZ9.
004850     05 FILLER            PIC X(86) VALUE SPACES.
004860
004870 01 WS-RPT-METH-LINE.
004880     05 FILLER            PIC X(08) VALUE 'PAID BY '.
004890     05 RM-METHOD         PIC X(16).
004900     05 FILLER            PIC X(14) VALUE '  STATEMENTS: '.
004910     05 RM-COUNT          PIC ZZ,ZZ9.
004920     05 FILLER            PIC X(07) VALUE '  NET: '.
004930     05 RM-NET            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
004940     05 FILLER            PIC X(63) VALUE SPACES.
004950
004960 PROCEDURE DIVISION.
004970 0000-MAINLINE.
004980     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
004990     PERFORM 2000-READ-STMT THRU 2000-READ-STMT-EXIT
005000             UNTIL WS-EOF
005010     PERFORM 2900-CHECK-PREV THRU 2900-CHECK-PREV-EXIT
005020     PERFORM 3000-READ-NET THRU 3000-READ-NET-EXIT
005030             UNTIL WS-NET-EOF
005040     PERFORM 5000-PROVE-TOTALS THRU 5000-PROVE-TOTALS-EXIT
005050     IF WS-PROVED
005060        PERFORM 6000-RELEASE-STATEMENTS
005070                THRU 6000-RELEASE-STATEMENTS-EXIT
005080     END-IF
005090     CLOSE PSTMFILE
005100           NETFILE
005110           BANKMSTR
005120           STMTFILE
005130           EDLVFILE
005140           RPTFILE
005150     PERFORM 9500-WRITE-AUDIT-RECORD
005160             THRU 9500-WRITE-AUDIT-RECORD-EXIT
005170     DISPLAY 'PAYSTMT - STATEMENT ROWS READ : ' WS-READ-COUNT
005180     DISPLAY 'PAYSTMT - STATEMENTS LOADED   : ' WS-STM-COUNT
005190     DISPLAY 'PAYSTMT - EXCEPTIONS          : ' WS-EXC-COUNT
005200     DISPLAY 'PAYSTMT - STATEMENTS WRITTEN  : ' WS-STM-WRITTEN
005210     DISPLAY 'PAYSTMT - PAID BY DEPOSIT     : ' WS-DD-COUNT
005220     DISPLAY 'PAYSTMT - PAID BY CHECK       : ' WS-CHK-COUNT
005230     DISPLAY 'PAYSTMT - NO NET PAY          : ' WS-NOPAY-COUNT
005240     IF WS-FAIL-COUNT > ZERO
005250        DISPLAY 'PAYSTMT - NOT RELEASED - STATEMENTS DO NOT PROVE'
005260                ' TO NETDD - DO NOT DISTRIBUTE - SEE REPORT'
005270        MOVE 16 TO RETURN-CODE
005280     END-IF
005290     STOP RUN
005300     .
005310
005320 1000-INITIALIZE.
005330     OPEN INPUT PSTMFILE
005340     IF NOT WS-PSTMFILE-OK
005350        MOVE 'PSTMDD' TO WS-ABEND-DDNAME
005360        MOVE WS-PSTMFILE-STATUS TO WS-ABEND-STATUS
005370        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005380     END-IF
005390     OPEN INPUT NETFILE
005400     IF NOT WS-NETFILE-OK
005410        MOVE 'NETDD' TO WS-ABEND-DDNAME
005420        MOVE WS-NETFILE-STATUS TO WS-ABEND-STATUS
005430        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005440     END-IF
005450     OPEN INPUT BANKMSTR
005460     IF NOT WS-BANKMSTR-OK
005470        MOVE 'BANKMSTR' TO WS-ABEND-DDNAME
005480        MOVE WS-BANKMSTR-STATUS TO WS-ABEND-STATUS
005490        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005500     END-IF
005510     OPEN OUTPUT STMTFILE
005520     IF NOT WS-STMTFILE-OK
005530        MOVE 'STMTDD' TO WS-ABEND-DDNAME
005540        MOVE WS-STMTFILE-STATUS TO WS-ABEND-STATUS
005550        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005560     END-IF
005570     OPEN OUTPUT EDLVFILE
005580     IF NOT WS-EDLVFILE-OK
005590        MOVE 'EDLVDD' TO WS-ABEND-DDNAME
005600        MOVE WS-EDLVFILE-STATUS TO WS-ABEND-STATUS
005610        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005620     END-IF
005630     OPEN OUTPUT RPTFILE
005640     IF NOT WS-RPTFILE-OK
005650        MOVE 'RPTDD' TO WS-ABEND-DDNAME
005660        MOVE WS-RPTFILE-STATUS TO WS-ABEND-STATUS
005670        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005680     END-IF
005690     ACCEPT WS-CREATE-DATE FROM DATE YYYYMMDD
005700     ACCEPT WS-RUN-DATE FROM DATE
005710     STRING WS-RUN-MM DELIMITED SIZE
005720            '/'       DELIMITED SIZE
005730            WS-RUN-DD DELIMITED SIZE
005740            '/'       DELIMITED SIZE
005750            WS-RUN-YY DELIMITED SIZE
005760            INTO WS-RUN-DATE-EDIT
005770     MOVE WS-RUN-DATE-EDIT TO RH-DATE
005780     MOVE WS-CREATE-DATE   TO EH-CREATE-DATE
005790     WRITE RPT-LINE FROM WS-RPT-HDR-LINE
005800     MOVE SPACES TO RPT-LINE
005810     WRITE RPT-LINE
005820     MOVE 'STATEMENT FILE EXCEPTIONS:' TO RX-TEXT
005830     WRITE RPT-LINE FROM WS-RPT-TEXT-LINE
005840     .
005850 1000-INITIALIZE-EXIT.
005860     EXIT.
005870
005880 2000-READ-STMT.
005890     READ PSTMFILE
005900         AT END SET WS-EOF TO TRUE
005910         NOT AT END
005920             ADD 1 TO WS-READ-COUNT
005930             EVALUATE PS-REC-ID
005940                 WHEN 'PSH '
005950                     PERFORM 2100-LOAD-HEADER
005960                             THRU 2100-LOAD-HEADER-EXIT
005970                 WHEN 'PSD '
005980                     PERFORM 2200-LOAD-LINE
005990                             THRU 2200-LOAD-LINE-EXIT
006000                 WHEN 'PSZ '
006010                     PERFORM 2300-LOAD-TOTAL
006020                             THRU 2300-LOAD-TOTAL-EXIT
006030                 WHEN OTHER
006040                     ADD 1 TO WS-OTHER-COUNT
006050             END-EVALUATE
006060     END-READ
006070     .
006080 2000-READ-STMT-EXIT.
006090     EXIT.
006100
006110 2100-LOAD-HEADER.
006120     PERFORM 2900-CHECK-PREV THRU 2900-CHECK-PREV-EXIT
006130     IF WS-STM-COUNT >= WS-STM-MAX
006140        DISPLAY 'PAYSTMT - STATEMENT TABLE FULL AT ' WS-STM-MAX
006150                ' - RAISE WS-STM-MAX'
006160        MOVE 'PSTMDD' TO WS-ABEND-DDNAME
006170        MOVE '  ' TO WS-ABEND-STATUS
006180        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
006190     END-IF
006200     IF WS-PAY-DATE = SPACES
006210        MOVE PH-PAY-DATE TO WS-PAY-DATE
006220     END-IF
006230     ADD 1 TO WS-STM-COUNT
006240     MOVE PH-COMP-CODE    TO WS-STM-COMP(WS-STM-COUNT)
006250     MOVE PH-DEPT-CODE    TO WS-STM-DEPT(WS-STM-COUNT)
006260     MOVE PH-EMP-ID       TO WS-STM-EMP-ID(WS-STM-COUNT)
006270     MOVE PH-EMP-NAME     TO WS-STM-NAME(WS-STM-COUNT)
006280     MOVE PH-PAY-TYPE     TO WS-STM-PAY-TYPE(WS-STM-COUNT)
006290     MOVE PH-RATE         TO WS-STM-RATE(WS-STM-COUNT)
006300     MOVE PH-REG-HOURS    TO WS-STM-REG-HRS(WS-STM-COUNT)
006310     MOVE PH-OT-HOURS     TO WS-STM-OT-HRS(WS-STM-COUNT)
006320     MOVE PH-LEAVE-HOURS  TO WS-STM-LV-HRS(WS-STM-COUNT)
006330     MOVE PH-RETRO-AMT    TO WS-STM-RETRO(WS-STM-COUNT)
006340     MOVE ZERO            TO WS-STM-GROSS(WS-STM-COUNT)
006350                             WS-STM-DEDS(WS-STM-COUNT)
006360                             WS-STM-NET(WS-STM-COUNT)
006370                             WS-STM-YTD-GROSS(WS-STM-COUNT)
006380                             WS-STM-YTD-DEDS(WS-STM-COUNT)
006390                             WS-STM-YTD-NET(WS-STM-COUNT)
006400                             WS-STM-VAC-BAL(WS-STM-COUNT)
006410                             WS-STM-SICK-BAL(WS-STM-COUNT)
006420                             WS-STM-LIN-COUNT(WS-STM-COUNT)
006430     COMPUTE WS-STM-FIRST-LIN(WS-STM-COUNT) = WS-LIN-COUNT + 1
006440     MOVE 'N'             TO WS-STM-TOT-SW(WS-STM-COUNT)
006450     MOVE ZERO            TO WS-LIN-SUM
006460     .
006470 2100-LOAD-HEADER-EXIT.
006480     EXIT.
006490
006500 2200-LOAD-LINE.
006510*    A DEDUCTION ROW BELONGS TO THE STATEMENT IT FOLLOWS - ONE
006520*    THAT DOES NOT, OR COMES AFTER ITS TOTAL, MEANS THE FILE IS
006530*    NOT WHAT PAYCALC WROTE.
006540     IF WS-STM-COUNT = ZERO
006550        MOVE PE-EMP-ID TO WS-EXC-EMP-ID
006560        MOVE 'DEDUCTION ROW OUT OF PLACE' TO WS-EXC-REASON
006570        PERFORM 2950-LIST-EXCEPTION THRU 2950-LIST-EXCEPTION-EXIT
006580        GO TO 2200-LOAD-LINE-EXIT
006590     END-IF
006600     IF PE-EMP-ID NOT = WS-STM-EMP-ID(WS-STM-COUNT)
006610     OR WS-STM-TOT-SEEN(WS-STM-COUNT)
006620        MOVE PE-EMP-ID TO WS-EXC-EMP-ID
006630        MOVE 'DEDUCTION ROW OUT OF PLACE' TO WS-EXC-REASON
006640        PERFORM 2950-LIST-EXCEPTION THRU 2950-LIST-EXCEPTION-EXIT
006650        GO TO 2200-LOAD-LINE-EXIT
006660     END-IF
006670     IF WS-LIN-COUNT >= WS-LIN-MAX
006680        DISPLAY 'PAYSTMT - LINE TABLE FULL AT ' WS-LIN-MAX
006690                ' - RAISE WS-LIN-MAX'
006700        MOVE 'PSTMDD' TO WS-ABEND-DDNAME
006710        MOVE '  ' TO WS-ABEND-STATUS
006720        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
006730     END-IF
006740     ADD 1 TO WS-LIN-COUNT
006750     MOVE PE-KIND TO WS-LIN-KIND(WS-LIN-COUNT)
006760     MOVE PE-CODE TO WS-LIN-CODE(WS-LIN-COUNT)
006770     MOVE PE-DESC TO WS-LIN-DESC(WS-LIN-COUNT)
006780     MOVE PE-AMT  TO WS-LIN-AMT(WS-LIN-COUNT)
006790     ADD 1        TO WS-STM-LIN-COUNT(WS-STM-COUNT)
006800     ADD PE-AMT   TO WS-LIN-SUM
006810     .
006820 2200-LOAD-LINE-EXIT.
006830     EXIT.
006840
006850 2300-LOAD-TOTAL.
006860     IF WS-STM-COUNT = ZERO
006870        MOVE PZ-EMP-ID TO WS-EXC-EMP-ID
006880        MOVE 'TOTAL ROW OUT OF PLACE' TO WS-EXC-REASON
006890        PERFORM 2950-LIST-EXCEPTION THRU 2950-LIST-EXCEPTION-EXIT
006900        GO TO 2300-LOAD-TOTAL-EXIT
006910     END-IF
006920     IF PZ-EMP-ID NOT = WS-STM-EMP-ID(WS-STM-COUNT)
006930     OR WS-STM-TOT-SEEN(WS-STM-COUNT)
006940        MOVE PZ-EMP-ID TO WS-EXC-EMP-ID
006950        MOVE 'TOTAL ROW OUT OF PLACE' TO WS-EXC-REASON
006960        PERFORM 2950-LIST-EXCEPTION THRU 2950-LIST-EXCEPTION-EXIT
006970        GO TO 2300-LOAD-TOTAL-EXIT
006980     END-IF
006990     SET WS-STM-TOT-SEEN(WS-STM-COUNT) TO TRUE
007000     MOVE PZ-GROSS     TO WS-STM-GROSS(WS-STM-COUNT)
007010     MOVE PZ-DEDS      TO WS-STM-DEDS(WS-STM-COUNT)
007020     MOVE PZ-YTD-GROSS TO WS-STM-YTD-GROSS(WS-STM-COUNT)
007030     MOVE PZ-YTD-DEDS  TO WS-STM-YTD-DEDS(WS-STM-COUNT)
007040     MOVE PZ-NET TO WS-WORK-AMT
007050     IF PZ-NET-SIGN = '-'
007060        COMPUTE WS-WORK-AMT = 0 - WS-WORK-AMT
007070     END-IF
007080     MOVE WS-WORK-AMT  TO WS-STM-NET(WS-STM-COUNT)
007090     ADD WS-WORK-AMT   TO WS-STM-NET-TOTAL
007100     MOVE PZ-YTD-NET TO WS-WORK-AMT
007110     IF PZ-YTD-NET-SIGN = '-'
007120        COMPUTE WS-WORK-AMT = 0 - WS-WORK-AMT
007130     END-IF
007140     MOVE WS-WORK-AMT  TO WS-STM-YTD-NET(WS-STM-COUNT)
007150     MOVE PZ-VAC-BAL TO WS-WORK-AMT
007160     IF PZ-VAC-SIGN = '-'
007170        COMPUTE WS-WORK-AMT = 0 - WS-WORK-AMT
007180     END-IF
007190     MOVE WS-WORK-AMT  TO WS-STM-VAC-BAL(WS-STM-COUNT)
007200     MOVE PZ-SICK-BAL TO WS-WORK-AMT
007210     IF PZ-SICK-SIGN = '-'
007220        COMPUTE WS-WORK-AMT = 0 - WS-WORK-AMT
007230     END-IF
007240     MOVE WS-WORK-AMT  TO WS-STM-SICK-BAL(WS-STM-COUNT)
007250*    EVERY AMOUNT WITHHELD MUST BE ON THE STATEMENT - THE LINES
007260*    HAVE TO ADD UP TO THE DEDUCTIONS THE REGISTER SHOWS.
007270     IF WS-LIN-SUM NOT = WS-STM-DEDS(WS-STM-COUNT)
007280        MOVE PZ-EMP-ID TO WS-EXC-EMP-ID
007290        MOVE 'DEDUCTION LINES NOT = TOTAL' TO WS-EXC-REASON
007300        PERFORM 2950-LIST-EXCEPTION THRU 2950-LIST-EXCEPTION-EXIT
007310     END-IF
007320     .
007330 2300-LOAD-TOTAL-EXIT.
007340     EXIT.
007350
007360 2900-CHECK-PREV.
007370*    A STATEMENT WITH NO TOTAL ROW WAS CUT OFF - ITS NET IS NOT IN
007380*    THE PROOF AND IT CANNOT BE ISSUED.
007390     IF WS-STM-COUNT = ZERO
007400        GO TO 2900-CHECK-PREV-EXIT
007410     END-IF
007420     IF NOT WS-STM-TOT-SEEN(WS-STM-COUNT)
007430        MOVE WS-STM-EMP-ID(WS-STM-COUNT) TO WS-EXC-EMP-ID
007440        MOVE 'NO TOTAL ROW' TO WS-EXC-REASON
007450        PERFORM 2950-LIST-EXCEPTION THRU 2950-LIST-EXCEPTION-EXIT
007460     END-IF
007470     .
007480 2900-CHECK-PREV-EXIT.
007490     EXIT.
007500
007510 2950-LIST-EXCEPTION.
007520     MOVE WS-EXC-EMP-ID TO RE-EMP-ID
007530     MOVE WS-EXC-REASON TO RE-REASON
007540     WRITE RPT-LINE FROM WS-RPT-EXC-LINE
007550     ADD 1 TO WS-EXC-COUNT
007560     ADD 1 TO WS-FAIL-COUNT
007570     .
007580 2950-LIST-EXCEPTION-EXIT.
007590     EXIT.
007600
007610 3000-READ-NET.
007620     READ NETFILE
007630         AT END SET WS-NET-EOF TO TRUE
007640         NOT AT END
007650             IF NET-REC-ID = 'TRL '
007660                SET WS-TRL-SEEN TO TRUE
007670                MOVE NT-EMP-COUNT TO WS-TRL-COUNT
007680                MOVE NT-NET-TOTAL TO WS-TRL-TOTAL
007690                IF NT-NET-SIGN = '-'
007700                   COMPUTE WS-TRL-TOTAL = 0 - WS-TRL-TOTAL
007710                END-IF
007720             ELSE
007730                ADD 1 TO WS-NET-READ
007740             END-IF
007750     END-READ
007760     .
007770 3000-READ-NET-EXIT.
007780     EXIT.
007790
007800 5000-PROVE-TOTALS.
007810     COMPUTE WS-DIFF-COUNT = WS-STM-COUNT - WS-TRL-COUNT
007820     COMPUTE WS-DIFF-AMT   = WS-STM-NET-TOTAL - WS-TRL-TOTAL
007830     MOVE SPACES TO RPT-LINE
007840     WRITE RPT-LINE
007850     MOVE 'PROOF OF THE STATEMENTS TO THE NETDD TRAILER:'
007860          TO RX-TEXT
007870     WRITE RPT-LINE FROM WS-RPT-TEXT-LINE
007880     MOVE WS-PAY-DATE      TO RT-PAY-DATE
007890     WRITE RPT-LINE FROM WS-RPT-DATE-LINE
007900     MOVE WS-STM-COUNT     TO RC-STM
007910     MOVE WS-TRL-COUNT     TO RC-TRL
007920     MOVE WS-DIFF-COUNT    TO RC-DIFF
007930     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
007940     MOVE WS-STM-NET-TOTAL TO RP-STM
007950     MOVE WS-TRL-TOTAL     TO RP-TRL
007960     MOVE WS-DIFF-AMT      TO RP-DIFF
007970     WRITE RPT-LINE FROM WS-RPT-PROOF-LINE
007980     MOVE SPACES TO RPT-LINE
007990     WRITE RPT-LINE
008000*    NO TRAILER MEANS PAYCALC NEVER FINISHED THE NET-PAY FILE -
008010*    THERE IS NOTHING TO PROVE THE STATEMENTS AGAINST.
008020     IF NOT WS-TRL-SEEN
008030        MOVE '** NETDD HAS NO TRAILER RECORD **' TO RX-TEXT
008040        WRITE RPT-LINE FROM WS-RPT-TEXT-LINE
008050        ADD 1 TO WS-FAIL-COUNT
008060     ELSE
008070        IF WS-DIFF-COUNT NOT = ZERO OR WS-DIFF-AMT NOT = ZERO
008080           DISPLAY 'PAYSTMT - COUNT DIFF ' WS-DIFF-COUNT
008090                   ' NET DIFF ' WS-DIFF-AMT
008100           ADD 1 TO WS-FAIL-COUNT
008110        END-IF
008120     END-IF
008130     IF WS-FAIL-COUNT = ZERO
008140        SET WS-PROVED TO TRUE
008150        MOVE 'IN BALANCE - STATEMENTS AND DELIVERY FILE RELEASED'
008160             TO RX-TEXT
008170     ELSE
008180        MOVE '** OUT OF BALANCE - DO NOT DISTRIBUTE **' TO RX-TEXT
008190     END-IF
008200     WRITE RPT-LINE FROM WS-RPT-TEXT-LINE
008210     .
008220 5000-PROVE-TOTALS-EXIT.
008230     EXIT.
008240
008250 6000-RELEASE-STATEMENTS.
008260     MOVE WS-PAY-DATE TO EH-PAY-DATE
008270                         EE-PAY-DATE
008280                         SB-PAY-DATE
008290                         SH-PAY-DATE
008300     WRITE EDLV-REC FROM WS-EDL-HDR-REC
008310     MOVE SPACES TO RPT-LINE
008320     WRITE RPT-LINE
008330     MOVE 'STATEMENTS BY COMPANY AND DEPARTMENT:' TO RX-TEXT
008340     WRITE RPT-LINE FROM WS-RPT-TEXT-LINE
008350     IF WS-STM-COUNT = ZERO
008360        GO TO 6000-RELEASE-STATEMENTS-TRL
008370     END-IF
008380*    SORT THE STAGED STATEMENTS INTO DISTRIBUTION ORDER - THE SAME
008390*    ONE-TIME TABLE SORT WAGESTMT USES.
008400     SORT WS-STM-ENT ON ASCENDING KEY WS-STM-COMP
008410                     ON ASCENDING KEY WS-STM-DEPT
008420                     ON ASCENDING KEY WS-STM-EMP-ID
008430     PERFORM 6100-RELEASE-ONE THRU 6100-RELEASE-ONE-EXIT
008440             VARYING SX FROM 1 BY 1
008450               UNTIL SX > WS-STM-COUNT
008460     PERFORM 6500-DEPT-BREAK THRU 6500-DEPT-BREAK-EXIT
008470     .
008480 6000-RELEASE-STATEMENTS-TRL.
008490     MOVE WS-STM-WRITTEN  TO ET-EMP-COUNT
008500     MOVE WS-EDD-WRITTEN  TO ET-DED-COUNT
008510     MOVE WS-FILE-NET     TO ET-NET-TOTAL
008520     IF WS-FILE-NET < ZERO
008530        MOVE '-' TO ET-NET-SIGN
008540     ELSE
008550        MOVE ' ' TO ET-NET-SIGN
008560     END-IF
008570     WRITE EDLV-REC FROM WS-EDL-TRL-REC
008580     MOVE SPACES TO RPT-LINE
008590     WRITE RPT-LINE
008600     MOVE 'DIRECT DEPOSIT'  TO RM-METHOD
008610     MOVE WS-DD-COUNT       TO RM-COUNT
008620     MOVE WS-DD-NET         TO RM-NET
008630     WRITE RPT-LINE FROM WS-RPT-METH-LINE
008640     MOVE 'CHECK'           TO RM-METHOD
008650     MOVE WS-CHK-COUNT      TO RM-COUNT
008660     MOVE WS-CHK-NET        TO RM-NET
008670     WRITE RPT-LINE FROM WS-RPT-METH-LINE
008680     MOVE 'NO NET PAY'      TO RM-METHOD
008690     MOVE WS-NOPAY-COUNT    TO RM-COUNT
008700     MOVE WS-NOPAY-NET      TO RM-NET
008710     WRITE RPT-LINE FROM WS-RPT-METH-LINE
008720     .
008730 6000-RELEASE-STATEMENTS-EXIT.
008740     EXIT.
008750
008760 6100-RELEASE-ONE.
008770     IF WS-FIRST-DEPT
008780        MOVE 'N' TO WS-FIRST-DEPT-SW
008790        MOVE WS-STM-COMP(SX) TO WS-PREV-COMP
008800        MOVE WS-STM-DEPT(SX) TO WS-PREV-DEPT
008810        PERFORM 6400-DIST-PAGE THRU 6400-DIST-PAGE-EXIT
008820     END-IF
008830     IF WS-STM-COMP(SX) NOT = WS-PREV-COMP
008840     OR WS-STM-DEPT(SX) NOT = WS-PREV-DEPT
008850        PERFORM 6500-DEPT-BREAK THRU 6500-DEPT-BREAK-EXIT
008860        MOVE WS-STM-COMP(SX) TO WS-PREV-COMP
008870        MOVE WS-STM-DEPT(SX) TO WS-PREV-DEPT
008880        PERFORM 6400-DIST-PAGE THRU 6400-DIST-PAGE-EXIT
008890     END-IF
008900     COMPUTE WS-LIN-END = WS-STM-FIRST-LIN(SX)
008910                        + WS-STM-LIN-COUNT(SX) - 1
008920     PERFORM 6150-PAY-METHOD THRU 6150-PAY-METHOD-EXIT
008930     PERFORM 6200-PRINT-STATEMENT THRU 6200-PRINT-STATEMENT-EXIT
008940     PERFORM 6300-WRITE-DELIVERY THRU 6300-WRITE-DELIVERY-EXIT
008950     ADD 1 TO WS-STM-WRITTEN
008960              WS-DEPT-STM-COUNT
008970     ADD WS-STM-NET(SX) TO WS-FILE-NET
008980     .
008990 6100-RELEASE-ONE-EXIT.
009000     EXIT.
009010
009020 6150-PAY-METHOD.
009030*    THE SAME RULE DDEPOST PAYS BY: NOTHING GOES OUT ON A ZERO OR
009040*    NEGATIVE NET, ONLY A VERIFIED BANK ROW IS DEPOSITED, AND
009050*    EVERYTHING ELSE DDEPOST BYPASSES TO THE CHECK RUN.  ONLY THE
009060*    LAST FOUR CHARACTERS OF THE ACCOUNT EVER LEAVE THIS STEP.
009070     MOVE SPACES TO WS-ACCT-LAST4
009080     IF WS-STM-NET(SX) <= ZERO
009090        MOVE 'NONE' TO WS-PAY-METHOD
009100        ADD 1 TO WS-NOPAY-COUNT
009110        ADD WS-STM-NET(SX) TO WS-NOPAY-NET
009120        GO TO 6150-PAY-METHOD-EXIT
009130     END-IF
009140     MOVE 'CHK ' TO WS-PAY-METHOD
009150     MOVE WS-STM-EMP-ID(SX) TO BK-EMP-ID
009160     READ BANKMSTR KEY IS BK-EMP-ID
009170         INVALID KEY
009180             CONTINUE
009190         NOT INVALID KEY
009200             IF BK-VERIFIED
009210                MOVE 'DD  ' TO WS-PAY-METHOD
009220                MOVE ZERO TO WS-ACCT-LEN
009230                INSPECT BK-ACCOUNT TALLYING WS-ACCT-LEN
009240                        FOR CHARACTERS BEFORE INITIAL SPACE
009250                IF WS-ACCT-LEN >= 4
009260                   MOVE BK-ACCOUNT(WS-ACCT-LEN - 3:4)
009270                        TO WS-ACCT-LAST4
009280                ELSE
009290                   MOVE BK-ACCOUNT(1:4) TO WS-ACCT-LAST4
009300                END-IF
009310             END-IF
009320     END-READ
009330     IF WS-PAY-METHOD = 'DD  '
009340        ADD 1 TO WS-DD-COUNT
009350        ADD WS-STM-NET(SX) TO WS-DD-NET
009360     ELSE
009370        ADD 1 TO WS-CHK-COUNT
009380        ADD WS-STM-NET(SX) TO WS-CHK-NET
009390     END-IF
009400     .
009410 6150-PAY-METHOD-EXIT.
009420     EXIT.
009430
009440 6200-PRINT-STATEMENT.
009450     MOVE WS-STM-COMP(SX)   TO SH-COMP-CODE
009460     MOVE WS-STM-DEPT(SX)   TO SH-DEPT-CODE
009470     WRITE STM-LINE FROM WS-STM-HDR-LINE AFTER ADVANCING PAGE
009480     MOVE SPACES TO STM-LINE
009490     WRITE STM-LINE AFTER ADVANCING 1 LINE
009500     MOVE WS-STM-EMP-ID(SX) TO SE-EMP-ID
009510     MOVE WS-STM-NAME(SX)   TO SE-EMP-NAME
009520     WRITE STM-LINE FROM WS-STM-EMP-LINE AFTER ADVANCING 1 LINE
009530     MOVE SPACES TO STM-LINE
009540     WRITE STM-LINE AFTER ADVANCING 1 LINE
009550     IF WS-STM-PAY-TYPE(SX) = 'H'
009560        MOVE 'REGULAR HOURS           :' TO SR-LABEL
009570        MOVE WS-STM-REG-HRS(SX) TO SR-HOURS
009580        WRITE STM-LINE FROM WS-STM-HRS-LINE AFTER ADVANCING 1 LINE
009590        MOVE 'OVERTIME HOURS          :' TO SR-LABEL
009600        MOVE WS-STM-OT-HRS(SX)  TO SR-HOURS
009610        WRITE STM-LINE FROM WS-STM-HRS-LINE AFTER ADVANCING 1 LINE
009620        MOVE 'HOURLY RATE             :' TO SA-LABEL
009630        MOVE WS-STM-RATE(SX)    TO SA-AMOUNT
009640        WRITE STM-LINE FROM WS-STM-AMT-LINE AFTER ADVANCING 1 LINE
009650     END-IF
009660     IF WS-STM-LV-HRS(SX) > ZERO
009670        MOVE 'LEAVE HOURS TAKEN       :' TO SR-LABEL
009680        MOVE WS-STM-LV-HRS(SX)  TO SR-HOURS
009690        WRITE STM-LINE FROM WS-STM-HRS-LINE AFTER ADVANCING 1 LINE
009700     END-IF
009710     IF WS-STM-RETRO(SX) > ZERO
009720        MOVE 'RETRO PAY INCLUDED      :' TO SA-LABEL
009730        MOVE WS-STM-RETRO(SX)   TO SA-AMOUNT
009740        WRITE STM-LINE FROM WS-STM-AMT-LINE AFTER ADVANCING 1 LINE
009750     END-IF
009760     MOVE 'GROSS PAY               :' TO SA-LABEL
009770     MOVE WS-STM-GROSS(SX)  TO SA-AMOUNT
009780     WRITE STM-LINE FROM WS-STM-AMT-LINE AFTER ADVANCING 1 LINE
009790     MOVE SPACES TO STM-LINE
009800     WRITE STM-LINE AFTER ADVANCING 1 LINE
009810     IF WS-STM-LIN-COUNT(SX) > ZERO
009820        MOVE SPACES TO STM-LINE
009830        MOVE '    DEDUCTIONS:' TO STM-LINE
009840        WRITE STM-LINE AFTER ADVANCING 1 LINE
009850        PERFORM 6210-PRINT-ONE-LINE THRU 6210-PRINT-ONE-LINE-EXIT
009860                VARYING LX FROM WS-STM-FIRST-LIN(SX) BY 1
009870                  UNTIL LX > WS-LIN-END
009880     END-IF
009890     MOVE 'TOTAL DEDUCTIONS        :' TO SA-LABEL
009900     MOVE WS-STM-DEDS(SX)   TO SA-AMOUNT
009910     WRITE STM-LINE FROM WS-STM-AMT-LINE AFTER ADVANCING 1 LINE
009920     MOVE 'NET PAY                 :' TO SA-LABEL
009930     MOVE WS-STM-NET(SX)    TO SA-AMOUNT
009940     WRITE STM-LINE FROM WS-STM-AMT-LINE AFTER ADVANCING 1 LINE
009950     MOVE SPACES TO STM-LINE
009960     WRITE STM-LINE AFTER ADVANCING 1 LINE
009970     MOVE 'YEAR TO DATE GROSS      :' TO SA-LABEL
009980     MOVE WS-STM-YTD-GROSS(SX) TO SA-AMOUNT
009990     WRITE STM-LINE FROM WS-STM-AMT-LINE AFTER ADVANCING 1 LINE
010000     MOVE 'YEAR TO DATE DEDUCTIONS :' TO SA-LABEL
010010     MOVE WS-STM-YTD-DEDS(SX)  TO SA-AMOUNT
010020     WRITE STM-LINE FROM WS-STM-AMT-LINE AFTER ADVANCING 1 LINE
010030     MOVE 'YEAR TO DATE NET PAY    :' TO SA-LABEL
010040     MOVE WS-STM-YTD-NET(SX)   TO SA-AMOUNT
010050     WRITE STM-LINE FROM WS-STM-AMT-LINE AFTER ADVANCING 1 LINE
010060     MOVE 'VACATION HOURS BALANCE  :' TO SA-LABEL
010070     MOVE WS-STM-VAC-BAL(SX)   TO SA-AMOUNT
010080     WRITE STM-LINE FROM WS-STM-AMT-LINE AFTER ADVANCING 1 LINE
010090     MOVE 'SICK HOURS BALANCE      :' TO SA-LABEL
010100     MOVE WS-STM-SICK-BAL(SX)  TO SA-AMOUNT
010110     WRITE STM-LINE FROM WS-STM-AMT-LINE AFTER ADVANCING 1 LINE
010120     MOVE SPACES TO STM-LINE
010130     WRITE STM-LINE AFTER ADVANCING 1 LINE
010140     EVALUATE WS-PAY-METHOD
010150         WHEN 'DD  '
010160             MOVE SPACES TO SP-TEXT
010170             STRING 'DIRECT DEPOSIT TO ACCOUNT ENDING '
010180                                      DELIMITED SIZE
010190                    WS-ACCT-LAST4     DELIMITED SIZE
010200                    INTO SP-TEXT
010210         WHEN 'CHK '
010220             MOVE 'CHECK'               TO SP-TEXT
010230         WHEN OTHER
010240             MOVE 'NO NET PAY THIS RUN' TO SP-TEXT
010250     END-EVALUATE
010260     WRITE STM-LINE FROM WS-STM-PAY-LINE AFTER ADVANCING 1 LINE
010270     .
010280 6200-PRINT-STATEMENT-EXIT.
010290     EXIT.
010300
010310 6210-PRINT-ONE-LINE.
010320     MOVE WS-LIN-DESC(LX) TO SD-DESC
010330     MOVE WS-LIN-AMT(LX)  TO SD-AMOUNT
010340     WRITE STM-LINE FROM WS-STM-DED-LINE AFTER ADVANCING 1 LINE
010350     .
010360 6210-PRINT-ONE-LINE-EXIT.
010370     EXIT.
010380
010390 6300-WRITE-DELIVERY.
010400     MOVE WS-STM-EMP-ID(SX)    TO EE-EMP-ID
010410                                  ED-EMP-ID
010420     MOVE WS-STM-NAME(SX)      TO EE-EMP-NAME
010430     MOVE WS-STM-COMP(SX)      TO EE-COMP-CODE
010440     MOVE WS-STM-DEPT(SX)      TO EE-DEPT-CODE
010450     MOVE WS-PAY-METHOD        TO EE-PAY-METHOD
010460     MOVE WS-ACCT-LAST4        TO EE-ACCT-LAST4
010470     MOVE WS-STM-PAY-TYPE(SX)  TO EE-PAY-TYPE
010480     MOVE WS-STM-RATE(SX)      TO EE-RATE
010490     MOVE WS-STM-REG-HRS(SX)   TO EE-REG-HOURS
010500     MOVE WS-STM-OT-HRS(SX)    TO EE-OT-HOURS
010510     MOVE WS-STM-LV-HRS(SX)    TO EE-LEAVE-HOURS
010520     MOVE WS-STM-RETRO(SX)     TO EE-RETRO-AMT
010530     MOVE WS-STM-GROSS(SX)     TO EE-GROSS
010540     MOVE WS-STM-DEDS(SX)      TO EE-DEDS
010550     MOVE WS-STM-NET(SX)       TO EE-NET
010560     IF WS-STM-NET(SX) < ZERO
010570        MOVE '-' TO EE-NET-SIGN
010580     ELSE
010590        MOVE ' ' TO EE-NET-SIGN
010600     END-IF
010610     MOVE WS-STM-YTD-GROSS(SX) TO EE-YTD-GROSS
010620     MOVE WS-STM-YTD-DEDS(SX)  TO EE-YTD-DEDS
010630     MOVE WS-STM-YTD-NET(SX)   TO EE-YTD-NET
010640     IF WS-STM-YTD-NET(SX) < ZERO
010650        MOVE '-' TO EE-YTD-NET-SIGN
010660     ELSE
010670        MOVE ' ' TO EE-YTD-NET-SIGN
010680     END-IF
010690     MOVE WS-STM-VAC-BAL(SX)   TO EE-VAC-BAL
010700     IF WS-STM-VAC-BAL(SX) < ZERO
010710        MOVE '-' TO EE-VAC-SIGN
010720     ELSE
010730        MOVE ' ' TO EE-VAC-SIGN
010740     END-IF
010750     MOVE WS-STM-SICK-BAL(SX)  TO EE-SICK-BAL
010760     IF WS-STM-SICK-BAL(SX) < ZERO
010770        MOVE '-' TO EE-SICK-SIGN
010780     ELSE
010790        MOVE ' ' TO EE-SICK-SIGN
010800     END-IF
010810     WRITE EDLV-REC FROM WS-EDL-EMP-REC
010820     PERFORM 6310-DELIVER-ONE-LINE THRU 6310-DELIVER-ONE-LINE-EXIT
010830             VARYING LX FROM WS-STM-FIRST-LIN(SX) BY 1
010840               UNTIL LX > WS-LIN-END
010850     .
010860 6300-WRITE-DELIVERY-EXIT.
010870     EXIT.
010880
010890 6310-DELIVER-ONE-LINE.
010900     MOVE WS-LIN-KIND(LX) TO ED-KIND
010910     MOVE WS-LIN-CODE(LX) TO ED-CODE
010920     MOVE WS-LIN-DESC(LX) TO ED-DESC
010930     MOVE WS-LIN-AMT(LX)  TO ED-AMT
010940     WRITE EDLV-REC FROM WS-EDL-DED-REC
010950     ADD 1 TO WS-EDD-WRITTEN
010960     .
010970 6310-DELIVER-ONE-LINE-EXIT.
010980     EXIT.
010990
011000 6400-DIST-PAGE.
011010*    A COVER PAGE AHEAD OF EACH DEPARTMENT'S STATEMENTS SO THE
011020*    PRINT ROOM CAN SPLIT THE RUN FOR DISTRIBUTION.
011030     MOVE WS-PREV-COMP TO SB-COMP-CODE
011040     MOVE WS-PREV-DEPT TO SB-DEPT-CODE
011050     WRITE STM-LINE FROM WS-STM-DIST-LINE AFTER ADVANCING PAGE
011060     .
011070 6400-DIST-PAGE-EXIT.
011080     EXIT.
011090
011100 6500-DEPT-BREAK.
011110     MOVE WS-PREV-COMP      TO RD-COMP-CODE
011120     MOVE WS-PREV-DEPT      TO RD-DEPT-CODE
011130     MOVE WS-DEPT-STM-COUNT TO RD-STM-COUNT
011140     WRITE RPT-LINE FROM WS-RPT-DEPT-LINE
011150     MOVE ZERO TO WS-DEPT-STM-COUNT
011160     .
011170 6500-DEPT-BREAK-EXIT.
011180     EXIT.
011190
011200 9000-ABEND-PARA.
011210*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
011220*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
011230     DISPLAY 'PAYSTMT - OPEN/LOAD FAILED FOR: ' WS-ABEND-DDNAME
011240     DISPLAY 'PAYSTMT - FILE STATUS WAS      : ' WS-ABEND-STATUS
011250     MOVE 16 TO RETURN-CODE
011260     STOP RUN
011270     .
011280 9000-ABEND-PARA-EXIT.
011290     EXIT.
011300
011310 9500-WRITE-AUDIT-RECORD.
011320*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
011330*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
011340*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
011350     OPEN EXTEND AUDTFILE
011360     IF NOT WS-AUDTFILE-OK
011370        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
011380        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
011390        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
011400     END-IF
011410     ACCEPT WS-RUN-TIME FROM TIME
011420     MOVE 'PAYSTMT' TO AUD-PGM-NAME
011430     MOVE WS-RUN-DATE-EDIT TO AUD-RUN-DATE
011440     STRING WS-RUN-HH DELIMITED SIZE
011450            ':'       DELIMITED SIZE
011460            WS-RUN-MN DELIMITED SIZE
011470            ':'       DELIMITED SIZE
011480            WS-RUN-SS DELIMITED SIZE
011490            INTO AUD-RUN-TIME
011500     MOVE WS-STM-WRITTEN TO AUD-REC-COUNT
011510     IF WS-FAIL-COUNT > ZERO
011520        MOVE 16 TO AUD-RETURN-CODE
011530     ELSE
011540        MOVE RETURN-CODE TO AUD-RETURN-CODE
011550     END-IF
011560     WRITE AUD-REC
011570     CLOSE AUDTFILE
011580     .
011590 9500-WRITE-AUDIT-RECORD-EXIT.
011600     EXIT.
