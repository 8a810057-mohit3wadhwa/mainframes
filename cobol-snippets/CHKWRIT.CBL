000010******************************************************************
000020*        PROGRAM NAME            : CHKWRIT                       *
000030*        DESCRIPTION             : PAYROLL CHECK WRITER.  READS  *
000040*                                  THE ITEMS DDEPOST BYPASSED    *
000050*                                  (BYPDD) AND PRINTS ONE CHECK  *
000060*                                  PER ITEM WITH A STUB BUILT    *
000070*                                  FROM THE PAY-HISTORY MASTER.  *
000080*                                  CHECK NUMBERS CARRY OVER FROM *
000090*                                  RUN TO RUN ON THE CHKNUM      *
000100*                                  CONTROL RECORD.  EVERY CHECK  *
000110*                                  GOES ON THE OUTSTANDING-CHECK *
000120*                                  REGISTER (OUTCHK) AND THE     *
000130*                                  BANK'S POSITIVE-PAY ISSUE     *
000140*                                  FILE.  ISSUED PLUS SKIPPED    *
000150*                                  PLUS HELD MUST PROVE TO THE   *
000160*                                  BYPDD TRAILER OR THE STEP     *
000170*                                  ENDS CC 16.                   *
000180*        CREDITS                 : DATA PROCESSING               *
000190******************************************************************
000200*        MODIFICATION HISTORY                                    *
000210*        ----------------------------------------------------   *
000220*        DATE       INIT  DESCRIPTION                            *
000230*        10/15/26   RWM   INITIAL VERSION - BYPASSED EMPLOYEES   *
000240*                         WERE PAID BY HAND-TYPED CHECKS THAT    *
000250*                         THE BANK HAD NO ISSUE RECORD FOR.      *
000253*        10/15/26   RWM   STUB SHOWS BENEFIT PREMIUMS SO THE     *
000256*                         DEDUCTIONS ADD UP TO GROSS LESS NET.   *
000260******************************************************************
000270
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. CHKWRIT.
000300 AUTHOR. R MEHTA.
000310 INSTALLATION. DATA PROCESSING.
000320 DATE-WRITTEN. 10/15/26.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT BYPFILE  ASSIGN TO BYPDD
000390     ORGANIZATION IS LINE SEQUENTIAL
000400     FILE STATUS IS WS-BYPFILE-STATUS.
000410
000420     SELECT CNFILE   ASSIGN TO CHKNUM
000430     ORGANIZATION IS LINE SEQUENTIAL
000440     FILE STATUS IS WS-CNFILE-STATUS.
000450
000460     SELECT RATEFILE ASSIGN TO RATEDD
000470     ORGANIZATION IS LINE SEQUENTIAL
000480     FILE STATUS IS WS-RATEFILE-STATUS.
000490
000500     SELECT EMPMSTR  ASSIGN TO EMPMSTR
000510     ORGANIZATION IS INDEXED
000520     ACCESS MODE IS DYNAMIC
000530     RECORD KEY IS EM-EMP-ID
000540     FILE STATUS IS WS-EMPMSTR-STATUS.
000550
000560     SELECT PAYHIST  ASSIGN TO PAYHIST
000570     ORGANIZATION IS INDEXED
000580     ACCESS MODE IS DYNAMIC
000590     RECORD KEY IS PH-KEY
000600     FILE STATUS IS WS-PAYHIST-STATUS.
000610
000620     SELECT OUTCHK   ASSIGN TO OUTCHK
000630     ORGANIZATION IS INDEXED
000640     ACCESS MODE IS DYNAMIC
000650     RECORD KEY IS CK-CHECK-NO
000660     FILE STATUS IS WS-OUTCHK-STATUS.
000670
000680     SELECT CHKFILE  ASSIGN TO CHKPRT
000690     ORGANIZATION IS LINE SEQUENTIAL
000700     FILE STATUS IS WS-CHKFILE-STATUS.
000710
000720     SELECT PPFILE   ASSIGN TO PPDD
000730     ORGANIZATION IS LINE SEQUENTIAL
000740     FILE STATUS IS WS-PPFILE-STATUS.
000750
000760     SELECT RPTFILE  ASSIGN TO RPTDD
000770     ORGANIZATION IS LINE SEQUENTIAL
000780     FILE STATUS IS WS-RPTFILE-STATUS.
000790
000800     SELECT AUDTFILE ASSIGN TO AUDTDD
000810     ORGANIZATION IS LINE SEQUENTIAL
000820     FILE STATUS IS WS-AUDTFILE-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860*    DDEPOST'S BYPASS FILE - SAME LAYOUT AS ITS WS-BYP-DTL-REC
000870*    AND WS-BYP-TRL-REC.
000880 FD BYPFILE.
000890 01 BI-REC.
000900     05 BI-REC-ID         PIC X(04).
000910     05 BI-EMP-ID         PIC 9(06).
000920     05 FILLER            PIC X(01).
000930     05 BI-AMOUNT         PIC 9(09)V99.
000940     05 FILLER            PIC X(01).
000950     05 BI-BUS-DATE       PIC X(08).
000960     05 FILLER            PIC X(01).
000970     05 BI-REASON         PIC X(24).
000980     05 FILLER            PIC X(04).
000990 01 BI-TRL-REC.
001000     05 FILLER            PIC X(04).
001010     05 BI-TRL-COUNT      PIC 9(07).
001020     05 FILLER            PIC X(01).
001030     05 BI-TRL-TOTAL      PIC 9(11)V99.
001040     05 FILLER            PIC X(35).
001050
001060*    THE CHECK-NUMBER CONTROL RECORD.  READ AT THE START OF THE
001070*    RUN AND WRITTEN BACK AT THE END WITH THE LAST NUMBER USED.
001080 FD CNFILE.
001090 01 CN-REC.
001100     05 CN-LAST-CHECK-NO  PIC 9(08).
001110     05 FILLER            PIC X(01).
001120     05 CN-LAST-RUN-DATE  PIC X(08).
001130     05 FILLER            PIC X(01).
001140     05 CN-BANK-ACCOUNT   PIC X(17).
001150     05 FILLER            PIC X(45).
001160
001170 FD RATEFILE.
001180 01 RT-RATE-REC.
001190     05 RT-DED-CODE       PIC X(04).
001200     05 FILLER            PIC X(01).
001210     05 RT-DED-DESC       PIC X(20).
001220     05 FILLER            PIC X(01).
001230     05 RT-RATE-PCT       PIC 9(02)V999.
001240     05 FILLER            PIC X(49).
001250
001260 FD EMPMSTR.
001270     COPY EMPMREC.
001280
001290 FD PAYHIST.
001300     COPY PHISTREC.
001310
001320 FD OUTCHK.
001330     COPY OCHKREC.
001340
001350 FD CHKFILE.
001360 01 CHK-LINE              PIC X(132).
001370
001380*    POSITIVE-PAY ISSUE FILE - ONE 'ISS ' RECORD PER CHECK AND
001390*    AN 'ITR ' TRAILER THE BANK PROVES THE FILE AGAINST.
001400 FD PPFILE.
001410 01 PP-REC                PIC X(80).
001420
001430 FD RPTFILE.
001440 01 RPT-LINE              PIC X(132).
001450
001460 FD AUDTFILE.
001470     COPY AUDITREC REPLACING ==:RECNAME:== BY ==AUD-REC==
001480                             ==:PFX:==     BY ==AUD==.
001490
001500 WORKING-STORAGE SECTION.
001510 01 WS-BYPFILE-STATUS    PIC X(02) VALUE '00'.
001520     88 WS-BYPFILE-OK    VALUE '00'.
001530 01 WS-CNFILE-STATUS     PIC X(02) VALUE '00'.
001540     88 WS-CNFILE-OK     VALUE '00'.
001550 01 WS-RATEFILE-STATUS   PIC X(02) VALUE '00'.
001560 01 WS-EMPMSTR-STATUS    PIC X(02) VALUE '00'.
001570     88 WS-EMPMSTR-OK    VALUE '00'.
001580 01 WS-PAYHIST-STATUS    PIC X(02) VALUE '00'.
001590 01 WS-OUTCHK-STATUS     PIC X(02) VALUE '00'.
001600 01 WS-CHKFILE-STATUS    PIC X(02) VALUE '00'.
001610     88 WS-CHKFILE-OK    VALUE '00'.
001620 01 WS-PPFILE-STATUS     PIC X(02) VALUE '00'.
001630     88 WS-PPFILE-OK     VALUE '00'.
001640 01 WS-RPTFILE-STATUS    PIC X(02) VALUE '00'.
001650     88 WS-RPTFILE-OK    VALUE '00'.
001660 01 WS-EOF-STA           PIC X VALUE 'N'.
001670     88 WS-EOF           VALUE 'Y'.
001680 01 WS-RATE-EOF-STA      PIC X VALUE 'N'.
001690     88 WS-RATE-EOF      VALUE 'Y'.
001700 01 WS-CK-EOF-STA        PIC X VALUE 'N'.
001710     88 WS-CK-EOF        VALUE 'Y'.
001720 01 WS-STUB-DONE-SW      PIC X VALUE 'N'.
001730     88 WS-STUB-DONE     VALUE 'Y'.
001740 01 WS-STUB-FOUND-SW     PIC X VALUE 'N'.
001750     88 WS-STUB-FOUND    VALUE 'Y'.
001760 01 WS-TRL-FOUND-SW      PIC X VALUE 'N'.
001770     88 WS-TRL-FOUND     VALUE 'Y'.
001780 01 WS-SYS-DATE          PIC X(08) VALUE SPACES.
001790 01 WS-BUS-DATE          PIC X(08) VALUE SPACES.
001800 01 WS-PAYEE             PIC X(20) VALUE SPACES.
001810 01 WS-ACTION            PIC X(30) VALUE SPACES.
001820 01 WS-CHECK-NO          PIC 9(08) VALUE ZERO.
001830 01 WS-FIRST-CHECK-NO    PIC 9(08) VALUE ZERO.
001840 01 WS-HIGH-CHECK-NO     PIC 9(08) VALUE ZERO.
001850 01 WS-TRL-COUNT         PIC 9(07) VALUE ZERO.
001860 01 WS-TRL-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
001870 01 WS-READ-COUNT        PIC 9(07) VALUE ZEROES COMP.
001880 01 WS-ISSUE-COUNT       PIC 9(07) VALUE ZEROES COMP.
001890 01 WS-SKIP-COUNT        PIC 9(07) VALUE ZEROES COMP.
001900 01 WS-HOLD-COUNT        PIC 9(07) VALUE ZEROES COMP.
001910 01 WS-OUT-COUNT         PIC 9(07) VALUE ZEROES COMP.
001920 01 WS-FAIL-COUNT        PIC 9(05) VALUE ZEROES COMP.
001930 01 WS-ITEM-COUNT        PIC 9(07) VALUE ZEROES COMP.
001940 01 WS-ISSUE-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
001950 01 WS-SKIP-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
001960 01 WS-HOLD-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
001970 01 WS-OUT-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
001980 01 WS-ITEM-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
001990 01 WS-DX                PIC 9(02) COMP VALUE ZERO.
001995 01 WS-STUB-BEN-AMT      PIC S9(07)V99 COMP-3 VALUE ZERO.
002000 01 WS-ABEND-DDNAME      PIC X(08) VALUE SPACES.
002010 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
002020 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
002030     88 WS-AUDTFILE-OK   VALUE '00'.
002040 01 WS-RUN-DATE.
002050     05 WS-RUN-YY        PIC 9(02).
002060     05 WS-RUN-MM        PIC 9(02).
002070     05 WS-RUN-DD        PIC 9(02).
002080 01 WS-RUN-TIME.
002090     05 WS-RUN-HH        PIC 9(02).
002100     05 WS-RUN-MN        PIC 9(02).
002110     05 WS-RUN-SS        PIC 9(02).
002120     05 FILLER           PIC 9(02).
002130 01 WS-RUN-DATE-EDIT     PIC X(08).
002140
002150*    DEDUCTION DESCRIPTIONS FOR THE STUB, BY RATES-FILE CODE.
002160 01 WS-RATE-MAX          PIC 9(02) COMP VALUE 5.
002170 01 WS-RATE-COUNT        PIC 9(02) COMP VALUE ZERO.
002180 01 WS-RATE-TABLE.
002190     05 WS-RATE-ENT  OCCURS 1 TO 5 TIMES
002200                     DEPENDING ON WS-RATE-COUNT
002210                     INDEXED BY RTX.
002220            10 WS-RATE-CODE    PIC X(04).
002230            10 WS-RATE-DESC    PIC X(20).
002240
002250*    CHECKS ALREADY ON THE REGISTER FOR THIS BUSINESS DATE.  A
002260*    BYPASSED ITEM THAT MATCHES ONE BY EMPLOYEE AND AMOUNT WAS
002270*    PAID BY AN EARLIER RUN OF THIS STEP AND IS NOT PAID AGAIN.
002280 01 WS-ISS-MAX           PIC 9(05) COMP VALUE 5000.
002290 01 WS-ISS-COUNT         PIC 9(05) COMP VALUE ZERO.
002300 01 WS-ISSUED.
002310     05 WS-ISS-ENT  OCCURS 1 TO 5000 TIMES
002320                    DEPENDING ON WS-ISS-COUNT
002330                    INDEXED BY IX.
002340            10 WS-ISS-EMP-ID     PIC 9(06).
002350            10 WS-ISS-AMOUNT     PIC 9(09)V99.
002360            10 WS-ISS-CHECK-NO   PIC 9(08).
002370            10 WS-ISS-USED-SW    PIC X(01).
002380
002390 01 WS-PP-ISS-REC.
002400     05 FILLER            PIC X(04) VALUE 'ISS '.
002410     05 PP-CHECK-NO       PIC 9(08).
002420     05 FILLER            PIC X(01) VALUE SPACE.
002430     05 PP-AMOUNT         PIC 9(09)V99.
002440     05 FILLER            PIC X(01) VALUE SPACE.
002450     05 PP-ISSUE-DATE     PIC X(08).
002460     05 FILLER            PIC X(01) VALUE SPACE.
002470     05 PP-PAYEE          PIC X(20).
002480     05 FILLER            PIC X(01) VALUE SPACE.
002490     05 PP-ACCOUNT        PIC X(17).
002500     05 FILLER            PIC X(08) VALUE SPACES.
002510
002520 01 WS-PP-TRL-REC.
002530     05 FILLER            PIC X(04) VALUE 'ITR '.
002540     05 PT-COUNT          PIC 9(07).
002550     05 FILLER            PIC X(01) VALUE SPACE.
002560     05 PT-TOTAL          PIC 9(11)V99.
002570     05 FILLER            PIC X(01) VALUE SPACE.
002580     05 PT-ACCOUNT        PIC X(17).
002590     05 FILLER            PIC X(37) VALUE SPACES.
002600
002610*    STUB AND CHECK FACE.  THE STUB COMES OFF THE PAY-HISTORY
002620*    ITEM THE NET WAS PAID FROM; A REISSUE WITH NO ITEM BEHIND
002630*    IT ON THAT DATE PRINTS A NET-ONLY STUB.
002640 01 WS-STUB-HDR-LINE.
002650     05 FILLER            PIC X(22)
002660            VALUE 'EARNINGS STATEMENT    '.
002670     05 FILLER            PIC X(05) VALUE 'EMP: '.
002680     05 SH-EMP-ID         PIC 9(06).
002690     05 FILLER            PIC X(02) VALUE SPACES.
002700     05 SH-EMP-NAME       PIC X(20).
002710     05 FILLER            PIC X(12) VALUE '  PAY DATE: '.
002720     05 SH-BUS-DATE       PIC X(08).
002730     05 FILLER            PIC X(12) VALUE '  CHECK NO: '.
002740     05 SH-CHECK-NO       PIC 9(08).
002750     05 FILLER            PIC X(37) VALUE SPACES.
002760
002770 01 WS-STUB-GROSS-LINE.
002780     05 FILLER            PIC X(22)
002790            VALUE '    GROSS PAY         '.
002800     05 SG-GROSS          PIC ZZZ,ZZ9.99-.
002810     05 FILLER            PIC X(10) VALUE '   HOURS: '.
002820     05 SG-HOURS          PIC ZZ9.99.
002830     05 FILLER            PIC X(09) VALUE '   RATE: '.
002840     05 SG-RATE           PIC Z,ZZZ,ZZ9.99.
002850     05 FILLER            PIC X(62) VALUE SPACES.
002860
002870 01 WS-STUB-DED-LINE.
002880     05 FILLER            PIC X(04) VALUE SPACES.
002890     05 SD-DED-DESC       PIC X(20).
002900     05 FILLER            PIC X(02) VALUE SPACES.
002910     05 SD-DED-AMT        PIC ZZZ,ZZ9.99-.
002920     05 FILLER            PIC X(95) VALUE SPACES.
002930
002940 01 WS-STUB-NET-LINE.
002950     05 FILLER            PIC X(22)
002960            VALUE '    NET PAY           '.
002970     05 SN-NET            PIC ZZZ,ZZ9.99-.
002980     05 FILLER            PIC X(02) VALUE SPACES.
002990     05 SN-NOTE           PIC X(40).
003000     05 FILLER            PIC X(57) VALUE SPACES.
003010
003020 01 WS-CHK-NO-LINE.
003030     05 FILLER            PIC X(70) VALUE SPACES.
003040     05 FILLER            PIC X(10) VALUE 'CHECK NO: '.
003050     05 CF-CHECK-NO       PIC 9(08).
003060     05 FILLER            PIC X(08) VALUE '  DATE: '.
003070     05 CF-DATE           PIC X(08).
003080     05 FILLER            PIC X(28) VALUE SPACES.
003090
003100 01 WS-CHK-PAY-LINE.
003110     05 FILLER            PIC X(20) VALUE 'PAY TO THE ORDER OF '.
003120     05 CF-PAYEE          PIC X(20).
003130     05 FILLER            PIC X(30) VALUE SPACES.
003140     05 CF-AMOUNT         PIC $***,***,**9.99.
003150     05 FILLER            PIC X(47) VALUE SPACES.
003160
003170 01 WS-CHK-ACCT-LINE.
003180     05 FILLER            PIC X(20) VALUE 'DRAWN ON ACCOUNT    '.
003190     05 CF-ACCOUNT        PIC X(17).
003200     05 FILLER            PIC X(08) VALUE SPACES.
003210     05 FILLER            PIC X(10) VALUE 'EMP ID:   '.
003220     05 CF-EMP-ID         PIC 9(06).
003230     05 FILLER            PIC X(71) VALUE SPACES.
003240
003250 01 WS-RPT-HDR-LINE.
003260     05 FILLER            PIC X(36)
003270            VALUE 'PAYROLL CHECK REGISTER              '.
003280     05 FILLER            PIC X(06) VALUE 'DATE: '.
003290     05 RH-DATE           PIC X(08).
003300     05 FILLER            PIC X(16) VALUE '  BUSINESS DATE '.
003310     05 RH-BUS-DATE       PIC X(08).
003320     05 FILLER            PIC X(58) VALUE SPACES.
003330
003340 01 WS-RPT-COL-LINE.
003350     05 FILLER            PIC X(44)
003360            VALUE 'CHECK NO  EMP ID  PAYEE                     '.
003370     05 FILLER            PIC X(44)
003380            VALUE '    AMOUNT  BYPASS REASON             ACTION'.
003390     05 FILLER            PIC X(44) VALUE SPACES.
003400
003410 01 WS-RPT-DTL-LINE.
003420     05 RD-CHECK-NO       PIC X(08).
003430     05 FILLER            PIC X(02) VALUE SPACES.
003440     05 RD-EMP-ID         PIC 9(06).
003450     05 FILLER            PIC X(02) VALUE SPACES.
003460     05 RD-PAYEE          PIC X(20).
003470     05 FILLER            PIC X(04) VALUE SPACES.
003480     05 RD-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
003490     05 FILLER            PIC X(02) VALUE SPACES.
003500     05 RD-REASON         PIC X(24).
003510     05 FILLER            PIC X(02) VALUE SPACES.
003520     05 RD-ACTION         PIC X(30).
003530     05 FILLER            PIC X(18) VALUE SPACES.
003540
003550 01 WS-RPT-TOT-LINE.
003560     05 RT-LABEL          PIC X(24).
003570     05 RT-COUNT          PIC ZZZZZZ9.
003580     05 FILLER            PIC X(08) VALUE ' TOTAL: '.
003590     05 RT-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003600     05 FILLER            PIC X(76) VALUE SPACES.
003610
003620 01 WS-RPT-RANGE-LINE.
003630     05 FILLER            PIC X(24)
003640            VALUE 'CHECK NUMBERS USED      '.
003650     05 RR-FIRST          PIC 9(08).
003660     05 FILLER            PIC X(04) VALUE ' TO '.
003670     05 RR-LAST           PIC 9(08).
003680     05 FILLER            PIC X(88) VALUE SPACES.
003690
003700 PROCEDURE DIVISION.
003710 0000-MAINLINE.
003720     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003730     PERFORM 2000-PROCESS-BYPASS THRU 2000-PROCESS-BYPASS-EXIT
003740             UNTIL WS-EOF
003750     PERFORM 7000-WRITE-PP-TRAILER THRU 7000-WRITE-PP-TRAILER-EXIT
003760     PERFORM 7500-UPDATE-CHKNUM THRU 7500-UPDATE-CHKNUM-EXIT
003770     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
003780     CLOSE BYPFILE
003790           EMPMSTR
003800           PAYHIST
003810           OUTCHK
003820           CHKFILE
003830           PPFILE
003840           RPTFILE
003850     PERFORM 9500-WRITE-AUDIT-RECORD
003860             THRU 9500-WRITE-AUDIT-RECORD-EXIT
003870     STOP RUN
003880     .
003890
003900 1000-INITIALIZE.
003910     OPEN INPUT BYPFILE
003920     IF NOT WS-BYPFILE-OK
003930        MOVE 'BYPDD' TO WS-ABEND-DDNAME
003940        MOVE WS-BYPFILE-STATUS TO WS-ABEND-STATUS
003950        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003960     END-IF
003970     PERFORM 1100-READ-CHKNUM THRU 1100-READ-CHKNUM-EXIT
003980     PERFORM 1500-LOAD-RATES THRU 1500-LOAD-RATES-EXIT
003990     OPEN INPUT EMPMSTR
004000     IF NOT WS-EMPMSTR-OK
004010        MOVE 'EMPMSTR' TO WS-ABEND-DDNAME
004020        MOVE WS-EMPMSTR-STATUS TO WS-ABEND-STATUS
004030        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004040     END-IF
004050*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
004060*    OPEN - EVERY CHECK THEN PRINTS A NET-ONLY STUB.
004070     OPEN INPUT PAYHIST
004080     IF WS-PAYHIST-STATUS NOT = '00' AND
004090        WS-PAYHIST-STATUS NOT = '05'
004100        MOVE 'PAYHIST' TO WS-ABEND-DDNAME
004110        MOVE WS-PAYHIST-STATUS TO WS-ABEND-STATUS
004120        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004130     END-IF
004140*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
004150*    OPEN - THE FIRST CHECK RUN STARTS THE REGISTER.
004160     OPEN I-O OUTCHK
004170     IF WS-OUTCHK-STATUS NOT = '00' AND
004180        WS-OUTCHK-STATUS NOT = '05'
004190        MOVE 'OUTCHK' TO WS-ABEND-DDNAME
004200        MOVE WS-OUTCHK-STATUS TO WS-ABEND-STATUS
004210        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004220     END-IF
004230     OPEN OUTPUT CHKFILE
004240     IF NOT WS-CHKFILE-OK
004250        MOVE 'CHKPRT' TO WS-ABEND-DDNAME
004260        MOVE WS-CHKFILE-STATUS TO WS-ABEND-STATUS
004270        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004280     END-IF
004290     OPEN OUTPUT PPFILE
004300     IF NOT WS-PPFILE-OK
004310        MOVE 'PPDD' TO WS-ABEND-DDNAME
004320        MOVE WS-PPFILE-STATUS TO WS-ABEND-STATUS
004330        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004340     END-IF
004350     OPEN OUTPUT RPTFILE
004360     IF NOT WS-RPTFILE-OK
004370        MOVE 'RPTDD' TO WS-ABEND-DDNAME
004380        MOVE WS-RPTFILE-STATUS TO WS-ABEND-STATUS
004390        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004400     END-IF
004410     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
004420     ACCEPT WS-RUN-DATE FROM DATE
004430     STRING WS-RUN-MM DELIMITED SIZE
004440            '/'       DELIMITED SIZE
004450            WS-RUN-DD DELIMITED SIZE
004460            '/'       DELIMITED SIZE
004470            WS-RUN-YY DELIMITED SIZE
004480            INTO WS-RUN-DATE-EDIT
004490*    PRIME THE FIRST BYPASS RECORD - ITS BUSINESS DATE SCOPES THE
004500*    RERUN GUARD BELOW.
004510     PERFORM 2050-READ-BYPASS THRU 2050-READ-BYPASS-EXIT
004520     IF NOT WS-EOF AND BI-REC-ID = 'BYP '
004530        MOVE BI-BUS-DATE TO WS-BUS-DATE
004540     END-IF
004550     PERFORM 1700-LOAD-ISSUED THRU 1700-LOAD-ISSUED-EXIT
004560             UNTIL WS-CK-EOF
004570*    NEVER REUSE A NUMBER ALREADY ON THE REGISTER, EVEN IF THE
004580*    CONTROL RECORD WAS RESTORED FROM AN OLDER COPY.
004590     IF WS-HIGH-CHECK-NO > WS-CHECK-NO
004600        DISPLAY 'CHKWRIT - CHKNUM BEHIND THE REGISTER - STARTING'
004610                ' AFTER ' WS-HIGH-CHECK-NO
004620        MOVE WS-HIGH-CHECK-NO TO WS-CHECK-NO
004630        IF RETURN-CODE < 4
004640           MOVE 4 TO RETURN-CODE
004650        END-IF
004660     END-IF
004670     MOVE WS-RUN-DATE-EDIT TO RH-DATE
004680     MOVE WS-BUS-DATE      TO RH-BUS-DATE
004690     WRITE RPT-LINE FROM WS-RPT-HDR-LINE
004700     WRITE RPT-LINE FROM WS-RPT-COL-LINE
004710     MOVE SPACES TO RPT-LINE
004720     WRITE RPT-LINE
004730     .
004740 1000-INITIALIZE-EXIT.
004750     EXIT.
004760
004770 1100-READ-CHKNUM.
004780*    THE CONTROL RECORD IS REQUIRED - WITHOUT IT THERE IS NO SAFE
004790*    PLACE TO START NUMBERING.
004800     OPEN INPUT CNFILE
004810     IF NOT WS-CNFILE-OK
004820        MOVE 'CHKNUM' TO WS-ABEND-DDNAME
004830        MOVE WS-CNFILE-STATUS TO WS-ABEND-STATUS
004840        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004850     END-IF
004860     READ CNFILE
004870         AT END
004880             DISPLAY 'CHKWRIT - CHKNUM CONTROL RECORD IS EMPTY'
004890             MOVE 'CHKNUM' TO WS-ABEND-DDNAME
004900             MOVE '  ' TO WS-ABEND-STATUS
004910             PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004920     END-READ
004930     IF CN-LAST-CHECK-NO IS NOT NUMERIC
004940        DISPLAY 'CHKWRIT - CHKNUM COLS 1-8 NOT NUMERIC'
004950        MOVE 'CHKNUM' TO WS-ABEND-DDNAME
004960        MOVE '  ' TO WS-ABEND-STATUS
004970        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004980     END-IF
004990     MOVE CN-LAST-CHECK-NO TO WS-CHECK-NO
005000     CLOSE CNFILE
005010     .
005020 1100-READ-CHKNUM-EXIT.
005030     EXIT.
005040
005050 1500-LOAD-RATES.
005060     OPEN INPUT RATEFILE
005070     IF WS-RATEFILE-STATUS NOT = '00'
005080        MOVE 'RATEDD' TO WS-ABEND-DDNAME
005090        MOVE WS-RATEFILE-STATUS TO WS-ABEND-STATUS
005100        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005110     END-IF
005120     PERFORM 1600-LOAD-RATE-REC THRU 1600-LOAD-RATE-REC-EXIT
005130             UNTIL WS-RATE-EOF
005140     CLOSE RATEFILE
005150     .
005160 1500-LOAD-RATES-EXIT.
005170     EXIT.
005180
005190 1600-LOAD-RATE-REC.
005200     READ RATEFILE
005210         AT END SET WS-RATE-EOF TO TRUE
005220         NOT AT END
005230             IF WS-RATE-COUNT >= WS-RATE-MAX
005240                DISPLAY 'CHKWRIT - TOO MANY RATE ROWS - MAX 5'
005250                MOVE 'RATEDD' TO WS-ABEND-DDNAME
005260                MOVE '  ' TO WS-ABEND-STATUS
005270                PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005280             END-IF
005290             ADD 1 TO WS-RATE-COUNT
005300             MOVE RT-DED-CODE TO WS-RATE-CODE(WS-RATE-COUNT)
005310             MOVE RT-DED-DESC TO WS-RATE-DESC(WS-RATE-COUNT)
005320     END-READ
005330     .
005340 1600-LOAD-RATE-REC-EXIT.
005350     EXIT.
005360
005370 1700-LOAD-ISSUED.
005380*    ONE PASS OF THE REGISTER: HIGHEST NUMBER ISSUED, WHAT IS
005390*    STILL OUTSTANDING, AND THE CHECKS ALREADY WRITTEN FOR THIS
005400*    BUSINESS DATE.  A VOIDED CHECK DOES NOT COUNT AS PAID.
005410     READ OUTCHK NEXT RECORD
005420         AT END
005430             SET WS-CK-EOF TO TRUE
005440             GO TO 1700-LOAD-ISSUED-EXIT
005450     END-READ
005460     IF CK-CHECK-NO > WS-HIGH-CHECK-NO
005470        MOVE CK-CHECK-NO TO WS-HIGH-CHECK-NO
005480     END-IF
005490     IF CK-OUTSTANDING
005500        ADD 1 TO WS-OUT-COUNT
005510        ADD CK-AMOUNT TO WS-OUT-TOTAL
005520     END-IF
005530     IF CK-VOIDED OR CK-BUS-DATE NOT = WS-BUS-DATE
005540        GO TO 1700-LOAD-ISSUED-EXIT
005550     END-IF
005560     IF WS-ISS-COUNT >= WS-ISS-MAX
005570        DISPLAY 'CHKWRIT - ISSUED TABLE FULL AT '
005580                WS-ISS-MAX ' - RAISE WS-ISS-MAX'
005590        MOVE 'OUTCHK' TO WS-ABEND-DDNAME
005600        MOVE '  ' TO WS-ABEND-STATUS
005610        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005620     END-IF
005630     ADD 1 TO WS-ISS-COUNT
005640     MOVE CK-EMP-ID   TO WS-ISS-EMP-ID(WS-ISS-COUNT)
005650     MOVE CK-AMOUNT   TO WS-ISS-AMOUNT(WS-ISS-COUNT)
005660     MOVE CK-CHECK-NO TO WS-ISS-CHECK-NO(WS-ISS-COUNT)
005670     MOVE 'N'         TO WS-ISS-USED-SW(WS-ISS-COUNT)
005680     .
005690 1700-LOAD-ISSUED-EXIT.
005700     EXIT.
005710
005720 2000-PROCESS-BYPASS.
005730     IF BI-REC-ID = 'BYT '
005740        SET WS-TRL-FOUND TO TRUE
005750        MOVE BI-TRL-COUNT TO WS-TRL-COUNT
005760        MOVE BI-TRL-TOTAL TO WS-TRL-TOTAL
005770        PERFORM 2050-READ-BYPASS THRU 2050-READ-BYPASS-EXIT
005780        GO TO 2000-PROCESS-BYPASS-EXIT
005790     END-IF
005800     IF BI-REC-ID NOT = 'BYP '
005810        PERFORM 2050-READ-BYPASS THRU 2050-READ-BYPASS-EXIT
005820        GO TO 2000-PROCESS-BYPASS-EXIT
005830     END-IF
005840     ADD 1 TO WS-ITEM-COUNT
005850     ADD BI-AMOUNT TO WS-ITEM-TOTAL
005860     MOVE SPACES TO WS-PAYEE
005870                    RD-CHECK-NO
005880     PERFORM 2100-CHECK-ISSUED THRU 2100-CHECK-ISSUED-EXIT
005890     IF WS-ACTION = SPACES
005900        PERFORM 2200-GET-PAYEE THRU 2200-GET-PAYEE-EXIT
005910     END-IF
005920     IF WS-ACTION = SPACES
005930        PERFORM 2400-ISSUE-CHECK THRU 2400-ISSUE-CHECK-EXIT
005940     END-IF
005950     PERFORM 2800-PRINT-REGISTER-LINE
005960             THRU 2800-PRINT-REGISTER-LINE-EXIT
005970     PERFORM 2050-READ-BYPASS THRU 2050-READ-BYPASS-EXIT
005980     .
005990 2000-PROCESS-BYPASS-EXIT.
006000     EXIT.
006010
006020 2050-READ-BYPASS.
006030     READ BYPFILE
006040         AT END SET WS-EOF TO TRUE
006050         NOT AT END ADD 1 TO WS-READ-COUNT
006060     END-READ
006070     .
006080 2050-READ-BYPASS-EXIT.
006090     EXIT.
006100
006110 2100-CHECK-ISSUED.
006120     MOVE SPACES TO WS-ACTION
006130     SET IX TO 1
006140     SEARCH WS-ISS-ENT
006150     AT END
006160         CONTINUE
006170     WHEN WS-ISS-EMP-ID(IX) = BI-EMP-ID
006180      AND WS-ISS-AMOUNT(IX) = BI-AMOUNT
006190      AND WS-ISS-USED-SW(IX) = 'N'
006200         MOVE 'Y' TO WS-ISS-USED-SW(IX)
006210         MOVE WS-ISS-CHECK-NO(IX) TO RD-CHECK-NO
006220         MOVE 'ALREADY ISSUED - NOT REPRINTED' TO WS-ACTION
006230         ADD 1 TO WS-SKIP-COUNT
006240         ADD BI-AMOUNT TO WS-SKIP-TOTAL
006250         IF RETURN-CODE < 4
006260            MOVE 4 TO RETURN-CODE
006270         END-IF
006280     END-SEARCH
006290     .
006300 2100-CHECK-ISSUED-EXIT.
006310     EXIT.
006320
006330 2200-GET-PAYEE.
006340*    THE PAYEE IS THE NAME ON THE EMPLOYEE MASTER.  AN EMPLOYEE
006350*    NOT ON FILE IS HELD - NO CHECK IS WRITTEN TO AN UNKNOWN NAME.
006360     PERFORM 2300-FIND-STUB THRU 2300-FIND-STUB-EXIT
006370     MOVE BI-EMP-ID TO EM-EMP-ID
006380     READ EMPMSTR KEY IS EM-EMP-ID
006390         INVALID KEY
006400             MOVE SPACES TO WS-PAYEE
006410         NOT INVALID KEY
006420             MOVE EM-EMP-NAME TO WS-PAYEE
006430     END-READ
006440     IF WS-PAYEE = SPACES
006450        MOVE 'HELD - NOT ON EMPLOYEE MASTER' TO WS-ACTION
006460        ADD 1 TO WS-HOLD-COUNT
006470        ADD BI-AMOUNT TO WS-HOLD-TOTAL
006480        IF RETURN-CODE < 8
006490           MOVE 8 TO RETURN-CODE
006500        END-IF
006510     END-IF
006520     .
006530 2200-GET-PAYEE-EXIT.
006540     EXIT.
006550
006560 2300-FIND-STUB.
006570*    THE FIRST UNVOIDED PAYMENT THAT DAY WHOSE NET IS THE AMOUNT
006580*    BYPASSED - SEE 2350-FIND-ORIGINAL IN OFFCYCLE FOR THE SAME
006590*    KEYED WALK.
006600     MOVE 'N' TO WS-STUB-FOUND-SW
006610     MOVE 'N' TO WS-STUB-DONE-SW
006620     MOVE BI-EMP-ID   TO PH-EMP-ID
006630     MOVE BI-BUS-DATE TO PH-PAY-DATE
006640     MOVE LOW-VALUES  TO PH-BATCH-ID
006650                         PH-ITEM-TYPE
006660     START PAYHIST KEY IS NOT LESS THAN PH-KEY
006670         INVALID KEY
006680             GO TO 2300-FIND-STUB-EXIT
006690     END-START
006700     PERFORM 2350-NEXT-STUB THRU 2350-NEXT-STUB-EXIT
006710             UNTIL WS-STUB-DONE
006720     .
006730 2300-FIND-STUB-EXIT.
006740     EXIT.
006750
006760 2350-NEXT-STUB.
006770     READ PAYHIST NEXT RECORD
006780         AT END
006790             SET WS-STUB-DONE TO TRUE
006800             GO TO 2350-NEXT-STUB-EXIT
006810     END-READ
006820     IF PH-EMP-ID NOT = BI-EMP-ID
006830      OR PH-PAY-DATE NOT = BI-BUS-DATE
006840        SET WS-STUB-DONE TO TRUE
006850        GO TO 2350-NEXT-STUB-EXIT
006860     END-IF
006870     IF PH-VOID OR PH-VOIDED OR PH-NET NOT = BI-AMOUNT
006880        GO TO 2350-NEXT-STUB-EXIT
006890     END-IF
006900     SET WS-STUB-FOUND TO TRUE
006910     SET WS-STUB-DONE TO TRUE
006920     .
006930 2350-NEXT-STUB-EXIT.
006940     EXIT.
006950
006960 2400-ISSUE-CHECK.
006970     ADD 1 TO WS-CHECK-NO
006980     IF WS-FIRST-CHECK-NO = ZERO
006990        MOVE WS-CHECK-NO TO WS-FIRST-CHECK-NO
007000     END-IF
007010     MOVE WS-CHECK-NO TO CK-CHECK-NO
007020     MOVE BI-EMP-ID   TO CK-EMP-ID
007030     MOVE WS-PAYEE    TO CK-PAYEE
007040     MOVE BI-AMOUNT   TO CK-AMOUNT
007050     MOVE BI-BUS-DATE TO CK-BUS-DATE
007060     MOVE WS-SYS-DATE TO CK-ISSUE-DATE
007070     SET CK-OUTSTANDING TO TRUE
007080     MOVE SPACES      TO CK-PAID-DATE
007090     MOVE ZERO        TO CK-PAID-AMOUNT
007100     WRITE CK-CHECK-REC
007110         INVALID KEY
007120             DISPLAY 'CHKWRIT - CHECK NO ALREADY ON OUTCHK: '
007130                     WS-CHECK-NO
007140             MOVE 'OUTCHK' TO WS-ABEND-DDNAME
007150             MOVE WS-OUTCHK-STATUS TO WS-ABEND-STATUS
007160             PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
007170     END-WRITE
007180     MOVE WS-CHECK-NO     TO PP-CHECK-NO
007190     MOVE BI-AMOUNT       TO PP-AMOUNT
007200     MOVE WS-SYS-DATE     TO PP-ISSUE-DATE
007210     MOVE WS-PAYEE        TO PP-PAYEE
007220     MOVE CN-BANK-ACCOUNT TO PP-ACCOUNT
007230     WRITE PP-REC FROM WS-PP-ISS-REC
007240     PERFORM 2500-PRINT-STUB THRU 2500-PRINT-STUB-EXIT
007250     PERFORM 2600-PRINT-CHECK THRU 2600-PRINT-CHECK-EXIT
007260     ADD 1 TO WS-ISSUE-COUNT
007270     ADD BI-AMOUNT TO WS-ISSUE-TOTAL
007280     ADD 1 TO WS-OUT-COUNT
007290     ADD BI-AMOUNT TO WS-OUT-TOTAL
007300     MOVE WS-CHECK-NO TO RD-CHECK-NO
007310     MOVE 'ISSUED' TO WS-ACTION
007320     .
007330 2400-ISSUE-CHECK-EXIT.
007340     EXIT.
007350
007360 2500-PRINT-STUB.
007370     MOVE BI-EMP-ID   TO SH-EMP-ID
007380     MOVE WS-PAYEE    TO SH-EMP-NAME
007390     MOVE BI-BUS-DATE TO SH-BUS-DATE
007400     MOVE WS-CHECK-NO TO SH-CHECK-NO
007410     WRITE CHK-LINE FROM WS-STUB-HDR-LINE AFTER ADVANCING PAGE
007420     MOVE SPACES TO CHK-LINE
007430     WRITE CHK-LINE AFTER ADVANCING 1 LINE
007440     MOVE BI-AMOUNT TO SN-NET
007450     IF NOT WS-STUB-FOUND
007460        MOVE 'NO PAY DETAIL ON FILE FOR THIS DATE' TO SN-NOTE
007470        WRITE CHK-LINE FROM WS-STUB-NET-LINE
007480              AFTER ADVANCING 1 LINE
007490        GO TO 2500-PRINT-STUB-EXIT
007500     END-IF
007510     MOVE PH-GROSS    TO SG-GROSS
007520     MOVE PH-HOURS    TO SG-HOURS
007530     MOVE PH-PAY-RATE TO SG-RATE
007540     WRITE CHK-LINE FROM WS-STUB-GROSS-LINE AFTER ADVANCING 1 LINE
007542*    THE PAY HISTORY ITEM CARRIES THE RATES-FILE DEDUCTIONS AND
007544*    THE ORDER TOTAL; WHAT ELSE THE DEDUCTION TOTAL HOLDS IS THE
007546*    BENEFIT PREMIUMS PAYCALC TOOK AFTER THE ORDERS.
007548     COMPUTE WS-STUB-BEN-AMT = PH-DED-TOTAL - PH-ORD-AMT
007550     PERFORM 2550-PRINT-ONE-DED THRU 2550-PRINT-ONE-DED-EXIT
007560             VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 5
007570     IF PH-ORD-AMT NOT = ZERO
007580        MOVE 'DEDUCTION ORDERS' TO SD-DED-DESC
007590        MOVE PH-ORD-AMT TO SD-DED-AMT
007600        WRITE CHK-LINE FROM WS-STUB-DED-LINE
007610              AFTER ADVANCING 1 LINE
007620     END-IF
007621     IF WS-STUB-BEN-AMT NOT = ZERO
007622        MOVE 'BENEFIT PREMIUMS' TO SD-DED-DESC
007623        MOVE WS-STUB-BEN-AMT TO SD-DED-AMT
007624        WRITE CHK-LINE FROM WS-STUB-DED-LINE
007625              AFTER ADVANCING 1 LINE
007626     END-IF
007630     MOVE SPACES TO SN-NOTE
007640     WRITE CHK-LINE FROM WS-STUB-NET-LINE AFTER ADVANCING 1 LINE
007650     .
007660 2500-PRINT-STUB-EXIT.
007670     EXIT.
007680
007690 2550-PRINT-ONE-DED.
007695     SUBTRACT PH-DED-AMT(WS-DX) FROM WS-STUB-BEN-AMT
007700     IF PH-DED-CODE(WS-DX) = SPACES OR PH-DED-AMT(WS-DX) = ZERO
007710        GO TO 2550-PRINT-ONE-DED-EXIT
007720     END-IF
007730     MOVE PH-DED-CODE(WS-DX) TO SD-DED-DESC
007740     SET RTX TO 1
007750     SEARCH WS-RATE-ENT
007760     AT END
007770         CONTINUE
007780     WHEN WS-RATE-CODE(RTX) = PH-DED-CODE(WS-DX)
007790         MOVE WS-RATE-DESC(RTX) TO SD-DED-DESC
007800     END-SEARCH
007810     MOVE PH-DED-AMT(WS-DX) TO SD-DED-AMT
007820     WRITE CHK-LINE FROM WS-STUB-DED-LINE AFTER ADVANCING 1 LINE
007830     .
007840 2550-PRINT-ONE-DED-EXIT.
007850     EXIT.
007860
007870 2600-PRINT-CHECK.
007880     MOVE SPACES TO CHK-LINE
007890     WRITE CHK-LINE AFTER ADVANCING 3 LINES
007900     MOVE WS-CHECK-NO      TO CF-CHECK-NO
007910     MOVE WS-RUN-DATE-EDIT TO CF-DATE
007920     WRITE CHK-LINE FROM WS-CHK-NO-LINE AFTER ADVANCING 1 LINE
007930     MOVE WS-PAYEE  TO CF-PAYEE
007940     MOVE BI-AMOUNT TO CF-AMOUNT
007950     WRITE CHK-LINE FROM WS-CHK-PAY-LINE AFTER ADVANCING 2 LINES
007960     MOVE CN-BANK-ACCOUNT TO CF-ACCOUNT
007970     MOVE BI-EMP-ID       TO CF-EMP-ID
007980     WRITE CHK-LINE FROM WS-CHK-ACCT-LINE AFTER ADVANCING 2 LINES
007990     .
008000 2600-PRINT-CHECK-EXIT.
008010     EXIT.
008020
008030 2800-PRINT-REGISTER-LINE.
008040     MOVE BI-EMP-ID TO RD-EMP-ID
008050     MOVE WS-PAYEE  TO RD-PAYEE
008060     MOVE BI-AMOUNT TO RD-AMOUNT
008070     MOVE BI-REASON TO RD-REASON
008080     MOVE WS-ACTION TO RD-ACTION
008090     WRITE RPT-LINE FROM WS-RPT-DTL-LINE
008100     .
008110 2800-PRINT-REGISTER-LINE-EXIT.
008120     EXIT.
008130
008140 7000-WRITE-PP-TRAILER.
008150     MOVE WS-ISSUE-COUNT  TO PT-COUNT
008160     MOVE WS-ISSUE-TOTAL  TO PT-TOTAL
008170     MOVE CN-BANK-ACCOUNT TO PT-ACCOUNT
008180     WRITE PP-REC FROM WS-PP-TRL-REC
008190     .
008200 7000-WRITE-PP-TRAILER-EXIT.
008210     EXIT.
008220
008230 7500-UPDATE-CHKNUM.
008240*    THE NEXT RUN STARTS AFTER THE LAST NUMBER PRINTED HERE.  THE
008250*    BANK ACCOUNT IS CARRIED FORWARD UNCHANGED.
008260     OPEN OUTPUT CNFILE
008270     IF NOT WS-CNFILE-OK
008280        MOVE 'CHKNUM' TO WS-ABEND-DDNAME
008290        MOVE WS-CNFILE-STATUS TO WS-ABEND-STATUS
008300        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
008310     END-IF
008320     MOVE WS-CHECK-NO TO CN-LAST-CHECK-NO
008330     MOVE WS-SYS-DATE TO CN-LAST-RUN-DATE
008340     WRITE CN-REC
008350     CLOSE CNFILE
008360     .
008370 7500-UPDATE-CHKNUM-EXIT.
008380     EXIT.
008390
008400 8000-WRITE-SUMMARY.
008410*    EVERY ITEM DDEPOST BYPASSED FOR A CHECK MUST BE ACCOUNTED FOR
008420*    HERE - ISSUED, ALREADY ISSUED, OR HELD.
008430     IF NOT WS-TRL-FOUND
008440        DISPLAY 'CHKWRIT - NO BYT TRAILER ON BYPDD'
008450        ADD 1 TO WS-FAIL-COUNT
008460     ELSE
008470        IF WS-ITEM-COUNT NOT = WS-TRL-COUNT
008480         OR WS-ITEM-TOTAL NOT = WS-TRL-TOTAL
008490           DISPLAY 'CHKWRIT - ITEMS DO NOT PROVE TO BYPDD TRAILER'
008500           DISPLAY 'CHKWRIT - ITEMS READ    : ' WS-ITEM-COUNT
008510           DISPLAY 'CHKWRIT - TRAILER COUNT : ' WS-TRL-COUNT
008520           ADD 1 TO WS-FAIL-COUNT
008530        END-IF
008540     END-IF
008550     MOVE SPACES TO RPT-LINE
008560     WRITE RPT-LINE
008570     MOVE 'CHECKS ISSUED           ' TO RT-LABEL
008580     MOVE WS-ISSUE-COUNT TO RT-COUNT
008590     MOVE WS-ISSUE-TOTAL TO RT-AMOUNT
008600     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
008610     MOVE 'ALREADY ISSUED          ' TO RT-LABEL
008620     MOVE WS-SKIP-COUNT TO RT-COUNT
008630     MOVE WS-SKIP-TOTAL TO RT-AMOUNT
008640     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
008650     MOVE 'HELD                    ' TO RT-LABEL
008660     MOVE WS-HOLD-COUNT TO RT-COUNT
008670     MOVE WS-HOLD-TOTAL TO RT-AMOUNT
008680     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
008690     MOVE 'BYPDD TRAILER           ' TO RT-LABEL
008700     MOVE WS-TRL-COUNT TO RT-COUNT
008710     MOVE WS-TRL-TOTAL TO RT-AMOUNT
008720     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
008730     IF WS-ISSUE-COUNT > ZERO
008740        MOVE WS-FIRST-CHECK-NO TO RR-FIRST
008750        MOVE WS-CHECK-NO       TO RR-LAST
008760        WRITE RPT-LINE FROM WS-RPT-RANGE-LINE
008770     END-IF
008780     MOVE 'OUTSTANDING ON REGISTER ' TO RT-LABEL
008790     MOVE WS-OUT-COUNT TO RT-COUNT
008800     MOVE WS-OUT-TOTAL TO RT-AMOUNT
008810     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
008820     DISPLAY 'CHKWRIT - BYPASS ITEMS READ : ' WS-ITEM-COUNT
008830     DISPLAY 'CHKWRIT - CHECKS ISSUED     : ' WS-ISSUE-COUNT
008840     DISPLAY 'CHKWRIT - ALREADY ISSUED    : ' WS-SKIP-COUNT
008850     DISPLAY 'CHKWRIT - HELD              : ' WS-HOLD-COUNT
008860     DISPLAY 'CHKWRIT - LAST CHECK NUMBER : ' WS-CHECK-NO
008870     IF WS-FAIL-COUNT > ZERO
008880        DISPLAY 'CHKWRIT - DO NOT RELEASE POSITIVE PAY FILE'
008890        MOVE 16 TO RETURN-CODE
008900     END-IF
008910     .
008920 8000-WRITE-SUMMARY-EXIT.
008930     EXIT.
008940
008950 9000-ABEND-PARA.
008960*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
008970*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
008980     DISPLAY 'CHKWRIT - OPEN/LOAD FAILED FOR: ' WS-ABEND-DDNAME
008990     DISPLAY 'CHKWRIT - FILE STATUS WAS     : ' WS-ABEND-STATUS
009000     MOVE 16 TO RETURN-CODE
009010     STOP RUN
009020     .
009030 9000-ABEND-PARA-EXIT.
009040     EXIT.
009050
009060 9500-WRITE-AUDIT-RECORD.
009070*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
009080*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
009090*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
009100     OPEN EXTEND AUDTFILE
009110     IF NOT WS-AUDTFILE-OK
009120        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
009130        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
009140        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
009150     END-IF
009160     ACCEPT WS-RUN-TIME FROM TIME
009170     MOVE 'CHKWRIT' TO AUD-PGM-NAME
009180     MOVE WS-RUN-DATE-EDIT TO AUD-RUN-DATE
009190     STRING WS-RUN-HH DELIMITED SIZE
009200            ':'       DELIMITED SIZE
009210            WS-RUN-MN DELIMITED SIZE
009220            ':'       DELIMITED SIZE
009230            WS-RUN-SS DELIMITED SIZE
009240            INTO AUD-RUN-TIME
009250     MOVE WS-READ-COUNT  TO AUD-REC-COUNT
009260     MOVE RETURN-CODE    TO AUD-RETURN-CODE
009270     WRITE AUD-REC
009280     CLOSE AUDTFILE
009290     .
009300 9500-WRITE-AUDIT-RECORD-EXIT.
009310     EXIT.
