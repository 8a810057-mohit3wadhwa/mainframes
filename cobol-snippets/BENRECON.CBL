000010******************************************************************
000020*        PROGRAM NAME            : BENRECON                      *
000030*        DESCRIPTION             : MONTHLY RECONCILIATION OF ONE *
000040*                                  BENEFIT CARRIER'S BILL TO THE *
000050*                                  PREMIUMS PAYROLL CHARGED.     *
000060*                                  THE PAYCALC PREMIUM DETAIL    *
000070*                                  (BENDD GENERATIONS) FOR THE   *
000080*                                  CARRIER'S PAY DATES IN THE    *
000090*                                  PERIOD IS SUMMED BY EMPLOYEE  *
000100*                                  AND PLAN - EMPLOYEE SHARE     *
000110*                                  DEDUCTED PLUS EMPLOYER SHARE  *
000120*                                  - AND MATCHED TO THE          *
000130*                                  CARRIER'S BILL.  BILLED NOT   *
000140*                                  DEDUCTED, DEDUCTED NOT        *
000150*                                  BILLED, AMOUNT AND TIER       *
000160*                                  DIFFERENCES ARE LISTED.       *
000170*        CREDITS                 : DATA PROCESSING               *
000180******************************************************************
000190*        MODIFICATION HISTORY                                    *
000200*        ----------------------------------------------------   *
000210*        DATE       INIT  DESCRIPTION                            *
000220*        10/15/26   RWM   INITIAL VERSION - BILLS WERE TICKED    *
000230*                         OFF AGAINST THE PAYROLL REGISTER BY    *
000240*                         HAND.                                  *
000250******************************************************************
000260
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. BENRECON.
000290 AUTHOR. R MEHTA.
000300 INSTALLATION. DATA PROCESSING.
000310 DATE-WRITTEN. 10/15/26.
000320 DATE-COMPILED.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT BRCCTL   ASSIGN TO BRCCTL
000380     ORGANIZATION IS LINE SEQUENTIAL
000390     FILE STATUS IS WS-BRCCTL-STATUS.
000400
000410     SELECT PREMFILE ASSIGN TO PREMDD
000420     ORGANIZATION IS LINE SEQUENTIAL
000430     FILE STATUS IS WS-PREMFILE-STATUS.
000440
000450     SELECT BILLFILE ASSIGN TO BILLDD
000460     ORGANIZATION IS LINE SEQUENTIAL
000470     FILE STATUS IS WS-BILLFILE-STATUS.
000480
000490     SELECT EMPMSTR  ASSIGN TO EMPMSTR
000500     ORGANIZATION IS INDEXED
000510     ACCESS MODE IS DYNAMIC
000520     RECORD KEY IS EM-EMP-ID
000530     FILE STATUS IS WS-EMPMSTR-STATUS.
000540
000550     SELECT RPTFILE  ASSIGN TO RPTDD
000560     ORGANIZATION IS LINE SEQUENTIAL
000570     FILE STATUS IS WS-RPTFILE-STATUS.
000580
000590     SELECT AUDTFILE ASSIGN TO AUDTDD
000600     ORGANIZATION IS LINE SEQUENTIAL
000610     FILE STATUS IS WS-AUDTFILE-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650*    REQUIRED CONTROL CARD: COLS 1-6 THE CARRIER ID, COLS 8-15
000660*    AND 17-24 THE FIRST AND LAST PAY DATE OF THE BILLING PERIOD
000670*    (YYYYMMDD).
000680 FD BRCCTL.
000690 01 BR-CTL-REC.
000700     05 BR-CARRIER-ID     PIC X(06).
000710     05 FILLER            PIC X(01).
000720     05 BR-FROM-DATE      PIC X(08).
000730     05 FILLER            PIC X(01).
000740     05 BR-TO-DATE        PIC X(08).
000750     05 FILLER            PIC X(56).
000760
000770*    PAYCALC PREMIUM DETAIL - ONLY THE 'BPD' ROWS ARE USED; THE
000780*    'TRL' ROW CLOSING EACH GENERATION IS SKIPPED.
000790 FD PREMFILE.
000800 01 PREM-REC.
000810     05 PR-REC-ID          PIC X(04).
000820     05 PR-EMP-ID          PIC 9(06).
000830     05 FILLER             PIC X(01).
000840     05 PR-PLAN-ID         PIC X(06).
000850     05 FILLER             PIC X(01).
000860     05 PR-TIER            PIC X(02).
000870     05 FILLER             PIC X(01).
000880     05 PR-CARRIER-ID      PIC X(06).
000890     05 FILLER             PIC X(01).
000900     05 PR-PAY-DATE        PIC X(08).
000910     05 FILLER             PIC X(01).
000920     05 PR-EE-AMT          PIC 9(07)V99.
000930     05 FILLER             PIC X(01).
000940     05 PR-ER-AMT          PIC 9(07)V99.
000950     05 FILLER             PIC X(01).
000960     05 PR-DEPT-CODE       PIC X(04).
000970     05 FILLER             PIC X(01).
000980     05 PR-TAKEN           PIC X(01).
000990     05 FILLER             PIC X(17).
001000
001010*    CARRIER BILL, ONE ROW PER EMPLOYEE AND PLAN BILLED (MORE
001020*    THAN ONE - AN ADJUSTMENT - IS ADDED IN): COLS 1-6 EMPLOYEE,
001030*    8-13 PLAN, 15-16 TIER, 18-27 TOTAL PREMIUM BILLED, LEADING
001040*    SIGN, 9999999V99 (A RETRO CREDIT IS NEGATIVE).
001050 FD BILLFILE.
001060 01 BILL-REC.
001070     05 BL-EMP-ID          PIC 9(06).
001080     05 FILLER             PIC X(01).
001090     05 BL-PLAN-ID         PIC X(06).
001100     05 FILLER             PIC X(01).
001110     05 BL-TIER            PIC X(02).
001120     05 FILLER             PIC X(01).
001130     05 BL-AMOUNT          PIC S9(07)V99
001140                           SIGN IS LEADING SEPARATE CHARACTER.
001150     05 FILLER             PIC X(53).
001160
001170 FD EMPMSTR.
001180     COPY EMPMREC.
001190
001200 FD RPTFILE.
001210 01 RPT-LINE              PIC X(132).
001220
001230 FD AUDTFILE.
001240     COPY AUDITREC REPLACING ==:RECNAME:== BY ==AUD-REC==
001250                             ==:PFX:==     BY ==AUD==.
001260
001270 WORKING-STORAGE SECTION.
001280 01 WS-BRCCTL-STATUS     PIC X(02) VALUE '00'.
001290 01 WS-PREMFILE-STATUS   PIC X(02) VALUE '00'.
001300     88 WS-PREMFILE-OK   VALUE '00'.
001310 01 WS-BILLFILE-STATUS   PIC X(02) VALUE '00'.
001320     88 WS-BILLFILE-OK   VALUE '00'.
001330 01 WS-EMPMSTR-STATUS    PIC X(02) VALUE '00'.
001340     88 WS-EMPMSTR-OK    VALUE '00'.
001350 01 WS-RPTFILE-STATUS    PIC X(02) VALUE '00'.
001360     88 WS-RPTFILE-OK    VALUE '00'.
001370 01 WS-PREM-EOF-STA      PIC X VALUE 'N'.
001380     88 WS-PREM-EOF      VALUE 'Y'.
001390 01 WS-BILL-EOF-STA      PIC X VALUE 'N'.
001400     88 WS-BILL-EOF      VALUE 'Y'.
001410 01 WS-CARRIER-ID        PIC X(06) VALUE SPACES.
001420 01 WS-FROM-DATE         PIC X(08) VALUE SPACES.
001430 01 WS-TO-DATE           PIC X(08) VALUE SPACES.
001440 01 WS-EXCEPTION         PIC X(20) VALUE SPACES.
001450 01 WS-DIFF-AMT          PIC S9(09)V99 VALUE ZEROES.
001460 01 WS-PREM-READ         PIC 9(07) VALUE ZEROES COMP.
001470 01 WS-PREM-USED         PIC 9(07) VALUE ZEROES COMP.
001480 01 WS-PREM-REPLACED     PIC 9(07) VALUE ZEROES COMP.
001490 01 WS-BILL-READ         PIC 9(07) VALUE ZEROES COMP.
001500 01 WS-MATCH-COUNT       PIC 9(07) VALUE ZEROES COMP.
001510 01 WS-EXCP-COUNT        PIC 9(07) VALUE ZEROES COMP.
001520 01 WS-TOT-EE            PIC S9(11)V99 VALUE ZEROES.
001530 01 WS-TOT-ER            PIC S9(11)V99 VALUE ZEROES.
001540 01 WS-TOT-NOT-TAKEN     PIC S9(11)V99 VALUE ZEROES.
001550 01 WS-TOT-BILLED        PIC S9(11)V99 VALUE ZEROES.
001560 01 WS-ABEND-DDNAME      PIC X(08) VALUE SPACES.
001570 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
001580 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
001590     88 WS-AUDTFILE-OK   VALUE '00'.
001600 01 WS-RUN-DATE.
001610     05 WS-RUN-YY        PIC 9(02).
001620     05 WS-RUN-MM        PIC 9(02).
001630     05 WS-RUN-DD        PIC 9(02).
001640 01 WS-RUN-TIME.
001650     05 WS-RUN-HH        PIC 9(02).
001660     05 WS-RUN-MN        PIC 9(02).
001670     05 WS-RUN-SS        PIC 9(02).
001680     05 FILLER           PIC 9(02).
001690 01 WS-RUN-DATE-EDIT     PIC X(08).
001700
001710*    ONE ENTRY PER EMPLOYEE, PLAN AND PAY DATE.  PAYCALC RERUN
001720*    FOR THE SAME PAY DATE LEAVES TWO GENERATIONS CARRYING THE
001730*    SAME ROWS, SO A LATER ROW FOR THE SAME KEY REPLACES THE
001740*    EARLIER ONE RATHER THAN ADDING TO IT.  THE DD CONCATENATES
001750*    THE GENERATIONS OLDEST FIRST.
001760 01 WS-PREM-MAX          PIC 9(05) COMP VALUE 20000.
001770 01 WS-PREM-COUNT        PIC 9(05) COMP VALUE ZERO.
001780 01 WS-PREMS.
001790     05 WS-PREM-ENT OCCURS 1 TO 20000 TIMES
001800                    DEPENDING ON WS-PREM-COUNT
001810                    INDEXED BY PMX.
001820            10 WS-PREM-EMP-ID    PIC 9(06).
001830            10 WS-PREM-PLAN-ID   PIC X(06).
001840            10 WS-PREM-PAY-DATE  PIC X(08).
001850            10 WS-PREM-TIER      PIC X(02).
001860            10 WS-PREM-EE-AMT    PIC 9(07)V99.
001870            10 WS-PREM-ER-AMT    PIC 9(07)V99.
001880            10 WS-PREM-TAKEN     PIC X(01).
001890
001900*    THE PERIOD BY EMPLOYEE AND PLAN - WHAT PAYROLL CHARGED
001910*    AGAINST WHAT THE CARRIER BILLED.  THE TIER KEPT IS THE ONE
001920*    ON THE LATEST PAY DATE.
001930 01 WS-RECN-MAX          PIC 9(05) COMP VALUE 10000.
001940 01 WS-RECN-COUNT        PIC 9(05) COMP VALUE ZERO.
001950 01 WS-RECNS.
001960     05 WS-RECN-ENT OCCURS 1 TO 10000 TIMES
001970                    DEPENDING ON WS-RECN-COUNT
001980                    INDEXED BY RCX.
001990            10 WS-RECN-EMP-ID    PIC 9(06).
002000            10 WS-RECN-PLAN-ID   PIC X(06).
002010            10 WS-RECN-TIER      PIC X(02).
002020            10 WS-RECN-LAST-DATE PIC X(08).
002030            10 WS-RECN-DED-SW    PIC X(01).
002040            10 WS-RECN-EE-AMT    PIC S9(09)V99.
002050            10 WS-RECN-ER-AMT    PIC S9(09)V99.
002060            10 WS-RECN-NOT-TAKEN PIC S9(09)V99.
002070            10 WS-RECN-BILL-SW   PIC X(01).
002080            10 WS-RECN-BILL-TIER PIC X(02).
002090            10 WS-RECN-BILL-AMT  PIC S9(09)V99.
002100
002110 01 WS-RPT-HDR-LINE.
002120     05 FILLER            PIC X(36)
002130            VALUE 'BENEFIT CARRIER BILL RECONCILIATION '.
002140     05 FILLER            PIC X(06) VALUE 'DATE: '.
002150     05 RH-DATE           PIC X(08).
002160     05 FILLER            PIC X(11) VALUE '  CARRIER: '.
002170     05 RH-CARRIER-ID     PIC X(06).
002180     05 FILLER            PIC X(17) VALUE '  PAY DATES FROM '.
002190     05 RH-FROM-DATE      PIC X(08).
002200     05 FILLER            PIC X(04) VALUE ' TO '.
002210     05 RH-TO-DATE        PIC X(08).
002220     05 FILLER            PIC X(28) VALUE SPACES.
002230
002240 01 WS-RPT-SECT-LINE.
002250     05 RS-TITLE          PIC X(60).
002260     05 FILLER            PIC X(72) VALUE SPACES.
002270
002280 01 WS-RPT-COL-LINE.
002290     05 FILLER            PIC X(44)
002300            VALUE 'EMP ID  NAME                  PLAN    TIER  '.
002310     05 FILLER            PIC X(44)
002320            VALUE 'BILL  EMPLOYEE    EMPLOYER   NOT TAKEN      '.
002330     05 FILLER            PIC X(44)
002340            VALUE 'BILLED  DIFFERENCE   EXCEPTION              '.
002350
002360 01 WS-RPT-DTL-LINE.
002370     05 RD-EMP-ID         PIC 9(06).
002380     05 FILLER            PIC X(02) VALUE SPACES.
002390     05 RD-EMP-NAME       PIC X(20).
002400     05 FILLER            PIC X(02) VALUE SPACES.
002410     05 RD-PLAN-ID        PIC X(06).
002420     05 FILLER            PIC X(02) VALUE SPACES.
002430     05 RD-TIER           PIC X(02).
002440     05 FILLER            PIC X(04) VALUE SPACES.
002450     05 RD-BILL-TIER      PIC X(02).
002460     05 FILLER            PIC X(02) VALUE SPACES.
002470     05 RD-EE-AMT         PIC ZZZ,ZZ9.99-.
002480     05 FILLER            PIC X(01) VALUE SPACE.
002490     05 RD-ER-AMT         PIC ZZZ,ZZ9.99-.
002500     05 FILLER            PIC X(01) VALUE SPACE.
002510     05 RD-NOT-TAKEN      PIC ZZZ,ZZ9.99-.
002520     05 FILLER            PIC X(01) VALUE SPACE.
002530     05 RD-BILLED         PIC ZZZ,ZZ9.99-.
002540     05 FILLER            PIC X(01) VALUE SPACE.
002550     05 RD-DIFF           PIC ZZZ,ZZ9.99-.
002560     05 FILLER            PIC X(02) VALUE SPACES.
002570     05 RD-EXCEPTION      PIC X(20).
002580     05 FILLER            PIC X(03) VALUE SPACES.
002590
002600 01 WS-RPT-TOT-LINE.
002610     05 RT-LABEL          PIC X(36).
002620     05 RT-COUNT          PIC ZZZZZZ9.
002630     05 FILLER            PIC X(89) VALUE SPACES.
002640
002650 01 WS-RPT-AMT-LINE.
002660     05 RA-LABEL          PIC X(36).
002670     05 RA-AMT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002680     05 FILLER            PIC X(78) VALUE SPACES.
002690
002700 PROCEDURE DIVISION.
002710 0000-MAINLINE.
002720     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002730     PERFORM 2000-LOAD-PREMIUM THRU 2000-LOAD-PREMIUM-EXIT
002740             UNTIL WS-PREM-EOF
002750     PERFORM 2500-ROLL-UP-PREMIUM THRU 2500-ROLL-UP-PREMIUM-EXIT
002760             VARYING PMX FROM 1 BY 1 UNTIL PMX > WS-PREM-COUNT
002770     PERFORM 3000-READ-BILL THRU 3000-READ-BILL-EXIT
002780             UNTIL WS-BILL-EOF
002790     PERFORM 4000-REPORT-ONE THRU 4000-REPORT-ONE-EXIT
002800             VARYING RCX FROM 1 BY 1 UNTIL RCX > WS-RECN-COUNT
002810     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
002820     CLOSE PREMFILE
002830           BILLFILE
002840           EMPMSTR
002850           RPTFILE
002860     PERFORM 9500-WRITE-AUDIT-RECORD
002870             THRU 9500-WRITE-AUDIT-RECORD-EXIT
002880     STOP RUN
002890     .
002900
002910 1000-INITIALIZE.
002920     PERFORM 1100-READ-BRCCTL THRU 1100-READ-BRCCTL-EXIT
002930     OPEN INPUT PREMFILE
002940     IF NOT WS-PREMFILE-OK
002950        MOVE 'PREMDD' TO WS-ABEND-DDNAME
002960        MOVE WS-PREMFILE-STATUS TO WS-ABEND-STATUS
002970        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002980     END-IF
002990     OPEN INPUT BILLFILE
003000     IF NOT WS-BILLFILE-OK
003010        MOVE 'BILLDD' TO WS-ABEND-DDNAME
003020        MOVE WS-BILLFILE-STATUS TO WS-ABEND-STATUS
003030        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003040     END-IF
003050     OPEN INPUT EMPMSTR
003060     IF NOT WS-EMPMSTR-OK
003070        MOVE 'EMPMSTR' TO WS-ABEND-DDNAME
003080        MOVE WS-EMPMSTR-STATUS TO WS-ABEND-STATUS
003090        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003100     END-IF
003110     OPEN OUTPUT RPTFILE
003120     IF NOT WS-RPTFILE-OK
003130        MOVE 'RPTDD' TO WS-ABEND-DDNAME
003140        MOVE WS-RPTFILE-STATUS TO WS-ABEND-STATUS
003150        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003160     END-IF
003170     ACCEPT WS-RUN-DATE FROM DATE
003180     STRING WS-RUN-MM DELIMITED SIZE
003190            '/'       DELIMITED SIZE
003200            WS-RUN-DD DELIMITED SIZE
003210            '/'       DELIMITED SIZE
003220            WS-RUN-YY DELIMITED SIZE
003230            INTO WS-RUN-DATE-EDIT
003240     MOVE WS-RUN-DATE-EDIT TO RH-DATE
003250     MOVE WS-CARRIER-ID    TO RH-CARRIER-ID
003260     MOVE WS-FROM-DATE     TO RH-FROM-DATE
003270     MOVE WS-TO-DATE       TO RH-TO-DATE
003280     WRITE RPT-LINE FROM WS-RPT-HDR-LINE
003290     MOVE SPACES TO RPT-LINE
003300     WRITE RPT-LINE
003310     MOVE 'EXCEPTIONS - PAYROLL PREMIUM AGAINST CARRIER BILL'
003320          TO RS-TITLE
003330     WRITE RPT-LINE FROM WS-RPT-SECT-LINE
003340     WRITE RPT-LINE FROM WS-RPT-COL-LINE
003350     .
003360 1000-INITIALIZE-EXIT.
003370     EXIT.
003380
003390 1100-READ-BRCCTL.
003400*    THE CARRIER AND PERIOD ARE REQUIRED - RECONCILING THE WRONG
003410*    MONTH WOULD LIST EVERY EMPLOYEE AS AN EXCEPTION.
003420     OPEN INPUT BRCCTL
003430     IF WS-BRCCTL-STATUS NOT = '00'
003440        MOVE 'BRCCTL' TO WS-ABEND-DDNAME
003450        MOVE WS-BRCCTL-STATUS TO WS-ABEND-STATUS
003460        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003470     END-IF
003480     READ BRCCTL
003490         AT END
003500             MOVE SPACES TO BR-CTL-REC
003510     END-READ
003520     CLOSE BRCCTL
003530     IF BR-CARRIER-ID = SPACES OR
003540        BR-FROM-DATE IS NOT NUMERIC OR
003550        BR-TO-DATE IS NOT NUMERIC OR
003560        BR-FROM-DATE > BR-TO-DATE
003570        DISPLAY 'BENRECON - BRCCTL NEEDS CARRIER, FROM, TO DATE'
003580        MOVE 'BRCCTL' TO WS-ABEND-DDNAME
003590        MOVE '  ' TO WS-ABEND-STATUS
003600        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003610     END-IF
003620     MOVE BR-CARRIER-ID TO WS-CARRIER-ID
003630     MOVE BR-FROM-DATE  TO WS-FROM-DATE
003640     MOVE BR-TO-DATE    TO WS-TO-DATE
003650     .
003660 1100-READ-BRCCTL-EXIT.
003670     EXIT.
003680
003690 2000-LOAD-PREMIUM.
003700     READ PREMFILE
003710         AT END
003720             SET WS-PREM-EOF TO TRUE
003730             GO TO 2000-LOAD-PREMIUM-EXIT
003740     END-READ
003750     IF PR-REC-ID NOT = 'BPD '
003760        GO TO 2000-LOAD-PREMIUM-EXIT
003770     END-IF
003780     ADD 1 TO WS-PREM-READ
003790     IF PR-CARRIER-ID NOT = WS-CARRIER-ID OR
003800        PR-PAY-DATE < WS-FROM-DATE OR
003810        PR-PAY-DATE > WS-TO-DATE
003820        GO TO 2000-LOAD-PREMIUM-EXIT
003830     END-IF
003840     ADD 1 TO WS-PREM-USED
003850     SET PMX TO 1
003860     SEARCH WS-PREM-ENT
003870     AT END
003880         IF WS-PREM-COUNT >= WS-PREM-MAX
003890            DISPLAY 'BENRECON - PREMIUM TABLE FULL AT '
003900                    WS-PREM-MAX ' - RAISE WS-PREM-MAX'
003910            MOVE 'PREMDD' TO WS-ABEND-DDNAME
003920            MOVE '  ' TO WS-ABEND-STATUS
003930            PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003940         END-IF
003950         ADD 1 TO WS-PREM-COUNT
003960         SET PMX TO WS-PREM-COUNT
003970     WHEN WS-PREM-EMP-ID(PMX) = PR-EMP-ID AND
003980          WS-PREM-PLAN-ID(PMX) = PR-PLAN-ID AND
003990          WS-PREM-PAY-DATE(PMX) = PR-PAY-DATE
004000         ADD 1 TO WS-PREM-REPLACED
004010     END-SEARCH
004020     MOVE PR-EMP-ID   TO WS-PREM-EMP-ID(PMX)
004030     MOVE PR-PLAN-ID  TO WS-PREM-PLAN-ID(PMX)
004040     MOVE PR-PAY-DATE TO WS-PREM-PAY-DATE(PMX)
004050     MOVE PR-TIER     TO WS-PREM-TIER(PMX)
004060     MOVE PR-EE-AMT   TO WS-PREM-EE-AMT(PMX)
004070     MOVE PR-ER-AMT   TO WS-PREM-ER-AMT(PMX)
004080     MOVE PR-TAKEN    TO WS-PREM-TAKEN(PMX)
004090     .
004100 2000-LOAD-PREMIUM-EXIT.
004110     EXIT.
004120
004130 2500-ROLL-UP-PREMIUM.
004140*    A PREMIUM PAYCALC COULD NOT TAKE FROM NET PAY WAS NOT
004150*    DEDUCTED BUT THE CARRIER STILL BILLS IT, SO IT IS CARRIED
004160*    ON ITS OWN AND COUNTS TOWARD WHAT WAS CHARGED.
004170     SET RCX TO 1
004180     SEARCH WS-RECN-ENT
004190     AT END
004200         PERFORM 2550-ADD-RECN THRU 2550-ADD-RECN-EXIT
004210     WHEN WS-RECN-EMP-ID(RCX) = WS-PREM-EMP-ID(PMX) AND
004220          WS-RECN-PLAN-ID(RCX) = WS-PREM-PLAN-ID(PMX)
004230         CONTINUE
004240     END-SEARCH
004250     IF WS-PREM-PAY-DATE(PMX) NOT < WS-RECN-LAST-DATE(RCX)
004260        MOVE WS-PREM-PAY-DATE(PMX) TO WS-RECN-LAST-DATE(RCX)
004270        MOVE WS-PREM-TIER(PMX)     TO WS-RECN-TIER(RCX)
004280     END-IF
004290     IF WS-PREM-TAKEN(PMX) = 'Y'
004300        ADD WS-PREM-EE-AMT(PMX) TO WS-RECN-EE-AMT(RCX)
004310                                   WS-TOT-EE
004320     ELSE
004330        ADD WS-PREM-EE-AMT(PMX) TO WS-RECN-NOT-TAKEN(RCX)
004340                                   WS-TOT-NOT-TAKEN
004350     END-IF
004360     ADD WS-PREM-ER-AMT(PMX) TO WS-RECN-ER-AMT(RCX)
004370                                WS-TOT-ER
004380     .
004390 2500-ROLL-UP-PREMIUM-EXIT.
004400     EXIT.
004410
004420 2550-ADD-RECN.
004430     IF WS-RECN-COUNT >= WS-RECN-MAX
004440        DISPLAY 'BENRECON - RECONCILIATION TABLE FULL AT '
004450                WS-RECN-MAX ' - RAISE WS-RECN-MAX'
004460        MOVE 'PREMDD' TO WS-ABEND-DDNAME
004470        MOVE '  ' TO WS-ABEND-STATUS
004480        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004490     END-IF
004500     ADD 1 TO WS-RECN-COUNT
004510     SET RCX TO WS-RECN-COUNT
004520     MOVE WS-PREM-EMP-ID(PMX)  TO WS-RECN-EMP-ID(RCX)
004530     MOVE WS-PREM-PLAN-ID(PMX) TO WS-RECN-PLAN-ID(RCX)
004540     MOVE SPACES               TO WS-RECN-TIER(RCX)
004550                                  WS-RECN-LAST-DATE(RCX)
004560                                  WS-RECN-BILL-TIER(RCX)
004570     MOVE 'Y'                  TO WS-RECN-DED-SW(RCX)
004580     MOVE 'N'                  TO WS-RECN-BILL-SW(RCX)
004590     MOVE ZEROES               TO WS-RECN-EE-AMT(RCX)
004600                                  WS-RECN-ER-AMT(RCX)
004610                                  WS-RECN-NOT-TAKEN(RCX)
004620                                  WS-RECN-BILL-AMT(RCX)
004630     .
004640 2550-ADD-RECN-EXIT.
004650     EXIT.
004660
004670 3000-READ-BILL.
004680     READ BILLFILE
004690         AT END
004700             SET WS-BILL-EOF TO TRUE
004710             GO TO 3000-READ-BILL-EXIT
004720     END-READ
004730     IF BL-EMP-ID IS NOT NUMERIC OR
004740        BL-AMOUNT IS NOT NUMERIC
004750        DISPLAY 'BENRECON - BILL ROW SKIPPED, NOT NUMERIC: '
004760                BILL-REC(1:27)
004770        MOVE 4 TO RETURN-CODE
004780        GO TO 3000-READ-BILL-EXIT
004790     END-IF
004800     ADD 1 TO WS-BILL-READ
004810     ADD BL-AMOUNT TO WS-TOT-BILLED
004820     SET RCX TO 1
004830     SEARCH WS-RECN-ENT
004840     AT END
004850         IF WS-RECN-COUNT >= WS-RECN-MAX
004860            DISPLAY 'BENRECON - RECONCILIATION TABLE FULL AT '
004870                    WS-RECN-MAX ' - RAISE WS-RECN-MAX'
004880            MOVE 'BILLDD' TO WS-ABEND-DDNAME
004890            MOVE '  ' TO WS-ABEND-STATUS
004900            PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004910         END-IF
004920         ADD 1 TO WS-RECN-COUNT
004930         SET RCX TO WS-RECN-COUNT
004940         MOVE BL-EMP-ID  TO WS-RECN-EMP-ID(RCX)
004950         MOVE BL-PLAN-ID TO WS-RECN-PLAN-ID(RCX)
004960         MOVE SPACES     TO WS-RECN-TIER(RCX)
004970                            WS-RECN-LAST-DATE(RCX)
004980         MOVE 'N'        TO WS-RECN-DED-SW(RCX)
004990         MOVE ZEROES     TO WS-RECN-EE-AMT(RCX)
005000                            WS-RECN-ER-AMT(RCX)
005010                            WS-RECN-NOT-TAKEN(RCX)
005020                            WS-RECN-BILL-AMT(RCX)
005030     WHEN WS-RECN-EMP-ID(RCX) = BL-EMP-ID AND
005040          WS-RECN-PLAN-ID(RCX) = BL-PLAN-ID
005050         CONTINUE
005060     END-SEARCH
005070     MOVE 'Y'     TO WS-RECN-BILL-SW(RCX)
005080     MOVE BL-TIER TO WS-RECN-BILL-TIER(RCX)
005090     ADD BL-AMOUNT TO WS-RECN-BILL-AMT(RCX)
005100     .
005110 3000-READ-BILL-EXIT.
005120     EXIT.
005130
005140 4000-REPORT-ONE.
005150*    WHAT PAYROLL CHARGED IS THE EMPLOYEE SHARE (TAKEN OR NOT)
005160*    PLUS THE EMPLOYER SHARE - THE WHOLE PREMIUM THE CARRIER
005170*    BILLS.  A MONTH WITH AN EXTRA PAY DATE CHARGES MORE THAN A
005180*    MONTHLY BILL, SO THE PERIOD ON THE CARD SHOULD COVER THE
005190*    PAY DATES THE BILL WAS PRICED ON.
005200     COMPUTE WS-DIFF-AMT = WS-RECN-BILL-AMT(RCX)
005210                         - WS-RECN-EE-AMT(RCX)
005220                         - WS-RECN-ER-AMT(RCX)
005230                         - WS-RECN-NOT-TAKEN(RCX)
005240     EVALUATE TRUE
005250         WHEN WS-RECN-DED-SW(RCX) = 'N'
005260             MOVE 'BILLED NOT DEDUCTED' TO WS-EXCEPTION
005270         WHEN WS-RECN-BILL-SW(RCX) = 'N'
005280             MOVE 'DEDUCTED NOT BILLED' TO WS-EXCEPTION
005290         WHEN WS-DIFF-AMT NOT = ZERO
005300             MOVE 'AMOUNT DIFFERS'      TO WS-EXCEPTION
005310         WHEN WS-RECN-BILL-TIER(RCX) NOT = WS-RECN-TIER(RCX)
005320             MOVE 'TIER DIFFERS'        TO WS-EXCEPTION
005330         WHEN WS-RECN-NOT-TAKEN(RCX) NOT = ZERO
005340             MOVE 'PREMIUM NOT TAKEN'   TO WS-EXCEPTION
005350         WHEN OTHER
005360             ADD 1 TO WS-MATCH-COUNT
005370             GO TO 4000-REPORT-ONE-EXIT
005380     END-EVALUATE
005390     ADD 1 TO WS-EXCP-COUNT
005400     MOVE WS-RECN-EMP-ID(RCX) TO EM-EMP-ID
005410     READ EMPMSTR KEY IS EM-EMP-ID
005420         INVALID KEY
005430             MOVE '*NOT ON MASTER*' TO EM-EMP-NAME
005440     END-READ
005450     MOVE WS-RECN-EMP-ID(RCX)    TO RD-EMP-ID
005460     MOVE EM-EMP-NAME            TO RD-EMP-NAME
005470     MOVE WS-RECN-PLAN-ID(RCX)   TO RD-PLAN-ID
005480     MOVE WS-RECN-TIER(RCX)      TO RD-TIER
005490     MOVE WS-RECN-BILL-TIER(RCX) TO RD-BILL-TIER
005500     MOVE WS-RECN-EE-AMT(RCX)    TO RD-EE-AMT
005510     MOVE WS-RECN-ER-AMT(RCX)    TO RD-ER-AMT
005520     MOVE WS-RECN-NOT-TAKEN(RCX) TO RD-NOT-TAKEN
005530     MOVE WS-RECN-BILL-AMT(RCX)  TO RD-BILLED
005540     MOVE WS-DIFF-AMT            TO RD-DIFF
005550     MOVE WS-EXCEPTION           TO RD-EXCEPTION
005560     WRITE RPT-LINE FROM WS-RPT-DTL-LINE
005570     .
005580 4000-REPORT-ONE-EXIT.
005590     EXIT.
005600
005610 8000-WRITE-SUMMARY.
005620     MOVE SPACES TO RPT-LINE
005630     WRITE RPT-LINE
005640     MOVE 'PREMIUM ROWS READ'             TO RT-LABEL
005650     MOVE WS-PREM-READ                    TO RT-COUNT
005660     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
005670     MOVE 'PREMIUM ROWS FOR CARRIER/PERIOD' TO RT-LABEL
005680     MOVE WS-PREM-USED                    TO RT-COUNT
005690     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
005700     MOVE 'ROWS REPLACED BY A RERUN'      TO RT-LABEL
005710     MOVE WS-PREM-REPLACED                TO RT-COUNT
005720     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
005730     MOVE 'BILL ROWS READ'                TO RT-LABEL
005740     MOVE WS-BILL-READ                    TO RT-COUNT
005750     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
005760     MOVE 'EMPLOYEE/PLANS MATCHED'        TO RT-LABEL
005770     MOVE WS-MATCH-COUNT                  TO RT-COUNT
005780     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
005790     MOVE 'EXCEPTIONS'                    TO RT-LABEL
005800     MOVE WS-EXCP-COUNT                   TO RT-COUNT
005810     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
005820     MOVE 'EMPLOYEE PREMIUM DEDUCTED'     TO RA-LABEL
005830     MOVE WS-TOT-EE                       TO RA-AMT
005840     WRITE RPT-LINE FROM WS-RPT-AMT-LINE
005850     MOVE 'EMPLOYEE PREMIUM NOT TAKEN'    TO RA-LABEL
005860     MOVE WS-TOT-NOT-TAKEN                TO RA-AMT
005870     WRITE RPT-LINE FROM WS-RPT-AMT-LINE
005880     MOVE 'EMPLOYER PREMIUM'              TO RA-LABEL
005890     MOVE WS-TOT-ER                       TO RA-AMT
005900     WRITE RPT-LINE FROM WS-RPT-AMT-LINE
005910     MOVE 'CARRIER BILLED'                TO RA-LABEL
005920     MOVE WS-TOT-BILLED                   TO RA-AMT
005930     WRITE RPT-LINE FROM WS-RPT-AMT-LINE
005940     IF WS-EXCP-COUNT > ZERO
005950        MOVE 4 TO RETURN-CODE
005960     END-IF
005970     DISPLAY 'BENRECON - CARRIER ' WS-CARRIER-ID
005980             ' MATCHED: '    WS-MATCH-COUNT
005990             ' EXCEPTIONS: ' WS-EXCP-COUNT
006000     .
006010 8000-WRITE-SUMMARY-EXIT.
006020     EXIT.
006030
006040 9000-ABEND-PARA.
006050*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
006060*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
006070     DISPLAY 'BENRECON - OPEN/LOAD FAILED FOR: ' WS-ABEND-DDNAME
006080     DISPLAY 'BENRECON - FILE STATUS WAS      : ' WS-ABEND-STATUS
006090     MOVE 16 TO RETURN-CODE
006100     STOP RUN
006110     .
006120 9000-ABEND-PARA-EXIT.
006130     EXIT.
006140
006150 9500-WRITE-AUDIT-RECORD.
006160*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
006170*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
006180*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
006190     OPEN EXTEND AUDTFILE
006200     IF NOT WS-AUDTFILE-OK
006210        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
006220        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
006230        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
006240     END-IF
006250     ACCEPT WS-RUN-TIME FROM TIME
006260     MOVE 'BENRECON' TO AUD-PGM-NAME
006270     MOVE WS-RUN-DATE-EDIT TO AUD-RUN-DATE
006280     STRING WS-RUN-HH DELIMITED SIZE
006290            ':'       DELIMITED SIZE
006300            WS-RUN-MN DELIMITED SIZE
006310            ':'       DELIMITED SIZE
006320            WS-RUN-SS DELIMITED SIZE
006330            INTO AUD-RUN-TIME
006340     MOVE WS-PREM-USED   TO AUD-REC-COUNT
006350     MOVE RETURN-CODE    TO AUD-RETURN-CODE
006360     WRITE AUD-REC
006370     CLOSE AUDTFILE
006380     .
006390 9500-WRITE-AUDIT-RECORD-EXIT.
006400     EXIT.
