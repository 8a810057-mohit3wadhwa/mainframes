000010******************************************************************
000020*        PROGRAM NAME            : BANKRTN                       *
000030*        DESCRIPTION             : DIRECT-DEPOSIT RETURNS        *
000040*                                  PROCESSOR.  READS THE BANK'S  *
000050*                                  RETURNS FILE AND MATCHES EACH *
000060*                                  RETURNED ITEM TO THE DDEPOST  *
000070*                                  PAYMENT FILE IT CAME FROM BY  *
000080*                                  EMPLOYEE ID AND AMOUNT.  A    *
000090*                                  MATCHED RETURN SENDS THE BANK *
000100*                                  ROW BACK TO 'N' SO IT MUST BE *
000110*                                  PRE-NOTED AGAIN BEFORE ANY    *
000120*                                  LIVE PAYMENT, AND QUEUES THE  *
000130*                                  RETURNED NET FOR REISSUE IN   *
000140*                                  NETDD FORMAT.  AN UNMATCHED   *
000150*                                  RETURN GOES TO THE PENDING    *
000160*                                  FILE SUSPMNT PARKS IN         *
000170*                                  SUSPENSE UNDER SOURCE 'RTN'.  *
000180*                                  EVERY RETURN PRINTS WITH ITS  *
000190*                                  BANK REASON CODE.             *
000200*        CREDITS                 : DATA PROCESSING               *
000210******************************************************************
000220*        MODIFICATION HISTORY                                    *
000230*        ----------------------------------------------------   *
000240*        DATE       INIT  DESCRIPTION                            *
000250*        10/15/26   RWM   INITIAL VERSION - RETURNS SAT IN THE   *
000260*                         BANK MAILBOX AND THE SAME BAD ACCOUNT  *
000270*                         WAS PAID AGAIN THE NEXT PERIOD.        *
000280******************************************************************
000290
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. BANKRTN.
000320 AUTHOR. R MEHTA.
000330 INSTALLATION. DATA PROCESSING.
000340 DATE-WRITTEN. 10/15/26.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RTNFILE  ASSIGN TO RTNDD
000410     ORGANIZATION IS LINE SEQUENTIAL
000420     FILE STATUS IS WS-RTNFILE-STATUS.
000430
000440     SELECT PAYFILE  ASSIGN TO PAYDD
000450     ORGANIZATION IS LINE SEQUENTIAL
000460     FILE STATUS IS WS-PAYFILE-STATUS.
000470
000480     SELECT BANKMSTR ASSIGN TO BANKMSTR
000490     ORGANIZATION IS INDEXED
000500     ACCESS MODE IS DYNAMIC
000510     RECORD KEY IS BK-EMP-ID
000520     FILE STATUS IS WS-BANKMSTR-STATUS.
000530
000540     SELECT EMPMSTR  ASSIGN TO EMPMSTR
000550     ORGANIZATION IS INDEXED
000560     ACCESS MODE IS DYNAMIC
000570     RECORD KEY IS EM-EMP-ID
000580     FILE STATUS IS WS-EMPMSTR-STATUS.
000590
000600     SELECT REISFILE ASSIGN TO REISDD
000610     ORGANIZATION IS LINE SEQUENTIAL
000620     FILE STATUS IS WS-REISFILE-STATUS.
000630
000640     SELECT EXCFILE  ASSIGN TO EXCDD
000650     ORGANIZATION IS LINE SEQUENTIAL
000660     FILE STATUS IS WS-EXCFILE-STATUS.
000670
000680     SELECT RPTFILE  ASSIGN TO RPTDD
000690     ORGANIZATION IS LINE SEQUENTIAL
000700     FILE STATUS IS WS-RPTFILE-STATUS.
000710
000720     SELECT AUDTFILE ASSIGN TO AUDTDD
000730     ORGANIZATION IS LINE SEQUENTIAL
000740     FILE STATUS IS WS-AUDTFILE-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780*    ONE RETURNED ITEM PER RECORD, AS THE BANK SENDS IT.
000790 FD RTNFILE.
000800 01 RR-REC.
000810     05 RR-EMP-ID         PIC X(06).
000820     05 RR-EMP-ID-9 REDEFINES RR-EMP-ID PIC 9(06).
000830     05 FILLER            PIC X(01).
000840     05 RR-BUS-DATE       PIC X(08).
000850     05 FILLER            PIC X(01).
000860     05 RR-AMOUNT         PIC X(11).
000870     05 RR-AMOUNT-9 REDEFINES RR-AMOUNT PIC 9(09)V99.
000880     05 FILLER            PIC X(01).
000890     05 RR-REASON-CODE    PIC X(03).
000900     05 FILLER            PIC X(01).
000910     05 RR-ROUTING        PIC X(09).
000920     05 FILLER            PIC X(01).
000930     05 RR-ACCOUNT        PIC X(17).
000940     05 FILLER            PIC X(21).
000950
000960*    THE PAYMENT FILE DDEPOST WROTE - SAME LAYOUT AS ITS
000970*    WS-PAY-DTL-REC.  BHD/BTR/PNT RECORDS ARE SKIPPED.
000980 FD PAYFILE.
000990 01 PAY-REC.
001000     05 PD-REC-ID         PIC X(04).
001010     05 PD-ROUTING        PIC X(09).
001020     05 FILLER            PIC X(01).
001030     05 PD-ACCOUNT        PIC X(17).
001040     05 FILLER            PIC X(01).
001050     05 PD-EMP-ID         PIC 9(06).
001060     05 FILLER            PIC X(01).
001070     05 PD-AMOUNT         PIC 9(09)V99.
001080     05 FILLER            PIC X(01).
001090     05 PD-BUS-DATE       PIC X(08).
001100     05 FILLER            PIC X(01).
001110
001120 FD BANKMSTR.
001130     COPY BANKREC.
001140
001150 FD EMPMSTR.
001160     COPY EMPMREC.
001170
001180 FD REISFILE.
001190 01 REIS-REC              PIC X(40).
001200
001210*    THE PENDING RETURNS-EXCEPTION FILE SUSPMNT PICKS UP (RTNDD
001220*    THERE).  THE WHOLE RECORD BECOMES THE SUSPENSE DATA.
001230 FD EXCFILE.
001240 01 RX-REC.
001250     05 RX-EMP-ID         PIC X(06).
001260     05 FILLER            PIC X(01).
001270     05 RX-BUS-DATE       PIC X(08).
001280     05 FILLER            PIC X(01).
001290     05 RX-AMOUNT         PIC X(11).
001300     05 FILLER            PIC X(01).
001310     05 RX-REASON-CODE    PIC X(03).
001320     05 FILLER            PIC X(01).
001330     05 RX-REASON         PIC X(30).
001340     05 FILLER            PIC X(01).
001350     05 RX-ACCOUNT        PIC X(17).
001360
001370 FD RPTFILE.
001380 01 RPT-LINE              PIC X(132).
001390
001400 FD AUDTFILE.
001410     COPY AUDITREC REPLACING ==:RECNAME:== BY ==AUD-REC==
001420                             ==:PFX:==     BY ==AUD==.
001430
001440 WORKING-STORAGE SECTION.
001450 01 WS-RTNFILE-STATUS    PIC X(02) VALUE '00'.
001460 01 WS-PAYFILE-STATUS    PIC X(02) VALUE '00'.
001470 01 WS-BANKMSTR-STATUS   PIC X(02) VALUE '00'.
001480 01 WS-EMPMSTR-STATUS    PIC X(02) VALUE '00'.
001490     88 WS-EMPMSTR-OK    VALUE '00'.
001500 01 WS-REISFILE-STATUS   PIC X(02) VALUE '00'.
001510     88 WS-REISFILE-OK   VALUE '00'.
001520 01 WS-EXCFILE-STATUS    PIC X(02) VALUE '00'.
001530     88 WS-EXCFILE-OK    VALUE '00'.
001540 01 WS-RPTFILE-STATUS    PIC X(02) VALUE '00'.
001550     88 WS-RPTFILE-OK    VALUE '00'.
001560 01 WS-EOF-STA           PIC X VALUE 'N'.
001570     88 WS-EOF           VALUE 'Y'.
001580 01 WS-PAY-EOF-STA       PIC X VALUE 'N'.
001590     88 WS-PAY-EOF       VALUE 'Y'.
001600 01 WS-SYS-DATE          PIC X(08) VALUE SPACES.
001610 01 WS-RTN-AMT           PIC S9(09)V99 VALUE ZERO.
001620 01 WS-EXC-REASON        PIC X(30) VALUE SPACES.
001630 01 WS-ACTION            PIC X(30) VALUE SPACES.
001640 01 WS-RTN-COUNT         PIC 9(07) VALUE ZEROES COMP.
001650 01 WS-MATCH-COUNT       PIC 9(07) VALUE ZEROES COMP.
001660 01 WS-RESET-COUNT       PIC 9(07) VALUE ZEROES COMP.
001670 01 WS-SUSP-COUNT        PIC 9(07) VALUE ZEROES COMP.
001680 01 WS-REIS-COUNT        PIC 9(07) VALUE ZEROES COMP.
001690 01 WS-MATCH-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
001700 01 WS-SUSP-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
001710 01 WS-ABEND-DDNAME      PIC X(08) VALUE SPACES.
001720 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
001730 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
001740     88 WS-AUDTFILE-OK   VALUE '00'.
001750 01 WS-RUN-DATE.
001760     05 WS-RUN-YY        PIC 9(02).
001770     05 WS-RUN-MM        PIC 9(02).
001780     05 WS-RUN-DD        PIC 9(02).
001790 01 WS-RUN-TIME.
001800     05 WS-RUN-HH        PIC 9(02).
001810     05 WS-RUN-MN        PIC 9(02).
001820     05 WS-RUN-SS        PIC 9(02).
001830     05 FILLER           PIC 9(02).
001840 01 WS-RUN-DATE-EDIT     PIC X(08).
001850
001860*    EVERY LIVE PAYMENT IN THE PAYDD GENERATION(S), TABLED SO A
001870*    RETURN CAN FIND ITS ITEM.  A PAYMENT MATCHES ONE RETURN
001880*    ONLY, SO TWO RETURNS FOR THE SAME EMPLOYEE AND AMOUNT NEED
001890*    TWO PAYMENTS BEHIND THEM.
001900 01 WS-PAY-MAX           PIC 9(05) COMP VALUE 20000.
001910 01 WS-PAY-COUNT         PIC 9(05) COMP VALUE ZERO.
001920 01 WS-PAYMENTS.
001930     05 WS-PAY-ENT  OCCURS 1 TO 20000 TIMES
001940                    DEPENDING ON WS-PAY-COUNT
001950                    INDEXED BY PX.
001960            10 WS-PAY-EMP-ID     PIC 9(06).
001970            10 WS-PAY-AMOUNT     PIC 9(09)V99.
001980            10 WS-PAY-ROUTING    PIC X(09).
001990            10 WS-PAY-ACCOUNT    PIC X(17).
002000            10 WS-PAY-BUS-DATE   PIC X(08).
002010            10 WS-PAY-USED-SW    PIC X(01).
002020
002030*    THE BANK'S RETURN REASON CODES THIS SHOP SEES.  ANY OTHER
002040*    CODE STILL PROCESSES - IT JUST PRINTS AND TOTALS AS OTHER.
002050 01 WS-REASON-DATA.
002060     05 FILLER PIC X(27) VALUE 'R01INSUFFICIENT FUNDS     '.
002070     05 FILLER PIC X(27) VALUE 'R02ACCOUNT CLOSED         '.
002080     05 FILLER PIC X(27) VALUE 'R03NO ACCOUNT ON FILE     '.
002090     05 FILLER PIC X(27) VALUE 'R04INVALID ACCOUNT NUMBER '.
002100     05 FILLER PIC X(27) VALUE 'R13INVALID ROUTING NUMBER '.
002110     05 FILLER PIC X(27) VALUE 'R16ACCOUNT FROZEN         '.
002120     05 FILLER PIC X(27) VALUE 'R20NON-TRANSACTION ACCOUNT'.
002130     05 FILLER PIC X(27) VALUE '***OTHER REASON CODE      '.
002140 01 FILLER REDEFINES WS-REASON-DATA.
002150     05 WS-REASON-ENT  OCCURS 8 TIMES INDEXED BY RX.
002160         10 WS-REASON-CODE    PIC X(03).
002170         10 WS-REASON-DESC    PIC X(24).
002180 01 WS-REASON-OTHER      PIC 9(02) COMP VALUE 8.
002190 01 WS-REASON-TOTALS.
002200     05 WS-REASON-TOT  OCCURS 8 TIMES.
002210         10 WS-REASON-COUNT   PIC 9(07) COMP.
002220         10 WS-REASON-AMT     PIC S9(11)V99 COMP-3.
002230 01 WS-RX                PIC 9(02) COMP VALUE ZERO.
002240
002250 01 WS-RPT-HDR-LINE.
002260     05 FILLER            PIC X(36)
002270            VALUE 'DIRECT-DEPOSIT RETURNS REPORT       '.
002280     05 FILLER            PIC X(06) VALUE 'DATE: '.
002290     05 RH-DATE           PIC X(08).
002300     05 FILLER            PIC X(82) VALUE SPACES.
002310
002320 01 WS-RPT-COL-LINE.
002330     05 FILLER            PIC X(44)
002340            VALUE 'EMP ID  EMP NAME              PAY DATE      '.
002350     05 FILLER            PIC X(44)
002360            VALUE '    AMOUNT  CODE  REASON                    '.
002370     05 FILLER            PIC X(44)
002380            VALUE 'ACTION                                      '.
002390
002400 01 WS-RPT-DTL-LINE.
002410     05 RD-EMP-ID         PIC X(06).
002420     05 FILLER            PIC X(02) VALUE SPACES.
002430     05 RD-EMP-NAME       PIC X(20).
002440     05 FILLER            PIC X(02) VALUE SPACES.
002450     05 RD-BUS-DATE       PIC X(08).
002460     05 FILLER            PIC X(02) VALUE SPACES.
002470     05 RD-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
002480     05 FILLER            PIC X(02) VALUE SPACES.
002490     05 RD-REASON-CODE    PIC X(03).
002500     05 FILLER            PIC X(03) VALUE SPACES.
002510     05 RD-REASON-DESC    PIC X(24).
002520     05 FILLER            PIC X(02) VALUE SPACES.
002530     05 RD-ACTION         PIC X(30).
002540     05 FILLER            PIC X(14) VALUE SPACES.
002550
002560 01 WS-RPT-CODE-LINE.
002570     05 FILLER            PIC X(14) VALUE '** REASON **  '.
002580     05 RC-REASON-CODE    PIC X(03).
002590     05 FILLER            PIC X(02) VALUE SPACES.
002600     05 RC-REASON-DESC    PIC X(24).
002610     05 FILLER            PIC X(08) VALUE ' ITEMS: '.
002620     05 RC-COUNT          PIC ZZZZZZ9.
002630     05 FILLER            PIC X(08) VALUE ' TOTAL: '.
002640     05 RC-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002650     05 FILLER            PIC X(49) VALUE SPACES.
002660
002670 01 WS-RPT-SUM-LINE.
002680     05 FILLER            PIC X(14) VALUE '** MATCHED ** '.
002690     05 SM-MATCH-COUNT    PIC ZZZZZZ9.
002700     05 FILLER            PIC X(08) VALUE ' TOTAL: '.
002710     05 SM-MATCH-TOTAL    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002720     05 FILLER            PIC X(15) VALUE '  TO SUSPENSE: '.
002730     05 SM-SUSP-COUNT     PIC ZZZZZZ9.
002740     05 FILLER            PIC X(08) VALUE ' TOTAL: '.
002750     05 SM-SUSP-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002760     05 FILLER            PIC X(39) VALUE SPACES.
002770
002780*    THE REISSUE QUEUE IS IN PAYCALC'S NETDD LAYOUT WITH ITS
002790*    TRAILER, SO DDEPOST READS IT UNCHANGED.
002800 01 WS-NET-DTL-REC.
002810     05 FILLER            PIC X(04) VALUE 'NET '.
002820     05 ND-EMP-ID         PIC 9(06).
002830     05 FILLER            PIC X(01) VALUE SPACE.
002840     05 ND-NET-AMT        PIC 9(09)V99.
002850     05 ND-NET-SIGN       PIC X(01) VALUE SPACE.
002860     05 FILLER            PIC X(17) VALUE SPACES.
002870
002880 01 WS-NET-TRL-REC.
002890     05 FILLER            PIC X(04) VALUE 'TRL '.
002900     05 NT-EMP-COUNT      PIC 9(07).
002910     05 FILLER            PIC X(01) VALUE SPACE.
002920     05 NT-NET-TOTAL      PIC 9(11)V99.
002930     05 NT-NET-SIGN       PIC X(01) VALUE SPACE.
002940     05 FILLER            PIC X(14) VALUE SPACES.
002950
002960 PROCEDURE DIVISION.
002970 0000-MAINLINE.
002980     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002990     PERFORM 1500-LOAD-PAYMENTS THRU 1500-LOAD-PAYMENTS-EXIT
003000             UNTIL WS-PAY-EOF
003010     CLOSE PAYFILE
003020     PERFORM 2000-READ-RETURN THRU 2000-READ-RETURN-EXIT
003030             UNTIL WS-EOF
003040     PERFORM 7000-WRITE-REISSUE-TRAILER
003050             THRU 7000-WRITE-REISSUE-TRAILER-EXIT
003060     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
003070     CLOSE RTNFILE
003080           BANKMSTR
003090           EMPMSTR
003100           REISFILE
003110           EXCFILE
003120           RPTFILE
003130     PERFORM 9500-WRITE-AUDIT-RECORD
003140             THRU 9500-WRITE-AUDIT-RECORD-EXIT
003150     STOP RUN
003160     .
003170
003180 1000-INITIALIZE.
003190     OPEN INPUT RTNFILE
003200     IF WS-RTNFILE-STATUS NOT = '00'
003210        MOVE 'RTNDD' TO WS-ABEND-DDNAME
003220        MOVE WS-RTNFILE-STATUS TO WS-ABEND-STATUS
003230        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003240     END-IF
003250     OPEN INPUT PAYFILE
003260     IF WS-PAYFILE-STATUS NOT = '00'
003270        MOVE 'PAYDD' TO WS-ABEND-DDNAME
003280        MOVE WS-PAYFILE-STATUS TO WS-ABEND-STATUS
003290        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003300     END-IF
003310*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
003320*    OPEN - EVERY MATCHED RETURN THEN FINDS NO BANK ROW TO RESET.
003330     OPEN I-O BANKMSTR
003340     IF WS-BANKMSTR-STATUS NOT = '00' AND
003350        WS-BANKMSTR-STATUS NOT = '05'
003360        MOVE 'BANKMSTR' TO WS-ABEND-DDNAME
003370        MOVE WS-BANKMSTR-STATUS TO WS-ABEND-STATUS
003380        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003390     END-IF
003400     OPEN INPUT EMPMSTR
003410     IF NOT WS-EMPMSTR-OK
003420        MOVE 'EMPMSTR' TO WS-ABEND-DDNAME
003430        MOVE WS-EMPMSTR-STATUS TO WS-ABEND-STATUS
003440        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003450     END-IF
003460     OPEN OUTPUT REISFILE
003470     IF NOT WS-REISFILE-OK
003480        MOVE 'REISDD' TO WS-ABEND-DDNAME
003490        MOVE WS-REISFILE-STATUS TO WS-ABEND-STATUS
003500        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003510     END-IF
003520     OPEN OUTPUT EXCFILE
003530     IF NOT WS-EXCFILE-OK
003540        MOVE 'EXCDD' TO WS-ABEND-DDNAME
003550        MOVE WS-EXCFILE-STATUS TO WS-ABEND-STATUS
003560        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003570     END-IF
003580     OPEN OUTPUT RPTFILE
003590     IF NOT WS-RPTFILE-OK
003600        MOVE 'RPTDD' TO WS-ABEND-DDNAME
003610        MOVE WS-RPTFILE-STATUS TO WS-ABEND-STATUS
003620        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003630     END-IF
003640     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
003650     ACCEPT WS-RUN-DATE FROM DATE
003660     STRING WS-RUN-MM DELIMITED SIZE
003670            '/'       DELIMITED SIZE
003680            WS-RUN-DD DELIMITED SIZE
003690            '/'       DELIMITED SIZE
003700            WS-RUN-YY DELIMITED SIZE
003710            INTO WS-RUN-DATE-EDIT
003720     PERFORM 1100-CLEAR-ONE-REASON THRU 1100-CLEAR-ONE-REASON-EXIT
003730             VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 8
003740     MOVE WS-RUN-DATE-EDIT TO RH-DATE
003750     WRITE RPT-LINE FROM WS-RPT-HDR-LINE
003760     WRITE RPT-LINE FROM WS-RPT-COL-LINE
003770     MOVE SPACES TO RPT-LINE
003780     WRITE RPT-LINE
003790     .
003800 1000-INITIALIZE-EXIT.
003810     EXIT.
003820
003830 1100-CLEAR-ONE-REASON.
003840     MOVE ZEROES TO WS-REASON-COUNT(WS-RX)
003850                    WS-REASON-AMT(WS-RX)
003860     .
003870 1100-CLEAR-ONE-REASON-EXIT.
003880     EXIT.
003890
003900 1500-LOAD-PAYMENTS.
003910     READ PAYFILE
003920         AT END SET WS-PAY-EOF TO TRUE
003930         NOT AT END
003940             IF PD-REC-ID = 'PAY '
003950                IF WS-PAY-COUNT >= WS-PAY-MAX
003960                   DISPLAY 'BANKRTN - PAYMENT TABLE FULL AT '
003970                           WS-PAY-MAX ' - RAISE WS-PAY-MAX'
003980                   MOVE 'PAYDD' TO WS-ABEND-DDNAME
003990                   MOVE '  ' TO WS-ABEND-STATUS
004000                   PERFORM 9000-ABEND-PARA
004010                           THRU 9000-ABEND-PARA-EXIT
004020                END-IF
004030                ADD 1 TO WS-PAY-COUNT
004040                MOVE PD-EMP-ID   TO WS-PAY-EMP-ID(WS-PAY-COUNT)
004050                MOVE PD-AMOUNT   TO WS-PAY-AMOUNT(WS-PAY-COUNT)
004060                MOVE PD-ROUTING  TO WS-PAY-ROUTING(WS-PAY-COUNT)
004070                MOVE PD-ACCOUNT  TO WS-PAY-ACCOUNT(WS-PAY-COUNT)
004080                MOVE PD-BUS-DATE TO WS-PAY-BUS-DATE(WS-PAY-COUNT)
004090                MOVE 'N'         TO WS-PAY-USED-SW(WS-PAY-COUNT)
004100             END-IF
004110     END-READ
004120     .
004130 1500-LOAD-PAYMENTS-EXIT.
004140     EXIT.
004150
004160 2000-READ-RETURN.
004170     READ RTNFILE
004180         AT END SET WS-EOF TO TRUE
004190         NOT AT END
004200             ADD 1 TO WS-RTN-COUNT
004210             PERFORM 2100-PROCESS-RETURN
004220                     THRU 2100-PROCESS-RETURN-EXIT
004230     END-READ
004240     .
004250 2000-READ-RETURN-EXIT.
004260     EXIT.
004270
004280 2100-PROCESS-RETURN.
004290     MOVE SPACES TO WS-ACTION
004300     MOVE SPACES TO RD-EMP-NAME
004310     MOVE ZERO   TO WS-RTN-AMT
004320     PERFORM 2150-FIND-REASON THRU 2150-FIND-REASON-EXIT
004330     IF RR-EMP-ID IS NOT NUMERIC OR RR-AMOUNT IS NOT NUMERIC
004340        MOVE 'BAD RETURN RECORD' TO WS-EXC-REASON
004350        PERFORM 2500-SUSPEND-RETURN THRU 2500-SUSPEND-RETURN-EXIT
004360        GO TO 2100-PROCESS-RETURN-EXIT
004370     END-IF
004380     MOVE RR-AMOUNT-9 TO WS-RTN-AMT
004390     MOVE RR-EMP-ID-9 TO EM-EMP-ID
004400     READ EMPMSTR KEY IS EM-EMP-ID
004410         INVALID KEY
004420             MOVE SPACES TO RD-EMP-NAME
004430         NOT INVALID KEY
004440             MOVE EM-EMP-NAME TO RD-EMP-NAME
004450     END-READ
004460     SET PX TO 1
004470     SEARCH WS-PAY-ENT
004480     AT END
004490         MOVE 'NO MATCHING PAYMENT' TO WS-EXC-REASON
004500         PERFORM 2500-SUSPEND-RETURN THRU 2500-SUSPEND-RETURN-EXIT
004510     WHEN WS-PAY-EMP-ID(PX) = RR-EMP-ID-9
004520      AND WS-PAY-AMOUNT(PX) = RR-AMOUNT-9
004530      AND WS-PAY-USED-SW(PX) = 'N'
004540         MOVE 'Y' TO WS-PAY-USED-SW(PX)
004550         PERFORM 2200-MATCHED-RETURN
004560                 THRU 2200-MATCHED-RETURN-EXIT
004570     END-SEARCH
004580     .
004590 2100-PROCESS-RETURN-EXIT.
004600     EXIT.
004610
004620 2150-FIND-REASON.
004630     SET RX TO 1
004640     SEARCH WS-REASON-ENT
004650     AT END
004660         SET RX TO WS-REASON-OTHER
004670     WHEN WS-REASON-CODE(RX) = RR-REASON-CODE
004680         CONTINUE
004690     END-SEARCH
004700     MOVE RR-REASON-CODE     TO RD-REASON-CODE
004710     MOVE WS-REASON-DESC(RX) TO RD-REASON-DESC
004720     .
004730 2150-FIND-REASON-EXIT.
004740     EXIT.
004750
004760 2200-MATCHED-RETURN.
004770*    THE ACCOUNT GOES BACK TO 'N' ONLY IF THE BANK ROW STILL
004780*    CARRIES THE ACCOUNT THE MONEY WENT TO - ONE ALREADY CHANGED
004790*    THROUGH BANKMAIN IS BACK IN THE PRE-NOTE CYCLE ON ITS OWN.
004800     ADD 1 TO WS-MATCH-COUNT
004810     ADD WS-RTN-AMT TO WS-MATCH-TOTAL
004820     MOVE RR-EMP-ID-9 TO BK-EMP-ID
004830     READ BANKMSTR KEY IS BK-EMP-ID
004840         INVALID KEY
004850             MOVE 'NO BANK ROW - REISSUE QUEUED' TO WS-ACTION
004860         NOT INVALID KEY
004870             IF BK-ROUTING = WS-PAY-ROUTING(PX)
004880                AND BK-ACCOUNT = WS-PAY-ACCOUNT(PX)
004890                SET BK-NEW TO TRUE
004900                MOVE WS-SYS-DATE TO BK-LAST-MAINT-DATE
004910                REWRITE BK-BANK-REC
004920                ADD 1 TO WS-RESET-COUNT
004930                MOVE 'RE-PRENOTE - REISSUE QUEUED' TO WS-ACTION
004940             ELSE
004950                MOVE 'ACCT CHANGED - REISSUE QUEUED' TO WS-ACTION
004960             END-IF
004970     END-READ
004980*    THE RETURNED NET GOES BACK OUT THROUGH DDEPOST.  WITH THE
004990*    ROW NOW UNVERIFIED DDEPOST BYPASSES IT, WHICH PUTS IT IN
005000*    FRONT OF THE CHECK RUN INSTEAD OF THE SAME BAD ACCOUNT.
005010     MOVE RR-EMP-ID-9 TO ND-EMP-ID
005020     MOVE WS-RTN-AMT  TO ND-NET-AMT
005030     WRITE REIS-REC FROM WS-NET-DTL-REC
005040     ADD 1 TO WS-REIS-COUNT
005050     MOVE WS-PAY-BUS-DATE(PX) TO RD-BUS-DATE
005060     PERFORM 2800-PRINT-RETURN THRU 2800-PRINT-RETURN-EXIT
005070     .
005080 2200-MATCHED-RETURN-EXIT.
005090     EXIT.
005100
005110 2500-SUSPEND-RETURN.
005120*    NO PAYMENT BEHIND IT - PARK IT IN SUSPENSE SO IT AGES ON
005130*    THE SUSPMNT REPORT UNTIL SOMEONE TRACES IT.
005140     MOVE RR-EMP-ID      TO RX-EMP-ID
005150     MOVE RR-BUS-DATE    TO RX-BUS-DATE
005160     MOVE RR-AMOUNT      TO RX-AMOUNT
005170     MOVE RR-REASON-CODE TO RX-REASON-CODE
005180     MOVE WS-EXC-REASON  TO RX-REASON
005190     MOVE RR-ACCOUNT     TO RX-ACCOUNT
005200     WRITE RX-REC
005210     ADD 1 TO WS-SUSP-COUNT
005220     ADD WS-RTN-AMT TO WS-SUSP-TOTAL
005230     STRING 'SUSPENSE - ' DELIMITED SIZE
005240            WS-EXC-REASON DELIMITED SIZE
005250            INTO WS-ACTION
005260     MOVE RR-BUS-DATE TO RD-BUS-DATE
005270     IF RETURN-CODE < 4
005280        MOVE 4 TO RETURN-CODE
005290     END-IF
005300     PERFORM 2800-PRINT-RETURN THRU 2800-PRINT-RETURN-EXIT
005310     .
005320 2500-SUSPEND-RETURN-EXIT.
005330     EXIT.
005340
005350 2800-PRINT-RETURN.
005360     MOVE RR-EMP-ID  TO RD-EMP-ID
005370     MOVE WS-RTN-AMT TO RD-AMOUNT
005380     MOVE WS-ACTION  TO RD-ACTION
005390     WRITE RPT-LINE FROM WS-RPT-DTL-LINE
005400     SET WS-RX TO RX
005410     ADD 1          TO WS-REASON-COUNT(WS-RX)
005420     ADD WS-RTN-AMT TO WS-REASON-AMT(WS-RX)
005430     .
005440 2800-PRINT-RETURN-EXIT.
005450     EXIT.
005460
005470 7000-WRITE-REISSUE-TRAILER.
005480     MOVE WS-REIS-COUNT  TO NT-EMP-COUNT
005490     MOVE WS-MATCH-TOTAL TO NT-NET-TOTAL
005500     WRITE REIS-REC FROM WS-NET-TRL-REC
005510     .
005520 7000-WRITE-REISSUE-TRAILER-EXIT.
005530     EXIT.
005540
005550 8000-WRITE-SUMMARY.
005560     MOVE SPACES TO RPT-LINE
005570     WRITE RPT-LINE
005580     PERFORM 8100-WRITE-ONE-REASON THRU 8100-WRITE-ONE-REASON-EXIT
005590             VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 8
005600     MOVE WS-MATCH-COUNT TO SM-MATCH-COUNT
005610     MOVE WS-MATCH-TOTAL TO SM-MATCH-TOTAL
005620     MOVE WS-SUSP-COUNT  TO SM-SUSP-COUNT
005630     MOVE WS-SUSP-TOTAL  TO SM-SUSP-TOTAL
005640     WRITE RPT-LINE FROM WS-RPT-SUM-LINE
005650     DISPLAY 'BANKRTN - RETURNS READ      : ' WS-RTN-COUNT
005660     DISPLAY 'BANKRTN - MATCHED           : ' WS-MATCH-COUNT
005670     DISPLAY 'BANKRTN - ROWS SET TO PRENOTE: ' WS-RESET-COUNT
005680     DISPLAY 'BANKRTN - QUEUED FOR REISSUE: ' WS-REIS-COUNT
005690     DISPLAY 'BANKRTN - TO SUSPENSE       : ' WS-SUSP-COUNT
005700     .
005710 8000-WRITE-SUMMARY-EXIT.
005720     EXIT.
005730
005740 8100-WRITE-ONE-REASON.
005750     IF WS-REASON-COUNT(WS-RX) = ZERO
005760        GO TO 8100-WRITE-ONE-REASON-EXIT
005770     END-IF
005780     MOVE WS-REASON-CODE(WS-RX)  TO RC-REASON-CODE
005790     MOVE WS-REASON-DESC(WS-RX)  TO RC-REASON-DESC
005800     MOVE WS-REASON-COUNT(WS-RX) TO RC-COUNT
005810     MOVE WS-REASON-AMT(WS-RX)   TO RC-AMOUNT
005820     WRITE RPT-LINE FROM WS-RPT-CODE-LINE
005830     .
005840 8100-WRITE-ONE-REASON-EXIT.
005850     EXIT.
005860
005870 9000-ABEND-PARA.
005880*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
005890*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
005900     DISPLAY 'BANKRTN - OPEN/LOAD FAILED FOR: ' WS-ABEND-DDNAME
005910     DISPLAY 'BANKRTN - FILE STATUS WAS     : ' WS-ABEND-STATUS
005920     MOVE 16 TO RETURN-CODE
005930     STOP RUN
005940     .
005950 9000-ABEND-PARA-EXIT.
005960     EXIT.
005970
005980 9500-WRITE-AUDIT-RECORD.
005990*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
006000*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
006010*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
006020     OPEN EXTEND AUDTFILE
006030     IF NOT WS-AUDTFILE-OK
006040        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
006050        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
006060        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
006070     END-IF
006080     ACCEPT WS-RUN-TIME FROM TIME
006090     MOVE 'BANKRTN' TO AUD-PGM-NAME
006100     MOVE WS-RUN-DATE-EDIT TO AUD-RUN-DATE
006110     STRING WS-RUN-HH DELIMITED SIZE
006120            ':'       DELIMITED SIZE
006130            WS-RUN-MN DELIMITED SIZE
006140            ':'       DELIMITED SIZE
006150            WS-RUN-SS DELIMITED SIZE
006160            INTO AUD-RUN-TIME
006170     MOVE WS-RTN-COUNT   TO AUD-REC-COUNT
006180     MOVE RETURN-CODE    TO AUD-RETURN-CODE
006190     WRITE AUD-REC
006200     CLOSE AUDTFILE
006210     .
006220 9500-WRITE-AUDIT-RECORD-EXIT.
006230     EXIT.
