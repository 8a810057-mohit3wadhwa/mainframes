000010******************************************************************
000020*        PROGRAM NAME            : CHKRECN                       *
000030*        DESCRIPTION             : OUTSTANDING-CHECK             *
000040*                                  RECONCILIATION.  MATCHES THE  *
000050*                                  BANK'S PAID-CHECK FILE TO THE *
000060*                                  OUTSTANDING-CHECK REGISTER    *
000070*                                  (OUTCHK) BY CHECK NUMBER AND  *
000080*                                  CLEARS EACH CHECK PAID.  ANY  *
000090*                                  ITEM THE BANK PAID THAT WAS   *
000100*                                  NEVER ISSUED, WAS VOIDED,     *
000110*                                  WAS ALREADY CLEARED, OR PAID  *
000120*                                  FOR A DIFFERENT AMOUNT IS AN  *
000130*                                  EXCEPTION.  THEN LISTS EVERY  *
000140*                                  CHECK STILL OUTSTANDING PAST  *
000150*                                  THE STALE AGE ON RECCTL.      *
000160*        CREDITS                 : DATA PROCESSING               *
000170******************************************************************
000180*        MODIFICATION HISTORY                                    *
000190*        ----------------------------------------------------   *
000200*        DATE       INIT  DESCRIPTION                            *
000210*        10/15/26   RWM   INITIAL VERSION - PAYROLL CHECKS WERE  *
000220*                         RECONCILED BY HAND FROM THE BANK       *
000230*                         STATEMENT.                             *
000240******************************************************************
000250
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CHKRECN.
000280 AUTHOR. R MEHTA.
000290 INSTALLATION. DATA PROCESSING.
000300 DATE-WRITTEN. 10/15/26.
000310 DATE-COMPILED.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PAIDFILE ASSIGN TO PAIDDD
000370     ORGANIZATION IS LINE SEQUENTIAL
000380     FILE STATUS IS WS-PAIDFILE-STATUS.
000390
000400     SELECT RECCTL   ASSIGN TO RECCTL
000410     ORGANIZATION IS LINE SEQUENTIAL
000420     FILE STATUS IS WS-RECCTL-STATUS.
000430
000440     SELECT OUTCHK   ASSIGN TO OUTCHK
000450     ORGANIZATION IS INDEXED
000460     ACCESS MODE IS DYNAMIC
000470     RECORD KEY IS CK-CHECK-NO
000480     FILE STATUS IS WS-OUTCHK-STATUS.
000490
000500     SELECT RPTFILE  ASSIGN TO RPTDD
000510     ORGANIZATION IS LINE SEQUENTIAL
000520     FILE STATUS IS WS-RPTFILE-STATUS.
000530
000540     SELECT AUDTFILE ASSIGN TO AUDTDD
000550     ORGANIZATION IS LINE SEQUENTIAL
000560     FILE STATUS IS WS-AUDTFILE-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600*    ONE PAID CHECK PER RECORD, AS THE BANK SENDS IT.
000610 FD PAIDFILE.
000620 01 PC-REC.
000630     05 PC-CHECK-NO       PIC X(08).
000640     05 PC-CHECK-NO-9 REDEFINES PC-CHECK-NO PIC 9(08).
000650     05 FILLER            PIC X(01).
000660     05 PC-AMOUNT         PIC X(11).
000670     05 PC-AMOUNT-9 REDEFINES PC-AMOUNT PIC 9(09)V99.
000680     05 FILLER            PIC X(01).
000690     05 PC-PAID-DATE      PIC X(08).
000700     05 FILLER            PIC X(51).
000710
000720*    OPTIONAL CONTROL CARD: COLS 1-3 THE STALE AGE IN DAYS
000730*    (DEFAULT 090), COLS 5-12 THE AS-OF DATE (DEFAULT TODAY).
000740 FD RECCTL.
000750 01 RECCTL-REC.
000760     05 RC-STALE-DAYS     PIC X(03).
000770     05 RC-STALE-DAYS-9 REDEFINES RC-STALE-DAYS PIC 9(03).
000780     05 FILLER            PIC X(01).
000790     05 RC-ASOF-DATE      PIC X(08).
000800     05 FILLER            PIC X(68).
000810
000820 FD OUTCHK.
000830     COPY OCHKREC.
000840
000850 FD RPTFILE.
000860 01 RPT-LINE              PIC X(132).
000870
000880 FD AUDTFILE.
000890     COPY AUDITREC REPLACING ==:RECNAME:== BY ==AUD-REC==
000900                             ==:PFX:==     BY ==AUD==.
000910
000920 WORKING-STORAGE SECTION.
000930 01 WS-PAIDFILE-STATUS   PIC X(02) VALUE '00'.
000940     88 WS-PAIDFILE-OK   VALUE '00'.
000950 01 WS-RECCTL-STATUS     PIC X(02) VALUE '00'.
000960 01 WS-OUTCHK-STATUS     PIC X(02) VALUE '00'.
000970 01 WS-RPTFILE-STATUS    PIC X(02) VALUE '00'.
000980     88 WS-RPTFILE-OK    VALUE '00'.
000990 01 WS-EOF-STA           PIC X VALUE 'N'.
001000     88 WS-EOF           VALUE 'Y'.
001010 01 WS-CK-EOF-STA        PIC X VALUE 'N'.
001020     88 WS-CK-EOF        VALUE 'Y'.
001030 01 WS-SYS-DATE          PIC X(08) VALUE SPACES.
001040 01 WS-ASOF-DATE         PIC X(08) VALUE SPACES.
001050 01 WS-CUTOFF-DATE       PIC X(08) VALUE SPACES.
001060 01 WS-STALE-DAYS        PIC 9(03) VALUE 090.
001070 01 WS-PAID-AMT          PIC 9(09)V99 VALUE ZERO.
001080 01 WS-EXC-REASON        PIC X(30) VALUE SPACES.
001090 01 WS-PAID-COUNT        PIC 9(07) VALUE ZEROES COMP.
001100 01 WS-CLEAR-COUNT       PIC 9(07) VALUE ZEROES COMP.
001110 01 WS-EXC-COUNT         PIC 9(07) VALUE ZEROES COMP.
001120 01 WS-OUT-COUNT         PIC 9(07) VALUE ZEROES COMP.
001130 01 WS-STALE-COUNT       PIC 9(07) VALUE ZEROES COMP.
001140 01 WS-CLEAR-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
001150 01 WS-EXC-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
001160 01 WS-OUT-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
001170 01 WS-STALE-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
001180 01 WS-DX                PIC 9(03) COMP VALUE ZERO.
001190 01 WS-ABEND-DDNAME      PIC X(08) VALUE SPACES.
001200 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
001210 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
001220     88 WS-AUDTFILE-OK   VALUE '00'.
001230 01 WS-RUN-DATE.
001240     05 WS-RUN-YY        PIC 9(02).
001250     05 WS-RUN-MM        PIC 9(02).
001260     05 WS-RUN-DD        PIC 9(02).
001270 01 WS-RUN-TIME.
001280     05 WS-RUN-HH        PIC 9(02).
001290     05 WS-RUN-MN        PIC 9(02).
001300     05 WS-RUN-SS        PIC 9(02).
001310     05 FILLER           PIC 9(02).
001320 01 WS-RUN-DATE-EDIT     PIC X(08).
001330
001340*    THE STALE CUTOFF IS THE AS-OF DATE STEPPED BACK ONE DAY AT A
001350*    TIME - SEE 1200-BACK-ONE-DAY.
001360 01 WS-PER-DATE.
001370     05 WS-PER-YYYY      PIC 9(04).
001380     05 WS-PER-MM        PIC 9(02).
001390     05 WS-PER-DD        PIC 9(02).
001400 01 WS-MONTH-DAYS-DATA.
001410     05 FILLER PIC X(24) VALUE '312831303130313130313031'.
001420 01 FILLER REDEFINES WS-MONTH-DAYS-DATA.
001430     05 WS-MONTH-DAYS    PIC 9(02) OCCURS 12 TIMES.
001440 01 WS-LEAP-REM          PIC 9(04) VALUE ZEROES COMP.
001450 01 WS-LEAP-QUOT         PIC 9(04) VALUE ZEROES COMP.
001460
001470 01 WS-RPT-HDR-LINE.
001480     05 FILLER            PIC X(36)
001490            VALUE 'OUTSTANDING-CHECK RECONCILIATION    '.
001500     05 FILLER            PIC X(06) VALUE 'DATE: '.
001510     05 RH-DATE           PIC X(08).
001520     05 FILLER            PIC X(10) VALUE '  AS OF: '.
001530     05 RH-ASOF-DATE      PIC X(08).
001540     05 FILLER            PIC X(14) VALUE '  STALE AGE: '.
001550     05 RH-STALE-DAYS     PIC ZZ9.
001560     05 FILLER            PIC X(47) VALUE SPACES.
001570
001580 01 WS-RPT-SECT-LINE.
001590     05 RS-TITLE          PIC X(60).
001600     05 FILLER            PIC X(72) VALUE SPACES.
001610
001620 01 WS-RPT-COL-LINE.
001630     05 FILLER            PIC X(44)
001640            VALUE 'CHECK NO  EMP ID  PAYEE                 ISSU'.
001650     05 FILLER            PIC X(44)
001660            VALUE 'ED    ISSUED AMT  PAID DATE       PAID AMT  '.
001670     05 FILLER            PIC X(44)
001680            VALUE 'EXCEPTION                                   '.
001690
001700 01 WS-RPT-DTL-LINE.
001710     05 RD-CHECK-NO       PIC X(08).
001720     05 FILLER            PIC X(02) VALUE SPACES.
001730     05 RD-EMP-ID         PIC X(06).
001740     05 FILLER            PIC X(02) VALUE SPACES.
001750     05 RD-PAYEE          PIC X(20).
001760     05 FILLER            PIC X(02) VALUE SPACES.
001770     05 RD-ISSUE-DATE     PIC X(08).
001780     05 FILLER            PIC X(01) VALUE SPACES.
001790     05 RD-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
001800     05 FILLER            PIC X(02) VALUE SPACES.
001810     05 RD-PAID-DATE      PIC X(08).
001820     05 FILLER            PIC X(01) VALUE SPACES.
001830     05 RD-PAID-AMT       PIC ZZZ,ZZZ,ZZ9.99.
001840     05 FILLER            PIC X(02) VALUE SPACES.
001850     05 RD-REASON         PIC X(30).
001860     05 FILLER            PIC X(12) VALUE SPACES.
001870
001880 01 WS-RPT-TOT-LINE.
001890     05 RT-LABEL          PIC X(28).
001900     05 RT-COUNT          PIC ZZZZZZ9.
001910     05 FILLER            PIC X(08) VALUE ' TOTAL: '.
001920     05 RT-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001930     05 FILLER            PIC X(72) VALUE SPACES.
001940
001950 PROCEDURE DIVISION.
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001980     PERFORM 2000-READ-PAID THRU 2000-READ-PAID-EXIT
001990             UNTIL WS-EOF
002000     PERFORM 3000-LIST-STALE THRU 3000-LIST-STALE-EXIT
002010     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
002020     CLOSE PAIDFILE
002030           OUTCHK
002040           RPTFILE
002050     PERFORM 9500-WRITE-AUDIT-RECORD
002060             THRU 9500-WRITE-AUDIT-RECORD-EXIT
002070     STOP RUN
002080     .
002090
002100 1000-INITIALIZE.
002110     OPEN INPUT PAIDFILE
002120     IF NOT WS-PAIDFILE-OK
002130        MOVE 'PAIDDD' TO WS-ABEND-DDNAME
002140        MOVE WS-PAIDFILE-STATUS TO WS-ABEND-STATUS
002150        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002160     END-IF
002170*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
002180*    OPEN - EVERY PAID ITEM IS THEN AN EXCEPTION.
002190     OPEN I-O OUTCHK
002200     IF WS-OUTCHK-STATUS NOT = '00' AND
002210        WS-OUTCHK-STATUS NOT = '05'
002220        MOVE 'OUTCHK' TO WS-ABEND-DDNAME
002230        MOVE WS-OUTCHK-STATUS TO WS-ABEND-STATUS
002240        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002250     END-IF
002260     OPEN OUTPUT RPTFILE
002270     IF NOT WS-RPTFILE-OK
002280        MOVE 'RPTDD' TO WS-ABEND-DDNAME
002290        MOVE WS-RPTFILE-STATUS TO WS-ABEND-STATUS
002300        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002310     END-IF
002320     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
002330     ACCEPT WS-RUN-DATE FROM DATE
002340     STRING WS-RUN-MM DELIMITED SIZE
002350            '/'       DELIMITED SIZE
002360            WS-RUN-DD DELIMITED SIZE
002370            '/'       DELIMITED SIZE
002380            WS-RUN-YY DELIMITED SIZE
002390            INTO WS-RUN-DATE-EDIT
002400     MOVE WS-SYS-DATE TO WS-ASOF-DATE
002410     PERFORM 1100-READ-RECCTL THRU 1100-READ-RECCTL-EXIT
002420     MOVE WS-ASOF-DATE TO WS-PER-DATE
002430     PERFORM 1200-BACK-ONE-DAY THRU 1200-BACK-ONE-DAY-EXIT
002440             VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-STALE-DAYS
002450     MOVE WS-PER-DATE TO WS-CUTOFF-DATE
002460     MOVE WS-RUN-DATE-EDIT TO RH-DATE
002470     MOVE WS-ASOF-DATE     TO RH-ASOF-DATE
002480     MOVE WS-STALE-DAYS    TO RH-STALE-DAYS
002490     WRITE RPT-LINE FROM WS-RPT-HDR-LINE
002500     MOVE SPACES TO RPT-LINE
002510     WRITE RPT-LINE
002520     MOVE 'PAID ITEMS NOT CLEARED CLEANLY' TO RS-TITLE
002530     WRITE RPT-LINE FROM WS-RPT-SECT-LINE
002540     WRITE RPT-LINE FROM WS-RPT-COL-LINE
002550     .
002560 1000-INITIALIZE-EXIT.
002570     EXIT.
002580
002590 1100-READ-RECCTL.
002600*    RECCTL IS OPTIONAL - SEE 1300-READ-SRTCTL IN SORTPRO FOR THE
002610*    SAME IDIOM.  A BLANK OR NON-NUMERIC FIELD KEEPS ITS DEFAULT.
002620     OPEN INPUT RECCTL
002630     IF WS-RECCTL-STATUS NOT = '00'
002640        GO TO 1100-READ-RECCTL-EXIT
002650     END-IF
002660     READ RECCTL
002670         AT END
002680             CLOSE RECCTL
002690             GO TO 1100-READ-RECCTL-EXIT
002700     END-READ
002710     IF RC-STALE-DAYS IS NUMERIC
002720        MOVE RC-STALE-DAYS-9 TO WS-STALE-DAYS
002730     END-IF
002740     IF RC-ASOF-DATE IS NUMERIC
002750        MOVE RC-ASOF-DATE TO WS-ASOF-DATE
002760     END-IF
002770     CLOSE RECCTL
002780     .
002790 1100-READ-RECCTL-EXIT.
002800     EXIT.
002810
002820 1200-BACK-ONE-DAY.
002830     IF WS-PER-DD > 1
002840        SUBTRACT 1 FROM WS-PER-DD
002850        GO TO 1200-BACK-ONE-DAY-EXIT
002860     END-IF
002870     IF WS-PER-MM > 1
002880        SUBTRACT 1 FROM WS-PER-MM
002890     ELSE
002900        MOVE 12 TO WS-PER-MM
002910        SUBTRACT 1 FROM WS-PER-YYYY
002920     END-IF
002930     MOVE WS-MONTH-DAYS(WS-PER-MM) TO WS-PER-DD
002940     IF WS-PER-MM = 02
002950        DIVIDE WS-PER-YYYY BY 4
002960               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
002970        IF WS-LEAP-REM = ZERO
002980           MOVE 29 TO WS-PER-DD
002990        END-IF
003000     END-IF
003010     .
003020 1200-BACK-ONE-DAY-EXIT.
003030     EXIT.
003040
003050 2000-READ-PAID.
003060     READ PAIDFILE
003070         AT END SET WS-EOF TO TRUE
003080         NOT AT END
003090             ADD 1 TO WS-PAID-COUNT
003100             PERFORM 2100-MATCH-PAID THRU 2100-MATCH-PAID-EXIT
003110     END-READ
003120     .
003130 2000-READ-PAID-EXIT.
003140     EXIT.
003150
003160 2100-MATCH-PAID.
003170     MOVE SPACES TO WS-EXC-REASON
003180     MOVE ZERO   TO WS-PAID-AMT
003190     IF PC-CHECK-NO IS NOT NUMERIC OR PC-AMOUNT IS NOT NUMERIC
003200        MOVE 'BAD PAID RECORD' TO WS-EXC-REASON
003210        MOVE SPACES TO CK-CHECK-REC
003220        PERFORM 2800-PAID-EXCEPTION THRU 2800-PAID-EXCEPTION-EXIT
003230        GO TO 2100-MATCH-PAID-EXIT
003240     END-IF
003250     MOVE PC-AMOUNT-9   TO WS-PAID-AMT
003260     MOVE PC-CHECK-NO-9 TO CK-CHECK-NO
003270     READ OUTCHK KEY IS CK-CHECK-NO
003280         INVALID KEY
003290             MOVE 'PAID - NEVER ISSUED' TO WS-EXC-REASON
003300     END-READ
003310     IF WS-EXC-REASON NOT = SPACES
003320        MOVE SPACES TO CK-CHECK-REC
003330        PERFORM 2800-PAID-EXCEPTION THRU 2800-PAID-EXCEPTION-EXIT
003340        GO TO 2100-MATCH-PAID-EXIT
003350     END-IF
003360     IF CK-VOIDED
003370        MOVE 'PAID - CHECK WAS VOIDED' TO WS-EXC-REASON
003380        PERFORM 2800-PAID-EXCEPTION THRU 2800-PAID-EXCEPTION-EXIT
003390        GO TO 2100-MATCH-PAID-EXIT
003400     END-IF
003410     IF CK-CLEARED
003420        MOVE 'PAID TWICE - ALREADY CLEARED' TO WS-EXC-REASON
003430        PERFORM 2800-PAID-EXCEPTION THRU 2800-PAID-EXCEPTION-EXIT
003440        GO TO 2100-MATCH-PAID-EXIT
003450     END-IF
003460*    THE BANK HAS PAID IT, SO IT IS NO LONGER OUTSTANDING EVEN
003470*    WHEN THE AMOUNT DIFFERS - THAT ONE CLEARS AND IS REPORTED.
003480     SET CK-CLEARED TO TRUE
003490     MOVE PC-PAID-DATE TO CK-PAID-DATE
003500     MOVE WS-PAID-AMT  TO CK-PAID-AMOUNT
003510     REWRITE CK-CHECK-REC
003520     ADD 1 TO WS-CLEAR-COUNT
003530     ADD WS-PAID-AMT TO WS-CLEAR-TOTAL
003540     IF WS-PAID-AMT NOT = CK-AMOUNT
003550        MOVE 'CLEARED - AMOUNT DIFFERS' TO WS-EXC-REASON
003560        PERFORM 2800-PAID-EXCEPTION THRU 2800-PAID-EXCEPTION-EXIT
003570     END-IF
003580     .
003590 2100-MATCH-PAID-EXIT.
003600     EXIT.
003610
003620 2800-PAID-EXCEPTION.
003630     MOVE PC-CHECK-NO   TO RD-CHECK-NO
003640     MOVE SPACES        TO RD-EMP-ID
003650     MOVE CK-PAYEE      TO RD-PAYEE
003660     MOVE CK-ISSUE-DATE TO RD-ISSUE-DATE
003670     MOVE ZERO          TO RD-AMOUNT
003680     IF CK-CHECK-NO IS NUMERIC
003690        MOVE CK-EMP-ID  TO RD-EMP-ID
003700        MOVE CK-AMOUNT  TO RD-AMOUNT
003710     END-IF
003720     MOVE PC-PAID-DATE  TO RD-PAID-DATE
003730     MOVE WS-PAID-AMT   TO RD-PAID-AMT
003740     MOVE WS-EXC-REASON TO RD-REASON
003750     WRITE RPT-LINE FROM WS-RPT-DTL-LINE
003760     ADD 1 TO WS-EXC-COUNT
003770     ADD WS-PAID-AMT TO WS-EXC-TOTAL
003780     IF RETURN-CODE < 8
003790        MOVE 8 TO RETURN-CODE
003800     END-IF
003810     .
003820 2800-PAID-EXCEPTION-EXIT.
003830     EXIT.
003840
003850 3000-LIST-STALE.
003860*    A FULL PASS OF THE REGISTER AFTER THE CLEARS ABOVE - WHAT IS
003870*    STILL OUTSTANDING, AND WHICH OF IT IS OLDER THAN THE CUTOFF.
003880     MOVE SPACES TO RPT-LINE
003890     WRITE RPT-LINE
003900     MOVE 'CHECKS OUTSTANDING PAST THE STALE AGE' TO RS-TITLE
003910     WRITE RPT-LINE FROM WS-RPT-SECT-LINE
003920     WRITE RPT-LINE FROM WS-RPT-COL-LINE
003930     MOVE ZERO TO CK-CHECK-NO
003940     START OUTCHK KEY IS NOT LESS THAN CK-CHECK-NO
003950         INVALID KEY
003960             GO TO 3000-LIST-STALE-EXIT
003970     END-START
003980     PERFORM 3100-CHECK-ONE THRU 3100-CHECK-ONE-EXIT
003990             UNTIL WS-CK-EOF
004000     .
004010 3000-LIST-STALE-EXIT.
004020     EXIT.
004030
004040 3100-CHECK-ONE.
004050     READ OUTCHK NEXT RECORD
004060         AT END
004070             SET WS-CK-EOF TO TRUE
004080             GO TO 3100-CHECK-ONE-EXIT
004090     END-READ
004100     IF NOT CK-OUTSTANDING
004110        GO TO 3100-CHECK-ONE-EXIT
004120     END-IF
004130     ADD 1 TO WS-OUT-COUNT
004140     ADD CK-AMOUNT TO WS-OUT-TOTAL
004150     IF CK-ISSUE-DATE NOT < WS-CUTOFF-DATE
004160        GO TO 3100-CHECK-ONE-EXIT
004170     END-IF
004180     MOVE CK-CHECK-NO   TO RD-CHECK-NO
004190     MOVE CK-EMP-ID     TO RD-EMP-ID
004200     MOVE CK-PAYEE      TO RD-PAYEE
004210     MOVE CK-ISSUE-DATE TO RD-ISSUE-DATE
004220     MOVE CK-AMOUNT     TO RD-AMOUNT
004230     MOVE SPACES        TO RD-PAID-DATE
004240     MOVE ZERO          TO RD-PAID-AMT
004250     MOVE 'STALE - STILL OUTSTANDING' TO RD-REASON
004260     WRITE RPT-LINE FROM WS-RPT-DTL-LINE
004270     ADD 1 TO WS-STALE-COUNT
004280     ADD CK-AMOUNT TO WS-STALE-TOTAL
004290     IF RETURN-CODE < 4
004300        MOVE 4 TO RETURN-CODE
004310     END-IF
004320     .
004330 3100-CHECK-ONE-EXIT.
004340     EXIT.
004350
004360 8000-WRITE-SUMMARY.
004370     MOVE SPACES TO RPT-LINE
004380     WRITE RPT-LINE
004390     MOVE 'PAID ITEMS READ             ' TO RT-LABEL
004400     MOVE WS-PAID-COUNT TO RT-COUNT
004410     MOVE ZERO          TO RT-AMOUNT
004420     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
004430     MOVE 'CHECKS CLEARED              ' TO RT-LABEL
004440     MOVE WS-CLEAR-COUNT TO RT-COUNT
004450     MOVE WS-CLEAR-TOTAL TO RT-AMOUNT
004460     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
004470     MOVE 'PAID ITEM EXCEPTIONS        ' TO RT-LABEL
004480     MOVE WS-EXC-COUNT TO RT-COUNT
004490     MOVE WS-EXC-TOTAL TO RT-AMOUNT
004500     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
004510     MOVE 'STILL OUTSTANDING           ' TO RT-LABEL
004520     MOVE WS-OUT-COUNT TO RT-COUNT
004530     MOVE WS-OUT-TOTAL TO RT-AMOUNT
004540     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
004550     MOVE 'OUTSTANDING PAST STALE AGE  ' TO RT-LABEL
004560     MOVE WS-STALE-COUNT TO RT-COUNT
004570     MOVE WS-STALE-TOTAL TO RT-AMOUNT
004580     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
004590     DISPLAY 'CHKRECN - PAID ITEMS READ   : ' WS-PAID-COUNT
004600     DISPLAY 'CHKRECN - CHECKS CLEARED    : ' WS-CLEAR-COUNT
004610     DISPLAY 'CHKRECN - EXCEPTIONS        : ' WS-EXC-COUNT
004620     DISPLAY 'CHKRECN - STILL OUTSTANDING : ' WS-OUT-COUNT
004630     DISPLAY 'CHKRECN - PAST STALE AGE    : ' WS-STALE-COUNT
004640     .
004650 8000-WRITE-SUMMARY-EXIT.
004660     EXIT.
004670
004680 9000-ABEND-PARA.
004690*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
004700*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
004710     DISPLAY 'CHKRECN - OPEN/LOAD FAILED FOR: ' WS-ABEND-DDNAME
004720     DISPLAY 'CHKRECN - FILE STATUS WAS     : ' WS-ABEND-STATUS
004730     MOVE 16 TO RETURN-CODE
004740     STOP RUN
004750     .
004760 9000-ABEND-PARA-EXIT.
004770     EXIT.
004780
004790 9500-WRITE-AUDIT-RECORD.
004800*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
004810*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
004820*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
004830     OPEN EXTEND AUDTFILE
004840     IF NOT WS-AUDTFILE-OK
004850        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
004860        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
004870        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004880     END-IF
004890     ACCEPT WS-RUN-TIME FROM TIME
004900     MOVE 'CHKRECN' TO AUD-PGM-NAME
004910     MOVE WS-RUN-DATE-EDIT TO AUD-RUN-DATE
004920     STRING WS-RUN-HH DELIMITED SIZE
004930            ':'       DELIMITED SIZE
004940            WS-RUN-MN DELIMITED SIZE
004950            ':'       DELIMITED SIZE
004960            WS-RUN-SS DELIMITED SIZE
004970            INTO AUD-RUN-TIME
004980     MOVE WS-PAID-COUNT  TO AUD-REC-COUNT
004990     MOVE RETURN-CODE    TO AUD-RETURN-CODE
005000     WRITE AUD-REC
005010     CLOSE AUDTFILE
005020     .
005030 9500-WRITE-AUDIT-RECORD-EXIT.
005040     EXIT.
