000010******************************************************************
000020*        PROGRAM NAME            : PENDRPT                       *
000030*        DESCRIPTION             : LISTS EVERY CHANGE STILL      *
000040*                                  WAITING ON THE PENDING-CHANGE *
000050*                                  MASTER (PENDMSTR) FOR A       *
000060*                                  SECOND USER'S APPROVAL - WHO  *
000070*                                  ENTERED IT, WHEN, HOW MANY    *
000080*                                  DAYS IT HAS WAITED AND WHAT   *
000090*                                  IT WOULD DO - AND FLAGS EACH  *
000100*                                  ITEM OLDER THAN THE APPRCTL   *
000110*                                  AGE LIMIT.  BANK ACCOUNTS     *
000120*                                  SHOW ONLY THEIR LAST FOUR     *
000130*                                  DIGITS.                       *
000140*        CREDITS                 : DATA PROCESSING               *
000150******************************************************************
000160*        MODIFICATION HISTORY                                    *
000170*        ----------------------------------------------------   *
000180*        DATE       INIT  DESCRIPTION                            *
000190*        10/15/26   RWM   INITIAL VERSION - NOTHING SHOWED A     *
000200*                         CHANGE LEFT WAITING FOR APPROVAL.      *
000210******************************************************************
000220
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. PENDRPT.
000250 AUTHOR. R MEHTA.
000260 INSTALLATION. DATA PROCESSING.
000270 DATE-WRITTEN. 10/15/26.
000280 DATE-COMPILED.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PENDMSTR ASSIGN TO PENDMSTR
000340     ORGANIZATION IS INDEXED
000350     ACCESS MODE IS SEQUENTIAL
000360     RECORD KEY IS PD-KEY
000370     FILE STATUS IS WS-PENDMSTR-STATUS.
000380
000390     SELECT EMPMSTR  ASSIGN TO EMPMSTR
000400     ORGANIZATION IS INDEXED
000410     ACCESS MODE IS RANDOM
000420     RECORD KEY IS EM-EMP-ID
000430     FILE STATUS IS WS-EMPMSTR-STATUS.
000440
000450     SELECT APPRCTL  ASSIGN TO APPRCTL
000460     ORGANIZATION IS LINE SEQUENTIAL
000470     FILE STATUS IS WS-APPRCTL-STATUS.
000480
000490     SELECT RPTFILE  ASSIGN TO RPTDD
000500     ORGANIZATION IS LINE SEQUENTIAL
000510     FILE STATUS IS WS-RPTFILE-STATUS.
000520
000530     SELECT AUDTFILE ASSIGN TO AUDTDD
000540     ORGANIZATION IS LINE SEQUENTIAL
000550     FILE STATUS IS WS-AUDTFILE-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD PENDMSTR.
000600     COPY PENDREC.
000610
000620 FD EMPMSTR.
000630     COPY EMPMREC.
000640
000650*    THE SAME OPTIONAL CARD EMPMAINT READS: COLS 1-5 THE SALARY
000660*    HOLD PERCENT, COLS 7-9 THE AGE LIMIT IN DAYS.
000670 FD APPRCTL.
000680 01 AP-CTL-REC.
000690     05 FILLER            PIC X(06).
000700     05 AP-AGE-DAYS       PIC X(03).
000710     05 AP-AGE-DAYS-9 REDEFINES AP-AGE-DAYS PIC 9(03).
000720     05 FILLER            PIC X(71).
000730
000740 FD RPTFILE.
000750 01 RPT-LINE              PIC X(132).
000760
000770 FD AUDTFILE.
000780     COPY AUDITREC REPLACING ==:RECNAME:== BY ==AUD-REC==
000790                             ==:PFX:==     BY ==AUD==.
000800
000810 WORKING-STORAGE SECTION.
000820 01 WS-PENDMSTR-STATUS   PIC X(02) VALUE '00'.
000830 01 WS-EMPMSTR-STATUS    PIC X(02) VALUE '00'.
000840     88 WS-EMPMSTR-OK    VALUE '00'.
000850 01 WS-APPRCTL-STATUS    PIC X(02) VALUE '00'.
000860 01 WS-RPTFILE-STATUS    PIC X(02) VALUE '00'.
000870     88 WS-RPTFILE-OK    VALUE '00'.
000880 01 WS-PEND-EOF-SW       PIC X(01) VALUE 'N'.
000890     88 WS-PEND-EOF      VALUE 'Y'.
000900 01 WS-AGE-LIMIT         PIC 9(03) VALUE 5.
000910 01 WS-AGE-DAYS          PIC 9(04) VALUE ZEROES.
000920 01 WS-TODAY-YYYYMMDD    PIC X(08) VALUE SPACES.
000930 01 WS-READ-COUNT        PIC 9(07) VALUE ZEROES COMP.
000940 01 WS-PEND-SAL-COUNT    PIC 9(07) VALUE ZEROES COMP.
000950 01 WS-PEND-BANK-COUNT   PIC 9(07) VALUE ZEROES COMP.
000960 01 WS-AGED-COUNT        PIC 9(07) VALUE ZEROES COMP.
000970 01 WS-DECIDED-COUNT     PIC 9(07) VALUE ZEROES COMP.
000980 01 WS-ACCT-LEN          PIC 9(02) VALUE ZERO COMP.
000990 01 WS-ACCT-IN           PIC X(17) VALUE SPACES.
001000 01 WS-ACCT-OUT          PIC X(08) VALUE SPACES.
001010 01 WS-NEW-MASK          PIC X(08) VALUE SPACES.
001020 01 WS-OLD-MASK          PIC X(08) VALUE SPACES.
001030 01 WS-OLD-SAL-EDIT      PIC Z(06)9.99.
001040 01 WS-NEW-SAL-EDIT      PIC Z(06)9.99.
001050 01 WS-PCT-EDIT          PIC ZZ9.99.
001060
001070*    DAYS WAITING ARE COUNTED BY STEPPING BACK FROM TODAY ONE DAY
001080*    AT A TIME TO THE ENTRY DATE - THE SAME WALK AS CHKRECN'S
001090*    1200-BACK-ONE-DAY - AND STOP AT 999.
001100 01 WS-PER-DATE.
001110     05 WS-PER-YYYY      PIC 9(04).
001120     05 WS-PER-MM        PIC 9(02).
001130     05 WS-PER-DD        PIC 9(02).
001140 01 WS-MONTH-DAYS-DATA.
001150     05 FILLER PIC X(24) VALUE '312831303130313130313031'.
001160 01 FILLER REDEFINES WS-MONTH-DAYS-DATA.
001170     05 WS-MONTH-DAYS    PIC 9(02) OCCURS 12 TIMES.
001180 01 WS-LEAP-REM          PIC 9(04) VALUE ZEROES COMP.
001190 01 WS-LEAP-QUOT         PIC 9(04) VALUE ZEROES COMP.
001200
001210 01 WS-ABEND-DDNAME      PIC X(08) VALUE SPACES.
001220 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
001230 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
001240     88 WS-AUDTFILE-OK   VALUE '00'.
001250 01 WS-RUN-DATE.
001260     05 WS-RUN-YY        PIC 9(02).
001270     05 WS-RUN-MM        PIC 9(02).
001280     05 WS-RUN-DD        PIC 9(02).
001290 01 WS-RUN-TIME.
001300     05 WS-RUN-HH        PIC 9(02).
001310     05 WS-RUN-MN        PIC 9(02).
001320     05 WS-RUN-SS        PIC 9(02).
001330     05 FILLER           PIC 9(02).
001340 01 WS-RUN-DATE-EDIT     PIC X(08).
001350
001360 01 WS-HDR-LINE.
001370     05 FILLER            PIC X(34)
001380            VALUE 'CHANGES PENDING APPROVAL   LIMIT: '.
001390     05 HDR-LIMIT         PIC ZZ9.
001400     05 FILLER            PIC X(13) VALUE ' DAYS  DATE: '.
001410     05 HDR-DATE          PIC X(08).
001420     05 FILLER            PIC X(74) VALUE SPACES.
001430
001440 01 WS-COL-LINE.
001450     05 FILLER            PIC X(40)
001460            VALUE 'EMP ID EMPLOYEE NAME      CHANGE     MAK'.
001470     05 FILLER            PIC X(40)
001480            VALUE 'ER    ENTERED  DAYS DETAIL              '.
001490     05 FILLER            PIC X(40) VALUE SPACES.
001500     05 FILLER            PIC X(12) VALUE ' FLAG       '.
001510
001520 01 WS-DET-LINE.
001530     05 DL-EMP-ID         PIC 9(06).
001540     05 FILLER            PIC X(01) VALUE SPACE.
001550     05 DL-EMP-NAME       PIC X(18).
001560     05 FILLER            PIC X(01) VALUE SPACE.
001570     05 DL-KIND           PIC X(10).
001580     05 FILLER            PIC X(01) VALUE SPACE.
001590     05 DL-MAKER          PIC X(08).
001600     05 FILLER            PIC X(01) VALUE SPACE.
001610     05 DL-ENTERED        PIC X(08).
001620     05 FILLER            PIC X(01) VALUE SPACE.
001630     05 DL-DAYS           PIC ZZZ9.
001640     05 FILLER            PIC X(01) VALUE SPACE.
001650     05 DL-DETAIL         PIC X(60).
001660     05 FILLER            PIC X(01) VALUE SPACE.
001670     05 DL-FLAG           PIC X(10).
001680     05 FILLER            PIC X(01) VALUE SPACE.
001690
001700 01 WS-TOT-LINE.
001710     05 TL-LABEL          PIC X(30).
001720     05 TL-COUNT          PIC ZZZZZZ9.
001730     05 FILLER            PIC X(95) VALUE SPACES.
001740
001750 PROCEDURE DIVISION.
001760 0000-MAINLINE.
001770     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001780     PERFORM 2000-READ-PEND THRU 2000-READ-PEND-EXIT
001790             UNTIL WS-PEND-EOF
001800     PERFORM 8000-WRITE-TOTALS THRU 8000-WRITE-TOTALS-EXIT
001810     CLOSE PENDMSTR
001820           EMPMSTR
001830           RPTFILE
001840*    AN ITEM PAST THE AGE LIMIT IS AN AUDIT FINDING - SAY SO IN
001850*    THE RETURN CODE AS WELL AS ON THE REPORT.
001860     IF WS-AGED-COUNT > ZERO
001870        MOVE 4 TO RETURN-CODE
001880     END-IF
001890     PERFORM 9500-WRITE-AUDIT-RECORD
001900             THRU 9500-WRITE-AUDIT-RECORD-EXIT
001910     DISPLAY 'PENDRPT - ROWS READ          : ' WS-READ-COUNT
001920     DISPLAY 'PENDRPT - SALARY PENDING     : ' WS-PEND-SAL-COUNT
001930     DISPLAY 'PENDRPT - BANK PENDING       : ' WS-PEND-BANK-COUNT
001940     DISPLAY 'PENDRPT - PAST AGE LIMIT     : ' WS-AGED-COUNT
001950     DISPLAY 'PENDRPT - ALREADY DECIDED    : ' WS-DECIDED-COUNT
001960     STOP RUN
001970     .
001980
001990 1000-INITIALIZE.
002000*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
002010*    OPEN - NOTHING HAS BEEN HELD YET AND THE REPORT IS EMPTY.
002020     OPEN I-O PENDMSTR
002030     IF WS-PENDMSTR-STATUS NOT = '00' AND
002040        WS-PENDMSTR-STATUS NOT = '05'
002050        MOVE 'PENDMSTR' TO WS-ABEND-DDNAME
002060        MOVE WS-PENDMSTR-STATUS TO WS-ABEND-STATUS
002070        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002080     END-IF
002090     OPEN INPUT EMPMSTR
002100     IF NOT WS-EMPMSTR-OK
002110        MOVE 'EMPMSTR' TO WS-ABEND-DDNAME
002120        MOVE WS-EMPMSTR-STATUS TO WS-ABEND-STATUS
002130        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002140     END-IF
002150     OPEN OUTPUT RPTFILE
002160     IF NOT WS-RPTFILE-OK
002170        MOVE 'RPTDD' TO WS-ABEND-DDNAME
002180        MOVE WS-RPTFILE-STATUS TO WS-ABEND-STATUS
002190        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002200     END-IF
002210*    APPRCTL IS OPTIONAL - A BLANK OR NON-NUMERIC AGE KEEPS THE
002220*    DEFAULT.
002230     OPEN INPUT APPRCTL
002240     IF WS-APPRCTL-STATUS = '00'
002250        READ APPRCTL
002260            AT END CONTINUE
002270            NOT AT END
002280                IF AP-AGE-DAYS IS NUMERIC
002290                   MOVE AP-AGE-DAYS-9 TO WS-AGE-LIMIT
002300                END-IF
002310        END-READ
002320        CLOSE APPRCTL
002330     END-IF
002340     ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
002350     ACCEPT WS-RUN-DATE FROM DATE
002360     STRING WS-RUN-MM DELIMITED SIZE
002370            '/'       DELIMITED SIZE
002380            WS-RUN-DD DELIMITED SIZE
002390            '/'       DELIMITED SIZE
002400            WS-RUN-YY DELIMITED SIZE
002410            INTO WS-RUN-DATE-EDIT
002420     MOVE WS-AGE-LIMIT     TO HDR-LIMIT
002430     MOVE WS-RUN-DATE-EDIT TO HDR-DATE
002440     WRITE RPT-LINE FROM WS-HDR-LINE
002450     MOVE SPACES TO RPT-LINE
002460     WRITE RPT-LINE
002470     WRITE RPT-LINE FROM WS-COL-LINE
002480     .
002490 1000-INITIALIZE-EXIT.
002500     EXIT.
002510
002520 1200-BACK-ONE-DAY.
002530     IF WS-PER-DD > 1
002540        SUBTRACT 1 FROM WS-PER-DD
002550        GO TO 1200-BACK-ONE-DAY-EXIT
002560     END-IF
002570     IF WS-PER-MM > 1
002580        SUBTRACT 1 FROM WS-PER-MM
002590     ELSE
002600        MOVE 12 TO WS-PER-MM
002610        SUBTRACT 1 FROM WS-PER-YYYY
002620     END-IF
002630     MOVE WS-MONTH-DAYS(WS-PER-MM) TO WS-PER-DD
002640     IF WS-PER-MM = 02
002650        DIVIDE WS-PER-YYYY BY 4
002660               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
002670        IF WS-LEAP-REM = ZERO
002680           MOVE 29 TO WS-PER-DD
002690        END-IF
002700     END-IF
002710     ADD 1 TO WS-AGE-DAYS
002720     .
002730 1200-BACK-ONE-DAY-EXIT.
002740     EXIT.
002750
002760 2000-READ-PEND.
002770     READ PENDMSTR NEXT RECORD
002780         AT END SET WS-PEND-EOF TO TRUE
002790         NOT AT END
002800             ADD 1 TO WS-READ-COUNT
002810             PERFORM 2100-REPORT-ONE THRU 2100-REPORT-ONE-EXIT
002820     END-READ
002830     .
002840 2000-READ-PEND-EXIT.
002850     EXIT.
002860
002870 2100-REPORT-ONE.
002880*    APPROVED AND REJECTED ROWS STAY ON THE MASTER UNTIL A LATER
002890*    CHANGE REPLACES THEM - THEY ARE COUNTED, NOT LISTED.
002900     IF NOT PD-PENDING
002910        ADD 1 TO WS-DECIDED-COUNT
002920        GO TO 2100-REPORT-ONE-EXIT
002930     END-IF
002940     MOVE SPACES           TO WS-DET-LINE
002950     MOVE PD-EMP-ID        TO DL-EMP-ID
002960     MOVE PD-MAKER-ID      TO DL-MAKER
002970     MOVE PD-ENTERED-DATE  TO DL-ENTERED
002980     MOVE PD-EMP-ID        TO EM-EMP-ID
002990     READ EMPMSTR
003000         INVALID KEY
003010             MOVE '** NOT ON MASTER **' TO DL-EMP-NAME
003020         NOT INVALID KEY
003030             MOVE EM-EMP-NAME TO DL-EMP-NAME
003040     END-READ
003050     MOVE ZERO TO WS-AGE-DAYS
003060     IF PD-ENTERED-DATE IS NUMERIC
003070        MOVE WS-TODAY-YYYYMMDD TO WS-PER-DATE
003080        PERFORM 1200-BACK-ONE-DAY THRU 1200-BACK-ONE-DAY-EXIT
003090                UNTIL WS-PER-DATE NOT > PD-ENTERED-DATE
003100                   OR WS-AGE-DAYS NOT < 999
003110     ELSE
003120        MOVE 999 TO WS-AGE-DAYS
003130     END-IF
003140     MOVE WS-AGE-DAYS TO DL-DAYS
003150     IF PD-SALARY-CHG
003160        ADD 1 TO WS-PEND-SAL-COUNT
003170        MOVE 'SALARY'      TO DL-KIND
003180        MOVE PD-OLD-SALARY TO WS-OLD-SAL-EDIT
003190        MOVE PD-NEW-SALARY TO WS-NEW-SAL-EDIT
003200        MOVE PD-PCT-CHANGE TO WS-PCT-EDIT
003210        STRING 'FROM ' WS-OLD-SAL-EDIT ' TO ' WS-NEW-SAL-EDIT
003220               ' (' WS-PCT-EDIT '%)'
003230               DELIMITED SIZE INTO DL-DETAIL
003240     ELSE
003250        ADD 1 TO WS-PEND-BANK-COUNT
003260        MOVE PD-NEW-ACCOUNT TO WS-ACCT-IN
003270        PERFORM 2400-MASK-ACCOUNT THRU 2400-MASK-ACCOUNT-EXIT
003280        MOVE WS-ACCT-OUT    TO WS-NEW-MASK
003290        IF PD-BANK-ADD
003300           MOVE 'BANK ADD'  TO DL-KIND
003310           STRING 'RTE ' PD-NEW-ROUTING ' ACCT ' WS-NEW-MASK
003320                  DELIMITED SIZE INTO DL-DETAIL
003330        ELSE
003340           MOVE 'BANK CHG'  TO DL-KIND
003350           MOVE PD-OLD-ACCOUNT TO WS-ACCT-IN
003360           PERFORM 2400-MASK-ACCOUNT THRU 2400-MASK-ACCOUNT-EXIT
003370           MOVE WS-ACCT-OUT TO WS-OLD-MASK
003380           STRING 'RTE ' PD-NEW-ROUTING ' ACCT ' WS-NEW-MASK
003390                  ' (WAS ' PD-OLD-ROUTING ' ' WS-OLD-MASK ')'
003400                  DELIMITED SIZE INTO DL-DETAIL
003410        END-IF
003420     END-IF
003430     IF WS-AGE-DAYS > WS-AGE-LIMIT
003440        MOVE '*PAST AGE*' TO DL-FLAG
003450        ADD 1 TO WS-AGED-COUNT
003460     END-IF
003470     WRITE RPT-LINE FROM WS-DET-LINE
003480     .
003490 2100-REPORT-ONE-EXIT.
003500     EXIT.
003510
003520 2400-MASK-ACCOUNT.
003530*    ONLY THE LAST FOUR DIGITS OF AN ACCOUNT EVER PRINT.  ACCOUNT
003540*    NUMBERS ARE LEFT-JUSTIFIED WITH NO EMBEDDED BLANKS.
003550     MOVE '****'  TO WS-ACCT-OUT
003560     MOVE ZERO    TO WS-ACCT-LEN
003570     INSPECT WS-ACCT-IN TALLYING WS-ACCT-LEN
003580             FOR CHARACTERS BEFORE INITIAL SPACE
003590     IF WS-ACCT-LEN NOT < 4
003600        MOVE WS-ACCT-IN(WS-ACCT-LEN - 3:4) TO WS-ACCT-OUT(5:4)
003610     END-IF
003620     .
003630 2400-MASK-ACCOUNT-EXIT.
003640     EXIT.
003650
003660 8000-WRITE-TOTALS.
003670     MOVE SPACES TO RPT-LINE
003680     WRITE RPT-LINE
003690     MOVE 'SALARY CHANGES PENDING' TO TL-LABEL
003700     MOVE WS-PEND-SAL-COUNT TO TL-COUNT
003710     WRITE RPT-LINE FROM WS-TOT-LINE
003720     MOVE 'BANK CHANGES PENDING'   TO TL-LABEL
003730     MOVE WS-PEND-BANK-COUNT TO TL-COUNT
003740     WRITE RPT-LINE FROM WS-TOT-LINE
003750     MOVE 'PAST AGE LIMIT'         TO TL-LABEL
003760     MOVE WS-AGED-COUNT TO TL-COUNT
003770     WRITE RPT-LINE FROM WS-TOT-LINE
003780     .
003790 8000-WRITE-TOTALS-EXIT.
003800     EXIT.
003810
003820 9000-ABEND-PARA.
003830*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
003840*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
003850     DISPLAY 'PENDRPT - OPEN FAILED FOR: ' WS-ABEND-DDNAME
003860     DISPLAY 'PENDRPT - FILE STATUS WAS : ' WS-ABEND-STATUS
003870     MOVE 16 TO RETURN-CODE
003880     STOP RUN
003890     .
003900 9000-ABEND-PARA-EXIT.
003910     EXIT.
003920
003930 9500-WRITE-AUDIT-RECORD.
003940*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
003950*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
003960*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
003970     OPEN EXTEND AUDTFILE
003980     IF NOT WS-AUDTFILE-OK
003990        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
004000        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
004010        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004020     END-IF
004030     ACCEPT WS-RUN-TIME FROM TIME
004040     MOVE 'PENDRPT' TO AUD-PGM-NAME
004050     MOVE WS-RUN-DATE-EDIT TO AUD-RUN-DATE
004060     STRING WS-RUN-HH DELIMITED SIZE
004070            ':'       DELIMITED SIZE
004080            WS-RUN-MN DELIMITED SIZE
004090            ':'       DELIMITED SIZE
004100            WS-RUN-SS DELIMITED SIZE
004110            INTO AUD-RUN-TIME
004120     MOVE WS-READ-COUNT  TO AUD-REC-COUNT
004130     MOVE RETURN-CODE    TO AUD-RETURN-CODE
004140     WRITE AUD-REC
004150     CLOSE AUDTFILE
004160     .
004170 9500-WRITE-AUDIT-RECORD-EXIT.
004180     EXIT.
