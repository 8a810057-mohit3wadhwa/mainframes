000010******************************************************************
000020*        PROGRAM NAME            : LINRPT                        *
000030*        DESCRIPTION             : DATA SET LINEAGE REPORT OVER  *
000040*                                  THE LINEAGE MASTER (LINMSTR)  *
000050*                                  THAT RUNCTRL FILES FROM EACH  *
000060*                                  STEP'S LINCTL CARDS.  WITH NO *
000070*                                  DATA SET ON THE IMPCTL CARD   *
000080*                                  IT LISTS THE MANIFEST FOR ONE *
000090*                                  BUSINESS DATE - EVERY STEP IN *
000100*                                  THE ORDER IT WAS RECORDED,    *
000110*                                  WITH THE DATA SETS IT READ,   *
000120*                                  WROTE AND UPDATED, THEIR      *
000130*                                  GENERATIONS AND RECORD        *
000140*                                  COUNTS.  GIVEN A DATA SET AND *
000150*                                  THE BUSINESS DATE ITS BAD     *
000160*                                  GENERATION WAS WRITTEN UNDER, *
000170*                                  IT WALKS FORWARD FROM THAT    *
000180*                                  GENERATION AND LISTS EVERY    *
000190*                                  LATER STEP THAT READ IT, OR   *
000200*                                  READ ANYTHING BUILT FROM IT,  *
000210*                                  WITH THE OUTPUTS EACH ONE     *
000220*                                  WROTE, AND WRITES A RUNCTRL   *
000230*                                  RESET CARD FOR EACH AFFECTED  *
000240*                                  STEP THAT RUNS UNDER RUN      *
000250*                                  CONTROL.  A DATA SET NO       *
000260*                                  RECORDED STEP WRITES (AN      *
000270*                                  INCOMING FEED, A TABLE KEPT   *
000280*                                  BY HAND) IS TAKEN AS BAD      *
000290*                                  WHEREVER IT WAS READ ON THAT  *
000300*                                  DATE, OR THROUGH THE CARD'S   *
000310*                                  THROUGH DATE.                 *
000320*        CREDITS                 : DATA PROCESSING               *
000330******************************************************************
000340*        MODIFICATION HISTORY                                    *
000350*        ----------------------------------------------------   *
000360*        DATE       INIT  DESCRIPTION                            *
000370*        10/15/26   RWM   INITIAL VERSION - DECIDING WHAT TO     *
000380*                         RERUN AFTER A BAD GENERATION TOOK      *
000390*                         OPERATIONS HOURS OF READING JOB LOGS.  *
000400******************************************************************
000410
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. LINRPT.
000440 AUTHOR. R MEHTA.
000450 INSTALLATION. DATA PROCESSING.
000460 DATE-WRITTEN. 10/15/26.
000470 DATE-COMPILED.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT IMPCTL   ASSIGN TO IMPCTL
000530     ORGANIZATION IS LINE SEQUENTIAL
000540     FILE STATUS IS WS-IMPCTL-STATUS.
000550
000560     SELECT LINMSTR  ASSIGN TO LINMSTR
000570     ORGANIZATION IS INDEXED
000580     ACCESS MODE IS DYNAMIC
000590     RECORD KEY IS LN-KEY
000600     FILE STATUS IS WS-LINMSTR-STATUS.
000610
000620     SELECT RUNMSTR  ASSIGN TO RUNMSTR
000630     ORGANIZATION IS INDEXED
000640     ACCESS MODE IS RANDOM
000650     RECORD KEY IS RC-KEY
000660     FILE STATUS IS WS-RUNMSTR-STATUS.
000670
000680     SELECT RPTFILE  ASSIGN TO RPTDD
000690     ORGANIZATION IS LINE SEQUENTIAL
000700     FILE STATUS IS WS-RPTFILE-STATUS.
000710
000720     SELECT RSTFILE  ASSIGN TO RSTDD
000730     ORGANIZATION IS LINE SEQUENTIAL
000740     FILE STATUS IS WS-RSTFILE-STATUS.
000750
000760     SELECT AUDTFILE ASSIGN TO AUDTDD
000770     ORGANIZATION IS LINE SEQUENTIAL
000780     FILE STATUS IS WS-AUDTFILE-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820*    COLS 1-44 ARE THE SUSPECT DATA SET (BLANK FOR A MANIFEST
000830*    LISTING), 46-53 THE BUSINESS DATE ITS BAD GENERATION WAS
000840*    WRITTEN UNDER (BLANK FOR TODAY), 55-62 THE JOB THAT WROTE IT
000850*    WHEN MORE THAN ONE JOB WRITES THE DATA SET, AND 64-71 THE
000860*    LAST BUSINESS DATE A DATA SET NO STEP WRITES WAS READ BAD.
000870 FD IMPCTL.
000880 01 IC-CARD-REC.
000890     05 IC-DSN            PIC X(44).
000900     05 FILLER            PIC X(01).
000910     05 IC-BUS-DATE       PIC X(08).
000920     05 FILLER            PIC X(01).
000930     05 IC-JOB-NAME       PIC X(08).
000940     05 FILLER            PIC X(01).
000950     05 IC-THRU-DATE      PIC X(08).
000960     05 FILLER            PIC X(09).
000970
000980 FD LINMSTR.
000990     COPY LINREC.
001000
001010 FD RUNMSTR.
001020     COPY RUNCREC.
001030
001040 FD RPTFILE.
001050 01 RPT-LINE              PIC X(132).
001060
001070*    ONE RUNCTRL RESET CARD PER AFFECTED STEP, READY TO FEED
001080*    THE RUNCTL DD OF A RESET RUN.
001090 FD RSTFILE.
001100 01 RS-CARD-REC.
001110     05 RS-MODE           PIC X(05).
001120     05 FILLER            PIC X(01).
001130     05 RS-STEP-NAME      PIC X(08).
001140     05 FILLER            PIC X(01).
001150     05 RS-BUS-DATE       PIC X(08).
001160     05 FILLER            PIC X(01).
001170     05 RS-NOTE           PIC X(20).
001180     05 FILLER            PIC X(36).
001190
001200 FD AUDTFILE.
001210     COPY AUDITREC REPLACING ==:RECNAME:== BY ==AUD-REC==
001220                             ==:PFX:==     BY ==AUD==.
001230
001240 WORKING-STORAGE SECTION.
001250 01 WS-IMPCTL-STATUS     PIC X(02) VALUE '00'.
001260 01 WS-LINMSTR-STATUS    PIC X(02) VALUE '00'.
001270     88 WS-LINMSTR-OK    VALUE '00'.
001280 01 WS-RUNMSTR-STATUS    PIC X(02) VALUE '00'.
001290     88 WS-RUNMSTR-OK    VALUE '00'.
001300 01 WS-RPTFILE-STATUS    PIC X(02) VALUE '00'.
001310     88 WS-RPTFILE-OK    VALUE '00'.
001320 01 WS-RSTFILE-STATUS    PIC X(02) VALUE '00'.
001330     88 WS-RSTFILE-OK    VALUE '00'.
001340 01 WS-EOF-STA           PIC X VALUE 'N'.
001350     88 WS-EOF           VALUE 'Y'.
001360 01 WS-MODE-SW           PIC X(01) VALUE 'M'.
001370     88 WS-MANIFEST      VALUE 'M'.
001380     88 WS-IMPACT        VALUE 'I'.
001390 01 WS-ROOT-SW           PIC X(01) VALUE 'N'.
001400     88 WS-ROOT-WRITER   VALUE 'W'.
001410     88 WS-ROOT-EXTERNAL VALUE 'E'.
001420     88 WS-ROOT-NONE     VALUE 'N'.
001430 01 WS-HIT-SW            PIC X(01) VALUE 'N'.
001440     88 WS-STEP-HIT      VALUE 'Y'.
001450 01 WS-GROUP-END-SW      PIC X(01) VALUE 'N'.
001460     88 WS-GROUP-END     VALUE 'Y'.
001470 01 WS-FOUND-SW          PIC X(01) VALUE 'N'.
001480     88 WS-WRITE-FOUND   VALUE 'Y'.
001490 01 WS-SAME-RUN-SW       PIC X(01) VALUE 'N'.
001500     88 WS-SAME-RUN-ONLY VALUE 'Y'.
001510     88 WS-SKIP-SAME-RUN VALUE 'S'.
001520     88 WS-ANY-RUN       VALUE 'N'.
001530
001540 01 WS-BUS-DATE          PIC X(08) VALUE SPACES.
001550 01 WS-THRU-DATE         PIC X(08) VALUE SPACES.
001560 01 WS-ROOT-DSN          PIC X(44) VALUE SPACES.
001570 01 WS-ROOT-JOB          PIC X(08) VALUE SPACES.
001580 01 WS-RC-TEXT           PIC X(10) VALUE SPACES.
001590
001600 01 WS-READ-COUNT        PIC 9(07) VALUE ZEROES COMP.
001610 01 WS-GROUP-COUNT       PIC 9(05) VALUE ZEROES COMP.
001620 01 WS-HIT-COUNT         PIC 9(05) VALUE ZEROES COMP.
001630 01 WS-RESET-COUNT       PIC 9(05) VALUE ZEROES COMP.
001640 01 WS-MANUAL-COUNT      PIC 9(05) VALUE ZEROES COMP.
001650
001660*    ROW SUBSCRIPTS - GROUP START AND END, THE ROW BEING JUDGED,
001670*    THE BACKWARD SCAN FOR ITS WRITER AND THE WRITER IT FOUND.
001680 01 WS-GX                PIC S9(05) COMP VALUE ZERO.
001690 01 WS-GE                PIC S9(05) COMP VALUE ZERO.
001700 01 WS-RX                PIC S9(05) COMP VALUE ZERO.
001710 01 WS-SX                PIC S9(05) COMP VALUE ZERO.
001720 01 WS-EX                PIC S9(05) COMP VALUE ZERO.
001730 01 WS-WX                PIC S9(05) COMP VALUE ZERO.
001740 01 WS-ROOT-RX           PIC S9(05) COMP VALUE ZERO.
001750 01 WS-SCAN-FROM         PIC S9(05) COMP VALUE ZERO.
001760 01 WS-WANT              PIC S9(05) COMP VALUE ZERO.
001770 01 WS-SEEN              PIC S9(05) COMP VALUE ZERO.
001780
001790*    A RELATIVE GENERATION AS THE STEP CODED IT - (+1), (0),
001800*    (-1) - TAKEN APART BY POSITION.
001810 01 WS-GEN-WORK.
001820     05 FILLER            PIC X(01).
001830     05 WS-GEN-SIGN       PIC X(01).
001840     05 WS-GEN-SIGN-N REDEFINES WS-GEN-SIGN
001850                          PIC 9(01).
001860     05 WS-GEN-DIGIT      PIC X(01).
001870     05 WS-GEN-DIGIT-N REDEFINES WS-GEN-DIGIT
001880                          PIC 9(01).
001890     05 FILLER            PIC X(02).
001900 01 WS-GEN-N             PIC S9(05) COMP VALUE ZERO.
001910
001920 01 WS-LIN-MAX           PIC 9(05) COMP VALUE 5000.
001930 01 WS-LIN-CNT           PIC 9(05) COMP VALUE ZERO.
001940 01 WS-LIN-TABLE.
001950     05 WS-LIN-ENT OCCURS 1 TO 5000 TIMES
001960                   DEPENDING ON WS-LIN-CNT.
001970         10 WS-LE-STAMP       PIC X(14).
001980         10 WS-LE-GRP.
001990             15 WS-LE-BUS-DATE PIC X(08).
002000             15 WS-LE-JOB     PIC X(08).
002010             15 WS-LE-STEP    PIC X(08).
002020         10 WS-LE-SEQ         PIC 9(02).
002030         10 WS-LE-IO          PIC X(01).
002040             88 WS-LE-READ    VALUE 'R'.
002050             88 WS-LE-WRITTEN VALUE 'W'.
002060             88 WS-LE-INPUT   VALUE 'R' 'U'.
002070             88 WS-LE-OUTPUT  VALUE 'W' 'U'.
002080         10 WS-LE-DSN         PIC X(44).
002090         10 WS-LE-GEN         PIC X(05).
002100         10 WS-LE-COUNT-SW    PIC X(01).
002110             88 WS-LE-COUNTED VALUE 'Y'.
002120         10 WS-LE-COUNT       PIC 9(09).
002130         10 WS-LE-BRACKET-SW  PIC X(01).
002140             88 WS-LE-RUNCTRL VALUE 'Y'.
002150         10 WS-LE-TAINT-SW    PIC X(01).
002160             88 WS-LE-TAINTED VALUE 'Y'.
002170         10 WS-LE-CAUSE-SW    PIC X(01).
002180             88 WS-LE-CAUSE   VALUE 'Y'.
002190
002200 01 WS-ABEND-DDNAME      PIC X(08) VALUE SPACES.
002210 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
002220 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
002230     88 WS-AUDTFILE-OK   VALUE '00'.
002240 01 WS-RUN-DATE.
002250     05 WS-RUN-YY        PIC 9(02).
002260     05 WS-RUN-MM        PIC 9(02).
002270     05 WS-RUN-DD        PIC 9(02).
002280 01 WS-RUN-TIME.
002290     05 WS-RUN-HH        PIC 9(02).
002300     05 WS-RUN-MN        PIC 9(02).
002310     05 WS-RUN-SS        PIC 9(02).
002320     05 FILLER           PIC 9(02).
002330 01 WS-RUN-DATE-EDIT     PIC X(08).
002340
002350 01 WS-HDR-LINE.
002360     05 FILLER            PIC X(40)
002370            VALUE 'DATA SET LINEAGE REPORT                 '.
002380     05 FILLER            PIC X(06) VALUE 'DATE: '.
002390     05 HDR-DATE          PIC X(08).
002400     05 FILLER            PIC X(78) VALUE SPACES.
002410
002420 01 WS-TTL-LINE         PIC X(132) VALUE SPACES.
002430
002440 01 WS-GRP-LINE.
002450     05 GRP-TAG           PIC X(26).
002460     05 FILLER            PIC X(09) VALUE 'BUS DATE '.
002470     05 GRP-BUS-DATE      PIC X(08).
002480     05 FILLER            PIC X(06) VALUE '  JOB '.
002490     05 GRP-JOB           PIC X(08).
002500     05 FILLER            PIC X(07) VALUE '  STEP '.
002510     05 GRP-STEP          PIC X(08).
002520     05 FILLER            PIC X(11) VALUE '  RECORDED '.
002530     05 GRP-REC-DATE      PIC X(08).
002540     05 FILLER            PIC X(01) VALUE SPACE.
002550     05 GRP-REC-TIME      PIC X(06).
002560     05 FILLER            PIC X(34) VALUE SPACES.
002570
002580 01 WS-ROW-LINE.
002590     05 FILLER            PIC X(04) VALUE SPACES.
002600     05 ROW-TAG           PIC X(08).
002610     05 ROW-DSN           PIC X(44).
002620     05 FILLER            PIC X(01) VALUE SPACE.
002630     05 ROW-GEN           PIC X(05).
002640     05 FILLER            PIC X(10) VALUE '  RECORDS '.
002650     05 ROW-COUNT         PIC ZZZ,ZZZ,ZZ9.
002660     05 ROW-COUNT-X REDEFINES ROW-COUNT
002670                          PIC X(11).
002680     05 FILLER            PIC X(02) VALUE SPACES.
002690     05 ROW-FLAG          PIC X(20).
002700     05 FILLER            PIC X(27) VALUE SPACES.
002710
002720 01 WS-ACT-LINE.
002730     05 FILLER            PIC X(04) VALUE SPACES.
002740     05 ACT-TEXT          PIC X(128).
002750
002760 01 WS-TOT-LINE.
002770     05 TOT-TEXT          PIC X(30).
002780     05 TOT-COUNT         PIC ZZ,ZZ9.
002790     05 FILLER            PIC X(96) VALUE SPACES.
002800
002810 PROCEDURE DIVISION.
002820 0000-MAINLINE.
002830     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002840     PERFORM 2000-LOAD-ROWS THRU 2000-LOAD-ROWS-EXIT
002850*    THE RECORDED STAMP PUTS THE STEPS IN THE ORDER THEY LAST
002860*    RAN, WHICH IS THE ORDER THEIR GENERATIONS WERE CATALOGED -
002870*    A STEP RERUN AFTER A LATER ONE FILES AFTER IT.
002880     IF WS-LIN-CNT > ZERO
002890        SORT WS-LIN-ENT ON ASCENDING KEY WS-LE-STAMP
002900                        ON ASCENDING KEY WS-LE-BUS-DATE
002910                        ON ASCENDING KEY WS-LE-JOB
002920                        ON ASCENDING KEY WS-LE-STEP
002930                        ON ASCENDING KEY WS-LE-SEQ
002940     END-IF
002950     IF WS-MANIFEST
002960        PERFORM 3000-LIST-MANIFEST THRU 3000-LIST-MANIFEST-EXIT
002970     ELSE
002980        PERFORM 4000-WALK-IMPACT THRU 4000-WALK-IMPACT-EXIT
002990     END-IF
003000     PERFORM 8000-WRITE-TOTALS THRU 8000-WRITE-TOTALS-EXIT
003010     CLOSE LINMSTR
003020           RUNMSTR
003030           RPTFILE
003040           RSTFILE
003050     PERFORM 9500-WRITE-AUDIT-RECORD
003060             THRU 9500-WRITE-AUDIT-RECORD-EXIT
003070     DISPLAY 'LINRPT - ROWS READ      : ' WS-READ-COUNT
003080     DISPLAY 'LINRPT - STEPS LISTED   : ' WS-GROUP-COUNT
003090     DISPLAY 'LINRPT - STEPS IMPACTED : ' WS-HIT-COUNT
003100     DISPLAY 'LINRPT - RESET CARDS    : ' WS-RESET-COUNT
003110     DISPLAY 'LINRPT - RERUN BY HAND  : ' WS-MANUAL-COUNT
003120     STOP RUN
003130     .
003140
003150 1000-INITIALIZE.
003160     ACCEPT WS-RUN-DATE FROM DATE
003170     STRING WS-RUN-MM DELIMITED SIZE
003180            '/'       DELIMITED SIZE
003190            WS-RUN-DD DELIMITED SIZE
003200            '/'       DELIMITED SIZE
003210            WS-RUN-YY DELIMITED SIZE
003220            INTO WS-RUN-DATE-EDIT
003230*    THE IMPCTL CARD IS REQUIRED - A REPORT OF THE WRONG DATE
003240*    OR THE WRONG DATA SET IS WORSE THAN NO REPORT.
003250     OPEN INPUT IMPCTL
003260     IF WS-IMPCTL-STATUS NOT = '00'
003270        MOVE 'IMPCTL' TO WS-ABEND-DDNAME
003280        MOVE WS-IMPCTL-STATUS TO WS-ABEND-STATUS
003290        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003300     END-IF
003310     READ IMPCTL
003320         AT END
003330             DISPLAY 'LINRPT - IMPCTL CARD IS MISSING'
003340             MOVE 'IMPCTL' TO WS-ABEND-DDNAME
003350             MOVE WS-IMPCTL-STATUS TO WS-ABEND-STATUS
003360             PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003370     END-READ
003380     CLOSE IMPCTL
003390     IF IC-BUS-DATE = SPACES
003400        ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
003410     ELSE
003420        MOVE IC-BUS-DATE TO WS-BUS-DATE
003430     END-IF
003440     IF IC-THRU-DATE = SPACES
003450        MOVE WS-BUS-DATE TO WS-THRU-DATE
003460     ELSE
003470        MOVE IC-THRU-DATE TO WS-THRU-DATE
003480     END-IF
003490     IF WS-BUS-DATE NOT NUMERIC OR WS-THRU-DATE NOT NUMERIC OR
003500        WS-THRU-DATE < WS-BUS-DATE
003510        DISPLAY 'LINRPT - BAD DATES ON IMPCTL: ' WS-BUS-DATE
003520                ' - ' WS-THRU-DATE
003530        MOVE 'IMPCTL' TO WS-ABEND-DDNAME
003540        MOVE '  ' TO WS-ABEND-STATUS
003550        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003560     END-IF
003570     MOVE IC-JOB-NAME TO WS-ROOT-JOB
003580     IF IC-DSN NOT = SPACES
003590        SET WS-IMPACT TO TRUE
003600        MOVE IC-DSN TO WS-ROOT-DSN
003610     END-IF
003620     OPEN INPUT LINMSTR
003630     IF NOT WS-LINMSTR-OK
003640        MOVE 'LINMSTR' TO WS-ABEND-DDNAME
003650        MOVE WS-LINMSTR-STATUS TO WS-ABEND-STATUS
003660        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003670     END-IF
003680     OPEN INPUT RUNMSTR
003690     IF NOT WS-RUNMSTR-OK
003700        MOVE 'RUNMSTR' TO WS-ABEND-DDNAME
003710        MOVE WS-RUNMSTR-STATUS TO WS-ABEND-STATUS
003720        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003730     END-IF
003740     OPEN OUTPUT RPTFILE
003750     IF NOT WS-RPTFILE-OK
003760        MOVE 'RPTDD' TO WS-ABEND-DDNAME
003770        MOVE WS-RPTFILE-STATUS TO WS-ABEND-STATUS
003780        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003790     END-IF
003800*    A MANIFEST RUN LEAVES THE RESET DECK EMPTY.  A RESET RUN FED
003810*    FROM IT BY MISTAKE FINDS NO RUNCTL CARD AND RUNCTRL STOPS
003820*    RC 16 'CONTROL CARD MISSING' BEFORE RESETTING ANYTHING.
003830     OPEN OUTPUT RSTFILE
003840     IF NOT WS-RSTFILE-OK
003850        MOVE 'RSTDD' TO WS-ABEND-DDNAME
003860        MOVE WS-RSTFILE-STATUS TO WS-ABEND-STATUS
003870        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003880     END-IF
003890     MOVE WS-RUN-DATE-EDIT TO HDR-DATE
003900     WRITE RPT-LINE FROM WS-HDR-LINE
003910     MOVE SPACES TO RPT-LINE
003920     WRITE RPT-LINE
003930     .
003940 1000-INITIALIZE-EXIT.
003950     EXIT.
003960
003970 2000-LOAD-ROWS.
003980*    THE KEY IS BUSINESS-DATE MAJOR.  A MANIFEST NEEDS ONE DATE;
003990*    AN IMPACT WALK NEEDS THE BAD DATE AND EVERYTHING AFTER IT,
004000*    SINCE A GENERATION CAN BE READ DAYS AFTER IT IS WRITTEN.
004010     MOVE WS-BUS-DATE TO LN-BUS-DATE
004020     MOVE LOW-VALUES  TO LN-JOB-NAME
004030                         LN-STEP-NAME
004040     MOVE ZERO        TO LN-SEQ
004050     START LINMSTR KEY IS NOT LESS THAN LN-KEY
004060         INVALID KEY SET WS-EOF TO TRUE
004070     END-START
004080     PERFORM 2100-READ-ROW THRU 2100-READ-ROW-EXIT
004090             UNTIL WS-EOF
004100     .
004110 2000-LOAD-ROWS-EXIT.
004120     EXIT.
004130
004140 2100-READ-ROW.
004150     READ LINMSTR NEXT RECORD
004160         AT END
004170             SET WS-EOF TO TRUE
004180             GO TO 2100-READ-ROW-EXIT
004190     END-READ
004200     IF WS-MANIFEST AND LN-BUS-DATE > WS-BUS-DATE
004210        SET WS-EOF TO TRUE
004220        GO TO 2100-READ-ROW-EXIT
004230     END-IF
004240     IF WS-MANIFEST AND WS-ROOT-JOB NOT = SPACES AND
004250        LN-JOB-NAME NOT = WS-ROOT-JOB
004260        GO TO 2100-READ-ROW-EXIT
004270     END-IF
004280     ADD 1 TO WS-READ-COUNT
004290     IF WS-LIN-CNT >= WS-LIN-MAX
004300*       A ROW LEFT OUT COULD BE THE ONE THAT CARRIES THE BAD
004310*       GENERATION FORWARD - SAY SO AND FAIL THE STEP.
004320        DISPLAY 'LINRPT - LINEAGE TABLE FULL AT '
004330                WS-LIN-MAX ' - RAISE WS-LIN-MAX'
004340        MOVE 8 TO RETURN-CODE
004350        SET WS-EOF TO TRUE
004360        GO TO 2100-READ-ROW-EXIT
004370     END-IF
004380     ADD 1 TO WS-LIN-CNT
004390     MOVE LN-STAMP       TO WS-LE-STAMP(WS-LIN-CNT)
004400     MOVE LN-BUS-DATE    TO WS-LE-BUS-DATE(WS-LIN-CNT)
004410     MOVE LN-JOB-NAME    TO WS-LE-JOB(WS-LIN-CNT)
004420     MOVE LN-STEP-NAME   TO WS-LE-STEP(WS-LIN-CNT)
004430     MOVE LN-SEQ         TO WS-LE-SEQ(WS-LIN-CNT)
004440     MOVE LN-IO          TO WS-LE-IO(WS-LIN-CNT)
004450     MOVE LN-DSN         TO WS-LE-DSN(WS-LIN-CNT)
004460     MOVE LN-GEN         TO WS-LE-GEN(WS-LIN-CNT)
004470     MOVE LN-COUNT-SW    TO WS-LE-COUNT-SW(WS-LIN-CNT)
004480     MOVE LN-REC-COUNT   TO WS-LE-COUNT(WS-LIN-CNT)
004490     MOVE LN-BRACKET-SW  TO WS-LE-BRACKET-SW(WS-LIN-CNT)
004500     MOVE 'N'            TO WS-LE-TAINT-SW(WS-LIN-CNT)
004510     MOVE 'N'            TO WS-LE-CAUSE-SW(WS-LIN-CNT)
004520     .
004530 2100-READ-ROW-EXIT.
004540     EXIT.
004550
004560 3000-LIST-MANIFEST.
004570     IF WS-LIN-CNT = ZERO
004580        MOVE SPACES TO WS-TTL-LINE
004590        STRING 'NOTHING RECORDED UNDER BUSINESS DATE '
004600                                 DELIMITED SIZE
004610               WS-BUS-DATE       DELIMITED SIZE
004620               INTO WS-TTL-LINE
004630        WRITE RPT-LINE FROM WS-TTL-LINE
004640        DISPLAY 'LINRPT - NOTHING RECORDED UNDER ' WS-BUS-DATE
004650        MOVE 4 TO RETURN-CODE
004660        GO TO 3000-LIST-MANIFEST-EXIT
004670     END-IF
004680     MOVE SPACES TO WS-TTL-LINE
004690     STRING 'MANIFEST OF STEPS RUN UNDER BUSINESS DATE '
004700                              DELIMITED SIZE
004710            WS-BUS-DATE       DELIMITED SIZE
004720            INTO WS-TTL-LINE
004730     WRITE RPT-LINE FROM WS-TTL-LINE
004740     MOVE SPACES TO RPT-LINE
004750     WRITE RPT-LINE
004760     MOVE 1 TO WS-GX
004770     PERFORM 3100-LIST-GROUP THRU 3100-LIST-GROUP-EXIT
004780             UNTIL WS-GX > WS-LIN-CNT
004790     .
004800 3000-LIST-MANIFEST-EXIT.
004810     EXIT.
004820
004830 3100-LIST-GROUP.
004840     PERFORM 4100-FIND-GROUP-END THRU 4100-FIND-GROUP-END-EXIT
004850     ADD 1 TO WS-GROUP-COUNT
004860     MOVE 'STEP' TO GRP-TAG
004870     PERFORM 4500-WRITE-GROUP THRU 4500-WRITE-GROUP-EXIT
004880     COMPUTE WS-GX = WS-GE + 1
004890     .
004900 3100-LIST-GROUP-EXIT.
004910     EXIT.
004920
004930 4000-WALK-IMPACT.
004940     MOVE ZERO TO WS-ROOT-RX
004950     PERFORM 4010-TEST-ROOT-WRITE THRU 4010-TEST-ROOT-WRITE-EXIT
004960             VARYING WS-RX FROM 1 BY 1
004970               UNTIL WS-RX > WS-LIN-CNT
004980     MOVE SPACES TO WS-TTL-LINE
004990     IF WS-ROOT-RX > ZERO
005000        SET WS-ROOT-WRITER TO TRUE
005010        MOVE 'Y' TO WS-LE-TAINT-SW(WS-ROOT-RX)
005020        STRING 'IMPACT OF THE GENERATION OF ' DELIMITED SIZE
005030               WS-ROOT-DSN                    DELIMITED SPACE
005040               ' WRITTEN UNDER BUSINESS DATE ' DELIMITED SIZE
005050               WS-BUS-DATE                    DELIMITED SIZE
005060               INTO WS-TTL-LINE
005070     ELSE
005080*       NO RECORDED STEP WROTE IT - A FEED OR A HAND-KEPT TABLE.
005090*       EVERY READ OF IT IN THE DATE RANGE TOOK THE BAD COPY.
005100        PERFORM 4020-TEST-ROOT-READ THRU 4020-TEST-ROOT-READ-EXIT
005110                VARYING WS-RX FROM 1 BY 1
005120                  UNTIL WS-RX > WS-LIN-CNT
005130        STRING 'IMPACT OF ' DELIMITED SIZE
005140               WS-ROOT-DSN  DELIMITED SPACE
005150               ' AS READ UNDER BUSINESS DATES ' DELIMITED SIZE
005160               WS-BUS-DATE  DELIMITED SIZE
005170               ' THROUGH '  DELIMITED SIZE
005180               WS-THRU-DATE DELIMITED SIZE
005190               ' - NO RECORDED STEP WRITES IT' DELIMITED SIZE
005200               INTO WS-TTL-LINE
005210     END-IF
005220     IF WS-ROOT-NONE
005230        MOVE SPACES TO WS-TTL-LINE
005240        STRING 'NOTHING RECORDED WRITING OR READING '
005250                            DELIMITED SIZE
005260               WS-ROOT-DSN  DELIMITED SPACE
005270               ' UNDER BUSINESS DATE ' DELIMITED SIZE
005280               WS-BUS-DATE  DELIMITED SIZE
005290               INTO WS-TTL-LINE
005300        WRITE RPT-LINE FROM WS-TTL-LINE
005310        DISPLAY 'LINRPT - NOTHING RECORDED FOR ' WS-ROOT-DSN
005320        MOVE 4 TO RETURN-CODE
005330        GO TO 4000-WALK-IMPACT-EXIT
005340     END-IF
005350     WRITE RPT-LINE FROM WS-TTL-LINE
005360     MOVE SPACES TO RPT-LINE
005370     WRITE RPT-LINE
005380     MOVE 1 TO WS-GX
005390     PERFORM 4200-JUDGE-GROUP THRU 4200-JUDGE-GROUP-EXIT
005400             UNTIL WS-GX > WS-LIN-CNT
005410     IF WS-HIT-COUNT = ZERO
005420        MOVE SPACES TO WS-TTL-LINE
005430        MOVE 'NO RECORDED STEP READ THE BAD GENERATION'
005440          TO WS-TTL-LINE
005450        WRITE RPT-LINE FROM WS-TTL-LINE
005460     END-IF
005470     .
005480 4000-WALK-IMPACT-EXIT.
005490     EXIT.
005500
005510 4010-TEST-ROOT-WRITE.
005520*    THE LAST WRITE UNDER THE DATE WINS - A STEP RERUN UNDER THE
005530*    SAME DATE CATALOGED THE GENERATION THAT IS STILL THERE.
005540     IF WS-LE-OUTPUT(WS-RX) AND
005550        WS-LE-DSN(WS-RX) = WS-ROOT-DSN AND
005560        WS-LE-BUS-DATE(WS-RX) = WS-BUS-DATE AND
005570        (WS-ROOT-JOB = SPACES OR WS-LE-JOB(WS-RX) = WS-ROOT-JOB)
005580        MOVE WS-RX TO WS-ROOT-RX
005590     END-IF
005600     .
005610 4010-TEST-ROOT-WRITE-EXIT.
005620     EXIT.
005630
005640 4020-TEST-ROOT-READ.
005650     IF WS-LE-INPUT(WS-RX) AND
005660        WS-LE-DSN(WS-RX) = WS-ROOT-DSN AND
005670        WS-LE-BUS-DATE(WS-RX) NOT > WS-THRU-DATE
005680        SET WS-ROOT-EXTERNAL TO TRUE
005690     END-IF
005700     .
005710 4020-TEST-ROOT-READ-EXIT.
005720     EXIT.
005730
005740 4100-FIND-GROUP-END.
005750*    A STEP'S ROWS SHARE ITS KEY AND ITS RECORDED STAMP AND SIT
005760*    TOGETHER AFTER THE SORT.  WS-GE ENDS ON ITS LAST ROW.
005770     MOVE WS-GX TO WS-GE
005780     MOVE 'N' TO WS-GROUP-END-SW
005790     COMPUTE WS-SCAN-FROM = WS-GX + 1
005800     PERFORM 4110-TEST-GROUP-ROW THRU 4110-TEST-GROUP-ROW-EXIT
005810             VARYING WS-EX FROM WS-SCAN-FROM BY 1
005820               UNTIL WS-EX > WS-LIN-CNT OR WS-GROUP-END
005830     .
005840 4100-FIND-GROUP-END-EXIT.
005850     EXIT.
005860
005870 4110-TEST-GROUP-ROW.
005880     IF WS-LE-GRP(WS-EX) = WS-LE-GRP(WS-GX) AND
005890        WS-LE-STAMP(WS-EX) = WS-LE-STAMP(WS-GX)
005900        MOVE WS-EX TO WS-GE
005910     ELSE
005920        SET WS-GROUP-END TO TRUE
005930     END-IF
005940     .
005950 4110-TEST-GROUP-ROW-EXIT.
005960     EXIT.
005970
005980 4200-JUDGE-GROUP.
005990     PERFORM 4100-FIND-GROUP-END THRU 4100-FIND-GROUP-END-EXIT
006000     MOVE 'N' TO WS-HIT-SW
006010     IF WS-ROOT-RX NOT < WS-GX AND WS-ROOT-RX NOT > WS-GE
006020        MOVE 'BAD GENERATION WRITTEN BY' TO GRP-TAG
006030        PERFORM 4700-REPORT-STEP THRU 4700-REPORT-STEP-EXIT
006040     ELSE
006050        PERFORM 4300-JUDGE-INPUT THRU 4300-JUDGE-INPUT-EXIT
006060                VARYING WS-RX FROM WS-GX BY 1
006070                  UNTIL WS-RX > WS-GE
006080        IF WS-STEP-HIT
006090*          EVERYTHING A STEP WROTE FROM A BAD INPUT IS SUSPECT,
006100*          AND EVERY LATER READER OF IT IS IMPACTED IN TURN.
006110           ADD 1 TO WS-HIT-COUNT
006120           PERFORM 4350-TAINT-OUTPUT THRU 4350-TAINT-OUTPUT-EXIT
006130                   VARYING WS-RX FROM WS-GX BY 1
006140                     UNTIL WS-RX > WS-GE
006150           MOVE 'READ A BAD GENERATION' TO GRP-TAG
006160           PERFORM 4700-REPORT-STEP THRU 4700-REPORT-STEP-EXIT
006170        END-IF
006180     END-IF
006190     COMPUTE WS-GX = WS-GE + 1
006200     .
006210 4200-JUDGE-GROUP-EXIT.
006220     EXIT.
006230
006240 4300-JUDGE-INPUT.
006250     IF NOT WS-LE-INPUT(WS-RX)
006260        GO TO 4300-JUDGE-INPUT-EXIT
006270     END-IF
006280     IF WS-ROOT-EXTERNAL AND
006290        WS-LE-DSN(WS-RX) = WS-ROOT-DSN AND
006300        WS-LE-BUS-DATE(WS-RX) NOT > WS-THRU-DATE
006310        MOVE 'Y' TO WS-LE-CAUSE-SW(WS-RX)
006320        SET WS-STEP-HIT TO TRUE
006330        GO TO 4300-JUDGE-INPUT-EXIT
006340     END-IF
006350     PERFORM 4310-RESOLVE-WRITER THRU 4310-RESOLVE-WRITER-EXIT
006360     IF WS-WRITE-FOUND
006370        IF WS-LE-TAINTED(WS-WX)
006380           MOVE 'Y' TO WS-LE-CAUSE-SW(WS-RX)
006390           SET WS-STEP-HIT TO TRUE
006400        END-IF
006410     END-IF
006420     .
006430 4300-JUDGE-INPUT-EXIT.
006440     EXIT.
006450
006460 4310-RESOLVE-WRITER.
006470*    FIND THE EARLIER ROW THAT WROTE THE GENERATION THIS ROW
006480*    READ.  RELATIVE NUMBERS ARE FIXED WHEN A JOB STARTS, SO
006490*    (0) AND (-N) PASS OVER WHAT THE READER'S OWN RUN (SAME JOB,
006500*    SAME BUSINESS DATE) HAS WRITTEN AND TAKE THE (N+1)TH WRITE
006510*    BEFORE IT, WHILE (+N) COUNTS ONLY THAT RUN'S OWN WRITES -
006520*    WITH K OF THEM, (+N) IS THE (K-N+1)TH MOST RECENT.  A DATA
006530*    SET THAT IS NOT A GDG WAS WRITTEN BY ITS LATEST WRITER.
006540     MOVE 'N' TO WS-FOUND-SW
006550     MOVE ZERO TO WS-WX
006560                  WS-SEEN
006570     MOVE WS-LE-GEN(WS-RX) TO WS-GEN-WORK
006580     COMPUTE WS-SCAN-FROM = WS-GX - 1
006590     EVALUATE TRUE
006600         WHEN WS-GEN-WORK = SPACES
006610             SET WS-ANY-RUN TO TRUE
006620             MOVE 1 TO WS-WANT
006630         WHEN WS-GEN-SIGN = '+' AND WS-GEN-DIGIT IS NUMERIC
006640             SET WS-SAME-RUN-ONLY TO TRUE
006650             MOVE 99999 TO WS-WANT
006660             PERFORM 4320-SCAN-WRITE THRU 4320-SCAN-WRITE-EXIT
006670                     VARYING WS-SX FROM WS-SCAN-FROM BY -1
006680                       UNTIL WS-SX < 1
006690             MOVE WS-GEN-DIGIT-N TO WS-GEN-N
006700             COMPUTE WS-WANT = WS-SEEN - WS-GEN-N + 1
006710             MOVE ZERO TO WS-SEEN
006720         WHEN WS-GEN-SIGN = '-' AND WS-GEN-DIGIT IS NUMERIC
006730             SET WS-SKIP-SAME-RUN TO TRUE
006740             MOVE WS-GEN-DIGIT-N TO WS-GEN-N
006750             COMPUTE WS-WANT = WS-GEN-N + 1
006760         WHEN WS-GEN-SIGN IS NUMERIC
006770             SET WS-SKIP-SAME-RUN TO TRUE
006780             MOVE WS-GEN-SIGN-N TO WS-GEN-N
006790             COMPUTE WS-WANT = WS-GEN-N + 1
006800         WHEN OTHER
006810             GO TO 4310-RESOLVE-WRITER-EXIT
006820     END-EVALUATE
006830     IF WS-WANT < 1
006840        GO TO 4310-RESOLVE-WRITER-EXIT
006850     END-IF
006860     PERFORM 4320-SCAN-WRITE THRU 4320-SCAN-WRITE-EXIT
006870             VARYING WS-SX FROM WS-SCAN-FROM BY -1
006880               UNTIL WS-SX < 1 OR WS-WRITE-FOUND
006890     .
006900 4310-RESOLVE-WRITER-EXIT.
006910     EXIT.
006920
006930 4320-SCAN-WRITE.
006940     IF NOT WS-LE-OUTPUT(WS-SX) OR
006950        WS-LE-DSN(WS-SX) NOT = WS-LE-DSN(WS-RX)
006960        GO TO 4320-SCAN-WRITE-EXIT
006970     END-IF
006980     IF WS-SAME-RUN-ONLY AND
006990        (WS-LE-JOB(WS-SX) NOT = WS-LE-JOB(WS-RX) OR
007000         WS-LE-BUS-DATE(WS-SX) NOT = WS-LE-BUS-DATE(WS-RX))
007010        GO TO 4320-SCAN-WRITE-EXIT
007020     END-IF
007030     IF WS-SKIP-SAME-RUN AND
007040        WS-LE-JOB(WS-SX) = WS-LE-JOB(WS-RX) AND
007050        WS-LE-BUS-DATE(WS-SX) = WS-LE-BUS-DATE(WS-RX)
007060        GO TO 4320-SCAN-WRITE-EXIT
007070     END-IF
007080     ADD 1 TO WS-SEEN
007090     IF WS-SEEN = WS-WANT
007100        MOVE WS-SX TO WS-WX
007110        SET WS-WRITE-FOUND TO TRUE
007120     END-IF
007130     .
007140 4320-SCAN-WRITE-EXIT.
007150     EXIT.
007160
007170 4350-TAINT-OUTPUT.
007180     IF WS-LE-OUTPUT(WS-RX)
007190        MOVE 'Y' TO WS-LE-TAINT-SW(WS-RX)
007200     END-IF
007210     .
007220 4350-TAINT-OUTPUT-EXIT.
007230     EXIT.
007240
007250 4500-WRITE-GROUP.
007260     MOVE WS-LE-BUS-DATE(WS-GX)   TO GRP-BUS-DATE
007270     MOVE WS-LE-JOB(WS-GX)        TO GRP-JOB
007280     MOVE WS-LE-STEP(WS-GX)       TO GRP-STEP
007290     MOVE WS-LE-STAMP(WS-GX)(1:8) TO GRP-REC-DATE
007300     MOVE WS-LE-STAMP(WS-GX)(9:6) TO GRP-REC-TIME
007310     WRITE RPT-LINE FROM WS-GRP-LINE
007320     PERFORM 4600-WRITE-ROW THRU 4600-WRITE-ROW-EXIT
007330             VARYING WS-RX FROM WS-GX BY 1
007340               UNTIL WS-RX > WS-GE
007350     .
007360 4500-WRITE-GROUP-EXIT.
007370     EXIT.
007380
007390 4600-WRITE-ROW.
007400     EVALUATE WS-LE-IO(WS-RX)
007410         WHEN 'R'   MOVE 'READ'    TO ROW-TAG
007420         WHEN 'W'   MOVE 'WROTE'   TO ROW-TAG
007430         WHEN OTHER MOVE 'UPDATED' TO ROW-TAG
007440     END-EVALUATE
007450     MOVE WS-LE-DSN(WS-RX) TO ROW-DSN
007460     MOVE WS-LE-GEN(WS-RX) TO ROW-GEN
007470     IF WS-LE-COUNTED(WS-RX)
007480        MOVE WS-LE-COUNT(WS-RX) TO ROW-COUNT
007490     ELSE
007500        MOVE 'NOT COUNTED' TO ROW-COUNT-X
007510     END-IF
007520     EVALUATE TRUE
007530         WHEN WS-RX = WS-ROOT-RX
007540             MOVE '<-- BAD GENERATION' TO ROW-FLAG
007550         WHEN WS-LE-CAUSE(WS-RX)
007560             MOVE '<-- READ BAD INPUT' TO ROW-FLAG
007570         WHEN WS-LE-TAINTED(WS-RX)
007580             MOVE 'SUSPECT OUTPUT' TO ROW-FLAG
007590         WHEN OTHER
007600             MOVE SPACES TO ROW-FLAG
007610     END-EVALUATE
007620     WRITE RPT-LINE FROM WS-ROW-LINE
007630     .
007640 4600-WRITE-ROW-EXIT.
007650     EXIT.
007660
007670 4700-REPORT-STEP.
007680*    A STEP UNDER RUN CONTROL GETS A RESET CARD - FED TO RUNCTRL
007690*    IT CLEARS THE STEP'S COMPLETION SO THE NEXT RUN OF ITS JOB
007700*    RUNS IT AGAIN AND SKIPS EVERYTHING ELSE.  ANY OTHER STEP IS
007710*    NAMED FOR OPERATIONS TO RERUN BY HAND.
007720     ADD 1 TO WS-GROUP-COUNT
007730     PERFORM 4500-WRITE-GROUP THRU 4500-WRITE-GROUP-EXIT
007740     MOVE SPACES TO ACT-TEXT
007750     IF WS-LE-RUNCTRL(WS-GX)
007760        MOVE WS-LE-BUS-DATE(WS-GX) TO RC-BUS-DATE
007770        MOVE WS-LE-STEP(WS-GX)     TO RC-STEP-NAME
007780        READ RUNMSTR KEY IS RC-KEY
007790            INVALID KEY
007800                MOVE 'NOT RUN' TO WS-RC-TEXT
007810            NOT INVALID KEY
007820                EVALUATE TRUE
007830                    WHEN RC-COMPLETE
007840                        MOVE 'COMPLETE' TO WS-RC-TEXT
007850                    WHEN RC-STARTED
007860                        MOVE 'STARTED' TO WS-RC-TEXT
007870                    WHEN OTHER
007880                        MOVE 'UNKNOWN' TO WS-RC-TEXT
007890                END-EVALUATE
007900        END-READ
007910        MOVE SPACES                TO RS-CARD-REC
007920        MOVE 'RESET'               TO RS-MODE
007930        MOVE WS-LE-STEP(WS-GX)     TO RS-STEP-NAME
007940        MOVE WS-LE-BUS-DATE(WS-GX) TO RS-BUS-DATE
007950        MOVE 'LINEAGE IMPACT'      TO RS-NOTE
007960        WRITE RS-CARD-REC
007970        ADD 1 TO WS-RESET-COUNT
007980        STRING 'RUN CONTROL SHOWS ' DELIMITED SIZE
007990               WS-RC-TEXT           DELIMITED SPACE
008000               ' - RESET CARD WRITTEN, RERUN JOB ' DELIMITED SIZE
008010               WS-LE-JOB(WS-GX)     DELIMITED SPACE
008020               INTO ACT-TEXT
008030     ELSE
008040        ADD 1 TO WS-MANUAL-COUNT
008050        STRING 'NOT UNDER RUN CONTROL - RERUN JOB ' DELIMITED SIZE
008060               WS-LE-JOB(WS-GX)     DELIMITED SPACE
008070               ' STEP '             DELIMITED SIZE
008080               WS-LE-STEP(WS-GX)    DELIMITED SPACE
008090               ' BY HAND'           DELIMITED SIZE
008100               INTO ACT-TEXT
008110     END-IF
008120     WRITE RPT-LINE FROM WS-ACT-LINE
008130     MOVE SPACES TO RPT-LINE
008140     WRITE RPT-LINE
008150     .
008160 4700-REPORT-STEP-EXIT.
008170     EXIT.
008180
008190 8000-WRITE-TOTALS.
008200     MOVE SPACES TO RPT-LINE
008210     WRITE RPT-LINE
008220     MOVE 'LINEAGE ROWS READ'      TO TOT-TEXT
008230     MOVE WS-READ-COUNT            TO TOT-COUNT
008240     WRITE RPT-LINE FROM WS-TOT-LINE
008250     MOVE 'STEPS LISTED'           TO TOT-TEXT
008260     MOVE WS-GROUP-COUNT           TO TOT-COUNT
008270     WRITE RPT-LINE FROM WS-TOT-LINE
008280     IF WS-MANIFEST
008290        GO TO 8000-WRITE-TOTALS-EXIT
008300     END-IF
008310     MOVE 'STEPS THAT READ IT'     TO TOT-TEXT
008320     MOVE WS-HIT-COUNT             TO TOT-COUNT
008330     WRITE RPT-LINE FROM WS-TOT-LINE
008340     MOVE 'RESET CARDS WRITTEN'    TO TOT-TEXT
008350     MOVE WS-RESET-COUNT           TO TOT-COUNT
008360     WRITE RPT-LINE FROM WS-TOT-LINE
008370     MOVE 'STEPS TO RERUN BY HAND' TO TOT-TEXT
008380     MOVE WS-MANUAL-COUNT          TO TOT-COUNT
008390     WRITE RPT-LINE FROM WS-TOT-LINE
008400     .
008410 8000-WRITE-TOTALS-EXIT.
008420     EXIT.
008430
008440 9000-ABEND-PARA.
008450*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
008460*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
008470     DISPLAY 'LINRPT - OPEN FAILED FOR: ' WS-ABEND-DDNAME
008480     DISPLAY 'LINRPT - FILE STATUS WAS : ' WS-ABEND-STATUS
008490     MOVE 16 TO RETURN-CODE
008500     STOP RUN
008510     .
008520 9000-ABEND-PARA-EXIT.
008530     EXIT.
008540
008550 9500-WRITE-AUDIT-RECORD.
008560*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
008570*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
008580*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
008590     OPEN EXTEND AUDTFILE
008600     IF NOT WS-AUDTFILE-OK
008610        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
008620        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
008630        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
008640     END-IF
008650     ACCEPT WS-RUN-TIME FROM TIME
008660     MOVE 'LINRPT' TO AUD-PGM-NAME
008670     MOVE WS-RUN-DATE-EDIT TO AUD-RUN-DATE
008680     STRING WS-RUN-HH DELIMITED SIZE
008690            ':'       DELIMITED SIZE
008700            WS-RUN-MN DELIMITED SIZE
008710            ':'       DELIMITED SIZE
008720            WS-RUN-SS DELIMITED SIZE
008730            INTO AUD-RUN-TIME
008740     MOVE WS-READ-COUNT  TO AUD-REC-COUNT
008750     MOVE RETURN-CODE    TO AUD-RETURN-CODE
008760     WRITE AUD-REC
008770     CLOSE AUDTFILE
008780     .
008790 9500-WRITE-AUDIT-RECORD-EXIT.
008800     EXIT.
