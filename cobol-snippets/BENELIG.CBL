000010******************************************************************
000020*        PROGRAM NAME            : BENELIG                       *
000030*        DESCRIPTION             : BUILDS THE MONTHLY            *
000040*                                  ELIGIBILITY FILE FOR ONE      *
000050*                                  BENEFIT CARRIER - EVERY       *
000060*                                  ENROLLMENT ADDED, TIER        *
000070*                                  CHANGED, OR COVERAGE STOPPED  *
000080*                                  IN THE PERIOD ON THE BENEFIT  *
000090*                                  ELECTION MASTER (BELECMST)    *
000100*                                  FOR THE CARRIER'S PLANS.      *
000110*                                  EMPLOYEES TERMINATED IN THE   *
000120*                                  PERIOD (EMPCHIST 'TERMINATE', *
000130*                                  FROM EMPMAINT OR TERMPROC)    *
000140*                                  HAVE THE ELECTION IN FORCE ON *
000150*                                  THE TERMINATION DATE STOPPED  *
000160*                                  FIRST SO IT GOES OUT AS A     *
000170*                                  TERMINATION; NEW HIRES IN     *
000180*                                  THE PERIOD (EMPCHIST 'ADD')   *
000190*                                  WITH NO ELECTION CAN BE       *
000200*                                  LISTED FOR THE BENEFITS TEAM. *
000210*        CREDITS                 : DATA PROCESSING               *
000220******************************************************************
000230*        MODIFICATION HISTORY                                    *
000240*        ----------------------------------------------------   *
000250*        DATE       INIT  DESCRIPTION                            *
000260*        10/15/26   RWM   INITIAL VERSION - CARRIERS WERE SENT   *
000270*                         ENROLLMENT CHANGES BY HAND FROM THEIR  *
000280*                         OWN FORMS.                             *
000290*        10/15/26   RWM   A TERMINATION NOW STOPS ONLY THE ROW   *
000300*                         IN FORCE ON THE TERMINATION DATE AND   *
000310*                         ANY LATER ROW - NOT THE TIER HISTORY - *
000320*                         AND SENDS ONE TERM PER PLAN.           *
000330******************************************************************
000340
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. BENELIG.
000370 AUTHOR. R MEHTA.
000380 INSTALLATION. DATA PROCESSING.
000390 DATE-WRITTEN. 10/15/26.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT BENCTL   ASSIGN TO BENCTL
000460     ORGANIZATION IS LINE SEQUENTIAL
000470     FILE STATUS IS WS-BENCTL-STATUS.
000480
000490     SELECT BPLANMST ASSIGN TO BPLANMST
000500     ORGANIZATION IS INDEXED
000510     ACCESS MODE IS DYNAMIC
000520     RECORD KEY IS BP-KEY
000530     FILE STATUS IS WS-BPLANMST-STATUS.
000540
000550     SELECT BELECMST ASSIGN TO BELECMST
000560     ORGANIZATION IS INDEXED
000570     ACCESS MODE IS DYNAMIC
000580     RECORD KEY IS BE-KEY
000590     FILE STATUS IS WS-BELECMST-STATUS.
000600
000610     SELECT EMPHIST  ASSIGN TO EMPHIST
000620     ORGANIZATION IS LINE SEQUENTIAL
000630     FILE STATUS IS WS-EMPHIST-STATUS.
000640
000650     SELECT EMPMSTR  ASSIGN TO EMPMSTR
000660     ORGANIZATION IS INDEXED
000670     ACCESS MODE IS DYNAMIC
000680     RECORD KEY IS EM-EMP-ID
000690     FILE STATUS IS WS-EMPMSTR-STATUS.
000700
000710     SELECT ELIGFILE ASSIGN TO ELIGDD
000720     ORGANIZATION IS LINE SEQUENTIAL
000730     FILE STATUS IS WS-ELIGFILE-STATUS.
000740
000750     SELECT RPTFILE  ASSIGN TO RPTDD
000760     ORGANIZATION IS LINE SEQUENTIAL
000770     FILE STATUS IS WS-RPTFILE-STATUS.
000780
000790     SELECT AUDTFILE ASSIGN TO AUDTDD
000800     ORGANIZATION IS LINE SEQUENTIAL
000810     FILE STATUS IS WS-AUDTFILE-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850*    REQUIRED CONTROL CARD: COLS 1-6 THE CARRIER ID (AS ON THE
000860*    PLAN MASTER), COLS 8-15 AND 17-24 THE FIRST AND LAST DAY OF
000870*    THE PERIOD (YYYYMMDD), COL 26 'Y' TO LIST THE PERIOD'S NEW
000880*    HIRES WHO HAVE NO ELECTION IN ANY OF THE CARRIER'S PLANS.
000890 FD BENCTL.
000900 01 BC-REC.
000910     05 BC-CARRIER-ID     PIC X(06).
000920     05 FILLER            PIC X(01).
000930     05 BC-FROM-DATE      PIC X(08).
000940     05 FILLER            PIC X(01).
000950     05 BC-TO-DATE        PIC X(08).
000960     05 FILLER            PIC X(01).
000970     05 BC-LIST-HIRES     PIC X(01).
000980     05 FILLER            PIC X(54).
000990
001000 FD BPLANMST.
001010     COPY BPLANREC.
001020
001030 FD BELECMST.
001040     COPY BELECREC.
001050
001060 FD EMPHIST.
001070     COPY EHISTREC REPLACING ==:RECNAME:== BY ==EH-REC==
001080                             ==:PFX:==     BY ==EH==.
001090
001100 FD EMPMSTR.
001110     COPY EMPMREC.
001120
001130 FD ELIGFILE.
001140 01 ELIG-REC              PIC X(120).
001150
001160 FD RPTFILE.
001170 01 RPT-LINE              PIC X(132).
001180
001190 FD AUDTFILE.
001200     COPY AUDITREC REPLACING ==:RECNAME:== BY ==AUD-REC==
001210                             ==:PFX:==     BY ==AUD==.
001220
001230 WORKING-STORAGE SECTION.
001240 01 WS-BENCTL-STATUS     PIC X(02) VALUE '00'.
001250 01 WS-BPLANMST-STATUS   PIC X(02) VALUE '00'.
001260     88 WS-BPLANMST-OK   VALUE '00'.
001270 01 WS-BELECMST-STATUS   PIC X(02) VALUE '00'.
001280 01 WS-EMPHIST-STATUS    PIC X(02) VALUE '00'.
001290 01 WS-EMPMSTR-STATUS    PIC X(02) VALUE '00'.
001300     88 WS-EMPMSTR-OK    VALUE '00'.
001310 01 WS-ELIGFILE-STATUS   PIC X(02) VALUE '00'.
001320     88 WS-ELIGFILE-OK   VALUE '00'.
001330 01 WS-RPTFILE-STATUS    PIC X(02) VALUE '00'.
001340     88 WS-RPTFILE-OK    VALUE '00'.
001350 01 WS-EOF-STA           PIC X VALUE 'N'.
001360     88 WS-EOF           VALUE 'Y'.
001370 01 WS-PLAN-EOF-STA      PIC X VALUE 'N'.
001380     88 WS-PLAN-EOF      VALUE 'Y'.
001390 01 WS-HIST-EOF-STA      PIC X VALUE 'N'.
001400     88 WS-HIST-EOF      VALUE 'Y'.
001410 01 WS-EMP-FOUND-SW      PIC X(01) VALUE 'N'.
001420     88 WS-EMP-FOUND     VALUE 'Y'.
001430 01 WS-PRIOR-ROW-SW      PIC X(01) VALUE 'N'.
001440     88 WS-PRIOR-ROW     VALUE 'Y'.
001450 01 WS-TERM-SENT-SW      PIC X(01) VALUE 'N'.
001460     88 WS-TERM-SENT     VALUE 'Y'.
001470 01 WS-WALK-DONE-SW      PIC X(01) VALUE 'N'.
001480     88 WS-WALK-DONE     VALUE 'Y'.
001490 01 WS-SAVE-BE-KEY       PIC X(20) VALUE SPACES.
001500 01 WS-INFORCE-EFF-DATE  PIC X(08) VALUE SPACES.
001510 01 WS-CARRIER-ID        PIC X(06) VALUE SPACES.
001520 01 WS-CARRIER-NAME      PIC X(20) VALUE SPACES.
001530 01 WS-FROM-DATE         PIC X(08) VALUE SPACES.
001540 01 WS-TO-DATE           PIC X(08) VALUE SPACES.
001550 01 WS-LIST-HIRES-SW     PIC X(01) VALUE 'N'.
001560     88 WS-LIST-HIRES    VALUE 'Y'.
001570 01 WS-PREV-EMP-ID       PIC 9(06) VALUE ZEROES.
001580 01 WS-PREV-PLAN-ID      PIC X(06) VALUE SPACES.
001590 01 WS-NAME-EMP-ID       PIC 9(06) VALUE ZEROES.
001600 01 WS-FEED-ACTION       PIC X(06) VALUE SPACES.
001610 01 WS-SYS-DATE          PIC X(08) VALUE SPACES.
001620 01 WS-READ-COUNT        PIC 9(07) VALUE ZEROES COMP.
001630 01 WS-STOPPED-COUNT     PIC 9(07) VALUE ZEROES COMP.
001640 01 WS-ADD-COUNT         PIC 9(07) VALUE ZEROES COMP.
001650 01 WS-CHANGE-COUNT      PIC 9(07) VALUE ZEROES COMP.
001660 01 WS-TERM-COUNT        PIC 9(07) VALUE ZEROES COMP.
001670 01 WS-FEED-COUNT        PIC 9(07) VALUE ZEROES COMP.
001680 01 WS-NOT-ENROLLED      PIC 9(07) VALUE ZEROES COMP.
001690 01 WS-ABEND-DDNAME      PIC X(08) VALUE SPACES.
001700 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
001710 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
001720     88 WS-AUDTFILE-OK   VALUE '00'.
001730 01 WS-RUN-DATE.
001740     05 WS-RUN-YY        PIC 9(02).
001750     05 WS-RUN-MM        PIC 9(02).
001760     05 WS-RUN-DD        PIC 9(02).
001770 01 WS-RUN-TIME.
001780     05 WS-RUN-HH        PIC 9(02).
001790     05 WS-RUN-MN        PIC 9(02).
001800     05 WS-RUN-SS        PIC 9(02).
001810     05 FILLER           PIC 9(02).
001820 01 WS-RUN-DATE-EDIT     PIC X(08).
001830
001840*    THE CARRIER'S PLANS, LOADED ONCE FROM THE PLAN MASTER.  THE
001850*    MASTER HOLDS A ROW PER TIER AND EFFECTIVE DATE, SO EACH PLAN
001860*    IS KEPT ONCE WITH THE NAME AND GROUP FROM ITS LAST ROW.
001870 01 WS-PLAN-MAX          PIC 9(03) COMP VALUE 200.
001880 01 WS-PLAN-COUNT        PIC 9(03) COMP VALUE ZERO.
001890 01 WS-PLANS.
001900     05 WS-PLAN-ENT OCCURS 1 TO 200 TIMES
001910                    DEPENDING ON WS-PLAN-COUNT
001920                    INDEXED BY PLX.
001930            10 WS-PLAN-ID        PIC X(06).
001940            10 WS-PLAN-TYPE      PIC X(02).
001950            10 WS-PLAN-GROUP-NO  PIC X(10).
001960
001970*    THE PERIOD'S TERMINATIONS AND NEW HIRES FROM THE CHANGE
001980*    HISTORY.  A HIRE IS MARKED ENROLLED WHEN ANY ELECTION IN ONE
001990*    OF THE CARRIER'S PLANS TURNS UP FOR THE EMPLOYEE.
002000 01 WS-TERM-MAX          PIC 9(04) COMP VALUE 2000.
002010 01 WS-TERM-TAB-COUNT    PIC 9(04) COMP VALUE ZERO.
002020 01 WS-TERMS.
002030     05 WS-TERM-ENT OCCURS 1 TO 2000 TIMES
002040                    DEPENDING ON WS-TERM-TAB-COUNT
002050                    INDEXED BY TMX.
002060            10 WS-TERM-EMP-ID    PIC 9(06).
002070            10 WS-TERM-DATE      PIC X(08).
002080 01 WS-HIRE-MAX          PIC 9(04) COMP VALUE 2000.
002090 01 WS-HIRE-COUNT        PIC 9(04) COMP VALUE ZERO.
002100 01 WS-HIRES.
002110     05 WS-HIRE-ENT OCCURS 1 TO 2000 TIMES
002120                    DEPENDING ON WS-HIRE-COUNT
002130                    INDEXED BY HRX.
002140            10 WS-HIRE-EMP-ID    PIC 9(06).
002150            10 WS-HIRE-DATE      PIC X(08).
002160            10 WS-HIRE-ENROLLED  PIC X(01).
002170
002180*    ELIGIBILITY FILE - A 'HDR' ROW NAMING THE CARRIER AND THE
002190*    PERIOD, ONE 'ELG' ROW PER ADD, CHANGE OR TERMINATION, AND A
002200*    'TRL' ROW WITH THE COUNTS THE CARRIER PROVES THE FILE TO.
002210 01 WS-ELIG-HDR-REC.
002220     05 FILLER             PIC X(04) VALUE 'HDR '.
002230     05 EHD-CARRIER-ID     PIC X(06).
002240     05 FILLER             PIC X(01) VALUE SPACE.
002250     05 EHD-CARRIER-NAME   PIC X(20).
002260     05 FILLER             PIC X(01) VALUE SPACE.
002270     05 EHD-FROM-DATE      PIC X(08).
002280     05 FILLER             PIC X(01) VALUE SPACE.
002290     05 EHD-TO-DATE        PIC X(08).
002300     05 FILLER             PIC X(01) VALUE SPACE.
002310     05 EHD-CREATE-DATE    PIC X(08).
002320     05 FILLER             PIC X(62) VALUE SPACES.
002330
002340 01 WS-ELIG-DTL-REC.
002350     05 FILLER             PIC X(04) VALUE 'ELG '.
002360     05 ELG-ACTION         PIC X(06).
002370     05 FILLER             PIC X(01) VALUE SPACE.
002380     05 ELG-EMP-ID         PIC 9(06).
002390     05 FILLER             PIC X(01) VALUE SPACE.
002400     05 ELG-EMP-NAME       PIC X(20).
002410     05 FILLER             PIC X(01) VALUE SPACE.
002420     05 ELG-PLAN-ID        PIC X(06).
002430     05 FILLER             PIC X(01) VALUE SPACE.
002440     05 ELG-GROUP-NO       PIC X(10).
002450     05 FILLER             PIC X(01) VALUE SPACE.
002460     05 ELG-PLAN-TYPE      PIC X(02).
002470     05 FILLER             PIC X(01) VALUE SPACE.
002480     05 ELG-TIER           PIC X(02).
002490     05 FILLER             PIC X(01) VALUE SPACE.
002500     05 ELG-COV-START      PIC X(08).
002510     05 FILLER             PIC X(01) VALUE SPACE.
002520     05 ELG-COV-END        PIC X(08).
002530     05 FILLER             PIC X(01) VALUE SPACE.
002540     05 ELG-STOP-REASON    PIC X(01).
002550     05 FILLER             PIC X(01) VALUE SPACE.
002560     05 ELG-HIRE-DATE      PIC X(08).
002570     05 FILLER             PIC X(29) VALUE SPACES.
002580
002590 01 WS-ELIG-TRL-REC.
002600     05 FILLER             PIC X(04) VALUE 'TRL '.
002610     05 ETR-ADDS           PIC 9(07).
002620     05 FILLER             PIC X(01) VALUE SPACE.
002630     05 ETR-CHANGES        PIC 9(07).
002640     05 FILLER             PIC X(01) VALUE SPACE.
002650     05 ETR-TERMS          PIC 9(07).
002660     05 FILLER             PIC X(01) VALUE SPACE.
002670     05 ETR-RECORDS        PIC 9(07).
002680     05 FILLER             PIC X(85) VALUE SPACES.
002690
002700 01 WS-RPT-HDR-LINE.
002710     05 FILLER            PIC X(36)
002720            VALUE 'BENEFIT CARRIER ELIGIBILITY FEED    '.
002730     05 FILLER            PIC X(06) VALUE 'DATE: '.
002740     05 RH-DATE           PIC X(08).
002750     05 FILLER            PIC X(11) VALUE '  CARRIER: '.
002760     05 RH-CARRIER-ID     PIC X(06).
002770     05 FILLER            PIC X(01) VALUE SPACE.
002780     05 RH-CARRIER-NAME   PIC X(20).
002790     05 FILLER            PIC X(10) VALUE '  PERIOD: '.
002800     05 RH-FROM-DATE      PIC X(08).
002810     05 FILLER            PIC X(04) VALUE ' TO '.
002820     05 RH-TO-DATE        PIC X(08).
002830     05 FILLER            PIC X(14) VALUE SPACES.
002840
002850 01 WS-RPT-SECT-LINE.
002860     05 RS-TITLE          PIC X(60).
002870     05 FILLER            PIC X(72) VALUE SPACES.
002880
002890 01 WS-RPT-COL-LINE.
002900     05 FILLER            PIC X(44)
002910            VALUE 'ACTION  EMP ID  NAME                  PLAN  '.
002920     05 FILLER            PIC X(44)
002930            VALUE '  GROUP NO    TYPE TIER  COV START  COV END '.
002940     05 FILLER            PIC X(44)
002950            VALUE '   RSN                                      '.
002960
002970 01 WS-RPT-DTL-LINE.
002980     05 RD-ACTION         PIC X(06).
002990     05 FILLER            PIC X(02) VALUE SPACES.
003000     05 RD-EMP-ID         PIC 9(06).
003010     05 FILLER            PIC X(02) VALUE SPACES.
003020     05 RD-EMP-NAME       PIC X(20).
003030     05 FILLER            PIC X(02) VALUE SPACES.
003040     05 RD-PLAN-ID        PIC X(06).
003050     05 FILLER            PIC X(02) VALUE SPACES.
003060     05 RD-GROUP-NO       PIC X(10).
003070     05 FILLER            PIC X(02) VALUE SPACES.
003080     05 RD-PLAN-TYPE      PIC X(02).
003090     05 FILLER            PIC X(03) VALUE SPACES.
003100     05 RD-TIER           PIC X(02).
003110     05 FILLER            PIC X(04) VALUE SPACES.
003120     05 RD-COV-START      PIC X(08).
003130     05 FILLER            PIC X(03) VALUE SPACES.
003140     05 RD-COV-END        PIC X(08).
003150     05 FILLER            PIC X(03) VALUE SPACES.
003160     05 RD-STOP-REASON    PIC X(01).
003170     05 FILLER            PIC X(39) VALUE SPACES.
003180
003190 01 WS-RPT-HIRE-LINE.
003200     05 RN-EMP-ID         PIC 9(06).
003210     05 FILLER            PIC X(02) VALUE SPACES.
003220     05 RN-EMP-NAME       PIC X(20).
003230     05 FILLER            PIC X(02) VALUE SPACES.
003240     05 RN-DEPT-CODE      PIC X(04).
003250     05 FILLER            PIC X(09) VALUE '  HIRED: '.
003260     05 RN-HIRE-DATE      PIC X(08).
003270     05 FILLER            PIC X(81) VALUE SPACES.
003280
003290 01 WS-RPT-TOT-LINE.
003300     05 RT-LABEL          PIC X(36).
003310     05 RT-COUNT          PIC ZZZZZZ9.
003320     05 FILLER            PIC X(89) VALUE SPACES.
003330
003340 PROCEDURE DIVISION.
003350 0000-MAINLINE.
003360     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003370     PERFORM 1200-LOAD-PLANS THRU 1200-LOAD-PLANS-EXIT
003380     PERFORM 1300-LOAD-HISTORY THRU 1300-LOAD-HISTORY-EXIT
003390     PERFORM 1500-START-FEED THRU 1500-START-FEED-EXIT
003400     PERFORM 2000-READ-ELECTION THRU 2000-READ-ELECTION-EXIT
003410             UNTIL WS-EOF
003420     IF WS-LIST-HIRES
003430        PERFORM 3000-LIST-NEW-HIRES THRU 3000-LIST-NEW-HIRES-EXIT
003440     END-IF
003450     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
003460     CLOSE BPLANMST
003470           BELECMST
003480           EMPMSTR
003490           ELIGFILE
003500           RPTFILE
003510     PERFORM 9500-WRITE-AUDIT-RECORD
003520             THRU 9500-WRITE-AUDIT-RECORD-EXIT
003530     STOP RUN
003540     .
003550
003560 1000-INITIALIZE.
003570     PERFORM 1100-READ-BENCTL THRU 1100-READ-BENCTL-EXIT
003580     OPEN INPUT BPLANMST
003590     IF NOT WS-BPLANMST-OK
003600        MOVE 'BPLANMST' TO WS-ABEND-DDNAME
003610        MOVE WS-BPLANMST-STATUS TO WS-ABEND-STATUS
003620        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003630     END-IF
003640*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
003650*    OPEN - NO ELECTIONS YET, AND THE FILE CARRIES NO DETAIL.
003660     OPEN I-O BELECMST
003670     IF WS-BELECMST-STATUS NOT = '00' AND
003680        WS-BELECMST-STATUS NOT = '05'
003690        MOVE 'BELECMST' TO WS-ABEND-DDNAME
003700        MOVE WS-BELECMST-STATUS TO WS-ABEND-STATUS
003710        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003720     END-IF
003730     OPEN INPUT EMPMSTR
003740     IF NOT WS-EMPMSTR-OK
003750        MOVE 'EMPMSTR' TO WS-ABEND-DDNAME
003760        MOVE WS-EMPMSTR-STATUS TO WS-ABEND-STATUS
003770        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003780     END-IF
003790     OPEN OUTPUT ELIGFILE
003800     IF NOT WS-ELIGFILE-OK
003810        MOVE 'ELIGDD' TO WS-ABEND-DDNAME
003820        MOVE WS-ELIGFILE-STATUS TO WS-ABEND-STATUS
003830        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003840     END-IF
003850     OPEN OUTPUT RPTFILE
003860     IF NOT WS-RPTFILE-OK
003870        MOVE 'RPTDD' TO WS-ABEND-DDNAME
003880        MOVE WS-RPTFILE-STATUS TO WS-ABEND-STATUS
003890        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003900     END-IF
003910     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
003920     ACCEPT WS-RUN-DATE FROM DATE
003930     STRING WS-RUN-MM DELIMITED SIZE
003940            '/'       DELIMITED SIZE
003950            WS-RUN-DD DELIMITED SIZE
003960            '/'       DELIMITED SIZE
003970            WS-RUN-YY DELIMITED SIZE
003980            INTO WS-RUN-DATE-EDIT
003990     .
004000 1000-INITIALIZE-EXIT.
004010     EXIT.
004020
004030 1100-READ-BENCTL.
004040*    THE CARRIER AND PERIOD ARE REQUIRED - A FEED FOR THE WRONG
004050*    CARRIER OR MONTH IS WORSE THAN NO FEED.
004060     OPEN INPUT BENCTL
004070     IF WS-BENCTL-STATUS NOT = '00'
004080        MOVE 'BENCTL' TO WS-ABEND-DDNAME
004090        MOVE WS-BENCTL-STATUS TO WS-ABEND-STATUS
004100        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004110     END-IF
004120     READ BENCTL
004130         AT END
004140             MOVE SPACES TO BC-REC
004150     END-READ
004160     CLOSE BENCTL
004170     IF BC-CARRIER-ID = SPACES OR
004180        BC-FROM-DATE IS NOT NUMERIC OR
004190        BC-TO-DATE IS NOT NUMERIC OR
004200        BC-FROM-DATE > BC-TO-DATE
004210        DISPLAY 'BENELIG - BENCTL NEEDS CARRIER, FROM, TO DATE'
004220        MOVE 'BENCTL' TO WS-ABEND-DDNAME
004230        MOVE '  ' TO WS-ABEND-STATUS
004240        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004250     END-IF
004260     MOVE BC-CARRIER-ID TO WS-CARRIER-ID
004270     MOVE BC-FROM-DATE  TO WS-FROM-DATE
004280     MOVE BC-TO-DATE    TO WS-TO-DATE
004290     IF BC-LIST-HIRES = 'Y'
004300        SET WS-LIST-HIRES TO TRUE
004310     END-IF
004320     .
004330 1100-READ-BENCTL-EXIT.
004340     EXIT.
004350
004360 1200-LOAD-PLANS.
004370     MOVE LOW-VALUES TO BP-KEY
004380     START BPLANMST KEY IS NOT LESS THAN BP-KEY
004390         INVALID KEY
004400             SET WS-PLAN-EOF TO TRUE
004410     END-START
004420     PERFORM 1210-LOAD-ONE-PLAN THRU 1210-LOAD-ONE-PLAN-EXIT
004430             UNTIL WS-PLAN-EOF
004440*    A CARRIER WITH NO PLANS IS ALMOST CERTAINLY A MISKEYED CARD -
004450*    THE FEED GOES OUT EMPTY AND THE STEP ENDS CC 8.
004460     IF WS-PLAN-COUNT = ZERO
004470        DISPLAY 'BENELIG - NO PLANS ON BPLANMST FOR CARRIER '
004480                WS-CARRIER-ID
004490        MOVE 8 TO RETURN-CODE
004500     END-IF
004510     .
004520 1200-LOAD-PLANS-EXIT.
004530     EXIT.
004540
004550 1210-LOAD-ONE-PLAN.
004560     READ BPLANMST NEXT RECORD
004570         AT END
004580             SET WS-PLAN-EOF TO TRUE
004590             GO TO 1210-LOAD-ONE-PLAN-EXIT
004600     END-READ
004610     IF BP-CARRIER-ID NOT = WS-CARRIER-ID
004620        GO TO 1210-LOAD-ONE-PLAN-EXIT
004630     END-IF
004640     MOVE BP-CARRIER-NAME TO WS-CARRIER-NAME
004650     SET PLX TO 1
004660     SEARCH WS-PLAN-ENT
004670     AT END
004680         IF WS-PLAN-COUNT >= WS-PLAN-MAX
004690            DISPLAY 'BENELIG - PLAN TABLE FULL AT '
004700                    WS-PLAN-MAX ' - RAISE WS-PLAN-MAX'
004710            MOVE 'BPLANMST' TO WS-ABEND-DDNAME
004720            MOVE '  ' TO WS-ABEND-STATUS
004730            PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004740         END-IF
004750         ADD 1 TO WS-PLAN-COUNT
004760         MOVE BP-PLAN-ID   TO WS-PLAN-ID(WS-PLAN-COUNT)
004770         MOVE BP-PLAN-TYPE TO WS-PLAN-TYPE(WS-PLAN-COUNT)
004780         MOVE BP-GROUP-NO  TO WS-PLAN-GROUP-NO(WS-PLAN-COUNT)
004790     WHEN WS-PLAN-ID(PLX) = BP-PLAN-ID
004800         MOVE BP-PLAN-TYPE TO WS-PLAN-TYPE(PLX)
004810         MOVE BP-GROUP-NO  TO WS-PLAN-GROUP-NO(PLX)
004820     END-SEARCH
004830     .
004840 1210-LOAD-ONE-PLAN-EXIT.
004850     EXIT.
004860
004870 1300-LOAD-HISTORY.
004880*    EMPMAINT WRITES 'ADD' FOR A HIRE AND 'TERMINATE' FOR A
004890*    TERMINATION - BOTH THE EXTRACT'S AND TERMPROC'S - DATED THE
004900*    DAY THEY WERE APPLIED.  ONLY THE PERIOD'S ROWS ARE KEPT.
004910     OPEN INPUT EMPHIST
004920     IF WS-EMPHIST-STATUS NOT = '00'
004930        MOVE 'EMPHIST' TO WS-ABEND-DDNAME
004940        MOVE WS-EMPHIST-STATUS TO WS-ABEND-STATUS
004950        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004960     END-IF
004970     PERFORM 1310-LOAD-ONE-HIST THRU 1310-LOAD-ONE-HIST-EXIT
004980             UNTIL WS-HIST-EOF
004990     CLOSE EMPHIST
005000     .
005010 1300-LOAD-HISTORY-EXIT.
005020     EXIT.
005030
005040 1310-LOAD-ONE-HIST.
005050     READ EMPHIST
005060         AT END
005070             SET WS-HIST-EOF TO TRUE
005080             GO TO 1310-LOAD-ONE-HIST-EXIT
005090     END-READ
005100     IF EH-EFF-DATE < WS-FROM-DATE OR
005110        EH-EFF-DATE > WS-TO-DATE
005120        GO TO 1310-LOAD-ONE-HIST-EXIT
005130     END-IF
005140     EVALUATE EH-ACTION
005150         WHEN 'TERMINATE'
005160             IF WS-TERM-TAB-COUNT >= WS-TERM-MAX
005170                DISPLAY 'BENELIG - TERMINATION TABLE FULL AT '
005180                        WS-TERM-MAX ' - RAISE WS-TERM-MAX'
005190                MOVE 'EMPHIST' TO WS-ABEND-DDNAME
005200                MOVE '  ' TO WS-ABEND-STATUS
005210                PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005220             END-IF
005230             ADD 1 TO WS-TERM-TAB-COUNT
005240             MOVE EH-EMP-ID   TO WS-TERM-EMP-ID(WS-TERM-TAB-COUNT)
005250             MOVE EH-EFF-DATE TO WS-TERM-DATE(WS-TERM-TAB-COUNT)
005260         WHEN 'ADD'
005270             IF WS-HIRE-COUNT >= WS-HIRE-MAX
005280                DISPLAY 'BENELIG - NEW HIRE TABLE FULL AT '
005290                        WS-HIRE-MAX ' - RAISE WS-HIRE-MAX'
005300                MOVE 'EMPHIST' TO WS-ABEND-DDNAME
005310                MOVE '  ' TO WS-ABEND-STATUS
005320                PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005330             END-IF
005340             ADD 1 TO WS-HIRE-COUNT
005350             MOVE EH-EMP-ID   TO WS-HIRE-EMP-ID(WS-HIRE-COUNT)
005360             MOVE EH-EFF-DATE TO WS-HIRE-DATE(WS-HIRE-COUNT)
005370             MOVE 'N'         TO WS-HIRE-ENROLLED(WS-HIRE-COUNT)
005380         WHEN OTHER
005390             CONTINUE
005400     END-EVALUATE
005410     .
005420 1310-LOAD-ONE-HIST-EXIT.
005430     EXIT.
005440
005450 1500-START-FEED.
005460     MOVE WS-CARRIER-ID    TO EHD-CARRIER-ID
005470                              RH-CARRIER-ID
005480     MOVE WS-CARRIER-NAME  TO EHD-CARRIER-NAME
005490                              RH-CARRIER-NAME
005500     MOVE WS-FROM-DATE     TO EHD-FROM-DATE
005510                              RH-FROM-DATE
005520     MOVE WS-TO-DATE       TO EHD-TO-DATE
005530                              RH-TO-DATE
005540     MOVE WS-SYS-DATE      TO EHD-CREATE-DATE
005550     WRITE ELIG-REC FROM WS-ELIG-HDR-REC
005560     MOVE WS-RUN-DATE-EDIT TO RH-DATE
005570     WRITE RPT-LINE FROM WS-RPT-HDR-LINE
005580     MOVE SPACES TO RPT-LINE
005590     WRITE RPT-LINE
005600     MOVE 'ELIGIBILITY CHANGES SENT TO THE CARRIER' TO RS-TITLE
005610     WRITE RPT-LINE FROM WS-RPT-SECT-LINE
005620     WRITE RPT-LINE FROM WS-RPT-COL-LINE
005630     MOVE ZEROES     TO BE-EMP-ID
005640     MOVE LOW-VALUES TO BE-PLAN-ID
005650                        BE-EFF-DATE
005660     START BELECMST KEY IS NOT LESS THAN BE-KEY
005670         INVALID KEY
005680             SET WS-EOF TO TRUE
005690     END-START
005700     .
005710 1500-START-FEED-EXIT.
005720     EXIT.
005730
005740 2000-READ-ELECTION.
005750     READ BELECMST NEXT RECORD
005760         AT END
005770             SET WS-EOF TO TRUE
005780             GO TO 2000-READ-ELECTION-EXIT
005790     END-READ
005800     ADD 1 TO WS-READ-COUNT
005810*    THE MASTER IS IN EMPLOYEE + PLAN + EFFECTIVE DATE ORDER, SO
005820*    A ROW FOR THE SAME EMPLOYEE AND PLAN AS THE ONE BEFORE IT IS
005830*    A LATER ROW FOR COVERAGE ALREADY HELD - A TIER CHANGE.
005840     IF BE-EMP-ID = WS-PREV-EMP-ID AND
005850        BE-PLAN-ID = WS-PREV-PLAN-ID
005860        SET WS-PRIOR-ROW TO TRUE
005870     ELSE
005880        MOVE 'N' TO WS-PRIOR-ROW-SW
005890                    WS-TERM-SENT-SW
005900     END-IF
005910     MOVE BE-EMP-ID  TO WS-PREV-EMP-ID
005920     MOVE BE-PLAN-ID TO WS-PREV-PLAN-ID
005930     PERFORM 2100-STOP-FOR-TERM THRU 2100-STOP-FOR-TERM-EXIT
005940     SET PLX TO 1
005950     SEARCH WS-PLAN-ENT
005960     AT END
005970         GO TO 2000-READ-ELECTION-EXIT
005980     WHEN WS-PLAN-ID(PLX) = BE-PLAN-ID
005990         CONTINUE
006000     END-SEARCH
006010     PERFORM 2200-FEED-ONE-ELECTION
006020             THRU 2200-FEED-ONE-ELECTION-EXIT
006030     .
006040 2000-READ-ELECTION-EXIT.
006050     EXIT.
006060
006070 2100-STOP-FOR-TERM.
006080*    A TERMINATED EMPLOYEE'S COVERAGE ENDS ON THE TERMINATION
006090*    DATE IN EVERY PLAN, WHATEVER THE CARRIER, SO THE FIRST
006100*    CARRIER RUN OF THE MONTH STOPS THEM ALL AND EVERY CARRIER'S
006110*    RUN REPORTS ITS OWN.  A RERUN FINDS THEM ALREADY STOPPED.
006120*    ONLY THE ROW IN FORCE ON THE TERMINATION DATE IS ENDED, WITH
006130*    ANY ROW DATED AFTER IT THAT WOULD START COVERAGE AGAIN - THE
006140*    EARLIER ROWS ARE TIER HISTORY AND ARE LEFT AS THEY ARE.
006150     SET TMX TO 1
006160     SEARCH WS-TERM-ENT
006170     AT END
006180         GO TO 2100-STOP-FOR-TERM-EXIT
006190     WHEN WS-TERM-EMP-ID(TMX) = BE-EMP-ID
006200         CONTINUE
006210     END-SEARCH
006220     IF NOT WS-PRIOR-ROW
006230        PERFORM 2110-FIND-IN-FORCE THRU 2110-FIND-IN-FORCE-EXIT
006240     END-IF
006250     IF BE-EFF-DATE NOT = WS-INFORCE-EFF-DATE AND
006260        BE-EFF-DATE NOT > WS-TERM-DATE(TMX)
006270        GO TO 2100-STOP-FOR-TERM-EXIT
006280     END-IF
006290     IF BE-STOP-DATE NOT = SPACES AND
006300        BE-STOP-DATE NOT > WS-TERM-DATE(TMX)
006310        GO TO 2100-STOP-FOR-TERM-EXIT
006320     END-IF
006330     MOVE WS-TERM-DATE(TMX) TO BE-STOP-DATE
006340                               BE-STOP-ENT-DATE
006350     SET BE-STOP-TERM       TO TRUE
006360     MOVE WS-SYS-DATE       TO BE-LAST-MAINT-DATE
006370     REWRITE BE-ELECT-REC
006380     IF WS-BELECMST-STATUS NOT = '00'
006390        MOVE 'BELECMST' TO WS-ABEND-DDNAME
006400        MOVE WS-BELECMST-STATUS TO WS-ABEND-STATUS
006410        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
006420     END-IF
006430     ADD 1 TO WS-STOPPED-COUNT
006440     .
006450 2100-STOP-FOR-TERM-EXIT.
006460     EXIT.
006470
006480 2110-FIND-IN-FORCE.
006490*    THIS IS THE PLAN'S FIRST ROW, SO READ FORWARD AND KEEP THE
006500*    LAST ONE ALREADY IN FORCE ON THE TERMINATION DATE - THE SAME
006510*    WALK AS BENELECT'S 2600-FIND-ELECTION - THEN PUT THE BROWSE
006520*    BACK ON THIS ROW.  NONE IS IN FORCE IF THE FIRST ROW STARTS
006530*    AFTER THE TERMINATION.
006540     MOVE SPACES TO WS-INFORCE-EFF-DATE
006550     IF BE-EFF-DATE > WS-TERM-DATE(TMX)
006560        GO TO 2110-FIND-IN-FORCE-EXIT
006570     END-IF
006580     MOVE BE-EFF-DATE TO WS-INFORCE-EFF-DATE
006590     MOVE BE-KEY      TO WS-SAVE-BE-KEY
006600     MOVE 'N'         TO WS-WALK-DONE-SW
006610     PERFORM 2120-READ-PLAN-ROW THRU 2120-READ-PLAN-ROW-EXIT
006620             UNTIL WS-WALK-DONE
006630     MOVE WS-SAVE-BE-KEY TO BE-KEY
006640     START BELECMST KEY IS NOT LESS THAN BE-KEY
006650         INVALID KEY
006660             MOVE 'BELECMST' TO WS-ABEND-DDNAME
006670             MOVE WS-BELECMST-STATUS TO WS-ABEND-STATUS
006680             PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
006690     END-START
006700     READ BELECMST NEXT RECORD
006710         AT END
006720             MOVE 'BELECMST' TO WS-ABEND-DDNAME
006730             MOVE WS-BELECMST-STATUS TO WS-ABEND-STATUS
006740             PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
006750     END-READ
006760     .
006770 2110-FIND-IN-FORCE-EXIT.
006780     EXIT.
006790
006800 2120-READ-PLAN-ROW.
006810     READ BELECMST NEXT RECORD
006820         AT END
006830             SET WS-WALK-DONE TO TRUE
006840             GO TO 2120-READ-PLAN-ROW-EXIT
006850     END-READ
006860     IF BE-EMP-ID NOT = WS-PREV-EMP-ID OR
006870        BE-PLAN-ID NOT = WS-PREV-PLAN-ID OR
006880        BE-EFF-DATE > WS-TERM-DATE(TMX)
006890        SET WS-WALK-DONE TO TRUE
006900        GO TO 2120-READ-PLAN-ROW-EXIT
006910     END-IF
006920     MOVE BE-EFF-DATE TO WS-INFORCE-EFF-DATE
006930     .
006940 2120-READ-PLAN-ROW-EXIT.
006950     EXIT.
006960
006970 2200-FEED-ONE-ELECTION.
006980*    A ROW KEYED IN THE PERIOD IS AN ADD - OR A CHANGE WHEN AN
006990*    EARLIER ROW FOR THE PLAN EXISTS; A STOP KEYED IN THE PERIOD
007000*    IS A TERMINATION.  A ROW ADDED AND STOPPED IN THE SAME
007010*    PERIOD GOES OUT AS BOTH, SO THE CARRIER SEES THE WHOLE SPAN.
007020*    A TERMINATION GOES OUT ONCE PER PLAN - A LATER ROW ENDED
007030*    WITH THE ONE IN FORCE NEVER TOOK EFFECT.
007040     PERFORM 2250-MARK-HIRE THRU 2250-MARK-HIRE-EXIT
007050     IF BE-ADD-DATE NOT < WS-FROM-DATE AND
007060        BE-ADD-DATE NOT > WS-TO-DATE
007070        IF WS-PRIOR-ROW
007080           MOVE 'CHANGE' TO WS-FEED-ACTION
007090           ADD 1 TO WS-CHANGE-COUNT
007100        ELSE
007110           MOVE 'ADD'    TO WS-FEED-ACTION
007120           ADD 1 TO WS-ADD-COUNT
007130        END-IF
007140        PERFORM 2400-WRITE-FEED-REC THRU 2400-WRITE-FEED-REC-EXIT
007150     END-IF
007160     IF BE-STOP-ENT-DATE = SPACES OR
007170        BE-STOP-ENT-DATE < WS-FROM-DATE OR
007180        BE-STOP-ENT-DATE > WS-TO-DATE
007190        GO TO 2200-FEED-ONE-ELECTION-EXIT
007200     END-IF
007210     IF BE-STOP-TERM AND WS-TERM-SENT
007220        GO TO 2200-FEED-ONE-ELECTION-EXIT
007230     END-IF
007240     MOVE 'TERM'   TO WS-FEED-ACTION
007250     ADD 1 TO WS-TERM-COUNT
007260     PERFORM 2400-WRITE-FEED-REC THRU 2400-WRITE-FEED-REC-EXIT
007270     IF BE-STOP-TERM
007280        SET WS-TERM-SENT TO TRUE
007290     END-IF
007300     .
007310 2200-FEED-ONE-ELECTION-EXIT.
007320     EXIT.
007330
007340 2250-MARK-HIRE.
007350     SET HRX TO 1
007360     SEARCH WS-HIRE-ENT
007370     AT END
007380         CONTINUE
007390     WHEN WS-HIRE-EMP-ID(HRX) = BE-EMP-ID
007400         MOVE 'Y' TO WS-HIRE-ENROLLED(HRX)
007410     END-SEARCH
007420     .
007430 2250-MARK-HIRE-EXIT.
007440     EXIT.
007450
007460 2300-GET-EMPLOYEE.
007470*    THE MASTER IS READ ONCE PER EMPLOYEE FOR THE NAME AND HIRE
007480*    DATE THE CARRIER MATCHES ON.
007490     IF BE-EMP-ID = WS-NAME-EMP-ID
007500        GO TO 2300-GET-EMPLOYEE-EXIT
007510     END-IF
007520     MOVE BE-EMP-ID TO WS-NAME-EMP-ID
007530     MOVE BE-EMP-ID TO EM-EMP-ID
007540     READ EMPMSTR KEY IS EM-EMP-ID
007550         INVALID KEY
007560             MOVE 'N' TO WS-EMP-FOUND-SW
007570             MOVE SPACES TO EM-EMP-NAME
007580                            EM-HIRE-DATE
007590         NOT INVALID KEY
007600             MOVE 'Y' TO WS-EMP-FOUND-SW
007610     END-READ
007620     .
007630 2300-GET-EMPLOYEE-EXIT.
007640     EXIT.
007650
007660 2400-WRITE-FEED-REC.
007670     PERFORM 2300-GET-EMPLOYEE THRU 2300-GET-EMPLOYEE-EXIT
007680     MOVE WS-FEED-ACTION       TO ELG-ACTION
007690                                  RD-ACTION
007700     MOVE BE-EMP-ID            TO ELG-EMP-ID
007710                                  RD-EMP-ID
007720     MOVE EM-EMP-NAME          TO ELG-EMP-NAME
007730                                  RD-EMP-NAME
007740     MOVE BE-PLAN-ID           TO ELG-PLAN-ID
007750                                  RD-PLAN-ID
007760     MOVE WS-PLAN-GROUP-NO(PLX) TO ELG-GROUP-NO
007770                                  RD-GROUP-NO
007780     MOVE WS-PLAN-TYPE(PLX)    TO ELG-PLAN-TYPE
007790                                  RD-PLAN-TYPE
007800     MOVE BE-TIER              TO ELG-TIER
007810                                  RD-TIER
007820     MOVE BE-EFF-DATE          TO ELG-COV-START
007830                                  RD-COV-START
007840     MOVE BE-STOP-DATE         TO ELG-COV-END
007850                                  RD-COV-END
007860     MOVE BE-STOP-REASON       TO ELG-STOP-REASON
007870                                  RD-STOP-REASON
007880     MOVE EM-HIRE-DATE         TO ELG-HIRE-DATE
007890     WRITE ELIG-REC FROM WS-ELIG-DTL-REC
007900     WRITE RPT-LINE FROM WS-RPT-DTL-LINE
007910     ADD 1 TO WS-FEED-COUNT
007920     .
007930 2400-WRITE-FEED-REC-EXIT.
007940     EXIT.
007950
007960 3000-LIST-NEW-HIRES.
007970*    A NEW HIRE WITH NO ELECTION MAY HAVE WAIVED COVERAGE OR MAY
007980*    BE A MISSED ENROLLMENT - THE LIST IS FOR THE BENEFITS TEAM
007990*    TO CHECK, SO IT DOES NOT RAISE THE CONDITION CODE.
008000     MOVE SPACES TO RPT-LINE
008010     WRITE RPT-LINE
008020     MOVE 'NEW HIRES WITH NO ELECTION IN THE CARRIER''S PLANS'
008030          TO RS-TITLE
008040     WRITE RPT-LINE FROM WS-RPT-SECT-LINE
008050     PERFORM 3100-CHECK-ONE-HIRE THRU 3100-CHECK-ONE-HIRE-EXIT
008060             VARYING HRX FROM 1 BY 1 UNTIL HRX > WS-HIRE-COUNT
008070     .
008080 3000-LIST-NEW-HIRES-EXIT.
008090     EXIT.
008100
008110 3100-CHECK-ONE-HIRE.
008120     IF WS-HIRE-ENROLLED(HRX) = 'Y'
008130        GO TO 3100-CHECK-ONE-HIRE-EXIT
008140     END-IF
008150     MOVE WS-HIRE-EMP-ID(HRX) TO EM-EMP-ID
008160     READ EMPMSTR KEY IS EM-EMP-ID
008170         INVALID KEY
008180             MOVE SPACES TO EM-EMP-NAME
008190                            EM-DEPT-CODE
008200                            EM-HIRE-DATE
008210     END-READ
008220     MOVE WS-HIRE-EMP-ID(HRX) TO RN-EMP-ID
008230     MOVE EM-EMP-NAME         TO RN-EMP-NAME
008240     MOVE EM-DEPT-CODE        TO RN-DEPT-CODE
008250     MOVE EM-HIRE-DATE        TO RN-HIRE-DATE
008260     WRITE RPT-LINE FROM WS-RPT-HIRE-LINE
008270     ADD 1 TO WS-NOT-ENROLLED
008280     .
008290 3100-CHECK-ONE-HIRE-EXIT.
008300     EXIT.
008310
008320 8000-WRITE-SUMMARY.
008330     MOVE WS-ADD-COUNT    TO ETR-ADDS
008340     MOVE WS-CHANGE-COUNT TO ETR-CHANGES
008350     MOVE WS-TERM-COUNT   TO ETR-TERMS
008360     MOVE WS-FEED-COUNT   TO ETR-RECORDS
008370     WRITE ELIG-REC FROM WS-ELIG-TRL-REC
008380     MOVE SPACES TO RPT-LINE
008390     WRITE RPT-LINE
008400     MOVE 'ELECTION ROWS READ'           TO RT-LABEL
008410     MOVE WS-READ-COUNT                  TO RT-COUNT
008420     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
008430     MOVE 'ELECTIONS STOPPED FOR TERMS'  TO RT-LABEL
008440     MOVE WS-STOPPED-COUNT               TO RT-COUNT
008450     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
008460     MOVE 'ADDS SENT'                    TO RT-LABEL
008470     MOVE WS-ADD-COUNT                   TO RT-COUNT
008480     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
008490     MOVE 'CHANGES SENT'                 TO RT-LABEL
008500     MOVE WS-CHANGE-COUNT                TO RT-COUNT
008510     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
008520     MOVE 'TERMINATIONS SENT'            TO RT-LABEL
008530     MOVE WS-TERM-COUNT                  TO RT-COUNT
008540     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
008550     IF WS-LIST-HIRES
008560        MOVE 'NEW HIRES NOT ENROLLED'    TO RT-LABEL
008570        MOVE WS-NOT-ENROLLED             TO RT-COUNT
008580        WRITE RPT-LINE FROM WS-RPT-TOT-LINE
008590     END-IF
008600     DISPLAY 'BENELIG - CARRIER ' WS-CARRIER-ID
008610             ' ADDS: '    WS-ADD-COUNT
008620             ' CHANGES: ' WS-CHANGE-COUNT
008630             ' TERMS: '   WS-TERM-COUNT
008640     .
008650 8000-WRITE-SUMMARY-EXIT.
008660     EXIT.
008670
008680 9000-ABEND-PARA.
008690*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
008700*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
008710     DISPLAY 'BENELIG - OPEN/LOAD FAILED FOR: ' WS-ABEND-DDNAME
008720     DISPLAY 'BENELIG - FILE STATUS WAS      : ' WS-ABEND-STATUS
008730     MOVE 16 TO RETURN-CODE
008740     STOP RUN
008750     .
008760 9000-ABEND-PARA-EXIT.
008770     EXIT.
008780
008790 9500-WRITE-AUDIT-RECORD.
008800*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
008810*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
008820*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
008830     OPEN EXTEND AUDTFILE
008840     IF NOT WS-AUDTFILE-OK
008850        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
008860        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
008870        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
008880     END-IF
008890     ACCEPT WS-RUN-TIME FROM TIME
008900     MOVE 'BENELIG' TO AUD-PGM-NAME
008910     MOVE WS-RUN-DATE-EDIT TO AUD-RUN-DATE
008920     STRING WS-RUN-HH DELIMITED SIZE
008930            ':'       DELIMITED SIZE
008940            WS-RUN-MN DELIMITED SIZE
008950            ':'       DELIMITED SIZE
008960            WS-RUN-SS DELIMITED SIZE
008970            INTO AUD-RUN-TIME
008980     MOVE WS-FEED-COUNT  TO AUD-REC-COUNT
008990     MOVE RETURN-CODE    TO AUD-RETURN-CODE
009000     WRITE AUD-REC
009010     CLOSE AUDTFILE
009020     .
009030 9500-WRITE-AUDIT-RECORD-EXIT.
009040     EXIT.
