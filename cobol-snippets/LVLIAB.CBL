000010******************************************************************
000020*        PROGRAM NAME            : LVLIAB                        *
000030*        DESCRIPTION             : MONTH-END LEAVE LIABILITY.    *
000040*                                  VALUES EVERY VACATION AND     *
000050*                                  SICK BALANCE ON THE LEAVE     *
000060*                                  MASTER (LVMSTR) AT THE        *
000070*                                  EMPLOYEE'S HOURLY RATE FROM   *
000080*                                  THE EMPLOYEE MASTER AND       *
000090*                                  TOTALS IT BY DEPARTMENT       *
000100*                                  WITHIN COMPANY, WITH COMPANY  *
000110*                                  AND GRAND TOTALS, FOR         *
000120*                                  ACCOUNTING TO BOOK.  A        *
000130*                                  SALARIED EMPLOYEE'S RATE IS   *
000140*                                  THE PERIOD SALARY OVER THE    *
000150*                                  STANDARD HOURS ON LVCTL.      *
000160*        CREDITS                 : DATA PROCESSING               *
000170******************************************************************
000180*        MODIFICATION HISTORY                                    *
000190*        ----------------------------------------------------   *
000200*        DATE       INIT  DESCRIPTION                            *
000210*        10/15/26   RWM   INITIAL VERSION - THE LEAVE LIABILITY  *
000220*                         WAS WORKED OUT BY HAND FROM BALANCES   *
000230*                         KEPT OUTSIDE THE SYSTEM.               *
000240******************************************************************
000250
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. LVLIAB.
000280 AUTHOR. R MEHTA.
000290 INSTALLATION. DATA PROCESSING.
000300 DATE-WRITTEN. 10/15/26.
000310 DATE-COMPILED.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT LVMSTR   ASSIGN TO LVMSTR
000370     ORGANIZATION IS INDEXED
000380     ACCESS MODE IS DYNAMIC
000390     RECORD KEY IS LV-KEY
000400     FILE STATUS IS WS-LVMSTR-STATUS.
000410
000420     SELECT EMPMSTR  ASSIGN TO EMPMSTR
000430     ORGANIZATION IS INDEXED
000440     ACCESS MODE IS DYNAMIC
000450     RECORD KEY IS EM-EMP-ID
000460     FILE STATUS IS WS-EMPMSTR-STATUS.
000470
000480     SELECT LVCTL    ASSIGN TO LVCTL
000490     ORGANIZATION IS LINE SEQUENTIAL
000500     FILE STATUS IS WS-LVCTL-STATUS.
000510
000520     SELECT RPTFILE  ASSIGN TO RPTDD
000530     ORGANIZATION IS LINE SEQUENTIAL
000540     FILE STATUS IS WS-RPTFILE-STATUS.
000550
000560     SELECT AUDTFILE ASSIGN TO AUDTDD
000570     ORGANIZATION IS LINE SEQUENTIAL
000580     FILE STATUS IS WS-AUDTFILE-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD LVMSTR.
000630     COPY LEAVEREC.
000640
000650 FD EMPMSTR.
000660     COPY EMPMREC.
000670
000680*    OPTIONAL CONTROL CARD: COLS 1-5 THE STANDARD HOURS IN ONE
000690*    PAY PERIOD (999V99, DEFAULT 080.00 - BIWEEKLY), COLS 7-14
000700*    THE AS-OF DATE PRINTED ON THE REPORT (DEFAULT TODAY).
000710 FD LVCTL.
000720 01 LVCTL-REC.
000730     05 LC-STD-HOURS      PIC X(05).
000740     05 LC-STD-HOURS-9 REDEFINES LC-STD-HOURS PIC 9(03)V99.
000750     05 FILLER            PIC X(01).
000760     05 LC-ASOF-DATE      PIC X(08).
000770     05 FILLER            PIC X(66).
000780
000790 FD RPTFILE.
000800 01 RPT-LINE              PIC X(132).
000810
000820 FD AUDTFILE.
000830     COPY AUDITREC REPLACING ==:RECNAME:== BY ==AUD-REC==
000840                             ==:PFX:==     BY ==AUD==.
000850
000860 WORKING-STORAGE SECTION.
000870 01 WS-LVMSTR-STATUS     PIC X(02) VALUE '00'.
000880 01 WS-EMPMSTR-STATUS    PIC X(02) VALUE '00'.
000890     88 WS-EMPMSTR-OK    VALUE '00'.
000900 01 WS-LVCTL-STATUS      PIC X(02) VALUE '00'.
000910 01 WS-RPTFILE-STATUS    PIC X(02) VALUE '00'.
000920     88 WS-RPTFILE-OK    VALUE '00'.
000930 01 WS-EOF-STA           PIC X VALUE 'N'.
000940     88 WS-EOF           VALUE 'Y'.
000950 01 WS-EMP-FOUND-SW      PIC X(01) VALUE 'N'.
000960     88 WS-EMP-FOUND     VALUE 'Y'.
000970 01 WS-PREV-EMP-ID       PIC 9(06) VALUE ZEROES.
000980 01 WS-PREV-COMP         PIC 9(06) VALUE ZEROES.
000990 01 WS-SYS-DATE          PIC X(08) VALUE SPACES.
001000 01 WS-ASOF-DATE         PIC X(08) VALUE SPACES.
001010 01 WS-STD-HOURS         PIC 9(03)V99 VALUE 080.00.
001020 01 WS-HOUR-RATE         PIC 9(05)V9999 VALUE ZEROES.
001030 01 WS-LV-VALUE          PIC S9(09)V99 VALUE ZEROES.
001040 01 WS-EXC-REASON        PIC X(40) VALUE SPACES.
001050 01 WS-READ-COUNT        PIC 9(07) VALUE ZEROES COMP.
001060 01 WS-VALUED-COUNT      PIC 9(07) VALUE ZEROES COMP.
001070 01 WS-NOEMP-COUNT       PIC 9(07) VALUE ZEROES COMP.
001080 01 WS-TERM-COUNT        PIC 9(07) VALUE ZEROES COMP.
001090 01 WS-NEG-COUNT         PIC 9(07) VALUE ZEROES COMP.
001100 01 WS-ABEND-DDNAME      PIC X(08) VALUE SPACES.
001110 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
001120 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
001130     88 WS-AUDTFILE-OK   VALUE '00'.
001140 01 WS-RUN-DATE.
001150     05 WS-RUN-YY        PIC 9(02).
001160     05 WS-RUN-MM        PIC 9(02).
001170     05 WS-RUN-DD        PIC 9(02).
001180 01 WS-RUN-TIME.
001190     05 WS-RUN-HH        PIC 9(02).
001200     05 WS-RUN-MN        PIC 9(02).
001210     05 WS-RUN-SS        PIC 9(02).
001220     05 FILLER           PIC 9(02).
001230 01 WS-RUN-DATE-EDIT     PIC X(08).
001240
001250*    ONE ENTRY PER COMPANY AND DEPARTMENT, BUILT IN LVMSTR ORDER
001260*    AND SORTED BEFORE PRINTING - THE SAME ONE-TIME TABLE SORT
001270*    ANNVRPT USES FOR ITS SENIORITY LIST.
001280 01 WS-LIAB-MAX          PIC 9(03) COMP VALUE 500.
001290 01 WS-LIAB-COUNT        PIC 9(03) COMP VALUE ZERO.
001300 01 WS-LIABS.
001310     05 WS-LIAB-ENT OCCURS 1 TO 500 TIMES
001320                    DEPENDING ON WS-LIAB-COUNT
001330                    INDEXED BY LBX.
001340            10 WS-LIAB-COMP      PIC 9(06).
001350            10 WS-LIAB-DEPT      PIC X(04).
001360            10 WS-LIAB-EMPS      PIC 9(07) COMP.
001370            10 WS-LIAB-VAC-HRS   PIC S9(09)V99 COMP-3.
001380            10 WS-LIAB-VAC-AMT   PIC S9(11)V99 COMP-3.
001390            10 WS-LIAB-SICK-HRS  PIC S9(09)V99 COMP-3.
001400            10 WS-LIAB-SICK-AMT  PIC S9(11)V99 COMP-3.
001410 01 WS-TOTALS.
001420     05 WS-CO-EMPS           PIC 9(07) COMP VALUE ZERO.
001430     05 WS-CO-VAC-HRS        PIC S9(09)V99 COMP-3 VALUE ZERO.
001440     05 WS-CO-VAC-AMT        PIC S9(11)V99 COMP-3 VALUE ZERO.
001450     05 WS-CO-SICK-HRS       PIC S9(09)V99 COMP-3 VALUE ZERO.
001460     05 WS-CO-SICK-AMT       PIC S9(11)V99 COMP-3 VALUE ZERO.
001470     05 WS-GR-EMPS           PIC 9(07) COMP VALUE ZERO.
001480     05 WS-GR-VAC-HRS        PIC S9(09)V99 COMP-3 VALUE ZERO.
001490     05 WS-GR-VAC-AMT        PIC S9(11)V99 COMP-3 VALUE ZERO.
001500     05 WS-GR-SICK-HRS       PIC S9(09)V99 COMP-3 VALUE ZERO.
001510     05 WS-GR-SICK-AMT       PIC S9(11)V99 COMP-3 VALUE ZERO.
001520
001530 01 WS-RPT-HDR-LINE.
001540     05 FILLER            PIC X(36)
001550            VALUE 'MONTH-END LEAVE LIABILITY REPORT    '.
001560     05 FILLER            PIC X(06) VALUE 'DATE: '.
001570     05 RH-DATE           PIC X(08).
001580     05 FILLER            PIC X(10) VALUE '  AS OF: '.
001590     05 RH-ASOF-DATE      PIC X(08).
001600     05 FILLER            PIC X(18) VALUE '  STD HRS/PERIOD: '.
001610     05 RH-STD-HOURS      PIC ZZ9.99.
001620     05 FILLER            PIC X(40) VALUE SPACES.
001630
001640 01 WS-RPT-SECT-LINE.
001650     05 RS-TITLE          PIC X(60).
001660     05 FILLER            PIC X(72) VALUE SPACES.
001670
001680 01 WS-RPT-EXC-COL-LINE.
001690     05 FILLER            PIC X(44)
001700            VALUE 'EMP ID  NAME                  TYPE    BALANC'.
001710     05 FILLER            PIC X(44)
001720            VALUE 'E  EXCEPTION                                '.
001730     05 FILLER            PIC X(44) VALUE SPACES.
001740
001750 01 WS-RPT-EXC-LINE.
001760     05 RE-EMP-ID         PIC 9(06).
001770     05 FILLER            PIC X(02) VALUE SPACES.
001780     05 RE-NAME           PIC X(20).
001790     05 FILLER            PIC X(02) VALUE SPACES.
001800     05 RE-TYPE           PIC X(01).
001810     05 FILLER            PIC X(03) VALUE SPACES.
001820     05 RE-BALANCE        PIC ZZ,ZZ9.99-.
001830     05 FILLER            PIC X(02) VALUE SPACES.
001840     05 RE-REASON         PIC X(40).
001850     05 FILLER            PIC X(46) VALUE SPACES.
001860
001870 01 WS-RPT-COL-LINE.
001880     05 FILLER            PIC X(44)
001890            VALUE 'COMPNY   DEPT  EMPLOYS     VACATION HRS   VA'.
001900     05 FILLER            PIC X(44)
001910            VALUE 'CATION VALUE        SICK HRS       SICK VALU'.
001920     05 FILLER            PIC X(44)
001930            VALUE 'E        TOTAL VALUE                        '.
001940
001950 01 WS-RPT-LIAB-LINE.
001960     05 LL-ID.
001970         10 LL-COMP       PIC X(06).
001980         10 FILLER        PIC X(03).
001990         10 LL-DEPT       PIC X(04).
002000     05 LL-LABEL REDEFINES LL-ID PIC X(13).
002010     05 FILLER            PIC X(02) VALUE SPACES.
002020     05 LL-EMPS           PIC ZZZ,ZZ9.
002030     05 FILLER            PIC X(03) VALUE SPACES.
002040     05 LL-VAC-HRS        PIC ZZ,ZZZ,ZZ9.99-.
002050     05 FILLER            PIC X(02) VALUE SPACES.
002060     05 LL-VAC-AMT        PIC ZZZ,ZZZ,ZZ9.99-.
002070     05 FILLER            PIC X(02) VALUE SPACES.
002080     05 LL-SICK-HRS       PIC ZZ,ZZZ,ZZ9.99-.
002090     05 FILLER            PIC X(02) VALUE SPACES.
002100     05 LL-SICK-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
002110     05 FILLER            PIC X(02) VALUE SPACES.
002120     05 LL-TOT-AMT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
002130     05 FILLER            PIC X(24) VALUE SPACES.
002140
002150 01 WS-RPT-TOT-LINE.
002160     05 RT-LABEL          PIC X(28).
002170     05 RT-COUNT          PIC ZZZZZZ9.
002180     05 FILLER            PIC X(97) VALUE SPACES.
002190
002200 PROCEDURE DIVISION.
002210 0000-MAINLINE.
002220     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002230     PERFORM 2000-READ-LEAVE THRU 2000-READ-LEAVE-EXIT
002240             UNTIL WS-EOF
002250     PERFORM 3000-WRITE-LIABILITY THRU 3000-WRITE-LIABILITY-EXIT
002260     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
002270     CLOSE LVMSTR
002280           EMPMSTR
002290           RPTFILE
002300     PERFORM 9500-WRITE-AUDIT-RECORD
002310             THRU 9500-WRITE-AUDIT-RECORD-EXIT
002320     STOP RUN
002330     .
002340
002350 1000-INITIALIZE.
002360*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
002370*    OPEN - NO PAY RUN HAS ACCRUED LEAVE YET, AND THE REPORT
002380*    SHOWS A ZERO LIABILITY.
002390     OPEN INPUT LVMSTR
002400     IF WS-LVMSTR-STATUS NOT = '00' AND
002410        WS-LVMSTR-STATUS NOT = '05'
002420        MOVE 'LVMSTR' TO WS-ABEND-DDNAME
002430        MOVE WS-LVMSTR-STATUS TO WS-ABEND-STATUS
002440        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002450     END-IF
002460     OPEN INPUT EMPMSTR
002470     IF NOT WS-EMPMSTR-OK
002480        MOVE 'EMPMSTR' TO WS-ABEND-DDNAME
002490        MOVE WS-EMPMSTR-STATUS TO WS-ABEND-STATUS
002500        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002510     END-IF
002520     OPEN OUTPUT RPTFILE
002530     IF NOT WS-RPTFILE-OK
002540        MOVE 'RPTDD' TO WS-ABEND-DDNAME
002550        MOVE WS-RPTFILE-STATUS TO WS-ABEND-STATUS
002560        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002570     END-IF
002580     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
002590     ACCEPT WS-RUN-DATE FROM DATE
002600     STRING WS-RUN-MM DELIMITED SIZE
002610            '/'       DELIMITED SIZE
002620            WS-RUN-DD DELIMITED SIZE
002630            '/'       DELIMITED SIZE
002640            WS-RUN-YY DELIMITED SIZE
002650            INTO WS-RUN-DATE-EDIT
002660     MOVE WS-SYS-DATE TO WS-ASOF-DATE
002670     PERFORM 1100-READ-LVCTL THRU 1100-READ-LVCTL-EXIT
002680     MOVE WS-RUN-DATE-EDIT TO RH-DATE
002690     MOVE WS-ASOF-DATE     TO RH-ASOF-DATE
002700     MOVE WS-STD-HOURS     TO RH-STD-HOURS
002710     WRITE RPT-LINE FROM WS-RPT-HDR-LINE
002720     MOVE SPACES TO RPT-LINE
002730     WRITE RPT-LINE
002740     MOVE 'BALANCES NEEDING ATTENTION' TO RS-TITLE
002750     WRITE RPT-LINE FROM WS-RPT-SECT-LINE
002760     WRITE RPT-LINE FROM WS-RPT-EXC-COL-LINE
002770     MOVE ZEROES TO LV-EMP-ID
002780     MOVE LOW-VALUES TO LV-LEAVE-TYPE
002790     START LVMSTR KEY IS NOT LESS THAN LV-KEY
002800         INVALID KEY
002810             SET WS-EOF TO TRUE
002820     END-START
002830     .
002840 1000-INITIALIZE-EXIT.
002850     EXIT.
002860
002870 1100-READ-LVCTL.
002880*    LVCTL IS OPTIONAL - SEE 1300-READ-SRTCTL IN SORTPRO FOR THE
002890*    SAME IDIOM.  A BLANK OR NON-NUMERIC FIELD KEEPS ITS DEFAULT.
002900     OPEN INPUT LVCTL
002910     IF WS-LVCTL-STATUS NOT = '00'
002920        GO TO 1100-READ-LVCTL-EXIT
002930     END-IF
002940     READ LVCTL
002950         AT END
002960             CLOSE LVCTL
002970             GO TO 1100-READ-LVCTL-EXIT
002980     END-READ
002990     IF LC-STD-HOURS IS NUMERIC AND LC-STD-HOURS-9 > ZERO
003000        MOVE LC-STD-HOURS-9 TO WS-STD-HOURS
003010     END-IF
003020     IF LC-ASOF-DATE IS NUMERIC
003030        MOVE LC-ASOF-DATE TO WS-ASOF-DATE
003040     END-IF
003050     CLOSE LVCTL
003060     .
003070 1100-READ-LVCTL-EXIT.
003080     EXIT.
003090
003100 2000-READ-LEAVE.
003110     READ LVMSTR NEXT RECORD
003120         AT END
003130             SET WS-EOF TO TRUE
003140             GO TO 2000-READ-LEAVE-EXIT
003150     END-READ
003160     ADD 1 TO WS-READ-COUNT
003170     PERFORM 2100-VALUE-ONE THRU 2100-VALUE-ONE-EXIT
003180     .
003190 2000-READ-LEAVE-EXIT.
003200     EXIT.
003210
003220 2100-VALUE-ONE.
003230*    THE MASTER IS IN EMPLOYEE ORDER WITH BOTH LEAVE TYPES
003240*    TOGETHER, SO THE EMPLOYEE MASTER IS READ ONCE PER EMPLOYEE
003250*    AND THE EMPLOYEE IS COUNTED ONCE IN THE DEPARTMENT.
003260     IF LV-EMP-ID NOT = WS-PREV-EMP-ID
003270        MOVE LV-EMP-ID TO WS-PREV-EMP-ID
003280        MOVE LV-EMP-ID TO EM-EMP-ID
003290        READ EMPMSTR KEY IS EM-EMP-ID
003300            INVALID KEY
003310                MOVE 'N' TO WS-EMP-FOUND-SW
003320            NOT INVALID KEY
003330                MOVE 'Y' TO WS-EMP-FOUND-SW
003340        END-READ
003350        IF WS-EMP-FOUND
003360           PERFORM 2200-FIND-DEPT THRU 2200-FIND-DEPT-EXIT
003370           ADD 1 TO WS-LIAB-EMPS(LBX)
003380           IF EM-TERMINATED
003390              MOVE 'TERMINATED - BALANCE NOT SETTLED'
003400                TO WS-EXC-REASON
003410              PERFORM 2800-LEAVE-EXCEPTION
003420                      THRU 2800-LEAVE-EXCEPTION-EXIT
003430              ADD 1 TO WS-TERM-COUNT
003440           END-IF
003450        END-IF
003460     END-IF
003470*    A BALANCE FOR AN EMPLOYEE NO LONGER ON THE MASTER CANNOT BE
003480*    VALUED OR PLACED IN A DEPARTMENT - LISTED FOR HR TO CLEAR.
003490     IF NOT WS-EMP-FOUND
003500        MOVE SPACES TO EM-EMP-NAME
003510        MOVE 'NOT ON EMPLOYEE MASTER - NOT VALUED'
003520          TO WS-EXC-REASON
003530        PERFORM 2800-LEAVE-EXCEPTION
003540                THRU 2800-LEAVE-EXCEPTION-EXIT
003550        ADD 1 TO WS-NOEMP-COUNT
003560        GO TO 2100-VALUE-ONE-EXIT
003570     END-IF
003580*    THE HOURLY RATE IS THE SALARY FIELD FOR AN 'H' EMPLOYEE AND
003590*    THE PERIOD SALARY OVER THE STANDARD HOURS OTHERWISE.  LEAVE
003600*    ADVANCED BEYOND THE BALANCE IS NOT A LIABILITY - A NEGATIVE
003610*    BALANCE IS VALUED AT ZERO AND LISTED.
003620     IF EM-HOURLY
003630        MOVE EM-SALARY-AMT TO WS-HOUR-RATE
003640     ELSE
003650        COMPUTE WS-HOUR-RATE ROUNDED
003660                = EM-SALARY-AMT / WS-STD-HOURS
003670     END-IF
003680     MOVE ZEROES TO WS-LV-VALUE
003690     IF LV-BALANCE < ZERO
003700        MOVE 'NEGATIVE BALANCE - VALUED AT ZERO'
003710          TO WS-EXC-REASON
003720        PERFORM 2800-LEAVE-EXCEPTION
003730                THRU 2800-LEAVE-EXCEPTION-EXIT
003740        ADD 1 TO WS-NEG-COUNT
003750     ELSE
003760        COMPUTE WS-LV-VALUE ROUNDED = LV-BALANCE * WS-HOUR-RATE
003770     END-IF
003780     IF LV-VACATION
003790        ADD LV-BALANCE  TO WS-LIAB-VAC-HRS(LBX)
003800        ADD WS-LV-VALUE TO WS-LIAB-VAC-AMT(LBX)
003810     ELSE
003820        ADD LV-BALANCE  TO WS-LIAB-SICK-HRS(LBX)
003830        ADD WS-LV-VALUE TO WS-LIAB-SICK-AMT(LBX)
003840     END-IF
003850     ADD 1 TO WS-VALUED-COUNT
003860     .
003870 2100-VALUE-ONE-EXIT.
003880     EXIT.
003890
003900 2200-FIND-DEPT.
003910     SET LBX TO 1
003920     SEARCH WS-LIAB-ENT
003930     AT END
003940         IF WS-LIAB-COUNT >= WS-LIAB-MAX
003950*           A DROPPED DEPARTMENT IS A LIABILITY NEVER BOOKED -
003960*           FAIL LOUDLY.
003970            DISPLAY 'LVLIAB - DEPARTMENT TABLE FULL AT '
003980                    WS-LIAB-MAX ' - RAISE WS-LIAB-MAX'
003990            MOVE 'LVMSTR' TO WS-ABEND-DDNAME
004000            MOVE '  ' TO WS-ABEND-STATUS
004010            PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004020         END-IF
004030         ADD 1 TO WS-LIAB-COUNT
004040         SET LBX TO WS-LIAB-COUNT
004050         MOVE EM-COMP-CODE TO WS-LIAB-COMP(LBX)
004060         MOVE EM-DEPT-CODE TO WS-LIAB-DEPT(LBX)
004070         MOVE ZEROES       TO WS-LIAB-EMPS(LBX)
004080                              WS-LIAB-VAC-HRS(LBX)
004090                              WS-LIAB-VAC-AMT(LBX)
004100                              WS-LIAB-SICK-HRS(LBX)
004110                              WS-LIAB-SICK-AMT(LBX)
004120     WHEN WS-LIAB-COMP(LBX) = EM-COMP-CODE
004130      AND WS-LIAB-DEPT(LBX) = EM-DEPT-CODE
004140         CONTINUE
004150     END-SEARCH
004160     .
004170 2200-FIND-DEPT-EXIT.
004180     EXIT.
004190
004200 2800-LEAVE-EXCEPTION.
004210     MOVE LV-EMP-ID     TO RE-EMP-ID
004220     MOVE EM-EMP-NAME   TO RE-NAME
004230     MOVE LV-LEAVE-TYPE TO RE-TYPE
004240     MOVE LV-BALANCE    TO RE-BALANCE
004250     MOVE WS-EXC-REASON TO RE-REASON
004260     WRITE RPT-LINE FROM WS-RPT-EXC-LINE
004270     IF RETURN-CODE < 4
004280        MOVE 4 TO RETURN-CODE
004290     END-IF
004300     .
004310 2800-LEAVE-EXCEPTION-EXIT.
004320     EXIT.
004330
004340 3000-WRITE-LIABILITY.
004350     MOVE SPACES TO RPT-LINE
004360     WRITE RPT-LINE
004370     MOVE 'LEAVE LIABILITY BY DEPARTMENT AND COMPANY' TO RS-TITLE
004380     WRITE RPT-LINE FROM WS-RPT-SECT-LINE
004390     WRITE RPT-LINE FROM WS-RPT-COL-LINE
004400     IF WS-LIAB-COUNT = ZERO
004410        GO TO 3000-WRITE-LIABILITY-EXIT
004420     END-IF
004430     SORT WS-LIAB-ENT ON ASCENDING KEY WS-LIAB-COMP
004440                      ON ASCENDING KEY WS-LIAB-DEPT
004450     MOVE WS-LIAB-COMP(1) TO WS-PREV-COMP
004460     PERFORM 3100-WRITE-ONE-DEPT THRU 3100-WRITE-ONE-DEPT-EXIT
004470             VARYING LBX FROM 1 BY 1
004480               UNTIL LBX > WS-LIAB-COUNT
004490     PERFORM 3200-WRITE-COMP-TOTAL THRU 3200-WRITE-COMP-TOTAL-EXIT
004500     MOVE SPACES         TO LL-LABEL
004510     MOVE 'GRAND TOTAL'  TO LL-LABEL
004520     MOVE WS-GR-EMPS     TO LL-EMPS
004530     MOVE WS-GR-VAC-HRS  TO LL-VAC-HRS
004540     MOVE WS-GR-VAC-AMT  TO LL-VAC-AMT
004550     MOVE WS-GR-SICK-HRS TO LL-SICK-HRS
004560     MOVE WS-GR-SICK-AMT TO LL-SICK-AMT
004570     COMPUTE LL-TOT-AMT = WS-GR-VAC-AMT + WS-GR-SICK-AMT
004580     WRITE RPT-LINE FROM WS-RPT-LIAB-LINE
004590     .
004600 3000-WRITE-LIABILITY-EXIT.
004610     EXIT.
004620
004630 3100-WRITE-ONE-DEPT.
004640     IF WS-LIAB-COMP(LBX) NOT = WS-PREV-COMP
004650        PERFORM 3200-WRITE-COMP-TOTAL
004660                THRU 3200-WRITE-COMP-TOTAL-EXIT
004670        MOVE WS-LIAB-COMP(LBX) TO WS-PREV-COMP
004680     END-IF
004690     MOVE SPACES                 TO LL-ID
004700     MOVE WS-LIAB-COMP(LBX)      TO LL-COMP
004710     MOVE WS-LIAB-DEPT(LBX)      TO LL-DEPT
004720     MOVE WS-LIAB-EMPS(LBX)      TO LL-EMPS
004730     MOVE WS-LIAB-VAC-HRS(LBX)   TO LL-VAC-HRS
004740     MOVE WS-LIAB-VAC-AMT(LBX)   TO LL-VAC-AMT
004750     MOVE WS-LIAB-SICK-HRS(LBX)  TO LL-SICK-HRS
004760     MOVE WS-LIAB-SICK-AMT(LBX)  TO LL-SICK-AMT
004770     COMPUTE LL-TOT-AMT = WS-LIAB-VAC-AMT(LBX)
004780                        + WS-LIAB-SICK-AMT(LBX)
004790     WRITE RPT-LINE FROM WS-RPT-LIAB-LINE
004800     ADD WS-LIAB-EMPS(LBX)       TO WS-CO-EMPS
004810     ADD WS-LIAB-VAC-HRS(LBX)    TO WS-CO-VAC-HRS
004820     ADD WS-LIAB-VAC-AMT(LBX)    TO WS-CO-VAC-AMT
004830     ADD WS-LIAB-SICK-HRS(LBX)   TO WS-CO-SICK-HRS
004840     ADD WS-LIAB-SICK-AMT(LBX)   TO WS-CO-SICK-AMT
004850     .
004860 3100-WRITE-ONE-DEPT-EXIT.
004870     EXIT.
004880
004890 3200-WRITE-COMP-TOTAL.
004900     MOVE SPACES          TO LL-LABEL
004910     MOVE WS-PREV-COMP    TO LL-COMP
004920     MOVE 'TOT'           TO LL-DEPT
004930     MOVE WS-CO-EMPS      TO LL-EMPS
004940     MOVE WS-CO-VAC-HRS   TO LL-VAC-HRS
004950     MOVE WS-CO-VAC-AMT   TO LL-VAC-AMT
004960     MOVE WS-CO-SICK-HRS  TO LL-SICK-HRS
004970     MOVE WS-CO-SICK-AMT  TO LL-SICK-AMT
004980     COMPUTE LL-TOT-AMT = WS-CO-VAC-AMT + WS-CO-SICK-AMT
004990     WRITE RPT-LINE FROM WS-RPT-LIAB-LINE
005000     MOVE SPACES TO RPT-LINE
005010     WRITE RPT-LINE
005020     ADD WS-CO-EMPS       TO WS-GR-EMPS
005030     ADD WS-CO-VAC-HRS    TO WS-GR-VAC-HRS
005040     ADD WS-CO-VAC-AMT    TO WS-GR-VAC-AMT
005050     ADD WS-CO-SICK-HRS   TO WS-GR-SICK-HRS
005060     ADD WS-CO-SICK-AMT   TO WS-GR-SICK-AMT
005070     MOVE ZEROES          TO WS-CO-EMPS
005080                             WS-CO-VAC-HRS
005090                             WS-CO-VAC-AMT
005100                             WS-CO-SICK-HRS
005110                             WS-CO-SICK-AMT
005120     .
005130 3200-WRITE-COMP-TOTAL-EXIT.
005140     EXIT.
005150
005160 8000-WRITE-SUMMARY.
005170     MOVE SPACES TO RPT-LINE
005180     WRITE RPT-LINE
005190     MOVE 'LEAVE BALANCES READ         ' TO RT-LABEL
005200     MOVE WS-READ-COUNT TO RT-COUNT
005210     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
005220     MOVE 'BALANCES VALUED             ' TO RT-LABEL
005230     MOVE WS-VALUED-COUNT TO RT-COUNT
005240     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
005250     MOVE 'NOT ON EMPLOYEE MASTER      ' TO RT-LABEL
005260     MOVE WS-NOEMP-COUNT TO RT-COUNT
005270     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
005280     MOVE 'TERMINATED EMPLOYEES        ' TO RT-LABEL
005290     MOVE WS-TERM-COUNT TO RT-COUNT
005300     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
005310     MOVE 'NEGATIVE BALANCES           ' TO RT-LABEL
005320     MOVE WS-NEG-COUNT TO RT-COUNT
005330     WRITE RPT-LINE FROM WS-RPT-TOT-LINE
005340     DISPLAY 'LVLIAB - BALANCES READ      : ' WS-READ-COUNT
005350     DISPLAY 'LVLIAB - BALANCES VALUED    : ' WS-VALUED-COUNT
005360     DISPLAY 'LVLIAB - NOT ON EMPMSTR     : ' WS-NOEMP-COUNT
005370     DISPLAY 'LVLIAB - TERMINATED         : ' WS-TERM-COUNT
005380     DISPLAY 'LVLIAB - NEGATIVE BALANCES  : ' WS-NEG-COUNT
005390     .
005400 8000-WRITE-SUMMARY-EXIT.
005410     EXIT.
005420
005430 9000-ABEND-PARA.
005440*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
005450*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
005460     DISPLAY 'LVLIAB - OPEN/LOAD FAILED FOR: ' WS-ABEND-DDNAME
005470     DISPLAY 'LVLIAB - FILE STATUS WAS     : ' WS-ABEND-STATUS
005480     MOVE 16 TO RETURN-CODE
005490     STOP RUN
005500     .
005510 9000-ABEND-PARA-EXIT.
005520     EXIT.
005530
005540 9500-WRITE-AUDIT-RECORD.
005550*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
005560*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
005570*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
005580     OPEN EXTEND AUDTFILE
005590     IF NOT WS-AUDTFILE-OK
005600        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
005610        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
005620        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005630     END-IF
005640     ACCEPT WS-RUN-TIME FROM TIME
005650     MOVE 'LVLIAB' TO AUD-PGM-NAME
005660     MOVE WS-RUN-DATE-EDIT TO AUD-RUN-DATE
005670     STRING WS-RUN-HH DELIMITED SIZE
005680            ':'       DELIMITED SIZE
005690            WS-RUN-MN DELIMITED SIZE
005700            ':'       DELIMITED SIZE
005710            WS-RUN-SS DELIMITED SIZE
005720            INTO AUD-RUN-TIME
005730     MOVE WS-READ-COUNT  TO AUD-REC-COUNT
005740     MOVE RETURN-CODE    TO AUD-RETURN-CODE
005750     WRITE AUD-REC
005760     CLOSE AUDTFILE
005770     .
005780 9500-WRITE-AUDIT-RECORD-EXIT.
005790     EXIT.
