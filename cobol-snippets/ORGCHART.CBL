000010******************************************************************
000020*        PROGRAM NAME            : ORGCHART                      *
000030*        DESCRIPTION             : ORGANIZATION CHART AND        *
000040*                                  SPAN-OF-CONTROL REPORT.       *
000050*                                  WALKS THE SUPERVISOR IDS ON   *
000060*                                  THE EMPLOYEE MASTER DOWN FROM *
000070*                                  EACH TOP-LEVEL MANAGER,       *
000080*                                  PRINTING AN INDENTED CHART    *
000090*                                  WITH EACH MANAGER'S DIRECT    *
000100*                                  AND TOTAL HEADCOUNT AND       *
000110*                                  SALARY, THEN LISTS AS         *
000120*                                  EXCEPTIONS EVERY ACTIVE       *
000130*                                  EMPLOYEE WHOSE SUPERVISOR HAS *
000140*                                  BEEN TERMINATED OR IS NOT ON  *
000150*                                  THE MASTER - NOBODY ACTIVE    *
000160*                                  MANAGES THEM - AND ANYONE     *
000170*                                  CAUGHT IN A CIRCULAR          *
000180*                                  REPORTING CHAIN.              *
000190*        CREDITS                 : DATA PROCESSING               *
000200******************************************************************
000210*        MODIFICATION HISTORY                                    *
000220*        ----------------------------------------------------   *
000230*        DATE       INIT  DESCRIPTION                            *
000240*        10/15/26   RWM   INITIAL VERSION - REPORTING LINES WERE *
000250*                         ONLY THE FREE-TEXT MANAGER NAME ON THE *
000260*                         DEPARTMENT RECORD.                     *
000270******************************************************************
000280
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. ORGCHART.
000310 AUTHOR. R MEHTA.
000320 INSTALLATION. DATA PROCESSING.
000330 DATE-WRITTEN. 10/15/26.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT EMPMSTR  ASSIGN TO EMPMSTR
000400     ORGANIZATION IS INDEXED
000410     ACCESS MODE IS SEQUENTIAL
000420     RECORD KEY IS EM-EMP-ID
000430     FILE STATUS IS WS-EMPMSTR-STATUS.
000440
000450     SELECT RPTFILE  ASSIGN TO RPTDD
000460     ORGANIZATION IS LINE SEQUENTIAL
000470     FILE STATUS IS WS-RPTFILE-STATUS.
000480
000490     SELECT AUDTFILE ASSIGN TO AUDTDD
000500     ORGANIZATION IS LINE SEQUENTIAL
000510     FILE STATUS IS WS-AUDTFILE-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD EMPMSTR.
000560     COPY EMPMREC.
000570
000580 FD RPTFILE.
000590 01 RPT-LINE              PIC X(132).
000600
000610 FD AUDTFILE.
000620     COPY AUDITREC REPLACING ==:RECNAME:== BY ==AUD-REC==
000630                             ==:PFX:==     BY ==AUD==.
000640
000650 WORKING-STORAGE SECTION.
000660 01 WS-EMPMSTR-STATUS    PIC X(02) VALUE '00'.
000670     88 WS-EMPMSTR-OK    VALUE '00'.
000680 01 WS-RPTFILE-STATUS    PIC X(02) VALUE '00'.
000690     88 WS-RPTFILE-OK    VALUE '00'.
000700 01 WS-MSTR-EOF-STA      PIC X VALUE 'N'.
000710     88 WS-MSTR-EOF      VALUE 'Y'.
000720 01 WS-WALK-DONE-SW      PIC X(01) VALUE 'N'.
000730     88 WS-WALK-DONE     VALUE 'Y'.
000740 01 WS-CLIMB-DONE-SW     PIC X(01) VALUE 'N'.
000750     88 WS-CLIMB-DONE    VALUE 'Y'.
000760 01 WS-READ-COUNT        PIC 9(05) VALUE ZEROES COMP.
000770 01 WS-ACTIVE-COUNT      PIC 9(05) VALUE ZEROES COMP.
000780 01 WS-TOP-COUNT         PIC 9(05) VALUE ZEROES COMP.
000790 01 WS-MGR-COUNT         PIC 9(05) VALUE ZEROES COMP.
000800 01 WS-SPAN-TOTAL        PIC 9(07) VALUE ZEROES COMP.
000810 01 WS-SPAN-MAX          PIC 9(05) VALUE ZEROES COMP.
000820 01 WS-SPAN-AVG          PIC 9(05)V9 VALUE ZEROES.
000830 01 WS-EXCEPT-COUNT      PIC 9(05) VALUE ZEROES COMP.
000840 01 WS-SUPV-TERM-COUNT   PIC 9(05) VALUE ZEROES COMP.
000850 01 WS-SUPV-MISS-COUNT   PIC 9(05) VALUE ZEROES COMP.
000860 01 WS-LOOP-COUNT        PIC 9(05) VALUE ZEROES COMP.
000870 01 WS-FIND-ID           PIC 9(06) VALUE ZEROES.
000880 01 WS-FOUND-X           PIC 9(05) VALUE ZEROES COMP.
000890 01 WS-X                 PIC 9(05) VALUE ZEROES COMP.
000900 01 WS-P                 PIC 9(05) VALUE ZEROES COMP.
000910 01 WS-ROOT              PIC 9(05) VALUE ZEROES COMP.
000920 01 WS-CUR               PIC 9(05) VALUE ZEROES COMP.
000930 01 WS-DEPTH             PIC 9(05) VALUE ZEROES COMP.
000940*    NO REAL CHAIN IS ANYWHERE NEAR THIS DEEP - A LONGER WALK CAN
000950*    ONLY BE GOING ROUND A LOOP.
000960 01 WS-MAX-DEPTH         PIC 9(05) VALUE 99 COMP.
000970 01 WS-INDENT            PIC 9(03) VALUE ZEROES COMP.
000980 01 WS-TREE-PTR          PIC 9(03) VALUE ZEROES COMP.
000990 01 WS-SUPV-ID-EDIT      PIC 9(06) VALUE ZEROES.
001000
001010*    THE WHOLE MASTER, TERMINATED RECORDS INCLUDED SO A LEAVER
001020*    CAN STILL BE NAMED AS SOMEONE'S SUPERVISOR.  THE MASTER IS
001030*    READ IN EMPLOYEE-ID ORDER, SO THE TABLE IS IN KEY ORDER FOR
001040*    SEARCH ALL.  PARENT, FIRST-CHILD, LAST-CHILD AND NEXT-SIB ARE
001050*    SUBSCRIPTS INTO THE SAME TABLE (ZERO = NONE) - A CHILD LIST
001060*    IS BUILT IN EMPLOYEE-ID ORDER UNDER EACH ACTIVE SUPERVISOR.
001070 01 WS-EMP-MAX           PIC 9(05) COMP VALUE 9999.
001080 01 WS-EMP-COUNT         PIC 9(05) COMP VALUE ZERO.
001090 01 WS-EMPS.
001100     05 WS-EMP  OCCURS 1 TO 9999 TIMES
001110                DEPENDING ON WS-EMP-COUNT
001120                ASCENDING KEY IS WS-E-ID
001130                INDEXED BY EX.
001140             10 WS-E-ID            PIC 9(06).
001150             10 WS-E-NAME          PIC X(20).
001160             10 WS-E-DEPT          PIC X(04).
001170             10 WS-E-SUPV          PIC 9(06).
001180             10 WS-E-SALARY        PIC 9(07)V99.
001190             10 WS-E-STATUS        PIC X(01).
001200                 88 WS-E-ACTIVE    VALUE 'A'.
001210             10 WS-E-MAINT-DATE    PIC X(08).
001220             10 WS-E-ORPHAN-SW     PIC X(01).
001230                 88 WS-E-SUPV-OK   VALUE ' '.
001240                 88 WS-E-SUPV-TERM VALUE 'T'.
001250                 88 WS-E-SUPV-MISS VALUE 'M'.
001260             10 WS-E-PRINTED-SW    PIC X(01).
001270                 88 WS-E-PRINTED   VALUE 'Y'.
001280             10 WS-E-SUPV-X        PIC 9(05) COMP.
001290             10 WS-E-PARENT        PIC 9(05) COMP.
001300             10 WS-E-FIRST-CHILD   PIC 9(05) COMP.
001310             10 WS-E-LAST-CHILD    PIC 9(05) COMP.
001320             10 WS-E-NEXT-SIB      PIC 9(05) COMP.
001330             10 WS-E-DIR-HC        PIC 9(05) COMP.
001340             10 WS-E-TOT-HC        PIC 9(05) COMP.
001350             10 WS-E-DIR-SAL       PIC 9(11)V99 COMP-3.
001360             10 WS-E-TOT-SAL       PIC 9(11)V99 COMP-3.
001370
001380 01 WS-ABEND-DDNAME      PIC X(08) VALUE SPACES.
001390 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
001400 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
001410     88 WS-AUDTFILE-OK   VALUE '00'.
001420 01 WS-RUN-DATE.
001430     05 WS-RUN-YY        PIC 9(02).
001440     05 WS-RUN-MM        PIC 9(02).
001450     05 WS-RUN-DD        PIC 9(02).
001460 01 WS-RUN-TIME.
001470     05 WS-RUN-HH        PIC 9(02).
001480     05 WS-RUN-MN        PIC 9(02).
001490     05 WS-RUN-SS        PIC 9(02).
001500     05 FILLER           PIC 9(02).
001510 01 WS-RUN-DATE-EDIT     PIC X(08).
001520
001530 01 WS-HDR-LINE.
001540     05 FILLER            PIC X(35)
001550            VALUE 'ORGANIZATION CHART AND SPAN REPORT '.
001560     05 FILLER            PIC X(08) VALUE '  DATE: '.
001570     05 HDR-DATE          PIC X(08).
001580     05 FILLER            PIC X(81) VALUE SPACES.
001590
001600 01 WS-COL-LINE.
001610     05 FILLER            PIC X(40)
001620            VALUE 'EMPLOYEE / REPORTING LINE               '.
001630     05 FILLER            PIC X(40)
001640            VALUE '           DEPT    DIR    DIRECT SALARY '.
001650     05 FILLER            PIC X(32)
001660            VALUE '   TOT       TOTAL SALARY  FLAGS'.
001670     05 FILLER            PIC X(20) VALUE SPACES.
001680
001690 01 WS-CHART-LINE.
001700     05 OC-TREE           PIC X(50).
001710     05 FILLER            PIC X(01) VALUE SPACE.
001720     05 OC-DEPT           PIC X(04).
001730     05 FILLER            PIC X(02) VALUE SPACES.
001740     05 OC-DIR-HC         PIC ZZZZ9 BLANK WHEN ZERO.
001750     05 FILLER            PIC X(02) VALUE SPACES.
001760     05 OC-DIR-SAL        PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
001770     05 FILLER            PIC X(02) VALUE SPACES.
001780     05 OC-TOT-HC         PIC ZZZZ9 BLANK WHEN ZERO.
001790     05 FILLER            PIC X(02) VALUE SPACES.
001800     05 OC-TOT-SAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
001810     05 FILLER            PIC X(02) VALUE SPACES.
001820     05 OC-FLAG           PIC X(20).
001830     05 FILLER            PIC X(06) VALUE SPACES.
001840
001850 01 WS-EXC-HDR-LINE.
001860     05 FILLER            PIC X(40)
001870            VALUE 'SUPERVISOR EXCEPTIONS - NO ACTIVE MANAGE'.
001880     05 FILLER            PIC X(01) VALUE 'R'.
001890     05 FILLER            PIC X(91) VALUE SPACES.
001900
001910 01 WS-EXC-LINE.
001920     05 EX-EMP-ID         PIC 9(06).
001930     05 FILLER            PIC X(01) VALUE SPACE.
001940     05 EX-EMP-NAME       PIC X(20).
001950     05 FILLER            PIC X(01) VALUE SPACE.
001960     05 EX-DEPT           PIC X(04).
001970     05 FILLER            PIC X(02) VALUE SPACES.
001980     05 EX-REASON         PIC X(70).
001990     05 FILLER            PIC X(28) VALUE SPACES.
002000
002010 01 WS-SUM-LINE.
002020     05 SM-LABEL          PIC X(30).
002030     05 SM-VALUE          PIC ZZZZ9.9.
002040     05 FILLER            PIC X(95) VALUE SPACES.
002050
002060 PROCEDURE DIVISION.
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002090     PERFORM 1500-LOAD-MASTER THRU 1500-LOAD-MASTER-EXIT
002100     PERFORM 2100-LINK-ONE THRU 2100-LINK-ONE-EXIT
002110             VARYING WS-X FROM 1 BY 1 UNTIL WS-X > WS-EMP-COUNT
002120     PERFORM 2200-ROLL-UP-ONE THRU 2200-ROLL-UP-ONE-EXIT
002130             VARYING WS-X FROM 1 BY 1 UNTIL WS-X > WS-EMP-COUNT
002140     PERFORM 3000-CHART-ONE-TOP THRU 3000-CHART-ONE-TOP-EXIT
002150             VARYING WS-X FROM 1 BY 1 UNTIL WS-X > WS-EMP-COUNT
002160     PERFORM 4000-WRITE-EXCEPTIONS THRU 4000-WRITE-EXCEPTIONS-EXIT
002170     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
002180     CLOSE RPTFILE
002190     IF WS-EXCEPT-COUNT > ZERO
002200        MOVE 4 TO RETURN-CODE
002210     END-IF
002220     PERFORM 9500-WRITE-AUDIT-RECORD
002230             THRU 9500-WRITE-AUDIT-RECORD-EXIT
002240     DISPLAY 'ORGCHART - EMPLOYEES READ    : ' WS-READ-COUNT
002250     DISPLAY 'ORGCHART - ACTIVE CHARTED    : ' WS-ACTIVE-COUNT
002260     DISPLAY 'ORGCHART - TOP-LEVEL         : ' WS-TOP-COUNT
002270     DISPLAY 'ORGCHART - MANAGERS          : ' WS-MGR-COUNT
002280     DISPLAY 'ORGCHART - SUPV TERMINATED   : ' WS-SUPV-TERM-COUNT
002290     DISPLAY 'ORGCHART - SUPV NOT ON FILE  : ' WS-SUPV-MISS-COUNT
002300     DISPLAY 'ORGCHART - CIRCULAR CHAINS   : ' WS-LOOP-COUNT
002310     STOP RUN
002320     .
002330
002340 1000-INITIALIZE.
002350     OPEN INPUT EMPMSTR
002360     IF NOT WS-EMPMSTR-OK
002370        MOVE 'EMPMSTR' TO WS-ABEND-DDNAME
002380        MOVE WS-EMPMSTR-STATUS TO WS-ABEND-STATUS
002390        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002400     END-IF
002410     OPEN OUTPUT RPTFILE
002420     IF NOT WS-RPTFILE-OK
002430        MOVE 'RPTDD' TO WS-ABEND-DDNAME
002440        MOVE WS-RPTFILE-STATUS TO WS-ABEND-STATUS
002450        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002460     END-IF
002470     ACCEPT WS-RUN-DATE FROM DATE
002480     STRING WS-RUN-MM DELIMITED SIZE
002490            '/'       DELIMITED SIZE
002500            WS-RUN-DD DELIMITED SIZE
002510            '/'       DELIMITED SIZE
002520            WS-RUN-YY DELIMITED SIZE
002530            INTO WS-RUN-DATE-EDIT
002540     MOVE WS-RUN-DATE-EDIT TO HDR-DATE
002550     WRITE RPT-LINE FROM WS-HDR-LINE
002560     MOVE SPACES TO RPT-LINE
002570     WRITE RPT-LINE
002580     WRITE RPT-LINE FROM WS-COL-LINE
002590     .
002600 1000-INITIALIZE-EXIT.
002610     EXIT.
002620
002630 1500-LOAD-MASTER.
002640     PERFORM 1510-LOAD-ONE THRU 1510-LOAD-ONE-EXIT
002650             UNTIL WS-MSTR-EOF
002660     CLOSE EMPMSTR
002670     .
002680 1500-LOAD-MASTER-EXIT.
002690     EXIT.
002700
002710 1510-LOAD-ONE.
002720     READ EMPMSTR NEXT RECORD
002730         AT END
002740             SET WS-MSTR-EOF TO TRUE
002750             GO TO 1510-LOAD-ONE-EXIT
002760     END-READ
002770     ADD 1 TO WS-READ-COUNT
002780     IF WS-EMP-COUNT >= WS-EMP-MAX
002790*       AN EMPLOYEE LEFT OUT OF THE TABLE WOULD VANISH FROM THE
002800*       CHART AND ORPHAN EVERYONE UNDER THEM - FAIL LOUDLY, THE
002810*       SAME RULE EVERY LOAD TABLE IN THE SUITE FOLLOWS.
002820        DISPLAY 'ORGCHART - EMPLOYEE TABLE FULL AT '
002830                WS-EMP-MAX ' - RAISE WS-EMP-MAX'
002840        MOVE 'EMPMSTR' TO WS-ABEND-DDNAME
002850        MOVE '  ' TO WS-ABEND-STATUS
002860        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002870     END-IF
002880     ADD 1 TO WS-EMP-COUNT
002890     MOVE WS-EMP-COUNT       TO WS-X
002900     MOVE EM-EMP-ID          TO WS-E-ID(WS-X)
002910     MOVE EM-EMP-NAME        TO WS-E-NAME(WS-X)
002920     MOVE EM-DEPT-CODE       TO WS-E-DEPT(WS-X)
002930     MOVE EM-SUPV-ID         TO WS-E-SUPV(WS-X)
002940     MOVE EM-SALARY-AMT      TO WS-E-SALARY(WS-X)
002950     MOVE EM-STATUS-FLAG     TO WS-E-STATUS(WS-X)
002960     MOVE EM-LAST-MAINT-DATE TO WS-E-MAINT-DATE(WS-X)
002970     MOVE SPACE              TO WS-E-ORPHAN-SW(WS-X)
002980     MOVE 'N'                TO WS-E-PRINTED-SW(WS-X)
002990     MOVE ZERO               TO WS-E-SUPV-X(WS-X)
003000                                WS-E-PARENT(WS-X)
003010                                WS-E-FIRST-CHILD(WS-X)
003020                                WS-E-LAST-CHILD(WS-X)
003030                                WS-E-NEXT-SIB(WS-X)
003040                                WS-E-DIR-HC(WS-X)
003050                                WS-E-TOT-HC(WS-X)
003060                                WS-E-DIR-SAL(WS-X)
003070                                WS-E-TOT-SAL(WS-X)
003080     .
003090 1510-LOAD-ONE-EXIT.
003100     EXIT.
003110
003120 2100-LINK-ONE.
003130*    HANG EACH ACTIVE EMPLOYEE UNDER AN ACTIVE SUPERVISOR.  ONE
003140*    WHOSE SUPERVISOR HAS LEFT OR IS NOT ON FILE HAS NO ACTIVE
003150*    MANAGER - IT IS CHARTED AT THE TOP OF ITS OWN LINE AND
003160*    LISTED AS AN EXCEPTION.
003170     IF NOT WS-E-ACTIVE(WS-X)
003180        GO TO 2100-LINK-ONE-EXIT
003190     END-IF
003200     ADD 1 TO WS-ACTIVE-COUNT
003210     IF WS-E-SUPV(WS-X) = ZERO
003220        GO TO 2100-LINK-ONE-EXIT
003230     END-IF
003240     MOVE WS-E-SUPV(WS-X) TO WS-FIND-ID
003250     PERFORM 2900-FIND-EMP THRU 2900-FIND-EMP-EXIT
003260     MOVE WS-FOUND-X TO WS-E-SUPV-X(WS-X)
003270     IF WS-FOUND-X = ZERO
003280        SET WS-E-SUPV-MISS(WS-X) TO TRUE
003290        GO TO 2100-LINK-ONE-EXIT
003300     END-IF
003310     MOVE WS-FOUND-X TO WS-P
003320     IF NOT WS-E-ACTIVE(WS-P)
003330        SET WS-E-SUPV-TERM(WS-X) TO TRUE
003340        GO TO 2100-LINK-ONE-EXIT
003350     END-IF
003360     MOVE WS-P TO WS-E-PARENT(WS-X)
003370     IF WS-E-FIRST-CHILD(WS-P) = ZERO
003380        MOVE WS-X TO WS-E-FIRST-CHILD(WS-P)
003390     ELSE
003400        MOVE WS-E-LAST-CHILD(WS-P) TO WS-CUR
003410        MOVE WS-X TO WS-E-NEXT-SIB(WS-CUR)
003420     END-IF
003430     MOVE WS-X TO WS-E-LAST-CHILD(WS-P)
003440     ADD 1                  TO WS-E-DIR-HC(WS-P)
003450     ADD WS-E-SALARY(WS-X)  TO WS-E-DIR-SAL(WS-P)
003460     .
003470 2100-LINK-ONE-EXIT.
003480     EXIT.
003490
003500 2200-ROLL-UP-ONE.
003510*    ADD THIS EMPLOYEE TO THE TOTALS OF EVERY MANAGER ABOVE THEM.
003520     IF NOT WS-E-ACTIVE(WS-X)
003530        GO TO 2200-ROLL-UP-ONE-EXIT
003540     END-IF
003550     MOVE WS-E-PARENT(WS-X) TO WS-CUR
003560     MOVE ZERO TO WS-DEPTH
003570     PERFORM 2210-ROLL-UP-STEP THRU 2210-ROLL-UP-STEP-EXIT
003580             UNTIL WS-CUR = ZERO
003590                OR WS-DEPTH > WS-MAX-DEPTH
003600     .
003610 2200-ROLL-UP-ONE-EXIT.
003620     EXIT.
003630
003640 2210-ROLL-UP-STEP.
003650     ADD 1                 TO WS-E-TOT-HC(WS-CUR)
003660     ADD WS-E-SALARY(WS-X) TO WS-E-TOT-SAL(WS-CUR)
003670     MOVE WS-E-PARENT(WS-CUR) TO WS-CUR
003680     ADD 1 TO WS-DEPTH
003690     .
003700 2210-ROLL-UP-STEP-EXIT.
003710     EXIT.
003720
003730 2900-FIND-EMP.
003740*    LEAVES WS-FOUND-X ON THE ROW FOR WS-FIND-ID, ZERO IF NONE.
003750     MOVE ZERO TO WS-FOUND-X
003760     SEARCH ALL WS-EMP
003770         AT END
003780             CONTINUE
003790         WHEN WS-E-ID(EX) = WS-FIND-ID
003800             SET WS-FOUND-X TO EX
003810     END-SEARCH
003820     .
003830 2900-FIND-EMP-EXIT.
003840     EXIT.
003850
003860 3000-CHART-ONE-TOP.
003870*    EVERY ACTIVE EMPLOYEE WITH NO ACTIVE SUPERVISOR STARTS A
003880*    LINE OF THE CHART.  THE WALK GOES DOWN TO THE FIRST CHILD,
003890*    ACROSS TO THE NEXT SIBLING, AND BACK UP THROUGH THE PARENTS
003900*    WHEN A LIST RUNS OUT, UNTIL IT CLIMBS BACK TO THE TOP.
003910     IF NOT WS-E-ACTIVE(WS-X) OR
003920        WS-E-PARENT(WS-X) NOT = ZERO
003930        GO TO 3000-CHART-ONE-TOP-EXIT
003940     END-IF
003950     ADD 1 TO WS-TOP-COUNT
003960     MOVE SPACES TO RPT-LINE
003970     WRITE RPT-LINE
003980     MOVE WS-X TO WS-ROOT
003990                  WS-CUR
004000     MOVE 1 TO WS-DEPTH
004010     PERFORM 3400-PRINT-NODE THRU 3400-PRINT-NODE-EXIT
004020     MOVE 'N' TO WS-WALK-DONE-SW
004030     PERFORM 3200-NEXT-NODE THRU 3200-NEXT-NODE-EXIT
004040             UNTIL WS-WALK-DONE
004050     .
004060 3000-CHART-ONE-TOP-EXIT.
004070     EXIT.
004080
004090 3200-NEXT-NODE.
004100     IF WS-E-FIRST-CHILD(WS-CUR) NOT = ZERO
004110        MOVE WS-E-FIRST-CHILD(WS-CUR) TO WS-CUR
004120        ADD 1 TO WS-DEPTH
004130        PERFORM 3400-PRINT-NODE THRU 3400-PRINT-NODE-EXIT
004140        GO TO 3200-NEXT-NODE-EXIT
004150     END-IF
004160     MOVE 'N' TO WS-CLIMB-DONE-SW
004170     PERFORM 3300-CLIMB THRU 3300-CLIMB-EXIT
004180             UNTIL WS-CLIMB-DONE
004190     .
004200 3200-NEXT-NODE-EXIT.
004210     EXIT.
004220
004230 3300-CLIMB.
004240     IF WS-CUR = WS-ROOT
004250        SET WS-CLIMB-DONE TO TRUE
004260        SET WS-WALK-DONE  TO TRUE
004270        GO TO 3300-CLIMB-EXIT
004280     END-IF
004290     IF WS-E-NEXT-SIB(WS-CUR) NOT = ZERO
004300        MOVE WS-E-NEXT-SIB(WS-CUR) TO WS-CUR
004310        SET WS-CLIMB-DONE TO TRUE
004320        PERFORM 3400-PRINT-NODE THRU 3400-PRINT-NODE-EXIT
004330        GO TO 3300-CLIMB-EXIT
004340     END-IF
004350     MOVE WS-E-PARENT(WS-CUR) TO WS-CUR
004360     SUBTRACT 1 FROM WS-DEPTH
004370     .
004380 3300-CLIMB-EXIT.
004390     EXIT.
004400
004410 3400-PRINT-NODE.
004420*    TWO SPACES OF INDENT PER LEVEL, HELD AT ELEVEN LEVELS SO THE
004430*    NAME ALWAYS FITS - THE FIGURES STILL SAY WHO IS UNDER WHOM.
004440     SET WS-E-PRINTED(WS-CUR) TO TRUE
004450     COMPUTE WS-INDENT = (WS-DEPTH - 1) * 2
004460     IF WS-INDENT > 22
004470        MOVE 22 TO WS-INDENT
004480     END-IF
004490     COMPUTE WS-TREE-PTR = WS-INDENT + 1
004500     MOVE SPACES TO OC-TREE
004510     STRING WS-E-ID(WS-CUR)   DELIMITED SIZE
004520            ' '               DELIMITED SIZE
004530            WS-E-NAME(WS-CUR) DELIMITED SIZE
004540            INTO OC-TREE WITH POINTER WS-TREE-PTR
004550     MOVE WS-E-DEPT(WS-CUR)    TO OC-DEPT
004560     MOVE WS-E-DIR-HC(WS-CUR)  TO OC-DIR-HC
004570     MOVE WS-E-DIR-SAL(WS-CUR) TO OC-DIR-SAL
004580     MOVE WS-E-TOT-HC(WS-CUR)  TO OC-TOT-HC
004590     MOVE WS-E-TOT-SAL(WS-CUR) TO OC-TOT-SAL
004600     EVALUATE TRUE
004610         WHEN WS-E-SUPV-TERM(WS-CUR)
004620             MOVE '*SUPV TERMINATED*' TO OC-FLAG
004630         WHEN WS-E-SUPV-MISS(WS-CUR)
004640             MOVE '*SUPV NOT ON FILE*' TO OC-FLAG
004650         WHEN OTHER
004660             MOVE SPACES TO OC-FLAG
004670     END-EVALUATE
004680     WRITE RPT-LINE FROM WS-CHART-LINE
004690     IF WS-E-DIR-HC(WS-CUR) > ZERO
004700        ADD 1 TO WS-MGR-COUNT
004710        ADD WS-E-DIR-HC(WS-CUR) TO WS-SPAN-TOTAL
004720        IF WS-E-DIR-HC(WS-CUR) > WS-SPAN-MAX
004730           MOVE WS-E-DIR-HC(WS-CUR) TO WS-SPAN-MAX
004740        END-IF
004750     END-IF
004760     .
004770 3400-PRINT-NODE-EXIT.
004780     EXIT.
004790
004800 4000-WRITE-EXCEPTIONS.
004810     MOVE SPACES TO RPT-LINE
004820     WRITE RPT-LINE
004830     WRITE RPT-LINE
004840     WRITE RPT-LINE FROM WS-EXC-HDR-LINE
004850     PERFORM 4100-CHECK-ONE THRU 4100-CHECK-ONE-EXIT
004860             VARYING WS-X FROM 1 BY 1 UNTIL WS-X > WS-EMP-COUNT
004870     IF WS-EXCEPT-COUNT = ZERO
004880        MOVE SPACES TO WS-EXC-LINE
004890        MOVE 'NONE - EVERY ACTIVE EMPLOYEE HAS AN ACTIVE MANAGER'
004900          TO EX-REASON
004910        WRITE RPT-LINE FROM WS-EXC-LINE
004920     END-IF
004930     .
004940 4000-WRITE-EXCEPTIONS-EXIT.
004950     EXIT.
004960
004970 4100-CHECK-ONE.
004980*    A SUPERVISOR TERMINATED (BY TERMPROC OR A DAILY EXTRACT)
004990*    LEAVES THEIR REPORTS WITH NO ACTIVE MANAGER UNTIL HR NAMES A
005000*    NEW ONE ON THE EXTRACT.  AN ACTIVE EMPLOYEE THE WALK NEVER
005010*    REACHED SITS IN A LOOP OF SUPERVISORS WITH NO TOP.
005020     IF NOT WS-E-ACTIVE(WS-X)
005030        GO TO 4100-CHECK-ONE-EXIT
005040     END-IF
005050     MOVE SPACES TO EX-REASON
005060     MOVE WS-E-SUPV(WS-X) TO WS-SUPV-ID-EDIT
005070     EVALUATE TRUE
005080         WHEN WS-E-SUPV-TERM(WS-X)
005090             MOVE WS-E-SUPV-X(WS-X) TO WS-P
005100             STRING 'SUPERVISOR '         DELIMITED SIZE
005110                    WS-SUPV-ID-EDIT       DELIMITED SIZE
005120                    ' '                   DELIMITED SIZE
005130                    WS-E-NAME(WS-P)       DELIMITED SIZE
005140                    ' TERMINATED '        DELIMITED SIZE
005150                    WS-E-MAINT-DATE(WS-P) DELIMITED SIZE
005160                    INTO EX-REASON
005170             ADD 1 TO WS-SUPV-TERM-COUNT
005180         WHEN WS-E-SUPV-MISS(WS-X)
005190             STRING 'SUPERVISOR '         DELIMITED SIZE
005200                    WS-SUPV-ID-EDIT       DELIMITED SIZE
005210                    ' NOT ON THE MASTER'  DELIMITED SIZE
005220                    INTO EX-REASON
005230             ADD 1 TO WS-SUPV-MISS-COUNT
005240         WHEN NOT WS-E-PRINTED(WS-X)
005250             MOVE 'IN A CIRCULAR REPORTING CHAIN - NOT CHARTED'
005260               TO EX-REASON
005270             ADD 1 TO WS-LOOP-COUNT
005280         WHEN OTHER
005290             GO TO 4100-CHECK-ONE-EXIT
005300     END-EVALUATE
005310     MOVE WS-E-ID(WS-X)   TO EX-EMP-ID
005320     MOVE WS-E-NAME(WS-X) TO EX-EMP-NAME
005330     MOVE WS-E-DEPT(WS-X) TO EX-DEPT
005340     WRITE RPT-LINE FROM WS-EXC-LINE
005350     ADD 1 TO WS-EXCEPT-COUNT
005360     .
005370 4100-CHECK-ONE-EXIT.
005380     EXIT.
005390
005400 8000-WRITE-SUMMARY.
005410*    SPAN OF CONTROL IS THE NUMBER OF DIRECT REPORTS - AVERAGED
005420*    OVER THE EMPLOYEES WHO HAVE ANY.
005430     MOVE ZERO TO WS-SPAN-AVG
005440     IF WS-MGR-COUNT > ZERO
005450        COMPUTE WS-SPAN-AVG ROUNDED = WS-SPAN-TOTAL / WS-MGR-COUNT
005460     END-IF
005470     MOVE SPACES TO RPT-LINE
005480     WRITE RPT-LINE
005490     MOVE 'ACTIVE EMPLOYEES CHARTED    :' TO SM-LABEL
005500     MOVE WS-ACTIVE-COUNT TO SM-VALUE
005510     WRITE RPT-LINE FROM WS-SUM-LINE
005520     MOVE 'TOP-LEVEL (NO ACTIVE MGR)   :' TO SM-LABEL
005530     MOVE WS-TOP-COUNT    TO SM-VALUE
005540     WRITE RPT-LINE FROM WS-SUM-LINE
005550     MOVE 'MANAGERS (ANY DIRECT REPORT):' TO SM-LABEL
005560     MOVE WS-MGR-COUNT    TO SM-VALUE
005570     WRITE RPT-LINE FROM WS-SUM-LINE
005580     MOVE 'AVERAGE SPAN OF CONTROL     :' TO SM-LABEL
005590     MOVE WS-SPAN-AVG     TO SM-VALUE
005600     WRITE RPT-LINE FROM WS-SUM-LINE
005610     MOVE 'WIDEST SPAN OF CONTROL      :' TO SM-LABEL
005620     MOVE WS-SPAN-MAX     TO SM-VALUE
005630     WRITE RPT-LINE FROM WS-SUM-LINE
005640     .
005650 8000-WRITE-SUMMARY-EXIT.
005660     EXIT.
005670
005680 9000-ABEND-PARA.
005690*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
005700*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
005710     DISPLAY 'ORGCHART - OPEN/LOAD FAILED FOR: ' WS-ABEND-DDNAME
005720     DISPLAY 'ORGCHART - FILE STATUS WAS     : ' WS-ABEND-STATUS
005730     MOVE 16 TO RETURN-CODE
005740     STOP RUN
005750     .
005760 9000-ABEND-PARA-EXIT.
005770     EXIT.
005780
005790 9500-WRITE-AUDIT-RECORD.
005800*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
005810*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
005820*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
005830     OPEN EXTEND AUDTFILE
005840     IF NOT WS-AUDTFILE-OK
005850        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
005860        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
005870        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005880     END-IF
005890     ACCEPT WS-RUN-TIME FROM TIME
005900     MOVE 'ORGCHART' TO AUD-PGM-NAME
005910     MOVE WS-RUN-DATE-EDIT TO AUD-RUN-DATE
005920     STRING WS-RUN-HH DELIMITED SIZE
005930            ':'       DELIMITED SIZE
005940            WS-RUN-MN DELIMITED SIZE
005950            ':'       DELIMITED SIZE
005960            WS-RUN-SS DELIMITED SIZE
005970            INTO AUD-RUN-TIME
005980     MOVE WS-ACTIVE-COUNT TO AUD-REC-COUNT
005990     MOVE RETURN-CODE    TO AUD-RETURN-CODE
006000     WRITE AUD-REC
006010     CLOSE AUDTFILE
006020     .
006030 9500-WRITE-AUDIT-RECORD-EXIT.
006040     EXIT.
