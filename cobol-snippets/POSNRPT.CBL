000010******************************************************************
000020*        PROGRAM NAME            : POSNRPT                       *
000030*        DESCRIPTION             : POSITION VACANCY AND          *
000040*                                  OVER-HIRE REPORT BY           *
000050*                                  DEPARTMENT.  RECONCILES THE   *
000060*                                  POSITION MASTER (POSMSTR) TO  *
000070*                                  THE BUDGETED HEADCOUNT ON THE *
000080*                                  BUDGET MASTER FOR THE FISCAL  *
000090*                                  YEAR ON THE BUDCTL CARD AND   *
000100*                                  TO THE ACTUAL HEADCOUNT ON    *
000110*                                  THE CLEAN EXTRACT - COUNTED   *
000120*                                  THE SAME WAY DEPTRPT COUNTS   *
000130*                                  IT.  EACH DEPARTMENT SHOWS    *
000140*                                  POSITIONS FILLED, VACANT AND  *
000150*                                  FROZEN AGAINST BUDGET AND     *
000160*                                  ACTUAL, AND IS FLAGGED WHERE  *
000170*                                  IT HAS MORE PEOPLE THAN       *
000180*                                  FILLED POSITIONS OR BUDGET,   *
000190*                                  MORE OPEN POSITIONS THAN      *
000200*                                  BUDGET, OR FILLED POSITIONS   *
000210*                                  NOBODY ON THE EXTRACT HOLDS.  *
000220*        CREDITS                 : DATA PROCESSING               *
000230******************************************************************
000240*        MODIFICATION HISTORY                                    *
000250*        ----------------------------------------------------   *
000260*        DATE       INIT  DESCRIPTION                            *
000270*        10/15/26   RWM   INITIAL VERSION - BUDGET HEADCOUNT WAS *
000280*                         NEVER TIED TO A PERSON, SO A           *
000290*                         DEPARTMENT COULD HIRE PAST ITS PLAN    *
000300*                         WITHOUT ANYONE NOTICING.               *
000310******************************************************************
000320
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. POSNRPT.
000350 AUTHOR. R MEHTA.
000360 INSTALLATION. DATA PROCESSING.
000370 DATE-WRITTEN. 10/15/26.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT EMPFILE  ASSIGN TO EMPDD
000440     ORGANIZATION IS LINE SEQUENTIAL
000450     FILE STATUS IS WS-EMPFILE-STATUS.
000460
000470     SELECT POSMSTR  ASSIGN TO POSMSTR
000480     ORGANIZATION IS INDEXED
000490     ACCESS MODE IS SEQUENTIAL
000500     RECORD KEY IS PN-POSN-NO
000510     FILE STATUS IS WS-POSMSTR-STATUS.
000520
000530     SELECT BUDGMSTR ASSIGN TO BUDGMSTR
000540     ORGANIZATION IS INDEXED
000550     ACCESS MODE IS SEQUENTIAL
000560     RECORD KEY IS BG-KEY
000570     FILE STATUS IS WS-BUDGMSTR-STATUS.
000580
000590     SELECT DEPTMSTR ASSIGN TO DEPTMSTR
000600     ORGANIZATION IS INDEXED
000610     ACCESS MODE IS SEQUENTIAL
000620     RECORD KEY IS DM-DEPT-CODE
000630     FILE STATUS IS WS-DEPTMSTR-STATUS.
000640
000650     SELECT BUDCTL   ASSIGN TO BUDCTL
000660     ORGANIZATION IS LINE SEQUENTIAL
000670     FILE STATUS IS WS-BUDCTL-STATUS.
000680
000690     SELECT RPTFILE  ASSIGN TO RPTDD
000700     ORGANIZATION IS LINE SEQUENTIAL
000710     FILE STATUS IS WS-RPTFILE-STATUS.
000720
000730     SELECT AUDTFILE ASSIGN TO AUDTDD
000740     ORGANIZATION IS LINE SEQUENTIAL
000750     FILE STATUS IS WS-AUDTFILE-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD EMPFILE.
000800     COPY EMPREC REPLACING ==:RECNAME:== BY ==EMP-REC==
000810                           ==:PFX:==     BY ==EMP==.
000820
000830 FD POSMSTR.
000840     COPY POSNREC.
000850
000860 FD BUDGMSTR.
000870     COPY BUDGREC.
000880
000890 FD DEPTMSTR.
000900     COPY DEPTREC.
000910
000920 FD BUDCTL.
000930 01 BC-REC                PIC X(80).
000940
000950 FD RPTFILE.
000960 01 RPT-LINE              PIC X(132).
000970
000980 FD AUDTFILE.
000990     COPY AUDITREC REPLACING ==:RECNAME:== BY ==AUD-REC==
001000                             ==:PFX:==     BY ==AUD==.
001010
001020 WORKING-STORAGE SECTION.
001030 01 WS-EMPFILE-STATUS    PIC X(02) VALUE '00'.
001040 01 WS-POSMSTR-STATUS    PIC X(02) VALUE '00'.
001050     88 WS-POSMSTR-OK    VALUE '00'.
001060 01 WS-BUDGMSTR-STATUS   PIC X(02) VALUE '00'.
001070     88 WS-BUDGMSTR-OK   VALUE '00'.
001080 01 WS-DEPTMSTR-STATUS   PIC X(02) VALUE '00'.
001090     88 WS-DEPTMSTR-OK   VALUE '00'.
001100 01 WS-BUDCTL-STATUS     PIC X(02) VALUE '00'.
001110 01 WS-RPTFILE-STATUS    PIC X(02) VALUE '00'.
001120     88 WS-RPTFILE-OK    VALUE '00'.
001130 01 WS-EOF-STA           PIC X VALUE 'N'.
001140     88 WS-EOF           VALUE 'Y'.
001150 01 WS-PMSTR-EOF-STA     PIC X VALUE 'N'.
001160     88 WS-PMSTR-EOF     VALUE 'Y'.
001170 01 WS-BMSTR-EOF-STA     PIC X VALUE 'N'.
001180     88 WS-BMSTR-EOF     VALUE 'Y'.
001190 01 WS-DMSTR-EOF-STA     PIC X VALUE 'N'.
001200     88 WS-DMSTR-EOF     VALUE 'Y'.
001210 01 WS-FISC-YEAR         PIC X(04) VALUE SPACES.
001220 01 WS-TODAY-YYYYMMDD    PIC X(08) VALUE SPACES.
001230 01 WS-EMP-COUNT         PIC 9(05) VALUE ZEROES COMP.
001240 01 WS-POSN-COUNT        PIC 9(05) VALUE ZEROES COMP.
001250 01 WS-OVERHIRE-COUNT    PIC 9(03) VALUE ZEROES COMP.
001260 01 WS-OVERBUDG-COUNT    PIC 9(03) VALUE ZEROES COMP.
001270 01 WS-STALE-COUNT       PIC 9(03) VALUE ZEROES COMP.
001280 01 WS-NOBUDG-COUNT      PIC 9(03) VALUE ZEROES COMP.
001290 01 WS-EXCEPT-COUNT      PIC 9(03) VALUE ZEROES COMP.
001300 01 WS-FIND-DEPT         PIC X(04) VALUE SPACES.
001310 01 WS-OVER-HC           PIC 9(05) VALUE ZEROES.
001320 01 WS-OPEN-HC           PIC S9(05) VALUE ZEROES.
001330 01 WS-OPEN-POSNS        PIC 9(05) VALUE ZEROES.
001340 01 WS-FLAG-PTR          PIC 9(02) COMP VALUE ZERO.
001350
001360*    ONE ROW PER DEPARTMENT - SEEDED FROM THE DEPARTMENT MASTER
001370*    SO THE REPORT RUNS IN DEPARTMENT ORDER, WITH ANY CODE THE
001380*    MASTER HAS NEVER HEARD OF ADDED AT THE END.
001390 01 WS-DEPT-MAX           PIC 9(03) COMP VALUE 500.
001400 01 WS-DEPT-COUNT         PIC 9(03) COMP VALUE ZERO.
001410 01 WS-DEPTS.
001420     05 WS-DEPT  OCCURS 1 TO 500 TIMES
001430                 DEPENDING ON WS-DEPT-COUNT
001440                 INDEXED BY J.
001450             10 WS-DEPT-CODE       PIC X(04).
001460             10 WS-DEPT-NAME       PIC X(20).
001470             10 WS-DEPT-BUDG-SW    PIC X(01).
001480                 88 WS-DEPT-HAS-BUDG VALUE 'Y'.
001490             10 WS-DEPT-BUDG-HC    PIC 9(05) COMP.
001500             10 WS-DEPT-POSNS      PIC 9(05) COMP.
001510             10 WS-DEPT-FILLED     PIC 9(05) COMP.
001520             10 WS-DEPT-VACANT     PIC 9(05) COMP.
001530             10 WS-DEPT-FROZEN     PIC 9(05) COMP.
001540             10 WS-DEPT-ACT-HC     PIC 9(05) COMP.
001550             10 WS-DEPT-UNSLOT     PIC 9(05) COMP.
001560
001570 01 WS-TOTALS.
001580     05 WS-TOT-BUDG-HC    PIC 9(07) COMP VALUE ZERO.
001590     05 WS-TOT-POSNS      PIC 9(07) COMP VALUE ZERO.
001600     05 WS-TOT-FILLED     PIC 9(07) COMP VALUE ZERO.
001610     05 WS-TOT-VACANT     PIC 9(07) COMP VALUE ZERO.
001620     05 WS-TOT-FROZEN     PIC 9(07) COMP VALUE ZERO.
001630     05 WS-TOT-ACT-HC     PIC 9(07) COMP VALUE ZERO.
001640     05 WS-TOT-UNSLOT     PIC 9(07) COMP VALUE ZERO.
001650     05 WS-TOT-OVER       PIC 9(07) COMP VALUE ZERO.
001660
001670 01 WS-ABEND-DDNAME      PIC X(08) VALUE SPACES.
001680 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
001690 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
001700     88 WS-AUDTFILE-OK   VALUE '00'.
001710 01 WS-RUN-DATE.
001720     05 WS-RUN-YY        PIC 9(02).
001730     05 WS-RUN-MM        PIC 9(02).
001740     05 WS-RUN-DD        PIC 9(02).
001750 01 WS-RUN-TIME.
001760     05 WS-RUN-HH        PIC 9(02).
001770     05 WS-RUN-MN        PIC 9(02).
001780     05 WS-RUN-SS        PIC 9(02).
001790     05 FILLER           PIC 9(02).
001800 01 WS-RUN-DATE-EDIT     PIC X(08).
001810
001820 01 WS-HDR-LINE.
001830     05 FILLER            PIC X(35)
001840            VALUE 'POSITION VACANCY / OVER-HIRE YEAR: '.
001850     05 HDR-YEAR          PIC X(04).
001860     05 FILLER            PIC X(08) VALUE '  DATE: '.
001870     05 HDR-DATE          PIC X(08).
001880     05 FILLER            PIC X(77) VALUE SPACES.
001890
001900 01 WS-COL-LINE.
001910     05 FILLER            PIC X(40)
001920            VALUE 'DEPT NAME                  BUD HC  POSNS'.
001930     05 FILLER            PIC X(35)
001940            VALUE ' FILLED VACANT FROZEN ACT HC UNSLOT'.
001950     05 FILLER            PIC X(22)
001960            VALUE '   OVER    OPEN  FLAGS'.
001970     05 FILLER            PIC X(35) VALUE SPACES.
001980
001990 01 WS-DET-LINE.
002000     05 DL-DEPT           PIC X(04).
002010     05 FILLER            PIC X(01) VALUE SPACE.
002020     05 DL-NAME           PIC X(20).
002030     05 FILLER            PIC X(03) VALUE SPACES.
002040     05 DL-BUDG-HC        PIC ZZZZ9.
002050     05 FILLER            PIC X(02) VALUE SPACES.
002060     05 DL-POSNS          PIC ZZZZ9.
002070     05 FILLER            PIC X(02) VALUE SPACES.
002080     05 DL-FILLED         PIC ZZZZ9.
002090     05 FILLER            PIC X(02) VALUE SPACES.
002100     05 DL-VACANT         PIC ZZZZ9.
002110     05 FILLER            PIC X(02) VALUE SPACES.
002120     05 DL-FROZEN         PIC ZZZZ9.
002130     05 FILLER            PIC X(02) VALUE SPACES.
002140     05 DL-ACT-HC         PIC ZZZZ9.
002150     05 FILLER            PIC X(02) VALUE SPACES.
002160     05 DL-UNSLOT         PIC ZZZZ9.
002170     05 FILLER            PIC X(02) VALUE SPACES.
002180     05 DL-OVER           PIC ZZZZ9.
002190     05 FILLER            PIC X(02) VALUE SPACES.
002200     05 DL-OPEN           PIC ZZZZ9-.
002210     05 FILLER            PIC X(02) VALUE SPACES.
002220     05 DL-FLAGS          PIC X(40).
002230
002240 01 WS-TOT-LINE.
002250     05 FILLER            PIC X(26) VALUE 'TOTAL'.
002260     05 FILLER            PIC X(01) VALUE SPACE.
002270     05 TL-BUDG-HC        PIC ZZZZZZ9.
002280     05 TL-POSNS          PIC ZZZZZZ9.
002290     05 TL-FILLED         PIC ZZZZZZ9.
002300     05 TL-VACANT         PIC ZZZZZZ9.
002310     05 TL-FROZEN         PIC ZZZZZZ9.
002320     05 TL-ACT-HC         PIC ZZZZZZ9.
002330     05 TL-UNSLOT         PIC ZZZZZZ9.
002340     05 TL-OVER           PIC ZZZZZZ9.
002350     05 FILLER            PIC X(49) VALUE SPACES.
002360
002370 PROCEDURE DIVISION.
002380 0000-MAINLINE.
002390     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002400     PERFORM 1500-LOAD-DEPT-MASTER
002410             THRU 1500-LOAD-DEPT-MASTER-EXIT
002420     PERFORM 1700-LOAD-BUDGET THRU 1700-LOAD-BUDGET-EXIT
002430     PERFORM 1800-LOAD-POSITIONS THRU 1800-LOAD-POSITIONS-EXIT
002440     PERFORM 2000-READ-EMP THRU 2000-READ-EMP-EXIT
002450             UNTIL WS-EOF
002460     PERFORM 8000-WRITE-REPORT THRU 8000-WRITE-REPORT-EXIT
002470     CLOSE EMPFILE
002480           RPTFILE
002490     IF WS-EXCEPT-COUNT > ZERO
002500        MOVE 4 TO RETURN-CODE
002510     END-IF
002520     PERFORM 9500-WRITE-AUDIT-RECORD
002530             THRU 9500-WRITE-AUDIT-RECORD-EXIT
002540     DISPLAY 'POSNRPT - EMPLOYEES READ    : ' WS-EMP-COUNT
002550     DISPLAY 'POSNRPT - POSITIONS READ    : ' WS-POSN-COUNT
002560     DISPLAY 'POSNRPT - DEPTS OVER-HIRED  : ' WS-OVERHIRE-COUNT
002570     DISPLAY 'POSNRPT - POSNS OVER BUDGET : ' WS-OVERBUDG-COUNT
002580     DISPLAY 'POSNRPT - STALE FILLS       : ' WS-STALE-COUNT
002590     DISPLAY 'POSNRPT - DEPTS NO BUDGET   : ' WS-NOBUDG-COUNT
002600     STOP RUN
002610     .
002620
002630 1000-INITIALIZE.
002640     OPEN INPUT EMPFILE
002650     IF WS-EMPFILE-STATUS NOT = '00'
002660        MOVE 'EMPDD' TO WS-ABEND-DDNAME
002670        MOVE WS-EMPFILE-STATUS TO WS-ABEND-STATUS
002680        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002690     END-IF
002700     OPEN OUTPUT RPTFILE
002710     IF NOT WS-RPTFILE-OK
002720        MOVE 'RPTDD' TO WS-ABEND-DDNAME
002730        MOVE WS-RPTFILE-STATUS TO WS-ABEND-STATUS
002740        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002750     END-IF
002760*    THE FISCAL YEAR COMES FROM AN OPTIONAL BUDCTL CARD (YYYY),
002770*    THE SAME CARD BUDGRPT TAKES.  OMIT THE DD AND THE CURRENT
002780*    YEAR IS REPORTED.
002790     ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
002800     MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-FISC-YEAR
002810     OPEN INPUT BUDCTL
002820     IF WS-BUDCTL-STATUS = '00'
002830        READ BUDCTL
002840            AT END CONTINUE
002850            NOT AT END
002860                IF BC-REC(1:4) IS NUMERIC
002870                   MOVE BC-REC(1:4) TO WS-FISC-YEAR
002880                END-IF
002890        END-READ
002900        CLOSE BUDCTL
002910     END-IF
002920     ACCEPT WS-RUN-DATE FROM DATE
002930     STRING WS-RUN-MM DELIMITED SIZE
002940            '/'       DELIMITED SIZE
002950            WS-RUN-DD DELIMITED SIZE
002960            '/'       DELIMITED SIZE
002970            WS-RUN-YY DELIMITED SIZE
002980            INTO WS-RUN-DATE-EDIT
002990     MOVE WS-FISC-YEAR TO HDR-YEAR
003000     MOVE WS-RUN-DATE-EDIT TO HDR-DATE
003010     WRITE RPT-LINE FROM WS-HDR-LINE
003020     MOVE SPACES TO RPT-LINE
003030     WRITE RPT-LINE
003040     WRITE RPT-LINE FROM WS-COL-LINE
003050     .
003060 1000-INITIALIZE-EXIT.
003070     EXIT.
003080
003090 1500-LOAD-DEPT-MASTER.
003100*    INACTIVE DEPARTMENTS ARE LOADED TOO - A RETIRED CODE STILL
003110*    HOLDING POSITIONS OR PEOPLE MUST RESOLVE ON THE REPORT.
003120     OPEN INPUT DEPTMSTR
003130     IF NOT WS-DEPTMSTR-OK
003140        MOVE 'DEPTMSTR' TO WS-ABEND-DDNAME
003150        MOVE WS-DEPTMSTR-STATUS TO WS-ABEND-STATUS
003160        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003170     END-IF
003180     PERFORM 1600-LOAD-DEPT-REC THRU 1600-LOAD-DEPT-REC-EXIT
003190             UNTIL WS-DMSTR-EOF
003200     CLOSE DEPTMSTR
003210     .
003220 1500-LOAD-DEPT-MASTER-EXIT.
003230     EXIT.
003240
003250 1600-LOAD-DEPT-REC.
003260     READ DEPTMSTR NEXT RECORD
003270         AT END SET WS-DMSTR-EOF TO TRUE
003280         NOT AT END
003290             MOVE DM-DEPT-CODE TO WS-FIND-DEPT
003300             PERFORM 2900-ADD-DEPT THRU 2900-ADD-DEPT-EXIT
003310             MOVE DM-DEPT-NAME TO WS-DEPT-NAME(J)
003320     END-READ
003330     .
003340 1600-LOAD-DEPT-REC-EXIT.
003350     EXIT.
003360
003370 1700-LOAD-BUDGET.
003380*    ONLY THE TARGET YEAR'S ROWS COUNT - THE MASTER HOLDS EVERY
003390*    YEAR.
003400     OPEN INPUT BUDGMSTR
003410     IF NOT WS-BUDGMSTR-OK
003420        MOVE 'BUDGMSTR' TO WS-ABEND-DDNAME
003430        MOVE WS-BUDGMSTR-STATUS TO WS-ABEND-STATUS
003440        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003450     END-IF
003460     PERFORM 1710-LOAD-BUDG-REC THRU 1710-LOAD-BUDG-REC-EXIT
003470             UNTIL WS-BMSTR-EOF
003480     CLOSE BUDGMSTR
003490     .
003500 1700-LOAD-BUDGET-EXIT.
003510     EXIT.
003520
003530 1710-LOAD-BUDG-REC.
003540     READ BUDGMSTR NEXT RECORD
003550         AT END SET WS-BMSTR-EOF TO TRUE
003560         NOT AT END
003570             IF BG-FISC-YEAR = WS-FISC-YEAR
003580                MOVE BG-DEPT-CODE TO WS-FIND-DEPT
003590                PERFORM 2800-FIND-DEPT THRU 2800-FIND-DEPT-EXIT
003600                SET WS-DEPT-HAS-BUDG(J) TO TRUE
003610                ADD BG-BUDGET-HDCT TO WS-DEPT-BUDG-HC(J)
003620             END-IF
003630     END-READ
003640     .
003650 1710-LOAD-BUDG-REC-EXIT.
003660     EXIT.
003670
003680 1800-LOAD-POSITIONS.
003690     OPEN INPUT POSMSTR
003700     IF NOT WS-POSMSTR-OK
003710        MOVE 'POSMSTR' TO WS-ABEND-DDNAME
003720        MOVE WS-POSMSTR-STATUS TO WS-ABEND-STATUS
003730        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003740     END-IF
003750     PERFORM 1810-LOAD-POSN-REC THRU 1810-LOAD-POSN-REC-EXIT
003760             UNTIL WS-PMSTR-EOF
003770     CLOSE POSMSTR
003780     .
003790 1800-LOAD-POSITIONS-EXIT.
003800     EXIT.
003810
003820 1810-LOAD-POSN-REC.
003830     READ POSMSTR NEXT RECORD
003840         AT END
003850             SET WS-PMSTR-EOF TO TRUE
003860             GO TO 1810-LOAD-POSN-REC-EXIT
003870     END-READ
003880     ADD 1 TO WS-POSN-COUNT
003890     MOVE PN-DEPT-CODE TO WS-FIND-DEPT
003900     PERFORM 2800-FIND-DEPT THRU 2800-FIND-DEPT-EXIT
003910     ADD 1 TO WS-DEPT-POSNS(J)
003920     EVALUATE TRUE
003930         WHEN PN-FILLED
003940             ADD 1 TO WS-DEPT-FILLED(J)
003950         WHEN PN-FROZEN
003960             ADD 1 TO WS-DEPT-FROZEN(J)
003970         WHEN OTHER
003980             ADD 1 TO WS-DEPT-VACANT(J)
003990     END-EVALUATE
004000     .
004010 1810-LOAD-POSN-REC-EXIT.
004020     EXIT.
004030
004040 2000-READ-EMP.
004050     READ EMPFILE
004060         AT END SET WS-EOF TO TRUE
004070         NOT AT END
004080             ADD 1 TO WS-EMP-COUNT
004090             PERFORM 2100-ACCUM-DEPT THRU 2100-ACCUM-DEPT-EXIT
004100     END-READ
004110     .
004120 2000-READ-EMP-EXIT.
004130     EXIT.
004140
004150 2100-ACCUM-DEPT.
004160*    EVERY RECORD ON THE CLEAN EXTRACT COUNTS ONE HEAD IN ITS
004170*    HOME DEPARTMENT - THE SAME HEADCOUNT DEPTRPT PRINTS, SO THE
004180*    TWO REPORTS TIE.  A RECORD WITH NO POSITION NUMBER IS
004190*    COUNTED AS UNSLOTTED.
004200     MOVE EMP-DEPT-CODE TO WS-FIND-DEPT
004210     PERFORM 2800-FIND-DEPT THRU 2800-FIND-DEPT-EXIT
004220     ADD 1 TO WS-DEPT-ACT-HC(J)
004230     IF EMP-POSN-NO = SPACES
004240        ADD 1 TO WS-DEPT-UNSLOT(J)
004250     END-IF
004260     .
004270 2100-ACCUM-DEPT-EXIT.
004280     EXIT.
004290
004300 2800-FIND-DEPT.
004310*    LEAVES J ON THE ROW FOR WS-FIND-DEPT, ADDING ONE FOR A CODE
004320*    THE DEPARTMENT MASTER DOES NOT CARRY.
004330     SET J TO 1
004340     SEARCH WS-DEPT
004350     AT END
004360         PERFORM 2900-ADD-DEPT THRU 2900-ADD-DEPT-EXIT
004370         MOVE '** NOT ON MASTER **' TO WS-DEPT-NAME(J)
004380     WHEN WS-DEPT-CODE(J) = WS-FIND-DEPT
004390         CONTINUE
004400     END-SEARCH
004410     .
004420 2800-FIND-DEPT-EXIT.
004430     EXIT.
004440
004450 2900-ADD-DEPT.
004460     IF WS-DEPT-COUNT >= WS-DEPT-MAX
004470*       A DEPARTMENT LEFT OUT OF THE TABLE WOULD DROP ITS PEOPLE
004480*       AND POSITIONS FROM THE RECONCILIATION - FAIL LOUDLY, THE
004490*       SAME RULE EVERY LOAD TABLE IN THE SUITE FOLLOWS.
004500        DISPLAY 'POSNRPT - DEPT TABLE FULL AT '
004510                WS-DEPT-MAX ' - RAISE WS-DEPT-MAX'
004520        MOVE 'DEPTMSTR' TO WS-ABEND-DDNAME
004530        MOVE '  ' TO WS-ABEND-STATUS
004540        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004550     END-IF
004560     ADD 1 TO WS-DEPT-COUNT
004570     SET J TO WS-DEPT-COUNT
004580     MOVE WS-FIND-DEPT TO WS-DEPT-CODE(J)
004590     MOVE SPACES       TO WS-DEPT-NAME(J)
004600     MOVE 'N'          TO WS-DEPT-BUDG-SW(J)
004610     MOVE ZERO         TO WS-DEPT-BUDG-HC(J)
004620                          WS-DEPT-POSNS(J)
004630                          WS-DEPT-FILLED(J)
004640                          WS-DEPT-VACANT(J)
004650                          WS-DEPT-FROZEN(J)
004660                          WS-DEPT-ACT-HC(J)
004670                          WS-DEPT-UNSLOT(J)
004680     .
004690 2900-ADD-DEPT-EXIT.
004700     EXIT.
004710
004720 8000-WRITE-REPORT.
004730     PERFORM 8100-WRITE-DEPT-LINE THRU 8100-WRITE-DEPT-LINE-EXIT
004740             VARYING J FROM 1 BY 1 UNTIL J > WS-DEPT-COUNT
004750     MOVE WS-TOT-BUDG-HC TO TL-BUDG-HC
004760     MOVE WS-TOT-POSNS   TO TL-POSNS
004770     MOVE WS-TOT-FILLED  TO TL-FILLED
004780     MOVE WS-TOT-VACANT  TO TL-VACANT
004790     MOVE WS-TOT-FROZEN  TO TL-FROZEN
004800     MOVE WS-TOT-ACT-HC  TO TL-ACT-HC
004810     MOVE WS-TOT-UNSLOT  TO TL-UNSLOT
004820     MOVE WS-TOT-OVER    TO TL-OVER
004830     MOVE SPACES TO RPT-LINE
004840     WRITE RPT-LINE
004850     WRITE RPT-LINE FROM WS-TOT-LINE
004860     .
004870 8000-WRITE-REPORT-EXIT.
004880     EXIT.
004890
004900 8100-WRITE-DEPT-LINE.
004910*    A DEPARTMENT WITH NO BUDGET, NO POSITIONS AND NOBODY IN IT
004920*    HAS NOTHING TO RECONCILE.
004930     IF NOT WS-DEPT-HAS-BUDG(J)
004940        AND WS-DEPT-POSNS(J) = ZERO
004950        AND WS-DEPT-ACT-HC(J) = ZERO
004960        GO TO 8100-WRITE-DEPT-LINE-EXIT
004970     END-IF
004980     MOVE WS-DEPT-CODE(J)    TO DL-DEPT
004990     MOVE WS-DEPT-NAME(J)    TO DL-NAME
005000     MOVE WS-DEPT-BUDG-HC(J) TO DL-BUDG-HC
005010     MOVE WS-DEPT-POSNS(J)   TO DL-POSNS
005020     MOVE WS-DEPT-FILLED(J)  TO DL-FILLED
005030     MOVE WS-DEPT-VACANT(J)  TO DL-VACANT
005040     MOVE WS-DEPT-FROZEN(J)  TO DL-FROZEN
005050     MOVE WS-DEPT-ACT-HC(J)  TO DL-ACT-HC
005060     MOVE WS-DEPT-UNSLOT(J)  TO DL-UNSLOT
005070*    OVER = PEOPLE BEYOND THE FILLED POSITIONS OR THE BUDGET,
005080*    WHICHEVER IS GREATER.  OPEN = BUDGET NOT YET HIRED AGAINST
005090*    (NEGATIVE WHEN HIRED PAST IT).
005100     MOVE ZERO TO WS-OVER-HC
005110     IF WS-DEPT-ACT-HC(J) > WS-DEPT-FILLED(J)
005120        COMPUTE WS-OVER-HC = WS-DEPT-ACT-HC(J)
005130                           - WS-DEPT-FILLED(J)
005140     END-IF
005150     IF WS-DEPT-ACT-HC(J) > WS-DEPT-BUDG-HC(J)
005160        AND WS-DEPT-ACT-HC(J) - WS-DEPT-BUDG-HC(J) > WS-OVER-HC
005170        COMPUTE WS-OVER-HC = WS-DEPT-ACT-HC(J)
005180                           - WS-DEPT-BUDG-HC(J)
005190     END-IF
005200     MOVE WS-OVER-HC TO DL-OVER
005210     COMPUTE WS-OPEN-HC = WS-DEPT-BUDG-HC(J) - WS-DEPT-ACT-HC(J)
005220     MOVE WS-OPEN-HC TO DL-OPEN
005230     COMPUTE WS-OPEN-POSNS = WS-DEPT-FILLED(J) + WS-DEPT-VACANT(J)
005240     MOVE SPACES TO DL-FLAGS
005250     MOVE 1 TO WS-FLAG-PTR
005260     IF WS-OVER-HC > ZERO
005270        STRING 'OVER-HIRE ' DELIMITED SIZE
005280               INTO DL-FLAGS WITH POINTER WS-FLAG-PTR
005290        ADD 1 TO WS-OVERHIRE-COUNT
005300     END-IF
005310*    FROZEN POSITIONS ARE OUT OF PLAY, SO ONLY FILLED AND VACANT
005320*    ONES ARE HELD AGAINST THE BUDGETED HEADCOUNT.
005330     IF WS-DEPT-HAS-BUDG(J)
005340        AND WS-OPEN-POSNS > WS-DEPT-BUDG-HC(J)
005350        STRING 'POSNS>BUDGET ' DELIMITED SIZE
005360               INTO DL-FLAGS WITH POINTER WS-FLAG-PTR
005370        ADD 1 TO WS-OVERBUDG-COUNT
005380     END-IF
005390*    A FILLED POSITION WITH NOBODY ON THE EXTRACT TO HOLD IT IS
005400*    STALE - THE PERSON LEFT OR MOVED WITHOUT EMPMAINT SEEING IT.
005410     IF WS-DEPT-FILLED(J) > WS-DEPT-ACT-HC(J) - WS-DEPT-UNSLOT(J)
005420        STRING 'STALE FILL ' DELIMITED SIZE
005430               INTO DL-FLAGS WITH POINTER WS-FLAG-PTR
005440        ADD 1 TO WS-STALE-COUNT
005450     END-IF
005460     IF NOT WS-DEPT-HAS-BUDG(J)
005470        STRING 'NO BUDGET' DELIMITED SIZE
005480               INTO DL-FLAGS WITH POINTER WS-FLAG-PTR
005490        ADD 1 TO WS-NOBUDG-COUNT
005500     END-IF
005510     IF DL-FLAGS NOT = SPACES
005520        ADD 1 TO WS-EXCEPT-COUNT
005530     END-IF
005540     WRITE RPT-LINE FROM WS-DET-LINE
005550     ADD WS-DEPT-BUDG-HC(J) TO WS-TOT-BUDG-HC
005560     ADD WS-DEPT-POSNS(J)   TO WS-TOT-POSNS
005570     ADD WS-DEPT-FILLED(J)  TO WS-TOT-FILLED
005580     ADD WS-DEPT-VACANT(J)  TO WS-TOT-VACANT
005590     ADD WS-DEPT-FROZEN(J)  TO WS-TOT-FROZEN
005600     ADD WS-DEPT-ACT-HC(J)  TO WS-TOT-ACT-HC
005610     ADD WS-DEPT-UNSLOT(J)  TO WS-TOT-UNSLOT
005620     ADD WS-OVER-HC         TO WS-TOT-OVER
005630     .
005640 8100-WRITE-DEPT-LINE-EXIT.
005650     EXIT.
005660
005670 9000-ABEND-PARA.
005680*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
005690*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
005700     DISPLAY 'POSNRPT - OPEN/LOAD FAILED FOR: ' WS-ABEND-DDNAME
005710     DISPLAY 'POSNRPT - FILE STATUS WAS     : ' WS-ABEND-STATUS
005720     MOVE 16 TO RETURN-CODE
005730     STOP RUN
005740     .
005750 9000-ABEND-PARA-EXIT.
005760     EXIT.
005770
005780 9500-WRITE-AUDIT-RECORD.
005790*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
005800*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
005810*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
005820     OPEN EXTEND AUDTFILE
005830     IF NOT WS-AUDTFILE-OK
005840        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
005850        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
005860        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005870     END-IF
005880     ACCEPT WS-RUN-TIME FROM TIME
005890     MOVE 'POSNRPT' TO AUD-PGM-NAME
005900     MOVE WS-RUN-DATE-EDIT TO AUD-RUN-DATE
005910     STRING WS-RUN-HH DELIMITED SIZE
005920            ':'       DELIMITED SIZE
005930            WS-RUN-MN DELIMITED SIZE
005940            ':'       DELIMITED SIZE
005950            WS-RUN-SS DELIMITED SIZE
005960            INTO AUD-RUN-TIME
005970     MOVE WS-EMP-COUNT   TO AUD-REC-COUNT
005980     MOVE RETURN-CODE    TO AUD-RETURN-CODE
005990     WRITE AUD-REC
006000     CLOSE AUDTFILE
006010     .
006020 9500-WRITE-AUDIT-RECORD-EXIT.
006030     EXIT.
