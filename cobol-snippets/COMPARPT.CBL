000010******************************************************************
000020*        PROGRAM NAME            : COMPARPT                      *
000030*        DESCRIPTION             : COMPA-RATIO REPORT.  SHOWS    *
000040*                                  EACH ACTIVE EMPLOYEE'S SALARY *
000050*                                  AGAINST THE MINIMUM, MIDPOINT *
000060*                                  AND MAXIMUM OF THEIR GRADE'S  *
000070*                                  RANGE IN EFFECT ON THE AS-OF  *
000080*                                  DATE (TODAY, OR THE DATE ON   *
000090*                                  THE OPTIONAL COMPCTL CARD),   *
000100*                                  WITH THE COMPA-RATIO - SALARY *
000110*                                  AS A PERCENT OF THE MIDPOINT. *
000120*                                  ANYONE BELOW THE MINIMUM,     *
000130*                                  ABOVE THE MAXIMUM, WITHOUT A  *
000140*                                  GRADE, OR IN A GRADE WITH NO  *
000150*                                  RANGE IN EFFECT IS FLAGGED.   *
000160*                                  AVERAGE COMPA-RATIOS ARE      *
000170*                                  GIVEN BY DEPARTMENT, BY       *
000180*                                  COMPANY AND FOR THE WHOLE     *
000190*                                  FILE.                         *
000200*        CREDITS                 : DATA PROCESSING               *
000210******************************************************************
000220*        MODIFICATION HISTORY                                    *
000230*        ----------------------------------------------------   *
000240*        DATE       INIT  DESCRIPTION                            *
000250*        10/15/26   RWM   INITIAL VERSION - GRADE RANGES MOVED   *
000260*                         OFF PAPER ONTO GRDMSTR, SO RANGE       *
000270*                         PLACEMENT CAN BE REPORTED INSTEAD OF   *
000280*                         WORKED OUT BY HAND.                    *
000290******************************************************************
000300
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. COMPARPT.
000330 AUTHOR. R MEHTA.
000340 INSTALLATION. DATA PROCESSING.
000350 DATE-WRITTEN. 10/15/26.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT EMPMSTR  ASSIGN TO EMPMSTR
000420     ORGANIZATION IS INDEXED
000430     ACCESS MODE IS SEQUENTIAL
000440     RECORD KEY IS EM-EMP-ID
000450     FILE STATUS IS WS-EMPMSTR-STATUS.
000460
000470     SELECT GRDMSTR  ASSIGN TO GRDMSTR
000480     ORGANIZATION IS INDEXED
000490     ACCESS MODE IS DYNAMIC
000500     RECORD KEY IS GR-KEY
000510     FILE STATUS IS WS-GRDMSTR-STATUS.
000520
000530     SELECT COMPCTL  ASSIGN TO COMPCTL
000540     ORGANIZATION IS LINE SEQUENTIAL
000550     FILE STATUS IS WS-COMPCTL-STATUS.
000560
000570     SELECT RPTFILE  ASSIGN TO RPTDD
000580     ORGANIZATION IS LINE SEQUENTIAL
000590     FILE STATUS IS WS-RPTFILE-STATUS.
000600
000610     SELECT AUDTFILE ASSIGN TO AUDTDD
000620     ORGANIZATION IS LINE SEQUENTIAL
000630     FILE STATUS IS WS-AUDTFILE-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD EMPMSTR.
000680     COPY EMPMREC.
000690
000700 FD GRDMSTR.
000710     COPY GRADEREC.
000720
000730 FD COMPCTL.
000740 01 CC-REC                PIC X(80).
000750
000760 FD RPTFILE.
000770 01 RPT-LINE              PIC X(132).
000780
000790 FD AUDTFILE.
000800     COPY AUDITREC REPLACING ==:RECNAME:== BY ==AUD-REC==
000810                             ==:PFX:==     BY ==AUD==.
000820
000830 WORKING-STORAGE SECTION.
000840 01 WS-EMPMSTR-STATUS    PIC X(02) VALUE '00'.
000850     88 WS-EMPMSTR-OK    VALUE '00'.
000860 01 WS-GRDMSTR-STATUS    PIC X(02) VALUE '00'.
000870 01 WS-COMPCTL-STATUS    PIC X(02) VALUE '00'.
000880 01 WS-RPTFILE-STATUS    PIC X(02) VALUE '00'.
000890     88 WS-RPTFILE-OK    VALUE '00'.
000900 01 WS-MSTR-EOF-STA      PIC X VALUE 'N'.
000910     88 WS-MSTR-EOF      VALUE 'Y'.
000920 01 WS-GR-FOUND-SW       PIC X(01) VALUE 'N'.
000930     88 WS-GR-FOUND      VALUE 'Y'.
000940 01 WS-GR-DONE-SW        PIC X(01) VALUE 'N'.
000950     88 WS-GR-DONE       VALUE 'Y'.
000960 01 WS-ASOF-DATE         PIC X(08) VALUE SPACES.
000970 01 WS-GR-MIN            PIC 9(07)V99 VALUE ZEROES.
000980 01 WS-GR-MID            PIC 9(07)V99 VALUE ZEROES.
000990 01 WS-GR-MAX            PIC 9(07)V99 VALUE ZEROES.
001000 01 WS-COMPA-RATIO       PIC 9(03)V9 VALUE ZEROES.
001010 01 WS-AVG-COMPA         PIC 9(03)V9 VALUE ZEROES.
001020 01 WS-READ-COUNT        PIC 9(05) VALUE ZEROES COMP.
001030 01 WS-ACTIVE-COUNT      PIC 9(05) VALUE ZEROES COMP.
001040 01 WS-EXCEPT-COUNT      PIC 9(05) VALUE ZEROES COMP.
001050*    PLACEMENT OF THE EMPLOYEE BEING REPORTED - ONE OF THESE IS
001060*    ADDED TO THE DEPARTMENT, COMPANY AND FILE TOTALS.
001070 01 WS-PLACE-SW          PIC X(01) VALUE SPACE.
001080     88 WS-PLACE-IN      VALUE 'I'.
001090     88 WS-PLACE-BELOW   VALUE 'B'.
001100     88 WS-PLACE-ABOVE   VALUE 'A'.
001110     88 WS-PLACE-NONE    VALUE 'N'.
001120
001130*    ONE ROW PER DEPARTMENT AND ONE PER COMPANY, IN THE ORDER
001140*    FIRST MET ON THE MASTER.  ONLY EMPLOYEES WITH A RANGE COUNT
001150*    TOWARD THE AVERAGE COMPA-RATIO.
001160 01 WS-DEPT-MAX          PIC 9(03) COMP VALUE 500.
001170 01 WS-DEPT-COUNT        PIC 9(03) COMP VALUE ZERO.
001180 01 WS-DEPTS.
001190     05 WS-DEPT  OCCURS 1 TO 500 TIMES
001200                 DEPENDING ON WS-DEPT-COUNT
001210                 INDEXED BY J.
001220             10 WS-DEPT-CODE       PIC X(04).
001230             10 WS-DEPT-HDCT       PIC 9(05) COMP.
001240             10 WS-DEPT-RATED      PIC 9(05) COMP.
001250             10 WS-DEPT-COMPA-SUM  PIC 9(09)V9 COMP-3.
001260             10 WS-DEPT-BELOW      PIC 9(05) COMP.
001270             10 WS-DEPT-ABOVE      PIC 9(05) COMP.
001280             10 WS-DEPT-NONE       PIC 9(05) COMP.
001290
001300 01 WS-COMP-MAX          PIC 9(03) COMP VALUE 100.
001310 01 WS-COMP-COUNT        PIC 9(03) COMP VALUE ZERO.
001320 01 WS-COMPS.
001330     05 WS-COMP  OCCURS 1 TO 100 TIMES
001340                 DEPENDING ON WS-COMP-COUNT
001350                 INDEXED BY K.
001360             10 WS-COMP-CODE       PIC 9(06).
001370             10 WS-COMP-HDCT       PIC 9(05) COMP.
001380             10 WS-COMP-RATED      PIC 9(05) COMP.
001390             10 WS-COMP-COMPA-SUM  PIC 9(09)V9 COMP-3.
001400             10 WS-COMP-BELOW      PIC 9(05) COMP.
001410             10 WS-COMP-ABOVE      PIC 9(05) COMP.
001420             10 WS-COMP-NONE       PIC 9(05) COMP.
001430
001440 01 WS-TOTALS.
001450     05 WS-TOT-HDCT       PIC 9(07) COMP VALUE ZERO.
001460     05 WS-TOT-RATED      PIC 9(07) COMP VALUE ZERO.
001470     05 WS-TOT-COMPA-SUM  PIC 9(09)V9 COMP-3 VALUE ZERO.
001480     05 WS-TOT-BELOW      PIC 9(07) COMP VALUE ZERO.
001490     05 WS-TOT-ABOVE      PIC 9(07) COMP VALUE ZERO.
001500     05 WS-TOT-NONE       PIC 9(07) COMP VALUE ZERO.
001510
001520 01 WS-ABEND-DDNAME      PIC X(08) VALUE SPACES.
001530 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
001540 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
001550     88 WS-AUDTFILE-OK   VALUE '00'.
001560 01 WS-RUN-DATE.
001570     05 WS-RUN-YY        PIC 9(02).
001580     05 WS-RUN-MM        PIC 9(02).
001590     05 WS-RUN-DD        PIC 9(02).
001600 01 WS-RUN-TIME.
001610     05 WS-RUN-HH        PIC 9(02).
001620     05 WS-RUN-MN        PIC 9(02).
001630     05 WS-RUN-SS        PIC 9(02).
001640     05 FILLER           PIC 9(02).
001650 01 WS-RUN-DATE-EDIT     PIC X(08).
001660
001670 01 WS-HDR-LINE.
001680     05 FILLER            PIC X(28)
001690            VALUE 'COMPA-RATIO REPORT   AS OF: '.
001700     05 HDR-ASOF          PIC X(08).
001710     05 FILLER            PIC X(08) VALUE '  DATE: '.
001720     05 HDR-DATE          PIC X(08).
001730     05 FILLER            PIC X(80) VALUE SPACES.
001740
001750 01 WS-COL-LINE.
001760     05 FILLER            PIC X(40)
001770            VALUE 'EMP ID NAME                 DEPT COMPNY '.
001780     05 FILLER            PIC X(40)
001790            VALUE 'GRD       SALARY      MINIMUM     MIDPOI'.
001800     05 FILLER            PIC X(28)
001810            VALUE 'NT      MAXIMUM COMPA  FLAGS'.
001820     05 FILLER            PIC X(24) VALUE SPACES.
001830
001840 01 WS-DET-LINE.
001850     05 DL-EMP-ID         PIC 9(06).
001860     05 FILLER            PIC X(01) VALUE SPACE.
001870     05 DL-EMP-NAME       PIC X(20).
001880     05 FILLER            PIC X(01) VALUE SPACE.
001890     05 DL-DEPT           PIC X(04).
001900     05 FILLER            PIC X(01) VALUE SPACE.
001910     05 DL-COMP           PIC 9(06).
001920     05 FILLER            PIC X(01) VALUE SPACE.
001930     05 DL-GRADE          PIC X(03).
001940     05 FILLER            PIC X(01) VALUE SPACE.
001950     05 DL-SALARY         PIC Z,ZZZ,ZZ9.99.
001960     05 FILLER            PIC X(01) VALUE SPACE.
001970     05 DL-MIN            PIC Z,ZZZ,ZZ9.99.
001980     05 FILLER            PIC X(01) VALUE SPACE.
001990     05 DL-MID            PIC Z,ZZZ,ZZ9.99.
002000     05 FILLER            PIC X(01) VALUE SPACE.
002010     05 DL-MAX            PIC Z,ZZZ,ZZ9.99.
002020     05 FILLER            PIC X(01) VALUE SPACE.
002030     05 DL-COMPA          PIC ZZ9.9.
002040     05 FILLER            PIC X(02) VALUE SPACES.
002050     05 DL-FLAG           PIC X(20).
002060     05 FILLER            PIC X(09) VALUE SPACES.
002070
002080 01 WS-AVG-HDR-LINE.
002090     05 AH-TITLE          PIC X(20).
002100     05 FILLER            PIC X(40)
002110            VALUE '      EMPLOYEES    RATED  AVG COMPA  BEL'.
002120     05 FILLER            PIC X(27)
002130            VALUE 'OW MIN  ABOVE MAX  NO RANGE'.
002140     05 FILLER            PIC X(45) VALUE SPACES.
002150
002160 01 WS-AVG-LINE.
002170     05 AV-TYPE           PIC X(08).
002180     05 AV-CODE           PIC X(06).
002190     05 FILLER            PIC X(10) VALUE SPACES.
002200     05 FILLER            PIC X(04) VALUE SPACES.
002210     05 AV-HDCT           PIC ZZZZZZ9.
002220     05 FILLER            PIC X(02) VALUE SPACES.
002230     05 AV-RATED          PIC ZZZZZZ9.
002240     05 FILLER            PIC X(06) VALUE SPACES.
002250     05 AV-COMPA          PIC ZZ9.9.
002260     05 FILLER            PIC X(04) VALUE SPACES.
002270     05 AV-BELOW          PIC ZZZZZZ9.
002280     05 FILLER            PIC X(04) VALUE SPACES.
002290     05 AV-ABOVE          PIC ZZZZZZ9.
002300     05 FILLER            PIC X(03) VALUE SPACES.
002310     05 AV-NONE           PIC ZZZZZZ9.
002320     05 FILLER            PIC X(45) VALUE SPACES.
002330
002340 PROCEDURE DIVISION.
002350 0000-MAINLINE.
002360     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002370     PERFORM 2000-READ-MASTER THRU 2000-READ-MASTER-EXIT
002380             UNTIL WS-MSTR-EOF
002390     PERFORM 8000-WRITE-AVERAGES THRU 8000-WRITE-AVERAGES-EXIT
002400     CLOSE EMPMSTR
002410           GRDMSTR
002420           RPTFILE
002430     IF WS-EXCEPT-COUNT > ZERO
002440        MOVE 4 TO RETURN-CODE
002450     END-IF
002460     PERFORM 9500-WRITE-AUDIT-RECORD
002470             THRU 9500-WRITE-AUDIT-RECORD-EXIT
002480     DISPLAY 'COMPARPT - AS OF             : ' WS-ASOF-DATE
002490     DISPLAY 'COMPARPT - EMPLOYEES READ    : ' WS-READ-COUNT
002500     DISPLAY 'COMPARPT - ACTIVE REPORTED   : ' WS-ACTIVE-COUNT
002510     DISPLAY 'COMPARPT - BELOW MINIMUM     : ' WS-TOT-BELOW
002520     DISPLAY 'COMPARPT - ABOVE MAXIMUM     : ' WS-TOT-ABOVE
002530     DISPLAY 'COMPARPT - NO GRADE OR RANGE : ' WS-TOT-NONE
002540     STOP RUN
002550     .
002560
002570 1000-INITIALIZE.
002580     OPEN INPUT EMPMSTR
002590     IF NOT WS-EMPMSTR-OK
002600        MOVE 'EMPMSTR' TO WS-ABEND-DDNAME
002610        MOVE WS-EMPMSTR-STATUS TO WS-ABEND-STATUS
002620        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002630     END-IF
002640*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
002650*    OPEN - NO GRADES YET, EVERYONE IS FLAGGED.
002660     OPEN I-O GRDMSTR
002670     IF WS-GRDMSTR-STATUS NOT = '00' AND
002680        WS-GRDMSTR-STATUS NOT = '05'
002690        MOVE 'GRDMSTR' TO WS-ABEND-DDNAME
002700        MOVE WS-GRDMSTR-STATUS TO WS-ABEND-STATUS
002710        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002720     END-IF
002730     OPEN OUTPUT RPTFILE
002740     IF NOT WS-RPTFILE-OK
002750        MOVE 'RPTDD' TO WS-ABEND-DDNAME
002760        MOVE WS-RPTFILE-STATUS TO WS-ABEND-STATUS
002770        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002780     END-IF
002790*    THE AS-OF DATE COMES FROM AN OPTIONAL COMPCTL CARD, COLS 1-8
002800*    YYYYMMDD - RANGES ARE LOOKED UP AS OF THAT DATE SO A NEW
002810*    STRUCTURE CAN BE PREVIEWED BEFORE IT TAKES EFFECT.  OMIT
002820*    THE DD AND TODAY'S RANGES ARE USED.
002830     ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
002840     OPEN INPUT COMPCTL
002850     IF WS-COMPCTL-STATUS = '00'
002860        READ COMPCTL
002870            AT END CONTINUE
002880            NOT AT END
002890                IF CC-REC(1:8) IS NUMERIC
002900                   MOVE CC-REC(1:8) TO WS-ASOF-DATE
002910                END-IF
002920        END-READ
002930        CLOSE COMPCTL
002940     END-IF
002950     ACCEPT WS-RUN-DATE FROM DATE
002960     STRING WS-RUN-MM DELIMITED SIZE
002970            '/'       DELIMITED SIZE
002980            WS-RUN-DD DELIMITED SIZE
002990            '/'       DELIMITED SIZE
003000            WS-RUN-YY DELIMITED SIZE
003010            INTO WS-RUN-DATE-EDIT
003020     MOVE WS-ASOF-DATE TO HDR-ASOF
003030     MOVE WS-RUN-DATE-EDIT TO HDR-DATE
003040     WRITE RPT-LINE FROM WS-HDR-LINE
003050     MOVE SPACES TO RPT-LINE
003060     WRITE RPT-LINE
003070     WRITE RPT-LINE FROM WS-COL-LINE
003080     .
003090 1000-INITIALIZE-EXIT.
003100     EXIT.
003110
003120 2000-READ-MASTER.
003130     READ EMPMSTR NEXT RECORD
003140         AT END SET WS-MSTR-EOF TO TRUE
003150         NOT AT END
003160             ADD 1 TO WS-READ-COUNT
003170             PERFORM 2100-REPORT-ONE THRU 2100-REPORT-ONE-EXIT
003180     END-READ
003190     .
003200 2000-READ-MASTER-EXIT.
003210     EXIT.
003220
003230 2100-REPORT-ONE.
003240*    TERMINATED EMPLOYEES ARE NOT PAID AGAINST A RANGE.
003250     IF EM-TERMINATED
003260        GO TO 2100-REPORT-ONE-EXIT
003270     END-IF
003280     ADD 1 TO WS-ACTIVE-COUNT
003290     MOVE EM-EMP-ID      TO DL-EMP-ID
003300     MOVE EM-EMP-NAME    TO DL-EMP-NAME
003310     MOVE EM-DEPT-CODE   TO DL-DEPT
003320     MOVE EM-COMP-CODE   TO DL-COMP
003330     MOVE EM-GRADE       TO DL-GRADE
003340     MOVE EM-SALARY-AMT  TO DL-SALARY
003350     MOVE ZEROES         TO DL-MIN
003360                            DL-MID
003370                            DL-MAX
003380                            DL-COMPA
003390     MOVE ZEROES         TO WS-COMPA-RATIO
003400     PERFORM 2200-FIND-RANGE THRU 2200-FIND-RANGE-EXIT
003410     IF NOT WS-GR-FOUND
003420        SET WS-PLACE-NONE TO TRUE
003430        IF EM-GRADE = SPACES
003440           MOVE 'NO GRADE' TO DL-FLAG
003450        ELSE
003460           MOVE 'GRADE NOT ON FILE' TO DL-FLAG
003470        END-IF
003480        GO TO 2100-REPORT-ONE-ACCUM
003490     END-IF
003500     MOVE WS-GR-MIN TO DL-MIN
003510     MOVE WS-GR-MID TO DL-MID
003520     MOVE WS-GR-MAX TO DL-MAX
003530     IF WS-GR-MID > ZERO
003540        COMPUTE WS-COMPA-RATIO ROUNDED
003550                = EM-SALARY-AMT * 100 / WS-GR-MID
003560            ON SIZE ERROR
003570                MOVE 999.9 TO WS-COMPA-RATIO
003580        END-COMPUTE
003590     END-IF
003600     MOVE WS-COMPA-RATIO TO DL-COMPA
003610     EVALUATE TRUE
003620         WHEN EM-SALARY-AMT < WS-GR-MIN
003630             SET WS-PLACE-BELOW TO TRUE
003640             MOVE '*BELOW MINIMUM*' TO DL-FLAG
003650         WHEN EM-SALARY-AMT > WS-GR-MAX
003660             SET WS-PLACE-ABOVE TO TRUE
003670             MOVE '*ABOVE MAXIMUM*' TO DL-FLAG
003680         WHEN OTHER
003690             SET WS-PLACE-IN TO TRUE
003700             MOVE SPACES TO DL-FLAG
003710     END-EVALUATE
003720     .
003730 2100-REPORT-ONE-ACCUM.
003740     IF NOT WS-PLACE-IN
003750        ADD 1 TO WS-EXCEPT-COUNT
003760     END-IF
003770     WRITE RPT-LINE FROM WS-DET-LINE
003780     PERFORM 2500-ACCUM-DEPT THRU 2500-ACCUM-DEPT-EXIT
003790     PERFORM 2600-ACCUM-COMP THRU 2600-ACCUM-COMP-EXIT
003800     ADD 1 TO WS-TOT-HDCT
003810     EVALUATE TRUE
003820         WHEN WS-PLACE-NONE
003830             ADD 1 TO WS-TOT-NONE
003840         WHEN OTHER
003850             ADD 1 TO WS-TOT-RATED
003860             ADD WS-COMPA-RATIO TO WS-TOT-COMPA-SUM
003870             IF WS-PLACE-BELOW
003880                ADD 1 TO WS-TOT-BELOW
003890             END-IF
003900             IF WS-PLACE-ABOVE
003910                ADD 1 TO WS-TOT-ABOVE
003920             END-IF
003930     END-EVALUATE
003940     .
003950 2100-REPORT-ONE-EXIT.
003960     EXIT.
003970
003980 2200-FIND-RANGE.
003990*    THE LATEST GRDMSTR ROW FOR THE GRADE EFFECTIVE ON OR BEFORE
004000*    THE AS-OF DATE WINS - THE SAME LOOKUP BUDGRPT USES FOR
004010*    LABALLOC.
004020     MOVE 'N'         TO WS-GR-FOUND-SW
004030                         WS-GR-DONE-SW
004040     IF EM-GRADE = SPACES
004050        GO TO 2200-FIND-RANGE-EXIT
004060     END-IF
004070     MOVE EM-GRADE    TO GR-GRADE
004080     MOVE LOW-VALUES  TO GR-EFF-DATE
004090     START GRDMSTR KEY IS NOT LESS THAN GR-KEY
004100         INVALID KEY
004110             GO TO 2200-FIND-RANGE-EXIT
004120     END-START
004130     PERFORM 2210-READ-RANGE THRU 2210-READ-RANGE-EXIT
004140             UNTIL WS-GR-DONE
004150     .
004160 2200-FIND-RANGE-EXIT.
004170     EXIT.
004180
004190 2210-READ-RANGE.
004200     READ GRDMSTR NEXT RECORD
004210         AT END
004220             SET WS-GR-DONE TO TRUE
004230             GO TO 2210-READ-RANGE-EXIT
004240     END-READ
004250     IF GR-GRADE NOT = EM-GRADE OR
004260        GR-EFF-DATE > WS-ASOF-DATE
004270        SET WS-GR-DONE TO TRUE
004280        GO TO 2210-READ-RANGE-EXIT
004290     END-IF
004300     SET WS-GR-FOUND TO TRUE
004310     MOVE GR-MIN-SALARY TO WS-GR-MIN
004320     MOVE GR-MID-SALARY TO WS-GR-MID
004330     MOVE GR-MAX-SALARY TO WS-GR-MAX
004340     .
004350 2210-READ-RANGE-EXIT.
004360     EXIT.
004370
004380 2500-ACCUM-DEPT.
004390*    THE MASTER READS IN EMPLOYEE-ID SEQUENCE, NOT DEPARTMENT
004400*    SEQUENCE, SO DEPARTMENT TOTALS ACCUMULATE IN A TABLE - THE
004410*    SAME SHAPE MERITCYC USES.
004420     SET J TO 1
004430     SEARCH WS-DEPT
004440     AT END
004450         IF WS-DEPT-COUNT >= WS-DEPT-MAX
004460            DISPLAY 'COMPARPT - DEPT TABLE FULL AT '
004470                    WS-DEPT-MAX ' - RAISE WS-DEPT-MAX'
004480            MOVE 'EMPMSTR' TO WS-ABEND-DDNAME
004490            MOVE '  ' TO WS-ABEND-STATUS
004500            PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004510         END-IF
004520         ADD 1 TO WS-DEPT-COUNT
004530         SET J TO WS-DEPT-COUNT
004540         MOVE EM-DEPT-CODE TO WS-DEPT-CODE(J)
004550         MOVE ZERO         TO WS-DEPT-HDCT(J)
004560                              WS-DEPT-RATED(J)
004570                              WS-DEPT-COMPA-SUM(J)
004580                              WS-DEPT-BELOW(J)
004590                              WS-DEPT-ABOVE(J)
004600                              WS-DEPT-NONE(J)
004610     WHEN WS-DEPT-CODE(J) = EM-DEPT-CODE
004620         CONTINUE
004630     END-SEARCH
004640     ADD 1 TO WS-DEPT-HDCT(J)
004650     EVALUATE TRUE
004660         WHEN WS-PLACE-NONE
004670             ADD 1 TO WS-DEPT-NONE(J)
004680         WHEN OTHER
004690             ADD 1 TO WS-DEPT-RATED(J)
004700             ADD WS-COMPA-RATIO TO WS-DEPT-COMPA-SUM(J)
004710             IF WS-PLACE-BELOW
004720                ADD 1 TO WS-DEPT-BELOW(J)
004730             END-IF
004740             IF WS-PLACE-ABOVE
004750                ADD 1 TO WS-DEPT-ABOVE(J)
004760             END-IF
004770     END-EVALUATE
004780     .
004790 2500-ACCUM-DEPT-EXIT.
004800     EXIT.
004810
004820 2600-ACCUM-COMP.
004830     SET K TO 1
004840     SEARCH WS-COMP
004850     AT END
004860         IF WS-COMP-COUNT >= WS-COMP-MAX
004870            DISPLAY 'COMPARPT - COMPANY TABLE FULL AT '
004880                    WS-COMP-MAX ' - RAISE WS-COMP-MAX'
004890            MOVE 'EMPMSTR' TO WS-ABEND-DDNAME
004900            MOVE '  ' TO WS-ABEND-STATUS
004910            PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004920         END-IF
004930         ADD 1 TO WS-COMP-COUNT
004940         SET K TO WS-COMP-COUNT
004950         MOVE EM-COMP-CODE TO WS-COMP-CODE(K)
004960         MOVE ZERO         TO WS-COMP-HDCT(K)
004970                              WS-COMP-RATED(K)
004980                              WS-COMP-COMPA-SUM(K)
004990                              WS-COMP-BELOW(K)
005000                              WS-COMP-ABOVE(K)
005010                              WS-COMP-NONE(K)
005020     WHEN WS-COMP-CODE(K) = EM-COMP-CODE
005030         CONTINUE
005040     END-SEARCH
005050     ADD 1 TO WS-COMP-HDCT(K)
005060     EVALUATE TRUE
005070         WHEN WS-PLACE-NONE
005080             ADD 1 TO WS-COMP-NONE(K)
005090         WHEN OTHER
005100             ADD 1 TO WS-COMP-RATED(K)
005110             ADD WS-COMPA-RATIO TO WS-COMP-COMPA-SUM(K)
005120             IF WS-PLACE-BELOW
005130                ADD 1 TO WS-COMP-BELOW(K)
005140             END-IF
005150             IF WS-PLACE-ABOVE
005160                ADD 1 TO WS-COMP-ABOVE(K)
005170             END-IF
005180     END-EVALUATE
005190     .
005200 2600-ACCUM-COMP-EXIT.
005210     EXIT.
005220
005230 8000-WRITE-AVERAGES.
005240*    AN AVERAGE COMPA-RATIO IS TAKEN OVER THE EMPLOYEES WITH A
005250*    RANGE ONLY - SOMEONE WITHOUT ONE HAS NO RATIO TO AVERAGE.
005260     MOVE SPACES TO RPT-LINE
005270     WRITE RPT-LINE
005280     MOVE 'DEPARTMENT AVERAGES' TO AH-TITLE
005290     WRITE RPT-LINE FROM WS-AVG-HDR-LINE
005300     PERFORM 8100-WRITE-ONE-DEPT THRU 8100-WRITE-ONE-DEPT-EXIT
005310             VARYING J FROM 1 BY 1 UNTIL J > WS-DEPT-COUNT
005320     MOVE SPACES TO RPT-LINE
005330     WRITE RPT-LINE
005340     MOVE 'COMPANY AVERAGES' TO AH-TITLE
005350     WRITE RPT-LINE FROM WS-AVG-HDR-LINE
005360     PERFORM 8200-WRITE-ONE-COMP THRU 8200-WRITE-ONE-COMP-EXIT
005370             VARYING K FROM 1 BY 1 UNTIL K > WS-COMP-COUNT
005380     MOVE SPACES TO RPT-LINE
005390     WRITE RPT-LINE
005400     MOVE ZERO TO WS-AVG-COMPA
005410     IF WS-TOT-RATED > ZERO
005420        COMPUTE WS-AVG-COMPA ROUNDED
005430                = WS-TOT-COMPA-SUM / WS-TOT-RATED
005440     END-IF
005450     MOVE 'ALL     '       TO AV-TYPE
005460     MOVE SPACES           TO AV-CODE
005470     MOVE WS-TOT-HDCT      TO AV-HDCT
005480     MOVE WS-TOT-RATED     TO AV-RATED
005490     MOVE WS-AVG-COMPA     TO AV-COMPA
005500     MOVE WS-TOT-BELOW     TO AV-BELOW
005510     MOVE WS-TOT-ABOVE     TO AV-ABOVE
005520     MOVE WS-TOT-NONE      TO AV-NONE
005530     WRITE RPT-LINE FROM WS-AVG-LINE
005540     .
005550 8000-WRITE-AVERAGES-EXIT.
005560     EXIT.
005570
005580 8100-WRITE-ONE-DEPT.
005590     MOVE ZERO TO WS-AVG-COMPA
005600     IF WS-DEPT-RATED(J) > ZERO
005610        COMPUTE WS-AVG-COMPA ROUNDED
005620                = WS-DEPT-COMPA-SUM(J) / WS-DEPT-RATED(J)
005630     END-IF
005640     MOVE 'DEPT    '       TO AV-TYPE
005650     MOVE WS-DEPT-CODE(J)  TO AV-CODE
005660     MOVE WS-DEPT-HDCT(J)  TO AV-HDCT
005670     MOVE WS-DEPT-RATED(J) TO AV-RATED
005680     MOVE WS-AVG-COMPA     TO AV-COMPA
005690     MOVE WS-DEPT-BELOW(J) TO AV-BELOW
005700     MOVE WS-DEPT-ABOVE(J) TO AV-ABOVE
005710     MOVE WS-DEPT-NONE(J)  TO AV-NONE
005720     WRITE RPT-LINE FROM WS-AVG-LINE
005730     .
005740 8100-WRITE-ONE-DEPT-EXIT.
005750     EXIT.
005760
005770 8200-WRITE-ONE-COMP.
005780     MOVE ZERO TO WS-AVG-COMPA
005790     IF WS-COMP-RATED(K) > ZERO
005800        COMPUTE WS-AVG-COMPA ROUNDED
005810                = WS-COMP-COMPA-SUM(K) / WS-COMP-RATED(K)
005820     END-IF
005830     MOVE 'COMPANY '       TO AV-TYPE
005840     MOVE WS-COMP-CODE(K)  TO AV-CODE
005850     MOVE WS-COMP-HDCT(K)  TO AV-HDCT
005860     MOVE WS-COMP-RATED(K) TO AV-RATED
005870     MOVE WS-AVG-COMPA     TO AV-COMPA
005880     MOVE WS-COMP-BELOW(K) TO AV-BELOW
005890     MOVE WS-COMP-ABOVE(K) TO AV-ABOVE
005900     MOVE WS-COMP-NONE(K)  TO AV-NONE
005910     WRITE RPT-LINE FROM WS-AVG-LINE
005920     .
005930 8200-WRITE-ONE-COMP-EXIT.
005940     EXIT.
005950
005960 9000-ABEND-PARA.
005970*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
005980*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
005990     DISPLAY 'COMPARPT - OPEN/LOAD FAILED FOR: ' WS-ABEND-DDNAME
006000     DISPLAY 'COMPARPT - FILE STATUS WAS     : ' WS-ABEND-STATUS
006010     MOVE 16 TO RETURN-CODE
006020     STOP RUN
006030     .
006040 9000-ABEND-PARA-EXIT.
006050     EXIT.
006060
006070 9500-WRITE-AUDIT-RECORD.
006080*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
006090*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
006100*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
006110     OPEN EXTEND AUDTFILE
006120     IF NOT WS-AUDTFILE-OK
006130        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
006140        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
006150        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
006160     END-IF
006170     ACCEPT WS-RUN-TIME FROM TIME
006180     MOVE 'COMPARPT' TO AUD-PGM-NAME
006190     MOVE WS-RUN-DATE-EDIT TO AUD-RUN-DATE
006200     STRING WS-RUN-HH DELIMITED SIZE
006210            ':'       DELIMITED SIZE
006220            WS-RUN-MN DELIMITED SIZE
006230            ':'       DELIMITED SIZE
006240            WS-RUN-SS DELIMITED SIZE
006250            INTO AUD-RUN-TIME
006260     MOVE WS-ACTIVE-COUNT TO AUD-REC-COUNT
006270     MOVE RETURN-CODE    TO AUD-RETURN-CODE
006280     WRITE AUD-REC
006290     CLOSE AUDTFILE
006300     .
006310 9500-WRITE-AUDIT-RECORD-EXIT.
006320     EXIT.
