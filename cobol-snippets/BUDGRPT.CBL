000240*        DATE       INIT  DESCRIPTION                            *
000250*        09/02/26   RWM   INITIAL VERSION - BUDGET LIVED IN A    *
000260*                         SPREADSHEET NOBODY RECONCILED.         *
000261*        10/15/26   RWM   A SHARED EMPLOYEE'S SALARY IS NOW      *
000262*                         SPREAD OVER THE DEPARTMENTS ON THE     *
000263*                         LABOR-ALLOCATION MASTER (LABALLOC) BY  *
000264*                         PERCENT - THE ROW IN EFFECT TODAY, OR  *
000265*                         AT YEAR END FOR A PAST FISCAL YEAR -   *
000266*                         SO THE ACTUALS MATCH WHAT PAYCALC      *
000267*                         CHARGES.  HEADCOUNT STAYS IN ONE       *
000268*                         DEPARTMENT.                            *
000270******************************************************************
000280
000290 IDENTIFICATION DIVISION.
000490     SELECT BUDCTL   ASSIGN TO BUDCTL
000500     ORGANIZATION IS LINE SEQUENTIAL
000510     FILE STATUS IS WS-BUDCTL-STATUS.
000511
000512     SELECT LABALLOC ASSIGN TO LABALLOC
000513     ORGANIZATION IS INDEXED
000514     ACCESS MODE IS DYNAMIC
000515     RECORD KEY IS LA-KEY
000516     FILE STATUS IS WS-LABALLOC-STATUS.
000520
000530     SELECT RPTFILE  ASSIGN TO RPTDD
000540     ORGANIZATION IS LINE SEQUENTIAL
000690
000700 FD BUDCTL.
000710 01 BC-REC                PIC X(80).
000712
000714 FD LABALLOC.
000716     COPY LABALREC.
000720
000730 FD RPTFILE.
000740 01 RPT-LINE              PIC X(132).
001040                 DEPENDING ON WS-DEPT-COUNT
001050                 INDEXED BY J.
001060             10 WS-DEPT-CODE       PIC X(04).
001061             10 WS-DEPT-HEADCOUNT  PIC 9(05) COMP.
001062             10 WS-DEPT-PAYROLL    PIC S9(11)V99 COMP-3.
001063
001064*    LABOR DISTRIBUTION - THE ALLOCATION ROW IN EFFECT ON THE
001065*    AS-OF DATE FOR THE EMPLOYEE BEING ACCUMULATED, AND EACH
001066*    SPLIT'S SHARE OF THE SALARY.
001067 01 WS-LABALLOC-STATUS    PIC X(02) VALUE '00'.
001068 01 WS-ASOF-DATE          PIC X(08) VALUE SPACES.
001069 01 WS-AL-FOUND-SW        PIC X(01) VALUE 'N'.
001070     88 WS-AL-FOUND       VALUE 'Y'.
001071 01 WS-AL-DONE-SW         PIC X(01) VALUE 'N'.
001072     88 WS-AL-DONE        VALUE 'Y'.
001073 01 WS-AL-COUNT           PIC 9(01) VALUE ZERO.
001074 01 WS-AL-HC-X            PIC 9(02) COMP VALUE ZERO.
001075 01 WS-ALX                PIC 9(02) COMP VALUE ZERO.
001076 01 WS-ALLOCS.
001077     05 WS-AL-ENT OCCURS 5 TIMES.
001078             10 WS-AL-DEPT         PIC X(04).
001079             10 WS-AL-PCT          PIC 9(03)V99.
001080             10 WS-AL-SALARY       PIC 9(07)V99.
001081 01 WS-AL-LEFT-SALARY     PIC 9(07)V99 VALUE ZEROES.
001082 01 WS-ACC-DEPT           PIC X(04) VALUE SPACES.
001083 01 WS-ACC-HEADCOUNT      PIC 9(01) VALUE ZERO.
001084 01 WS-ACC-SALARY         PIC 9(07)V99 VALUE ZEROES.
001085 01 WS-SHARED-COUNT       PIC 9(05) VALUE ZEROES COMP.
001090
001100 01 WS-BUDG-MAX           PIC 9(03) COMP VALUE 500.
001110 01 WS-BUDG-COUNT         PIC 9(03) COMP VALUE ZERO.
001680             UNTIL WS-EOF
001690     PERFORM 8000-WRITE-REPORT THRU 8000-WRITE-REPORT-EXIT
001700     CLOSE EMPFILE
001705           LABALLOC
001710           RPTFILE
001720     PERFORM 9500-WRITE-AUDIT-RECORD
001730             THRU 9500-WRITE-AUDIT-RECORD-EXIT
001740     DISPLAY 'BUDGRPT - EMPLOYEES READ    : ' WS-EMP-COUNT
001745     DISPLAY 'BUDGRPT - SHARED EMPLOYEES  : ' WS-SHARED-COUNT
001750     DISPLAY 'BUDGRPT - DEPTS OVER BUDGET : ' WS-OVER-COUNT
001760     DISPLAY 'BUDGRPT - DEPTS NO BUDGET   : ' WS-NOBUDG-COUNT
001770     DISPLAY 'BUDGRPT - BUDGET NO ACTUALS : ' WS-NOACT-COUNT
001900        MOVE 'RPTDD' TO WS-ABEND-DDNAME
001910        MOVE WS-RPTFILE-STATUS TO WS-ABEND-STATUS
001920        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001921     END-IF
001922*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
001923*    OPEN - NO ONE IS SHARED YET AND EVERY EMPLOYEE STAYS IN THE
001924*    HOME DEPARTMENT.
001925     OPEN I-O LABALLOC
001926     IF WS-LABALLOC-STATUS NOT = '00' AND
001927        WS-LABALLOC-STATUS NOT = '05'
001928        MOVE 'LABALLOC' TO WS-ABEND-DDNAME
001929        MOVE WS-LABALLOC-STATUS TO WS-ABEND-STATUS
001930        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001935     END-IF
001940*    THE FISCAL YEAR COMES FROM AN OPTIONAL BUDCTL CARD (YYYY).
001950*    OMIT THE DD AND THE CURRENT YEAR IS REPORTED - SEE
001960*    1300-READ-SRTCTL IN SORTPRO FOR THE SAME IDIOM.
002060                END-IF
002070        END-READ
002080        CLOSE BUDCTL
002081     END-IF
002082*    SHARED STAFF ARE SPREAD BY THE ALLOCATION IN EFFECT TODAY;
002083*    FOR A FISCAL YEAR ALREADY CLOSED, BY THE ONE IN EFFECT AT
002084*    ITS YEAR END.
002085     MOVE WS-TODAY-YYYYMMDD TO WS-ASOF-DATE
002086     IF WS-FISC-YEAR < WS-TODAY-YYYYMMDD(1:4)
002087        STRING WS-FISC-YEAR DELIMITED SIZE
002088               '1231'       DELIMITED SIZE
002089               INTO WS-ASOF-DATE
002090     END-IF
002100     ACCEPT WS-RUN-DATE FROM DATE
002110     STRING WS-RUN-MM DELIMITED SIZE
002870*    THE EXTRACT IS IN EMPLOYEE-ID SEQUENCE, NOT DEPARTMENT
002880*    SEQUENCE, SO DEPARTMENTS ARE ACCUMULATED IN A WORKING-
002890*    STORAGE TABLE - THE SAME SHAPE DEPTRPT USES.
002891*    A SHARED EMPLOYEE (ONE WITH A LABOR-ALLOCATION ROW IN
002892*    EFFECT ON THE AS-OF DATE) IS SPREAD OVER THE ROW'S
002893*    DEPARTMENTS BY PERCENT, THE SAME WAY PAYCALC CHARGES THE
002894*    PAY, SO ACTUALS MATCH WHAT THE GL CARRIES.  EACH SPLIT BUT
002895*    THE LAST IS ROUNDED TO THE CENT AND THE LAST TAKES WHAT IS
002896*    LEFT; THE HEADCOUNT GOES TO THE HOME DEPARTMENT IF IT IS
002897*    ONE OF THE SPLITS, OTHERWISE TO THE FIRST SPLIT.
002898     PERFORM 2110-FIND-ALLOC THRU 2110-FIND-ALLOC-EXIT
002899     IF NOT WS-AL-FOUND
002900        MOVE EMP-DEPT-CODE  TO WS-ACC-DEPT
002901        MOVE 1              TO WS-ACC-HEADCOUNT
002902        MOVE EMP-SALARY-AMT TO WS-ACC-SALARY
002903        PERFORM 2150-POST-DEPT THRU 2150-POST-DEPT-EXIT
002904        GO TO 2100-ACCUM-DEPT-EXIT
002905     END-IF
002906     ADD 1 TO WS-SHARED-COUNT
002907     MOVE EMP-SALARY-AMT TO WS-AL-LEFT-SALARY
002908     MOVE 1              TO WS-AL-HC-X
002909     PERFORM 2120-SPLIT-ONE THRU 2120-SPLIT-ONE-EXIT
002910             VARYING WS-ALX FROM 1 BY 1 UNTIL WS-ALX > WS-AL-COUNT
002911     PERFORM 2130-POST-ONE-SPLIT THRU 2130-POST-ONE-SPLIT-EXIT
002912             VARYING WS-ALX FROM 1 BY 1 UNTIL WS-ALX > WS-AL-COUNT
002913     .
002914 2100-ACCUM-DEPT-EXIT.
002915     EXIT.
002916
002917 2110-FIND-ALLOC.
002918*    THE LATEST ROW FOR THE EMPLOYEE EFFECTIVE ON OR BEFORE THE
002919*    AS-OF DATE WINS - SEE 2410-FIND-ALLOC IN PAYCALC.
002920     MOVE 'N'         TO WS-AL-FOUND-SW
002921                         WS-AL-DONE-SW
002922     MOVE ZERO        TO WS-AL-COUNT
002923     MOVE EMP-EMP-ID  TO LA-EMP-ID
002924     MOVE LOW-VALUES  TO LA-EFF-DATE
002925     START LABALLOC KEY IS NOT LESS THAN LA-KEY
002926         INVALID KEY
002927             GO TO 2110-FIND-ALLOC-EXIT
002928     END-START
002929     PERFORM 2115-READ-ALLOC THRU 2115-READ-ALLOC-EXIT
002930             UNTIL WS-AL-DONE
002931     .
002932 2110-FIND-ALLOC-EXIT.
002933     EXIT.
002934
002935 2115-READ-ALLOC.
002936     READ LABALLOC NEXT RECORD
002937         AT END
002938             SET WS-AL-DONE TO TRUE
002939             GO TO 2115-READ-ALLOC-EXIT
002940     END-READ
002941     IF LA-EMP-ID NOT = EMP-EMP-ID OR
002942        LA-EFF-DATE > WS-ASOF-DATE
002943        SET WS-AL-DONE TO TRUE
002944        GO TO 2115-READ-ALLOC-EXIT
002945     END-IF
002946     IF LA-SPLIT-COUNT = ZERO
002947        GO TO 2115-READ-ALLOC-EXIT
002948     END-IF
002949     SET WS-AL-FOUND TO TRUE
002950     MOVE LA-SPLIT-COUNT TO WS-AL-COUNT
002951     PERFORM 2116-COPY-ONE-SPLIT THRU 2116-COPY-ONE-SPLIT-EXIT
002952             VARYING WS-ALX FROM 1 BY 1 UNTIL WS-ALX > WS-AL-COUNT
002953     .
002954 2115-READ-ALLOC-EXIT.
002955     EXIT.
002956
002957 2116-COPY-ONE-SPLIT.
002958     MOVE LA-DEPT-CODE(WS-ALX) TO WS-AL-DEPT(WS-ALX)
002959     MOVE LA-PCT(WS-ALX)       TO WS-AL-PCT(WS-ALX)
002960     .
002961 2116-COPY-ONE-SPLIT-EXIT.
002962     EXIT.
002963
002964 2120-SPLIT-ONE.
002965     IF WS-ALX = WS-AL-COUNT
002966        MOVE WS-AL-LEFT-SALARY TO WS-AL-SALARY(WS-ALX)
002967     ELSE
002968        COMPUTE WS-AL-SALARY(WS-ALX) ROUNDED =
002969                EMP-SALARY-AMT * WS-AL-PCT(WS-ALX) / 100
002970        SUBTRACT WS-AL-SALARY(WS-ALX) FROM WS-AL-LEFT-SALARY
002971     END-IF
002972     IF WS-AL-DEPT(WS-ALX) = EMP-DEPT-CODE
002973        MOVE WS-ALX TO WS-AL-HC-X
002974     END-IF
002975     .
002976 2120-SPLIT-ONE-EXIT.
002977     EXIT.
002978
002979 2130-POST-ONE-SPLIT.
002980     MOVE WS-AL-DEPT(WS-ALX)   TO WS-ACC-DEPT
002981     IF WS-ALX = WS-AL-HC-X
002982        MOVE 1              TO WS-ACC-HEADCOUNT
002983     ELSE
002984        MOVE ZERO           TO WS-ACC-HEADCOUNT
002985     END-IF
002986     MOVE WS-AL-SALARY(WS-ALX) TO WS-ACC-SALARY
002987     PERFORM 2150-POST-DEPT THRU 2150-POST-DEPT-EXIT
002988     .
002989 2130-POST-ONE-SPLIT-EXIT.
002990     EXIT.
002991
002992 2150-POST-DEPT.
002993     SET J TO 1
002994     SEARCH WS-DEPT
002995     AT END
002996         IF WS-DEPT-COUNT < WS-DEPT-MAX
002997            ADD 1 TO WS-DEPT-COUNT
002998            MOVE WS-ACC-DEPT    TO WS-DEPT-CODE(WS-DEPT-COUNT)
002999            MOVE WS-ACC-HEADCOUNT
003000                 TO WS-DEPT-HEADCOUNT(WS-DEPT-COUNT)
003001            MOVE WS-ACC-SALARY  TO WS-DEPT-PAYROLL(WS-DEPT-COUNT)
003002         ELSE
003003            DISPLAY 'BUDGRPT - DEPT TABLE FULL, RECORD DROPPED'
003004                    ' FOR DEPT: ' WS-ACC-DEPT
003005            MOVE 8 TO RETURN-CODE
003006         END-IF
003007     WHEN WS-DEPT-CODE(J) = WS-ACC-DEPT
003008         ADD WS-ACC-HEADCOUNT TO WS-DEPT-HEADCOUNT(J)
003009         ADD WS-ACC-SALARY    TO WS-DEPT-PAYROLL(J)
003010     END-SEARCH
003011     .
003012 2150-POST-DEPT-EXIT.
003090     EXIT.
003100
003110 8000-WRITE-REPORT.
