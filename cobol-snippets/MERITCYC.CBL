000319*                         (OFTEN FUTURE) EFFECTIVE DATE - THE    *
000320*                         EFFECTIVE DATE BELONGS ONLY ON THE     *
000321*                         CHANGE-HISTORY IMAGE.                  *
000322*        10/15/26   RWM   EACH REGISTER ENTRY IS FOLLOWED BY A   *
000323*                         RANGE LINE - THE EMPLOYEE'S GRADE, ITS *
000324*                         GRDMSTR MINIMUM, MIDPOINT AND MAXIMUM  *
000325*                         IN EFFECT ON THE EFFECTIVE DATE, THE   *
000326*                         NEW SALARY'S COMPA-RATIO AND WHERE IT  *
000327*                         LANDS IN THE RANGE, SO AN INCREASE     *
000328*                         THAT PUSHES SOMEONE PAST THE MAXIMUM   *
000329*                         IS SEEN BEFORE APPLY.                  *
000332******************************************************************
000335
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. MERITCYC.
000360 AUTHOR. R MEHTA.
000620     SELECT EMPJRNL  ASSIGN TO EMPJRNL
000630     ORGANIZATION IS LINE SEQUENTIAL
000640     FILE STATUS IS WS-EMPJRNL-STATUS.
000641
000642     SELECT GRDMSTR  ASSIGN TO GRDMSTR
000643     ORGANIZATION IS INDEXED
000644     ACCESS MODE IS DYNAMIC
000645     RECORD KEY IS GR-KEY
000646     FILE STATUS IS WS-GRDMSTR-STATUS.
000650
000660     SELECT RPTFILE  ASSIGN TO RPTDD
000670     ORGANIZATION IS LINE SEQUENTIAL
001050 FD EMPJRNL.
001060     COPY EJRNREC REPLACING ==:RECNAME:== BY ==JR-REC==
001070                            ==:PFX:==     BY ==JR==.
001072
001074 FD GRDMSTR.
001076     COPY GRADEREC.
001080
001090 FD RPTFILE.
001100 01 RPT-LINE              PIC X(132).
001220     88 WS-EMPHIST-OK    VALUE '00'.
001230 01 WS-EMPJRNL-STATUS    PIC X(02) VALUE '00'.
001240     88 WS-EMPJRNL-OK    VALUE '00'.
001245 01 WS-GRDMSTR-STATUS    PIC X(02) VALUE '00'.
001250 01 WS-RPTFILE-STATUS    PIC X(02) VALUE '00'.
001260     88 WS-RPTFILE-OK    VALUE '00'.
001270 01 WS-RATE-EOF-STA      PIC X VALUE 'N'.
001430 01 WS-APPLIED-COUNT     PIC 9(05) VALUE ZEROES COMP.
001440 01 WS-CAP-COUNT         PIC 9(05) VALUE ZEROES COMP.
001450 01 WS-NORATE-COUNT      PIC 9(05) VALUE ZEROES COMP.
001451 01 WS-SKIP-COUNT        PIC 9(05) VALUE ZEROES COMP.
001452 01 WS-HRLY-SKIP-COUNT   PIC 9(05) VALUE ZEROES COMP.
001453 01 WS-PASTMAX-COUNT     PIC 9(05) VALUE ZEROES COMP.
001454 01 WS-NOGRADE-COUNT     PIC 9(05) VALUE ZEROES COMP.
001455 01 WS-GR-FOUND-SW       PIC X(01) VALUE 'N'.
001456     88 WS-GR-FOUND      VALUE 'Y'.
001457 01 WS-GR-DONE-SW        PIC X(01) VALUE 'N'.
001458     88 WS-GR-DONE       VALUE 'Y'.
001459 01 WS-GR-MIN           PIC 9(07)V99 VALUE ZEROES.
001460 01 WS-GR-MID           PIC 9(07)V99 VALUE ZEROES.
001461 01 WS-GR-MAX           PIC 9(07)V99 VALUE ZEROES.
001462 01 WS-COMPA-RATIO      PIC 9(03)V9 VALUE ZEROES.
001464 01 WS-TODAY-YYYYMMDD    PIC X(08) VALUE SPACES.
001470 01 WS-JRNL-SEQ          PIC 9(07) VALUE ZEROES COMP.
001472 01 WS-JRNL-TIME         PIC X(08) VALUE SPACES.
002090     05 RG-PCT            PIC Z9.99.
002100     05 FILLER            PIC X(02) VALUE SPACES.
002110     05 RG-FLAG           PIC X(26).
002111     05 FILLER            PIC X(25) VALUE SPACES.
002112
002113 01 WS-RANGE-LINE.
002114     05 FILLER            PIC X(07) VALUE SPACES.
002115     05 FILLER            PIC X(07) VALUE 'GRADE: '.
002116     05 RR-GRADE          PIC X(03).
002117     05 FILLER            PIC X(06) VALUE ' MIN: '.
002118     05 RR-MIN            PIC Z,ZZZ,ZZ9.99.
002119     05 FILLER            PIC X(06) VALUE ' MID: '.
002120     05 RR-MID            PIC Z,ZZZ,ZZ9.99.
002121     05 FILLER            PIC X(06) VALUE ' MAX: '.
002122     05 RR-MAX            PIC Z,ZZZ,ZZ9.99.
002123     05 FILLER            PIC X(13) VALUE ' NEW COMPA: '.
002124     05 RR-COMPA          PIC ZZ9.9.
002125     05 FILLER            PIC X(02) VALUE SPACES.
002126     05 RR-PLACE          PIC X(30).
002127     05 FILLER            PIC X(11) VALUE SPACES.
002130
002140 01 WS-DEPT-SUB-LINE.
002150     05 FILLER            PIC X(11) VALUE 'DEPT TOTAL '.
002340             UNTIL WS-MSTR-EOF
002350     PERFORM 8000-WRITE-TOTALS THRU 8000-WRITE-TOTALS-EXIT
002360     CLOSE EMPMSTR
002365           GRDMSTR
002370           RPTFILE
002380     IF WS-APPLY-MODE
002390        CLOSE EMPHIST
002480     DISPLAY 'MERITCYC - NO RATE ROW     : ' WS-NORATE-COUNT
002490     DISPLAY 'MERITCYC - SKIPPED         : ' WS-SKIP-COUNT
002492     DISPLAY 'MERITCYC - HOURLY SKIPPED  : ' WS-HRLY-SKIP-COUNT
002494     DISPLAY 'MERITCYC - NEW SAL > MAX   : ' WS-PASTMAX-COUNT
002496     DISPLAY 'MERITCYC - NO GRADE RANGE  : ' WS-NOGRADE-COUNT
002500     STOP RUN
002510     .
002520
002920        MOVE 'EMPMSTR' TO WS-ABEND-DDNAME
002930        MOVE WS-EMPMSTR-STATUS TO WS-ABEND-STATUS
002940        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002941     END-IF
002942*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
002943*    OPEN - NO GRADES YET, EVERY RANGE LINE READS 'NO RANGE'.
002944     OPEN I-O GRDMSTR
002945     IF WS-GRDMSTR-STATUS NOT = '00' AND
002946        WS-GRDMSTR-STATUS NOT = '05'
002947        MOVE 'GRDMSTR' TO WS-ABEND-DDNAME
002948        MOVE WS-GRDMSTR-STATUS TO WS-ABEND-STATUS
002949        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002950     END-IF
002960     IF WS-APPLY-MODE
002970        OPEN EXTEND EMPHIST
004200*       OUT OF POLICY - LISTED FOR APPROVAL, NEVER APPLIED.
004210        MOVE '*OVER CAP - NOT APPLIED*' TO RG-FLAG
004220        WRITE RPT-LINE FROM WS-REG-LINE
004225        PERFORM 2600-RANGE-LINE THRU 2600-RANGE-LINE-EXIT
004230        ADD 1 TO WS-CAP-COUNT
004240        GO TO 2100-CYCLE-ONE-EXIT
004250     END-IF
004300        MOVE 'TRIAL - NOT APPLIED' TO RG-FLAG
004310     END-IF
004320     WRITE RPT-LINE FROM WS-REG-LINE
004325     PERFORM 2600-RANGE-LINE THRU 2600-RANGE-LINE-EXIT
004330     PERFORM 2500-ACCUM-DEPT THRU 2500-ACCUM-DEPT-EXIT
004340     ADD WS-COST-DELTA TO WS-COMP-COST
004350     ADD 1 TO WS-APPLIED-COUNT
005230            DISPLAY 'MERITCYC - DEPT TABLE FULL FOR: '
005240                    EM-DEPT-CODE
005250            MOVE 8 TO RETURN-CODE
005251         END-IF
005252     WHEN WS-DEPT-CODE(J) = EM-DEPT-CODE
005253         ADD 1             TO WS-DEPT-HEADCOUNT(J)
005254         ADD WS-COST-DELTA TO WS-DEPT-COST(J)
005255     END-SEARCH
005256     .
005257 2500-ACCUM-DEPT-EXIT.
005258     EXIT.
005259
005260 2600-RANGE-LINE.
005261*    WHERE THE PROPOSED NEW SALARY LANDS IN THE EMPLOYEE'S GRADE
005262*    RANGE AS OF THE EFFECTIVE DATE - PRINTED UNDER THE REGISTER
005263*    LINE IN BOTH MODES SO HR SEES AN INCREASE THAT CARRIES
005264*    SOMEONE PAST THE MAXIMUM BEFORE THE CYCLE IS APPLIED.  THE
005265*    COMPA-RATIO IS THE NEW SALARY AS A PERCENT OF THE MIDPOINT.
005266     MOVE EM-GRADE TO RR-GRADE
005267     MOVE ZEROES   TO RR-MIN
005268                      RR-MID
005269                      RR-MAX
005270                      RR-COMPA
005271     PERFORM 2610-FIND-RANGE THRU 2610-FIND-RANGE-EXIT
005272     IF NOT WS-GR-FOUND
005273        IF EM-GRADE = SPACES
005274           MOVE 'NO GRADE ON MASTER' TO RR-PLACE
005275        ELSE
005276           MOVE 'NO RANGE IN EFFECT' TO RR-PLACE
005277        END-IF
005278        ADD 1 TO WS-NOGRADE-COUNT
005279        WRITE RPT-LINE FROM WS-RANGE-LINE
005280        GO TO 2600-RANGE-LINE-EXIT
005281     END-IF
005282     MOVE WS-GR-MIN TO RR-MIN
005283     MOVE WS-GR-MID TO RR-MID
005284     MOVE WS-GR-MAX TO RR-MAX
005285     IF WS-GR-MID > ZERO
005286        COMPUTE WS-COMPA-RATIO ROUNDED
005287                = WS-NEW-SALARY * 100 / WS-GR-MID
005288            ON SIZE ERROR
005289                MOVE 999.9 TO WS-COMPA-RATIO
005290        END-COMPUTE
005291        MOVE WS-COMPA-RATIO TO RR-COMPA
005292     END-IF
005293     EVALUATE TRUE
005294         WHEN WS-NEW-SALARY > WS-GR-MAX
005295             MOVE '*ABOVE MAXIMUM*' TO RR-PLACE
005296             ADD 1 TO WS-PASTMAX-COUNT
005297         WHEN WS-NEW-SALARY < WS-GR-MIN
005298             MOVE 'BELOW MINIMUM' TO RR-PLACE
005299         WHEN OTHER
005300             MOVE 'IN RANGE' TO RR-PLACE
005301     END-EVALUATE
005302     WRITE RPT-LINE FROM WS-RANGE-LINE
005303     .
005304 2600-RANGE-LINE-EXIT.
005305     EXIT.
005306
005307 2610-FIND-RANGE.
005308*    THE LATEST GRDMSTR ROW FOR THE GRADE EFFECTIVE ON OR BEFORE
005309*    THE EFFECTIVE DATE WINS - THE SAME LOOKUP BUDGRPT USES FOR
005310*    LABALLOC.
005311     MOVE 'N'         TO WS-GR-FOUND-SW
005312                         WS-GR-DONE-SW
005313     IF EM-GRADE = SPACES
005314        GO TO 2610-FIND-RANGE-EXIT
005315     END-IF
005316     MOVE EM-GRADE    TO GR-GRADE
005317     MOVE LOW-VALUES  TO GR-EFF-DATE
005318     START GRDMSTR KEY IS NOT LESS THAN GR-KEY
005319         INVALID KEY
005320             GO TO 2610-FIND-RANGE-EXIT
005321     END-START
005322     PERFORM 2615-READ-RANGE THRU 2615-READ-RANGE-EXIT
005323             UNTIL WS-GR-DONE
005324     .
005325 2610-FIND-RANGE-EXIT.
005326     EXIT.
005327
005328 2615-READ-RANGE.
005329     READ GRDMSTR NEXT RECORD
005330         AT END
005331             SET WS-GR-DONE TO TRUE
005332             GO TO 2615-READ-RANGE-EXIT
005333     END-READ
005334     IF GR-GRADE NOT = EM-GRADE OR
005335        GR-EFF-DATE > WS-EFF-DATE
005336        SET WS-GR-DONE TO TRUE
005337        GO TO 2615-READ-RANGE-EXIT
005338     END-IF
005339     SET WS-GR-FOUND TO TRUE
005340     MOVE GR-MIN-SALARY TO WS-GR-MIN
005341     MOVE GR-MID-SALARY TO WS-GR-MID
005342     MOVE GR-MAX-SALARY TO WS-GR-MAX
005343     .
005344 2615-READ-RANGE-EXIT.
005345     EXIT.
005346
005350 8000-WRITE-TOTALS.
005360     MOVE SPACES TO RPT-LINE
005370     WRITE RPT-LINE
