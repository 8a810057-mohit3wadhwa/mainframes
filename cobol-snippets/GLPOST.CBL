000330*        09/02/26   RWM   INITIAL VERSION - ACCOUNTING RE-KEYED  *
000340*                         THE JOURNAL FROM THE PRINTED REGISTER  *
000350*                         EVERY PERIOD.                          *
000351*        10/15/26   RWM   STAMP THE BUSINESS DATE (OPTIONAL      *
000352*                         GLCTL COLS 19-26) ON EVERY JOURNAL     *
000353*                         LINE SO THE YEAR-END WAGE RUN CAN      *
000354*                         PROVE ITS TOTALS AGAINST ONE YEAR'S    *
000355*                         EXTRACTS.                              *
000356*        10/15/26   RWM   POSTS THE EMPLOYER BENEFIT COST        *
000357*                         PAYCALC NOW CARRIES ON 'BEN ' SUMDD    *
000358*                         RECORDS - A 'BENEFIT EXPENSE' DEBIT    *
000359*                         PER DEPARTMENT TO ITS MAPPED ACCOUNT   *
000360*                         (OR ONE EXPENSE ACCOUNT, GLCTL COLS    *
000361*                         37-44) AND ONE 'BENEFIT LIABILITY'     *
000362*                         CREDIT TO GLCTL COLS 28-35.  WITH NO   *
000363*                         LIABILITY ACCOUNT THE COST IS HELD     *
000364*                         OUT, CC 8.                             *
000367******************************************************************
000370
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. GLPOST.
000850     05 SD-NET            PIC 9(11)V99.
000860     05 SD-NET-SIGN       PIC X(01).
000870     05 FILLER            PIC X(07).
000871*    EMPLOYER BENEFIT COST FOR ONE DEPARTMENT.
000872 01 SUM-BEN-REC.
000873     05 SB-REC-ID         PIC X(04).
000874     05 SB-DEPT-CODE      PIC X(04).
000875     05 FILLER            PIC X(01).
000876     05 SB-BEN-AMT        PIC 9(11)V99.
000877     05 SB-BEN-SIGN       PIC X(01).
000878     05 FILLER            PIC X(37).
000880
000890 FD GLMAP.
000900 01 GM-MAP-REC.
000980     05 GC-DED-ACCOUNT    PIC X(08).
000990     05 FILLER            PIC X(01).
001000     05 GC-NET-ACCOUNT    PIC X(08).
001005     05 FILLER            PIC X(01).
001006     05 GC-BUS-DATE       PIC X(08).
001007     05 FILLER            PIC X(01).
001008     05 GC-BEN-ACCOUNT    PIC X(08).
001009     05 FILLER            PIC X(01).
001010     05 GC-BEN-EXP-ACCOUNT PIC X(08).
001015     05 FILLER            PIC X(36).
001020
001030 FD JRNFILE.
001040 01 JRN-REC               PIC X(64).
001050
001060 FD RPTFILE.
001070 01 RPT-LINE              PIC X(132).
001240     88 WS-MAP-EOF       VALUE 'Y'.
001250 01 WS-DED-ACCOUNT       PIC X(08) VALUE SPACES.
001260 01 WS-NET-ACCOUNT       PIC X(08) VALUE SPACES.
001261 01 WS-BUS-DATE          PIC X(08) VALUE SPACES.
001262 01 WS-BEN-ACCOUNT       PIC X(08) VALUE SPACES.
001263 01 WS-BEN-EXP-ACCOUNT   PIC X(08) VALUE SPACES.
001264 01 WS-BEN-DEBIT-ACCT    PIC X(08) VALUE SPACES.
001265 01 WS-BEN-AMT           PIC S9(11)V99 COMP-3 VALUE ZERO.
001270 01 WS-GROSS-AMT         PIC S9(11)V99 COMP-3 VALUE ZERO.
001280 01 WS-DEDS-AMT          PIC S9(11)V99 COMP-3 VALUE ZERO.
001290 01 WS-NET-AMT           PIC S9(11)V99 COMP-3 VALUE ZERO.
001310 01 WS-CREDIT-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
001320 01 WS-DED-CREDIT        PIC S9(13)V99 COMP-3 VALUE ZERO.
001330 01 WS-NET-CREDIT        PIC S9(13)V99 COMP-3 VALUE ZERO.
001335 01 WS-BEN-CREDIT        PIC S9(13)V99 COMP-3 VALUE ZERO.
001340 01 WS-SUM-COUNT         PIC 9(05) VALUE ZEROES COMP.
001350 01 WS-UNMAPPED-COUNT    PIC 9(05) VALUE ZEROES COMP.
001353 01 WS-BEN-COUNT         PIC 9(05) VALUE ZEROES COMP.
001356 01 WS-BEN-HELD-COUNT    PIC 9(05) VALUE ZEROES COMP.
001360 01 WS-JRN-WRITTEN       PIC 9(05) VALUE ZEROES COMP.
001370 01 WS-FAIL-COUNT        PIC 9(03) VALUE ZEROES COMP.
001380
001480*    THE JOURNAL IS STAGED IN WORKING STORAGE AND ONLY RELEASED
001490*    TO THE EXTRACT FILE AFTER THE DEBIT/CREDIT PROOF PASSES -
001500*    AN UNBALANCED FILE MUST NEVER LEAVE THE STEP.
001510 01 WS-JRN-MAX           PIC 9(04) COMP VALUE 1003.
001520 01 WS-JRN-COUNT         PIC 9(04) COMP VALUE ZERO.
001530 01 WS-JRN-TABLE.
001540     05 WS-JRN-ENT  OCCURS 1 TO 1003 TIMES
001550                    DEPENDING ON WS-JRN-COUNT
001560                    INDEXED BY JX.
001570            10 WS-JRN-ACCT    PIC X(08).
001870     05 JO-DEPT           PIC X(04).
001880     05 FILLER            PIC X(01) VALUE SPACE.
001890     05 JO-DESC           PIC X(20).
001900     05 FILLER            PIC X(01) VALUE SPACE.
001901     05 JO-BUS-DATE       PIC X(08).
001910
001920 01 WS-RPT-HDR-LINE.
001930     05 FILLER            PIC X(33)
002170     05 FILLER            PIC X(08) VALUE ' GROSS: '.
002180     05 UM-GROSS          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002190     05 FILLER            PIC X(64) VALUE SPACES.
002191
002192 01 WS-RPT-BEN-HELD-LINE.
002193     05 FILLER            PIC X(13) VALUE 'BENEFIT DEPT '.
002194     05 BH-DEPT           PIC X(04).
002195     05 FILLER            PIC X(01) VALUE SPACE.
002196     05 BH-REASON         PIC X(28).
002197     05 FILLER            PIC X(08) VALUE ' COST:  '.
002198     05 BH-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002199     05 FILLER            PIC X(60) VALUE SPACES.
002200
002210 01 WS-RPT-TOT-LINE.
002220     05 FILLER            PIC X(16) VALUE 'DEBIT TOTAL:    '.
002840         NOT AT END
002850             MOVE GC-DED-ACCOUNT TO WS-DED-ACCOUNT
002860             MOVE GC-NET-ACCOUNT TO WS-NET-ACCOUNT
002861             MOVE GC-BUS-DATE    TO WS-BUS-DATE
002863             MOVE GC-BEN-ACCOUNT TO WS-BEN-ACCOUNT
002865             MOVE GC-BEN-EXP-ACCOUNT
002867                                 TO WS-BEN-EXP-ACCOUNT
002870     END-READ
002880     CLOSE GLCTL
002890     IF WS-DED-ACCOUNT = SPACES OR WS-NET-ACCOUNT = SPACES
002920        MOVE '  ' TO WS-ABEND-STATUS
002930        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002940     END-IF
002941*    THE BUSINESS DATE IS OPTIONAL - BLANK MEANS TODAY.  A
002942*    DECEMBER PAY RUN POSTED AFTER NEW YEAR MUST SUPPLY ITS OWN
002943*    DATE OR ITS LINES LAND IN THE WRONG YEAR-END PROOF.
002944     IF WS-BUS-DATE = SPACES
002945        ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
002946     END-IF
002947     IF WS-BUS-DATE IS NOT NUMERIC
002948        DISPLAY 'GLPOST - BAD BUSINESS DATE ON GLCTL CARD'
002949        MOVE 'GLCTL' TO WS-ABEND-DDNAME
002950        MOVE '  ' TO WS-ABEND-STATUS
002951        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002952     END-IF
002953     MOVE WS-BUS-DATE TO JO-BUS-DATE
002954     ACCEPT WS-RUN-DATE FROM DATE
002960     STRING WS-RUN-MM DELIMITED SIZE
002970            '/'       DELIMITED SIZE
002980            WS-RUN-DD DELIMITED SIZE
003570                PERFORM 2100-POST-ONE-DEPT
003580                        THRU 2100-POST-ONE-DEPT-EXIT
003590             END-IF
003591             IF SUM-REC-ID = 'BEN '
003592                ADD 1 TO WS-BEN-COUNT
003593                PERFORM 2300-POST-ONE-BEN
003594                        THRU 2300-POST-ONE-BEN-EXIT
003595             END-IF
003600     END-READ
003610     .
003620 2000-READ-SUM-EXIT.
004090     MOVE WS-MAP-ACCT(MX)    TO WS-JRN-ACCT(WS-JRN-COUNT)
004100     MOVE 'D'                TO WS-JRN-DC(WS-JRN-COUNT)
004110     MOVE WS-GROSS-AMT       TO WS-JRN-AMT(WS-JRN-COUNT)
004111     MOVE SD-DEPT-CODE       TO WS-JRN-DEPT(WS-JRN-COUNT)
004112     MOVE 'PAYROLL GROSS     ' TO WS-JRN-DESC(WS-JRN-COUNT)
004113     ADD WS-GROSS-AMT TO WS-DEBIT-TOTAL
004114     .
004115 2200-STAGE-DEBIT-EXIT.
004116     EXIT.
004117
004118 2300-POST-ONE-BEN.
004119*    THE EMPLOYER'S SHARE OF BENEFIT PREMIUMS IS AN EXPENSE OF
004120*    ITS OWN, NOT WAGES - DEBITED TO THE BENEFIT EXPENSE ACCOUNT
004121*    ON THE CARD WHEN ONE IS GIVEN, OTHERWISE TO THE DEPARTMENT'S
004122*    MAPPED ACCOUNT, AND CREDITED TO THE BENEFIT LIABILITY THE
004123*    CARRIERS ARE PAID FROM.  A COST THAT CANNOT POST IS HELD
004124*    OUT OF BOTH SIDES, LIKE AN UNMAPPED DEPARTMENT, CC 8.
004125     MOVE SB-BEN-AMT TO WS-BEN-AMT
004126     IF SB-BEN-SIGN = '-'
004127        COMPUTE WS-BEN-AMT = 0 - WS-BEN-AMT
004128     END-IF
004129     MOVE SB-DEPT-CODE TO BH-DEPT
004130     MOVE WS-BEN-AMT   TO BH-AMOUNT
004131     IF WS-BEN-ACCOUNT = SPACES
004132        MOVE ' ** NO BENEFIT LIAB ACCT **' TO BH-REASON
004133        GO TO 2300-POST-ONE-BEN-HELD
004134     END-IF
004135     IF WS-BEN-EXP-ACCOUNT NOT = SPACES
004136        MOVE WS-BEN-EXP-ACCOUNT TO WS-BEN-DEBIT-ACCT
004137     ELSE
004138        SET MX TO 1
004139        SEARCH WS-MAP-ENT
004140        AT END
004141            MOVE ' ** NOT ON GL MAP **' TO BH-REASON
004142            GO TO 2300-POST-ONE-BEN-HELD
004143        WHEN WS-MAP-DEPT(MX) = SB-DEPT-CODE
004144            MOVE WS-MAP-ACCT(MX) TO WS-BEN-DEBIT-ACCT
004145        END-SEARCH
004146     END-IF
004147     IF WS-JRN-COUNT >= WS-JRN-MAX
004148        DISPLAY 'GLPOST - JOURNAL TABLE FULL AT ' WS-JRN-MAX
004149        MOVE 'SUMDD' TO WS-ABEND-DDNAME
004150        MOVE '  ' TO WS-ABEND-STATUS
004151        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004152     END-IF
004153     ADD 1 TO WS-JRN-COUNT
004154     MOVE WS-BEN-DEBIT-ACCT  TO WS-JRN-ACCT(WS-JRN-COUNT)
004155     MOVE 'D'                TO WS-JRN-DC(WS-JRN-COUNT)
004156     MOVE WS-BEN-AMT         TO WS-JRN-AMT(WS-JRN-COUNT)
004157     MOVE SB-DEPT-CODE       TO WS-JRN-DEPT(WS-JRN-COUNT)
004158     MOVE 'BENEFIT EXPENSE     ' TO WS-JRN-DESC(WS-JRN-COUNT)
004159     ADD WS-BEN-AMT TO WS-DEBIT-TOTAL
004160     ADD WS-BEN-AMT TO WS-BEN-CREDIT
004161     GO TO 2300-POST-ONE-BEN-EXIT
004162     .
004163 2300-POST-ONE-BEN-HELD.
004164     WRITE RPT-LINE FROM WS-RPT-BEN-HELD-LINE
004165     ADD 1 TO WS-BEN-HELD-COUNT
004166     IF RETURN-CODE < 8
004167        MOVE 8 TO RETURN-CODE
004168     END-IF
004169     .
004170 2300-POST-ONE-BEN-EXIT.
004171     EXIT.
004180
004190 3000-BUILD-CREDITS.
004200*    TWO SUMMARY CREDITS BALANCE THE DEPARTMENT DEBITS - THE
004310     MOVE WS-NET-CREDIT  TO WS-JRN-AMT(WS-JRN-COUNT)
004320     MOVE 'ALL '         TO WS-JRN-DEPT(WS-JRN-COUNT)
004330     MOVE 'NET PAY CLEARING    ' TO WS-JRN-DESC(WS-JRN-COUNT)
004331*    A THIRD CREDIT CARRIES THE EMPLOYER BENEFIT COST WHEN ANY
004332*    WAS POSTED.
004333     IF WS-BEN-CREDIT NOT = ZERO
004334        ADD 1 TO WS-JRN-COUNT
004335        MOVE WS-BEN-ACCOUNT TO WS-JRN-ACCT(WS-JRN-COUNT)
004336        MOVE 'C'            TO WS-JRN-DC(WS-JRN-COUNT)
004337        MOVE WS-BEN-CREDIT  TO WS-JRN-AMT(WS-JRN-COUNT)
004338        MOVE 'ALL '         TO WS-JRN-DEPT(WS-JRN-COUNT)
004339        MOVE 'BENEFIT LIABILITY   ' TO WS-JRN-DESC(WS-JRN-COUNT)
004340     END-IF
004343     COMPUTE WS-CREDIT-TOTAL = WS-DED-CREDIT + WS-NET-CREDIT
004346                             + WS-BEN-CREDIT
004350     .
004360 3000-BUILD-CREDITS-EXIT.
004370     EXIT.
