000030*        DESCRIPTION             : SUSPENSE FILE MAINTENANCE.    *
000040*                                  ROLLS THE PRIOR SUSPENSE FILE *
000050*                                  FORWARD - AGING EVERY OPEN    *
000060*                                  ITEM IN BUSINESS DAYS - LOADS *
000070*                                  THE DAY'S FILEACCESS REJECTS  *
000080*                                  (REJDD) AND SORTPRO           *
000090*                                  EXCEPTIONS (EXCDD) AS NEW     *
000100*                                  ITEMS, APPLIES CORRECTION     *
000262*        08/22/26   RWM   A FULL CORRECTION TABLE NOW ABENDS -   *
000264*                         IT USED TO DROP THE CARD AS 'BAD' AND  *
000266*                         LET THE ITEM AGE ON IN SUSPENSE.       *
000267*        10/15/26   RWM   LOADS UNMATCHED BANK RETURNS FROM      *
000268*                         BANKRTN (RTNDD) UNDER SOURCE 'RTN'.    *
000269*        10/15/26   RWM   AGES ITEMS IN BUSINESS DAYS ON THE     *
000270*                         CALENDAR MASTER (CALMSTR) UP TO THE    *
000271*                         CHAIN'S BUSINESS DATE ON THE NEW       *
000272*                         BUSCTL CARD - WEEKENDS AND HOLIDAYS NO *
000273*                         LONGER COUNT, AND A SKIPPED DAY NO     *
000274*                         LONGER UNDER-AGES.                     *
000277******************************************************************
000280
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. SUSPMNT.
000640     ORGANIZATION IS LINE SEQUENTIAL
000650     FILE STATUS IS WS-AGERPT-STATUS.
000660
000662     SELECT RTNFILE  ASSIGN TO RTNDD
000664     ORGANIZATION IS LINE SEQUENTIAL
000666     FILE STATUS IS WS-RTNFILE-STATUS.
000668
000670     SELECT AGECTL   ASSIGN TO AGECTL
000680     ORGANIZATION IS LINE SEQUENTIAL
000681     FILE STATUS IS WS-AGECTL-STATUS.
000682
000683     SELECT BUSCTL   ASSIGN TO BUSCTL
000684     ORGANIZATION IS LINE SEQUENTIAL
000685     FILE STATUS IS WS-BUSCTL-STATUS.
000686
000687     SELECT CALMSTR  ASSIGN TO CALMSTR
000688     ORGANIZATION IS INDEXED
000689     ACCESS MODE IS DYNAMIC
000690     RECORD KEY IS CL-DATE
000695     FILE STATUS IS WS-CALMSTR-STATUS.
000700
000710     SELECT AUDTFILE ASSIGN TO AUDTDD
000720     ORGANIZATION IS LINE SEQUENTIAL
001020 FD RCYFILE.
001030 01 RCY-REC           PIC X(80).
001040
001041*    BANKRTN'S PENDING RETURNS EXCEPTIONS - THE REASON IT
001042*    COULD NOT MATCH SITS IN COLS 33-62, THE WHOLE RECORD IS
001043*    KEPT AS THE SUSPENSE DATA.
001044 FD RTNFILE.
001045 01 RTN-REC.
001046     05 FILLER            PIC X(32).
001047     05 RTN-REASON        PIC X(30).
001048     05 FILLER            PIC X(18).
001049
001050 FD AGERPT.
001060 01 RPT-LINE          PIC X(132).
001070
001080 FD AGECTL.
001081 01 AC-REC            PIC X(80).
001082
001083*    THE CHAIN'S BUSINESS DATE (YYYYMMDD) IN COLS 1-8 - THE DATE
001084*    ITEMS ARE AGED UP TO.  OMIT THE DD FOR TODAY.
001085 FD BUSCTL.
001086 01 BC-REC.
001087     05 BC-BUS-DATE       PIC X(08).
001088     05 FILLER            PIC X(72).
001089
001090 FD CALMSTR.
001095     COPY CALREC.
001100
001110 FD AUDTFILE.
001120     COPY AUDITREC REPLACING ==:RECNAME:== BY ==AUD-REC==
001190 01 WS-REJFILE-STATUS    PIC X(02) VALUE '00'.
001200 01 WS-EXCFILE-STATUS    PIC X(02) VALUE '00'.
001210 01 WS-CORFILE-STATUS    PIC X(02) VALUE '00'.
001215 01 WS-RTNFILE-STATUS    PIC X(02) VALUE '00'.
001220 01 WS-RCYFILE-STATUS    PIC X(02) VALUE '00'.
001230     88 WS-RCYFILE-OK    VALUE '00'.
001240 01 WS-AGERPT-STATUS     PIC X(02) VALUE '00'.
001250     88 WS-AGERPT-OK     VALUE '00'.
001260 01 WS-AGECTL-STATUS     PIC X(02) VALUE '00'.
001261 01 WS-BUSCTL-STATUS     PIC X(02) VALUE '00'.
001262 01 WS-CALMSTR-STATUS    PIC X(02) VALUE '00'.
001263 01 WS-BUS-DATE          PIC X(08) VALUE SPACES.
001264 01 WS-ADD-YYYYMMDD      PIC X(08) VALUE SPACES.
001265 01 WS-BUS-AGE           PIC 9(03) VALUE ZEROES.
001266 01 WS-CAL-COVER-SW      PIC X VALUE 'N'.
001267     88 WS-CAL-COVERS    VALUE 'Y'.
001268 01 WS-CAL-DONE-SW       PIC X VALUE 'N'.
001269     88 WS-CAL-DONE      VALUE 'Y'.
001270 01 WS-OLD-EOF-STA       PIC X VALUE 'N'.
001280     88 WS-OLD-EOF       VALUE 'Y'.
001290 01 WS-REJ-EOF-STA       PIC X VALUE 'N'.
001320     88 WS-EXC-EOF       VALUE 'Y'.
001330 01 WS-COR-EOF-STA       PIC X VALUE 'N'.
001340     88 WS-COR-EOF       VALUE 'Y'.
001342 01 WS-RTN-EOF-STA       PIC X VALUE 'N'.
001344     88 WS-RTN-EOF       VALUE 'Y'.
001346 01 WS-RTN-MISSING-SW    PIC X VALUE 'N'.
001348     88 WS-RTN-MISSING   VALUE 'Y'.
001350 01 WS-OLD-MISSING-SW    PIC X VALUE 'N'.
001360     88 WS-OLD-MISSING   VALUE 'Y'.
001370 01 WS-AGE-THRESHOLD     PIC 9(03) VALUE 005.
001390 01 WS-CARRY-COUNT       PIC 9(05) VALUE ZEROES COMP.
001400 01 WS-NEW-REJ-COUNT     PIC 9(05) VALUE ZEROES COMP.
001410 01 WS-NEW-EXC-COUNT     PIC 9(05) VALUE ZEROES COMP.
001415 01 WS-NEW-RTN-COUNT     PIC 9(05) VALUE ZEROES COMP.
001420 01 WS-RELEASE-COUNT     PIC 9(05) VALUE ZEROES COMP.
001430 01 WS-AGED-COUNT        PIC 9(05) VALUE ZEROES COMP.
001440 01 WS-UNMATCHED-COUNT   PIC 9(05) VALUE ZEROES COMP.
001450 01 WS-TOTAL-COUNT       PIC 9(05) VALUE ZEROES COMP.
001455 01 WS-RUN-AGED-COUNT    PIC 9(05) VALUE ZEROES COMP.
001460 01 WS-COR-MAX           PIC 9(03) COMP VALUE 500.
001470 01 WS-COR-COUNT         PIC 9(03) COMP VALUE ZERO.
001480 01 WS-CORRECTIONS.
001710     05 FILLER            PIC X(34)
001720            VALUE 'SUSPENSE AGING REPORT - ITEMS OVER'.
001730     05 AGH-DAYS          PIC ZZ9.
001740     05 FILLER            PIC X(10) VALUE ' BUS DAYS '.
001750     05 FILLER            PIC X(06) VALUE 'DATE: '.
001760     05 AGH-DATE          PIC X(08).
001770     05 FILLER            PIC X(71) VALUE SPACES.
002010     PERFORM 5000-LOAD-EXCEPTIONS
002020             THRU 5000-LOAD-EXCEPTIONS-EXIT
002030             UNTIL WS-EXC-EOF
002032     PERFORM 5500-LOAD-RETURNS THRU 5500-LOAD-RETURNS-EXIT
002034             UNTIL WS-RTN-EOF
002040     PERFORM 6000-REPORT-UNMATCHED
002050             THRU 6000-REPORT-UNMATCHED-EXIT
002060     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
002070     IF NOT WS-OLD-MISSING
002080        CLOSE SUSPOLD
002090     END-IF
002092     IF NOT WS-RTN-MISSING
002094        CLOSE RTNFILE
002096     END-IF
002100     CLOSE SUSPNEW
002110           REJFILE
002120           EXCFILE
002130           RCYFILE
002140           AGERPT
002145           CALMSTR
002150     PERFORM 9500-WRITE-AUDIT-RECORD
002160             THRU 9500-WRITE-AUDIT-RECORD-EXIT
002170     STOP RUN
002450        MOVE WS-EXCFILE-STATUS TO WS-ABEND-STATUS
002460        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002470     END-IF
002472*    BANK RETURNS ARRIVE ONLY WHEN BANKRTN HAS RUN - OMIT THE
002474*    DD AND THE PICKUP IS SKIPPED, THE SAME AS CORDD.
002476     OPEN INPUT RTNFILE
002477     IF WS-RTNFILE-STATUS NOT = '00'
002478        SET WS-RTN-MISSING TO TRUE
002479        SET WS-RTN-EOF TO TRUE
002480     END-IF
002481     OPEN OUTPUT SUSPNEW
002490     IF NOT WS-SUSPNEW-OK
002500        MOVE 'SUSPNEW' TO WS-ABEND-DDNAME
002510        MOVE WS-SUSPNEW-STATUS TO WS-ABEND-STATUS
002750                   MOVE AC-REC(1:3) TO WS-AGE-THRESHOLD
002760                END-IF
002770        END-READ
002771        CLOSE AGECTL
002772     END-IF
002773     OPEN INPUT CALMSTR
002774     IF WS-CALMSTR-STATUS NOT = '00'
002775        MOVE 'CALMSTR' TO WS-ABEND-DDNAME
002776        MOVE WS-CALMSTR-STATUS TO WS-ABEND-STATUS
002777        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002778     END-IF
002779     ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
002780     OPEN INPUT BUSCTL
002781     IF WS-BUSCTL-STATUS = '00'
002782        READ BUSCTL
002783            AT END CONTINUE
002784            NOT AT END
002785                IF BC-BUS-DATE IS NUMERIC
002786                   MOVE BC-BUS-DATE TO WS-BUS-DATE
002787                END-IF
002788        END-READ
002789        CLOSE BUSCTL
002790     END-IF
002791*    A BUSINESS DATE THE CALENDAR DOES NOT CARRY CANNOT BE AGED
002792*    TO - FALL BACK TO ONE DAY PER RUN AND SAY SO.
002793     MOVE WS-BUS-DATE TO CL-DATE
002794     READ CALMSTR KEY IS CL-DATE
002795         INVALID KEY
002796             DISPLAY 'SUSPMNT - ' WS-BUS-DATE
002797                     ' NOT ON THE BUSINESS'
002798                     ' CALENDAR - AGING ONE DAY PER RUN'
002799         NOT INVALID KEY
002800             SET WS-CAL-COVERS TO TRUE
002803     END-READ
002806     ACCEPT WS-RUN-DATE FROM DATE
002810     STRING WS-RUN-MM DELIMITED SIZE
002820            '/'       DELIMITED SIZE
002830            WS-RUN-DD DELIMITED SIZE
003470     SET CX TO 1
003480     SEARCH WS-COR-ENT
003490     AT END
003500*        NO CORRECTION FOR THIS ITEM - AGE IT AND CARRY
003510*        IT FORWARD; PAST THE THRESHOLD IT GOES ON THE REPORT.
003520         MOVE SO-REC TO SN-REC
003530         PERFORM 3200-AGE-ITEM THRU 3200-AGE-ITEM-EXIT
003540         WRITE SN-REC
003550         ADD 1 TO WS-CARRY-COUNT
003560         IF SN-AGE-DAYS > WS-AGE-THRESHOLD
003680         MOVE 'Y' TO WS-COR-USED-SW(CX)
003690         MOVE SPACES TO RCY-REC
003700         MOVE WS-COR-IMAGE(CX) TO RCY-REC
003701         WRITE RCY-REC
003702         ADD 1 TO WS-RELEASE-COUNT
003703     END-SEARCH
003704     .
003705 3100-ROLL-ONE-EXIT.
003706     EXIT.
003707
003708 3200-AGE-ITEM.
003709*    THE AGE IS THE BUSINESS DAYS ON THE CALENDAR AFTER THE DAY
003710*    THE ITEM WAS ADDED, UP TO AND INCLUDING THE BUSINESS DATE -
003711*    RECOUNTED EVERY RUN, SO A WEEKEND OR HOLIDAY RUN ADDS
003712*    NOTHING AND A SKIPPED DAY IS STILL COUNTED.  AN ITEM ADDED
003713*    BEFORE THE CALENDAR STARTS (OR A RUN THE CALENDAR DOES NOT
003714*    COVER) AGES ONE DAY PER RUN AS IT ALWAYS HAS.  ADD DATES
003715*    ARE MM/DD/YY - THE SUITE DATES FROM 2024, SO THE CENTURY IS
003716*    ALWAYS 20, THE SAME FOLD AUDRPT USES.
003717     IF NOT WS-CAL-COVERS
003718        GO TO 3200-AGE-ITEM-BY-RUN
003719     END-IF
003720     MOVE SPACES TO WS-ADD-YYYYMMDD
003721     STRING '20'             DELIMITED SIZE
003722            SN-ADD-DATE(7:2) DELIMITED SIZE
003723            SN-ADD-DATE(1:2) DELIMITED SIZE
003724            SN-ADD-DATE(4:2) DELIMITED SIZE
003725            INTO WS-ADD-YYYYMMDD
003726     MOVE WS-ADD-YYYYMMDD TO CL-DATE
003727     START CALMSTR KEY IS EQUAL TO CL-DATE
003728         INVALID KEY
003729             GO TO 3200-AGE-ITEM-BY-RUN
003730     END-START
003731     MOVE ZERO TO WS-BUS-AGE
003732     MOVE 'N'  TO WS-CAL-DONE-SW
003733     PERFORM 3210-COUNT-BUS-DAY THRU 3210-COUNT-BUS-DAY-EXIT
003734             UNTIL WS-CAL-DONE
003735     MOVE WS-BUS-AGE TO SN-AGE-DAYS
003736     GO TO 3200-AGE-ITEM-EXIT
003737     .
003738 3200-AGE-ITEM-BY-RUN.
003739     IF SN-AGE-DAYS < 999
003740        ADD 1 TO SN-AGE-DAYS
003741     END-IF
003742     ADD 1 TO WS-RUN-AGED-COUNT
003743     .
003744 3200-AGE-ITEM-EXIT.
003745     EXIT.
003746
003747 3210-COUNT-BUS-DAY.
003748     READ CALMSTR NEXT RECORD
003749         AT END
003750             SET WS-CAL-DONE TO TRUE
003751             GO TO 3210-COUNT-BUS-DAY-EXIT
003752     END-READ
003753     IF CL-DATE > WS-BUS-DATE
003754        SET WS-CAL-DONE TO TRUE
003755        GO TO 3210-COUNT-BUS-DAY-EXIT
003756     END-IF
003757     IF CL-DATE > WS-ADD-YYYYMMDD AND CL-BUSINESS-DAY
003758        AND WS-BUS-AGE < 999
003759        ADD 1 TO WS-BUS-AGE
003760     END-IF
003762     .
003764 3210-COUNT-BUS-DAY-EXIT.
003766     EXIT.
003770
003780 4000-LOAD-REJECTS.
003790     READ REJFILE
004120     .
004130 5000-LOAD-EXCEPTIONS-EXIT.
004140     EXIT.
004141
004142 5500-LOAD-RETURNS.
004143     READ RTNFILE
004144         AT END SET WS-RTN-EOF TO TRUE
004145         NOT AT END
004146             ADD 1 TO WS-NEXT-SUSP-ID
004147             MOVE WS-NEXT-SUSP-ID TO SN-SUSP-ID
004148             SET SN-OPEN TO TRUE
004149             MOVE 'RTN'  TO SN-SOURCE
004150             MOVE RTN-REASON TO SN-REASON
004151             MOVE ZEROES TO SN-AGE-DAYS
004152             MOVE WS-RUN-DATE-EDIT TO SN-ADD-DATE
004153             MOVE RTN-REC TO SN-DATA
004154             WRITE SN-REC
004155             ADD 1 TO WS-NEW-RTN-COUNT
004156     END-READ
004157     .
004158 5500-LOAD-RETURNS-EXIT.
004159     EXIT.
004162
004165 6000-REPORT-UNMATCHED.
004170*    A CORRECTION CARD THAT MATCHED NO SUSPENSE ITEM IS ALMOST
004180*    ALWAYS A MIS-KEYED SUSPENSE ID - SAY SO RATHER THAN LET
004190*    THE CORRECTION SILENTLY EVAPORATE.
004410     COMPUTE WS-TOTAL-COUNT = WS-CARRY-COUNT
004420                            + WS-NEW-REJ-COUNT
004430                            + WS-NEW-EXC-COUNT
004435                            + WS-NEW-RTN-COUNT
004440     DISPLAY 'SUSPMNT SUMMARY - CARRIED: '  WS-CARRY-COUNT
004450             ' NEW REJ: '    WS-NEW-REJ-COUNT
004460             ' NEW EXC: '    WS-NEW-EXC-COUNT
004465             ' NEW RTN: '    WS-NEW-RTN-COUNT
004470             ' RELEASED: '   WS-RELEASE-COUNT
004480             ' OVER AGE: '   WS-AGED-COUNT
004490             ' UNMATCHED: '  WS-UNMATCHED-COUNT
004492     IF WS-RUN-AGED-COUNT > ZERO
004494        DISPLAY 'SUSPMNT - ITEMS AGED ONE DAY PER RUN (NOT ON THE'
004496                ' CALENDAR): ' WS-RUN-AGED-COUNT
004498     END-IF
004500     .
004510 8000-WRITE-SUMMARY-EXIT.
004520     EXIT.
