000266*                         WARNING ON THE PAGE AND END WITH CC 8  *
000268*                         SO A SHORT DASHBOARD CANNOT PASS AS    *
000269*                         CLEAN.                                 *
000270*        10/15/26   RWM   THE DASHBOARD NOW ENDS WITH THE        *
000271*                         CHANGES WAITING ON THE PENDING-CHANGE  *
000272*                         MASTER (PENDMSTR) FOR A SECOND USER'S  *
000273*                         APPROVAL - SALARY AND BANK COUNTS AND  *
000274*                         HOW MANY ARE OLDER THAN THE APPRCTL    *
000275*                         AGE LIMIT, WITH A WARNING LINE WHEN    *
000276*                         ANY ARE.                               *
000277*        10/15/26   RWM   TRAILING AVERAGES NOW COUNT ONLY RUNS  *
000278*                         LOGGED ON BUSINESS DAYS OF THE         *
000279*                         CALENDAR MASTER (CALMSTR) - A WEEKEND  *
000280*                         OR HOLIDAY RUN NO LONGER DRAGS A       *
000281*                         PROGRAM'S AVERAGE DOWN.  THE PAGE SAYS *
000282*                         HOW MANY WERE LEFT OUT.                *
000284******************************************************************
000286
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. AUDRPT.
000310 AUTHOR. R MEHTA.
000540
000550     SELECT NEWLOG   ASSIGN TO NEWLOG
000560     ORGANIZATION IS LINE SEQUENTIAL
000561     FILE STATUS IS WS-NEWLOG-STATUS.
000562
000563     SELECT PENDMSTR ASSIGN TO PENDMSTR
000564     ORGANIZATION IS INDEXED
000565     ACCESS MODE IS SEQUENTIAL
000566     RECORD KEY IS PD-KEY
000567     FILE STATUS IS WS-PENDMSTR-STATUS.
000568
000569     SELECT APPRCTL  ASSIGN TO APPRCTL
000570     ORGANIZATION IS LINE SEQUENTIAL
000571     FILE STATUS IS WS-APPRCTL-STATUS.
000572
000573     SELECT CALMSTR  ASSIGN TO CALMSTR
000574     ORGANIZATION IS INDEXED
000575     ACCESS MODE IS RANDOM
000576     RECORD KEY IS CL-DATE
000577     FILE STATUS IS WS-CALMSTR-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000780
000790 FD NEWLOG.
000800     COPY AUDITREC REPLACING ==:RECNAME:== BY ==NEW-REC==
000801                             ==:PFX:==     BY ==NEW==.
000802
000803 FD PENDMSTR.
000804     COPY PENDREC.
000805
000806*    THE SAME OPTIONAL CARD EMPMAINT READS - COLS 7-9 THE AGE
000807*    LIMIT IN DAYS FOR A CHANGE WAITING ON APPROVAL.
000808 FD APPRCTL.
000809 01 AP-CTL-REC.
000810     05 FILLER            PIC X(06).
000811     05 AP-AGE-DAYS       PIC X(03).
000812     05 AP-AGE-DAYS-9 REDEFINES AP-AGE-DAYS PIC 9(03).
000813     05 FILLER            PIC X(71).
000814
000815 FD CALMSTR.
000816     COPY CALREC.
000820
000830 WORKING-STORAGE SECTION.
000840 01 WS-AUDLOG-STATUS     PIC X(02) VALUE '00'.
001022 01 WS-DAY-DROP-COUNT    PIC 9(05) VALUE ZEROES COMP.
001024 01 WS-PGM-TRUNC-SW      PIC X(01) VALUE 'N'.
001026     88 WS-PGM-TRUNCATED VALUE 'Y'.
001027 01 WS-ENTRY-YYYYMMDD    PIC X(08) VALUE SPACES.
001028 01 WS-AVG-COUNT         PIC 9(07) VALUE ZEROES COMP.
001029 01 WS-PENDMSTR-STATUS   PIC X(02) VALUE '00'.
001030 01 WS-APPRCTL-STATUS    PIC X(02) VALUE '00'.
001031 01 WS-PEND-EOF-SW       PIC X(01) VALUE 'N'.
001032     88 WS-PEND-EOF      VALUE 'Y'.
001033 01 WS-AGE-LIMIT         PIC 9(03) VALUE 5.
001034 01 WS-AGE-CUTOFF        PIC X(08) VALUE SPACES.
001035 01 WS-PEND-SAL-COUNT    PIC 9(05) VALUE ZEROES COMP.
001036 01 WS-PEND-BANK-COUNT   PIC 9(05) VALUE ZEROES COMP.
001037 01 WS-PEND-AGED-COUNT   PIC 9(05) VALUE ZEROES COMP.
001038 01 WS-CALMSTR-STATUS    PIC X(02) VALUE '00'.
001039 01 WS-NONBUS-COUNT      PIC 9(05) VALUE ZEROES COMP.
001040*    THE LOG IS IN DATE ORDER, SO THE LAST CALENDAR ANSWER IS
001041*    KEPT AND ONLY A CHANGE OF DATE COSTS A READ.
001042 01 WS-LAST-CAL-DATE     PIC X(08) VALUE SPACES.
001043 01 WS-LAST-CAL-SW       PIC X(01) VALUE 'Y'.
001044     88 WS-LAST-BUS-DAY  VALUE 'Y'.
001045*    THE AGE CUTOFF IS TODAY STEPPED BACK ONE DAY AT A TIME -
001046*    THE SAME WALK AS CHKRECN'S 1200-BACK-ONE-DAY.
001047 01 WS-PER-DATE.
001048     05 WS-PER-YYYY      PIC 9(04).
001049     05 WS-PER-MM        PIC 9(02).
001050     05 WS-PER-DD        PIC 9(02).
001051 01 WS-MONTH-DAYS-DATA.
001052     05 FILLER PIC X(24) VALUE '312831303130313130313031'.
001053 01 FILLER REDEFINES WS-MONTH-DAYS-DATA.
001054     05 WS-MONTH-DAYS    PIC 9(02) OCCURS 12 TIMES.
001055 01 WS-LEAP-REM          PIC 9(04) VALUE ZEROES COMP.
001056 01 WS-LEAP-QUOT         PIC 9(04) VALUE ZEROES COMP.
001057
001060 01 WS-PGM-MAX           PIC 9(03) COMP VALUE 50.
001070 01 WS-PGM-CNT           PIC 9(03) COMP VALUE ZERO.
001080 01 WS-PGM-STATS.
001550     05 SUM-RUNS          PIC ZZZZ9.
001560     05 FILLER            PIC X(17) VALUE '  FLAGGED RUNS: '.
001570     05 SUM-FLAGS         PIC ZZZZ9.
001571     05 FILLER            PIC X(32) VALUE SPACES.
001572
001573 01 WS-PEND-LINE.
001574     05 FILLER            PIC X(28)
001575            VALUE '** PENDING APPROVAL  SALARY:'.
001576     05 PND-SAL           PIC ZZZZ9.
001577     05 FILLER            PIC X(08) VALUE '  BANK: '.
001578     05 PND-BANK          PIC ZZZZ9.
001579     05 FILLER            PIC X(08) VALUE '  OVER: '.
001580     05 PND-LIMIT         PIC ZZ9.
001581     05 FILLER            PIC X(07) VALUE ' DAYS: '.
001582     05 PND-AGED          PIC ZZZZ9.
001583     05 FILLER            PIC X(11) VALUE SPACES.
001584
001585 01 WS-NONBUS-LINE.
001586     05 FILLER            PIC X(29)
001587            VALUE '** TRAILING AVERAGES EXCLUDE '.
001588     05 NBL-COUNT         PIC ZZZZ9.
001589     05 FILLER            PIC X(46)
001590            VALUE ' RUNS LOGGED ON NON-BUSINESS DAYS'.
001595
001600 PROCEDURE DIVISION.
001610 0000-MAINLINE.
001620     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001690                UNTIL WS-EOF
001700        PERFORM 3000-WRITE-DASHBOARD
001710                THRU 3000-WRITE-DASHBOARD-EXIT
001715        CLOSE CALMSTR
001720     END-IF
001730     CLOSE AUDLOG
001740           RPTFILE
002220        MOVE WS-RPTFILE-STATUS TO WS-ABEND-STATUS
002230        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002240     END-IF
002241     IF WS-REPORT-MODE
002242        OPEN INPUT CALMSTR
002243        IF WS-CALMSTR-STATUS NOT = '00'
002244           MOVE 'CALMSTR' TO WS-ABEND-DDNAME
002245           MOVE WS-CALMSTR-STATUS TO WS-ABEND-STATUS
002246           PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002247        END-IF
002248     END-IF
002250     IF WS-ARCHIVE-MODE
002260        OPEN EXTEND ARCFILE
002270        IF NOT WS-ARCFILE-OK
002770     EXIT.
002780
002790 2200-ACCUM-TRAILING.
002791*    ONLY BUSINESS DAYS FEED THE AVERAGE - A SATURDAY RERUN OR
002792*    A HOLIDAY'S THIN VOLUME WOULD OTHERWISE MAKE A NORMAL DAY
002793*    LOOK LIKE A SWING.
002794     PERFORM 2250-CHECK-BUS-DAY THRU 2250-CHECK-BUS-DAY-EXIT
002795     IF NOT WS-LAST-BUS-DAY
002796        ADD 1 TO WS-NONBUS-COUNT
002797        GO TO 2200-ACCUM-TRAILING-EXIT
002798     END-IF
002800     SET PX TO 1
002810     SEARCH WS-PGM-ENT
002820     AT END
002910         ADD 1             TO WS-PGM-RUNS(PX)
002920     END-SEARCH
002930     .
002931 2200-ACCUM-TRAILING-EXIT.
002932     EXIT.
002933
002934 2250-CHECK-BUS-DAY.
002935*    LOG DATES ARE MM/DD/YY - FOLDED AS 5000-ARCHIVE-LOG DOES.
002936*    A DATE BEFORE THE CALENDAR WAS BUILT COUNTS AS A BUSINESS
002937*    DAY, AS EVERY DAY DID BEFORE.
002938     MOVE SPACES TO WS-ENTRY-YYYYMMDD
002939     STRING '20'              DELIMITED SIZE
002940            LOG-RUN-DATE(7:2) DELIMITED SIZE
002941            LOG-RUN-DATE(1:2) DELIMITED SIZE
002942            LOG-RUN-DATE(4:2) DELIMITED SIZE
002943            INTO WS-ENTRY-YYYYMMDD
002944     IF WS-ENTRY-YYYYMMDD = WS-LAST-CAL-DATE
002945        GO TO 2250-CHECK-BUS-DAY-EXIT
002946     END-IF
002947     MOVE WS-ENTRY-YYYYMMDD TO WS-LAST-CAL-DATE
002948     MOVE 'Y' TO WS-LAST-CAL-SW
002949     MOVE WS-ENTRY-YYYYMMDD TO CL-DATE
002950     READ CALMSTR KEY IS CL-DATE
002951         INVALID KEY
002952             CONTINUE
002953         NOT INVALID KEY
002954             MOVE CL-BUS-DAY-SW TO WS-LAST-CAL-SW
002955     END-READ
002956     .
002957 2250-CHECK-BUS-DAY-EXIT.
002958     EXIT.
002960
002970 3000-WRITE-DASHBOARD.
002980     MOVE WS-REPORT-DATE TO HDR-DATE
003172               INTO RPT-LINE
003174        WRITE RPT-LINE
003176     END-IF
003177     IF WS-NONBUS-COUNT > ZERO
003178        MOVE WS-NONBUS-COUNT TO NBL-COUNT
003179        WRITE RPT-LINE FROM WS-NONBUS-LINE
003180     END-IF
003181     PERFORM 3300-PENDING-SUMMARY THRU 3300-PENDING-SUMMARY-EXIT
003182     .
003183 3000-WRITE-DASHBOARD-EXIT.
003184     EXIT.
003185
003190 3100-WRITE-ONE-RUN.
003200     MOVE WS-TDY-PGM(TX)  TO DTL-PGM
003210     MOVE WS-TDY-TIME(TX) TO DTL-TIME
003450         IF WS-PGM-RUNS(PX) > ZERO
003460            DIVIDE WS-PGM-SUM(PX) BY WS-PGM-RUNS(PX)
003470                   GIVING WS-AVG-COUNT
003471            IF WS-TDY-RCDS(TX) > WS-AVG-COUNT * 2
003472               OR (WS-TDY-RCDS(TX) * 2) < WS-AVG-COUNT
003473               MOVE '*VOLUME*' TO DTL-FLAGS(6:8)
003474            END-IF
003475         END-IF
003476     END-SEARCH
003477     .
003478 3200-JUDGE-VOLUME-EXIT.
003479     EXIT.
003480
003481 3300-PENDING-SUMMARY.
003482*    CHANGES HELD FOR A SECOND USER'S APPROVAL, AS THE PENDING
003483*    MASTER STANDS TODAY.  ONE LEFT WAITING PAST THE APPRCTL AGE
003484*    LIMIT IS AN AUDIT FINDING, SO IT GETS A WARNING LINE HERE AS
003485*    WELL AS ITS FLAG ON PENDRPT.  '05' MEANS THE OPTIONAL MASTER
003486*    WAS CREATED EMPTY ON THIS OPEN - NOTHING HELD YET.
003487     OPEN INPUT APPRCTL
003488     IF WS-APPRCTL-STATUS = '00'
003489        READ APPRCTL
003490            AT END CONTINUE
003491            NOT AT END
003492                IF AP-AGE-DAYS IS NUMERIC
003493                   MOVE AP-AGE-DAYS-9 TO WS-AGE-LIMIT
003494                END-IF
003495        END-READ
003496        CLOSE APPRCTL
003497     END-IF
003498     ACCEPT WS-PER-DATE FROM DATE YYYYMMDD
003499     PERFORM 3320-BACK-ONE-DAY THRU 3320-BACK-ONE-DAY-EXIT
003500             WS-AGE-LIMIT TIMES
003501     MOVE WS-PER-DATE TO WS-AGE-CUTOFF
003502     OPEN I-O PENDMSTR
003503     IF WS-PENDMSTR-STATUS NOT = '00' AND
003504        WS-PENDMSTR-STATUS NOT = '05'
003505        MOVE 'PENDMSTR' TO WS-ABEND-DDNAME
003506        MOVE WS-PENDMSTR-STATUS TO WS-ABEND-STATUS
003507        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003508     END-IF
003509     PERFORM 3310-READ-PEND THRU 3310-READ-PEND-EXIT
003510             UNTIL WS-PEND-EOF
003511     CLOSE PENDMSTR
003512     MOVE SPACES TO RPT-LINE
003513     WRITE RPT-LINE
003514     MOVE WS-PEND-SAL-COUNT  TO PND-SAL
003515     MOVE WS-PEND-BANK-COUNT TO PND-BANK
003516     MOVE WS-AGE-LIMIT       TO PND-LIMIT
003517     MOVE WS-PEND-AGED-COUNT TO PND-AGED
003518     WRITE RPT-LINE FROM WS-PEND-LINE
003519     IF WS-PEND-AGED-COUNT > ZERO
003520        MOVE SPACES TO RPT-LINE
003521        STRING '** WARNING - CHANGES WAITING PAST THE '
003522               DELIMITED SIZE
003523               'APPROVAL AGE LIMIT - SEE PENDRPT **'
003524               DELIMITED SIZE
003525               INTO RPT-LINE
003526        WRITE RPT-LINE
003527     END-IF
003528     .
003529 3300-PENDING-SUMMARY-EXIT.
003530     EXIT.
003531
003532 3310-READ-PEND.
003533     READ PENDMSTR NEXT RECORD
003534         AT END
003535             SET WS-PEND-EOF TO TRUE
003536             GO TO 3310-READ-PEND-EXIT
003537     END-READ
003538     IF NOT PD-PENDING
003539        GO TO 3310-READ-PEND-EXIT
003540     END-IF
003541     IF PD-SALARY-CHG
003542        ADD 1 TO WS-PEND-SAL-COUNT
003543     ELSE
003544        ADD 1 TO WS-PEND-BANK-COUNT
003545     END-IF
003546     IF PD-ENTERED-DATE < WS-AGE-CUTOFF
003547        ADD 1 TO WS-PEND-AGED-COUNT
003548     END-IF
003549     .
003550 3310-READ-PEND-EXIT.
003551     EXIT.
003552
003553 3320-BACK-ONE-DAY.
003554     IF WS-PER-DD > 1
003555        SUBTRACT 1 FROM WS-PER-DD
003556        GO TO 3320-BACK-ONE-DAY-EXIT
003557     END-IF
003558     IF WS-PER-MM > 1
003559        SUBTRACT 1 FROM WS-PER-MM
003560     ELSE
003561        MOVE 12 TO WS-PER-MM
003562        SUBTRACT 1 FROM WS-PER-YYYY
003563     END-IF
003564     MOVE WS-MONTH-DAYS(WS-PER-MM) TO WS-PER-DD
003565     IF WS-PER-MM = 02
003566        DIVIDE WS-PER-YYYY BY 4
003567               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
003568        IF WS-LEAP-REM = ZERO
003569           MOVE 29 TO WS-PER-DD
003570        END-IF
003571     END-IF
003572     .
003573 3320-BACK-ONE-DAY-EXIT.
003574     EXIT.
003575
003580 5000-ARCHIVE-LOG.
003590*    THE LOG'S RUN DATES ARE MM/DD/YY - FOLD EACH TO YYYYMMDD
003600*    (THE SUITE DATES FROM 2024, SO THE CENTURY IS ALWAYS 20)
