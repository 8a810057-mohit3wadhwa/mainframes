000280*        DATE       INIT  DESCRIPTION                            *
000290*        09/02/26   RWM   INITIAL VERSION - NET PAY WAS STILL    *
000300*                         REKEYED BY HAND INTO THE BANK PORTAL.  *
000302*        10/15/26   RWM   WRITES THE PAYABLE BYPASSED ITEMS TO   *
000303*                         BYPDD WITH A CONTROL TRAILER FOR THE   *
000304*                         CHKWRIT CHECK RUN.                     *
000305*        10/15/26   RWM   THE SETTLEMENT DATE ON THE BATCH       *
000306*                         HEADER MOVES BACK TO THE LAST DAY THE  *
000307*                         BANK IS OPEN ON THE CALENDAR MASTER    *
000308*                         (CALMSTR) WHEN THE PAY DATE FALLS ON A *
000309*                         BANK HOLIDAY OR WEEKEND.               *
000310******************************************************************
000320
000330 IDENTIFICATION DIVISION.
000530     SELECT DDCTL    ASSIGN TO DDCTL
000540     ORGANIZATION IS LINE SEQUENTIAL
000550     FILE STATUS IS WS-DDCTL-STATUS.
000551
000552     SELECT CALMSTR  ASSIGN TO CALMSTR
000553     ORGANIZATION IS INDEXED
000554     ACCESS MODE IS RANDOM
000555     RECORD KEY IS CL-DATE
000556     FILE STATUS IS WS-CALMSTR-STATUS.
000560
000570     SELECT PAYFILE  ASSIGN TO PAYDD
000580     ORGANIZATION IS LINE SEQUENTIAL
000590     FILE STATUS IS WS-PAYFILE-STATUS.
000600
000602     SELECT BYPFILE  ASSIGN TO BYPDD
000604     ORGANIZATION IS LINE SEQUENTIAL
000606     FILE STATUS IS WS-BYPFILE-STATUS.
000608
000610     SELECT RPTFILE  ASSIGN TO RPTDD
000620     ORGANIZATION IS LINE SEQUENTIAL
000630     FILE STATUS IS WS-RPTFILE-STATUS.
000970     05 DC-BUS-DATE       PIC X(08).
000980     05 FILLER            PIC X(64).
000990
000992 FD CALMSTR.
000994     COPY CALREC.
000996
001000 FD PAYFILE.
001010 01 PAY-REC               PIC X(60).
001020
001022 FD BYPFILE.
001024 01 BYP-REC               PIC X(60).
001026
001030 FD RPTFILE.
001040 01 RPT-LINE              PIC X(132).
001050
001110 01 WS-NETFILE-STATUS    PIC X(02) VALUE '00'.
001120 01 WS-BANKMSTR-STATUS   PIC X(02) VALUE '00'.
001130 01 WS-DDCTL-STATUS      PIC X(02) VALUE '00'.
001135 01 WS-CALMSTR-STATUS    PIC X(02) VALUE '00'.
001140 01 WS-PAYFILE-STATUS    PIC X(02) VALUE '00'.
001150     88 WS-PAYFILE-OK    VALUE '00'.
001152 01 WS-BYPFILE-STATUS    PIC X(02) VALUE '00'.
001154     88 WS-BYPFILE-OK    VALUE '00'.
001160 01 WS-RPTFILE-STATUS    PIC X(02) VALUE '00'.
001170     88 WS-RPTFILE-OK    VALUE '00'.
001180 01 WS-EOF-STA           PIC X VALUE 'N'.
001240     88 WS-PRENOTE-MODE  VALUE 'PRENOTE'.
001250 01 WS-TRL-SW            PIC X(01) VALUE 'N'.
001260     88 WS-TRL-SEEN      VALUE 'Y'.
001261 01 WS-BUS-DATE          PIC X(08) VALUE SPACES.
001262*    THE PAY DATE STAYS THE BUSINESS DATE ON EVERY DETAIL ROW -
001263*    BANKRTN AND CHKWRIT MATCH ON IT.  ONLY THE BATCH HEADER
001264*    CARRIES THE DAY THE BANK IS TO SETTLE THE FUNDS.
001265 01 WS-SETTLE-SW          PIC X(01) VALUE 'N'.
001266     88 WS-SETTLE-FOUND   VALUE 'Y'.
001267     88 WS-SETTLE-UNKNOWN VALUE 'U'.
001268 01 WS-BACK-COUNT         PIC 9(03) VALUE ZEROES COMP.
001269 01 WS-PER-DATE.
001270     05 WS-PER-YYYY       PIC 9(04).
001271     05 WS-PER-MM         PIC 9(02).
001272     05 WS-PER-DD         PIC 9(02).
001273 01 WS-MONTH-DAYS-DATA.
001274     05 FILLER PIC X(24) VALUE '312831303130313130313031'.
001275 01 FILLER REDEFINES WS-MONTH-DAYS-DATA.
001276     05 WS-MONTH-DAYS     PIC 9(02) OCCURS 12 TIMES.
001277 01 WS-LEAP-REM           PIC 9(04) VALUE ZEROES COMP.
001278 01 WS-LEAP-QUOT          PIC 9(04) VALUE ZEROES COMP.
001280 01 WS-NET-AMT           PIC S9(09)V99 VALUE ZERO.
001290 01 WS-DTL-COUNT         PIC 9(07) VALUE ZEROES COMP.
001300 01 WS-PAID-COUNT        PIC 9(07) VALUE ZEROES COMP.
001320 01 WS-BYPASS-COUNT      PIC 9(07) VALUE ZEROES COMP.
001330 01 WS-PAID-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
001340 01 WS-BYPASS-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
001342 01 WS-CHECK-COUNT       PIC 9(07) VALUE ZEROES COMP.
001344 01 WS-CHECK-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
001350 01 WS-TRL-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
001360 01 WS-TRL-COUNT         PIC 9(07) VALUE ZEROES.
001370 01 WS-FAIL-COUNT        PIC 9(03) VALUE ZEROES COMP.
001530 01 WS-PAY-HDR-REC.
001540     05 FILLER            PIC X(04) VALUE 'BHD '.
001550     05 PH-BUS-DATE       PIC X(08).
001553     05 FILLER            PIC X(01) VALUE SPACE.
001556     05 PH-SETTLE-DATE    PIC X(08).
001560     05 FILLER            PIC X(39) VALUE SPACES.
001570
001580 01 WS-PAY-DTL-REC.
001590     05 PD-REC-ID         PIC X(04) VALUE 'PAY '.
001750     05 PT-PAY-TOTAL      PIC 9(11)V99.
001760     05 FILLER            PIC X(35) VALUE SPACES.
001770
001772*    ONE RECORD PER BYPASSED ITEM THAT IS OWED A CHECK - NO
001773*    BANK ROW OR AN UNVERIFIED ONE.  A NEGATIVE OR ZERO NET IS
001774*    NOT PAYABLE AND STAYS ON THE EXCEPTION REPORT ONLY.
001775 01 WS-BYP-DTL-REC.
001776     05 FILLER            PIC X(04) VALUE 'BYP '.
001777     05 BY-EMP-ID         PIC 9(06).
001778     05 FILLER            PIC X(01) VALUE SPACE.
001779     05 BY-AMOUNT         PIC 9(09)V99.
001780     05 FILLER            PIC X(01) VALUE SPACE.
001781     05 BY-BUS-DATE       PIC X(08).
001782     05 FILLER            PIC X(01) VALUE SPACE.
001783     05 BY-REASON         PIC X(24).
001784     05 FILLER            PIC X(04) VALUE SPACES.
001785
001786 01 WS-BYP-TRL-REC.
001787     05 FILLER            PIC X(04) VALUE 'BYT '.
001788     05 BT-COUNT          PIC 9(07).
001789     05 FILLER            PIC X(01) VALUE SPACE.
001790     05 BT-TOTAL          PIC 9(11)V99.
001791     05 FILLER            PIC X(35) VALUE SPACES.
001792
001793 01 WS-RPT-HDR-LINE.
001796     05 FILLER            PIC X(36)
001800            VALUE 'DIRECT-DEPOSIT PAYMENT FILE CONTROL '.
001810     05 FILLER            PIC X(06) VALUE 'MODE: '.
001820     05 RH-MODE           PIC X(07).
001830     05 FILLER            PIC X(07) VALUE ' DATE: '.
001840     05 RH-DATE           PIC X(08).
001850     05 FILLER            PIC X(68) VALUE SPACES.
001851
001852 01 WS-RPT-SETTLE-LINE.
001853     05 FILLER            PIC X(10) VALUE 'PAY DATE: '.
001854     05 SL-PAY-DATE       PIC X(08).
001855     05 FILLER            PIC X(18) VALUE '  SETTLEMENT DATE:'.
001856     05 FILLER            PIC X(01) VALUE SPACE.
001857     05 SL-SETTLE-DATE    PIC X(08).
001858     05 FILLER            PIC X(02) VALUE SPACES.
001859     05 SL-NOTE           PIC X(40).
001860     05 FILLER            PIC X(45) VALUE SPACES.
001865
001870 01 WS-RPT-EXC-LINE.
001880     05 FILLER            PIC X(12) VALUE 'BYPASSED -  '.
001890     05 EX-EMP-ID         PIC 9(06).
002250                THRU 6000-VERIFY-CONTROL-EXIT
002260        CLOSE NETFILE
002270     END-IF
002275     MOVE WS-CHECK-COUNT TO BT-COUNT
002276     MOVE WS-CHECK-TOTAL TO BT-TOTAL
002277     WRITE BYP-REC FROM WS-BYP-TRL-REC
002280     PERFORM 7000-WRITE-PAY-TRAILER
002290             THRU 7000-WRITE-PAY-TRAILER-EXIT
002300     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
002310     CLOSE BANKMSTR
002320           PAYFILE
002325           BYPFILE
002330           RPTFILE
002340     PERFORM 9500-WRITE-AUDIT-RECORD
002350             THRU 9500-WRITE-AUDIT-RECORD-EXIT
002830        MOVE WS-BANKMSTR-STATUS TO WS-ABEND-STATUS
002840        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002850     END-IF
002851     OPEN INPUT CALMSTR
002852     IF WS-CALMSTR-STATUS NOT = '00'
002853        MOVE 'CALMSTR' TO WS-ABEND-DDNAME
002854        MOVE WS-CALMSTR-STATUS TO WS-ABEND-STATUS
002855        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002856     END-IF
002860     OPEN OUTPUT PAYFILE
002870     IF NOT WS-PAYFILE-OK
002880        MOVE 'PAYDD' TO WS-ABEND-DDNAME
002890        MOVE WS-PAYFILE-STATUS TO WS-ABEND-STATUS
002900        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002910     END-IF
002912     OPEN OUTPUT BYPFILE
002914     IF NOT WS-BYPFILE-OK
002915        MOVE 'BYPDD' TO WS-ABEND-DDNAME
002916        MOVE WS-BYPFILE-STATUS TO WS-ABEND-STATUS
002917        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002918     END-IF
002920     OPEN OUTPUT RPTFILE
002930     IF NOT WS-RPTFILE-OK
002940        MOVE 'RPTDD' TO WS-ABEND-DDNAME
003070     WRITE RPT-LINE FROM WS-RPT-HDR-LINE
003080     MOVE SPACES TO RPT-LINE
003090     WRITE RPT-LINE
003091     PERFORM 1100-SET-SETTLE-DATE THRU 1100-SET-SETTLE-DATE-EXIT
003092     CLOSE CALMSTR
003093     WRITE RPT-LINE FROM WS-RPT-SETTLE-LINE
003094     MOVE SPACES TO RPT-LINE
003095     WRITE RPT-LINE
003100     MOVE WS-BUS-DATE TO PH-BUS-DATE
003101     WRITE PAY-REC FROM WS-PAY-HDR-REC
003102     .
003103 1000-INITIALIZE-EXIT.
003104     EXIT.
003105
003106 1100-SET-SETTLE-DATE.
003107*    THE BANK SETTLES ONLY ON A DAY IT IS OPEN, SO A PAY DATE ON
003108*    A BANK HOLIDAY OR WEEKEND SETTLES ON THE LAST OPEN DAY
003109*    BEFORE IT - EMPLOYEES ARE PAID EARLY, NEVER LATE.  A PAY
003110*    DATE NOT ON THE CALENDAR IS LEFT AS IT IS, WITH A WARNING.
003111     MOVE WS-BUS-DATE TO WS-PER-DATE
003112     MOVE WS-BUS-DATE TO SL-PAY-DATE
003113     MOVE ZERO        TO WS-BACK-COUNT
003114     MOVE 'N'         TO WS-SETTLE-SW
003115     MOVE SPACES      TO SL-NOTE
003116     PERFORM 1110-FIND-OPEN-DAY THRU 1110-FIND-OPEN-DAY-EXIT
003117             UNTIL WS-SETTLE-FOUND OR WS-SETTLE-UNKNOWN
003118     IF WS-SETTLE-UNKNOWN
003119        MOVE WS-BUS-DATE TO WS-PER-DATE
003120        MOVE 'NOT ON CALENDAR - PAY DATE USED' TO SL-NOTE
003121        DISPLAY 'DDEPOST - PAY DATE ' WS-BUS-DATE
003122                ' NOT ON THE CALENDAR - SETTLING AS GIVEN'
003123     ELSE
003124        IF WS-PER-DATE NOT = WS-BUS-DATE
003125           MOVE 'MOVED BACK - BANK CLOSED ON PAY DATE' TO SL-NOTE
003126           DISPLAY 'DDEPOST - BANK CLOSED ON ' WS-BUS-DATE
003127                   ' - SETTLING ' WS-PER-DATE
003128        END-IF
003129     END-IF
003130     MOVE WS-PER-DATE TO PH-SETTLE-DATE
003131     MOVE WS-PER-DATE TO SL-SETTLE-DATE
003132     .
003133 1100-SET-SETTLE-DATE-EXIT.
003134     EXIT.
003135
003136 1110-FIND-OPEN-DAY.
003137*    NO BANK IS SHUT FOR A MONTH - A LONGER WALK MEANS THE
003138*    CALENDAR IS WRONG, SO THE PAY DATE IS USED AS GIVEN.
003139     ADD 1 TO WS-BACK-COUNT
003140     MOVE WS-PER-DATE TO CL-DATE
003141     READ CALMSTR KEY IS CL-DATE
003142         INVALID KEY
003143             MOVE 'U' TO WS-SETTLE-SW
003144         NOT INVALID KEY
003145             IF CL-BANK-OPEN
003146                MOVE 'Y' TO WS-SETTLE-SW
003147             END-IF
003148     END-READ
003149     IF WS-SETTLE-FOUND OR WS-SETTLE-UNKNOWN
003150        GO TO 1110-FIND-OPEN-DAY-EXIT
003151     END-IF
003152     IF WS-BACK-COUNT > 31
003153        MOVE 'U' TO WS-SETTLE-SW
003154        GO TO 1110-FIND-OPEN-DAY-EXIT
003155     END-IF
003156     PERFORM 1120-BACK-ONE-DAY THRU 1120-BACK-ONE-DAY-EXIT
003157     .
003158 1110-FIND-OPEN-DAY-EXIT.
003159     EXIT.
003160
003161 1120-BACK-ONE-DAY.
003162     IF WS-PER-DD > 1
003163        SUBTRACT 1 FROM WS-PER-DD
003164        GO TO 1120-BACK-ONE-DAY-EXIT
003165     END-IF
003166     IF WS-PER-MM > 1
003167        SUBTRACT 1 FROM WS-PER-MM
003168     ELSE
003169        MOVE 12 TO WS-PER-MM
003170        SUBTRACT 1 FROM WS-PER-YYYY
003171     END-IF
003172     MOVE WS-MONTH-DAYS(WS-PER-MM) TO WS-PER-DD
003173     IF WS-PER-MM = 02
003174        DIVIDE WS-PER-YYYY BY 4
003175               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
003176        IF WS-LEAP-REM = ZERO
003177           MOVE 29 TO WS-PER-DD
003178        END-IF
003179     END-IF
003180     .
003181 1120-BACK-ONE-DAY-EXIT.
003182     EXIT.
003183
003184 2000-READ-NET.
003185     READ NETFILE
003186         AT END SET WS-EOF TO TRUE
003190         NOT AT END
003200             EVALUATE NET-REC-ID
003210                 WHEN 'NET '
003850     WRITE RPT-LINE FROM WS-RPT-EXC-LINE
003860     ADD 1 TO WS-BYPASS-COUNT
003870     ADD WS-NET-AMT TO WS-BYPASS-TOTAL
003871     IF WS-NET-AMT > ZERO
003872        MOVE ND-EMP-ID   TO BY-EMP-ID
003873        MOVE WS-NET-AMT  TO BY-AMOUNT
003874        MOVE WS-BUS-DATE TO BY-BUS-DATE
003875        MOVE EX-REASON   TO BY-REASON
003876        WRITE BYP-REC FROM WS-BYP-DTL-REC
003877        ADD 1 TO WS-CHECK-COUNT
003878        ADD WS-NET-AMT TO WS-CHECK-TOTAL
003879     END-IF
003880     .
003890 2200-BYPASS-ONE-EXIT.
003900     EXIT.
004700     DISPLAY 'DDEPOST - ITEMS PAID      : ' WS-PAID-COUNT
004710     DISPLAY 'DDEPOST - ITEMS BYPASSED  : ' WS-BYPASS-COUNT
004720     DISPLAY 'DDEPOST - PRENOTES WRITTEN: ' WS-PRENOTE-COUNT
004722     DISPLAY 'DDEPOST - ITEMS FOR CHECKS: ' WS-CHECK-COUNT
004725     DISPLAY 'DDEPOST - SETTLEMENT DATE : ' PH-SETTLE-DATE
004730     .
004740 8000-WRITE-SUMMARY-EXIT.
004750     EXIT.
