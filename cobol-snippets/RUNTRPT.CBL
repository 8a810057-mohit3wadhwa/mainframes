000210*        09/02/26   RWM   INITIAL VERSION - SORTPRO'S WINDOW HAS *
000220*                         BEEN CREEPING AND WE WERE ARGUING FROM *
000230*                         MEMORY.                                *
000231*        10/15/26   RWM   A STEP RUN UNDER A BUSINESS DATE THE   *
000232*                         CALENDAR MASTER (CALMSTR) SAYS IS NOT  *
000233*                         A BUSINESS DAY IS LISTED 'NON-BUS DAY' *
000234*                         AND KEPT OUT OF THE TRAILING AVERAGE.  *
000240******************************************************************
000250
000260 IDENTIFICATION DIVISION.
000380     ACCESS MODE IS SEQUENTIAL
000390     RECORD KEY IS RC-KEY
000400     FILE STATUS IS WS-RUNMSTR-STATUS.
000401
000402     SELECT CALMSTR  ASSIGN TO CALMSTR
000403     ORGANIZATION IS INDEXED
000404     ACCESS MODE IS RANDOM
000405     RECORD KEY IS CL-DATE
000406     FILE STATUS IS WS-CALMSTR-STATUS.
000410
000420     SELECT RPTFILE  ASSIGN TO RPTDD
000430     ORGANIZATION IS LINE SEQUENTIAL
000510 FILE SECTION.
000520 FD RUNMSTR.
000530     COPY RUNCREC.
000532
000534 FD CALMSTR.
000536     COPY CALREC.
000540
000550 FD RPTFILE.
000560 01 RPT-LINE              PIC X(132).
000680     88 WS-EOF           VALUE 'Y'.
000690 01 WS-READ-COUNT        PIC 9(05) VALUE ZEROES COMP.
000700 01 WS-LONG-COUNT        PIC 9(05) VALUE ZEROES COMP.
000701 01 WS-NONBUS-COUNT      PIC 9(05) VALUE ZEROES COMP.
000702 01 WS-CALMSTR-STATUS    PIC X(02) VALUE '00'.
000703*    RECORDS ARRIVE IN DATE ORDER, SO THE LAST CALENDAR ANSWER
000704*    IS KEPT AND ONLY A CHANGE OF DATE COSTS A READ.
000705 01 WS-LAST-CAL-DATE     PIC X(08) VALUE SPACES.
000706 01 WS-LAST-CAL-SW       PIC X(01) VALUE 'Y'.
000707     88 WS-LAST-BUS-DAY  VALUE 'Y'.
000710 01 WS-START-SECS        PIC 9(07) COMP VALUE ZERO.
000720 01 WS-END-SECS          PIC 9(07) COMP VALUE ZERO.
000730 01 WS-ELAPSED-SECS      PIC S9(07) COMP VALUE ZERO.
001320     PERFORM 2000-READ-RUN THRU 2000-READ-RUN-EXIT
001330             UNTIL WS-EOF
001340     CLOSE RUNMSTR
001345           CALMSTR
001350           RPTFILE
001360     PERFORM 9500-WRITE-AUDIT-RECORD
001370             THRU 9500-WRITE-AUDIT-RECORD-EXIT
001380     DISPLAY 'RUNTRPT - RECORDS READ : ' WS-READ-COUNT
001390     DISPLAY 'RUNTRPT - LONG RUNS    : ' WS-LONG-COUNT
001395     DISPLAY 'RUNTRPT - NON-BUS DAYS : ' WS-NONBUS-COUNT
001400     STOP RUN
001410     .
001420
001470        MOVE WS-RUNMSTR-STATUS TO WS-ABEND-STATUS
001480        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001490     END-IF
001491     OPEN INPUT CALMSTR
001492     IF WS-CALMSTR-STATUS NOT = '00'
001493        MOVE 'CALMSTR' TO WS-ABEND-DDNAME
001494        MOVE WS-CALMSTR-STATUS TO WS-ABEND-STATUS
001495        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001496     END-IF
001500     OPEN OUTPUT RPTFILE
001510     IF NOT WS-RPTFILE-OK
001520        MOVE 'RPTDD' TO WS-ABEND-DDNAME
002140        ADD 86400 TO WS-ELAPSED-SECS
002150     END-IF
002160     MOVE WS-ELAPSED-SECS TO DTL-ELAPSED
002161*    ONLY BUSINESS DAYS FEED THE AVERAGE - A HOLIDAY OR WEEKEND
002162*    RUN IS LISTED BUT NEITHER JUDGED NOR COUNTED.
002163     PERFORM 2250-CHECK-BUS-DAY THRU 2250-CHECK-BUS-DAY-EXIT
002164     IF NOT WS-LAST-BUS-DAY
002165        MOVE 'NON-BUS DAY' TO DTL-FLAG
002166        ADD 1 TO WS-NONBUS-COUNT
002167        WRITE RPT-LINE FROM WS-DTL-LINE
002168        GO TO 2100-JUDGE-ONE-EXIT
002169     END-IF
002170     PERFORM 2300-JUDGE-TRAILING THRU 2300-JUDGE-TRAILING-EXIT
002180     WRITE RPT-LINE FROM WS-DTL-LINE
002190     .
002350                             + WS-TIME-SS
002360     END-IF
002370     .
002371 2200-TIME-TO-SECS-EXIT.
002372     EXIT.
002373
002374 2250-CHECK-BUS-DAY.
002375*    A BUSINESS DATE BEFORE THE CALENDAR WAS BUILT COUNTS AS A
002376*    BUSINESS DAY, AS EVERY DATE DID BEFORE.
002377     IF RC-BUS-DATE = WS-LAST-CAL-DATE
002378        GO TO 2250-CHECK-BUS-DAY-EXIT
002379     END-IF
002380     MOVE RC-BUS-DATE TO WS-LAST-CAL-DATE
002381     MOVE 'Y' TO WS-LAST-CAL-SW
002382     MOVE RC-BUS-DATE TO CL-DATE
002383     READ CALMSTR KEY IS CL-DATE
002384         INVALID KEY
002385             CONTINUE
002386         NOT INVALID KEY
002387             MOVE CL-BUS-DAY-SW TO WS-LAST-CAL-SW
002388     END-READ
002389     .
002390 2250-CHECK-BUS-DAY-EXIT.
002395     EXIT.
002400
002410 2300-JUDGE-TRAILING.
002420     SET TX TO 1
