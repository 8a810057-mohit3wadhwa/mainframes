000185*                                  CLOCK DATE.  A BLANK DATE     *
000186*                                  FALLS BACK TO TODAY FOR AD    *
000187*                                  HOC USE ONLY.                 *
000188*                                  THE BUSINESS DATE MUST BE A   *
000189*                                  BUSINESS DAY ON THE CALENDAR  *
000190*                                  MASTER (CALMSTR) OR THE CARD  *
000191*                                  IS REFUSED WITH CC 16, AND    *
000192*                                  CHECK ENDS CC 2 - THE STEP    *
000193*                                  STILL RUNS - WHEN THE STEP    *
000194*                                  NEVER COMPLETED FOR THE       *
000195*                                  PREVIOUS BUSINESS DAY.        *
000196*                                  TWO FURTHER MODES:            *
000197*                                    LINE  STEPNNNN DATE ... JOB *
000198*                                      - RECORDS THE DATA SET    *
000199*                                        LINEAGE ONLY (BELOW),   *
000200*                                        FOR JOBS WITH NO RUN-   *
000201*                                        CONTROL BRACKETS;       *
000202*                                    RESET STEPNNNN DATE         *
000203*                                      - DELETES THE STEP'S RUN- *
000204*                                        CONTROL RECORD SO THE   *
000205*                                        NEXT SUBMISSION RUNS IT *
000206*                                        AGAIN - ONE CARD PER    *
000207*                                        STEP, AS MANY AS NEEDED *
000208*                                        (LINRPT PUNCHES THEM).  *
000209*                                  LINEAGE: MARK AND LINE READ   *
000210*                                  THE STEP'S LINCTL CARDS - ONE *
000211*                                  PER DATA SET THE STEP READ    *
000212*                                  (R), WROTE (W) OR UPDATED IN  *
000213*                                  PLACE (U), WITH ITS RELATIVE  *
000214*                                  GENERATION - COUNT THE        *
000215*                                  RECORDS OF EACH ONE WHOSE     *
000216*                                  CARD NAMES A COUNTING DD      *
000217*                                  (LIN01-LIN15), AND FILE THEM  *
000218*                                  ON THE LINEAGE MASTER         *
000219*                                  (LINMSTR) UNDER THE BUSINESS  *
000220*                                  DATE, THE JOB NAME FROM THE   *
000221*                                  CARD (COLS 46-53) AND THE     *
000222*                                  STEP, REPLACING WHAT AN       *
000223*                                  EARLIER RUN OF THE STEP       *
000224*                                  FILED.  A MARK FOR A STEP     *
000225*                                  THAT WAS ALREADY COMPLETE     *
000226*                                  (SKIPPED ON A RERUN) KEEPS    *
000227*                                  THE ORIGINAL LINEAGE.         *
000228*                                  RUN-CONTROL PLUMBING RUNS A   *
000229*                                  DOZEN TIMES PER JOB, SO IT    *
000230*                                  DOES NOT APPEND TO THE COMMON *
000231*                                  AUDIT LOG - THAT WOULD DROWN  *
000232*                                  THE OPERATIONS PAGE.          *
000240*        CREDITS                 : DATA PROCESSING               *
000250******************************************************************
000260*        MODIFICATION HISTORY                                    *
000316*                         IS GOING TO RUN, AND MARK'S UPD STAMP  *
000318*                         CLOSES THE WINDOW - RUNTRPT REPORTS    *
000319*                         PER-STEP ELAPSED TIME BY DATE.         *
000320*        10/15/26   RWM   REFUSES A BUSINESS DATE THAT IS NOT A  *
000321*                         BUSINESS DAY ON THE NEW CALENDAR       *
000322*                         MASTER (CALMSTR), AND CHECK WARNS (CC  *
000323*                         2) WHEN THE STEP NEVER COMPLETED FOR   *
000324*                         THE PREVIOUS BUSINESS DAY - A HOLIDAY  *
000325*                         RUN OR A SKIPPED DAY USED TO GO        *
000326*                         UNNOTICED.                             *
000327*        10/15/26   RWM   MARK NOW FILES THE STEP'S DATA SET     *
000328*                         LINEAGE (LINCTL CARDS, RECORD COUNTS   *
000329*                         FROM THE LIN01-LIN15 DDS) ON THE NEW   *
000330*                         LINMSTR UNDER THE BUSINESS DATE, JOB   *
000331*                         AND STEP; NEW LINE MODE DOES THE SAME  *
000332*                         FOR THE PAYROLL JOBS, AND NEW RESET    *
000333*                         MODE CLEARS THE STEPS LINRPT SAYS MUST *
000334*                         RERUN - NOBODY COULD SAY WHAT A BAD    *
000335*                         GENERATION HAD FED.                    *
000336******************************************************************
000337
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. RUNCTRL.
000360 AUTHOR. R MEHTA.
000430 FILE-CONTROL.
000440     SELECT RUNCTL  ASSIGN TO RUNCTL
000450     ORGANIZATION IS LINE SEQUENTIAL
000451     FILE STATUS IS WS-RUNCTL-STATUS.
000452
000453     SELECT RUNMSTR ASSIGN TO RUNMSTR
000454     ORGANIZATION IS INDEXED
000455     ACCESS MODE IS DYNAMIC
000456     RECORD KEY IS RC-KEY
000457     FILE STATUS IS WS-RUNMSTR-STATUS.
000458
000459     SELECT CALMSTR ASSIGN TO CALMSTR
000460     ORGANIZATION IS INDEXED
000461     ACCESS MODE IS RANDOM
000462     RECORD KEY IS CL-DATE
000463     FILE STATUS IS WS-CALMSTR-STATUS.
000464
000465     SELECT LINCTL  ASSIGN TO LINCTL
000466     ORGANIZATION IS LINE SEQUENTIAL
000467     FILE STATUS IS WS-LINCTL-STATUS.
000468
000469     SELECT LINMSTR ASSIGN TO LINMSTR
000470     ORGANIZATION IS INDEXED
000471     ACCESS MODE IS DYNAMIC
000472     RECORD KEY IS LN-KEY
000473     FILE STATUS IS WS-LINMSTR-STATUS.
000474
000475*    THE COUNTING DDS - A LINCTL CARD NAMES ONE TO HAVE ITS DATA
000476*    SET'S RECORDS COUNTED.  ALL SHARE ONE STATUS FIELD.
000477     SELECT LIN01   ASSIGN TO LIN01
000478     ORGANIZATION IS LINE SEQUENTIAL
000479     FILE STATUS IS WS-LIN-STATUS.
000480     SELECT LIN02   ASSIGN TO LIN02
000481     ORGANIZATION IS LINE SEQUENTIAL
000482     FILE STATUS IS WS-LIN-STATUS.
000483     SELECT LIN03   ASSIGN TO LIN03
000484     ORGANIZATION IS LINE SEQUENTIAL
000485     FILE STATUS IS WS-LIN-STATUS.
000486     SELECT LIN04   ASSIGN TO LIN04
000487     ORGANIZATION IS LINE SEQUENTIAL
000488     FILE STATUS IS WS-LIN-STATUS.
000489     SELECT LIN05   ASSIGN TO LIN05
000490     ORGANIZATION IS LINE SEQUENTIAL
000491     FILE STATUS IS WS-LIN-STATUS.
000492     SELECT LIN06   ASSIGN TO LIN06
000493     ORGANIZATION IS LINE SEQUENTIAL
000494     FILE STATUS IS WS-LIN-STATUS.
000495     SELECT LIN07   ASSIGN TO LIN07
000496     ORGANIZATION IS LINE SEQUENTIAL
000497     FILE STATUS IS WS-LIN-STATUS.
000498     SELECT LIN08   ASSIGN TO LIN08
000499     ORGANIZATION IS LINE SEQUENTIAL
000500     FILE STATUS IS WS-LIN-STATUS.
000501     SELECT LIN09   ASSIGN TO LIN09
000502     ORGANIZATION IS LINE SEQUENTIAL
000503     FILE STATUS IS WS-LIN-STATUS.
000504     SELECT LIN10   ASSIGN TO LIN10
000505     ORGANIZATION IS LINE SEQUENTIAL
000506     FILE STATUS IS WS-LIN-STATUS.
000507     SELECT LIN11   ASSIGN TO LIN11
000508     ORGANIZATION IS LINE SEQUENTIAL
000509     FILE STATUS IS WS-LIN-STATUS.
000510     SELECT LIN12   ASSIGN TO LIN12
000511     ORGANIZATION IS LINE SEQUENTIAL
000512     FILE STATUS IS WS-LIN-STATUS.
000513     SELECT LIN13   ASSIGN TO LIN13
000514     ORGANIZATION IS LINE SEQUENTIAL
000515     FILE STATUS IS WS-LIN-STATUS.
000516     SELECT LIN14   ASSIGN TO LIN14
000517     ORGANIZATION IS LINE SEQUENTIAL
000518     FILE STATUS IS WS-LIN-STATUS.
000519     SELECT LIN15   ASSIGN TO LIN15
000520     ORGANIZATION IS LINE SEQUENTIAL
000525     FILE STATUS IS WS-LIN-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000580     05 CT-MODE           PIC X(05).
000590         88 CT-CHECK      VALUE 'CHECK'.
000600         88 CT-MARK       VALUE 'MARK '.
000603         88 CT-LINE       VALUE 'LINE '.
000606         88 CT-RESET      VALUE 'RESET'.
000610     05 FILLER            PIC X(01).
000620     05 CT-STEP-NAME      PIC X(08).
000630     05 FILLER            PIC X(01).
000631     05 CT-BUS-DATE       PIC X(08).
000632     05 FILLER            PIC X(01).
000633     05 CT-GEN-NOTE       PIC X(20).
000634     05 FILLER            PIC X(01).
000635     05 CT-JOB-NAME       PIC X(08).
000636     05 FILLER            PIC X(27).
000637
000638 FD RUNMSTR.
000639     COPY RUNCREC.
000640
000641 FD CALMSTR.
000642     COPY CALREC.
000643
000644 FD LINCTL.
000645 01 LC-CARD-REC.
000646     05 LC-IO             PIC X(01).
000647         88 LC-IO-OK      VALUE 'R' 'W' 'U'.
000648     05 FILLER            PIC X(01).
000649     05 LC-DDNAME.
000650         10 LC-DD-PREFIX  PIC X(03).
000651         10 LC-DD-SLOT    PIC X(02).
000652         10 LC-DD-SLOT-N REDEFINES LC-DD-SLOT
000653                          PIC 9(02).
000654     05 FILLER            PIC X(01).
000655     05 LC-DSN            PIC X(44).
000656     05 FILLER            PIC X(01).
000657     05 LC-GEN            PIC X(05).
000658     05 FILLER            PIC X(22).
000659
000660 FD LINMSTR.
000661     COPY LINREC.
000662
000663 FD LIN01.
000664 01 LIN01-REC           PIC X(250).
000665
000666 FD LIN02.
000667 01 LIN02-REC           PIC X(250).
000668
000669 FD LIN03.
000670 01 LIN03-REC           PIC X(250).
000671
000672 FD LIN04.
000673 01 LIN04-REC           PIC X(250).
000674
000675 FD LIN05.
000676 01 LIN05-REC           PIC X(250).
000677
000678 FD LIN06.
000679 01 LIN06-REC           PIC X(250).
000680
000681 FD LIN07.
000682 01 LIN07-REC           PIC X(250).
000683
000684 FD LIN08.
000685 01 LIN08-REC           PIC X(250).
000686
000687 FD LIN09.
000688 01 LIN09-REC           PIC X(250).
000689
000690 FD LIN10.
000691 01 LIN10-REC           PIC X(250).
000692
000693 FD LIN11.
000694 01 LIN11-REC           PIC X(250).
000695
000696 FD LIN12.
000697 01 LIN12-REC           PIC X(250).
000698
000699 FD LIN13.
000700 01 LIN13-REC           PIC X(250).
000701
000702 FD LIN14.
000703 01 LIN14-REC           PIC X(250).
000704
000705 FD LIN15.
000706 01 LIN15-REC           PIC X(250).
000710
000720 WORKING-STORAGE SECTION.
000730 01 WS-RUNCTL-STATUS     PIC X(02) VALUE '00'.
000820 01 WS-RUN-TIME.
000830     05 WS-RUN-HH        PIC 9(02).
000840     05 WS-RUN-MN        PIC 9(02).
000841     05 WS-RUN-SS        PIC 9(02).
000842     05 FILLER           PIC 9(02).
000843 01 WS-UPD-TIME          PIC X(08) VALUE SPACES.
000844 01 WS-RUN-DATE-EDIT     PIC X(08) VALUE SPACES.
000845 01 WS-CALMSTR-STATUS    PIC X(02) VALUE '00'.
000846 01 WS-PRIOR-SW          PIC X(01) VALUE SPACE.
000847     88 WS-PRIOR-FOUND   VALUE 'F'.
000848     88 WS-PRIOR-UNKNOWN VALUE 'U'.
000849 01 WS-BACK-COUNT        PIC 9(03) VALUE ZEROES COMP.
000850*    HOLDS THE CURRENT STEP'S RECORD (SAME LENGTH AS RC-RUN-REC)
000851*    WHILE THE PREVIOUS BUSINESS DAY'S RECORD IS READ.
000852 01 WS-RC-SAVE           PIC X(69) VALUE SPACES.
000853*    THE PREVIOUS BUSINESS DAY IS FOUND BY STEPPING BACK ONE DAY
000854*    AT A TIME - THE SAME WALK AS CHKRECN'S 1200-BACK-ONE-DAY -
000855*    UNTIL THE CALENDAR SAYS BUSINESS DAY.
000856 01 WS-PER-DATE.
000857     05 WS-PER-YYYY      PIC 9(04).
000858     05 WS-PER-MM        PIC 9(02).
000859     05 WS-PER-DD        PIC 9(02).
000860 01 WS-MONTH-DAYS-DATA.
000861     05 FILLER PIC X(24) VALUE '312831303130313130313031'.
000862 01 FILLER REDEFINES WS-MONTH-DAYS-DATA.
000863     05 WS-MONTH-DAYS    PIC 9(02) OCCURS 12 TIMES.
000864 01 WS-LEAP-REM          PIC 9(04) VALUE ZEROES COMP.
000865 01 WS-LEAP-QUOT         PIC 9(04) VALUE ZEROES COMP.
000866 01 WS-LINCTL-STATUS     PIC X(02) VALUE '00'.
000867 01 WS-LINMSTR-STATUS    PIC X(02) VALUE '00'.
000868 01 WS-LIN-STATUS        PIC X(02) VALUE '00'.
000869 01 WS-RUNCTL-EOF-SW     PIC X(01) VALUE 'N'.
000870     88 WS-RUNCTL-EOF    VALUE 'Y'.
000871 01 WS-LINCTL-EOF-SW     PIC X(01) VALUE 'N'.
000872     88 WS-LINCTL-EOF    VALUE 'Y'.
000873 01 WS-CLEAR-DONE-SW     PIC X(01) VALUE 'N'.
000874     88 WS-CLEAR-DONE    VALUE 'Y'.
000875 01 WS-LINEAGE-SW        PIC X(01) VALUE 'Y'.
000876     88 WS-RECORD-LINEAGE VALUE 'Y'.
000877 01 WS-MSTR-OPEN-SW      PIC X(01) VALUE 'N'.
000878     88 WS-MSTR-OPEN     VALUE 'Y'.
000879 01 WS-LIN-SEQ           PIC 9(02) VALUE ZEROES.
000880 01 WS-LIN-CLEARED       PIC 9(02) VALUE ZEROES.
000881 01 WS-LIN-SLOT          PIC 9(02) VALUE ZEROES.
000882 01 WS-LIN-RECS          PIC 9(09) VALUE ZEROES COMP.
000883 01 WS-LIN-DATE          PIC X(08) VALUE SPACES.
000884 01 WS-RESET-COUNT       PIC 9(03) VALUE ZEROES.
000885
000890 PROCEDURE DIVISION.
000900 0000-MAINLINE.
000910     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
000911*    LINE MODE SERVES JOBS OUTSIDE THE RUN-CONTROL CHAIN AND
000912*    NEITHER READS NOR WRITES THE RUN-CONTROL MASTER.
000913     IF NOT CT-LINE
000914        PERFORM 1100-CHECK-BUS-DAY THRU 1100-CHECK-BUS-DAY-EXIT
000915     END-IF
000920     EVALUATE TRUE
000930         WHEN CT-CHECK
000940             PERFORM 2000-CHECK-STEP THRU 2000-CHECK-STEP-EXIT
000950         WHEN CT-MARK
000960             PERFORM 3000-MARK-STEP THRU 3000-MARK-STEP-EXIT
000961         WHEN CT-LINE
000962             PERFORM 5000-RECORD-LINEAGE
000963                     THRU 5000-RECORD-LINEAGE-EXIT
000964         WHEN CT-RESET
000965             PERFORM 4000-RESET-STEP THRU 4000-RESET-STEP-EXIT
000966                     UNTIL WS-RUNCTL-EOF
000967             DISPLAY 'RUNCTRL - STEPS RESET: ' WS-RESET-COUNT
000970         WHEN OTHER
000980             DISPLAY 'RUNCTRL - UNRECOGNIZED MODE: ' CT-MODE
000990             MOVE 16 TO RETURN-CODE
001000     END-EVALUATE
001002     CLOSE RUNCTL
001004     IF WS-MSTR-OPEN
001006        CLOSE RUNMSTR
001008              CALMSTR
001010     END-IF
001020     STOP RUN
001030     .
001040
001160             MOVE '  ' TO WS-ABEND-STATUS
001170             PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001180     END-READ
001185     IF CT-LINE
001190        GO TO 1000-INITIALIZE-DATES
001195     END-IF
001200*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
001210*    OPEN - THE NORMAL CASE THE VERY FIRST TIME THE JOB RUNS.
001220     OPEN I-O RUNMSTR
001260        MOVE WS-RUNMSTR-STATUS TO WS-ABEND-STATUS
001270        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001280     END-IF
001281     OPEN INPUT CALMSTR
001282     IF WS-CALMSTR-STATUS NOT = '00'
001283        MOVE 'CALMSTR' TO WS-ABEND-DDNAME
001284        MOVE WS-CALMSTR-STATUS TO WS-ABEND-STATUS
001285        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001286     END-IF
001287     SET WS-MSTR-OPEN TO TRUE
001288     .
001289 1000-INITIALIZE-DATES.
001290     ACCEPT WS-RUN-DATE FROM DATE
001300     ACCEPT WS-RUN-TIME FROM TIME
001310     STRING WS-RUN-HH DELIMITED SIZE
001390     ELSE
001400        MOVE CT-BUS-DATE TO WS-BUS-DATE
001410     END-IF
001411     .
001412 1000-INITIALIZE-EXIT.
001413     EXIT.
001414
001415 1100-CHECK-BUS-DAY.
001416*    THE CALENDAR IS THE BACKSTOP ON THE BUSDATE SYMBOLIC - A
001417*    WEEKEND, A HOLIDAY, OR A YEAR NOBODY BUILT STOPS THE CHAIN
001418*    AT ITS FIRST BRACKET WITH CC 16 INSTEAD OF RUNNING A DAY
001419*    THE SHOP WAS CLOSED.
001420     MOVE WS-BUS-DATE TO CL-DATE
001421     READ CALMSTR KEY IS CL-DATE
001422         INVALID KEY
001423             DISPLAY 'RUNCTRL - ' WS-BUS-DATE
001424                     ' IS NOT ON THE BUSINESS CALENDAR - BUILD'
001425                     ' THE YEAR WITH CALMAINT'
001426             PERFORM 1190-REFUSE-DATE THRU 1190-REFUSE-DATE-EXIT
001427     END-READ
001428     IF NOT CL-BUSINESS-DAY
001429        DISPLAY 'RUNCTRL - ' WS-BUS-DATE
001430                ' IS NOT A BUSINESS DAY ('
001431                CL-DESC ') - CHECK BUSDATE'
001432        PERFORM 1190-REFUSE-DATE THRU 1190-REFUSE-DATE-EXIT
001433     END-IF
001434     .
001435 1100-CHECK-BUS-DAY-EXIT.
001436     EXIT.
001437
001438 1190-REFUSE-DATE.
001439     MOVE 16 TO RETURN-CODE
001440     CLOSE RUNCTL
001441           RUNMSTR
001442           CALMSTR
001443     STOP RUN
001444     .
001445 1190-REFUSE-DATE-EXIT.
001446     EXIT.
001450
001460 2000-CHECK-STEP.
001470*    CC 4 TELLS THE FOLLOWING EXEC'S COND TO BYPASS THE STEP -
001540         INVALID KEY
001550             DISPLAY 'RUNCTRL - ' CT-STEP-NAME ' FOR '
001560                     WS-BUS-DATE ' NOT YET RUN - STEP WILL RUN'
001561             PERFORM 2300-CHECK-PRIOR-DAY
001562                     THRU 2300-CHECK-PRIOR-DAY-EXIT
001563             PERFORM 2100-WRITE-START
001564                     THRU 2100-WRITE-START-EXIT
001570         NOT INVALID KEY
001580             IF RC-COMPLETE
001650             ELSE
001660                DISPLAY 'RUNCTRL - ' CT-STEP-NAME ' FOR '
001670                        WS-BUS-DATE ' INCOMPLETE - STEP WILL RUN'
001671                PERFORM 2300-CHECK-PRIOR-DAY
001672                        THRU 2300-CHECK-PRIOR-DAY-EXIT
001673                PERFORM 2200-RESTAMP-START
001674                        THRU 2200-RESTAMP-START-EXIT
001680             END-IF
001690     END-READ
001746 2200-RESTAMP-START-EXIT.
001747     EXIT.
001748
001749 2300-CHECK-PRIOR-DAY.
001750*    A STEP ABOUT TO RUN LOOKS BACK ONE BUSINESS DAY - IF IT
001751*    NEVER RAN OR NEVER COMPLETED THEN, A DAY WAS SKIPPED OR
001752*    LEFT HALF DONE.  CC 2 STILL LETS THE STEP RUN (THE EXEC
001753*    ONLY SKIPS ON CC 4) BUT PUTS THE WARNING IN THE STEP
001754*    SUMMARY WHERE THE OPERATOR SEES IT.
001755     MOVE RC-RUN-REC  TO WS-RC-SAVE
001756     MOVE WS-BUS-DATE TO WS-PER-DATE
001757     MOVE ZERO        TO WS-BACK-COUNT
001758     MOVE SPACE       TO WS-PRIOR-SW
001759     PERFORM 2310-FIND-PRIOR-DAY THRU 2310-FIND-PRIOR-DAY-EXIT
001760             UNTIL WS-PRIOR-FOUND OR WS-PRIOR-UNKNOWN
001761     IF WS-PRIOR-UNKNOWN
001762        DISPLAY 'RUNCTRL - PREVIOUS BUSINESS DAY BEFORE '
001763                WS-BUS-DATE ' NOT ON THE CALENDAR - NOT CHECKED'
001764        GO TO 2300-CHECK-PRIOR-DAY-RESTORE
001765     END-IF
001766     MOVE WS-PER-DATE  TO RC-BUS-DATE
001767     MOVE CT-STEP-NAME TO RC-STEP-NAME
001768     READ RUNMSTR KEY IS RC-KEY
001769         INVALID KEY
001770             DISPLAY 'RUNCTRL - WARNING - ' CT-STEP-NAME
001771                     ' NEVER RAN FOR THE PREVIOUS BUSINESS DAY '
001772                     WS-PER-DATE
001773             MOVE 2 TO RETURN-CODE
001774         NOT INVALID KEY
001775             IF NOT RC-COMPLETE
001776                DISPLAY 'RUNCTRL - WARNING - ' CT-STEP-NAME
001777                        ' NEVER COMPLETED FOR THE PREVIOUS'
001778                        ' BUSINESS DAY ' WS-PER-DATE
001779                MOVE 2 TO RETURN-CODE
001780             END-IF
001781     END-READ
001782     .
001783 2300-CHECK-PRIOR-DAY-RESTORE.
001784     MOVE WS-RC-SAVE TO RC-RUN-REC
001785     .
001786 2300-CHECK-PRIOR-DAY-EXIT.
001787     EXIT.
001788
001789 2310-FIND-PRIOR-DAY.
001790*    A MONTH WITH NO BUSINESS DAY IN IT MEANS THE CALENDAR IS
001791*    WRONG, NOT THAT THE SHOP WAS SHUT - STOP LOOKING.
001792     PERFORM 2320-BACK-ONE-DAY THRU 2320-BACK-ONE-DAY-EXIT
001793     ADD 1 TO WS-BACK-COUNT
001794     MOVE WS-PER-DATE TO CL-DATE
001795     READ CALMSTR KEY IS CL-DATE
001796         INVALID KEY
001797             SET WS-PRIOR-UNKNOWN TO TRUE
001798         NOT INVALID KEY
001799             IF CL-BUSINESS-DAY
001800                SET WS-PRIOR-FOUND TO TRUE
001801             END-IF
001802     END-READ
001803     IF WS-BACK-COUNT > 31 AND NOT WS-PRIOR-FOUND
001804        SET WS-PRIOR-UNKNOWN TO TRUE
001805     END-IF
001806     .
001807 2310-FIND-PRIOR-DAY-EXIT.
001808     EXIT.
001809
001810 2320-BACK-ONE-DAY.
001811     IF WS-PER-DD > 1
001812        SUBTRACT 1 FROM WS-PER-DD
001813        GO TO 2320-BACK-ONE-DAY-EXIT
001814     END-IF
001815     IF WS-PER-MM > 1
001816        SUBTRACT 1 FROM WS-PER-MM
001817     ELSE
001818        MOVE 12 TO WS-PER-MM
001819        SUBTRACT 1 FROM WS-PER-YYYY
001820     END-IF
001821     MOVE WS-MONTH-DAYS(WS-PER-MM) TO WS-PER-DD
001822     IF WS-PER-MM = 02
001823        DIVIDE WS-PER-YYYY BY 4
001824               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
001825        IF WS-LEAP-REM = ZERO
001826           MOVE 29 TO WS-PER-DD
001827        END-IF
001828     END-IF
001829     .
001830 2320-BACK-ONE-DAY-EXIT.
001831     EXIT.
001832
001833 3000-MARK-STEP.
001834*    A STEP THAT WAS ALREADY COMPLETE WAS SKIPPED BY ITS CHECK -
001835*    THE LINEAGE FILED BY THE RUN THAT DID IT STANDS.
001836     MOVE 'Y' TO WS-LINEAGE-SW
001837     MOVE WS-BUS-DATE   TO RC-BUS-DATE
001838     MOVE CT-STEP-NAME  TO RC-STEP-NAME
001839     READ RUNMSTR KEY IS RC-KEY
001840         INVALID KEY
001841             SET RC-COMPLETE TO TRUE
001842             MOVE CT-GEN-NOTE TO RC-GEN-NOTE
001843             MOVE WS-BUS-DATE TO RC-BUS-DATE
001844             MOVE CT-STEP-NAME TO RC-STEP-NAME
001845             STRING WS-RUN-MM DELIMITED SIZE
001846                    '/'       DELIMITED SIZE
001850                    WS-RUN-DD DELIMITED SIZE
001860                    '/'       DELIMITED SIZE
001870                    WS-RUN-YY DELIMITED SIZE
001910             DISPLAY 'RUNCTRL - ' CT-STEP-NAME ' FOR '
001920                     WS-BUS-DATE ' MARKED COMPLETE'
001930         NOT INVALID KEY
001932             IF RC-COMPLETE
001934                MOVE 'N' TO WS-LINEAGE-SW
001936             END-IF
001940             SET RC-COMPLETE TO TRUE
001950             MOVE CT-GEN-NOTE TO RC-GEN-NOTE
001960             STRING WS-RUN-MM DELIMITED SIZE
002040             DISPLAY 'RUNCTRL - ' CT-STEP-NAME ' FOR '
002050                     WS-BUS-DATE ' RE-MARKED COMPLETE'
002060     END-READ
002061     IF WS-RECORD-LINEAGE
002062        PERFORM 5000-RECORD-LINEAGE THRU 5000-RECORD-LINEAGE-EXIT
002063     ELSE
002064        DISPLAY 'RUNCTRL - ' CT-STEP-NAME ' WAS ALREADY'
002065                ' COMPLETE - ITS RECORDED LINEAGE IS KEPT'
002066     END-IF
002070     .
002080 3000-MARK-STEP-EXIT.
002090     EXIT.
002100
002101 4000-RESET-STEP.
002102*    ONE RESET CARD PER STEP.  DELETING THE RUN-CONTROL RECORD IS
002103*    ALL A RERUN NEEDS - THE STEP'S CHECK THEN FINDS NOTHING AND
002104*    LETS IT RUN, AND ITS MARK FILES FRESH LINEAGE.  A CARD WITH
002105*    NO DATE TAKES THE DATE OF THE ONE BEFORE IT.
002106     IF NOT CT-RESET
002107        DISPLAY 'RUNCTRL - ONLY RESET CARDS MAY FOLLOW A RESET'
002108                ' CARD: ' CT-MODE ' ' CT-STEP-NAME
002109        MOVE 16 TO RETURN-CODE
002110        SET WS-RUNCTL-EOF TO TRUE
002120        GO TO 4000-RESET-STEP-EXIT
002130     END-IF
002140     IF CT-BUS-DATE NOT = SPACES
002150        MOVE CT-BUS-DATE TO WS-BUS-DATE
002160     END-IF
002170     MOVE WS-BUS-DATE   TO RC-BUS-DATE
002180     MOVE CT-STEP-NAME  TO RC-STEP-NAME
002190     READ RUNMSTR KEY IS RC-KEY
002200         INVALID KEY
002210             DISPLAY 'RUNCTRL - ' CT-STEP-NAME ' FOR '
002220                     WS-BUS-DATE ' HAS NO RUN-CONTROL RECORD -'
002230                     ' NOTHING TO RESET'
002240         NOT INVALID KEY
002250             DISPLAY 'RUNCTRL - ' CT-STEP-NAME ' FOR '
002260                     WS-BUS-DATE ' RESET (WAS STATUS ' RC-STATUS
002270                     ', OUTPUTS ' RC-GEN-NOTE ')'
002280             DELETE RUNMSTR RECORD
002290             ADD 1 TO WS-RESET-COUNT
002300     END-READ
002310     READ RUNCTL
002320         AT END SET WS-RUNCTL-EOF TO TRUE
002330     END-READ
002340     .
002350 4000-RESET-STEP-EXIT.
002360     EXIT.
002370
002380 5000-RECORD-LINEAGE.
002390*    FILES ONE LINMSTR ROW PER LINCTL CARD UNDER THE BUSINESS
002400*    DATE, JOB AND STEP.  A STEP RUN AGAIN REPLACES ITS ROWS, SO
002410*    THE MANIFEST ALWAYS SHOWS WHAT THE LAST RUN OF THE STEP USED.
002420*    A MIS-KEYED CARD OR A COUNTING DD THAT WILL NOT OPEN ENDS THE
002430*    STEP CC 2 - THE LINEAGE IS INCOMPLETE, THE CHAIN GOES ON.
002440     IF CT-JOB-NAME = SPACES
002450        DISPLAY 'RUNCTRL - NO JOB NAME IN COLS 46-53 - LINEAGE'
002460                ' NOT RECORDED FOR ' CT-STEP-NAME
002470        MOVE 2 TO RETURN-CODE
002480        GO TO 5000-RECORD-LINEAGE-EXIT
002490     END-IF
002500     OPEN INPUT LINCTL
002510     IF WS-LINCTL-STATUS NOT = '00'
002520        DISPLAY 'RUNCTRL - NO LINCTL CARDS - LINEAGE NOT RECORDED'
002530                ' FOR ' CT-JOB-NAME ' ' CT-STEP-NAME
002540        GO TO 5000-RECORD-LINEAGE-EXIT
002550     END-IF
002560     OPEN I-O LINMSTR
002570     IF WS-LINMSTR-STATUS NOT = '00' AND
002580        WS-LINMSTR-STATUS NOT = '05'
002590        MOVE 'LINMSTR' TO WS-ABEND-DDNAME
002600        MOVE WS-LINMSTR-STATUS TO WS-ABEND-STATUS
002610        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002620     END-IF
002630     ACCEPT WS-LIN-DATE FROM DATE YYYYMMDD
002640     PERFORM 5100-CLEAR-OLD-ROWS THRU 5100-CLEAR-OLD-ROWS-EXIT
002650     MOVE ZERO TO WS-LIN-SEQ
002660     PERFORM 5200-RECORD-ONE-DSN THRU 5200-RECORD-ONE-DSN-EXIT
002670             UNTIL WS-LINCTL-EOF
002680     CLOSE LINCTL
002690           LINMSTR
002700     DISPLAY 'RUNCTRL - ' CT-JOB-NAME ' ' CT-STEP-NAME ' FOR '
002710             WS-BUS-DATE ' - DATA SETS RECORDED: ' WS-LIN-SEQ
002720             ', EARLIER ROWS REPLACED: ' WS-LIN-CLEARED
002730     .
002740 5000-RECORD-LINEAGE-EXIT.
002750     EXIT.
002760
002770 5100-CLEAR-OLD-ROWS.
002780     MOVE WS-BUS-DATE  TO LN-BUS-DATE
002790     MOVE CT-JOB-NAME  TO LN-JOB-NAME
002800     MOVE CT-STEP-NAME TO LN-STEP-NAME
002810     MOVE ZERO         TO LN-SEQ
002820     MOVE ZERO         TO WS-LIN-CLEARED
002830     START LINMSTR KEY IS NOT LESS THAN LN-KEY
002840         INVALID KEY
002850             GO TO 5100-CLEAR-OLD-ROWS-EXIT
002860     END-START
002870     MOVE 'N' TO WS-CLEAR-DONE-SW
002880     PERFORM 5110-CLEAR-ONE-ROW THRU 5110-CLEAR-ONE-ROW-EXIT
002890             UNTIL WS-CLEAR-DONE
002900     .
002910 5100-CLEAR-OLD-ROWS-EXIT.
002920     EXIT.
002930
002940 5110-CLEAR-ONE-ROW.
002950     READ LINMSTR NEXT RECORD
002960         AT END
002970             SET WS-CLEAR-DONE TO TRUE
002980             GO TO 5110-CLEAR-ONE-ROW-EXIT
002990     END-READ
003000     IF LN-BUS-DATE  NOT = WS-BUS-DATE  OR
003010        LN-JOB-NAME  NOT = CT-JOB-NAME  OR
003020        LN-STEP-NAME NOT = CT-STEP-NAME
003030        SET WS-CLEAR-DONE TO TRUE
003040        GO TO 5110-CLEAR-ONE-ROW-EXIT
003050     END-IF
003060     DELETE LINMSTR RECORD
003070     ADD 1 TO WS-LIN-CLEARED
003080     .
003090 5110-CLEAR-ONE-ROW-EXIT.
003100     EXIT.
003110
003120 5200-RECORD-ONE-DSN.
003130     READ LINCTL
003140         AT END
003150             SET WS-LINCTL-EOF TO TRUE
003160             GO TO 5200-RECORD-ONE-DSN-EXIT
003170     END-READ
003180     IF LC-CARD-REC = SPACES
003190        GO TO 5200-RECORD-ONE-DSN-EXIT
003200     END-IF
003210     IF NOT LC-IO-OK OR LC-DSN = SPACES
003220        DISPLAY 'RUNCTRL - LINCTL CARD IGNORED (COL 1 MUST BE'
003230                ' R, W OR U AND COLS 9-52 THE DATA SET): '
003240        DISPLAY 'RUNCTRL -   ' LC-CARD-REC
003250        MOVE 2 TO RETURN-CODE
003260        GO TO 5200-RECORD-ONE-DSN-EXIT
003270     END-IF
003280     IF WS-LIN-SEQ = 99
003290        DISPLAY 'RUNCTRL - MORE THAN 99 LINCTL CARDS - NOT'
003300                ' RECORDED: ' LC-DSN
003310        MOVE 2 TO RETURN-CODE
003320        GO TO 5200-RECORD-ONE-DSN-EXIT
003330     END-IF
003340     ADD 1 TO WS-LIN-SEQ
003350     MOVE SPACES       TO LN-LINE-REC
003360     MOVE WS-BUS-DATE  TO LN-BUS-DATE
003370     MOVE CT-JOB-NAME  TO LN-JOB-NAME
003380     MOVE CT-STEP-NAME TO LN-STEP-NAME
003390     MOVE WS-LIN-SEQ   TO LN-SEQ
003400     MOVE LC-IO        TO LN-IO
003410     MOVE LC-DSN       TO LN-DSN
003420     MOVE LC-GEN       TO LN-GEN
003430     MOVE 'N'          TO LN-COUNT-SW
003440     MOVE ZERO         TO LN-REC-COUNT
003450     MOVE WS-LIN-DATE  TO LN-REC-DATE
003460     MOVE WS-RUN-TIME(1:6) TO LN-REC-TIME
003470     IF CT-MARK
003480        MOVE 'Y' TO LN-BRACKET-SW
003490     ELSE
003500        MOVE 'N' TO LN-BRACKET-SW
003510     END-IF
003520     IF LC-DDNAME NOT = SPACES
003530        PERFORM 5300-COUNT-RECORDS THRU 5300-COUNT-RECORDS-EXIT
003540     END-IF
003550     WRITE LN-LINE-REC
003560         INVALID KEY
003570             DISPLAY 'RUNCTRL - LINEAGE ROW ALREADY ON FILE: '
003580                     LN-KEY
003590             MOVE 2 TO RETURN-CODE
003600     END-WRITE
003610     .
003620 5200-RECORD-ONE-DSN-EXIT.
003630     EXIT.
003640
003650 5300-COUNT-RECORDS.
003660*    THE COUNTING DDS ARE PLAIN SEQUENTIAL READS OF THE SAME DATA
003670*    SETS THE STEP USED, SO THE COUNT IS WHAT THE STEP LEFT THERE.
003680     IF LC-DD-PREFIX NOT = 'LIN' OR LC-DD-SLOT NOT NUMERIC
003690        DISPLAY 'RUNCTRL - COUNTING DD MUST BE LIN01-LIN15, NOT '
003700                LC-DDNAME ' - ' LC-DSN ' NOT COUNTED'
003710        MOVE 2 TO RETURN-CODE
003720        GO TO 5300-COUNT-RECORDS-EXIT
003730     END-IF
003740     MOVE LC-DD-SLOT-N TO WS-LIN-SLOT
003750     IF WS-LIN-SLOT < 1 OR WS-LIN-SLOT > 15
003760        DISPLAY 'RUNCTRL - COUNTING DD MUST BE LIN01-LIN15, NOT '
003770                LC-DDNAME ' - ' LC-DSN ' NOT COUNTED'
003780        MOVE 2 TO RETURN-CODE
003790        GO TO 5300-COUNT-RECORDS-EXIT
003800     END-IF
003810     MOVE ZERO TO WS-LIN-RECS
003820     PERFORM 5310-OPEN-COUNT-DD THRU 5310-OPEN-COUNT-DD-EXIT
003830     IF WS-LIN-STATUS NOT = '00'
003840        DISPLAY 'RUNCTRL - ' LC-DDNAME ' WOULD NOT OPEN, STATUS '
003850                WS-LIN-STATUS ' - ' LC-DSN ' NOT COUNTED'
003860        MOVE 2 TO RETURN-CODE
003870        GO TO 5300-COUNT-RECORDS-EXIT
003880     END-IF
003890     PERFORM 5320-READ-COUNT-DD THRU 5320-READ-COUNT-DD-EXIT
003900             UNTIL WS-LIN-STATUS NOT = '00' AND
003910                   WS-LIN-STATUS NOT = '04'
003920     IF WS-LIN-STATUS NOT = '10'
003930        DISPLAY 'RUNCTRL - ' LC-DDNAME ' READ FAILED, STATUS '
003940                WS-LIN-STATUS ' - ' LC-DSN ' NOT COUNTED'
003950        MOVE 2 TO RETURN-CODE
003960     ELSE
003970        MOVE 'Y'         TO LN-COUNT-SW
003980        MOVE WS-LIN-RECS TO LN-REC-COUNT
003990     END-IF
004000     PERFORM 5330-CLOSE-COUNT-DD THRU 5330-CLOSE-COUNT-DD-EXIT
004010     .
004020 5300-COUNT-RECORDS-EXIT.
004030     EXIT.
004040
004050 5310-OPEN-COUNT-DD.
004060     EVALUATE WS-LIN-SLOT
004070         WHEN 1
004080             OPEN INPUT LIN01
004090         WHEN 2
004100             OPEN INPUT LIN02
004110         WHEN 3
004120             OPEN INPUT LIN03
004130         WHEN 4
004140             OPEN INPUT LIN04
004150         WHEN 5
004160             OPEN INPUT LIN05
004170         WHEN 6
004180             OPEN INPUT LIN06
004190         WHEN 7
004200             OPEN INPUT LIN07
004210         WHEN 8
004220             OPEN INPUT LIN08
004230         WHEN 9
004240             OPEN INPUT LIN09
004250         WHEN 10
004260             OPEN INPUT LIN10
004270         WHEN 11
004280             OPEN INPUT LIN11
004290         WHEN 12
004300             OPEN INPUT LIN12
004310         WHEN 13
004320             OPEN INPUT LIN13
004330         WHEN 14
004340             OPEN INPUT LIN14
004350         WHEN 15
004360             OPEN INPUT LIN15
004370     END-EVALUATE
004380     .
004390 5310-OPEN-COUNT-DD-EXIT.
004400     EXIT.
004410
004420 5320-READ-COUNT-DD.
004430     EVALUATE WS-LIN-SLOT
004440         WHEN 1
004450             READ LIN01
004460         WHEN 2
004470             READ LIN02
004480         WHEN 3
004490             READ LIN03
004500         WHEN 4
004510             READ LIN04
004520         WHEN 5
004530             READ LIN05
004540         WHEN 6
004550             READ LIN06
004560         WHEN 7
004570             READ LIN07
004580         WHEN 8
004590             READ LIN08
004600         WHEN 9
004610             READ LIN09
004620         WHEN 10
004630             READ LIN10
004640         WHEN 11
004650             READ LIN11
004660         WHEN 12
004670             READ LIN12
004680         WHEN 13
004690             READ LIN13
004700         WHEN 14
004710             READ LIN14
004720         WHEN 15
004730             READ LIN15
004740     END-EVALUATE
004750     IF WS-LIN-STATUS = '00' OR WS-LIN-STATUS = '04'
004760        ADD 1 TO WS-LIN-RECS
004770     END-IF
004780     .
004790 5320-READ-COUNT-DD-EXIT.
004800     EXIT.
004810
004820 5330-CLOSE-COUNT-DD.
004830     EVALUATE WS-LIN-SLOT
004840         WHEN 1
004850             CLOSE LIN01
004860         WHEN 2
004870             CLOSE LIN02
004880         WHEN 3
004890             CLOSE LIN03
004900         WHEN 4
004910             CLOSE LIN04
004920         WHEN 5
004930             CLOSE LIN05
004940         WHEN 6
004950             CLOSE LIN06
004960         WHEN 7
004970             CLOSE LIN07
004980         WHEN 8
004990             CLOSE LIN08
005000         WHEN 9
005010             CLOSE LIN09
005020         WHEN 10
005030             CLOSE LIN10
005040         WHEN 11
005050             CLOSE LIN11
005060         WHEN 12
005070             CLOSE LIN12
005080         WHEN 13
005090             CLOSE LIN13
005100         WHEN 14
005110             CLOSE LIN14
005120         WHEN 15
005130             CLOSE LIN15
005140     END-EVALUATE
005150     .
005160 5330-CLOSE-COUNT-DD-EXIT.
005170     EXIT.
005180
005190 9000-ABEND-PARA.
005200*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
005210*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
005220     DISPLAY 'RUNCTRL - OPEN FAILED FOR: ' WS-ABEND-DDNAME
005230     DISPLAY 'RUNCTRL - FILE STATUS WAS : ' WS-ABEND-STATUS
005240     MOVE 16 TO RETURN-CODE
005250     STOP RUN
005260     .
005270 9000-ABEND-PARA-EXIT.
005280     EXIT.
