000010******************************************************************
000020*        PROGRAM NAME            : POSMAINT                      *
000030*        DESCRIPTION             : MAINTAINS THE                 *
000040*                                  POSITION-CONTROL MASTER       *
000050*                                  (POSMSTR) - ONE ROW PER       *
000060*                                  BUDGETED POSITION WITH ITS    *
000070*                                  DEPARTMENT, COMPANY, BUDGETED *
000080*                                  SALARY AND STATUS - FROM A    *
000090*                                  TRANSACTION FILE OF ADD,      *
000100*                                  CHANGE, FREEZE, UNFREEZE AND  *
000110*                                  DELETE ACTIONS, WITH AN AUDIT *
000120*                                  LISTING OF WHAT CHANGED - THE *
000130*                                  SAME PATTERN LABMAINT USES    *
000140*                                  FOR THE LABOR-ALLOCATION      *
000150*                                  MASTER.  POSITIONS ARE FILLED *
000160*                                  AND VACATED ONLY BY EMPMAINT. *
000170*        CREDITS                 : DATA PROCESSING               *
000180******************************************************************
000190*        MODIFICATION HISTORY                                    *
000200*        ----------------------------------------------------   *
000210*        DATE       INIT  DESCRIPTION                            *
000220*        10/15/26   RWM   INITIAL VERSION - NOTHING TIED A HIRE  *
000230*                         TO AN APPROVED SLOT, SO EMPMAINT ADDED *
000240*                         STAFF TO DEPARTMENTS WITH NO OPEN      *
000250*                         POSITION.                              *
000260******************************************************************
000270
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. POSMAINT.
000300 AUTHOR. R MEHTA.
000310 INSTALLATION. DATA PROCESSING.
000320 DATE-WRITTEN. 10/15/26.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT POSTRAN  ASSIGN TO POSTRAN
000390     ORGANIZATION IS LINE SEQUENTIAL
000400     FILE STATUS IS WS-POSTRAN-STATUS.
000410
000420     SELECT POSMSTR  ASSIGN TO POSMSTR
000430     ORGANIZATION IS INDEXED
000440     ACCESS MODE IS DYNAMIC
000450     RECORD KEY IS PN-POSN-NO
000460     FILE STATUS IS WS-POSMSTR-STATUS.
000470
000480     SELECT DEPTMSTR ASSIGN TO DEPTMSTR
000490     ORGANIZATION IS INDEXED
000500     ACCESS MODE IS DYNAMIC
000510     RECORD KEY IS DM-DEPT-CODE
000520     FILE STATUS IS WS-DEPTMSTR-STATUS.
000530
000540     SELECT COMPMSTR ASSIGN TO COMPMSTR
000550     ORGANIZATION IS INDEXED
000560     ACCESS MODE IS DYNAMIC
000570     RECORD KEY IS CM-COMPANY-CODE
000580     FILE STATUS IS WS-COMPMSTR-STATUS.
000590
000600     SELECT POSAUD   ASSIGN TO POSAUD
000610     ORGANIZATION IS LINE SEQUENTIAL
000620     FILE STATUS IS WS-POSAUD-STATUS.
000630
000640     SELECT AUDTFILE ASSIGN TO AUDTDD
000650     ORGANIZATION IS LINE SEQUENTIAL
000660     FILE STATUS IS WS-AUDTFILE-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700*    ONE CARD PER ACTION.  AN ADD OR CHANGE CARRIES THE WHOLE
000710*    POSITION - DEPARTMENT, COMPANY, BUDGETED SALARY AND TITLE.
000720*    FREEZE, UNFREEZE AND DELETE NEED ONLY THE POSITION NUMBER.
000730 FD POSTRAN.
000740 01 PT-TRAN-REC.
000750     05 PT-ACTION         PIC X(01).
000760         88 PT-ADD        VALUE 'A'.
000770         88 PT-CHANGE     VALUE 'C'.
000780         88 PT-FREEZE     VALUE 'F'.
000790         88 PT-UNFREEZE   VALUE 'U'.
000800         88 PT-DELETE     VALUE 'D'.
000810     05 PT-POSN-NO        PIC X(06).
000820     05 PT-DEPT-CODE      PIC X(04).
000830     05 PT-COMP-CODE      PIC X(06).
000840     05 PT-COMP-CODE-9 REDEFINES PT-COMP-CODE
000850                          PIC 9(06).
000860     05 PT-BUDG-SALARY    PIC X(09).
000870     05 PT-BUDG-SALARY-9 REDEFINES PT-BUDG-SALARY
000880                          PIC 9(07)V99.
000890     05 PT-TITLE          PIC X(20).
000900     05 FILLER            PIC X(34).
000910
000920 FD POSMSTR.
000930     COPY POSNREC.
000940
000950 FD DEPTMSTR.
000960     COPY DEPTREC.
000970
000980 FD COMPMSTR.
000990     COPY COMPREC.
001000
001010 FD POSAUD.
001020 01 AUD-LIST-REC.
001030     05 AUD-ACTION        PIC X(10).
001040     05 FILLER            PIC X(01) VALUE SPACE.
001050     05 AUD-POSN-NO       PIC X(06).
001060     05 FILLER            PIC X(01) VALUE SPACE.
001070     05 AUD-RESULT        PIC X(32).
001080     05 FILLER            PIC X(01) VALUE SPACE.
001090     05 AUD-CARD          PIC X(39).
001100
001110 FD AUDTFILE.
001120     COPY AUDITREC REPLACING ==:RECNAME:== BY ==LOG-REC==
001130                             ==:PFX:==     BY ==LOG==.
001140
001150 WORKING-STORAGE SECTION.
001160 01 WS-POSTRAN-STATUS    PIC X(02) VALUE '00'.
001170 01 WS-POSMSTR-STATUS    PIC X(02) VALUE '00'.
001180 01 WS-DEPTMSTR-STATUS   PIC X(02) VALUE '00'.
001190     88 WS-DEPTMSTR-OK   VALUE '00'.
001200 01 WS-COMPMSTR-STATUS   PIC X(02) VALUE '00'.
001210     88 WS-COMPMSTR-OK   VALUE '00'.
001220 01 WS-POSAUD-STATUS     PIC X(02) VALUE '00'.
001230 01 WS-EOF-STA           PIC X VALUE 'N'.
001240     88 WS-EOF           VALUE 'Y'.
001250 01 WS-TRAN-OK-SW        PIC X VALUE 'Y'.
001260     88 WS-TRAN-OK       VALUE 'Y'.
001270 01 WS-EMP-ID-EDIT       PIC 9(06).
001280 01 WS-ADD-COUNT         PIC 9(05) VALUE ZEROES COMP.
001290 01 WS-CHANGE-COUNT      PIC 9(05) VALUE ZEROES COMP.
001300 01 WS-FREEZE-COUNT      PIC 9(05) VALUE ZEROES COMP.
001310 01 WS-DELETE-COUNT      PIC 9(05) VALUE ZEROES COMP.
001320 01 WS-ERROR-COUNT       PIC 9(05) VALUE ZEROES COMP.
001330 01 WS-ABEND-DDNAME      PIC X(10) VALUE SPACES.
001340 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
001350 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
001360     88 WS-AUDTFILE-OK   VALUE '00'.
001370 01 WS-TODAY-YYYYMMDD    PIC X(08) VALUE SPACES.
001380 01 WS-RUN-DATE.
001390     05 WS-RUN-YY        PIC 9(02).
001400     05 WS-RUN-MM        PIC 9(02).
001410     05 WS-RUN-DD        PIC 9(02).
001420 01 WS-RUN-TIME.
001430     05 WS-RUN-HH        PIC 9(02).
001440     05 WS-RUN-MN        PIC 9(02).
001450     05 WS-RUN-SS        PIC 9(02).
001460     05 FILLER           PIC 9(02).
001470 01 WS-RUN-DATE-EDIT     PIC X(08).
001480
001490 PROCEDURE DIVISION.
001500 0000-MAINLINE.
001510     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001520     PERFORM 2000-PROCESS-TRAN THRU 2000-PROCESS-TRAN-EXIT
001530             UNTIL WS-EOF
001540     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
001550     CLOSE POSTRAN
001560           POSMSTR
001570           DEPTMSTR
001580           COMPMSTR
001590           POSAUD
001600     PERFORM 9500-WRITE-AUDIT-RECORD
001610             THRU 9500-WRITE-AUDIT-RECORD-EXIT
001620     STOP RUN
001630     .
001640
001650 1000-INITIALIZE.
001660     OPEN INPUT POSTRAN
001670     IF WS-POSTRAN-STATUS NOT = '00'
001680        MOVE 'POSTRAN' TO WS-ABEND-DDNAME
001690        MOVE WS-POSTRAN-STATUS TO WS-ABEND-STATUS
001700        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001710     END-IF
001720*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
001730*    OPEN - THE NORMAL CASE THE VERY FIRST TIME THE JOB RUNS.
001740     OPEN I-O POSMSTR
001750     IF WS-POSMSTR-STATUS NOT = '00' AND
001760        WS-POSMSTR-STATUS NOT = '05'
001770        MOVE 'POSMSTR' TO WS-ABEND-DDNAME
001780        MOVE WS-POSMSTR-STATUS TO WS-ABEND-STATUS
001790        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001800     END-IF
001810     OPEN INPUT DEPTMSTR
001820     IF NOT WS-DEPTMSTR-OK
001830        MOVE 'DEPTMSTR' TO WS-ABEND-DDNAME
001840        MOVE WS-DEPTMSTR-STATUS TO WS-ABEND-STATUS
001850        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001860     END-IF
001870     OPEN INPUT COMPMSTR
001880     IF NOT WS-COMPMSTR-OK
001890        MOVE 'COMPMSTR' TO WS-ABEND-DDNAME
001900        MOVE WS-COMPMSTR-STATUS TO WS-ABEND-STATUS
001910        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001920     END-IF
001930     OPEN OUTPUT POSAUD
001940     IF WS-POSAUD-STATUS NOT = '00'
001950        MOVE 'POSAUD' TO WS-ABEND-DDNAME
001960        MOVE WS-POSAUD-STATUS TO WS-ABEND-STATUS
001970        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001980     END-IF
001990     ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
002000     ACCEPT WS-RUN-DATE FROM DATE
002010     STRING WS-RUN-MM DELIMITED SIZE
002020            '/'       DELIMITED SIZE
002030            WS-RUN-DD DELIMITED SIZE
002040            '/'       DELIMITED SIZE
002050            WS-RUN-YY DELIMITED SIZE
002060            INTO WS-RUN-DATE-EDIT
002070     .
002080 1000-INITIALIZE-EXIT.
002090     EXIT.
002100
002110 2000-PROCESS-TRAN.
002120     READ POSTRAN
002130         AT END SET WS-EOF TO TRUE
002140         NOT AT END
002150             PERFORM 2100-APPLY-TRAN THRU 2100-APPLY-TRAN-EXIT
002160     END-READ
002170     .
002180 2000-PROCESS-TRAN-EXIT.
002190     EXIT.
002200
002210 2100-APPLY-TRAN.
002220     MOVE SPACES        TO AUD-LIST-REC
002230     MOVE PT-POSN-NO    TO AUD-POSN-NO
002240     MOVE PT-TRAN-REC (8:39) TO AUD-CARD
002250     IF PT-POSN-NO = SPACES
002260        MOVE 'INVALID'     TO AUD-ACTION
002270        MOVE 'BAD POSITION NUMBER ON CARD' TO AUD-RESULT
002280        WRITE AUD-LIST-REC
002290        ADD 1 TO WS-ERROR-COUNT
002300        GO TO 2100-APPLY-TRAN-EXIT
002310     END-IF
002320     EVALUATE TRUE
002330         WHEN PT-ADD
002340             PERFORM 2110-ADD-POSN THRU 2110-ADD-POSN-EXIT
002350         WHEN PT-CHANGE
002360             PERFORM 2120-CHANGE-POSN THRU 2120-CHANGE-POSN-EXIT
002370         WHEN PT-FREEZE
002380             PERFORM 2130-FREEZE-POSN THRU 2130-FREEZE-POSN-EXIT
002390         WHEN PT-UNFREEZE
002400             PERFORM 2135-UNFREEZE-POSN
002410                     THRU 2135-UNFREEZE-POSN-EXIT
002420         WHEN PT-DELETE
002430             PERFORM 2140-DELETE-POSN THRU 2140-DELETE-POSN-EXIT
002440         WHEN OTHER
002450             MOVE 'INVALID'   TO AUD-ACTION
002460             MOVE 'UNRECOGNIZED ACTION CODE' TO AUD-RESULT
002470             WRITE AUD-LIST-REC
002480             ADD 1 TO WS-ERROR-COUNT
002490     END-EVALUATE
002500     .
002510 2100-APPLY-TRAN-EXIT.
002520     EXIT.
002530
002540 2110-ADD-POSN.
002550*    A NEW POSITION STARTS VACANT - ONLY EMPMAINT FILLS ONE.
002560     MOVE 'ADD'         TO AUD-ACTION
002570     PERFORM 2200-EDIT-CARD THRU 2200-EDIT-CARD-EXIT
002580     IF NOT WS-TRAN-OK
002590        GO TO 2110-ADD-POSN-EXIT
002600     END-IF
002610     MOVE PT-POSN-NO    TO PN-POSN-NO
002620     READ POSMSTR KEY IS PN-POSN-NO
002630         INVALID KEY
002640             PERFORM 2300-MOVE-CARD THRU 2300-MOVE-CARD-EXIT
002650             SET PN-VACANT      TO TRUE
002660             MOVE ZEROES        TO PN-EMP-ID
002670             MOVE SPACES        TO PN-FILL-DATE
002680             WRITE PN-POSN-REC
002690             MOVE 'POSITION ADDED - VACANT' TO AUD-RESULT
002700             ADD 1 TO WS-ADD-COUNT
002710         NOT INVALID KEY
002720             MOVE 'FAILED - ALREADY EXISTS'  TO AUD-RESULT
002730             ADD 1 TO WS-ERROR-COUNT
002740     END-READ
002750     WRITE AUD-LIST-REC
002760     .
002770 2110-ADD-POSN-EXIT.
002780     EXIT.
002790
002800 2120-CHANGE-POSN.
002810*    A FILLED POSITION CANNOT MOVE TO ANOTHER DEPARTMENT OR
002820*    COMPANY UNDER ITS INCUMBENT - TRANSFER THE EMPLOYEE ON THE
002830*    EXTRACT INSTEAD, THEN CHANGE THE VACATED POSITION.
002840     MOVE 'CHANGE'      TO AUD-ACTION
002850     PERFORM 2200-EDIT-CARD THRU 2200-EDIT-CARD-EXIT
002860     IF NOT WS-TRAN-OK
002870        GO TO 2120-CHANGE-POSN-EXIT
002880     END-IF
002890     MOVE PT-POSN-NO    TO PN-POSN-NO
002900     READ POSMSTR KEY IS PN-POSN-NO
002910         INVALID KEY
002920             MOVE 'FAILED - POSITION NOT FOUND' TO AUD-RESULT
002930             ADD 1 TO WS-ERROR-COUNT
002940             GO TO 2120-CHANGE-POSN-WRITE
002950     END-READ
002960     IF PN-FILLED AND
002970        (PT-DEPT-CODE NOT = PN-DEPT-CODE OR
002980         PT-COMP-CODE-9 NOT = PN-COMP-CODE)
002990        MOVE 'FAILED - POSITION IS FILLED' TO AUD-RESULT
003000        ADD 1 TO WS-ERROR-COUNT
003010        GO TO 2120-CHANGE-POSN-WRITE
003020     END-IF
003030     PERFORM 2300-MOVE-CARD THRU 2300-MOVE-CARD-EXIT
003040     REWRITE PN-POSN-REC
003050     MOVE 'POSITION CHANGED' TO AUD-RESULT
003060     ADD 1 TO WS-CHANGE-COUNT
003070     .
003080 2120-CHANGE-POSN-WRITE.
003090     WRITE AUD-LIST-REC
003100     .
003110 2120-CHANGE-POSN-EXIT.
003120     EXIT.
003130
003140 2130-FREEZE-POSN.
003150*    ONLY A VACANT POSITION CAN BE FROZEN - A FILLED ONE IS
003160*    FROZEN AFTER ITS INCUMBENT LEAVES.
003170     MOVE 'FREEZE'      TO AUD-ACTION
003180     MOVE PT-POSN-NO    TO PN-POSN-NO
003190     READ POSMSTR KEY IS PN-POSN-NO
003200         INVALID KEY
003210             MOVE 'FAILED - POSITION NOT FOUND' TO AUD-RESULT
003220             ADD 1 TO WS-ERROR-COUNT
003230         NOT INVALID KEY
003240             EVALUATE TRUE
003250                 WHEN PN-FILLED
003260                     MOVE PN-EMP-ID TO WS-EMP-ID-EDIT
003270                     STRING 'FAILED - FILLED BY ' DELIMITED SIZE
003280                            WS-EMP-ID-EDIT        DELIMITED SIZE
003290                            INTO AUD-RESULT
003300                     ADD 1 TO WS-ERROR-COUNT
003310                 WHEN PN-FROZEN
003320                     MOVE 'FAILED - ALREADY FROZEN' TO AUD-RESULT
003330                     ADD 1 TO WS-ERROR-COUNT
003340                 WHEN OTHER
003350                     SET PN-FROZEN TO TRUE
003360                     MOVE WS-TODAY-YYYYMMDD TO PN-LAST-MAINT-DATE
003370                     REWRITE PN-POSN-REC
003380                     MOVE 'POSITION FROZEN' TO AUD-RESULT
003390                     ADD 1 TO WS-FREEZE-COUNT
003400             END-EVALUATE
003410     END-READ
003420     WRITE AUD-LIST-REC
003430     .
003440 2130-FREEZE-POSN-EXIT.
003450     EXIT.
003460
003470 2135-UNFREEZE-POSN.
003480     MOVE 'UNFREEZE'    TO AUD-ACTION
003490     MOVE PT-POSN-NO    TO PN-POSN-NO
003500     READ POSMSTR KEY IS PN-POSN-NO
003510         INVALID KEY
003520             MOVE 'FAILED - POSITION NOT FOUND' TO AUD-RESULT
003530             ADD 1 TO WS-ERROR-COUNT
003540         NOT INVALID KEY
003550             IF PN-FROZEN
003560                SET PN-VACANT TO TRUE
003570                MOVE WS-TODAY-YYYYMMDD TO PN-LAST-MAINT-DATE
003580                REWRITE PN-POSN-REC
003590                MOVE 'POSITION UNFROZEN - VACANT' TO AUD-RESULT
003600                ADD 1 TO WS-FREEZE-COUNT
003610             ELSE
003620                MOVE 'FAILED - POSITION NOT FROZEN' TO AUD-RESULT
003630                ADD 1 TO WS-ERROR-COUNT
003640             END-IF
003650     END-READ
003660     WRITE AUD-LIST-REC
003670     .
003680 2135-UNFREEZE-POSN-EXIT.
003690     EXIT.
003700
003710 2140-DELETE-POSN.
003720*    DELETE IS FOR A POSITION ABOLISHED OR KEYED IN ERROR.  A
003730*    FILLED POSITION STAYS UNTIL ITS INCUMBENT IS MOVED OFF IT.
003740     MOVE 'DELETE'      TO AUD-ACTION
003750     MOVE PT-POSN-NO    TO PN-POSN-NO
003760     READ POSMSTR KEY IS PN-POSN-NO
003770         INVALID KEY
003780             MOVE 'FAILED - POSITION NOT FOUND' TO AUD-RESULT
003790             ADD 1 TO WS-ERROR-COUNT
003800         NOT INVALID KEY
003810             IF PN-FILLED
003820                MOVE PN-EMP-ID TO WS-EMP-ID-EDIT
003830                STRING 'FAILED - FILLED BY ' DELIMITED SIZE
003840                       WS-EMP-ID-EDIT        DELIMITED SIZE
003850                       INTO AUD-RESULT
003860                ADD 1 TO WS-ERROR-COUNT
003870             ELSE
003880                DELETE POSMSTR RECORD
003890                MOVE 'POSITION REMOVED' TO AUD-RESULT
003900                ADD 1 TO WS-DELETE-COUNT
003910             END-IF
003920     END-READ
003930     WRITE AUD-LIST-REC
003940     .
003950 2140-DELETE-POSN-EXIT.
003960     EXIT.
003970
003980 2200-EDIT-CARD.
003990*    EDIT AN ADD OR CHANGE CARD BEFORE THE MASTER IS TOUCHED.
004000*    THE DEPARTMENT MUST BE ACTIVE ON DEPTMSTR AND THE COMPANY
004010*    ACTIVE ON COMPMSTR, AND THE BUDGETED SALARY NUMERIC.
004020     MOVE 'Y' TO WS-TRAN-OK-SW
004030     IF PT-DEPT-CODE = SPACES
004040        MOVE 'FAILED - NO DEPARTMENT' TO AUD-RESULT
004050        GO TO 2200-EDIT-CARD-FAIL
004060     END-IF
004070     IF PT-COMP-CODE IS NOT NUMERIC
004080        MOVE 'FAILED - BAD COMPANY CODE' TO AUD-RESULT
004090        GO TO 2200-EDIT-CARD-FAIL
004100     END-IF
004110     IF PT-BUDG-SALARY IS NOT NUMERIC
004120        MOVE 'FAILED - BAD BUDGETED SALARY' TO AUD-RESULT
004130        GO TO 2200-EDIT-CARD-FAIL
004140     END-IF
004150     MOVE PT-DEPT-CODE TO DM-DEPT-CODE
004160     READ DEPTMSTR KEY IS DM-DEPT-CODE
004170         INVALID KEY
004180             MOVE 'FAILED - DEPT NOT ON DEPTMSTR' TO AUD-RESULT
004190             GO TO 2200-EDIT-CARD-FAIL
004200     END-READ
004210     IF DM-INACTIVE
004220        MOVE 'FAILED - DEPT IS INACTIVE' TO AUD-RESULT
004230        GO TO 2200-EDIT-CARD-FAIL
004240     END-IF
004250     MOVE PT-COMP-CODE-9 TO CM-COMPANY-CODE
004260     READ COMPMSTR KEY IS CM-COMPANY-CODE
004270         INVALID KEY
004280             MOVE 'FAILED - COMPANY NOT ON COMPMSTR' TO AUD-RESULT
004290             GO TO 2200-EDIT-CARD-FAIL
004300     END-READ
004310     IF CM-INACTIVE
004320        MOVE 'FAILED - COMPANY IS INACTIVE' TO AUD-RESULT
004330        GO TO 2200-EDIT-CARD-FAIL
004340     END-IF
004350     GO TO 2200-EDIT-CARD-EXIT
004360     .
004370 2200-EDIT-CARD-FAIL.
004380     MOVE 'N' TO WS-TRAN-OK-SW
004390     WRITE AUD-LIST-REC
004400     ADD 1 TO WS-ERROR-COUNT
004410     .
004420 2200-EDIT-CARD-EXIT.
004430     EXIT.
004440
004450 2300-MOVE-CARD.
004460     MOVE PT-DEPT-CODE      TO PN-DEPT-CODE
004470     MOVE PT-COMP-CODE-9    TO PN-COMP-CODE
004480     MOVE PT-BUDG-SALARY-9  TO PN-BUDG-SALARY
004490     MOVE PT-TITLE          TO PN-TITLE
004500     MOVE WS-TODAY-YYYYMMDD TO PN-LAST-MAINT-DATE
004510     .
004520 2300-MOVE-CARD-EXIT.
004530     EXIT.
004540
004550 8000-WRITE-SUMMARY.
004560     MOVE SPACES        TO AUD-LIST-REC
004570     MOVE 'SUMMARY'     TO AUD-ACTION
004580     WRITE AUD-LIST-REC
004590     DISPLAY 'POSMAINT SUMMARY - ADDED: '   WS-ADD-COUNT
004600             ' CHANGED: '  WS-CHANGE-COUNT
004610             ' FROZEN/UNFROZEN: ' WS-FREEZE-COUNT
004620             ' DELETED: '  WS-DELETE-COUNT
004630             ' ERRORS: '   WS-ERROR-COUNT
004640     .
004650 8000-WRITE-SUMMARY-EXIT.
004660     EXIT.
004670
004680 9000-ABEND-PARA.
004690*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
004700*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
004710     DISPLAY 'POSMAINT - OPEN FAILED FOR: ' WS-ABEND-DDNAME
004720     DISPLAY 'POSMAINT - FILE STATUS WAS : ' WS-ABEND-STATUS
004730     MOVE 16 TO RETURN-CODE
004740     STOP RUN
004750     .
004760 9000-ABEND-PARA-EXIT.
004770     EXIT.
004780
004790 9500-WRITE-AUDIT-RECORD.
004800*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
004810*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
004820*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
004830     OPEN EXTEND AUDTFILE
004840     IF NOT WS-AUDTFILE-OK
004850        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
004860        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
004870        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004880     END-IF
004890     ACCEPT WS-RUN-TIME FROM TIME
004900     MOVE 'POSMAINT' TO LOG-PGM-NAME
004910     MOVE WS-RUN-DATE-EDIT TO LOG-RUN-DATE
004920     STRING WS-RUN-HH DELIMITED SIZE
004930            ':'       DELIMITED SIZE
004940            WS-RUN-MN DELIMITED SIZE
004950            ':'       DELIMITED SIZE
004960            WS-RUN-SS DELIMITED SIZE
004970            INTO LOG-RUN-TIME
004980     COMPUTE LOG-REC-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
004990                           + WS-FREEZE-COUNT + WS-DELETE-COUNT
005000                           + WS-ERROR-COUNT
005010     MOVE RETURN-CODE    TO LOG-RETURN-CODE
005020     WRITE LOG-REC
005030     CLOSE AUDTFILE
005040     .
005050 9500-WRITE-AUDIT-RECORD-EXIT.
005060     EXIT.
