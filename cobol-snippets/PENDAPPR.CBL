000010******************************************************************
000020*        PROGRAM NAME            : PENDAPPR                      *
000030*        DESCRIPTION             : APPLIES OR REJECTS THE        *
000040*                                  CHANGES HELD ON THE           *
000050*                                  PENDING-CHANGE MASTER         *
000060*                                  (PENDMSTR) FROM A CARD FILE   *
000070*                                  OF DECISIONS.  A DECISION IS  *
000080*                                  TAKEN ONLY FROM A USER OTHER  *
000090*                                  THAN THE ONE WHO ENTERED THE  *
000100*                                  CHANGE.  AN APPROVED SALARY   *
000110*                                  CHANGE IS APPLIED TO THE      *
000120*                                  EMPLOYEE MASTER WITH THE      *
000130*                                  USUAL HISTORY AND RECOVERY    *
000140*                                  JOURNAL ENTRIES; AN APPROVED  *
000150*                                  BANK ADD OR CHANGE IS APPLIED *
000160*                                  TO THE BANK MASTER WITH ITS   *
000170*                                  PRE-NOTE STATUS RESET.  EVERY *
000180*                                  CARD IS LISTED WITH ITS       *
000190*                                  OUTCOME.                      *
000200*        CREDITS                 : DATA PROCESSING               *
000210******************************************************************
000220*        MODIFICATION HISTORY                                    *
000230*        ----------------------------------------------------   *
000240*        DATE       INIT  DESCRIPTION                            *
000250*        10/15/26   RWM   INITIAL VERSION - A SALARY OR          *
000260*                         BANK-ACCOUNT CHANGE WENT LIVE ON ONE   *
000270*                         PERSON'S SAY-SO.                       *
000280*        10/15/26   RWM   THE APPROVER NOW COMES FROM THE        *
000290*                         SIGNED-ON USER'S SECURITY ENVIRONMENT  *
000300*                         (SECUSER) - THE EXEC PARM IS GONE, AS  *
000310*                         ANY SUBMITTER COULD CODE THE MAKER'S   *
000320*                         ID OR ANOTHER USER'S IN IT AND PASS    *
000330*                         THE DIFFERENT-APPROVER CHECK.          *
000340******************************************************************
000350
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. PENDAPPR.
000380 AUTHOR. R MEHTA.
000390 INSTALLATION. DATA PROCESSING.
000400 DATE-WRITTEN. 10/15/26.
000410 DATE-COMPILED.
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT APPRTRAN ASSIGN TO APPRTRAN
000470     ORGANIZATION IS LINE SEQUENTIAL
000480     FILE STATUS IS WS-APPRTRAN-STATUS.
000490
000500     SELECT PENDMSTR ASSIGN TO PENDMSTR
000510     ORGANIZATION IS INDEXED
000520     ACCESS MODE IS DYNAMIC
000530     RECORD KEY IS PD-KEY
000540     FILE STATUS IS WS-PENDMSTR-STATUS.
000550
000560     SELECT EMPMSTR  ASSIGN TO EMPMSTR
000570     ORGANIZATION IS INDEXED
000580     ACCESS MODE IS DYNAMIC
000590     RECORD KEY IS EM-EMP-ID
000600     FILE STATUS IS WS-EMPMSTR-STATUS.
000610
000620     SELECT BANKMSTR ASSIGN TO BANKMSTR
000630     ORGANIZATION IS INDEXED
000640     ACCESS MODE IS DYNAMIC
000650     RECORD KEY IS BK-EMP-ID
000660     FILE STATUS IS WS-BANKMSTR-STATUS.
000670
000680     SELECT EMPHIST  ASSIGN TO EMPHIST
000690     ORGANIZATION IS LINE SEQUENTIAL
000700     FILE STATUS IS WS-EMPHIST-STATUS.
000710
000720     SELECT EMPJRNL  ASSIGN TO EMPJRNL
000730     ORGANIZATION IS LINE SEQUENTIAL
000740     FILE STATUS IS WS-EMPJRNL-STATUS.
000750
000760     SELECT APPRAUD  ASSIGN TO APPRAUD
000770     ORGANIZATION IS LINE SEQUENTIAL
000780     FILE STATUS IS WS-APPRAUD-STATUS.
000790
000800     SELECT AUDTFILE ASSIGN TO AUDTDD
000810     ORGANIZATION IS LINE SEQUENTIAL
000820     FILE STATUS IS WS-AUDTFILE-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860*    ONE CARD PER DECISION: COL 1 'A' APPROVE OR 'R' REJECT,
000870*    COLS 2-7 THE EMPLOYEE, COL 8 THE KIND OF CHANGE ('S' SALARY,
000880*    'B' BANK), COLS 9-28 A REASON KEPT ON THE PENDING ROW.
000890 FD APPRTRAN.
000900 01 AC-TRAN-REC.
000910     05 AC-DECISION       PIC X(01).
000920         88 AC-APPROVE    VALUE 'A'.
000930         88 AC-REJECT     VALUE 'R'.
000940     05 AC-EMP-ID         PIC X(06).
000950     05 AC-TYPE           PIC X(01).
000960         88 AC-TYPE-OK    VALUE 'S' 'B'.
000970     05 AC-REASON         PIC X(20).
000980     05 FILLER            PIC X(52).
000990
001000 FD PENDMSTR.
001010     COPY PENDREC.
001020
001030 FD EMPMSTR.
001040     COPY EMPMREC.
001050
001060 FD BANKMSTR.
001070     COPY BANKREC.
001080
001090 FD EMPHIST.
001100     COPY EHISTREC REPLACING ==:RECNAME:== BY ==EH-REC==
001110                             ==:PFX:==     BY ==EH==.
001120
001130 FD EMPJRNL.
001140     COPY EJRNREC REPLACING ==:RECNAME:== BY ==JR-REC==
001150                            ==:PFX:==     BY ==JR==.
001160
001170 FD APPRAUD.
001180 01 AUD-LIST-REC.
001190     05 AUD-ACTION        PIC X(10).
001200     05 FILLER            PIC X(01) VALUE SPACE.
001210     05 AUD-EMP-ID        PIC X(06).
001220     05 FILLER            PIC X(01) VALUE SPACE.
001230     05 AUD-TYPE          PIC X(01).
001240     05 FILLER            PIC X(01) VALUE SPACE.
001250     05 AUD-MAKER-ID      PIC X(08).
001260     05 FILLER            PIC X(01) VALUE SPACE.
001270     05 AUD-ENTERED-DATE  PIC X(08).
001280     05 FILLER            PIC X(01) VALUE SPACE.
001290     05 AUD-RESULT        PIC X(40).
001300     05 FILLER            PIC X(01) VALUE SPACE.
001310     05 AUD-REASON        PIC X(20).
001320
001330 FD AUDTFILE.
001340     COPY AUDITREC REPLACING ==:RECNAME:== BY ==LOG-REC==
001350                             ==:PFX:==     BY ==LOG==.
001360
001370 WORKING-STORAGE SECTION.
001380 01 WS-APPRTRAN-STATUS   PIC X(02) VALUE '00'.
001390 01 WS-PENDMSTR-STATUS   PIC X(02) VALUE '00'.
001400 01 WS-EMPMSTR-STATUS    PIC X(02) VALUE '00'.
001410 01 WS-BANKMSTR-STATUS   PIC X(02) VALUE '00'.
001420 01 WS-EMPHIST-STATUS    PIC X(02) VALUE '00'.
001430     88 WS-EMPHIST-OK    VALUE '00'.
001440 01 WS-EMPJRNL-STATUS    PIC X(02) VALUE '00'.
001450     88 WS-EMPJRNL-OK    VALUE '00'.
001460 01 WS-APPRAUD-STATUS    PIC X(02) VALUE '00'.
001470 01 WS-EOF-STA           PIC X VALUE 'N'.
001480     88 WS-EOF           VALUE 'Y'.
001490 01 WS-TRAN-OK-SW        PIC X VALUE 'Y'.
001500     88 WS-TRAN-OK       VALUE 'Y'.
001510 01 WS-USER-ID           PIC X(08) VALUE SPACES.
001520 01 WS-APPROVE-COUNT     PIC 9(05) VALUE ZEROES COMP.
001530 01 WS-REJECT-COUNT      PIC 9(05) VALUE ZEROES COMP.
001540 01 WS-ERROR-COUNT       PIC 9(05) VALUE ZEROES COMP.
001550 01 WS-JRNL-SEQ          PIC 9(07) VALUE ZEROES.
001560 01 WS-JRNL-TIME         PIC X(08) VALUE SPACES.
001570 01 WS-EFF-DATE          PIC X(08) VALUE SPACES.
001580 01 WS-BEFORE-IMAGE      PIC X(78) VALUE SPACES.
001590 01 WS-OLD-DEPT          PIC X(04) VALUE SPACES.
001600 01 WS-OLD-SALARY        PIC 9(07)V99 VALUE ZEROES.
001610 01 WS-OLD-COMP          PIC 9(06) VALUE ZEROES.
001620 01 WS-OLD-STATUS        PIC X(01) VALUE SPACE.
001630 01 WS-ABEND-DDNAME      PIC X(10) VALUE SPACES.
001640 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
001650 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
001660     88 WS-AUDTFILE-OK   VALUE '00'.
001670 01 WS-RUN-DATE.
001680     05 WS-RUN-YY        PIC 9(02).
001690     05 WS-RUN-MM        PIC 9(02).
001700     05 WS-RUN-DD        PIC 9(02).
001710 01 WS-RUN-TIME.
001720     05 WS-RUN-HH        PIC 9(02).
001730     05 WS-RUN-MN        PIC 9(02).
001740     05 WS-RUN-SS        PIC 9(02).
001750     05 FILLER           PIC 9(02).
001760 01 WS-RUN-DATE-EDIT     PIC X(08).
001770
001780 PROCEDURE DIVISION.
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001810     PERFORM 2000-PROCESS-TRAN THRU 2000-PROCESS-TRAN-EXIT
001820             UNTIL WS-EOF
001830     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
001840     CLOSE APPRTRAN
001850           PENDMSTR
001860           EMPMSTR
001870           BANKMSTR
001880           EMPHIST
001890           EMPJRNL
001900           APPRAUD
001910     PERFORM 9500-WRITE-AUDIT-RECORD
001920             THRU 9500-WRITE-AUDIT-RECORD-EXIT
001930     STOP RUN
001940     .
001950
001960 1000-INITIALIZE.
001970     OPEN INPUT APPRTRAN
001980     IF WS-APPRTRAN-STATUS NOT = '00'
001990        MOVE 'APPRTRAN' TO WS-ABEND-DDNAME
002000        MOVE WS-APPRTRAN-STATUS TO WS-ABEND-STATUS
002010        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002020     END-IF
002030*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
002040*    OPEN - THE NORMAL CASE THE VERY FIRST TIME THE JOB RUNS.
002050     OPEN I-O PENDMSTR
002060     IF WS-PENDMSTR-STATUS NOT = '00' AND
002070        WS-PENDMSTR-STATUS NOT = '05'
002080        MOVE 'PENDMSTR' TO WS-ABEND-DDNAME
002090        MOVE WS-PENDMSTR-STATUS TO WS-ABEND-STATUS
002100        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002110     END-IF
002120     OPEN I-O EMPMSTR
002130     IF WS-EMPMSTR-STATUS NOT = '00' AND
002140        WS-EMPMSTR-STATUS NOT = '05'
002150        MOVE 'EMPMSTR' TO WS-ABEND-DDNAME
002160        MOVE WS-EMPMSTR-STATUS TO WS-ABEND-STATUS
002170        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002180     END-IF
002190     OPEN I-O BANKMSTR
002200     IF WS-BANKMSTR-STATUS NOT = '00' AND
002210        WS-BANKMSTR-STATUS NOT = '05'
002220        MOVE 'BANKMSTR' TO WS-ABEND-DDNAME
002230        MOVE WS-BANKMSTR-STATUS TO WS-ABEND-STATUS
002240        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002250     END-IF
002260     OPEN EXTEND EMPHIST
002270     IF NOT WS-EMPHIST-OK
002280        MOVE 'EMPHIST' TO WS-ABEND-DDNAME
002290        MOVE WS-EMPHIST-STATUS TO WS-ABEND-STATUS
002300        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002310     END-IF
002320*    THE JOURNAL IS OPENED BEFORE THE FIRST MASTER UPDATE AND
002330*    EXTENDED IN STEP WITH IT - AN ABEND MID-RUN LEAVES EVERY
002340*    APPLIED UPDATE ON THE JOURNAL FOR EMPRCVR.
002350     OPEN EXTEND EMPJRNL
002360     IF NOT WS-EMPJRNL-OK
002370        MOVE 'EMPJRNL' TO WS-ABEND-DDNAME
002380        MOVE WS-EMPJRNL-STATUS TO WS-ABEND-STATUS
002390        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002400     END-IF
002410     OPEN OUTPUT APPRAUD
002420     IF WS-APPRAUD-STATUS NOT = '00'
002430        MOVE 'APPRAUD' TO WS-ABEND-DDNAME
002440        MOVE WS-APPRAUD-STATUS TO WS-ABEND-STATUS
002450        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002460     END-IF
002470     ACCEPT WS-EFF-DATE FROM DATE YYYYMMDD
002480*    ONE RUN-TIME STAMP FOR THE WHOLE RUN - THE JOURNAL'S RUN
002490*    DISCRIMINATOR, THE SAME AS EMPMAINT'S.
002500     ACCEPT WS-RUN-TIME FROM TIME
002510     STRING WS-RUN-HH DELIMITED SIZE
002520            ':'       DELIMITED SIZE
002530            WS-RUN-MN DELIMITED SIZE
002540            ':'       DELIMITED SIZE
002550            WS-RUN-SS DELIMITED SIZE
002560            INTO WS-JRNL-TIME
002570     ACCEPT WS-RUN-DATE FROM DATE
002580     STRING WS-RUN-MM DELIMITED SIZE
002590            '/'       DELIMITED SIZE
002600            WS-RUN-DD DELIMITED SIZE
002610            '/'       DELIMITED SIZE
002620            WS-RUN-YY DELIMITED SIZE
002630            INTO WS-RUN-DATE-EDIT
002640*    THE APPROVER IS THE USER THE JOB WAS SIGNED ON UNDER -
002650*    TAKEN FROM THE SECURITY ENVIRONMENT, NOT FROM THE JCL, SO
002660*    NO SUBMITTER CAN PASS AS THE MAKER'S SECOND PAIR OF EYES.
002670     CALL 'SECUSER' USING WS-USER-ID
002680     .
002690 1000-INITIALIZE-EXIT.
002700     EXIT.
002710
002720 2000-PROCESS-TRAN.
002730     READ APPRTRAN
002740         AT END SET WS-EOF TO TRUE
002750         NOT AT END
002760             PERFORM 2100-APPLY-TRAN THRU 2100-APPLY-TRAN-EXIT
002770     END-READ
002780     .
002790 2000-PROCESS-TRAN-EXIT.
002800     EXIT.
002810
002820 2100-APPLY-TRAN.
002830     MOVE SPACES         TO AUD-LIST-REC
002840     MOVE AC-EMP-ID      TO AUD-EMP-ID
002850     MOVE AC-TYPE        TO AUD-TYPE
002860     MOVE AC-REASON      TO AUD-REASON
002870     PERFORM 2200-EDIT-CARD THRU 2200-EDIT-CARD-EXIT
002880     IF NOT WS-TRAN-OK
002890        GO TO 2100-APPLY-TRAN-EXIT
002900     END-IF
002910     IF AC-REJECT
002920        PERFORM 2400-REJECT-ITEM THRU 2400-REJECT-ITEM-EXIT
002930        GO TO 2100-APPLY-TRAN-EXIT
002940     END-IF
002950     IF PD-SALARY-CHG
002960        PERFORM 2300-APPROVE-SALARY THRU 2300-APPROVE-SALARY-EXIT
002970     ELSE
002980        PERFORM 2350-APPROVE-BANK THRU 2350-APPROVE-BANK-EXIT
002990     END-IF
003000     .
003010 2100-APPLY-TRAN-EXIT.
003020     EXIT.
003030
003040 2200-EDIT-CARD.
003050*    THE CARD MUST NAME AN ITEM STILL PENDING, AND THE USER
003060*    RUNNING THE STEP MUST NOT BE THE ONE WHO ENTERED IT - THAT
003070*    IS THE WHOLE POINT OF THE SECOND PAIR OF EYES.  AN ITEM
003080*    ENTERED WITHOUT A USER ID CAN ONLY BE REJECTED.
003090     MOVE 'Y' TO WS-TRAN-OK-SW
003100     IF AC-APPROVE
003110        MOVE 'APPROVE'   TO AUD-ACTION
003120     ELSE
003130        MOVE 'REJECT'    TO AUD-ACTION
003140     END-IF
003150     IF NOT AC-APPROVE AND NOT AC-REJECT
003160        MOVE 'INVALID'   TO AUD-ACTION
003170        MOVE 'FAILED - DECISION NOT A OR R' TO AUD-RESULT
003180        GO TO 2200-EDIT-CARD-FAIL
003190     END-IF
003200     IF AC-EMP-ID IS NOT NUMERIC
003210        MOVE 'FAILED - BAD EMPLOYEE ID ON CARD' TO AUD-RESULT
003220        GO TO 2200-EDIT-CARD-FAIL
003230     END-IF
003240     IF NOT AC-TYPE-OK
003250        MOVE 'FAILED - CHANGE TYPE NOT S OR B' TO AUD-RESULT
003260        GO TO 2200-EDIT-CARD-FAIL
003270     END-IF
003280     IF WS-USER-ID = SPACES
003290        MOVE 'FAILED - NO APPROVER USER ID' TO AUD-RESULT
003300        GO TO 2200-EDIT-CARD-FAIL
003310     END-IF
003320     MOVE AC-EMP-ID      TO PD-EMP-ID
003330     MOVE AC-TYPE        TO PD-TYPE
003340     READ PENDMSTR KEY IS PD-KEY
003350         INVALID KEY
003360             MOVE 'FAILED - NO PENDING ITEM' TO AUD-RESULT
003370             GO TO 2200-EDIT-CARD-FAIL
003380     END-READ
003390     MOVE PD-MAKER-ID     TO AUD-MAKER-ID
003400     MOVE PD-ENTERED-DATE TO AUD-ENTERED-DATE
003410     IF NOT PD-PENDING
003420        STRING 'FAILED - ALREADY DECIDED ' PD-DECIDED-DATE
003430               DELIMITED SIZE INTO AUD-RESULT
003440        GO TO 2200-EDIT-CARD-FAIL
003450     END-IF
003460     IF PD-MAKER-ID = WS-USER-ID
003470        MOVE 'FAILED - APPROVER ENTERED THIS CHANGE' TO AUD-RESULT
003480        GO TO 2200-EDIT-CARD-FAIL
003490     END-IF
003500     IF AC-APPROVE AND PD-MAKER-ID = SPACES
003510        MOVE 'FAILED - NO MAKER ON ITEM - REJECT IT' TO AUD-RESULT
003520        GO TO 2200-EDIT-CARD-FAIL
003530     END-IF
003540     GO TO 2200-EDIT-CARD-EXIT
003550     .
003560 2200-EDIT-CARD-FAIL.
003570     MOVE 'N' TO WS-TRAN-OK-SW
003580     WRITE AUD-LIST-REC
003590     ADD 1 TO WS-ERROR-COUNT
003600     .
003610 2200-EDIT-CARD-EXIT.
003620     EXIT.
003630
003640 2300-APPROVE-SALARY.
003650*    THE SALARY ON FILE MUST STILL BE THE ONE THE CHANGE WAS
003660*    MEASURED AGAINST - IF ANYTHING MOVED IT SINCE, THE ITEM
003670*    STAYS PENDING AND THE APPROVER LOOKS AGAIN.
003680     MOVE PD-EMP-ID       TO EM-EMP-ID
003690     READ EMPMSTR KEY IS EM-EMP-ID
003700         INVALID KEY
003710             MOVE 'FAILED - EMPLOYEE NOT ON MASTER' TO AUD-RESULT
003720             GO TO 2300-APPROVE-SALARY-FAIL
003730     END-READ
003740     IF EM-SALARY-AMT NOT = PD-OLD-SALARY
003750        MOVE 'FAILED - MASTER CHANGED SINCE ENTRY' TO AUD-RESULT
003760        GO TO 2300-APPROVE-SALARY-FAIL
003770     END-IF
003780     MOVE EM-EMPLOYEE-REC TO WS-BEFORE-IMAGE
003790     MOVE EM-DEPT-CODE    TO WS-OLD-DEPT
003800     MOVE EM-SALARY-AMT   TO WS-OLD-SALARY
003810     MOVE EM-COMP-CODE    TO WS-OLD-COMP
003820     MOVE EM-STATUS-FLAG  TO WS-OLD-STATUS
003830     MOVE PD-NEW-SALARY   TO EM-SALARY-AMT
003840     MOVE WS-RUN-DATE-EDIT TO EM-LAST-MAINT-DATE
003850     REWRITE EM-EMPLOYEE-REC
003860     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT
003870     PERFORM 7000-WRITE-HISTORY THRU 7000-WRITE-HISTORY-EXIT
003880     PERFORM 2500-MARK-DECIDED THRU 2500-MARK-DECIDED-EXIT
003890     MOVE 'SALARY APPLIED' TO AUD-RESULT
003900     WRITE AUD-LIST-REC
003910     ADD 1 TO WS-APPROVE-COUNT
003920     GO TO 2300-APPROVE-SALARY-EXIT
003930     .
003940 2300-APPROVE-SALARY-FAIL.
003950     WRITE AUD-LIST-REC
003960     ADD 1 TO WS-ERROR-COUNT
003970     .
003980 2300-APPROVE-SALARY-EXIT.
003990     EXIT.
004000
004010 2350-APPROVE-BANK.
004020*    AN ADD NEEDS THE ROW STILL ABSENT; A CHANGE NEEDS IT STILL
004030*    CARRYING THE ACCOUNT THE CHANGE REPLACES.  EITHER WAY THE
004040*    NEW ACCOUNT STARTS UNVERIFIED, THE SAME AS BANKMAIN ALWAYS
004050*    DID, SO THE NEXT PRE-NOTE RUN COVERS IT.
004060     MOVE PD-EMP-ID       TO BK-EMP-ID
004070     IF PD-BANK-ADD
004080        READ BANKMSTR KEY IS BK-EMP-ID
004090            INVALID KEY
004100                CONTINUE
004110            NOT INVALID KEY
004120                MOVE 'FAILED - BANK ROW ALREADY EXISTS'
004130                  TO AUD-RESULT
004140                GO TO 2350-APPROVE-BANK-FAIL
004150        END-READ
004160        MOVE PD-NEW-ROUTING   TO BK-ROUTING
004170        MOVE PD-NEW-ACCOUNT   TO BK-ACCOUNT
004180        SET BK-NEW            TO TRUE
004190        MOVE WS-RUN-DATE-EDIT TO BK-LAST-MAINT-DATE
004200        WRITE BK-BANK-REC
004210        MOVE 'BANK ROW ADDED - PRENOTE DUE' TO AUD-RESULT
004220     ELSE
004230        READ BANKMSTR KEY IS BK-EMP-ID
004240            INVALID KEY
004250                MOVE 'FAILED - BANK ROW NOT FOUND' TO AUD-RESULT
004260                GO TO 2350-APPROVE-BANK-FAIL
004270        END-READ
004280        IF BK-ROUTING NOT = PD-OLD-ROUTING OR
004290           BK-ACCOUNT NOT = PD-OLD-ACCOUNT
004300           MOVE 'FAILED - BANK ROW CHANGED SINCE ENTRY'
004310             TO AUD-RESULT
004320           GO TO 2350-APPROVE-BANK-FAIL
004330        END-IF
004340        MOVE PD-NEW-ROUTING   TO BK-ROUTING
004350        MOVE PD-NEW-ACCOUNT   TO BK-ACCOUNT
004360        SET BK-NEW            TO TRUE
004370        MOVE WS-RUN-DATE-EDIT TO BK-LAST-MAINT-DATE
004380        REWRITE BK-BANK-REC
004390        MOVE 'BANK ROW CHANGED - PRENOTE DUE' TO AUD-RESULT
004400     END-IF
004410     PERFORM 2500-MARK-DECIDED THRU 2500-MARK-DECIDED-EXIT
004420     WRITE AUD-LIST-REC
004430     ADD 1 TO WS-APPROVE-COUNT
004440     GO TO 2350-APPROVE-BANK-EXIT
004450     .
004460 2350-APPROVE-BANK-FAIL.
004470     WRITE AUD-LIST-REC
004480     ADD 1 TO WS-ERROR-COUNT
004490     .
004500 2350-APPROVE-BANK-EXIT.
004510     EXIT.
004520
004530 2400-REJECT-ITEM.
004540*    NOTHING IS APPLIED.  THE ROW KEEPS THE DECISION SO EMPMAINT
004550*    DOES NOT RESUBMIT THE SAME SALARY THE NEXT DAY.
004560     PERFORM 2500-MARK-DECIDED THRU 2500-MARK-DECIDED-EXIT
004570     MOVE 'REJECTED - NOT APPLIED' TO AUD-RESULT
004580     WRITE AUD-LIST-REC
004590     ADD 1 TO WS-REJECT-COUNT
004600     .
004610 2400-REJECT-ITEM-EXIT.
004620     EXIT.
004630
004640 2500-MARK-DECIDED.
004650     IF AC-APPROVE
004660        SET PD-APPROVED   TO TRUE
004670     ELSE
004680        SET PD-REJECTED   TO TRUE
004690     END-IF
004700     MOVE WS-USER-ID      TO PD-CHECKER-ID
004710     MOVE WS-EFF-DATE     TO PD-DECIDED-DATE
004720     MOVE AC-REASON       TO PD-REASON
004730     REWRITE PD-PEND-REC
004740     .
004750 2500-MARK-DECIDED-EXIT.
004760     EXIT.
004770
004780 7000-WRITE-HISTORY.
004790*    THE SAME BEFORE/AFTER IMAGE EMPMAINT WRITES FOR A CHANGE, SO
004800*    EMPHRPT SEES AN APPROVED SALARY LIKE ANY OTHER.
004810*    THE MASTER RECORD HOLDS THE AFTER IMAGE WHEN THIS RUNS.
004820     MOVE EM-EMP-ID      TO EH-EMP-ID
004830     MOVE WS-EFF-DATE    TO EH-EFF-DATE
004840     MOVE 'CHANGE'       TO EH-ACTION
004850     MOVE WS-OLD-DEPT    TO EH-OLD-DEPT
004860     MOVE EM-DEPT-CODE   TO EH-NEW-DEPT
004870     MOVE WS-OLD-SALARY  TO EH-OLD-SALARY
004880     MOVE EM-SALARY-AMT  TO EH-NEW-SALARY
004890     MOVE WS-OLD-COMP    TO EH-OLD-COMP
004900     MOVE EM-COMP-CODE   TO EH-NEW-COMP
004910     MOVE WS-OLD-STATUS  TO EH-OLD-STATUS
004920     MOVE EM-STATUS-FLAG TO EH-NEW-STATUS
004930     WRITE EH-REC
004940     .
004950 7000-WRITE-HISTORY-EXIT.
004960     EXIT.
004970
004980 7100-WRITE-JOURNAL.
004990*    ONE JOURNAL ENTRY PER MASTER UPDATE, WRITTEN AS THE UPDATE
005000*    IS APPLIED, SO EMPRCVR CAN BACK THIS RUN OUT LIKE ANY OTHER.
005010     ADD 1 TO WS-JRNL-SEQ
005020     MOVE WS-JRNL-SEQ      TO JR-SEQ
005030     MOVE WS-EFF-DATE      TO JR-RUN-DATE
005040     MOVE WS-JRNL-TIME     TO JR-RUN-TIME
005050     MOVE 'REWRITE'        TO JR-ACTION
005060     MOVE EM-EMP-ID        TO JR-EMP-ID
005070     MOVE WS-BEFORE-IMAGE  TO JR-BEFORE-IMAGE
005080     MOVE EM-EMPLOYEE-REC  TO JR-AFTER-IMAGE
005090     WRITE JR-REC
005100     .
005110 7100-WRITE-JOURNAL-EXIT.
005120     EXIT.
005130
005140 8000-WRITE-SUMMARY.
005150     MOVE SPACES        TO AUD-LIST-REC
005160     MOVE 'SUMMARY'     TO AUD-ACTION
005170     WRITE AUD-LIST-REC
005180     DISPLAY 'PENDAPPR SUMMARY - APPROVED: ' WS-APPROVE-COUNT
005190             ' REJECTED: ' WS-REJECT-COUNT
005200             ' ERRORS: '   WS-ERROR-COUNT
005210     .
005220 8000-WRITE-SUMMARY-EXIT.
005230     EXIT.
005240
005250 9000-ABEND-PARA.
005260*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
005270*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
005280     DISPLAY 'PENDAPPR - OPEN FAILED FOR: ' WS-ABEND-DDNAME
005290     DISPLAY 'PENDAPPR - FILE STATUS WAS : ' WS-ABEND-STATUS
005300     MOVE 16 TO RETURN-CODE
005310     STOP RUN
005320     .
005330 9000-ABEND-PARA-EXIT.
005340     EXIT.
005350
005360 9500-WRITE-AUDIT-RECORD.
005370*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
005380*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
005390*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
005400     OPEN EXTEND AUDTFILE
005410     IF NOT WS-AUDTFILE-OK
005420        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
005430        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
005440        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
005450     END-IF
005460     ACCEPT WS-RUN-TIME FROM TIME
005470     MOVE 'PENDAPPR' TO LOG-PGM-NAME
005480     MOVE WS-RUN-DATE-EDIT TO LOG-RUN-DATE
005490     STRING WS-RUN-HH DELIMITED SIZE
005500            ':'       DELIMITED SIZE
005510            WS-RUN-MN DELIMITED SIZE
005520            ':'       DELIMITED SIZE
005530            WS-RUN-SS DELIMITED SIZE
005540            INTO LOG-RUN-TIME
005550     COMPUTE LOG-REC-COUNT = WS-APPROVE-COUNT + WS-REJECT-COUNT
005560                           + WS-ERROR-COUNT
005570     MOVE RETURN-CODE    TO LOG-RETURN-CODE
005580     WRITE LOG-REC
005590     CLOSE AUDTFILE
005600     .
005610 9500-WRITE-AUDIT-RECORD-EXIT.
005620     EXIT.
