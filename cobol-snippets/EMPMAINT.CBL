000242*                         ADDS AND CHANGES - PAYCALC JOINS       *
000243*                         HOURLY EMPLOYEES AGAINST THE           *
000244*                         TIMESHEET FEED.                        *
000245*        10/15/26   RWM   POSITION CONTROL - A HIRE, A           *
000246*                         DEPARTMENT TRANSFER, A REHIRE OR A     *
000247*                         CHANGE OF POSITION NUMBER ON THE       *
000248*                         EXTRACT MUST NAME A POSITION ON        *
000249*                         POSMSTR THAT IS VACANT (OR ALREADY THE *
000250*                         EMPLOYEE'S) IN THE TARGET DEPARTMENT   *
000251*                         AND COMPANY AND NOT FROZEN.  A FAILURE *
000252*                         IS LISTED AND THE RECORD IS NOT        *
000253*                         APPLIED (CC 4); IT APPLIES FROM A      *
000254*                         LATER EXTRACT ONCE THE POSITION IS     *
000255*                         OPEN.  APPLIED MOVES FILL THE NEW      *
000256*                         POSITION AND VACATE THE OLD ONE, AND A *
000257*                         TERMINATION VACATES THE POSITION HELD. *
000258*                         AUD-RESULT WIDENED FOR THE POSN TAG.   *
000259*        10/15/26   RWM   SALARY GRADES - A HIRE MUST CARRY A    *
000260*                         GRADE, AND A HIRE OR A CHANGE OF GRADE *
000261*                         MUST NAME A GRADE WITH A GRDMSTR RANGE *
000262*                         IN EFFECT ON THE RUN DATE.  AN UNKNOWN *
000263*                         GRADE IS LISTED AND THE RECORD IS NOT  *
000264*                         APPLIED (CC 4).  A BLANK GRADE ON A    *
000265*                         CHANGE KEEPS THE GRADE ON THE MASTER.  *
000266*                         AUD-RESULT WIDENED FOR THE GRADE TAG.  *
000267*        10/15/26   RWM   SUPERVISOR ID - A SUPERVISOR GIVEN ON  *
000268*                         A HIRE OR CHANGED ON THE EXTRACT MUST  *
000269*                         BE AN ACTIVE EMPLOYEE ON THE MASTER,   *
000270*                         NOT THE EMPLOYEE THEMSELF, AND MUST    *
000271*                         NOT REPORT (AT ANY LEVEL) TO THE       *
000272*                         EMPLOYEE.  A FAILURE IS LISTED AND THE *
000273*                         RECORD IS NOT APPLIED (CC 4).  BLANK   *
000274*                         KEEPS THE SUPERVISOR ON FILE, 000000   *
000275*                         CLEARS IT.  AUD-RESULT WIDENED FOR THE *
000276*                         SUPV TAG.                              *
000277*        10/15/26   RWM   DUAL APPROVAL - A SALARY CHANGE ON THE *
000278*                         EXTRACT THAT MOVES THE SALARY BY MORE  *
000279*                         THAN THE APPRCTL PERCENT (DEFAULT      *
000280*                         10.00) IS NOT APPLIED BUT WRITTEN TO   *
000281*                         THE PENDING-CHANGE MASTER (PENDMSTR)   *
000282*                         STAMPED WITH THE SUBMITTING USER FROM  *
000283*                         THE PARM, FOR PENDAPPR TO APPLY ON A   *
000284*                         SECOND USER'S APPROVAL.  THE REST OF   *
000285*                         THE RECORD STILL APPLIES AT THE OLD    *
000286*                         SALARY.                                *
000287*        10/15/26   RWM   THE MAKER STAMPED ON A HELD SALARY     *
000288*                         CHANGE NOW COMES FROM THE SIGNED-ON    *
000289*                         USER'S SECURITY ENVIRONMENT (SECUSER)  *
000290*                         - THE EXEC PARM IS GONE, AS ANY        *
000291*                         SUBMITTER COULD CODE ANOTHER USER'S ID *
000292*                         IN IT.                                 *
000293*        10/15/26   RWM   A TERM CARD CARRYING A TERMPROC NOTICE *
000294*                         (LAST DAY AND REASON) NOW APPENDS THE  *
000295*                         OPTIONAL TERMINATION HISTORY (THISTDD) *
000296*                         ONCE THE TERM IS APPLIED, SO ONLY      *
000297*                         APPLIED TERMS ARE EVER RECORDED THERE. *
000298******************************************************************
000299
000300 IDENTIFICATION DIVISION.
000301 PROGRAM-ID. EMPMAINT.
000302 AUTHOR. R MEHTA.
000303 INSTALLATION. DATA PROCESSING.
000304 DATE-WRITTEN. 08/22/26.
000305 DATE-COMPILED.
000306
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000551     ORGANIZATION IS LINE SEQUENTIAL
000552     FILE STATUS IS WS-EMPJRNL-STATUS.
000553
000554     SELECT POSMSTR  ASSIGN TO POSMSTR
000555     ORGANIZATION IS INDEXED
000556     ACCESS MODE IS DYNAMIC
000557     RECORD KEY IS PN-POSN-NO
000558     FILE STATUS IS WS-POSMSTR-STATUS.
000559
000560     SELECT GRDMSTR  ASSIGN TO GRDMSTR
000561     ORGANIZATION IS INDEXED
000562     ACCESS MODE IS DYNAMIC
000563     RECORD KEY IS GR-KEY
000564     FILE STATUS IS WS-GRDMSTR-STATUS.
000565
000566     SELECT PENDMSTR ASSIGN TO PENDMSTR
000567     ORGANIZATION IS INDEXED
000568     ACCESS MODE IS DYNAMIC
000569     RECORD KEY IS PD-KEY
000570     FILE STATUS IS WS-PENDMSTR-STATUS.
000571
000572     SELECT APPRCTL  ASSIGN TO APPRCTL
000573     ORGANIZATION IS LINE SEQUENTIAL
000574     FILE STATUS IS WS-APPRCTL-STATUS.
000575
000576     SELECT THISTFILE ASSIGN TO THISTDD
000577     ORGANIZATION IS LINE SEQUENTIAL
000578     FILE STATUS IS WS-THISTFILE-STATUS.
000579
000580 DATA DIVISION.
000581 FILE SECTION.
000582 FD EMPFILE.
000590     COPY EMPREC REPLACING ==:RECNAME:== BY ==EMP-REC==
000600                           ==:PFX:==     BY ==EMP==.
000610
000620 FD EMPMSTR.
000630     COPY EMPMREC.
000640
000642*    A KEYED TERM CARD CARRIES THE EMPLOYEE ID ONLY.  TERMPROC'S
000644*    CARDS ALSO CARRY THE NOTICE IN THE FEED'S OWN COLUMNS - 8-15
000646*    THE LAST DAY, 17-36 THE REASON, 38 THE REASON CODE.
000650 FD TERMCTL.
000660 01 TC-REC.
000670     05 TC-EMP-ID         PIC X(06).
000671     05 FILLER            PIC X(01).
000672     05 TC-TERM-DATE      PIC X(08).
000673     05 FILLER            PIC X(01).
000674     05 TC-REASON         PIC X(20).
000675     05 FILLER            PIC X(01).
000676     05 TC-REASON-CODE    PIC X(01).
000680     05 FILLER            PIC X(42).
000690
000700 FD EMPAUDIT.
000710 01 AUD-LIST-REC.
000750     05 FILLER            PIC X(01) VALUE SPACE.
000760     05 AUD-EMP-NAME      PIC X(20).
000770     05 FILLER            PIC X(01) VALUE SPACE.
000780     05 AUD-RESULT        PIC X(72).
000790
000800 FD AUDTFILE.
000810     COPY AUDITREC REPLACING ==:RECNAME:== BY ==LOG-REC==
000831     COPY EJRNREC REPLACING ==:RECNAME:== BY ==JR-REC==
000832                            ==:PFX:==     BY ==JR==.
000833
000834 FD POSMSTR.
000835     COPY POSNREC.
000836
000837 FD GRDMSTR.
000838     COPY GRADEREC.
000839
000840 FD PENDMSTR.
000841     COPY PENDREC.
000842
000843*    OPTIONAL DUAL-APPROVAL CONTROL CARD: COLS 1-5 THE LARGEST
000844*    SALARY MOVE APPLIED WITHOUT APPROVAL AS A PERCENT 999V99,
000845*    COLS 7-9 THE PENDING AGE IN DAYS (READ BY THE REPORTS).
000846 FD APPRCTL.
000847 01 AP-CTL-REC.
000848     05 AP-HOLD-PCT       PIC X(05).
000849     05 AP-HOLD-PCT-9 REDEFINES AP-HOLD-PCT PIC 9(03)V99.
000850     05 FILLER            PIC X(75).
000851
000852 FD THISTFILE.
000853     COPY THISTREC REPLACING ==:RECNAME:== BY ==TH-REC==
000854                             ==:PFX:==     BY ==TH==.
000855
000856 WORKING-STORAGE SECTION.
000857 01 WS-EMPFILE-STATUS    PIC X(02) VALUE '00'.
000860 01 WS-EMPMSTR-STATUS    PIC X(02) VALUE '00'.
000870 01 WS-TERMCTL-STATUS    PIC X(02) VALUE '00'.
000880 01 WS-EMPAUDIT-STATUS   PIC X(02) VALUE '00'.
001067 01 WS-JRNL-SEQ          PIC 9(07) VALUE ZEROES COMP.
001068 01 WS-JRNL-ACTION       PIC X(07) VALUE SPACES.
001068 01 WS-JRNL-TIME         PIC X(08) VALUE SPACES.
001069 01 WS-BEFORE-IMAGE      PIC X(78) VALUE SPACES.
001070 01 WS-EFF-DATE          PIC X(08) VALUE SPACES.
001071 01 WS-HIST-ACTION       PIC X(10) VALUE SPACES.
001072 01 WS-OLD-DEPT          PIC X(04) VALUE SPACES.
001073 01 WS-OLD-SALARY        PIC 9(07)V99 VALUE ZEROES.
001074 01 WS-OLD-COMP          PIC 9(06) VALUE ZEROES.
001076 01 WS-OLD-STATUS        PIC X(01) VALUE SPACE.
001077 01 WS-POSMSTR-STATUS    PIC X(02) VALUE '00'.
001078 01 WS-POSN-OK-SW        PIC X(01) VALUE 'Y'.
001079     88 WS-POSN-OK       VALUE 'Y'.
001080 01 WS-POSN-CHECK-SW     PIC X(01) VALUE 'N'.
001081     88 WS-POSN-CHECK    VALUE 'Y'.
001082 01 WS-OLD-POSN          PIC X(06) VALUE SPACES.
001083 01 WS-NEW-POSN          PIC X(06) VALUE SPACES.
001084 01 WS-POSN-EMP-EDIT     PIC 9(06) VALUE ZEROES.
001085 01 WS-POSN-FAIL-COUNT   PIC 9(05) VALUE ZEROES COMP.
001086 01 WS-VACATED-COUNT     PIC 9(05) VALUE ZEROES COMP.
001087 01 WS-GRDMSTR-STATUS    PIC X(02) VALUE '00'.
001088 01 WS-GRADE-OK-SW       PIC X(01) VALUE 'Y'.
001089     88 WS-GRADE-OK      VALUE 'Y'.
001090 01 WS-NEW-GRADE         PIC X(03) VALUE SPACES.
001091 01 WS-GRADE-FAIL-COUNT  PIC 9(05) VALUE ZEROES COMP.
001092 01 WS-SUPV-OK-SW        PIC X(01) VALUE 'Y'.
001093     88 WS-SUPV-OK       VALUE 'Y'.
001094 01 WS-SUPV-DONE-SW      PIC X(01) VALUE 'N'.
001095     88 WS-SUPV-DONE     VALUE 'Y'.
001096 01 WS-SUPV-LOOP-SW      PIC X(01) VALUE 'N'.
001097     88 WS-SUPV-LOOP     VALUE 'Y'.
001098 01 WS-OLD-SUPV          PIC 9(06) VALUE ZEROES.
001099 01 WS-NEW-SUPV          PIC 9(06) VALUE ZEROES.
001100 01 WS-SUPV-DEPTH        PIC 9(03) VALUE ZEROES COMP.
001101 01 WS-SUPV-MAX-DEPTH    PIC 9(03) VALUE 99 COMP.
001102 01 WS-SUPV-FAIL-COUNT   PIC 9(05) VALUE ZEROES COMP.
001103 01 WS-SUPV-HOLD-REC     PIC X(78) VALUE SPACES.
001104 01 WS-PENDMSTR-STATUS   PIC X(02) VALUE '00'.
001105 01 WS-APPRCTL-STATUS    PIC X(02) VALUE '00'.
001106 01 WS-USER-ID           PIC X(08) VALUE SPACES.
001107 01 WS-HOLD-PCT          PIC 9(03)V99 VALUE 10.00.
001108 01 WS-SAL-DIFF          PIC 9(07)V99 VALUE ZEROES.
001109 01 WS-SAL-PCT           PIC 9(03)V99 VALUE ZEROES.
001110 01 WS-PEND-FOUND-SW     PIC X(01) VALUE 'N'.
001111     88 WS-PEND-FOUND    VALUE 'Y'.
001112 01 WS-PEND-COUNT        PIC 9(05) VALUE ZEROES COMP.
001113 01 WS-PEND-OLD-EDIT     PIC Z(06)9.99.
001114 01 WS-PEND-NEW-EDIT     PIC Z(06)9.99.
001115 01 WS-PEND-PCT-EDIT     PIC ZZ9.99.
001116 01 WS-THISTFILE-STATUS  PIC X(02) VALUE '00'.
001117 01 WS-THIST-OPEN-SW     PIC X(01) VALUE 'N'.
001118     88 WS-THIST-OPEN    VALUE 'Y'.
001119 01 WS-THIST-COUNT       PIC 9(05) VALUE ZEROES COMP.
001120 01 WS-RUN-DATE.
001121     05 WS-RUN-YY        PIC 9(02).
001122     05 WS-RUN-MM        PIC 9(02).
001123     05 WS-RUN-DD        PIC 9(02).
001124 01 WS-RUN-TIME.
001125     05 WS-RUN-HH        PIC 9(02).
001130     05 WS-RUN-MN        PIC 9(02).
001140     05 WS-RUN-SS        PIC 9(02).
001150     05 FILLER           PIC 9(02).
001270           EMPAUDIT
001272           EMPHIST
001273           EMPJRNL
001274           POSMSTR
001275           GRDMSTR
001276           PENDMSTR
001280     PERFORM 9500-WRITE-AUDIT-RECORD
001290             THRU 9500-WRITE-AUDIT-RECORD-EXIT
001300     STOP RUN
001440        WS-EMPMSTR-STATUS NOT = '05'
001450        MOVE 'EMPMSTR' TO WS-ABEND-DDNAME
001460        MOVE WS-EMPMSTR-STATUS TO WS-ABEND-STATUS
001461        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001462     END-IF
001463     OPEN I-O POSMSTR
001464     IF WS-POSMSTR-STATUS NOT = '00' AND
001465        WS-POSMSTR-STATUS NOT = '05'
001466        MOVE 'POSMSTR' TO WS-ABEND-DDNAME
001467        MOVE WS-POSMSTR-STATUS TO WS-ABEND-STATUS
001468        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001469     END-IF
001470     OPEN I-O GRDMSTR
001471     IF WS-GRDMSTR-STATUS NOT = '00' AND
001472        WS-GRDMSTR-STATUS NOT = '05'
001473        MOVE 'GRDMSTR' TO WS-ABEND-DDNAME
001474        MOVE WS-GRDMSTR-STATUS TO WS-ABEND-STATUS
001475        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001480     END-IF
001481     OPEN I-O PENDMSTR
001482     IF WS-PENDMSTR-STATUS NOT = '00' AND
001483        WS-PENDMSTR-STATUS NOT = '05'
001484        MOVE 'PENDMSTR' TO WS-ABEND-DDNAME
001485        MOVE WS-PENDMSTR-STATUS TO WS-ABEND-STATUS
001486        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001487     END-IF
001488*    APPRCTL IS OPTIONAL - A BLANK OR NON-NUMERIC PERCENT KEEPS
001489*    THE DEFAULT.
001490     OPEN INPUT APPRCTL
001491     IF WS-APPRCTL-STATUS = '00'
001492        READ APPRCTL
001493            AT END CONTINUE
001494            NOT AT END
001495                IF AP-HOLD-PCT IS NUMERIC
001496                   MOVE AP-HOLD-PCT-9 TO WS-HOLD-PCT
001497                END-IF
001498        END-READ
001499        CLOSE APPRCTL
001500     END-IF
001501*    THE MAKER IS THE USER THE JOB WAS SIGNED ON UNDER - TAKEN
001502*    FROM THE SECURITY ENVIRONMENT, NOT FROM THE JCL.
001503     CALL 'SECUSER' USING WS-USER-ID
001504     OPEN OUTPUT EMPAUDIT
001505     IF NOT WS-EMPAUDIT-OK
001510        MOVE 'EMPAUDIT' TO WS-ABEND-DDNAME
001520        MOVE WS-EMPAUDIT-STATUS TO WS-ABEND-STATUS
001530        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
001880        WRITE AUD-LIST-REC
001890        ADD 1 TO WS-ERROR-COUNT
001900        GO TO 2100-APPLY-EMP-EXIT
001901     END-IF
001902     MOVE EMP-EMP-ID TO EM-EMP-ID
001903     READ EMPMSTR KEY IS EM-EMP-ID
001904         INVALID KEY
001905             PERFORM 2110-ADD-EMPLOYEE
001906                     THRU 2110-ADD-EMPLOYEE-EXIT
001907         NOT INVALID KEY
001908             PERFORM 2120-CHANGE-EMPLOYEE
001909                     THRU 2120-CHANGE-EMPLOYEE-EXIT
001910     END-READ
001911     .
001912 2100-APPLY-EMP-EXIT.
001913     EXIT.
001914
001915 2110-ADD-EMPLOYEE.
001916*    A HIRE MUST CARRY A GRADE THAT HAS A RANGE IN EFFECT, MUST
001917*    REPORT TO AN ACTIVE SUPERVISOR (OR NONE), AND MUST TAKE AN
001918*    OPEN POSITION IN ITS DEPARTMENT.
001919     MOVE EMP-GRADE       TO WS-NEW-GRADE
001920     MOVE 'ADD'           TO AUD-ACTION
001921     PERFORM 2190-CHECK-GRADE THRU 2190-CHECK-GRADE-EXIT
001922     IF NOT WS-GRADE-OK
001923        GO TO 2110-ADD-EMPLOYEE-EXIT
001924     END-IF
001925     MOVE ZEROES          TO WS-OLD-SUPV
001926     PERFORM 2195-CHECK-SUPERVISOR
001927             THRU 2195-CHECK-SUPERVISOR-EXIT
001928     IF NOT WS-SUPV-OK
001929        GO TO 2110-ADD-EMPLOYEE-EXIT
001930     END-IF
001931     MOVE EMP-POSN-NO     TO WS-NEW-POSN
001932     MOVE 'ADD'           TO AUD-ACTION
001933     PERFORM 2160-CHECK-POSITION THRU 2160-CHECK-POSITION-EXIT
001934     IF NOT WS-POSN-OK
001935        GO TO 2110-ADD-EMPLOYEE-EXIT
001936     END-IF
001937     MOVE EMP-EMP-ID      TO EM-EMP-ID
001938     MOVE EMP-EMP-NAME    TO EM-EMP-NAME
001939     MOVE EMP-DEPT-CODE   TO EM-DEPT-CODE
001940     MOVE EMP-HIRE-DATE   TO EM-HIRE-DATE
001941     MOVE EMP-SALARY-AMT  TO EM-SALARY-AMT
001942     MOVE EMP-COMP-CODE   TO EM-COMP-CODE
001943     MOVE EMP-POSN-NO     TO EM-POSN-NO
001944     MOVE WS-NEW-GRADE    TO EM-GRADE
001945     MOVE WS-NEW-SUPV     TO EM-SUPV-ID
001946     PERFORM 2150-SET-PAY-TYPE THRU 2150-SET-PAY-TYPE-EXIT
001947     SET EM-ACTIVE        TO TRUE
001948     MOVE WS-RUN-DATE-EDIT TO EM-LAST-MAINT-DATE
001949     WRITE EM-EMPLOYEE-REC
001950     MOVE SPACES          TO WS-BEFORE-IMAGE
001951     MOVE 'WRITE  '       TO WS-JRNL-ACTION
001952     PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT
001953     MOVE SPACES          TO WS-OLD-DEPT
001954     MOVE ZEROES          TO WS-OLD-SALARY
001955     MOVE ZEROES          TO WS-OLD-COMP
001956     MOVE SPACE           TO WS-OLD-STATUS
001957     MOVE SPACES          TO WS-OLD-POSN
001958     PERFORM 2170-FILL-POSITION THRU 2170-FILL-POSITION-EXIT
001959     MOVE 'ADD'           TO WS-HIST-ACTION
001960     PERFORM 7000-WRITE-HISTORY THRU 7000-WRITE-HISTORY-EXIT
001961     MOVE 'ADD'           TO AUD-ACTION
001962     MOVE EMP-EMP-ID      TO AUD-EMP-ID
001963     MOVE EMP-EMP-NAME    TO AUD-EMP-NAME
001964     MOVE 'EMPLOYEE ADDED' TO AUD-RESULT
001965     WRITE AUD-LIST-REC
001966     ADD 1 TO WS-ADD-COUNT
001967     .
001968 2110-ADD-EMPLOYEE-EXIT.
001969     EXIT.
001970
001971 2150-SET-PAY-TYPE.
001972*    ONLY 'H' MEANS HOURLY; A BLANK OR ANYTHING ELSE ON THE
001973*    EXTRACT STORES AS 'S', SO EVERY MASTER RECORD CARRIES AN
001974*    EXPLICIT PAY TYPE AND OLD EXTRACT FILES KEEP WORKING.
001975     IF EMP-PAY-TYPE = 'H'
001976        MOVE 'H' TO EM-PAY-TYPE
001977     ELSE
001978        MOVE 'S' TO EM-PAY-TYPE
001979     END-IF
001980     .
001981 2150-SET-PAY-TYPE-EXIT.
001982     EXIT.
001983
001984 2160-CHECK-POSITION.
001985*    WS-NEW-POSN MUST BE ON POSMSTR IN THE EXTRACT'S DEPARTMENT
001986*    AND COMPANY, NOT FROZEN, AND VACANT OR ALREADY HELD BY THIS
001987*    EMPLOYEE.  THE CALLER HAS SET AUD-ACTION; A FAILURE IS
001988*    LISTED HERE AND THE CALLER SKIPS THE RECORD.
001989     MOVE 'Y' TO WS-POSN-OK-SW
001990     MOVE SPACES TO AUD-RESULT
001991     IF WS-NEW-POSN = SPACES
001992        MOVE 'FAILED - NO POSITION NUMBER ON EXTRACT'
001993          TO AUD-RESULT
001994        GO TO 2160-CHECK-POSITION-FAIL
001995     END-IF
001996     MOVE WS-NEW-POSN TO PN-POSN-NO
001997     READ POSMSTR KEY IS PN-POSN-NO
001998         INVALID KEY
001999             STRING 'FAILED - POSITION ' DELIMITED SIZE
002000                    WS-NEW-POSN          DELIMITED SIZE
002001                    ' NOT ON POSMSTR'    DELIMITED SIZE
002002                    INTO AUD-RESULT
002003             GO TO 2160-CHECK-POSITION-FAIL
002004     END-READ
002005     IF PN-DEPT-CODE NOT = EMP-DEPT-CODE
002006        STRING 'FAILED - POSITION ' DELIMITED SIZE
002007               WS-NEW-POSN          DELIMITED SIZE
002008               ' IS IN DEPT '       DELIMITED SIZE
002009               PN-DEPT-CODE         DELIMITED SIZE
002010               INTO AUD-RESULT
002011        GO TO 2160-CHECK-POSITION-FAIL
002012     END-IF
002013     IF PN-COMP-CODE NOT = EMP-COMP-CODE
002014        STRING 'FAILED - POSITION ' DELIMITED SIZE
002015               WS-NEW-POSN          DELIMITED SIZE
002016               ' IS IN ANOTHER COMPANY' DELIMITED SIZE
002017               INTO AUD-RESULT
002018        GO TO 2160-CHECK-POSITION-FAIL
002019     END-IF
002020     IF PN-FROZEN
002021        STRING 'FAILED - POSITION ' DELIMITED SIZE
002022               WS-NEW-POSN          DELIMITED SIZE
002023               ' IS FROZEN'         DELIMITED SIZE
002024               INTO AUD-RESULT
002025        GO TO 2160-CHECK-POSITION-FAIL
002026     END-IF
002027     IF PN-FILLED AND PN-EMP-ID NOT = EMP-EMP-ID
002028        MOVE PN-EMP-ID TO WS-POSN-EMP-EDIT
002029        STRING 'FAILED - POSITION ' DELIMITED SIZE
002030               WS-NEW-POSN          DELIMITED SIZE
002031               ' FILLED BY '        DELIMITED SIZE
002032               WS-POSN-EMP-EDIT     DELIMITED SIZE
002033               INTO AUD-RESULT
002034        GO TO 2160-CHECK-POSITION-FAIL
002035     END-IF
002036     GO TO 2160-CHECK-POSITION-EXIT
002037     .
002038 2160-CHECK-POSITION-FAIL.
002039     MOVE 'N' TO WS-POSN-OK-SW
002040     MOVE EMP-EMP-ID      TO AUD-EMP-ID
002041     MOVE EMP-EMP-NAME    TO AUD-EMP-NAME
002042     WRITE AUD-LIST-REC
002043     ADD 1 TO WS-ERROR-COUNT
002044     ADD 1 TO WS-POSN-FAIL-COUNT
002045     .
002046 2160-CHECK-POSITION-EXIT.
002047     EXIT.
002048
002049 2170-FILL-POSITION.
002050*    THE MASTER RECORD HOLDS THE EMPLOYEE JUST APPLIED.  THE
002051*    POSITION WAS FOUND OPEN BY 2160 EARLIER IN THIS RECORD.
002052     MOVE EM-POSN-NO TO PN-POSN-NO
002053     READ POSMSTR KEY IS PN-POSN-NO
002054         INVALID KEY
002055             GO TO 2170-FILL-POSITION-EXIT
002056     END-READ
002057     SET PN-FILLED        TO TRUE
002058     MOVE EM-EMP-ID       TO PN-EMP-ID
002059     MOVE WS-EFF-DATE     TO PN-FILL-DATE
002060     MOVE WS-EFF-DATE     TO PN-LAST-MAINT-DATE
002061     REWRITE PN-POSN-REC
002062     .
002063 2170-FILL-POSITION-EXIT.
002064     EXIT.
002065
002066 2180-VACATE-POSITION.
002067*    RELEASE WS-OLD-POSN - BUT ONLY WHILE IT STILL SHOWS THIS
002068*    EMPLOYEE AS THE INCUMBENT, SO A RERUN OR A POSITION ALREADY
002069*    REFILLED IS LEFT ALONE.
002070     IF WS-OLD-POSN = SPACES
002071        GO TO 2180-VACATE-POSITION-EXIT
002072     END-IF
002073     MOVE WS-OLD-POSN TO PN-POSN-NO
002074     READ POSMSTR KEY IS PN-POSN-NO
002075         INVALID KEY
002076             GO TO 2180-VACATE-POSITION-EXIT
002077     END-READ
002078     IF PN-FILLED AND PN-EMP-ID = EM-EMP-ID
002079        SET PN-VACANT     TO TRUE
002080        MOVE ZEROES       TO PN-EMP-ID
002081        MOVE SPACES       TO PN-FILL-DATE
002082        MOVE WS-EFF-DATE  TO PN-LAST-MAINT-DATE
002083        REWRITE PN-POSN-REC
002084        ADD 1 TO WS-VACATED-COUNT
002085     END-IF
002086     .
002087 2180-VACATE-POSITION-EXIT.
002088     EXIT.
002089
002090 2190-CHECK-GRADE.
002091*    WS-NEW-GRADE MUST BE ON GRDMSTR WITH A RANGE EFFECTIVE ON OR
002092*    BEFORE THE RUN DATE.  ROWS FOR A GRADE ARE KEYED IN DATE
002093*    ORDER, SO THE FIRST ROW FOUND IS ITS EARLIEST RANGE.  THE
002094*    CALLER HAS SET AUD-ACTION; A FAILURE IS LISTED HERE AND THE
002095*    CALLER SKIPS THE RECORD.
002096     MOVE 'Y' TO WS-GRADE-OK-SW
002097     MOVE SPACES TO AUD-RESULT
002098     IF WS-NEW-GRADE = SPACES
002099        MOVE 'FAILED - NO GRADE ON EXTRACT' TO AUD-RESULT
002100        GO TO 2190-CHECK-GRADE-FAIL
002101     END-IF
002102     MOVE WS-NEW-GRADE TO GR-GRADE
002103     MOVE LOW-VALUES   TO GR-EFF-DATE
002104     START GRDMSTR KEY IS NOT LESS THAN GR-KEY
002105         INVALID KEY
002106             MOVE HIGH-VALUES TO GR-GRADE
002107     END-START
002108     IF GR-GRADE NOT = HIGH-VALUES
002109        READ GRDMSTR NEXT RECORD
002110            AT END
002111                MOVE HIGH-VALUES TO GR-GRADE
002112        END-READ
002113     END-IF
002114     IF GR-GRADE NOT = WS-NEW-GRADE
002115        STRING 'FAILED - GRADE '    DELIMITED SIZE
002116               WS-NEW-GRADE         DELIMITED SIZE
002117               ' NOT ON GRDMSTR'    DELIMITED SIZE
002118               INTO AUD-RESULT
002119        GO TO 2190-CHECK-GRADE-FAIL
002120     END-IF
002121     IF GR-EFF-DATE > WS-EFF-DATE
002122        STRING 'FAILED - GRADE '    DELIMITED SIZE
002123               WS-NEW-GRADE         DELIMITED SIZE
002124               ' NOT YET IN EFFECT' DELIMITED SIZE
002125               INTO AUD-RESULT
002126        GO TO 2190-CHECK-GRADE-FAIL
002127     END-IF
002128     GO TO 2190-CHECK-GRADE-EXIT
002129     .
002130 2190-CHECK-GRADE-FAIL.
002131     MOVE 'N' TO WS-GRADE-OK-SW
002132     MOVE EMP-EMP-ID      TO AUD-EMP-ID
002133     MOVE EMP-EMP-NAME    TO AUD-EMP-NAME
002134     WRITE AUD-LIST-REC
002135     ADD 1 TO WS-ERROR-COUNT
002136     ADD 1 TO WS-GRADE-FAIL-COUNT
002137     .
002138 2190-CHECK-GRADE-EXIT.
002139     EXIT.
002140
002141 2195-CHECK-SUPERVISOR.
002142*    SETS WS-NEW-SUPV FROM THE EXTRACT - BLANK KEEPS WS-OLD-SUPV,
002143*    ZERO MEANS NO SUPERVISOR.  A NEW SUPERVISOR MUST BE AN
002144*    ACTIVE EMPLOYEE OTHER THAN THIS ONE, AND WALKING UP FROM
002145*    THEM MUST NEVER COME BACK TO THIS EMPLOYEE - THAT WOULD BE A
002146*    CIRCULAR REPORTING CHAIN.  THE WALK READS EMPMSTR, SO THE
002147*    CALLER'S RECORD IS HELD AND PUT BACK BEFORE RETURNING.  THE
002148*    CALLER HAS SET AUD-ACTION; A FAILURE IS LISTED HERE AND THE
002149*    CALLER SKIPS THE RECORD.
002150     MOVE 'Y' TO WS-SUPV-OK-SW
002151     MOVE SPACES TO AUD-RESULT
002152     MOVE WS-OLD-SUPV TO WS-NEW-SUPV
002153     MOVE EM-EMPLOYEE-REC TO WS-SUPV-HOLD-REC
002154     IF EMP-SUPV-ID = SPACES
002155        GO TO 2195-CHECK-SUPERVISOR-EXIT
002156     END-IF
002157     IF EMP-SUPV-ID IS NOT NUMERIC
002158        MOVE 'FAILED - SUPERVISOR ID NOT NUMERIC' TO AUD-RESULT
002159        GO TO 2195-CHECK-SUPERVISOR-FAIL
002160     END-IF
002161     MOVE EMP-SUPV-ID TO WS-NEW-SUPV
002162     IF WS-NEW-SUPV = ZERO OR
002163        WS-NEW-SUPV = WS-OLD-SUPV
002164        GO TO 2195-CHECK-SUPERVISOR-EXIT
002165     END-IF
002166     IF WS-NEW-SUPV = EMP-EMP-ID
002167        MOVE 'FAILED - EMPLOYEE CANNOT REPORT TO SELF'
002168          TO AUD-RESULT
002169        GO TO 2195-CHECK-SUPERVISOR-FAIL
002170     END-IF
002171     MOVE WS-NEW-SUPV TO EM-EMP-ID
002172     READ EMPMSTR KEY IS EM-EMP-ID
002173         INVALID KEY
002174             STRING 'FAILED - SUPERVISOR ' DELIMITED SIZE
002175                    WS-NEW-SUPV            DELIMITED SIZE
002176                    ' NOT ON MASTER'       DELIMITED SIZE
002177                    INTO AUD-RESULT
002178             GO TO 2195-CHECK-SUPERVISOR-FAIL
002179     END-READ
002180     IF NOT EM-ACTIVE
002181        STRING 'FAILED - SUPERVISOR ' DELIMITED SIZE
002182               WS-NEW-SUPV            DELIMITED SIZE
002183               ' IS NOT ACTIVE'       DELIMITED SIZE
002184               INTO AUD-RESULT
002185        GO TO 2195-CHECK-SUPERVISOR-FAIL
002186     END-IF
002187     MOVE 'N' TO WS-SUPV-DONE-SW
002188                 WS-SUPV-LOOP-SW
002189     MOVE ZERO TO WS-SUPV-DEPTH
002190     PERFORM 2196-WALK-UP THRU 2196-WALK-UP-EXIT
002191             UNTIL WS-SUPV-DONE
002192     IF WS-SUPV-LOOP
002193        STRING 'FAILED - SUPERVISOR ' DELIMITED SIZE
002194               WS-NEW-SUPV            DELIMITED SIZE
002195               ' REPORTS BACK TO EMPLOYEE' DELIMITED SIZE
002196               INTO AUD-RESULT
002197        GO TO 2195-CHECK-SUPERVISOR-FAIL
002198     END-IF
002199     MOVE WS-SUPV-HOLD-REC TO EM-EMPLOYEE-REC
002200     GO TO 2195-CHECK-SUPERVISOR-EXIT
002201     .
002202 2195-CHECK-SUPERVISOR-FAIL.
002203     MOVE WS-SUPV-HOLD-REC TO EM-EMPLOYEE-REC
002204     MOVE 'N' TO WS-SUPV-OK-SW
002205     MOVE EMP-EMP-ID      TO AUD-EMP-ID
002206     MOVE EMP-EMP-NAME    TO AUD-EMP-NAME
002207     WRITE AUD-LIST-REC
002208     ADD 1 TO WS-ERROR-COUNT
002209     ADD 1 TO WS-SUPV-FAIL-COUNT
002210     .
002211 2195-CHECK-SUPERVISOR-EXIT.
002212     EXIT.
002213
002214 2196-WALK-UP.
002215*    ONE STEP UP THE CHAIN FROM THE RECORD NOW IN EM-EMPLOYEE-REC.
002216*    THE CHAIN ENDS AT SOMEONE WITH NO SUPERVISOR OR ONE NOT ON
002217*    FILE.  A CHAIN DEEPER THAN WS-SUPV-MAX-DEPTH CAN ONLY BE AN
002218*    EXISTING LOOP ABOVE THIS EMPLOYEE, AND IS REFUSED THE SAME.
002219     IF EM-SUPV-ID = ZERO
002220        SET WS-SUPV-DONE TO TRUE
002221        GO TO 2196-WALK-UP-EXIT
002222     END-IF
002223     IF EM-SUPV-ID = EMP-EMP-ID OR
002224        WS-SUPV-DEPTH >= WS-SUPV-MAX-DEPTH
002225        SET WS-SUPV-LOOP TO TRUE
002226        SET WS-SUPV-DONE TO TRUE
002227        GO TO 2196-WALK-UP-EXIT
002228     END-IF
002229     ADD 1 TO WS-SUPV-DEPTH
002230     MOVE EM-SUPV-ID TO EM-EMP-ID
002231     READ EMPMSTR KEY IS EM-EMP-ID
002232         INVALID KEY
002233             SET WS-SUPV-DONE TO TRUE
002234     END-READ
002235     .
002236 2196-WALK-UP-EXIT.
002237     EXIT.
002238
002240 2120-CHANGE-EMPLOYEE.
002241*    ONLY REWRITE WHEN SOMETHING ACTUALLY CHANGED, AND SAY ON
002242*    THE AUDIT LISTING WHICH FIELDS MOVED - THE LISTING IS THE
002243*    ANSWER TO 'WHAT DID WE HAVE ON FILE FOR THIS EMPLOYEE'
002244*    WHEN SOMEONE ASKS ABOUT A PRIOR DAY.
002245     MOVE 'N' TO WS-CHANGE-SW
002246*    CAPTURE THE BEFORE IMAGE UP FRONT - THE MOVES BELOW
002247*    OVERWRITE THE MASTER FIELDS IN PLACE.
002248     MOVE EM-EMPLOYEE-REC TO WS-BEFORE-IMAGE
002249     MOVE EM-DEPT-CODE   TO WS-OLD-DEPT
002250     MOVE EM-SALARY-AMT  TO WS-OLD-SALARY
002251     MOVE EM-COMP-CODE   TO WS-OLD-COMP
002252     MOVE EM-STATUS-FLAG TO WS-OLD-STATUS
002253     MOVE EM-POSN-NO     TO WS-OLD-POSN
002254*    A BLANK GRADE ON THE EXTRACT KEEPS THE GRADE ON FILE; A NEW
002255*    GRADE MUST HAVE A RANGE IN EFFECT OR THE RECORD IS HELD BACK.
002256     MOVE EMP-GRADE      TO WS-NEW-GRADE
002257     IF WS-NEW-GRADE = SPACES
002258        MOVE EM-GRADE    TO WS-NEW-GRADE
002259     END-IF
002260     IF WS-NEW-GRADE NOT = EM-GRADE
002261        MOVE 'CHANGE'    TO AUD-ACTION
002262        PERFORM 2190-CHECK-GRADE THRU 2190-CHECK-GRADE-EXIT
002263        IF NOT WS-GRADE-OK
002264           GO TO 2120-CHANGE-EMPLOYEE-EXIT
002265        END-IF
002266     END-IF
002267*    A CHANGED SUPERVISOR IS CHECKED THE SAME WAY AS ON A HIRE.
002268*    AN UNCHANGED ONE IS NOT - A SUPERVISOR WHO HAS SINCE LEFT
002269*    SHOWS ON ORGCHART'S EXCEPTIONS, AND MUST NOT HOLD UP AN
002270*    UNRELATED CHANGE FOR THIS EMPLOYEE.
002271     MOVE EM-SUPV-ID     TO WS-OLD-SUPV
002272     MOVE 'CHANGE'       TO AUD-ACTION
002273     PERFORM 2195-CHECK-SUPERVISOR
002274             THRU 2195-CHECK-SUPERVISOR-EXIT
002275     IF NOT WS-SUPV-OK
002276        GO TO 2120-CHANGE-EMPLOYEE-EXIT
002277     END-IF
002278*    A BLANK POSITION ON THE EXTRACT LEAVES AN EMPLOYEE WHO STAYS
002279*    IN THE SAME DEPARTMENT WHERE THEY ARE.  A TRANSFER, A REHIRE
002280*    OR A NEW POSITION NUMBER IS A MOVE INTO A POSITION AND MUST
002281*    FIND IT OPEN - OTHERWISE THE WHOLE RECORD IS HELD BACK SO
002282*    THE MASTER NEVER SHOWS A DEPARTMENT THE POSITION DOES NOT.
002283     MOVE EMP-POSN-NO    TO WS-NEW-POSN
002284     IF WS-NEW-POSN = SPACES AND
002285        EMP-DEPT-CODE = EM-DEPT-CODE AND
002286        NOT EM-TERMINATED
002287        MOVE EM-POSN-NO  TO WS-NEW-POSN
002288     END-IF
002289     MOVE 'N' TO WS-POSN-CHECK-SW
002290     IF EM-TERMINATED OR
002291        EMP-DEPT-CODE NOT = EM-DEPT-CODE OR
002292        WS-NEW-POSN NOT = EM-POSN-NO
002293        SET WS-POSN-CHECK TO TRUE
002294        MOVE 'CHANGE'    TO AUD-ACTION
002295        PERFORM 2160-CHECK-POSITION
002296                THRU 2160-CHECK-POSITION-EXIT
002297        IF NOT WS-POSN-OK
002298           GO TO 2120-CHANGE-EMPLOYEE-EXIT
002299        END-IF
002300     END-IF
002301*    A SALARY MOVE PAST THE APPRCTL PERCENT WAITS FOR A SECOND
002302*    USER'S APPROVAL (PENDAPPR) - THE REST OF THE RECORD STILL
002303*    APPLIES, AT THE SALARY ALREADY ON FILE.
002304     IF EMP-SALARY-AMT NOT = EM-SALARY-AMT
002305        PERFORM 2130-CHECK-SALARY-HOLD
002306                THRU 2130-CHECK-SALARY-HOLD-EXIT
002307     END-IF
002308     MOVE SPACES TO AUD-RESULT
002310     IF EMP-EMP-NAME NOT = EM-EMP-NAME
002320        SET WS-REC-CHANGED TO TRUE
002330        MOVE 'NAME' TO AUD-RESULT(1:4)
002444        SET WS-REC-CHANGED TO TRUE
002445        MOVE 'PAYTYPE' TO AUD-RESULT(49:7)
002446     END-IF
002447     IF WS-NEW-POSN NOT = EM-POSN-NO
002448        SET WS-REC-CHANGED TO TRUE
002449        MOVE 'POSN' TO AUD-RESULT(57:4)
002450     END-IF
002451     IF WS-NEW-GRADE NOT = EM-GRADE
002452        SET WS-REC-CHANGED TO TRUE
002453        MOVE 'GRADE' TO AUD-RESULT(62:5)
002454     END-IF
002455     IF WS-NEW-SUPV NOT = EM-SUPV-ID
002456        SET WS-REC-CHANGED TO TRUE
002457        MOVE 'SUPV' TO AUD-RESULT(68:4)
002458     END-IF
002459     IF EM-TERMINATED
002460*       A TERMINATED EMPLOYEE REAPPEARING ON THE EXTRACT IS A
002461*       REHIRE - REACTIVATE AND SAY SO ON THE LISTING.
002470        SET WS-REC-CHANGED TO TRUE
002480        MOVE 'REHIRED' TO AUD-RESULT(41:7)
002490     END-IF
002520        MOVE EMP-DEPT-CODE   TO EM-DEPT-CODE
002530        MOVE EMP-HIRE-DATE   TO EM-HIRE-DATE
002540        MOVE EMP-SALARY-AMT  TO EM-SALARY-AMT
002541        MOVE EMP-COMP-CODE   TO EM-COMP-CODE
002542        MOVE WS-NEW-POSN     TO EM-POSN-NO
002543        MOVE WS-NEW-GRADE    TO EM-GRADE
002545        MOVE WS-NEW-SUPV     TO EM-SUPV-ID
002546        PERFORM 2150-SET-PAY-TYPE THRU 2150-SET-PAY-TYPE-EXIT
002550        SET EM-ACTIVE        TO TRUE
002560        MOVE WS-RUN-DATE-EDIT TO EM-LAST-MAINT-DATE
002561        REWRITE EM-EMPLOYEE-REC
002562        MOVE 'REWRITE'       TO WS-JRNL-ACTION
002563        PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT
002564        IF WS-POSN-CHECK
002565           PERFORM 2180-VACATE-POSITION
002566                   THRU 2180-VACATE-POSITION-EXIT
002567           PERFORM 2170-FILL-POSITION
002568                   THRU 2170-FILL-POSITION-EXIT
002569        END-IF
002572        MOVE 'CHANGE'        TO WS-HIST-ACTION
002574        PERFORM 7000-WRITE-HISTORY THRU 7000-WRITE-HISTORY-EXIT
002580        MOVE 'CHANGE'        TO AUD-ACTION
002590        MOVE EMP-EMP-ID      TO AUD-EMP-ID
002591        MOVE EMP-EMP-NAME    TO AUD-EMP-NAME
002592        WRITE AUD-LIST-REC
002593        ADD 1 TO WS-CHANGE-COUNT
002594     ELSE
002595        ADD 1 TO WS-SAME-COUNT
002596     END-IF
002597     .
002598 2120-CHANGE-EMPLOYEE-EXIT.
002599     EXIT.
002600
002601 2130-CHECK-SALARY-HOLD.
002602*    THE MOVE IS MEASURED AGAINST THE SALARY ON FILE, EITHER
002603*    DIRECTION.  A SALARY SET FROM ZERO HAS NO PERCENT AND IS
002604*    ALWAYS HELD.
002605     IF EMP-SALARY-AMT > EM-SALARY-AMT
002606        COMPUTE WS-SAL-DIFF = EMP-SALARY-AMT - EM-SALARY-AMT
002607     ELSE
002608        COMPUTE WS-SAL-DIFF = EM-SALARY-AMT - EMP-SALARY-AMT
002609     END-IF
002610     IF EM-SALARY-AMT = ZERO
002611        MOVE 999.99 TO WS-SAL-PCT
002612     ELSE
002613        COMPUTE WS-SAL-PCT ROUNDED =
002614                WS-SAL-DIFF * 100 / EM-SALARY-AMT
002615            ON SIZE ERROR
002616                MOVE 999.99 TO WS-SAL-PCT
002617        END-COMPUTE
002618     END-IF
002619     IF WS-SAL-PCT NOT > WS-HOLD-PCT
002620        GO TO 2130-CHECK-SALARY-HOLD-EXIT
002621     END-IF
002622     PERFORM 2140-PEND-SALARY THRU 2140-PEND-SALARY-EXIT
002623     MOVE EM-SALARY-AMT TO EMP-SALARY-AMT
002624     .
002625 2130-CHECK-SALARY-HOLD-EXIT.
002626     EXIT.
002627
002628 2140-PEND-SALARY.
002629*    ONE PENDING SALARY ROW PER EMPLOYEE.  THE EXTRACT REPEATS
002630*    THE NEW SALARY EVERY DAY UNTIL IT IS APPROVED, SO THE SAME
002631*    AMOUNT ALREADY PENDING IS LEFT ALONE, AND THE SAME AMOUNT
002632*    ALREADY REJECTED AGAINST THE SAME SALARY ON FILE IS NOT
002633*    RESUBMITTED - ANY OTHER AMOUNT REPLACES THE ROW.
002634     MOVE SPACES          TO AUD-RESULT
002635     MOVE 'PENDING'       TO AUD-ACTION
002636     MOVE EMP-EMP-ID      TO AUD-EMP-ID
002637     MOVE EMP-EMP-NAME    TO AUD-EMP-NAME
002638     MOVE EM-EMP-ID       TO PD-EMP-ID
002639     SET PD-SALARY-CHG    TO TRUE
002640     MOVE 'N'             TO WS-PEND-FOUND-SW
002641     READ PENDMSTR KEY IS PD-KEY
002642         INVALID KEY
002643             CONTINUE
002644         NOT INVALID KEY
002645             SET WS-PEND-FOUND TO TRUE
002646     END-READ
002647     IF WS-PEND-FOUND AND PD-PENDING AND
002648        PD-NEW-SALARY = EMP-SALARY-AMT
002649        STRING 'SALARY ALREADY PENDING SINCE ' PD-ENTERED-DATE
002650               DELIMITED SIZE INTO AUD-RESULT
002651        WRITE AUD-LIST-REC
002652        GO TO 2140-PEND-SALARY-EXIT
002653     END-IF
002654     IF WS-PEND-FOUND AND PD-REJECTED AND
002655        PD-NEW-SALARY = EMP-SALARY-AMT AND
002656        PD-OLD-SALARY = EM-SALARY-AMT
002657        MOVE 'REJECTED'  TO AUD-ACTION
002658        STRING 'SALARY REJECTED ' PD-DECIDED-DATE
002659               ' - NOT RESUBMITTED'
002660               DELIMITED SIZE INTO AUD-RESULT
002661        WRITE AUD-LIST-REC
002662        GO TO 2140-PEND-SALARY-EXIT
002663     END-IF
002664     MOVE SPACES          TO PD-PEND-REC
002665     MOVE EM-EMP-ID       TO PD-EMP-ID
002666     SET PD-SALARY-CHG    TO TRUE
002667     SET PD-PENDING       TO TRUE
002668     MOVE 'EMPMAINT'      TO PD-SOURCE
002669     MOVE WS-USER-ID      TO PD-MAKER-ID
002670     MOVE WS-EFF-DATE     TO PD-ENTERED-DATE
002671     MOVE WS-JRNL-TIME    TO PD-ENTERED-TIME
002672     MOVE EM-SALARY-AMT   TO PD-OLD-SALARY
002673     MOVE EMP-SALARY-AMT  TO PD-NEW-SALARY
002674     MOVE WS-SAL-PCT      TO PD-PCT-CHANGE
002675     IF WS-PEND-FOUND
002676        REWRITE PD-PEND-REC
002677     ELSE
002678        WRITE PD-PEND-REC
002679     END-IF
002680     MOVE EM-SALARY-AMT   TO WS-PEND-OLD-EDIT
002681     MOVE EMP-SALARY-AMT  TO WS-PEND-NEW-EDIT
002682     MOVE WS-SAL-PCT      TO WS-PEND-PCT-EDIT
002683     STRING 'SALARY ' WS-PEND-OLD-EDIT '>' WS-PEND-NEW-EDIT
002684            ' ' WS-PEND-PCT-EDIT '% HELD FOR APPROVAL'
002685            DELIMITED SIZE INTO AUD-RESULT
002686     WRITE AUD-LIST-REC
002687     ADD 1 TO WS-PEND-COUNT
002688     .
002689 2140-PEND-SALARY-EXIT.
002690     EXIT.
002695
002700 3000-PROCESS-TERMS.
002710*    AN OPTIONAL CARD FILE OF EMPLOYEE IDS TO MARK TERMINATED.
002720*    EMPLOYEES ARE FLAGGED, NEVER PHYSICALLY REMOVED, SO OLD
002730*    EXTRACT QUESTIONS STILL RESOLVE - THE SAME RULE COMPMAIN
002740*    APPLIES TO COMPANY DELETES.  OMIT THE DD TO SKIP - SEE
002750*    1400-READ-CHKCTL IN SORTPRO FOR THE SAME IDIOM.
002752*    THE TERMINATION HISTORY IS OPTIONAL TOO - ONLY TERMPROC'S
002754*    APPLY STEP ALLOCATES IT, AND IT IS PERMANENT AND APPEND-ONLY
002756*    LIKE THE CHANGE HISTORY.
002760     OPEN INPUT TERMCTL
002770     IF WS-TERMCTL-STATUS = '00'
002772        OPEN EXTEND THISTFILE
002774        IF WS-THISTFILE-STATUS = '00'
002776           SET WS-THIST-OPEN TO TRUE
002778        END-IF
002780        PERFORM 3100-APPLY-TERM THRU 3100-APPLY-TERM-EXIT
002790                UNTIL WS-TERM-EOF
002800        CLOSE TERMCTL
002802        IF WS-THIST-OPEN
002804           CLOSE THISTFILE
002806        END-IF
002810     END-IF
002820     .
002830 3000-PROCESS-TERMS-EXIT.
003165             MOVE EM-STATUS-FLAG TO WS-OLD-STATUS
003170             SET EM-TERMINATED  TO TRUE
003180             MOVE WS-RUN-DATE-EDIT TO EM-LAST-MAINT-DATE
003181             REWRITE EM-EMPLOYEE-REC
003182             MOVE 'REWRITE'     TO WS-JRNL-ACTION
003183             PERFORM 7100-WRITE-JOURNAL
003184                     THRU 7100-WRITE-JOURNAL-EXIT
003185*            THE POSITION IS RELEASED; EM-POSN-NO KEEPS THE LAST
003186*            ONE HELD FOR REFERENCE.
003187             MOVE EM-POSN-NO    TO WS-OLD-POSN
003188             PERFORM 2180-VACATE-POSITION
003189                     THRU 2180-VACATE-POSITION-EXIT
003192             MOVE 'TERMINATE'   TO WS-HIST-ACTION
003194             PERFORM 7000-WRITE-HISTORY
003196                     THRU 7000-WRITE-HISTORY-EXIT
003197             PERFORM 3300-WRITE-TERM-HIST
003198                     THRU 3300-WRITE-TERM-HIST-EXIT
003200             MOVE 'TERMINATE'   TO AUD-ACTION
003210             MOVE WS-TERM-ID    TO AUD-EMP-ID
003220             MOVE EM-EMP-NAME   TO AUD-EMP-NAME
003250             ADD 1 TO WS-TERM-COUNT
003260     END-READ
003270     .
003271 3200-TERM-ONE-EXIT.
003272     EXIT.
003273
003274 3300-WRITE-TERM-HIST.
003275*    THE NOTICE IS RECORDED ONLY NOW THE TERM IS ON THE MASTER,
003276*    SO A CARD THAT FAILS OR A STEP THAT NEVER RUNS LEAVES NO
003277*    HISTORY BEHIND, AND A SECOND CARD FOR SOMEONE ALREADY GONE
003278*    ADDS NO SECOND NOTICE.  DEPARTMENT AND COMPANY ARE STILL AS
003279*    THEY STOOD - A TERM CHANGES ONLY THE STATUS.
003280     IF NOT WS-THIST-OPEN OR
003281        TC-TERM-DATE IS NOT NUMERIC OR
003282        WS-OLD-STATUS = 'T'
003283        GO TO 3300-WRITE-TERM-HIST-EXIT
003284     END-IF
003285     MOVE SPACES         TO TH-REC
003286     MOVE EM-EMP-ID      TO TH-EMP-ID
003287     MOVE TC-TERM-DATE   TO TH-TERM-DATE
003288     MOVE TC-REASON-CODE TO TH-REASON-CODE
003289     IF NOT TH-REASON-KNOWN
003290        MOVE SPACE TO TH-REASON-CODE
003291     END-IF
003292     MOVE TC-REASON      TO TH-REASON
003293     MOVE EM-DEPT-CODE   TO TH-DEPT-CODE
003294     MOVE EM-COMP-CODE   TO TH-COMP-CODE
003295     MOVE WS-EFF-DATE    TO TH-PROC-DATE
003296     WRITE TH-REC
003297     ADD 1 TO WS-THIST-COUNT
003298     .
003299 3300-WRITE-TERM-HIST-EXIT.
003300     EXIT.
003301
003302 7000-WRITE-HISTORY.
003303*    ONE APPEND-ONLY IMAGE PER APPLIED TRANSACTION - THE BEFORE
003304*    AND AFTER DEPT, SALARY, COMPANY, AND STATUS, STAMPED WITH
003360             ' CHANGED: '    WS-CHANGE-COUNT
003370             ' UNCHANGED: '  WS-SAME-COUNT
003380             ' TERMINATED: ' WS-TERM-COUNT
003381             ' ERRORS: '     WS-ERROR-COUNT
003382     DISPLAY 'EMPMAINT POSITIONS - REFUSED: ' WS-POSN-FAIL-COUNT
003383             ' VACATED: '    WS-VACATED-COUNT
003384     DISPLAY 'EMPMAINT GRADES    - REFUSED: ' WS-GRADE-FAIL-COUNT
003385     DISPLAY 'EMPMAINT SUPVS     - REFUSED: ' WS-SUPV-FAIL-COUNT
003386     DISPLAY 'EMPMAINT SALARIES  - HELD FOR APPROVAL: '
003387             WS-PEND-COUNT
003388     DISPLAY 'EMPMAINT NOTICES   - TERM HISTORY: ' WS-THIST-COUNT
003389*    A REFUSED HIRE, TRANSFER, REGRADE OR SUPERVISOR CHANGE IS NOT
003390*    ON THE MASTER - SAY SO IN THE RETURN CODE AS WELL AS ON THE
003391*    LISTING.
003392     IF (WS-POSN-FAIL-COUNT > ZERO OR WS-GRADE-FAIL-COUNT > ZERO
003393         OR WS-SUPV-FAIL-COUNT > ZERO)
003394        AND RETURN-CODE < 4
003395        MOVE 4 TO RETURN-CODE
003396     END-IF
003400     .
003410 8000-WRITE-SUMMARY-EXIT.
003420     EXIT.
