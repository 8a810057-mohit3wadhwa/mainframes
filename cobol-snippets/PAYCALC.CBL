000299*                         GUARD AND LEAVE HIS YTD SHORT FOR THE  *
000300*                         PERIOD ONCE THE SAME-DATE RERUN PAID   *
000301*                         HIM PROPERLY.                          *
000302*        10/15/26   RWM   PAYS RETROACTIVE PAY RELEASED BY       *
000303*                         RETROPAY (RETDD) AS A SEPARATE         *
000304*                         EARNINGS LINE UNDER THE YTD LINE.  THE *
000305*                         RETRO IS PART OF GROSS, SO IT IS TAXED *
000306*                         BY THE RATES FILE AND FLOWS INTO       *
000307*                         YTDMSTR, NETDD, AND SUMDD LIKE ANY     *
000308*                         OTHER PAY.  ONLY RECORDS STAMPED WITH  *
000309*                         THIS RUN'S BUSINESS DATE ARE PAID.     *
000310*        10/15/26   RWM   APPLIES THE DEDUCTION-ORDER MASTER     *
000311*                         (DEDORDR - GARNISHMENTS, SUPPORT,      *
000312*                         LEVIES, LOANS) AFTER THE RATES-FILE    *
000313*                         DEDUCTIONS, IN PRIORITY ORDER, HELD TO *
000314*                         THE LEGAL PERCENT OF DISPOSABLE        *
000315*                         EARNINGS ON THE PAYCTL CARD.  AN ORDER *
000316*                         CLOSES ITSELF AT ITS GOAL BALANCE.     *
000317*                         EACH ORDER PRINTS UNDER THE EMPLOYEE;  *
000318*                         THE RUN WRITES A REMITTANCE FILE       *
000319*                         (REMITDD) AND A REMITTANCE REPORT      *
000320*                         (REMRPTDD) GROUPED BY PAYEE.           *
000321*        10/15/26   RWM   WRITES A PAY-HISTORY ITEM (PAYHIST)    *
000322*                         FOR EVERY EMPLOYEE PAID - GROSS, EACH  *
000323*                         DEDUCTION, AND NET UNDER THE BUSINESS  *
000324*                         DATE - SO OFFCYCLE CAN VOID A REGULAR  *
000325*                         PAYMENT AND BACK ITS AMOUNTS OUT.      *
000326*        10/15/26   RWM   KEEPS THE LEAVE BALANCE MASTER         *
000327*                         (LVMSTR) - VACATION AND SICK HOURS PER *
000328*                         EMPLOYEE.  EACH EMPLOYEE PAID ACCRUES  *
000329*                         AT THE TENURE TIER ON THE ACCRUAL      *
000330*                         TABLE (ACCRDD) AND TAKES THE LEAVE     *
000331*                         ROWS ON THE TIMESHEET FEED (TYPE 'V'   *
000332*                         OR 'S' IN COL 23); THE FIRST RUN OF A  *
000333*                         NEW YEAR CUTS EACH BALANCE TO THE      *
000334*                         TIER'S CARRYOVER CAP.  AN HOURLY       *
000335*                         EMPLOYEE'S LEAVE HOURS ARE PAID AT     *
000336*                         STRAIGHT TIME.  THE BALANCES PRINT ON  *
000337*                         THE YTD LINE.                          *
000338*        10/15/26   RWM   CHARGES A SHARED EMPLOYEE'S GROSS,     *
000339*                         DEDUCTIONS AND NET TO THE DEPARTMENTS  *
000340*                         ON THE LABOR-ALLOCATION MASTER         *
000341*                         (LABALLOC) BY PERCENT, USING THE ROW   *
000342*                         IN EFFECT ON THE BUSINESS DATE, SO THE *
000343*                         DEPARTMENT SUBTOTALS AND SUMDD CARRY   *
000344*                         THE DISTRIBUTED AMOUNTS.  HEADCOUNT    *
000345*                         STAYS IN ONE DEPARTMENT.  A            *
000346*                         DISTRIBUTION REPORT (DISTDD) LISTS     *
000347*                         EACH SHARED EMPLOYEE BY DEPARTMENT AND *
000348*                         PROVES THE SUMMARY BACK TO THE         *
000349*                         REGISTER.                              *
000350*        10/15/26   RWM   DEDUCTS EACH EMPLOYEE'S ELECTED        *
000351*                         BENEFIT PREMIUMS - THE ROW ON THE      *
000352*                         ELECTION MASTER (BELECMST) IN FORCE ON *
000353*                         THE BUSINESS DATE, PRICED FROM THE     *
000354*                         PLAN MASTER (BPLANMST) AT THE ELECTED  *
000355*                         TIER - AFTER THE DEDUCTION ORDERS.  A  *
000356*                         PREMIUM NET PAY CANNOT COVER IS NOT    *
000357*                         TAKEN AND IS FLAGGED.  THE EMPLOYER    *
000358*                         SHARE IS CHARGED TO THE DEPARTMENTS    *
000359*                         AND GOES TO GLPOST ON SEPARATE 'BEN '  *
000360*                         SUMDD RECORDS; EVERY PREMIUM GOES TO   *
000361*                         THE CARRIER PREMIUM FILE (BENDD) FOR   *
000362*                         THE MONTHLY RECONCILIATION.            *
000363*        10/15/26   RWM   WRITES THE PAY STATEMENT FILE (PSTMDD) *
000364*                         - EACH EMPLOYEE PAID, WITH HOURS AND   *
000365*                         RATE, RETRO, EVERY AMOUNT WITHHELD BY  *
000366*                         ITS DESCRIPTION, NET AND THE           *
000367*                         YEAR-TO-DATE FIGURES - FOR PAYSTMT TO  *
000368*                         PRINT AND SEND TO SELF-SERVICE.        *
000369******************************************************************
000370
000371 IDENTIFICATION DIVISION.
000372 PROGRAM-ID. PAYCALC.
000373 AUTHOR. R MEHTA.
000374 INSTALLATION. DATA PROCESSING.
000375 DATE-WRITTEN. 08/22/26.
000376 DATE-COMPILED.
000377
000378 ENVIRONMENT DIVISION.
000379 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000381     SELECT EMPFILE ASSIGN TO EMPDD
000390     ORGANIZATION IS LINE SEQUENTIAL
000400     FILE STATUS IS WS-EMPFILE-STATUS.
000410
000536     RECORD KEY IS YT-EMP-ID
000537     FILE STATUS IS WS-YTDMSTR-STATUS.
000538
000539     SELECT RETFILE  ASSIGN TO RETDD
000540     ORGANIZATION IS LINE SEQUENTIAL
000541     FILE STATUS IS WS-RETFILE-STATUS.
000542
000543     SELECT DEDORDR  ASSIGN TO DEDORDR
000544     ORGANIZATION IS INDEXED
000545     ACCESS MODE IS DYNAMIC
000546     RECORD KEY IS DO-KEY
000547     FILE STATUS IS WS-DEDORDR-STATUS.
000548
000549     SELECT REMFILE  ASSIGN TO REMITDD
000550     ORGANIZATION IS LINE SEQUENTIAL
000551     FILE STATUS IS WS-REMFILE-STATUS.
000552
000553     SELECT REMRPT   ASSIGN TO REMRPTDD
000554     ORGANIZATION IS LINE SEQUENTIAL
000555     FILE STATUS IS WS-REMRPT-STATUS.
000556
000557     SELECT PAYHIST  ASSIGN TO PAYHIST
000558     ORGANIZATION IS INDEXED
000559     ACCESS MODE IS DYNAMIC
000560     RECORD KEY IS PH-KEY
000561     FILE STATUS IS WS-PAYHIST-STATUS.
000562
000563     SELECT LVMSTR   ASSIGN TO LVMSTR
000564     ORGANIZATION IS INDEXED
000565     ACCESS MODE IS DYNAMIC
000566     RECORD KEY IS LV-KEY
000567     FILE STATUS IS WS-LVMSTR-STATUS.
000568
000569     SELECT ACCRFILE ASSIGN TO ACCRDD
000570     ORGANIZATION IS LINE SEQUENTIAL
000571     FILE STATUS IS WS-ACCRFILE-STATUS.
000572
000573     SELECT LABALLOC ASSIGN TO LABALLOC
000574     ORGANIZATION IS INDEXED
000575     ACCESS MODE IS DYNAMIC
000576     RECORD KEY IS LA-KEY
000577     FILE STATUS IS WS-LABALLOC-STATUS.
000578
000579     SELECT DISTRPT  ASSIGN TO DISTDD
000580     ORGANIZATION IS LINE SEQUENTIAL
000581     FILE STATUS IS WS-DISTRPT-STATUS.
000582
000583     SELECT BPLANMST ASSIGN TO BPLANMST
000584     ORGANIZATION IS INDEXED
000585     ACCESS MODE IS DYNAMIC
000586     RECORD KEY IS BP-KEY
000587     FILE STATUS IS WS-BPLANMST-STATUS.
000588
000589     SELECT BELECMST ASSIGN TO BELECMST
000590     ORGANIZATION IS INDEXED
000591     ACCESS MODE IS DYNAMIC
000592     RECORD KEY IS BE-KEY
000593     FILE STATUS IS WS-BELECMST-STATUS.
000594
000595     SELECT BENFILE  ASSIGN TO BENDD
000596     ORGANIZATION IS LINE SEQUENTIAL
000597     FILE STATUS IS WS-BENFILE-STATUS.
000598
000599     SELECT PSTMFILE ASSIGN TO PSTMDD
000600     ORGANIZATION IS LINE SEQUENTIAL
000601     FILE STATUS IS WS-PSTMFILE-STATUS.
000602
000603 DATA DIVISION.
000604 FILE SECTION.
000605 FD EMPFILE.
000606     COPY EMPREC REPLACING ==:RECNAME:== BY ==EMP-REC==
000607                           ==:PFX:==     BY ==EMP==.
000608
000609 FD RATEFILE.
000610 01 RATE-REC.
000620     05 RT-DED-CODE       PIC X(04).
000630     05 FILLER            PIC X(01).
000762     05 FILLER            PIC X(01).
000763     05 TS-HOURS          PIC X(05).
000764     05 TS-HOURS-9 REDEFINES TS-HOURS PIC 9(03)V99.
000765     05 FILLER            PIC X(01).
000766*    COL 23 IS THE ROW TYPE - BLANK OR 'W' HOURS WORKED, 'V'
000767*    VACATION TAKEN, 'S' SICK TAKEN.  A LEAVE ROW CARRIES ITS
000768*    HOURS IN THE SAME COLUMNS AS A WORKED ROW.
000769     05 TS-REC-TYPE       PIC X(01).
000770         88 TS-WORKED     VALUE ' ' 'W'.
000771         88 TS-LEAVE      VALUE 'V' 'S'.
000772     05 FILLER            PIC X(57).
000773
000774 FD YTDMSTR.
000775     COPY YTDREC.
000776
000777 FD RETFILE.
000778 01 RP-REC.
000779     05 RP-REC-ID         PIC X(04).
000780     05 RP-EMP-ID         PIC X(06).
000781     05 RP-EMP-ID-9 REDEFINES RP-EMP-ID PIC 9(06).
000782     05 FILLER            PIC X(01).
000783     05 RP-PAY-DATE       PIC X(08).
000784     05 FILLER            PIC X(01).
000785     05 RP-EFF-DATE       PIC X(08).
000786     05 FILLER            PIC X(01).
000787     05 RP-PERIODS        PIC X(03).
000788     05 FILLER            PIC X(01).
000789     05 RP-AMOUNT         PIC X(09).
000790     05 RP-AMOUNT-9 REDEFINES RP-AMOUNT PIC 9(07)V99.
000791     05 FILLER            PIC X(08).
000792
000793 FD DEDORDR.
000794     COPY DORDREC.
000795
000796 FD REMFILE.
000797 01 REM-REC                 PIC X(80).
000798
000799 FD REMRPT.
000800 01 REM-RPT-LINE            PIC X(132).
000801
000802 FD PAYHIST.
000803     COPY PHISTREC.
000804
000805 FD LVMSTR.
000806     COPY LEAVEREC.
000807
000808 FD ACCRFILE.
000809 01 AC-REC.
000810     05 AC-LEAVE-TYPE     PIC X(01).
000811     05 FILLER            PIC X(01).
000812     05 AC-MIN-YEARS      PIC X(02).
000813     05 AC-MIN-YEARS-9 REDEFINES AC-MIN-YEARS PIC 9(02).
000814     05 FILLER            PIC X(01).
000815     05 AC-HOURS          PIC X(06).
000816     05 AC-HOURS-9 REDEFINES AC-HOURS PIC 9(02)V9999.
000817     05 FILLER            PIC X(01).
000818     05 AC-CARRY-CAP      PIC X(06).
000819     05 AC-CARRY-CAP-9 REDEFINES AC-CARRY-CAP PIC 9(04)V99.
000820     05 FILLER            PIC X(01).
000821     05 AC-DESC           PIC X(20).
000822     05 FILLER            PIC X(41).
000823
000824 FD LABALLOC.
000825     COPY LABALREC.
000826
000827 FD DISTRPT.
000828 01 DIST-LINE               PIC X(132).
000829
000830 FD BPLANMST.
000831     COPY BPLANREC.
000832
000833 FD BELECMST.
000834     COPY BELECREC.
000835
000836 FD BENFILE.
000837 01 BEN-REC                 PIC X(80).
000838
000839 FD PSTMFILE.
000840 01 PSTM-REC                PIC X(120).
000841
000842 WORKING-STORAGE SECTION.
000843 01 WS-EOF-STA           PIC X VALUE 'N'.
000844     88 WS-EOF           VALUE 'Y'.
000845 01 WS-RATE-EOF-STA      PIC X VALUE 'N'.
000846     88 WS-RATE-EOF      VALUE 'Y'.
000847 01 WS-EMPFILE-STATUS    PIC X(02) VALUE '00'.
000848 01 WS-RATEFILE-STATUS   PIC X(02) VALUE '00'.
000849 01 WS-RPTFILE-STATUS    PIC X(02) VALUE '00'.
000850     88 WS-RPTFILE-OK    VALUE '00'.
000851 01 WS-ABEND-DDNAME      PIC X(08) VALUE SPACES.
000860 01 WS-ABEND-STATUS      PIC X(02) VALUE SPACES.
000870 01 WS-AUDTFILE-STATUS   PIC X(02) VALUE '00'.
000880     88 WS-AUDTFILE-OK   VALUE '00'.
000903                    INDEXED BY TMX.
000904            10 WS-TIME-EMP-ID  PIC 9(06).
000905            10 WS-TIME-HOURS   PIC 9(03)V99 COMP-3.
000906*    LEAVE-TAKEN ROWS FROM THE SAME FEED, ONE ENTRY PER
000907*    EMPLOYEE AND LEAVE TYPE, SEVERAL ROWS SUMMED.
000908 01 WS-LEAVE-MAX         PIC 9(04) COMP VALUE 5000.
000909 01 WS-LEAVE-COUNT       PIC 9(04) COMP VALUE ZERO.
000910 01 WS-LEAVES.
000911     05 WS-LEAVE-ENT OCCURS 1 TO 5000 TIMES
000912                     DEPENDING ON WS-LEAVE-COUNT
000913                     INDEXED BY LVX.
000914            10 WS-LEAVE-EMP-ID  PIC 9(06).
000915            10 WS-LEAVE-TYPE    PIC X(01).
000916            10 WS-LEAVE-HOURS   PIC 9(03)V99 COMP-3.
000917            10 WS-LEAVE-USED-SW PIC X(01).
000918*    THE TENURE-TIERED ACCRUAL TABLE - HOURS EARNED PER PAY RUN
000919*    AND THE HOURS A BALANCE MAY CARRY INTO A NEW YEAR.
000920 01 WS-ACCR-MAX          PIC 9(02) COMP VALUE 20.
000921 01 WS-ACCR-COUNT        PIC 9(02) COMP VALUE ZERO.
000922 01 WS-ACCRS.
000923     05 WS-ACCR-ENT OCCURS 1 TO 20 TIMES
000924                    DEPENDING ON WS-ACCR-COUNT
000925                    INDEXED BY ACX.
000926            10 WS-ACCR-TYPE     PIC X(01).
000927            10 WS-ACCR-MIN-YRS  PIC 9(02).
000928            10 WS-ACCR-HOURS    PIC 9(02)V9999.
000929            10 WS-ACCR-CAP      PIC 9(04)V99.
000930 01 WS-ACCRFILE-STATUS   PIC X(02) VALUE '00'.
000931 01 WS-ACCR-EOF-STA      PIC X VALUE 'N'.
000932     88 WS-ACCR-EOF      VALUE 'Y'.
000933 01 WS-LVMSTR-STATUS     PIC X(02) VALUE '00'.
000934 01 WS-LV-FOUND-SW       PIC X(01) VALUE 'N'.
000935     88 WS-LV-FOUND      VALUE 'Y'.
000936 01 WS-LV-TIER-SW        PIC X(01) VALUE 'N'.
000937     88 WS-LV-TIER-FOUND VALUE 'Y'.
000938 01 WS-LV-TYPE           PIC X(01) VALUE SPACE.
000939 01 WS-LV-TAKEN          PIC 9(03)V99 VALUE ZEROES.
000940 01 WS-LV-ACCR-HRS       PIC 9(02)V9999 VALUE ZEROES.
000941 01 WS-LV-CAP            PIC 9(04)V99 VALUE ZEROES.
000942 01 WS-LV-TIER-YRS       PIC 9(02) VALUE ZEROES.
000943 01 WS-VAC-TAKEN         PIC 9(03)V99 VALUE ZEROES.
000944 01 WS-SICK-TAKEN        PIC 9(03)V99 VALUE ZEROES.
000945 01 WS-LEAVE-HRS-TOT     PIC 9(03)V99 VALUE ZEROES.
000946 01 WS-VAC-BAL           PIC S9(05)V99 VALUE ZEROES.
000947 01 WS-SICK-BAL          PIC S9(05)V99 VALUE ZEROES.
000948 01 WS-LV-POSTED-COUNT   PIC 9(05) VALUE ZEROES COMP.
000949 01 WS-LV-FORFEIT-COUNT  PIC 9(05) VALUE ZEROES COMP.
000950 01 WS-LV-UNPOSTED-COUNT PIC 9(05) VALUE ZEROES COMP.
000951 01 WS-LV-NEGATIVE-COUNT PIC 9(05) VALUE ZEROES COMP.
000952 01 WS-HIRE-DATE-N.
000953     05 WS-HIRE-YYYY      PIC 9(04).
000954     05 WS-HIRE-MM        PIC 9(02).
000955     05 WS-HIRE-DD        PIC 9(02).
000956 01 WS-HIRE-MMDD         PIC 9(04) VALUE ZEROES.
000957 01 WS-BUS-DATE-N.
000958     05 WS-BUS-YYYY       PIC 9(04).
000959     05 WS-BUS-MMDD       PIC 9(04).
000960 01 WS-SVC-YEARS         PIC S9(03) VALUE ZEROES COMP.
000961
000962 01 WS-RETFILE-STATUS    PIC X(02) VALUE '00'.
000963 01 WS-RET-EOF-STA       PIC X VALUE 'N'.
000964     88 WS-RET-EOF       VALUE 'Y'.
000965 01 WS-RETRO-AMT         PIC 9(07)V99 VALUE ZEROES.
000966 01 WS-RETRO-STALE-COUNT PIC 9(05) VALUE ZEROES COMP.
000967 01 WS-RETRO-PAID-COUNT  PIC 9(05) VALUE ZEROES COMP.
000968 01 WS-RETRO-UNPAID-COUNT PIC 9(05) VALUE ZEROES COMP.
000969 01 WS-GRAND-RETRO       PIC S9(11)V99 COMP-3 VALUE ZERO.
000970 01 WS-RETRO-MAX         PIC 9(04) COMP VALUE 2000.
000971 01 WS-RETRO-COUNT       PIC 9(04) COMP VALUE ZERO.
000972 01 WS-RETROS.
000973     05 WS-RETRO-ENT OCCURS 1 TO 2000 TIMES
000974                     DEPENDING ON WS-RETRO-COUNT
000975                     INDEXED BY RTX.
000976            10 WS-RETRO-EMP-ID  PIC 9(06).
000977            10 WS-RETRO-TOT     PIC 9(07)V99 COMP-3.
000978            10 WS-RETRO-USED-SW PIC X(01).
000979
000980 01 WS-PAYHIST-STATUS    PIC X(02) VALUE '00'.
000981 01 WS-HIST-FOUND-SW     PIC X(01) VALUE 'N'.
000982     88 WS-HIST-FOUND    VALUE 'Y'.
000983 01 WS-SYS-DATE          PIC X(08) VALUE SPACES.
000984 01 WS-DEDORDR-STATUS    PIC X(02) VALUE '00'.
000985 01 WS-REMFILE-STATUS    PIC X(02) VALUE '00'.
000986     88 WS-REMFILE-OK    VALUE '00'.
000987 01 WS-REMRPT-STATUS     PIC X(02) VALUE '00'.
000988     88 WS-REMRPT-OK     VALUE '00'.
000989 01 WS-ORD-DONE-SW       PIC X(01) VALUE 'N'.
000990     88 WS-ORD-DONE      VALUE 'Y'.
000991 01 WS-ORD-CHANGED-SW    PIC X(01) VALUE 'N'.
000992     88 WS-ORD-CHANGED   VALUE 'Y'.
000993 01 WS-ORD-LIMIT-PCT     PIC 9(03)V99 VALUE 025.00.
000994 01 WS-ORD-PCT-WORK      PIC X(05) VALUE SPACES.
000995 01 WS-ORD-PCT-WORK-9 REDEFINES WS-ORD-PCT-WORK PIC 9(03)V99.
000996 01 WS-DISP-EARN         PIC 9(07)V99 VALUE ZEROES.
000997 01 WS-ORD-LIMIT         PIC 9(07)V99 VALUE ZEROES.
000998 01 WS-ORD-ROOM          PIC 9(07)V99 VALUE ZEROES.
000999 01 WS-ORD-AMT           PIC 9(07)V99 VALUE ZEROES.
001000 01 WS-ORD-TOTAL         PIC 9(07)V99 VALUE ZEROES.
001001 01 WS-ORD-GOAL-LEFT     PIC 9(09)V99 VALUE ZEROES.
001002 01 WS-ORD-FLAG          PIC X(18) VALUE SPACES.
001003 01 WS-ORD-TAKEN-COUNT   PIC 9(05) VALUE ZEROES COMP.
001004 01 WS-ORD-LIMITED-COUNT PIC 9(05) VALUE ZEROES COMP.
001005 01 WS-ORD-CLOSED-COUNT  PIC 9(05) VALUE ZEROES COMP.
001006 01 WS-GRAND-ORDERS      PIC S9(11)V99 COMP-3 VALUE ZERO.
001007*    THE CURRENT EMPLOYEE'S ORDERS, HELD UNTIL THE REGISTER
001008*    DETAIL LINE HAS PRINTED SO THEY CAN STACK UNDER IT.
001009 01 WS-EORD-MAX          PIC 9(02) COMP VALUE 10.
001010 01 WS-EORD-COUNT        PIC 9(02) COMP VALUE ZERO.
001011 01 WS-EORDS.
001012     05 WS-EORD-ENT OCCURS 1 TO 10 TIMES
001013                    DEPENDING ON WS-EORD-COUNT
001014                    INDEXED BY EOX.
001015            10 WS-EORD-TYPE       PIC X(02).
001016            10 WS-EORD-ORDER-ID   PIC X(06).
001017            10 WS-EORD-PAYEE-ID   PIC X(08).
001018            10 WS-EORD-PAYEE-NAME PIC X(20).
001019            10 WS-EORD-CASE-NO    PIC X(15).
001020            10 WS-EORD-AMT        PIC 9(07)V99 COMP-3.
001021            10 WS-EORD-FLAG       PIC X(18).
001022*    EVERY AMOUNT WITHHELD THIS RUN, FOR THE REMITTANCE FILE
001023*    AND REPORT, AND THE DISTINCT PAYEES THEY ARE OWED TO.
001024 01 WS-REMIT-MAX         PIC 9(04) COMP VALUE 5000.
001025 01 WS-REMIT-COUNT       PIC 9(04) COMP VALUE ZERO.
001026 01 WS-REMITS.
001027     05 WS-REMIT-ENT OCCURS 1 TO 5000 TIMES
001028                     DEPENDING ON WS-REMIT-COUNT
001029                     INDEXED BY RMX.
001030            10 WS-REMIT-PAYEE-ID  PIC X(08).
001031            10 WS-REMIT-EMP-ID    PIC 9(06).
001032            10 WS-REMIT-EMP-NAME  PIC X(20).
001033            10 WS-REMIT-ORDER-ID  PIC X(06).
001034            10 WS-REMIT-TYPE      PIC X(02).
001035            10 WS-REMIT-CASE-NO   PIC X(15).
001036            10 WS-REMIT-AMT       PIC 9(07)V99 COMP-3.
001037 01 WS-PAYEE-MAX         PIC 9(04) COMP VALUE 500.
001038 01 WS-PAYEE-COUNT       PIC 9(04) COMP VALUE ZERO.
001039 01 WS-PAYEES.
001040     05 WS-PAYEE-ENT OCCURS 1 TO 500 TIMES
001041                     DEPENDING ON WS-PAYEE-COUNT
001042                     INDEXED BY PYX.
001043            10 WS-PAYEE-ID        PIC X(08).
001044            10 WS-PAYEE-NAME      PIC X(20).
001045            10 WS-PAYEE-ITEMS     PIC 9(05) COMP.
001046            10 WS-PAYEE-TOT       PIC S9(11)V99 COMP-3.
001047 01 WS-RUN-TIME.
001048     05 WS-RUN-HH        PIC 9(02).
001049     05 WS-RUN-MN        PIC 9(02).
001050     05 WS-RUN-SS        PIC 9(02).
001051     05 FILLER           PIC 9(02).
001052 01 WS-RUN-DATE.
001053     05 WS-RUN-YY        PIC 9(02).
001054     05 WS-RUN-MM        PIC 9(02).
001055     05 WS-RUN-DD        PIC 9(02).
001056 01 WS-RUN-DATE-EDIT     PIC X(08).
001057 01 WS-EMP-COUNT         PIC 9(05) COMP VALUE ZERO.
001058 01 WS-LINE-COUNT        PIC 9(02) COMP VALUE 99.
001059 01 WS-LINES-PER-PAGE    PIC 9(02) COMP VALUE 55.
001060 01 WS-PAGE-COUNT        PIC 9(03) COMP VALUE ZERO.
001061
001062 01 WS-RATE-MAX          PIC 9(02) COMP VALUE 05.
001063 01 WS-RATE-COUNT        PIC 9(02) COMP VALUE ZERO.
001064 01 WS-RATES.
001070     05 WS-RATE-ENT OCCURS 1 TO 5 TIMES
001080                    DEPENDING ON WS-RATE-COUNT
001090                    INDEXED BY RX.
001240     05 WS-DEPT  OCCURS 1 TO 500 TIMES
001250                 DEPENDING ON WS-DEPT-COUNT
001260                 INDEXED BY J.
001261             10 WS-DEPT-CODE       PIC X(04).
001262             10 WS-DEPT-HEADCOUNT  PIC 9(05) COMP.
001263             10 WS-DEPT-GROSS      PIC S9(11)V99 COMP-3.
001264             10 WS-DEPT-DEDS       PIC S9(11)V99 COMP-3.
001265             10 WS-DEPT-NET        PIC S9(11)V99 COMP-3.
001266             10 WS-DEPT-BEN        PIC S9(11)V99 COMP-3.
001267
001268 01 WS-GRAND-HEADCOUNT   PIC 9(05) COMP VALUE ZERO.
001269 01 WS-GRAND-GROSS       PIC S9(11)V99 COMP-3 VALUE ZERO.
001270 01 WS-GRAND-DEDS        PIC S9(11)V99 COMP-3 VALUE ZERO.
001271 01 WS-GRAND-NET         PIC S9(11)V99 COMP-3 VALUE ZERO.
001272*    LABOR DISTRIBUTION - THE ALLOCATION ROW IN EFFECT FOR THE
001273*    EMPLOYEE BEING PAID, EACH SPLIT'S SHARE OF THE PAY, AND
001274*    THE TOTALS THAT PROVE THE DEPARTMENT SUMMARY TO THE
001275*    REGISTER.
001276 01 WS-LABALLOC-STATUS   PIC X(02) VALUE '00'.
001277 01 WS-DISTRPT-STATUS    PIC X(02) VALUE '00'.
001278     88 WS-DISTRPT-OK    VALUE '00'.
001279 01 WS-AL-FOUND-SW       PIC X(01) VALUE 'N'.
001280     88 WS-AL-FOUND      VALUE 'Y'.
001281 01 WS-AL-DONE-SW        PIC X(01) VALUE 'N'.
001282     88 WS-AL-DONE       VALUE 'Y'.
001283 01 WS-AL-EFF-DATE       PIC X(08) VALUE SPACES.
001284 01 WS-AL-COUNT          PIC 9(01) VALUE ZERO.
001285 01 WS-AL-HC-X           PIC 9(02) COMP VALUE ZERO.
001286 01 ALX                  PIC 9(02) COMP VALUE ZERO.
001287 01 WS-ALLOCS.
001288     05 WS-AL-ENT OCCURS 5 TIMES.
001289            10 WS-AL-DEPT      PIC X(04).
001290            10 WS-AL-PCT       PIC 9(03)V99.
001291            10 WS-AL-GROSS     PIC S9(07)V99.
001292            10 WS-AL-DEDS      PIC S9(07)V99.
001293            10 WS-AL-NET       PIC S9(07)V99.
001294            10 WS-AL-BEN       PIC S9(07)V99.
001295 01 WS-AL-LEFT-GROSS     PIC S9(07)V99 VALUE ZEROES.
001296 01 WS-AL-LEFT-DEDS      PIC S9(07)V99 VALUE ZEROES.
001297 01 WS-AL-LEFT-NET       PIC S9(07)V99 VALUE ZEROES.
001298 01 WS-AL-LEFT-BEN       PIC S9(07)V99 VALUE ZEROES.
001299 01 WS-ACC-DEPT          PIC X(04) VALUE SPACES.
001300 01 WS-ACC-HEADCOUNT     PIC 9(01) VALUE ZERO.
001301 01 WS-ACC-GROSS         PIC S9(07)V99 VALUE ZEROES.
001302 01 WS-ACC-DEDS          PIC S9(07)V99 VALUE ZEROES.
001303 01 WS-ACC-NET           PIC S9(07)V99 VALUE ZEROES.
001304 01 WS-ACC-BEN           PIC S9(07)V99 VALUE ZEROES.
001305 01 WS-SHARED-COUNT      PIC 9(05) COMP VALUE ZERO.
001306 01 WS-SHARED-GROSS      PIC S9(11)V99 COMP-3 VALUE ZERO.
001307 01 WS-SHARED-DEDS       PIC S9(11)V99 COMP-3 VALUE ZERO.
001308 01 WS-SHARED-NET        PIC S9(11)V99 COMP-3 VALUE ZERO.
001309 01 WS-HOME-COUNT        PIC 9(05) COMP VALUE ZERO.
001310 01 WS-HOME-GROSS        PIC S9(11)V99 COMP-3 VALUE ZERO.
001311 01 WS-HOME-DEDS         PIC S9(11)V99 COMP-3 VALUE ZERO.
001312 01 WS-HOME-NET          PIC S9(11)V99 COMP-3 VALUE ZERO.
001313 01 WS-DSUM-HEADCOUNT    PIC 9(05) COMP VALUE ZERO.
001314 01 WS-DSUM-GROSS        PIC S9(11)V99 COMP-3 VALUE ZERO.
001315 01 WS-DSUM-DEDS         PIC S9(11)V99 COMP-3 VALUE ZERO.
001316 01 WS-DSUM-NET          PIC S9(11)V99 COMP-3 VALUE ZERO.
001317 01 WS-DSUM-BEN          PIC S9(11)V99 COMP-3 VALUE ZERO.
001318*    BENEFIT PREMIUMS - THE PLAN ROW IN FORCE FOR THE ELECTION
001319*    BEING PRICED, AND THE EMPLOYEE'S TOTALS FOR THE PERIOD.
001320 01 WS-BPLANMST-STATUS   PIC X(02) VALUE '00'.
001321 01 WS-BELECMST-STATUS   PIC X(02) VALUE '00'.
001322 01 WS-BENFILE-STATUS    PIC X(02) VALUE '00'.
001323     88 WS-BENFILE-OK    VALUE '00'.
001324 01 WS-BE-DONE-SW        PIC X(01) VALUE 'N'.
001325     88 WS-BE-DONE       VALUE 'Y'.
001326 01 WS-BE-HELD-SW        PIC X(01) VALUE 'N'.
001327     88 WS-BE-HELD       VALUE 'Y'.
001328 01 WS-BH-PLAN-ID        PIC X(06) VALUE SPACES.
001329 01 WS-BH-TIER           PIC X(02) VALUE SPACES.
001330 01 WS-BH-STOP-DATE      PIC X(08) VALUE SPACES.
001331 01 WS-BP-DONE-SW        PIC X(01) VALUE 'N'.
001332     88 WS-BP-DONE       VALUE 'Y'.
001333 01 WS-BP-FOUND-SW       PIC X(01) VALUE 'N'.
001334     88 WS-BP-FOUND      VALUE 'Y'.
001335 01 WS-BP-PLAN-NAME      PIC X(20) VALUE SPACES.
001336 01 WS-BP-CARRIER-ID     PIC X(06) VALUE SPACES.
001337 01 WS-BP-EE-COST        PIC 9(05)V99 VALUE ZEROES.
001338 01 WS-BP-ER-COST        PIC 9(05)V99 VALUE ZEROES.
001339 01 WS-BEN-EE-AMT        PIC 9(07)V99 VALUE ZEROES.
001340 01 WS-BEN-ER-AMT        PIC 9(07)V99 VALUE ZEROES.
001341 01 WS-BEN-ROOM          PIC S9(07)V99 VALUE ZEROES.
001342 01 WS-BEN-TOTAL         PIC 9(07)V99 VALUE ZEROES.
001343 01 WS-BEN-ER-TOTAL      PIC 9(07)V99 VALUE ZEROES.
001344 01 WS-BEN-FLAG          PIC X(18) VALUE SPACES.
001345 01 WS-BEN-TAKEN-COUNT   PIC 9(05) VALUE ZEROES COMP.
001346 01 WS-BEN-SKIP-COUNT    PIC 9(05) VALUE ZEROES COMP.
001347 01 WS-BEN-NORATE-COUNT  PIC 9(05) VALUE ZEROES COMP.
001348 01 WS-BEN-REC-COUNT     PIC 9(07) VALUE ZEROES COMP.
001349 01 WS-GRAND-BEN-EE      PIC S9(11)V99 COMP-3 VALUE ZERO.
001350 01 WS-GRAND-BEN-ER      PIC S9(11)V99 COMP-3 VALUE ZERO.
001351 01 WS-PSTMFILE-STATUS   PIC X(02) VALUE '00'.
001352     88 WS-PSTMFILE-OK   VALUE '00'.
001353 01 WS-PSTM-REC-COUNT    PIC 9(07) VALUE ZEROES COMP.
001354*    THE CURRENT EMPLOYEE'S PREMIUMS, HELD UNTIL THE REGISTER
001355*    DETAIL LINE HAS PRINTED SO THEY CAN STACK UNDER IT.
001356 01 WS-EBEN-MAX          PIC 9(02) COMP VALUE 10.
001357 01 WS-EBEN-COUNT        PIC 9(02) COMP VALUE ZERO.
001358 01 WS-EBENS.
001359     05 WS-EBEN-ENT OCCURS 1 TO 10 TIMES
001360                    DEPENDING ON WS-EBEN-COUNT
001361                    INDEXED BY EBX.
001362            10 WS-EBEN-PLAN-ID    PIC X(06).
001363            10 WS-EBEN-TIER       PIC X(02).
001364            10 WS-EBEN-PLAN-NAME  PIC X(20).
001365            10 WS-EBEN-EE-AMT     PIC 9(07)V99 COMP-3.
001366            10 WS-EBEN-ER-AMT     PIC 9(07)V99 COMP-3.
001367            10 WS-EBEN-FLAG       PIC X(18).
001370
001380 01 WS-HDR-LINE.
001390     05 FILLER            PIC X(10) VALUE SPACES.
001742     05 SD-NET-SIGN        PIC X(01).
001742     05 FILLER             PIC X(07) VALUE SPACES.
001742
001743*    EMPLOYER BENEFIT COST FOR A DEPARTMENT - GLPOST POSTS IT AS
001744*    A SEPARATE EXPENSE AGAINST THE BENEFIT LIABILITY ACCOUNT.
001745 01 WS-SUM-BEN-REC.
001746     05 FILLER             PIC X(04) VALUE 'BEN '.
001747     05 SB-DEPT-CODE       PIC X(04).
001748     05 FILLER             PIC X(01) VALUE SPACE.
001749     05 SB-BEN-AMT         PIC 9(11)V99.
001750     05 SB-BEN-SIGN        PIC X(01).
001751     05 FILLER             PIC X(37) VALUE SPACES.
001752
001753 01 WS-NET-TRL-REC.
001754     05 FILLER             PIC X(04) VALUE 'TRL '.
001755     05 NT-EMP-COUNT       PIC 9(07).
001756     05 FILLER             PIC X(01) VALUE SPACE.
001757     05 NT-NET-TOTAL       PIC 9(11)V99.
001758     05 NT-NET-SIGN        PIC X(01).
001759     05 FILLER             PIC X(14) VALUE SPACES.
001760
001761 01 WS-YTD-LINE.
001762     05 FILLER             PIC X(08) VALUE SPACES.
001763     05 FILLER             PIC X(17)
001764            VALUE 'YTD       GROSS: '.
001765     05 YTD-GROSS          PIC Z,ZZZ,ZZZ,ZZ9.99.
001766     05 FILLER             PIC X(07) VALUE '  DEDS:'.
001767     05 YTD-DEDS           PIC Z,ZZZ,ZZZ,ZZ9.99.
001768     05 FILLER             PIC X(06) VALUE '  NET:'.
001769     05 YTD-NET            PIC Z,ZZZ,ZZZ,ZZ9.99-.
001770     05 FILLER             PIC X(07) VALUE '  HRS: '.
001771     05 YTD-HRS            PIC X(06).
001772     05 FILLER             PIC X(06) VALUE '  VAC:'.
001773     05 YTD-VAC-BAL        PIC ZZZZ9.99-.
001774     05 FILLER             PIC X(06) VALUE ' SICK:'.
001775     05 YTD-SICK-BAL       PIC ZZZZ9.99-.
001776     05 FILLER             PIC X(02) VALUE SPACES.
001777
001778 01 WS-RETRO-LINE.
001779     05 FILLER             PIC X(08) VALUE SPACES.
001780     05 FILLER             PIC X(17)
001781            VALUE 'RETRO PAY:       '.
001782     05 RTL-AMT            PIC Z,ZZZ,ZZZ,ZZ9.99.
001783     05 FILLER             PIC X(27)
001784            VALUE '  INCLUDED IN GROSS ABOVE  '.
001785     05 FILLER             PIC X(64) VALUE SPACES.
001786
001787 01 WS-ORDER-LINE.
001788     05 FILLER             PIC X(08) VALUE SPACES.
001789     05 FILLER             PIC X(06) VALUE 'ORDER '.
001790     05 ORL-TYPE           PIC X(02).
001791     05 FILLER             PIC X(01) VALUE SPACE.
001792     05 ORL-ORDER-ID       PIC X(06).
001793     05 FILLER             PIC X(07) VALUE ' PAYEE '.
001794     05 ORL-PAYEE-ID       PIC X(08).
001795     05 FILLER             PIC X(01) VALUE SPACE.
001796     05 ORL-PAYEE-NAME     PIC X(20).
001797     05 FILLER             PIC X(06) VALUE ' CASE '.
001798     05 ORL-CASE-NO        PIC X(15).
001799     05 FILLER             PIC X(11) VALUE ' WITHHELD: '.
001800     05 ORL-AMT            PIC Z,ZZZ,ZZ9.99.
001801     05 FILLER             PIC X(02) VALUE SPACES.
001802     05 ORL-FLAG           PIC X(18).
001803     05 FILLER             PIC X(09) VALUE SPACES.
001804
001805 01 WS-BEN-LINE.
001806     05 FILLER             PIC X(08) VALUE SPACES.
001807     05 FILLER             PIC X(08) VALUE 'BENEFIT '.
001808     05 BNL-PLAN-ID        PIC X(06).
001809     05 FILLER             PIC X(01) VALUE SPACE.
001810     05 BNL-TIER           PIC X(02).
001811     05 FILLER             PIC X(01) VALUE SPACE.
001812     05 BNL-PLAN-NAME      PIC X(20).
001813     05 FILLER             PIC X(11) VALUE ' EMPLOYEE: '.
001814     05 BNL-EE-AMT         PIC Z,ZZZ,ZZ9.99.
001815     05 FILLER             PIC X(11) VALUE ' EMPLOYER: '.
001816     05 BNL-ER-AMT         PIC Z,ZZZ,ZZ9.99.
001817     05 FILLER             PIC X(02) VALUE SPACES.
001818     05 BNL-FLAG           PIC X(18).
001819     05 FILLER             PIC X(20) VALUE SPACES.
001820
001821 01 WS-DEPT-SUB-LINE.
001822     05 FILLER             PIC X(11) VALUE 'DEPT TOTAL '.
001823     05 DSB-DEPT-CODE      PIC X(04).
001824     05 FILLER             PIC X(07) VALUE '  HDCT:'.
001825     05 DSB-HEADCOUNT      PIC ZZZZ9.
001826     05 FILLER             PIC X(08) VALUE '  GROSS:'.
001827     05 DSB-GROSS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001828     05 FILLER             PIC X(07) VALUE '  DEDS:'.
001830     05 DSB-DEDS           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001831     05 FILLER             PIC X(06) VALUE '  NET:'.
001832     05 DSB-NET            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001833     05 FILLER             PIC X(27) VALUE SPACES.
001834
001835 01 WS-GRAND-LINE.
001836     05 FILLER             PIC X(15) VALUE '** COMPANY **  '.
001837     05 FILLER             PIC X(07) VALUE '  HDCT:'.
001838     05 GT-HEADCOUNT       PIC ZZZZ9.
001839     05 FILLER             PIC X(08) VALUE '  GROSS:'.
001840     05 GT-GROSS           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001841     05 FILLER             PIC X(07) VALUE '  DEDS:'.
001842     05 GT-DEDS            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001843     05 FILLER             PIC X(06) VALUE '  NET:'.
001844     05 GT-NET             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001845     05 FILLER             PIC X(27) VALUE SPACES.
001846
001847 01 WS-GRAND-RETRO-LINE.
001848     05 FILLER             PIC X(15) VALUE '** COMPANY **  '.
001849     05 FILLER             PIC X(22)
001850            VALUE '  RETRO PAY IN GROSS: '.
001851     05 GTR-RETRO          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001852     05 FILLER             PIC X(08) VALUE '  EMPS: '.
001853     05 GTR-EMPS           PIC ZZZZ9.
001854     05 FILLER             PIC X(65) VALUE SPACES.
001855
001856 01 WS-GRAND-ORDER-LINE.
001857     05 FILLER             PIC X(15) VALUE '** COMPANY **  '.
001858     05 FILLER             PIC X(22)
001859            VALUE '  ORDERS IN DEDS:     '.
001860     05 GTO-ORDERS         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001861     05 FILLER             PIC X(10) VALUE '  TAKEN: '.
001862     05 GTO-TAKEN          PIC ZZZZ9.
001863     05 FILLER             PIC X(10) VALUE '  LIMITED:'.
001864     05 GTO-LIMITED        PIC ZZZZ9.
001865     05 FILLER             PIC X(10) VALUE '  CLOSED: '.
001866     05 GTO-CLOSED         PIC ZZZZ9.
001867     05 FILLER             PIC X(33) VALUE SPACES.
001868
001869 01 WS-GRAND-BEN-LINE.
001870     05 FILLER             PIC X(15) VALUE '** COMPANY **  '.
001871     05 FILLER             PIC X(22)
001872            VALUE '  BENEFITS IN DEDS:   '.
001873     05 GTB-EE             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001874     05 FILLER             PIC X(12) VALUE '  EMPLOYER: '.
001875     05 GTB-ER             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001876     05 FILLER             PIC X(13) VALUE '  NOT TAKEN: '.
001877     05 GTB-SKIP           PIC ZZZZ9.
001878     05 FILLER             PIC X(11) VALUE '  NO RATE: '.
001879     05 GTB-NORATE         PIC ZZZZ9.
001880     05 FILLER             PIC X(15) VALUE SPACES.
001881
001882*    CARRIER PREMIUM FILE - ONE 'BPD' ROW PER ELECTION PRICED
001883*    AND A 'TRL' ROW FOR THE RUN.  THE EMPLOYEE AMOUNT IS WHAT
001884*    WAS ACTUALLY DEDUCTED (ZERO WHEN NET COULD NOT COVER IT).
001885 01 WS-BEN-DTL-REC.
001886     05 FILLER             PIC X(04) VALUE 'BPD '.
001887     05 BPD-EMP-ID         PIC 9(06).
001888     05 FILLER             PIC X(01) VALUE SPACE.
001889     05 BPD-PLAN-ID        PIC X(06).
001890     05 FILLER             PIC X(01) VALUE SPACE.
001891     05 BPD-TIER           PIC X(02).
001892     05 FILLER             PIC X(01) VALUE SPACE.
001893     05 BPD-CARRIER-ID     PIC X(06).
001894     05 FILLER             PIC X(01) VALUE SPACE.
001895     05 BPD-PAY-DATE       PIC X(08).
001896     05 FILLER             PIC X(01) VALUE SPACE.
001897     05 BPD-EE-AMT         PIC 9(07)V99.
001898     05 FILLER             PIC X(01) VALUE SPACE.
001899     05 BPD-ER-AMT         PIC 9(07)V99.
001900     05 FILLER             PIC X(01) VALUE SPACE.
001901     05 BPD-DEPT-CODE      PIC X(04).
001902     05 FILLER             PIC X(01) VALUE SPACE.
001903     05 BPD-TAKEN          PIC X(01).
001904     05 FILLER             PIC X(17) VALUE SPACES.
001905
001906 01 WS-BEN-TRL-REC.
001907     05 FILLER             PIC X(04) VALUE 'TRL '.
001908     05 BTR-REC-COUNT      PIC 9(07).
001909     05 FILLER             PIC X(01) VALUE SPACE.
001910     05 BTR-EE-TOTAL       PIC 9(11)V99.
001911     05 FILLER             PIC X(01) VALUE SPACE.
001912     05 BTR-ER-TOTAL       PIC 9(11)V99.
001913     05 FILLER             PIC X(01) VALUE SPACE.
001914     05 BTR-PAY-DATE       PIC X(08).
001915     05 FILLER             PIC X(32) VALUE SPACES.
001916
001917*    PAY STATEMENT FILE - PER EMPLOYEE PAID A 'PSH' ROW (WHO,
001918*    HOURS, RATE, RETRO), A 'PSD' ROW PER AMOUNT WITHHELD AND A
001919*    'PSZ' ROW WITH THE TOTALS AND YEAR TO DATE.  THE 'PSD' ROWS
001920*    ADD UP TO THE 'PSZ' DEDUCTIONS.  HOURS AND RATE ARE ZERO
001921*    FOR A SALARIED EMPLOYEE.
001922 01 WS-PST-HDR-REC.
001923     05 FILLER             PIC X(04) VALUE 'PSH '.
001924     05 PSH-EMP-ID         PIC 9(06).
001925     05 FILLER             PIC X(01) VALUE SPACE.
001926     05 PSH-EMP-NAME       PIC X(20).
001927     05 FILLER             PIC X(01) VALUE SPACE.
001928     05 PSH-COMP-CODE      PIC 9(06).
001929     05 FILLER             PIC X(01) VALUE SPACE.
001930     05 PSH-DEPT-CODE      PIC X(04).
001931     05 FILLER             PIC X(01) VALUE SPACE.
001932     05 PSH-PAY-TYPE       PIC X(01).
001933     05 FILLER             PIC X(01) VALUE SPACE.
001934     05 PSH-PAY-DATE       PIC X(08).
001935     05 FILLER             PIC X(01) VALUE SPACE.
001936     05 PSH-RATE           PIC 9(07)V99.
001937     05 FILLER             PIC X(01) VALUE SPACE.
001938     05 PSH-REG-HOURS      PIC 9(03)V99.
001939     05 FILLER             PIC X(01) VALUE SPACE.
001940     05 PSH-OT-HOURS       PIC 9(03)V99.
001941     05 FILLER             PIC X(01) VALUE SPACE.
001942     05 PSH-LEAVE-HOURS    PIC 9(03)V99.
001943     05 FILLER             PIC X(01) VALUE SPACE.
001944     05 PSH-RETRO-AMT      PIC 9(07)V99.
001945     05 FILLER             PIC X(28) VALUE SPACES.
001946
001947 01 WS-PST-DED-REC.
001948     05 FILLER             PIC X(04) VALUE 'PSD '.
001949     05 PSD-EMP-ID         PIC 9(06).
001950     05 FILLER             PIC X(01) VALUE SPACE.
001951     05 PSD-KIND           PIC X(01).
001952     05 FILLER             PIC X(01) VALUE SPACE.
001953     05 PSD-CODE           PIC X(06).
001954     05 FILLER             PIC X(01) VALUE SPACE.
001955     05 PSD-DESC           PIC X(20).
001956     05 FILLER             PIC X(01) VALUE SPACE.
001957     05 PSD-AMT            PIC 9(07)V99.
001958     05 FILLER             PIC X(70) VALUE SPACES.
001959
001960 01 WS-PST-TOT-REC.
001961     05 FILLER             PIC X(04) VALUE 'PSZ '.
001962     05 PSZ-EMP-ID         PIC 9(06).
001963     05 FILLER             PIC X(01) VALUE SPACE.
001964     05 PSZ-GROSS          PIC 9(09)V99.
001965     05 FILLER             PIC X(01) VALUE SPACE.
001966     05 PSZ-DEDS           PIC 9(09)V99.
001967     05 FILLER             PIC X(01) VALUE SPACE.
001968     05 PSZ-NET            PIC 9(09)V99.
001969     05 PSZ-NET-SIGN       PIC X(01).
001970     05 FILLER             PIC X(01) VALUE SPACE.
001971     05 PSZ-YTD-GROSS      PIC 9(09)V99.
001972     05 FILLER             PIC X(01) VALUE SPACE.
001973     05 PSZ-YTD-DEDS       PIC 9(09)V99.
001974     05 FILLER             PIC X(01) VALUE SPACE.
001975     05 PSZ-YTD-NET        PIC 9(09)V99.
001976     05 PSZ-YTD-NET-SIGN   PIC X(01).
001977     05 FILLER             PIC X(01) VALUE SPACE.
001978     05 PSZ-VAC-BAL        PIC 9(05)V99.
001979     05 PSZ-VAC-SIGN       PIC X(01).
001980     05 FILLER             PIC X(01) VALUE SPACE.
001981     05 PSZ-SICK-BAL       PIC 9(05)V99.
001982     05 PSZ-SICK-SIGN      PIC X(01).
001983     05 FILLER             PIC X(18) VALUE SPACES.
001984
001985*    REMITTANCE FILE - ONE 'RMD' ROW PER AMOUNT WITHHELD, AN
001986*    'RMT' ROW CLOSING EACH PAYEE, AND A 'TRL' ROW FOR THE RUN.
001987*    AMOUNTS ARE UNSIGNED - AN ORDER NEVER TAKES A NEGATIVE.
001988 01 WS-REM-DTL-REC.
001989     05 FILLER             PIC X(04) VALUE 'RMD '.
001990     05 RMD-PAYEE-ID       PIC X(08).
001991     05 FILLER             PIC X(01) VALUE SPACE.
001992     05 RMD-EMP-ID         PIC 9(06).
001993     05 FILLER             PIC X(01) VALUE SPACE.
001994     05 RMD-ORDER-ID       PIC X(06).
001995     05 FILLER             PIC X(01) VALUE SPACE.
001996     05 RMD-ORDER-TYPE     PIC X(02).
001997     05 FILLER             PIC X(01) VALUE SPACE.
001998     05 RMD-CASE-NO        PIC X(15).
001999     05 FILLER             PIC X(01) VALUE SPACE.
002000     05 RMD-AMOUNT         PIC 9(07)V99.
002001     05 FILLER             PIC X(01) VALUE SPACE.
002002     05 RMD-PAY-DATE       PIC X(08).
002003     05 FILLER             PIC X(16) VALUE SPACES.
002004
002005 01 WS-REM-PAYEE-REC.
002006     05 FILLER             PIC X(04) VALUE 'RMT '.
002007     05 RMT-PAYEE-ID       PIC X(08).
002008     05 FILLER             PIC X(01) VALUE SPACE.
002009     05 RMT-PAYEE-NAME     PIC X(20).
002010     05 FILLER             PIC X(01) VALUE SPACE.
002011     05 RMT-ITEMS          PIC 9(05).
002012     05 FILLER             PIC X(01) VALUE SPACE.
002013     05 RMT-AMOUNT         PIC 9(09)V99.
002014     05 FILLER             PIC X(01) VALUE SPACE.
002015     05 RMT-PAY-DATE       PIC X(08).
002016     05 FILLER             PIC X(20) VALUE SPACES.
002017
002018 01 WS-REM-TRL-REC.
002019     05 FILLER             PIC X(04) VALUE 'TRL '.
002020     05 RMX-ITEMS          PIC 9(07).
002021     05 FILLER             PIC X(01) VALUE SPACE.
002022     05 RMX-AMOUNT         PIC 9(11)V99.
002023     05 FILLER             PIC X(01) VALUE SPACE.
002024     05 RMX-PAY-DATE       PIC X(08).
002025     05 FILLER             PIC X(46) VALUE SPACES.
002026
002027 01 WS-REM-HDR-LINE.
002028     05 FILLER             PIC X(10) VALUE SPACES.
002029     05 FILLER             PIC X(34)
002030            VALUE 'DEDUCTION ORDER REMITTANCE REPORT '.
002031     05 FILLER             PIC X(11) VALUE ' PAY DATE: '.
002032     05 RHD-PAY-DATE       PIC X(08).
002033     05 FILLER             PIC X(08) VALUE '   RUN: '.
002034     05 RHD-RUN-DATE       PIC X(08).
002035     05 FILLER             PIC X(53) VALUE SPACES.
002036
002037 01 WS-REM-COL-LINE.
002038     05 FILLER             PIC X(04) VALUE SPACES.
002039     05 FILLER             PIC X(08) VALUE 'EMP ID  '.
002040     05 FILLER             PIC X(22) VALUE 'EMP NAME'.
002041     05 FILLER             PIC X(08) VALUE 'ORDER   '.
002042     05 FILLER             PIC X(04) VALUE 'TY  '.
002043     05 FILLER             PIC X(17) VALUE 'CASE NUMBER'.
002044     05 FILLER             PIC X(12) VALUE '      AMOUNT'.
002045     05 FILLER             PIC X(57) VALUE SPACES.
002046
002047 01 WS-REM-PAYEE-LINE.
002048     05 FILLER             PIC X(07) VALUE 'PAYEE: '.
002049     05 RPY-PAYEE-ID       PIC X(08).
002050     05 FILLER             PIC X(02) VALUE SPACES.
002051     05 RPY-PAYEE-NAME     PIC X(20).
002052     05 FILLER             PIC X(95) VALUE SPACES.
002053
002054 01 WS-REM-DTL-LINE.
002055     05 FILLER             PIC X(04) VALUE SPACES.
002056     05 RDL-EMP-ID         PIC ZZZZZ9.
002057     05 FILLER             PIC X(02) VALUE SPACES.
002058     05 RDL-EMP-NAME       PIC X(20).
002059     05 FILLER             PIC X(02) VALUE SPACES.
002060     05 RDL-ORDER-ID       PIC X(06).
002061     05 FILLER             PIC X(02) VALUE SPACES.
002062     05 RDL-TYPE           PIC X(02).
002063     05 FILLER             PIC X(02) VALUE SPACES.
002064     05 RDL-CASE-NO        PIC X(15).
002065     05 FILLER             PIC X(02) VALUE SPACES.
002066     05 RDL-AMT            PIC Z,ZZZ,ZZ9.99.
002067     05 FILLER             PIC X(57) VALUE SPACES.
002068
002069 01 WS-REM-PAYEE-TOT-LINE.
002070     05 FILLER             PIC X(04) VALUE SPACES.
002071     05 FILLER             PIC X(12) VALUE 'PAYEE TOTAL '.
002072     05 RTP-PAYEE-ID       PIC X(08).
002073     05 FILLER             PIC X(09) VALUE '  ITEMS: '.
002074     05 RTP-ITEMS          PIC ZZZZ9.
002075     05 FILLER             PIC X(10) VALUE '  AMOUNT: '.
002076     05 RTP-AMT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002077     05 FILLER             PIC X(67) VALUE SPACES.
002078
002079 01 WS-REM-GRAND-LINE.
002080     05 FILLER             PIC X(16) VALUE '** ALL PAYEES **'.
002081     05 FILLER             PIC X(10) VALUE '  PAYEES: '.
002082     05 RGT-PAYEES         PIC ZZZZ9.
002083     05 FILLER             PIC X(09) VALUE '  ITEMS: '.
002084     05 RGT-ITEMS          PIC ZZZZ9.
002085     05 FILLER             PIC X(10) VALUE '  AMOUNT: '.
002086     05 RGT-AMT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002087     05 FILLER             PIC X(60) VALUE SPACES.
002088
002089 01 WS-DIST-HDR-LINE.
002090     05 FILLER             PIC X(10) VALUE SPACES.
002091     05 FILLER             PIC X(34)
002092            VALUE 'LABOR DISTRIBUTION REPORT         '.
002093     05 FILLER             PIC X(11) VALUE ' PAY DATE: '.
002094     05 DHD-PAY-DATE       PIC X(08).
002095     05 FILLER             PIC X(08) VALUE '   RUN: '.
002096     05 DHD-RUN-DATE       PIC X(08).
002097     05 FILLER             PIC X(53) VALUE SPACES.
002098
002099 01 WS-DIST-COL-LINE.
002100     05 FILLER             PIC X(04) VALUE SPACES.
002101     05 FILLER             PIC X(08) VALUE 'EMP ID  '.
002102     05 FILLER             PIC X(22) VALUE 'EMP NAME'.
002103     05 FILLER             PIC X(06) VALUE 'HOME  '.
002104     05 FILLER             PIC X(10) VALUE 'EFFECTIVE '.
002105     05 FILLER             PIC X(06) VALUE 'DEPT  '.
002106     05 FILLER             PIC X(08) VALUE '   PCT  '.
002107     05 FILLER             PIC X(15) VALUE '        GROSS  '.
002108     05 FILLER             PIC X(15) VALUE '         DEDS  '.
002109     05 FILLER             PIC X(14) VALUE '          NET '.
002110     05 FILLER             PIC X(24) VALUE SPACES.
002111
002112 01 WS-DIST-DTL-LINE.
002113     05 FILLER             PIC X(04) VALUE SPACES.
002114     05 DDL-EMP-ID         PIC ZZZZZ9.
002115     05 FILLER             PIC X(02) VALUE SPACES.
002116     05 DDL-EMP-NAME       PIC X(20).
002117     05 FILLER             PIC X(02) VALUE SPACES.
002118     05 DDL-HOME-DEPT      PIC X(04).
002119     05 FILLER             PIC X(02) VALUE SPACES.
002120     05 DDL-EFF-DATE       PIC X(08).
002121     05 FILLER             PIC X(02) VALUE SPACES.
002122     05 DDL-DEPT           PIC X(04).
002123     05 FILLER             PIC X(02) VALUE SPACES.
002124     05 DDL-PCT            PIC ZZ9.99.
002125     05 FILLER             PIC X(02) VALUE SPACES.
002126     05 DDL-GROSS          PIC ZZ,ZZZ,ZZ9.99-.
002127     05 FILLER             PIC X(01) VALUE SPACES.
002128     05 DDL-DEDS           PIC ZZ,ZZZ,ZZ9.99-.
002129     05 FILLER             PIC X(01) VALUE SPACES.
002130     05 DDL-NET            PIC ZZ,ZZZ,ZZ9.99-.
002131     05 FILLER             PIC X(24) VALUE SPACES.
002132
002133 01 WS-DIST-TOT-LINE.
002134     05 DST-LABEL          PIC X(30).
002135     05 FILLER             PIC X(07) VALUE '  EMPS:'.
002136     05 DST-COUNT          PIC ZZZZ9.
002137     05 FILLER             PIC X(08) VALUE '  GROSS:'.
002138     05 DST-GROSS          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002139     05 FILLER             PIC X(07) VALUE '  DEDS:'.
002140     05 DST-DEDS           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002141     05 FILLER             PIC X(06) VALUE '  NET:'.
002142     05 DST-NET            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002143     05 FILLER             PIC X(15) VALUE SPACES.
002144
002145 PROCEDURE DIVISION.
002146 0000-MAINLINE.
002147     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002148     PERFORM 1500-LOAD-RATES THRU 1500-LOAD-RATES-EXIT
002149     PERFORM 1800-LOAD-TIMESHEETS
002150             THRU 1800-LOAD-TIMESHEETS-EXIT
002151     PERFORM 1870-LOAD-ACCRUALS THRU 1870-LOAD-ACCRUALS-EXIT
002152     PERFORM 1900-LOAD-RETRO THRU 1900-LOAD-RETRO-EXIT
002153     PERFORM 2000-READ-EMP THRU 2000-READ-EMP-EXIT
002154             UNTIL WS-EOF
002155     PERFORM 7000-WRITE-DEPT-TOTALS
002156             THRU 7000-WRITE-DEPT-TOTALS-EXIT
002157     PERFORM 8000-WRITE-GRAND-TOTALS
002158             THRU 8000-WRITE-GRAND-TOTALS-EXIT
002159     PERFORM 8500-WRITE-NET-TRAILER
002160             THRU 8500-WRITE-NET-TRAILER-EXIT
002161     PERFORM 8600-CHECK-RETRO THRU 8600-CHECK-RETRO-EXIT
002162     PERFORM 8800-CHECK-LEAVE THRU 8800-CHECK-LEAVE-EXIT
002163     PERFORM 8900-WRITE-DIST-TOTALS
002164             THRU 8900-WRITE-DIST-TOTALS-EXIT
002165     PERFORM 8700-WRITE-REMITTANCE
002166             THRU 8700-WRITE-REMITTANCE-EXIT
002167     PERFORM 8750-WRITE-BEN-TRAILER
002168             THRU 8750-WRITE-BEN-TRAILER-EXIT
002169     CLOSE EMPFILE
002170           RPTFILE
002171           NETFILE
002172           SUMFILE
002173           YTDMSTR
002174           DEDORDR
002175           PAYHIST
002176           LVMSTR
002177           LABALLOC
002178           DISTRPT
002179           BPLANMST
002180           BELECMST
002181           BENFILE
002182           PSTMFILE
002183           REMFILE
002184           REMRPT
002185     PERFORM 9500-WRITE-AUDIT-RECORD
002186             THRU 9500-WRITE-AUDIT-RECORD-EXIT
002187     DISPLAY 'PAYCALC - EMPLOYEES PAID : ' WS-EMP-COUNT
002188     DISPLAY 'PAYCALC - HOURLY PAID    : ' WS-HOURLY-COUNT
002189     DISPLAY 'PAYCALC - NO TIMESHEET   : ' WS-NOTIME-COUNT
002190     DISPLAY 'PAYCALC - RETRO PAID     : ' WS-RETRO-PAID-COUNT
002191     DISPLAY 'PAYCALC - RETRO UNPAID   : ' WS-RETRO-UNPAID-COUNT
002192     DISPLAY 'PAYCALC - ORDERS TAKEN   : ' WS-ORD-TAKEN-COUNT
002193     DISPLAY 'PAYCALC - ORDERS LIMITED : ' WS-ORD-LIMITED-COUNT
002194     DISPLAY 'PAYCALC - ORDERS CLOSED  : ' WS-ORD-CLOSED-COUNT
002195     DISPLAY 'PAYCALC - LEAVE POSTED   : ' WS-LV-POSTED-COUNT
002196     DISPLAY 'PAYCALC - LEAVE CAPPED   : ' WS-LV-FORFEIT-COUNT
002197     DISPLAY 'PAYCALC - LEAVE NEGATIVE : ' WS-LV-NEGATIVE-COUNT
002198     DISPLAY 'PAYCALC - LEAVE UNPOSTED : ' WS-LV-UNPOSTED-COUNT
002199     DISPLAY 'PAYCALC - LABOR SHARED   : ' WS-SHARED-COUNT
002200     DISPLAY 'PAYCALC - BENEFITS TAKEN : ' WS-BEN-TAKEN-COUNT
002201     DISPLAY 'PAYCALC - BENEFITS SHORT : ' WS-BEN-SKIP-COUNT
002202     DISPLAY 'PAYCALC - BENEFIT NO RATE: ' WS-BEN-NORATE-COUNT
002203     DISPLAY 'PAYCALC - STATEMENT ROWS : ' WS-PSTM-REC-COUNT
002204     DISPLAY 'PAYCALC - PAGES PRINTED  : ' WS-PAGE-COUNT
002205     STOP RUN
002206     .
002207
002208 1000-INITIALIZE.
002209     OPEN INPUT EMPFILE
002210     IF WS-EMPFILE-STATUS NOT = '00'
002220        MOVE 'EMPDD' TO WS-ABEND-DDNAME
002230        MOVE WS-EMPFILE-STATUS TO WS-ABEND-STATUS
002321        MOVE WS-SUMFILE-STATUS TO WS-ABEND-STATUS
002322        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002323     END-IF
002324     OPEN OUTPUT REMFILE
002325     IF NOT WS-REMFILE-OK
002326        MOVE 'REMITDD' TO WS-ABEND-DDNAME
002327        MOVE WS-REMFILE-STATUS TO WS-ABEND-STATUS
002328        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002329     END-IF
002330     OPEN OUTPUT REMRPT
002331     IF NOT WS-REMRPT-OK
002332        MOVE 'REMRPTDD' TO WS-ABEND-DDNAME
002333        MOVE WS-REMRPT-STATUS TO WS-ABEND-STATUS
002334        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002335     END-IF
002336     ACCEPT WS-RUN-DATE FROM DATE
002337     STRING WS-RUN-MM DELIMITED SIZE
002340            '/'        DELIMITED SIZE
002350            WS-RUN-DD  DELIMITED SIZE
002360            '/'        DELIMITED SIZE
002398                IF WS-OT-WORK IS NUMERIC
002399                   MOVE WS-OT-WORK-9 TO WS-OT-THRESHOLD
002400                END-IF
002401*               COLS 16-20 OPTIONALLY OVERRIDE THE LEGAL LIMIT
002402*               ON DEDUCTION ORDERS AS A PERCENT OF DISPOSABLE
002403*               EARNINGS (999V99, DEFAULT 25.00).
002404                MOVE PC-REC(16:5) TO WS-ORD-PCT-WORK
002405                IF WS-ORD-PCT-WORK IS NUMERIC AND
002406                   WS-ORD-PCT-WORK-9 NOT > 100.00
002407                   MOVE WS-ORD-PCT-WORK-9 TO WS-ORD-LIMIT-PCT
002408                END-IF
002409        END-READ
002410        CLOSE PAYCTL
002411     END-IF
002412     MOVE WS-BUS-DATE(1:4) TO WS-BUS-YEAR
002413*    '05' MEANS THE OPTIONAL MASTER WAS CREATED EMPTY ON THIS
002414*    OPEN - THE NORMAL CASE THE VERY FIRST TIME THE JOB RUNS.
002415     OPEN I-O YTDMSTR
002416     IF WS-YTDMSTR-STATUS NOT = '00' AND
002417        WS-YTDMSTR-STATUS NOT = '05'
002418        MOVE 'YTDMSTR' TO WS-ABEND-DDNAME
002419        MOVE WS-YTDMSTR-STATUS TO WS-ABEND-STATUS
002420        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002421     END-IF
002422     OPEN I-O DEDORDR
002423     IF WS-DEDORDR-STATUS NOT = '00' AND
002424        WS-DEDORDR-STATUS NOT = '05'
002425        MOVE 'DEDORDR' TO WS-ABEND-DDNAME
002426        MOVE WS-DEDORDR-STATUS TO WS-ABEND-STATUS
002427        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002428     END-IF
002429     OPEN I-O PAYHIST
002430     IF WS-PAYHIST-STATUS NOT = '00' AND
002431        WS-PAYHIST-STATUS NOT = '05'
002432        MOVE 'PAYHIST' TO WS-ABEND-DDNAME
002433        MOVE WS-PAYHIST-STATUS TO WS-ABEND-STATUS
002434        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002435     END-IF
002436     OPEN I-O LVMSTR
002437     IF WS-LVMSTR-STATUS NOT = '00' AND
002438        WS-LVMSTR-STATUS NOT = '05'
002439        MOVE 'LVMSTR' TO WS-ABEND-DDNAME
002440        MOVE WS-LVMSTR-STATUS TO WS-ABEND-STATUS
002441        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002442     END-IF
002443     OPEN I-O LABALLOC
002444     IF WS-LABALLOC-STATUS NOT = '00' AND
002445        WS-LABALLOC-STATUS NOT = '05'
002446        MOVE 'LABALLOC' TO WS-ABEND-DDNAME
002447        MOVE WS-LABALLOC-STATUS TO WS-ABEND-STATUS
002448        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002449     END-IF
002450     OPEN OUTPUT DISTRPT
002451     IF NOT WS-DISTRPT-OK
002452        MOVE 'DISTDD' TO WS-ABEND-DDNAME
002453        MOVE WS-DISTRPT-STATUS TO WS-ABEND-STATUS
002454        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002455     END-IF
002456*    NO PLAN OR ELECTION MASTER YET SIMPLY MEANS NO PREMIUMS.
002457     OPEN I-O BPLANMST
002458     IF WS-BPLANMST-STATUS NOT = '00' AND
002459        WS-BPLANMST-STATUS NOT = '05'
002460        MOVE 'BPLANMST' TO WS-ABEND-DDNAME
002461        MOVE WS-BPLANMST-STATUS TO WS-ABEND-STATUS
002462        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002463     END-IF
002464     OPEN I-O BELECMST
002465     IF WS-BELECMST-STATUS NOT = '00' AND
002466        WS-BELECMST-STATUS NOT = '05'
002467        MOVE 'BELECMST' TO WS-ABEND-DDNAME
002468        MOVE WS-BELECMST-STATUS TO WS-ABEND-STATUS
002469        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002470     END-IF
002471     OPEN OUTPUT BENFILE
002472     IF NOT WS-BENFILE-OK
002473        MOVE 'BENDD' TO WS-ABEND-DDNAME
002474        MOVE WS-BENFILE-STATUS TO WS-ABEND-STATUS
002475        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002476     END-IF
002477     OPEN OUTPUT PSTMFILE
002478     IF NOT WS-PSTMFILE-OK
002479        MOVE 'PSTMDD' TO WS-ABEND-DDNAME
002480        MOVE WS-PSTMFILE-STATUS TO WS-ABEND-STATUS
002481        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002482     END-IF
002483     MOVE WS-BUS-DATE TO WS-BUS-DATE-N
002484     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
002485     MOVE WS-BUS-DATE      TO DHD-PAY-DATE
002486     MOVE WS-RUN-DATE-EDIT TO DHD-RUN-DATE
002487     WRITE DIST-LINE FROM WS-DIST-HDR-LINE AFTER ADVANCING PAGE
002488     WRITE DIST-LINE FROM WS-DIST-COL-LINE
002489           AFTER ADVANCING 2 LINES
002490     .
002491 1000-INITIALIZE-EXIT.
002492     EXIT.
002493
002494 1500-LOAD-RATES.
002495*    THE RATES ARE DATA, NOT CODE - OPERATIONS EDITS THE RATES
002496*    FILE AND THE NEXT RUN PICKS THE CHANGE UP, THE SAME WAY
002497*    THE COMPANY TABLE WORKS.  THE REGISTER PRINTS ONE COLUMN
002498*    PER RATE, SO MORE RATE ROWS THAN COLUMNS IS A HARD ERROR.
002499     OPEN INPUT RATEFILE
002500     IF WS-RATEFILE-STATUS NOT = '00'
002501        MOVE 'RATEDD' TO WS-ABEND-DDNAME
002510        MOVE WS-RATEFILE-STATUS TO WS-ABEND-STATUS
002520        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
002530     END-IF
003052                   PERFORM 9000-ABEND-PARA
003053                           THRU 9000-ABEND-PARA-EXIT
003054                END-IF
003055                IF TS-LEAVE
003056                   PERFORM 1860-LOAD-LEAVE-ROW
003057                           THRU 1860-LOAD-LEAVE-ROW-EXIT
003058                   GO TO 1850-LOAD-TIME-REC-EXIT
003059                END-IF
003060                IF NOT TS-WORKED
003061                   DISPLAY 'PAYCALC - BAD TIMESHEET ROW TYPE: '
003062                           TS-EMP-ID ' ' TS-REC-TYPE
003063                   MOVE 'TIMEDD' TO WS-ABEND-DDNAME
003064                   MOVE '  ' TO WS-ABEND-STATUS
003065                   PERFORM 9000-ABEND-PARA
003066                           THRU 9000-ABEND-PARA-EXIT
003067                END-IF
003068                IF WS-TIME-COUNT >= WS-TIME-MAX
003069*                  A DROPPED TIMESHEET IS A SHORT PAYCHECK -
003070*                  FAIL LOUDLY, THE SAME RULE EVERY LOAD TABLE
003071*                  IN THE SUITE FOLLOWS.
003072                   DISPLAY 'PAYCALC - TIMESHEET TABLE FULL AT '
003073                           WS-TIME-MAX ' - RAISE WS-TIME-MAX'
003074                   MOVE 'TIMEDD' TO WS-ABEND-DDNAME
003075                   MOVE '  ' TO WS-ABEND-STATUS
003076                   PERFORM 9000-ABEND-PARA
003077                           THRU 9000-ABEND-PARA-EXIT
003078                END-IF
003079                ADD 1 TO WS-TIME-COUNT
003080                MOVE TS-EMP-ID TO WS-TIME-EMP-ID(WS-TIME-COUNT)
003081                MOVE TS-HOURS-9
003082                  TO WS-TIME-HOURS(WS-TIME-COUNT)
003083             END-IF
003084     END-READ
003085     .
003086 1850-LOAD-TIME-REC-EXIT.
003087     EXIT.
003088
003089 1860-LOAD-LEAVE-ROW.
003090*    VACATION OR SICK HOURS TAKEN THIS PERIOD.  SEVERAL ROWS
003091*    FOR ONE EMPLOYEE AND TYPE (ONE PER DAY OFF, SAY) ARE
003092*    SUMMED INTO ONE ENTRY.
003093     SET LVX TO 1
003094     SEARCH WS-LEAVE-ENT
003095     AT END
003096         IF WS-LEAVE-COUNT >= WS-LEAVE-MAX
003097*           A DROPPED LEAVE ROW IS A BALANCE NEVER CHARGED -
003098*           FAIL LOUDLY.
003099            DISPLAY 'PAYCALC - LEAVE TABLE FULL AT '
003100                    WS-LEAVE-MAX ' - RAISE WS-LEAVE-MAX'
003101            MOVE 'TIMEDD' TO WS-ABEND-DDNAME
003102            MOVE '  ' TO WS-ABEND-STATUS
003103            PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003104         END-IF
003105         ADD 1 TO WS-LEAVE-COUNT
003106         MOVE TS-EMP-ID   TO WS-LEAVE-EMP-ID(WS-LEAVE-COUNT)
003107         MOVE TS-REC-TYPE TO WS-LEAVE-TYPE(WS-LEAVE-COUNT)
003108         MOVE TS-HOURS-9  TO WS-LEAVE-HOURS(WS-LEAVE-COUNT)
003109         MOVE 'N'         TO WS-LEAVE-USED-SW(WS-LEAVE-COUNT)
003110     WHEN WS-LEAVE-EMP-ID(LVX) = TS-EMP-ID
003111      AND WS-LEAVE-TYPE(LVX) = TS-REC-TYPE
003112         ADD TS-HOURS-9 TO WS-LEAVE-HOURS(LVX)
003113     END-SEARCH
003114     .
003115 1860-LOAD-LEAVE-ROW-EXIT.
003116     EXIT.
003117
003118 1870-LOAD-ACCRUALS.
003119*    THE ACCRUAL TABLE IS DATA, NOT CODE, THE SAME WAY THE RATES
003120*    FILE WORKS.  ONE ROW PER LEAVE TYPE AND TENURE TIER: COL 1
003121*    TYPE ('V' OR 'S'), COLS 3-4 THE YEARS OF SERVICE THE TIER
003122*    STARTS AT, COLS 6-11 HOURS EARNED PER PAY RUN (99V9999),
003123*    COLS 13-18 THE CARRYOVER CAP IN HOURS (9999V99), COLS
003124*    20-39 A DESCRIPTION.  AN EMPLOYEE EARNS AT THE HIGHEST
003125*    TIER OF THE TYPE THAT THE EMPLOYEE HAS REACHED.
003126     OPEN INPUT ACCRFILE
003127     IF WS-ACCRFILE-STATUS NOT = '00'
003128        MOVE 'ACCRDD' TO WS-ABEND-DDNAME
003129        MOVE WS-ACCRFILE-STATUS TO WS-ABEND-STATUS
003130        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003131     END-IF
003132     PERFORM 1880-LOAD-ACCR-REC THRU 1880-LOAD-ACCR-REC-EXIT
003133             UNTIL WS-ACCR-EOF
003134     CLOSE ACCRFILE
003135     IF WS-ACCR-COUNT = ZERO
003136        DISPLAY 'PAYCALC - ACCRUAL TABLE IS EMPTY'
003137        MOVE 'ACCRDD' TO WS-ABEND-DDNAME
003138        MOVE '  ' TO WS-ABEND-STATUS
003139        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003140     END-IF
003141     DISPLAY 'PAYCALC - ACCRUAL TIERS LOADED: ' WS-ACCR-COUNT
003142     .
003143 1870-LOAD-ACCRUALS-EXIT.
003144     EXIT.
003145
003146 1880-LOAD-ACCR-REC.
003147     READ ACCRFILE
003148         AT END SET WS-ACCR-EOF TO TRUE
003149         NOT AT END
003150             IF (AC-LEAVE-TYPE NOT = 'V' AND
003151                 AC-LEAVE-TYPE NOT = 'S')
003152              OR AC-MIN-YEARS IS NOT NUMERIC
003153              OR AC-HOURS IS NOT NUMERIC
003154              OR AC-CARRY-CAP IS NOT NUMERIC
003155                DISPLAY 'PAYCALC - BAD ACCRUAL ROW: ' AC-REC(1:18)
003156                MOVE 'ACCRDD' TO WS-ABEND-DDNAME
003157                MOVE '  ' TO WS-ABEND-STATUS
003158                PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003159             END-IF
003160             IF WS-ACCR-COUNT >= WS-ACCR-MAX
003161                DISPLAY 'PAYCALC - ACCRUAL TABLE FULL AT '
003162                        WS-ACCR-MAX ' - RAISE WS-ACCR-MAX'
003163                MOVE 'ACCRDD' TO WS-ABEND-DDNAME
003164                MOVE '  ' TO WS-ABEND-STATUS
003165                PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003166             END-IF
003167             ADD 1 TO WS-ACCR-COUNT
003168             MOVE AC-LEAVE-TYPE  TO WS-ACCR-TYPE(WS-ACCR-COUNT)
003169             MOVE AC-MIN-YEARS-9 TO WS-ACCR-MIN-YRS(WS-ACCR-COUNT)
003170             MOVE AC-HOURS-9     TO WS-ACCR-HOURS(WS-ACCR-COUNT)
003171             MOVE AC-CARRY-CAP-9 TO WS-ACCR-CAP(WS-ACCR-COUNT)
003172     END-READ
003173     .
003174 1880-LOAD-ACCR-REC-EXIT.
003175     EXIT.
003176
003177 1900-LOAD-RETRO.
003178*    RETROACTIVE PAY RELEASED BY RETROPAY AFTER HR SIGNED OFF
003179*    ITS REGISTER.  OMIT THE DD ON A RUN WITH NO RETRO - THE
003180*    SAME OPTIONAL-FILE IDIOM AS TIMEDD.  EVERY RECORD CARRIES
003181*    THE BUSINESS DATE OF THE PAY RUN IT WAS RELEASED TO; ANY
003182*    OTHER DATE BELONGS TO AN EARLIER RUN THAT ALREADY PAID IT
003183*    AND IS STEPPED OVER, SO READING AN OLD GENERATION IS SAFE.
003184*    AN EMPLOYEE WITH SEVERAL BACK-DATED CHANGES GETS ONE
003185*    COMBINED RETRO LINE.
003186     OPEN INPUT RETFILE
003187     IF WS-RETFILE-STATUS = '00'
003188        PERFORM 1950-LOAD-RETRO-REC THRU 1950-LOAD-RETRO-REC-EXIT
003189                UNTIL WS-RET-EOF
003190        CLOSE RETFILE
003191        DISPLAY 'PAYCALC - RETRO EMPLOYEES LOADED: '
003192                WS-RETRO-COUNT
003193        DISPLAY 'PAYCALC - RETRO ROWS NOT THIS DATE: '
003194                WS-RETRO-STALE-COUNT
003195     END-IF
003196     .
003197 1900-LOAD-RETRO-EXIT.
003198     EXIT.
003199
003200 1950-LOAD-RETRO-REC.
003201     READ RETFILE
003202         AT END SET WS-RET-EOF TO TRUE
003203         NOT AT END
003204             IF RP-REC-ID NOT = 'RET '
003205                GO TO 1950-LOAD-RETRO-REC-EXIT
003206             END-IF
003207             IF RP-PAY-DATE NOT = WS-BUS-DATE
003208                ADD 1 TO WS-RETRO-STALE-COUNT
003209                GO TO 1950-LOAD-RETRO-REC-EXIT
003210             END-IF
003211             IF RP-EMP-ID IS NOT NUMERIC
003212              OR RP-AMOUNT IS NOT NUMERIC
003213                DISPLAY 'PAYCALC - BAD RETRO ROW: '
003214                        RP-EMP-ID ' ' RP-AMOUNT
003215                MOVE 'RETDD' TO WS-ABEND-DDNAME
003216                MOVE '  ' TO WS-ABEND-STATUS
003217                PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
003218             END-IF
003219             SET RTX TO 1
003220             SEARCH WS-RETRO-ENT
003221             AT END
003222                 IF WS-RETRO-COUNT >= WS-RETRO-MAX
003223*                   A DROPPED RETRO ROW IS BACK PAY HR SIGNED
003224*                   OFF AND NOBODY PAID - FAIL LOUDLY.
003225                    DISPLAY 'PAYCALC - RETRO TABLE FULL AT '
003226                            WS-RETRO-MAX ' - RAISE WS-RETRO-MAX'
003227                    MOVE 'RETDD' TO WS-ABEND-DDNAME
003228                    MOVE '  ' TO WS-ABEND-STATUS
003229                    PERFORM 9000-ABEND-PARA
003230                            THRU 9000-ABEND-PARA-EXIT
003231                 END-IF
003232                 ADD 1 TO WS-RETRO-COUNT
003233                 MOVE RP-EMP-ID-9
003234                   TO WS-RETRO-EMP-ID(WS-RETRO-COUNT)
003235                 MOVE RP-AMOUNT-9
003236                   TO WS-RETRO-TOT(WS-RETRO-COUNT)
003237                 MOVE 'N' TO WS-RETRO-USED-SW(WS-RETRO-COUNT)
003238             WHEN WS-RETRO-EMP-ID(RTX) = RP-EMP-ID-9
003239                 ADD RP-AMOUNT-9 TO WS-RETRO-TOT(RTX)
003240             END-SEARCH
003241     END-READ
003242     .
003243 1950-LOAD-RETRO-REC-EXIT.
003244     EXIT.
003245
003246 2000-READ-EMP.
003247     READ EMPFILE
003248         AT END SET WS-EOF TO TRUE
003249         NOT AT END PERFORM 2100-PAY-ONE-EMP
003250                    THRU 2100-PAY-ONE-EMP-EXIT
003251     END-READ
003252     .
003253 2000-READ-EMP-EXIT.
003254     EXIT.
003255
003256 2100-PAY-ONE-EMP.
003257*    GROSS IS THE EXTRACT SALARY; EACH DEDUCTION IS ITS RATE
003258*    APPLIED TO GROSS, ROUNDED TO THE CENT; NET IS WHAT IS
003259*    LEFT.  THE AMOUNTS ALSO FEED THE DEPARTMENT TABLE FOR THE
003260*    SUBTOTAL SECTION AND THE COMPANY GRAND TOTALS.
003261*    A SALARIED EMPLOYEE'S GROSS IS THE EXTRACT SALARY, AS IT
003262*    ALWAYS WAS; AN HOURLY EMPLOYEE'S IS HOURS TIMES RATE WITH
003263*    THE OVERTIME PREMIUM, COMPUTED BEFORE THE DEDUCTION LOGIC
003264*    SO EVERYTHING DOWNSTREAM OF GROSS IS UNCHANGED.
003265     MOVE ZEROES TO WS-HOURS-WORKED
003266     MOVE 'N' TO WS-NOTIME-SW
003267     PERFORM 2080-FIND-LEAVE THRU 2080-FIND-LEAVE-EXIT
003268     IF EMP-PAY-TYPE = 'H'
003269        PERFORM 2050-CALC-HOURLY-GROSS
003270                THRU 2050-CALC-HOURLY-GROSS-EXIT
003271     ELSE
003272        MOVE EMP-SALARY-AMT TO WS-GROSS-AMT
003273     END-IF
003274     PERFORM 2070-ADD-RETRO THRU 2070-ADD-RETRO-EXIT
003275     MOVE ZEROES TO WS-DED-TOTAL
003276     PERFORM 2200-CALC-ONE-DED THRU 2200-CALC-ONE-DED-EXIT
003277             VARYING WS-DX FROM 1 BY 1
003278               UNTIL WS-DX > WS-RATE-COUNT
003279*    COURT AND LOAN ORDERS COME OFF WHAT THE RATES FILE LEAVES,
003280*    AND JOIN THE DEDUCTION TOTAL SO NET, YTD, AND SUMDD ALL
003281*    CARRY THEM.
003282     PERFORM 2700-APPLY-ORDERS THRU 2700-APPLY-ORDERS-EXIT
003283     ADD WS-ORD-TOTAL TO WS-DED-TOTAL
003284*    ELECTED BENEFIT PREMIUMS COME OFF WHAT THE ORDERS LEAVE - A
003285*    VOLUNTARY DEDUCTION NEVER CROWDS OUT A COURT ORDER.
003286     PERFORM 2900-APPLY-BENEFITS THRU 2900-APPLY-BENEFITS-EXIT
003287     ADD WS-BEN-TOTAL TO WS-DED-TOTAL
003288     COMPUTE WS-NET-AMT = WS-GROSS-AMT - WS-DED-TOTAL
003289     PERFORM 2500-ROLL-YTD THRU 2500-ROLL-YTD-EXIT
003290     PERFORM 2800-POST-LEAVE THRU 2800-POST-LEAVE-EXIT
003291     PERFORM 2550-WRITE-PAY-HIST THRU 2550-WRITE-PAY-HIST-EXIT
003292     PERFORM 2600-WRITE-NET-REC THRU 2600-WRITE-NET-REC-EXIT
003293     PERFORM 2300-PRINT-PAY-LINE THRU 2300-PRINT-PAY-LINE-EXIT
003294     PERFORM 2960-WRITE-STATEMENT THRU 2960-WRITE-STATEMENT-EXIT
003295     PERFORM 2400-ACCUM-DEPT THRU 2400-ACCUM-DEPT-EXIT
003296     ADD 1               TO WS-GRAND-HEADCOUNT
003297     ADD WS-GROSS-AMT    TO WS-GRAND-GROSS
003298     ADD WS-DED-TOTAL    TO WS-GRAND-DEDS
003300     ADD WS-NET-AMT      TO WS-GRAND-NET
003310     ADD 1 TO WS-EMP-COUNT
003320     .
003330 2100-PAY-ONE-EMP-EXIT.
003331     EXIT.
003332
003333 2050-CALC-HOURLY-GROSS.
003334*    THE EXTRACT SALARY FIELD CARRIES THE HOURLY RATE FOR AN
003335*    'H' EMPLOYEE.  HOURS PAST THE THRESHOLD EARN TIME AND A
003336*    HALF.  NO TIMESHEET MEANS NO HOURS AND A ZERO GROSS -
003337*    COUNTED AND SHOUTED, BECAUSE A MISSING TIMESHEET IS A
003338*    PROBLEM FOR SOMEONE TO CHASE, NOT A REASON TO INVENT PAY.
003339     ADD 1 TO WS-HOURLY-COUNT
003340     SET TMX TO 1
003341     SEARCH WS-TIME-ENT
003342     AT END
003343*        LEAVE ROWS ALONE ARE A TIMESHEET - THE WHOLE PERIOD
003344*        TAKEN AS VACATION OR SICK TIME, PAID AT STRAIGHT TIME.
003345         IF WS-LEAVE-HRS-TOT > ZERO
003346            COMPUTE WS-GROSS-AMT ROUNDED
003347                    = EMP-SALARY-AMT * WS-LEAVE-HRS-TOT
003348            GO TO 2050-CALC-HOURLY-GROSS-EXIT
003349         END-IF
003352         DISPLAY 'PAYCALC - NO TIMESHEET FOR HOURLY EMPLOYEE: '
003353                 EMP-EMP-ID
003354         ADD 1 TO WS-NOTIME-COUNT
003367     COMPUTE WS-GROSS-AMT ROUNDED
003368             = (EMP-SALARY-AMT * WS-REG-HOURS)
003369             + (EMP-SALARY-AMT * WS-OT-HOURS * 1.5)
003370             + (EMP-SALARY-AMT * WS-LEAVE-HRS-TOT)
003371     .
003372 2050-CALC-HOURLY-GROSS-EXIT.
003373     EXIT.
003374
003375 2070-ADD-RETRO.
003376*    RETRO PAY IS EARNINGS LIKE ANY OTHER - IT JOINS GROSS
003377*    BEFORE THE DEDUCTIONS ARE TAKEN, SO EVERYTHING DOWNSTREAM
003378*    OF GROSS (NET, YTD, NETDD, SUMDD) CARRIES IT UNCHANGED.
003379     MOVE ZEROES TO WS-RETRO-AMT
003380     IF WS-RETRO-COUNT = ZERO
003381        GO TO 2070-ADD-RETRO-EXIT
003382     END-IF
003383     SET RTX TO 1
003384     SEARCH WS-RETRO-ENT
003385     AT END
003386         CONTINUE
003387     WHEN WS-RETRO-EMP-ID(RTX) = EMP-EMP-ID
003388         MOVE WS-RETRO-TOT(RTX) TO WS-RETRO-AMT
003389         MOVE 'Y' TO WS-RETRO-USED-SW(RTX)
003390         ADD WS-RETRO-AMT TO WS-GROSS-AMT
003391         ADD WS-RETRO-AMT TO WS-GRAND-RETRO
003392         ADD 1 TO WS-RETRO-PAID-COUNT
003393     END-SEARCH
003394     .
003395 2070-ADD-RETRO-EXIT.
003396     EXIT.
003397
003398 2080-FIND-LEAVE.
003399*    THE EMPLOYEE'S LEAVE ROWS THIS PERIOD.  AN HOURLY
003400*    EMPLOYEE IS PAID FOR THEM AT STRAIGHT TIME, OUTSIDE THE
003401*    OVERTIME THRESHOLD; A SALARIED EMPLOYEE'S PAY IS UNCHANGED.
003402*    EITHER WAY THE HOURS COME OFF THE LEAVE BALANCE.
003403     MOVE ZEROES TO WS-VAC-TAKEN
003404                    WS-SICK-TAKEN
003405     PERFORM 2090-SUM-ONE-LEAVE THRU 2090-SUM-ONE-LEAVE-EXIT
003406             VARYING LVX FROM 1 BY 1
003407               UNTIL LVX > WS-LEAVE-COUNT
003408     COMPUTE WS-LEAVE-HRS-TOT = WS-VAC-TAKEN + WS-SICK-TAKEN
003409     .
003410 2080-FIND-LEAVE-EXIT.
003411     EXIT.
003412
003413 2090-SUM-ONE-LEAVE.
003414     IF WS-LEAVE-EMP-ID(LVX) NOT = EMP-EMP-ID
003415        GO TO 2090-SUM-ONE-LEAVE-EXIT
003416     END-IF
003417     IF WS-LEAVE-TYPE(LVX) = 'V'
003418        ADD WS-LEAVE-HOURS(LVX) TO WS-VAC-TAKEN
003419     ELSE
003420        ADD WS-LEAVE-HOURS(LVX) TO WS-SICK-TAKEN
003421     END-IF
003422     MOVE 'Y' TO WS-LEAVE-USED-SW(LVX)
003423     .
003424 2090-SUM-ONE-LEAVE-EXIT.
003425     EXIT.
003426
003427 2200-CALC-ONE-DED.
003428     COMPUTE WS-DED-AMT ROUNDED
003429             = WS-GROSS-AMT * WS-RATE-PCT(WS-DX) / 100
003430     MOVE WS-DED-AMT TO WS-DED-AMT-ENT(WS-DX)
003431     ADD WS-DED-AMT TO WS-DED-TOTAL
003432     .
003433 2200-CALC-ONE-DED-EXIT.
003434     EXIT.
003440
003450 2300-PRINT-PAY-LINE.
003460     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003571     MOVE YT-YTD-GROSS TO YTD-GROSS
003570     MOVE YT-YTD-DEDS  TO YTD-DEDS
003572     MOVE YT-YTD-NET   TO YTD-NET
003573     MOVE WS-VAC-BAL   TO YTD-VAC-BAL
003574     MOVE WS-SICK-BAL  TO YTD-SICK-BAL
003575     WRITE RPT-LINE FROM WS-YTD-LINE AFTER ADVANCING 1 LINE
003576     ADD 2 TO WS-LINE-COUNT
003577*    RETRO PAY PRINTS AS ITS OWN EARNINGS LINE SO IT TIES BACK
003578*    TO THE SIGNED-OFF RETRO REGISTER.
003579     IF WS-RETRO-AMT > ZERO
003580        MOVE WS-RETRO-AMT TO RTL-AMT
003581        WRITE RPT-LINE FROM WS-RETRO-LINE AFTER ADVANCING 1 LINE
003582        ADD 1 TO WS-LINE-COUNT
003583     END-IF
003584*    EACH DEDUCTION ORDER PRINTS ON ITS OWN LINE - THE DETAIL
003585*    LINE'S DEDUCTION COLUMNS ARE THE RATES FILE'S, SO THE
003586*    ORDER LINES ARE WHAT RECONCILE GROSS LESS THOSE TO NET.
003587     PERFORM 2360-PRINT-ONE-ORDER THRU 2360-PRINT-ONE-ORDER-EXIT
003588             VARYING EOX FROM 1 BY 1 UNTIL EOX > WS-EORD-COUNT
003589*    EACH BENEFIT PREMIUM PRINTS THE SAME WAY, WITH THE
003590*    EMPLOYER SHARE ALONGSIDE FOR THE BENEFITS TEAM.
003591     PERFORM 2370-PRINT-ONE-BEN THRU 2370-PRINT-ONE-BEN-EXIT
003592             VARYING EBX FROM 1 BY 1 UNTIL EBX > WS-EBEN-COUNT
003593     .
003594 2300-PRINT-PAY-LINE-EXIT.
003600     EXIT.
003610
003620 2350-EDIT-ONE-DED.
003680     .
003690 2350-EDIT-ONE-DED-EXIT.
003700     EXIT.
003701
003702 2360-PRINT-ONE-ORDER.
003703     MOVE WS-EORD-TYPE(EOX)       TO ORL-TYPE
003704     MOVE WS-EORD-ORDER-ID(EOX)   TO ORL-ORDER-ID
003705     MOVE WS-EORD-PAYEE-ID(EOX)   TO ORL-PAYEE-ID
003706     MOVE WS-EORD-PAYEE-NAME(EOX) TO ORL-PAYEE-NAME
003707     MOVE WS-EORD-CASE-NO(EOX)    TO ORL-CASE-NO
003708     MOVE WS-EORD-AMT(EOX)        TO ORL-AMT
003709     MOVE WS-EORD-FLAG(EOX)       TO ORL-FLAG
003710     WRITE RPT-LINE FROM WS-ORDER-LINE AFTER ADVANCING 1 LINE
003711     ADD 1 TO WS-LINE-COUNT
003712     .
003713 2360-PRINT-ONE-ORDER-EXIT.
003714     EXIT.
003715
003716 2370-PRINT-ONE-BEN.
003717     MOVE WS-EBEN-PLAN-ID(EBX)    TO BNL-PLAN-ID
003718     MOVE WS-EBEN-TIER(EBX)       TO BNL-TIER
003719     MOVE WS-EBEN-PLAN-NAME(EBX)  TO BNL-PLAN-NAME
003720     MOVE WS-EBEN-EE-AMT(EBX)     TO BNL-EE-AMT
003721     MOVE WS-EBEN-ER-AMT(EBX)     TO BNL-ER-AMT
003722     MOVE WS-EBEN-FLAG(EBX)       TO BNL-FLAG
003723     WRITE RPT-LINE FROM WS-BEN-LINE AFTER ADVANCING 1 LINE
003724     ADD 1 TO WS-LINE-COUNT
003725     .
003726 2370-PRINT-ONE-BEN-EXIT.
003727     EXIT.
003728
003729 2400-ACCUM-DEPT.
003730*    THE EXTRACT IS IN EMPLOYEE-ID SEQUENCE, NOT DEPARTMENT
003740*    SEQUENCE, SO DEPARTMENT TOTALS ACCUMULATE IN A TABLE AND
003750*    PRINT AS A SUBTOTAL SECTION AFTER THE DETAIL - THE SAME
003760*    SHAPE DEPTRPT USES.
003761*    A SHARED EMPLOYEE (ONE WITH A LABOR-ALLOCATION ROW IN
003762*    EFFECT ON THE BUSINESS DATE) IS CHARGED TO EACH OF THE
003763*    ROW'S DEPARTMENTS BY PERCENT, SO SUMDD - AND THE GL BEHIND
003764*    IT - CARRIES THE DISTRIBUTED AMOUNTS.  EVERYONE ELSE IS
003765*    CHARGED WHOLLY TO THE HOME DEPARTMENT AS BEFORE.
003766     PERFORM 2410-FIND-ALLOC THRU 2410-FIND-ALLOC-EXIT
003767     IF NOT WS-AL-FOUND
003768        MOVE EMP-DEPT-CODE TO WS-ACC-DEPT
003769        MOVE 1             TO WS-ACC-HEADCOUNT
003770        MOVE WS-GROSS-AMT  TO WS-ACC-GROSS
003771        MOVE WS-DED-TOTAL  TO WS-ACC-DEDS
003772        MOVE WS-NET-AMT    TO WS-ACC-NET
003773        MOVE WS-BEN-ER-TOTAL TO WS-ACC-BEN
003774        PERFORM 2450-POST-DEPT THRU 2450-POST-DEPT-EXIT
003775        ADD 1              TO WS-HOME-COUNT
003776        ADD WS-GROSS-AMT   TO WS-HOME-GROSS
003777        ADD WS-DED-TOTAL   TO WS-HOME-DEDS
003778        ADD WS-NET-AMT     TO WS-HOME-NET
003779        GO TO 2400-ACCUM-DEPT-EXIT
003780     END-IF
003781*    EACH SPLIT BUT THE LAST TAKES ITS PERCENT ROUNDED TO THE
003782*    CENT; THE LAST TAKES WHAT IS LEFT, SO THE SPLITS ALWAYS ADD
003783*    BACK TO THE EMPLOYEE'S REGISTER AMOUNTS.  THE HEADCOUNT
003784*    GOES TO THE HOME DEPARTMENT IF IT IS ONE OF THE SPLITS,
003785*    OTHERWISE TO THE FIRST SPLIT, SO NO ONE IS COUNTED TWICE.
003786     MOVE WS-GROSS-AMT TO WS-AL-LEFT-GROSS
003787     MOVE WS-DED-TOTAL TO WS-AL-LEFT-DEDS
003788     MOVE WS-NET-AMT   TO WS-AL-LEFT-NET
003789     MOVE WS-BEN-ER-TOTAL TO WS-AL-LEFT-BEN
003790     MOVE 1            TO WS-AL-HC-X
003791     PERFORM 2420-SPLIT-ONE THRU 2420-SPLIT-ONE-EXIT
003792             VARYING ALX FROM 1 BY 1 UNTIL ALX > WS-AL-COUNT
003793     PERFORM 2430-POST-ONE-SPLIT THRU 2430-POST-ONE-SPLIT-EXIT
003794             VARYING ALX FROM 1 BY 1 UNTIL ALX > WS-AL-COUNT
003795     MOVE '      EMPLOYEE TOTAL' TO DST-LABEL
003796     MOVE 1                TO DST-COUNT
003797     MOVE WS-GROSS-AMT     TO DST-GROSS
003798     MOVE WS-DED-TOTAL     TO DST-DEDS
003799     MOVE WS-NET-AMT       TO DST-NET
003800     WRITE DIST-LINE FROM WS-DIST-TOT-LINE AFTER ADVANCING 1 LINE
003801     MOVE SPACES TO DIST-LINE
003802     WRITE DIST-LINE AFTER ADVANCING 1 LINE
003803     ADD 1              TO WS-SHARED-COUNT
003804     ADD WS-GROSS-AMT   TO WS-SHARED-GROSS
003805     ADD WS-DED-TOTAL   TO WS-SHARED-DEDS
003806     ADD WS-NET-AMT     TO WS-SHARED-NET
003807     .
003808 2400-ACCUM-DEPT-EXIT.
003809     EXIT.
003810
003811 2410-FIND-ALLOC.
003812*    THE LATEST ROW FOR THE EMPLOYEE EFFECTIVE ON OR BEFORE THE
003813*    BUSINESS DATE WINS - ROWS ARE KEYED EMPLOYEE + EFFECTIVE
003814*    DATE, SO READ FORWARD FROM THE EMPLOYEE'S FIRST ROW AND
003815*    KEEP THE LAST ONE THAT IS ALREADY IN FORCE.
003816     MOVE 'N'         TO WS-AL-FOUND-SW
003817                         WS-AL-DONE-SW
003818     MOVE ZERO        TO WS-AL-COUNT
003819     MOVE EMP-EMP-ID  TO LA-EMP-ID
003820     MOVE LOW-VALUES  TO LA-EFF-DATE
003821     START LABALLOC KEY IS NOT LESS THAN LA-KEY
003822         INVALID KEY
003823             GO TO 2410-FIND-ALLOC-EXIT
003824     END-START
003825     PERFORM 2415-READ-ALLOC THRU 2415-READ-ALLOC-EXIT
003826             UNTIL WS-AL-DONE
003827     .
003828 2410-FIND-ALLOC-EXIT.
003829     EXIT.
003830
003831 2415-READ-ALLOC.
003832     READ LABALLOC NEXT RECORD
003833         AT END
003834             SET WS-AL-DONE TO TRUE
003835             GO TO 2415-READ-ALLOC-EXIT
003836     END-READ
003837     IF LA-EMP-ID NOT = EMP-EMP-ID OR
003838        LA-EFF-DATE > WS-BUS-DATE
003839        SET WS-AL-DONE TO TRUE
003840        GO TO 2415-READ-ALLOC-EXIT
003841     END-IF
003842     IF LA-SPLIT-COUNT = ZERO
003843        GO TO 2415-READ-ALLOC-EXIT
003844     END-IF
003845     SET WS-AL-FOUND TO TRUE
003846     MOVE LA-EFF-DATE    TO WS-AL-EFF-DATE
003847     MOVE LA-SPLIT-COUNT TO WS-AL-COUNT
003848     PERFORM 2416-COPY-ONE-SPLIT THRU 2416-COPY-ONE-SPLIT-EXIT
003849             VARYING ALX FROM 1 BY 1 UNTIL ALX > WS-AL-COUNT
003850     .
003851 2415-READ-ALLOC-EXIT.
003852     EXIT.
003853
003854 2416-COPY-ONE-SPLIT.
003855     MOVE LA-DEPT-CODE(ALX) TO WS-AL-DEPT(ALX)
003856     MOVE LA-PCT(ALX)       TO WS-AL-PCT(ALX)
003857     .
003858 2416-COPY-ONE-SPLIT-EXIT.
003859     EXIT.
003860
003861 2420-SPLIT-ONE.
003862     IF ALX = WS-AL-COUNT
003863        MOVE WS-AL-LEFT-GROSS TO WS-AL-GROSS(ALX)
003864        MOVE WS-AL-LEFT-DEDS  TO WS-AL-DEDS(ALX)
003865        MOVE WS-AL-LEFT-NET   TO WS-AL-NET(ALX)
003866        MOVE WS-AL-LEFT-BEN   TO WS-AL-BEN(ALX)
003867     ELSE
003868        COMPUTE WS-AL-GROSS(ALX) ROUNDED =
003869                WS-GROSS-AMT * WS-AL-PCT(ALX) / 100
003870        COMPUTE WS-AL-DEDS(ALX) ROUNDED =
003871                WS-DED-TOTAL * WS-AL-PCT(ALX) / 100
003872        COMPUTE WS-AL-NET(ALX) ROUNDED =
003873                WS-NET-AMT * WS-AL-PCT(ALX) / 100
003874        COMPUTE WS-AL-BEN(ALX) ROUNDED =
003875                WS-BEN-ER-TOTAL * WS-AL-PCT(ALX) / 100
003876        SUBTRACT WS-AL-GROSS(ALX) FROM WS-AL-LEFT-GROSS
003877        SUBTRACT WS-AL-DEDS(ALX)  FROM WS-AL-LEFT-DEDS
003878        SUBTRACT WS-AL-NET(ALX)   FROM WS-AL-LEFT-NET
003879        SUBTRACT WS-AL-BEN(ALX)   FROM WS-AL-LEFT-BEN
003880     END-IF
003881     IF WS-AL-DEPT(ALX) = EMP-DEPT-CODE
003882        MOVE ALX TO WS-AL-HC-X
003883     END-IF
003884     .
003885 2420-SPLIT-ONE-EXIT.
003886     EXIT.
003887
003888 2430-POST-ONE-SPLIT.
003889     MOVE WS-AL-DEPT(ALX)  TO WS-ACC-DEPT
003890     IF ALX = WS-AL-HC-X
003891        MOVE 1             TO WS-ACC-HEADCOUNT
003892     ELSE
003893        MOVE ZERO          TO WS-ACC-HEADCOUNT
003894     END-IF
003895     MOVE WS-AL-GROSS(ALX) TO WS-ACC-GROSS
003896     MOVE WS-AL-DEDS(ALX)  TO WS-ACC-DEDS
003897     MOVE WS-AL-NET(ALX)   TO WS-ACC-NET
003898     MOVE WS-AL-BEN(ALX)   TO WS-ACC-BEN
003899     PERFORM 2450-POST-DEPT THRU 2450-POST-DEPT-EXIT
003900     MOVE SPACES           TO WS-DIST-DTL-LINE
003901     IF ALX = 1
003902        MOVE EMP-EMP-ID    TO DDL-EMP-ID
003903        MOVE EMP-EMP-NAME  TO DDL-EMP-NAME
003904        MOVE EMP-DEPT-CODE TO DDL-HOME-DEPT
003905        MOVE WS-AL-EFF-DATE TO DDL-EFF-DATE
003906     END-IF
003907     MOVE WS-AL-DEPT(ALX)  TO DDL-DEPT
003908     MOVE WS-AL-PCT(ALX)   TO DDL-PCT
003909     MOVE WS-AL-GROSS(ALX) TO DDL-GROSS
003910     MOVE WS-AL-DEDS(ALX)  TO DDL-DEDS
003911     MOVE WS-AL-NET(ALX)   TO DDL-NET
003912     WRITE DIST-LINE FROM WS-DIST-DTL-LINE AFTER ADVANCING 1 LINE
003913     .
003914 2430-POST-ONE-SPLIT-EXIT.
003915     EXIT.
003916
003917 2450-POST-DEPT.
003918     SET J TO 1
003919     SEARCH WS-DEPT
003920     AT END
003921         IF WS-DEPT-COUNT < WS-DEPT-MAX
003922            ADD 1 TO WS-DEPT-COUNT
003923            MOVE WS-ACC-DEPT   TO WS-DEPT-CODE(WS-DEPT-COUNT)
003924            MOVE WS-ACC-HEADCOUNT
003925                               TO WS-DEPT-HEADCOUNT(WS-DEPT-COUNT)
003926            MOVE WS-ACC-GROSS  TO WS-DEPT-GROSS(WS-DEPT-COUNT)
003927            MOVE WS-ACC-DEDS   TO WS-DEPT-DEDS(WS-DEPT-COUNT)
003928            MOVE WS-ACC-NET    TO WS-DEPT-NET(WS-DEPT-COUNT)
003929            MOVE WS-ACC-BEN    TO WS-DEPT-BEN(WS-DEPT-COUNT)
003930         ELSE
003931            DISPLAY 'PAYCALC - DEPT TABLE FULL FOR: '
003932                    WS-ACC-DEPT
003933            MOVE 8 TO RETURN-CODE
003934         END-IF
003935     WHEN WS-DEPT-CODE(J) = WS-ACC-DEPT
003936         ADD WS-ACC-HEADCOUNT TO WS-DEPT-HEADCOUNT(J)
003937         ADD WS-ACC-GROSS     TO WS-DEPT-GROSS(J)
003938         ADD WS-ACC-DEDS      TO WS-DEPT-DEDS(J)
003939         ADD WS-ACC-NET       TO WS-DEPT-NET(J)
003940         ADD WS-ACC-BEN       TO WS-DEPT-BEN(J)
003941     END-SEARCH
003942     .
003943 2450-POST-DEPT-EXIT.
003944     EXIT.
004002
004003 2500-ROLL-YTD.
004004*    ROLL THIS PERIOD'S AMOUNTS INTO THE EMPLOYEE'S YTD RECORD.
004040 2500-ROLL-YTD-EXIT.
004041     EXIT.
004042
004052 2550-WRITE-PAY-HIST.
004062*    ONE PAY-HISTORY ITEM PER EMPLOYEE PAID - WHAT OFFCYCLE
004072*    READS BACK TO VOID A PAYMENT.  A SAME-DATE RERUN REPLACES
004082*    ITS OWN ITEM WITH THE SAME FIGURES, UNLESS THE ITEM HAS
004092*    BEEN VOIDED SINCE - THEN IT IS LEFT AS THE VOID FOUND IT.
004102*    A ZERO-PAID NO-TIMESHEET EMPLOYEE WAS NOT PAID AND GETS
004112*    NO ITEM.
004122     IF WS-NO-TIMESHEET
004132        GO TO 2550-WRITE-PAY-HIST-EXIT
004142     END-IF
004152     MOVE EMP-EMP-ID  TO PH-EMP-ID
004162     MOVE WS-BUS-DATE TO PH-PAY-DATE
004172     MOVE 'REGULR'    TO PH-BATCH-ID
004182     MOVE 'R'         TO PH-ITEM-TYPE
004192     READ PAYHIST KEY IS PH-KEY
004202         INVALID KEY
004212             MOVE 'N' TO WS-HIST-FOUND-SW
004222         NOT INVALID KEY
004232             MOVE 'Y' TO WS-HIST-FOUND-SW
004242     END-READ
004252     IF WS-HIST-FOUND AND PH-VOIDED
004262        GO TO 2550-WRITE-PAY-HIST-EXIT
004272     END-IF
004282     MOVE EMP-EMP-ID      TO PH-EMP-ID
004292     MOVE WS-BUS-DATE     TO PH-PAY-DATE
004302     MOVE 'REGULR'        TO PH-BATCH-ID
004312     MOVE 'R'             TO PH-ITEM-TYPE
004322     MOVE EMP-EMP-NAME    TO PH-EMP-NAME
004332     MOVE EMP-DEPT-CODE   TO PH-DEPT-CODE
004342     MOVE EMP-PAY-TYPE    TO PH-PAY-TYPE
004352     MOVE EMP-SALARY-AMT  TO PH-PAY-RATE
004362     MOVE WS-HOURS-WORKED TO PH-HOURS
004372     MOVE WS-GROSS-AMT    TO PH-GROSS
004382     PERFORM 2560-HIST-ONE-DED THRU 2560-HIST-ONE-DED-EXIT
004392             VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 5
004402     MOVE WS-ORD-TOTAL    TO PH-ORD-AMT
004412     MOVE WS-DED-TOTAL    TO PH-DED-TOTAL
004422     MOVE WS-NET-AMT      TO PH-NET
004432     MOVE 'REGULAR PAY RUN' TO PH-REASON
004442     MOVE 'P'             TO PH-STATUS
004452     MOVE SPACES          TO PH-REF-DATE
004462                             PH-REF-BATCH
004472                             PH-REF-TYPE
004482     MOVE WS-SYS-DATE     TO PH-POST-DATE
004492     IF WS-HIST-FOUND
004502        REWRITE PH-PAY-REC
004512     ELSE
004522        WRITE PH-PAY-REC
004532     END-IF
004542     IF WS-PAYHIST-STATUS NOT = '00'
004552        MOVE 'PAYHIST' TO WS-ABEND-DDNAME
004562        MOVE WS-PAYHIST-STATUS TO WS-ABEND-STATUS
004572        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
004582     END-IF
004592     .
004602 2550-WRITE-PAY-HIST-EXIT.
004612     EXIT.
004622
004632 2560-HIST-ONE-DED.
004642     IF WS-DX > WS-RATE-COUNT
004652        MOVE SPACES TO PH-DED-CODE(WS-DX)
004662        MOVE ZEROES TO PH-DED-AMT(WS-DX)
004672     ELSE
004682        MOVE WS-RATE-CODE(WS-DX)   TO PH-DED-CODE(WS-DX)
004692        MOVE WS-DED-AMT-ENT(WS-DX) TO PH-DED-AMT(WS-DX)
004702     END-IF
004712     .
004722 2560-HIST-ONE-DED-EXIT.
004732     EXIT.
004742
004752 2600-WRITE-NET-REC.
004762*    ONE MACHINE-READABLE NET RECORD PER EMPLOYEE FOR DDEPOST.
004772*    THE AMOUNT IS UNSIGNED WITH A SEPARATE SIGN BYTE SO THE
004782*    READER NEVER HAS TO PICK A MINUS OUT OF AN EDITED FIELD.
004792*    A ZERO-PAID NO-TIMESHEET EMPLOYEE STILL GETS HIS RECORD -
004802*    THE TRAILER COUNT AND TOTAL COVER EVERY EMPLOYEE PAID ON
004812*    THE REGISTER, AND DDEPOST BYPASSES THE ZERO ONTO ITS
004822*    EXCEPTION REPORT WHERE THE CONTROL EQUATION STILL PROVES.
004832     MOVE EMP-EMP-ID TO ND-EMP-ID
004842     IF WS-NET-AMT < ZERO
004852        MOVE '-' TO ND-NET-SIGN
004862     ELSE
004872        MOVE ' ' TO ND-NET-SIGN
004882     END-IF
004892     MOVE WS-NET-AMT TO ND-NET-AMT
004902     WRITE NET-REC FROM WS-NET-DTL-REC
004912     .
004922 2600-WRITE-NET-REC-EXIT.
004932     EXIT.
004942
004952 2700-APPLY-ORDERS.
004962*    DISPOSABLE EARNINGS ARE GROSS LESS THE RATES-FILE (TAX AND
004972*    STATUTORY) DEDUCTIONS.  ALL OF THE EMPLOYEE'S ORDERS
004982*    TOGETHER MAY TAKE NO MORE THAN THE LEGAL PERCENT OF IT ON
004992*    THE PAYCTL CARD; THE KEY (EMPLOYEE, PRIORITY, ORDER ID)
005002*    HANDS THE ORDERS BACK HIGHEST PRIORITY FIRST, SO A LOW
005012*    PRIORITY ORDER IS THE ONE CUT SHORT WHEN THE LIMIT BITES.
005022     MOVE ZEROES TO WS-ORD-TOTAL
005032     MOVE ZERO   TO WS-EORD-COUNT
005042     COMPUTE WS-DISP-EARN = WS-GROSS-AMT - WS-DED-TOTAL
005052     COMPUTE WS-ORD-LIMIT ROUNDED
005062             = WS-DISP-EARN * WS-ORD-LIMIT-PCT / 100
005072     MOVE EMP-EMP-ID TO DO-EMP-ID
005082     MOVE ZEROES     TO DO-PRIORITY
005092     MOVE LOW-VALUES TO DO-ORDER-ID
005102     START DEDORDR KEY IS NOT LESS THAN DO-KEY
005112         INVALID KEY
005122             GO TO 2700-APPLY-ORDERS-EXIT
005132     END-START
005142     MOVE 'N' TO WS-ORD-DONE-SW
005152     PERFORM 2710-NEXT-ORDER THRU 2710-NEXT-ORDER-EXIT
005162             UNTIL WS-ORD-DONE
005172     .
005182 2700-APPLY-ORDERS-EXIT.
005192     EXIT.
005202
005212 2710-NEXT-ORDER.
005222     READ DEDORDR NEXT RECORD
005232         AT END
005242             SET WS-ORD-DONE TO TRUE
005252             GO TO 2710-NEXT-ORDER-EXIT
005262     END-READ
005272     IF DO-EMP-ID NOT = EMP-EMP-ID
005282        SET WS-ORD-DONE TO TRUE
005292        GO TO 2710-NEXT-ORDER-EXIT
005302     END-IF
005312     PERFORM 2720-TAKE-ONE-ORDER THRU 2720-TAKE-ONE-ORDER-EXIT
005322     .
005332 2710-NEXT-ORDER-EXIT.
005342     EXIT.
005352
005362 2720-TAKE-ONE-ORDER.
005372*    THE LAST-TAKEN DATE IS THE RERUN GUARD.  A SECOND RUN UNDER
005382*    THE SAME BUSINESS DATE FIRST BACKS OUT WHAT THE FAILED RUN
005392*    TOOK (REOPENING THE ORDER IF THAT RUN CLOSED IT AT GOAL)
005402*    AND THEN TAKES IT AFRESH, SO A CORRECTED GROSS GIVES A
005412*    CORRECTED AMOUNT AND THE BALANCE IS NEVER HIT TWICE.
005422     MOVE 'N'    TO WS-ORD-CHANGED-SW
005432     MOVE SPACES TO WS-ORD-FLAG
005442     IF DO-LAST-TAKEN-DATE = WS-BUS-DATE
005452        IF DO-CLOSED AND DO-CLOSE-DATE = WS-BUS-DATE AND
005462           DO-GOAL-AMT > ZERO AND
005472           DO-TAKEN-TO-DATE NOT < DO-GOAL-AMT
005482           SET DO-ACTIVE TO TRUE
005492           MOVE SPACES TO DO-CLOSE-DATE
005502        END-IF
005512        SUBTRACT DO-LAST-TAKEN-AMT FROM DO-TAKEN-TO-DATE
005522        MOVE SPACES TO DO-LAST-TAKEN-DATE
005532        MOVE ZEROES TO DO-LAST-TAKEN-AMT
005542        MOVE 'Y'    TO WS-ORD-CHANGED-SW
005552     END-IF
005562     IF NOT DO-ACTIVE
005572        OR DO-START-DATE > WS-BUS-DATE
005582        OR (DO-STOP-DATE NOT = SPACES AND
005592            DO-STOP-DATE < WS-BUS-DATE)
005602        GO TO 2720-TAKE-ONE-ORDER-REWRITE
005612     END-IF
005622     IF DO-FIXED-AMT
005632        MOVE DO-AMOUNT TO WS-ORD-AMT
005642     ELSE
005652        COMPUTE WS-ORD-AMT ROUNDED
005662                = WS-DISP-EARN * DO-PCT / 100
005672     END-IF
005682     COMPUTE WS-ORD-ROOM = WS-ORD-LIMIT - WS-ORD-TOTAL
005692     IF WS-ORD-AMT > WS-ORD-ROOM
005702        MOVE WS-ORD-ROOM TO WS-ORD-AMT
005712        MOVE '*LIMITED*' TO WS-ORD-FLAG
005722        ADD 1 TO WS-ORD-LIMITED-COUNT
005732     END-IF
005742     IF DO-GOAL-AMT > ZERO
005752        COMPUTE WS-ORD-GOAL-LEFT = DO-GOAL-AMT - DO-TAKEN-TO-DATE
005762        IF WS-ORD-AMT > WS-ORD-GOAL-LEFT
005772           MOVE WS-ORD-GOAL-LEFT TO WS-ORD-AMT
005782        END-IF
005792     END-IF
005802     IF WS-ORD-AMT > ZERO
005812        ADD WS-ORD-AMT   TO DO-TAKEN-TO-DATE
005822        MOVE WS-BUS-DATE TO DO-LAST-TAKEN-DATE
005832        MOVE WS-ORD-AMT  TO DO-LAST-TAKEN-AMT
005842        MOVE 'Y'         TO WS-ORD-CHANGED-SW
005852        IF DO-GOAL-AMT > ZERO AND
005862           DO-TAKEN-TO-DATE NOT < DO-GOAL-AMT
005872           SET DO-CLOSED TO TRUE
005882           MOVE WS-BUS-DATE TO DO-CLOSE-DATE
005892           MOVE '*GOAL MET-CLOSED*' TO WS-ORD-FLAG
005902           ADD 1 TO WS-ORD-CLOSED-COUNT
005912        END-IF
005922     END-IF
005932     PERFORM 2750-RECORD-ORDER THRU 2750-RECORD-ORDER-EXIT
005942     .
005952 2720-TAKE-ONE-ORDER-REWRITE.
005962     IF WS-ORD-CHANGED
005972        REWRITE DO-ORDER-REC
005982     END-IF
005992     .
006002 2720-TAKE-ONE-ORDER-EXIT.
006012     EXIT.
006022
006032 2750-RECORD-ORDER.
006042*    HOLD THE ORDER FOR THE REGISTER (EVEN WHEN THE LIMIT LEFT
006052*    NOTHING TO TAKE - PAYROLL MUST SEE AN ORDER GO SHORT) AND,
006062*    WHEN MONEY WAS TAKEN, FOR THE PAYEE'S REMITTANCE.
006072     IF WS-EORD-COUNT >= WS-EORD-MAX
006082        DISPLAY 'PAYCALC - ORDER TABLE FULL AT ' WS-EORD-MAX
006092                ' FOR ' EMP-EMP-ID ' - RAISE WS-EORD-MAX'
006102        MOVE 'DEDORDR' TO WS-ABEND-DDNAME
006112        MOVE '  ' TO WS-ABEND-STATUS
006122        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
006132     END-IF
006142     ADD 1 TO WS-EORD-COUNT
006152     MOVE DO-ORDER-TYPE TO WS-EORD-TYPE(WS-EORD-COUNT)
006162     MOVE DO-ORDER-ID   TO WS-EORD-ORDER-ID(WS-EORD-COUNT)
006172     MOVE DO-PAYEE-ID   TO WS-EORD-PAYEE-ID(WS-EORD-COUNT)
006182     MOVE DO-PAYEE-NAME TO WS-EORD-PAYEE-NAME(WS-EORD-COUNT)
006192     MOVE DO-CASE-NO    TO WS-EORD-CASE-NO(WS-EORD-COUNT)
006202     MOVE WS-ORD-AMT    TO WS-EORD-AMT(WS-EORD-COUNT)
006212     MOVE WS-ORD-FLAG   TO WS-EORD-FLAG(WS-EORD-COUNT)
006222     IF WS-ORD-AMT = ZERO
006232        GO TO 2750-RECORD-ORDER-EXIT
006242     END-IF
006252     ADD WS-ORD-AMT TO WS-ORD-TOTAL
006262     ADD WS-ORD-AMT TO WS-GRAND-ORDERS
006272     ADD 1 TO WS-ORD-TAKEN-COUNT
006282     IF WS-REMIT-COUNT >= WS-REMIT-MAX
006292*       A DROPPED REMITTANCE IS MONEY WITHHELD AND NEVER SENT -
006302*       FAIL LOUDLY, THE SAME RULE EVERY LOAD TABLE FOLLOWS.
006312        DISPLAY 'PAYCALC - REMITTANCE TABLE FULL AT '
006322                WS-REMIT-MAX ' - RAISE WS-REMIT-MAX'
006332        MOVE 'REMITDD' TO WS-ABEND-DDNAME
006342        MOVE '  ' TO WS-ABEND-STATUS
006352        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
006362     END-IF
006372     ADD 1 TO WS-REMIT-COUNT
006382     MOVE DO-PAYEE-ID   TO WS-REMIT-PAYEE-ID(WS-REMIT-COUNT)
006392     MOVE EMP-EMP-ID    TO WS-REMIT-EMP-ID(WS-REMIT-COUNT)
006402     MOVE EMP-EMP-NAME  TO WS-REMIT-EMP-NAME(WS-REMIT-COUNT)
006412     MOVE DO-ORDER-ID   TO WS-REMIT-ORDER-ID(WS-REMIT-COUNT)
006422     MOVE DO-ORDER-TYPE TO WS-REMIT-TYPE(WS-REMIT-COUNT)
006432     MOVE DO-CASE-NO    TO WS-REMIT-CASE-NO(WS-REMIT-COUNT)
006442     MOVE WS-ORD-AMT    TO WS-REMIT-AMT(WS-REMIT-COUNT)
006452     SET PYX TO 1
006462     SEARCH WS-PAYEE-ENT
006472     AT END
006482         IF WS-PAYEE-COUNT >= WS-PAYEE-MAX
006492            DISPLAY 'PAYCALC - PAYEE TABLE FULL AT '
006502                    WS-PAYEE-MAX ' - RAISE WS-PAYEE-MAX'
006512            MOVE 'REMITDD' TO WS-ABEND-DDNAME
006522            MOVE '  ' TO WS-ABEND-STATUS
006532            PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
006542         END-IF
006552         ADD 1 TO WS-PAYEE-COUNT
006562         MOVE DO-PAYEE-ID   TO WS-PAYEE-ID(WS-PAYEE-COUNT)
006572         MOVE DO-PAYEE-NAME TO WS-PAYEE-NAME(WS-PAYEE-COUNT)
006582         MOVE 1             TO WS-PAYEE-ITEMS(WS-PAYEE-COUNT)
006592         MOVE WS-ORD-AMT    TO WS-PAYEE-TOT(WS-PAYEE-COUNT)
006602     WHEN WS-PAYEE-ID(PYX) = DO-PAYEE-ID
006612         ADD 1          TO WS-PAYEE-ITEMS(PYX)
006622         ADD WS-ORD-AMT TO WS-PAYEE-TOT(PYX)
006632     END-SEARCH
006642     .
006652 2750-RECORD-ORDER-EXIT.
006662     EXIT.
006672
006682 2800-POST-LEAVE.
006692*    ACCRUE AND CHARGE EACH LEAVE TYPE ON THE LEAVE MASTER.
006702*    TENURE IS WHOLE YEARS FROM THE HIRE DATE TO THE BUSINESS
006712*    DATE, WORKED OUT THE WAY ANNVRPT DOES IT; AN UNUSABLE HIRE
006722*    DATE EARNS AT THE ENTRY TIER.
006732     MOVE ZEROES TO WS-SVC-YEARS
006742     IF EMP-HIRE-DATE IS NUMERIC
006752        MOVE EMP-HIRE-DATE TO WS-HIRE-DATE-N
006762        COMPUTE WS-HIRE-MMDD = WS-HIRE-MM * 100 + WS-HIRE-DD
006772        COMPUTE WS-SVC-YEARS = WS-BUS-YYYY - WS-HIRE-YYYY
006782        IF WS-BUS-MMDD < WS-HIRE-MMDD
006792           SUBTRACT 1 FROM WS-SVC-YEARS
006802        END-IF
006812        IF WS-SVC-YEARS < ZERO
006822           MOVE ZEROES TO WS-SVC-YEARS
006832        END-IF
006842     END-IF
006852     MOVE 'V'          TO WS-LV-TYPE
006862     MOVE WS-VAC-TAKEN TO WS-LV-TAKEN
006872     PERFORM 2810-POST-ONE-TYPE THRU 2810-POST-ONE-TYPE-EXIT
006882     MOVE LV-BALANCE   TO WS-VAC-BAL
006892     MOVE 'S'           TO WS-LV-TYPE
006902     MOVE WS-SICK-TAKEN TO WS-LV-TAKEN
006912     PERFORM 2810-POST-ONE-TYPE THRU 2810-POST-ONE-TYPE-EXIT
006922     MOVE LV-BALANCE    TO WS-SICK-BAL
006932     .
006942 2800-POST-LEAVE-EXIT.
006952     EXIT.
006962
006972 2810-POST-ONE-TYPE.
006982*    THE LAST-ACCRUAL DATE IS THE RERUN GUARD, THE SAME RULE AS
006992*    THE YTD MASTER: A SAME-DATE RERUN FINDS ITS OWN STAMP AND
007002*    LEAVES THE BALANCE ALONE.  A ZERO-PAID NO-TIMESHEET
007012*    EMPLOYEE IS NOT STAMPED EITHER, FOR THE REASON GIVEN IN
007022*    2500-ROLL-YTD - THE RECORD IS ONLY READ FOR THE REGISTER.
007032     MOVE EMP-EMP-ID TO LV-EMP-ID
007042     MOVE WS-LV-TYPE TO LV-LEAVE-TYPE
007052     READ LVMSTR KEY IS LV-KEY
007062         INVALID KEY
007072             MOVE 'N'         TO WS-LV-FOUND-SW
007082             MOVE EMP-EMP-ID  TO LV-EMP-ID
007092             MOVE WS-LV-TYPE  TO LV-LEAVE-TYPE
007102             MOVE WS-BUS-YEAR TO LV-BAL-YEAR
007112             MOVE SPACES      TO LV-LAST-ACCR-DATE
007122                                 LV-LAST-MAINT-DATE
007132             MOVE ZEROES      TO LV-BALANCE
007142                                 LV-YTD-ACCRUED
007152                                 LV-YTD-TAKEN
007162                                 LV-FORFEIT-HRS
007172                                 LV-LAST-ACCR-HRS
007182                                 LV-LAST-TAKEN-HRS
007192         NOT INVALID KEY
007202             MOVE 'Y'         TO WS-LV-FOUND-SW
007212     END-READ
007222     IF WS-NO-TIMESHEET
007232        GO TO 2810-POST-ONE-TYPE-EXIT
007242     END-IF
007252     IF WS-LV-FOUND AND LV-LAST-ACCR-DATE = WS-BUS-DATE
007262        GO TO 2810-POST-ONE-TYPE-EXIT
007272     END-IF
007282     PERFORM 2820-FIND-TIER THRU 2820-FIND-TIER-EXIT
007292*    NO TIER FOR THIS TYPE AND NOTHING TAKEN - NO ROW TO KEEP.
007302     IF NOT WS-LV-FOUND AND NOT WS-LV-TIER-FOUND
007312        AND WS-LV-TAKEN = ZERO
007322        GO TO 2810-POST-ONE-TYPE-EXIT
007332     END-IF
007342*    THE FIRST RUN OF A NEW YEAR CARRIES THE BALANCE OVER, CUT
007352*    TO THE CAP OF THE TIER THE EMPLOYEE IS ON NOW.  THE HOURS
007362*    CUT STAY ON THE RECORD UNTIL THE NEXT YEAR END.
007372     IF LV-BAL-YEAR NOT = WS-BUS-YEAR
007382        MOVE ZEROES TO LV-FORFEIT-HRS
007392        IF WS-LV-TIER-FOUND AND LV-BALANCE > WS-LV-CAP
007402           COMPUTE LV-FORFEIT-HRS = LV-BALANCE - WS-LV-CAP
007412           MOVE WS-LV-CAP TO LV-BALANCE
007422           ADD 1 TO WS-LV-FORFEIT-COUNT
007432        END-IF
007442        MOVE WS-BUS-YEAR TO LV-BAL-YEAR
007452        MOVE ZEROES      TO LV-YTD-ACCRUED
007462                            LV-YTD-TAKEN
007472     END-IF
007482     ADD WS-LV-ACCR-HRS TO LV-BALANCE ROUNDED
007492                           LV-YTD-ACCRUED ROUNDED
007502     SUBTRACT WS-LV-TAKEN FROM LV-BALANCE
007512     ADD WS-LV-TAKEN TO LV-YTD-TAKEN
007522     MOVE WS-BUS-DATE    TO LV-LAST-ACCR-DATE
007532     MOVE WS-LV-ACCR-HRS TO LV-LAST-ACCR-HRS
007542     MOVE WS-LV-TAKEN    TO LV-LAST-TAKEN-HRS
007552     MOVE WS-SYS-DATE    TO LV-LAST-MAINT-DATE
007562*    A NEGATIVE BALANCE IS LEAVE TAKEN BEFORE IT WAS EARNED -
007572*    POSTED AS KEYED, BUT SAID OUT LOUD FOR HR TO APPROVE.
007582     IF LV-BALANCE < ZERO
007592        DISPLAY 'PAYCALC - LEAVE BALANCE NEGATIVE: '
007602                EMP-EMP-ID ' ' WS-LV-TYPE
007612        ADD 1 TO WS-LV-NEGATIVE-COUNT
007622        IF RETURN-CODE < 4
007632           MOVE 4 TO RETURN-CODE
007642        END-IF
007652     END-IF
007662     IF WS-LV-FOUND
007672        REWRITE LV-LEAVE-REC
007682     ELSE
007692        WRITE LV-LEAVE-REC
007702     END-IF
007712     ADD 1 TO WS-LV-POSTED-COUNT
007722     .
007732 2810-POST-ONE-TYPE-EXIT.
007742     EXIT.
007752
007762 2820-FIND-TIER.
007772     MOVE 'N'    TO WS-LV-TIER-SW
007782     MOVE ZEROES TO WS-LV-ACCR-HRS
007792                    WS-LV-CAP
007802                    WS-LV-TIER-YRS
007812     PERFORM 2830-CHECK-ONE-TIER THRU 2830-CHECK-ONE-TIER-EXIT
007822             VARYING ACX FROM 1 BY 1
007832               UNTIL ACX > WS-ACCR-COUNT
007842     .
007852 2820-FIND-TIER-EXIT.
007862     EXIT.
007872
007882 2830-CHECK-ONE-TIER.
007892     IF WS-ACCR-TYPE(ACX) NOT = WS-LV-TYPE
007902      OR WS-ACCR-MIN-YRS(ACX) > WS-SVC-YEARS
007912        GO TO 2830-CHECK-ONE-TIER-EXIT
007922     END-IF
007932     IF WS-LV-TIER-FOUND
007942      AND WS-ACCR-MIN-YRS(ACX) < WS-LV-TIER-YRS
007952        GO TO 2830-CHECK-ONE-TIER-EXIT
007962     END-IF
007972     MOVE 'Y'                  TO WS-LV-TIER-SW
007982     MOVE WS-ACCR-MIN-YRS(ACX) TO WS-LV-TIER-YRS
007992     MOVE WS-ACCR-HOURS(ACX)   TO WS-LV-ACCR-HRS
008002     MOVE WS-ACCR-CAP(ACX)     TO WS-LV-CAP
008012     .
008022 2830-CHECK-ONE-TIER-EXIT.
008032     EXIT.
008042
008052 2900-APPLY-BENEFITS.
008062*    EACH PLAN THE EMPLOYEE IS ENROLLED IN IS PRICED FROM THE
008072*    ELECTION ROW IN FORCE ON THE BUSINESS DATE - ROWS ARE KEYED
008082*    EMPLOYEE + PLAN + EFFECTIVE DATE, SO THE LAST ROW READ FOR A
008092*    PLAN THAT IS ALREADY IN FORCE IS THE ONE THAT COUNTS, AND IT
008102*    IS PRICED WHEN THE NEXT PLAN (OR THE NEXT EMPLOYEE) STARTS.
008112*    A ZERO-PAID NO-TIMESHEET EMPLOYEE WAS NOT PAID AND OWES NO
008122*    PREMIUM THIS PERIOD.
008132     MOVE ZEROES TO WS-BEN-TOTAL
008142                    WS-BEN-ER-TOTAL
008152     MOVE ZERO   TO WS-EBEN-COUNT
008162     IF WS-NO-TIMESHEET
008172        GO TO 2900-APPLY-BENEFITS-EXIT
008182     END-IF
008192     MOVE 'N'        TO WS-BE-DONE-SW
008202                        WS-BE-HELD-SW
008212     MOVE EMP-EMP-ID TO BE-EMP-ID
008222     MOVE LOW-VALUES TO BE-PLAN-ID
008232                        BE-EFF-DATE
008242     START BELECMST KEY IS NOT LESS THAN BE-KEY
008252         INVALID KEY
008262             GO TO 2900-APPLY-BENEFITS-EXIT
008272     END-START
008282     PERFORM 2910-NEXT-ELECTION THRU 2910-NEXT-ELECTION-EXIT
008292             UNTIL WS-BE-DONE
008302     IF WS-BE-HELD
008312        PERFORM 2920-PRICE-ELECTION THRU 2920-PRICE-ELECTION-EXIT
008322     END-IF
008332     .
008342 2900-APPLY-BENEFITS-EXIT.
008352     EXIT.
008362
008372 2910-NEXT-ELECTION.
008382     READ BELECMST NEXT RECORD
008392         AT END
008402             SET WS-BE-DONE TO TRUE
008412             GO TO 2910-NEXT-ELECTION-EXIT
008422     END-READ
008432     IF BE-EMP-ID NOT = EMP-EMP-ID
008442        SET WS-BE-DONE TO TRUE
008452        GO TO 2910-NEXT-ELECTION-EXIT
008462     END-IF
008472     IF WS-BE-HELD AND BE-PLAN-ID NOT = WS-BH-PLAN-ID
008482        PERFORM 2920-PRICE-ELECTION THRU 2920-PRICE-ELECTION-EXIT
008492        MOVE 'N' TO WS-BE-HELD-SW
008502     END-IF
008512     IF BE-EFF-DATE > WS-BUS-DATE
008522        GO TO 2910-NEXT-ELECTION-EXIT
008532     END-IF
008542     SET WS-BE-HELD TO TRUE
008552     MOVE BE-PLAN-ID   TO WS-BH-PLAN-ID
008562     MOVE BE-TIER      TO WS-BH-TIER
008572     MOVE BE-STOP-DATE TO WS-BH-STOP-DATE
008582     .
008592 2910-NEXT-ELECTION-EXIT.
008602     EXIT.
008612
008622 2920-PRICE-ELECTION.
008632*    A ROW STOPPED BEFORE THE BUSINESS DATE NO LONGER COVERS THE
008642*    EMPLOYEE.  A PLAN WITH NO RATE FOR THE TIER TAKES NOTHING
008652*    AND IS FLAGGED; A PREMIUM THE REMAINING NET CANNOT COVER IS
008662*    NOT TAKEN AT ALL (NEVER PART OF ONE) AND IS FLAGGED - BOTH
008672*    CC 4 SO BENEFITS FOLLOWS UP.  THE EMPLOYER SHARE IS STILL
008682*    CHARGED WHEN THE EMPLOYEE SHARE IS NOT TAKEN - COVERAGE
008692*    CONTINUES UNTIL BENEFITS STOPS THE ELECTION.
008702     IF WS-BH-STOP-DATE NOT = SPACES AND
008712        WS-BH-STOP-DATE < WS-BUS-DATE
008722        GO TO 2920-PRICE-ELECTION-EXIT
008732     END-IF
008742     PERFORM 2930-FIND-PLAN-RATE THRU 2930-FIND-PLAN-RATE-EXIT
008752     MOVE SPACES TO WS-BEN-FLAG
008762     MOVE ZEROES TO WS-BEN-EE-AMT
008772                    WS-BEN-ER-AMT
008782     IF NOT WS-BP-FOUND
008792        MOVE '*NO RATE*' TO WS-BEN-FLAG
008802        MOVE SPACES      TO WS-BP-PLAN-NAME
008812        ADD 1 TO WS-BEN-NORATE-COUNT
008822        IF RETURN-CODE < 4
008832           MOVE 4 TO RETURN-CODE
008842        END-IF
008852        GO TO 2920-PRICE-ELECTION-HOLD
008862     END-IF
008872     MOVE WS-BP-EE-COST TO WS-BEN-EE-AMT
008882     MOVE WS-BP-ER-COST TO WS-BEN-ER-AMT
008892     COMPUTE WS-BEN-ROOM = WS-GROSS-AMT - WS-DED-TOTAL
008902                         - WS-BEN-TOTAL
008912     IF WS-BEN-EE-AMT > ZERO AND
008922        WS-BEN-EE-AMT > WS-BEN-ROOM
008932        MOVE ZEROES TO WS-BEN-EE-AMT
008942        MOVE '*NOT TAKEN-NET*' TO WS-BEN-FLAG
008952        MOVE 'N' TO BPD-TAKEN
008962        ADD 1 TO WS-BEN-SKIP-COUNT
008972        IF RETURN-CODE < 4
008982           MOVE 4 TO RETURN-CODE
008992        END-IF
009002     ELSE
009012        MOVE 'Y' TO BPD-TAKEN
009022        ADD 1 TO WS-BEN-TAKEN-COUNT
009032     END-IF
009042     ADD WS-BEN-EE-AMT TO WS-BEN-TOTAL
009052     ADD WS-BEN-EE-AMT TO WS-GRAND-BEN-EE
009062     ADD WS-BEN-ER-AMT TO WS-BEN-ER-TOTAL
009072     ADD WS-BEN-ER-AMT TO WS-GRAND-BEN-ER
009082     MOVE EMP-EMP-ID       TO BPD-EMP-ID
009092     MOVE WS-BH-PLAN-ID    TO BPD-PLAN-ID
009102     MOVE WS-BH-TIER       TO BPD-TIER
009112     MOVE WS-BP-CARRIER-ID TO BPD-CARRIER-ID
009122     MOVE WS-BUS-DATE      TO BPD-PAY-DATE
009132     MOVE WS-BEN-EE-AMT    TO BPD-EE-AMT
009142     MOVE WS-BEN-ER-AMT    TO BPD-ER-AMT
009152     MOVE EMP-DEPT-CODE    TO BPD-DEPT-CODE
009162     WRITE BEN-REC FROM WS-BEN-DTL-REC
009172     ADD 1 TO WS-BEN-REC-COUNT
009182     .
009192 2920-PRICE-ELECTION-HOLD.
009202*    HOLD THE PREMIUM FOR THE REGISTER, TAKEN OR NOT.
009212     IF WS-EBEN-COUNT >= WS-EBEN-MAX
009222        DISPLAY 'PAYCALC - BENEFIT TABLE FULL AT ' WS-EBEN-MAX
009232                ' FOR ' EMP-EMP-ID ' - RAISE WS-EBEN-MAX'
009242        MOVE 'BELECMST' TO WS-ABEND-DDNAME
009252        MOVE '  ' TO WS-ABEND-STATUS
009262        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
009272     END-IF
009282     ADD 1 TO WS-EBEN-COUNT
009292     MOVE WS-BH-PLAN-ID   TO WS-EBEN-PLAN-ID(WS-EBEN-COUNT)
009302     MOVE WS-BH-TIER      TO WS-EBEN-TIER(WS-EBEN-COUNT)
009312     MOVE WS-BP-PLAN-NAME TO WS-EBEN-PLAN-NAME(WS-EBEN-COUNT)
009322     MOVE WS-BEN-EE-AMT   TO WS-EBEN-EE-AMT(WS-EBEN-COUNT)
009332     MOVE WS-BEN-ER-AMT   TO WS-EBEN-ER-AMT(WS-EBEN-COUNT)
009342     MOVE WS-BEN-FLAG     TO WS-EBEN-FLAG(WS-EBEN-COUNT)
009352     .
009362 2920-PRICE-ELECTION-EXIT.
009372     EXIT.
009382
009392 2930-FIND-PLAN-RATE.
009402*    THE PLAN MASTER IS KEYED PLAN + TIER + EFFECTIVE DATE - THE
009412*    LATEST ROW EFFECTIVE ON OR BEFORE THE BUSINESS DATE PRICES
009422*    THE PERIOD, THE SAME RULE AS THE ELECTION ITSELF.
009432     MOVE 'N'           TO WS-BP-FOUND-SW
009442                           WS-BP-DONE-SW
009452     MOVE WS-BH-PLAN-ID TO BP-PLAN-ID
009462     MOVE WS-BH-TIER    TO BP-TIER
009472     MOVE LOW-VALUES    TO BP-EFF-DATE
009482     START BPLANMST KEY IS NOT LESS THAN BP-KEY
009492         INVALID KEY
009502             GO TO 2930-FIND-PLAN-RATE-EXIT
009512     END-START
009522     PERFORM 2935-READ-PLAN-RATE THRU 2935-READ-PLAN-RATE-EXIT
009532             UNTIL WS-BP-DONE
009542     .
009552 2930-FIND-PLAN-RATE-EXIT.
009562     EXIT.
009572
009582 2935-READ-PLAN-RATE.
009592     READ BPLANMST NEXT RECORD
009602         AT END
009612             SET WS-BP-DONE TO TRUE
009622             GO TO 2935-READ-PLAN-RATE-EXIT
009632     END-READ
009642     IF BP-PLAN-ID NOT = WS-BH-PLAN-ID OR
009652        BP-TIER    NOT = WS-BH-TIER    OR
009662        BP-EFF-DATE > WS-BUS-DATE
009672        SET WS-BP-DONE TO TRUE
009682        GO TO 2935-READ-PLAN-RATE-EXIT
009692     END-IF
009702     SET WS-BP-FOUND TO TRUE
009712     MOVE BP-PLAN-NAME  TO WS-BP-PLAN-NAME
009722     MOVE BP-CARRIER-ID TO WS-BP-CARRIER-ID
009732     MOVE BP-EE-COST    TO WS-BP-EE-COST
009742     MOVE BP-ER-COST    TO WS-BP-ER-COST
009752     .
009762 2935-READ-PLAN-RATE-EXIT.
009772     EXIT.
009782
009792 2960-WRITE-STATEMENT.
009802*    ONE STATEMENT PER EMPLOYEE PAID, IN EXTRACT ORDER - PAYSTMT
009812*    SORTS THEM FOR DISTRIBUTION.  ONLY MONEY ACTUALLY WITHHELD
009822*    IS LISTED: AN ORDER THE LIMIT LEFT SHORT OR A PREMIUM NOT
009832*    TAKEN SHOWS ON THE REGISTER, NOT TO THE EMPLOYEE.
009842     MOVE EMP-EMP-ID       TO PSH-EMP-ID
009852     MOVE EMP-EMP-NAME     TO PSH-EMP-NAME
009862     MOVE EMP-COMP-CODE    TO PSH-COMP-CODE
009872     MOVE EMP-DEPT-CODE    TO PSH-DEPT-CODE
009882     MOVE EMP-PAY-TYPE     TO PSH-PAY-TYPE
009892     MOVE WS-BUS-DATE      TO PSH-PAY-DATE
009902     MOVE WS-LEAVE-HRS-TOT TO PSH-LEAVE-HOURS
009912     MOVE WS-RETRO-AMT     TO PSH-RETRO-AMT
009922     IF EMP-PAY-TYPE = 'H'
009932        MOVE EMP-SALARY-AMT TO PSH-RATE
009942     ELSE
009952        MOVE ZEROES         TO PSH-RATE
009962     END-IF
009972     IF EMP-PAY-TYPE = 'H' AND WS-HOURS-WORKED > ZERO
009982        MOVE WS-REG-HOURS   TO PSH-REG-HOURS
009992        MOVE WS-OT-HOURS    TO PSH-OT-HOURS
010002     ELSE
010012        MOVE ZEROES         TO PSH-REG-HOURS
010022                               PSH-OT-HOURS
010032     END-IF
010042     WRITE PSTM-REC FROM WS-PST-HDR-REC
010052     ADD 1 TO WS-PSTM-REC-COUNT
010062     MOVE EMP-EMP-ID TO PSD-EMP-ID
010072     PERFORM 2965-STMT-ONE-DED THRU 2965-STMT-ONE-DED-EXIT
010082             VARYING WS-DX FROM 1 BY 1
010092               UNTIL WS-DX > WS-RATE-COUNT
010102     PERFORM 2970-STMT-ONE-ORDER THRU 2970-STMT-ONE-ORDER-EXIT
010112             VARYING EOX FROM 1 BY 1 UNTIL EOX > WS-EORD-COUNT
010122     PERFORM 2975-STMT-ONE-BEN THRU 2975-STMT-ONE-BEN-EXIT
010132             VARYING EBX FROM 1 BY 1 UNTIL EBX > WS-EBEN-COUNT
010142     MOVE EMP-EMP-ID       TO PSZ-EMP-ID
010152     MOVE WS-GROSS-AMT     TO PSZ-GROSS
010162     MOVE WS-DED-TOTAL     TO PSZ-DEDS
010172     MOVE WS-NET-AMT       TO PSZ-NET
010182     IF WS-NET-AMT < ZERO
010192        MOVE '-' TO PSZ-NET-SIGN
010202     ELSE
010212        MOVE ' ' TO PSZ-NET-SIGN
010222     END-IF
010232     MOVE YT-YTD-GROSS     TO PSZ-YTD-GROSS
010242     MOVE YT-YTD-DEDS      TO PSZ-YTD-DEDS
010252     MOVE YT-YTD-NET       TO PSZ-YTD-NET
010262     IF YT-YTD-NET < ZERO
010272        MOVE '-' TO PSZ-YTD-NET-SIGN
010282     ELSE
010292        MOVE ' ' TO PSZ-YTD-NET-SIGN
010302     END-IF
010312     MOVE WS-VAC-BAL       TO PSZ-VAC-BAL
010322     IF WS-VAC-BAL < ZERO
010332        MOVE '-' TO PSZ-VAC-SIGN
010342     ELSE
010352        MOVE ' ' TO PSZ-VAC-SIGN
010362     END-IF
010372     MOVE WS-SICK-BAL      TO PSZ-SICK-BAL
010382     IF WS-SICK-BAL < ZERO
010392        MOVE '-' TO PSZ-SICK-SIGN
010402     ELSE
010412        MOVE ' ' TO PSZ-SICK-SIGN
010422     END-IF
010432     WRITE PSTM-REC FROM WS-PST-TOT-REC
010442     ADD 1 TO WS-PSTM-REC-COUNT
010452     .
010462 2960-WRITE-STATEMENT-EXIT.
010472     EXIT.
010482
010492 2965-STMT-ONE-DED.
010502     MOVE 'R'                    TO PSD-KIND
010512     MOVE WS-RATE-CODE(WS-DX)    TO PSD-CODE
010522     MOVE WS-RATE-DESC(WS-DX)    TO PSD-DESC
010532     MOVE WS-DED-AMT-ENT(WS-DX)  TO PSD-AMT
010542     WRITE PSTM-REC FROM WS-PST-DED-REC
010552     ADD 1 TO WS-PSTM-REC-COUNT
010562     .
010572 2965-STMT-ONE-DED-EXIT.
010582     EXIT.
010592
010602 2970-STMT-ONE-ORDER.
010612     IF WS-EORD-AMT(EOX) = ZERO
010622        GO TO 2970-STMT-ONE-ORDER-EXIT
010632     END-IF
010642     MOVE 'O'                    TO PSD-KIND
010652     MOVE WS-EORD-ORDER-ID(EOX)  TO PSD-CODE
010662     EVALUATE WS-EORD-TYPE(EOX)
010672         WHEN 'GN'
010682             MOVE 'GARNISHMENT'         TO PSD-DESC
010692         WHEN 'CS'
010702             MOVE 'CHILD SUPPORT'       TO PSD-DESC
010712         WHEN 'TL'
010722             MOVE 'TAX LEVY'            TO PSD-DESC
010732         WHEN 'LN'
010742             MOVE 'LOAN REPAYMENT'      TO PSD-DESC
010752         WHEN 'VD'
010762             MOVE 'VOLUNTARY DEDUCTION' TO PSD-DESC
010772         WHEN OTHER
010782             MOVE 'DEDUCTION ORDER'     TO PSD-DESC
010792     END-EVALUATE
010802     MOVE WS-EORD-AMT(EOX)       TO PSD-AMT
010812     WRITE PSTM-REC FROM WS-PST-DED-REC
010822     ADD 1 TO WS-PSTM-REC-COUNT
010832     .
010842 2970-STMT-ONE-ORDER-EXIT.
010852     EXIT.
010862
010872 2975-STMT-ONE-BEN.
010882     IF WS-EBEN-EE-AMT(EBX) = ZERO
010892        GO TO 2975-STMT-ONE-BEN-EXIT
010902     END-IF
010912     MOVE 'B'                    TO PSD-KIND
010922     MOVE WS-EBEN-PLAN-ID(EBX)   TO PSD-CODE
010932     MOVE WS-EBEN-PLAN-NAME(EBX) TO PSD-DESC
010942     MOVE WS-EBEN-EE-AMT(EBX)    TO PSD-AMT
010952     WRITE PSTM-REC FROM WS-PST-DED-REC
010962     ADD 1 TO WS-PSTM-REC-COUNT
010972     .
010982 2975-STMT-ONE-BEN-EXIT.
010992     EXIT.
011002
011012 3000-PRINT-HEADERS.
011022     ADD 1 TO WS-PAGE-COUNT
011032     MOVE WS-PAGE-COUNT      TO HDR-PAGE
011042     MOVE WS-RUN-DATE-EDIT   TO HDR-DATE
011052     WRITE RPT-LINE FROM WS-HDR-LINE AFTER ADVANCING PAGE
011062     WRITE RPT-LINE FROM WS-COL-HDR-LINE AFTER ADVANCING 1 LINE
011072     MOVE ZERO TO WS-LINE-COUNT
011082     .
011092 3000-PRINT-HEADERS-EXIT.
011102     EXIT.
011112
011122 7000-WRITE-DEPT-TOTALS.
011132     MOVE SPACES TO RPT-LINE
011142     WRITE RPT-LINE AFTER ADVANCING 1 LINE
011152     PERFORM 7100-WRITE-ONE-DEPT THRU 7100-WRITE-ONE-DEPT-EXIT
011162             VARYING J FROM 1 BY 1 UNTIL J > WS-DEPT-COUNT
011172     .
011182 7000-WRITE-DEPT-TOTALS-EXIT.
011192     EXIT.
011202
011212 7100-WRITE-ONE-DEPT.
011222     MOVE WS-DEPT-CODE(J)      TO DSB-DEPT-CODE
011232     MOVE WS-DEPT-HEADCOUNT(J) TO DSB-HEADCOUNT
011242     MOVE WS-DEPT-GROSS(J)     TO DSB-GROSS
011252     MOVE WS-DEPT-DEDS(J)      TO DSB-DEDS
011262     MOVE WS-DEPT-NET(J)       TO DSB-NET
011272     WRITE RPT-LINE FROM WS-DEPT-SUB-LINE AFTER ADVANCING 1 LINE
011282*    THE SAME SUBTOTALS ALSO GO OUT MACHINE-READABLE FOR GLPOST
011292*    - UNSIGNED AMOUNTS WITH SEPARATE SIGN BYTES, THE SAME
011302*    SHAPE THE NETDD RECORDS USE.
011312     MOVE WS-DEPT-CODE(J) TO SD-DEPT-CODE
011322     MOVE WS-DEPT-GROSS(J) TO SD-GROSS
011332     PERFORM 7150-SET-SUM-SIGNS THRU 7150-SET-SUM-SIGNS-EXIT
011342     WRITE SUM-REC FROM WS-SUM-DTL-REC
011352*    THE EMPLOYER'S BENEFIT COST RIDES ON ITS OWN RECORD SO
011362*    GLPOST CAN POST IT AS AN EXPENSE APART FROM WAGES.
011372     IF WS-DEPT-BEN(J) NOT = ZERO
011382        MOVE WS-DEPT-CODE(J) TO SB-DEPT-CODE
011392        MOVE WS-DEPT-BEN(J)  TO SB-BEN-AMT
011402        IF WS-DEPT-BEN(J) < ZERO
011412           MOVE '-' TO SB-BEN-SIGN
011422        ELSE
011432           MOVE ' ' TO SB-BEN-SIGN
011442        END-IF
011452        WRITE SUM-REC FROM WS-SUM-BEN-REC
011462     END-IF
011472     .
011482 7100-WRITE-ONE-DEPT-EXIT.
011492     EXIT.
011502
011512 7150-SET-SUM-SIGNS.
011522     IF WS-DEPT-GROSS(J) < ZERO
011532        MOVE '-' TO SD-GROSS-SIGN
011542     ELSE
011552        MOVE ' ' TO SD-GROSS-SIGN
011562     END-IF
011572     MOVE WS-DEPT-DEDS(J) TO SD-DEDS
011582     IF WS-DEPT-DEDS(J) < ZERO
011592        MOVE '-' TO SD-DEDS-SIGN
011602     ELSE
011612        MOVE ' ' TO SD-DEDS-SIGN
011622     END-IF
011632     MOVE WS-DEPT-NET(J) TO SD-NET
011642     IF WS-DEPT-NET(J) < ZERO
011652        MOVE '-' TO SD-NET-SIGN
011662     ELSE
011672        MOVE ' ' TO SD-NET-SIGN
011682     END-IF
011692     .
011702 7150-SET-SUM-SIGNS-EXIT.
011712     EXIT.
011722
011732 8000-WRITE-GRAND-TOTALS.
011742     MOVE WS-GRAND-HEADCOUNT TO GT-HEADCOUNT
011752     MOVE WS-GRAND-GROSS     TO GT-GROSS
011762     MOVE WS-GRAND-DEDS      TO GT-DEDS
011772     MOVE WS-GRAND-NET       TO GT-NET
011782     WRITE RPT-LINE FROM WS-GRAND-LINE AFTER ADVANCING 1 LINE
011792     IF WS-RETRO-PAID-COUNT > ZERO
011802        MOVE WS-GRAND-RETRO      TO GTR-RETRO
011812        MOVE WS-RETRO-PAID-COUNT TO GTR-EMPS
011822        WRITE RPT-LINE FROM WS-GRAND-RETRO-LINE
011832              AFTER ADVANCING 1 LINE
011842     END-IF
011852     IF WS-ORD-TAKEN-COUNT > ZERO OR WS-ORD-LIMITED-COUNT > ZERO
011862        MOVE WS-GRAND-ORDERS      TO GTO-ORDERS
011872        MOVE WS-ORD-TAKEN-COUNT   TO GTO-TAKEN
011882        MOVE WS-ORD-LIMITED-COUNT TO GTO-LIMITED
011892        MOVE WS-ORD-CLOSED-COUNT  TO GTO-CLOSED
011902        WRITE RPT-LINE FROM WS-GRAND-ORDER-LINE
011912              AFTER ADVANCING 1 LINE
011922     END-IF
011932     IF WS-BEN-REC-COUNT > ZERO OR WS-BEN-NORATE-COUNT > ZERO
011942        MOVE WS-GRAND-BEN-EE      TO GTB-EE
011952        MOVE WS-GRAND-BEN-ER      TO GTB-ER
011962        MOVE WS-BEN-SKIP-COUNT    TO GTB-SKIP
011972        MOVE WS-BEN-NORATE-COUNT  TO GTB-NORATE
011982        WRITE RPT-LINE FROM WS-GRAND-BEN-LINE
011992              AFTER ADVANCING 1 LINE
012002     END-IF
012012     .
012022 8000-WRITE-GRAND-TOTALS-EXIT.
012032     EXIT.
012042
012052 8500-WRITE-NET-TRAILER.
012062*    THE TRAILER CARRIES THE SAME COMPANY GRAND TOTAL THE
012072*    REGISTER PRINTS - DDEPOST REFUSES TO RELEASE A PAYMENT
012082*    FILE THAT DOES NOT BALANCE TO IT.
012092     MOVE WS-EMP-COUNT TO NT-EMP-COUNT
012102     IF WS-GRAND-NET < ZERO
012112        MOVE '-' TO NT-NET-SIGN
012122     ELSE
012132        MOVE ' ' TO NT-NET-SIGN
012142     END-IF
012152     MOVE WS-GRAND-NET TO NT-NET-TOTAL
012162     WRITE NET-REC FROM WS-NET-TRL-REC
012172     .
012182 8500-WRITE-NET-TRAILER-EXIT.
012192     EXIT.
012202
012212 8600-CHECK-RETRO.
012222*    RETRO RELEASED FOR AN EMPLOYEE WHO WAS NOT ON THIS RUN'S
012232*    EXTRACT WAS SIGNED OFF BUT NOT PAID - SAY SO, CC 8, SO IT
012242*    IS CHASED RATHER THAN LOST.
012252     IF WS-RETRO-COUNT = ZERO
012262        GO TO 8600-CHECK-RETRO-EXIT
012272     END-IF
012282     PERFORM 8650-CHECK-ONE-RETRO THRU 8650-CHECK-ONE-RETRO-EXIT
012292             VARYING RTX FROM 1 BY 1
012302               UNTIL RTX > WS-RETRO-COUNT
012312     .
012322 8600-CHECK-RETRO-EXIT.
012332     EXIT.
012342
012352 8650-CHECK-ONE-RETRO.
012362     IF WS-RETRO-USED-SW(RTX) NOT = 'Y'
012372        DISPLAY 'PAYCALC - RETRO NOT PAID, NOT ON EXTRACT: '
012382                WS-RETRO-EMP-ID(RTX)
012392        ADD 1 TO WS-RETRO-UNPAID-COUNT
012402        MOVE 8 TO RETURN-CODE
012412     END-IF
012422     .
012432 8650-CHECK-ONE-RETRO-EXIT.
012442     EXIT.
012452
012462 8700-WRITE-REMITTANCE.
012472*    ONE SECTION PER PAYEE (COURT, AGENCY, OR LENDER) LISTING
012482*    EVERY AMOUNT WITHHELD FOR IT THIS RUN, WITH THE SAME ROWS
012492*    GOING OUT MACHINE-READABLE FOR ACCOUNTS PAYABLE.  THE FILE
012502*    TRAILER TOTAL EQUALS THE ORDERS LINE ON THE PAY REGISTER.
012512     MOVE WS-BUS-DATE      TO RHD-PAY-DATE
012522     MOVE WS-RUN-DATE-EDIT TO RHD-RUN-DATE
012532     WRITE REM-RPT-LINE FROM WS-REM-HDR-LINE AFTER ADVANCING PAGE
012542     WRITE REM-RPT-LINE FROM WS-REM-COL-LINE
012552           AFTER ADVANCING 2 LINES
012562     PERFORM 8710-WRITE-ONE-PAYEE THRU 8710-WRITE-ONE-PAYEE-EXIT
012572             VARYING PYX FROM 1 BY 1 UNTIL PYX > WS-PAYEE-COUNT
012582     MOVE WS-PAYEE-COUNT     TO RGT-PAYEES
012592     MOVE WS-ORD-TAKEN-COUNT TO RGT-ITEMS
012602     MOVE WS-GRAND-ORDERS    TO RGT-AMT
012612     WRITE REM-RPT-LINE FROM WS-REM-GRAND-LINE
012622           AFTER ADVANCING 2 LINES
012632     MOVE WS-ORD-TAKEN-COUNT TO RMX-ITEMS
012642     MOVE WS-GRAND-ORDERS    TO RMX-AMOUNT
012652     MOVE WS-BUS-DATE        TO RMX-PAY-DATE
012662     WRITE REM-REC FROM WS-REM-TRL-REC
012672     .
012682 8700-WRITE-REMITTANCE-EXIT.
012692     EXIT.
012702
012712 8710-WRITE-ONE-PAYEE.
012722     MOVE WS-PAYEE-ID(PYX)   TO RPY-PAYEE-ID
012732     MOVE WS-PAYEE-NAME(PYX) TO RPY-PAYEE-NAME
012742     WRITE REM-RPT-LINE FROM WS-REM-PAYEE-LINE
012752           AFTER ADVANCING 2 LINES
012762     PERFORM 8720-WRITE-PAYEE-ITEM THRU 8720-WRITE-PAYEE-ITEM-EXIT
012772             VARYING RMX FROM 1 BY 1 UNTIL RMX > WS-REMIT-COUNT
012782     MOVE WS-PAYEE-ID(PYX)    TO RTP-PAYEE-ID
012792     MOVE WS-PAYEE-ITEMS(PYX) TO RTP-ITEMS
012802     MOVE WS-PAYEE-TOT(PYX)   TO RTP-AMT
012812     WRITE REM-RPT-LINE FROM WS-REM-PAYEE-TOT-LINE
012822           AFTER ADVANCING 1 LINE
012832     MOVE WS-PAYEE-ID(PYX)    TO RMT-PAYEE-ID
012842     MOVE WS-PAYEE-NAME(PYX)  TO RMT-PAYEE-NAME
012852     MOVE WS-PAYEE-ITEMS(PYX) TO RMT-ITEMS
012862     MOVE WS-PAYEE-TOT(PYX)   TO RMT-AMOUNT
012872     MOVE WS-BUS-DATE         TO RMT-PAY-DATE
012882     WRITE REM-REC FROM WS-REM-PAYEE-REC
012892     .
012902 8710-WRITE-ONE-PAYEE-EXIT.
012912     EXIT.
012922
012932 8720-WRITE-PAYEE-ITEM.
012942     IF WS-REMIT-PAYEE-ID(RMX) NOT = WS-PAYEE-ID(PYX)
012952        GO TO 8720-WRITE-PAYEE-ITEM-EXIT
012962     END-IF
012972     MOVE WS-REMIT-EMP-ID(RMX)   TO RDL-EMP-ID
012982     MOVE WS-REMIT-EMP-NAME(RMX) TO RDL-EMP-NAME
012992     MOVE WS-REMIT-ORDER-ID(RMX) TO RDL-ORDER-ID
013002     MOVE WS-REMIT-TYPE(RMX)     TO RDL-TYPE
013012     MOVE WS-REMIT-CASE-NO(RMX)  TO RDL-CASE-NO
013022     MOVE WS-REMIT-AMT(RMX)      TO RDL-AMT
013032     WRITE REM-RPT-LINE FROM WS-REM-DTL-LINE
013042           AFTER ADVANCING 1 LINE
013052     MOVE WS-REMIT-PAYEE-ID(RMX) TO RMD-PAYEE-ID
013062     MOVE WS-REMIT-EMP-ID(RMX)   TO RMD-EMP-ID
013072     MOVE WS-REMIT-ORDER-ID(RMX) TO RMD-ORDER-ID
013082     MOVE WS-REMIT-TYPE(RMX)     TO RMD-ORDER-TYPE
013092     MOVE WS-REMIT-CASE-NO(RMX)  TO RMD-CASE-NO
013102     MOVE WS-REMIT-AMT(RMX)      TO RMD-AMOUNT
013112     MOVE WS-BUS-DATE            TO RMD-PAY-DATE
013122     WRITE REM-REC FROM WS-REM-DTL-REC
013132     .
013142 8720-WRITE-PAYEE-ITEM-EXIT.
013152     EXIT.
013162
013172 8750-WRITE-BEN-TRAILER.
013182*    THE TRAILER TOTALS EQUAL THE BENEFITS LINE ON THE PAY
013192*    REGISTER - BENRECON PROVES EACH GENERATION TO IT.
013202     MOVE WS-BEN-REC-COUNT   TO BTR-REC-COUNT
013212     MOVE WS-GRAND-BEN-EE    TO BTR-EE-TOTAL
013222     MOVE WS-GRAND-BEN-ER    TO BTR-ER-TOTAL
013232     MOVE WS-BUS-DATE        TO BTR-PAY-DATE
013242     WRITE BEN-REC FROM WS-BEN-TRL-REC
013252     .
013262 8750-WRITE-BEN-TRAILER-EXIT.
013272     EXIT.
013282
013292 8800-CHECK-LEAVE.
013302*    LEAVE ROWS FOR AN EMPLOYEE WHO WAS NOT ON THIS RUN'S
013312*    EXTRACT NEVER REACHED THE LEAVE MASTER - LIST THEM, CC 4,
013322*    SO THE BALANCE IS CORRECTED RATHER THAN LEFT HIGH.
013332     PERFORM 8850-CHECK-ONE-LEAVE THRU 8850-CHECK-ONE-LEAVE-EXIT
013342             VARYING LVX FROM 1 BY 1
013352               UNTIL LVX > WS-LEAVE-COUNT
013362     .
013372 8800-CHECK-LEAVE-EXIT.
013382     EXIT.
013392
013402 8850-CHECK-ONE-LEAVE.
013412     IF WS-LEAVE-USED-SW(LVX) NOT = 'Y'
013422        MOVE WS-LEAVE-HOURS(LVX) TO WS-HRS-EDIT
013432        DISPLAY 'PAYCALC - LEAVE NOT POSTED, NOT ON EXTRACT: '
013442                WS-LEAVE-EMP-ID(LVX) ' ' WS-LEAVE-TYPE(LVX)
013452                ' ' WS-HRS-EDIT
013462        ADD 1 TO WS-LV-UNPOSTED-COUNT
013472        IF RETURN-CODE < 4
013482           MOVE 4 TO RETURN-CODE
013492        END-IF
013502     END-IF
013512     .
013522 8850-CHECK-ONE-LEAVE-EXIT.
013532     EXIT.
013542
013552 8900-WRITE-DIST-TOTALS.
013562*    SHARED PLUS HOME-DEPARTMENT-ONLY EMPLOYEES MUST EQUAL THE
013572*    REGISTER, AND THE DEPARTMENT SUMMARY (WHAT SUMDD CARRIES TO
013582*    GLPOST) MUST EQUAL IT TOO - ANY DIFFERENCE MEANS A SPLIT WAS
013592*    LOST, SO THE SUMMARY IS NOT FIT TO POST (CC 8).
013602     MOVE ZERO TO WS-DSUM-HEADCOUNT
013612                  WS-DSUM-GROSS
013622                  WS-DSUM-DEDS
013632                  WS-DSUM-NET
013642                  WS-DSUM-BEN
013652     PERFORM 8950-SUM-ONE-DEPT THRU 8950-SUM-ONE-DEPT-EXIT
013662             VARYING J FROM 1 BY 1 UNTIL J > WS-DEPT-COUNT
013672     MOVE 'SHARED EMPLOYEES'     TO DST-LABEL
013682     MOVE WS-SHARED-COUNT        TO DST-COUNT
013692     MOVE WS-SHARED-GROSS        TO DST-GROSS
013702     MOVE WS-SHARED-DEDS         TO DST-DEDS
013712     MOVE WS-SHARED-NET          TO DST-NET
013722     WRITE DIST-LINE FROM WS-DIST-TOT-LINE AFTER ADVANCING 2 LINES
013732     MOVE 'HOME DEPARTMENT ONLY' TO DST-LABEL
013742     MOVE WS-HOME-COUNT          TO DST-COUNT
013752     MOVE WS-HOME-GROSS          TO DST-GROSS
013762     MOVE WS-HOME-DEDS           TO DST-DEDS
013772     MOVE WS-HOME-NET            TO DST-NET
013782     WRITE DIST-LINE FROM WS-DIST-TOT-LINE AFTER ADVANCING 1 LINE
013792     MOVE '** REGISTER **'       TO DST-LABEL
013802     MOVE WS-GRAND-HEADCOUNT     TO DST-COUNT
013812     MOVE WS-GRAND-GROSS         TO DST-GROSS
013822     MOVE WS-GRAND-DEDS          TO DST-DEDS
013832     MOVE WS-GRAND-NET           TO DST-NET
013842     WRITE DIST-LINE FROM WS-DIST-TOT-LINE AFTER ADVANCING 1 LINE
013852     MOVE '** DEPARTMENT SUMMARY **' TO DST-LABEL
013862     MOVE WS-DSUM-HEADCOUNT      TO DST-COUNT
013872     MOVE WS-DSUM-GROSS          TO DST-GROSS
013882     MOVE WS-DSUM-DEDS           TO DST-DEDS
013892     MOVE WS-DSUM-NET            TO DST-NET
013902     WRITE DIST-LINE FROM WS-DIST-TOT-LINE AFTER ADVANCING 1 LINE
013912     MOVE SPACES TO DIST-LINE
013922     IF WS-DSUM-GROSS = WS-GRAND-GROSS AND
013932        WS-DSUM-DEDS  = WS-GRAND-DEDS  AND
013942        WS-DSUM-NET   = WS-GRAND-NET   AND
013952        WS-DSUM-BEN   = WS-GRAND-BEN-ER AND
013962        WS-SHARED-GROSS + WS-HOME-GROSS = WS-GRAND-GROSS
013972        MOVE 'DEPARTMENT SUMMARY BALANCES TO THE REGISTER'
013982             TO DIST-LINE
013992     ELSE
014002        MOVE '*** DEPARTMENT SUMMARY OUT OF BALANCE ***'
014012             TO DIST-LINE
014022        DISPLAY 'PAYCALC - DEPARTMENT SUMMARY OUT OF BALANCE'
014032        IF RETURN-CODE < 8
014042           MOVE 8 TO RETURN-CODE
014052        END-IF
014062     END-IF
014072     WRITE DIST-LINE AFTER ADVANCING 2 LINES
014082     .
014092 8900-WRITE-DIST-TOTALS-EXIT.
014102     EXIT.
014112
014122 8950-SUM-ONE-DEPT.
014132     ADD WS-DEPT-HEADCOUNT(J) TO WS-DSUM-HEADCOUNT
014142     ADD WS-DEPT-GROSS(J)     TO WS-DSUM-GROSS
014152     ADD WS-DEPT-DEDS(J)      TO WS-DSUM-DEDS
014162     ADD WS-DEPT-NET(J)       TO WS-DSUM-NET
014172     ADD WS-DEPT-BEN(J)       TO WS-DSUM-BEN
014182     .
014192 8950-SUM-ONE-DEPT-EXIT.
014202     EXIT.
014212
014222 9000-ABEND-PARA.
014232*    GIVE FIRST-LINE SUPPORT ENOUGH ON THE JOB LOG TO DIAGNOSE
014242*    A BAD RUN WITHOUT PAGING A PROGRAMMER.
014252     DISPLAY 'PAYCALC - OPEN/LOAD FAILED FOR: ' WS-ABEND-DDNAME
014262     DISPLAY 'PAYCALC - FILE STATUS WAS      : ' WS-ABEND-STATUS
014272     MOVE 16 TO RETURN-CODE
014282     STOP RUN
014292     .
014302 9000-ABEND-PARA-EXIT.
014312     EXIT.
014322
014332 9500-WRITE-AUDIT-RECORD.
014342*    APPEND ONE LINE TO THE COMMON AUDIT LOG SO OPERATIONS CAN
014352*    SEE EVERY JOB STEP'S RUN DATE/TIME, VOLUME, AND RETURN CODE
014362*    IN ONE PLACE WITHOUT HUNTING THROUGH INDIVIDUAL JOB LOGS.
014372     OPEN EXTEND AUDTFILE
014382     IF NOT WS-AUDTFILE-OK
014392        MOVE 'AUDTDD' TO WS-ABEND-DDNAME
014402        MOVE WS-AUDTFILE-STATUS TO WS-ABEND-STATUS
014412        PERFORM 9000-ABEND-PARA THRU 9000-ABEND-PARA-EXIT
014422     END-IF
014432     ACCEPT WS-RUN-TIME FROM TIME
014442     MOVE 'PAYCALC' TO AUD-PGM-NAME
014452     MOVE WS-RUN-DATE-EDIT TO AUD-RUN-DATE
014462     STRING WS-RUN-HH DELIMITED SIZE
014472            ':'       DELIMITED SIZE
014482            WS-RUN-MN DELIMITED SIZE
014492            ':'       DELIMITED SIZE
014502            WS-RUN-SS DELIMITED SIZE
014512            INTO AUD-RUN-TIME
014522     MOVE WS-EMP-COUNT   TO AUD-REC-COUNT
014532     MOVE RETURN-CODE    TO AUD-RETURN-CODE
014542     WRITE AUD-REC
014552     CLOSE AUDTFILE
014562     .
014572 9500-WRITE-AUDIT-RECORD-EXIT.
014582     EXIT.
