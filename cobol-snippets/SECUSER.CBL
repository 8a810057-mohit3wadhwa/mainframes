000010******************************************************************
000020*        PROGRAM NAME            : SECUSER                       *
000030*        DESCRIPTION             : CALLABLE SIGNED-ON USER       *
000040*                                  LOOKUP. RETURNS THE USER ID   *
000050*                                  THE SECURITY PRODUCT SIGNED   *
000060*                                  THE JOB ON UNDER, TAKEN FROM  *
000070*                                  THE ADDRESS SPACE'S ACCESSOR  *
000080*                                  ENVIRONMENT ELEMENT (PSA TO   *
000090*                                  ASCB TO ASXB TO ACEE, FIELD   *
000100*                                  ACEEUSRI). A PROGRAM THAT     *
000110*                                  DECIDES WHAT A USER MAY SEE   *
000120*                                  OR DO CALLS THIS RATHER THAN  *
000130*                                  TRUSTING AN EXEC PARM, WHICH  *
000140*                                  THE SUBMITTER CAN CODE AS ANY *
000150*                                  USER ID. SPACES COME BACK     *
000160*                                  WHEN THERE IS NO ACEE, AND    *
000170*                                  THE CALLER TREATS THAT AS NO  *
000180*                                  USER.                         *
000190*        CREDITS                 : DATA PROCESSING               *
000200******************************************************************
000210*        MODIFICATION HISTORY                                    *
000220*        ----------------------------------------------------   *
000230*        DATE       INIT  DESCRIPTION                            *
000240*        10/15/26   RWM   INITIAL VERSION - THE SALARY-ACCESS    *
000250*                         PROFILE AND THE DIFFERENT-APPROVER     *
000260*                         RULE WERE KEYED ON A USER ID ANY       *
000270*                         SUBMITTER COULD PUT IN THE PARM.       *
000280******************************************************************
000290
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. SECUSER.
000320 AUTHOR. R MEHTA.
000330 INSTALLATION. DATA PROCESSING.
000340 DATE-WRITTEN. 10/15/26.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380
000390 DATA DIVISION.
000400 WORKING-STORAGE SECTION.
000410 01 WS-ACEE-EYE       PIC X(04) VALUE 'ACEE'.
000420
000430 LINKAGE SECTION.
000440*    SYSTEM CONTROL BLOCKS, MAPPED ONLY AS FAR AS THE CHAIN
000450*    NEEDS.  OFFSETS ARE FROM THE IHAPSA, IHAASCB, IHAASXB AND
000460*    IHAACEE MAPPINGS: PSAAOLD X'224', ASCBASXB X'6C',
000470*    ASXBSENV X'C8', ACEEUSRI X'15'.
000480 01 PSA-BLOCK.
000490     05 FILLER          PIC X(548).
000500     05 PSA-AOLD        POINTER.
000510 01 ASCB-BLOCK.
000520     05 FILLER          PIC X(108).
000530     05 ASCB-ASXB       POINTER.
000540 01 ASXB-BLOCK.
000550     05 FILLER          PIC X(200).
000560     05 ASXB-SENV       POINTER.
000570 01 ACEE-BLOCK.
000580     05 ACEE-ACEE       PIC X(04).
000590     05 FILLER          PIC X(16).
000600     05 ACEE-USRL       PIC X(01).
000610     05 ACEE-USRI       PIC X(08).
000620 01 LK-USER-ID        PIC X(08).
000630
000640 PROCEDURE DIVISION USING LK-USER-ID.
000650 0000-MAINLINE.
000660     MOVE SPACES TO LK-USER-ID
000670     PERFORM 1000-FIND-USER THRU 1000-FIND-USER-EXIT
000680     GOBACK
000690     .
000700
000710 1000-FIND-USER.
000720*    THE PSA SITS AT ADDRESS ZERO.  A MISSING ASXB OR ACEE, OR
000730*    A BLOCK WITHOUT THE ACEE EYE-CATCHER, LEAVES THE ID BLANK -
000740*    THE CALLER REFUSES THE WORK RATHER THAN GUESS WHO IT IS.
000750     SET ADDRESS OF PSA-BLOCK  TO NULL
000760     SET ADDRESS OF ASCB-BLOCK TO PSA-AOLD
000770     IF ASCB-ASXB = NULL
000780        GO TO 1000-FIND-USER-EXIT
000790     END-IF
000800     SET ADDRESS OF ASXB-BLOCK TO ASCB-ASXB
000810     IF ASXB-SENV = NULL
000820        GO TO 1000-FIND-USER-EXIT
000830     END-IF
000840     SET ADDRESS OF ACEE-BLOCK TO ASXB-SENV
000850     IF ACEE-ACEE NOT = WS-ACEE-EYE
000860        GO TO 1000-FIND-USER-EXIT
000870     END-IF
000880     MOVE ACEE-USRI TO LK-USER-ID
000890     .
000900 1000-FIND-USER-EXIT.
000910     EXIT.
