000170* ONLY A FILE THAT COMES BACK RC=0 IS COPIED OVER THE LIVE
000180* RULEFILE.
000190*
000191* A CLEAN FILE IS INSTALLED ONLY ON THE AUTHORITY OF AN OPERATOR
000192* HOLDING THE PROMOTE FUNCTION ON THE OPERATOR AUTHORITY FILE
000193* (OPERAUTH, CHECKED AND LOGGED BY OPAUTHSB).  THE OPERATOR IS
000194* NAMED ON A PARMFILE CARD:
000195*     COLUMNS  1-8   "PROMOTE"
000196*     COLUMNS 10-17  OPERATOR ID
000197* NO CARD, OR AN OPERATOR WITHOUT THE FUNCTION, HOLDS A CLEAN
000198* FILE BACK JUST AS AN ERROR WOULD (RC=8).
000199*
000200* CHECKS, PER RULE (RULEREC.CPY):
000210*   - RULE TYPE MUST BE "D" OR "R"
000220*   - CLASS CODE MUST NOT BE BLANK
000350*                       BLOCK PER RULE, ITS EFFECTIVE WINDOW,
000360*                       WHETHER IT IS IN EFFECT TODAY, AND EVERY
000370*                       ERROR FOUND.
000371*   PARMFILE  INPUT   - OPTIONAL PROMOTE CARD, AS ABOVE.  A
000372*                       FAILED OPEN OR AN EMPTY FILE MEANS NO
000373*                       CARD; ANY OTHER CARD ABENDS.
000374*   OPERAUTH  INPUT   - OPERATOR AUTHORITY FILE, READ BY OPAUTHSB.
000375*   SECLOG    OUTPUT  - SECURITY LOG, ONE RECORD FOR THE PROMOTE
000376*                       CHECK, WRITTEN BY OPAUTHSB.  THE CHECK IS
000377*                       MADE ONLY WHEN THE FILE IS CLEAN.
000380*
000390* RETURN CODES: 0 CLEAN AND AUTHORIZED (SAFE TO INSTALL), 8 WHEN
000400* ANY CHECK FAILED OR THE PROMOTION WAS NOT AUTHORIZED, 16 ON
000401* AN ABEND.
000410*
000420* MAINTENANCE HISTORY
000421*   2026-10-15  M.TORRES   A CLEAN FILE NOW ALSO NEEDS A PARMFILE
000422*                          PROMOTE CARD NAMING AN OPERATOR WITH
000423*                          THE PROMOTE FUNCTION ON OPERAUTH
000424*                          (OPAUTHSB, LOGGED TO SECLOG); OTHERWISE
000425*                          RC=8 HOLDS IT BACK.
000430*   2026-09-02  M.TORRES   ORIGINAL PROGRAM.
000440*----------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000510     SELECT RULERPT ASSIGN TO "RULERPT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-RPT-STATUS.
000531     SELECT PARMFILE ASSIGN TO "PARMFILE"
000532         ORGANIZATION IS SEQUENTIAL
000533         FILE STATUS IS WS-PARM-STATUS.
000540*----------------------------------------------------------------
000550 DATA DIVISION.
000560 FILE SECTION.
000630     RECORDING MODE IS F.
000640 01  REPORT-RECORD               PIC X(80).
000650*----------------------------------------------------------------
000651 FD  PARMFILE
000652     RECORDING MODE IS F.
000653 01  PARM-RECORD.
000654     05  PRM-MODE                PIC X(08).
000655         88  PRM-PROMOTE         VALUE "PROMOTE".
000656     05  FILLER                  PIC X(01).
000657     05  PRM-OPERATOR-ID         PIC X(08).
000658     05  FILLER                  PIC X(63).
000659*----------------------------------------------------------------
000660 WORKING-STORAGE SECTION.
000670*----------------------------------------------------------------
000680 01  WS-SWITCHES.
000700         88  WS-EOF              VALUE "Y".
000710     05  WS-DUP-SWITCH           PIC X(01) VALUE "N".
000720         88  WS-DUP-FOUND        VALUE "Y".
000721     05  WS-PROMOTE-SWITCH       PIC X(01) VALUE "N".
000722         88  WS-PROMOTE-CARD     VALUE "Y".
000730*----------------------------------------------------------------
000740 01  WS-RULE-STATUS              PIC X(02).
000750 01  WS-RPT-STATUS               PIC X(02).
000751 01  WS-PARM-STATUS              PIC X(02).
000760*----------------------------------------------------------------
000770 01  WS-RUN-DATE                 PIC 9(08).
000780 01  WS-EFF-FROM                 PIC 9(08) VALUE ZERO.
000790 01  WS-EFF-TO                   PIC 9(08) VALUE ZERO.
000800*----------------------------------------------------------------
000801* OPAUTHSB PARAMETERS.
000802*----------------------------------------------------------------
000803 01  WS-AUTH-PROGRAM-ID          PIC X(08) VALUE "RULEMNT".
000804 01  WS-PROMOTE-OPERATOR         PIC X(08) VALUE SPACES.
000805 01  WS-AUTH-FUNCTION            PIC X(08) VALUE "PROMOTE".
000806 01  WS-AUTH-TARGET-KEY          PIC X(20) VALUE "RULEFILE".
000807 01  WS-AUTH-RESULT              PIC X(01) VALUE "R".
000808     88  WS-AUTH-GRANTED         VALUE "G".
000809*----------------------------------------------------------------
000810 77  WS-RULE-COUNT               PIC 9(02) COMP VALUE ZERO.
000820 77  WS-ERROR-COUNT              PIC 9(03) COMP VALUE ZERO.
000830 77  WS-RULE-ERRORS              PIC 9(03) COMP VALUE ZERO.
001040 1000-INITIALIZE.
001050     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001060     MOVE SPACES TO WS-SEEN-CODES
001061     PERFORM 1100-READ-PARMFILE THRU 1100-READ-PARMFILE-EXIT
001070     OPEN INPUT RULEFILE
001080     IF WS-RULE-STATUS NOT = "00"
001090         DISPLAY "RULEMNT ABEND - CANNOT OPEN RULEFILE, STATUS = "
001290 1000-INITIALIZE-EXIT.
001300     EXIT.
001310*----------------------------------------------------------------
001311* 1100-READ-PARMFILE  --  A FAILED OPEN OR AN EMPTY FILE MEANS NO
001312*                         PROMOTE CARD.  A CARD THAT IS THERE MUST
001313*                         BE A PROMOTE CARD WITH AN OPERATOR ID.
001314*----------------------------------------------------------------
001315 1100-READ-PARMFILE.
001316     OPEN INPUT PARMFILE
001317     IF WS-PARM-STATUS NOT = "00"
001318         GO TO 1100-READ-PARMFILE-EXIT
001319     END-IF
001320     READ PARMFILE
001321         AT END
001322             CLOSE PARMFILE
001323             GO TO 1100-READ-PARMFILE-EXIT
001324     END-READ
001325     CLOSE PARMFILE
001326     IF NOT PRM-PROMOTE
001327         DISPLAY "RULEMNT ABEND - UNKNOWN PARMFILE MODE " PRM-MODE
001328         MOVE 16 TO RETURN-CODE
001329         STOP RUN
001330     END-IF
001331     IF PRM-OPERATOR-ID = SPACES
001332         DISPLAY "RULEMNT ABEND - PROMOTE CARD HAS NO OPERATOR ID"
001333         MOVE 16 TO RETURN-CODE
001334         STOP RUN
001335     END-IF
001336     SET WS-PROMOTE-CARD TO TRUE
001337     MOVE PRM-OPERATOR-ID TO WS-PROMOTE-OPERATOR.
001338 1100-READ-PARMFILE-EXIT.
001339     EXIT.
001340*----------------------------------------------------------------
001341* 2000-VET-ONE-RULE  --  EVERY CHECK RUNS ON EVERY RULE, SO ONE
001342*                        PASS OF THE REGISTER SHOWS EVERYTHING
001343*                        WRONG WITH THE FILE, NOT JUST THE FIRST
001350*                        TYPO.
001360*----------------------------------------------------------------
001370 2000-VET-ONE-RULE.
003070     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003080 7000-WRITE-ERROR-EXIT.
003090     EXIT.
003091*----------------------------------------------------------------
003092* 7500-CHECK-PROMOTION  --  CLEAN FILE ONLY: THE CARD'S OPERATOR
003093*                           MUST HOLD PROMOTE (LOGGED EITHER WAY);
003094*                           NO CARD IS A REFUSAL WITHOUT A CHECK.
003095*----------------------------------------------------------------
003096 7500-CHECK-PROMOTION.
003097     IF NOT WS-PROMOTE-CARD
003098         DISPLAY "RULEMNT - NO PROMOTE CARD ON PARMFILE - FILE "
003099             "NOT TO BE INSTALLED"
003100         GO TO 7500-CHECK-PROMOTION-EXIT
003101     END-IF
003102     CALL "OPAUTHSB" USING WS-AUTH-PROGRAM-ID
003103                            WS-PROMOTE-OPERATOR
003104                            WS-AUTH-FUNCTION
003105                            WS-AUTH-TARGET-KEY
003106                            WS-AUTH-RESULT.
003107 7500-CHECK-PROMOTION-EXIT.
003108     EXIT.
003109*----------------------------------------------------------------
003110 8000-TERMINATE.
003111     IF WS-ERROR-COUNT = ZERO
003112         PERFORM 7500-CHECK-PROMOTION
003113             THRU 7500-CHECK-PROMOTION-EXIT
003114     END-IF
003120     MOVE SPACES TO WS-REPORT-LINE
003130     EVALUATE TRUE
003140         WHEN WS-ERROR-COUNT NOT = ZERO
003150             STRING "FILE REJECTED - CORRECT THE ERRORS ABOVE "
003160                 "BEFORE INSTALLING"
003170                 DELIMITED BY SIZE INTO WS-REPORT-LINE
003180         WHEN WS-AUTH-GRANTED
003190             STRING "FILE IS CLEAN - SAFE TO INSTALL AS RULEFILE "
003200                 "(PROMOTED BY " WS-PROMOTE-OPERATOR ")"
003201                 DELIMITED BY SIZE INTO WS-REPORT-LINE
003202         WHEN OTHER
003203             STRING "FILE IS CLEAN - NOT TO BE INSTALLED, NO "
003204                 "PROMOTE AUTHORITY"
003205                 DELIMITED BY SIZE INTO WS-REPORT-LINE
003206     END-EVALUATE
003210     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003220     CLOSE RULEFILE RULERPT
003230     DISPLAY "RULEMNT RULES READ   = " WS-RULE-COUNT
003240     DISPLAY "RULEMNT ERRORS FOUND = " WS-ERROR-COUNT
003250     IF WS-ERROR-COUNT > ZERO OR NOT WS-AUTH-GRANTED
003260         MOVE 8 TO RETURN-CODE
003270     END-IF.
003280 8000-TERMINATE-EXIT.
