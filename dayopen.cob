000240*     RUN -- REFUSED, RC=8, UNLESS PARMFILE SAYS "FORCE", THE
000250*     DELIBERATE OVERRIDE FOR THE NIGHT OPERATIONS REALLY DOES
000260*     MEAN TO RUN AGAIN.
000261*     THE FORCE CARD NAMES THE OPERATOR (COLUMNS 10-17), WHO
000262*     MUST HOLD THE FORCE FUNCTION ON THE OPERATOR AUTHORITY
000263*     FILE (OPERAUTH, VIA OPAUTHSB) -- OTHERWISE REFUSED, RC=8.
000270*   - RECORD CLOSED ON A LATER DATE THAN TODAY: THE CLOCK OR
000280*     THE FILE IS WRONG -- ABEND BEFORE ANYTHING STAMPS IT.
000281*   - ANY DATE INSIDE A PERIOD PERCLOSE HAS CLOSED (PERDHIST):
000282*     REFUSED, RC=8 -- EVEN UNDER FORCE, SINCE THE MONTH'S
000283*     FIGURES ARE FINAL.  TO RERUN SUCH A NIGHT, FINANCE
000284*     AUTHORIZES IT AND OPERATIONS SUPPLIES A CARD ON REOPAUTH:
000285*         COLUMNS  1-8   "REOPEN"
000286*         COLUMNS 10-15  THE PERIOD, YYYYMM
000287*         COLUMNS 17-24  OPERATOR ID OF WHOEVER AUTHORIZED IT
000288*     AND RECLOSES THE PERIOD WITH PERCLOSE AFTERWARDS.
000289*     THE REOPEN OPERATOR MUST LIKEWISE HOLD THE FORCE FUNCTION
000290*     ON OPERAUTH, OR THE NIGHT IS REFUSED, RC=8.
000291*
000300* FILES
000310*   DATEFILE  I-O     - DC-DATECTL-RECORD (DATECTL.CPY), ONE
000320*                       RECORD, REWRITTEN IN PLACE.
000340*                       THE CLOSED-TONIGHT REFUSAL.  SAME
000350*                       FAILED-OPEN TOLERANCE AS EVERY OTHER
000360*                       OPTIONAL PARMFILE IN THE SUITE.
000361*   PERDHIST  INPUT   - PD-PERIOD-RECORD (PERDHIST.CPY), THE
000362*                       CLOSED PERIODS.  NOT CATALOGED YET
000363*                       (STATUS 35) MEANS NONE CLOSED.
000364*   REOPAUTH  INPUT   - OPTIONAL REOPEN CARD, AS ABOVE.  ABSENT
000365*                       OR EMPTY (DD DUMMY) ON A NORMAL NIGHT; A
000366*                       CARD FOR ANY OTHER PERIOD IS IGNORED.
000367*   OPERAUTH  INPUT   - OPERATOR AUTHORITY FILE, READ BY OPAUTHSB
000368*                       ONLY WHEN A FORCE OR REOPEN IS ACTUALLY
000369*                       EXERCISED.
000370*   SECLOG    OUTPUT  - SECURITY LOG, ONE RECORD PER FORCE OR
000371*                       REOPEN CHECK, GRANTED OR REFUSED, WRITTEN
000372*                       BY OPAUTHSB.
000373*   DATEHIST  OUTPUT  - DH-DATE-EVENT-RECORD (DATEHIST.CPY), ONE
000374*                       "O" PER NEW DATE OPENED, ONE "F" PER
000375*                       CLOSED DATE REOPENED UNDER FORCE.
000376*
000380* MAINTENANCE HISTORY
000381*   2026-10-15  M.TORRES   APPEND EACH OPEN AND FORCED REOPEN TO
000382*                          THE PERMANENT DATE HISTORY (DATEHIST).
000383*   2026-10-15  M.TORRES   THE FORCE CARD CARRIES AN OPERATOR ID;
000384*                          FORCE AND REOPEN BOTH NEED THE FORCE
000385*                          FUNCTION ON OPERAUTH (OPAUTHSB, LOGGED
000386*                          TO SECLOG) OR THE NIGHT IS REFUSED.
000387*   2026-10-15  M.TORRES   REFUSE A DATE IN A CLOSED PERIOD
000388*                          (PERDHIST) UNLESS A REOPAUTH CARD
000389*                          AUTHORIZES REOPENING IT.
000390*   2026-09-02  M.TORRES   ORIGINAL PROGRAM.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000470     SELECT PARMFILE ASSIGN TO "PARMFILE"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-PARM-STATUS.
000491     SELECT PERDHIST ASSIGN TO "PERDHIST"
000492         ORGANIZATION IS SEQUENTIAL
000493         FILE STATUS IS WS-PERD-STATUS.
000494     SELECT REOPAUTH ASSIGN TO "REOPAUTH"
000495         ORGANIZATION IS SEQUENTIAL
000496         FILE STATUS IS WS-REOP-STATUS.
000497     SELECT DATEHIST ASSIGN TO "DATEHIST"
000498         ORGANIZATION IS SEQUENTIAL
000499         FILE STATUS IS WS-HIST-STATUS.
000500*----------------------------------------------------------------
000510 DATA DIVISION.
000520 FILE SECTION.
000600 01  PARM-RECORD.
000610     05  PRM-MODE                PIC X(08).
000620         88  PRM-FORCE           VALUE "FORCE".
000621     05  FILLER                  PIC X(01).
000622     05  PRM-OPERATOR-ID         PIC X(08).
000623     05  FILLER                  PIC X(63).
000624*----------------------------------------------------------------
000625 FD  PERDHIST
000626     RECORDING MODE IS F.
000627     COPY PERDHIST.
000628*----------------------------------------------------------------
000629 FD  REOPAUTH
000630     RECORDING MODE IS F.
000631 01  REOPEN-AUTHORITY-RECORD.
000632     05  RA-KEYWORD              PIC X(08).
000633         88  RA-REOPEN           VALUE "REOPEN".
000634     05  FILLER                  PIC X(01).
000635     05  RA-PERIOD               PIC X(06).
000636     05  FILLER                  PIC X(01).
000637     05  RA-OPERATOR-ID          PIC X(08).
000638     05  FILLER                  PIC X(56).
000639*----------------------------------------------------------------
000640 FD  DATEHIST
000641     RECORDING MODE IS F.
000642     COPY DATEHIST.
000643*----------------------------------------------------------------
000650 WORKING-STORAGE SECTION.
000660*----------------------------------------------------------------
000670 01  WS-SWITCHES.
000680     05  WS-FORCE-SWITCH         PIC X(01) VALUE "N".
000690         88  WS-FORCED           VALUE "Y".
000691     05  WS-REOPEN-SWITCH        PIC X(01) VALUE "N".
000692         88  WS-REOPEN-GIVEN     VALUE "Y".
000693     05  WS-CLOSED-SWITCH        PIC X(01) VALUE "N".
000694         88  WS-PERIOD-CLOSED    VALUE "Y".
000695     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000696         88  WS-EOF              VALUE "Y".
000700*----------------------------------------------------------------
000710 01  WS-DATE-STATUS              PIC X(02).
000720 01  WS-PARM-STATUS              PIC X(02).
000721 01  WS-PERD-STATUS              PIC X(02).
000722 01  WS-REOP-STATUS              PIC X(02).
000723 01  WS-HIST-STATUS              PIC X(02).
000724 01  WS-HIST-EVENT               PIC X(01).
000730*----------------------------------------------------------------
000740 01  WS-TODAY-DATE               PIC 9(08).
000750 01  WS-CURRENT-TIME             PIC 9(06).
000751*----------------------------------------------------------------
000752 01  WS-CHECK-DATE               PIC 9(08).
000753 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
000754     05  WS-CHECK-PERIOD         PIC 9(06).
000755     05  FILLER                  PIC 9(02).
000756 01  WS-REOPEN-PERIOD            PIC X(06) VALUE SPACES.
000757 01  WS-REOPEN-OPERATOR          PIC X(08) VALUE SPACES.
000758 01  WS-FORCE-OPERATOR           PIC X(08) VALUE SPACES.
000759*----------------------------------------------------------------
000760* OPAUTHSB PARAMETERS.
000761*----------------------------------------------------------------
000762 01  WS-AUTH-PROGRAM-ID          PIC X(08) VALUE "DAYOPEN".
000763 01  WS-AUTH-OPERATOR            PIC X(08).
000764 01  WS-AUTH-FUNCTION            PIC X(08) VALUE "FORCE".
000765 01  WS-AUTH-TARGET-KEY          PIC X(20).
000766 01  WS-AUTH-RESULT              PIC X(01).
000767     88  WS-AUTH-GRANTED         VALUE "G".
000768*----------------------------------------------------------------
000770 PROCEDURE DIVISION.
000780*----------------------------------------------------------------
000790 0000-MAINLINE.
000840 1000-INITIALIZE.
000850     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
000860     ACCEPT WS-CURRENT-TIME FROM TIME
000870     PERFORM 1100-READ-PARMFILE THRU 1100-READ-PARMFILE-EXIT
000871     PERFORM 1200-READ-REOPAUTH THRU 1200-READ-REOPAUTH-EXIT.
000880 1000-INITIALIZE-EXIT.
000890     EXIT.
000900*----------------------------------------------------------------
001060         STOP RUN
001070     END-IF
001080     SET WS-FORCED TO TRUE
001090     MOVE PRM-OPERATOR-ID TO WS-FORCE-OPERATOR
001091     DISPLAY "DAYOPEN - FORCE OVERRIDE IS ON, OPERATOR "
001092         WS-FORCE-OPERATOR
001100     CLOSE PARMFILE.
001110 1100-READ-PARMFILE-EXIT.
001120     EXIT.
001130*----------------------------------------------------------------
001131* 1200-READ-REOPAUTH  --  A FAILED OPEN OR AN EMPTY FILE MEANS NO
001132*                         REOPEN AUTHORITY.  A CARD THAT IS THERE
001133*                         MUST BE WELL FORMED; WHETHER IT NAMES
001134*                         TONIGHT'S PERIOD IS RULED ON IN 6000.
001135*----------------------------------------------------------------
001136 1200-READ-REOPAUTH.
001137     OPEN INPUT REOPAUTH
001138     IF WS-REOP-STATUS NOT = "00"
001139         GO TO 1200-READ-REOPAUTH-EXIT
001140     END-IF
001141     READ REOPAUTH
001142         AT END
001143             CLOSE REOPAUTH
001144             GO TO 1200-READ-REOPAUTH-EXIT
001145     END-READ
001146     CLOSE REOPAUTH
001147     IF NOT RA-REOPEN
001148         DISPLAY "DAYOPEN ABEND - UNKNOWN REOPAUTH CARD "
001149             RA-KEYWORD
001150         MOVE 16 TO RETURN-CODE
001151         STOP RUN
001152     END-IF
001153     IF RA-OPERATOR-ID = SPACES
001154         DISPLAY "DAYOPEN ABEND - REOPEN CARD CARRIES NO "
001155             "OPERATOR ID"
001156         MOVE 16 TO RETURN-CODE
001157         STOP RUN
001158     END-IF
001159     SET WS-REOPEN-GIVEN TO TRUE
001160     MOVE RA-PERIOD      TO WS-REOPEN-PERIOD
001161     MOVE RA-OPERATOR-ID TO WS-REOPEN-OPERATOR.
001162 1200-READ-REOPAUTH-EXIT.
001163     EXIT.
001164*----------------------------------------------------------------
001165* 2000-OPEN-THE-DAY  --  READ THE ONE CONTROL RECORD AND RULE ON
001166*                        THE NIGHT.  A MISSING OR EMPTY FILE IS
001167*                        THE FIRST-EVER NIGHT AND IS CREATED.
001170*----------------------------------------------------------------
001180 2000-OPEN-THE-DAY.
001190     OPEN I-O DATEFILE
001380         WHEN DC-IS-OPEN
001390             DISPLAY "DAYOPEN - BUSINESS DATE " DC-BUSINESS-DATE
001400                 " IS STILL OPEN - RESUMING THE SAME NIGHT"
001401             MOVE DC-BUSINESS-DATE TO WS-CHECK-DATE
001402             PERFORM 6000-CHECK-CLOSED-PERIOD
001403                 THRU 6000-CHECK-CLOSED-PERIOD-EXIT
001410         WHEN DC-IS-CLOSED AND DC-BUSINESS-DATE < WS-TODAY-DATE
001420             PERFORM 4000-OPEN-NEW-DATE
001430                 THRU 4000-OPEN-NEW-DATE-EXIT
001610     EXIT.
001620*----------------------------------------------------------------
001630 3000-CREATE-CONTROL.
001631     MOVE WS-TODAY-DATE TO WS-CHECK-DATE
001632     PERFORM 6000-CHECK-CLOSED-PERIOD
001633         THRU 6000-CHECK-CLOSED-PERIOD-EXIT
001640     OPEN OUTPUT DATEFILE
001650     IF WS-DATE-STATUS NOT = "00"
001660         DISPLAY "DAYOPEN ABEND - CANNOT CREATE DATEFILE, "
001760     MOVE ZERO            TO DC-CLOSED-DATE
001770     MOVE ZERO            TO DC-CLOSED-TIME
001780     WRITE DC-DATECTL-RECORD
001781     MOVE "O" TO WS-HIST-EVENT
001782     PERFORM 7000-WRITE-DATEHIST THRU 7000-WRITE-DATEHIST-EXIT
001790     CLOSE DATEFILE
001800     DISPLAY "DAYOPEN - BUSINESS DATE " WS-TODAY-DATE
001810         " OPENED (NEW CONTROL FILE)".
001830     EXIT.
001840*----------------------------------------------------------------
001850 4000-OPEN-NEW-DATE.
001851     MOVE WS-TODAY-DATE TO WS-CHECK-DATE
001852     PERFORM 6000-CHECK-CLOSED-PERIOD
001853         THRU 6000-CHECK-CLOSED-PERIOD-EXIT
001860     MOVE WS-TODAY-DATE   TO DC-BUSINESS-DATE
001870     SET DC-IS-OPEN TO TRUE
001880     MOVE WS-TODAY-DATE   TO DC-OPENED-DATE
001900     MOVE ZERO            TO DC-CLOSED-DATE
001910     MOVE ZERO            TO DC-CLOSED-TIME
001920     REWRITE DC-DATECTL-RECORD
001921     MOVE "O" TO WS-HIST-EVENT
001922     PERFORM 7000-WRITE-DATEHIST THRU 7000-WRITE-DATEHIST-EXIT
001930     DISPLAY "DAYOPEN - BUSINESS DATE " WS-TODAY-DATE
001940         " OPENED".
001950 4000-OPEN-NEW-DATE-EXIT.
002100         MOVE 8 TO RETURN-CODE
002110         STOP RUN
002120     END-IF
002121     MOVE WS-FORCE-OPERATOR TO WS-AUTH-OPERATOR
002122     MOVE DC-BUSINESS-DATE TO WS-AUTH-TARGET-KEY
002123     PERFORM 6500-CHECK-AUTHORITY THRU 6500-CHECK-AUTHORITY-EXIT
002124     IF NOT WS-AUTH-GRANTED
002125         DISPLAY "DAYOPEN - OPERATOR " WS-FORCE-OPERATOR
002126             " IS NOT AUTHORIZED TO FORCE - REFUSING A SECOND "
002127             "RUN OF " DC-BUSINESS-DATE
002128         CLOSE DATEFILE
002129         MOVE 8 TO RETURN-CODE
002130         STOP RUN
002131     END-IF
002132     MOVE DC-BUSINESS-DATE TO WS-CHECK-DATE
002133     PERFORM 6000-CHECK-CLOSED-PERIOD
002134         THRU 6000-CHECK-CLOSED-PERIOD-EXIT
002135     SET DC-IS-OPEN TO TRUE
002140     MOVE WS-TODAY-DATE   TO DC-OPENED-DATE
002150     MOVE WS-CURRENT-TIME TO DC-OPENED-TIME
002160     MOVE ZERO            TO DC-CLOSED-DATE
002170     MOVE ZERO            TO DC-CLOSED-TIME
002180     REWRITE DC-DATECTL-RECORD
002181     MOVE "F" TO WS-HIST-EVENT
002182     PERFORM 7000-WRITE-DATEHIST THRU 7000-WRITE-DATEHIST-EXIT
002190     DISPLAY "DAYOPEN - BUSINESS DATE " DC-BUSINESS-DATE
002200         " REOPENED UNDER FORCE".
002210 5000-RULE-ON-RERUN-EXIT.
002220     EXIT.
002230*----------------------------------------------------------------
002240* 6000-CHECK-CLOSED-PERIOD  --  WS-CHECK-DATE IS ABOUT TO BE
002250*                               (RE)OPENED.  IF PERCLOSE HAS
002260*                               CLOSED ITS MONTH, ONLY A REOPEN
002270*                               CARD FOR THAT PERIOD LETS IT BY;
002280*                               FORCE DOES NOT.
002290*----------------------------------------------------------------
002300 6000-CHECK-CLOSED-PERIOD.
002310     MOVE "N" TO WS-CLOSED-SWITCH
002320     MOVE "N" TO WS-EOF-SWITCH
002330     OPEN INPUT PERDHIST
002340     IF WS-PERD-STATUS = "35"
002350         GO TO 6000-CHECK-CLOSED-RULE
002360     END-IF
002370     IF WS-PERD-STATUS NOT = "00"
002380         DISPLAY "DAYOPEN ABEND - CANNOT OPEN PERDHIST, STATUS = "
002390             WS-PERD-STATUS
002400         MOVE 16 TO RETURN-CODE
002410         STOP RUN
002420     END-IF
002430     PERFORM 6100-READ-ONE-PERIOD THRU 6100-READ-ONE-PERIOD-EXIT
002440         UNTIL WS-EOF OR WS-PERIOD-CLOSED
002450     CLOSE PERDHIST.
002460 6000-CHECK-CLOSED-RULE.
002470     IF WS-REOPEN-GIVEN
002480         AND (NOT WS-PERIOD-CLOSED
002490              OR WS-REOPEN-PERIOD NOT = WS-CHECK-PERIOD)
002500         DISPLAY "DAYOPEN - REOPEN CARD FOR " WS-REOPEN-PERIOD
002510             " DOES NOT APPLY TO " WS-CHECK-DATE " - IGNORED"
002520     END-IF
002530     IF NOT WS-PERIOD-CLOSED
002540         GO TO 6000-CHECK-CLOSED-PERIOD-EXIT
002550     END-IF
002560     IF NOT WS-REOPEN-GIVEN
002570         OR WS-REOPEN-PERIOD NOT = WS-CHECK-PERIOD
002580         DISPLAY "DAYOPEN - BUSINESS DATE " WS-CHECK-DATE
002590             " IS IN PERIOD " WS-CHECK-PERIOD ", CLOSED BY "
002600             "PERCLOSE - REFUSED (SUBMIT WITH A REOPAUTH REOPEN "
002610             "CARD TO REOPEN THE PERIOD)"
002620         MOVE 8 TO RETURN-CODE
002630         STOP RUN
002640     END-IF
002650     MOVE WS-REOPEN-OPERATOR TO WS-AUTH-OPERATOR
002660     MOVE WS-CHECK-PERIOD TO WS-AUTH-TARGET-KEY
002670     PERFORM 6500-CHECK-AUTHORITY THRU 6500-CHECK-AUTHORITY-EXIT
002680     IF NOT WS-AUTH-GRANTED
002690         DISPLAY "DAYOPEN - OPERATOR " WS-REOPEN-OPERATOR
002700             " IS NOT AUTHORIZED TO REOPEN PERIOD "
002710             WS-CHECK-PERIOD " - REFUSED"
002720         MOVE 8 TO RETURN-CODE
002730         STOP RUN
002740     END-IF
002750     DISPLAY "DAYOPEN - PERIOD " WS-CHECK-PERIOD
002760         " REOPENED ON THE AUTHORITY OF " WS-REOPEN-OPERATOR
002770     DISPLAY "DAYOPEN - RECLOSE PERIOD " WS-CHECK-PERIOD
002780         " WITH PERCLOSE ONCE THE NIGHT HAS RUN".
002790 6000-CHECK-CLOSED-PERIOD-EXIT.
002800     EXIT.
002810*----------------------------------------------------------------
002820 6100-READ-ONE-PERIOD.
002830     READ PERDHIST
002840         AT END
002850             SET WS-EOF TO TRUE
002860             GO TO 6100-READ-ONE-PERIOD-EXIT
002870     END-READ
002880     IF PD-PERIOD = WS-CHECK-PERIOD
002890         SET WS-PERIOD-CLOSED TO TRUE
002900     END-IF.
002910 6100-READ-ONE-PERIOD-EXIT.
002920     EXIT.
002930*----------------------------------------------------------------
002940* 6500-CHECK-AUTHORITY  --  MAY WS-AUTH-OPERATOR FORCE OR REOPEN
002950*                           WS-AUTH-TARGET-KEY?  OPAUTHSB LOGS THE
002960*                           CHECK TO SECLOG EITHER WAY.
002970*----------------------------------------------------------------
002980 6500-CHECK-AUTHORITY.
002990     CALL "OPAUTHSB" USING WS-AUTH-PROGRAM-ID
003000                            WS-AUTH-OPERATOR
003010                            WS-AUTH-FUNCTION
003020                            WS-AUTH-TARGET-KEY
003030                            WS-AUTH-RESULT.
003040 6500-CHECK-AUTHORITY-EXIT.
003050     EXIT.
003060*----------------------------------------------------------------
003070* 7000-WRITE-DATEHIST  --  APPEND THE OPEN OF DC-BUSINESS-DATE
003080*                          (EVENT IN WS-HIST-EVENT) TO THE
003090*                          PERMANENT DATE HISTORY, OPENED MOD BY
003100*                          THE JCL.
003110*----------------------------------------------------------------
003120 7000-WRITE-DATEHIST.
003130     OPEN OUTPUT DATEHIST
003140     IF WS-HIST-STATUS NOT = "00"
003150         DISPLAY "DAYOPEN ABEND - CANNOT OPEN DATEHIST, STATUS = "
003160             WS-HIST-STATUS
003170         MOVE 16 TO RETURN-CODE
003180         STOP RUN
003190     END-IF
003200     MOVE SPACES           TO DH-DATE-EVENT-RECORD
003210     MOVE DC-BUSINESS-DATE TO DH-BUSINESS-DATE
003220     MOVE WS-HIST-EVENT    TO DH-EVENT
003230     MOVE WS-TODAY-DATE    TO DH-EVENT-DATE
003240     MOVE WS-CURRENT-TIME  TO DH-EVENT-TIME
003250     MOVE "DAYOPEN"        TO DH-PROGRAM
003260     WRITE DH-DATE-EVENT-RECORD
003270     CLOSE DATEHIST.
003280 7000-WRITE-DATEHIST-EXIT.
003290     EXIT.
