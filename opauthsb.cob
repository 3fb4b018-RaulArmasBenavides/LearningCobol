000010*----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------
000040 PROGRAM-ID.    OPAUTHSB.
000050 AUTHOR.        M. TORRES.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED. 2026-10-15.
000090*----------------------------------------------------------------
000100* OPAUTHSB DECIDES WHETHER AN OPERATOR MAY PERFORM ONE OF THE
000110* MAINTENANCE OR OVERRIDE FUNCTIONS -- CORRECTING OR WRITING OFF
000120* AN EXCEPTION (EXCPFIX), MAINTAINING THE ITEM MASTER (ITMMAINT),
000130* PROMOTING THE RULE FILE (RULEMNT), FORCING OR REOPENING A
000140* BUSINESS DATE (DAYOPEN).  ANY OF THOSE COULD ONCE BE DONE BY
000150* ANYONE ABLE TO SUBMIT THE JOB.  ON THE FIRST CALL THE OPERATOR
000160* AUTHORITY FILE (OPERAUTH, OPERAUTH.CPY) IS LOADED INTO A TABLE
000170* AND THE SECURITY LOG (SECLOG, SECLOG.CPY) IS OPENED; BOTH ARE
000180* HELD FOR EVERY CALL AFTER THAT, THE SAME WAY BUSDATSB HOLDS
000190* THE BUSINESS DATE.
000200*
000210* CALLED AS:
000220*     CALL "OPAUTHSB" USING LS-PROGRAM-ID
000230*                           LS-OPERATOR-ID
000240*                           LS-FUNCTION
000250*                           LS-TARGET-KEY
000260*                           LS-AUTH-RESULT
000270*
000280*   LS-FUNCTION     "CORRECT", "WRITEOFF", "MAINTAIN", "PROMOTE"
000290*                   OR "FORCE".
000300*   LS-TARGET-KEY   WHAT IS TO BE ACTED ON, LOGGED AS GIVEN.
000310*   LS-AUTH-RESULT  RETURNED "G" (GRANTED) OR "R" (REFUSED).  THE
000320*                   CALLER DECIDES WHAT A REFUSAL MEANS FOR IT.
000330*
000340* EVERY CALL, GRANTED OR REFUSED, APPENDS ONE RECORD TO SECLOG,
000350* WHOSE JCL IS DISP=MOD.  A MISSING OR EMPTY OPERAUTH ABENDS
000360* RATHER THAN REFUSING EVERYONE QUIETLY, AS DOES A BLANK OR
000370* REPEATED OPERATOR ID ON IT, A FULL TABLE, AN UNKNOWN FUNCTION
000380* CODE (A PROGRAM ERROR) OR A SECLOG THAT CANNOT BE WRITTEN --
000390* AN AUTHORITY CHECK THAT CANNOT BE LOGGED IS NOT MADE.
000400*
000410* MAINTENANCE HISTORY
000420*   2026-10-15  M.TORRES   ORIGINAL SUBPROGRAM.
000430*----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT OPERAUTH ASSIGN TO "OPERAUTH"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-AUTH-STATUS.
000500     SELECT SECLOG ASSIGN TO "SECLOG"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-LOG-STATUS.
000530*----------------------------------------------------------------
000540 DATA DIVISION.
000550 FILE SECTION.
000560*----------------------------------------------------------------
000570 FD  OPERAUTH
000580     RECORDING MODE IS F.
000590     COPY OPERAUTH.
000600*----------------------------------------------------------------
000610 FD  SECLOG
000620     RECORDING MODE IS F.
000630     COPY SECLOG.
000640*----------------------------------------------------------------
000650 WORKING-STORAGE SECTION.
000660*----------------------------------------------------------------
000670 01  WS-SWITCHES.
000680     05  WS-LOADED-SWITCH        PIC X(01) VALUE "N".
000690         88  WS-AUTHORITY-LOADED VALUE "Y".
000700     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000710         88  WS-END-OF-AUTH      VALUE "Y".
000720*----------------------------------------------------------------
000730 01  WS-AUTH-STATUS              PIC X(02).
000740 01  WS-LOG-STATUS               PIC X(02).
000750*----------------------------------------------------------------
000760* FUNCTION CODES, IN THE ORDER OF OA-FUNCTION-FLAG.
000770*----------------------------------------------------------------
000780 01  WS-FUNCTION-CODES.
000790     05  FILLER                  PIC X(08) VALUE "CORRECT".
000800     05  FILLER                  PIC X(08) VALUE "WRITEOFF".
000810     05  FILLER                  PIC X(08) VALUE "MAINTAIN".
000820     05  FILLER                  PIC X(08) VALUE "PROMOTE".
000830     05  FILLER                  PIC X(08) VALUE "FORCE".
000840 01  WS-FUNCTION-TABLE REDEFINES WS-FUNCTION-CODES.
000850     05  WS-FUNCTION-CODE        PIC X(08) OCCURS 5 TIMES.
000860 01  WS-FUNCTION-COUNT           PIC 9(01) VALUE 5.
000870*----------------------------------------------------------------
000880 01  WS-OPERATOR-TABLE.
000890     05  WS-OPERATOR-ENTRY       OCCURS 200 TIMES.
000900         10  WS-TBL-OPERATOR-ID  PIC X(08).
000910         10  WS-TBL-FLAGS        PIC X(05).
000920         10  WS-TBL-FLAG REDEFINES WS-TBL-FLAGS
000930                                 PIC X(01) OCCURS 5 TIMES.
000940 01  WS-OPERATOR-MAX             PIC 9(03) VALUE 200.
000950 01  WS-OPERATOR-COUNT           PIC 9(03) VALUE ZERO.
000960 01  WS-SEARCH-OPERATOR-ID       PIC X(08).
000970*----------------------------------------------------------------
000980 01  WS-SUBSCRIPTS.
000990     05  WS-FX                   PIC 9(01).
001000     05  WS-FUNCTION-IX          PIC 9(01).
001010     05  WS-OX                   PIC 9(03).
001020     05  WS-OPERATOR-IX          PIC 9(03).
001030*----------------------------------------------------------------
001040 LINKAGE SECTION.
001050*----------------------------------------------------------------
001060 01  LS-PROGRAM-ID               PIC X(08).
001070 01  LS-OPERATOR-ID              PIC X(08).
001080 01  LS-FUNCTION                 PIC X(08).
001090 01  LS-TARGET-KEY               PIC X(20).
001100 01  LS-AUTH-RESULT              PIC X(01).
001110     88  LS-GRANTED              VALUE "G".
001120     88  LS-REFUSED              VALUE "R".
001130*----------------------------------------------------------------
001140 PROCEDURE DIVISION USING LS-PROGRAM-ID
001150                          LS-OPERATOR-ID
001160                          LS-FUNCTION
001170                          LS-TARGET-KEY
001180                          LS-AUTH-RESULT.
001190*----------------------------------------------------------------
001200 0000-MAINLINE.
001210     IF NOT WS-AUTHORITY-LOADED
001220         PERFORM 1000-LOAD-AUTHORITY THRU 1000-LOAD-AUTHORITY-EXIT
001230     END-IF
001240     PERFORM 2000-CHECK-AUTHORITY THRU 2000-CHECK-AUTHORITY-EXIT
001250     PERFORM 3000-WRITE-LOG THRU 3000-WRITE-LOG-EXIT
001260     GOBACK.
001270*----------------------------------------------------------------
001280* 1000-LOAD-AUTHORITY  --  FIRST CALL ONLY.  LOADS OPERAUTH AND
001290*                          OPENS SECLOG FOR THE LIFE OF THE RUN.
001300*----------------------------------------------------------------
001310 1000-LOAD-AUTHORITY.
001320     SET WS-AUTHORITY-LOADED TO TRUE
001330     OPEN INPUT OPERAUTH
001340     IF WS-AUTH-STATUS NOT = "00"
001350         DISPLAY "OPAUTHSB ABEND - OPERAUTH OPEN FAILED, STATUS "
001360             WS-AUTH-STATUS
001370         MOVE 16 TO RETURN-CODE
001380         STOP RUN
001390     END-IF
001400     PERFORM 1100-LOAD-ONE-OPERATOR
001410         THRU 1100-LOAD-ONE-OPERATOR-EXIT
001420         UNTIL WS-END-OF-AUTH
001430     CLOSE OPERAUTH
001440     IF WS-OPERATOR-COUNT = ZERO
001450         DISPLAY "OPAUTHSB ABEND - OPERAUTH IS EMPTY"
001460         MOVE 16 TO RETURN-CODE
001470         STOP RUN
001480     END-IF
001490     OPEN OUTPUT SECLOG
001500     IF WS-LOG-STATUS NOT = "00"
001510         DISPLAY "OPAUTHSB ABEND - SECLOG OPEN FAILED, STATUS "
001520             WS-LOG-STATUS
001530         MOVE 16 TO RETURN-CODE
001540         STOP RUN
001550     END-IF.
001560 1000-LOAD-AUTHORITY-EXIT.
001570     EXIT.
001580*----------------------------------------------------------------
001590* 1100-LOAD-ONE-OPERATOR  --  ONE OPERAUTH RECORD INTO THE TABLE.
001600*----------------------------------------------------------------
001610 1100-LOAD-ONE-OPERATOR.
001620     READ OPERAUTH
001630         AT END
001640             SET WS-END-OF-AUTH TO TRUE
001650             GO TO 1100-LOAD-ONE-OPERATOR-EXIT
001660     END-READ
001670     IF OA-OPERATOR-ID = SPACES
001680         DISPLAY "OPAUTHSB ABEND - OPERAUTH RECORD WITH NO "
001690             "OPERATOR ID"
001700         MOVE 16 TO RETURN-CODE
001710         STOP RUN
001720     END-IF
001730     MOVE OA-OPERATOR-ID TO WS-SEARCH-OPERATOR-ID
001740     PERFORM 2200-FIND-OPERATOR THRU 2200-FIND-OPERATOR-EXIT
001750     IF WS-OPERATOR-IX NOT = ZERO
001760         DISPLAY "OPAUTHSB ABEND - OPERATOR " OA-OPERATOR-ID
001770             " IS ON OPERAUTH TWICE"
001780         MOVE 16 TO RETURN-CODE
001790         STOP RUN
001800     END-IF
001810     IF WS-OPERATOR-COUNT NOT < WS-OPERATOR-MAX
001820         DISPLAY "OPAUTHSB ABEND - OPERAUTH HAS MORE THAN "
001830             WS-OPERATOR-MAX " OPERATORS"
001840         MOVE 16 TO RETURN-CODE
001850         STOP RUN
001860     END-IF
001870     ADD 1 TO WS-OPERATOR-COUNT
001880     MOVE OA-OPERATOR-ID
001890         TO WS-TBL-OPERATOR-ID (WS-OPERATOR-COUNT)
001900     MOVE OA-FUNCTION-FLAGS TO WS-TBL-FLAGS (WS-OPERATOR-COUNT).
001910 1100-LOAD-ONE-OPERATOR-EXIT.
001920     EXIT.
001930*----------------------------------------------------------------
001940* 2000-CHECK-AUTHORITY  --  GRANTED ONLY WHEN THE OPERATOR IS ON
001950*                           FILE AND HOLDS "Y" FOR THE FUNCTION.
001960*----------------------------------------------------------------
001970 2000-CHECK-AUTHORITY.
001980     PERFORM 2100-FIND-FUNCTION THRU 2100-FIND-FUNCTION-EXIT
001990     IF WS-FUNCTION-IX = ZERO
002000         DISPLAY "OPAUTHSB ABEND - " LS-PROGRAM-ID
002010             " ASKED FOR UNKNOWN FUNCTION " LS-FUNCTION
002020         MOVE 16 TO RETURN-CODE
002030         STOP RUN
002040     END-IF
002050     MOVE SPACES TO SL-SECURITY-RECORD
002060     SET SL-REFUSED TO TRUE
002070     SET LS-REFUSED TO TRUE
002080     MOVE LS-OPERATOR-ID TO WS-SEARCH-OPERATOR-ID
002090     PERFORM 2200-FIND-OPERATOR THRU 2200-FIND-OPERATOR-EXIT
002100     IF WS-SEARCH-OPERATOR-ID = SPACES
002110         OR WS-OPERATOR-IX = ZERO
002120         SET SL-NOT-ON-FILE TO TRUE
002130         GO TO 2000-CHECK-AUTHORITY-EXIT
002140     END-IF
002150     IF WS-TBL-FLAG (WS-OPERATOR-IX, WS-FUNCTION-IX) NOT = "Y"
002160         SET SL-NOT-GRANTED TO TRUE
002170         GO TO 2000-CHECK-AUTHORITY-EXIT
002180     END-IF
002190     SET SL-GRANTED TO TRUE
002200     SET LS-GRANTED TO TRUE.
002210 2000-CHECK-AUTHORITY-EXIT.
002220     EXIT.
002230*----------------------------------------------------------------
002240* 2100-FIND-FUNCTION  --  WS-FUNCTION-IX = POSITION OF LS-FUNCTION
002250*                         IN THE CODE TABLE, ZERO IF NOT THERE.
002260*----------------------------------------------------------------
002270 2100-FIND-FUNCTION.
002280     MOVE ZERO TO WS-FUNCTION-IX
002290     MOVE 1 TO WS-FX
002300     PERFORM 2110-TEST-ONE-FUNCTION
002310         THRU 2110-TEST-ONE-FUNCTION-EXIT
002320         UNTIL WS-FX > WS-FUNCTION-COUNT
002330            OR WS-FUNCTION-IX NOT = ZERO.
002340 2100-FIND-FUNCTION-EXIT.
002350     EXIT.
002360*----------------------------------------------------------------
002370 2110-TEST-ONE-FUNCTION.
002380     IF WS-FUNCTION-CODE (WS-FX) = LS-FUNCTION
002390         MOVE WS-FX TO WS-FUNCTION-IX
002400     END-IF
002410     ADD 1 TO WS-FX.
002420 2110-TEST-ONE-FUNCTION-EXIT.
002430     EXIT.
002440*----------------------------------------------------------------
002450* 2200-FIND-OPERATOR  --  WS-OPERATOR-IX = TABLE ENTRY FOR
002460*                         WS-SEARCH-OPERATOR-ID, ZERO IF NONE.
002470*----------------------------------------------------------------
002480 2200-FIND-OPERATOR.
002490     MOVE ZERO TO WS-OPERATOR-IX
002500     MOVE 1 TO WS-OX
002510     PERFORM 2210-TEST-ONE-OPERATOR
002520         THRU 2210-TEST-ONE-OPERATOR-EXIT
002530         UNTIL WS-OX > WS-OPERATOR-COUNT
002540            OR WS-OPERATOR-IX NOT = ZERO.
002550 2200-FIND-OPERATOR-EXIT.
002560     EXIT.
002570*----------------------------------------------------------------
002580 2210-TEST-ONE-OPERATOR.
002590     IF WS-TBL-OPERATOR-ID (WS-OX) = WS-SEARCH-OPERATOR-ID
002600         MOVE WS-OX TO WS-OPERATOR-IX
002610     END-IF
002620     ADD 1 TO WS-OX.
002630 2210-TEST-ONE-OPERATOR-EXIT.
002640     EXIT.
002650*----------------------------------------------------------------
002660* 3000-WRITE-LOG  --  ONE SECLOG RECORD FOR THIS CHECK.  THE
002670*                     OUTCOME AND REASON ARE ALREADY SET.
002680*----------------------------------------------------------------
002690 3000-WRITE-LOG.
002700     ACCEPT SL-LOG-DATE FROM DATE YYYYMMDD
002710     ACCEPT SL-LOG-TIME FROM TIME
002720     MOVE LS-PROGRAM-ID TO SL-PROGRAM-ID
002730     MOVE LS-OPERATOR-ID TO SL-OPERATOR-ID
002740     MOVE LS-FUNCTION TO SL-FUNCTION
002750     MOVE LS-TARGET-KEY TO SL-TARGET-KEY
002760     WRITE SL-SECURITY-RECORD
002770     IF WS-LOG-STATUS NOT = "00"
002780         DISPLAY "OPAUTHSB ABEND - SECLOG WRITE FAILED, STATUS "
002790             WS-LOG-STATUS
002800         MOVE 16 TO RETURN-CODE
002810         STOP RUN
002820     END-IF
002830     IF LS-REFUSED
002840         DISPLAY "OPAUTHSB - " LS-FUNCTION
002850             " REFUSED FOR OPERATOR " LS-OPERATOR-ID
002860             " (" LS-PROGRAM-ID ")"
002870     END-IF.
002880 3000-WRITE-LOG-EXIT.
002890     EXIT.
