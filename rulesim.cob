000010*----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------
000040 PROGRAM-ID.    RULESIM.
000050 AUTHOR.        M. TORRES.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED. 2026-10-15.
000090*----------------------------------------------------------------
000100* WHAT-IF SIMULATION OF A PROPOSED RULES FILE.  RULEMNT PROVES
000110* A PROPOSED RULEFILE IS WELL FORMED; THIS PROGRAM SHOWS WHAT IT
000120* WOULD DO.  EVERY ITEM ON A RETAINED CLASFILE GENERATION
000130* (CLASHIST) IS RUN BACK THROUGH CLSFYSUB -- THE SAME ROUTINE
000140* THE NIGHTLY CLASSIFIER CALLS -- WITH THE CANDIDATE RULES
000150* ALLOCATED AS RULEFILE, AND THE CLASS CODES IT WOULD GET ARE
000160* SET AGAINST THE CODES IT ACTUALLY GOT THAT NIGHT.
000170*
000180* THE EFFECTIVE DATING USES THAT GENERATION'S OWN BUSINESS
000190* DATE: THE JOB SUPPLIES A ONE-RECORD DATEFILE CARRYING IT, SO
000200* CLSFYSUB (THROUGH BUSDATSB) DATES THE CANDIDATE RULES EXACTLY
000210* AS THE NIGHTLY RUN WOULD HAVE ON THAT NIGHT.  EVERY CLASFILE
000220* RECORD'S RUN DATE IS PROVED AGAINST IT (RC=8 ON MISMATCH,
000230* THE SAME GUARD THE REPRINT PROGRAMS USE), SO A MISCOUNTED
000240* GENERATION NUMBER CANNOT PASS FOR THE REQUESTED NIGHT.
000250*
000260* THE IMPACT REPORT SHOWS:
000270*   - PER RULE POSITION, HOW MANY ITEMS CARRY THE CODE NOW, HOW
000280*     MANY WOULD UNDER THE CANDIDATE, AND HOW MANY GAIN AND LOSE
000290*     IT (A POSITION WHOSE LETTER CHANGES COUNTS EVERY ITEM THAT
000300*     CARRIED IT AS BOTH A LOSS OF THE OLD AND A GAIN OF THE NEW)
000310*   - PER RECEIVER ON RECVPROF (FEED EXPTF1-EXPTF5 IN PROFILE
000320*     ORDER), THE DETAIL COUNT THE NIGHT'S FEED CARRIED AND THE
000330*     COUNT IT WOULD CARRY, WITH THE SAME SUBSCRIPTION TEST AS
000340*     DLYEXPRT (CATEGORY LIST OR CLASS-CODE LIST; BOTH BLANK
000350*     TAKES EVERYTHING)
000360*
000370* NOTHING LIVE IS TOUCHED: NO CLASFILE, AUDIT MASTER, SUMMARY
000380* HISTORY, FEED, CONTROL TOTAL OR RUN-LOG RECORD IS WRITTEN.
000390*
000400* FILES
000410*   CLASFILE  INPUT   - THE CHOSEN CLASHIST GENERATION,
000420*                       NC-NUMCLASS-RECORD (NUMCLASS.CPY).
000430*   RECVPROF  INPUT   - RV-RECEIVER-RECORD (RECVREC.CPY).  NO
000440*                       PROFILE FILE MEANS THE ONE BUILT-IN
000450*                       "ALL" RECEIVER, AS IN DLYEXPRT.
000460*   RULEFILE  INPUT   - THE CANDIDATE RULES (RULEREC.CPY), READ
000470*                       BY CLSFYSUB ON ITS FIRST CALL.
000480*   DATEFILE  INPUT   - ONE DATECTL.CPY RECORD CARRYING THE
000490*                       GENERATION'S BUSINESS DATE, READ BY
000500*                       BUSDATSB.
000510*   SIMRPT    OUTPUT  - THE PRINTED IMPACT REPORT.
000520*
000530* RETURN CODES: 0 CLEAN, 8 WHEN THE GENERATION DOES NOT HOLD
000540* THE BUSINESS DATE SUPPLIED, 16 ON AN ABEND.
000550*
000560* MAINTENANCE HISTORY
000570*   2026-10-15  M.TORRES   ORIGINAL PROGRAM.
000580*----------------------------------------------------------------
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT CLASFILE ASSIGN TO "CLASFILE"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-CLAS-STATUS.
000650     SELECT RECVPROF ASSIGN TO "RECVPROF"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-PROF-STATUS.
000680     SELECT SIMRPT ASSIGN TO "SIMRPT"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-RPT-STATUS.
000710*----------------------------------------------------------------
000720 DATA DIVISION.
000730 FILE SECTION.
000740*----------------------------------------------------------------
000750 FD  CLASFILE
000760     RECORDING MODE IS F.
000770     COPY NUMCLASS.
000780*----------------------------------------------------------------
000790 FD  RECVPROF
000800     RECORDING MODE IS F.
000810     COPY RECVREC.
000820*----------------------------------------------------------------
000830 FD  SIMRPT
000840     RECORDING MODE IS F.
000850 01  REPORT-RECORD               PIC X(80).
000860*----------------------------------------------------------------
000870 WORKING-STORAGE SECTION.
000880*----------------------------------------------------------------
000890 01  WS-SWITCHES.
000900     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000910         88  WS-EOF              VALUE "Y".
000920     05  WS-MATCH-SWITCH         PIC X(01) VALUE "N".
000930         88  WS-RECEIVER-TAKES   VALUE "Y".
000940     05  WS-DUP-SWITCH           PIC X(01) VALUE "N".
000950         88  WS-DUP-RECEIVER     VALUE "Y".
000960     05  WS-VALID-SWITCH         PIC X(01) VALUE "Y".
000970         88  WS-IS-VALID         VALUE "Y".
000980*----------------------------------------------------------------
000990 01  WS-CLAS-STATUS              PIC X(02).
001000 01  WS-PROF-STATUS              PIC X(02).
001010 01  WS-RPT-STATUS               PIC X(02).
001020 01  WS-RUN-DATE                 PIC 9(08).
001030*----------------------------------------------------------------
001040* CLSFYSUB'S ANSWER FOR THE CANDIDATE RULES.  ONLY THE RULE
001050* CODES ARE COMPARED; THE P/I TEST IS BUILT IN AND NO RULES
001060* FILE CAN MOVE IT.
001070*----------------------------------------------------------------
001080 01  WS-CLASSIFICATION           PIC X(20).
001090 01  WS-PARIMPAR-CODE            PIC X(01).
001100 01  WS-SIM-CODES                PIC X(08).
001110*----------------------------------------------------------------
001120* THE RULE CODES THE SUBSCRIPTION TEST LOOKS AT -- THE NIGHT'S
001130* OWN CODES FOR THE CURRENT VOLUME, THE CANDIDATE'S FOR THE
001140* SIMULATED ONE.
001150*----------------------------------------------------------------
001160 01  WS-TEST-CODES               PIC X(08).
001170*----------------------------------------------------------------
001180* PER RULE POSITION: THE LETTER SEEN THERE ON THE NIGHT AND
001190* UNDER THE CANDIDATE, AND THE FOUR COUNTS.
001200*----------------------------------------------------------------
001210 77  WS-CODE-SUB                 PIC 9(02) COMP VALUE ZERO.
001220 01  WS-POSITION-TABLE.
001230     05  WS-POS-ENTRY OCCURS 8 TIMES.
001240         10  WS-POS-LIVE-CODE    PIC X(01).
001250         10  WS-POS-SIM-CODE     PIC X(01).
001260         10  WS-POS-LIVE-COUNT   PIC 9(07) COMP.
001270         10  WS-POS-SIM-COUNT    PIC 9(07) COMP.
001280         10  WS-POS-GAINED       PIC 9(07) COMP.
001290         10  WS-POS-LOST         PIC 9(07) COMP.
001300*----------------------------------------------------------------
001310* THE RECEIVER PROFILES, IN FILE ORDER -- PROFILE N IS FEED N,
001320* LOADED THE SAME WAY DLYEXPRT LOADS THEM.
001330*----------------------------------------------------------------
001340 77  WS-RECV-SUB                 PIC 9(02) COMP VALUE ZERO.
001350 77  WS-RECV-COUNT               PIC 9(02) COMP VALUE ZERO.
001360 77  WS-LIST-SUB                 PIC 9(02) COMP VALUE ZERO.
001370 77  WS-CODE-TALLY               PIC 9(02) COMP VALUE ZERO.
001380 01  WS-RECV-TABLE.
001390     05  WS-RECV-ENTRY OCCURS 5 TIMES.
001400         10  WS-RV-RECEIVER-ID   PIC X(08).
001410         10  WS-RV-CATEGORY-LIST.
001420             15  WS-RV-CATEGORY OCCURS 5 TIMES
001430                                 PIC X(04).
001440         10  WS-RV-CLASS-CODES   PIC X(08).
001450         10  WS-RV-LIVE-COUNT    PIC 9(07) COMP.
001460         10  WS-RV-SIM-COUNT     PIC 9(07) COMP.
001470*----------------------------------------------------------------
001480 01  WS-RECORDS-READ             PIC 9(07) COMP VALUE ZERO.
001490 01  WS-ITEMS-CHANGED            PIC 9(07) COMP VALUE ZERO.
001500 01  WS-DELTA                    PIC S9(07) COMP VALUE ZERO.
001510*----------------------------------------------------------------
001520 01  WS-REPORT-LINE              PIC X(80).
001530*----------------------------------------------------------------
001540 01  WS-POSITION-LINE.
001550     05  FILLER                  PIC X(03) VALUE SPACES.
001560     05  PL-POSITION             PIC 9(01).
001570     05  FILLER                  PIC X(05) VALUE SPACES.
001580     05  PL-LIVE-CODE            PIC X(01).
001590     05  FILLER                  PIC X(05) VALUE SPACES.
001600     05  PL-SIM-CODE             PIC X(01).
001610     05  FILLER                  PIC X(03) VALUE SPACES.
001620     05  PL-LIVE-COUNT           PIC ZZZZZZ9.
001630     05  FILLER                  PIC X(03) VALUE SPACES.
001640     05  PL-SIM-COUNT            PIC ZZZZZZ9.
001650     05  FILLER                  PIC X(03) VALUE SPACES.
001660     05  PL-GAINED               PIC ZZZZZZ9.
001670     05  FILLER                  PIC X(03) VALUE SPACES.
001680     05  PL-LOST                 PIC ZZZZZZ9.
001690     05  FILLER                  PIC X(20) VALUE SPACES.
001700*----------------------------------------------------------------
001710 01  WS-RECEIVER-LINE.
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  RL-RECEIVER-ID          PIC X(08).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  FILLER                  PIC X(05) VALUE "EXPTF".
001760     05  RL-FEED-NUMBER          PIC 9(01).
001770     05  FILLER                  PIC X(03) VALUE SPACES.
001780     05  RL-LIVE-COUNT           PIC ZZZZZZ9.
001790     05  FILLER                  PIC X(03) VALUE SPACES.
001800     05  RL-SIM-COUNT            PIC ZZZZZZ9.
001810     05  FILLER                  PIC X(03) VALUE SPACES.
001820     05  RL-DELTA                PIC ++++++9.
001830     05  FILLER                  PIC X(32) VALUE SPACES.
001840*----------------------------------------------------------------
001850 01  WS-COUNT-ED                 PIC ZZZZZZ9.
001860*----------------------------------------------------------------
001870 PROCEDURE DIVISION.
001880*----------------------------------------------------------------
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001910     PERFORM 2000-SIMULATE-RECORD THRU 2000-SIMULATE-RECORD-EXIT
001920         UNTIL WS-EOF
001930     PERFORM 3000-PRINT-IMPACT THRU 3000-PRINT-IMPACT-EXIT
001940     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
001950     STOP RUN.
001960*----------------------------------------------------------------
001970 1000-INITIALIZE.
001980     CALL "BUSDATSB" USING WS-RUN-DATE
001990     INITIALIZE WS-POSITION-TABLE
002000     OPEN INPUT  CLASFILE
002010     IF WS-CLAS-STATUS NOT = "00"
002020         DISPLAY "RULESIM ABEND - CANNOT OPEN CLASFILE, STATUS = "
002030             WS-CLAS-STATUS
002040         MOVE 16 TO RETURN-CODE
002050         STOP RUN
002060     END-IF
002070     OPEN OUTPUT SIMRPT
002080     IF WS-RPT-STATUS NOT = "00"
002090         DISPLAY "RULESIM ABEND - CANNOT OPEN SIMRPT, STATUS = "
002100             WS-RPT-STATUS
002110         MOVE 16 TO RETURN-CODE
002120         STOP RUN
002130     END-IF
002140     PERFORM 1200-LOAD-PROFILES THRU 1200-LOAD-PROFILES-EXIT
002150     DISPLAY "RULESIM SIMULATING AGAINST BUSINESS DATE "
002160         WS-RUN-DATE
002170     PERFORM 2100-READ-CLASFILE THRU 2100-READ-CLASFILE-EXIT.
002180 1000-INITIALIZE-EXIT.
002190     EXIT.
002200*----------------------------------------------------------------
002210* 1200-LOAD-PROFILES  --  SAME RULES AS DLYEXPRT: NO PROFILE
002220*                         FILE LOADS THE ONE BUILT-IN "ALL"
002230*                         RECEIVER; AN EMPTY, OVERFULL, BLANK-ID
002240*                         OR DUPLICATED PROFILE FILE ABENDS, AS
002250*                         IT WOULD ABEND THE NIGHTLY EXPORT.
002260*----------------------------------------------------------------
002270 1200-LOAD-PROFILES.
002280     INITIALIZE WS-RECV-TABLE
002290     OPEN INPUT RECVPROF
002300     IF WS-PROF-STATUS NOT = "00"
002310         DISPLAY "RULESIM - NO RECEIVER PROFILE FILE, USING "
002320             "THE BUILT-IN ALL RECEIVER"
002330         MOVE 1 TO WS-RECV-COUNT
002340         MOVE "ALL"  TO WS-RV-RECEIVER-ID (1)
002350         MOVE SPACES TO WS-RV-CATEGORY-LIST (1)
002360         MOVE SPACES TO WS-RV-CLASS-CODES (1)
002370         GO TO 1200-LOAD-PROFILES-EXIT
002380     END-IF
002390     PERFORM 1210-LOAD-ONE-PROFILE
002400         THRU 1210-LOAD-ONE-PROFILE-EXIT
002410         UNTIL WS-EOF
002420     CLOSE RECVPROF
002430     MOVE "N" TO WS-EOF-SWITCH
002440     IF WS-RECV-COUNT = ZERO
002450         DISPLAY "RULESIM ABEND - RECVPROF IS ALLOCATED BUT "
002460             "EMPTY"
002470         MOVE 16 TO RETURN-CODE
002480         STOP RUN
002490     END-IF.
002500 1200-LOAD-PROFILES-EXIT.
002510     EXIT.
002520*----------------------------------------------------------------
002530 1210-LOAD-ONE-PROFILE.
002540     READ RECVPROF
002550         AT END
002560             SET WS-EOF TO TRUE
002570             GO TO 1210-LOAD-ONE-PROFILE-EXIT
002580     END-READ
002590     IF WS-RECV-COUNT = 5
002600         DISPLAY "RULESIM ABEND - MORE THAN 5 RECEIVER PROFILES"
002610         MOVE 16 TO RETURN-CODE
002620         STOP RUN
002630     END-IF
002640     IF RV-RECEIVER-ID = SPACES
002650         DISPLAY "RULESIM ABEND - RECVPROF RECORD WITH A "
002660             "BLANK RECEIVER ID"
002670         MOVE 16 TO RETURN-CODE
002680         STOP RUN
002690     END-IF
002700     MOVE "N"  TO WS-DUP-SWITCH
002710     MOVE ZERO TO WS-RECV-SUB
002720     PERFORM 1220-CHECK-DUP-PROFILE
002730         THRU 1220-CHECK-DUP-PROFILE-EXIT
002740         UNTIL WS-DUP-RECEIVER
002750         OR WS-RECV-SUB NOT < WS-RECV-COUNT
002760     IF WS-DUP-RECEIVER
002770         DISPLAY "RULESIM ABEND - RECVPROF LISTS RECEIVER "
002780             RV-RECEIVER-ID " TWICE"
002790         MOVE 16 TO RETURN-CODE
002800         STOP RUN
002810     END-IF
002820     ADD 1 TO WS-RECV-COUNT
002830     MOVE RV-RECEIVER-ID   TO WS-RV-RECEIVER-ID (WS-RECV-COUNT)
002840     MOVE RV-CATEGORY-LIST
002850         TO WS-RV-CATEGORY-LIST (WS-RECV-COUNT)
002860     MOVE RV-CLASS-CODE-LIST
002870         TO WS-RV-CLASS-CODES (WS-RECV-COUNT)
002880     MOVE ZERO TO WS-RV-LIVE-COUNT (WS-RECV-COUNT)
002890     MOVE ZERO TO WS-RV-SIM-COUNT (WS-RECV-COUNT).
002900 1210-LOAD-ONE-PROFILE-EXIT.
002910     EXIT.
002920*----------------------------------------------------------------
002930 1220-CHECK-DUP-PROFILE.
002940     ADD 1 TO WS-RECV-SUB
002950     IF WS-RV-RECEIVER-ID (WS-RECV-SUB) = RV-RECEIVER-ID
002960         SET WS-DUP-RECEIVER TO TRUE
002970     END-IF.
002980 1220-CHECK-DUP-PROFILE-EXIT.
002990     EXIT.
003000*----------------------------------------------------------------
003010* 2000-SIMULATE-RECORD  --  RECLASSIFY ONE ITEM UNDER THE
003020*                           CANDIDATE RULES, TALLY THE CODE
003030*                           DIFFERENCES BY POSITION AND THE
003040*                           SUBSCRIPTION DIFFERENCES BY
003050*                           RECEIVER, THEN READ THE NEXT ONE.
003060*----------------------------------------------------------------
003070 2000-SIMULATE-RECORD.
003080     ADD 1 TO WS-RECORDS-READ
003090     IF NC-RUN-DATE NOT = WS-RUN-DATE
003100         DISPLAY "RULESIM ABEND - CLASFILE RUN DATE "
003110             NC-RUN-DATE " IS NOT THE SUPPLIED BUSINESS DATE "
003120             WS-RUN-DATE " - WRONG GENERATION?"
003130         MOVE 8 TO RETURN-CODE
003140         STOP RUN
003150     END-IF
003160     CALL "CLSFYSUB" USING NC-ITEM-NUMBER
003170                           WS-CLASSIFICATION
003180                           WS-PARIMPAR-CODE
003190                           WS-SIM-CODES
003200                           WS-VALID-SWITCH
003210     IF WS-SIM-CODES NOT = NC-RULE-CODES
003220         ADD 1 TO WS-ITEMS-CHANGED
003230     END-IF
003240     MOVE ZERO TO WS-CODE-SUB
003250     PERFORM 2200-TALLY-ONE-POSITION
003260         THRU 2200-TALLY-ONE-POSITION-EXIT
003270         8 TIMES
003280     MOVE ZERO TO WS-RECV-SUB
003290     PERFORM 2300-TALLY-ONE-RECEIVER
003300         THRU 2300-TALLY-ONE-RECEIVER-EXIT
003310         WS-RECV-COUNT TIMES
003320     PERFORM 2100-READ-CLASFILE THRU 2100-READ-CLASFILE-EXIT.
003330 2000-SIMULATE-RECORD-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------
003360 2100-READ-CLASFILE.
003370     READ CLASFILE
003380         AT END
003390             SET WS-EOF TO TRUE
003400     END-READ.
003410 2100-READ-CLASFILE-EXIT.
003420     EXIT.
003430*----------------------------------------------------------------
003440* 2200-TALLY-ONE-POSITION  --  BYTE N OF THE NIGHT'S CODES
003450*                              AGAINST BYTE N OF THE CANDIDATE'S.
003460*----------------------------------------------------------------
003470 2200-TALLY-ONE-POSITION.
003480     ADD 1 TO WS-CODE-SUB
003490     IF NC-RULE-CODES (WS-CODE-SUB:1) NOT = SPACE
003500         MOVE NC-RULE-CODES (WS-CODE-SUB:1)
003510             TO WS-POS-LIVE-CODE (WS-CODE-SUB)
003520         ADD 1 TO WS-POS-LIVE-COUNT (WS-CODE-SUB)
003530     END-IF
003540     IF WS-SIM-CODES (WS-CODE-SUB:1) NOT = SPACE
003550         MOVE WS-SIM-CODES (WS-CODE-SUB:1)
003560             TO WS-POS-SIM-CODE (WS-CODE-SUB)
003570         ADD 1 TO WS-POS-SIM-COUNT (WS-CODE-SUB)
003580     END-IF
003590     IF WS-SIM-CODES (WS-CODE-SUB:1)
003600             = NC-RULE-CODES (WS-CODE-SUB:1)
003610         GO TO 2200-TALLY-ONE-POSITION-EXIT
003620     END-IF
003630     IF NC-RULE-CODES (WS-CODE-SUB:1) NOT = SPACE
003640         ADD 1 TO WS-POS-LOST (WS-CODE-SUB)
003650     END-IF
003660     IF WS-SIM-CODES (WS-CODE-SUB:1) NOT = SPACE
003670         ADD 1 TO WS-POS-GAINED (WS-CODE-SUB)
003680     END-IF.
003690 2200-TALLY-ONE-POSITION-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------
003720* 2300-TALLY-ONE-RECEIVER  --  WOULD RECEIVER WS-RECV-SUB TAKE
003730*                              THIS ITEM ON THE NIGHT'S CODES,
003740*                              AND ON THE CANDIDATE'S?
003750*----------------------------------------------------------------
003760 2300-TALLY-ONE-RECEIVER.
003770     ADD 1 TO WS-RECV-SUB
003780     MOVE NC-RULE-CODES TO WS-TEST-CODES
003790     PERFORM 3200-CHECK-SUBSCRIPTION
003800         THRU 3200-CHECK-SUBSCRIPTION-EXIT
003810     IF WS-RECEIVER-TAKES
003820         ADD 1 TO WS-RV-LIVE-COUNT (WS-RECV-SUB)
003830     END-IF
003840     MOVE WS-SIM-CODES TO WS-TEST-CODES
003850     PERFORM 3200-CHECK-SUBSCRIPTION
003860         THRU 3200-CHECK-SUBSCRIPTION-EXIT
003870     IF WS-RECEIVER-TAKES
003880         ADD 1 TO WS-RV-SIM-COUNT (WS-RECV-SUB)
003890     END-IF.
003900 2300-TALLY-ONE-RECEIVER-EXIT.
003910     EXIT.
003920*----------------------------------------------------------------
003930* 3000-PRINT-IMPACT  --  HEADING, THE RULE-POSITION BLOCK, THEN
003940*                        THE RECEIVER BLOCK.
003950*----------------------------------------------------------------
003960 3000-PRINT-IMPACT.
003970     MOVE SPACES TO WS-REPORT-LINE
003980     STRING "RULE CHANGE SIMULATION  -  BUSINESS DATE "
003990         WS-RUN-DATE
004000         DELIMITED BY SIZE INTO WS-REPORT-LINE
004010     WRITE REPORT-RECORD FROM WS-REPORT-LINE
004020     MOVE "(CANDIDATE RULEFILE AGAINST A RETAINED GENERATION - "
004030         TO WS-REPORT-LINE
004040     MOVE "NOTHING LIVE CHANGED)" TO WS-REPORT-LINE (53:28)
004050     WRITE REPORT-RECORD FROM WS-REPORT-LINE
004060     MOVE SPACES TO WS-REPORT-LINE
004070     WRITE REPORT-RECORD FROM WS-REPORT-LINE
004080     MOVE "CLASS CODE IMPACT BY RULE POSITION:" TO WS-REPORT-LINE
004090     WRITE REPORT-RECORD FROM WS-REPORT-LINE
004100     MOVE SPACES TO WS-REPORT-LINE
004110     STRING "  POS  LIVE  CAND  ITEMS NOW  ITEMS SIM"
004120         "     GAINED       LOST"
004130         DELIMITED BY SIZE INTO WS-REPORT-LINE
004140     WRITE REPORT-RECORD FROM WS-REPORT-LINE
004150     MOVE ZERO TO WS-CODE-SUB
004160     PERFORM 3100-WRITE-ONE-POSITION
004170         THRU 3100-WRITE-ONE-POSITION-EXIT
004180         8 TIMES
004190     MOVE SPACES TO WS-REPORT-LINE
004200     WRITE REPORT-RECORD FROM WS-REPORT-LINE
004210     MOVE "RECEIVER SUBSCRIPTION VOLUME:" TO WS-REPORT-LINE
004220     WRITE REPORT-RECORD FROM WS-REPORT-LINE
004230     MOVE SPACES TO WS-REPORT-LINE
004240     STRING "  RECEIVER  FEED     CURRENT  SIMULATED"
004250         "   CHANGE"
004260         DELIMITED BY SIZE INTO WS-REPORT-LINE
004270     WRITE REPORT-RECORD FROM WS-REPORT-LINE
004280     MOVE ZERO TO WS-RECV-SUB
004290     PERFORM 3300-WRITE-ONE-RECEIVER
004300         THRU 3300-WRITE-ONE-RECEIVER-EXIT
004310         WS-RECV-COUNT TIMES
004320     MOVE SPACES TO WS-REPORT-LINE
004330     WRITE REPORT-RECORD FROM WS-REPORT-LINE
004340     MOVE WS-RECORDS-READ TO WS-COUNT-ED
004350     MOVE SPACES TO WS-REPORT-LINE
004360     STRING "ITEMS SIMULATED            = " WS-COUNT-ED
004370         DELIMITED BY SIZE INTO WS-REPORT-LINE
004380     WRITE REPORT-RECORD FROM WS-REPORT-LINE
004390     MOVE WS-ITEMS-CHANGED TO WS-COUNT-ED
004400     MOVE SPACES TO WS-REPORT-LINE
004410     STRING "ITEMS WHOSE CODES CHANGE   = " WS-COUNT-ED
004420         DELIMITED BY SIZE INTO WS-REPORT-LINE
004430     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
004440 3000-PRINT-IMPACT-EXIT.
004450     EXIT.
004460*----------------------------------------------------------------
004470 3100-WRITE-ONE-POSITION.
004480     ADD 1 TO WS-CODE-SUB
004490     MOVE WS-CODE-SUB                    TO PL-POSITION
004500     MOVE WS-POS-LIVE-CODE (WS-CODE-SUB)  TO PL-LIVE-CODE
004510     MOVE WS-POS-SIM-CODE (WS-CODE-SUB)   TO PL-SIM-CODE
004520     MOVE WS-POS-LIVE-COUNT (WS-CODE-SUB) TO PL-LIVE-COUNT
004530     MOVE WS-POS-SIM-COUNT (WS-CODE-SUB)  TO PL-SIM-COUNT
004540     MOVE WS-POS-GAINED (WS-CODE-SUB)     TO PL-GAINED
004550     MOVE WS-POS-LOST (WS-CODE-SUB)       TO PL-LOST
004560     WRITE REPORT-RECORD FROM WS-POSITION-LINE.
004570 3100-WRITE-ONE-POSITION-EXIT.
004580     EXIT.
004590*----------------------------------------------------------------
004600* 3200-CHECK-SUBSCRIPTION  --  DLYEXPRT'S TEST, AGAINST
004610*                              WS-TEST-CODES INSTEAD OF THE
004620*                              RECORD'S OWN CODES.  BOTH LISTS
004630*                              BLANK TAKES EVERYTHING; OTHERWISE
004640*                              A CATEGORY-LIST HIT OR A CLASS-
004650*                              CODE HIT TAKES IT.
004660*----------------------------------------------------------------
004670 3200-CHECK-SUBSCRIPTION.
004680     MOVE "N" TO WS-MATCH-SWITCH
004690     IF WS-RV-CATEGORY-LIST (WS-RECV-SUB) = SPACES
004700         AND WS-RV-CLASS-CODES (WS-RECV-SUB) = SPACES
004710         SET WS-RECEIVER-TAKES TO TRUE
004720         GO TO 3200-CHECK-SUBSCRIPTION-EXIT
004730     END-IF
004740     IF NC-CATEGORY NOT = SPACES
004750         MOVE ZERO TO WS-LIST-SUB
004760         PERFORM 3210-CHECK-ONE-CATEGORY
004770             THRU 3210-CHECK-ONE-CATEGORY-EXIT
004780             UNTIL WS-RECEIVER-TAKES OR WS-LIST-SUB NOT < 5
004790     END-IF
004800     IF NOT WS-RECEIVER-TAKES
004810         AND WS-RV-CLASS-CODES (WS-RECV-SUB) NOT = SPACES
004820         AND WS-TEST-CODES NOT = SPACES
004830         MOVE ZERO TO WS-LIST-SUB
004840         PERFORM 3220-CHECK-ONE-CODE
004850             THRU 3220-CHECK-ONE-CODE-EXIT
004860             UNTIL WS-RECEIVER-TAKES OR WS-LIST-SUB NOT < 8
004870     END-IF.
004880 3200-CHECK-SUBSCRIPTION-EXIT.
004890     EXIT.
004900*----------------------------------------------------------------
004910 3210-CHECK-ONE-CATEGORY.
004920     ADD 1 TO WS-LIST-SUB
004930     IF WS-RV-CATEGORY (WS-RECV-SUB WS-LIST-SUB) NOT = SPACES
004940         AND WS-RV-CATEGORY (WS-RECV-SUB WS-LIST-SUB)
004950             = NC-CATEGORY
004960         SET WS-RECEIVER-TAKES TO TRUE
004970     END-IF.
004980 3210-CHECK-ONE-CATEGORY-EXIT.
004990     EXIT.
005000*----------------------------------------------------------------
005010 3220-CHECK-ONE-CODE.
005020     ADD 1 TO WS-LIST-SUB
005030     IF WS-RV-CLASS-CODES (WS-RECV-SUB) (WS-LIST-SUB:1)
005040             NOT = SPACE
005050         MOVE ZERO TO WS-CODE-TALLY
005060         INSPECT WS-TEST-CODES TALLYING WS-CODE-TALLY
005070             FOR ALL WS-RV-CLASS-CODES (WS-RECV-SUB)
005080                 (WS-LIST-SUB:1)
005090         IF WS-CODE-TALLY > ZERO
005100             SET WS-RECEIVER-TAKES TO TRUE
005110         END-IF
005120     END-IF.
005130 3220-CHECK-ONE-CODE-EXIT.
005140     EXIT.
005150*----------------------------------------------------------------
005160 3300-WRITE-ONE-RECEIVER.
005170     ADD 1 TO WS-RECV-SUB
005180     COMPUTE WS-DELTA = WS-RV-SIM-COUNT (WS-RECV-SUB)
005190         - WS-RV-LIVE-COUNT (WS-RECV-SUB)
005200     MOVE WS-RV-RECEIVER-ID (WS-RECV-SUB) TO RL-RECEIVER-ID
005210     MOVE WS-RECV-SUB                     TO RL-FEED-NUMBER
005220     MOVE WS-RV-LIVE-COUNT (WS-RECV-SUB)  TO RL-LIVE-COUNT
005230     MOVE WS-RV-SIM-COUNT (WS-RECV-SUB)   TO RL-SIM-COUNT
005240     MOVE WS-DELTA                        TO RL-DELTA
005250     WRITE REPORT-RECORD FROM WS-RECEIVER-LINE.
005260 3300-WRITE-ONE-RECEIVER-EXIT.
005270     EXIT.
005280*----------------------------------------------------------------
005290 8000-TERMINATE.
005300     CLOSE CLASFILE SIMRPT
005310     DISPLAY "RULESIM ITEMS SIMULATED     = " WS-RECORDS-READ
005320     DISPLAY "RULESIM ITEMS WHOSE CODES CHANGE = "
005330         WS-ITEMS-CHANGED.
005340 8000-TERMINATE-EXIT.
005350     EXIT.
