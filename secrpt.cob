000010*----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------
000040 PROGRAM-ID.    SECRPT.
000050 AUTHOR.        M. TORRES.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED. 2026-10-15.
000090*----------------------------------------------------------------
000100* WEEKLY SECURITY REPORT.  EVERY TIME EXCPFIX, ITMMAINT, RULEMNT
000110* OR DAYOPEN ASKS WHETHER AN OPERATOR MAY CORRECT OR WRITE OFF AN
000120* EXCEPTION, MAINTAIN AN ITEM, PROMOTE THE RULE FILE OR FORCE A
000130* DATE, OPAUTHSB APPENDS THE ANSWER TO THE SECURITY LOG.  THIS
000140* REPORT COVERS THE SEVEN DAYS ENDING THE DAY BEFORE THE RUN
000141* DATE -- ON THE MONDAY-MORNING RUN, THE PREVIOUS MONDAY THROUGH
000142* SUNDAY, SO EVERY CHECK LOGGED ON THE RUN DATE (A MONDAY-
000143* NIGHT DAYOPEN FORCE, SAY) FALLS IN NEXT WEEK'S REPORT: GRANTED
000150* AND REFUSED COUNTS BY OPERATOR AND FUNCTION, THEN EVERY REFUSED
000160* ATTEMPT (THE SECURITY VIOLATIONS) ONE LINE EACH WITH ITS
000170* TIMESTAMP, PROGRAM, FUNCTION, TARGET AND WHY IT WAS REFUSED.
000180*
000190* FILES
000200*   SECLOG    INPUT   - SL-SECURITY-RECORD (SECLOG.CPY).  READ
000210*                       TWICE: ONCE FOR THE TALLIES, AGAIN FOR
000220*                       THE VIOLATION DETAIL LINES, AS EXCPRPT
000230*                       READS THE EXCEPTION MASTER.  RECORDS
000240*                       OUTSIDE THE WEEK ARE PASSED OVER.
000250*   SECRFILE  OUTPUT  - THE PRINTED REPORT.
000260*
000270* RETURN CODES: 0 CLEAN, 4 WHEN ANY ATTEMPT IN THE WEEK WAS
000280* REFUSED (SO A WEEK WITH VIOLATIONS SHOWS IN THE JOB LOG ALONE),
000290* 16 ON AN ABEND.
000300*
000310* MAINTENANCE HISTORY
000320*   2026-10-15  M.TORRES   ORIGINAL PROGRAM.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SECLOG ASSIGN TO "SECLOG"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-LOG-STATUS.
000400     SELECT SECRFILE ASSIGN TO "SECRFILE"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-RPT-STATUS.
000430*----------------------------------------------------------------
000440 DATA DIVISION.
000450 FILE SECTION.
000460*----------------------------------------------------------------
000470 FD  SECLOG
000480     RECORDING MODE IS F.
000490     COPY SECLOG.
000500*----------------------------------------------------------------
000510 FD  SECRFILE
000520     RECORDING MODE IS F.
000530 01  REPORT-RECORD               PIC X(80).
000540*----------------------------------------------------------------
000550 WORKING-STORAGE SECTION.
000560*----------------------------------------------------------------
000570 01  WS-SWITCHES.
000580     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000590         88  WS-EOF              VALUE "Y".
000600     05  WS-IN-WEEK-SWITCH       PIC X(01) VALUE "N".
000610         88  WS-IN-WEEK          VALUE "Y".
000620         88  WS-LOG-UNREADABLE   VALUE "U".
000630     05  WS-OPR-FOUND-SWITCH     PIC X(01) VALUE "N".
000640         88  WS-OPR-FOUND        VALUE "Y".
000650*----------------------------------------------------------------
000660 01  WS-LOG-STATUS               PIC X(02).
000670 01  WS-RPT-STATUS               PIC X(02).
000680*----------------------------------------------------------------
000690* THE WEEK: THE SEVEN DAYS BEFORE THE RUN DATE.
000700*----------------------------------------------------------------
000710 77  WS-WEEK-DAYS                PIC 9(02) VALUE 07.
000720 01  WS-RUN-DATE                 PIC 9(08).
000730 01  WS-WEEK-START-DATE          PIC 9(08).
000735 01  WS-WEEK-END-DATE            PIC 9(08).
000740 77  WS-END-DAY-NUM              PIC 9(07) COMP VALUE ZERO.
000750 77  WS-START-DAY-NUM            PIC 9(07) COMP VALUE ZERO.
000760 77  WS-LOG-DAY-NUM              PIC 9(07) COMP VALUE ZERO.
000770*----------------------------------------------------------------
000780* FUNCTION CODES, IN OPAUTHSB'S ORDER.
000790*----------------------------------------------------------------
000800 01  WS-FUNCTION-CODES.
000810     05  FILLER                  PIC X(08) VALUE "CORRECT".
000820     05  FILLER                  PIC X(08) VALUE "WRITEOFF".
000830     05  FILLER                  PIC X(08) VALUE "MAINTAIN".
000840     05  FILLER                  PIC X(08) VALUE "PROMOTE".
000850     05  FILLER                  PIC X(08) VALUE "FORCE".
000860 01  WS-FUNCTION-TABLE REDEFINES WS-FUNCTION-CODES.
000870     05  WS-FUNCTION-CODE        PIC X(08) OCCURS 5 TIMES.
000880 77  WS-FUNCTION-COUNT           PIC 9(01) VALUE 5.
000890 77  WS-FX                       PIC 9(01) COMP VALUE ZERO.
000900 77  WS-FUNCTION-IX              PIC 9(01) COMP VALUE ZERO.
000910*----------------------------------------------------------------
000920* GRANTED AND REFUSED COUNTS PER OPERATOR AND FUNCTION, OPERATORS
000930* FILED IN FIRST-SEEN ORDER.
000940*----------------------------------------------------------------
000950 77  WS-OPR-SUB                  PIC 9(03) COMP VALUE ZERO.
000960 77  WS-OPR-COUNT                PIC 9(03) COMP VALUE ZERO.
000970 77  WS-OPR-MAX                  PIC 9(03) COMP VALUE 200.
000980 01  WS-OPERATOR-TALLIES.
000990     05  WS-OPR-ENTRY OCCURS 200 TIMES.
001000         10  WS-OPR-ID           PIC X(08).
001010         10  WS-OPR-FUNCTION OCCURS 5 TIMES.
001020             15  WS-OPR-GRANTED  PIC 9(07) COMP.
001030             15  WS-OPR-REFUSED  PIC 9(07) COMP.
001040*----------------------------------------------------------------
001050 01  WS-COUNTS.
001060     05  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
001070     05  WS-WEEK-COUNT           PIC 9(07) COMP VALUE ZERO.
001080     05  WS-GRANTED-COUNT        PIC 9(07) COMP VALUE ZERO.
001090     05  WS-REFUSED-COUNT        PIC 9(07) COMP VALUE ZERO.
001100     05  WS-UNREADABLE-COUNT     PIC 9(07) COMP VALUE ZERO.
001110*----------------------------------------------------------------
001120 01  WS-LOG-TIME                 PIC 9(08).
001130 01  WS-LOG-TIME-PARTS REDEFINES WS-LOG-TIME.
001140     05  WS-LOG-HHMMSS           PIC 9(06).
001150     05  FILLER                  PIC 9(02).
001160*----------------------------------------------------------------
001170 01  WS-COUNT-ED                 PIC ZZZZZZ9.
001180 01  WS-REPORT-LINE              PIC X(80).
001190*----------------------------------------------------------------
001200 01  WS-TALLY-LINE.
001210     05  FILLER                  PIC X(02) VALUE SPACES.
001220     05  TL-OPERATOR-ID          PIC X(08).
001230     05  FILLER                  PIC X(04) VALUE SPACES.
001240     05  TL-FUNCTION             PIC X(08).
001250     05  FILLER                  PIC X(04) VALUE SPACES.
001260     05  TL-GRANTED              PIC ZZZZZZ9.
001270     05  FILLER                  PIC X(04) VALUE SPACES.
001280     05  TL-REFUSED              PIC ZZZZZZ9.
001290     05  FILLER                  PIC X(36) VALUE SPACES.
001300*----------------------------------------------------------------
001310 01  WS-VIOLATION-LINE.
001320     05  FILLER                  PIC X(02) VALUE SPACES.
001330     05  VL-LOG-DATE             PIC 9(08).
001340     05  FILLER                  PIC X(01) VALUE SPACES.
001350     05  VL-LOG-TIME             PIC 9(06).
001360     05  FILLER                  PIC X(01) VALUE SPACES.
001370     05  VL-PROGRAM-ID           PIC X(08).
001380     05  FILLER                  PIC X(01) VALUE SPACES.
001390     05  VL-OPERATOR-ID          PIC X(08).
001400     05  FILLER                  PIC X(01) VALUE SPACES.
001410     05  VL-FUNCTION             PIC X(08).
001420     05  FILLER                  PIC X(01) VALUE SPACES.
001430     05  VL-TARGET-KEY           PIC X(20).
001440     05  FILLER                  PIC X(01) VALUE SPACES.
001450     05  VL-REASON               PIC X(11).
001460     05  FILLER                  PIC X(03) VALUE SPACES.
001470*----------------------------------------------------------------
001480 PROCEDURE DIVISION.
001490*----------------------------------------------------------------
001500 0000-MAINLINE.
001510     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001520     PERFORM 2000-TALLY-RECORD THRU 2000-TALLY-RECORD-EXIT
001530         UNTIL WS-EOF
001540     CLOSE SECLOG
001550     PERFORM 3000-PRINT-SUMMARY THRU 3000-PRINT-SUMMARY-EXIT
001560     PERFORM 4000-PRINT-VIOLATIONS
001570         THRU 4000-PRINT-VIOLATIONS-EXIT
001580     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
001590     STOP RUN.
001600*----------------------------------------------------------------
001610 1000-INITIALIZE.
001620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001630     COMPUTE WS-END-DAY-NUM
001640         = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1
001650     COMPUTE WS-START-DAY-NUM
001660         = WS-END-DAY-NUM - WS-WEEK-DAYS + 1
001670     COMPUTE WS-WEEK-START-DATE
001680         = FUNCTION DATE-OF-INTEGER(WS-START-DAY-NUM)
001681     COMPUTE WS-WEEK-END-DATE
001682         = FUNCTION DATE-OF-INTEGER(WS-END-DAY-NUM)
001690     INITIALIZE WS-OPERATOR-TALLIES
001700     OPEN INPUT SECLOG
001710     IF WS-LOG-STATUS NOT = "00"
001720         DISPLAY "SECRPT ABEND - CANNOT OPEN SECLOG, "
001730             "STATUS = " WS-LOG-STATUS
001740         MOVE 16 TO RETURN-CODE
001750         STOP RUN
001760     END-IF
001770     OPEN OUTPUT SECRFILE
001780     IF WS-RPT-STATUS NOT = "00"
001790         DISPLAY "SECRPT ABEND - CANNOT OPEN SECRFILE, "
001800             "STATUS = " WS-RPT-STATUS
001810         MOVE 16 TO RETURN-CODE
001820         STOP RUN
001830     END-IF
001840     MOVE SPACES TO WS-REPORT-LINE
001850     STRING "SECURITY LOG - WEEK " WS-WEEK-START-DATE
001860         " TO " WS-WEEK-END-DATE
001870         DELIMITED BY SIZE INTO WS-REPORT-LINE
001880     WRITE REPORT-RECORD FROM WS-REPORT-LINE
001890     MOVE SPACES TO WS-REPORT-LINE
001900     WRITE REPORT-RECORD FROM WS-REPORT-LINE
001910     PERFORM 2100-READ-SECLOG THRU 2100-READ-SECLOG-EXIT.
001920 1000-INITIALIZE-EXIT.
001930     EXIT.
001940*----------------------------------------------------------------
001950* 2000-TALLY-RECORD  --  ONE CHECK INSIDE THE WEEK, COUNTED
001960*                        AGAINST ITS OPERATOR AND FUNCTION.
001970*----------------------------------------------------------------
001980 2000-TALLY-RECORD.
001990     ADD 1 TO WS-READ-COUNT
002000     PERFORM 2200-TEST-IN-WEEK THRU 2200-TEST-IN-WEEK-EXIT
002010     IF WS-LOG-UNREADABLE
002020         ADD 1 TO WS-UNREADABLE-COUNT
002030     END-IF
002040     IF NOT WS-IN-WEEK
002050         GO TO 2000-TALLY-RECORD-NEXT
002060     END-IF
002070     PERFORM 2300-FIND-FUNCTION THRU 2300-FIND-FUNCTION-EXIT
002080     IF WS-FUNCTION-IX = ZERO
002090         OR (NOT SL-GRANTED AND NOT SL-REFUSED)
002100         ADD 1 TO WS-UNREADABLE-COUNT
002110         GO TO 2000-TALLY-RECORD-NEXT
002120     END-IF
002130     ADD 1 TO WS-WEEK-COUNT
002140     PERFORM 2400-FIND-OPERATOR THRU 2400-FIND-OPERATOR-EXIT
002150     IF SL-GRANTED
002160         ADD 1 TO WS-GRANTED-COUNT
002170         ADD 1 TO WS-OPR-GRANTED (WS-OPR-SUB, WS-FUNCTION-IX)
002180     ELSE
002190         ADD 1 TO WS-REFUSED-COUNT
002200         ADD 1 TO WS-OPR-REFUSED (WS-OPR-SUB, WS-FUNCTION-IX)
002210     END-IF.
002220 2000-TALLY-RECORD-NEXT.
002230     PERFORM 2100-READ-SECLOG THRU 2100-READ-SECLOG-EXIT.
002240 2000-TALLY-RECORD-EXIT.
002250     EXIT.
002260*----------------------------------------------------------------
002270 2100-READ-SECLOG.
002280     READ SECLOG
002290         AT END
002300             SET WS-EOF TO TRUE
002310     END-READ.
002320 2100-READ-SECLOG-EXIT.
002330     EXIT.
002340*----------------------------------------------------------------
002350* 2200-TEST-IN-WEEK  --  A LOG DATE THAT IS NOT A DATE IS
002360*                        FLAGGED UNREADABLE AND LEFT OUT.
002370*----------------------------------------------------------------
002380 2200-TEST-IN-WEEK.
002390     MOVE "N" TO WS-IN-WEEK-SWITCH
002400     IF SL-LOG-DATE IS NOT NUMERIC OR SL-LOG-DATE = ZERO
002410         SET WS-LOG-UNREADABLE TO TRUE
002420         GO TO 2200-TEST-IN-WEEK-EXIT
002430     END-IF
002440     COMPUTE WS-LOG-DAY-NUM
002450         = FUNCTION INTEGER-OF-DATE(SL-LOG-DATE)
002460     IF WS-LOG-DAY-NUM NOT < WS-START-DAY-NUM
002470         AND WS-LOG-DAY-NUM NOT > WS-END-DAY-NUM
002480         SET WS-IN-WEEK TO TRUE
002490     END-IF.
002500 2200-TEST-IN-WEEK-EXIT.
002510     EXIT.
002520*----------------------------------------------------------------
002530* 2300-FIND-FUNCTION  --  WS-FUNCTION-IX = POSITION OF SL-FUNCTION
002540*                         IN THE CODE TABLE, ZERO IF NOT THERE.
002550*----------------------------------------------------------------
002560 2300-FIND-FUNCTION.
002570     MOVE ZERO TO WS-FUNCTION-IX
002580     MOVE 1 TO WS-FX
002590     PERFORM 2310-TEST-ONE-FUNCTION
002600         THRU 2310-TEST-ONE-FUNCTION-EXIT
002610         UNTIL WS-FX > WS-FUNCTION-COUNT
002620            OR WS-FUNCTION-IX NOT = ZERO.
002630 2300-FIND-FUNCTION-EXIT.
002640     EXIT.
002650*----------------------------------------------------------------
002660 2310-TEST-ONE-FUNCTION.
002670     IF WS-FUNCTION-CODE (WS-FX) = SL-FUNCTION
002680         MOVE WS-FX TO WS-FUNCTION-IX
002690     END-IF
002700     ADD 1 TO WS-FX.
002710 2310-TEST-ONE-FUNCTION-EXIT.
002720     EXIT.
002730*----------------------------------------------------------------
002740* 2400-FIND-OPERATOR  --  WS-OPR-SUB = THE OPERATOR'S TALLY ENTRY,
002750*                         FILED NEW WHEN FIRST SEEN.
002760*----------------------------------------------------------------
002770 2400-FIND-OPERATOR.
002780     MOVE "N"  TO WS-OPR-FOUND-SWITCH
002790     MOVE ZERO TO WS-OPR-SUB
002800     PERFORM 2410-FIND-ONE-OPERATOR
002810         THRU 2410-FIND-ONE-OPERATOR-EXIT
002820         UNTIL WS-OPR-FOUND OR WS-OPR-SUB NOT < WS-OPR-COUNT
002830     IF WS-OPR-FOUND
002840         GO TO 2400-FIND-OPERATOR-EXIT
002850     END-IF
002860     IF WS-OPR-COUNT NOT < WS-OPR-MAX
002870         DISPLAY "SECRPT ABEND - MORE THAN " WS-OPR-MAX
002880             " OPERATORS IN THE WEEK, TALLY TABLE MUST BE WIDENED"
002890         MOVE 16 TO RETURN-CODE
002900         STOP RUN
002910     END-IF
002920     ADD 1 TO WS-OPR-COUNT
002930     MOVE WS-OPR-COUNT TO WS-OPR-SUB
002940     MOVE SL-OPERATOR-ID TO WS-OPR-ID (WS-OPR-SUB).
002950 2400-FIND-OPERATOR-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------
002980 2410-FIND-ONE-OPERATOR.
002990     ADD 1 TO WS-OPR-SUB
003000     IF WS-OPR-ID (WS-OPR-SUB) = SL-OPERATOR-ID
003010         SET WS-OPR-FOUND TO TRUE
003020     END-IF.
003030 2410-FIND-ONE-OPERATOR-EXIT.
003040     EXIT.
003050*----------------------------------------------------------------
003060* 3000-PRINT-SUMMARY  --  ONE LINE PER OPERATOR AND FUNCTION WITH
003070*                         ANY ACTIVITY IN THE WEEK, THEN TOTALS.
003080*----------------------------------------------------------------
003090 3000-PRINT-SUMMARY.
003100     MOVE "GRANTED AND REFUSED BY OPERATOR AND FUNCTION:"
003110         TO WS-REPORT-LINE
003120     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003130     MOVE "  OPERATOR    FUNCTION      GRANTED    REFUSED"
003140         TO WS-REPORT-LINE
003150     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003160     MOVE ZERO TO WS-OPR-SUB
003170     PERFORM 3100-WRITE-ONE-OPERATOR
003180         THRU 3100-WRITE-ONE-OPERATOR-EXIT
003190         WS-OPR-COUNT TIMES
003200     IF WS-OPR-COUNT = ZERO
003210         MOVE "  (NO AUTHORITY CHECKS IN THE WEEK)"
003220             TO WS-REPORT-LINE
003230         WRITE REPORT-RECORD FROM WS-REPORT-LINE
003240     END-IF
003250     MOVE SPACES TO WS-REPORT-LINE
003260     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003270     MOVE WS-GRANTED-COUNT TO WS-COUNT-ED
003280     MOVE "  TOTAL GRANTED   = " TO WS-REPORT-LINE
003290     PERFORM 3300-APPEND-COUNT THRU 3300-APPEND-COUNT-EXIT
003300     MOVE WS-REFUSED-COUNT TO WS-COUNT-ED
003310     MOVE "  TOTAL REFUSED   = " TO WS-REPORT-LINE
003320     PERFORM 3300-APPEND-COUNT THRU 3300-APPEND-COUNT-EXIT
003330     IF WS-UNREADABLE-COUNT > ZERO
003340         MOVE WS-UNREADABLE-COUNT TO WS-COUNT-ED
003350         MOVE "  UNREADABLE      = " TO WS-REPORT-LINE
003360         PERFORM 3300-APPEND-COUNT THRU 3300-APPEND-COUNT-EXIT
003370     END-IF
003380     MOVE SPACES TO WS-REPORT-LINE
003390     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003400 3000-PRINT-SUMMARY-EXIT.
003410     EXIT.
003420*----------------------------------------------------------------
003430 3100-WRITE-ONE-OPERATOR.
003440     ADD 1 TO WS-OPR-SUB
003450     MOVE WS-OPR-ID (WS-OPR-SUB) TO TL-OPERATOR-ID
003460     MOVE ZERO TO WS-FX
003470     PERFORM 3200-WRITE-ONE-FUNCTION
003480         THRU 3200-WRITE-ONE-FUNCTION-EXIT
003490         WS-FUNCTION-COUNT TIMES.
003500 3100-WRITE-ONE-OPERATOR-EXIT.
003510     EXIT.
003520*----------------------------------------------------------------
003530* 3200-WRITE-ONE-FUNCTION  --  SKIPS A FUNCTION THE OPERATOR NEVER
003540*                              ASKED FOR.  THE OPERATOR ID PRINTS
003550*                              ON THE FIRST LINE OF ITS GROUP.
003560*----------------------------------------------------------------
003570 3200-WRITE-ONE-FUNCTION.
003580     ADD 1 TO WS-FX
003590     IF WS-OPR-GRANTED (WS-OPR-SUB, WS-FX) = ZERO
003600         AND WS-OPR-REFUSED (WS-OPR-SUB, WS-FX) = ZERO
003610         GO TO 3200-WRITE-ONE-FUNCTION-EXIT
003620     END-IF
003630     MOVE WS-FUNCTION-CODE (WS-FX) TO TL-FUNCTION
003640     MOVE WS-OPR-GRANTED (WS-OPR-SUB, WS-FX) TO TL-GRANTED
003650     MOVE WS-OPR-REFUSED (WS-OPR-SUB, WS-FX) TO TL-REFUSED
003660     WRITE REPORT-RECORD FROM WS-TALLY-LINE
003670     MOVE SPACES TO TL-OPERATOR-ID.
003680 3200-WRITE-ONE-FUNCTION-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------
003710* 3300-APPEND-COUNT  --  THE LABEL IS ALREADY IN THE LINE;
003720*                        DROP THE EDITED COUNT IN BEHIND IT.
003730*----------------------------------------------------------------
003740 3300-APPEND-COUNT.
003750     MOVE WS-COUNT-ED TO WS-REPORT-LINE (21:7)
003760     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003770 3300-APPEND-COUNT-EXIT.
003780     EXIT.
003790*----------------------------------------------------------------
003800* 4000-PRINT-VIOLATIONS  --  SECOND PASS OF THE LOG: ONE DETAIL
003810*                            LINE PER REFUSED ATTEMPT IN THE WEEK,
003820*                            IN THE ORDER THEY HAPPENED.
003830*----------------------------------------------------------------
003840 4000-PRINT-VIOLATIONS.
003850     MOVE "SECURITY VIOLATIONS - REFUSED ATTEMPTS:"
003860         TO WS-REPORT-LINE
003870     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003880     IF WS-REFUSED-COUNT = ZERO
003890         MOVE "  (NONE)" TO WS-REPORT-LINE
003900         WRITE REPORT-RECORD FROM WS-REPORT-LINE
003910         GO TO 4000-PRINT-VIOLATIONS-EXIT
003920     END-IF
003930     MOVE SPACES TO WS-REPORT-LINE
003940     STRING "  DATE     TIME   PROGRAM  OPERATOR FUNCTION "
003950         "TARGET               REASON"
003960         DELIMITED BY SIZE INTO WS-REPORT-LINE
003970     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003980     MOVE "N" TO WS-EOF-SWITCH
003990     OPEN INPUT SECLOG
004000     IF WS-LOG-STATUS NOT = "00"
004010         DISPLAY "SECRPT ABEND - CANNOT REOPEN SECLOG, "
004020             "STATUS = " WS-LOG-STATUS
004030         MOVE 16 TO RETURN-CODE
004040         STOP RUN
004050     END-IF
004060     PERFORM 2100-READ-SECLOG THRU 2100-READ-SECLOG-EXIT
004070     PERFORM 4100-LIST-ONE THRU 4100-LIST-ONE-EXIT
004080         UNTIL WS-EOF
004090     CLOSE SECLOG.
004100 4000-PRINT-VIOLATIONS-EXIT.
004110     EXIT.
004120*----------------------------------------------------------------
004130 4100-LIST-ONE.
004140     IF NOT SL-REFUSED
004150         GO TO 4100-LIST-ONE-NEXT
004160     END-IF
004170     PERFORM 2200-TEST-IN-WEEK THRU 2200-TEST-IN-WEEK-EXIT
004180     IF NOT WS-IN-WEEK
004190         GO TO 4100-LIST-ONE-NEXT
004200     END-IF
004210     MOVE SL-LOG-DATE      TO VL-LOG-DATE
004220     MOVE SL-LOG-TIME      TO WS-LOG-TIME
004230     MOVE WS-LOG-HHMMSS    TO VL-LOG-TIME
004240     MOVE SL-PROGRAM-ID    TO VL-PROGRAM-ID
004250     MOVE SL-OPERATOR-ID   TO VL-OPERATOR-ID
004260     MOVE SL-FUNCTION      TO VL-FUNCTION
004270     MOVE SL-TARGET-KEY    TO VL-TARGET-KEY
004280     EVALUATE TRUE
004290         WHEN SL-NOT-ON-FILE
004300             MOVE "NOT ON FILE" TO VL-REASON
004310         WHEN SL-NOT-GRANTED
004320             MOVE "NOT GRANTED" TO VL-REASON
004330         WHEN OTHER
004340             MOVE SL-REFUSAL-REASON TO VL-REASON
004350     END-EVALUATE
004360     WRITE REPORT-RECORD FROM WS-VIOLATION-LINE.
004370 4100-LIST-ONE-NEXT.
004380     PERFORM 2100-READ-SECLOG THRU 2100-READ-SECLOG-EXIT.
004390 4100-LIST-ONE-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------
004420 8000-TERMINATE.
004430     CLOSE SECRFILE
004440     DISPLAY "SECRPT LOG RECORDS READ   = " WS-READ-COUNT
004450     DISPLAY "SECRPT CHECKS IN THE WEEK = " WS-WEEK-COUNT
004460     DISPLAY "SECRPT GRANTED            = " WS-GRANTED-COUNT
004470     DISPLAY "SECRPT REFUSED            = " WS-REFUSED-COUNT
004480     IF WS-REFUSED-COUNT > ZERO
004490         MOVE 4 TO RETURN-CODE
004500     END-IF.
004510 8000-TERMINATE-EXIT.
004520     EXIT.
