000010*----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------
000040 PROGRAM-ID.    ANOMGATE.
000050 AUTHOR.        M. TORRES.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED. 2026-10-15.
000090*----------------------------------------------------------------
000100* VOLUME AND MIX GATE AHEAD OF THE EXPORT STEP.  BALCHK PROVES
000110* THE STEPS AGREE WITH EACH OTHER, BUT A TRANSMISSION HALF ITS
000120* NORMAL SIZE STILL BALANCES PERFECTLY.  THIS STEP RUNS AFTER
000130* PARSUM AND BEFORE DLYEXPRT AND JUDGES TONIGHT AGAINST A
000140* ROLLING BASELINE OF THE PRIOR NIGHTS:
000150*
000160*   COUNT     - CLASSIFIED RECORDS, FROM TONIGHT'S SUMHIST
000170*               RECORD (PARSUM HAS JUST APPENDED IT).  OUT OF
000180*               BAND EITHER WAY.
000190*   PARPCT    - PAR PERCENTAGE, FROM THE SAME RECORD.  OUT OF
000200*               BAND EITHER WAY, BAND IN POINTS.
000210*   REJECTS   - EXCEPTION-MASTER RECORDS WRITTEN FOR THE NIGHT
000220*               (EXC-RUN-DATE).  ONLY A RISE COUNTS, AND NOT
000230*               UNTIL THE NIGHT HAS MORE THAN THE FLOOR, SO A
000240*               QUIET BASELINE OF ONE OR TWO REJECTS A NIGHT
000250*               DOES NOT HOLD THE FEED OVER A HANDFUL.
000260*   STEP1SEC  - CLASSIFIER ELAPSED SECONDS FROM RUNLOG -- THE
000270*               LONGEST IFELSEB PARTITION.  ONLY A RISE COUNTS.
000280*
000290* THE BASELINE IS THE LAST BASENGTS BUSINESS DATES BEFORE
000300* TONIGHT ON SUMHIST (LATEST RECORD PER DATE, SO A RERUN NIGHT
000310* COUNTS ONCE), WITH EACH DATE'S CLASSIFIER TIME FROM RUNLOG AND
000320* ITS REJECTS FROM THE EXCEPTION MASTER; EACH MEASURE IS JUDGED
000330* AGAINST ITS AVERAGE.  WITH FEWER THAN MINNGTS NIGHTS ON FILE
000340* (THE FIRST WEEKS AFTER INSTALL) NOTHING IS JUDGED AND THE
000350* NIGHT PASSES WITH A MESSAGE.
000360*
000370* A MEASURE OUTSIDE ITS BAND WRITES AN ANOMALY RECORD
000380* (ANOMREC.CPY) SAYING WHICH MEASURE FAILED AND BY HOW MUCH,
000390* AND THE STEP ENDS RC=12, WHICH HOLDS DLYEXPRT, THE REST OF
000400* THE NIGHT AND THE GENERATION COPIES.  ONCE SOMEONE HAS
000410* CONFIRMED THE VOLUME IS GENUINE, OPERATIONS RESUBMITS FROM
000420* THIS STEP WITH AN OVERRIDE CARD ON GATEOVRD:
000430*
000440*     COLUMNS  1-8   "RELEASE"
000450*     COLUMNS 10-17  THE BUSINESS DATE BEING RELEASED
000460*     COLUMNS 19-26  OPERATOR ID OF WHOEVER CONFIRMED IT
000470*
000480* THE MEASURES ARE STILL TAKEN AND LOGGED (ACTION "RELEASED",
000490* WITH THE OPERATOR) AND THE STEP ENDS RC=0.  A CARD FOR ANY
000500* OTHER DATE IS IGNORED, SO ONE LEFT IN THE DECK CANNOT QUIETLY
000510* RELEASE A LATER NIGHT.
000520*
000530* TOLERANCES COME FROM GATEPARM, ONE CARD PER SETTING -- THE
000540* KEYWORD IN COLUMNS 1-8, THE VALUE IN COLUMNS 10-14.  A
000550* SETTING WITH NO CARD KEEPS THE DEFAULT SHOWN:
000560*
000570*     BASENGTS  BASELINE NIGHTS, 1-31                  (10)
000580*     MINNGTS   FEWEST NIGHTS TO JUDGE AGAINST          (5)
000590*     COUNTPCT  COUNT BAND, PERCENT OF BASELINE        (25)
000600*     PARPTS    PAR PERCENTAGE BAND, POINTS             (5)
000610*     REJPCT    REJECT RISE ALLOWED, PERCENT           (50)
000620*     REJMIN    REJECT FLOOR, RECORDS                  (10)
000630*     STEP1PCT  STEP1 TIME RISE ALLOWED, PERCENT       (50)
000640*
000650* FILES
000660*   GATEPARM  INPUT   - TOLERANCE CARDS, AS ABOVE.
000670*   GATEOVRD  INPUT   - OPTIONAL OVERRIDE CARD.  ABSENT OR EMPTY
000680*                       (DD DUMMY) ON A NORMAL NIGHT.
000690*   SUMHIST   INPUT   - SH-SUMMARY-RECORD (SUMHIST.CPY).
000700*   RUNLOG    INPUT   - RN-RUNLOG-RECORD (RUNLOG.CPY).
000710*   EXCPMSTR  INPUT   - EXC-EXCEPTION-RECORD (EXCPREC.CPY).
000720*   ANOMLOG   OUTPUT  - AN-ANOMALY-RECORD (ANOMREC.CPY), THE
000730*                       PERMANENT ANOMALY LOG (MOD IN THE JCL).
000740*
000750* RETURN CODES: 0 IN BAND, BASELINE TOO SHORT, OR RELEASED BY
000760* OVERRIDE; 12 HELD; 16 ON AN ABEND.
000770*
000780* MAINTENANCE HISTORY
000781*   2026-10-15  M.TORRES   STEP1SEC IS NOW THE LONGEST OF THE
000782*                          CONCURRENT PARTITION CLASSIFIERS
000783*                          (IFELSEB1-4) FOR THE NIGHT.
000784*   2026-10-15  M.TORRES   ORIGINAL PROGRAM.
000785*----------------------------------------------------------------
000810 ENVIRONMENT DIVISION.
000820 INPUT-OUTPUT SECTION.
000830 FILE-CONTROL.
000840     SELECT GATEPARM ASSIGN TO "GATEPARM"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-PARM-STATUS.
000870     SELECT GATEOVRD ASSIGN TO "GATEOVRD"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-OVRD-STATUS.
000900     SELECT SUMHIST ASSIGN TO "SUMHIST"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-SUMH-STATUS.
000930     SELECT RUNLOG ASSIGN TO "RUNLOG"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-RLOG-STATUS.
000960     SELECT EXCPMSTR ASSIGN TO "EXCPMSTR"
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-EXCP-STATUS.
000990     SELECT ANOMLOG ASSIGN TO "ANOMLOG"
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-ANOM-STATUS.
001020*----------------------------------------------------------------
001030 DATA DIVISION.
001040 FILE SECTION.
001050*----------------------------------------------------------------
001060 FD  GATEPARM
001070     RECORDING MODE IS F.
001080 01  GATE-PARM-RECORD.
001090     05  GP-KEYWORD              PIC X(08).
001100     05  FILLER                  PIC X(01).
001110     05  GP-VALUE                PIC X(05).
001120     05  FILLER                  PIC X(66).
001130*----------------------------------------------------------------
001140 FD  GATEOVRD
001150     RECORDING MODE IS F.
001160 01  GATE-OVERRIDE-RECORD.
001170     05  OV-KEYWORD              PIC X(08).
001180         88  OV-RELEASE          VALUE "RELEASE".
001190     05  FILLER                  PIC X(01).
001200     05  OV-RUN-DATE             PIC X(08).
001210     05  FILLER                  PIC X(01).
001220     05  OV-OPERATOR-ID          PIC X(08).
001230     05  FILLER                  PIC X(54).
001240*----------------------------------------------------------------
001250 FD  SUMHIST
001260     RECORDING MODE IS F.
001270     COPY SUMHIST.
001280*----------------------------------------------------------------
001290 FD  RUNLOG
001300     RECORDING MODE IS F.
001310     COPY RUNLOG.
001320*----------------------------------------------------------------
001330 FD  EXCPMSTR
001340     RECORDING MODE IS F.
001350     COPY EXCPREC.
001360*----------------------------------------------------------------
001370 FD  ANOMLOG
001380     RECORDING MODE IS F.
001390     COPY ANOMREC.
001400*----------------------------------------------------------------
001410 WORKING-STORAGE SECTION.
001420*----------------------------------------------------------------
001430 01  WS-SWITCHES.
001440     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001450         88  WS-EOF              VALUE "Y".
001460     05  WS-NIGHT-FOUND-SWITCH   PIC X(01) VALUE "N".
001470         88  WS-NIGHT-FOUND      VALUE "Y".
001480     05  WS-TONIGHT-SUM-SWITCH   PIC X(01) VALUE "N".
001490         88  WS-TONIGHT-SUM-SEEN VALUE "Y".
001500     05  WS-OVERRIDE-SWITCH      PIC X(01) VALUE "N".
001510         88  WS-OVERRIDE-GIVEN   VALUE "Y".
001520     05  WS-TWO-SIDED-SWITCH     PIC X(01) VALUE "N".
001530         88  WS-TWO-SIDED        VALUE "Y".
001540     05  WS-POINTS-SWITCH        PIC X(01) VALUE "N".
001550         88  WS-BAND-IN-POINTS   VALUE "Y".
001560*----------------------------------------------------------------
001570 01  WS-PARM-STATUS              PIC X(02).
001580 01  WS-OVRD-STATUS              PIC X(02).
001590 01  WS-SUMH-STATUS              PIC X(02).
001600 01  WS-RLOG-STATUS              PIC X(02).
001610 01  WS-EXCP-STATUS              PIC X(02).
001620 01  WS-ANOM-STATUS              PIC X(02).
001630 01  WS-RUN-DATE                 PIC 9(08).
001640 01  WS-RUN-TIME                 PIC 9(06).
001650 01  WS-OVERRIDE-OPERATOR        PIC X(08) VALUE SPACES.
001660*----------------------------------------------------------------
001670* TOLERANCES, WITH THEIR DEFAULTS.  GATEPARM CARDS OVERRIDE.
001680*----------------------------------------------------------------
001690 01  WS-TOLERANCES.
001700     05  WS-BASE-NIGHTS          PIC 9(02) VALUE 10.
001710     05  WS-MIN-NIGHTS           PIC 9(02) VALUE 5.
001720     05  WS-COUNT-PCT            PIC 9(05) VALUE 25.
001730     05  WS-PAR-PTS              PIC 9(05) VALUE 5.
001740     05  WS-REJ-PCT              PIC 9(05) VALUE 50.
001750     05  WS-REJ-MIN              PIC 9(05) VALUE 10.
001760     05  WS-STEP1-PCT            PIC 9(05) VALUE 50.
001770*----------------------------------------------------------------
001780* THE PRIOR NIGHTS ON SUMHIST, OLDEST IN ENTRY 1.  ONLY THE LAST
001790* WS-BASE-NIGHTS OF THEM FORM THE BASELINE; ELAPSED = -1 MEANS
001800* STEP1 LEFT NO RUN-LOG RECORD THAT NIGHT.
001810*----------------------------------------------------------------
001820 77  WS-NIGHT-COUNT              PIC 9(03) COMP VALUE ZERO.
001830 77  WS-NIGHT-SUB                PIC 9(03) COMP VALUE ZERO.
001840 77  WS-SHIFT-SUB                PIC 9(03) COMP VALUE ZERO.
001850 77  WS-FIRST-SUB                PIC 9(03) COMP VALUE ZERO.
001860 01  WS-SEEK-DATE                PIC 9(08) VALUE ZERO.
001870 01  WS-NIGHT-TABLE.
001880     05  WS-NIGHT-ENTRY OCCURS 31 TIMES.
001890         10  WS-NT-RUN-DATE      PIC 9(08).
001900         10  WS-NT-TOTAL         PIC 9(07).
001910         10  WS-NT-PAR-PCT       PIC 9(03)V9(02).
001920         10  WS-NT-REJECTS       PIC 9(07) COMP.
001930         10  WS-NT-ELAPSED       PIC S9(07) COMP.
001940*----------------------------------------------------------------
001950* TONIGHT.
001960*----------------------------------------------------------------
001970 01  WS-TONIGHT.
001980     05  WS-TN-TOTAL             PIC 9(07) VALUE ZERO.
001990     05  WS-TN-PAR-PCT           PIC 9(03)V9(02) VALUE ZERO.
002000     05  WS-TN-REJECTS           PIC 9(07) COMP VALUE ZERO.
002010     05  WS-TN-ELAPSED           PIC S9(07) COMP VALUE -1.
002020*----------------------------------------------------------------
002030* BASELINE SUMS AND AVERAGES OVER THE WINDOW.
002040*----------------------------------------------------------------
002050 01  WS-BASELINE.
002060     05  WS-BL-NIGHTS            PIC 9(03) COMP VALUE ZERO.
002070     05  WS-BL-TIMED-NIGHTS      PIC 9(03) COMP VALUE ZERO.
002080     05  WS-BL-TOTAL-SUM         PIC 9(09) COMP VALUE ZERO.
002090     05  WS-BL-PAR-SUM           PIC 9(07)V9(02) VALUE ZERO.
002100     05  WS-BL-REJECT-SUM        PIC 9(09) COMP VALUE ZERO.
002110     05  WS-BL-ELAPSED-SUM       PIC 9(09) COMP VALUE ZERO.
002120*----------------------------------------------------------------
002130* THE MEASURE BEING JUDGED -- SET BY THE CALLER OF
002140* 6000-JUDGE-MEASURE.
002150*----------------------------------------------------------------
002160 01  WS-MEASURE.
002170     05  WS-MS-NAME              PIC X(08).
002180     05  WS-MS-TONIGHT           PIC 9(07)V9(02).
002190     05  WS-MS-BASELINE          PIC 9(07)V9(02).
002200     05  WS-MS-NIGHTS            PIC 9(03) COMP.
002210     05  WS-MS-TOLERANCE         PIC 9(05).
002220     05  WS-MS-DEVIATION         PIC S9(07)V9(02).
002230*----------------------------------------------------------------
002240 01  WS-TIME-WORK                PIC 9(06) VALUE ZERO.
002250 01  WS-TIME-SPLIT REDEFINES WS-TIME-WORK.
002260     05  WS-SPLIT-HH             PIC 9(02).
002270     05  WS-SPLIT-MM             PIC 9(02).
002280     05  WS-SPLIT-SS             PIC 9(02).
002290 01  WS-SECONDS                  PIC S9(07) COMP VALUE ZERO.
002300 01  WS-START-SECS               PIC S9(07) COMP VALUE ZERO.
002310 01  WS-END-SECS                 PIC S9(07) COMP VALUE ZERO.
002320*----------------------------------------------------------------
002330 01  WS-COUNTS.
002340     05  WS-BREACH-COUNT         PIC 9(03) COMP VALUE ZERO.
002350     05  WS-PARM-CARDS           PIC 9(03) COMP VALUE ZERO.
002360*----------------------------------------------------------------
002370 01  WS-VALUE-ED                 PIC ZZZZZZ9.99.
002380 01  WS-BASE-ED                  PIC ZZZZZZ9.99.
002390 01  WS-DEV-ED                   PIC -ZZZZZZ9.99.
002400 01  WS-TOL-ED                   PIC ZZZZ9.
002410*----------------------------------------------------------------
002420 PROCEDURE DIVISION.
002430*----------------------------------------------------------------
002440 0000-MAINLINE.
002450     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002460     PERFORM 2000-LOAD-SUMHIST THRU 2000-LOAD-SUMHIST-EXIT
002470     PERFORM 3000-LOAD-RUNLOG THRU 3000-LOAD-RUNLOG-EXIT
002480     PERFORM 4000-LOAD-EXCEPTIONS THRU 4000-LOAD-EXCEPTIONS-EXIT
002490     PERFORM 5000-JUDGE-NIGHT THRU 5000-JUDGE-NIGHT-EXIT
002500     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
002510     STOP RUN.
002520*----------------------------------------------------------------
002530 1000-INITIALIZE.
002540     CALL "BUSDATSB" USING WS-RUN-DATE
002550     ACCEPT WS-RUN-TIME FROM TIME
002560     INITIALIZE WS-NIGHT-TABLE
002570     PERFORM 1100-LOAD-TOLERANCES THRU 1100-LOAD-TOLERANCES-EXIT
002580     PERFORM 1200-READ-OVERRIDE THRU 1200-READ-OVERRIDE-EXIT
002590     OPEN OUTPUT ANOMLOG
002600     IF WS-ANOM-STATUS NOT = "00"
002610         DISPLAY "ANOMGATE ABEND - CANNOT OPEN ANOMLOG, STATUS = "
002620             WS-ANOM-STATUS
002630         MOVE 16 TO RETURN-CODE
002640         STOP RUN
002650     END-IF.
002660 1000-INITIALIZE-EXIT.
002670     EXIT.
002680*----------------------------------------------------------------
002690* 1100-LOAD-TOLERANCES  --  THE FILE MUST BE THERE (A GATE WITH
002700*                           SILENT DEFAULTS IS NOBODY'S
002710*                           DECISION); ANY CARD IT HOLDS MUST
002720*                           BE ONE OF THE KNOWN SETTINGS.
002730*----------------------------------------------------------------
002740 1100-LOAD-TOLERANCES.
002750     OPEN INPUT GATEPARM
002760     IF WS-PARM-STATUS NOT = "00"
002770         DISPLAY "ANOMGATE ABEND - CANNOT OPEN GATEPARM, "
002775             "STATUS = "
002780             WS-PARM-STATUS
002790         MOVE 16 TO RETURN-CODE
002800         STOP RUN
002810     END-IF
002820     PERFORM 1110-LOAD-ONE-TOLERANCE
002830         THRU 1110-LOAD-ONE-TOLERANCE-EXIT
002840         UNTIL WS-EOF
002850     CLOSE GATEPARM
002860     MOVE "N" TO WS-EOF-SWITCH
002870     IF WS-BASE-NIGHTS = ZERO OR WS-BASE-NIGHTS > 31
002880         DISPLAY "ANOMGATE ABEND - BASENGTS MUST BE 1-31, IS "
002890             WS-BASE-NIGHTS
002900         MOVE 16 TO RETURN-CODE
002910         STOP RUN
002920     END-IF
002930     IF WS-MIN-NIGHTS = ZERO OR WS-MIN-NIGHTS > WS-BASE-NIGHTS
002940         DISPLAY "ANOMGATE ABEND - MINNGTS MUST BE 1 TO BASENGTS,"
002950             " IS " WS-MIN-NIGHTS
002960         MOVE 16 TO RETURN-CODE
002970         STOP RUN
002980     END-IF
002990     DISPLAY "ANOMGATE TOLERANCES - BASENGTS " WS-BASE-NIGHTS
003000         " MINNGTS " WS-MIN-NIGHTS " COUNTPCT " WS-COUNT-PCT
003010         " PARPTS " WS-PAR-PTS
003020     DISPLAY "ANOMGATE TOLERANCES - REJPCT " WS-REJ-PCT
003030         " REJMIN " WS-REJ-MIN " STEP1PCT " WS-STEP1-PCT.
003040 1100-LOAD-TOLERANCES-EXIT.
003050     EXIT.
003060*----------------------------------------------------------------
003070 1110-LOAD-ONE-TOLERANCE.
003080     READ GATEPARM
003090         AT END
003100             SET WS-EOF TO TRUE
003110             GO TO 1110-LOAD-ONE-TOLERANCE-EXIT
003120     END-READ
003130     ADD 1 TO WS-PARM-CARDS
003140     IF GP-VALUE IS NOT NUMERIC
003150         DISPLAY "ANOMGATE ABEND - GATEPARM VALUE FOR "
003160             GP-KEYWORD " IS NOT NUMERIC: " GP-VALUE
003170         MOVE 16 TO RETURN-CODE
003180         STOP RUN
003190     END-IF
003200     EVALUATE GP-KEYWORD
003210         WHEN "BASENGTS"
003220             MOVE GP-VALUE TO WS-BASE-NIGHTS
003230         WHEN "MINNGTS"
003240             MOVE GP-VALUE TO WS-MIN-NIGHTS
003250         WHEN "COUNTPCT"
003260             MOVE GP-VALUE TO WS-COUNT-PCT
003270         WHEN "PARPTS"
003280             MOVE GP-VALUE TO WS-PAR-PTS
003290         WHEN "REJPCT"
003300             MOVE GP-VALUE TO WS-REJ-PCT
003310         WHEN "REJMIN"
003320             MOVE GP-VALUE TO WS-REJ-MIN
003330         WHEN "STEP1PCT"
003340             MOVE GP-VALUE TO WS-STEP1-PCT
003350         WHEN OTHER
003360             DISPLAY "ANOMGATE ABEND - UNKNOWN GATEPARM KEYWORD "
003370                 GP-KEYWORD
003380             MOVE 16 TO RETURN-CODE
003390             STOP RUN
003400     END-EVALUATE.
003410 1110-LOAD-ONE-TOLERANCE-EXIT.
003420     EXIT.
003430*----------------------------------------------------------------
003440* 1200-READ-OVERRIDE  --  A FAILED OPEN OR AN EMPTY FILE MEANS
003450*                         NO OVERRIDE.  A CARD THAT IS THERE
003460*                         MUST BE WELL FORMED; ONE FOR ANOTHER
003470*                         DATE IS REPORTED AND IGNORED.
003480*----------------------------------------------------------------
003490 1200-READ-OVERRIDE.
003500     OPEN INPUT GATEOVRD
003510     IF WS-OVRD-STATUS NOT = "00"
003520         GO TO 1200-READ-OVERRIDE-EXIT
003530     END-IF
003540     READ GATEOVRD
003550         AT END
003560             CLOSE GATEOVRD
003570             GO TO 1200-READ-OVERRIDE-EXIT
003580     END-READ
003590     CLOSE GATEOVRD
003600     IF NOT OV-RELEASE
003610         DISPLAY "ANOMGATE ABEND - UNKNOWN GATEOVRD CARD "
003620             OV-KEYWORD
003630         MOVE 16 TO RETURN-CODE
003640         STOP RUN
003650     END-IF
003660     IF OV-OPERATOR-ID = SPACES
003670         DISPLAY "ANOMGATE ABEND - RELEASE CARD CARRIES NO "
003680             "OPERATOR ID"
003690         MOVE 16 TO RETURN-CODE
003700         STOP RUN
003710     END-IF
003720     IF OV-RUN-DATE IS NOT NUMERIC
003730         OR OV-RUN-DATE NOT = WS-RUN-DATE
003740         DISPLAY "ANOMGATE - RELEASE CARD IS FOR " OV-RUN-DATE
003750             ", NOT BUSINESS DATE " WS-RUN-DATE " - IGNORED"
003760         GO TO 1200-READ-OVERRIDE-EXIT
003770     END-IF
003780     SET WS-OVERRIDE-GIVEN TO TRUE
003790     MOVE OV-OPERATOR-ID TO WS-OVERRIDE-OPERATOR
003800     DISPLAY "ANOMGATE - RELEASE CARD FOR " WS-RUN-DATE
003810         " BY " WS-OVERRIDE-OPERATOR.
003820 1200-READ-OVERRIDE-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------
003850* 2000-LOAD-SUMHIST  --  TONIGHT'S RECORD GIVES THE COUNT AND
003860*                        PAR PERCENTAGE; EARLIER DATES BUILD THE
003870*                        NIGHT TABLE.  PARSUM RAN JUST AHEAD OF
003880*                        THIS STEP, SO NO RECORD FOR TONIGHT IS
003890*                        AN ABEND, NOT A PASS.
003900*----------------------------------------------------------------
003910 2000-LOAD-SUMHIST.
003920     OPEN INPUT SUMHIST
003930     IF WS-SUMH-STATUS NOT = "00"
003940         DISPLAY "ANOMGATE ABEND - CANNOT OPEN SUMHIST, STATUS = "
003950             WS-SUMH-STATUS
003960         MOVE 16 TO RETURN-CODE
003970         STOP RUN
003980     END-IF
003990     PERFORM 2100-FILE-SUMMARY THRU 2100-FILE-SUMMARY-EXIT
004000         UNTIL WS-EOF
004010     CLOSE SUMHIST
004020     MOVE "N" TO WS-EOF-SWITCH
004030     IF NOT WS-TONIGHT-SUM-SEEN
004040         DISPLAY "ANOMGATE ABEND - NO SUMHIST RECORD FOR "
004050             "BUSINESS DATE " WS-RUN-DATE
004060         MOVE 16 TO RETURN-CODE
004070         STOP RUN
004080     END-IF.
004090 2000-LOAD-SUMHIST-EXIT.
004100     EXIT.
004110*----------------------------------------------------------------
004120 2100-FILE-SUMMARY.
004130     READ SUMHIST
004140         AT END
004150             SET WS-EOF TO TRUE
004160             GO TO 2100-FILE-SUMMARY-EXIT
004170     END-READ
004180     IF SH-RUN-DATE = WS-RUN-DATE
004190         SET WS-TONIGHT-SUM-SEEN TO TRUE
004200         MOVE SH-TOTAL-COUNT TO WS-TN-TOTAL
004210         MOVE SH-PAR-PCT     TO WS-TN-PAR-PCT
004220         GO TO 2100-FILE-SUMMARY-EXIT
004230     END-IF
004240     IF SH-RUN-DATE > WS-RUN-DATE
004250         GO TO 2100-FILE-SUMMARY-EXIT
004260     END-IF
004270     MOVE SH-RUN-DATE TO WS-SEEK-DATE
004280     PERFORM 2200-SEEK-NIGHT THRU 2200-SEEK-NIGHT-EXIT
004290     IF NOT WS-NIGHT-FOUND
004300         PERFORM 2300-ADD-NIGHT THRU 2300-ADD-NIGHT-EXIT
004310     END-IF
004320     MOVE SH-TOTAL-COUNT TO WS-NT-TOTAL (WS-NIGHT-SUB)
004330     MOVE SH-PAR-PCT     TO WS-NT-PAR-PCT (WS-NIGHT-SUB).
004340 2100-FILE-SUMMARY-EXIT.
004350     EXIT.
004360*----------------------------------------------------------------
004370* 2200-SEEK-NIGHT  --  LEAVES WS-NIGHT-SUB ON THE ENTRY FOR
004380*                      WS-SEEK-DATE WHEN THERE IS ONE.
004390*----------------------------------------------------------------
004400 2200-SEEK-NIGHT.
004410     MOVE "N"  TO WS-NIGHT-FOUND-SWITCH
004420     MOVE ZERO TO WS-NIGHT-SUB
004430     PERFORM 2210-CHECK-ONE-NIGHT THRU 2210-CHECK-ONE-NIGHT-EXIT
004440         UNTIL WS-NIGHT-FOUND
004450         OR WS-NIGHT-SUB NOT < WS-NIGHT-COUNT.
004460 2200-SEEK-NIGHT-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004490 2210-CHECK-ONE-NIGHT.
004500     ADD 1 TO WS-NIGHT-SUB
004510     IF WS-NT-RUN-DATE (WS-NIGHT-SUB) = WS-SEEK-DATE
004520         SET WS-NIGHT-FOUND TO TRUE
004530     END-IF.
004540 2210-CHECK-ONE-NIGHT-EXIT.
004550     EXIT.
004560*----------------------------------------------------------------
004570* 2300-ADD-NIGHT  --  A NEW DATE GOES ON THE END; WITH THE
004580*                     TABLE FULL THE OLDEST NIGHT DROPS OFF.
004590*----------------------------------------------------------------
004600 2300-ADD-NIGHT.
004610     IF WS-NIGHT-COUNT = 31
004620         MOVE ZERO TO WS-SHIFT-SUB
004630         PERFORM 2310-SHIFT-ONE-NIGHT
004640             THRU 2310-SHIFT-ONE-NIGHT-EXIT
004650             30 TIMES
004660         MOVE 30 TO WS-NIGHT-COUNT
004670     END-IF
004680     ADD 1 TO WS-NIGHT-COUNT
004690     MOVE WS-NIGHT-COUNT TO WS-NIGHT-SUB
004700     MOVE WS-SEEK-DATE   TO WS-NT-RUN-DATE (WS-NIGHT-SUB)
004710     MOVE ZERO           TO WS-NT-TOTAL (WS-NIGHT-SUB)
004720     MOVE ZERO           TO WS-NT-PAR-PCT (WS-NIGHT-SUB)
004730     MOVE ZERO           TO WS-NT-REJECTS (WS-NIGHT-SUB)
004740     MOVE -1             TO WS-NT-ELAPSED (WS-NIGHT-SUB).
004750 2300-ADD-NIGHT-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------
004780 2310-SHIFT-ONE-NIGHT.
004790     ADD 1 TO WS-SHIFT-SUB
004800     MOVE WS-NIGHT-ENTRY (WS-SHIFT-SUB + 1)
004810         TO WS-NIGHT-ENTRY (WS-SHIFT-SUB).
004820 2310-SHIFT-ONE-NIGHT-EXIT.
004830     EXIT.
004840*----------------------------------------------------------------
004850* 3000-LOAD-RUNLOG  --  THE CLASSIFIER'S ELAPSED TIME FOR TONIGHT
004860*                       AND FOR EVERY NIGHT ALREADY IN THE
004870*                       TABLE.  THE FOUR PARTITION JOBS
004880*                       (IFELSEB1-4) RUN AT ONCE, SO THE
004890*                       LONGEST OF THEM IS THE NIGHT'S TIME;
004893*                       A RERUN PARTITION'S RECORD COUNTS THE
004896*                       SAME WAY.
004900*----------------------------------------------------------------
004910 3000-LOAD-RUNLOG.
004920     OPEN INPUT RUNLOG
004930     IF WS-RLOG-STATUS NOT = "00"
004940         DISPLAY "ANOMGATE ABEND - CANNOT OPEN RUNLOG, STATUS = "
004950             WS-RLOG-STATUS
004960         MOVE 16 TO RETURN-CODE
004970         STOP RUN
004980     END-IF
004990     PERFORM 3100-FILE-RUNLOG THRU 3100-FILE-RUNLOG-EXIT
005000         UNTIL WS-EOF
005010     CLOSE RUNLOG
005020     MOVE "N" TO WS-EOF-SWITCH.
005030 3000-LOAD-RUNLOG-EXIT.
005040     EXIT.
005050*----------------------------------------------------------------
005060 3100-FILE-RUNLOG.
005070     READ RUNLOG
005080         AT END
005090             SET WS-EOF TO TRUE
005100             GO TO 3100-FILE-RUNLOG-EXIT
005110     END-READ
005120     IF RN-PROGRAM (1:7) NOT = "IFELSEB"
005130         GO TO 3100-FILE-RUNLOG-EXIT
005140     END-IF
005150     MOVE RN-START-TIME TO WS-TIME-WORK
005160     PERFORM 3200-TIME-TO-SECONDS THRU 3200-TIME-TO-SECONDS-EXIT
005170     MOVE WS-SECONDS TO WS-START-SECS
005180     MOVE RN-END-TIME TO WS-TIME-WORK
005190     PERFORM 3200-TIME-TO-SECONDS THRU 3200-TIME-TO-SECONDS-EXIT
005200     MOVE WS-SECONDS TO WS-END-SECS
005210     IF WS-END-SECS < WS-START-SECS
005220         ADD 86400 TO WS-END-SECS
005230     END-IF
005240     IF RN-RUN-DATE = WS-RUN-DATE
005250         IF WS-END-SECS - WS-START-SECS > WS-TN-ELAPSED
005253             COMPUTE WS-TN-ELAPSED = WS-END-SECS - WS-START-SECS
005256         END-IF
005260         GO TO 3100-FILE-RUNLOG-EXIT
005270     END-IF
005280     MOVE RN-RUN-DATE TO WS-SEEK-DATE
005290     PERFORM 2200-SEEK-NIGHT THRU 2200-SEEK-NIGHT-EXIT
005300     IF WS-NIGHT-FOUND
005310         IF WS-END-SECS - WS-START-SECS
005320                 > WS-NT-ELAPSED (WS-NIGHT-SUB)
005322             COMPUTE WS-NT-ELAPSED (WS-NIGHT-SUB)
005324                 = WS-END-SECS - WS-START-SECS
005326         END-IF
005330     END-IF.
005340 3100-FILE-RUNLOG-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------
005370 3200-TIME-TO-SECONDS.
005380     COMPUTE WS-SECONDS = (WS-SPLIT-HH * 3600)
005390         + (WS-SPLIT-MM * 60) + WS-SPLIT-SS.
005400 3200-TIME-TO-SECONDS-EXIT.
005410     EXIT.
005420*----------------------------------------------------------------
005430* 4000-LOAD-EXCEPTIONS  --  NOTHING EVER LEAVES THE EXCEPTION
005440*                           MASTER, SO EVERY NIGHT'S REJECTS ARE
005450*                           STILL COUNTABLE BY THE DATE THAT
005460*                           WROTE THEM, WHATEVER THEIR STATUS
005470*                           HAS BECOME SINCE.
005480*----------------------------------------------------------------
005490 4000-LOAD-EXCEPTIONS.
005500     OPEN INPUT EXCPMSTR
005510     IF WS-EXCP-STATUS NOT = "00"
005520         DISPLAY "ANOMGATE ABEND - CANNOT OPEN EXCPMSTR, "
005525             "STATUS = "
005530             WS-EXCP-STATUS
005540         MOVE 16 TO RETURN-CODE
005550         STOP RUN
005560     END-IF
005570     PERFORM 4100-FILE-EXCEPTION THRU 4100-FILE-EXCEPTION-EXIT
005580         UNTIL WS-EOF
005590     CLOSE EXCPMSTR
005600     MOVE "N" TO WS-EOF-SWITCH.
005610 4000-LOAD-EXCEPTIONS-EXIT.
005620     EXIT.
005630*----------------------------------------------------------------
005640 4100-FILE-EXCEPTION.
005650     READ EXCPMSTR
005660         AT END
005670             SET WS-EOF TO TRUE
005680             GO TO 4100-FILE-EXCEPTION-EXIT
005690     END-READ
005700     IF EXC-RUN-DATE IS NOT NUMERIC
005710         GO TO 4100-FILE-EXCEPTION-EXIT
005720     END-IF
005730     IF EXC-RUN-DATE = WS-RUN-DATE
005740         ADD 1 TO WS-TN-REJECTS
005750         GO TO 4100-FILE-EXCEPTION-EXIT
005760     END-IF
005770     MOVE EXC-RUN-DATE TO WS-SEEK-DATE
005780     PERFORM 2200-SEEK-NIGHT THRU 2200-SEEK-NIGHT-EXIT
005790     IF WS-NIGHT-FOUND
005800         ADD 1 TO WS-NT-REJECTS (WS-NIGHT-SUB)
005810     END-IF.
005820 4100-FILE-EXCEPTION-EXIT.
005830     EXIT.
005840*----------------------------------------------------------------
005850* 5000-JUDGE-NIGHT  --  AVERAGE THE LAST WS-BASE-NIGHTS ENTRIES
005860*                       AND JUDGE EACH MEASURE AGAINST ITS BAND.
005870*----------------------------------------------------------------
005880 5000-JUDGE-NIGHT.
005890     IF WS-NIGHT-COUNT > WS-BASE-NIGHTS
005900         COMPUTE WS-FIRST-SUB
005905             = WS-NIGHT-COUNT - WS-BASE-NIGHTS + 1
005910     ELSE
005920         MOVE 1 TO WS-FIRST-SUB
005930     END-IF
005940     MOVE WS-FIRST-SUB TO WS-NIGHT-SUB
005950     PERFORM 5100-SUM-ONE-NIGHT THRU 5100-SUM-ONE-NIGHT-EXIT
005960         UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
005970     DISPLAY "ANOMGATE BUSINESS DATE " WS-RUN-DATE
005980         " AGAINST " WS-BL-NIGHTS " PRIOR NIGHTS"
005990     IF WS-BL-NIGHTS < WS-MIN-NIGHTS
006000         DISPLAY "ANOMGATE - BASELINE TOO SHORT (FEWER THAN "
006010             WS-MIN-NIGHTS " NIGHTS), NOTHING JUDGED"
006020         GO TO 5000-JUDGE-NIGHT-EXIT
006030     END-IF
006040*
006050     MOVE "COUNT"          TO WS-MS-NAME
006060     MOVE WS-TN-TOTAL      TO WS-MS-TONIGHT
006070     COMPUTE WS-MS-BASELINE ROUNDED
006080         = WS-BL-TOTAL-SUM / WS-BL-NIGHTS
006090     MOVE WS-BL-NIGHTS     TO WS-MS-NIGHTS
006100     MOVE WS-COUNT-PCT     TO WS-MS-TOLERANCE
006110     MOVE "Y"              TO WS-TWO-SIDED-SWITCH
006120     MOVE "N"              TO WS-POINTS-SWITCH
006130     PERFORM 6000-JUDGE-MEASURE THRU 6000-JUDGE-MEASURE-EXIT
006140*
006150     MOVE "PARPCT"         TO WS-MS-NAME
006160     MOVE WS-TN-PAR-PCT    TO WS-MS-TONIGHT
006170     COMPUTE WS-MS-BASELINE ROUNDED
006180         = WS-BL-PAR-SUM / WS-BL-NIGHTS
006190     MOVE WS-BL-NIGHTS     TO WS-MS-NIGHTS
006200     MOVE WS-PAR-PTS       TO WS-MS-TOLERANCE
006210     MOVE "Y"              TO WS-TWO-SIDED-SWITCH
006220     MOVE "Y"              TO WS-POINTS-SWITCH
006230     PERFORM 6000-JUDGE-MEASURE THRU 6000-JUDGE-MEASURE-EXIT
006240*
006250     IF WS-TN-REJECTS NOT > WS-REJ-MIN
006260         DISPLAY "ANOMGATE REJECTS  TONIGHT " WS-TN-REJECTS
006270             " - AT OR UNDER THE FLOOR OF " WS-REJ-MIN
006280     ELSE
006290         MOVE "REJECTS"        TO WS-MS-NAME
006300         MOVE WS-TN-REJECTS    TO WS-MS-TONIGHT
006310         COMPUTE WS-MS-BASELINE ROUNDED
006320             = WS-BL-REJECT-SUM / WS-BL-NIGHTS
006330         MOVE WS-BL-NIGHTS     TO WS-MS-NIGHTS
006340         MOVE WS-REJ-PCT       TO WS-MS-TOLERANCE
006350         MOVE "N"              TO WS-TWO-SIDED-SWITCH
006360         MOVE "N"              TO WS-POINTS-SWITCH
006370         PERFORM 6000-JUDGE-MEASURE THRU 6000-JUDGE-MEASURE-EXIT
006380     END-IF
006390*
006400     IF WS-TN-ELAPSED < ZERO
006410         OR WS-BL-TIMED-NIGHTS < WS-MIN-NIGHTS
006420         DISPLAY "ANOMGATE STEP1SEC - NOT ENOUGH RUN-LOG "
006430             "HISTORY, NOT JUDGED"
006440         GO TO 5000-JUDGE-NIGHT-EXIT
006450     END-IF
006460     MOVE "STEP1SEC"       TO WS-MS-NAME
006470     MOVE WS-TN-ELAPSED    TO WS-MS-TONIGHT
006480     COMPUTE WS-MS-BASELINE ROUNDED
006490         = WS-BL-ELAPSED-SUM / WS-BL-TIMED-NIGHTS
006500     MOVE WS-BL-TIMED-NIGHTS TO WS-MS-NIGHTS
006510     MOVE WS-STEP1-PCT     TO WS-MS-TOLERANCE
006520     MOVE "N"              TO WS-TWO-SIDED-SWITCH
006530     MOVE "N"              TO WS-POINTS-SWITCH
006540     PERFORM 6000-JUDGE-MEASURE THRU 6000-JUDGE-MEASURE-EXIT.
006550 5000-JUDGE-NIGHT-EXIT.
006560     EXIT.
006570*----------------------------------------------------------------
006580 5100-SUM-ONE-NIGHT.
006590     ADD 1 TO WS-BL-NIGHTS
006600     ADD WS-NT-TOTAL (WS-NIGHT-SUB)   TO WS-BL-TOTAL-SUM
006610     ADD WS-NT-PAR-PCT (WS-NIGHT-SUB) TO WS-BL-PAR-SUM
006620     ADD WS-NT-REJECTS (WS-NIGHT-SUB) TO WS-BL-REJECT-SUM
006630     IF WS-NT-ELAPSED (WS-NIGHT-SUB) NOT < ZERO
006640         ADD 1 TO WS-BL-TIMED-NIGHTS
006650         ADD WS-NT-ELAPSED (WS-NIGHT-SUB) TO WS-BL-ELAPSED-SUM
006660     END-IF
006670     ADD 1 TO WS-NIGHT-SUB.
006680 5100-SUM-ONE-NIGHT-EXIT.
006690     EXIT.
006700*----------------------------------------------------------------
006710* 6000-JUDGE-MEASURE  --  DEVIATION IS IN POINTS FOR A MEASURE
006720*                         THAT IS ALREADY A PERCENTAGE, AND IN
006730*                         PERCENT OF BASELINE FOR THE REST.  A
006740*                         ZERO BASELINE MAKES ANY VALUE ABOVE
006750*                         ZERO THE WIDEST DEVIATION THE FIELD
006760*                         HOLDS.  ONE-SIDED MEASURES ONLY FAIL
006770*                         HIGH.
006780*----------------------------------------------------------------
006790 6000-JUDGE-MEASURE.
006800     EVALUATE TRUE
006810         WHEN WS-BAND-IN-POINTS
006820             COMPUTE WS-MS-DEVIATION
006830                 = WS-MS-TONIGHT - WS-MS-BASELINE
006840         WHEN WS-MS-BASELINE = ZERO AND WS-MS-TONIGHT = ZERO
006850             MOVE ZERO TO WS-MS-DEVIATION
006860         WHEN WS-MS-BASELINE = ZERO
006870             MOVE 99999.99 TO WS-MS-DEVIATION
006880         WHEN OTHER
006890             COMPUTE WS-MS-DEVIATION ROUNDED
006900                 = (WS-MS-TONIGHT - WS-MS-BASELINE) * 100
006910                 / WS-MS-BASELINE
006920                 ON SIZE ERROR
006930                     MOVE 99999.99 TO WS-MS-DEVIATION
006940             END-COMPUTE
006950     END-EVALUATE
006952     IF WS-MS-DEVIATION > 99999.99
006954         MOVE 99999.99 TO WS-MS-DEVIATION
006956     END-IF
006960     MOVE WS-MS-TONIGHT   TO WS-VALUE-ED
006970     MOVE WS-MS-BASELINE  TO WS-BASE-ED
006980     MOVE WS-MS-DEVIATION TO WS-DEV-ED
006990     MOVE WS-MS-TOLERANCE TO WS-TOL-ED
007000     IF WS-MS-DEVIATION > WS-MS-TOLERANCE
007010         OR (WS-TWO-SIDED
007020             AND WS-MS-DEVIATION < ZERO - WS-MS-TOLERANCE)
007030         DISPLAY "ANOMGATE " WS-MS-NAME " TONIGHT " WS-VALUE-ED
007040             " BASELINE " WS-BASE-ED " OFF BY " WS-DEV-ED
007050             " BAND " WS-TOL-ED " - OUT OF BAND"
007060         PERFORM 6100-WRITE-ANOMALY THRU 6100-WRITE-ANOMALY-EXIT
007070     ELSE
007080         DISPLAY "ANOMGATE " WS-MS-NAME " TONIGHT " WS-VALUE-ED
007090             " BASELINE " WS-BASE-ED " OFF BY " WS-DEV-ED
007100             " BAND " WS-TOL-ED " - OK"
007110     END-IF.
007120 6000-JUDGE-MEASURE-EXIT.
007130     EXIT.
007140*----------------------------------------------------------------
007150 6100-WRITE-ANOMALY.
007160     ADD 1 TO WS-BREACH-COUNT
007170     MOVE SPACES           TO AN-ANOMALY-RECORD
007180     MOVE WS-RUN-DATE      TO AN-RUN-DATE
007190     MOVE WS-RUN-TIME      TO AN-RUN-TIME
007200     MOVE WS-MS-NAME       TO AN-MEASURE
007210     MOVE WS-MS-TONIGHT    TO AN-TONIGHT-VALUE
007220     MOVE WS-MS-BASELINE   TO AN-BASELINE-VALUE
007230     MOVE WS-MS-NIGHTS     TO AN-BASELINE-NIGHTS
007240     MOVE WS-MS-TOLERANCE  TO AN-TOLERANCE
007250     IF WS-MS-DEVIATION < ZERO
007260         MOVE "-" TO AN-DEVIATION-SIGN
007270     ELSE
007280         MOVE "+" TO AN-DEVIATION-SIGN
007290     END-IF
007300     MOVE WS-MS-DEVIATION  TO AN-DEVIATION
007310     IF WS-OVERRIDE-GIVEN
007320         SET AN-RELEASED TO TRUE
007330         MOVE WS-OVERRIDE-OPERATOR TO AN-OPERATOR-ID
007340     ELSE
007350         SET AN-HELD TO TRUE
007360     END-IF
007370     WRITE AN-ANOMALY-RECORD.
007380 6100-WRITE-ANOMALY-EXIT.
007390     EXIT.
007400*----------------------------------------------------------------
007410 8000-TERMINATE.
007420     CLOSE ANOMLOG
007430     IF WS-BREACH-COUNT = ZERO
007440         DISPLAY "ANOMGATE - ALL MEASURES IN BAND, NIGHT PASSES"
007450         GO TO 8000-TERMINATE-EXIT
007460     END-IF
007470     IF WS-OVERRIDE-GIVEN
007480         DISPLAY "ANOMGATE - " WS-BREACH-COUNT " MEASURE(S) OUT "
007490             "OF BAND, NIGHT RELEASED BY " WS-OVERRIDE-OPERATOR
007500         GO TO 8000-TERMINATE-EXIT
007510     END-IF
007520     DISPLAY "ANOMGATE - " WS-BREACH-COUNT " MEASURE(S) OUT OF "
007530         "BAND, NIGHT HELD AHEAD OF THE EXPORT STEP"
007540     MOVE 12 TO RETURN-CODE.
007550 8000-TERMINATE-EXIT.
007560     EXIT.
