000010*----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------
000040 PROGRAM-ID.    INTGAUD.
000050 AUTHOR.        M. TORRES.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED. 2026-10-15.
000090*----------------------------------------------------------------
000100* WEEKLY CROSS-FILE INTEGRITY AUDIT OF THE PERMANENT FILES.  THE
000110* FILES STEPDEL NEVER DELETES ARE EACH APPENDED BY A DIFFERENT
000120* STEP, AND A RESTART, A FORCED RERUN OR A REPRINT CAN LEAVE ONE
000130* OF THEM OUT OF STEP WITH THE OTHERS WITHOUT ANY STEP FAILING.
000140* THIS PROGRAM READS THEM ALL AND, FOR EVERY BUSINESS DATE IN THE
000150* WINDOW, CHECKS THAT THEY STILL AGREE:
000160*
000170*   CLOSED DATE (LAST DATEHIST EVENT "C"):
000180*     SUMHIST   - EXACTLY ONE SUMMARY RECORD FOR THE DATE.
000190*     AUDTMSTR  - AS MANY AUDIT RECORDS FOR THE DATE AS THE
000200*                 SUMMARY'S TOTAL COUNT (ONE PER CLASSIFIED ITEM).
000210*     RUNLOG    - EACH OF THE ELEVEN LOGGING STEPS (RUNRPT'S LIST)
000220*                 EXACTLY ONCE, WITH COMPLETION CODE ZERO.
000230*     FEEDLOG   - EXACTLY ONE FEED FOR EVERY RECEIVER ON RECVPROF.
000240*   DATE OPENED BUT NEVER CLOSED:
000250*     DATEHIST  - REPORTED, UNLESS IT IS DATEFILE'S OWN OPEN DATE
000260*                 (A NIGHT STILL IN FLIGHT).  NOT AUDITED FURTHER.
000270*   DATE NEVER OPENED:
000280*     SUMHIST,  - NO RECORD MAY CARRY THE DATE.
000290*     FEEDLOG
000300*   DATEFILE'S OWN DATE, WHEN IT FALLS IN THE WINDOW:
000310*     DATEFILE  - ITS OPEN/CLOSED STATUS MUST MATCH THE DATE'S
000320*                 LAST DATEHIST EVENT.
000330*
000340* THE WINDOW IS THE SEVEN DAYS ENDING THE DAY BEFORE THE RUN
000341* DATE -- ON THE MONDAY-MORNING RUN, THE PREVIOUS MONDAY THROUGH
000342* SUNDAY.  THE RUN DATE ITSELF IS NOT OPENED BY DAYOPEN UNTIL
000343* THAT EVENING AND IS AUDITED BY THE FOLLOWING WEEK'S RUN.  AN
000350* EARLIER WEEK, OR A LONGER SPAN OF UP TO 31 DAYS, IS AUDITED
000360* WITH A PARMFILE CARD:
000370*     "WINDOW"  IN COLUMNS 1-8, LAST DATE YYYYMMDD IN 10-17,
000380*               NUMBER OF DAYS IN 19-20.
000390* DATES BEFORE THE FIRST DATEHIST RECORD HAVE NO HISTORY TO
000400* AUDIT AGAINST AND ARE LISTED AS NOT AUDITED.  THE WINDOW MUST
000410* ALSO LIE INSIDE AUDARCH'S RETENTION: AN ARCHIVED DATE HAS NO
000420* AUDIT RECORDS LEFT ON THE MASTER AND WOULD SHOW AS A MISMATCH.
000430*
000440* FILES
000450*   PARMFILE  INPUT   - OPTIONAL WINDOW CARD.  NO FILE OR AN EMPTY
000460*                       ONE (DD DUMMY) MEANS THE DEFAULT WEEK.
000470*   DATEFILE  INPUT   - DC-DATECTL-RECORD (DATECTL.CPY).
000480*   DATEHIST  INPUT   - DH-DATE-EVENT-RECORD (DATEHIST.CPY).
000490*   RECVPROF  INPUT   - RV-RECEIVER-RECORD (RECVREC.CPY).  NOT
000500*                       ALLOCATED MEANS THE ONE BUILT-IN "ALL"
000510*                       RECEIVER, AS IN DLYEXPRT.
000520*   SUMHIST   INPUT   - SH-SUMMARY-RECORD (SUMHIST.CPY).
000530*   AUDTMSTR  INPUT   - AUM-AUDIT-RECORD (AUDMREC.CPY), INDEXED,
000540*                       READ FRONT TO BACK AS AUDARCH READS IT.
000550*   RUNLOG    INPUT   - RN-RUNLOG-RECORD (RUNLOG.CPY).
000560*   FEEDLOG   INPUT   - FL-FEEDLOG-RECORD (FEEDLOG.CPY).
000570*   INTGRPT   OUTPUT  - THE PRINTED AUDIT REPORT: EVERY
000580*                       DISCREPANCY BY DATE AND FILE, THEN ONE
000590*                       LINE PER DATE IN THE WINDOW.
000600*
000610* RETURN CODES: 0 CLEAN, 4 WHEN ANY DISCREPANCY IS FOUND OR NO
000620* DATE IN THE WINDOW COULD BE AUDITED, 16 ON AN ABEND.
000630*
000640* MAINTENANCE HISTORY
000650*   2026-10-15  M.TORRES   ORIGINAL PROGRAM.
000660*----------------------------------------------------------------
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT PARMFILE ASSIGN TO "PARMFILE"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-PARM-STATUS.
000730     SELECT DATEFILE ASSIGN TO "DATEFILE"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-DATE-STATUS.
000760     SELECT DATEHIST ASSIGN TO "DATEHIST"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-HIST-STATUS.
000790     SELECT RECVPROF ASSIGN TO "RECVPROF"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-PROF-STATUS.
000820     SELECT SUMHIST ASSIGN TO "SUMHIST"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-SUMH-STATUS.
000850     SELECT AUDTMSTR ASSIGN TO "AUDTMSTR"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS AUM-KEY
000890         FILE STATUS IS WS-MSTR-STATUS.
000900     SELECT RUNLOG ASSIGN TO "RUNLOG"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-RUNL-STATUS.
000930     SELECT FEEDLOG ASSIGN TO "FEEDLOG"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-FEED-STATUS.
000960     SELECT INTGRPT ASSIGN TO "INTGRPT"
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-RPT-STATUS.
000990*----------------------------------------------------------------
001000 DATA DIVISION.
001010 FILE SECTION.
001020*----------------------------------------------------------------
001030 FD  PARMFILE
001040     RECORDING MODE IS F.
001050 01  PARM-RECORD.
001060     05  PRM-MODE                PIC X(08).
001070         88  PRM-WINDOW          VALUE "WINDOW".
001080     05  FILLER                  PIC X(01).
001090     05  PRM-END-DATE            PIC 9(08).
001100     05  PRM-END-DATE-PARTS REDEFINES PRM-END-DATE.
001110         10  PRM-END-YEAR        PIC 9(04).
001120         10  PRM-END-MONTH       PIC 9(02).
001130         10  PRM-END-DAY         PIC 9(02).
001140     05  FILLER                  PIC X(01).
001150     05  PRM-DAYS                PIC 9(02).
001160     05  FILLER                  PIC X(60).
001170*----------------------------------------------------------------
001180 FD  DATEFILE
001190     RECORDING MODE IS F.
001200     COPY DATECTL.
001210*----------------------------------------------------------------
001220 FD  DATEHIST
001230     RECORDING MODE IS F.
001240     COPY DATEHIST.
001250*----------------------------------------------------------------
001260 FD  RECVPROF
001270     RECORDING MODE IS F.
001280     COPY RECVREC.
001290*----------------------------------------------------------------
001300 FD  SUMHIST
001310     RECORDING MODE IS F.
001320     COPY SUMHIST.
001330*----------------------------------------------------------------
001340 FD  AUDTMSTR.
001350     COPY AUDMREC.
001360*----------------------------------------------------------------
001370 FD  RUNLOG
001380     RECORDING MODE IS F.
001390     COPY RUNLOG.
001400*----------------------------------------------------------------
001410 FD  FEEDLOG
001420     RECORDING MODE IS F.
001430     COPY FEEDLOG.
001440*----------------------------------------------------------------
001450 FD  INTGRPT
001460     RECORDING MODE IS F.
001470 01  REPORT-RECORD               PIC X(80).
001480*----------------------------------------------------------------
001490 WORKING-STORAGE SECTION.
001500*----------------------------------------------------------------
001510 01  WS-SWITCHES.
001520     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001530         88  WS-EOF              VALUE "Y".
001540*----------------------------------------------------------------
001550 01  WS-PARM-STATUS              PIC X(02).
001560 01  WS-DATE-STATUS              PIC X(02).
001570 01  WS-HIST-STATUS              PIC X(02).
001580 01  WS-PROF-STATUS              PIC X(02).
001590 01  WS-SUMH-STATUS              PIC X(02).
001600 01  WS-MSTR-STATUS              PIC X(02).
001610 01  WS-RUNL-STATUS              PIC X(02).
001620 01  WS-FEED-STATUS              PIC X(02).
001630 01  WS-RPT-STATUS               PIC X(02).
001640*----------------------------------------------------------------
001650* THE WINDOW: WS-WINDOW-DAYS DAYS ENDING ON WS-END-DATE.
001660*----------------------------------------------------------------
001670 77  WS-WINDOW-DAYS              PIC 9(02) VALUE 07.
001680 77  WS-WINDOW-MAX               PIC 9(02) VALUE 31.
001690 01  WS-RUN-DATE                 PIC 9(08).
001700 01  WS-END-DATE                 PIC 9(08).
001710 01  WS-START-DATE               PIC 9(08).
001720 01  WS-HIST-FIRST-DATE          PIC 9(08) VALUE 99999999.
001730 77  WS-END-DAY-NUM              PIC 9(07) COMP VALUE ZERO.
001740 77  WS-START-DAY-NUM            PIC 9(07) COMP VALUE ZERO.
001750 77  WS-SEEK-DAY-NUM             PIC S9(07) COMP VALUE ZERO.
001760 01  WS-SEEK-DATE                PIC 9(08).
001770 77  WS-DAY-IX                   PIC 9(02) COMP VALUE ZERO.
001780 77  WS-DAY-SUB                  PIC 9(02) COMP VALUE ZERO.
001790*----------------------------------------------------------------
001800* THE ELEVEN LOGGING STEPS OF THE NIGHTLY RUN, AS RUNRPT LISTS
001810* THEM.  EACH MUST LEAVE EXACTLY ONE CLEAN RUNLOG RECORD PER
001820* CLOSED DATE.
001830*----------------------------------------------------------------
001840 01  WS-PROGRAM-LIST.
001850     05  FILLER                  PIC X(08) VALUE "PARTSPLT".
001860     05  FILLER                  PIC X(08) VALUE "IFELSEB1".
001870     05  FILLER                  PIC X(08) VALUE "IFELSEB2".
001880     05  FILLER                  PIC X(08) VALUE "IFELSEB3".
001890     05  FILLER                  PIC X(08) VALUE "IFELSEB4".
001900     05  FILLER                  PIC X(08) VALUE "BALCHKPT".
001910     05  FILLER                  PIC X(08) VALUE "WHILEEX".
001920     05  FILLER                  PIC X(08) VALUE "PARSUM".
001930     05  FILLER                  PIC X(08) VALUE "DLYEXPRT".
001940     05  FILLER                  PIC X(08) VALUE "AUDLOAD".
001950     05  FILLER                  PIC X(08) VALUE "BALCHK".
001960 01  WS-PROGRAM-TABLE REDEFINES WS-PROGRAM-LIST.
001970     05  WS-PGM-NAME OCCURS 11 TIMES PIC X(08).
001980 77  WS-PGM-COUNT                PIC 9(02) VALUE 11.
001990 77  WS-PGM-SUB                  PIC 9(02) COMP VALUE ZERO.
002000 77  WS-PGM-IX                   PIC 9(02) COMP VALUE ZERO.
002010*----------------------------------------------------------------
002020* THE RECEIVERS ON RECVPROF (AT MOST FIVE, AS IN DLYEXPRT).
002030*----------------------------------------------------------------
002040 77  WS-RECV-COUNT               PIC 9(02) COMP VALUE ZERO.
002050 77  WS-RECV-MAX                 PIC 9(02) COMP VALUE 5.
002060 77  WS-RECV-SUB                 PIC 9(02) COMP VALUE ZERO.
002070 77  WS-RECV-IX                  PIC 9(02) COMP VALUE ZERO.
002080 01  WS-RECV-TABLE.
002090     05  WS-RECV-ID              PIC X(08) OCCURS 5 TIMES.
002100*----------------------------------------------------------------
002110* ONE ENTRY PER DATE IN THE WINDOW, OLDEST IN ENTRY 1.  THE STATE
002120* IS THE DATE'S LAST DATEHIST EVENT; THE REST ARE WHAT EACH
002130* PERMANENT FILE HOLDS FOR THE DATE.
002140*----------------------------------------------------------------
002150 01  WS-DAY-TABLE.
002160     05  WS-DAY-ENTRY OCCURS 31 TIMES.
002170         10  WS-DAY-DATE         PIC 9(08).
002180         10  WS-DAY-STATE        PIC X(01).
002190             88  WS-DAY-NEVER-OPENED   VALUE SPACE.
002200             88  WS-DAY-OPEN           VALUE "O".
002210             88  WS-DAY-FORCED-OPEN    VALUE "F".
002220             88  WS-DAY-CLOSED         VALUE "C".
002230             88  WS-DAY-BEFORE-HISTORY VALUE "B".
002240         10  WS-DAY-SUMH-RECS    PIC 9(05) COMP.
002250         10  WS-DAY-SUMH-TOTAL   PIC 9(07) COMP.
002260         10  WS-DAY-AUDIT-RECS   PIC 9(09) COMP.
002270         10  WS-DAY-FEED-RECS    PIC 9(05) COMP.
002280         10  WS-DAY-STEP OCCURS 11 TIMES.
002290             15  WS-DAY-STEP-RUNS
002300                                 PIC 9(03) COMP.
002310             15  WS-DAY-STEP-RC  PIC 9(02).
002320         10  WS-DAY-RECV-FEEDS   PIC 9(03) COMP OCCURS 5 TIMES.
002330         10  WS-DAY-ISSUES       PIC 9(05) COMP.
002340*----------------------------------------------------------------
002350 01  WS-COUNTS.
002360     05  WS-HIST-COUNT           PIC 9(07) COMP VALUE ZERO.
002370     05  WS-SUMH-COUNT           PIC 9(07) COMP VALUE ZERO.
002380     05  WS-AUDIT-COUNT          PIC 9(09) COMP VALUE ZERO.
002390     05  WS-RUNL-COUNT           PIC 9(07) COMP VALUE ZERO.
002400     05  WS-FEED-COUNT           PIC 9(07) COMP VALUE ZERO.
002410     05  WS-UNREADABLE-COUNT     PIC 9(07) COMP VALUE ZERO.
002420     05  WS-AUDITED-COUNT        PIC 9(03) COMP VALUE ZERO.
002430     05  WS-DISCREPANCY-COUNT    PIC 9(05) COMP VALUE ZERO.
002440*----------------------------------------------------------------
002450 01  WS-COUNT-ED                 PIC ZZZZZZ9.
002460 01  WS-COUNT-ED-2               PIC ZZZZZZ9.
002470 01  WS-SMALL-ED                 PIC ZZ9.
002480 01  WS-REPORT-LINE              PIC X(80).
002490*----------------------------------------------------------------
002500 01  WS-DISCREPANCY-LINE.
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  DL-DATE                 PIC 9(08).
002530     05  FILLER                  PIC X(02) VALUE SPACES.
002540     05  DL-FILE                 PIC X(08).
002550     05  FILLER                  PIC X(02) VALUE SPACES.
002560     05  DL-TEXT                 PIC X(58).
002570*----------------------------------------------------------------
002580 01  WS-DAY-LINE.
002590     05  FILLER                  PIC X(02) VALUE SPACES.
002600     05  DY-DATE                 PIC 9(08).
002610     05  FILLER                  PIC X(02) VALUE SPACES.
002620     05  DY-STATE                PIC X(24).
002630     05  FILLER                  PIC X(02) VALUE SPACES.
002640     05  DY-ISSUES               PIC ZZZZ9.
002650     05  FILLER                  PIC X(37) VALUE SPACES.
002660*----------------------------------------------------------------
002670 PROCEDURE DIVISION.
002680*----------------------------------------------------------------
002690 0000-MAINLINE.
002700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002710     PERFORM 2000-LOAD-DATEHIST THRU 2000-LOAD-DATEHIST-EXIT
002720     PERFORM 3000-LOAD-RECEIVERS THRU 3000-LOAD-RECEIVERS-EXIT
002730     PERFORM 4000-TALLY-SUMHIST THRU 4000-TALLY-SUMHIST-EXIT
002740     PERFORM 4200-TALLY-AUDTMSTR THRU 4200-TALLY-AUDTMSTR-EXIT
002750     PERFORM 4400-TALLY-RUNLOG THRU 4400-TALLY-RUNLOG-EXIT
002760     PERFORM 4600-TALLY-FEEDLOG THRU 4600-TALLY-FEEDLOG-EXIT
002770     PERFORM 6000-AUDIT-WINDOW THRU 6000-AUDIT-WINDOW-EXIT
002780     PERFORM 7000-PRINT-SUMMARY THRU 7000-PRINT-SUMMARY-EXIT
002790     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
002800     STOP RUN.
002810*----------------------------------------------------------------
002820* 1000-INITIALIZE  --  SETS THE WINDOW, FILLS IN ITS DATES, READS
002830*                      THE CONTROL RECORD AND HEADS THE REPORT.
002840*----------------------------------------------------------------
002850 1000-INITIALIZE.
002860     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002870     COMPUTE WS-END-DATE = FUNCTION DATE-OF-INTEGER
002871         (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
002880     INITIALIZE WS-DAY-TABLE
002890     INITIALIZE WS-RECV-TABLE
002900     PERFORM 1100-READ-PARMFILE THRU 1100-READ-PARMFILE-EXIT
002910     COMPUTE WS-END-DAY-NUM
002920         = FUNCTION INTEGER-OF-DATE(WS-END-DATE)
002930     COMPUTE WS-START-DAY-NUM
002940         = WS-END-DAY-NUM - WS-WINDOW-DAYS + 1
002950     COMPUTE WS-START-DATE
002960         = FUNCTION DATE-OF-INTEGER(WS-START-DAY-NUM)
002970     MOVE ZERO TO WS-DAY-SUB
002980     PERFORM 1200-SET-ONE-DATE THRU 1200-SET-ONE-DATE-EXIT
002990         WS-WINDOW-DAYS TIMES
003000     PERFORM 1300-READ-DATEFILE THRU 1300-READ-DATEFILE-EXIT
003010     OPEN OUTPUT INTGRPT
003020     IF WS-RPT-STATUS NOT = "00"
003030         DISPLAY "INTGAUD ABEND - CANNOT OPEN INTGRPT, "
003040             "STATUS = " WS-RPT-STATUS
003050         MOVE 16 TO RETURN-CODE
003060         STOP RUN
003070     END-IF
003080     MOVE SPACES TO WS-REPORT-LINE
003090     STRING "PERMANENT FILE INTEGRITY AUDIT - BUSINESS DATES "
003100         WS-START-DATE " TO " WS-END-DATE
003110         DELIMITED BY SIZE INTO WS-REPORT-LINE
003120     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003130     MOVE SPACES TO WS-REPORT-LINE
003140     STRING "DATEFILE BUSINESS DATE " DC-BUSINESS-DATE
003150         "  STATUS " DC-STATUS
003160         DELIMITED BY SIZE INTO WS-REPORT-LINE
003170     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003180     MOVE SPACES TO WS-REPORT-LINE
003190     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003200 1000-INITIALIZE-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------
003230* 1100-READ-PARMFILE  --  NO FILE, OR AN EMPTY ONE, MEANS NO CARD.
003240*                         A CARD THAT IS THERE MUST BE A WELL-
003250*                         FORMED WINDOW CARD WHOSE LAST DATE IS A
003251*                         REAL CALENDAR DATE: IT MUST CONVERT TO
003252*                         A DAY NUMBER AND BACK UNCHANGED.
003260*----------------------------------------------------------------
003270 1100-READ-PARMFILE.
003280     OPEN INPUT PARMFILE
003290     IF WS-PARM-STATUS NOT = "00"
003300         GO TO 1100-READ-PARMFILE-EXIT
003310     END-IF
003320     READ PARMFILE
003330         AT END
003340             CLOSE PARMFILE
003350             GO TO 1100-READ-PARMFILE-EXIT
003360     END-READ
003370     CLOSE PARMFILE
003380     IF NOT PRM-WINDOW
003390         DISPLAY "INTGAUD ABEND - UNKNOWN PARMFILE MODE "
003400             PRM-MODE
003410         MOVE 16 TO RETURN-CODE
003420         STOP RUN
003430     END-IF
003431     MOVE ZERO TO WS-SEEK-DATE
003432     IF PRM-END-DATE IS NUMERIC
003433         AND PRM-END-MONTH >= 1 AND PRM-END-MONTH <= 12
003434         AND PRM-END-DAY >= 1 AND PRM-END-DAY <= 31
003435         COMPUTE WS-END-DAY-NUM
003436             = FUNCTION INTEGER-OF-DATE(PRM-END-DATE)
003437         COMPUTE WS-SEEK-DATE
003438             = FUNCTION DATE-OF-INTEGER(WS-END-DAY-NUM)
003439     END-IF
003440     IF PRM-END-DATE IS NOT NUMERIC
003450         OR WS-SEEK-DATE NOT = PRM-END-DATE
003470         DISPLAY "INTGAUD ABEND - PARMFILE LAST DATE IS NOT "
003480             "A VALID YYYYMMDD: " PRM-END-DATE
003490         MOVE 16 TO RETURN-CODE
003500         STOP RUN
003510     END-IF
003520     IF PRM-DAYS IS NOT NUMERIC
003530         OR PRM-DAYS < 1 OR PRM-DAYS > WS-WINDOW-MAX
003540         DISPLAY "INTGAUD ABEND - PARMFILE NUMBER OF DAYS MUST "
003550             "BE 01 TO " WS-WINDOW-MAX
003560         MOVE 16 TO RETURN-CODE
003570         STOP RUN
003580     END-IF
003590     MOVE PRM-END-DATE TO WS-END-DATE
003600     MOVE PRM-DAYS     TO WS-WINDOW-DAYS
003610     DISPLAY "INTGAUD - PARMFILE WINDOW OF " WS-WINDOW-DAYS
003620         " DAYS ENDING " WS-END-DATE.
003630 1100-READ-PARMFILE-EXIT.
003640     EXIT.
003650*----------------------------------------------------------------
003660 1200-SET-ONE-DATE.
003670     ADD 1 TO WS-DAY-SUB
003680     COMPUTE WS-DAY-DATE (WS-DAY-SUB)
003690         = FUNCTION DATE-OF-INTEGER(WS-START-DAY-NUM
003700                                    + WS-DAY-SUB - 1).
003710 1200-SET-ONE-DATE-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------
003740* 1300-READ-DATEFILE  --  THE CONTROL RECORD MUST EXIST; ITS DATE
003750*                         AND STATUS ARE CHECKED AGAINST DATEHIST
003760*                         WHEN THE DATE FALLS IN THE WINDOW.
003770*----------------------------------------------------------------
003780 1300-READ-DATEFILE.
003790     OPEN INPUT DATEFILE
003800     IF WS-DATE-STATUS NOT = "00"
003810         DISPLAY "INTGAUD ABEND - CANNOT OPEN DATEFILE, "
003820             "STATUS = " WS-DATE-STATUS
003830         MOVE 16 TO RETURN-CODE
003840         STOP RUN
003850     END-IF
003860     READ DATEFILE
003870         AT END
003880             DISPLAY "INTGAUD ABEND - DATEFILE IS EMPTY"
003890             MOVE 16 TO RETURN-CODE
003900             STOP RUN
003910     END-READ
003920     CLOSE DATEFILE
003930     IF DC-BUSINESS-DATE IS NOT NUMERIC
003940         DISPLAY "INTGAUD ABEND - DATEFILE BUSINESS DATE IS NOT "
003950             "NUMERIC"
003960         MOVE 16 TO RETURN-CODE
003970         STOP RUN
003980     END-IF.
003990 1300-READ-DATEFILE-EXIT.
004000     EXIT.
004010*----------------------------------------------------------------
004020* 2000-LOAD-DATEHIST  --  EACH DATE IN THE WINDOW TAKES ITS LAST
004030*                         EVENT AS ITS STATE.  DATES BEFORE THE
004040*                         FIRST EVENT ON FILE ARE MARKED NOT
004050*                         AUDITABLE.
004060*----------------------------------------------------------------
004070 2000-LOAD-DATEHIST.
004080     OPEN INPUT DATEHIST
004090     IF WS-HIST-STATUS NOT = "00"
004100         DISPLAY "INTGAUD ABEND - CANNOT OPEN DATEHIST, "
004110             "STATUS = " WS-HIST-STATUS
004120         MOVE 16 TO RETURN-CODE
004130         STOP RUN
004140     END-IF
004150     MOVE "N" TO WS-EOF-SWITCH
004160     PERFORM 2100-READ-DATEHIST THRU 2100-READ-DATEHIST-EXIT
004170     PERFORM 2200-FILE-ONE-EVENT THRU 2200-FILE-ONE-EVENT-EXIT
004180         UNTIL WS-EOF
004190     CLOSE DATEHIST
004200     MOVE ZERO TO WS-DAY-SUB
004210     PERFORM 2300-MARK-BEFORE-HISTORY
004220         THRU 2300-MARK-BEFORE-HISTORY-EXIT
004230         WS-WINDOW-DAYS TIMES.
004240 2000-LOAD-DATEHIST-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------
004270 2100-READ-DATEHIST.
004280     READ DATEHIST
004290         AT END
004300             SET WS-EOF TO TRUE
004310     END-READ.
004320 2100-READ-DATEHIST-EXIT.
004330     EXIT.
004340*----------------------------------------------------------------
004350 2200-FILE-ONE-EVENT.
004360     ADD 1 TO WS-HIST-COUNT
004370     IF DH-BUSINESS-DATE IS NOT NUMERIC OR DH-BUSINESS-DATE = ZERO
004380         OR NOT (DH-ANY-OPEN OR DH-CLOSED)
004390         ADD 1 TO WS-UNREADABLE-COUNT
004400         GO TO 2200-FILE-ONE-EVENT-NEXT
004410     END-IF
004420     IF DH-BUSINESS-DATE < WS-HIST-FIRST-DATE
004430         MOVE DH-BUSINESS-DATE TO WS-HIST-FIRST-DATE
004440     END-IF
004450     MOVE DH-BUSINESS-DATE TO WS-SEEK-DATE
004460     PERFORM 5000-LOCATE-DAY THRU 5000-LOCATE-DAY-EXIT
004470     IF WS-DAY-IX NOT = ZERO
004480         MOVE DH-EVENT TO WS-DAY-STATE (WS-DAY-IX)
004490     END-IF.
004500 2200-FILE-ONE-EVENT-NEXT.
004510     PERFORM 2100-READ-DATEHIST THRU 2100-READ-DATEHIST-EXIT.
004520 2200-FILE-ONE-EVENT-EXIT.
004530     EXIT.
004540*----------------------------------------------------------------
004550 2300-MARK-BEFORE-HISTORY.
004560     ADD 1 TO WS-DAY-SUB
004570     IF WS-DAY-DATE (WS-DAY-SUB) < WS-HIST-FIRST-DATE
004580         SET WS-DAY-BEFORE-HISTORY (WS-DAY-SUB) TO TRUE
004590     END-IF.
004600 2300-MARK-BEFORE-HISTORY-EXIT.
004610     EXIT.
004620*----------------------------------------------------------------
004630* 3000-LOAD-RECEIVERS  --  A PROFILE FILE THAT IS NOT ALLOCATED
004640*                          MEANS DLYEXPRT RAN WITH ITS BUILT-IN
004650*                          "ALL" RECEIVER, SO THAT IS THE ONE FEED
004660*                          OWED PER NIGHT.
004670*----------------------------------------------------------------
004680 3000-LOAD-RECEIVERS.
004690     OPEN INPUT RECVPROF
004700     IF WS-PROF-STATUS NOT = "00"
004710         DISPLAY "INTGAUD - NO RECEIVER PROFILE FILE, EXPECTING "
004720             "THE BUILT-IN ALL RECEIVER"
004730         MOVE 1 TO WS-RECV-COUNT
004740         MOVE "ALL" TO WS-RECV-ID (1)
004750         GO TO 3000-LOAD-RECEIVERS-EXIT
004760     END-IF
004770     MOVE "N" TO WS-EOF-SWITCH
004780     PERFORM 3100-LOAD-ONE-RECEIVER
004790         THRU 3100-LOAD-ONE-RECEIVER-EXIT
004800         UNTIL WS-EOF
004810     CLOSE RECVPROF.
004820 3000-LOAD-RECEIVERS-EXIT.
004830     EXIT.
004840*----------------------------------------------------------------
004850 3100-LOAD-ONE-RECEIVER.
004860     READ RECVPROF
004870         AT END
004880             SET WS-EOF TO TRUE
004890             GO TO 3100-LOAD-ONE-RECEIVER-EXIT
004900     END-READ
004910     IF WS-RECV-COUNT NOT < WS-RECV-MAX
004920         DISPLAY "INTGAUD ABEND - MORE THAN " WS-RECV-MAX
004930             " RECEIVERS ON RECVPROF"
004940         MOVE 16 TO RETURN-CODE
004950         STOP RUN
004960     END-IF
004970     ADD 1 TO WS-RECV-COUNT
004980     MOVE RV-RECEIVER-ID TO WS-RECV-ID (WS-RECV-COUNT).
004990 3100-LOAD-ONE-RECEIVER-EXIT.
005000     EXIT.
005010*----------------------------------------------------------------
005020* 4000-TALLY-SUMHIST  --  RECORDS PER DATE, AND THE TOTAL COUNT OF
005030*                         THE LAST ONE (THE ONE TRNDRPT WOULD SEE
005040*                         LAST).
005050*----------------------------------------------------------------
005060 4000-TALLY-SUMHIST.
005070     OPEN INPUT SUMHIST
005080     IF WS-SUMH-STATUS NOT = "00"
005090         DISPLAY "INTGAUD ABEND - CANNOT OPEN SUMHIST, "
005100             "STATUS = " WS-SUMH-STATUS
005110         MOVE 16 TO RETURN-CODE
005120         STOP RUN
005130     END-IF
005140     MOVE "N" TO WS-EOF-SWITCH
005150     PERFORM 4100-TALLY-ONE-SUMMARY
005160         THRU 4100-TALLY-ONE-SUMMARY-EXIT
005170         UNTIL WS-EOF
005180     CLOSE SUMHIST.
005190 4000-TALLY-SUMHIST-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------
005220 4100-TALLY-ONE-SUMMARY.
005230     READ SUMHIST
005240         AT END
005250             SET WS-EOF TO TRUE
005260             GO TO 4100-TALLY-ONE-SUMMARY-EXIT
005270     END-READ
005280     ADD 1 TO WS-SUMH-COUNT
005290     MOVE SH-RUN-DATE TO WS-SEEK-DATE
005300     PERFORM 5000-LOCATE-DAY THRU 5000-LOCATE-DAY-EXIT
005310     IF WS-DAY-IX = ZERO
005320         GO TO 4100-TALLY-ONE-SUMMARY-EXIT
005330     END-IF
005340     ADD 1 TO WS-DAY-SUMH-RECS (WS-DAY-IX)
005350     IF SH-TOTAL-COUNT IS NUMERIC
005360         MOVE SH-TOTAL-COUNT TO WS-DAY-SUMH-TOTAL (WS-DAY-IX)
005370     ELSE
005380         ADD 1 TO WS-UNREADABLE-COUNT
005390     END-IF.
005400 4100-TALLY-ONE-SUMMARY-EXIT.
005410     EXIT.
005420*----------------------------------------------------------------
005430* 4200-TALLY-AUDTMSTR  --  AUDIT RECORDS PER RUN DATE.  THE KEY
005440*                          LEADS WITH THE ITEM NUMBER, SO EVERY
005450*                          RECORD ON THE MASTER IS READ.
005460*----------------------------------------------------------------
005470 4200-TALLY-AUDTMSTR.
005480     OPEN INPUT AUDTMSTR
005490     IF WS-MSTR-STATUS NOT = "00"
005500         DISPLAY "INTGAUD ABEND - CANNOT OPEN AUDTMSTR, "
005510             "STATUS = " WS-MSTR-STATUS
005520         MOVE 16 TO RETURN-CODE
005530         STOP RUN
005540     END-IF
005550     MOVE "N" TO WS-EOF-SWITCH
005560     PERFORM 4300-TALLY-ONE-AUDIT THRU 4300-TALLY-ONE-AUDIT-EXIT
005570         UNTIL WS-EOF
005580     CLOSE AUDTMSTR.
005590 4200-TALLY-AUDTMSTR-EXIT.
005600     EXIT.
005610*----------------------------------------------------------------
005620 4300-TALLY-ONE-AUDIT.
005630     READ AUDTMSTR NEXT
005640         AT END
005650             SET WS-EOF TO TRUE
005660             GO TO 4300-TALLY-ONE-AUDIT-EXIT
005670     END-READ
005680     ADD 1 TO WS-AUDIT-COUNT
005690     MOVE AUM-RUN-DATE TO WS-SEEK-DATE
005700     PERFORM 5000-LOCATE-DAY THRU 5000-LOCATE-DAY-EXIT
005710     IF WS-DAY-IX NOT = ZERO
005720         ADD 1 TO WS-DAY-AUDIT-RECS (WS-DAY-IX)
005730     END-IF.
005740 4300-TALLY-ONE-AUDIT-EXIT.
005750     EXIT.
005760*----------------------------------------------------------------
005770* 4400-TALLY-RUNLOG  --  RUNS PER LOGGING STEP AND DATE, KEEPING
005780*                        THE LAST NON-ZERO COMPLETION CODE.  ANY
005790*                        OTHER PROGRAM ON THE LOG IS PASSED OVER.
005800*----------------------------------------------------------------
005810 4400-TALLY-RUNLOG.
005820     OPEN INPUT RUNLOG
005830     IF WS-RUNL-STATUS NOT = "00"
005840         DISPLAY "INTGAUD ABEND - CANNOT OPEN RUNLOG, "
005850             "STATUS = " WS-RUNL-STATUS
005860         MOVE 16 TO RETURN-CODE
005870         STOP RUN
005880     END-IF
005890     MOVE "N" TO WS-EOF-SWITCH
005900     PERFORM 4500-TALLY-ONE-STEP THRU 4500-TALLY-ONE-STEP-EXIT
005910         UNTIL WS-EOF
005920     CLOSE RUNLOG.
005930 4400-TALLY-RUNLOG-EXIT.
005940     EXIT.
005950*----------------------------------------------------------------
005960 4500-TALLY-ONE-STEP.
005970     READ RUNLOG
005980         AT END
005990             SET WS-EOF TO TRUE
006000             GO TO 4500-TALLY-ONE-STEP-EXIT
006010     END-READ
006020     ADD 1 TO WS-RUNL-COUNT
006030     MOVE RN-RUN-DATE TO WS-SEEK-DATE
006040     PERFORM 5000-LOCATE-DAY THRU 5000-LOCATE-DAY-EXIT
006050     IF WS-DAY-IX = ZERO
006060         GO TO 4500-TALLY-ONE-STEP-EXIT
006070     END-IF
006080     MOVE ZERO TO WS-PGM-IX
006090     MOVE ZERO TO WS-PGM-SUB
006100     PERFORM 4510-FIND-ONE-PROGRAM THRU 4510-FIND-ONE-PROGRAM-EXIT
006110         UNTIL WS-PGM-SUB NOT < WS-PGM-COUNT
006120            OR WS-PGM-IX NOT = ZERO
006130     IF WS-PGM-IX = ZERO
006140         GO TO 4500-TALLY-ONE-STEP-EXIT
006150     END-IF
006160     ADD 1 TO WS-DAY-STEP-RUNS (WS-DAY-IX, WS-PGM-IX)
006170     IF RN-COMPLETION-CODE IS NOT NUMERIC
006180         MOVE 99 TO WS-DAY-STEP-RC (WS-DAY-IX, WS-PGM-IX)
006190         GO TO 4500-TALLY-ONE-STEP-EXIT
006200     END-IF
006210     IF RN-COMPLETION-CODE NOT = ZERO
006220         MOVE RN-COMPLETION-CODE
006230             TO WS-DAY-STEP-RC (WS-DAY-IX, WS-PGM-IX)
006240     END-IF.
006250 4500-TALLY-ONE-STEP-EXIT.
006260     EXIT.
006270*----------------------------------------------------------------
006280 4510-FIND-ONE-PROGRAM.
006290     ADD 1 TO WS-PGM-SUB
006300     IF WS-PGM-NAME (WS-PGM-SUB) = RN-PROGRAM
006310         MOVE WS-PGM-SUB TO WS-PGM-IX
006320     END-IF.
006330 4510-FIND-ONE-PROGRAM-EXIT.
006340     EXIT.
006350*----------------------------------------------------------------
006360* 4600-TALLY-FEEDLOG  --  FEEDS PER DATE, AND PER RECEIVER ON THE
006370*                         PROFILE FILE.
006380*----------------------------------------------------------------
006390 4600-TALLY-FEEDLOG.
006400     OPEN INPUT FEEDLOG
006410     IF WS-FEED-STATUS NOT = "00"
006420         DISPLAY "INTGAUD ABEND - CANNOT OPEN FEEDLOG, "
006430             "STATUS = " WS-FEED-STATUS
006440         MOVE 16 TO RETURN-CODE
006450         STOP RUN
006460     END-IF
006470     MOVE "N" TO WS-EOF-SWITCH
006480     PERFORM 4700-TALLY-ONE-FEED THRU 4700-TALLY-ONE-FEED-EXIT
006490         UNTIL WS-EOF
006500     CLOSE FEEDLOG.
006510 4600-TALLY-FEEDLOG-EXIT.
006520     EXIT.
006530*----------------------------------------------------------------
006540 4700-TALLY-ONE-FEED.
006550     READ FEEDLOG
006560         AT END
006570             SET WS-EOF TO TRUE
006580             GO TO 4700-TALLY-ONE-FEED-EXIT
006590     END-READ
006600     ADD 1 TO WS-FEED-COUNT
006610     MOVE FL-RUN-DATE TO WS-SEEK-DATE
006620     PERFORM 5000-LOCATE-DAY THRU 5000-LOCATE-DAY-EXIT
006630     IF WS-DAY-IX = ZERO
006640         GO TO 4700-TALLY-ONE-FEED-EXIT
006650     END-IF
006660     ADD 1 TO WS-DAY-FEED-RECS (WS-DAY-IX)
006670     MOVE ZERO TO WS-RECV-IX
006680     MOVE ZERO TO WS-RECV-SUB
006690     PERFORM 4710-FIND-ONE-RECEIVER
006700         THRU 4710-FIND-ONE-RECEIVER-EXIT
006710         UNTIL WS-RECV-SUB NOT < WS-RECV-COUNT
006720            OR WS-RECV-IX NOT = ZERO
006730     IF WS-RECV-IX NOT = ZERO
006740         ADD 1 TO WS-DAY-RECV-FEEDS (WS-DAY-IX, WS-RECV-IX)
006750     END-IF.
006760 4700-TALLY-ONE-FEED-EXIT.
006770     EXIT.
006780*----------------------------------------------------------------
006790 4710-FIND-ONE-RECEIVER.
006800     ADD 1 TO WS-RECV-SUB
006810     IF WS-RECV-ID (WS-RECV-SUB) = FL-RECEIVER-ID
006820         MOVE WS-RECV-SUB TO WS-RECV-IX
006830     END-IF.
006840 4710-FIND-ONE-RECEIVER-EXIT.
006850     EXIT.
006860*----------------------------------------------------------------
006870* 5000-LOCATE-DAY  --  WS-DAY-IX = THE WINDOW ENTRY FOR WS-SEEK-
006880*                      DATE, ZERO WHEN IT IS OUTSIDE THE WINDOW OR
006890*                      IS NOT A DATE AT ALL.
006900*----------------------------------------------------------------
006910 5000-LOCATE-DAY.
006920     MOVE ZERO TO WS-DAY-IX
006930     IF WS-SEEK-DATE IS NOT NUMERIC
006940         OR WS-SEEK-DATE < WS-START-DATE
006950         OR WS-SEEK-DATE > WS-END-DATE
006960         GO TO 5000-LOCATE-DAY-EXIT
006970     END-IF
006980     COMPUTE WS-SEEK-DAY-NUM
006990         = FUNCTION INTEGER-OF-DATE(WS-SEEK-DATE)
007000         - WS-START-DAY-NUM + 1
007010     IF WS-SEEK-DAY-NUM < 1 OR WS-SEEK-DAY-NUM > WS-WINDOW-DAYS
007020         GO TO 5000-LOCATE-DAY-EXIT
007030     END-IF
007040     MOVE WS-SEEK-DAY-NUM TO WS-DAY-IX
007050     IF WS-DAY-DATE (WS-DAY-IX) NOT = WS-SEEK-DATE
007060         MOVE ZERO TO WS-DAY-IX
007070     END-IF.
007080 5000-LOCATE-DAY-EXIT.
007090     EXIT.
007100*----------------------------------------------------------------
007110* 6000-AUDIT-WINDOW  --  EVERY DISCREPANCY, OLDEST DATE FIRST AND
007120*                        FILE BY FILE WITHIN THE DATE.
007130*----------------------------------------------------------------
007140 6000-AUDIT-WINDOW.
007150     MOVE "DISCREPANCIES BY DATE AND FILE:" TO WS-REPORT-LINE
007160     WRITE REPORT-RECORD FROM WS-REPORT-LINE
007170     MOVE "  DATE      FILE      DISCREPANCY" TO WS-REPORT-LINE
007180     WRITE REPORT-RECORD FROM WS-REPORT-LINE
007190     MOVE ZERO TO WS-DAY-SUB
007200     PERFORM 6100-AUDIT-ONE-DATE THRU 6100-AUDIT-ONE-DATE-EXIT
007210         WS-WINDOW-DAYS TIMES
007220     IF WS-DISCREPANCY-COUNT = ZERO
007230         MOVE "  (NONE)" TO WS-REPORT-LINE
007240         WRITE REPORT-RECORD FROM WS-REPORT-LINE
007250     END-IF
007260     MOVE SPACES TO WS-REPORT-LINE
007270     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
007280 6000-AUDIT-WINDOW-EXIT.
007290     EXIT.
007300*----------------------------------------------------------------
007310 6100-AUDIT-ONE-DATE.
007320     ADD 1 TO WS-DAY-SUB
007330     MOVE WS-DAY-DATE (WS-DAY-SUB) TO DL-DATE
007340     IF WS-DAY-BEFORE-HISTORY (WS-DAY-SUB)
007350         GO TO 6100-AUDIT-ONE-DATE-EXIT
007360     END-IF
007370     IF WS-DAY-DATE (WS-DAY-SUB) = DC-BUSINESS-DATE
007380         PERFORM 6600-CHECK-DATEFILE THRU 6600-CHECK-DATEFILE-EXIT
007390     END-IF
007400     IF WS-DAY-NEVER-OPENED (WS-DAY-SUB)
007410         PERFORM 6500-CHECK-NEVER-OPENED
007420             THRU 6500-CHECK-NEVER-OPENED-EXIT
007430         GO TO 6100-AUDIT-ONE-DATE-EXIT
007440     END-IF
007450     IF NOT WS-DAY-CLOSED (WS-DAY-SUB)
007460         IF WS-DAY-DATE (WS-DAY-SUB) NOT = DC-BUSINESS-DATE
007470             MOVE "DATEHIST" TO DL-FILE
007480             MOVE "DATE WAS OPENED BUT NEVER CLOSED" TO DL-TEXT
007490             PERFORM 6900-WRITE-DISCREPANCY
007500                 THRU 6900-WRITE-DISCREPANCY-EXIT
007510         END-IF
007520         GO TO 6100-AUDIT-ONE-DATE-EXIT
007530     END-IF
007540     ADD 1 TO WS-AUDITED-COUNT
007550     PERFORM 6200-CHECK-SUMHIST THRU 6200-CHECK-SUMHIST-EXIT
007560     MOVE ZERO TO WS-PGM-SUB
007570     PERFORM 6300-CHECK-ONE-STEP THRU 6300-CHECK-ONE-STEP-EXIT
007580         WS-PGM-COUNT TIMES
007590     MOVE ZERO TO WS-RECV-SUB
007600     PERFORM 6400-CHECK-ONE-RECEIVER
007610         THRU 6400-CHECK-ONE-RECEIVER-EXIT
007620         WS-RECV-COUNT TIMES.
007630 6100-AUDIT-ONE-DATE-EXIT.
007640     EXIT.
007650*----------------------------------------------------------------
007660* 6200-CHECK-SUMHIST  --  ONE SUMMARY RECORD, AND ITS TOTAL EQUAL
007670*                         TO THE AUDIT RECORDS LOADED FOR IT.
007680*----------------------------------------------------------------
007690 6200-CHECK-SUMHIST.
007700     MOVE "SUMHIST" TO DL-FILE
007710     IF WS-DAY-SUMH-RECS (WS-DAY-SUB) = ZERO
007720         MOVE "NO SUMMARY RECORD FOR A CLOSED DATE" TO DL-TEXT
007730         PERFORM 6900-WRITE-DISCREPANCY
007740             THRU 6900-WRITE-DISCREPANCY-EXIT
007750         GO TO 6200-CHECK-SUMHIST-EXIT
007760     END-IF
007770     IF WS-DAY-SUMH-RECS (WS-DAY-SUB) > 1
007780         MOVE WS-DAY-SUMH-RECS (WS-DAY-SUB) TO WS-COUNT-ED
007790         MOVE SPACES TO DL-TEXT
007800         STRING WS-COUNT-ED " SUMMARY RECORDS - "
007810             "APPENDED MORE THAN ONCE"
007820             DELIMITED BY SIZE INTO DL-TEXT
007830         PERFORM 6900-WRITE-DISCREPANCY
007840             THRU 6900-WRITE-DISCREPANCY-EXIT
007850     END-IF
007860     IF WS-DAY-AUDIT-RECS (WS-DAY-SUB)
007870         NOT = WS-DAY-SUMH-TOTAL (WS-DAY-SUB)
007880         MOVE "AUDTMSTR" TO DL-FILE
007890         MOVE WS-DAY-AUDIT-RECS (WS-DAY-SUB) TO WS-COUNT-ED
007900         MOVE WS-DAY-SUMH-TOTAL (WS-DAY-SUB) TO WS-COUNT-ED-2
007910         MOVE SPACES TO DL-TEXT
007920         STRING WS-COUNT-ED " AUDIT RECORDS BUT SUMHIST TOTAL IS "
007930             WS-COUNT-ED-2
007940             DELIMITED BY SIZE INTO DL-TEXT
007950         PERFORM 6900-WRITE-DISCREPANCY
007960             THRU 6900-WRITE-DISCREPANCY-EXIT
007970     END-IF.
007980 6200-CHECK-SUMHIST-EXIT.
007990     EXIT.
008000*----------------------------------------------------------------
008010* 6300-CHECK-ONE-STEP  --  EXACTLY ONE RUNLOG RECORD, RC ZERO.
008020*----------------------------------------------------------------
008030 6300-CHECK-ONE-STEP.
008040     ADD 1 TO WS-PGM-SUB
008050     MOVE "RUNLOG" TO DL-FILE
008060     IF WS-DAY-STEP-RUNS (WS-DAY-SUB, WS-PGM-SUB) = ZERO
008070         MOVE SPACES TO DL-TEXT
008080         STRING "STEP " WS-PGM-NAME (WS-PGM-SUB)
008090             " HAS NO RECORD - NEVER ENDED CLEAN"
008100             DELIMITED BY SIZE INTO DL-TEXT
008110         PERFORM 6900-WRITE-DISCREPANCY
008120             THRU 6900-WRITE-DISCREPANCY-EXIT
008130         GO TO 6300-CHECK-ONE-STEP-EXIT
008140     END-IF
008150     IF WS-DAY-STEP-RUNS (WS-DAY-SUB, WS-PGM-SUB) > 1
008160         MOVE WS-DAY-STEP-RUNS (WS-DAY-SUB, WS-PGM-SUB)
008170             TO WS-SMALL-ED
008180         MOVE SPACES TO DL-TEXT
008190         STRING "STEP " WS-PGM-NAME (WS-PGM-SUB)
008200             " LOGGED " WS-SMALL-ED " TIMES"
008210             DELIMITED BY SIZE INTO DL-TEXT
008220         PERFORM 6900-WRITE-DISCREPANCY
008230             THRU 6900-WRITE-DISCREPANCY-EXIT
008240     END-IF
008250     IF WS-DAY-STEP-RC (WS-DAY-SUB, WS-PGM-SUB) NOT = ZERO
008260         MOVE SPACES TO DL-TEXT
008270         STRING "STEP " WS-PGM-NAME (WS-PGM-SUB)
008280             " ENDED RC " WS-DAY-STEP-RC (WS-DAY-SUB, WS-PGM-SUB)
008290             DELIMITED BY SIZE INTO DL-TEXT
008300         PERFORM 6900-WRITE-DISCREPANCY
008310             THRU 6900-WRITE-DISCREPANCY-EXIT
008320     END-IF.
008330 6300-CHECK-ONE-STEP-EXIT.
008340     EXIT.
008350*----------------------------------------------------------------
008360* 6400-CHECK-ONE-RECEIVER  --  EXACTLY ONE FEED PER RECEIVER.
008370*----------------------------------------------------------------
008380 6400-CHECK-ONE-RECEIVER.
008390     ADD 1 TO WS-RECV-SUB
008400     MOVE "FEEDLOG" TO DL-FILE
008410     IF WS-DAY-RECV-FEEDS (WS-DAY-SUB, WS-RECV-SUB) = ZERO
008420         MOVE SPACES TO DL-TEXT
008430         STRING "NO FEED LOGGED FOR RECEIVER "
008440             WS-RECV-ID (WS-RECV-SUB)
008450             DELIMITED BY SIZE INTO DL-TEXT
008460         PERFORM 6900-WRITE-DISCREPANCY
008470             THRU 6900-WRITE-DISCREPANCY-EXIT
008480         GO TO 6400-CHECK-ONE-RECEIVER-EXIT
008490     END-IF
008500     IF WS-DAY-RECV-FEEDS (WS-DAY-SUB, WS-RECV-SUB) > 1
008510         MOVE WS-DAY-RECV-FEEDS (WS-DAY-SUB, WS-RECV-SUB)
008520             TO WS-SMALL-ED
008530         MOVE SPACES TO DL-TEXT
008540         STRING "RECEIVER " WS-RECV-ID (WS-RECV-SUB)
008550             " FEED LOGGED " WS-SMALL-ED " TIMES"
008560             DELIMITED BY SIZE INTO DL-TEXT
008570         PERFORM 6900-WRITE-DISCREPANCY
008580             THRU 6900-WRITE-DISCREPANCY-EXIT
008590     END-IF.
008600 6400-CHECK-ONE-RECEIVER-EXIT.
008610     EXIT.
008620*----------------------------------------------------------------
008630* 6500-CHECK-NEVER-OPENED  --  NOTHING MAY BE SUMMARIZED OR FED
008640*                              FOR A DATE DAYOPEN NEVER OPENED.
008650*----------------------------------------------------------------
008660 6500-CHECK-NEVER-OPENED.
008670     IF WS-DAY-SUMH-RECS (WS-DAY-SUB) > ZERO
008680         MOVE "SUMHIST" TO DL-FILE
008690         MOVE WS-DAY-SUMH-RECS (WS-DAY-SUB) TO WS-COUNT-ED
008700         MOVE SPACES TO DL-TEXT
008710         STRING WS-COUNT-ED " RECORDS FOR A DATE NEVER OPENED"
008720             DELIMITED BY SIZE INTO DL-TEXT
008730         PERFORM 6900-WRITE-DISCREPANCY
008740             THRU 6900-WRITE-DISCREPANCY-EXIT
008750     END-IF
008760     IF WS-DAY-FEED-RECS (WS-DAY-SUB) > ZERO
008770         MOVE "FEEDLOG" TO DL-FILE
008780         MOVE WS-DAY-FEED-RECS (WS-DAY-SUB) TO WS-COUNT-ED
008790         MOVE SPACES TO DL-TEXT
008800         STRING WS-COUNT-ED " RECORDS FOR A DATE NEVER OPENED"
008810             DELIMITED BY SIZE INTO DL-TEXT
008820         PERFORM 6900-WRITE-DISCREPANCY
008830             THRU 6900-WRITE-DISCREPANCY-EXIT
008840     END-IF.
008850 6500-CHECK-NEVER-OPENED-EXIT.
008860     EXIT.
008870*----------------------------------------------------------------
008880* 6600-CHECK-DATEFILE  --  THE CONTROL RECORD'S STATUS AGAINST ITS
008890*                          DATE'S LAST DATEHIST EVENT.
008900*----------------------------------------------------------------
008910 6600-CHECK-DATEFILE.
008920     MOVE "DATEFILE" TO DL-FILE
008930     EVALUATE TRUE
008940         WHEN WS-DAY-NEVER-OPENED (WS-DAY-SUB)
008950             MOVE "CURRENT DATE WAS NEVER OPENED ON DATEHIST"
008960                 TO DL-TEXT
008970         WHEN DC-IS-CLOSED AND NOT WS-DAY-CLOSED (WS-DAY-SUB)
008980             MOVE "STATUS CLOSED BUT DATEHIST SAYS STILL OPEN"
008990                 TO DL-TEXT
009000         WHEN DC-IS-OPEN AND WS-DAY-CLOSED (WS-DAY-SUB)
009010             MOVE "STATUS OPEN BUT DATEHIST SAYS CLOSED"
009020                 TO DL-TEXT
009030         WHEN NOT DC-IS-OPEN AND NOT DC-IS-CLOSED
009040             MOVE SPACES TO DL-TEXT
009050             STRING "STATUS " DC-STATUS
009060                 " IS NEITHER OPEN NOR CLOSED"
009070                 DELIMITED BY SIZE INTO DL-TEXT
009080         WHEN OTHER
009090             GO TO 6600-CHECK-DATEFILE-EXIT
009100     END-EVALUATE
009110     PERFORM 6900-WRITE-DISCREPANCY
009120         THRU 6900-WRITE-DISCREPANCY-EXIT.
009130 6600-CHECK-DATEFILE-EXIT.
009140     EXIT.
009150*----------------------------------------------------------------
009160 6900-WRITE-DISCREPANCY.
009170     WRITE REPORT-RECORD FROM WS-DISCREPANCY-LINE
009180     ADD 1 TO WS-DISCREPANCY-COUNT
009190     ADD 1 TO WS-DAY-ISSUES (WS-DAY-SUB).
009200 6900-WRITE-DISCREPANCY-EXIT.
009210     EXIT.
009220*----------------------------------------------------------------
009230* 7000-PRINT-SUMMARY  --  ONE LINE PER DATE IN THE WINDOW WITH ITS
009240*                         STATE AND DISCREPANCIES, THEN TOTALS.
009250*----------------------------------------------------------------
009260 7000-PRINT-SUMMARY.
009270     MOVE "DATES IN THE WINDOW:" TO WS-REPORT-LINE
009280     WRITE REPORT-RECORD FROM WS-REPORT-LINE
009290     MOVE "  DATE      STATE                     DISCREPANCIES"
009300         TO WS-REPORT-LINE
009310     WRITE REPORT-RECORD FROM WS-REPORT-LINE
009320     MOVE ZERO TO WS-DAY-SUB
009330     PERFORM 7100-WRITE-ONE-DATE THRU 7100-WRITE-ONE-DATE-EXIT
009340         WS-WINDOW-DAYS TIMES
009350     MOVE SPACES TO WS-REPORT-LINE
009360     WRITE REPORT-RECORD FROM WS-REPORT-LINE
009370     IF WS-HIST-FIRST-DATE = 99999999
009380         MOVE "  DATEHIST IS EMPTY - NO DATE COULD BE AUDITED"
009390             TO WS-REPORT-LINE
009400         WRITE REPORT-RECORD FROM WS-REPORT-LINE
009410     END-IF
009420     MOVE WS-AUDITED-COUNT TO WS-COUNT-ED
009430     MOVE "  CLOSED DATES AUDITED = " TO WS-REPORT-LINE
009440     MOVE WS-COUNT-ED TO WS-REPORT-LINE (26:7)
009450     WRITE REPORT-RECORD FROM WS-REPORT-LINE
009460     MOVE WS-DISCREPANCY-COUNT TO WS-COUNT-ED
009470     MOVE "  DISCREPANCIES        = " TO WS-REPORT-LINE
009480     MOVE WS-COUNT-ED TO WS-REPORT-LINE (26:7)
009490     WRITE REPORT-RECORD FROM WS-REPORT-LINE
009500     IF WS-UNREADABLE-COUNT > ZERO
009510         MOVE WS-UNREADABLE-COUNT TO WS-COUNT-ED
009520         MOVE "  UNREADABLE RECORDS   = " TO WS-REPORT-LINE
009530         MOVE WS-COUNT-ED TO WS-REPORT-LINE (26:7)
009540         WRITE REPORT-RECORD FROM WS-REPORT-LINE
009550     END-IF.
009560 7000-PRINT-SUMMARY-EXIT.
009570     EXIT.
009580*----------------------------------------------------------------
009590 7100-WRITE-ONE-DATE.
009600     ADD 1 TO WS-DAY-SUB
009610     MOVE WS-DAY-DATE (WS-DAY-SUB) TO DY-DATE
009620     EVALUATE TRUE
009630         WHEN WS-DAY-BEFORE-HISTORY (WS-DAY-SUB)
009640             MOVE "BEFORE DATE HISTORY" TO DY-STATE
009650         WHEN WS-DAY-NEVER-OPENED (WS-DAY-SUB)
009660             MOVE "NEVER OPENED" TO DY-STATE
009670         WHEN WS-DAY-CLOSED (WS-DAY-SUB)
009680             MOVE "CLOSED - AUDITED" TO DY-STATE
009690         WHEN WS-DAY-DATE (WS-DAY-SUB) = DC-BUSINESS-DATE
009700             AND DC-IS-OPEN
009710             MOVE "OPEN - NIGHT IN FLIGHT" TO DY-STATE
009720         WHEN WS-DAY-FORCED-OPEN (WS-DAY-SUB)
009730             MOVE "FORCED OPEN, NOT CLOSED" TO DY-STATE
009740         WHEN OTHER
009750             MOVE "OPENED, NOT CLOSED" TO DY-STATE
009760     END-EVALUATE
009770     MOVE WS-DAY-ISSUES (WS-DAY-SUB) TO DY-ISSUES
009780     WRITE REPORT-RECORD FROM WS-DAY-LINE.
009790 7100-WRITE-ONE-DATE-EXIT.
009800     EXIT.
009810*----------------------------------------------------------------
009820 8000-TERMINATE.
009830     CLOSE INTGRPT
009840     DISPLAY "INTGAUD DATEHIST RECORDS READ = " WS-HIST-COUNT
009850     DISPLAY "INTGAUD SUMHIST RECORDS READ  = " WS-SUMH-COUNT
009860     DISPLAY "INTGAUD AUDTMSTR RECORDS READ = " WS-AUDIT-COUNT
009870     DISPLAY "INTGAUD RUNLOG RECORDS READ   = " WS-RUNL-COUNT
009880     DISPLAY "INTGAUD FEEDLOG RECORDS READ  = " WS-FEED-COUNT
009890     DISPLAY "INTGAUD CLOSED DATES AUDITED  = " WS-AUDITED-COUNT
009900     DISPLAY "INTGAUD DISCREPANCIES         = "
009910         WS-DISCREPANCY-COUNT
009920     IF WS-DISCREPANCY-COUNT > ZERO OR WS-AUDITED-COUNT = ZERO
009930         MOVE 4 TO RETURN-CODE
009940     END-IF.
009950 8000-TERMINATE-EXIT.
009960     EXIT.
