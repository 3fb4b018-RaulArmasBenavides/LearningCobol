000010*----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------
000040 PROGRAM-ID.    PERCLOSE.
000050 AUTHOR.        M. TORRES.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED. 2026-10-15.
000090*----------------------------------------------------------------
000100* MONTH-END PERIOD CLOSE.  DAYCLOSE CLOSES NIGHTS, BUT NOTHING
000110* CLOSED A MONTH -- FINANCE REBUILT THE MONTHLY NUMBERS BY HAND
000120* FROM SUMHIST AND FEEDLOG.  RUN ONCE THE MONTH'S LAST BUSINESS
000130* DATE HAS BEEN CLOSED ON DATEFILE, THIS PROGRAM:
000140*
000150*   - APPENDS ONE RECORD FOR THE MONTH TO THE PERMANENT PERIOD
000160*     HISTORY (PERDHIST, PERDHIST.CPY): PAR/IMPAR TOTALS FROM
000170*     SUMHIST, THE CATEGORY SPLIT AND RULE-CODE COUNTS FROM
000180*     MIXHIST, AND THE EXCEPTIONS OPENED, RESUBMITTED AND
000190*     WRITTEN OFF DURING THE MONTH FROM THE EXCEPTION MASTER;
000200*   - PRINTS THE SAME FIGURES ON THE PERIOD REPORT (PERDRPT);
000210*   - PRINTS ONE VOLUME STATEMENT PER RECEIVER (STMTFILE): FEEDS
000220*     AND DETAILS DELIVERED (FEEDLOG), ACCEPTED AND LOADED,
000230*     REJECTED, AND STILL UNACKNOWLEDGED (ACKLOG).
000240*
000250* ONCE THE RECORD IS WRITTEN THE PERIOD IS CLOSED: DAYOPEN
000260* REFUSES ANY BUSINESS DATE INSIDE IT, EVEN UNDER FORCE, UNLESS
000270* A REOPEN AUTHORITY CARD FOR THE PERIOD IS SUPPLIED.
000280*
000290* WHICH PERIOD: WITHOUT A PARMFILE CARD, THE MONTH OF THE
000300* BUSINESS DATE ON DATEFILE -- AND THAT DATE MUST BE THE LAST
000310* WEEKDAY OF ITS MONTH, SO A RUN SCHEDULED A NIGHT EARLY DOES
000320* NOT CLOSE A MONTH WITH BUSINESS DAYS STILL TO COME.  WHEN THE
000330* LAST WEEKDAY IS A HOLIDAY, OR A MONTH-END WAS MISSED, OPERA-
000340* TIONS NAME THE PERIOD ON A CARD INSTEAD:
000350*     "CLOSE"   IN COLUMNS 1-8, PERIOD YYYYMM IN 10-15.
000360*     "RECLOSE" IN COLUMNS 1-8, PERIOD YYYYMM IN 10-15 -- FOR A
000370*               PERIOD ALREADY CLOSED AND SINCE REOPENED TO RERUN
000380*               A NIGHT.  APPENDS A FRESH RECORD THAT SUPERSEDES
000390*               THE FIRST.
000400* IN EVERY CASE DATEFILE MUST BE CLOSED (NO NIGHT IN FLIGHT) AND
000410* ITS BUSINESS DATE MUST NOT BE EARLIER THAN THE PERIOD'S MONTH.
000420*
000430* RERUN NIGHTS: SUMHIST AND MIXHIST MAY HOLD A DATE TWICE; THE
000440* LAST RECORD (MIXHIST: THE LAST RUN ID) FOR A DATE WINS, AS IN
000450* TRNDRPT.  FEEDLOG AND ACKLOG LIKEWISE COUNT A RECEIVER'S FEED
000460* FOR A DATE ONCE, WITH ITS LAST ACKNOWLEDGMENT.
000470*
000480* FILES
000490*   DATEFILE  INPUT   - DC-DATECTL-RECORD (DATECTL.CPY).
000500*   PARMFILE  INPUT   - OPTIONAL CLOSE/RECLOSE CARD.  NO FILE OR
000510*                       AN EMPTY ONE (DD DUMMY) MEANS NONE.
000520*   SUMHIST   INPUT   - SH-SUMMARY-RECORD (SUMHIST.CPY).
000530*   MIXHIST   INPUT   - MX-MIX-RECORD (MIXHIST.CPY).  READ TWICE:
000540*                       ONCE TO FIND EACH DATE'S LAST RUN ID,
000550*                       AGAIN TO ADD UP THAT RUN'S ROWS.
000560*   EXCPMSTR  INPUT   - EXC-EXCEPTION-RECORD (EXCPREC.CPY).
000570*   FEEDLOG   INPUT   - FL-FEEDLOG-RECORD (FEEDLOG.CPY).
000580*   ACKLOG    INPUT   - AG-ACKLOG-RECORD (ACKLOG.CPY).
000590*   PERDHIST  INPUT   - PD-PERIOD-RECORD (PERDHIST.CPY), READ
000600*             OUTPUT    FIRST TO SEE WHETHER THE PERIOD IS
000610*                       ALREADY CLOSED, THEN OPENED AGAIN MOD BY
000620*                       THE JCL FOR THE NEW RECORD.
000630*   PERDRPT   OUTPUT  - THE PRINTED PERIOD REPORT.
000640*   STMTFILE  OUTPUT  - THE PRINTED RECEIVER STATEMENTS.
000650*
000660* RETURN CODES: 0 CLEAN; 4 CLOSED, BUT THE CATEGORY AND RULE
000670* FIGURES COVER FEWER DATES THAN SUMHIST (A MONTH THAT STARTED
000680* BEFORE MIXHIST EXISTED); 8 REFUSED -- NOTHING WRITTEN; 16 ON AN
000690* ABEND.
000700*
000710* MAINTENANCE HISTORY
000720*   2026-10-15  M.TORRES   ORIGINAL PROGRAM.
000730*----------------------------------------------------------------
000740 ENVIRONMENT DIVISION.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT DATEFILE ASSIGN TO "DATEFILE"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-DATE-STATUS.
000800     SELECT PARMFILE ASSIGN TO "PARMFILE"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-PARM-STATUS.
000830     SELECT SUMHIST ASSIGN TO "SUMHIST"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-SUMH-STATUS.
000860     SELECT MIXHIST ASSIGN TO "MIXHIST"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-MIX-STATUS.
000890     SELECT EXCPMSTR ASSIGN TO "EXCPMSTR"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-EXCP-STATUS.
000920     SELECT FEEDLOG ASSIGN TO "FEEDLOG"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-FLOG-STATUS.
000950     SELECT ACKLOG ASSIGN TO "ACKLOG"
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-ALOG-STATUS.
000980     SELECT PERDHIST ASSIGN TO "PERDHIST"
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS WS-PERD-STATUS.
001010     SELECT PERDRPT ASSIGN TO "PERDRPT"
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS WS-RPT-STATUS.
001040     SELECT STMTFILE ASSIGN TO "STMTFILE"
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS WS-STMT-STATUS.
001070*----------------------------------------------------------------
001080 DATA DIVISION.
001090 FILE SECTION.
001100*----------------------------------------------------------------
001110 FD  DATEFILE
001120     RECORDING MODE IS F.
001130     COPY DATECTL.
001140*----------------------------------------------------------------
001150 FD  PARMFILE
001160     RECORDING MODE IS F.
001170 01  PARM-RECORD.
001180     05  PRM-MODE                PIC X(08).
001190         88  PRM-CLOSE           VALUE "CLOSE".
001200         88  PRM-RECLOSE         VALUE "RECLOSE".
001210     05  FILLER                  PIC X(01).
001220     05  PRM-PERIOD              PIC 9(06).
001230     05  PRM-PERIOD-PARTS REDEFINES PRM-PERIOD.
001240         10  PRM-PERIOD-YEAR     PIC 9(04).
001250         10  PRM-PERIOD-MONTH    PIC 9(02).
001260     05  FILLER                  PIC X(65).
001270*----------------------------------------------------------------
001280 FD  SUMHIST
001290     RECORDING MODE IS F.
001300     COPY SUMHIST.
001310*----------------------------------------------------------------
001320 FD  MIXHIST
001330     RECORDING MODE IS F.
001340     COPY MIXHIST.
001350*----------------------------------------------------------------
001360 FD  EXCPMSTR
001370     RECORDING MODE IS F.
001380     COPY EXCPREC.
001390*----------------------------------------------------------------
001400 FD  FEEDLOG
001410     RECORDING MODE IS F.
001420     COPY FEEDLOG.
001430*----------------------------------------------------------------
001440 FD  ACKLOG
001450     RECORDING MODE IS F.
001460     COPY ACKLOG.
001470*----------------------------------------------------------------
001480 FD  PERDHIST
001490     RECORDING MODE IS F.
001500     COPY PERDHIST.
001510*----------------------------------------------------------------
001520 FD  PERDRPT
001530     RECORDING MODE IS F.
001540 01  REPORT-RECORD               PIC X(80).
001550*----------------------------------------------------------------
001560 FD  STMTFILE
001570     RECORDING MODE IS F.
001580 01  STATEMENT-RECORD            PIC X(80).
001590*----------------------------------------------------------------
001600 WORKING-STORAGE SECTION.
001610*----------------------------------------------------------------
001620 01  WS-SWITCHES.
001630     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001640         88  WS-EOF              VALUE "Y".
001650     05  WS-CARD-SWITCH          PIC X(01) VALUE "N".
001660         88  WS-CARD-GIVEN       VALUE "Y".
001670     05  WS-CLOSE-TYPE           PIC X(01) VALUE "C".
001680         88  WS-FIRST-CLOSE      VALUE "C".
001690         88  WS-RECLOSE          VALUE "R".
001700     05  WS-CLOSED-SWITCH        PIC X(01) VALUE "N".
001710         88  WS-ALREADY-CLOSED   VALUE "Y".
001720     05  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
001730         88  WS-FOUND            VALUE "Y".
001740     05  WS-WEEKDAY-SWITCH       PIC X(01) VALUE "N".
001750         88  WS-WEEKDAY-LEFT     VALUE "Y".
001760*----------------------------------------------------------------
001770 01  WS-DATE-STATUS              PIC X(02).
001780 01  WS-PARM-STATUS              PIC X(02).
001790 01  WS-SUMH-STATUS              PIC X(02).
001800 01  WS-MIX-STATUS               PIC X(02).
001810 01  WS-EXCP-STATUS              PIC X(02).
001820 01  WS-FLOG-STATUS              PIC X(02).
001830 01  WS-ALOG-STATUS              PIC X(02).
001840 01  WS-PERD-STATUS              PIC X(02).
001850 01  WS-RPT-STATUS               PIC X(02).
001860 01  WS-STMT-STATUS              PIC X(02).
001870*----------------------------------------------------------------
001880* THE PERIOD BEING CLOSED AND ITS FIRST AND LAST POSSIBLE DATES.
001890*----------------------------------------------------------------
001900 01  WS-PERIOD                   PIC 9(06) VALUE ZERO.
001910 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
001920     05  WS-PERIOD-YEAR          PIC 9(04).
001930     05  WS-PERIOD-MONTH         PIC 9(02).
001940 01  WS-PERIOD-FROM              PIC 9(08) VALUE ZERO.
001950 01  WS-PERIOD-TO                PIC 9(08) VALUE ZERO.
001960 01  WS-LAST-BUSINESS-DATE       PIC 9(08) VALUE ZERO.
001970 01  WS-LAST-BUSINESS-PARTS REDEFINES WS-LAST-BUSINESS-DATE.
001980     05  WS-LAST-BUSINESS-MONTH  PIC 9(06).
001990     05  FILLER                  PIC 9(02).
002000 01  WS-CLOCK-DATE               PIC 9(08).
002010 01  WS-CLOCK-TIME               PIC 9(06).
002020*----------------------------------------------------------------
002030* LAST-WEEKDAY TEST: DAY NUMBERS FROM INTEGER-OF-DATE, WHOSE DAY
002040* 1 (1601-01-01) WAS A MONDAY, SO (DAY - 1) MOD 7 GIVES 0 FOR
002050* MONDAY THROUGH 6 FOR SUNDAY.
002060*----------------------------------------------------------------
002070 77  WS-DAY-NUM                  PIC 9(07) COMP VALUE ZERO.
002080 77  WS-WEEKDAY                  PIC 9(01) VALUE ZERO.
002090 01  WS-NEXT-DATE                PIC 9(08) VALUE ZERO.
002100 01  WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
002110     05  WS-NEXT-MONTH           PIC 9(06).
002120     05  FILLER                  PIC 9(02).
002130*----------------------------------------------------------------
002140* THE PERIOD'S NIGHTS ON SUMHIST (LAST RECORD PER DATE WINS) AND
002150* ON MIXHIST (LAST RUN ID PER DATE WINS).  A MONTH HAS AT MOST
002160* 31 DATES.
002170*----------------------------------------------------------------
002180 77  WS-NIGHT-COUNT              PIC 9(03) COMP VALUE ZERO.
002190 77  WS-NIGHT-SUB                PIC 9(03) COMP VALUE ZERO.
002200 01  WS-SEEK-DATE                PIC 9(08) VALUE ZERO.
002210 01  WS-NIGHT-TABLE.
002220     05  WS-NIGHT-ENTRY OCCURS 31 TIMES.
002230         10  WS-NT-RUN-DATE      PIC 9(08).
002240         10  WS-NT-PAR           PIC 9(07) COMP.
002250         10  WS-NT-IMPAR         PIC 9(07) COMP.
002260         10  WS-NT-TOTAL         PIC 9(07) COMP.
002270 77  WS-MIX-COUNT                PIC 9(03) COMP VALUE ZERO.
002280 77  WS-MIX-SUB                  PIC 9(03) COMP VALUE ZERO.
002290 01  WS-MIX-TABLE.
002300     05  WS-MIX-ENTRY OCCURS 31 TIMES.
002310         10  WS-MN-RUN-DATE      PIC 9(08).
002320         10  WS-MN-RUN-ID        PIC X(08).
002330*----------------------------------------------------------------
002340* PERIOD TOTALS, MOVED TO PD-PERIOD-RECORD WHEN IT IS WRITTEN.
002350*----------------------------------------------------------------
002360 01  WS-PERIOD-TOTALS.
002370     05  WS-PAR-COUNT            PIC 9(09) COMP VALUE ZERO.
002380     05  WS-IMPAR-COUNT          PIC 9(09) COMP VALUE ZERO.
002390     05  WS-TOTAL-COUNT          PIC 9(09) COMP VALUE ZERO.
002400     05  WS-PAR-PCT-N            PIC 9(03)V9(02) VALUE ZERO.
002410     05  WS-IMPAR-PCT-N          PIC 9(03)V9(02) VALUE ZERO.
002420     05  WS-EXC-OPENED           PIC 9(07) COMP VALUE ZERO.
002430     05  WS-EXC-RESUBMITTED      PIC 9(07) COMP VALUE ZERO.
002440     05  WS-EXC-WRITTEN-OFF      PIC 9(07) COMP VALUE ZERO.
002450     05  WS-EXC-WOFF-UNDATED     PIC 9(07) COMP VALUE ZERO.
002460*----------------------------------------------------------------
002470* RULE POSITIONS 1-8: LAST CLASS CODE SEEN AND ITEMS CARRYING IT.
002480*----------------------------------------------------------------
002490 77  WS-CODE-SUB                 PIC 9(02) COMP VALUE ZERO.
002500 01  WS-CODE-TALLIES.
002510     05  WS-CODE-ENTRY OCCURS 8 TIMES.
002520         10  WS-CODE-VALUE       PIC X(01).
002530         10  WS-CODE-COUNT       PIC 9(09) COMP.
002540*----------------------------------------------------------------
002550* PAR/IMPAR PER CATEGORY, FIRST-SEEN ORDER -- THE SAME 50 AS
002560* PARSUM'S OWN TABLE, WITH THE SAME ABEND ON OVERFLOW.
002570*----------------------------------------------------------------
002580 77  WS-CAT-SUB                  PIC 9(03) COMP VALUE ZERO.
002590 77  WS-CAT-COUNT                PIC 9(03) COMP VALUE ZERO.
002600 01  WS-CAT-TALLIES.
002610     05  WS-CAT-ENTRY OCCURS 50 TIMES.
002620         10  WS-CAT-VALUE        PIC X(04).
002630         10  WS-CAT-PAR-COUNT    PIC 9(09) COMP.
002640         10  WS-CAT-IMPAR-COUNT  PIC 9(09) COMP.
002650*----------------------------------------------------------------
002660* THE PERIOD'S FEEDS, ONE PER RECEIVER AND DATE, EACH WITH THE
002670* LAST ACKNOWLEDGMENT MATCHED TO IT, AND THE RECEIVERS THEY WERE
002680* PRODUCED FOR IN FIRST-SEEN ORDER.  FIVE RECEIVERS FOR 31 NIGHTS
002690* IS 155 FEEDS; OVERFLOW ABENDS RATHER THAN SHORT A STATEMENT.
002700*----------------------------------------------------------------
002710 77  WS-FEED-COUNT               PIC 9(03) COMP VALUE ZERO.
002720 77  WS-FEED-SUB                 PIC 9(03) COMP VALUE ZERO.
002730 01  WS-SEEK-RECEIVER            PIC X(08) VALUE SPACES.
002740 01  WS-FEED-TABLE.
002750     05  WS-FEED-ENTRY OCCURS 200 TIMES.
002760         10  WS-FD-RECEIVER-ID   PIC X(08).
002770         10  WS-FD-RUN-DATE      PIC 9(08).
002780         10  WS-FD-DETAILS       PIC 9(07) COMP.
002790         10  WS-FD-ACK-CODE      PIC X(01).
002800             88  WS-FD-ACCEPTED  VALUE "A".
002810             88  WS-FD-REJECTED  VALUE "R".
002820             88  WS-FD-NO-ACK    VALUE SPACE.
002830         10  WS-FD-LOADED        PIC 9(07) COMP.
002840 77  WS-RECV-COUNT               PIC 9(03) COMP VALUE ZERO.
002850 77  WS-RECV-SUB                 PIC 9(03) COMP VALUE ZERO.
002860 01  WS-RECV-TABLE.
002870     05  WS-RECV-ENTRY OCCURS 20 TIMES.
002880         10  WS-RV-RECEIVER-ID   PIC X(08).
002890 01  WS-ACK-COUNTS.
002900     05  WS-ACKS-MATCHED         PIC 9(05) COMP VALUE ZERO.
002910     05  WS-ACKS-UNMATCHED       PIC 9(05) COMP VALUE ZERO.
002920*----------------------------------------------------------------
002930* ONE RECEIVER'S STATEMENT FIGURES.
002940*----------------------------------------------------------------
002950 01  WS-STATEMENT.
002960     05  WS-ST-FEEDS             PIC 9(05) COMP.
002970     05  WS-ST-DETAILS           PIC 9(09) COMP.
002980     05  WS-ST-ACC-FEEDS         PIC 9(05) COMP.
002990     05  WS-ST-ACC-DETAILS       PIC 9(09) COMP.
003000     05  WS-ST-ACC-LOADED        PIC 9(09) COMP.
003010     05  WS-ST-REJ-FEEDS         PIC 9(05) COMP.
003020     05  WS-ST-REJ-DETAILS       PIC 9(09) COMP.
003030     05  WS-ST-NAK-FEEDS         PIC 9(05) COMP.
003040     05  WS-ST-NAK-DETAILS       PIC 9(09) COMP.
003050*----------------------------------------------------------------
003060 01  WS-REPORT-LINE              PIC X(80).
003070 01  WS-EDITED-FIELDS.
003080     05  WS-COUNT-ED             PIC ZZZZZZZZ9.
003090     05  WS-COUNT2-ED            PIC ZZZZZZZZ9.
003100     05  WS-FEEDS-ED             PIC ZZZZ9.
003110     05  WS-DAYS-ED              PIC ZZ9.
003120     05  WS-PCT-ED               PIC ZZ9.99.
003130     05  WS-PCT2-ED              PIC ZZ9.99.
003140 01  WS-CAT-TOTAL                PIC 9(09) COMP VALUE ZERO.
003150 01  WS-CAT-PAR-PCT-N            PIC 9(03)V9(02) VALUE ZERO.
003160 01  WS-CAT-IMPAR-PCT-N          PIC 9(03)V9(02) VALUE ZERO.
003170*----------------------------------------------------------------
003180 PROCEDURE DIVISION.
003190*----------------------------------------------------------------
003200 0000-MAINLINE.
003210     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003220     PERFORM 2000-LOAD-SUMHIST THRU 2000-LOAD-SUMHIST-EXIT
003230     PERFORM 3000-LOAD-MIXHIST THRU 3000-LOAD-MIXHIST-EXIT
003240     PERFORM 4000-COUNT-EXCEPTIONS THRU 4000-COUNT-EXCEPTIONS-EXIT
003250     PERFORM 5000-LOAD-FEEDLOG THRU 5000-LOAD-FEEDLOG-EXIT
003260     PERFORM 5500-MATCH-ACKLOG THRU 5500-MATCH-ACKLOG-EXIT
003270     PERFORM 6000-WRITE-PERIOD THRU 6000-WRITE-PERIOD-EXIT
003280     PERFORM 7000-PRINT-REPORT THRU 7000-PRINT-REPORT-EXIT
003290     PERFORM 7500-PRINT-STATEMENTS THRU 7500-PRINT-STATEMENTS-EXIT
003300     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
003310     STOP RUN.
003320*----------------------------------------------------------------
003330 1000-INITIALIZE.
003340     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
003350     ACCEPT WS-CLOCK-TIME FROM TIME
003360     INITIALIZE WS-NIGHT-TABLE
003370     INITIALIZE WS-MIX-TABLE
003380     INITIALIZE WS-CODE-TALLIES
003390     INITIALIZE WS-CAT-TALLIES
003400     INITIALIZE WS-FEED-TABLE
003410     INITIALIZE WS-RECV-TABLE
003420     PERFORM 1100-READ-PARMFILE THRU 1100-READ-PARMFILE-EXIT
003430     PERFORM 1200-READ-DATEFILE THRU 1200-READ-DATEFILE-EXIT
003440     PERFORM 1300-SET-PERIOD THRU 1300-SET-PERIOD-EXIT
003450     PERFORM 1400-CHECK-PERDHIST THRU 1400-CHECK-PERDHIST-EXIT
003460     DISPLAY "PERCLOSE - CLOSING PERIOD " WS-PERIOD
003470         " (LAST BUSINESS DATE CLOSED " WS-LAST-BUSINESS-DATE ")".
003480 1000-INITIALIZE-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------
003510* 1100-READ-PARMFILE  --  NO FILE, OR AN EMPTY ONE, MEANS NO CARD.
003520*                         A CARD THAT IS THERE MUST BE A WELL-
003530*                         FORMED CLOSE OR RECLOSE.
003540*----------------------------------------------------------------
003550 1100-READ-PARMFILE.
003560     OPEN INPUT PARMFILE
003570     IF WS-PARM-STATUS NOT = "00"
003580         GO TO 1100-READ-PARMFILE-EXIT
003590     END-IF
003600     READ PARMFILE
003610         AT END
003620             CLOSE PARMFILE
003630             GO TO 1100-READ-PARMFILE-EXIT
003640     END-READ
003650     CLOSE PARMFILE
003660     IF NOT PRM-CLOSE AND NOT PRM-RECLOSE
003670         DISPLAY "PERCLOSE ABEND - UNKNOWN PARMFILE MODE "
003680             PRM-MODE
003690         MOVE 16 TO RETURN-CODE
003700         STOP RUN
003710     END-IF
003720     IF PRM-PERIOD IS NOT NUMERIC
003730         OR PRM-PERIOD-MONTH < 1 OR PRM-PERIOD-MONTH > 12
003740         DISPLAY "PERCLOSE ABEND - PARMFILE PERIOD IS NOT "
003750             "A VALID YYYYMM: " PRM-PERIOD
003760         MOVE 16 TO RETURN-CODE
003770         STOP RUN
003780     END-IF
003790     SET WS-CARD-GIVEN TO TRUE
003800     MOVE PRM-PERIOD TO WS-PERIOD
003810     IF PRM-RECLOSE
003820         SET WS-RECLOSE TO TRUE
003830     END-IF
003840     DISPLAY "PERCLOSE - PARMFILE " PRM-MODE " FOR PERIOD "
003850         WS-PERIOD.
003860 1100-READ-PARMFILE-EXIT.
003870     EXIT.
003880*----------------------------------------------------------------
003890* 1200-READ-DATEFILE  --  THE CONTROL RECORD MUST EXIST AND BE
003900*                         CLOSED: AN OPEN DATE IS A NIGHT STILL
003910*                         IN FLIGHT, AND ITS FIGURES ARE NOT IN.
003920*----------------------------------------------------------------
003930 1200-READ-DATEFILE.
003940     OPEN INPUT DATEFILE
003950     IF WS-DATE-STATUS NOT = "00"
003960         DISPLAY "PERCLOSE ABEND - CANNOT OPEN DATEFILE, "
003970             "STATUS = "
003980             WS-DATE-STATUS
003990         MOVE 16 TO RETURN-CODE
004000         STOP RUN
004010     END-IF
004020     READ DATEFILE
004030         AT END
004040             DISPLAY "PERCLOSE ABEND - DATEFILE IS EMPTY"
004050             MOVE 16 TO RETURN-CODE
004060             STOP RUN
004070     END-READ
004080     CLOSE DATEFILE
004090     IF DC-BUSINESS-DATE IS NOT NUMERIC
004100         DISPLAY "PERCLOSE ABEND - DATEFILE BUSINESS DATE IS NOT "
004110             "NUMERIC"
004120         MOVE 16 TO RETURN-CODE
004130         STOP RUN
004140     END-IF
004150     MOVE DC-BUSINESS-DATE TO WS-LAST-BUSINESS-DATE
004160     IF NOT DC-IS-CLOSED
004170         DISPLAY "PERCLOSE - BUSINESS DATE " DC-BUSINESS-DATE
004180             " IS NOT CLOSED ON DATEFILE - THE NIGHT HAS NOT "
004190             "FINISHED; PERIOD NOT CLOSED"
004200         MOVE 8 TO RETURN-CODE
004210         STOP RUN
004220     END-IF.
004230 1200-READ-DATEFILE-EXIT.
004240     EXIT.
004250*----------------------------------------------------------------
004260* 1300-SET-PERIOD  --  A CARD NAMES THE PERIOD, WHICH MAY NOT BE
004270*                      LATER THAN THE MONTH OF THE LAST CLOSED
004280*                      DATE.  WITHOUT ONE THE PERIOD IS THAT
004290*                      MONTH, AND NO WEEKDAY MAY BE LEFT IN IT.
004300*----------------------------------------------------------------
004310 1300-SET-PERIOD.
004320     IF NOT WS-CARD-GIVEN
004330         MOVE WS-LAST-BUSINESS-MONTH TO WS-PERIOD
004340         PERFORM 1310-CHECK-LAST-WEEKDAY
004350             THRU 1310-CHECK-LAST-WEEKDAY-EXIT
004360     END-IF
004370     IF WS-PERIOD > WS-LAST-BUSINESS-MONTH
004380         DISPLAY "PERCLOSE - PERIOD " WS-PERIOD
004390             " IS NOT FINISHED: THE LAST CLOSED BUSINESS DATE IS "
004400             WS-LAST-BUSINESS-DATE "; PERIOD NOT CLOSED"
004410         MOVE 8 TO RETURN-CODE
004420         STOP RUN
004430     END-IF
004440     COMPUTE WS-PERIOD-FROM = (WS-PERIOD * 100) + 1
004450     COMPUTE WS-PERIOD-TO   = (WS-PERIOD * 100) + 31.
004460 1300-SET-PERIOD-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004490* 1310-CHECK-LAST-WEEKDAY  --  STEP A DAY AT A TIME FROM THE LAST
004500*                              CLOSED DATE TO THE END OF ITS
004510*                              MONTH; ANY MONDAY-FRIDAY FOUND IS A
004520*                              BUSINESS DAY STILL TO COME.
004530*----------------------------------------------------------------
004540 1310-CHECK-LAST-WEEKDAY.
004550     COMPUTE WS-DAY-NUM
004560         = FUNCTION INTEGER-OF-DATE(WS-LAST-BUSINESS-DATE)
004570     MOVE WS-LAST-BUSINESS-DATE TO WS-NEXT-DATE
004580     MOVE "N" TO WS-WEEKDAY-SWITCH
004590     PERFORM 1320-CHECK-NEXT-DAY THRU 1320-CHECK-NEXT-DAY-EXIT
004600         UNTIL WS-WEEKDAY-LEFT
004610         OR WS-NEXT-MONTH NOT = WS-PERIOD
004620     IF WS-WEEKDAY-LEFT
004630         DISPLAY "PERCLOSE - " WS-NEXT-DATE " IS A WEEKDAY STILL "
004640             "TO COME IN PERIOD " WS-PERIOD "; PERIOD NOT CLOSED."
004650         DISPLAY "PERCLOSE - IF " WS-LAST-BUSINESS-DATE
004660             " REALLY IS THE LAST BUSINESS DATE, RESUBMIT WITH A "
004670             "PARMFILE CLOSE CARD"
004680         MOVE 8 TO RETURN-CODE
004690         STOP RUN
004700     END-IF.
004710 1310-CHECK-LAST-WEEKDAY-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------
004740 1320-CHECK-NEXT-DAY.
004750     ADD 1 TO WS-DAY-NUM
004760     COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
004770     IF WS-NEXT-MONTH NOT = WS-PERIOD
004780         GO TO 1320-CHECK-NEXT-DAY-EXIT
004790     END-IF
004800     COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-NUM - 1, 7)
004810     IF WS-WEEKDAY < 5
004820         SET WS-WEEKDAY-LEFT TO TRUE
004830     END-IF.
004840 1320-CHECK-NEXT-DAY-EXIT.
004850     EXIT.
004860*----------------------------------------------------------------
004870* 1400-CHECK-PERDHIST  --  A CLOSE OF A PERIOD ALREADY ON FILE, OR
004880*                          A RECLOSE OF ONE THAT IS NOT, IS
004890*                          REFUSED.  NO FILE YET (STATUS 35) IS
004900*                          THE FIRST PERIOD EVER CLOSED.
004910*----------------------------------------------------------------
004920 1400-CHECK-PERDHIST.
004930     OPEN INPUT PERDHIST
004940     IF WS-PERD-STATUS = "35"
004950         GO TO 1400-CHECK-PERDHIST-RULE
004960     END-IF
004970     IF WS-PERD-STATUS NOT = "00"
004980         DISPLAY "PERCLOSE ABEND - CANNOT OPEN PERDHIST, "
004990             "STATUS = "
005000             WS-PERD-STATUS
005010         MOVE 16 TO RETURN-CODE
005020         STOP RUN
005030     END-IF
005040     PERFORM 1410-READ-ONE-PERIOD THRU 1410-READ-ONE-PERIOD-EXIT
005050         UNTIL WS-EOF
005060     CLOSE PERDHIST
005070     MOVE "N" TO WS-EOF-SWITCH.
005080 1400-CHECK-PERDHIST-RULE.
005090     IF WS-FIRST-CLOSE AND WS-ALREADY-CLOSED
005100         DISPLAY "PERCLOSE - PERIOD " WS-PERIOD
005110             " IS ALREADY CLOSED - SUBMIT A RECLOSE CARD TO "
005120             "REFRESH IT; PERIOD NOT CLOSED AGAIN"
005130         MOVE 8 TO RETURN-CODE
005140         STOP RUN
005150     END-IF
005160     IF WS-RECLOSE AND NOT WS-ALREADY-CLOSED
005170         DISPLAY "PERCLOSE - PERIOD " WS-PERIOD " HAS NEVER BEEN "
005180             "CLOSED - SUBMIT A CLOSE CARD, NOT RECLOSE"
005190         MOVE 8 TO RETURN-CODE
005200         STOP RUN
005210     END-IF.
005220 1400-CHECK-PERDHIST-EXIT.
005230     EXIT.
005240*----------------------------------------------------------------
005250 1410-READ-ONE-PERIOD.
005260     READ PERDHIST
005270         AT END
005280             SET WS-EOF TO TRUE
005290             GO TO 1410-READ-ONE-PERIOD-EXIT
005300     END-READ
005310     IF PD-PERIOD = WS-PERIOD
005320         SET WS-ALREADY-CLOSED TO TRUE
005330     END-IF.
005340 1410-READ-ONE-PERIOD-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------
005370* 2000-LOAD-SUMHIST  --  EACH DATE OF THE PERIOD ONCE, ITS LAST
005380*                        RECORD STANDING, THEN ADDED UP.
005390*----------------------------------------------------------------
005400 2000-LOAD-SUMHIST.
005410     OPEN INPUT SUMHIST
005420     IF WS-SUMH-STATUS NOT = "00"
005430         DISPLAY "PERCLOSE ABEND - CANNOT OPEN SUMHIST, STATUS = "
005440             WS-SUMH-STATUS
005450         MOVE 16 TO RETURN-CODE
005460         STOP RUN
005470     END-IF
005480     PERFORM 2100-FILE-SUMMARY THRU 2100-FILE-SUMMARY-EXIT
005490         UNTIL WS-EOF
005500     CLOSE SUMHIST
005510     MOVE "N" TO WS-EOF-SWITCH
005520     MOVE ZERO TO WS-NIGHT-SUB
005530     PERFORM 2300-ADD-ONE-NIGHT THRU 2300-ADD-ONE-NIGHT-EXIT
005540         WS-NIGHT-COUNT TIMES
005550     IF WS-TOTAL-COUNT > ZERO
005560         COMPUTE WS-PAR-PCT-N
005570             = (WS-PAR-COUNT / WS-TOTAL-COUNT) * 100
005580         COMPUTE WS-IMPAR-PCT-N
005590             = (WS-IMPAR-COUNT / WS-TOTAL-COUNT) * 100
005600     END-IF.
005610 2000-LOAD-SUMHIST-EXIT.
005620     EXIT.
005630*----------------------------------------------------------------
005640 2100-FILE-SUMMARY.
005650     READ SUMHIST
005660         AT END
005670             SET WS-EOF TO TRUE
005680             GO TO 2100-FILE-SUMMARY-EXIT
005690     END-READ
005700     IF SH-RUN-DATE IS NOT NUMERIC
005710         OR SH-RUN-DATE < WS-PERIOD-FROM
005720         OR SH-RUN-DATE > WS-PERIOD-TO
005730         GO TO 2100-FILE-SUMMARY-EXIT
005740     END-IF
005750     MOVE SH-RUN-DATE TO WS-SEEK-DATE
005760     PERFORM 2200-SEEK-NIGHT THRU 2200-SEEK-NIGHT-EXIT
005770     IF NOT WS-FOUND
005780         ADD 1 TO WS-NIGHT-COUNT
005790         MOVE WS-NIGHT-COUNT TO WS-NIGHT-SUB
005800         MOVE SH-RUN-DATE TO WS-NT-RUN-DATE (WS-NIGHT-SUB)
005810     END-IF
005820     MOVE SH-PAR-COUNT   TO WS-NT-PAR (WS-NIGHT-SUB)
005830     MOVE SH-IMPAR-COUNT TO WS-NT-IMPAR (WS-NIGHT-SUB)
005840     MOVE SH-TOTAL-COUNT TO WS-NT-TOTAL (WS-NIGHT-SUB).
005850 2100-FILE-SUMMARY-EXIT.
005860     EXIT.
005870*----------------------------------------------------------------
005880* 2200-SEEK-NIGHT  --  LEAVES WS-NIGHT-SUB ON THE ENTRY FOR
005890*                      WS-SEEK-DATE WHEN THERE IS ONE.
005900*----------------------------------------------------------------
005910 2200-SEEK-NIGHT.
005920     MOVE "N"  TO WS-FOUND-SWITCH
005930     MOVE ZERO TO WS-NIGHT-SUB
005940     PERFORM 2210-CHECK-ONE-NIGHT THRU 2210-CHECK-ONE-NIGHT-EXIT
005950         UNTIL WS-FOUND
005960         OR WS-NIGHT-SUB NOT < WS-NIGHT-COUNT.
005970 2200-SEEK-NIGHT-EXIT.
005980     EXIT.
005990*----------------------------------------------------------------
006000 2210-CHECK-ONE-NIGHT.
006010     ADD 1 TO WS-NIGHT-SUB
006020     IF WS-NT-RUN-DATE (WS-NIGHT-SUB) = WS-SEEK-DATE
006030         SET WS-FOUND TO TRUE
006040     END-IF.
006050 2210-CHECK-ONE-NIGHT-EXIT.
006060     EXIT.
006070*----------------------------------------------------------------
006080 2300-ADD-ONE-NIGHT.
006090     ADD 1 TO WS-NIGHT-SUB
006100     ADD WS-NT-PAR (WS-NIGHT-SUB)   TO WS-PAR-COUNT
006110     ADD WS-NT-IMPAR (WS-NIGHT-SUB) TO WS-IMPAR-COUNT
006120     ADD WS-NT-TOTAL (WS-NIGHT-SUB) TO WS-TOTAL-COUNT.
006130 2300-ADD-ONE-NIGHT-EXIT.
006140     EXIT.
006150*----------------------------------------------------------------
006160* 3000-LOAD-MIXHIST  --  FIRST PASS: THE LAST RUN ID WRITTEN FOR
006170*                        EACH DATE OF THE PERIOD.  SECOND PASS:
006180*                        ADD UP ONLY THAT RUN'S ROWS, SO A RERUN
006190*                        NIGHT COUNTS ONCE.
006200*----------------------------------------------------------------
006210 3000-LOAD-MIXHIST.
006220     OPEN INPUT MIXHIST
006230     IF WS-MIX-STATUS NOT = "00"
006240         DISPLAY "PERCLOSE ABEND - CANNOT OPEN MIXHIST, STATUS = "
006250             WS-MIX-STATUS
006260         MOVE 16 TO RETURN-CODE
006270         STOP RUN
006280     END-IF
006290     PERFORM 3100-FILE-MIX-RUN THRU 3100-FILE-MIX-RUN-EXIT
006300         UNTIL WS-EOF
006310     CLOSE MIXHIST
006320     MOVE "N" TO WS-EOF-SWITCH
006330     OPEN INPUT MIXHIST
006340     IF WS-MIX-STATUS NOT = "00"
006350         DISPLAY "PERCLOSE ABEND - CANNOT REOPEN MIXHIST, "
006360             "STATUS = "
006370             WS-MIX-STATUS
006380         MOVE 16 TO RETURN-CODE
006390         STOP RUN
006400     END-IF
006410     PERFORM 3200-ADD-MIX-ROW THRU 3200-ADD-MIX-ROW-EXIT
006420         UNTIL WS-EOF
006430     CLOSE MIXHIST
006440     MOVE "N" TO WS-EOF-SWITCH.
006450 3000-LOAD-MIXHIST-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------
006480 3100-FILE-MIX-RUN.
006490     READ MIXHIST
006500         AT END
006510             SET WS-EOF TO TRUE
006520             GO TO 3100-FILE-MIX-RUN-EXIT
006530     END-READ
006540     IF MX-RUN-DATE IS NOT NUMERIC
006550         OR MX-RUN-DATE < WS-PERIOD-FROM
006560         OR MX-RUN-DATE > WS-PERIOD-TO
006570         GO TO 3100-FILE-MIX-RUN-EXIT
006580     END-IF
006590     PERFORM 3300-SEEK-MIX-NIGHT THRU 3300-SEEK-MIX-NIGHT-EXIT
006600     IF NOT WS-FOUND
006610         ADD 1 TO WS-MIX-COUNT
006620         MOVE WS-MIX-COUNT TO WS-MIX-SUB
006630         MOVE MX-RUN-DATE TO WS-MN-RUN-DATE (WS-MIX-SUB)
006640     END-IF
006650     MOVE MX-RUN-ID TO WS-MN-RUN-ID (WS-MIX-SUB).
006660 3100-FILE-MIX-RUN-EXIT.
006670     EXIT.
006680*----------------------------------------------------------------
006690 3200-ADD-MIX-ROW.
006700     READ MIXHIST
006710         AT END
006720             SET WS-EOF TO TRUE
006730             GO TO 3200-ADD-MIX-ROW-EXIT
006740     END-READ
006750     IF MX-RUN-DATE IS NOT NUMERIC
006760         OR MX-RUN-DATE < WS-PERIOD-FROM
006770         OR MX-RUN-DATE > WS-PERIOD-TO
006780         GO TO 3200-ADD-MIX-ROW-EXIT
006790     END-IF
006800     PERFORM 3300-SEEK-MIX-NIGHT THRU 3300-SEEK-MIX-NIGHT-EXIT
006810     IF MX-RUN-ID NOT = WS-MN-RUN-ID (WS-MIX-SUB)
006820         GO TO 3200-ADD-MIX-ROW-EXIT
006830     END-IF
006840     EVALUATE TRUE
006850         WHEN MX-CATEGORY-ROW
006860             PERFORM 3400-ADD-CATEGORY THRU 3400-ADD-CATEGORY-EXIT
006870         WHEN MX-RULE-ROW
006880             IF MX-RULE-POSITION IS NUMERIC
006890                 AND MX-RULE-POSITION > ZERO
006900                 AND MX-RULE-POSITION < 9
006910                 MOVE MX-RULE-POSITION TO WS-CODE-SUB
006920                 MOVE MX-RULE-CODE TO WS-CODE-VALUE (WS-CODE-SUB)
006930                 ADD MX-ITEM-COUNT TO WS-CODE-COUNT (WS-CODE-SUB)
006940             END-IF
006950         WHEN OTHER
006960             CONTINUE
006970     END-EVALUATE.
006980 3200-ADD-MIX-ROW-EXIT.
006990     EXIT.
007000*----------------------------------------------------------------
007010* 3300-SEEK-MIX-NIGHT  --  LEAVES WS-MIX-SUB ON THE ENTRY FOR
007020*                          MX-RUN-DATE WHEN THERE IS ONE.
007030*----------------------------------------------------------------
007040 3300-SEEK-MIX-NIGHT.
007050     MOVE "N"  TO WS-FOUND-SWITCH
007060     MOVE ZERO TO WS-MIX-SUB
007070     PERFORM 3310-CHECK-ONE-MIX-NIGHT
007080         THRU 3310-CHECK-ONE-MIX-NIGHT-EXIT
007090         UNTIL WS-FOUND
007100         OR WS-MIX-SUB NOT < WS-MIX-COUNT.
007110 3300-SEEK-MIX-NIGHT-EXIT.
007120     EXIT.
007130*----------------------------------------------------------------
007140 3310-CHECK-ONE-MIX-NIGHT.
007150     ADD 1 TO WS-MIX-SUB
007160     IF WS-MN-RUN-DATE (WS-MIX-SUB) = MX-RUN-DATE
007170         SET WS-FOUND TO TRUE
007180     END-IF.
007190 3310-CHECK-ONE-MIX-NIGHT-EXIT.
007200     EXIT.
007210*----------------------------------------------------------------
007220* 3400-ADD-CATEGORY  --  FIND (OR FILE) THE ROW'S CATEGORY AND
007230*                        ADD ITS PAR AND IMPAR COUNTS.
007240*----------------------------------------------------------------
007250 3400-ADD-CATEGORY.
007260     MOVE "N"  TO WS-FOUND-SWITCH
007270     MOVE ZERO TO WS-CAT-SUB
007280     PERFORM 3410-CHECK-ONE-CATEGORY
007290         THRU 3410-CHECK-ONE-CATEGORY-EXIT
007300         UNTIL WS-FOUND OR WS-CAT-SUB NOT < WS-CAT-COUNT
007310     IF NOT WS-FOUND
007320         IF WS-CAT-COUNT = 50
007330             DISPLAY "PERCLOSE ABEND - MORE THAN 50 CATEGORIES, "
007340                 "TALLY TABLE MUST BE WIDENED"
007350             MOVE 16 TO RETURN-CODE
007360             STOP RUN
007370         END-IF
007380         ADD 1 TO WS-CAT-COUNT
007390         MOVE WS-CAT-COUNT TO WS-CAT-SUB
007400         MOVE MX-CATEGORY TO WS-CAT-VALUE (WS-CAT-SUB)
007410         MOVE ZERO TO WS-CAT-PAR-COUNT (WS-CAT-SUB)
007420         MOVE ZERO TO WS-CAT-IMPAR-COUNT (WS-CAT-SUB)
007430     END-IF
007440     ADD MX-PAR-COUNT   TO WS-CAT-PAR-COUNT (WS-CAT-SUB)
007450     ADD MX-IMPAR-COUNT TO WS-CAT-IMPAR-COUNT (WS-CAT-SUB).
007460 3400-ADD-CATEGORY-EXIT.
007470     EXIT.
007480*----------------------------------------------------------------
007490 3410-CHECK-ONE-CATEGORY.
007500     ADD 1 TO WS-CAT-SUB
007510     IF WS-CAT-VALUE (WS-CAT-SUB) = MX-CATEGORY
007520         SET WS-FOUND TO TRUE
007530     END-IF.
007540 3410-CHECK-ONE-CATEGORY-EXIT.
007550     EXIT.
007560*----------------------------------------------------------------
007570* 4000-COUNT-EXCEPTIONS  --  NOTHING EVER LEAVES THE EXCEPTION
007580*                            MASTER, SO EACH RECORD IS COUNTED BY
007590*                            THE DATE OF EACH THING THAT HAPPENED
007600*                            TO IT.  A WRITE-OFF FROM BEFORE
007610*                            EXCPFIX STAMPED THE DATE CARRIES ZERO
007620*                            AND IS REPORTED APART.
007630*----------------------------------------------------------------
007640 4000-COUNT-EXCEPTIONS.
007650     OPEN INPUT EXCPMSTR
007660     IF WS-EXCP-STATUS NOT = "00"
007670         DISPLAY "PERCLOSE ABEND - CANNOT OPEN EXCPMSTR, "
007680             "STATUS = "
007690             WS-EXCP-STATUS
007700         MOVE 16 TO RETURN-CODE
007710         STOP RUN
007720     END-IF
007730     PERFORM 4100-COUNT-ONE-EXCEPTION
007740         THRU 4100-COUNT-ONE-EXCEPTION-EXIT
007750         UNTIL WS-EOF
007760     CLOSE EXCPMSTR
007770     MOVE "N" TO WS-EOF-SWITCH.
007780 4000-COUNT-EXCEPTIONS-EXIT.
007790     EXIT.
007800*----------------------------------------------------------------
007810 4100-COUNT-ONE-EXCEPTION.
007820     READ EXCPMSTR
007830         AT END
007840             SET WS-EOF TO TRUE
007850             GO TO 4100-COUNT-ONE-EXCEPTION-EXIT
007860     END-READ
007870     IF EXC-RUN-DATE IS NUMERIC
007880         AND EXC-RUN-DATE NOT < WS-PERIOD-FROM
007890         AND EXC-RUN-DATE NOT > WS-PERIOD-TO
007900         ADD 1 TO WS-EXC-OPENED
007910     END-IF
007920     IF EXC-RESUBMIT-DATE IS NOT NUMERIC
007930         GO TO 4100-COUNT-ONE-EXCEPTION-EXIT
007940     END-IF
007950     IF EXC-IS-RESUBMITTED
007960         AND EXC-RESUBMIT-DATE NOT < WS-PERIOD-FROM
007970         AND EXC-RESUBMIT-DATE NOT > WS-PERIOD-TO
007980         ADD 1 TO WS-EXC-RESUBMITTED
007990     END-IF
008000     IF EXC-IS-WRITTEN-OFF
008010         IF EXC-WRITEOFF-DATE = ZERO
008020             ADD 1 TO WS-EXC-WOFF-UNDATED
008030         ELSE
008040             IF EXC-WRITEOFF-DATE NOT < WS-PERIOD-FROM
008050                 AND EXC-WRITEOFF-DATE NOT > WS-PERIOD-TO
008060                 ADD 1 TO WS-EXC-WRITTEN-OFF
008070             END-IF
008080         END-IF
008090     END-IF.
008100 4100-COUNT-ONE-EXCEPTION-EXIT.
008110     EXIT.
008120*----------------------------------------------------------------
008130* 5000-LOAD-FEEDLOG  --  ONE ENTRY PER RECEIVER AND DATE OF THE
008140*                        PERIOD; A RERUN NIGHT'S SECOND FEED-LOG
008150*                        RECORD REPLACES THE FIRST.
008160*----------------------------------------------------------------
008170 5000-LOAD-FEEDLOG.
008180     OPEN INPUT FEEDLOG
008190     IF WS-FLOG-STATUS NOT = "00"
008200         DISPLAY "PERCLOSE ABEND - CANNOT OPEN FEEDLOG, STATUS = "
008210             WS-FLOG-STATUS
008220         MOVE 16 TO RETURN-CODE
008230         STOP RUN
008240     END-IF
008250     PERFORM 5100-FILE-FEED THRU 5100-FILE-FEED-EXIT
008260         UNTIL WS-EOF
008270     CLOSE FEEDLOG
008280     MOVE "N" TO WS-EOF-SWITCH.
008290 5000-LOAD-FEEDLOG-EXIT.
008300     EXIT.
008310*----------------------------------------------------------------
008320 5100-FILE-FEED.
008330     READ FEEDLOG
008340         AT END
008350             SET WS-EOF TO TRUE
008360             GO TO 5100-FILE-FEED-EXIT
008370     END-READ
008380     IF FL-RUN-DATE IS NOT NUMERIC
008390         OR FL-RUN-DATE < WS-PERIOD-FROM
008400         OR FL-RUN-DATE > WS-PERIOD-TO
008410         GO TO 5100-FILE-FEED-EXIT
008420     END-IF
008430     MOVE FL-RECEIVER-ID TO WS-SEEK-RECEIVER
008440     MOVE FL-RUN-DATE    TO WS-SEEK-DATE
008450     PERFORM 5200-SEEK-FEED THRU 5200-SEEK-FEED-EXIT
008460     IF NOT WS-FOUND
008470         IF WS-FEED-COUNT = 200
008480             DISPLAY "PERCLOSE ABEND - MORE THAN 200 FEEDS "
008490                 "IN THE PERIOD, FEED TABLE MUST BE WIDENED"
008500             MOVE 16 TO RETURN-CODE
008510             STOP RUN
008520         END-IF
008530         ADD 1 TO WS-FEED-COUNT
008540         MOVE WS-FEED-COUNT  TO WS-FEED-SUB
008550         MOVE FL-RECEIVER-ID TO WS-FD-RECEIVER-ID (WS-FEED-SUB)
008560         MOVE FL-RUN-DATE    TO WS-FD-RUN-DATE (WS-FEED-SUB)
008570         MOVE SPACE          TO WS-FD-ACK-CODE (WS-FEED-SUB)
008580         MOVE ZERO           TO WS-FD-LOADED (WS-FEED-SUB)
008590         PERFORM 5300-FILE-RECEIVER THRU 5300-FILE-RECEIVER-EXIT
008600     END-IF
008610     MOVE FL-DETAIL-COUNT TO WS-FD-DETAILS (WS-FEED-SUB).
008620 5100-FILE-FEED-EXIT.
008630     EXIT.
008640*----------------------------------------------------------------
008650* 5200-SEEK-FEED  --  LEAVES WS-FEED-SUB ON THE FEED FOR
008660*                     WS-SEEK-RECEIVER AND WS-SEEK-DATE WHEN
008670*                     THERE IS ONE.
008680*----------------------------------------------------------------
008690 5200-SEEK-FEED.
008700     MOVE "N"  TO WS-FOUND-SWITCH
008710     MOVE ZERO TO WS-FEED-SUB
008720     PERFORM 5210-CHECK-ONE-FEED THRU 5210-CHECK-ONE-FEED-EXIT
008730         UNTIL WS-FOUND
008740         OR WS-FEED-SUB NOT < WS-FEED-COUNT.
008750 5200-SEEK-FEED-EXIT.
008760     EXIT.
008770*----------------------------------------------------------------
008780 5210-CHECK-ONE-FEED.
008790     ADD 1 TO WS-FEED-SUB
008800     IF WS-FD-RECEIVER-ID (WS-FEED-SUB) = WS-SEEK-RECEIVER
008810         AND WS-FD-RUN-DATE (WS-FEED-SUB) = WS-SEEK-DATE
008820         SET WS-FOUND TO TRUE
008830     END-IF.
008840 5210-CHECK-ONE-FEED-EXIT.
008850     EXIT.
008860*----------------------------------------------------------------
008870* 5300-FILE-RECEIVER  --  ADD THE FEED'S RECEIVER TO THE
008880*                         STATEMENT LIST WHEN FIRST SEEN.
008890*----------------------------------------------------------------
008900 5300-FILE-RECEIVER.
008910     MOVE "N"  TO WS-FOUND-SWITCH
008920     MOVE ZERO TO WS-RECV-SUB
008930     PERFORM 5310-CHECK-ONE-RECEIVER
008940         THRU 5310-CHECK-ONE-RECEIVER-EXIT
008950         UNTIL WS-FOUND OR WS-RECV-SUB NOT < WS-RECV-COUNT
008960     IF WS-FOUND
008970         GO TO 5300-FILE-RECEIVER-EXIT
008980     END-IF
008990     IF WS-RECV-COUNT = 20
009000         DISPLAY "PERCLOSE ABEND - MORE THAN 20 RECEIVERS IN THE "
009010             "PERIOD, RECEIVER TABLE MUST BE WIDENED"
009020         MOVE 16 TO RETURN-CODE
009030         STOP RUN
009040     END-IF
009050     ADD 1 TO WS-RECV-COUNT
009060     MOVE FL-RECEIVER-ID TO WS-RV-RECEIVER-ID (WS-RECV-COUNT).
009070 5300-FILE-RECEIVER-EXIT.
009080     EXIT.
009090*----------------------------------------------------------------
009100 5310-CHECK-ONE-RECEIVER.
009110     ADD 1 TO WS-RECV-SUB
009120     IF WS-RV-RECEIVER-ID (WS-RECV-SUB) = FL-RECEIVER-ID
009130         SET WS-FOUND TO TRUE
009140     END-IF.
009150 5310-CHECK-ONE-RECEIVER-EXIT.
009160     EXIT.
009170*----------------------------------------------------------------
009180* 5500-MATCH-ACKLOG  --  EACH LOGGED ACKNOWLEDGMENT OF THE PERIOD
009190*                        SETTLES THE RECEIVER'S FEED FOR THAT
009200*                        DATE, OR THE "ALL" FEED WHEN THAT IS WHAT
009210*                        WAS PRODUCED -- THE SAME MATCH ACKCHASE
009220*                        MADE WHEN IT LOGGED IT.  A LATER ACK FOR
009230*                        THE SAME FEED SUPERSEDES AN EARLIER ONE.
009240*----------------------------------------------------------------
009250 5500-MATCH-ACKLOG.
009260     OPEN INPUT ACKLOG
009270     IF WS-ALOG-STATUS NOT = "00"
009280         DISPLAY "PERCLOSE ABEND - CANNOT OPEN ACKLOG, STATUS = "
009290             WS-ALOG-STATUS
009300         MOVE 16 TO RETURN-CODE
009310         STOP RUN
009320     END-IF
009330     PERFORM 5600-MATCH-ONE-ACK THRU 5600-MATCH-ONE-ACK-EXIT
009340         UNTIL WS-EOF
009350     CLOSE ACKLOG
009360     MOVE "N" TO WS-EOF-SWITCH.
009370 5500-MATCH-ACKLOG-EXIT.
009380     EXIT.
009390*----------------------------------------------------------------
009400 5600-MATCH-ONE-ACK.
009410     READ ACKLOG
009420         AT END
009430             SET WS-EOF TO TRUE
009440             GO TO 5600-MATCH-ONE-ACK-EXIT
009450     END-READ
009460     IF AG-RUN-DATE IS NOT NUMERIC
009470         OR AG-RUN-DATE < WS-PERIOD-FROM
009480         OR AG-RUN-DATE > WS-PERIOD-TO
009490         GO TO 5600-MATCH-ONE-ACK-EXIT
009500     END-IF
009510     MOVE AG-RECEIVER-ID TO WS-SEEK-RECEIVER
009520     MOVE AG-RUN-DATE    TO WS-SEEK-DATE
009530     PERFORM 5200-SEEK-FEED THRU 5200-SEEK-FEED-EXIT
009540     IF NOT WS-FOUND
009550         MOVE "ALL" TO WS-SEEK-RECEIVER
009560         PERFORM 5200-SEEK-FEED THRU 5200-SEEK-FEED-EXIT
009570     END-IF
009580     IF NOT WS-FOUND
009590         ADD 1 TO WS-ACKS-UNMATCHED
009600         GO TO 5600-MATCH-ONE-ACK-EXIT
009610     END-IF
009620     ADD 1 TO WS-ACKS-MATCHED
009630     MOVE AG-ACCEPT-CODE  TO WS-FD-ACK-CODE (WS-FEED-SUB)
009640     MOVE AG-LOADED-COUNT TO WS-FD-LOADED (WS-FEED-SUB).
009650 5600-MATCH-ONE-ACK-EXIT.
009660     EXIT.
009670*----------------------------------------------------------------
009680* 6000-WRITE-PERIOD  --  APPEND THE PERIOD RECORD (PERDHIST IS
009690*                        OPENED MOD BY THE JCL).  FROM HERE ON THE
009700*                        PERIOD IS CLOSED.
009710*----------------------------------------------------------------
009720 6000-WRITE-PERIOD.
009730     OPEN OUTPUT PERDHIST
009740     IF WS-PERD-STATUS NOT = "00"
009750         DISPLAY "PERCLOSE ABEND - CANNOT OPEN PERDHIST FOR "
009760             "OUTPUT, STATUS = " WS-PERD-STATUS
009770         MOVE 16 TO RETURN-CODE
009780         STOP RUN
009790     END-IF
009800     INITIALIZE PD-PERIOD-RECORD
009810     MOVE WS-PERIOD             TO PD-PERIOD
009820     MOVE WS-CLOSE-TYPE         TO PD-CLOSE-TYPE
009830     MOVE WS-LAST-BUSINESS-DATE TO PD-LAST-BUSINESS-DATE
009840     MOVE WS-CLOCK-DATE         TO PD-CLOSED-DATE
009850     MOVE WS-CLOCK-TIME         TO PD-CLOSED-TIME
009860     MOVE WS-NIGHT-COUNT        TO PD-BUSINESS-DAYS
009870     MOVE WS-MIX-COUNT          TO PD-MIX-DAYS
009880     MOVE WS-PAR-COUNT          TO PD-PAR-COUNT
009890     MOVE WS-IMPAR-COUNT        TO PD-IMPAR-COUNT
009900     MOVE WS-TOTAL-COUNT        TO PD-TOTAL-COUNT
009910     MOVE WS-PAR-PCT-N          TO PD-PAR-PCT
009920     MOVE WS-IMPAR-PCT-N        TO PD-IMPAR-PCT
009930     MOVE WS-EXC-OPENED         TO PD-EXC-OPENED
009940     MOVE WS-EXC-RESUBMITTED    TO PD-EXC-RESUBMITTED
009950     MOVE WS-EXC-WRITTEN-OFF    TO PD-EXC-WRITTEN-OFF
009960     MOVE ZERO TO WS-CODE-SUB
009970     PERFORM 6100-MOVE-ONE-CODE THRU 6100-MOVE-ONE-CODE-EXIT
009980         8 TIMES
009990     MOVE WS-CAT-COUNT          TO PD-CATEGORY-COUNT
010000     MOVE ZERO TO WS-CAT-SUB
010010     PERFORM 6200-MOVE-ONE-CATEGORY
010020         THRU 6200-MOVE-ONE-CATEGORY-EXIT
010030         WS-CAT-COUNT TIMES
010040     WRITE PD-PERIOD-RECORD
010050     CLOSE PERDHIST
010060     DISPLAY "PERCLOSE - PERIOD " WS-PERIOD " CLOSED".
010070 6000-WRITE-PERIOD-EXIT.
010080     EXIT.
010090*----------------------------------------------------------------
010100 6100-MOVE-ONE-CODE.
010110     ADD 1 TO WS-CODE-SUB
010120     MOVE WS-CODE-VALUE (WS-CODE-SUB)
010130         TO PD-RULE-CODE (WS-CODE-SUB)
010140     MOVE WS-CODE-COUNT (WS-CODE-SUB)
010150         TO PD-RULE-COUNT (WS-CODE-SUB).
010160 6100-MOVE-ONE-CODE-EXIT.
010170     EXIT.
010180*----------------------------------------------------------------
010190 6200-MOVE-ONE-CATEGORY.
010200     ADD 1 TO WS-CAT-SUB
010210     MOVE WS-CAT-VALUE (WS-CAT-SUB) TO PD-CATEGORY (WS-CAT-SUB)
010220     MOVE WS-CAT-PAR-COUNT (WS-CAT-SUB)
010230         TO PD-CAT-PAR-COUNT (WS-CAT-SUB)
010240     MOVE WS-CAT-IMPAR-COUNT (WS-CAT-SUB)
010250         TO PD-CAT-IMPAR-COUNT (WS-CAT-SUB).
010260 6200-MOVE-ONE-CATEGORY-EXIT.
010270     EXIT.
010280*----------------------------------------------------------------
010290* 7000-PRINT-REPORT  --  THE PERIOD'S FIGURES, AS WRITTEN.
010300*----------------------------------------------------------------
010310 7000-PRINT-REPORT.
010320     OPEN OUTPUT PERDRPT
010330     IF WS-RPT-STATUS NOT = "00"
010340         DISPLAY "PERCLOSE ABEND - CANNOT OPEN PERDRPT, STATUS = "
010350             WS-RPT-STATUS
010360         MOVE 16 TO RETURN-CODE
010370         STOP RUN
010380     END-IF
010390     MOVE SPACES TO WS-REPORT-LINE
010400     STRING "MONTH-END PERIOD CLOSE  -  PERIOD " WS-PERIOD
010410         DELIMITED BY SIZE INTO WS-REPORT-LINE
010420     WRITE REPORT-RECORD FROM WS-REPORT-LINE
010430     IF WS-RECLOSE
010440         MOVE "(RECLOSE - SUPERSEDES THE EARLIER CLOSE)"
010450             TO WS-REPORT-LINE
010460         WRITE REPORT-RECORD FROM WS-REPORT-LINE
010470     END-IF
010480     MOVE SPACES TO WS-REPORT-LINE
010490     STRING "LAST BUSINESS DATE CLOSED " WS-LAST-BUSINESS-DATE
010500         "   CLOSED ON " WS-CLOCK-DATE " AT " WS-CLOCK-TIME
010510         DELIMITED BY SIZE INTO WS-REPORT-LINE
010520     WRITE REPORT-RECORD FROM WS-REPORT-LINE
010530     MOVE SPACES TO WS-REPORT-LINE
010540     WRITE REPORT-RECORD FROM WS-REPORT-LINE
010550     MOVE WS-NIGHT-COUNT TO WS-DAYS-ED
010560     MOVE SPACES TO WS-REPORT-LINE
010570     STRING "BUSINESS DATES ON SUMHIST    = " WS-DAYS-ED
010580         DELIMITED BY SIZE INTO WS-REPORT-LINE
010590     WRITE REPORT-RECORD FROM WS-REPORT-LINE
010600     MOVE WS-PAR-COUNT TO WS-COUNT-ED
010610     MOVE WS-PAR-PCT-N TO WS-PCT-ED
010620     MOVE SPACES TO WS-REPORT-LINE
010630     STRING "PAR   RECORDS = " WS-COUNT-ED "   (" WS-PCT-ED "%)"
010640         DELIMITED BY SIZE INTO WS-REPORT-LINE
010650     WRITE REPORT-RECORD FROM WS-REPORT-LINE
010660     MOVE WS-IMPAR-COUNT TO WS-COUNT-ED
010670     MOVE WS-IMPAR-PCT-N TO WS-PCT-ED
010680     MOVE SPACES TO WS-REPORT-LINE
010690     STRING "IMPAR RECORDS = " WS-COUNT-ED "   (" WS-PCT-ED "%)"
010700         DELIMITED BY SIZE INTO WS-REPORT-LINE
010710     WRITE REPORT-RECORD FROM WS-REPORT-LINE
010720     MOVE WS-TOTAL-COUNT TO WS-COUNT-ED
010730     MOVE SPACES TO WS-REPORT-LINE
010740     STRING "TOTAL RECORDS = " WS-COUNT-ED
010750         DELIMITED BY SIZE INTO WS-REPORT-LINE
010760     WRITE REPORT-RECORD FROM WS-REPORT-LINE
010770     PERFORM 7100-PRINT-MIX THRU 7100-PRINT-MIX-EXIT
010780     PERFORM 7200-PRINT-EXCEPTIONS THRU 7200-PRINT-EXCEPTIONS-EXIT
010790     CLOSE PERDRPT.
010800 7000-PRINT-REPORT-EXIT.
010810     EXIT.
010820*----------------------------------------------------------------
010830* 7100-PRINT-MIX  --  RULE-CODE COUNTS AND THE CATEGORY SPLIT,
010840*                     WITH THE NUMBER OF DATES THEY COVER.  FEWER
010850*                     THAN SUMHIST'S IS FLAGGED AND ENDS RC=4.
010860*----------------------------------------------------------------
010870 7100-PRINT-MIX.
010880     MOVE SPACES TO WS-REPORT-LINE
010890     WRITE REPORT-RECORD FROM WS-REPORT-LINE
010900     MOVE WS-MIX-COUNT TO WS-DAYS-ED
010910     MOVE SPACES TO WS-REPORT-LINE
010920     STRING "BUSINESS DATES ON MIXHIST    = " WS-DAYS-ED
010930         DELIMITED BY SIZE INTO WS-REPORT-LINE
010940     WRITE REPORT-RECORD FROM WS-REPORT-LINE
010950     IF WS-MIX-COUNT < WS-NIGHT-COUNT
010960         MOVE SPACES TO WS-REPORT-LINE
010970         STRING "*** CATEGORY AND CLASS FIGURES COVER FEWER "
010980             "DATES THAN SUMHIST ***"
010990             DELIMITED BY SIZE INTO WS-REPORT-LINE
011000         WRITE REPORT-RECORD FROM WS-REPORT-LINE
011010         MOVE 4 TO RETURN-CODE
011020     END-IF
011030     MOVE ZERO TO WS-CODE-SUB
011040     PERFORM 7110-PRINT-ONE-CODE THRU 7110-PRINT-ONE-CODE-EXIT
011050         8 TIMES
011060     IF WS-CAT-COUNT = ZERO
011070         GO TO 7100-PRINT-MIX-EXIT
011080     END-IF
011090     MOVE SPACES TO WS-REPORT-LINE
011100     WRITE REPORT-RECORD FROM WS-REPORT-LINE
011110     MOVE "PAR/IMPAR SPLIT BY CATEGORY:" TO WS-REPORT-LINE
011120     WRITE REPORT-RECORD FROM WS-REPORT-LINE
011130     MOVE ZERO TO WS-CAT-SUB
011140     PERFORM 7120-PRINT-ONE-CATEGORY
011150         THRU 7120-PRINT-ONE-CATEGORY-EXIT
011160         WS-CAT-COUNT TIMES.
011170 7100-PRINT-MIX-EXIT.
011180     EXIT.
011190*----------------------------------------------------------------
011200 7110-PRINT-ONE-CODE.
011210     ADD 1 TO WS-CODE-SUB
011220     IF WS-CODE-COUNT (WS-CODE-SUB) = ZERO
011230         GO TO 7110-PRINT-ONE-CODE-EXIT
011240     END-IF
011250     MOVE WS-CODE-COUNT (WS-CODE-SUB) TO WS-COUNT-ED
011260     MOVE SPACES TO WS-REPORT-LINE
011270     STRING "CLASS " WS-CODE-VALUE (WS-CODE-SUB)
011280         " RECORDS = " WS-COUNT-ED
011290         DELIMITED BY SIZE INTO WS-REPORT-LINE
011300     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
011310 7110-PRINT-ONE-CODE-EXIT.
011320     EXIT.
011330*----------------------------------------------------------------
011340 7120-PRINT-ONE-CATEGORY.
011350     ADD 1 TO WS-CAT-SUB
011360     COMPUTE WS-CAT-TOTAL = WS-CAT-PAR-COUNT (WS-CAT-SUB)
011370         + WS-CAT-IMPAR-COUNT (WS-CAT-SUB)
011380     MOVE ZERO TO WS-CAT-PAR-PCT-N
011390     MOVE ZERO TO WS-CAT-IMPAR-PCT-N
011400     IF WS-CAT-TOTAL > ZERO
011410         COMPUTE WS-CAT-PAR-PCT-N
011420             = (WS-CAT-PAR-COUNT (WS-CAT-SUB) / WS-CAT-TOTAL)
011430             * 100
011440         COMPUTE WS-CAT-IMPAR-PCT-N
011450             = (WS-CAT-IMPAR-COUNT (WS-CAT-SUB) / WS-CAT-TOTAL)
011460             * 100
011470     END-IF
011480     MOVE WS-CAT-PAR-COUNT (WS-CAT-SUB)   TO WS-COUNT-ED
011490     MOVE WS-CAT-IMPAR-COUNT (WS-CAT-SUB) TO WS-COUNT2-ED
011500     MOVE WS-CAT-PAR-PCT-N   TO WS-PCT-ED
011510     MOVE WS-CAT-IMPAR-PCT-N TO WS-PCT2-ED
011520     MOVE SPACES TO WS-REPORT-LINE
011530     STRING "CATEGORY " WS-CAT-VALUE (WS-CAT-SUB)
011540         "  PAR = " WS-COUNT-ED " (" WS-PCT-ED "%)"
011550         "  IMPAR = " WS-COUNT2-ED " (" WS-PCT2-ED "%)"
011560         DELIMITED BY SIZE INTO WS-REPORT-LINE
011570     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
011580 7120-PRINT-ONE-CATEGORY-EXIT.
011590     EXIT.
011600*----------------------------------------------------------------
011610 7200-PRINT-EXCEPTIONS.
011620     MOVE SPACES TO WS-REPORT-LINE
011630     WRITE REPORT-RECORD FROM WS-REPORT-LINE
011640     MOVE "EXCEPTIONS DURING THE PERIOD:" TO WS-REPORT-LINE
011650     WRITE REPORT-RECORD FROM WS-REPORT-LINE
011660     MOVE WS-EXC-OPENED TO WS-COUNT-ED
011670     MOVE SPACES TO WS-REPORT-LINE
011680     STRING "  OPENED        = " WS-COUNT-ED
011690         DELIMITED BY SIZE INTO WS-REPORT-LINE
011700     WRITE REPORT-RECORD FROM WS-REPORT-LINE
011710     MOVE WS-EXC-RESUBMITTED TO WS-COUNT-ED
011720     MOVE SPACES TO WS-REPORT-LINE
011730     STRING "  RESUBMITTED   = " WS-COUNT-ED
011740         DELIMITED BY SIZE INTO WS-REPORT-LINE
011750     WRITE REPORT-RECORD FROM WS-REPORT-LINE
011760     MOVE WS-EXC-WRITTEN-OFF TO WS-COUNT-ED
011770     MOVE SPACES TO WS-REPORT-LINE
011780     STRING "  WRITTEN OFF   = " WS-COUNT-ED
011790         DELIMITED BY SIZE INTO WS-REPORT-LINE
011800     WRITE REPORT-RECORD FROM WS-REPORT-LINE
011810     IF WS-EXC-WOFF-UNDATED > ZERO
011820         MOVE WS-EXC-WOFF-UNDATED TO WS-COUNT-ED
011830         MOVE SPACES TO WS-REPORT-LINE
011840         STRING "  NOT DATED     = " WS-COUNT-ED
011850             "   (WRITTEN OFF, NO WRITE-OFF DATE)"
011860             DELIMITED BY SIZE INTO WS-REPORT-LINE
011870         WRITE REPORT-RECORD FROM WS-REPORT-LINE
011880     END-IF
011890     IF WS-ACKS-UNMATCHED > ZERO
011900         MOVE SPACES TO WS-REPORT-LINE
011910         WRITE REPORT-RECORD FROM WS-REPORT-LINE
011920         MOVE WS-ACKS-UNMATCHED TO WS-COUNT-ED
011930         MOVE SPACES TO WS-REPORT-LINE
011940         STRING "ACKNOWLEDGMENTS WITH NO FEED ON FEEDLOG = "
011950             WS-COUNT-ED
011960             DELIMITED BY SIZE INTO WS-REPORT-LINE
011970         WRITE REPORT-RECORD FROM WS-REPORT-LINE
011980     END-IF.
011990 7200-PRINT-EXCEPTIONS-EXIT.
012000     EXIT.
012010*----------------------------------------------------------------
012020* 7500-PRINT-STATEMENTS  --  ONE STATEMENT PER RECEIVER FED IN
012030*                            THE PERIOD, SEPARATED BY A BLANK LINE
012040*                            SO EACH CAN BE SENT ON ITS OWN.
012050*----------------------------------------------------------------
012060 7500-PRINT-STATEMENTS.
012070     OPEN OUTPUT STMTFILE
012080     IF WS-STMT-STATUS NOT = "00"
012090         DISPLAY "PERCLOSE ABEND - CANNOT OPEN STMTFILE, "
012100             "STATUS = "
012110             WS-STMT-STATUS
012120         MOVE 16 TO RETURN-CODE
012130         STOP RUN
012140     END-IF
012150     IF WS-RECV-COUNT = ZERO
012160         MOVE SPACES TO WS-REPORT-LINE
012170         STRING "NO FEEDS ON FEEDLOG FOR PERIOD " WS-PERIOD
012180             DELIMITED BY SIZE INTO WS-REPORT-LINE
012190         WRITE STATEMENT-RECORD FROM WS-REPORT-LINE
012200     END-IF
012210     MOVE ZERO TO WS-RECV-SUB
012220     PERFORM 7600-PRINT-ONE-STATEMENT
012230         THRU 7600-PRINT-ONE-STATEMENT-EXIT
012240         WS-RECV-COUNT TIMES
012250     CLOSE STMTFILE.
012260 7500-PRINT-STATEMENTS-EXIT.
012270     EXIT.
012280*----------------------------------------------------------------
012290 7600-PRINT-ONE-STATEMENT.
012300     ADD 1 TO WS-RECV-SUB
012310     INITIALIZE WS-STATEMENT
012320     MOVE ZERO TO WS-FEED-SUB
012330     PERFORM 7610-ADD-ONE-FEED THRU 7610-ADD-ONE-FEED-EXIT
012340         WS-FEED-COUNT TIMES
012350     MOVE SPACES TO WS-REPORT-LINE
012360     STRING "RECEIVER VOLUME STATEMENT  -  PERIOD " WS-PERIOD
012370         DELIMITED BY SIZE INTO WS-REPORT-LINE
012380     WRITE STATEMENT-RECORD FROM WS-REPORT-LINE
012390     MOVE SPACES TO WS-REPORT-LINE
012400     STRING "RECEIVER " WS-RV-RECEIVER-ID (WS-RECV-SUB)
012410         DELIMITED BY SIZE INTO WS-REPORT-LINE
012420     WRITE STATEMENT-RECORD FROM WS-REPORT-LINE
012430     MOVE SPACES TO WS-REPORT-LINE
012440     WRITE STATEMENT-RECORD FROM WS-REPORT-LINE
012450     MOVE WS-ST-FEEDS   TO WS-FEEDS-ED
012460     MOVE WS-ST-DETAILS TO WS-COUNT-ED
012470     MOVE SPACES TO WS-REPORT-LINE
012480     STRING "DELIVERED         FEEDS " WS-FEEDS-ED
012490         "   DETAILS " WS-COUNT-ED
012500         DELIMITED BY SIZE INTO WS-REPORT-LINE
012510     WRITE STATEMENT-RECORD FROM WS-REPORT-LINE
012520     MOVE WS-ST-ACC-FEEDS   TO WS-FEEDS-ED
012530     MOVE WS-ST-ACC-DETAILS TO WS-COUNT-ED
012540     MOVE WS-ST-ACC-LOADED  TO WS-COUNT2-ED
012550     MOVE SPACES TO WS-REPORT-LINE
012560     STRING "ACKNOWLEDGED      FEEDS " WS-FEEDS-ED
012570         "   DETAILS " WS-COUNT-ED "   LOADED " WS-COUNT2-ED
012580         DELIMITED BY SIZE INTO WS-REPORT-LINE
012590     WRITE STATEMENT-RECORD FROM WS-REPORT-LINE
012600     MOVE WS-ST-REJ-FEEDS   TO WS-FEEDS-ED
012610     MOVE WS-ST-REJ-DETAILS TO WS-COUNT-ED
012620     MOVE SPACES TO WS-REPORT-LINE
012630     STRING "REJECTED          FEEDS " WS-FEEDS-ED
012640         "   DETAILS " WS-COUNT-ED
012650         DELIMITED BY SIZE INTO WS-REPORT-LINE
012660     WRITE STATEMENT-RECORD FROM WS-REPORT-LINE
012670     MOVE WS-ST-NAK-FEEDS   TO WS-FEEDS-ED
012680     MOVE WS-ST-NAK-DETAILS TO WS-COUNT-ED
012690     MOVE SPACES TO WS-REPORT-LINE
012700     STRING "NOT ACKNOWLEDGED  FEEDS " WS-FEEDS-ED
012710         "   DETAILS " WS-COUNT-ED
012720         DELIMITED BY SIZE INTO WS-REPORT-LINE
012730     WRITE STATEMENT-RECORD FROM WS-REPORT-LINE
012740     MOVE SPACES TO WS-REPORT-LINE
012750     WRITE STATEMENT-RECORD FROM WS-REPORT-LINE.
012760 7600-PRINT-ONE-STATEMENT-EXIT.
012770     EXIT.
012780*----------------------------------------------------------------
012790 7610-ADD-ONE-FEED.
012800     ADD 1 TO WS-FEED-SUB
012810     IF WS-FD-RECEIVER-ID (WS-FEED-SUB)
012820         NOT = WS-RV-RECEIVER-ID (WS-RECV-SUB)
012830         GO TO 7610-ADD-ONE-FEED-EXIT
012840     END-IF
012850     ADD 1 TO WS-ST-FEEDS
012860     ADD WS-FD-DETAILS (WS-FEED-SUB) TO WS-ST-DETAILS
012870     EVALUATE TRUE
012880         WHEN WS-FD-ACCEPTED (WS-FEED-SUB)
012890             ADD 1 TO WS-ST-ACC-FEEDS
012900             ADD WS-FD-DETAILS (WS-FEED-SUB) TO WS-ST-ACC-DETAILS
012910             ADD WS-FD-LOADED (WS-FEED-SUB)  TO WS-ST-ACC-LOADED
012920         WHEN WS-FD-REJECTED (WS-FEED-SUB)
012930             ADD 1 TO WS-ST-REJ-FEEDS
012940             ADD WS-FD-DETAILS (WS-FEED-SUB) TO WS-ST-REJ-DETAILS
012950         WHEN OTHER
012960             ADD 1 TO WS-ST-NAK-FEEDS
012970             ADD WS-FD-DETAILS (WS-FEED-SUB) TO WS-ST-NAK-DETAILS
012980     END-EVALUATE.
012990 7610-ADD-ONE-FEED-EXIT.
013000     EXIT.
013010*----------------------------------------------------------------
013020 8000-TERMINATE.
013030     DISPLAY "PERCLOSE COMPLETE - PERIOD " WS-PERIOD
013040         " BUSINESS DATES " WS-NIGHT-COUNT
013050         " RECEIVERS " WS-RECV-COUNT.
013060 8000-TERMINATE-EXIT.
013070     EXIT.
