000010*----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------
000040 PROGRAM-ID.    ITMDORM.
000050 AUTHOR.        M. TORRES.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED. 2026-10-15.
000090*----------------------------------------------------------------
000100* DORMANT-ITEM SWEEP.  THE ITEM MASTER ONLY EVER GROWS, BECAUSE
000110* NOBODY KNOWS WHICH ITEMS HAVE STOPPED COMING THROUGH.  THIS
000120* PROGRAM WALKS THE ITEM MASTER (ITEMFILE) AND, FOR EVERY ACTIVE
000130* ITEM, READS ITS HISTORY ON THE KEYED AUDIT MASTER (AUDTMSTR)
000140* THE SAME WAY ITMLKUP DOES -- A START ON THE ITEM NUMBER AND
000150* SEQUENTIAL READS UNTIL THE ITEM CHANGES -- TO FIND THE LAST
000160* NIGHT IT WAS CLASSIFIED.
000170*
000180*   - AN ACTIVE ITEM LAST CLASSIFIED N OR MORE DAYS BEFORE THE
000190*     BUSINESS DATE (N FROM THE PARAMETER RECORD) IS DORMANT: IT
000200*     IS LISTED WITH ITS LAST-SEEN DATE AND CATEGORY, AND A
000210*     PROPOSED "S" (SET STATUS "I") TRANSACTION IS WRITTEN FOR
000220*     IT IN ITMMAINT'S OWN LAYOUT (MNTTREC.CPY), STAMPED WITH
000230*     OPERATOR ID "ITMDORM", FOR THE ITEM DESK TO REVIEW AND
000240*     SUBMIT.  NOTHING IS APPLIED HERE.
000250*   - AN ACTIVE ITEM WITH NO RECORD AT ALL ON THE AUDIT MASTER
000260*     GOES IN ITS OWN SECTION.  THAT USUALLY MEANS A BAD ADD
000270*     (WRONG NUMBER KEYED), WHICH WANTS A CORRECTION, NOT A
000280*     DEACTIVATION, SO NO TRANSACTION IS PROPOSED FOR IT.  NOTE
000290*     THE AUDIT MASTER ONLY HOLDS WHAT AUDARCH HAS NOT YET MOVED
000300*     TO THE ARCHIVE, SO N SHOULD STAY INSIDE THE RETENTION
000310*     WINDOW OR LONG-DORMANT ITEMS WILL LAND IN THIS SECTION.
000320*
000330* THE KEYED ITEM MASTER IS READ SEQUENTIALLY IN KEY ORDER, SO
000340* THE PROPOSED TRANSACTION FILE COMES OUT IN ITEM ORDER TOO.
000350*
000360* FILES
000370*   PARMFILE  INPUT   - ONE RECORD, COLUMNS 1-4 THE DORMANCY
000380*                       THRESHOLD N IN DAYS (0001-9999).
000390*   ITEMFILE  INPUT   - IM-ITEM-RECORD (ITEMMSTR.CPY), INDEXED,
000395*                       READ SEQUENTIALLY IN KEY ORDER.
000400*   AUDTMSTR  INPUT   - AUM-AUDIT-RECORD (AUDMREC.CPY), INDEXED.
000410*   DATEFILE  INPUT   - BUSINESS DATE, READ BY BUSDATSB.
000420*   DORMRPT   OUTPUT  - THE PRINTED DORMANT-ITEM REPORT.
000430*   DORMTRAN  OUTPUT  - PROPOSED MAINTENANCE TRANSACTIONS,
000440*                       MAINT-TRANS-RECORD (MNTTREC.CPY).
000450*
000460* RETURN CODES: 0 NOTHING FOUND, 4 WHEN ANY ITEM WAS LISTED,
000470* 16 ON AN ABEND.
000480*
000490* MAINTENANCE HISTORY
000495*   2026-10-15  M.TORRES   ITEMFILE IS NOW THE KEYED ITEM MASTER,
000496*                          READ SEQUENTIALLY IN KEY ORDER.
000500*   2026-10-15  M.TORRES   ORIGINAL PROGRAM.
000510*----------------------------------------------------------------
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT PARMFILE ASSIGN TO "PARMFILE"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-PARM-STATUS.
000580     SELECT ITEMFILE ASSIGN TO "ITEMFILE"
000590         ORGANIZATION IS INDEXED
000592         ACCESS MODE IS SEQUENTIAL
000594         RECORD KEY IS IM-ITEM-NUMBER
000600         FILE STATUS IS WS-ITEM-STATUS.
000610     SELECT AUDTMSTR ASSIGN TO "AUDTMSTR"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS AUM-KEY
000650         FILE STATUS IS WS-MSTR-STATUS.
000660     SELECT DORMRPT ASSIGN TO "DORMRPT"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-RPT-STATUS.
000690     SELECT DORMTRAN ASSIGN TO "DORMTRAN"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-TRAN-STATUS.
000720*----------------------------------------------------------------
000730 DATA DIVISION.
000740 FILE SECTION.
000750*----------------------------------------------------------------
000760 FD  PARMFILE
000770     RECORDING MODE IS F.
000780 01  PARM-RECORD.
000790     05  PRM-DORMANT-DAYS        PIC X(04).
000800     05  FILLER                  PIC X(76).
000810*----------------------------------------------------------------
000820 FD  ITEMFILE.
000840     COPY ITEMMSTR.
000850*----------------------------------------------------------------
000860 FD  AUDTMSTR.
000870     COPY AUDMREC.
000880*----------------------------------------------------------------
000890 FD  DORMRPT
000900     RECORDING MODE IS F.
000910 01  REPORT-RECORD               PIC X(80).
000920*----------------------------------------------------------------
000930 FD  DORMTRAN
000940     RECORDING MODE IS F.
000950     COPY MNTTREC.
000960*----------------------------------------------------------------
000970 WORKING-STORAGE SECTION.
000980*----------------------------------------------------------------
000990 01  WS-SWITCHES.
001000     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001010         88  WS-EOF              VALUE "Y".
001020     05  WS-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
001030         88  WS-HIST-EOF         VALUE "Y".
001040     05  WS-SEEN-SWITCH          PIC X(01) VALUE "N".
001050         88  WS-ITEM-SEEN        VALUE "Y".
001060*----------------------------------------------------------------
001070 01  WS-PARM-STATUS              PIC X(02).
001080 01  WS-ITEM-STATUS              PIC X(02).
001090 01  WS-MSTR-STATUS              PIC X(02).
001100 01  WS-RPT-STATUS               PIC X(02).
001110 01  WS-TRAN-STATUS              PIC X(02).
001120*----------------------------------------------------------------
001130 01  WS-RUN-DATE                 PIC 9(08).
001140 01  WS-DORMANT-DAYS             PIC 9(04) VALUE ZERO.
001150 01  WS-TODAY-DAY-NUM            PIC 9(07) VALUE ZERO.
001160 01  WS-LAST-DAY-NUM             PIC 9(07) VALUE ZERO.
001170 01  WS-AGE-DAYS                 PIC S9(07) VALUE ZERO.
001180 01  WS-LAST-SEEN-DATE           PIC 9(08) VALUE ZERO.
001190 01  WS-OPERATOR-ID              PIC X(08) VALUE "ITMDORM".
001200*----------------------------------------------------------------
001210* ONE FLAG PER POSSIBLE ITEM NUMBER (00000-99999, SUBSCRIPT IS
001220* ITEM NUMBER + 1), SET FOR AN ACTIVE ITEM WITH NO AUDIT HISTORY
001230* SO THE SECOND PASS CAN PRINT THE NEVER-CLASSIFIED SECTION.
001240*----------------------------------------------------------------
001250 77  WS-NEVER-SUB                PIC 9(06) COMP VALUE ZERO.
001260 01  WS-NEVER-AREA               PIC X(100000) VALUE SPACES.
001270*----------------------------------------------------------------
001280 01  WS-COUNTS.
001290     05  WS-ITEMS-READ           PIC 9(07) COMP VALUE ZERO.
001300     05  WS-ITEMS-INACTIVE       PIC 9(07) COMP VALUE ZERO.
001310     05  WS-ITEMS-CURRENT        PIC 9(07) COMP VALUE ZERO.
001320     05  WS-ITEMS-DORMANT        PIC 9(07) COMP VALUE ZERO.
001330     05  WS-ITEMS-NEVER          PIC 9(07) COMP VALUE ZERO.
001340     05  WS-TRANS-WRITTEN        PIC 9(07) COMP VALUE ZERO.
001350*----------------------------------------------------------------
001360 01  WS-COUNT-ED                 PIC ZZZZZZ9.
001370 01  WS-REPORT-LINE              PIC X(80).
001380*----------------------------------------------------------------
001390 01  WS-DORMANT-LINE.
001400     05  FILLER                  PIC X(02) VALUE SPACES.
001410     05  DL-ITEM-NUMBER          PIC 9(05).
001420     05  FILLER                  PIC X(02) VALUE SPACES.
001430     05  DL-DESCRIPTION          PIC X(30).
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  DL-CATEGORY             PIC X(04).
001460     05  FILLER                  PIC X(02) VALUE SPACES.
001470     05  DL-LAST-SEEN            PIC 9(08).
001480     05  FILLER                  PIC X(02) VALUE SPACES.
001490     05  DL-AGE-DAYS             PIC ZZZZZZ9.
001500     05  FILLER                  PIC X(16) VALUE " DAYS".
001510*----------------------------------------------------------------
001520 01  WS-NEVER-LINE.
001530     05  FILLER                  PIC X(02) VALUE SPACES.
001540     05  NL-ITEM-NUMBER          PIC 9(05).
001550     05  FILLER                  PIC X(02) VALUE SPACES.
001560     05  NL-DESCRIPTION          PIC X(30).
001570     05  FILLER                  PIC X(02) VALUE SPACES.
001580     05  NL-CATEGORY             PIC X(04).
001590     05  FILLER                  PIC X(35) VALUE SPACES.
001600*----------------------------------------------------------------
001610 PROCEDURE DIVISION.
001620*----------------------------------------------------------------
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001650     PERFORM 2000-SWEEP-ITEM THRU 2000-SWEEP-ITEM-EXIT
001660         UNTIL WS-EOF
001670     PERFORM 3000-PRINT-NEVER-SEEN THRU 3000-PRINT-NEVER-SEEN-EXIT
001680     PERFORM 4000-PRINT-COUNTS THRU 4000-PRINT-COUNTS-EXIT
001690     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
001700     STOP RUN.
001710*----------------------------------------------------------------
001720* 1000-INITIALIZE  --  VET THE THRESHOLD BEFORE OPENING ANYTHING
001730*                      ELSE; A ZERO OR GARBLED N WOULD PROPOSE
001740*                      DEACTIVATING THE WHOLE MASTER.
001750*----------------------------------------------------------------
001760 1000-INITIALIZE.
001770     CALL "BUSDATSB" USING WS-RUN-DATE
001780     COMPUTE WS-TODAY-DAY-NUM
001790         = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
001800     OPEN INPUT PARMFILE
001810     IF WS-PARM-STATUS NOT = "00"
001820         DISPLAY "ITMDORM ABEND - CANNOT OPEN PARMFILE, STATUS = "
001830             WS-PARM-STATUS
001840         MOVE 16 TO RETURN-CODE
001850         STOP RUN
001860     END-IF
001870     READ PARMFILE
001880         AT END
001890             DISPLAY "ITMDORM ABEND - PARMFILE IS EMPTY"
001900             MOVE 16 TO RETURN-CODE
001910             STOP RUN
001920     END-READ
001930     IF PRM-DORMANT-DAYS IS NOT NUMERIC
001940         OR PRM-DORMANT-DAYS = "0000"
001950         DISPLAY "ITMDORM ABEND - DORMANCY DAYS MUST BE "
001960             "0001-9999, PARMFILE HAS " PRM-DORMANT-DAYS
001970         MOVE 16 TO RETURN-CODE
001980         STOP RUN
001990     END-IF
002000     MOVE PRM-DORMANT-DAYS TO WS-DORMANT-DAYS
002010     CLOSE PARMFILE
002020     OPEN INPUT ITEMFILE
002030     IF WS-ITEM-STATUS NOT = "00"
002040         DISPLAY "ITMDORM ABEND - CANNOT OPEN ITEMFILE, STATUS = "
002050             WS-ITEM-STATUS
002060         MOVE 16 TO RETURN-CODE
002070         STOP RUN
002080     END-IF
002090     OPEN INPUT AUDTMSTR
002100     IF WS-MSTR-STATUS NOT = "00"
002110         DISPLAY "ITMDORM ABEND - CANNOT OPEN AUDTMSTR, STATUS = "
002120             WS-MSTR-STATUS
002130         MOVE 16 TO RETURN-CODE
002140         STOP RUN
002150     END-IF
002160     OPEN OUTPUT DORMRPT
002170     IF WS-RPT-STATUS NOT = "00"
002180         DISPLAY "ITMDORM ABEND - CANNOT OPEN DORMRPT, STATUS = "
002190             WS-RPT-STATUS
002200         MOVE 16 TO RETURN-CODE
002210         STOP RUN
002220     END-IF
002230     OPEN OUTPUT DORMTRAN
002240     IF WS-TRAN-STATUS NOT = "00"
002250         DISPLAY "ITMDORM ABEND - CANNOT OPEN DORMTRAN, STATUS = "
002260             WS-TRAN-STATUS
002270         MOVE 16 TO RETURN-CODE
002280         STOP RUN
002290     END-IF
002300     PERFORM 1100-WRITE-HEADING THRU 1100-WRITE-HEADING-EXIT
002310     PERFORM 2100-READ-ITEMFILE THRU 2100-READ-ITEMFILE-EXIT.
002320 1000-INITIALIZE-EXIT.
002330     EXIT.
002340*----------------------------------------------------------------
002350 1100-WRITE-HEADING.
002360     MOVE SPACES TO WS-REPORT-LINE
002370     STRING "DORMANT ITEM SWEEP  -  BUSINESS DATE " WS-RUN-DATE
002380         "  -  THRESHOLD " WS-DORMANT-DAYS " DAYS"
002390         DELIMITED BY SIZE INTO WS-REPORT-LINE
002400     WRITE REPORT-RECORD FROM WS-REPORT-LINE
002410     MOVE SPACES TO WS-REPORT-LINE
002420     WRITE REPORT-RECORD FROM WS-REPORT-LINE
002430     MOVE "ACTIVE ITEMS NOT CLASSIFIED WITHIN THE THRESHOLD "
002440         TO WS-REPORT-LINE
002450     MOVE "(DEACTIVATION PROPOSED):" TO WS-REPORT-LINE (50:31)
002460     WRITE REPORT-RECORD FROM WS-REPORT-LINE
002470     MOVE SPACES TO WS-REPORT-LINE
002480     STRING "  ITEM   DESCRIPTION                     CAT   "
002490         "LAST SEEN      SINCE"
002500         DELIMITED BY SIZE INTO WS-REPORT-LINE
002510     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002520 1100-WRITE-HEADING-EXIT.
002530     EXIT.
002540*----------------------------------------------------------------
002550* 2000-SWEEP-ITEM  --  ONE ITEM MASTER RECORD.  INACTIVE ITEMS
002560*                      ARE ALREADY WHERE THIS SWEEP WOULD PUT
002570*                      THEM; ACTIVE ONES ARE AGED FROM THEIR
002580*                      AUDIT HISTORY.
002590*----------------------------------------------------------------
002600 2000-SWEEP-ITEM.
002610     ADD 1 TO WS-ITEMS-READ
002620     IF NOT IM-ACTIVE
002630         ADD 1 TO WS-ITEMS-INACTIVE
002640         GO TO 2000-SWEEP-ITEM-NEXT
002650     END-IF
002660     PERFORM 2200-FIND-LAST-SEEN THRU 2200-FIND-LAST-SEEN-EXIT
002670     IF NOT WS-ITEM-SEEN
002680         ADD 1 TO WS-ITEMS-NEVER
002690         COMPUTE WS-NEVER-SUB = IM-ITEM-NUMBER + 1
002700         MOVE "Y" TO WS-NEVER-AREA (WS-NEVER-SUB:1)
002710         GO TO 2000-SWEEP-ITEM-NEXT
002720     END-IF
002730     COMPUTE WS-LAST-DAY-NUM
002740         = FUNCTION INTEGER-OF-DATE(WS-LAST-SEEN-DATE)
002750     COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NUM - WS-LAST-DAY-NUM
002760     IF WS-AGE-DAYS < WS-DORMANT-DAYS
002770         ADD 1 TO WS-ITEMS-CURRENT
002780         GO TO 2000-SWEEP-ITEM-NEXT
002790     END-IF
002800     ADD 1 TO WS-ITEMS-DORMANT
002810     PERFORM 2300-WRITE-DORMANT THRU 2300-WRITE-DORMANT-EXIT
002820     PERFORM 2400-WRITE-PROPOSAL THRU 2400-WRITE-PROPOSAL-EXIT.
002830 2000-SWEEP-ITEM-NEXT.
002840     PERFORM 2100-READ-ITEMFILE THRU 2100-READ-ITEMFILE-EXIT.
002850 2000-SWEEP-ITEM-EXIT.
002860     EXIT.
002870*----------------------------------------------------------------
002880 2100-READ-ITEMFILE.
002890     READ ITEMFILE
002900         AT END
002910             SET WS-EOF TO TRUE
002920     END-READ.
002930 2100-READ-ITEMFILE-EXIT.
002940     EXIT.
002950*----------------------------------------------------------------
002960* 2200-FIND-LAST-SEEN  --  START THE AUDIT MASTER AT THIS ITEM
002970*                          AND READ ITS RECORDS.  THE KEY RUNS
002980*                          ITEM, DATE, TIME, SO THE LAST RECORD
002990*                          FOR THE ITEM CARRIES ITS LATEST RUN
003000*                          DATE; THE HIGHEST IS KEPT ANYWAY.
003010*----------------------------------------------------------------
003020 2200-FIND-LAST-SEEN.
003030     MOVE "N"  TO WS-SEEN-SWITCH
003040     MOVE "N"  TO WS-HIST-EOF-SWITCH
003050     MOVE ZERO TO WS-LAST-SEEN-DATE
003060     MOVE IM-ITEM-NUMBER TO AUM-ITEM-NUMBER
003070     MOVE ZERO           TO AUM-RUN-DATE
003080     MOVE ZERO           TO AUM-RUN-TIME
003090     MOVE LOW-VALUES     TO AUM-RUN-ID
003100     START AUDTMSTR KEY NOT LESS THAN AUM-KEY
003110         INVALID KEY
003120             GO TO 2200-FIND-LAST-SEEN-EXIT
003130     END-START
003140     PERFORM 2210-READ-HISTORY THRU 2210-READ-HISTORY-EXIT
003150     PERFORM 2220-CHECK-HISTORY THRU 2220-CHECK-HISTORY-EXIT
003160         UNTIL WS-HIST-EOF.
003170 2200-FIND-LAST-SEEN-EXIT.
003180     EXIT.
003190*----------------------------------------------------------------
003200 2210-READ-HISTORY.
003210     READ AUDTMSTR NEXT
003220         AT END
003230             SET WS-HIST-EOF TO TRUE
003240     END-READ.
003250 2210-READ-HISTORY-EXIT.
003260     EXIT.
003270*----------------------------------------------------------------
003280* 2220-CHECK-HISTORY  --  THE FIRST RECORD PAST THE ITEM ENDS
003290*                         THE READ -- NOTHING BEYOND IT CAN MATCH.
003300*----------------------------------------------------------------
003310 2220-CHECK-HISTORY.
003320     IF AUM-ITEM-NUMBER NOT = IM-ITEM-NUMBER
003330         SET WS-HIST-EOF TO TRUE
003340         GO TO 2220-CHECK-HISTORY-EXIT
003350     END-IF
003360     SET WS-ITEM-SEEN TO TRUE
003370     IF AUM-RUN-DATE > WS-LAST-SEEN-DATE
003380         MOVE AUM-RUN-DATE TO WS-LAST-SEEN-DATE
003390     END-IF
003400     PERFORM 2210-READ-HISTORY THRU 2210-READ-HISTORY-EXIT.
003410 2220-CHECK-HISTORY-EXIT.
003420     EXIT.
003430*----------------------------------------------------------------
003440 2300-WRITE-DORMANT.
003450     MOVE IM-ITEM-NUMBER    TO DL-ITEM-NUMBER
003460     MOVE IM-DESCRIPTION    TO DL-DESCRIPTION
003470     MOVE IM-CATEGORY       TO DL-CATEGORY
003480     MOVE WS-LAST-SEEN-DATE TO DL-LAST-SEEN
003490     MOVE WS-AGE-DAYS       TO DL-AGE-DAYS
003500     WRITE REPORT-RECORD FROM WS-DORMANT-LINE.
003510 2300-WRITE-DORMANT-EXIT.
003520     EXIT.
003530*----------------------------------------------------------------
003540* 2400-WRITE-PROPOSAL  --  A STATUS FLIP TO INACTIVE, EXACTLY AS
003550*                          THE ITEM DESK WOULD KEY IT.  ONLY THE
003560*                          FIELDS AN "S" TRANSACTION USES ARE
003570*                          FILLED; ITMMAINT IGNORES THE REST.
003580*----------------------------------------------------------------
003590 2400-WRITE-PROPOSAL.
003600     MOVE SPACES         TO MAINT-TRANS-RECORD
003610     MOVE "S"            TO MT-ACTION
003620     MOVE IM-ITEM-NUMBER TO MT-ITEM-NUMBER
003630     MOVE "I"            TO MT-NEW-STATUS
003640     MOVE WS-OPERATOR-ID TO MT-OPERATOR-ID
003650     WRITE MAINT-TRANS-RECORD
003660     ADD 1 TO WS-TRANS-WRITTEN.
003670 2400-WRITE-PROPOSAL-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------
003700* 3000-PRINT-NEVER-SEEN  --  SECOND PASS OF THE ITEM MASTER FOR
003710*                            THE ITEMS FLAGGED IN THE FIRST, SO
003720*                            THE SECTION PRINTS IN ITEM ORDER
003730*                            WITH DESCRIPTION AND CATEGORY.
003740*----------------------------------------------------------------
003750 3000-PRINT-NEVER-SEEN.
003760     MOVE SPACES TO WS-REPORT-LINE
003770     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003780     MOVE "ACTIVE ITEMS WITH NO CLASSIFICATION ON THE AUDIT "
003790         TO WS-REPORT-LINE
003800     MOVE "MASTER (CHECK FOR A BAD ADD):"
003805         TO WS-REPORT-LINE (50:31)
003810     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003820     MOVE SPACES TO WS-REPORT-LINE
003830     STRING "  ITEM   DESCRIPTION                     CAT"
003840         DELIMITED BY SIZE INTO WS-REPORT-LINE
003850     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003860     IF WS-ITEMS-NEVER = ZERO
003870         MOVE "  (NONE)" TO WS-REPORT-LINE
003880         WRITE REPORT-RECORD FROM WS-REPORT-LINE
003890         GO TO 3000-PRINT-NEVER-SEEN-EXIT
003900     END-IF
003910     CLOSE ITEMFILE
003920     OPEN INPUT ITEMFILE
003930     IF WS-ITEM-STATUS NOT = "00"
003940         DISPLAY "ITMDORM ABEND - CANNOT REOPEN ITEMFILE, "
003950             "STATUS = " WS-ITEM-STATUS
003960         MOVE 16 TO RETURN-CODE
003970         STOP RUN
003980     END-IF
003990     MOVE "N" TO WS-EOF-SWITCH
004000     PERFORM 2100-READ-ITEMFILE THRU 2100-READ-ITEMFILE-EXIT
004010     PERFORM 3100-CHECK-NEVER-SEEN THRU 3100-CHECK-NEVER-SEEN-EXIT
004020         UNTIL WS-EOF.
004030 3000-PRINT-NEVER-SEEN-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------
004060 3100-CHECK-NEVER-SEEN.
004070     COMPUTE WS-NEVER-SUB = IM-ITEM-NUMBER + 1
004080     IF WS-NEVER-AREA (WS-NEVER-SUB:1) = "Y"
004090         MOVE IM-ITEM-NUMBER TO NL-ITEM-NUMBER
004100         MOVE IM-DESCRIPTION TO NL-DESCRIPTION
004110         MOVE IM-CATEGORY    TO NL-CATEGORY
004120         WRITE REPORT-RECORD FROM WS-NEVER-LINE
004130     END-IF
004140     PERFORM 2100-READ-ITEMFILE THRU 2100-READ-ITEMFILE-EXIT.
004150 3100-CHECK-NEVER-SEEN-EXIT.
004160     EXIT.
004170*----------------------------------------------------------------
004180 4000-PRINT-COUNTS.
004190     MOVE SPACES TO WS-REPORT-LINE
004200     WRITE REPORT-RECORD FROM WS-REPORT-LINE
004210     MOVE WS-ITEMS-READ TO WS-COUNT-ED
004220     MOVE SPACES TO WS-REPORT-LINE
004230     STRING "ITEMS ON MASTER            = " WS-COUNT-ED
004240         DELIMITED BY SIZE INTO WS-REPORT-LINE
004250     WRITE REPORT-RECORD FROM WS-REPORT-LINE
004260     MOVE WS-ITEMS-INACTIVE TO WS-COUNT-ED
004270     MOVE SPACES TO WS-REPORT-LINE
004280     STRING "ALREADY INACTIVE           = " WS-COUNT-ED
004290         DELIMITED BY SIZE INTO WS-REPORT-LINE
004300     WRITE REPORT-RECORD FROM WS-REPORT-LINE
004310     MOVE WS-ITEMS-CURRENT TO WS-COUNT-ED
004320     MOVE SPACES TO WS-REPORT-LINE
004330     STRING "ACTIVE, SEEN WITHIN N DAYS = " WS-COUNT-ED
004340         DELIMITED BY SIZE INTO WS-REPORT-LINE
004350     WRITE REPORT-RECORD FROM WS-REPORT-LINE
004360     MOVE WS-ITEMS-DORMANT TO WS-COUNT-ED
004370     MOVE SPACES TO WS-REPORT-LINE
004380     STRING "ACTIVE, DORMANT            = " WS-COUNT-ED
004390         DELIMITED BY SIZE INTO WS-REPORT-LINE
004400     WRITE REPORT-RECORD FROM WS-REPORT-LINE
004410     MOVE WS-ITEMS-NEVER TO WS-COUNT-ED
004420     MOVE SPACES TO WS-REPORT-LINE
004430     STRING "ACTIVE, NEVER CLASSIFIED   = " WS-COUNT-ED
004440         DELIMITED BY SIZE INTO WS-REPORT-LINE
004450     WRITE REPORT-RECORD FROM WS-REPORT-LINE
004460     MOVE WS-TRANS-WRITTEN TO WS-COUNT-ED
004470     MOVE SPACES TO WS-REPORT-LINE
004480     STRING "DEACTIVATIONS PROPOSED     = " WS-COUNT-ED
004490         DELIMITED BY SIZE INTO WS-REPORT-LINE
004500     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
004510 4000-PRINT-COUNTS-EXIT.
004520     EXIT.
004530*----------------------------------------------------------------
004540 8000-TERMINATE.
004550     CLOSE ITEMFILE AUDTMSTR DORMRPT DORMTRAN
004560     DISPLAY "ITMDORM ITEMS READ             = " WS-ITEMS-READ
004570     DISPLAY "ITMDORM ITEMS DORMANT          = " WS-ITEMS-DORMANT
004580     DISPLAY "ITMDORM ITEMS NEVER CLASSIFIED = " WS-ITEMS-NEVER
004590     DISPLAY "ITMDORM DEACTIVATIONS PROPOSED = " WS-TRANS-WRITTEN
004600     IF WS-ITEMS-DORMANT > ZERO OR WS-ITEMS-NEVER > ZERO
004610         MOVE 4 TO RETURN-CODE
004620     END-IF.
004630 8000-TERMINATE-EXIT.
004640     EXIT.
