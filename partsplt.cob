000010*----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------
000040 PROGRAM-ID.    PARTSPLT.
000050 AUTHOR.        M. TORRES.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED. 2026-10-15.
000090*----------------------------------------------------------------
000100* PARTITION SPLIT FOR THE NIGHT'S CLASSIFICATION.  IFELSEB WAS
000110* THE LONGEST STEP OF THE NIGHT, SINGLE-THREADED OVER THE WHOLE
000120* TRANSACTION FILE.  THIS STEP DEALS THE NIGHT'S TRANSACTIONS
000130* (TRANFILE PLUS THE RESUBMITTED CORRECTIONS) OUT TO FOUR
000140* PARTITION FILES BY ITEM-NUMBER RANGE, THE RANGES COMING FROM
000150* THE PARTITION CONTROL FILE (PARTCTL.CPY), SO FOUR IFELSEB JOBS
000160* (NIGHTP1-NIGHTP4) CAN CLASSIFY THEM AT THE SAME TIME, EACH
000170* WITH ITS OWN CHECKPOINT FILE.
000180*
000190* THE RANGES ARE PROVED BEFORE A RECORD MOVES: IN PARTITION
000200* ORDER, NO GAP, NO OVERLAP, 00000 THROUGH 99999.  EVERY
000210* OCCURRENCE OF AN ITEM NUMBER THEREFORE GOES TO THE SAME
000220* PARTITION, IN ITS ORIGINAL ORDER, SO THE FIRST OCCURRENCE
000230* STILL CLASSIFIES AND EVERY REPEAT IS STILL CAUGHT BY THAT
000240* PARTITION'S DUPLICATE CHECK.  A NON-NUMERIC ITEM NUMBER HAS
000250* NO RANGE; IT GOES TO PARTITION 1, WHOSE IFELSEB ROUTES IT TO
000260* THE EXCEPTION MASTER AS ALWAYS.  A PARTITION WITH NO CONTROL
000270* CARD GETS AN EMPTY FILE.
000280*
000290* FILES
000300*   PARTCTL   INPUT   - PC-PARTITION-RECORD (PARTCTL.CPY), ONE
000310*                       CARD PER PARTITION, ONE TO FOUR CARDS.
000320*   TRANFILE  INPUT   - THE NIGHT'S TRANSACTIONS (TRANFILE AND
000330*                       RESUBFIL CONCATENATED IN THE JCL).
000340*   TRANP1-4  OUTPUT  - ONE PARTITION FILE EACH, THE SAME 20-
000350*                       BYTE LAYOUT, RECORDS IN INPUT ORDER.
000360*   BALNFILE  OUTPUT  - CT-CONTROL-RECORD (CTLTOTAL.CPY):
000370*                       "PARTSPLT" WITH RECORDS READ AND
000380*                       WRITTEN, THEN "PARTSPL1"-"PARTSPL4"
000390*                       WITH EACH PARTITION'S COUNT, FOR
000400*                       BALCHK'S PARTITION PROOF.
000410*   RUNLOG    OUTPUT  - RN-RUNLOG-RECORD (RUNLOG.CPY), ONE PER
000420*                       CLEAN RUN.
000430*
000440* RETURN CODES: 0 CLEAN, 16 ON AN ABEND (INCLUDING A BAD
000450* PARTITION CONTROL FILE).
000460*
000470* MAINTENANCE HISTORY
000480*   2026-10-15  M.TORRES   ORIGINAL PROGRAM.
000490*----------------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT PARTCTL ASSIGN TO "PARTCTL"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-PCTL-STATUS.
000560     SELECT TRANFILE ASSIGN TO "TRANFILE"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-TRAN-STATUS.
000590     SELECT TRANP1 ASSIGN TO "TRANP1"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-TRP1-STATUS.
000620     SELECT TRANP2 ASSIGN TO "TRANP2"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-TRP2-STATUS.
000650     SELECT TRANP3 ASSIGN TO "TRANP3"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-TRP3-STATUS.
000680     SELECT TRANP4 ASSIGN TO "TRANP4"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-TRP4-STATUS.
000710     SELECT BALNFILE ASSIGN TO "BALNFILE"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-BALN-STATUS.
000740     SELECT RUNLOG ASSIGN TO "RUNLOG"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-RLOG-STATUS.
000770*----------------------------------------------------------------
000780 DATA DIVISION.
000790 FILE SECTION.
000800*----------------------------------------------------------------
000810 FD  PARTCTL
000820     RECORDING MODE IS F.
000830     COPY PARTCTL.
000840*----------------------------------------------------------------
000850 FD  TRANFILE
000860     RECORDING MODE IS F.
000870 01  TRANS-RECORD.
000880     05  TR-ITEM-NUMBER          PIC X(05).
000890     05  FILLER                  PIC X(15).
000900*----------------------------------------------------------------
000910 FD  TRANP1
000920     RECORDING MODE IS F.
000930 01  TRANP1-RECORD               PIC X(20).
000940*----------------------------------------------------------------
000950 FD  TRANP2
000960     RECORDING MODE IS F.
000970 01  TRANP2-RECORD               PIC X(20).
000980*----------------------------------------------------------------
000990 FD  TRANP3
001000     RECORDING MODE IS F.
001010 01  TRANP3-RECORD               PIC X(20).
001020*----------------------------------------------------------------
001030 FD  TRANP4
001040     RECORDING MODE IS F.
001050 01  TRANP4-RECORD               PIC X(20).
001060*----------------------------------------------------------------
001070 FD  BALNFILE
001080     RECORDING MODE IS F.
001090     COPY CTLTOTAL.
001100*----------------------------------------------------------------
001110 FD  RUNLOG
001120     RECORDING MODE IS F.
001130     COPY RUNLOG.
001140*----------------------------------------------------------------
001150 WORKING-STORAGE SECTION.
001160*----------------------------------------------------------------
001170 01  WS-SWITCHES.
001180     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001190         88  WS-EOF              VALUE "Y".
001200     05  WS-PCTL-EOF-SWITCH      PIC X(01) VALUE "N".
001210         88  WS-PCTL-EOF         VALUE "Y".
001220*----------------------------------------------------------------
001230 01  WS-FILE-STATUSES.
001240     05  WS-PCTL-STATUS          PIC X(02).
001250     05  WS-TRAN-STATUS          PIC X(02).
001260     05  WS-TRP1-STATUS          PIC X(02).
001270     05  WS-TRP2-STATUS          PIC X(02).
001280     05  WS-TRP3-STATUS          PIC X(02).
001290     05  WS-TRP4-STATUS          PIC X(02).
001300     05  WS-BALN-STATUS          PIC X(02).
001310     05  WS-RLOG-STATUS          PIC X(02).
001320*----------------------------------------------------------------
001330 01  WS-RUN-DATE                 PIC 9(08).
001340 01  WS-RUN-ID                   PIC X(08).
001350 01  WS-RUN-TIMESTAMP            PIC 9(08).
001360 01  WS-START-TIME               PIC 9(06).
001370 01  WS-END-TIME                 PIC 9(06).
001380*----------------------------------------------------------------
001390 01  WS-COUNTS.
001400     05  WS-RECORDS-READ         PIC 9(07) COMP VALUE ZERO.
001410     05  WS-RECORDS-WRITTEN      PIC 9(07) COMP VALUE ZERO.
001420     05  WS-NON-NUMERIC          PIC 9(07) COMP VALUE ZERO.
001430*----------------------------------------------------------------
001440* THE PARTITION RANGES FROM PARTCTL, AND EACH PARTITION'S
001450* RECORD COUNT.  AN ENTRY PAST WS-PART-COUNT HAS NO CARD AND
001460* RECEIVES NOTHING.
001470*----------------------------------------------------------------
001480 77  WS-PART-COUNT               PIC 9(03) COMP VALUE ZERO.
001490 77  WS-PART-SUB                 PIC 9(03) COMP VALUE ZERO.
001500 77  WS-TARGET-SUB               PIC 9(03) COMP VALUE ZERO.
001510 77  WS-NEXT-LOW                 PIC 9(06) VALUE ZERO.
001520 77  WS-ITEM-NUM                 PIC 9(05) VALUE ZERO.
001530 01  WS-PART-TABLE.
001540     05  WS-PART-ENTRY OCCURS 4 TIMES.
001550         10  WS-PT-LOW           PIC 9(05).
001560         10  WS-PT-HIGH          PIC 9(05).
001570         10  WS-PT-WRITTEN       PIC 9(07) COMP.
001580*----------------------------------------------------------------
001590 01  WS-CT-PROGRAM.
001600     05  FILLER                  PIC X(07) VALUE "PARTSPL".
001610     05  WS-CT-PART-ID           PIC 9(01).
001620*----------------------------------------------------------------
001630 PROCEDURE DIVISION.
001640*----------------------------------------------------------------
001650 0000-MAINLINE.
001660     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001670     PERFORM 2000-SPLIT-RECORD THRU 2000-SPLIT-RECORD-EXIT
001680         UNTIL WS-EOF
001690     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
001700     STOP RUN.
001710*----------------------------------------------------------------
001720 1000-INITIALIZE.
001730     ACCEPT WS-START-TIME FROM TIME
001740     CALL "BUSDATSB" USING WS-RUN-DATE
001750     ACCEPT WS-RUN-TIMESTAMP FROM TIME
001760     MOVE WS-RUN-TIMESTAMP TO WS-RUN-ID
001770     MOVE ZERO TO WS-PART-SUB
001780     PERFORM 1300-CLEAR-ONE-PARTITION
001790         THRU 1300-CLEAR-ONE-PARTITION-EXIT
001800         4 TIMES
001810     PERFORM 1100-LOAD-PARTITIONS THRU 1100-LOAD-PARTITIONS-EXIT
001820     OPEN INPUT TRANFILE
001830     IF WS-TRAN-STATUS NOT = "00"
001840         DISPLAY "PARTSPLT ABEND - CANNOT OPEN TRANFILE, "
001850             "STATUS = " WS-TRAN-STATUS
001860         MOVE 16 TO RETURN-CODE
001870         STOP RUN
001880     END-IF
001890     OPEN OUTPUT TRANP1 TRANP2 TRANP3 TRANP4
001900     IF WS-TRP1-STATUS NOT = "00"
001910         OR WS-TRP2-STATUS NOT = "00"
001920         OR WS-TRP3-STATUS NOT = "00"
001930         OR WS-TRP4-STATUS NOT = "00"
001940         DISPLAY "PARTSPLT ABEND - CANNOT OPEN THE PARTITION "
001950             "FILES, STATUSES = " WS-TRP1-STATUS " "
001960             WS-TRP2-STATUS " " WS-TRP3-STATUS " "
001970             WS-TRP4-STATUS
001980         MOVE 16 TO RETURN-CODE
001990         STOP RUN
002000     END-IF
002010     PERFORM 2100-READ-TRANFILE THRU 2100-READ-TRANFILE-EXIT.
002020 1000-INITIALIZE-EXIT.
002030     EXIT.
002040*----------------------------------------------------------------
002050* 1100-LOAD-PARTITIONS  --  READ AND PROVE THE CONTROL CARDS.
002060*                           ANY FAULT STOPS THE NIGHT HERE,
002070*                           BEFORE A SINGLE RECORD IS DEALT --
002080*                           A GAP WOULD LOSE ITEMS AND AN
002090*                           OVERLAP WOULD SPLIT AN ITEM'S
002100*                           REPEATS ACROSS TWO PARTITIONS.
002110*----------------------------------------------------------------
002120 1100-LOAD-PARTITIONS.
002130     OPEN INPUT PARTCTL
002140     IF WS-PCTL-STATUS NOT = "00"
002150         DISPLAY "PARTSPLT ABEND - CANNOT OPEN PARTCTL, "
002160             "STATUS = " WS-PCTL-STATUS
002170         MOVE 16 TO RETURN-CODE
002180         STOP RUN
002190     END-IF
002200     MOVE ZERO TO WS-NEXT-LOW
002210     PERFORM 1110-LOAD-ONE-CARD THRU 1110-LOAD-ONE-CARD-EXIT
002220         UNTIL WS-PCTL-EOF
002230     CLOSE PARTCTL
002240     IF WS-PART-COUNT = ZERO
002250         DISPLAY "PARTSPLT ABEND - PARTCTL HAS NO PARTITION "
002260             "CARDS"
002270         MOVE 16 TO RETURN-CODE
002280         STOP RUN
002290     END-IF
002300     IF WS-NEXT-LOW NOT = 100000
002310         DISPLAY "PARTSPLT ABEND - PARTCTL STOPS AT "
002320             WS-PT-HIGH (WS-PART-COUNT)
002330             " - THE LAST PARTITION MUST END AT 99999"
002340         MOVE 16 TO RETURN-CODE
002350         STOP RUN
002360     END-IF
002370     MOVE ZERO TO WS-PART-SUB
002380     PERFORM 1200-SHOW-ONE-PARTITION
002390         THRU 1200-SHOW-ONE-PARTITION-EXIT
002400         WS-PART-COUNT TIMES.
002410 1100-LOAD-PARTITIONS-EXIT.
002420     EXIT.
002430*----------------------------------------------------------------
002440 1110-LOAD-ONE-CARD.
002450     READ PARTCTL
002460         AT END
002470             SET WS-PCTL-EOF TO TRUE
002480             GO TO 1110-LOAD-ONE-CARD-EXIT
002490     END-READ
002500     ADD 1 TO WS-PART-COUNT
002510     IF WS-PART-COUNT > 4
002520         DISPLAY "PARTSPLT ABEND - PARTCTL HAS MORE THAN 4 "
002530             "PARTITION CARDS"
002540         MOVE 16 TO RETURN-CODE
002550         STOP RUN
002560     END-IF
002570     IF PC-PARTITION-ID IS NOT NUMERIC
002580         OR PC-PARTITION-ID NOT = WS-PART-COUNT
002590         DISPLAY "PARTSPLT ABEND - PARTCTL CARD " WS-PART-COUNT
002600             " IS FOR PARTITION " PC-PARTITION-ID
002610             " - CARDS MUST RUN 1, 2, ... IN ORDER"
002620         MOVE 16 TO RETURN-CODE
002630         STOP RUN
002640     END-IF
002650     IF PC-LOW-ITEM IS NOT NUMERIC
002660         OR PC-HIGH-ITEM IS NOT NUMERIC
002670         OR PC-HIGH-ITEM < PC-LOW-ITEM
002680         DISPLAY "PARTSPLT ABEND - PARTITION " PC-PARTITION-ID
002690             " RANGE " PC-LOW-ITEM "-" PC-HIGH-ITEM
002700             " IS NOT A VALID ITEM-NUMBER RANGE"
002710         MOVE 16 TO RETURN-CODE
002720         STOP RUN
002730     END-IF
002740     IF PC-LOW-ITEM NOT = WS-NEXT-LOW
002750         DISPLAY "PARTSPLT ABEND - PARTITION " PC-PARTITION-ID
002760             " STARTS AT " PC-LOW-ITEM " BUT SHOULD START AT "
002770             WS-NEXT-LOW " - GAP OR OVERLAP IN PARTCTL"
002780         MOVE 16 TO RETURN-CODE
002790         STOP RUN
002800     END-IF
002810     MOVE PC-LOW-ITEM  TO WS-PT-LOW (WS-PART-COUNT)
002820     MOVE PC-HIGH-ITEM TO WS-PT-HIGH (WS-PART-COUNT)
002830     COMPUTE WS-NEXT-LOW = PC-HIGH-ITEM + 1.
002840 1110-LOAD-ONE-CARD-EXIT.
002850     EXIT.
002860*----------------------------------------------------------------
002870 1200-SHOW-ONE-PARTITION.
002880     ADD 1 TO WS-PART-SUB
002890     DISPLAY "PARTSPLT PARTITION " WS-PART-SUB " = ITEMS "
002900         WS-PT-LOW (WS-PART-SUB) "-" WS-PT-HIGH (WS-PART-SUB).
002910 1200-SHOW-ONE-PARTITION-EXIT.
002920     EXIT.
002930*----------------------------------------------------------------
002940 1300-CLEAR-ONE-PARTITION.
002950     ADD 1 TO WS-PART-SUB
002960     MOVE ZERO TO WS-PT-LOW (WS-PART-SUB)
002970     MOVE ZERO TO WS-PT-HIGH (WS-PART-SUB)
002980     MOVE ZERO TO WS-PT-WRITTEN (WS-PART-SUB).
002990 1300-CLEAR-ONE-PARTITION-EXIT.
003000     EXIT.
003010*----------------------------------------------------------------
003020* 2000-SPLIT-RECORD  --  DEAL ONE TRANSACTION TO ITS PARTITION
003030*                        UNCHANGED.
003040*----------------------------------------------------------------
003050 2000-SPLIT-RECORD.
003060     PERFORM 2200-FIND-PARTITION THRU 2200-FIND-PARTITION-EXIT
003070     EVALUATE WS-TARGET-SUB
003080         WHEN 1
003090             WRITE TRANP1-RECORD FROM TRANS-RECORD
003100         WHEN 2
003110             WRITE TRANP2-RECORD FROM TRANS-RECORD
003120         WHEN 3
003130             WRITE TRANP3-RECORD FROM TRANS-RECORD
003140         WHEN 4
003150             WRITE TRANP4-RECORD FROM TRANS-RECORD
003160     END-EVALUATE
003170     ADD 1 TO WS-PT-WRITTEN (WS-TARGET-SUB)
003180     ADD 1 TO WS-RECORDS-WRITTEN
003190     PERFORM 2100-READ-TRANFILE THRU 2100-READ-TRANFILE-EXIT.
003200 2000-SPLIT-RECORD-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------
003230 2100-READ-TRANFILE.
003240     READ TRANFILE
003250         AT END
003260             SET WS-EOF TO TRUE
003270             GO TO 2100-READ-TRANFILE-EXIT
003280     END-READ
003290     ADD 1 TO WS-RECORDS-READ.
003300 2100-READ-TRANFILE-EXIT.
003310     EXIT.
003320*----------------------------------------------------------------
003330* 2200-FIND-PARTITION  --  THE RANGES COVER EVERY 5-DIGIT ITEM
003340*                          NUMBER, SO A NUMERIC ITEM ALWAYS
003350*                          FINDS ONE.  A NON-NUMERIC ONE GOES
003360*                          TO PARTITION 1.
003370*----------------------------------------------------------------
003380 2200-FIND-PARTITION.
003390     MOVE 1 TO WS-TARGET-SUB
003400     IF TR-ITEM-NUMBER IS NOT NUMERIC
003410         ADD 1 TO WS-NON-NUMERIC
003420         GO TO 2200-FIND-PARTITION-EXIT
003430     END-IF
003440     MOVE TR-ITEM-NUMBER TO WS-ITEM-NUM
003450     MOVE ZERO TO WS-PART-SUB
003460     PERFORM 2210-CHECK-ONE-RANGE THRU 2210-CHECK-ONE-RANGE-EXIT
003470         WS-PART-COUNT TIMES.
003480 2200-FIND-PARTITION-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------
003510 2210-CHECK-ONE-RANGE.
003520     ADD 1 TO WS-PART-SUB
003530     IF WS-ITEM-NUM NOT < WS-PT-LOW (WS-PART-SUB)
003540         AND WS-ITEM-NUM NOT > WS-PT-HIGH (WS-PART-SUB)
003550         MOVE WS-PART-SUB TO WS-TARGET-SUB
003560     END-IF.
003570 2210-CHECK-ONE-RANGE-EXIT.
003580     EXIT.
003590*----------------------------------------------------------------
003600 8000-TERMINATE.
003610     CLOSE TRANFILE TRANP1 TRANP2 TRANP3 TRANP4
003620     DISPLAY "PARTSPLT RECORDS READ        = " WS-RECORDS-READ
003630     DISPLAY "PARTSPLT RECORDS WRITTEN     = " WS-RECORDS-WRITTEN
003640     DISPLAY "PARTSPLT NON-NUMERIC TO P1   = " WS-NON-NUMERIC
003650     MOVE ZERO TO WS-PART-SUB
003660     PERFORM 8010-SHOW-ONE-COUNT THRU 8010-SHOW-ONE-COUNT-EXIT
003670         4 TIMES
003680     PERFORM 8100-WRITE-CONTROL THRU 8100-WRITE-CONTROL-EXIT
003690     PERFORM 8200-WRITE-RUNLOG THRU 8200-WRITE-RUNLOG-EXIT.
003700 8000-TERMINATE-EXIT.
003710     EXIT.
003720*----------------------------------------------------------------
003730 8010-SHOW-ONE-COUNT.
003740     ADD 1 TO WS-PART-SUB
003750     DISPLAY "PARTSPLT PARTITION " WS-PART-SUB " RECORDS  = "
003760         WS-PT-WRITTEN (WS-PART-SUB).
003770 8010-SHOW-ONE-COUNT-EXIT.
003780     EXIT.
003790*----------------------------------------------------------------
003800* 8100-WRITE-CONTROL  --  THE SPLIT'S OWN TOTALS, THEN ONE
003810*                         RECORD PER PARTITION (ALL FOUR, EVEN
003820*                         AN EMPTY ONE) SO BALCHK CAN PROVE
003830*                         EACH PARTITION'S IFELSEB READ EXACTLY
003840*                         WHAT IT WAS DEALT.
003850*----------------------------------------------------------------
003860 8100-WRITE-CONTROL.
003870     OPEN OUTPUT BALNFILE
003880     IF WS-BALN-STATUS NOT = "00"
003890         DISPLAY "PARTSPLT ABEND - CANNOT OPEN BALNFILE, "
003900             "STATUS = " WS-BALN-STATUS
003910         MOVE 16 TO RETURN-CODE
003920         STOP RUN
003930     END-IF
003940     MOVE "PARTSPLT"            TO CT-PROGRAM
003950     MOVE WS-RUN-DATE           TO CT-RUN-DATE
003960     MOVE WS-RECORDS-READ       TO CT-RECORDS-READ
003970     MOVE WS-RECORDS-WRITTEN    TO CT-RECORDS-WRITTEN
003980     MOVE ZERO                  TO CT-RECORDS-REJECTED
003990     MOVE ZERO                  TO CT-RECORDS-DUPLICATE
004000     WRITE CT-CONTROL-RECORD
004010     MOVE ZERO TO WS-PART-SUB
004020     PERFORM 8110-WRITE-ONE-PARTITION
004030         THRU 8110-WRITE-ONE-PARTITION-EXIT
004040         4 TIMES
004050     CLOSE BALNFILE.
004060 8100-WRITE-CONTROL-EXIT.
004070     EXIT.
004080*----------------------------------------------------------------
004090 8110-WRITE-ONE-PARTITION.
004100     ADD 1 TO WS-PART-SUB
004110     MOVE WS-PART-SUB           TO WS-CT-PART-ID
004120     MOVE WS-CT-PROGRAM         TO CT-PROGRAM
004130     MOVE WS-RUN-DATE           TO CT-RUN-DATE
004140     MOVE ZERO                  TO CT-RECORDS-READ
004150     MOVE WS-PT-WRITTEN (WS-PART-SUB) TO CT-RECORDS-WRITTEN
004160     MOVE ZERO                  TO CT-RECORDS-REJECTED
004170     MOVE ZERO                  TO CT-RECORDS-DUPLICATE
004180     WRITE CT-CONTROL-RECORD.
004190 8110-WRITE-ONE-PARTITION-EXIT.
004200     EXIT.
004210*----------------------------------------------------------------
004220* 8200-WRITE-RUNLOG  --  APPEND THIS STEP'S RECORD TO THE
004230*                        PERMANENT RUN LOG (OPENED MOD BY THE
004240*                        JCL) FOR THE MORNING STATUS REPORT.
004250*----------------------------------------------------------------
004260 8200-WRITE-RUNLOG.
004270     OPEN OUTPUT RUNLOG
004280     IF WS-RLOG-STATUS NOT = "00"
004290         DISPLAY "PARTSPLT ABEND - CANNOT OPEN RUNLOG, STATUS = "
004300             WS-RLOG-STATUS
004310         MOVE 16 TO RETURN-CODE
004320         STOP RUN
004330     END-IF
004340     ACCEPT WS-END-TIME FROM TIME
004350     MOVE "PARTSPLT"           TO RN-PROGRAM
004360     MOVE WS-RUN-ID            TO RN-RUN-ID
004370     MOVE WS-RUN-DATE          TO RN-RUN-DATE
004380     MOVE WS-START-TIME        TO RN-START-TIME
004390     MOVE WS-END-TIME          TO RN-END-TIME
004400     MOVE WS-RECORDS-READ      TO RN-RECORDS-READ
004410     MOVE WS-RECORDS-WRITTEN   TO RN-RECORDS-WRITTEN
004420     MOVE ZERO                 TO RN-COMPLETION-CODE
004430     WRITE RN-RUNLOG-RECORD
004440     CLOSE RUNLOG.
004450 8200-WRITE-RUNLOG-EXIT.
004460     EXIT.
