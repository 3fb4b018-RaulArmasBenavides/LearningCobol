000170*   - DLYEXPRT READ THE SAME CLASFILE VOLUME IFELSEB WROTE
000171*     (ITS PER-RECEIVER DETAIL SUM IS REPORTED ALONGSIDE --
000172*     WITH SUBSET PROFILES THE SUM IS NOT EXPECTED TO TIE)
000173*   - ON A PARTITIONED NIGHT, TRANEDIT'S DETAILS PLUS EXCPRSUB'S
000174*     RESUBMITS = WHAT PARTSPLT DEALT = THE SUM OF THE PARTITION
000175*     IFELSEB READS, EACH PARTITION READING EXACTLY ITS SHARE
000180*
000190* ANY STEP'S RECORD MISSING (THE STEP ABENDED BEFORE ITS CLEAN
000200* END) OR ANY CHECK OUT OF BALANCE SETS RETURN CODE 8, SO THE
000210* JOB VISIBLY FAILS THE NIGHT THE NUMBERS DO NOT TIE INSTEAD OF
000220* A SHORT EXPORT FEED SHIPPING UNNOTICED.
000230*
000231* WITH A "PARTITION" PARMFILE CARD ONLY THE PARTITION CHECK
000232* RUNS.  THE NIGHT RUNS IT FIRST THING IN THE MERGE JOB
000233* (NIGHTMRG STEPPBAL), SO A PARTITION THAT LOST OR DOUBLED
000234* RECORDS STOPS THE NIGHT BEFORE ANYTHING IS MERGED.
000235*
000240* FILES
000250*   BALNFILE  INPUT  - CT-CONTROL-RECORD (CTLTOTAL.CPY), ONE PER
000260*                      STEP, APPENDED BY TRANEDIT, EXCPRSUB,
000270*                      PARTSPLT, IFELSEB (OR IFELSEB1-4),
000271*                      WHILEEX, PARSUM AND DLYEXPRT AT CLEAN END
000272*                      OF STEP.
000273*   PARMFILE  INPUT  - OPTIONAL RUN-MODE CARD; "PARTITION" IN
000274*                      COLUMNS 1-9 RUNS THE PARTITION PROOF ONLY.
000280*
000281* MAINTENANCE HISTORY
000282*   2026-10-15  M.TORRES   PROVE THE PARTITIONED CLASSIFIER:
000283*                          TRANEDIT, EXCPRSUB, PARTSPLT AND THE
000284*                          FOUR PARTITION IFELSEB RECORDS ARE
000285*                          COLLECTED, EACH PARTITION IS PROVED
000286*                          AGAINST WHAT IT WAS DEALT, AND THEIR
000287*                          COUNTS ARE SUMMED FOR THE EXISTING
000288*                          CHECKS.  NEW OPTIONAL PARMFILE CARD
000289*                          "PARTITION" RUNS THE PARTITION PROOF
000290*                          ALONE (RUN LOG NAME BALCHKPT).
000291*   2026-09-02  M.TORRES   DLYEXPRT NOW PRODUCES ONE FEED PER
000292*                          RECEIVER, SO ITS CONTROL RECORD
000293*                          CARRIES CLASFILE RECORDS READ AND THE
000392     SELECT RUNLOG ASSIGN TO "RUNLOG"
000394         ORGANIZATION IS SEQUENTIAL
000396         FILE STATUS IS WS-RLOG-STATUS.
000397     SELECT PARMFILE ASSIGN TO "PARMFILE"
000398         ORGANIZATION IS SEQUENTIAL
000399         FILE STATUS IS WS-PARM-STATUS.
000400*----------------------------------------------------------------
000410 DATA DIVISION.
000420 FILE SECTION.
000466     RECORDING MODE IS F.
000468     COPY RUNLOG.
000470*----------------------------------------------------------------
000471 FD  PARMFILE
000472     RECORDING MODE IS F.
000473 01  PRM-PARM-RECORD.
000474     05  PRM-MODE                PIC X(09).
000475         88  PRM-PARTITION       VALUE "PARTITION".
000476     05  FILLER                  PIC X(71).
000477*----------------------------------------------------------------
000480 WORKING-STORAGE SECTION.
000490*----------------------------------------------------------------
000500 01  WS-SWITCHES.
000580         88  WS-PARSUM-SEEN      VALUE "Y".
000590     05  WS-DLYEXPRT-SWITCH      PIC X(01) VALUE "N".
000600         88  WS-DLYEXPRT-SEEN    VALUE "Y".
000601     05  WS-MODE-SWITCH          PIC X(01) VALUE "F".
000602         88  WS-PARTITION-MODE   VALUE "P".
000603     05  WS-TRANEDIT-SWITCH      PIC X(01) VALUE "N".
000604         88  WS-TRANEDIT-SEEN    VALUE "Y".
000605     05  WS-EXCPRSUB-SWITCH      PIC X(01) VALUE "N".
000606         88  WS-EXCPRSUB-SEEN    VALUE "Y".
000607     05  WS-PARTSPLT-SWITCH      PIC X(01) VALUE "N".
000608         88  WS-PARTSPLT-SEEN    VALUE "Y".
000610*----------------------------------------------------------------
000620 01  WS-BALN-STATUS              PIC X(02).
000622 01  WS-RLOG-STATUS              PIC X(02).
000623 01  WS-PARM-STATUS              PIC X(02).
000624 01  WS-RUN-DATE                 PIC 9(08).
000626 01  WS-RUN-ID                   PIC X(08).
000628 01  WS-RUN-TIMESTAMP            PIC 9(08).
000630 01  WS-START-TIME               PIC 9(06).
000632 01  WS-END-TIME                 PIC 9(06).
000633 01  WS-PROGRAM-NAME             PIC X(08) VALUE "BALCHK".
000634 01  WS-PART-DIGIT-X             PIC X(01).
000635 01  WS-PART-DIGIT REDEFINES WS-PART-DIGIT-X
000636                                 PIC 9(01).
000637 01  WS-PART-NAME.
000638     05  FILLER                  PIC X(07) VALUE "IFELSEB".
000639     05  WS-PART-NAME-DIGIT      PIC X(01).
000640*----------------------------------------------------------------
000641 77  WS-ERROR-COUNT              PIC 9(03) COMP VALUE ZERO.
000642 77  WS-RECORDS-CHECKED          PIC 9(07) COMP VALUE ZERO.
000643 77  WS-PART-SUB                 PIC 9(01) COMP VALUE ZERO.
000650*----------------------------------------------------------------
000660 01  WS-IFELSEB-TOTALS.
000670     05  WS-IFELSEB-READ         PIC 9(07) VALUE ZERO.
000750 01  WS-DLYEXPRT-TOTALS.
000755     05  WS-DLYEXPRT-READ        PIC 9(07) VALUE ZERO.
000760     05  WS-DLYEXPRT-WRITTEN     PIC 9(07) VALUE ZERO.
000761 01  WS-PARTITION-TOTALS.
000762     05  WS-TRANEDIT-WRITTEN     PIC 9(07) VALUE ZERO.
000763     05  WS-EXCPRSUB-WRITTEN     PIC 9(07) VALUE ZERO.
000764     05  WS-PARTSPLT-READ        PIC 9(07) VALUE ZERO.
000765     05  WS-PARTSPLT-WRITTEN     PIC 9(07) VALUE ZERO.
000766     05  WS-NIGHT-INPUT          PIC 9(07) VALUE ZERO.
000767     05  WS-PARTITION-READ-SUM   PIC 9(07) VALUE ZERO.
000768 01  WS-PARTITION-TABLE.
000769     05  WS-PT-ENTRY             OCCURS 4 TIMES.
000770         10  WS-PT-SPLIT-SWITCH  PIC X(01) VALUE "N".
000771         10  WS-PT-CLASS-SWITCH  PIC X(01) VALUE "N".
000772         10  WS-PT-DEALT         PIC 9(07) VALUE ZERO.
000773         10  WS-PT-READ          PIC 9(07) VALUE ZERO.
000774         10  WS-PT-VALID         PIC 9(07) VALUE ZERO.
000775         10  WS-PT-INVALID       PIC 9(07) VALUE ZERO.
000776         10  WS-PT-DUPLICATE     PIC 9(07) VALUE ZERO.
000777*----------------------------------------------------------------
000780 PROCEDURE DIVISION.
000790*----------------------------------------------------------------
000800 0000-MAINLINE.
000884     CALL "BUSDATSB" USING WS-RUN-DATE
000886     ACCEPT WS-RUN-TIMESTAMP FROM TIME
000888     MOVE WS-RUN-TIMESTAMP TO WS-RUN-ID
000889     PERFORM 1100-READ-PARMFILE THRU 1100-READ-PARMFILE-EXIT
000890     OPEN INPUT BALNFILE
000900     IF WS-BALN-STATUS NOT = "00"
000910         DISPLAY "BALCHK ABEND - CANNOT OPEN BALNFILE, STATUS = "
000970 1000-INITIALIZE-EXIT.
000980     EXIT.
000990*----------------------------------------------------------------
000991* 1100-READ-PARMFILE  --  OPTIONAL RUN-MODE CARD.  NO PARMFILE,
000992*                         OR AN EMPTY ONE, IS THE FULL END-OF-
000993*                         NIGHT BALANCE; "PARTITION" PROVES ONLY
000994*                         THE PARTITIONED CLASSIFIER, AHEAD OF
000995*                         THE MERGE.
000996*----------------------------------------------------------------
000997 1100-READ-PARMFILE.
000998     OPEN INPUT PARMFILE
000999     IF WS-PARM-STATUS NOT = "00"
001000         GO TO 1100-READ-PARMFILE-EXIT
001001     END-IF
001002     READ PARMFILE
001003         AT END
001004             MOVE SPACES TO PRM-PARM-RECORD
001005     END-READ
001006     CLOSE PARMFILE
001007     IF PRM-MODE = SPACES
001008         GO TO 1100-READ-PARMFILE-EXIT
001009     END-IF
001010     IF NOT PRM-PARTITION
001011         DISPLAY "BALCHK ABEND - INVALID PARMFILE CARD: "
001012             PRM-PARM-RECORD
001013         MOVE 16 TO RETURN-CODE
001014         STOP RUN
001015     END-IF
001016     SET WS-PARTITION-MODE TO TRUE
001017     MOVE "BALCHKPT" TO WS-PROGRAM-NAME
001018     DISPLAY "BALCHK - PARTITION PROOF ONLY".
001019 1100-READ-PARMFILE-EXIT.
001020     EXIT.
001021*----------------------------------------------------------------
001022* 2000-COLLECT-TOTALS  --  FILE THE CONTROL RECORD JUST READ
001023*                          UNDER THE STEP THAT WROTE IT.  A STEP
001024*                          RERUN APPENDS A SECOND RECORD; THE
001030*                          LAST ONE SEEN WINS, SAME AS WHILEEX'S
001040*                          CHECKPOINT SCAN OF RESTFILE.
001050*----------------------------------------------------------------
001066             WS-RUN-DATE
001067         ADD 1 TO WS-ERROR-COUNT
001068     END-IF
001070     EVALUATE TRUE
001071         WHEN CT-PROGRAM = "TRANEDIT"
001072             SET WS-TRANEDIT-SEEN TO TRUE
001073             MOVE CT-RECORDS-WRITTEN   TO WS-TRANEDIT-WRITTEN
001074         WHEN CT-PROGRAM = "EXCPRSUB"
001075             SET WS-EXCPRSUB-SEEN TO TRUE
001076             MOVE CT-RECORDS-WRITTEN   TO WS-EXCPRSUB-WRITTEN
001077         WHEN CT-PROGRAM = "PARTSPLT"
001078             SET WS-PARTSPLT-SEEN TO TRUE
001079             MOVE CT-RECORDS-READ      TO WS-PARTSPLT-READ
001080             MOVE CT-RECORDS-WRITTEN   TO WS-PARTSPLT-WRITTEN
001081         WHEN CT-PROGRAM (1:7) = "PARTSPL"
001082          AND CT-PROGRAM (8:1) >= "1"
001083          AND CT-PROGRAM (8:1) <= "4"
001084             MOVE CT-PROGRAM (8:1)     TO WS-PART-DIGIT-X
001085             MOVE WS-PART-DIGIT        TO WS-PART-SUB
001086             MOVE "Y" TO WS-PT-SPLIT-SWITCH (WS-PART-SUB)
001087             MOVE CT-RECORDS-WRITTEN
001088                                 TO WS-PT-DEALT (WS-PART-SUB)
001089         WHEN CT-PROGRAM = "IFELSEB"
001090             SET WS-IFELSEB-SEEN TO TRUE
001100             MOVE CT-RECORDS-READ      TO WS-IFELSEB-READ
001110             MOVE CT-RECORDS-WRITTEN   TO WS-IFELSEB-VALID
001120             MOVE CT-RECORDS-REJECTED  TO WS-IFELSEB-INVALID
001130             MOVE CT-RECORDS-DUPLICATE TO WS-IFELSEB-DUPLICATE
001131         WHEN CT-PROGRAM (1:7) = "IFELSEB"
001132          AND CT-PROGRAM (8:1) >= "1"
001133          AND CT-PROGRAM (8:1) <= "4"
001134             MOVE CT-PROGRAM (8:1)     TO WS-PART-DIGIT-X
001135             MOVE WS-PART-DIGIT        TO WS-PART-SUB
001136             MOVE "Y" TO WS-PT-CLASS-SWITCH (WS-PART-SUB)
001137             MOVE CT-RECORDS-READ
001138                                 TO WS-PT-READ (WS-PART-SUB)
001139             MOVE CT-RECORDS-WRITTEN
001140                                 TO WS-PT-VALID (WS-PART-SUB)
001141             MOVE CT-RECORDS-REJECTED
001142                                 TO WS-PT-INVALID (WS-PART-SUB)
001143             MOVE CT-RECORDS-DUPLICATE
001144                               TO WS-PT-DUPLICATE (WS-PART-SUB)
001145         WHEN CT-PROGRAM = "WHILEEX"
001150             SET WS-WHILEEX-SEEN TO TRUE
001160             MOVE CT-RECORDS-READ     TO WS-WHILEEX-READ
001170         WHEN CT-PROGRAM = "PARSUM"
001180             SET WS-PARSUM-SEEN TO TRUE
001190             MOVE CT-RECORDS-READ     TO WS-PARSUM-READ
001200         WHEN CT-PROGRAM = "DLYEXPRT"
001210             SET WS-DLYEXPRT-SEEN TO TRUE
001215             MOVE CT-RECORDS-READ     TO WS-DLYEXPRT-READ
001220             MOVE CT-RECORDS-WRITTEN  TO WS-DLYEXPRT-WRITTEN
001400* 3000-CHECK-BALANCE  --  EVERY STEP PRESENT, AND EVERY CROSS-
001410*                         STEP COUNT IN AGREEMENT.  EACH FAILED
001420*                         CHECK IS DISPLAYED AND COUNTED; THE
001430*                         FINAL RETURN CODE IS SET IN 8000.  A
001431*                         PARTITIONED NIGHT IS PROVED PARTITION BY
001432*                         PARTITION FIRST, THEN AS A WHOLE; IN
001433*                         PARTITION MODE ONLY THE PARTITIONS ARE
001434*                         PROVED.
001440*----------------------------------------------------------------
001450 3000-CHECK-BALANCE.
001451     IF WS-PARTITION-MODE
001452         PERFORM 3100-CHECK-PARTITIONS
001453             THRU 3100-CHECK-PARTITIONS-EXIT
001454         GO TO 3000-CHECK-BALANCE-EXIT
001455     END-IF
001456     IF WS-PARTSPLT-SEEN
001457         PERFORM 3100-CHECK-PARTITIONS
001458             THRU 3100-CHECK-PARTITIONS-EXIT
001459     END-IF
001460     MOVE ZERO TO WS-PART-SUB
001461     PERFORM 3200-SUM-PARTITIONS THRU 3200-SUM-PARTITIONS-EXIT
001462         4 TIMES
001463     IF NOT WS-IFELSEB-SEEN
001470         DISPLAY "BALCHK - NO CONTROL RECORD FROM IFELSEB"
001480         ADD 1 TO WS-ERROR-COUNT
001490     END-IF
001884         WS-DLYEXPRT-WRITTEN.
001890 3000-CHECK-BALANCE-EXIT.
001900     EXIT.
001901*----------------------------------------------------------------
001902* 3100-CHECK-PARTITIONS  --  THE PARTITIONED CLASSIFIER LOST AND
001903*                            DOUBLED NOTHING: PARTSPLT DEALT OUT
001904*                            EXACTLY WHAT TRANEDIT PASSED PLUS
001905*                            WHAT EXCPRSUB RESUBMITTED, EACH
001906*                            PARTITION'S IFELSEB READ EXACTLY WHAT
001907*                            IT WAS DEALT, AND THE PARTITION READS
001908*                            SUM BACK TO THE NIGHT'S INPUT.
001909*----------------------------------------------------------------
001910 3100-CHECK-PARTITIONS.
001911     IF NOT WS-TRANEDIT-SEEN
001912         DISPLAY "BALCHK - NO CONTROL RECORD FROM TRANEDIT"
001913         ADD 1 TO WS-ERROR-COUNT
001914     END-IF
001915     IF NOT WS-EXCPRSUB-SEEN
001916         DISPLAY "BALCHK - NO CONTROL RECORD FROM EXCPRSUB"
001917         ADD 1 TO WS-ERROR-COUNT
001918     END-IF
001919     IF NOT WS-PARTSPLT-SEEN
001920         DISPLAY "BALCHK - NO CONTROL RECORD FROM PARTSPLT"
001921         ADD 1 TO WS-ERROR-COUNT
001922     END-IF
001923     IF WS-ERROR-COUNT > ZERO
001924         GO TO 3100-CHECK-PARTITIONS-EXIT
001925     END-IF
001926
001927     COMPUTE WS-NIGHT-INPUT = WS-TRANEDIT-WRITTEN
001928                            + WS-EXCPRSUB-WRITTEN
001929     IF WS-PARTSPLT-READ NOT = WS-NIGHT-INPUT
001930         DISPLAY "BALCHK - PARTSPLT READ " WS-PARTSPLT-READ
001931             " BUT TRANEDIT PASSED " WS-TRANEDIT-WRITTEN
001932             " + EXCPRSUB RESUBMITTED " WS-EXCPRSUB-WRITTEN
001933         ADD 1 TO WS-ERROR-COUNT
001934     END-IF
001935     IF WS-PARTSPLT-WRITTEN NOT = WS-PARTSPLT-READ
001936         DISPLAY "BALCHK - PARTSPLT READ " WS-PARTSPLT-READ
001937             " BUT DEALT " WS-PARTSPLT-WRITTEN
001938         ADD 1 TO WS-ERROR-COUNT
001939     END-IF
001940     MOVE ZERO TO WS-PARTITION-READ-SUM
001941     MOVE ZERO TO WS-PART-SUB
001942     PERFORM 3110-CHECK-ONE-PARTITION
001943         THRU 3110-CHECK-ONE-PARTITION-EXIT
001944         4 TIMES
001945     IF WS-PARTITION-READ-SUM NOT = WS-NIGHT-INPUT
001946         DISPLAY "BALCHK - PARTITIONS READ " WS-PARTITION-READ-SUM
001947             " BUT TRANEDIT PASSED " WS-TRANEDIT-WRITTEN
001948             " + EXCPRSUB RESUBMITTED " WS-EXCPRSUB-WRITTEN
001949         ADD 1 TO WS-ERROR-COUNT
001950     END-IF
001951     DISPLAY "BALCHK - PARTITIONS READ " WS-PARTITION-READ-SUM
001952         " OF " WS-NIGHT-INPUT " TRANSACTIONS".
001953 3100-CHECK-PARTITIONS-EXIT.
001954     EXIT.
001955*----------------------------------------------------------------
001956 3110-CHECK-ONE-PARTITION.
001957     ADD 1 TO WS-PART-SUB
001958     MOVE WS-PART-SUB TO WS-PART-DIGIT
001959     MOVE WS-PART-DIGIT-X TO WS-PART-NAME-DIGIT
001960     IF WS-PT-SPLIT-SWITCH (WS-PART-SUB) NOT = "Y"
001961         DISPLAY "BALCHK - NO CONTROL RECORD FROM PARTSPL"
001962             WS-PART-DIGIT-X
001963         ADD 1 TO WS-ERROR-COUNT
001964     END-IF
001965     IF WS-PT-CLASS-SWITCH (WS-PART-SUB) NOT = "Y"
001966         DISPLAY "BALCHK - NO CONTROL RECORD FROM " WS-PART-NAME
001967             " - PARTITION " WS-PART-DIGIT-X " NOT CLASSIFIED"
001968         ADD 1 TO WS-ERROR-COUNT
001969         GO TO 3110-CHECK-ONE-PARTITION-EXIT
001970     END-IF
001971     ADD WS-PT-READ (WS-PART-SUB) TO WS-PARTITION-READ-SUM
001972     IF WS-PT-READ (WS-PART-SUB) NOT = WS-PT-DEALT (WS-PART-SUB)
001973         DISPLAY "BALCHK - " WS-PART-NAME " READ "
001974             WS-PT-READ (WS-PART-SUB)
001975             " BUT PARTSPLT DEALT IT " WS-PT-DEALT (WS-PART-SUB)
001976         ADD 1 TO WS-ERROR-COUNT
001977     END-IF
001978     IF WS-PT-READ (WS-PART-SUB) NOT = WS-PT-VALID (WS-PART-SUB)
001979             + WS-PT-INVALID (WS-PART-SUB)
001980             + WS-PT-DUPLICATE (WS-PART-SUB)
001981         DISPLAY "BALCHK - " WS-PART-NAME " READ "
001982             WS-PT-READ (WS-PART-SUB)
001983             " NOT = VALID " WS-PT-VALID (WS-PART-SUB)
001984             " + INVALID " WS-PT-INVALID (WS-PART-SUB)
001985             " + DUPLICATE " WS-PT-DUPLICATE (WS-PART-SUB)
001986         ADD 1 TO WS-ERROR-COUNT
001987     END-IF.
001988 3110-CHECK-ONE-PARTITION-EXIT.
001989     EXIT.
001990*----------------------------------------------------------------
001991* 3200-SUM-PARTITIONS  --  FOLD THE PARTITION CLASSIFIERS' COUNTS
001992*                          INTO THE IFELSEB TOTALS SO THE REST OF
001993*                          THE NIGHT PROVES AGAINST THE WHOLE.
001994*----------------------------------------------------------------
001995 3200-SUM-PARTITIONS.
001996     ADD 1 TO WS-PART-SUB
001997     IF WS-PT-CLASS-SWITCH (WS-PART-SUB) = "Y"
001998         SET WS-IFELSEB-SEEN TO TRUE
001999         ADD WS-PT-READ (WS-PART-SUB)      TO WS-IFELSEB-READ
002000         ADD WS-PT-VALID (WS-PART-SUB)     TO WS-IFELSEB-VALID
002001         ADD WS-PT-INVALID (WS-PART-SUB)   TO WS-IFELSEB-INVALID
002002         ADD WS-PT-DUPLICATE (WS-PART-SUB) TO WS-IFELSEB-DUPLICATE
002003     END-IF.
002004 3200-SUM-PARTITIONS-EXIT.
002005     EXIT.
002006*----------------------------------------------------------------
002007 8000-TERMINATE.
002008     CLOSE BALNFILE
002009     IF WS-ERROR-COUNT > ZERO
002010         DISPLAY "BALCHK - NIGHT OUT OF BALANCE, "
002011             WS-ERROR-COUNT " CHECK(S) FAILED"
002012         MOVE 8 TO RETURN-CODE
002013     ELSE
002014         DISPLAY "BALCHK - ALL CONTROL TOTALS IN BALANCE"
002015     END-IF
002016     PERFORM 8200-WRITE-RUNLOG THRU 8200-WRITE-RUNLOG-EXIT.
002017 8000-TERMINATE-EXIT.
002020     EXIT.
002030*----------------------------------------------------------------
002040* 8200-WRITE-RUNLOG  --  APPEND THIS STEP'S RECORD TO THE
002180         STOP RUN
002190     END-IF
002200     ACCEPT WS-END-TIME FROM TIME
002210     MOVE WS-PROGRAM-NAME      TO RN-PROGRAM
002220     MOVE WS-RUN-ID            TO RN-RUN-ID
002230     MOVE WS-RUN-DATE          TO RN-RUN-DATE
002240     MOVE WS-START-TIME        TO RN-START-TIME
