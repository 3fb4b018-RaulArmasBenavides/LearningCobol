000230*
000240* A STEP THAT CROSSES MIDNIGHT (END TIME BELOW START TIME) IS
000250* HANDLED, AS IS A NIGHT WHOSE LATER STEPS RUN PAST MIDNIGHT --
000260* A START TIME MORE THAN TWELVE HOURS BELOW THE NIGHT'S FIRST
000270* START IS TAKEN AS THE NEXT CALENDAR DAY; ONE LESS FAR BELOW IS
000271* A PARTITION JOB THAT STARTED AHEAD OF THE OTHERS AND OPENS THE
000272* WINDOW EARLIER.
000280*
000290* FILES
000300*   RUNLOG    INPUT   - RN-RUNLOG-RECORD (RUNLOG.CPY), APPENDED
000310*                       BY PARTSPLT, THE PARTITION IFELSEB
000320*                       JOBS, BALCHK (PARTITION PROOF AND
000321*                       END OF NIGHT), WHILEEX, PARSUM,
000322*                       DLYEXPRT AND AUDLOAD.  OLDEST FIRST; A
000330*                       SAME-NIGHT RERUN'S LATER RECORD WINS,
000340*                       THE SAME RULE BALCHK AND TRNDRPT APPLY.
000350*   RSTAFILE  OUTPUT  - THE PRINTED STATUS REPORT.
000370* RETURN CODES: 0 CLEAN, 4 WHEN LAST NIGHT HAS A MISSING, SLOW
000380* OR FAILED STEP, 16 ON AN ABEND.
000390*
000391* MAINTENANCE HISTORY
000392*   2026-10-15  M.TORRES   THE CLASSIFIER NOW RUNS AS FOUR
000393*                          CONCURRENT PARTITION JOBS: THE STEP
000394*                          LIST IS PARTSPLT, IFELSEB1-4 AND
000395*                          BALCHKPT AHEAD OF THE REST (ELEVEN
000396*                          STEPS), AND A START A LITTLE BELOW THE
000397*                          NIGHT'S FIRST START NOW WIDENS THE
000398*                          WINDOW INSTEAD OF MOVING A DAY ON.
000399*                          OLD SINGLE-STEP "IFELSEB" RECORDS STILL
000400*                          ON THE LOG COUNT AS UNKNOWN PROGRAMS.
000401*   2026-09-03  M.TORRES   A STEP BOTH SLOW AND FAILED USED TO
000402*                          COUNT AS TWO PROBLEMS AND THE *FAIL
000403*                          FLAG OVERWROTE *SLOW.  THE FLAGS NOW
000790*----------------------------------------------------------------
000800 01  WS-RUN-DATE                 PIC 9(08).
000810*----------------------------------------------------------------
000820* THE ELEVEN LOGGING STEPS OF THE NIGHTLY RUN, IN JOB ORDER.  THE
000821* FOUR PARTITION CLASSIFIERS (IFELSEB1-4) RUN SIDE BY SIDE.
000830*----------------------------------------------------------------
000840 01  WS-PROGRAM-LIST.
000850     05  FILLER                  PIC X(08) VALUE "PARTSPLT".
000851     05  FILLER                  PIC X(08) VALUE "IFELSEB1".
000852     05  FILLER                  PIC X(08) VALUE "IFELSEB2".
000853     05  FILLER                  PIC X(08) VALUE "IFELSEB3".
000854     05  FILLER                  PIC X(08) VALUE "IFELSEB4".
000855     05  FILLER                  PIC X(08) VALUE "BALCHKPT".
000860     05  FILLER                  PIC X(08) VALUE "WHILEEX".
000870     05  FILLER                  PIC X(08) VALUE "PARSUM".
000880     05  FILLER                  PIC X(08) VALUE "DLYEXPRT".
000890     05  FILLER                  PIC X(08) VALUE "AUDLOAD".
000900     05  FILLER                  PIC X(08) VALUE "BALCHK".
000910 01  WS-PROGRAM-TABLE REDEFINES WS-PROGRAM-LIST.
000920     05  WS-PGM-NAME OCCURS 11 TIMES PIC X(08).
000930*----------------------------------------------------------------
000940* THE LAST 31 NIGHTS, OLDEST IN ENTRY 1, ONE ROW PER STEP.
000950* ELAPSED = -1 MEANS THE STEP LEFT NO RECORD THAT NIGHT.  TIMES
001060         10  WS-NT-RUN-DATE      PIC 9(08).
001070         10  WS-NT-WINDOW-START  PIC S9(07) COMP.
001080         10  WS-NT-WINDOW-END    PIC S9(07) COMP.
001090         10  WS-NT-STEP OCCURS 11 TIMES.
001100             15  WS-NT-ELAPSED   PIC S9(07) COMP.
001110             15  WS-NT-START     PIC 9(06).
001120             15  WS-NT-END       PIC 9(06).
002500     MOVE -1 TO WS-NT-WINDOW-END (WS-NIGHT-SUB)
002510     MOVE ZERO TO WS-STEP-SUB
002520     PERFORM 2230-CLEAR-ONE-STEP THRU 2230-CLEAR-ONE-STEP-EXIT
002530         11 TIMES.
002540 2200-FIND-NIGHT-EXIT.
002550     EXIT.
002560*----------------------------------------------------------------
002850     MOVE ZERO TO WS-STEP-SUB
002860     PERFORM 2310-CHECK-ONE-PROGRAM
002870         THRU 2310-CHECK-ONE-PROGRAM-EXIT
002880         11 TIMES.
002890 2300-FIND-PROGRAM-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------
002990*----------------------------------------------------------------
003000* 2400-FILE-STEP  --  TURN THE CLOCK TIMES INTO SECONDS, LET THE
003010*                     END WRAP PAST MIDNIGHT, AND FOLD THE STEP
003020*                     INTO THE NIGHT'S WINDOW.  A START MORE
003030*                     THAN TWELVE HOURS BELOW THE NIGHT'S FIRST
003040*                     START IS A STEP RUNNING AFTER MIDNIGHT,
003041*                     SO IT SHIFTS UP A DAY; ONE A LITTLE BELOW
003042*                     IT IS A PARTITION JOB THAT GOT GOING AHEAD
003043*                     OF ITS SIBLINGS AND OPENS THE WINDOW.
003050*----------------------------------------------------------------
003060 2400-FILE-STEP.
003070     MOVE RN-START-TIME TO WS-TIME-WORK
003160         ADD 86400 TO WS-END-SECS
003170     END-IF
003180     IF WS-NT-WINDOW-START (WS-NIGHT-SUB) NOT = -1
003190         AND WS-START-SECS
003191             < WS-NT-WINDOW-START (WS-NIGHT-SUB) - 43200
003200         ADD 86400 TO WS-START-SECS
003210         ADD 86400 TO WS-END-SECS
003220     END-IF
003370             TO WS-NT-WINDOW-START (WS-NIGHT-SUB)
003380         MOVE WS-END-SECS TO WS-NT-WINDOW-END (WS-NIGHT-SUB)
003390     ELSE
003391         IF WS-START-SECS < WS-NT-WINDOW-START (WS-NIGHT-SUB)
003392             MOVE WS-START-SECS
003393                 TO WS-NT-WINDOW-START (WS-NIGHT-SUB)
003394         END-IF
003400         IF WS-END-SECS > WS-NT-WINDOW-END (WS-NIGHT-SUB)
003410             MOVE WS-END-SECS
003420                 TO WS-NT-WINDOW-END (WS-NIGHT-SUB)
003770     WRITE STATUS-RECORD FROM WS-REPORT-LINE
003780     MOVE ZERO TO WS-STEP-SUB
003790     PERFORM 4100-PRINT-ONE-STEP THRU 4100-PRINT-ONE-STEP-EXIT
003800         11 TIMES
003810     MOVE SPACES TO WS-REPORT-LINE
003820     WRITE STATUS-RECORD FROM WS-REPORT-LINE.
003830 4000-PRINT-LAST-NIGHT-EXIT.
