000330*                       GENERATION HOLDING THAT DATE, THE
000340*                       REPORT IS REGENERATED FROM IT, AND THE
000350*                       SUMMARY HISTORY AND BALANCING FILE ARE
000351*                       LEFT UNTOUCHED.
000352*   MIXHIST   OUTPUT  - MX-MIX-RECORD (MIXHIST.CPY), THE NIGHT'S
000353*                       TOTALS, CATEGORY AND RULE-CODE ROWS,
000354*                       APPENDED FOR THE MONTH-END PERIOD CLOSE
000355*                       (PERCLOSE).  NOT WRITTEN ON A REPRINT.
000356*
000357* MAINTENANCE HISTORY
000358*   2026-10-15  M.TORRES   APPEND THE NIGHT'S CATEGORY SPLIT AND
000359*                          RULE-CODE TALLIES TO THE NEW PERMANENT
000360*                          MIX HISTORY (MIXHIST) -- SUMHIST HOLDS
000361*                          ONLY THE TOTALS, AND THE MONTH-END
000362*                          PERIOD CLOSE NEEDS THE MIX AS WELL.
000363*                          NOT ON A REPRINT RUN.
000372*   2026-09-02  M.TORRES   STAMP THE NIGHT'S OFFICIAL BUSINESS
000373*                          DATE (DATEFILE VIA BUSDATSB, SET BY
000374*                          DAYOPEN AT THE FRONT OF THE NIGHTLY
001062     SELECT RUNLOG ASSIGN TO "RUNLOG"
001064         ORGANIZATION IS SEQUENTIAL
001066         FILE STATUS IS WS-RLOG-STATUS.
001067     SELECT MIXHIST ASSIGN TO "MIXHIST"
001068         ORGANIZATION IS SEQUENTIAL
001069         FILE STATUS IS WS-MIX-STATUS.
001070*----------------------------------------------------------------
001080 DATA DIVISION.
001090 FILE SECTION.
001336     RECORDING MODE IS F.
001338     COPY RUNLOG.
001340*----------------------------------------------------------------
001341 FD  MIXHIST
001342     RECORDING MODE IS F.
001343     COPY MIXHIST.
001344*----------------------------------------------------------------
001350 WORKING-STORAGE SECTION.
001360*----------------------------------------------------------------
001370 01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
001430 01  WS-HIST-STATUS               PIC X(02).
001440 01  WS-PARM-STATUS               PIC X(02).
001442 01  WS-RLOG-STATUS               PIC X(02).
001443 01  WS-MIX-STATUS                PIC X(02).
001450*----------------------------------------------------------------
001460 01  WS-REPRINT-SWITCH            PIC X(01) VALUE "N".
001470     88  WS-REPRINT-MODE          VALUE "Y".
004282         GO TO 8000-TERMINATE-EXIT
004292     END-IF
004302     PERFORM 8200-WRITE-HISTORY THRU 8200-WRITE-HISTORY-EXIT
004303     PERFORM 8400-WRITE-MIX THRU 8400-WRITE-MIX-EXIT
004312     PERFORM 8100-WRITE-CONTROL THRU 8100-WRITE-CONTROL-EXIT
004314     PERFORM 8300-WRITE-RUNLOG THRU 8300-WRITE-RUNLOG-EXIT.
004322 8000-TERMINATE-EXIT.
005102     CLOSE RUNLOG.
005112 8300-WRITE-RUNLOG-EXIT.
005122     EXIT.
005132*----------------------------------------------------------------
005142* 8400-WRITE-MIX  --  APPEND TONIGHT'S MIX TO THE PERMANENT MIX
005152*                     HISTORY (OPENED MOD BY THE JCL): ONE TOTALS
005162*                     ROW, ONE ROW PER CATEGORY AND ONE PER RULE
005172*                     POSITION TALLIED, ALL UNDER THIS RUN'S ID SO
005182*                     A RERUN NIGHT'S SET REPLACES THE FIRST ONE
005192*                     FOR THE MONTH-END PERIOD CLOSE.
005202*----------------------------------------------------------------
005212 8400-WRITE-MIX.
005222     OPEN OUTPUT MIXHIST
005232     IF WS-MIX-STATUS NOT = "00"
005242         DISPLAY "PARSUM ABEND - CANNOT OPEN MIXHIST, STATUS = "
005252             WS-MIX-STATUS
005262         MOVE 16 TO RETURN-CODE
005272         STOP RUN
005282     END-IF
005292     MOVE SPACES         TO MX-MIX-RECORD
005302     MOVE WS-RUN-DATE    TO MX-RUN-DATE
005312     MOVE WS-RUN-ID      TO MX-RUN-ID
005322     SET MX-TOTALS-ROW TO TRUE
005332     MOVE WS-PAR-COUNT   TO MX-PAR-COUNT
005342     MOVE WS-IMPAR-COUNT TO MX-IMPAR-COUNT
005352     MOVE WS-TOTAL-COUNT TO MX-ITEM-COUNT
005362     WRITE MX-MIX-RECORD
005372     MOVE ZERO TO WS-CAT-SUB
005382     PERFORM 8410-WRITE-CATEGORY-ROW
005392         THRU 8410-WRITE-CATEGORY-ROW-EXIT
005402         WS-CAT-COUNT TIMES
005412     MOVE ZERO TO WS-CODE-SUB
005422     PERFORM 8420-WRITE-RULE-ROW THRU 8420-WRITE-RULE-ROW-EXIT
005432         8 TIMES
005442     CLOSE MIXHIST.
005452 8400-WRITE-MIX-EXIT.
005462     EXIT.
005472*----------------------------------------------------------------
005482 8410-WRITE-CATEGORY-ROW.
005492     ADD 1 TO WS-CAT-SUB
005502     MOVE SPACES TO MX-MIX-RECORD
005512     MOVE WS-RUN-DATE TO MX-RUN-DATE
005522     MOVE WS-RUN-ID   TO MX-RUN-ID
005532     SET MX-CATEGORY-ROW TO TRUE
005542     MOVE WS-CAT-VALUE (WS-CAT-SUB)       TO MX-CATEGORY
005552     MOVE WS-CAT-PAR-COUNT (WS-CAT-SUB)   TO MX-PAR-COUNT
005562     MOVE WS-CAT-IMPAR-COUNT (WS-CAT-SUB) TO MX-IMPAR-COUNT
005572     COMPUTE MX-ITEM-COUNT = WS-CAT-PAR-COUNT (WS-CAT-SUB)
005582         + WS-CAT-IMPAR-COUNT (WS-CAT-SUB)
005592     WRITE MX-MIX-RECORD.
005602 8410-WRITE-CATEGORY-ROW-EXIT.
005612     EXIT.
005622*----------------------------------------------------------------
005632 8420-WRITE-RULE-ROW.
005642     ADD 1 TO WS-CODE-SUB
005652     IF WS-CODE-COUNT (WS-CODE-SUB) = ZERO
005662         GO TO 8420-WRITE-RULE-ROW-EXIT
005672     END-IF
005682     MOVE SPACES TO MX-MIX-RECORD
005692     MOVE WS-RUN-DATE TO MX-RUN-DATE
005702     MOVE WS-RUN-ID   TO MX-RUN-ID
005712     SET MX-RULE-ROW TO TRUE
005722     MOVE WS-CODE-SUB                  TO MX-RULE-POSITION
005732     MOVE WS-CODE-VALUE (WS-CODE-SUB)  TO MX-RULE-CODE
005742     MOVE ZERO                         TO MX-PAR-COUNT
005752     MOVE ZERO                         TO MX-IMPAR-COUNT
005762     MOVE WS-CODE-COUNT (WS-CODE-SUB)  TO MX-ITEM-COUNT
005772     WRITE MX-MIX-RECORD.
005782 8420-WRITE-RULE-ROW-EXIT.
005792     EXIT.
