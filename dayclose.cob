000190* FILES
000200*   DATEFILE  I-O  - DC-DATECTL-RECORD (DATECTL.CPY), ONE
000210*                    RECORD, REWRITTEN IN PLACE.
000211*   DATEHIST  OUTPUT  - DH-DATE-EVENT-RECORD (DATEHIST.CPY), ONE
000212*                       "C" PER DATE CLOSED.
000220*
000230* MAINTENANCE HISTORY
000231*   2026-10-15  M.TORRES   APPEND EACH CLOSE TO THE PERMANENT DATE
000232*                          HISTORY (DATEHIST).
000240*   2026-09-02  M.TORRES   ORIGINAL PROGRAM.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000290     SELECT DATEFILE ASSIGN TO "DATEFILE"
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS WS-DATE-STATUS.
000311     SELECT DATEHIST ASSIGN TO "DATEHIST"
000312         ORGANIZATION IS SEQUENTIAL
000313         FILE STATUS IS WS-HIST-STATUS.
000320*----------------------------------------------------------------
000330 DATA DIVISION.
000340 FILE SECTION.
000370     RECORDING MODE IS F.
000380     COPY DATECTL.
000390*----------------------------------------------------------------
000391 FD  DATEHIST
000392     RECORDING MODE IS F.
000393     COPY DATEHIST.
000394*----------------------------------------------------------------
000400 WORKING-STORAGE SECTION.
000410*----------------------------------------------------------------
000420 01  WS-DATE-STATUS              PIC X(02).
000421 01  WS-HIST-STATUS              PIC X(02).
000430 01  WS-TODAY-DATE               PIC 9(08).
000440 01  WS-CURRENT-TIME             PIC 9(06).
000450*----------------------------------------------------------------
000760     MOVE WS-TODAY-DATE   TO DC-CLOSED-DATE
000770     MOVE WS-CURRENT-TIME TO DC-CLOSED-TIME
000780     REWRITE DC-DATECTL-RECORD
000781     PERFORM 2000-WRITE-DATEHIST THRU 2000-WRITE-DATEHIST-EXIT
000790     CLOSE DATEFILE
000800     DISPLAY "DAYCLOSE - BUSINESS DATE " DC-BUSINESS-DATE
000810         " CLOSED".
000820 1000-CLOSE-THE-DAY-EXIT.
000830     EXIT.
000840*----------------------------------------------------------------
000850* 2000-WRITE-DATEHIST  --  APPEND THE CLOSE TO THE PERMANENT DATE
000860*                          HISTORY, OPENED MOD BY THE JCL.
000870*----------------------------------------------------------------
000880 2000-WRITE-DATEHIST.
000890     OPEN OUTPUT DATEHIST
000900     IF WS-HIST-STATUS NOT = "00"
000910         DISPLAY "DAYCLOSE ABEND - CANNOT OPEN DATEHIST, "
000920             "STATUS = " WS-HIST-STATUS
000930         MOVE 16 TO RETURN-CODE
000940         STOP RUN
000950     END-IF
000960     MOVE SPACES           TO DH-DATE-EVENT-RECORD
000970     MOVE DC-BUSINESS-DATE TO DH-BUSINESS-DATE
000980     SET DH-CLOSED TO TRUE
000990     MOVE WS-TODAY-DATE    TO DH-EVENT-DATE
001000     MOVE WS-CURRENT-TIME  TO DH-EVENT-TIME
001010     MOVE "DAYCLOSE"       TO DH-PROGRAM
001020     WRITE DH-DATE-EVENT-RECORD
001030     CLOSE DATEHIST.
001040 2000-WRITE-DATEHIST-EXIT.
001050     EXIT.
