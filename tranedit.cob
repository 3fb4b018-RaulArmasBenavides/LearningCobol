000300*                       CHECK PASSES -- ON A FAILED EDIT THE
000310*                       STEP ENDS RC=8 AND THE JOB'S COND
000320*                       CHAIN STOPS THE NIGHT.
000321*   BALNFILE  OUTPUT  - CT-CONTROL-RECORD (CTLTOTAL.CPY), ONE
000322*                       PER PROVED TRANSMISSION: RECORDS READ
000323*                       AND DETAILS PASSED.
000324*   RTNFILE   OUTPUT  - RT-RETURN-RECORD (RTNREC.CPY), WRITTEN
000325*                       ONLY WHEN THE TRANSMISSION IS REFUSED:
000326*                       ONE "R" RECORD WITH A CODED REASON FOR
000327*                       THE SENDER.  ON A PROVED NIGHT RTNBACK
000328*                       WRITES THE RETURN FILE INSTEAD.
000330*
000340* A NON-NUMERIC DETAIL ITEM NUMBER IS PASSED THROUGH, NOT
000350* REJECTED HERE -- ROUTING BAD ITEMS TO THE EXCEPTION MASTER
000370* HASH TOTAL COVERS THE NUMERIC ITEM NUMBERS, WHICH IS WHAT
000380* THE UPSTREAM EXTRACT HASHES.
000390*
000391* MAINTENANCE HISTORY
000392*   2026-10-15  M.TORRES   A REFUSED TRANSMISSION NOW WRITES ONE
000393*                          "R" RECORD, WITH A CODED REASON, TO THE
000394*                          RETURN FILE FOR THE SENDER (RTNFILE).
000395*   2026-10-15  M.TORRES   APPEND A "TRANEDIT" CONTROL RECORD
000396*                          (DETAILS PASSED) TO BALNFILE SO BALCHK
000397*                          CAN PROVE THE PARTITIONED CLASSIFIER
000398*                          READ EVERY DETAIL OF THE TRANSMISSION.
000401*   2026-09-02  M.TORRES   THE HEADER DATE IS NOW PROVED
000402*                          AGAINST THE NIGHT'S OFFICIAL BUSINESS
000403*                          DATE (DATEFILE VIA BUSDATSB, SET BY
000490     SELECT TRANFILE ASSIGN TO "TRANFILE"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-TRAN-STATUS.
000511     SELECT BALNFILE ASSIGN TO "BALNFILE"
000512         ORGANIZATION IS SEQUENTIAL
000513         FILE STATUS IS WS-BALN-STATUS.
000514     SELECT RTNFILE ASSIGN TO "RTNFILE"
000515         ORGANIZATION IS SEQUENTIAL
000516         FILE STATUS IS WS-RTN-STATUS.
000520*----------------------------------------------------------------
000530 DATA DIVISION.
000540 FILE SECTION.
000800     05  TR-ITEM-NUMBER          PIC X(05).
000810     05  FILLER                  PIC X(15).
000820*----------------------------------------------------------------
000821 FD  BALNFILE
000822     RECORDING MODE IS F.
000823     COPY CTLTOTAL.
000824*----------------------------------------------------------------
000825 FD  RTNFILE
000826     RECORDING MODE IS F.
000827     COPY RTNREC.
000828*----------------------------------------------------------------
000830 WORKING-STORAGE SECTION.
000840*----------------------------------------------------------------
000850 01  WS-SWITCHES.
000920*----------------------------------------------------------------
000930 01  WS-RAW-STATUS               PIC X(02).
000940 01  WS-TRAN-STATUS              PIC X(02).
000941 01  WS-BALN-STATUS              PIC X(02).
000942 01  WS-RTN-STATUS               PIC X(02).
000950*----------------------------------------------------------------
000960 01  WS-RUN-DATE                 PIC 9(08).
000970 01  WS-HEADER-DATE              PIC 9(08) VALUE ZERO.
001010     05  WS-DETAIL-COUNT         PIC 9(07) COMP VALUE ZERO.
001020 01  WS-HASH-TOTAL               PIC 9(12) COMP VALUE ZERO.
001030 77  WS-DETAIL-ITEM-NUM          PIC 9(05) VALUE ZERO.
001031*----------------------------------------------------------------
001032* WHY THE TRANSMISSION WAS REFUSED, AS RETURNED TO THE SENDER --
001033* CODES 51-63, TEXTS IN CODE ORDER (RTNREC.CPY).
001034*----------------------------------------------------------------
001035 01  WS-REFUSAL-CODE             PIC 9(02) VALUE ZERO.
001036 77  WS-REFUSAL-SUB              PIC 9(02) COMP VALUE ZERO.
001037 01  WS-REFUSAL-TEXTS.
001038     05  FILLER                  PIC X(30)
001039             VALUE "RECORDS AFTER THE TRAILER".
001040     05  FILLER                  PIC X(30)
001041             VALUE "UNKNOWN RECORD TYPE".
001042     05  FILLER                  PIC X(30)
001043             VALUE "SECOND HEADER RECORD".
001044     05  FILLER                  PIC X(30)
001045             VALUE "HEADER NOT THE FIRST RECORD".
001046     05  FILLER                  PIC X(30)
001047             VALUE "HEADER DATE NOT NUMERIC".
001048     05  FILLER                  PIC X(30)
001049             VALUE "HEADER DATE NOT BUSINESS DATE".
001050     05  FILLER                  PIC X(30)
001051             VALUE "DETAIL BEFORE THE HEADER".
001052     05  FILLER                  PIC X(30)
001053             VALUE "TRAILER BEFORE THE HEADER".
001054     05  FILLER                  PIC X(30)
001055             VALUE "TRAILER COUNT/HASH NOT NUMERIC".
001056     05  FILLER                  PIC X(30)
001057             VALUE "TRAILER COUNT DISAGREES".
001058     05  FILLER                  PIC X(30)
001059             VALUE "TRAILER HASH DISAGREES".
001060     05  FILLER                  PIC X(30)
001061             VALUE "NO HEADER RECORD".
001062     05  FILLER                  PIC X(30)
001063             VALUE "NO TRAILER RECORD".
001064 01  WS-REFUSAL-TABLE REDEFINES WS-REFUSAL-TEXTS.
001065     05  WS-REFUSAL-TEXT         PIC X(30) OCCURS 13 TIMES.
001066*----------------------------------------------------------------
001067 PROCEDURE DIVISION.
001068*----------------------------------------------------------------
001070 0000-MAINLINE.
001080     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001090     PERFORM 2000-EDIT-RECORD THRU 2000-EDIT-RECORD-EXIT
001420     IF WS-TRAILER-SEEN
001430         DISPLAY "TRANEDIT - TRANSMISSION REJECTED: RECORDS "
001440             "FOUND AFTER THE TRAILER"
001441         MOVE 51 TO WS-REFUSAL-CODE
001450         PERFORM 9000-FAIL-TRANSMISSION
001460             THRU 9000-FAIL-TRANSMISSION-EXIT
001470     END-IF
001570             DISPLAY "TRANEDIT - TRANSMISSION REJECTED: UNKNOWN "
001580                 "RECORD TYPE " RW-RECORD-TYPE " AT RECORD "
001590                 WS-RECORDS-READ
001591             MOVE 52 TO WS-REFUSAL-CODE
001600             PERFORM 9000-FAIL-TRANSMISSION
001610                 THRU 9000-FAIL-TRANSMISSION-EXIT
001620     END-EVALUATE
001820     IF WS-HEADER-SEEN
001830         DISPLAY "TRANEDIT - TRANSMISSION REJECTED: SECOND "
001840             "HEADER AT RECORD " WS-RECORDS-READ
001841         MOVE 53 TO WS-REFUSAL-CODE
001850         PERFORM 9000-FAIL-TRANSMISSION
001860             THRU 9000-FAIL-TRANSMISSION-EXIT
001870     END-IF
001880     IF WS-RECORDS-READ NOT = 1
001890         DISPLAY "TRANEDIT - TRANSMISSION REJECTED: HEADER IS "
001900             "NOT THE FIRST RECORD"
001901         MOVE 54 TO WS-REFUSAL-CODE
001910         PERFORM 9000-FAIL-TRANSMISSION
001920             THRU 9000-FAIL-TRANSMISSION-EXIT
001930     END-IF
001950     IF RWH-EXTRACT-DATE IS NOT NUMERIC
001960         DISPLAY "TRANEDIT - TRANSMISSION REJECTED: HEADER DATE "
001970             "IS NOT NUMERIC"
001971         MOVE 55 TO WS-REFUSAL-CODE
001980         PERFORM 9000-FAIL-TRANSMISSION
001990             THRU 9000-FAIL-TRANSMISSION-EXIT
002000     END-IF
002030         DISPLAY "TRANEDIT - TRANSMISSION REJECTED: HEADER DATE "
002040             WS-HEADER-DATE " IS NOT TONIGHT'S DATE " WS-RUN-DATE
002050             " - STALE TRANSMISSION?"
002051         MOVE 56 TO WS-REFUSAL-CODE
002060         PERFORM 9000-FAIL-TRANSMISSION
002070             THRU 9000-FAIL-TRANSMISSION-EXIT
002080     END-IF.
002130     IF NOT WS-HEADER-SEEN
002140         DISPLAY "TRANEDIT - TRANSMISSION REJECTED: DETAIL "
002150             "BEFORE THE HEADER"
002151         MOVE 57 TO WS-REFUSAL-CODE
002160         PERFORM 9000-FAIL-TRANSMISSION
002170             THRU 9000-FAIL-TRANSMISSION-EXIT
002180     END-IF
002310     IF NOT WS-HEADER-SEEN
002320         DISPLAY "TRANEDIT - TRANSMISSION REJECTED: TRAILER "
002330             "BEFORE THE HEADER"
002331         MOVE 58 TO WS-REFUSAL-CODE
002340         PERFORM 9000-FAIL-TRANSMISSION
002350             THRU 9000-FAIL-TRANSMISSION-EXIT
002360     END-IF
002390         OR RWT-HASH-TOTAL IS NOT NUMERIC
002400         DISPLAY "TRANEDIT - TRANSMISSION REJECTED: TRAILER "
002410             "COUNT OR HASH IS NOT NUMERIC"
002411         MOVE 59 TO WS-REFUSAL-CODE
002420         PERFORM 9000-FAIL-TRANSMISSION
002430             THRU 9000-FAIL-TRANSMISSION-EXIT
002440     END-IF
002460         DISPLAY "TRANEDIT - TRANSMISSION REJECTED: TRAILER "
002470             "COUNT " RWT-DETAIL-COUNT " BUT " WS-DETAIL-COUNT
002480             " DETAILS RECEIVED - TRUNCATED TRANSMISSION?"
002481         MOVE 60 TO WS-REFUSAL-CODE
002490         PERFORM 9000-FAIL-TRANSMISSION
002500             THRU 9000-FAIL-TRANSMISSION-EXIT
002510     END-IF
002530         DISPLAY "TRANEDIT - TRANSMISSION REJECTED: TRAILER "
002540             "HASH " RWT-HASH-TOTAL " BUT " WS-HASH-TOTAL
002550             " COMPUTED FROM THE DETAILS"
002551         MOVE 61 TO WS-REFUSAL-CODE
002560         PERFORM 9000-FAIL-TRANSMISSION
002570             THRU 9000-FAIL-TRANSMISSION-EXIT
002580     END-IF.
002680     IF NOT WS-HEADER-SEEN
002690         DISPLAY "TRANEDIT - TRANSMISSION REJECTED: NO HEADER "
002700             "RECORD - EMPTY OR UNPROTECTED TRANSMISSION"
002701         MOVE 62 TO WS-REFUSAL-CODE
002710         PERFORM 9000-FAIL-TRANSMISSION
002720             THRU 9000-FAIL-TRANSMISSION-EXIT
002730     END-IF
002740     IF NOT WS-TRAILER-SEEN
002750         DISPLAY "TRANEDIT - TRANSMISSION REJECTED: NO TRAILER "
002760             "RECORD - TRUNCATED TRANSMISSION?"
002761         MOVE 63 TO WS-REFUSAL-CODE
002770         PERFORM 9000-FAIL-TRANSMISSION
002780             THRU 9000-FAIL-TRANSMISSION-EXIT
002790     END-IF.
002840     CLOSE TRANRAW TRANFILE
002850     DISPLAY "TRANEDIT RECORDS READ    = " WS-RECORDS-READ
002860     DISPLAY "TRANEDIT DETAILS PASSED  = " WS-DETAIL-COUNT
002870     DISPLAY "TRANEDIT TRANSMISSION PROVED AGAINST ITS CONTROLS"
002871     PERFORM 8100-WRITE-CONTROL THRU 8100-WRITE-CONTROL-EXIT.
002880 8000-TERMINATE-EXIT.
002890     EXIT.
002900*----------------------------------------------------------------
002901* 8100-WRITE-CONTROL  --  APPEND THE DETAIL COUNT TO BALNFILE
002902*                         (OPENED MOD BY THE JCL).  BALCHK PROVES
002903*                         THE PARTITIONED CLASSIFIER READ EXACTLY
002904*                         THIS MANY TRANSMISSION DETAILS PLUS THE
002905*                         RESUBMITTED CORRECTIONS.  ONLY REACHED
002906*                         WHEN THE TRANSMISSION PROVED.
002907*----------------------------------------------------------------
002908 8100-WRITE-CONTROL.
002909     OPEN OUTPUT BALNFILE
002910     IF WS-BALN-STATUS NOT = "00"
002911         DISPLAY "TRANEDIT ABEND - CANNOT OPEN BALNFILE, "
002912             "STATUS = " WS-BALN-STATUS
002913         MOVE 16 TO RETURN-CODE
002914         STOP RUN
002915     END-IF
002916     MOVE "TRANEDIT"            TO CT-PROGRAM
002917     MOVE WS-RUN-DATE           TO CT-RUN-DATE
002918     MOVE WS-RECORDS-READ       TO CT-RECORDS-READ
002919     MOVE WS-DETAIL-COUNT       TO CT-RECORDS-WRITTEN
002920     MOVE ZERO                  TO CT-RECORDS-REJECTED
002921     MOVE ZERO                  TO CT-RECORDS-DUPLICATE
002922     WRITE CT-CONTROL-RECORD
002923     CLOSE BALNFILE.
002924 8100-WRITE-CONTROL-EXIT.
002925     EXIT.
002926*----------------------------------------------------------------
002927* 9000-FAIL-TRANSMISSION  --  ONE EXIT FOR EVERY FAILED EDIT:
002928*                             RC=8 SO THE JOB'S COND CHAIN
002930*                             STOPS THE NIGHT BEFORE THE
002940*                             CLASSIFIER TOUCHES A RECORD.
002950*----------------------------------------------------------------
002960 9000-FAIL-TRANSMISSION.
002970     CLOSE TRANRAW TRANFILE
002971     PERFORM 9100-RETURN-REFUSAL THRU 9100-RETURN-REFUSAL-EXIT
002980     MOVE 8 TO RETURN-CODE
002990     STOP RUN.
003000 9000-FAIL-TRANSMISSION-EXIT.
003010     EXIT.
003020*----------------------------------------------------------------
003030* 9100-RETURN-REFUSAL  --  THE RETURN FILE FOR A REFUSED NIGHT IS
003040*                          THIS ONE "R" RECORD: THE HEADER DATE
003050*                          AS RECEIVED, THE RECORDS READ BEFORE
003060*                          THE EDIT STOPPED AND THE CODED REASON
003070*                          (RTNREC.CPY), SO THE SENDER KNOWS TO
003080*                          RESEND THE WHOLE TRANSMISSION AND WHY.
003090*----------------------------------------------------------------
003100 9100-RETURN-REFUSAL.
003110     OPEN OUTPUT RTNFILE
003120     IF WS-RTN-STATUS NOT = "00"
003130         DISPLAY "TRANEDIT ABEND - CANNOT OPEN RTNFILE, "
003140             "STATUS = " WS-RTN-STATUS
003150         MOVE 16 TO RETURN-CODE
003160         STOP RUN
003170     END-IF
003180     MOVE SPACES TO RT-RETURN-RECORD
003190     SET RT-IS-REFUSED TO TRUE
003200     MOVE WS-HEADER-DATE   TO RTR-TRANSMISSION-DATE
003210     MOVE WS-RUN-DATE      TO RTR-BUSINESS-DATE
003220     MOVE WS-RECORDS-READ  TO RTR-RECORDS-READ
003230     MOVE WS-REFUSAL-CODE  TO RTR-REASON-CODE
003240     COMPUTE WS-REFUSAL-SUB = WS-REFUSAL-CODE - 50
003250     MOVE WS-REFUSAL-TEXT (WS-REFUSAL-SUB) TO RTR-REASON-TEXT
003260     WRITE RT-RETURN-RECORD
003270     CLOSE RTNFILE
003280     DISPLAY "TRANEDIT REFUSAL RETURNED TO THE SENDER, REASON "
003290         WS-REFUSAL-CODE " " WS-REFUSAL-TEXT (WS-REFUSAL-SUB).
003300 9100-RETURN-REFUSAL-EXIT.
003310     EXIT.
