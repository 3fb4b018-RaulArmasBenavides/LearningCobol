000160*
000170* FILES
000180*   TRANFILE  INPUT   - ONE ITEM NUMBER PER RECORD.
000190*   ITEMFILE  INPUT   - IM-ITEM-RECORD (ITEMMSTR.CPY), INDEXED,
000200*                       READ BY KEY BY THE ITMMSTSB SUBPROGRAM.
000210*                       EVERY TRANSACTION IS VALIDATED
000220*                       AGAINST IT.
000230*   CLASFILE  OUTPUT  - NC-NUMCLASS-RECORD (NUMCLASS.CPY), ONE
000240*                       PER SUCCESSFULLY CLASSIFIED ITEM.
000430*                       RESUBMISSION RESUMES AT THE LAST
000440*                       CHECKPOINT WITH CLASFILE, EXCPFILE AND
000450*                       AUDTFILE EACH PICKING UP EXACTLY WHERE
000451*                       THEY LEFT OFF.  A CLEAN END OF RUN
000452*                       APPENDS A ZERO CHECKPOINT.
000453*   PARMFILE  INPUT   - OPTIONAL.  "PARTITION" IN COLUMNS 1-9
000454*                       AND THE PARTITION NUMBER (1-4) IN
000455*                       COLUMN 11 RUN THIS AS THAT PARTITION'S
000456*                       JOB, STAMPING "IFELSEBn" ON ITS CONTROL
000457*                       AND RUN-LOG RECORDS.  WITHOUT IT THE
000458*                       STEP RUNS UNPARTITIONED AS "IFELSEB".
000459*
000460* MAINTENANCE HISTORY
000461*   2026-10-15  M.TORRES   PARTITIONED CLASSIFICATION: AN
000462*                          OPTIONAL PARMFILE CARD "PARTITION n"
000463*                          RUNS THIS AS PARTITION n OF THE
000464*                          NIGHT, ONE OF FOUR CONCURRENT JOBS
000465*                          (NIGHTP1-NIGHTP4) EACH READING ITS
000466*                          OWN SLICE OF THE ITEM-NUMBER RANGE
000467*                          FROM PARTSPLT WITH ITS OWN CHKPFILE.
000468*                          THE CONTROL AND RUN-LOG RECORDS SAY
000469*                          "IFELSEBn" SO BALCHK AND RUNRPT SEE
000470*                          EACH PARTITION.  NO PARMFILE, OR AN
000471*                          EMPTY OR BLANK ONE, NO CHANGE.
000472*   2026-10-15  M.TORRES   ITEMFILE IS NOW THE KEYED ITEM MASTER,
000473*                          READ BY ITEM NUMBER IN ITMMSTSB; NO
000474*                          CHANGE TO THIS PROGRAM'S LOGIC.
000482*   2026-09-02  M.TORRES   STAMP THE NIGHT'S OFFICIAL BUSINESS
000483*                          DATE (DATEFILE VIA BUSDATSB, SET BY
000484*                          DAYOPEN AT THE FRONT OF THE NIGHTLY
001542     SELECT RUNLOG ASSIGN TO "RUNLOG"
001544         ORGANIZATION IS SEQUENTIAL
001546         FILE STATUS IS WS-RLOG-STATUS.
001547     SELECT PARMFILE ASSIGN TO "PARMFILE"
001548         ORGANIZATION IS SEQUENTIAL
001549         FILE STATUS IS WS-PARM-STATUS.
001550*----------------------------------------------------------------
001560 DATA DIVISION.
001570 FILE SECTION.
001890     05  CKP-RUN-TIME            PIC 9(06).
001900     05  CKP-RUN-ID              PIC X(08).
001910*----------------------------------------------------------------
001911 FD  PARMFILE
001912     RECORDING MODE IS F.
001913 01  PARM-RECORD.
001914     05  PRM-MODE                PIC X(09).
001915         88  PRM-PARTITION       VALUE "PARTITION".
001916     05  FILLER                  PIC X(01).
001917     05  PRM-PARTITION-ID        PIC X(01).
001918     05  FILLER                  PIC X(69).
001919*----------------------------------------------------------------
001920 WORKING-STORAGE SECTION.
001930*----------------------------------------------------------------
001940 01  WS-SWITCHES.
002100     05  WS-BALN-STATUS          PIC X(02).
002110     05  WS-CHKP-STATUS          PIC X(02).
002112     05  WS-RLOG-STATUS          PIC X(02).
002113     05  WS-PARM-STATUS          PIC X(02).
002120*----------------------------------------------------------------
002130 01  WS-CLASSIFICATION           PIC X(20).
002140 01  WS-PARIMPAR-CODE            PIC X(01).
002292 01  WS-START-TIME               PIC 9(06).
002294 01  WS-END-TIME                 PIC 9(06).
002300*----------------------------------------------------------------
002301* "IFELSEB", OR "IFELSEBn" WHEN RUN AS PARTITION n.
002302 01  WS-PROGRAM-NAME.
002303     05  FILLER                  PIC X(07) VALUE "IFELSEB".
002304     05  WS-PARTITION-ID         PIC X(01) VALUE SPACE.
002305*----------------------------------------------------------------
002310 01  WS-COUNTS.
002320     05  WS-RECORDS-READ         PIC 9(07) COMP VALUE ZERO.
002330     05  WS-RECORDS-VALID        PIC 9(07) COMP VALUE ZERO.
002710*----------------------------------------------------------------
002720 1000-INITIALIZE.
002722     ACCEPT WS-START-TIME FROM TIME
002723     PERFORM 1050-READ-PARMFILE THRU 1050-READ-PARMFILE-EXIT
002730     OPEN INPUT  TRANFILE
002740     IF WS-TRAN-STATUS NOT = "00"
002750         DISPLAY "IFELSEB ABEND - CANNOT OPEN TRANFILE, STATUS = "
003230 1000-INITIALIZE-EXIT.
003240     EXIT.
003250*----------------------------------------------------------------
003251* 1050-READ-PARMFILE  --  NO PARMFILE, OR AN EMPTY OR BLANK
003252*                         ONE, IS AN UNPARTITIONED RUN.  ANY
003253*                         OTHER CARD THAT IS NOT A GOOD PARTITION
003254*                         CARD STOPS THE STEP BEFORE IT TOUCHES
003255*                         AN OUTPUT.
003256*----------------------------------------------------------------
003257 1050-READ-PARMFILE.
003258     OPEN INPUT PARMFILE
003259     IF WS-PARM-STATUS NOT = "00"
003260         GO TO 1050-READ-PARMFILE-EXIT
003261     END-IF
003262     READ PARMFILE
003263         AT END
003264             CLOSE PARMFILE
003265             GO TO 1050-READ-PARMFILE-EXIT
003266     END-READ
003267     CLOSE PARMFILE
003268     IF PRM-MODE = SPACES
003269         GO TO 1050-READ-PARMFILE-EXIT
003270     END-IF
003271     IF NOT PRM-PARTITION
003272         OR PRM-PARTITION-ID < "1"
003273         OR PRM-PARTITION-ID > "4"
003274         DISPLAY "IFELSEB ABEND - PARMFILE IS NOT A PARTITION "
003275             "CARD: " PARM-RECORD (1:11)
003276         MOVE 16 TO RETURN-CODE
003277         STOP RUN
003278     END-IF
003279     MOVE PRM-PARTITION-ID TO WS-PARTITION-ID
003280     DISPLAY "IFELSEB RUNNING AS PARTITION " WS-PARTITION-ID.
003281 1050-READ-PARMFILE-EXIT.
003282     EXIT.
003283*----------------------------------------------------------------
003284* 1100-READ-CHECKPOINT  --  CHKPFILE IS OPENED MOD BY THE JCL,
003285*                           SO CHECKPOINTS APPEND RATHER THAN
003286*                           REWRITE -- SCAN TO END OF FILE AND
003290*                           KEEP THE LAST RECORD SEEN, THE WAY
003300*                           WHILEEX SCANS RESTFILE.  AN ALL-
003310*                           ZERO LAST RECORD MEANS THE LAST RUN
006170         MOVE 16 TO RETURN-CODE
006180         STOP RUN
006190     END-IF
006200     MOVE WS-PROGRAM-NAME       TO CT-PROGRAM
006210     MOVE WS-CURRENT-DATE       TO CT-RUN-DATE
006220     MOVE WS-RECORDS-READ       TO CT-RECORDS-READ
006230     MOVE WS-RECORDS-VALID      TO CT-RECORDS-WRITTEN
006440         STOP RUN
006450     END-IF
006460     ACCEPT WS-END-TIME FROM TIME
006470     MOVE WS-PROGRAM-NAME      TO RN-PROGRAM
006480     MOVE WS-RUN-ID            TO RN-RUN-ID
006490     MOVE WS-CURRENT-DATE      TO RN-RUN-DATE
006500     MOVE WS-START-TIME        TO RN-START-TIME
