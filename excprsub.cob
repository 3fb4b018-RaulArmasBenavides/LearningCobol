000310*   RESUBFIL  OUTPUT  - TRANSACTION-FORMAT RECORDS, ONE PER
000320*                       CORRECTED EXCEPTION, SAME LAYOUT AS
000330*                       TRANFILE.
000331*   BALNFILE  OUTPUT  - CT-CONTROL-RECORD (CTLTOTAL.CPY), ONE
000332*                       PER CLEAN RUN, CARRYING THE NUMBER OF
000333*                       RECORDS WRITTEN TO RESUBFIL.
000340*
000341* MAINTENANCE HISTORY
000342*   2026-10-15  M.TORRES   APPEND AN "EXCPRSUB" CONTROL RECORD
000343*                          (RECORDS RESUBMITTED) TO BALNFILE SO
000344*                          BALCHK CAN PROVE THE PARTITIONED
000345*                          CLASSIFIER READ TRANFILE PLUS RESUBFIL.
000351*   2026-09-02  M.TORRES   THE RESUBMIT STAMP NOW CARRIES THE
000352*                          NIGHT'S OFFICIAL BUSINESS DATE
000353*                          (DATEFILE VIA BUSDATSB, SET BY DAYOPEN)
000520     SELECT RESUBFIL ASSIGN TO "RESUBFIL"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-RESUB-STATUS.
000541     SELECT BALNFILE ASSIGN TO "BALNFILE"
000542         ORGANIZATION IS SEQUENTIAL
000543         FILE STATUS IS WS-BALN-STATUS.
000550*----------------------------------------------------------------
000560 DATA DIVISION.
000570 FILE SECTION.
000660     05  RS-ITEM-NUMBER          PIC X(05).
000670     05  FILLER                  PIC X(15).
000680*----------------------------------------------------------------
000681 FD  BALNFILE
000682     RECORDING MODE IS F.
000683     COPY CTLTOTAL.
000684*----------------------------------------------------------------
000690 WORKING-STORAGE SECTION.
000700*----------------------------------------------------------------
000710 01  WS-SWITCHES.
000760*----------------------------------------------------------------
000770 01  WS-EXCP-STATUS              PIC X(02).
000780 01  WS-RESUB-STATUS             PIC X(02).
000781 01  WS-BALN-STATUS              PIC X(02).
000790*----------------------------------------------------------------
000800 01  WS-RESUBMITTED-COUNT        PIC 9(05) COMP VALUE ZERO.
000810 01  WS-RUN-DATE                 PIC 9(08).
001600     END-IF
001610     CLOSE RESUBFIL
001620     DISPLAY "EXCPRSUB RECORDS RESUBMITTED = "
001630         WS-RESUBMITTED-COUNT
001631     PERFORM 8100-WRITE-CONTROL THRU 8100-WRITE-CONTROL-EXIT.
001640 8000-TERMINATE-EXIT.
001650     EXIT.
001660*----------------------------------------------------------------
001670* 8100-WRITE-CONTROL  --  APPEND THE RESUBMITTED COUNT TO
001680*                         BALNFILE (OPENED MOD BY THE JCL).  WITH
001690*                         TRANEDIT'S DETAIL COUNT IT IS WHAT THE
001700*                         PARTITIONED CLASSIFIER MUST HAVE READ.
001710*----------------------------------------------------------------
001720 8100-WRITE-CONTROL.
001730     OPEN OUTPUT BALNFILE
001740     IF WS-BALN-STATUS NOT = "00"
001750         DISPLAY "EXCPRSUB ABEND - CANNOT OPEN BALNFILE, "
001760             "STATUS = " WS-BALN-STATUS
001770         MOVE 16 TO RETURN-CODE
001780         STOP RUN
001790     END-IF
001800     MOVE "EXCPRSUB"            TO CT-PROGRAM
001810     MOVE WS-RUN-DATE           TO CT-RUN-DATE
001820     MOVE ZERO                  TO CT-RECORDS-READ
001830     MOVE WS-RESUBMITTED-COUNT  TO CT-RECORDS-WRITTEN
001840     MOVE ZERO                  TO CT-RECORDS-REJECTED
001850     MOVE ZERO                  TO CT-RECORDS-DUPLICATE
001860     WRITE CT-CONTROL-RECORD
001870     CLOSE BALNFILE.
001880 8100-WRITE-CONTROL-EXIT.
001890     EXIT.
