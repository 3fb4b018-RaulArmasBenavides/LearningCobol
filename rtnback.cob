000010*----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------
000040 PROGRAM-ID.    RTNBACK.
000050 AUTHOR.        M. TORRES.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED. 2026-10-15.
000090*----------------------------------------------------------------
000100* REJECT-BACK RETURN FILE.  UNTIL NOW ONLY WE KNEW WHICH OF THE
000110* SENDER'S ITEM NUMBERS THE CLASSIFIER REJECTED, SO THE UPSTREAM
000120* SHOP SENT THE SAME BAD NUMBERS NIGHT AFTER NIGHT AND THE ITEM
000130* DESK REPAIRED THEM THROUGH EXCPFIX EVERY MORNING.  THIS STEP
000140* BUILDS THE NIGHT'S RETURN FILE FOR THE SENDER: A HEADER
000150* CARRYING THE TRANSMISSION'S OWN HEADER DATE, ONE DETAIL PER
000160* TRANSMISSION RECORD THE PARTITIONED CLASSIFIER (IFELSEB)
000170* WROTE TO ITS EXCEPTION FILE, WITH THE VALUE AS RECEIVED AND A
000180* CODED REASON, AND A TRAILER WITH THE DETAIL COUNT AND HASH
000190* TOTAL (RTNREC.CPY).  A TRANSMISSION TRANEDIT REFUSED NEVER
000200* GETS THIS FAR -- TRANEDIT WRITES THE SINGLE "R" RECORD ITSELF.
000210*
000220* FILES
000230*   TRANRAW   INPUT   - THE TRANSMISSION AS RECEIVED.  ONLY THE
000240*                       "H" HEADER (FIRST RECORD) IS READ, FOR
000250*                       ITS EXTRACT DATE.  TRANEDIT HAS ALREADY
000260*                       PROVED IT, SO ANYTHING ELSE THERE ABENDS.
000270*   RESUBFIL  INPUT   - THE NIGHT'S RESUBMITTED CORRECTIONS
000280*                       (EXCPRSUB).  THEY RAN THROUGH THE
000290*                       CLASSIFIER BEHIND THE TRANSMISSION, BUT
000300*                       THEY ARE OUR OWN KEYING, NOT THE SENDER'S,
000310*                       SO AN EXCEPTION ON A RESUBMITTED ITEM IS
000320*                       NOT RETURNED.  EACH RESUBMIT ABSORBS ONE
000330*                       EXCEPTION ON ITS ITEM NUMBER; A FURTHER
000340*                       EXCEPTION ON THE SAME NUMBER IS THE
000350*                       SENDER'S AND IS RETURNED.
000360*   EXCPFILE  INPUT   - EXC-EXCEPTION-RECORD (EXCPREC.CPY), THE
000370*                       PARTITIONS' OWN EXCEPTION FILES (EXCPP1-
000380*                       EXCPP4) CONCATENATED -- TONIGHT'S
000390*                       EXCEPTIONS ONLY, NOT THE WHOLE MASTER.
000400*   RTNFILE   OUTPUT  - RT-RETURN-RECORD (RTNREC.CPY).
000410*
000420* RETURN CODES: 0 WRITTEN (REJECTS ARE THE SENDER'S NEWS, NOT A
000430* FAILURE OF THE NIGHT), 16 ON AN ABEND.
000440*
000450* MAINTENANCE HISTORY
000460*   2026-10-15  M.TORRES   ORIGINAL PROGRAM.
000470*----------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT TRANRAW ASSIGN TO "TRANRAW"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-RAW-STATUS.
000540     SELECT RESUBFIL ASSIGN TO "RESUBFIL"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-RESUB-STATUS.
000570     SELECT EXCPFILE ASSIGN TO "EXCPFILE"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-EXCP-STATUS.
000600     SELECT RTNFILE ASSIGN TO "RTNFILE"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-RTN-STATUS.
000630*----------------------------------------------------------------
000640 DATA DIVISION.
000650 FILE SECTION.
000660*----------------------------------------------------------------
000670 FD  TRANRAW
000680     RECORDING MODE IS F.
000690 01  RAW-RECORD.
000700     05  RW-RECORD-TYPE          PIC X(01).
000710         88  RW-IS-HEADER        VALUE "H".
000720     05  RW-REST                 PIC X(19).
000730 01  RAW-HEADER REDEFINES RAW-RECORD.
000740     05  FILLER                  PIC X(01).
000750     05  RWH-EXTRACT-DATE        PIC 9(08).
000760     05  FILLER                  PIC X(11).
000770*----------------------------------------------------------------
000780 FD  RESUBFIL
000790     RECORDING MODE IS F.
000800 01  RESUB-RECORD.
000810     05  RS-ITEM-NUMBER          PIC X(05).
000820     05  FILLER                  PIC X(15).
000830*----------------------------------------------------------------
000840 FD  EXCPFILE
000850     RECORDING MODE IS F.
000860     COPY EXCPREC.
000870*----------------------------------------------------------------
000880 FD  RTNFILE
000890     RECORDING MODE IS F.
000900     COPY RTNREC.
000910*----------------------------------------------------------------
000920 WORKING-STORAGE SECTION.
000930*----------------------------------------------------------------
000940 01  WS-SWITCHES.
000950     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000960         88  WS-EOF              VALUE "Y".
000970     05  WS-RESUB-EOF-SWITCH     PIC X(01) VALUE "N".
000980         88  WS-RESUB-EOF        VALUE "Y".
000990     05  WS-RESUB-FOUND-SWITCH   PIC X(01) VALUE "N".
001000         88  WS-RESUB-FOUND      VALUE "Y".
001010*----------------------------------------------------------------
001020 01  WS-RAW-STATUS               PIC X(02).
001030 01  WS-RESUB-STATUS             PIC X(02).
001040 01  WS-EXCP-STATUS              PIC X(02).
001050 01  WS-RTN-STATUS               PIC X(02).
001060*----------------------------------------------------------------
001070 01  WS-RUN-DATE                 PIC 9(08).
001080 01  WS-TRANSMISSION-DATE        PIC 9(08) VALUE ZERO.
001090*----------------------------------------------------------------
001100* THE NIGHT'S RESUBMITTED ITEM NUMBERS, EACH ABSORBING AT MOST
001110* ONE EXCEPTION.  A NIGHT'S RESUBMITS ARE THE ITEM DESK'S HAND
001120* CORRECTIONS, A FEW DOZEN AT MOST.
001130*----------------------------------------------------------------
001140 77  WS-RESUB-SUB                PIC 9(04) COMP VALUE ZERO.
001150 77  WS-RESUB-COUNT              PIC 9(04) COMP VALUE ZERO.
001160 77  WS-RESUB-MAX                PIC 9(04) COMP VALUE 2000.
001170 01  WS-RESUB-TABLE.
001180     05  WS-RESUB-ENTRY OCCURS 2000 TIMES.
001190         10  WS-RESUB-ITEM       PIC X(05).
001200         10  WS-RESUB-USED-SW    PIC X(01).
001210             88  WS-RESUB-USED   VALUE "Y".
001220*----------------------------------------------------------------
001230 01  WS-COUNTS.
001240     05  WS-EXCP-READ            PIC 9(07) COMP VALUE ZERO.
001250     05  WS-RESUB-ABSORBED       PIC 9(07) COMP VALUE ZERO.
001260     05  WS-DETAIL-COUNT         PIC 9(07) COMP VALUE ZERO.
001270     05  WS-OTHER-REASON-COUNT   PIC 9(07) COMP VALUE ZERO.
001280 01  WS-HASH-TOTAL               PIC 9(12) COMP VALUE ZERO.
001290 77  WS-DETAIL-ITEM-NUM          PIC 9(05) VALUE ZERO.
001300*----------------------------------------------------------------
001310 PROCEDURE DIVISION.
001320*----------------------------------------------------------------
001330 0000-MAINLINE.
001340     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001350     PERFORM 2000-RETURN-EXCEPTION THRU 2000-RETURN-EXCEPTION-EXIT
001360         UNTIL WS-EOF
001370     PERFORM 7000-WRITE-TRAILER THRU 7000-WRITE-TRAILER-EXIT
001380     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
001390     STOP RUN.
001400*----------------------------------------------------------------
001410 1000-INITIALIZE.
001420     CALL "BUSDATSB" USING WS-RUN-DATE
001430     PERFORM 1100-READ-HEADER THRU 1100-READ-HEADER-EXIT
001440     PERFORM 1200-LOAD-RESUBMITS THRU 1200-LOAD-RESUBMITS-EXIT
001450     OPEN INPUT EXCPFILE
001460     IF WS-EXCP-STATUS NOT = "00"
001470         DISPLAY "RTNBACK ABEND - CANNOT OPEN EXCPFILE, STATUS = "
001480             WS-EXCP-STATUS
001490         MOVE 16 TO RETURN-CODE
001500         STOP RUN
001510     END-IF
001520     OPEN OUTPUT RTNFILE
001530     IF WS-RTN-STATUS NOT = "00"
001540         DISPLAY "RTNBACK ABEND - CANNOT OPEN RTNFILE, STATUS = "
001550             WS-RTN-STATUS
001560         MOVE 16 TO RETURN-CODE
001570         STOP RUN
001580     END-IF
001590     MOVE SPACES TO RT-RETURN-RECORD
001600     SET RT-IS-HEADER TO TRUE
001610     MOVE WS-TRANSMISSION-DATE TO RTH-TRANSMISSION-DATE
001620     MOVE WS-RUN-DATE          TO RTH-BUSINESS-DATE
001630     WRITE RT-RETURN-RECORD
001640     PERFORM 2100-READ-EXCPFILE THRU 2100-READ-EXCPFILE-EXIT.
001650 1000-INITIALIZE-EXIT.
001660     EXIT.
001670*----------------------------------------------------------------
001680* 1100-READ-HEADER  --  THE TRANSMISSION'S "H" RECORD, FIRST IN
001690*                       THE FILE.  TRANEDIT WOULD NOT HAVE PASSED
001700*                       THE NIGHT WITHOUT ONE, SO A MISSING OR
001710*                       BAD HEADER HERE MEANS TRANRAW WAS REPLACED
001720*                       AFTER THE EDIT -- STOP RATHER THAN ANSWER
001730*                       THE WRONG FILE.
001740*----------------------------------------------------------------
001750 1100-READ-HEADER.
001760     OPEN INPUT TRANRAW
001770     IF WS-RAW-STATUS NOT = "00"
001780         DISPLAY "RTNBACK ABEND - CANNOT OPEN TRANRAW, STATUS = "
001790             WS-RAW-STATUS
001800         MOVE 16 TO RETURN-CODE
001810         STOP RUN
001820     END-IF
001830     READ TRANRAW
001840         AT END
001850             MOVE SPACES TO RAW-RECORD
001860     END-READ
001870     IF NOT RW-IS-HEADER
001880         OR RWH-EXTRACT-DATE IS NOT NUMERIC
001890         DISPLAY "RTNBACK ABEND - TRANRAW DOES NOT OPEN WITH A "
001900             "VALID HEADER RECORD"
001910         MOVE 16 TO RETURN-CODE
001920         STOP RUN
001930     END-IF
001940     MOVE RWH-EXTRACT-DATE TO WS-TRANSMISSION-DATE
001950     CLOSE TRANRAW.
001960 1100-READ-HEADER-EXIT.
001970     EXIT.
001980*----------------------------------------------------------------
001990 1200-LOAD-RESUBMITS.
002000     OPEN INPUT RESUBFIL
002010     IF WS-RESUB-STATUS NOT = "00"
002020         DISPLAY "RTNBACK ABEND - CANNOT OPEN RESUBFIL, STATUS = "
002030             WS-RESUB-STATUS
002040         MOVE 16 TO RETURN-CODE
002050         STOP RUN
002060     END-IF
002070     PERFORM 1210-READ-RESUBFIL THRU 1210-READ-RESUBFIL-EXIT
002080     PERFORM 1220-FILE-RESUBMIT THRU 1220-FILE-RESUBMIT-EXIT
002090         UNTIL WS-RESUB-EOF
002100     CLOSE RESUBFIL.
002110 1200-LOAD-RESUBMITS-EXIT.
002120     EXIT.
002130*----------------------------------------------------------------
002140 1210-READ-RESUBFIL.
002150     READ RESUBFIL
002160         AT END
002170             SET WS-RESUB-EOF TO TRUE
002180     END-READ.
002190 1210-READ-RESUBFIL-EXIT.
002200     EXIT.
002210*----------------------------------------------------------------
002220 1220-FILE-RESUBMIT.
002230     IF WS-RESUB-COUNT NOT < WS-RESUB-MAX
002240         DISPLAY "RTNBACK ABEND - MORE THAN " WS-RESUB-MAX
002250             " RESUBMITTED CORRECTIONS"
002260         MOVE 16 TO RETURN-CODE
002270         STOP RUN
002280     END-IF
002290     ADD 1 TO WS-RESUB-COUNT
002300     MOVE RS-ITEM-NUMBER TO WS-RESUB-ITEM (WS-RESUB-COUNT)
002310     MOVE "N"            TO WS-RESUB-USED-SW (WS-RESUB-COUNT)
002320     PERFORM 1210-READ-RESUBFIL THRU 1210-READ-RESUBFIL-EXIT.
002330 1220-FILE-RESUBMIT-EXIT.
002340     EXIT.
002350*----------------------------------------------------------------
002360* 2000-RETURN-EXCEPTION  --  ONE EXCEPTION: ABSORBED BY A
002370*                            RESUBMIT, OR RETURNED AS A "D".
002380*----------------------------------------------------------------
002390 2000-RETURN-EXCEPTION.
002400     PERFORM 2200-CHECK-RESUBMIT THRU 2200-CHECK-RESUBMIT-EXIT
002410     IF WS-RESUB-FOUND
002420         ADD 1 TO WS-RESUB-ABSORBED
002430     ELSE
002440         PERFORM 3000-WRITE-DETAIL THRU 3000-WRITE-DETAIL-EXIT
002450     END-IF
002460     PERFORM 2100-READ-EXCPFILE THRU 2100-READ-EXCPFILE-EXIT.
002470 2000-RETURN-EXCEPTION-EXIT.
002480     EXIT.
002490*----------------------------------------------------------------
002500 2100-READ-EXCPFILE.
002510     READ EXCPFILE
002520         AT END
002530             SET WS-EOF TO TRUE
002540             GO TO 2100-READ-EXCPFILE-EXIT
002550     END-READ
002560     ADD 1 TO WS-EXCP-READ.
002570 2100-READ-EXCPFILE-EXIT.
002580     EXIT.
002590*----------------------------------------------------------------
002600* 2200-CHECK-RESUBMIT  --  THE FIRST UNUSED RESUBMIT OF THIS
002610*                          RECORD VALUE, IF ANY, IS MARKED USED.
002620*----------------------------------------------------------------
002630 2200-CHECK-RESUBMIT.
002640     MOVE "N" TO WS-RESUB-FOUND-SWITCH
002650     MOVE ZERO TO WS-RESUB-SUB
002660     PERFORM 2210-MATCH-ONE-RESUBMIT
002670         THRU 2210-MATCH-ONE-RESUBMIT-EXIT
002680         UNTIL WS-RESUB-FOUND
002690            OR WS-RESUB-SUB NOT < WS-RESUB-COUNT.
002700 2200-CHECK-RESUBMIT-EXIT.
002710     EXIT.
002720*----------------------------------------------------------------
002730 2210-MATCH-ONE-RESUBMIT.
002740     ADD 1 TO WS-RESUB-SUB
002750     IF NOT WS-RESUB-USED (WS-RESUB-SUB)
002760         AND WS-RESUB-ITEM (WS-RESUB-SUB) = EXC-RECORD-VALUE
002770         SET WS-RESUB-USED (WS-RESUB-SUB) TO TRUE
002780         SET WS-RESUB-FOUND TO TRUE
002790     END-IF.
002800 2210-MATCH-ONE-RESUBMIT-EXIT.
002810     EXIT.
002820*----------------------------------------------------------------
002830* 3000-WRITE-DETAIL  --  THE VALUE AS RECEIVED AND IFELSEB'S
002840*                        REASON, CODED.  A REASON NOT KNOWN HERE
002850*                        STILL GOES BACK, AS CODE 99 WITH THE TEXT
002860*                        AS WRITTEN, AND IS COUNTED SO THE NEW
002870*                        REASON GETS A CODE OF ITS OWN.
002880*----------------------------------------------------------------
002890 3000-WRITE-DETAIL.
002900     MOVE SPACES TO RT-RETURN-RECORD
002910     SET RT-IS-DETAIL TO TRUE
002920     MOVE EXC-RECORD-VALUE TO RTD-RECORD-VALUE
002930     MOVE EXC-REASON       TO RTD-REASON-TEXT
002940     EVALUATE EXC-REASON
002950         WHEN "ITEM NUMBER IS NOT NUMERIC"
002960             MOVE "01" TO RTD-REASON-CODE
002970         WHEN "ITEM NOT ON ITEM MASTER"
002980             MOVE "02" TO RTD-REASON-CODE
002990         WHEN "ITEM IS INACTIVE"
003000             MOVE "03" TO RTD-REASON-CODE
003010         WHEN "DUPLICATE ITEM NUMBER"
003020             MOVE "04" TO RTD-REASON-CODE
003030         WHEN OTHER
003040             MOVE "99" TO RTD-REASON-CODE
003050             ADD 1 TO WS-OTHER-REASON-COUNT
003060     END-EVALUATE
003070     IF EXC-RECORD-VALUE (1:5) IS NUMERIC
003080         MOVE EXC-RECORD-VALUE (1:5) TO WS-DETAIL-ITEM-NUM
003090         ADD WS-DETAIL-ITEM-NUM TO WS-HASH-TOTAL
003100     END-IF
003110     ADD 1 TO WS-DETAIL-COUNT
003120     WRITE RT-RETURN-RECORD.
003130 3000-WRITE-DETAIL-EXIT.
003140     EXIT.
003150*----------------------------------------------------------------
003160* 7000-WRITE-TRAILER  --  COUNT AND HASH OF THE DETAILS, SO THE
003170*                         SENDER CAN PROVE THE RETURN FILE THE
003180*                         SAME WAY WE PROVE ITS TRANSMISSION.
003190*----------------------------------------------------------------
003200 7000-WRITE-TRAILER.
003210     MOVE SPACES TO RT-RETURN-RECORD
003220     SET RT-IS-TRAILER TO TRUE
003230     MOVE WS-DETAIL-COUNT TO RTT-DETAIL-COUNT
003240     MOVE WS-HASH-TOTAL   TO RTT-HASH-TOTAL
003250     WRITE RT-RETURN-RECORD.
003260 7000-WRITE-TRAILER-EXIT.
003270     EXIT.
003280*----------------------------------------------------------------
003290 8000-TERMINATE.
003300     CLOSE EXCPFILE RTNFILE
003310     DISPLAY "RTNBACK TRANSMISSION DATE  = " WS-TRANSMISSION-DATE
003320     DISPLAY "RTNBACK EXCEPTIONS READ    = " WS-EXCP-READ
003330     DISPLAY "RTNBACK RESUBMITS ABSORBED = " WS-RESUB-ABSORBED
003340     DISPLAY "RTNBACK DETAILS RETURNED   = " WS-DETAIL-COUNT
003350     DISPLAY "RTNBACK HASH TOTAL         = " WS-HASH-TOTAL
003360     IF WS-OTHER-REASON-COUNT > ZERO
003370         DISPLAY "RTNBACK WARNING - " WS-OTHER-REASON-COUNT
003380             " RETURNED WITH UNCODED REASON 99"
003390     END-IF.
003400 8000-TERMINATE-EXIT.
003410     EXIT.
