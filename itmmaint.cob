000130* OUT-OF-SEQUENCE FILE.  THIS PROGRAM IS NOW THE ONLY WAY THE
000140* MASTER CHANGES: IT READS A TRANSACTION FILE OF ADDS, CHANGES
000150* AND STATUS FLIPS, VALIDATES EVERY ONE, APPLIES THE GOOD ONES
000160* DIRECTLY TO THE KEYED MASTER -- A RANDOM READ ON THE ITEM
000170* NUMBER, THEN A WRITE OR REWRITE -- AND PRINTS A CHANGE REGISTER
000180* WITH BEFORE AND AFTER VALUES SO THE BINDER ON THE OPERATIONS
000190* DESK FINALLY SAYS WHO CHANGED WHAT.  A REJECTED TRANSACTION
000200* GOES TO ITS OWN EXCEPTION LISTING INSTEAD OF VANISHING THE
000310*         REJECTED WHEN THE ITEM IS NOT ON THE MASTER OR THE
000320*         STATUS IS NOT "A" OR "I".
000330*
000340* THE TRANSACTIONS MAY COME IN ANY ORDER; SEVERAL FOR ONE ITEM
000350* APPLY IN FILE ORDER, EACH ONE SEEING THE RESULT OF THE LAST.
000360* A NON-NUMERIC ITEM NUMBER IS REJECTED, NOT APPLIED.  EVERY
000370* CHANGE IS ON THE MASTER THE MOMENT IT IS REGISTERED, SO AN
000380* ABEND PART WAY THROUGH LEAVES THE REGISTER AND THE MASTER IN
000381* STEP; THE JCL BACKS THE MASTER UP FIRST IN CASE THE WHOLE RUN
000382* HAS TO BE TAKEN BACK OUT.
000390*
000400* FILES
000410*   MNTTRANS  INPUT   - MAINTENANCE TRANSACTIONS, IN ANY
000420*                       ORDER, MT-OPERATOR-ID SAYS WHO KEYED
000430*                       EACH ONE.
000440*                       EACH TRANSACTION IS CHECKED AGAINST THE
000450*                       OPERATOR AUTHORITY FILE (OPERAUTH, VIA
000460*                       OPAUTHSB) FOR THE MAINTAIN FUNCTION
000470*                       BEFORE IT IS LOOKED AT; A REFUSED ONE IS
000480*                       REJECTED "OPERATOR NOT AUTHORIZED" AND
000481*                       THE ATTEMPT LOGGED TO SECLOG.
000482*   ITEMFILE  I-O     - THE ITEM MASTER (ITEMMSTR.CPY),
000483*                       INDEXED ON IM-ITEM-NUMBER, UPDATED IN
000484*                       PLACE.
000490*   MREGFILE  OUTPUT  - PRINTED CHANGE REGISTER, BEFORE/AFTER
000500*                       VALUES PER APPLIED TRANSACTION.
000510*   MEXCFILE  OUTPUT  - PRINTED EXCEPTION LISTING, ONE LINE PER
000520*                       REJECTED TRANSACTION WITH THE REASON.
000530*
000540* RETURN CODES: 0 CLEAN, 4 WHEN ANY TRANSACTION WAS REJECTED
000550* (THE APPLIED CHANGES STAND), 16 ON AN ABEND.
000560*
000570* MAINTENANCE HISTORY
000571*   2026-10-15  M.TORRES   EVERY TRANSACTION'S OPERATOR MUST HOLD
000572*                          THE MAINTAIN FUNCTION ON OPERAUTH
000573*                          (OPAUTHSB, LOGGED TO SECLOG); OTHERWISE
000574*                          IT IS REJECTED.
000575*   2026-10-15  M.TORRES   THE ITEM MASTER IS NOW INDEXED ON THE
000576*                          ITEM NUMBER.  TRANSACTIONS ARE APPLIED
000577*                          STRAIGHT TO IT BY KEY (WRITE FOR AN
000578*                          ADD, REWRITE FOR A CHANGE OR STATUS
000579*                          FLIP) INSTEAD OF BY A SEQUENTIAL
000580*                          MATCH INTO NEWMSTR, WHICH IS GONE.
000581*                          TRANSACTIONS NO LONGER NEED TO BE IN
000582*                          ITEM ORDER.
000583*   2026-10-15  M.TORRES   MNTTRANS LAYOUT MOVED TO MNTTREC.CPY
000584*                          SO THE DORMANT-ITEM SWEEP CAN WRITE
000585*                          TRANSACTIONS IN THE SAME LAYOUT.
000586*   2026-09-02  M.TORRES   ORIGINAL PROGRAM.
000590*----------------------------------------------------------------
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-TRAN-STATUS.
000660     SELECT ITEMFILE ASSIGN TO "ITEMFILE"
000670         ORGANIZATION IS INDEXED
000671         ACCESS MODE IS RANDOM
000672         RECORD KEY IS IM-ITEM-NUMBER
000680         FILE STATUS IS WS-ITEM-STATUS.
000720     SELECT MREGFILE ASSIGN TO "MREGFILE"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-MREG-STATUS.
000810*----------------------------------------------------------------
000820 FD  MNTTRANS
000830     RECORDING MODE IS F.
000840     COPY MNTTREC.
000950*----------------------------------------------------------------
000960 FD  ITEMFILE.
000980     COPY ITEMMSTR.
001030*----------------------------------------------------------------
001040 FD  MREGFILE
001050     RECORDING MODE IS F.
001140 01  WS-SWITCHES.
001150     05  WS-TRAN-EOF-SWITCH      PIC X(01) VALUE "N".
001160         88  WS-TRAN-EOF         VALUE "Y".
001170     05  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
001180         88  WS-ITEM-FOUND       VALUE "Y".
001190*----------------------------------------------------------------
001200 01  WS-FILE-STATUSES.
001210     05  WS-TRAN-STATUS          PIC X(02).
001220     05  WS-ITEM-STATUS          PIC X(02).
001240     05  WS-MREG-STATUS          PIC X(02).
001250     05  WS-MEXC-STATUS          PIC X(02).
001260*----------------------------------------------------------------
001270 01  WS-RUN-DATE                 PIC 9(08).
001310 77  WS-TRAN-ITEM-NUM            PIC 9(05) VALUE ZERO.
001320*----------------------------------------------------------------
001321* OPAUTHSB PARAMETERS.
001322*----------------------------------------------------------------
001323 01  WS-AUTH-PROGRAM-ID          PIC X(08) VALUE "ITMMAINT".
001324 01  WS-AUTH-FUNCTION            PIC X(08) VALUE "MAINTAIN".
001325 01  WS-AUTH-TARGET-KEY          PIC X(20).
001326 01  WS-AUTH-RESULT              PIC X(01).
001327     88  WS-AUTH-GRANTED         VALUE "G".
001328*----------------------------------------------------------------
001330 01  WS-COUNTS.
001340     05  WS-TRANS-READ           PIC 9(07) COMP VALUE ZERO.
001350     05  WS-TRANS-APPLIED        PIC 9(07) COMP VALUE ZERO.
001360     05  WS-TRANS-REJECTED       PIC 9(07) COMP VALUE ZERO.
001370     05  WS-ITEMS-ADDED          PIC 9(07) COMP VALUE ZERO.
001380     05  WS-ITEMS-REWRITTEN      PIC 9(07) COMP VALUE ZERO.
001381     05  WS-TRANS-REFUSED        PIC 9(07) COMP VALUE ZERO.
001390*----------------------------------------------------------------
001400* THE ITEM BEING UPDATED -- LOADED FROM THE MASTER RECORD OR
001410* BUILT FROM AN ADD TRANSACTION, CHANGED BY THE TRANSACTION,
001420* THEN WRITTEN OR REWRITTEN UNDER ITS KEY.
001430*----------------------------------------------------------------
001440 01  WS-WORK-ITEM.
001450     05  WK-ITEM-NUMBER          PIC 9(05).
001910*----------------------------------------------------------------
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001940     PERFORM 2000-APPLY-TRANS THRU 2000-APPLY-TRANS-EXIT
001950         UNTIL WS-TRAN-EOF
001960     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
001970     STOP RUN.
001980*----------------------------------------------------------------
002050         MOVE 16 TO RETURN-CODE
002060         STOP RUN
002070     END-IF
002080     OPEN I-O    ITEMFILE
002090     IF WS-ITEM-STATUS NOT = "00"
002100         DISPLAY "ITMMAINT ABEND - CANNOT OPEN ITEMFILE, "
002110             "STATUS = " WS-ITEM-STATUS
002190         MOVE 16 TO RETURN-CODE
002200         STOP RUN
002210     END-IF
002340         STOP RUN
002350     END-IF
002360     PERFORM 1100-WRITE-HEADINGS THRU 1100-WRITE-HEADINGS-EXIT
002380     PERFORM 6100-READ-TRANS THRU 6100-READ-TRANS-EXIT.
002390 1000-INITIALIZE-EXIT.
002400     EXIT.
002570 1100-WRITE-HEADINGS-EXIT.
002580     EXIT.
002590*----------------------------------------------------------------
002600* 2000-APPLY-TRANS  --  ONE TRANSACTION.  THE MASTER IS READ
002610*                       BY KEY FIRST: AN ADD WANTS THE ITEM
002620*                       ABSENT, EVERYTHING ELSE WANTS IT THERE.
002630*                       THE OPERATOR'S AUTHORITY IS CHECKED
002640*                       BEFORE ANY OF THAT.
002660*----------------------------------------------------------------
002670 2000-APPLY-TRANS.
002680     MOVE MT-ITEM-NUMBER TO WS-AUTH-TARGET-KEY
002690     CALL "OPAUTHSB" USING WS-AUTH-PROGRAM-ID
002700                            MT-OPERATOR-ID
002710                            WS-AUTH-FUNCTION
002720                            WS-AUTH-TARGET-KEY
002730                            WS-AUTH-RESULT
002740     IF NOT WS-AUTH-GRANTED
002750         ADD 1 TO WS-TRANS-REFUSED
002760         MOVE "OPERATOR NOT AUTHORIZED" TO EX-REASON
002770         PERFORM 7000-WRITE-EXCEPTION
002780             THRU 7000-WRITE-EXCEPTION-EXIT
002790         GO TO 2000-APPLY-TRANS-NEXT
002800     END-IF
002810     MOVE WS-TRAN-ITEM-NUM TO IM-ITEM-NUMBER
002820     PERFORM 6000-READ-MASTER THRU 6000-READ-MASTER-EXIT
002830     IF MT-IS-ADD
002840         PERFORM 3000-ADD-ITEM THRU 3000-ADD-ITEM-EXIT
002850         GO TO 2000-APPLY-TRANS-NEXT
002860     END-IF
002870     IF NOT WS-ITEM-FOUND
003050         MOVE "ITEM NOT ON ITEM MASTER" TO EX-REASON
003060         PERFORM 7000-WRITE-EXCEPTION
003070             THRU 7000-WRITE-EXCEPTION-EXIT
003080         GO TO 2000-APPLY-TRANS-NEXT
003081     END-IF
003082     PERFORM 4000-APPLY-ONE-TRANS THRU 4000-APPLY-ONE-TRANS-EXIT.
003083 2000-APPLY-TRANS-NEXT.
003084     PERFORM 6100-READ-TRANS THRU 6100-READ-TRANS-EXIT.
003085 2000-APPLY-TRANS-EXIT.
003086     EXIT.
003087*----------------------------------------------------------------
003088* 3000-ADD-ITEM  --  THE ITEM MUST NOT ALREADY BE ON THE MASTER.
003089*                    A LATER TRANSACTION FOR THE SAME ITEM IN
003090*                    THIS RUN FINDS THE NEW RECORD BY KEY AND
003091*                    APPLIES TO IT IN THE ORDINARY WAY.
003092*----------------------------------------------------------------
003093 3000-ADD-ITEM.
003094     IF WS-ITEM-FOUND
003095         MOVE "DUPLICATE ADD - ITEM EXISTS" TO EX-REASON
003096         PERFORM 7000-WRITE-EXCEPTION
003097             THRU 7000-WRITE-EXCEPTION-EXIT
003098         GO TO 3000-ADD-ITEM-EXIT
003100     END-IF
003110     IF MT-DESCRIPTION = SPACES
003120         MOVE "ADD WITH BLANK DESCRIPTION" TO EX-REASON
003130         PERFORM 7000-WRITE-EXCEPTION
003140             THRU 7000-WRITE-EXCEPTION-EXIT
003150         GO TO 3000-ADD-ITEM-EXIT
003170     END-IF
003180     IF MT-NEW-STATUS NOT = "A" AND NOT = "I"
003190             AND NOT = SPACE
003200         MOVE "BAD STATUS ON ADD" TO EX-REASON
003210         PERFORM 7000-WRITE-EXCEPTION
003220             THRU 7000-WRITE-EXCEPTION-EXIT
003230         GO TO 3000-ADD-ITEM-EXIT
003250     END-IF
003260     MOVE WS-TRAN-ITEM-NUM TO WK-ITEM-NUMBER
003270     MOVE MT-DESCRIPTION   TO WK-DESCRIPTION
003310     ELSE
003320         MOVE MT-NEW-STATUS TO WK-ACTIVE-STATUS
003330     END-IF
003331     WRITE IM-ITEM-RECORD FROM WS-WORK-ITEM
003332         INVALID KEY
003333             DISPLAY "ITMMAINT ABEND - ADD OF ITEM "
003334                 WK-ITEM-NUMBER " FAILED, STATUS = "
003335                 WS-ITEM-STATUS
003336             MOVE 16 TO RETURN-CODE
003337             STOP RUN
003338     END-WRITE
003339     ADD 1 TO WS-ITEMS-ADDED
003340     ADD 1 TO WS-TRANS-APPLIED
003350     MOVE "ADDED"          TO RG-ACTION-TEXT
003360     PERFORM 7100-WRITE-REGISTER THRU 7100-WRITE-REGISTER-EXIT
003370     MOVE "AFTER : "       TO IL-LABEL
003380     PERFORM 7200-WRITE-WORK-IMAGE
003390         THRU 7200-WRITE-WORK-IMAGE-EXIT.
003400 3000-ADD-ITEM-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------
003480* 4000-APPLY-ONE-TRANS  --  A CHANGE OR STATUS FLIP AGAINST THE
003490*                           ITEM JUST READ.  THE BEFORE IMAGE IS
003500*                           CAPTURED FIRST SO THE REGISTER CAN
003501*                           SHOW WHAT CHANGED.
003510*----------------------------------------------------------------
003520 4000-APPLY-ONE-TRANS.
003530     MOVE IM-ITEM-NUMBER   TO WK-ITEM-NUMBER
003540     MOVE IM-DESCRIPTION   TO WK-DESCRIPTION
003550     MOVE IM-CATEGORY      TO WK-CATEGORY
003560     MOVE IM-ACTIVE-STATUS TO WK-ACTIVE-STATUS
003710     MOVE WK-DESCRIPTION   TO BF-DESCRIPTION
003720     MOVE WK-CATEGORY      TO BF-CATEGORY
003730     MOVE WK-ACTIVE-STATUS TO BF-ACTIVE-STATUS
003740     EVALUATE TRUE
003790         WHEN MT-IS-CHANGE
003800             PERFORM 4100-APPLY-CHANGE
003810                 THRU 4100-APPLY-CHANGE-EXIT
003860             MOVE "UNKNOWN ACTION CODE" TO EX-REASON
003870             PERFORM 7000-WRITE-EXCEPTION
003880                 THRU 7000-WRITE-EXCEPTION-EXIT
003890     END-EVALUATE.
003910 4000-APPLY-ONE-TRANS-EXIT.
003920     EXIT.
003930*----------------------------------------------------------------
004040     IF MT-CATEGORY NOT = SPACES
004050         MOVE MT-CATEGORY TO WK-CATEGORY
004060     END-IF
004061     PERFORM 5000-REWRITE-ITEM THRU 5000-REWRITE-ITEM-EXIT
004070     ADD 1 TO WS-TRANS-APPLIED
004080     MOVE "CHANGED"        TO RG-ACTION-TEXT
004090     PERFORM 7100-WRITE-REGISTER THRU 7100-WRITE-REGISTER-EXIT
004230         GO TO 4200-APPLY-STATUS-EXIT
004240     END-IF
004250     MOVE MT-NEW-STATUS TO WK-ACTIVE-STATUS
004251     PERFORM 5000-REWRITE-ITEM THRU 5000-REWRITE-ITEM-EXIT
004260     ADD 1 TO WS-TRANS-APPLIED
004270     IF MT-NEW-STATUS = "A"
004280         MOVE "ACTIVATED"  TO RG-ACTION-TEXT
004380 4200-APPLY-STATUS-EXIT.
004390     EXIT.
004400*----------------------------------------------------------------
004410* 5000-REWRITE-ITEM  --  THE ITEM WAS READ BY KEY A MOMENT AGO
004420*                        IN THIS SAME RUN, SO A FAILURE HERE
004430*                        MEANS THE FILE ITSELF IS IN TROUBLE.
004460*----------------------------------------------------------------
004470 5000-REWRITE-ITEM.
004480     REWRITE IM-ITEM-RECORD FROM WS-WORK-ITEM
004490         INVALID KEY
004491             DISPLAY "ITMMAINT ABEND - REWRITE OF ITEM "
004492                 WK-ITEM-NUMBER " FAILED, STATUS = "
004493                 WS-ITEM-STATUS
004494             MOVE 16 TO RETURN-CODE
004495             STOP RUN
004496     END-REWRITE
004497     ADD 1 TO WS-ITEMS-REWRITTEN.
004498 5000-REWRITE-ITEM-EXIT.
004499     EXIT.
004500*----------------------------------------------------------------
004501* 6000-READ-MASTER  --  RANDOM READ ON IM-ITEM-NUMBER.  "NOT
004502*                       FOUND" IS AN ANSWER; ANY OTHER BAD
004503*                       STATUS STOPS THE RUN BEFORE IT MAKES
004504*                       THINGS WORSE.
004505*----------------------------------------------------------------
004506 6000-READ-MASTER.
004507     MOVE "N" TO WS-FOUND-SWITCH
004508     READ ITEMFILE
004509         INVALID KEY
004510             GO TO 6000-READ-MASTER-EXIT
004511     END-READ
004512     IF WS-ITEM-STATUS NOT = "00"
004513         DISPLAY "ITMMAINT ABEND - ITEMFILE READ FAILED FOR ITEM "
004514             IM-ITEM-NUMBER ", STATUS = " WS-ITEM-STATUS
004520         MOVE 16 TO RETURN-CODE
004530         STOP RUN
004540     END-IF
004550     SET WS-ITEM-FOUND TO TRUE.
004810 6000-READ-MASTER-EXIT.
004820     EXIT.
004830*----------------------------------------------------------------
004840* 6100-READ-TRANS  --  A NON-NUMERIC ITEM NUMBER IS REJECTED
004850*                      HERE AND THE NEXT TRANSACTION READ, SO
004860*                      2000-APPLY-TRANS ONLY EVER SEES A
004870*                      CLEAN KEY.
004880*----------------------------------------------------------------
004890 6100-READ-TRANS.
004900     READ MNTTRANS
004990             THRU 7000-WRITE-EXCEPTION-EXIT
005000         GO TO 6100-READ-TRANS
005010     END-IF
005020     MOVE MT-ITEM-NUMBER TO WS-TRAN-ITEM-NUM.
005100 6100-READ-TRANS-EXIT.
005110     EXIT.
005120*----------------------------------------------------------------
005440     EXIT.
005450*----------------------------------------------------------------
005460 8000-TERMINATE.
005470     CLOSE MNTTRANS ITEMFILE MREGFILE MEXCFILE
005480     DISPLAY "ITMMAINT TRANSACTIONS READ     = " WS-TRANS-READ
005490     DISPLAY "ITMMAINT TRANSACTIONS APPLIED  = " WS-TRANS-APPLIED
005500     DISPLAY "ITMMAINT TRANSACTIONS REJECTED = "
005510         WS-TRANS-REJECTED
005520     DISPLAY "ITMMAINT MASTER ITEMS ADDED    = " WS-ITEMS-ADDED
005530     DISPLAY "ITMMAINT MASTER ITEMS UPDATED  = "
005531         WS-ITEMS-REWRITTEN
005532     DISPLAY "ITMMAINT NOT AUTHORIZED        = " WS-TRANS-REFUSED
005540     IF WS-TRANS-REJECTED > ZERO
005550         MOVE 4 TO RETURN-CODE
005560     END-IF.
