000210*   EXCPMSTR  I-O  - EXC-EXCEPTION-RECORD (EXCPREC.CPY).  READ
000220*                    SEQUENTIALLY; REPAIRED RECORDS ARE REWRIT-
000230*                    TEN IN PLACE, SO NO RECORD EVER LEAVES THE
000231*                    FILE AND NOTHING FALLS ON THE FLOOR.  A
000232*                    WRITE-OFF IS STAMPED WITH THE BUSINESS
000233*                    DATE (EXC-WRITEOFF-DATE) FOR THE MONTH-
000234*                    END PERIOD CLOSE.
000235*   OPERAUTH  IN   - OPERATOR AUTHORITY FILE (OPERAUTH.CPY), READ
000236*                    BY OPAUTHSB.  THE OPERATOR IDENTIFIES ONCE
000237*                    AT THE START OF THE SESSION; EVERY
000238*                    CORRECTION NEEDS THE CORRECT FUNCTION AND
000239*                    EVERY WRITE-OFF THE WRITEOFF FUNCTION.  A
000240*                    REFUSED RECORD IS LEFT STATUS "N".
000241*   SECLOG    OUT  - SECURITY LOG (SECLOG.CPY), ONE RECORD PER
000242*                    AUTHORITY CHECK, WRITTEN BY OPAUTHSB.  BOTH
000243*                    ARE ALLOCATED TO THE TERMINAL SESSION
000244*                    ALONGSIDE EXCPMSTR.
000250*
000260* MAINTENANCE HISTORY
000261*   2026-10-15  M.TORRES   OPERATOR IDENTIFIES AT START; EACH
000262*                          CORRECTION AND WRITE-OFF IS CHECKED
000263*                          AGAINST OPERAUTH (OPAUTHSB) AND LOGGED
000264*                          TO SECLOG.  WRITE-OFF MOVED TO ITS OWN
000265*                          PARAGRAPH 3200.
000266*   2026-10-15  M.TORRES   STAMP EXC-WRITEOFF-DATE ON A WRITE-OFF
000267*                          (BUSINESS DATE VIA BUSDATSB -- THE WALL
000268*                          CLOCK, SINCE NO DATEFILE IS ALLOCATED
000269*                          TO THE TERMINAL) SO PERCLOSE CAN COUNT
000270*                          THE MONTH'S WRITE-OFFS.
000271*   2026-08-22  M.TORRES   ORIGINAL PROGRAM.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000500*----------------------------------------------------------------
000510 01  WS-REPLY                    PIC X(01).
000520 01  WS-KEYED-ITEM               PIC X(05).
000521 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
000522*----------------------------------------------------------------
000523* OPAUTHSB PARAMETERS.
000524*----------------------------------------------------------------
000525 01  WS-AUTH-PROGRAM-ID          PIC X(08) VALUE "EXCPFIX".
000526 01  WS-AUTH-FUNCTION            PIC X(08).
000527 01  WS-AUTH-TARGET-KEY          PIC X(20).
000528 01  WS-AUTH-RESULT              PIC X(01).
000529     88  WS-AUTH-GRANTED         VALUE "G".
000530*----------------------------------------------------------------
000531 01  WS-RUN-DATE                 PIC 9(08).
000532*----------------------------------------------------------------
000540 01  WS-COUNTS.
000550     05  WS-SHOWN-COUNT          PIC 9(05) COMP VALUE ZERO.
000560     05  WS-CORRECTED-COUNT      PIC 9(05) COMP VALUE ZERO.
000570     05  WS-WRITTEN-OFF-COUNT    PIC 9(05) COMP VALUE ZERO.
000580     05  WS-SKIPPED-COUNT        PIC 9(05) COMP VALUE ZERO.
000581     05  WS-REFUSED-COUNT        PIC 9(05) COMP VALUE ZERO.
000590*----------------------------------------------------------------
000600 PROCEDURE DIVISION.
000610*----------------------------------------------------------------
000670     STOP RUN.
000680*----------------------------------------------------------------
000690 1000-INITIALIZE.
000691     CALL "BUSDATSB" USING WS-RUN-DATE
000700     OPEN I-O EXCPMSTR
000710     IF WS-EXCP-STATUS NOT = "00"
000720         DISPLAY "EXCPFIX - CANNOT OPEN EXCPMSTR, STATUS = "
000760     END-IF
000770     DISPLAY "Reparacion de excepciones - C=corregir, "
000780         "W=anular, otra tecla=saltar"
000781     DISPLAY "Identificacion del operador: "
000782     ACCEPT WS-OPERATOR-ID
000790     PERFORM 2100-READ-EXCPMSTR THRU 2100-READ-EXCPMSTR-EXIT.
000800 1000-INITIALIZE-EXIT.
000810     EXIT.
001230                 THRU 3100-CORRECT-RECORD-EXIT
001240         WHEN "W"
001250         WHEN "w"
001260             PERFORM 3200-WRITE-OFF-RECORD
001270                 THRU 3200-WRITE-OFF-RECORD-EXIT
001300         WHEN OTHER
001310             ADD 1 TO WS-SKIPPED-COUNT
001320     END-EVALUATE.
001400*                          THROUGH THE NIGHTLY RUN.
001410*----------------------------------------------------------------
001420 3100-CORRECT-RECORD.
001421     MOVE "CORRECT" TO WS-AUTH-FUNCTION
001422     PERFORM 3300-CHECK-AUTHORITY THRU 3300-CHECK-AUTHORITY-EXIT
001423     IF NOT WS-AUTH-GRANTED
001424         GO TO 3100-CORRECT-RECORD-EXIT
001425     END-IF
001430     DISPLAY "Ingrese el numero de item corregido: "
001440     ACCEPT WS-KEYED-ITEM
001450     IF WS-KEYED-ITEM IS NOT NUMERIC
001550     DISPLAY "Correccion registrada; se reenviara esta noche.".
001560 3100-CORRECT-RECORD-EXIT.
001570     EXIT.
001571*----------------------------------------------------------------
001572* 3200-WRITE-OFF-RECORD  --  STATUS "W", STAMPED WITH THE
001573*                            BUSINESS DATE.
001574*----------------------------------------------------------------
001575 3200-WRITE-OFF-RECORD.
001576     MOVE "WRITEOFF" TO WS-AUTH-FUNCTION
001577     PERFORM 3300-CHECK-AUTHORITY THRU 3300-CHECK-AUTHORITY-EXIT
001578     IF NOT WS-AUTH-GRANTED
001579         GO TO 3200-WRITE-OFF-RECORD-EXIT
001580     END-IF
001581     SET EXC-IS-WRITTEN-OFF TO TRUE
001582     MOVE WS-RUN-DATE TO EXC-WRITEOFF-DATE
001583     REWRITE EXC-EXCEPTION-RECORD
001584     ADD 1 TO WS-WRITTEN-OFF-COUNT
001585     DISPLAY "Excepcion anulada.".
001586 3200-WRITE-OFF-RECORD-EXIT.
001587     EXIT.
001588*----------------------------------------------------------------
001589* 3300-CHECK-AUTHORITY  --  MAY THIS OPERATOR PERFORM
001590*                           WS-AUTH-FUNCTION ON THIS EXCEPTION?
001591*                           OPAUTHSB LOGS THE ATTEMPT EITHER WAY;
001592*                           A REFUSAL LEAVES THE RECORD STATUS
001593*                           "N" AND IS COUNTED.
001594*----------------------------------------------------------------
001595 3300-CHECK-AUTHORITY.
001596     MOVE EXC-RECORD-VALUE TO WS-AUTH-TARGET-KEY
001597     CALL "OPAUTHSB" USING WS-AUTH-PROGRAM-ID
001598                            WS-OPERATOR-ID
001599                            WS-AUTH-FUNCTION
001600                            WS-AUTH-TARGET-KEY
001601                            WS-AUTH-RESULT
001602     IF NOT WS-AUTH-GRANTED
001603         ADD 1 TO WS-REFUSED-COUNT
001604         DISPLAY "Operador " WS-OPERATOR-ID
001605             " no autorizado; la excepcion queda pendiente."
001606     END-IF.
001607 3300-CHECK-AUTHORITY-EXIT.
001608     EXIT.
001609*----------------------------------------------------------------
001610 8000-TERMINATE.
001611     CLOSE EXCPMSTR
001612     DISPLAY " "
001620     DISPLAY "EXCPFIX EXCEPTIONS SHOWN  = " WS-SHOWN-COUNT
001630     DISPLAY "EXCPFIX CORRECTED         = " WS-CORRECTED-COUNT
001640     DISPLAY "EXCPFIX WRITTEN OFF       = " WS-WRITTEN-OFF-COUNT
001650     DISPLAY "EXCPFIX LEFT FOR LATER    = " WS-SKIPPED-COUNT
001651     DISPLAY "EXCPFIX NOT AUTHORIZED    = " WS-REFUSED-COUNT.
001660 8000-TERMINATE-EXIT.
001670     EXIT.
