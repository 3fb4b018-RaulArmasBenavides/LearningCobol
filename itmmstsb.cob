000230* "N" (NOT ON THE MASTER).  LS-DESCRIPTION AND LS-CATEGORY
000240* COME BACK SPACES WHEN THE ITEM IS NOT FOUND.
000250*
000260* THE ITEM MASTER (ITEMFILE, ITEMMSTR.CPY) IS THE KEYED FILE
000270* DEFINED BY ITEMDEF.  IT IS OPENED ON THE FIRST CALL AND LEFT
000280* OPEN, AND EVERY CALL IS ONE RANDOM READ ON THE ITEM NUMBER,
000290* SO THERE IS NO TABLE TO OUTGROW AND NO SEQUENCE TO PROVE.
000300* ANY READ FAILURE OTHER THAN "NOT FOUND" ABENDS THE RUN
000301* RATHER THAN QUIETLY REPORTING A GOOD ITEM AS UNKNOWN.
000310*
000311* MAINTENANCE HISTORY
000312*   2026-10-15  M.TORRES   THE ITEM MASTER IS NOW INDEXED ON THE
000313*                          ITEM NUMBER.  EACH CALL READS IT BY
000314*                          KEY INSTEAD OF SEARCHING A TABLE
000315*                          LOADED ON THE FIRST CALL, WHICH
000316*                          REMOVES THE 5000-ITEM CEILING AND THE
000317*                          OUT-OF-SEQUENCE ABEND.
000322*   2026-09-02  M.TORRES   ADDED LS-CATEGORY -- THE MASTER HAS
000324*                          ALWAYS CARRIED IM-CATEGORY BUT ONLY
000326*                          THE DESCRIPTION CAME BACK, SO THE
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ITEMFILE ASSIGN TO "ITEMFILE"
000390         ORGANIZATION IS INDEXED
000391         ACCESS MODE IS RANDOM
000392         RECORD KEY IS IM-ITEM-NUMBER
000400         FILE STATUS IS WS-ITEM-STATUS.
000410*----------------------------------------------------------------
000420 DATA DIVISION.
000430 FILE SECTION.
000440*----------------------------------------------------------------
000450 FD  ITEMFILE.
000470     COPY ITEMMSTR.
000480*----------------------------------------------------------------
000490 WORKING-STORAGE SECTION.
000500*----------------------------------------------------------------
000510 01  WS-SWITCHES.
000520     05  WS-OPEN-SWITCH          PIC X(01) VALUE "N".
000530         88  WS-MASTER-OPEN      VALUE "Y".
000560*----------------------------------------------------------------
000570 01  WS-ITEM-STATUS              PIC X(02).
000690*----------------------------------------------------------------
000700 LINKAGE SECTION.
000710*----------------------------------------------------------------
000810                         LS-MASTER-STATUS.
000820*----------------------------------------------------------------
000830 0000-MAINLINE.
000840     IF NOT WS-MASTER-OPEN
000850         PERFORM 1000-OPEN-MASTER THRU 1000-OPEN-MASTER-EXIT
000860     END-IF
000870     PERFORM 2000-FIND-ITEM THRU 2000-FIND-ITEM-EXIT
000880     GOBACK.
000890*----------------------------------------------------------------
000900* 1000-OPEN-MASTER  --  FIRST CALL ONLY.  THE FILE STAYS OPEN
000910*                       FOR THE REST OF THE RUN UNIT.
000940*----------------------------------------------------------------
000950 1000-OPEN-MASTER.
000960     OPEN INPUT ITEMFILE
000970     IF WS-ITEM-STATUS NOT = "00"
000980         DISPLAY "ITMMSTSB ABEND - CANNOT OPEN ITEMFILE, "
001000         MOVE 16 TO RETURN-CODE
001010         STOP RUN
001020     END-IF
001030     SET WS-MASTER-OPEN TO TRUE.
001040 1000-OPEN-MASTER-EXIT.
001080     EXIT.
001090*----------------------------------------------------------------
001100* 2000-FIND-ITEM  --  ONE RANDOM READ ON THE ITEM NUMBER.
001390*----------------------------------------------------------------
001400 2000-FIND-ITEM.
001410     MOVE SPACES TO LS-DESCRIPTION
001415     MOVE SPACES TO LS-CATEGORY
001420     SET LS-ITEM-UNKNOWN TO TRUE
001430     MOVE LS-ITEM-NUMBER TO IM-ITEM-NUMBER
001440     READ ITEMFILE
001441         INVALID KEY
001442             GO TO 2000-FIND-ITEM-EXIT
001443     END-READ
001444     IF WS-ITEM-STATUS NOT = "00"
001445         DISPLAY "ITMMSTSB ABEND - ITEMFILE READ FAILED FOR ITEM "
001446             LS-ITEM-NUMBER ", STATUS = " WS-ITEM-STATUS
001447         MOVE 16 TO RETURN-CODE
001448         STOP RUN
001450     END-IF
001460     MOVE IM-DESCRIPTION   TO LS-DESCRIPTION
001470     MOVE IM-CATEGORY      TO LS-CATEGORY
001480     MOVE IM-ACTIVE-STATUS TO LS-MASTER-STATUS.
001530 2000-FIND-ITEM-EXIT.
001540     EXIT.
