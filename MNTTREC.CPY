000010*----------------------------------------------------------------
000020* MNTTREC.CPY
000030*----------------------------------------------------------------
000040* ITEM MASTER MAINTENANCE TRANSACTION (MNTTRANS), AS READ BY
000050* ITMMAINT.  ONE ADD, CHANGE OR STATUS FLIP PER RECORD, IN ANY
000060* ITEM ORDER (SEVERAL FOR ONE ITEM APPLY IN FILE ORDER);
000065* MT-OPERATOR-ID SAYS WHO KEYED (OR WHICH PROGRAM PROPOSED)
000070* IT.  SPLIT OUT OF ITMMAINT'S FILE SECTION SO THE DORMANT-ITEM
000080* SWEEP (ITMDORM) WRITES PROPOSED DEACTIVATIONS IN EXACTLY THE
000090* LAYOUT ITMMAINT READS.
000100*
000110* MAINTENANCE HISTORY
000114*   2026-10-15  M.TORRES   NO LONGER NEEDS ITEM-NUMBER ORDER --
000116*                          ITMMAINT NOW UPDATES THE MASTER BY KEY.
000120*   2026-10-15  M.TORRES   SPLIT OUT OF ITMMAINT.
000130*----------------------------------------------------------------
000140 01  MAINT-TRANS-RECORD.
000150     05  MT-ACTION               PIC X(01).
000160         88  MT-IS-ADD           VALUE "A".
000170         88  MT-IS-CHANGE        VALUE "C".
000180         88  MT-IS-STATUS        VALUE "S".
000190     05  MT-ITEM-NUMBER          PIC X(05).
000200     05  MT-DESCRIPTION          PIC X(30).
000210     05  MT-CATEGORY             PIC X(04).
000220     05  MT-NEW-STATUS           PIC X(01).
000230     05  MT-OPERATOR-ID          PIC X(08).
000240     05  FILLER                  PIC X(11).
