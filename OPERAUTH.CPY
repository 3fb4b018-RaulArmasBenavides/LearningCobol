000010*----------------------------------------------------------------
000020* OPERAUTH.CPY
000030*----------------------------------------------------------------
000040* ONE OPERATOR ON THE OPERATOR AUTHORITY FILE (OPERAUTH), AS
000050* LOADED BY THE AUTHORITY CHECK (OPAUTHSB).  EACH FLAG IS ONE
000060* FUNCTION THE OPERATOR MAY PERFORM; "Y" GRANTS IT, ANYTHING
000070* ELSE (BLANK INCLUDED) WITHHOLDS IT.  AN OPERATOR NOT ON THE
000080* FILE MAY PERFORM NOTHING.
000090*
000100*   OA-MAY-CORRECT      CORRECT AN EXCEPTION        (EXCPFIX C)
000110*   OA-MAY-WRITE-OFF    WRITE AN EXCEPTION OFF      (EXCPFIX W)
000120*   OA-MAY-MAINTAIN     MAINTAIN THE ITEM MASTER    (ITMMAINT)
000130*   OA-MAY-PROMOTE      PROMOTE THE RULE FILE       (RULEMNT)
000140*   OA-MAY-FORCE        FORCE OR REOPEN A DATE      (DAYOPEN)
000150*
000160* THE FLAGS ARE ALSO SEEN AS A TABLE (OA-FUNCTION-FLAG) IN THE
000170* ORDER ABOVE, WHICH IS THE ORDER OF OPAUTHSB'S FUNCTION CODES.
000180* ITMDORM'S PROPOSED DEACTIVATIONS CARRY OPERATOR ID "ITMDORM",
000190* SO THAT ID NEEDS OA-MAY-MAINTAIN FOR THEM TO BE APPLIED.
000200*
000210* CARD IMAGE, FOR EXAMPLE
000220*   "JSMITH   J. SMITH                       YYNNN".
000230*
000240* MAINTENANCE HISTORY
000250*   2026-10-15  M.TORRES   ORIGINAL COPYBOOK.
000260*----------------------------------------------------------------
000270 01  OA-AUTHORITY-RECORD.
000280     05  OA-OPERATOR-ID          PIC X(08).
000290     05  FILLER                  PIC X(01).
000300     05  OA-OPERATOR-NAME        PIC X(30).
000310     05  FILLER                  PIC X(01).
000320     05  OA-FUNCTION-FLAGS.
000330         10  OA-MAY-CORRECT      PIC X(01).
000340         10  OA-MAY-WRITE-OFF    PIC X(01).
000350         10  OA-MAY-MAINTAIN     PIC X(01).
000360         10  OA-MAY-PROMOTE      PIC X(01).
000370         10  OA-MAY-FORCE        PIC X(01).
000380     05  OA-FUNCTION-TABLE REDEFINES OA-FUNCTION-FLAGS.
000390         10  OA-FUNCTION-FLAG    PIC X(01) OCCURS 5 TIMES.
000400     05  FILLER                  PIC X(35).
