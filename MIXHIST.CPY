000010*----------------------------------------------------------------
000020* MIXHIST.CPY
000030*----------------------------------------------------------------
000040* ONE ROW OF A NIGHT'S CLASSIFICATION MIX, APPENDED TO THE
000050* PERMANENT MIX HISTORY (MIXHIST) BY PARSUM AT THE END OF EACH
000060* NIGHTLY RUN.  SUMHIST CARRIES ONLY THE NIGHT'S PAR/IMPAR
000070* TOTALS; THE CATEGORY SPLIT AND THE RULE CLASS-CODE TALLIES
000080* PRINT ON REPTFILE AND ARE GONE THE NEXT MORNING, SO THIS IS
000090* WHERE THE MONTH-END PERIOD CLOSE (PERCLOSE) FINDS THEM.
000100*
000110* EACH NIGHTLY RUN WRITES, UNDER ONE MX-RUN-ID:
000120*   "T" - ONE TOTALS ROW (ALWAYS, EVEN ON AN EMPTY NIGHT).
000130*   "C" - ONE ROW PER ITEM-MASTER CATEGORY SEEN, WITH ITS PAR
000140*         AND IMPAR COUNTS.
000150*   "R" - ONE ROW PER RULE POSITION WITH A NON-ZERO TALLY,
000160*         GIVING THE POSITION, ITS CLASS CODE AND THE NUMBER OF
000170*         ITEMS THAT CARRIED IT.
000180* A RERUN NIGHT APPENDS A SECOND SET FOR THE SAME DATE UNDER A
000190* NEW RUN ID.  READERS KEEP ONLY THE LAST RUN ID SEEN FOR A
000200* DATE -- THE SAME LAST-RECORD-WINS RULE AS SUMHIST.  COUNTS
000210* ARE DISPLAY NUMERIC SO THE FILE CAN BE BROWSED.
000220*
000230* MAINTENANCE HISTORY
000240*   2026-10-15  M.TORRES   ORIGINAL COPYBOOK.
000250*----------------------------------------------------------------
000260 01  MX-MIX-RECORD.
000270     05  MX-RUN-DATE             PIC 9(08).
000280     05  MX-RUN-ID               PIC X(08).
000290     05  MX-ROW-TYPE             PIC X(01).
000300         88  MX-TOTALS-ROW       VALUE "T".
000310         88  MX-CATEGORY-ROW     VALUE "C".
000320         88  MX-RULE-ROW         VALUE "R".
000330     05  MX-CATEGORY             PIC X(04).
000340     05  MX-RULE-KEY REDEFINES MX-CATEGORY.
000350         10  MX-RULE-POSITION    PIC 9(01).
000360         10  MX-RULE-CODE        PIC X(01).
000370         10  FILLER              PIC X(02).
000380     05  MX-PAR-COUNT            PIC 9(07).
000390     05  MX-IMPAR-COUNT          PIC 9(07).
000400     05  MX-ITEM-COUNT           PIC 9(07).
000410     05  FILLER                  PIC X(06).
