000010*----------------------------------------------------------------
000020* PERDHIST.CPY
000030*----------------------------------------------------------------
000040* ONE CLOSED ACCOUNTING PERIOD (CALENDAR MONTH), APPENDED TO THE
000050* PERMANENT PERIOD HISTORY (PERDHIST) BY THE MONTH-END PERIOD
000060* CLOSE (PERCLOSE) ONCE THE MONTH'S LAST BUSINESS DATE HAS BEEN
000070* CLOSED ON DATEFILE.  FINANCE USED TO REBUILD THESE NUMBERS BY
000080* HAND FROM SUMHIST AND FEEDLOG; THIS RECORD IS NOW THE MONTH'S
000090* FIGURES OF RECORD.
000100*
000110* A PERIOD WITH A RECORD HERE IS CLOSED: DAYOPEN REFUSES ANY
000120* BUSINESS DATE INSIDE IT, FORCE OR NOT, UNLESS A REOPEN
000130* AUTHORITY CARD FOR THAT PERIOD IS SUPPLIED.  A NIGHT RERUN
000140* UNDER THAT AUTHORITY IS FOLLOWED BY A RECLOSE, WHICH APPENDS
000150* A FRESH RECORD (PD-CLOSE-TYPE "R") -- THE LAST RECORD FOR A
000160* PERIOD IS THE ONE THAT STANDS.
000170*
000180*   PD-LAST-BUSINESS-DATE   THE DATEFILE BUSINESS DATE CLOSED
000190*                           WHEN THE PERIOD WAS CLOSED.
000200*   PD-BUSINESS-DAYS        DATES OF THE PERIOD ON SUMHIST.
000210*   PD-MIX-DAYS             DATES OF THE PERIOD ON MIXHIST --
000220*                           THE CATEGORY AND RULE FIGURES COVER
000230*                           ONLY THESE.  LESS THAN BUSINESS
000240*                           DAYS ONLY FOR A MONTH THAT STARTED
000250*                           BEFORE MIXHIST EXISTED.
000260*   PD-EXC-OPENED           EXCEPTIONS WRITTEN ON A DATE OF THE
000270*                           PERIOD (EXC-RUN-DATE).
000280*   PD-EXC-RESUBMITTED      EXCEPTIONS RESUBMITTED ON A DATE OF
000290*                           THE PERIOD (EXC-RESUBMIT-DATE).
000300*   PD-EXC-WRITTEN-OFF      EXCEPTIONS WRITTEN OFF ON A DATE OF
000310*                           THE PERIOD (EXC-WRITEOFF-DATE).
000320*   PD-RULE-ENTRY (N)       RULE POSITION N: THE LAST CLASS CODE
000330*                           SEEN IN IT DURING THE PERIOD AND THE
000340*                           ITEMS THAT CARRIED IT.
000350*   PD-CATEGORY-ENTRY       PAR/IMPAR PER ITEM-MASTER CATEGORY,
000360*                           FIRST-SEEN ORDER, PD-CATEGORY-COUNT
000370*                           OF THEM USED (SAME 50 AS PARSUM).
000380*
000390* MAINTENANCE HISTORY
000400*   2026-10-15  M.TORRES   ORIGINAL COPYBOOK.
000410*----------------------------------------------------------------
000420 01  PD-PERIOD-RECORD.
000430     05  PD-PERIOD               PIC 9(06).
000440     05  PD-PERIOD-PARTS REDEFINES PD-PERIOD.
000450         10  PD-PERIOD-YEAR      PIC 9(04).
000460         10  PD-PERIOD-MONTH     PIC 9(02).
000470     05  PD-CLOSE-TYPE           PIC X(01).
000480         88  PD-FIRST-CLOSE      VALUE "C".
000490         88  PD-RECLOSE          VALUE "R".
000500     05  PD-LAST-BUSINESS-DATE   PIC 9(08).
000510     05  PD-CLOSED-DATE          PIC 9(08).
000520     05  PD-CLOSED-TIME          PIC 9(06).
000530     05  PD-BUSINESS-DAYS        PIC 9(03).
000540     05  PD-MIX-DAYS             PIC 9(03).
000550     05  PD-PAR-COUNT            PIC 9(09).
000560     05  PD-IMPAR-COUNT          PIC 9(09).
000570     05  PD-TOTAL-COUNT          PIC 9(09).
000580     05  PD-PAR-PCT              PIC 9(03)V9(02).
000590     05  PD-IMPAR-PCT            PIC 9(03)V9(02).
000600     05  PD-EXC-OPENED           PIC 9(07).
000610     05  PD-EXC-RESUBMITTED      PIC 9(07).
000620     05  PD-EXC-WRITTEN-OFF      PIC 9(07).
000630     05  PD-RULE-TABLE.
000640         10  PD-RULE-ENTRY OCCURS 8 TIMES.
000650             15  PD-RULE-CODE    PIC X(01).
000660             15  PD-RULE-COUNT   PIC 9(09).
000670     05  PD-CATEGORY-COUNT       PIC 9(02).
000680     05  PD-CATEGORY-TABLE.
000690         10  PD-CATEGORY-ENTRY OCCURS 50 TIMES.
000700             15  PD-CATEGORY     PIC X(04).
000710             15  PD-CAT-PAR-COUNT
000720                                 PIC 9(09).
000730             15  PD-CAT-IMPAR-COUNT
000740                                 PIC 9(09).
000750     05  FILLER                  PIC X(25).
