000010*----------------------------------------------------------------
000020* SECLOG.CPY
000030*----------------------------------------------------------------
000040* ONE AUTHORITY CHECK, APPENDED TO THE PERMANENT SECURITY LOG
000050* (SECLOG) BY OPAUTHSB EVERY TIME A MAINTENANCE OR OVERRIDE
000060* FUNCTION IS ATTEMPTED -- EXCPFIX CORRECTIONS AND WRITE-OFFS,
000070* ITMMAINT TRANSACTIONS, RULEMNT PROMOTIONS AND DAYOPEN FORCE
000080* AND REOPEN CARDS.  GRANTED CHECKS ARE LOGGED AS WELL AS
000090* REFUSED ONES; THE REFUSED RECORDS (SL-REFUSED) ARE THE
000100* SECURITY VIOLATION LOG.  SECRPT SUMMARIZES THE LOG WEEKLY.
000110*
000120*   SL-LOG-DATE/TIME    WALL CLOCK WHEN THE CHECK WAS MADE
000130*                       (YYYYMMDD, HHMMSSHH) -- NOT THE BUSINESS
000140*                       DATE.
000150*   SL-PROGRAM-ID       PROGRAM THAT ASKED.
000160*   SL-OPERATOR-ID      OPERATOR WHO ASKED.
000170*   SL-FUNCTION         CORRECT, WRITEOFF, MAINTAIN, PROMOTE OR
000180*                       FORCE.
000190*   SL-TARGET-KEY       WHAT WAS TO BE ACTED ON -- EXCEPTION KEY,
000200*                       ITEM NUMBER, "RULEFILE", BUSINESS DATE OR
000210*                       PERIOD.
000220*   SL-REFUSAL-REASON   BLANK WHEN GRANTED; "N" OPERATOR NOT ON
000230*                       OPERAUTH, "F" FUNCTION NOT GRANTED.
000240*
000250* MAINTENANCE HISTORY
000260*   2026-10-15  M.TORRES   ORIGINAL COPYBOOK.
000270*----------------------------------------------------------------
000280 01  SL-SECURITY-RECORD.
000290     05  SL-LOG-DATE             PIC 9(08).
000300     05  SL-LOG-TIME             PIC 9(08).
000310     05  SL-PROGRAM-ID           PIC X(08).
000320     05  SL-OPERATOR-ID          PIC X(08).
000330     05  SL-FUNCTION             PIC X(08).
000340     05  SL-TARGET-KEY           PIC X(20).
000350     05  SL-OUTCOME              PIC X(01).
000360         88  SL-GRANTED          VALUE "G".
000370         88  SL-REFUSED          VALUE "R".
000380     05  SL-REFUSAL-REASON       PIC X(01).
000390         88  SL-NOT-ON-FILE      VALUE "N".
000400         88  SL-NOT-GRANTED      VALUE "F".
000410     05  FILLER                  PIC X(18).
