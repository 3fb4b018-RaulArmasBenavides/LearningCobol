000040* ITEM MASTER RECORD.  ONE PER ITEM NUMBER THE BUSINESS ACTUAL-
000050* LY CARRIES, WITH THE DESCRIPTION AND CATEGORY THAT USED TO
000060* LIVE ONLY IN THE BINDER ON THE OPERATIONS DESK.  THE FILE IS
000070* INDEXED ON IM-ITEM-NUMBER (KEYS(5 0), RECORDSIZE(40 40),
000080* DEFINED AND LOADED ONCE BY ITEMDEF) AND IS MAINTAINED BY
000090* THE ITMMAINT JOB; THE LOOKUP SUBPROGRAM (ITMMSTSB) READS IT
000091* BY KEY.
000100*
000110* MAINTENANCE HISTORY
000111*   2026-10-15  M.TORRES   THE FILE IS NOW INDEXED ON THE ITEM
000112*                          NUMBER INSTEAD OF A SEQUENTIAL FILE
000113*                          LOADED INTO A 5000-ENTRY TABLE.
000115*   2026-09-02  M.TORRES   THE FILE IS NOW MAINTAINED BY THE
000116*                          ITMMAINT PROGRAM (TRANSACTION-DRIVEN
000117*                          ADDS, CHANGES AND STATUS FLIPS WITH A
