000090* BY THE NIGHTLY RESUBMISSION STEP (EXCPRSUB), WHICH CARRIES
000100* EVERY "C" RECORD'S CORRECTED ITEM INTO THE NIGHT'S TRANSAC-
000110* TION INPUT AND SETS STATUS "R".  NOTHING LEAVES THE FILE, SO
000120* NOTHING FALLS ON THE FLOOR.  A WRITTEN-OFF RECORD IS NEVER
000121* RESUBMITTED, SO ITS RESUBMIT-DATE SLOT CARRIES THE DATE IT
000122* WAS WRITTEN OFF INSTEAD (EXC-WRITEOFF-DATE).
000130*
000140* MAINTENANCE HISTORY
000141*   2026-10-15  M.TORRES   ADDED EXC-WRITEOFF-DATE, REDEFINING
000142*                          EXC-RESUBMIT-DATE, STAMPED BY EXCPFIX
000143*                          ON A WRITE-OFF SO THE MONTH-END CLOSE
000144*                          CAN COUNT WRITE-OFFS BY PERIOD.  THE
000145*                          RECORD LENGTH DOES NOT CHANGE; RECORDS
000146*                          WRITTEN OFF BEFORE THIS CARRY ZERO.
000150*   2026-08-22  M.TORRES   ADDED EXC-RESUBMIT-DATE, STAMPED BY
000160*                          EXCPRSUB WHEN IT FLIPS "C" TO "R".
000170*                          A SAME-NIGHT RERUN OF THE JOB (THE
000360     05  EXC-CORRECTED-ITEM      PIC X(05).
000370     05  EXC-RUN-DATE            PIC 9(08).
000380     05  EXC-RESUBMIT-DATE       PIC 9(08).
000390     05  EXC-WRITEOFF-DATE REDEFINES EXC-RESUBMIT-DATE
000400                                 PIC 9(08).
