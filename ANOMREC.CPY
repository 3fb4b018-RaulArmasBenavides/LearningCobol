000010*----------------------------------------------------------------
000020* ANOMREC.CPY
000030*----------------------------------------------------------------
000040* ONE OUT-OF-BAND MEASURE FOUND BY THE VOLUME AND MIX GATE
000050* (ANOMGATE) AHEAD OF THE EXPORT STEP, APPENDED TO THE
000060* PERMANENT ANOMALY LOG (ANOMLOG).  ONE RECORD PER FAILED
000070* MEASURE PER NIGHT, SAYING WHICH MEASURE, TONIGHT'S VALUE,
000080* THE ROLLING BASELINE IT WAS JUDGED AGAINST, THE BAND ALLOWED
000090* AND HOW FAR OUTSIDE IT TONIGHT FELL -- AND WHETHER THE NIGHT
000100* WAS HELD OR RELEASED ON AN OVERRIDE CARD (WITH WHO RELEASED
000110* IT).  A RELEASED NIGHT LEAVES BOTH RECORDS: THE HOLD FROM THE
000120* FIRST PASS AND THE RELEASE FROM THE RESTART.
000130*
000140* AN-MEASURE:
000150*   "COUNT"    - CLASSIFIED RECORDS (SUMHIST TOTAL COUNT).
000160*   "PARPCT"   - PAR PERCENTAGE.  VALUES ARE PERCENTAGES AND
000170*                THE BAND AND DEVIATION ARE IN POINTS.
000180*   "REJECTS"  - EXCEPTION-MASTER RECORDS WRITTEN FOR THE NIGHT.
000190*   "STEP1SEC" - CLASSIFIER ELAPSED SECONDS FROM RUNLOG (THE
000195*                LONGEST IFELSEB PARTITION).
000200* FOR THE OTHER THREE, THE BAND AND DEVIATION ARE PERCENTAGES
000210* OF THE BASELINE.  FIELDS ARE DISPLAY NUMERIC SO THE FILE CAN
000220* BE BROWSED.
000230*
000240* MAINTENANCE HISTORY
000241*   2026-10-15  M.TORRES   STEP1SEC IS THE LONGEST PARTITION.
000242*   2026-10-15  M.TORRES   ORIGINAL COPYBOOK.
000243*----------------------------------------------------------------
000270 01  AN-ANOMALY-RECORD.
000280     05  AN-RUN-DATE             PIC 9(08).
000290     05  AN-RUN-TIME             PIC 9(06).
000300     05  AN-MEASURE              PIC X(08).
000310     05  AN-TONIGHT-VALUE        PIC 9(07)V9(02).
000320     05  AN-BASELINE-VALUE       PIC 9(07)V9(02).
000330     05  AN-BASELINE-NIGHTS      PIC 9(02).
000340     05  AN-TOLERANCE            PIC 9(05)V9(02).
000350     05  AN-DEVIATION-SIGN       PIC X(01).
000360     05  AN-DEVIATION            PIC 9(05)V9(02).
000370     05  AN-ACTION               PIC X(08).
000380         88  AN-HELD             VALUE "HELD".
000390         88  AN-RELEASED         VALUE "RELEASED".
000400     05  AN-OPERATOR-ID          PIC X(08).
000410     05  FILLER                  PIC X(07).
