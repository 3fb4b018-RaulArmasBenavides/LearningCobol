000010*----------------------------------------------------------------
000020* PARTCTL.CPY
000030*----------------------------------------------------------------
000040* ONE CARD OF THE CLASSIFICATION PARTITION CONTROL FILE
000050* (PARTCTL), AS READ BY THE PARTITION SPLIT (PARTSPLT).  EACH
000060* CARD GIVES ONE PARTITION'S INCLUSIVE ITEM-NUMBER RANGE, AND
000070* THAT PARTITION'S TRANSACTIONS ARE CLASSIFIED BY ITS OWN
000080* IFELSEB JOB (NIGHTP1-NIGHTP4), ALL FOUR RUNNING AT ONCE.
000090*
000100* THE CARDS MUST COME IN PARTITION ORDER 1, 2, ... WITH NO GAP
000110* AND NO OVERLAP: PARTITION 1 STARTS AT 00000, EACH LATER ONE
000120* STARTS ONE PAST THE PREVIOUS HIGH, AND THE LAST ENDS AT 99999.
000130* EVERY ITEM NUMBER THEREFORE BELONGS TO EXACTLY ONE PARTITION,
000140* SO EVERY REPEAT OF AN ITEM LANDS IN THE SAME PARTITION AS ITS
000150* FIRST OCCURRENCE AND IFELSEB'S DUPLICATE CHECK STILL SEES IT.
000160* ONE TO FOUR CARDS; A PARTITION WITH NO CARD GETS AN EMPTY
000170* TRANSACTION FILE AND ITS JOB CLASSIFIES NOTHING.  MOVE THE
000180* BOUNDARIES TO REBALANCE THE PARTITIONS AS VOLUME SHIFTS.
000190*
000200* CARD IMAGE, FOR EXAMPLE "1 00000 24999".
000210*
000220* MAINTENANCE HISTORY
000230*   2026-10-15  M.TORRES   ORIGINAL COPYBOOK.
000240*----------------------------------------------------------------
000250 01  PC-PARTITION-RECORD.
000260     05  PC-PARTITION-ID         PIC 9(01).
000270     05  FILLER                  PIC X(01).
000280     05  PC-LOW-ITEM             PIC 9(05).
000290     05  FILLER                  PIC X(01).
000300     05  PC-HIGH-ITEM            PIC 9(05).
000310     05  FILLER                  PIC X(67).
