000010*----------------------------------------------------------------
000020* DATEHIST.CPY
000030*----------------------------------------------------------------
000040* ONE EVENT IN THE LIFE OF A BUSINESS DATE, APPENDED TO THE
000050* PERMANENT DATE HISTORY (DATEHIST).  THE PROCESSING-DATE CONTROL
000060* FILE (DATEFILE, DATECTL.CPY) HOLDS ONLY TONIGHT'S DATE AND IS
000070* REWRITTEN IN PLACE, SO ONCE A NIGHT IS PAST NOTHING ON IT SAYS
000080* THAT DATE WAS EVER OPENED.  DAYOPEN APPENDS AN "O" WHEN IT OPENS
000090* A NEW DATE AND AN "F" WHEN IT REOPENS A CLOSED ONE UNDER FORCE;
000100* DAYCLOSE APPENDS A "C" WHEN IT CLOSES ONE.  RESUMING A NIGHT
000110* THAT IS STILL OPEN APPENDS NOTHING.  A DATE'S LAST EVENT IS
000120* THEREFORE ITS STATE: "C" CLOSED, "O" OR "F" STILL OPEN.  READ
000130* BY THE WEEKLY INTEGRITY AUDIT (INTGAUD).
000140*
000150* MAINTENANCE HISTORY
000160*   2026-10-15  M.TORRES   ORIGINAL COPYBOOK.
000170*----------------------------------------------------------------
000180 01  DH-DATE-EVENT-RECORD.
000190     05  DH-BUSINESS-DATE        PIC 9(08).
000200     05  DH-EVENT                PIC X(01).
000210         88  DH-OPENED           VALUE "O".
000220         88  DH-FORCED-OPEN      VALUE "F".
000230         88  DH-ANY-OPEN         VALUE "O" "F".
000240         88  DH-CLOSED           VALUE "C".
000250     05  DH-EVENT-DATE           PIC 9(08).
000260     05  DH-EVENT-TIME           PIC 9(06).
000270     05  DH-PROGRAM              PIC X(08).
000280     05  FILLER                  PIC X(09).
