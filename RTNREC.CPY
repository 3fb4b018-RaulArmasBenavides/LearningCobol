000010*----------------------------------------------------------------
000020* RTNREC.CPY
000030*----------------------------------------------------------------
000040* ONE RECORD OF THE NIGHTLY RETURN FILE (RTNFILE) SENT BACK TO
000050* THE UPSTREAM SHOP, SO THE SENDER SEES WHAT WE COULD NOT TAKE
000060* AND FIXES IT AT THE SOURCE INSTEAD OF SENDING THE SAME BAD
000070* ITEM NUMBERS NIGHT AFTER NIGHT.  RECORD TYPE IN COLUMN 1, THE
000080* SAME "H"/"D"/"T" CONTROL STYLE AS TRANRAW AND OUR EXPORT FEEDS.
000090*
000100* A NIGHT WHOSE TRANSMISSION PROVED (RTNBACK):
000110*   "H" - ONE HEADER.  THE TRANSMISSION'S OWN HEADER (EXTRACT)
000120*         DATE, SO THE SENDER KNOWS WHICH FILE IS ANSWERED, AND
000130*         OUR BUSINESS DATE.
000140*   "D" - ONE PER TRANSMISSION DETAIL THE CLASSIFIER REJECTED:
000150*         THE RECORD VALUE AS RECEIVED AND A CODED REASON.
000160*           01  ITEM NUMBER IS NOT NUMERIC
000170*           02  ITEM NOT ON ITEM MASTER
000180*           03  ITEM IS INACTIVE
000190*           04  DUPLICATE ITEM NUMBER
000200*           99  ANY OTHER REASON (TEXT AS WRITTEN)
000210*   "T" - ONE TRAILER: DETAIL COUNT AND THE HASH TOTAL OF THE
000220*         NUMERIC ITEM NUMBERS ON THE DETAILS (A NON-NUMERIC
000230*         VALUE ADDS NOTHING), AS TRANRAW'S OWN TRAILER.  ZERO
000240*         DETAILS IS A HEADER AND A ZERO-COUNT TRAILER.
000250*
000260* A NIGHT WHOSE TRANSMISSION TRANEDIT REFUSED:
000270*   "R" - THE ONLY RECORD IN THE FILE.  THE HEADER DATE AS
000280*         RECEIVED (ZERO IF THERE WAS NONE OR IT WAS NOT
000290*         NUMERIC), OUR BUSINESS DATE, THE RECORDS READ BEFORE
000300*         THE EDIT STOPPED AND A CODED REASON.  NOTHING IN THE
000310*         TRANSMISSION WAS TAKEN; THE SENDER RESENDS IT WHOLE.
000320*           51  RECORDS AFTER THE TRAILER
000330*           52  UNKNOWN RECORD TYPE
000340*           53  SECOND HEADER
000350*           54  HEADER NOT THE FIRST RECORD
000360*           55  HEADER DATE NOT NUMERIC
000370*           56  HEADER DATE NOT THE BUSINESS DATE
000380*           57  DETAIL BEFORE THE HEADER
000390*           58  TRAILER BEFORE THE HEADER
000400*           59  TRAILER COUNT OR HASH NOT NUMERIC
000410*           60  TRAILER COUNT DISAGREES
000420*           61  TRAILER HASH DISAGREES
000430*           62  NO HEADER RECORD
000440*           63  NO TRAILER RECORD
000450*
000460* MAINTENANCE HISTORY
000470*   2026-10-15  M.TORRES   ORIGINAL COPYBOOK.
000480*----------------------------------------------------------------
000490 01  RT-RETURN-RECORD.
000500     05  RT-RECORD-TYPE          PIC X(01).
000510         88  RT-IS-HEADER        VALUE "H".
000520         88  RT-IS-DETAIL        VALUE "D".
000530         88  RT-IS-TRAILER       VALUE "T".
000540         88  RT-IS-REFUSED       VALUE "R".
000550     05  FILLER                  PIC X(59).
000560 01  RT-HEADER-RECORD REDEFINES RT-RETURN-RECORD.
000570     05  FILLER                  PIC X(01).
000580     05  RTH-TRANSMISSION-DATE   PIC 9(08).
000590     05  RTH-BUSINESS-DATE       PIC 9(08).
000600     05  FILLER                  PIC X(43).
000610 01  RT-DETAIL-RECORD REDEFINES RT-RETURN-RECORD.
000620     05  FILLER                  PIC X(01).
000630     05  RTD-RECORD-VALUE        PIC X(20).
000640     05  RTD-REASON-CODE         PIC X(02).
000650     05  RTD-REASON-TEXT         PIC X(30).
000660     05  FILLER                  PIC X(07).
000670 01  RT-TRAILER-RECORD REDEFINES RT-RETURN-RECORD.
000680     05  FILLER                  PIC X(01).
000690     05  RTT-DETAIL-COUNT        PIC 9(07).
000700     05  RTT-HASH-TOTAL          PIC 9(12).
000710     05  FILLER                  PIC X(40).
000720 01  RT-REFUSED-RECORD REDEFINES RT-RETURN-RECORD.
000730     05  FILLER                  PIC X(01).
000740     05  RTR-TRANSMISSION-DATE   PIC 9(08).
000750     05  RTR-BUSINESS-DATE       PIC 9(08).
000760     05  RTR-RECORDS-READ        PIC 9(07).
000770     05  RTR-REASON-CODE         PIC X(02).
000780     05  RTR-REASON-TEXT         PIC X(30).
000790     05  FILLER                  PIC X(04).
