000010*-------------------------------------------------------------*
000020* WHSELEDG                                                     *
000030* COMMON STOCK-LEDGER ROW LAYOUT FOR THE WAREHOUSE BATCH       *
000040* SUITE.  EVERY PROGRAM THAT MOVES WIM-ON-HAND-QTY APPENDS ONE *
000050* ROW PER MOVEMENT TO THE SHARED, ACCUMULATING LEDGFILE -      *
000060* WHRECEIV (RECEIPTS), WHPICKUP (PICK RELIEF), WHCYCCNT        *
000070* (APPLIED COUNT ADJUSTMENTS), WHMAINT (MAINTENANCE ADDS,      *
000080* CHANGES, AND DELETES THAT MOVE ON-HAND), AND WHBKOUT (THE    *
000090* REVERSAL OF A BACKED-OUT MAINTENANCE RUN).  EACH ROW CARRIES *
000100* THE QUANTITY IN OR OUT AND THE ON-HAND BALANCE THE MOVEMENT  *
000110* LEFT ON THE MASTER, SO THE TRAIL OF ANY ITEM CAN BE WALKED   *
000120* FORWARD IN STAMP ORDER.  WHSTKLED READS THIS LAYOUT FOR THE  *
000130* DAILY STOCK ROLL-FORWARD.  THE UNIT COST IS THE MASTER COST  *
000140* AT THE TIME OF THE MOVEMENT (THE INVOICE COST ON A RECEIPT). *
000150* THE REFERENCE IS THE PO REFERENCE ON A RECEIPT, THE ZONE ON  *
000160* A PICK, THE COUNTER ID ON A COUNT, AND THE ACTION AND        *
000170* SOURCE SYSTEM ON A MAINTENANCE OR BACKOUT ROW.  LEDGFILE IS  *
000180* ALWAYS OPENED EXTEND AND RIDES DISP=MOD.                     *
000181* THE STAMP IS LED-MOVE-DATE AND LED-MOVE-TIME.  THE FILE IS   *
000182* NOT IN STAMP ORDER - WHITMINQ'S ONLINE ROWS FOR A DAY ARE    *
000183* APPENDED AFTER THAT NIGHT'S BATCH ROWS - SO A READER ORDERS  *
000184* ROWS BY STAMP, NEVER BY POSITION.  THE ROWS OF ONE BATCH RUN *
000185* SHARE A STAMP AND ARE WRITTEN IN ORDER.                      *
000190*-------------------------------------------------------------*
000200* DATE      INIT  DESCRIPTION                                 *
000210* 10/15/26  DLO   ORIGINAL COPYBOOK.                           *
000220* 10/15/26  DLO   THE WHITMINQ ONLINE SCREEN NOW ALSO WRITES   *
000230*                 MAINTADJ ROWS, THROUGH TD QUEUE WHLG, FOR    *
000240*                 ONLINE ADDS, CHANGES, AND DELETES THAT MOVE  *
000250*                 ON-HAND.  THE QUEUE'S DATASET IS APPENDED TO *
000260*                 LEDGFILE AHEAD OF WHSTKLED.  NO LRECL CHANGE.*
000265*                 THE FILE IS NO LONGER IN STAMP ORDER.        *
000270*-------------------------------------------------------------*
000280 01  STOCK-LEDGER-RECORD.
000290     05  LED-ITEM-NUMBER           PIC 9(05).
000300     05  LED-ITEM-DEPTNO           PIC X(03).
000310     05  LED-MOVE-DATE             PIC 9(08).
000320     05  LED-MOVE-TIME             PIC 9(08).
000330     05  LED-SOURCE-PGM            PIC X(08).
000340     05  LED-MOVE-TYPE             PIC X(08).
000350         88  LED-MOVE-RECEIPT      VALUE 'RECEIPT '.
000360         88  LED-MOVE-PICK         VALUE 'PICK    '.
000370         88  LED-MOVE-COUNTADJ     VALUE 'COUNTADJ'.
000380         88  LED-MOVE-MAINTADJ     VALUE 'MAINTADJ'.
000390         88  LED-MOVE-BACKOUT      VALUE 'BACKOUT '.
000400     05  LED-QTY-IN                PIC 9(07).
000410     05  LED-QTY-OUT               PIC 9(07).
000420     05  LED-BALANCE               PIC 9(07).
000430     05  LED-UNIT-COST             PIC 9(05)V99.
000440     05  LED-REFERENCE             PIC X(16).
