000010*-------------------------------------------------------------*
000020* WHSEVEND                                                     *
000030* COMMON VENDOR-MASTER LAYOUT FOR THE WAREHOUSE BATCH SUITE.   *
000040* ONE RECORD PER SUPPLIER ON THE VENDMAST KSDS, KEYED BY       *
000050* VND-VENDOR-NUMBER, CARRYING THE LEAD TIME IN CALENDAR DAYS   *
000060* AND THE SMALLEST QUANTITY THE VENDOR WILL SHIP ON ONE PO     *
000070* LINE.  SHARED BY ANY PROGRAM THAT READS OR BUILDS A VENDOR   *
000080* RECORD.                                                      *
000090*-------------------------------------------------------------*
000100* DATE      INIT  DESCRIPTION                                 *
000110* 10/15/26  DLO   ORIGINAL COPYBOOK.                           *
000120*-------------------------------------------------------------*
000130 01  VENDOR-MASTER-RECORD.
000140     05  VND-VENDOR-NUMBER         PIC 9(05).
000150     05  VND-VENDOR-NAME           PIC X(30).
000160     05  VND-LEAD-DAYS             PIC 9(03).
000170     05  VND-MIN-ORDER-QTY         PIC 9(07).
