000010*-------------------------------------------------------------*
000020* WHSEIVND                                                     *
000030* COMMON ITEM-TO-VENDOR ASSIGNMENT LAYOUT FOR THE WAREHOUSE    *
000040* BATCH SUITE.  ONE RECORD PER SOURCED ITEM ON THE ITEMVEND    *
000050* KSDS, KEYED BY IVA-ITEM-NUMBER, NAMING THE VENDOR THAT       *
000060* SUPPLIES THE ITEM AND THE VENDOR'S OWN CATALOG NUMBER FOR    *
000070* IT.  AN ITEM WITH NO RECORD HERE HAS NO VENDOR ASSIGNED.     *
000080*-------------------------------------------------------------*
000090* DATE      INIT  DESCRIPTION                                 *
000100* 10/15/26  DLO   ORIGINAL COPYBOOK.                           *
000110*-------------------------------------------------------------*
000120 01  ITEM-VENDOR-RECORD.
000130     05  IVA-ITEM-NUMBER           PIC 9(05).
000140     05  IVA-VENDOR-NUMBER         PIC 9(05).
000150     05  IVA-VENDOR-ITEM           PIC X(15).
