000010*-------------------------------------------------------------*
000020* WHSESNAP                                                     *
000030* COMMON MONTH-END SNAPSHOT ROW LAYOUT FOR THE WAREHOUSE       *
000040* BATCH SUITE.  THE PERIOD-CLOSE RUN WHSNAPSH APPENDS ONE ROW  *
000050* PER ITEMMAST RECORD TO THE SHARED, ACCUMULATING SNAPHIST     *
000060* FILE - THE SNAPSHOT (PERIOD-END) DATE, THE FULL              *
000070* WHSE-ITEM-MASTER IMAGE AS IT STOOD, THE WAREHOUSE ZONE (THE  *
000080* DEPT LOCATION) THE ITEM'S DEPARTMENT WAS IN AT THE TIME, AND *
000090* ITS EXTENDED VALUE (ON-HAND X UNIT COST).  ONE SNAPSHOT DATE *
000100* IS WRITTEN ONCE ONLY.  WHSNPCMP READS THIS LAYOUT TO COMPARE *
000110* ANY TWO SNAPSHOTS.  SNAPHIST IS ALWAYS OPENED EXTEND BY THE  *
000120* WRITER AND RIDES DISP=MOD.  LRECL 84.                        *
000130*-------------------------------------------------------------*
000140* DATE      INIT  DESCRIPTION                                 *
000150* 10/15/26  DLO   ORIGINAL COPYBOOK.                           *
000160*-------------------------------------------------------------*
000170 01  SNAPSHOT-RECORD.
000180     05  SNP-SNAP-DATE             PIC 9(08).
000190     05  SNP-ITEM-IMAGE.
000200         10  SNP-ITEM-NUMBER       PIC 9(05).
000210         10  SNP-ITEM-DESC         PIC X(14).
000220         10  SNP-ITEM-CLASS        PIC X(03).
000230         10  SNP-ITEM-DEPTNO       PIC X(03).
000240         10  SNP-ON-HAND-QTY       PIC 9(07).
000250         10  SNP-UNIT-COST         PIC 9(05)V99.
000260         10  SNP-REORDER-POINT     PIC 9(07).
000270     05  SNP-WHSE-ZONE             PIC X(16).
000280     05  SNP-EXT-VALUE             PIC 9(12)V99.
