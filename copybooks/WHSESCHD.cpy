000010*-------------------------------------------------------------*
000020* WHSESCHD                                                     *
000030* COMMON CYCLE-COUNT SCHEDULE ROW LAYOUT FOR THE WAREHOUSE     *
000040* BATCH SUITE - THE STATE WHABCSCH CARRIES FROM ONE WEEKLY RUN *
000050* TO THE NEXT, ONE ROW PER ITEM ON THE MASTER IN ITEM-NUMBER   *
000060* ORDER.  IT HOLDS THE ITEM'S ABC CLASS, THE DATE IT WAS LAST  *
000070* PHYSICALLY COUNTED, ITS PICK QUANTITY OVER THE LAST 52 WEEKS *
000080* (A PLAIN SUM UNTIL THE ITEM HAS 52 WEEKS ON FILE, THEN       *
000090* ROLLED FORWARD AT 51/52 OF THE OLD FIGURE PLUS THE NEW WEEK) *
000100* AND THE ANNUAL VALUE MOVED THAT IMPLIES AT CURRENT COST, AND *
000110* WHETHER IT HAS BEEN SHORT-PICKED SINCE ITS LAST COUNT.       *
000120* SCH-RUN-DATE IS THE RUN THAT WROTE THE ROW.  LRECL 48.       *
000130*-------------------------------------------------------------*
000140* DATE      INIT  DESCRIPTION                                 *
000150* 10/15/26  DLO   ORIGINAL COPYBOOK.                           *
000160*-------------------------------------------------------------*
000170 01  COUNT-SCHEDULE-RECORD.
000180     05  SCH-ITEM-NUMBER           PIC 9(05).
000190     05  SCH-ABC-CLASS             PIC X(01).
000200         88  SCH-CLASS-A           VALUE 'A'.
000210         88  SCH-CLASS-B           VALUE 'B'.
000220         88  SCH-CLASS-C           VALUE 'C'.
000230     05  SCH-LAST-COUNT-DATE       PIC 9(08).
000240     05  SCH-WEEKS-ON-FILE         PIC 9(03).
000250     05  SCH-PICK-QTY              PIC 9(09).
000260     05  SCH-ANNUAL-VALUE          PIC 9(11)V99.
000270     05  SCH-SHORT-SW              PIC X(01).
000280         88  SCH-SHORT-SINCE-COUNT VALUE 'Y'.
000290     05  SCH-RUN-DATE              PIC 9(08).
