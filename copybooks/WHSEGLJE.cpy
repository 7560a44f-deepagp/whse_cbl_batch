000010*-------------------------------------------------------------*
000020* WHSEGLJE                                                     *
000030* COMMON GL JOURNAL-ENTRY ROW LAYOUT FOR THE WAREHOUSE BATCH   *
000040* SUITE - THE INVENTORY VALUE BATCH WHGLPOST HANDS TO THE      *
000050* LEDGER SYSTEM.  ONE DETAIL ROW PER DEBIT OR CREDIT LINE,     *
000060* SUMMARIZED BY COST CENTER (WIM-ITEM-DEPTNO), GL ACCOUNT, AND *
000070* MOVEMENT TYPE, THEN ONE TRAILER ROW CARRYING THE LINE COUNT  *
000080* AND THE DEBIT AND CREDIT CONTROL TOTALS.  THE BATCH DATE IS  *
000090* THE DAY OF MOVEMENTS POSTED.  A BATCH IS ONLY EVER WRITTEN   *
000100* WHEN ITS DEBITS AND CREDITS ARE EQUAL.                       *
000110*-------------------------------------------------------------*
000120* DATE      INIT  DESCRIPTION                                 *
000130* 10/15/26  DLO   ORIGINAL COPYBOOK.                           *
000140*-------------------------------------------------------------*
000150 01  GL-JOURNAL-RECORD.
000160     05  GLJ-REC-TYPE              PIC X(01).
000170         88  GLJ-REC-DETAIL        VALUE 'D'.
000180         88  GLJ-REC-TRAILER       VALUE 'T'.
000190     05  GLJ-BATCH-DATE            PIC 9(08).
000200     05  GLJ-DETAIL-AREA.
000210         10  GLJ-COST-CENTER       PIC X(03).
000220         10  GLJ-ACCOUNT           PIC X(06).
000230         10  GLJ-DR-CR             PIC X(01).
000240             88  GLJ-DEBIT         VALUE 'D'.
000250             88  GLJ-CREDIT        VALUE 'C'.
000260         10  GLJ-AMOUNT            PIC 9(11)V99.
000270         10  GLJ-MOVE-TYPE         PIC X(08).
000280         10  GLJ-DESCRIPTION       PIC X(24).
000290         10  FILLER                PIC X(16).
000300     05  GLJ-TRAILER-AREA REDEFINES GLJ-DETAIL-AREA.
000310         10  GLJ-TRL-LINE-CNT      PIC 9(07).
000320         10  GLJ-TRL-DEBIT-TOTAL   PIC 9(13)V99.
000330         10  GLJ-TRL-CREDIT-TOTAL  PIC 9(13)V99.
000340         10  FILLER                PIC X(34).
