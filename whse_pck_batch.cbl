000210*                 NOT APPLIED.  KEEPS THE MASTER IN STEP WITH *
000220*                 THE FLOOR SO THE REPLENISHMENT MATH CAN BE  *
000230*                 TRUSTED.                                    *
000231* 10/15/26  DLO   EVERY APPLIED PICK NOW ALSO APPENDS A PICK  *
000232*                 ROW TO THE SHARED STOCK LEDGER (LEDGFILE,   *
000233*                 COPY WHSELEDG) - QUANTITY OUT, THE ON-HAND  *
000234*                 LEFT ON THE MASTER, AND THE ZONE AS THE     *
000235*                 REFERENCE - FOR THE WHSTKLED ROLL-FORWARD.  *
000240*-------------------------------------------------------------*
000250*
000260 ENVIRONMENT DIVISION.
000380         ACCESS IS RANDOM
000390         RECORD KEY IS WIM-ITEM-NUMBER
000400         FILE STATUS IS ITEMMAST-STATUS.
000402     SELECT LEDGFILE ASSIGN TO LEDGFILE
000404         ORGANIZATION IS SEQUENTIAL
000406         ACCESS IS SEQUENTIAL
000408         FILE STATUS IS LEDGFILE-STATUS.
000410*
000420 DATA DIVISION.
000430 FILE SECTION.
000660*-------------------------------------------------------------*
000670     COPY WHSEITEM.
000680*
000681 FD  LEDGFILE
000682     RECORDING MODE IS F
000683     LABEL RECORDS ARE STANDARD.
000684*-------------------------------------------------------------*
000685* STOCK-LEDGER ROW - THE SHARED WHSELEDG LAYOUT, APPENDED TO  *
000686* THE ACCUMULATING LEDGER ONE ROW PER APPLIED PICK.           *
000687*-------------------------------------------------------------*
000688     COPY WHSELEDG.
000689*
000690 WORKING-STORAGE SECTION.
000700*
000710*-------------------------------------------------------------*
000770         88  PICKCONF-STATUS-EOF VALUE '10'.
000780     05  ITEMMAST-STATUS       PIC X(02) VALUE '00'.
000790         88  ITEMMAST-STATUS-OK VALUE '00'.
000793     05  LEDGFILE-STATUS       PIC X(02) VALUE '00'.
000796         88  LEDGFILE-STATUS-OK VALUE '00'.
000800*
000810 01  WS-SWITCHES.
000820     05  WS-PICKCONF-EOF-SW    PIC X(01) VALUE 'N'.
000880     05  WS-ITEMMAST-OPEN-SW   PIC X(01) VALUE 'N'.
000890         88  ITEMMAST-OPEN-YES VALUE 'Y'.
000900         88  ITEMMAST-OPEN-NO  VALUE 'N'.
000902     05  WS-LEDGFILE-OPEN-SW   PIC X(01) VALUE 'N'.
000904         88  LEDGFILE-OPEN-YES VALUE 'Y'.
000906         88  LEDGFILE-OPEN-NO  VALUE 'N'.
000910     05  WS-ITEM-FOUND-SW      PIC X(01) VALUE 'N'.
000920         88  ITEM-FOUND        VALUE 'Y'.
000930         88  ITEM-NOT-FOUND    VALUE 'N'.
001030 77  WS-NOITEM-CNT             PIC 9(07) COMP VALUE ZERO.
001040 77  WS-BADCARD-CNT            PIC 9(07) COMP VALUE ZERO.
001050 77  WS-BADMAST-CNT            PIC 9(07) COMP VALUE ZERO.
001051 77  WS-LEDG-WRITTEN-CNT       PIC 9(07) COMP VALUE ZERO.
001052*
001053*-------------------------------------------------------------*
001054* LEDGER RUN STAMP - THE RUN DATE/TIME CARRIED ON EVERY STOCK- *
001055* LEDGER ROW THIS RUN WRITES.                                  *
001056*-------------------------------------------------------------*
001057 01  WS-LEDG-RUN-DATE          PIC 9(08) VALUE ZERO.
001058 01  WS-LEDG-RUN-TIME          PIC 9(08) VALUE ZERO.
001060*
001070 PROCEDURE DIVISION.
001080*
001090*===============================================================
001100* 0000-INITIALIZE-PARA
001110*    MAIN DRIVER FOR THE PICK-CONFIRMATION UPLOAD RUN.  OPENS
001120*    PICKCONF, ITEMMAST, AND THE STOCK LEDGER, RELIEVES THE
001130*    MASTER BY EVERY CONFIRMED PICK, AND FINISHES WITH THE
001140*    UPLOAD-TOTAL REPORT TO SYSOUT.
001150*===============================================================
001160 0000-INITIALIZE-PARA.
001170*
001300         GO TO 9000-ABEND-PARA
001310     END-IF.
001320     SET ITEMMAST-OPEN-YES TO TRUE.
001321*
001322     OPEN EXTEND LEDGFILE.
001323     IF NOT LEDGFILE-STATUS-OK
001324         DISPLAY 'WHPICKUP - LEDGFILE OPEN FAILED, STATUS: '
001325             LEDGFILE-STATUS
001326         GO TO 9000-ABEND-PARA
001327     END-IF.
001328     SET LEDGFILE-OPEN-YES TO TRUE.
001329     ACCEPT WS-LEDG-RUN-DATE FROM DATE YYYYMMDD.
001330     ACCEPT WS-LEDG-RUN-TIME FROM TIME.
001331*
001340     READ PICKCONF
001350         AT END
001360             SET PICKCONF-EOF-YES TO TRUE
001500     SET PICKCONF-OPEN-NO TO TRUE.
001510     CLOSE ITEMMAST.
001520     SET ITEMMAST-OPEN-NO TO TRUE.
001523     CLOSE LEDGFILE.
001526     SET LEDGFILE-OPEN-NO TO TRUE.
001530*
001540     PERFORM 5000-UPLOAD-REPORT-PARA THRU 5000-EXIT.
001550*
002870     IF PCK-IS-SHORT
002880         ADD 1 TO WS-SHORT-PICK-CNT
002890     END-IF.
002895     PERFORM 2300-WRITE-LEDGER-PARA THRU 2300-EXIT.
002900*
002910     DISPLAY 'PICK ITEM ' PCK-ITEM-NUMBER
002920         ' ZONE ' PCK-ZONE
002940         ' ON HAND NOW ' WIM-ON-HAND-QTY.
002950*
002960 2200-EXIT.
002961     EXIT.
002962*
002963*===============================================================
002964* 2300-WRITE-LEDGER-PARA
002965*    APPENDS THE STOCK-LEDGER ROW FOR THE PICK JUST APPLIED -
002966*    THE QUANTITY PICKED GOES OUT AND THE BALANCE IS THE
002967*    ON-HAND THE REWRITE LEFT ON THE MASTER.
002968*===============================================================
002969 2300-WRITE-LEDGER-PARA.
002970*
002971     MOVE WIM-ITEM-NUMBER  TO LED-ITEM-NUMBER.
002972     MOVE WIM-ITEM-DEPTNO  TO LED-ITEM-DEPTNO.
002973     MOVE WS-LEDG-RUN-DATE TO LED-MOVE-DATE.
002974     MOVE WS-LEDG-RUN-TIME TO LED-MOVE-TIME.
002975     MOVE 'WHPICKUP'       TO LED-SOURCE-PGM.
002976     SET LED-MOVE-PICK     TO TRUE.
002977     MOVE ZERO             TO LED-QTY-IN.
002978     MOVE PCK-PICKED-QTY   TO LED-QTY-OUT.
002979     MOVE WIM-ON-HAND-QTY  TO LED-BALANCE.
002980     IF WIM-UNIT-COST NUMERIC
002981         MOVE WIM-UNIT-COST TO LED-UNIT-COST
002982     ELSE
002983         MOVE ZERO TO LED-UNIT-COST
002984     END-IF.
002985     MOVE PCK-ZONE         TO LED-REFERENCE.
002986     WRITE STOCK-LEDGER-RECORD.
002987     IF NOT LEDGFILE-STATUS-OK
002988         DISPLAY 'WHPICKUP - LEDGFILE WRITE FAILED, STATUS: '
002989             LEDGFILE-STATUS
002990         GO TO 9000-ABEND-PARA
002991     END-IF.
002992     ADD 1 TO WS-LEDG-WRITTEN-CNT.
002993*
002994 2300-EXIT.
002995     EXIT.
002996*
002997*===============================================================
003000* 5000-UPLOAD-REPORT-PARA
003010*    END-OF-RUN UPLOAD-TOTAL REPORT TO SYSOUT.  GIVES OPS THE
003020*    APPLIED AND EXCEPTION COUNTS TO RECONCILE AGAINST THE
003160     DISPLAY 'ITEMS NOT ON MASTER . . : ' WS-NOITEM-CNT.
003170     DISPLAY 'PICK RECORDS NOT NUMERIC: ' WS-BADCARD-CNT.
003180     DISPLAY 'MASTER ON-HAND NOT NUM. : ' WS-BADMAST-CNT.
003185     DISPLAY 'LEDGER ROWS WRITTEN . . : ' WS-LEDG-WRITTEN-CNT.
003190     DISPLAY '======================================'.
003200*
003210 5000-EXIT.
003230*
003240*===============================================================
003250* 9000-ABEND-PARA
003260*    COMMON FILE-ERROR EXIT.  ANY OPEN, READ, REWRITE, OR
003270*    WRITE THAT COMES BACK WITH A BAD STATUS LANDS HERE.
003280*    CLOSES EVERY FILE THAT IS STILL OPEN, SETS A NON-ZERO
003290*    RETURN CODE, AND ENDS THE RUN.
003300*===============================================================
003310 9000-ABEND-PARA.
003320*
003380     IF ITEMMAST-OPEN-YES
003390         CLOSE ITEMMAST
003400     END-IF.
003402     IF LEDGFILE-OPEN-YES
003404         CLOSE LEDGFILE
003406     END-IF.
003410*
003420     MOVE 16 TO RETURN-CODE.
003430     GO TO 9999-END-PARA.
