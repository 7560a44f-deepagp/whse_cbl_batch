000210*                 MASTER (THE RECORD WAS TOUCHED SINCE THE    *
000220*                 RUN) IS COUNTED AND REPORTED AS AN ANOMALY  *
000230*                 RATHER THAN APPLIED BLIND.                  *
000231* 10/15/26  DLO   EVERY BACKED-OUT ROW THAT MOVES ON-HAND NOW *
000232*                 APPENDS A BACKOUT ROW TO THE SHARED STOCK   *
000233*                 LEDGER (LEDGFILE, COPY WHSELEDG), REVERSING *
000234*                 THE MAINTADJ ROW WHMAINT WROTE, SO THE      *
000235*                 LEDGER STILL ROLLS FORWARD TO THE MASTER    *
000236*                 AFTER A BACKOUT.                            *
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
000580*-------------------------------------------------------------*
000590     COPY WHSEITEM.
000600*
000601 FD  LEDGFILE
000602     RECORDING MODE IS F
000603     LABEL RECORDS ARE STANDARD.
000604*-------------------------------------------------------------*
000605* STOCK-LEDGER ROW - THE SHARED WHSELEDG LAYOUT, APPENDED TO  *
000606* THE ACCUMULATING LEDGER ONE ROW PER BACKED-OUT JOURNAL ROW  *
000607* THAT MOVES THE ON-HAND QUANTITY.                            *
000608*-------------------------------------------------------------*
000609     COPY WHSELEDG.
000610*
000611 WORKING-STORAGE SECTION.
000620*
000630*-------------------------------------------------------------*
000640* FILE STATUS AND SWITCHES                                     *
000690         88  JRNLFILE-STATUS-EOF VALUE '10'.
000700     05  ITEMMAST-STATUS       PIC X(02) VALUE '00'.
000710         88  ITEMMAST-STATUS-OK VALUE '00'.
000713     05  LEDGFILE-STATUS       PIC X(02) VALUE '00'.
000716         88  LEDGFILE-STATUS-OK VALUE '00'.
000720*
000730 01  WS-SWITCHES.
000740     05  WS-JRNL-EOF-SW        PIC X(01) VALUE 'N'.
000800     05  WS-ITEMMAST-OPEN-SW   PIC X(01) VALUE 'N'.
000810         88  ITEMMAST-OPEN-YES VALUE 'Y'.
000820         88  ITEMMAST-OPEN-NO  VALUE 'N'.
000822     05  WS-LEDGFILE-OPEN-SW   PIC X(01) VALUE 'N'.
000824         88  LEDGFILE-OPEN-YES VALUE 'Y'.
000826         88  LEDGFILE-OPEN-NO  VALUE 'N'.
000830     05  WS-ITEM-FOUND-SW      PIC X(01) VALUE 'N'.
000840         88  ITEM-FOUND        VALUE 'Y'.
000850         88  ITEM-NOT-FOUND    VALUE 'N'.
000950 77  WS-BAD-ACTION-CNT         PIC 9(07) COMP VALUE ZERO.
000960 77  WS-JRNL-TABLE-CNT         PIC 9(05) COMP VALUE ZERO.
000970 77  WS-JRNL-SUB               PIC S9(05) COMP VALUE ZERO.
000975 77  WS-LEDG-WRITTEN-CNT       PIC 9(07) COMP VALUE ZERO.
000980*
000990*-------------------------------------------------------------*
001000* THE RUN BEING BACKED OUT, AS STAMPED ON THE FIRST JOURNAL   *
001260 01  WS-JRNL-ITEM.
001270     05  WS-JRNL-ITEM-NUMBER   PIC 9(05).
001280     05  FILLER                PIC X(41).
001281*
001282*-------------------------------------------------------------*
001283* LEDGER WORK FIELDS - THE MASTER AS IT STOOD BEFORE AND AFTER *
001284* THE ROW WAS BACKED OUT, LAID OUT AS ITEM MASTERS SO THEIR    *
001285* ON-HAND QUANTITIES CAN BE DIFFERENCED FOR THE STOCK-LEDGER   *
001286* ROW (A BLANK IMAGE OR A NON-NUMERIC ON-HAND COUNTS AS ZERO), *
001287* THE BACKOUT RUN'S OWN DATE/TIME STAMP, AND THE REFERENCE -   *
001288* THE ACTION UNDONE AND THE DATE OF THE RUN BACKED OUT.        *
001289*-------------------------------------------------------------*
001290 01  WS-LEDG-BEFORE-ITEM.
001291     05  WS-LEDG-BEF-ITEM-NUMBER PIC 9(05).
001292     05  FILLER                  PIC X(17).
001293     05  WS-LEDG-BEF-DEPTNO      PIC X(03).
001294     05  WS-LEDG-BEF-ON-HAND     PIC 9(07).
001295     05  WS-LEDG-BEF-UNIT-COST   PIC 9(05)V99.
001296     05  FILLER                  PIC X(07).
001297 01  WS-LEDG-AFTER-ITEM.
001298     05  WS-LEDG-AFT-ITEM-NUMBER PIC 9(05).
001299     05  FILLER                  PIC X(17).
001300     05  WS-LEDG-AFT-DEPTNO      PIC X(03).
001301     05  WS-LEDG-AFT-ON-HAND     PIC 9(07).
001302     05  WS-LEDG-AFT-UNIT-COST   PIC 9(05)V99.
001303     05  FILLER                  PIC X(07).
001304 77  WS-LEDG-OLD-QTY           PIC 9(07) VALUE ZERO.
001305 77  WS-LEDG-NEW-QTY           PIC 9(07) VALUE ZERO.
001306 01  WS-LEDG-RUN-DATE          PIC 9(08) VALUE ZERO.
001307 01  WS-LEDG-RUN-TIME          PIC 9(08) VALUE ZERO.
001308 01  WS-LEDG-REFERENCE.
001309     05  WS-LEDG-REF-ACTION    PIC X(08) VALUE SPACES.
001310     05  WS-LEDG-REF-RUN-DATE  PIC 9(08) VALUE ZERO.
001311*
001312 PROCEDURE DIVISION.
001313*
001320*===============================================================
001330* 0000-INITIALIZE-PARA
001340*    MAIN DRIVER FOR THE MAINTENANCE BACKOUT RUN.  LOADS THE
001710     END-IF.
001720     SET ITEMMAST-OPEN-YES TO TRUE.
001730*
001731     OPEN EXTEND LEDGFILE.
001732     IF NOT LEDGFILE-STATUS-OK
001733         DISPLAY 'WHBKOUT - LEDGFILE OPEN FAILED, STATUS: '
001734             LEDGFILE-STATUS
001735         GO TO 9000-ABEND-PARA
001736     END-IF.
001737     SET LEDGFILE-OPEN-YES TO TRUE.
001738     ACCEPT WS-LEDG-RUN-DATE FROM DATE YYYYMMDD.
001739     ACCEPT WS-LEDG-RUN-TIME FROM TIME.
001740     MOVE WS-JRNL-RUN-DATE TO WS-LEDG-REF-RUN-DATE.
001741*
001742*    LAST ROW FIRST - THE RUN IS UNWOUND IN THE OPPOSITE
001750*    ORDER IT WAS APPLIED, SO A RECORD TOUCHED TWICE FINISHES
001760*    AT ITS OLDEST BEFORE IMAGE.
001770     PERFORM 2000-BACKOUT-ROW-PARA THRU 2000-EXIT
001800*
001810     CLOSE ITEMMAST.
001820     SET ITEMMAST-OPEN-NO TO TRUE.
001823     CLOSE LEDGFILE.
001826     SET LEDGFILE-OPEN-NO TO TRUE.
001830*
001840     PERFORM 5000-BACKOUT-REPORT-PARA THRU 5000-EXIT.
001850*
003230     END-IF.
003240     ADD 1 TO WS-ADD-BACKED-CNT.
003250*
003251     MOVE JRNL-TBL-AFTER (WS-JRNL-SUB) TO WS-LEDG-BEFORE-ITEM.
003252     MOVE SPACES TO WS-LEDG-AFTER-ITEM.
003253     MOVE 'ADD     ' TO WS-LEDG-REF-ACTION.
003254     PERFORM 2400-WRITE-LEDGER-PARA THRU 2400-EXIT.
003255*
003260 2100-EXIT.
003270     EXIT.
003280*
003660     END-IF.
003670     ADD 1 TO WS-CHG-BACKED-CNT.
003680*
003681     MOVE JRNL-TBL-AFTER (WS-JRNL-SUB) TO WS-LEDG-BEFORE-ITEM.
003682     MOVE JRNL-TBL-BEFORE (WS-JRNL-SUB) TO WS-LEDG-AFTER-ITEM.
003683     MOVE 'CHANGE  ' TO WS-LEDG-REF-ACTION.
003684     PERFORM 2400-WRITE-LEDGER-PARA THRU 2400-EXIT.
003685*
003690 2200-EXIT.
003700     EXIT.
003710*
003930     END-IF.
003940     ADD 1 TO WS-DEL-BACKED-CNT.
003950*
003951     MOVE SPACES TO WS-LEDG-BEFORE-ITEM.
003952     MOVE JRNL-TBL-BEFORE (WS-JRNL-SUB) TO WS-LEDG-AFTER-ITEM.
003953     MOVE 'DELETE  ' TO WS-LEDG-REF-ACTION.
003954     PERFORM 2400-WRITE-LEDGER-PARA THRU 2400-EXIT.
003955*
003960 2300-EXIT.
003961     EXIT.
003962*
003963*===============================================================
003964* 2400-WRITE-LEDGER-PARA
003965*    APPENDS THE STOCK-LEDGER ROW FOR THE JOURNAL ROW JUST
003966*    BACKED OUT - THE CALLER SETS THE MASTER IMAGE BEFORE AND
003967*    AFTER THE BACKOUT AND THE ACTION UNDONE.  A RISE IN
003968*    ON-HAND GOES IN, A FALL GOES OUT, AND THE BALANCE IS THE
003969*    ON-HAND THE BACKOUT LEFT (ZERO WHEN AN ADD WAS DELETED).
003970*    A ROW THAT LEAVES ON-HAND WHERE IT WAS WRITES NOTHING.
003971*===============================================================
003972 2400-WRITE-LEDGER-PARA.
003973*
003974     IF WS-LEDG-BEF-ON-HAND NUMERIC
003975         MOVE WS-LEDG-BEF-ON-HAND TO WS-LEDG-OLD-QTY
003976     ELSE
003977         MOVE ZERO TO WS-LEDG-OLD-QTY
003978     END-IF.
003979     IF WS-LEDG-AFT-ON-HAND NUMERIC
003980         MOVE WS-LEDG-AFT-ON-HAND TO WS-LEDG-NEW-QTY
003981     ELSE
003982         MOVE ZERO TO WS-LEDG-NEW-QTY
003983     END-IF.
003984     IF WS-LEDG-NEW-QTY = WS-LEDG-OLD-QTY
003985         GO TO 2400-EXIT
003986     END-IF.
003987*
003988     IF WS-LEDG-AFTER-ITEM = SPACES
003989         MOVE WS-LEDG-BEF-ITEM-NUMBER TO LED-ITEM-NUMBER
003990         MOVE WS-LEDG-BEF-DEPTNO      TO LED-ITEM-DEPTNO
003991         MOVE WS-LEDG-BEF-UNIT-COST   TO LED-UNIT-COST
003992     ELSE
003993         MOVE WS-LEDG-AFT-ITEM-NUMBER TO LED-ITEM-NUMBER
003994         MOVE WS-LEDG-AFT-DEPTNO      TO LED-ITEM-DEPTNO
003995         MOVE WS-LEDG-AFT-UNIT-COST   TO LED-UNIT-COST
003996     END-IF.
003997     IF LED-UNIT-COST NOT NUMERIC
003998         MOVE ZERO TO LED-UNIT-COST
003999     END-IF.
004000*
004001     MOVE WS-LEDG-RUN-DATE    TO LED-MOVE-DATE.
004002     MOVE WS-LEDG-RUN-TIME    TO LED-MOVE-TIME.
004003     MOVE 'WHBKOUT '          TO LED-SOURCE-PGM.
004004     SET LED-MOVE-BACKOUT     TO TRUE.
004005     IF WS-LEDG-NEW-QTY > WS-LEDG-OLD-QTY
004006         COMPUTE LED-QTY-IN = WS-LEDG-NEW-QTY - WS-LEDG-OLD-QTY
004007         MOVE ZERO TO LED-QTY-OUT
004008     ELSE
004009         MOVE ZERO TO LED-QTY-IN
004010         COMPUTE LED-QTY-OUT = WS-LEDG-OLD-QTY - WS-LEDG-NEW-QTY
004011     END-IF.
004012     MOVE WS-LEDG-NEW-QTY     TO LED-BALANCE.
004013     MOVE WS-LEDG-REFERENCE   TO LED-REFERENCE.
004014     WRITE STOCK-LEDGER-RECORD.
004015     IF NOT LEDGFILE-STATUS-OK
004016         DISPLAY 'WHBKOUT - LEDGFILE WRITE FAILED, STATUS: '
004017             LEDGFILE-STATUS
004018         GO TO 9000-ABEND-PARA
004019     END-IF.
004020     ADD 1 TO WS-LEDG-WRITTEN-CNT.
004021*
004022 2400-EXIT.
004023     EXIT.
004024*
004025*===============================================================
004026* 5000-BACKOUT-REPORT-PARA
004027*    END-OF-RUN BACKOUT-TOTAL REPORT TO SYSOUT.
004028*===============================================================
004030 5000-BACKOUT-REPORT-PARA.
004040*
004050     DISPLAY ' '.
004140     DISPLAY 'DELETES RESTORED. . . . : ' WS-DEL-BACKED-CNT.
004150     DISPLAY 'ANOMALIES . . . . . . . : ' WS-ANOMALY-CNT.
004160     DISPLAY 'BAD ACTION CODES. . . . : ' WS-BAD-ACTION-CNT.
004165     DISPLAY 'LEDGER ROWS WRITTEN . . : ' WS-LEDG-WRITTEN-CNT.
004170     DISPLAY '======================================'.
004180*
004190 5000-EXIT.
004360     IF ITEMMAST-OPEN-YES
004370         CLOSE ITEMMAST
004380     END-IF.
004382     IF LEDGFILE-OPEN-YES
004384         CLOSE LEDGFILE
004386     END-IF.
004390*
004400     MOVE 16 TO RETURN-CODE.
004410     GO TO 9999-END-PARA.
