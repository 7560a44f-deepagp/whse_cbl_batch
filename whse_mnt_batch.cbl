000700*                 FOR WHBKOUT TO UNWIND.  CHKPFILE ALONE       *
000710*                 RIDES DISP=MOD (ALWAYS EXTEND, ENDRUN        *
000720*                 SENTINEL).                                   *
000721* 10/15/26  DLO   EVERY JOURNALED ADD, CHANGE, OR DELETE THAT  *
000722*                 MOVES WIM-ON-HAND-QTY NOW ALSO APPENDS A     *
000723*                 MAINTADJ ROW TO THE SHARED STOCK LEDGER      *
000724*                 (LEDGFILE, COPY WHSELEDG) - THE ON-HAND      *
000725*                 DIFFERENCE BETWEEN THE BEFORE AND AFTER      *
000726*                 IMAGES IN OR OUT, THE NEW BALANCE, AND THE   *
000727*                 ACTION AND SOURCE SYSTEM AS THE REFERENCE -  *
000728*                 FOR THE WHSTKLED ROLL-FORWARD.  UNLIKE THE   *
000729*                 JOURNAL, LEDGFILE IS ALWAYS OPENED EXTEND    *
000730*                 AND RIDES DISP=MOD.                          *
000731* 10/15/26  DLO   JOURNAL ROWS NOW CARRY JRN-USER-ID (WHSEJRNL *
000732*                 GREW TO 117 BYTES) - 'WHMAINT' ON EVERY ROW  *
000733*                 THIS RUN WRITES, SO BATCH CHANGES STAND      *
000734*                 APART FROM THE WHITMINQ ONLINE SCREEN'S.     *
000735*-------------------------------------------------------------*
000740*
000750 ENVIRONMENT DIVISION.
000760 CONFIGURATION SECTION.
000950         ORGANIZATION IS SEQUENTIAL
000960         ACCESS IS SEQUENTIAL
000970         FILE STATUS IS CHKPFILE-STATUS.
000972     SELECT LEDGFILE ASSIGN TO LEDGFILE
000974         ORGANIZATION IS SEQUENTIAL
000976         ACCESS IS SEQUENTIAL
000978         FILE STATUS IS LEDGFILE-STATUS.
000980*
000990 DATA DIVISION.
001000 FILE SECTION.
001780     05  CHK-HDR-SOURCE        PIC X(08).
001790     05  CHK-DETAIL-SEQ        PIC 9(07).
001800*
001801 FD  LEDGFILE
001802     RECORDING MODE IS F
001803     LABEL RECORDS ARE STANDARD.
001804*-------------------------------------------------------------*
001805* STOCK-LEDGER ROW - THE SHARED WHSELEDG LAYOUT, APPENDED TO  *
001806* THE ACCUMULATING LEDGER ONE ROW PER APPLIED TRANSACTION     *
001807* THAT MOVES THE ON-HAND QUANTITY.                            *
001808*-------------------------------------------------------------*
001809     COPY WHSELEDG.
001810*
001811 WORKING-STORAGE SECTION.
001820*
001830*-------------------------------------------------------------*
001840* TRANSACTION VIEW OF THE CURRENT FILEN RECORD                 *
002020         88  CHKPFILE-STATUS-OK VALUE '00'.
002030         88  CHKPFILE-STATUS-EOF VALUE '10'.
002040         88  CHKPFILE-NOT-FOUND VALUE '35'.
002043     05  LEDGFILE-STATUS       PIC X(02) VALUE '00'.
002046         88  LEDGFILE-STATUS-OK VALUE '00'.
002050*
002060 01  WS-SWITCHES.
002070     05  WS-FILEN-EOF-SW       PIC X(01) VALUE 'N'.
002220     05  WS-CHKPFILE-OPEN-SW   PIC X(01) VALUE 'N'.
002230         88  CHKPFILE-OPEN-YES VALUE 'Y'.
002240         88  CHKPFILE-OPEN-NO  VALUE 'N'.
002242     05  WS-LEDGFILE-OPEN-SW   PIC X(01) VALUE 'N'.
002244         88  LEDGFILE-OPEN-YES VALUE 'Y'.
002246         88  LEDGFILE-OPEN-NO  VALUE 'N'.
002250     05  WS-CHKP-EOF-SW        PIC X(01) VALUE 'N'.
002260         88  CHKP-EOF-YES      VALUE 'Y'.
002270         88  CHKP-EOF-NO       VALUE 'N'.
003220 01  WS-JRNL-AFTER-IMAGE       PIC X(46) VALUE SPACES.
003230*
003240*-------------------------------------------------------------*
003241* LEDGER WORK FIELDS - THE JOURNAL'S BEFORE AND AFTER IMAGES  *
003242* LAID OUT AS ITEM MASTERS SO THEIR ON-HAND QUANTITIES CAN BE *
003243* DIFFERENCED FOR THE STOCK-LEDGER ROW.  A BLANK IMAGE (THE   *
003244* BEFORE SIDE OF AN ADD, THE AFTER SIDE OF A DELETE) OR A     *
003245* NON-NUMERIC ON-HAND COUNTS AS ZERO.                         *
003246*-------------------------------------------------------------*
003247 01  WS-LEDG-BEFORE-ITEM.
003248     05  WS-LEDG-BEF-ITEM-NUMBER PIC 9(05).
003249     05  FILLER                  PIC X(17).
003250     05  WS-LEDG-BEF-DEPTNO      PIC X(03).
003251     05  WS-LEDG-BEF-ON-HAND     PIC 9(07).
003252     05  WS-LEDG-BEF-UNIT-COST   PIC 9(05)V99.
003253     05  FILLER                  PIC X(07).
003254 01  WS-LEDG-AFTER-ITEM.
003255     05  WS-LEDG-AFT-ITEM-NUMBER PIC 9(05).
003256     05  FILLER                  PIC X(17).
003257     05  WS-LEDG-AFT-DEPTNO      PIC X(03).
003258     05  WS-LEDG-AFT-ON-HAND     PIC 9(07).
003259     05  WS-LEDG-AFT-UNIT-COST   PIC 9(05)V99.
003260     05  FILLER                  PIC X(07).
003261 77  WS-LEDG-OLD-QTY           PIC 9(07) VALUE ZERO.
003262 77  WS-LEDG-NEW-QTY           PIC 9(07) VALUE ZERO.
003263 01  WS-LEDG-REFERENCE.
003264     05  WS-LEDG-REF-ACTION    PIC X(08) VALUE SPACES.
003265     05  WS-LEDG-REF-SOURCE    PIC X(08) VALUE SPACES.
003266 77  WS-LEDG-WRITTEN-CNT       PIC 9(07) COMP VALUE ZERO.
003267*
003268*-------------------------------------------------------------*
003269* FILE HEADER FIELDS CAPTURED FROM THE FILEN HDR RECORD        *
003270*-------------------------------------------------------------*
003271 01  WS-FILEN-HEADER.
003280     05  WS-FILEN-HDR-DATE     PIC 9(08) VALUE ZERO.
003290     05  WS-FILEN-HDR-SOURCE   PIC X(08) VALUE SPACES.
003300*
003330*===============================================================
003340* 0000-INITIALIZE-PARA
003350*    MAIN DRIVER FOR THE ITEM-MASTER MAINTENANCE RUN.  OPENS
003360*    THE FILES, APPLIES EVERY FILEN TRANSACTION TO THE
003370*    MASTER, BALANCES THE FILE HEADER AND TRAILER, AND FINISHES
003380*    WITH THE MAINTENANCE-TOTAL REPORT TO SYSOUT.
003390*===============================================================
003730         GO TO 9000-ABEND-PARA
003740     END-IF.
003750     SET CHKPFILE-OPEN-YES TO TRUE.
003751*
003752     OPEN EXTEND LEDGFILE.
003753     IF NOT LEDGFILE-STATUS-OK
003754         DISPLAY 'WHMAINT - LEDGFILE OPEN FAILED, STATUS: '
003755             LEDGFILE-STATUS
003756         GO TO 9000-ABEND-PARA
003757     END-IF.
003758     SET LEDGFILE-OPEN-YES TO TRUE.
003760*
003770*    A RESTART EXTENDS THE FAILED ATTEMPT'S JOURNAL SO WHBKOUT
003780*    CAN UNWIND BOTH ATTEMPTS AS ONE LOGICAL RUN, LAST ROW
004400     SET JRNLFILE-OPEN-NO TO TRUE.
004410     CLOSE CHKPFILE.
004420     SET CHKPFILE-OPEN-NO TO TRUE.
004423     CLOSE LEDGFILE.
004426     SET LEDGFILE-OPEN-NO TO TRUE.
004430*
004440     PERFORM 5000-MAINT-REPORT-PARA THRU 5000-EXIT.
004450*
009570* 2800-WRITE-JOURNAL-PARA
009580*    WRITES THE JOURNAL ROW FOR THE TRANSACTION JUST APPLIED -
009590*    THE CALLER SETS THE BEFORE AND AFTER IMAGES, THE ACTION
009596*    CODE COMES STRAIGHT OFF THE TRANSACTION.  THE SAME IMAGES
009602*    THEN DRIVE THE STOCK-LEDGER ROW.
009610*===============================================================
009620 2800-WRITE-JOURNAL-PARA.
009630*
009660     MOVE WIT-ACTION-CODE      TO JRN-ACTION-CODE.
009670     MOVE WS-JRNL-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
009680     MOVE WS-JRNL-AFTER-IMAGE  TO JRN-AFTER-IMAGE.
009685     MOVE 'WHMAINT '           TO JRN-USER-ID.
009690     WRITE JOURNAL-RECORD.
009700     IF NOT JRNLFILE-STATUS-OK
009710         DISPLAY 'WHMAINT - JRNLFILE WRITE FAILED, STATUS: '
009740     END-IF.
009750     ADD 1 TO WS-JRNL-WRITTEN-CNT.
009760*
009763     PERFORM 2850-WRITE-LEDGER-PARA THRU 2850-EXIT.
009766*
009770 2800-EXIT.
009771     EXIT.
009772*
009773*===============================================================
009774* 2850-WRITE-LEDGER-PARA
009775*    APPENDS THE STOCK-LEDGER ROW FOR THE TRANSACTION JUST
009776*    JOURNALED, FROM THE SAME BEFORE AND AFTER IMAGES - A RISE
009777*    IN ON-HAND GOES IN, A FALL GOES OUT, AND THE BALANCE IS
009778*    THE AFTER IMAGE'S ON-HAND (ZERO FOR A DELETE).  A CHANGE
009779*    THAT LEAVES ON-HAND WHERE IT WAS IS NOT A STOCK MOVEMENT
009780*    AND WRITES NOTHING.
009781*===============================================================
009782 2850-WRITE-LEDGER-PARA.
009783*
009784     MOVE WS-JRNL-BEFORE-IMAGE TO WS-LEDG-BEFORE-ITEM.
009785     MOVE WS-JRNL-AFTER-IMAGE  TO WS-LEDG-AFTER-ITEM.
009786     IF WS-LEDG-BEF-ON-HAND NUMERIC
009787         MOVE WS-LEDG-BEF-ON-HAND TO WS-LEDG-OLD-QTY
009788     ELSE
009789         MOVE ZERO TO WS-LEDG-OLD-QTY
009790     END-IF.
009791     IF WS-LEDG-AFT-ON-HAND NUMERIC
009792         MOVE WS-LEDG-AFT-ON-HAND TO WS-LEDG-NEW-QTY
009793     ELSE
009794         MOVE ZERO TO WS-LEDG-NEW-QTY
009795     END-IF.
009796     IF WS-LEDG-NEW-QTY = WS-LEDG-OLD-QTY
009797         GO TO 2850-EXIT
009798     END-IF.
009799*
009800     MOVE WIT-ITEM-NUMBER TO LED-ITEM-NUMBER.
009801     EVALUATE TRUE
009802         WHEN WIT-ACTION-ADD
009803             MOVE 'ADD     ' TO WS-LEDG-REF-ACTION
009804         WHEN WIT-ACTION-CHANGE
009805             MOVE 'CHANGE  ' TO WS-LEDG-REF-ACTION
009806         WHEN OTHER
009807             MOVE 'DELETE  ' TO WS-LEDG-REF-ACTION
009808     END-EVALUATE.
009809     IF WIT-ACTION-DELETE
009810         MOVE WS-LEDG-BEF-DEPTNO    TO LED-ITEM-DEPTNO
009811         MOVE WS-LEDG-BEF-UNIT-COST TO LED-UNIT-COST
009812     ELSE
009813         MOVE WS-LEDG-AFT-DEPTNO    TO LED-ITEM-DEPTNO
009814         MOVE WS-LEDG-AFT-UNIT-COST TO LED-UNIT-COST
009815     END-IF.
009816     IF LED-UNIT-COST NOT NUMERIC
009817         MOVE ZERO TO LED-UNIT-COST
009818     END-IF.
009819     IF SET-OPEN-YES
009820         MOVE WS-FILEN-HDR-SOURCE TO WS-LEDG-REF-SOURCE
009821     ELSE
009822         MOVE SPACES TO WS-LEDG-REF-SOURCE
009823     END-IF.
009824*
009825     MOVE WS-JRNL-RUN-DATE    TO LED-MOVE-DATE.
009826     MOVE WS-JRNL-RUN-TIME    TO LED-MOVE-TIME.
009827     MOVE 'WHMAINT '          TO LED-SOURCE-PGM.
009828     SET LED-MOVE-MAINTADJ    TO TRUE.
009829     IF WS-LEDG-NEW-QTY > WS-LEDG-OLD-QTY
009830         COMPUTE LED-QTY-IN = WS-LEDG-NEW-QTY - WS-LEDG-OLD-QTY
009831         MOVE ZERO TO LED-QTY-OUT
009832     ELSE
009833         MOVE ZERO TO LED-QTY-IN
009834         COMPUTE LED-QTY-OUT = WS-LEDG-OLD-QTY - WS-LEDG-NEW-QTY
009835     END-IF.
009836     MOVE WS-LEDG-NEW-QTY     TO LED-BALANCE.
009837     MOVE WS-LEDG-REFERENCE   TO LED-REFERENCE.
009838     WRITE STOCK-LEDGER-RECORD.
009839     IF NOT LEDGFILE-STATUS-OK
009840         DISPLAY 'WHMAINT - LEDGFILE WRITE FAILED, STATUS: '
009841             LEDGFILE-STATUS
009842         GO TO 9000-ABEND-PARA
009843     END-IF.
009844     ADD 1 TO WS-LEDG-WRITTEN-CNT.
009845*
009846 2850-EXIT.
009847     EXIT.
009848*
009849*===============================================================
009850* 2900-WRITE-CHECKPOINT-PARA
009851*    WRITES ONE CHECKPOINT ROW - THE CALLER SETS THE TYPE IN
009852*    WS-CHKP-TYPE, THE SET IDENTITY AND DETAIL SEQUENCE COME
009853*    FROM THE CURRENT SET'S FIELDS.
009854*===============================================================
009860 2900-WRITE-CHECKPOINT-PARA.
009870*
009880     MOVE WS-CHKP-TYPE        TO CHK-TYPE.
010470     DISPLAY 'DELETES TO MISSING. . . : ' WS-DEL-MISSING-CNT.
010480     DISPLAY 'BAD ACTION CODES. . . . : ' WS-BAD-ACTION-CNT.
010490     DISPLAY 'JOURNAL ROWS WRITTEN. . : ' WS-JRNL-WRITTEN-CNT.
010495     DISPLAY 'LEDGER ROWS WRITTEN . . : ' WS-LEDG-WRITTEN-CNT.
010500     DISPLAY 'CHECKPOINT ROWS WRITTEN : ' WS-CHKP-WRITTEN-CNT.
010510     DISPLAY 'TRANS SKIPPED (RESTART) : ' WS-SKIPPED-CNT.
010520*
010990     IF CHKPFILE-OPEN-YES
011000         CLOSE CHKPFILE
011010     END-IF.
011012     IF LEDGFILE-OPEN-YES
011014         CLOSE LEDGFILE
011016     END-IF.
011020*
011030     MOVE 16 TO RETURN-CODE.
011040     GO TO 9999-END-PARA.
