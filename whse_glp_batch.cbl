000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WHGLPOST.
000030 AUTHOR. D-L-OKAFOR.
000040 INSTALLATION. WHSE-DIST-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-------------------------------------------------------------*
000090* MODIFICATION HISTORY                                        *
000100*-------------------------------------------------------------*
000110* DATE      INIT  DESCRIPTION                                 *
000120* 10/15/26  DLO   ORIGINAL PROGRAM.  GL POSTING INTERFACE FOR *
000130*                 INVENTORY VALUE MOVEMENTS.  TAKES THE DAY'S *
000140*                 ROWS OFF THE SHARED STOCK LEDGER (LEDGFILE, *
000150*                 COPY WHSELEDG) - PICK RELIEF (COST OF GOODS *
000160*                 ISSUED), APPLIED COUNT VARIANCES (SHRINK    *
000170*                 AND OVERAGE), AND RECEIPTS - VALUES EACH AT *
000180*                 THE UNIT COST THE ROW CARRIES, AND          *
000190*                 SUMMARIZES THEM BY COST CENTER              *
000200*                 (WIM-ITEM-DEPTNO) INTO DEBIT AND CREDIT     *
000210*                 LINES ON THE GL JOURNAL-ENTRY FILE (GLPOST, *
000220*                 COPY WHSEGLJE).  THE BATCH IS PROVED -      *
000230*                 DEBITS EQUAL CREDITS EQUAL THE VALUE OF THE *
000240*                 MOVEMENTS READ - BEFORE ANYTHING IS         *
000250*                 WRITTEN.  A BATCH THAT DOES NOT PROVE IS    *
000260*                 HELD WHOLE: GLPOST IS LEFT EMPTY AND THE    *
000270*                 STEP ENDS RC=8.                             *
000280*-------------------------------------------------------------*
000290*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-Z15.
000330 OBJECT-COMPUTER. IBM-Z15.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT LEDGFILE ASSIGN TO LEDGFILE
000370         ORGANIZATION IS SEQUENTIAL
000380         ACCESS IS SEQUENTIAL
000390         FILE STATUS IS LEDGFILE-STATUS.
000400     SELECT GLPOST ASSIGN TO GLPOST
000410         ORGANIZATION IS SEQUENTIAL
000420         ACCESS IS SEQUENTIAL
000430         FILE STATUS IS GLPOST-STATUS.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  LEDGFILE
000480     RECORDING MODE IS F
000490     LABEL RECORDS ARE STANDARD.
000500*-------------------------------------------------------------*
000510* STOCK-LEDGER ROW - THE SHARED WHSELEDG LAYOUT.  ONLY THE    *
000520* ROWS DATED ON THE POSTING DATE ARE POSTED.                  *
000530*-------------------------------------------------------------*
000540     COPY WHSELEDG.
000550*
000560 FD  GLPOST
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590*-------------------------------------------------------------*
000600* GL JOURNAL-ENTRY ROW - THE SHARED WHSEGLJE LAYOUT.  DETAIL  *
000610* LINES IN COST-CENTER ORDER OF FIRST SIGHT, THEN ONE         *
000620* TRAILER.                                                    *
000630*-------------------------------------------------------------*
000640     COPY WHSEGLJE.
000650*
000660 WORKING-STORAGE SECTION.
000670*
000680*-------------------------------------------------------------*
000690* FILE STATUS AND SWITCHES                                     *
000700*-------------------------------------------------------------*
000710 01  WS-FILE-STATUSES.
000720     05  LEDGFILE-STATUS       PIC X(02) VALUE '00'.
000730         88  LEDGFILE-STATUS-OK VALUE '00'.
000740         88  LEDGFILE-STATUS-EOF VALUE '10'.
000750     05  GLPOST-STATUS         PIC X(02) VALUE '00'.
000760         88  GLPOST-STATUS-OK  VALUE '00'.
000770*
000780 01  WS-SWITCHES.
000790     05  WS-LEDG-EOF-SW        PIC X(01) VALUE 'N'.
000800         88  LEDG-EOF-YES      VALUE 'Y'.
000810         88  LEDG-EOF-NO       VALUE 'N'.
000820     05  WS-LEDGFILE-OPEN-SW   PIC X(01) VALUE 'N'.
000830         88  LEDGFILE-OPEN-YES VALUE 'Y'.
000840         88  LEDGFILE-OPEN-NO  VALUE 'N'.
000850     05  WS-GLPOST-OPEN-SW     PIC X(01) VALUE 'N'.
000860         88  GLPOST-OPEN-YES   VALUE 'Y'.
000870         88  GLPOST-OPEN-NO    VALUE 'N'.
000880     05  WS-BATCH-SW           PIC X(01) VALUE 'N'.
000890         88  BATCH-PROVED      VALUE 'Y'.
000900         88  BATCH-HELD        VALUE 'N'.
000910     05  WS-DEPT-FOUND-SW      PIC X(01) VALUE 'N'.
000920         88  DEPT-FOUND        VALUE 'Y'.
000930         88  DEPT-NOT-FOUND    VALUE 'N'.
000940*
000950*-------------------------------------------------------------*
000960* RUN COUNTERS                                                 *
000970*-------------------------------------------------------------*
000980 77  WS-LEDG-READ-CNT          PIC 9(07) COMP VALUE ZERO.
000990 77  WS-LEDG-OTHERDAY-CNT      PIC 9(07) COMP VALUE ZERO.
001000 77  WS-LEDG-POSTED-CNT        PIC 9(07) COMP VALUE ZERO.
001010 77  WS-LEDG-NOTPOSTED-CNT     PIC 9(07) COMP VALUE ZERO.
001020 77  WS-LEDG-ZEROCOST-CNT      PIC 9(07) COMP VALUE ZERO.
001030 77  WS-LEDG-BAD-CNT           PIC 9(07) COMP VALUE ZERO.
001040 77  WS-GL-WRITTEN-CNT         PIC 9(07) COMP VALUE ZERO.
001050 77  WS-DEPT-TABLE-CNT         PIC 9(05) COMP VALUE ZERO.
001060 77  WS-LINE-TABLE-CNT         PIC 9(05) COMP VALUE ZERO.
001070 77  WS-LINES-DROPPED-CNT      PIC 9(05) COMP VALUE ZERO.
001080*
001090*-------------------------------------------------------------*
001100* POSTING DATE - THE DAY OF MOVEMENTS THIS BATCH CARRIES.     *
001110*-------------------------------------------------------------*
001120 01  WS-POST-DATE              PIC 9(08) VALUE ZERO.
001130*
001140*-------------------------------------------------------------*
001150* GL ACCOUNTS - THE LEDGER SYSTEM'S NATURAL ACCOUNTS FOR THE  *
001160* INVENTORY POSTINGS.  THE COST CENTER ON EVERY LINE IS THE   *
001170* ITEM'S DEPARTMENT.                                          *
001180*   PICK RELIEF  DR COST OF GOODS ISSUED  CR INVENTORY        *
001190*   COUNT SHRINK DR INVENTORY SHRINK      CR INVENTORY        *
001200*   COUNT OVER   DR INVENTORY             CR INVENTORY        *
001210*                                            OVERAGE          *
001220*   RECEIPT      DR INVENTORY             CR RECEIVED NOT     *
001230*                                            INVOICED         *
001240*-------------------------------------------------------------*
001250 01  WS-GL-ACCOUNTS.
001260     05  WS-ACCT-INVENTORY     PIC X(06) VALUE '141000'.
001270     05  WS-ACCT-COGS          PIC X(06) VALUE '510000'.
001280     05  WS-ACCT-SHRINK        PIC X(06) VALUE '515000'.
001290     05  WS-ACCT-OVERAGE       PIC X(06) VALUE '515100'.
001300     05  WS-ACCT-RCV-NOT-INV   PIC X(06) VALUE '210500'.
001310*
001320*-------------------------------------------------------------*
001330* VALUATION WORK FIELDS - THE CURRENT ROW'S EXTENDED VALUE,   *
001340* THE CONTROL TOTAL OF EVERY POSTABLE ROW'S VALUE, AND THE    *
001350* DEBIT AND CREDIT TOTALS OF THE STAGED JOURNAL LINES.  THE   *
001360* BATCH PROVES WHEN ALL THREE TOTALS AGREE.                   *
001370*-------------------------------------------------------------*
001380 77  WS-ROW-VALUE              PIC 9(12)V99 COMP-3 VALUE ZERO.
001390 77  WS-CONTROL-TOTAL          PIC 9(13)V99 COMP-3 VALUE ZERO.
001400 77  WS-DEBIT-TOTAL            PIC 9(13)V99 COMP-3 VALUE ZERO.
001410 77  WS-CREDIT-TOTAL           PIC 9(13)V99 COMP-3 VALUE ZERO.
001420*
001430*-------------------------------------------------------------*
001440* ENTRY WORK FIELDS - ONE SUMMARIZED ENTRY (A DEBIT LINE AND  *
001450* ITS MATCHING CREDIT LINE) AS 2100-STAGE-ENTRY-PARA TAKES    *
001460* IT.                                                         *
001470*-------------------------------------------------------------*
001480 01  WS-ENTRY.
001490     05  WS-ENT-DEPTNO         PIC X(03).
001500     05  WS-ENT-DR-ACCT        PIC X(06).
001510     05  WS-ENT-CR-ACCT        PIC X(06).
001520     05  WS-ENT-AMOUNT         PIC 9(13)V99 COMP-3.
001530     05  WS-ENT-TYPE           PIC X(08).
001540     05  WS-ENT-DESC           PIC X(24).
001550*
001560*-------------------------------------------------------------*
001570* DEPT-TABLE - EVERY COST CENTER WITH A POSTABLE MOVEMENT ON  *
001580* THE POSTING DATE AND ITS VALUE BY MOVEMENT.  DEPTNOS PAST   *
001590* THE 500-ENTRY CAPACITY ARE LOGGED AND LEFT OFF - THE        *
001600* CONTROL TOTAL THEN FAILS TO PROVE AND THE BATCH IS HELD.    *
001610*-------------------------------------------------------------*
001620 01  DEPT-TABLE.
001630     05  DEPT-TABLE-ENTRY      OCCURS 1 TO 500 TIMES
001640                                DEPENDING ON WS-DEPT-TABLE-CNT
001650                                INDEXED BY DEPT-IDX.
001660         10  DEPT-TBL-DEPTNO     PIC X(03).
001670         10  DEPT-TBL-PICK-VAL   PIC 9(13)V99 COMP-3.
001680         10  DEPT-TBL-SHRINK-VAL PIC 9(13)V99 COMP-3.
001690         10  DEPT-TBL-OVER-VAL   PIC 9(13)V99 COMP-3.
001700         10  DEPT-TBL-RCPT-VAL   PIC 9(13)V99 COMP-3.
001710*
001720*-------------------------------------------------------------*
001730* LINE-TABLE - THE STAGED JOURNAL LINES, HELD HERE UNTIL THE  *
001740* BATCH PROVES.  AT MOST EIGHT LINES PER COST CENTER.         *
001750*-------------------------------------------------------------*
001760 01  LINE-TABLE.
001770     05  LINE-TABLE-ENTRY      OCCURS 1 TO 4000 TIMES
001780                                DEPENDING ON WS-LINE-TABLE-CNT
001790                                INDEXED BY LINE-IDX.
001800         10  LINE-TBL-DEPTNO     PIC X(03).
001810         10  LINE-TBL-ACCOUNT    PIC X(06).
001820         10  LINE-TBL-DR-CR      PIC X(01).
001830         10  LINE-TBL-AMOUNT     PIC 9(11)V99 COMP-3.
001840         10  LINE-TBL-TYPE       PIC X(08).
001850         10  LINE-TBL-DESC       PIC X(24).
001860*
001870 LINKAGE SECTION.
001880*
001890*-------------------------------------------------------------*
001900* LS-POST-DATE - THE DAY OF MOVEMENTS TO POST (YYYYMMDD),     *
001910* PASSED IN FROM THE CALLING JCL STEP'S PARM.  A VALUE OF     *
001920* ZERO (OR AN ABSENT PARM) TAKES TODAY'S DATE.                *
001930*-------------------------------------------------------------*
001940 01  LS-POST-DATE PIC 9(8).
001950*
001960 PROCEDURE DIVISION USING LS-POST-DATE.
001970*
001980*===============================================================
001990* 0000-INITIALIZE-PARA
002000*    MAIN DRIVER FOR THE GL POSTING RUN.  VALUES THE POSTING
002010*    DATE'S LEDGER ROWS INTO DEPT-TABLE, STAGES THE JOURNAL
002020*    LINES, PROVES THE BATCH, WRITES GLPOST ONLY WHEN IT
002030*    PROVES, AND FINISHES WITH THE POSTING REPORT TO SYSOUT.
002040*===============================================================
002050 0000-INITIALIZE-PARA.
002060*
002070     ACCEPT WS-POST-DATE FROM DATE YYYYMMDD.
002080     IF LS-POST-DATE NUMERIC AND LS-POST-DATE > 0
002090         MOVE LS-POST-DATE TO WS-POST-DATE
002100     END-IF.
002110     DISPLAY 'WHGLPOST - POSTING INVENTORY MOVEMENTS FOR '
002120         WS-POST-DATE.
002130*
002140     OPEN INPUT LEDGFILE.
002150     IF NOT LEDGFILE-STATUS-OK
002160         DISPLAY 'WHGLPOST - LEDGFILE OPEN FAILED, STATUS: '
002170             LEDGFILE-STATUS
002180         GO TO 9000-ABEND-PARA
002190     END-IF.
002200     SET LEDGFILE-OPEN-YES TO TRUE.
002210*
002220     PERFORM 1000-VALUE-LEDGER-PARA THRU 1000-EXIT
002230         UNTIL LEDG-EOF-YES.
002240     CLOSE LEDGFILE.
002250     SET LEDGFILE-OPEN-NO TO TRUE.
002260*
002270     PERFORM 2000-STAGE-DEPT-PARA THRU 2000-EXIT
002280         VARYING DEPT-IDX FROM 1 BY 1
002290         UNTIL DEPT-IDX > WS-DEPT-TABLE-CNT.
002300*
002310     PERFORM 3000-PROVE-BATCH-PARA THRU 3000-EXIT.
002320*
002330     IF BATCH-PROVED
002340         PERFORM 4000-WRITE-BATCH-PARA THRU 4000-EXIT
002350     END-IF.
002360*
002370     PERFORM 5000-POSTING-REPORT-PARA THRU 5000-EXIT.
002380*
002390     IF WS-LEDG-BAD-CNT > ZERO
002400         MOVE 4 TO RETURN-CODE
002410     ELSE
002420         MOVE 0 TO RETURN-CODE
002430     END-IF.
002440*
002450*    A HELD BATCH OUTRANKS EVERYTHING ELSE - THE STEP ENDS
002460*    RC=8 SO THE TRANSFER TO THE LEDGER SYSTEM DOES NOT RUN.
002470     IF BATCH-HELD
002480         MOVE 8 TO RETURN-CODE
002490     END-IF.
002500*
002510     GO TO 9999-END-PARA.
002520*
002530*===============================================================
002540* 1000-VALUE-LEDGER-PARA
002550*    READS ONE LEDGER ROW AND, WHEN IT FALLS ON THE POSTING
002560*    DATE, VALUES IT AT ITS UNIT COST INTO ITS COST CENTER -
002570*    A PICK AS COST OF GOODS ISSUED, A COUNT ADJUSTMENT OUT
002580*    AS SHRINK OR IN AS OVERAGE, A RECEIPT AS GOODS RECEIVED.
002590*    MAINTENANCE AND BACKOUT ROWS CORRECT THE MASTER RATHER
002600*    THAN MOVE STOCK AND ARE COUNTED, NOT POSTED.  A ROW WITH
002610*    A NON-NUMERIC QUANTITY OR COST IS LOGGED AND SKIPPED.
002620*===============================================================
002630 1000-VALUE-LEDGER-PARA.
002640*
002650     READ LEDGFILE
002660         AT END
002670             SET LEDG-EOF-YES TO TRUE
002680             GO TO 1000-EXIT
002690         NOT AT END
002700             ADD 1 TO WS-LEDG-READ-CNT
002710     END-READ.
002720     IF NOT LEDGFILE-STATUS-OK
002730         DISPLAY 'WHGLPOST - LEDGFILE READ FAILED, STATUS: '
002740             LEDGFILE-STATUS
002750         GO TO 9000-ABEND-PARA
002760     END-IF.
002770*
002780     IF LED-MOVE-DATE NOT = WS-POST-DATE
002790         ADD 1 TO WS-LEDG-OTHERDAY-CNT
002800         GO TO 1000-EXIT
002810     END-IF.
002820*
002830     IF NOT LED-MOVE-RECEIPT
002840      AND NOT LED-MOVE-PICK
002850      AND NOT LED-MOVE-COUNTADJ
002860         ADD 1 TO WS-LEDG-NOTPOSTED-CNT
002870         GO TO 1000-EXIT
002880     END-IF.
002890*
002900     IF LED-QTY-IN NOT NUMERIC
002910      OR LED-QTY-OUT NOT NUMERIC
002920      OR LED-UNIT-COST NOT NUMERIC
002930         ADD 1 TO WS-LEDG-BAD-CNT
002940         DISPLAY 'WHGLPOST - LEDGER ROW NOT NUMERIC: '
002950             STOCK-LEDGER-RECORD
002960         GO TO 1000-EXIT
002970     END-IF.
002980*
002990     ADD 1 TO WS-LEDG-POSTED-CNT.
003000     IF LED-UNIT-COST = ZERO
003010         ADD 1 TO WS-LEDG-ZEROCOST-CNT
003020     END-IF.
003030*
003040     PERFORM 1100-FIND-DEPT-PARA THRU 1100-EXIT.
003050*
003060     EVALUATE TRUE
003070         WHEN LED-MOVE-PICK
003080             COMPUTE WS-ROW-VALUE = LED-QTY-OUT * LED-UNIT-COST
003090             ADD WS-ROW-VALUE TO WS-CONTROL-TOTAL
003100             IF DEPT-FOUND
003110                 ADD WS-ROW-VALUE TO DEPT-TBL-PICK-VAL (DEPT-IDX)
003120             END-IF
003130         WHEN LED-MOVE-RECEIPT
003140             COMPUTE WS-ROW-VALUE = LED-QTY-IN * LED-UNIT-COST
003150             ADD WS-ROW-VALUE TO WS-CONTROL-TOTAL
003160             IF DEPT-FOUND
003170                 ADD WS-ROW-VALUE TO DEPT-TBL-RCPT-VAL (DEPT-IDX)
003180             END-IF
003190         WHEN OTHER
003200             COMPUTE WS-ROW-VALUE = LED-QTY-OUT * LED-UNIT-COST
003210             ADD WS-ROW-VALUE TO WS-CONTROL-TOTAL
003220             IF DEPT-FOUND
003230                 ADD WS-ROW-VALUE
003240                     TO DEPT-TBL-SHRINK-VAL (DEPT-IDX)
003250             END-IF
003260             COMPUTE WS-ROW-VALUE = LED-QTY-IN * LED-UNIT-COST
003270             ADD WS-ROW-VALUE TO WS-CONTROL-TOTAL
003280             IF DEPT-FOUND
003290                 ADD WS-ROW-VALUE TO DEPT-TBL-OVER-VAL (DEPT-IDX)
003300             END-IF
003310     END-EVALUATE.
003320*
003330 1000-EXIT.
003340     EXIT.
003350*
003360*===============================================================
003370* 1100-FIND-DEPT-PARA
003380*    LEAVES DEPT-IDX ON THE CURRENT ROW'S COST CENTER IN
003390*    DEPT-TABLE, ADDING THE DEPTNO ON FIRST SIGHT.  A DEPTNO
003400*    PAST THE 500-ENTRY CAPACITY IS LOGGED AND LEFT NOT
003410*    FOUND, SO THE ROW'S VALUE REACHES ONLY THE CONTROL
003420*    TOTAL AND THE BATCH WILL NOT PROVE.
003430*===============================================================
003440 1100-FIND-DEPT-PARA.
003450*
003460     SET DEPT-FOUND TO TRUE.
003470     SET DEPT-IDX TO 1.
003480     SEARCH DEPT-TABLE-ENTRY
003490         AT END
003500             IF WS-DEPT-TABLE-CNT < 500
003510                 ADD 1 TO WS-DEPT-TABLE-CNT
003520                 SET DEPT-IDX TO WS-DEPT-TABLE-CNT
003530                 MOVE LED-ITEM-DEPTNO
003540                     TO DEPT-TBL-DEPTNO (DEPT-IDX)
003550                 MOVE ZERO TO DEPT-TBL-PICK-VAL (DEPT-IDX)
003560                 MOVE ZERO TO DEPT-TBL-SHRINK-VAL (DEPT-IDX)
003570                 MOVE ZERO TO DEPT-TBL-OVER-VAL (DEPT-IDX)
003580                 MOVE ZERO TO DEPT-TBL-RCPT-VAL (DEPT-IDX)
003590             ELSE
003600                 DISPLAY 'WHGLPOST - DEPT-TABLE FULL (500), '
003610                     'DEPTNO ' LED-ITEM-DEPTNO
003620                     ' LEFT OFF THE BATCH'
003630                 SET DEPT-NOT-FOUND TO TRUE
003640             END-IF
003650         WHEN DEPT-TBL-DEPTNO (DEPT-IDX) = LED-ITEM-DEPTNO
003660             CONTINUE
003670     END-SEARCH.
003680*
003690 1100-EXIT.
003700     EXIT.
003710*
003720*===============================================================
003730* 2000-STAGE-DEPT-PARA
003740*    STAGES THE SUMMARIZED ENTRIES FOR ONE COST CENTER - ONE
003750*    PER MOVEMENT THAT CARRIED ANY VALUE.
003760*===============================================================
003770 2000-STAGE-DEPT-PARA.
003780*
003790     MOVE DEPT-TBL-DEPTNO (DEPT-IDX) TO WS-ENT-DEPTNO.
003800*
003810     IF DEPT-TBL-PICK-VAL (DEPT-IDX) > ZERO
003820         MOVE WS-ACCT-COGS TO WS-ENT-DR-ACCT
003830         MOVE WS-ACCT-INVENTORY TO WS-ENT-CR-ACCT
003840         MOVE DEPT-TBL-PICK-VAL (DEPT-IDX) TO WS-ENT-AMOUNT
003850         MOVE 'PICK    ' TO WS-ENT-TYPE
003860         MOVE 'COST OF GOODS ISSUED' TO WS-ENT-DESC
003870         PERFORM 2100-STAGE-ENTRY-PARA THRU 2100-EXIT
003880     END-IF.
003890*
003900     IF DEPT-TBL-SHRINK-VAL (DEPT-IDX) > ZERO
003910         MOVE WS-ACCT-SHRINK TO WS-ENT-DR-ACCT
003920         MOVE WS-ACCT-INVENTORY TO WS-ENT-CR-ACCT
003930         MOVE DEPT-TBL-SHRINK-VAL (DEPT-IDX) TO WS-ENT-AMOUNT
003940         MOVE 'COUNTADJ' TO WS-ENT-TYPE
003950         MOVE 'CYCLE COUNT SHRINK' TO WS-ENT-DESC
003960         PERFORM 2100-STAGE-ENTRY-PARA THRU 2100-EXIT
003970     END-IF.
003980*
003990     IF DEPT-TBL-OVER-VAL (DEPT-IDX) > ZERO
004000         MOVE WS-ACCT-INVENTORY TO WS-ENT-DR-ACCT
004010         MOVE WS-ACCT-OVERAGE TO WS-ENT-CR-ACCT
004020         MOVE DEPT-TBL-OVER-VAL (DEPT-IDX) TO WS-ENT-AMOUNT
004030         MOVE 'COUNTADJ' TO WS-ENT-TYPE
004040         MOVE 'CYCLE COUNT OVERAGE' TO WS-ENT-DESC
004050         PERFORM 2100-STAGE-ENTRY-PARA THRU 2100-EXIT
004060     END-IF.
004070*
004080     IF DEPT-TBL-RCPT-VAL (DEPT-IDX) > ZERO
004090         MOVE WS-ACCT-INVENTORY TO WS-ENT-DR-ACCT
004100         MOVE WS-ACCT-RCV-NOT-INV TO WS-ENT-CR-ACCT
004110         MOVE DEPT-TBL-RCPT-VAL (DEPT-IDX) TO WS-ENT-AMOUNT
004120         MOVE 'RECEIPT ' TO WS-ENT-TYPE
004130         MOVE 'GOODS RECEIVED' TO WS-ENT-DESC
004140         PERFORM 2100-STAGE-ENTRY-PARA THRU 2100-EXIT
004150     END-IF.
004160*
004170 2000-EXIT.
004180     EXIT.
004190*
004200*===============================================================
004210* 2100-STAGE-ENTRY-PARA
004220*    STAGES ONE SUMMARIZED ENTRY AS A DEBIT LINE AND A CREDIT
004230*    LINE IN LINE-TABLE, ADDING EACH TO ITS SIDE'S TOTAL.  AN
004240*    ENTRY THAT NO LONGER FITS IS LOGGED AND DROPPED WHOLE,
004250*    WHICH LEAVES THE DEBITS SHORT OF THE CONTROL TOTAL AND
004260*    HOLDS THE BATCH.
004270*===============================================================
004280 2100-STAGE-ENTRY-PARA.
004290*
004300     IF WS-LINE-TABLE-CNT > 3998
004310         ADD 2 TO WS-LINES-DROPPED-CNT
004320         DISPLAY 'WHGLPOST - LINE-TABLE FULL (4000), '
004330             WS-ENT-TYPE ' ENTRY FOR COST CENTER '
004340             WS-ENT-DEPTNO ' LEFT OFF THE BATCH'
004350         GO TO 2100-EXIT
004360     END-IF.
004370*
004380     ADD 1 TO WS-LINE-TABLE-CNT.
004390     SET LINE-IDX TO WS-LINE-TABLE-CNT.
004400     MOVE WS-ENT-DEPTNO TO LINE-TBL-DEPTNO (LINE-IDX).
004410     MOVE WS-ENT-DR-ACCT TO LINE-TBL-ACCOUNT (LINE-IDX).
004420     MOVE 'D' TO LINE-TBL-DR-CR (LINE-IDX).
004430     MOVE WS-ENT-AMOUNT TO LINE-TBL-AMOUNT (LINE-IDX).
004440     MOVE WS-ENT-TYPE TO LINE-TBL-TYPE (LINE-IDX).
004450     MOVE WS-ENT-DESC TO LINE-TBL-DESC (LINE-IDX).
004460     ADD LINE-TBL-AMOUNT (LINE-IDX) TO WS-DEBIT-TOTAL.
004470*
004480     ADD 1 TO WS-LINE-TABLE-CNT.
004490     SET LINE-IDX TO WS-LINE-TABLE-CNT.
004500     MOVE WS-ENT-DEPTNO TO LINE-TBL-DEPTNO (LINE-IDX).
004510     MOVE WS-ENT-CR-ACCT TO LINE-TBL-ACCOUNT (LINE-IDX).
004520     MOVE 'C' TO LINE-TBL-DR-CR (LINE-IDX).
004530     MOVE WS-ENT-AMOUNT TO LINE-TBL-AMOUNT (LINE-IDX).
004540     MOVE WS-ENT-TYPE TO LINE-TBL-TYPE (LINE-IDX).
004550     MOVE WS-ENT-DESC TO LINE-TBL-DESC (LINE-IDX).
004560     ADD LINE-TBL-AMOUNT (LINE-IDX) TO WS-CREDIT-TOTAL.
004570*
004580 2100-EXIT.
004590     EXIT.
004600*
004610*===============================================================
004620* 3000-PROVE-BATCH-PARA
004630*    PROVES THE STAGED BATCH.  THE DEBIT LINES MUST TOTAL THE
004640*    CREDIT LINES, AND BOTH MUST TOTAL THE VALUE OF THE
004650*    MOVEMENTS READ OFF THE LEDGER, OR THE BATCH IS HELD.
004660*===============================================================
004670 3000-PROVE-BATCH-PARA.
004680*
004690     SET BATCH-HELD TO TRUE.
004700     IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
004710      AND WS-DEBIT-TOTAL = WS-CONTROL-TOTAL
004720         SET BATCH-PROVED TO TRUE
004730     END-IF.
004740*
004750 3000-EXIT.
004760     EXIT.
004770*
004780*===============================================================
004790* 4000-WRITE-BATCH-PARA
004800*    RELEASES THE PROVED BATCH - EVERY STAGED LINE AS A DETAIL
004810*    ROW ON GLPOST, THEN THE TRAILER WITH THE LINE COUNT AND
004820*    THE DEBIT AND CREDIT CONTROL TOTALS.  A DAY WITH NO
004830*    MOVEMENTS STILL SENDS A TRAILER WITH ZERO TOTALS.
004840*===============================================================
004850 4000-WRITE-BATCH-PARA.
004860*
004870     OPEN OUTPUT GLPOST.
004880     IF NOT GLPOST-STATUS-OK
004890         DISPLAY 'WHGLPOST - GLPOST OPEN FAILED, STATUS: '
004900             GLPOST-STATUS
004910         GO TO 9000-ABEND-PARA
004920     END-IF.
004930     SET GLPOST-OPEN-YES TO TRUE.
004940*
004950     PERFORM 4100-WRITE-LINE-PARA THRU 4100-EXIT
004960         VARYING LINE-IDX FROM 1 BY 1
004970         UNTIL LINE-IDX > WS-LINE-TABLE-CNT.
004980*
004990     MOVE SPACES TO GL-JOURNAL-RECORD.
005000     SET GLJ-REC-TRAILER TO TRUE.
005010     MOVE WS-POST-DATE TO GLJ-BATCH-DATE.
005020     MOVE WS-GL-WRITTEN-CNT TO GLJ-TRL-LINE-CNT.
005030     MOVE WS-DEBIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL.
005040     MOVE WS-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL.
005050     WRITE GL-JOURNAL-RECORD.
005060     IF NOT GLPOST-STATUS-OK
005070         DISPLAY 'WHGLPOST - GLPOST WRITE FAILED, STATUS: '
005080             GLPOST-STATUS
005090         GO TO 9000-ABEND-PARA
005100     END-IF.
005110*
005120     CLOSE GLPOST.
005130     SET GLPOST-OPEN-NO TO TRUE.
005140*
005150 4000-EXIT.
005160     EXIT.
005170*
005180*===============================================================
005190* 4100-WRITE-LINE-PARA
005200*    WRITES ONE STAGED JOURNAL LINE AS A GLPOST DETAIL ROW.
005210*===============================================================
005220 4100-WRITE-LINE-PARA.
005230*
005240     MOVE SPACES TO GL-JOURNAL-RECORD.
005250     SET GLJ-REC-DETAIL TO TRUE.
005260     MOVE WS-POST-DATE TO GLJ-BATCH-DATE.
005270     MOVE LINE-TBL-DEPTNO (LINE-IDX) TO GLJ-COST-CENTER.
005280     MOVE LINE-TBL-ACCOUNT (LINE-IDX) TO GLJ-ACCOUNT.
005290     MOVE LINE-TBL-DR-CR (LINE-IDX) TO GLJ-DR-CR.
005300     MOVE LINE-TBL-AMOUNT (LINE-IDX) TO GLJ-AMOUNT.
005310     MOVE LINE-TBL-TYPE (LINE-IDX) TO GLJ-MOVE-TYPE.
005320     MOVE LINE-TBL-DESC (LINE-IDX) TO GLJ-DESCRIPTION.
005330     WRITE GL-JOURNAL-RECORD.
005340     IF NOT GLPOST-STATUS-OK
005350         DISPLAY 'WHGLPOST - GLPOST WRITE FAILED, STATUS: '
005360             GLPOST-STATUS
005370         GO TO 9000-ABEND-PARA
005380     END-IF.
005390     ADD 1 TO WS-GL-WRITTEN-CNT.
005400*
005410 4100-EXIT.
005420     EXIT.
005430*
005440*===============================================================
005450* 5000-POSTING-REPORT-PARA
005460*    END-OF-RUN POSTING REPORT TO SYSOUT - THE LEDGER COUNTS,
005470*    THE STAGED JOURNAL LINES, AND THE PROOF.
005480*===============================================================
005490 5000-POSTING-REPORT-PARA.
005500*
005510     DISPLAY ' '.
005520     DISPLAY '======================================'.
005530     DISPLAY 'WHGLPOST -  GL POSTING REPORT'.
005540     DISPLAY '======================================'.
005550     DISPLAY 'POSTING DATE. . . . . . : ' WS-POST-DATE.
005560     DISPLAY 'LEDGER ROWS READ. . . . : ' WS-LEDG-READ-CNT.
005570     DISPLAY 'ROWS ON OTHER DAYS. . . : ' WS-LEDG-OTHERDAY-CNT.
005580     DISPLAY 'ROWS POSTED . . . . . . : ' WS-LEDG-POSTED-CNT.
005590     DISPLAY 'ROWS POSTED AT ZERO COST: ' WS-LEDG-ZEROCOST-CNT.
005600     DISPLAY 'MAINT/BACKOUT NOT POSTED: ' WS-LEDG-NOTPOSTED-CNT.
005610     DISPLAY 'LEDGER ROWS NOT NUMERIC : ' WS-LEDG-BAD-CNT.
005620*
005630     DISPLAY ' '.
005640     DISPLAY 'JOURNAL LINES'.
005650     DISPLAY 'CC  ACCT   D/C AMOUNT          TYPE     '
005660         'DESCRIPTION'.
005670     IF WS-LINE-TABLE-CNT = ZERO
005680         DISPLAY '  (NONE)'
005690     END-IF.
005700     PERFORM 5100-LINE-REPORT-PARA THRU 5100-EXIT
005710         VARYING LINE-IDX FROM 1 BY 1
005720         UNTIL LINE-IDX > WS-LINE-TABLE-CNT.
005730*
005740     DISPLAY ' '.
005750     DISPLAY 'MOVEMENT VALUE READ . . : ' WS-CONTROL-TOTAL.
005760     DISPLAY 'TOTAL DEBITS. . . . . . : ' WS-DEBIT-TOTAL.
005770     DISPLAY 'TOTAL CREDITS . . . . . : ' WS-CREDIT-TOTAL.
005780     DISPLAY 'LINES DROPPED . . . . . : ' WS-LINES-DROPPED-CNT.
005790     IF BATCH-PROVED
005800         DISPLAY 'BATCH PROVED - GLPOST LINES WRITTEN: '
005810             WS-GL-WRITTEN-CNT
005820     ELSE
005830         DISPLAY 'BATCH OUT OF BALANCE - HELD, '
005840             'GLPOST NOT WRITTEN'
005850     END-IF.
005860     DISPLAY '======================================'.
005870*
005880 5000-EXIT.
005890     EXIT.
005900*
005910*===============================================================
005920* 5100-LINE-REPORT-PARA
005930*    PRINTS ONE STAGED JOURNAL LINE.
005940*===============================================================
005950 5100-LINE-REPORT-PARA.
005960*
005970     DISPLAY LINE-TBL-DEPTNO (LINE-IDX) ' '
005980         LINE-TBL-ACCOUNT (LINE-IDX) ' '
005990         LINE-TBL-DR-CR (LINE-IDX) '   '
006000         LINE-TBL-AMOUNT (LINE-IDX) ' '
006010         LINE-TBL-TYPE (LINE-IDX) ' '
006020         LINE-TBL-DESC (LINE-IDX).
006030*
006040 5100-EXIT.
006050     EXIT.
006060*
006070*===============================================================
006080* 9000-ABEND-PARA
006090*    COMMON FILE-ERROR EXIT.  ANY OPEN, READ, OR WRITE THAT
006100*    COMES BACK WITH A BAD STATUS LANDS HERE.  CLOSES EVERY
006110*    FILE THAT IS STILL OPEN, SETS A NON-ZERO RETURN CODE, AND
006120*    ENDS THE RUN.
006130*===============================================================
006140 9000-ABEND-PARA.
006150*
006160     DISPLAY 'WHGLPOST - RUN ABENDED ON A FILE ERROR. '.
006170*
006180     IF LEDGFILE-OPEN-YES
006190         CLOSE LEDGFILE
006200     END-IF.
006210     IF GLPOST-OPEN-YES
006220         CLOSE GLPOST
006230     END-IF.
006240*
006250     MOVE 16 TO RETURN-CODE.
006260     GO TO 9999-END-PARA.
006270*
006280*===============================================================
006290* 9999-END-PARA
006300*    COMMON JOB EXIT.
006310*===============================================================
006320 9999-END-PARA.
006330     STOP RUN.
