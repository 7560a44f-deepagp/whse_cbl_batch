000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WHRECEIV.
000030 AUTHOR. D-L-OKAFOR.
000040 INSTALLATION. WHSE-DIST-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-------------------------------------------------------------*
000090* MODIFICATION HISTORY                                        *
000100*-------------------------------------------------------------*
000110* DATE      INIT  DESCRIPTION                                 *
000120* 10/15/26  DLO   ORIGINAL PROGRAM.  NIGHTLY GOODS-RECEIVING  *
000130*                 RUN - THE ONLY PATH THAT PUTS STOCK BACK    *
000140*                 ONTO THE ITEMMAST KSDS.  READS THE DOCK'S   *
000150*                 RCPTFILE (ITEM NUMBER, QUANTITY RECEIVED,   *
000160*                 INVOICE UNIT COST, RECEIPT DATE, PO         *
000170*                 REFERENCE), ADDS THE QUANTITY TO            *
000180*                 WIM-ON-HAND-QTY, AND RE-AVERAGES            *
000190*                 WIM-UNIT-COST ACROSS THE OLD AND THE NEW    *
000200*                 STOCK.  RECEIPTS FOR ITEMS NOT ON THE       *
000210*                 MASTER (AND RECEIPTS THAT CANNOT BE         *
000220*                 APPLIED) GO TO THE RCVEXCP EXCEPTION FILE.  *
000230*                 THE NIGHT'S WHREPLEN SUGGFILE IS LOADED     *
000240*                 AHEAD OF THE RECEIPTS SO THE END-OF-RUN     *
000250*                 REPORT CAN SHOW PURCHASING, BY              *
000260*                 WIM-ITEM-DEPTNO, WHICH SHORTFALLS THE DAY'S *
000270*                 RECEIPTS HAVE FILLED.                       *
000280* 10/15/26  DLO   EVERY APPLIED RECEIPT NOW ALSO APPENDS A    *
000290*                 RECEIPT ROW TO THE SHARED STOCK LEDGER      *
000300*                 (LEDGFILE, COPY WHSELEDG) - QUANTITY IN AT  *
000310*                 INVOICE COST, THE ON-HAND LEFT ON THE       *
000320*                 MASTER, AND THE PO REFERENCE - FOR THE      *
000330*                 WHSTKLED ROLL-FORWARD.                      *
000340*-------------------------------------------------------------*
000350*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-Z15.
000390 OBJECT-COMPUTER. IBM-Z15.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT RCPTFILE ASSIGN TO RCPTFILE
000430         ORGANIZATION IS SEQUENTIAL
000440         ACCESS IS SEQUENTIAL
000450         FILE STATUS IS RCPTFILE-STATUS.
000460     SELECT SUGGFILE ASSIGN TO SUGGFILE
000470         ORGANIZATION IS SEQUENTIAL
000480         ACCESS IS SEQUENTIAL
000490         FILE STATUS IS SUGGFILE-STATUS.
000500     SELECT ITEMMAST ASSIGN TO ITEMMAST
000510         ORGANIZATION IS INDEXED
000520         ACCESS IS RANDOM
000530         RECORD KEY IS WIM-ITEM-NUMBER
000540         FILE STATUS IS ITEMMAST-STATUS.
000550     SELECT RCVEXCP ASSIGN TO RCVEXCP
000560         ORGANIZATION IS SEQUENTIAL
000570         ACCESS IS SEQUENTIAL
000580         FILE STATUS IS RCVEXCP-STATUS.
000590     SELECT LEDGFILE ASSIGN TO LEDGFILE
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS IS SEQUENTIAL
000620         FILE STATUS IS LEDGFILE-STATUS.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  RCPTFILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690*-------------------------------------------------------------*
000700* DOCK RECEIPT RECORD - ONE LINE OF A VENDOR DELIVERY AS      *
000710* CHECKED IN AT THE RECEIVING DOCK.  THE UNIT COST IS THE     *
000720* INVOICE PRICE FOR THIS DELIVERY, NOT THE MASTER'S AVERAGE.  *
000730*-------------------------------------------------------------*
000740 01  RECEIPT-RECORD.
000750     05  RCV-ITEM-NUMBER       PIC 9(05).
000760     05  RCV-RECEIVED-QTY      PIC 9(07).
000770     05  RCV-UNIT-COST         PIC 9(05)V99.
000780     05  RCV-RECEIPT-DATE      PIC 9(08).
000790     05  RCV-PO-REF            PIC X(10).
000800*
000810 FD  SUGGFILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840*-------------------------------------------------------------*
000850* REPLENISHMENT SUGGESTION RECORD - READ EXACTLY AS WHREPLEN  *
000860* WROTE IT.                                                   *
000870*-------------------------------------------------------------*
000880 01  SUGGESTION-RECORD.
000890     05  SUG-TYPE              PIC X(08).
000900     05  SUG-ITEM-NUMBER       PIC 9(05).
000910     05  SUG-DEPTNO            PIC X(03).
000920     05  SUG-SHORTFALL-QTY     PIC 9(07).
000930     05  SUG-EXT-COST          PIC 9(10)V99.
000940*
000950 FD  ITEMMAST
000960     LABEL RECORDS ARE STANDARD.
000970*-------------------------------------------------------------*
000980* PERMANENT ITEM-MASTER RECORD - THE SHARED WHSE-ITEM-MASTER  *
000990* LAYOUT.  WIM-ITEM-NUMBER IS THE KSDS RECORD KEY.            *
001000*-------------------------------------------------------------*
001010     COPY WHSEITEM.
001020*
001030 FD  RCVEXCP
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060*-------------------------------------------------------------*
001070* RECEIVING EXCEPTION - THE RECEIPT IMAGE AS READ, THE REASON *
001080* IT WAS NOT APPLIED, AND THE RUN DATE, SO THE DOCK CAN KEY   *
001090* THE ITEM OR FIX THE CARD AND SEND IT AGAIN.                 *
001100*-------------------------------------------------------------*
001110 01  RECEIPT-EXCEPTION-RECORD.
001120     05  RXC-TYPE              PIC X(08).
001130         88  RXC-TYPE-NOITEM   VALUE 'NOITEM  '.
001140         88  RXC-TYPE-NOTNUM   VALUE 'NOTNUM  '.
001150         88  RXC-TYPE-ZEROQTY  VALUE 'ZEROQTY '.
001160         88  RXC-TYPE-BADMAST  VALUE 'BADMAST '.
001170         88  RXC-TYPE-OVERFLOW VALUE 'OVERFLOW'.
001180     05  RXC-RECEIPT-IMAGE     PIC X(37).
001190     05  RXC-RUN-DATE          PIC 9(08).
001200*
001210 FD  LEDGFILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240*-------------------------------------------------------------*
001250* STOCK-LEDGER ROW - THE SHARED WHSELEDG LAYOUT, APPENDED TO  *
001260* THE ACCUMULATING LEDGER ONE ROW PER APPLIED RECEIPT.        *
001270*-------------------------------------------------------------*
001280     COPY WHSELEDG.
001290*
001300 WORKING-STORAGE SECTION.
001310*
001320*-------------------------------------------------------------*
001330* FILE STATUS AND SWITCHES                                     *
001340*-------------------------------------------------------------*
001350 01  WS-FILE-STATUSES.
001360     05  RCPTFILE-STATUS       PIC X(02) VALUE '00'.
001370         88  RCPTFILE-STATUS-OK VALUE '00'.
001380         88  RCPTFILE-STATUS-EOF VALUE '10'.
001390     05  SUGGFILE-STATUS       PIC X(02) VALUE '00'.
001400         88  SUGGFILE-STATUS-OK VALUE '00'.
001410         88  SUGGFILE-STATUS-EOF VALUE '10'.
001420     05  ITEMMAST-STATUS       PIC X(02) VALUE '00'.
001430         88  ITEMMAST-STATUS-OK VALUE '00'.
001440     05  RCVEXCP-STATUS        PIC X(02) VALUE '00'.
001450         88  RCVEXCP-STATUS-OK VALUE '00'.
001460     05  LEDGFILE-STATUS       PIC X(02) VALUE '00'.
001470         88  LEDGFILE-STATUS-OK VALUE '00'.
001480*
001490 01  WS-SWITCHES.
001500     05  WS-RCPTFILE-EOF-SW    PIC X(01) VALUE 'N'.
001510         88  RCPTFILE-EOF-YES  VALUE 'Y'.
001520         88  RCPTFILE-EOF-NO   VALUE 'N'.
001530     05  WS-SUGGFILE-EOF-SW    PIC X(01) VALUE 'N'.
001540         88  SUGGFILE-EOF-YES  VALUE 'Y'.
001550         88  SUGGFILE-EOF-NO   VALUE 'N'.
001560     05  WS-RCPTFILE-OPEN-SW   PIC X(01) VALUE 'N'.
001570         88  RCPTFILE-OPEN-YES VALUE 'Y'.
001580         88  RCPTFILE-OPEN-NO  VALUE 'N'.
001590     05  WS-SUGGFILE-OPEN-SW   PIC X(01) VALUE 'N'.
001600         88  SUGGFILE-OPEN-YES VALUE 'Y'.
001610         88  SUGGFILE-OPEN-NO  VALUE 'N'.
001620     05  WS-ITEMMAST-OPEN-SW   PIC X(01) VALUE 'N'.
001630         88  ITEMMAST-OPEN-YES VALUE 'Y'.
001640         88  ITEMMAST-OPEN-NO  VALUE 'N'.
001650     05  WS-RCVEXCP-OPEN-SW    PIC X(01) VALUE 'N'.
001660         88  RCVEXCP-OPEN-YES  VALUE 'Y'.
001670         88  RCVEXCP-OPEN-NO   VALUE 'N'.
001680     05  WS-LEDGFILE-OPEN-SW   PIC X(01) VALUE 'N'.
001690         88  LEDGFILE-OPEN-YES VALUE 'Y'.
001700         88  LEDGFILE-OPEN-NO  VALUE 'N'.
001710     05  WS-ITEM-FOUND-SW      PIC X(01) VALUE 'N'.
001720         88  ITEM-FOUND        VALUE 'Y'.
001730         88  ITEM-NOT-FOUND    VALUE 'N'.
001740     05  WS-SUGG-FOUND-SW      PIC X(01) VALUE 'N'.
001750         88  SUGG-FOUND        VALUE 'Y'.
001760         88  SUGG-NOT-FOUND    VALUE 'N'.
001770*
001780*-------------------------------------------------------------*
001790* RUN COUNTERS                                                 *
001800*-------------------------------------------------------------*
001810 77  WS-RCPT-READ-CNT          PIC 9(07) COMP VALUE ZERO.
001820 77  WS-SUGG-READ-CNT          PIC 9(07) COMP VALUE ZERO.
001830 77  WS-APPLIED-CNT            PIC 9(07) COMP VALUE ZERO.
001840 77  WS-UNITS-RECEIVED         PIC 9(09) COMP VALUE ZERO.
001850 77  WS-NOITEM-CNT             PIC 9(07) COMP VALUE ZERO.
001860 77  WS-BADCARD-CNT            PIC 9(07) COMP VALUE ZERO.
001870 77  WS-ZEROQTY-CNT            PIC 9(07) COMP VALUE ZERO.
001880 77  WS-BADMAST-CNT            PIC 9(07) COMP VALUE ZERO.
001890 77  WS-OVERFLOW-CNT           PIC 9(07) COMP VALUE ZERO.
001900 77  WS-EXCP-WRITTEN-CNT       PIC 9(07) COMP VALUE ZERO.
001910 77  WS-LEDG-WRITTEN-CNT       PIC 9(07) COMP VALUE ZERO.
001920 77  WS-SUGG-FILLED-CNT        PIC 9(07) COMP VALUE ZERO.
001930 77  WS-SUGG-PARTIAL-CNT       PIC 9(07) COMP VALUE ZERO.
001940 77  WS-SUGG-OPEN-CNT          PIC 9(07) COMP VALUE ZERO.
001950 77  WS-DEPT-TABLE-CNT         PIC 9(05) COMP VALUE ZERO.
001960 77  WS-SUGG-TABLE-CNT         PIC 9(05) COMP VALUE ZERO.
001970*
001980*-------------------------------------------------------------*
001990* RECEIPT COSTING WORK FIELDS - THE OLD STOCK AND THE NEW     *
002000* DELIVERY EACH EXTENDED AT THEIR OWN COST, THE COMBINED      *
002010* QUANTITY THE AVERAGE IS TAKEN OVER, AND THE RUN'S TOTAL     *
002020* RECEIVED VALUE.  THE NEW QUANTITY CARRIES ONE DIGIT MORE    *
002030* THAN WIM-ON-HAND-QTY SO AN OVERFLOW CAN BE SEEN BEFORE IT   *
002040* IS STORED.                                                  *
002050*-------------------------------------------------------------*
002060 77  WS-NEW-QTY                PIC 9(08) COMP VALUE ZERO.
002070 77  WS-OLD-VALUE              PIC 9(12)V99 COMP-3 VALUE ZERO.
002080 77  WS-RCV-VALUE              PIC 9(12)V99 COMP-3 VALUE ZERO.
002090 77  WS-TOTAL-RCV-VALUE        PIC 9(13)V99 COMP-3 VALUE ZERO.
002100 77  WS-OLD-UNIT-COST          PIC 9(05)V99 VALUE ZERO.
002110 01  WS-CURRENT-DATE           PIC 9(08) VALUE ZERO.
002120 01  WS-CURRENT-TIME           PIC 9(08) VALUE ZERO.
002130*
002140*-------------------------------------------------------------*
002150* SUGG-TABLE - THE NIGHT'S WHREPLEN SUGGESTIONS, ONE ENTRY    *
002160* PER ITEM, WITH THE QUANTITY RECEIVED AGAINST EACH SO FAR    *
002170* THIS RUN.  ROWS PAST THE 2000-ENTRY CAPACITY ARE LOGGED     *
002180* AND LEFT OFF THE FILL REPORT, THE SAME WAY HELLO BOUNDS     *
002190* ITS TABLES.                                                 *
002200*-------------------------------------------------------------*
002210 01  SUGG-TABLE.
002220     05  SUGG-TABLE-ENTRY      OCCURS 1 TO 2000 TIMES
002230                                DEPENDING ON WS-SUGG-TABLE-CNT
002240                                INDEXED BY SUGG-IDX.
002250         10  SUGG-TBL-TYPE       PIC X(08).
002260         10  SUGG-TBL-ITEM       PIC 9(05).
002270         10  SUGG-TBL-DEPTNO     PIC X(03).
002280         10  SUGG-TBL-SHORT-QTY  PIC 9(07) COMP.
002290         10  SUGG-TBL-RCVD-QTY   PIC 9(09) COMP.
002300*
002310*-------------------------------------------------------------*
002320* DEPT-TABLE - EVERY WIM-ITEM-DEPTNO RECEIVED INTO THIS RUN   *
002330* WITH ITS RECEIPT COUNT, UNITS, AND VALUE AT INVOICE COST,   *
002340* AND THE SUGGESTIONS THE RECEIPTS FILLED, FOR THE BY-        *
002350* DEPARTMENT SECTION OF THE END-OF-RUN REPORT.  DEPTNOS PAST  *
002360* THE 500-ENTRY CAPACITY ARE LOGGED AND LEFT OFF THE ROLLUP.  *
002370*-------------------------------------------------------------*
002380 01  DEPT-TABLE.
002390     05  DEPT-TABLE-ENTRY      OCCURS 1 TO 500 TIMES
002400                                DEPENDING ON WS-DEPT-TABLE-CNT
002410                                INDEXED BY DEPT-IDX.
002420         10  DEPT-TBL-DEPTNO     PIC X(03).
002430         10  DEPT-TBL-RCPT-CNT   PIC 9(07) COMP.
002440         10  DEPT-TBL-UNITS      PIC 9(09) COMP.
002450         10  DEPT-TBL-RCV-VAL    PIC 9(13)V99 COMP-3.
002460         10  DEPT-TBL-FILLED-CNT PIC 9(07) COMP.
002470*
002480 PROCEDURE DIVISION.
002490*
002500*===============================================================
002510* 0000-INITIALIZE-PARA
002520*    MAIN DRIVER FOR THE GOODS-RECEIVING RUN.  OPENS THE
002530*    FILES, LOADS THE NIGHT'S SUGGESTIONS INTO SUGG-TABLE,
002540*    APPLIES EVERY DOCK RECEIPT TO THE MASTER, AND FINISHES
002550*    WITH THE RECEIPTS REPORT TO SYSOUT.
002560*===============================================================
002570 0000-INITIALIZE-PARA.
002580*
002590     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002600     ACCEPT WS-CURRENT-TIME FROM TIME.
002610*
002620     OPEN INPUT SUGGFILE.
002630     IF NOT SUGGFILE-STATUS-OK
002640         DISPLAY 'WHRECEIV - SUGGFILE OPEN FAILED, STATUS: '
002650             SUGGFILE-STATUS
002660         GO TO 9000-ABEND-PARA
002670     END-IF.
002680     SET SUGGFILE-OPEN-YES TO TRUE.
002690*
002700     INITIALIZE SUGG-TABLE.
002710     PERFORM 1000-LOAD-SUGG-TABLE-PARA THRU 1000-EXIT
002720         UNTIL SUGGFILE-EOF-YES.
002730     CLOSE SUGGFILE.
002740     SET SUGGFILE-OPEN-NO TO TRUE.
002750*
002760     OPEN INPUT RCPTFILE.
002770     IF NOT RCPTFILE-STATUS-OK
002780         DISPLAY 'WHRECEIV - RCPTFILE OPEN FAILED, STATUS: '
002790             RCPTFILE-STATUS
002800         GO TO 9000-ABEND-PARA
002810     END-IF.
002820     SET RCPTFILE-OPEN-YES TO TRUE.
002830*
002840     OPEN I-O ITEMMAST.
002850     IF NOT ITEMMAST-STATUS-OK
002860         DISPLAY 'WHRECEIV - ITEMMAST OPEN FAILED, STATUS: '
002870             ITEMMAST-STATUS
002880         GO TO 9000-ABEND-PARA
002890     END-IF.
002900     SET ITEMMAST-OPEN-YES TO TRUE.
002910*
002920     OPEN OUTPUT RCVEXCP.
002930     IF NOT RCVEXCP-STATUS-OK
002940         DISPLAY 'WHRECEIV - RCVEXCP OPEN FAILED, STATUS: '
002950             RCVEXCP-STATUS
002960         GO TO 9000-ABEND-PARA
002970     END-IF.
002980     SET RCVEXCP-OPEN-YES TO TRUE.
002990*
003000     OPEN EXTEND LEDGFILE.
003010     IF NOT LEDGFILE-STATUS-OK
003020         DISPLAY 'WHRECEIV - LEDGFILE OPEN FAILED, STATUS: '
003030             LEDGFILE-STATUS
003040         GO TO 9000-ABEND-PARA
003050     END-IF.
003060     SET LEDGFILE-OPEN-YES TO TRUE.
003070*
003080     INITIALIZE DEPT-TABLE.
003090*
003100     READ RCPTFILE
003110         AT END
003120             SET RCPTFILE-EOF-YES TO TRUE
003130         NOT AT END
003140             ADD 1 TO WS-RCPT-READ-CNT
003150     END-READ.
003160     IF NOT RCPTFILE-STATUS-OK AND NOT RCPTFILE-STATUS-EOF
003170         DISPLAY 'WHRECEIV - RCPTFILE READ FAILED, STATUS: '
003180             RCPTFILE-STATUS
003190         GO TO 9000-ABEND-PARA
003200     END-IF.
003210*
003220     PERFORM 2000-PROCESS-RECEIPT-PARA THRU 2000-EXIT
003230         UNTIL RCPTFILE-EOF-YES.
003240*
003250     CLOSE RCPTFILE.
003260     SET RCPTFILE-OPEN-NO TO TRUE.
003270     CLOSE ITEMMAST.
003280     SET ITEMMAST-OPEN-NO TO TRUE.
003290     CLOSE RCVEXCP.
003300     SET RCVEXCP-OPEN-NO TO TRUE.
003310     CLOSE LEDGFILE.
003320     SET LEDGFILE-OPEN-NO TO TRUE.
003330*
003340     PERFORM 5000-RECEIPTS-REPORT-PARA THRU 5000-EXIT.
003350*
003360     IF WS-EXCP-WRITTEN-CNT > ZERO
003370         MOVE 4 TO RETURN-CODE
003380     ELSE
003390         MOVE 0 TO RETURN-CODE
003400     END-IF.
003410*
003420     GO TO 9999-END-PARA.
003430*
003440*===============================================================
003450* 1000-LOAD-SUGG-TABLE-PARA
003460*    READS ONE SUGGESTION ROW AND SAVES IT IN SUGG-TABLE SO
003470*    THE RECEIPTS CAN BE MATCHED AGAINST THE SHORTFALLS.
003480*===============================================================
003490 1000-LOAD-SUGG-TABLE-PARA.
003500*
003510     READ SUGGFILE
003520         AT END
003530             SET SUGGFILE-EOF-YES TO TRUE
003540             GO TO 1000-EXIT
003550         NOT AT END
003560             ADD 1 TO WS-SUGG-READ-CNT
003570     END-READ.
003580     IF NOT SUGGFILE-STATUS-OK
003590         DISPLAY 'WHRECEIV - SUGGFILE READ FAILED, STATUS: '
003600             SUGGFILE-STATUS
003610         GO TO 9000-ABEND-PARA
003620     END-IF.
003630*
003640     IF WS-SUGG-TABLE-CNT < 2000
003650         ADD 1 TO WS-SUGG-TABLE-CNT
003660         SET SUGG-IDX TO WS-SUGG-TABLE-CNT
003670         MOVE SUG-TYPE          TO SUGG-TBL-TYPE (SUGG-IDX)
003680         MOVE SUG-ITEM-NUMBER   TO SUGG-TBL-ITEM (SUGG-IDX)
003690         MOVE SUG-DEPTNO        TO SUGG-TBL-DEPTNO (SUGG-IDX)
003700         MOVE SUG-SHORTFALL-QTY TO SUGG-TBL-SHORT-QTY (SUGG-IDX)
003710         MOVE ZERO              TO SUGG-TBL-RCVD-QTY (SUGG-IDX)
003720     ELSE
003730         DISPLAY 'WHRECEIV - SUGG-TABLE FULL (2000), ITEM '
003740             SUG-ITEM-NUMBER ' LEFT OFF THE FILL REPORT'
003750     END-IF.
003760*
003770 1000-EXIT.
003780     EXIT.
003790*
003800*===============================================================
003810* 2000-PROCESS-RECEIPT-PARA
003820*    MATCHES THE CURRENT RECEIPT AGAINST THE MASTER AND ROUTES
003830*    IT - A RECEIPT WITH A NON-NUMERIC KEY, QUANTITY, COST, OR
003840*    DATE, OR A ZERO QUANTITY, IS WRITTEN TO RCVEXCP; AN ITEM
003850*    NOT ON THE MASTER IS WRITTEN TO RCVEXCP; A MATCHED
003860*    RECEIPT GOES ON TO BE RECEIVED.  FINISHES BY READING THE
003870*    NEXT RECEIPT AHEAD FOR THE NEXT ITERATION.
003880*===============================================================
003890 2000-PROCESS-RECEIPT-PARA.
003900*
003910     IF RCV-ITEM-NUMBER NOT NUMERIC
003920      OR RCV-RECEIVED-QTY NOT NUMERIC
003930      OR RCV-UNIT-COST NOT NUMERIC
003940      OR RCV-RECEIPT-DATE NOT NUMERIC
003950         ADD 1 TO WS-BADCARD-CNT
003960         DISPLAY 'WHRECEIV - RECEIPT RECORD NOT NUMERIC: '
003970             RECEIPT-RECORD
003980         SET RXC-TYPE-NOTNUM TO TRUE
003990         PERFORM 2400-WRITE-EXCEPTION-PARA THRU 2400-EXIT
004000         GO TO 2000-READ-NEXT
004010     END-IF.
004020*
004030     IF RCV-RECEIVED-QTY = ZERO
004040         ADD 1 TO WS-ZEROQTY-CNT
004050         DISPLAY 'WHRECEIV - ZERO QUANTITY RECEIPT FOR ITEM '
004060             RCV-ITEM-NUMBER ' PO ' RCV-PO-REF
004070         SET RXC-TYPE-ZEROQTY TO TRUE
004080         PERFORM 2400-WRITE-EXCEPTION-PARA THRU 2400-EXIT
004090         GO TO 2000-READ-NEXT
004100     END-IF.
004110*
004120     PERFORM 2100-READ-MASTER-PARA THRU 2100-EXIT.
004130     IF ITEM-NOT-FOUND
004140         ADD 1 TO WS-NOITEM-CNT
004150         DISPLAY 'WHRECEIV - RECEIPT OF ' RCV-RECEIVED-QTY
004160             ' FOR ITEM ' RCV-ITEM-NUMBER ' PO ' RCV-PO-REF
004170             ' - NOT ON MASTER, NOT APPLIED'
004180         SET RXC-TYPE-NOITEM TO TRUE
004190         PERFORM 2400-WRITE-EXCEPTION-PARA THRU 2400-EXIT
004200         GO TO 2000-READ-NEXT
004210     END-IF.
004220*
004230     PERFORM 2200-RECEIVE-PARA THRU 2200-EXIT.
004240*
004250 2000-READ-NEXT.
004260*
004270     READ RCPTFILE
004280         AT END
004290             SET RCPTFILE-EOF-YES TO TRUE
004300         NOT AT END
004310             ADD 1 TO WS-RCPT-READ-CNT
004320     END-READ.
004330     IF NOT RCPTFILE-STATUS-OK AND NOT RCPTFILE-STATUS-EOF
004340         DISPLAY 'WHRECEIV - RCPTFILE READ FAILED, STATUS: '
004350             RCPTFILE-STATUS
004360         GO TO 9000-ABEND-PARA
004370     END-IF.
004380*
004390 2000-EXIT.
004400     EXIT.
004410*
004420*===============================================================
004430* 2100-READ-MASTER-PARA
004440*    READS THE ITEM-MASTER RECORD THE CURRENT RECEIPT NAMES.
004450*    A RECORD-NOT-FOUND IS A NORMAL MISS; ANY OTHER BAD STATUS
004460*    IS A REAL FILE ERROR AND ABENDS.
004470*===============================================================
004480 2100-READ-MASTER-PARA.
004490*
004500     SET ITEM-FOUND TO TRUE.
004510     MOVE RCV-ITEM-NUMBER TO WIM-ITEM-NUMBER.
004520     READ ITEMMAST
004530         INVALID KEY
004540             SET ITEM-NOT-FOUND TO TRUE
004550     END-READ.
004560     IF ITEM-NOT-FOUND
004570         GO TO 2100-EXIT
004580     END-IF.
004590     IF NOT ITEMMAST-STATUS-OK
004600         DISPLAY 'WHRECEIV - ITEMMAST READ FAILED, STATUS: '
004610             ITEMMAST-STATUS
004620         GO TO 9000-ABEND-PARA
004630     END-IF.
004640*
004650 2100-EXIT.
004660     EXIT.
004670*
004680*===============================================================
004690* 2200-RECEIVE-PARA
004700*    ADDS THE RECEIVED QUANTITY TO WIM-ON-HAND-QTY AND
004710*    RE-AVERAGES WIM-UNIT-COST - THE OLD STOCK AT THE MASTER'S
004720*    COST PLUS THE DELIVERY AT INVOICE COST, OVER THE COMBINED
004730*    QUANTITY - THEN REWRITES THE MASTER RECORD.  AN ITEM AT
004740*    ZERO ON HAND SIMPLY TAKES THE INVOICE COST.  A MASTER
004750*    RECORD WHOSE ON-HAND OR COST IS NOT NUMERIC CANNOT BE
004760*    AVERAGED, AND A RECEIPT THAT WOULD CARRY ON-HAND PAST
004770*    THE FIELD'S SEVEN DIGITS CANNOT BE STORED - BOTH ARE
004780*    WRITTEN TO RCVEXCP AND LEFT UNAPPLIED.
004790*===============================================================
004800 2200-RECEIVE-PARA.
004810*
004820     IF WIM-ON-HAND-QTY NOT NUMERIC
004830      OR WIM-UNIT-COST NOT NUMERIC
004840         ADD 1 TO WS-BADMAST-CNT
004850         DISPLAY 'WHRECEIV - RECEIPT OF ' RCV-RECEIVED-QTY
004860             ' FOR ITEM ' RCV-ITEM-NUMBER ' - MASTER ON HAND'
004870             '/COST NOT NUMERIC, NOT APPLIED'
004880         SET RXC-TYPE-BADMAST TO TRUE
004890         PERFORM 2400-WRITE-EXCEPTION-PARA THRU 2400-EXIT
004900         GO TO 2200-EXIT
004910     END-IF.
004920*
004930     COMPUTE WS-NEW-QTY = WIM-ON-HAND-QTY + RCV-RECEIVED-QTY.
004940     IF WS-NEW-QTY > 9999999
004950         ADD 1 TO WS-OVERFLOW-CNT
004960         DISPLAY 'WHRECEIV - RECEIPT OF ' RCV-RECEIVED-QTY
004970             ' FOR ITEM ' RCV-ITEM-NUMBER ' OVERFLOWS ON HAND '
004980             WIM-ON-HAND-QTY ' - NOT APPLIED'
004990         SET RXC-TYPE-OVERFLOW TO TRUE
005000         PERFORM 2400-WRITE-EXCEPTION-PARA THRU 2400-EXIT
005010         GO TO 2200-EXIT
005020     END-IF.
005030*
005040     MOVE WIM-UNIT-COST TO WS-OLD-UNIT-COST.
005050     COMPUTE WS-OLD-VALUE = WIM-ON-HAND-QTY * WIM-UNIT-COST.
005060     COMPUTE WS-RCV-VALUE = RCV-RECEIVED-QTY * RCV-UNIT-COST.
005070     COMPUTE WIM-UNIT-COST ROUNDED =
005080         (WS-OLD-VALUE + WS-RCV-VALUE) / WS-NEW-QTY.
005090     MOVE WS-NEW-QTY TO WIM-ON-HAND-QTY.
005100*
005110     REWRITE WHSE-ITEM-MASTER
005120         INVALID KEY
005130             DISPLAY 'WHRECEIV - ITEMMAST REWRITE LOST ITEM '
005140                 WIM-ITEM-NUMBER
005150             GO TO 9000-ABEND-PARA
005160     END-REWRITE.
005170     IF NOT ITEMMAST-STATUS-OK
005180         DISPLAY 'WHRECEIV - ITEMMAST REWRITE FAILED, STATUS: '
005190             ITEMMAST-STATUS
005200         GO TO 9000-ABEND-PARA
005210     END-IF.
005220     ADD 1 TO WS-APPLIED-CNT.
005230     ADD RCV-RECEIVED-QTY TO WS-UNITS-RECEIVED.
005240     ADD WS-RCV-VALUE TO WS-TOTAL-RCV-VALUE.
005250     PERFORM 2500-WRITE-LEDGER-PARA THRU 2500-EXIT.
005260*
005270     DISPLAY 'RECEIPT ITEM ' RCV-ITEM-NUMBER
005280         ' DEPT ' WIM-ITEM-DEPTNO
005290         ' PO ' RCV-PO-REF
005300         ' QTY ' RCV-RECEIVED-QTY
005310         ' ON HAND NOW ' WIM-ON-HAND-QTY
005320         ' COST ' WS-OLD-UNIT-COST ' TO ' WIM-UNIT-COST.
005330*
005340     PERFORM 2300-MATCH-SUGG-PARA THRU 2300-EXIT.
005350     PERFORM 2250-ACCUM-DEPT-PARA THRU 2250-EXIT.
005360*
005370 2200-EXIT.
005380     EXIT.
005390*
005400*===============================================================
005410* 2250-ACCUM-DEPT-PARA
005420*    ROLLS THE CURRENT RECEIPT INTO ITS DEPARTMENT'S ENTRY IN
005430*    DEPT-TABLE, ADDING THE DEPTNO ON FIRST SIGHT.  A RECEIPT
005440*    THAT BROUGHT ITS ITEM'S SUGGESTION UP TO THE SHORTFALL
005450*    COUNTS AS A FILL FOR THE DEPARTMENT.
005460*===============================================================
005470 2250-ACCUM-DEPT-PARA.
005480*
005490     SET DEPT-IDX TO 1.
005500     SEARCH DEPT-TABLE-ENTRY
005510         AT END
005520             IF WS-DEPT-TABLE-CNT < 500
005530                 ADD 1 TO WS-DEPT-TABLE-CNT
005540                 SET DEPT-IDX TO WS-DEPT-TABLE-CNT
005550                 MOVE WIM-ITEM-DEPTNO
005560                     TO DEPT-TBL-DEPTNO (DEPT-IDX)
005570                 MOVE ZERO TO DEPT-TBL-RCPT-CNT (DEPT-IDX)
005580                 MOVE ZERO TO DEPT-TBL-UNITS (DEPT-IDX)
005590                 MOVE ZERO TO DEPT-TBL-RCV-VAL (DEPT-IDX)
005600                 MOVE ZERO TO DEPT-TBL-FILLED-CNT (DEPT-IDX)
005610             ELSE
005620                 DISPLAY 'WHRECEIV - DEPT-TABLE FULL (500), '
005630                     'DEPTNO ' WIM-ITEM-DEPTNO
005640                     ' LEFT OFF THE DEPARTMENT ROLLUP'
005650                 GO TO 2250-EXIT
005660             END-IF
005670         WHEN DEPT-TBL-DEPTNO (DEPT-IDX) = WIM-ITEM-DEPTNO
005680             CONTINUE
005690     END-SEARCH.
005700*
005710     ADD 1 TO DEPT-TBL-RCPT-CNT (DEPT-IDX).
005720     ADD RCV-RECEIVED-QTY TO DEPT-TBL-UNITS (DEPT-IDX).
005730     ADD WS-RCV-VALUE TO DEPT-TBL-RCV-VAL (DEPT-IDX).
005740     IF SUGG-FOUND
005750      AND SUGG-TBL-RCVD-QTY (SUGG-IDX) NOT <
005760          SUGG-TBL-SHORT-QTY (SUGG-IDX)
005770      AND SUGG-TBL-RCVD-QTY (SUGG-IDX) - RCV-RECEIVED-QTY <
005780          SUGG-TBL-SHORT-QTY (SUGG-IDX)
005790         ADD 1 TO DEPT-TBL-FILLED-CNT (DEPT-IDX)
005800     END-IF.
005810*
005820 2250-EXIT.
005830     EXIT.
005840*
005850*===============================================================
005860* 2300-MATCH-SUGG-PARA
005870*    LOOKS THE CURRENT RECEIPT'S ITEM UP IN SUGG-TABLE AND,
005880*    WHEN THE NIGHT'S WHREPLEN RUN SUGGESTED IT, ADDS THE
005890*    RECEIVED QUANTITY AGAINST THE SHORTFALL.  SUGG-IDX IS
005900*    LEFT ON THE MATCHING ENTRY FOR THE DEPARTMENT ROLLUP.
005910*===============================================================
005920 2300-MATCH-SUGG-PARA.
005930*
005940     SET SUGG-NOT-FOUND TO TRUE.
005950     IF WS-SUGG-TABLE-CNT = ZERO
005960         GO TO 2300-EXIT
005970     END-IF.
005980     SET SUGG-IDX TO 1.
005990     SEARCH SUGG-TABLE-ENTRY
006000         AT END
006010             GO TO 2300-EXIT
006020         WHEN SUGG-TBL-ITEM (SUGG-IDX) = RCV-ITEM-NUMBER
006030             SET SUGG-FOUND TO TRUE
006040     END-SEARCH.
006050     ADD RCV-RECEIVED-QTY TO SUGG-TBL-RCVD-QTY (SUGG-IDX).
006060*
006070 2300-EXIT.
006080     EXIT.
006090*
006100*===============================================================
006110* 2400-WRITE-EXCEPTION-PARA
006120*    WRITES THE CURRENT RECEIPT TO RCVEXCP UNDER THE RXC-TYPE
006130*    THE CALLER HAS SET, STAMPED WITH THE RUN DATE.
006140*===============================================================
006150 2400-WRITE-EXCEPTION-PARA.
006160*
006170     MOVE RECEIPT-RECORD  TO RXC-RECEIPT-IMAGE.
006180     MOVE WS-CURRENT-DATE TO RXC-RUN-DATE.
006190     WRITE RECEIPT-EXCEPTION-RECORD.
006200     IF NOT RCVEXCP-STATUS-OK
006210         DISPLAY 'WHRECEIV - RCVEXCP WRITE FAILED, STATUS: '
006220             RCVEXCP-STATUS
006230         GO TO 9000-ABEND-PARA
006240     END-IF.
006250     ADD 1 TO WS-EXCP-WRITTEN-CNT.
006260*
006270 2400-EXIT.
006280     EXIT.
006290*
006300*===============================================================
006310* 2500-WRITE-LEDGER-PARA
006320*    APPENDS THE STOCK-LEDGER ROW FOR THE RECEIPT JUST
006330*    APPLIED - THE QUANTITY RECEIVED GOES IN AT THE INVOICE
006340*    COST, AND THE BALANCE IS THE ON-HAND THE REWRITE LEFT ON
006350*    THE MASTER.
006360*===============================================================
006370 2500-WRITE-LEDGER-PARA.
006380*
006390     MOVE WIM-ITEM-NUMBER  TO LED-ITEM-NUMBER.
006400     MOVE WIM-ITEM-DEPTNO  TO LED-ITEM-DEPTNO.
006410     MOVE WS-CURRENT-DATE  TO LED-MOVE-DATE.
006420     MOVE WS-CURRENT-TIME  TO LED-MOVE-TIME.
006430     MOVE 'WHRECEIV'       TO LED-SOURCE-PGM.
006440     SET LED-MOVE-RECEIPT  TO TRUE.
006450     MOVE RCV-RECEIVED-QTY TO LED-QTY-IN.
006460     MOVE ZERO             TO LED-QTY-OUT.
006470     MOVE WIM-ON-HAND-QTY  TO LED-BALANCE.
006480     MOVE RCV-UNIT-COST    TO LED-UNIT-COST.
006490     MOVE RCV-PO-REF       TO LED-REFERENCE.
006500     WRITE STOCK-LEDGER-RECORD.
006510     IF NOT LEDGFILE-STATUS-OK
006520         DISPLAY 'WHRECEIV - LEDGFILE WRITE FAILED, STATUS: '
006530             LEDGFILE-STATUS
006540         GO TO 9000-ABEND-PARA
006550     END-IF.
006560     ADD 1 TO WS-LEDG-WRITTEN-CNT.
006570*
006580 2500-EXIT.
006590     EXIT.
006600*
006610*===============================================================
006620* 5000-RECEIPTS-REPORT-PARA
006630*    END-OF-RUN RECEIPTS REPORT TO SYSOUT - THE RUN'S COUNTS,
006640*    THE RECEIPTS SUBTOTALED BY DEPARTMENT, THEN EVERY
006650*    WHREPLEN SHORTFALL WITH WHAT HAS COME IN AGAINST IT, SO
006660*    PURCHASING CAN SEE WHICH ARE FILLED AND WHICH ARE STILL
006670*    OPEN.
006680*===============================================================
006690 5000-RECEIPTS-REPORT-PARA.
006700*
006710     DISPLAY ' '.
006720     DISPLAY '======================================'.
006730     DISPLAY 'WHRECEIV -  GOODS-RECEIVING REPORT'.
006740     DISPLAY '======================================'.
006750     DISPLAY 'RECEIPT RECORDS READ. . : ' WS-RCPT-READ-CNT.
006760     DISPLAY 'RECEIPTS APPLIED. . . . : ' WS-APPLIED-CNT.
006770     DISPLAY 'UNITS RECEIVED. . . . . : ' WS-UNITS-RECEIVED.
006780     DISPLAY 'ITEMS NOT ON MASTER . . : ' WS-NOITEM-CNT.
006790     DISPLAY 'RECEIPTS NOT NUMERIC. . : ' WS-BADCARD-CNT.
006800     DISPLAY 'ZERO QUANTITY RECEIPTS. : ' WS-ZEROQTY-CNT.
006810     DISPLAY 'MASTER QTY/COST NOT NUM : ' WS-BADMAST-CNT.
006820     DISPLAY 'WOULD OVERFLOW ON HAND. : ' WS-OVERFLOW-CNT.
006830     DISPLAY 'EXCEPTIONS WRITTEN. . . : ' WS-EXCP-WRITTEN-CNT.
006840     DISPLAY 'LEDGER ROWS WRITTEN . . : ' WS-LEDG-WRITTEN-CNT.
006850*
006860     DISPLAY ' '.
006870     DISPLAY 'RECEIPTS BY DEPARTMENT'.
006880     DISPLAY 'DEPT  RECEIPTS  UNITS      RECEIVED VALUE'
006890         '       SHORTFALLS FILLED'.
006900     IF WS-DEPT-TABLE-CNT = ZERO
006910         DISPLAY '  (NONE)'
006920     END-IF.
006930     PERFORM 5100-DEPT-RCPT-LINE-PARA THRU 5100-EXIT
006940         VARYING DEPT-IDX FROM 1 BY 1
006950         UNTIL DEPT-IDX > WS-DEPT-TABLE-CNT.
006960*
006970     DISPLAY ' '.
006980     DISPLAY 'TOTAL RECEIVED VALUE. . : ' WS-TOTAL-RCV-VALUE.
006990*
007000     DISPLAY ' '.
007010     DISPLAY 'WHREPLEN SHORTFALLS AGAINST RECEIPTS'.
007020     DISPLAY 'DEPT  ITEM   TYPE      SHORTFALL  RECEIVED'
007030         '   STATUS'.
007040     IF WS-SUGG-TABLE-CNT = ZERO
007050         DISPLAY '  (NONE)'
007060     END-IF.
007070     PERFORM 5200-SUGG-FILL-LINE-PARA THRU 5200-EXIT
007080         VARYING SUGG-IDX FROM 1 BY 1
007090         UNTIL SUGG-IDX > WS-SUGG-TABLE-CNT.
007100*
007110     DISPLAY ' '.
007120     DISPLAY 'SHORTFALLS FILLED . . . : ' WS-SUGG-FILLED-CNT.
007130     DISPLAY 'SHORTFALLS PART FILLED. : ' WS-SUGG-PARTIAL-CNT.
007140     DISPLAY 'SHORTFALLS STILL OPEN . : ' WS-SUGG-OPEN-CNT.
007150     DISPLAY '======================================'.
007160*
007170 5000-EXIT.
007180     EXIT.
007190*
007200*===============================================================
007210* 5100-DEPT-RCPT-LINE-PARA
007220*    PRINTS ONE DEPARTMENT'S RECEIPTS SUBTOTAL LINE.
007230*===============================================================
007240 5100-DEPT-RCPT-LINE-PARA.
007250*
007260     DISPLAY DEPT-TBL-DEPTNO (DEPT-IDX) '   '
007270         DEPT-TBL-RCPT-CNT (DEPT-IDX) '   '
007280         DEPT-TBL-UNITS (DEPT-IDX) '  '
007290         DEPT-TBL-RCV-VAL (DEPT-IDX) '  '
007300         DEPT-TBL-FILLED-CNT (DEPT-IDX).
007310*
007320 5100-EXIT.
007330     EXIT.
007340*
007350*===============================================================
007360* 5200-SUGG-FILL-LINE-PARA
007370*    PRINTS ONE WHREPLEN SHORTFALL WITH THE QUANTITY RECEIVED
007380*    AGAINST IT THIS RUN - FILLED WHEN THE RECEIPTS COVER THE
007390*    SHORTFALL, PARTIAL WHEN SOME HAS COME IN, OPEN WHEN NONE.
007400*===============================================================
007410 5200-SUGG-FILL-LINE-PARA.
007420*
007430     IF SUGG-TBL-RCVD-QTY (SUGG-IDX) = ZERO
007440         ADD 1 TO WS-SUGG-OPEN-CNT
007450         DISPLAY SUGG-TBL-DEPTNO (SUGG-IDX) '   '
007460             SUGG-TBL-ITEM (SUGG-IDX) '  '
007470             SUGG-TBL-TYPE (SUGG-IDX) '  '
007480             SUGG-TBL-SHORT-QTY (SUGG-IDX) '  '
007490             SUGG-TBL-RCVD-QTY (SUGG-IDX) '  OPEN'
007500         GO TO 5200-EXIT
007510     END-IF.
007520*
007530     IF SUGG-TBL-RCVD-QTY (SUGG-IDX) <
007540        SUGG-TBL-SHORT-QTY (SUGG-IDX)
007550         ADD 1 TO WS-SUGG-PARTIAL-CNT
007560         DISPLAY SUGG-TBL-DEPTNO (SUGG-IDX) '   '
007570             SUGG-TBL-ITEM (SUGG-IDX) '  '
007580             SUGG-TBL-TYPE (SUGG-IDX) '  '
007590             SUGG-TBL-SHORT-QTY (SUGG-IDX) '  '
007600             SUGG-TBL-RCVD-QTY (SUGG-IDX) '  PARTIAL'
007610     ELSE
007620         ADD 1 TO WS-SUGG-FILLED-CNT
007630         DISPLAY SUGG-TBL-DEPTNO (SUGG-IDX) '   '
007640             SUGG-TBL-ITEM (SUGG-IDX) '  '
007650             SUGG-TBL-TYPE (SUGG-IDX) '  '
007660             SUGG-TBL-SHORT-QTY (SUGG-IDX) '  '
007670             SUGG-TBL-RCVD-QTY (SUGG-IDX) '  FILLED'
007680     END-IF.
007690*
007700 5200-EXIT.
007710     EXIT.
007720*
007730*===============================================================
007740* 9000-ABEND-PARA
007750*    COMMON FILE-ERROR EXIT.  ANY OPEN, READ, WRITE, OR
007760*    REWRITE THAT COMES BACK WITH A BAD STATUS LANDS HERE.
007770*    CLOSES EVERY FILE THAT IS STILL OPEN, SETS A NON-ZERO
007780*    RETURN CODE, AND ENDS THE RUN.
007790*===============================================================
007800 9000-ABEND-PARA.
007810*
007820     DISPLAY 'WHRECEIV - RUN ABENDED ON A FILE ERROR. '.
007830*
007840     IF RCPTFILE-OPEN-YES
007850         CLOSE RCPTFILE
007860     END-IF.
007870     IF SUGGFILE-OPEN-YES
007880         CLOSE SUGGFILE
007890     END-IF.
007900     IF ITEMMAST-OPEN-YES
007910         CLOSE ITEMMAST
007920     END-IF.
007930     IF RCVEXCP-OPEN-YES
007940         CLOSE RCVEXCP
007950     END-IF.
007960     IF LEDGFILE-OPEN-YES
007970         CLOSE LEDGFILE
007980     END-IF.
007990*
008000     MOVE 16 TO RETURN-CODE.
008010     GO TO 9999-END-PARA.
008020*
008030*===============================================================
008040* 9999-END-PARA
008050*    COMMON JOB EXIT.
008060*===============================================================
008070 9999-END-PARA.
008080     STOP RUN.
