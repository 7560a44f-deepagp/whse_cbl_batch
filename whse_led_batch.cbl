000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WHSTKLED.
000030 AUTHOR. D-L-OKAFOR.
000040 INSTALLATION. WHSE-DIST-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-------------------------------------------------------------*
000090* MODIFICATION HISTORY                                        *
000100*-------------------------------------------------------------*
000110* DATE      INIT  DESCRIPTION                                 *
000120* 10/15/26  DLO   ORIGINAL PROGRAM.  DAILY STOCK ROLL-FORWARD *
000130*                 OFF THE SHARED STOCK LEDGER (LEDGFILE, COPY *
000140*                 WHSELEDG) THAT WHRECEIV, WHPICKUP, WHCYCCNT *
000150*                 WHMAINT, AND WHBKOUT APPEND TO.  FOR THE    *
000160*                 REPORT DATE IN THE PARM (DEFAULT TODAY)     *
000170*                 EVERY ITEM IS ROLLED FORWARD - OPENING PLUS *
000180*                 RECEIPTS LESS PICKS PLUS OR MINUS           *
000190*                 ADJUSTMENTS GIVES THE COMPUTED CLOSING -    *
000200*                 AND THE CLOSING IS PROVED AGAINST THE       *
000210*                 ITEMMAST ON-HAND.  AN ITEM WHOSE CLOSING    *
000220*                 DOES NOT MATCH THE MASTER IS FLAGGED OUT OF *
000230*                 BALANCE - SOMETHING MOVED ITS ON-HAND       *
000240*                 WITHOUT A LEDGER ROW.  THE SAME FIGURES ARE *
000250*                 SUBTOTALED BY WIM-ITEM-DEPTNO.              *
000251* 10/15/26  DLO   THE OPENING BALANCE IS NOW TAKEN FROM THE   *
000252*                 ITEM'S LATEST ROW BY LED-MOVE-DATE AND      *
000253*                 LED-MOVE-TIME BEFORE THE REPORT DATE (OR    *
000254*                 ITS EARLIEST ROW ON OR AFTER IT), NOT THE   *
000255*                 LAST ROW IN FILE ORDER.  WHITMINQ'S ONLINE  *
000256*                 ROWS ARE APPENDED AFTER THE NIGHT'S BATCH   *
000257*                 ROWS, SO LEDGFILE IS NO LONGER IN TIME      *
000258*                 ORDER.  A ROW WITH A NON-NUMERIC TIME IS    *
000259*                 NOW LOGGED AND SKIPPED WITH THE OTHER BAD   *
000260*                 ROWS.                                       *
000261*-------------------------------------------------------------*
000270*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-Z15.
000310 OBJECT-COMPUTER. IBM-Z15.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT LEDGFILE ASSIGN TO LEDGFILE
000350         ORGANIZATION IS SEQUENTIAL
000360         ACCESS IS SEQUENTIAL
000370         FILE STATUS IS LEDGFILE-STATUS.
000380     SELECT ITEMMAST ASSIGN TO ITEMMAST
000390         ORGANIZATION IS INDEXED
000400         ACCESS IS SEQUENTIAL
000410         RECORD KEY IS WIM-ITEM-NUMBER
000420         FILE STATUS IS ITEMMAST-STATUS.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  LEDGFILE
000470     RECORDING MODE IS F
000480     LABEL RECORDS ARE STANDARD.
000490*-------------------------------------------------------------*
000500* STOCK-LEDGER ROW - THE SHARED WHSELEDG LAYOUT, READ EXACTLY *
000505* AS THE MOVING PROGRAMS APPENDED IT.  ROWS ARE NOT IN TIME   *
000510* ORDER - WHITMINQ'S ROWS FOR A DAY FOLLOW THAT NIGHT'S BATCH *
000515* ROWS - SO ORDER IS ALWAYS JUDGED BY DATE AND TIME.          *
000520*-------------------------------------------------------------*
000530     COPY WHSELEDG.
000540*
000550 FD  ITEMMAST
000560     LABEL RECORDS ARE STANDARD.
000570*-------------------------------------------------------------*
000580* PERMANENT ITEM-MASTER RECORD - THE SHARED WHSE-ITEM-MASTER  *
000590* LAYOUT.  WIM-ITEM-NUMBER IS THE KSDS RECORD KEY.            *
000600*-------------------------------------------------------------*
000610     COPY WHSEITEM.
000620*
000630 WORKING-STORAGE SECTION.
000640*
000650*-------------------------------------------------------------*
000660* FILE STATUS AND SWITCHES                                     *
000670*-------------------------------------------------------------*
000680 01  WS-FILE-STATUSES.
000690     05  LEDGFILE-STATUS       PIC X(02) VALUE '00'.
000700         88  LEDGFILE-STATUS-OK VALUE '00'.
000710         88  LEDGFILE-STATUS-EOF VALUE '10'.
000720     05  ITEMMAST-STATUS       PIC X(02) VALUE '00'.
000730         88  ITEMMAST-STATUS-OK VALUE '00'.
000740         88  ITEMMAST-STATUS-EOF VALUE '10'.
000750*
000760 01  WS-SWITCHES.
000770     05  WS-LEDG-EOF-SW        PIC X(01) VALUE 'N'.
000780         88  LEDG-EOF-YES      VALUE 'Y'.
000790         88  LEDG-EOF-NO       VALUE 'N'.
000800     05  WS-LEDGFILE-OPEN-SW   PIC X(01) VALUE 'N'.
000810         88  LEDGFILE-OPEN-YES VALUE 'Y'.
000820         88  LEDGFILE-OPEN-NO  VALUE 'N'.
000830     05  WS-MAST-EOF-SW        PIC X(01) VALUE 'N'.
000840         88  MAST-EOF-YES      VALUE 'Y'.
000850         88  MAST-EOF-NO       VALUE 'N'.
000860     05  WS-ITEMMAST-OPEN-SW   PIC X(01) VALUE 'N'.
000870         88  ITEMMAST-OPEN-YES VALUE 'Y'.
000880         88  ITEMMAST-OPEN-NO  VALUE 'N'.
000890     05  WS-ROLL-STATUS        PIC X(18) VALUE SPACES.
000900         88  ROLL-IN-BALANCE   VALUE 'IN BALANCE'.
000910         88  ROLL-OUT-OF-BAL   VALUE 'OUT OF BALANCE'.
000920         88  ROLL-MAST-NOT-NUM VALUE 'MASTER NOT NUMERIC'.
000930         88  ROLL-NOT-ON-MAST  VALUE 'NOT ON MASTER'.
000940*
000950*-------------------------------------------------------------*
000960* RUN COUNTERS                                                 *
000970*-------------------------------------------------------------*
000980 77  WS-LEDG-READ-CNT          PIC 9(07) COMP VALUE ZERO.
000990 77  WS-LEDG-EARLIER-CNT       PIC 9(07) COMP VALUE ZERO.
001000 77  WS-LEDG-DAY-CNT           PIC 9(07) COMP VALUE ZERO.
001010 77  WS-LEDG-LATER-CNT         PIC 9(07) COMP VALUE ZERO.
001020 77  WS-LEDG-BAD-CNT           PIC 9(07) COMP VALUE ZERO.
001030 77  WS-MAST-READ-CNT          PIC 9(07) COMP VALUE ZERO.
001040 77  WS-MOVED-ITEM-CNT         PIC 9(07) COMP VALUE ZERO.
001050 77  WS-NOHIST-ITEM-CNT        PIC 9(07) COMP VALUE ZERO.
001060 77  WS-OFFMAST-ITEM-CNT       PIC 9(07) COMP VALUE ZERO.
001070 77  WS-OOB-ITEM-CNT           PIC 9(07) COMP VALUE ZERO.
001080 77  WS-DEPT-TABLE-CNT         PIC 9(05) COMP VALUE ZERO.
001090 77  WS-ITEM-SUB               PIC 9(06) COMP VALUE ZERO.
001100*
001110*-------------------------------------------------------------*
001120* REPORT DATE - THE DAY BEING ROLLED FORWARD.  LEDGER ROWS    *
001130* BEFORE IT BUILD EACH ITEM'S OPENING BALANCE, ROWS ON IT ARE *
001140* THE DAY'S MOVEMENTS, AND ROWS AFTER IT (A REPORT RERUN FOR  *
001150* AN EARLIER DAY) ARE NETTED SEPARATELY SO THE CLOSING CAN    *
001160* STILL BE CARRIED UP TO TODAY'S MASTER ON-HAND.              *
001170*-------------------------------------------------------------*
001180 01  WS-REPORT-DATE            PIC 9(08) VALUE ZERO.
001190*
001200*-------------------------------------------------------------*
001201* LED-MOVE-DATE AND LED-MOVE-TIME OF THE ROW IN HAND, AS ONE   *
001202* 16-DIGIT STAMP FOR ORDERING ROWS.                           *
001203*-------------------------------------------------------------*
001204 01  WS-LEDG-STAMP-X.
001205     05  WS-LEDG-STAMP-DATE    PIC 9(08) VALUE ZERO.
001206     05  WS-LEDG-STAMP-TIME    PIC 9(08) VALUE ZERO.
001207 01  WS-LEDG-STAMP REDEFINES WS-LEDG-STAMP-X
001208                               PIC 9(16).
001209*
001210*-------------------------------------------------------------*
001211* ROLL-FORWARD WORK FIELDS FOR THE ITEM ON HAND - ITS NUMBER  *
001220* AND DEPARTMENT, THE COMPUTED CLOSING, THE ON-HAND THE       *
001230* MASTER SHOULD CARRY (THE CLOSING PLUS ANY LATER MOVEMENTS), *
001240* AND THE ON-HAND IT ACTUALLY CARRIES.                        *
001250*-------------------------------------------------------------*
001260 01  WS-ROLL-ITEM              PIC 9(05) VALUE ZERO.
001270 01  WS-ROLL-DEPTNO            PIC X(03) VALUE SPACES.
001280 77  WS-ROLL-CLOSING           PIC S9(09) COMP VALUE ZERO.
001290 77  WS-ROLL-EXPECTED          PIC S9(09) COMP VALUE ZERO.
001300 77  WS-ROLL-MAST-QTY          PIC S9(09) COMP VALUE ZERO.
001310*
001320*-------------------------------------------------------------*
001330* ITEM-LEDG-TABLE - ONE SLOT PER POSSIBLE ITEM NUMBER, FOUND  *
001340* BY DIRECT SUBSCRIPT (THE ITEM NUMBER PLUS ONE, SO ITEM      *
001350* 00000 HAS A SLOT).  THE LEDGER IS AN ACCUMULATING FILE, SO  *
001360* THE ITEMS ON IT CANNOT BE CAPPED THE WAY THE SEARCHED       *
001367* TABLES ARE.  EACH SLOT HOLDS THE ITEM'S OPENING BALANCE     *
001374* WITH THE DATE/TIME STAMP OF THE ROW IT CAME FROM, THE       *
001381* REPORT DAY'S MOVEMENTS BY KIND, THE NET OF ANY LATER        *
001390* MOVEMENTS, AND THE DEPARTMENT LAST CARRIED ON THE LEDGER.   *
001400*-------------------------------------------------------------*
001410 01  ITEM-LEDG-TABLE.
001420     05  ITEM-LEDG-ENTRY       OCCURS 100000 TIMES.
001430         10  ILT-SEEN-SW         PIC X(01).
001440             88  ILT-SEEN        VALUE 'Y'.
001450         10  ILT-OPEN-SW         PIC X(01).
001460             88  ILT-OPEN-SET    VALUE 'Y'.
001465             88  ILT-OPEN-FROM-DAY VALUE 'F'.
001470         10  ILT-DAY-SW          PIC X(01).
001480             88  ILT-MOVED-TODAY VALUE 'Y'.
001490         10  ILT-MAST-SW         PIC X(01).
001500             88  ILT-ON-MASTER   VALUE 'Y'.
001510         10  ILT-DEPTNO          PIC X(03).
001520         10  ILT-OPENING         PIC S9(09) COMP.
001525         10  ILT-OPEN-STAMP      PIC 9(16) COMP.
001530         10  ILT-RECEIPTS        PIC 9(09) COMP.
001540         10  ILT-PICKS           PIC 9(09) COMP.
001550         10  ILT-ADJ-IN          PIC 9(09) COMP.
001560         10  ILT-ADJ-OUT         PIC 9(09) COMP.
001570         10  ILT-LATER-NET       PIC S9(09) COMP.
001580*
001590*-------------------------------------------------------------*
001600* DEPT-TABLE - EVERY DEPARTMENT ROLLED FORWARD THIS RUN WITH  *
001610* ITS ITEM COUNT, THE ROLL-FORWARD COLUMNS SUMMED, AND ITS    *
001620* OUT-OF-BALANCE ITEM COUNT.  DEPTNOS PAST THE 500-ENTRY      *
001630* CAPACITY ARE LOGGED AND LEFT OFF THE SUBTOTALS, THE SAME    *
001640* WAY HELLO BOUNDS ITS OWN TABLES.                            *
001650*-------------------------------------------------------------*
001660 01  DEPT-TABLE.
001670     05  DEPT-TABLE-ENTRY      OCCURS 1 TO 500 TIMES
001680                                DEPENDING ON WS-DEPT-TABLE-CNT
001690                                INDEXED BY DEPT-IDX.
001700         10  DEPT-TBL-DEPTNO     PIC X(03).
001710         10  DEPT-TBL-ITEM-CNT   PIC 9(07) COMP.
001720         10  DEPT-TBL-OPENING    PIC S9(11) COMP.
001730         10  DEPT-TBL-RECEIPTS   PIC 9(11) COMP.
001740         10  DEPT-TBL-PICKS      PIC 9(11) COMP.
001750         10  DEPT-TBL-ADJ-IN     PIC 9(11) COMP.
001760         10  DEPT-TBL-ADJ-OUT    PIC 9(11) COMP.
001770         10  DEPT-TBL-CLOSING    PIC S9(11) COMP.
001780         10  DEPT-TBL-OOB-CNT    PIC 9(07) COMP.
001790*
001800 LINKAGE SECTION.
001810*
001820*-------------------------------------------------------------*
001830* LS-REPORT-DATE - THE DAY TO ROLL FORWARD (YYYYMMDD), PASSED *
001840* IN FROM THE CALLING JCL STEP'S PARM.  A VALUE OF ZERO (OR   *
001850* AN ABSENT PARM) TAKES TODAY'S DATE.                         *
001860*-------------------------------------------------------------*
001870 01  LS-REPORT-DATE PIC 9(8).
001880*
001890 PROCEDURE DIVISION USING LS-REPORT-DATE.
001900*
001910*===============================================================
001920* 0000-INITIALIZE-PARA
001930*    MAIN DRIVER FOR THE STOCK ROLL-FORWARD RUN.  FOLDS THE
001940*    WHOLE LEDGER INTO ITEM-LEDG-TABLE, ROLLS EVERY ITEMMAST
001950*    ITEM FORWARD AND PROVES IT AGAINST ITS ON-HAND, THEN
001960*    ROLLS THE LEDGER ITEMS NO LONGER ON THE MASTER, AND
001970*    FINISHES WITH THE ROLL-FORWARD REPORT TO SYSOUT.
001980*===============================================================
001990 0000-INITIALIZE-PARA.
002000*
002010     ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
002020     IF LS-REPORT-DATE NUMERIC AND LS-REPORT-DATE > 0
002030         MOVE LS-REPORT-DATE TO WS-REPORT-DATE
002040     END-IF.
002050     DISPLAY 'WHSTKLED - ROLLING FORWARD STOCK FOR '
002060         WS-REPORT-DATE.
002070*
002080     INITIALIZE ITEM-LEDG-TABLE.
002090     INITIALIZE DEPT-TABLE.
002100*
002110     OPEN INPUT LEDGFILE.
002120     IF NOT LEDGFILE-STATUS-OK
002130         DISPLAY 'WHSTKLED - LEDGFILE OPEN FAILED, STATUS: '
002140             LEDGFILE-STATUS
002150         GO TO 9000-ABEND-PARA
002160     END-IF.
002170     SET LEDGFILE-OPEN-YES TO TRUE.
002180*
002190     PERFORM 1000-LOAD-LEDGER-PARA THRU 1000-EXIT
002200         UNTIL LEDG-EOF-YES.
002210     CLOSE LEDGFILE.
002220     SET LEDGFILE-OPEN-NO TO TRUE.
002230*
002240     OPEN INPUT ITEMMAST.
002250     IF NOT ITEMMAST-STATUS-OK
002260         DISPLAY 'WHSTKLED - ITEMMAST OPEN FAILED, STATUS: '
002270             ITEMMAST-STATUS
002280         GO TO 9000-ABEND-PARA
002290     END-IF.
002300     SET ITEMMAST-OPEN-YES TO TRUE.
002310*
002320     DISPLAY ' '.
002330     DISPLAY 'WHSTKLED -  STOCK ROLL-FORWARD DETAIL'.
002340     DISPLAY 'ITEM   DEPT OPENING    RECEIPTS   PICKS     '
002350         ' ADJ IN     ADJ OUT    CLOSING    ON HAND    STATUS'.
002360*
002370     READ ITEMMAST
002380         AT END
002390             SET MAST-EOF-YES TO TRUE
002400         NOT AT END
002410             ADD 1 TO WS-MAST-READ-CNT
002420     END-READ.
002430     IF NOT ITEMMAST-STATUS-OK AND NOT ITEMMAST-STATUS-EOF
002440         DISPLAY 'WHSTKLED - ITEMMAST READ FAILED, STATUS: '
002450             ITEMMAST-STATUS
002460         GO TO 9000-ABEND-PARA
002470     END-IF.
002480*
002490     PERFORM 2000-PROCESS-MASTER-PARA THRU 2000-EXIT
002500         UNTIL MAST-EOF-YES.
002510*
002520     CLOSE ITEMMAST.
002530     SET ITEMMAST-OPEN-NO TO TRUE.
002540*
002550*    WHAT IS LEFT IN THE TABLE UNMATCHED WAS MOVED ON THE
002560*    LEDGER BUT IS NO LONGER ON THE MASTER.
002570     PERFORM 3000-OFF-MASTER-PARA THRU 3000-EXIT
002580         VARYING WS-ITEM-SUB FROM 1 BY 1
002590         UNTIL WS-ITEM-SUB > 100000.
002600*
002610     PERFORM 5000-ROLLFWD-REPORT-PARA THRU 5000-EXIT.
002620*
002630     IF WS-LEDG-BAD-CNT > ZERO
002640         MOVE 4 TO RETURN-CODE
002650     ELSE
002660         MOVE 0 TO RETURN-CODE
002670     END-IF.
002680*
002690*    AN OUT-OF-BALANCE ITEM OUTRANKS THE BAD-ROW COUNT - THE
002700*    STEP ENDS RC=8 SO OPS CHASES THE UNLOGGED MOVEMENT.
002710     IF WS-OOB-ITEM-CNT > ZERO
002720         MOVE 8 TO RETURN-CODE
002730     END-IF.
002740*
002750     GO TO 9999-END-PARA.
002760*
002770*===============================================================
002780* 1000-LOAD-LEDGER-PARA
002790*    READS ONE LEDGER ROW AND FOLDS IT INTO ITS ITEM'S SLOT.
002795*    THE ITEM'S LATEST ROW BEFORE THE REPORT DATE, BY DATE AND
002800*    TIME, GIVES THE OPENING AS ITS BALANCE - ON A TIE THE
002805*    LATER ROW IN THE FILE WINS, SINCE ONE RUN'S ROWS SHARE A
002810*    STAMP AND ARE WRITTEN IN ORDER.  A ROW ON THE REPORT
002815*    DATE IS ONE OF THE DAY'S
002820*    MOVEMENTS - RECEIPTS AND PICKS ARE KEPT APART, EVERY
002830*    OTHER MOVEMENT IS AN ADJUSTMENT IN OR OUT.  A ROW AFTER
002840*    THE REPORT DATE ONLY ADDS TO THE LATER NET.  AN ITEM
002848*    WITH NO ROW BEFORE THE REPORT DATE OPENS AT THE BALANCE
002856*    BEFORE THE MOVEMENT OF ITS EARLIEST ROW ON OR AFTER IT
002864*    (THE FIRST IN THE FILE ON A TIE).  A ROW WITH A
002872*    NON-NUMERIC KEY, STAMP, OR QUANTITY IS LOGGED AND SKIPPED.
002880*===============================================================
002890 1000-LOAD-LEDGER-PARA.
002900*
002910     READ LEDGFILE
002920         AT END
002930             SET LEDG-EOF-YES TO TRUE
002940             GO TO 1000-EXIT
002950         NOT AT END
002960             ADD 1 TO WS-LEDG-READ-CNT
002970     END-READ.
002980     IF NOT LEDGFILE-STATUS-OK
002990         DISPLAY 'WHSTKLED - LEDGFILE READ FAILED, STATUS: '
003000             LEDGFILE-STATUS
003010         GO TO 9000-ABEND-PARA
003020     END-IF.
003030*
003040     IF LED-ITEM-NUMBER NOT NUMERIC
003050      OR LED-MOVE-DATE NOT NUMERIC
003055      OR LED-MOVE-TIME NOT NUMERIC
003060      OR LED-QTY-IN NOT NUMERIC
003070      OR LED-QTY-OUT NOT NUMERIC
003080      OR LED-BALANCE NOT NUMERIC
003090         ADD 1 TO WS-LEDG-BAD-CNT
003100         DISPLAY 'WHSTKLED - LEDGER ROW NOT NUMERIC: '
003110             STOCK-LEDGER-RECORD
003120         GO TO 1000-EXIT
003130     END-IF.
003140*
003150     COMPUTE WS-ITEM-SUB = LED-ITEM-NUMBER + 1.
003160     MOVE 'Y' TO ILT-SEEN-SW (WS-ITEM-SUB).
003170     MOVE LED-ITEM-DEPTNO TO ILT-DEPTNO (WS-ITEM-SUB).
003173     MOVE LED-MOVE-DATE TO WS-LEDG-STAMP-DATE.
003176     MOVE LED-MOVE-TIME TO WS-LEDG-STAMP-TIME.
003180*
003190     IF LED-MOVE-DATE < WS-REPORT-DATE
003200         ADD 1 TO WS-LEDG-EARLIER-CNT
003202         IF ILT-OPEN-SET (WS-ITEM-SUB)
003204          AND WS-LEDG-STAMP < ILT-OPEN-STAMP (WS-ITEM-SUB)
003206             GO TO 1000-EXIT
003208         END-IF
003210         MOVE LED-BALANCE TO ILT-OPENING (WS-ITEM-SUB)
003215         MOVE WS-LEDG-STAMP TO ILT-OPEN-STAMP (WS-ITEM-SUB)
003220         MOVE 'Y' TO ILT-OPEN-SW (WS-ITEM-SUB)
003230         GO TO 1000-EXIT
003240     END-IF.
003250*
003260     IF NOT ILT-OPEN-SET (WS-ITEM-SUB)
003263      AND (NOT ILT-OPEN-FROM-DAY (WS-ITEM-SUB)
003266       OR WS-LEDG-STAMP < ILT-OPEN-STAMP (WS-ITEM-SUB))
003270         COMPUTE ILT-OPENING (WS-ITEM-SUB) =
003280             LED-BALANCE - LED-QTY-IN + LED-QTY-OUT
003286         MOVE WS-LEDG-STAMP TO ILT-OPEN-STAMP (WS-ITEM-SUB)
003292         MOVE 'F' TO ILT-OPEN-SW (WS-ITEM-SUB)
003300     END-IF.
003310*
003320     IF LED-MOVE-DATE > WS-REPORT-DATE
003330         ADD 1 TO WS-LEDG-LATER-CNT
003340         COMPUTE ILT-LATER-NET (WS-ITEM-SUB) =
003350             ILT-LATER-NET (WS-ITEM-SUB)
003360             + LED-QTY-IN - LED-QTY-OUT
003370         GO TO 1000-EXIT
003380     END-IF.
003390*
003400     ADD 1 TO WS-LEDG-DAY-CNT.
003410     MOVE 'Y' TO ILT-DAY-SW (WS-ITEM-SUB).
003420     EVALUATE TRUE
003430         WHEN LED-MOVE-RECEIPT
003440             ADD LED-QTY-IN TO ILT-RECEIPTS (WS-ITEM-SUB)
003450             ADD LED-QTY-OUT TO ILT-ADJ-OUT (WS-ITEM-SUB)
003460         WHEN LED-MOVE-PICK
003470             ADD LED-QTY-OUT TO ILT-PICKS (WS-ITEM-SUB)
003480             ADD LED-QTY-IN TO ILT-ADJ-IN (WS-ITEM-SUB)
003490         WHEN OTHER
003500             ADD LED-QTY-IN TO ILT-ADJ-IN (WS-ITEM-SUB)
003510             ADD LED-QTY-OUT TO ILT-ADJ-OUT (WS-ITEM-SUB)
003520     END-EVALUATE.
003530*
003540 1000-EXIT.
003550     EXIT.
003560*
003570*===============================================================
003580* 2000-PROCESS-MASTER-PARA
003590*    ROLLS THE CURRENT ITEMMAST ITEM FORWARD.  AN ITEM THE
003600*    LEDGER HAS NEVER SEEN HAS NO MOVEMENT HISTORY - IT OPENS
003610*    AND CLOSES AT ITS MASTER ON-HAND.  FINISHES BY READING
003620*    THE NEXT MASTER RECORD AHEAD FOR THE NEXT ITERATION.
003630*===============================================================
003640 2000-PROCESS-MASTER-PARA.
003650*
003660     IF WIM-ITEM-NUMBER NOT NUMERIC
003670         DISPLAY 'WHSTKLED - MASTER KEY NOT NUMERIC: '
003680             WHSE-ITEM-MASTER
003690         GO TO 2000-READ-NEXT
003700     END-IF.
003710*
003720     COMPUTE WS-ITEM-SUB = WIM-ITEM-NUMBER + 1.
003730     MOVE 'Y' TO ILT-MAST-SW (WS-ITEM-SUB).
003740     MOVE WIM-ITEM-NUMBER TO WS-ROLL-ITEM.
003750     MOVE WIM-ITEM-DEPTNO TO WS-ROLL-DEPTNO.
003760*
003770     IF NOT ILT-SEEN (WS-ITEM-SUB)
003780         ADD 1 TO WS-NOHIST-ITEM-CNT
003790         IF WIM-ON-HAND-QTY NUMERIC
003800             MOVE WIM-ON-HAND-QTY TO ILT-OPENING (WS-ITEM-SUB)
003810         END-IF
003820     END-IF.
003830*
003840     IF WIM-ON-HAND-QTY NUMERIC
003850         MOVE WIM-ON-HAND-QTY TO WS-ROLL-MAST-QTY
003860         SET ROLL-IN-BALANCE TO TRUE
003870     ELSE
003880         MOVE ZERO TO WS-ROLL-MAST-QTY
003890         SET ROLL-MAST-NOT-NUM TO TRUE
003900     END-IF.
003910*
003920     PERFORM 2100-ROLL-ITEM-PARA THRU 2100-EXIT.
003930*
003940 2000-READ-NEXT.
003950*
003960     READ ITEMMAST
003970         AT END
003980             SET MAST-EOF-YES TO TRUE
003990         NOT AT END
004000             ADD 1 TO WS-MAST-READ-CNT
004010     END-READ.
004020     IF NOT ITEMMAST-STATUS-OK AND NOT ITEMMAST-STATUS-EOF
004030         DISPLAY 'WHSTKLED - ITEMMAST READ FAILED, STATUS: '
004040             ITEMMAST-STATUS
004050         GO TO 9000-ABEND-PARA
004060     END-IF.
004070*
004080 2000-EXIT.
004090     EXIT.
004100*
004110*===============================================================
004120* 2100-ROLL-ITEM-PARA
004130*    ROLLS THE ITEM IN WS-ITEM-SUB FORWARD - OPENING PLUS
004140*    RECEIPTS LESS PICKS PLUS ADJUSTMENTS IN LESS ADJUSTMENTS
004150*    OUT - AND PROVES THE CLOSING, CARRIED UP BY ANY LATER
004160*    MOVEMENTS, AGAINST THE ON-HAND THE CALLER SET.  THE
004170*    CALLER PRESETS THE STATUS (A NON-NUMERIC MASTER OR AN
004180*    ITEM OFF THE MASTER IS FLAGGED AS SUCH); A MISMATCH ON
004190*    AN OTHERWISE CLEAN ITEM IS OUT OF BALANCE.  ITEMS THAT
004200*    MOVED ON THE REPORT DATE OR FAIL THE PROOF GET A DETAIL
004210*    LINE; EVERY ITEM ROLLS INTO ITS DEPARTMENT.
004220*===============================================================
004230 2100-ROLL-ITEM-PARA.
004240*
004250     COMPUTE WS-ROLL-CLOSING =
004260         ILT-OPENING (WS-ITEM-SUB)
004270         + ILT-RECEIPTS (WS-ITEM-SUB)
004280         - ILT-PICKS (WS-ITEM-SUB)
004290         + ILT-ADJ-IN (WS-ITEM-SUB)
004300         - ILT-ADJ-OUT (WS-ITEM-SUB).
004310     COMPUTE WS-ROLL-EXPECTED =
004320         WS-ROLL-CLOSING + ILT-LATER-NET (WS-ITEM-SUB).
004330*
004340     IF ROLL-IN-BALANCE
004350      AND WS-ROLL-EXPECTED NOT = WS-ROLL-MAST-QTY
004360         SET ROLL-OUT-OF-BAL TO TRUE
004370     END-IF.
004380     IF ROLL-NOT-ON-MAST
004390      AND WS-ROLL-EXPECTED = ZERO
004400         SET ROLL-IN-BALANCE TO TRUE
004410     END-IF.
004420*
004430     IF ILT-MOVED-TODAY (WS-ITEM-SUB)
004440         ADD 1 TO WS-MOVED-ITEM-CNT
004450     END-IF.
004460     IF NOT ROLL-IN-BALANCE
004470         ADD 1 TO WS-OOB-ITEM-CNT
004480     END-IF.
004490*
004500     IF ILT-MOVED-TODAY (WS-ITEM-SUB)
004510      OR NOT ROLL-IN-BALANCE
004520         DISPLAY WS-ROLL-ITEM '  ' WS-ROLL-DEPTNO ' '
004530             ILT-OPENING (WS-ITEM-SUB) ' '
004540             ILT-RECEIPTS (WS-ITEM-SUB) ' '
004550             ILT-PICKS (WS-ITEM-SUB) ' '
004560             ILT-ADJ-IN (WS-ITEM-SUB) ' '
004570             ILT-ADJ-OUT (WS-ITEM-SUB) ' '
004580             WS-ROLL-CLOSING ' '
004590             WS-ROLL-MAST-QTY ' '
004600             WS-ROLL-STATUS
004610     END-IF.
004620*
004630     PERFORM 2200-ACCUM-DEPT-PARA THRU 2200-EXIT.
004640*
004650 2100-EXIT.
004660     EXIT.
004670*
004680*===============================================================
004690* 2200-ACCUM-DEPT-PARA
004700*    ROLLS THE CURRENT ITEM INTO ITS DEPARTMENT'S ENTRY IN
004710*    DEPT-TABLE, ADDING THE DEPTNO ON FIRST SIGHT.  DEPTNOS
004720*    PAST THE 500-ENTRY CAPACITY ARE LOGGED AND LEFT OFF THE
004730*    SUBTOTALS, THE SAME WAY HELLO BOUNDS ITS OWN TABLES.
004740*===============================================================
004750 2200-ACCUM-DEPT-PARA.
004760*
004770     SET DEPT-IDX TO 1.
004780     SEARCH DEPT-TABLE-ENTRY
004790         AT END
004800             IF WS-DEPT-TABLE-CNT < 500
004810                 ADD 1 TO WS-DEPT-TABLE-CNT
004820                 SET DEPT-IDX TO WS-DEPT-TABLE-CNT
004830                 MOVE WS-ROLL-DEPTNO
004840                     TO DEPT-TBL-DEPTNO (DEPT-IDX)
004850                 MOVE ZERO TO DEPT-TBL-ITEM-CNT (DEPT-IDX)
004860                 MOVE ZERO TO DEPT-TBL-OPENING (DEPT-IDX)
004870                 MOVE ZERO TO DEPT-TBL-RECEIPTS (DEPT-IDX)
004880                 MOVE ZERO TO DEPT-TBL-PICKS (DEPT-IDX)
004890                 MOVE ZERO TO DEPT-TBL-ADJ-IN (DEPT-IDX)
004900                 MOVE ZERO TO DEPT-TBL-ADJ-OUT (DEPT-IDX)
004910                 MOVE ZERO TO DEPT-TBL-CLOSING (DEPT-IDX)
004920                 MOVE ZERO TO DEPT-TBL-OOB-CNT (DEPT-IDX)
004930             ELSE
004940                 DISPLAY 'WHSTKLED - DEPT-TABLE FULL (500), '
004950                     'DEPTNO ' WS-ROLL-DEPTNO
004960                     ' LEFT OFF THE SUBTOTALS'
004970                 GO TO 2200-EXIT
004980             END-IF
004990         WHEN DEPT-TBL-DEPTNO (DEPT-IDX) = WS-ROLL-DEPTNO
005000             CONTINUE
005010     END-SEARCH.
005020*
005030     ADD 1 TO DEPT-TBL-ITEM-CNT (DEPT-IDX).
005040     ADD ILT-OPENING (WS-ITEM-SUB)
005050         TO DEPT-TBL-OPENING (DEPT-IDX).
005060     ADD ILT-RECEIPTS (WS-ITEM-SUB)
005070         TO DEPT-TBL-RECEIPTS (DEPT-IDX).
005080     ADD ILT-PICKS (WS-ITEM-SUB)
005090         TO DEPT-TBL-PICKS (DEPT-IDX).
005100     ADD ILT-ADJ-IN (WS-ITEM-SUB)
005110         TO DEPT-TBL-ADJ-IN (DEPT-IDX).
005120     ADD ILT-ADJ-OUT (WS-ITEM-SUB)
005130         TO DEPT-TBL-ADJ-OUT (DEPT-IDX).
005140     ADD WS-ROLL-CLOSING TO DEPT-TBL-CLOSING (DEPT-IDX).
005150     IF NOT ROLL-IN-BALANCE
005160         ADD 1 TO DEPT-TBL-OOB-CNT (DEPT-IDX)
005170     END-IF.
005180*
005190 2200-EXIT.
005200     EXIT.
005210*
005220*===============================================================
005230* 3000-OFF-MASTER-PARA
005240*    ROLLS FORWARD ONE LEDGER ITEM THAT NO ITEMMAST RECORD
005250*    MATCHED - A DELETED ITEM, WHOSE LEDGER SHOULD HAVE RUN
005260*    DOWN TO ZERO WITH IT.  ANY OTHER CLOSING MEANS STOCK WAS
005270*    DROPPED OFF THE MASTER WITHOUT A LEDGER ROW.  THE LEDGER'S
005280*    OWN DEPARTMENT CARRIES THE SUBTOTAL.
005290*===============================================================
005300 3000-OFF-MASTER-PARA.
005310*
005320     IF NOT ILT-SEEN (WS-ITEM-SUB)
005330      OR ILT-ON-MASTER (WS-ITEM-SUB)
005340         GO TO 3000-EXIT
005350     END-IF.
005360*
005370     ADD 1 TO WS-OFFMAST-ITEM-CNT.
005380     COMPUTE WS-ROLL-ITEM = WS-ITEM-SUB - 1.
005390     MOVE ILT-DEPTNO (WS-ITEM-SUB) TO WS-ROLL-DEPTNO.
005400     MOVE ZERO TO WS-ROLL-MAST-QTY.
005410     SET ROLL-NOT-ON-MAST TO TRUE.
005420*
005430     PERFORM 2100-ROLL-ITEM-PARA THRU 2100-EXIT.
005440*
005450 3000-EXIT.
005460     EXIT.
005470*
005480*===============================================================
005490* 5000-ROLLFWD-REPORT-PARA
005500*    END-OF-RUN ROLL-FORWARD REPORT TO SYSOUT - THE LEDGER AND
005510*    MASTER COUNTS, THEN THE ROLL-FORWARD SUBTOTALED BY
005520*    DEPARTMENT.
005530*===============================================================
005540 5000-ROLLFWD-REPORT-PARA.
005550*
005560     DISPLAY ' '.
005570     DISPLAY '======================================'.
005580     DISPLAY 'WHSTKLED -  STOCK ROLL-FORWARD REPORT'.
005590     DISPLAY '======================================'.
005600     DISPLAY 'REPORT DATE . . . . . . : ' WS-REPORT-DATE.
005610     DISPLAY 'LEDGER ROWS READ. . . . : ' WS-LEDG-READ-CNT.
005620     DISPLAY 'ROWS BEFORE REPORT DATE : ' WS-LEDG-EARLIER-CNT.
005630     DISPLAY 'ROWS ON REPORT DATE . . : ' WS-LEDG-DAY-CNT.
005640     DISPLAY 'ROWS AFTER REPORT DATE. : ' WS-LEDG-LATER-CNT.
005650     DISPLAY 'LEDGER ROWS NOT NUMERIC : ' WS-LEDG-BAD-CNT.
005660     DISPLAY 'MASTER RECORDS READ . . : ' WS-MAST-READ-CNT.
005670     DISPLAY 'ITEMS MOVED ON THE DAY. : ' WS-MOVED-ITEM-CNT.
005680     DISPLAY 'ITEMS WITH NO LEDGER. . : ' WS-NOHIST-ITEM-CNT.
005690     DISPLAY 'LEDGER ITEMS OFF MASTER : ' WS-OFFMAST-ITEM-CNT.
005700     DISPLAY 'ITEMS OUT OF BALANCE. . : ' WS-OOB-ITEM-CNT.
005710*
005720     DISPLAY ' '.
005730     DISPLAY 'ROLL-FORWARD BY DEPARTMENT'.
005740     DISPLAY 'DEPT  ITEMS    OPENING      RECEIPTS     PICKS'
005750         '        ADJ IN       ADJ OUT      CLOSING      OOB'.
005760     IF WS-DEPT-TABLE-CNT = ZERO
005770         DISPLAY '  (NONE)'
005780     END-IF.
005790     PERFORM 5100-DEPT-LINE-PARA THRU 5100-EXIT
005800         VARYING DEPT-IDX FROM 1 BY 1
005810         UNTIL DEPT-IDX > WS-DEPT-TABLE-CNT.
005820     DISPLAY '======================================'.
005830*
005840 5000-EXIT.
005850     EXIT.
005860*
005870*===============================================================
005880* 5100-DEPT-LINE-PARA
005890*    PRINTS ONE DEPARTMENT'S ROLL-FORWARD SUBTOTAL LINE.
005900*===============================================================
005910 5100-DEPT-LINE-PARA.
005920*
005930     DISPLAY DEPT-TBL-DEPTNO (DEPT-IDX) '   '
005940         DEPT-TBL-ITEM-CNT (DEPT-IDX) '  '
005950         DEPT-TBL-OPENING (DEPT-IDX) '  '
005960         DEPT-TBL-RECEIPTS (DEPT-IDX) '  '
005970         DEPT-TBL-PICKS (DEPT-IDX) '  '
005980         DEPT-TBL-ADJ-IN (DEPT-IDX) '  '
005990         DEPT-TBL-ADJ-OUT (DEPT-IDX) '  '
006000         DEPT-TBL-CLOSING (DEPT-IDX) '  '
006010         DEPT-TBL-OOB-CNT (DEPT-IDX).
006020*
006030 5100-EXIT.
006040     EXIT.
006050*
006060*===============================================================
006070* 9000-ABEND-PARA
006080*    COMMON FILE-ERROR EXIT.  ANY OPEN OR READ THAT COMES BACK
006090*    WITH A BAD STATUS LANDS HERE.  CLOSES EVERY FILE THAT IS
006100*    STILL OPEN, SETS A NON-ZERO RETURN CODE, AND ENDS THE
006110*    RUN.
006120*===============================================================
006130 9000-ABEND-PARA.
006140*
006150     DISPLAY 'WHSTKLED - RUN ABENDED ON A FILE ERROR. '.
006160*
006170     IF LEDGFILE-OPEN-YES
006180         CLOSE LEDGFILE
006190     END-IF.
006200     IF ITEMMAST-OPEN-YES
006210         CLOSE ITEMMAST
006220     END-IF.
006230*
006240     MOVE 16 TO RETURN-CODE.
006250     GO TO 9999-END-PARA.
006260*
006270*===============================================================
006280* 9999-END-PARA
006290*    COMMON JOB EXIT.
006300*===============================================================
006310 9999-END-PARA.
006320     STOP RUN.
