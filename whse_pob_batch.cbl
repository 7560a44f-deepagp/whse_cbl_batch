000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WHPOBLD.
000030 AUTHOR. D-L-OKAFOR.
000040 INSTALLATION. WHSE-DIST-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-------------------------------------------------------------*
000090* MODIFICATION HISTORY                                        *
000100*-------------------------------------------------------------*
000110* DATE      INIT  DESCRIPTION                                 *
000120* 10/15/26  DLO   ORIGINAL PROGRAM.  NIGHTLY PURCHASE-ORDER   *
000130*                 BUILD FROM WHREPLEN'S SUGGFILE.  EVERY      *
000140*                 REORDER AND STOCKOUT SUGGESTION IS LOOKED   *
000150*                 UP ON THE ITEMVEND ASSIGNMENT KSDS (WHSEIVND *
000160*                 LAYOUT) AND ITS VENDOR ON THE VENDMAST KSDS *
000170*                 (WHSEVEND LAYOUT), THE SHORTFALL IS ROUNDED *
000180*                 UP TO THE VENDOR'S MINIMUM ORDER QUANTITY,  *
000190*                 AND THE LINES ARE GROUPED ONE PO PER        *
000200*                 VENDOR.  POFILE CARRIES A POH HEADER (PO    *
000210*                 NUMBER, VENDOR, ORDER AND DUE DATES - THE   *
000220*                 DUE DATE IS THE RUN DATE PLUS THE VENDOR'S  *
000230*                 LEAD TIME - LINE COUNT AND PO VALUE)        *
000240*                 FOLLOWED BY ITS POL LINES FOR THE ORDERING  *
000250*                 SYSTEM.  SUGGESTIONS WITH NO VENDOR         *
000260*                 ASSIGNED, OR ASSIGNED TO A VENDOR NOT ON    *
000270*                 VENDMAST, GO TO THE UNSRCFILE EXCEPTION     *
000280*                 LIST INSTEAD OF BEING DROPPED.              *
000281* 10/15/26  DLO   A STOCKOUT WITH NO SHORTFALL ROUNDED UP TO  *
000282*                 THE VENDOR MINIMUM IS NOW COSTED FROM THE   *
000283*                 ITEMMAST KSDS (WIM-UNIT-COST) INSTEAD OF AT *
000284*                 ZERO; NO USABLE COST GOES TO UNSRCFILE AS   *
000285*                 NOCOST.  A VENDOR LEFT WITH NO LINES NO     *
000286*                 LONGER GETS AN EMPTY PO OR A REPORT LINE.   *
000290*-------------------------------------------------------------*
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-Z15.
000340 OBJECT-COMPUTER. IBM-Z15.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SUGGFILE ASSIGN TO SUGGFILE
000380         ORGANIZATION IS SEQUENTIAL
000390         ACCESS IS SEQUENTIAL
000400         FILE STATUS IS SUGGFILE-STATUS.
000410     SELECT ITEMVEND ASSIGN TO ITEMVEND
000420         ORGANIZATION IS INDEXED
000430         ACCESS IS RANDOM
000440         RECORD KEY IS IVA-ITEM-NUMBER
000450         FILE STATUS IS ITEMVEND-STATUS.
000460     SELECT VENDMAST ASSIGN TO VENDMAST
000470         ORGANIZATION IS INDEXED
000480         ACCESS IS RANDOM
000490         RECORD KEY IS VND-VENDOR-NUMBER
000500         FILE STATUS IS VENDMAST-STATUS.
000501     SELECT ITEMMAST ASSIGN TO ITEMMAST
000502         ORGANIZATION IS INDEXED
000503         ACCESS IS RANDOM
000504         RECORD KEY IS WIM-ITEM-NUMBER
000505         FILE STATUS IS ITEMMAST-STATUS.
000510     SELECT POFILE ASSIGN TO POFILE
000520         ORGANIZATION IS SEQUENTIAL
000530         ACCESS IS SEQUENTIAL
000540         FILE STATUS IS POFILE-STATUS.
000550     SELECT UNSRCFILE ASSIGN TO UNSRCFILE
000560         ORGANIZATION IS SEQUENTIAL
000570         ACCESS IS SEQUENTIAL
000580         FILE STATUS IS UNSRCFILE-STATUS.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  SUGGFILE
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650*-------------------------------------------------------------*
000660* REPLENISHMENT SUGGESTION RECORD - READ EXACTLY AS WHREPLEN  *
000670* WROTE IT.                                                   *
000680*-------------------------------------------------------------*
000690 01  SUGGESTION-RECORD.
000700     05  SUG-TYPE              PIC X(08).
000710         88  SUG-IS-STOCKOUT   VALUE 'STOCKOUT'.
000720         88  SUG-IS-REORDER    VALUE 'REORDER '.
000730     05  SUG-ITEM-NUMBER       PIC 9(05).
000740     05  SUG-DEPTNO            PIC X(03).
000750     05  SUG-SHORTFALL-QTY     PIC 9(07).
000760     05  SUG-EXT-COST          PIC 9(10)V99.
000770*
000780 FD  ITEMVEND
000790     LABEL RECORDS ARE STANDARD.
000800*-------------------------------------------------------------*
000810* ITEM-TO-VENDOR ASSIGNMENT - THE SHARED WHSEIVND LAYOUT.     *
000820* IVA-ITEM-NUMBER IS THE KSDS RECORD KEY.                     *
000830*-------------------------------------------------------------*
000840     COPY WHSEIVND.
000850*
000860 FD  VENDMAST
000870     LABEL RECORDS ARE STANDARD.
000880*-------------------------------------------------------------*
000890* VENDOR MASTER - THE SHARED WHSEVEND LAYOUT.                 *
000900* VND-VENDOR-NUMBER IS THE KSDS RECORD KEY.                   *
000910*-------------------------------------------------------------*
000920     COPY WHSEVEND.
000921*
000922 FD  ITEMMAST
000923     LABEL RECORDS ARE STANDARD.
000924*-------------------------------------------------------------*
000925* ITEM MASTER - THE SHARED WHSEITEM LAYOUT, READ ONLY FOR THE *
000926* UNIT COST OF A LINE WITH NO SHORTFALL TO BACK IT OUT OF.    *
000927* WIM-ITEM-NUMBER IS THE KSDS RECORD KEY.                     *
000928*-------------------------------------------------------------*
000929     COPY WHSEITEM.
000930*
000940 FD  POFILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 01  PO-RECORD PIC X(80).
000980*-------------------------------------------------------------*
000990* PO-HDR-REC / PO-LINE-REC - ONE POH HEADER PER VENDOR PO,    *
001000* FOLLOWED BY ITS POL LINES.  THE HEADER CARRIES THE LINE     *
001010* COUNT AND PO VALUE SO THE ORDERING SYSTEM CAN PROVE THE     *
001020* WHOLE PO ARRIVED.  THE PO NUMBER IS THE RUN DATE (YYMMDD)   *
001030* FOLLOWED BY THE PO'S FOUR-DIGIT SEQUENCE IN THE RUN - THE   *
001040* SAME TEN CHARACTERS THE DOCK KEYS INTO RCV-PO-REF.          *
001050*-------------------------------------------------------------*
001060 01  PO-HDR-REC REDEFINES PO-RECORD.
001070     05  PO-HDR-ID             PIC X(03).
001080         88  PO-IS-HEADER      VALUE 'POH'.
001090     05  PO-HDR-PO-NUMBER      PIC 9(10).
001100     05  PO-HDR-VENDOR-NUMBER  PIC 9(05).
001110     05  PO-HDR-VENDOR-NAME    PIC X(30).
001120     05  PO-HDR-ORDER-DATE     PIC 9(08).
001130     05  PO-HDR-DUE-DATE       PIC 9(08).
001140     05  PO-HDR-LINE-CNT       PIC 9(04).
001150     05  PO-HDR-PO-VALUE       PIC 9(10)V99.
001160 01  PO-LINE-REC REDEFINES PO-RECORD.
001170     05  PO-LIN-ID             PIC X(03).
001180         88  PO-IS-LINE        VALUE 'POL'.
001190     05  PO-LIN-PO-NUMBER      PIC 9(10).
001200     05  PO-LIN-LINE-NO        PIC 9(04).
001210     05  PO-LIN-ITEM-NUMBER    PIC 9(05).
001220     05  PO-LIN-VENDOR-ITEM    PIC X(15).
001230     05  PO-LIN-DEPTNO         PIC X(03).
001240     05  PO-LIN-SUG-TYPE       PIC X(08).
001250     05  PO-LIN-ORDER-QTY      PIC 9(07).
001260     05  PO-LIN-UNIT-COST      PIC 9(05)V99.
001270     05  PO-LIN-EXT-COST       PIC 9(10)V99.
001280     05  FILLER                PIC X(06).
001290*
001300 FD  UNSRCFILE
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD.
001330*-------------------------------------------------------------*
001340* UNSOURCED SUGGESTION - THE SUGGESTION IMAGE AS READ, WHY NO *
001350* PO LINE COULD BE BUILT FOR IT, THE VENDOR NUMBER WHEN ONE   *
001360* WAS ASSIGNED, AND THE RUN DATE, SO THE BUYERS CAN SOURCE    *
001370* THE ITEM BY HAND AND FIX THE ASSIGNMENT.                    *
001380*-------------------------------------------------------------*
001390 01  UNSOURCED-RECORD.
001400     05  UNS-TYPE              PIC X(08).
001410         88  UNS-TYPE-NOVENDOR VALUE 'NOVENDOR'.
001420         88  UNS-TYPE-NOVNDMST VALUE 'NOVNDMST'.
001430         88  UNS-TYPE-NOTNUM   VALUE 'NOTNUM  '.
001435         88  UNS-TYPE-NOCOST   VALUE 'NOCOST  '.
001440     05  UNS-SUGGESTION-IMAGE  PIC X(35).
001450     05  UNS-VENDOR-NUMBER     PIC 9(05).
001460     05  UNS-RUN-DATE          PIC 9(08).
001470*
001480 WORKING-STORAGE SECTION.
001490*
001500*-------------------------------------------------------------*
001510* FILE STATUS AND SWITCHES                                     *
001520*-------------------------------------------------------------*
001530 01  WS-FILE-STATUSES.
001540     05  SUGGFILE-STATUS       PIC X(02) VALUE '00'.
001550         88  SUGGFILE-STATUS-OK VALUE '00'.
001560         88  SUGGFILE-STATUS-EOF VALUE '10'.
001570     05  ITEMVEND-STATUS       PIC X(02) VALUE '00'.
001580         88  ITEMVEND-STATUS-OK VALUE '00'.
001590     05  VENDMAST-STATUS       PIC X(02) VALUE '00'.
001600         88  VENDMAST-STATUS-OK VALUE '00'.
001603     05  ITEMMAST-STATUS       PIC X(02) VALUE '00'.
001606         88  ITEMMAST-STATUS-OK VALUE '00'.
001610     05  POFILE-STATUS         PIC X(02) VALUE '00'.
001620         88  POFILE-STATUS-OK  VALUE '00'.
001630     05  UNSRCFILE-STATUS      PIC X(02) VALUE '00'.
001640         88  UNSRCFILE-STATUS-OK VALUE '00'.
001650*
001660 01  WS-SWITCHES.
001670     05  WS-SUGGFILE-EOF-SW    PIC X(01) VALUE 'N'.
001680         88  SUGGFILE-EOF-YES  VALUE 'Y'.
001690         88  SUGGFILE-EOF-NO   VALUE 'N'.
001700     05  WS-SUGGFILE-OPEN-SW   PIC X(01) VALUE 'N'.
001710         88  SUGGFILE-OPEN-YES VALUE 'Y'.
001720         88  SUGGFILE-OPEN-NO  VALUE 'N'.
001730     05  WS-ITEMVEND-OPEN-SW   PIC X(01) VALUE 'N'.
001740         88  ITEMVEND-OPEN-YES VALUE 'Y'.
001750         88  ITEMVEND-OPEN-NO  VALUE 'N'.
001760     05  WS-VENDMAST-OPEN-SW   PIC X(01) VALUE 'N'.
001770         88  VENDMAST-OPEN-YES VALUE 'Y'.
001780         88  VENDMAST-OPEN-NO  VALUE 'N'.
001782     05  WS-ITEMMAST-OPEN-SW   PIC X(01) VALUE 'N'.
001784         88  ITEMMAST-OPEN-YES VALUE 'Y'.
001786         88  ITEMMAST-OPEN-NO  VALUE 'N'.
001790     05  WS-POFILE-OPEN-SW     PIC X(01) VALUE 'N'.
001800         88  POFILE-OPEN-YES   VALUE 'Y'.
001810         88  POFILE-OPEN-NO    VALUE 'N'.
001820     05  WS-UNSRCFILE-OPEN-SW  PIC X(01) VALUE 'N'.
001830         88  UNSRCFILE-OPEN-YES VALUE 'Y'.
001840         88  UNSRCFILE-OPEN-NO VALUE 'N'.
001850     05  WS-ASSIGN-FOUND-SW    PIC X(01) VALUE 'N'.
001860         88  ASSIGN-FOUND      VALUE 'Y'.
001870         88  ASSIGN-NOT-FOUND  VALUE 'N'.
001880     05  WS-VENDOR-FOUND-SW    PIC X(01) VALUE 'N'.
001890         88  VENDOR-FOUND      VALUE 'Y'.
001900         88  VENDOR-NOT-FOUND  VALUE 'N'.
001902     05  WS-ITEM-COST-SW       PIC X(01) VALUE 'N'.
001904         88  ITEM-COST-FOUND   VALUE 'Y'.
001906         88  ITEM-COST-MISSING VALUE 'N'.
001910*
001920*-------------------------------------------------------------*
001930* RUN COUNTERS                                                 *
001940*-------------------------------------------------------------*
001950 77  WS-SUGG-READ-CNT          PIC 9(07) COMP VALUE ZERO.
001960 77  WS-OTHER-TYPE-CNT         PIC 9(07) COMP VALUE ZERO.
001970 77  WS-BADCARD-CNT            PIC 9(07) COMP VALUE ZERO.
001980 77  WS-NOVENDOR-CNT           PIC 9(07) COMP VALUE ZERO.
001990 77  WS-NOVNDMST-CNT           PIC 9(07) COMP VALUE ZERO.
001995 77  WS-NOCOST-CNT             PIC 9(07) COMP VALUE ZERO.
002000 77  WS-NOTHING-CNT            PIC 9(07) COMP VALUE ZERO.
002010 77  WS-ROUNDED-UP-CNT         PIC 9(07) COMP VALUE ZERO.
002020 77  WS-UNSRC-WRITTEN-CNT      PIC 9(07) COMP VALUE ZERO.
002030 77  WS-PO-WRITTEN-CNT         PIC 9(07) COMP VALUE ZERO.
002040 77  WS-LINE-WRITTEN-CNT       PIC 9(07) COMP VALUE ZERO.
002050 77  WS-VEND-TABLE-CNT         PIC 9(05) COMP VALUE ZERO.
002060 77  WS-LINE-TABLE-CNT         PIC 9(05) COMP VALUE ZERO.
002070 77  WS-PO-LINE-NO             PIC 9(04) COMP VALUE ZERO.
002080*
002090*-------------------------------------------------------------*
002100* ORDER WORK FIELDS - THE CURRENT SUGGESTION'S ORDER QUANTITY *
002110* AFTER THE VENDOR MINIMUM, ITS UNIT COST (BACKED OUT OF THE  *
002120* SUGGESTION'S EXTENDED COST), ITS EXTENSION, AND THE RUN'S   *
002130* TOTAL ORDERED VALUE.                                        *
002135* A LINE WITH NO SHORTFALL TAKES ITS UNIT COST FROM ITEMMAST. *
002140*-------------------------------------------------------------*
002150 77  WS-ORDER-QTY              PIC 9(07) COMP VALUE ZERO.
002160 77  WS-UNIT-COST              PIC 9(05)V99 VALUE ZERO.
002170 77  WS-EXT-COST               PIC 9(12)V99 COMP-3 VALUE ZERO.
002180 77  WS-TOTAL-PO-VALUE         PIC 9(13)V99 COMP-3 VALUE ZERO.
002190*
002200*-------------------------------------------------------------*
002210* PO NUMBERING - THE RUN DATE'S YYMMDD FOLLOWED BY THE PO'S   *
002220* SEQUENCE NUMBER IN THE RUN.                                 *
002230*-------------------------------------------------------------*
002240 01  WS-CURRENT-DATE           PIC 9(08) VALUE ZERO.
002250 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
002260     05  WS-CURRENT-CC         PIC 9(02).
002270     05  WS-CURRENT-YYMMDD     PIC 9(06).
002280 01  WS-PO-NUMBER.
002290     05  WS-PO-NUM-YYMMDD      PIC 9(06) VALUE ZERO.
002300     05  WS-PO-NUM-SEQ         PIC 9(04) VALUE ZERO.
002310 01  WS-PO-NUMBER-N REDEFINES WS-PO-NUMBER PIC 9(10).
002320*
002330*-------------------------------------------------------------*
002340* DUE-DATE WORK FIELDS - THE DATE/DAY-SERIAL WORK AREA USED   *
002350* BY 7000-DATE-TO-DAYS-PARA AND 7100-DAYS-TO-DATE-PARA.       *
002360*-------------------------------------------------------------*
002370 77  WS-TODAY-DAYS             PIC 9(09) COMP VALUE ZERO.
002380 01  WS-DTD-DATE               PIC 9(08) VALUE ZERO.
002390 01  WS-DTD-DATE-R REDEFINES WS-DTD-DATE.
002400     05  WS-DTD-YEAR           PIC 9(04).
002410     05  WS-DTD-MONTH          PIC 9(02).
002420     05  WS-DTD-DAY            PIC 9(02).
002430 77  WS-DTD-DAYS               PIC 9(09) COMP VALUE ZERO.
002440 77  WS-DTD-Y2                 PIC 9(05) COMP VALUE ZERO.
002450 77  WS-DTD-M2                 PIC 9(03) COMP VALUE ZERO.
002460 77  WS-DTD-T1                 PIC 9(05) COMP VALUE ZERO.
002470 77  WS-DTD-T2                 PIC 9(05) COMP VALUE ZERO.
002480 77  WS-DTD-T3                 PIC 9(05) COMP VALUE ZERO.
002490 77  WS-DTD-T4                 PIC 9(05) COMP VALUE ZERO.
002500 77  WS-DTD-DOY                PIC S9(07) COMP VALUE ZERO.
002510*
002520*-------------------------------------------------------------*
002530* VEND-TABLE - EVERY VENDOR ORDERED FROM THIS RUN, IN ORDER   *
002540* OF FIRST SIGHT, WITH ITS VENDMAST TERMS AND THE LINE COUNT  *
002550* AND VALUE OF ITS PO.  A RUN PAST THE 500-VENDOR CAPACITY    *
002560* ABENDS - A PARTIAL ORDER SET WOULD LEAVE SHORTFALLS NOBODY  *
002570* KNOWS WERE NEVER ORDERED, SO THE SUGGFILE HAS TO BE SPLIT.  *
002572* A VENDOR WHOSE SUGGESTIONS ALL CAME TO NOTHING STAYS IN THE *
002574* TABLE WITH A ZERO LINE COUNT AND IS SKIPPED WHEN THE POS    *
002576* ARE WRITTEN AND REPORTED.                                   *
002580*-------------------------------------------------------------*
002590 01  VEND-TABLE.
002600     05  VEND-TABLE-ENTRY      OCCURS 1 TO 500 TIMES
002610                                DEPENDING ON WS-VEND-TABLE-CNT
002620                                INDEXED BY VEND-IDX.
002630         10  VEND-TBL-NUMBER     PIC 9(05).
002640         10  VEND-TBL-NAME       PIC X(30).
002650         10  VEND-TBL-LEAD-DAYS  PIC 9(03).
002660         10  VEND-TBL-MIN-QTY    PIC 9(07).
002670         10  VEND-TBL-LINE-CNT   PIC 9(04) COMP.
002680         10  VEND-TBL-PO-VALUE   PIC 9(10)V99 COMP-3.
002690         10  VEND-TBL-PO-NUMBER  PIC 9(10).
002700*
002710*-------------------------------------------------------------*
002720* LINE-TABLE - EVERY PO LINE BUILT THIS RUN, POINTING BACK AT *
002730* ITS VENDOR'S VEND-TABLE ENTRY SO THE LINES CAN BE WRITTEN   *
002740* BEHIND THEIR HEADER.  A RUN PAST THE 5000-LINE CAPACITY     *
002750* ABENDS FOR THE SAME REASON AS VEND-TABLE.                   *
002760*-------------------------------------------------------------*
002770 01  LINE-TABLE.
002780     05  LINE-TABLE-ENTRY      OCCURS 1 TO 5000 TIMES
002790                                DEPENDING ON WS-LINE-TABLE-CNT
002800                                INDEXED BY LINE-IDX.
002810         10  LINE-TBL-VEND-SUB   PIC 9(05) COMP.
002820         10  LINE-TBL-ITEM       PIC 9(05).
002830         10  LINE-TBL-VENDOR-ITEM PIC X(15).
002840         10  LINE-TBL-DEPTNO     PIC X(03).
002850         10  LINE-TBL-SUG-TYPE   PIC X(08).
002860         10  LINE-TBL-ORDER-QTY  PIC 9(07) COMP.
002870         10  LINE-TBL-UNIT-COST  PIC 9(05)V99.
002880         10  LINE-TBL-EXT-COST   PIC 9(10)V99 COMP-3.
002890*
002900 PROCEDURE DIVISION.
002910*
002920*===============================================================
002930* 0000-INITIALIZE-PARA
002940*    MAIN DRIVER FOR THE PURCHASE-ORDER BUILD RUN.  OPENS THE
002950*    FILES, SOURCES EVERY SUGGESTION INTO VEND-TABLE AND
002960*    LINE-TABLE, WRITES ONE PO PER VENDOR TO POFILE, AND
002970*    FINISHES WITH THE PO-BUILD REPORT TO SYSOUT.
002980*===============================================================
002990 0000-INITIALIZE-PARA.
003000*
003010     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003020     MOVE WS-CURRENT-DATE TO WS-DTD-DATE.
003030     PERFORM 7000-DATE-TO-DAYS-PARA THRU 7000-EXIT.
003040     MOVE WS-DTD-DAYS TO WS-TODAY-DAYS.
003050*
003060     OPEN INPUT SUGGFILE.
003070     IF NOT SUGGFILE-STATUS-OK
003080         DISPLAY 'WHPOBLD - SUGGFILE OPEN FAILED, STATUS: '
003090             SUGGFILE-STATUS
003100         GO TO 9000-ABEND-PARA
003110     END-IF.
003120     SET SUGGFILE-OPEN-YES TO TRUE.
003130*
003140     OPEN INPUT ITEMVEND.
003150     IF NOT ITEMVEND-STATUS-OK
003160         DISPLAY 'WHPOBLD - ITEMVEND OPEN FAILED, STATUS: '
003170             ITEMVEND-STATUS
003180         GO TO 9000-ABEND-PARA
003190     END-IF.
003200     SET ITEMVEND-OPEN-YES TO TRUE.
003210*
003220     OPEN INPUT VENDMAST.
003230     IF NOT VENDMAST-STATUS-OK
003240         DISPLAY 'WHPOBLD - VENDMAST OPEN FAILED, STATUS: '
003250             VENDMAST-STATUS
003260         GO TO 9000-ABEND-PARA
003270     END-IF.
003280     SET VENDMAST-OPEN-YES TO TRUE.
003290*
003291     OPEN INPUT ITEMMAST.
003292     IF NOT ITEMMAST-STATUS-OK
003293         DISPLAY 'WHPOBLD - ITEMMAST OPEN FAILED, STATUS: '
003294             ITEMMAST-STATUS
003295         GO TO 9000-ABEND-PARA
003296     END-IF.
003297     SET ITEMMAST-OPEN-YES TO TRUE.
003298*
003300     OPEN OUTPUT UNSRCFILE.
003310     IF NOT UNSRCFILE-STATUS-OK
003320         DISPLAY 'WHPOBLD - UNSRCFILE OPEN FAILED, STATUS: '
003330             UNSRCFILE-STATUS
003340         GO TO 9000-ABEND-PARA
003350     END-IF.
003360     SET UNSRCFILE-OPEN-YES TO TRUE.
003370*
003380     INITIALIZE VEND-TABLE.
003390     INITIALIZE LINE-TABLE.
003400*
003410     READ SUGGFILE
003420         AT END
003430             SET SUGGFILE-EOF-YES TO TRUE
003440         NOT AT END
003450             ADD 1 TO WS-SUGG-READ-CNT
003460     END-READ.
003470     IF NOT SUGGFILE-STATUS-OK AND NOT SUGGFILE-STATUS-EOF
003480         DISPLAY 'WHPOBLD - SUGGFILE READ FAILED, STATUS: '
003490             SUGGFILE-STATUS
003500         GO TO 9000-ABEND-PARA
003510     END-IF.
003520*
003530     PERFORM 2000-PROCESS-SUGG-PARA THRU 2000-EXIT
003540         UNTIL SUGGFILE-EOF-YES.
003550*
003560     CLOSE SUGGFILE.
003570     SET SUGGFILE-OPEN-NO TO TRUE.
003580     CLOSE ITEMVEND.
003590     SET ITEMVEND-OPEN-NO TO TRUE.
003600     CLOSE VENDMAST.
003610     SET VENDMAST-OPEN-NO TO TRUE.
003613     CLOSE ITEMMAST.
003616     SET ITEMMAST-OPEN-NO TO TRUE.
003620     CLOSE UNSRCFILE.
003630     SET UNSRCFILE-OPEN-NO TO TRUE.
003640*
003650     OPEN OUTPUT POFILE.
003660     IF NOT POFILE-STATUS-OK
003670         DISPLAY 'WHPOBLD - POFILE OPEN FAILED, STATUS: '
003680             POFILE-STATUS
003690         GO TO 9000-ABEND-PARA
003700     END-IF.
003710     SET POFILE-OPEN-YES TO TRUE.
003720*
003730     MOVE WS-CURRENT-YYMMDD TO WS-PO-NUM-YYMMDD.
003740     PERFORM 3000-WRITE-PO-PARA THRU 3000-EXIT
003750         VARYING VEND-IDX FROM 1 BY 1
003760         UNTIL VEND-IDX > WS-VEND-TABLE-CNT.
003770*
003780     CLOSE POFILE.
003790     SET POFILE-OPEN-NO TO TRUE.
003800*
003810     PERFORM 5000-PO-BUILD-REPORT-PARA THRU 5000-EXIT.
003820*
003830*    ANY UNSOURCED OR UNREADABLE SUGGESTION ENDS RC=4 SO THE
003840*    SCHEDULER SURFACES THE EXCEPTION LIST TO THE BUYERS.
003850     IF WS-UNSRC-WRITTEN-CNT > ZERO
003860         MOVE 4 TO RETURN-CODE
003870     ELSE
003880         MOVE 0 TO RETURN-CODE
003890     END-IF.
003900*
003910     GO TO 9999-END-PARA.
003920*
003930*===============================================================
003940* 2000-PROCESS-SUGG-PARA
003950*    SOURCES THE CURRENT SUGGESTION - A ROW WITH A NON-NUMERIC
003960*    ITEM, SHORTFALL, OR COST IS WRITTEN TO UNSRCFILE; A ROW
003970*    THAT IS NEITHER A REORDER NOR A STOCKOUT IS COUNTED AND
003980*    PASSED OVER; AN ITEM WITH NO ITEMVEND ASSIGNMENT, OR
003990*    WHOSE VENDOR IS NOT ON VENDMAST, IS WRITTEN TO UNSRCFILE;
004000*    EVERYTHING ELSE BECOMES A PO LINE.  FINISHES BY READING
004010*    THE NEXT SUGGESTION AHEAD FOR THE NEXT ITERATION.
004020*===============================================================
004030 2000-PROCESS-SUGG-PARA.
004040*
004050     IF SUG-ITEM-NUMBER NOT NUMERIC
004060      OR SUG-SHORTFALL-QTY NOT NUMERIC
004070      OR SUG-EXT-COST NOT NUMERIC
004080         ADD 1 TO WS-BADCARD-CNT
004090         DISPLAY 'WHPOBLD - SUGGESTION NOT NUMERIC: '
004100             SUGGESTION-RECORD
004110         SET UNS-TYPE-NOTNUM TO TRUE
004120         MOVE ZERO TO UNS-VENDOR-NUMBER
004130         PERFORM 2400-WRITE-UNSOURCED-PARA THRU 2400-EXIT
004140         GO TO 2000-READ-NEXT
004150     END-IF.
004160*
004170     IF NOT SUG-IS-REORDER AND NOT SUG-IS-STOCKOUT
004180         ADD 1 TO WS-OTHER-TYPE-CNT
004190         DISPLAY 'WHPOBLD - SUGGESTION TYPE ' SUG-TYPE
004200             ' FOR ITEM ' SUG-ITEM-NUMBER ' NOT ORDERED'
004210         GO TO 2000-READ-NEXT
004220     END-IF.
004230*
004240     PERFORM 2100-READ-ASSIGN-PARA THRU 2100-EXIT.
004250     IF ASSIGN-NOT-FOUND
004260         ADD 1 TO WS-NOVENDOR-CNT
004270         SET UNS-TYPE-NOVENDOR TO TRUE
004280         MOVE ZERO TO UNS-VENDOR-NUMBER
004290         PERFORM 2400-WRITE-UNSOURCED-PARA THRU 2400-EXIT
004300         GO TO 2000-READ-NEXT
004310     END-IF.
004320*
004330     PERFORM 2200-FIND-VENDOR-PARA THRU 2200-EXIT.
004340     IF VENDOR-NOT-FOUND
004350         ADD 1 TO WS-NOVNDMST-CNT
004360         SET UNS-TYPE-NOVNDMST TO TRUE
004370         MOVE IVA-VENDOR-NUMBER TO UNS-VENDOR-NUMBER
004380         PERFORM 2400-WRITE-UNSOURCED-PARA THRU 2400-EXIT
004390         GO TO 2000-READ-NEXT
004400     END-IF.
004410*
004420     PERFORM 2300-ADD-PO-LINE-PARA THRU 2300-EXIT.
004430*
004440 2000-READ-NEXT.
004450*
004460     READ SUGGFILE
004470         AT END
004480             SET SUGGFILE-EOF-YES TO TRUE
004490         NOT AT END
004500             ADD 1 TO WS-SUGG-READ-CNT
004510     END-READ.
004520     IF NOT SUGGFILE-STATUS-OK AND NOT SUGGFILE-STATUS-EOF
004530         DISPLAY 'WHPOBLD - SUGGFILE READ FAILED, STATUS: '
004540             SUGGFILE-STATUS
004550         GO TO 9000-ABEND-PARA
004560     END-IF.
004570*
004580 2000-EXIT.
004590     EXIT.
004600*
004610*===============================================================
004620* 2100-READ-ASSIGN-PARA
004630*    READS THE ITEMVEND ASSIGNMENT FOR THE CURRENT SUGGESTION'S
004640*    ITEM.  A RECORD-NOT-FOUND MEANS NO VENDOR IS ASSIGNED;
004650*    ANY OTHER BAD STATUS IS A REAL FILE ERROR AND ABENDS.
004660*===============================================================
004670 2100-READ-ASSIGN-PARA.
004680*
004690     SET ASSIGN-FOUND TO TRUE.
004700     MOVE SUG-ITEM-NUMBER TO IVA-ITEM-NUMBER.
004710     READ ITEMVEND
004720         INVALID KEY
004730             SET ASSIGN-NOT-FOUND TO TRUE
004740     END-READ.
004750     IF ASSIGN-NOT-FOUND
004760         GO TO 2100-EXIT
004770     END-IF.
004780     IF NOT ITEMVEND-STATUS-OK
004790         DISPLAY 'WHPOBLD - ITEMVEND READ FAILED, STATUS: '
004800             ITEMVEND-STATUS
004810         GO TO 9000-ABEND-PARA
004820     END-IF.
004830*
004840 2100-EXIT.
004850     EXIT.
004860*
004870*===============================================================
004880* 2200-FIND-VENDOR-PARA
004890*    FINDS THE ASSIGNED VENDOR IN VEND-TABLE, OR - ON FIRST
004900*    SIGHT - READS IT FROM VENDMAST AND ADDS IT.  VEND-IDX IS
004910*    LEFT ON THE VENDOR'S ENTRY.  A VENDOR NOT ON VENDMAST IS
004920*    A NORMAL MISS; ANY OTHER BAD STATUS ABENDS.
004930*===============================================================
004940 2200-FIND-VENDOR-PARA.
004950*
004960     SET VENDOR-FOUND TO TRUE.
004970     SET VEND-IDX TO 1.
004980     SEARCH VEND-TABLE-ENTRY
004990         AT END
005000             CONTINUE
005010         WHEN VEND-TBL-NUMBER (VEND-IDX) = IVA-VENDOR-NUMBER
005020             GO TO 2200-EXIT
005030     END-SEARCH.
005040*
005050     MOVE IVA-VENDOR-NUMBER TO VND-VENDOR-NUMBER.
005060     READ VENDMAST
005070         INVALID KEY
005080             SET VENDOR-NOT-FOUND TO TRUE
005090     END-READ.
005100     IF VENDOR-NOT-FOUND
005110         GO TO 2200-EXIT
005120     END-IF.
005130     IF NOT VENDMAST-STATUS-OK
005140         DISPLAY 'WHPOBLD - VENDMAST READ FAILED, STATUS: '
005150             VENDMAST-STATUS
005160         GO TO 9000-ABEND-PARA
005170     END-IF.
005180*
005190     IF WS-VEND-TABLE-CNT NOT < 500
005200         DISPLAY 'WHPOBLD - VEND-TABLE FULL (500) - SUGGFILE'
005210             ' TOO LARGE FOR ONE PO BUILD'
005220         GO TO 9000-ABEND-PARA
005230     END-IF.
005240     ADD 1 TO WS-VEND-TABLE-CNT.
005250     SET VEND-IDX TO WS-VEND-TABLE-CNT.
005260     MOVE VND-VENDOR-NUMBER TO VEND-TBL-NUMBER (VEND-IDX).
005270     MOVE VND-VENDOR-NAME   TO VEND-TBL-NAME (VEND-IDX).
005280     MOVE ZERO              TO VEND-TBL-LEAD-DAYS (VEND-IDX).
005290     IF VND-LEAD-DAYS NUMERIC
005300         MOVE VND-LEAD-DAYS TO VEND-TBL-LEAD-DAYS (VEND-IDX)
005310     END-IF.
005320     MOVE ZERO              TO VEND-TBL-MIN-QTY (VEND-IDX).
005330     IF VND-MIN-ORDER-QTY NUMERIC
005340         MOVE VND-MIN-ORDER-QTY TO VEND-TBL-MIN-QTY (VEND-IDX)
005350     END-IF.
005360     MOVE ZERO              TO VEND-TBL-LINE-CNT (VEND-IDX).
005370     MOVE ZERO              TO VEND-TBL-PO-VALUE (VEND-IDX).
005380     MOVE ZERO              TO VEND-TBL-PO-NUMBER (VEND-IDX).
005390*
005400 2200-EXIT.
005410     EXIT.
005420*
005430*===============================================================
005440* 2300-ADD-PO-LINE-PARA
005450*    BUILDS THE CURRENT SUGGESTION'S PO LINE UNDER ITS VENDOR.
005460*    THE ORDER QUANTITY IS THE SHORTFALL, ROUNDED UP TO THE
005470*    VENDOR'S MINIMUM ORDER QUANTITY WHEN IT FALLS SHORT OF
005480*    IT.  THE UNIT COST IS THE SUGGESTION'S EXTENDED COST BACK
005490*    OVER ITS SHORTFALL - THE MASTER'S WIM-UNIT-COST AT THE
005500*    TIME WHREPLEN RAN.  A SUGGESTION THAT STILL COMES TO ZERO
005510*    (A STOCKOUT WITH NO REORDER POINT FROM A VENDOR WITH NO
005512*    MINIMUM) HAS NOTHING TO ORDER AND IS REPORTED ONLY.  A
005514*    STOCKOUT WITH NO SHORTFALL THAT IS ROUNDED UP TO THE
005516*    MINIMUM HAS NO EXTENDED COST TO BACK OUT, SO ITS UNIT
005518*    COST IS READ FROM ITEMMAST; AN ITEM NOT ON ITEMMAST, OR
005520*    WITH NO NON-ZERO NUMERIC WIM-UNIT-COST, IS WRITTEN TO
005522*    UNSRCFILE AS NOCOST RATHER THAN ORDERED AT ZERO COST.
005530*===============================================================
005540 2300-ADD-PO-LINE-PARA.
005550*
005560     MOVE SUG-SHORTFALL-QTY TO WS-ORDER-QTY.
005570     IF WS-ORDER-QTY < VEND-TBL-MIN-QTY (VEND-IDX)
005580         MOVE VEND-TBL-MIN-QTY (VEND-IDX) TO WS-ORDER-QTY
005590         ADD 1 TO WS-ROUNDED-UP-CNT
005600     END-IF.
005610     IF WS-ORDER-QTY = ZERO
005620         ADD 1 TO WS-NOTHING-CNT
005630         DISPLAY 'WHPOBLD - ' SUG-TYPE ' ITEM ' SUG-ITEM-NUMBER
005640             ' HAS NO SHORTFALL AND VENDOR '
005650             VEND-TBL-NUMBER (VEND-IDX)
005660             ' HAS NO MINIMUM - NOTHING ORDERED'
005670         GO TO 2300-EXIT
005680     END-IF.
005690*
005700     IF SUG-SHORTFALL-QTY > ZERO
005710         COMPUTE WS-UNIT-COST ROUNDED =
005720             SUG-EXT-COST / SUG-SHORTFALL-QTY
005730     ELSE
005732         PERFORM 2350-READ-ITEM-COST-PARA THRU 2350-EXIT
005734         IF ITEM-COST-MISSING
005736             ADD 1 TO WS-NOCOST-CNT
005738             SET UNS-TYPE-NOCOST TO TRUE
005740             MOVE VEND-TBL-NUMBER (VEND-IDX) TO UNS-VENDOR-NUMBER
005742             PERFORM 2400-WRITE-UNSOURCED-PARA THRU 2400-EXIT
005744             GO TO 2300-EXIT
005746         END-IF
005748         MOVE WIM-UNIT-COST TO WS-UNIT-COST
005750     END-IF.
005760     COMPUTE WS-EXT-COST = WS-ORDER-QTY * WS-UNIT-COST.
005770*
005780     IF WS-LINE-TABLE-CNT NOT < 5000
005790         DISPLAY 'WHPOBLD - LINE-TABLE FULL (5000) - SUGGFILE'
005800             ' TOO LARGE FOR ONE PO BUILD'
005810         GO TO 9000-ABEND-PARA
005820     END-IF.
005830     ADD 1 TO WS-LINE-TABLE-CNT.
005840     SET LINE-IDX TO WS-LINE-TABLE-CNT.
005850     SET LINE-TBL-VEND-SUB (LINE-IDX) TO VEND-IDX.
005860     MOVE SUG-ITEM-NUMBER   TO LINE-TBL-ITEM (LINE-IDX).
005870     MOVE IVA-VENDOR-ITEM   TO LINE-TBL-VENDOR-ITEM (LINE-IDX).
005880     MOVE SUG-DEPTNO        TO LINE-TBL-DEPTNO (LINE-IDX).
005890     MOVE SUG-TYPE          TO LINE-TBL-SUG-TYPE (LINE-IDX).
005900     MOVE WS-ORDER-QTY      TO LINE-TBL-ORDER-QTY (LINE-IDX).
005910     MOVE WS-UNIT-COST      TO LINE-TBL-UNIT-COST (LINE-IDX).
005920     MOVE WS-EXT-COST       TO LINE-TBL-EXT-COST (LINE-IDX).
005930*
005940     ADD 1 TO VEND-TBL-LINE-CNT (VEND-IDX).
005950     ADD WS-EXT-COST TO VEND-TBL-PO-VALUE (VEND-IDX).
005960     ADD WS-EXT-COST TO WS-TOTAL-PO-VALUE.
005970*
005980 2300-EXIT.
005981     EXIT.
005982*
005983*===============================================================
005984* 2350-READ-ITEM-COST-PARA
005985*    READS THE ITEMMAST RECORD FOR THE CURRENT SUGGESTION'S
005986*    ITEM FOR ITS UNIT COST.  A RECORD-NOT-FOUND, OR A
005987*    WIM-UNIT-COST THAT IS NOT NUMERIC OR IS ZERO, LEAVES THE
005988*    COST MISSING; ANY OTHER BAD STATUS IS A REAL FILE ERROR
005989*    AND ABENDS.
005990*===============================================================
005991 2350-READ-ITEM-COST-PARA.
005992*
005993     SET ITEM-COST-FOUND TO TRUE.
005994     MOVE SUG-ITEM-NUMBER TO WIM-ITEM-NUMBER.
005995     READ ITEMMAST
005996         INVALID KEY
005997             SET ITEM-COST-MISSING TO TRUE
005998     END-READ.
005999     IF ITEM-COST-MISSING
006000         GO TO 2350-EXIT
006001     END-IF.
006002     IF NOT ITEMMAST-STATUS-OK
006003         DISPLAY 'WHPOBLD - ITEMMAST READ FAILED, STATUS: '
006004             ITEMMAST-STATUS
006005         GO TO 9000-ABEND-PARA
006006     END-IF.
006007     IF WIM-UNIT-COST NOT NUMERIC
006008      OR WIM-UNIT-COST = ZERO
006009         SET ITEM-COST-MISSING TO TRUE
006010     END-IF.
006011*
006012 2350-EXIT.
006013     EXIT.
006014*
006015*===============================================================
006020* 2400-WRITE-UNSOURCED-PARA
006030*    WRITES THE CURRENT SUGGESTION TO UNSRCFILE UNDER THE
006040*    UNS-TYPE AND VENDOR NUMBER THE CALLER HAS SET, STAMPED
006050*    WITH THE RUN DATE, AND ECHOES IT TO SYSOUT FOR THE
006060*    UNSOURCED LIST.
006070*===============================================================
006080 2400-WRITE-UNSOURCED-PARA.
006090*
006100     MOVE SUGGESTION-RECORD TO UNS-SUGGESTION-IMAGE.
006110     MOVE WS-CURRENT-DATE   TO UNS-RUN-DATE.
006120     WRITE UNSOURCED-RECORD.
006130     IF NOT UNSRCFILE-STATUS-OK
006140         DISPLAY 'WHPOBLD - UNSRCFILE WRITE FAILED, STATUS: '
006150             UNSRCFILE-STATUS
006160         GO TO 9000-ABEND-PARA
006170     END-IF.
006180     ADD 1 TO WS-UNSRC-WRITTEN-CNT.
006190*
006200     DISPLAY 'UNSOURCED ' UNS-TYPE ' ITEM ' SUG-ITEM-NUMBER
006210         ' DEPT ' SUG-DEPTNO ' ' SUG-TYPE
006220         ' SHORT ' SUG-SHORTFALL-QTY
006230         ' VENDOR ' UNS-VENDOR-NUMBER.
006240*
006250 2400-EXIT.
006260     EXIT.
006270*
006280*===============================================================
006290* 3000-WRITE-PO-PARA
006300*    WRITES ONE VENDOR'S PO - THE POH HEADER, NUMBERED FROM
006310*    THE RUN DATE AND THE PO'S SEQUENCE, WITH THE DUE DATE THE
006320*    VENDOR'S LEAD TIME OUT FROM THE RUN DATE, THEN EVERY
006326*    LINE-TABLE LINE THAT POINTS AT THE VENDOR.  A VENDOR
006332*    WITH NO LINES GETS NO PO AND USES NO PO NUMBER.
006340*===============================================================
006350 3000-WRITE-PO-PARA.
006352*
006354     IF VEND-TBL-LINE-CNT (VEND-IDX) = ZERO
006356         GO TO 3000-EXIT
006358     END-IF.
006360*
006370     ADD 1 TO WS-PO-NUM-SEQ.
006380     MOVE WS-PO-NUMBER-N TO VEND-TBL-PO-NUMBER (VEND-IDX).
006390     COMPUTE WS-DTD-DAYS =
006400         WS-TODAY-DAYS + VEND-TBL-LEAD-DAYS (VEND-IDX).
006410     PERFORM 7100-DAYS-TO-DATE-PARA THRU 7100-EXIT.
006420*
006430     MOVE SPACES                TO PO-RECORD.
006440     SET PO-IS-HEADER           TO TRUE.
006450     MOVE WS-PO-NUMBER-N        TO PO-HDR-PO-NUMBER.
006460     MOVE VEND-TBL-NUMBER (VEND-IDX) TO PO-HDR-VENDOR-NUMBER.
006470     MOVE VEND-TBL-NAME (VEND-IDX)   TO PO-HDR-VENDOR-NAME.
006480     MOVE WS-CURRENT-DATE       TO PO-HDR-ORDER-DATE.
006490     MOVE WS-DTD-DATE           TO PO-HDR-DUE-DATE.
006500     MOVE VEND-TBL-LINE-CNT (VEND-IDX) TO PO-HDR-LINE-CNT.
006510     MOVE VEND-TBL-PO-VALUE (VEND-IDX) TO PO-HDR-PO-VALUE.
006520     WRITE PO-RECORD.
006530     IF NOT POFILE-STATUS-OK
006540         DISPLAY 'WHPOBLD - POFILE WRITE FAILED, STATUS: '
006550             POFILE-STATUS
006560         GO TO 9000-ABEND-PARA
006570     END-IF.
006580     ADD 1 TO WS-PO-WRITTEN-CNT.
006590*
006600     DISPLAY 'PO ' WS-PO-NUMBER ' VENDOR '
006610         VEND-TBL-NUMBER (VEND-IDX) ' '
006620         VEND-TBL-NAME (VEND-IDX) ' DUE ' WS-DTD-DATE
006630         ' LINES ' VEND-TBL-LINE-CNT (VEND-IDX).
006640*
006650     MOVE ZERO TO WS-PO-LINE-NO.
006660     PERFORM 3100-WRITE-PO-LINE-PARA THRU 3100-EXIT
006670         VARYING LINE-IDX FROM 1 BY 1
006680         UNTIL LINE-IDX > WS-LINE-TABLE-CNT.
006690*
006700 3000-EXIT.
006710     EXIT.
006720*
006730*===============================================================
006740* 3100-WRITE-PO-LINE-PARA
006750*    WRITES ONE POL LINE WHEN THE LINE-TABLE ENTRY BELONGS TO
006760*    THE VENDOR WHOSE PO IS BEING WRITTEN.
006770*===============================================================
006780 3100-WRITE-PO-LINE-PARA.
006790*
006800     IF LINE-TBL-VEND-SUB (LINE-IDX) NOT = VEND-IDX
006810         GO TO 3100-EXIT
006820     END-IF.
006830*
006840     ADD 1 TO WS-PO-LINE-NO.
006850     MOVE SPACES                TO PO-RECORD.
006860     SET PO-IS-LINE             TO TRUE.
006870     MOVE WS-PO-NUMBER-N        TO PO-LIN-PO-NUMBER.
006880     MOVE WS-PO-LINE-NO         TO PO-LIN-LINE-NO.
006890     MOVE LINE-TBL-ITEM (LINE-IDX) TO PO-LIN-ITEM-NUMBER.
006900     MOVE LINE-TBL-VENDOR-ITEM (LINE-IDX) TO PO-LIN-VENDOR-ITEM.
006910     MOVE LINE-TBL-DEPTNO (LINE-IDX)    TO PO-LIN-DEPTNO.
006920     MOVE LINE-TBL-SUG-TYPE (LINE-IDX)  TO PO-LIN-SUG-TYPE.
006930     MOVE LINE-TBL-ORDER-QTY (LINE-IDX) TO PO-LIN-ORDER-QTY.
006940     MOVE LINE-TBL-UNIT-COST (LINE-IDX) TO PO-LIN-UNIT-COST.
006950     MOVE LINE-TBL-EXT-COST (LINE-IDX)  TO PO-LIN-EXT-COST.
006960     WRITE PO-RECORD.
006970     IF NOT POFILE-STATUS-OK
006980         DISPLAY 'WHPOBLD - POFILE WRITE FAILED, STATUS: '
006990             POFILE-STATUS
007000         GO TO 9000-ABEND-PARA
007010     END-IF.
007020     ADD 1 TO WS-LINE-WRITTEN-CNT.
007030*
007040     DISPLAY '    LINE ' WS-PO-LINE-NO
007050         ' ITEM ' LINE-TBL-ITEM (LINE-IDX)
007060         ' DEPT ' LINE-TBL-DEPTNO (LINE-IDX)
007070         ' ' LINE-TBL-SUG-TYPE (LINE-IDX)
007080         ' QTY ' LINE-TBL-ORDER-QTY (LINE-IDX)
007090         ' VALUE ' LINE-TBL-EXT-COST (LINE-IDX).
007100*
007110 3100-EXIT.
007120     EXIT.
007130*
007140*===============================================================
007150* 5000-PO-BUILD-REPORT-PARA
007160*    END-OF-RUN PO-BUILD REPORT TO SYSOUT - THE RUN'S COUNTS,
007170*    THEN ONE LINE PER VENDOR PO.
007180*===============================================================
007190 5000-PO-BUILD-REPORT-PARA.
007200*
007210     DISPLAY ' '.
007220     DISPLAY '======================================'.
007230     DISPLAY 'WHPOBLD  -  PURCHASE-ORDER BUILD REPORT'.
007240     DISPLAY '======================================'.
007250     DISPLAY 'SUGGESTIONS READ. . . . : ' WS-SUGG-READ-CNT.
007260     DISPLAY 'OTHER SUGGESTION TYPES. : ' WS-OTHER-TYPE-CNT.
007270     DISPLAY 'SUGGESTIONS NOT NUMERIC : ' WS-BADCARD-CNT.
007280     DISPLAY 'NO VENDOR ASSIGNED. . . : ' WS-NOVENDOR-CNT.
007290     DISPLAY 'VENDOR NOT ON VENDMAST. : ' WS-NOVNDMST-CNT.
007295     DISPLAY 'NO COST ON ITEMMAST . . : ' WS-NOCOST-CNT.
007300     DISPLAY 'UNSOURCED ROWS WRITTEN. : ' WS-UNSRC-WRITTEN-CNT.
007310     DISPLAY 'NOTHING TO ORDER. . . . : ' WS-NOTHING-CNT.
007320     DISPLAY 'ROUNDED UP TO MINIMUM . : ' WS-ROUNDED-UP-CNT.
007330     DISPLAY 'PURCHASE ORDERS WRITTEN : ' WS-PO-WRITTEN-CNT.
007340     DISPLAY 'PO LINES WRITTEN. . . . : ' WS-LINE-WRITTEN-CNT.
007350*
007360     DISPLAY ' '.
007370     DISPLAY 'PURCHASE ORDERS BY VENDOR'.
007380     DISPLAY 'PO NUMBER   VENDOR  LEAD  LINES  PO VALUE'.
007390     IF WS-PO-WRITTEN-CNT = ZERO
007400         DISPLAY '  (NONE)'
007410     END-IF.
007420     PERFORM 5100-VENDOR-PO-LINE-PARA THRU 5100-EXIT
007430         VARYING VEND-IDX FROM 1 BY 1
007440         UNTIL VEND-IDX > WS-VEND-TABLE-CNT.
007450*
007460     DISPLAY ' '.
007470     DISPLAY 'TOTAL ORDERED VALUE . . : ' WS-TOTAL-PO-VALUE.
007480     DISPLAY '======================================'.
007490*
007500 5000-EXIT.
007510     EXIT.
007520*
007530*===============================================================
007540* 5100-VENDOR-PO-LINE-PARA
007546*    PRINTS ONE VENDOR'S PO SUMMARY LINE.  A VENDOR WITH NO
007552*    LINES WROTE NO PO AND IS NOT PRINTED.
007560*===============================================================
007570 5100-VENDOR-PO-LINE-PARA.
007572*
007574     IF VEND-TBL-LINE-CNT (VEND-IDX) = ZERO
007576         GO TO 5100-EXIT
007578     END-IF.
007580*
007590     DISPLAY VEND-TBL-PO-NUMBER (VEND-IDX) '  '
007600         VEND-TBL-NUMBER (VEND-IDX) '   '
007610         VEND-TBL-LEAD-DAYS (VEND-IDX) '   '
007620         VEND-TBL-LINE-CNT (VEND-IDX) '   '
007630         VEND-TBL-PO-VALUE (VEND-IDX).
007640*
007650 5100-EXIT.
007660     EXIT.
007670*
007680*===============================================================
007690* 7000-DATE-TO-DAYS-PARA
007700*    TURNS THE YYYYMMDD DATE IN WS-DTD-DATE INTO A DAY SERIAL
007710*    IN WS-DTD-DAYS SO A LEAD TIME CAN BE ADDED IN DAYS.
007720*    USES THE SHIFTED-MONTH CIVIL-CALENDAR METHOD - MARCH IS
007730*    MONTH ZERO SO THE LEAP DAY FALLS AT THE END OF THE
007740*    SHIFTED YEAR.  EACH DIVIDE TRUNCATES SEPARATELY.
007750*===============================================================
007760 7000-DATE-TO-DAYS-PARA.
007770*
007780     IF WS-DTD-MONTH > 2
007790         COMPUTE WS-DTD-M2 = WS-DTD-MONTH - 3
007800         MOVE WS-DTD-YEAR TO WS-DTD-Y2
007810     ELSE
007820         COMPUTE WS-DTD-M2 = WS-DTD-MONTH + 9
007830         COMPUTE WS-DTD-Y2 = WS-DTD-YEAR - 1
007840     END-IF.
007850*
007860     DIVIDE WS-DTD-Y2 BY 4   GIVING WS-DTD-T1.
007870     DIVIDE WS-DTD-Y2 BY 100 GIVING WS-DTD-T2.
007880     DIVIDE WS-DTD-Y2 BY 400 GIVING WS-DTD-T3.
007890     COMPUTE WS-DTD-T4 = (153 * WS-DTD-M2 + 2) / 5.
007900*
007910     COMPUTE WS-DTD-DAYS = 365 * WS-DTD-Y2
007920         + WS-DTD-T1 - WS-DTD-T2 + WS-DTD-T3
007930         + WS-DTD-T4 + WS-DTD-DAY - 1.
007940*
007950 7000-EXIT.
007960     EXIT.
007970*
007980*===============================================================
007990* 7100-DAYS-TO-DATE-PARA
008000*    THE REVERSE OF 7000-DATE-TO-DAYS-PARA - TURNS THE DAY
008010*    SERIAL IN WS-DTD-DAYS BACK INTO A YYYYMMDD DATE IN
008020*    WS-DTD-DATE.  THE SHIFTED YEAR IS ESTIMATED FROM THE
008030*    AVERAGE GREGORIAN YEAR AND STEPPED BACK ONE WHEN THE
008040*    ESTIMATE OVERSHOOTS; THE DAY OF THE SHIFTED YEAR THEN
008050*    GIVES THE SHIFTED MONTH AND THE DAY OF THE MONTH.
008060*===============================================================
008070 7100-DAYS-TO-DATE-PARA.
008080*
008090     COMPUTE WS-DTD-Y2 = (10000 * WS-DTD-DAYS + 14780) / 3652425.
008100     PERFORM 7150-DAY-OF-YEAR-PARA THRU 7150-EXIT.
008110     IF WS-DTD-DOY < ZERO
008120         SUBTRACT 1 FROM WS-DTD-Y2
008130         PERFORM 7150-DAY-OF-YEAR-PARA THRU 7150-EXIT
008140     END-IF.
008150*
008160     COMPUTE WS-DTD-M2 = (100 * WS-DTD-DOY + 52) / 3060.
008170     IF WS-DTD-M2 < 10
008180         COMPUTE WS-DTD-MONTH = WS-DTD-M2 + 3
008190         MOVE WS-DTD-Y2 TO WS-DTD-YEAR
008200     ELSE
008210         COMPUTE WS-DTD-MONTH = WS-DTD-M2 - 9
008220         COMPUTE WS-DTD-YEAR = WS-DTD-Y2 + 1
008230     END-IF.
008240     COMPUTE WS-DTD-T4 = (306 * WS-DTD-M2 + 5) / 10.
008250     COMPUTE WS-DTD-DAY = WS-DTD-DOY - WS-DTD-T4 + 1.
008260*
008270 7100-EXIT.
008280     EXIT.
008290*
008300*===============================================================
008310* 7150-DAY-OF-YEAR-PARA
008320*    DAY OF THE SHIFTED YEAR WS-DTD-Y2 THAT THE SERIAL IN
008330*    WS-DTD-DAYS FALLS ON - NEGATIVE WHEN THE SERIAL IS
008340*    BEFORE THE YEAR STARTS.
008350*===============================================================
008360 7150-DAY-OF-YEAR-PARA.
008370*
008380     DIVIDE WS-DTD-Y2 BY 4   GIVING WS-DTD-T1.
008390     DIVIDE WS-DTD-Y2 BY 100 GIVING WS-DTD-T2.
008400     DIVIDE WS-DTD-Y2 BY 400 GIVING WS-DTD-T3.
008410     COMPUTE WS-DTD-DOY = WS-DTD-DAYS - 365 * WS-DTD-Y2
008420         - WS-DTD-T1 + WS-DTD-T2 - WS-DTD-T3.
008430*
008440 7150-EXIT.
008450     EXIT.
008460*
008470*===============================================================
008480* 9000-ABEND-PARA
008490*    COMMON FILE-ERROR EXIT.  ANY OPEN, READ, OR WRITE THAT
008500*    COMES BACK WITH A BAD STATUS - OR A TABLE OVERFLOW THAT
008510*    WOULD LEAVE SHORTFALLS UNORDERED - LANDS HERE.  CLOSES
008520*    EVERY FILE THAT IS STILL OPEN, SETS A NON-ZERO RETURN
008530*    CODE, AND ENDS THE RUN.
008540*===============================================================
008550 9000-ABEND-PARA.
008560*
008570     DISPLAY 'WHPOBLD - RUN ABENDED ON A FILE ERROR. '.
008580*
008590     IF SUGGFILE-OPEN-YES
008600         CLOSE SUGGFILE
008610     END-IF.
008620     IF ITEMVEND-OPEN-YES
008630         CLOSE ITEMVEND
008640     END-IF.
008650     IF VENDMAST-OPEN-YES
008660         CLOSE VENDMAST
008670     END-IF.
008672     IF ITEMMAST-OPEN-YES
008674         CLOSE ITEMMAST
008676     END-IF.
008680     IF POFILE-OPEN-YES
008690         CLOSE POFILE
008700     END-IF.
008710     IF UNSRCFILE-OPEN-YES
008720         CLOSE UNSRCFILE
008730     END-IF.
008740*
008750     MOVE 16 TO RETURN-CODE.
008760     GO TO 9999-END-PARA.
008770*
008780*===============================================================
008790* 9999-END-PARA
008800*    COMMON JOB EXIT.
008810*===============================================================
008820 9999-END-PARA.
008830     STOP RUN.
