000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WHSNPCMP.
000030 AUTHOR. D-L-OKAFOR.
000040 INSTALLATION. WHSE-DIST-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-------------------------------------------------------------*
000090* MODIFICATION HISTORY                                        *
000100*-------------------------------------------------------------*
000110* DATE      INIT  DESCRIPTION                                 *
000120* 10/15/26  DLO   ORIGINAL PROGRAM.  PERIOD-OVER-PERIOD       *
000130*                 VALUATION REPORT.  COMPARES ANY TWO         *
000140*                 MONTH-END SNAPSHOTS ON SNAPHIST (WRITTEN BY *
000150*                 WHSNAPSH) - OPENING VALUE, CLOSING VALUE,   *
000160*                 AND CHANGE BY DEPARTMENT, ITEM CLASS, AND   *
000170*                 WAREHOUSE ZONE, THEN THE ITEMS ADDED AND    *
000180*                 DELETED BETWEEN THE TWO, AND THE ITEMS      *
000190*                 WHOSE VALUE MOVED BY MORE THAN THE          *
000200*                 THRESHOLD PERCENTAGE.  THE PARM CARRIES THE *
000210*                 OPENING AND CLOSING SNAPSHOT DATES AND THE  *
000220*                 THRESHOLD; BY DEFAULT THE LATEST SNAPSHOT   *
000230*                 IS COMPARED WITH THE ONE BEFORE IT AT 10    *
000240*                 PERCENT.                                    *
000250*-------------------------------------------------------------*
000260*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-Z15.
000300 OBJECT-COMPUTER. IBM-Z15.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT SNAPHIST ASSIGN TO SNAPHIST
000340         ORGANIZATION IS SEQUENTIAL
000350         ACCESS IS SEQUENTIAL
000360         FILE STATUS IS SNAPHIST-STATUS.
000370*
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  SNAPHIST
000410     RECORDING MODE IS F
000420     LABEL RECORDS ARE STANDARD.
000430*-------------------------------------------------------------*
000440* MONTH-END SNAPSHOT HISTORY ROW - THE SHARED SNAPSHOT-RECORD *
000450* LAYOUT.  READ TWICE: ONCE FOR THE SNAPSHOT DATES ON FILE,   *
000460* ONCE FOR THE ROWS OF THE TWO SNAPSHOTS BEING COMPARED.      *
000470*-------------------------------------------------------------*
000480     COPY WHSESNAP.
000490*
000500 WORKING-STORAGE SECTION.
000510*
000520*-------------------------------------------------------------*
000530* FILE STATUS AND SWITCHES                                     *
000540*-------------------------------------------------------------*
000550 01  WS-FILE-STATUSES.
000560     05  SNAPHIST-STATUS       PIC X(02) VALUE '00'.
000570         88  SNAPHIST-STATUS-OK VALUE '00'.
000580         88  SNAPHIST-STATUS-EOF VALUE '10'.
000590*
000600 01  WS-SWITCHES.
000610     05  WS-HIST-EOF-SW        PIC X(01) VALUE 'N'.
000620         88  HIST-EOF-YES      VALUE 'Y'.
000630         88  HIST-EOF-NO       VALUE 'N'.
000640     05  WS-SNAPHIST-OPEN-SW   PIC X(01) VALUE 'N'.
000650         88  SNAPHIST-OPEN-YES VALUE 'Y'.
000660         88  SNAPHIST-OPEN-NO  VALUE 'N'.
000670     05  WS-SIDE-SW            PIC X(01) VALUE SPACE.
000680         88  SIDE-OPEN         VALUE 'O'.
000690         88  SIDE-CLOSE        VALUE 'C'.
000700     05  WS-LIST-KIND-SW       PIC X(01) VALUE SPACE.
000710         88  LIST-ADDED        VALUE 'A'.
000720         88  LIST-DELETED      VALUE 'D'.
000730         88  LIST-MOVED        VALUE 'M'.
000740     05  WS-OPEN-FOUND-SW      PIC X(01) VALUE 'N'.
000750         88  OPEN-FOUND        VALUE 'Y'.
000760         88  OPEN-NOT-FOUND    VALUE 'N'.
000770     05  WS-CLOSE-FOUND-SW     PIC X(01) VALUE 'N'.
000780         88  CLOSE-FOUND       VALUE 'Y'.
000790         88  CLOSE-NOT-FOUND   VALUE 'N'.
000800     05  WS-OVERFLOW-SW        PIC X(01) VALUE 'N'.
000810         88  OVERFLOW-YES      VALUE 'Y'.
000820         88  OVERFLOW-NO       VALUE 'N'.
000830     05  WS-DATE-SKIP-SW       PIC X(01) VALUE 'N'.
000840         88  DATE-SKIP-YES     VALUE 'Y'.
000850         88  DATE-SKIP-NO      VALUE 'N'.
000860*
000870*-------------------------------------------------------------*
000880* RUN COUNTERS                                                 *
000890*-------------------------------------------------------------*
000900 77  WS-HIST-READ-CNT          PIC 9(09) COMP VALUE ZERO.
000910 77  WS-OPEN-ROW-CNT           PIC 9(07) COMP VALUE ZERO.
000920 77  WS-CLOSE-ROW-CNT          PIC 9(07) COMP VALUE ZERO.
000930 77  WS-BAD-ROW-CNT            PIC 9(07) COMP VALUE ZERO.
000940 77  WS-ADDED-CNT              PIC 9(07) COMP VALUE ZERO.
000950 77  WS-DELETED-CNT            PIC 9(07) COMP VALUE ZERO.
000960 77  WS-MOVED-CNT              PIC 9(07) COMP VALUE ZERO.
000970 77  WS-ITEM-SUB               PIC 9(06) COMP VALUE ZERO.
000980*
000990*-------------------------------------------------------------*
001000* COMPARISON PARAMETERS - FROM THE PARM, OR DEFAULTED FROM    *
001010* THE SNAPSHOT DATES ON FILE.  WS-LAST-DATE IS THE SNAPSHOT   *
001020* DATE OF THE PREVIOUS ROW READ; ROWS FOR ONE SNAPSHOT ARE    *
001030* CONTIGUOUS, SO THE DATE TABLE IS ONLY SEARCHED ON A CHANGE. *
001040*-------------------------------------------------------------*
001050 01  WS-OPEN-DATE              PIC 9(08) VALUE ZERO.
001060 01  WS-CLOSE-DATE             PIC 9(08) VALUE ZERO.
001070 01  WS-THRESHOLD-PCT          PIC 9(03) VALUE 10.
001080 01  WS-LAST-DATE              PIC 9(08) VALUE ZERO.
001090 01  WS-LIST-ITEM              PIC 9(05) VALUE ZERO.
001100 01  WS-ZONE-NAME              PIC X(16) VALUE SPACES.
001110*
001120*-------------------------------------------------------------*
001130* VALUE WORK FIELDS AND RUN TOTALS                             *
001140*-------------------------------------------------------------*
001150 77  WS-OPEN-TOTAL             PIC 9(13)V99 COMP-3 VALUE ZERO.
001160 77  WS-CLOSE-TOTAL            PIC 9(13)V99 COMP-3 VALUE ZERO.
001170 77  WS-ADDED-VALUE            PIC 9(13)V99 COMP-3 VALUE ZERO.
001180 77  WS-DELETED-VALUE          PIC 9(13)V99 COMP-3 VALUE ZERO.
001190 77  WS-CHANGE                 PIC S9(13)V99 COMP-3 VALUE ZERO.
001200 77  WS-ABS-CHANGE             PIC 9(13)V99 COMP-3 VALUE ZERO.
001210 77  WS-CHANGE-PCT             PIC 9(05)V99 COMP-3 VALUE ZERO.
001220 77  WS-PCT-LIMIT              PIC 9(15)V99 COMP-3 VALUE ZERO.
001230 77  WS-PCT-MOVED              PIC 9(15)V99 COMP-3 VALUE ZERO.
001240*
001250*-------------------------------------------------------------*
001260* SNAP-DATE-TABLE - EVERY SNAPSHOT DATE ON SNAPHIST WITH ITS  *
001270* ROW COUNT, IN FILE ORDER.  600 DATES IS FIFTY YEARS OF      *
001280* MONTH ENDS.                                                 *
001290*-------------------------------------------------------------*
001300 77  WS-SNAP-DATE-CNT          PIC 9(05) COMP VALUE ZERO.
001310 01  SNAP-DATE-TABLE.
001320     05  SNAP-DATE-ENTRY       OCCURS 1 TO 600 TIMES
001330                                DEPENDING ON WS-SNAP-DATE-CNT
001340                                INDEXED BY SDT-IDX.
001350         10  SDT-DATE            PIC 9(08).
001360         10  SDT-ROW-CNT         PIC 9(07) COMP.
001370*
001380*-------------------------------------------------------------*
001390* ITEM-SNAP-TABLE - ONE SLOT PER POSSIBLE ITEM NUMBER, FOUND  *
001400* BY SUBSCRIPT (ITEM NUMBER + 1), HOLDING WHETHER THE ITEM IS *
001410* IN EACH SNAPSHOT AND ITS VALUE IN EACH.                     *
001420*-------------------------------------------------------------*
001430 01  ITEM-SNAP-TABLE.
001440     05  ITEM-SNAP-ENTRY       OCCURS 100000 TIMES.
001450         10  IST-OPEN-SW         PIC X(01).
001460             88  IST-IN-OPEN     VALUE 'Y'.
001470         10  IST-CLOSE-SW        PIC X(01).
001480             88  IST-IN-CLOSE    VALUE 'Y'.
001490         10  IST-DESC            PIC X(14).
001500         10  IST-DEPTNO          PIC X(03).
001510         10  IST-OPEN-VALUE      PIC 9(12)V99 COMP-3.
001520         10  IST-CLOSE-VALUE     PIC 9(12)V99 COMP-3.
001530*
001540*-------------------------------------------------------------*
001550* DEPT-TABLE / CLAS-TABLE / ZONE-TABLE - THE OPENING AND      *
001560* CLOSING ITEM COUNTS AND VALUES BY DEPARTMENT, ITEM CLASS,   *
001570* AND WAREHOUSE ZONE, EACH ITEM COUNTED UNDER THE DEPARTMENT, *
001580* CLASS, AND ZONE IT CARRIED IN THAT SNAPSHOT.  KEYS ARE      *
001590* ADDED ON FIRST SIGHT; KEYS PAST THE CAPACITY ARE LOGGED AND *
001600* LEFT OFF THAT BREAKDOWN (THE RUN TOTALS STILL INCLUDE THEM).*
001610*-------------------------------------------------------------*
001620 77  WS-DEPT-TABLE-CNT         PIC 9(05) COMP VALUE ZERO.
001630 01  DEPT-TABLE.
001640     05  DEPT-TABLE-ENTRY      OCCURS 1 TO 500 TIMES
001650                                DEPENDING ON WS-DEPT-TABLE-CNT
001660                                INDEXED BY DEPT-IDX.
001670         10  DEPT-TBL-DEPTNO     PIC X(03).
001680         10  DEPT-TBL-OPEN-CNT   PIC 9(07) COMP.
001690         10  DEPT-TBL-CLOSE-CNT  PIC 9(07) COMP.
001700         10  DEPT-TBL-OPEN-VALUE PIC 9(13)V99 COMP-3.
001710         10  DEPT-TBL-CLOSE-VALUE
001720                                 PIC 9(13)V99 COMP-3.
001730*
001740 77  WS-CLAS-TABLE-CNT         PIC 9(05) COMP VALUE ZERO.
001750 01  CLAS-TABLE.
001760     05  CLAS-TABLE-ENTRY      OCCURS 1 TO 200 TIMES
001770                                DEPENDING ON WS-CLAS-TABLE-CNT
001780                                INDEXED BY CLAS-IDX.
001790         10  CLAS-TBL-CODE       PIC X(03).
001800         10  CLAS-TBL-OPEN-CNT   PIC 9(07) COMP.
001810         10  CLAS-TBL-CLOSE-CNT  PIC 9(07) COMP.
001820         10  CLAS-TBL-OPEN-VALUE PIC 9(13)V99 COMP-3.
001830         10  CLAS-TBL-CLOSE-VALUE
001840                                 PIC 9(13)V99 COMP-3.
001850*
001860 77  WS-ZONE-TABLE-CNT         PIC 9(05) COMP VALUE ZERO.
001870 01  ZONE-TABLE.
001880     05  ZONE-TABLE-ENTRY      OCCURS 1 TO 50 TIMES
001890                                DEPENDING ON WS-ZONE-TABLE-CNT
001900                                INDEXED BY ZONE-IDX.
001910         10  ZONE-TBL-LOCATION   PIC X(16).
001920         10  ZONE-TBL-OPEN-CNT   PIC 9(07) COMP.
001930         10  ZONE-TBL-CLOSE-CNT  PIC 9(07) COMP.
001940         10  ZONE-TBL-OPEN-VALUE PIC 9(13)V99 COMP-3.
001950         10  ZONE-TBL-CLOSE-VALUE
001960                                 PIC 9(13)V99 COMP-3.
001970*
001980 LINKAGE SECTION.
001990*
002000*-------------------------------------------------------------*
002010* LS-PARM - FROM THE JCL PARM.                                *
002020*   LS-OPEN-DATE - THE OPENING SNAPSHOT DATE (YYYYMMDD).      *
002030*     ZERO MEANS THE LATEST SNAPSHOT BEFORE THE CLOSING ONE.  *
002040*   LS-CLOSE-DATE - THE CLOSING SNAPSHOT DATE (YYYYMMDD).     *
002050*     ZERO MEANS THE LATEST SNAPSHOT ON FILE.                 *
002060*   LS-THRESHOLD-PCT - LIST ITEMS WHOSE VALUE MOVED BY MORE   *
002070*     THAN THIS PERCENTAGE OF THEIR OPENING VALUE.  ZERO      *
002080*     MEANS 10.                                               *
002090*-------------------------------------------------------------*
002100 01  LS-PARM.
002110     05  LS-OPEN-DATE PIC 9(8).
002120     05  LS-CLOSE-DATE PIC 9(8).
002130     05  LS-THRESHOLD-PCT PIC 9(3).
002140*
002150 PROCEDURE DIVISION USING LS-PARM.
002160*
002170*===============================================================
002180* 0000-INITIALIZE-PARA
002190*    MAIN DRIVER FOR THE SNAPSHOT COMPARISON.  READS SNAPHIST
002200*    ONCE FOR THE DATES ON FILE AND SETTLES THE TWO SNAPSHOTS
002210*    TO COMPARE, READS IT AGAIN TO LOAD THOSE TWO, AND PRINTS
002220*    THE COMPARISON REPORT TO SYSOUT.
002230*===============================================================
002240 0000-INITIALIZE-PARA.
002250*
002260     IF LS-THRESHOLD-PCT NUMERIC AND LS-THRESHOLD-PCT > 0
002270         MOVE LS-THRESHOLD-PCT TO WS-THRESHOLD-PCT
002280     END-IF.
002290*
002300     INITIALIZE SNAP-DATE-TABLE.
002310     INITIALIZE ITEM-SNAP-TABLE.
002320     INITIALIZE DEPT-TABLE.
002330     INITIALIZE CLAS-TABLE.
002340     INITIALIZE ZONE-TABLE.
002350*
002360     PERFORM 1000-SCAN-DATES-PARA THRU 1000-EXIT.
002370*
002380     PERFORM 1500-SETTLE-DATES-PARA THRU 1500-EXIT.
002390     IF OPEN-NOT-FOUND OR CLOSE-NOT-FOUND
002400      OR WS-OPEN-DATE = WS-CLOSE-DATE
002410         DISPLAY 'WHSNPCMP - NO TWO SNAPSHOTS TO COMPARE, '
002420             'OPENING ' WS-OPEN-DATE ' CLOSING ' WS-CLOSE-DATE
002430         PERFORM 5300-DATE-LIST-PARA THRU 5300-EXIT
002440         MOVE 16 TO RETURN-CODE
002450         GO TO 9999-END-PARA
002460     END-IF.
002470*
002480     PERFORM 2000-LOAD-SNAPSHOTS-PARA THRU 2000-EXIT.
002490*
002500     PERFORM 5000-COMPARE-REPORT-PARA THRU 5000-EXIT.
002510*
002520     IF WS-BAD-ROW-CNT > ZERO OR OVERFLOW-YES
002530         MOVE 4 TO RETURN-CODE
002540     ELSE
002550         MOVE 0 TO RETURN-CODE
002560     END-IF.
002570*
002580     GO TO 9999-END-PARA.
002590*
002600*===============================================================
002610* 1000-SCAN-DATES-PARA
002620*    FIRST PASS OVER SNAPHIST - BUILDS SNAP-DATE-TABLE.
002630*===============================================================
002640 1000-SCAN-DATES-PARA.
002650*
002660     OPEN INPUT SNAPHIST.
002670     IF NOT SNAPHIST-STATUS-OK
002680         DISPLAY 'WHSNPCMP - SNAPHIST OPEN FAILED, STATUS: '
002690             SNAPHIST-STATUS
002700         GO TO 9000-ABEND-PARA
002710     END-IF.
002720     SET SNAPHIST-OPEN-YES TO TRUE.
002730     SET HIST-EOF-NO TO TRUE.
002740     MOVE ZERO TO WS-LAST-DATE.
002750*
002760     PERFORM 1100-SCAN-ROW-PARA THRU 1100-EXIT
002770         UNTIL HIST-EOF-YES.
002780*
002790     CLOSE SNAPHIST.
002800     SET SNAPHIST-OPEN-NO TO TRUE.
002810*
002820 1000-EXIT.
002830     EXIT.
002840*
002850*===============================================================
002860* 1100-SCAN-ROW-PARA
002870*    READS ONE SNAPHIST ROW AND COUNTS IT UNDER ITS SNAPSHOT
002880*    DATE, ADDING THE DATE ON FIRST SIGHT.
002890*===============================================================
002900 1100-SCAN-ROW-PARA.
002910*
002920     READ SNAPHIST
002930         AT END
002940             SET HIST-EOF-YES TO TRUE
002950             GO TO 1100-EXIT
002960     END-READ.
002970     IF NOT SNAPHIST-STATUS-OK
002980         DISPLAY 'WHSNPCMP - SNAPHIST READ FAILED, STATUS: '
002990             SNAPHIST-STATUS
003000         GO TO 9000-ABEND-PARA
003010     END-IF.
003020     ADD 1 TO WS-HIST-READ-CNT.
003030*
003040     IF WS-SNAP-DATE-CNT > ZERO
003050      AND SNP-SNAP-DATE = WS-LAST-DATE
003060         IF DATE-SKIP-NO
003070             ADD 1 TO SDT-ROW-CNT (SDT-IDX)
003080         END-IF
003090         GO TO 1100-EXIT
003100     END-IF.
003110*
003120     MOVE SNP-SNAP-DATE TO WS-LAST-DATE.
003130     SET DATE-SKIP-NO TO TRUE.
003140     SET SDT-IDX TO 1.
003150     SEARCH SNAP-DATE-ENTRY
003160         AT END
003170             IF WS-SNAP-DATE-CNT < 600
003180                 ADD 1 TO WS-SNAP-DATE-CNT
003190                 SET SDT-IDX TO WS-SNAP-DATE-CNT
003200                 MOVE SNP-SNAP-DATE TO SDT-DATE (SDT-IDX)
003210                 MOVE ZERO TO SDT-ROW-CNT (SDT-IDX)
003220             ELSE
003230                 DISPLAY 'WHSNPCMP - SNAP-DATE-TABLE FULL (600), '
003240                     'SNAPSHOT ' SNP-SNAP-DATE ' NOT AVAILABLE'
003250                 SET OVERFLOW-YES TO TRUE
003260                 SET DATE-SKIP-YES TO TRUE
003270                 GO TO 1100-EXIT
003280             END-IF
003290         WHEN SDT-DATE (SDT-IDX) = SNP-SNAP-DATE
003300             CONTINUE
003310     END-SEARCH.
003320     ADD 1 TO SDT-ROW-CNT (SDT-IDX).
003330*
003340 1100-EXIT.
003350     EXIT.
003360*
003370*===============================================================
003380* 1500-SETTLE-DATES-PARA
003390*    SETTLES THE CLOSING SNAPSHOT (THE PARM DATE, OR THE LATEST
003400*    ON FILE) AND THEN THE OPENING ONE (THE PARM DATE, OR THE
003410*    LATEST BEFORE THE CLOSING ONE), AND CHECKS BOTH ARE ON
003420*    SNAPHIST.
003430*===============================================================
003440 1500-SETTLE-DATES-PARA.
003450*
003460     IF LS-CLOSE-DATE NUMERIC AND LS-CLOSE-DATE > 0
003470         MOVE LS-CLOSE-DATE TO WS-CLOSE-DATE
003480     ELSE
003490         PERFORM 1510-LATEST-CLOSE-PARA THRU 1510-EXIT
003500             VARYING SDT-IDX FROM 1 BY 1
003510             UNTIL SDT-IDX > WS-SNAP-DATE-CNT
003520     END-IF.
003530*
003540     IF LS-OPEN-DATE NUMERIC AND LS-OPEN-DATE > 0
003550         MOVE LS-OPEN-DATE TO WS-OPEN-DATE
003560     ELSE
003570         PERFORM 1520-LATEST-OPEN-PARA THRU 1520-EXIT
003580             VARYING SDT-IDX FROM 1 BY 1
003590             UNTIL SDT-IDX > WS-SNAP-DATE-CNT
003600     END-IF.
003610*
003620     PERFORM 1530-FIND-DATES-PARA THRU 1530-EXIT
003630         VARYING SDT-IDX FROM 1 BY 1
003640         UNTIL SDT-IDX > WS-SNAP-DATE-CNT.
003650*
003660 1500-EXIT.
003670     EXIT.
003680*
003690*===============================================================
003700* 1510-LATEST-CLOSE-PARA
003710*    KEEPS THE LATEST SNAPSHOT DATE SEEN AS THE CLOSING DATE.
003720*===============================================================
003730 1510-LATEST-CLOSE-PARA.
003740*
003750     IF SDT-DATE (SDT-IDX) > WS-CLOSE-DATE
003760         MOVE SDT-DATE (SDT-IDX) TO WS-CLOSE-DATE
003770     END-IF.
003780*
003790 1510-EXIT.
003800     EXIT.
003810*
003820*===============================================================
003830* 1520-LATEST-OPEN-PARA
003840*    KEEPS THE LATEST SNAPSHOT DATE BEFORE THE CLOSING DATE AS
003850*    THE OPENING DATE.
003860*===============================================================
003870 1520-LATEST-OPEN-PARA.
003880*
003890     IF SDT-DATE (SDT-IDX) < WS-CLOSE-DATE
003900      AND SDT-DATE (SDT-IDX) > WS-OPEN-DATE
003910         MOVE SDT-DATE (SDT-IDX) TO WS-OPEN-DATE
003920     END-IF.
003930*
003940 1520-EXIT.
003950     EXIT.
003960*
003970*===============================================================
003980* 1530-FIND-DATES-PARA
003990*    MARKS THE OPENING AND CLOSING DATES FOUND ON SNAPHIST.
004000*===============================================================
004010 1530-FIND-DATES-PARA.
004020*
004030     IF SDT-DATE (SDT-IDX) = WS-OPEN-DATE
004040         SET OPEN-FOUND TO TRUE
004050     END-IF.
004060     IF SDT-DATE (SDT-IDX) = WS-CLOSE-DATE
004070         SET CLOSE-FOUND TO TRUE
004080     END-IF.
004090*
004100 1530-EXIT.
004110     EXIT.
004120*
004130*===============================================================
004140* 2000-LOAD-SNAPSHOTS-PARA
004150*    SECOND PASS OVER SNAPHIST - LOADS THE ROWS OF THE OPENING
004160*    AND CLOSING SNAPSHOTS.
004170*===============================================================
004180 2000-LOAD-SNAPSHOTS-PARA.
004190*
004200     OPEN INPUT SNAPHIST.
004210     IF NOT SNAPHIST-STATUS-OK
004220         DISPLAY 'WHSNPCMP - SNAPHIST OPEN FAILED, STATUS: '
004230             SNAPHIST-STATUS
004240         GO TO 9000-ABEND-PARA
004250     END-IF.
004260     SET SNAPHIST-OPEN-YES TO TRUE.
004270     SET HIST-EOF-NO TO TRUE.
004280*
004290     PERFORM 2100-LOAD-ROW-PARA THRU 2100-EXIT
004300         UNTIL HIST-EOF-YES.
004310*
004320     CLOSE SNAPHIST.
004330     SET SNAPHIST-OPEN-NO TO TRUE.
004340*
004350 2000-EXIT.
004360     EXIT.
004370*
004380*===============================================================
004390* 2100-LOAD-ROW-PARA
004400*    READS ONE SNAPHIST ROW.  A ROW OF THE OPENING OR CLOSING
004410*    SNAPSHOT IS POSTED TO ITS ITEM'S SLOT AND ROLLED INTO THE
004420*    DEPARTMENT, CLASS, AND ZONE TOTALS FOR THAT SIDE.
004430*===============================================================
004440 2100-LOAD-ROW-PARA.
004450*
004460     READ SNAPHIST
004470         AT END
004480             SET HIST-EOF-YES TO TRUE
004490             GO TO 2100-EXIT
004500     END-READ.
004510     IF NOT SNAPHIST-STATUS-OK
004520         DISPLAY 'WHSNPCMP - SNAPHIST READ FAILED, STATUS: '
004530             SNAPHIST-STATUS
004540         GO TO 9000-ABEND-PARA
004550     END-IF.
004560*
004570     EVALUATE SNP-SNAP-DATE
004580         WHEN WS-OPEN-DATE
004590             SET SIDE-OPEN TO TRUE
004600         WHEN WS-CLOSE-DATE
004610             SET SIDE-CLOSE TO TRUE
004620         WHEN OTHER
004630             GO TO 2100-EXIT
004640     END-EVALUATE.
004650*
004660     IF SNP-ITEM-NUMBER NOT NUMERIC
004670      OR SNP-EXT-VALUE NOT NUMERIC
004680         ADD 1 TO WS-BAD-ROW-CNT
004690         DISPLAY 'WHSNPCMP - SNAPSHOT ' SNP-SNAP-DATE
004700             ' ROW NOT NUMERIC, SKIPPED: ' SNP-ITEM-NUMBER
004710         GO TO 2100-EXIT
004720     END-IF.
004730*
004740     COMPUTE WS-ITEM-SUB = SNP-ITEM-NUMBER + 1.
004750     MOVE SNP-ITEM-DESC TO IST-DESC (WS-ITEM-SUB).
004760     MOVE SNP-ITEM-DEPTNO TO IST-DEPTNO (WS-ITEM-SUB).
004770     IF SIDE-OPEN
004780         ADD 1 TO WS-OPEN-ROW-CNT
004790         MOVE 'Y' TO IST-OPEN-SW (WS-ITEM-SUB)
004800         MOVE SNP-EXT-VALUE TO IST-OPEN-VALUE (WS-ITEM-SUB)
004810         ADD SNP-EXT-VALUE TO WS-OPEN-TOTAL
004820     ELSE
004830         ADD 1 TO WS-CLOSE-ROW-CNT
004840         MOVE 'Y' TO IST-CLOSE-SW (WS-ITEM-SUB)
004850         MOVE SNP-EXT-VALUE TO IST-CLOSE-VALUE (WS-ITEM-SUB)
004860         ADD SNP-EXT-VALUE TO WS-CLOSE-TOTAL
004870     END-IF.
004880*
004890     PERFORM 2200-ACCUM-DEPT-PARA THRU 2200-EXIT.
004900     PERFORM 2300-ACCUM-CLAS-PARA THRU 2300-EXIT.
004910     PERFORM 2400-ACCUM-ZONE-PARA THRU 2400-EXIT.
004920*
004930 2100-EXIT.
004940     EXIT.
004950*
004960*===============================================================
004970* 2200-ACCUM-DEPT-PARA
004980*    ROLLS THE CURRENT ROW INTO ITS DEPARTMENT'S OPENING OR
004990*    CLOSING TOTALS, ADDING THE DEPARTMENT ON FIRST SIGHT.
005000*===============================================================
005010 2200-ACCUM-DEPT-PARA.
005020*
005030     SET DEPT-IDX TO 1.
005040     SEARCH DEPT-TABLE-ENTRY
005050         AT END
005060             IF WS-DEPT-TABLE-CNT < 500
005070                 ADD 1 TO WS-DEPT-TABLE-CNT
005080                 SET DEPT-IDX TO WS-DEPT-TABLE-CNT
005090                 MOVE SNP-ITEM-DEPTNO
005100                     TO DEPT-TBL-DEPTNO (DEPT-IDX)
005110             ELSE
005120                 DISPLAY 'WHSNPCMP - DEPT-TABLE FULL (500), '
005130                     'DEPTNO ' SNP-ITEM-DEPTNO
005140                     ' LEFT OFF THE SUMMARY'
005150                 SET OVERFLOW-YES TO TRUE
005160                 GO TO 2200-EXIT
005170             END-IF
005180         WHEN DEPT-TBL-DEPTNO (DEPT-IDX) = SNP-ITEM-DEPTNO
005190             CONTINUE
005200     END-SEARCH.
005210*
005220     IF SIDE-OPEN
005230         ADD 1 TO DEPT-TBL-OPEN-CNT (DEPT-IDX)
005240         ADD SNP-EXT-VALUE TO DEPT-TBL-OPEN-VALUE (DEPT-IDX)
005250     ELSE
005260         ADD 1 TO DEPT-TBL-CLOSE-CNT (DEPT-IDX)
005270         ADD SNP-EXT-VALUE TO DEPT-TBL-CLOSE-VALUE (DEPT-IDX)
005280     END-IF.
005290*
005300 2200-EXIT.
005310     EXIT.
005320*
005330*===============================================================
005340* 2300-ACCUM-CLAS-PARA
005350*    ROLLS THE CURRENT ROW INTO ITS ITEM CLASS'S OPENING OR
005360*    CLOSING TOTALS, ADDING THE CLASS ON FIRST SIGHT.
005370*===============================================================
005380 2300-ACCUM-CLAS-PARA.
005390*
005400     SET CLAS-IDX TO 1.
005410     SEARCH CLAS-TABLE-ENTRY
005420         AT END
005430             IF WS-CLAS-TABLE-CNT < 200
005440                 ADD 1 TO WS-CLAS-TABLE-CNT
005450                 SET CLAS-IDX TO WS-CLAS-TABLE-CNT
005460                 MOVE SNP-ITEM-CLASS TO CLAS-TBL-CODE (CLAS-IDX)
005470             ELSE
005480                 DISPLAY 'WHSNPCMP - CLAS-TABLE FULL (200), '
005490                     'CLASS ' SNP-ITEM-CLASS
005500                     ' LEFT OFF THE SUMMARY'
005510                 SET OVERFLOW-YES TO TRUE
005520                 GO TO 2300-EXIT
005530             END-IF
005540         WHEN CLAS-TBL-CODE (CLAS-IDX) = SNP-ITEM-CLASS
005550             CONTINUE
005560     END-SEARCH.
005570*
005580     IF SIDE-OPEN
005590         ADD 1 TO CLAS-TBL-OPEN-CNT (CLAS-IDX)
005600         ADD SNP-EXT-VALUE TO CLAS-TBL-OPEN-VALUE (CLAS-IDX)
005610     ELSE
005620         ADD 1 TO CLAS-TBL-CLOSE-CNT (CLAS-IDX)
005630         ADD SNP-EXT-VALUE TO CLAS-TBL-CLOSE-VALUE (CLAS-IDX)
005640     END-IF.
005650*
005660 2300-EXIT.
005670     EXIT.
005680*
005690*===============================================================
005700* 2400-ACCUM-ZONE-PARA
005710*    ROLLS THE CURRENT ROW INTO ITS WAREHOUSE ZONE'S OPENING OR
005720*    CLOSING TOTALS, ADDING THE ZONE ON FIRST SIGHT.  ITEMS
005730*    WHOSE DEPARTMENT HAD NO ZONE AT SNAPSHOT TIME ROLL UP
005740*    UNDER A BLANK ZONE.
005750*===============================================================
005760 2400-ACCUM-ZONE-PARA.
005770*
005780     SET ZONE-IDX TO 1.
005790     SEARCH ZONE-TABLE-ENTRY
005800         AT END
005810             IF WS-ZONE-TABLE-CNT < 50
005820                 ADD 1 TO WS-ZONE-TABLE-CNT
005830                 SET ZONE-IDX TO WS-ZONE-TABLE-CNT
005840                 MOVE SNP-WHSE-ZONE
005850                     TO ZONE-TBL-LOCATION (ZONE-IDX)
005860             ELSE
005870                 DISPLAY 'WHSNPCMP - ZONE-TABLE FULL (50), ZONE '
005880                     SNP-WHSE-ZONE ' LEFT OFF THE SUMMARY'
005890                 SET OVERFLOW-YES TO TRUE
005900                 GO TO 2400-EXIT
005910             END-IF
005920         WHEN ZONE-TBL-LOCATION (ZONE-IDX) = SNP-WHSE-ZONE
005930             CONTINUE
005940     END-SEARCH.
005950*
005960     IF SIDE-OPEN
005970         ADD 1 TO ZONE-TBL-OPEN-CNT (ZONE-IDX)
005980         ADD SNP-EXT-VALUE TO ZONE-TBL-OPEN-VALUE (ZONE-IDX)
005990     ELSE
006000         ADD 1 TO ZONE-TBL-CLOSE-CNT (ZONE-IDX)
006010         ADD SNP-EXT-VALUE TO ZONE-TBL-CLOSE-VALUE (ZONE-IDX)
006020     END-IF.
006030*
006040 2400-EXIT.
006050     EXIT.
006060*
006070*===============================================================
006080* 5000-COMPARE-REPORT-PARA
006090*    END-OF-RUN COMPARISON REPORT TO SYSOUT - THE TWO SNAPSHOTS,
006100*    THE BREAKDOWNS BY DEPARTMENT, CLASS, AND ZONE, THE ITEMS
006110*    ADDED, DELETED, AND MOVED PAST THE THRESHOLD, AND THE RUN
006120*    TOTALS.
006130*===============================================================
006140 5000-COMPARE-REPORT-PARA.
006150*
006160     DISPLAY ' '.
006170     DISPLAY '======================================'.
006180     DISPLAY 'WHSNPCMP -  SNAPSHOT COMPARISON REPORT'.
006190     DISPLAY '======================================'.
006200     DISPLAY 'OPENING SNAPSHOT. . . . : ' WS-OPEN-DATE.
006210     DISPLAY 'CLOSING SNAPSHOT. . . . : ' WS-CLOSE-DATE.
006220     DISPLAY 'MOVEMENT THRESHOLD PCT. : ' WS-THRESHOLD-PCT.
006230*
006240     DISPLAY ' '.
006250     DISPLAY 'VALUE BY DEPARTMENT'.
006260     DISPLAY 'DEPT  OPEN-ITEMS       OPENING VALUE'
006270         '  CLOSE-ITEMS       CLOSING VALUE            CHANGE'.
006280     PERFORM 5100-DEPT-LINE-PARA THRU 5100-EXIT
006290         VARYING DEPT-IDX FROM 1 BY 1
006300         UNTIL DEPT-IDX > WS-DEPT-TABLE-CNT.
006310*
006320     DISPLAY ' '.
006330     DISPLAY 'VALUE BY ITEM CLASS'.
006340     DISPLAY 'CLASS OPEN-ITEMS       OPENING VALUE'
006350         '  CLOSE-ITEMS       CLOSING VALUE            CHANGE'.
006360     PERFORM 5110-CLAS-LINE-PARA THRU 5110-EXIT
006370         VARYING CLAS-IDX FROM 1 BY 1
006380         UNTIL CLAS-IDX > WS-CLAS-TABLE-CNT.
006390*
006400     DISPLAY ' '.
006410     DISPLAY 'VALUE BY WAREHOUSE ZONE'.
006420     DISPLAY 'ZONE              OPEN-ITEMS       OPENING VALUE'
006430         '  CLOSE-ITEMS       CLOSING VALUE            CHANGE'.
006440     PERFORM 5120-ZONE-LINE-PARA THRU 5120-EXIT
006450         VARYING ZONE-IDX FROM 1 BY 1
006460         UNTIL ZONE-IDX > WS-ZONE-TABLE-CNT.
006470*
006480     DISPLAY ' '.
006490     DISPLAY 'ITEMS ADDED SINCE THE OPENING SNAPSHOT'.
006500     DISPLAY 'ITEM   DEPT DESCRIPTION      CLOSING VALUE'.
006510     SET LIST-ADDED TO TRUE.
006520     PERFORM 5200-ITEM-LINE-PARA THRU 5200-EXIT
006530         VARYING WS-ITEM-SUB FROM 1 BY 1
006540         UNTIL WS-ITEM-SUB > 100000.
006550*
006560     DISPLAY ' '.
006570     DISPLAY 'ITEMS DELETED SINCE THE OPENING SNAPSHOT'.
006580     DISPLAY 'ITEM   DEPT DESCRIPTION      OPENING VALUE'.
006590     SET LIST-DELETED TO TRUE.
006600     PERFORM 5200-ITEM-LINE-PARA THRU 5200-EXIT
006610         VARYING WS-ITEM-SUB FROM 1 BY 1
006620         UNTIL WS-ITEM-SUB > 100000.
006630*
006640     DISPLAY ' '.
006650     DISPLAY 'ITEMS MOVED MORE THAN ' WS-THRESHOLD-PCT ' PERCENT'.
006660     DISPLAY 'ITEM   DEPT DESCRIPTION      OPENING VALUE'
006670         '       CLOSING VALUE            CHANGE      PCT'.
006680     SET LIST-MOVED TO TRUE.
006690     PERFORM 5200-ITEM-LINE-PARA THRU 5200-EXIT
006700         VARYING WS-ITEM-SUB FROM 1 BY 1
006710         UNTIL WS-ITEM-SUB > 100000.
006720*
006730     COMPUTE WS-CHANGE = WS-CLOSE-TOTAL - WS-OPEN-TOTAL.
006740     DISPLAY ' '.
006750     DISPLAY 'HISTORY ROWS READ . . . : ' WS-HIST-READ-CNT.
006760     DISPLAY 'OPENING ROWS LOADED . . : ' WS-OPEN-ROW-CNT.
006770     DISPLAY 'CLOSING ROWS LOADED . . : ' WS-CLOSE-ROW-CNT.
006780     DISPLAY 'ROWS NOT NUMERIC. . . . : ' WS-BAD-ROW-CNT.
006790     DISPLAY 'ITEMS ADDED . . . . . . : ' WS-ADDED-CNT.
006800     DISPLAY 'VALUE ADDED . . . . . . : ' WS-ADDED-VALUE.
006810     DISPLAY 'ITEMS DELETED . . . . . : ' WS-DELETED-CNT.
006820     DISPLAY 'VALUE DELETED . . . . . : ' WS-DELETED-VALUE.
006830     DISPLAY 'ITEMS PAST THRESHOLD. . : ' WS-MOVED-CNT.
006840     DISPLAY 'TOTAL OPENING VALUE . . : ' WS-OPEN-TOTAL.
006850     DISPLAY 'TOTAL CLOSING VALUE . . : ' WS-CLOSE-TOTAL.
006860     DISPLAY 'TOTAL CHANGE. . . . . . : ' WS-CHANGE.
006870     DISPLAY '======================================'.
006880*
006890 5000-EXIT.
006900     EXIT.
006910*
006920*===============================================================
006930* 5100-DEPT-LINE-PARA
006940*    PRINTS ONE DEPARTMENT'S OPENING, CLOSING, AND CHANGE.
006950*===============================================================
006960 5100-DEPT-LINE-PARA.
006970*
006980     COMPUTE WS-CHANGE = DEPT-TBL-CLOSE-VALUE (DEPT-IDX)
006990                       - DEPT-TBL-OPEN-VALUE (DEPT-IDX).
007000     DISPLAY DEPT-TBL-DEPTNO (DEPT-IDX) '   '
007010         DEPT-TBL-OPEN-CNT (DEPT-IDX) '  '
007020         DEPT-TBL-OPEN-VALUE (DEPT-IDX) '  '
007030         DEPT-TBL-CLOSE-CNT (DEPT-IDX) '  '
007040         DEPT-TBL-CLOSE-VALUE (DEPT-IDX) '  '
007050         WS-CHANGE.
007060*
007070 5100-EXIT.
007080     EXIT.
007090*
007100*===============================================================
007110* 5110-CLAS-LINE-PARA
007120*    PRINTS ONE ITEM CLASS'S OPENING, CLOSING, AND CHANGE.
007130*===============================================================
007140 5110-CLAS-LINE-PARA.
007150*
007160     COMPUTE WS-CHANGE = CLAS-TBL-CLOSE-VALUE (CLAS-IDX)
007170                       - CLAS-TBL-OPEN-VALUE (CLAS-IDX).
007180     DISPLAY CLAS-TBL-CODE (CLAS-IDX) '   '
007190         CLAS-TBL-OPEN-CNT (CLAS-IDX) '  '
007200         CLAS-TBL-OPEN-VALUE (CLAS-IDX) '  '
007210         CLAS-TBL-CLOSE-CNT (CLAS-IDX) '  '
007220         CLAS-TBL-CLOSE-VALUE (CLAS-IDX) '  '
007230         WS-CHANGE.
007240*
007250 5110-EXIT.
007260     EXIT.
007270*
007280*===============================================================
007290* 5120-ZONE-LINE-PARA
007300*    PRINTS ONE WAREHOUSE ZONE'S OPENING, CLOSING, AND CHANGE.
007310*===============================================================
007320 5120-ZONE-LINE-PARA.
007330*
007340     IF ZONE-TBL-LOCATION (ZONE-IDX) = SPACES
007350         MOVE '(NO ZONE)' TO WS-ZONE-NAME
007360     ELSE
007370         MOVE ZONE-TBL-LOCATION (ZONE-IDX) TO WS-ZONE-NAME
007380     END-IF.
007390     COMPUTE WS-CHANGE = ZONE-TBL-CLOSE-VALUE (ZONE-IDX)
007400                       - ZONE-TBL-OPEN-VALUE (ZONE-IDX).
007410     DISPLAY WS-ZONE-NAME '  '
007420         ZONE-TBL-OPEN-CNT (ZONE-IDX) '  '
007430         ZONE-TBL-OPEN-VALUE (ZONE-IDX) '  '
007440         ZONE-TBL-CLOSE-CNT (ZONE-IDX) '  '
007450         ZONE-TBL-CLOSE-VALUE (ZONE-IDX) '  '
007460         WS-CHANGE.
007470*
007480 5120-EXIT.
007490     EXIT.
007500*
007510*===============================================================
007520* 5200-ITEM-LINE-PARA
007530*    CHECKS ONE ITEM SLOT FOR THE LIST BEING PRINTED - ADDED
007540*    (CLOSING ONLY), DELETED (OPENING ONLY), OR MOVED (IN BOTH,
007550*    VALUE CHANGED BY MORE THAN THE THRESHOLD PERCENTAGE OF THE
007560*    OPENING VALUE; AN ITEM THAT OPENED AT ZERO VALUE AND
007570*    CLOSED ABOVE IT ALWAYS COUNTS AS MOVED).
007580*===============================================================
007590 5200-ITEM-LINE-PARA.
007600*
007610     COMPUTE WS-LIST-ITEM = WS-ITEM-SUB - 1.
007620*
007630     IF LIST-ADDED
007640         IF IST-IN-CLOSE (WS-ITEM-SUB)
007650          AND NOT IST-IN-OPEN (WS-ITEM-SUB)
007660             ADD 1 TO WS-ADDED-CNT
007670             ADD IST-CLOSE-VALUE (WS-ITEM-SUB) TO WS-ADDED-VALUE
007680             DISPLAY WS-LIST-ITEM '  '
007690                 IST-DEPTNO (WS-ITEM-SUB) '  '
007700                 IST-DESC (WS-ITEM-SUB) '  '
007710                 IST-CLOSE-VALUE (WS-ITEM-SUB)
007720         END-IF
007730         GO TO 5200-EXIT
007740     END-IF.
007750*
007760     IF LIST-DELETED
007770         IF IST-IN-OPEN (WS-ITEM-SUB)
007780          AND NOT IST-IN-CLOSE (WS-ITEM-SUB)
007790             ADD 1 TO WS-DELETED-CNT
007800             ADD IST-OPEN-VALUE (WS-ITEM-SUB) TO WS-DELETED-VALUE
007810             DISPLAY WS-LIST-ITEM '  '
007820                 IST-DEPTNO (WS-ITEM-SUB) '  '
007830                 IST-DESC (WS-ITEM-SUB) '  '
007840                 IST-OPEN-VALUE (WS-ITEM-SUB)
007850         END-IF
007860         GO TO 5200-EXIT
007870     END-IF.
007880*
007890     IF NOT IST-IN-OPEN (WS-ITEM-SUB)
007900      OR NOT IST-IN-CLOSE (WS-ITEM-SUB)
007910         GO TO 5200-EXIT
007920     END-IF.
007930*
007940     COMPUTE WS-CHANGE = IST-CLOSE-VALUE (WS-ITEM-SUB)
007950                       - IST-OPEN-VALUE (WS-ITEM-SUB).
007960     IF WS-CHANGE < ZERO
007970         COMPUTE WS-ABS-CHANGE = ZERO - WS-CHANGE
007980     ELSE
007990         MOVE WS-CHANGE TO WS-ABS-CHANGE
008000     END-IF.
008010     IF WS-ABS-CHANGE = ZERO
008020         GO TO 5200-EXIT
008030     END-IF.
008040*
008050     COMPUTE WS-PCT-MOVED = WS-ABS-CHANGE * 100.
008060     COMPUTE WS-PCT-LIMIT =
008070         IST-OPEN-VALUE (WS-ITEM-SUB) * WS-THRESHOLD-PCT.
008080     IF WS-PCT-MOVED NOT > WS-PCT-LIMIT
008090         GO TO 5200-EXIT
008100     END-IF.
008110*
008120     IF IST-OPEN-VALUE (WS-ITEM-SUB) = ZERO
008130         MOVE 99999.99 TO WS-CHANGE-PCT
008140     ELSE
008150         COMPUTE WS-CHANGE-PCT ROUNDED =
008160             WS-PCT-MOVED / IST-OPEN-VALUE (WS-ITEM-SUB)
008170             ON SIZE ERROR
008180                 MOVE 99999.99 TO WS-CHANGE-PCT
008190         END-COMPUTE
008200     END-IF.
008210*
008220     ADD 1 TO WS-MOVED-CNT.
008230     DISPLAY WS-LIST-ITEM '  '
008240         IST-DEPTNO (WS-ITEM-SUB) '  '
008250         IST-DESC (WS-ITEM-SUB) '  '
008260         IST-OPEN-VALUE (WS-ITEM-SUB) '  '
008270         IST-CLOSE-VALUE (WS-ITEM-SUB) '  '
008280         WS-CHANGE '  '
008290         WS-CHANGE-PCT.
008300*
008310 5200-EXIT.
008320     EXIT.
008330*
008340*===============================================================
008350* 5300-DATE-LIST-PARA
008360*    LISTS THE SNAPSHOTS ON FILE WHEN THE REQUESTED PAIR CANNOT
008370*    BE COMPARED.
008380*===============================================================
008390 5300-DATE-LIST-PARA.
008400*
008410     DISPLAY 'WHSNPCMP - SNAPSHOTS ON SNAPHIST:'.
008420     IF WS-SNAP-DATE-CNT = ZERO
008430         DISPLAY '  (NONE)'
008440     END-IF.
008450     PERFORM 5310-DATE-LINE-PARA THRU 5310-EXIT
008460         VARYING SDT-IDX FROM 1 BY 1
008470         UNTIL SDT-IDX > WS-SNAP-DATE-CNT.
008480*
008490 5300-EXIT.
008500     EXIT.
008510*
008520*===============================================================
008530* 5310-DATE-LINE-PARA
008540*    PRINTS ONE SNAPSHOT DATE AND ITS ROW COUNT.
008550*===============================================================
008560 5310-DATE-LINE-PARA.
008570*
008580     DISPLAY '  ' SDT-DATE (SDT-IDX) '  ' SDT-ROW-CNT (SDT-IDX).
008590*
008600 5310-EXIT.
008610     EXIT.
008620*
008630*===============================================================
008640* 9000-ABEND-PARA
008650*    COMMON FILE-ERROR EXIT.  ANY OPEN OR READ THAT COMES BACK
008660*    WITH A BAD STATUS LANDS HERE.  CLOSES SNAPHIST IF IT IS
008670*    STILL OPEN, SETS A NON-ZERO RETURN CODE, AND ENDS THE RUN.
008680*===============================================================
008690 9000-ABEND-PARA.
008700*
008710     DISPLAY 'WHSNPCMP - RUN ABENDED ON A FILE ERROR. '.
008720*
008730     IF SNAPHIST-OPEN-YES
008740         CLOSE SNAPHIST
008750     END-IF.
008760*
008770     MOVE 16 TO RETURN-CODE.
008780     GO TO 9999-END-PARA.
008790*
008800*===============================================================
008810* 9999-END-PARA
008820*    COMMON JOB EXIT.
008830*===============================================================
008840 9999-END-PARA.
008850     STOP RUN.
