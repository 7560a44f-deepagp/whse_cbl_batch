000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WHSNAPSH.
000030 AUTHOR. D-L-OKAFOR.
000040 INSTALLATION. WHSE-DIST-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-------------------------------------------------------------*
000090* MODIFICATION HISTORY                                        *
000100*-------------------------------------------------------------*
000110* DATE      INIT  DESCRIPTION                                 *
000120* 10/15/26  DLO   ORIGINAL PROGRAM.  MONTH-END INVENTORY      *
000130*                 SNAPSHOT.  RUN AT PERIOD CLOSE, IT COPIES   *
000140*                 EVERY ITEMMAST RECORD, WITH ITS EXTENDED    *
000150*                 VALUE AND THE WAREHOUSE ZONE (DEPT          *
000160*                 LOCATION FROM DSN8C10.DEPT) ITS DEPARTMENT  *
000170*                 WAS IN, ONTO THE SNAPHIST HISTORY FILE      *
000180*                 UNDER THE PERIOD-END DATE FROM THE PARM     *
000190*                 (DEFAULT TODAY).  A DATE ALREADY ON         *
000200*                 SNAPHIST IS NEVER WRITTEN TWICE - THE RUN   *
000210*                 IS HELD WITH RC=8 INSTEAD.  WHSNPCMP        *
000220*                 COMPARES ANY TWO SNAPSHOTS.                 *
000230*-------------------------------------------------------------*
000240*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-Z15.
000280 OBJECT-COMPUTER. IBM-Z15.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT ITEMMAST ASSIGN TO ITEMMAST
000320         ORGANIZATION IS INDEXED
000330         ACCESS IS SEQUENTIAL
000340         RECORD KEY IS WIM-ITEM-NUMBER
000350         FILE STATUS IS ITEMMAST-STATUS.
000360     SELECT SNAPHIST ASSIGN TO SNAPHIST
000370         ORGANIZATION IS SEQUENTIAL
000380         ACCESS IS SEQUENTIAL
000390         FILE STATUS IS SNAPHIST-STATUS.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  ITEMMAST
000440     LABEL RECORDS ARE STANDARD.
000450*-------------------------------------------------------------*
000460* PERMANENT ITEM-MASTER RECORD - THE SHARED WHSE-ITEM-MASTER  *
000470* LAYOUT.  WIM-ITEM-NUMBER IS THE KSDS RECORD KEY.            *
000480*-------------------------------------------------------------*
000490     COPY WHSEITEM.
000500*
000510 FD  SNAPHIST
000520     RECORDING MODE IS F
000530     LABEL RECORDS ARE STANDARD.
000540*-------------------------------------------------------------*
000550* MONTH-END SNAPSHOT HISTORY ROW - THE SHARED SNAPSHOT-RECORD *
000560* LAYOUT.  READ ONCE TO CHECK THE DATE, THEN EXTENDED.        *
000570*-------------------------------------------------------------*
000580     COPY WHSESNAP.
000590*
000600 WORKING-STORAGE SECTION.
000610*
000620*-------------------------------------------------------------*
000630* FILE STATUS AND SWITCHES                                     *
000640*-------------------------------------------------------------*
000650 01  WS-FILE-STATUSES.
000660     05  ITEMMAST-STATUS       PIC X(02) VALUE '00'.
000670         88  ITEMMAST-STATUS-OK VALUE '00'.
000680         88  ITEMMAST-STATUS-EOF VALUE '10'.
000690     05  SNAPHIST-STATUS       PIC X(02) VALUE '00'.
000700         88  SNAPHIST-STATUS-OK VALUE '00'.
000710         88  SNAPHIST-STATUS-EOF VALUE '10'.
000720*
000730 01  WS-SWITCHES.
000740     05  WS-MAST-EOF-SW        PIC X(01) VALUE 'N'.
000750         88  MAST-EOF-YES      VALUE 'Y'.
000760         88  MAST-EOF-NO       VALUE 'N'.
000770     05  WS-HIST-EOF-SW        PIC X(01) VALUE 'N'.
000780         88  HIST-EOF-YES      VALUE 'Y'.
000790         88  HIST-EOF-NO       VALUE 'N'.
000800     05  WS-ITEMMAST-OPEN-SW   PIC X(01) VALUE 'N'.
000810         88  ITEMMAST-OPEN-YES VALUE 'Y'.
000820         88  ITEMMAST-OPEN-NO  VALUE 'N'.
000830     05  WS-SNAPHIST-OPEN-SW   PIC X(01) VALUE 'N'.
000840         88  SNAPHIST-OPEN-YES VALUE 'Y'.
000850         88  SNAPHIST-OPEN-NO  VALUE 'N'.
000860     05  WS-DEPT-EOF-SW        PIC X(01) VALUE 'N'.
000870         88  DEPT-EOF-YES      VALUE 'Y'.
000880         88  DEPT-EOF-NO       VALUE 'N'.
000890     05  WS-DATE-TAKEN-SW      PIC X(01) VALUE 'N'.
000900         88  DATE-TAKEN-YES    VALUE 'Y'.
000910         88  DATE-TAKEN-NO     VALUE 'N'.
000920*
000930*-------------------------------------------------------------*
000940* RUN COUNTERS AND VALUE TOTALS                                *
000950*-------------------------------------------------------------*
000960 77  WS-DEPT-FETCH-CNT         PIC 9(07) COMP VALUE ZERO.
000970 77  WS-DEPT-TABLE-CNT         PIC 9(05) COMP VALUE ZERO.
000980 77  WS-DEPT-COMMIT-CTR        PIC 9(05) COMP VALUE ZERO.
000990 77  WS-COMMIT-INTERVAL        PIC 9(05) COMP VALUE 100.
001000 77  WS-HIST-READ-CNT          PIC 9(09) COMP VALUE ZERO.
001010 77  WS-MAST-READ-CNT          PIC 9(07) COMP VALUE ZERO.
001020 77  WS-SNAP-WRITE-CNT         PIC 9(07) COMP VALUE ZERO.
001030 77  WS-NO-ZONE-CNT            PIC 9(07) COMP VALUE ZERO.
001040 77  WS-BAD-VALUE-CNT          PIC 9(07) COMP VALUE ZERO.
001050 77  WS-ITEM-VALUE             PIC 9(12)V99 COMP-3 VALUE ZERO.
001060 77  WS-TOTAL-VALUE            PIC 9(13)V99 COMP-3 VALUE ZERO.
001070 77  WS-NO-ZONE-VALUE          PIC 9(13)V99 COMP-3 VALUE ZERO.
001080*
001090*-------------------------------------------------------------*
001100* SNAPSHOT DATE - FROM THE PARM, OR TODAY WHEN NONE IS GIVEN  *
001110*-------------------------------------------------------------*
001120 01  WS-SNAP-DATE              PIC 9(08) VALUE ZERO.
001130*
001140*-------------------------------------------------------------*
001150* DEPARTMENT ROW - CURRENT FETCH FROM DSN8C10.DEPT             *
001160*-------------------------------------------------------------*
001170 01  DEPT-ROW.
001180     05  DEPT-DEPTNO           PIC X(03).
001190     05  DEPT-DEPTNAME         PIC X(36).
001200     05  DEPT-LOCATION         PIC X(16).
001210*
001220*-------------------------------------------------------------*
001230* DEPT-TABLE - EVERY DSN8C10.DEPT ROW FETCHED THIS RUN, WITH  *
001240* ITS WAREHOUSE ZONE (DEPT LOCATION).  DEPTCSR FETCHES ORDER  *
001250* BY DEPTNO, SO THE TABLE LOADS IN ASCENDING-KEY ORDER AND    *
001260* THE LOOKUPS USE SEARCH ALL.  ROWS PAST THE 500-ENTRY        *
001270* CAPACITY ARE LOGGED AND DROPPED, AS IN HELLO; THEIR ITEMS   *
001280* ARE SNAPPED WITH A BLANK ZONE.                              *
001290*-------------------------------------------------------------*
001300 01  DEPT-TABLE.
001310     05  DEPT-TABLE-ENTRY      OCCURS 1 TO 500 TIMES
001320                                DEPENDING ON WS-DEPT-TABLE-CNT
001330                                ASCENDING KEY IS DEPT-TBL-DEPTNO
001340                                INDEXED BY DEPT-IDX.
001350         10  DEPT-TBL-DEPTNO     PIC X(03).
001360         10  DEPT-TBL-LOCATION   PIC X(16).
001370*
001380*-------------------------------------------------------------*
001390* DB2 DECLARATIONS - DSN8C10.DEPT                              *
001400*-------------------------------------------------------------*
001410     EXEC SQL
001420         INCLUDE SQLCA
001430     END-EXEC.
001440*
001450     EXEC SQL
001460         DECLARE DSN8C10.DEPT TABLE
001470         (DEPTNO    CHAR(3)           NOT NULL,
001480          DEPTNAME  VARCHAR(36)       NOT NULL,
001490          MGRNO     CHAR(6)                   ,
001500          ADMRDEPT  CHAR(3)           NOT NULL,
001510          LOCATION  CHAR(16)                  )
001520     END-EXEC.
001530*
001540*    WITH HOLD KEEPS DEPTCSR OPEN ACROSS THE PERIODIC COMMITS IN
001550*    1000-FETCH-DEPT-PARA.
001560     EXEC SQL
001570         DECLARE DEPTCSR CURSOR WITH HOLD FOR
001580         SELECT DEPTNO, DEPTNAME, LOCATION
001590           FROM DSN8C10.DEPT
001600          ORDER BY DEPTNO
001610     END-EXEC.
001620*
001630 LINKAGE SECTION.
001640*
001650*-------------------------------------------------------------*
001660* LS-SNAP-DATE - THE PERIOD-END DATE TO FILE THE SNAPSHOT     *
001670* UNDER (YYYYMMDD), FROM THE JCL PARM.  ZERO OR NOT NUMERIC   *
001680* MEANS TODAY.                                                *
001690*-------------------------------------------------------------*
001700 01  LS-SNAP-DATE PIC 9(8).
001710*
001720 PROCEDURE DIVISION USING LS-SNAP-DATE.
001730*
001740*===============================================================
001750* 0000-INITIALIZE-PARA
001760*    MAIN DRIVER FOR THE MONTH-END SNAPSHOT RUN.  SETTLES THE
001770*    SNAPSHOT DATE, LOADS THE DEPARTMENT ZONES FROM DB2, MAKES
001780*    SURE THE DATE IS NOT ALREADY ON SNAPHIST, THEN COPIES
001790*    ITEMMAST ONTO THE END OF SNAPHIST AND FINISHES WITH THE
001800*    SNAPSHOT REPORT TO SYSOUT.
001810*===============================================================
001820 0000-INITIALIZE-PARA.
001830*
001840     IF LS-SNAP-DATE NUMERIC AND LS-SNAP-DATE > 0
001850         MOVE LS-SNAP-DATE TO WS-SNAP-DATE
001860     ELSE
001870         ACCEPT WS-SNAP-DATE FROM DATE YYYYMMDD
001880     END-IF.
001890     DISPLAY 'WHSNAPSH - SNAPSHOT DATE: ' WS-SNAP-DATE.
001900*
001910     INITIALIZE DEPT-TABLE.
001920*
001930     EXEC SQL
001940         OPEN DEPTCSR
001950     END-EXEC.
001960*
001970     PERFORM 1000-FETCH-DEPT-PARA THRU 1000-EXIT
001980         UNTIL DEPT-EOF-YES.
001990*
002000     EXEC SQL
002010         CLOSE DEPTCSR
002020     END-EXEC.
002030*
002040     PERFORM 2000-CHECK-HISTORY-PARA THRU 2000-EXIT.
002050     IF DATE-TAKEN-YES
002060         DISPLAY 'WHSNAPSH - SNAPSHOT ' WS-SNAP-DATE
002070             ' IS ALREADY ON SNAPHIST - RUN HELD, NOTHING WRITTEN'
002080         MOVE 8 TO RETURN-CODE
002090         GO TO 9999-END-PARA
002100     END-IF.
002110*
002120     OPEN INPUT ITEMMAST.
002130     IF NOT ITEMMAST-STATUS-OK
002140         DISPLAY 'WHSNAPSH - ITEMMAST OPEN FAILED, STATUS: '
002150             ITEMMAST-STATUS
002160         GO TO 9000-ABEND-PARA
002170     END-IF.
002180     SET ITEMMAST-OPEN-YES TO TRUE.
002190*
002200     OPEN EXTEND SNAPHIST.
002210     IF NOT SNAPHIST-STATUS-OK
002220         DISPLAY 'WHSNAPSH - SNAPHIST OPEN FAILED, STATUS: '
002230             SNAPHIST-STATUS
002240         GO TO 9000-ABEND-PARA
002250     END-IF.
002260     SET SNAPHIST-OPEN-YES TO TRUE.
002270*
002280     READ ITEMMAST
002290         AT END
002300             SET MAST-EOF-YES TO TRUE
002310         NOT AT END
002320             ADD 1 TO WS-MAST-READ-CNT
002330     END-READ.
002340     IF NOT ITEMMAST-STATUS-OK AND NOT ITEMMAST-STATUS-EOF
002350         DISPLAY 'WHSNAPSH - ITEMMAST READ FAILED, STATUS: '
002360             ITEMMAST-STATUS
002370         GO TO 9000-ABEND-PARA
002380     END-IF.
002390*
002400     PERFORM 3000-SNAP-ITEM-PARA THRU 3000-EXIT
002410         UNTIL MAST-EOF-YES.
002420*
002430     CLOSE ITEMMAST.
002440     SET ITEMMAST-OPEN-NO TO TRUE.
002450     CLOSE SNAPHIST.
002460     SET SNAPHIST-OPEN-NO TO TRUE.
002470*
002480     PERFORM 5000-SNAP-REPORT-PARA THRU 5000-EXIT.
002490*
002500     IF WS-BAD-VALUE-CNT > ZERO
002510         MOVE 4 TO RETURN-CODE
002520     ELSE
002530         MOVE 0 TO RETURN-CODE
002540     END-IF.
002550*
002560     GO TO 9999-END-PARA.
002570*
002580*===============================================================
002590* 1000-FETCH-DEPT-PARA
002600*    FETCHES ONE ROW FROM DSN8C10.DEPT VIA DEPTCSR AND SAVES IT
002610*    INTO DEPT-TABLE.  SQLCODE 100 MEANS A NORMAL END OF CURSOR;
002620*    ANY OTHER NON-ZERO SQLCODE IS A REAL DB2 ERROR AND ABENDS.
002630*===============================================================
002640 1000-FETCH-DEPT-PARA.
002650*
002660     EXEC SQL
002670         FETCH DEPTCSR
002680         INTO :DEPT-DEPTNO, :DEPT-DEPTNAME, :DEPT-LOCATION
002690     END-EXEC.
002700*
002710     EVALUATE SQLCODE
002720         WHEN 0
002730             ADD 1 TO WS-DEPT-FETCH-CNT
002740             ADD 1 TO WS-DEPT-COMMIT-CTR
002750             PERFORM 1100-LOAD-DEPT-TABLE-PARA THRU 1100-EXIT
002760             IF WS-DEPT-COMMIT-CTR >= WS-COMMIT-INTERVAL
002770                 EXEC SQL
002780                     COMMIT
002790                 END-EXEC
002800                 MOVE ZERO TO WS-DEPT-COMMIT-CTR
002810             END-IF
002820         WHEN 100
002830             SET DEPT-EOF-YES TO TRUE
002840         WHEN OTHER
002850             DISPLAY 'WHSNAPSH - DEPTCSR FETCH FAILED, SQLCODE: '
002860                 SQLCODE
002870             GO TO 9000-ABEND-PARA
002880     END-EVALUATE.
002890*
002900 1000-EXIT.
002910     EXIT.
002920*
002930*===============================================================
002940* 1100-LOAD-DEPT-TABLE-PARA
002950*    SAVES THE DEPTNO AND WAREHOUSE ZONE JUST FETCHED IN
002960*    DEPT-TABLE FOR THE SNAPSHOT.
002970*===============================================================
002980 1100-LOAD-DEPT-TABLE-PARA.
002990*
003000     IF WS-DEPT-TABLE-CNT < 500
003010         ADD 1 TO WS-DEPT-TABLE-CNT
003020         SET DEPT-IDX TO WS-DEPT-TABLE-CNT
003030         MOVE DEPT-DEPTNO TO DEPT-TBL-DEPTNO (DEPT-IDX)
003040         MOVE DEPT-LOCATION TO DEPT-TBL-LOCATION (DEPT-IDX)
003050     ELSE
003060         DISPLAY 'WHSNAPSH - DEPT-TABLE FULL (500), DEPTNO '
003070             DEPT-DEPTNO ' SNAPPED WITH NO ZONE'
003080     END-IF.
003090*
003100 1100-EXIT.
003110     EXIT.
003120*
003130*===============================================================
003140* 2000-CHECK-HISTORY-PARA
003150*    READS SNAPHIST FRONT TO BACK LOOKING FOR ANY ROW ALREADY
003160*    FILED UNDER THIS RUN'S SNAPSHOT DATE.  ONE IS ENOUGH TO
003170*    HOLD THE RUN, SO THE READ STOPS AT THE FIRST MATCH.
003180*===============================================================
003190 2000-CHECK-HISTORY-PARA.
003200*
003210     OPEN INPUT SNAPHIST.
003220     IF NOT SNAPHIST-STATUS-OK
003230         DISPLAY 'WHSNAPSH - SNAPHIST OPEN FAILED, STATUS: '
003240             SNAPHIST-STATUS
003250         GO TO 9000-ABEND-PARA
003260     END-IF.
003270     SET SNAPHIST-OPEN-YES TO TRUE.
003280*
003290     PERFORM 2100-READ-HISTORY-PARA THRU 2100-EXIT
003300         UNTIL HIST-EOF-YES OR DATE-TAKEN-YES.
003310*
003320     CLOSE SNAPHIST.
003330     SET SNAPHIST-OPEN-NO TO TRUE.
003340*
003350 2000-EXIT.
003360     EXIT.
003370*
003380*===============================================================
003390* 2100-READ-HISTORY-PARA
003400*    READS ONE SNAPHIST ROW AND CHECKS ITS SNAPSHOT DATE.
003410*===============================================================
003420 2100-READ-HISTORY-PARA.
003430*
003440     READ SNAPHIST
003450         AT END
003460             SET HIST-EOF-YES TO TRUE
003470             GO TO 2100-EXIT
003480     END-READ.
003490     IF NOT SNAPHIST-STATUS-OK
003500         DISPLAY 'WHSNAPSH - SNAPHIST READ FAILED, STATUS: '
003510             SNAPHIST-STATUS
003520         GO TO 9000-ABEND-PARA
003530     END-IF.
003540     ADD 1 TO WS-HIST-READ-CNT.
003550*
003560     IF SNP-SNAP-DATE = WS-SNAP-DATE
003570         SET DATE-TAKEN-YES TO TRUE
003580     END-IF.
003590*
003600 2100-EXIT.
003610     EXIT.
003620*
003630*===============================================================
003640* 3000-SNAP-ITEM-PARA
003650*    COPIES THE CURRENT MASTER RECORD ONTO SNAPHIST WITH ITS
003660*    WAREHOUSE ZONE AND EXTENDED VALUE.  A RECORD WHOSE
003670*    QUANTITY OR COST IS NOT NUMERIC IS STILL SNAPPED, VALUED
003680*    AT ZERO, AND COUNTED.  FINISHES BY READING THE NEXT
003690*    MASTER RECORD AHEAD FOR THE NEXT ITERATION.
003700*===============================================================
003710 3000-SNAP-ITEM-PARA.
003720*
003730     MOVE WS-SNAP-DATE TO SNP-SNAP-DATE.
003740     MOVE WHSE-ITEM-MASTER TO SNP-ITEM-IMAGE.
003750*
003760     IF WIM-ON-HAND-QTY NUMERIC AND WIM-UNIT-COST NUMERIC
003770         COMPUTE WS-ITEM-VALUE = WIM-ON-HAND-QTY * WIM-UNIT-COST
003780     ELSE
003790         MOVE ZERO TO WS-ITEM-VALUE
003800         ADD 1 TO WS-BAD-VALUE-CNT
003810         DISPLAY 'WHSNAPSH - ITEM ' WIM-ITEM-NUMBER
003820             ' QTY/COST NOT NUMERIC, SNAPPED AT ZERO VALUE'
003830     END-IF.
003840     MOVE WS-ITEM-VALUE TO SNP-EXT-VALUE.
003850     ADD WS-ITEM-VALUE TO WS-TOTAL-VALUE.
003860*
003870     SEARCH ALL DEPT-TABLE-ENTRY
003880         AT END
003890             MOVE SPACES TO SNP-WHSE-ZONE
003900             ADD 1 TO WS-NO-ZONE-CNT
003910             ADD WS-ITEM-VALUE TO WS-NO-ZONE-VALUE
003920         WHEN DEPT-TBL-DEPTNO (DEPT-IDX) = WIM-ITEM-DEPTNO
003930             MOVE DEPT-TBL-LOCATION (DEPT-IDX) TO SNP-WHSE-ZONE
003940     END-SEARCH.
003950*
003960     WRITE SNAPSHOT-RECORD.
003970     IF NOT SNAPHIST-STATUS-OK
003980         DISPLAY 'WHSNAPSH - SNAPHIST WRITE FAILED, STATUS: '
003990             SNAPHIST-STATUS
004000         GO TO 9000-ABEND-PARA
004010     END-IF.
004020     ADD 1 TO WS-SNAP-WRITE-CNT.
004030*
004040 3000-READ-NEXT.
004050*
004060     READ ITEMMAST
004070         AT END
004080             SET MAST-EOF-YES TO TRUE
004090         NOT AT END
004100             ADD 1 TO WS-MAST-READ-CNT
004110     END-READ.
004120     IF NOT ITEMMAST-STATUS-OK AND NOT ITEMMAST-STATUS-EOF
004130         DISPLAY 'WHSNAPSH - ITEMMAST READ FAILED, STATUS: '
004140             ITEMMAST-STATUS
004150         GO TO 9000-ABEND-PARA
004160     END-IF.
004170*
004180 3000-EXIT.
004190     EXIT.
004200*
004210*===============================================================
004220* 5000-SNAP-REPORT-PARA
004230*    END-OF-RUN SNAPSHOT REPORT TO SYSOUT.
004240*===============================================================
004250 5000-SNAP-REPORT-PARA.
004260*
004270     DISPLAY ' '.
004280     DISPLAY '======================================'.
004290     DISPLAY 'WHSNAPSH -  MONTH-END SNAPSHOT REPORT'.
004300     DISPLAY '======================================'.
004310     DISPLAY 'SNAPSHOT DATE . . . . . : ' WS-SNAP-DATE.
004320     DISPLAY 'HISTORY ROWS ON FILE. . : ' WS-HIST-READ-CNT.
004330     DISPLAY 'DEPT ROWS FETCHED . . . : ' WS-DEPT-FETCH-CNT.
004340     DISPLAY 'MASTER RECORDS READ . . : ' WS-MAST-READ-CNT.
004350     DISPLAY 'SNAPSHOT ROWS WRITTEN . : ' WS-SNAP-WRITE-CNT.
004360     DISPLAY 'ITEMS WITH NO ZONE. . . : ' WS-NO-ZONE-CNT.
004370     DISPLAY 'VALUE WITH NO ZONE. . . : ' WS-NO-ZONE-VALUE.
004380     DISPLAY 'ITEMS VALUED AT ZERO. . : ' WS-BAD-VALUE-CNT.
004390     DISPLAY 'TOTAL INVENTORY VALUE . : ' WS-TOTAL-VALUE.
004400     DISPLAY '======================================'.
004410*
004420 5000-EXIT.
004430     EXIT.
004440*
004450*===============================================================
004460* 9000-ABEND-PARA
004470*    COMMON FILE/DB2-ERROR EXIT.  ANY OPEN, READ, WRITE, OR
004480*    CURSOR FETCH THAT COMES BACK WITH A BAD STATUS LANDS HERE.
004490*    ROLLS BACK ANY OUTSTANDING DB2 UNIT OF WORK, CLOSES EVERY
004500*    FILE THAT IS STILL OPEN, SETS A NON-ZERO RETURN CODE, AND
004510*    ENDS THE RUN.  A PARTLY WRITTEN SNAPSHOT STAYS ON SNAPHIST
004520*    AND MUST BE CUT BACK BEFORE THE DATE IS RERUN.
004530*===============================================================
004540 9000-ABEND-PARA.
004550*
004560     DISPLAY 'WHSNAPSH - RUN ABENDED ON A FILE OR DB2 ERROR. '.
004570*
004580     EXEC SQL
004590         ROLLBACK
004600     END-EXEC.
004610*
004620     IF ITEMMAST-OPEN-YES
004630         CLOSE ITEMMAST
004640     END-IF.
004650     IF SNAPHIST-OPEN-YES
004660         CLOSE SNAPHIST
004670     END-IF.
004680*
004690     MOVE 16 TO RETURN-CODE.
004700     GO TO 9999-END-PARA.
004710*
004720*===============================================================
004730* 9999-END-PARA
004740*    COMMON JOB EXIT.
004750*===============================================================
004760 9999-END-PARA.
004770     STOP RUN.
