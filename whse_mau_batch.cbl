000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WHMSTAUD.
000030 AUTHOR. D-L-OKAFOR.
000040 INSTALLATION. WHSE-DIST-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-------------------------------------------------------------*
000090* MODIFICATION HISTORY                                        *
000100*-------------------------------------------------------------*
000110* DATE      INIT  DESCRIPTION                                 *
000120* 10/15/26  DLO   ORIGINAL PROGRAM.  WEEKLY ITEM-MASTER       *
000130*                 REFERENTIAL-INTEGRITY AUDIT.  LOADS         *
000140*                 DSN8C10.DEPT AND DSN8C10.ITEMCLAS THE WAY   *
000150*                 HELLO DOES AND SWEEPS THE ITEMMAST KSDS     *
000160*                 FRONT TO BACK AGAINST THEM, REPORTING ITEMS *
000170*                 WHOSE WIM-ITEM-DEPTNO OR WIM-ITEM-CLASS NO  *
000180*                 LONGER EXISTS (WITH THE ORPHANED VALUES     *
000190*                 SUMMARIZED), PLUS SUSPECT RECORDS - ON-HAND *
000200*                 AT ZERO UNIT COST, ZERO REORDER POINT ON    *
000210*                 ACTIVE STOCK, BLANK DESCRIPTION, AND NON-   *
000220*                 NUMERIC QUANTITY FIELDS.  EVERY OFFENDING   *
000230*                 ITEM IS WRITTEN ONCE TO FIXTRAN AS A        *
000240*                 WHSETRAN CHANGE TRANSACTION CARRYING ITS    *
000250*                 CURRENT MASTER IMAGE; ONCE THE BAD FIELDS   *
000260*                 ARE CORRECTED THE FILE CAN BE CONCATENATED  *
000270*                 AHEAD OF WHMAINT'S FILEN THE SAME WAY       *
000280*                 WHRECYC'S RECYCLE FILE IS.                  *
000290*-------------------------------------------------------------*
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-Z15.
000340 OBJECT-COMPUTER. IBM-Z15.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ITEMMAST ASSIGN TO ITEMMAST
000380         ORGANIZATION IS INDEXED
000390         ACCESS IS SEQUENTIAL
000400         RECORD KEY IS WIM-ITEM-NUMBER
000410         FILE STATUS IS ITEMMAST-STATUS.
000420     SELECT FIXTRAN ASSIGN TO FIXTRAN
000430         ORGANIZATION IS SEQUENTIAL
000440         ACCESS IS SEQUENTIAL
000450         FILE STATUS IS FIXTRAN-STATUS.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  ITEMMAST
000500     LABEL RECORDS ARE STANDARD.
000510*-------------------------------------------------------------*
000520* PERMANENT ITEM-MASTER RECORD - THE SHARED WHSE-ITEM-MASTER  *
000530* LAYOUT.  WIM-ITEM-NUMBER IS THE KSDS RECORD KEY.            *
000540*-------------------------------------------------------------*
000550     COPY WHSEITEM.
000560*
000570 FD  FIXTRAN
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600*-------------------------------------------------------------*
000610* FIX TRANSACTION - THE SAME TRANSACTION BYTE LAYOUT EVERY    *
000620* FILEN DETAIL RECORD CARRIES (COPY WHSETRAN), ACTION CODE    *
000630* 'C', ONE PER OFFENDING ITEM.                                *
000640*-------------------------------------------------------------*
000650     COPY WHSETRAN.
000660*
000670 WORKING-STORAGE SECTION.
000680*
000690*-------------------------------------------------------------*
000700* FILE STATUS AND SWITCHES                                     *
000710*-------------------------------------------------------------*
000720 01  WS-FILE-STATUSES.
000730     05  ITEMMAST-STATUS       PIC X(02) VALUE '00'.
000740         88  ITEMMAST-STATUS-OK VALUE '00'.
000750         88  ITEMMAST-STATUS-EOF VALUE '10'.
000760     05  FIXTRAN-STATUS        PIC X(02) VALUE '00'.
000770         88  FIXTRAN-STATUS-OK VALUE '00'.
000780*
000790 01  WS-SWITCHES.
000800     05  WS-MAST-EOF-SW        PIC X(01) VALUE 'N'.
000810         88  MAST-EOF-YES      VALUE 'Y'.
000820         88  MAST-EOF-NO       VALUE 'N'.
000830     05  WS-ITEMMAST-OPEN-SW   PIC X(01) VALUE 'N'.
000840         88  ITEMMAST-OPEN-YES VALUE 'Y'.
000850         88  ITEMMAST-OPEN-NO  VALUE 'N'.
000860     05  WS-FIXTRAN-OPEN-SW    PIC X(01) VALUE 'N'.
000870         88  FIXTRAN-OPEN-YES  VALUE 'Y'.
000880         88  FIXTRAN-OPEN-NO   VALUE 'N'.
000890     05  WS-DEPT-EOF-SW        PIC X(01) VALUE 'N'.
000900         88  DEPT-EOF-YES      VALUE 'Y'.
000910         88  DEPT-EOF-NO       VALUE 'N'.
000920     05  WS-CLAS-EOF-SW        PIC X(01) VALUE 'N'.
000930         88  CLAS-EOF-YES      VALUE 'Y'.
000940         88  CLAS-EOF-NO       VALUE 'N'.
000950     05  WS-OFFENDER-SW        PIC X(01) VALUE 'N'.
000960         88  ITEM-OFFENDS      VALUE 'Y'.
000970         88  ITEM-CLEAN        VALUE 'N'.
000980     05  WS-REF-DROPPED-SW     PIC X(01) VALUE 'N'.
000990         88  REF-DROPPED-YES   VALUE 'Y'.
001000         88  REF-DROPPED-NO    VALUE 'N'.
001010*
001020*-------------------------------------------------------------*
001030* RUN COUNTERS                                                 *
001040*-------------------------------------------------------------*
001050 77  WS-DEPT-FETCH-CNT         PIC 9(07) COMP VALUE ZERO.
001060 77  WS-DEPT-TABLE-CNT         PIC 9(05) COMP VALUE ZERO.
001070 77  WS-DEPT-COMMIT-CTR        PIC 9(05) COMP VALUE ZERO.
001080 77  WS-CLAS-FETCH-CNT         PIC 9(07) COMP VALUE ZERO.
001090 77  WS-CLAS-TABLE-CNT         PIC 9(05) COMP VALUE ZERO.
001100 77  WS-CLAS-COMMIT-CTR        PIC 9(05) COMP VALUE ZERO.
001110 77  WS-COMMIT-INTERVAL        PIC 9(05) COMP VALUE 100.
001120 77  WS-MAST-READ-CNT          PIC 9(07) COMP VALUE ZERO.
001130 77  WS-ORPH-DEPT-CNT          PIC 9(07) COMP VALUE ZERO.
001140 77  WS-ORPH-CLAS-CNT          PIC 9(07) COMP VALUE ZERO.
001150 77  WS-ZERO-COST-CNT          PIC 9(07) COMP VALUE ZERO.
001160 77  WS-ZERO-REORD-CNT         PIC 9(07) COMP VALUE ZERO.
001170 77  WS-BLANK-DESC-CNT         PIC 9(07) COMP VALUE ZERO.
001180 77  WS-NOT-NUMERIC-CNT        PIC 9(07) COMP VALUE ZERO.
001190 77  WS-OFFENDER-CNT           PIC 9(07) COMP VALUE ZERO.
001200 77  WS-FIXTRAN-CNT            PIC 9(07) COMP VALUE ZERO.
001210 77  WS-ORPH-DEPT-TBL-CNT      PIC 9(05) COMP VALUE ZERO.
001220 77  WS-ORPH-CLAS-TBL-CNT      PIC 9(05) COMP VALUE ZERO.
001230*
001240*-------------------------------------------------------------*
001250* FINDING LINE - THE CODE AND VALUE 2900-LIST-FINDING-PARA    *
001260* PRINTS FOR THE CURRENT ITEM.                                *
001270*-------------------------------------------------------------*
001280 01  WS-FINDING.
001290     05  WS-FIND-CODE          PIC X(16).
001300     05  WS-FIND-VALUE         PIC X(14).
001310*
001320*-------------------------------------------------------------*
001330* DEPARTMENT ROW - CURRENT FETCH FROM DSN8C10.DEPT             *
001340*-------------------------------------------------------------*
001350 01  DEPT-ROW.
001360     05  DEPT-DEPTNO           PIC X(03).
001370     05  DEPT-DEPTNAME         PIC X(36).
001380     05  DEPT-LOCATION         PIC X(16).
001390*
001400*-------------------------------------------------------------*
001410* DEPT-TABLE - EVERY DSN8C10.DEPT ROW FETCHED THIS RUN.       *
001420* DEPTCSR FETCHES ORDER BY DEPTNO, SO THE TABLE LOADS IN      *
001430* ASCENDING-KEY ORDER AND THE LOOKUPS USE SEARCH ALL.  ROWS   *
001440* PAST THE 500-ENTRY CAPACITY ARE LOGGED AND DROPPED, AS IN   *
001450* HELLO - THE REPORT THEN WARNS THAT ITS ORPHAN COUNTS MAY    *
001460* INCLUDE LIVE VALUES.                                        *
001470*-------------------------------------------------------------*
001480 01  DEPT-TABLE.
001490     05  DEPT-TABLE-ENTRY      OCCURS 1 TO 500 TIMES
001500                                DEPENDING ON WS-DEPT-TABLE-CNT
001510                                ASCENDING KEY IS DEPT-TBL-DEPTNO
001520                                INDEXED BY DEPT-IDX.
001530         10  DEPT-TBL-DEPTNO     PIC X(03).
001540*
001550*-------------------------------------------------------------*
001560* ITEM-CLASS ROW - CURRENT FETCH FROM DSN8C10.ITEMCLAS         *
001570*-------------------------------------------------------------*
001580 01  CLAS-ROW.
001590     05  CLAS-CODE             PIC X(03).
001600     05  CLAS-NAME             PIC X(24).
001610*
001620*-------------------------------------------------------------*
001630* CLAS-TABLE - EVERY DSN8C10.ITEMCLAS ROW FETCHED THIS RUN,    *
001640* LOADED IN ASCENDING-KEY ORDER FOR SEARCH ALL.  ROWS PAST THE *
001650* 200-ENTRY CAPACITY ARE LOGGED AND DROPPED, AS IN HELLO.      *
001660*-------------------------------------------------------------*
001670 01  CLAS-TABLE.
001680     05  CLAS-TABLE-ENTRY      OCCURS 1 TO 200 TIMES
001690                                DEPENDING ON WS-CLAS-TABLE-CNT
001700                                ASCENDING KEY IS CLAS-TBL-CODE
001710                                INDEXED BY CLAS-IDX.
001720         10  CLAS-TBL-CODE       PIC X(03).
001730*
001740*-------------------------------------------------------------*
001750* ORPH-DEPT-TABLE / ORPH-CLAS-TABLE - EVERY ORPHANED DEPTNO   *
001760* AND CLASS CODE FOUND ON THE MASTER, WITH A COUNT OF THE     *
001770* ITEMS STILL CARRYING IT.  VALUES PAST THE CAPACITY ARE      *
001780* LOGGED AND LEFT OFF THE SUMMARY; THE ITEMS ARE STILL        *
001790* LISTED AND WRITTEN TO FIXTRAN.                              *
001800*-------------------------------------------------------------*
001810 01  ORPH-DEPT-TABLE.
001820     05  ORPH-DEPT-ENTRY       OCCURS 1 TO 500 TIMES
001830                                DEPENDING ON WS-ORPH-DEPT-TBL-CNT
001840                                INDEXED BY ORPH-DEPT-IDX.
001850         10  ORPH-DEPT-DEPTNO    PIC X(03).
001860         10  ORPH-DEPT-ITEM-CNT  PIC 9(07) COMP.
001870 01  ORPH-CLAS-TABLE.
001880     05  ORPH-CLAS-ENTRY       OCCURS 1 TO 200 TIMES
001890                                DEPENDING ON WS-ORPH-CLAS-TBL-CNT
001900                                INDEXED BY ORPH-CLAS-IDX.
001910         10  ORPH-CLAS-CODE      PIC X(03).
001920         10  ORPH-CLAS-ITEM-CNT  PIC 9(07) COMP.
001930*
001940*-------------------------------------------------------------*
001950* DB2 DECLARATIONS - DSN8C10.DEPT                              *
001960*-------------------------------------------------------------*
001970     EXEC SQL
001980         INCLUDE SQLCA
001990     END-EXEC.
002000*
002010     EXEC SQL
002020         DECLARE DSN8C10.DEPT TABLE
002030         (DEPTNO    CHAR(3)           NOT NULL,
002040          DEPTNAME  VARCHAR(36)       NOT NULL,
002050          MGRNO     CHAR(6)                   ,
002060          ADMRDEPT  CHAR(3)           NOT NULL,
002070          LOCATION  CHAR(16)                  )
002080     END-EXEC.
002090*
002100*    WITH HOLD KEEPS DEPTCSR OPEN ACROSS THE PERIODIC COMMITS IN
002110*    1000-FETCH-DEPT-PARA.
002120     EXEC SQL
002130         DECLARE DEPTCSR CURSOR WITH HOLD FOR
002140         SELECT DEPTNO, DEPTNAME, LOCATION
002150           FROM DSN8C10.DEPT
002160          ORDER BY DEPTNO
002170     END-EXEC.
002180*
002190*-------------------------------------------------------------*
002200* DB2 DECLARATIONS - DSN8C10.ITEMCLAS (ITEM-CLASS REFERENCE   *
002210* TABLE, MAINTAINED ALONGSIDE DSN8C10.DEPT BY THE             *
002220* MERCHANDISING GROUP)                                        *
002230*-------------------------------------------------------------*
002240     EXEC SQL
002250         DECLARE DSN8C10.ITEMCLAS TABLE
002260         (CLASS_CODE  CHAR(3)           NOT NULL,
002270          CLASS_NAME  VARCHAR(24)       NOT NULL)
002280     END-EXEC.
002290*
002300*    WITH HOLD KEEPS CLASCSR OPEN ACROSS THE PERIODIC COMMITS,
002310*    AS WITH DEPTCSR.
002320     EXEC SQL
002330         DECLARE CLASCSR CURSOR WITH HOLD FOR
002340         SELECT CLASS_CODE, CLASS_NAME
002350           FROM DSN8C10.ITEMCLAS
002360          ORDER BY CLASS_CODE
002370     END-EXEC.
002380*
002390 PROCEDURE DIVISION.
002400*
002410*===============================================================
002420* 0000-INITIALIZE-PARA
002430*    MAIN DRIVER FOR THE ITEM-MASTER AUDIT RUN.  LOADS THE
002440*    DEPARTMENT AND ITEM-CLASS REFERENCE TABLES FROM DB2,
002450*    SWEEPS ITEMMAST FRONT TO BACK AGAINST THEM, WRITES EACH
002460*    OFFENDING ITEM TO FIXTRAN, AND FINISHES WITH THE AUDIT
002470*    REPORT TO SYSOUT.
002480*===============================================================
002490 0000-INITIALIZE-PARA.
002500*
002510     INITIALIZE DEPT-TABLE.
002520     INITIALIZE CLAS-TABLE.
002530     INITIALIZE ORPH-DEPT-TABLE.
002540     INITIALIZE ORPH-CLAS-TABLE.
002550*
002560     EXEC SQL
002570         OPEN DEPTCSR
002580     END-EXEC.
002590*
002600     PERFORM 1000-FETCH-DEPT-PARA THRU 1000-EXIT
002610         UNTIL DEPT-EOF-YES.
002620*
002630     EXEC SQL
002640         OPEN CLASCSR
002650     END-EXEC.
002660*
002670     PERFORM 1200-FETCH-CLAS-PARA THRU 1200-EXIT
002680         UNTIL CLAS-EOF-YES.
002690*
002700     EXEC SQL
002710         CLOSE DEPTCSR
002720     END-EXEC.
002730     EXEC SQL
002740         CLOSE CLASCSR
002750     END-EXEC.
002760*
002770     OPEN INPUT ITEMMAST.
002780     IF NOT ITEMMAST-STATUS-OK
002790         DISPLAY 'WHMSTAUD - ITEMMAST OPEN FAILED, STATUS: '
002800             ITEMMAST-STATUS
002810         GO TO 9000-ABEND-PARA
002820     END-IF.
002830     SET ITEMMAST-OPEN-YES TO TRUE.
002840*
002850     OPEN OUTPUT FIXTRAN.
002860     IF NOT FIXTRAN-STATUS-OK
002870         DISPLAY 'WHMSTAUD - FIXTRAN OPEN FAILED, STATUS: '
002880             FIXTRAN-STATUS
002890         GO TO 9000-ABEND-PARA
002900     END-IF.
002910     SET FIXTRAN-OPEN-YES TO TRUE.
002920*
002930     DISPLAY ' '.
002940     DISPLAY 'WHMSTAUD -  ITEM-MASTER AUDIT FINDINGS'.
002950     DISPLAY 'ITEM   DEPT CLS FINDING          VALUE'.
002960*
002970     READ ITEMMAST
002980         AT END
002990             SET MAST-EOF-YES TO TRUE
003000         NOT AT END
003010             ADD 1 TO WS-MAST-READ-CNT
003020     END-READ.
003030     IF NOT ITEMMAST-STATUS-OK AND NOT ITEMMAST-STATUS-EOF
003040         DISPLAY 'WHMSTAUD - ITEMMAST READ FAILED, STATUS: '
003050             ITEMMAST-STATUS
003060         GO TO 9000-ABEND-PARA
003070     END-IF.
003080*
003090     PERFORM 2000-AUDIT-ITEM-PARA THRU 2000-EXIT
003100         UNTIL MAST-EOF-YES.
003110*
003120     CLOSE ITEMMAST.
003130     SET ITEMMAST-OPEN-NO TO TRUE.
003140     CLOSE FIXTRAN.
003150     SET FIXTRAN-OPEN-NO TO TRUE.
003160*
003170     PERFORM 5000-AUDIT-REPORT-PARA THRU 5000-EXIT.
003180*
003190*    FINDINGS ARE FOR THE DATA OWNERS TO CLEAR, NOT A FAILED
003200*    RUN - THE STEP ENDS RC=4 WHEN THERE ARE ANY.
003210     IF WS-OFFENDER-CNT > ZERO
003220         MOVE 4 TO RETURN-CODE
003230     ELSE
003240         MOVE 0 TO RETURN-CODE
003250     END-IF.
003260*
003270     GO TO 9999-END-PARA.
003280*
003290*===============================================================
003300* 1000-FETCH-DEPT-PARA
003310*    FETCHES ONE ROW FROM DSN8C10.DEPT VIA DEPTCSR AND SAVES IT
003320*    INTO DEPT-TABLE.  SQLCODE 100 MEANS A NORMAL END OF CURSOR;
003330*    ANY OTHER NON-ZERO SQLCODE IS A REAL DB2 ERROR AND ABENDS.
003340*===============================================================
003350 1000-FETCH-DEPT-PARA.
003360*
003370     EXEC SQL
003380         FETCH DEPTCSR
003390         INTO :DEPT-DEPTNO, :DEPT-DEPTNAME, :DEPT-LOCATION
003400     END-EXEC.
003410*
003420     EVALUATE SQLCODE
003430         WHEN 0
003440             ADD 1 TO WS-DEPT-FETCH-CNT
003450             ADD 1 TO WS-DEPT-COMMIT-CTR
003460             PERFORM 1100-LOAD-DEPT-TABLE-PARA THRU 1100-EXIT
003470             IF WS-DEPT-COMMIT-CTR >= WS-COMMIT-INTERVAL
003480                 EXEC SQL
003490                     COMMIT
003500                 END-EXEC
003510                 MOVE ZERO TO WS-DEPT-COMMIT-CTR
003520             END-IF
003530         WHEN 100
003540             SET DEPT-EOF-YES TO TRUE
003550         WHEN OTHER
003560             DISPLAY 'WHMSTAUD - DEPTCSR FETCH FAILED, SQLCODE: '
003570                 SQLCODE
003580             GO TO 9000-ABEND-PARA
003590     END-EVALUATE.
003600*
003610 1000-EXIT.
003620     EXIT.
003630*
003640*===============================================================
003650* 1100-LOAD-DEPT-TABLE-PARA
003660*    SAVES THE DEPTNO JUST FETCHED IN DEPT-TABLE FOR THE SWEEP.
003670*===============================================================
003680 1100-LOAD-DEPT-TABLE-PARA.
003690*
003700     IF WS-DEPT-TABLE-CNT < 500
003710         ADD 1 TO WS-DEPT-TABLE-CNT
003720         SET DEPT-IDX TO WS-DEPT-TABLE-CNT
003730         MOVE DEPT-DEPTNO TO DEPT-TBL-DEPTNO (DEPT-IDX)
003740     ELSE
003750         SET REF-DROPPED-YES TO TRUE
003760         DISPLAY 'WHMSTAUD - DEPT-TABLE FULL (500), DEPTNO '
003770             DEPT-DEPTNO ' DROPPED FROM THE AUDIT'
003780     END-IF.
003790*
003800 1100-EXIT.
003810     EXIT.
003820*
003830*===============================================================
003840* 1200-FETCH-CLAS-PARA
003850*    FETCHES ONE ROW FROM DSN8C10.ITEMCLAS VIA CLASCSR AND
003860*    SAVES IT INTO CLAS-TABLE, EXACTLY AS 1000-FETCH-DEPT-PARA
003870*    DOES FOR DEPARTMENTS.
003880*===============================================================
003890 1200-FETCH-CLAS-PARA.
003900*
003910     EXEC SQL
003920         FETCH CLASCSR
003930         INTO :CLAS-CODE, :CLAS-NAME
003940     END-EXEC.
003950*
003960     EVALUATE SQLCODE
003970         WHEN 0
003980             ADD 1 TO WS-CLAS-FETCH-CNT
003990             ADD 1 TO WS-CLAS-COMMIT-CTR
004000             PERFORM 1300-LOAD-CLAS-TABLE-PARA THRU 1300-EXIT
004010             IF WS-CLAS-COMMIT-CTR >= WS-COMMIT-INTERVAL
004020                 EXEC SQL
004030                     COMMIT
004040                 END-EXEC
004050                 MOVE ZERO TO WS-CLAS-COMMIT-CTR
004060             END-IF
004070         WHEN 100
004080             SET CLAS-EOF-YES TO TRUE
004090         WHEN OTHER
004100             DISPLAY 'WHMSTAUD - CLASCSR FETCH FAILED, SQLCODE: '
004110                 SQLCODE
004120             GO TO 9000-ABEND-PARA
004130     END-EVALUATE.
004140*
004150 1200-EXIT.
004160     EXIT.
004170*
004180*===============================================================
004190* 1300-LOAD-CLAS-TABLE-PARA
004200*    SAVES THE CLASS CODE JUST FETCHED IN CLAS-TABLE FOR THE
004210*    SWEEP.
004220*===============================================================
004230 1300-LOAD-CLAS-TABLE-PARA.
004240*
004250     IF WS-CLAS-TABLE-CNT < 200
004260         ADD 1 TO WS-CLAS-TABLE-CNT
004270         SET CLAS-IDX TO WS-CLAS-TABLE-CNT
004280         MOVE CLAS-CODE TO CLAS-TBL-CODE (CLAS-IDX)
004290     ELSE
004300         SET REF-DROPPED-YES TO TRUE
004310         DISPLAY 'WHMSTAUD - CLAS-TABLE FULL (200), CLASS '
004320             CLAS-CODE ' DROPPED FROM THE AUDIT'
004330     END-IF.
004340*
004350 1300-EXIT.
004360     EXIT.
004370*
004380*===============================================================
004390* 2000-AUDIT-ITEM-PARA
004400*    RUNS EVERY CHECK AGAINST THE CURRENT MASTER RECORD AND
004410*    LISTS EACH FINDING.  AN ITEM WITH ANY FINDING IS WRITTEN
004420*    ONCE TO FIXTRAN.  FINISHES BY READING THE NEXT MASTER
004430*    RECORD AHEAD FOR THE NEXT ITERATION.
004440*===============================================================
004450 2000-AUDIT-ITEM-PARA.
004460*
004470     SET ITEM-CLEAN TO TRUE.
004480*
004490     SEARCH ALL DEPT-TABLE-ENTRY
004500         AT END
004510             ADD 1 TO WS-ORPH-DEPT-CNT
004520             MOVE 'ORPHAN DEPTNO' TO WS-FIND-CODE
004530             MOVE WIM-ITEM-DEPTNO TO WS-FIND-VALUE
004540             PERFORM 2900-LIST-FINDING-PARA THRU 2900-EXIT
004550             PERFORM 2100-ACCUM-ORPH-DEPT-PARA THRU 2100-EXIT
004560         WHEN DEPT-TBL-DEPTNO (DEPT-IDX) = WIM-ITEM-DEPTNO
004570             CONTINUE
004580     END-SEARCH.
004590*
004600     SEARCH ALL CLAS-TABLE-ENTRY
004610         AT END
004620             ADD 1 TO WS-ORPH-CLAS-CNT
004630             MOVE 'ORPHAN CLASS' TO WS-FIND-CODE
004640             MOVE WIM-ITEM-CLASS TO WS-FIND-VALUE
004650             PERFORM 2900-LIST-FINDING-PARA THRU 2900-EXIT
004660             PERFORM 2200-ACCUM-ORPH-CLAS-PARA THRU 2200-EXIT
004670         WHEN CLAS-TBL-CODE (CLAS-IDX) = WIM-ITEM-CLASS
004680             CONTINUE
004690     END-SEARCH.
004700*
004710     IF WIM-ITEM-DESC = SPACES
004720         ADD 1 TO WS-BLANK-DESC-CNT
004730         MOVE 'BLANK DESC' TO WS-FIND-CODE
004740         MOVE SPACES TO WS-FIND-VALUE
004750         PERFORM 2900-LIST-FINDING-PARA THRU 2900-EXIT
004760     END-IF.
004770*
004780*    THE QUANTITY CHECKS NEED NUMERIC FIELDS - A RECORD THAT
004790*    FAILS HERE IS A FINDING IN ITS OWN RIGHT.
004800     IF WIM-ON-HAND-QTY NOT NUMERIC
004810      OR WIM-UNIT-COST NOT NUMERIC
004820      OR WIM-REORDER-POINT NOT NUMERIC
004830         ADD 1 TO WS-NOT-NUMERIC-CNT
004840         MOVE 'QTY NOT NUMERIC' TO WS-FIND-CODE
004850         MOVE SPACES TO WS-FIND-VALUE
004860         PERFORM 2900-LIST-FINDING-PARA THRU 2900-EXIT
004870         GO TO 2000-WRITE-FIX
004880     END-IF.
004890*
004900     IF WIM-ON-HAND-QTY > ZERO
004910      AND WIM-UNIT-COST = ZERO
004920         ADD 1 TO WS-ZERO-COST-CNT
004930         MOVE 'ON HAND, NO COST' TO WS-FIND-CODE
004940         MOVE WIM-ON-HAND-QTY TO WS-FIND-VALUE
004950         PERFORM 2900-LIST-FINDING-PARA THRU 2900-EXIT
004960     END-IF.
004970*
004980     IF WIM-ON-HAND-QTY > ZERO
004990      AND WIM-REORDER-POINT = ZERO
005000         ADD 1 TO WS-ZERO-REORD-CNT
005010         MOVE 'NO REORDER POINT' TO WS-FIND-CODE
005020         MOVE WIM-ON-HAND-QTY TO WS-FIND-VALUE
005030         PERFORM 2900-LIST-FINDING-PARA THRU 2900-EXIT
005040     END-IF.
005050*
005060 2000-WRITE-FIX.
005070*
005080     IF ITEM-OFFENDS
005090         ADD 1 TO WS-OFFENDER-CNT
005100         PERFORM 2500-WRITE-FIXTRAN-PARA THRU 2500-EXIT
005110     END-IF.
005120*
005130 2000-READ-NEXT.
005140*
005150     READ ITEMMAST
005160         AT END
005170             SET MAST-EOF-YES TO TRUE
005180         NOT AT END
005190             ADD 1 TO WS-MAST-READ-CNT
005200     END-READ.
005210     IF NOT ITEMMAST-STATUS-OK AND NOT ITEMMAST-STATUS-EOF
005220         DISPLAY 'WHMSTAUD - ITEMMAST READ FAILED, STATUS: '
005230             ITEMMAST-STATUS
005240         GO TO 9000-ABEND-PARA
005250     END-IF.
005260*
005270 2000-EXIT.
005280     EXIT.
005290*
005300*===============================================================
005310* 2100-ACCUM-ORPH-DEPT-PARA
005320*    COUNTS THE CURRENT ITEM AGAINST ITS ORPHANED DEPTNO IN
005330*    ORPH-DEPT-TABLE, ADDING THE DEPTNO ON FIRST SIGHT.
005340*===============================================================
005350 2100-ACCUM-ORPH-DEPT-PARA.
005360*
005370     SET ORPH-DEPT-IDX TO 1.
005380     SEARCH ORPH-DEPT-ENTRY
005390         AT END
005400             IF WS-ORPH-DEPT-TBL-CNT < 500
005410                 ADD 1 TO WS-ORPH-DEPT-TBL-CNT
005420                 SET ORPH-DEPT-IDX TO WS-ORPH-DEPT-TBL-CNT
005430                 MOVE WIM-ITEM-DEPTNO
005440                     TO ORPH-DEPT-DEPTNO (ORPH-DEPT-IDX)
005450                 MOVE ZERO TO ORPH-DEPT-ITEM-CNT (ORPH-DEPT-IDX)
005460             ELSE
005470                 DISPLAY 'WHMSTAUD - ORPH-DEPT-TABLE FULL (500),'
005480                     ' DEPTNO ' WIM-ITEM-DEPTNO
005490                     ' LEFT OFF THE SUMMARY'
005500                 GO TO 2100-EXIT
005510             END-IF
005520         WHEN ORPH-DEPT-DEPTNO (ORPH-DEPT-IDX) = WIM-ITEM-DEPTNO
005530             CONTINUE
005540     END-SEARCH.
005550*
005560     ADD 1 TO ORPH-DEPT-ITEM-CNT (ORPH-DEPT-IDX).
005570*
005580 2100-EXIT.
005590     EXIT.
005600*
005610*===============================================================
005620* 2200-ACCUM-ORPH-CLAS-PARA
005630*    COUNTS THE CURRENT ITEM AGAINST ITS ORPHANED CLASS CODE
005640*    IN ORPH-CLAS-TABLE, ADDING THE CODE ON FIRST SIGHT.
005650*===============================================================
005660 2200-ACCUM-ORPH-CLAS-PARA.
005670*
005680     SET ORPH-CLAS-IDX TO 1.
005690     SEARCH ORPH-CLAS-ENTRY
005700         AT END
005710             IF WS-ORPH-CLAS-TBL-CNT < 200
005720                 ADD 1 TO WS-ORPH-CLAS-TBL-CNT
005730                 SET ORPH-CLAS-IDX TO WS-ORPH-CLAS-TBL-CNT
005740                 MOVE WIM-ITEM-CLASS
005750                     TO ORPH-CLAS-CODE (ORPH-CLAS-IDX)
005760                 MOVE ZERO TO ORPH-CLAS-ITEM-CNT (ORPH-CLAS-IDX)
005770             ELSE
005780                 DISPLAY 'WHMSTAUD - ORPH-CLAS-TABLE FULL (200),'
005790                     ' CLASS ' WIM-ITEM-CLASS
005800                     ' LEFT OFF THE SUMMARY'
005810                 GO TO 2200-EXIT
005820             END-IF
005830         WHEN ORPH-CLAS-CODE (ORPH-CLAS-IDX) = WIM-ITEM-CLASS
005840             CONTINUE
005850     END-SEARCH.
005860*
005870     ADD 1 TO ORPH-CLAS-ITEM-CNT (ORPH-CLAS-IDX).
005880*
005890 2200-EXIT.
005900     EXIT.
005910*
005920*===============================================================
005930* 2500-WRITE-FIXTRAN-PARA
005940*    WRITES THE CURRENT ITEM TO FIXTRAN AS A CHANGE
005950*    TRANSACTION CARRYING ITS MASTER IMAGE AS IT STANDS.
005960*===============================================================
005970 2500-WRITE-FIXTRAN-PARA.
005980*
005990     MOVE WIM-ITEM-NUMBER   TO WIT-ITEM-NUMBER.
006000     MOVE WIM-ITEM-DESC     TO WIT-ITEM-DESC.
006010     MOVE WIM-ITEM-CLASS    TO WIT-ITEM-CLASS.
006020     MOVE WIM-ITEM-DEPTNO   TO WIT-ITEM-DEPTNO.
006030     MOVE WIM-ON-HAND-QTY   TO WIT-ON-HAND-QTY.
006040     MOVE WIM-UNIT-COST     TO WIT-UNIT-COST.
006050     MOVE WIM-REORDER-POINT TO WIT-REORDER-POINT.
006060     SET WIT-ACTION-CHANGE TO TRUE.
006070     WRITE WHSE-ITEM-TRAN.
006080     IF NOT FIXTRAN-STATUS-OK
006090         DISPLAY 'WHMSTAUD - FIXTRAN WRITE FAILED, STATUS: '
006100             FIXTRAN-STATUS
006110         GO TO 9000-ABEND-PARA
006120     END-IF.
006130     ADD 1 TO WS-FIXTRAN-CNT.
006140*
006150 2500-EXIT.
006160     EXIT.
006170*
006180*===============================================================
006190* 2900-LIST-FINDING-PARA
006200*    PRINTS ONE FINDING FOR THE CURRENT ITEM AND MARKS THE
006210*    ITEM AS AN OFFENDER.
006220*===============================================================
006230 2900-LIST-FINDING-PARA.
006240*
006250     SET ITEM-OFFENDS TO TRUE.
006260     DISPLAY WIM-ITEM-NUMBER '  ' WIM-ITEM-DEPTNO '  '
006270         WIM-ITEM-CLASS ' ' WS-FIND-CODE ' ' WS-FIND-VALUE.
006280*
006290 2900-EXIT.
006300     EXIT.
006310*
006320*===============================================================
006330* 5000-AUDIT-REPORT-PARA
006340*    END-OF-RUN AUDIT REPORT TO SYSOUT - THE REFERENCE AND
006350*    MASTER COUNTS, THE FINDING COUNTS, AND THE ORPHANED
006360*    DEPTNO AND CLASS VALUES WITH THEIR ITEM COUNTS.
006370*===============================================================
006380 5000-AUDIT-REPORT-PARA.
006390*
006400     DISPLAY ' '.
006410     DISPLAY '======================================'.
006420     DISPLAY 'WHMSTAUD -  ITEM-MASTER AUDIT REPORT'.
006430     DISPLAY '======================================'.
006440     DISPLAY 'DEPT ROWS FETCHED . . . : ' WS-DEPT-FETCH-CNT.
006450     DISPLAY 'CLASS ROWS FETCHED. . . : ' WS-CLAS-FETCH-CNT.
006460     DISPLAY 'MASTER RECORDS READ . . : ' WS-MAST-READ-CNT.
006470     DISPLAY 'ORPHANED DEPTNO . . . . : ' WS-ORPH-DEPT-CNT.
006480     DISPLAY 'ORPHANED CLASS. . . . . : ' WS-ORPH-CLAS-CNT.
006490     DISPLAY 'ON HAND AT ZERO COST. . : ' WS-ZERO-COST-CNT.
006500     DISPLAY 'ACTIVE, NO REORDER PT . : ' WS-ZERO-REORD-CNT.
006510     DISPLAY 'BLANK DESCRIPTION . . . : ' WS-BLANK-DESC-CNT.
006520     DISPLAY 'QUANTITIES NOT NUMERIC. : ' WS-NOT-NUMERIC-CNT.
006530     DISPLAY 'OFFENDING ITEMS . . . . : ' WS-OFFENDER-CNT.
006540     DISPLAY 'FIXTRAN RECORDS WRITTEN : ' WS-FIXTRAN-CNT.
006550     IF REF-DROPPED-YES
006560         DISPLAY 'WARNING - A REFERENCE TABLE OVERFLOWED; '
006570             'ORPHAN FINDINGS MAY INCLUDE LIVE VALUES'
006580     END-IF.
006590*
006600     DISPLAY ' '.
006610     DISPLAY 'ORPHANED DEPTNO VALUES'.
006620     DISPLAY 'DEPT  ITEMS'.
006630     IF WS-ORPH-DEPT-TBL-CNT = ZERO
006640         DISPLAY '  (NONE)'
006650     END-IF.
006660     PERFORM 5100-ORPH-DEPT-LINE-PARA THRU 5100-EXIT
006670         VARYING ORPH-DEPT-IDX FROM 1 BY 1
006680         UNTIL ORPH-DEPT-IDX > WS-ORPH-DEPT-TBL-CNT.
006690*
006700     DISPLAY ' '.
006710     DISPLAY 'ORPHANED CLASS VALUES'.
006720     DISPLAY 'CLS   ITEMS'.
006730     IF WS-ORPH-CLAS-TBL-CNT = ZERO
006740         DISPLAY '  (NONE)'
006750     END-IF.
006760     PERFORM 5200-ORPH-CLAS-LINE-PARA THRU 5200-EXIT
006770         VARYING ORPH-CLAS-IDX FROM 1 BY 1
006780         UNTIL ORPH-CLAS-IDX > WS-ORPH-CLAS-TBL-CNT.
006790     DISPLAY '======================================'.
006800*
006810 5000-EXIT.
006820     EXIT.
006830*
006840*===============================================================
006850* 5100-ORPH-DEPT-LINE-PARA
006860*    PRINTS ONE ORPHANED DEPTNO AND ITS ITEM COUNT.
006870*===============================================================
006880 5100-ORPH-DEPT-LINE-PARA.
006890*
006900     DISPLAY ORPH-DEPT-DEPTNO (ORPH-DEPT-IDX) '   '
006910         ORPH-DEPT-ITEM-CNT (ORPH-DEPT-IDX).
006920*
006930 5100-EXIT.
006940     EXIT.
006950*
006960*===============================================================
006970* 5200-ORPH-CLAS-LINE-PARA
006980*    PRINTS ONE ORPHANED CLASS CODE AND ITS ITEM COUNT.
006990*===============================================================
007000 5200-ORPH-CLAS-LINE-PARA.
007010*
007020     DISPLAY ORPH-CLAS-CODE (ORPH-CLAS-IDX) '   '
007030         ORPH-CLAS-ITEM-CNT (ORPH-CLAS-IDX).
007040*
007050 5200-EXIT.
007060     EXIT.
007070*
007080*===============================================================
007090* 9000-ABEND-PARA
007100*    COMMON FILE/DB2-ERROR EXIT.  ANY OPEN, READ, WRITE, OR
007110*    CURSOR FETCH THAT COMES BACK WITH A BAD STATUS LANDS HERE.
007120*    ROLLS BACK ANY OUTSTANDING DB2 UNIT OF WORK, CLOSES EVERY
007130*    FILE THAT IS STILL OPEN, SETS A NON-ZERO RETURN CODE, AND
007140*    ENDS THE RUN.
007150*===============================================================
007160 9000-ABEND-PARA.
007170*
007180     DISPLAY 'WHMSTAUD - RUN ABENDED ON A FILE OR DB2 ERROR. '.
007190*
007200     EXEC SQL
007210         ROLLBACK
007220     END-EXEC.
007230*
007240     IF ITEMMAST-OPEN-YES
007250         CLOSE ITEMMAST
007260     END-IF.
007270     IF FIXTRAN-OPEN-YES
007280         CLOSE FIXTRAN
007290     END-IF.
007300*
007310     MOVE 16 TO RETURN-CODE.
007320     GO TO 9999-END-PARA.
007330*
007340*===============================================================
007350* 9999-END-PARA
007360*    COMMON JOB EXIT.
007370*===============================================================
007380 9999-END-PARA.
007390     STOP RUN.
