000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WHZONREC.
000030 AUTHOR. D-L-OKAFOR.
000040 INSTALLATION. WHSE-DIST-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-------------------------------------------------------------*
000090* MODIFICATION HISTORY                                        *
000100*-------------------------------------------------------------*
000110* DATE      INIT  DESCRIPTION                                 *
000120* 10/15/26  DLO   ORIGINAL PROGRAM.  ZONE PICK RECONCILIATION *
000130*                 - MATCHES THE NIGHT'S PICKCONF (AS WHPICKUP *
000140*                 APPLIES IT) AGAINST THE ZONEXTR HELLO SENT  *
000150*                 THE ZONES.  REPORTS PICKS FOR ITEMS NEVER   *
000160*                 SENT TO ANY ZONE, PICKS CONFIRMED FROM A    *
000170*                 ZONE OTHER THAN THE ZX-LOCATION THE ITEM    *
000180*                 WAS SENT UNDER, AND EXTRACTED ITEMS WITH NO *
000190*                 PICK ACTIVITY, THEN SUMMARIZES THE PICKS    *
000200*                 AND SHORT PICKS (PCK-SHORT-FLAG) BY ZONE -  *
000210*                 ITEMS SHORTED, ITEMS SHORTED MORE THAN ONCE *
000220*                 IN THE NIGHT, AND THE QUANTITY CONFIRMED ON *
000230*                 THE SHORT PICKS.  PICKCONF CARRIES NO       *
000240*                 REQUESTED QUANTITY, SO THE UNITS NOT PICKED *
000250*                 CANNOT BE DERIVED HERE.                     *
000260*-------------------------------------------------------------*
000270*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-Z15.
000310 OBJECT-COMPUTER. IBM-Z15.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT ZONEXTR ASSIGN TO ZONEXTR
000350         ORGANIZATION IS SEQUENTIAL
000360         ACCESS IS SEQUENTIAL
000370         FILE STATUS IS ZONEXTR-STATUS.
000380     SELECT PICKCONF ASSIGN TO PICKCONF
000390         ORGANIZATION IS SEQUENTIAL
000400         ACCESS IS SEQUENTIAL
000410         FILE STATUS IS PICKCONF-STATUS.
000420*
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  ZONEXTR
000460     RECORDING MODE IS F
000470     LABEL RECORDS ARE STANDARD.
000480*-------------------------------------------------------------*
000490* ZONE EXTRACT RECORD - AS HELLO WRITES IT.  THE LEADING ZONE *
000500* KEY (THE MATCHED DEPARTMENT'S LOCATION), THE DEPARTMENT     *
000510* NAME, AND THE FULL ITEM-MASTER IMAGE, BROKEN OUT HERE ONLY  *
000520* AS FAR AS THE ITEM NUMBER, DESCRIPTION, AND DEPTNO.         *
000530*-------------------------------------------------------------*
000540 01  ZONE-EXTRACT-RECORD.
000550     05  ZX-LOCATION           PIC X(16).
000560     05  ZX-DEPTNAME           PIC X(36).
000570     05  ZX-ITEM-MASTER.
000580         10  ZX-ITEM-NUMBER    PIC 9(05).
000590         10  ZX-ITEM-DESC      PIC X(14).
000600         10  FILLER            PIC X(03).
000610         10  ZX-ITEM-DEPTNO    PIC X(03).
000620         10  FILLER            PIC X(21).
000630*
000640 FD  PICKCONF
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670*-------------------------------------------------------------*
000680* PICK-CONFIRMATION RECORD - ONE CONFIRMED PICK AS SENT BACK  *
000690* BY A ZONE PICKING SYSTEM, THE SAME FILE WHPICKUP APPLIES.   *
000700* A SHORT PICK CARRIES FLAG 'S' AND THE QUANTITY ACTUALLY     *
000710* PICKED.                                                     *
000720*-------------------------------------------------------------*
000730 01  PICK-RECORD.
000740     05  PCK-ITEM-NUMBER       PIC 9(05).
000750     05  PCK-ZONE              PIC X(16).
000760     05  PCK-PICKED-QTY        PIC 9(07).
000770     05  PCK-SHORT-FLAG        PIC X(01).
000780         88  PCK-IS-SHORT      VALUE 'S'.
000790*
000800 WORKING-STORAGE SECTION.
000810*
000820*-------------------------------------------------------------*
000830* FILE STATUS AND SWITCHES                                     *
000840*-------------------------------------------------------------*
000850 01  WS-FILE-STATUSES.
000860     05  ZONEXTR-STATUS        PIC X(02) VALUE '00'.
000870         88  ZONEXTR-STATUS-OK VALUE '00'.
000880         88  ZONEXTR-STATUS-EOF VALUE '10'.
000890     05  PICKCONF-STATUS       PIC X(02) VALUE '00'.
000900         88  PICKCONF-STATUS-OK VALUE '00'.
000910         88  PICKCONF-STATUS-EOF VALUE '10'.
000920*
000930 01  WS-SWITCHES.
000940     05  WS-ZONEXTR-EOF-SW     PIC X(01) VALUE 'N'.
000950         88  ZONEXTR-EOF-YES   VALUE 'Y'.
000960         88  ZONEXTR-EOF-NO    VALUE 'N'.
000970     05  WS-ZONEXTR-OPEN-SW    PIC X(01) VALUE 'N'.
000980         88  ZONEXTR-OPEN-YES  VALUE 'Y'.
000990         88  ZONEXTR-OPEN-NO   VALUE 'N'.
001000     05  WS-PICKCONF-EOF-SW    PIC X(01) VALUE 'N'.
001010         88  PICKCONF-EOF-YES  VALUE 'Y'.
001020         88  PICKCONF-EOF-NO   VALUE 'N'.
001030     05  WS-PICKCONF-OPEN-SW   PIC X(01) VALUE 'N'.
001040         88  PICKCONF-OPEN-YES VALUE 'Y'.
001050         88  PICKCONF-OPEN-NO  VALUE 'N'.
001060     05  WS-ZONE-FOUND-SW      PIC X(01) VALUE 'N'.
001070         88  ZONE-FOUND        VALUE 'Y'.
001080         88  ZONE-NOT-FOUND    VALUE 'N'.
001090*
001100*-------------------------------------------------------------*
001110* RUN COUNTERS                                                 *
001120*-------------------------------------------------------------*
001130 77  WS-EXTR-READ-CNT          PIC 9(07) COMP VALUE ZERO.
001140 77  WS-EXTR-DUP-CNT           PIC 9(07) COMP VALUE ZERO.
001150 77  WS-EXTR-BAD-CNT           PIC 9(07) COMP VALUE ZERO.
001160 77  WS-PICK-READ-CNT          PIC 9(07) COMP VALUE ZERO.
001170 77  WS-PICK-BAD-CNT           PIC 9(07) COMP VALUE ZERO.
001180 77  WS-NOTSENT-CNT            PIC 9(07) COMP VALUE ZERO.
001190 77  WS-WRONGZONE-CNT          PIC 9(07) COMP VALUE ZERO.
001200 77  WS-UNPICKED-CNT           PIC 9(07) COMP VALUE ZERO.
001210 77  WS-SHORT-PICK-CNT         PIC 9(07) COMP VALUE ZERO.
001220 77  WS-SHORT-QTY              PIC 9(09) COMP VALUE ZERO.
001230 77  WS-ZONE-TABLE-CNT         PIC 9(05) COMP VALUE ZERO.
001240 77  WS-ITEM-SUB               PIC 9(06) COMP VALUE ZERO.
001250*
001260*-------------------------------------------------------------*
001270* ZONE LOOKUP KEY - THE ZONE 2500-FIND-ZONE-PARA LOOKS UP (OR *
001280* ADDS) IN ZONE-TABLE.                                        *
001290*-------------------------------------------------------------*
001300 01  WS-ZONE-KEY               PIC X(16) VALUE SPACES.
001310*
001320*-------------------------------------------------------------*
001330* UNPICKED-ITEM LINE - THE ITEM NUMBER BACK OFF ITS SLOT.     *
001340*-------------------------------------------------------------*
001350 01  WS-LIST-ITEM              PIC 9(05) VALUE ZERO.
001360*
001370*-------------------------------------------------------------*
001380* ITEM-ZONE-TABLE - ONE SLOT PER POSSIBLE ITEM NUMBER, FOUND  *
001390* BY DIRECT SUBSCRIPT (THE ITEM NUMBER PLUS ONE, SO ITEM      *
001400* 00000 HAS A SLOT).  HOLDS THE ZONE THE ITEM WAS SENT UNDER  *
001410* ON ZONEXTR AND ITS ZONE-TABLE ENTRY (ZERO WHEN THE ZONE WAS *
001420* LEFT OFF A FULL TABLE), WHETHER ANY PICK CAME BACK FOR IT,  *
001430* AND HOW MANY OF ITS PICKS WERE SHORT.                       *
001440*-------------------------------------------------------------*
001450 01  ITEM-ZONE-TABLE.
001460     05  ITEM-ZONE-ENTRY       OCCURS 100000 TIMES.
001470         10  IZT-SENT-SW         PIC X(01).
001480             88  IZT-SENT        VALUE 'Y'.
001490         10  IZT-PICKED-SW       PIC X(01).
001500             88  IZT-PICKED      VALUE 'Y'.
001510         10  IZT-LOCATION        PIC X(16).
001520         10  IZT-DESC            PIC X(14).
001530         10  IZT-DEPTNO          PIC X(03).
001540         10  IZT-ZONE-NBR        PIC 9(05) COMP.
001550         10  IZT-SHORT-CNT       PIC 9(05) COMP.
001560*
001570*-------------------------------------------------------------*
001580* ZONE-TABLE - EVERY ZONE SEEN ON EITHER FILE, WITH ITS ITEMS *
001590* SENT, PICKED, AND UNPICKED, ITS PICKS AND THE EXCEPTIONS    *
001600* AMONG THEM, AND ITS SHORT-PICK FIGURES.  SAME 50-ENTRY      *
001610* CAPACITY AS HELLO'S OWN ZONE ROLLUP.                        *
001620*-------------------------------------------------------------*
001630 01  ZONE-TABLE.
001640     05  ZONE-TABLE-ENTRY      OCCURS 1 TO 50 TIMES
001650                                DEPENDING ON WS-ZONE-TABLE-CNT
001660                                INDEXED BY ZONE-IDX.
001670         10  ZONE-TBL-LOCATION   PIC X(16).
001680         10  ZONE-TBL-SENT-CNT   PIC 9(07) COMP.
001690         10  ZONE-TBL-PICKED-CNT PIC 9(07) COMP.
001700         10  ZONE-TBL-UNPICK-CNT PIC 9(07) COMP.
001710         10  ZONE-TBL-PICK-CNT   PIC 9(07) COMP.
001720         10  ZONE-TBL-NOTSENT    PIC 9(07) COMP.
001730         10  ZONE-TBL-WRONGZONE  PIC 9(07) COMP.
001740         10  ZONE-TBL-SHORT-CNT  PIC 9(07) COMP.
001750         10  ZONE-TBL-SHORT-ITEM PIC 9(07) COMP.
001760         10  ZONE-TBL-REPEAT     PIC 9(07) COMP.
001770         10  ZONE-TBL-SHORT-QTY  PIC 9(09) COMP.
001780*
001790 PROCEDURE DIVISION.
001800*
001810*===============================================================
001820* 0000-INITIALIZE-PARA
001830*    MAIN DRIVER FOR THE ZONE PICK RECONCILIATION RUN.  LOADS
001840*    THE NIGHT'S ZONEXTR INTO ITEM-ZONE-TABLE, MATCHES EVERY
001850*    PICKCONF ROW AGAINST IT, LISTS THE EXTRACTED ITEMS NO
001860*    PICK CAME BACK FOR, AND FINISHES WITH THE ZONE SUMMARY
001870*    REPORT TO SYSOUT.
001880*===============================================================
001890 0000-INITIALIZE-PARA.
001900*
001910     INITIALIZE ITEM-ZONE-TABLE.
001920     INITIALIZE ZONE-TABLE.
001930*
001940     OPEN INPUT ZONEXTR.
001950     IF NOT ZONEXTR-STATUS-OK
001960         DISPLAY 'WHZONREC - ZONEXTR OPEN FAILED, STATUS: '
001970             ZONEXTR-STATUS
001980         GO TO 9000-ABEND-PARA
001990     END-IF.
002000     SET ZONEXTR-OPEN-YES TO TRUE.
002010*
002020     PERFORM 1000-LOAD-EXTRACT-PARA THRU 1000-EXIT
002030         UNTIL ZONEXTR-EOF-YES.
002040     CLOSE ZONEXTR.
002050     SET ZONEXTR-OPEN-NO TO TRUE.
002060*
002070     OPEN INPUT PICKCONF.
002080     IF NOT PICKCONF-STATUS-OK
002090         DISPLAY 'WHZONREC - PICKCONF OPEN FAILED, STATUS: '
002100             PICKCONF-STATUS
002110         GO TO 9000-ABEND-PARA
002120     END-IF.
002130     SET PICKCONF-OPEN-YES TO TRUE.
002140*
002150     DISPLAY ' '.
002160     DISPLAY 'WHZONREC -  PICK EXCEPTIONS'.
002170     DISPLAY 'ITEM   PICK ZONE         SENT UNDER ZONE   '
002180         ' QTY     FLAG EXCEPTION'.
002190*
002200     READ PICKCONF
002210         AT END
002220             SET PICKCONF-EOF-YES TO TRUE
002230         NOT AT END
002240             ADD 1 TO WS-PICK-READ-CNT
002250     END-READ.
002260     IF NOT PICKCONF-STATUS-OK AND NOT PICKCONF-STATUS-EOF
002270         DISPLAY 'WHZONREC - PICKCONF READ FAILED, STATUS: '
002280             PICKCONF-STATUS
002290         GO TO 9000-ABEND-PARA
002300     END-IF.
002310*
002320     PERFORM 2000-PROCESS-PICK-PARA THRU 2000-EXIT
002330         UNTIL PICKCONF-EOF-YES.
002340*
002350     CLOSE PICKCONF.
002360     SET PICKCONF-OPEN-NO TO TRUE.
002370*
002380     DISPLAY ' '.
002390     DISPLAY 'WHZONREC -  EXTRACTED ITEMS WITH NO PICK ACTIVITY'.
002400     DISPLAY 'ITEM   SENT UNDER ZONE   DEPT DESCRIPTION'.
002410     PERFORM 3000-UNPICKED-PARA THRU 3000-EXIT
002420         VARYING WS-ITEM-SUB FROM 1 BY 1
002430         UNTIL WS-ITEM-SUB > 100000.
002440*
002450     PERFORM 5000-ZONE-REPORT-PARA THRU 5000-EXIT.
002460*
002470*    A PICK AGAINST A STALE OR WRONG FEED IS WHAT THE ZONE
002480*    SUPERVISORS CHASE - THE STEP ENDS RC=4 WHEN THERE IS ONE.
002490*    UNPICKED ITEMS ARE THE NORMAL CASE AND ONLY REPORTED.
002500     IF WS-NOTSENT-CNT > ZERO
002510      OR WS-WRONGZONE-CNT > ZERO
002520      OR WS-PICK-BAD-CNT > ZERO
002530      OR WS-EXTR-BAD-CNT > ZERO
002540         MOVE 4 TO RETURN-CODE
002550     ELSE
002560         MOVE 0 TO RETURN-CODE
002570     END-IF.
002580*
002590     GO TO 9999-END-PARA.
002600*
002610*===============================================================
002620* 1000-LOAD-EXTRACT-PARA
002630*    READS ONE ZONEXTR RECORD AND RECORDS THE ZONE ITS ITEM
002640*    WAS SENT UNDER.  AN ITEM SENT TWICE KEEPS ITS FIRST ZONE
002650*    AND THE REPEAT IS LOGGED; A NON-NUMERIC ITEM NUMBER IS
002660*    LOGGED AND SKIPPED.
002670*===============================================================
002680 1000-LOAD-EXTRACT-PARA.
002690*
002700     READ ZONEXTR
002710         AT END
002720             SET ZONEXTR-EOF-YES TO TRUE
002730             GO TO 1000-EXIT
002740         NOT AT END
002750             ADD 1 TO WS-EXTR-READ-CNT
002760     END-READ.
002770     IF NOT ZONEXTR-STATUS-OK
002780         DISPLAY 'WHZONREC - ZONEXTR READ FAILED, STATUS: '
002790             ZONEXTR-STATUS
002800         GO TO 9000-ABEND-PARA
002810     END-IF.
002820*
002830     IF ZX-ITEM-NUMBER NOT NUMERIC
002840         ADD 1 TO WS-EXTR-BAD-CNT
002850         DISPLAY 'WHZONREC - ZONEXTR ITEM NOT NUMERIC: '
002860             ZONE-EXTRACT-RECORD
002870         GO TO 1000-EXIT
002880     END-IF.
002890*
002900     COMPUTE WS-ITEM-SUB = ZX-ITEM-NUMBER + 1.
002910     IF IZT-SENT (WS-ITEM-SUB)
002920         ADD 1 TO WS-EXTR-DUP-CNT
002930         DISPLAY 'WHZONREC - ITEM ' ZX-ITEM-NUMBER
002940             ' SENT AGAIN UNDER ZONE ' ZX-LOCATION
002950             ' - FIRST ZONE ' IZT-LOCATION (WS-ITEM-SUB) ' KEPT'
002960         GO TO 1000-EXIT
002970     END-IF.
002980*
002990     MOVE 'Y' TO IZT-SENT-SW (WS-ITEM-SUB).
003000     MOVE ZX-LOCATION TO IZT-LOCATION (WS-ITEM-SUB).
003010     MOVE ZX-ITEM-DESC TO IZT-DESC (WS-ITEM-SUB).
003020     MOVE ZX-ITEM-DEPTNO TO IZT-DEPTNO (WS-ITEM-SUB).
003030*
003040     MOVE ZX-LOCATION TO WS-ZONE-KEY.
003050     PERFORM 2500-FIND-ZONE-PARA THRU 2500-EXIT.
003060     IF ZONE-FOUND
003070         SET IZT-ZONE-NBR (WS-ITEM-SUB) TO ZONE-IDX
003080         ADD 1 TO ZONE-TBL-SENT-CNT (ZONE-IDX)
003090     END-IF.
003100*
003110 1000-EXIT.
003120     EXIT.
003130*
003140*===============================================================
003150* 2000-PROCESS-PICK-PARA
003160*    MATCHES THE CURRENT PICK AGAINST THE ZONE ITS ITEM WAS
003170*    SENT UNDER.  A PICK FOR AN ITEM NEVER SENT, OR CONFIRMED
003180*    FROM A DIFFERENT ZONE, IS LISTED.  EVERY PICK IS COUNTED
003190*    AGAINST THE ZONE THAT CONFIRMED IT.  FINISHES BY READING
003200*    THE NEXT PICK AHEAD FOR THE NEXT ITERATION.
003210*===============================================================
003220 2000-PROCESS-PICK-PARA.
003230*
003240     IF PCK-ITEM-NUMBER NOT NUMERIC
003250      OR PCK-PICKED-QTY NOT NUMERIC
003260         ADD 1 TO WS-PICK-BAD-CNT
003270         DISPLAY 'WHZONREC - PICK RECORD NOT NUMERIC: '
003280             PICK-RECORD
003290         GO TO 2000-READ-NEXT
003300     END-IF.
003310*
003320     COMPUTE WS-ITEM-SUB = PCK-ITEM-NUMBER + 1.
003330     MOVE PCK-ZONE TO WS-ZONE-KEY.
003340     PERFORM 2500-FIND-ZONE-PARA THRU 2500-EXIT.
003350     IF ZONE-FOUND
003360         ADD 1 TO ZONE-TBL-PICK-CNT (ZONE-IDX)
003370     END-IF.
003380*
003390     IF NOT IZT-SENT (WS-ITEM-SUB)
003400         ADD 1 TO WS-NOTSENT-CNT
003410         IF ZONE-FOUND
003420             ADD 1 TO ZONE-TBL-NOTSENT (ZONE-IDX)
003430         END-IF
003440         DISPLAY PCK-ITEM-NUMBER '  ' PCK-ZONE ' '
003450             '                 ' PCK-PICKED-QTY '  '
003460             PCK-SHORT-FLAG '    NEVER SENT TO ANY ZONE'
003470     ELSE
003480         IF PCK-ZONE NOT = IZT-LOCATION (WS-ITEM-SUB)
003490             ADD 1 TO WS-WRONGZONE-CNT
003500             IF ZONE-FOUND
003510                 ADD 1 TO ZONE-TBL-WRONGZONE (ZONE-IDX)
003520             END-IF
003530             DISPLAY PCK-ITEM-NUMBER '  ' PCK-ZONE ' '
003540                 IZT-LOCATION (WS-ITEM-SUB) ' '
003550                 PCK-PICKED-QTY '  ' PCK-SHORT-FLAG
003560                 '    PICKED OUTSIDE ITS ZONE'
003570         END-IF
003580         IF NOT IZT-PICKED (WS-ITEM-SUB)
003590          AND IZT-ZONE-NBR (WS-ITEM-SUB) > ZERO
003600             ADD 1 TO ZONE-TBL-PICKED-CNT
003610                 (IZT-ZONE-NBR (WS-ITEM-SUB))
003620         END-IF
003630     END-IF.
003640     MOVE 'Y' TO IZT-PICKED-SW (WS-ITEM-SUB).
003650*
003660     IF PCK-IS-SHORT
003670         PERFORM 2200-SHORT-PICK-PARA THRU 2200-EXIT
003680     END-IF.
003690*
003700 2000-READ-NEXT.
003710*
003720     READ PICKCONF
003730         AT END
003740             SET PICKCONF-EOF-YES TO TRUE
003750         NOT AT END
003760             ADD 1 TO WS-PICK-READ-CNT
003770     END-READ.
003780     IF NOT PICKCONF-STATUS-OK AND NOT PICKCONF-STATUS-EOF
003790         DISPLAY 'WHZONREC - PICKCONF READ FAILED, STATUS: '
003800             PICKCONF-STATUS
003810         GO TO 9000-ABEND-PARA
003820     END-IF.
003830*
003840 2000-EXIT.
003850     EXIT.
003860*
003870*===============================================================
003880* 2200-SHORT-PICK-PARA
003890*    COUNTS A SHORT PICK AGAINST THE ZONE THAT CONFIRMED IT -
003900*    THE PICK, THE QUANTITY CONFIRMED ON IT, THE ITEM THE
003910*    FIRST TIME IT SHORTS, AND THE ITEM AGAIN AS A REPEAT THE
003920*    SECOND TIME IT SHORTS IN THE SAME NIGHT.
003930*===============================================================
003940 2200-SHORT-PICK-PARA.
003950*
003960     ADD 1 TO WS-SHORT-PICK-CNT.
003970     ADD PCK-PICKED-QTY TO WS-SHORT-QTY.
003980     ADD 1 TO IZT-SHORT-CNT (WS-ITEM-SUB).
003990     IF ZONE-NOT-FOUND
004000         GO TO 2200-EXIT
004010     END-IF.
004020*
004030     ADD 1 TO ZONE-TBL-SHORT-CNT (ZONE-IDX).
004040     ADD PCK-PICKED-QTY TO ZONE-TBL-SHORT-QTY (ZONE-IDX).
004050     IF IZT-SHORT-CNT (WS-ITEM-SUB) = 1
004060         ADD 1 TO ZONE-TBL-SHORT-ITEM (ZONE-IDX)
004070     END-IF.
004080     IF IZT-SHORT-CNT (WS-ITEM-SUB) = 2
004090         ADD 1 TO ZONE-TBL-REPEAT (ZONE-IDX)
004100     END-IF.
004110*
004120 2200-EXIT.
004130     EXIT.
004140*
004150*===============================================================
004160* 2500-FIND-ZONE-PARA
004170*    LOOKS UP WS-ZONE-KEY IN ZONE-TABLE, ADDING THE ZONE ON
004180*    FIRST SIGHT, AND LEAVES ZONE-IDX ON ITS ENTRY.  ZONES
004190*    PAST THE 50-ENTRY CAPACITY ARE LOGGED AND LEFT OFF THE
004200*    SUMMARY, THE SAME WAY HELLO BOUNDS ITS OWN ZONE ROLLUP.
004210*===============================================================
004220 2500-FIND-ZONE-PARA.
004230*
004240     SET ZONE-FOUND TO TRUE.
004250     SET ZONE-IDX TO 1.
004260     SEARCH ZONE-TABLE-ENTRY
004270         AT END
004280             IF WS-ZONE-TABLE-CNT < 50
004290                 ADD 1 TO WS-ZONE-TABLE-CNT
004300                 SET ZONE-IDX TO WS-ZONE-TABLE-CNT
004310                 MOVE WS-ZONE-KEY
004320                     TO ZONE-TBL-LOCATION (ZONE-IDX)
004330                 MOVE ZERO TO ZONE-TBL-SENT-CNT (ZONE-IDX)
004340                 MOVE ZERO TO ZONE-TBL-PICKED-CNT (ZONE-IDX)
004350                 MOVE ZERO TO ZONE-TBL-UNPICK-CNT (ZONE-IDX)
004360                 MOVE ZERO TO ZONE-TBL-PICK-CNT (ZONE-IDX)
004370                 MOVE ZERO TO ZONE-TBL-NOTSENT (ZONE-IDX)
004380                 MOVE ZERO TO ZONE-TBL-WRONGZONE (ZONE-IDX)
004390                 MOVE ZERO TO ZONE-TBL-SHORT-CNT (ZONE-IDX)
004400                 MOVE ZERO TO ZONE-TBL-SHORT-ITEM (ZONE-IDX)
004410                 MOVE ZERO TO ZONE-TBL-REPEAT (ZONE-IDX)
004420                 MOVE ZERO TO ZONE-TBL-SHORT-QTY (ZONE-IDX)
004430             ELSE
004440                 DISPLAY 'WHZONREC - ZONE-TABLE FULL (50), ZONE '
004450                     WS-ZONE-KEY
004460                     ' LEFT OFF THE ZONE SUMMARY'
004470                 SET ZONE-NOT-FOUND TO TRUE
004480             END-IF
004490         WHEN ZONE-TBL-LOCATION (ZONE-IDX) = WS-ZONE-KEY
004500             CONTINUE
004510     END-SEARCH.
004520*
004530 2500-EXIT.
004540     EXIT.
004550*
004560*===============================================================
004570* 3000-UNPICKED-PARA
004580*    LISTS ONE EXTRACTED ITEM NO PICK CAME BACK FOR, AND
004590*    COUNTS IT AGAINST THE ZONE IT WAS SENT UNDER.
004600*===============================================================
004610 3000-UNPICKED-PARA.
004620*
004630     IF NOT IZT-SENT (WS-ITEM-SUB)
004640      OR IZT-PICKED (WS-ITEM-SUB)
004650         GO TO 3000-EXIT
004660     END-IF.
004670*
004680     ADD 1 TO WS-UNPICKED-CNT.
004690     IF IZT-ZONE-NBR (WS-ITEM-SUB) > ZERO
004700         ADD 1 TO ZONE-TBL-UNPICK-CNT
004710             (IZT-ZONE-NBR (WS-ITEM-SUB))
004720     END-IF.
004730     COMPUTE WS-LIST-ITEM = WS-ITEM-SUB - 1.
004740     DISPLAY WS-LIST-ITEM '  '
004750         IZT-LOCATION (WS-ITEM-SUB) ' '
004760         IZT-DEPTNO (WS-ITEM-SUB) '  '
004770         IZT-DESC (WS-ITEM-SUB).
004780*
004790 3000-EXIT.
004800     EXIT.
004810*
004820*===============================================================
004830* 5000-ZONE-REPORT-PARA
004840*    END-OF-RUN RECONCILIATION REPORT TO SYSOUT - THE FILE AND
004850*    EXCEPTION COUNTS, THEN THE PICK AND SHORT-PICK SUMMARY
004860*    BY ZONE.
004870*===============================================================
004880 5000-ZONE-REPORT-PARA.
004890*
004900     DISPLAY ' '.
004910     DISPLAY '======================================'.
004920     DISPLAY 'WHZONREC -  ZONE PICK RECONCILIATION'.
004930     DISPLAY '======================================'.
004940     DISPLAY 'ZONEXTR RECORDS READ. . : ' WS-EXTR-READ-CNT.
004950     DISPLAY 'ITEMS SENT TWICE. . . . : ' WS-EXTR-DUP-CNT.
004960     DISPLAY 'EXTRACTS NOT NUMERIC. . : ' WS-EXTR-BAD-CNT.
004970     DISPLAY 'PICKCONF RECORDS READ . : ' WS-PICK-READ-CNT.
004980     DISPLAY 'PICKS NOT NUMERIC . . . : ' WS-PICK-BAD-CNT.
004990     DISPLAY 'PICKS NEVER SENT. . . . : ' WS-NOTSENT-CNT.
005000     DISPLAY 'PICKS OUTSIDE ITS ZONE. : ' WS-WRONGZONE-CNT.
005010     DISPLAY 'ITEMS SENT, NOT PICKED. : ' WS-UNPICKED-CNT.
005020     DISPLAY 'SHORT PICKS . . . . . . : ' WS-SHORT-PICK-CNT.
005030     DISPLAY 'QTY ON SHORT PICKS. . . : ' WS-SHORT-QTY.
005040*
005050     DISPLAY ' '.
005060     DISPLAY 'PICK RECONCILIATION BY ZONE'.
005070     DISPLAY 'ZONE             SENT    PICKED  UNPICKD PICKS  '
005080         ' NOTSENT WRONGZN'.
005090     IF WS-ZONE-TABLE-CNT = ZERO
005100         DISPLAY '  (NONE)'
005110     END-IF.
005120     PERFORM 5100-ZONE-LINE-PARA THRU 5100-EXIT
005130         VARYING ZONE-IDX FROM 1 BY 1
005140         UNTIL ZONE-IDX > WS-ZONE-TABLE-CNT.
005150*
005160     DISPLAY ' '.
005170     DISPLAY 'SHORT PICKS BY ZONE'.
005180     DISPLAY 'ZONE             SHORTS  ITEMS   REPEAT  QTY ON'
005190         ' SHORTS'.
005200     IF WS-ZONE-TABLE-CNT = ZERO
005210         DISPLAY '  (NONE)'
005220     END-IF.
005230     PERFORM 5200-SHORT-LINE-PARA THRU 5200-EXIT
005240         VARYING ZONE-IDX FROM 1 BY 1
005250         UNTIL ZONE-IDX > WS-ZONE-TABLE-CNT.
005260     DISPLAY '======================================'.
005270*
005280 5000-EXIT.
005290     EXIT.
005300*
005310*===============================================================
005320* 5100-ZONE-LINE-PARA
005330*    PRINTS ONE ZONE'S PICK RECONCILIATION LINE.
005340*===============================================================
005350 5100-ZONE-LINE-PARA.
005360*
005370     DISPLAY ZONE-TBL-LOCATION (ZONE-IDX) ' '
005380         ZONE-TBL-SENT-CNT (ZONE-IDX) ' '
005390         ZONE-TBL-PICKED-CNT (ZONE-IDX) ' '
005400         ZONE-TBL-UNPICK-CNT (ZONE-IDX) ' '
005410         ZONE-TBL-PICK-CNT (ZONE-IDX) ' '
005420         ZONE-TBL-NOTSENT (ZONE-IDX) ' '
005430         ZONE-TBL-WRONGZONE (ZONE-IDX).
005440*
005450 5100-EXIT.
005460     EXIT.
005470*
005480*===============================================================
005490* 5200-SHORT-LINE-PARA
005500*    PRINTS ONE ZONE'S SHORT-PICK LINE - SHORT PICKS, ITEMS
005510*    SHORTED, ITEMS SHORTED MORE THAN ONCE, AND THE QUANTITY
005520*    CONFIRMED ON THE SHORT PICKS.  A ZONE WITH NO SHORTS IS
005530*    LEFT OFF.
005540*===============================================================
005550 5200-SHORT-LINE-PARA.
005560*
005570     IF ZONE-TBL-SHORT-CNT (ZONE-IDX) = ZERO
005580         GO TO 5200-EXIT
005590     END-IF.
005600     DISPLAY ZONE-TBL-LOCATION (ZONE-IDX) ' '
005610         ZONE-TBL-SHORT-CNT (ZONE-IDX) ' '
005620         ZONE-TBL-SHORT-ITEM (ZONE-IDX) ' '
005630         ZONE-TBL-REPEAT (ZONE-IDX) ' '
005640         ZONE-TBL-SHORT-QTY (ZONE-IDX).
005650*
005660 5200-EXIT.
005670     EXIT.
005680*
005690*===============================================================
005700* 9000-ABEND-PARA
005710*    COMMON FILE-ERROR EXIT.  ANY OPEN OR READ THAT COMES BACK
005720*    WITH A BAD STATUS LANDS HERE.  CLOSES EVERY FILE THAT IS
005730*    STILL OPEN, SETS A NON-ZERO RETURN CODE, AND ENDS THE
005740*    RUN.
005750*===============================================================
005760 9000-ABEND-PARA.
005770*
005780     DISPLAY 'WHZONREC - RUN ABENDED ON A FILE ERROR. '.
005790*
005800     IF ZONEXTR-OPEN-YES
005810         CLOSE ZONEXTR
005820     END-IF.
005830     IF PICKCONF-OPEN-YES
005840         CLOSE PICKCONF
005850     END-IF.
005860*
005870     MOVE 16 TO RETURN-CODE.
005880     GO TO 9999-END-PARA.
005890*
005900*===============================================================
005910* 9999-END-PARA
005920*    COMMON JOB EXIT.
005930*===============================================================
005940 9999-END-PARA.
005950     STOP RUN.
