000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WHHSKEEP.
000030 AUTHOR. D-L-OKAFOR.
000040 INSTALLATION. WHSE-DIST-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-------------------------------------------------------------*
000090* MODIFICATION HISTORY                                        *
000100*-------------------------------------------------------------*
000110* DATE      INIT  DESCRIPTION                                 *
000120* 10/15/26  DLO   ORIGINAL PROGRAM.  HOUSEKEEPING FOR THE      *
000130*                 ACCUMULATING HISTORY FILES - AUDITLOG (HELLO *
000140*                 RUN HISTORY, COPY WHSEAUDT), EXCPFILE (HELLO *
000150*                 RECONCILIATION EXCEPTIONS, COPY WHSEEXCP),   *
000160*                 AND CHKPFILE (WHMAINT CHECKPOINT TRAIL).     *
000170*                 GIVEN A RETENTION PERIOD IN DAYS ON THE      *
000180*                 PARM, EVERY ROW DATED BEFORE THE CUTOFF IS   *
000190*                 COPIED TO THE FILE'S ARCHIVE DATASET         *
000200*                 (AUDARCH, EXCARCH, CHKARCH - A NEW DATED     *
000210*                 DATASET EACH RUN) AND THE LIVE FILE IS       *
000220*                 REWRITTEN WITH ONLY THE RETAINED ROWS, BY    *
000230*                 WAY OF A KEEP WORK DATASET (AUDKEEP,         *
000240*                 EXCKEEP, CHKKEEP).  A RUN IS NEVER SPLIT:    *
000250*                 AUDITLOG ROWS GO BY THEIR RUN'S START ROW    *
000260*                 DATE, SO A RUN'S START, OOBAL, AND END ROWS  *
000270*                 STAY TOGETHER; CHKPFILE IS COMPACTED ONLY    *
000280*                 UP TO ITS LAST ENDRUN ROW, ONE WHOLE WHMAINT *
000290*                 RUN AT A TIME, AND A FAILED RUN'S TRAIL      *
000300*                 BEHIND THAT ROW IS NEVER TOUCHED.  A ROW     *
000310*                 WITH NO USABLE DATE IS ALWAYS KEPT.  PRINTS  *
000320*                 ROWS KEPT AND ARCHIVED PER FILE AND YEAR.    *
000330*                 THE LIVE FILES MUST BE ALLOCATED DISP=OLD    *
000340*                 FOR THIS STEP - UNDER DISP=MOD THE REWRITE'S *
000350*                 OPEN OUTPUT WOULD APPEND INSTEAD OF REPLACE. *
000360*                 A FILE WITH NOTHING TO ARCHIVE IS NOT        *
000370*                 REWRITTEN.  SHOULD THE STEP FAIL DURING A    *
000380*                 REWRITE, THE KEEP DATASET HOLDS THE RETAINED *
000390*                 ROWS AND THE ARCHIVE THE REST.               *
000400*-------------------------------------------------------------*
000410*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-Z15.
000450 OBJECT-COMPUTER. IBM-Z15.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT AUDITLOG ASSIGN TO AUDITLOG
000490         ORGANIZATION IS SEQUENTIAL
000500         ACCESS IS SEQUENTIAL
000510         FILE STATUS IS AUDITLOG-STATUS.
000520     SELECT AUDKEEP ASSIGN TO AUDKEEP
000530         ORGANIZATION IS SEQUENTIAL
000540         ACCESS IS SEQUENTIAL
000550         FILE STATUS IS AUDKEEP-STATUS.
000560     SELECT AUDARCH ASSIGN TO AUDARCH
000570         ORGANIZATION IS SEQUENTIAL
000580         ACCESS IS SEQUENTIAL
000590         FILE STATUS IS AUDARCH-STATUS.
000600     SELECT EXCPFILE ASSIGN TO EXCPFILE
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS IS SEQUENTIAL
000630         FILE STATUS IS EXCPFILE-STATUS.
000640     SELECT EXCKEEP ASSIGN TO EXCKEEP
000650         ORGANIZATION IS SEQUENTIAL
000660         ACCESS IS SEQUENTIAL
000670         FILE STATUS IS EXCKEEP-STATUS.
000680     SELECT EXCARCH ASSIGN TO EXCARCH
000690         ORGANIZATION IS SEQUENTIAL
000700         ACCESS IS SEQUENTIAL
000710         FILE STATUS IS EXCARCH-STATUS.
000720     SELECT CHKPFILE ASSIGN TO CHKPFILE
000730         ORGANIZATION IS SEQUENTIAL
000740         ACCESS IS SEQUENTIAL
000750         FILE STATUS IS CHKPFILE-STATUS.
000760     SELECT CHKKEEP ASSIGN TO CHKKEEP
000770         ORGANIZATION IS SEQUENTIAL
000780         ACCESS IS SEQUENTIAL
000790         FILE STATUS IS CHKKEEP-STATUS.
000800     SELECT CHKARCH ASSIGN TO CHKARCH
000810         ORGANIZATION IS SEQUENTIAL
000820         ACCESS IS SEQUENTIAL
000830         FILE STATUS IS CHKARCH-STATUS.
000840*
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  AUDITLOG
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900*-------------------------------------------------------------*
000910* RUN-HISTORY ROW - THE SHARED WHSEAUDT LAYOUT HELLO APPENDS  *
000920* A START ROW, ANY OOBAL ROWS, AND AN END ROW PER RUN TO.     *
000930*-------------------------------------------------------------*
000940     COPY WHSEAUDT.
000950*
000960 FD  AUDKEEP
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 01  AUDKEEP-RECORD PIC X(57).
001000*
001010 FD  AUDARCH
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 01  AUDARCH-RECORD PIC X(57).
001050*
001060 FD  EXCPFILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090*-------------------------------------------------------------*
001100* RECONCILIATION-EXCEPTION ROW - THE SHARED WHSEEXCP LAYOUT,  *
001110* EACH ROW STAMPED WITH THE HELLO RUN DATE THAT WROTE IT.     *
001120*-------------------------------------------------------------*
001130     COPY WHSEEXCP.
001140*
001150 FD  EXCKEEP
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE STANDARD.
001180 01  EXCKEEP-RECORD PIC X(78).
001190*
001200 FD  EXCARCH
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230 01  EXCARCH-RECORD PIC X(78).
001240*
001250 FD  CHKPFILE
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD.
001280*-------------------------------------------------------------*
001290* CHECKPOINT ROW - WHMAINT'S CHECKPOINT LAYOUT.  APPLIED AND  *
001300* ENDSET ROWS CARRY THE FEED SET'S HEADER DATE (ZERO FOR THE  *
001310* OUT-OF-SET SENTINEL), AND AN ENDRUN ROW CLOSES EACH RUN     *
001320* THAT FINISHED NORMALLY.                                     *
001330*-------------------------------------------------------------*
001340 01  CHECKPOINT-RECORD.
001350     05  CHK-TYPE              PIC X(08).
001360         88  CHK-IS-APPLIED    VALUE 'APPLIED '.
001370         88  CHK-IS-ENDSET     VALUE 'ENDSET  '.
001380         88  CHK-IS-ENDRUN     VALUE 'ENDRUN  '.
001390     05  CHK-HDR-DATE          PIC 9(08).
001400     05  CHK-HDR-SOURCE        PIC X(08).
001410     05  CHK-DETAIL-SEQ        PIC 9(07).
001420*
001430 FD  CHKKEEP
001440     RECORDING MODE IS F
001450     LABEL RECORDS ARE STANDARD.
001460 01  CHKKEEP-RECORD PIC X(31).
001470*
001480 FD  CHKARCH
001490     RECORDING MODE IS F
001500     LABEL RECORDS ARE STANDARD.
001510 01  CHKARCH-RECORD PIC X(31).
001520*
001530 WORKING-STORAGE SECTION.
001540*
001550*-------------------------------------------------------------*
001560* FILE STATUS AND SWITCHES                                     *
001570*-------------------------------------------------------------*
001580 01  WS-FILE-STATUSES.
001590     05  AUDITLOG-STATUS       PIC X(02) VALUE '00'.
001600         88  AUDITLOG-STATUS-OK VALUE '00'.
001610         88  AUDITLOG-NOT-FOUND VALUE '35'.
001620     05  AUDKEEP-STATUS        PIC X(02) VALUE '00'.
001630         88  AUDKEEP-STATUS-OK VALUE '00'.
001640     05  AUDARCH-STATUS        PIC X(02) VALUE '00'.
001650         88  AUDARCH-STATUS-OK VALUE '00'.
001660     05  EXCPFILE-STATUS       PIC X(02) VALUE '00'.
001670         88  EXCPFILE-STATUS-OK VALUE '00'.
001680         88  EXCPFILE-NOT-FOUND VALUE '35'.
001690     05  EXCKEEP-STATUS        PIC X(02) VALUE '00'.
001700         88  EXCKEEP-STATUS-OK VALUE '00'.
001710     05  EXCARCH-STATUS        PIC X(02) VALUE '00'.
001720         88  EXCARCH-STATUS-OK VALUE '00'.
001730     05  CHKPFILE-STATUS       PIC X(02) VALUE '00'.
001740         88  CHKPFILE-STATUS-OK VALUE '00'.
001750         88  CHKPFILE-NOT-FOUND VALUE '35'.
001760     05  CHKKEEP-STATUS        PIC X(02) VALUE '00'.
001770         88  CHKKEEP-STATUS-OK VALUE '00'.
001780     05  CHKARCH-STATUS        PIC X(02) VALUE '00'.
001790         88  CHKARCH-STATUS-OK VALUE '00'.
001800*
001810 01  WS-SWITCHES.
001820     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
001830         88  INPUT-EOF-YES     VALUE 'Y'.
001840         88  INPUT-EOF-NO      VALUE 'N'.
001850     05  WS-AUDITLOG-OPEN-SW   PIC X(01) VALUE 'N'.
001860         88  AUDITLOG-OPEN-YES VALUE 'Y'.
001870         88  AUDITLOG-OPEN-NO  VALUE 'N'.
001880     05  WS-AUDKEEP-OPEN-SW    PIC X(01) VALUE 'N'.
001890         88  AUDKEEP-OPEN-YES  VALUE 'Y'.
001900         88  AUDKEEP-OPEN-NO   VALUE 'N'.
001910     05  WS-AUDARCH-OPEN-SW    PIC X(01) VALUE 'N'.
001920         88  AUDARCH-OPEN-YES  VALUE 'Y'.
001930         88  AUDARCH-OPEN-NO   VALUE 'N'.
001940     05  WS-EXCPFILE-OPEN-SW   PIC X(01) VALUE 'N'.
001950         88  EXCPFILE-OPEN-YES VALUE 'Y'.
001960         88  EXCPFILE-OPEN-NO  VALUE 'N'.
001970     05  WS-EXCKEEP-OPEN-SW    PIC X(01) VALUE 'N'.
001980         88  EXCKEEP-OPEN-YES  VALUE 'Y'.
001990         88  EXCKEEP-OPEN-NO   VALUE 'N'.
002000     05  WS-EXCARCH-OPEN-SW    PIC X(01) VALUE 'N'.
002010         88  EXCARCH-OPEN-YES  VALUE 'Y'.
002020         88  EXCARCH-OPEN-NO   VALUE 'N'.
002030     05  WS-CHKPFILE-OPEN-SW   PIC X(01) VALUE 'N'.
002040         88  CHKPFILE-OPEN-YES VALUE 'Y'.
002050         88  CHKPFILE-OPEN-NO  VALUE 'N'.
002060     05  WS-CHKKEEP-OPEN-SW    PIC X(01) VALUE 'N'.
002070         88  CHKKEEP-OPEN-YES  VALUE 'Y'.
002080         88  CHKKEEP-OPEN-NO   VALUE 'N'.
002090     05  WS-CHKARCH-OPEN-SW    PIC X(01) VALUE 'N'.
002100         88  CHKARCH-OPEN-YES  VALUE 'Y'.
002110         88  CHKARCH-OPEN-NO   VALUE 'N'.
002120     05  WS-ROW-DATED-SW       PIC X(01) VALUE 'N'.
002130         88  ROW-DATED-YES     VALUE 'Y'.
002140         88  ROW-DATED-NO      VALUE 'N'.
002150     05  WS-ROW-ARCHIVE-SW     PIC X(01) VALUE 'N'.
002160         88  ROW-ARCHIVE-YES   VALUE 'Y'.
002170         88  ROW-ARCHIVE-NO    VALUE 'N'.
002180     05  WS-AUDIT-GROUP-SW     PIC X(01) VALUE 'N'.
002190         88  AUDIT-GROUP-YES   VALUE 'Y'.
002200         88  AUDIT-GROUP-NO    VALUE 'N'.
002210     05  WS-OVERFLOW-SW        PIC X(01) VALUE 'N'.
002220         88  OVERFLOW-YES      VALUE 'Y'.
002230         88  OVERFLOW-NO       VALUE 'N'.
002240*
002250*-------------------------------------------------------------*
002260* RUN COUNTERS - ROWS READ, KEPT, ARCHIVED, AND REWRITTEN PER *
002270* FILE, AND ROWS KEPT FOR WANT OF A USABLE DATE.              *
002280*-------------------------------------------------------------*
002290 77  WS-AUD-READ-CNT           PIC 9(07) COMP VALUE ZERO.
002300 77  WS-AUD-KEPT-CNT           PIC 9(07) COMP VALUE ZERO.
002310 77  WS-AUD-ARCH-CNT           PIC 9(07) COMP VALUE ZERO.
002320 77  WS-AUD-REWRITE-CNT        PIC 9(07) COMP VALUE ZERO.
002330 77  WS-AUD-RUN-ARCH-CNT       PIC 9(07) COMP VALUE ZERO.
002340 77  WS-EXC-READ-CNT           PIC 9(07) COMP VALUE ZERO.
002350 77  WS-EXC-KEPT-CNT           PIC 9(07) COMP VALUE ZERO.
002360 77  WS-EXC-ARCH-CNT           PIC 9(07) COMP VALUE ZERO.
002370 77  WS-EXC-REWRITE-CNT        PIC 9(07) COMP VALUE ZERO.
002380 77  WS-CHK-READ-CNT           PIC 9(07) COMP VALUE ZERO.
002390 77  WS-CHK-KEPT-CNT           PIC 9(07) COMP VALUE ZERO.
002400 77  WS-CHK-ARCH-CNT           PIC 9(07) COMP VALUE ZERO.
002410 77  WS-CHK-REWRITE-CNT        PIC 9(07) COMP VALUE ZERO.
002420 77  WS-CHK-RUN-ARCH-CNT       PIC 9(07) COMP VALUE ZERO.
002430 77  WS-CHK-PENDING-CNT        PIC 9(07) COMP VALUE ZERO.
002440 77  WS-UNDATED-CNT            PIC 9(07) COMP VALUE ZERO.
002450*
002460*-------------------------------------------------------------*
002470* RETENTION PARAMETERS - THE RUN DATE (THE PARM DATE, OR      *
002480* TODAY) LESS THE RETENTION DAYS GIVES THE CUTOFF.  A ROW     *
002490* DATED BEFORE THE CUTOFF IS ARCHIVED.                        *
002500*-------------------------------------------------------------*
002510 01  WS-RUN-DATE               PIC 9(08) VALUE ZERO.
002520 01  WS-RETAIN-DAYS            PIC 9(05) VALUE ZERO.
002530 01  WS-CUTOFF-DATE            PIC 9(08) VALUE ZERO.
002540*
002550*-------------------------------------------------------------*
002560* ROW WORK FIELDS - THE DATE THE CURRENT ROW IS JUDGED BY.    *
002570* FOR AUDITLOG THAT IS ITS RUN'S START ROW DATE; FOR CHKPFILE *
002580* ITS WHMAINT RUN'S DATE OUT OF CHKP-RUN-TABLE.               *
002590*-------------------------------------------------------------*
002600 01  WS-ROW-DATE               PIC 9(08) VALUE ZERO.
002610 01  WS-ROW-DATE-R REDEFINES WS-ROW-DATE.
002620     05  WS-ROW-YEAR           PIC 9(04).
002630     05  FILLER                PIC 9(04).
002640 01  WS-AUDIT-GROUP-DATE       PIC 9(08) VALUE ZERO.
002650 01  WS-AUDIT-GROUP-DATED-SW   PIC X(01) VALUE 'N'.
002660 01  WS-TALLY-FILE             PIC X(08) VALUE SPACES.
002670*
002680*-------------------------------------------------------------*
002690* DATE-TO-DAY-SERIAL WORK FIELDS (SEE 7000-DATE-TO-DAYS-PARA  *
002700* AND 7100-DAYS-TO-DATE-PARA).                                *
002710*-------------------------------------------------------------*
002720 01  WS-DTD-DATE               PIC 9(08) VALUE ZERO.
002730 01  WS-DTD-DATE-R REDEFINES WS-DTD-DATE.
002740     05  WS-DTD-YEAR           PIC 9(04).
002750     05  WS-DTD-MONTH          PIC 9(02).
002760     05  WS-DTD-DAY            PIC 9(02).
002770 77  WS-DTD-DAYS               PIC 9(09) COMP VALUE ZERO.
002780 77  WS-DTD-Y2                 PIC 9(05) COMP VALUE ZERO.
002790 77  WS-DTD-M2                 PIC 9(03) COMP VALUE ZERO.
002800 77  WS-DTD-T1                 PIC 9(05) COMP VALUE ZERO.
002810 77  WS-DTD-T2                 PIC 9(05) COMP VALUE ZERO.
002820 77  WS-DTD-T3                 PIC 9(05) COMP VALUE ZERO.
002830 77  WS-DTD-T4                 PIC 9(05) COMP VALUE ZERO.
002840 77  WS-DTD-DOY                PIC S9(07) COMP VALUE ZERO.
002850*
002860*-------------------------------------------------------------*
002870* CHKP-RUN-TABLE - ONE ENTRY PER WHMAINT RUN CLOSED BY AN     *
002880* ENDRUN ROW, IN FILE ORDER, WITH THE RUN'S DATE: THE LATEST  *
002890* SET HEADER DATE IN THE RUN, OR THE RUN BEFORE'S DATE WHEN   *
002900* THE RUN CARRIED ONLY OUT-OF-SET DETAILS.  WS-CHKP-LAST-END  *
002910* IS THE ROW NUMBER OF THE LAST ENDRUN ROW; NOTHING AFTER IT  *
002920* IS EVER ARCHIVED.  RUNS PAST THE 5000-RUN CAPACITY ARE      *
002930* KEPT WHOLE AND THE STEP ENDS RC=4.                          *
002940*-------------------------------------------------------------*
002950 77  WS-CHKP-RUN-CNT           PIC 9(05) COMP VALUE ZERO.
002960 77  WS-CHKP-RUN-SUB           PIC 9(05) COMP VALUE ZERO.
002970 77  WS-CHKP-ROW-NBR           PIC 9(07) COMP VALUE ZERO.
002980 77  WS-CHKP-LAST-END          PIC 9(07) COMP VALUE ZERO.
002990 01  WS-CHKP-RUN-DATE          PIC 9(08) VALUE ZERO.
003000 01  CHKP-RUN-TABLE.
003010     05  CHKP-RUN-ENTRY        OCCURS 1 TO 5000 TIMES
003020                                DEPENDING ON WS-CHKP-RUN-CNT
003030                                INDEXED BY RUN-IDX.
003040         10  RUN-TBL-DATE        PIC 9(08).
003050*
003060*-------------------------------------------------------------*
003070* YEAR-TABLE - ROWS KEPT AND ARCHIVED PER FILE AND YEAR, IN   *
003080* ORDER OF FIRST SIGHT.  YEAR 0000 HOLDS THE ROWS THAT CARRY  *
003090* NO USABLE DATE.  A FILE/YEAR PAST THE 300-ENTRY CAPACITY IS *
003100* LEFT OFF THE REPORT AND THE STEP ENDS RC=4.                 *
003110*-------------------------------------------------------------*
003120 77  WS-YEAR-CNT               PIC 9(03) COMP VALUE ZERO.
003130 01  YEAR-TABLE.
003140     05  YEAR-TABLE-ENTRY      OCCURS 1 TO 300 TIMES
003150                                DEPENDING ON WS-YEAR-CNT
003160                                INDEXED BY YEAR-IDX.
003170         10  YR-FILE             PIC X(08).
003180         10  YR-YEAR             PIC 9(04).
003190         10  YR-KEPT-CNT         PIC 9(07) COMP.
003200         10  YR-ARCH-CNT         PIC 9(07) COMP.
003210*
003220 LINKAGE SECTION.
003230*
003240*-------------------------------------------------------------*
003250* LS-PARM - FROM THE JCL PARM.                                *
003260*   LS-RETAIN-DAYS - THE RETENTION PERIOD IN DAYS.  REQUIRED - *
003270*     ZERO OR NOT NUMERIC ENDS THE STEP RC=16 WITH NOTHING     *
003280*     TOUCHED.                                                 *
003290*   LS-RUN-DATE - THE DATE (YYYYMMDD) THE PERIOD IS COUNTED    *
003300*     BACK FROM.  ZERO OR NOT NUMERIC MEANS TODAY.             *
003310*-------------------------------------------------------------*
003320 01  LS-PARM.
003330     05  LS-RETAIN-DAYS PIC 9(5).
003340     05  LS-RUN-DATE PIC 9(8).
003350*
003360 PROCEDURE DIVISION USING LS-PARM.
003370*
003380*===============================================================
003390* 0000-INITIALIZE-PARA
003400*    MAIN DRIVER FOR THE HOUSEKEEPING RUN.  SETTLES THE CUTOFF
003410*    DATE, THEN ARCHIVES AND COMPACTS AUDITLOG, EXCPFILE, AND
003420*    CHKPFILE IN TURN, AND FINISHES WITH THE RETENTION REPORT.
003430*===============================================================
003440 0000-INITIALIZE-PARA.
003450*
003460     IF LS-RETAIN-DAYS NUMERIC AND LS-RETAIN-DAYS > 0
003470         MOVE LS-RETAIN-DAYS TO WS-RETAIN-DAYS
003480     ELSE
003490         DISPLAY 'WHHSKEEP - NO RETENTION PERIOD ON THE PARM, '
003500             'NOTHING ARCHIVED'
003510         MOVE 16 TO RETURN-CODE
003520         GO TO 9999-END-PARA
003530     END-IF.
003540     IF LS-RUN-DATE NUMERIC AND LS-RUN-DATE > 0
003550         MOVE LS-RUN-DATE TO WS-RUN-DATE
003560     ELSE
003570         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003580     END-IF.
003590*
003600     MOVE WS-RUN-DATE TO WS-DTD-DATE.
003610     PERFORM 7000-DATE-TO-DAYS-PARA THRU 7000-EXIT.
003620     SUBTRACT WS-RETAIN-DAYS FROM WS-DTD-DAYS.
003630     PERFORM 7100-DAYS-TO-DATE-PARA THRU 7100-EXIT.
003640     MOVE WS-DTD-DATE TO WS-CUTOFF-DATE.
003650     DISPLAY 'WHHSKEEP - RUN DATE: ' WS-RUN-DATE
003660         ' RETAIN DAYS: ' WS-RETAIN-DAYS
003670         ' CUTOFF: ' WS-CUTOFF-DATE.
003680*
003690     PERFORM 1000-AUDITLOG-PARA THRU 1000-EXIT.
003700     PERFORM 2000-EXCPFILE-PARA THRU 2000-EXIT.
003710     PERFORM 3000-CHKPFILE-PARA THRU 3000-EXIT.
003720*
003730     PERFORM 5000-RETENTION-REPORT-PARA THRU 5000-EXIT.
003740*
003750     IF WS-UNDATED-CNT > ZERO OR OVERFLOW-YES
003760         MOVE 4 TO RETURN-CODE
003770     ELSE
003780         MOVE 0 TO RETURN-CODE
003790     END-IF.
003800*
003810     GO TO 9999-END-PARA.
003820*
003830*===============================================================
003840* 1000-AUDITLOG-PARA
003850*    SPLITS AUDITLOG INTO AUDKEEP AND AUDARCH, THEN REWRITES
003860*    AUDITLOG FROM AUDKEEP IF ANYTHING WAS ARCHIVED.  A MISSING
003870*    AUDITLOG IS REPORTED AND SKIPPED.
003880*===============================================================
003890 1000-AUDITLOG-PARA.
003900*
003910     OPEN INPUT AUDITLOG.
003920     IF AUDITLOG-NOT-FOUND
003930         DISPLAY 'WHHSKEEP - NO AUDITLOG DATASET, SKIPPED'
003940         GO TO 1000-EXIT
003950     END-IF.
003960     IF NOT AUDITLOG-STATUS-OK
003970         DISPLAY 'WHHSKEEP - AUDITLOG OPEN FAILED, STATUS: '
003980             AUDITLOG-STATUS
003990         GO TO 9000-ABEND-PARA
004000     END-IF.
004010     SET AUDITLOG-OPEN-YES TO TRUE.
004020*
004030     OPEN OUTPUT AUDKEEP.
004040     IF NOT AUDKEEP-STATUS-OK
004050         DISPLAY 'WHHSKEEP - AUDKEEP OPEN FAILED, STATUS: '
004060             AUDKEEP-STATUS
004070         GO TO 9000-ABEND-PARA
004080     END-IF.
004090     SET AUDKEEP-OPEN-YES TO TRUE.
004100*
004110     OPEN OUTPUT AUDARCH.
004120     IF NOT AUDARCH-STATUS-OK
004130         DISPLAY 'WHHSKEEP - AUDARCH OPEN FAILED, STATUS: '
004140             AUDARCH-STATUS
004150         GO TO 9000-ABEND-PARA
004160     END-IF.
004170     SET AUDARCH-OPEN-YES TO TRUE.
004180*
004190     MOVE 'AUDITLOG' TO WS-TALLY-FILE.
004200     SET AUDIT-GROUP-NO TO TRUE.
004210     SET INPUT-EOF-NO TO TRUE.
004220     PERFORM 1100-SPLIT-AUDIT-ROW-PARA THRU 1100-EXIT
004230         UNTIL INPUT-EOF-YES.
004240*
004250     CLOSE AUDITLOG.
004260     SET AUDITLOG-OPEN-NO TO TRUE.
004270     CLOSE AUDKEEP.
004280     SET AUDKEEP-OPEN-NO TO TRUE.
004290     CLOSE AUDARCH.
004300     SET AUDARCH-OPEN-NO TO TRUE.
004310*
004320     IF WS-AUD-ARCH-CNT > ZERO
004330         PERFORM 1500-REWRITE-AUDITLOG-PARA THRU 1500-EXIT
004340     END-IF.
004350*
004360 1000-EXIT.
004370     EXIT.
004380*
004390*===============================================================
004400* 1100-SPLIT-AUDIT-ROW-PARA
004410*    READS ONE AUDITLOG ROW AND ROUTES IT.  A START ROW OPENS A
004420*    NEW RUN GROUP AND SETS THE GROUP'S DATE; EVERY ROW AFTER
004430*    IT UP TO THE NEXT START ROW (THE RUN'S OOBAL AND END ROWS)
004440*    IS JUDGED BY THAT DATE, SO A RUN THAT CROSSED MIDNIGHT OR
004450*    THE CUTOFF STAYS IN ONE PLACE.  ROWS AHEAD OF THE FIRST
004460*    START ROW ARE JUDGED BY THEIR OWN DATE.
004470*===============================================================
004480 1100-SPLIT-AUDIT-ROW-PARA.
004490*
004500     READ AUDITLOG
004510         AT END
004520             SET INPUT-EOF-YES TO TRUE
004530             GO TO 1100-EXIT
004540     END-READ.
004550     IF NOT AUDITLOG-STATUS-OK
004560         DISPLAY 'WHHSKEEP - AUDITLOG READ FAILED, STATUS: '
004570             AUDITLOG-STATUS
004580         GO TO 9000-ABEND-PARA
004590     END-IF.
004600     ADD 1 TO WS-AUD-READ-CNT.
004610*
004620     IF AUDIT-EVENT-START
004630         SET AUDIT-GROUP-YES TO TRUE
004640         IF AUDIT-RUN-DATE NUMERIC AND AUDIT-RUN-DATE > ZERO
004650             MOVE AUDIT-RUN-DATE TO WS-AUDIT-GROUP-DATE
004660             MOVE 'Y' TO WS-AUDIT-GROUP-DATED-SW
004670         ELSE
004680             MOVE ZERO TO WS-AUDIT-GROUP-DATE
004690             MOVE 'N' TO WS-AUDIT-GROUP-DATED-SW
004700         END-IF
004710     END-IF.
004720*
004730     IF AUDIT-GROUP-YES
004740         MOVE WS-AUDIT-GROUP-DATE TO WS-ROW-DATE
004750         MOVE WS-AUDIT-GROUP-DATED-SW TO WS-ROW-DATED-SW
004760     ELSE
004770         IF AUDIT-RUN-DATE NUMERIC AND AUDIT-RUN-DATE > ZERO
004780             MOVE AUDIT-RUN-DATE TO WS-ROW-DATE
004790             SET ROW-DATED-YES TO TRUE
004800         ELSE
004810             MOVE ZERO TO WS-ROW-DATE
004820             SET ROW-DATED-NO TO TRUE
004830         END-IF
004840     END-IF.
004850     PERFORM 6000-JUDGE-ROW-PARA THRU 6000-EXIT.
004860*
004870     IF ROW-ARCHIVE-YES
004880         WRITE AUDARCH-RECORD FROM AUDIT-RECORD
004890         IF NOT AUDARCH-STATUS-OK
004900             DISPLAY 'WHHSKEEP - AUDARCH WRITE FAILED, STATUS: '
004910                 AUDARCH-STATUS
004920             GO TO 9000-ABEND-PARA
004930         END-IF
004940         ADD 1 TO WS-AUD-ARCH-CNT
004950         IF AUDIT-EVENT-START
004960             ADD 1 TO WS-AUD-RUN-ARCH-CNT
004970         END-IF
004980     ELSE
004990         WRITE AUDKEEP-RECORD FROM AUDIT-RECORD
005000         IF NOT AUDKEEP-STATUS-OK
005010             DISPLAY 'WHHSKEEP - AUDKEEP WRITE FAILED, STATUS: '
005020                 AUDKEEP-STATUS
005030             GO TO 9000-ABEND-PARA
005040         END-IF
005050         ADD 1 TO WS-AUD-KEPT-CNT
005060     END-IF.
005070*
005080 1100-EXIT.
005090     EXIT.
005100*
005110*===============================================================
005120* 1500-REWRITE-AUDITLOG-PARA
005130*    REWRITES AUDITLOG FROM AUDKEEP - THE RETAINED ROWS ONLY.
005140*===============================================================
005150 1500-REWRITE-AUDITLOG-PARA.
005160*
005170     OPEN INPUT AUDKEEP.
005180     IF NOT AUDKEEP-STATUS-OK
005190         DISPLAY 'WHHSKEEP - AUDKEEP OPEN FAILED, STATUS: '
005200             AUDKEEP-STATUS
005210         GO TO 9000-ABEND-PARA
005220     END-IF.
005230     SET AUDKEEP-OPEN-YES TO TRUE.
005240*
005250     OPEN OUTPUT AUDITLOG.
005260     IF NOT AUDITLOG-STATUS-OK
005270         DISPLAY 'WHHSKEEP - AUDITLOG OPEN FAILED, STATUS: '
005280             AUDITLOG-STATUS
005290         GO TO 9000-ABEND-PARA
005300     END-IF.
005310     SET AUDITLOG-OPEN-YES TO TRUE.
005320*
005330     SET INPUT-EOF-NO TO TRUE.
005340     PERFORM 1600-COPY-AUDIT-ROW-PARA THRU 1600-EXIT
005350         UNTIL INPUT-EOF-YES.
005360*
005370     CLOSE AUDKEEP.
005380     SET AUDKEEP-OPEN-NO TO TRUE.
005390     CLOSE AUDITLOG.
005400     SET AUDITLOG-OPEN-NO TO TRUE.
005410*
005420     IF WS-AUD-REWRITE-CNT NOT = WS-AUD-KEPT-CNT
005430         DISPLAY 'WHHSKEEP - AUDITLOG REWRITTEN '
005440             WS-AUD-REWRITE-CNT ' ROWS, ' WS-AUD-KEPT-CNT
005450             ' KEPT - RESTORE FROM AUDKEEP'
005460         GO TO 9000-ABEND-PARA
005470     END-IF.
005480*
005490 1500-EXIT.
005500     EXIT.
005510*
005520*===============================================================
005530* 1600-COPY-AUDIT-ROW-PARA
005540*    COPIES ONE RETAINED ROW BACK TO AUDITLOG.
005550*===============================================================
005560 1600-COPY-AUDIT-ROW-PARA.
005570*
005580     READ AUDKEEP
005590         AT END
005600             SET INPUT-EOF-YES TO TRUE
005610             GO TO 1600-EXIT
005620     END-READ.
005630     IF NOT AUDKEEP-STATUS-OK
005640         DISPLAY 'WHHSKEEP - AUDKEEP READ FAILED, STATUS: '
005650             AUDKEEP-STATUS
005660         GO TO 9000-ABEND-PARA
005670     END-IF.
005680*
005690     WRITE AUDIT-RECORD FROM AUDKEEP-RECORD.
005700     IF NOT AUDITLOG-STATUS-OK
005710         DISPLAY 'WHHSKEEP - AUDITLOG WRITE FAILED, STATUS: '
005720             AUDITLOG-STATUS
005730         GO TO 9000-ABEND-PARA
005740     END-IF.
005750     ADD 1 TO WS-AUD-REWRITE-CNT.
005760*
005770 1600-EXIT.
005780     EXIT.
005790*
005800*===============================================================
005810* 2000-EXCPFILE-PARA
005820*    SPLITS EXCPFILE INTO EXCKEEP AND EXCARCH BY EACH ROW'S RUN
005830*    DATE (EVERY ROW OF ONE HELLO RUN CARRIES THE SAME DATE, SO
005840*    A RUN CANNOT SPLIT), THEN REWRITES EXCPFILE FROM EXCKEEP
005850*    IF ANYTHING WAS ARCHIVED.  A MISSING EXCPFILE IS REPORTED
005860*    AND SKIPPED.
005870*===============================================================
005880 2000-EXCPFILE-PARA.
005890*
005900     OPEN INPUT EXCPFILE.
005910     IF EXCPFILE-NOT-FOUND
005920         DISPLAY 'WHHSKEEP - NO EXCPFILE DATASET, SKIPPED'
005930         GO TO 2000-EXIT
005940     END-IF.
005950     IF NOT EXCPFILE-STATUS-OK
005960         DISPLAY 'WHHSKEEP - EXCPFILE OPEN FAILED, STATUS: '
005970             EXCPFILE-STATUS
005980         GO TO 9000-ABEND-PARA
005990     END-IF.
006000     SET EXCPFILE-OPEN-YES TO TRUE.
006010*
006020     OPEN OUTPUT EXCKEEP.
006030     IF NOT EXCKEEP-STATUS-OK
006040         DISPLAY 'WHHSKEEP - EXCKEEP OPEN FAILED, STATUS: '
006050             EXCKEEP-STATUS
006060         GO TO 9000-ABEND-PARA
006070     END-IF.
006080     SET EXCKEEP-OPEN-YES TO TRUE.
006090*
006100     OPEN OUTPUT EXCARCH.
006110     IF NOT EXCARCH-STATUS-OK
006120         DISPLAY 'WHHSKEEP - EXCARCH OPEN FAILED, STATUS: '
006130             EXCARCH-STATUS
006140         GO TO 9000-ABEND-PARA
006150     END-IF.
006160     SET EXCARCH-OPEN-YES TO TRUE.
006170*
006180     MOVE 'EXCPFILE' TO WS-TALLY-FILE.
006190     SET INPUT-EOF-NO TO TRUE.
006200     PERFORM 2100-SPLIT-EXCP-ROW-PARA THRU 2100-EXIT
006210         UNTIL INPUT-EOF-YES.
006220*
006230     CLOSE EXCPFILE.
006240     SET EXCPFILE-OPEN-NO TO TRUE.
006250     CLOSE EXCKEEP.
006260     SET EXCKEEP-OPEN-NO TO TRUE.
006270     CLOSE EXCARCH.
006280     SET EXCARCH-OPEN-NO TO TRUE.
006290*
006300     IF WS-EXC-ARCH-CNT > ZERO
006310         PERFORM 2500-REWRITE-EXCPFILE-PARA THRU 2500-EXIT
006320     END-IF.
006330*
006340 2000-EXIT.
006350     EXIT.
006360*
006370*===============================================================
006380* 2100-SPLIT-EXCP-ROW-PARA
006390*    READS ONE EXCPFILE ROW AND ROUTES IT BY ITS RUN DATE.
006400*===============================================================
006410 2100-SPLIT-EXCP-ROW-PARA.
006420*
006430     READ EXCPFILE
006440         AT END
006450             SET INPUT-EOF-YES TO TRUE
006460             GO TO 2100-EXIT
006470     END-READ.
006480     IF NOT EXCPFILE-STATUS-OK
006490         DISPLAY 'WHHSKEEP - EXCPFILE READ FAILED, STATUS: '
006500             EXCPFILE-STATUS
006510         GO TO 9000-ABEND-PARA
006520     END-IF.
006530     ADD 1 TO WS-EXC-READ-CNT.
006540*
006550     IF EXC-RUN-DATE NUMERIC AND EXC-RUN-DATE > ZERO
006560         MOVE EXC-RUN-DATE TO WS-ROW-DATE
006570         SET ROW-DATED-YES TO TRUE
006580     ELSE
006590         MOVE ZERO TO WS-ROW-DATE
006600         SET ROW-DATED-NO TO TRUE
006610     END-IF.
006620     PERFORM 6000-JUDGE-ROW-PARA THRU 6000-EXIT.
006630*
006640     IF ROW-ARCHIVE-YES
006650         WRITE EXCARCH-RECORD FROM EXCEPTION-RECORD
006660         IF NOT EXCARCH-STATUS-OK
006670             DISPLAY 'WHHSKEEP - EXCARCH WRITE FAILED, STATUS: '
006680                 EXCARCH-STATUS
006690             GO TO 9000-ABEND-PARA
006700         END-IF
006710         ADD 1 TO WS-EXC-ARCH-CNT
006720     ELSE
006730         WRITE EXCKEEP-RECORD FROM EXCEPTION-RECORD
006740         IF NOT EXCKEEP-STATUS-OK
006750             DISPLAY 'WHHSKEEP - EXCKEEP WRITE FAILED, STATUS: '
006760                 EXCKEEP-STATUS
006770             GO TO 9000-ABEND-PARA
006780         END-IF
006790         ADD 1 TO WS-EXC-KEPT-CNT
006800     END-IF.
006810*
006820 2100-EXIT.
006830     EXIT.
006840*
006850*===============================================================
006860* 2500-REWRITE-EXCPFILE-PARA
006870*    REWRITES EXCPFILE FROM EXCKEEP - THE RETAINED ROWS ONLY.
006880*===============================================================
006890 2500-REWRITE-EXCPFILE-PARA.
006900*
006910     OPEN INPUT EXCKEEP.
006920     IF NOT EXCKEEP-STATUS-OK
006930         DISPLAY 'WHHSKEEP - EXCKEEP OPEN FAILED, STATUS: '
006940             EXCKEEP-STATUS
006950         GO TO 9000-ABEND-PARA
006960     END-IF.
006970     SET EXCKEEP-OPEN-YES TO TRUE.
006980*
006990     OPEN OUTPUT EXCPFILE.
007000     IF NOT EXCPFILE-STATUS-OK
007010         DISPLAY 'WHHSKEEP - EXCPFILE OPEN FAILED, STATUS: '
007020             EXCPFILE-STATUS
007030         GO TO 9000-ABEND-PARA
007040     END-IF.
007050     SET EXCPFILE-OPEN-YES TO TRUE.
007060*
007070     SET INPUT-EOF-NO TO TRUE.
007080     PERFORM 2600-COPY-EXCP-ROW-PARA THRU 2600-EXIT
007090         UNTIL INPUT-EOF-YES.
007100*
007110     CLOSE EXCKEEP.
007120     SET EXCKEEP-OPEN-NO TO TRUE.
007130     CLOSE EXCPFILE.
007140     SET EXCPFILE-OPEN-NO TO TRUE.
007150*
007160     IF WS-EXC-REWRITE-CNT NOT = WS-EXC-KEPT-CNT
007170         DISPLAY 'WHHSKEEP - EXCPFILE REWRITTEN '
007180             WS-EXC-REWRITE-CNT ' ROWS, ' WS-EXC-KEPT-CNT
007190             ' KEPT - RESTORE FROM EXCKEEP'
007200         GO TO 9000-ABEND-PARA
007210     END-IF.
007220*
007230 2500-EXIT.
007240     EXIT.
007250*
007260*===============================================================
007270* 2600-COPY-EXCP-ROW-PARA
007280*    COPIES ONE RETAINED ROW BACK TO EXCPFILE.
007290*===============================================================
007300 2600-COPY-EXCP-ROW-PARA.
007310*
007320     READ EXCKEEP
007330         AT END
007340             SET INPUT-EOF-YES TO TRUE
007350             GO TO 2600-EXIT
007360     END-READ.
007370     IF NOT EXCKEEP-STATUS-OK
007380         DISPLAY 'WHHSKEEP - EXCKEEP READ FAILED, STATUS: '
007390             EXCKEEP-STATUS
007400         GO TO 9000-ABEND-PARA
007410     END-IF.
007420*
007430     WRITE EXCEPTION-RECORD FROM EXCKEEP-RECORD.
007440     IF NOT EXCPFILE-STATUS-OK
007450         DISPLAY 'WHHSKEEP - EXCPFILE WRITE FAILED, STATUS: '
007460             EXCPFILE-STATUS
007470         GO TO 9000-ABEND-PARA
007480     END-IF.
007490     ADD 1 TO WS-EXC-REWRITE-CNT.
007500*
007510 2600-EXIT.
007520     EXIT.
007530*
007540*===============================================================
007550* 3000-CHKPFILE-PARA
007560*    COMPACTS CHKPFILE.  THE FIRST PASS FINDS THE LAST ENDRUN
007570*    ROW AND DATES EACH WHMAINT RUN UP TO IT; THE SECOND SPLITS
007580*    THE FILE INTO CHKKEEP AND CHKARCH A WHOLE RUN AT A TIME,
007590*    KEEPING EVERYTHING AFTER THE LAST ENDRUN ROW (A FAILED
007600*    RUN'S RESTART STATE).  CHKPFILE IS THEN REWRITTEN FROM
007610*    CHKKEEP IF ANYTHING WAS ARCHIVED.  WHMAINT CLEARS ITS
007620*    CHECKPOINT STATE AT EVERY ENDRUN ROW, SO DROPPING WHOLE
007630*    FINISHED RUNS CANNOT CHANGE WHAT A RESTART SEES.
007640*===============================================================
007650 3000-CHKPFILE-PARA.
007660*
007670     OPEN INPUT CHKPFILE.
007680     IF CHKPFILE-NOT-FOUND
007690         DISPLAY 'WHHSKEEP - NO CHKPFILE DATASET, SKIPPED'
007700         GO TO 3000-EXIT
007710     END-IF.
007720     IF NOT CHKPFILE-STATUS-OK
007730         DISPLAY 'WHHSKEEP - CHKPFILE OPEN FAILED, STATUS: '
007740             CHKPFILE-STATUS
007750         GO TO 9000-ABEND-PARA
007760     END-IF.
007770     SET CHKPFILE-OPEN-YES TO TRUE.
007780*
007790     MOVE ZERO TO WS-CHKP-ROW-NBR.
007800     MOVE ZERO TO WS-CHKP-RUN-DATE.
007810     SET INPUT-EOF-NO TO TRUE.
007820     PERFORM 3100-DATE-CHKP-RUN-PARA THRU 3100-EXIT
007830         UNTIL INPUT-EOF-YES.
007840*
007850     CLOSE CHKPFILE.
007860     SET CHKPFILE-OPEN-NO TO TRUE.
007870*
007880     OPEN INPUT CHKPFILE.
007890     IF NOT CHKPFILE-STATUS-OK
007900         DISPLAY 'WHHSKEEP - CHKPFILE OPEN FAILED, STATUS: '
007910             CHKPFILE-STATUS
007920         GO TO 9000-ABEND-PARA
007930     END-IF.
007940     SET CHKPFILE-OPEN-YES TO TRUE.
007950*
007960     OPEN OUTPUT CHKKEEP.
007970     IF NOT CHKKEEP-STATUS-OK
007980         DISPLAY 'WHHSKEEP - CHKKEEP OPEN FAILED, STATUS: '
007990             CHKKEEP-STATUS
008000         GO TO 9000-ABEND-PARA
008010     END-IF.
008020     SET CHKKEEP-OPEN-YES TO TRUE.
008030*
008040     OPEN OUTPUT CHKARCH.
008050     IF NOT CHKARCH-STATUS-OK
008060         DISPLAY 'WHHSKEEP - CHKARCH OPEN FAILED, STATUS: '
008070             CHKARCH-STATUS
008080         GO TO 9000-ABEND-PARA
008090     END-IF.
008100     SET CHKARCH-OPEN-YES TO TRUE.
008110*
008120     MOVE 'CHKPFILE' TO WS-TALLY-FILE.
008130     MOVE ZERO TO WS-CHKP-ROW-NBR.
008140     MOVE 1 TO WS-CHKP-RUN-SUB.
008150     SET INPUT-EOF-NO TO TRUE.
008160     PERFORM 3300-SPLIT-CHKP-ROW-PARA THRU 3300-EXIT
008170         UNTIL INPUT-EOF-YES.
008180*
008190     CLOSE CHKPFILE.
008200     SET CHKPFILE-OPEN-NO TO TRUE.
008210     CLOSE CHKKEEP.
008220     SET CHKKEEP-OPEN-NO TO TRUE.
008230     CLOSE CHKARCH.
008240     SET CHKARCH-OPEN-NO TO TRUE.
008250*
008260     IF WS-CHK-ARCH-CNT > ZERO
008270         PERFORM 3500-REWRITE-CHKPFILE-PARA THRU 3500-EXIT
008280     END-IF.
008290*
008300 3000-EXIT.
008310     EXIT.
008320*
008330*===============================================================
008340* 3100-DATE-CHKP-RUN-PARA
008350*    FIRST PASS - READS ONE CHECKPOINT ROW, CARRIES THE LATEST
008360*    SET HEADER DATE OF THE RUN IN PROGRESS, AND AT AN ENDRUN
008370*    ROW FILES THAT DATE AS THE RUN'S DATE AND NOTES THE ROW
008380*    NUMBER AS THE LAST ENDRUN SEEN.
008390*===============================================================
008400 3100-DATE-CHKP-RUN-PARA.
008410*
008420     READ CHKPFILE
008430         AT END
008440             SET INPUT-EOF-YES TO TRUE
008450             GO TO 3100-EXIT
008460     END-READ.
008470     IF NOT CHKPFILE-STATUS-OK
008480         DISPLAY 'WHHSKEEP - CHKPFILE READ FAILED, STATUS: '
008490             CHKPFILE-STATUS
008500         GO TO 9000-ABEND-PARA
008510     END-IF.
008520     ADD 1 TO WS-CHKP-ROW-NBR.
008530*
008540     IF CHK-HDR-DATE NUMERIC
008550      AND CHK-HDR-DATE > WS-CHKP-RUN-DATE
008560         MOVE CHK-HDR-DATE TO WS-CHKP-RUN-DATE
008570     END-IF.
008580*
008590     IF NOT CHK-IS-ENDRUN
008600         GO TO 3100-EXIT
008610     END-IF.
008620*
008630     MOVE WS-CHKP-ROW-NBR TO WS-CHKP-LAST-END.
008640     IF WS-CHKP-RUN-CNT < 5000
008650         ADD 1 TO WS-CHKP-RUN-CNT
008660         MOVE WS-CHKP-RUN-DATE TO RUN-TBL-DATE (WS-CHKP-RUN-CNT)
008670     ELSE
008680         IF OVERFLOW-NO
008690             DISPLAY 'WHHSKEEP - CHKP-RUN-TABLE FULL (5000), '
008700                 'LATER WHMAINT RUNS KEPT WHOLE'
008710         END-IF
008720         SET OVERFLOW-YES TO TRUE
008730     END-IF.
008740*
008750 3100-EXIT.
008760     EXIT.
008770*
008780*===============================================================
008790* 3300-SPLIT-CHKP-ROW-PARA
008800*    SECOND PASS - READS ONE CHECKPOINT ROW AND ROUTES IT BY
008810*    ITS RUN'S DATE.  A ROW AFTER THE LAST ENDRUN ROW, OR IN A
008820*    RUN PAST THE TABLE'S CAPACITY, IS ALWAYS KEPT.  THE RUN
008830*    NUMBER STEPS ON AFTER EACH ENDRUN ROW.
008840*===============================================================
008850 3300-SPLIT-CHKP-ROW-PARA.
008860*
008870     READ CHKPFILE
008880         AT END
008890             SET INPUT-EOF-YES TO TRUE
008900             GO TO 3300-EXIT
008910     END-READ.
008920     IF NOT CHKPFILE-STATUS-OK
008930         DISPLAY 'WHHSKEEP - CHKPFILE READ FAILED, STATUS: '
008940             CHKPFILE-STATUS
008950         GO TO 9000-ABEND-PARA
008960     END-IF.
008970     ADD 1 TO WS-CHK-READ-CNT.
008980     ADD 1 TO WS-CHKP-ROW-NBR.
008990*
009000     IF WS-CHKP-ROW-NBR > WS-CHKP-LAST-END
009010         ADD 1 TO WS-CHK-PENDING-CNT
009020         IF CHK-HDR-DATE NUMERIC AND CHK-HDR-DATE > ZERO
009030             MOVE CHK-HDR-DATE TO WS-ROW-DATE
009040         ELSE
009050             MOVE ZERO TO WS-ROW-DATE
009060         END-IF
009070         SET ROW-ARCHIVE-NO TO TRUE
009080         PERFORM 6100-TALLY-YEAR-PARA THRU 6100-EXIT
009090     ELSE
009100         IF WS-CHKP-RUN-SUB > WS-CHKP-RUN-CNT
009110             MOVE ZERO TO WS-ROW-DATE
009120             SET ROW-DATED-NO TO TRUE
009130         ELSE
009140             MOVE RUN-TBL-DATE (WS-CHKP-RUN-SUB) TO WS-ROW-DATE
009150             IF WS-ROW-DATE > ZERO
009160                 SET ROW-DATED-YES TO TRUE
009170             ELSE
009180                 SET ROW-DATED-NO TO TRUE
009190             END-IF
009200         END-IF
009210         PERFORM 6000-JUDGE-ROW-PARA THRU 6000-EXIT
009220     END-IF.
009230*
009240     IF ROW-ARCHIVE-YES
009250         WRITE CHKARCH-RECORD FROM CHECKPOINT-RECORD
009260         IF NOT CHKARCH-STATUS-OK
009270             DISPLAY 'WHHSKEEP - CHKARCH WRITE FAILED, STATUS: '
009280                 CHKARCH-STATUS
009290             GO TO 9000-ABEND-PARA
009300         END-IF
009310         ADD 1 TO WS-CHK-ARCH-CNT
009320         IF CHK-IS-ENDRUN
009330             ADD 1 TO WS-CHK-RUN-ARCH-CNT
009340         END-IF
009350     ELSE
009360         WRITE CHKKEEP-RECORD FROM CHECKPOINT-RECORD
009370         IF NOT CHKKEEP-STATUS-OK
009380             DISPLAY 'WHHSKEEP - CHKKEEP WRITE FAILED, STATUS: '
009390                 CHKKEEP-STATUS
009400             GO TO 9000-ABEND-PARA
009410         END-IF
009420         ADD 1 TO WS-CHK-KEPT-CNT
009430     END-IF.
009440*
009450     IF CHK-IS-ENDRUN
009460         ADD 1 TO WS-CHKP-RUN-SUB
009470     END-IF.
009480*
009490 3300-EXIT.
009500     EXIT.
009510*
009520*===============================================================
009530* 3500-REWRITE-CHKPFILE-PARA
009540*    REWRITES CHKPFILE FROM CHKKEEP - THE RETAINED ROWS ONLY,
009550*    ENDING WITH ANY RESTART STATE A FAILED RUN LEFT BEHIND.
009560*===============================================================
009570 3500-REWRITE-CHKPFILE-PARA.
009580*
009590     OPEN INPUT CHKKEEP.
009600     IF NOT CHKKEEP-STATUS-OK
009610         DISPLAY 'WHHSKEEP - CHKKEEP OPEN FAILED, STATUS: '
009620             CHKKEEP-STATUS
009630         GO TO 9000-ABEND-PARA
009640     END-IF.
009650     SET CHKKEEP-OPEN-YES TO TRUE.
009660*
009670     OPEN OUTPUT CHKPFILE.
009680     IF NOT CHKPFILE-STATUS-OK
009690         DISPLAY 'WHHSKEEP - CHKPFILE OPEN FAILED, STATUS: '
009700             CHKPFILE-STATUS
009710         GO TO 9000-ABEND-PARA
009720     END-IF.
009730     SET CHKPFILE-OPEN-YES TO TRUE.
009740*
009750     SET INPUT-EOF-NO TO TRUE.
009760     PERFORM 3600-COPY-CHKP-ROW-PARA THRU 3600-EXIT
009770         UNTIL INPUT-EOF-YES.
009780*
009790     CLOSE CHKKEEP.
009800     SET CHKKEEP-OPEN-NO TO TRUE.
009810     CLOSE CHKPFILE.
009820     SET CHKPFILE-OPEN-NO TO TRUE.
009830*
009840     IF WS-CHK-REWRITE-CNT NOT = WS-CHK-KEPT-CNT
009850         DISPLAY 'WHHSKEEP - CHKPFILE REWRITTEN '
009860             WS-CHK-REWRITE-CNT ' ROWS, ' WS-CHK-KEPT-CNT
009870             ' KEPT - RESTORE FROM CHKKEEP'
009880         GO TO 9000-ABEND-PARA
009890     END-IF.
009900*
009910 3500-EXIT.
009920     EXIT.
009930*
009940*===============================================================
009950* 3600-COPY-CHKP-ROW-PARA
009960*    COPIES ONE RETAINED ROW BACK TO CHKPFILE.
009970*===============================================================
009980 3600-COPY-CHKP-ROW-PARA.
009990*
010000     READ CHKKEEP
010010         AT END
010020             SET INPUT-EOF-YES TO TRUE
010030             GO TO 3600-EXIT
010040     END-READ.
010050     IF NOT CHKKEEP-STATUS-OK
010060         DISPLAY 'WHHSKEEP - CHKKEEP READ FAILED, STATUS: '
010070             CHKKEEP-STATUS
010080         GO TO 9000-ABEND-PARA
010090     END-IF.
010100*
010110     WRITE CHECKPOINT-RECORD FROM CHKKEEP-RECORD.
010120     IF NOT CHKPFILE-STATUS-OK
010130         DISPLAY 'WHHSKEEP - CHKPFILE WRITE FAILED, STATUS: '
010140             CHKPFILE-STATUS
010150         GO TO 9000-ABEND-PARA
010160     END-IF.
010170     ADD 1 TO WS-CHK-REWRITE-CNT.
010180*
010190 3600-EXIT.
010200     EXIT.
010210*
010220*===============================================================
010230* 5000-RETENTION-REPORT-PARA
010240*    END-OF-RUN RETENTION REPORT TO SYSOUT - PER FILE THE ROWS
010250*    READ, KEPT, AND ARCHIVED, THEN ROWS KEPT AND ARCHIVED PER
010260*    FILE AND YEAR.
010270*===============================================================
010280 5000-RETENTION-REPORT-PARA.
010290*
010300     DISPLAY ' '.
010310     DISPLAY '======================================'.
010320     DISPLAY 'WHHSKEEP -  HISTORY RETENTION REPORT'.
010330     DISPLAY '======================================'.
010340     DISPLAY 'RUN DATE. . . . . . . . : ' WS-RUN-DATE.
010350     DISPLAY 'RETENTION DAYS. . . . . : ' WS-RETAIN-DAYS.
010360     DISPLAY 'ARCHIVED IF BEFORE. . . : ' WS-CUTOFF-DATE.
010370     DISPLAY ' '.
010380     DISPLAY 'AUDITLOG ROWS READ. . . : ' WS-AUD-READ-CNT.
010390     DISPLAY 'AUDITLOG ROWS KEPT. . . : ' WS-AUD-KEPT-CNT.
010400     DISPLAY 'AUDITLOG ROWS ARCHIVED. : ' WS-AUD-ARCH-CNT.
010410     DISPLAY 'AUDITLOG RUNS ARCHIVED. : ' WS-AUD-RUN-ARCH-CNT.
010420     DISPLAY 'EXCPFILE ROWS READ. . . : ' WS-EXC-READ-CNT.
010430     DISPLAY 'EXCPFILE ROWS KEPT. . . : ' WS-EXC-KEPT-CNT.
010440     DISPLAY 'EXCPFILE ROWS ARCHIVED. : ' WS-EXC-ARCH-CNT.
010450     DISPLAY 'CHKPFILE ROWS READ. . . : ' WS-CHK-READ-CNT.
010460     DISPLAY 'CHKPFILE ROWS KEPT. . . : ' WS-CHK-KEPT-CNT.
010470     DISPLAY 'CHKPFILE ROWS ARCHIVED. : ' WS-CHK-ARCH-CNT.
010480     DISPLAY 'CHKPFILE RUNS ARCHIVED. : ' WS-CHK-RUN-ARCH-CNT.
010490     DISPLAY 'CHKPFILE RESTART ROWS . : ' WS-CHK-PENDING-CNT.
010500     DISPLAY 'ROWS KEPT - NO DATE . . : ' WS-UNDATED-CNT.
010510*
010520     DISPLAY ' '.
010530     DISPLAY 'FILE     YEAR ROWS-KEPT  ROWS-ARCHIVED'.
010540     PERFORM 5100-YEAR-LINE-PARA THRU 5100-EXIT
010550         VARYING YEAR-IDX FROM 1 BY 1
010560         UNTIL YEAR-IDX > WS-YEAR-CNT.
010570     DISPLAY '======================================'.
010580*
010590 5000-EXIT.
010600     EXIT.
010610*
010620*===============================================================
010630* 5100-YEAR-LINE-PARA
010640*    PRINTS ONE FILE/YEAR LINE.
010650*===============================================================
010660 5100-YEAR-LINE-PARA.
010670*
010680     DISPLAY YR-FILE (YEAR-IDX) ' '
010690         YR-YEAR (YEAR-IDX) ' '
010700         YR-KEPT-CNT (YEAR-IDX) ' '
010710         YR-ARCH-CNT (YEAR-IDX).
010720*
010730 5100-EXIT.
010740     EXIT.
010750*
010760*===============================================================
010770* 6000-JUDGE-ROW-PARA
010780*    DECIDES WHETHER THE CURRENT ROW IS ARCHIVED - ONLY WHEN IT
010790*    (OR ITS RUN) CARRIES A USABLE DATE BEFORE THE CUTOFF - AND
010800*    TALLIES IT UNDER ITS FILE AND YEAR.
010810*===============================================================
010820 6000-JUDGE-ROW-PARA.
010830*
010840     IF ROW-DATED-YES AND WS-ROW-DATE < WS-CUTOFF-DATE
010850         SET ROW-ARCHIVE-YES TO TRUE
010860     ELSE
010870         SET ROW-ARCHIVE-NO TO TRUE
010880     END-IF.
010890     IF ROW-DATED-NO
010900         ADD 1 TO WS-UNDATED-CNT
010910     END-IF.
010920     PERFORM 6100-TALLY-YEAR-PARA THRU 6100-EXIT.
010930*
010940 6000-EXIT.
010950     EXIT.
010960*
010970*===============================================================
010980* 6100-TALLY-YEAR-PARA
010990*    ADDS THE CURRENT ROW TO ITS FILE/YEAR ENTRY, KEPT OR
011000*    ARCHIVED, ADDING THE ENTRY ON FIRST SIGHT.
011010*===============================================================
011020 6100-TALLY-YEAR-PARA.
011030*
011040     SET YEAR-IDX TO 1.
011050     SEARCH YEAR-TABLE-ENTRY
011060         AT END
011070             IF WS-YEAR-CNT < 300
011080                 ADD 1 TO WS-YEAR-CNT
011090                 SET YEAR-IDX TO WS-YEAR-CNT
011100                 MOVE WS-TALLY-FILE TO YR-FILE (YEAR-IDX)
011110                 MOVE WS-ROW-YEAR TO YR-YEAR (YEAR-IDX)
011120                 MOVE ZERO TO YR-KEPT-CNT (YEAR-IDX)
011130                 MOVE ZERO TO YR-ARCH-CNT (YEAR-IDX)
011140             ELSE
011150                 IF OVERFLOW-NO
011160                     DISPLAY 'WHHSKEEP - YEAR-TABLE FULL (300), '
011170                         'LATER YEARS LEFT OFF THE REPORT'
011180                 END-IF
011190                 SET OVERFLOW-YES TO TRUE
011200                 GO TO 6100-EXIT
011210             END-IF
011220         WHEN YR-FILE (YEAR-IDX) = WS-TALLY-FILE
011230          AND YR-YEAR (YEAR-IDX) = WS-ROW-YEAR
011240             CONTINUE
011250     END-SEARCH.
011260*
011270     IF ROW-ARCHIVE-YES
011280         ADD 1 TO YR-ARCH-CNT (YEAR-IDX)
011290     ELSE
011300         ADD 1 TO YR-KEPT-CNT (YEAR-IDX)
011310     END-IF.
011320*
011330 6100-EXIT.
011340     EXIT.
011350*
011360*===============================================================
011370* 7000-DATE-TO-DAYS-PARA
011380*    TURNS THE YYYYMMDD DATE IN WS-DTD-DATE INTO A DAY SERIAL
011390*    IN WS-DTD-DAYS SO THE RETENTION PERIOD CAN BE COUNTED
011400*    BACK.  USES THE SHIFTED-MONTH CIVIL-CALENDAR METHOD -
011410*    MARCH IS MONTH ZERO SO THE LEAP DAY FALLS AT THE END OF
011420*    THE SHIFTED YEAR.  EACH DIVIDE TRUNCATES SEPARATELY.
011430*===============================================================
011440 7000-DATE-TO-DAYS-PARA.
011450*
011460     IF WS-DTD-MONTH > 2
011470         COMPUTE WS-DTD-M2 = WS-DTD-MONTH - 3
011480         MOVE WS-DTD-YEAR TO WS-DTD-Y2
011490     ELSE
011500         COMPUTE WS-DTD-M2 = WS-DTD-MONTH + 9
011510         COMPUTE WS-DTD-Y2 = WS-DTD-YEAR - 1
011520     END-IF.
011530*
011540     DIVIDE WS-DTD-Y2 BY 4   GIVING WS-DTD-T1.
011550     DIVIDE WS-DTD-Y2 BY 100 GIVING WS-DTD-T2.
011560     DIVIDE WS-DTD-Y2 BY 400 GIVING WS-DTD-T3.
011570     COMPUTE WS-DTD-T4 = (153 * WS-DTD-M2 + 2) / 5.
011580*
011590     COMPUTE WS-DTD-DAYS = 365 * WS-DTD-Y2
011600         + WS-DTD-T1 - WS-DTD-T2 + WS-DTD-T3
011610         + WS-DTD-T4 + WS-DTD-DAY - 1.
011620*
011630 7000-EXIT.
011640     EXIT.
011650*
011660*===============================================================
011670* 7100-DAYS-TO-DATE-PARA
011680*    THE REVERSE OF 7000-DATE-TO-DAYS-PARA - TURNS THE DAY
011690*    SERIAL IN WS-DTD-DAYS BACK INTO A YYYYMMDD DATE IN
011700*    WS-DTD-DATE.  THE SHIFTED YEAR IS ESTIMATED FROM THE
011710*    AVERAGE GREGORIAN YEAR AND STEPPED BACK ONE WHEN THE
011720*    ESTIMATE OVERSHOOTS; THE DAY OF THE SHIFTED YEAR THEN
011730*    GIVES THE SHIFTED MONTH AND THE DAY OF THE MONTH.
011740*===============================================================
011750 7100-DAYS-TO-DATE-PARA.
011760*
011770     COMPUTE WS-DTD-Y2 = (10000 * WS-DTD-DAYS + 14780) / 3652425.
011780     PERFORM 7150-DAY-OF-YEAR-PARA THRU 7150-EXIT.
011790     IF WS-DTD-DOY < ZERO
011800         SUBTRACT 1 FROM WS-DTD-Y2
011810         PERFORM 7150-DAY-OF-YEAR-PARA THRU 7150-EXIT
011820     END-IF.
011830*
011840     COMPUTE WS-DTD-M2 = (100 * WS-DTD-DOY + 52) / 3060.
011850     IF WS-DTD-M2 < 10
011860         COMPUTE WS-DTD-MONTH = WS-DTD-M2 + 3
011870         MOVE WS-DTD-Y2 TO WS-DTD-YEAR
011880     ELSE
011890         COMPUTE WS-DTD-MONTH = WS-DTD-M2 - 9
011900         COMPUTE WS-DTD-YEAR = WS-DTD-Y2 + 1
011910     END-IF.
011920     COMPUTE WS-DTD-T4 = (306 * WS-DTD-M2 + 5) / 10.
011930     COMPUTE WS-DTD-DAY = WS-DTD-DOY - WS-DTD-T4 + 1.
011940*
011950 7100-EXIT.
011960     EXIT.
011970*
011980*===============================================================
011990* 7150-DAY-OF-YEAR-PARA
012000*    DAY OF THE SHIFTED YEAR WS-DTD-Y2 THAT THE SERIAL IN
012010*    WS-DTD-DAYS FALLS ON - NEGATIVE WHEN THE SERIAL IS
012020*    BEFORE THE YEAR STARTS.
012030*===============================================================
012040 7150-DAY-OF-YEAR-PARA.
012050*
012060     DIVIDE WS-DTD-Y2 BY 4   GIVING WS-DTD-T1.
012070     DIVIDE WS-DTD-Y2 BY 100 GIVING WS-DTD-T2.
012080     DIVIDE WS-DTD-Y2 BY 400 GIVING WS-DTD-T3.
012090     COMPUTE WS-DTD-DOY = WS-DTD-DAYS - 365 * WS-DTD-Y2
012100         - WS-DTD-T1 + WS-DTD-T2 - WS-DTD-T3.
012110*
012120 7150-EXIT.
012130     EXIT.
012140*
012150*===============================================================
012160* 9000-ABEND-PARA
012170*    COMMON FILE-ERROR EXIT.  ANY OPEN, READ, OR WRITE THAT
012180*    COMES BACK WITH A BAD STATUS LANDS HERE.  CLOSES EVERY
012190*    FILE THAT IS STILL OPEN, SETS A NON-ZERO RETURN CODE, AND
012200*    ENDS THE RUN.
012210*===============================================================
012220 9000-ABEND-PARA.
012230*
012240     DISPLAY 'WHHSKEEP - RUN ABENDED ON A FILE ERROR. '.
012250*
012260     IF AUDITLOG-OPEN-YES
012270         CLOSE AUDITLOG
012280     END-IF.
012290     IF AUDKEEP-OPEN-YES
012300         CLOSE AUDKEEP
012310     END-IF.
012320     IF AUDARCH-OPEN-YES
012330         CLOSE AUDARCH
012340     END-IF.
012350     IF EXCPFILE-OPEN-YES
012360         CLOSE EXCPFILE
012370     END-IF.
012380     IF EXCKEEP-OPEN-YES
012390         CLOSE EXCKEEP
012400     END-IF.
012410     IF EXCARCH-OPEN-YES
012420         CLOSE EXCARCH
012430     END-IF.
012440     IF CHKPFILE-OPEN-YES
012450         CLOSE CHKPFILE
012460     END-IF.
012470     IF CHKKEEP-OPEN-YES
012480         CLOSE CHKKEEP
012490     END-IF.
012500     IF CHKARCH-OPEN-YES
012510         CLOSE CHKARCH
012520     END-IF.
012530*
012540     MOVE 16 TO RETURN-CODE.
012550     GO TO 9999-END-PARA.
012560*
012570*===============================================================
012580* 9999-END-PARA
012590*    COMMON JOB EXIT.
012600*===============================================================
012610 9999-END-PARA.
012620     STOP RUN.
