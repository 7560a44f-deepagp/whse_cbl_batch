000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WHABCSCH.
000030 AUTHOR. D-L-OKAFOR.
000040 INSTALLATION. WHSE-DIST-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-------------------------------------------------------------*
000090* MODIFICATION HISTORY                                        *
000100*-------------------------------------------------------------*
000110* DATE      INIT  DESCRIPTION                                 *
000120* 10/15/26  DLO   ORIGINAL PROGRAM.  WEEKLY ABC VELOCITY      *
000130*                 CLASSIFICATION AND CYCLE-COUNT SCHEDULE.    *
000140*                 CARRIES EACH ITEM'S SCHEDULE STATE FORWARD  *
000150*                 FROM SCHDOLD TO SCHDNEW (COPY WHSESCHD),    *
000160*                 POSTING THE COUNTS TAKEN SINCE THE LAST RUN *
000170*                 (CNTDONE, THE CNTFILE CARDS WHCYCCNT RAN)   *
000180*                 AND THE WEEK'S PICK CONFIRMATIONS (PICKCONF *
000190*                 - THE DAILY GENERATIONS SINCE THE LAST RUN, *
000200*                 CONCATENATED).  RANKS THE MASTER INTO A/B/C *
000210*                 BY ANNUAL VALUE MOVED (A = THE TOP 80       *
000220*                 PERCENT OF VALUE, B = THE NEXT 15, C = THE  *
000230*                 REST) AND WRITES THE WEEK'S COUNT LIST TO   *
000240*                 CNTLIST IN THE CNTFILE LAYOUT SO A ITEMS    *
000250*                 COME UP MONTHLY, B QUARTERLY, AND C TWICE A *
000260*                 YEAR.  EACH CLASS IS CAPPED AT ITS SHARE OF *
000270*                 ONE CYCLE PER WEEK, MOST OVERDUE FIRST, SO  *
000280*                 THE COUNTS SPREAD EVENLY OVER THE YEAR.     *
000290*                 AN ITEM SHORT-PICKED SINCE ITS LAST COUNT   *
000300*                 IS ALWAYS LISTED, OUTSIDE THE CAP.          *
000310*-------------------------------------------------------------*
000320*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-Z15.
000360 OBJECT-COMPUTER. IBM-Z15.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ITEMMAST ASSIGN TO ITEMMAST
000400         ORGANIZATION IS INDEXED
000410         ACCESS IS SEQUENTIAL
000420         RECORD KEY IS WIM-ITEM-NUMBER
000430         FILE STATUS IS ITEMMAST-STATUS.
000440     SELECT SCHDOLD ASSIGN TO SCHDOLD
000450         ORGANIZATION IS SEQUENTIAL
000460         ACCESS IS SEQUENTIAL
000470         FILE STATUS IS SCHDOLD-STATUS.
000480     SELECT SCHDNEW ASSIGN TO SCHDNEW
000490         ORGANIZATION IS SEQUENTIAL
000500         ACCESS IS SEQUENTIAL
000510         FILE STATUS IS SCHDNEW-STATUS.
000520     SELECT CNTDONE ASSIGN TO CNTDONE
000530         ORGANIZATION IS SEQUENTIAL
000540         ACCESS IS SEQUENTIAL
000550         FILE STATUS IS CNTDONE-STATUS.
000560     SELECT PICKCONF ASSIGN TO PICKCONF
000570         ORGANIZATION IS SEQUENTIAL
000580         ACCESS IS SEQUENTIAL
000590         FILE STATUS IS PICKCONF-STATUS.
000600     SELECT CNTLIST ASSIGN TO CNTLIST
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS IS SEQUENTIAL
000630         FILE STATUS IS CNTLIST-STATUS.
000640     SELECT SORTWK ASSIGN TO SORTWK.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  ITEMMAST
000690     LABEL RECORDS ARE STANDARD.
000700*-------------------------------------------------------------*
000710* PERMANENT ITEM-MASTER RECORD - THE SHARED WHSE-ITEM-MASTER  *
000720* LAYOUT.  WIM-ITEM-NUMBER IS THE KSDS RECORD KEY.            *
000730*-------------------------------------------------------------*
000740     COPY WHSEITEM.
000750*
000760 FD  SCHDOLD
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790*-------------------------------------------------------------*
000800* PRIOR CYCLE-COUNT SCHEDULE - LAST WEEK'S SCHDNEW.  EMPTY ON *
000810* THE FIRST RUN.                                              *
000820*-------------------------------------------------------------*
000830     COPY WHSESCHD.
000840*
000850 FD  SCHDNEW
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880*-------------------------------------------------------------*
000890* NEW CYCLE-COUNT SCHEDULE - THE SAME 48-BYTE WHSESCHD ROW,   *
000900* ONE PER ITEM NOW ON THE MASTER.                             *
000910*-------------------------------------------------------------*
000920 01  SCHDNEW-RECORD PIC X(48).
000930*
000940 FD  CNTDONE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970*-------------------------------------------------------------*
000980* COUNTS TAKEN - THE CNTFILE CARDS WHCYCCNT HAS RUN SINCE THE *
000990* LAST SCHEDULE RUN, IN WHCYCCNT'S COUNT-RECORD LAYOUT.       *
001000*-------------------------------------------------------------*
001010 01  COUNT-RECORD.
001020     05  CNT-ITEM-NUMBER       PIC 9(05).
001030     05  CNT-COUNTED-QTY       PIC 9(07).
001040     05  CNT-COUNTER-ID        PIC X(08).
001050     05  CNT-COUNT-DATE        PIC 9(08).
001060*
001070 FD  PICKCONF
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100*-------------------------------------------------------------*
001110* PICK-CONFIRMATION RECORD - ONE CONFIRMED PICK AS SENT BACK  *
001120* BY A ZONE PICKING SYSTEM (WHPICKUP'S LAYOUT).  A SHORT PICK *
001130* CARRIES FLAG 'S' AND THE QUANTITY ACTUALLY PICKED.          *
001140*-------------------------------------------------------------*
001150 01  PICK-RECORD.
001160     05  PCK-ITEM-NUMBER       PIC 9(05).
001170     05  PCK-ZONE              PIC X(16).
001180     05  PCK-PICKED-QTY        PIC 9(07).
001190     05  PCK-SHORT-FLAG        PIC X(01).
001200         88  PCK-IS-SHORT      VALUE 'S'.
001210*
001220 FD  CNTLIST
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250*-------------------------------------------------------------*
001260* THE WEEK'S COUNT LIST - THE SAME BYTE LAYOUT AS WHCYCCNT'S  *
001270* COUNT-RECORD, ONE CARD PER ITEM TO COUNT.  THE COUNTED      *
001280* QUANTITY AND COUNTER ID ARE LEFT FOR THE FLOOR TO KEY; THE  *
001290* COUNT DATE CARRIES THE SCHEDULE DATE UNTIL THEY DO.         *
001300*-------------------------------------------------------------*
001310 01  COUNT-LIST-RECORD.
001320     05  CNL-ITEM-NUMBER       PIC 9(05).
001330     05  CNL-COUNTED-QTY       PIC 9(07).
001340     05  CNL-COUNTER-ID        PIC X(08).
001350     05  CNL-COUNT-DATE        PIC 9(08).
001360*
001370 SD  SORTWK.
001380*-------------------------------------------------------------*
001390* SORT WORK RECORD - USED TWICE: BY ANNUAL VALUE DESCENDING   *
001400* TO RANK THE CLASSES, THEN BY CLASS AND LAST COUNT DATE TO   *
001410* PICK THE MOST OVERDUE ITEMS FOR THE COUNT LIST.             *
001420*-------------------------------------------------------------*
001430 01  SORT-RECORD.
001440     05  SRT-ABC-CLASS         PIC X(01).
001450     05  SRT-LAST-COUNT-DATE   PIC 9(08).
001460     05  SRT-ANNUAL-VALUE      PIC 9(11)V99.
001470     05  SRT-ITEM-NUMBER       PIC 9(05).
001480*
001490 WORKING-STORAGE SECTION.
001500*
001510*-------------------------------------------------------------*
001520* FILE STATUS AND SWITCHES                                     *
001530*-------------------------------------------------------------*
001540 01  WS-FILE-STATUSES.
001550     05  ITEMMAST-STATUS       PIC X(02) VALUE '00'.
001560         88  ITEMMAST-STATUS-OK VALUE '00'.
001570         88  ITEMMAST-STATUS-EOF VALUE '10'.
001580     05  SCHDOLD-STATUS        PIC X(02) VALUE '00'.
001590         88  SCHDOLD-STATUS-OK VALUE '00'.
001600     05  SCHDNEW-STATUS        PIC X(02) VALUE '00'.
001610         88  SCHDNEW-STATUS-OK VALUE '00'.
001620     05  CNTDONE-STATUS        PIC X(02) VALUE '00'.
001630         88  CNTDONE-STATUS-OK VALUE '00'.
001640     05  PICKCONF-STATUS       PIC X(02) VALUE '00'.
001650         88  PICKCONF-STATUS-OK VALUE '00'.
001660     05  CNTLIST-STATUS        PIC X(02) VALUE '00'.
001670         88  CNTLIST-STATUS-OK VALUE '00'.
001680*
001690 01  WS-SWITCHES.
001700     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
001710         88  INPUT-EOF-YES     VALUE 'Y'.
001720         88  INPUT-EOF-NO      VALUE 'N'.
001730     05  WS-SORT-EOF-SW        PIC X(01) VALUE 'N'.
001740         88  SORT-EOF-YES      VALUE 'Y'.
001750         88  SORT-EOF-NO       VALUE 'N'.
001760     05  WS-ITEMMAST-OPEN-SW   PIC X(01) VALUE 'N'.
001770         88  ITEMMAST-OPEN-YES VALUE 'Y'.
001780         88  ITEMMAST-OPEN-NO  VALUE 'N'.
001790     05  WS-SCHDOLD-OPEN-SW    PIC X(01) VALUE 'N'.
001800         88  SCHDOLD-OPEN-YES  VALUE 'Y'.
001810         88  SCHDOLD-OPEN-NO   VALUE 'N'.
001820     05  WS-SCHDNEW-OPEN-SW    PIC X(01) VALUE 'N'.
001830         88  SCHDNEW-OPEN-YES  VALUE 'Y'.
001840         88  SCHDNEW-OPEN-NO   VALUE 'N'.
001850     05  WS-CNTDONE-OPEN-SW    PIC X(01) VALUE 'N'.
001860         88  CNTDONE-OPEN-YES  VALUE 'Y'.
001870         88  CNTDONE-OPEN-NO   VALUE 'N'.
001880     05  WS-PICKCONF-OPEN-SW   PIC X(01) VALUE 'N'.
001890         88  PICKCONF-OPEN-YES VALUE 'Y'.
001900         88  PICKCONF-OPEN-NO  VALUE 'N'.
001910     05  WS-CNTLIST-OPEN-SW    PIC X(01) VALUE 'N'.
001920         88  CNTLIST-OPEN-YES  VALUE 'Y'.
001930         88  CNTLIST-OPEN-NO   VALUE 'N'.
001940     05  WS-RERUN-SW           PIC X(01) VALUE 'N'.
001950         88  RERUN-YES         VALUE 'Y'.
001960         88  RERUN-NO          VALUE 'N'.
001970*
001980*-------------------------------------------------------------*
001990* RUN COUNTERS                                                 *
002000*-------------------------------------------------------------*
002010 77  WS-SCHD-READ-CNT          PIC 9(07) COMP VALUE ZERO.
002020 77  WS-SCHD-WRITE-CNT         PIC 9(07) COMP VALUE ZERO.
002030 77  WS-MAST-READ-CNT          PIC 9(07) COMP VALUE ZERO.
002040 77  WS-NEW-ITEM-CNT           PIC 9(07) COMP VALUE ZERO.
002050 77  WS-DROPPED-CNT            PIC 9(07) COMP VALUE ZERO.
002060 77  WS-CNT-READ-CNT           PIC 9(07) COMP VALUE ZERO.
002070 77  WS-CNT-POSTED-CNT         PIC 9(07) COMP VALUE ZERO.
002080 77  WS-PICK-READ-CNT          PIC 9(07) COMP VALUE ZERO.
002090 77  WS-SHORT-PICK-CNT         PIC 9(07) COMP VALUE ZERO.
002100 77  WS-NOT-ON-MAST-CNT        PIC 9(07) COMP VALUE ZERO.
002110 77  WS-BAD-ROW-CNT            PIC 9(07) COMP VALUE ZERO.
002120 77  WS-RECLASS-CNT            PIC 9(07) COMP VALUE ZERO.
002130 77  WS-LIST-CNT               PIC 9(07) COMP VALUE ZERO.
002140 77  WS-ITEM-SUB               PIC 9(06) COMP VALUE ZERO.
002150 77  WS-CLASS-SUB              PIC 9(01) COMP VALUE ZERO.
002160*
002170*-------------------------------------------------------------*
002180* RUN DATE - FROM THE PARM, OR TODAY WHEN NONE IS GIVEN - AND *
002190* ITS DAY SERIAL FOR THE DAYS-SINCE-LAST-COUNT TEST.          *
002200*-------------------------------------------------------------*
002210 01  WS-RUN-DATE               PIC 9(08) VALUE ZERO.
002220 77  WS-RUN-DAYS               PIC 9(09) COMP VALUE ZERO.
002230 77  WS-DAYS-SINCE             PIC 9(09) COMP VALUE ZERO.
002240*
002250*-------------------------------------------------------------*
002260* DATE-TO-DAY-SERIAL WORK FIELDS (SEE 7000-DATE-TO-DAYS-PARA) *
002270*-------------------------------------------------------------*
002280 01  WS-DTD-DATE               PIC 9(08) VALUE ZERO.
002290 01  WS-DTD-DATE-R REDEFINES WS-DTD-DATE.
002300     05  WS-DTD-YEAR           PIC 9(04).
002310     05  WS-DTD-MONTH          PIC 9(02).
002320     05  WS-DTD-DAY            PIC 9(02).
002330 77  WS-DTD-DAYS               PIC 9(09) COMP VALUE ZERO.
002340 77  WS-DTD-Y2                 PIC 9(05) COMP VALUE ZERO.
002350 77  WS-DTD-M2                 PIC 9(03) COMP VALUE ZERO.
002360 77  WS-DTD-T1                 PIC 9(05) COMP VALUE ZERO.
002370 77  WS-DTD-T2                 PIC 9(05) COMP VALUE ZERO.
002380 77  WS-DTD-T3                 PIC 9(05) COMP VALUE ZERO.
002390 77  WS-DTD-T4                 PIC 9(05) COMP VALUE ZERO.
002400*
002410*-------------------------------------------------------------*
002420* CLASSIFICATION WORK FIELDS.  A = ITEMS TAKING THE RUNNING   *
002430* VALUE UP TO 80 PERCENT OF THE TOTAL, B = UP TO 95 PERCENT,  *
002440* C = THE REST AND EVERY ITEM THAT MOVED NOTHING.             *
002450*-------------------------------------------------------------*
002460 77  WS-A-VALUE-PCT            PIC 9(03) COMP VALUE 80.
002470 77  WS-B-VALUE-PCT            PIC 9(03) COMP VALUE 95.
002480 77  WS-TOTAL-VALUE            PIC 9(13)V99 COMP-3 VALUE ZERO.
002490 77  WS-RUNNING-VALUE          PIC 9(13)V99 COMP-3 VALUE ZERO.
002500 77  WS-A-LIMIT                PIC 9(13)V99 COMP-3 VALUE ZERO.
002510 77  WS-B-LIMIT                PIC 9(13)V99 COMP-3 VALUE ZERO.
002520 77  WS-ANNUAL-QTY             PIC 9(09) COMP VALUE ZERO.
002530 77  WS-ANNUAL-VALUE           PIC 9(11)V99 COMP-3 VALUE ZERO.
002540*
002550*-------------------------------------------------------------*
002560* CLASS-TABLE - ONE ENTRY EACH FOR A, B, AND C: THE COUNT     *
002570* INTERVAL IN DAYS, THE CYCLE IN WEEKS THE WEEKLY CAP SPREADS *
002580* THE CLASS OVER, AND THE RUN'S COUNTS AND VALUE.             *
002590*-------------------------------------------------------------*
002600 01  CLASS-TABLE-VALUES.
002610     05  FILLER                PIC X(09) VALUE 'A0300004 '.
002620     05  FILLER                PIC X(09) VALUE 'B0910013 '.
002630     05  FILLER                PIC X(09) VALUE 'C1820026 '.
002640 01  CLASS-TABLE-SETUP REDEFINES CLASS-TABLE-VALUES.
002650     05  CLASS-SETUP-ENTRY     OCCURS 3 TIMES.
002660         10  CLS-SETUP-CODE      PIC X(01).
002670         10  CLS-SETUP-DAYS      PIC 9(03).
002680         10  CLS-SETUP-WEEKS     PIC 9(04).
002690         10  FILLER              PIC X(01).
002700 01  CLASS-TABLE.
002710     05  CLASS-ENTRY           OCCURS 3 TIMES.
002720         10  CLS-ITEM-CNT        PIC 9(07) COMP.
002730         10  CLS-VALUE           PIC 9(13)V99 COMP-3.
002740         10  CLS-WEEKLY-CAP      PIC 9(07) COMP.
002750         10  CLS-DUE-LISTED      PIC 9(07) COMP.
002760         10  CLS-SHORT-LISTED    PIC 9(07) COMP.
002770         10  CLS-DEFERRED        PIC 9(07) COMP.
002780*
002790*-------------------------------------------------------------*
002800* ITEM-SCHD-TABLE - ONE SLOT PER POSSIBLE ITEM NUMBER, FOUND  *
002810* BY SUBSCRIPT (ITEM NUMBER + 1), HOLDING THE ITEM'S SCHEDULE *
002820* STATE WHILE THE WEEK'S COUNTS AND PICKS ARE POSTED.         *
002830*-------------------------------------------------------------*
002840 01  ITEM-SCHD-TABLE.
002850     05  ITEM-SCHD-ENTRY       OCCURS 100000 TIMES.
002860         10  ICS-ON-MASTER-SW    PIC X(01).
002870             88  ICS-ON-MASTER   VALUE 'Y'.
002880         10  ICS-ON-SCHED-SW     PIC X(01).
002890             88  ICS-ON-SCHED    VALUE 'Y'.
002900         10  ICS-SHORT-SW        PIC X(01).
002910             88  ICS-SHORT-SINCE-COUNT VALUE 'Y'.
002920         10  ICS-OLD-CLASS       PIC X(01).
002930         10  ICS-CLASS           PIC X(01).
002940         10  ICS-LAST-COUNT-DATE PIC 9(08).
002950         10  ICS-WEEKS-ON-FILE   PIC 9(03) COMP.
002960         10  ICS-PICK-QTY        PIC 9(09) COMP.
002970         10  ICS-WEEK-QTY        PIC 9(09) COMP.
002980         10  ICS-UNIT-COST       PIC 9(05)V99 COMP-3.
002990         10  ICS-ANNUAL-VALUE    PIC 9(11)V99 COMP-3.
003000*
003010 LINKAGE SECTION.
003020*
003030*-------------------------------------------------------------*
003040* LS-RUN-DATE - THE SCHEDULE DATE (YYYYMMDD) FROM THE JCL     *
003050* PARM.  ZERO OR NOT NUMERIC MEANS TODAY.                     *
003060*-------------------------------------------------------------*
003070 01  LS-RUN-DATE PIC 9(8).
003080*
003090 PROCEDURE DIVISION USING LS-RUN-DATE.
003100*
003110*===============================================================
003120* 0000-INITIALIZE-PARA
003130*    MAIN DRIVER FOR THE WEEKLY SCHEDULE RUN.  LOADS LAST
003140*    WEEK'S SCHEDULE AND THE MASTER, POSTS THE COUNTS TAKEN
003150*    AND THE WEEK'S PICKS, ROLLS EACH ITEM'S VELOCITY, RANKS
003160*    THE CLASSES, WRITES THE COUNT LIST AND THE NEW SCHEDULE,
003170*    AND FINISHES WITH THE SCHEDULE REPORT TO SYSOUT.
003180*===============================================================
003190 0000-INITIALIZE-PARA.
003200*
003210     IF LS-RUN-DATE NUMERIC AND LS-RUN-DATE > 0
003220         MOVE LS-RUN-DATE TO WS-RUN-DATE
003230     ELSE
003240         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003250     END-IF.
003260     DISPLAY 'WHABCSCH - SCHEDULE DATE: ' WS-RUN-DATE.
003270     MOVE WS-RUN-DATE TO WS-DTD-DATE.
003280     PERFORM 7000-DATE-TO-DAYS-PARA THRU 7000-EXIT.
003290     MOVE WS-DTD-DAYS TO WS-RUN-DAYS.
003300*
003310     INITIALIZE ITEM-SCHD-TABLE.
003320     INITIALIZE CLASS-TABLE.
003330*
003340     PERFORM 1000-LOAD-SCHEDULE-PARA THRU 1000-EXIT.
003350     IF RERUN-YES
003360         DISPLAY 'WHABCSCH - SCHDOLD WAS WRITTEN ON OR AFTER '
003370             WS-RUN-DATE ' - RUN HELD SO THE WEEK IS NOT POSTED'
003380             ' TWICE'
003390         MOVE 8 TO RETURN-CODE
003400         GO TO 9999-END-PARA
003410     END-IF.
003420*
003430     PERFORM 1200-LOAD-MASTER-PARA THRU 1200-EXIT.
003440     PERFORM 1400-POST-COUNTS-PARA THRU 1400-EXIT.
003450     PERFORM 1600-POST-PICKS-PARA THRU 1600-EXIT.
003460*
003470     PERFORM 2000-ROLL-ITEM-PARA THRU 2000-EXIT
003480         VARYING WS-ITEM-SUB FROM 1 BY 1
003490         UNTIL WS-ITEM-SUB > 100000.
003500*
003510     COMPUTE WS-A-LIMIT = WS-TOTAL-VALUE * WS-A-VALUE-PCT / 100.
003520     COMPUTE WS-B-LIMIT = WS-TOTAL-VALUE * WS-B-VALUE-PCT / 100.
003530     SORT SORTWK
003540         ON DESCENDING KEY SRT-ANNUAL-VALUE
003550         ON ASCENDING KEY SRT-ITEM-NUMBER
003560         INPUT PROCEDURE IS 3000-RELEASE-ITEMS-PARA
003570             THRU 3000-EXIT
003580         OUTPUT PROCEDURE IS 3200-CLASSIFY-PARA
003590             THRU 3200-EXIT.
003600     IF SORT-RETURN NOT = ZERO
003610         DISPLAY 'WHABCSCH - CLASSIFICATION SORT FAILED, '
003620             'SORT-RETURN: ' SORT-RETURN
003630         GO TO 9000-ABEND-PARA
003640     END-IF.
003650*
003660     PERFORM 3400-SET-CAP-PARA THRU 3400-EXIT
003670         VARYING WS-CLASS-SUB FROM 1 BY 1
003680         UNTIL WS-CLASS-SUB > 3.
003690*
003700     OPEN OUTPUT CNTLIST.
003710     IF NOT CNTLIST-STATUS-OK
003720         DISPLAY 'WHABCSCH - CNTLIST OPEN FAILED, STATUS: '
003730             CNTLIST-STATUS
003740         GO TO 9000-ABEND-PARA
003750     END-IF.
003760     SET CNTLIST-OPEN-YES TO TRUE.
003770*
003780     DISPLAY ' '.
003790     DISPLAY 'WHABCSCH -  COUNT LIST'.
003800     DISPLAY 'ITEM   CLS LAST COUNT REASON'.
003810     SORT SORTWK
003820         ON ASCENDING KEY SRT-ABC-CLASS
003830                          SRT-LAST-COUNT-DATE
003840                          SRT-ITEM-NUMBER
003850         INPUT PROCEDURE IS 3000-RELEASE-ITEMS-PARA
003860             THRU 3000-EXIT
003870         OUTPUT PROCEDURE IS 4000-SELECT-COUNTS-PARA
003880             THRU 4000-EXIT.
003890     IF SORT-RETURN NOT = ZERO
003900         DISPLAY 'WHABCSCH - COUNT-LIST SORT FAILED, '
003910             'SORT-RETURN: ' SORT-RETURN
003920         GO TO 9000-ABEND-PARA
003930     END-IF.
003940*
003950     CLOSE CNTLIST.
003960     SET CNTLIST-OPEN-NO TO TRUE.
003970*
003980     PERFORM 5000-WRITE-SCHEDULE-PARA THRU 5000-EXIT.
003990*
004000     PERFORM 6000-SCHEDULE-REPORT-PARA THRU 6000-EXIT.
004010*
004020     IF WS-BAD-ROW-CNT > ZERO OR WS-NOT-ON-MAST-CNT > ZERO
004030         MOVE 4 TO RETURN-CODE
004040     ELSE
004050         MOVE 0 TO RETURN-CODE
004060     END-IF.
004070*
004080     GO TO 9999-END-PARA.
004090*
004100*===============================================================
004110* 1000-LOAD-SCHEDULE-PARA
004120*    LOADS LAST WEEK'S SCHEDULE INTO ITEM-SCHD-TABLE.  A ROW
004130*    WRITTEN ON OR AFTER THIS RUN'S DATE MEANS THE WEEK HAS
004140*    ALREADY BEEN POSTED, AND THE RUN IS HELD.
004150*===============================================================
004160 1000-LOAD-SCHEDULE-PARA.
004170*
004180     OPEN INPUT SCHDOLD.
004190     IF NOT SCHDOLD-STATUS-OK
004200         DISPLAY 'WHABCSCH - SCHDOLD OPEN FAILED, STATUS: '
004210             SCHDOLD-STATUS
004220         GO TO 9000-ABEND-PARA
004230     END-IF.
004240     SET SCHDOLD-OPEN-YES TO TRUE.
004250*
004260     SET INPUT-EOF-NO TO TRUE.
004270     PERFORM 1100-READ-SCHEDULE-PARA THRU 1100-EXIT
004280         UNTIL INPUT-EOF-YES.
004290*
004300     CLOSE SCHDOLD.
004310     SET SCHDOLD-OPEN-NO TO TRUE.
004320*
004330 1000-EXIT.
004340     EXIT.
004350*
004360*===============================================================
004370* 1100-READ-SCHEDULE-PARA
004380*    READS ONE PRIOR SCHEDULE ROW INTO ITS ITEM'S SLOT.
004390*===============================================================
004400 1100-READ-SCHEDULE-PARA.
004410*
004420     READ SCHDOLD
004430         AT END
004440             SET INPUT-EOF-YES TO TRUE
004450             GO TO 1100-EXIT
004460     END-READ.
004470     IF NOT SCHDOLD-STATUS-OK
004480         DISPLAY 'WHABCSCH - SCHDOLD READ FAILED, STATUS: '
004490             SCHDOLD-STATUS
004500         GO TO 9000-ABEND-PARA
004510     END-IF.
004520     ADD 1 TO WS-SCHD-READ-CNT.
004530*
004540     IF SCH-RUN-DATE NUMERIC AND SCH-RUN-DATE NOT < WS-RUN-DATE
004550         SET RERUN-YES TO TRUE
004560         SET INPUT-EOF-YES TO TRUE
004570         GO TO 1100-EXIT
004580     END-IF.
004590*
004600     IF SCH-ITEM-NUMBER NOT NUMERIC
004610      OR SCH-LAST-COUNT-DATE NOT NUMERIC
004620      OR SCH-WEEKS-ON-FILE NOT NUMERIC
004630      OR SCH-PICK-QTY NOT NUMERIC
004640         ADD 1 TO WS-BAD-ROW-CNT
004650         DISPLAY 'WHABCSCH - SCHDOLD ROW NOT NUMERIC, DROPPED: '
004660             SCH-ITEM-NUMBER
004670         GO TO 1100-EXIT
004680     END-IF.
004690*
004700     COMPUTE WS-ITEM-SUB = SCH-ITEM-NUMBER + 1.
004710     MOVE 'Y' TO ICS-ON-SCHED-SW (WS-ITEM-SUB).
004720     MOVE SCH-ABC-CLASS TO ICS-OLD-CLASS (WS-ITEM-SUB).
004730     MOVE SCH-LAST-COUNT-DATE
004740         TO ICS-LAST-COUNT-DATE (WS-ITEM-SUB).
004750     MOVE SCH-WEEKS-ON-FILE TO ICS-WEEKS-ON-FILE (WS-ITEM-SUB).
004760     MOVE SCH-PICK-QTY TO ICS-PICK-QTY (WS-ITEM-SUB).
004770     MOVE SCH-SHORT-SW TO ICS-SHORT-SW (WS-ITEM-SUB).
004780*
004790 1100-EXIT.
004800     EXIT.
004810*
004820*===============================================================
004830* 1200-LOAD-MASTER-PARA
004840*    SWEEPS ITEMMAST, MARKING EVERY ITEM ON THE MASTER AND
004850*    SAVING ITS UNIT COST FOR THE VALUE-MOVED FIGURE.
004860*===============================================================
004870 1200-LOAD-MASTER-PARA.
004880*
004890     OPEN INPUT ITEMMAST.
004900     IF NOT ITEMMAST-STATUS-OK
004910         DISPLAY 'WHABCSCH - ITEMMAST OPEN FAILED, STATUS: '
004920             ITEMMAST-STATUS
004930         GO TO 9000-ABEND-PARA
004940     END-IF.
004950     SET ITEMMAST-OPEN-YES TO TRUE.
004960*
004970     SET INPUT-EOF-NO TO TRUE.
004980     PERFORM 1300-READ-MASTER-PARA THRU 1300-EXIT
004990         UNTIL INPUT-EOF-YES.
005000*
005010     CLOSE ITEMMAST.
005020     SET ITEMMAST-OPEN-NO TO TRUE.
005030*
005040 1200-EXIT.
005050     EXIT.
005060*
005070*===============================================================
005080* 1300-READ-MASTER-PARA
005090*    READS ONE MASTER RECORD INTO ITS ITEM'S SLOT.  AN ITEM
005100*    WITH A NON-NUMERIC COST IS CARRIED AT ZERO COST.
005110*===============================================================
005120 1300-READ-MASTER-PARA.
005130*
005140     READ ITEMMAST
005150         AT END
005160             SET INPUT-EOF-YES TO TRUE
005170             GO TO 1300-EXIT
005180     END-READ.
005190     IF NOT ITEMMAST-STATUS-OK
005200         DISPLAY 'WHABCSCH - ITEMMAST READ FAILED, STATUS: '
005210             ITEMMAST-STATUS
005220         GO TO 9000-ABEND-PARA
005230     END-IF.
005240     ADD 1 TO WS-MAST-READ-CNT.
005250*
005260     COMPUTE WS-ITEM-SUB = WIM-ITEM-NUMBER + 1.
005270     MOVE 'Y' TO ICS-ON-MASTER-SW (WS-ITEM-SUB).
005280     IF WIM-UNIT-COST NUMERIC
005290         MOVE WIM-UNIT-COST TO ICS-UNIT-COST (WS-ITEM-SUB)
005300     ELSE
005310         MOVE ZERO TO ICS-UNIT-COST (WS-ITEM-SUB)
005320     END-IF.
005330*
005340 1300-EXIT.
005350     EXIT.
005360*
005370*===============================================================
005380* 1400-POST-COUNTS-PARA
005390*    POSTS THE COUNTS TAKEN SINCE THE LAST RUN - EACH MOVES THE
005400*    ITEM'S LAST COUNT DATE FORWARD AND CLEARS ITS SHORT-PICK
005410*    FLAG.  COUNTS ARE POSTED BEFORE PICKS, SO A SHORT PICK IN
005420*    THE SAME WEEK AS A COUNT STILL FORCES THE ITEM ONTO THE
005430*    NEXT LIST.
005440*===============================================================
005450 1400-POST-COUNTS-PARA.
005460*
005470     OPEN INPUT CNTDONE.
005480     IF NOT CNTDONE-STATUS-OK
005490         DISPLAY 'WHABCSCH - CNTDONE OPEN FAILED, STATUS: '
005500             CNTDONE-STATUS
005510         GO TO 9000-ABEND-PARA
005520     END-IF.
005530     SET CNTDONE-OPEN-YES TO TRUE.
005540*
005550     SET INPUT-EOF-NO TO TRUE.
005560     PERFORM 1500-READ-COUNT-PARA THRU 1500-EXIT
005570         UNTIL INPUT-EOF-YES.
005580*
005590     CLOSE CNTDONE.
005600     SET CNTDONE-OPEN-NO TO TRUE.
005610*
005620 1400-EXIT.
005630     EXIT.
005640*
005650*===============================================================
005660* 1500-READ-COUNT-PARA
005670*    READS ONE COUNT CARD AND POSTS IT TO ITS ITEM.
005680*===============================================================
005690 1500-READ-COUNT-PARA.
005700*
005710     READ CNTDONE
005720         AT END
005730             SET INPUT-EOF-YES TO TRUE
005740             GO TO 1500-EXIT
005750     END-READ.
005760     IF NOT CNTDONE-STATUS-OK
005770         DISPLAY 'WHABCSCH - CNTDONE READ FAILED, STATUS: '
005780             CNTDONE-STATUS
005790         GO TO 9000-ABEND-PARA
005800     END-IF.
005810     ADD 1 TO WS-CNT-READ-CNT.
005820*
005830     IF CNT-ITEM-NUMBER NOT NUMERIC
005840      OR CNT-COUNT-DATE NOT NUMERIC
005850         ADD 1 TO WS-BAD-ROW-CNT
005860         DISPLAY 'WHABCSCH - CNTDONE CARD NOT NUMERIC, SKIPPED: '
005870             CNT-ITEM-NUMBER
005880         GO TO 1500-EXIT
005890     END-IF.
005900*
005910     COMPUTE WS-ITEM-SUB = CNT-ITEM-NUMBER + 1.
005920     IF NOT ICS-ON-MASTER (WS-ITEM-SUB)
005930         ADD 1 TO WS-NOT-ON-MAST-CNT
005940         GO TO 1500-EXIT
005950     END-IF.
005960*
005970     IF CNT-COUNT-DATE > ICS-LAST-COUNT-DATE (WS-ITEM-SUB)
005980         MOVE CNT-COUNT-DATE TO ICS-LAST-COUNT-DATE (WS-ITEM-SUB)
005990     END-IF.
006000     MOVE 'N' TO ICS-SHORT-SW (WS-ITEM-SUB).
006010     ADD 1 TO WS-CNT-POSTED-CNT.
006020*
006030 1500-EXIT.
006040     EXIT.
006050*
006060*===============================================================
006070* 1600-POST-PICKS-PARA
006080*    POSTS THE WEEK'S PICK CONFIRMATIONS - THE QUANTITY PICKED
006090*    BUILDS THE ITEM'S WEEK, AND A SHORT PICK FLAGS THE ITEM
006100*    FOR THE NEXT COUNT LIST.
006110*===============================================================
006120 1600-POST-PICKS-PARA.
006130*
006140     OPEN INPUT PICKCONF.
006150     IF NOT PICKCONF-STATUS-OK
006160         DISPLAY 'WHABCSCH - PICKCONF OPEN FAILED, STATUS: '
006170             PICKCONF-STATUS
006180         GO TO 9000-ABEND-PARA
006190     END-IF.
006200     SET PICKCONF-OPEN-YES TO TRUE.
006210*
006220     SET INPUT-EOF-NO TO TRUE.
006230     PERFORM 1700-READ-PICK-PARA THRU 1700-EXIT
006240         UNTIL INPUT-EOF-YES.
006250*
006260     CLOSE PICKCONF.
006270     SET PICKCONF-OPEN-NO TO TRUE.
006280*
006290 1600-EXIT.
006300     EXIT.
006310*
006320*===============================================================
006330* 1700-READ-PICK-PARA
006340*    READS ONE PICK CONFIRMATION AND POSTS IT TO ITS ITEM.
006350*===============================================================
006360 1700-READ-PICK-PARA.
006370*
006380     READ PICKCONF
006390         AT END
006400             SET INPUT-EOF-YES TO TRUE
006410             GO TO 1700-EXIT
006420     END-READ.
006430     IF NOT PICKCONF-STATUS-OK
006440         DISPLAY 'WHABCSCH - PICKCONF READ FAILED, STATUS: '
006450             PICKCONF-STATUS
006460         GO TO 9000-ABEND-PARA
006470     END-IF.
006480     ADD 1 TO WS-PICK-READ-CNT.
006490*
006500     IF PCK-ITEM-NUMBER NOT NUMERIC
006510      OR PCK-PICKED-QTY NOT NUMERIC
006520         ADD 1 TO WS-BAD-ROW-CNT
006530         DISPLAY 'WHABCSCH - PICKCONF ROW NOT NUMERIC, SKIPPED: '
006540             PCK-ITEM-NUMBER
006550         GO TO 1700-EXIT
006560     END-IF.
006570*
006580     COMPUTE WS-ITEM-SUB = PCK-ITEM-NUMBER + 1.
006590     IF NOT ICS-ON-MASTER (WS-ITEM-SUB)
006600         ADD 1 TO WS-NOT-ON-MAST-CNT
006610         GO TO 1700-EXIT
006620     END-IF.
006630*
006640     ADD PCK-PICKED-QTY TO ICS-WEEK-QTY (WS-ITEM-SUB).
006650     IF PCK-IS-SHORT
006660         ADD 1 TO WS-SHORT-PICK-CNT
006670         MOVE 'Y' TO ICS-SHORT-SW (WS-ITEM-SUB)
006680     END-IF.
006690*
006700 1700-EXIT.
006710     EXIT.
006720*
006730*===============================================================
006740* 2000-ROLL-ITEM-PARA
006750*    ROLLS ONE ITEM'S 52-WEEK PICK QUANTITY FORWARD BY THE WEEK
006760*    JUST POSTED AND VALUES ITS ANNUAL MOVEMENT AT CURRENT COST.
006770*    UNTIL AN ITEM HAS 52 WEEKS ON FILE ITS PLAIN SUM IS SCALED
006780*    UP TO A YEAR.  AN ITEM ON LAST WEEK'S SCHEDULE BUT NO
006790*    LONGER ON THE MASTER IS DROPPED HERE.
006800*===============================================================
006810 2000-ROLL-ITEM-PARA.
006820*
006830     IF NOT ICS-ON-MASTER (WS-ITEM-SUB)
006840         IF ICS-ON-SCHED (WS-ITEM-SUB)
006850             ADD 1 TO WS-DROPPED-CNT
006860         END-IF
006870         GO TO 2000-EXIT
006880     END-IF.
006890*
006900     IF NOT ICS-ON-SCHED (WS-ITEM-SUB)
006910         ADD 1 TO WS-NEW-ITEM-CNT
006920     END-IF.
006930*
006940     IF ICS-WEEKS-ON-FILE (WS-ITEM-SUB) < 52
006950         ADD 1 TO ICS-WEEKS-ON-FILE (WS-ITEM-SUB)
006960         ADD ICS-WEEK-QTY (WS-ITEM-SUB)
006970             TO ICS-PICK-QTY (WS-ITEM-SUB)
006980         COMPUTE WS-ANNUAL-QTY ROUNDED =
006990             ICS-PICK-QTY (WS-ITEM-SUB) * 52
007000             / ICS-WEEKS-ON-FILE (WS-ITEM-SUB)
007010     ELSE
007020         COMPUTE ICS-PICK-QTY (WS-ITEM-SUB) ROUNDED =
007030             ICS-PICK-QTY (WS-ITEM-SUB) * 51 / 52
007040             + ICS-WEEK-QTY (WS-ITEM-SUB)
007050         MOVE ICS-PICK-QTY (WS-ITEM-SUB) TO WS-ANNUAL-QTY
007060     END-IF.
007070*
007080     COMPUTE ICS-ANNUAL-VALUE (WS-ITEM-SUB) =
007090         WS-ANNUAL-QTY * ICS-UNIT-COST (WS-ITEM-SUB)
007100         ON SIZE ERROR
007110             MOVE 99999999999.99 TO ICS-ANNUAL-VALUE (WS-ITEM-SUB)
007120     END-COMPUTE.
007130     ADD ICS-ANNUAL-VALUE (WS-ITEM-SUB) TO WS-TOTAL-VALUE.
007140*
007150 2000-EXIT.
007160     EXIT.
007170*
007180*===============================================================
007190* 3000-RELEASE-ITEMS-PARA
007200*    SORT INPUT PROCEDURE FOR BOTH SORTS - RELEASES ONE SORT
007210*    RECORD PER ITEM ON THE MASTER.
007220*===============================================================
007230 3000-RELEASE-ITEMS-PARA.
007240*
007250     PERFORM 3100-RELEASE-ONE-PARA THRU 3100-EXIT
007260         VARYING WS-ITEM-SUB FROM 1 BY 1
007270         UNTIL WS-ITEM-SUB > 100000.
007280*
007290 3000-EXIT.
007300     EXIT.
007310*
007320*===============================================================
007330* 3100-RELEASE-ONE-PARA
007340*    RELEASES THE CURRENT SLOT'S SORT RECORD IF THE ITEM IS ON
007350*    THE MASTER.
007360*===============================================================
007370 3100-RELEASE-ONE-PARA.
007380*
007390     IF NOT ICS-ON-MASTER (WS-ITEM-SUB)
007400         GO TO 3100-EXIT
007410     END-IF.
007420*
007430     COMPUTE SRT-ITEM-NUMBER = WS-ITEM-SUB - 1.
007440     MOVE ICS-CLASS (WS-ITEM-SUB) TO SRT-ABC-CLASS.
007450     MOVE ICS-LAST-COUNT-DATE (WS-ITEM-SUB)
007460         TO SRT-LAST-COUNT-DATE.
007470     MOVE ICS-ANNUAL-VALUE (WS-ITEM-SUB) TO SRT-ANNUAL-VALUE.
007480     RELEASE SORT-RECORD.
007490*
007500 3100-EXIT.
007510     EXIT.
007520*
007530*===============================================================
007540* 3200-CLASSIFY-PARA
007550*    SORT OUTPUT PROCEDURE FOR THE CLASSIFICATION SORT - TAKES
007560*    THE ITEMS IN DESCENDING VALUE ORDER AND CLASSES EACH BY
007570*    THE RUNNING VALUE AHEAD OF IT.
007580*===============================================================
007590 3200-CLASSIFY-PARA.
007600*
007610     MOVE ZERO TO WS-RUNNING-VALUE.
007620     SET SORT-EOF-NO TO TRUE.
007630     PERFORM 3300-CLASSIFY-ONE-PARA THRU 3300-EXIT
007640         UNTIL SORT-EOF-YES.
007650*
007660 3200-EXIT.
007670     EXIT.
007680*
007690*===============================================================
007700* 3300-CLASSIFY-ONE-PARA
007710*    RETURNS ONE ITEM FROM THE CLASSIFICATION SORT AND SETS ITS
007720*    CLASS.  AN ITEM IS A WHILE THE VALUE AHEAD OF IT IS STILL
007730*    UNDER 80 PERCENT OF THE TOTAL (SO THE TOP ITEM IS ALWAYS
007740*    A), B WHILE UNDER 95 PERCENT, OTHERWISE C.  AN ITEM THAT
007750*    MOVED NOTHING IS ALWAYS C.
007760*===============================================================
007770 3300-CLASSIFY-ONE-PARA.
007780*
007790     RETURN SORTWK
007800         AT END
007810             SET SORT-EOF-YES TO TRUE
007820             GO TO 3300-EXIT
007830     END-RETURN.
007840*
007850     COMPUTE WS-ITEM-SUB = SRT-ITEM-NUMBER + 1.
007860     EVALUATE TRUE
007870         WHEN SRT-ANNUAL-VALUE = ZERO
007880             MOVE 'C' TO ICS-CLASS (WS-ITEM-SUB)
007890             MOVE 3 TO WS-CLASS-SUB
007900         WHEN WS-RUNNING-VALUE < WS-A-LIMIT
007910             MOVE 'A' TO ICS-CLASS (WS-ITEM-SUB)
007920             MOVE 1 TO WS-CLASS-SUB
007930         WHEN WS-RUNNING-VALUE < WS-B-LIMIT
007940             MOVE 'B' TO ICS-CLASS (WS-ITEM-SUB)
007950             MOVE 2 TO WS-CLASS-SUB
007960         WHEN OTHER
007970             MOVE 'C' TO ICS-CLASS (WS-ITEM-SUB)
007980             MOVE 3 TO WS-CLASS-SUB
007990     END-EVALUATE.
008000     ADD SRT-ANNUAL-VALUE TO WS-RUNNING-VALUE.
008010*
008020     ADD 1 TO CLS-ITEM-CNT (WS-CLASS-SUB).
008030     ADD SRT-ANNUAL-VALUE TO CLS-VALUE (WS-CLASS-SUB).
008040     IF ICS-ON-SCHED (WS-ITEM-SUB)
008050      AND ICS-OLD-CLASS (WS-ITEM-SUB)
008060          NOT = ICS-CLASS (WS-ITEM-SUB)
008070         ADD 1 TO WS-RECLASS-CNT
008080     END-IF.
008090*
008100 3300-EXIT.
008110     EXIT.
008120*
008130*===============================================================
008140* 3400-SET-CAP-PARA
008150*    SETS ONE CLASS'S WEEKLY CAP - ITS ITEM COUNT SPREAD OVER
008160*    ITS CYCLE IN WEEKS, ROUNDED UP, SO EVERY ITEM IN THE CLASS
008170*    COMES UP ONCE PER CYCLE.
008180*===============================================================
008190 3400-SET-CAP-PARA.
008200*
008210     COMPUTE CLS-WEEKLY-CAP (WS-CLASS-SUB) =
008220         (CLS-ITEM-CNT (WS-CLASS-SUB)
008230          + CLS-SETUP-WEEKS (WS-CLASS-SUB) - 1)
008240         / CLS-SETUP-WEEKS (WS-CLASS-SUB).
008250*
008260 3400-EXIT.
008270     EXIT.
008280*
008290*===============================================================
008300* 4000-SELECT-COUNTS-PARA
008310*    SORT OUTPUT PROCEDURE FOR THE COUNT-LIST SORT - TAKES THE
008320*    ITEMS BY CLASS, LONGEST SINCE COUNTED FIRST, AND LISTS
008330*    THOSE DUE UP TO THE CLASS'S WEEKLY CAP, PLUS EVERY ITEM
008340*    SHORT-PICKED SINCE ITS LAST COUNT.
008350*===============================================================
008360 4000-SELECT-COUNTS-PARA.
008370*
008380     SET SORT-EOF-NO TO TRUE.
008390     PERFORM 4100-SELECT-ONE-PARA THRU 4100-EXIT
008400         UNTIL SORT-EOF-YES.
008410*
008420 4000-EXIT.
008430     EXIT.
008440*
008450*===============================================================
008460* 4100-SELECT-ONE-PARA
008470*    RETURNS ONE ITEM FROM THE COUNT-LIST SORT AND DECIDES
008480*    WHETHER IT GOES ON THIS WEEK'S LIST.  AN ITEM NEVER
008490*    COUNTED IS ALWAYS DUE.
008500*===============================================================
008510 4100-SELECT-ONE-PARA.
008520*
008530     RETURN SORTWK
008540         AT END
008550             SET SORT-EOF-YES TO TRUE
008560             GO TO 4100-EXIT
008570     END-RETURN.
008580*
008590     COMPUTE WS-ITEM-SUB = SRT-ITEM-NUMBER + 1.
008600     EVALUATE SRT-ABC-CLASS
008610         WHEN 'A'
008620             MOVE 1 TO WS-CLASS-SUB
008630         WHEN 'B'
008640             MOVE 2 TO WS-CLASS-SUB
008650         WHEN OTHER
008660             MOVE 3 TO WS-CLASS-SUB
008670     END-EVALUATE.
008680*
008690     IF ICS-SHORT-SINCE-COUNT (WS-ITEM-SUB)
008700         ADD 1 TO CLS-SHORT-LISTED (WS-CLASS-SUB)
008710         PERFORM 4200-WRITE-COUNT-PARA THRU 4200-EXIT
008720         DISPLAY SRT-ITEM-NUMBER '  ' SRT-ABC-CLASS '   '
008730             SRT-LAST-COUNT-DATE '   SHORT-PICKED SINCE COUNT'
008740         GO TO 4100-EXIT
008750     END-IF.
008760*
008770     IF SRT-LAST-COUNT-DATE = ZERO
008780         MOVE 999999999 TO WS-DAYS-SINCE
008790     ELSE
008800         MOVE SRT-LAST-COUNT-DATE TO WS-DTD-DATE
008810         PERFORM 7000-DATE-TO-DAYS-PARA THRU 7000-EXIT
008820         IF WS-DTD-DAYS > WS-RUN-DAYS
008830             MOVE ZERO TO WS-DAYS-SINCE
008840         ELSE
008850             COMPUTE WS-DAYS-SINCE = WS-RUN-DAYS - WS-DTD-DAYS
008860         END-IF
008870     END-IF.
008880     IF WS-DAYS-SINCE < CLS-SETUP-DAYS (WS-CLASS-SUB)
008890         GO TO 4100-EXIT
008900     END-IF.
008910*
008920     IF CLS-DUE-LISTED (WS-CLASS-SUB)
008930         NOT < CLS-WEEKLY-CAP (WS-CLASS-SUB)
008940         ADD 1 TO CLS-DEFERRED (WS-CLASS-SUB)
008950         GO TO 4100-EXIT
008960     END-IF.
008970*
008980     ADD 1 TO CLS-DUE-LISTED (WS-CLASS-SUB).
008990     PERFORM 4200-WRITE-COUNT-PARA THRU 4200-EXIT.
009000     DISPLAY SRT-ITEM-NUMBER '  ' SRT-ABC-CLASS '   '
009010         SRT-LAST-COUNT-DATE '   DUE'.
009020*
009030 4100-EXIT.
009040     EXIT.
009050*
009060*===============================================================
009070* 4200-WRITE-COUNT-PARA
009080*    WRITES ONE COUNT CARD TO CNTLIST FOR THE CURRENT ITEM.
009090*===============================================================
009100 4200-WRITE-COUNT-PARA.
009110*
009120     MOVE SRT-ITEM-NUMBER TO CNL-ITEM-NUMBER.
009130     MOVE ZERO TO CNL-COUNTED-QTY.
009140     MOVE SPACES TO CNL-COUNTER-ID.
009150     MOVE WS-RUN-DATE TO CNL-COUNT-DATE.
009160     WRITE COUNT-LIST-RECORD.
009170     IF NOT CNTLIST-STATUS-OK
009180         DISPLAY 'WHABCSCH - CNTLIST WRITE FAILED, STATUS: '
009190             CNTLIST-STATUS
009200         GO TO 9000-ABEND-PARA
009210     END-IF.
009220     ADD 1 TO WS-LIST-CNT.
009230*
009240 4200-EXIT.
009250     EXIT.
009260*
009270*===============================================================
009280* 5000-WRITE-SCHEDULE-PARA
009290*    WRITES THE NEW SCHEDULE - ONE ROW PER ITEM ON THE MASTER,
009300*    IN ITEM-NUMBER ORDER.
009310*===============================================================
009320 5000-WRITE-SCHEDULE-PARA.
009330*
009340     OPEN OUTPUT SCHDNEW.
009350     IF NOT SCHDNEW-STATUS-OK
009360         DISPLAY 'WHABCSCH - SCHDNEW OPEN FAILED, STATUS: '
009370             SCHDNEW-STATUS
009380         GO TO 9000-ABEND-PARA
009390     END-IF.
009400     SET SCHDNEW-OPEN-YES TO TRUE.
009410*
009420     PERFORM 5100-WRITE-ONE-PARA THRU 5100-EXIT
009430         VARYING WS-ITEM-SUB FROM 1 BY 1
009440         UNTIL WS-ITEM-SUB > 100000.
009450*
009460     CLOSE SCHDNEW.
009470     SET SCHDNEW-OPEN-NO TO TRUE.
009480*
009490 5000-EXIT.
009500     EXIT.
009510*
009520*===============================================================
009530* 5100-WRITE-ONE-PARA
009540*    BUILDS AND WRITES THE CURRENT SLOT'S SCHEDULE ROW.  THE
009550*    ROW IS BUILT IN THE SCHDOLD RECORD AREA, WHICH IS FREE
009560*    ONCE SCHDOLD IS CLOSED.
009570*===============================================================
009580 5100-WRITE-ONE-PARA.
009590*
009600     IF NOT ICS-ON-MASTER (WS-ITEM-SUB)
009610         GO TO 5100-EXIT
009620     END-IF.
009630*
009640     COMPUTE SCH-ITEM-NUMBER = WS-ITEM-SUB - 1.
009650     MOVE ICS-CLASS (WS-ITEM-SUB) TO SCH-ABC-CLASS.
009660     MOVE ICS-LAST-COUNT-DATE (WS-ITEM-SUB)
009670         TO SCH-LAST-COUNT-DATE.
009680     MOVE ICS-WEEKS-ON-FILE (WS-ITEM-SUB) TO SCH-WEEKS-ON-FILE.
009690     MOVE ICS-PICK-QTY (WS-ITEM-SUB) TO SCH-PICK-QTY.
009700     MOVE ICS-ANNUAL-VALUE (WS-ITEM-SUB) TO SCH-ANNUAL-VALUE.
009710     IF ICS-SHORT-SINCE-COUNT (WS-ITEM-SUB)
009720         MOVE 'Y' TO SCH-SHORT-SW
009730     ELSE
009740         MOVE 'N' TO SCH-SHORT-SW
009750     END-IF.
009760     MOVE WS-RUN-DATE TO SCH-RUN-DATE.
009770*
009780     WRITE SCHDNEW-RECORD FROM COUNT-SCHEDULE-RECORD.
009790     IF NOT SCHDNEW-STATUS-OK
009800         DISPLAY 'WHABCSCH - SCHDNEW WRITE FAILED, STATUS: '
009810             SCHDNEW-STATUS
009820         GO TO 9000-ABEND-PARA
009830     END-IF.
009840     ADD 1 TO WS-SCHD-WRITE-CNT.
009850*
009860 5100-EXIT.
009870     EXIT.
009880*
009890*===============================================================
009900* 6000-SCHEDULE-REPORT-PARA
009910*    END-OF-RUN SCHEDULE REPORT TO SYSOUT - THE INPUT COUNTS,
009920*    THEN PER CLASS THE ITEMS, ANNUAL VALUE MOVED, WEEKLY CAP,
009930*    AND ITEMS LISTED, FORCED, AND DEFERRED.
009940*===============================================================
009950 6000-SCHEDULE-REPORT-PARA.
009960*
009970     DISPLAY ' '.
009980     DISPLAY '======================================'.
009990     DISPLAY 'WHABCSCH -  CYCLE-COUNT SCHEDULE REPORT'.
010000     DISPLAY '======================================'.
010010     DISPLAY 'SCHEDULE DATE . . . . . : ' WS-RUN-DATE.
010020     DISPLAY 'SCHEDULE ROWS READ. . . : ' WS-SCHD-READ-CNT.
010030     DISPLAY 'MASTER RECORDS READ . . : ' WS-MAST-READ-CNT.
010040     DISPLAY 'NEW ITEMS SCHEDULED . . : ' WS-NEW-ITEM-CNT.
010050     DISPLAY 'ITEMS DROPPED (DELETED) : ' WS-DROPPED-CNT.
010060     DISPLAY 'COUNT CARDS READ. . . . : ' WS-CNT-READ-CNT.
010070     DISPLAY 'COUNTS POSTED . . . . . : ' WS-CNT-POSTED-CNT.
010080     DISPLAY 'PICKS READ. . . . . . . : ' WS-PICK-READ-CNT.
010090     DISPLAY 'SHORT PICKS . . . . . . : ' WS-SHORT-PICK-CNT.
010100     DISPLAY 'ROWS NOT ON MASTER. . . : ' WS-NOT-ON-MAST-CNT.
010110     DISPLAY 'ROWS NOT NUMERIC. . . . : ' WS-BAD-ROW-CNT.
010120     DISPLAY 'ITEMS RECLASSIFIED. . . : ' WS-RECLASS-CNT.
010130     DISPLAY 'ANNUAL VALUE MOVED. . . : ' WS-TOTAL-VALUE.
010140*
010150     DISPLAY ' '.
010160     DISPLAY 'CLS ITEMS     ANNUAL VALUE     WEEKLY-CAP'
010170         ' DUE-LISTED SHORT-LISTD DEFERRED'.
010180     PERFORM 6100-CLASS-LINE-PARA THRU 6100-EXIT
010190         VARYING WS-CLASS-SUB FROM 1 BY 1
010200         UNTIL WS-CLASS-SUB > 3.
010210     DISPLAY 'COUNT CARDS WRITTEN . . : ' WS-LIST-CNT.
010220     DISPLAY 'SCHEDULE ROWS WRITTEN . : ' WS-SCHD-WRITE-CNT.
010230     DISPLAY '======================================'.
010240*
010250 6000-EXIT.
010260     EXIT.
010270*
010280*===============================================================
010290* 6100-CLASS-LINE-PARA
010300*    PRINTS ONE CLASS'S LINE.
010310*===============================================================
010320 6100-CLASS-LINE-PARA.
010330*
010340     DISPLAY CLS-SETUP-CODE (WS-CLASS-SUB) '   '
010350         CLS-ITEM-CNT (WS-CLASS-SUB) ' '
010360         CLS-VALUE (WS-CLASS-SUB) ' '
010370         CLS-WEEKLY-CAP (WS-CLASS-SUB) ' '
010380         CLS-DUE-LISTED (WS-CLASS-SUB) ' '
010390         CLS-SHORT-LISTED (WS-CLASS-SUB) ' '
010400         CLS-DEFERRED (WS-CLASS-SUB).
010410*
010420 6100-EXIT.
010430     EXIT.
010440*
010450*===============================================================
010460* 7000-DATE-TO-DAYS-PARA
010470*    TURNS THE YYYYMMDD DATE IN WS-DTD-DATE INTO A DAY SERIAL
010480*    IN WS-DTD-DAYS SO DAYS SINCE THE LAST COUNT CAN BE TAKEN.
010490*    USES THE SHIFTED-MONTH CIVIL-CALENDAR METHOD - MARCH IS
010500*    MONTH ZERO SO THE LEAP DAY FALLS AT THE END OF THE
010510*    SHIFTED YEAR.  EACH DIVIDE TRUNCATES SEPARATELY.
010520*===============================================================
010530 7000-DATE-TO-DAYS-PARA.
010540*
010550     IF WS-DTD-MONTH > 2
010560         COMPUTE WS-DTD-M2 = WS-DTD-MONTH - 3
010570         MOVE WS-DTD-YEAR TO WS-DTD-Y2
010580     ELSE
010590         COMPUTE WS-DTD-M2 = WS-DTD-MONTH + 9
010600         COMPUTE WS-DTD-Y2 = WS-DTD-YEAR - 1
010610     END-IF.
010620*
010630     DIVIDE WS-DTD-Y2 BY 4   GIVING WS-DTD-T1.
010640     DIVIDE WS-DTD-Y2 BY 100 GIVING WS-DTD-T2.
010650     DIVIDE WS-DTD-Y2 BY 400 GIVING WS-DTD-T3.
010660     COMPUTE WS-DTD-T4 = (153 * WS-DTD-M2 + 2) / 5.
010670*
010680     COMPUTE WS-DTD-DAYS = 365 * WS-DTD-Y2
010690         + WS-DTD-T1 - WS-DTD-T2 + WS-DTD-T3
010700         + WS-DTD-T4 + WS-DTD-DAY - 1.
010710*
010720 7000-EXIT.
010730     EXIT.
010740*
010750*===============================================================
010760* 9000-ABEND-PARA
010770*    COMMON FILE-ERROR EXIT.  ANY OPEN, READ, WRITE, OR SORT
010780*    THAT COMES BACK WITH A BAD STATUS LANDS HERE.  CLOSES
010790*    EVERY FILE THAT IS STILL OPEN, SETS A NON-ZERO RETURN
010800*    CODE, AND ENDS THE RUN.
010810*===============================================================
010820 9000-ABEND-PARA.
010830*
010840     DISPLAY 'WHABCSCH - RUN ABENDED ON A FILE ERROR. '.
010850*
010860     IF ITEMMAST-OPEN-YES
010870         CLOSE ITEMMAST
010880     END-IF.
010890     IF SCHDOLD-OPEN-YES
010900         CLOSE SCHDOLD
010910     END-IF.
010920     IF SCHDNEW-OPEN-YES
010930         CLOSE SCHDNEW
010940     END-IF.
010950     IF CNTDONE-OPEN-YES
010960         CLOSE CNTDONE
010970     END-IF.
010980     IF PICKCONF-OPEN-YES
010990         CLOSE PICKCONF
011000     END-IF.
011010     IF CNTLIST-OPEN-YES
011020         CLOSE CNTLIST
011030     END-IF.
011040*
011050     MOVE 16 TO RETURN-CODE.
011060     GO TO 9999-END-PARA.
011070*
011080*===============================================================
011090* 9999-END-PARA
011100*    COMMON JOB EXIT.
011110*===============================================================
011120 9999-END-PARA.
011130     STOP RUN.
