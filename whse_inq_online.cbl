000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WHITMINQ.
000030 AUTHOR. D-L-OKAFOR.
000040 INSTALLATION. WHSE-DIST-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-------------------------------------------------------------*
000090* MODIFICATION HISTORY                                        *
000100*-------------------------------------------------------------*
000110* DATE      INIT  DESCRIPTION                                 *
000120* 10/15/26  DLO   ORIGINAL PROGRAM.  CICS ONLINE INQUIRY AND  *
000130*                 MAINTENANCE SCREEN FOR THE ITEMMAST KSDS,   *
000140*                 TRANSACTION WHIQ, MAPSET WHITMMS (SYMBOLIC  *
000150*                 MAP COPY WHITMMS).  PSEUDO-CONVERSATIONAL - *
000160*                 THE BROWSE POSITION AND THE ITEM ON SCREEN  *
000170*                 RIDE THE COMMAREA BETWEEN TASKS.  BROWSES   *
000180*                 BY ITEM NUMBER (FILE ITEMMAST), DEPARTMENT  *
000190*                 (FILE ITEMDEPT - PATH OVER A NON-UNIQUE AIX *
000200*                 ON WIM-ITEM-DEPTNO), OR DESCRIPTION PREFIX  *
000210*                 (FILE ITEMDESC - PATH OVER A NON-UNIQUE AIX *
000220*                 ON WIM-ITEM-DESC), SHOWING THE FULL         *
000230*                 WHSE-ITEM-MASTER RECORD AND ITS EXTENDED    *
000240*                 VALUE.  A USER WITH UPDATE ACCESS TO THE    *
000250*                 ITEMMAST FILE RESOURCE MAY ADD, CHANGE, OR  *
000260*                 DELETE AN ITEM.  EVERY APPLIED CHANGE       *
000270*                 WRITES A WHSEJRNL BEFORE/AFTER ROW WITH THE *
000280*                 SIGNED-ON USER ID TO TD QUEUE WHJR, SO THE  *
000290*                 QUEUE'S DATASET CAN BE AUDITED AND BACKED   *
000300*                 OUT BY WHBKOUT EXACTLY LIKE A WHMAINT       *
000310*                 JOURNAL, AND A CHANGE THAT MOVES ON-HAND    *
000320*                 ALSO WRITES A WHSELEDG MAINTADJ ROW TO TD   *
000330*                 QUEUE WHLG, WHOSE DATASET IS APPENDED TO    *
000340*                 LEDGFILE AHEAD OF WHSTKLED.  A CHANGE OR    *
000350*                 DELETE IS ONLY APPLIED IF THE RECORD STILL  *
000360*                 MATCHES THE IMAGE THE USER WAS SHOWN, AND A *
000370*                 DELETE MUST BE CONFIRMED.  ITEMMAST MUST BE *
000372*                 DEFINED RECOVERABLE SO A FAILED JOURNAL     *
000374*                 WRITE CAN ROLL THE UPDATE BACK.  WHJR AND   *
000376*                 WHLG ARE EXTRAPARTITION QUEUES, WHICH A     *
000378*                 ROLLBACK DOES NOT UNDO, SO THE UPDATE IS    *
000380*                 COMMITTED (SYNCPOINT) AS SOON AS ITS ROWS   *
000382*                 ARE WRITTEN AND NOTHING LATER IN THE TASK   *
000384*                 CAN BACK IT OUT FROM UNDER ITS JOURNAL ROW. *
000386*                 A LEDGER WRITE THAT FAILS AFTER THE JOURNAL *
000388*                 ROW IS WRITTEN LEAVES THE UPDATE STANDING - *
000390*                 THE USER IS TOLD THE LEDGER ROW IS MISSING  *
000392*                 AND WHSTKLED REPORTS THE ITEM OUT OF        *
000394*                 BALANCE.                                    *
000400*-------------------------------------------------------------*
000410*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-Z15.
000450 OBJECT-COMPUTER. IBM-Z15.
000460*
000470 DATA DIVISION.
000480 WORKING-STORAGE SECTION.
000490*
000500*-------------------------------------------------------------*
000510* SWITCHES                                                     *
000520*-------------------------------------------------------------*
000530 01  WS-SWITCHES.
000540     05  WS-BROWSE-OPEN-SW     PIC X(01) VALUE 'N'.
000550         88  BROWSE-OPEN-YES   VALUE 'Y'.
000560         88  BROWSE-OPEN-NO    VALUE 'N'.
000570     05  WS-REC-FOUND-SW       PIC X(01) VALUE 'N'.
000580         88  REC-FOUND         VALUE 'Y'.
000590         88  REC-NOT-FOUND     VALUE 'N'.
000600     05  WS-SEEN-CURRENT-SW    PIC X(01) VALUE 'N'.
000610         88  SEEN-CURRENT-YES  VALUE 'Y'.
000620         88  SEEN-CURRENT-NO   VALUE 'N'.
000630     05  WS-PREV-FOUND-SW      PIC X(01) VALUE 'N'.
000640         88  PREV-FOUND-YES    VALUE 'Y'.
000650         88  PREV-FOUND-NO     VALUE 'N'.
000660     05  WS-MATCH-SW           PIC X(01) VALUE 'N'.
000670         88  MATCH-YES         VALUE 'Y'.
000680         88  MATCH-NO          VALUE 'N'.
000690     05  WS-EDIT-SW            PIC X(01) VALUE 'Y'.
000700         88  EDIT-OK           VALUE 'Y'.
000710         88  EDIT-BAD          VALUE 'N'.
000720     05  WS-UPDATE-SW          PIC X(01) VALUE 'Y'.
000730         88  UPDATE-OK         VALUE 'Y'.
000740         88  UPDATE-FAILED     VALUE 'N'.
000750     05  WS-REDISPLAY-SW       PIC X(01) VALUE 'N'.
000760         88  REDISPLAY-INPUT   VALUE 'Y'.
000770         88  REDISPLAY-NO      VALUE 'N'.
000780     05  WS-CONFIRM-SW         PIC X(01) VALUE 'N'.
000790         88  DELETE-CONFIRM-DUE VALUE 'Y'.
000792     05  WS-LEDGER-SW          PIC X(01) VALUE 'Y'.
000794         88  LEDGER-ROW-OK     VALUE 'Y'.
000796         88  LEDGER-ROW-MISSING VALUE 'N'.
000800*
000810*-------------------------------------------------------------*
000820* CICS WORK FIELDS                                             *
000830*-------------------------------------------------------------*
000840 77  WS-RESP                   PIC S9(08) COMP VALUE ZERO.
000850 77  WS-UPDATE-CVDA            PIC S9(08) COMP VALUE ZERO.
000860 77  WS-ABSTIME                PIC S9(15) COMP-3 VALUE ZERO.
000870 77  WS-KEY-LEN                PIC S9(04) COMP VALUE ZERO.
000880 01  WS-USER-ID                PIC X(08) VALUE SPACES.
000890 01  WS-SCREEN-DATE            PIC X(10) VALUE SPACES.
000900 01  WS-FAILED-OP              PIC X(16) VALUE SPACES.
000910 01  WS-MESSAGE                PIC X(79) VALUE SPACES.
000920 01  WS-RESP-DISPLAY           PIC 9(08) VALUE ZERO.
000930 01  WS-ABEND-TEXT.
000940     05  FILLER                PIC X(11) VALUE 'WHITMINQ - '.
000950     05  WS-ABEND-OP           PIC X(16) VALUE SPACES.
000960     05  FILLER                PIC X(14) VALUE ' FAILED, RESP '.
000970     05  WS-ABEND-RESP         PIC 9(08) VALUE ZERO.
000980     05  FILLER                PIC X(18) VALUE
000990         ' - SESSION ENDED. '.
000992 01  WS-LEDGER-NOTE            PIC X(46) VALUE SPACES.
000994 01  WS-NO-LEDGER-TEXT         PIC X(46) VALUE
000996     ' - NO STOCK LEDGER ROW, TELL INVENTORY CONTROL'.
001000 01  WS-END-TEXT               PIC X(24) VALUE
001010     'WHITMINQ SESSION ENDED. '.
001020*
001030*-------------------------------------------------------------*
001040* JOURNAL AND LEDGER TIME STAMP - FROM ASKTIME/FORMATTIME,    *
001050* HHMMSS PADDED TO THE BATCH SUITE'S HHMMSSHH.                *
001060*-------------------------------------------------------------*
001070 01  WS-JRNL-STAMP.
001080     05  WS-JRNL-DATE          PIC 9(08) VALUE ZERO.
001090     05  WS-JRNL-TIME.
001100         10  WS-JRNL-HHMMSS    PIC 9(06) VALUE ZERO.
001110         10  WS-JRNL-HUNDREDTHS PIC 9(02) VALUE ZERO.
001120 01  WS-JRNL-TIME-N REDEFINES WS-JRNL-STAMP.
001130     05  FILLER                PIC 9(08).
001140     05  WS-JRNL-RUN-TIME      PIC 9(08).
001150*
001160*-------------------------------------------------------------*
001170* BROWSE WORK FIELDS.  WS-BRW-RID IS THE RIDFLD FOR WHICHEVER *
001180* FILE THE BROWSE RUNS ON - THE 5-BYTE ITEM NUMBER, THE       *
001190* 3-BYTE DEPARTMENT, OR THE 14-BYTE DESCRIPTION.  THE "ALT    *
001200* KEY" IS THE BROWSE KEY OF A RECORD IN THE CURRENT BROWSE    *
001210* ORDER (THE ITEM NUMBER ITSELF WHEN BROWSING BY ITEM).       *
001220*-------------------------------------------------------------*
001230 01  WS-BRW-FILE               PIC X(08) VALUE SPACES.
001240 01  WS-BRW-RID                PIC X(14) VALUE SPACES.
001250 01  WS-BRW-RID-ITEM-R REDEFINES WS-BRW-RID.
001260     05  WS-BRW-RID-ITEM       PIC 9(05).
001270     05  FILLER                PIC X(09).
001280 01  WS-CUR-ITEM               PIC 9(05) VALUE ZERO.
001290 01  WS-CUR-ALT-KEY            PIC X(14) VALUE SPACES.
001300 01  WS-REC-ALT-KEY            PIC X(14) VALUE SPACES.
001310 01  WS-PREV-IMAGE             PIC X(46) VALUE SPACES.
001320 01  WS-KEY-WORK               PIC X(14) VALUE SPACES.
001330*
001340*-------------------------------------------------------------*
001350* SCREEN INPUT AS RECEIVED, LOW-VALUES CLEARED TO SPACES -    *
001360* EDITED INTO THE NEW ITEM IMAGE, AND SENT BACK AS KEYED WHEN *
001370* AN EDIT FAILS.                                              *
001380*-------------------------------------------------------------*
001390 01  WS-SCREEN-INPUT.
001400     05  WS-SCR-BRWMODE        PIC X(01).
001410     05  WS-SCR-BRWKEY         PIC X(14).
001420     05  WS-SCR-ACTCODE        PIC X(01).
001430     05  WS-SCR-ITEMNO         PIC X(05).
001440     05  WS-SCR-ITEMNO-N REDEFINES WS-SCR-ITEMNO
001450                               PIC 9(05).
001460     05  WS-SCR-ITEMDSC        PIC X(14).
001470     05  WS-SCR-ITMCLS         PIC X(03).
001480     05  WS-SCR-ITMDEPT        PIC X(03).
001490     05  WS-SCR-ONHAND         PIC X(07).
001500     05  WS-SCR-ONHAND-N REDEFINES WS-SCR-ONHAND
001510                               PIC 9(07).
001520     05  WS-SCR-UNITCST        PIC X(08).
001530     05  WS-SCR-UNITCST-R REDEFINES WS-SCR-UNITCST.
001540         10  WS-SCR-COST-DOLLARS PIC 9(05).
001550         10  WS-SCR-COST-POINT   PIC X(01).
001560         10  WS-SCR-COST-CENTS   PIC 9(02).
001570     05  WS-SCR-REORDPT        PIC X(07).
001580     05  WS-SCR-REORDPT-N REDEFINES WS-SCR-REORDPT
001590                               PIC 9(07).
001600*
001610*-------------------------------------------------------------*
001620* DISPLAY EDITS FOR THE MONEY FIELDS                          *
001630*-------------------------------------------------------------*
001640 77  WS-EXT-VALUE              PIC 9(12)V99 COMP-3 VALUE ZERO.
001650 01  WS-COST-OUT               PIC ZZZZ9.99.
001660 01  WS-EXT-OUT                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001670*
001680*-------------------------------------------------------------*
001690* ITEM-MASTER RECORD - THE SHARED WHSE-ITEM-MASTER LAYOUT.    *
001700* HOLDS THE RECORD READ ON A BROWSE AND THE NEW IMAGE BUILT   *
001710* FROM THE SCREEN FOR AN ADD OR CHANGE.                       *
001720*-------------------------------------------------------------*
001730     COPY WHSEITEM.
001740*
001750*-------------------------------------------------------------*
001760* BEFORE AND AFTER IMAGES FOR THE JOURNAL ROW, AND THE SAME   *
001770* IMAGES BROKEN OUT FOR THE STOCK-LEDGER ROW (AS WHMAINT).    *
001780*-------------------------------------------------------------*
001790 01  WS-JRNL-BEFORE-IMAGE      PIC X(46) VALUE SPACES.
001800 01  WS-JRNL-AFTER-IMAGE       PIC X(46) VALUE SPACES.
001810 01  WS-LEDG-BEFORE-ITEM.
001820     05  WS-LEDG-BEF-ITEM-NUMBER PIC 9(05).
001830     05  FILLER                  PIC X(17).
001840     05  WS-LEDG-BEF-DEPTNO      PIC X(03).
001850     05  WS-LEDG-BEF-ON-HAND     PIC 9(07).
001860     05  WS-LEDG-BEF-UNIT-COST   PIC 9(05)V99.
001870     05  FILLER                  PIC X(07).
001880 01  WS-LEDG-AFTER-ITEM.
001890     05  WS-LEDG-AFT-ITEM-NUMBER PIC 9(05).
001900     05  FILLER                  PIC X(17).
001910     05  WS-LEDG-AFT-DEPTNO      PIC X(03).
001920     05  WS-LEDG-AFT-ON-HAND     PIC 9(07).
001930     05  WS-LEDG-AFT-UNIT-COST   PIC 9(05)V99.
001940     05  FILLER                  PIC X(07).
001950 77  WS-LEDG-OLD-QTY           PIC 9(07) VALUE ZERO.
001960 77  WS-LEDG-NEW-QTY           PIC 9(07) VALUE ZERO.
001970 01  WS-LEDG-REFERENCE.
001980     05  WS-LEDG-REF-ACTION    PIC X(08) VALUE SPACES.
001990     05  WS-LEDG-REF-USER      PIC X(08) VALUE SPACES.
002000*
002010*-------------------------------------------------------------*
002020* MAINTENANCE JOURNAL ROW - THE SHARED WHSEJRNL LAYOUT        *
002030* WHMAINT WRITES AND WHBKOUT READS.                           *
002040*-------------------------------------------------------------*
002050     COPY WHSEJRNL.
002060*
002070*-------------------------------------------------------------*
002080* STOCK-LEDGER ROW - THE SHARED WHSELEDG LAYOUT.              *
002090*-------------------------------------------------------------*
002100     COPY WHSELEDG.
002110*
002120*-------------------------------------------------------------*
002130* SYMBOLIC MAP AND THE ATTENTION-IDENTIFIER CONSTANTS          *
002140*-------------------------------------------------------------*
002150     COPY WHITMMS.
002160     COPY DFHAID.
002170*
002180*-------------------------------------------------------------*
002190* WS-COMMAREA - CARRIED FROM TASK TO TASK.                    *
002200*   CA-BROWSE-MODE   - I (ITEM), D (DEPARTMENT), P (PREFIX).   *
002210*   CA-BROWSE-KEY    - THE DEPARTMENT OR DESCRIPTION PREFIX    *
002220*                      THE BROWSE IS HELD TO (CA-KEY-LEN       *
002230*                      BYTES OF IT), OR THE STARTING ITEM.     *
002240*   CA-ITEM-IMAGE    - THE RECORD ON SCREEN AS IT WAS READ -   *
002250*                      THE BROWSE RESUMES FROM IT, AND A       *
002260*                      CHANGE OR DELETE IS REFUSED IF THE FILE *
002270*                      NO LONGER MATCHES IT.                   *
002280*   CA-DELETE-PEND   - A DELETE IS WAITING FOR ITS CONFIRMING  *
002290*                      ENTER.                                  *
002300*-------------------------------------------------------------*
002310 01  WS-COMMAREA.
002320     05  CA-BROWSE-MODE        PIC X(01).
002330         88  CA-BY-ITEM        VALUE 'I'.
002340         88  CA-BY-DEPT        VALUE 'D'.
002350         88  CA-BY-PREFIX      VALUE 'P'.
002360     05  CA-BROWSE-KEY         PIC X(14).
002370     05  CA-KEY-LEN            PIC 9(02).
002380     05  CA-ITEM-SHOWN-SW      PIC X(01).
002390         88  CA-ITEM-SHOWN     VALUE 'Y'.
002400     05  CA-DELETE-PEND-SW     PIC X(01).
002410         88  CA-DELETE-PEND    VALUE 'Y'.
002420     05  CA-ITEM-IMAGE         PIC X(46).
002430*
002440 LINKAGE SECTION.
002450 01  DFHCOMMAREA               PIC X(65).
002460*
002470 PROCEDURE DIVISION.
002480*
002490*===============================================================
002500* 0000-INITIALIZE-PARA
002510*    MAIN DRIVER FOR ONE TASK OF THE CONVERSATION.  THE FIRST
002520*    TASK (NO COMMAREA) AND CLEAR PAINT A FRESH SCREEN; PF3
002530*    ENDS THE SESSION; ENTER INQUIRES OR, WITH AN ACTION CODE,
002540*    MAINTAINS; PF8 AND PF7 PAGE THROUGH THE BROWSE.  EVERY
002550*    PATH ENDS BY SENDING THE MAP AND RETURNING WITH THE
002560*    COMMAREA FOR THE NEXT TASK.
002570*===============================================================
002580 0000-INITIALIZE-PARA.
002590*
002600     EXEC CICS ASSIGN USERID(WS-USER-ID) NOHANDLE END-EXEC.
002610     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
002620     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
002630                          MMDDYYYY(WS-SCREEN-DATE)
002640                          DATESEP('/')
002650                          YYYYMMDD(WS-JRNL-DATE)
002660                          TIME(WS-JRNL-HHMMSS)
002670     END-EXEC.
002680*
002690     IF EIBCALEN = ZERO
002700         PERFORM 1000-NEW-SESSION-PARA THRU 1000-EXIT
002710         GO TO 0000-SEND-AND-RETURN
002720     END-IF.
002730*
002740     MOVE DFHCOMMAREA TO WS-COMMAREA.
002750     MOVE CA-DELETE-PEND-SW TO WS-CONFIRM-SW.
002760     MOVE 'N' TO CA-DELETE-PEND-SW.
002770*
002780     EVALUATE EIBAID
002790         WHEN DFHPF3
002800             GO TO 9100-END-SESSION-PARA
002810         WHEN DFHCLEAR
002820             PERFORM 1000-NEW-SESSION-PARA THRU 1000-EXIT
002830         WHEN DFHENTER
002840             PERFORM 1100-RECEIVE-MAP-PARA THRU 1100-EXIT
002850             IF WS-SCR-ACTCODE = SPACE
002860                 PERFORM 2000-INQUIRE-PARA THRU 2000-EXIT
002870             ELSE
002880                 PERFORM 3000-MAINTAIN-PARA THRU 3000-EXIT
002890             END-IF
002900         WHEN DFHPF8
002910             PERFORM 2200-BROWSE-NEXT-PARA THRU 2200-EXIT
002920         WHEN DFHPF7
002930             PERFORM 2300-BROWSE-PREV-PARA THRU 2300-EXIT
002940         WHEN OTHER
002950             MOVE 'THAT KEY IS NOT USED ON THIS SCREEN'
002960                 TO WS-MESSAGE
002970     END-EVALUATE.
002980*
002990 0000-SEND-AND-RETURN.
003000*
003010     PERFORM 8000-SEND-MAP-PARA THRU 8000-EXIT.
003020     EXEC CICS RETURN TRANSID('WHIQ')
003030                      COMMAREA(WS-COMMAREA)
003040                      LENGTH(LENGTH OF WS-COMMAREA)
003050     END-EXEC.
003060*
003070*===============================================================
003080* 1000-NEW-SESSION-PARA
003090*    STARTS THE CONVERSATION OVER - NOTHING ON SCREEN, BROWSE
003100*    BY ITEM NUMBER.
003110*===============================================================
003120 1000-NEW-SESSION-PARA.
003130*
003140     MOVE SPACES TO WS-COMMAREA.
003150     MOVE ZERO TO CA-KEY-LEN.
003160     MOVE 'I' TO CA-BROWSE-MODE.
003170     MOVE 'N' TO CA-ITEM-SHOWN-SW.
003180     MOVE 'N' TO CA-DELETE-PEND-SW.
003190     MOVE 'ENTER A BROWSE MODE AND STARTING KEY, OR AN ACTION'
003200         TO WS-MESSAGE.
003210*
003220 1000-EXIT.
003230     EXIT.
003240*
003250*===============================================================
003260* 1100-RECEIVE-MAP-PARA
003270*    RECEIVES THE SCREEN INTO WS-SCREEN-INPUT, WITH UNKEYED
003280*    (LOW-VALUE) POSITIONS TURNED TO SPACES.  NOTHING KEYED AT
003290*    ALL (MAPFAIL) COMES BACK AS AN ALL-SPACE INPUT.
003300*===============================================================
003310 1100-RECEIVE-MAP-PARA.
003320*
003330     EXEC CICS RECEIVE MAP('WHITMM1')
003340                       MAPSET('WHITMMS')
003350                       INTO(WHITMM1I)
003360                       RESP(WS-RESP)
003370     END-EXEC.
003380     IF WS-RESP = DFHRESP(MAPFAIL)
003390         MOVE SPACES TO WS-SCREEN-INPUT
003400         GO TO 1100-EXIT
003410     END-IF.
003420     IF WS-RESP NOT = DFHRESP(NORMAL)
003430         MOVE 'RECEIVE MAP' TO WS-FAILED-OP
003440         GO TO 9000-ABEND-PARA
003450     END-IF.
003460*
003470     MOVE BRWMODEI TO WS-SCR-BRWMODE.
003480     MOVE BRWKEYI  TO WS-SCR-BRWKEY.
003490     MOVE ACTCODEI TO WS-SCR-ACTCODE.
003500     MOVE ITEMNOI  TO WS-SCR-ITEMNO.
003510     MOVE ITEMDSCI TO WS-SCR-ITEMDSC.
003520     MOVE ITMCLSI  TO WS-SCR-ITMCLS.
003530     MOVE ITMDEPTI TO WS-SCR-ITMDEPT.
003540     MOVE ONHANDI  TO WS-SCR-ONHAND.
003550     MOVE UNITCSTI TO WS-SCR-UNITCST.
003560     MOVE REORDPTI TO WS-SCR-REORDPT.
003570     INSPECT WS-SCREEN-INPUT REPLACING ALL LOW-VALUES BY SPACES.
003580*
003590 1100-EXIT.
003600     EXIT.
003610*
003620*===============================================================
003630* 2000-INQUIRE-PARA
003640*    STARTS A NEW BROWSE FROM THE MODE AND KEY ON SCREEN AND
003650*    SHOWS THE FIRST MATCHING ITEM.  BY ITEM NUMBER THE KEY IS
003660*    WHERE TO START (BLANK = THE TOP OF THE FILE); BY
003670*    DEPARTMENT OR DESCRIPTION PREFIX THE KEY IS ALSO WHAT
003680*    EVERY ITEM SHOWN MUST MATCH.
003690*===============================================================
003700 2000-INQUIRE-PARA.
003710*
003720     IF WS-SCR-BRWMODE = SPACE
003730         MOVE CA-BROWSE-MODE TO WS-SCR-BRWMODE
003740     END-IF.
003750     IF WS-SCR-BRWMODE NOT = 'I' AND NOT = 'D' AND NOT = 'P'
003760         MOVE 'BROWSE MODE MUST BE I, D, OR P' TO WS-MESSAGE
003770         SET REDISPLAY-INPUT TO TRUE
003780         GO TO 2000-EXIT
003790     END-IF.
003800*
003810     MOVE WS-SCR-BRWKEY TO WS-KEY-WORK.
003820     PERFORM 7100-KEY-LENGTH-PARA THRU 7100-EXIT.
003830*
003840     EVALUATE WS-SCR-BRWMODE
003850         WHEN 'I'
003860             IF WS-KEY-LEN > 5
003870              OR (WS-KEY-LEN > 0
003880                  AND WS-KEY-WORK (1:WS-KEY-LEN) NOT NUMERIC)
003890                 MOVE 'ITEM NUMBER KEY MUST BE UP TO 5 DIGITS'
003900                     TO WS-MESSAGE
003910                 SET REDISPLAY-INPUT TO TRUE
003920                 GO TO 2000-EXIT
003930             END-IF
003940         WHEN 'D'
003950             IF WS-KEY-LEN = 0 OR WS-KEY-LEN > 3
003960                 MOVE 'ENTER A DEPARTMENT NUMBER AS THE KEY'
003970                     TO WS-MESSAGE
003980                 SET REDISPLAY-INPUT TO TRUE
003990                 GO TO 2000-EXIT
004000             END-IF
004010             MOVE 3 TO WS-KEY-LEN
004020         WHEN OTHER
004030             IF WS-KEY-LEN = 0
004040                 MOVE 'ENTER THE START OF A DESCRIPTION AS KEY'
004050                     TO WS-MESSAGE
004060                 SET REDISPLAY-INPUT TO TRUE
004070                 GO TO 2000-EXIT
004080             END-IF
004090     END-EVALUATE.
004100*
004110     MOVE WS-SCR-BRWMODE TO CA-BROWSE-MODE.
004120     MOVE WS-KEY-WORK TO CA-BROWSE-KEY.
004130     MOVE WS-KEY-LEN TO CA-KEY-LEN.
004140     MOVE 'N' TO CA-ITEM-SHOWN-SW.
004150     PERFORM 2100-FIRST-MATCH-PARA THRU 2100-EXIT.
004160*
004170 2000-EXIT.
004180     EXIT.
004190*
004200*===============================================================
004210* 2100-FIRST-MATCH-PARA
004220*    POSITIONS ON THE FIRST RECORD AT OR AFTER THE BROWSE KEY
004230*    IN THE CHOSEN ORDER AND SHOWS IT IF IT MATCHES.
004240*===============================================================
004250 2100-FIRST-MATCH-PARA.
004260*
004270     MOVE LOW-VALUES TO WS-BRW-RID.
004280     EVALUATE TRUE
004290         WHEN CA-BY-ITEM
004300             MOVE 'ITEMMAST' TO WS-BRW-FILE
004310             IF CA-KEY-LEN = 0
004320                 MOVE ZERO TO WS-BRW-RID-ITEM
004330             ELSE
004340                 MOVE CA-BROWSE-KEY (1:CA-KEY-LEN)
004350                     TO WS-BRW-RID-ITEM
004360             END-IF
004370         WHEN CA-BY-DEPT
004380             MOVE 'ITEMDEPT' TO WS-BRW-FILE
004390             MOVE CA-BROWSE-KEY (1:3) TO WS-BRW-RID (1:3)
004400         WHEN OTHER
004410             MOVE 'ITEMDESC' TO WS-BRW-FILE
004420             MOVE CA-BROWSE-KEY (1:CA-KEY-LEN)
004430                 TO WS-BRW-RID (1:CA-KEY-LEN)
004440     END-EVALUATE.
004450*
004460     PERFORM 6000-START-BROWSE-PARA THRU 6000-EXIT.
004470     IF BROWSE-OPEN-YES
004480         PERFORM 6100-READ-NEXT-PARA THRU 6100-EXIT
004490     END-IF.
004500     PERFORM 6300-END-BROWSE-PARA THRU 6300-EXIT.
004510*
004520     IF REC-FOUND
004530         PERFORM 6400-CHECK-MATCH-PARA THRU 6400-EXIT
004540     END-IF.
004550     IF REC-NOT-FOUND OR MATCH-NO
004560         MOVE 'NO ITEMS FOUND FOR THAT KEY' TO WS-MESSAGE
004570         GO TO 2100-EXIT
004580     END-IF.
004590*
004600     PERFORM 6500-SHOW-RECORD-PARA THRU 6500-EXIT.
004610*
004620 2100-EXIT.
004630     EXIT.
004640*
004650*===============================================================
004660* 2200-BROWSE-NEXT-PARA
004670*    SHOWS THE ITEM AFTER THE ONE ON SCREEN IN THE BROWSE
004680*    ORDER.  THE BROWSE RESTARTS AT THE CURRENT ITEM'S KEY AND
004690*    READS FORWARD PAST IT - THROUGH ANY DUPLICATES OF THE
004700*    SAME DEPARTMENT OR DESCRIPTION AHEAD OF IT - TO THE NEXT
004710*    RECORD.  IF THE CURRENT ITEM HAS GONE, THE FIRST RECORD
004720*    WITH A HIGHER KEY IS SHOWN.
004730*===============================================================
004740 2200-BROWSE-NEXT-PARA.
004750*
004760     IF NOT CA-ITEM-SHOWN
004770         MOVE 'INQUIRE ON AN ITEM BEFORE PAGING' TO WS-MESSAGE
004780         GO TO 2200-EXIT
004790     END-IF.
004800*
004810     PERFORM 6600-SET-CURRENT-PARA THRU 6600-EXIT.
004820     SET SEEN-CURRENT-NO TO TRUE.
004830     PERFORM 6000-START-BROWSE-PARA THRU 6000-EXIT.
004840     IF BROWSE-OPEN-NO
004850         GO TO 2200-NONE
004860     END-IF.
004870*
004880 2200-READ-AHEAD.
004890*
004900     PERFORM 6100-READ-NEXT-PARA THRU 6100-EXIT.
004910     IF REC-NOT-FOUND
004920         GO TO 2200-NONE
004930     END-IF.
004940     IF WS-REC-ALT-KEY = WS-CUR-ALT-KEY
004950         IF WIM-ITEM-NUMBER = WS-CUR-ITEM
004960             SET SEEN-CURRENT-YES TO TRUE
004970             GO TO 2200-READ-AHEAD
004980         END-IF
004990         IF SEEN-CURRENT-NO
005000             GO TO 2200-READ-AHEAD
005010         END-IF
005020     END-IF.
005030*
005040     PERFORM 6300-END-BROWSE-PARA THRU 6300-EXIT.
005050     PERFORM 6400-CHECK-MATCH-PARA THRU 6400-EXIT.
005060     IF MATCH-NO
005070         GO TO 2200-NONE
005080     END-IF.
005090     PERFORM 6500-SHOW-RECORD-PARA THRU 6500-EXIT.
005100     GO TO 2200-EXIT.
005110*
005120 2200-NONE.
005130*
005140     PERFORM 6300-END-BROWSE-PARA THRU 6300-EXIT.
005150     MOVE 'NO MORE ITEMS IN THIS BROWSE' TO WS-MESSAGE.
005160*
005170 2200-EXIT.
005180     EXIT.
005190*
005200*===============================================================
005210* 2300-BROWSE-PREV-PARA
005220*    SHOWS THE ITEM BEFORE THE ONE ON SCREEN IN THE BROWSE
005230*    ORDER.  FIRST READS FORWARD THROUGH THE CURRENT KEY'S
005240*    DUPLICATES, REMEMBERING THE LAST ONE AHEAD OF THE CURRENT
005250*    ITEM.  IF THERE IS NONE, THE BROWSE IS RESTARTED AT THE
005260*    KEY, READ FORWARD ONCE, AND THEN READ BACKWARD - THE
005270*    FIRST READPREV AFTER A READNEXT RETURNS THE SAME RECORD
005280*    AGAIN, SO THE SECOND IS THE ONE BEFORE THE KEY.
005290*===============================================================
005300 2300-BROWSE-PREV-PARA.
005310*
005320     IF NOT CA-ITEM-SHOWN
005330         MOVE 'INQUIRE ON AN ITEM BEFORE PAGING' TO WS-MESSAGE
005340         GO TO 2300-EXIT
005350     END-IF.
005360*
005370     PERFORM 6600-SET-CURRENT-PARA THRU 6600-EXIT.
005380     SET PREV-FOUND-NO TO TRUE.
005390     PERFORM 6000-START-BROWSE-PARA THRU 6000-EXIT.
005400     IF BROWSE-OPEN-NO
005410         GO TO 2300-NONE
005420     END-IF.
005430*
005440 2300-SCAN-DUPLICATES.
005450*
005460     PERFORM 6100-READ-NEXT-PARA THRU 6100-EXIT.
005470     IF REC-FOUND
005480      AND WS-REC-ALT-KEY = WS-CUR-ALT-KEY
005490      AND WIM-ITEM-NUMBER NOT = WS-CUR-ITEM
005500         MOVE WHSE-ITEM-MASTER TO WS-PREV-IMAGE
005510         SET PREV-FOUND-YES TO TRUE
005520         GO TO 2300-SCAN-DUPLICATES
005530     END-IF.
005540     PERFORM 6300-END-BROWSE-PARA THRU 6300-EXIT.
005550*
005560     IF PREV-FOUND-YES
005570         MOVE WS-PREV-IMAGE TO WHSE-ITEM-MASTER
005580         GO TO 2300-CHECK
005590     END-IF.
005600*
005610     MOVE WS-CUR-ALT-KEY TO WS-BRW-RID.
005620     IF CA-BY-ITEM
005630         MOVE WS-CUR-ITEM TO WS-BRW-RID-ITEM
005640     END-IF.
005650     PERFORM 6000-START-BROWSE-PARA THRU 6000-EXIT.
005660     IF BROWSE-OPEN-NO
005670         GO TO 2300-NONE
005680     END-IF.
005690     PERFORM 6100-READ-NEXT-PARA THRU 6100-EXIT.
005700     IF REC-NOT-FOUND
005710         GO TO 2300-NONE
005720     END-IF.
005730     PERFORM 6200-READ-PREV-PARA THRU 6200-EXIT.
005740     IF REC-FOUND
005750         PERFORM 6200-READ-PREV-PARA THRU 6200-EXIT
005760     END-IF.
005770     PERFORM 6300-END-BROWSE-PARA THRU 6300-EXIT.
005780     IF REC-NOT-FOUND
005790         GO TO 2300-NONE
005800     END-IF.
005810*
005820 2300-CHECK.
005830*
005840     PERFORM 6400-CHECK-MATCH-PARA THRU 6400-EXIT.
005850     IF MATCH-NO
005860         GO TO 2300-NONE
005870     END-IF.
005880     PERFORM 6500-SHOW-RECORD-PARA THRU 6500-EXIT.
005890     GO TO 2300-EXIT.
005900*
005910 2300-NONE.
005920*
005930     PERFORM 6300-END-BROWSE-PARA THRU 6300-EXIT.
005940     MOVE 'NO EARLIER ITEMS IN THIS BROWSE' TO WS-MESSAGE.
005950*
005960 2300-EXIT.
005970     EXIT.
005980*
005990*===============================================================
006000* 3000-MAINTAIN-PARA
006010*    APPLIES THE ACTION KEYED ON SCREEN.  ONLY A USER WITH
006020*    UPDATE ACCESS TO THE ITEMMAST FILE RESOURCE GETS PAST THE
006030*    SECURITY QUERY; EVERYONE ELSE CAN STILL INQUIRE.
006040*===============================================================
006050 3000-MAINTAIN-PARA.
006060*
006070     EXEC CICS QUERY SECURITY RESTYPE('FILE')
006080                              RESID('ITEMMAST')
006090                              RESIDLENGTH(8)
006100                              UPDATE(WS-UPDATE-CVDA)
006110                              RESP(WS-RESP)
006120     END-EXEC.
006130     IF WS-RESP NOT = DFHRESP(NORMAL)
006140      OR WS-UPDATE-CVDA NOT = DFHVALUE(UPDATABLE)
006150         MOVE SPACES TO WS-MESSAGE
006160         STRING 'USER ' DELIMITED BY SIZE
006170                WS-USER-ID DELIMITED BY SPACE
006180                ' IS NOT AUTHORIZED TO MAINTAIN ITEMS'
006190                    DELIMITED BY SIZE
006200             INTO WS-MESSAGE
006210         END-STRING
006220         SET REDISPLAY-INPUT TO TRUE
006230         GO TO 3000-EXIT
006240     END-IF.
006250*
006260     SET UPDATE-OK TO TRUE.
006270     EVALUATE WS-SCR-ACTCODE
006280         WHEN 'A'
006290             PERFORM 3100-ADD-ITEM-PARA THRU 3100-EXIT
006300         WHEN 'C'
006310             PERFORM 3200-CHANGE-ITEM-PARA THRU 3200-EXIT
006320         WHEN 'D'
006330             PERFORM 3300-DELETE-ITEM-PARA THRU 3300-EXIT
006340         WHEN OTHER
006350             MOVE 'ACTION MUST BE A, C, OR D' TO WS-MESSAGE
006360             SET REDISPLAY-INPUT TO TRUE
006370     END-EVALUATE.
006380*
006390 3000-EXIT.
006400     EXIT.
006410*
006420*===============================================================
006430* 3050-EDIT-SCREEN-PARA
006440*    EDITS THE ITEM FIELDS ON SCREEN AND BUILDS THE NEW ITEM
006450*    IMAGE IN WHSE-ITEM-MASTER.  THE FIRST BAD FIELD IS
006460*    REPORTED AND THE SCREEN IS SENT BACK AS KEYED.  THE UNIT
006462*    COST GOES OUT EDITED WITH LEADING SPACES AND COMES BACK
006464*    THAT WAY ON THE NEXT ENTER, SO ITS LEADING SPACES ARE
006466*    ZERO-FILLED BEFORE IT IS EDITED.
006470*===============================================================
006480 3050-EDIT-SCREEN-PARA.
006490*
006492     INSPECT WS-SCR-UNITCST REPLACING LEADING SPACES BY ZERO.
006494*
006500     SET EDIT-BAD TO TRUE.
006510     SET REDISPLAY-INPUT TO TRUE.
006520     EVALUATE TRUE
006530         WHEN WS-SCR-ITEMNO NOT NUMERIC
006540             MOVE 'ITEM NUMBER MUST BE NUMERIC' TO WS-MESSAGE
006550         WHEN WS-SCR-ITEMDSC = SPACES
006560             MOVE 'DESCRIPTION IS REQUIRED' TO WS-MESSAGE
006570         WHEN WS-SCR-ITMCLS = SPACES
006580             MOVE 'ITEM CLASS IS REQUIRED' TO WS-MESSAGE
006590         WHEN WS-SCR-ITMDEPT = SPACES
006600             MOVE 'DEPARTMENT IS REQUIRED' TO WS-MESSAGE
006610         WHEN WS-SCR-ONHAND NOT NUMERIC
006620             MOVE 'ON-HAND QUANTITY MUST BE NUMERIC' TO WS-MESSAGE
006630         WHEN WS-SCR-COST-DOLLARS NOT NUMERIC
006640          OR WS-SCR-COST-POINT NOT = '.'
006650          OR WS-SCR-COST-CENTS NOT NUMERIC
006660             MOVE 'UNIT COST MUST BE KEYED AS 99999.99'
006670                 TO WS-MESSAGE
006680         WHEN WS-SCR-REORDPT NOT NUMERIC
006690             MOVE 'REORDER POINT MUST BE NUMERIC' TO WS-MESSAGE
006700         WHEN OTHER
006710             SET EDIT-OK TO TRUE
006720             SET REDISPLAY-NO TO TRUE
006730     END-EVALUATE.
006740     IF EDIT-BAD
006750         GO TO 3050-EXIT
006760     END-IF.
006770*
006780     MOVE WS-SCR-ITEMNO-N  TO WIM-ITEM-NUMBER.
006790     MOVE WS-SCR-ITEMDSC   TO WIM-ITEM-DESC.
006800     MOVE WS-SCR-ITMCLS    TO WIM-ITEM-CLASS.
006810     MOVE WS-SCR-ITMDEPT   TO WIM-ITEM-DEPTNO.
006820     MOVE WS-SCR-ONHAND-N  TO WIM-ON-HAND-QTY.
006830     COMPUTE WIM-UNIT-COST = WS-SCR-COST-DOLLARS
006840         + WS-SCR-COST-CENTS / 100.
006850     MOVE WS-SCR-REORDPT-N TO WIM-REORDER-POINT.
006860*
006870 3050-EXIT.
006880     EXIT.
006890*
006900*===============================================================
006910* 3100-ADD-ITEM-PARA
006920*    WRITES A NEW ITEM FROM THE SCREEN.  AN ITEM NUMBER ALREADY
006930*    ON FILE IS REFUSED.
006940*===============================================================
006950 3100-ADD-ITEM-PARA.
006960*
006970     PERFORM 3050-EDIT-SCREEN-PARA THRU 3050-EXIT.
006980     IF EDIT-BAD
006990         GO TO 3100-EXIT
007000     END-IF.
007010*
007020     EXEC CICS WRITE FILE('ITEMMAST')
007030                     FROM(WHSE-ITEM-MASTER)
007040                     RIDFLD(WIM-ITEM-NUMBER)
007050                     RESP(WS-RESP)
007060     END-EXEC.
007070     IF WS-RESP = DFHRESP(DUPREC)
007080         MOVE 'ITEM IS ALREADY ON FILE - INQUIRE TO CHANGE IT'
007090             TO WS-MESSAGE
007100         SET REDISPLAY-INPUT TO TRUE
007110         GO TO 3100-EXIT
007120     END-IF.
007130     IF WS-RESP NOT = DFHRESP(NORMAL)
007140         MOVE 'WRITE ITEMMAST' TO WS-FAILED-OP
007150         GO TO 9000-ABEND-PARA
007160     END-IF.
007170*
007180*    AN ADD HAS NO BEFORE IMAGE - BACKING IT OUT IS A DELETE.
007190     MOVE SPACES TO WS-JRNL-BEFORE-IMAGE.
007200     MOVE WHSE-ITEM-MASTER TO WS-JRNL-AFTER-IMAGE.
007210     PERFORM 3900-WRITE-JOURNAL-PARA THRU 3900-EXIT.
007220     IF UPDATE-FAILED
007230         GO TO 3100-EXIT
007240     END-IF.
007250*
007260     PERFORM 6500-SHOW-RECORD-PARA THRU 6500-EXIT.
007270     MOVE SPACES TO WS-MESSAGE.
007280     STRING 'ITEM ' WIM-ITEM-NUMBER ' ADDED' WS-LEDGER-NOTE
007290         DELIMITED BY SIZE INTO WS-MESSAGE
007300     END-STRING.
007310*
007320 3100-EXIT.
007330     EXIT.
007340*
007350*===============================================================
007360* 3200-CHANGE-ITEM-PARA
007370*    REWRITES THE ITEM ON SCREEN FROM THE SCREEN FIELDS.  THE
007380*    ITEM MUST HAVE BEEN INQUIRED ON FIRST (THE ITEM NUMBER
007390*    CANNOT BE CHANGED), AND THE RECORD ON FILE MUST STILL BE
007400*    THE ONE THE USER WAS SHOWN.
007410*===============================================================
007420 3200-CHANGE-ITEM-PARA.
007430*
007440     PERFORM 3400-CHECK-SHOWN-PARA THRU 3400-EXIT.
007450     IF EDIT-BAD
007460         GO TO 3200-EXIT
007470     END-IF.
007480     PERFORM 3050-EDIT-SCREEN-PARA THRU 3050-EXIT.
007490     IF EDIT-BAD
007500         GO TO 3200-EXIT
007510     END-IF.
007520*
007530     PERFORM 3500-READ-FOR-UPDATE-PARA THRU 3500-EXIT.
007540     IF UPDATE-FAILED
007550         GO TO 3200-EXIT
007560     END-IF.
007570     IF WHSE-ITEM-MASTER = WS-JRNL-BEFORE-IMAGE
007580         EXEC CICS UNLOCK FILE('ITEMMAST') END-EXEC
007590         MOVE 'NO CHANGES ENTERED' TO WS-MESSAGE
007600         GO TO 3200-EXIT
007610     END-IF.
007620*
007630     EXEC CICS REWRITE FILE('ITEMMAST')
007640                       FROM(WHSE-ITEM-MASTER)
007650                       RESP(WS-RESP)
007660     END-EXEC.
007670     IF WS-RESP NOT = DFHRESP(NORMAL)
007680         MOVE 'REWRITE ITEMMAST' TO WS-FAILED-OP
007690         GO TO 9000-ABEND-PARA
007700     END-IF.
007710*
007720     MOVE WHSE-ITEM-MASTER TO WS-JRNL-AFTER-IMAGE.
007730     PERFORM 3900-WRITE-JOURNAL-PARA THRU 3900-EXIT.
007740     IF UPDATE-FAILED
007750         GO TO 3200-EXIT
007760     END-IF.
007770*
007780     PERFORM 6500-SHOW-RECORD-PARA THRU 6500-EXIT.
007790     MOVE SPACES TO WS-MESSAGE.
007800     STRING 'ITEM ' WIM-ITEM-NUMBER ' CHANGED' WS-LEDGER-NOTE
007810         DELIMITED BY SIZE INTO WS-MESSAGE
007820     END-STRING.
007830*
007840 3200-EXIT.
007850     EXIT.
007860*
007870*===============================================================
007880* 3300-DELETE-ITEM-PARA
007890*    DELETES THE ITEM ON SCREEN.  THE FIRST ENTER WITH ACTION D
007900*    ONLY ASKS FOR CONFIRMATION; THE NEXT ENTER WITH ACTION D
007910*    ON THE SAME ITEM DELETES IT, PROVIDED THE RECORD ON FILE
007920*    IS STILL THE ONE THE USER WAS SHOWN.
007930*===============================================================
007940 3300-DELETE-ITEM-PARA.
007950*
007960     PERFORM 3400-CHECK-SHOWN-PARA THRU 3400-EXIT.
007970     IF EDIT-BAD
007980         GO TO 3300-EXIT
007990     END-IF.
008000*
008010     IF NOT DELETE-CONFIRM-DUE
008020         MOVE 'Y' TO CA-DELETE-PEND-SW
008030         MOVE CA-ITEM-IMAGE TO WHSE-ITEM-MASTER
008040         MOVE SPACES TO WS-MESSAGE
008050         STRING 'PRESS ENTER WITH ACTION D AGAIN TO DELETE ITEM '
008060                WIM-ITEM-NUMBER
008070             DELIMITED BY SIZE INTO WS-MESSAGE
008080         END-STRING
008090         GO TO 3300-EXIT
008100     END-IF.
008110*
008120     PERFORM 3500-READ-FOR-UPDATE-PARA THRU 3500-EXIT.
008130     IF UPDATE-FAILED
008140         GO TO 3300-EXIT
008150     END-IF.
008160*
008170     EXEC CICS DELETE FILE('ITEMMAST')
008180                      RESP(WS-RESP)
008190     END-EXEC.
008200     IF WS-RESP NOT = DFHRESP(NORMAL)
008210         MOVE 'DELETE ITEMMAST' TO WS-FAILED-OP
008220         GO TO 9000-ABEND-PARA
008230     END-IF.
008240*
008250*    A DELETE HAS NO AFTER IMAGE - BACKING IT OUT IS AN ADD.
008260     MOVE SPACES TO WS-JRNL-AFTER-IMAGE.
008270     PERFORM 3900-WRITE-JOURNAL-PARA THRU 3900-EXIT.
008280     IF UPDATE-FAILED
008290         GO TO 3300-EXIT
008300     END-IF.
008310*
008320     MOVE 'N' TO CA-ITEM-SHOWN-SW.
008330     MOVE SPACES TO WS-MESSAGE.
008340     STRING 'ITEM ' WS-CUR-ITEM ' DELETED' WS-LEDGER-NOTE
008350         DELIMITED BY SIZE INTO WS-MESSAGE
008360     END-STRING.
008370*
008380 3300-EXIT.
008390     EXIT.
008400*
008410*===============================================================
008420* 3400-CHECK-SHOWN-PARA
008430*    A CHANGE OR DELETE APPLIES ONLY TO THE ITEM ON SCREEN -
008440*    ONE MUST BE SHOWN AND ITS NUMBER MUST NOT HAVE BEEN KEYED
008450*    OVER.  SETS WS-CUR-ITEM TO THE ITEM SHOWN.
008460*===============================================================
008470 3400-CHECK-SHOWN-PARA.
008480*
008490     SET EDIT-OK TO TRUE.
008500     IF NOT CA-ITEM-SHOWN
008510         MOVE 'INQUIRE ON THE ITEM BEFORE CHANGING OR DELETING IT'
008520             TO WS-MESSAGE
008530         SET EDIT-BAD TO TRUE
008540         SET REDISPLAY-INPUT TO TRUE
008550         GO TO 3400-EXIT
008560     END-IF.
008570*
008580     PERFORM 6600-SET-CURRENT-PARA THRU 6600-EXIT.
008590     IF WS-SCR-ITEMNO NOT NUMERIC
008600      OR WS-SCR-ITEMNO-N NOT = WS-CUR-ITEM
008610         MOVE 'THE ITEM NUMBER CANNOT BE CHANGED - ADD A NEW ITEM'
008620             TO WS-MESSAGE
008630         SET EDIT-BAD TO TRUE
008640         SET REDISPLAY-INPUT TO TRUE
008650     END-IF.
008660*
008670 3400-EXIT.
008680     EXIT.
008690*
008700*===============================================================
008710* 3500-READ-FOR-UPDATE-PARA
008720*    READS THE ITEM ON SCREEN FOR UPDATE INTO THE JOURNAL'S
008730*    BEFORE IMAGE.  IF THE RECORD HAS GONE OR NO LONGER MATCHES
008740*    WHAT THE USER WAS SHOWN, NOTHING IS APPLIED AND THE
008750*    RECORD AS IT NOW STANDS IS SHOWN INSTEAD.
008760*===============================================================
008770 3500-READ-FOR-UPDATE-PARA.
008780*
008790     MOVE LOW-VALUES TO WS-BRW-RID.
008800     MOVE WS-CUR-ITEM TO WS-BRW-RID-ITEM.
008810     EXEC CICS READ FILE('ITEMMAST')
008820                    INTO(WS-JRNL-BEFORE-IMAGE)
008830                    RIDFLD(WS-BRW-RID-ITEM)
008840                    UPDATE
008850                    RESP(WS-RESP)
008860     END-EXEC.
008870     IF WS-RESP = DFHRESP(NOTFND)
008880         SET UPDATE-FAILED TO TRUE
008890         MOVE 'N' TO CA-ITEM-SHOWN-SW
008900         SET REDISPLAY-NO TO TRUE
008910         MOVE 'ITEM IS NO LONGER ON FILE - NOTHING APPLIED'
008920             TO WS-MESSAGE
008930         GO TO 3500-EXIT
008940     END-IF.
008950     IF WS-RESP NOT = DFHRESP(NORMAL)
008960         MOVE 'READ ITEMMAST' TO WS-FAILED-OP
008970         GO TO 9000-ABEND-PARA
008980     END-IF.
008990*
009000     IF WS-JRNL-BEFORE-IMAGE NOT = CA-ITEM-IMAGE
009010         EXEC CICS UNLOCK FILE('ITEMMAST') END-EXEC
009020         SET UPDATE-FAILED TO TRUE
009030         MOVE WS-JRNL-BEFORE-IMAGE TO WHSE-ITEM-MASTER
009040         PERFORM 6500-SHOW-RECORD-PARA THRU 6500-EXIT
009050         SET REDISPLAY-NO TO TRUE
009060         MOVE 'CHANGED ELSEWHERE - RECORD NOW SHOWN'
009070             TO WS-MESSAGE
009080     END-IF.
009090*
009100 3500-EXIT.
009110     EXIT.
009120*
009130*===============================================================
009140* 3900-WRITE-JOURNAL-PARA
009150*    WRITES THE JOURNAL ROW FOR THE CHANGE JUST APPLIED TO TD
009160*    QUEUE WHJR - THE CALLER SETS THE BEFORE AND AFTER IMAGES -
009170*    STAMPED WITH THE SIGNED-ON USER, THEN THE STOCK-LEDGER ROW
009175*    FROM THE SAME IMAGES, THEN COMMITS THE UPDATE.  IF THE
009180*    JOURNAL WRITE FAILS THE MASTER UPDATE IS ROLLED BACK AND
009185*    THE USER IS TOLD NOTHING WAS APPLIED.  ONCE THE JOURNAL
009190*    ROW IS OUT THE UPDATE IS ALWAYS COMMITTED, EVEN IF THE
009195*    LEDGER WRITE FAILS - THE QUEUES ARE NOT RECOVERABLE, AND
009200*    A ROLLBACK THEN WOULD LEAVE A JOURNAL ROW FOR A CHANGE
009205*    THAT NEVER HAPPENED.
009210*===============================================================
009220 3900-WRITE-JOURNAL-PARA.
009230*
009240     MOVE WS-JRNL-DATE         TO JRN-RUN-DATE.
009250     MOVE WS-JRNL-RUN-TIME     TO JRN-RUN-TIME.
009260     MOVE WS-SCR-ACTCODE       TO JRN-ACTION-CODE.
009270     MOVE WS-JRNL-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
009280     MOVE WS-JRNL-AFTER-IMAGE  TO JRN-AFTER-IMAGE.
009290     MOVE WS-USER-ID           TO JRN-USER-ID.
009300     EXEC CICS WRITEQ TD QUEUE('WHJR')
009310                         FROM(JOURNAL-RECORD)
009320                         LENGTH(LENGTH OF JOURNAL-RECORD)
009330                         RESP(WS-RESP)
009340     END-EXEC.
009350     IF WS-RESP NOT = DFHRESP(NORMAL)
009360         PERFORM 3990-ROLL-BACK-PARA THRU 3990-EXIT
009370         MOVE 'JOURNAL IS UNAVAILABLE - NOTHING APPLIED'
009380             TO WS-MESSAGE
009390         GO TO 3900-EXIT
009400     END-IF.
009410*
009420     PERFORM 3950-WRITE-LEDGER-PARA THRU 3950-EXIT.
009430*
009431     EXEC CICS SYNCPOINT RESP(WS-RESP) END-EXEC.
009432     IF WS-RESP NOT = DFHRESP(NORMAL)
009433         MOVE 'SYNCPOINT' TO WS-FAILED-OP
009434         GO TO 9000-ABEND-PARA
009435     END-IF.
009436*
009440 3900-EXIT.
009450     EXIT.
009460*
009470*===============================================================
009480* 3950-WRITE-LEDGER-PARA
009490*    WRITES THE STOCK-LEDGER ROW FOR THE CHANGE JUST JOURNALED
009500*    TO TD QUEUE WHLG, EXACTLY AS WHMAINT DOES FOR A BATCH
009510*    CHANGE - A RISE IN ON-HAND GOES IN, A FALL GOES OUT, THE
009520*    BALANCE IS THE AFTER IMAGE'S ON-HAND (ZERO FOR A DELETE),
009530*    AND A CHANGE THAT LEAVES ON-HAND ALONE WRITES NOTHING.
009535*    THE REFERENCE IS THE ACTION AND THE USER ID.  A FAILED
009540*    WRITE DOES NOT BACK THE CHANGE OUT - ITS JOURNAL ROW IS
009545*    ALREADY WRITTEN - IT ONLY ADDS A WARNING TO THE MESSAGE.
009550*===============================================================
009560 3950-WRITE-LEDGER-PARA.
009570*
009573     SET LEDGER-ROW-OK TO TRUE.
009576     MOVE SPACES TO WS-LEDGER-NOTE.
009580     MOVE WS-JRNL-BEFORE-IMAGE TO WS-LEDG-BEFORE-ITEM.
009590     MOVE WS-JRNL-AFTER-IMAGE  TO WS-LEDG-AFTER-ITEM.
009600     IF WS-LEDG-BEF-ON-HAND NUMERIC
009610         MOVE WS-LEDG-BEF-ON-HAND TO WS-LEDG-OLD-QTY
009620     ELSE
009630         MOVE ZERO TO WS-LEDG-OLD-QTY
009640     END-IF.
009650     IF WS-LEDG-AFT-ON-HAND NUMERIC
009660         MOVE WS-LEDG-AFT-ON-HAND TO WS-LEDG-NEW-QTY
009670     ELSE
009680         MOVE ZERO TO WS-LEDG-NEW-QTY
009690     END-IF.
009700     IF WS-LEDG-NEW-QTY = WS-LEDG-OLD-QTY
009710         GO TO 3950-EXIT
009720     END-IF.
009730*
009740     EVALUATE WS-SCR-ACTCODE
009750         WHEN 'A'
009760             MOVE 'ADD     ' TO WS-LEDG-REF-ACTION
009770         WHEN 'C'
009780             MOVE 'CHANGE  ' TO WS-LEDG-REF-ACTION
009790         WHEN OTHER
009800             MOVE 'DELETE  ' TO WS-LEDG-REF-ACTION
009810     END-EVALUATE.
009820     MOVE WS-USER-ID TO WS-LEDG-REF-USER.
009830     IF WS-SCR-ACTCODE = 'D'
009840         MOVE WS-LEDG-BEF-ITEM-NUMBER TO LED-ITEM-NUMBER
009850         MOVE WS-LEDG-BEF-DEPTNO      TO LED-ITEM-DEPTNO
009860         MOVE WS-LEDG-BEF-UNIT-COST   TO LED-UNIT-COST
009870     ELSE
009880         MOVE WS-LEDG-AFT-ITEM-NUMBER TO LED-ITEM-NUMBER
009890         MOVE WS-LEDG-AFT-DEPTNO      TO LED-ITEM-DEPTNO
009900         MOVE WS-LEDG-AFT-UNIT-COST   TO LED-UNIT-COST
009910     END-IF.
009920     IF LED-UNIT-COST NOT NUMERIC
009930         MOVE ZERO TO LED-UNIT-COST
009940     END-IF.
009950*
009960     MOVE WS-JRNL-DATE        TO LED-MOVE-DATE.
009970     MOVE WS-JRNL-RUN-TIME    TO LED-MOVE-TIME.
009980     MOVE 'WHITMINQ'          TO LED-SOURCE-PGM.
009990     SET LED-MOVE-MAINTADJ    TO TRUE.
010000     IF WS-LEDG-NEW-QTY > WS-LEDG-OLD-QTY
010010         COMPUTE LED-QTY-IN = WS-LEDG-NEW-QTY - WS-LEDG-OLD-QTY
010020         MOVE ZERO TO LED-QTY-OUT
010030     ELSE
010040         MOVE ZERO TO LED-QTY-IN
010050         COMPUTE LED-QTY-OUT = WS-LEDG-OLD-QTY - WS-LEDG-NEW-QTY
010060     END-IF.
010070     MOVE WS-LEDG-NEW-QTY     TO LED-BALANCE.
010080     MOVE WS-LEDG-REFERENCE   TO LED-REFERENCE.
010090     EXEC CICS WRITEQ TD QUEUE('WHLG')
010100                         FROM(STOCK-LEDGER-RECORD)
010110                         LENGTH(LENGTH OF STOCK-LEDGER-RECORD)
010120                         RESP(WS-RESP)
010130     END-EXEC.
010140     IF WS-RESP NOT = DFHRESP(NORMAL)
010150         SET LEDGER-ROW-MISSING TO TRUE
010160         MOVE WS-NO-LEDGER-TEXT TO WS-LEDGER-NOTE
010180     END-IF.
010190*
010200 3950-EXIT.
010210     EXIT.
010220*
010230*===============================================================
010240* 3990-ROLL-BACK-PARA
010250*    BACKS OUT THE MASTER UPDATE WHEN ITS JOURNAL ROW COULD NOT
010260*    BE WRITTEN, AND SENDS THE SCREEN BACK AS KEYED.
010270*===============================================================
010280 3990-ROLL-BACK-PARA.
010290*
010300     EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
010310     SET UPDATE-FAILED TO TRUE.
010320     SET REDISPLAY-INPUT TO TRUE.
010330*
010340 3990-EXIT.
010350     EXIT.
010360*
010370*===============================================================
010380* 6000-START-BROWSE-PARA
010390*    STARTS A BROWSE OF WS-BRW-FILE AT THE FIRST RECORD AT OR
010400*    AFTER WS-BRW-RID.  NO SUCH RECORD LEAVES THE BROWSE CLOSED.
010410*===============================================================
010420 6000-START-BROWSE-PARA.
010430*
010440     SET BROWSE-OPEN-NO TO TRUE.
010450     SET REC-NOT-FOUND TO TRUE.
010460     EXEC CICS STARTBR FILE(WS-BRW-FILE)
010470                       RIDFLD(WS-BRW-RID)
010480                       GTEQ
010490                       RESP(WS-RESP)
010500     END-EXEC.
010510     IF WS-RESP = DFHRESP(NOTFND)
010520         GO TO 6000-EXIT
010530     END-IF.
010540     IF WS-RESP NOT = DFHRESP(NORMAL)
010550         MOVE 'STARTBR' TO WS-FAILED-OP
010560         GO TO 9000-ABEND-PARA
010570     END-IF.
010580     SET BROWSE-OPEN-YES TO TRUE.
010590*
010600 6000-EXIT.
010610     EXIT.
010620*
010630*===============================================================
010640* 6100-READ-NEXT-PARA
010650*    READS THE NEXT RECORD OF THE BROWSE INTO WHSE-ITEM-MASTER.
010660*    DUPKEY IS NORMAL ON THE NON-UNIQUE ALTERNATE INDEXES.
010670*===============================================================
010680 6100-READ-NEXT-PARA.
010690*
010700     EXEC CICS READNEXT FILE(WS-BRW-FILE)
010710                        INTO(WHSE-ITEM-MASTER)
010720                        RIDFLD(WS-BRW-RID)
010730                        RESP(WS-RESP)
010740     END-EXEC.
010750     PERFORM 6250-CHECK-READ-PARA THRU 6250-EXIT.
010760*
010770 6100-EXIT.
010780     EXIT.
010790*
010800*===============================================================
010810* 6200-READ-PREV-PARA
010820*    READS THE PREVIOUS RECORD OF THE BROWSE INTO
010830*    WHSE-ITEM-MASTER.
010840*===============================================================
010850 6200-READ-PREV-PARA.
010860*
010870     EXEC CICS READPREV FILE(WS-BRW-FILE)
010880                        INTO(WHSE-ITEM-MASTER)
010890                        RIDFLD(WS-BRW-RID)
010900                        RESP(WS-RESP)
010910     END-EXEC.
010920     PERFORM 6250-CHECK-READ-PARA THRU 6250-EXIT.
010930*
010940 6200-EXIT.
010950     EXIT.
010960*
010970*===============================================================
010980* 6250-CHECK-READ-PARA
010990*    SETTLES A BROWSE READ - FOUND (WITH THE RECORD'S KEY IN
011000*    THE BROWSE ORDER SET), OFF EITHER END OF THE FILE, OR A
011010*    FAILURE.
011020*===============================================================
011030 6250-CHECK-READ-PARA.
011040*
011050     IF WS-RESP = DFHRESP(ENDFILE)
011060         SET REC-NOT-FOUND TO TRUE
011070         GO TO 6250-EXIT
011080     END-IF.
011090     IF WS-RESP NOT = DFHRESP(NORMAL)
011100      AND WS-RESP NOT = DFHRESP(DUPKEY)
011110         MOVE 'BROWSE READ' TO WS-FAILED-OP
011120         GO TO 9000-ABEND-PARA
011130     END-IF.
011140*
011150     SET REC-FOUND TO TRUE.
011160     MOVE SPACES TO WS-REC-ALT-KEY.
011170     EVALUATE TRUE
011180         WHEN CA-BY-ITEM
011190             MOVE WIM-ITEM-NUMBER TO WS-REC-ALT-KEY (1:5)
011200         WHEN CA-BY-DEPT
011210             MOVE WIM-ITEM-DEPTNO TO WS-REC-ALT-KEY
011220         WHEN OTHER
011230             MOVE WIM-ITEM-DESC TO WS-REC-ALT-KEY
011240     END-EVALUATE.
011250*
011260 6250-EXIT.
011270     EXIT.
011280*
011290*===============================================================
011300* 6300-END-BROWSE-PARA
011310*    ENDS THE BROWSE IF ONE IS OPEN.
011320*===============================================================
011330 6300-END-BROWSE-PARA.
011340*
011350     IF BROWSE-OPEN-YES
011360         EXEC CICS ENDBR FILE(WS-BRW-FILE) END-EXEC
011370         SET BROWSE-OPEN-NO TO TRUE
011380     END-IF.
011390*
011400 6300-EXIT.
011410     EXIT.
011420*
011430*===============================================================
011440* 6400-CHECK-MATCH-PARA
011450*    A DEPARTMENT BROWSE SHOWS ONLY ITEMS IN THAT DEPARTMENT,
011460*    A PREFIX BROWSE ONLY ITEMS WHOSE DESCRIPTION STARTS WITH
011470*    THE PREFIX.  AN ITEM-NUMBER BROWSE SHOWS EVERYTHING.
011480*===============================================================
011490 6400-CHECK-MATCH-PARA.
011500*
011510     SET MATCH-YES TO TRUE.
011520     EVALUATE TRUE
011530         WHEN CA-BY-DEPT
011540             IF WIM-ITEM-DEPTNO NOT = CA-BROWSE-KEY (1:3)
011550                 SET MATCH-NO TO TRUE
011560             END-IF
011570         WHEN CA-BY-PREFIX
011580             IF WIM-ITEM-DESC (1:CA-KEY-LEN)
011590                 NOT = CA-BROWSE-KEY (1:CA-KEY-LEN)
011600                 SET MATCH-NO TO TRUE
011610             END-IF
011620     END-EVALUATE.
011630*
011640 6400-EXIT.
011650     EXIT.
011660*
011670*===============================================================
011680* 6500-SHOW-RECORD-PARA
011690*    MAKES THE RECORD IN WHSE-ITEM-MASTER THE ITEM ON SCREEN.
011700*===============================================================
011710 6500-SHOW-RECORD-PARA.
011720*
011730     MOVE WHSE-ITEM-MASTER TO CA-ITEM-IMAGE.
011740     MOVE 'Y' TO CA-ITEM-SHOWN-SW.
011750     SET REDISPLAY-NO TO TRUE.
011760     MOVE 'PF8 NEXT ITEM, PF7 PREVIOUS ITEM' TO WS-MESSAGE.
011770*
011780 6500-EXIT.
011790     EXIT.
011800*
011810*===============================================================
011820* 6600-SET-CURRENT-PARA
011830*    SETS THE ITEM NUMBER AND BROWSE-ORDER KEY OF THE ITEM ON
011840*    SCREEN, AND POINTS WS-BRW-RID AT THAT KEY.
011850*===============================================================
011860 6600-SET-CURRENT-PARA.
011870*
011880     MOVE CA-ITEM-IMAGE TO WHSE-ITEM-MASTER.
011890     MOVE WIM-ITEM-NUMBER TO WS-CUR-ITEM.
011900     MOVE SPACES TO WS-CUR-ALT-KEY.
011910     MOVE LOW-VALUES TO WS-BRW-RID.
011920     EVALUATE TRUE
011930         WHEN CA-BY-ITEM
011940             MOVE 'ITEMMAST' TO WS-BRW-FILE
011950             MOVE WIM-ITEM-NUMBER TO WS-CUR-ALT-KEY (1:5)
011960             MOVE WIM-ITEM-NUMBER TO WS-BRW-RID-ITEM
011970         WHEN CA-BY-DEPT
011980             MOVE 'ITEMDEPT' TO WS-BRW-FILE
011990             MOVE WIM-ITEM-DEPTNO TO WS-CUR-ALT-KEY
012000             MOVE WIM-ITEM-DEPTNO TO WS-BRW-RID (1:3)
012010         WHEN OTHER
012020             MOVE 'ITEMDESC' TO WS-BRW-FILE
012030             MOVE WIM-ITEM-DESC TO WS-CUR-ALT-KEY
012040             MOVE WIM-ITEM-DESC TO WS-BRW-RID
012050     END-EVALUATE.
012060*
012070 6600-EXIT.
012080     EXIT.
012090*
012100*===============================================================
012110* 7100-KEY-LENGTH-PARA
012120*    SETS WS-KEY-LEN TO THE KEYED LENGTH OF WS-KEY-WORK - ITS
012130*    LENGTH WITHOUT TRAILING SPACES (A DESCRIPTION PREFIX MAY
012140*    HOLD EMBEDDED SPACES).
012150*===============================================================
012160 7100-KEY-LENGTH-PARA.
012170*
012180     MOVE 14 TO WS-KEY-LEN.
012190*
012200 7100-BACK-UP.
012210*
012220     IF WS-KEY-LEN > ZERO
012230         IF WS-KEY-WORK (WS-KEY-LEN:1) = SPACE
012240             SUBTRACT 1 FROM WS-KEY-LEN
012250             GO TO 7100-BACK-UP
012260         END-IF
012270     END-IF.
012280*
012290 7100-EXIT.
012300     EXIT.
012310*
012320*===============================================================
012330* 8000-SEND-MAP-PARA
012340*    BUILDS AND SENDS THE SCREEN - THE FIELDS AS KEYED WHEN AN
012350*    EDIT FAILED, OTHERWISE THE ITEM ON SCREEN WITH ITS
012360*    EXTENDED VALUE (ON-HAND X UNIT COST), OR NOTHING.
012370*===============================================================
012380 8000-SEND-MAP-PARA.
012390*
012400     MOVE LOW-VALUES TO WHITMM1O.
012410     MOVE WS-SCREEN-DATE TO CURDATEO.
012420     MOVE CA-BROWSE-MODE TO BRWMODEO.
012430     MOVE CA-BROWSE-KEY  TO BRWKEYO.
012440     MOVE WS-MESSAGE     TO MSGLINEO.
012450*
012460     IF REDISPLAY-INPUT
012470         MOVE WS-SCR-BRWMODE TO BRWMODEO
012480         MOVE WS-SCR-BRWKEY  TO BRWKEYO
012490         MOVE WS-SCR-ACTCODE TO ACTCODEO
012500         MOVE WS-SCR-ITEMNO  TO ITEMNOO
012510         MOVE WS-SCR-ITEMDSC TO ITEMDSCO
012520         MOVE WS-SCR-ITMCLS  TO ITMCLSO
012530         MOVE WS-SCR-ITMDEPT TO ITMDEPTO
012540         MOVE WS-SCR-ONHAND  TO ONHANDO
012550         MOVE WS-SCR-UNITCST TO UNITCSTO
012560         MOVE WS-SCR-REORDPT TO REORDPTO
012570         GO TO 8000-SEND
012580     END-IF.
012590     IF NOT CA-ITEM-SHOWN
012600         GO TO 8000-SEND
012610     END-IF.
012620*
012630     MOVE CA-ITEM-IMAGE TO WHSE-ITEM-MASTER.
012640     IF CA-DELETE-PEND
012650         MOVE 'D' TO ACTCODEO
012660     END-IF.
012670     MOVE WIM-ITEM-NUMBER   TO ITEMNOO.
012680     MOVE WIM-ITEM-DESC     TO ITEMDSCO.
012690     MOVE WIM-ITEM-CLASS    TO ITMCLSO.
012700     MOVE WIM-ITEM-DEPTNO   TO ITMDEPTO.
012710     MOVE WIM-ON-HAND-QTY   TO ONHANDO.
012720     MOVE WIM-REORDER-POINT TO REORDPTO.
012730     IF WIM-ON-HAND-QTY NUMERIC AND WIM-UNIT-COST NUMERIC
012740         MOVE WIM-UNIT-COST TO WS-COST-OUT
012750         MOVE WS-COST-OUT TO UNITCSTO
012760         COMPUTE WS-EXT-VALUE = WIM-ON-HAND-QTY * WIM-UNIT-COST
012770         MOVE WS-EXT-VALUE TO WS-EXT-OUT
012780         MOVE WS-EXT-OUT TO EXTVALO
012790     ELSE
012800         MOVE ' NOT NUM' TO UNITCSTO
012810         MOVE 'QTY/COST NOT NUM' TO EXTVALO
012820     END-IF.
012830*
012840 8000-SEND.
012850*
012860     EXEC CICS SEND MAP('WHITMM1')
012870                    MAPSET('WHITMMS')
012880                    FROM(WHITMM1O)
012890                    ERASE
012900                    RESP(WS-RESP)
012910     END-EXEC.
012920     IF WS-RESP NOT = DFHRESP(NORMAL)
012930         MOVE 'SEND MAP' TO WS-FAILED-OP
012940         GO TO 9000-ABEND-PARA
012950     END-IF.
012960*
012970 8000-EXIT.
012980     EXIT.
012990*
013000*===============================================================
013010* 9000-ABEND-PARA
013020*    COMMON CICS-ERROR EXIT.  ANY COMMAND THAT COMES BACK WITH
013030*    AN UNEXPECTED RESPONSE LANDS HERE.  ROLLS BACK ANY UPDATE
013040*    NOT YET COMMITTED (A JOURNALED UPDATE ALREADY IS), TELLS
013050*    THE USER WHAT FAILED, AND ENDS THE CONVERSATION.
013060*===============================================================
013070 9000-ABEND-PARA.
013080*
013090     MOVE WS-RESP TO WS-RESP-DISPLAY.
013100     EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC.
013110     MOVE WS-FAILED-OP TO WS-ABEND-OP.
013120     MOVE WS-RESP-DISPLAY TO WS-ABEND-RESP.
013130     EXEC CICS SEND TEXT FROM(WS-ABEND-TEXT)
013140                         LENGTH(LENGTH OF WS-ABEND-TEXT)
013150                         ERASE
013160                         FREEKB
013170                         NOHANDLE
013180     END-EXEC.
013190     GO TO 9999-END-PARA.
013200*
013210*===============================================================
013220* 9100-END-SESSION-PARA
013230*    PF3 - CLEARS THE SCREEN AND ENDS THE CONVERSATION.
013240*===============================================================
013250 9100-END-SESSION-PARA.
013260*
013270     EXEC CICS SEND TEXT FROM(WS-END-TEXT)
013280                         LENGTH(LENGTH OF WS-END-TEXT)
013290                         ERASE
013300                         FREEKB
013310                         NOHANDLE
013320     END-EXEC.
013330     GO TO 9999-END-PARA.
013340*
013350*===============================================================
013360* 9999-END-PARA
013370*    COMMON EXIT - RETURNS TO CICS WITH NO NEXT TRANSACTION.
013380*===============================================================
013390 9999-END-PARA.
013400     EXEC CICS RETURN END-EXEC.
