000220*                 OVER THE TOLERANCE GIVEN IN THE PARM, GO TO *
000230*                 THE CNTEXCP EXCEPTION FILE FOR SUPERVISOR   *
000240*                 REVIEW INSTEAD OF BEING APPLIED BLIND.      *
000241* 10/15/26  DLO   EVERY APPLIED COUNT NOW ALSO APPENDS A      *
000242*                 COUNTADJ ROW TO THE SHARED STOCK LEDGER     *
000243*                 (LEDGFILE, COPY WHSELEDG) - THE VARIANCE IN *
000244*                 OR OUT, THE COUNTED BALANCE, AND THE        *
000245*                 COUNTER ID AS THE REFERENCE - FOR THE       *
000246*                 WHSTKLED ROLL-FORWARD.                      *
000250*-------------------------------------------------------------*
000260*
000270 ENVIRONMENT DIVISION.
000430         ORGANIZATION IS SEQUENTIAL
000440         ACCESS IS SEQUENTIAL
000450         FILE STATUS IS CNTEXCP-STATUS.
000452     SELECT LEDGFILE ASSIGN TO LEDGFILE
000454         ORGANIZATION IS SEQUENTIAL
000456         ACCESS IS SEQUENTIAL
000458         FILE STATUS IS LEDGFILE-STATUS.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000900     05  CXC-COUNTER-ID        PIC X(08).
000910     05  CXC-COUNT-DATE        PIC 9(08).
000920*
000921 FD  LEDGFILE
000922     RECORDING MODE IS F
000923     LABEL RECORDS ARE STANDARD.
000924*-------------------------------------------------------------*
000925* STOCK-LEDGER ROW - THE SHARED WHSELEDG LAYOUT, APPENDED TO  *
000926* THE ACCUMULATING LEDGER ONE ROW PER APPLIED COUNT.          *
000927*-------------------------------------------------------------*
000928     COPY WHSELEDG.
000929*
000930 WORKING-STORAGE SECTION.
000940*
000950*-------------------------------------------------------------*
001040         88  ITEMMAST-NOT-FND  VALUE '23'.
001050     05  CNTEXCP-STATUS        PIC X(02) VALUE '00'.
001060         88  CNTEXCP-STATUS-OK VALUE '00'.
001063     05  LEDGFILE-STATUS       PIC X(02) VALUE '00'.
001066         88  LEDGFILE-STATUS-OK VALUE '00'.
001070*
001080 01  WS-SWITCHES.
001090     05  WS-CNTFILE-EOF-SW     PIC X(01) VALUE 'N'.
001180     05  WS-CNTEXCP-OPEN-SW    PIC X(01) VALUE 'N'.
001190         88  CNTEXCP-OPEN-YES  VALUE 'Y'.
001200         88  CNTEXCP-OPEN-NO   VALUE 'N'.
001202     05  WS-LEDGFILE-OPEN-SW   PIC X(01) VALUE 'N'.
001204         88  LEDGFILE-OPEN-YES VALUE 'Y'.
001206         88  LEDGFILE-OPEN-NO  VALUE 'N'.
001210     05  WS-ITEM-FOUND-SW      PIC X(01) VALUE 'N'.
001220         88  ITEM-FOUND        VALUE 'Y'.
001230         88  ITEM-NOT-FOUND    VALUE 'N'.
001340 77  WS-BADMAST-CNT            PIC 9(07) COMP VALUE ZERO.
001350 77  WS-EXCP-WRITTEN-CNT       PIC 9(07) COMP VALUE ZERO.
001360 77  WS-DEPT-TABLE-CNT         PIC 9(05) COMP VALUE ZERO.
001361 77  WS-LEDG-WRITTEN-CNT       PIC 9(07) COMP VALUE ZERO.
001362*
001363*-------------------------------------------------------------*
001364* LEDGER RUN STAMP - THE RUN DATE/TIME CARRIED ON EVERY STOCK- *
001365* LEDGER ROW THIS RUN WRITES.                                  *
001366*-------------------------------------------------------------*
001367 01  WS-LEDG-RUN-DATE          PIC 9(08) VALUE ZERO.
001368 01  WS-LEDG-RUN-TIME          PIC 9(08) VALUE ZERO.
001370*
001380*-------------------------------------------------------------*
001390* VARIANCE WORK FIELDS - THE CURRENT COUNT'S VARIANCE UNITS   *
002180     END-IF.
002190     SET CNTEXCP-OPEN-YES TO TRUE.
002200*
002201     OPEN EXTEND LEDGFILE.
002202     IF NOT LEDGFILE-STATUS-OK
002203         DISPLAY 'WHCYCCNT - LEDGFILE OPEN FAILED, STATUS: '
002204             LEDGFILE-STATUS
002205         GO TO 9000-ABEND-PARA
002206     END-IF.
002207     SET LEDGFILE-OPEN-YES TO TRUE.
002208     ACCEPT WS-LEDG-RUN-DATE FROM DATE YYYYMMDD.
002209     ACCEPT WS-LEDG-RUN-TIME FROM TIME.
002210*
002211     INITIALIZE DEPT-TABLE.
002220*
002230     DISPLAY ' '.
002240     DISPLAY 'WHCYCCNT -  CYCLE-COUNT VARIANCE DETAIL'.
002460     SET ITEMMAST-OPEN-NO TO TRUE.
002470     CLOSE CNTEXCP.
002480     SET CNTEXCP-OPEN-NO TO TRUE.
002483     CLOSE LEDGFILE.
002486     SET LEDGFILE-OPEN-NO TO TRUE.
002490*
002500     PERFORM 5000-VARIANCE-REPORT-PARA THRU 5000-EXIT.
002510*
004410         GO TO 9000-ABEND-PARA
004420     END-IF.
004430     ADD 1 TO WS-APPLIED-CNT.
004435     PERFORM 2350-WRITE-LEDGER-PARA THRU 2350-EXIT.
004440*
004450     DISPLAY CNT-ITEM-NUMBER '  ' WIM-ITEM-DEPTNO ' '
004460         WS-BOOK-QTY '  ' CNT-COUNTED-QTY '  '
004480         CNT-COUNTER-ID '  APPLIED'.
004490*
004500 2300-EXIT.
004501     EXIT.
004502*
004503*===============================================================
004504* 2350-WRITE-LEDGER-PARA
004505*    APPENDS THE STOCK-LEDGER ROW FOR THE COUNT JUST APPLIED -
004506*    A GAIN GOES IN AND A LOSS GOES OUT, AND THE BALANCE IS
004507*    THE COUNTED QUANTITY NOW ON THE MASTER.
004508*===============================================================
004509 2350-WRITE-LEDGER-PARA.
004510*
004511     MOVE WIM-ITEM-NUMBER  TO LED-ITEM-NUMBER.
004512     MOVE WIM-ITEM-DEPTNO  TO LED-ITEM-DEPTNO.
004513     MOVE WS-LEDG-RUN-DATE TO LED-MOVE-DATE.
004514     MOVE WS-LEDG-RUN-TIME TO LED-MOVE-TIME.
004515     MOVE 'WHCYCCNT'       TO LED-SOURCE-PGM.
004516     SET LED-MOVE-COUNTADJ TO TRUE.
004517     IF WS-VAR-UNITS < ZERO
004518         MOVE ZERO       TO LED-QTY-IN
004519         MOVE WS-VAR-ABS TO LED-QTY-OUT
004520     ELSE
004521         MOVE WS-VAR-ABS TO LED-QTY-IN
004522         MOVE ZERO       TO LED-QTY-OUT
004523     END-IF.
004524     MOVE WIM-ON-HAND-QTY  TO LED-BALANCE.
004525     IF WIM-UNIT-COST NUMERIC
004526         MOVE WIM-UNIT-COST TO LED-UNIT-COST
004527     ELSE
004528         MOVE ZERO TO LED-UNIT-COST
004529     END-IF.
004530     MOVE CNT-COUNTER-ID   TO LED-REFERENCE.
004531     WRITE STOCK-LEDGER-RECORD.
004532     IF NOT LEDGFILE-STATUS-OK
004533         DISPLAY 'WHCYCCNT - LEDGFILE WRITE FAILED, STATUS: '
004534             LEDGFILE-STATUS
004535         GO TO 9000-ABEND-PARA
004536     END-IF.
004537     ADD 1 TO WS-LEDG-WRITTEN-CNT.
004538*
004539 2350-EXIT.
004540     EXIT.
004541*
004542*===============================================================
004543* 2400-ACCUM-DEPT-PARA
004550*    ROLLS THE CURRENT COUNT'S VARIANCE INTO ITS DEPARTMENT'S
004560*    ENTRY IN DEPT-TABLE, ADDING THE DEPTNO ON FIRST SIGHT.
004570*    DEPTNOS PAST THE 500-ENTRY CAPACITY ARE LOGGED AND LEFT
005310     DISPLAY 'COUNT CARDS NOT NUMERIC : ' WS-BADCARD-CNT.
005320     DISPLAY 'MASTER ON-HAND NOT NUM. : ' WS-BADMAST-CNT.
005330     DISPLAY 'EXCEPTIONS WRITTEN. . . : ' WS-EXCP-WRITTEN-CNT.
005335     DISPLAY 'LEDGER ROWS WRITTEN . . : ' WS-LEDG-WRITTEN-CNT.
005340*
005350     DISPLAY ' '.
005360     DISPLAY 'VARIANCE BY DEPARTMENT'.
005830     IF CNTEXCP-OPEN-YES
005840         CLOSE CNTEXCP
005850     END-IF.
005852     IF LEDGFILE-OPEN-YES
005854         CLOSE LEDGFILE
005856     END-IF.
005860*
005870     MOVE 16 TO RETURN-CODE.
005880     GO TO 9999-END-PARA.
