000100*-------------------------------------------------------------*
000110* DATE      INIT  DESCRIPTION                                 *
000120* 09/02/26  DLO   ORIGINAL COPYBOOK.                           *
000121* 10/15/26  DLO   ADDED JRN-USER-ID ON THE END OF THE ROW -    *
000122*                 THE SIGNED-ON USER FOR A ROW WRITTEN BY THE  *
000123*                 WHITMINQ ONLINE SCREEN (TD QUEUE WHJR), THE  *
000124*                 PROGRAM NAME FOR A WHMAINT BATCH ROW.  LRECL *
000125*                 GROWS 109 TO 117 - THE JRNLFILE DATASETS     *
000126*                 HAVE TO BE REALLOCATED WHEN THIS GOES IN.    *
000130*-------------------------------------------------------------*
000140 01  JOURNAL-RECORD.
000150     05  JRN-RUN-DATE              PIC 9(08).
000200         88  JRN-ACTION-DELETE     VALUE 'D'.
000210     05  JRN-BEFORE-IMAGE          PIC X(46).
000220     05  JRN-AFTER-IMAGE           PIC X(46).
000230     05  JRN-USER-ID               PIC X(08).
