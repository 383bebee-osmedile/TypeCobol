000272*                      RECORD (DL100S-AMOUNT) SO THE DOLLARS     *
000273*                      RE-ENTER THE CONTROL TOTALS WITH THE      *
000274*                      TRANSACTION.                              *
000276*    2026-10-15 JPM    EACH RECORD IS JOURNALED ON DL100BKJ      *
000278*                      (COPYBOOK DL100BK) BEFORE IT IS MARKED    *
000280*                      RECYCLED SO THE DAY CAN BE BACKED OUT BY  *
000282*                      DL100BKO.  A JOURNAL THAT WILL NOT OPEN   *
000284*                      IS WARNED AND THE RUN CARRIES ON.         *
000286*                                                                *
000288******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. DL100RCY.
000310 AUTHOR. J. MEDILE.
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-RECYCLE-STATUS.
000520*
000521     SELECT JOURNAL-FILE ASSIGN TO DL100BKJ
000522         ORGANIZATION IS INDEXED
000524         ACCESS MODE IS RANDOM
000525         RECORD KEY IS DL100BK-JOURNAL-KEY
000527         FILE STATUS IS WS-JOURNAL-STATUS.
000528*
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  SUSPENSE-FILE
000657     05  RC-AMOUNT               PIC 9(09)V99.
000660     05  FILLER                  PIC X(55).
000670*
000671 FD  JOURNAL-FILE
000673     RECORDING MODE IS F
000675     LABEL RECORDS ARE STANDARD.
000676     COPY DL100BK.
000678*
000680 WORKING-STORAGE SECTION.
000690******************************************************************
000700*    WORKING STORAGE - SWITCHES AND COUNTERS                     *
000750 77  WS-RECYCLE-STATUS           PIC X(02) VALUE SPACES.
000760     88  WS-RECYCLE-OK               VALUE '00'.
000770*
000772 77  WS-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
000775     88  WS-JOURNAL-OK               VALUE '00'.
000777*
000780 01  WS-SWITCHES.
000790     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000800         88  WS-END-OF-FILE          VALUE 'Y'.
000803     05  WS-JOURNAL-OPEN-SW      PIC X(01) VALUE 'N'.
000806         88  WS-JOURNAL-OPEN         VALUE 'Y'.
000810*
000820 01  WS-COUNTERS.
000830     05  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
001130         DISPLAY 'DL100RCY: UNABLE TO OPEN DL100RCF, STATUS = '
001140             WS-RECYCLE-STATUS
001150         MOVE 'Y' TO WS-EOF-SWITCH
001151     END-IF.
001152     OPEN I-O JOURNAL-FILE.
001153*    STATUS 35 IS A NEVER-LOADED CLUSTER - INITIALIZE IT IN PLACE.
001154     IF WS-JOURNAL-STATUS = '35'
001155         OPEN OUTPUT JOURNAL-FILE
001157         CLOSE JOURNAL-FILE
001158         OPEN I-O JOURNAL-FILE
001159     END-IF.
001160     IF WS-JOURNAL-OK
001161         MOVE 'Y' TO WS-JOURNAL-OPEN-SW
001162     ELSE
001164         DISPLAY 'DL100RCY: UNABLE TO OPEN DL100BKJ, STATUS = '
001165             WS-JOURNAL-STATUS
001166         DISPLAY 'DL100RCY: WARNING - RUN NOT JOURNALED, IT '
001167             'CANNOT BE BACKED OUT'
001168     END-IF.
001170     IF NOT WS-END-OF-FILE
001180         PERFORM 2900-READ-SUSPENSE THRU 2900-EXIT
001190     END-IF.
001315         MOVE DL100S-DIVISION TO RC-DIVISION
001317         MOVE DL100S-AMOUNT TO RC-AMOUNT
001320         WRITE RECYCLE-RECORD
001325         PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
001330         MOVE 'R' TO DL100S-STATUS-FLAG
001340         MOVE WS-RUN-DATE TO DL100S-RECYCLE-DATE
001350         REWRITE DL100S-SUSPENSE-RECORD
001500             ADD 1 TO WS-READ-COUNT
001510     END-READ.
001520 2900-EXIT.
001521     EXIT.
001522*
001523******************************************************************
001525*    8000-WRITE-JOURNAL - JOURNAL THE SUSPENSE RECORD AS IT      *
001526*                         STANDS BEFORE IT IS MARKED RECYCLED    *
001527******************************************************************
001528 8000-WRITE-JOURNAL.
001530     IF NOT WS-JOURNAL-OPEN
001531         GO TO 8000-EXIT
001532     END-IF.
001533     MOVE WS-RUN-DATE TO DL100BK-RUN-DATE.
001535     MOVE 'SUS' TO DL100BK-MASTER-ID.
001536     MOVE DL100S-TRAN-KEY TO DL100BK-MASTER-KEY.
001537     MOVE 'C' TO DL100BK-ACTION.
001538     MOVE 'DL100RCY' TO DL100BK-PROGRAM-ID.
001540     ACCEPT DL100BK-JOURNAL-TIME FROM TIME.
001541     MOVE DL100S-SUSPENSE-RECORD TO DL100BK-BEFORE-IMAGE.
001542*    A DUPLICATE KEY (STATUS 22) MEANS THE RECORD WAS ALREADY
001543*    JOURNALED FOR THIS RUN DATE - THE FIRST BEFORE IMAGE STANDS.
001545     WRITE DL100BK-JOURNAL-RECORD
001546         INVALID KEY
001547             IF WS-JOURNAL-STATUS NOT = '22'
001548                 DISPLAY 'DL100RCY: JOURNAL WRITE FAILED FOR KEY '
001550                     DL100BK-MASTER-KEY ', STATUS = '
001551                     WS-JOURNAL-STATUS
001552             END-IF
001553     END-WRITE.
001555 8000-EXIT.
001556     EXIT.
001557*
001558******************************************************************
001560*    9000-TERMINATE - CLOSE THE FILES AND REPORT THE COUNTS      *
001570******************************************************************
001580 9000-TERMINATE.
001590     CLOSE SUSPENSE-FILE, RECYCLE-FILE.
001592     IF WS-JOURNAL-OPEN
001595         CLOSE JOURNAL-FILE
001597     END-IF.
001600     DISPLAY 'DL100RCY: SUSPENSE RECORDS READ = ' WS-READ-COUNT.
001610     DISPLAY 'DL100RCY: RECORDS RECYCLED      = '
001620         WS-RECYCLED-COUNT.
