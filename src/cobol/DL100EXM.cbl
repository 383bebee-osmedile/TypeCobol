000450*                      PLACE - OPEN OUTPUT, CLOSE, REOPEN I-O -  *
000460*                      SO THE FIRST STEP015 EXECUTION LOADS THE  *
000470*                      MASTER INSTEAD OF FAILING RC 12.          *
000471*    2026-10-15 JPM    EVERY MASTER ADD AND CHANGE (INCLUDING    *
000472*                      THE AGING RESET) IS NOW JOURNALED ON      *
000474*                      DL100BKJ (COPYBOOK DL100BK) FIRST SO THE  *
000475*                      DAY CAN BE BACKED OUT BY DL100BKO.  A     *
000477*                      JOURNAL THAT WILL NOT OPEN IS WARNED      *
000478*                      AND THE RUN CARRIES ON UNJOURNALED.       *
000480*                                                                *
000490******************************************************************
000500 IDENTIFICATION DIVISION.
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-REPORT-STATUS.
000790*
000791     SELECT JOURNAL-FILE ASSIGN TO DL100BKJ
000792         ORGANIZATION IS INDEXED
000794         ACCESS MODE IS RANDOM
000795         RECORD KEY IS DL100BK-JOURNAL-KEY
000797         FILE STATUS IS WS-JOURNAL-STATUS.
000798*
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  EXCEPTION-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  AGING-REPORT-RECORD         PIC X(132).
000960*
000961 FD  JOURNAL-FILE
000963     RECORDING MODE IS F
000965     LABEL RECORDS ARE STANDARD.
000966     COPY DL100BK.
000968*
000970 WORKING-STORAGE SECTION.
000980******************************************************************
000990*    WORKING STORAGE - SWITCHES AND COUNTERS                     *
001070 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
001080     88  WS-REPORT-OK                VALUE '00'.
001090*
001092 77  WS-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
001095     88  WS-JOURNAL-OK               VALUE '00'.
001097*
001100 01  WS-SWITCHES.
001110     05  WS-EXC-EOF-SWITCH       PIC X(01) VALUE 'N'.
001120         88  WS-EXC-END-OF-FILE      VALUE 'Y'.
001180         88  WS-EXC-TRAILER-SEEN     VALUE 'Y'.
001190     05  WS-BALANCE-SW           PIC X(01) VALUE 'N'.
001200         88  WS-OUT-OF-BALANCE       VALUE 'Y'.
001203     05  WS-JOURNAL-OPEN-SW      PIC X(01) VALUE 'N'.
001206         88  WS-JOURNAL-OPEN         VALUE 'Y'.
001210*
001220 01  WS-COUNTERS.
001230     05  WS-EXCEPTION-COUNT      PIC 9(07) COMP VALUE ZERO.
002540     ELSE
002550         MOVE 'Y' TO WS-MASTER-OPEN-SW
002560     END-IF.
002562     IF WS-MASTER-OPEN
002565         PERFORM 1400-OPEN-JOURNAL THRU 1400-EXIT
002567     END-IF.
002570     OPEN OUTPUT AGING-REPORT-FILE.
002580     IF NOT WS-REPORT-OK
002590         DISPLAY 'DL100EXM: UNABLE TO OPEN DL100ARP, STATUS = '
002720         MOVE 'Y' TO WS-EXC-EOF-SWITCH
002730     ELSE
002740         PERFORM 2900-READ-EXCEPTION THRU 2900-EXIT
002741     END-IF.
002742 1000-EXIT.
002743     EXIT.
002744*
002745******************************************************************
002746*    1400-OPEN-JOURNAL - OPEN THE BACKOUT JOURNAL.  STATUS 35 IS *
002748*                        A NEVER-LOADED CLUSTER, INITIALIZED IN  *
002749*                        PLACE AS FOR THE MASTER                 *
002750******************************************************************
002751 1400-OPEN-JOURNAL.
002752     OPEN I-O JOURNAL-FILE.
002753     IF WS-JOURNAL-STATUS = '35'
002755         OPEN OUTPUT JOURNAL-FILE
002756         CLOSE JOURNAL-FILE
002757         OPEN I-O JOURNAL-FILE
002758     END-IF.
002759     IF WS-JOURNAL-OK
002760         MOVE 'Y' TO WS-JOURNAL-OPEN-SW
002761     ELSE
002763         DISPLAY 'DL100EXM: UNABLE TO OPEN DL100BKJ, STATUS = '
002764             WS-JOURNAL-STATUS
002765         DISPLAY 'DL100EXM: WARNING - RUN NOT JOURNALED, IT '
002766             'CANNOT BE BACKED OUT'
002767     END-IF.
002768 1400-EXIT.
002770     EXIT.
002780*
002790******************************************************************
003600         INVALID KEY
003610             DISPLAY 'DL100EXM: MASTER WRITE FAILED FOR KEY '
003620                 DL100X-TRAN-KEY
003621         NOT INVALID KEY
003623             MOVE 'A' TO DL100BK-ACTION
003625             MOVE DL100E-TRAN-KEY TO DL100BK-MASTER-KEY
003626             MOVE SPACES TO DL100BK-BEFORE-IMAGE
003628             PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
003630     END-WRITE.
003640     ADD 1 TO WS-NEW-KEY-COUNT.
003650 2100-EXIT.
003750     IF DL100E-LAST-SEEN-DATE = WS-RUN-DATE
003760         GO TO 2200-EXIT
003770     END-IF.
003772     MOVE 'C' TO DL100BK-ACTION.
003774     MOVE DL100E-TRAN-KEY TO DL100BK-MASTER-KEY.
003776     MOVE DL100E-MASTER-RECORD TO DL100BK-BEFORE-IMAGE.
003778     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
003780     IF DL100E-LAST-SEEN-DATE = WS-PRIOR-RUN-DATE
003790         AND WS-PRIOR-RUN-DATE > ZERO
003800         ADD 1 TO DL100E-CONSEC-DAYS
004720     ELSE
004730         IF DL100E-CONSEC-DAYS > ZERO
004740             ADD 1 TO WS-CLEARED-COUNT
004742             MOVE 'C' TO DL100BK-ACTION
004744             MOVE DL100E-TRAN-KEY TO DL100BK-MASTER-KEY
004746             MOVE DL100E-MASTER-RECORD TO DL100BK-BEFORE-IMAGE
004748             PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
004750             MOVE ZERO TO DL100E-CONSEC-DAYS
004760             REWRITE DL100E-MASTER-RECORD
004770                 INVALID KEY
005020     ADD 1 TO WS-LINE-COUNT.
005030 3200-EXIT.
005040     EXIT.
005041*
005042******************************************************************
005043*    8000-WRITE-JOURNAL - JOURNAL ONE MASTER RECORD BEFORE IT IS *
005044*                         ADDED OR CHANGED.  THE CALLER SETS THE *
005045*                         ACTION, KEY AND BEFORE IMAGE           *
005046******************************************************************
005047 8000-WRITE-JOURNAL.
005048     IF NOT WS-JOURNAL-OPEN
005049         GO TO 8000-EXIT
005050     END-IF.
005051     MOVE WS-RUN-DATE TO DL100BK-RUN-DATE.
005052     MOVE 'EMS' TO DL100BK-MASTER-ID.
005053     MOVE 'DL100EXM' TO DL100BK-PROGRAM-ID.
005054     ACCEPT DL100BK-JOURNAL-TIME FROM TIME.
005055*    A DUPLICATE KEY (STATUS 22) MEANS THE RECORD WAS ALREADY
005056*    JOURNALED FOR THIS RUN DATE - THE FIRST BEFORE IMAGE STANDS.
005057     WRITE DL100BK-JOURNAL-RECORD
005058         INVALID KEY
005059             IF WS-JOURNAL-STATUS NOT = '22'
005060                 DISPLAY 'DL100EXM: JOURNAL WRITE FAILED FOR KEY '
005061                     DL100BK-MASTER-KEY ', STATUS = '
005062                     WS-JOURNAL-STATUS
005063             END-IF
005064     END-WRITE.
005065 8000-EXIT.
005066     EXIT.
005067*
005068******************************************************************
005070*    9000-TERMINATE - WRITE THE TRAILER AND CLOSE THE FILES      *
005080******************************************************************
005090 9000-TERMINATE.
005180         AFTER ADVANCING 1 LINE.
005190     IF WS-MASTER-OPEN
005200         CLOSE EXCEPTION-FILE, MASTER-FILE
005202     END-IF.
005205     IF WS-JOURNAL-OPEN
005207         CLOSE JOURNAL-FILE
005210     END-IF.
005220     CLOSE AGING-REPORT-FILE.
005230     DISPLAY 'DL100EXM: EXCEPTIONS READ   = ' WS-EXCEPTION-COUNT.
