000532*                      DL100RL) SO THE MORNING CERTIFICATION     *
000534*                      READS ONE LEDGER RECORD INSTEAD OF THIS   *
000536*                      STEP'S SYSOUT.                            *
000537*    2026-10-15 JPM    EVERY REJECT WITH A USABLE TRAN KEY (NOT  *
000538*                      REASON 01, 03 OR 05) IS NOW OPENED ON THE *
000539*                      DL100ORJ OPEN-REJECTS MASTER (COPYBOOK    *
000540*                      DL100OR), AND AN OPEN KEY THAT PASSES THE *
000542*                      EDIT CLEAN IS MARKED CLEARED - THE SENDER *
000543*                      RESUBMITTED IT.  THE WEEKLY DL100ORA      *
000544*                      REPORT AGES WHAT IS STILL OPEN.  A MASTER *
000545*                      PROBLEM IS REPORTED BUT NEVER FAILS THE   *
000546*                      EDIT ITSELF.                              *
000548*    2026-10-15 JPM    EVERY DL100ORJ ADD AND CHANGE IS NOW      *
000549*                      JOURNALED ON DL100BKJ (COPYBOOK DL100BK)  *
000550*                      FIRST SO THE DAY CAN BE BACKED OUT BY     *
000551*                      DL100BKO.  A JOURNAL THAT WILL NOT OPEN   *
000552*                      IS WARNED AND THE EDIT CARRIES ON.        *
000554*    2026-10-15 JPM    A LEDGER RECORD STARTED HERE CARRIES A    *
000555*                      BLANK PARTIAL-NIGHT FLAG AND MISSING-     *
000556*                      DIVISION LIST (NEW IN DL100RL).           *
000557*                                                                *
000558******************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. DL100EDT.
000580 AUTHOR. J. MEDILE.
000887         RECORD KEY IS DL100RL-RUN-DATE
000888         FILE STATUS IS WS-LEDGER-STATUS.
000890*
000891     SELECT OPEN-REJECT-FILE ASSIGN TO DL100ORJ
000892         ORGANIZATION IS INDEXED
000894         ACCESS MODE IS RANDOM
000895         RECORD KEY IS DL100OR-TRAN-KEY
000897         FILE STATUS IS WS-OPENREJ-STATUS.
000898*
000900     SELECT JOURNAL-FILE ASSIGN TO DL100BKJ
000901         ORGANIZATION IS INDEXED
000902         ACCESS MODE IS RANDOM
000904         RECORD KEY IS DL100BK-JOURNAL-KEY
000905         FILE STATUS IS WS-JOURNAL-STATUS.
000907*
000908 DATA DIVISION.
000910 FILE SECTION.
000920 FD  TRANIN-FILE
000930     RECORDING MODE IS F
001144     RECORDING MODE IS F
001146     LABEL RECORDS ARE STANDARD.
001148     COPY DL100RL.
001149*
001150 FD  OPEN-REJECT-FILE
001151     RECORDING MODE IS F
001152     LABEL RECORDS ARE STANDARD.
001153     COPY DL100OR.
001154*
001155 FD  JOURNAL-FILE
001156     RECORDING MODE IS F
001157     LABEL RECORDS ARE STANDARD.
001158     COPY DL100BK.
001159*
001160 SD  SORT-FILE.
001170 01  SORT-RECORD.
001180     05  SR-TRAN-KEY             PIC X(10).
001368*
001369 77  WS-STAMP-TIME               PIC 9(08) VALUE ZERO.
001370*
001371 77  WS-OPENREJ-STATUS           PIC X(02) VALUE SPACES.
001372     88  WS-OPENREJ-OK               VALUE '00'.
001374*
001375 77  WS-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
001377     88  WS-JOURNAL-OK               VALUE '00'.
001378*
001380 01  WS-SWITCHES.
001390     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001400         88  WS-END-OF-FILE          VALUE 'Y'.
001410     05  WS-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
001420         88  WS-SORT-END-OF-FILE     VALUE 'Y'.
001421     05  WS-OPENREJ-OPEN-SW      PIC X(01) VALUE 'N'.
001422         88  WS-OPENREJ-OPEN         VALUE 'Y'.
001424     05  WS-OPENREJ-FOUND-SW     PIC X(01) VALUE 'N'.
001425         88  WS-OPENREJ-FOUND        VALUE 'Y'.
001427     05  WS-JOURNAL-OPEN-SW      PIC X(01) VALUE 'N'.
001428         88  WS-JOURNAL-OPEN         VALUE 'Y'.
001430*
001440 01  WS-COUNTERS.
001450     05  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
001470     05  WS-REJECT-COUNT         PIC 9(07) COMP VALUE ZERO.
001480     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001490     05  WS-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
001493     05  WS-OPENED-COUNT         PIC 9(07) COMP VALUE ZERO.
001496     05  WS-CLEARED-COUNT        PIC 9(07) COMP VALUE ZERO.
001500*
001510 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001520*
002770             WS-REJECT-STATUS
002780     END-IF.
002790     OPEN OUTPUT REJECT-REPORT-FILE.
002791     IF NOT WS-REPORT-OK
002792         DISPLAY 'DL100EDT: UNABLE TO OPEN DL100RJR, STATUS = '
002793             WS-REPORT-STATUS
002794     END-IF.
002795     PERFORM 1200-OPEN-OPEN-REJECTS THRU 1200-EXIT.
002796 1000-EXIT.
002797     EXIT.
002798*
002800******************************************************************
002801*    1200-OPEN-OPEN-REJECTS - OPEN THE DL100ORJ OPEN-REJECTS     *
002802*                             MASTER.  A MASTER THAT WILL NOT    *
002803*                             OPEN IS REPORTED AND THE EDIT RUNS *
002804*                             ON WITHOUT IT                      *
002805******************************************************************
002806 1200-OPEN-OPEN-REJECTS.
002807     OPEN I-O OPEN-REJECT-FILE.
002808*    STATUS 35 IS A DEFINED-BUT-NEVER-LOADED CLUSTER - INITIALIZE
002810*    IT IN PLACE THE SAME WAY THE LEDGER STAMP DOES.
002811     IF WS-OPENREJ-STATUS = '35'
002812         OPEN OUTPUT OPEN-REJECT-FILE
002813         CLOSE OPEN-REJECT-FILE
002814         OPEN I-O OPEN-REJECT-FILE
002815     END-IF.
002816     IF WS-OPENREJ-OK
002817         MOVE 'Y' TO WS-OPENREJ-OPEN-SW
002818         PERFORM 1250-OPEN-JOURNAL THRU 1250-EXIT
002820     ELSE
002821         DISPLAY 'DL100EDT: UNABLE TO OPEN DL100ORJ, STATUS = '
002822             WS-OPENREJ-STATUS
002823     END-IF.
002824 1200-EXIT.
002825     EXIT.
002826*
002827******************************************************************
002828*    1250-OPEN-JOURNAL - OPEN THE BACKOUT JOURNAL THE DL100ORJ   *
002830*                        CHANGES ARE RECORDED ON                 *
002831******************************************************************
002832 1250-OPEN-JOURNAL.
002833     OPEN I-O JOURNAL-FILE.
002834     IF WS-JOURNAL-STATUS = '35'
002835         OPEN OUTPUT JOURNAL-FILE
002836         CLOSE JOURNAL-FILE
002837         OPEN I-O JOURNAL-FILE
002838     END-IF.
002840     IF WS-JOURNAL-OK
002841         MOVE 'Y' TO WS-JOURNAL-OPEN-SW
002842     ELSE
002843         DISPLAY 'DL100EDT: UNABLE TO OPEN DL100BKJ, STATUS = '
002844             WS-JOURNAL-STATUS
002845         DISPLAY 'DL100EDT: WARNING - RUN NOT JOURNALED, IT '
002846             'CANNOT BE BACKED OUT'
002847     END-IF.
002848 1250-EXIT.
002850     EXIT.
002860*
002870******************************************************************
004010                 ADD 1 TO WS-CLEAN-COUNT
004020                 ADD SR-CONTROL-CODE TO WS-CLEAN-HASH
004022                 ADD SR-AMOUNT TO WS-CLEAN-AMOUNT
004023                 IF WS-OPENREJ-OPEN
004024                     PERFORM 4200-CLEAR-REJECT THRU 4200-EXIT
004025                 END-IF
004026             END-IF
004027     END-RETURN.
004028 4100-EXIT.
004029     EXIT.
004030*
004031******************************************************************
004032*    4200-CLEAR-REJECT - MARK THE CLEAN KEY CLEARED ON THE OPEN- *
004033*                        REJECTS MASTER WHEN IT IS STILL OPEN    *
004035*                        THERE - THE SENDER HAS RESUBMITTED IT   *
004036******************************************************************
004037 4200-CLEAR-REJECT.
004038     MOVE SR-TRAN-KEY TO DL100OR-TRAN-KEY.
004039     READ OPEN-REJECT-FILE
004040         INVALID KEY
004041             GO TO 4200-EXIT
004042     END-READ.
004043     IF NOT DL100OR-OPEN
004044         GO TO 4200-EXIT
004045     END-IF.
004046     MOVE 'C' TO DL100BK-ACTION.
004048     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
004049     MOVE 'C' TO DL100OR-STATUS-FLAG.
004050     MOVE WS-RUN-DATE TO DL100OR-CLEARED-DATE.
004051     REWRITE DL100OR-OPEN-REJECT-RECORD
004052         INVALID KEY
004053             DISPLAY 'DL100EDT: DL100ORJ REWRITE FAILED, '
004054                 'STATUS = ' WS-OPENREJ-STATUS
004055         NOT INVALID KEY
004056             ADD 1 TO WS-CLEARED-COUNT
004057     END-REWRITE.
004058 4200-EXIT.
004060     EXIT.
004070*
004080******************************************************************
004370     WRITE REJECT-REPORT-RECORD FROM WS-DETAIL-LINE
004380         AFTER ADVANCING 1 LINE.
004390     ADD 1 TO WS-LINE-COUNT.
004391     IF WS-OPENREJ-OPEN
004392         AND WS-REJ-REASON NOT = '01'
004394         AND WS-REJ-REASON NOT = '03'
004395         AND WS-REJ-REASON NOT = '05'
004397         PERFORM 5100-OPEN-REJECT THRU 5100-EXIT
004398     END-IF.
004400 5000-EXIT.
004401     EXIT.
004402*
004403******************************************************************
004404*    5100-OPEN-REJECT - OPEN (OR REFRESH) THE REJECTED KEY ON    *
004405*                       THE OPEN-REJECTS MASTER.  AN OPEN KEY    *
004406*                       BOUNCING AGAIN ADVANCES ITS LAST REJECT  *
004407*                       DATE AND COUNT, ONCE PER RUN DATE; A     *
004408*                       CLEARED KEY BOUNCING AGAIN IS REOPENED   *
004409*                       AS A NEW REJECT                          *
004410******************************************************************
004411 5100-OPEN-REJECT.
004412     MOVE WS-REJ-RECORD (1:10) TO DL100OR-TRAN-KEY.
004413     READ OPEN-REJECT-FILE
004414         INVALID KEY
004415             MOVE 'N' TO WS-OPENREJ-FOUND-SW
004416         NOT INVALID KEY
004417             MOVE 'Y' TO WS-OPENREJ-FOUND-SW
004418     END-READ.
004419     IF WS-OPENREJ-FOUND
004420         MOVE 'C' TO DL100BK-ACTION
004421         PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
004422     END-IF.
004423     IF WS-OPENREJ-FOUND AND DL100OR-OPEN
004424         IF DL100OR-LAST-REJECT-DATE NOT = WS-RUN-DATE
004425             ADD 1 TO DL100OR-REJECT-COUNT
004426             MOVE WS-RUN-DATE TO DL100OR-LAST-REJECT-DATE
004427         END-IF
004428     ELSE
004429         MOVE SPACES TO DL100OR-OPEN-REJECT-RECORD
004430         MOVE 'O' TO DL100OR-STATUS-FLAG
004431         MOVE WS-RUN-DATE TO DL100OR-FIRST-REJECT-DATE
004432             DL100OR-LAST-REJECT-DATE
004433         MOVE 1 TO DL100OR-REJECT-COUNT
004434         MOVE ZERO TO DL100OR-CLEARED-DATE
004435     END-IF.
004436     MOVE WS-REJ-RECORD (1:10) TO DL100OR-TRAN-KEY.
004437     MOVE WS-REJ-RECORD (13:2) TO DL100OR-DIVISION.
004438     MOVE WS-REJ-REASON TO DL100OR-REJECT-REASON.
004439     MOVE WS-REJ-RECORD (11:2) TO DL100OR-CONTROL-CODE.
004440     IF WS-OPENREJ-FOUND
004441         REWRITE DL100OR-OPEN-REJECT-RECORD
004442             INVALID KEY
004443                 DISPLAY 'DL100EDT: DL100ORJ REWRITE FAILED, '
004444                     'STATUS = ' WS-OPENREJ-STATUS
004445         END-REWRITE
004446     ELSE
004447         WRITE DL100OR-OPEN-REJECT-RECORD
004448             INVALID KEY
004449                 DISPLAY 'DL100EDT: DL100ORJ WRITE FAILED, '
004450                     'STATUS = ' WS-OPENREJ-STATUS
004451             NOT INVALID KEY
004452                 ADD 1 TO WS-OPENED-COUNT
004453                 MOVE 'A' TO DL100BK-ACTION
004454                 PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
004455         END-WRITE
004456     END-IF.
004457 5100-EXIT.
004458     EXIT.
004459*
004460******************************************************************
004461*    8000-WRITE-JOURNAL - JOURNAL THE DL100ORJ RECORD BEFORE     *
004462*                         IT IS CHANGED (ACTION C) OR ONCE IT    *
004463*                         HAS BEEN ADDED (ACTION A).  THE        *
004464*                         CALLER SETS THE ACTION                 *
004465******************************************************************
004466 8000-WRITE-JOURNAL.
004467     IF NOT WS-JOURNAL-OPEN
004468         GO TO 8000-EXIT
004469     END-IF.
004470     MOVE WS-RUN-DATE TO DL100BK-RUN-DATE.
004471     MOVE 'ORJ' TO DL100BK-MASTER-ID.
004472     MOVE DL100OR-TRAN-KEY TO DL100BK-MASTER-KEY.
004473     MOVE 'DL100EDT' TO DL100BK-PROGRAM-ID.
004474     ACCEPT DL100BK-JOURNAL-TIME FROM TIME.
004475     IF DL100BK-RECORD-ADDED
004476         MOVE SPACES TO DL100BK-BEFORE-IMAGE
004477     ELSE
004478         MOVE DL100OR-OPEN-REJECT-RECORD TO DL100BK-BEFORE-IMAGE
004479     END-IF.
004480*    A DUPLICATE KEY (STATUS 22) MEANS THE RECORD WAS ALREADY
004481*    JOURNALED FOR THIS RUN DATE - THE FIRST BEFORE IMAGE STANDS.
004482     WRITE DL100BK-JOURNAL-RECORD
004483         INVALID KEY
004484             IF WS-JOURNAL-STATUS NOT = '22'
004485                 DISPLAY 'DL100EDT: JOURNAL WRITE FAILED FOR KEY '
004486                     DL100BK-MASTER-KEY ', STATUS = '
004487                     WS-JOURNAL-STATUS
004488             END-IF
004489     END-WRITE.
004490 8000-EXIT.
004491     EXIT.
004492*
004493******************************************************************
004494*    9000-TERMINATE - WRITE THE SUMMARY TRAILER AND CLOSE FILES  *
004495******************************************************************
004496 9000-TERMINATE.
004497     IF WS-LINE-COUNT = ZERO
004498         PERFORM 1500-PRINT-HEADING THRU 1500-EXIT
004499     END-IF.
004500     MOVE WS-READ-COUNT TO WS-TL1-READ-COUNT.
004510     MOVE WS-CLEAN-COUNT TO WS-TL2-CLEAN-COUNT.
004520     MOVE WS-REJECT-COUNT TO WS-TL3-REJECT-COUNT.
004660     END-IF.
004670     CLOSE TRANIN-FILE, CLEAN-FILE, REJECT-FILE,
004680           REJECT-REPORT-FILE.
004681     IF WS-OPENREJ-OPEN
004682         CLOSE OPEN-REJECT-FILE
004684     END-IF.
004685     IF WS-JOURNAL-OPEN
004687         CLOSE JOURNAL-FILE
004688     END-IF.
004690     DISPLAY 'DL100EDT: RECORDS READ     = ' WS-READ-COUNT.
004700     DISPLAY 'DL100EDT: CLEAN RECORDS    = ' WS-CLEAN-COUNT.
004710     DISPLAY 'DL100EDT: REJECTED RECORDS = ' WS-REJECT-COUNT.
004713     DISPLAY 'DL100EDT: REJECTS OPENED   = ' WS-OPENED-COUNT.
004716     DISPLAY 'DL100EDT: REJECTS CLEARED  = ' WS-CLEARED-COUNT.
004720     IF WS-REJECT-COUNT > ZERO
004730         MOVE 4 TO WS-RETURN-CODE
004740     END-IF.
004833         DL100RL-HIST-TIME DL100RL-CERT-TIME
004834         DL100RL-CERT-OPERATOR.
004835     MOVE ZERO TO DL100RL-IFTHEN-RC DL100RL-CERT-DATE.
004836     MOVE SPACES TO DL100RL-PARTIAL-FLAG
004837         DL100RL-MISSING-DIVISIONS.
004839     WRITE DL100RL-LEDGER-RECORD
004840         INVALID KEY
004841             DISPLAY 'DL100EDT: DL100LDG WRITE FAILED, '
004843                 'STATUS = ' WS-LEDGER-STATUS
004844     END-WRITE.
004845 9610-EXIT.
004847     EXIT.
004848*
004850 END PROGRAM DL100EDT.
