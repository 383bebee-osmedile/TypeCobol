002078*                      CHANGE FOR MATCH, UNKNOWN AND             *
002079*                      CATEGORIZED.                              *
002080*    2026-09-02 JPM    A MALFORMED DIV= PARM (NOT DIV=NN-MM)     *
002081*                      NOW HARD-FAILS THE RUN RC 12 BEFORE       *
002082*                      ANYTHING OPENS.  TREATED AS MERELY        *
002083*                      UNRECOGNIZED, THE STEP RAN UNSLICED AND   *
002084*                      SILENTLY REPROCESSED EVERY DIVISION THE   *
002085*                      OTHER SLICES ALSO HANDLE.                 *
002086*    2026-10-15 JPM    HIGH-VALUE HOLD.  A MATCHED OR            *
002087*                      CATEGORIZED TRANSACTION OVER THE          *
002088*                      DL100C-HOLD-LIMIT IN EFFECT FOR ITS       *
002089*                      DIVISION (THE 'DIVnn' LIMIT, ELSE THE     *
002090*                      DL100CTL DEFAULT) GOES TO DL100DSP AS     *
002091*                      'H' AND ONTO THE NEW DL100HLD HOLD        *
002092*                      MASTER FOR TREASURY.  DL100FED BUILDS     *
002093*                      THE DL100NXT FEED WITHOUT IT UNTIL IT IS  *
002094*                      RELEASED.  THE REPORT FLAGS EACH HELD     *
002095*                      LINE AND TOTALS THE HELD ITEMS.           *
002096*    2026-10-15 JPM    EVERY DL100SUS OPEN OR REOPEN AND EVERY   *
002097*                      DL100HLD HOLD IS NOW JOURNALED ON         *
002098*                      DL100BKJ (COPYBOOK DL100BK) FIRST SO THE  *
002099*                      DAY CAN BE BACKED OUT BY DL100BKO.  A     *
002100*                      JOURNAL THAT WILL NOT OPEN IS WARNED AND  *
002101*                      THE RUN CARRIES ON.                       *
002102*    2026-10-15 JPM    A LEDGER RECORD STARTED HERE CARRIES A    *
002103*                      BLANK PARTIAL-NIGHT FLAG AND MISSING-     *
002104*                      DIVISION LIST (NEW IN DL100RL).           *
002105*    2026-10-15 JPM    A FAILED REWRITE OF A REOPENED DL100SUS   *
002106*                      ITEM OR A REFRESHED DL100HLD HOLD IS NOW  *
002107*                      DISPLAYED WITH ITS KEY AND STATUS AND     *
002108*                      COUNTED IN THE RUN TOTALS.                *
002109*                                                               *
002110******************************************************************
002111 IDENTIFICATION DIVISION.
002112 PROGRAM-ID. IFTHEN.
002113 AUTHOR. J. MEDILE.
002114 INSTALLATION. DL100 BATCH CONTROL SYSTEM.
002116 DATE-WRITTEN. 2024-01-05.
002119 DATE-COMPILED. 2026-08-09.
002122*
002652         ORGANIZATION IS SEQUENTIAL
002653         FILE STATUS IS WS-BASEDSP-STATUS.
002654*
002655     SELECT HOLD-FILE ASSIGN TO DL100HLD
002656         ORGANIZATION IS INDEXED
002657         ACCESS MODE IS RANDOM
002658         RECORD KEY IS DL100HD-HOLD-KEY
002659         FILE STATUS IS WS-HOLD-STATUS.
002660*
002662     SELECT JOURNAL-FILE ASSIGN TO DL100BKJ
002663         ORGANIZATION IS INDEXED
002664         ACCESS MODE IS RANDOM
002665         RECORD KEY IS DL100BK-JOURNAL-KEY
002666         FILE STATUS IS WS-JOURNAL-STATUS.
002667*
002668 DATA DIVISION.
002670 FILE SECTION.
002680 FD  CONTROL-FILE
002690     RECORDING MODE IS F
003217     05  BD-DIVISION             PIC X(02).
003218     05  BD-DISPOSITION          PIC X(01).
003219     05  FILLER                  PIC X(65).
003220*
003222 FD  HOLD-FILE
003223     RECORDING MODE IS F
003225     LABEL RECORDS ARE STANDARD.
003227     COPY DL100HD.
003228*
003230 FD  JOURNAL-FILE
003231     RECORDING MODE IS F
003233     LABEL RECORDS ARE STANDARD.
003235     COPY DL100BK.
003236 WORKING-STORAGE SECTION.
003238******************************************************************
003240*    WORKING STORAGE - SWITCHES AND COUNTERS                     *
003250******************************************************************
003260 77  WS-CONTROL-STATUS           PIC X(02) VALUE SPACES.
003570 77  WS-BASEDSP-STATUS           PIC X(02) VALUE SPACES.
003572     88  WS-BASEDSP-OK               VALUE '00'.
003574*
003575 77  WS-HOLD-STATUS              PIC X(02) VALUE SPACES.
003577     88  WS-HOLD-OK                  VALUE '00'.
003578*
003580 77  WS-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
003582     88  WS-JOURNAL-OK               VALUE '00'.
003583*
003585 77  WS-STAMP-TIME               PIC 9(08) VALUE ZERO.
003586*
003588 01  WS-SWITCHES.
003590     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
003600         88  WS-END-OF-FILE          VALUE 'Y'.
003610     05  WS-CATEGORY-EOF-SWITCH  PIC X(01) VALUE 'N'.
003764         88  WS-BASEDSP-END-OF-FILE  VALUE 'Y'.
003766     05  WS-BASELINE-SW          PIC X(01) VALUE 'N'.
003768         88  WS-BASELINE-LOADED      VALUE 'Y'.
003770     05  WS-HOLD-OPEN-SW         PIC X(01) VALUE 'N'.
003772         88  WS-HOLD-OPEN            VALUE 'Y'.
003774     05  WS-JOURNAL-OPEN-SW      PIC X(01) VALUE 'N'.
003776         88  WS-JOURNAL-OPEN         VALUE 'Y'.
003778*
003780 01  WS-COUNTERS.
003790     05  WS-RECORD-COUNT         PIC 9(07) COMP VALUE ZERO.
003800     05  WS-MATCH-COUNT          PIC 9(07) COMP VALUE ZERO.
003872     05  WS-EXC-AMOUNT           PIC 9(13)V99 COMP VALUE ZERO.
003874     05  WS-TOTAL-AMOUNT         PIC 9(13)V99 COMP VALUE ZERO.
003876     05  WS-DSP-HASH             PIC 9(09) COMP VALUE ZERO.
003877     05  WS-HELD-COUNT           PIC 9(07) COMP VALUE ZERO.
003878     05  WS-HELD-AMOUNT          PIC 9(13)V99 COMP VALUE ZERO.
003879     05  WS-REWRITE-FAIL-COUNT   PIC 9(07) COMP VALUE ZERO.
003880     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
003890     05  WS-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
003900*
004210            INDEXED BY WS-DIV-IDX.
004220        10  WS-DIV-DIVISION         PIC X(02).
004230        10  WS-DIV-THRESHOLD        PIC 9(02).
004235        10  WS-DIV-HOLD-LIMIT       PIC 9(09)V99.
004240*
004250 01  WS-DIVSTAT-COUNT            PIC 9(03) COMP VALUE ZERO.
004260 01  WS-DIVSTAT-TABLE.
004990     05  WS-DL-RESULT            PIC X(20).
004992     05  FILLER                  PIC X(02) VALUE SPACES.
004994     05  WS-DL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
004998     05  FILLER                  PIC X(02) VALUE SPACES.
005002     05  WS-DL-HELD              PIC X(04) VALUE SPACES.
005006     05  FILLER                  PIC X(63) VALUE SPACES.
005010*
005020 01  WS-TRAILER-LINE-1.
005030     05  FILLER                  PIC X(01) VALUE SPACE.
005276         VALUE 'TOTAL AMOUNT PROCESSED: '.
005277     05  WS-TL5-TOTAL-AMOUNT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
005278     05  FILLER                  PIC X(89) VALUE SPACES.
005279*
005280 01  WS-TRAILER-LINE-6.
005281     05  FILLER                  PIC X(01) VALUE SPACE.
005282     05  FILLER                  PIC X(24)
005283         VALUE 'TOTAL HELD OVER LIMIT:  '.
005284     05  WS-TL6-HELD-COUNT       PIC ZZZ,ZZ9.
005285     05  FILLER                  PIC X(10) VALUE '  AMOUNT:'.
005286     05  WS-TL6-HELD-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
005287     05  FILLER                  PIC X(72) VALUE SPACES.
005288*
005290 01  WS-DIV-SUB-HEADER.
005300     05  FILLER                  PIC X(01) VALUE SPACE.
005310     05  FILLER                  PIC X(25)
005545 01  WS-TRAN-AMOUNT              PIC 9(09)V99 VALUE ZEROS.
005550 01  WS-THRESHOLD                PIC 9(02) VALUE ZEROS.
005560 01  WS-ACTIVE-THRESHOLD         PIC 9(02) VALUE ZEROS.
005563 01  WS-HOLD-LIMIT               PIC 9(09)V99 VALUE ZEROS.
005566 01  WS-ACTIVE-HOLD-LIMIT        PIC 9(09)V99 VALUE ZEROS.
005570 01  WS-DISP-FLAG                PIC X(01) VALUE SPACE.
005575 01  WS-ORIG-DISP-FLAG           PIC X(01) VALUE SPACE.
005580 01  WS-DISP-LABEL               PIC X(20) VALUE SPACES.
005590 01  WS-DISP-SEVERITY            PIC 9(02) VALUE ZEROS.
005600*
007670                 MOVE DL100C-CKPT-INTERVAL
007680                     TO WS-CKPT-INTERVAL
007690             END-IF
007691             IF DL100C-HOLD-LIMIT NUMERIC
007693                 MOVE DL100C-HOLD-LIMIT TO WS-HOLD-LIMIT
007695             ELSE
007696                 MOVE ZERO TO WS-HOLD-LIMIT
007698             END-IF
007700         WHEN DL100C-CONTROL-ID (1:3) = 'DIV'
007710             PERFORM 1380-LOAD-DIV-CONTROL THRU 1380-EXIT
007830         WHEN OTHER
007840             CONTINUE
007850     END-EVALUATE.
007851 1370-EXIT.
007852     EXIT.
007853*
007854******************************************************************
007855*    1380-LOAD-DIV-CONTROL - APPLY ONE IN-EFFECT 'DIVnn' RECORD  *
007856*                            TO THE DIVISION THRESHOLD TABLE.    *
007857*                            A DIVISION ALREADY IN THE TABLE IS  *
007858*                            SUPERSEDED IN PLACE (A LATER        *
007859*                            EFFECTIVE DATE, STILL IN EFFECT)    *
007860*                            INSTEAD OF DUPLICATED               *
007861******************************************************************
007863 1380-LOAD-DIV-CONTROL.
007864     MOVE 'N' TO WS-DIVCTL-FOUND-SW.
007865     IF WS-DIV-COUNT > ZERO
007866         SET WS-DIV-IDX TO 1
007867         SEARCH WS-DIV-ENTRY
007868             AT END
007869                 CONTINUE
007870             WHEN WS-DIV-DIVISION (WS-DIV-IDX)
007871                 = DL100C-CONTROL-ID (4:2)
007872                 MOVE DL100C-THRESHOLD
007873                     TO WS-DIV-THRESHOLD (WS-DIV-IDX)
007874                 PERFORM 1390-SET-DIV-HOLD-LIMIT THRU 1390-EXIT
007876                 MOVE 'Y' TO WS-DIVCTL-FOUND-SW
007877         END-SEARCH
007878     END-IF.
007879     IF WS-DIVCTL-FOUND
007880         GO TO 1380-EXIT
007881     END-IF.
007882     IF WS-DIV-COUNT < 20
007883         ADD 1 TO WS-DIV-COUNT
007884         SET WS-DIV-IDX TO WS-DIV-COUNT
007885         MOVE DL100C-CONTROL-ID (4:2)
007886             TO WS-DIV-DIVISION (WS-DIV-IDX)
007887         MOVE DL100C-THRESHOLD
007889             TO WS-DIV-THRESHOLD (WS-DIV-IDX)
007890         PERFORM 1390-SET-DIV-HOLD-LIMIT THRU 1390-EXIT
007891     ELSE
007892         DISPLAY 'IFTHEN: MORE THAN 20 DIVISION '
007893             'CONTROL RECORDS - '
007894             DL100C-CONTROL-ID ' NOT LOADED'
007895     END-IF.
007896 1380-EXIT.
007897     EXIT.
007898*
007899******************************************************************
007900*    1390-SET-DIV-HOLD-LIMIT - CARRY THE 'DIVnn' RECORD'S HIGH-  *
007902*                              VALUE HOLD LIMIT INTO ITS TABLE   *
007903*                              ENTRY.  ZERO (OR NOT NUMERIC)     *
007904*                              MEANS THE DIVISION USES THE       *
007905*                              DL100CTL DEFAULT LIMIT            *
007906******************************************************************
007907 1390-SET-DIV-HOLD-LIMIT.
007908     IF DL100C-HOLD-LIMIT NUMERIC
007909         MOVE DL100C-HOLD-LIMIT
007910             TO WS-DIV-HOLD-LIMIT (WS-DIV-IDX)
007911     ELSE
007912         MOVE ZERO TO WS-DIV-HOLD-LIMIT (WS-DIV-IDX)
007913     END-IF.
007915 1390-EXIT.
007916     EXIT.
007917*
007918******************************************************************
007919*    1400-OPEN-EXTRACTS - OPEN THE EXTRACT, CHECKPOINT AND       *
007920*                         MASTER FILES AND WRITE THE DL100T      *
007921*                         HEADERS.  NEVER PERFORMED IN           *
007922*                         SIMULATION MODE                        *
007923******************************************************************
007924 1400-OPEN-EXTRACTS.
007925     OPEN OUTPUT EXCEPTION-FILE.
007926     IF NOT WS-EXCEPTION-OK
007928         DISPLAY 'IFTHEN: UNABLE TO OPEN DL100EXC, STATUS = '
007929             WS-EXCEPTION-STATUS
007930     ELSE
007931         PERFORM 1800-BUILD-HEADER THRU 1800-EXIT
007932         WRITE DL100X-EXCEPTION-RECORD
007933             FROM DL100T-CONTROL-RECORD
007934     END-IF.
007935     OPEN OUTPUT CHECKPOINT-FILE.
007936     IF NOT WS-CHECKPOINT-OK
007937         DISPLAY 'IFTHEN: UNABLE TO OPEN DL100CKP, STATUS = '
007938             WS-CHECKPOINT-STATUS
007939     END-IF.
007941     OPEN OUTPUT HISTORY-FILE.
007942     IF NOT WS-HISTORY-OK
007943         DISPLAY 'IFTHEN: UNABLE TO OPEN DL100HST, STATUS = '
007944             WS-HISTORY-STATUS
007945     ELSE
007946         PERFORM 1800-BUILD-HEADER THRU 1800-EXIT
007947         WRITE DL100H-HISTORY-RECORD
007948             FROM DL100T-CONTROL-RECORD
007949     END-IF.
007950     OPEN OUTPUT DISPOSITION-FILE.
007951     IF NOT WS-DISPOSITION-OK
007952         DISPLAY 'IFTHEN: UNABLE TO OPEN DL100DSP, STATUS = '
007954             WS-DISPOSITION-STATUS
007955     ELSE
007956         PERFORM 1800-BUILD-HEADER THRU 1800-EXIT
007957         WRITE DL100D-DISPOSITION-RECORD
007958             FROM DL100T-CONTROL-RECORD
007959     END-IF.
007960     OPEN I-O SUSPENSE-FILE.
007961*    STATUS 35 MEANS THE CLUSTER IS DEFINED BUT HAS NEVER BEEN
007962*    LOADED (THE STATE DL100GDG LEAVES IT IN) - AN OPEN OUTPUT
007963*    AND CLOSE PUTS IT IN LOADED STATE, THEN THE I-O OPEN WORKS.
007964     IF WS-SUSPENSE-STATUS = '35'
007965         OPEN OUTPUT SUSPENSE-FILE
007967         CLOSE SUSPENSE-FILE
007968         OPEN I-O SUSPENSE-FILE
007969     END-IF.
007970     IF NOT WS-SUSPENSE-OK
007971         DISPLAY 'IFTHEN: UNABLE TO OPEN DL100SUS, STATUS = '
007972             WS-SUSPENSE-STATUS
007973     ELSE
007974         MOVE 'Y' TO WS-SUSPENSE-OPEN-SW
007975     END-IF.
007976     OPEN I-O HOLD-FILE.
007977     IF WS-HOLD-STATUS = '35'
007978         OPEN OUTPUT HOLD-FILE
007980         CLOSE HOLD-FILE
007981         OPEN I-O HOLD-FILE
007982     END-IF.
007983     IF NOT WS-HOLD-OK
007984         DISPLAY 'IFTHEN: UNABLE TO OPEN DL100HLD, STATUS = '
007985             WS-HOLD-STATUS
007986     ELSE
007987         MOVE 'Y' TO WS-HOLD-OPEN-SW
007988     END-IF.
007989     IF WS-SUSPENSE-OPEN OR WS-HOLD-OPEN
007990         PERFORM 1450-OPEN-JOURNAL THRU 1450-EXIT
007991     END-IF.
007993 1400-EXIT.
007994     EXIT.
007995*
007996******************************************************************
007997*    1450-OPEN-JOURNAL - OPEN THE BACKOUT JOURNAL THE SUSPENSE   *
007998*                        AND HOLD CHANGES ARE RECORDED ON        *
007999******************************************************************
008000 1450-OPEN-JOURNAL.
008001     OPEN I-O JOURNAL-FILE.
008002     IF WS-JOURNAL-STATUS = '35'
008003         OPEN OUTPUT JOURNAL-FILE
008004         CLOSE JOURNAL-FILE
008006         OPEN I-O JOURNAL-FILE
008007     END-IF.
008008     IF WS-JOURNAL-OK
008009         MOVE 'Y' TO WS-JOURNAL-OPEN-SW
008010     ELSE
008011         DISPLAY 'IFTHEN: UNABLE TO OPEN DL100BKJ, STATUS = '
008012             WS-JOURNAL-STATUS
008013         DISPLAY 'IFTHEN: WARNING - RUN NOT JOURNALED, IT '
008014             'CANNOT BE BACKED OUT'
008015     END-IF.
008016 1450-EXIT.
008018     EXIT.
008019*
008020******************************************************************
008722                 PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
008730                 PERFORM 2850-WRITE-SUSPENSE THRU 2850-EXIT
008732             END-IF
008733     END-EVALUATE.
008735*    A MATCHED OR CATEGORIZED TRANSACTION OVER ITS DIVISION'S
008736*    HOLD LIMIT IS HELD FOR TREASURY.  AN UNKNOWN CODE IS
008738*    ALREADY PARKED ON SUSPENSE AND IS NEVER HELD.
008739     MOVE SPACES TO WS-DL-HELD.
008741     MOVE SPACE TO WS-ORIG-DISP-FLAG.
008742     IF WS-DISP-FLAG NOT = 'U'
008744         AND WS-ACTIVE-HOLD-LIMIT > ZERO
008745         AND WS-TRAN-AMOUNT > WS-ACTIVE-HOLD-LIMIT
008747         PERFORM 2070-HOLD-TRANSACTION THRU 2070-EXIT
008748     END-IF.
008750     WRITE REPORT-RECORD FROM WS-DETAIL-LINE
008760         AFTER ADVANCING 1 LINE.
008762*    A SIMULATION RUN JUDGES AND REPORTS BUT LEAVES NO TRACE -
009000******************************************************************
009010 2030-SET-DIVISION.
009020     MOVE WS-THRESHOLD TO WS-ACTIVE-THRESHOLD.
009025     MOVE WS-HOLD-LIMIT TO WS-ACTIVE-HOLD-LIMIT.
009030     IF WS-DIV-COUNT > ZERO
009040        SET WS-DIV-IDX TO 1
009050        SEARCH WS-DIV-ENTRY
009090                = WS-TRAN-DIVISION
009100                MOVE WS-DIV-THRESHOLD (WS-DIV-IDX)
009110                    TO WS-ACTIVE-THRESHOLD
009112                IF WS-DIV-HOLD-LIMIT (WS-DIV-IDX) > ZERO
009114                    MOVE WS-DIV-HOLD-LIMIT (WS-DIV-IDX)
009116                        TO WS-ACTIVE-HOLD-LIMIT
009118                END-IF
009120        END-SEARCH
009130     END-IF.
009140     PERFORM 2040-FIND-DIV-STATS THRU 2040-EXIT.
009700 2050-EXIT.
009710     EXIT.
009720*
009721******************************************************************
009722*    2070-HOLD-TRANSACTION - THE TRANSACTION IS OVER ITS HOLD    *
009723*                            LIMIT - KEEP ITS M OR C JUDGMENT AS *
009724*                            THE ORIGINAL DISPOSITION, MARK IT   *
009725*                            'H' AND PARK IT ON DL100HLD         *
009726******************************************************************
009727 2070-HOLD-TRANSACTION.
009728     ADD 1 TO WS-HELD-COUNT.
009729     ADD WS-TRAN-AMOUNT TO WS-HELD-AMOUNT.
009730     MOVE 'HELD' TO WS-DL-HELD.
009731     MOVE WS-DISP-FLAG TO WS-ORIG-DISP-FLAG.
009732     MOVE 'H' TO WS-DISP-FLAG.
009733     IF NOT WS-SIMULATE-MODE
009734         PERFORM 2870-WRITE-HOLD THRU 2870-EXIT
009735     END-IF.
009736 2070-EXIT.
009737     EXIT.
009738*
009739******************************************************************
009740*    2750-WRITE-DISPOSITION - WRITE ONE FIXED-LAYOUT INTERFACE   *
009750*                             RECORD (COPYBOOK DL100D) FOR THE   *
009760*                             TRANSACTION JUST PROCESSED SO      *
009860     MOVE WS-DISP-SEVERITY TO DL100D-SEVERITY.
009870     MOVE WS-RUN-DATE TO DL100D-RUN-DATE.
009875     MOVE WS-TRAN-AMOUNT TO DL100D-AMOUNT.
009876     MOVE WS-ORIG-DISP-FLAG TO DL100D-ORIG-DISPOSITION.
009877     MOVE ZERO TO DL100D-HOLD-DATE.
009878     ADD A TO WS-DSP-HASH.
009880     WRITE DL100D-DISPOSITION-RECORD.
009890 2750-EXIT.
010410     WRITE DL100S-SUSPENSE-RECORD
010420        INVALID KEY
010430            PERFORM 2860-REOPEN-SUSPENSE THRU 2860-EXIT
010431        NOT INVALID KEY
010432            MOVE 'SUS' TO DL100BK-MASTER-ID
010434            MOVE DL100S-TRAN-KEY TO DL100BK-MASTER-KEY
010435            MOVE 'A' TO DL100BK-ACTION
010437            MOVE SPACES TO DL100BK-BEFORE-IMAGE
010438            PERFORM 2890-WRITE-JOURNAL THRU 2890-EXIT
010440     END-WRITE.
010450     ADD 1 TO WS-SUSPENDED-COUNT.
010460 2850-EXIT.
010580             DISPLAY 'IFTHEN: SUSPENSE WRITE FAILED FOR KEY '
010590                 WS-TRAN-KEY
010600         NOT INVALID KEY
010601             MOVE 'SUS' TO DL100BK-MASTER-ID
010603             MOVE DL100S-TRAN-KEY TO DL100BK-MASTER-KEY
010605             MOVE 'C' TO DL100BK-ACTION
010606             MOVE DL100S-SUSPENSE-RECORD TO DL100BK-BEFORE-IMAGE
010608             PERFORM 2890-WRITE-JOURNAL THRU 2890-EXIT
010610             MOVE A TO DL100S-CONTROL-CODE
010620             MOVE WS-TRAN-DIVISION TO DL100S-DIVISION
010630             MOVE 'O' TO DL100S-STATUS-FLAG
010640             MOVE WS-RUN-DATE TO DL100S-SUSPENSE-DATE
010645             MOVE WS-TRAN-AMOUNT TO DL100S-AMOUNT
010650             REWRITE DL100S-SUSPENSE-RECORD
010651                 INVALID KEY
010652                     DISPLAY 'IFTHEN: DL100SUS REWRITE FAILED '
010653                         'FOR KEY ' WS-TRAN-KEY ', STATUS = '
010654                         WS-SUSPENSE-STATUS
010655                     ADD 1 TO WS-REWRITE-FAIL-COUNT
010656             END-REWRITE
010657     END-READ.
010658 2860-EXIT.
010659     EXIT.
010660*
010661******************************************************************
010662*    2870-WRITE-HOLD - PARK A HELD TRANSACTION ON THE DL100HLD   *
010663*                      HOLD MASTER UNDER ITS TRAN KEY AND THE    *
010664*                      DAY'S BUSINESS DATE FOR TREASURY TO       *
010665*                      RELEASE OR DECLINE ON DL100HRL            *
010666******************************************************************
010667 2870-WRITE-HOLD.
010668     IF NOT WS-HOLD-OPEN
010669         DISPLAY 'IFTHEN: DL100HLD NOT OPEN - HOLD NOT RECORDED '
010670             'FOR KEY ' WS-TRAN-KEY
010671         GO TO 2870-EXIT
010672     END-IF.
010673     MOVE SPACES TO DL100HD-HOLD-RECORD.
010674     MOVE WS-TRAN-KEY TO DL100HD-TRAN-KEY.
010675     MOVE WS-RUN-DATE TO DL100HD-HOLD-DATE.
010676     PERFORM 2875-BUILD-HOLD THRU 2875-EXIT.
010677     MOVE ZERO TO DL100HD-ACTION-DATE.
010678     MOVE ZERO TO DL100HD-CLOSE-DATE.
010679     WRITE DL100HD-HOLD-RECORD
010680         INVALID KEY
010681             PERFORM 2880-REHOLD THRU 2880-EXIT
010682         NOT INVALID KEY
010683             MOVE 'HLD' TO DL100BK-MASTER-ID
010684             MOVE DL100HD-HOLD-KEY TO DL100BK-MASTER-KEY
010685             MOVE 'A' TO DL100BK-ACTION
010686             MOVE SPACES TO DL100BK-BEFORE-IMAGE
010687             PERFORM 2890-WRITE-JOURNAL THRU 2890-EXIT
010688     END-WRITE.
010689 2870-EXIT.
010690     EXIT.
010691*
010692******************************************************************
010693*    2875-BUILD-HOLD - LOAD THE HELD TRANSACTION'S DETAIL INTO   *
010694*                      THE HOLD RECORD AS STATUS H               *
010695******************************************************************
010696 2875-BUILD-HOLD.
010697     MOVE 'H' TO DL100HD-STATUS-FLAG.
010698     MOVE A TO DL100HD-CONTROL-CODE.
010699     MOVE WS-TRAN-DIVISION TO DL100HD-DIVISION.
010700     MOVE WS-TRAN-AMOUNT TO DL100HD-AMOUNT.
010701     MOVE WS-ACTIVE-HOLD-LIMIT TO DL100HD-HOLD-LIMIT.
010702     MOVE WS-ORIG-DISP-FLAG TO DL100HD-ORIG-DISPOSITION.
010703     MOVE WS-DISP-LABEL TO DL100HD-CATEGORY-LABEL.
010704     MOVE WS-DISP-SEVERITY TO DL100HD-SEVERITY.
010705 2875-EXIT.
010706     EXIT.
010707*
010708******************************************************************
010709*    2880-REHOLD - THE KEY IS ALREADY HELD FOR TODAY (A RERUN OF *
010710*                  THE SAME BUSINESS DATE) - REFRESH IT IF IT IS *
010711*                  STILL AWAITING TREASURY, BUT NEVER UNDO A     *
010712*                  RELEASE OR DECLINE ALREADY MADE               *
010713******************************************************************
010714 2880-REHOLD.
010715     MOVE WS-TRAN-KEY TO DL100HD-TRAN-KEY.
010716     MOVE WS-RUN-DATE TO DL100HD-HOLD-DATE.
010717     READ HOLD-FILE
010718         INVALID KEY
010719             DISPLAY 'IFTHEN: HOLD WRITE FAILED FOR KEY '
010720                 WS-TRAN-KEY
010721         NOT INVALID KEY
010722             IF DL100HD-HELD
010723                 MOVE 'HLD' TO DL100BK-MASTER-ID
010724                 MOVE DL100HD-HOLD-KEY TO DL100BK-MASTER-KEY
010725                 MOVE 'C' TO DL100BK-ACTION
010726                 MOVE DL100HD-HOLD-RECORD TO DL100BK-BEFORE-IMAGE
010727                 PERFORM 2890-WRITE-JOURNAL THRU 2890-EXIT
010728                 PERFORM 2875-BUILD-HOLD THRU 2875-EXIT
010729                 REWRITE DL100HD-HOLD-RECORD
010730                     INVALID KEY
010731                         DISPLAY 'IFTHEN: DL100HLD REWRITE '
010732                             'FAILED FOR KEY ' WS-TRAN-KEY
010733                             ', STATUS = '
010734                             WS-HOLD-STATUS
010735                         ADD 1 TO WS-REWRITE-FAIL-COUNT
010736                 END-REWRITE
010737             ELSE
010738                 DISPLAY 'IFTHEN: KEY ' WS-TRAN-KEY
010739                     ' ALREADY ACTIONED ON DL100HLD, STATUS '
010740                     DL100HD-STATUS-FLAG ' - LEFT AS IS'
010741             END-IF
010742     END-READ.
010743 2880-EXIT.
010744     EXIT.
010745*
010746******************************************************************
010747*    2890-WRITE-JOURNAL - JOURNAL ONE SUSPENSE OR HOLD RECORD    *
010748*                         BEFORE IT IS CHANGED, OR ONCE IT HAS   *
010749*                         BEEN ADDED.  THE CALLER SETS THE       *
010750*                         MASTER, KEY, ACTION AND BEFORE IMAGE   *
010751******************************************************************
010752 2890-WRITE-JOURNAL.
010753     IF NOT WS-JOURNAL-OPEN
010754         GO TO 2890-EXIT
010755     END-IF.
010756     MOVE WS-RUN-DATE TO DL100BK-RUN-DATE.
010757     MOVE 'IFTHEN' TO DL100BK-PROGRAM-ID.
010758     ACCEPT DL100BK-JOURNAL-TIME FROM TIME.
010759*    A DUPLICATE KEY (STATUS 22) MEANS THE RECORD WAS ALREADY
010760*    JOURNALED FOR THIS RUN DATE - THE FIRST BEFORE IMAGE STANDS.
010761     WRITE DL100BK-JOURNAL-RECORD
010762         INVALID KEY
010763             IF WS-JOURNAL-STATUS NOT = '22'
010764                 DISPLAY 'IFTHEN: JOURNAL WRITE FAILED FOR KEY '
010765                     DL100BK-MASTER-KEY ', STATUS = '
010766                     WS-JOURNAL-STATUS
010767             END-IF
010768     END-WRITE.
010769 2890-EXIT.
010770     EXIT.
010771*
010772******************************************************************
010773*    2900-READ-TRANSACTION - READ THE NEXT TRANSACTION RECORD    *
010774*                            AND LOAD A FOR THIS PASS            *
010775******************************************************************
010776 2900-READ-TRANSACTION.
010777     READ TRANSACTION-FILE
010778         AT END
010779             MOVE 'Y' TO WS-EOF-SWITCH
010780             GO TO 2900-EXIT
010790     END-READ.
010800*    THE EDITED TRANSACTION FILE CARRIES DL100T CONTROL
011240     MOVE WS-MISMATCH-COUNT TO WS-TL3-MISMATCH-COUNT.
011250     MOVE WS-CATEGORIZED-COUNT TO WS-TL4-CATEGORIZED-COUNT.
011252     MOVE WS-TOTAL-AMOUNT TO WS-TL5-TOTAL-AMOUNT.
011254     MOVE WS-HELD-COUNT TO WS-TL6-HELD-COUNT.
011257     MOVE WS-HELD-AMOUNT TO WS-TL6-HELD-AMOUNT.
011260     WRITE REPORT-RECORD FROM WS-TRAILER-LINE-1
011270         AFTER ADVANCING 2 LINES.
011280     WRITE REPORT-RECORD FROM WS-TRAILER-LINE-2
011310         AFTER ADVANCING 1 LINE.
011320     WRITE REPORT-RECORD FROM WS-TRAILER-LINE-4
011330         AFTER ADVANCING 1 LINE.
011331     WRITE REPORT-RECORD FROM WS-TRAILER-LINE-5
011332         AFTER ADVANCING 1 LINE.
011333     WRITE REPORT-RECORD FROM WS-TRAILER-LINE-6
011334         AFTER ADVANCING 1 LINE.
011340     IF WS-DIVSTAT-COUNT > ZERO
011350         WRITE REPORT-RECORD FROM WS-DIV-SUB-HEADER
011630     IF WS-SUSPENSE-OPEN
011640         CLOSE SUSPENSE-FILE
011650     END-IF.
011651     IF WS-HOLD-OPEN
011652         CLOSE HOLD-FILE
011654     END-IF.
011655     IF WS-JOURNAL-OPEN
011657         CLOSE JOURNAL-FILE
011658     END-IF.
011660     DISPLAY 'IFTHEN: RECORDS READ    = ' WS-RECORD-COUNT.
011670     DISPLAY 'IFTHEN: MATCHES(=THRSH) = ' WS-MATCH-COUNT.
011680     DISPLAY 'IFTHEN: MISMATCHES      = ' WS-MISMATCH-COUNT.
011690     DISPLAY 'IFTHEN: CATEGORIZED     = ' WS-CATEGORIZED-COUNT.
011700     DISPLAY 'IFTHEN: SUSPENDED       = ' WS-SUSPENDED-COUNT.
011703     DISPLAY 'IFTHEN: HELD OVER LIMIT = ' WS-HELD-COUNT.
011706     DISPLAY 'IFTHEN: REWRITES FAILED = ' WS-REWRITE-FAIL-COUNT.
011710     MOVE WS-MAX-CATEGORY-RC TO WS-RETURN-CODE.
011720     IF WS-TRANSACTION-OK OR WS-TRANSACTION-EOF
011730         IF NOT WS-TRN-TRAILER-SEEN
012391         DL100RL-HIST-TIME DL100RL-CERT-TIME
012392         DL100RL-CERT-OPERATOR.
012393     MOVE ZERO TO DL100RL-IFTHEN-RC DL100RL-CERT-DATE.
012394     MOVE SPACES TO DL100RL-PARTIAL-FLAG
012396         DL100RL-MISSING-DIVISIONS.
012397     WRITE DL100RL-LEDGER-RECORD
012399         INVALID KEY
012400             DISPLAY 'IFTHEN: DL100LDG WRITE FAILED, '
012402                 'STATUS = ' WS-LEDGER-STATUS
012403     END-WRITE.
012405 9610-EXIT.
012406     EXIT.
012408*
012410 END PROGRAM IFTHEN.
