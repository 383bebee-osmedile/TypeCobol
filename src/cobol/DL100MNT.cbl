000120*                   THRESHOLD AND CHECKPOINT INTERVAL WITHOUT A  *
000130*                   PROGRAM CHANGE AND RECOMPILE, AND WRITES A   *
000140*                   DATED CHANGE-LOG RECORD FOR EVERY UPDATE.    *
000142*                   ADDS AND CHANGES GO IN AS PENDING CHANGES    *
000145*                   (SEE DL100PC) AND TAKE EFFECT ONLY ONCE A    *
000147*                   SECOND OPERATOR APPROVES THEM.               *
000150*                                                                *
000160*    MODIFICATION HISTORY                                       *
000170*    ----------------------------------------------------------  *
000343*                      STAGED EFFECTIVE DATE WITH THE OPERATOR   *
000344*                      ID, SO THE AUDIT TRAIL COVERS THE CHANGE  *
000345*                      BEFORE IT TAKES EFFECT.                   *
000346*    2026-10-15 JPM    MAKER-CHECKER.  AN ADD OR CHANGE NO       *
000347*                      LONGER WRITES DL100CTL - IT IS WRITTEN    *
000348*                      AS A PENDING CHANGE (COPYBOOK DL100PC)    *
000349*                      ON THE DL100PCH PENDING-CHANGE MASTER.    *
000350*                      A SECOND OPERATOR APPROVES OR REJECTS IT  *
000351*                      ON DL100APV AND DL100APL APPLIES IT AT    *
000352*                      THE START OF THE NEXT DL100J RUN.  THE    *
000353*                      OPERATOR ID IS NOW REQUIRED FOR AN ADD    *
000354*                      OR CHANGE - IT IS THE MAKER ID THE        *
000355*                      CHECKER MUST DIFFER FROM.  THE CHANGE LOG *
000356*                      STILL RECORDS THE SUBMISSION.             *
000358*    2026-10-15 JPM    HIGH-VALUE HOLD LIMIT (DL100C-HOLD-       *
000359*                      LIMIT) IS SHOWN AND MAINTAINED WITH THE   *
000360*                      THRESHOLD - KEYED IN WHOLE DOLLARS, ZERO  *
000361*                      FOR NO LIMIT.  IT GOES THROUGH THE SAME   *
000362*                      PENDING-CHANGE APPROVAL.                  *
000363*    2026-10-15 JPM    A HOLD LIMIT KEYED WITH LEADING BLANKS    *
000364*                      (RIGHT JUSTIFIED) IS NOW EDITED FROM ITS  *
000365*                      FIRST DIGIT INSTEAD OF READING AS ZERO.   *
000366*                                                                *
000367******************************************************************
000368 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. DL100MNT.
000380 AUTHOR. J. MEDILE.
000390 INSTALLATION. DL100 BATCH CONTROL SYSTEM.
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-LOG-STATUS.
000590*
000591     SELECT PENDING-FILE ASSIGN TO DL100PCH
000592         ORGANIZATION IS INDEXED
000594         ACCESS MODE IS DYNAMIC
000595         RECORD KEY IS DL100PC-CHANGE-KEY
000597         FILE STATUS IS WS-PENDING-STATUS.
000598*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CONTROL-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY DL100L.
000710*
000711 FD  PENDING-FILE
000713     RECORDING MODE IS F
000715     LABEL RECORDS ARE STANDARD.
000716     COPY DL100PC.
000718*
000720 WORKING-STORAGE SECTION.
000730******************************************************************
000740*    WORKING STORAGE - SWITCHES AND STATUS                       *
000800 77  WS-LOG-STATUS               PIC X(02) VALUE SPACES.
000810     88  WS-LOG-OK                   VALUE '00'.
000820*
000822 77  WS-PENDING-STATUS           PIC X(02) VALUE SPACES.
000825     88  WS-PENDING-OK               VALUE '00'.
000827*
000830 01  WS-EXIT-SWITCH              PIC X(01) VALUE 'N'.
000840     88  WS-EXIT-REQUESTED           VALUE 'Y'.
000850*
000900 01  WS-SCR-OPERATOR-ID          PIC X(08) VALUE SPACES.
000910 01  WS-SCR-CURR-THRESHOLD       PIC 9(02) VALUE ZERO.
000920 01  WS-SCR-CURR-CKPT            PIC 9(05) VALUE ZERO.
000925 01  WS-SCR-CURR-HOLD-LIMIT      PIC 9(09)V99 VALUE ZERO.
000930 01  WS-SCR-NEW-THRESHOLD        PIC X(02) VALUE SPACES.
000940 01  WS-SCR-NEW-CKPT             PIC X(05) VALUE SPACES.
000941 01  WS-SCR-NEW-HOLD-LIMIT       PIC X(09) VALUE SPACES.
000942 01  WS-HOLD-LIMIT-WK            PIC X(09) JUSTIFIED RIGHT
000944                                 VALUE SPACES.
000945 01  WS-HOLD-LIMIT-NUM REDEFINES WS-HOLD-LIMIT-WK
000947                                 PIC 9(09).
000948 01  WS-HOLD-LIMIT-LEAD          PIC 9(02) COMP VALUE ZERO.
000950 01  WS-SCR-VALID-SWITCH         PIC X(01) VALUE 'Y'.
000960     88  WS-SCR-INPUT-VALID          VALUE 'Y'.
000962 01  WS-SCR-DIVISION             PIC X(02) VALUE SPACES.
001050 01  WS-LOG-OLD-CKPT             PIC 9(05) VALUE ZERO.
001060 01  WS-LOG-NEW-CKPT             PIC 9(05) VALUE ZERO.
001070*
001071******************************************************************
001072*    WORKING STORAGE - PENDING-CHANGE WORK FIELDS                *
001073******************************************************************
001075 01  WS-PCH-FUNCTION             PIC X(01) VALUE SPACE.
001076 01  WS-PCH-OLD-IMAGE            PIC X(40) VALUE SPACES.
001077 01  WS-PCH-NEW-IMAGE            PIC X(40) VALUE SPACES.
001078*
001080 SCREEN SECTION.
001090 01  WS-MAINT-SCREEN.
001100     05  BLANK SCREEN.
001110     05  LINE 01 COLUMN 01
001120         VALUE 'DL100MNT - DL100 CONTROL FILE MAINTENANCE'.
001123     05  LINE 02 COLUMN 01
001126         VALUE 'CHANGES NEED A SECOND OPERATOR - SEE DL100APV'.
001130     05  LINE 03 COLUMN 01
001140         VALUE 'FUNCTION (A=ADD,C=CHANGE,I=INQUIRE,X=EXIT):'.
001150     05  LINE 03 COLUMN 50 PIC X(01) TO WS-SCR-FUNCTION.
001220     05  LINE 08 COLUMN 25 PIC Z9 FROM WS-SCR-CURR-THRESHOLD.
001230     05  LINE 09 COLUMN 01 VALUE 'CURRENT CHECKPOINT INTERVAL:'.
001240     05  LINE 09 COLUMN 35 PIC ZZZZ9 FROM WS-SCR-CURR-CKPT.
001242     05  LINE 10 COLUMN 01 VALUE 'CURRENT HOLD LIMIT:'.
001245     05  LINE 10 COLUMN 25 PIC ZZZ,ZZZ,ZZ9.99
001247         FROM WS-SCR-CURR-HOLD-LIMIT.
001250     05  LINE 11 COLUMN 01
001260         VALUE 'NEW THRESHOLD (BLANK = NO CHANGE):'.
001270     05  LINE 11 COLUMN 40 PIC X(02) TO WS-SCR-NEW-THRESHOLD.
001280     05  LINE 12 COLUMN 01
001290         VALUE 'NEW CKPT INTERVAL (BLANK = NO CHANGE):'.
001300     05  LINE 12 COLUMN 45 PIC X(05) TO WS-SCR-NEW-CKPT.
001304     05  LINE 13 COLUMN 01
001308         VALUE 'NEW HOLD LIMIT, WHOLE $ (BLANK = NO CHANGE):'.
001312     05  LINE 13 COLUMN 50 PIC X(09) TO WS-SCR-NEW-HOLD-LIMIT.
001316     05  LINE 15 COLUMN 01 PIC X(40) FROM WS-SCR-MESSAGE.
001320*
001330 PROCEDURE DIVISION.
001340******************************************************************
001420     STOP RUN.
001430*
001440******************************************************************
001446*    1000-INITIALIZE - OPEN THE CONTROL FILE, CHANGE-LOG AND     *
001453*                      PENDING-CHANGE MASTER                     *
001460******************************************************************
001470 1000-INITIALIZE.
001480     OPEN I-O CONTROL-FILE.
001560         DISPLAY 'DL100MNT: UNABLE TO OPEN DL100LOG, STATUS = '
001570             WS-LOG-STATUS
001580         MOVE 'Y' TO WS-EXIT-SWITCH
001581     END-IF.
001583     OPEN I-O PENDING-FILE.
001584     IF WS-PENDING-STATUS = '35'
001586         OPEN OUTPUT PENDING-FILE
001587         CLOSE PENDING-FILE
001589         OPEN I-O PENDING-FILE
001590     END-IF.
001592     IF NOT WS-PENDING-OK
001593         DISPLAY 'DL100MNT: UNABLE TO OPEN DL100PCH, STATUS = '
001595             WS-PENDING-STATUS
001596         MOVE 'Y' TO WS-EXIT-SWITCH
001598     END-IF.
001600 1000-EXIT.
001610     EXIT.
001620*
001685*    WS-SCR-DIVISION IS NOT CLEARED - THE NEXT PAINT'S CURRENT
001690*    VALUES SHOW THE RECORD FOR THE DIVISION JUST WORKED ON.
001695     MOVE SPACES TO WS-SCR-FUNCTION WS-SCR-OPERATOR-ID
001703         WS-SCR-NEW-THRESHOLD WS-SCR-NEW-CKPT WS-SCR-MESSAGE
001711             WS-SCR-NEW-HOLD-LIMIT.
001720     PERFORM 2100-LOAD-CURRENT-VALUES THRU 2100-EXIT.
001730     DISPLAY WS-MAINT-SCREEN.
001740     ACCEPT WS-MAINT-SCREEN.
002010     READ CONTROL-FILE
002020         INVALID KEY
002030             MOVE ZERO TO WS-SCR-CURR-THRESHOLD WS-SCR-CURR-CKPT
002035                 WS-SCR-CURR-HOLD-LIMIT
002040         NOT INVALID KEY
002050             MOVE DL100C-THRESHOLD TO WS-SCR-CURR-THRESHOLD
002060             MOVE DL100C-CKPT-INTERVAL TO WS-SCR-CURR-CKPT
002061             IF DL100C-HOLD-LIMIT IS NUMERIC
002063                 MOVE DL100C-HOLD-LIMIT TO WS-SCR-CURR-HOLD-LIMIT
002065             ELSE
002066                 MOVE ZERO TO WS-SCR-CURR-HOLD-LIMIT
002068             END-IF
002070     END-READ.
002080 2100-EXIT.
002090     EXIT.
002365     EXIT.
002366*
002367******************************************************************
002368*    2170-EDIT-HOLD-LIMIT - EDIT THE NEW HOLD LIMIT KEYED ON     *
002369*                           THE SCREEN (WHOLE DOLLARS, LEFT OR   *
002370*                           RIGHT JUSTIFIED) INTO DL100C-HOLD-   *
002371*                           LIMIT.  LEADING BLANKS ARE SKIPPED   *
002372*                           AND THE DIGITS UP TO THE NEXT BLANK  *
002374*                           ARE TAKEN.  BLANK LEAVES THE LIMIT   *
002375*                           AS IT STANDS; ZERO REMOVES THE LIMIT *
002376******************************************************************
002377 2170-EDIT-HOLD-LIMIT.
002378     IF WS-SCR-NEW-HOLD-LIMIT = SPACES
002380         GO TO 2170-EXIT
002381     END-IF.
002382     MOVE SPACES TO WS-HOLD-LIMIT-WK.
002383     MOVE ZERO TO WS-HOLD-LIMIT-LEAD.
002384     INSPECT WS-SCR-NEW-HOLD-LIMIT
002386         TALLYING WS-HOLD-LIMIT-LEAD FOR LEADING SPACE.
002387     UNSTRING WS-SCR-NEW-HOLD-LIMIT (WS-HOLD-LIMIT-LEAD + 1:)
002388         DELIMITED BY SPACE
002389         INTO WS-HOLD-LIMIT-WK.
002390     INSPECT WS-HOLD-LIMIT-WK REPLACING LEADING SPACE BY ZERO.
002392     IF WS-HOLD-LIMIT-WK IS NUMERIC
002393         MOVE WS-HOLD-LIMIT-NUM TO DL100C-HOLD-LIMIT
002394     ELSE
002395         MOVE 'N' TO WS-SCR-VALID-SWITCH
002396         MOVE 'INVALID HOLD LIMIT - WHOLE DOLLARS ONLY'
002398             TO WS-SCR-MESSAGE
002399     END-IF.
002400 2170-EXIT.
002401     EXIT.
002402*
002404******************************************************************
002405*    2800-WRITE-LOG - APPEND ONE CHANGE-LOG RECORD FOR THE       *
002406*                     FUNCTION JUST PERFORMED                    *
002407******************************************************************
002408 2800-WRITE-LOG.
002410     ACCEPT DL100L-LOG-DATE FROM DATE YYYYMMDD.
002420     ACCEPT DL100L-LOG-TIME FROM TIME.
002430     MOVE WS-SCR-OPERATOR-ID TO DL100L-OPERATOR-ID.
002500     WRITE DL100L-LOG-RECORD.
002510 2800-EXIT.
002520     EXIT.
002521*
002522******************************************************************
002523*    2850-WRITE-PENDING - WRITE THE ADD OR CHANGE JUST KEYED AS  *
002524*                         A PENDING CHANGE ON DL100PCH FOR A     *
002525*                         SECOND OPERATOR TO APPROVE OR REJECT   *
002526*                         ON DL100APV.  THE MAKER'S DATE AND     *
002527*                         TIME ARE THE KEY                       *
002528******************************************************************
002529 2850-WRITE-PENDING.
002530     MOVE SPACES TO DL100PC-CHANGE-RECORD.
002531     ACCEPT DL100PC-MAKER-DATE FROM DATE YYYYMMDD.
002532     ACCEPT DL100PC-MAKER-TIME FROM TIME.
002533     MOVE 'CTL' TO DL100PC-TABLE-ID.
002534     MOVE WS-PCH-FUNCTION TO DL100PC-FUNCTION-CODE.
002535     MOVE 'P' TO DL100PC-STATUS-FLAG.
002536     MOVE WS-SCR-OPERATOR-ID TO DL100PC-MAKER-OPERATOR.
002537     MOVE ZERO TO DL100PC-CLOSE-DATE.
002538     MOVE WS-PCH-OLD-IMAGE TO DL100PC-OLD-IMAGE.
002539     MOVE WS-PCH-NEW-IMAGE TO DL100PC-NEW-IMAGE.
002540     WRITE DL100PC-CHANGE-RECORD
002541         INVALID KEY
002542             DISPLAY 'DL100MNT: DL100PCH WRITE FAILED, STATUS = '
002543                 WS-PENDING-STATUS
002544     END-WRITE.
002545 2850-EXIT.
002546     EXIT.
002547*
002548******************************************************************
002550*    3000-ADD-RECORD - CREATE THE CONTROL RECORD WHEN NONE       *
002560*                      EXISTS YET                                *
002570******************************************************************
002590     PERFORM 2150-SET-CONTROL-ID THRU 2150-EXIT.
002592     PERFORM 2160-SET-EFFECTIVE-DATE THRU 2160-EXIT.
002600     IF NOT WS-CTLID-VALID OR NOT WS-EFFDT-VALID
002602         GO TO 3000-EXIT
002604     END-IF.
002606     IF WS-SCR-OPERATOR-ID = SPACES
002608         MOVE 'OPERATOR ID REQUIRED' TO WS-SCR-MESSAGE
002610         GO TO 3000-EXIT
002620     END-IF.
002630     MOVE WS-CTLID-WK TO DL100C-CONTROL-ID.
002720     EXIT.
002730*
002740******************************************************************
002747*    3010-CREATE-NEW-RECORD - BUILD THE FIRST DL100CTL RECORD    *
002755*                             AND SUBMIT IT AS A PENDING ADD,    *
002762*                             LOGGING THE SUBMISSION             *
002770******************************************************************
002780 3010-CREATE-NEW-RECORD.
002790     MOVE WS-CTLID-WK TO DL100C-CONTROL-ID.
003000                 TO WS-SCR-MESSAGE
003010         END-IF
003020     END-IF.
003026     MOVE ZERO TO DL100C-HOLD-LIMIT.
003032     PERFORM 2170-EDIT-HOLD-LIMIT THRU 2170-EXIT.
003039     IF NOT WS-SCR-INPUT-VALID
003045         GO TO 3010-EXIT
003051     END-IF.
003058*    THE NEW RECORD IS BUILT IN THE FD AREA BUT NEVER WRITTEN
003064*    HERE - DL100APL WRITES IT ONCE A SECOND OPERATOR APPROVES.
003070     MOVE 'A' TO WS-PCH-FUNCTION.
003077     MOVE SPACES TO WS-PCH-OLD-IMAGE.
003083     MOVE DL100C-CONTROL-RECORD (1:40) TO WS-PCH-NEW-IMAGE.
003090     PERFORM 2850-WRITE-PENDING THRU 2850-EXIT.
003096     IF NOT WS-PENDING-OK
003102         MOVE 'ADD NOT SUBMITTED - RETRY' TO WS-SCR-MESSAGE
003109         GO TO 3010-EXIT
003115     END-IF.
003121     MOVE ZERO TO WS-LOG-OLD-THRESHOLD WS-LOG-OLD-CKPT.
003128     MOVE DL100C-THRESHOLD TO WS-LOG-NEW-THRESHOLD.
003134     MOVE DL100C-CKPT-INTERVAL TO WS-LOG-NEW-CKPT.
003140     MOVE 'A' TO WS-LOG-FUNCTION.
003147     PERFORM 2800-WRITE-LOG THRU 2800-EXIT.
003153     MOVE 'ADD PENDING APPROVAL' TO WS-SCR-MESSAGE.
003160 3010-EXIT.
003170     EXIT.
003180*
003240     IF NOT WS-CTLID-VALID OR NOT WS-EFFDT-VALID
003250         GO TO 3100-EXIT
003260     END-IF.
003262     IF WS-SCR-OPERATOR-ID = SPACES
003264         MOVE 'OPERATOR ID REQUIRED' TO WS-SCR-MESSAGE
003266         GO TO 3100-EXIT
003268     END-IF.
003270     MOVE WS-CTLID-WK TO DL100C-CONTROL-ID.
003272     MOVE WS-EFFDT-WK TO DL100C-EFFECTIVE-DATE.
003280     READ CONTROL-FILE
003290         INVALID KEY
003300             MOVE 'NO RECORD ON FILE - USE ADD' TO WS-SCR-MESSAGE
003310         NOT INVALID KEY
003320             PERFORM 3110-SUBMIT-CHANGE THRU 3110-EXIT
003330     END-READ.
003340 3100-EXIT.
003350     EXIT.
003360*
003370******************************************************************
003376*    3110-SUBMIT-CHANGE - APPLY ANY NEW VALUES SUPPLIED TO THE   *
003382*                         CONTROL RECORD JUST READ AND SUBMIT    *
003388*                         THE RESULT AS A PENDING CHANGE,        *
003394*                         LOGGING THE SUBMISSION                 *
003400******************************************************************
003406 3110-SUBMIT-CHANGE.
003413     MOVE DL100C-CONTROL-RECORD (1:40) TO WS-PCH-OLD-IMAGE.
003420     MOVE DL100C-THRESHOLD TO WS-LOG-OLD-THRESHOLD.
003430     MOVE DL100C-CKPT-INTERVAL TO WS-LOG-OLD-CKPT.
003440     MOVE 'Y' TO WS-SCR-VALID-SWITCH.
003600                 TO WS-SCR-MESSAGE
003610         END-IF
003620     END-IF.
003625*    A RECORD WRITTEN BEFORE THE HOLD LIMIT EXISTED HAS SPACES
003630*    THERE - CARRY IT FORWARD AS ZERO (NO LIMIT).
003636     IF DL100C-HOLD-LIMIT IS NOT NUMERIC
003641         MOVE ZERO TO DL100C-HOLD-LIMIT
003647     END-IF.
003652     PERFORM 2170-EDIT-HOLD-LIMIT THRU 2170-EXIT.
003657     IF NOT WS-SCR-INPUT-VALID
003663         GO TO 3110-EXIT
003668     END-IF.
003674*    DL100CTL IS NOT REWRITTEN HERE - DL100APL REWRITES IT ONCE
003679*    A SECOND OPERATOR APPROVES.
003685     MOVE 'C' TO WS-PCH-FUNCTION.
003690     MOVE DL100C-CONTROL-RECORD (1:40) TO WS-PCH-NEW-IMAGE.
003695     PERFORM 2850-WRITE-PENDING THRU 2850-EXIT.
003701     IF NOT WS-PENDING-OK
003706         MOVE 'CHANGE NOT SUBMITTED - RETRY' TO WS-SCR-MESSAGE
003712         GO TO 3110-EXIT
003717     END-IF.
003722     MOVE DL100C-THRESHOLD TO WS-LOG-NEW-THRESHOLD.
003728     MOVE DL100C-CKPT-INTERVAL TO WS-LOG-NEW-CKPT.
003733     MOVE 'C' TO WS-LOG-FUNCTION.
003739     PERFORM 2800-WRITE-LOG THRU 2800-EXIT.
003744     MOVE 'CHANGE PENDING APPROVAL' TO WS-SCR-MESSAGE.
003750 3110-EXIT.
003760     EXIT.
003770*
004020     EXIT.
004030*
004040******************************************************************
004046*    9000-TERMINATE - CLOSE THE CONTROL FILE, CHANGE-LOG AND     *
004053*                     PENDING-CHANGE MASTER                      *
004060******************************************************************
004070 9000-TERMINATE.
004080     CLOSE CONTROL-FILE, LOG-FILE, PENDING-FILE.
004090     DISPLAY 'DL100MNT: SESSION ENDED'.
004100 9000-EXIT.
004110     EXIT.
