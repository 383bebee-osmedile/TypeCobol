000221*                   STARTS AT 2 AM AND COMPLETES THE SAME        *
000222*                   CALENDAR DAY, SO THE HHMMSSHH STAMP TIMES    *
000223*                   COMPARE DIRECTLY.                            *
000224*                                                                *
000225*                   THE SHARED DL100CAL CALENDAR (COPYBOOK       *
000226*                   DL100CL) SAYS WHETHER THE DATE WAS SUPPOSED  *
000227*                   TO RUN AT ALL.  A WEEKEND OR HOLIDAY WITH NO *
000229*                   LEDGER RECORD HAS NOTHING TO CERTIFY; A      *
000230*                   SCHEDULED BUSINESS DATE WITH NO LEDGER RECORD*
000231*                   IS A MISSED NIGHT.  EVERY RUN ALSO WALKS BACK*
000232*                   OVER THE SCHEDULED BUSINESS DATES BEFORE THE *
000234*                   DATE, TO THE FIRST ONE ON THE LEDGER, AND    *
000235*                   ALARMS EACH ONE THAT HAS NO LEDGER RECORD -  *
000236*                   SO A NIGHT THAT NEVER STARTED IS CAUGHT THE  *
000237*                   NEXT MORNING, NOT JUST A HALF-FINISHED ONE.  *
000238*                                                                *
000240*                   A PARTIAL NIGHT (DL100INT PARM='PARTIAL')    *
000241*                   IS NOT CERTIFIED WHILE ANY DIVISION IT LEFT  *
000242*                   OUT IS STILL ON THE LEDGER'S MISSING LIST -  *
000243*                   THE LATE DIVISION'S CATCH-UP (JOB DL100UJ)   *
000245*                   MUST RUN FIRST.  THE PAGE LISTS THE          *
000246*                   DIVISIONS STILL OUTSTANDING.                 *
000247*                                                                *
000248*                   PARM TOKENS (COMMA-SEPARATED):               *
000250*                     DATE=CCYYMMDD - BUSINESS DATE TO CERTIFY   *
000260*                                     (DEFAULT: TODAY)           *
000270*                     OPER=XXXXXXXX - CERTIFYING OPERATOR ID     *
000280*                                     (REQUIRED)                 *
000290*                                                                *
000300*                   RETURN CODES:                                *
000302*                     0 - DATE CERTIFIED (OR ALREADY CERTIFIED), *
000305*                         OR NOT A SCHEDULED BUSINESS DATE AND   *
000308*                         NOTHING RAN                            *
000310*                     4 - AS 0, BUT DL100CAL COULD NOT BE        *
000313*                         OPENED - THE MISSED-NIGHT CHECK WAS    *
000316*                         NOT DONE                               *
000319*                     8 - ONE OR MORE STAGES NOT COMPLETE,       *
000321*                         STAGES COMPLETED OUT OF ORDER, OR A    *
000324*                         PARTIAL NIGHT WITH A DIVISION NOT YET  *
000327*                         CAUGHT UP                              *
000330*                    12 - NO LEDGER RECORD FOR THE DATE, BAD     *
000340*                         PARM, OR LEDGER NOT USABLE             *
000342*                    16 - A SCHEDULED BUSINESS DATE BEFORE THE   *
000344*                         DATE HAS NO LEDGER RECORD - A MISSED   *
000346*                         NIGHT (THE DATE ITSELF IS STILL        *
000348*                         CERTIFIED WHEN COMPLETE)               *
000350*                                                                *
000360*    MODIFICATION HISTORY                                       *
000370*    ----------------------------------------------------------  *
000413*                      BLOCK.  CHECKED IN BAL-BEFORE-HIST        *
000414*                      ORDER, NO CORRECT DAY COULD EVER HAVE     *
000415*                      CERTIFIED.                                *
000416*    2026-10-15 JPM    READS THE DL100CAL CALENDAR: NO LEDGER    *
000417*                      RECORD ON A WEEKEND OR HOLIDAY IS RC 0,   *
000418*                      AND EACH PRIOR SCHEDULED BUSINESS DATE    *
000419*                      WITH NO LEDGER RECORD (NEW 4000) IS       *
000420*                      ALARMED RC 16 AS A MISSED NIGHT.  NO      *
000421*                      CALENDAR IS RC 4.                         *
000423*    2026-10-15 JPM    A DATE THE LEDGER MARKS PARTIAL IS NOT    *
000424*                      CERTIFIED UNTIL EVERY MISSING DIVISION    *
000425*                      HAS BEEN CAUGHT UP (RC 8).  NEW 2300      *
000426*                      PRINTS THE DIVISIONS LINE.                *
000427*                                                                *
000428******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. DL100CER.
000450 AUTHOR. J. MEDILE.
000620         RECORD KEY IS DL100RL-RUN-DATE
000630         FILE STATUS IS WS-LEDGER-STATUS.
000640*
000641     SELECT CALENDAR-FILE ASSIGN TO DL100CAL
000642         ORGANIZATION IS INDEXED
000644         ACCESS MODE IS RANDOM
000645         RECORD KEY IS DL100CL-CAL-DATE
000647         FILE STATUS IS WS-CALENDAR-STATUS.
000648*
000650     SELECT CERT-REPORT-FILE ASSIGN TO DL100CFR
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-REPORT-STATUS.
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740     COPY DL100RL.
000741*
000743 FD  CALENDAR-FILE
000745     RECORDING MODE IS F
000746     LABEL RECORDS ARE STANDARD.
000748     COPY DL100CL.
000750*
000760 FD  CERT-REPORT-FILE
000770     RECORDING MODE IS F
000880 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
000890     88  WS-REPORT-OK                VALUE '00'.
000900*
000902 77  WS-CALENDAR-STATUS          PIC X(02) VALUE SPACES.
000905     88  WS-CALENDAR-OK              VALUE '00'.
000907*
000910 01  WS-SWITCHES.
000920     05  WS-COMPLETE-SW          PIC X(01) VALUE 'Y'.
000921         88  WS-ALL-STAGES-DONE      VALUE 'Y'.
000922     05  WS-ORDER-SW             PIC X(01) VALUE 'Y'.
000924         88  WS-STAGES-IN-ORDER      VALUE 'Y'.
000925     05  WS-LEDGER-OPEN-SW       PIC X(01) VALUE 'N'.
000927         88  WS-LEDGER-OPEN          VALUE 'Y'.
000928     05  WS-CALENDAR-SW          PIC X(01) VALUE 'N'.
000930         88  WS-CALENDAR-AVAILABLE   VALUE 'Y'.
000931     05  WS-SCHEDULE-SW          PIC X(01) VALUE 'U'.
000932         88  WS-SCHEDULED-DATE       VALUE 'Y'.
000934         88  WS-UNSCHEDULED-DATE     VALUE 'N'.
000935         88  WS-SCHEDULE-UNKNOWN     VALUE 'U'.
000937     05  WS-WALK-SW              PIC X(01) VALUE 'Y'.
000938         88  WS-WALKING-BACK         VALUE 'Y'.
000940*
000942 01  WS-PREV-STAGE-TIME          PIC X(08) VALUE LOW-VALUES.
000943 01  WS-CHK-TIME                 PIC X(08) VALUE SPACES.
000944 01  WS-DV-SUB                   PIC 9(02) COMP VALUE ZERO.
000945 01  WS-DV-PTR                   PIC 9(02) COMP VALUE ZERO.
000946*
000950 01  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
000960 01  WS-STAMP-TIME               PIC 9(08) VALUE ZERO.
000970 01  WS-CERT-DATE                PIC 9(08) VALUE ZERO.
000971 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000972 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
000973*
000974******************************************************************
000976*    WORKING STORAGE - MISSED-NIGHT WALK BACK.  AT MOST          *
000977*    WS-LOOKBACK-DAYS CALENDAR DAYS ARE WALKED, SO A NEW OR      *
000978*    RESTARTED LEDGER CANNOT ALARM WITHOUT END                   *
000979******************************************************************
000980 01  WS-WALK-DATE                PIC 9(08) VALUE ZERO.
000982 01  WS-WALK-DATE-X REDEFINES WS-WALK-DATE.
000983     05  WS-WALK-CCYY            PIC 9(04).
000984     05  WS-WALK-MM              PIC 9(02).
000985     05  WS-WALK-DD              PIC 9(02).
000986 01  WS-LOOKBACK-DAYS            PIC 9(03) VALUE 31.
000988 01  WS-WALK-COUNT               PIC 9(03) COMP VALUE ZERO.
000989 01  WS-MISSED-COUNT             PIC 9(03) COMP VALUE ZERO.
000990 01  WS-MONTH-DAYS-LIST          PIC X(24)
000991         VALUE '312831303130313130313031'.
000992 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
000994     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
000995 01  WS-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
000996 01  WS-LEAP-REM-4               PIC 9(03) COMP VALUE ZERO.
000997 01  WS-LEAP-REM-100             PIC 9(03) COMP VALUE ZERO.
000998 01  WS-LEAP-REM-400             PIC 9(03) COMP VALUE ZERO.
001000*
001010******************************************************************
001020*    WORKING STORAGE - PARM TOKEN SCAN, SAME CONVENTION AS THE   *
001200             VALUE 'BUSINESS DATE:'.
001210     05  WS-H1-RUN-DATE          PIC 9(08).
001220     05  FILLER                  PIC X(54) VALUE SPACES.
001221*
001222 01  WS-CALENDAR-LINE.
001223     05  FILLER                  PIC X(01) VALUE SPACE.
001225     05  FILLER                  PIC X(22)
001226             VALUE 'CALENDAR (DL100CAL):'.
001227     05  WS-CAL-TEXT             PIC X(60) VALUE SPACES.
001228     05  FILLER                  PIC X(49) VALUE SPACES.
001230*
001231 01  WS-DIVISION-LINE.
001232     05  FILLER                  PIC X(01) VALUE SPACE.
001233     05  FILLER                  PIC X(22)
001235             VALUE 'DIVISIONS (DL100INT):'.
001236     05  WS-DV-TEXT              PIC X(60) VALUE SPACES.
001237     05  FILLER                  PIC X(49) VALUE SPACES.
001238*
001240 01  WS-STAGE-LINE.
001250     05  FILLER                  PIC X(01) VALUE SPACE.
001260     05  WS-SL-STAGE             PIC X(22).
001360     05  WS-RL-OPERATOR          PIC X(08).
001370     05  FILLER                  PIC X(83) VALUE SPACES.
001380*
001381 01  WS-MISSED-LINE.
001382     05  FILLER                  PIC X(01) VALUE SPACE.
001383     05  FILLER                  PIC X(22)
001384             VALUE '*** MISSED NIGHT ***'.
001385     05  WS-ML-DATE              PIC 9(08).
001386     05  FILLER                  PIC X(60)
001387             VALUE ' SCHEDULED BUSINESS DATE, NO DL100LDG RECORD'.
001388     05  FILLER                  PIC X(41) VALUE SPACES.
001389*
001390 LINKAGE SECTION.
001400 01  LS-PARM-FIELD.
001410     05  LS-PARM-LENGTH          PIC S9(04) COMP.
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001500     IF WS-RETURN-CODE = ZERO
001510         PERFORM 2000-CERTIFY-DATE THRU 2000-EXIT
001515         PERFORM 4000-CHECK-MISSED-NIGHTS THRU 4000-EXIT
001520     END-IF.
001530     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001540     STOP RUN.
001890             WS-LEDGER-STATUS
001900         MOVE 12 TO WS-RETURN-CODE
001910     END-IF.
001912     IF WS-LEDGER-OK
001914         MOVE 'Y' TO WS-LEDGER-OPEN-SW
001916     END-IF.
001918     PERFORM 1300-OPEN-CALENDAR THRU 1300-EXIT.
001920 1000-EXIT.
001930     EXIT.
001940*
002130 1100-EXIT.
002140     EXIT.
002150*
002151******************************************************************
002152*    1300-OPEN-CALENDAR - OPEN THE DL100CAL CALENDAR.  WITHOUT   *
002153*                         IT THE DATE IS CERTIFIED AS BEFORE AND *
002154*                         THE MISSED-NIGHT CHECK IS SKIPPED      *
002155******************************************************************
002156 1300-OPEN-CALENDAR.
002157     OPEN INPUT CALENDAR-FILE.
002158     IF NOT WS-CALENDAR-OK
002160         DISPLAY 'DL100CER: UNABLE TO OPEN DL100CAL, STATUS = '
002161             WS-CALENDAR-STATUS
002162         GO TO 1300-EXIT
002163     END-IF.
002164     MOVE 'Y' TO WS-CALENDAR-SW.
002165 1300-EXIT.
002166     EXIT.
002167*
002168******************************************************************
002170*    2000-CERTIFY-DATE - READ THE LEDGER RECORD FOR THE DATE,    *
002180*                        REPORT EVERY STAGE AND STAMP THE        *
002190*                        CERTIFICATION WHEN ALL ARE COMPLETE     *
002200******************************************************************
002210 2000-CERTIFY-DATE.
002211     PERFORM 2050-CLASSIFY-DATE THRU 2050-EXIT.
002212     MOVE WS-CERT-DATE TO WS-H1-RUN-DATE.
002214     WRITE CERT-REPORT-RECORD FROM WS-HEADING-1
002215         AFTER ADVANCING WS-TOP-OF-PAGE.
002217     WRITE CERT-REPORT-RECORD FROM WS-CALENDAR-LINE
002218         AFTER ADVANCING 2 LINES.
002220     MOVE WS-CERT-DATE TO DL100RL-RUN-DATE.
002230     READ LEDGER-FILE
002240         INVALID KEY
002265             PERFORM 2900-NO-LEDGER-RECORD THRU 2900-EXIT
002290             GO TO 2000-EXIT
002300     END-READ.
002340     MOVE SPACES TO CERT-REPORT-RECORD.
002350     WRITE CERT-REPORT-RECORD AFTER ADVANCING 1 LINE.
002360     MOVE 'EDIT (DL100EDT)' TO WS-SL-STAGE.
002744         MOVE DL100RL-BAL-TIME TO WS-CHK-TIME
002746         PERFORM 2200-CHECK-STAGE-ORDER THRU 2200-EXIT
002750     END-IF.
002755     PERFORM 2300-CHECK-DIVISIONS THRU 2300-EXIT.
002760     MOVE SPACES TO CERT-REPORT-RECORD.
002770     WRITE CERT-REPORT-RECORD AFTER ADVANCING 1 LINE.
002780     EVALUATE TRUE
002850             DISPLAY 'DL100CER: ' WS-CERT-DATE
002860                 ' ALREADY CERTIFIED BY '
002870                 DL100RL-CERT-OPERATOR
002871         WHEN DL100RL-PARTIAL-RUN
002872             MOVE 'NOT CERTIFIED - DIVISION(S) NOT YET RUN'
002873                 TO WS-RL-TEXT
002874             MOVE SPACES TO WS-RL-OPERATOR
002875             WRITE CERT-REPORT-RECORD FROM WS-RESULT-LINE
002876                 AFTER ADVANCING 1 LINE
002877             DISPLAY 'DL100CER: ' WS-CERT-DATE
002878                 ' NOT CERTIFIED - PARTIAL NIGHT - RC 8'
002879             MOVE 8 TO WS-RETURN-CODE
002880         WHEN WS-ALL-STAGES-DONE AND WS-STAGES-IN-ORDER
002890             PERFORM 3000-STAMP-CERTIFICATION THRU 3000-EXIT
002892         WHEN WS-ALL-STAGES-DONE
002940             WRITE CERT-REPORT-RECORD FROM WS-RESULT-LINE
002950                 AFTER ADVANCING 1 LINE
002960             DISPLAY 'DL100CER: ' WS-CERT-DATE
002961                 ' NOT CERTIFIED - STAGE(S) INCOMPLETE - RC 8'
002962             MOVE 8 TO WS-RETURN-CODE
002963     END-EVALUATE.
002964 2000-EXIT.
002965     EXIT.
002967*
002968******************************************************************
002969*    2050-CLASSIFY-DATE - LOOK THE DATE UP ON THE CALENDAR: A    *
002970*                         SCHEDULED BUSINESS DATE, A WEEKEND OR  *
002971*                         HOLIDAY, OR UNKNOWN (NO CALENDAR, OR A *
002973*                         DATE THE CALENDAR DOES NOT HOLD)       *
002974******************************************************************
002975 2050-CLASSIFY-DATE.
002976     MOVE 'U' TO WS-SCHEDULE-SW.
002977     IF NOT WS-CALENDAR-AVAILABLE
002979         MOVE 'NOT AVAILABLE - MISSED-NIGHT CHECK NOT DONE'
002980             TO WS-CAL-TEXT
002981         GO TO 2050-EXIT
002982     END-IF.
002983     MOVE WS-CERT-DATE TO DL100CL-CAL-DATE.
002985     READ CALENDAR-FILE
002986         INVALID KEY
002987             MOVE 'DATE NOT ON THE CALENDAR' TO WS-CAL-TEXT
002988             GO TO 2050-EXIT
002989     END-READ.
002990     EVALUATE TRUE
002992         WHEN DL100CL-BUSINESS-DAY
002993             MOVE 'Y' TO WS-SCHEDULE-SW
002994             MOVE 'SCHEDULED BUSINESS DATE' TO WS-CAL-TEXT
002995         WHEN DL100CL-HOLIDAY
002996             MOVE 'N' TO WS-SCHEDULE-SW
002998             MOVE SPACES TO WS-CAL-TEXT
002999             STRING 'HOLIDAY - ' DL100CL-HOLIDAY-NAME
003000                 ' - NOT A SCHEDULED BUSINESS DATE'
003001                 DELIMITED BY SIZE INTO WS-CAL-TEXT
003002         WHEN OTHER
003004             MOVE 'N' TO WS-SCHEDULE-SW
003005             MOVE 'WEEKEND - NOT A SCHEDULED BUSINESS DATE'
003006                 TO WS-CAL-TEXT
003007     END-EVALUATE.
003008 2050-EXIT.
003010     EXIT.
003020*
003030******************************************************************
003178     EXIT.
003179*
003180******************************************************************
003181*    2300-CHECK-DIVISIONS - WRITE THE DIVISIONS LINE: A PARTIAL  *
003182*                           NIGHT LISTS THE DIVISIONS STILL NOT  *
003183*                           RUN, A CAUGHT-UP ONE SAYS SO         *
003184******************************************************************
003185 2300-CHECK-DIVISIONS.
003186     MOVE SPACES TO WS-DV-TEXT.
003187     EVALUATE TRUE
003188         WHEN DL100RL-PARTIAL-RUN
003189             MOVE 'PARTIAL NIGHT - NOT YET RUN:' TO WS-DV-TEXT
003190             MOVE 29 TO WS-DV-PTR
003191             PERFORM 2310-LIST-ONE-DIVISION THRU 2310-EXIT
003192                 VARYING WS-DV-SUB FROM 1 BY 1
003193                 UNTIL WS-DV-SUB > 8
003194         WHEN DL100RL-CAUGHT-UP
003195             MOVE 'PARTIAL NIGHT - LATE DIVISION(S) CAUGHT UP'
003196                 TO WS-DV-TEXT
003197         WHEN OTHER
003198             MOVE 'ALL EXPECTED DIVISIONS RUN' TO WS-DV-TEXT
003199     END-EVALUATE.
003200     WRITE CERT-REPORT-RECORD FROM WS-DIVISION-LINE
003201         AFTER ADVANCING 1 LINE.
003202 2300-EXIT.
003203     EXIT.
003204*
003205******************************************************************
003206*    2310-LIST-ONE-DIVISION - ADD ONE OUTSTANDING DIVISION TO    *
003207*                             THE DIVISIONS LINE                 *
003208******************************************************************
003210 2310-LIST-ONE-DIVISION.
003211     IF DL100RL-MISSING-DIV (WS-DV-SUB) = SPACES
003212         GO TO 2310-EXIT
003213     END-IF.
003214     STRING ' ' DL100RL-MISSING-DIV (WS-DV-SUB)
003215         DELIMITED BY SIZE
003216         INTO WS-DV-TEXT WITH POINTER WS-DV-PTR.
003217 2310-EXIT.
003218     EXIT.
003219*
003220******************************************************************
003221*    2900-NO-LEDGER-RECORD - THE DATE HAS NO LEDGER RECORD.  ON  *
003222*                            A WEEKEND OR HOLIDAY NOTHING WAS    *
003223*                            SUPPOSED TO RUN; ON A SCHEDULED     *
003224*                            BUSINESS DATE THE NIGHT WAS MISSED; *
003225*                            WITHOUT THE CALENDAR IT FAILS AS IT *
003226*                            ALWAYS HAS                          *
003227******************************************************************
003228 2900-NO-LEDGER-RECORD.
003229     MOVE SPACES TO WS-RL-OPERATOR.
003230     IF WS-UNSCHEDULED-DATE
003231         MOVE 'NO RUN SCHEDULED - NOTHING TO CERTIFY'
003232             TO WS-RL-TEXT
003233         WRITE CERT-REPORT-RECORD FROM WS-RESULT-LINE
003234             AFTER ADVANCING 2 LINES
003235         DISPLAY 'DL100CER: ' WS-CERT-DATE
003236             ' IS NOT A SCHEDULED BUSINESS DATE - NOTHING '
003237             'TO CERTIFY'
003238         GO TO 2900-EXIT
003240     END-IF.
003241     IF WS-SCHEDULED-DATE
003242         MOVE 'NOT CERTIFIED - NIGHT MISSED, NO LEDGER'
003243             TO WS-RL-TEXT
003244         DISPLAY 'DL100CER: NO LEDGER RECORD FOR SCHEDULED '
003245             'BUSINESS DATE ' WS-CERT-DATE
003246             ' - THE NIGHT WAS MISSED'
003247     ELSE
003248         MOVE 'NOT CERTIFIED - NO LEDGER RECORD'
003249             TO WS-RL-TEXT
003250         DISPLAY 'DL100CER: NO LEDGER RECORD FOR '
003251             WS-CERT-DATE ' - NOTHING RAN, OR THE RUN '
003252             'NEVER REACHED THE FIRST STAMP'
003253     END-IF.
003254     WRITE CERT-REPORT-RECORD FROM WS-RESULT-LINE
003255         AFTER ADVANCING 2 LINES.
003256     MOVE 12 TO WS-RETURN-CODE.
003257 2900-EXIT.
003258     EXIT.
003259*
003260******************************************************************
003261*    3000-STAMP-CERTIFICATION - EVERY STAGE COMPLETE AND IN      *
003262*                               ORDER - WRITE THE CERTIFICATION  *
003263*                               STAMP WITH THE OPERATOR ID       *
003264******************************************************************
003265 3000-STAMP-CERTIFICATION.
003266     ACCEPT WS-STAMP-TIME FROM TIME.
003267     MOVE 'Y' TO DL100RL-CERT-FLAG.
003268     MOVE WS-RUN-DATE TO DL100RL-CERT-DATE.
003270     MOVE WS-STAMP-TIME TO DL100RL-CERT-TIME.
003280     MOVE WS-OPERATOR-ID TO DL100RL-CERT-OPERATOR.
003290     REWRITE DL100RL-LEDGER-RECORD
003350     END-REWRITE.
003360     MOVE 'CERTIFIED - ALL STAGES COMPLETE, BY:'
003370         TO WS-RL-TEXT.
003371     MOVE WS-OPERATOR-ID TO WS-RL-OPERATOR.
003372     WRITE CERT-REPORT-RECORD FROM WS-RESULT-LINE
003373         AFTER ADVANCING 1 LINE.
003374     DISPLAY 'DL100CER: ' WS-CERT-DATE ' CERTIFIED BY '
003375         WS-OPERATOR-ID.
003376 3000-EXIT.
003377     EXIT.
003378*
003379******************************************************************
003380*    4000-CHECK-MISSED-NIGHTS - WALK BACK FROM THE DATE OVER     *
003381*                               THE CALENDAR TO THE FIRST        *
003382*                               SCHEDULED BUSINESS DATE THAT     *
003383*                               HAS A LEDGER RECORD, ALARMING    *
003384*                               EVERY SCHEDULED BUSINESS DATE ON *
003385*                               THE WAY THAT HAS NONE.  ANY      *
003386*                               MISSED NIGHT ENDS THE RUN RC 16  *
003387******************************************************************
003388 4000-CHECK-MISSED-NIGHTS.
003389     IF NOT WS-LEDGER-OPEN
003390         GO TO 4000-EXIT
003391     END-IF.
003392     IF NOT WS-CALENDAR-AVAILABLE
003393         DISPLAY 'DL100CER: DL100CAL NOT AVAILABLE - '
003394             'MISSED-NIGHT CHECK NOT DONE'
003395         IF WS-RETURN-CODE = ZERO
003396             MOVE 4 TO WS-RETURN-CODE
003397         END-IF
003398         GO TO 4000-EXIT
003399     END-IF.
003400     MOVE WS-CERT-DATE TO WS-WALK-DATE.
003401     MOVE ZERO TO WS-WALK-COUNT.
003402     MOVE ZERO TO WS-MISSED-COUNT.
003403     MOVE 'Y' TO WS-WALK-SW.
003405     MOVE SPACES TO CERT-REPORT-RECORD.
003406     WRITE CERT-REPORT-RECORD AFTER ADVANCING 1 LINE.
003407     PERFORM 4100-CHECK-ONE-DATE THRU 4100-EXIT
003408         UNTIL NOT WS-WALKING-BACK.
003409     MOVE SPACES TO WS-RL-OPERATOR.
003410     IF WS-MISSED-COUNT = ZERO
003411         MOVE 'NO EARLIER SCHEDULED NIGHT MISSED'
003412             TO WS-RL-TEXT
003413         WRITE CERT-REPORT-RECORD FROM WS-RESULT-LINE
003414             AFTER ADVANCING 1 LINE
003415         GO TO 4000-EXIT
003416     END-IF.
003417     MOVE 'EARLIER SCHEDULED NIGHT(S) MISSED - RC 16'
003418         TO WS-RL-TEXT.
003419     WRITE CERT-REPORT-RECORD FROM WS-RESULT-LINE
003420         AFTER ADVANCING 1 LINE.
003421     DISPLAY 'DL100CER: ' WS-MISSED-COUNT
003422         ' SCHEDULED BUSINESS DATE(S) BEFORE ' WS-CERT-DATE
003423         ' HAVE NO LEDGER RECORD - RC 16'.
003424     MOVE 16 TO WS-RETURN-CODE.
003425 4000-EXIT.
003426     EXIT.
003427*
003428******************************************************************
003429*    4100-CHECK-ONE-DATE - STEP BACK ONE DAY.  WEEKENDS AND      *
003430*                          HOLIDAYS ARE PASSED OVER; A SCHEDULED *
003431*                          BUSINESS DATE WITH NO LEDGER RECORD IS*
003432*                          ALARMED; ONE WITH A RECORD, A DATE OFF*
003433*                          THE CALENDAR OR THE LOOKBACK LIMIT    *
003434*                          ENDS THE WALK                         *
003435******************************************************************
003436 4100-CHECK-ONE-DATE.
003437     ADD 1 TO WS-WALK-COUNT.
003438     IF WS-WALK-COUNT > WS-LOOKBACK-DAYS
003440         MOVE 'N' TO WS-WALK-SW
003441         GO TO 4100-EXIT
003442     END-IF.
003443     PERFORM 4200-DAY-BEFORE THRU 4200-EXIT.
003444     MOVE WS-WALK-DATE TO DL100CL-CAL-DATE.
003445     READ CALENDAR-FILE
003446         INVALID KEY
003447             MOVE 'N' TO WS-WALK-SW
003448             GO TO 4100-EXIT
003449     END-READ.
003450     IF NOT DL100CL-BUSINESS-DAY
003451         GO TO 4100-EXIT
003452     END-IF.
003453     MOVE WS-WALK-DATE TO DL100RL-RUN-DATE.
003454     READ LEDGER-FILE
003455         INVALID KEY
003456             ADD 1 TO WS-MISSED-COUNT
003457             MOVE WS-WALK-DATE TO WS-ML-DATE
003458             WRITE CERT-REPORT-RECORD FROM WS-MISSED-LINE
003459                 AFTER ADVANCING 1 LINE
003460             DISPLAY 'DL100CER: MISSED NIGHT - NO LEDGER '
003461                 'RECORD FOR SCHEDULED BUSINESS DATE '
003462                 WS-WALK-DATE
003463             GO TO 4100-EXIT
003464     END-READ.
003465*    THE LAST SCHEDULED NIGHT THAT RAN - THE WALK STOPS HERE.
003466     MOVE 'N' TO WS-WALK-SW.
003467 4100-EXIT.
003468     EXIT.
003469*
003470******************************************************************
003471*    4200-DAY-BEFORE - STEP THE CCYYMMDD DATE IN WS-WALK-DATE    *
003472*                      BACK ONE DAY, LEAP-YEAR CORRECT           *
003473******************************************************************
003475 4200-DAY-BEFORE.
003476     IF WS-WALK-DD > 1
003477         SUBTRACT 1 FROM WS-WALK-DD
003478         GO TO 4200-EXIT
003479     END-IF.
003480     IF WS-WALK-MM > 1
003481         SUBTRACT 1 FROM WS-WALK-MM
003482     ELSE
003483         MOVE 12 TO WS-WALK-MM
003484         SUBTRACT 1 FROM WS-WALK-CCYY
003485     END-IF.
003486     MOVE WS-MONTH-DAYS (WS-WALK-MM) TO WS-WALK-DD.
003487     IF WS-WALK-MM NOT = 2
003488         GO TO 4200-EXIT
003489     END-IF.
003490     DIVIDE WS-WALK-CCYY BY 4 GIVING WS-LEAP-QUOT
003491         REMAINDER WS-LEAP-REM-4.
003492     DIVIDE WS-WALK-CCYY BY 100 GIVING WS-LEAP-QUOT
003493         REMAINDER WS-LEAP-REM-100.
003494     DIVIDE WS-WALK-CCYY BY 400 GIVING WS-LEAP-QUOT
003495         REMAINDER WS-LEAP-REM-400.
003496     IF WS-LEAP-REM-4 = ZERO
003497         AND (WS-LEAP-REM-100 NOT = ZERO
003498              OR WS-LEAP-REM-400 = ZERO)
003499         MOVE 29 TO WS-WALK-DD
003500     END-IF.
003501 4200-EXIT.
003502     EXIT.
003503*
003504******************************************************************
003505*    9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE    *
003506******************************************************************
003507 9000-TERMINATE.
003508     IF WS-LEDGER-OPEN
003510         CLOSE LEDGER-FILE
003512     END-IF.
003515     IF WS-CALENDAR-AVAILABLE
003517         CLOSE CALENDAR-FILE
003520     END-IF.
003530     IF WS-REPORT-OK
003540         CLOSE CERT-REPORT-FILE
