000060*    DATE-WRITTEN:  2026-09-02                                  *
000070*    DATE-COMPILED: 2026-09-02                                  *
000080*                                                                *
000090*    DESCRIPTION:   PERIOD-END DIVISION QUALITY SCORECARD (JOB   *
000100*                   DL100QJ).  READS THE PERIOD'S DL100DSP       *
000110*                   DISPOSITION GENERATIONS AND DL100REJ         *
000120*                   REJECT GENERATIONS (BOTH DDS POINT AT THE    *
000130*                   GDG BASE, SO EVERY RETAINED GENERATION       *
000160*                   VOLUME, MATCH RATE, CATEGORIZED RATE,        *
000170*                   UNKNOWN/SUSPENSE RATE, REJECT COUNTS BY      *
000180*                   DL100R REASON CODE AND THE REJECT RATE,      *
000190*                   EACH WITH THE PRIOR PERIOD AND THE CHANGE -  *
000200*                   THE PAGE THE QUARTERLY SENDER REVIEW USED    *
000210*                   TO TAKE TWO DAYS OF SPREADSHEET WORK TO      *
000220*                   ASSEMBLE.                                    *
000230*                                                                *
000235*                   PERIODS ARE THE FISCAL PERIODS ON THE SHARED *
000240*                   DL100CAL CALENDAR (COPYBOOK DL100CL).        *
000245*                   PARM='CCYYPP' IS THE PERIOD REPORTED; AN     *
000250*                   EMPTY PARM REPORTS THE PERIOD BEFORE THE ONE *
000255*                   HOLDING THE RUN DATE (THE NORMAL PERIOD-END  *
000260*                   SCHEDULE).  THE PRIOR PERIOD IS THE ONE      *
000265*                   ENDING THE DAY BEFORE THE REPORTED ONE       *
000270*                   STARTS, FOR THE CHANGE COLUMNS.  WITHOUT THE *
000275*                   CALENDAR THE RUN FALLS BACK TO CALENDAR      *
000280*                   MONTHS (PARM='CCYYMM') AND SAYS SO ON EVERY  *
000285*                   PAGE.  RECORDS OUTSIDE THE TWO PERIODS       *
000290*                   ARE SKIPPED.  THE REJECTED RECORD'S          *
000300*                   DIVISION IS TAKEN FROM BYTES 13-14 OF THE    *
000310*                   ORIGINAL RECORD CARRIED ON DL100R.           *
000377*    2026-09-02 JPM    THE DL100DSP FEED NOW CARRIES DL100T      *
000378*                      HEADER/TRAILER CONTROL RECORDS - 2100     *
000379*                      NOW SKIPS THEM.                           *
000380*    2026-10-15 JPM    A HELD ('H') DISPOSITION IS TALLIED BY    *
000381*                      ITS ORIGINAL M OR C JUDGMENT - HOLDING    *
000382*                      AN ITEM DOES NOT CHANGE ITS SCORE.        *
000383*    2026-10-15 JPM    REPORTS FISCAL PERIODS FROM THE DL100CAL  *
000385*                      CALENDAR INSTEAD OF CALENDAR MONTHS;      *
000386*                      RECORDS ARE CLASSED BY DATE RANGE, AND    *
000387*                      CALENDAR MONTHS ARE THE FALLBACK.         *
000388*                                                                *
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. DL100QSC.
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-REJECT-STATUS.
000630*
000631     SELECT CALENDAR-FILE ASSIGN TO DL100CAL
000632         ORGANIZATION IS INDEXED
000634         ACCESS MODE IS DYNAMIC
000635         RECORD KEY IS DL100CL-CAL-DATE
000637         FILE STATUS IS WS-CALENDAR-STATUS.
000638*
000640     SELECT SCORE-REPORT-FILE ASSIGN TO DL100QRP
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-REPORT-STATUS.
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780     COPY DL100R.
000781*
000783 FD  CALENDAR-FILE
000785     RECORDING MODE IS F
000786     LABEL RECORDS ARE STANDARD.
000788     COPY DL100CL.
000790*
000800 FD  SCORE-REPORT-FILE
000810     RECORDING MODE IS F
000950 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
000960     88  WS-REPORT-OK                VALUE '00'.
000970*
000972 77  WS-CALENDAR-STATUS          PIC X(02) VALUE SPACES.
000975     88  WS-CALENDAR-OK              VALUE '00'.
000977*
000980 01  WS-SWITCHES.
000990     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001000         88  WS-END-OF-FILE          VALUE 'Y'.
001010     05  WS-QSDIV-FOUND-SW       PIC X(01) VALUE 'N'.
001020         88  WS-QSDIV-FOUND          VALUE 'Y'.
001021     05  WS-CALENDAR-OPEN-SW     PIC X(01) VALUE 'N'.
001022         88  WS-CALENDAR-OPEN        VALUE 'Y'.
001023     05  WS-CALENDAR-SW          PIC X(01) VALUE 'N'.
001024         88  WS-CALENDAR-AVAILABLE   VALUE 'Y'.
001025     05  WS-PERIOD-SW            PIC X(01) VALUE 'S'.
001026         88  WS-PERIOD-SEARCHING     VALUE 'S'.
001027         88  WS-PERIOD-FOUND         VALUE 'Y'.
001028         88  WS-PERIOD-MISSING       VALUE 'N'.
001030*
001040 01  WS-COUNTERS.
001050     05  WS-DSP-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
001140 01  WS-REASON-SUB               PIC 9(01) COMP VALUE ZERO.
001145 01  WS-REASON-NUM               PIC 9(02) VALUE ZERO.
001150 01  WS-WORK-DIVISION            PIC X(02) VALUE SPACES.
001160 01  WS-WORK-DATE                PIC 9(08) VALUE ZERO.
001170*
001180******************************************************************
001185*    WORKING STORAGE - REPORT AND PRIOR PERIODS - THE FISCAL     *
001190*    PERIOD (CCYYPP) OFF THE CALENDAR, OR THE CALENDAR MONTH     *
001195*    (CCYYMM) WITHOUT IT - AND THE FIRST AND LAST DATE OF EACH   *
001200******************************************************************
001210 01  WS-REPORT-MONTH             PIC 9(06) VALUE ZERO.
001220 01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
001260 01  WS-PRIOR-MONTH-X REDEFINES WS-PRIOR-MONTH.
001270     05  WS-PRI-CCYY             PIC 9(04).
001280     05  WS-PRI-MM               PIC 9(02).
001281 01  WS-REPORT-START             PIC 9(08) VALUE ZERO.
001282 01  WS-REPORT-END               PIC 9(08) VALUE ZERO.
001283 01  WS-PRIOR-START              PIC 9(08) VALUE ZERO.
001284 01  WS-PRIOR-END                PIC 9(08) VALUE ZERO.
001285 01  WS-SEARCH-PERIOD            PIC 9(06) VALUE ZERO.
001286 01  WS-SEARCH-PERIOD-X REDEFINES WS-SEARCH-PERIOD.
001287     05  WS-SRCH-CCYY            PIC 9(04).
001288     05  WS-SRCH-PP              PIC 9(02).
001290*
001300******************************************************************
001301*    WORKING STORAGE - DAY-BEFORE DATE WORK AREA                 *
001303******************************************************************
001304 01  WS-DB-DATE                  PIC 9(08) VALUE ZERO.
001306 01  WS-DB-DATE-X REDEFINES WS-DB-DATE.
001307     05  WS-DB-CCYY              PIC 9(04).
001309     05  WS-DB-MM                PIC 9(02).
001310     05  WS-DB-DD                PIC 9(02).
001312 01  WS-MONTH-DAYS-LIST          PIC X(24)
001313         VALUE '312831303130313130313031'.
001315 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
001316     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
001318 01  WS-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
001319 01  WS-LEAP-REM-4               PIC 9(03) COMP VALUE ZERO.
001321 01  WS-LEAP-REM-100             PIC 9(03) COMP VALUE ZERO.
001322 01  WS-LEAP-REM-400             PIC 9(03) COMP VALUE ZERO.
001324*
001325******************************************************************
001327*    WORKING STORAGE - PER-DIVISION SCORECARD TABLE.  PERIOD SET *
001328*    1 IS THE REPORTED PERIOD, SET 2 THE PRIOR PERIOD.  REJECT   *
001330*    SLOTS 1-6 ARE DL100R REASONS 01-06, SLOT 7 IS ANY OTHER.    *
001340*    MORE THAN 20 DISTINCT DIVISIONS FOLD INTO THE LAST ENTRY,   *
001350*    RELABELLED '**', THE SAME WAY THE IFTHEN SUBTOTALS DO       *
001790     05  FILLER                  PIC X(01) VALUE SPACE.
001800     05  FILLER                  PIC X(14) VALUE 'JOB: DL100QSC'.
001810     05  FILLER                  PIC X(42)
001820             VALUE 'DL100 DIVISION QUALITY SCORECARD'.
001830     05  WS-H1-BASIS-LABEL       PIC X(07) VALUE 'PERIOD:'.
001840     05  WS-H1-MONTH             PIC 9(06).
001850     05  FILLER                  PIC X(08) VALUE '  PAGE:'.
001860     05  WS-H1-PAGE              PIC ZZZZ9.
001861     05  FILLER                  PIC X(49) VALUE SPACES.
001862*
001863 01  WS-HEADING-2.
001865     05  FILLER                  PIC X(01) VALUE SPACE.
001866     05  WS-H2-BASIS             PIC X(34)
001867             VALUE 'FISCAL PERIODS FROM DL100CAL'.
001868     05  FILLER                  PIC X(10) VALUE 'REPORTED:'.
001870     05  WS-H2-REPORT-START      PIC 9(08).
001871     05  FILLER                  PIC X(03) VALUE ' - '.
001872     05  WS-H2-REPORT-END        PIC 9(08).
001873     05  FILLER                  PIC X(10) VALUE '   PRIOR:'.
001875     05  WS-H2-PRIOR-START       PIC 9(08).
001876     05  FILLER                  PIC X(03) VALUE ' - '.
001877     05  WS-H2-PRIOR-END         PIC 9(08).
001878     05  FILLER                  PIC X(39) VALUE SPACES.
001880*
001890 01  WS-DIV-HEADER.
001900     05  FILLER                  PIC X(01) VALUE SPACE.
001960 01  WS-COL-HEADER.
001970     05  FILLER                  PIC X(01) VALUE SPACE.
001980     05  FILLER                  PIC X(30) VALUE SPACES.
001990     05  WS-CH-CURR-LABEL        PIC X(14) VALUE 'THIS PERIOD'.
002000     05  WS-CH-PRIOR-LABEL       PIC X(14) VALUE 'PRIOR PERIOD'.
002010     05  FILLER                  PIC X(12) VALUE 'CHANGE'.
002020     05  FILLER                  PIC X(61) VALUE SPACES.
002030*
002230*
002240 LINKAGE SECTION.
002250******************************************************************
002260*    LINKAGE - OPTIONAL REPORT PERIOD PASSED VIA THE JCL EXEC    *
002270*              PARM=, E.G. PARM='202608'                         *
002280******************************************************************
002290 01  LS-PARM-FIELD.
002420     STOP RUN.
002430*
002440******************************************************************
002450*    1000-INITIALIZE - RESOLVE THE REPORT AND PRIOR PERIODS AND  *
002460*                      OPEN THE REPORT                           *
002470******************************************************************
002471 1000-INITIALIZE.
002472     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002473     PERFORM 1300-OPEN-CALENDAR THRU 1300-EXIT.
002474     IF WS-CALENDAR-AVAILABLE
002475         PERFORM 1400-RESOLVE-PERIODS THRU 1400-EXIT
002476     END-IF.
002477     IF NOT WS-CALENDAR-AVAILABLE
002478         PERFORM 1050-RESOLVE-MONTHS THRU 1050-EXIT
002479     END-IF.
002480     DISPLAY 'DL100QSC: REPORTING ' WS-REPORT-MONTH ' '
002481         WS-REPORT-START '-' WS-REPORT-END
002482         ' (PRIOR ' WS-PRIOR-MONTH ' '
002483         WS-PRIOR-START '-' WS-PRIOR-END ')'.
002484     OPEN OUTPUT SCORE-REPORT-FILE.
002485     IF NOT WS-REPORT-OK
002486         DISPLAY 'DL100QSC: UNABLE TO OPEN DL100QRP, STATUS = '
002487             WS-REPORT-STATUS
002488     END-IF.
002489 1000-EXIT.
002490     EXIT.
002491*
002492******************************************************************
002493*    1050-RESOLVE-MONTHS - WITHOUT THE CALENDAR, REPORT CALENDAR *
002494*                          MONTHS: THE PARM MONTH OR THE MONTH   *
002495*                          BEFORE THE RUN DATE, AND THE MONTH    *
002496*                          BEFORE THAT                           *
002497******************************************************************
002498 1050-RESOLVE-MONTHS.
002500     IF LS-PARM-LENGTH >= 6
002510         AND LS-PARM-TEXT (1:6) IS NUMERIC
002520         MOVE LS-PARM-TEXT (1:6) TO WS-REPORT-MONTH
002590     MOVE WS-RPT-CCYY TO WS-PRI-CCYY.
002600     MOVE WS-RPT-MM TO WS-PRI-MM.
002610     PERFORM 1200-BACK-PRIOR-MONTH THRU 1200-EXIT.
002612     COMPUTE WS-REPORT-START = WS-REPORT-MONTH * 100 + 1.
002615     MOVE WS-REPORT-START TO WS-DB-DATE.
002617     PERFORM 1060-MONTH-END THRU 1060-EXIT.
002620     MOVE WS-DB-DATE TO WS-REPORT-END.
002622     COMPUTE WS-PRIOR-START = WS-PRIOR-MONTH * 100 + 1.
002625     MOVE WS-PRIOR-START TO WS-DB-DATE.
002628     PERFORM 1060-MONTH-END THRU 1060-EXIT.
002630     MOVE WS-DB-DATE TO WS-PRIOR-END.
002633     MOVE 'MONTH:' TO WS-H1-BASIS-LABEL.
002635     MOVE 'THIS MONTH' TO WS-CH-CURR-LABEL.
002638     MOVE 'PRIOR MONTH' TO WS-CH-PRIOR-LABEL.
002641     MOVE '** NO DL100CAL - CALENDAR MONTHS'
002643         TO WS-H2-BASIS.
002646 1050-EXIT.
002648     EXIT.
002651*
002654******************************************************************
002656*    1060-MONTH-END - STEP THE FIRST OF A MONTH IN WS-DB-DATE TO *
002659*                     THE LAST DAY OF THAT MONTH                 *
002661******************************************************************
002664 1060-MONTH-END.
002667     IF WS-DB-MM < 12
002669         ADD 1 TO WS-DB-MM
002672     ELSE
002674         MOVE 1 TO WS-DB-MM
002677         ADD 1 TO WS-DB-CCYY
002680     END-IF.
002686     PERFORM 1700-DAY-BEFORE THRU 1700-EXIT.
002693 1060-EXIT.
002700     EXIT.
002710*
002720******************************************************************
002880 1200-BACK-PRIOR-MONTH.
002890     IF WS-PRI-MM > 1
002900         SUBTRACT 1 FROM WS-PRI-MM
002901     ELSE
002902         MOVE 12 TO WS-PRI-MM
002903         SUBTRACT 1 FROM WS-PRI-CCYY
002904     END-IF.
002905 1200-EXIT.
002906     EXIT.
002907*
002908******************************************************************
002909*    1300-OPEN-CALENDAR - OPEN THE DL100CAL CALENDAR.  WITHOUT IT*
002910*                         THE RUN REPORTS CALENDAR MONTHS        *
002911******************************************************************
002912 1300-OPEN-CALENDAR.
002913     OPEN INPUT CALENDAR-FILE.
002914     IF NOT WS-CALENDAR-OK
002915         DISPLAY 'DL100QSC: UNABLE TO OPEN DL100CAL, STATUS = '
002916             WS-CALENDAR-STATUS ' - REPORTING CALENDAR MONTHS'
002917         GO TO 1300-EXIT
002918     END-IF.
002919     MOVE 'Y' TO WS-CALENDAR-OPEN-SW.
002920     MOVE 'Y' TO WS-CALENDAR-SW.
002921 1300-EXIT.
002922     EXIT.
002923*
002924******************************************************************
002925*    1400-RESOLVE-PERIODS - TAKE THE REPORT PERIOD FROM THE PARM,*
002926*                           OR THE PERIOD ENDING THE DAY BEFORE  *
002927*                           THE RUN DATE'S PERIOD STARTS, AND THE*
002928*                           PERIOD BEFORE IT.  A REPORT PERIOD   *
002929*                           NOT ON THE CALENDAR DROPS THE RUN TO *
002930*                           CALENDAR MONTHS                      *
002931******************************************************************
002932 1400-RESOLVE-PERIODS.
002933     IF LS-PARM-LENGTH >= 6
002934         AND LS-PARM-TEXT (1:6) IS NUMERIC
002935         MOVE LS-PARM-TEXT (1:6) TO WS-SEARCH-PERIOD
002936         PERFORM 1500-FIND-PERIOD THRU 1500-EXIT
002937     ELSE
002938*        PERIOD-END DEFAULT - REPORT THE PERIOD JUST CLOSED.
002939         MOVE WS-RUN-DATE TO DL100CL-CAL-DATE
002940         PERFORM 1600-READ-CALENDAR THRU 1600-EXIT
002941         IF WS-PERIOD-FOUND
002942             MOVE DL100CL-PERIOD-START TO WS-DB-DATE
002943             PERFORM 1700-DAY-BEFORE THRU 1700-EXIT
002945             MOVE WS-DB-DATE TO DL100CL-CAL-DATE
002946             PERFORM 1600-READ-CALENDAR THRU 1600-EXIT
002947         END-IF
002948     END-IF.
002949     IF NOT WS-PERIOD-FOUND
002950         DISPLAY 'DL100QSC: REPORT PERIOD NOT ON DL100CAL - '
002951             'REPORTING CALENDAR MONTHS'
002952         MOVE 'N' TO WS-CALENDAR-SW
002953         GO TO 1400-EXIT
002954     END-IF.
002955     MOVE DL100CL-FISCAL-PERIOD TO WS-REPORT-MONTH.
002956     MOVE DL100CL-PERIOD-START TO WS-REPORT-START.
002957     MOVE DL100CL-PERIOD-END TO WS-REPORT-END.
002958*    THE PRIOR PERIOD ENDS THE DAY BEFORE THE REPORTED ONE.
002959     MOVE WS-REPORT-START TO WS-DB-DATE.
002960     PERFORM 1700-DAY-BEFORE THRU 1700-EXIT.
002961     MOVE WS-DB-DATE TO DL100CL-CAL-DATE.
002962     PERFORM 1600-READ-CALENDAR THRU 1600-EXIT.
002963     IF WS-PERIOD-FOUND
002964         MOVE DL100CL-FISCAL-PERIOD TO WS-PRIOR-MONTH
002965         MOVE DL100CL-PERIOD-START TO WS-PRIOR-START
002966         MOVE DL100CL-PERIOD-END TO WS-PRIOR-END
002967     ELSE
002968         DISPLAY 'DL100QSC: PERIOD BEFORE ' WS-REPORT-MONTH
002969             ' NOT ON DL100CAL - PRIOR COLUMN IS EMPTY'
002970     END-IF.
002971 1400-EXIT.
002972     EXIT.
002973*
002974******************************************************************
002975*    1500-FIND-PERIOD - FIND THE FIRST CALENDAR RECORD OF FISCAL *
002976*                       PERIOD WS-SEARCH-PERIOD, STARTING A YEAR *
002977*                       BEFORE ITS FISCAL YEAR AND STEPPING ONE  *
002978*                       PERIOD AT A TIME                         *
002979******************************************************************
002980 1500-FIND-PERIOD.
002981     MOVE 'S' TO WS-PERIOD-SW.
002982     COMPUTE DL100CL-CAL-DATE = (WS-SRCH-CCYY - 1) * 10000 + 101.
002983     START CALENDAR-FILE KEY IS NOT LESS THAN DL100CL-CAL-DATE
002984         INVALID KEY
002985             MOVE 'N' TO WS-PERIOD-SW
002986     END-START.
002987     PERFORM 1550-STEP-PERIOD THRU 1550-EXIT
002988         UNTIL NOT WS-PERIOD-SEARCHING.
002990 1500-EXIT.
002991     EXIT.
002992*
002993******************************************************************
002994*    1550-STEP-PERIOD - READ THE NEXT PERIOD'S FIRST RECORD; PAST*
002995*                       THE WANTED PERIOD (OR THE END OF THE     *
002996*                       CALENDAR) IT IS NOT ON THE CALENDAR      *
002997******************************************************************
002998 1550-STEP-PERIOD.
002999     READ CALENDAR-FILE NEXT RECORD
003000         AT END
003001             MOVE 'N' TO WS-PERIOD-SW
003002             GO TO 1550-EXIT
003003     END-READ.
003004     IF DL100CL-FISCAL-PERIOD = WS-SEARCH-PERIOD
003005         MOVE 'Y' TO WS-PERIOD-SW
003006         GO TO 1550-EXIT
003007     END-IF.
003008     IF DL100CL-FISCAL-PERIOD > WS-SEARCH-PERIOD
003009         MOVE 'N' TO WS-PERIOD-SW
003010         GO TO 1550-EXIT
003011     END-IF.
003012     MOVE DL100CL-PERIOD-END TO DL100CL-CAL-DATE.
003013     START CALENDAR-FILE KEY IS GREATER THAN DL100CL-CAL-DATE
003014         INVALID KEY
003015             MOVE 'N' TO WS-PERIOD-SW
003016     END-START.
003017 1550-EXIT.
003018     EXIT.
003019*
003020******************************************************************
003021*    1600-READ-CALENDAR - READ THE CALENDAR RECORD FOR THE DATE  *
003022*                         IN DL100CL-CAL-DATE                    *
003023******************************************************************
003024 1600-READ-CALENDAR.
003025     MOVE 'Y' TO WS-PERIOD-SW.
003026     READ CALENDAR-FILE
003027         INVALID KEY
003028             MOVE 'N' TO WS-PERIOD-SW
003029     END-READ.
003030 1600-EXIT.
003031     EXIT.
003032*
003033******************************************************************
003035*    1700-DAY-BEFORE - STEP THE CCYYMMDD DATE IN WS-DB-DATE BACK *
003036*                      ONE DAY, LEAP-YEAR CORRECT                *
003037******************************************************************
003038 1700-DAY-BEFORE.
003039     IF WS-DB-DD > 1
003040         SUBTRACT 1 FROM WS-DB-DD
003041         GO TO 1700-EXIT
003042     END-IF.
003043     IF WS-DB-MM > 1
003044         SUBTRACT 1 FROM WS-DB-MM
003045     ELSE
003046         MOVE 12 TO WS-DB-MM
003047         SUBTRACT 1 FROM WS-DB-CCYY
003048     END-IF.
003049     MOVE WS-MONTH-DAYS (WS-DB-MM) TO WS-DB-DD.
003050     IF WS-DB-MM NOT = 2
003051         GO TO 1700-EXIT
003052     END-IF.
003053     DIVIDE WS-DB-CCYY BY 4 GIVING WS-LEAP-QUOT
003054         REMAINDER WS-LEAP-REM-4.
003055     DIVIDE WS-DB-CCYY BY 100 GIVING WS-LEAP-QUOT
003056         REMAINDER WS-LEAP-REM-100.
003057     DIVIDE WS-DB-CCYY BY 400 GIVING WS-LEAP-QUOT
003058         REMAINDER WS-LEAP-REM-400.
003059     IF WS-LEAP-REM-4 = ZERO
003060         AND (WS-LEAP-REM-100 NOT = ZERO
003061              OR WS-LEAP-REM-400 = ZERO)
003062         MOVE 29 TO WS-DB-DD
003063     END-IF.
003064 1700-EXIT.
003065     EXIT.
003066*
003067******************************************************************
003068*    1800-SET-MONTH-SUB - CLASSIFY WS-WORK-DATE AS IN THE REPORT *
003069*                         PERIOD (1), THE PRIOR PERIOD (2) OR    *
003070*                         OUTSIDE BOTH (0)                       *
003071******************************************************************
003072 1800-SET-MONTH-SUB.
003073     EVALUATE TRUE
003074         WHEN WS-WORK-DATE >= WS-REPORT-START
003075             AND WS-WORK-DATE <= WS-REPORT-END
003076             MOVE 1 TO WS-MONTH-SUB
003077         WHEN WS-WORK-DATE >= WS-PRIOR-START
003078             AND WS-WORK-DATE <= WS-PRIOR-END
003080             MOVE 2 TO WS-MONTH-SUB
003090         WHEN OTHER
003100             MOVE ZERO TO WS-MONTH-SUB
003450     EXIT.
003460*
003470******************************************************************
003480*    2000-LOAD-DISPOSITIONS - TALLY THE PERIOD'S (AND PRIOR      *
003490*                             PERIOD'S) DISPOSITION RECORDS BY   *
003500*                             DIVISION                           *
003510******************************************************************
003520 2000-LOAD-DISPOSITIONS.
003776         OR DL100D-TRAN-KEY = HIGH-VALUES
003778         GO TO 2100-EXIT
003779     END-IF.
003784     MOVE DL100D-RUN-DATE TO WS-WORK-DATE.
003790     PERFORM 1800-SET-MONTH-SUB THRU 1800-EXIT.
003800     IF WS-OUTSIDE-MONTHS
003810         GO TO 2100-EXIT
003850     ADD 1 TO WS-QS-TOTAL (WS-QS-IDX, WS-MONTH-SUB).
003860     EVALUATE TRUE
003870         WHEN DL100D-THRESHOLD-MATCH
003875         WHEN DL100D-HELD AND DL100D-ORIG-DISPOSITION = 'M'
003880             ADD 1 TO WS-QS-MATCH (WS-QS-IDX, WS-MONTH-SUB)
003890         WHEN DL100D-CATEGORIZED
003895         WHEN DL100D-HELD AND DL100D-ORIG-DISPOSITION = 'C'
003900             ADD 1 TO WS-QS-CATEGORIZED
003910                 (WS-QS-IDX, WS-MONTH-SUB)
003920         WHEN OTHER
003960     EXIT.
003970*
003980******************************************************************
003990*    3000-LOAD-REJECTS - TALLY THE PERIOD'S (AND PRIOR PERIOD'S) *
004000*                        REJECT RECORDS BY DIVISION AND REASON   *
004010******************************************************************
004020 3000-LOAD-REJECTS.
004260             GO TO 3100-EXIT
004270     END-READ.
004280     ADD 1 TO WS-REJ-READ-COUNT.
004290     MOVE DL100R-REJECT-DATE TO WS-WORK-DATE.
004300     PERFORM 1800-SET-MONTH-SUB THRU 1800-EXIT.
004310     IF WS-OUTSIDE-MONTHS
004320         GO TO 3100-EXIT
004550     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
004560     WRITE SCORE-REPORT-RECORD FROM WS-HEADING-1
004570         AFTER ADVANCING WS-TOP-OF-PAGE.
004571     MOVE WS-REPORT-START TO WS-H2-REPORT-START.
004572     MOVE WS-REPORT-END TO WS-H2-REPORT-END.
004574     MOVE WS-PRIOR-START TO WS-H2-PRIOR-START.
004575     MOVE WS-PRIOR-END TO WS-H2-PRIOR-END.
004577     WRITE SCORE-REPORT-RECORD FROM WS-HEADING-2
004578         AFTER ADVANCING 1 LINE.
004580     MOVE WS-QS-DIVISION (WS-QS-IDX) TO WS-DH-DIVISION.
004590     WRITE SCORE-REPORT-RECORD FROM WS-DIV-HEADER
004600         AFTER ADVANCING 2 LINES.
005310*
005320******************************************************************
005330*    8100-PUT-COUNT-LINE - WRITE ONE COUNT LINE WITH THE PRIOR   *
005340*                          PERIOD AND THE CHANGE                 *
005350******************************************************************
005360 8100-PUT-COUNT-LINE.
005370     MOVE WS-CURR-CNT TO WS-CL-CURR.
005960         DISPLAY 'DL100QSC: NO ACTIVITY FOUND FOR '
005970             WS-REPORT-MONTH ' OR ' WS-PRIOR-MONTH
005980     END-IF.
005982     IF WS-CALENDAR-OPEN
005985         CLOSE CALENDAR-FILE
005987     END-IF.
005990     CLOSE SCORE-REPORT-FILE.
006000     DISPLAY 'DL100QSC: DISPOSITIONS READ = ' WS-DSP-READ-COUNT.
006010     DISPLAY 'DL100QSC: REJECTS READ      = ' WS-REJ-READ-COUNT.
