000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID:    DL100HAG                                    *
000040*    AUTHOR:        J. MEDILE                                   *
000050*    INSTALLATION:  DL100 BATCH CONTROL SYSTEM                  *
000060*    DATE-WRITTEN:  2026-10-15                                  *
000070*    DATE-COMPILED: 2026-10-15                                  *
000080*                                                                *
000090*    DESCRIPTION:   DAILY HELD-ITEMS AGING REPORT (DL100J        *
000100*                   STEP016A).  READS THE DL100HLD HIGH-VALUE    *
000110*                   HOLD MASTER (COPYBOOK DL100HD) AND LISTS     *
000120*                   EVERY ITEM STILL WAITING ON TREASURY ('H')   *
000130*                   WITH THE DAYS SINCE IT WAS HELD, AND EVERY   *
000140*                   ITEM RELEASED ('R') BUT NOT YET PICKED UP    *
000150*                   BY A DL100FED FEED.  ANYTHING HELD MORE      *
000160*                   THAN 2 BUSINESS DAYS IS FLAGGED FOR          *
000170*                   ESCALATION AND COUNTED SEPARATELY.  DAYS ARE *
000180*                   BUSINESS DAYS SINCE DL100HD-HOLD-DATE FROM   *
000190*                   THE SHARED DL100CAL CALENDAR (COPYBOOK       *
000200*                   DL100CL), SO A HOLD TAKEN BEFORE A WEEKEND   *
000210*                   OR HOLIDAY IS NOT ESCALATED FOR DAYS         *
000220*                   TREASURY WAS CLOSED.  WITHOUT THE CALENDAR   *
000230*                   THE REPORT SAYS SO AND AGES IN CALENDAR      *
000240*                   DAYS.  THE MASTER IS READ ONLY - SENT AND    *
000250*                   DECLINED ITEMS ARE CLOSED BY DL100FED.       *
000260*                                                                *
000270*                   RETURN CODES:                                *
000280*                     0 - NOTHING HELD MORE THAN 2 BUSINESS DAYS *
000290*                     4 - ONE OR MORE ITEMS HELD MORE THAN 2     *
000300*                         BUSINESS DAYS                          *
000310*                                                                *
000320*    MODIFICATION HISTORY                                       *
000330*    ----------------------------------------------------------  *
000340*    DATE       INIT   DESCRIPTION                               *
000350*    ---------- ----   ---------------------------------------- *
000360*    2026-10-15 JPM    INITIAL VERSION.                         *
000370*    2026-10-15 JPM    DAYS HELD ARE NOW BUSINESS DAYS FROM THE  *
000380*                      DL100CAL CALENDAR, WITH A CALENDAR-DAY    *
000390*                      FALLBACK WHEN IT IS NOT AVAILABLE.        *
000400*                                                                *
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. DL100HAG.
000440 AUTHOR. J. MEDILE.
000450 INSTALLATION. DL100 BATCH CONTROL SYSTEM.
000460 DATE-WRITTEN. 2026-10-15.
000470 DATE-COMPILED. 2026-10-15.
000480*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-370.
000520 OBJECT-COMPUTER. IBM-370.
000530 SPECIAL-NAMES.
000540     C01 IS WS-TOP-OF-PAGE.
000550*
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT HOLD-FILE ASSIGN TO DL100HLD
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS DL100HD-HOLD-KEY
000620         FILE STATUS IS WS-HOLD-STATUS.
000630*
000640     SELECT CALENDAR-FILE ASSIGN TO DL100CAL
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS DL100CL-CAL-DATE
000680         FILE STATUS IS WS-CALENDAR-STATUS.
000690*
000700     SELECT AGING-REPORT-FILE ASSIGN TO DL100HGR
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-REPORT-STATUS.
000730*
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  HOLD-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790     COPY DL100HD.
000800*
000810 FD  CALENDAR-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840     COPY DL100CL.
000850*
000860 FD  AGING-REPORT-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 01  AGING-REPORT-RECORD         PIC X(132).
000900*
000910 WORKING-STORAGE SECTION.
000920******************************************************************
000930*    WORKING STORAGE - SWITCHES AND COUNTERS                     *
000940******************************************************************
000950 77  WS-HOLD-STATUS              PIC X(02) VALUE SPACES.
000960     88  WS-HOLD-OK                  VALUE '00'.
000970*
000980 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
000990     88  WS-REPORT-OK                VALUE '00'.
001000*
001010 77  WS-CALENDAR-STATUS          PIC X(02) VALUE SPACES.
001020     88  WS-CALENDAR-OK              VALUE '00'.
001030*
001040 01  WS-SWITCHES.
001050     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001060         88  WS-END-OF-FILE          VALUE 'Y'.
001070     05  WS-CALENDAR-OPEN-SW     PIC X(01) VALUE 'N'.
001080         88  WS-CALENDAR-OPEN        VALUE 'Y'.
001090     05  WS-CALENDAR-SW          PIC X(01) VALUE 'N'.
001100         88  WS-CALENDAR-AVAILABLE   VALUE 'Y'.
001110*
001120 01  WS-COUNTERS.
001130     05  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
001140     05  WS-HELD-COUNT           PIC 9(07) COMP VALUE ZERO.
001150     05  WS-HELD-AMOUNT          PIC 9(13)V99 COMP VALUE ZERO.
001160     05  WS-RELEASED-COUNT       PIC 9(07) COMP VALUE ZERO.
001170     05  WS-RELEASED-AMOUNT      PIC 9(13)V99 COMP VALUE ZERO.
001180     05  WS-ESCALATED-COUNT      PIC 9(07) COMP VALUE ZERO.
001190     05  WS-ESCALATED-AMOUNT     PIC 9(13)V99 COMP VALUE ZERO.
001200     05  WS-OFF-CALENDAR-COUNT   PIC 9(07) COMP VALUE ZERO.
001210     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001220     05  WS-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
001230*
001240 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001250*
001260 01  WS-AGE-DAYS                 PIC S9(05) COMP VALUE ZERO.
001270 01  WS-ESCALATE-DAYS            PIC S9(05) COMP VALUE 2.
001280 01  WS-TODAY-BUS-DAY-NO         PIC S9(09) COMP VALUE ZERO.
001290*
001300******************************************************************
001310*    WORKING STORAGE - DATE-TO-SERIAL WORK FIELDS.  THE SERIAL   *
001320*    IS A DAY COUNT SUITABLE ONLY FOR DIFFERENCING TWO DATES     *
001330******************************************************************
001340 01  WS-DTS-DATE                 PIC 9(08) VALUE ZERO.
001350 01  WS-DTS-DATE-X REDEFINES WS-DTS-DATE.
001360     05  WS-DTS-YEAR             PIC 9(04).
001370     05  WS-DTS-MONTH            PIC 9(02).
001380     05  WS-DTS-DAY              PIC 9(02).
001390 01  WS-DTS-WORK.
001400     05  WS-DTS-Y                PIC S9(05) COMP VALUE ZERO.
001410     05  WS-DTS-M                PIC S9(03) COMP VALUE ZERO.
001420     05  WS-DTS-Q4               PIC S9(05) COMP VALUE ZERO.
001430     05  WS-DTS-Q100             PIC S9(05) COMP VALUE ZERO.
001440     05  WS-DTS-Q400             PIC S9(05) COMP VALUE ZERO.
001450     05  WS-DTS-QM               PIC S9(05) COMP VALUE ZERO.
001460     05  WS-DTS-T                PIC S9(05) COMP VALUE ZERO.
001470 01  WS-DTS-SERIAL               PIC S9(09) COMP VALUE ZERO.
001480 01  WS-TODAY-SERIAL             PIC S9(09) COMP VALUE ZERO.
001490*
001500******************************************************************
001510*    WORKING STORAGE - RUN DATE                                  *
001520******************************************************************
001530 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001540 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001550     05  WS-RUN-DATE-CC          PIC 9(02).
001560     05  WS-RUN-DATE-YY          PIC 9(02).
001570     05  WS-RUN-DATE-MM          PIC 9(02).
001580     05  WS-RUN-DATE-DD          PIC 9(02).
001590 01  WS-RUN-DATE-RPT.
001600     05  WS-RUN-DATE-RPT-MM      PIC 9(02).
001610     05  FILLER                  PIC X(01) VALUE '/'.
001620     05  WS-RUN-DATE-RPT-DD      PIC 9(02).
001630     05  FILLER                  PIC X(01) VALUE '/'.
001640     05  WS-RUN-DATE-RPT-CCYY    PIC 9(04).
001650*
001660******************************************************************
001670*    WORKING STORAGE - REPORT LINES                              *
001680******************************************************************
001690 01  WS-HEADING-1.
001700     05  FILLER                  PIC X(01) VALUE SPACE.
001710     05  FILLER                  PIC X(14) VALUE 'JOB: DL100HAG'.
001720     05  FILLER                  PIC X(40)
001730             VALUE 'DL100 DAILY HELD-ITEMS AGING REPORT'.
001740     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
001750     05  WS-H1-RUN-DATE          PIC X(10).
001760     05  FILLER                  PIC X(08) VALUE 'PAGE:'.
001770     05  WS-H1-PAGE              PIC ZZZZ9.
001780     05  FILLER                  PIC X(41) VALUE SPACES.
001790*
001800 01  WS-BASIS-LINE.
001810     05  FILLER                  PIC X(01) VALUE SPACE.
001820     05  WS-BL-TEXT              PIC X(131) VALUE
001830         'DAYS HELD ARE BUSINESS DAYS FROM THE DL100CAL CALENDAR'.
001840*
001850 01  WS-HOLD-HEADER.
001860     05  FILLER                  PIC X(01) VALUE SPACE.
001870     05  FILLER                  PIC X(50) VALUE
001880         'ITEMS AWAITING TREASURY OR THE NEXT FEED:'.
001890     05  FILLER                  PIC X(81) VALUE SPACES.
001900*
001910 01  WS-HOLD-HEADING-2.
001920     05  FILLER                  PIC X(01) VALUE SPACE.
001930     05  FILLER                  PIC X(12) VALUE 'TRAN KEY'.
001940     05  FILLER                  PIC X(06) VALUE 'CODE'.
001950     05  FILLER                  PIC X(06) VALUE 'DIV'.
001960     05  FILLER                  PIC X(11) VALUE 'HELD ON'.
001970     05  FILLER                  PIC X(10) VALUE 'DAYS HELD'.
001980     05  FILLER                  PIC X(14)
001990         VALUE '        AMOUNT'.
002000     05  FILLER                  PIC X(03) VALUE SPACES.
002010     05  FILLER                  PIC X(14)
002020         VALUE '    HOLD LIMIT'.
002030     05  FILLER                  PIC X(03) VALUE SPACES.
002040     05  FILLER                  PIC X(10) VALUE 'STATUS'.
002050     05  FILLER                  PIC X(11) VALUE 'OPERATOR'.
002060     05  FILLER                  PIC X(31) VALUE SPACES.
002070*
002080 01  WS-HOLD-DETAIL-LINE.
002090     05  FILLER                  PIC X(01) VALUE SPACE.
002100     05  WS-HD-TRAN-KEY          PIC X(12).
002110     05  WS-HD-CONTROL-CODE      PIC Z9.
002120     05  FILLER                  PIC X(04) VALUE SPACES.
002130     05  WS-HD-DIVISION          PIC X(02).
002140     05  FILLER                  PIC X(04) VALUE SPACES.
002150     05  WS-HD-HOLD-DATE         PIC 9(08).
002160     05  FILLER                  PIC X(03) VALUE SPACES.
002170     05  WS-HD-AGE-DAYS          PIC ZZ,ZZ9.
002180     05  FILLER                  PIC X(04) VALUE SPACES.
002190     05  WS-HD-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
002200     05  FILLER                  PIC X(03) VALUE SPACES.
002210     05  WS-HD-HOLD-LIMIT        PIC ZZZ,ZZZ,ZZ9.99.
002220     05  FILLER                  PIC X(03) VALUE SPACES.
002230     05  WS-HD-STATUS            PIC X(10).
002240     05  WS-HD-OPERATOR          PIC X(08).
002250     05  FILLER                  PIC X(03) VALUE SPACES.
002260     05  WS-HD-ESCALATE          PIC X(12).
002270     05  FILLER                  PIC X(19) VALUE SPACES.
002280*
002290 01  WS-TRAILER-LINE.
002300     05  FILLER                  PIC X(01) VALUE SPACE.
002310     05  WS-TL-CAPTION           PIC X(30).
002320     05  WS-TL-COUNT             PIC ZZZ,ZZ9.
002330     05  FILLER                  PIC X(04) VALUE SPACES.
002340     05  WS-TL-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002350     05  FILLER                  PIC X(72) VALUE SPACES.
002360*
002370 01  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
002380*
002390 PROCEDURE DIVISION.
002400******************************************************************
002410*    0000-MAINLINE                                               *
002420******************************************************************
002430 0000-MAINLINE.
002440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002450     PERFORM 2000-AGE-ONE-RECORD THRU 2000-EXIT
002460         UNTIL WS-END-OF-FILE.
002470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002480     STOP RUN.
002490*
002500******************************************************************
002510*    1000-INITIALIZE - OPEN THE FILES, PRINT THE SECTION         *
002520*                      HEADING AND PRIME THE FIRST READ.  A      *
002530*                      CLUSTER NEVER LOADED (STATUS 35) SIMPLY   *
002540*                      HAS NOTHING HELD                          *
002550******************************************************************
002560 1000-INITIALIZE.
002570     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002580     MOVE WS-RUN-DATE-MM TO WS-RUN-DATE-RPT-MM.
002590     MOVE WS-RUN-DATE-DD TO WS-RUN-DATE-RPT-DD.
002600     MOVE WS-RUN-DATE-CC TO WS-RUN-DATE-RPT-CCYY (1:2).
002610     MOVE WS-RUN-DATE-YY TO WS-RUN-DATE-RPT-CCYY (3:2).
002620     MOVE WS-RUN-DATE TO WS-DTS-DATE.
002630     PERFORM 9800-DATE-TO-SERIAL THRU 9800-EXIT.
002640     MOVE WS-DTS-SERIAL TO WS-TODAY-SERIAL.
002650     PERFORM 1300-OPEN-CALENDAR THRU 1300-EXIT.
002660     IF NOT WS-CALENDAR-AVAILABLE
002670         MOVE SPACES TO WS-BL-TEXT
002680         STRING '*** BUSINESS-DAY CALENDAR NOT AVAILABLE - DAYS '
002690             'HELD ARE CALENDAR DAYS ***'
002700             DELIMITED BY SIZE INTO WS-BL-TEXT
002710     END-IF.
002720*
002730     OPEN OUTPUT AGING-REPORT-FILE.
002740     IF NOT WS-REPORT-OK
002750         DISPLAY 'DL100HAG: UNABLE TO OPEN DL100HGR, STATUS = '
002760             WS-REPORT-STATUS
002770     END-IF.
002780     PERFORM 1500-PRINT-HEADING THRU 1500-EXIT.
002790     WRITE AGING-REPORT-RECORD FROM WS-BASIS-LINE
002800         AFTER ADVANCING 1 LINE.
002810     WRITE AGING-REPORT-RECORD FROM WS-HOLD-HEADER
002820         AFTER ADVANCING 1 LINE.
002830     WRITE AGING-REPORT-RECORD FROM WS-HOLD-HEADING-2
002840         AFTER ADVANCING 2 LINES.
002850     ADD 4 TO WS-LINE-COUNT.
002860     OPEN INPUT HOLD-FILE.
002870     IF WS-HOLD-STATUS = '35'
002880         DISPLAY 'DL100HAG: DL100HLD NOT YET LOADED - '
002890             'NOTHING HELD'
002900         MOVE 'Y' TO WS-EOF-SWITCH
002910         GO TO 1000-EXIT
002920     END-IF.
002930     IF NOT WS-HOLD-OK
002940         DISPLAY 'DL100HAG: UNABLE TO OPEN DL100HLD, STATUS = '
002950             WS-HOLD-STATUS
002960         MOVE 'Y' TO WS-EOF-SWITCH
002970     ELSE
002980         PERFORM 2900-READ-HOLD THRU 2900-EXIT
002990     END-IF.
003000 1000-EXIT.
003010     EXIT.
003020*
003030******************************************************************
003040*    1300-OPEN-CALENDAR - OPEN THE DL100CAL CALENDAR AND TAKE    *
003050*                         THE RUN DATE'S BUSINESS-DAY NUMBER.    *
003060*                         WITHOUT IT THE RUN AGES IN CALENDAR    *
003070*                         DAYS                                   *
003080******************************************************************
003090 1300-OPEN-CALENDAR.
003100     OPEN INPUT CALENDAR-FILE.
003110     IF NOT WS-CALENDAR-OK
003120         DISPLAY 'DL100HAG: UNABLE TO OPEN DL100CAL, STATUS = '
003130             WS-CALENDAR-STATUS ' - AGING IN CALENDAR DAYS'
003140         GO TO 1300-EXIT
003150     END-IF.
003160     MOVE 'Y' TO WS-CALENDAR-OPEN-SW.
003170     MOVE WS-RUN-DATE TO DL100CL-CAL-DATE.
003180     READ CALENDAR-FILE
003190         INVALID KEY
003200             DISPLAY 'DL100HAG: RUN DATE ' WS-RUN-DATE
003210                 ' NOT ON DL100CAL - AGING IN CALENDAR DAYS'
003220             GO TO 1300-EXIT
003230     END-READ.
003240     MOVE DL100CL-BUSINESS-DAY-NO TO WS-TODAY-BUS-DAY-NO.
003250     MOVE 'Y' TO WS-CALENDAR-SW.
003260 1300-EXIT.
003270     EXIT.
003280*
003290******************************************************************
003300*    1500-PRINT-HEADING - WRITE A NEW PAGE HEADING               *
003310******************************************************************
003320 1500-PRINT-HEADING.
003330     ADD 1 TO WS-PAGE-COUNT.
003340     MOVE WS-RUN-DATE-RPT TO WS-H1-RUN-DATE.
003350     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
003360     WRITE AGING-REPORT-RECORD FROM WS-HEADING-1
003370         AFTER ADVANCING WS-TOP-OF-PAGE.
003380     MOVE 1 TO WS-LINE-COUNT.
003390 1500-EXIT.
003400     EXIT.
003410*
003420******************************************************************
003430*    2000-AGE-ONE-RECORD - AGE ONE HELD OR RELEASED-NOT-YET-SENT *
003440*                          ITEM AND FLAG IT FOR ESCALATION WHEN  *
003450*                          STILL HELD MORE THAN 2 BUSINESS DAYS  *
003460******************************************************************
003470 2000-AGE-ONE-RECORD.
003480     IF NOT DL100HD-HELD
003490         AND NOT DL100HD-RELEASED
003500         GO TO 2000-NEXT
003510     END-IF.
003520     MOVE DL100HD-HOLD-DATE TO WS-DTS-DATE.
003530     PERFORM 9700-BUSINESS-DAY-AGE THRU 9700-EXIT.
003540     IF WS-AGE-DAYS < ZERO
003550         MOVE ZERO TO WS-AGE-DAYS
003560     END-IF.
003570     MOVE SPACES TO WS-HD-ESCALATE.
003580     IF DL100HD-HELD
003590         ADD 1 TO WS-HELD-COUNT
003600         ADD DL100HD-AMOUNT TO WS-HELD-AMOUNT
003610         MOVE 'HELD' TO WS-HD-STATUS
003620         MOVE SPACES TO WS-HD-OPERATOR
003630         IF WS-AGE-DAYS > WS-ESCALATE-DAYS
003640             ADD 1 TO WS-ESCALATED-COUNT
003650             ADD DL100HD-AMOUNT TO WS-ESCALATED-AMOUNT
003660             MOVE '*** ESCALATE' TO WS-HD-ESCALATE
003670         END-IF
003680     ELSE
003690         ADD 1 TO WS-RELEASED-COUNT
003700         ADD DL100HD-AMOUNT TO WS-RELEASED-AMOUNT
003710         MOVE 'RELEASED' TO WS-HD-STATUS
003720         MOVE DL100HD-ACTION-OPERATOR TO WS-HD-OPERATOR
003730     END-IF.
003740     PERFORM 3000-WRITE-DETAIL THRU 3000-EXIT.
003750 2000-NEXT.
003760     PERFORM 2900-READ-HOLD THRU 2900-EXIT.
003770 2000-EXIT.
003780     EXIT.
003790*
003800******************************************************************
003810*    2900-READ-HOLD - READ THE NEXT HOLD MASTER RECORD           *
003820******************************************************************
003830 2900-READ-HOLD.
003840     READ HOLD-FILE
003850         AT END
003860             MOVE 'Y' TO WS-EOF-SWITCH
003870         NOT AT END
003880             ADD 1 TO WS-READ-COUNT
003890     END-READ.
003900 2900-EXIT.
003910     EXIT.
003920*
003930******************************************************************
003940*    3000-WRITE-DETAIL - WRITE ONE HELD-ITEM DETAIL LINE         *
003950******************************************************************
003960 3000-WRITE-DETAIL.
003970     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003980         PERFORM 1500-PRINT-HEADING THRU 1500-EXIT
003990         WRITE AGING-REPORT-RECORD FROM WS-HOLD-HEADING-2
004000             AFTER ADVANCING 2 LINES
004010         ADD 2 TO WS-LINE-COUNT
004020     END-IF.
004030     MOVE DL100HD-TRAN-KEY TO WS-HD-TRAN-KEY.
004040     MOVE DL100HD-CONTROL-CODE TO WS-HD-CONTROL-CODE.
004050     MOVE DL100HD-DIVISION TO WS-HD-DIVISION.
004060     MOVE DL100HD-HOLD-DATE TO WS-HD-HOLD-DATE.
004070     MOVE WS-AGE-DAYS TO WS-HD-AGE-DAYS.
004080     MOVE DL100HD-AMOUNT TO WS-HD-AMOUNT.
004090     MOVE DL100HD-HOLD-LIMIT TO WS-HD-HOLD-LIMIT.
004100     WRITE AGING-REPORT-RECORD FROM WS-HOLD-DETAIL-LINE
004110         AFTER ADVANCING 1 LINE.
004120     ADD 1 TO WS-LINE-COUNT.
004130 3000-EXIT.
004140     EXIT.
004150*
004160******************************************************************
004170*    9000-TERMINATE - WRITE THE TOTALS, CLOSE THE FILES AND SET  *
004180*                     THE RETURN CODE                            *
004190******************************************************************
004200 9000-TERMINATE.
004210     IF WS-HELD-COUNT = ZERO
004220         AND WS-RELEASED-COUNT = ZERO
004230         MOVE SPACES TO AGING-REPORT-RECORD
004240         STRING ' (NOTHING HELD OR AWAITING THE FEED)'
004250             DELIMITED BY SIZE INTO AGING-REPORT-RECORD
004260         WRITE AGING-REPORT-RECORD
004270             AFTER ADVANCING 1 LINE
004280         ADD 1 TO WS-LINE-COUNT
004290     END-IF.
004300     MOVE 'TOTAL HELD - AWAITING TREASURY' TO WS-TL-CAPTION.
004310     MOVE WS-HELD-COUNT TO WS-TL-COUNT.
004320     MOVE WS-HELD-AMOUNT TO WS-TL-AMOUNT.
004330     WRITE AGING-REPORT-RECORD FROM WS-TRAILER-LINE
004340         AFTER ADVANCING 2 LINES.
004350     MOVE 'HELD MORE THAN 2 BUSINESS DAYS' TO WS-TL-CAPTION.
004360     IF NOT WS-CALENDAR-AVAILABLE
004370         MOVE 'HELD MORE THAN 2 DAYS' TO WS-TL-CAPTION
004380     END-IF.
004390     MOVE WS-ESCALATED-COUNT TO WS-TL-COUNT.
004400     MOVE WS-ESCALATED-AMOUNT TO WS-TL-AMOUNT.
004410     WRITE AGING-REPORT-RECORD FROM WS-TRAILER-LINE
004420         AFTER ADVANCING 1 LINE.
004430     MOVE 'RELEASED - AWAITING THE FEED' TO WS-TL-CAPTION.
004440     MOVE WS-RELEASED-COUNT TO WS-TL-COUNT.
004450     MOVE WS-RELEASED-AMOUNT TO WS-TL-AMOUNT.
004460     WRITE AGING-REPORT-RECORD FROM WS-TRAILER-LINE
004470         AFTER ADVANCING 1 LINE.
004480     IF WS-OFF-CALENDAR-COUNT > ZERO
004490         MOVE 'HELD BEFORE THE CALENDAR' TO WS-TL-CAPTION
004500         MOVE WS-OFF-CALENDAR-COUNT TO WS-TL-COUNT
004510         MOVE ZERO TO WS-TL-AMOUNT
004520         WRITE AGING-REPORT-RECORD FROM WS-TRAILER-LINE
004530             AFTER ADVANCING 1 LINE
004540     END-IF.
004550     IF WS-CALENDAR-OPEN
004560         CLOSE CALENDAR-FILE
004570     END-IF.
004580     IF WS-HOLD-OK OR WS-HOLD-STATUS = '10'
004590         CLOSE HOLD-FILE
004600     END-IF.
004610     CLOSE AGING-REPORT-FILE.
004620     DISPLAY 'DL100HAG: RECORDS READ    = ' WS-READ-COUNT.
004630     DISPLAY 'DL100HAG: ITEMS HELD      = ' WS-HELD-COUNT.
004640     DISPLAY 'DL100HAG: ITEMS ESCALATED = ' WS-ESCALATED-COUNT.
004650     IF WS-ESCALATED-COUNT > ZERO
004660         MOVE 4 TO WS-RETURN-CODE
004670     END-IF.
004680     MOVE WS-RETURN-CODE TO RETURN-CODE.
004690 9000-EXIT.
004700     EXIT.
004710*
004720******************************************************************
004730*    9700-BUSINESS-DAY-AGE - SET WS-AGE-DAYS TO THE DAYS FROM    *
004740*                            THE DATE IN WS-DTS-DATE TO THE RUN  *
004750*                            DATE: BUSINESS DAYS WHEN THE        *
004760*                            CALENDAR HOLDS BOTH DATES, CALENDAR *
004770*                            DAYS OTHERWISE                      *
004780******************************************************************
004790 9700-BUSINESS-DAY-AGE.
004800     PERFORM 9800-DATE-TO-SERIAL THRU 9800-EXIT.
004810     COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-DTS-SERIAL.
004820     IF NOT WS-CALENDAR-AVAILABLE
004830         GO TO 9700-EXIT
004840     END-IF.
004850     MOVE WS-DTS-DATE TO DL100CL-CAL-DATE.
004860     READ CALENDAR-FILE
004870         INVALID KEY
004880             ADD 1 TO WS-OFF-CALENDAR-COUNT
004890             GO TO 9700-EXIT
004900     END-READ.
004910     COMPUTE WS-AGE-DAYS = WS-TODAY-BUS-DAY-NO
004920         - DL100CL-BUSINESS-DAY-NO.
004930 9700-EXIT.
004940     EXIT.
004950*
004960******************************************************************
004970*    9800-DATE-TO-SERIAL - CONVERT THE CCYYMMDD DATE IN          *
004980*                          WS-DTS-DATE TO A DAY SERIAL IN        *
004990*                          WS-DTS-SERIAL, LEAP-YEAR CORRECT,     *
005000*                          FOR DIFFERENCING TWO DATES.  MARCH    *
005010*                          IS TREATED AS THE FIRST MONTH SO      *
005020*                          FEBRUARY'S LENGTH NEVER ENTERS THE    *
005030*                          MONTH OFFSETS                         *
005040******************************************************************
005050 9800-DATE-TO-SERIAL.
005060     IF WS-DTS-MONTH > 2
005070         COMPUTE WS-DTS-M = WS-DTS-MONTH - 3
005080         MOVE WS-DTS-YEAR TO WS-DTS-Y
005090     ELSE
005100         COMPUTE WS-DTS-M = WS-DTS-MONTH + 9
005110         COMPUTE WS-DTS-Y = WS-DTS-YEAR - 1
005120     END-IF.
005130     DIVIDE WS-DTS-Y BY 4 GIVING WS-DTS-Q4.
005140     DIVIDE WS-DTS-Y BY 100 GIVING WS-DTS-Q100.
005150     DIVIDE WS-DTS-Y BY 400 GIVING WS-DTS-Q400.
005160     COMPUTE WS-DTS-T = 153 * WS-DTS-M + 2.
005170     DIVIDE WS-DTS-T BY 5 GIVING WS-DTS-QM.
005180     COMPUTE WS-DTS-SERIAL = 365 * WS-DTS-Y + WS-DTS-Q4
005190         - WS-DTS-Q100 + WS-DTS-Q400 + WS-DTS-QM + WS-DTS-DAY.
005200 9800-EXIT.
005210     EXIT.
005220*
005230 END PROGRAM DL100HAG.
