000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID:    DL100ORA                                    *
000040*    AUTHOR:        J. MEDILE                                   *
000050*    INSTALLATION:  DL100 BATCH CONTROL SYSTEM                  *
000060*    DATE-WRITTEN:  2026-10-15                                  *
000070*    DATE-COMPILED: 2026-10-15                                  *
000080*                                                                *
000090*    DESCRIPTION:   WEEKLY OPEN-REJECTS AGING REPORT (JOB        *
000100*                   DL100RJ).  READS THE DL100ORJ OPEN-REJECTS   *
000110*                   MASTER (COPYBOOK DL100OR) AND LISTS EVERY    *
000120*                   REJECT STILL OPEN - NOT RESUBMITTED CLEAN -  *
000130*                   MORE THAN N BUSINESS DAYS AFTER IT LAST      *
000140*                   BOUNCED, BY SENDING DIVISION AND REJECT      *
000150*                   REASON, WITH A COUNT PER REASON AND PER      *
000160*                   DIVISION.  N COMES FROM THE EXEC PARM        *
000170*                   (PARM='14' FOR 14 DAYS); AN EMPTY OR NON-    *
000180*                   NUMERIC PARM TAKES THE DEFAULT OF 7.         *
000190*                   BUSINESS DAYS COME FROM THE SHARED DL100CAL  *
000200*                   CALENDAR (COPYBOOK DL100CL); WITHOUT IT THE  *
000210*                   REPORT SAYS SO AND AGES IN CALENDAR DAYS.    *
000220*                                                                *
000230*                   THE SAME PASS PURGES CLEARED ENTRIES MORE    *
000240*                   THAN 30 DAYS PAST THEIR CLEARED DATE, SO     *
000250*                   THE MASTER HOLDS WHAT IS OPEN PLUS A MONTH   *
000260*                   OF RECENTLY RESUBMITTED KEYS.                *
000270*                                                                *
000280*                   RETURN CODES:                                *
000290*                     0 - NOTHING OPEN PAST N DAYS               *
000300*                     4 - ONE OR MORE REJECTS OPEN PAST N DAYS   *
000310*                     8 - DL100ORJ COULD NOT BE OPENED           *
000320*                                                                *
000330*    MODIFICATION HISTORY                                       *
000340*    ----------------------------------------------------------  *
000350*    DATE       INIT   DESCRIPTION                               *
000360*    ---------- ----   ---------------------------------------- *
000370*    2026-10-15 JPM    INITIAL VERSION.                         *
000380*    2026-10-15 JPM    AGE LIMIT N IS NOW IN BUSINESS DAYS FROM  *
000390*                      THE DL100CAL CALENDAR, WITH A CALENDAR-DAY*
000400*                      FALLBACK.  THE 30-DAY PURGE OF CLEARED    *
000410*                      ENTRIES STAYS IN CALENDAR DAYS.           *
000420*    2026-10-15 JPM    DL100ORJ OPEN FAILURE NOW ENDS RC 8.      *
000430*                                                                *
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. DL100ORA.
000470 AUTHOR. J. MEDILE.
000480 INSTALLATION. DL100 BATCH CONTROL SYSTEM.
000490 DATE-WRITTEN. 2026-10-15.
000500 DATE-COMPILED. 2026-10-15.
000510*
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. IBM-370.
000550 OBJECT-COMPUTER. IBM-370.
000560 SPECIAL-NAMES.
000570     C01 IS WS-TOP-OF-PAGE.
000580*
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT OPEN-REJECT-FILE ASSIGN TO DL100ORJ
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS DL100OR-TRAN-KEY
000650         FILE STATUS IS WS-OPENREJ-STATUS.
000660*
000670     SELECT CALENDAR-FILE ASSIGN TO DL100CAL
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS DL100CL-CAL-DATE
000710         FILE STATUS IS WS-CALENDAR-STATUS.
000720*
000730     SELECT AGING-REPORT-FILE ASSIGN TO DL100ORP
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-REPORT-STATUS.
000760*
000770     SELECT SORT-FILE ASSIGN TO SORTWORK.
000780*
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  OPEN-REJECT-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840     COPY DL100OR.
000850*
000860 FD  CALENDAR-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890     COPY DL100CL.
000900*
000910 FD  AGING-REPORT-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 01  AGING-REPORT-RECORD         PIC X(132).
000950*
000960 SD  SORT-FILE.
000970 01  SORT-RECORD.
000980     05  SR-DIVISION             PIC X(02).
000990     05  SR-REJECT-REASON        PIC X(02).
001000     05  SR-TRAN-KEY             PIC X(10).
001010     05  SR-CONTROL-CODE         PIC X(02).
001020     05  SR-FIRST-REJECT-DATE    PIC 9(08).
001030     05  SR-LAST-REJECT-DATE     PIC 9(08).
001040     05  SR-REJECT-COUNT         PIC 9(05).
001050     05  SR-AGE-DAYS             PIC 9(05).
001060*
001070 WORKING-STORAGE SECTION.
001080******************************************************************
001090*    WORKING STORAGE - SWITCHES AND COUNTERS                     *
001100******************************************************************
001110 77  WS-OPENREJ-STATUS           PIC X(02) VALUE SPACES.
001120     88  WS-OPENREJ-OK               VALUE '00'.
001130*
001140 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
001150     88  WS-REPORT-OK                VALUE '00'.
001160*
001170 77  WS-CALENDAR-STATUS          PIC X(02) VALUE SPACES.
001180     88  WS-CALENDAR-OK              VALUE '00'.
001190*
001200 01  WS-SWITCHES.
001210     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001220         88  WS-END-OF-FILE          VALUE 'Y'.
001230     05  WS-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
001240         88  WS-SORT-END-OF-FILE     VALUE 'Y'.
001250     05  WS-FIRST-SW             PIC X(01) VALUE 'Y'.
001260         88  WS-FIRST-RECORD         VALUE 'Y'.
001270     05  WS-CALENDAR-OPEN-SW     PIC X(01) VALUE 'N'.
001280         88  WS-CALENDAR-OPEN        VALUE 'Y'.
001290     05  WS-CALENDAR-SW          PIC X(01) VALUE 'N'.
001300         88  WS-CALENDAR-AVAILABLE   VALUE 'Y'.
001310*
001320 01  WS-COUNTERS.
001330     05  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
001340     05  WS-OPEN-COUNT           PIC 9(07) COMP VALUE ZERO.
001350     05  WS-AGED-COUNT           PIC 9(07) COMP VALUE ZERO.
001360     05  WS-PURGED-COUNT         PIC 9(07) COMP VALUE ZERO.
001370     05  WS-OFF-CALENDAR-COUNT   PIC 9(07) COMP VALUE ZERO.
001380     05  WS-REASON-TOTAL         PIC 9(07) COMP VALUE ZERO.
001390     05  WS-DIVISION-TOTAL       PIC 9(07) COMP VALUE ZERO.
001400     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001410     05  WS-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
001420*
001430 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001440*
001450 01  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
001460*
001470******************************************************************
001480*    WORKING STORAGE - AGING LIMITS.  WS-AGE-LIMIT IS N FROM THE *
001490*    PARM, IN BUSINESS DAYS; CLEARED ENTRIES ARE KEPT            *
001500*    WS-PURGE-DAYS CALENDAR DAYS                                 *
001510******************************************************************
001520 01  WS-AGE-LIMIT                PIC 9(03) VALUE 7.
001530 01  WS-PURGE-DAYS               PIC 9(03) VALUE 30.
001540 01  WS-PARM-DAYS                PIC X(03) JUSTIFIED RIGHT
001550                                 VALUE SPACES.
001560 01  WS-AGE-DAYS                 PIC S9(05) COMP VALUE ZERO.
001570 01  WS-TODAY-BUS-DAY-NO         PIC S9(09) COMP VALUE ZERO.
001580*
001590 01  WS-PREV-DIVISION            PIC X(02) VALUE SPACES.
001600 01  WS-PREV-REASON              PIC X(02) VALUE SPACES.
001610*
001620******************************************************************
001630*    WORKING STORAGE - DATE-TO-SERIAL WORK FIELDS.  THE SERIAL   *
001640*    IS A DAY COUNT SUITABLE ONLY FOR DIFFERENCING TWO DATES     *
001650******************************************************************
001660 01  WS-DTS-DATE                 PIC 9(08) VALUE ZERO.
001670 01  WS-DTS-DATE-X REDEFINES WS-DTS-DATE.
001680     05  WS-DTS-YEAR             PIC 9(04).
001690     05  WS-DTS-MONTH            PIC 9(02).
001700     05  WS-DTS-DAY              PIC 9(02).
001710 01  WS-DTS-WORK.
001720     05  WS-DTS-Y                PIC S9(05) COMP VALUE ZERO.
001730     05  WS-DTS-M                PIC S9(03) COMP VALUE ZERO.
001740     05  WS-DTS-Q4               PIC S9(05) COMP VALUE ZERO.
001750     05  WS-DTS-Q100             PIC S9(05) COMP VALUE ZERO.
001760     05  WS-DTS-Q400             PIC S9(05) COMP VALUE ZERO.
001770     05  WS-DTS-QM               PIC S9(05) COMP VALUE ZERO.
001780     05  WS-DTS-T                PIC S9(05) COMP VALUE ZERO.
001790 01  WS-DTS-SERIAL               PIC S9(09) COMP VALUE ZERO.
001800 01  WS-TODAY-SERIAL             PIC S9(09) COMP VALUE ZERO.
001810*
001820******************************************************************
001830*    WORKING STORAGE - RUN DATE                                  *
001840******************************************************************
001850 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001860 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001870     05  WS-RUN-DATE-CC          PIC 9(02).
001880     05  WS-RUN-DATE-YY          PIC 9(02).
001890     05  WS-RUN-DATE-MM          PIC 9(02).
001900     05  WS-RUN-DATE-DD          PIC 9(02).
001910 01  WS-RUN-DATE-RPT.
001920     05  WS-RUN-DATE-RPT-MM      PIC 9(02).
001930     05  FILLER                  PIC X(01) VALUE '/'.
001940     05  WS-RUN-DATE-RPT-DD      PIC 9(02).
001950     05  FILLER                  PIC X(01) VALUE '/'.
001960     05  WS-RUN-DATE-RPT-CCYY    PIC 9(04).
001970*
001980******************************************************************
001990*    WORKING STORAGE - REPORT LINES                              *
002000******************************************************************
002010 01  WS-HEADING-1.
002020     05  FILLER                  PIC X(01) VALUE SPACE.
002030     05  FILLER                  PIC X(14) VALUE 'JOB: DL100ORA'.
002040     05  FILLER                  PIC X(40)
002050             VALUE 'DL100 OPEN-REJECTS AGING REPORT'.
002060     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
002070     05  WS-H1-RUN-DATE          PIC X(10).
002080     05  FILLER                  PIC X(08) VALUE 'PAGE:'.
002090     05  WS-H1-PAGE              PIC ZZZZ9.
002100     05  FILLER                  PIC X(44) VALUE SPACES.
002110*
002120 01  WS-BASIS-LINE.
002130     05  FILLER                  PIC X(01) VALUE SPACE.
002140     05  WS-BL-TEXT              PIC X(131) VALUE
002150         'DAYS OPEN ARE BUSINESS DAYS FROM THE DL100CAL CALENDAR'.
002160*
002170 01  WS-SECTION-HEADER.
002180     05  FILLER                  PIC X(01) VALUE SPACE.
002190     05  FILLER                  PIC X(40)
002200         VALUE 'REJECTS NOT RESUBMITTED CLEAN AFTER'.
002210     05  WS-SH-AGE-LIMIT         PIC ZZ9.
002220     05  WS-SH-DAYS-TEXT         PIC X(16)
002230         VALUE ' BUSINESS DAYS:'.
002240     05  FILLER                  PIC X(72) VALUE SPACES.
002250*
002260 01  WS-HEADING-2.
002270     05  FILLER                  PIC X(01) VALUE SPACE.
002280     05  FILLER                  PIC X(06) VALUE 'DIV'.
002290     05  FILLER                  PIC X(08) VALUE 'REASON'.
002300     05  FILLER                  PIC X(12) VALUE 'TRAN KEY'.
002310     05  FILLER                  PIC X(06) VALUE 'CODE'.
002320     05  FILLER                  PIC X(12) VALUE 'FIRST REJ'.
002330     05  FILLER                  PIC X(12) VALUE 'LAST REJ'.
002340     05  FILLER                  PIC X(08) VALUE 'TIMES'.
002350     05  FILLER                  PIC X(10) VALUE 'DAYS OPEN'.
002360     05  FILLER                  PIC X(57) VALUE SPACES.
002370*
002380 01  WS-DETAIL-LINE.
002390     05  FILLER                  PIC X(01) VALUE SPACE.
002400     05  WS-DL-DIVISION          PIC X(02).
002410     05  FILLER                  PIC X(04) VALUE SPACES.
002420     05  WS-DL-REASON            PIC X(02).
002430     05  FILLER                  PIC X(06) VALUE SPACES.
002440     05  WS-DL-TRAN-KEY          PIC X(12).
002450     05  WS-DL-CONTROL-CODE      PIC X(02).
002460     05  FILLER                  PIC X(04) VALUE SPACES.
002470     05  WS-DL-FIRST-DATE        PIC 9(08).
002480     05  FILLER                  PIC X(04) VALUE SPACES.
002490     05  WS-DL-LAST-DATE         PIC 9(08).
002500     05  FILLER                  PIC X(04) VALUE SPACES.
002510     05  WS-DL-TIMES             PIC ZZ,ZZ9.
002520     05  FILLER                  PIC X(03) VALUE SPACES.
002530     05  WS-DL-AGE-DAYS          PIC ZZ,ZZ9.
002540     05  FILLER                  PIC X(60) VALUE SPACES.
002550*
002560 01  WS-REASON-TOTAL-LINE.
002570     05  FILLER                  PIC X(01) VALUE SPACE.
002580     05  FILLER                  PIC X(06) VALUE SPACES.
002590     05  FILLER                  PIC X(08) VALUE 'REASON'.
002600     05  WS-RT-REASON-TEXT       PIC X(30).
002610     05  FILLER                  PIC X(08) VALUE 'COUNT:'.
002620     05  WS-RT-COUNT             PIC ZZZ,ZZ9.
002630     05  FILLER                  PIC X(72) VALUE SPACES.
002640*
002650 01  WS-DIVISION-TOTAL-LINE.
002660     05  FILLER                  PIC X(01) VALUE SPACE.
002670     05  FILLER                  PIC X(09) VALUE 'DIVISION'.
002680     05  WS-DT-DIVISION          PIC X(02).
002690     05  FILLER                  PIC X(33)
002700         VALUE ' - OPEN PAST LIMIT, ALL REASONS'.
002710     05  FILLER                  PIC X(08) VALUE 'COUNT:'.
002720     05  WS-DT-COUNT             PIC ZZZ,ZZ9.
002730     05  FILLER                  PIC X(72) VALUE SPACES.
002740*
002750 01  WS-TRAILER-LINE-1.
002760     05  FILLER                  PIC X(01) VALUE SPACE.
002770     05  FILLER                  PIC X(30)
002780         VALUE 'MASTER RECORDS READ:          '.
002790     05  WS-TL1-READ-COUNT       PIC ZZZ,ZZ9.
002800     05  FILLER                  PIC X(94) VALUE SPACES.
002810*
002820 01  WS-TRAILER-LINE-2.
002830     05  FILLER                  PIC X(01) VALUE SPACE.
002840     05  FILLER                  PIC X(30)
002850         VALUE 'REJECTS STILL OPEN:           '.
002860     05  WS-TL2-OPEN-COUNT       PIC ZZZ,ZZ9.
002870     05  FILLER                  PIC X(94) VALUE SPACES.
002880*
002890 01  WS-TRAILER-LINE-3.
002900     05  FILLER                  PIC X(01) VALUE SPACE.
002910     05  FILLER                  PIC X(30)
002920         VALUE 'OPEN PAST THE AGE LIMIT:      '.
002930     05  WS-TL3-AGED-COUNT       PIC ZZZ,ZZ9.
002940     05  FILLER                  PIC X(94) VALUE SPACES.
002950*
002960 01  WS-TRAILER-LINE-4.
002970     05  FILLER                  PIC X(01) VALUE SPACE.
002980     05  FILLER                  PIC X(30)
002990         VALUE 'CLEARED ENTRIES PURGED:       '.
003000     05  WS-TL4-PURGED-COUNT     PIC ZZZ,ZZ9.
003010     05  FILLER                  PIC X(94) VALUE SPACES.
003020*
003030 01  WS-TRAILER-LINE-5.
003040     05  FILLER                  PIC X(01) VALUE SPACE.
003050     05  FILLER                  PIC X(30)
003060         VALUE 'REJECTS DATED BEFORE CALENDAR:'.
003070     05  WS-TL5-OFF-CAL-COUNT    PIC ZZZ,ZZ9.
003080     05  FILLER                  PIC X(94) VALUE SPACES.
003090*
003100 LINKAGE SECTION.
003110******************************************************************
003120*    LINKAGE - AGE LIMIT IN DAYS PASSED VIA THE JCL EXEC PARM=,  *
003130*              E.G. PARM='14'                                    *
003140******************************************************************
003150 01  LS-PARM-FIELD.
003160     05  LS-PARM-LENGTH          PIC S9(04) COMP.
003170     05  LS-PARM-TEXT            PIC X(30).
003180*
003190 PROCEDURE DIVISION USING LS-PARM-FIELD.
003200******************************************************************
003210*    0000-MAINLINE                                               *
003220******************************************************************
003230 0000-MAINLINE.
003240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003250     SORT SORT-FILE
003260         ON ASCENDING KEY SR-DIVISION SR-REJECT-REASON
003270                          SR-TRAN-KEY
003280         INPUT PROCEDURE IS 3000-SELECT-AGED THRU 3000-EXIT
003290         OUTPUT PROCEDURE IS 4000-PRINT-AGED THRU 4000-EXIT.
003300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003310     STOP RUN.
003320*
003330******************************************************************
003340*    1000-INITIALIZE - TAKE THE AGE LIMIT FROM THE PARM, OPEN    *
003350*                      THE FILES AND PRINT THE SECTION HEADING   *
003360******************************************************************
003370 1000-INITIALIZE.
003380     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003390     MOVE WS-RUN-DATE-MM TO WS-RUN-DATE-RPT-MM.
003400     MOVE WS-RUN-DATE-DD TO WS-RUN-DATE-RPT-DD.
003410     MOVE WS-RUN-DATE-CC TO WS-RUN-DATE-RPT-CCYY (1:2).
003420     MOVE WS-RUN-DATE-YY TO WS-RUN-DATE-RPT-CCYY (3:2).
003430     MOVE WS-RUN-DATE TO WS-DTS-DATE.
003440     PERFORM 9800-DATE-TO-SERIAL THRU 9800-EXIT.
003450     MOVE WS-DTS-SERIAL TO WS-TODAY-SERIAL.
003460     PERFORM 1300-OPEN-CALENDAR THRU 1300-EXIT.
003470     IF NOT WS-CALENDAR-AVAILABLE
003480         MOVE ' DAYS:' TO WS-SH-DAYS-TEXT
003490         MOVE SPACES TO WS-BL-TEXT
003500         STRING '*** BUSINESS-DAY CALENDAR NOT AVAILABLE - DAYS '
003510             'OPEN ARE CALENDAR DAYS ***'
003520             DELIMITED BY SIZE INTO WS-BL-TEXT
003530     END-IF.
003540*
003550     IF LS-PARM-LENGTH > ZERO AND LS-PARM-LENGTH < 4
003560         MOVE LS-PARM-TEXT (1:LS-PARM-LENGTH) TO WS-PARM-DAYS
003570         INSPECT WS-PARM-DAYS REPLACING LEADING SPACE BY ZERO
003580         IF WS-PARM-DAYS IS NUMERIC
003590             MOVE WS-PARM-DAYS TO WS-AGE-LIMIT
003600         ELSE
003610             DISPLAY 'DL100ORA: PARM NOT NUMERIC - DEFAULT '
003620                 'AGE LIMIT USED'
003630         END-IF
003640     END-IF.
003650     DISPLAY 'DL100ORA: AGE LIMIT (BUSINESS DAYS) = '
003660         WS-AGE-LIMIT.
003670*
003680     OPEN OUTPUT AGING-REPORT-FILE.
003690     IF NOT WS-REPORT-OK
003700         DISPLAY 'DL100ORA: UNABLE TO OPEN DL100ORP, STATUS = '
003710             WS-REPORT-STATUS
003720     END-IF.
003730     PERFORM 1500-PRINT-HEADING THRU 1500-EXIT.
003740     WRITE AGING-REPORT-RECORD FROM WS-BASIS-LINE
003750         AFTER ADVANCING 1 LINE.
003760     MOVE WS-AGE-LIMIT TO WS-SH-AGE-LIMIT.
003770     WRITE AGING-REPORT-RECORD FROM WS-SECTION-HEADER
003780         AFTER ADVANCING 1 LINE.
003790     WRITE AGING-REPORT-RECORD FROM WS-HEADING-2
003800         AFTER ADVANCING 2 LINES.
003810     ADD 4 TO WS-LINE-COUNT.
003820*
003830     OPEN I-O OPEN-REJECT-FILE.
003840     IF NOT WS-OPENREJ-OK
003850         DISPLAY 'DL100ORA: UNABLE TO OPEN DL100ORJ, STATUS = '
003860             WS-OPENREJ-STATUS
003870         MOVE 'Y' TO WS-EOF-SWITCH
003880         MOVE 8 TO WS-RETURN-CODE
003890     END-IF.
003900 1000-EXIT.
003910     EXIT.
003920*
003930******************************************************************
003940*    1300-OPEN-CALENDAR - OPEN THE DL100CAL CALENDAR AND TAKE    *
003950*                         THE RUN DATE'S BUSINESS-DAY NUMBER.    *
003960*                         WITHOUT IT THE RUN AGES IN CALENDAR    *
003970*                         DAYS                                   *
003980******************************************************************
003990 1300-OPEN-CALENDAR.
004000     OPEN INPUT CALENDAR-FILE.
004010     IF NOT WS-CALENDAR-OK
004020         DISPLAY 'DL100ORA: UNABLE TO OPEN DL100CAL, STATUS = '
004030             WS-CALENDAR-STATUS ' - AGING IN CALENDAR DAYS'
004040         GO TO 1300-EXIT
004050     END-IF.
004060     MOVE 'Y' TO WS-CALENDAR-OPEN-SW.
004070     MOVE WS-RUN-DATE TO DL100CL-CAL-DATE.
004080     READ CALENDAR-FILE
004090         INVALID KEY
004100             DISPLAY 'DL100ORA: RUN DATE ' WS-RUN-DATE
004110                 ' NOT ON DL100CAL - AGING IN CALENDAR DAYS'
004120             GO TO 1300-EXIT
004130     END-READ.
004140     MOVE DL100CL-BUSINESS-DAY-NO TO WS-TODAY-BUS-DAY-NO.
004150     MOVE 'Y' TO WS-CALENDAR-SW.
004160 1300-EXIT.
004170     EXIT.
004180*
004190******************************************************************
004200*    1500-PRINT-HEADING - WRITE A NEW PAGE HEADING               *
004210******************************************************************
004220 1500-PRINT-HEADING.
004230     ADD 1 TO WS-PAGE-COUNT.
004240     MOVE WS-RUN-DATE-RPT TO WS-H1-RUN-DATE.
004250     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
004260     WRITE AGING-REPORT-RECORD FROM WS-HEADING-1
004270         AFTER ADVANCING WS-TOP-OF-PAGE.
004280     MOVE 1 TO WS-LINE-COUNT.
004290 1500-EXIT.
004300     EXIT.
004310*
004320******************************************************************
004330*    3000-SELECT-AGED - SORT INPUT PROCEDURE.  READ THE WHOLE    *
004340*                       MASTER, RELEASE EVERY OPEN REJECT PAST   *
004350*                       THE AGE LIMIT AND PURGE OLD CLEARED ONES *
004360******************************************************************
004370 3000-SELECT-AGED.
004380     IF NOT WS-END-OF-FILE
004390         PERFORM 3100-READ-MASTER THRU 3100-EXIT
004400     END-IF.
004410     PERFORM 3200-SELECT-ONE THRU 3200-EXIT
004420         UNTIL WS-END-OF-FILE.
004430 3000-EXIT.
004440     EXIT.
004450*
004460******************************************************************
004470*    3100-READ-MASTER - READ THE NEXT OPEN-REJECTS MASTER RECORD *
004480******************************************************************
004490 3100-READ-MASTER.
004500     READ OPEN-REJECT-FILE NEXT RECORD
004510         AT END
004520             MOVE 'Y' TO WS-EOF-SWITCH
004530         NOT AT END
004540             ADD 1 TO WS-READ-COUNT
004550     END-READ.
004560 3100-EXIT.
004570     EXIT.
004580*
004590******************************************************************
004600*    3200-SELECT-ONE - AGE ONE MASTER RECORD.  OPEN: RELEASE IT  *
004610*                      WHEN ITS LAST REJECT IS MORE THAN THE AGE *
004620*                      LIMIT OLD, IN BUSINESS DAYS.  CLEARED:    *
004630*                      DELETE IT WHEN ITS CLEARED DATE IS PAST   *
004640*                      THE RETENTION, IN CALENDAR DAYS           *
004650******************************************************************
004660 3200-SELECT-ONE.
004670     IF DL100OR-CLEARED
004680         MOVE DL100OR-CLEARED-DATE TO WS-DTS-DATE
004690         PERFORM 9800-DATE-TO-SERIAL THRU 9800-EXIT
004700         COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-DTS-SERIAL
004710         IF WS-AGE-DAYS > WS-PURGE-DAYS
004720             DELETE OPEN-REJECT-FILE RECORD
004730             IF NOT WS-OPENREJ-OK
004740                 DISPLAY 'DL100ORA: DL100ORJ DELETE '
004750                     'FAILED, STATUS = ' WS-OPENREJ-STATUS
004760             ELSE
004770                 ADD 1 TO WS-PURGED-COUNT
004780             END-IF
004790         END-IF
004800         GO TO 3200-NEXT
004810     END-IF.
004820     IF NOT DL100OR-OPEN
004830         GO TO 3200-NEXT
004840     END-IF.
004850     ADD 1 TO WS-OPEN-COUNT.
004860     MOVE DL100OR-LAST-REJECT-DATE TO WS-DTS-DATE.
004870     PERFORM 9700-BUSINESS-DAY-AGE THRU 9700-EXIT.
004880     IF WS-AGE-DAYS NOT > WS-AGE-LIMIT
004890         GO TO 3200-NEXT
004900     END-IF.
004910     MOVE DL100OR-DIVISION TO SR-DIVISION.
004920     MOVE DL100OR-REJECT-REASON TO SR-REJECT-REASON.
004930     MOVE DL100OR-TRAN-KEY TO SR-TRAN-KEY.
004940     MOVE DL100OR-CONTROL-CODE TO SR-CONTROL-CODE.
004950     MOVE DL100OR-FIRST-REJECT-DATE TO SR-FIRST-REJECT-DATE.
004960     MOVE DL100OR-LAST-REJECT-DATE TO SR-LAST-REJECT-DATE.
004970     MOVE DL100OR-REJECT-COUNT TO SR-REJECT-COUNT.
004980     MOVE WS-AGE-DAYS TO SR-AGE-DAYS.
004990     RELEASE SORT-RECORD.
005000 3200-NEXT.
005010     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
005020 3200-EXIT.
005030     EXIT.
005040*
005050******************************************************************
005060*    4000-PRINT-AGED - SORT OUTPUT PROCEDURE.  PRINT THE AGED    *
005070*                      REJECTS BY DIVISION AND REASON WITH A     *
005080*                      COUNT AT EACH BREAK                       *
005090******************************************************************
005100 4000-PRINT-AGED.
005110     PERFORM 4100-PRINT-ONE THRU 4100-EXIT
005120         UNTIL WS-SORT-END-OF-FILE.
005130     IF NOT WS-FIRST-RECORD
005140         PERFORM 4300-REASON-BREAK THRU 4300-EXIT
005150         PERFORM 4400-DIVISION-BREAK THRU 4400-EXIT
005160     END-IF.
005170 4000-EXIT.
005180     EXIT.
005190*
005200******************************************************************
005210*    4100-PRINT-ONE - RETURN ONE AGED REJECT, TAKE ANY DIVISION  *
005220*                     OR REASON BREAK, AND PRINT ITS DETAIL LINE *
005230******************************************************************
005240 4100-PRINT-ONE.
005250     RETURN SORT-FILE
005260         AT END
005270             MOVE 'Y' TO WS-SORT-EOF-SWITCH
005280             GO TO 4100-EXIT
005290     END-RETURN.
005300     IF WS-FIRST-RECORD
005310         MOVE 'N' TO WS-FIRST-SW
005320         MOVE SR-DIVISION TO WS-PREV-DIVISION
005330         MOVE SR-REJECT-REASON TO WS-PREV-REASON
005340     END-IF.
005350     IF SR-DIVISION NOT = WS-PREV-DIVISION
005360         PERFORM 4300-REASON-BREAK THRU 4300-EXIT
005370         PERFORM 4400-DIVISION-BREAK THRU 4400-EXIT
005380     ELSE
005390         IF SR-REJECT-REASON NOT = WS-PREV-REASON
005400             PERFORM 4300-REASON-BREAK THRU 4300-EXIT
005410         END-IF
005420     END-IF.
005430     MOVE SR-DIVISION TO WS-PREV-DIVISION.
005440     MOVE SR-REJECT-REASON TO WS-PREV-REASON.
005450     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005460         PERFORM 1500-PRINT-HEADING THRU 1500-EXIT
005470         WRITE AGING-REPORT-RECORD FROM WS-HEADING-2
005480             AFTER ADVANCING 2 LINES
005490         ADD 2 TO WS-LINE-COUNT
005500     END-IF.
005510     MOVE SR-DIVISION TO WS-DL-DIVISION.
005520     MOVE SR-REJECT-REASON TO WS-DL-REASON.
005530     MOVE SR-TRAN-KEY TO WS-DL-TRAN-KEY.
005540     MOVE SR-CONTROL-CODE TO WS-DL-CONTROL-CODE.
005550     MOVE SR-FIRST-REJECT-DATE TO WS-DL-FIRST-DATE.
005560     MOVE SR-LAST-REJECT-DATE TO WS-DL-LAST-DATE.
005570     MOVE SR-REJECT-COUNT TO WS-DL-TIMES.
005580     MOVE SR-AGE-DAYS TO WS-DL-AGE-DAYS.
005590     WRITE AGING-REPORT-RECORD FROM WS-DETAIL-LINE
005600         AFTER ADVANCING 1 LINE.
005610     ADD 1 TO WS-LINE-COUNT.
005620     ADD 1 TO WS-AGED-COUNT WS-REASON-TOTAL WS-DIVISION-TOTAL.
005630 4100-EXIT.
005640     EXIT.
005650*
005660******************************************************************
005670*    4300-REASON-BREAK - PRINT THE COUNT FOR THE REASON JUST     *
005680*                        FINISHED WITHIN ITS DIVISION            *
005690******************************************************************
005700 4300-REASON-BREAK.
005710     EVALUATE WS-PREV-REASON
005720         WHEN '01'
005730             MOVE '01 - BLANK TRAN KEY' TO WS-RT-REASON-TEXT
005740         WHEN '02'
005750             MOVE '02 - NON-NUMERIC CONTROL CODE'
005760                 TO WS-RT-REASON-TEXT
005770         WHEN '03'
005780             MOVE '03 - DUPLICATE TRAN KEY' TO WS-RT-REASON-TEXT
005790         WHEN '04'
005800             MOVE '04 - INVALID DIVISION' TO WS-RT-REASON-TEXT
005810         WHEN '05'
005820             MOVE '05 - NON-PRINTABLE TRAN KEY'
005830                 TO WS-RT-REASON-TEXT
005840         WHEN '06'
005850             MOVE '06 - NON-NUMERIC AMOUNT' TO WS-RT-REASON-TEXT
005860         WHEN OTHER
005870             MOVE WS-PREV-REASON TO WS-RT-REASON-TEXT
005880     END-EVALUATE.
005890     MOVE WS-REASON-TOTAL TO WS-RT-COUNT.
005900     WRITE AGING-REPORT-RECORD FROM WS-REASON-TOTAL-LINE
005910         AFTER ADVANCING 1 LINE.
005920     ADD 1 TO WS-LINE-COUNT.
005930     MOVE ZERO TO WS-REASON-TOTAL.
005940 4300-EXIT.
005950     EXIT.
005960*
005970******************************************************************
005980*    4400-DIVISION-BREAK - PRINT THE TOTAL FOR THE DIVISION JUST *
005990*                          FINISHED                              *
006000******************************************************************
006010 4400-DIVISION-BREAK.
006020     MOVE WS-PREV-DIVISION TO WS-DT-DIVISION.
006030     MOVE WS-DIVISION-TOTAL TO WS-DT-COUNT.
006040     WRITE AGING-REPORT-RECORD FROM WS-DIVISION-TOTAL-LINE
006050         AFTER ADVANCING 1 LINE.
006060     MOVE SPACES TO AGING-REPORT-RECORD.
006070     WRITE AGING-REPORT-RECORD
006080         AFTER ADVANCING 1 LINE.
006090     ADD 2 TO WS-LINE-COUNT.
006100     MOVE ZERO TO WS-DIVISION-TOTAL.
006110 4400-EXIT.
006120     EXIT.
006130*
006140******************************************************************
006150*    9000-TERMINATE - WRITE THE TOTALS, CLOSE THE FILES AND SET  *
006160*                     THE RETURN CODE                            *
006170******************************************************************
006180 9000-TERMINATE.
006190     IF WS-AGED-COUNT = ZERO
006200         MOVE SPACES TO AGING-REPORT-RECORD
006210         STRING ' (NOTHING OPEN PAST THE AGE LIMIT)'
006220             DELIMITED BY SIZE INTO AGING-REPORT-RECORD
006230         WRITE AGING-REPORT-RECORD
006240             AFTER ADVANCING 1 LINE
006250     END-IF.
006260     MOVE WS-READ-COUNT TO WS-TL1-READ-COUNT.
006270     MOVE WS-OPEN-COUNT TO WS-TL2-OPEN-COUNT.
006280     MOVE WS-AGED-COUNT TO WS-TL3-AGED-COUNT.
006290     MOVE WS-PURGED-COUNT TO WS-TL4-PURGED-COUNT.
006300     WRITE AGING-REPORT-RECORD FROM WS-TRAILER-LINE-1
006310         AFTER ADVANCING 2 LINES.
006320     WRITE AGING-REPORT-RECORD FROM WS-TRAILER-LINE-2
006330         AFTER ADVANCING 1 LINE.
006340     WRITE AGING-REPORT-RECORD FROM WS-TRAILER-LINE-3
006350         AFTER ADVANCING 1 LINE.
006360     WRITE AGING-REPORT-RECORD FROM WS-TRAILER-LINE-4
006370         AFTER ADVANCING 1 LINE.
006380     IF WS-OFF-CALENDAR-COUNT > ZERO
006390         MOVE WS-OFF-CALENDAR-COUNT TO WS-TL5-OFF-CAL-COUNT
006400         WRITE AGING-REPORT-RECORD FROM WS-TRAILER-LINE-5
006410             AFTER ADVANCING 1 LINE
006420     END-IF.
006430     IF WS-CALENDAR-OPEN
006440         CLOSE CALENDAR-FILE
006450     END-IF.
006460     CLOSE OPEN-REJECT-FILE, AGING-REPORT-FILE.
006470     DISPLAY 'DL100ORA: MASTER RECORDS READ = ' WS-READ-COUNT.
006480     DISPLAY 'DL100ORA: REJECTS STILL OPEN  = ' WS-OPEN-COUNT.
006490     DISPLAY 'DL100ORA: OPEN PAST LIMIT     = ' WS-AGED-COUNT.
006500     DISPLAY 'DL100ORA: CLEARED PURGED      = ' WS-PURGED-COUNT.
006510     IF WS-AGED-COUNT > ZERO
006520         AND WS-RETURN-CODE < 4
006530         MOVE 4 TO WS-RETURN-CODE
006540     END-IF.
006550     MOVE WS-RETURN-CODE TO RETURN-CODE.
006560 9000-EXIT.
006570     EXIT.
006580*
006590******************************************************************
006600*    9700-BUSINESS-DAY-AGE - SET WS-AGE-DAYS TO THE DAYS FROM    *
006610*                            THE DATE IN WS-DTS-DATE TO THE RUN  *
006620*                            DATE: BUSINESS DAYS WHEN THE        *
006630*                            CALENDAR HOLDS BOTH DATES, CALENDAR *
006640*                            DAYS OTHERWISE                      *
006650******************************************************************
006660 9700-BUSINESS-DAY-AGE.
006670     PERFORM 9800-DATE-TO-SERIAL THRU 9800-EXIT.
006680     COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-DTS-SERIAL.
006690     IF NOT WS-CALENDAR-AVAILABLE
006700         GO TO 9700-EXIT
006710     END-IF.
006720     MOVE WS-DTS-DATE TO DL100CL-CAL-DATE.
006730     READ CALENDAR-FILE
006740         INVALID KEY
006750             ADD 1 TO WS-OFF-CALENDAR-COUNT
006760             GO TO 9700-EXIT
006770     END-READ.
006780     COMPUTE WS-AGE-DAYS = WS-TODAY-BUS-DAY-NO
006790         - DL100CL-BUSINESS-DAY-NO.
006800 9700-EXIT.
006810     EXIT.
006820*
006830******************************************************************
006840*    9800-DATE-TO-SERIAL - CONVERT THE CCYYMMDD DATE IN          *
006850*                          WS-DTS-DATE TO A DAY SERIAL IN        *
006860*                          WS-DTS-SERIAL, LEAP-YEAR CORRECT,     *
006870*                          FOR DIFFERENCING TWO DATES.  MARCH    *
006880*                          IS TREATED AS THE FIRST MONTH SO      *
006890*                          FEBRUARY'S LENGTH NEVER ENTERS THE    *
006900*                          MONTH OFFSETS                         *
006910******************************************************************
006920 9800-DATE-TO-SERIAL.
006930     IF WS-DTS-MONTH > 2
006940         COMPUTE WS-DTS-M = WS-DTS-MONTH - 3
006950         MOVE WS-DTS-YEAR TO WS-DTS-Y
006960     ELSE
006970         COMPUTE WS-DTS-M = WS-DTS-MONTH + 9
006980         COMPUTE WS-DTS-Y = WS-DTS-YEAR - 1
006990     END-IF.
007000     DIVIDE WS-DTS-Y BY 4 GIVING WS-DTS-Q4.
007010     DIVIDE WS-DTS-Y BY 100 GIVING WS-DTS-Q100.
007020     DIVIDE WS-DTS-Y BY 400 GIVING WS-DTS-Q400.
007030     COMPUTE WS-DTS-T = 153 * WS-DTS-M + 2.
007040     DIVIDE WS-DTS-T BY 5 GIVING WS-DTS-QM.
007050     COMPUTE WS-DTS-SERIAL = 365 * WS-DTS-Y + WS-DTS-Q4
007060         - WS-DTS-Q100 + WS-DTS-Q400 + WS-DTS-QM + WS-DTS-DAY.
007070 9800-EXIT.
007080     EXIT.
007090*
007100 END PROGRAM DL100ORA.
