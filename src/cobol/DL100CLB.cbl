000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID:    DL100CLB                                    *
000040*    AUTHOR:        J. MEDILE                                   *
000050*    INSTALLATION:  DL100 BATCH CONTROL SYSTEM                  *
000060*    DATE-WRITTEN:  2026-10-15                                  *
000070*    DATE-COMPILED: 2026-10-15                                  *
000080*                                                                *
000090*    DESCRIPTION:   BUSINESS-DAY CALENDAR BUILD (JOB DL100LJ).   *
000100*                   BUILDS ONE YEAR OF THE DL100CAL CALENDAR     *
000110*                   MASTER (COPYBOOK DL100CL) FROM THE CALENDAR  *
000120*                   CARDS OPERATIONS KEEPS ON DL100CLC           *
000130*                   (DL100.PROD.CALCARDS):                       *
000140*                                                                *
000150*                     PERD CCYYPP CCYYMMDD CCYYMMDD - A FISCAL   *
000160*                          PERIOD AND ITS FIRST AND LAST DATES   *
000170*                     HOLI CCYYMMDD NAME - A HOLIDAY (THE DATE   *
000180*                          THE DESK IS CLOSED, I.E. THE          *
000190*                          OBSERVED DATE)                        *
000200*                     '*' IN COLUMN 1 - A COMMENT                *
000210*                                                                *
000220*                   THE YEAR IS THE EXEC PARM (PARM='2027'); AN  *
000230*                   EMPTY PARM BUILDS THE RUN DATE'S YEAR.       *
000240*                   EVERY DATE OF THE YEAR IS WRITTEN (OR        *
000250*                   REPLACED) WITH ITS WEEKDAY, DAY TYPE -       *
000260*                   BUSINESS, WEEKEND OR HOLIDAY - AND FISCAL    *
000270*                   PERIOD, THEN THE BUSINESS-DAY NUMBERS ARE    *
000280*                   RECOUNTED ACROSS THE WHOLE MASTER SO A       *
000290*                   CHANGED HOLIDAY FLOWS INTO LATER YEARS.      *
000300*                   EVERY DATE OF THE YEAR MUST FALL IN EXACTLY  *
000310*                   ONE FISCAL PERIOD; A BAD CARD OR A GAP OR    *
000320*                   OVERLAP IN THE PERIODS LEAVES THE MASTER     *
000330*                   UNTOUCHED.  PRINTS THE YEAR'S PERIODS WITH   *
000340*                   THEIR BUSINESS-DAY COUNTS AND LAST BUSINESS  *
000350*                   DATES, AND THE HOLIDAYS, FOR SIGN-OFF.       *
000360*                                                                *
000370*                   RETURN CODES:                                *
000380*                     0 - YEAR BUILT                             *
000390*                     4 - YEAR BUILT WITH WARNINGS (A HOLIDAY ON *
000400*                         A WEEKEND OR REPEATED, OR A YEAR       *
000410*                         MISSING BETWEEN TWO BUILT YEARS)       *
000420*                    12 - NOTHING WRITTEN - BAD PARM, BAD CARD,  *
000430*                         A DATE IN NO PERIOD OR IN TWO, OR THE  *
000440*                         CALENDAR MASTER COULD NOT BE OPENED    *
000450*                                                                *
000460*    MODIFICATION HISTORY                                       *
000470*    ----------------------------------------------------------  *
000480*    DATE       INIT   DESCRIPTION                               *
000490*    ---------- ----   ---------------------------------------- *
000500*    2026-10-15 JPM    INITIAL VERSION.                         *
000510*                                                                *
000520******************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. DL100CLB.
000550 AUTHOR. J. MEDILE.
000560 INSTALLATION. DL100 BATCH CONTROL SYSTEM.
000570 DATE-WRITTEN. 2026-10-15.
000580 DATE-COMPILED. 2026-10-15.
000590*
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER. IBM-370.
000630 OBJECT-COMPUTER. IBM-370.
000640 SPECIAL-NAMES.
000650     C01 IS WS-TOP-OF-PAGE.
000660*
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT CARD-FILE ASSIGN TO DL100CLC
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-CARD-STATUS.
000720*
000730     SELECT CALENDAR-FILE ASSIGN TO DL100CAL
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS DL100CL-CAL-DATE
000770         FILE STATUS IS WS-CALENDAR-STATUS.
000780*
000790     SELECT BUILD-REPORT-FILE ASSIGN TO DL100CLR
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-REPORT-STATUS.
000820*
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  CARD-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880 01  CC-CARD-RECORD.
000890     05  CC-CARD-TYPE                PIC X(04).
000900         88  CC-PERIOD-CARD              VALUE 'PERD'.
000910         88  CC-HOLIDAY-CARD             VALUE 'HOLI'.
000920     05  FILLER                      PIC X(01).
000930     05  CC-PERIOD-DATA.
000940         10  CC-PERIOD               PIC 9(06).
000950         10  FILLER                  PIC X(01).
000960         10  CC-PERIOD-START         PIC 9(08).
000970         10  FILLER                  PIC X(01).
000980         10  CC-PERIOD-END           PIC 9(08).
000990         10  FILLER                  PIC X(51).
001000     05  CC-HOLIDAY-DATA REDEFINES CC-PERIOD-DATA.
001010         10  CC-HOLIDAY-DATE         PIC 9(08).
001020         10  FILLER                  PIC X(01).
001030         10  CC-HOLIDAY-NAME         PIC X(20).
001040         10  FILLER                  PIC X(46).
001050*
001060 FD  CALENDAR-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090     COPY DL100CL.
001100*
001110 FD  BUILD-REPORT-FILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140 01  BUILD-REPORT-RECORD         PIC X(132).
001150*
001160 WORKING-STORAGE SECTION.
001170******************************************************************
001180*    WORKING STORAGE - SWITCHES AND COUNTERS                     *
001190******************************************************************
001200 77  WS-CARD-STATUS              PIC X(02) VALUE SPACES.
001210     88  WS-CARD-OK                  VALUE '00'.
001220*
001230 77  WS-CALENDAR-STATUS          PIC X(02) VALUE SPACES.
001240     88  WS-CALENDAR-OK              VALUE '00'.
001250*
001260 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
001270     88  WS-REPORT-OK                VALUE '00'.
001280*
001290 01  WS-SWITCHES.
001300     05  WS-CARD-EOF-SW          PIC X(01) VALUE 'N'.
001310         88  WS-CARD-END-OF-FILE     VALUE 'Y'.
001320     05  WS-CAL-EOF-SW           PIC X(01) VALUE 'N'.
001330         88  WS-CAL-END-OF-FILE      VALUE 'Y'.
001340     05  WS-CALENDAR-OPEN-SW     PIC X(01) VALUE 'N'.
001350         88  WS-CALENDAR-OPEN        VALUE 'Y'.
001360     05  WS-HOL-FOUND-SW         PIC X(01) VALUE 'N'.
001370         88  WS-HOL-FOUND            VALUE 'Y'.
001380     05  WS-ON-FILE-SW           PIC X(01) VALUE 'N'.
001390         88  WS-DAY-ON-FILE          VALUE 'Y'.
001400*
001410 01  WS-COUNTERS.
001420     05  WS-CARD-COUNT           PIC 9(07) COMP VALUE ZERO.
001430     05  WS-ERROR-COUNT          PIC 9(07) COMP VALUE ZERO.
001440     05  WS-WARNING-COUNT        PIC 9(07) COMP VALUE ZERO.
001450     05  WS-ADDED-COUNT          PIC 9(07) COMP VALUE ZERO.
001460     05  WS-REPLACED-COUNT       PIC 9(07) COMP VALUE ZERO.
001470     05  WS-RENUMBERED-COUNT     PIC 9(07) COMP VALUE ZERO.
001480     05  WS-MASTER-COUNT         PIC 9(07) COMP VALUE ZERO.
001490     05  WS-YEAR-BUS-DAYS        PIC 9(07) COMP VALUE ZERO.
001500     05  WS-NO-PERIOD-COUNT      PIC 9(07) COMP VALUE ZERO.
001510     05  WS-TWO-PERIOD-COUNT     PIC 9(07) COMP VALUE ZERO.
001520     05  WS-MATCH-COUNT          PIC 9(03) COMP VALUE ZERO.
001530     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001540     05  WS-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
001550*
001560 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001570*
001580 01  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
001590*
001600******************************************************************
001610*    WORKING STORAGE - THE YEAR BEING BUILT, FROM THE PARM       *
001620******************************************************************
001630 01  WS-BUILD-YEAR               PIC 9(04) VALUE ZERO.
001640 01  WS-YEAR-FIRST-DATE          PIC 9(08) VALUE ZERO.
001650 01  WS-YEAR-LAST-DATE           PIC 9(08) VALUE ZERO.
001660 01  WS-PARM-YEAR                PIC X(04) VALUE SPACES.
001670 01  WS-LEAP-WORK.
001680     05  WS-LEAP-QUOTIENT        PIC S9(05) COMP VALUE ZERO.
001690     05  WS-LEAP-REM-4           PIC S9(05) COMP VALUE ZERO.
001700     05  WS-LEAP-REM-100         PIC S9(05) COMP VALUE ZERO.
001710     05  WS-LEAP-REM-400         PIC S9(05) COMP VALUE ZERO.
001720*
001730******************************************************************
001740*    WORKING STORAGE - MONTH LENGTHS (FEBRUARY SET FOR THE YEAR) *
001750******************************************************************
001760 01  WS-MONTH-LENGTHS.
001770     05  FILLER                  PIC X(24)
001780             VALUE '312831303130313130313031'.
001790 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
001800     05  WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
001810*
001820 01  WS-WEEKDAY-NAMES.
001830     05  FILLER                  PIC X(21)
001840             VALUE 'MONTUEWEDTHUFRISATSUN'.
001850 01  WS-WEEKDAY-NAME-TABLE REDEFINES WS-WEEKDAY-NAMES.
001860     05  WS-WEEKDAY-NAME         PIC X(03) OCCURS 7 TIMES.
001870*
001880******************************************************************
001890*    WORKING STORAGE - FISCAL PERIODS FROM THE PERD CARDS THAT   *
001900*    TOUCH THE YEAR, WITH THE BUSINESS DAYS AND LAST BUSINESS    *
001910*    DATE OF EACH WITHIN THE YEAR, FOR THE SIGN-OFF LISTING      *
001920******************************************************************
001930 01  WS-PER-COUNT                PIC 9(03) COMP VALUE ZERO.
001940 01  WS-PER-SUB                  PIC 9(03) COMP VALUE ZERO.
001950 01  WS-PER-MATCH-SUB            PIC 9(03) COMP VALUE ZERO.
001960 01  WS-PER-TABLE.
001970     05  WS-PER-ENTRY OCCURS 0 TO 40 TIMES
001980             DEPENDING ON WS-PER-COUNT.
001990         10  WS-PER-PERIOD           PIC 9(06).
002000         10  WS-PER-START            PIC 9(08).
002010         10  WS-PER-END              PIC 9(08).
002020         10  WS-PER-BUS-DAYS         PIC 9(03) COMP.
002030         10  WS-PER-HOLIDAYS         PIC 9(03) COMP.
002040         10  WS-PER-LAST-BUS-DATE    PIC 9(08).
002050*
002060******************************************************************
002070*    WORKING STORAGE - HOLIDAYS FROM THE HOLI CARDS IN THE YEAR  *
002080******************************************************************
002090 01  WS-HOL-COUNT                PIC 9(03) COMP VALUE ZERO.
002100 01  WS-HOL-TABLE.
002110     05  WS-HOL-ENTRY OCCURS 0 TO 40 TIMES
002120             DEPENDING ON WS-HOL-COUNT
002130             INDEXED BY WS-HOL-IDX.
002140         10  WS-HOL-DATE             PIC 9(08).
002150         10  WS-HOL-NAME             PIC X(20).
002160         10  WS-HOL-WEEKDAY          PIC 9(01).
002170 01  WS-HOL-SEARCH-DATE          PIC 9(08) VALUE ZERO.
002180*
002190******************************************************************
002200*    WORKING STORAGE - THE YEAR AS BUILT, ONE ENTRY PER DATE,    *
002210*    HELD UNTIL EVERY DATE HAS PROVED TO BE IN ONE PERIOD        *
002220******************************************************************
002230 01  WS-DAY-COUNT                PIC 9(03) COMP VALUE ZERO.
002240 01  WS-DAY-SUB                  PIC 9(03) COMP VALUE ZERO.
002250 01  WS-DAY-TABLE.
002260     05  WS-DAY-ENTRY OCCURS 366 TIMES.
002270         10  WS-DAY-DATE             PIC 9(08).
002280         10  WS-DAY-WEEKDAY          PIC 9(01).
002290         10  WS-DAY-TYPE             PIC X(01).
002300         10  WS-DAY-PER-SUB          PIC 9(03) COMP.
002310         10  WS-DAY-HOLIDAY-NAME     PIC X(20).
002320*
002330 01  WS-GEN-DATE                 PIC 9(08) VALUE ZERO.
002340 01  WS-GEN-DATE-X REDEFINES WS-GEN-DATE.
002350     05  WS-GEN-YEAR             PIC 9(04).
002360     05  WS-GEN-MONTH            PIC 9(02).
002370     05  WS-GEN-DAY              PIC 9(02).
002380 01  WS-WEEKDAY                  PIC 9(01) VALUE ZERO.
002390 01  WS-FIRST-NO-PERIOD          PIC 9(08) VALUE ZERO.
002400 01  WS-FIRST-TWO-PERIOD         PIC 9(08) VALUE ZERO.
002410*
002420******************************************************************
002430*    WORKING STORAGE - BUSINESS-DAY RENUMBERING                  *
002440******************************************************************
002450 01  WS-BUSINESS-DAY-NO          PIC 9(07) VALUE ZERO.
002460 01  WS-PREV-SERIAL              PIC S9(09) COMP VALUE ZERO.
002470 01  WS-PREV-CAL-DATE            PIC 9(08) VALUE ZERO.
002480 01  WS-MASTER-FIRST-DATE        PIC 9(08) VALUE ZERO.
002490 01  WS-MASTER-LAST-DATE         PIC 9(08) VALUE ZERO.
002500 01  WS-SERIAL-QUOTIENT          PIC S9(09) COMP VALUE ZERO.
002510 01  WS-SERIAL-REMAINDER         PIC S9(03) COMP VALUE ZERO.
002520*
002530******************************************************************
002540*    WORKING STORAGE - DATE-TO-SERIAL WORK FIELDS.  THE SERIAL   *
002550*    IS A DAY COUNT SUITABLE ONLY FOR DIFFERENCING TWO DATES     *
002560*    AND, TAKEN MODULO 7, FOR THE WEEKDAY                        *
002570******************************************************************
002580 01  WS-DTS-DATE                 PIC 9(08) VALUE ZERO.
002590 01  WS-DTS-DATE-X REDEFINES WS-DTS-DATE.
002600     05  WS-DTS-YEAR             PIC 9(04).
002610     05  WS-DTS-MONTH            PIC 9(02).
002620     05  WS-DTS-DAY              PIC 9(02).
002630 01  WS-DTS-WORK.
002640     05  WS-DTS-Y                PIC S9(05) COMP VALUE ZERO.
002650     05  WS-DTS-M                PIC S9(03) COMP VALUE ZERO.
002660     05  WS-DTS-Q4               PIC S9(05) COMP VALUE ZERO.
002670     05  WS-DTS-Q100             PIC S9(05) COMP VALUE ZERO.
002680     05  WS-DTS-Q400             PIC S9(05) COMP VALUE ZERO.
002690     05  WS-DTS-QM               PIC S9(05) COMP VALUE ZERO.
002700     05  WS-DTS-T                PIC S9(05) COMP VALUE ZERO.
002710 01  WS-DTS-SERIAL               PIC S9(09) COMP VALUE ZERO.
002720*
002730******************************************************************
002740*    WORKING STORAGE - RUN DATE                                  *
002750******************************************************************
002760 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002770 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
002780     05  WS-RUN-DATE-CC          PIC 9(02).
002790     05  WS-RUN-DATE-YY          PIC 9(02).
002800     05  WS-RUN-DATE-MM          PIC 9(02).
002810     05  WS-RUN-DATE-DD          PIC 9(02).
002820 01  WS-RUN-DATE-RPT.
002830     05  WS-RUN-DATE-RPT-MM      PIC 9(02).
002840     05  FILLER                  PIC X(01) VALUE '/'.
002850     05  WS-RUN-DATE-RPT-DD      PIC 9(02).
002860     05  FILLER                  PIC X(01) VALUE '/'.
002870     05  WS-RUN-DATE-RPT-CCYY    PIC 9(04).
002880*
002890******************************************************************
002900*    WORKING STORAGE - REPORT LINES                              *
002910******************************************************************
002920 01  WS-HEADING-1.
002930     05  FILLER                  PIC X(01) VALUE SPACE.
002940     05  FILLER                  PIC X(14) VALUE 'JOB: DL100CLB'.
002950     05  FILLER                  PIC X(34)
002960             VALUE 'DL100 BUSINESS-DAY CALENDAR BUILD'.
002970     05  FILLER                  PIC X(06) VALUE 'YEAR:'.
002980     05  WS-H1-YEAR              PIC 9(04).
002990     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
003010     05  WS-H1-RUN-DATE          PIC X(10).
003020     05  FILLER                  PIC X(08) VALUE 'PAGE:'.
003030     05  WS-H1-PAGE              PIC ZZZZ9.
003040     05  FILLER                  PIC X(38) VALUE SPACES.
003050*
003060 01  WS-MESSAGE-LINE.
003070     05  FILLER                  PIC X(01) VALUE SPACE.
003080     05  WS-ML-SEVERITY          PIC X(09).
003090     05  WS-ML-TEXT              PIC X(122).
003100*
003110 01  WS-CARD-IMAGE-LINE.
003120     05  FILLER                  PIC X(10) VALUE SPACES.
003130     05  FILLER                  PIC X(06) VALUE 'CARD:'.
003140     05  WS-CI-CARD              PIC X(80).
003150     05  FILLER                  PIC X(36) VALUE SPACES.
003160*
003170 01  WS-PERIOD-HEADER.
003180     05  FILLER                  PIC X(01) VALUE SPACE.
003190     05  FILLER                  PIC X(40)
003200         VALUE 'FISCAL PERIODS IN THE YEAR:'.
003210     05  FILLER                  PIC X(91) VALUE SPACES.
003220*
003230 01  WS-PERIOD-HEADING-2.
003240     05  FILLER                  PIC X(01) VALUE SPACE.
003250     05  FILLER                  PIC X(09) VALUE 'PERIOD'.
003260     05  FILLER                  PIC X(11) VALUE 'FIRST DATE'.
003270     05  FILLER                  PIC X(11) VALUE 'LAST DATE'.
003280     05  FILLER                  PIC X(10) VALUE 'BUS DAYS'.
003290     05  FILLER                  PIC X(10) VALUE 'HOLIDAYS'.
003300     05  FILLER                  PIC X(14) VALUE 'LAST BUS DATE'.
003310     05  FILLER                  PIC X(66) VALUE SPACES.
003320*
003330 01  WS-PERIOD-LINE.
003340     05  FILLER                  PIC X(01) VALUE SPACE.
003350     05  WS-PL-PERIOD            PIC 9(06).
003360     05  FILLER                  PIC X(03) VALUE SPACES.
003370     05  WS-PL-START             PIC 9(08).
003380     05  FILLER                  PIC X(03) VALUE SPACES.
003390     05  WS-PL-END               PIC 9(08).
003400     05  FILLER                  PIC X(05) VALUE SPACES.
003410     05  WS-PL-BUS-DAYS          PIC ZZ9.
003420     05  FILLER                  PIC X(07) VALUE SPACES.
003430     05  WS-PL-HOLIDAYS          PIC ZZ9.
003440     05  FILLER                  PIC X(07) VALUE SPACES.
003450     05  WS-PL-LAST-BUS-DATE     PIC 9(08).
003460     05  FILLER                  PIC X(70) VALUE SPACES.
003470*
003480 01  WS-HOLIDAY-HEADER.
003490     05  FILLER                  PIC X(01) VALUE SPACE.
003500     05  FILLER                  PIC X(40)
003510         VALUE 'HOLIDAYS IN THE YEAR:'.
003520     05  FILLER                  PIC X(91) VALUE SPACES.
003530*
003540 01  WS-HOLIDAY-HEADING-2.
003550     05  FILLER                  PIC X(01) VALUE SPACE.
003560     05  FILLER                  PIC X(11) VALUE 'DATE'.
003570     05  FILLER                  PIC X(05) VALUE 'DAY'.
003580     05  FILLER                  PIC X(22) VALUE 'HOLIDAY'.
003590     05  FILLER                  PIC X(93) VALUE SPACES.
003600*
003610 01  WS-HOLIDAY-LINE.
003620     05  FILLER                  PIC X(01) VALUE SPACE.
003630     05  WS-HL-DATE              PIC 9(08).
003640     05  FILLER                  PIC X(03) VALUE SPACES.
003650     05  WS-HL-WEEKDAY           PIC X(03).
003660     05  FILLER                  PIC X(02) VALUE SPACES.
003670     05  WS-HL-NAME              PIC X(20).
003680     05  FILLER                  PIC X(02) VALUE SPACES.
003690     05  WS-HL-NOTE              PIC X(30).
003700     05  FILLER                  PIC X(63) VALUE SPACES.
003710*
003720 01  WS-TRAILER-LINE.
003730     05  FILLER                  PIC X(01) VALUE SPACE.
003740     05  WS-TL-CAPTION           PIC X(40).
003750     05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
003760     05  FILLER                  PIC X(82) VALUE SPACES.
003770*
003780 01  WS-EDIT-DATE                PIC 9(08) VALUE ZERO.
003790 01  WS-EDIT-COUNT               PIC Z,ZZZ,ZZ9.
003800*
003810 LINKAGE SECTION.
003820******************************************************************
003830*    LINKAGE - YEAR TO BUILD PASSED VIA THE JCL EXEC PARM=,      *
003840*              E.G. PARM='2027'                                  *
003850******************************************************************
003860 01  LS-PARM-FIELD.
003870     05  LS-PARM-LENGTH          PIC S9(04) COMP.
003880     05  LS-PARM-TEXT            PIC X(30).
003890*
003900 PROCEDURE DIVISION USING LS-PARM-FIELD.
003910******************************************************************
003920*    0000-MAINLINE                                               *
003930******************************************************************
003940 0000-MAINLINE.
003950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003960     IF WS-ERROR-COUNT = ZERO
003970         PERFORM 2000-LOAD-CARDS THRU 2000-EXIT
003980     END-IF.
003990     IF WS-ERROR-COUNT = ZERO
004000         PERFORM 3000-BUILD-YEAR THRU 3000-EXIT
004010     END-IF.
004020     IF WS-ERROR-COUNT = ZERO
004030         PERFORM 4000-WRITE-YEAR THRU 4000-EXIT
004040     END-IF.
004050     IF WS-ERROR-COUNT = ZERO
004060         PERFORM 5000-RENUMBER THRU 5000-EXIT
004070         PERFORM 6000-PRINT-YEAR THRU 6000-EXIT
004080     END-IF.
004090     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004100     STOP RUN.
004110*
004120******************************************************************
004130*    1000-INITIALIZE - TAKE THE YEAR FROM THE PARM, SET FEBRUARY *
004140*                      FOR IT AND OPEN THE REPORT                *
004150******************************************************************
004160 1000-INITIALIZE.
004170     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004180     MOVE WS-RUN-DATE-MM TO WS-RUN-DATE-RPT-MM.
004190     MOVE WS-RUN-DATE-DD TO WS-RUN-DATE-RPT-DD.
004200     MOVE WS-RUN-DATE-CC TO WS-RUN-DATE-RPT-CCYY (1:2).
004210     MOVE WS-RUN-DATE-YY TO WS-RUN-DATE-RPT-CCYY (3:2).
004220     MOVE WS-RUN-DATE (1:4) TO WS-BUILD-YEAR.
004230*
004240     OPEN OUTPUT BUILD-REPORT-FILE.
004250     IF NOT WS-REPORT-OK
004260         DISPLAY 'DL100CLB: UNABLE TO OPEN DL100CLR, STATUS = '
004270             WS-REPORT-STATUS
004280     END-IF.
004290*
004300     IF LS-PARM-LENGTH > ZERO
004310         IF LS-PARM-LENGTH = 4
004320             MOVE LS-PARM-TEXT (1:4) TO WS-PARM-YEAR
004330         ELSE
004340             MOVE 'X' TO WS-PARM-YEAR
004350         END-IF
004360         IF WS-PARM-YEAR IS NUMERIC
004370             MOVE WS-PARM-YEAR TO WS-BUILD-YEAR
004380         END-IF
004390     END-IF.
004400     PERFORM 1500-PRINT-HEADING THRU 1500-EXIT.
004410     IF LS-PARM-LENGTH > ZERO
004420         IF WS-PARM-YEAR IS NOT NUMERIC
004430         OR WS-BUILD-YEAR < 1901
004440             MOVE SPACES TO WS-ML-TEXT
004450             STRING 'PARM IS NOT A YEAR (CCYY): '
004460                 LS-PARM-TEXT (1:20)
004470                 DELIMITED BY SIZE INTO WS-ML-TEXT
004480             PERFORM 1800-WRITE-ERROR THRU 1800-EXIT
004490             GO TO 1000-EXIT
004500         END-IF
004510     END-IF.
004520     DISPLAY 'DL100CLB: BUILDING CALENDAR YEAR ' WS-BUILD-YEAR.
004530*
004540     COMPUTE WS-YEAR-FIRST-DATE = WS-BUILD-YEAR * 10000 + 0101.
004550     COMPUTE WS-YEAR-LAST-DATE = WS-BUILD-YEAR * 10000 + 1231.
004560     DIVIDE WS-BUILD-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
004570         REMAINDER WS-LEAP-REM-4.
004580     DIVIDE WS-BUILD-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
004590         REMAINDER WS-LEAP-REM-100.
004600     DIVIDE WS-BUILD-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
004610         REMAINDER WS-LEAP-REM-400.
004620     IF WS-LEAP-REM-4 = ZERO
004630     AND (WS-LEAP-REM-100 NOT = ZERO OR WS-LEAP-REM-400 = ZERO)
004640         MOVE 29 TO WS-MONTH-LENGTH (2)
004650     END-IF.
004660 1000-EXIT.
004670     EXIT.
004680*
004690******************************************************************
004700*    1500-PRINT-HEADING - WRITE A NEW PAGE HEADING               *
004710******************************************************************
004720 1500-PRINT-HEADING.
004730     ADD 1 TO WS-PAGE-COUNT.
004740     MOVE WS-BUILD-YEAR TO WS-H1-YEAR.
004750     MOVE WS-RUN-DATE-RPT TO WS-H1-RUN-DATE.
004760     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
004770     WRITE BUILD-REPORT-RECORD FROM WS-HEADING-1
004780         AFTER ADVANCING WS-TOP-OF-PAGE.
004790     MOVE SPACES TO BUILD-REPORT-RECORD.
004800     WRITE BUILD-REPORT-RECORD
004810         AFTER ADVANCING 1 LINE.
004820     MOVE 2 TO WS-LINE-COUNT.
004830 1500-EXIT.
004840     EXIT.
004850*
004860******************************************************************
004870*    1700-CHECK-PAGE - START A NEW PAGE WHEN THIS ONE IS FULL    *
004880******************************************************************
004890 1700-CHECK-PAGE.
004900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004910         PERFORM 1500-PRINT-HEADING THRU 1500-EXIT
004920     END-IF.
004930 1700-EXIT.
004940     EXIT.
004950*
004960******************************************************************
004970*    1800-WRITE-ERROR - PRINT WS-ML-TEXT AS AN ERROR.  ANY       *
004980*                       ERROR LEAVES THE CALENDAR MASTER AS IT   *
004990*                       WAS                                      *
005000******************************************************************
005010 1800-WRITE-ERROR.
005020     ADD 1 TO WS-ERROR-COUNT.
005030     MOVE '*ERROR*' TO WS-ML-SEVERITY.
005040     PERFORM 1900-WRITE-MESSAGE THRU 1900-EXIT.
005050 1800-EXIT.
005060     EXIT.
005070*
005080******************************************************************
005090*    1850-WRITE-WARNING - PRINT WS-ML-TEXT AS A WARNING          *
005100******************************************************************
005110 1850-WRITE-WARNING.
005120     ADD 1 TO WS-WARNING-COUNT.
005130     MOVE 'WARNING' TO WS-ML-SEVERITY.
005140     PERFORM 1900-WRITE-MESSAGE THRU 1900-EXIT.
005150 1850-EXIT.
005160     EXIT.
005170*
005180******************************************************************
005190*    1900-WRITE-MESSAGE - PRINT ONE ERROR OR WARNING LINE        *
005200******************************************************************
005210 1900-WRITE-MESSAGE.
005220     PERFORM 1700-CHECK-PAGE THRU 1700-EXIT.
005230     WRITE BUILD-REPORT-RECORD FROM WS-MESSAGE-LINE
005240         AFTER ADVANCING 1 LINE.
005250     ADD 1 TO WS-LINE-COUNT.
005260     DISPLAY 'DL100CLB: ' WS-ML-SEVERITY ' ' WS-ML-TEXT (1:60).
005270 1900-EXIT.
005280     EXIT.
005290*
005300******************************************************************
005310*    2000-LOAD-CARDS - READ THE WHOLE CARD DECK.  EVERY CARD IS  *
005320*                      CHECKED; PERIODS THAT TOUCH THE YEAR AND  *
005330*                      HOLIDAYS IN IT ARE KEPT                   *
005340******************************************************************
005350 2000-LOAD-CARDS.
005360     OPEN INPUT CARD-FILE.
005370     IF NOT WS-CARD-OK
005380         MOVE SPACES TO WS-ML-TEXT
005390         STRING 'UNABLE TO OPEN DL100CLC, STATUS = '
005400             WS-CARD-STATUS
005410             DELIMITED BY SIZE INTO WS-ML-TEXT
005420         PERFORM 1800-WRITE-ERROR THRU 1800-EXIT
005430         GO TO 2000-EXIT
005440     END-IF.
005450     PERFORM 2900-READ-CARD THRU 2900-EXIT.
005460     PERFORM 2100-CHECK-ONE-CARD THRU 2100-EXIT
005470         UNTIL WS-CARD-END-OF-FILE.
005480     CLOSE CARD-FILE.
005490     IF WS-PER-COUNT = ZERO
005500         MOVE SPACES TO WS-ML-TEXT
005510         STRING 'NO PERD CARD COVERS THE YEAR'
005520             DELIMITED BY SIZE INTO WS-ML-TEXT
005530         PERFORM 1800-WRITE-ERROR THRU 1800-EXIT
005540     END-IF.
005550 2000-EXIT.
005560     EXIT.
005570*
005580******************************************************************
005590*    2100-CHECK-ONE-CARD - CHECK ONE CARD AND KEEP IT IF IT IS   *
005600*                          FOR THE YEAR BEING BUILT              *
005610******************************************************************
005620 2100-CHECK-ONE-CARD.
005630     IF CC-CARD-RECORD (1:1) = '*'
005640     OR CC-CARD-RECORD = SPACES
005650         GO TO 2100-NEXT
005660     END-IF.
005670     EVALUATE TRUE
005680         WHEN CC-PERIOD-CARD
005690             PERFORM 2200-CHECK-PERIOD-CARD THRU 2200-EXIT
005700         WHEN CC-HOLIDAY-CARD
005710             PERFORM 2300-CHECK-HOLIDAY-CARD THRU 2300-EXIT
005720         WHEN OTHER
005730             MOVE SPACES TO WS-ML-TEXT
005740             STRING 'UNKNOWN CARD TYPE - NOT PERD OR HOLI'
005750                 DELIMITED BY SIZE INTO WS-ML-TEXT
005760             PERFORM 2800-CARD-ERROR THRU 2800-EXIT
005770     END-EVALUATE.
005780 2100-NEXT.
005790     PERFORM 2900-READ-CARD THRU 2900-EXIT.
005800 2100-EXIT.
005810     EXIT.
005820*
005830******************************************************************
005840*    2200-CHECK-PERIOD-CARD - A PERD CARD NEEDS A NUMERIC PERIOD *
005850*                             AND A FIRST DATE NOT AFTER ITS     *
005860*                             LAST.  KEEP IT WHEN IT TOUCHES THE *
005870*                             YEAR                               *
005880******************************************************************
005890 2200-CHECK-PERIOD-CARD.
005900     IF CC-PERIOD IS NOT NUMERIC
005910     OR CC-PERIOD-START IS NOT NUMERIC
005920     OR CC-PERIOD-END IS NOT NUMERIC
005930         MOVE SPACES TO WS-ML-TEXT
005940         STRING 'PERD CARD PERIOD OR DATES NOT NUMERIC'
005950             DELIMITED BY SIZE INTO WS-ML-TEXT
005960         PERFORM 2800-CARD-ERROR THRU 2800-EXIT
005970         GO TO 2200-EXIT
005980     END-IF.
005990     IF CC-PERIOD-START > CC-PERIOD-END
006000         MOVE SPACES TO WS-ML-TEXT
006010         STRING 'PERD CARD FIRST DATE IS AFTER ITS LAST DATE'
006020             DELIMITED BY SIZE INTO WS-ML-TEXT
006030         PERFORM 2800-CARD-ERROR THRU 2800-EXIT
006040         GO TO 2200-EXIT
006050     END-IF.
006060     IF CC-PERIOD-START > WS-YEAR-LAST-DATE
006070     OR CC-PERIOD-END < WS-YEAR-FIRST-DATE
006080         GO TO 2200-EXIT
006090     END-IF.
006100     IF WS-PER-COUNT NOT < 40
006110         MOVE SPACES TO WS-ML-TEXT
006120         STRING 'MORE THAN 40 PERD CARDS FOR THE YEAR'
006130             DELIMITED BY SIZE INTO WS-ML-TEXT
006140         PERFORM 2800-CARD-ERROR THRU 2800-EXIT
006150         GO TO 2200-EXIT
006160     END-IF.
006170     ADD 1 TO WS-PER-COUNT.
006180     MOVE CC-PERIOD TO WS-PER-PERIOD (WS-PER-COUNT).
006190     MOVE CC-PERIOD-START TO WS-PER-START (WS-PER-COUNT).
006200     MOVE CC-PERIOD-END TO WS-PER-END (WS-PER-COUNT).
006210     MOVE ZERO TO WS-PER-BUS-DAYS (WS-PER-COUNT)
006220         WS-PER-HOLIDAYS (WS-PER-COUNT)
006230         WS-PER-LAST-BUS-DATE (WS-PER-COUNT).
006240 2200-EXIT.
006250     EXIT.
006260*
006270******************************************************************
006280*    2300-CHECK-HOLIDAY-CARD - A HOLI CARD NEEDS A NUMERIC DATE. *
006290*                              KEEP IT WHEN IT IS IN THE YEAR;   *
006300*                              A REPEATED DATE IS A WARNING AND  *
006310*                              THE FIRST NAME STANDS             *
006320******************************************************************
006330 2300-CHECK-HOLIDAY-CARD.
006340     IF CC-HOLIDAY-DATE IS NOT NUMERIC
006350         MOVE SPACES TO WS-ML-TEXT
006360         STRING 'HOLI CARD DATE NOT NUMERIC'
006370             DELIMITED BY SIZE INTO WS-ML-TEXT
006380         PERFORM 2800-CARD-ERROR THRU 2800-EXIT
006390         GO TO 2300-EXIT
006400     END-IF.
006410     IF CC-HOLIDAY-DATE < WS-YEAR-FIRST-DATE
006420     OR CC-HOLIDAY-DATE > WS-YEAR-LAST-DATE
006430         GO TO 2300-EXIT
006440     END-IF.
006450     MOVE CC-HOLIDAY-DATE TO WS-GEN-DATE.
006460     IF WS-GEN-MONTH < 1 OR WS-GEN-MONTH > 12
006470     OR WS-GEN-DAY < 1
006480     OR WS-GEN-DAY > WS-MONTH-LENGTH (WS-GEN-MONTH)
006490         MOVE SPACES TO WS-ML-TEXT
006500         STRING 'HOLI CARD DATE IS NOT A CALENDAR DATE'
006510             DELIMITED BY SIZE INTO WS-ML-TEXT
006520         PERFORM 2800-CARD-ERROR THRU 2800-EXIT
006530         GO TO 2300-EXIT
006540     END-IF.
006550     MOVE CC-HOLIDAY-DATE TO WS-HOL-SEARCH-DATE.
006560     PERFORM 3500-FIND-HOLIDAY THRU 3500-EXIT.
006570     IF WS-HOL-FOUND
006580         MOVE SPACES TO WS-ML-TEXT
006590         STRING 'HOLIDAY DATE REPEATED - FIRST CARD KEPT: '
006600             CC-HOLIDAY-DATE
006610             DELIMITED BY SIZE INTO WS-ML-TEXT
006620         PERFORM 1850-WRITE-WARNING THRU 1850-EXIT
006630         GO TO 2300-EXIT
006640     END-IF.
006650     IF WS-HOL-COUNT NOT < 40
006660         MOVE SPACES TO WS-ML-TEXT
006670         STRING 'MORE THAN 40 HOLI CARDS FOR THE YEAR'
006680             DELIMITED BY SIZE INTO WS-ML-TEXT
006690         PERFORM 2800-CARD-ERROR THRU 2800-EXIT
006700         GO TO 2300-EXIT
006710     END-IF.
006720     ADD 1 TO WS-HOL-COUNT.
006730     SET WS-HOL-IDX TO WS-HOL-COUNT.
006740     MOVE CC-HOLIDAY-DATE TO WS-HOL-DATE (WS-HOL-IDX).
006750     MOVE CC-HOLIDAY-NAME TO WS-HOL-NAME (WS-HOL-IDX).
006760     MOVE CC-HOLIDAY-DATE TO WS-DTS-DATE.
006770     PERFORM 9700-WEEKDAY THRU 9700-EXIT.
006780     MOVE WS-WEEKDAY TO WS-HOL-WEEKDAY (WS-HOL-IDX).
006790     IF WS-WEEKDAY > 5
006800         MOVE SPACES TO WS-ML-TEXT
006810         STRING 'HOLIDAY FALLS ON A WEEKEND - NO BUSINESS DAY '
006820             'IS LOST; CARD THE OBSERVED DATE: '
006830             CC-HOLIDAY-DATE
006840             DELIMITED BY SIZE INTO WS-ML-TEXT
006850         PERFORM 1850-WRITE-WARNING THRU 1850-EXIT
006860     END-IF.
006870 2300-EXIT.
006880     EXIT.
006890*
006900******************************************************************
006910*    2800-CARD-ERROR - PRINT A CARD ERROR WITH THE CARD IMAGE    *
006920******************************************************************
006930 2800-CARD-ERROR.
006940     PERFORM 1800-WRITE-ERROR THRU 1800-EXIT.
006950     MOVE CC-CARD-RECORD TO WS-CI-CARD.
006960     PERFORM 1700-CHECK-PAGE THRU 1700-EXIT.
006970     WRITE BUILD-REPORT-RECORD FROM WS-CARD-IMAGE-LINE
006980         AFTER ADVANCING 1 LINE.
006990     ADD 1 TO WS-LINE-COUNT.
007000 2800-EXIT.
007010     EXIT.
007020*
007030******************************************************************
007040*    2900-READ-CARD - READ THE NEXT CALENDAR CARD                *
007050******************************************************************
007060 2900-READ-CARD.
007070     READ CARD-FILE
007080         AT END
007090             MOVE 'Y' TO WS-CARD-EOF-SW
007100         NOT AT END
007110             ADD 1 TO WS-CARD-COUNT
007120     END-READ.
007130 2900-EXIT.
007140     EXIT.
007150*
007160******************************************************************
007170*    3000-BUILD-YEAR - BUILD EVERY DATE OF THE YEAR IN STORAGE   *
007180*                      AND PROVE EACH IS IN EXACTLY ONE PERIOD   *
007190******************************************************************
007200 3000-BUILD-YEAR.
007210     MOVE ZERO TO WS-DAY-COUNT.
007220     MOVE WS-BUILD-YEAR TO WS-GEN-YEAR.
007230     PERFORM 3100-BUILD-MONTH THRU 3100-EXIT
007240         VARYING WS-GEN-MONTH FROM 1 BY 1
007250         UNTIL WS-GEN-MONTH > 12.
007260     IF WS-NO-PERIOD-COUNT > ZERO
007270         MOVE WS-NO-PERIOD-COUNT TO WS-EDIT-COUNT
007280         MOVE SPACES TO WS-ML-TEXT
007290         STRING WS-EDIT-COUNT ' DATES ARE IN NO FISCAL PERIOD, '
007300             'THE FIRST IS ' WS-FIRST-NO-PERIOD
007310             DELIMITED BY SIZE INTO WS-ML-TEXT
007320         PERFORM 1800-WRITE-ERROR THRU 1800-EXIT
007330     END-IF.
007340     IF WS-TWO-PERIOD-COUNT > ZERO
007350         MOVE WS-TWO-PERIOD-COUNT TO WS-EDIT-COUNT
007360         MOVE SPACES TO WS-ML-TEXT
007370         STRING WS-EDIT-COUNT ' DATES ARE IN MORE THAN ONE '
007380             'FISCAL PERIOD, THE FIRST IS ' WS-FIRST-TWO-PERIOD
007390             DELIMITED BY SIZE INTO WS-ML-TEXT
007400         PERFORM 1800-WRITE-ERROR THRU 1800-EXIT
007410     END-IF.
007420 3000-EXIT.
007430     EXIT.
007440*
007450******************************************************************
007460*    3100-BUILD-MONTH - BUILD EVERY DATE OF ONE MONTH            *
007470******************************************************************
007480 3100-BUILD-MONTH.
007490     PERFORM 3200-BUILD-DAY THRU 3200-EXIT
007500         VARYING WS-GEN-DAY FROM 1 BY 1
007510         UNTIL WS-GEN-DAY > WS-MONTH-LENGTH (WS-GEN-MONTH).
007520 3100-EXIT.
007530     EXIT.
007540*
007550******************************************************************
007560*    3200-BUILD-DAY - BUILD ONE DATE: WEEKDAY, DAY TYPE AND ITS  *
007570*                     FISCAL PERIOD                              *
007580******************************************************************
007590 3200-BUILD-DAY.
007600     ADD 1 TO WS-DAY-COUNT.
007610     MOVE WS-DAY-COUNT TO WS-DAY-SUB.
007620     MOVE WS-GEN-DATE TO WS-DAY-DATE (WS-DAY-SUB).
007630     MOVE WS-GEN-DATE TO WS-DTS-DATE.
007640     PERFORM 9700-WEEKDAY THRU 9700-EXIT.
007650     MOVE WS-WEEKDAY TO WS-DAY-WEEKDAY (WS-DAY-SUB).
007660     MOVE SPACES TO WS-DAY-HOLIDAY-NAME (WS-DAY-SUB).
007670     MOVE 'B' TO WS-DAY-TYPE (WS-DAY-SUB).
007680     IF WS-WEEKDAY > 5
007690         MOVE 'W' TO WS-DAY-TYPE (WS-DAY-SUB)
007700     END-IF.
007710     MOVE WS-GEN-DATE TO WS-HOL-SEARCH-DATE.
007720     PERFORM 3500-FIND-HOLIDAY THRU 3500-EXIT.
007730     IF WS-HOL-FOUND
007740         MOVE WS-HOL-NAME (WS-HOL-IDX)
007750             TO WS-DAY-HOLIDAY-NAME (WS-DAY-SUB)
007760         IF WS-WEEKDAY NOT > 5
007770             MOVE 'H' TO WS-DAY-TYPE (WS-DAY-SUB)
007780         END-IF
007790     END-IF.
007800*
007810     MOVE ZERO TO WS-MATCH-COUNT WS-PER-MATCH-SUB.
007820     PERFORM 3300-MATCH-PERIOD THRU 3300-EXIT
007830         VARYING WS-PER-SUB FROM 1 BY 1
007840         UNTIL WS-PER-SUB > WS-PER-COUNT.
007850     MOVE WS-PER-MATCH-SUB TO WS-DAY-PER-SUB (WS-DAY-SUB).
007860     EVALUATE TRUE
007870         WHEN WS-MATCH-COUNT = ZERO
007880             IF WS-NO-PERIOD-COUNT = ZERO
007890                 MOVE WS-GEN-DATE TO WS-FIRST-NO-PERIOD
007900             END-IF
007910             ADD 1 TO WS-NO-PERIOD-COUNT
007920         WHEN WS-MATCH-COUNT > 1
007930             IF WS-TWO-PERIOD-COUNT = ZERO
007940                 MOVE WS-GEN-DATE TO WS-FIRST-TWO-PERIOD
007950             END-IF
007960             ADD 1 TO WS-TWO-PERIOD-COUNT
007970         WHEN OTHER
007980             PERFORM 3400-COUNT-IN-PERIOD THRU 3400-EXIT
007990     END-EVALUATE.
008000 3200-EXIT.
008010     EXIT.
008020*
008030******************************************************************
008040*    3300-MATCH-PERIOD - COUNT THE PERIODS THE DATE FALLS IN     *
008050******************************************************************
008060 3300-MATCH-PERIOD.
008070     IF WS-GEN-DATE NOT < WS-PER-START (WS-PER-SUB)
008080     AND WS-GEN-DATE NOT > WS-PER-END (WS-PER-SUB)
008090         ADD 1 TO WS-MATCH-COUNT
008100         MOVE WS-PER-SUB TO WS-PER-MATCH-SUB
008110     END-IF.
008120 3300-EXIT.
008130     EXIT.
008140*
008150******************************************************************
008160*    3400-COUNT-IN-PERIOD - ADD THE DATE TO ITS PERIOD'S         *
008170*                           BUSINESS-DAY OR HOLIDAY COUNT        *
008180******************************************************************
008190 3400-COUNT-IN-PERIOD.
008200     MOVE WS-PER-MATCH-SUB TO WS-PER-SUB.
008210     EVALUATE WS-DAY-TYPE (WS-DAY-SUB)
008220         WHEN 'B'
008230             ADD 1 TO WS-PER-BUS-DAYS (WS-PER-SUB)
008240             ADD 1 TO WS-YEAR-BUS-DAYS
008250             MOVE WS-GEN-DATE TO WS-PER-LAST-BUS-DATE (WS-PER-SUB)
008260         WHEN 'H'
008270             ADD 1 TO WS-PER-HOLIDAYS (WS-PER-SUB)
008280         WHEN OTHER
008290             CONTINUE
008300     END-EVALUATE.
008310 3400-EXIT.
008320     EXIT.
008330*
008340******************************************************************
008350*    3500-FIND-HOLIDAY - LOOK UP WS-HOL-SEARCH-DATE IN THE       *
008360*                        HOLIDAY TABLE                           *
008370******************************************************************
008380 3500-FIND-HOLIDAY.
008390     MOVE 'N' TO WS-HOL-FOUND-SW.
008400     IF WS-HOL-COUNT > ZERO
008410         SET WS-HOL-IDX TO 1
008420         SEARCH WS-HOL-ENTRY
008430             AT END
008440                 CONTINUE
008450             WHEN WS-HOL-DATE (WS-HOL-IDX)
008460                 = WS-HOL-SEARCH-DATE
008470                 MOVE 'Y' TO WS-HOL-FOUND-SW
008480         END-SEARCH
008490     END-IF.
008500 3500-EXIT.
008510     EXIT.
008520*
008530******************************************************************
008540*    4000-WRITE-YEAR - OPEN THE CALENDAR MASTER AND WRITE, OR    *
008550*                      REPLACE, EVERY DATE OF THE YEAR.  THE     *
008560*                      BUSINESS-DAY NUMBERS ARE SET BY 5000      *
008570******************************************************************
008580 4000-WRITE-YEAR.
008590     OPEN I-O CALENDAR-FILE.
008600     IF WS-CALENDAR-STATUS = '35'
008610         OPEN OUTPUT CALENDAR-FILE
008620         CLOSE CALENDAR-FILE
008630         OPEN I-O CALENDAR-FILE
008640     END-IF.
008650     IF NOT WS-CALENDAR-OK
008660         MOVE SPACES TO WS-ML-TEXT
008670         STRING 'UNABLE TO OPEN DL100CAL, STATUS = '
008680             WS-CALENDAR-STATUS
008690             DELIMITED BY SIZE INTO WS-ML-TEXT
008700         PERFORM 1800-WRITE-ERROR THRU 1800-EXIT
008710         GO TO 4000-EXIT
008720     END-IF.
008730     MOVE 'Y' TO WS-CALENDAR-OPEN-SW.
008740     PERFORM 4100-WRITE-ONE-DAY THRU 4100-EXIT
008750         VARYING WS-DAY-SUB FROM 1 BY 1
008760         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
008770 4000-EXIT.
008780     EXIT.
008790*
008800******************************************************************
008810*    4100-WRITE-ONE-DAY - ADD OR REPLACE ONE CALENDAR RECORD     *
008820******************************************************************
008830 4100-WRITE-ONE-DAY.
008840     MOVE WS-DAY-DATE (WS-DAY-SUB) TO DL100CL-CAL-DATE.
008850     READ CALENDAR-FILE
008860         INVALID KEY
008870             MOVE 'N' TO WS-ON-FILE-SW
008880         NOT INVALID KEY
008890             MOVE 'Y' TO WS-ON-FILE-SW
008900     END-READ.
008910     MOVE SPACES TO DL100CL-CALENDAR-RECORD.
008920     MOVE WS-DAY-DATE (WS-DAY-SUB) TO DL100CL-CAL-DATE.
008930     MOVE WS-DAY-WEEKDAY (WS-DAY-SUB) TO DL100CL-WEEKDAY.
008940     MOVE WS-DAY-TYPE (WS-DAY-SUB) TO DL100CL-DAY-TYPE.
008950     MOVE ZERO TO DL100CL-BUSINESS-DAY-NO.
008960     MOVE WS-DAY-PER-SUB (WS-DAY-SUB) TO WS-PER-SUB.
008970     MOVE WS-PER-PERIOD (WS-PER-SUB) TO DL100CL-FISCAL-PERIOD.
008980     MOVE WS-PER-START (WS-PER-SUB) TO DL100CL-PERIOD-START.
008990     MOVE WS-PER-END (WS-PER-SUB) TO DL100CL-PERIOD-END.
009000     MOVE WS-DAY-HOLIDAY-NAME (WS-DAY-SUB)
009010         TO DL100CL-HOLIDAY-NAME.
009020     MOVE WS-RUN-DATE TO DL100CL-BUILD-DATE.
009030     IF WS-DAY-ON-FILE
009040         REWRITE DL100CL-CALENDAR-RECORD
009050             INVALID KEY
009060                 DISPLAY 'DL100CLB: DL100CAL REWRITE FAILED, '
009070                     'STATUS = ' WS-CALENDAR-STATUS
009080             NOT INVALID KEY
009090                 ADD 1 TO WS-REPLACED-COUNT
009100         END-REWRITE
009110     ELSE
009120         WRITE DL100CL-CALENDAR-RECORD
009130             INVALID KEY
009140                 DISPLAY 'DL100CLB: DL100CAL WRITE FAILED, '
009150                     'STATUS = ' WS-CALENDAR-STATUS
009160             NOT INVALID KEY
009170                 ADD 1 TO WS-ADDED-COUNT
009180         END-WRITE
009190     END-IF.
009200 4100-EXIT.
009210     EXIT.
009220*
009230******************************************************************
009240*    5000-RENUMBER - READ THE WHOLE MASTER IN DATE ORDER AND     *
009250*                    RECOUNT THE BUSINESS-DAY NUMBERS, REWRITING *
009260*                    ONLY THE RECORDS WHOSE NUMBER CHANGED.  A   *
009270*                    MISSING DATE BETWEEN TWO RECORDS (A YEAR    *
009280*                    NEVER BUILT) IS A WARNING - THE COUNT       *
009290*                    ACROSS IT IS SHORT                          *
009300******************************************************************
009310 5000-RENUMBER.
009320     MOVE ZERO TO WS-BUSINESS-DAY-NO WS-PREV-SERIAL.
009330     MOVE ZERO TO DL100CL-CAL-DATE.
009340     START CALENDAR-FILE KEY IS NOT LESS THAN DL100CL-CAL-DATE
009350         INVALID KEY
009360             MOVE 'Y' TO WS-CAL-EOF-SW
009370     END-START.
009380     IF NOT WS-CAL-END-OF-FILE
009390         PERFORM 5900-READ-NEXT-DAY THRU 5900-EXIT
009400     END-IF.
009410     PERFORM 5100-RENUMBER-ONE THRU 5100-EXIT
009420         UNTIL WS-CAL-END-OF-FILE.
009430 5000-EXIT.
009440     EXIT.
009450*
009460******************************************************************
009470*    5100-RENUMBER-ONE - SET ONE RECORD'S BUSINESS-DAY NUMBER    *
009480******************************************************************
009490 5100-RENUMBER-ONE.
009500     ADD 1 TO WS-MASTER-COUNT.
009510     IF WS-MASTER-COUNT = 1
009520         MOVE DL100CL-CAL-DATE TO WS-MASTER-FIRST-DATE
009530     END-IF.
009540     MOVE DL100CL-CAL-DATE TO WS-MASTER-LAST-DATE.
009550     MOVE DL100CL-CAL-DATE TO WS-DTS-DATE.
009560     PERFORM 9800-DATE-TO-SERIAL THRU 9800-EXIT.
009570     IF WS-PREV-SERIAL NOT = ZERO
009580     AND WS-DTS-SERIAL NOT = WS-PREV-SERIAL + 1
009590         MOVE SPACES TO WS-ML-TEXT
009600         STRING 'CALENDAR MASTER HAS NO DATES BETWEEN '
009610             WS-PREV-CAL-DATE ' AND ' DL100CL-CAL-DATE
009620             ' - BUILD THE MISSING YEAR'
009630             DELIMITED BY SIZE INTO WS-ML-TEXT
009640         PERFORM 1850-WRITE-WARNING THRU 1850-EXIT
009650     END-IF.
009660     MOVE WS-DTS-SERIAL TO WS-PREV-SERIAL.
009670     MOVE DL100CL-CAL-DATE TO WS-PREV-CAL-DATE.
009680     IF DL100CL-BUSINESS-DAY
009690         ADD 1 TO WS-BUSINESS-DAY-NO
009700     END-IF.
009710     IF DL100CL-BUSINESS-DAY-NO NOT = WS-BUSINESS-DAY-NO
009720         MOVE WS-BUSINESS-DAY-NO TO DL100CL-BUSINESS-DAY-NO
009730         REWRITE DL100CL-CALENDAR-RECORD
009740             INVALID KEY
009750                 DISPLAY 'DL100CLB: DL100CAL REWRITE FAILED, '
009760                     'STATUS = ' WS-CALENDAR-STATUS
009770             NOT INVALID KEY
009780                 ADD 1 TO WS-RENUMBERED-COUNT
009790         END-REWRITE
009800     END-IF.
009810     PERFORM 5900-READ-NEXT-DAY THRU 5900-EXIT.
009820 5100-EXIT.
009830     EXIT.
009840*
009850******************************************************************
009860*    5900-READ-NEXT-DAY - READ THE NEXT CALENDAR MASTER RECORD   *
009870******************************************************************
009880 5900-READ-NEXT-DAY.
009890     READ CALENDAR-FILE NEXT RECORD
009900         AT END
009910             MOVE 'Y' TO WS-CAL-EOF-SW
009920     END-READ.
009930 5900-EXIT.
009940     EXIT.
009950*
009960******************************************************************
009970*    6000-PRINT-YEAR - PRINT THE YEAR'S PERIODS AND HOLIDAYS FOR *
009980*                      SIGN-OFF                                  *
009990******************************************************************
010000 6000-PRINT-YEAR.
010010     IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
010020         PERFORM 1500-PRINT-HEADING THRU 1500-EXIT
010030     END-IF.
010040     WRITE BUILD-REPORT-RECORD FROM WS-PERIOD-HEADER
010050         AFTER ADVANCING 1 LINE.
010060     WRITE BUILD-REPORT-RECORD FROM WS-PERIOD-HEADING-2
010070         AFTER ADVANCING 2 LINES.
010080     ADD 3 TO WS-LINE-COUNT.
010090     PERFORM 6100-PRINT-PERIOD THRU 6100-EXIT
010100         VARYING WS-PER-SUB FROM 1 BY 1
010110         UNTIL WS-PER-SUB > WS-PER-COUNT.
010120*
010130     IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
010140         PERFORM 1500-PRINT-HEADING THRU 1500-EXIT
010150     END-IF.
010160     WRITE BUILD-REPORT-RECORD FROM WS-HOLIDAY-HEADER
010170         AFTER ADVANCING 2 LINES.
010180     WRITE BUILD-REPORT-RECORD FROM WS-HOLIDAY-HEADING-2
010190         AFTER ADVANCING 2 LINES.
010200     ADD 4 TO WS-LINE-COUNT.
010210     IF WS-HOL-COUNT = ZERO
010220         MOVE SPACES TO BUILD-REPORT-RECORD
010230         STRING ' (NO HOLIDAYS CARDED FOR THE YEAR)'
010240             DELIMITED BY SIZE INTO BUILD-REPORT-RECORD
010250         WRITE BUILD-REPORT-RECORD
010260             AFTER ADVANCING 1 LINE
010270         ADD 1 TO WS-LINE-COUNT
010280     ELSE
010290         PERFORM 6200-PRINT-HOLIDAY THRU 6200-EXIT
010300             VARYING WS-HOL-IDX FROM 1 BY 1
010310             UNTIL WS-HOL-IDX > WS-HOL-COUNT
010320     END-IF.
010330 6000-EXIT.
010340     EXIT.
010350*
010360******************************************************************
010370*    6100-PRINT-PERIOD - PRINT ONE FISCAL PERIOD LINE            *
010380******************************************************************
010390 6100-PRINT-PERIOD.
010400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
010410         PERFORM 1500-PRINT-HEADING THRU 1500-EXIT
010420         WRITE BUILD-REPORT-RECORD FROM WS-PERIOD-HEADING-2
010430             AFTER ADVANCING 1 LINE
010440         ADD 1 TO WS-LINE-COUNT
010450     END-IF.
010460     MOVE WS-PER-PERIOD (WS-PER-SUB) TO WS-PL-PERIOD.
010470     MOVE WS-PER-START (WS-PER-SUB) TO WS-PL-START.
010480     MOVE WS-PER-END (WS-PER-SUB) TO WS-PL-END.
010490     MOVE WS-PER-BUS-DAYS (WS-PER-SUB) TO WS-PL-BUS-DAYS.
010500     MOVE WS-PER-HOLIDAYS (WS-PER-SUB) TO WS-PL-HOLIDAYS.
010510     MOVE WS-PER-LAST-BUS-DATE (WS-PER-SUB)
010520         TO WS-PL-LAST-BUS-DATE.
010530     WRITE BUILD-REPORT-RECORD FROM WS-PERIOD-LINE
010540         AFTER ADVANCING 1 LINE.
010550     ADD 1 TO WS-LINE-COUNT.
010560 6100-EXIT.
010570     EXIT.
010580*
010590******************************************************************
010600*    6200-PRINT-HOLIDAY - PRINT ONE HOLIDAY LINE                 *
010610******************************************************************
010620 6200-PRINT-HOLIDAY.
010630     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
010640         PERFORM 1500-PRINT-HEADING THRU 1500-EXIT
010650         WRITE BUILD-REPORT-RECORD FROM WS-HOLIDAY-HEADING-2
010660             AFTER ADVANCING 1 LINE
010670         ADD 1 TO WS-LINE-COUNT
010680     END-IF.
010690     MOVE WS-HOL-DATE (WS-HOL-IDX) TO WS-HL-DATE.
010700     MOVE WS-WEEKDAY-NAME (WS-HOL-WEEKDAY (WS-HOL-IDX))
010710         TO WS-HL-WEEKDAY.
010720     MOVE WS-HOL-NAME (WS-HOL-IDX) TO WS-HL-NAME.
010730     MOVE SPACES TO WS-HL-NOTE.
010740     IF WS-HOL-WEEKDAY (WS-HOL-IDX) > 5
010750         MOVE 'WEEKEND - NO BUSINESS DAY LOST' TO WS-HL-NOTE
010760     END-IF.
010770     WRITE BUILD-REPORT-RECORD FROM WS-HOLIDAY-LINE
010780         AFTER ADVANCING 1 LINE.
010790     ADD 1 TO WS-LINE-COUNT.
010800 6200-EXIT.
010810     EXIT.
010820*
010830******************************************************************
010840*    9000-TERMINATE - WRITE THE TOTALS, CLOSE THE FILES AND SET  *
010850*                     THE RETURN CODE                            *
010860******************************************************************
010870 9000-TERMINATE.
010880     IF WS-ERROR-COUNT > ZERO
010890         MOVE SPACES TO BUILD-REPORT-RECORD
010900         STRING ' *** CALENDAR MASTER NOT CHANGED - CORRECT THE '
010910             'CARDS AND RERUN ***'
010920             DELIMITED BY SIZE INTO BUILD-REPORT-RECORD
010930         WRITE BUILD-REPORT-RECORD
010940             AFTER ADVANCING 2 LINES
010950     END-IF.
010960     MOVE 'CALENDAR CARDS READ:' TO WS-TL-CAPTION.
010970     MOVE WS-CARD-COUNT TO WS-TL-COUNT.
010980     WRITE BUILD-REPORT-RECORD FROM WS-TRAILER-LINE
010990         AFTER ADVANCING 2 LINES.
011000     MOVE 'BUSINESS DAYS IN THE YEAR:' TO WS-TL-CAPTION.
011010     MOVE WS-YEAR-BUS-DAYS TO WS-TL-COUNT.
011020     WRITE BUILD-REPORT-RECORD FROM WS-TRAILER-LINE
011030         AFTER ADVANCING 1 LINE.
011040     MOVE 'DATES ADDED:' TO WS-TL-CAPTION.
011050     MOVE WS-ADDED-COUNT TO WS-TL-COUNT.
011060     WRITE BUILD-REPORT-RECORD FROM WS-TRAILER-LINE
011070         AFTER ADVANCING 1 LINE.
011080     MOVE 'DATES REPLACED:' TO WS-TL-CAPTION.
011090     MOVE WS-REPLACED-COUNT TO WS-TL-COUNT.
011100     WRITE BUILD-REPORT-RECORD FROM WS-TRAILER-LINE
011110         AFTER ADVANCING 1 LINE.
011120     MOVE 'BUSINESS-DAY NUMBERS RECOUNTED:' TO WS-TL-CAPTION.
011130     MOVE WS-RENUMBERED-COUNT TO WS-TL-COUNT.
011140     WRITE BUILD-REPORT-RECORD FROM WS-TRAILER-LINE
011150         AFTER ADVANCING 1 LINE.
011160     MOVE 'DATES ON THE CALENDAR MASTER:' TO WS-TL-CAPTION.
011170     MOVE WS-MASTER-COUNT TO WS-TL-COUNT.
011180     WRITE BUILD-REPORT-RECORD FROM WS-TRAILER-LINE
011190         AFTER ADVANCING 1 LINE.
011200     IF WS-MASTER-COUNT > ZERO
011210         MOVE SPACES TO BUILD-REPORT-RECORD
011220         STRING ' MASTER NOW RUNS FROM ' WS-MASTER-FIRST-DATE
011230             ' THROUGH ' WS-MASTER-LAST-DATE
011240             DELIMITED BY SIZE INTO BUILD-REPORT-RECORD
011250         WRITE BUILD-REPORT-RECORD
011260             AFTER ADVANCING 1 LINE
011270     END-IF.
011280     IF WS-CALENDAR-OPEN
011290         CLOSE CALENDAR-FILE
011300     END-IF.
011310     CLOSE BUILD-REPORT-FILE.
011320     DISPLAY 'DL100CLB: CARDS READ        = ' WS-CARD-COUNT.
011330     DISPLAY 'DL100CLB: DATES ADDED       = ' WS-ADDED-COUNT.
011340     DISPLAY 'DL100CLB: DATES REPLACED    = ' WS-REPLACED-COUNT.
011350     DISPLAY 'DL100CLB: NUMBERS RECOUNTED = ' WS-RENUMBERED-COUNT.
011360     DISPLAY 'DL100CLB: ERRORS            = ' WS-ERROR-COUNT.
011370     DISPLAY 'DL100CLB: WARNINGS          = ' WS-WARNING-COUNT.
011380     EVALUATE TRUE
011390         WHEN WS-ERROR-COUNT > ZERO
011400             MOVE 12 TO WS-RETURN-CODE
011410         WHEN WS-WARNING-COUNT > ZERO
011420             MOVE 4 TO WS-RETURN-CODE
011430         WHEN OTHER
011440             MOVE ZERO TO WS-RETURN-CODE
011450     END-EVALUATE.
011460     MOVE WS-RETURN-CODE TO RETURN-CODE.
011470 9000-EXIT.
011480     EXIT.
011490*
011500******************************************************************
011510*    9700-WEEKDAY - SET WS-WEEKDAY (1 = MONDAY, 7 = SUNDAY) FOR  *
011520*                   THE DATE IN WS-DTS-DATE.  THE DAY SERIAL OF  *
011530*                   A MONDAY LEAVES A REMAINDER OF 6 ON DIVISION *
011540*                   BY 7                                         *
011550******************************************************************
011560 9700-WEEKDAY.
011570     PERFORM 9800-DATE-TO-SERIAL THRU 9800-EXIT.
011580     COMPUTE WS-SERIAL-QUOTIENT = WS-DTS-SERIAL + 1.
011590     DIVIDE WS-SERIAL-QUOTIENT BY 7 GIVING WS-SERIAL-QUOTIENT
011600         REMAINDER WS-SERIAL-REMAINDER.
011610     COMPUTE WS-WEEKDAY = WS-SERIAL-REMAINDER + 1.
011620 9700-EXIT.
011630     EXIT.
011640*
011650******************************************************************
011660*    9800-DATE-TO-SERIAL - CONVERT THE CCYYMMDD DATE IN          *
011670*                          WS-DTS-DATE TO A DAY SERIAL IN        *
011680*                          WS-DTS-SERIAL, LEAP-YEAR CORRECT,     *
011690*                          FOR DIFFERENCING TWO DATES.  MARCH    *
011700*                          IS TREATED AS THE FIRST MONTH SO      *
011710*                          FEBRUARY'S LENGTH NEVER ENTERS THE    *
011720*                          MONTH OFFSETS                         *
011730******************************************************************
011740 9800-DATE-TO-SERIAL.
011750     IF WS-DTS-MONTH > 2
011760         COMPUTE WS-DTS-M = WS-DTS-MONTH - 3
011770         MOVE WS-DTS-YEAR TO WS-DTS-Y
011780     ELSE
011790         COMPUTE WS-DTS-M = WS-DTS-MONTH + 9
011800         COMPUTE WS-DTS-Y = WS-DTS-YEAR - 1
011810     END-IF.
011820     DIVIDE WS-DTS-Y BY 4 GIVING WS-DTS-Q4.
011830     DIVIDE WS-DTS-Y BY 100 GIVING WS-DTS-Q100.
011840     DIVIDE WS-DTS-Y BY 400 GIVING WS-DTS-Q400.
011850     COMPUTE WS-DTS-T = 153 * WS-DTS-M + 2.
011860     DIVIDE WS-DTS-T BY 5 GIVING WS-DTS-QM.
011870     COMPUTE WS-DTS-SERIAL = 365 * WS-DTS-Y + WS-DTS-Q4
011880         - WS-DTS-Q100 + WS-DTS-Q400 + WS-DTS-QM + WS-DTS-DAY.
011890 9800-EXIT.
011900     EXIT.
011910*
011920 END PROGRAM DL100CLB.
