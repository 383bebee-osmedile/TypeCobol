000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID:    DL100VOL                                    *
000040*    AUTHOR:        J. MEDILE                                   *
000050*    INSTALLATION:  DL100 BATCH CONTROL SYSTEM                  *
000060*    DATE-WRITTEN:  2026-10-15                                  *
000070*    DATE-COMPILED: 2026-10-15                                  *
000080*                                                                *
000090*    DESCRIPTION:   WEEKLY CONTROL-CODE VOLATILITY REPORT (JOB   *
000100*                   DL100KJ STEP020).  READS THE DL100THS        *
000110*                   TRANSACTION HISTORY MASTER (COPYBOOK         *
000120*                   DL100TH) IN KEY ORDER - EACH TRAN KEY'S      *
000130*                   RECORDS IN BUSINESS-DATE ORDER - AND LISTS   *
000140*                   EVERY TRAN KEY WHOSE RECORDS IN THE LAST 30  *
000150*                   CALENDAR DAYS, ENDING ON THE RUN DATE:       *
000160*                     - CHANGED CONTROL CODE MORE THAN N TIMES   *
000170*                       (CODE VOLATILE), OR                      *
000180*                     - WENT BETWEEN SUSPENSE (UNKNOWN CODE,     *
000190*                       'U') AND MATCHED ('M') AND BACK AGAIN -  *
000200*                       TWO OR MORE FLIPS (SUSP-MATCH BOUNCE).   *
000210*                   A CHANGE IS COUNTED ON THE RECORD THAT       *
000220*                   CARRIES THE NEW VALUE, SO THE FIRST RECORD   *
000230*                   IN THE WINDOW IS COMPARED WITH THE KEY'S     *
000240*                   LAST RECORD BEFORE IT.  A HELD ('H') RECORD  *
000250*                   COUNTS AS ITS ORIGINAL DISPOSITION; A        *
000260*                   CATEGORIZED ('C') RECORD NEITHER STARTS NOR  *
000270*                   BREAKS A FLIP.  N COMES FROM THE EXEC PARM   *
000280*                   (PARM='5' FOR MORE THAN 5 CHANGES); AN EMPTY *
000290*                   OR NON-NUMERIC PARM TAKES THE DEFAULT OF 3.  *
000300*                                                                *
000310*                   RETURN CODES:                                *
000320*                     0 - NO VOLATILE KEYS                       *
000330*                     4 - ONE OR MORE KEYS LISTED                *
000340*                    12 - DL100THS WOULD NOT OPEN - NO REPORT    *
000350*                                                                *
000360*    MODIFICATION HISTORY                                       *
000370*    ----------------------------------------------------------  *
000380*    DATE       INIT   DESCRIPTION                               *
000390*    ---------- ----   ---------------------------------------- *
000400*    2026-10-15 JPM    INITIAL VERSION.                         *
000410*                                                                *
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. DL100VOL.
000450 AUTHOR. J. MEDILE.
000460 INSTALLATION. DL100 BATCH CONTROL SYSTEM.
000470 DATE-WRITTEN. 2026-10-15.
000480 DATE-COMPILED. 2026-10-15.
000490*
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. IBM-370.
000530 OBJECT-COMPUTER. IBM-370.
000540 SPECIAL-NAMES.
000550     C01 IS WS-TOP-OF-PAGE.
000560*
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT HISTORY-FILE ASSIGN TO DL100THS
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS DL100TH-HISTORY-KEY
000630         FILE STATUS IS WS-HISTORY-STATUS.
000640*
000650     SELECT VOLATILITY-REPORT-FILE ASSIGN TO DL100VOR
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-REPORT-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  HISTORY-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740     COPY DL100TH.
000750*
000760 FD  VOLATILITY-REPORT-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 01  VOLATILITY-REPORT-RECORD    PIC X(132).
000800*
000810 WORKING-STORAGE SECTION.
000820******************************************************************
000830*    WORKING STORAGE - SWITCHES AND COUNTERS                     *
000840******************************************************************
000850 77  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
000860     88  WS-HISTORY-OK               VALUE '00'.
000870*
000880 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
000890     88  WS-REPORT-OK                VALUE '00'.
000900*
000910 01  WS-SWITCHES.
000920     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000930         88  WS-END-OF-FILE          VALUE 'Y'.
000940     05  WS-HISTORY-OPEN-SW      PIC X(01) VALUE 'N'.
000950         88  WS-HISTORY-OPEN         VALUE 'Y'.
000960     05  WS-FIRST-SW             PIC X(01) VALUE 'Y'.
000970         88  WS-FIRST-RECORD         VALUE 'Y'.
000980*
000990 01  WS-COUNTERS.
001000     05  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
001010     05  WS-WINDOW-COUNT         PIC 9(07) COMP VALUE ZERO.
001020     05  WS-KEYS-IN-WINDOW       PIC 9(07) COMP VALUE ZERO.
001030     05  WS-VOLATILE-COUNT       PIC 9(07) COMP VALUE ZERO.
001040     05  WS-BOUNCE-COUNT         PIC 9(07) COMP VALUE ZERO.
001050     05  WS-LISTED-COUNT         PIC 9(07) COMP VALUE ZERO.
001060     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001070     05  WS-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
001080     05  WS-DAY-STEP             PIC 9(03) COMP VALUE ZERO.
001090*
001100 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001110*
001120 01  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
001130*
001140******************************************************************
001150*    WORKING STORAGE - LIMITS.  WS-CHANGE-LIMIT IS N FROM THE    *
001160*    PARM; WS-BOUNCE-LIMIT IS THE FLIPS THAT MAKE A BOUNCE       *
001170******************************************************************
001180 01  WS-CHANGE-LIMIT             PIC 9(02) VALUE 3.
001190 01  WS-BOUNCE-LIMIT             PIC 9(02) VALUE 2.
001200 01  WS-WINDOW-DAYS              PIC 9(03) VALUE 30.
001210 01  WS-PARM-CHANGES             PIC X(02) JUSTIFIED RIGHT
001220                                 VALUE SPACES.
001230*
001240******************************************************************
001250*    WORKING STORAGE - ONE TRAN KEY'S HISTORY, ACCUMULATED UNTIL *
001260*    THE KEY CHANGES                                             *
001270******************************************************************
001280 01  WS-KEY-WORK.
001290     05  WS-KEY-TRAN-KEY         PIC X(10) VALUE SPACES.
001300     05  WS-KEY-PREV-CODE        PIC 9(02) VALUE ZERO.
001310     05  WS-KEY-PREV-SUSP-MATCH  PIC X(01) VALUE SPACE.
001320     05  WS-KEY-EFFECTIVE-DISP   PIC X(01) VALUE SPACE.
001330         88  WS-KEY-SUSP-OR-MATCH    VALUE 'U' 'M'.
001340     05  WS-KEY-WINDOW-RECORDS   PIC 9(05) COMP VALUE ZERO.
001350     05  WS-KEY-CODE-CHANGES     PIC 9(05) COMP VALUE ZERO.
001360     05  WS-KEY-FLIPS            PIC 9(05) COMP VALUE ZERO.
001370     05  WS-KEY-FIRST-DATE       PIC 9(08) VALUE ZERO.
001380     05  WS-KEY-LAST-DATE        PIC 9(08) VALUE ZERO.
001390     05  WS-KEY-LAST-CODE        PIC 9(02) VALUE ZERO.
001400     05  WS-KEY-LAST-DISP        PIC X(01) VALUE SPACE.
001410     05  WS-KEY-DIVISION         PIC X(02) VALUE SPACES.
001420*
001430******************************************************************
001440*    WORKING STORAGE - WINDOW DATES AND DAY-BEFORE WORK AREA     *
001450******************************************************************
001460 01  WS-WINDOW-START             PIC 9(08) VALUE ZERO.
001470 01  WS-WINDOW-START-X REDEFINES WS-WINDOW-START.
001480     05  WS-WINDOW-YEAR          PIC 9(04).
001490     05  WS-WINDOW-MONTH         PIC 9(02).
001500     05  WS-WINDOW-DAY           PIC 9(02).
001510*
001520 01  WS-MONTH-DAYS-LIST          PIC X(24)
001530         VALUE '312831303130313130313031'.
001540 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
001550     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
001560 01  WS-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
001570 01  WS-LEAP-REM-4               PIC 9(03) COMP VALUE ZERO.
001580 01  WS-LEAP-REM-100             PIC 9(03) COMP VALUE ZERO.
001590 01  WS-LEAP-REM-400             PIC 9(03) COMP VALUE ZERO.
001600*
001610******************************************************************
001620*    WORKING STORAGE - RUN DATE                                  *
001630******************************************************************
001640 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001650 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001660     05  WS-RUN-DATE-CC          PIC 9(02).
001670     05  WS-RUN-DATE-YY          PIC 9(02).
001680     05  WS-RUN-DATE-MM          PIC 9(02).
001690     05  WS-RUN-DATE-DD          PIC 9(02).
001700 01  WS-RUN-DATE-RPT.
001710     05  WS-RUN-DATE-RPT-MM      PIC 9(02).
001720     05  FILLER                  PIC X(01) VALUE '/'.
001730     05  WS-RUN-DATE-RPT-DD      PIC 9(02).
001740     05  FILLER                  PIC X(01) VALUE '/'.
001750     05  WS-RUN-DATE-RPT-CCYY    PIC 9(04).
001760*
001770******************************************************************
001780*    WORKING STORAGE - REPORT LINES                              *
001790******************************************************************
001800 01  WS-HEADING-1.
001810     05  FILLER                  PIC X(01) VALUE SPACE.
001820     05  FILLER                  PIC X(14) VALUE 'JOB: DL100VOL'.
001830     05  FILLER                  PIC X(40)
001840             VALUE 'DL100 CONTROL-CODE VOLATILITY REPORT'.
001850     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
001860     05  WS-H1-RUN-DATE          PIC X(10).
001870     05  FILLER                  PIC X(08) VALUE 'PAGE:'.
001880     05  WS-H1-PAGE              PIC ZZZZ9.
001890     05  FILLER                  PIC X(44) VALUE SPACES.
001900*
001910 01  WS-SECTION-HEADER.
001920     05  FILLER                  PIC X(01) VALUE SPACE.
001930     05  FILLER                  PIC X(26)
001940         VALUE 'BUSINESS DATES FROM'.
001950     05  WS-SH-WINDOW-START      PIC 9(08).
001960     05  FILLER                  PIC X(04) VALUE ' TO '.
001970     05  WS-SH-WINDOW-END        PIC 9(08).
001980     05  FILLER                  PIC X(29)
001990         VALUE ' - KEYS WITH CODE CHANGES >'.
002000     05  WS-SH-CHANGE-LIMIT      PIC Z9.
002010     05  FILLER                  PIC X(54)
002020         VALUE ' OR A SUSPENSE/MATCHED BOUNCE:'.
002030*
002040 01  WS-HEADING-2.
002050     05  FILLER                  PIC X(01) VALUE SPACE.
002060     05  FILLER                  PIC X(12) VALUE 'TRAN KEY'.
002070     05  FILLER                  PIC X(05) VALUE 'DIV'.
002080     05  FILLER                  PIC X(09) VALUE 'RECORDS'.
002090     05  FILLER                  PIC X(10) VALUE 'CODE CHGS'.
002100     05  FILLER                  PIC X(10) VALUE 'U/M FLIPS'.
002110     05  FILLER                  PIC X(12) VALUE 'FIRST DATE'.
002120     05  FILLER                  PIC X(12) VALUE 'LAST DATE'.
002130     05  FILLER                  PIC X(06) VALUE 'CODE'.
002140     05  FILLER                  PIC X(06) VALUE 'DISP'.
002150     05  FILLER                  PIC X(49) VALUE 'FLAG'.
002160*
002170 01  WS-DETAIL-LINE.
002180     05  FILLER                  PIC X(01) VALUE SPACE.
002190     05  WS-DL-TRAN-KEY          PIC X(12).
002200     05  WS-DL-DIVISION          PIC X(02).
002210     05  FILLER                  PIC X(03) VALUE SPACES.
002220     05  WS-DL-RECORDS           PIC ZZ,ZZ9.
002230     05  FILLER                  PIC X(04) VALUE SPACES.
002240     05  WS-DL-CODE-CHANGES      PIC ZZ,ZZ9.
002250     05  FILLER                  PIC X(04) VALUE SPACES.
002260     05  WS-DL-FLIPS             PIC ZZ,ZZ9.
002270     05  FILLER                  PIC X(03) VALUE SPACES.
002280     05  WS-DL-FIRST-DATE        PIC 9(08).
002290     05  FILLER                  PIC X(04) VALUE SPACES.
002300     05  WS-DL-LAST-DATE         PIC 9(08).
002310     05  FILLER                  PIC X(04) VALUE SPACES.
002320     05  WS-DL-LAST-CODE         PIC 9(02).
002330     05  FILLER                  PIC X(04) VALUE SPACES.
002340     05  WS-DL-LAST-DISP         PIC X(01).
002350     05  FILLER                  PIC X(05) VALUE SPACES.
002360     05  WS-DL-FLAG              PIC X(33).
002370     05  FILLER                  PIC X(16) VALUE SPACES.
002380*
002390 01  WS-TRAILER-LINE-1.
002400     05  FILLER                  PIC X(01) VALUE SPACE.
002410     05  FILLER                  PIC X(30)
002420         VALUE 'HISTORY RECORDS READ:         '.
002430     05  WS-TL1-READ-COUNT       PIC Z,ZZZ,ZZ9.
002440     05  FILLER                  PIC X(92) VALUE SPACES.
002450*
002460 01  WS-TRAILER-LINE-2.
002470     05  FILLER                  PIC X(01) VALUE SPACE.
002480     05  FILLER                  PIC X(30)
002490         VALUE 'RECORDS IN THE WINDOW:        '.
002500     05  WS-TL2-WINDOW-COUNT     PIC Z,ZZZ,ZZ9.
002510     05  FILLER                  PIC X(92) VALUE SPACES.
002520*
002530 01  WS-TRAILER-LINE-3.
002540     05  FILLER                  PIC X(01) VALUE SPACE.
002550     05  FILLER                  PIC X(30)
002560         VALUE 'TRAN KEYS IN THE WINDOW:      '.
002570     05  WS-TL3-KEYS-COUNT       PIC Z,ZZZ,ZZ9.
002580     05  FILLER                  PIC X(92) VALUE SPACES.
002590*
002600 01  WS-TRAILER-LINE-4.
002610     05  FILLER                  PIC X(01) VALUE SPACE.
002620     05  FILLER                  PIC X(30)
002630         VALUE 'CODE VOLATILE KEYS:           '.
002640     05  WS-TL4-VOLATILE-COUNT   PIC Z,ZZZ,ZZ9.
002650     05  FILLER                  PIC X(92) VALUE SPACES.
002660*
002670 01  WS-TRAILER-LINE-5.
002680     05  FILLER                  PIC X(01) VALUE SPACE.
002690     05  FILLER                  PIC X(30)
002700         VALUE 'SUSPENSE/MATCHED BOUNCE KEYS: '.
002710     05  WS-TL5-BOUNCE-COUNT     PIC Z,ZZZ,ZZ9.
002720     05  FILLER                  PIC X(92) VALUE SPACES.
002730*
002740 01  WS-TRAILER-LINE-6.
002750     05  FILLER                  PIC X(01) VALUE SPACE.
002760     05  FILLER                  PIC X(30)
002770         VALUE 'TRAN KEYS LISTED:             '.
002780     05  WS-TL6-LISTED-COUNT     PIC Z,ZZZ,ZZ9.
002790     05  FILLER                  PIC X(92) VALUE SPACES.
002800*
002810 LINKAGE SECTION.
002820******************************************************************
002830*    LINKAGE - CODE-CHANGE LIMIT PASSED VIA THE JCL EXEC PARM=,  *
002840*              E.G. PARM='5'                                     *
002850******************************************************************
002860 01  LS-PARM-FIELD.
002870     05  LS-PARM-LENGTH          PIC S9(04) COMP.
002880     05  LS-PARM-TEXT            PIC X(30).
002890*
002900 PROCEDURE DIVISION USING LS-PARM-FIELD.
002910******************************************************************
002920*    0000-MAINLINE                                               *
002930******************************************************************
002940 0000-MAINLINE.
002950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002960     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
002970         UNTIL WS-END-OF-FILE.
002980     IF NOT WS-FIRST-RECORD
002990         PERFORM 3000-KEY-BREAK THRU 3000-EXIT
003000     END-IF.
003010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003020     STOP RUN.
003030*
003040******************************************************************
003050*    1000-INITIALIZE - TAKE THE CHANGE LIMIT FROM THE PARM, SET  *
003060*                      THE WINDOW, OPEN THE FILES, PRINT THE     *
003070*                      HEADINGS AND PRIME THE FIRST READ         *
003080******************************************************************
003090 1000-INITIALIZE.
003100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003110     MOVE WS-RUN-DATE-MM TO WS-RUN-DATE-RPT-MM.
003120     MOVE WS-RUN-DATE-DD TO WS-RUN-DATE-RPT-DD.
003130     MOVE WS-RUN-DATE-CC TO WS-RUN-DATE-RPT-CCYY (1:2).
003140     MOVE WS-RUN-DATE-YY TO WS-RUN-DATE-RPT-CCYY (3:2).
003150*
003160     IF LS-PARM-LENGTH > ZERO AND LS-PARM-LENGTH < 3
003170         MOVE LS-PARM-TEXT (1:LS-PARM-LENGTH) TO WS-PARM-CHANGES
003180         INSPECT WS-PARM-CHANGES REPLACING LEADING SPACE BY ZERO
003190         IF WS-PARM-CHANGES IS NUMERIC
003200             MOVE WS-PARM-CHANGES TO WS-CHANGE-LIMIT
003210         ELSE
003220             DISPLAY 'DL100VOL: PARM NOT NUMERIC - DEFAULT '
003230                 'CHANGE LIMIT USED'
003240         END-IF
003250     END-IF.
003260     DISPLAY 'DL100VOL: CODE CHANGE LIMIT = ' WS-CHANGE-LIMIT.
003270*
003280     MOVE WS-RUN-DATE TO WS-WINDOW-START.
003290     MOVE 1 TO WS-DAY-STEP.
003300     PERFORM 1700-DAY-BEFORE THRU 1700-EXIT
003310         UNTIL WS-DAY-STEP NOT < WS-WINDOW-DAYS.
003320     DISPLAY 'DL100VOL: WINDOW = ' WS-WINDOW-START ' TO '
003330         WS-RUN-DATE.
003340*
003350     OPEN OUTPUT VOLATILITY-REPORT-FILE.
003360     IF NOT WS-REPORT-OK
003370         DISPLAY 'DL100VOL: UNABLE TO OPEN DL100VOR, STATUS = '
003380             WS-REPORT-STATUS
003390     END-IF.
003400     PERFORM 1500-PRINT-HEADING THRU 1500-EXIT.
003410     MOVE WS-WINDOW-START TO WS-SH-WINDOW-START.
003420     MOVE WS-RUN-DATE TO WS-SH-WINDOW-END.
003430     MOVE WS-CHANGE-LIMIT TO WS-SH-CHANGE-LIMIT.
003440     WRITE VOLATILITY-REPORT-RECORD FROM WS-SECTION-HEADER
003450         AFTER ADVANCING 1 LINE.
003460     WRITE VOLATILITY-REPORT-RECORD FROM WS-HEADING-2
003470         AFTER ADVANCING 2 LINES.
003480     ADD 3 TO WS-LINE-COUNT.
003490*
003500     OPEN INPUT HISTORY-FILE.
003510     IF NOT WS-HISTORY-OK
003520         DISPLAY 'DL100VOL: UNABLE TO OPEN DL100THS, STATUS = '
003530             WS-HISTORY-STATUS
003540         MOVE 'Y' TO WS-EOF-SWITCH
003550         GO TO 1000-EXIT
003560     END-IF.
003570     MOVE 'Y' TO WS-HISTORY-OPEN-SW.
003580     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
003590 1000-EXIT.
003600     EXIT.
003610*
003620******************************************************************
003630*    1500-PRINT-HEADING - WRITE A NEW PAGE HEADING               *
003640******************************************************************
003650 1500-PRINT-HEADING.
003660     ADD 1 TO WS-PAGE-COUNT.
003670     MOVE WS-RUN-DATE-RPT TO WS-H1-RUN-DATE.
003680     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
003690     WRITE VOLATILITY-REPORT-RECORD FROM WS-HEADING-1
003700         AFTER ADVANCING WS-TOP-OF-PAGE.
003710     MOVE 1 TO WS-LINE-COUNT.
003720 1500-EXIT.
003730     EXIT.
003740*
003750******************************************************************
003760*    1700-DAY-BEFORE - STEP THE CCYYMMDD DATE IN WS-WINDOW-START *
003770*                      BACK ONE DAY, LEAP-YEAR CORRECT           *
003780******************************************************************
003790 1700-DAY-BEFORE.
003800     ADD 1 TO WS-DAY-STEP.
003810     IF WS-WINDOW-DAY > 1
003820         SUBTRACT 1 FROM WS-WINDOW-DAY
003830         GO TO 1700-EXIT
003840     END-IF.
003850     IF WS-WINDOW-MONTH > 1
003860         SUBTRACT 1 FROM WS-WINDOW-MONTH
003870     ELSE
003880         MOVE 12 TO WS-WINDOW-MONTH
003890         SUBTRACT 1 FROM WS-WINDOW-YEAR
003900     END-IF.
003910     MOVE WS-MONTH-DAYS (WS-WINDOW-MONTH) TO WS-WINDOW-DAY.
003920     IF WS-WINDOW-MONTH NOT = 2
003930         GO TO 1700-EXIT
003940     END-IF.
003950     DIVIDE WS-WINDOW-YEAR BY 4 GIVING WS-LEAP-QUOT
003960         REMAINDER WS-LEAP-REM-4.
003970     DIVIDE WS-WINDOW-YEAR BY 100 GIVING WS-LEAP-QUOT
003980         REMAINDER WS-LEAP-REM-100.
003990     DIVIDE WS-WINDOW-YEAR BY 400 GIVING WS-LEAP-QUOT
004000         REMAINDER WS-LEAP-REM-400.
004010     IF WS-LEAP-REM-4 = ZERO
004020         AND (WS-LEAP-REM-100 NOT = ZERO
004030              OR WS-LEAP-REM-400 = ZERO)
004040         MOVE 29 TO WS-WINDOW-DAY
004050     END-IF.
004060 1700-EXIT.
004070     EXIT.
004080*
004090******************************************************************
004100*    2000-PROCESS-RECORD - TAKE A KEY BREAK WHEN THE TRAN KEY    *
004110*                          CHANGES, THEN COUNT THIS RECORD'S     *
004120*                          CODE CHANGE AND FLIP WHEN IT FALLS IN *
004130*                          THE WINDOW                            *
004140******************************************************************
004150 2000-PROCESS-RECORD.
004160     IF WS-FIRST-RECORD
004170         MOVE 'N' TO WS-FIRST-SW
004180         PERFORM 2100-START-KEY THRU 2100-EXIT
004190         GO TO 2000-CHECK-WINDOW
004200     END-IF.
004210     IF DL100TH-TRAN-KEY NOT = WS-KEY-TRAN-KEY
004220         PERFORM 3000-KEY-BREAK THRU 3000-EXIT
004230         PERFORM 2100-START-KEY THRU 2100-EXIT
004240         GO TO 2000-CHECK-WINDOW
004250     END-IF.
004260     PERFORM 2200-TAKE-DISPOSITION THRU 2200-EXIT.
004270     IF DL100TH-BUSINESS-DATE < WS-WINDOW-START
004280         OR DL100TH-BUSINESS-DATE > WS-RUN-DATE
004290         GO TO 2000-REMEMBER
004300     END-IF.
004310     IF DL100TH-CONTROL-CODE NOT = WS-KEY-PREV-CODE
004320         ADD 1 TO WS-KEY-CODE-CHANGES
004330     END-IF.
004340     IF WS-KEY-SUSP-OR-MATCH
004350         AND WS-KEY-PREV-SUSP-MATCH NOT = SPACE
004360         AND WS-KEY-EFFECTIVE-DISP NOT = WS-KEY-PREV-SUSP-MATCH
004370         ADD 1 TO WS-KEY-FLIPS
004380     END-IF.
004390 2000-CHECK-WINDOW.
004400     IF DL100TH-BUSINESS-DATE < WS-WINDOW-START
004410         OR DL100TH-BUSINESS-DATE > WS-RUN-DATE
004420         GO TO 2000-REMEMBER
004430     END-IF.
004440     ADD 1 TO WS-WINDOW-COUNT WS-KEY-WINDOW-RECORDS.
004450     IF WS-KEY-FIRST-DATE = ZERO
004460         MOVE DL100TH-BUSINESS-DATE TO WS-KEY-FIRST-DATE
004470     END-IF.
004480     MOVE DL100TH-BUSINESS-DATE TO WS-KEY-LAST-DATE.
004490     MOVE DL100TH-CONTROL-CODE TO WS-KEY-LAST-CODE.
004500     MOVE DL100TH-DISPOSITION TO WS-KEY-LAST-DISP.
004510     MOVE DL100TH-DIVISION TO WS-KEY-DIVISION.
004520 2000-REMEMBER.
004530     MOVE DL100TH-CONTROL-CODE TO WS-KEY-PREV-CODE.
004540     IF WS-KEY-SUSP-OR-MATCH
004550         MOVE WS-KEY-EFFECTIVE-DISP TO WS-KEY-PREV-SUSP-MATCH
004560     END-IF.
004570     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
004580 2000-EXIT.
004590     EXIT.
004600*
004610******************************************************************
004620*    2100-START-KEY - CLEAR THE KEY WORK AREA FOR THE TRAN KEY   *
004630*                     JUST READ.  ITS FIRST RECORD HAS NOTHING   *
004640*                     BEFORE IT TO CHANGE FROM                   *
004650******************************************************************
004660 2100-START-KEY.
004670     MOVE DL100TH-TRAN-KEY TO WS-KEY-TRAN-KEY.
004680     MOVE SPACE TO WS-KEY-PREV-SUSP-MATCH.
004690     MOVE ZERO TO WS-KEY-WINDOW-RECORDS WS-KEY-CODE-CHANGES
004700         WS-KEY-FLIPS WS-KEY-FIRST-DATE WS-KEY-LAST-DATE
004710         WS-KEY-LAST-CODE.
004720     MOVE SPACE TO WS-KEY-LAST-DISP.
004730     MOVE SPACES TO WS-KEY-DIVISION.
004740     PERFORM 2200-TAKE-DISPOSITION THRU 2200-EXIT.
004750 2100-EXIT.
004760     EXIT.
004770*
004780******************************************************************
004790*    2200-TAKE-DISPOSITION - THE DISPOSITION THIS RECORD COUNTS  *
004800*                            AS FOR A FLIP: A HELD RECORD'S      *
004810*                            ORIGINAL JUDGMENT, ELSE ITS OWN     *
004820******************************************************************
004830 2200-TAKE-DISPOSITION.
004840     IF DL100TH-HELD
004850         MOVE DL100TH-ORIG-DISPOSITION TO WS-KEY-EFFECTIVE-DISP
004860     ELSE
004870         MOVE DL100TH-DISPOSITION TO WS-KEY-EFFECTIVE-DISP
004880     END-IF.
004890 2200-EXIT.
004900     EXIT.
004910*
004920******************************************************************
004930*    2900-READ-HISTORY - READ THE NEXT HISTORY MASTER RECORD     *
004940******************************************************************
004950 2900-READ-HISTORY.
004960     READ HISTORY-FILE NEXT RECORD
004970         AT END
004980             MOVE 'Y' TO WS-EOF-SWITCH
004990         NOT AT END
005000             ADD 1 TO WS-READ-COUNT
005010     END-READ.
005020 2900-EXIT.
005030     EXIT.
005040*
005050******************************************************************
005060*    3000-KEY-BREAK - THE TRAN KEY JUST FINISHED: LIST IT WHEN   *
005070*                     ITS CODE CHANGES EXCEED N OR IT BOUNCED    *
005080******************************************************************
005090 3000-KEY-BREAK.
005100     IF WS-KEY-WINDOW-RECORDS = ZERO
005110         GO TO 3000-EXIT
005120     END-IF.
005130     ADD 1 TO WS-KEYS-IN-WINDOW.
005140     MOVE SPACES TO WS-DL-FLAG.
005150     IF WS-KEY-CODE-CHANGES > WS-CHANGE-LIMIT
005160         ADD 1 TO WS-VOLATILE-COUNT
005170         MOVE 'CODE VOLATILE' TO WS-DL-FLAG
005180     END-IF.
005190     IF WS-KEY-FLIPS NOT < WS-BOUNCE-LIMIT
005200         ADD 1 TO WS-BOUNCE-COUNT
005210         IF WS-DL-FLAG = SPACES
005220             MOVE 'SUSP-MATCH BOUNCE' TO WS-DL-FLAG
005230         ELSE
005240             MOVE 'CODE VOLATILE + SUSP-MATCH BOUNCE'
005250                 TO WS-DL-FLAG
005260         END-IF
005270     END-IF.
005280     IF WS-DL-FLAG = SPACES
005290         GO TO 3000-EXIT
005300     END-IF.
005310     ADD 1 TO WS-LISTED-COUNT.
005320     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005330         PERFORM 1500-PRINT-HEADING THRU 1500-EXIT
005340         WRITE VOLATILITY-REPORT-RECORD FROM WS-HEADING-2
005350             AFTER ADVANCING 2 LINES
005360         ADD 2 TO WS-LINE-COUNT
005370     END-IF.
005380     MOVE WS-KEY-TRAN-KEY TO WS-DL-TRAN-KEY.
005390     MOVE WS-KEY-DIVISION TO WS-DL-DIVISION.
005400     MOVE WS-KEY-WINDOW-RECORDS TO WS-DL-RECORDS.
005410     MOVE WS-KEY-CODE-CHANGES TO WS-DL-CODE-CHANGES.
005420     MOVE WS-KEY-FLIPS TO WS-DL-FLIPS.
005430     MOVE WS-KEY-FIRST-DATE TO WS-DL-FIRST-DATE.
005440     MOVE WS-KEY-LAST-DATE TO WS-DL-LAST-DATE.
005450     MOVE WS-KEY-LAST-CODE TO WS-DL-LAST-CODE.
005460     MOVE WS-KEY-LAST-DISP TO WS-DL-LAST-DISP.
005470     WRITE VOLATILITY-REPORT-RECORD FROM WS-DETAIL-LINE
005480         AFTER ADVANCING 1 LINE.
005490     ADD 1 TO WS-LINE-COUNT.
005500 3000-EXIT.
005510     EXIT.
005520*
005530******************************************************************
005540*    9000-TERMINATE - WRITE THE TOTALS, CLOSE THE FILES AND SET  *
005550*                     THE RETURN CODE                            *
005560******************************************************************
005570 9000-TERMINATE.
005580     IF WS-LISTED-COUNT = ZERO
005590         MOVE SPACES TO VOLATILITY-REPORT-RECORD
005600         IF WS-HISTORY-OPEN
005610             STRING ' (NO VOLATILE OR BOUNCING TRAN KEYS IN THE '
005620                 'WINDOW)'
005630                 DELIMITED BY SIZE INTO VOLATILITY-REPORT-RECORD
005640         ELSE
005650             STRING ' *** DL100THS COULD NOT BE OPENED - NO '
005660                 'REPORT ***'
005670                 DELIMITED BY SIZE INTO VOLATILITY-REPORT-RECORD
005680         END-IF
005690         WRITE VOLATILITY-REPORT-RECORD
005700             AFTER ADVANCING 1 LINE
005710     END-IF.
005720     MOVE WS-READ-COUNT TO WS-TL1-READ-COUNT.
005730     MOVE WS-WINDOW-COUNT TO WS-TL2-WINDOW-COUNT.
005740     MOVE WS-KEYS-IN-WINDOW TO WS-TL3-KEYS-COUNT.
005750     MOVE WS-VOLATILE-COUNT TO WS-TL4-VOLATILE-COUNT.
005760     MOVE WS-BOUNCE-COUNT TO WS-TL5-BOUNCE-COUNT.
005770     MOVE WS-LISTED-COUNT TO WS-TL6-LISTED-COUNT.
005780     WRITE VOLATILITY-REPORT-RECORD FROM WS-TRAILER-LINE-1
005790         AFTER ADVANCING 2 LINES.
005800     WRITE VOLATILITY-REPORT-RECORD FROM WS-TRAILER-LINE-2
005810         AFTER ADVANCING 1 LINE.
005820     WRITE VOLATILITY-REPORT-RECORD FROM WS-TRAILER-LINE-3
005830         AFTER ADVANCING 1 LINE.
005840     WRITE VOLATILITY-REPORT-RECORD FROM WS-TRAILER-LINE-4
005850         AFTER ADVANCING 1 LINE.
005860     WRITE VOLATILITY-REPORT-RECORD FROM WS-TRAILER-LINE-5
005870         AFTER ADVANCING 1 LINE.
005880     WRITE VOLATILITY-REPORT-RECORD FROM WS-TRAILER-LINE-6
005890         AFTER ADVANCING 1 LINE.
005900     IF WS-HISTORY-OPEN
005910         CLOSE HISTORY-FILE
005920     END-IF.
005930     CLOSE VOLATILITY-REPORT-FILE.
005940     DISPLAY 'DL100VOL: HISTORY RECORDS READ = ' WS-READ-COUNT.
005950     DISPLAY 'DL100VOL: RECORDS IN WINDOW    = ' WS-WINDOW-COUNT.
005960     DISPLAY 'DL100VOL: CODE VOLATILE KEYS   = '
005970         WS-VOLATILE-COUNT.
005980     DISPLAY 'DL100VOL: BOUNCE KEYS          = ' WS-BOUNCE-COUNT.
005990     DISPLAY 'DL100VOL: TRAN KEYS LISTED     = ' WS-LISTED-COUNT.
006000     EVALUATE TRUE
006010         WHEN NOT WS-HISTORY-OPEN
006020             MOVE 12 TO WS-RETURN-CODE
006030         WHEN WS-LISTED-COUNT > ZERO
006040             MOVE 4 TO WS-RETURN-CODE
006050     END-EVALUATE.
006060     MOVE WS-RETURN-CODE TO RETURN-CODE.
006070 9000-EXIT.
006080     EXIT.
006090*
006100 END PROGRAM DL100VOL.
