000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID:    DL100OPA                                    *
000040*    AUTHOR:        J. MEDILE                                   *
000050*    INSTALLATION:  DL100 BATCH CONTROL SYSTEM                  *
000060*    DATE-WRITTEN:  2026-10-15                                  *
000070*    DATE-COMPILED: 2026-10-15                                  *
000080*                                                                *
000090*    DESCRIPTION:   MONTHLY CONSOLIDATED OPERATOR-ACTIVITY AUDIT *
000100*                   (JOB DL100OJ).  MERGES THE MONTH'S OPERATOR  *
000110*                   ACTIONS FROM THE THREE PLACES THEY ARE KEPT  *
000120*                   - THRESHOLD CHANGES ON DL100LOG (COPYBOOK    *
000130*                   DL100L), SUSPENSE CORRECTIONS ON DL100SLG    *
000140*                   (DL100SL) AND RUN CERTIFICATIONS ON THE      *
000150*                   DL100LDG RUN LEDGER (DL100RL-CERT-OPERATOR)  *
000160*                   - INTO ONE REPORT BY OPERATOR AND THEN BY    *
000170*                   TIMESTAMP, FOLLOWED BY AN EXCEPTIONS         *
000180*                   SECTION.  AN ACTION IS AN EXCEPTION WHEN:    *
000190*                     H - IT FELL OUTSIDE THE OPERATOR'S NORMAL  *
000200*                         HOURS ON THE DL100OPR TABLE (DL100OP)  *
000210*                     S - IT IS A SUSPENSE CORRECTION WHOSE ITEM *
000220*                         DL100RCY RECYCLED INTO A RUN THE SAME  *
000230*                         OPERATOR THEN CERTIFIED (THE RECYCLE   *
000240*                         DATE IS TAKEN FROM DL100SUS)           *
000250*                     T - IT IS A THRESHOLD ADD OR CHANGE MADE   *
000260*                         ON THE SAME BUSINESS DATE IT TOOK      *
000270*                         EFFECT                                 *
000280*                     U - THE OPERATOR ID IS NOT ON THE          *
000290*                         AUTHORIZED-OPERATORS TABLE, OR IS NOT  *
000300*                         ACTIVE ON IT                           *
000310*                   LOG ACTIVITY IS SELECTED BY LOG DATE AND     *
000320*                   CERTIFICATIONS BY CERTIFICATION DATE.        *
000330*                                                                *
000340*                   PARM='CCYYMM' IS THE MONTH REPORTED; AN      *
000350*                   EMPTY PARM REPORTS THE MONTH BEFORE THE      *
000360*                   RUN DATE (THE NORMAL MONTH-END SCHEDULE).    *
000370*                                                                *
000380*                   RETURN CODES:                                *
000390*                     0 - NO EXCEPTIONS                          *
000400*                     4 - ONE OR MORE EXCEPTIONS LISTED          *
000410*                     8 - A SOURCE FILE OR THE AUTHORIZED-       *
000420*                         OPERATORS TABLE COULD NOT BE OPENED -  *
000430*                         THE AUDIT IS INCOMPLETE                *
000440*                                                                *
000450*    MODIFICATION HISTORY                                       *
000460*    ----------------------------------------------------------  *
000470*    DATE       INIT   DESCRIPTION                               *
000480*    ---------- ----   ---------------------------------------- *
000490*    2026-10-15 JPM    INITIAL VERSION.                         *
000500*                                                                *
000510******************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. DL100OPA.
000540 AUTHOR. J. MEDILE.
000550 INSTALLATION. DL100 BATCH CONTROL SYSTEM.
000560 DATE-WRITTEN. 2026-10-15.
000570 DATE-COMPILED. 2026-10-15.
000580*
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER. IBM-370.
000620 OBJECT-COMPUTER. IBM-370.
000630 SPECIAL-NAMES.
000640     C01 IS WS-TOP-OF-PAGE.
000650*
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT OPERATOR-FILE ASSIGN TO DL100OPR
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-OPERATOR-STATUS.
000710*
000720     SELECT CHANGE-LOG-FILE ASSIGN TO DL100LOG
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-CHGLOG-STATUS.
000750*
000760     SELECT SUSP-LOG-FILE ASSIGN TO DL100SLG
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-SUSPLOG-STATUS.
000790*
000800     SELECT LEDGER-FILE ASSIGN TO DL100LDG
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS DL100RL-RUN-DATE
000840         FILE STATUS IS WS-LEDGER-STATUS.
000850*
000860     SELECT SUSPENSE-FILE ASSIGN TO DL100SUS
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS RANDOM
000890         RECORD KEY IS DL100S-TRAN-KEY
000900         FILE STATUS IS WS-SUSPENSE-STATUS.
000910*
000920     SELECT AUDIT-REPORT-FILE ASSIGN TO DL100OAR
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-REPORT-STATUS.
000950*
000960     SELECT SORT-FILE ASSIGN TO SORTWORK.
000970*
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  OPERATOR-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030     COPY DL100OP.
001040*
001050 FD  CHANGE-LOG-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080     COPY DL100L.
001090*
001100 FD  SUSP-LOG-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130     COPY DL100SL.
001140*
001150 FD  LEDGER-FILE
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE STANDARD.
001180     COPY DL100RL.
001190*
001200 FD  SUSPENSE-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230     COPY DL100S.
001240*
001250 FD  AUDIT-REPORT-FILE
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD.
001280 01  AUDIT-REPORT-RECORD         PIC X(132).
001290*
001300 SD  SORT-FILE.
001310 01  SORT-RECORD.
001320     05  SR-OPERATOR-ID          PIC X(08).
001330     05  SR-ACT-DATE             PIC X(08).
001340     05  SR-ACT-TIME             PIC X(08).
001350     05  SR-SOURCE               PIC X(03).
001360     05  SR-ACTION               PIC X(08).
001370     05  SR-DETAIL               PIC X(50).
001380     05  SR-OPERATOR-NAME        PIC X(20).
001390     05  SR-START-TIME           PIC 9(04).
001400     05  SR-END-TIME             PIC 9(04).
001410     05  SR-EXCEPTIONS.
001420         10  SR-EXC-HOURS        PIC X(01).
001430         10  SR-EXC-RECYCLE      PIC X(01).
001440         10  SR-EXC-SAME-DAY     PIC X(01).
001450         10  SR-EXC-UNAUTH       PIC X(01).
001460     05  SR-UNAUTH-REASON        PIC X(01).
001470     05  SR-RECYCLE-DATE         PIC 9(08).
001480     05  SR-ITEM-ID           PIC X(10).
001490*
001500 WORKING-STORAGE SECTION.
001510******************************************************************
001520*    WORKING STORAGE - FILE STATUS FIELDS                        *
001530******************************************************************
001540 77  WS-OPERATOR-STATUS          PIC X(02) VALUE SPACES.
001550     88  WS-OPERATOR-OK              VALUE '00'.
001560*
001570 77  WS-CHGLOG-STATUS            PIC X(02) VALUE SPACES.
001580     88  WS-CHGLOG-OK                VALUE '00'.
001590*
001600 77  WS-SUSPLOG-STATUS           PIC X(02) VALUE SPACES.
001610     88  WS-SUSPLOG-OK               VALUE '00'.
001620*
001630 77  WS-LEDGER-STATUS            PIC X(02) VALUE SPACES.
001640     88  WS-LEDGER-OK                VALUE '00'.
001650*
001660 77  WS-SUSPENSE-STATUS          PIC X(02) VALUE SPACES.
001670     88  WS-SUSPENSE-OK              VALUE '00'.
001680*
001690 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
001700     88  WS-REPORT-OK                VALUE '00'.
001710*
001720******************************************************************
001730*    WORKING STORAGE - SWITCHES AND COUNTERS                     *
001740******************************************************************
001750 01  WS-SWITCHES.
001760     05  WS-OPERATOR-EOF-SW      PIC X(01) VALUE 'N'.
001770         88  WS-OPERATOR-END-OF-FILE VALUE 'Y'.
001780     05  WS-CHGLOG-EOF-SW        PIC X(01) VALUE 'N'.
001790         88  WS-CHGLOG-END-OF-FILE   VALUE 'Y'.
001800     05  WS-SUSPLOG-EOF-SW       PIC X(01) VALUE 'N'.
001810         88  WS-SUSPLOG-END-OF-FILE  VALUE 'Y'.
001820     05  WS-LEDGER-EOF-SW        PIC X(01) VALUE 'N'.
001830         88  WS-LEDGER-END-OF-FILE   VALUE 'Y'.
001840     05  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
001850         88  WS-SORT-END-OF-FILE     VALUE 'Y'.
001860     05  WS-CHGLOG-OPEN-SW       PIC X(01) VALUE 'N'.
001870         88  WS-CHGLOG-OPEN          VALUE 'Y'.
001880     05  WS-SUSPLOG-OPEN-SW      PIC X(01) VALUE 'N'.
001890         88  WS-SUSPLOG-OPEN         VALUE 'Y'.
001900     05  WS-LEDGER-OPEN-SW       PIC X(01) VALUE 'N'.
001910         88  WS-LEDGER-OPEN          VALUE 'Y'.
001920     05  WS-SUSPENSE-OPEN-SW     PIC X(01) VALUE 'N'.
001930         88  WS-SUSPENSE-OPEN        VALUE 'Y'.
001940     05  WS-INCOMPLETE-SW        PIC X(01) VALUE 'N'.
001950         88  WS-AUDIT-INCOMPLETE     VALUE 'Y'.
001960     05  WS-FIRST-SW             PIC X(01) VALUE 'Y'.
001970         88  WS-FIRST-RECORD         VALUE 'Y'.
001980*
001990 01  WS-COUNTERS.
002000     05  WS-CHGLOG-READ          PIC 9(07) COMP VALUE ZERO.
002010     05  WS-SUSPLOG-READ         PIC 9(07) COMP VALUE ZERO.
002020     05  WS-LEDGER-READ          PIC 9(07) COMP VALUE ZERO.
002030     05  WS-ACTIVITY-COUNT       PIC 9(07) COMP VALUE ZERO.
002040     05  WS-OPERATOR-ACTIONS     PIC 9(07) COMP VALUE ZERO.
002050     05  WS-OPERATOR-EXCEPTIONS  PIC 9(07) COMP VALUE ZERO.
002060     05  WS-EXC-HOURS-COUNT      PIC 9(07) COMP VALUE ZERO.
002070     05  WS-EXC-RECYCLE-COUNT    PIC 9(07) COMP VALUE ZERO.
002080     05  WS-EXC-SAME-DAY-COUNT   PIC 9(07) COMP VALUE ZERO.
002090     05  WS-EXC-UNAUTH-COUNT     PIC 9(07) COMP VALUE ZERO.
002100     05  WS-EXC-TOTAL            PIC 9(07) COMP VALUE ZERO.
002110     05  WS-EXC-NOT-LISTED       PIC 9(07) COMP VALUE ZERO.
002120     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
002130     05  WS-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
002140*
002150 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
002160*
002170 01  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
002180*
002190******************************************************************
002200*    WORKING STORAGE - REPORT MONTH (CCYYMM)                     *
002210******************************************************************
002220 01  WS-REPORT-MONTH             PIC 9(06) VALUE ZERO.
002230 01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
002240     05  WS-RPT-CCYY             PIC 9(04).
002250     05  WS-RPT-MM               PIC 9(02).
002260 01  WS-WORK-MONTH               PIC X(06) VALUE SPACES.
002270*
002280******************************************************************
002290*    WORKING STORAGE - AUTHORIZED-OPERATORS TABLE, LOADED ONCE   *
002300*    FROM DL100OPR.  THE SHOP'S STANDARD DAY IS USED WHEN AN     *
002310*    ENTRY CARRIES NO HOURS                                      *
002320******************************************************************
002330 01  WS-DEFAULT-START            PIC 9(04) VALUE 0700.
002340 01  WS-DEFAULT-END              PIC 9(04) VALUE 1900.
002350 01  WS-OPERATOR-COUNT           PIC 9(03) COMP VALUE ZERO.
002360 01  WS-OPERATOR-TABLE.
002370     05  WS-OPR-ENTRY OCCURS 0 TO 200 TIMES
002380             DEPENDING ON WS-OPERATOR-COUNT
002390             INDEXED BY WS-OPR-IDX.
002400         10  WS-OPR-ID               PIC X(08).
002410         10  WS-OPR-NAME             PIC X(20).
002420         10  WS-OPR-ACTIVE-FLAG      PIC X(01).
002430         10  WS-OPR-START-TIME       PIC 9(04).
002440         10  WS-OPR-END-TIME         PIC 9(04).
002450*
002460******************************************************************
002470*    WORKING STORAGE - ONE ACTIVITY BEING CLASSIFIED             *
002480******************************************************************
002490 01  WS-ACT-OPERATOR-ID          PIC X(08) VALUE SPACES.
002500 01  WS-ACT-TIME                 PIC X(08) VALUE SPACES.
002510 01  WS-ACT-HHMM                 PIC 9(04) VALUE ZERO.
002520 01  WS-PREV-OPERATOR            PIC X(08) VALUE SPACES.
002530 01  WS-EXC-CODE                 PIC X(01) VALUE SPACE.
002540*
002550******************************************************************
002560*    WORKING STORAGE - EXCEPTIONS, HELD UNTIL THE ACTIVITY HAS   *
002570*    PRINTED.  THEY ARRIVE ALREADY IN OPERATOR AND TIMESTAMP     *
002580*    ORDER FROM THE SORT                                         *
002590******************************************************************
002600 01  WS-EXC-MAX                  PIC 9(03) COMP VALUE 500.
002610 01  WS-EXC-COUNT                PIC 9(03) COMP VALUE ZERO.
002620 01  WS-EXC-TABLE.
002630     05  WS-EXC-ENTRY OCCURS 0 TO 500 TIMES
002640             DEPENDING ON WS-EXC-COUNT
002650             INDEXED BY WS-EXC-IDX.
002660         10  WS-EXC-OPERATOR-ID      PIC X(08).
002670         10  WS-EXC-DATE             PIC X(08).
002680         10  WS-EXC-TIME             PIC X(08).
002690         10  WS-EXC-TYPE             PIC X(01).
002700         10  WS-EXC-TEXT             PIC X(70).
002710*
002720******************************************************************
002730*    WORKING STORAGE - RUN DATE                                  *
002740******************************************************************
002750 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002760 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
002770     05  WS-RUN-CCYY             PIC 9(04).
002780     05  WS-RUN-MM               PIC 9(02).
002790     05  WS-RUN-DD               PIC 9(02).
002800 01  WS-RUN-DATE-RPT.
002810     05  WS-RUN-DATE-RPT-MM      PIC 9(02).
002820     05  FILLER                  PIC X(01) VALUE '/'.
002830     05  WS-RUN-DATE-RPT-DD      PIC 9(02).
002840     05  FILLER                  PIC X(01) VALUE '/'.
002850     05  WS-RUN-DATE-RPT-CCYY    PIC 9(04).
002860*
002870******************************************************************
002880*    WORKING STORAGE - REPORT LINES                              *
002890******************************************************************
002900 01  WS-HEADING-1.
002910     05  FILLER                  PIC X(01) VALUE SPACE.
002920     05  FILLER                  PIC X(14) VALUE 'JOB: DL100OPA'.
002930     05  FILLER                  PIC X(40)
002940             VALUE 'DL100 OPERATOR-ACTIVITY AUDIT'.
002950     05  FILLER                  PIC X(07) VALUE 'MONTH:'.
002960     05  WS-H1-MONTH             PIC 9(06).
002970     05  FILLER                  PIC X(03) VALUE SPACES.
002980     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
002990     05  WS-H1-RUN-DATE          PIC X(10).
003000     05  FILLER                  PIC X(08) VALUE 'PAGE:'.
003010     05  WS-H1-PAGE              PIC ZZZZ9.
003020     05  FILLER                  PIC X(28) VALUE SPACES.
003030*
003040 01  WS-SECTION-HEADER.
003050     05  FILLER                  PIC X(01) VALUE SPACE.
003060     05  WS-SH-TEXT              PIC X(60).
003070     05  FILLER                  PIC X(71) VALUE SPACES.
003080*
003090 01  WS-OPERATOR-HEADER.
003100     05  FILLER                  PIC X(01) VALUE SPACE.
003110     05  FILLER                  PIC X(10) VALUE 'OPERATOR:'.
003120     05  WS-OH-OPERATOR-ID       PIC X(08).
003130     05  FILLER                  PIC X(02) VALUE SPACES.
003140     05  WS-OH-OPERATOR-NAME     PIC X(36).
003150     05  FILLER                  PIC X(14) VALUE 'NORMAL HOURS:'.
003160     05  WS-OH-START-TIME        PIC 9(04).
003170     05  FILLER                  PIC X(01) VALUE '-'.
003180     05  WS-OH-END-TIME          PIC 9(04).
003190     05  FILLER                  PIC X(52) VALUE SPACES.
003200*
003210 01  WS-HEADING-2.
003220     05  FILLER                  PIC X(01) VALUE SPACE.
003230     05  FILLER                  PIC X(04) VALUE SPACES.
003240     05  FILLER                  PIC X(10) VALUE 'DATE'.
003250     05  FILLER                  PIC X(10) VALUE 'TIME'.
003260     05  FILLER                  PIC X(05) VALUE 'SRC'.
003270     05  FILLER                  PIC X(10) VALUE 'ACTION'.
003280     05  FILLER                  PIC X(52) VALUE 'DETAIL'.
003290     05  FILLER                  PIC X(10) VALUE 'EXCEPTION'.
003300     05  FILLER                  PIC X(30) VALUE SPACES.
003310*
003320 01  WS-DETAIL-LINE.
003330     05  FILLER                  PIC X(01) VALUE SPACE.
003340     05  FILLER                  PIC X(04) VALUE SPACES.
003350     05  WS-DL-DATE              PIC X(08).
003360     05  FILLER                  PIC X(02) VALUE SPACES.
003370     05  WS-DL-TIME.
003380         10  WS-DL-TIME-HH       PIC X(02).
003390         10  FILLER              PIC X(01) VALUE ':'.
003400         10  WS-DL-TIME-MM       PIC X(02).
003410         10  FILLER              PIC X(01) VALUE ':'.
003420         10  WS-DL-TIME-SS       PIC X(02).
003430     05  FILLER                  PIC X(02) VALUE SPACES.
003440     05  WS-DL-SOURCE            PIC X(03).
003450     05  FILLER                  PIC X(02) VALUE SPACES.
003460     05  WS-DL-ACTION            PIC X(08).
003470     05  FILLER                  PIC X(02) VALUE SPACES.
003480     05  WS-DL-DETAIL            PIC X(50).
003490     05  FILLER                  PIC X(02) VALUE SPACES.
003500     05  WS-DL-EXC-HOURS         PIC X(02).
003510     05  WS-DL-EXC-RECYCLE       PIC X(02).
003520     05  WS-DL-EXC-SAME-DAY      PIC X(02).
003530     05  WS-DL-EXC-UNAUTH        PIC X(02).
003540     05  FILLER                  PIC X(32) VALUE SPACES.
003550*
003560 01  WS-OPERATOR-TOTAL-LINE.
003570     05  FILLER                  PIC X(01) VALUE SPACE.
003580     05  FILLER                  PIC X(04) VALUE SPACES.
003590     05  FILLER                  PIC X(09) VALUE 'ACTIONS:'.
003600     05  WS-OT-ACTIONS           PIC ZZZ,ZZ9.
003610     05  FILLER                  PIC X(04) VALUE SPACES.
003620     05  FILLER                  PIC X(12) VALUE 'EXCEPTIONS:'.
003630     05  WS-OT-EXCEPTIONS        PIC ZZZ,ZZ9.
003640     05  FILLER                  PIC X(88) VALUE SPACES.
003650*
003660 01  WS-EXC-HEADING.
003670     05  FILLER                  PIC X(01) VALUE SPACE.
003680     05  FILLER                  PIC X(10) VALUE 'OPERATOR'.
003690     05  FILLER                  PIC X(10) VALUE 'DATE'.
003700     05  FILLER                  PIC X(10) VALUE 'TIME'.
003710     05  FILLER                  PIC X(05) VALUE 'EXC'.
003720     05  FILLER                  PIC X(70) VALUE 'DESCRIPTION'.
003730     05  FILLER                  PIC X(26) VALUE SPACES.
003740*
003750 01  WS-EXC-LINE.
003760     05  FILLER                  PIC X(01) VALUE SPACE.
003770     05  WS-EL-OPERATOR-ID       PIC X(08).
003780     05  FILLER                  PIC X(02) VALUE SPACES.
003790     05  WS-EL-DATE              PIC X(08).
003800     05  FILLER                  PIC X(02) VALUE SPACES.
003810     05  WS-EL-TIME.
003820         10  WS-EL-TIME-HH       PIC X(02).
003830         10  FILLER              PIC X(01) VALUE ':'.
003840         10  WS-EL-TIME-MM       PIC X(02).
003850         10  FILLER              PIC X(01) VALUE ':'.
003860         10  WS-EL-TIME-SS       PIC X(02).
003870     05  FILLER                  PIC X(02) VALUE SPACES.
003880     05  WS-EL-TYPE              PIC X(01).
003890     05  FILLER                  PIC X(04) VALUE SPACES.
003900     05  WS-EL-TEXT              PIC X(70).
003910     05  FILLER                  PIC X(26) VALUE SPACES.
003920*
003930 01  WS-EXC-TEXT-WORK            PIC X(70) VALUE SPACES.
003940*
003950 01  WS-TRAILER-LINE.
003960     05  FILLER                  PIC X(01) VALUE SPACE.
003970     05  WS-TL-LABEL             PIC X(44).
003980     05  WS-TL-COUNT             PIC ZZZ,ZZ9.
003990     05  FILLER                  PIC X(80) VALUE SPACES.
004000*
004010 LINKAGE SECTION.
004020******************************************************************
004030*    LINKAGE - OPTIONAL REPORT MONTH PASSED VIA THE JCL EXEC     *
004040*              PARM=, E.G. PARM='202609'                         *
004050******************************************************************
004060 01  LS-PARM-FIELD.
004070     05  LS-PARM-LENGTH          PIC S9(04) COMP.
004080     05  LS-PARM-TEXT            PIC X(30).
004090*
004100 PROCEDURE DIVISION USING LS-PARM-FIELD.
004110******************************************************************
004120*    0000-MAINLINE                                               *
004130******************************************************************
004140 0000-MAINLINE.
004150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004160     SORT SORT-FILE
004170         ON ASCENDING KEY SR-OPERATOR-ID SR-ACT-DATE SR-ACT-TIME
004180                          SR-SOURCE
004190         INPUT PROCEDURE IS 3000-COLLECT-ACTIVITY THRU 3000-EXIT
004200         OUTPUT PROCEDURE IS 4000-PRINT-ACTIVITY THRU 4000-EXIT.
004210     PERFORM 5000-PRINT-EXCEPTIONS THRU 5000-EXIT.
004220     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004230     STOP RUN.
004240*
004250******************************************************************
004260*    1000-INITIALIZE - RESOLVE THE REPORT MONTH, LOAD THE        *
004270*                      AUTHORIZED-OPERATORS TABLE AND OPEN THE   *
004280*                      SOURCES AND THE REPORT                    *
004290******************************************************************
004300 1000-INITIALIZE.
004310     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004320     MOVE WS-RUN-MM TO WS-RUN-DATE-RPT-MM.
004330     MOVE WS-RUN-DD TO WS-RUN-DATE-RPT-DD.
004340     MOVE WS-RUN-CCYY TO WS-RUN-DATE-RPT-CCYY.
004350     IF LS-PARM-LENGTH >= 6
004360         AND LS-PARM-TEXT (1:6) IS NUMERIC
004370         MOVE LS-PARM-TEXT (1:6) TO WS-REPORT-MONTH
004380     ELSE
004390*        MONTH-END DEFAULT - REPORT THE MONTH JUST CLOSED.
004400         MOVE WS-RUN-CCYY TO WS-RPT-CCYY
004410         MOVE WS-RUN-MM TO WS-RPT-MM
004420         PERFORM 1100-BACK-ONE-MONTH THRU 1100-EXIT
004430     END-IF.
004440     DISPLAY 'DL100OPA: REPORTING MONTH ' WS-REPORT-MONTH.
004450*
004460     PERFORM 1200-LOAD-OPERATORS THRU 1200-EXIT.
004470*
004480     OPEN INPUT CHANGE-LOG-FILE.
004490     IF NOT WS-CHGLOG-OK
004500         DISPLAY 'DL100OPA: UNABLE TO OPEN DL100LOG, STATUS = '
004510             WS-CHGLOG-STATUS
004520         MOVE 'Y' TO WS-CHGLOG-EOF-SW
004530         MOVE 'Y' TO WS-INCOMPLETE-SW
004540     ELSE
004550         MOVE 'Y' TO WS-CHGLOG-OPEN-SW
004560     END-IF.
004570     OPEN INPUT SUSP-LOG-FILE.
004580     IF NOT WS-SUSPLOG-OK
004590         DISPLAY 'DL100OPA: UNABLE TO OPEN DL100SLG, STATUS = '
004600             WS-SUSPLOG-STATUS
004610         MOVE 'Y' TO WS-SUSPLOG-EOF-SW
004620         MOVE 'Y' TO WS-INCOMPLETE-SW
004630     ELSE
004640         MOVE 'Y' TO WS-SUSPLOG-OPEN-SW
004650     END-IF.
004660     OPEN INPUT LEDGER-FILE.
004670     IF NOT WS-LEDGER-OK
004680         DISPLAY 'DL100OPA: UNABLE TO OPEN DL100LDG, STATUS = '
004690             WS-LEDGER-STATUS
004700         MOVE 'Y' TO WS-LEDGER-EOF-SW
004710         MOVE 'Y' TO WS-INCOMPLETE-SW
004720     ELSE
004730         MOVE 'Y' TO WS-LEDGER-OPEN-SW
004740     END-IF.
004750     OPEN INPUT SUSPENSE-FILE.
004760     IF NOT WS-SUSPENSE-OK
004770         DISPLAY 'DL100OPA: UNABLE TO OPEN DL100SUS, STATUS = '
004780             WS-SUSPENSE-STATUS
004790         MOVE 'Y' TO WS-INCOMPLETE-SW
004800     ELSE
004810         MOVE 'Y' TO WS-SUSPENSE-OPEN-SW
004820     END-IF.
004830*
004840     OPEN OUTPUT AUDIT-REPORT-FILE.
004850     IF NOT WS-REPORT-OK
004860         DISPLAY 'DL100OPA: UNABLE TO OPEN DL100OAR, STATUS = '
004870             WS-REPORT-STATUS
004880     END-IF.
004890     PERFORM 1500-PRINT-HEADING THRU 1500-EXIT.
004900     MOVE 'OPERATOR ACTIVITY - DL100LOG, DL100SLG AND DL100LDG'
004910         TO WS-SH-TEXT.
004920     WRITE AUDIT-REPORT-RECORD FROM WS-SECTION-HEADER
004930         AFTER ADVANCING 1 LINE.
004940     ADD 1 TO WS-LINE-COUNT.
004950 1000-EXIT.
004960     EXIT.
004970*
004980******************************************************************
004990*    1100-BACK-ONE-MONTH - STEP WS-REPORT-MONTH BACK ONE MONTH   *
005000******************************************************************
005010 1100-BACK-ONE-MONTH.
005020     IF WS-RPT-MM > 1
005030         SUBTRACT 1 FROM WS-RPT-MM
005040     ELSE
005050         MOVE 12 TO WS-RPT-MM
005060         SUBTRACT 1 FROM WS-RPT-CCYY
005070     END-IF.
005080 1100-EXIT.
005090     EXIT.
005100*
005110******************************************************************
005120*    1200-LOAD-OPERATORS - LOAD THE AUTHORIZED-OPERATORS TABLE.  *
005130*                          WITHOUT IT EVERY ID IS UNAUTHORIZED   *
005140*                          AND THE AUDIT IS MARKED INCOMPLETE    *
005150******************************************************************
005160 1200-LOAD-OPERATORS.
005170     OPEN INPUT OPERATOR-FILE.
005180     IF NOT WS-OPERATOR-OK
005190         DISPLAY 'DL100OPA: UNABLE TO OPEN DL100OPR, STATUS = '
005200             WS-OPERATOR-STATUS
005210         MOVE 'Y' TO WS-INCOMPLETE-SW
005220         GO TO 1200-EXIT
005230     END-IF.
005240     PERFORM 1250-LOAD-ONE-OPERATOR THRU 1250-EXIT
005250         UNTIL WS-OPERATOR-END-OF-FILE.
005260     CLOSE OPERATOR-FILE.
005270     DISPLAY 'DL100OPA: AUTHORIZED OPERATORS LOADED = '
005280         WS-OPERATOR-COUNT.
005290 1200-EXIT.
005300     EXIT.
005310*
005320******************************************************************
005330*    1250-LOAD-ONE-OPERATOR - READ ONE DL100OPR RECORD AND ADD   *
005340*                             IT TO THE TABLE WHEN ROOM REMAINS  *
005350******************************************************************
005360 1250-LOAD-ONE-OPERATOR.
005370     READ OPERATOR-FILE
005380         AT END
005390             MOVE 'Y' TO WS-OPERATOR-EOF-SW
005400             GO TO 1250-EXIT
005410     END-READ.
005420     IF WS-OPERATOR-COUNT NOT < 200
005430         DISPLAY 'DL100OPA: MORE THAN 200 OPERATORS - '
005440             DL100OP-OPERATOR-ID ' WAS NOT LOADED'
005450         GO TO 1250-EXIT
005460     END-IF.
005470     ADD 1 TO WS-OPERATOR-COUNT.
005480     SET WS-OPR-IDX TO WS-OPERATOR-COUNT.
005490     MOVE DL100OP-OPERATOR-ID TO WS-OPR-ID (WS-OPR-IDX).
005500     MOVE DL100OP-OPERATOR-NAME TO WS-OPR-NAME (WS-OPR-IDX).
005510     MOVE DL100OP-ACTIVE-FLAG TO WS-OPR-ACTIVE-FLAG (WS-OPR-IDX).
005520     IF DL100OP-START-TIME IS NUMERIC
005530         AND DL100OP-END-TIME IS NUMERIC
005540         AND (DL100OP-START-TIME NOT = ZERO
005550              OR DL100OP-END-TIME NOT = ZERO)
005560         MOVE DL100OP-START-TIME TO WS-OPR-START-TIME (WS-OPR-IDX)
005570         MOVE DL100OP-END-TIME TO WS-OPR-END-TIME (WS-OPR-IDX)
005580     ELSE
005590         MOVE WS-DEFAULT-START TO WS-OPR-START-TIME (WS-OPR-IDX)
005600         MOVE WS-DEFAULT-END TO WS-OPR-END-TIME (WS-OPR-IDX)
005610     END-IF.
005620 1250-EXIT.
005630     EXIT.
005640*
005650******************************************************************
005660*    1500-PRINT-HEADING - WRITE A NEW PAGE HEADING               *
005670******************************************************************
005680 1500-PRINT-HEADING.
005690     ADD 1 TO WS-PAGE-COUNT.
005700     MOVE WS-REPORT-MONTH TO WS-H1-MONTH.
005710     MOVE WS-RUN-DATE-RPT TO WS-H1-RUN-DATE.
005720     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
005730     WRITE AUDIT-REPORT-RECORD FROM WS-HEADING-1
005740         AFTER ADVANCING WS-TOP-OF-PAGE.
005750     MOVE 1 TO WS-LINE-COUNT.
005760 1500-EXIT.
005770     EXIT.
005780*
005790******************************************************************
005800*    3000-COLLECT-ACTIVITY - SORT INPUT PROCEDURE.  RELEASE THE  *
005810*                            MONTH'S CERTIFICATIONS, THEN ITS    *
005820*                            THRESHOLD CHANGES, THEN ITS         *
005830*                            SUSPENSE ACTIONS.  THE LEDGER       *
005840*                            BROWSE IS FINISHED BEFORE THE       *
005850*                            SUSPENSE PASS READS THE LEDGER AT   *
005860*                            RANDOM                              *
005870******************************************************************
005880 3000-COLLECT-ACTIVITY.
005890     PERFORM 3100-COLLECT-CERT THRU 3100-EXIT
005900         UNTIL WS-LEDGER-END-OF-FILE.
005910     PERFORM 3200-COLLECT-CHANGE THRU 3200-EXIT
005920         UNTIL WS-CHGLOG-END-OF-FILE.
005930     PERFORM 3300-COLLECT-SUSPENSE THRU 3300-EXIT
005940         UNTIL WS-SUSPLOG-END-OF-FILE.
005950 3000-EXIT.
005960     EXIT.
005970*
005980******************************************************************
005990*    3100-COLLECT-CERT - READ THE NEXT RUN-LEDGER RECORD AND     *
006000*                        RELEASE ITS CERTIFICATION WHEN IT WAS   *
006010*                        CERTIFIED IN THE REPORT MONTH           *
006020******************************************************************
006030 3100-COLLECT-CERT.
006040     READ LEDGER-FILE NEXT RECORD
006050         AT END
006060             MOVE 'Y' TO WS-LEDGER-EOF-SW
006070             GO TO 3100-EXIT
006080     END-READ.
006090     ADD 1 TO WS-LEDGER-READ.
006100     IF NOT DL100RL-CERTIFIED
006110         GO TO 3100-EXIT
006120     END-IF.
006130     MOVE DL100RL-CERT-DATE TO WS-WORK-MONTH.
006140     IF WS-WORK-MONTH NOT = WS-REPORT-MONTH-X
006150         GO TO 3100-EXIT
006160     END-IF.
006170     PERFORM 3800-CLEAR-SORT-RECORD THRU 3800-EXIT.
006180     MOVE DL100RL-CERT-OPERATOR TO WS-ACT-OPERATOR-ID.
006190     MOVE DL100RL-CERT-TIME TO WS-ACT-TIME.
006200     MOVE DL100RL-CERT-DATE TO SR-ACT-DATE.
006210     MOVE 'LDG' TO SR-SOURCE.
006220     MOVE 'CERTIFY' TO SR-ACTION.
006230     STRING 'CERTIFIED RUN ' DL100RL-RUN-DATE
006240         DELIMITED BY SIZE INTO SR-DETAIL.
006250     PERFORM 3900-CLASSIFY-AND-RELEASE THRU 3900-EXIT.
006260 3100-EXIT.
006270     EXIT.
006280*
006290******************************************************************
006300*    3200-COLLECT-CHANGE - READ THE NEXT DL100LOG RECORD AND     *
006310*                          RELEASE IT WHEN LOGGED IN THE REPORT  *
006320*                          MONTH.  AN ADD OR CHANGE DATED TO     *
006330*                          TAKE EFFECT ON THE DAY IT WAS MADE    *
006340*                          IS A SAME-DAY EXCEPTION (UNDATED BASE *
006350*                          RECORDS CARRY ZERO AND ARE NOT)       *
006360******************************************************************
006370 3200-COLLECT-CHANGE.
006380     READ CHANGE-LOG-FILE
006390         AT END
006400             MOVE 'Y' TO WS-CHGLOG-EOF-SW
006410             GO TO 3200-EXIT
006420     END-READ.
006430     ADD 1 TO WS-CHGLOG-READ.
006440     MOVE DL100L-LOG-DATE TO WS-WORK-MONTH.
006450     IF WS-WORK-MONTH NOT = WS-REPORT-MONTH-X
006460         GO TO 3200-EXIT
006470     END-IF.
006480     PERFORM 3800-CLEAR-SORT-RECORD THRU 3800-EXIT.
006490     MOVE DL100L-OPERATOR-ID TO WS-ACT-OPERATOR-ID.
006500     MOVE DL100L-LOG-TIME TO WS-ACT-TIME.
006510     MOVE DL100L-LOG-DATE TO SR-ACT-DATE.
006520     MOVE 'LOG' TO SR-SOURCE.
006530     MOVE DL100L-CONTROL-ID TO SR-ITEM-ID.
006540     EVALUATE TRUE
006550         WHEN DL100L-FUNC-ADD
006560             MOVE 'ADD' TO SR-ACTION
006570         WHEN DL100L-FUNC-CHANGE
006580             MOVE 'CHANGE' TO SR-ACTION
006590         WHEN DL100L-FUNC-INQUIRE
006600             MOVE 'INQUIRE' TO SR-ACTION
006610         WHEN OTHER
006620             MOVE DL100L-FUNCTION-CODE TO SR-ACTION
006630     END-EVALUATE.
006640     IF DL100L-FUNC-INQUIRE
006650         STRING DL100L-CONTROL-ID ' INQUIRY'
006660             DELIMITED BY SIZE INTO SR-DETAIL
006670     ELSE
006680         STRING DL100L-CONTROL-ID ' EFF ' DL100L-EFFECTIVE-DATE
006690             ' THR ' DL100L-OLD-THRESHOLD '>'
006700             DL100L-NEW-THRESHOLD ' CKPT '
006710             DL100L-OLD-CKPT-INTERVAL '>'
006720             DL100L-NEW-CKPT-INTERVAL
006730             DELIMITED BY SIZE INTO SR-DETAIL
006740         IF DL100L-EFFECTIVE-DATE IS NUMERIC
006750             AND DL100L-EFFECTIVE-DATE NOT = ZERO
006760             AND DL100L-EFFECTIVE-DATE = DL100L-LOG-DATE
006770             MOVE 'T' TO SR-EXC-SAME-DAY
006780         END-IF
006790     END-IF.
006800     PERFORM 3900-CLASSIFY-AND-RELEASE THRU 3900-EXIT.
006810 3200-EXIT.
006820     EXIT.
006830*
006840******************************************************************
006850*    3300-COLLECT-SUSPENSE - READ THE NEXT DL100SLG RECORD AND   *
006860*                            RELEASE IT WHEN LOGGED IN THE       *
006870*                            REPORT MONTH.  A CORRECTION IS      *
006880*                            CHECKED AGAINST THE RUN IT          *
006890*                            RECYCLED INTO                       *
006900******************************************************************
006910 3300-COLLECT-SUSPENSE.
006920     READ SUSP-LOG-FILE
006930         AT END
006940             MOVE 'Y' TO WS-SUSPLOG-EOF-SW
006950             GO TO 3300-EXIT
006960     END-READ.
006970     ADD 1 TO WS-SUSPLOG-READ.
006980     MOVE DL100SL-LOG-DATE TO WS-WORK-MONTH.
006990     IF WS-WORK-MONTH NOT = WS-REPORT-MONTH-X
007000         GO TO 3300-EXIT
007010     END-IF.
007020     PERFORM 3800-CLEAR-SORT-RECORD THRU 3800-EXIT.
007030     MOVE DL100SL-OPERATOR-ID TO WS-ACT-OPERATOR-ID.
007040     MOVE DL100SL-LOG-TIME TO WS-ACT-TIME.
007050     MOVE DL100SL-LOG-DATE TO SR-ACT-DATE.
007060     MOVE 'SLG' TO SR-SOURCE.
007070     MOVE DL100SL-TRAN-KEY TO SR-ITEM-ID.
007080     IF DL100SL-FUNC-CORRECT
007090         MOVE 'CORRECT' TO SR-ACTION
007100         STRING 'TRAN KEY ' DL100SL-TRAN-KEY ' CODE '
007110             DL100SL-OLD-CODE '>' DL100SL-NEW-CODE
007120             DELIMITED BY SIZE INTO SR-DETAIL
007130         PERFORM 3400-CHECK-RECYCLE THRU 3400-EXIT
007140     ELSE
007150         IF DL100SL-FUNC-INQUIRE
007160             MOVE 'INQUIRE' TO SR-ACTION
007170         ELSE
007180             MOVE DL100SL-FUNCTION-CODE TO SR-ACTION
007190         END-IF
007200         STRING 'TRAN KEY ' DL100SL-TRAN-KEY ' INQUIRY'
007210             DELIMITED BY SIZE INTO SR-DETAIL
007220     END-IF.
007230     PERFORM 3900-CLASSIFY-AND-RELEASE THRU 3900-EXIT.
007240 3300-EXIT.
007250     EXIT.
007260*
007270******************************************************************
007280*    3400-CHECK-RECYCLE - LOOK UP THE CORRECTED ITEM ON DL100SUS.*
007290*                         WHEN THIS OPERATOR'S CORRECTION WAS    *
007300*                         RECYCLED ON OR AFTER THE DAY IT WAS    *
007310*                         MADE AND THE SAME OPERATOR CERTIFIED   *
007320*                         THAT RUN ON DL100LDG, FLAG IT          *
007330******************************************************************
007340 3400-CHECK-RECYCLE.
007350     IF NOT WS-SUSPENSE-OPEN OR NOT WS-LEDGER-OPEN
007360         GO TO 3400-EXIT
007370     END-IF.
007380     MOVE DL100SL-TRAN-KEY TO DL100S-TRAN-KEY.
007390     READ SUSPENSE-FILE
007400         INVALID KEY
007410             GO TO 3400-EXIT
007420     END-READ.
007430     IF NOT DL100S-RECYCLED
007440         OR DL100S-OPERATOR-ID NOT = DL100SL-OPERATOR-ID
007450         OR DL100S-RECYCLE-DATE NOT NUMERIC
007460         GO TO 3400-EXIT
007470     END-IF.
007480     IF DL100S-RECYCLE-DATE < DL100SL-LOG-DATE
007490         GO TO 3400-EXIT
007500     END-IF.
007510     MOVE DL100S-RECYCLE-DATE TO DL100RL-RUN-DATE.
007520     READ LEDGER-FILE
007530         INVALID KEY
007540             GO TO 3400-EXIT
007550     END-READ.
007560     IF DL100RL-CERTIFIED
007570         AND DL100RL-CERT-OPERATOR = DL100SL-OPERATOR-ID
007580         MOVE 'S' TO SR-EXC-RECYCLE
007590         MOVE DL100S-RECYCLE-DATE TO SR-RECYCLE-DATE
007600     END-IF.
007610 3400-EXIT.
007620     EXIT.
007630*
007640******************************************************************
007650*    3800-CLEAR-SORT-RECORD - START A FRESH SORT RECORD          *
007660******************************************************************
007670 3800-CLEAR-SORT-RECORD.
007680     MOVE SPACES TO SORT-RECORD.
007690     MOVE ZERO TO SR-START-TIME SR-END-TIME SR-RECYCLE-DATE.
007700 3800-EXIT.
007710     EXIT.
007720*
007730******************************************************************
007740*    3900-CLASSIFY-AND-RELEASE - LOOK THE OPERATOR UP ON THE     *
007750*                                AUTHORIZED TABLE, CHECK THE     *
007760*                                TIME AGAINST THE OPERATOR'S     *
007770*                                HOURS AND RELEASE THE ACTIVITY  *
007780******************************************************************
007790 3900-CLASSIFY-AND-RELEASE.
007800     MOVE WS-ACT-OPERATOR-ID TO SR-OPERATOR-ID.
007810     MOVE WS-ACT-TIME TO SR-ACT-TIME.
007820     SET WS-OPR-IDX TO 1.
007830     SEARCH WS-OPR-ENTRY
007840         AT END
007850             MOVE 'U' TO SR-EXC-UNAUTH
007860             MOVE 'N' TO SR-UNAUTH-REASON
007870             MOVE '(NOT ON AUTHORIZED-OPERATORS TABLE)'
007880                 TO SR-OPERATOR-NAME
007890             MOVE WS-DEFAULT-START TO SR-START-TIME
007900             MOVE WS-DEFAULT-END TO SR-END-TIME
007910         WHEN WS-OPR-ID (WS-OPR-IDX) = WS-ACT-OPERATOR-ID
007920             MOVE WS-OPR-NAME (WS-OPR-IDX) TO SR-OPERATOR-NAME
007930             MOVE WS-OPR-START-TIME (WS-OPR-IDX) TO SR-START-TIME
007940             MOVE WS-OPR-END-TIME (WS-OPR-IDX) TO SR-END-TIME
007950             IF WS-OPR-ACTIVE-FLAG (WS-OPR-IDX) NOT = 'Y'
007960                 MOVE 'U' TO SR-EXC-UNAUTH
007970                 MOVE 'I' TO SR-UNAUTH-REASON
007980             END-IF
007990     END-SEARCH.
008000     IF WS-ACT-TIME (1:4) IS NUMERIC
008010         MOVE WS-ACT-TIME (1:4) TO WS-ACT-HHMM
008020         IF SR-START-TIME NOT > SR-END-TIME
008030             IF WS-ACT-HHMM < SR-START-TIME
008040                 OR WS-ACT-HHMM NOT < SR-END-TIME
008050                 MOVE 'H' TO SR-EXC-HOURS
008060             END-IF
008070         ELSE
008080             IF WS-ACT-HHMM < SR-START-TIME
008090                 AND WS-ACT-HHMM NOT < SR-END-TIME
008100                 MOVE 'H' TO SR-EXC-HOURS
008110             END-IF
008120         END-IF
008130     END-IF.
008140     RELEASE SORT-RECORD.
008150 3900-EXIT.
008160     EXIT.
008170*
008180******************************************************************
008190*    4000-PRINT-ACTIVITY - SORT OUTPUT PROCEDURE.  PRINT THE     *
008200*                          ACTIVITY BY OPERATOR AND TIMESTAMP    *
008210*                          WITH A TOTAL PER OPERATOR, HOLDING    *
008220*                          EXCEPTIONS FOR THEIR OWN SECTION      *
008230******************************************************************
008240 4000-PRINT-ACTIVITY.
008250     PERFORM 4100-PRINT-ONE THRU 4100-EXIT
008260         UNTIL WS-SORT-END-OF-FILE.
008270     IF WS-FIRST-RECORD
008280         MOVE SPACES TO AUDIT-REPORT-RECORD
008290         STRING ' (NO OPERATOR ACTIVITY IN THE MONTH)'
008300             DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
008310         WRITE AUDIT-REPORT-RECORD
008320             AFTER ADVANCING 2 LINES
008330     ELSE
008340         PERFORM 4400-OPERATOR-BREAK THRU 4400-EXIT
008350     END-IF.
008360 4000-EXIT.
008370     EXIT.
008380*
008390******************************************************************
008400*    4100-PRINT-ONE - RETURN ONE ACTIVITY, TAKE ANY OPERATOR     *
008410*                     BREAK, PRINT ITS LINE AND KEEP ITS         *
008420*                     EXCEPTIONS                                 *
008430******************************************************************
008440 4100-PRINT-ONE.
008450     RETURN SORT-FILE
008460         AT END
008470             MOVE 'Y' TO WS-SORT-EOF-SW
008480             GO TO 4100-EXIT
008490     END-RETURN.
008500     IF WS-FIRST-RECORD
008510         MOVE 'N' TO WS-FIRST-SW
008520         PERFORM 4300-OPERATOR-HEADER THRU 4300-EXIT
008530     ELSE
008540         IF SR-OPERATOR-ID NOT = WS-PREV-OPERATOR
008550             PERFORM 4400-OPERATOR-BREAK THRU 4400-EXIT
008560             PERFORM 4300-OPERATOR-HEADER THRU 4300-EXIT
008570         END-IF
008580     END-IF.
008590     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008600         PERFORM 1500-PRINT-HEADING THRU 1500-EXIT
008610         PERFORM 4300-OPERATOR-HEADER THRU 4300-EXIT
008620     END-IF.
008630     MOVE SR-ACT-DATE TO WS-DL-DATE.
008640     MOVE SR-ACT-TIME (1:2) TO WS-DL-TIME-HH.
008650     MOVE SR-ACT-TIME (3:2) TO WS-DL-TIME-MM.
008660     MOVE SR-ACT-TIME (5:2) TO WS-DL-TIME-SS.
008670     MOVE SR-SOURCE TO WS-DL-SOURCE.
008680     MOVE SR-ACTION TO WS-DL-ACTION.
008690     MOVE SR-DETAIL TO WS-DL-DETAIL.
008700     MOVE SR-EXC-HOURS TO WS-DL-EXC-HOURS.
008710     MOVE SR-EXC-RECYCLE TO WS-DL-EXC-RECYCLE.
008720     MOVE SR-EXC-SAME-DAY TO WS-DL-EXC-SAME-DAY.
008730     MOVE SR-EXC-UNAUTH TO WS-DL-EXC-UNAUTH.
008740     WRITE AUDIT-REPORT-RECORD FROM WS-DETAIL-LINE
008750         AFTER ADVANCING 1 LINE.
008760     ADD 1 TO WS-LINE-COUNT.
008770     ADD 1 TO WS-ACTIVITY-COUNT WS-OPERATOR-ACTIONS.
008780     IF SR-EXC-HOURS NOT = SPACE
008790         MOVE 'H' TO WS-EXC-CODE
008800         PERFORM 4500-KEEP-EXCEPTION THRU 4500-EXIT
008810     END-IF.
008820     IF SR-EXC-RECYCLE NOT = SPACE
008830         MOVE 'S' TO WS-EXC-CODE
008840         PERFORM 4500-KEEP-EXCEPTION THRU 4500-EXIT
008850     END-IF.
008860     IF SR-EXC-SAME-DAY NOT = SPACE
008870         MOVE 'T' TO WS-EXC-CODE
008880         PERFORM 4500-KEEP-EXCEPTION THRU 4500-EXIT
008890     END-IF.
008900     IF SR-EXC-UNAUTH NOT = SPACE
008910         MOVE 'U' TO WS-EXC-CODE
008920         PERFORM 4500-KEEP-EXCEPTION THRU 4500-EXIT
008930     END-IF.
008940 4100-EXIT.
008950     EXIT.
008960*
008970******************************************************************
008980*    4300-OPERATOR-HEADER - NAME THE OPERATOR WHOSE ACTIVITY     *
008990*                           FOLLOWS, WITH THE COLUMN HEADINGS    *
009000******************************************************************
009010 4300-OPERATOR-HEADER.
009020     IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
009030         PERFORM 1500-PRINT-HEADING THRU 1500-EXIT
009040     END-IF.
009050     MOVE SR-OPERATOR-ID TO WS-OH-OPERATOR-ID WS-PREV-OPERATOR.
009060     MOVE SR-OPERATOR-NAME TO WS-OH-OPERATOR-NAME.
009070     MOVE SR-START-TIME TO WS-OH-START-TIME.
009080     MOVE SR-END-TIME TO WS-OH-END-TIME.
009090     WRITE AUDIT-REPORT-RECORD FROM WS-OPERATOR-HEADER
009100         AFTER ADVANCING 2 LINES.
009110     WRITE AUDIT-REPORT-RECORD FROM WS-HEADING-2
009120         AFTER ADVANCING 1 LINE.
009130     ADD 3 TO WS-LINE-COUNT.
009140 4300-EXIT.
009150     EXIT.
009160*
009170******************************************************************
009180*    4400-OPERATOR-BREAK - PRINT THE TOTALS FOR THE OPERATOR     *
009190*                          JUST FINISHED                         *
009200******************************************************************
009210 4400-OPERATOR-BREAK.
009220     MOVE WS-OPERATOR-ACTIONS TO WS-OT-ACTIONS.
009230     MOVE WS-OPERATOR-EXCEPTIONS TO WS-OT-EXCEPTIONS.
009240     WRITE AUDIT-REPORT-RECORD FROM WS-OPERATOR-TOTAL-LINE
009250         AFTER ADVANCING 1 LINE.
009260     ADD 1 TO WS-LINE-COUNT.
009270     MOVE ZERO TO WS-OPERATOR-ACTIONS WS-OPERATOR-EXCEPTIONS.
009280 4400-EXIT.
009290     EXIT.
009300*
009310******************************************************************
009320*    4500-KEEP-EXCEPTION - COUNT ONE EXCEPTION OF TYPE           *
009330*                          WS-EXC-CODE ON THE CURRENT ACTIVITY   *
009340*                          AND HOLD IT FOR THE EXCEPTIONS        *
009350*                          SECTION WHILE ROOM REMAINS            *
009360******************************************************************
009370 4500-KEEP-EXCEPTION.
009380     ADD 1 TO WS-EXC-TOTAL WS-OPERATOR-EXCEPTIONS.
009390     MOVE SPACES TO WS-EXC-TEXT-WORK.
009400     EVALUATE WS-EXC-CODE
009410         WHEN 'H'
009420             ADD 1 TO WS-EXC-HOURS-COUNT
009430             STRING SR-ACTION DELIMITED BY SPACE
009440                 ' OUTSIDE NORMAL HOURS ' SR-START-TIME '-'
009450                 SR-END-TIME ' (' SR-SOURCE ')'
009460                 DELIMITED BY SIZE INTO WS-EXC-TEXT-WORK
009470         WHEN 'S'
009480             ADD 1 TO WS-EXC-RECYCLE-COUNT
009490             STRING 'CORRECTED ' SR-ITEM-ID
009500                 ' - RECYCLED INTO RUN ' SR-RECYCLE-DATE
009510                 ', WHICH THIS OPERATOR CERTIFIED'
009520                 DELIMITED BY SIZE INTO WS-EXC-TEXT-WORK
009530         WHEN 'T'
009540             ADD 1 TO WS-EXC-SAME-DAY-COUNT
009550             STRING 'THRESHOLD ' SR-ACTION DELIMITED BY SPACE
009560                 ' TO ' SR-ITEM-ID
009570                 ' MADE ON THE DATE IT TOOK EFFECT'
009580                 DELIMITED BY SIZE INTO WS-EXC-TEXT-WORK
009590         WHEN 'U'
009600             ADD 1 TO WS-EXC-UNAUTH-COUNT
009610             IF SR-UNAUTH-REASON = 'I'
009620                 STRING 'OPERATOR ID IS NOT ACTIVE ON THE '
009630                     'AUTHORIZED-OPERATORS TABLE'
009640                     DELIMITED BY SIZE INTO WS-EXC-TEXT-WORK
009650             ELSE
009660                 STRING 'OPERATOR ID IS NOT ON THE '
009670                     'AUTHORIZED-OPERATORS TABLE'
009680                     DELIMITED BY SIZE INTO WS-EXC-TEXT-WORK
009690             END-IF
009700     END-EVALUATE.
009710     IF WS-EXC-COUNT NOT < WS-EXC-MAX
009720         ADD 1 TO WS-EXC-NOT-LISTED
009730         GO TO 4500-EXIT
009740     END-IF.
009750     ADD 1 TO WS-EXC-COUNT.
009760     SET WS-EXC-IDX TO WS-EXC-COUNT.
009770     MOVE SR-OPERATOR-ID TO WS-EXC-OPERATOR-ID (WS-EXC-IDX).
009780     MOVE SR-ACT-DATE TO WS-EXC-DATE (WS-EXC-IDX).
009790     MOVE SR-ACT-TIME TO WS-EXC-TIME (WS-EXC-IDX).
009800     MOVE WS-EXC-CODE TO WS-EXC-TYPE (WS-EXC-IDX).
009810     MOVE WS-EXC-TEXT-WORK TO WS-EXC-TEXT (WS-EXC-IDX).
009820 4500-EXIT.
009830     EXIT.
009840*
009850******************************************************************
009860*    5000-PRINT-EXCEPTIONS - START A NEW PAGE AND LIST THE HELD  *
009870*                            EXCEPTIONS                          *
009880******************************************************************
009890 5000-PRINT-EXCEPTIONS.
009900     PERFORM 1500-PRINT-HEADING THRU 1500-EXIT.
009910     MOVE SPACES TO WS-SH-TEXT.
009920     STRING 'EXCEPTIONS - H HOURS, S RECYCLE/CERTIFY, '
009930         'T SAME-DAY, U UNAUTHORIZED'
009940         DELIMITED BY SIZE INTO WS-SH-TEXT.
009950     WRITE AUDIT-REPORT-RECORD FROM WS-SECTION-HEADER
009960         AFTER ADVANCING 1 LINE.
009970     WRITE AUDIT-REPORT-RECORD FROM WS-EXC-HEADING
009980         AFTER ADVANCING 2 LINES.
009990     ADD 3 TO WS-LINE-COUNT.
010000     IF WS-EXC-COUNT = ZERO
010010         MOVE SPACES TO AUDIT-REPORT-RECORD
010020         STRING ' (NO EXCEPTIONS)'
010030             DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
010040         WRITE AUDIT-REPORT-RECORD
010050             AFTER ADVANCING 1 LINE
010060         ADD 1 TO WS-LINE-COUNT
010070     ELSE
010080         PERFORM 5100-PRINT-ONE-EXCEPTION THRU 5100-EXIT
010090             VARYING WS-EXC-IDX FROM 1 BY 1
010100             UNTIL WS-EXC-IDX > WS-EXC-COUNT
010110     END-IF.
010120     IF WS-EXC-NOT-LISTED > ZERO
010130         MOVE SPACES TO AUDIT-REPORT-RECORD
010140         STRING ' (MORE EXCEPTIONS THAN THE SECTION HOLDS - '
010150             'COUNTED BELOW BUT NOT LISTED)'
010160             DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
010170         WRITE AUDIT-REPORT-RECORD
010180             AFTER ADVANCING 1 LINE
010190         ADD 1 TO WS-LINE-COUNT
010200     END-IF.
010210 5000-EXIT.
010220     EXIT.
010230*
010240******************************************************************
010250*    5100-PRINT-ONE-EXCEPTION - PRINT THE HELD EXCEPTION AT      *
010260*                               WS-EXC-IDX                       *
010270******************************************************************
010280 5100-PRINT-ONE-EXCEPTION.
010290     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
010300         PERFORM 1500-PRINT-HEADING THRU 1500-EXIT
010310         WRITE AUDIT-REPORT-RECORD FROM WS-EXC-HEADING
010320             AFTER ADVANCING 2 LINES
010330         ADD 2 TO WS-LINE-COUNT
010340     END-IF.
010350     MOVE WS-EXC-OPERATOR-ID (WS-EXC-IDX) TO WS-EL-OPERATOR-ID.
010360     MOVE WS-EXC-DATE (WS-EXC-IDX) TO WS-EL-DATE.
010370     MOVE WS-EXC-TIME (WS-EXC-IDX) (1:2) TO WS-EL-TIME-HH.
010380     MOVE WS-EXC-TIME (WS-EXC-IDX) (3:2) TO WS-EL-TIME-MM.
010390     MOVE WS-EXC-TIME (WS-EXC-IDX) (5:2) TO WS-EL-TIME-SS.
010400     MOVE WS-EXC-TYPE (WS-EXC-IDX) TO WS-EL-TYPE.
010410     MOVE WS-EXC-TEXT (WS-EXC-IDX) TO WS-EL-TEXT.
010420     WRITE AUDIT-REPORT-RECORD FROM WS-EXC-LINE
010430         AFTER ADVANCING 1 LINE.
010440     ADD 1 TO WS-LINE-COUNT.
010450 5100-EXIT.
010460     EXIT.
010470*
010480******************************************************************
010490*    9000-TERMINATE - WRITE THE TOTALS, CLOSE THE FILES AND SET  *
010500*                     THE RETURN CODE                            *
010510******************************************************************
010520 9000-TERMINATE.
010530     MOVE 'DL100LOG RECORDS READ:' TO WS-TL-LABEL.
010540     MOVE WS-CHGLOG-READ TO WS-TL-COUNT.
010550     WRITE AUDIT-REPORT-RECORD FROM WS-TRAILER-LINE
010560         AFTER ADVANCING 2 LINES.
010570     MOVE 'DL100SLG RECORDS READ:' TO WS-TL-LABEL.
010580     MOVE WS-SUSPLOG-READ TO WS-TL-COUNT.
010590     WRITE AUDIT-REPORT-RECORD FROM WS-TRAILER-LINE
010600         AFTER ADVANCING 1 LINE.
010610     MOVE 'DL100LDG RECORDS READ:' TO WS-TL-LABEL.
010620     MOVE WS-LEDGER-READ TO WS-TL-COUNT.
010630     WRITE AUDIT-REPORT-RECORD FROM WS-TRAILER-LINE
010640         AFTER ADVANCING 1 LINE.
010650     MOVE 'ACTIVITIES REPORTED FOR THE MONTH:' TO WS-TL-LABEL.
010660     MOVE WS-ACTIVITY-COUNT TO WS-TL-COUNT.
010670     WRITE AUDIT-REPORT-RECORD FROM WS-TRAILER-LINE
010680         AFTER ADVANCING 1 LINE.
010690     MOVE 'H - OUTSIDE NORMAL HOURS:' TO WS-TL-LABEL.
010700     MOVE WS-EXC-HOURS-COUNT TO WS-TL-COUNT.
010710     WRITE AUDIT-REPORT-RECORD FROM WS-TRAILER-LINE
010720         AFTER ADVANCING 1 LINE.
010730     MOVE 'S - CORRECTED, THEN CERTIFIED THE RECYCLE RUN:'
010740         TO WS-TL-LABEL.
010750     MOVE WS-EXC-RECYCLE-COUNT TO WS-TL-COUNT.
010760     WRITE AUDIT-REPORT-RECORD FROM WS-TRAILER-LINE
010770         AFTER ADVANCING 1 LINE.
010780     MOVE 'T - THRESHOLD CHANGED ON ITS EFFECTIVE DATE:'
010790         TO WS-TL-LABEL.
010800     MOVE WS-EXC-SAME-DAY-COUNT TO WS-TL-COUNT.
010810     WRITE AUDIT-REPORT-RECORD FROM WS-TRAILER-LINE
010820         AFTER ADVANCING 1 LINE.
010830     MOVE 'U - OPERATOR ID NOT AUTHORIZED:' TO WS-TL-LABEL.
010840     MOVE WS-EXC-UNAUTH-COUNT TO WS-TL-COUNT.
010850     WRITE AUDIT-REPORT-RECORD FROM WS-TRAILER-LINE
010860         AFTER ADVANCING 1 LINE.
010870     IF WS-AUDIT-INCOMPLETE
010880         MOVE SPACES TO AUDIT-REPORT-RECORD
010890         STRING ' *** AUDIT INCOMPLETE - A SOURCE FILE OR THE '
010900             'AUTHORIZED-OPERATORS TABLE COULD NOT BE OPENED'
010910             DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
010920         WRITE AUDIT-REPORT-RECORD
010930             AFTER ADVANCING 2 LINES
010940     END-IF.
010950     IF WS-CHGLOG-OPEN
010960         CLOSE CHANGE-LOG-FILE
010970     END-IF.
010980     IF WS-SUSPLOG-OPEN
010990         CLOSE SUSP-LOG-FILE
011000     END-IF.
011010     IF WS-LEDGER-OPEN
011020         CLOSE LEDGER-FILE
011030     END-IF.
011040     IF WS-SUSPENSE-OPEN
011050         CLOSE SUSPENSE-FILE
011060     END-IF.
011070     CLOSE AUDIT-REPORT-FILE.
011080     DISPLAY 'DL100OPA: ACTIVITIES REPORTED = ' WS-ACTIVITY-COUNT.
011090     DISPLAY 'DL100OPA: EXCEPTIONS          = ' WS-EXC-TOTAL.
011100     EVALUATE TRUE
011110         WHEN WS-AUDIT-INCOMPLETE
011120             MOVE 8 TO WS-RETURN-CODE
011130         WHEN WS-EXC-TOTAL > ZERO
011140             MOVE 4 TO WS-RETURN-CODE
011150         WHEN OTHER
011160             MOVE ZERO TO WS-RETURN-CODE
011170     END-EVALUATE.
011180     MOVE WS-RETURN-CODE TO RETURN-CODE.
011190 9000-EXIT.
011200     EXIT.
011210*
011220 END PROGRAM DL100OPA.
