000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID:    DL100APL                                    *
000040*    AUTHOR:        J. MEDILE                                   *
000050*    INSTALLATION:  DL100 BATCH CONTROL SYSTEM                  *
000060*    DATE-WRITTEN:  2026-10-15                                  *
000070*    DATE-COMPILED: 2026-10-15                                  *
000080*                                                                *
000090*    DESCRIPTION:   TABLE-CHANGE APPLY AND DAILY CHANGE REPORT   *
000100*                   (DL100J STEP002).  READS THE DL100PCH        *
000110*                   PENDING-CHANGE MASTER (COPYBOOK DL100PC)     *
000120*                   AND APPLIES EVERY CHANGE A SECOND OPERATOR   *
000130*                   HAS APPROVED ON DL100APV TO ITS TABLE -      *
000140*                   DL100CTL (KEYED, UPDATED IN PLACE), DL100CAT *
000155*                   OR DL100SND (SEQUENTIAL) - BEFORE ANY LATER  *
000170*                   STEP READS THE TABLES.  REJECTED CHANGES     *
000180*                   ARE RETIRED UNAPPLIED.  EVERY DECIDED CHANGE *
000190*                   IS THEN CLOSED (DL100PC-CLOSE-DATE = RUN     *
000200*                   DATE) SO IT IS APPLIED AND REPORTED ONCE.    *
000210*                                                                *
000220*                   AN APPROVED CHANGE IS APPLIED ONLY IF THE    *
000230*                   TABLE ENTRY STILL MATCHES THE OLD IMAGE THE  *
000240*                   MAKER SAW.  AN ENTRY ALREADY EQUAL TO THE    *
000250*                   NEW IMAGE COUNTS AS APPLIED (A RERUN OF THIS *
000260*                   STEP); AN ENTRY CHANGED SINCE BY ANOTHER     *
000270*                   APPROVED CHANGE IS LEFT ALONE AND THE CHANGE *
000280*                   IS CLOSED AS SUPERSEDED, TO BE RE-KEYED.     *
000290*                                                                *
000291*                   DL100CAT AND DL100SND ARE NEVER OPENED FOR   *
000292*                   OUTPUT HERE.  BOTH TABLES ARE WRITTEN WHOLE, *
000293*                   CHANGED OR NOT, TO THE DL100CAW AND DL100SNW *
000294*                   WORK IMAGES, AND DL100J STEP002A/STEP002B    *
000295*                   COPY THE IMAGES OVER THE LIVE TABLES ONLY    *
000296*                   WHEN THIS STEP ENDS RC 8 OR LESS, SO A       *
000297*                   FAILED WRITE NEVER LEAVES A TABLE HALF       *
000298*                   WRITTEN.                                     *
000299*                                                                *
000300*                   THE DL100CHR REPORT LISTS EVERY CHANGE STILL *
000310*                   PENDING AND EVERY CHANGE DECIDED SINCE THE   *
000320*                   LAST RUN, WITH THE MAKER'S AND CHECKER'S     *
000330*                   OPERATOR IDS AND THE ENTRY BEFORE AND AFTER. *
000340*                                                                *
000350*                   RETURN CODES:                                *
000360*                     0 - NOTHING WAITING, NOTHING SUPERSEDED    *
000370*                     4 - CHANGES STILL AWAITING A CHECKER, OR   *
000380*                         A CHANGE CLOSED AS SUPERSEDED          *
000385*                     8 - AN APPROVED CHANGE COULD NOT BE        *
000391*                         WRITTEN (LEFT OPEN, RETRIED NEXT RUN)  *
000397*                    12 - A FILE COULD NOT BE OPENED, OR A WORK  *
000402*                         IMAGE COULD NOT BE WRITTEN OR CLOSED - *
000408*                         NOTHING IS CLOSED AND THE TABLES ARE   *
000414*                         NOT REPLACED                           *
000420*                                                                *
000430*    MODIFICATION HISTORY                                       *
000440*    ----------------------------------------------------------  *
000450*    DATE       INIT   DESCRIPTION                               *
000460*    ---------- ----   ---------------------------------------- *
000470*    2026-10-15 JPM    INITIAL VERSION.                         *
000480*    2026-10-15 JPM    CTL IMAGES NOW SHOW THE HIGH-VALUE HOLD   *
000490*                      LIMIT (DL100C-HOLD-LIMIT).                *
000500*    2026-10-15 JPM    SN IMAGES NOW SHOW THE INTAKE VARIANCE    *
000510*                      TOLERANCE (DL100SN-TOLERANCE-PCT).        *
000520*    2026-10-15 JPM    A FAILED WRITE OF DL100CAT OR DL100SND    *
000530*                      NOW ENDS RC 8 AND LEAVES THE CHANGES      *
000540*                      OPEN, AS AN OPEN FAILURE DOES.            *
000541*    2026-10-15 JPM    DL100CAT AND DL100SND ARE NO LONGER       *
000543*                      OPENED OUTPUT IN PLACE - THE TABLES GO    *
000545*                      TO THE DL100CAW/DL100SNW WORK IMAGES,     *
000546*                      COPIED BACK BY DL100J STEP002A/002B.  A   *
000548*                      FAILED OPEN, WRITE OR CLOSE IS NOW RC 12. *
000550*                                                                *
000560******************************************************************
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID. DL100APL.
000590 AUTHOR. J. MEDILE.
000600 INSTALLATION. DL100 BATCH CONTROL SYSTEM.
000610 DATE-WRITTEN. 2026-10-15.
000620 DATE-COMPILED. 2026-10-15.
000630*
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER. IBM-370.
000670 OBJECT-COMPUTER. IBM-370.
000680 SPECIAL-NAMES.
000690     C01 IS WS-TOP-OF-PAGE.
000700*
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT PENDING-FILE ASSIGN TO DL100PCH
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS SEQUENTIAL
000760         RECORD KEY IS DL100PC-CHANGE-KEY
000770         FILE STATUS IS WS-PENDING-STATUS.
000780*
000790     SELECT CONTROL-FILE ASSIGN TO DL100CTL
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS DL100C-RECORD-KEY
000830         FILE STATUS IS WS-CONTROL-STATUS.
000840*
000850     SELECT CATEGORY-FILE ASSIGN TO DL100CAT
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-CATEGORY-STATUS.
000880*
000890     SELECT SENDER-FILE ASSIGN TO DL100SND
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-SENDER-STATUS.
000920*
000921     SELECT CATEGORY-WORK-FILE ASSIGN TO DL100CAW
000922         ORGANIZATION IS SEQUENTIAL
000923         FILE STATUS IS WS-CATEGORY-WORK-STATUS.
000924*
000925     SELECT SENDER-WORK-FILE ASSIGN TO DL100SNW
000926         ORGANIZATION IS SEQUENTIAL
000927         FILE STATUS IS WS-SENDER-WORK-STATUS.
000928*
000930     SELECT CHANGE-REPORT-FILE ASSIGN TO DL100CHR
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-REPORT-STATUS.
000960*
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  PENDING-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020     COPY DL100PC.
001030*
001040 FD  CONTROL-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070     COPY DL100C.
001080*
001090 FD  CATEGORY-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120     COPY DL100CAT.
001130*
001140 FD  SENDER-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170     COPY DL100SN.
001171*
001173 FD  CATEGORY-WORK-FILE
001175     RECORDING MODE IS F
001176     LABEL RECORDS ARE STANDARD.
001178 01  CATEGORY-WORK-RECORD        PIC X(80).
001180*
001181 FD  SENDER-WORK-FILE
001183     RECORDING MODE IS F
001185     LABEL RECORDS ARE STANDARD.
001186 01  SENDER-WORK-RECORD          PIC X(80).
001188*
001190 FD  CHANGE-REPORT-FILE
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001220 01  CHANGE-REPORT-RECORD        PIC X(132).
001230*
001240 WORKING-STORAGE SECTION.
001250******************************************************************
001260*    WORKING STORAGE - SWITCHES AND COUNTERS                     *
001270******************************************************************
001280 77  WS-PENDING-STATUS           PIC X(02) VALUE SPACES.
001290     88  WS-PENDING-OK               VALUE '00'.
001300*
001310 77  WS-CONTROL-STATUS           PIC X(02) VALUE SPACES.
001320     88  WS-CONTROL-OK               VALUE '00'.
001330     88  WS-CONTROL-NOT-FOUND        VALUE '23'.
001340*
001350 77  WS-CATEGORY-STATUS          PIC X(02) VALUE SPACES.
001360     88  WS-CATEGORY-OK              VALUE '00'.
001370*
001380 77  WS-SENDER-STATUS            PIC X(02) VALUE SPACES.
001390     88  WS-SENDER-OK                VALUE '00'.
001391*
001392 77  WS-CATEGORY-WORK-STATUS     PIC X(02) VALUE SPACES.
001394     88  WS-CATEGORY-WORK-OK         VALUE '00'.
001395*
001397 77  WS-SENDER-WORK-STATUS       PIC X(02) VALUE SPACES.
001398     88  WS-SENDER-WORK-OK           VALUE '00'.
001400*
001410 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
001420     88  WS-REPORT-OK                VALUE '00'.
001430*
001440 01  WS-SWITCHES.
001450     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001460         88  WS-END-OF-FILE          VALUE 'Y'.
001470     05  WS-OPEN-FAILED-SW       PIC X(01) VALUE 'N'.
001480         88  WS-OPEN-FAILED          VALUE 'Y'.
001490     05  WS-LOAD-EOF-SW          PIC X(01) VALUE 'N'.
001500         88  WS-LOAD-EOF             VALUE 'Y'.
001510     05  WS-TARGET-FOUND-SW      PIC X(01) VALUE 'N'.
001520         88  WS-TARGET-FOUND         VALUE 'Y'.
001530     05  WS-APPLY-SW             PIC X(01) VALUE 'N'.
001540         88  WS-APPLY-NEEDED         VALUE 'Y'.
001550     05  WS-CAT-CHANGED-SW       PIC X(01) VALUE 'N'.
001560         88  WS-CAT-CHANGED          VALUE 'Y'.
001570     05  WS-SN-CHANGED-SW        PIC X(01) VALUE 'N'.
001580         88  WS-SN-CHANGED           VALUE 'Y'.
001590     05  WS-FAIL-FOUND-SW        PIC X(01) VALUE 'N'.
001600         88  WS-FAIL-FOUND           VALUE 'Y'.
001610*
001620 01  WS-COUNTERS.
001630     05  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
001640     05  WS-WAITING-COUNT        PIC 9(07) COMP VALUE ZERO.
001650     05  WS-APPLIED-COUNT        PIC 9(07) COMP VALUE ZERO.
001660     05  WS-REJECTED-COUNT       PIC 9(07) COMP VALUE ZERO.
001670     05  WS-SUPERSEDED-COUNT     PIC 9(07) COMP VALUE ZERO.
001680     05  WS-FAILED-COUNT         PIC 9(07) COMP VALUE ZERO.
001690     05  WS-CLOSED-COUNT         PIC 9(07) COMP VALUE ZERO.
001700     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001710     05  WS-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
001720*
001730 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001740*
001750******************************************************************
001760*    WORKING STORAGE - APPLY WORK FIELDS.  WS-OUTCOME IS WHAT    *
001770*    BECAME OF THE CHANGE AND IS PRINTED ON ITS REPORT LINE      *
001780******************************************************************
001790 01  WS-CURRENT-IMAGE            PIC X(40) VALUE SPACES.
001800 01  WS-OUTCOME                  PIC X(12) VALUE SPACES.
001810*
001820******************************************************************
001830*    WORKING STORAGE - SEQUENTIAL TABLES IN STORAGE.  CATEGORY   *
001840*    CODES AND DIVISIONS ARE BOTH TWO DIGITS, SO NEITHER TABLE   *
001850*    CAN HOLD MORE THAN 100 ENTRIES                              *
001860******************************************************************
001870 01  WS-CATT-COUNT               PIC 9(03) COMP VALUE ZERO.
001880 01  WS-CATT-TABLE.
001890     05  WS-CATT-ENTRY OCCURS 0 TO 100 TIMES
001900             DEPENDING ON WS-CATT-COUNT
001910             INDEXED BY WS-CATT-IDX.
001920         10  WS-CATT-CODE            PIC 9(02).
001930         10  WS-CATT-REST            PIC X(78).
001940*
001950 01  WS-SNDT-COUNT               PIC 9(03) COMP VALUE ZERO.
001960 01  WS-SNDT-TABLE.
001970     05  WS-SNDT-ENTRY OCCURS 0 TO 100 TIMES
001980             DEPENDING ON WS-SNDT-COUNT
001990             INDEXED BY WS-SNDT-IDX.
002000         10  WS-SNDT-DIVISION        PIC X(02).
002010         10  WS-SNDT-REST            PIC X(78).
002020*
002030******************************************************************
002040*    WORKING STORAGE - APPROVED CHANGES THAT COULD NOT BE        *
002050*    WRITTEN THIS RUN.  THEY ARE LEFT OPEN SO THE NEXT RUN       *
002060*    RETRIES THEM; IF MORE FAIL THAN THE TABLE HOLDS, NOTHING    *
002070*    IS CLOSED THIS RUN (EVERY APPLY IS SAFE TO REPEAT)          *
002080******************************************************************
002090 01  WS-FAIL-COUNT               PIC 9(03) COMP VALUE ZERO.
002100 01  WS-FAIL-TABLE.
002110     05  WS-FAIL-KEY OCCURS 0 TO 100 TIMES
002120             DEPENDING ON WS-FAIL-COUNT
002130             INDEXED BY WS-FAIL-IDX  PIC X(16).
002140*
002150******************************************************************
002160*    WORKING STORAGE - IMAGE FORMATTING.  THE 40-BYTE IMAGE IS   *
002170*    LAID OUT AS DL100C, DL100CAT OR DL100SN BY TABLE AND        *
002180*    EDITED INTO ONE 60-BYTE PRINT FIELD                         *
002190******************************************************************
002200 01  WS-FMT-TABLE                PIC X(03) VALUE SPACES.
002210 01  WS-FMT-IMAGE                PIC X(40) VALUE SPACES.
002220 01  WS-FMT-IMAGE-CTL REDEFINES WS-FMT-IMAGE.
002230     05  WS-FMT-CTL-ID           PIC X(08).
002240     05  WS-FMT-CTL-EFF-DATE     PIC 9(08).
002250     05  WS-FMT-CTL-THRESHOLD    PIC 9(02).
002260     05  WS-FMT-CTL-CKPT         PIC 9(05).
002270     05  WS-FMT-CTL-HOLD-LIMIT   PIC 9(09)V99.
002280     05  FILLER                  PIC X(06).
002290 01  WS-FMT-IMAGE-CAT REDEFINES WS-FMT-IMAGE.
002300     05  WS-FMT-CAT-CODE         PIC 9(02).
002310     05  WS-FMT-CAT-LABEL        PIC X(20).
002320     05  WS-FMT-CAT-SEVERITY     PIC 9(02).
002330     05  WS-FMT-CAT-ACTIVE       PIC X(01).
002340     05  FILLER                  PIC X(15).
002350 01  WS-FMT-IMAGE-SN REDEFINES WS-FMT-IMAGE.
002360     05  WS-FMT-SN-DIVISION      PIC X(02).
002370     05  WS-FMT-SN-ACTIVE        PIC X(01).
002380     05  WS-FMT-SN-DESCRIPTION   PIC X(20).
002390     05  WS-FMT-SN-TOLERANCE     PIC 9(03).
002400     05  FILLER                  PIC X(14).
002410*
002420 01  WS-FMT-LINE                 PIC X(60) VALUE SPACES.
002430 01  WS-FMT-LINE-CTL REDEFINES WS-FMT-LINE.
002440     05  FILLER                  PIC X(03).
002450     05  WS-FMT-L-CTL-ID         PIC X(08).
002460     05  FILLER                  PIC X(05).
002470     05  WS-FMT-L-CTL-EFF-DATE   PIC 9(08).
002480     05  FILLER                  PIC X(05).
002490     05  WS-FMT-L-CTL-THRESHOLD  PIC Z9.
002500     05  FILLER                  PIC X(06).
002510     05  WS-FMT-L-CTL-CKPT       PIC ZZZZ9.
002520     05  FILLER                  PIC X(06).
002530     05  WS-FMT-L-CTL-HOLD-LIMIT PIC ZZZZZZZZ9.99.
002540 01  WS-FMT-LINE-CAT REDEFINES WS-FMT-LINE.
002550     05  FILLER                  PIC X(05).
002560     05  WS-FMT-L-CAT-CODE       PIC 99.
002570     05  FILLER                  PIC X(01).
002580     05  WS-FMT-L-CAT-LABEL      PIC X(20).
002590     05  FILLER                  PIC X(05).
002600     05  WS-FMT-L-CAT-SEVERITY   PIC Z9.
002610     05  FILLER                  PIC X(08).
002620     05  WS-FMT-L-CAT-ACTIVE     PIC X(01).
002630     05  FILLER                  PIC X(16).
002640 01  WS-FMT-LINE-SN REDEFINES WS-FMT-LINE.
002650     05  FILLER                  PIC X(04).
002660     05  WS-FMT-L-SN-DIVISION    PIC X(02).
002670     05  FILLER                  PIC X(01).
002680     05  WS-FMT-L-SN-DESCRIPTION PIC X(20).
002690     05  FILLER                  PIC X(08).
002700     05  WS-FMT-L-SN-ACTIVE      PIC X(01).
002710     05  FILLER                  PIC X(08).
002720     05  WS-FMT-L-SN-TOLERANCE   PIC ZZ9.
002730     05  FILLER                  PIC X(13).
002740*
002750******************************************************************
002760*    WORKING STORAGE - RUN DATE                                  *
002770******************************************************************
002780 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002790 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
002800     05  WS-RUN-DATE-CC          PIC 9(02).
002810     05  WS-RUN-DATE-YY          PIC 9(02).
002820     05  WS-RUN-DATE-MM          PIC 9(02).
002830     05  WS-RUN-DATE-DD          PIC 9(02).
002840 01  WS-RUN-DATE-RPT.
002850     05  WS-RUN-DATE-RPT-MM      PIC 9(02).
002860     05  FILLER                  PIC X(01) VALUE '/'.
002870     05  WS-RUN-DATE-RPT-DD      PIC 9(02).
002880     05  FILLER                  PIC X(01) VALUE '/'.
002890     05  WS-RUN-DATE-RPT-CCYY    PIC 9(04).
002900*
002910******************************************************************
002920*    WORKING STORAGE - REPORT LINES                              *
002930******************************************************************
002940 01  WS-HEADING-1.
002950     05  FILLER                  PIC X(01) VALUE SPACE.
002960     05  FILLER                  PIC X(14) VALUE 'JOB: DL100APL'.
002970     05  FILLER                  PIC X(40)
002980             VALUE 'DL100 DAILY TABLE-CHANGE REPORT'.
002990     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
003000     05  WS-H1-RUN-DATE          PIC X(10).
003010     05  FILLER                  PIC X(08) VALUE 'PAGE:'.
003020     05  WS-H1-PAGE              PIC ZZZZ9.
003030     05  FILLER                  PIC X(41) VALUE SPACES.
003040*
003050 01  WS-HEADING-2.
003060     05  FILLER                  PIC X(01) VALUE SPACE.
003070     05  FILLER                  PIC X(19) VALUE 'CHANGE KEY'.
003080     05  FILLER                  PIC X(06) VALUE 'TBL'.
003090     05  FILLER                  PIC X(08) VALUE 'FUNC'.
003100     05  FILLER                  PIC X(10) VALUE 'STATUS'.
003110     05  FILLER                  PIC X(10) VALUE 'MAKER'.
003120     05  FILLER                  PIC X(10) VALUE 'CHECKER'.
003130     05  FILLER                  PIC X(10) VALUE 'CHECKED'.
003140     05  FILLER                  PIC X(12) VALUE 'OUTCOME'.
003150     05  FILLER                  PIC X(46) VALUE SPACES.
003160*
003170 01  WS-DETAIL-LINE.
003180     05  FILLER                  PIC X(01) VALUE SPACE.
003190     05  WS-DL-MAKER-DATE        PIC X(08).
003200     05  FILLER                  PIC X(01) VALUE SPACE.
003210     05  WS-DL-MAKER-TIME        PIC X(08).
003220     05  FILLER                  PIC X(02) VALUE SPACES.
003230     05  WS-DL-TABLE             PIC X(03).
003240     05  FILLER                  PIC X(03) VALUE SPACES.
003250     05  WS-DL-FUNCTION          PIC X(06).
003260     05  FILLER                  PIC X(02) VALUE SPACES.
003270     05  WS-DL-STATUS            PIC X(08).
003280     05  FILLER                  PIC X(02) VALUE SPACES.
003290     05  WS-DL-MAKER             PIC X(08).
003300     05  FILLER                  PIC X(02) VALUE SPACES.
003310     05  WS-DL-CHECKER           PIC X(08).
003320     05  FILLER                  PIC X(02) VALUE SPACES.
003330     05  WS-DL-CHECK-DATE        PIC X(08).
003340     05  FILLER                  PIC X(02) VALUE SPACES.
003350     05  WS-DL-OUTCOME           PIC X(12).
003360     05  FILLER                  PIC X(46) VALUE SPACES.
003370*
003380 01  WS-IMAGE-LINE.
003390     05  FILLER                  PIC X(21) VALUE SPACES.
003400     05  WS-IL-LABEL             PIC X(05).
003410     05  WS-IL-TEXT              PIC X(60).
003420     05  FILLER                  PIC X(46) VALUE SPACES.
003430*
003440 01  WS-TRAILER-LINE.
003450     05  FILLER                  PIC X(01) VALUE SPACE.
003460     05  WS-TL-LABEL             PIC X(30).
003470     05  WS-TL-COUNT             PIC ZZZ,ZZ9.
003480     05  FILLER                  PIC X(94) VALUE SPACES.
003490*
003500 01  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
003510*
003520 PROCEDURE DIVISION.
003530******************************************************************
003540*    0000-MAINLINE                                               *
003550******************************************************************
003560 0000-MAINLINE.
003570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003580     PERFORM 2000-PROCESS-CHANGE THRU 2000-EXIT
003590         UNTIL WS-END-OF-FILE.
003600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003610     STOP RUN.
003620*
003630******************************************************************
003640*    1000-INITIALIZE - OPEN THE FILES, LOAD THE SEQUENTIAL       *
003650*                      TABLES, PRINT THE FIRST HEADING AND       *
003660*                      PRIME THE FIRST READ                      *
003670******************************************************************
003680 1000-INITIALIZE.
003690     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003700     MOVE WS-RUN-DATE-MM TO WS-RUN-DATE-RPT-MM.
003710     MOVE WS-RUN-DATE-DD TO WS-RUN-DATE-RPT-DD.
003720     MOVE WS-RUN-DATE-CC TO WS-RUN-DATE-RPT-CCYY (1:2).
003730     MOVE WS-RUN-DATE-YY TO WS-RUN-DATE-RPT-CCYY (3:2).
003740*
003750     OPEN OUTPUT CHANGE-REPORT-FILE.
003760     IF NOT WS-REPORT-OK
003770         DISPLAY 'DL100APL: UNABLE TO OPEN DL100CHR, STATUS = '
003780             WS-REPORT-STATUS
003790     END-IF.
003800     PERFORM 1500-PRINT-HEADING THRU 1500-EXIT.
003810*
003820     PERFORM 1100-LOAD-CATEGORIES THRU 1100-EXIT.
003830     PERFORM 1200-LOAD-SENDERS THRU 1200-EXIT.
003840     OPEN I-O CONTROL-FILE.
003850     IF NOT WS-CONTROL-OK
003860         DISPLAY 'DL100APL: UNABLE TO OPEN DL100CTL, STATUS = '
003870             WS-CONTROL-STATUS
003880         MOVE 'Y' TO WS-OPEN-FAILED-SW
003890     END-IF.
003900     OPEN I-O PENDING-FILE.
003910     IF WS-PENDING-STATUS = '35'
003920         OPEN OUTPUT PENDING-FILE
003930         CLOSE PENDING-FILE
003940         OPEN I-O PENDING-FILE
003950     END-IF.
003960     IF NOT WS-PENDING-OK
003970         DISPLAY 'DL100APL: UNABLE TO OPEN DL100PCH, STATUS = '
003980             WS-PENDING-STATUS
003990         MOVE 'Y' TO WS-OPEN-FAILED-SW
004000     END-IF.
004010     IF WS-OPEN-FAILED
004020         MOVE 'Y' TO WS-EOF-SWITCH
004030     ELSE
004040         PERFORM 2900-READ-PENDING THRU 2900-EXIT
004050     END-IF.
004060 1000-EXIT.
004070     EXIT.
004080*
004090******************************************************************
004100*    1100-LOAD-CATEGORIES - READ DL100CAT INTO THE CATEGORY      *
004110*                           TABLE                                *
004120******************************************************************
004130 1100-LOAD-CATEGORIES.
004140     OPEN INPUT CATEGORY-FILE.
004150     IF NOT WS-CATEGORY-OK
004160         DISPLAY 'DL100APL: UNABLE TO OPEN DL100CAT, STATUS = '
004170             WS-CATEGORY-STATUS
004180         MOVE 'Y' TO WS-OPEN-FAILED-SW
004190         GO TO 1100-EXIT
004200     END-IF.
004210     MOVE 'N' TO WS-LOAD-EOF-SW.
004220     PERFORM 1110-LOAD-ONE-CATEGORY THRU 1110-EXIT
004230         UNTIL WS-LOAD-EOF.
004240     CLOSE CATEGORY-FILE.
004250 1100-EXIT.
004260     EXIT.
004270*
004280******************************************************************
004290*    1110-LOAD-ONE-CATEGORY - ADD ONE DL100CAT RECORD TO THE     *
004300*                             TABLE                              *
004310******************************************************************
004320 1110-LOAD-ONE-CATEGORY.
004330     READ CATEGORY-FILE
004340         AT END
004350             MOVE 'Y' TO WS-LOAD-EOF-SW
004360             GO TO 1110-EXIT
004370     END-READ.
004380     IF WS-CATT-COUNT < 100
004390         ADD 1 TO WS-CATT-COUNT
004400         MOVE DL100CAT-CATEGORY-RECORD
004410             TO WS-CATT-ENTRY (WS-CATT-COUNT)
004420     END-IF.
004430 1110-EXIT.
004440     EXIT.
004450*
004460******************************************************************
004470*    1200-LOAD-SENDERS - READ DL100SND INTO THE SENDER TABLE     *
004480******************************************************************
004490 1200-LOAD-SENDERS.
004500     OPEN INPUT SENDER-FILE.
004510     IF NOT WS-SENDER-OK
004520         DISPLAY 'DL100APL: UNABLE TO OPEN DL100SND, STATUS = '
004530             WS-SENDER-STATUS
004540         MOVE 'Y' TO WS-OPEN-FAILED-SW
004550         GO TO 1200-EXIT
004560     END-IF.
004570     MOVE 'N' TO WS-LOAD-EOF-SW.
004580     PERFORM 1210-LOAD-ONE-SENDER THRU 1210-EXIT
004590         UNTIL WS-LOAD-EOF.
004600     CLOSE SENDER-FILE.
004610 1200-EXIT.
004620     EXIT.
004630*
004640******************************************************************
004650*    1210-LOAD-ONE-SENDER - ADD ONE DL100SN RECORD TO THE TABLE  *
004660******************************************************************
004670 1210-LOAD-ONE-SENDER.
004680     READ SENDER-FILE
004690         AT END
004700             MOVE 'Y' TO WS-LOAD-EOF-SW
004710             GO TO 1210-EXIT
004720     END-READ.
004730     IF WS-SNDT-COUNT < 100
004740         ADD 1 TO WS-SNDT-COUNT
004750         MOVE DL100SN-SENDER-RECORD
004760             TO WS-SNDT-ENTRY (WS-SNDT-COUNT)
004770     END-IF.
004780 1210-EXIT.
004790     EXIT.
004800*
004810******************************************************************
004820*    1500-PRINT-HEADING - WRITE A NEW PAGE HEADING               *
004830******************************************************************
004840 1500-PRINT-HEADING.
004850     ADD 1 TO WS-PAGE-COUNT.
004860     MOVE WS-RUN-DATE-RPT TO WS-H1-RUN-DATE.
004870     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
004880     WRITE CHANGE-REPORT-RECORD FROM WS-HEADING-1
004890         AFTER ADVANCING WS-TOP-OF-PAGE.
004900     WRITE CHANGE-REPORT-RECORD FROM WS-HEADING-2
004910         AFTER ADVANCING 2 LINES.
004920     MOVE 3 TO WS-LINE-COUNT.
004930 1500-EXIT.
004940     EXIT.
004950*
004960******************************************************************
004970*    2000-PROCESS-CHANGE - REPORT ONE CHANGE STILL PENDING, OR   *
004980*                          APPLY OR RETIRE ONE DECIDED SINCE     *
004990*                          THE LAST RUN.  CHANGES CLOSED ON AN   *
005000*                          EARLIER RUN ARE PASSED OVER           *
005010******************************************************************
005020 2000-PROCESS-CHANGE.
005030     IF DL100PC-CLOSE-DATE NOT = ZERO
005040         GO TO 2000-NEXT
005050     END-IF.
005060     EVALUATE TRUE
005070         WHEN DL100PC-PENDING
005080             ADD 1 TO WS-WAITING-COUNT
005090             MOVE 'WAITING' TO WS-OUTCOME
005100         WHEN DL100PC-APPROVED
005110             PERFORM 2100-APPLY-CHANGE THRU 2100-EXIT
005120         WHEN DL100PC-REJECTED
005130             ADD 1 TO WS-REJECTED-COUNT
005140             MOVE 'NOT APPLIED' TO WS-OUTCOME
005150         WHEN OTHER
005160             GO TO 2000-NEXT
005170     END-EVALUATE.
005180     PERFORM 3000-WRITE-DETAIL THRU 3000-EXIT.
005190 2000-NEXT.
005200     PERFORM 2900-READ-PENDING THRU 2900-EXIT.
005210 2000-EXIT.
005220     EXIT.
005230*
005240******************************************************************
005250*    2100-APPLY-CHANGE - APPLY ONE APPROVED CHANGE TO ITS TABLE  *
005260******************************************************************
005270 2100-APPLY-CHANGE.
005280     EVALUATE TRUE
005290         WHEN DL100PC-TABLE-CTL
005300             PERFORM 2200-APPLY-CONTROL THRU 2200-EXIT
005310         WHEN DL100PC-TABLE-CAT
005320             PERFORM 2300-APPLY-CATEGORY THRU 2300-EXIT
005330         WHEN OTHER
005340             PERFORM 2400-APPLY-SENDER THRU 2400-EXIT
005350     END-EVALUATE.
005360     EVALUATE WS-OUTCOME
005370         WHEN 'APPLIED'
005380             ADD 1 TO WS-APPLIED-COUNT
005390         WHEN 'SUPERSEDED'
005400             ADD 1 TO WS-SUPERSEDED-COUNT
005410         WHEN OTHER
005420             ADD 1 TO WS-FAILED-COUNT
005430             IF WS-FAIL-COUNT < 100
005440                 ADD 1 TO WS-FAIL-COUNT
005450                 MOVE DL100PC-CHANGE-KEY
005460                     TO WS-FAIL-KEY (WS-FAIL-COUNT)
005470             END-IF
005480     END-EVALUATE.
005490 2100-EXIT.
005500     EXIT.
005510*
005520******************************************************************
005530*    2150-COMPARE-IMAGES - DECIDE FROM THE ENTRY AS IT STANDS    *
005540*                          (WS-CURRENT-IMAGE) WHETHER THE CHANGE *
005550*                          IS ALREADY IN, STILL APPLIES, OR HAS  *
005560*                          BEEN OVERTAKEN BY ANOTHER CHANGE      *
005570******************************************************************
005580 2150-COMPARE-IMAGES.
005590     MOVE 'N' TO WS-APPLY-SW.
005600     EVALUATE TRUE
005610         WHEN WS-CURRENT-IMAGE = DL100PC-NEW-IMAGE
005620             MOVE 'APPLIED' TO WS-OUTCOME
005630         WHEN WS-CURRENT-IMAGE NOT = DL100PC-OLD-IMAGE
005640             MOVE 'SUPERSEDED' TO WS-OUTCOME
005650         WHEN OTHER
005660             MOVE 'Y' TO WS-APPLY-SW
005670     END-EVALUATE.
005680 2150-EXIT.
005690     EXIT.
005700*
005710******************************************************************
005720*    2200-APPLY-CONTROL - ADD OR REWRITE THE DL100CTL RECORD     *
005730*                         KEYED BY THE NEW IMAGE'S CONTROL ID    *
005740*                         AND EFFECTIVE DATE                     *
005750******************************************************************
005760 2200-APPLY-CONTROL.
005770     MOVE 'FAILED' TO WS-OUTCOME.
005780     MOVE DL100PC-NEW-IMAGE (1:16) TO DL100C-RECORD-KEY.
005790     READ CONTROL-FILE.
005800     EVALUATE TRUE
005810         WHEN WS-CONTROL-OK
005820             MOVE 'Y' TO WS-TARGET-FOUND-SW
005830             MOVE DL100C-CONTROL-RECORD (1:40)
005840                 TO WS-CURRENT-IMAGE
005850         WHEN WS-CONTROL-NOT-FOUND
005860             MOVE 'N' TO WS-TARGET-FOUND-SW
005870             MOVE SPACES TO WS-CURRENT-IMAGE
005880         WHEN OTHER
005890             DISPLAY 'DL100APL: DL100CTL READ FAILED, STATUS = '
005900                 WS-CONTROL-STATUS
005910             GO TO 2200-EXIT
005920     END-EVALUATE.
005930     PERFORM 2150-COMPARE-IMAGES THRU 2150-EXIT.
005940     IF NOT WS-APPLY-NEEDED
005950         GO TO 2200-EXIT
005960     END-IF.
005970     IF WS-TARGET-FOUND
005980         MOVE DL100PC-NEW-IMAGE TO DL100C-CONTROL-RECORD (1:40)
005990         REWRITE DL100C-CONTROL-RECORD
006000     ELSE
006010         MOVE SPACES TO DL100C-CONTROL-RECORD
006020         MOVE DL100PC-NEW-IMAGE TO DL100C-CONTROL-RECORD (1:40)
006030         WRITE DL100C-CONTROL-RECORD
006040     END-IF.
006050     IF WS-CONTROL-OK
006060         MOVE 'APPLIED' TO WS-OUTCOME
006070     ELSE
006080         DISPLAY 'DL100APL: DL100CTL UPDATE FAILED, STATUS = '
006090             WS-CONTROL-STATUS
006100     END-IF.
006110 2200-EXIT.
006120     EXIT.
006130*
006140******************************************************************
006150*    2300-APPLY-CATEGORY - ADD OR OVERLAY THE CATEGORY ENTRY IN  *
006160*                          STORAGE; THE TABLE IS WRITTEN AT END  *
006170******************************************************************
006180 2300-APPLY-CATEGORY.
006190     MOVE 'FAILED' TO WS-OUTCOME.
006200     MOVE 'N' TO WS-TARGET-FOUND-SW.
006210     MOVE SPACES TO WS-CURRENT-IMAGE.
006220     IF WS-CATT-COUNT > ZERO
006230         SET WS-CATT-IDX TO 1
006240         SEARCH WS-CATT-ENTRY
006250             AT END
006260                 CONTINUE
006270             WHEN WS-CATT-CODE (WS-CATT-IDX) = DL100PC-CAT-CODE
006280                 MOVE 'Y' TO WS-TARGET-FOUND-SW
006290                 MOVE WS-CATT-ENTRY (WS-CATT-IDX) (1:40)
006300                     TO WS-CURRENT-IMAGE
006310         END-SEARCH
006320     END-IF.
006330     PERFORM 2150-COMPARE-IMAGES THRU 2150-EXIT.
006340     IF NOT WS-APPLY-NEEDED
006350         GO TO 2300-EXIT
006360     END-IF.
006370     IF NOT WS-TARGET-FOUND
006380         IF WS-CATT-COUNT NOT < 100
006390             DISPLAY 'DL100APL: DL100CAT FULL - CODE '
006400                 DL100PC-CAT-CODE ' NOT ADDED'
006410             GO TO 2300-EXIT
006420         END-IF
006430         ADD 1 TO WS-CATT-COUNT
006440         SET WS-CATT-IDX TO WS-CATT-COUNT
006450         MOVE SPACES TO WS-CATT-ENTRY (WS-CATT-IDX)
006460     END-IF.
006470     MOVE DL100PC-NEW-IMAGE TO WS-CATT-ENTRY (WS-CATT-IDX) (1:40).
006480     MOVE 'Y' TO WS-CAT-CHANGED-SW.
006490     MOVE 'APPLIED' TO WS-OUTCOME.
006500 2300-EXIT.
006510     EXIT.
006520*
006530******************************************************************
006540*    2400-APPLY-SENDER - ADD OR OVERLAY THE SENDER ENTRY IN      *
006550*                        STORAGE; THE TABLE IS WRITTEN AT END    *
006560******************************************************************
006570 2400-APPLY-SENDER.
006580     MOVE 'FAILED' TO WS-OUTCOME.
006590     MOVE 'N' TO WS-TARGET-FOUND-SW.
006600     MOVE SPACES TO WS-CURRENT-IMAGE.
006610     IF WS-SNDT-COUNT > ZERO
006620         SET WS-SNDT-IDX TO 1
006630         SEARCH WS-SNDT-ENTRY
006640             AT END
006650                 CONTINUE
006660             WHEN WS-SNDT-DIVISION (WS-SNDT-IDX)
006670                 = DL100PC-SN-DIVISION
006680                 MOVE 'Y' TO WS-TARGET-FOUND-SW
006690                 MOVE WS-SNDT-ENTRY (WS-SNDT-IDX) (1:40)
006700                     TO WS-CURRENT-IMAGE
006710         END-SEARCH
006720     END-IF.
006730     PERFORM 2150-COMPARE-IMAGES THRU 2150-EXIT.
006740     IF NOT WS-APPLY-NEEDED
006750         GO TO 2400-EXIT
006760     END-IF.
006770     IF NOT WS-TARGET-FOUND
006780         IF WS-SNDT-COUNT NOT < 100
006790             DISPLAY 'DL100APL: DL100SND FULL - DIVISION '
006800                 DL100PC-SN-DIVISION ' NOT ADDED'
006810             GO TO 2400-EXIT
006820         END-IF
006830         ADD 1 TO WS-SNDT-COUNT
006840         SET WS-SNDT-IDX TO WS-SNDT-COUNT
006850         MOVE SPACES TO WS-SNDT-ENTRY (WS-SNDT-IDX)
006860     END-IF.
006870     MOVE DL100PC-NEW-IMAGE TO WS-SNDT-ENTRY (WS-SNDT-IDX) (1:40).
006880     MOVE 'Y' TO WS-SN-CHANGED-SW.
006890     MOVE 'APPLIED' TO WS-OUTCOME.
006900 2400-EXIT.
006910     EXIT.
006920*
006930******************************************************************
006940*    2900-READ-PENDING - READ THE NEXT PENDING-CHANGE RECORD     *
006950******************************************************************
006960 2900-READ-PENDING.
006970     READ PENDING-FILE
006980         AT END
006990             MOVE 'Y' TO WS-EOF-SWITCH
007000         NOT AT END
007010             ADD 1 TO WS-READ-COUNT
007020     END-READ.
007030 2900-EXIT.
007040     EXIT.
007050*
007060******************************************************************
007070*    3000-WRITE-DETAIL - WRITE THE CHANGE LINE AND ITS BEFORE    *
007080*                        AND AFTER IMAGE LINES                   *
007090******************************************************************
007100 3000-WRITE-DETAIL.
007110     IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
007120         PERFORM 1500-PRINT-HEADING THRU 1500-EXIT
007130     END-IF.
007140     MOVE DL100PC-MAKER-DATE TO WS-DL-MAKER-DATE.
007150     MOVE DL100PC-MAKER-TIME TO WS-DL-MAKER-TIME.
007160     MOVE DL100PC-TABLE-ID TO WS-DL-TABLE.
007170     IF DL100PC-FUNC-ADD
007180         MOVE 'ADD' TO WS-DL-FUNCTION
007190     ELSE
007200         MOVE 'CHANGE' TO WS-DL-FUNCTION
007210     END-IF.
007220     EVALUATE TRUE
007230         WHEN DL100PC-APPROVED
007240             MOVE 'APPROVED' TO WS-DL-STATUS
007250         WHEN DL100PC-REJECTED
007260             MOVE 'REJECTED' TO WS-DL-STATUS
007270         WHEN OTHER
007280             MOVE 'PENDING' TO WS-DL-STATUS
007290     END-EVALUATE.
007300     MOVE DL100PC-MAKER-OPERATOR TO WS-DL-MAKER.
007310     MOVE DL100PC-CHECKER-OPERATOR TO WS-DL-CHECKER.
007320     MOVE DL100PC-CHECK-DATE TO WS-DL-CHECK-DATE.
007330     MOVE WS-OUTCOME TO WS-DL-OUTCOME.
007340     WRITE CHANGE-REPORT-RECORD FROM WS-DETAIL-LINE
007350         AFTER ADVANCING 2 LINES.
007360     MOVE DL100PC-TABLE-ID TO WS-FMT-TABLE.
007370     MOVE DL100PC-OLD-IMAGE TO WS-FMT-IMAGE.
007380     PERFORM 3950-FORMAT-IMAGE THRU 3950-EXIT.
007390     MOVE 'WAS:' TO WS-IL-LABEL.
007400     MOVE WS-FMT-LINE TO WS-IL-TEXT.
007410     WRITE CHANGE-REPORT-RECORD FROM WS-IMAGE-LINE
007420         AFTER ADVANCING 1 LINE.
007430     MOVE DL100PC-NEW-IMAGE TO WS-FMT-IMAGE.
007440     PERFORM 3950-FORMAT-IMAGE THRU 3950-EXIT.
007450     MOVE 'NEW:' TO WS-IL-LABEL.
007460     MOVE WS-FMT-LINE TO WS-IL-TEXT.
007470     WRITE CHANGE-REPORT-RECORD FROM WS-IMAGE-LINE
007480         AFTER ADVANCING 1 LINE.
007490     ADD 4 TO WS-LINE-COUNT.
007500 3000-EXIT.
007510     EXIT.
007520*
007530******************************************************************
007540*    3950-FORMAT-IMAGE - EDIT ONE 40-BYTE TABLE IMAGE INTO A     *
007550*                        PRINT FIELD LAID OUT FOR ITS TABLE      *
007560******************************************************************
007570 3950-FORMAT-IMAGE.
007580     MOVE SPACES TO WS-FMT-LINE.
007590     IF WS-FMT-IMAGE = SPACES
007600         MOVE '(NOT ON FILE)' TO WS-FMT-LINE
007610         GO TO 3950-EXIT
007620     END-IF.
007630     EVALUATE WS-FMT-TABLE
007640         WHEN 'CTL'
007650             MOVE 'ID' TO WS-FMT-LINE (1:2)
007660             MOVE WS-FMT-CTL-ID TO WS-FMT-L-CTL-ID
007670             MOVE 'EFF' TO WS-FMT-LINE (13:3)
007680             MOVE WS-FMT-CTL-EFF-DATE TO WS-FMT-L-CTL-EFF-DATE
007690             MOVE 'THR' TO WS-FMT-LINE (26:3)
007700             MOVE WS-FMT-CTL-THRESHOLD TO WS-FMT-L-CTL-THRESHOLD
007710             MOVE 'CKPT' TO WS-FMT-LINE (33:4)
007720             MOVE WS-FMT-CTL-CKPT TO WS-FMT-L-CTL-CKPT
007730             MOVE 'HOLD' TO WS-FMT-LINE (44:4)
007740             IF WS-FMT-CTL-HOLD-LIMIT IS NUMERIC
007750                 MOVE WS-FMT-CTL-HOLD-LIMIT
007760                     TO WS-FMT-L-CTL-HOLD-LIMIT
007770             ELSE
007780                 MOVE ZERO TO WS-FMT-L-CTL-HOLD-LIMIT
007790             END-IF
007800         WHEN 'CAT'
007810             MOVE 'CODE' TO WS-FMT-LINE (1:4)
007820             MOVE WS-FMT-CAT-CODE TO WS-FMT-L-CAT-CODE
007830             MOVE WS-FMT-CAT-LABEL TO WS-FMT-L-CAT-LABEL
007840             MOVE 'SEV' TO WS-FMT-LINE (30:3)
007850             MOVE WS-FMT-CAT-SEVERITY TO WS-FMT-L-CAT-SEVERITY
007860             MOVE 'ACTIVE' TO WS-FMT-LINE (37:6)
007870             MOVE WS-FMT-CAT-ACTIVE TO WS-FMT-L-CAT-ACTIVE
007880         WHEN OTHER
007890             MOVE 'DIV' TO WS-FMT-LINE (1:3)
007900             MOVE WS-FMT-SN-DIVISION TO WS-FMT-L-SN-DIVISION
007910             MOVE WS-FMT-SN-DESCRIPTION
007920                 TO WS-FMT-L-SN-DESCRIPTION
007930             MOVE 'ACTIVE' TO WS-FMT-LINE (29:6)
007940             MOVE WS-FMT-SN-ACTIVE TO WS-FMT-L-SN-ACTIVE
007950             MOVE 'TOL%' TO WS-FMT-LINE (40:4)
007960             IF WS-FMT-SN-TOLERANCE IS NUMERIC
007970                 MOVE WS-FMT-SN-TOLERANCE
007980                     TO WS-FMT-L-SN-TOLERANCE
007990             ELSE
008000                 MOVE ZERO TO WS-FMT-L-SN-TOLERANCE
008010             END-IF
008020     END-EVALUATE.
008030 3950-EXIT.
008040     EXIT.
008050*
008060******************************************************************
008065*    8000-REWRITE-CATEGORIES - WRITE THE WHOLE CATEGORY TABLE TO *
008070*                              THE DL100CAW WORK IMAGE.  DL100CAT*
008075*                              ITSELF IS REPLACED BY THE NEXT JOB*
008080*                              STEP, AND ONLY IF THIS ONE ENDS   *
008085*                              RC 8 OR LESS                      *
008090******************************************************************
008100 8000-REWRITE-CATEGORIES.
008110     OPEN OUTPUT CATEGORY-WORK-FILE.
008120     IF NOT WS-CATEGORY-WORK-OK
008130         DISPLAY 'DL100APL: UNABLE TO OPEN DL100CAW, STATUS = '
008140             WS-CATEGORY-WORK-STATUS
008150         MOVE 'Y' TO WS-OPEN-FAILED-SW
008160         GO TO 8000-EXIT
008170     END-IF.
008180     IF WS-CATT-COUNT > ZERO
008190         PERFORM 8010-WRITE-ONE-CATEGORY THRU 8010-EXIT
008200             VARYING WS-CATT-IDX FROM 1 BY 1
008210             UNTIL WS-CATT-IDX > WS-CATT-COUNT
008220                OR WS-OPEN-FAILED
008230     END-IF.
008232     CLOSE CATEGORY-WORK-FILE.
008235     IF NOT WS-CATEGORY-WORK-OK
008238         DISPLAY 'DL100APL: DL100CAW CLOSE FAILED, STATUS = '
008241             WS-CATEGORY-WORK-STATUS
008244         MOVE 'Y' TO WS-OPEN-FAILED-SW
008247     END-IF.
008250 8000-EXIT.
008260     EXIT.
008270*
008280******************************************************************
008290*    8010-WRITE-ONE-CATEGORY - WRITE ONE DL100CAW RECORD         *
008300******************************************************************
008310 8010-WRITE-ONE-CATEGORY.
008324     WRITE CATEGORY-WORK-RECORD FROM WS-CATT-ENTRY (WS-CATT-IDX).
008338     IF NOT WS-CATEGORY-WORK-OK
008352         DISPLAY 'DL100APL: DL100CAW WRITE FAILED, STATUS = '
008366             WS-CATEGORY-WORK-STATUS
008380         MOVE 'Y' TO WS-OPEN-FAILED-SW
008390     END-IF.
008400 8010-EXIT.
008410     EXIT.
008420*
008430******************************************************************
008437*    8100-REWRITE-SENDERS - WRITE THE WHOLE SENDER TABLE TO THE  *
008445*                           DL100SNW WORK IMAGE, REPLACED AS     *
008452*                           FOR 8000 ABOVE                       *
008460******************************************************************
008470 8100-REWRITE-SENDERS.
008480     OPEN OUTPUT SENDER-WORK-FILE.
008490     IF NOT WS-SENDER-WORK-OK
008500         DISPLAY 'DL100APL: UNABLE TO OPEN DL100SNW, STATUS = '
008510             WS-SENDER-WORK-STATUS
008520         MOVE 'Y' TO WS-OPEN-FAILED-SW
008530         GO TO 8100-EXIT
008540     END-IF.
008550     IF WS-SNDT-COUNT > ZERO
008560         PERFORM 8110-WRITE-ONE-SENDER THRU 8110-EXIT
008570             VARYING WS-SNDT-IDX FROM 1 BY 1
008580             UNTIL WS-SNDT-IDX > WS-SNDT-COUNT
008590                OR WS-OPEN-FAILED
008600     END-IF.
008602     CLOSE SENDER-WORK-FILE.
008605     IF NOT WS-SENDER-WORK-OK
008608         DISPLAY 'DL100APL: DL100SNW CLOSE FAILED, STATUS = '
008611             WS-SENDER-WORK-STATUS
008614         MOVE 'Y' TO WS-OPEN-FAILED-SW
008617     END-IF.
008620 8100-EXIT.
008630     EXIT.
008640*
008650******************************************************************
008660*    8110-WRITE-ONE-SENDER - WRITE ONE DL100SNW RECORD           *
008670******************************************************************
008680 8110-WRITE-ONE-SENDER.
008692     WRITE SENDER-WORK-RECORD FROM WS-SNDT-ENTRY (WS-SNDT-IDX).
008704     IF NOT WS-SENDER-WORK-OK
008716         DISPLAY 'DL100APL: DL100SNW WRITE FAILED, STATUS = '
008728             WS-SENDER-WORK-STATUS
008740         MOVE 'Y' TO WS-OPEN-FAILED-SW
008750     END-IF.
008760 8110-EXIT.
008770     EXIT.
008780*
008790******************************************************************
008800*    8200-CLOSE-DECIDED - SECOND PASS OF DL100PCH, MADE ONLY     *
008810*                         AFTER THE TABLES ARE SAFELY WRITTEN:   *
008820*                         STAMP THE RUN DATE ON EVERY CHANGE     *
008830*                         APPLIED, SUPERSEDED OR REJECTED THIS   *
008840*                         RUN.  FAILED CHANGES STAY OPEN         *
008850******************************************************************
008860 8200-CLOSE-DECIDED.
008870     CLOSE PENDING-FILE.
008880     OPEN I-O PENDING-FILE.
008890     IF NOT WS-PENDING-OK
008900         DISPLAY 'DL100APL: UNABLE TO REOPEN DL100PCH, STATUS = '
008910             WS-PENDING-STATUS
008920         MOVE 'Y' TO WS-OPEN-FAILED-SW
008930         GO TO 8200-EXIT
008940     END-IF.
008950     MOVE 'N' TO WS-EOF-SWITCH.
008960     PERFORM 2900-READ-PENDING THRU 2900-EXIT.
008970     PERFORM 8210-CLOSE-ONE-CHANGE THRU 8210-EXIT
008980         UNTIL WS-END-OF-FILE.
008990 8200-EXIT.
009000     EXIT.
009010*
009020******************************************************************
009030*    8210-CLOSE-ONE-CHANGE - STAMP ONE DECIDED CHANGE CLOSED     *
009040*                            UNLESS ITS APPLY FAILED             *
009050******************************************************************
009060 8210-CLOSE-ONE-CHANGE.
009070     IF DL100PC-CLOSE-DATE NOT = ZERO
009080         OR (NOT DL100PC-APPROVED AND NOT DL100PC-REJECTED)
009090         GO TO 8210-NEXT
009100     END-IF.
009110     MOVE 'N' TO WS-FAIL-FOUND-SW.
009120     IF WS-FAIL-COUNT > ZERO
009130         SET WS-FAIL-IDX TO 1
009140         SEARCH WS-FAIL-KEY
009150             AT END
009160                 CONTINUE
009170             WHEN WS-FAIL-KEY (WS-FAIL-IDX) = DL100PC-CHANGE-KEY
009180                 MOVE 'Y' TO WS-FAIL-FOUND-SW
009190         END-SEARCH
009200     END-IF.
009210     IF WS-FAIL-FOUND
009220         GO TO 8210-NEXT
009230     END-IF.
009240     MOVE WS-RUN-DATE TO DL100PC-CLOSE-DATE.
009250     REWRITE DL100PC-CHANGE-RECORD.
009260     IF WS-PENDING-OK
009270         ADD 1 TO WS-CLOSED-COUNT
009280     ELSE
009290         DISPLAY 'DL100APL: DL100PCH REWRITE FAILED, STATUS = '
009300             WS-PENDING-STATUS
009310     END-IF.
009320 8210-NEXT.
009330     PERFORM 2900-READ-PENDING THRU 2900-EXIT.
009340 8210-EXIT.
009350     EXIT.
009360*
009370******************************************************************
009380*    9000-TERMINATE - WRITE THE SEQUENTIAL TABLE WORK IMAGES,    *
009390*                     CLOSE THE DECIDED CHANGES, PRINT THE       *
009400*                     TOTALS AND SET THE RETURN CODE             *
009410******************************************************************
009420 9000-TERMINATE.
009430     IF WS-READ-COUNT = ZERO
009440         OR WS-WAITING-COUNT + WS-APPLIED-COUNT
009450             + WS-REJECTED-COUNT + WS-SUPERSEDED-COUNT
009460             + WS-FAILED-COUNT = ZERO
009470         MOVE SPACES TO CHANGE-REPORT-RECORD
009480         STRING ' (NO TABLE CHANGES PENDING OR DECIDED)'
009490             DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
009500         WRITE CHANGE-REPORT-RECORD
009510             AFTER ADVANCING 2 LINES
009520     END-IF.
009530     IF NOT WS-OPEN-FAILED
009544         PERFORM 8000-REWRITE-CATEGORIES THRU 8000-EXIT
009558     END-IF.
009572     IF NOT WS-OPEN-FAILED
009586         PERFORM 8100-REWRITE-SENDERS THRU 8100-EXIT
009600     END-IF.
009610     IF NOT WS-OPEN-FAILED
009620         AND WS-FAILED-COUNT NOT > 100
009630         PERFORM 8200-CLOSE-DECIDED THRU 8200-EXIT
009640     END-IF.
009650     MOVE 'CHANGES AWAITING A CHECKER:' TO WS-TL-LABEL.
009660     MOVE WS-WAITING-COUNT TO WS-TL-COUNT.
009670     WRITE CHANGE-REPORT-RECORD FROM WS-TRAILER-LINE
009680         AFTER ADVANCING 3 LINES.
009690     MOVE 'APPROVED CHANGES APPLIED:' TO WS-TL-LABEL.
009700     MOVE WS-APPLIED-COUNT TO WS-TL-COUNT.
009710     WRITE CHANGE-REPORT-RECORD FROM WS-TRAILER-LINE
009720         AFTER ADVANCING 1 LINE.
009730     MOVE 'APPROVED BUT SUPERSEDED:' TO WS-TL-LABEL.
009740     MOVE WS-SUPERSEDED-COUNT TO WS-TL-COUNT.
009750     WRITE CHANGE-REPORT-RECORD FROM WS-TRAILER-LINE
009760         AFTER ADVANCING 1 LINE.
009770     MOVE 'APPROVED BUT FAILED:' TO WS-TL-LABEL.
009780     MOVE WS-FAILED-COUNT TO WS-TL-COUNT.
009790     WRITE CHANGE-REPORT-RECORD FROM WS-TRAILER-LINE
009800         AFTER ADVANCING 1 LINE.
009810     MOVE 'REJECTED CHANGES RETIRED:' TO WS-TL-LABEL.
009820     MOVE WS-REJECTED-COUNT TO WS-TL-COUNT.
009830     WRITE CHANGE-REPORT-RECORD FROM WS-TRAILER-LINE
009840         AFTER ADVANCING 1 LINE.
009850     CLOSE PENDING-FILE, CONTROL-FILE, CHANGE-REPORT-FILE.
009860     DISPLAY 'DL100APL: CHANGES READ      = ' WS-READ-COUNT.
009870     DISPLAY 'DL100APL: AWAITING CHECKER  = ' WS-WAITING-COUNT.
009880     DISPLAY 'DL100APL: APPLIED           = ' WS-APPLIED-COUNT.
009890     DISPLAY 'DL100APL: SUPERSEDED        = ' WS-SUPERSEDED-COUNT.
009900     DISPLAY 'DL100APL: FAILED            = ' WS-FAILED-COUNT.
009910     DISPLAY 'DL100APL: REJECTED          = ' WS-REJECTED-COUNT.
009920     DISPLAY 'DL100APL: CHANGES CLOSED    = ' WS-CLOSED-COUNT.
009921     IF WS-CAT-CHANGED
009922         DISPLAY 'DL100APL: DL100CAW CARRIES CATEGORY CHANGES'
009924     END-IF.
009925     IF WS-SN-CHANGED
009927         DISPLAY 'DL100APL: DL100SNW CARRIES SENDER CHANGES'
009928     END-IF.
009930     IF WS-WAITING-COUNT > ZERO OR WS-SUPERSEDED-COUNT > ZERO
009940         MOVE 4 TO WS-RETURN-CODE
009950     END-IF.
009960     IF WS-FAILED-COUNT > ZERO
009970         MOVE 8 TO WS-RETURN-CODE
009972     END-IF.
009975     IF WS-OPEN-FAILED
009977         MOVE 12 TO WS-RETURN-CODE
009980     END-IF.
009990     MOVE WS-RETURN-CODE TO RETURN-CODE.
010000 9000-EXIT.
010010     EXIT.
010020*
010030 END PROGRAM DL100APL.
