000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID:    DL100TBL                                    *
000040*    AUTHOR:        J. MEDILE                                   *
000050*    INSTALLATION:  DL100 BATCH CONTROL SYSTEM                  *
000060*    DATE-WRITTEN:  2026-10-15                                  *
000070*    DATE-COMPILED: 2026-10-15                                  *
000080*                                                                *
000090*    DESCRIPTION:   ONLINE MAINTENANCE TRANSACTION FOR THE TWO   *
000100*                   SEQUENTIAL RUN TABLES - DL100CAT (CATEGORY   *
000110*                   LABELS AND SEVERITIES, COPYBOOK DL100CAT)    *
000120*                   AND DL100SND (EXPECTED SENDERS, COPYBOOK     *
000130*                   DL100SN).  REPLACES HAND-EDITING THE         *
000140*                   DATASETS: AN OPERATOR ADDS OR CHANGES AN     *
000150*                   ENTRY HERE AND IT IS WRITTEN AS A PENDING    *
000160*                   CHANGE (COPYBOOK DL100PC) ON THE DL100PCH    *
000170*                   PENDING-CHANGE MASTER, CARRYING THE ENTRY    *
000180*                   AS IT STANDS AND AS IT WILL STAND.  NOTHING  *
000190*                   CHANGES UNTIL A SECOND, DIFFERENT OPERATOR   *
000200*                   APPROVES IT ON DL100APV; DL100APL (DL100J    *
000210*                   STEP002) THEN REWRITES THE TABLE BEFORE ANY  *
000220*                   STEP READS IT.  BOTH TABLES ARE READ ONLY    *
000230*                   HERE, INTO STORAGE AT START OF SESSION.      *
000240*                   AN ENTRY IS RETIRED BY CHANGING ITS ACTIVE   *
000250*                   FLAG TO 'N', NEVER BY DELETING IT.           *
000260*                                                                *
000270*    MODIFICATION HISTORY                                       *
000280*    ----------------------------------------------------------  *
000290*    DATE       INIT   DESCRIPTION                               *
000300*    ---------- ----   ---------------------------------------- *
000310*    2026-10-15 JPM    INITIAL VERSION.                         *
000320*    2026-10-15 JPM    SENDER ENTRIES NOW CARRY THE INTAKE       *
000330*                      VARIANCE TOLERANCE PERCENT               *
000340*                      (DL100SN-TOLERANCE-PCT) DL100INT CHECKS  *
000350*                      EACH DAY'S DELIVERY AGAINST.             *
000360*                                                                *
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. DL100TBL.
000400 AUTHOR. J. MEDILE.
000410 INSTALLATION. DL100 BATCH CONTROL SYSTEM.
000420 DATE-WRITTEN. 2026-10-15.
000430 DATE-COMPILED. 2026-10-15.
000440*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490*
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT CATEGORY-FILE ASSIGN TO DL100CAT
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-CATEGORY-STATUS.
000550*
000560     SELECT SENDER-FILE ASSIGN TO DL100SND
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-SENDER-STATUS.
000590*
000600     SELECT PENDING-FILE ASSIGN TO DL100PCH
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS DL100PC-CHANGE-KEY
000640         FILE STATUS IS WS-PENDING-STATUS.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  CATEGORY-FILE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710     COPY DL100CAT.
000720*
000730 FD  SENDER-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760     COPY DL100SN.
000770*
000780 FD  PENDING-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810     COPY DL100PC.
000820*
000830 WORKING-STORAGE SECTION.
000840******************************************************************
000850*    WORKING STORAGE - SWITCHES AND STATUS                       *
000860******************************************************************
000870 77  WS-CATEGORY-STATUS          PIC X(02) VALUE SPACES.
000880     88  WS-CATEGORY-OK              VALUE '00'.
000890*
000900 77  WS-SENDER-STATUS            PIC X(02) VALUE SPACES.
000910     88  WS-SENDER-OK                VALUE '00'.
000920*
000930 77  WS-PENDING-STATUS           PIC X(02) VALUE SPACES.
000940     88  WS-PENDING-OK               VALUE '00'.
000950*
000960 01  WS-EXIT-SWITCH              PIC X(01) VALUE 'N'.
000970     88  WS-EXIT-REQUESTED           VALUE 'Y'.
000980*
000990 01  WS-SWITCHES.
001000     05  WS-LOAD-EOF-SW          PIC X(01) VALUE 'N'.
001010         88  WS-LOAD-EOF             VALUE 'Y'.
001020     05  WS-ENTRY-VALID-SW       PIC X(01) VALUE 'Y'.
001030         88  WS-ENTRY-VALID          VALUE 'Y'.
001040     05  WS-ENTRY-FOUND-SW       PIC X(01) VALUE 'N'.
001050         88  WS-ENTRY-FOUND          VALUE 'Y'.
001060*
001070******************************************************************
001080*    WORKING STORAGE - SCREEN WORK FIELDS                        *
001090******************************************************************
001100 01  WS-SCR-FUNCTION             PIC X(01) VALUE SPACE.
001110 01  WS-SCR-TABLE                PIC X(03) VALUE SPACES.
001120     88  WS-SCR-TABLE-CAT            VALUE 'CAT'.
001130     88  WS-SCR-TABLE-SN             VALUE 'SN '.
001140 01  WS-SCR-ENTRY-KEY            PIC X(02) VALUE SPACES.
001150 01  WS-SCR-ENTRY-KEY-N REDEFINES WS-SCR-ENTRY-KEY
001160                                 PIC 9(02).
001170 01  WS-SCR-OPERATOR-ID          PIC X(08) VALUE SPACES.
001180 01  WS-SCR-CURR-TEXT            PIC X(20) VALUE SPACES.
001190 01  WS-SCR-CURR-SEVERITY        PIC 9(02) VALUE ZERO.
001200 01  WS-SCR-CURR-ACTIVE          PIC X(01) VALUE SPACE.
001210 01  WS-SCR-NEW-TEXT             PIC X(20) VALUE SPACES.
001220 01  WS-SCR-NEW-SEVERITY         PIC X(02) VALUE SPACES.
001230 01  WS-SCR-NEW-ACTIVE           PIC X(01) VALUE SPACE.
001240 01  WS-SCR-CURR-TOLERANCE       PIC 9(03) VALUE ZERO.
001250 01  WS-SCR-NEW-TOLERANCE        PIC X(03) VALUE SPACES.
001260 01  WS-SCR-NEW-TOLERANCE-N REDEFINES WS-SCR-NEW-TOLERANCE
001270                                 PIC 9(03).
001280 01  WS-SCR-MESSAGE              PIC X(40) VALUE SPACES.
001290*
001300******************************************************************
001310*    WORKING STORAGE - TABLES IN STORAGE.  CATEGORY CODES AND    *
001320*    DIVISIONS ARE BOTH TWO DIGITS, SO NEITHER TABLE CAN HOLD    *
001330*    MORE THAN 100 ENTRIES                                       *
001340******************************************************************
001350 01  WS-CATT-COUNT               PIC 9(03) COMP VALUE ZERO.
001360 01  WS-CATT-TABLE.
001370     05  WS-CATT-ENTRY OCCURS 0 TO 100 TIMES
001380             DEPENDING ON WS-CATT-COUNT
001390             INDEXED BY WS-CATT-IDX.
001400         10  WS-CATT-CODE            PIC 9(02).
001410         10  WS-CATT-REST            PIC X(78).
001420*
001430 01  WS-SNDT-COUNT               PIC 9(03) COMP VALUE ZERO.
001440 01  WS-SNDT-TABLE.
001450     05  WS-SNDT-ENTRY OCCURS 0 TO 100 TIMES
001460             DEPENDING ON WS-SNDT-COUNT
001470             INDEXED BY WS-SNDT-IDX.
001480         10  WS-SNDT-DIVISION        PIC X(02).
001490         10  WS-SNDT-REST            PIC X(78).
001500*
001510******************************************************************
001520*    WORKING STORAGE - ENTRY WORK RECORDS (DL100CAT AND DL100SN  *
001530*    LAYOUTS) AND PENDING-CHANGE WORK FIELDS                     *
001540******************************************************************
001550 01  WS-CAT-WORK.
001560     05  WS-CAT-CODE             PIC 9(02).
001570     05  WS-CAT-LABEL            PIC X(20).
001580     05  WS-CAT-RETURN-CODE      PIC 9(02).
001590     05  WS-CAT-ACTIVE-FLAG      PIC X(01).
001600     05  FILLER                  PIC X(55).
001610*
001620 01  WS-SN-WORK.
001630     05  WS-SN-DIVISION          PIC X(02).
001640     05  WS-SN-ACTIVE-FLAG       PIC X(01).
001650     05  WS-SN-DESCRIPTION       PIC X(20).
001660     05  WS-SN-TOLERANCE-PCT     PIC 9(03).
001670     05  FILLER                  PIC X(54).
001680*
001690 01  WS-PCH-FUNCTION             PIC X(01) VALUE SPACE.
001700 01  WS-PCH-OLD-IMAGE            PIC X(40) VALUE SPACES.
001710 01  WS-PCH-NEW-IMAGE            PIC X(40) VALUE SPACES.
001720*
001730 SCREEN SECTION.
001740 01  WS-TABLE-SCREEN.
001750     05  BLANK SCREEN.
001760     05  LINE 01 COLUMN 01
001770         VALUE 'DL100TBL - CAT/SENDER TABLE MAINTENANCE'.
001780     05  LINE 02 COLUMN 01
001790         VALUE 'CHANGES NEED A SECOND OPERATOR - SEE DL100APV'.
001800     05  LINE 03 COLUMN 01
001810         VALUE 'FUNCTION (A=ADD,C=CHANGE,I=INQUIRE,X=EXIT):'.
001820     05  LINE 03 COLUMN 50 PIC X(01) TO WS-SCR-FUNCTION.
001830     05  LINE 04 COLUMN 01
001840         VALUE 'TABLE (CAT=CATEGORIES, SN=SENDERS):'.
001850     05  LINE 04 COLUMN 40 PIC X(03) TO WS-SCR-TABLE.
001860     05  LINE 05 COLUMN 01 VALUE 'CODE OR DIVISION:'.
001870     05  LINE 05 COLUMN 25 PIC X(02) TO WS-SCR-ENTRY-KEY.
001880     05  LINE 06 COLUMN 01 VALUE 'OPERATOR ID:'.
001890     05  LINE 06 COLUMN 20 PIC X(08) TO WS-SCR-OPERATOR-ID.
001900     05  LINE 08 COLUMN 01 VALUE 'CURRENT LABEL/DESCRIPTION:'.
001910     05  LINE 08 COLUMN 30 PIC X(20) FROM WS-SCR-CURR-TEXT.
001920     05  LINE 09 COLUMN 01 VALUE 'CURRENT SEVERITY (CAT ONLY):'.
001930     05  LINE 09 COLUMN 35 PIC Z9 FROM WS-SCR-CURR-SEVERITY.
001940     05  LINE 10 COLUMN 01 VALUE 'CURRENT ACTIVE FLAG:'.
001950     05  LINE 10 COLUMN 30 PIC X(01) FROM WS-SCR-CURR-ACTIVE.
001960     05  LINE 11 COLUMN 01
001970         VALUE 'CURRENT VARIANCE TOLERANCE % (SN ONLY):'.
001980     05  LINE 11 COLUMN 42 PIC ZZ9 FROM WS-SCR-CURR-TOLERANCE.
001990     05  LINE 12 COLUMN 01
002000         VALUE 'NEW LABEL/DESCRIPTION (BLANK = NO CHANGE):'.
002010     05  LINE 12 COLUMN 45 PIC X(20) TO WS-SCR-NEW-TEXT.
002020     05  LINE 13 COLUMN 01
002030         VALUE 'NEW SEVERITY, CAT ONLY (BLANK = NO CHANGE):'.
002040     05  LINE 13 COLUMN 48 PIC X(02) TO WS-SCR-NEW-SEVERITY.
002050     05  LINE 14 COLUMN 01
002060         VALUE 'NEW ACTIVE FLAG Y/N (BLANK = NO CHANGE):'.
002070     05  LINE 14 COLUMN 45 PIC X(01) TO WS-SCR-NEW-ACTIVE.
002080     05  LINE 15 COLUMN 01
002090         VALUE 'NEW TOLERANCE %, SN ONLY (BLANK = NO CHANGE):'.
002100     05  LINE 15 COLUMN 48 PIC X(03) TO WS-SCR-NEW-TOLERANCE.
002110     05  LINE 16 COLUMN 01 PIC X(40) FROM WS-SCR-MESSAGE.
002120*
002130 PROCEDURE DIVISION.
002140******************************************************************
002150*    0000-MAINLINE                                               *
002160******************************************************************
002170 0000-MAINLINE.
002180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002190     PERFORM 2000-PROCESS-FUNCTION THRU 2000-EXIT
002200         UNTIL WS-EXIT-REQUESTED.
002210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002220     STOP RUN.
002230*
002240******************************************************************
002250*    1000-INITIALIZE - LOAD BOTH TABLES INTO STORAGE AND OPEN    *
002260*                      THE PENDING-CHANGE MASTER                 *
002270******************************************************************
002280 1000-INITIALIZE.
002290     PERFORM 1100-LOAD-CATEGORIES THRU 1100-EXIT.
002300     PERFORM 1200-LOAD-SENDERS THRU 1200-EXIT.
002310     OPEN I-O PENDING-FILE.
002320     IF WS-PENDING-STATUS = '35'
002330         OPEN OUTPUT PENDING-FILE
002340         CLOSE PENDING-FILE
002350         OPEN I-O PENDING-FILE
002360     END-IF.
002370     IF NOT WS-PENDING-OK
002380         DISPLAY 'DL100TBL: UNABLE TO OPEN DL100PCH, STATUS = '
002390             WS-PENDING-STATUS
002400         MOVE 'Y' TO WS-EXIT-SWITCH
002410     END-IF.
002420 1000-EXIT.
002430     EXIT.
002440*
002450******************************************************************
002460*    1100-LOAD-CATEGORIES - READ DL100CAT INTO THE CATEGORY      *
002470*                           TABLE                                *
002480******************************************************************
002490 1100-LOAD-CATEGORIES.
002500     OPEN INPUT CATEGORY-FILE.
002510     IF NOT WS-CATEGORY-OK
002520         DISPLAY 'DL100TBL: UNABLE TO OPEN DL100CAT, STATUS = '
002530             WS-CATEGORY-STATUS
002540         MOVE 'Y' TO WS-EXIT-SWITCH
002550         GO TO 1100-EXIT
002560     END-IF.
002570     MOVE 'N' TO WS-LOAD-EOF-SW.
002580     PERFORM 1110-LOAD-ONE-CATEGORY THRU 1110-EXIT
002590         UNTIL WS-LOAD-EOF.
002600     CLOSE CATEGORY-FILE.
002610 1100-EXIT.
002620     EXIT.
002630*
002640******************************************************************
002650*    1110-LOAD-ONE-CATEGORY - ADD ONE DL100CAT RECORD TO THE     *
002660*                             TABLE                              *
002670******************************************************************
002680 1110-LOAD-ONE-CATEGORY.
002690     READ CATEGORY-FILE
002700         AT END
002710             MOVE 'Y' TO WS-LOAD-EOF-SW
002720             GO TO 1110-EXIT
002730     END-READ.
002740     IF WS-CATT-COUNT < 100
002750         ADD 1 TO WS-CATT-COUNT
002760         MOVE DL100CAT-CATEGORY-RECORD
002770             TO WS-CATT-ENTRY (WS-CATT-COUNT)
002780     END-IF.
002790 1110-EXIT.
002800     EXIT.
002810*
002820******************************************************************
002830*    1200-LOAD-SENDERS - READ DL100SND INTO THE SENDER TABLE     *
002840******************************************************************
002850 1200-LOAD-SENDERS.
002860     OPEN INPUT SENDER-FILE.
002870     IF NOT WS-SENDER-OK
002880         DISPLAY 'DL100TBL: UNABLE TO OPEN DL100SND, STATUS = '
002890             WS-SENDER-STATUS
002900         MOVE 'Y' TO WS-EXIT-SWITCH
002910         GO TO 1200-EXIT
002920     END-IF.
002930     MOVE 'N' TO WS-LOAD-EOF-SW.
002940     PERFORM 1210-LOAD-ONE-SENDER THRU 1210-EXIT
002950         UNTIL WS-LOAD-EOF.
002960     CLOSE SENDER-FILE.
002970 1200-EXIT.
002980     EXIT.
002990*
003000******************************************************************
003010*    1210-LOAD-ONE-SENDER - ADD ONE DL100SN RECORD TO THE TABLE  *
003020******************************************************************
003030 1210-LOAD-ONE-SENDER.
003040     READ SENDER-FILE
003050         AT END
003060             MOVE 'Y' TO WS-LOAD-EOF-SW
003070             GO TO 1210-EXIT
003080     END-READ.
003090     IF WS-SNDT-COUNT < 100
003100         ADD 1 TO WS-SNDT-COUNT
003110         MOVE DL100SN-SENDER-RECORD
003120             TO WS-SNDT-ENTRY (WS-SNDT-COUNT)
003130     END-IF.
003140 1210-EXIT.
003150     EXIT.
003160*
003170******************************************************************
003180*    2000-PROCESS-FUNCTION - PAINT THE MAINTENANCE SCREEN,       *
003190*                            ACCEPT THE OPERATOR'S INPUT AND     *
003200*                            ROUTE TO THE REQUESTED FUNCTION     *
003210******************************************************************
003220 2000-PROCESS-FUNCTION.
003230*    THE TABLE, KEY AND CURRENT VALUES ARE NOT CLEARED - THE
003240*    NEXT PAINT STILL SHOWS THE ENTRY JUST WORKED ON.
003250     MOVE SPACES TO WS-SCR-FUNCTION WS-SCR-OPERATOR-ID
003260         WS-SCR-NEW-TEXT WS-SCR-NEW-SEVERITY WS-SCR-NEW-ACTIVE
003270         WS-SCR-NEW-TOLERANCE WS-SCR-MESSAGE.
003280     DISPLAY WS-TABLE-SCREEN.
003290     ACCEPT WS-TABLE-SCREEN.
003300     EVALUATE WS-SCR-FUNCTION
003310         WHEN 'A'
003320             PERFORM 3000-ADD-ENTRY THRU 3000-EXIT
003330         WHEN 'C'
003340             PERFORM 3100-CHANGE-ENTRY THRU 3100-EXIT
003350         WHEN 'I'
003360             PERFORM 3200-INQUIRE-ENTRY THRU 3200-EXIT
003370         WHEN 'X'
003380             MOVE 'Y' TO WS-EXIT-SWITCH
003390         WHEN OTHER
003400             DISPLAY 'DL100TBL: INVALID FUNCTION - '
003410                 WS-SCR-FUNCTION
003420     END-EVALUATE.
003430 2000-EXIT.
003440     EXIT.
003450*
003460******************************************************************
003470*    2100-FIND-ENTRY - EDIT THE TABLE AND KEY ON THE SCREEN AND  *
003480*                      LOOK THE ENTRY UP.  A FOUND ENTRY IS      *
003490*                      LEFT IN WS-CAT-WORK OR WS-SN-WORK         *
003500******************************************************************
003510 2100-FIND-ENTRY.
003520     MOVE 'Y' TO WS-ENTRY-VALID-SW.
003530     MOVE 'N' TO WS-ENTRY-FOUND-SW.
003540     MOVE SPACES TO WS-CAT-WORK WS-SN-WORK.
003550     IF NOT WS-SCR-TABLE-CAT AND NOT WS-SCR-TABLE-SN
003560         MOVE 'N' TO WS-ENTRY-VALID-SW
003570         MOVE 'INVALID TABLE - CAT OR SN' TO WS-SCR-MESSAGE
003580         GO TO 2100-EXIT
003590     END-IF.
003600     IF WS-SCR-ENTRY-KEY IS NOT NUMERIC
003610         MOVE 'N' TO WS-ENTRY-VALID-SW
003620         MOVE 'INVALID CODE/DIVISION - MUST BE NUMERIC'
003630             TO WS-SCR-MESSAGE
003640         GO TO 2100-EXIT
003650     END-IF.
003660     IF WS-SCR-TABLE-CAT
003670         IF WS-CATT-COUNT > ZERO
003680             SET WS-CATT-IDX TO 1
003690             SEARCH WS-CATT-ENTRY
003700                 AT END
003710                     CONTINUE
003720                 WHEN WS-CATT-CODE (WS-CATT-IDX)
003730                     = WS-SCR-ENTRY-KEY-N
003740                     MOVE 'Y' TO WS-ENTRY-FOUND-SW
003750                     MOVE WS-CATT-ENTRY (WS-CATT-IDX)
003760                         TO WS-CAT-WORK
003770             END-SEARCH
003780         END-IF
003790     ELSE
003800         IF WS-SNDT-COUNT > ZERO
003810             SET WS-SNDT-IDX TO 1
003820             SEARCH WS-SNDT-ENTRY
003830                 AT END
003840                     CONTINUE
003850                 WHEN WS-SNDT-DIVISION (WS-SNDT-IDX)
003860                     = WS-SCR-ENTRY-KEY
003870                     MOVE 'Y' TO WS-ENTRY-FOUND-SW
003880                     MOVE WS-SNDT-ENTRY (WS-SNDT-IDX)
003890                         TO WS-SN-WORK
003900             END-SEARCH
003910         END-IF
003920     END-IF.
003930 2100-EXIT.
003940     EXIT.
003950*
003960******************************************************************
003970*    2850-WRITE-PENDING - WRITE THE ADD OR CHANGE JUST KEYED AS  *
003980*                         A PENDING CHANGE ON DL100PCH FOR A     *
003990*                         SECOND OPERATOR TO APPROVE OR REJECT   *
004000*                         ON DL100APV.  THE MAKER'S DATE AND     *
004010*                         TIME ARE THE KEY                       *
004020******************************************************************
004030 2850-WRITE-PENDING.
004040     MOVE SPACES TO DL100PC-CHANGE-RECORD.
004050     ACCEPT DL100PC-MAKER-DATE FROM DATE YYYYMMDD.
004060     ACCEPT DL100PC-MAKER-TIME FROM TIME.
004070     MOVE WS-SCR-TABLE TO DL100PC-TABLE-ID.
004080     MOVE WS-PCH-FUNCTION TO DL100PC-FUNCTION-CODE.
004090     MOVE 'P' TO DL100PC-STATUS-FLAG.
004100     MOVE WS-SCR-OPERATOR-ID TO DL100PC-MAKER-OPERATOR.
004110     MOVE ZERO TO DL100PC-CLOSE-DATE.
004120     MOVE WS-PCH-OLD-IMAGE TO DL100PC-OLD-IMAGE.
004130     MOVE WS-PCH-NEW-IMAGE TO DL100PC-NEW-IMAGE.
004140     WRITE DL100PC-CHANGE-RECORD
004150         INVALID KEY
004160             DISPLAY 'DL100TBL: DL100PCH WRITE FAILED, STATUS = '
004170                 WS-PENDING-STATUS
004180     END-WRITE.
004190 2850-EXIT.
004200     EXIT.
004210*
004220******************************************************************
004230*    3000-ADD-ENTRY - BUILD A NEW TABLE ENTRY FROM THE SCREEN    *
004240*                     AND SUBMIT IT AS A PENDING ADD             *
004250******************************************************************
004260 3000-ADD-ENTRY.
004270     IF WS-SCR-OPERATOR-ID = SPACES
004280         MOVE 'OPERATOR ID REQUIRED' TO WS-SCR-MESSAGE
004290         GO TO 3000-EXIT
004300     END-IF.
004310     PERFORM 2100-FIND-ENTRY THRU 2100-EXIT.
004320     IF NOT WS-ENTRY-VALID
004330         GO TO 3000-EXIT
004340     END-IF.
004350     IF WS-ENTRY-FOUND
004360         PERFORM 3900-SHOW-ENTRY THRU 3900-EXIT
004370         MOVE 'ENTRY ALREADY EXISTS - USE CHANGE'
004380             TO WS-SCR-MESSAGE
004390         GO TO 3000-EXIT
004400     END-IF.
004410     IF WS-SCR-NEW-TEXT = SPACES
004420         MOVE 'LABEL/DESCRIPTION REQUIRED ON AN ADD'
004430             TO WS-SCR-MESSAGE
004440         GO TO 3000-EXIT
004450     END-IF.
004460     IF WS-SCR-NEW-ACTIVE = SPACE
004470         MOVE 'Y' TO WS-SCR-NEW-ACTIVE
004480     END-IF.
004490     IF WS-SCR-NEW-ACTIVE NOT = 'Y' AND NOT = 'N'
004500         MOVE 'INVALID ACTIVE FLAG - Y OR N' TO WS-SCR-MESSAGE
004510         GO TO 3000-EXIT
004520     END-IF.
004530     IF WS-SCR-TABLE-CAT
004540         IF WS-SCR-NEW-SEVERITY IS NOT NUMERIC
004550             MOVE 'INVALID SEVERITY - MUST BE NUMERIC'
004560                 TO WS-SCR-MESSAGE
004570             GO TO 3000-EXIT
004580         END-IF
004590         IF WS-SCR-NEW-TOLERANCE NOT = SPACES
004600             MOVE 'TOLERANCE APPLIES TO SN ONLY'
004610                 TO WS-SCR-MESSAGE
004620             GO TO 3000-EXIT
004630         END-IF
004640         MOVE WS-SCR-ENTRY-KEY-N TO WS-CAT-CODE
004650         MOVE WS-SCR-NEW-TEXT TO WS-CAT-LABEL
004660         MOVE WS-SCR-NEW-SEVERITY TO WS-CAT-RETURN-CODE
004670         MOVE WS-SCR-NEW-ACTIVE TO WS-CAT-ACTIVE-FLAG
004680         MOVE WS-CAT-WORK (1:40) TO WS-PCH-NEW-IMAGE
004690     ELSE
004700         IF WS-SCR-NEW-TOLERANCE = SPACES
004710             MOVE ZERO TO WS-SCR-NEW-TOLERANCE-N
004720         END-IF
004730         IF WS-SCR-NEW-TOLERANCE IS NOT NUMERIC
004740             MOVE 'INVALID TOLERANCE - MUST BE NUMERIC'
004750                 TO WS-SCR-MESSAGE
004760             GO TO 3000-EXIT
004770         END-IF
004780         MOVE WS-SCR-ENTRY-KEY TO WS-SN-DIVISION
004790         MOVE WS-SCR-NEW-ACTIVE TO WS-SN-ACTIVE-FLAG
004800         MOVE WS-SCR-NEW-TEXT TO WS-SN-DESCRIPTION
004810         MOVE WS-SCR-NEW-TOLERANCE-N TO WS-SN-TOLERANCE-PCT
004820         MOVE WS-SN-WORK (1:40) TO WS-PCH-NEW-IMAGE
004830     END-IF.
004840     MOVE 'A' TO WS-PCH-FUNCTION.
004850     MOVE SPACES TO WS-PCH-OLD-IMAGE.
004860     PERFORM 2850-WRITE-PENDING THRU 2850-EXIT.
004870     IF NOT WS-PENDING-OK
004880         MOVE 'ADD NOT SUBMITTED - RETRY' TO WS-SCR-MESSAGE
004890         GO TO 3000-EXIT
004900     END-IF.
004910     MOVE 'ADD PENDING APPROVAL' TO WS-SCR-MESSAGE.
004920 3000-EXIT.
004930     EXIT.
004940*
004950******************************************************************
004960*    3100-CHANGE-ENTRY - APPLY ANY NEW VALUES SUPPLIED TO A      *
004970*                        COPY OF THE EXISTING ENTRY AND SUBMIT   *
004980*                        THE RESULT AS A PENDING CHANGE          *
004990******************************************************************
005000 3100-CHANGE-ENTRY.
005010     IF WS-SCR-OPERATOR-ID = SPACES
005020         MOVE 'OPERATOR ID REQUIRED' TO WS-SCR-MESSAGE
005030         GO TO 3100-EXIT
005040     END-IF.
005050     PERFORM 2100-FIND-ENTRY THRU 2100-EXIT.
005060     IF NOT WS-ENTRY-VALID
005070         GO TO 3100-EXIT
005080     END-IF.
005090     IF NOT WS-ENTRY-FOUND
005100         MOVE 'NO ENTRY ON FILE - USE ADD' TO WS-SCR-MESSAGE
005110         GO TO 3100-EXIT
005120     END-IF.
005130     PERFORM 3900-SHOW-ENTRY THRU 3900-EXIT.
005140     IF WS-SCR-NEW-TEXT = SPACES
005150         AND WS-SCR-NEW-SEVERITY = SPACES
005160         AND WS-SCR-NEW-ACTIVE = SPACE
005170         AND WS-SCR-NEW-TOLERANCE = SPACES
005180         MOVE 'NO NEW VALUES ENTERED' TO WS-SCR-MESSAGE
005190         GO TO 3100-EXIT
005200     END-IF.
005210     IF WS-SCR-NEW-ACTIVE NOT = SPACE
005220         AND WS-SCR-NEW-ACTIVE NOT = 'Y' AND NOT = 'N'
005230         MOVE 'INVALID ACTIVE FLAG - Y OR N' TO WS-SCR-MESSAGE
005240         GO TO 3100-EXIT
005250     END-IF.
005260     IF WS-SCR-TABLE-CAT
005270         PERFORM 3110-CHANGE-CATEGORY THRU 3110-EXIT
005280     ELSE
005290         PERFORM 3120-CHANGE-SENDER THRU 3120-EXIT
005300     END-IF.
005310     IF NOT WS-ENTRY-VALID
005320         GO TO 3100-EXIT
005330     END-IF.
005340     MOVE 'C' TO WS-PCH-FUNCTION.
005350     PERFORM 2850-WRITE-PENDING THRU 2850-EXIT.
005360     IF NOT WS-PENDING-OK
005370         MOVE 'CHANGE NOT SUBMITTED - RETRY' TO WS-SCR-MESSAGE
005380         GO TO 3100-EXIT
005390     END-IF.
005400     MOVE 'CHANGE PENDING APPROVAL' TO WS-SCR-MESSAGE.
005410 3100-EXIT.
005420     EXIT.
005430*
005440******************************************************************
005450*    3110-CHANGE-CATEGORY - OVERLAY THE NEW LABEL, SEVERITY AND  *
005460*                           ACTIVE FLAG ON THE CATEGORY ENTRY    *
005470******************************************************************
005480 3110-CHANGE-CATEGORY.
005490     MOVE WS-CAT-WORK (1:40) TO WS-PCH-OLD-IMAGE.
005500     IF WS-SCR-NEW-TOLERANCE NOT = SPACES
005510         MOVE 'N' TO WS-ENTRY-VALID-SW
005520         MOVE 'TOLERANCE APPLIES TO SN ONLY' TO WS-SCR-MESSAGE
005530         GO TO 3110-EXIT
005540     END-IF.
005550     IF WS-SCR-NEW-SEVERITY NOT = SPACES
005560         IF WS-SCR-NEW-SEVERITY IS NUMERIC
005570             MOVE WS-SCR-NEW-SEVERITY TO WS-CAT-RETURN-CODE
005580         ELSE
005590             MOVE 'N' TO WS-ENTRY-VALID-SW
005600             MOVE 'INVALID SEVERITY - MUST BE NUMERIC'
005610                 TO WS-SCR-MESSAGE
005620             GO TO 3110-EXIT
005630         END-IF
005640     END-IF.
005650     IF WS-SCR-NEW-TEXT NOT = SPACES
005660         MOVE WS-SCR-NEW-TEXT TO WS-CAT-LABEL
005670     END-IF.
005680     IF WS-SCR-NEW-ACTIVE NOT = SPACE
005690         MOVE WS-SCR-NEW-ACTIVE TO WS-CAT-ACTIVE-FLAG
005700     END-IF.
005710     MOVE WS-CAT-WORK (1:40) TO WS-PCH-NEW-IMAGE.
005720 3110-EXIT.
005730     EXIT.
005740*
005750******************************************************************
005760*    3120-CHANGE-SENDER - OVERLAY THE NEW DESCRIPTION, ACTIVE    *
005770*                         FLAG AND TOLERANCE ON THE SENDER       *
005780*                         ENTRY.  A SENDER CARRIES NO SEVERITY   *
005790******************************************************************
005800 3120-CHANGE-SENDER.
005810     MOVE WS-SN-WORK (1:40) TO WS-PCH-OLD-IMAGE.
005820     IF WS-SCR-NEW-SEVERITY NOT = SPACES
005830         MOVE 'N' TO WS-ENTRY-VALID-SW
005840         MOVE 'SEVERITY APPLIES TO CAT ONLY' TO WS-SCR-MESSAGE
005850         GO TO 3120-EXIT
005860     END-IF.
005870     IF WS-SCR-NEW-TEXT NOT = SPACES
005880         MOVE WS-SCR-NEW-TEXT TO WS-SN-DESCRIPTION
005890     END-IF.
005900     IF WS-SCR-NEW-ACTIVE NOT = SPACE
005910         MOVE WS-SCR-NEW-ACTIVE TO WS-SN-ACTIVE-FLAG
005920     END-IF.
005930*    AN ENTRY WRITTEN BEFORE THE TOLERANCE EXISTED CARRIES
005940*    SPACES THERE - IT IS CARRIED FORWARD AS ZERO.
005950     IF WS-SN-TOLERANCE-PCT IS NOT NUMERIC
005960         MOVE ZERO TO WS-SN-TOLERANCE-PCT
005970     END-IF.
005980     IF WS-SCR-NEW-TOLERANCE NOT = SPACES
005990         IF WS-SCR-NEW-TOLERANCE IS NUMERIC
006000             MOVE WS-SCR-NEW-TOLERANCE-N TO WS-SN-TOLERANCE-PCT
006010         ELSE
006020             MOVE 'N' TO WS-ENTRY-VALID-SW
006030             MOVE 'INVALID TOLERANCE - MUST BE NUMERIC'
006040                 TO WS-SCR-MESSAGE
006050             GO TO 3120-EXIT
006060         END-IF
006070     END-IF.
006080     MOVE WS-SN-WORK (1:40) TO WS-PCH-NEW-IMAGE.
006090 3120-EXIT.
006100     EXIT.
006110*
006120******************************************************************
006130*    3200-INQUIRE-ENTRY - DISPLAY THE CURRENT TABLE ENTRY        *
006140******************************************************************
006150 3200-INQUIRE-ENTRY.
006160     PERFORM 2100-FIND-ENTRY THRU 2100-EXIT.
006170     IF NOT WS-ENTRY-VALID
006180         GO TO 3200-EXIT
006190     END-IF.
006200     IF WS-ENTRY-FOUND
006210         PERFORM 3900-SHOW-ENTRY THRU 3900-EXIT
006220         MOVE 'CURRENT VALUES DISPLAYED ABOVE' TO WS-SCR-MESSAGE
006230     ELSE
006240         MOVE SPACES TO WS-SCR-CURR-TEXT WS-SCR-CURR-ACTIVE
006250         MOVE ZERO TO WS-SCR-CURR-SEVERITY WS-SCR-CURR-TOLERANCE
006260         MOVE 'NO ENTRY ON FILE' TO WS-SCR-MESSAGE
006270     END-IF.
006280 3200-EXIT.
006290     EXIT.
006300*
006310******************************************************************
006320*    3900-SHOW-ENTRY - MOVE THE ENTRY FOUND INTO THE SCREEN      *
006330*                      DISPLAY FIELDS                            *
006340******************************************************************
006350 3900-SHOW-ENTRY.
006360     IF WS-SCR-TABLE-CAT
006370         MOVE WS-CAT-LABEL TO WS-SCR-CURR-TEXT
006380         MOVE WS-CAT-RETURN-CODE TO WS-SCR-CURR-SEVERITY
006390         MOVE WS-CAT-ACTIVE-FLAG TO WS-SCR-CURR-ACTIVE
006400         MOVE ZERO TO WS-SCR-CURR-TOLERANCE
006410     ELSE
006420         MOVE WS-SN-DESCRIPTION TO WS-SCR-CURR-TEXT
006430         MOVE ZERO TO WS-SCR-CURR-SEVERITY
006440         MOVE WS-SN-ACTIVE-FLAG TO WS-SCR-CURR-ACTIVE
006450         IF WS-SN-TOLERANCE-PCT IS NUMERIC
006460             MOVE WS-SN-TOLERANCE-PCT TO WS-SCR-CURR-TOLERANCE
006470         ELSE
006480             MOVE ZERO TO WS-SCR-CURR-TOLERANCE
006490         END-IF
006500     END-IF.
006510 3900-EXIT.
006520     EXIT.
006530*
006540******************************************************************
006550*    9000-TERMINATE - CLOSE THE PENDING-CHANGE MASTER            *
006560******************************************************************
006570 9000-TERMINATE.
006580     CLOSE PENDING-FILE.
006590     DISPLAY 'DL100TBL: SESSION ENDED'.
006600 9000-EXIT.
006610     EXIT.
006620*
006630 END PROGRAM DL100TBL.
