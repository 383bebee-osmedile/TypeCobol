000290*                   PAST IT) AND CLOSES; DL100T CONTROL RECORDS  *
000300*                   ARE SKIPPED.  THE EXCEPTION MASTER IS READ   *
000310*                   BY KEY.                                      *
000311*                                                                *
000313*                   FUNCTION T PAGES THROUGH THE KEY'S FULL      *
000314*                   TIMELINE ON THE DL100THS TRANSACTION HISTORY *
000316*                   MASTER (DL100TH, 13 MONTHS ROLLING), EIGHT   *
000317*                   LINES A PAGE, OLDEST BUSINESS DATE FIRST -   *
000319*                   OR FROM THE FROM DATE WHEN ONE IS ENTERED -  *
000320*                   AND N SHOWS THE NEXT PAGE.  EACH LINE SHOWS  *
000322*                   THE DATE'S CONTROL CODE, DISPOSITION (AND    *
000323*                   THE ORIGINAL ONE BEHIND A HOLD), SEVERITY,   *
000325*                   DIVISION AND AMOUNT, WITH AN ASTERISK WHERE  *
000326*                   THE CODE CHANGED FROM THE LINE BEFORE.       *
000328*                                                                *
000330*    MODIFICATION HISTORY                                       *
000340*    ----------------------------------------------------------  *
000350*    DATE       INIT   DESCRIPTION                               *
000360*    ---------- ----   ---------------------------------------- *
000370*    2026-08-21 JPM    INITIAL VERSION.                         *
000372*    2026-10-15 JPM    ADDED T (TIMELINE) AND N (NEXT PAGE)      *
000375*                      FUNCTIONS OVER THE DL100THS TRANSACTION   *
000377*                      HISTORY MASTER.                           *
000380*                                                                *
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000730         RECORD KEY IS DL100E-TRAN-KEY
000740         FILE STATUS IS WS-MASTER-STATUS.
000750*
000751     SELECT HISTORY-FILE ASSIGN TO DL100THS
000752         ORGANIZATION IS INDEXED
000754         ACCESS MODE IS DYNAMIC
000755         RECORD KEY IS DL100TH-HISTORY-KEY
000757         FILE STATUS IS WS-HISTORY-STATUS.
000758*
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  TODAY-FILE
001070     LABEL RECORDS ARE STANDARD.
001080     COPY DL100E.
001090*
001091 FD  HISTORY-FILE
001093     RECORDING MODE IS F
001095     LABEL RECORDS ARE STANDARD.
001096     COPY DL100TH.
001098*
001100 WORKING-STORAGE SECTION.
001110******************************************************************
001120*    WORKING STORAGE - SWITCHES AND STATUS                       *
001260 77  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
001270     88  WS-MASTER-OK                VALUE '00'.
001280*
001282 77  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
001285     88  WS-HISTORY-OK               VALUE '00'.
001287*
001290 01  WS-EXIT-SWITCH              PIC X(01) VALUE 'N'.
001300     88  WS-EXIT-REQUESTED           VALUE 'Y'.
001310*
001320 01  WS-MASTER-OPEN-SW           PIC X(01) VALUE 'N'.
001330     88  WS-MASTER-OPEN              VALUE 'Y'.
001332*
001335 01  WS-HISTORY-OPEN-SW          PIC X(01) VALUE 'N'.
001337     88  WS-HISTORY-OPEN             VALUE 'Y'.
001340*
001350 01  WS-SCAN-SWITCHES.
001360     05  WS-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
001870     05  FILLER                  PIC X(06) VALUE ' LAST '.
001880     05  WS-MF-LAST              PIC 9(08).
001890     05  FILLER                  PIC X(08) VALUE ' CONSEC '.
001891     05  WS-MF-CONSEC            PIC ZZZZ9.
001892     05  FILLER                  PIC X(06) VALUE ' LIFE '.
001893     05  WS-MF-LIFE              PIC ZZZ,ZZ9.
001894*
001895******************************************************************
001896*    WORKING STORAGE - TIMELINE PAGING STATE.  WS-TL-NEXT-KEY IS *
001897*    THE HISTORY KEY THE NEXT PAGE STARTS AT; WS-TL-PREV-CODE IS *
001898*    THE CODE ON THE LAST LINE SHOWN, SO A CHANGE IS MARKED      *
001900*    ACROSS A PAGE BREAK TOO                                     *
001901******************************************************************
001902 01  WS-TIMELINE-STATE.
001903     05  WS-TL-TRAN-KEY          PIC X(10) VALUE SPACES.
001904     05  WS-TL-NEXT-KEY.
001905         10  WS-TL-NEXT-TRAN-KEY PIC X(10) VALUE SPACES.
001906         10  WS-TL-NEXT-DATE     PIC 9(08) VALUE ZERO.
001907         10  WS-TL-NEXT-OCCURRENCE
001908                                 PIC 9(02) VALUE ZERO.
001910     05  WS-TL-PREV-CODE         PIC 9(02) VALUE ZERO.
001911     05  WS-TL-PAGE              PIC 9(03) VALUE ZERO.
001912     05  WS-TL-ROW-COUNT         PIC 9(02) VALUE ZERO.
001913     05  WS-TL-MORE-SW           PIC X(01) VALUE 'N'.
001914         88  WS-TL-MORE              VALUE 'Y'.
001915     05  WS-TL-PREV-SW           PIC X(01) VALUE 'N'.
001916         88  WS-TL-HAVE-PREV         VALUE 'Y'.
001917     05  WS-TL-DONE-SW           PIC X(01) VALUE 'N'.
001918         88  WS-TL-PAGE-DONE         VALUE 'Y'.
001920*
001921 01  WS-TL-ROWS-PER-PAGE         PIC 9(02) VALUE 8.
001922*
001923 01  WS-TIMELINE-FMT.
001924     05  WS-TF-DATE              PIC 9(08).
001925     05  FILLER                  PIC X(02) VALUE SPACES.
001926     05  WS-TF-OCCURRENCE        PIC 9(02).
001927     05  FILLER                  PIC X(02) VALUE SPACES.
001928     05  WS-TF-CODE              PIC Z9.
001930     05  WS-TF-CHANGED           PIC X(01).
001931     05  FILLER                  PIC X(02) VALUE SPACES.
001932     05  WS-TF-DISPOSITION       PIC X(01).
001933     05  WS-TF-ORIG-DISPOSITION  PIC X(01).
001934     05  FILLER                  PIC X(02) VALUE SPACES.
001935     05  WS-TF-SEVERITY          PIC Z9.
001936     05  FILLER                  PIC X(02) VALUE SPACES.
001937     05  WS-TF-DIVISION          PIC X(02).
001938     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  WS-TF-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
001941*
001942 01  WS-TIMELINE-HDR-FMT.
001943     05  FILLER                  PIC X(13) VALUE 'TIMELINE FOR '.
001944     05  WS-TH-TRAN-KEY          PIC X(10).
001945     05  FILLER                  PIC X(06) VALUE ' PAGE '.
001946     05  WS-TH-PAGE              PIC ZZ9.
001947*
001948******************************************************************
001950*    WORKING STORAGE - SCREEN WORK FIELDS                        *
001960******************************************************************
001970 01  WS-SCR-FUNCTION             PIC X(01) VALUE SPACE.
002010 01  WS-SCR-CAT-LINE             PIC X(27) VALUE SPACES.
002020 01  WS-SCR-EXC-LINE             PIC X(30) VALUE SPACES.
002030 01  WS-SCR-MASTER-LINE          PIC X(54) VALUE SPACES.
002031 01  WS-SCR-MESSAGE              PIC X(40) VALUE SPACES.
002032 01  WS-SCR-FROM-DATE            PIC X(08) VALUE SPACES.
002034 01  WS-SCR-TL-HEADER            PIC X(32) VALUE SPACES.
002035 01  WS-SCR-TL-ROWS.
002036     05  WS-SCR-TL-ROW-1         PIC X(50) VALUE SPACES.
002038     05  WS-SCR-TL-ROW-2         PIC X(50) VALUE SPACES.
002039     05  WS-SCR-TL-ROW-3         PIC X(50) VALUE SPACES.
002040     05  WS-SCR-TL-ROW-4         PIC X(50) VALUE SPACES.
002042     05  WS-SCR-TL-ROW-5         PIC X(50) VALUE SPACES.
002043     05  WS-SCR-TL-ROW-6         PIC X(50) VALUE SPACES.
002044     05  WS-SCR-TL-ROW-7         PIC X(50) VALUE SPACES.
002046     05  WS-SCR-TL-ROW-8         PIC X(50) VALUE SPACES.
002047 01  WS-SCR-TL-TABLE REDEFINES WS-SCR-TL-ROWS.
002048     05  WS-SCR-TL-ROW           PIC X(50) OCCURS 8 TIMES.
002050*
002060 SCREEN SECTION.
002070 01  WS-INQUIRY-SCREEN.
002090     05  LINE 01 COLUMN 01
002100         VALUE 'DL100INQ - DL100 TRANSACTION INQUIRY'.
002110     05  LINE 03 COLUMN 01
002120         VALUE 'FUNCTION (I=INQUIRE,T=TIMELINE,N=NEXT,X=EXIT):'.
002130     05  LINE 03 COLUMN 50 PIC X(01) TO WS-SCR-FUNCTION.
002140     05  LINE 05 COLUMN 01 VALUE 'TRAN KEY:'.
002150     05  LINE 05 COLUMN 20 PIC X(10) TO WS-SCR-TRAN-KEY.
002153     05  LINE 05 COLUMN 35 VALUE 'FROM DATE:'.
002156     05  LINE 05 COLUMN 50 PIC X(08) TO WS-SCR-FROM-DATE.
002160     05  LINE 07 COLUMN 01 VALUE 'TODAY:'.
002170     05  LINE 07 COLUMN 15 PIC X(26) FROM WS-SCR-TODAY-LINE.
002180     05  LINE 08 COLUMN 01 VALUE 'YESTERDAY:'.
002230     05  LINE 10 COLUMN 15 PIC X(30) FROM WS-SCR-EXC-LINE.
002240     05  LINE 11 COLUMN 01 VALUE 'EXCP MASTER:'.
002250     05  LINE 11 COLUMN 15 PIC X(54) FROM WS-SCR-MASTER-LINE.
002251     05  LINE 13 COLUMN 01 PIC X(40) FROM WS-SCR-MESSAGE.
002253     05  LINE 14 COLUMN 01 PIC X(32) FROM WS-SCR-TL-HEADER.
002254     05  LINE 15 COLUMN 01
002256         VALUE 'DATE      OC  CD   DO  SV  DV          AMOUNT'.
002257     05  LINE 16 COLUMN 01 PIC X(50) FROM WS-SCR-TL-ROW-1.
002259     05  LINE 17 COLUMN 01 PIC X(50) FROM WS-SCR-TL-ROW-2.
002260     05  LINE 18 COLUMN 01 PIC X(50) FROM WS-SCR-TL-ROW-3.
002262     05  LINE 19 COLUMN 01 PIC X(50) FROM WS-SCR-TL-ROW-4.
002263     05  LINE 20 COLUMN 01 PIC X(50) FROM WS-SCR-TL-ROW-5.
002265     05  LINE 21 COLUMN 01 PIC X(50) FROM WS-SCR-TL-ROW-6.
002266     05  LINE 22 COLUMN 01 PIC X(50) FROM WS-SCR-TL-ROW-7.
002268     05  LINE 23 COLUMN 01 PIC X(50) FROM WS-SCR-TL-ROW-8.
002270*
002280 PROCEDURE DIVISION.
002290******************************************************************
002380*
002390******************************************************************
002400*    1000-INITIALIZE - LOAD THE CATEGORY TABLE AND OPEN THE      *
002406*                      EXCEPTION AND HISTORY MASTERS FOR THE     *
002413*                      SESSION                                   *
002420******************************************************************
002430 1000-INITIALIZE.
002440     PERFORM 1300-LOAD-CATEGORY-TABLE THRU 1300-EXIT.
002480             WS-MASTER-STATUS
002490     ELSE
002500         MOVE 'Y' TO WS-MASTER-OPEN-SW
002501     END-IF.
002502     OPEN INPUT HISTORY-FILE.
002503     IF NOT WS-HISTORY-OK
002505         DISPLAY 'DL100INQ: UNABLE TO OPEN DL100THS, STATUS = '
002506             WS-HISTORY-STATUS
002507     ELSE
002508         MOVE 'Y' TO WS-HISTORY-OPEN-SW
002510     END-IF.
002520 1000-EXIT.
002530     EXIT.
003010******************************************************************
003020 2000-PROCESS-FUNCTION.
003030     MOVE SPACES TO WS-SCR-FUNCTION WS-SCR-TRAN-KEY
003040         WS-SCR-FROM-DATE.
003050     DISPLAY WS-INQUIRY-SCREEN.
003060     ACCEPT WS-INQUIRY-SCREEN.
003065     MOVE SPACES TO WS-SCR-MESSAGE.
003070     EVALUATE WS-SCR-FUNCTION
003080         WHEN 'I'
003090             PERFORM 3000-INQUIRE-KEY THRU 3000-EXIT
003092         WHEN 'T'
003094             PERFORM 3600-START-TIMELINE THRU 3600-EXIT
003096         WHEN 'N'
003098             PERFORM 3650-NEXT-TIMELINE-PAGE THRU 3650-EXIT
003100         WHEN 'X'
003110             MOVE 'Y' TO WS-EXIT-SWITCH
003120         WHEN OTHER
003270     END-IF.
003280     MOVE SPACES TO WS-SCR-TODAY-LINE WS-SCR-YEST-LINE
003290         WS-SCR-CAT-LINE WS-SCR-EXC-LINE WS-SCR-MASTER-LINE.
003293     MOVE SPACES TO WS-SCR-TL-HEADER WS-SCR-TL-ROWS
003296         WS-TL-TRAN-KEY.
003300     PERFORM 3100-FIND-TODAY THRU 3100-EXIT.
003310     PERFORM 3200-FIND-YESTERDAY THRU 3200-EXIT.
003320     PERFORM 3300-FIND-CATEGORY THRU 3300-EXIT.
005450     EXIT.
005460*
005470******************************************************************
005480*    3600-START-TIMELINE - SHOW THE FIRST PAGE OF A TRAN KEY'S   *
005490*                          HISTORY, FROM ITS OLDEST DATE OR THE  *
005500*                          FROM DATE ENTERED                     *
005510******************************************************************
005520 3600-START-TIMELINE.
005530     IF WS-SCR-TRAN-KEY = SPACES
005540         MOVE 'TRAN KEY REQUIRED' TO WS-SCR-MESSAGE
005550         GO TO 3600-EXIT
005560     END-IF.
005570     IF WS-SCR-FROM-DATE NOT = SPACES
005580         AND WS-SCR-FROM-DATE IS NOT NUMERIC
005590         MOVE 'FROM DATE MUST BE CCYYMMDD' TO WS-SCR-MESSAGE
005600         GO TO 3600-EXIT
005610     END-IF.
005620     MOVE SPACES TO WS-SCR-TODAY-LINE WS-SCR-YEST-LINE
005630         WS-SCR-CAT-LINE WS-SCR-EXC-LINE WS-SCR-MASTER-LINE.
005640     MOVE WS-SCR-TRAN-KEY TO WS-TL-TRAN-KEY WS-TL-NEXT-TRAN-KEY.
005650     IF WS-SCR-FROM-DATE = SPACES
005660         MOVE ZERO TO WS-TL-NEXT-DATE
005670     ELSE
005680         MOVE WS-SCR-FROM-DATE TO WS-TL-NEXT-DATE
005690     END-IF.
005700     MOVE ZERO TO WS-TL-NEXT-OCCURRENCE WS-TL-PAGE.
005710     MOVE 'N' TO WS-TL-PREV-SW.
005720     PERFORM 3700-SHOW-TIMELINE-PAGE THRU 3700-EXIT.
005730 3600-EXIT.
005740     EXIT.
005750*
005760******************************************************************
005770*    3650-NEXT-TIMELINE-PAGE - SHOW THE NEXT PAGE OF THE         *
005780*                              TIMELINE LAST STARTED WITH T      *
005790******************************************************************
005800 3650-NEXT-TIMELINE-PAGE.
005810     IF WS-TL-TRAN-KEY = SPACES
005820         MOVE 'ENTER T FIRST TO START A TIMELINE'
005830             TO WS-SCR-MESSAGE
005840         GO TO 3650-EXIT
005850     END-IF.
005860     IF WS-SCR-TRAN-KEY NOT = SPACES
005870         AND WS-SCR-TRAN-KEY NOT = WS-TL-TRAN-KEY
005880         MOVE 'USE T TO START A NEW KEY' TO WS-SCR-MESSAGE
005890         GO TO 3650-EXIT
005900     END-IF.
005910     IF NOT WS-TL-MORE
005920         MOVE 'END OF TIMELINE - NO MORE PAGES'
005930             TO WS-SCR-MESSAGE
005940         GO TO 3650-EXIT
005950     END-IF.
005960     PERFORM 3700-SHOW-TIMELINE-PAGE THRU 3700-EXIT.
005970 3650-EXIT.
005980     EXIT.
005990*
006000******************************************************************
006010*    3700-SHOW-TIMELINE-PAGE - POSITION ON WS-TL-NEXT-KEY, FILL  *
006020*                              UP TO EIGHT LINES WHILE THE TRAN  *
006030*                              KEY HOLDS, THEN READ ONE MORE TO  *
006040*                              KNOW WHETHER A NEXT PAGE EXISTS   *
006050******************************************************************
006060 3700-SHOW-TIMELINE-PAGE.
006070     MOVE SPACES TO WS-SCR-TL-HEADER WS-SCR-TL-ROWS.
006080     IF NOT WS-HISTORY-OPEN
006090         MOVE 'HISTORY MASTER NOT AVAILABLE' TO WS-SCR-MESSAGE
006100         MOVE SPACES TO WS-TL-TRAN-KEY
006110         GO TO 3700-EXIT
006120     END-IF.
006130     MOVE ZERO TO WS-TL-ROW-COUNT.
006140     MOVE 'N' TO WS-TL-MORE-SW.
006150     MOVE 'N' TO WS-TL-DONE-SW.
006160     MOVE WS-TL-NEXT-KEY TO DL100TH-HISTORY-KEY.
006170     START HISTORY-FILE
006180         KEY IS NOT LESS THAN DL100TH-HISTORY-KEY
006190         INVALID KEY
006200             MOVE 'Y' TO WS-TL-DONE-SW
006210     END-START.
006220     PERFORM 3750-SHOW-ONE-ROW THRU 3750-EXIT
006230         UNTIL WS-TL-PAGE-DONE.
006240     IF WS-TL-ROW-COUNT = ZERO
006250         MOVE SPACES TO WS-TL-TRAN-KEY
006260         MOVE 'NO HISTORY FOR THIS KEY' TO WS-SCR-MESSAGE
006270         GO TO 3700-EXIT
006280     END-IF.
006290     ADD 1 TO WS-TL-PAGE.
006300     MOVE WS-TL-TRAN-KEY TO WS-TH-TRAN-KEY.
006310     MOVE WS-TL-PAGE TO WS-TH-PAGE.
006320     MOVE WS-TIMELINE-HDR-FMT TO WS-SCR-TL-HEADER.
006330     IF WS-TL-MORE
006340         MOVE 'ENTER N FOR THE NEXT PAGE' TO WS-SCR-MESSAGE
006350     ELSE
006360         MOVE 'END OF TIMELINE' TO WS-SCR-MESSAGE
006370     END-IF.
006380 3700-EXIT.
006390     EXIT.
006400*
006410******************************************************************
006420*    3750-SHOW-ONE-ROW - READ THE NEXT HISTORY RECORD.  ANOTHER  *
006430*                        TRAN KEY OR END OF FILE ENDS THE        *
006440*                        TIMELINE; A NINTH RECORD ONLY PROVES A  *
006450*                        NEXT PAGE AND BECOMES ITS START KEY     *
006460******************************************************************
006470 3750-SHOW-ONE-ROW.
006480     READ HISTORY-FILE NEXT RECORD
006490         AT END
006500             MOVE 'Y' TO WS-TL-DONE-SW
006510             GO TO 3750-EXIT
006520     END-READ.
006530     IF DL100TH-TRAN-KEY NOT = WS-TL-TRAN-KEY
006540         MOVE 'Y' TO WS-TL-DONE-SW
006550         GO TO 3750-EXIT
006560     END-IF.
006570     IF WS-TL-ROW-COUNT NOT < WS-TL-ROWS-PER-PAGE
006580         MOVE DL100TH-HISTORY-KEY TO WS-TL-NEXT-KEY
006590         MOVE 'Y' TO WS-TL-MORE-SW
006600         MOVE 'Y' TO WS-TL-DONE-SW
006610         GO TO 3750-EXIT
006620     END-IF.
006630     ADD 1 TO WS-TL-ROW-COUNT.
006640     MOVE DL100TH-BUSINESS-DATE TO WS-TF-DATE.
006650     MOVE DL100TH-OCCURRENCE TO WS-TF-OCCURRENCE.
006660     MOVE DL100TH-CONTROL-CODE TO WS-TF-CODE.
006670     MOVE SPACE TO WS-TF-CHANGED.
006680     IF WS-TL-HAVE-PREV
006690         AND DL100TH-CONTROL-CODE NOT = WS-TL-PREV-CODE
006700         MOVE '*' TO WS-TF-CHANGED
006710     END-IF.
006720     MOVE DL100TH-DISPOSITION TO WS-TF-DISPOSITION.
006730     MOVE SPACE TO WS-TF-ORIG-DISPOSITION.
006740     IF DL100TH-HELD
006750         MOVE DL100TH-ORIG-DISPOSITION TO WS-TF-ORIG-DISPOSITION
006760     END-IF.
006770     MOVE DL100TH-SEVERITY TO WS-TF-SEVERITY.
006780     MOVE DL100TH-DIVISION TO WS-TF-DIVISION.
006790     MOVE DL100TH-AMOUNT TO WS-TF-AMOUNT.
006800     MOVE WS-TIMELINE-FMT TO WS-SCR-TL-ROW (WS-TL-ROW-COUNT).
006810     MOVE DL100TH-CONTROL-CODE TO WS-TL-PREV-CODE.
006820     MOVE 'Y' TO WS-TL-PREV-SW.
006830 3750-EXIT.
006840     EXIT.
006850*
006860******************************************************************
006870*    9000-TERMINATE - CLOSE THE EXCEPTION AND HISTORY MASTERS    *
006880******************************************************************
006890 9000-TERMINATE.
006900     IF WS-MASTER-OPEN
006910         CLOSE MASTER-FILE
006920     END-IF.
006930     IF WS-HISTORY-OPEN
006940         CLOSE HISTORY-FILE
006950     END-IF.
006960     DISPLAY 'DL100INQ: SESSION ENDED'.
006970 9000-EXIT.
006980     EXIT.
006990*
007000 END PROGRAM DL100INQ.
