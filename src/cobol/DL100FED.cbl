000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID:    DL100FED                                    *
000040*    AUTHOR:        J. MEDILE                                   *
000050*    INSTALLATION:  DL100 BATCH CONTROL SYSTEM                  *
000060*    DATE-WRITTEN:  2026-10-15                                  *
000070*    DATE-COMPILED: 2026-10-15                                  *
000080*                                                                *
000090*    DESCRIPTION:   DL100NXT FEED BUILD AND HOLD RELEASE (DL100J *
000100*                   STEP029).  READS THE DAY'S MERGED DL100DSP   *
000110*                   DISPOSITION EXTRACT (COPYBOOK DL100D),       *
000120*                   PROVES IT AGAINST ITS OWN DL100T TRAILER,    *
000130*                   AND WRITES THE FEED STEP030 HANDS TO         *
000140*                   DL100NXT (DL100FDO, DL100.PROD.NXTFEED) -    *
000150*                   EVERY DISPOSITION EXCEPT THE HELD ('H')      *
000160*                   ONES, PLUS EVERY ITEM TREASURY HAS RELEASED  *
000170*                   ON THE DL100HLD HOLD MASTER (COPYBOOK        *
000180*                   DL100HD) SINCE THE LAST FEED, SENT WITH ITS  *
000190*                   ORIGINAL DISPOSITION AND THE DATE IT WAS     *
000200*                   HELD.  THE FEED GOES OUT IN TRAN KEY ORDER   *
000210*                   INSIDE ITS OWN DL100T HEADER/TRAILER.        *
000220*                   A RELEASED ITEM IS MARKED S (SENT) WITH THE  *
000230*                   RUN DATE AS ITS CLOSE DATE; A RERUN OF THE   *
000240*                   SAME DATE SENDS IT AGAIN, SO A FAILED STEP   *
000250*                   NEVER LOSES ONE.  DECLINED ITEMS ARE         *
000260*                   REPORTED ONCE AND NEVER SENT.  THE DL100FRP  *
000270*                   REPORT LISTS WHAT WAS RELEASED (WITH THE     *
000280*                   OPERATOR WHO RELEASED IT) AND DECLINED, AND  *
000290*                   RECONCILES THE FEED - DL100DSP LESS HELD     *
000300*                   PLUS RELEASED MUST EQUAL WHAT WAS WRITTEN.   *
000310*                   PARM='CATCHUP' (DL100UJ STEP070) RUNS OVER   *
000320*                   A LATE DIVISION'S DISPOSITIONS ON A DATE     *
000330*                   THE NIGHT HAS ALREADY FED - ONLY HOLDS STILL *
000340*                   RELEASED (NOT YET SENT) GO IN THE FEED, AND  *
000350*                   ONLY DECLINES NOT YET CLOSED ARE REPORTED,   *
000360*                   SO NOTHING THE NIGHT SENT OR REPORTED GOES   *
000370*                   OUT AGAIN.                                   *
000380*                                                                *
000390*                   RETURN CODES:                                *
000400*                     0 - FEED BUILT AND IN BALANCE              *
000410*                   100 - DL100DSP MISSING OR OUT OF BALANCE     *
000420*                         WITH ITS TRAILER, OR THE FEED DOES     *
000430*                         NOT RECONCILE - NO FEED FOR STEP030    *
000440*                                                                *
000450*    MODIFICATION HISTORY                                       *
000460*    ----------------------------------------------------------  *
000470*    DATE       INIT   DESCRIPTION                               *
000480*    ---------- ----   ---------------------------------------- *
000490*    2026-10-15 JPM    INITIAL VERSION.                         *
000500*    2026-10-15 JPM    A HOLD IS JOURNALED ON DL100BKJ (COPYBOOK *
000510*                      DL100BK) BEFORE IT IS MARKED SENT OR      *
000520*                      CLOSED SO THE DAY CAN BE BACKED OUT BY    *
000530*                      DL100BKO.  A JOURNAL THAT WILL NOT OPEN   *
000540*                      IS WARNED AND THE RUN CARRIES ON.         *
000550*    2026-10-15 JPM    PARM='CATCHUP' SENDS ONLY HOLDS NOT YET   *
000560*                      SENT AND REPORTS ONLY DECLINES NOT YET    *
000570*                      CLOSED, SO A CATCH-UP OF A FED DATE DOES  *
000580*                      NOT SEND THE NIGHT'S RELEASES AGAIN.      *
000583*    2026-10-15 JPM    3000 NOW CHECKS THE REOPEN OF DL100DSP    *
000586*                      AND SKIPS THE SORT (RC 100) IF IT FAILS.  *
000590*                                                                *
000600******************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. DL100FED.
000630 AUTHOR. J. MEDILE.
000640 INSTALLATION. DL100 BATCH CONTROL SYSTEM.
000650 DATE-WRITTEN. 2026-10-15.
000660 DATE-COMPILED. 2026-10-15.
000670*
000680 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER. IBM-370.
000710 OBJECT-COMPUTER. IBM-370.
000720 SPECIAL-NAMES.
000730     C01 IS WS-TOP-OF-PAGE.
000740*
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT DISPOSITION-FILE ASSIGN TO DL100DSP
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-DISPOSITION-STATUS.
000800*
000810     SELECT HOLD-FILE ASSIGN TO DL100HLD
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS SEQUENTIAL
000840         RECORD KEY IS DL100HD-HOLD-KEY
000850         FILE STATUS IS WS-HOLD-STATUS.
000860*
000870     SELECT FEED-FILE ASSIGN TO DL100FDO
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-FEED-STATUS.
000900*
000910     SELECT FEED-REPORT-FILE ASSIGN TO DL100FRP
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-REPORT-STATUS.
000940*
000950     SELECT SORT-FILE ASSIGN TO SORTWORK.
000960*
000970     SELECT JOURNAL-FILE ASSIGN TO DL100BKJ
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS RANDOM
001000         RECORD KEY IS DL100BK-JOURNAL-KEY
001010         FILE STATUS IS WS-JOURNAL-STATUS.
001020*
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  DISPOSITION-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080     COPY DL100D.
001090*
001100 FD  HOLD-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130     COPY DL100HD.
001140*
001150 FD  FEED-FILE
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE STANDARD.
001180 01  FEED-RECORD                 PIC X(80).
001190*
001200 FD  FEED-REPORT-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230 01  FEED-REPORT-RECORD          PIC X(132).
001240*
001250 SD  SORT-FILE.
001260 01  SORT-RECORD.
001270     05  SR-TRAN-KEY             PIC X(10).
001280     05  FILLER                  PIC X(70).
001290*
001300 FD  JOURNAL-FILE
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD.
001330     COPY DL100BK.
001340*
001350 WORKING-STORAGE SECTION.
001360******************************************************************
001370*    WORKING STORAGE - FILE STATUS                               *
001380******************************************************************
001390 77  WS-DISPOSITION-STATUS       PIC X(02) VALUE SPACES.
001400     88  WS-DISPOSITION-OK           VALUE '00'.
001410*
001420 77  WS-HOLD-STATUS              PIC X(02) VALUE SPACES.
001430     88  WS-HOLD-OK                  VALUE '00'.
001440*
001450 77  WS-FEED-STATUS              PIC X(02) VALUE SPACES.
001460     88  WS-FEED-OK                  VALUE '00'.
001470*
001480 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
001490     88  WS-REPORT-OK                VALUE '00'.
001500*
001510 77  WS-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
001520     88  WS-JOURNAL-OK               VALUE '00'.
001530*
001540******************************************************************
001550*    WORKING STORAGE - SWITCHES AND COUNTERS                     *
001560******************************************************************
001570 01  WS-SWITCHES.
001580     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001590         88  WS-END-OF-FILE          VALUE 'Y'.
001600     05  WS-HOLD-EOF-SWITCH      PIC X(01) VALUE 'N'.
001610         88  WS-HOLD-END-OF-FILE     VALUE 'Y'.
001620     05  WS-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
001630         88  WS-SORT-END-OF-FILE     VALUE 'Y'.
001640     05  WS-HOLD-OPEN-SW         PIC X(01) VALUE 'N'.
001650         88  WS-HOLD-OPEN            VALUE 'Y'.
001660     05  WS-JOURNAL-OPEN-SW      PIC X(01) VALUE 'N'.
001670         88  WS-JOURNAL-OPEN         VALUE 'Y'.
001680     05  WS-DSP-HEADER-SW        PIC X(01) VALUE 'N'.
001690         88  WS-DSP-HEADER-SEEN      VALUE 'Y'.
001700     05  WS-DSP-TRAILER-SW       PIC X(01) VALUE 'N'.
001710         88  WS-DSP-TRAILER-SEEN     VALUE 'Y'.
001720     05  WS-BALANCE-SW           PIC X(01) VALUE 'N'.
001730         88  WS-OUT-OF-BALANCE       VALUE 'Y'.
001740     05  WS-CATCHUP-SW           PIC X(01) VALUE 'N'.
001750         88  WS-CATCHUP-RUN          VALUE 'Y'.
001760*
001770 01  WS-COUNTERS.
001780     05  WS-DSP-COUNT            PIC 9(07) COMP VALUE ZERO.
001790     05  WS-DSP-HASH             PIC 9(09) COMP VALUE ZERO.
001800     05  WS-DSP-AMOUNT           PIC 9(13)V99 COMP VALUE ZERO.
001810     05  WS-HELD-COUNT           PIC 9(07) COMP VALUE ZERO.
001820     05  WS-HELD-AMOUNT          PIC 9(13)V99 COMP VALUE ZERO.
001830     05  WS-RELEASED-COUNT       PIC 9(07) COMP VALUE ZERO.
001840     05  WS-RELEASED-AMOUNT      PIC 9(13)V99 COMP VALUE ZERO.
001850     05  WS-DECLINED-COUNT       PIC 9(07) COMP VALUE ZERO.
001860     05  WS-DECLINED-AMOUNT      PIC 9(13)V99 COMP VALUE ZERO.
001870     05  WS-FEED-COUNT           PIC 9(07) COMP VALUE ZERO.
001880     05  WS-FEED-HASH            PIC 9(09) COMP VALUE ZERO.
001890     05  WS-FEED-AMOUNT          PIC 9(13)V99 COMP VALUE ZERO.
001900     05  WS-EXPECT-COUNT         PIC 9(07) COMP VALUE ZERO.
001910     05  WS-EXPECT-AMOUNT        PIC 9(13)V99 COMP VALUE ZERO.
001920     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001930     05  WS-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
001940*
001950 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001960 01  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
001970*
001980******************************************************************
001990*    WORKING STORAGE - RUN DATE.  THE FEED'S BUSINESS DATE IS    *
002000*    THE CREATE DATE ON THE DL100DSP HEADER, SO A RERUN AFTER    *
002010*    MIDNIGHT STILL STAMPS THE DAY IT BELONGS TO                 *
002020******************************************************************
002030 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002040 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
002050     05  WS-RUN-DATE-CC          PIC 9(02).
002060     05  WS-RUN-DATE-YY          PIC 9(02).
002070     05  WS-RUN-DATE-MM          PIC 9(02).
002080     05  WS-RUN-DATE-DD          PIC 9(02).
002090 01  WS-RUN-DATE-RPT.
002100     05  WS-RUN-DATE-RPT-MM      PIC 9(02).
002110     05  FILLER                  PIC X(01) VALUE '/'.
002120     05  WS-RUN-DATE-RPT-DD      PIC 9(02).
002130     05  FILLER                  PIC X(01) VALUE '/'.
002140     05  WS-RUN-DATE-RPT-CCYY    PIC 9(04).
002150*
002160******************************************************************
002170*    WORKING STORAGE - REPORT LINES                              *
002180******************************************************************
002190 01  WS-HEADING-1.
002200     05  FILLER                  PIC X(01) VALUE SPACE.
002210     05  FILLER                  PIC X(14) VALUE 'JOB: DL100FED'.
002220     05  FILLER                  PIC X(40)
002230             VALUE 'DL100 NEXT-JOB FEED AND RELEASE REPORT'.
002240     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
002250     05  WS-H1-RUN-DATE          PIC X(10).
002260     05  FILLER                  PIC X(08) VALUE 'PAGE:'.
002270     05  WS-H1-PAGE              PIC ZZZZ9.
002280     05  FILLER                  PIC X(41) VALUE SPACES.
002290*
002300 01  WS-SECTION-LINE.
002310     05  FILLER                  PIC X(01) VALUE SPACE.
002320     05  WS-SECTION-TEXT         PIC X(60).
002330     05  FILLER                  PIC X(71) VALUE SPACES.
002340*
002350 01  WS-HOLD-HEADING-2.
002360     05  FILLER                  PIC X(01) VALUE SPACE.
002370     05  FILLER                  PIC X(12) VALUE 'TRAN KEY'.
002380     05  FILLER                  PIC X(06) VALUE 'CODE'.
002390     05  FILLER                  PIC X(06) VALUE 'DIV'.
002400     05  FILLER                  PIC X(11) VALUE 'HELD ON'.
002410     05  FILLER                  PIC X(14)
002420         VALUE '        AMOUNT'.
002430     05  FILLER                  PIC X(03) VALUE SPACES.
002440     05  FILLER                  PIC X(11) VALUE 'OPERATOR'.
002450     05  FILLER                  PIC X(11) VALUE 'ACTION ON'.
002460     05  FILLER                  PIC X(20) VALUE 'DECLINE REASON'.
002470     05  FILLER                  PIC X(37) VALUE SPACES.
002480*
002490 01  WS-HOLD-DETAIL-LINE.
002500     05  FILLER                  PIC X(01) VALUE SPACE.
002510     05  WS-HD-TRAN-KEY          PIC X(12).
002520     05  WS-HD-CONTROL-CODE      PIC Z9.
002530     05  FILLER                  PIC X(04) VALUE SPACES.
002540     05  WS-HD-DIVISION          PIC X(02).
002550     05  FILLER                  PIC X(04) VALUE SPACES.
002560     05  WS-HD-HOLD-DATE         PIC 9(08).
002570     05  FILLER                  PIC X(03) VALUE SPACES.
002580     05  WS-HD-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
002590     05  FILLER                  PIC X(03) VALUE SPACES.
002600     05  WS-HD-OPERATOR          PIC X(08).
002610     05  FILLER                  PIC X(03) VALUE SPACES.
002620     05  WS-HD-ACTION-DATE       PIC 9(08).
002630     05  FILLER                  PIC X(03) VALUE SPACES.
002640     05  WS-HD-REASON            PIC X(20).
002650     05  FILLER                  PIC X(37) VALUE SPACES.
002660*
002670 01  WS-RECON-LINE.
002680     05  FILLER                  PIC X(01) VALUE SPACE.
002690     05  WS-RC-CAPTION           PIC X(30).
002700     05  WS-RC-COUNT             PIC ZZZ,ZZ9.
002710     05  FILLER                  PIC X(04) VALUE SPACES.
002720     05  WS-RC-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002730     05  FILLER                  PIC X(72) VALUE SPACES.
002740*
002750******************************************************************
002760*    WORKING STORAGE - FILE CONTROL (HEADER/TRAILER) RECORD      *
002770******************************************************************
002780     COPY DL100T.
002790*
002800 LINKAGE SECTION.
002810******************************************************************
002820*    LINKAGE - OPTIONAL PARM PASSED VIA THE JCL EXEC PARM=,      *
002830*              'CATCHUP' FOR A LATE-DIVISION CATCH-UP RUN        *
002840******************************************************************
002850 01  LS-PARM-FIELD.
002860     05  LS-PARM-LENGTH          PIC S9(04) COMP.
002870     05  LS-PARM-TEXT            PIC X(30).
002880*
002890 PROCEDURE DIVISION USING LS-PARM-FIELD.
002900******************************************************************
002910*    0000-MAINLINE                                               *
002920******************************************************************
002930 0000-MAINLINE.
002940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002950     PERFORM 2000-VERIFY-DISPOSITION THRU 2000-EXIT.
002960     IF NOT WS-OUT-OF-BALANCE
002970         PERFORM 3000-BUILD-FEED THRU 3000-EXIT
002980         PERFORM 4000-REPORT-DECLINED THRU 4000-EXIT
002990     END-IF.
003000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003010     STOP RUN.
003020*
003030******************************************************************
003040*    1000-INITIALIZE - OPEN THE REPORT AND PICK UP A DEFAULT     *
003050*                      RUN DATE (THE DL100DSP HEADER'S CREATE    *
003060*                      DATE REPLACES IT IN 2000) AND THE PARM    *
003070******************************************************************
003080 1000-INITIALIZE.
003090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003100     IF LS-PARM-LENGTH >= 7
003110         AND LS-PARM-TEXT (1:7) = 'CATCHUP'
003120         MOVE 'Y' TO WS-CATCHUP-SW
003130         DISPLAY 'DL100FED: CATCH-UP RUN - HOLDS ALREADY SENT '
003140             'AND DECLINES ALREADY CLOSED ARE SKIPPED'
003150     END-IF.
003160     OPEN OUTPUT FEED-REPORT-FILE.
003170     IF NOT WS-REPORT-OK
003180         DISPLAY 'DL100FED: UNABLE TO OPEN DL100FRP, STATUS = '
003190             WS-REPORT-STATUS
003200     END-IF.
003210     OPEN I-O JOURNAL-FILE.
003220*    STATUS 35 IS A NEVER-LOADED CLUSTER - INITIALIZE IT IN PLACE.
003230     IF WS-JOURNAL-STATUS = '35'
003240         OPEN OUTPUT JOURNAL-FILE
003250         CLOSE JOURNAL-FILE
003260         OPEN I-O JOURNAL-FILE
003270     END-IF.
003280     IF WS-JOURNAL-OK
003290         MOVE 'Y' TO WS-JOURNAL-OPEN-SW
003300     ELSE
003310         DISPLAY 'DL100FED: UNABLE TO OPEN DL100BKJ, STATUS = '
003320             WS-JOURNAL-STATUS
003330         DISPLAY 'DL100FED: WARNING - RUN NOT JOURNALED, IT '
003340             'CANNOT BE BACKED OUT'
003350     END-IF.
003360 1000-EXIT.
003370     EXIT.
003380*
003390******************************************************************
003400*    1500-PRINT-HEADING - WRITE A NEW PAGE HEADING               *
003410******************************************************************
003420 1500-PRINT-HEADING.
003430     ADD 1 TO WS-PAGE-COUNT.
003440     MOVE WS-RUN-DATE-MM TO WS-RUN-DATE-RPT-MM.
003450     MOVE WS-RUN-DATE-DD TO WS-RUN-DATE-RPT-DD.
003460     MOVE WS-RUN-DATE-CC TO WS-RUN-DATE-RPT-CCYY (1:2).
003470     MOVE WS-RUN-DATE-YY TO WS-RUN-DATE-RPT-CCYY (3:2).
003480     MOVE WS-RUN-DATE-RPT TO WS-H1-RUN-DATE.
003490     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
003500     WRITE FEED-REPORT-RECORD FROM WS-HEADING-1
003510         AFTER ADVANCING WS-TOP-OF-PAGE.
003520     MOVE 1 TO WS-LINE-COUNT.
003530 1500-EXIT.
003540     EXIT.
003550*
003560******************************************************************
003570*    1600-SECTION-HEADING - START A REPORT SECTION - THE TITLE   *
003580*                           IS ALREADY IN WS-SECTION-TEXT        *
003590******************************************************************
003600 1600-SECTION-HEADING.
003610     IF WS-LINE-COUNT = ZERO
003620         OR WS-LINE-COUNT + 5 >= WS-LINES-PER-PAGE
003630         PERFORM 1500-PRINT-HEADING THRU 1500-EXIT
003640     END-IF.
003650     WRITE FEED-REPORT-RECORD FROM WS-SECTION-LINE
003660         AFTER ADVANCING 2 LINES.
003670     WRITE FEED-REPORT-RECORD FROM WS-HOLD-HEADING-2
003680         AFTER ADVANCING 2 LINES.
003690     ADD 4 TO WS-LINE-COUNT.
003700 1600-EXIT.
003710     EXIT.
003720*
003730******************************************************************
003740*    2000-VERIFY-DISPOSITION - READ THE WHOLE DL100DSP FILE AND  *
003750*                              PROVE ITS DETAILS AGAINST ITS     *
003760*                              DL100T TRAILER BEFORE ANYTHING    *
003770*                              IS RELEASED OR FED.  COUNTS THE   *
003780*                              HELD DISPOSITIONS FOR THE         *
003790*                              RECONCILIATION                    *
003800******************************************************************
003810 2000-VERIFY-DISPOSITION.
003820     OPEN INPUT DISPOSITION-FILE.
003830     IF NOT WS-DISPOSITION-OK
003840         DISPLAY 'DL100FED: UNABLE TO OPEN DL100DSP, STATUS = '
003850             WS-DISPOSITION-STATUS
003860         MOVE 'Y' TO WS-BALANCE-SW
003870         GO TO 2000-EXIT
003880     END-IF.
003890     MOVE 'N' TO WS-EOF-SWITCH.
003900     PERFORM 2100-VERIFY-ONE-RECORD THRU 2100-EXIT
003910         UNTIL WS-END-OF-FILE.
003920     CLOSE DISPOSITION-FILE.
003930     IF NOT WS-DSP-HEADER-SEEN
003940         OR NOT WS-DSP-TRAILER-SEEN
003950         DISPLAY 'DL100FED: DL100DSP HAS NO DL100T HEADER '
003960             'AND TRAILER'
003970         MOVE 'Y' TO WS-BALANCE-SW
003980     END-IF.
003990 2000-EXIT.
004000     EXIT.
004010*
004020******************************************************************
004030*    2100-VERIFY-ONE-RECORD - TALLY ONE DL100DSP RECORD, OR      *
004040*                             CHECK THE TALLY AT ITS TRAILER     *
004050******************************************************************
004060 2100-VERIFY-ONE-RECORD.
004070     READ DISPOSITION-FILE
004080         AT END
004090             MOVE 'Y' TO WS-EOF-SWITCH
004100             GO TO 2100-EXIT
004110     END-READ.
004120     EVALUATE TRUE
004130         WHEN DL100D-TRAN-KEY = LOW-VALUES
004140             MOVE DL100D-DISPOSITION-RECORD
004150                 TO DL100T-CONTROL-RECORD
004160             MOVE 'Y' TO WS-DSP-HEADER-SW
004170             IF DL100T-CREATE-DATE NUMERIC
004180                 AND DL100T-CREATE-DATE > ZERO
004190                 MOVE DL100T-CREATE-DATE TO WS-RUN-DATE
004200             END-IF
004210         WHEN DL100D-TRAN-KEY = HIGH-VALUES
004220             MOVE DL100D-DISPOSITION-RECORD
004230                 TO DL100T-CONTROL-RECORD
004240             MOVE 'Y' TO WS-DSP-TRAILER-SW
004250             IF DL100T-RECORD-COUNT NOT = WS-DSP-COUNT
004260                 OR DL100T-HASH-TOTAL NOT = WS-DSP-HASH
004270                 OR DL100T-AMOUNT-TOTAL NOT = WS-DSP-AMOUNT
004280                 DISPLAY 'DL100FED: DL100DSP OUT OF BALANCE - '
004290                     'TRAILER ' DL100T-RECORD-COUNT '/'
004300                     DL100T-HASH-TOTAL ' READ ' WS-DSP-COUNT
004310                     '/' WS-DSP-HASH
004320                 MOVE 'Y' TO WS-BALANCE-SW
004330             END-IF
004340         WHEN OTHER
004350             ADD 1 TO WS-DSP-COUNT
004360             ADD DL100D-CONTROL-CODE TO WS-DSP-HASH
004370             ADD DL100D-AMOUNT TO WS-DSP-AMOUNT
004380             IF DL100D-HELD
004390                 ADD 1 TO WS-HELD-COUNT
004400                 ADD DL100D-AMOUNT TO WS-HELD-AMOUNT
004410             END-IF
004420     END-EVALUATE.
004430 2100-EXIT.
004440     EXIT.
004450*
004460******************************************************************
004470*    3000-BUILD-FEED - SORT THE DAY'S UNHELD DISPOSITIONS AND    *
004480*                      THE RELEASED HOLDS INTO ONE TRAN KEY      *
004490*                      ORDERED FEED INSIDE ITS OWN DL100T        *
004500*                      HEADER/TRAILER                            *
004510******************************************************************
004520 3000-BUILD-FEED.
004530     OPEN INPUT DISPOSITION-FILE.
004531     IF NOT WS-DISPOSITION-OK
004532         DISPLAY 'DL100FED: UNABLE TO REOPEN DL100DSP, STATUS = '
004534             WS-DISPOSITION-STATUS
004535         MOVE 'Y' TO WS-BALANCE-SW
004537         GO TO 3000-EXIT
004538     END-IF.
004540     OPEN OUTPUT FEED-FILE.
004550     IF NOT WS-FEED-OK
004560         DISPLAY 'DL100FED: UNABLE TO OPEN DL100FDO, STATUS = '
004570             WS-FEED-STATUS
004580         MOVE 'Y' TO WS-BALANCE-SW
004590         CLOSE DISPOSITION-FILE
004600         GO TO 3000-EXIT
004610     END-IF.
004620     PERFORM 3050-OPEN-HOLD THRU 3050-EXIT.
004630     MOVE 'RELEASED ITEMS SENT IN THIS FEED:' TO WS-SECTION-TEXT.
004640     PERFORM 1600-SECTION-HEADING THRU 1600-EXIT.
004650     SORT SORT-FILE ON ASCENDING KEY SR-TRAN-KEY
004660         INPUT PROCEDURE IS 3100-RELEASE-FEED
004670             THRU 3100-EXIT
004680         OUTPUT PROCEDURE IS 3500-RETURN-FEED
004690             THRU 3500-EXIT.
004700     CLOSE DISPOSITION-FILE, FEED-FILE.
004710     IF WS-RELEASED-COUNT = ZERO
004720         MOVE SPACES TO FEED-REPORT-RECORD
004730         STRING ' (NO RELEASED ITEMS)'
004740             DELIMITED BY SIZE INTO FEED-REPORT-RECORD
004750         WRITE FEED-REPORT-RECORD
004760             AFTER ADVANCING 1 LINE
004770         ADD 1 TO WS-LINE-COUNT
004780     END-IF.
004790 3000-EXIT.
004800     EXIT.
004810*
004820******************************************************************
004830*    3050-OPEN-HOLD - OPEN THE DL100HLD HOLD MASTER FOR UPDATE.  *
004840*                     STATUS 35 IS A CLUSTER NEVER LOADED (NO    *
004850*                     HOLD HAS EVER BEEN WRITTEN) - PUT IT IN    *
004860*                     LOADED STATE AND CARRY ON                  *
004870******************************************************************
004880 3050-OPEN-HOLD.
004890     MOVE 'N' TO WS-HOLD-EOF-SWITCH.
004900     OPEN I-O HOLD-FILE.
004910     IF WS-HOLD-STATUS = '35'
004920         OPEN OUTPUT HOLD-FILE
004930         CLOSE HOLD-FILE
004940         OPEN I-O HOLD-FILE
004950     END-IF.
004960     IF NOT WS-HOLD-OK
004970         DISPLAY 'DL100FED: UNABLE TO OPEN DL100HLD, STATUS = '
004980             WS-HOLD-STATUS
004990         DISPLAY 'DL100FED: NO RELEASED ITEMS SENT THIS RUN'
005000         MOVE 'N' TO WS-HOLD-OPEN-SW
005010         MOVE 'Y' TO WS-HOLD-EOF-SWITCH
005020     ELSE
005030         MOVE 'Y' TO WS-HOLD-OPEN-SW
005040     END-IF.
005050 3050-EXIT.
005060     EXIT.
005070*
005080******************************************************************
005090*    3100-RELEASE-FEED - RELEASE EVERY UNHELD DISPOSITION, THEN  *
005100*                        EVERY RELEASED HOLD, TO THE SORT        *
005110******************************************************************
005120 3100-RELEASE-FEED.
005130     MOVE 'N' TO WS-EOF-SWITCH.
005140     PERFORM 3200-ONE-DISPOSITION THRU 3200-EXIT
005150         UNTIL WS-END-OF-FILE.
005160     PERFORM 3300-ONE-HOLD THRU 3300-EXIT
005170         UNTIL WS-HOLD-END-OF-FILE.
005180     IF WS-HOLD-OPEN
005190         CLOSE HOLD-FILE
005200         MOVE 'N' TO WS-HOLD-OPEN-SW
005210     END-IF.
005220 3100-EXIT.
005230     EXIT.
005240*
005250******************************************************************
005260*    3200-ONE-DISPOSITION - RELEASE ONE DL100DSP DETAIL UNLESS   *
005270*                           IT IS HELD.  THE CONTROL RECORDS     *
005280*                           ARE REBUILT FOR THE FEED             *
005290******************************************************************
005300 3200-ONE-DISPOSITION.
005310     READ DISPOSITION-FILE
005320         AT END
005330             MOVE 'Y' TO WS-EOF-SWITCH
005340             GO TO 3200-EXIT
005350     END-READ.
005360     IF DL100D-TRAN-KEY = LOW-VALUES
005370         OR DL100D-TRAN-KEY = HIGH-VALUES
005380         OR DL100D-HELD
005390         GO TO 3200-EXIT
005400     END-IF.
005410     RELEASE SORT-RECORD FROM DL100D-DISPOSITION-RECORD.
005420 3200-EXIT.
005430     EXIT.
005440*
005450******************************************************************
005460*    3300-ONE-HOLD - A RELEASED HOLD (OR ONE ALREADY SENT BY AN  *
005470*                    EARLIER RUN OF THIS SAME DATE) GOES INTO    *
005480*                    THE FEED AS ITS ORIGINAL DISPOSITION AND IS *
005490*                    MARKED SENT.  A CATCH-UP RUN TAKES ONLY     *
005500*                    RELEASED HOLDS - THOSE SENT THIS DATE WENT  *
005510*                    IN THE NIGHT'S FEED                         *
005520******************************************************************
005530 3300-ONE-HOLD.
005540     READ HOLD-FILE
005550         AT END
005560             MOVE 'Y' TO WS-HOLD-EOF-SWITCH
005570             GO TO 3300-EXIT
005580     END-READ.
005590     IF NOT DL100HD-RELEASED
005600         AND NOT (DL100HD-SENT
005610                  AND DL100HD-CLOSE-DATE = WS-RUN-DATE)
005620         GO TO 3300-EXIT
005630     END-IF.
005640     IF WS-CATCHUP-RUN
005650         AND NOT DL100HD-RELEASED
005660         GO TO 3300-EXIT
005670     END-IF.
005680     MOVE SPACES TO DL100D-DISPOSITION-RECORD.
005690     MOVE DL100HD-TRAN-KEY TO DL100D-TRAN-KEY.
005700     MOVE DL100HD-CONTROL-CODE TO DL100D-CONTROL-CODE.
005710     MOVE DL100HD-DIVISION TO DL100D-DIVISION.
005720     MOVE DL100HD-ORIG-DISPOSITION TO DL100D-DISPOSITION.
005730     MOVE DL100HD-CATEGORY-LABEL TO DL100D-CATEGORY-LABEL.
005740     MOVE DL100HD-SEVERITY TO DL100D-SEVERITY.
005750     MOVE WS-RUN-DATE TO DL100D-RUN-DATE.
005760     MOVE DL100HD-AMOUNT TO DL100D-AMOUNT.
005770     MOVE DL100HD-HOLD-DATE TO DL100D-HOLD-DATE.
005780     RELEASE SORT-RECORD FROM DL100D-DISPOSITION-RECORD.
005790     ADD 1 TO WS-RELEASED-COUNT.
005800     ADD DL100HD-AMOUNT TO WS-RELEASED-AMOUNT.
005810     IF DL100HD-RELEASED
005820         PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
005830         MOVE 'S' TO DL100HD-STATUS-FLAG
005840         MOVE WS-RUN-DATE TO DL100HD-CLOSE-DATE
005850         REWRITE DL100HD-HOLD-RECORD
005860         IF NOT WS-HOLD-OK
005870             DISPLAY 'DL100FED: REWRITE FAILED FOR HOLD '
005880                 DL100HD-HOLD-KEY ', STATUS = ' WS-HOLD-STATUS
005890         END-IF
005900     END-IF.
005910     PERFORM 3400-WRITE-HOLD-LINE THRU 3400-EXIT.
005920 3300-EXIT.
005930     EXIT.
005940*
005950******************************************************************
005960*    3400-WRITE-HOLD-LINE - WRITE ONE RELEASED OR DECLINED ITEM  *
005970*                           DETAIL LINE FROM THE HOLD RECORD     *
005980******************************************************************
005990 3400-WRITE-HOLD-LINE.
006000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006010         PERFORM 1500-PRINT-HEADING THRU 1500-EXIT
006020         WRITE FEED-REPORT-RECORD FROM WS-HOLD-HEADING-2
006030             AFTER ADVANCING 2 LINES
006040         ADD 2 TO WS-LINE-COUNT
006050     END-IF.
006060     MOVE DL100HD-TRAN-KEY TO WS-HD-TRAN-KEY.
006070     MOVE DL100HD-CONTROL-CODE TO WS-HD-CONTROL-CODE.
006080     MOVE DL100HD-DIVISION TO WS-HD-DIVISION.
006090     MOVE DL100HD-HOLD-DATE TO WS-HD-HOLD-DATE.
006100     MOVE DL100HD-AMOUNT TO WS-HD-AMOUNT.
006110     MOVE DL100HD-ACTION-OPERATOR TO WS-HD-OPERATOR.
006120     MOVE DL100HD-ACTION-DATE TO WS-HD-ACTION-DATE.
006130     IF DL100HD-DECLINED
006140         MOVE DL100HD-DECLINE-REASON TO WS-HD-REASON
006150     ELSE
006160         MOVE SPACES TO WS-HD-REASON
006170     END-IF.
006180     WRITE FEED-REPORT-RECORD FROM WS-HOLD-DETAIL-LINE
006190         AFTER ADVANCING 1 LINE.
006200     ADD 1 TO WS-LINE-COUNT.
006210 3400-EXIT.
006220     EXIT.
006230*
006240******************************************************************
006250*    3500-RETURN-FEED - WRITE THE FEED IN TRAN KEY ORDER INSIDE  *
006260*                       ITS OWN DL100T HEADER/TRAILER            *
006270******************************************************************
006280 3500-RETURN-FEED.
006290     MOVE LOW-VALUES TO DL100T-RECORD-KEY.
006300     MOVE 'HDR' TO DL100T-RECORD-TYPE.
006310     MOVE ZERO TO DL100T-RECORD-COUNT.
006320     MOVE ZERO TO DL100T-HASH-TOTAL.
006330     MOVE ZERO TO DL100T-AMOUNT-TOTAL.
006340     MOVE WS-RUN-DATE TO DL100T-CREATE-DATE.
006350     MOVE SPACES TO DL100T-SENDER-ID.
006360     WRITE FEED-RECORD FROM DL100T-CONTROL-RECORD.
006370     MOVE 'N' TO WS-SORT-EOF-SWITCH.
006380     PERFORM 3600-RETURN-ONE-FEED THRU 3600-EXIT
006390         UNTIL WS-SORT-END-OF-FILE.
006400     MOVE HIGH-VALUES TO DL100T-RECORD-KEY.
006410     MOVE 'TRL' TO DL100T-RECORD-TYPE.
006420     MOVE WS-FEED-COUNT TO DL100T-RECORD-COUNT.
006430     MOVE WS-FEED-HASH TO DL100T-HASH-TOTAL.
006440     MOVE WS-FEED-AMOUNT TO DL100T-AMOUNT-TOTAL.
006450     MOVE WS-RUN-DATE TO DL100T-CREATE-DATE.
006460     MOVE SPACES TO DL100T-SENDER-ID.
006470     WRITE FEED-RECORD FROM DL100T-CONTROL-RECORD.
006480 3500-EXIT.
006490     EXIT.
006500*
006510******************************************************************
006520*    3600-RETURN-ONE-FEED - WRITE ONE SORTED FEED RECORD AND     *
006530*                           TALLY IT FOR THE TRAILER             *
006540******************************************************************
006550 3600-RETURN-ONE-FEED.
006560     RETURN SORT-FILE INTO DL100D-DISPOSITION-RECORD
006570         AT END
006580             MOVE 'Y' TO WS-SORT-EOF-SWITCH
006590             GO TO 3600-EXIT
006600     END-RETURN.
006610     WRITE FEED-RECORD FROM DL100D-DISPOSITION-RECORD.
006620     ADD 1 TO WS-FEED-COUNT.
006630     ADD DL100D-CONTROL-CODE TO WS-FEED-HASH.
006640     ADD DL100D-AMOUNT TO WS-FEED-AMOUNT.
006650 3600-EXIT.
006660     EXIT.
006670*
006680******************************************************************
006690*    4000-REPORT-DECLINED - SECOND PASS OF THE HOLD MASTER -     *
006700*                           REPORT EVERY DECLINED ITEM NOT YET   *
006710*                           REPORTED (OR REPORTED BY AN EARLIER  *
006720*                           RUN OF THIS SAME DATE) AND CLOSE IT  *
006730*                           WITH THE RUN DATE.  IT IS NEVER SENT *
006740******************************************************************
006750 4000-REPORT-DECLINED.
006760     MOVE 'DECLINED ITEMS - NOT SENT:' TO WS-SECTION-TEXT.
006770     PERFORM 1600-SECTION-HEADING THRU 1600-EXIT.
006780     PERFORM 3050-OPEN-HOLD THRU 3050-EXIT.
006790     PERFORM 4100-ONE-DECLINED THRU 4100-EXIT
006800         UNTIL WS-HOLD-END-OF-FILE.
006810     IF WS-HOLD-OPEN
006820         CLOSE HOLD-FILE
006830         MOVE 'N' TO WS-HOLD-OPEN-SW
006840     END-IF.
006850     IF WS-DECLINED-COUNT = ZERO
006860         MOVE SPACES TO FEED-REPORT-RECORD
006870         STRING ' (NO DECLINED ITEMS)'
006880             DELIMITED BY SIZE INTO FEED-REPORT-RECORD
006890         WRITE FEED-REPORT-RECORD
006900             AFTER ADVANCING 1 LINE
006910         ADD 1 TO WS-LINE-COUNT
006920     END-IF.
006930 4000-EXIT.
006940     EXIT.
006950*
006960******************************************************************
006970*    4100-ONE-DECLINED - REPORT AND CLOSE ONE DECLINED ITEM.  A  *
006980*                        CATCH-UP RUN TAKES ONLY DECLINES NOT    *
006990*                        YET CLOSED - THE NIGHT REPORTED THE     *
007000*                        REST                                    *
007010******************************************************************
007020 4100-ONE-DECLINED.
007030     READ HOLD-FILE
007040         AT END
007050             MOVE 'Y' TO WS-HOLD-EOF-SWITCH
007060             GO TO 4100-EXIT
007070     END-READ.
007080     IF NOT DL100HD-DECLINED
007090         GO TO 4100-EXIT
007100     END-IF.
007110     IF DL100HD-CLOSE-DATE NOT = ZERO
007120         AND DL100HD-CLOSE-DATE NOT = WS-RUN-DATE
007130         GO TO 4100-EXIT
007140     END-IF.
007150     IF WS-CATCHUP-RUN
007160         AND DL100HD-CLOSE-DATE NOT = ZERO
007170         GO TO 4100-EXIT
007180     END-IF.
007190     ADD 1 TO WS-DECLINED-COUNT.
007200     ADD DL100HD-AMOUNT TO WS-DECLINED-AMOUNT.
007210     IF DL100HD-CLOSE-DATE = ZERO
007220         PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
007230         MOVE WS-RUN-DATE TO DL100HD-CLOSE-DATE
007240         REWRITE DL100HD-HOLD-RECORD
007250         IF NOT WS-HOLD-OK
007260             DISPLAY 'DL100FED: REWRITE FAILED FOR HOLD '
007270                 DL100HD-HOLD-KEY ', STATUS = ' WS-HOLD-STATUS
007280         END-IF
007290     END-IF.
007300     PERFORM 3400-WRITE-HOLD-LINE THRU 3400-EXIT.
007310 4100-EXIT.
007320     EXIT.
007330*
007340******************************************************************
007350*    8000-WRITE-JOURNAL - JOURNAL THE HOLD RECORD AS IT STANDS   *
007360*                         BEFORE IT IS MARKED SENT OR CLOSED     *
007370******************************************************************
007380 8000-WRITE-JOURNAL.
007390     IF NOT WS-JOURNAL-OPEN
007400         GO TO 8000-EXIT
007410     END-IF.
007420     MOVE WS-RUN-DATE TO DL100BK-RUN-DATE.
007430     MOVE 'HLD' TO DL100BK-MASTER-ID.
007440     MOVE DL100HD-HOLD-KEY TO DL100BK-MASTER-KEY.
007450     MOVE 'C' TO DL100BK-ACTION.
007460     MOVE 'DL100FED' TO DL100BK-PROGRAM-ID.
007470     ACCEPT DL100BK-JOURNAL-TIME FROM TIME.
007480     MOVE DL100HD-HOLD-RECORD TO DL100BK-BEFORE-IMAGE.
007490*    A DUPLICATE KEY (STATUS 22) MEANS THE RECORD WAS ALREADY
007500*    JOURNALED FOR THIS RUN DATE - THE FIRST BEFORE IMAGE STANDS.
007510     WRITE DL100BK-JOURNAL-RECORD
007520         INVALID KEY
007530             IF WS-JOURNAL-STATUS NOT = '22'
007540                 DISPLAY 'DL100FED: JOURNAL WRITE FAILED FOR KEY '
007550                     DL100BK-MASTER-KEY ', STATUS = '
007560                     WS-JOURNAL-STATUS
007570             END-IF
007580     END-WRITE.
007590 8000-EXIT.
007600     EXIT.
007610*
007620******************************************************************
007630*    9000-TERMINATE - PRINT THE FEED RECONCILIATION, CLOSE THE   *
007640*                     REPORT AND SET THE RETURN CODE             *
007650******************************************************************
007660 9000-TERMINATE.
007670     IF WS-OUT-OF-BALANCE
007680         MOVE SPACES TO WS-SECTION-TEXT
007690         STRING 'FEED NOT BUILT - DL100DSP MISSING OR OUT OF '
007700             'BALANCE' DELIMITED BY SIZE INTO WS-SECTION-TEXT
007710         PERFORM 1500-PRINT-HEADING THRU 1500-EXIT
007720         WRITE FEED-REPORT-RECORD FROM WS-SECTION-LINE
007730             AFTER ADVANCING 2 LINES
007740         GO TO 9000-SET-RC
007750     END-IF.
007760     COMPUTE WS-EXPECT-COUNT = WS-DSP-COUNT - WS-HELD-COUNT
007770         + WS-RELEASED-COUNT.
007780     COMPUTE WS-EXPECT-AMOUNT = WS-DSP-AMOUNT - WS-HELD-AMOUNT
007790         + WS-RELEASED-AMOUNT.
007800     IF WS-LINE-COUNT + 10 >= WS-LINES-PER-PAGE
007810         PERFORM 1500-PRINT-HEADING THRU 1500-EXIT
007820     END-IF.
007830     MOVE 'FEED RECONCILIATION:' TO WS-SECTION-TEXT.
007840     WRITE FEED-REPORT-RECORD FROM WS-SECTION-LINE
007850         AFTER ADVANCING 2 LINES.
007860     MOVE 'DL100DSP DISPOSITIONS' TO WS-RC-CAPTION.
007870     MOVE WS-DSP-COUNT TO WS-RC-COUNT.
007880     MOVE WS-DSP-AMOUNT TO WS-RC-AMOUNT.
007890     WRITE FEED-REPORT-RECORD FROM WS-RECON-LINE
007900         AFTER ADVANCING 2 LINES.
007910     MOVE 'LESS HELD TODAY' TO WS-RC-CAPTION.
007920     MOVE WS-HELD-COUNT TO WS-RC-COUNT.
007930     MOVE WS-HELD-AMOUNT TO WS-RC-AMOUNT.
007940     WRITE FEED-REPORT-RECORD FROM WS-RECON-LINE
007950         AFTER ADVANCING 1 LINE.
007960     MOVE 'PLUS RELEASED ITEMS' TO WS-RC-CAPTION.
007970     MOVE WS-RELEASED-COUNT TO WS-RC-COUNT.
007980     MOVE WS-RELEASED-AMOUNT TO WS-RC-AMOUNT.
007990     WRITE FEED-REPORT-RECORD FROM WS-RECON-LINE
008000         AFTER ADVANCING 1 LINE.
008010     MOVE 'FEED WRITTEN (DL100T TRAILER)' TO WS-RC-CAPTION.
008020     MOVE WS-FEED-COUNT TO WS-RC-COUNT.
008030     MOVE WS-FEED-AMOUNT TO WS-RC-AMOUNT.
008040     WRITE FEED-REPORT-RECORD FROM WS-RECON-LINE
008050         AFTER ADVANCING 1 LINE.
008060     MOVE 'DECLINED (NOT SENT)' TO WS-RC-CAPTION.
008070     MOVE WS-DECLINED-COUNT TO WS-RC-COUNT.
008080     MOVE WS-DECLINED-AMOUNT TO WS-RC-AMOUNT.
008090     WRITE FEED-REPORT-RECORD FROM WS-RECON-LINE
008100         AFTER ADVANCING 2 LINES.
008110     IF WS-FEED-COUNT NOT = WS-EXPECT-COUNT
008120         OR WS-FEED-AMOUNT NOT = WS-EXPECT-AMOUNT
008130         DISPLAY 'DL100FED: FEED DOES NOT RECONCILE - EXPECTED '
008140             WS-EXPECT-COUNT ' WROTE ' WS-FEED-COUNT
008150         MOVE 'Y' TO WS-BALANCE-SW
008160         MOVE '*** FEED DOES NOT RECONCILE ***'
008170             TO WS-SECTION-TEXT
008180     ELSE
008190         MOVE 'FEED RECONCILES' TO WS-SECTION-TEXT
008200     END-IF.
008210     WRITE FEED-REPORT-RECORD FROM WS-SECTION-LINE
008220         AFTER ADVANCING 2 LINES.
008230 9000-SET-RC.
008240     CLOSE FEED-REPORT-FILE.
008250     IF WS-JOURNAL-OPEN
008260         CLOSE JOURNAL-FILE
008270     END-IF.
008280     DISPLAY 'DL100FED: DISPOSITIONS   = ' WS-DSP-COUNT.
008290     DISPLAY 'DL100FED: HELD TODAY     = ' WS-HELD-COUNT.
008300     DISPLAY 'DL100FED: RELEASED SENT  = ' WS-RELEASED-COUNT.
008310     DISPLAY 'DL100FED: DECLINED       = ' WS-DECLINED-COUNT.
008320     DISPLAY 'DL100FED: FEED RECORDS   = ' WS-FEED-COUNT.
008330     IF WS-OUT-OF-BALANCE
008340         DISPLAY 'DL100FED: RUN FAILED OUT-OF-BALANCE - RC 100'
008350         MOVE 100 TO WS-RETURN-CODE
008360     END-IF.
008370     MOVE WS-RETURN-CODE TO RETURN-CODE.
008380 9000-EXIT.
008390     EXIT.
008400*
008410 END PROGRAM DL100FED.
