000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID:    DL100RTN                                    *
000040*    AUTHOR:        J. MEDILE                                   *
000050*    INSTALLATION:  DL100 BATCH CONTROL SYSTEM                  *
000060*    DATE-WRITTEN:  2026-10-15                                  *
000070*    DATE-COMPILED: 2026-10-15                                  *
000080*                                                                *
000090*    DESCRIPTION:   RETURN-TO-SENDER REJECT FILES (DL100J        *
000100*                   STEP006A).  READS THE DL100REJ REJECT        *
000110*                   GENERATION DL100EDT JUST WROTE, SORTS IT BY  *
000120*                   SENDING DIVISION AND TRAN KEY, AND WRITES    *
000130*                   EACH DIVISION'S REJECTS TO DL100RTN          *
000140*                   (COPYBOOK DL100RT) WRAPPED IN THEIR OWN      *
000150*                   DL100T HEADER/TRAILER WITH THE DIVISION IN   *
000160*                   DL100T-SENDER-ID - THE SAME ENVELOPE THE     *
000170*                   DIVISION'S DELIVERY ARRIVES IN, SO THE       *
000180*                   SENDER CAN PROVE THE RETURN FILE COMPLETE.   *
000190*                   EVERY ACTIVE EXPECTED SENDER ON DL100SND     *
000200*                   (SEE DL100SN) GETS A HEADER/TRAILER EVEN ON  *
000210*                   A DAY NOTHING OF THEIRS BOUNCED, SO AN       *
000220*                   EMPTY RETURN FILE MEANS "NOTHING REJECTED",  *
000230*                   NOT "NOTHING SENT".  THE NEXT DL100J STEP    *
000240*                   SPLITS DL100RTN INTO ONE DATASET PER         *
000250*                   DIVISION ON DL100RT-DIVISION.                *
000260*                                                                *
000270*                   THE TRAILER HASH IS THE SUM OF THE NUMERIC   *
000280*                   CONTROL CODES AND THE AMOUNT TOTAL THE SUM   *
000290*                   OF THE NUMERIC AMOUNTS - A REASON 02 OR 06   *
000300*                   REJECT ADDS ZERO FOR THE FIELD THAT FAILED.  *
000310*                                                                *
000320*                   A REJECT WHOSE DIVISION IS BLANK OR NOT      *
000330*                   NUMERIC CANNOT BE TIED TO A SENDER AND IS    *
000340*                   GROUPED UNDER A BLANK SENDER ID; ONE FROM A  *
000350*                   DIVISION NOT ON DL100SND IS GROUPED UNDER    *
000360*                   ITS DIVISION.  BOTH ARE FLAGGED ON THE       *
000370*                   DL100RTR RETURN REGISTER FOR OPS TO ROUTE.   *
000380*                                                                *
000390*                   RETURN CODES:                                *
000400*                     0 - EVERY REJECT RETURNED TO ITS SENDER    *
000410*                     4 - ONE OR MORE REJECTS ROUTED TO OPS      *
000420*                     8 - DL100REJ OR DL100RTN WOULD NOT OPEN    *
000430*                                                                *
000440*    MODIFICATION HISTORY                                       *
000450*    ----------------------------------------------------------  *
000460*    DATE       INIT   DESCRIPTION                               *
000470*    ---------- ----   ---------------------------------------- *
000480*    2026-10-15 JPM    INITIAL VERSION.                         *
000490*    2026-10-15 JPM    NO EMPTY GROUPS ARE WRITTEN WHEN DL100REJ *
000500*                      WOULD NOT OPEN - THE SENDERS' REJECTS ARE *
000510*                      UNKNOWN, NOT NIL.                         *
000520*                                                                *
000530******************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. DL100RTN.
000560 AUTHOR. J. MEDILE.
000570 INSTALLATION. DL100 BATCH CONTROL SYSTEM.
000580 DATE-WRITTEN. 2026-10-15.
000590 DATE-COMPILED. 2026-10-15.
000600*
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER. IBM-370.
000640 OBJECT-COMPUTER. IBM-370.
000650 SPECIAL-NAMES.
000660     C01 IS WS-TOP-OF-PAGE.
000670*
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT REJECT-FILE ASSIGN TO DL100REJ
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-REJECT-STATUS.
000730*
000740     SELECT SENDER-FILE ASSIGN TO DL100SND
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-SENDER-STATUS.
000770*
000780     SELECT RETURN-FILE ASSIGN TO DL100RTN
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-RETURN-STATUS.
000810*
000820     SELECT REGISTER-REPORT-FILE ASSIGN TO DL100RTR
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-REPORT-STATUS.
000850*
000860     SELECT SORT-FILE ASSIGN TO SORTWORK.
000870*
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  REJECT-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930     COPY DL100R.
000940*
000950 FD  SENDER-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980     COPY DL100SN.
000990*
001000 FD  RETURN-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030     COPY DL100RT.
001040*
001050 FD  REGISTER-REPORT-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 01  REGISTER-REPORT-RECORD      PIC X(132).
001090*
001100 SD  SORT-FILE.
001110 01  SORT-RECORD.
001120     05  SR-DIVISION             PIC X(02).
001130     05  SR-REJECT-REASON        PIC X(02).
001140     05  SR-REJECT-DATE          PIC 9(08).
001150     05  SR-TRAN-RECORD.
001160         10  SR-TRAN-KEY         PIC X(10).
001170         10  SR-CONTROL-CODE     PIC X(02).
001180         10  SR-CONTROL-CODE-N REDEFINES SR-CONTROL-CODE
001190                                 PIC 9(02).
001200         10  SR-TRAN-DIVISION    PIC X(02).
001210         10  SR-AMOUNT           PIC X(11).
001220         10  SR-AMOUNT-N REDEFINES SR-AMOUNT
001230                                 PIC 9(09)V99.
001240         10  FILLER              PIC X(55).
001250*
001260 WORKING-STORAGE SECTION.
001270******************************************************************
001280*    WORKING STORAGE - SWITCHES AND COUNTERS                     *
001290******************************************************************
001300 77  WS-REJECT-STATUS            PIC X(02) VALUE SPACES.
001310     88  WS-REJECT-OK                VALUE '00'.
001320*
001330 77  WS-SENDER-STATUS            PIC X(02) VALUE SPACES.
001340     88  WS-SENDER-OK                VALUE '00'.
001350*
001360 77  WS-RETURN-STATUS            PIC X(02) VALUE SPACES.
001370     88  WS-RETURN-OK                VALUE '00'.
001380*
001390 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
001400     88  WS-REPORT-OK                VALUE '00'.
001410*
001420 01  WS-SWITCHES.
001430     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001440         88  WS-END-OF-FILE          VALUE 'Y'.
001450     05  WS-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
001460         88  WS-SORT-END-OF-FILE     VALUE 'Y'.
001470     05  WS-SENDER-EOF-SWITCH    PIC X(01) VALUE 'N'.
001480         88  WS-SENDER-END-OF-FILE   VALUE 'Y'.
001490     05  WS-IN-GROUP-SW          PIC X(01) VALUE 'N'.
001500         88  WS-IN-GROUP             VALUE 'Y'.
001510     05  WS-SND-FOUND-SW         PIC X(01) VALUE 'N'.
001520         88  WS-SND-FOUND            VALUE 'Y'.
001530*
001540 01  WS-COUNTERS.
001550     05  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
001560     05  WS-RETURNED-COUNT       PIC 9(07) COMP VALUE ZERO.
001570     05  WS-OPS-COUNT            PIC 9(07) COMP VALUE ZERO.
001580     05  WS-GROUP-COUNT          PIC 9(05) COMP VALUE ZERO.
001590     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001600     05  WS-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
001610*
001620 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001630*
001640 01  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
001650*
001660******************************************************************
001670*    WORKING STORAGE - CURRENT RETURN GROUP.  ONE GROUP IS ONE   *
001680*    DIVISION'S HEADER, REJECT DETAILS AND TRAILER.  REASON      *
001690*    COUNT 7 HOLDS ANY REASON CODE OUTSIDE 01-06                 *
001700******************************************************************
001710 01  WS-GRP-DIVISION             PIC X(02) VALUE SPACES.
001720 01  WS-GRP-TOTALS.
001730     05  WS-GRP-COUNT            PIC 9(07) COMP VALUE ZERO.
001740     05  WS-GRP-HASH             PIC 9(09) COMP VALUE ZERO.
001750     05  WS-GRP-AMOUNT           PIC 9(13)V99 COMP VALUE ZERO.
001760     05  WS-GRP-REASON-COUNT     PIC 9(05) COMP
001770                                 OCCURS 7 TIMES.
001780 01  WS-REASON-SUB               PIC 9(02) COMP VALUE ZERO.
001790 01  WS-REASON-NUM               PIC 9(02) VALUE ZERO.
001800*
001810******************************************************************
001820*    WORKING STORAGE - EXPECTED-SENDERS TABLE, LOADED FROM       *
001830*    DL100SND (SEE DL100SN) AT START OF RUN.  THE RETURNED FLAG  *
001840*    MARKS THE SENDERS WHOSE GROUP HAS BEEN WRITTEN              *
001850******************************************************************
001860 01  WS-SENDER-COUNT             PIC 9(03) COMP VALUE ZERO.
001870 01  WS-SENDER-TABLE.
001880     05  WS-SND-ENTRY OCCURS 0 TO 20 TIMES
001890             DEPENDING ON WS-SENDER-COUNT
001900             INDEXED BY WS-SND-IDX.
001910         10  WS-SND-DIVISION         PIC X(02).
001920         10  WS-SND-ACTIVE-FLAG      PIC X(01).
001930         10  WS-SND-RETURNED-FLAG    PIC X(01).
001940         10  WS-SND-DESCRIPTION      PIC X(20).
001950*
001960******************************************************************
001970*    WORKING STORAGE - FILE CONTROL (HEADER/TRAILER) RECORD      *
001980******************************************************************
001990     COPY DL100T.
002000*
002010******************************************************************
002020*    WORKING STORAGE - RUN DATE                                  *
002030******************************************************************
002040 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002050 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
002060     05  WS-RUN-DATE-CC          PIC 9(02).
002070     05  WS-RUN-DATE-YY          PIC 9(02).
002080     05  WS-RUN-DATE-MM          PIC 9(02).
002090     05  WS-RUN-DATE-DD          PIC 9(02).
002100 01  WS-RUN-DATE-RPT.
002110     05  WS-RUN-DATE-RPT-MM      PIC 9(02).
002120     05  FILLER                  PIC X(01) VALUE '/'.
002130     05  WS-RUN-DATE-RPT-DD      PIC 9(02).
002140     05  FILLER                  PIC X(01) VALUE '/'.
002150     05  WS-RUN-DATE-RPT-CCYY    PIC 9(04).
002160*
002170******************************************************************
002180*    WORKING STORAGE - REPORT LINES                              *
002190******************************************************************
002200 01  WS-HEADING-1.
002210     05  FILLER                  PIC X(01) VALUE SPACE.
002220     05  FILLER                  PIC X(14) VALUE 'JOB: DL100RTN'.
002230     05  FILLER                  PIC X(40)
002240             VALUE 'DL100 RETURN-TO-SENDER REGISTER'.
002250     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
002260     05  WS-H1-RUN-DATE          PIC X(10).
002270     05  FILLER                  PIC X(08) VALUE 'PAGE:'.
002280     05  WS-H1-PAGE              PIC ZZZZ9.
002290     05  FILLER                  PIC X(44) VALUE SPACES.
002300*
002310 01  WS-HEADING-2.
002320     05  FILLER                  PIC X(01) VALUE SPACE.
002330     05  FILLER                  PIC X(06) VALUE 'DIV'.
002340     05  FILLER                  PIC X(21) VALUE 'SENDER'.
002350     05  FILLER                  PIC X(09) VALUE 'RECORDS'.
002360     05  FILLER                  PIC X(13) VALUE 'HASH'.
002370     05  FILLER                  PIC X(19) VALUE 'AMOUNT'.
002380     05  FILLER                  PIC X(07) VALUE 'R01'.
002390     05  FILLER                  PIC X(07) VALUE 'R02'.
002400     05  FILLER                  PIC X(07) VALUE 'R03'.
002410     05  FILLER                  PIC X(07) VALUE 'R04'.
002420     05  FILLER                  PIC X(07) VALUE 'R05'.
002430     05  FILLER                  PIC X(07) VALUE 'R06'.
002440     05  FILLER                  PIC X(07) VALUE 'OTHER'.
002450     05  FILLER                  PIC X(14) VALUE 'STATUS'.
002460*
002470 01  WS-DETAIL-LINE.
002480     05  FILLER                  PIC X(01) VALUE SPACE.
002490     05  WS-DL-DIVISION          PIC X(02).
002500     05  FILLER                  PIC X(04) VALUE SPACES.
002510     05  WS-DL-DESCRIPTION       PIC X(20).
002520     05  FILLER                  PIC X(01) VALUE SPACES.
002530     05  WS-DL-RECORDS           PIC ZZZ,ZZ9.
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  WS-DL-HASH              PIC ZZZ,ZZZ,ZZ9.
002560     05  FILLER                  PIC X(02) VALUE SPACES.
002570     05  WS-DL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  WS-DL-REASON-GROUP.
002600         10  WS-DL-REASON        OCCURS 7 TIMES.
002610             15  WS-DL-REASON-COUNT  PIC ZZ,ZZ9.
002620             15  FILLER              PIC X(01).
002630     05  WS-DL-STATUS            PIC X(14).
002640*
002650 01  WS-TRAILER-LINE-1.
002660     05  FILLER                  PIC X(01) VALUE SPACE.
002670     05  FILLER                  PIC X(26)
002680         VALUE 'REJECTS READ:             '.
002690     05  WS-TL1-READ-COUNT       PIC ZZZ,ZZ9.
002700     05  FILLER                  PIC X(98) VALUE SPACES.
002710*
002720 01  WS-TRAILER-LINE-2.
002730     05  FILLER                  PIC X(01) VALUE SPACE.
002740     05  FILLER                  PIC X(26)
002750         VALUE 'RETURN GROUPS WRITTEN:    '.
002760     05  WS-TL2-GROUP-COUNT      PIC ZZZ,ZZ9.
002770     05  FILLER                  PIC X(98) VALUE SPACES.
002780*
002790 01  WS-TRAILER-LINE-3.
002800     05  FILLER                  PIC X(01) VALUE SPACE.
002810     05  FILLER                  PIC X(26)
002820         VALUE 'REJECTS RETURNED:         '.
002830     05  WS-TL3-RETURNED-COUNT   PIC ZZZ,ZZ9.
002840     05  FILLER                  PIC X(98) VALUE SPACES.
002850*
002860 01  WS-TRAILER-LINE-4.
002870     05  FILLER                  PIC X(01) VALUE SPACE.
002880     05  FILLER                  PIC X(26)
002890         VALUE 'REJECTS ROUTED TO OPS:    '.
002900     05  WS-TL4-OPS-COUNT        PIC ZZZ,ZZ9.
002910     05  FILLER                  PIC X(98) VALUE SPACES.
002920*
002930 PROCEDURE DIVISION.
002940******************************************************************
002950*    0000-MAINLINE                                               *
002960******************************************************************
002970 0000-MAINLINE.
002980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002990     SORT SORT-FILE ON ASCENDING KEY SR-DIVISION SR-TRAN-KEY
003000         INPUT PROCEDURE IS 3000-RELEASE-REJECTS THRU 3000-EXIT
003010         OUTPUT PROCEDURE IS 4000-WRITE-RETURNS THRU 4000-EXIT.
003020     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003030     STOP RUN.
003040*
003050******************************************************************
003060*    1000-INITIALIZE - LOAD THE EXPECTED-SENDERS TABLE, OPEN     *
003070*                      THE FILES AND PRINT THE FIRST HEADING     *
003080******************************************************************
003090 1000-INITIALIZE.
003100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003110     MOVE WS-RUN-DATE-MM TO WS-RUN-DATE-RPT-MM.
003120     MOVE WS-RUN-DATE-DD TO WS-RUN-DATE-RPT-DD.
003130     MOVE WS-RUN-DATE-CC TO WS-RUN-DATE-RPT-CCYY (1:2).
003140     MOVE WS-RUN-DATE-YY TO WS-RUN-DATE-RPT-CCYY (3:2).
003150*
003160     PERFORM 1300-LOAD-SENDER-TABLE THRU 1300-EXIT.
003170     OPEN INPUT REJECT-FILE.
003180     IF NOT WS-REJECT-OK
003190         DISPLAY 'DL100RTN: UNABLE TO OPEN DL100REJ, STATUS = '
003200             WS-REJECT-STATUS
003210         MOVE 'Y' TO WS-EOF-SWITCH
003220         MOVE 8 TO WS-RETURN-CODE
003230     END-IF.
003240     OPEN OUTPUT RETURN-FILE.
003250     IF NOT WS-RETURN-OK
003260         DISPLAY 'DL100RTN: UNABLE TO OPEN DL100RTN, STATUS = '
003270             WS-RETURN-STATUS
003280         MOVE 8 TO WS-RETURN-CODE
003290     END-IF.
003300     OPEN OUTPUT REGISTER-REPORT-FILE.
003310     IF NOT WS-REPORT-OK
003320         DISPLAY 'DL100RTN: UNABLE TO OPEN DL100RTR, STATUS = '
003330             WS-REPORT-STATUS
003340     END-IF.
003350     PERFORM 1500-PRINT-HEADING THRU 1500-EXIT.
003360 1000-EXIT.
003370     EXIT.
003380*
003390******************************************************************
003400*    1300-LOAD-SENDER-TABLE - LOAD THE EXPECTED-SENDERS TABLE    *
003410*                             FROM DL100SND (SEE DL100SN)        *
003420******************************************************************
003430 1300-LOAD-SENDER-TABLE.
003440     OPEN INPUT SENDER-FILE.
003450     IF NOT WS-SENDER-OK
003460         DISPLAY 'DL100RTN: UNABLE TO OPEN DL100SND, STATUS = '
003470             WS-SENDER-STATUS
003480         MOVE 'Y' TO WS-SENDER-EOF-SWITCH
003490     ELSE
003500         PERFORM 1350-LOAD-ONE-SENDER THRU 1350-EXIT
003510             UNTIL WS-SENDER-END-OF-FILE
003520         CLOSE SENDER-FILE
003530     END-IF.
003540 1300-EXIT.
003550     EXIT.
003560*
003570******************************************************************
003580*    1350-LOAD-ONE-SENDER - READ ONE DL100SND RECORD AND ADD IT  *
003590*                           TO THE TABLE WHEN ROOM REMAINS       *
003600******************************************************************
003610 1350-LOAD-ONE-SENDER.
003620     READ SENDER-FILE
003630         AT END
003640             MOVE 'Y' TO WS-SENDER-EOF-SWITCH
003650         NOT AT END
003660             IF WS-SENDER-COUNT < 20
003670                 ADD 1 TO WS-SENDER-COUNT
003680                 SET WS-SND-IDX TO WS-SENDER-COUNT
003690                 MOVE DL100SN-DIVISION
003700                     TO WS-SND-DIVISION (WS-SND-IDX)
003710                 MOVE DL100SN-ACTIVE-FLAG
003720                     TO WS-SND-ACTIVE-FLAG (WS-SND-IDX)
003730                 MOVE 'N' TO WS-SND-RETURNED-FLAG (WS-SND-IDX)
003740                 MOVE DL100SN-DESCRIPTION
003750                     TO WS-SND-DESCRIPTION (WS-SND-IDX)
003760             ELSE
003770                 DISPLAY 'DL100RTN: MORE THAN 20 EXPECTED '
003780                     'SENDERS - DIVISION ' DL100SN-DIVISION
003790                     ' WAS NOT LOADED'
003800             END-IF
003810     END-READ.
003820 1350-EXIT.
003830     EXIT.
003840*
003850******************************************************************
003860*    1500-PRINT-HEADING - WRITE A NEW PAGE HEADING               *
003870******************************************************************
003880 1500-PRINT-HEADING.
003890     ADD 1 TO WS-PAGE-COUNT.
003900     MOVE WS-RUN-DATE-RPT TO WS-H1-RUN-DATE.
003910     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
003920     WRITE REGISTER-REPORT-RECORD FROM WS-HEADING-1
003930         AFTER ADVANCING WS-TOP-OF-PAGE.
003940     WRITE REGISTER-REPORT-RECORD FROM WS-HEADING-2
003950         AFTER ADVANCING 2 LINES.
003960     MOVE 3 TO WS-LINE-COUNT.
003970 1500-EXIT.
003980     EXIT.
003990*
004000******************************************************************
004010*    2100-FIND-SENDER - LOOK UP WS-GRP-DIVISION ON THE EXPECTED- *
004020*                       SENDERS TABLE                            *
004030******************************************************************
004040 2100-FIND-SENDER.
004050     MOVE 'N' TO WS-SND-FOUND-SW.
004060     IF WS-SENDER-COUNT > ZERO
004070         SET WS-SND-IDX TO 1
004080         SEARCH WS-SND-ENTRY
004090             AT END
004100                 CONTINUE
004110             WHEN WS-SND-DIVISION (WS-SND-IDX) = WS-GRP-DIVISION
004120                 MOVE 'Y' TO WS-SND-FOUND-SW
004130         END-SEARCH
004140     END-IF.
004150 2100-EXIT.
004160     EXIT.
004170*
004180******************************************************************
004190*    3000-RELEASE-REJECTS - SORT INPUT PROCEDURE.  READ EVERY    *
004200*                           REJECT AND RELEASE IT UNDER THE      *
004210*                           DIVISION IT GOES BACK TO             *
004220******************************************************************
004230 3000-RELEASE-REJECTS.
004240     IF NOT WS-END-OF-FILE
004250         PERFORM 3100-READ-REJECT THRU 3100-EXIT
004260     END-IF.
004270     PERFORM 3200-RELEASE-ONE-REJECT THRU 3200-EXIT
004280         UNTIL WS-END-OF-FILE.
004290 3000-EXIT.
004300     EXIT.
004310*
004320******************************************************************
004330*    3100-READ-REJECT - READ THE NEXT DL100REJ RECORD            *
004340******************************************************************
004350 3100-READ-REJECT.
004360     READ REJECT-FILE
004370         AT END
004380             MOVE 'Y' TO WS-EOF-SWITCH
004390         NOT AT END
004400             ADD 1 TO WS-READ-COUNT
004410     END-READ.
004420 3100-EXIT.
004430     EXIT.
004440*
004450******************************************************************
004460*    3200-RELEASE-ONE-REJECT - RELEASE ONE REJECT TO THE SORT.   *
004470*                              A BLANK OR NON-NUMERIC DIVISION   *
004480*                              IS RELEASED UNDER SPACES (NO      *
004490*                              SENDER TO RETURN IT TO)           *
004500******************************************************************
004510 3200-RELEASE-ONE-REJECT.
004520     MOVE DL100R-REJECT-REASON TO SR-REJECT-REASON.
004530     MOVE DL100R-REJECT-DATE TO SR-REJECT-DATE.
004540     MOVE DL100R-TRAN-RECORD TO SR-TRAN-RECORD.
004550     IF SR-TRAN-DIVISION IS NUMERIC
004560         MOVE SR-TRAN-DIVISION TO SR-DIVISION
004570     ELSE
004580         MOVE SPACES TO SR-DIVISION
004590     END-IF.
004600     RELEASE SORT-RECORD.
004610     PERFORM 3100-READ-REJECT THRU 3100-EXIT.
004620 3200-EXIT.
004630     EXIT.
004640*
004650******************************************************************
004660*    4000-WRITE-RETURNS - SORT OUTPUT PROCEDURE.  RETURN THE     *
004670*                         REJECTS IN DIVISION/TRAN KEY ORDER,    *
004680*                         WRAPPING EACH DIVISION IN ITS OWN      *
004690*                         HEADER AND TRAILER                     *
004700******************************************************************
004710 4000-WRITE-RETURNS.
004720     PERFORM 4100-RETURN-ONE-REJECT THRU 4100-EXIT
004730         UNTIL WS-SORT-END-OF-FILE.
004740     IF WS-IN-GROUP
004750         PERFORM 4400-CLOSE-GROUP THRU 4400-EXIT
004760     END-IF.
004770 4000-EXIT.
004780     EXIT.
004790*
004800******************************************************************
004810*    4100-RETURN-ONE-REJECT - RETURN ONE SORTED REJECT, STARTING *
004820*                             A NEW GROUP ON A DIVISION BREAK,   *
004830*                             AND WRITE IT TO THE RETURN FILE    *
004840******************************************************************
004850 4100-RETURN-ONE-REJECT.
004860     RETURN SORT-FILE
004870         AT END
004880             MOVE 'Y' TO WS-SORT-EOF-SWITCH
004890             GO TO 4100-EXIT
004900     END-RETURN.
004910     IF WS-IN-GROUP
004920         AND SR-DIVISION NOT = WS-GRP-DIVISION
004930         PERFORM 4400-CLOSE-GROUP THRU 4400-EXIT
004940     END-IF.
004950     IF NOT WS-IN-GROUP
004960         MOVE SR-DIVISION TO WS-GRP-DIVISION
004970         PERFORM 4300-OPEN-GROUP THRU 4300-EXIT
004980     END-IF.
004990     MOVE SR-TRAN-RECORD TO DL100RT-TRAN-RECORD.
005000     MOVE SR-REJECT-REASON TO DL100RT-REJECT-REASON.
005010     MOVE SR-REJECT-DATE TO DL100RT-REJECT-DATE.
005020     MOVE WS-GRP-DIVISION TO DL100RT-DIVISION.
005030     WRITE DL100RT-RETURN-RECORD.
005040     ADD 1 TO WS-GRP-COUNT.
005050     IF SR-CONTROL-CODE IS NUMERIC
005060         ADD SR-CONTROL-CODE-N TO WS-GRP-HASH
005070     END-IF.
005080     IF SR-AMOUNT IS NUMERIC
005090         ADD SR-AMOUNT-N TO WS-GRP-AMOUNT
005100     END-IF.
005110     MOVE 7 TO WS-REASON-SUB.
005120     IF SR-REJECT-REASON IS NUMERIC
005130         MOVE SR-REJECT-REASON TO WS-REASON-NUM
005140         IF WS-REASON-NUM > ZERO AND WS-REASON-NUM < 7
005150             MOVE WS-REASON-NUM TO WS-REASON-SUB
005160         END-IF
005170     END-IF.
005180     ADD 1 TO WS-GRP-REASON-COUNT (WS-REASON-SUB).
005190 4100-EXIT.
005200     EXIT.
005210*
005220******************************************************************
005230*    4300-OPEN-GROUP - START THE GROUP FOR WS-GRP-DIVISION AND   *
005240*                      WRITE ITS DL100T HEADER                   *
005250******************************************************************
005260 4300-OPEN-GROUP.
005270     MOVE 'Y' TO WS-IN-GROUP-SW.
005280     MOVE ZERO TO WS-GRP-COUNT WS-GRP-HASH WS-GRP-AMOUNT.
005290     PERFORM 4310-ZERO-REASON THRU 4310-EXIT
005300         VARYING WS-REASON-SUB FROM 1 BY 1
005310         UNTIL WS-REASON-SUB > 7.
005320     MOVE SPACES TO DL100T-CONTROL-RECORD.
005330     MOVE LOW-VALUES TO DL100T-RECORD-KEY.
005340     MOVE 'HDR' TO DL100T-RECORD-TYPE.
005350     MOVE ZERO TO DL100T-RECORD-COUNT.
005360     MOVE ZERO TO DL100T-HASH-TOTAL.
005370     MOVE WS-RUN-DATE TO DL100T-CREATE-DATE.
005380     MOVE WS-GRP-DIVISION TO DL100T-SENDER-ID.
005390     MOVE ZERO TO DL100T-AMOUNT-TOTAL.
005400     PERFORM 4500-WRITE-CONTROL THRU 4500-EXIT.
005410 4300-EXIT.
005420     EXIT.
005430*
005440******************************************************************
005450*    4310-ZERO-REASON - CLEAR ONE REASON COUNTER                 *
005460******************************************************************
005470 4310-ZERO-REASON.
005480     MOVE ZERO TO WS-GRP-REASON-COUNT (WS-REASON-SUB).
005490 4310-EXIT.
005500     EXIT.
005510*
005520******************************************************************
005530*    4400-CLOSE-GROUP - WRITE THE GROUP'S DL100T TRAILER AND ITS *
005540*                       RETURN REGISTER LINE                     *
005550******************************************************************
005560 4400-CLOSE-GROUP.
005570     MOVE SPACES TO DL100T-CONTROL-RECORD.
005580     MOVE HIGH-VALUES TO DL100T-RECORD-KEY.
005590     MOVE 'TRL' TO DL100T-RECORD-TYPE.
005600     MOVE WS-GRP-COUNT TO DL100T-RECORD-COUNT.
005610     MOVE WS-GRP-HASH TO DL100T-HASH-TOTAL.
005620     MOVE WS-RUN-DATE TO DL100T-CREATE-DATE.
005630     MOVE WS-GRP-DIVISION TO DL100T-SENDER-ID.
005640     MOVE WS-GRP-AMOUNT TO DL100T-AMOUNT-TOTAL.
005650     PERFORM 4500-WRITE-CONTROL THRU 4500-EXIT.
005660     ADD 1 TO WS-GROUP-COUNT.
005670     MOVE 'N' TO WS-IN-GROUP-SW.
005680*
005690     PERFORM 2100-FIND-SENDER THRU 2100-EXIT.
005700     MOVE SPACES TO WS-DL-DESCRIPTION.
005710     EVALUATE TRUE
005720         WHEN WS-GRP-DIVISION = SPACES
005730             MOVE '(NO DIVISION)' TO WS-DL-DESCRIPTION
005740             MOVE 'NO DIV - OPS' TO WS-DL-STATUS
005750             ADD WS-GRP-COUNT TO WS-OPS-COUNT
005760         WHEN NOT WS-SND-FOUND
005770             MOVE '(NOT ON DL100SND)' TO WS-DL-DESCRIPTION
005780             MOVE 'NOT A SENDER' TO WS-DL-STATUS
005790             ADD WS-GRP-COUNT TO WS-OPS-COUNT
005800         WHEN WS-GRP-COUNT = ZERO
005810             MOVE 'Y' TO WS-SND-RETURNED-FLAG (WS-SND-IDX)
005820             MOVE WS-SND-DESCRIPTION (WS-SND-IDX)
005830                 TO WS-DL-DESCRIPTION
005840             MOVE 'NONE REJECTED' TO WS-DL-STATUS
005850         WHEN OTHER
005860             MOVE 'Y' TO WS-SND-RETURNED-FLAG (WS-SND-IDX)
005870             MOVE WS-SND-DESCRIPTION (WS-SND-IDX)
005880                 TO WS-DL-DESCRIPTION
005890             MOVE 'RETURNED' TO WS-DL-STATUS
005900             ADD WS-GRP-COUNT TO WS-RETURNED-COUNT
005910     END-EVALUATE.
005920     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005930         PERFORM 1500-PRINT-HEADING THRU 1500-EXIT
005940     END-IF.
005950     MOVE WS-GRP-DIVISION TO WS-DL-DIVISION.
005960     MOVE WS-GRP-COUNT TO WS-DL-RECORDS.
005970     MOVE WS-GRP-HASH TO WS-DL-HASH.
005980     MOVE WS-GRP-AMOUNT TO WS-DL-AMOUNT.
005990     MOVE SPACES TO WS-DL-REASON-GROUP.
006000     PERFORM 4410-FORMAT-REASON THRU 4410-EXIT
006010         VARYING WS-REASON-SUB FROM 1 BY 1
006020         UNTIL WS-REASON-SUB > 7.
006030     WRITE REGISTER-REPORT-RECORD FROM WS-DETAIL-LINE
006040         AFTER ADVANCING 1 LINE.
006050     ADD 1 TO WS-LINE-COUNT.
006060 4400-EXIT.
006070     EXIT.
006080*
006090******************************************************************
006100*    4410-FORMAT-REASON - MOVE ONE REASON COUNT TO THE LINE      *
006110******************************************************************
006120 4410-FORMAT-REASON.
006130     MOVE WS-GRP-REASON-COUNT (WS-REASON-SUB)
006140         TO WS-DL-REASON-COUNT (WS-REASON-SUB).
006150 4410-EXIT.
006160     EXIT.
006170*
006180******************************************************************
006190*    4500-WRITE-CONTROL - WRITE THE DL100T RECORD JUST BUILT AS  *
006200*                         A RETURN RECORD FOR THE GROUP          *
006210******************************************************************
006220 4500-WRITE-CONTROL.
006230     MOVE SPACES TO DL100RT-RETURN-RECORD.
006240     MOVE DL100T-CONTROL-RECORD TO DL100RT-TRAN-RECORD.
006250     MOVE ZERO TO DL100RT-REJECT-DATE.
006260     MOVE WS-GRP-DIVISION TO DL100RT-DIVISION.
006270     WRITE DL100RT-RETURN-RECORD.
006280 4500-EXIT.
006290     EXIT.
006300*
006310******************************************************************
006320*    9000-TERMINATE - WRITE AN EMPTY GROUP FOR EVERY ACTIVE      *
006330*                     SENDER WITH NOTHING REJECTED (UNLESS A     *
006340*                     FILE FAILED TO OPEN), THE REGISTER         *
006350*                     TOTALS, CLOSE THE FILES AND SET THE        *
006360*                     RETURN CODE                                *
006370******************************************************************
006380 9000-TERMINATE.
006390     IF WS-RETURN-CODE < 8 AND WS-SENDER-COUNT > ZERO
006400         PERFORM 9100-WRITE-EMPTY-GROUP THRU 9100-EXIT
006410             VARYING WS-SND-IDX FROM 1 BY 1
006420             UNTIL WS-SND-IDX > WS-SENDER-COUNT
006430     END-IF.
006440     MOVE WS-READ-COUNT TO WS-TL1-READ-COUNT.
006450     MOVE WS-GROUP-COUNT TO WS-TL2-GROUP-COUNT.
006460     MOVE WS-RETURNED-COUNT TO WS-TL3-RETURNED-COUNT.
006470     MOVE WS-OPS-COUNT TO WS-TL4-OPS-COUNT.
006480     WRITE REGISTER-REPORT-RECORD FROM WS-TRAILER-LINE-1
006490         AFTER ADVANCING 2 LINES.
006500     WRITE REGISTER-REPORT-RECORD FROM WS-TRAILER-LINE-2
006510         AFTER ADVANCING 1 LINE.
006520     WRITE REGISTER-REPORT-RECORD FROM WS-TRAILER-LINE-3
006530         AFTER ADVANCING 1 LINE.
006540     WRITE REGISTER-REPORT-RECORD FROM WS-TRAILER-LINE-4
006550         AFTER ADVANCING 1 LINE.
006560     CLOSE REJECT-FILE, RETURN-FILE, REGISTER-REPORT-FILE.
006570     DISPLAY 'DL100RTN: REJECTS READ       = ' WS-READ-COUNT.
006580     DISPLAY 'DL100RTN: RETURN GROUPS      = ' WS-GROUP-COUNT.
006590     DISPLAY 'DL100RTN: REJECTS RETURNED   = ' WS-RETURNED-COUNT.
006600     DISPLAY 'DL100RTN: ROUTED TO OPS      = ' WS-OPS-COUNT.
006610     IF WS-OPS-COUNT > ZERO AND WS-RETURN-CODE < 4
006620         MOVE 4 TO WS-RETURN-CODE
006630     END-IF.
006640     MOVE WS-RETURN-CODE TO RETURN-CODE.
006650 9000-EXIT.
006660     EXIT.
006670*
006680******************************************************************
006690*    9100-WRITE-EMPTY-GROUP - WRITE A HEADER AND A ZERO TRAILER  *
006700*                             FOR AN ACTIVE SENDER NONE OF WHOSE *
006710*                             RECORDS WERE REJECTED TODAY        *
006720******************************************************************
006730 9100-WRITE-EMPTY-GROUP.
006740     IF WS-SND-ACTIVE-FLAG (WS-SND-IDX) NOT = 'Y'
006750         OR WS-SND-RETURNED-FLAG (WS-SND-IDX) = 'Y'
006760         GO TO 9100-EXIT
006770     END-IF.
006780     MOVE WS-SND-DIVISION (WS-SND-IDX) TO WS-GRP-DIVISION.
006790     PERFORM 4300-OPEN-GROUP THRU 4300-EXIT.
006800     PERFORM 4400-CLOSE-GROUP THRU 4400-EXIT.
006810 9100-EXIT.
006820     EXIT.
006830*
006840 END PROGRAM DL100RTN.
