000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID:    DL100HRL                                    *
000040*    AUTHOR:        J. MEDILE                                   *
000050*    INSTALLATION:  DL100 BATCH CONTROL SYSTEM                  *
000060*    DATE-WRITTEN:  2026-10-15                                  *
000070*    DATE-COMPILED: 2026-10-15                                  *
000080*                                                                *
000090*    DESCRIPTION:   ONLINE TREASURY TRANSACTION FOR THE DL100HLD *
000100*                   HIGH-VALUE HOLD MASTER (COPYBOOK DL100HD).   *
000110*                   EVERY MATCHED OR CATEGORIZED TRANSACTION     *
000120*                   IFTHEN FINDS OVER ITS DIVISION'S HOLD LIMIT  *
000130*                   WAITS HERE UNTIL A TREASURY OPERATOR PAGES   *
000140*                   TO IT AND RELEASES (R) OR DECLINES (D) IT.   *
000150*                   THE DECISION IS STAMPED ON THE HOLD RECORD   *
000160*                   WITH THE OPERATOR ID, DATE AND TIME, AND     *
000170*                   EVERY RELEASE, DECLINE OR INQUIRY IS         *
000180*                   APPENDED TO THE DL100HLG ACTION LOG          *
000190*                   (COPYBOOK DL100HL).  DL100FED SENDS RELEASED *
000200*                   ITEMS IN THE NEXT DL100J RUN'S FEED TO       *
000210*                   DL100NXT AND REPORTS DECLINED ITEMS, WHICH   *
000220*                   ARE NEVER SENT.  ONLY AN ITEM STILL HELD (H) *
000230*                   CAN BE RELEASED OR DECLINED.                 *
000240*                                                                *
000250*    MODIFICATION HISTORY                                       *
000260*    ----------------------------------------------------------  *
000270*    DATE       INIT   DESCRIPTION                               *
000280*    ---------- ----   ---------------------------------------- *
000290*    2026-10-15 JPM    INITIAL VERSION.                         *
000300*                                                                *
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. DL100HRL.
000340 AUTHOR. J. MEDILE.
000350 INSTALLATION. DL100 BATCH CONTROL SYSTEM.
000360 DATE-WRITTEN. 2026-10-15.
000370 DATE-COMPILED. 2026-10-15.
000380*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430*
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT HOLD-FILE ASSIGN TO DL100HLD
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS DL100HD-HOLD-KEY
000500         FILE STATUS IS WS-HOLD-STATUS.
000510*
000520     SELECT LOG-FILE ASSIGN TO DL100HLG
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-LOG-STATUS.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  HOLD-FILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610     COPY DL100HD.
000620*
000630 FD  LOG-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660     COPY DL100HL.
000670*
000680 WORKING-STORAGE SECTION.
000690******************************************************************
000700*    WORKING STORAGE - SWITCHES AND STATUS                       *
000710******************************************************************
000720 77  WS-HOLD-STATUS              PIC X(02) VALUE SPACES.
000730     88  WS-HOLD-OK                  VALUE '00'.
000740*
000750 77  WS-LOG-STATUS               PIC X(02) VALUE SPACES.
000760     88  WS-LOG-OK                   VALUE '00'.
000770*
000780 01  WS-EXIT-SWITCH              PIC X(01) VALUE 'N'.
000790     88  WS-EXIT-REQUESTED           VALUE 'Y'.
000800*
000810 01  WS-SWITCHES.
000820     05  WS-BROWSE-EOF-SW        PIC X(01) VALUE 'N'.
000830         88  WS-BROWSE-EOF           VALUE 'Y'.
000840     05  WS-HOLD-FOUND-SW        PIC X(01) VALUE 'N'.
000850         88  WS-HOLD-FOUND           VALUE 'Y'.
000860*
000870******************************************************************
000880*    WORKING STORAGE - SCREEN WORK FIELDS.  THE KEY LAST SHOWN   *
000890*    IS KEPT SO AN OPERATOR CAN PAGE TO A HELD ITEM WITH N AND   *
000900*    THEN RELEASE OR DECLINE IT WITHOUT RE-KEYING THE KEY        *
000910******************************************************************
000920 01  WS-SCR-FUNCTION             PIC X(01) VALUE SPACE.
000930 01  WS-SCR-OPERATOR-ID          PIC X(08) VALUE SPACES.
000940 01  WS-SCR-TRAN-KEY             PIC X(10) VALUE SPACES.
000950 01  WS-SCR-HOLD-DATE            PIC X(08) VALUE SPACES.
000960 01  WS-SCR-REASON               PIC X(20) VALUE SPACES.
000970 01  WS-SCR-CURR-KEY.
000980     05  WS-SCR-CURR-TRAN-KEY    PIC X(10) VALUE SPACES.
000990     05  WS-SCR-CURR-HOLD-DATE   PIC X(08) VALUE SPACES.
001000 01  WS-SCR-CURR-DIVISION        PIC X(02) VALUE SPACES.
001010 01  WS-SCR-CURR-CODE            PIC 9(02) VALUE ZERO.
001020 01  WS-SCR-CURR-AMOUNT          PIC 9(09)V99 VALUE ZERO.
001030 01  WS-SCR-CURR-LIMIT           PIC 9(09)V99 VALUE ZERO.
001040 01  WS-SCR-CURR-DISPOSITION     PIC X(01) VALUE SPACE.
001050 01  WS-SCR-CURR-STATUS          PIC X(01) VALUE SPACE.
001060 01  WS-SCR-CURR-OPERATOR        PIC X(08) VALUE SPACES.
001070 01  WS-SCR-CURR-ACTION-DATE     PIC 9(08) VALUE ZERO.
001080 01  WS-SCR-CURR-REASON          PIC X(20) VALUE SPACES.
001090 01  WS-SCR-MESSAGE              PIC X(40) VALUE SPACES.
001100*
001110 01  WS-BROWSE-KEY               PIC X(18) VALUE LOW-VALUES.
001120*
001130 SCREEN SECTION.
001140 01  WS-HOLD-SCREEN.
001150     05  BLANK SCREEN.
001160     05  LINE 01 COLUMN 01
001170         VALUE 'DL100HRL - DL100 HIGH-VALUE HOLD RELEASE'.
001180     05  LINE 03 COLUMN 01
001190         VALUE 'FUNCTION (N=NEXT HELD,I=INQUIRE,R=RELEASE,'.
001200     05  LINE 03 COLUMN 44
001210         VALUE 'D=DECLINE,X=EXIT):'.
001220     05  LINE 03 COLUMN 63 PIC X(01) TO WS-SCR-FUNCTION.
001230     05  LINE 05 COLUMN 01 VALUE 'OPERATOR ID:'.
001240     05  LINE 05 COLUMN 20 PIC X(08) TO WS-SCR-OPERATOR-ID.
001250     05  LINE 06 COLUMN 01
001260         VALUE 'TRAN KEY (BLANK = KEY SHOWN):'.
001270     05  LINE 06 COLUMN 35 PIC X(10) TO WS-SCR-TRAN-KEY.
001280     05  LINE 06 COLUMN 47 VALUE 'HOLD DATE:'.
001290     05  LINE 06 COLUMN 58 PIC X(08) TO WS-SCR-HOLD-DATE.
001300     05  LINE 07 COLUMN 01 VALUE 'DECLINE REASON:'.
001310     05  LINE 07 COLUMN 20 PIC X(20) TO WS-SCR-REASON.
001320     05  LINE 09 COLUMN 01 VALUE 'TRAN KEY:'.
001330     05  LINE 09 COLUMN 20 PIC X(10) FROM WS-SCR-CURR-TRAN-KEY.
001340     05  LINE 09 COLUMN 33 VALUE 'HELD ON:'.
001350     05  LINE 09 COLUMN 42 PIC X(08) FROM WS-SCR-CURR-HOLD-DATE.
001360     05  LINE 10 COLUMN 01 VALUE 'DIVISION:'.
001370     05  LINE 10 COLUMN 20 PIC X(02) FROM WS-SCR-CURR-DIVISION.
001380     05  LINE 10 COLUMN 33 VALUE 'CODE:'.
001390     05  LINE 10 COLUMN 42 PIC 99 FROM WS-SCR-CURR-CODE.
001400     05  LINE 10 COLUMN 50 VALUE 'JUDGED (M/C):'.
001410     05  LINE 10 COLUMN 64 PIC X(01) FROM WS-SCR-CURR-DISPOSITION.
001420     05  LINE 11 COLUMN 01 VALUE 'AMOUNT:'.
001430     05  LINE 11 COLUMN 20 PIC ZZZ,ZZZ,ZZ9.99
001440         FROM WS-SCR-CURR-AMOUNT.
001450     05  LINE 11 COLUMN 37 VALUE 'LIMIT:'.
001460     05  LINE 11 COLUMN 44 PIC ZZZ,ZZZ,ZZ9.99
001470         FROM WS-SCR-CURR-LIMIT.
001480     05  LINE 12 COLUMN 01 VALUE 'STATUS (H/R/D/S):'.
001490     05  LINE 12 COLUMN 20 PIC X(01) FROM WS-SCR-CURR-STATUS.
001500     05  LINE 12 COLUMN 33 VALUE 'ACTIONED BY:'.
001510     05  LINE 12 COLUMN 46 PIC X(08) FROM WS-SCR-CURR-OPERATOR.
001520     05  LINE 12 COLUMN 56 VALUE 'ON:'.
001530     05  LINE 12 COLUMN 60 PIC 9(08) FROM WS-SCR-CURR-ACTION-DATE.
001540     05  LINE 13 COLUMN 01 VALUE 'REASON:'.
001550     05  LINE 13 COLUMN 20 PIC X(20) FROM WS-SCR-CURR-REASON.
001560     05  LINE 15 COLUMN 01 PIC X(40) FROM WS-SCR-MESSAGE.
001570*
001580 PROCEDURE DIVISION.
001590******************************************************************
001600*    0000-MAINLINE                                               *
001610******************************************************************
001620 0000-MAINLINE.
001630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001640     PERFORM 2000-PROCESS-FUNCTION THRU 2000-EXIT
001650         UNTIL WS-EXIT-REQUESTED.
001660     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001670     STOP RUN.
001680*
001690******************************************************************
001700*    1000-INITIALIZE - OPEN THE HOLD MASTER AND ACTION LOG       *
001710******************************************************************
001720 1000-INITIALIZE.
001730     OPEN I-O HOLD-FILE.
001740     IF WS-HOLD-STATUS = '35'
001750         OPEN OUTPUT HOLD-FILE
001760         CLOSE HOLD-FILE
001770         OPEN I-O HOLD-FILE
001780     END-IF.
001790     IF NOT WS-HOLD-OK
001800         DISPLAY 'DL100HRL: UNABLE TO OPEN DL100HLD, STATUS = '
001810             WS-HOLD-STATUS
001820         MOVE 'Y' TO WS-EXIT-SWITCH
001830     END-IF.
001840     OPEN EXTEND LOG-FILE.
001850     IF NOT WS-LOG-OK
001860         DISPLAY 'DL100HRL: UNABLE TO OPEN DL100HLG, STATUS = '
001870             WS-LOG-STATUS
001880         MOVE 'Y' TO WS-EXIT-SWITCH
001890     END-IF.
001900 1000-EXIT.
001910     EXIT.
001920*
001930******************************************************************
001940*    2000-PROCESS-FUNCTION - PAINT THE RELEASE SCREEN, ACCEPT    *
001950*                            THE OPERATOR'S INPUT AND ROUTE TO   *
001960*                            THE REQUESTED FUNCTION              *
001970******************************************************************
001980 2000-PROCESS-FUNCTION.
001990     MOVE SPACES TO WS-SCR-FUNCTION WS-SCR-OPERATOR-ID
002000         WS-SCR-TRAN-KEY WS-SCR-HOLD-DATE WS-SCR-REASON
002010         WS-SCR-MESSAGE.
002020     DISPLAY WS-HOLD-SCREEN.
002030     ACCEPT WS-HOLD-SCREEN.
002040     EVALUATE WS-SCR-FUNCTION
002050         WHEN 'N'
002060             PERFORM 3000-NEXT-HELD THRU 3000-EXIT
002070         WHEN 'I'
002080             PERFORM 3200-INQUIRE-HOLD THRU 3200-EXIT
002090         WHEN 'R'
002100             PERFORM 3400-DECIDE-HOLD THRU 3400-EXIT
002110         WHEN 'D'
002120             PERFORM 3400-DECIDE-HOLD THRU 3400-EXIT
002130         WHEN 'X'
002140             MOVE 'Y' TO WS-EXIT-SWITCH
002150         WHEN OTHER
002160             DISPLAY 'DL100HRL: INVALID FUNCTION - '
002170                 WS-SCR-FUNCTION
002180     END-EVALUATE.
002190 2000-EXIT.
002200     EXIT.
002210*
002220******************************************************************
002230*    2100-READ-HOLD - READ THE HOLD RECORD FOR THE TRAN KEY AND  *
002240*                     HOLD DATE ENTERED, OR FOR THE KEY LAST     *
002250*                     SHOWN WHEN NO TRAN KEY WAS ENTERED         *
002260******************************************************************
002270 2100-READ-HOLD.
002280     MOVE 'N' TO WS-HOLD-FOUND-SW.
002290     IF WS-SCR-TRAN-KEY = SPACES
002300         MOVE WS-SCR-CURR-TRAN-KEY TO WS-SCR-TRAN-KEY
002310         MOVE WS-SCR-CURR-HOLD-DATE TO WS-SCR-HOLD-DATE
002320     END-IF.
002330     IF WS-SCR-TRAN-KEY = SPACES
002340         MOVE 'TRAN KEY REQUIRED - OR USE N' TO WS-SCR-MESSAGE
002350         GO TO 2100-EXIT
002360     END-IF.
002370     IF WS-SCR-HOLD-DATE IS NOT NUMERIC
002380         MOVE 'HOLD DATE REQUIRED - CCYYMMDD' TO WS-SCR-MESSAGE
002390         GO TO 2100-EXIT
002400     END-IF.
002410     MOVE WS-SCR-TRAN-KEY TO DL100HD-TRAN-KEY.
002420     MOVE WS-SCR-HOLD-DATE TO DL100HD-HOLD-DATE.
002430     READ HOLD-FILE
002440         INVALID KEY
002450             MOVE 'NO HELD ITEM ON FILE FOR THAT KEY'
002460                 TO WS-SCR-MESSAGE
002470         NOT INVALID KEY
002480             MOVE 'Y' TO WS-HOLD-FOUND-SW
002490             PERFORM 3900-SHOW-HOLD THRU 3900-EXIT
002500     END-READ.
002510 2100-EXIT.
002520     EXIT.
002530*
002540******************************************************************
002550*    2800-WRITE-LOG - APPEND ONE ACTION-LOG RECORD FOR THE       *
002560*                     FUNCTION JUST PERFORMED                    *
002570******************************************************************
002580 2800-WRITE-LOG.
002590     ACCEPT DL100HL-LOG-DATE FROM DATE YYYYMMDD.
002600     ACCEPT DL100HL-LOG-TIME FROM TIME.
002610     MOVE WS-SCR-OPERATOR-ID TO DL100HL-OPERATOR-ID.
002620     MOVE WS-SCR-FUNCTION TO DL100HL-FUNCTION-CODE.
002630     MOVE DL100HD-TRAN-KEY TO DL100HL-TRAN-KEY.
002640     MOVE DL100HD-HOLD-DATE TO DL100HL-HOLD-DATE.
002650     MOVE DL100HD-DIVISION TO DL100HL-DIVISION.
002660     MOVE DL100HD-AMOUNT TO DL100HL-AMOUNT.
002670     MOVE DL100HD-DECLINE-REASON TO DL100HL-DECLINE-REASON.
002680     WRITE DL100HL-LOG-RECORD.
002690 2800-EXIT.
002700     EXIT.
002710*
002720******************************************************************
002730*    3000-NEXT-HELD - BROWSE FORWARD FROM THE LAST ITEM SHOWN    *
002740*                     TO THE NEXT ONE STILL HELD.  AT END OF     *
002750*                     FILE THE BROWSE WRAPS TO THE FIRST ITEM    *
002760*                     ON THE NEXT REQUEST                        *
002770******************************************************************
002780 3000-NEXT-HELD.
002790     MOVE 'N' TO WS-BROWSE-EOF-SW WS-HOLD-FOUND-SW.
002800     MOVE WS-BROWSE-KEY TO DL100HD-HOLD-KEY.
002810     START HOLD-FILE KEY IS GREATER THAN DL100HD-HOLD-KEY
002820         INVALID KEY
002830             MOVE 'Y' TO WS-BROWSE-EOF-SW
002840     END-START.
002850     PERFORM 3010-READ-NEXT-HOLD THRU 3010-EXIT
002860         UNTIL WS-BROWSE-EOF OR WS-HOLD-FOUND.
002870     IF WS-HOLD-FOUND
002880         MOVE DL100HD-HOLD-KEY TO WS-BROWSE-KEY
002890         PERFORM 3900-SHOW-HOLD THRU 3900-EXIT
002900         MOVE 'HELD ITEM DISPLAYED' TO WS-SCR-MESSAGE
002910     ELSE
002920         MOVE LOW-VALUES TO WS-BROWSE-KEY
002930         MOVE 'NO MORE HELD ITEMS' TO WS-SCR-MESSAGE
002940     END-IF.
002950 3000-EXIT.
002960     EXIT.
002970*
002980******************************************************************
002990*    3010-READ-NEXT-HOLD - READ THE NEXT HOLD RECORD AND STOP    *
003000*                          ON ONE STILL HELD                     *
003010******************************************************************
003020 3010-READ-NEXT-HOLD.
003030     READ HOLD-FILE NEXT RECORD
003040         AT END
003050             MOVE 'Y' TO WS-BROWSE-EOF-SW
003060             GO TO 3010-EXIT
003070     END-READ.
003080     IF DL100HD-HELD
003090         MOVE 'Y' TO WS-HOLD-FOUND-SW
003100     END-IF.
003110 3010-EXIT.
003120     EXIT.
003130*
003140******************************************************************
003150*    3200-INQUIRE-HOLD - DISPLAY ONE HOLD RECORD BY KEY,         *
003160*                        WHATEVER ITS STATUS, AND LOG THE LOOK   *
003170******************************************************************
003180 3200-INQUIRE-HOLD.
003190     PERFORM 2100-READ-HOLD THRU 2100-EXIT.
003200     IF WS-HOLD-FOUND
003210         PERFORM 2800-WRITE-LOG THRU 2800-EXIT
003220         MOVE 'HELD ITEM DISPLAYED' TO WS-SCR-MESSAGE
003230     END-IF.
003240 3200-EXIT.
003250     EXIT.
003260*
003270******************************************************************
003280*    3400-DECIDE-HOLD - RELEASE (R) OR DECLINE (D) AN ITEM       *
003290*                       STILL HELD, STAMP THE OPERATOR, DATE     *
003300*                       AND TIME ON IT AND LOG THE ACTION        *
003310******************************************************************
003320 3400-DECIDE-HOLD.
003330     IF WS-SCR-OPERATOR-ID = SPACES
003340         MOVE 'OPERATOR ID REQUIRED' TO WS-SCR-MESSAGE
003350         GO TO 3400-EXIT
003360     END-IF.
003370     PERFORM 2100-READ-HOLD THRU 2100-EXIT.
003380     IF NOT WS-HOLD-FOUND
003390         GO TO 3400-EXIT
003400     END-IF.
003410     IF NOT DL100HD-HELD
003420         MOVE 'ITEM NO LONGER HELD - ALREADY ACTIONED'
003430             TO WS-SCR-MESSAGE
003440         GO TO 3400-EXIT
003450     END-IF.
003460     MOVE WS-SCR-FUNCTION TO DL100HD-STATUS-FLAG.
003470     MOVE WS-SCR-OPERATOR-ID TO DL100HD-ACTION-OPERATOR.
003480     ACCEPT DL100HD-ACTION-DATE FROM DATE YYYYMMDD.
003490     ACCEPT DL100HD-ACTION-TIME FROM TIME.
003500     IF DL100HD-DECLINED
003510         MOVE WS-SCR-REASON TO DL100HD-DECLINE-REASON
003520     ELSE
003530         MOVE SPACES TO DL100HD-DECLINE-REASON
003540     END-IF.
003550     REWRITE DL100HD-HOLD-RECORD
003560         INVALID KEY
003570             MOVE 'DECISION NOT RECORDED - RETRY'
003580                 TO WS-SCR-MESSAGE
003590         NOT INVALID KEY
003600             PERFORM 2800-WRITE-LOG THRU 2800-EXIT
003610             PERFORM 3900-SHOW-HOLD THRU 3900-EXIT
003620             IF DL100HD-RELEASED
003630                 MOVE 'ITEM RELEASED - SENT NEXT RUN'
003640                     TO WS-SCR-MESSAGE
003650             ELSE
003660                 MOVE 'ITEM DECLINED - WILL NOT BE SENT'
003670                     TO WS-SCR-MESSAGE
003680             END-IF
003690     END-REWRITE.
003700 3400-EXIT.
003710     EXIT.
003720*
003730******************************************************************
003740*    3900-SHOW-HOLD - MOVE THE CURRENT HOLD RECORD INTO THE      *
003750*                     SCREEN DISPLAY FIELDS                      *
003760******************************************************************
003770 3900-SHOW-HOLD.
003780     MOVE DL100HD-TRAN-KEY TO WS-SCR-CURR-TRAN-KEY.
003790     MOVE DL100HD-HOLD-DATE TO WS-SCR-CURR-HOLD-DATE.
003800     MOVE DL100HD-DIVISION TO WS-SCR-CURR-DIVISION.
003810     MOVE DL100HD-CONTROL-CODE TO WS-SCR-CURR-CODE.
003820     MOVE DL100HD-AMOUNT TO WS-SCR-CURR-AMOUNT.
003830     MOVE DL100HD-HOLD-LIMIT TO WS-SCR-CURR-LIMIT.
003840     MOVE DL100HD-ORIG-DISPOSITION TO WS-SCR-CURR-DISPOSITION.
003850     MOVE DL100HD-STATUS-FLAG TO WS-SCR-CURR-STATUS.
003860     MOVE DL100HD-ACTION-OPERATOR TO WS-SCR-CURR-OPERATOR.
003870     MOVE DL100HD-ACTION-DATE TO WS-SCR-CURR-ACTION-DATE.
003880     MOVE DL100HD-DECLINE-REASON TO WS-SCR-CURR-REASON.
003890 3900-EXIT.
003900     EXIT.
003910*
003920******************************************************************
003930*    9000-TERMINATE - CLOSE THE HOLD MASTER AND ACTION LOG       *
003940******************************************************************
003950 9000-TERMINATE.
003960     CLOSE HOLD-FILE, LOG-FILE.
003970     DISPLAY 'DL100HRL: SESSION ENDED'.
003980 9000-EXIT.
003990     EXIT.
004000*
004010 END PROGRAM DL100HRL.
