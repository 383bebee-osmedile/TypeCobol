000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID:    DL100APV                                    *
000040*    AUTHOR:        J. MEDILE                                   *
000050*    INSTALLATION:  DL100 BATCH CONTROL SYSTEM                  *
000060*    DATE-WRITTEN:  2026-10-15                                  *
000070*    DATE-COMPILED: 2026-10-15                                  *
000080*                                                                *
000090*    DESCRIPTION:   ONLINE CHECKER TRANSACTION FOR THE DL100PCH  *
000100*                   PENDING-CHANGE MASTER (COPYBOOK DL100PC).    *
000110*                   EVERY ADD OR CHANGE KEYED AGAINST DL100CTL   *
000120*                   (DL100MNT), DL100CAT OR DL100SND (DL100TBL)  *
000130*                   WAITS HERE UNTIL A SECOND OPERATOR PAGES TO  *
000140*                   IT, COMPARES THE ENTRY AS IT STANDS WITH     *
000150*                   THE ENTRY AS IT WILL STAND, AND APPROVES OR  *
000160*                   REJECTS IT.  THE CHECKER MUST NOT BE THE     *
000170*                   OPERATOR WHO KEYED THE CHANGE.  THE          *
000180*                   DECISION IS STAMPED ON THE PENDING RECORD    *
000190*                   WITH THE CHECKER'S OPERATOR ID, DATE AND     *
000200*                   TIME; DL100APL APPLIES APPROVED CHANGES AT   *
000210*                   THE START OF THE NEXT DL100J RUN.            *
000220*                                                                *
000230*    MODIFICATION HISTORY                                       *
000240*    ----------------------------------------------------------  *
000250*    DATE       INIT   DESCRIPTION                               *
000260*    ---------- ----   ---------------------------------------- *
000270*    2026-10-15 JPM    INITIAL VERSION.                         *
000280*    2026-10-15 JPM    CTL IMAGES NOW SHOW THE HIGH-VALUE HOLD   *
000290*                      LIMIT (DL100C-HOLD-LIMIT).                *
000300*    2026-10-15 JPM    SN IMAGES NOW SHOW THE INTAKE VARIANCE    *
000310*                      TOLERANCE (DL100SN-TOLERANCE-PCT).        *
000320*                                                                *
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. DL100APV.
000360 AUTHOR. J. MEDILE.
000370 INSTALLATION. DL100 BATCH CONTROL SYSTEM.
000380 DATE-WRITTEN. 2026-10-15.
000390 DATE-COMPILED. 2026-10-15.
000400*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000440 OBJECT-COMPUTER. IBM-370.
000450*
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PENDING-FILE ASSIGN TO DL100PCH
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS DL100PC-CHANGE-KEY
000520         FILE STATUS IS WS-PENDING-STATUS.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PENDING-FILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590     COPY DL100PC.
000600*
000610 WORKING-STORAGE SECTION.
000620******************************************************************
000630*    WORKING STORAGE - SWITCHES AND STATUS                       *
000640******************************************************************
000650 77  WS-PENDING-STATUS           PIC X(02) VALUE SPACES.
000660     88  WS-PENDING-OK               VALUE '00'.
000670*
000680 01  WS-EXIT-SWITCH              PIC X(01) VALUE 'N'.
000690     88  WS-EXIT-REQUESTED           VALUE 'Y'.
000700*
000710 01  WS-SWITCHES.
000720     05  WS-BROWSE-EOF-SW        PIC X(01) VALUE 'N'.
000730         88  WS-BROWSE-EOF           VALUE 'Y'.
000740     05  WS-CHANGE-FOUND-SW      PIC X(01) VALUE 'N'.
000750         88  WS-CHANGE-FOUND         VALUE 'Y'.
000760*
000770******************************************************************
000780*    WORKING STORAGE - SCREEN WORK FIELDS.  THE KEY LAST SHOWN   *
000790*    IS KEPT SO AN OPERATOR CAN PAGE TO A CHANGE WITH N AND      *
000800*    THEN APPROVE OR REJECT IT WITHOUT RE-KEYING THE KEY         *
000810******************************************************************
000820 01  WS-SCR-FUNCTION             PIC X(01) VALUE SPACE.
000830 01  WS-SCR-OPERATOR-ID          PIC X(08) VALUE SPACES.
000840 01  WS-SCR-CHANGE-KEY           PIC X(16) VALUE SPACES.
000850 01  WS-SCR-CURR-KEY             PIC X(16) VALUE SPACES.
000860 01  WS-SCR-CURR-TABLE           PIC X(03) VALUE SPACES.
000870 01  WS-SCR-CURR-FUNCTION        PIC X(01) VALUE SPACE.
000880 01  WS-SCR-CURR-STATUS          PIC X(01) VALUE SPACE.
000890 01  WS-SCR-CURR-MAKER           PIC X(08) VALUE SPACES.
000900 01  WS-SCR-CURR-CHECKER         PIC X(08) VALUE SPACES.
000910 01  WS-SCR-OLD-LINE             PIC X(60) VALUE SPACES.
000920 01  WS-SCR-NEW-LINE             PIC X(60) VALUE SPACES.
000930 01  WS-SCR-MESSAGE              PIC X(40) VALUE SPACES.
000940*
000950 01  WS-BROWSE-KEY               PIC X(16) VALUE LOW-VALUES.
000960*
000970******************************************************************
000980*    WORKING STORAGE - IMAGE FORMATTING.  THE 40-BYTE IMAGE IS   *
000990*    LAID OUT AS DL100C, DL100CAT OR DL100SN BY TABLE AND        *
001000*    EDITED INTO ONE 60-BYTE DISPLAY LINE                        *
001010******************************************************************
001020 01  WS-FMT-TABLE                PIC X(03) VALUE SPACES.
001030 01  WS-FMT-IMAGE                PIC X(40) VALUE SPACES.
001040 01  WS-FMT-IMAGE-CTL REDEFINES WS-FMT-IMAGE.
001050     05  WS-FMT-CTL-ID           PIC X(08).
001060     05  WS-FMT-CTL-EFF-DATE     PIC 9(08).
001070     05  WS-FMT-CTL-THRESHOLD    PIC 9(02).
001080     05  WS-FMT-CTL-CKPT         PIC 9(05).
001090     05  WS-FMT-CTL-HOLD-LIMIT   PIC 9(09)V99.
001100     05  FILLER                  PIC X(06).
001110 01  WS-FMT-IMAGE-CAT REDEFINES WS-FMT-IMAGE.
001120     05  WS-FMT-CAT-CODE         PIC 9(02).
001130     05  WS-FMT-CAT-LABEL        PIC X(20).
001140     05  WS-FMT-CAT-SEVERITY     PIC 9(02).
001150     05  WS-FMT-CAT-ACTIVE       PIC X(01).
001160     05  FILLER                  PIC X(15).
001170 01  WS-FMT-IMAGE-SN REDEFINES WS-FMT-IMAGE.
001180     05  WS-FMT-SN-DIVISION      PIC X(02).
001190     05  WS-FMT-SN-ACTIVE        PIC X(01).
001200     05  WS-FMT-SN-DESCRIPTION   PIC X(20).
001210     05  WS-FMT-SN-TOLERANCE     PIC 9(03).
001220     05  FILLER                  PIC X(14).
001230*
001240 01  WS-FMT-LINE                 PIC X(60) VALUE SPACES.
001250 01  WS-FMT-LINE-CTL REDEFINES WS-FMT-LINE.
001260     05  FILLER                  PIC X(03).
001270     05  WS-FMT-L-CTL-ID         PIC X(08).
001280     05  FILLER                  PIC X(05).
001290     05  WS-FMT-L-CTL-EFF-DATE   PIC 9(08).
001300     05  FILLER                  PIC X(05).
001310     05  WS-FMT-L-CTL-THRESHOLD  PIC Z9.
001320     05  FILLER                  PIC X(06).
001330     05  WS-FMT-L-CTL-CKPT       PIC ZZZZ9.
001340     05  FILLER                  PIC X(06).
001350     05  WS-FMT-L-CTL-HOLD-LIMIT PIC ZZZZZZZZ9.99.
001360 01  WS-FMT-LINE-CAT REDEFINES WS-FMT-LINE.
001370     05  FILLER                  PIC X(05).
001380     05  WS-FMT-L-CAT-CODE       PIC 99.
001390     05  FILLER                  PIC X(01).
001400     05  WS-FMT-L-CAT-LABEL      PIC X(20).
001410     05  FILLER                  PIC X(05).
001420     05  WS-FMT-L-CAT-SEVERITY   PIC Z9.
001430     05  FILLER                  PIC X(08).
001440     05  WS-FMT-L-CAT-ACTIVE     PIC X(01).
001450     05  FILLER                  PIC X(16).
001460 01  WS-FMT-LINE-SN REDEFINES WS-FMT-LINE.
001470     05  FILLER                  PIC X(04).
001480     05  WS-FMT-L-SN-DIVISION    PIC X(02).
001490     05  FILLER                  PIC X(01).
001500     05  WS-FMT-L-SN-DESCRIPTION PIC X(20).
001510     05  FILLER                  PIC X(08).
001520     05  WS-FMT-L-SN-ACTIVE      PIC X(01).
001530     05  FILLER                  PIC X(08).
001540     05  WS-FMT-L-SN-TOLERANCE   PIC ZZ9.
001550     05  FILLER                  PIC X(13).
001560*
001570 SCREEN SECTION.
001580 01  WS-APPROVE-SCREEN.
001590     05  BLANK SCREEN.
001600     05  LINE 01 COLUMN 01
001610         VALUE 'DL100APV - DL100 TABLE-CHANGE APPROVAL'.
001620     05  LINE 03 COLUMN 01
001630         VALUE 'FUNCTION (N=NEXT PENDING,I=INQUIRE,A=APPROVE,'.
001640     05  LINE 03 COLUMN 46
001650         VALUE 'R=REJECT,X=EXIT):'.
001660     05  LINE 03 COLUMN 65 PIC X(01) TO WS-SCR-FUNCTION.
001670     05  LINE 05 COLUMN 01 VALUE 'OPERATOR ID:'.
001680     05  LINE 05 COLUMN 20 PIC X(08) TO WS-SCR-OPERATOR-ID.
001690     05  LINE 06 COLUMN 01
001700         VALUE 'CHANGE KEY (BLANK = KEY SHOWN):'.
001710     05  LINE 06 COLUMN 35 PIC X(16) TO WS-SCR-CHANGE-KEY.
001720     05  LINE 08 COLUMN 01 VALUE 'CHANGE KEY:'.
001730     05  LINE 08 COLUMN 20 PIC X(16) FROM WS-SCR-CURR-KEY.
001740     05  LINE 09 COLUMN 01 VALUE 'TABLE:'.
001750     05  LINE 09 COLUMN 20 PIC X(03) FROM WS-SCR-CURR-TABLE.
001760     05  LINE 09 COLUMN 30 VALUE 'FUNCTION (A/C):'.
001770     05  LINE 09 COLUMN 46 PIC X(01) FROM WS-SCR-CURR-FUNCTION.
001780     05  LINE 09 COLUMN 50 VALUE 'STATUS (P/A/R):'.
001790     05  LINE 09 COLUMN 66 PIC X(01) FROM WS-SCR-CURR-STATUS.
001800     05  LINE 10 COLUMN 01 VALUE 'KEYED BY:'.
001810     05  LINE 10 COLUMN 20 PIC X(08) FROM WS-SCR-CURR-MAKER.
001820     05  LINE 10 COLUMN 30 VALUE 'CHECKED BY:'.
001830     05  LINE 10 COLUMN 46 PIC X(08) FROM WS-SCR-CURR-CHECKER.
001840     05  LINE 12 COLUMN 01 VALUE 'NOW:'.
001850     05  LINE 12 COLUMN 06 PIC X(60) FROM WS-SCR-OLD-LINE.
001860     05  LINE 13 COLUMN 01 VALUE 'NEW:'.
001870     05  LINE 13 COLUMN 06 PIC X(60) FROM WS-SCR-NEW-LINE.
001880     05  LINE 15 COLUMN 01 PIC X(40) FROM WS-SCR-MESSAGE.
001890*
001900 PROCEDURE DIVISION.
001910******************************************************************
001920*    0000-MAINLINE                                               *
001930******************************************************************
001940 0000-MAINLINE.
001950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001960     PERFORM 2000-PROCESS-FUNCTION THRU 2000-EXIT
001970         UNTIL WS-EXIT-REQUESTED.
001980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001990     STOP RUN.
002000*
002010******************************************************************
002020*    1000-INITIALIZE - OPEN THE PENDING-CHANGE MASTER            *
002030******************************************************************
002040 1000-INITIALIZE.
002050     OPEN I-O PENDING-FILE.
002060     IF WS-PENDING-STATUS = '35'
002070         OPEN OUTPUT PENDING-FILE
002080         CLOSE PENDING-FILE
002090         OPEN I-O PENDING-FILE
002100     END-IF.
002110     IF NOT WS-PENDING-OK
002120         DISPLAY 'DL100APV: UNABLE TO OPEN DL100PCH, STATUS = '
002130             WS-PENDING-STATUS
002140         MOVE 'Y' TO WS-EXIT-SWITCH
002150     END-IF.
002160 1000-EXIT.
002170     EXIT.
002180*
002190******************************************************************
002200*    2000-PROCESS-FUNCTION - PAINT THE APPROVAL SCREEN, ACCEPT   *
002210*                            THE OPERATOR'S INPUT AND ROUTE TO   *
002220*                            THE REQUESTED FUNCTION              *
002230******************************************************************
002240 2000-PROCESS-FUNCTION.
002250     MOVE SPACES TO WS-SCR-FUNCTION WS-SCR-OPERATOR-ID
002260         WS-SCR-CHANGE-KEY WS-SCR-MESSAGE.
002270     DISPLAY WS-APPROVE-SCREEN.
002280     ACCEPT WS-APPROVE-SCREEN.
002290     EVALUATE WS-SCR-FUNCTION
002300         WHEN 'N'
002310             PERFORM 3000-NEXT-PENDING THRU 3000-EXIT
002320         WHEN 'I'
002330             PERFORM 3200-INQUIRE-CHANGE THRU 3200-EXIT
002340         WHEN 'A'
002350             PERFORM 3400-DECIDE-CHANGE THRU 3400-EXIT
002360         WHEN 'R'
002370             PERFORM 3400-DECIDE-CHANGE THRU 3400-EXIT
002380         WHEN 'X'
002390             MOVE 'Y' TO WS-EXIT-SWITCH
002400         WHEN OTHER
002410             DISPLAY 'DL100APV: INVALID FUNCTION - '
002420                 WS-SCR-FUNCTION
002430     END-EVALUATE.
002440 2000-EXIT.
002450     EXIT.
002460*
002470******************************************************************
002480*    2100-READ-CHANGE - READ THE PENDING-CHANGE RECORD FOR THE   *
002490*                       KEY ENTERED, OR FOR THE KEY LAST SHOWN   *
002500*                       WHEN NONE WAS ENTERED                    *
002510******************************************************************
002520 2100-READ-CHANGE.
002530     MOVE 'N' TO WS-CHANGE-FOUND-SW.
002540     IF WS-SCR-CHANGE-KEY = SPACES
002550         MOVE WS-SCR-CURR-KEY TO WS-SCR-CHANGE-KEY
002560     END-IF.
002570     IF WS-SCR-CHANGE-KEY = SPACES
002580         MOVE 'CHANGE KEY REQUIRED - OR USE N' TO WS-SCR-MESSAGE
002590         GO TO 2100-EXIT
002600     END-IF.
002610     MOVE WS-SCR-CHANGE-KEY TO DL100PC-CHANGE-KEY.
002620     READ PENDING-FILE
002630         INVALID KEY
002640             MOVE 'NO CHANGE ON FILE FOR THAT KEY'
002650                 TO WS-SCR-MESSAGE
002660         NOT INVALID KEY
002670             MOVE 'Y' TO WS-CHANGE-FOUND-SW
002680             PERFORM 3900-SHOW-CHANGE THRU 3900-EXIT
002690     END-READ.
002700 2100-EXIT.
002710     EXIT.
002720*
002730******************************************************************
002740*    3000-NEXT-PENDING - BROWSE FORWARD FROM THE LAST CHANGE     *
002750*                        SHOWN TO THE NEXT ONE STILL PENDING.    *
002760*                        AT END OF FILE THE BROWSE WRAPS TO THE  *
002770*                        FIRST CHANGE ON THE NEXT REQUEST        *
002780******************************************************************
002790 3000-NEXT-PENDING.
002800     MOVE 'N' TO WS-BROWSE-EOF-SW WS-CHANGE-FOUND-SW.
002810     MOVE WS-BROWSE-KEY TO DL100PC-CHANGE-KEY.
002820     START PENDING-FILE KEY IS GREATER THAN DL100PC-CHANGE-KEY
002830         INVALID KEY
002840             MOVE 'Y' TO WS-BROWSE-EOF-SW
002850     END-START.
002860     PERFORM 3010-READ-NEXT-CHANGE THRU 3010-EXIT
002870         UNTIL WS-BROWSE-EOF OR WS-CHANGE-FOUND.
002880     IF WS-CHANGE-FOUND
002890         MOVE DL100PC-CHANGE-KEY TO WS-BROWSE-KEY
002900         PERFORM 3900-SHOW-CHANGE THRU 3900-EXIT
002910         MOVE 'PENDING CHANGE DISPLAYED' TO WS-SCR-MESSAGE
002920     ELSE
002930         MOVE LOW-VALUES TO WS-BROWSE-KEY
002940         MOVE 'NO MORE PENDING CHANGES' TO WS-SCR-MESSAGE
002950     END-IF.
002960 3000-EXIT.
002970     EXIT.
002980*
002990******************************************************************
003000*    3010-READ-NEXT-CHANGE - READ THE NEXT PENDING-CHANGE RECORD *
003010*                            AND STOP ON ONE STILL PENDING       *
003020******************************************************************
003030 3010-READ-NEXT-CHANGE.
003040     READ PENDING-FILE NEXT RECORD
003050         AT END
003060             MOVE 'Y' TO WS-BROWSE-EOF-SW
003070             GO TO 3010-EXIT
003080     END-READ.
003090     IF DL100PC-PENDING
003100         MOVE 'Y' TO WS-CHANGE-FOUND-SW
003110     END-IF.
003120 3010-EXIT.
003130     EXIT.
003140*
003150******************************************************************
003160*    3200-INQUIRE-CHANGE - DISPLAY ONE CHANGE BY KEY, WHATEVER   *
003170*                          ITS STATUS                            *
003180******************************************************************
003190 3200-INQUIRE-CHANGE.
003200     PERFORM 2100-READ-CHANGE THRU 2100-EXIT.
003210     IF WS-CHANGE-FOUND
003220         MOVE 'CHANGE DISPLAYED' TO WS-SCR-MESSAGE
003230     END-IF.
003240 3200-EXIT.
003250     EXIT.
003260*
003270******************************************************************
003280*    3400-DECIDE-CHANGE - APPROVE (A) OR REJECT (R) A PENDING    *
003290*                         CHANGE.  THE CHECKER MUST BE A         *
003300*                         DIFFERENT OPERATOR FROM THE MAKER      *
003310******************************************************************
003320 3400-DECIDE-CHANGE.
003330     IF WS-SCR-OPERATOR-ID = SPACES
003340         MOVE 'OPERATOR ID REQUIRED' TO WS-SCR-MESSAGE
003350         GO TO 3400-EXIT
003360     END-IF.
003370     PERFORM 2100-READ-CHANGE THRU 2100-EXIT.
003380     IF NOT WS-CHANGE-FOUND
003390         GO TO 3400-EXIT
003400     END-IF.
003410     IF NOT DL100PC-PENDING
003420         MOVE 'CHANGE ALREADY DECIDED' TO WS-SCR-MESSAGE
003430         GO TO 3400-EXIT
003440     END-IF.
003450     IF WS-SCR-OPERATOR-ID = DL100PC-MAKER-OPERATOR
003460         MOVE 'MAKER CANNOT APPROVE OWN CHANGE' TO WS-SCR-MESSAGE
003470         GO TO 3400-EXIT
003480     END-IF.
003490     MOVE WS-SCR-FUNCTION TO DL100PC-STATUS-FLAG.
003500     MOVE WS-SCR-OPERATOR-ID TO DL100PC-CHECKER-OPERATOR.
003510     ACCEPT DL100PC-CHECK-DATE FROM DATE YYYYMMDD.
003520     ACCEPT DL100PC-CHECK-TIME FROM TIME.
003530     REWRITE DL100PC-CHANGE-RECORD
003540         INVALID KEY
003550             MOVE 'DECISION NOT RECORDED - RETRY'
003560                 TO WS-SCR-MESSAGE
003570         NOT INVALID KEY
003580             PERFORM 3900-SHOW-CHANGE THRU 3900-EXIT
003590             IF DL100PC-APPROVED
003600                 MOVE 'CHANGE APPROVED - APPLIED NEXT RUN'
003610                     TO WS-SCR-MESSAGE
003620             ELSE
003630                 MOVE 'CHANGE REJECTED' TO WS-SCR-MESSAGE
003640             END-IF
003650     END-REWRITE.
003660 3400-EXIT.
003670     EXIT.
003680*
003690******************************************************************
003700*    3900-SHOW-CHANGE - MOVE THE CURRENT PENDING-CHANGE RECORD   *
003710*                       INTO THE SCREEN DISPLAY FIELDS           *
003720******************************************************************
003730 3900-SHOW-CHANGE.
003740     MOVE DL100PC-CHANGE-KEY TO WS-SCR-CURR-KEY.
003750     MOVE DL100PC-TABLE-ID TO WS-SCR-CURR-TABLE.
003760     MOVE DL100PC-FUNCTION-CODE TO WS-SCR-CURR-FUNCTION.
003770     MOVE DL100PC-STATUS-FLAG TO WS-SCR-CURR-STATUS.
003780     MOVE DL100PC-MAKER-OPERATOR TO WS-SCR-CURR-MAKER.
003790     MOVE DL100PC-CHECKER-OPERATOR TO WS-SCR-CURR-CHECKER.
003800     MOVE DL100PC-TABLE-ID TO WS-FMT-TABLE.
003810     MOVE DL100PC-OLD-IMAGE TO WS-FMT-IMAGE.
003820     PERFORM 3950-FORMAT-IMAGE THRU 3950-EXIT.
003830     MOVE WS-FMT-LINE TO WS-SCR-OLD-LINE.
003840     MOVE DL100PC-NEW-IMAGE TO WS-FMT-IMAGE.
003850     PERFORM 3950-FORMAT-IMAGE THRU 3950-EXIT.
003860     MOVE WS-FMT-LINE TO WS-SCR-NEW-LINE.
003870 3900-EXIT.
003880     EXIT.
003890*
003900******************************************************************
003910*    3950-FORMAT-IMAGE - EDIT ONE 40-BYTE TABLE IMAGE INTO A     *
003920*                        DISPLAY LINE LAID OUT FOR ITS TABLE     *
003930******************************************************************
003940 3950-FORMAT-IMAGE.
003950     MOVE SPACES TO WS-FMT-LINE.
003960     IF WS-FMT-IMAGE = SPACES
003970         MOVE '(NOT ON FILE)' TO WS-FMT-LINE
003980         GO TO 3950-EXIT
003990     END-IF.
004000     EVALUATE WS-FMT-TABLE
004010         WHEN 'CTL'
004020             MOVE 'ID' TO WS-FMT-LINE (1:2)
004030             MOVE WS-FMT-CTL-ID TO WS-FMT-L-CTL-ID
004040             MOVE 'EFF' TO WS-FMT-LINE (13:3)
004050             MOVE WS-FMT-CTL-EFF-DATE TO WS-FMT-L-CTL-EFF-DATE
004060             MOVE 'THR' TO WS-FMT-LINE (26:3)
004070             MOVE WS-FMT-CTL-THRESHOLD TO WS-FMT-L-CTL-THRESHOLD
004080             MOVE 'CKPT' TO WS-FMT-LINE (33:4)
004090             MOVE WS-FMT-CTL-CKPT TO WS-FMT-L-CTL-CKPT
004100             MOVE 'HOLD' TO WS-FMT-LINE (44:4)
004110             IF WS-FMT-CTL-HOLD-LIMIT IS NUMERIC
004120                 MOVE WS-FMT-CTL-HOLD-LIMIT
004130                     TO WS-FMT-L-CTL-HOLD-LIMIT
004140             ELSE
004150                 MOVE ZERO TO WS-FMT-L-CTL-HOLD-LIMIT
004160             END-IF
004170         WHEN 'CAT'
004180             MOVE 'CODE' TO WS-FMT-LINE (1:4)
004190             MOVE WS-FMT-CAT-CODE TO WS-FMT-L-CAT-CODE
004200             MOVE WS-FMT-CAT-LABEL TO WS-FMT-L-CAT-LABEL
004210             MOVE 'SEV' TO WS-FMT-LINE (30:3)
004220             MOVE WS-FMT-CAT-SEVERITY TO WS-FMT-L-CAT-SEVERITY
004230             MOVE 'ACTIVE' TO WS-FMT-LINE (37:6)
004240             MOVE WS-FMT-CAT-ACTIVE TO WS-FMT-L-CAT-ACTIVE
004250         WHEN OTHER
004260             MOVE 'DIV' TO WS-FMT-LINE (1:3)
004270             MOVE WS-FMT-SN-DIVISION TO WS-FMT-L-SN-DIVISION
004280             MOVE WS-FMT-SN-DESCRIPTION
004290                 TO WS-FMT-L-SN-DESCRIPTION
004300             MOVE 'ACTIVE' TO WS-FMT-LINE (29:6)
004310             MOVE WS-FMT-SN-ACTIVE TO WS-FMT-L-SN-ACTIVE
004320             MOVE 'TOL%' TO WS-FMT-LINE (40:4)
004330             IF WS-FMT-SN-TOLERANCE IS NUMERIC
004340                 MOVE WS-FMT-SN-TOLERANCE
004350                     TO WS-FMT-L-SN-TOLERANCE
004360             ELSE
004370                 MOVE ZERO TO WS-FMT-L-SN-TOLERANCE
004380             END-IF
004390     END-EVALUATE.
004400 3950-EXIT.
004410     EXIT.
004420*
004430******************************************************************
004440*    9000-TERMINATE - CLOSE THE PENDING-CHANGE MASTER            *
004450******************************************************************
004460 9000-TERMINATE.
004470     CLOSE PENDING-FILE.
004480     DISPLAY 'DL100APV: SESSION ENDED'.
004490 9000-EXIT.
004500     EXIT.
004510*
004520 END PROGRAM DL100APV.
