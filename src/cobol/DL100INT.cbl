000250*                   CUTOFF FAILS THE STEP WITH ITS OWN RETURN    *
000260*                   CODE INSTEAD OF SILENTLY SHRINKING THE       *
000270*                   DAY'S VOLUME.                                *
000271*                                                                *
000273*                   PARM='PARTIAL' LETS THE NIGHT RUN WITHOUT    *
000275*                   UP TO 8 MISSING DIVISIONS: THE STEP ENDS     *
000276*                   RC 4 AND THE RUN DATE'S DL100LDG LEDGER      *
000278*                   RECORD (SEE DL100RL) IS MARKED PARTIAL WITH  *
000280*                   THE MISSING DIVISIONS LISTED.  PARM=         *
000281*                   'CATCHUP' IS THE LATE-DIVISION RUN (JOB      *
000283*                   DL100UJ) LATER THE SAME DAY: ONLY DIVISIONS  *
000285*                   ON THE DATE'S MISSING LIST MAY DELIVER, AND  *
000286*                   THE OTHER SENDERS ARE NOT EXPECTED AGAIN.    *
000288*                                                                *
000290*                   RETURN CODES:                                *
000300*                     0 - EVERY EXPECTED SENDER DELIVERED AND    *
000310*                         EVERY FILE BALANCED                    *
000320*                     4 - A SENDER NOT ON THE EXPECTED TABLE     *
000325*                         DELIVERED (MERGED, BUT REPORTED), OR   *
000330*                         A PARTIAL NIGHT WAS MARKED ON THE      *
000335*                         LEDGER (PARM='PARTIAL')                *
000340*                     8 - AN ACTIVE EXPECTED SENDER DID NOT      *
000345*                         DELIVER (AND NO PARTIAL NIGHT COULD    *
000350*                         BE MARKED), OR A CATCH-UP RECEIVED     *
000355*                         NOTHING                                *
000360*                    12 - A DELIVERY'S CONTROL SIGNATURE IS      *
000370*                         ALREADY ON THE DL100REG PROCESSED-     *
000372*                         FILE REGISTER (A RE-TRANSMISSION), OR  *
000375*                         A CATCH-UP WAS REFUSED - THE DATE IS   *
000377*                         NOT PARTIAL, OR A DIVISION THAT        *
000380*                         DELIVERED IS NOT ON ITS MISSING LIST   *
000382*                    16 - A DIVISION'S RECORD COUNT OR AMOUNT   *
000385*                         IS OUTSIDE ITS DL100SN TOLERANCE OF    *
000387*                         ITS TRAILING SAME-WEEKDAY AVERAGE      *
000390*                   100 - A DELIVERY FILE OUT OF BALANCE, OR A   *
000400*                         MISSING/STRAY HEADER OR TRAILER        *
000410*                                                                *
000750*                      PAGE PRINTS IT - IT WAS PICKING UP THE    *
000752*                      TRAILER'S DATE, WHICH A SENDER COULD      *
000754*                      REGENERATE ON A RE-TRANSMISSION.          *
000755*    2026-10-15 JPM    INTAKE HISTORY AND VARIANCE CHECK (SEE    *
000756*                      DL100IH).  EACH DIVISION'S DELIVERED      *
000757*                      COUNT AND AMOUNT ARE COMPARED AGAINST THE *
000758*                      AVERAGE OF ITS LAST FOUR SAME-WEEKDAY     *
000759*                      DAYS ON THE DL100IHS INTAKE-HISTORY       *
000760*                      MASTER; OUTSIDE THE DL100SN TOLERANCE     *
000761*                      FAILS THE STEP RC 16.  THE REGISTER NOW   *
000762*                      ENDS WITH A VARIANCE LINE FOR EVERY       *
000763*                      SENDER.  THE DAY IS ADDED TO THE HISTORY  *
000764*                      ONLY WHEN THE INTAKE STANDS, LIKE THE     *
000765*                      REGISTER SIGNATURES.  PARM='ACCEPTVAR'    *
000766*                      (ALONE OR AFTER 'FORCE,') REPORTS A       *
000767*                      VARIANCE BUT LETS THE RUN THROUGH, RC 4.  *
000768*    2026-10-15 JPM    PARTIAL NIGHTS AND LATE-DIVISION CATCH-   *
000769*                      UP.  PARM='PARTIAL' TURNS UP TO 8 MISSING *
000770*                      SENDERS INTO RC 4 AND MARKS THE DATE      *
000771*                      PARTIAL ON DL100LDG WITH THE MISSING      *
000772*                      DIVISIONS, SO THE REST OF THE NIGHT RUNS. *
000773*                      PARM='CATCHUP' TAKES ONLY DIVISIONS ON    *
000774*                      THAT LIST AND IS REFUSED RC 12 FOR ANY    *
000775*                      OTHER.  A STANDING NIGHT INTAKE NOW       *
000776*                      STARTS THE DATE'S LEDGER RECORD.          *
000777*                                                                *
000778******************************************************************
000779 IDENTIFICATION DIVISION.
000780 PROGRAM-ID. DL100INT.
000790 AUTHOR. J. MEDILE.
000800 INSTALLATION. DL100 BATCH CONTROL SYSTEM.
001110         ACCESS MODE IS RANDOM
001120         RECORD KEY IS DL100PR-SIGNATURE
001130         FILE STATUS IS WS-REGISTER-STATUS.
001131*
001132     SELECT HISTORY-FILE ASSIGN TO DL100IHS
001134         ORGANIZATION IS INDEXED
001135         ACCESS MODE IS DYNAMIC
001137         RECORD KEY IS DL100IH-HISTORY-KEY
001138         FILE STATUS IS WS-HISTORY-STATUS.
001140*
001141     SELECT LEDGER-FILE ASSIGN TO DL100LDG
001142         ORGANIZATION IS INDEXED
001144         ACCESS MODE IS RANDOM
001145         RECORD KEY IS DL100RL-RUN-DATE
001147         FILE STATUS IS WS-LEDGER-STATUS.
001148*
001150 DATA DIVISION.
001160 FILE SECTION.
001170 FD  DELIVERY-FILE
001450     RECORDING MODE IS F
001460     LABEL RECORDS ARE STANDARD.
001470     COPY DL100PR.
001471*
001473 FD  HISTORY-FILE
001475     RECORDING MODE IS F
001476     LABEL RECORDS ARE STANDARD.
001478     COPY DL100IH.
001480*
001481 FD  LEDGER-FILE
001483     RECORDING MODE IS F
001485     LABEL RECORDS ARE STANDARD.
001486     COPY DL100RL.
001488*
001490 WORKING-STORAGE SECTION.
001500******************************************************************
001510*    WORKING STORAGE - SWITCHES AND COUNTERS                     *
001640*
001650 77  WS-REGISTER-STATUS          PIC X(02) VALUE SPACES.
001660     88  WS-REGISTER-OK              VALUE '00'.
001661*
001662 77  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
001664     88  WS-HISTORY-OK               VALUE '00'.
001665*
001667 77  WS-LEDGER-STATUS            PIC X(02) VALUE SPACES.
001668     88  WS-LEDGER-OK                VALUE '00'.
001670*
001680 01  WS-SWITCHES.
001690     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001860         88  WS-DUPLICATE-FILE       VALUE 'Y'.
001870     05  WS-FORCE-SW             PIC X(01) VALUE 'N'.
001880         88  WS-FORCE-ACCEPT         VALUE 'Y'.
001881     05  WS-PENDDUP-SW           PIC X(01) VALUE 'N'.
001882         88  WS-PENDDUP-FOUND        VALUE 'Y'.
001883     05  WS-HISTORY-OPEN-SW      PIC X(01) VALUE 'N'.
001885         88  WS-HISTORY-OPEN         VALUE 'Y'.
001886     05  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
001887         88  WS-HIST-END-OF-FILE     VALUE 'Y'.
001889     05  WS-VARIANCE-SW          PIC X(01) VALUE 'N'.
001890         88  WS-VARIANCE-FOUND       VALUE 'Y'.
001891     05  WS-ACCEPT-VAR-SW        PIC X(01) VALUE 'N'.
001893         88  WS-ACCEPT-VARIANCE      VALUE 'Y'.
001894     05  WS-PARTIAL-SW           PIC X(01) VALUE 'N'.
001895         88  WS-PARTIAL-ALLOWED      VALUE 'Y'.
001896     05  WS-PARTIAL-NIGHT-SW     PIC X(01) VALUE 'N'.
001898         88  WS-PARTIAL-NIGHT        VALUE 'Y'.
001899     05  WS-CATCHUP-SW           PIC X(01) VALUE 'N'.
001900         88  WS-CATCHUP-RUN          VALUE 'Y'.
001902     05  WS-REFUSED-SW           PIC X(01) VALUE 'N'.
001903         88  WS-CATCHUP-REFUSED      VALUE 'Y'.
001904     05  WS-LEDGER-OPEN-SW       PIC X(01) VALUE 'N'.
001906         88  WS-LEDGER-OPEN          VALUE 'Y'.
001907     05  WS-ON-LIST-SW           PIC X(01) VALUE 'N'.
001908         88  WS-ON-LIST              VALUE 'Y'.
001910*
001920 01  WS-COUNTERS.
001930     05  WS-FILE-COUNT           PIC 9(05) COMP VALUE ZERO.
002010*
002020 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
002030*
002031 01  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
002033 01  WS-PARM-TALLY               PIC 9(03) COMP VALUE ZERO.
002034 01  WS-LIST-SUB                 PIC 9(02) COMP VALUE ZERO.
002036*
002037******************************************************************
002039*    WORKING STORAGE - MISSING-DIVISION LIST.  ON A PARTIAL      *
002040*    NIGHT IT IS BUILT FROM THE SENDERS THAT DID NOT DELIVER     *
002042*    AND WRITTEN TO THE LEDGER; ON A CATCH-UP IT IS LOADED FROM  *
002043*    THE LEDGER AND NAMES THE ONLY DIVISIONS THAT MAY DELIVER    *
002045******************************************************************
002046 01  WS-MISSING-LIST.
002048     05  WS-MISSING-DIV          PIC X(02) OCCURS 8 TIMES.
002050*
002060******************************************************************
002070*    WORKING STORAGE - CURRENT DELIVERY SEGMENT.  ONE SEGMENT    *
002390         10  WS-SND-ACTIVE-FLAG      PIC X(01).
002400         10  WS-SND-DELIVERED-FLAG   PIC X(01).
002410         10  WS-SND-DESCRIPTION      PIC X(20).
002411         10  WS-SND-TOLERANCE        PIC 9(03).
002412         10  WS-SND-FILE-COUNT       PIC 9(03) COMP.
002413         10  WS-SND-DAY-COUNT        PIC 9(07) COMP.
002414         10  WS-SND-DAY-HASH         PIC 9(09) COMP.
002415         10  WS-SND-DAY-AMOUNT       PIC 9(13)V99 COMP.
002416         10  WS-SND-AVG-COUNT        PIC 9(07) COMP.
002417         10  WS-SND-AVG-AMOUNT       PIC 9(13)V99 COMP.
002418         10  WS-SND-VAR-FLAG         PIC X(01).
002420*
002421******************************************************************
002422*    WORKING STORAGE - FILE CONTROL (HEADER/TRAILER) RECORD      *
002423******************************************************************
002424     COPY DL100T.
002425*
002426******************************************************************
002427*    WORKING STORAGE - VARIANCE CHECK.  EACH DIVISION'S DAY IS   *
002428*    MEASURED AGAINST THE AVERAGE OF ITS LAST WS-AVG-DAYS        *
002429*    INTAKE-HISTORY RECORDS FOR THE SAME WEEKDAY, LOOKING BACK   *
002430*    NO MORE THAN ONE YEAR.  THE SLOTS ROLL SO ONLY THE MOST     *
002431*    RECENT ONES ARE KEPT                                        *
002432******************************************************************
002433 01  WS-AVG-DAYS                 PIC 9(01) VALUE 4.
002434 01  WS-HIST-START-DATE          PIC 9(08) VALUE ZERO.
002435 01  WS-HIST-SEEN                PIC 9(05) COMP VALUE ZERO.
002436 01  WS-HIST-USED                PIC 9(01) VALUE ZERO.
002437 01  WS-HIST-SLOT                PIC 9(01) VALUE ZERO.
002438 01  WS-HIST-QUOTIENT            PIC 9(05) COMP VALUE ZERO.
002439 01  WS-HIST-TABLE.
002440     05  WS-HIST-ENTRY OCCURS 4 TIMES
002441             INDEXED BY WS-HIST-IDX.
002442         10  WS-HIST-COUNT           PIC 9(07) COMP.
002443         10  WS-HIST-AMOUNT          PIC 9(13)V99 COMP.
002444 01  WS-HIST-SUM-COUNT           PIC 9(09) COMP VALUE ZERO.
002445 01  WS-HIST-SUM-AMOUNT          PIC 9(15)V99 COMP VALUE ZERO.
002446 01  WS-COUNT-VAR-PCT            PIC S9(07)V9 COMP VALUE ZERO.
002447 01  WS-AMOUNT-VAR-PCT           PIC S9(07)V9 COMP VALUE ZERO.
002448 01  WS-ABS-VAR-PCT              PIC 9(07)V9 COMP VALUE ZERO.
002450 01  WS-VARIANCE-COUNT           PIC 9(05) COMP VALUE ZERO.
002451*
002452 01  WS-RUN-WEEKDAY              PIC 9(01) VALUE ZERO.
002453 01  WS-WEEKDAY-NAMES            PIC X(21)
002454         VALUE 'MONTUEWEDTHUFRISATSUN'.
002455 01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
002456     05  WS-WEEKDAY-NAME         PIC X(03) OCCURS 7 TIMES.
002457*
002458******************************************************************
002459*    WORKING STORAGE - DATE-TO-SERIAL WORK FIELDS.  THE SERIAL   *
002460*    GIVES THE RUN DATE'S WEEKDAY                                *
002461******************************************************************
002462 01  WS-DTS-DATE                 PIC 9(08) VALUE ZERO.
002463 01  WS-DTS-DATE-X REDEFINES WS-DTS-DATE.
002464     05  WS-DTS-YEAR             PIC 9(04).
002465     05  WS-DTS-MONTH            PIC 9(02).
002466     05  WS-DTS-DAY              PIC 9(02).
002467 01  WS-DTS-WORK.
002468     05  WS-DTS-Y                PIC S9(05) COMP VALUE ZERO.
002469     05  WS-DTS-M                PIC S9(03) COMP VALUE ZERO.
002470     05  WS-DTS-Q4               PIC S9(05) COMP VALUE ZERO.
002471     05  WS-DTS-Q100             PIC S9(05) COMP VALUE ZERO.
002472     05  WS-DTS-Q400             PIC S9(05) COMP VALUE ZERO.
002473     05  WS-DTS-QM               PIC S9(05) COMP VALUE ZERO.
002474     05  WS-DTS-T                PIC S9(05) COMP VALUE ZERO.
002475 01  WS-DTS-SERIAL               PIC S9(09) COMP VALUE ZERO.
002476 01  WS-DTS-WEEKS                PIC S9(09) COMP VALUE ZERO.
002477 01  WS-DTS-REMAINDER            PIC S9(01) COMP VALUE ZERO.
002478*
002480******************************************************************
002490*    WORKING STORAGE - RUN DATE                                  *
002500******************************************************************
003120     05  FILLER                  PIC X(98) VALUE SPACES.
003130*
003140 01  WS-TRAILER-LINE-3.
003141     05  FILLER                  PIC X(01) VALUE SPACE.
003142     05  FILLER                  PIC X(26)
003143         VALUE 'EXPECTED SENDERS MISSING: '.
003144     05  WS-TL3-MISSING-COUNT    PIC ZZ,ZZ9.
003145     05  FILLER                  PIC X(99) VALUE SPACES.
003146*
003147 01  WS-TRAILER-LINE-4.
003149     05  FILLER                  PIC X(01) VALUE SPACE.
003150     05  FILLER                  PIC X(26)
003151         VALUE 'DIVISIONS OUT OF VARIANCE:'.
003152     05  WS-TL4-VARIANCE-COUNT   PIC ZZ,ZZ9.
003153     05  FILLER                  PIC X(99) VALUE SPACES.
003154*
003155 01  WS-VARIANCE-HEADING-1.
003156     05  FILLER                  PIC X(01) VALUE SPACE.
003158     05  FILLER                  PIC X(44)
003159         VALUE 'VARIANCE AGAINST TRAILING SAME-WEEKDAY AVG ('.
003160     05  WS-VH1-WEEKDAY          PIC X(03).
003161     05  FILLER                  PIC X(20)
003162         VALUE ') - LAST 4 WEEKDAYS'.
003163     05  FILLER                  PIC X(64) VALUE SPACES.
003164*
003165 01  WS-VARIANCE-HEADING-2.
003167     05  FILLER                  PIC X(01) VALUE SPACE.
003168     05  FILLER                  PIC X(06) VALUE 'DIV'.
003169     05  FILLER                  PIC X(09) VALUE 'RECORDS'.
003170     05  FILLER                  PIC X(09) VALUE 'AVG RECS'.
003171     05  FILLER                  PIC X(12) VALUE '     VAR %'.
003172     05  FILLER                  PIC X(20)
003173         VALUE '            AMOUNT'.
003175     05  FILLER                  PIC X(20)
003176         VALUE '        AVG AMOUNT'.
003177     05  FILLER                  PIC X(12) VALUE '     VAR %'.
003178     05  FILLER                  PIC X(06) VALUE 'TOL%'.
003179     05  FILLER                  PIC X(04) VALUE 'WKS'.
003180     05  FILLER                  PIC X(18) VALUE 'STATUS'.
003181     05  FILLER                  PIC X(15) VALUE SPACES.
003182*
003184 01  WS-VARIANCE-LINE.
003185     05  FILLER                  PIC X(01) VALUE SPACE.
003186     05  WS-VL-DIVISION          PIC X(02).
003187     05  FILLER                  PIC X(02) VALUE SPACES.
003188     05  WS-VL-RECORDS           PIC ZZZ,ZZ9.
003189     05  FILLER                  PIC X(02) VALUE SPACES.
003190     05  WS-VL-AVG-RECORDS       PIC ZZZ,ZZ9.
003191     05  FILLER                  PIC X(02) VALUE SPACES.
003193     05  WS-VL-COUNT-VAR         PIC -ZZZZZZ9.9.
003194     05  FILLER                  PIC X(02) VALUE SPACES.
003195     05  WS-VL-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003196     05  FILLER                  PIC X(02) VALUE SPACES.
003197     05  WS-VL-AVG-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003198     05  FILLER                  PIC X(02) VALUE SPACES.
003199     05  WS-VL-AMOUNT-VAR        PIC -ZZZZZZ9.9.
003200     05  FILLER                  PIC X(02) VALUE SPACES.
003202     05  WS-VL-TOLERANCE         PIC ZZ9.
003203     05  FILLER                  PIC X(04) VALUE SPACES.
003204     05  WS-VL-WEEKS             PIC 9(01).
003205     05  FILLER                  PIC X(03) VALUE SPACES.
003206     05  WS-VL-STATUS            PIC X(18).
003207     05  FILLER                  PIC X(15) VALUE SPACES.
003208*
003210 LINKAGE SECTION.
003220******************************************************************
003230*    LINKAGE - OPTIONAL PARM PASSED VIA THE JCL EXEC PARM=.      *
003240*              'FORCE' REPORTS RE-TRANSMITTED FILES BUT LETS     *
003250*              THE RUN THROUGH (A DELIBERATE REPROCESS)          *
003251*              'ACCEPTVAR', ALONE OR AFTER IT, REPORTS A DAY     *
003252*              OUTSIDE ITS VARIANCE TOLERANCE BUT LETS IT        *
003254*              THROUGH (A KNOWN SHORT OR HEAVY DAY)              *
003255*              'PARTIAL' LETS THE NIGHT RUN WITHOUT ITS MISSING  *
003257*              DIVISIONS AND MARKS THE DATE PARTIAL              *
003258*              'CATCHUP' IS A LATE DIVISION'S SAME-DAY RUN       *
003260******************************************************************
003270 01  LS-PARM-FIELD.
003280     05  LS-PARM-LENGTH          PIC S9(04) COMP.
003530*
003540     IF LS-PARM-LENGTH >= 5
003550         AND LS-PARM-TEXT (1:5) = 'FORCE'
003551         MOVE 'Y' TO WS-FORCE-SW
003552         DISPLAY 'DL100INT: FORCE - RE-TRANSMITTED FILES WILL '
003553             'BE REPORTED BUT ACCEPTED'
003554     END-IF.
003555     IF LS-PARM-LENGTH > ZERO AND LS-PARM-LENGTH <= 30
003556         INSPECT LS-PARM-TEXT (1:LS-PARM-LENGTH)
003557             TALLYING WS-PARM-TALLY FOR ALL 'ACCEPTVAR'
003558     END-IF.
003559     IF WS-PARM-TALLY > ZERO
003560         MOVE 'Y' TO WS-ACCEPT-VAR-SW
003561         DISPLAY 'DL100INT: ACCEPTVAR - VARIANCES WILL BE '
003562             'REPORTED BUT ACCEPTED'
003563     END-IF.
003564     MOVE ZERO TO WS-PARM-TALLY.
003565     IF LS-PARM-LENGTH > ZERO AND LS-PARM-LENGTH <= 30
003566         INSPECT LS-PARM-TEXT (1:LS-PARM-LENGTH)
003567             TALLYING WS-PARM-TALLY FOR ALL 'CATCHUP'
003568     END-IF.
003569     IF WS-PARM-TALLY > ZERO
003570         MOVE 'Y' TO WS-CATCHUP-SW
003571         DISPLAY 'DL100INT: CATCHUP - ONLY DIVISIONS MISSING '
003572             'FROM THE NIGHT ARE ACCEPTED'
003573     END-IF.
003574     MOVE ZERO TO WS-PARM-TALLY.
003575     IF LS-PARM-LENGTH > ZERO AND LS-PARM-LENGTH <= 30
003576         INSPECT LS-PARM-TEXT (1:LS-PARM-LENGTH)
003577             TALLYING WS-PARM-TALLY FOR ALL 'PARTIAL'
003578     END-IF.
003579     IF WS-PARM-TALLY > ZERO
003580         IF WS-CATCHUP-RUN
003581             DISPLAY 'DL100INT: PARTIAL IGNORED ON A CATCHUP RUN'
003582         ELSE
003583             MOVE 'Y' TO WS-PARTIAL-SW
003584             DISPLAY 'DL100INT: PARTIAL - MISSING DIVISIONS WILL '
003585                 'BE LEFT FOR CATCH-UP'
003586         END-IF
003587     END-IF.
003588     MOVE SPACES TO WS-MISSING-LIST.
003589*    THE RUN DATE'S WEEKDAY - 1 MONDAY THROUGH 7 SUNDAY.  DAY
003590*    SERIAL 6 FELL ON A MONDAY, SO SERIAL + 1 MOD 7 COUNTS
003591*    DAYS SINCE A MONDAY.
003592     MOVE WS-RUN-DATE TO WS-DTS-DATE.
003593     PERFORM 9800-DATE-TO-SERIAL THRU 9800-EXIT.
003594     ADD 1 TO WS-DTS-SERIAL.
003595     DIVIDE WS-DTS-SERIAL BY 7 GIVING WS-DTS-WEEKS
003596         REMAINDER WS-DTS-REMAINDER.
003597     COMPUTE WS-RUN-WEEKDAY = WS-DTS-REMAINDER + 1.
003598     COMPUTE WS-HIST-START-DATE = WS-RUN-DATE - 10000.
003600     PERFORM 1300-LOAD-SENDER-TABLE THRU 1300-EXIT.
003610     PERFORM 1400-OPEN-REGISTER THRU 1400-EXIT.
003611     PERFORM 1450-OPEN-HISTORY THRU 1450-EXIT.
003613     PERFORM 1470-OPEN-LEDGER THRU 1470-EXIT.
003615     IF WS-CATCHUP-RUN
003616         PERFORM 1480-LOAD-LATE-LIST THRU 1480-EXIT
003618     END-IF.
003620     OPEN OUTPUT MERGED-FILE.
003630     IF NOT WS-MERGED-OK
003640         DISPLAY 'DL100INT: UNABLE TO OPEN DL100MRG, STATUS = '
004180                 MOVE 'N' TO WS-SND-DELIVERED-FLAG (WS-SND-IDX)
004190                 MOVE DL100SN-DESCRIPTION
004200                     TO WS-SND-DESCRIPTION (WS-SND-IDX)
004201                 IF DL100SN-TOLERANCE-PCT IS NUMERIC
004202                     MOVE DL100SN-TOLERANCE-PCT
004203                         TO WS-SND-TOLERANCE (WS-SND-IDX)
004205                 ELSE
004206                     MOVE ZERO TO WS-SND-TOLERANCE (WS-SND-IDX)
004207                 END-IF
004208                 PERFORM 1360-CLEAR-SENDER-DAY THRU 1360-EXIT
004210             ELSE
004220                 DISPLAY 'DL100INT: MORE THAN 20 EXPECTED '
004230                     'SENDERS - DIVISION ' DL100SN-DIVISION
004240                     ' WAS NOT LOADED'
004250             END-IF
004260     END-READ.
004261 1350-EXIT.
004262     EXIT.
004263*
004264******************************************************************
004265*    1360-CLEAR-SENDER-DAY - ZERO THE DAY'S TALLY AND AVERAGE    *
004267*                            FOR THE SENDER AT WS-SND-IDX        *
004268******************************************************************
004269 1360-CLEAR-SENDER-DAY.
004270     MOVE ZERO TO WS-SND-FILE-COUNT (WS-SND-IDX)
004271         WS-SND-DAY-COUNT (WS-SND-IDX)
004272         WS-SND-DAY-HASH (WS-SND-IDX)
004274         WS-SND-DAY-AMOUNT (WS-SND-IDX)
004275         WS-SND-AVG-COUNT (WS-SND-IDX)
004276         WS-SND-AVG-AMOUNT (WS-SND-IDX).
004277     MOVE SPACE TO WS-SND-VAR-FLAG (WS-SND-IDX).
004278 1360-EXIT.
004280     EXIT.
004290*
004300******************************************************************
004390         OPEN OUTPUT REGISTER-FILE
004400         CLOSE REGISTER-FILE
004410         OPEN I-O REGISTER-FILE
004411     END-IF.
004412     IF NOT WS-REGISTER-OK
004413         DISPLAY 'DL100INT: UNABLE TO OPEN DL100REG, STATUS = '
004414             WS-REGISTER-STATUS
004415     ELSE
004416         MOVE 'Y' TO WS-REGISTER-OPEN-SW
004417     END-IF.
004418 1400-EXIT.
004419     EXIT.
004420*
004421******************************************************************
004422*    1450-OPEN-HISTORY - OPEN THE DL100IHS INTAKE-HISTORY        *
004423*                        MASTER, INITIALIZING A NEVER-LOADED     *
004424*                        CLUSTER THE SAME WAY.  WITHOUT IT EVERY *
004425*                        DIVISION SHOWS NO HISTORY              *
004426******************************************************************
004427 1450-OPEN-HISTORY.
004428     OPEN I-O HISTORY-FILE.
004429     IF WS-HISTORY-STATUS = '35'
004430         OPEN OUTPUT HISTORY-FILE
004431         CLOSE HISTORY-FILE
004433         OPEN I-O HISTORY-FILE
004434     END-IF.
004435     IF NOT WS-HISTORY-OK
004436         DISPLAY 'DL100INT: UNABLE TO OPEN DL100IHS, STATUS = '
004437             WS-HISTORY-STATUS
004438     ELSE
004439         MOVE 'Y' TO WS-HISTORY-OPEN-SW
004440     END-IF.
004441 1450-EXIT.
004442     EXIT.
004443*
004444******************************************************************
004445*    1470-OPEN-LEDGER - OPEN THE DL100LDG RUN LEDGER, WHERE A    *
004446*                       PARTIAL NIGHT IS MARKED AND A CATCH-UP   *
004447*                       FINDS ITS LATE DIVISIONS.  A NEVER-      *
004448*                       LOADED CLUSTER IS INITIALIZED THE SAME   *
004449*                       WAY                                      *
004450******************************************************************
004451 1470-OPEN-LEDGER.
004452     OPEN I-O LEDGER-FILE.
004453     IF WS-LEDGER-STATUS = '35'
004455         OPEN OUTPUT LEDGER-FILE
004456         CLOSE LEDGER-FILE
004457         OPEN I-O LEDGER-FILE
004458     END-IF.
004459     IF NOT WS-LEDGER-OK
004460         DISPLAY 'DL100INT: UNABLE TO OPEN DL100LDG, STATUS = '
004461             WS-LEDGER-STATUS
004462     ELSE
004463         MOVE 'Y' TO WS-LEDGER-OPEN-SW
004464     END-IF.
004465 1470-EXIT.
004466     EXIT.
004467*
004468******************************************************************
004469*    1480-LOAD-LATE-LIST - A CATCH-UP RUN TAKES ITS MISSING-     *
004470*                          DIVISION LIST FROM THE RUN DATE'S     *
004471*                          LEDGER RECORD.  NO RECORD, OR A DATE  *
004472*                          THAT IS NOT PARTIAL, REFUSES THE RUN  *
004473******************************************************************
004474 1480-LOAD-LATE-LIST.
004475     IF NOT WS-LEDGER-OPEN
004476         DISPLAY 'DL100INT: NO LEDGER - CATCH-UP REFUSED'
004478         MOVE 'Y' TO WS-REFUSED-SW
004479         GO TO 1480-EXIT
004480     END-IF.
004481     MOVE WS-RUN-DATE TO DL100RL-RUN-DATE.
004482     READ LEDGER-FILE
004483         INVALID KEY
004484             DISPLAY 'DL100INT: NO LEDGER RECORD FOR '
004485                 WS-RUN-DATE ' - NO NIGHT TO CATCH UP'
004486             MOVE 'Y' TO WS-REFUSED-SW
004487             GO TO 1480-EXIT
004488     END-READ.
004489     IF NOT DL100RL-PARTIAL-RUN
004490         DISPLAY 'DL100INT: ' WS-RUN-DATE ' IS NOT A PARTIAL '
004491             'DATE - NOTHING TO CATCH UP'
004492         MOVE 'Y' TO WS-REFUSED-SW
004493         GO TO 1480-EXIT
004494     END-IF.
004495     MOVE DL100RL-MISSING-DIVISIONS TO WS-MISSING-LIST.
004496     DISPLAY 'DL100INT: DIVISIONS MISSING FROM THE NIGHT OF '
004497         WS-RUN-DATE ': ' WS-MISSING-LIST.
004498 1480-EXIT.
004500     EXIT.
004510*
004520******************************************************************
006100******************************************************************
006110*    5100-MARK-SENDER - MARK THE CURRENT SEGMENT'S SENDER        *
006120*                       DELIVERED ON THE EXPECTED-SENDERS        *
006124*                       TABLE AND ADD THE SEGMENT TO ITS DAY'S   *
006128*                       TALLY.  A SENDER NOT ON THE TABLE IS     *
006132*                       MERGED BUT REPORTED, AND ADDED TO THE    *
006137*                       TABLE (NOT EXPECTED) SO IT STILL GETS A  *
006141*                       VARIANCE LINE                            *
006145*
006150******************************************************************
006160 5100-MARK-SENDER.
006170     MOVE 'N' TO WS-SND-FOUND-SW.
006280     IF NOT WS-SND-FOUND
006290         DISPLAY 'DL100INT: DIVISION ' WS-SEG-SENDER
006300             ' IS NOT ON THE EXPECTED-SENDERS TABLE'
006301         MOVE 'Y' TO WS-UNEXPECTED-SW
006302         IF WS-SENDER-COUNT < 20
006303             ADD 1 TO WS-SENDER-COUNT
006304             SET WS-SND-IDX TO WS-SENDER-COUNT
006305             MOVE WS-SEG-SENDER TO WS-SND-DIVISION (WS-SND-IDX)
006306             MOVE 'U' TO WS-SND-ACTIVE-FLAG (WS-SND-IDX)
006307             MOVE 'Y' TO WS-SND-DELIVERED-FLAG (WS-SND-IDX)
006308             MOVE 'NOT EXPECTED'
006309                 TO WS-SND-DESCRIPTION (WS-SND-IDX)
006310             MOVE ZERO TO WS-SND-TOLERANCE (WS-SND-IDX)
006311             PERFORM 1360-CLEAR-SENDER-DAY THRU 1360-EXIT
006312             MOVE 'Y' TO WS-SND-FOUND-SW
006313         END-IF
006314     END-IF.
006315     IF WS-SND-FOUND
006316         ADD 1 TO WS-SND-FILE-COUNT (WS-SND-IDX)
006317         ADD WS-SEG-COUNT TO WS-SND-DAY-COUNT (WS-SND-IDX)
006318         ADD WS-SEG-HASH TO WS-SND-DAY-HASH (WS-SND-IDX)
006319         ADD WS-SEG-AMOUNT TO WS-SND-DAY-AMOUNT (WS-SND-IDX)
006320     END-IF.
006330 5100-EXIT.
006340     EXIT.
007030*                          REGISTER UNTIL END OF RUN, WHEN THE   *
007040*                          RETURN CODE SHOWS THE INTAKE STOOD -  *
007050*                          A FAILED STEP MUST LEAVE NOTHING      *
007051*                          REGISTERED OR THE CORRECTED RERUN     *
007052*                          WOULD REJECT ITS OWN GOOD FILES       *
007053******************************************************************
007054 5250-HOLD-SIGNATURE.
007055     IF WS-PEND-COUNT < 20
007056         ADD 1 TO WS-PEND-COUNT
007057         SET WS-PEND-IDX TO WS-PEND-COUNT
007058         MOVE WS-SEG-CREATE-DATE
007059             TO WS-PEND-CREATE-DATE (WS-PEND-IDX)
007060         MOVE DL100T-RECORD-COUNT
007061             TO WS-PEND-REC-COUNT (WS-PEND-IDX)
007062         MOVE DL100T-HASH-TOTAL
007063             TO WS-PEND-HASH (WS-PEND-IDX)
007064         MOVE WS-SEG-SENDER
007065             TO WS-PEND-SENDER (WS-PEND-IDX)
007066     ELSE
007067         DISPLAY 'DL100INT: MORE THAN 20 DELIVERIES - '
007068             'SIGNATURE FOR DIVISION ' WS-SEG-SENDER
007069             ' NOT HELD'
007070     END-IF.
007071 5250-EXIT.
007072     EXIT.
007073*
007074******************************************************************
007075*    7000-CHECK-VARIANCE - MEASURE THE DAY OF THE SENDER AT      *
007076*                          WS-SND-IDX AGAINST ITS TRAILING       *
007077*                          SAME-WEEKDAY AVERAGE AND PRINT ITS    *
007078*                          VARIANCE LINE.  AN INACTIVE SENDER    *
007079*                          THAT DID NOT DELIVER GETS NO LINE,    *
007080*                          NOR DOES ANY SENDER THAT DID NOT      *
007081*                          DELIVER TO A CATCH-UP                 *
007082******************************************************************
007083 7000-CHECK-VARIANCE.
007084     IF WS-SND-DELIVERED-FLAG (WS-SND-IDX) = 'N'
007085         AND WS-SND-ACTIVE-FLAG (WS-SND-IDX) NOT = 'Y'
007086         GO TO 7000-EXIT
007087     END-IF.
007088     IF WS-SND-DELIVERED-FLAG (WS-SND-IDX) = 'N'
007089         AND WS-CATCHUP-RUN
007090         GO TO 7000-EXIT
007091     END-IF.
007092     PERFORM 7100-LOAD-AVERAGE THRU 7100-EXIT.
007093     MOVE ZERO TO WS-COUNT-VAR-PCT WS-AMOUNT-VAR-PCT.
007094     MOVE SPACES TO WS-VL-STATUS.
007095     IF WS-HIST-USED > ZERO
007096         PERFORM 7200-COMPUTE-VARIANCE THRU 7200-EXIT
007097     END-IF.
007098     EVALUATE TRUE
007099         WHEN WS-SND-DELIVERED-FLAG (WS-SND-IDX) = 'N'
007100             MOVE 'MISSING' TO WS-VL-STATUS
007101         WHEN WS-HIST-USED = ZERO
007102             MOVE 'H' TO WS-SND-VAR-FLAG (WS-SND-IDX)
007103             MOVE 'NO HISTORY' TO WS-VL-STATUS
007104         WHEN WS-SND-TOLERANCE (WS-SND-IDX) = ZERO
007105             MOVE 'T' TO WS-SND-VAR-FLAG (WS-SND-IDX)
007106             MOVE 'NO TOLERANCE SET' TO WS-VL-STATUS
007107         WHEN WS-SND-VAR-FLAG (WS-SND-IDX) = 'V'
007108             ADD 1 TO WS-VARIANCE-COUNT
007109             MOVE 'Y' TO WS-VARIANCE-SW
007110             IF WS-ACCEPT-VARIANCE
007111                 MOVE 'A' TO WS-SND-VAR-FLAG (WS-SND-IDX)
007112                 MOVE 'VARIANCE ACCEPTED' TO WS-VL-STATUS
007113             ELSE
007114                 MOVE '*** VARIANCE' TO WS-VL-STATUS
007115             END-IF
007116             DISPLAY 'DL100INT: DIVISION '
007117                 WS-SND-DIVISION (WS-SND-IDX)
007118                 ' OUTSIDE ITS VARIANCE TOLERANCE'
007119         WHEN OTHER
007120             MOVE 'W' TO WS-SND-VAR-FLAG (WS-SND-IDX)
007121             MOVE 'WITHIN TOLERANCE' TO WS-VL-STATUS
007122     END-EVALUATE.
007123     PERFORM 7300-WRITE-VARIANCE-LINE THRU 7300-EXIT.
007124 7000-EXIT.
007125     EXIT.
007126*
007127******************************************************************
007128*    7100-LOAD-AVERAGE - BROWSE THE SENDER'S INTAKE HISTORY FOR  *
007129*                        THE PAST YEAR AND AVERAGE ITS LAST      *
007130*                        WS-AVG-DAYS RECORDS FOR THE RUN DATE'S  *
007131*                        WEEKDAY.  TODAY'S OWN RECORD (A RERUN)  *
007132*                        IS NEVER PART OF ITS AVERAGE            *
007133******************************************************************
007134 7100-LOAD-AVERAGE.
007135     MOVE ZERO TO WS-HIST-SEEN WS-HIST-USED.
007136     MOVE 'N' TO WS-HIST-EOF-SW.
007137     IF NOT WS-HISTORY-OPEN
007138         GO TO 7100-EXIT
007139     END-IF.
007140     MOVE WS-SND-DIVISION (WS-SND-IDX) TO DL100IH-DIVISION.
007141     MOVE WS-HIST-START-DATE TO DL100IH-BUSINESS-DATE.
007142     START HISTORY-FILE KEY IS NOT LESS THAN DL100IH-HISTORY-KEY
007143         INVALID KEY
007144             MOVE 'Y' TO WS-HIST-EOF-SW
007145     END-START.
007146     PERFORM 7110-READ-HISTORY THRU 7110-EXIT
007147         UNTIL WS-HIST-END-OF-FILE.
007148     IF WS-HIST-SEEN > WS-AVG-DAYS
007149         MOVE WS-AVG-DAYS TO WS-HIST-USED
007150     ELSE
007151         MOVE WS-HIST-SEEN TO WS-HIST-USED
007152     END-IF.
007153     IF WS-HIST-USED > ZERO
007154         MOVE ZERO TO WS-HIST-SUM-COUNT WS-HIST-SUM-AMOUNT
007155         PERFORM 7120-SUM-SLOT THRU 7120-EXIT
007156             VARYING WS-HIST-IDX FROM 1 BY 1
007157             UNTIL WS-HIST-IDX > WS-HIST-USED
007158         COMPUTE WS-SND-AVG-COUNT (WS-SND-IDX) ROUNDED
007159             = WS-HIST-SUM-COUNT / WS-HIST-USED
007160         COMPUTE WS-SND-AVG-AMOUNT (WS-SND-IDX) ROUNDED
007161             = WS-HIST-SUM-AMOUNT / WS-HIST-USED
007162     END-IF.
007163 7100-EXIT.
007164     EXIT.
007165*
007166******************************************************************
007167*    7110-READ-HISTORY - READ THE NEXT HISTORY RECORD AND KEEP   *
007168*                        IT IN THE NEXT ROLLING SLOT WHEN IT IS  *
007169*                        THE SENDER'S, EARLIER THAN TODAY AND    *
007170*                        ON THE SAME WEEKDAY                     *
007171******************************************************************
007172 7110-READ-HISTORY.
007173     READ HISTORY-FILE NEXT RECORD
007175         AT END
007176             MOVE 'Y' TO WS-HIST-EOF-SW
007177             GO TO 7110-EXIT
007178     END-READ.
007179     IF DL100IH-DIVISION NOT = WS-SND-DIVISION (WS-SND-IDX)
007180         OR DL100IH-BUSINESS-DATE NOT < WS-RUN-DATE
007181         MOVE 'Y' TO WS-HIST-EOF-SW
007182         GO TO 7110-EXIT
007183     END-IF.
007184     IF DL100IH-WEEKDAY NOT = WS-RUN-WEEKDAY
007185         GO TO 7110-EXIT
007186     END-IF.
007187     DIVIDE WS-HIST-SEEN BY WS-AVG-DAYS GIVING WS-HIST-QUOTIENT
007188         REMAINDER WS-HIST-SLOT.
007189     ADD 1 TO WS-HIST-SLOT.
007190     ADD 1 TO WS-HIST-SEEN.
007191     MOVE DL100IH-RECORD-COUNT TO WS-HIST-COUNT (WS-HIST-SLOT).
007192     MOVE DL100IH-AMOUNT-TOTAL TO WS-HIST-AMOUNT (WS-HIST-SLOT).
007193 7110-EXIT.
007194     EXIT.
007195*
007196******************************************************************
007197*    7120-SUM-SLOT - ADD ONE ROLLING SLOT INTO THE AVERAGE SUMS  *
007198******************************************************************
007199 7120-SUM-SLOT.
007200     ADD WS-HIST-COUNT (WS-HIST-IDX) TO WS-HIST-SUM-COUNT.
007201     ADD WS-HIST-AMOUNT (WS-HIST-IDX) TO WS-HIST-SUM-AMOUNT.
007202 7120-EXIT.
007203     EXIT.
007204*
007205******************************************************************
007206*    7200-COMPUTE-VARIANCE - PERCENT VARIANCE OF THE DAY'S COUNT *
007207*                            AND AMOUNT FROM THE AVERAGE, AND    *
007208*                            WHETHER EITHER IS OUTSIDE THE       *
007209*                            SENDER'S TOLERANCE.  AN AVERAGE OF  *
007210*                            ZERO AGAINST A DAY THAT IS NOT ZERO *
007211*                            COUNTS AS 100 PERCENT               *
007212******************************************************************
007213 7200-COMPUTE-VARIANCE.
007214     IF WS-SND-AVG-COUNT (WS-SND-IDX) > ZERO
007215         COMPUTE WS-COUNT-VAR-PCT ROUNDED =
007216             (WS-SND-DAY-COUNT (WS-SND-IDX)
007217              - WS-SND-AVG-COUNT (WS-SND-IDX)) * 100
007218             / WS-SND-AVG-COUNT (WS-SND-IDX)
007219             ON SIZE ERROR
007220                 MOVE 9999999.9 TO WS-COUNT-VAR-PCT
007221         END-COMPUTE
007222     ELSE
007223         IF WS-SND-DAY-COUNT (WS-SND-IDX) > ZERO
007224             MOVE 100 TO WS-COUNT-VAR-PCT
007225         END-IF
007226     END-IF.
007227     IF WS-SND-AVG-AMOUNT (WS-SND-IDX) > ZERO
007228         COMPUTE WS-AMOUNT-VAR-PCT ROUNDED =
007229             (WS-SND-DAY-AMOUNT (WS-SND-IDX)
007230              - WS-SND-AVG-AMOUNT (WS-SND-IDX)) * 100
007231             / WS-SND-AVG-AMOUNT (WS-SND-IDX)
007232             ON SIZE ERROR
007233                 MOVE 9999999.9 TO WS-AMOUNT-VAR-PCT
007234         END-COMPUTE
007235     ELSE
007236         IF WS-SND-DAY-AMOUNT (WS-SND-IDX) > ZERO
007237             MOVE 100 TO WS-AMOUNT-VAR-PCT
007238         END-IF
007239     END-IF.
007240     IF WS-SND-TOLERANCE (WS-SND-IDX) = ZERO
007241         GO TO 7200-EXIT
007242     END-IF.
007243     IF WS-COUNT-VAR-PCT < ZERO
007244         COMPUTE WS-ABS-VAR-PCT = ZERO - WS-COUNT-VAR-PCT
007245     ELSE
007246         MOVE WS-COUNT-VAR-PCT TO WS-ABS-VAR-PCT
007247     END-IF.
007248     IF WS-ABS-VAR-PCT > WS-SND-TOLERANCE (WS-SND-IDX)
007249         MOVE 'V' TO WS-SND-VAR-FLAG (WS-SND-IDX)
007250     END-IF.
007251     IF WS-AMOUNT-VAR-PCT < ZERO
007252         COMPUTE WS-ABS-VAR-PCT = ZERO - WS-AMOUNT-VAR-PCT
007253     ELSE
007254         MOVE WS-AMOUNT-VAR-PCT TO WS-ABS-VAR-PCT
007255     END-IF.
007256     IF WS-ABS-VAR-PCT > WS-SND-TOLERANCE (WS-SND-IDX)
007257         MOVE 'V' TO WS-SND-VAR-FLAG (WS-SND-IDX)
007258     END-IF.
007259 7200-EXIT.
007260     EXIT.
007261*
007262******************************************************************
007263*    7300-WRITE-VARIANCE-LINE - PRINT ONE SENDER'S VARIANCE LINE *
007264******************************************************************
007265 7300-WRITE-VARIANCE-LINE.
007266     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007267         PERFORM 1500-PRINT-HEADING THRU 1500-EXIT
007268         PERFORM 7400-VARIANCE-HEADING THRU 7400-EXIT
007269     END-IF.
007270     MOVE WS-SND-DIVISION (WS-SND-IDX) TO WS-VL-DIVISION.
007271     MOVE WS-SND-DAY-COUNT (WS-SND-IDX) TO WS-VL-RECORDS.
007272     MOVE WS-SND-AVG-COUNT (WS-SND-IDX) TO WS-VL-AVG-RECORDS.
007273     MOVE WS-COUNT-VAR-PCT TO WS-VL-COUNT-VAR.
007274     MOVE WS-SND-DAY-AMOUNT (WS-SND-IDX) TO WS-VL-AMOUNT.
007275     MOVE WS-SND-AVG-AMOUNT (WS-SND-IDX) TO WS-VL-AVG-AMOUNT.
007276     MOVE WS-AMOUNT-VAR-PCT TO WS-VL-AMOUNT-VAR.
007277     MOVE WS-SND-TOLERANCE (WS-SND-IDX) TO WS-VL-TOLERANCE.
007278     MOVE WS-HIST-USED TO WS-VL-WEEKS.
007279     WRITE INTAKE-REPORT-RECORD FROM WS-VARIANCE-LINE
007280         AFTER ADVANCING 1 LINE.
007281     ADD 1 TO WS-LINE-COUNT.
007282 7300-EXIT.
007283     EXIT.
007284*
007285******************************************************************
007286*    7400-VARIANCE-HEADING - START THE VARIANCE SECTION          *
007287******************************************************************
007288 7400-VARIANCE-HEADING.
007289     MOVE WS-WEEKDAY-NAME (WS-RUN-WEEKDAY) TO WS-VH1-WEEKDAY.
007290     WRITE INTAKE-REPORT-RECORD FROM WS-VARIANCE-HEADING-1
007291         AFTER ADVANCING 2 LINES.
007292     WRITE INTAKE-REPORT-RECORD FROM WS-VARIANCE-HEADING-2
007293         AFTER ADVANCING 2 LINES.
007294     ADD 4 TO WS-LINE-COUNT.
007295 7400-EXIT.
007296     EXIT.
007297*
007298******************************************************************
007300*    8000-REPORT-MISSING - WRITE A REGISTER LINE FOR ONE ACTIVE  *
007310*                          EXPECTED SENDER THAT DID NOT DELIVER  *
007315*                          AND KEEP IT ON THE MISSING LIST       *
007320******************************************************************
007330 8000-REPORT-MISSING.
007340     IF WS-SND-ACTIVE-FLAG (WS-SND-IDX) = 'Y'
007350         AND WS-SND-DELIVERED-FLAG (WS-SND-IDX) = 'N'
007360         ADD 1 TO WS-MISSING-COUNT
007370         MOVE 'Y' TO WS-MISSING-SW
007372         IF WS-MISSING-COUNT <= 8
007374             MOVE WS-SND-DIVISION (WS-SND-IDX)
007376                 TO WS-MISSING-DIV (WS-MISSING-COUNT)
007378         END-IF
007380         DISPLAY 'DL100INT: EXPECTED SENDER DIVISION '
007390             WS-SND-DIVISION (WS-SND-IDX) ' ('
007400             WS-SND-DESCRIPTION (WS-SND-IDX)
007460         MOVE 'MISSING' TO WS-DL-STATUS
007470         PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT
007480     END-IF.
007481 8000-EXIT.
007482     EXIT.
007483*
007484******************************************************************
007485*    8100-CHECK-LATE-SENDER - ON A CATCH-UP, A SENDER THAT       *
007486*                             DELIVERED MUST BE ON THE DATE'S    *
007488*                             MISSING LIST - ANY OTHER WAS       *
007489*                             ALREADY IN THE NIGHT AND WOULD BE  *
007490*                             COUNTED TWICE                      *
007491******************************************************************
007492 8100-CHECK-LATE-SENDER.
007493     IF WS-SND-DELIVERED-FLAG (WS-SND-IDX) NOT = 'Y'
007495         GO TO 8100-EXIT
007496     END-IF.
007497     MOVE 'N' TO WS-ON-LIST-SW.
007498     PERFORM 8110-FIND-ON-LIST THRU 8110-EXIT
007499         VARYING WS-LIST-SUB FROM 1 BY 1
007500         UNTIL WS-LIST-SUB > 8.
007502     IF NOT WS-ON-LIST
007503         DISPLAY 'DL100INT: DIVISION '
007504             WS-SND-DIVISION (WS-SND-IDX)
007505             ' WAS NOT MISSING FROM THE NIGHT - CATCH-UP '
007506             'REFUSED'
007507         MOVE 'Y' TO WS-REFUSED-SW
007509     END-IF.
007510 8100-EXIT.
007511     EXIT.
007512*
007513******************************************************************
007514*    8110-FIND-ON-LIST - MATCH ONE MISSING-LIST SLOT AGAINST     *
007516*                        THE SENDER AT WS-SND-IDX                *
007517******************************************************************
007518 8110-FIND-ON-LIST.
007519     IF WS-MISSING-DIV (WS-LIST-SUB) NOT = SPACES
007520         AND WS-MISSING-DIV (WS-LIST-SUB)
007521             = WS-SND-DIVISION (WS-SND-IDX)
007523         MOVE 'Y' TO WS-ON-LIST-SW
007524     END-IF.
007525 8110-EXIT.
007526     EXIT.
007527*
007528******************************************************************
007530*    9000-TERMINATE - CLOSE OUT AN UNFINISHED SEGMENT, REPORT    *
007540*                     MISSING SENDERS, WRITE THE TOTALS AND SET  *
007550*                     THE RETURN CODE                            *
007620         MOVE 'Y' TO WS-BALANCE-SW
007630         PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT
007640     END-IF.
007642*    A CATCH-UP EXPECTS NOTHING FROM THE SENDERS THAT MADE THE
007645*    NIGHT, AND A LATE DIVISION STILL NOT IN IS STILL ON THE
007647*    LEDGER'S LIST - ONLY WHAT DID DELIVER IS CHECKED.
007650     IF WS-CATCHUP-RUN
007652         IF WS-SENDER-COUNT > ZERO
007655             PERFORM 8100-CHECK-LATE-SENDER THRU 8100-EXIT
007657                 VARYING WS-SND-IDX FROM 1 BY 1
007660                 UNTIL WS-SND-IDX > WS-SENDER-COUNT
007662         END-IF
007665         IF WS-FILE-COUNT = ZERO
007667             DISPLAY 'DL100INT: NO LATE DELIVERY RECEIVED'
007670             MOVE 'Y' TO WS-MISSING-SW
007672         END-IF
007675     ELSE
007677         IF WS-SENDER-COUNT > ZERO
007680             PERFORM 8000-REPORT-MISSING THRU 8000-EXIT
007682                 VARYING WS-SND-IDX FROM 1 BY 1
007685                 UNTIL WS-SND-IDX > WS-SENDER-COUNT
007687         END-IF
007690     END-IF.
007700     IF WS-LINE-COUNT = ZERO
007710         PERFORM 1500-PRINT-HEADING THRU 1500-EXIT
007711     END-IF.
007712     IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
007713         PERFORM 1500-PRINT-HEADING THRU 1500-EXIT
007714     END-IF.
007715     PERFORM 7400-VARIANCE-HEADING THRU 7400-EXIT.
007716     IF WS-SENDER-COUNT > ZERO
007717         PERFORM 7000-CHECK-VARIANCE THRU 7000-EXIT
007718             VARYING WS-SND-IDX FROM 1 BY 1
007719             UNTIL WS-SND-IDX > WS-SENDER-COUNT
007720     END-IF.
007730     MOVE WS-FILE-COUNT TO WS-TL1-FILE-COUNT.
007740     MOVE WS-MERGED-COUNT TO WS-TL2-MERGED-COUNT.
007790         AFTER ADVANCING 1 LINE.
007800     WRITE INTAKE-REPORT-RECORD FROM WS-TRAILER-LINE-3
007810         AFTER ADVANCING 1 LINE.
007812     MOVE WS-VARIANCE-COUNT TO WS-TL4-VARIANCE-COUNT.
007815     WRITE INTAKE-REPORT-RECORD FROM WS-TRAILER-LINE-4
007817         AFTER ADVANCING 1 LINE.
007820     CLOSE DELIVERY-FILE, MERGED-FILE, INTAKE-REPORT-FILE.
007830     DISPLAY 'DL100INT: FILES RECEIVED  = ' WS-FILE-COUNT.
007840     DISPLAY 'DL100INT: RECORDS MERGED  = ' WS-MERGED-COUNT.
007850     DISPLAY 'DL100INT: SENDERS MISSING = ' WS-MISSING-COUNT.
007855     DISPLAY 'DL100INT: OUT OF VARIANCE = ' WS-VARIANCE-COUNT.
007860     EVALUATE TRUE
007870         WHEN WS-OUT-OF-BALANCE
007880             DISPLAY 'DL100INT: INTAKE FAILED OUT-OF-BALANCE - '
007890                 'RC 100'
007900             MOVE 100 TO WS-RETURN-CODE
007902         WHEN WS-VARIANCE-FOUND AND NOT WS-ACCEPT-VARIANCE
007904             DISPLAY 'DL100INT: DELIVERY OUTSIDE VARIANCE '
007906                 'TOLERANCE - RC 16'
007908             MOVE 16 TO WS-RETURN-CODE
007910         WHEN WS-DUPLICATE-FILE AND NOT WS-FORCE-ACCEPT
007920             DISPLAY 'DL100INT: RE-TRANSMITTED FILE ON THE '
007930                 'PROCESSED-FILE REGISTER - RC 12'
007940             MOVE 12 TO WS-RETURN-CODE
007941         WHEN WS-CATCHUP-REFUSED
007942             DISPLAY 'DL100INT: CATCH-UP REFUSED - RC 12'
007943             MOVE 12 TO WS-RETURN-CODE
007944         WHEN WS-SENDER-MISSING
007945             AND WS-PARTIAL-ALLOWED
007946             AND WS-MISSING-COUNT <= 8
007947             AND WS-FILE-COUNT > ZERO
007948             AND WS-LEDGER-OPEN
007949             MOVE 'Y' TO WS-PARTIAL-NIGHT-SW
007950             DISPLAY 'DL100INT: PARTIAL NIGHT - MISSING '
007951                 'DIVISIONS ' WS-MISSING-LIST
007952                 ' LEFT FOR CATCH-UP - RC 4'
007953             MOVE 4 TO WS-RETURN-CODE
007954         WHEN WS-SENDER-MISSING
007955             IF WS-PARTIAL-ALLOWED
007956                 DISPLAY 'DL100INT: PARTIAL NIGHT NOT POSSIBLE '
007957                     '- NOTHING DELIVERED, MORE THAN 8 '
007958                     'MISSING OR NO LEDGER'
007959             END-IF
007960             DISPLAY 'DL100INT: EXPECTED SENDER MISSING - RC 8'
007970             MOVE 8 TO WS-RETURN-CODE
007980         WHEN WS-SENDER-UNEXPECTED
007983             MOVE 4 TO WS-RETURN-CODE
007986         WHEN WS-VARIANCE-FOUND
007990             MOVE 4 TO WS-RETURN-CODE
008000         WHEN OTHER
008010             MOVE ZERO TO WS-RETURN-CODE
008020     END-EVALUATE.
008030*    SIGNATURES GO ON THE REGISTER ONLY WHEN THE INTAKE STOOD -
008035*    A FAILED STEP (MISSING SENDER, DUPLICATE, OUT OF BALANCE,
008041*    VARIANCE) REGISTERS NOTHING, SO THE CORRECTED RERUN IS NOT
008047*    REJECTED AS A RE-TRANSMISSION OF ITS OWN GOOD FILES.  THE
008052*    INTAKE HISTORY FOLLOWS THE SAME RULE, SO A FAILED DAY NEVER
008058*    BECOMES PART OF A LATER AVERAGE.
008064*
008070     IF WS-RETURN-CODE < 8
008080         AND WS-REGISTER-OPEN
008090         AND WS-PEND-COUNT > ZERO
008110             VARYING WS-PEND-IDX FROM 1 BY 1
008120             UNTIL WS-PEND-IDX > WS-PEND-COUNT
008130     END-IF.
008131     IF WS-REGISTER-OPEN
008132         CLOSE REGISTER-FILE
008133     END-IF.
008134     IF WS-RETURN-CODE < 8
008136         AND WS-HISTORY-OPEN
008137         AND WS-SENDER-COUNT > ZERO
008138         PERFORM 9200-WRITE-HISTORY THRU 9200-EXIT
008139             VARYING WS-SND-IDX FROM 1 BY 1
008140             UNTIL WS-SND-IDX > WS-SENDER-COUNT
008142     END-IF.
008143     IF WS-HISTORY-OPEN
008144         CLOSE HISTORY-FILE
008145     END-IF.
008146*    A STANDING NIGHT INTAKE RECORDS ON THE LEDGER WHETHER THE
008148*    DATE IS PARTIAL.  A CATCH-UP LEAVES THE LIST ALONE - THE
008149*    LATE DIVISION COMES OFF IT (DL100LUP CAUGHT=) ONLY ONCE ITS
008150*    WORK IS MERGED INTO THE DATE.
008151     IF WS-RETURN-CODE < 8
008152         AND WS-LEDGER-OPEN
008154         AND NOT WS-CATCHUP-RUN
008155         PERFORM 9300-MARK-LEDGER THRU 9300-EXIT
008156     END-IF.
008157     IF WS-LEDGER-OPEN
008158         CLOSE LEDGER-FILE
008160     END-IF.
008170     MOVE WS-RETURN-CODE TO RETURN-CODE.
008180 9000-EXIT.
008400 9100-EXIT.
008410     EXIT.
008420*
008430******************************************************************
008440*    9200-WRITE-HISTORY - ADD THE DAY OF THE SENDER AT           *
008450*                         WS-SND-IDX TO THE INTAKE HISTORY, OR   *
008460*                         REPLACE IT ON A RERUN OF THE DATE.  A  *
008470*                         SENDER THAT DID NOT DELIVER HAS NO DAY *
008480******************************************************************
008490 9200-WRITE-HISTORY.
008500     IF WS-SND-DELIVERED-FLAG (WS-SND-IDX) NOT = 'Y'
008510         GO TO 9200-EXIT
008520     END-IF.
008530     MOVE SPACES TO DL100IH-HISTORY-RECORD.
008540     MOVE WS-SND-DIVISION (WS-SND-IDX) TO DL100IH-DIVISION.
008550     MOVE WS-RUN-DATE TO DL100IH-BUSINESS-DATE.
008560     MOVE WS-RUN-WEEKDAY TO DL100IH-WEEKDAY.
008570     MOVE WS-SND-FILE-COUNT (WS-SND-IDX) TO DL100IH-FILE-COUNT.
008580     MOVE WS-SND-DAY-COUNT (WS-SND-IDX) TO DL100IH-RECORD-COUNT.
008590     MOVE WS-SND-DAY-HASH (WS-SND-IDX) TO DL100IH-HASH-TOTAL.
008600     MOVE WS-SND-DAY-AMOUNT (WS-SND-IDX)
008610         TO DL100IH-AMOUNT-TOTAL.
008620     MOVE WS-SND-AVG-COUNT (WS-SND-IDX)
008630         TO DL100IH-AVG-RECORD-COUNT.
008640     MOVE WS-SND-AVG-AMOUNT (WS-SND-IDX) TO DL100IH-AVG-AMOUNT.
008650     MOVE WS-SND-VAR-FLAG (WS-SND-IDX) TO DL100IH-VARIANCE-FLAG.
008660     WRITE DL100IH-HISTORY-RECORD
008670         INVALID KEY
008680             REWRITE DL100IH-HISTORY-RECORD
008690                 INVALID KEY
008700                     DISPLAY 'DL100INT: DL100IHS WRITE FAILED, '
008710                         'STATUS = ' WS-HISTORY-STATUS
008720             END-REWRITE
008730     END-WRITE.
008740 9200-EXIT.
008750     EXIT.
008760*
008770******************************************************************
008780*    9300-MARK-LEDGER - MARK THE RUN DATE'S LEDGER RECORD        *
008790*                       PARTIAL WITH ITS MISSING DIVISIONS, OR   *
008800*                       COMPLETE, STARTING THE RECORD WHEN THIS  *
008810*                       IS THE FIRST RUN OF THE DATE             *
008820******************************************************************
008830 9300-MARK-LEDGER.
008840     MOVE WS-RUN-DATE TO DL100RL-RUN-DATE.
008850     READ LEDGER-FILE
008860         INVALID KEY
008870             PERFORM 9350-START-LEDGER-RECORD THRU 9350-EXIT
008880     END-READ.
008890     IF WS-PARTIAL-NIGHT
008900         MOVE 'P' TO DL100RL-PARTIAL-FLAG
008910         MOVE WS-MISSING-LIST TO DL100RL-MISSING-DIVISIONS
008920     ELSE
008930         MOVE SPACES TO DL100RL-PARTIAL-FLAG
008940             DL100RL-MISSING-DIVISIONS
008950     END-IF.
008960     REWRITE DL100RL-LEDGER-RECORD
008970         INVALID KEY
008980             DISPLAY 'DL100INT: DL100LDG REWRITE FAILED, '
008990                 'STATUS = ' WS-LEDGER-STATUS
009000     END-REWRITE.
009010 9300-EXIT.
009020     EXIT.
009030*
009040******************************************************************
009050*    9350-START-LEDGER-RECORD - WRITE A FRESH LEDGER RECORD FOR  *
009060*                               THE RUN DATE, EVERY STAGE STILL  *
009070*                               UNSTAMPED                        *
009080******************************************************************
009090 9350-START-LEDGER-RECORD.
009100     MOVE WS-RUN-DATE TO DL100RL-RUN-DATE.
009110     MOVE 'N' TO DL100RL-EDIT-FLAG DL100RL-SORT-FLAG
009120         DL100RL-IFTHEN-FLAG DL100RL-BAL-FLAG
009130         DL100RL-HIST-FLAG DL100RL-CERT-FLAG.
009140     MOVE SPACES TO DL100RL-EDIT-TIME DL100RL-SORT-TIME
009150         DL100RL-IFTHEN-TIME DL100RL-BAL-TIME
009160         DL100RL-HIST-TIME DL100RL-CERT-TIME
009170         DL100RL-CERT-OPERATOR.
009180     MOVE ZERO TO DL100RL-IFTHEN-RC DL100RL-CERT-DATE.
009190     MOVE SPACES TO DL100RL-PARTIAL-FLAG
009200         DL100RL-MISSING-DIVISIONS.
009210     WRITE DL100RL-LEDGER-RECORD
009220         INVALID KEY
009230             DISPLAY 'DL100INT: DL100LDG WRITE FAILED, '
009240                 'STATUS = ' WS-LEDGER-STATUS
009250     END-WRITE.
009260 9350-EXIT.
009270     EXIT.
009280*
009290******************************************************************
009300*    9800-DATE-TO-SERIAL - CONVERT THE CCYYMMDD DATE IN          *
009310*                          WS-DTS-DATE TO A DAY SERIAL IN        *
009320*                          WS-DTS-SERIAL, LEAP-YEAR CORRECT.     *
009330*                          MARCH IS TREATED AS THE FIRST MONTH   *
009340*                          SO FEBRUARY'S LENGTH NEVER ENTERS THE *
009350*                          MONTH OFFSETS                         *
009360******************************************************************
009370 9800-DATE-TO-SERIAL.
009380     IF WS-DTS-MONTH > 2
009390         COMPUTE WS-DTS-M = WS-DTS-MONTH - 3
009400         MOVE WS-DTS-YEAR TO WS-DTS-Y
009410     ELSE
009420         COMPUTE WS-DTS-M = WS-DTS-MONTH + 9
009430         COMPUTE WS-DTS-Y = WS-DTS-YEAR - 1
009440     END-IF.
009450     DIVIDE WS-DTS-Y BY 4 GIVING WS-DTS-Q4.
009460     DIVIDE WS-DTS-Y BY 100 GIVING WS-DTS-Q100.
009470     DIVIDE WS-DTS-Y BY 400 GIVING WS-DTS-Q400.
009480     COMPUTE WS-DTS-T = 153 * WS-DTS-M + 2.
009490     DIVIDE WS-DTS-T BY 5 GIVING WS-DTS-QM.
009500     COMPUTE WS-DTS-SERIAL = 365 * WS-DTS-Y + WS-DTS-Q4
009510         - WS-DTS-Q100 + WS-DTS-Q400 + WS-DTS-QM + WS-DTS-DAY.
009520 9800-EXIT.
009530     EXIT.
009540*
009550 END PROGRAM DL100INT.
