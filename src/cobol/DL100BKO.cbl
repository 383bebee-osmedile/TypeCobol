000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID:    DL100BKO                                    *
000040*    AUTHOR:        J. MEDILE                                   *
000050*    INSTALLATION:  DL100 BATCH CONTROL SYSTEM                  *
000060*    DATE-WRITTEN:  2026-10-15                                  *
000070*    DATE-COMPILED: 2026-10-15                                  *
000080*                                                                *
000090*    DESCRIPTION:   BUSINESS-DATE BACKOUT (JOB DL100XJ).  TAKES  *
000100*                   THE BUSINESS DATE IN PARM='CCYYMMDD' AND     *
000110*                   REVERSES WHAT THAT DATE'S DL100J RUN DID TO  *
000120*                   THE MASTERS, SO THE DAY CAN BE RERUN FROM    *
000130*                   STEP005A AS IF IT HAD NEVER RUN:             *
000140*                     - DL100EMS, DL100SUS, DL100ORJ, DL100HLD   *
000150*                       AND DL100THS FROM THE DATE'S ENTRIES ON  *
000160*                       THE DL100BKJ BACKOUT JOURNAL (DL100BK) - *
000170*                       A RECORD THE DATE ADDED IS DELETED AND   *
000180*                       A RECORD IT CHANGED IS PUT BACK TO ITS   *
000190*                       BEFORE IMAGE.  EACH ENTRY IS DELETED     *
000200*                       FROM THE JOURNAL ONCE ITS RECORD IS      *
000210*                       BACKED OUT                               *
000220*                     - DL100REG SIGNATURES ACCEPTED ON THE DATE *
000230*                       AND DL100IHS INTAKE-HISTORY RECORDS FOR  *
000240*                       THE DATE (DL100INT)                      *
000250*                     - THE DATE'S DL100LDG RUN-LEDGER RECORD,   *
000260*                       DELETED LAST AND ONLY WHEN EVERY         *
000270*                       JOURNAL ENTRY WAS BACKED OUT             *
000280*                     - THE DATE'S DL100.PROD.RUNSTATS RECORDS,  *
000290*                       BY COPYING THE FILE (DL100STI) LESS      *
000300*                       THOSE RECORDS TO DL100STO, WHICH THE     *
000310*                       JOB COPIES BACK                          *
000320*                   EVERY MASTER RECORD TOUCHED IS PRINTED ON    *
000330*                   DL100BKR WITH ITS IMAGE BEFORE AND AFTER,    *
000340*                   DL100THS TRANSACTION HISTORY RECORDS (ONE    *
000350*                   PER TRANSACTION OF THE DATE) INCLUDED, AND   *
000360*                   COUNTED IN THE TOTALS.                       *
000370*                   THE DATE'S OUTPUT GENERATIONS ARE DROPPED    *
000380*                   BY THE JOB, NOT BY THIS PROGRAM.             *
000390*                                                                *
000400*                   ONLY THE LATEST DATE CAN BE BACKED OUT - THE *
000410*                   BACKOUT IS REFUSED WHEN THE LEDGER OR THE    *
000420*                   JOURNAL ALREADY HOLDS A LATER DATE, SO A     *
000430*                   LATER DAY'S CHANGES ARE NEVER UNDONE UNDER   *
000440*                   IT.  A CERTIFIED DATE IS BACKED OUT WITH A   *
000450*                   WARNING ON THE REPORT.                       *
000460*                                                                *
000470*                   PARM='PURGE' (DL100J STEP065) INSTEAD        *
000480*                   DELETES JOURNAL ENTRIES OLDER THAN           *
000490*                   WS-JOURNAL-KEEP-DAYS CALENDAR DAYS.          *
000500*                                                                *
000510*                   RETURN CODES:                                *
000520*                     0 - DATE BACKED OUT AND ITS HISTORY ROLL   *
000530*                         (STEP050) HAD RUN - THE JOB RESTORES   *
000540*                         THE PRIOR-DAY HISTORY FILE (OR PURGE   *
000550*                         COMPLETED)                             *
000560*                     4 - DATE BACKED OUT, ITS HISTORY ROLL HAD  *
000570*                         NOT RUN                                *
000580*                     8 - ONE OR MORE RECORDS COULD NOT BE       *
000590*                         BACKED OUT - THEIR JOURNAL ENTRIES AND *
000600*                         THE LEDGER RECORD ARE KEPT, CORRECT    *
000610*                         AND RESUBMIT (OR THE PURGE FAILED)     *
000620*                    12 - BACKOUT REFUSED, NOTHING CHANGED - BAD *
000630*                         PARM, A FILE WOULD NOT OPEN OR A LATER *
000640*                         DATE HAS RUN                           *
000650*                                                                *
000660*    MODIFICATION HISTORY                                       *
000670*    ----------------------------------------------------------  *
000680*    DATE       INIT   DESCRIPTION                               *
000690*    ---------- ----   ---------------------------------------- *
000700*    2026-10-15 JPM    INITIAL VERSION.                         *
000710*    2026-10-15 JPM    BACKS OUT DL100THS TRANSACTION HISTORY    *
000720*                      ENTRIES ('THS', DL100THL), PRINTED AND    *
000730*                      COUNTED LIKE EVERY OTHER MASTER'S.        *
000733*    2026-10-15 JPM    A FAILED DL100STO WRITE NOW STOPS THE     *
000736*                      RUNSTATS COPY AND ENDS RC 8.              *
000740*                                                                *
000750******************************************************************
000760 IDENTIFICATION DIVISION.
000770 PROGRAM-ID. DL100BKO.
000780 AUTHOR. J. MEDILE.
000790 INSTALLATION. DL100 BATCH CONTROL SYSTEM.
000800 DATE-WRITTEN. 2026-10-15.
000810 DATE-COMPILED. 2026-10-15.
000820*
000830 ENVIRONMENT DIVISION.
000840 CONFIGURATION SECTION.
000850 SOURCE-COMPUTER. IBM-370.
000860 OBJECT-COMPUTER. IBM-370.
000870 SPECIAL-NAMES.
000880     C01 IS WS-TOP-OF-PAGE.
000890*
000900 INPUT-OUTPUT SECTION.
000910 FILE-CONTROL.
000920     SELECT JOURNAL-FILE ASSIGN TO DL100BKJ
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS DL100BK-JOURNAL-KEY
000960         FILE STATUS IS WS-JOURNAL-STATUS.
000970*
000980     SELECT EXCEPTION-FILE ASSIGN TO DL100EMS
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS RANDOM
001010         RECORD KEY IS DL100E-TRAN-KEY
001020         FILE STATUS IS WS-EXCEPTION-STATUS.
001030*
001040     SELECT SUSPENSE-FILE ASSIGN TO DL100SUS
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS RANDOM
001070         RECORD KEY IS DL100S-TRAN-KEY
001080         FILE STATUS IS WS-SUSPENSE-STATUS.
001090*
001100     SELECT OPEN-REJECT-FILE ASSIGN TO DL100ORJ
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS RANDOM
001130         RECORD KEY IS DL100OR-TRAN-KEY
001140         FILE STATUS IS WS-OPENREJ-STATUS.
001150*
001160     SELECT HOLD-FILE ASSIGN TO DL100HLD
001170         ORGANIZATION IS INDEXED
001180         ACCESS MODE IS RANDOM
001190         RECORD KEY IS DL100HD-HOLD-KEY
001200         FILE STATUS IS WS-HOLD-STATUS.
001210*
001220     SELECT TRAN-HISTORY-FILE ASSIGN TO DL100THS
001230         ORGANIZATION IS INDEXED
001240         ACCESS MODE IS RANDOM
001250         RECORD KEY IS DL100TH-HISTORY-KEY
001260         FILE STATUS IS WS-TRANHIST-STATUS.
001270*
001280     SELECT REGISTER-FILE ASSIGN TO DL100REG
001290         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001310         RECORD KEY IS DL100PR-SIGNATURE
001320         FILE STATUS IS WS-REGISTER-STATUS.
001330*
001340     SELECT HISTORY-FILE ASSIGN TO DL100IHS
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS DYNAMIC
001370         RECORD KEY IS DL100IH-HISTORY-KEY
001380         FILE STATUS IS WS-HISTORY-STATUS.
001390*
001400     SELECT LEDGER-FILE ASSIGN TO DL100LDG
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS DYNAMIC
001430         RECORD KEY IS DL100RL-RUN-DATE
001440         FILE STATUS IS WS-LEDGER-STATUS.
001450*
001460     SELECT STATS-IN-FILE ASSIGN TO DL100STI
001470         ORGANIZATION IS SEQUENTIAL
001480         FILE STATUS IS WS-STATS-IN-STATUS.
001490*
001500     SELECT STATS-OUT-FILE ASSIGN TO DL100STO
001510         ORGANIZATION IS SEQUENTIAL
001520         FILE STATUS IS WS-STATS-OUT-STATUS.
001530*
001540     SELECT BACKOUT-REPORT-FILE ASSIGN TO DL100BKR
001550         ORGANIZATION IS SEQUENTIAL
001560         FILE STATUS IS WS-REPORT-STATUS.
001570*
001580 DATA DIVISION.
001590 FILE SECTION.
001600 FD  JOURNAL-FILE
001610     RECORDING MODE IS F
001620     LABEL RECORDS ARE STANDARD.
001630     COPY DL100BK.
001640*
001650 FD  EXCEPTION-FILE
001660     RECORDING MODE IS F
001670     LABEL RECORDS ARE STANDARD.
001680     COPY DL100E.
001690*
001700 FD  SUSPENSE-FILE
001710     RECORDING MODE IS F
001720     LABEL RECORDS ARE STANDARD.
001730     COPY DL100S.
001740*
001750 FD  OPEN-REJECT-FILE
001760     RECORDING MODE IS F
001770     LABEL RECORDS ARE STANDARD.
001780     COPY DL100OR.
001790*
001800 FD  HOLD-FILE
001810     RECORDING MODE IS F
001820     LABEL RECORDS ARE STANDARD.
001830     COPY DL100HD.
001840*
001850 FD  TRAN-HISTORY-FILE
001860     RECORDING MODE IS F
001870     LABEL RECORDS ARE STANDARD.
001880     COPY DL100TH.
001890*
001900 FD  REGISTER-FILE
001910     RECORDING MODE IS F
001920     LABEL RECORDS ARE STANDARD.
001930     COPY DL100PR.
001940*
001950 FD  HISTORY-FILE
001960     RECORDING MODE IS F
001970     LABEL RECORDS ARE STANDARD.
001980     COPY DL100IH.
001990*
002000 FD  LEDGER-FILE
002010     RECORDING MODE IS F
002020     LABEL RECORDS ARE STANDARD.
002030     COPY DL100RL.
002040*
002050 FD  STATS-IN-FILE
002060     RECORDING MODE IS F
002070     LABEL RECORDS ARE STANDARD.
002080     COPY DL100RS.
002090*
002100 FD  STATS-OUT-FILE
002110     RECORDING MODE IS F
002120     LABEL RECORDS ARE STANDARD.
002130 01  STATS-OUT-RECORD            PIC X(80).
002140*
002150 FD  BACKOUT-REPORT-FILE
002160     RECORDING MODE IS F
002170     LABEL RECORDS ARE STANDARD.
002180 01  BACKOUT-REPORT-RECORD       PIC X(132).
002190*
002200 WORKING-STORAGE SECTION.
002210******************************************************************
002220*    WORKING STORAGE - FILE STATUS FIELDS                        *
002230******************************************************************
002240 77  WS-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
002250     88  WS-JOURNAL-OK               VALUE '00'.
002260*
002270 77  WS-EXCEPTION-STATUS         PIC X(02) VALUE SPACES.
002280     88  WS-EXCEPTION-OK             VALUE '00'.
002290*
002300 77  WS-SUSPENSE-STATUS          PIC X(02) VALUE SPACES.
002310     88  WS-SUSPENSE-OK              VALUE '00'.
002320*
002330 77  WS-OPENREJ-STATUS           PIC X(02) VALUE SPACES.
002340     88  WS-OPENREJ-OK               VALUE '00'.
002350*
002360 77  WS-HOLD-STATUS              PIC X(02) VALUE SPACES.
002370     88  WS-HOLD-OK                  VALUE '00'.
002380*
002390 77  WS-TRANHIST-STATUS          PIC X(02) VALUE SPACES.
002400     88  WS-TRANHIST-OK              VALUE '00'.
002410*
002420 77  WS-REGISTER-STATUS          PIC X(02) VALUE SPACES.
002430     88  WS-REGISTER-OK              VALUE '00'.
002440*
002450 77  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
002460     88  WS-HISTORY-OK               VALUE '00'.
002470*
002480 77  WS-LEDGER-STATUS            PIC X(02) VALUE SPACES.
002490     88  WS-LEDGER-OK                VALUE '00'.
002500*
002510 77  WS-STATS-IN-STATUS          PIC X(02) VALUE SPACES.
002520     88  WS-STATS-IN-OK              VALUE '00'.
002530*
002540 77  WS-STATS-OUT-STATUS         PIC X(02) VALUE SPACES.
002550     88  WS-STATS-OUT-OK             VALUE '00'.
002560*
002570 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
002580     88  WS-REPORT-OK                VALUE '00'.
002590*
002600******************************************************************
002610*    WORKING STORAGE - SWITCHES AND COUNTERS                     *
002620******************************************************************
002630 01  WS-SWITCHES.
002640     05  WS-MODE-SW              PIC X(01) VALUE 'B'.
002650         88  WS-BACKOUT-MODE         VALUE 'B'.
002660         88  WS-PURGE-MODE           VALUE 'P'.
002670         88  WS-BACKOUT-REFUSED      VALUE 'X'.
002680     05  WS-JOURNAL-EOF-SW       PIC X(01) VALUE 'N'.
002690         88  WS-JOURNAL-END-OF-FILE  VALUE 'Y'.
002700     05  WS-REGISTER-EOF-SW      PIC X(01) VALUE 'N'.
002710         88  WS-REGISTER-END-OF-FILE VALUE 'Y'.
002720     05  WS-HISTORY-EOF-SW       PIC X(01) VALUE 'N'.
002730         88  WS-HISTORY-END-OF-FILE  VALUE 'Y'.
002740     05  WS-STATS-EOF-SW         PIC X(01) VALUE 'N'.
002750         88  WS-STATS-END-OF-FILE    VALUE 'Y'.
002760     05  WS-JOURNAL-OPEN-SW      PIC X(01) VALUE 'N'.
002770         88  WS-JOURNAL-OPEN         VALUE 'Y'.
002780     05  WS-EXCEPTION-OPEN-SW    PIC X(01) VALUE 'N'.
002790         88  WS-EXCEPTION-OPEN       VALUE 'Y'.
002800     05  WS-SUSPENSE-OPEN-SW     PIC X(01) VALUE 'N'.
002810         88  WS-SUSPENSE-OPEN        VALUE 'Y'.
002820     05  WS-OPENREJ-OPEN-SW      PIC X(01) VALUE 'N'.
002830         88  WS-OPENREJ-OPEN         VALUE 'Y'.
002840     05  WS-HOLD-OPEN-SW         PIC X(01) VALUE 'N'.
002850         88  WS-HOLD-OPEN            VALUE 'Y'.
002860     05  WS-TRANHIST-OPEN-SW     PIC X(01) VALUE 'N'.
002870         88  WS-TRANHIST-OPEN        VALUE 'Y'.
002880     05  WS-REGISTER-OPEN-SW     PIC X(01) VALUE 'N'.
002890         88  WS-REGISTER-OPEN        VALUE 'Y'.
002900     05  WS-HISTORY-OPEN-SW      PIC X(01) VALUE 'N'.
002910         88  WS-HISTORY-OPEN         VALUE 'Y'.
002920     05  WS-LEDGER-OPEN-SW       PIC X(01) VALUE 'N'.
002930         88  WS-LEDGER-OPEN          VALUE 'Y'.
002940     05  WS-STATS-IN-OPEN-SW     PIC X(01) VALUE 'N'.
002950         88  WS-STATS-IN-OPEN        VALUE 'Y'.
002960     05  WS-STATS-OUT-OPEN-SW    PIC X(01) VALUE 'N'.
002970         88  WS-STATS-OUT-OPEN       VALUE 'Y'.
002980     05  WS-REPORT-OPEN-SW       PIC X(01) VALUE 'N'.
002990         88  WS-REPORT-OPEN          VALUE 'Y'.
003000     05  WS-LEDGER-FOUND-SW      PIC X(01) VALUE 'N'.
003010         88  WS-LEDGER-FOUND         VALUE 'Y'.
003020     05  WS-HIST-ROLLED-SW       PIC X(01) VALUE 'N'.
003030         88  WS-HIST-ROLLED          VALUE 'Y'.
003040*
003050 01  WS-COUNTERS.
003060     05  WS-JOURNAL-READ         PIC 9(07) COMP VALUE ZERO.
003070     05  WS-JOURNAL-REMOVED      PIC 9(07) COMP VALUE ZERO.
003080     05  WS-FAILED-COUNT         PIC 9(07) COMP VALUE ZERO.
003090     05  WS-NOT-ON-FILE-COUNT    PIC 9(07) COMP VALUE ZERO.
003100     05  WS-EMS-DELETED          PIC 9(07) COMP VALUE ZERO.
003110     05  WS-EMS-RESTORED         PIC 9(07) COMP VALUE ZERO.
003120     05  WS-SUS-DELETED          PIC 9(07) COMP VALUE ZERO.
003130     05  WS-SUS-RESTORED         PIC 9(07) COMP VALUE ZERO.
003140     05  WS-ORJ-DELETED          PIC 9(07) COMP VALUE ZERO.
003150     05  WS-ORJ-RESTORED         PIC 9(07) COMP VALUE ZERO.
003160     05  WS-HLD-DELETED          PIC 9(07) COMP VALUE ZERO.
003170     05  WS-HLD-RESTORED         PIC 9(07) COMP VALUE ZERO.
003180     05  WS-THS-DELETED          PIC 9(07) COMP VALUE ZERO.
003190     05  WS-THS-RESTORED         PIC 9(07) COMP VALUE ZERO.
003200     05  WS-REG-DELETED          PIC 9(07) COMP VALUE ZERO.
003210     05  WS-IHS-DELETED          PIC 9(07) COMP VALUE ZERO.
003220     05  WS-STATS-COPIED         PIC 9(07) COMP VALUE ZERO.
003230     05  WS-STATS-DROPPED        PIC 9(07) COMP VALUE ZERO.
003240     05  WS-PURGE-COUNT          PIC 9(07) COMP VALUE ZERO.
003250     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
003260     05  WS-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
003270*
003280 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
003290*
003300 01  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
003310*
003320******************************************************************
003330*    WORKING STORAGE - JOURNAL RETENTION FOR PARM='PURGE'.       *
003340*    KEPT LONG ENOUGH TO COVER A LONG WEEKEND AND A LATE         *
003350*    DISCOVERY; A DATE CAN ONLY BE BACKED OUT WHILE IT IS THE    *
003360*    LATEST ONE RUN IN ANY CASE                                  *
003370******************************************************************
003380 01  WS-JOURNAL-KEEP-DAYS        PIC 9(03) VALUE 14.
003390 01  WS-CUTOFF-SERIAL            PIC S9(09) COMP VALUE ZERO.
003400*
003410******************************************************************
003420*    WORKING STORAGE - RUN DATE AND THE DATE BEING BACKED OUT    *
003430******************************************************************
003440 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
003450 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
003460     05  WS-RUN-CCYY             PIC 9(04).
003470     05  WS-RUN-MM               PIC 9(02).
003480     05  WS-RUN-DD               PIC 9(02).
003490 01  WS-RUN-DATE-RPT.
003500     05  WS-RUN-DATE-RPT-MM      PIC 9(02).
003510     05  FILLER                  PIC X(01) VALUE '/'.
003520     05  WS-RUN-DATE-RPT-DD      PIC 9(02).
003530     05  FILLER                  PIC X(01) VALUE '/'.
003540     05  WS-RUN-DATE-RPT-CCYY    PIC 9(04).
003550*
003560 01  WS-BACKOUT-DATE             PIC 9(08) VALUE ZERO.
003570 01  WS-BACKOUT-DATE-X REDEFINES WS-BACKOUT-DATE.
003580     05  WS-BKO-CCYY             PIC 9(04).
003590     05  WS-BKO-MM               PIC 9(02).
003600     05  WS-BKO-DD               PIC 9(02).
003610 01  WS-LATER-DATE               PIC 9(08) VALUE ZERO.
003620*
003630******************************************************************
003640*    WORKING STORAGE - DATE SERIAL WORK AREAS (9800)             *
003650******************************************************************
003660 01  WS-DTS-DATE                 PIC 9(08) VALUE ZERO.
003670 01  WS-DTS-DATE-X REDEFINES WS-DTS-DATE.
003680     05  WS-DTS-YEAR             PIC 9(04).
003690     05  WS-DTS-MONTH            PIC 9(02).
003700     05  WS-DTS-DAY              PIC 9(02).
003710 01  WS-DTS-WORK.
003720     05  WS-DTS-Y                PIC S9(05) COMP VALUE ZERO.
003730     05  WS-DTS-M                PIC S9(03) COMP VALUE ZERO.
003740     05  WS-DTS-Q4               PIC S9(05) COMP VALUE ZERO.
003750     05  WS-DTS-Q100             PIC S9(05) COMP VALUE ZERO.
003760     05  WS-DTS-Q400             PIC S9(05) COMP VALUE ZERO.
003770     05  WS-DTS-QM               PIC S9(05) COMP VALUE ZERO.
003780     05  WS-DTS-T                PIC S9(05) COMP VALUE ZERO.
003790 01  WS-DTS-SERIAL               PIC S9(09) COMP VALUE ZERO.
003800*
003810******************************************************************
003820*    WORKING STORAGE - THE MASTER RECORD BEING BACKED OUT.  THE  *
003830*    BEFORE AND AFTER IMAGES ARE WHAT IS PRINTED - THE RECORD AS *
003840*    IT STOOD WHEN THE BACKOUT READ IT, AND AS IT WAS LEFT       *
003850******************************************************************
003860 01  WS-ENTRY-WORK.
003870     05  WS-ENTRY-MASTER         PIC X(08).
003880     05  WS-ENTRY-KEY            PIC X(24).
003890     05  WS-ENTRY-ACTION         PIC X(11).
003900     05  WS-ENTRY-FOUND-SW       PIC X(01).
003910         88  WS-ENTRY-FOUND          VALUE 'Y'.
003920     05  WS-ENTRY-FAILED-SW      PIC X(01).
003930         88  WS-ENTRY-FAILED         VALUE 'Y'.
003940     05  WS-ENTRY-BEFORE         PIC X(150).
003950     05  WS-ENTRY-AFTER          PIC X(150).
003960*
003970 01  WS-NOT-ON-FILE-TEXT         PIC X(30)
003980         VALUE '*** NOT ON FILE ***'.
003990 01  WS-DELETED-TEXT             PIC X(30)
004000         VALUE '*** RECORD DELETED ***'.
004010*
004020 01  WS-REFUSE-TEXT              PIC X(100) VALUE SPACES.
004030*
004040******************************************************************
004050*    WORKING STORAGE - REPORT LINES                              *
004060******************************************************************
004070 01  WS-HEADING-1.
004080     05  FILLER                  PIC X(01) VALUE SPACE.
004090     05  FILLER                  PIC X(14) VALUE 'JOB: DL100BKO'.
004100     05  FILLER                  PIC X(40)
004110             VALUE 'DL100 BUSINESS-DATE BACKOUT'.
004120     05  FILLER                  PIC X(15) VALUE 'BACKOUT DATE:'.
004130     05  WS-H1-BACKOUT-DATE      PIC 9(08).
004140     05  FILLER                  PIC X(03) VALUE SPACES.
004150     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
004160     05  WS-H1-RUN-DATE          PIC X(10).
004170     05  FILLER                  PIC X(08) VALUE 'PAGE:'.
004180     05  WS-H1-PAGE              PIC ZZZZ9.
004190     05  FILLER                  PIC X(18) VALUE SPACES.
004200*
004210 01  WS-HEADING-2.
004220     05  FILLER                  PIC X(01) VALUE SPACE.
004230     05  FILLER                  PIC X(09) VALUE 'MASTER'.
004240     05  FILLER                  PIC X(25) VALUE 'RECORD KEY'.
004250     05  FILLER                  PIC X(12) VALUE 'ACTION'.
004260     05  FILLER                  PIC X(08) VALUE SPACES.
004270     05  FILLER                  PIC X(75) VALUE 'RECORD IMAGE'.
004280     05  FILLER                  PIC X(02) VALUE SPACES.
004290*
004300 01  WS-SECTION-HEADER.
004310     05  FILLER                  PIC X(01) VALUE SPACE.
004320     05  WS-SH-TEXT              PIC X(100).
004330     05  FILLER                  PIC X(31) VALUE SPACES.
004340*
004350 01  WS-IMAGE-LINE.
004360     05  FILLER                  PIC X(01) VALUE SPACE.
004370     05  WS-IL-MASTER            PIC X(08).
004380     05  FILLER                  PIC X(01) VALUE SPACES.
004390     05  WS-IL-KEY               PIC X(24).
004400     05  FILLER                  PIC X(01) VALUE SPACES.
004410     05  WS-IL-ACTION            PIC X(11).
004420     05  FILLER                  PIC X(01) VALUE SPACES.
004430     05  WS-IL-LABEL             PIC X(08).
004440     05  WS-IL-IMAGE             PIC X(75).
004450     05  FILLER                  PIC X(02) VALUE SPACES.
004460*
004470 01  WS-TRAILER-LINE.
004480     05  FILLER                  PIC X(01) VALUE SPACE.
004490     05  WS-TL-LABEL             PIC X(44).
004500     05  WS-TL-COUNT             PIC ZZZ,ZZ9.
004510     05  FILLER                  PIC X(80) VALUE SPACES.
004520*
004530 LINKAGE SECTION.
004540******************************************************************
004550*    LINKAGE - THE BUSINESS DATE TO BACK OUT, OR 'PURGE', PASSED *
004560*              VIA THE JCL EXEC PARM=, E.G. PARM='20261014'      *
004570******************************************************************
004580 01  LS-PARM-FIELD.
004590     05  LS-PARM-LENGTH          PIC S9(04) COMP.
004600     05  LS-PARM-TEXT            PIC X(30).
004610*
004620 PROCEDURE DIVISION USING LS-PARM-FIELD.
004630******************************************************************
004640*    0000-MAINLINE                                               *
004650******************************************************************
004660 0000-MAINLINE.
004670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004680     IF WS-PURGE-MODE
004690         PERFORM 6000-PURGE-JOURNAL THRU 6000-EXIT
004700     END-IF.
004710     IF WS-BACKOUT-MODE
004720         PERFORM 2000-BACKOUT-DATE THRU 2000-EXIT
004730     END-IF.
004740     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004750     STOP RUN.
004760*
004770******************************************************************
004780*    1000-INITIALIZE - RESOLVE THE PARM.  A PURGE OPENS ONLY THE *
004790*                      JOURNAL; A BACKOUT OPENS THE REPORT AND   *
004800*                      EVERY FILE IT MAY CHANGE, AND IS REFUSED  *
004810*                      BEFORE ANYTHING IS TOUCHED WHEN ONE OF    *
004820*                      THEM WILL NOT OPEN                        *
004830******************************************************************
004840 1000-INITIALIZE.
004850     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004860     MOVE WS-RUN-MM TO WS-RUN-DATE-RPT-MM.
004870     MOVE WS-RUN-DD TO WS-RUN-DATE-RPT-DD.
004880     MOVE WS-RUN-CCYY TO WS-RUN-DATE-RPT-CCYY.
004890     IF LS-PARM-LENGTH >= 5
004900         AND LS-PARM-TEXT (1:5) = 'PURGE'
004910         MOVE 'P' TO WS-MODE-SW
004920         PERFORM 1100-OPEN-JOURNAL THRU 1100-EXIT
004930         IF NOT WS-JOURNAL-OPEN
004940             MOVE 'X' TO WS-MODE-SW
004950         END-IF
004960         GO TO 1000-EXIT
004970     END-IF.
004980     IF LS-PARM-LENGTH >= 8
004990         AND LS-PARM-TEXT (1:8) IS NUMERIC
005000         MOVE LS-PARM-TEXT (1:8) TO WS-BACKOUT-DATE
005010     END-IF.
005020     DISPLAY 'DL100BKO: BACKING OUT BUSINESS DATE '
005030         WS-BACKOUT-DATE.
005040*
005050     OPEN OUTPUT BACKOUT-REPORT-FILE.
005060     IF WS-REPORT-OK
005070         MOVE 'Y' TO WS-REPORT-OPEN-SW
005080     ELSE
005090         DISPLAY 'DL100BKO: UNABLE TO OPEN DL100BKR, STATUS = '
005100             WS-REPORT-STATUS
005110     END-IF.
005120     PERFORM 7500-PRINT-HEADING THRU 7500-EXIT.
005130*
005140     IF WS-BACKOUT-DATE = ZERO
005150         OR WS-BKO-MM < 1 OR WS-BKO-MM > 12
005160         OR WS-BKO-DD < 1 OR WS-BKO-DD > 31
005170         MOVE 'PARM MUST BE THE CCYYMMDD DATE TO BACK OUT'
005180             TO WS-REFUSE-TEXT
005190         PERFORM 1900-REFUSE THRU 1900-EXIT
005200         GO TO 1000-EXIT
005210     END-IF.
005220*
005230     PERFORM 1100-OPEN-JOURNAL THRU 1100-EXIT.
005240     OPEN I-O EXCEPTION-FILE.
005250     IF WS-EXCEPTION-OK
005260         MOVE 'Y' TO WS-EXCEPTION-OPEN-SW
005270     ELSE
005280         DISPLAY 'DL100BKO: UNABLE TO OPEN DL100EMS, STATUS = '
005290             WS-EXCEPTION-STATUS
005300     END-IF.
005310     OPEN I-O SUSPENSE-FILE.
005320     IF WS-SUSPENSE-OK
005330         MOVE 'Y' TO WS-SUSPENSE-OPEN-SW
005340     ELSE
005350         DISPLAY 'DL100BKO: UNABLE TO OPEN DL100SUS, STATUS = '
005360             WS-SUSPENSE-STATUS
005370     END-IF.
005380     OPEN I-O OPEN-REJECT-FILE.
005390     IF WS-OPENREJ-OK
005400         MOVE 'Y' TO WS-OPENREJ-OPEN-SW
005410     ELSE
005420         DISPLAY 'DL100BKO: UNABLE TO OPEN DL100ORJ, STATUS = '
005430             WS-OPENREJ-STATUS
005440     END-IF.
005450     OPEN I-O HOLD-FILE.
005460     IF WS-HOLD-OK
005470         MOVE 'Y' TO WS-HOLD-OPEN-SW
005480     ELSE
005490         DISPLAY 'DL100BKO: UNABLE TO OPEN DL100HLD, STATUS = '
005500             WS-HOLD-STATUS
005510     END-IF.
005520     OPEN I-O TRAN-HISTORY-FILE.
005530     IF WS-TRANHIST-OK
005540         MOVE 'Y' TO WS-TRANHIST-OPEN-SW
005550     ELSE
005560         DISPLAY 'DL100BKO: UNABLE TO OPEN DL100THS, STATUS = '
005570             WS-TRANHIST-STATUS
005580     END-IF.
005590     OPEN I-O REGISTER-FILE.
005600     IF WS-REGISTER-OK
005610         MOVE 'Y' TO WS-REGISTER-OPEN-SW
005620     ELSE
005630         DISPLAY 'DL100BKO: UNABLE TO OPEN DL100REG, STATUS = '
005640             WS-REGISTER-STATUS
005650     END-IF.
005660     OPEN I-O HISTORY-FILE.
005670     IF WS-HISTORY-OK
005680         MOVE 'Y' TO WS-HISTORY-OPEN-SW
005690     ELSE
005700         DISPLAY 'DL100BKO: UNABLE TO OPEN DL100IHS, STATUS = '
005710             WS-HISTORY-STATUS
005720     END-IF.
005730     OPEN I-O LEDGER-FILE.
005740     IF WS-LEDGER-OK
005750         MOVE 'Y' TO WS-LEDGER-OPEN-SW
005760     ELSE
005770         DISPLAY 'DL100BKO: UNABLE TO OPEN DL100LDG, STATUS = '
005780             WS-LEDGER-STATUS
005790     END-IF.
005800     OPEN INPUT STATS-IN-FILE.
005810     IF WS-STATS-IN-OK
005820         MOVE 'Y' TO WS-STATS-IN-OPEN-SW
005830     ELSE
005840         DISPLAY 'DL100BKO: UNABLE TO OPEN DL100STI, STATUS = '
005850             WS-STATS-IN-STATUS
005860     END-IF.
005870     OPEN OUTPUT STATS-OUT-FILE.
005880     IF WS-STATS-OUT-OK
005890         MOVE 'Y' TO WS-STATS-OUT-OPEN-SW
005900     ELSE
005910         DISPLAY 'DL100BKO: UNABLE TO OPEN DL100STO, STATUS = '
005920             WS-STATS-OUT-STATUS
005930     END-IF.
005940     IF NOT WS-JOURNAL-OPEN
005950         OR NOT WS-EXCEPTION-OPEN
005960         OR NOT WS-SUSPENSE-OPEN
005970         OR NOT WS-OPENREJ-OPEN
005980         OR NOT WS-HOLD-OPEN
005990         OR NOT WS-TRANHIST-OPEN
006000         OR NOT WS-REGISTER-OPEN
006010         OR NOT WS-HISTORY-OPEN
006020         OR NOT WS-LEDGER-OPEN
006030         OR NOT WS-STATS-IN-OPEN
006040         OR NOT WS-STATS-OUT-OPEN
006050         MOVE 'A FILE COULD NOT BE OPENED - SEE THE JOB LOG'
006060             TO WS-REFUSE-TEXT
006070         PERFORM 1900-REFUSE THRU 1900-EXIT
006080     END-IF.
006090 1000-EXIT.
006100     EXIT.
006110*
006120******************************************************************
006130*    1100-OPEN-JOURNAL - OPEN THE BACKOUT JOURNAL.  UNLIKE THE   *
006140*                        DAILY-RUN PROGRAMS THE BACKOUT NEVER    *
006150*                        CREATES IT - NO JOURNAL, NOTHING TO     *
006160*                        BACK OUT OR PURGE                       *
006170******************************************************************
006180 1100-OPEN-JOURNAL.
006190     OPEN I-O JOURNAL-FILE.
006200     IF WS-JOURNAL-OK
006210         MOVE 'Y' TO WS-JOURNAL-OPEN-SW
006220     ELSE
006230         DISPLAY 'DL100BKO: UNABLE TO OPEN DL100BKJ, STATUS = '
006240             WS-JOURNAL-STATUS
006250     END-IF.
006260 1100-EXIT.
006270     EXIT.
006280*
006290******************************************************************
006300*    1900-REFUSE - REFUSE THE BACKOUT FOR THE REASON IN          *
006310*                  WS-REFUSE-TEXT.  NOTHING HAS BEEN CHANGED     *
006320******************************************************************
006330 1900-REFUSE.
006340     MOVE 'X' TO WS-MODE-SW.
006350     DISPLAY 'DL100BKO: BACKOUT REFUSED - ' WS-REFUSE-TEXT.
006360     MOVE SPACES TO WS-SH-TEXT.
006370     STRING '*** BACKOUT REFUSED - ' WS-REFUSE-TEXT
006380         DELIMITED BY SIZE INTO WS-SH-TEXT.
006390     PERFORM 7600-WRITE-SECTION THRU 7600-EXIT.
006400 1900-EXIT.
006410     EXIT.
006420*
006430******************************************************************
006440*    2000-BACKOUT-DATE - CONFIRM THE DATE IS THE LATEST ONE RUN, *
006450*                        THEN BACK OUT THE JOURNALED MASTERS,    *
006460*                        THE INTAKE REGISTER AND HISTORY, THE    *
006470*                        RUN STATISTICS AND FINALLY THE LEDGER   *
006480******************************************************************
006490 2000-BACKOUT-DATE.
006500     PERFORM 2050-CHECK-LATEST THRU 2050-EXIT.
006510     IF WS-BACKOUT-REFUSED
006520         GO TO 2000-EXIT
006530     END-IF.
006540*
006550     MOVE SPACES TO WS-SH-TEXT.
006560     STRING 'JOURNALED MASTER RECORDS - DL100EMS, DL100SUS, '
006570         'DL100ORJ, DL100HLD AND DL100THS'
006580         DELIMITED BY SIZE INTO WS-SH-TEXT.
006590     PERFORM 7600-WRITE-SECTION THRU 7600-EXIT.
006600     PERFORM 7700-WRITE-COLUMN-HEADING THRU 7700-EXIT.
006610     MOVE WS-BACKOUT-DATE TO DL100BK-RUN-DATE.
006620     MOVE LOW-VALUES TO DL100BK-MASTER-ID.
006630     MOVE LOW-VALUES TO DL100BK-MASTER-KEY.
006640     START JOURNAL-FILE KEY IS NOT < DL100BK-JOURNAL-KEY
006650         INVALID KEY
006660             MOVE 'Y' TO WS-JOURNAL-EOF-SW
006670     END-START.
006680     PERFORM 2100-BACKOUT-ONE-ENTRY THRU 2100-EXIT
006690         UNTIL WS-JOURNAL-END-OF-FILE.
006700*
006710     MOVE 'INTAKE REGISTER AND HISTORY - DL100REG AND DL100IHS'
006720         TO WS-SH-TEXT.
006730     PERFORM 7600-WRITE-SECTION THRU 7600-EXIT.
006740     PERFORM 7700-WRITE-COLUMN-HEADING THRU 7700-EXIT.
006750     MOVE LOW-VALUES TO DL100PR-SIGNATURE.
006760     START REGISTER-FILE KEY IS NOT < DL100PR-SIGNATURE
006770         INVALID KEY
006780             MOVE 'Y' TO WS-REGISTER-EOF-SW
006790     END-START.
006800     PERFORM 3000-BACKOUT-REGISTER THRU 3000-EXIT
006810         UNTIL WS-REGISTER-END-OF-FILE.
006820     MOVE LOW-VALUES TO DL100IH-HISTORY-KEY.
006830     START HISTORY-FILE KEY IS NOT < DL100IH-HISTORY-KEY
006840         INVALID KEY
006850             MOVE 'Y' TO WS-HISTORY-EOF-SW
006860     END-START.
006870     PERFORM 3500-BACKOUT-HISTORY THRU 3500-EXIT
006880         UNTIL WS-HISTORY-END-OF-FILE.
006890*
006900     PERFORM 4000-COPY-RUNSTATS THRU 4000-EXIT
006910         UNTIL WS-STATS-END-OF-FILE.
006920*
006930     PERFORM 5000-BACKOUT-LEDGER THRU 5000-EXIT.
006940 2000-EXIT.
006950     EXIT.
006960*
006970******************************************************************
006980*    2050-CHECK-LATEST - REFUSE WHEN THE LEDGER OR THE JOURNAL   *
006990*                        ALREADY HOLDS A LATER DATE; OTHERWISE   *
007000*                        PICK UP THE DATE'S LEDGER RECORD FOR    *
007010*                        ITS HISTORY-ROLL AND CERTIFICATION      *
007020*                        FLAGS                                   *
007030******************************************************************
007040 2050-CHECK-LATEST.
007050     MOVE WS-BACKOUT-DATE TO DL100RL-RUN-DATE.
007060     START LEDGER-FILE KEY IS > DL100RL-RUN-DATE
007070         INVALID KEY
007080             CONTINUE
007090         NOT INVALID KEY
007100             READ LEDGER-FILE NEXT RECORD
007110                 AT END
007120                     CONTINUE
007130                 NOT AT END
007140                     MOVE DL100RL-RUN-DATE TO WS-LATER-DATE
007150             END-READ
007160     END-START.
007170     MOVE WS-BACKOUT-DATE TO DL100BK-RUN-DATE.
007180     MOVE HIGH-VALUES TO DL100BK-MASTER-ID.
007190     MOVE HIGH-VALUES TO DL100BK-MASTER-KEY.
007200     START JOURNAL-FILE KEY IS > DL100BK-JOURNAL-KEY
007210         INVALID KEY
007220             CONTINUE
007230         NOT INVALID KEY
007240             READ JOURNAL-FILE NEXT RECORD
007250                 AT END
007260                     CONTINUE
007270                 NOT AT END
007280                     IF DL100BK-RUN-DATE > WS-LATER-DATE
007290                         MOVE DL100BK-RUN-DATE TO WS-LATER-DATE
007300                     END-IF
007310             END-READ
007320     END-START.
007330     IF WS-LATER-DATE > ZERO
007340         MOVE SPACES TO WS-REFUSE-TEXT
007350         STRING 'BUSINESS DATE ' WS-LATER-DATE
007360             ' HAS ALREADY RUN - BACK IT OUT FIRST'
007370             DELIMITED BY SIZE INTO WS-REFUSE-TEXT
007380         PERFORM 1900-REFUSE THRU 1900-EXIT
007390         GO TO 2050-EXIT
007400     END-IF.
007410*
007420     MOVE WS-BACKOUT-DATE TO DL100RL-RUN-DATE.
007430     READ LEDGER-FILE
007440         INVALID KEY
007450             MOVE 'N' TO WS-LEDGER-FOUND-SW
007460         NOT INVALID KEY
007470             MOVE 'Y' TO WS-LEDGER-FOUND-SW
007480     END-READ.
007490     IF NOT WS-LEDGER-FOUND
007500         MOVE 'WARNING - NO DL100LDG RECORD FOR THE DATE'
007510             TO WS-SH-TEXT
007520         PERFORM 7600-WRITE-SECTION THRU 7600-EXIT
007530         GO TO 2050-EXIT
007540     END-IF.
007550     IF DL100RL-HIST-DONE
007560         MOVE 'Y' TO WS-HIST-ROLLED-SW
007570     END-IF.
007580     IF DL100RL-CERTIFIED
007590         MOVE SPACES TO WS-SH-TEXT
007600         STRING 'WARNING - THE DATE WAS CERTIFIED ON '
007610             DL100RL-CERT-DATE ' BY ' DL100RL-CERT-OPERATOR
007620             ' - IT IS BACKED OUT REGARDLESS'
007630             DELIMITED BY SIZE INTO WS-SH-TEXT
007640         PERFORM 7600-WRITE-SECTION THRU 7600-EXIT
007650     END-IF.
007660 2050-EXIT.
007670     EXIT.
007680*
007690******************************************************************
007700*    2100-BACKOUT-ONE-ENTRY - READ THE DATE'S NEXT JOURNAL ENTRY *
007710*                             AND BACK OUT ITS MASTER RECORD.    *
007720*                             THE ENTRY IS DELETED ONCE THE      *
007730*                             RECORD IS BACKED OUT; ON A FAILURE *
007740*                             IT IS KEPT SO A RESUBMIT PICKS IT  *
007750*                             UP AGAIN.  EVERY ENTRY, DL100THS   *
007760*                             INCLUDED, IS PRINTED THROUGH 7000  *
007770******************************************************************
007780 2100-BACKOUT-ONE-ENTRY.
007790     READ JOURNAL-FILE NEXT RECORD
007800         AT END
007810             MOVE 'Y' TO WS-JOURNAL-EOF-SW
007820             GO TO 2100-EXIT
007830     END-READ.
007840     IF DL100BK-RUN-DATE NOT = WS-BACKOUT-DATE
007850         MOVE 'Y' TO WS-JOURNAL-EOF-SW
007860         GO TO 2100-EXIT
007870     END-IF.
007880     ADD 1 TO WS-JOURNAL-READ.
007890     MOVE SPACES TO WS-ENTRY-WORK.
007900     MOVE 'N' TO WS-ENTRY-FOUND-SW.
007910     MOVE 'N' TO WS-ENTRY-FAILED-SW.
007920     MOVE DL100BK-MASTER-KEY TO WS-ENTRY-KEY.
007930     EVALUATE TRUE
007940         WHEN DL100BK-EXCEPTION-MASTER
007950             PERFORM 2200-BACKOUT-EXCEPTION THRU 2200-EXIT
007960         WHEN DL100BK-SUSPENSE-MASTER
007970             PERFORM 2300-BACKOUT-SUSPENSE THRU 2300-EXIT
007980         WHEN DL100BK-OPEN-REJECT-MASTER
007990             PERFORM 2400-BACKOUT-OPEN-REJECT THRU 2400-EXIT
008000         WHEN DL100BK-HOLD-MASTER
008010             PERFORM 2500-BACKOUT-HOLD THRU 2500-EXIT
008020         WHEN DL100BK-TRAN-HISTORY-MASTER
008030             PERFORM 2600-BACKOUT-TRAN-HISTORY THRU 2600-EXIT
008040         WHEN OTHER
008050             MOVE DL100BK-MASTER-ID TO WS-ENTRY-MASTER
008060             MOVE 'BAD MASTER' TO WS-ENTRY-ACTION
008070             MOVE 'Y' TO WS-ENTRY-FAILED-SW
008080     END-EVALUATE.
008090     IF WS-ENTRY-FAILED
008100         MOVE WS-ENTRY-BEFORE TO WS-ENTRY-AFTER
008110         ADD 1 TO WS-FAILED-COUNT
008120         DISPLAY 'DL100BKO: ' WS-ENTRY-MASTER ' KEY '
008130             WS-ENTRY-KEY ' NOT BACKED OUT - ' WS-ENTRY-ACTION
008140     ELSE
008150         DELETE JOURNAL-FILE RECORD
008160             INVALID KEY
008170                 DISPLAY 'DL100BKO: JOURNAL DELETE FAILED FOR '
008180                     'KEY ' DL100BK-MASTER-KEY ', STATUS = '
008190                     WS-JOURNAL-STATUS
008200             NOT INVALID KEY
008210                 ADD 1 TO WS-JOURNAL-REMOVED
008220         END-DELETE
008230     END-IF.
008240     PERFORM 7000-PRINT-ENTRY THRU 7000-EXIT.
008250 2100-EXIT.
008260     EXIT.
008270*
008280******************************************************************
008290*    2200-BACKOUT-EXCEPTION - BACK OUT ONE DL100EMS RECORD       *
008300*                             (DL100EXM COUNTS)                  *
008310******************************************************************
008320 2200-BACKOUT-EXCEPTION.
008330     MOVE 'DL100EMS' TO WS-ENTRY-MASTER.
008340     MOVE DL100BK-MASTER-KEY TO DL100E-TRAN-KEY.
008350     READ EXCEPTION-FILE
008360         INVALID KEY
008370             MOVE WS-NOT-ON-FILE-TEXT TO WS-ENTRY-BEFORE
008380         NOT INVALID KEY
008390             MOVE 'Y' TO WS-ENTRY-FOUND-SW
008400             MOVE DL100E-MASTER-RECORD TO WS-ENTRY-BEFORE
008410     END-READ.
008420     IF NOT WS-EXCEPTION-OK
008430         AND WS-EXCEPTION-STATUS NOT = '23'
008440         MOVE 'READ FAILED' TO WS-ENTRY-ACTION
008450         MOVE 'Y' TO WS-ENTRY-FAILED-SW
008460         GO TO 2200-EXIT
008470     END-IF.
008480     IF DL100BK-RECORD-ADDED
008490         IF NOT WS-ENTRY-FOUND
008500             PERFORM 2900-ALREADY-GONE THRU 2900-EXIT
008510             GO TO 2200-EXIT
008520         END-IF
008530         DELETE EXCEPTION-FILE RECORD
008540             INVALID KEY
008550                 MOVE 'DEL FAILED' TO WS-ENTRY-ACTION
008560                 MOVE 'Y' TO WS-ENTRY-FAILED-SW
008570             NOT INVALID KEY
008580                 MOVE 'DELETED' TO WS-ENTRY-ACTION
008590                 MOVE WS-DELETED-TEXT TO WS-ENTRY-AFTER
008600                 ADD 1 TO WS-EMS-DELETED
008610         END-DELETE
008620         GO TO 2200-EXIT
008630     END-IF.
008640     MOVE DL100BK-BEFORE-IMAGE TO DL100E-MASTER-RECORD.
008650     MOVE DL100E-MASTER-RECORD TO WS-ENTRY-AFTER.
008660     IF WS-ENTRY-FOUND
008670         REWRITE DL100E-MASTER-RECORD
008680             INVALID KEY
008690                 MOVE 'RWR FAILED' TO WS-ENTRY-ACTION
008700                 MOVE 'Y' TO WS-ENTRY-FAILED-SW
008710             NOT INVALID KEY
008720                 MOVE 'RESTORED' TO WS-ENTRY-ACTION
008730                 ADD 1 TO WS-EMS-RESTORED
008740         END-REWRITE
008750     ELSE
008760         WRITE DL100E-MASTER-RECORD
008770             INVALID KEY
008780                 MOVE 'WRT FAILED' TO WS-ENTRY-ACTION
008790                 MOVE 'Y' TO WS-ENTRY-FAILED-SW
008800             NOT INVALID KEY
008810                 MOVE 'RE-ADDED' TO WS-ENTRY-ACTION
008820                 ADD 1 TO WS-EMS-RESTORED
008830         END-WRITE
008840     END-IF.
008850 2200-EXIT.
008860     EXIT.
008870*
008880******************************************************************
008890*    2300-BACKOUT-SUSPENSE - BACK OUT ONE DL100SUS RECORD        *
008900*                            (IFTHEN OPENS AND REOPENS, DL100RCY *
008910*                            RECYCLES)                           *
008920******************************************************************
008930 2300-BACKOUT-SUSPENSE.
008940     MOVE 'DL100SUS' TO WS-ENTRY-MASTER.
008950     MOVE DL100BK-MASTER-KEY TO DL100S-TRAN-KEY.
008960     READ SUSPENSE-FILE
008970         INVALID KEY
008980             MOVE WS-NOT-ON-FILE-TEXT TO WS-ENTRY-BEFORE
008990         NOT INVALID KEY
009000             MOVE 'Y' TO WS-ENTRY-FOUND-SW
009010             MOVE DL100S-SUSPENSE-RECORD TO WS-ENTRY-BEFORE
009020     END-READ.
009030     IF NOT WS-SUSPENSE-OK
009040         AND WS-SUSPENSE-STATUS NOT = '23'
009050         MOVE 'READ FAILED' TO WS-ENTRY-ACTION
009060         MOVE 'Y' TO WS-ENTRY-FAILED-SW
009070         GO TO 2300-EXIT
009080     END-IF.
009090     IF DL100BK-RECORD-ADDED
009100         IF NOT WS-ENTRY-FOUND
009110             PERFORM 2900-ALREADY-GONE THRU 2900-EXIT
009120             GO TO 2300-EXIT
009130         END-IF
009140         DELETE SUSPENSE-FILE RECORD
009150             INVALID KEY
009160                 MOVE 'DEL FAILED' TO WS-ENTRY-ACTION
009170                 MOVE 'Y' TO WS-ENTRY-FAILED-SW
009180             NOT INVALID KEY
009190                 MOVE 'DELETED' TO WS-ENTRY-ACTION
009200                 MOVE WS-DELETED-TEXT TO WS-ENTRY-AFTER
009210                 ADD 1 TO WS-SUS-DELETED
009220         END-DELETE
009230         GO TO 2300-EXIT
009240     END-IF.
009250     MOVE DL100BK-BEFORE-IMAGE TO DL100S-SUSPENSE-RECORD.
009260     MOVE DL100S-SUSPENSE-RECORD TO WS-ENTRY-AFTER.
009270     IF WS-ENTRY-FOUND
009280         REWRITE DL100S-SUSPENSE-RECORD
009290             INVALID KEY
009300                 MOVE 'RWR FAILED' TO WS-ENTRY-ACTION
009310                 MOVE 'Y' TO WS-ENTRY-FAILED-SW
009320             NOT INVALID KEY
009330                 MOVE 'RESTORED' TO WS-ENTRY-ACTION
009340                 ADD 1 TO WS-SUS-RESTORED
009350         END-REWRITE
009360     ELSE
009370         WRITE DL100S-SUSPENSE-RECORD
009380             INVALID KEY
009390                 MOVE 'WRT FAILED' TO WS-ENTRY-ACTION
009400                 MOVE 'Y' TO WS-ENTRY-FAILED-SW
009410             NOT INVALID KEY
009420                 MOVE 'RE-ADDED' TO WS-ENTRY-ACTION
009430                 ADD 1 TO WS-SUS-RESTORED
009440         END-WRITE
009450     END-IF.
009460 2300-EXIT.
009470     EXIT.
009480*
009490******************************************************************
009500*    2400-BACKOUT-OPEN-REJECT - BACK OUT ONE DL100ORJ RECORD     *
009510*                               (DL100EDT REJECTS AND CLEARS)    *
009520******************************************************************
009530 2400-BACKOUT-OPEN-REJECT.
009540     MOVE 'DL100ORJ' TO WS-ENTRY-MASTER.
009550     MOVE DL100BK-MASTER-KEY TO DL100OR-TRAN-KEY.
009560     READ OPEN-REJECT-FILE
009570         INVALID KEY
009580             MOVE WS-NOT-ON-FILE-TEXT TO WS-ENTRY-BEFORE
009590         NOT INVALID KEY
009600             MOVE 'Y' TO WS-ENTRY-FOUND-SW
009610             MOVE DL100OR-OPEN-REJECT-RECORD TO WS-ENTRY-BEFORE
009620     END-READ.
009630     IF NOT WS-OPENREJ-OK
009640         AND WS-OPENREJ-STATUS NOT = '23'
009650         MOVE 'READ FAILED' TO WS-ENTRY-ACTION
009660         MOVE 'Y' TO WS-ENTRY-FAILED-SW
009670         GO TO 2400-EXIT
009680     END-IF.
009690     IF DL100BK-RECORD-ADDED
009700         IF NOT WS-ENTRY-FOUND
009710             PERFORM 2900-ALREADY-GONE THRU 2900-EXIT
009720             GO TO 2400-EXIT
009730         END-IF
009740         DELETE OPEN-REJECT-FILE RECORD
009750             INVALID KEY
009760                 MOVE 'DEL FAILED' TO WS-ENTRY-ACTION
009770                 MOVE 'Y' TO WS-ENTRY-FAILED-SW
009780             NOT INVALID KEY
009790                 MOVE 'DELETED' TO WS-ENTRY-ACTION
009800                 MOVE WS-DELETED-TEXT TO WS-ENTRY-AFTER
009810                 ADD 1 TO WS-ORJ-DELETED
009820         END-DELETE
009830         GO TO 2400-EXIT
009840     END-IF.
009850     MOVE DL100BK-BEFORE-IMAGE TO DL100OR-OPEN-REJECT-RECORD.
009860     MOVE DL100OR-OPEN-REJECT-RECORD TO WS-ENTRY-AFTER.
009870     IF WS-ENTRY-FOUND
009880         REWRITE DL100OR-OPEN-REJECT-RECORD
009890             INVALID KEY
009900                 MOVE 'RWR FAILED' TO WS-ENTRY-ACTION
009910                 MOVE 'Y' TO WS-ENTRY-FAILED-SW
009920             NOT INVALID KEY
009930                 MOVE 'RESTORED' TO WS-ENTRY-ACTION
009940                 ADD 1 TO WS-ORJ-RESTORED
009950         END-REWRITE
009960     ELSE
009970         WRITE DL100OR-OPEN-REJECT-RECORD
009980             INVALID KEY
009990                 MOVE 'WRT FAILED' TO WS-ENTRY-ACTION
010000                 MOVE 'Y' TO WS-ENTRY-FAILED-SW
010010             NOT INVALID KEY
010020                 MOVE 'RE-ADDED' TO WS-ENTRY-ACTION
010030                 ADD 1 TO WS-ORJ-RESTORED
010040         END-WRITE
010050     END-IF.
010060 2400-EXIT.
010070     EXIT.
010080*
010090******************************************************************
010100*    2500-BACKOUT-HOLD - BACK OUT ONE DL100HLD RECORD (IFTHEN    *
010110*                        HOLDS, DL100FED RELEASES AND CLOSES)    *
010120******************************************************************
010130 2500-BACKOUT-HOLD.
010140     MOVE 'DL100HLD' TO WS-ENTRY-MASTER.
010150     MOVE DL100BK-MASTER-KEY TO DL100HD-HOLD-KEY.
010160     READ HOLD-FILE
010170         INVALID KEY
010180             MOVE WS-NOT-ON-FILE-TEXT TO WS-ENTRY-BEFORE
010190         NOT INVALID KEY
010200             MOVE 'Y' TO WS-ENTRY-FOUND-SW
010210             MOVE DL100HD-HOLD-RECORD TO WS-ENTRY-BEFORE
010220     END-READ.
010230     IF NOT WS-HOLD-OK
010240         AND WS-HOLD-STATUS NOT = '23'
010250         MOVE 'READ FAILED' TO WS-ENTRY-ACTION
010260         MOVE 'Y' TO WS-ENTRY-FAILED-SW
010270         GO TO 2500-EXIT
010280     END-IF.
010290     IF DL100BK-RECORD-ADDED
010300         IF NOT WS-ENTRY-FOUND
010310             PERFORM 2900-ALREADY-GONE THRU 2900-EXIT
010320             GO TO 2500-EXIT
010330         END-IF
010340         DELETE HOLD-FILE RECORD
010350             INVALID KEY
010360                 MOVE 'DEL FAILED' TO WS-ENTRY-ACTION
010370                 MOVE 'Y' TO WS-ENTRY-FAILED-SW
010380             NOT INVALID KEY
010390                 MOVE 'DELETED' TO WS-ENTRY-ACTION
010400                 MOVE WS-DELETED-TEXT TO WS-ENTRY-AFTER
010410                 ADD 1 TO WS-HLD-DELETED
010420         END-DELETE
010430         GO TO 2500-EXIT
010440     END-IF.
010450     MOVE DL100BK-BEFORE-IMAGE TO DL100HD-HOLD-RECORD.
010460     MOVE DL100HD-HOLD-RECORD TO WS-ENTRY-AFTER.
010470     IF WS-ENTRY-FOUND
010480         REWRITE DL100HD-HOLD-RECORD
010490             INVALID KEY
010500                 MOVE 'RWR FAILED' TO WS-ENTRY-ACTION
010510                 MOVE 'Y' TO WS-ENTRY-FAILED-SW
010520             NOT INVALID KEY
010530                 MOVE 'RESTORED' TO WS-ENTRY-ACTION
010540                 ADD 1 TO WS-HLD-RESTORED
010550         END-REWRITE
010560     ELSE
010570         WRITE DL100HD-HOLD-RECORD
010580             INVALID KEY
010590                 MOVE 'WRT FAILED' TO WS-ENTRY-ACTION
010600                 MOVE 'Y' TO WS-ENTRY-FAILED-SW
010610             NOT INVALID KEY
010620                 MOVE 'RE-ADDED' TO WS-ENTRY-ACTION
010630                 ADD 1 TO WS-HLD-RESTORED
010640         END-WRITE
010650     END-IF.
010660 2500-EXIT.
010670     EXIT.
010680*
010690******************************************************************
010700*    2600-BACKOUT-TRAN-HISTORY - BACK OUT ONE DL100THS RECORD    *
010710*                                (DL100THL LOADS)                *
010720******************************************************************
010730 2600-BACKOUT-TRAN-HISTORY.
010740     MOVE 'DL100THS' TO WS-ENTRY-MASTER.
010750     MOVE DL100BK-MASTER-KEY TO DL100TH-HISTORY-KEY.
010760     READ TRAN-HISTORY-FILE
010770         INVALID KEY
010780             MOVE WS-NOT-ON-FILE-TEXT TO WS-ENTRY-BEFORE
010790         NOT INVALID KEY
010800             MOVE 'Y' TO WS-ENTRY-FOUND-SW
010810             MOVE DL100TH-HISTORY-RECORD TO WS-ENTRY-BEFORE
010820     END-READ.
010830     IF NOT WS-TRANHIST-OK
010840         AND WS-TRANHIST-STATUS NOT = '23'
010850         MOVE 'READ FAILED' TO WS-ENTRY-ACTION
010860         MOVE 'Y' TO WS-ENTRY-FAILED-SW
010870         GO TO 2600-EXIT
010880     END-IF.
010890     IF DL100BK-RECORD-ADDED
010900         IF NOT WS-ENTRY-FOUND
010910             PERFORM 2900-ALREADY-GONE THRU 2900-EXIT
010920             GO TO 2600-EXIT
010930         END-IF
010940         DELETE TRAN-HISTORY-FILE RECORD
010950             INVALID KEY
010960                 MOVE 'DEL FAILED' TO WS-ENTRY-ACTION
010970                 MOVE 'Y' TO WS-ENTRY-FAILED-SW
010980             NOT INVALID KEY
010990                 MOVE 'DELETED' TO WS-ENTRY-ACTION
011000                 MOVE WS-DELETED-TEXT TO WS-ENTRY-AFTER
011010                 ADD 1 TO WS-THS-DELETED
011020         END-DELETE
011030         GO TO 2600-EXIT
011040     END-IF.
011050     MOVE DL100BK-BEFORE-IMAGE TO DL100TH-HISTORY-RECORD.
011060     MOVE DL100TH-HISTORY-RECORD TO WS-ENTRY-AFTER.
011070     IF WS-ENTRY-FOUND
011080         REWRITE DL100TH-HISTORY-RECORD
011090             INVALID KEY
011100                 MOVE 'RWR FAILED' TO WS-ENTRY-ACTION
011110                 MOVE 'Y' TO WS-ENTRY-FAILED-SW
011120             NOT INVALID KEY
011130                 MOVE 'RESTORED' TO WS-ENTRY-ACTION
011140                 ADD 1 TO WS-THS-RESTORED
011150         END-REWRITE
011160     ELSE
011170         WRITE DL100TH-HISTORY-RECORD
011180             INVALID KEY
011190                 MOVE 'WRT FAILED' TO WS-ENTRY-ACTION
011200                 MOVE 'Y' TO WS-ENTRY-FAILED-SW
011210             NOT INVALID KEY
011220                 MOVE 'RE-ADDED' TO WS-ENTRY-ACTION
011230                 ADD 1 TO WS-THS-RESTORED
011240         END-WRITE
011250     END-IF.
011260 2600-EXIT.
011270     EXIT.
011280*
011290******************************************************************
011300*    2900-ALREADY-GONE - A RECORD THE DATE ADDED IS NO LONGER ON *
011310*                        ITS MASTER (AN ONLINE DELETE OR A       *
011320*                        PURGE SINCE) - NOTHING TO BACK OUT      *
011330******************************************************************
011340 2900-ALREADY-GONE.
011350     MOVE 'NOT ON FILE' TO WS-ENTRY-ACTION.
011360     MOVE WS-NOT-ON-FILE-TEXT TO WS-ENTRY-AFTER.
011370     ADD 1 TO WS-NOT-ON-FILE-COUNT.
011380 2900-EXIT.
011390     EXIT.
011400*
011410******************************************************************
011420*    3000-BACKOUT-REGISTER - DELETE A DL100REG SIGNATURE         *
011430*                            ACCEPTED ON THE DATE, SO THE RERUN  *
011440*                            OF STEP005A DOES NOT REJECT THE     *
011450*                            SAME DELIVERY AS A RE-TRANSMISSION  *
011460******************************************************************
011470 3000-BACKOUT-REGISTER.
011480     READ REGISTER-FILE NEXT RECORD
011490         AT END
011500             MOVE 'Y' TO WS-REGISTER-EOF-SW
011510             GO TO 3000-EXIT
011520     END-READ.
011530     IF DL100PR-ACCEPT-DATE NOT = WS-BACKOUT-DATE
011540         GO TO 3000-EXIT
011550     END-IF.
011560     MOVE SPACES TO WS-ENTRY-WORK.
011570     MOVE 'N' TO WS-ENTRY-FAILED-SW.
011580     MOVE 'Y' TO WS-ENTRY-FOUND-SW.
011590     MOVE 'DL100REG' TO WS-ENTRY-MASTER.
011600     MOVE DL100PR-SIGNATURE TO WS-ENTRY-KEY.
011610     MOVE DL100PR-REGISTER-RECORD TO WS-ENTRY-BEFORE.
011620     DELETE REGISTER-FILE RECORD
011630         INVALID KEY
011640             MOVE 'DEL FAILED' TO WS-ENTRY-ACTION
011650             MOVE WS-ENTRY-BEFORE TO WS-ENTRY-AFTER
011660             ADD 1 TO WS-FAILED-COUNT
011670         NOT INVALID KEY
011680             MOVE 'DELETED' TO WS-ENTRY-ACTION
011690             MOVE WS-DELETED-TEXT TO WS-ENTRY-AFTER
011700             ADD 1 TO WS-REG-DELETED
011710     END-DELETE.
011720     PERFORM 7000-PRINT-ENTRY THRU 7000-EXIT.
011730 3000-EXIT.
011740     EXIT.
011750*
011760******************************************************************
011770*    3500-BACKOUT-HISTORY - DELETE A DL100IHS INTAKE-HISTORY     *
011780*                           RECORD FOR THE DATE, SO THE RERUN IS *
011790*                           NOT MEASURED AGAINST ITSELF          *
011800******************************************************************
011810 3500-BACKOUT-HISTORY.
011820     READ HISTORY-FILE NEXT RECORD
011830         AT END
011840             MOVE 'Y' TO WS-HISTORY-EOF-SW
011850             GO TO 3500-EXIT
011860     END-READ.
011870     IF DL100IH-BUSINESS-DATE NOT = WS-BACKOUT-DATE
011880         GO TO 3500-EXIT
011890     END-IF.
011900     MOVE SPACES TO WS-ENTRY-WORK.
011910     MOVE 'N' TO WS-ENTRY-FAILED-SW.
011920     MOVE 'Y' TO WS-ENTRY-FOUND-SW.
011930     MOVE 'DL100IHS' TO WS-ENTRY-MASTER.
011940     MOVE DL100IH-HISTORY-KEY TO WS-ENTRY-KEY.
011950     MOVE DL100IH-HISTORY-RECORD TO WS-ENTRY-BEFORE.
011960     DELETE HISTORY-FILE RECORD
011970         INVALID KEY
011980             MOVE 'DEL FAILED' TO WS-ENTRY-ACTION
011990             MOVE WS-ENTRY-BEFORE TO WS-ENTRY-AFTER
012000             ADD 1 TO WS-FAILED-COUNT
012010         NOT INVALID KEY
012020             MOVE 'DELETED' TO WS-ENTRY-ACTION
012030             MOVE WS-DELETED-TEXT TO WS-ENTRY-AFTER
012040             ADD 1 TO WS-IHS-DELETED
012050     END-DELETE.
012060     PERFORM 7000-PRINT-ENTRY THRU 7000-EXIT.
012070 3500-EXIT.
012080     EXIT.
012090*
012100******************************************************************
012110*    4000-COPY-RUNSTATS - COPY ONE DL100.PROD.RUNSTATS RECORD TO *
012114*                         DL100STO UNLESS IT BELONGS TO THE DATE.*
012118*                         A FAILED WRITE STOPS THE COPY AND      *
012122*                         COUNTS AS A FAILURE, SO THE JOB DOES   *
012126*                         NOT COPY A SHORT FILE BACK (RC 8)      *
012130******************************************************************
012140 4000-COPY-RUNSTATS.
012150     READ STATS-IN-FILE
012160         AT END
012170             MOVE 'Y' TO WS-STATS-EOF-SW
012180             GO TO 4000-EXIT
012190     END-READ.
012200     IF DL100RS-RUN-DATE = WS-BACKOUT-DATE
012210         ADD 1 TO WS-STATS-DROPPED
012220         GO TO 4000-EXIT
012230     END-IF.
012240     WRITE STATS-OUT-RECORD FROM DL100RS-RUN-RECORD.
012241     IF NOT WS-STATS-OUT-OK
012242         DISPLAY 'DL100BKO: DL100STO WRITE FAILED FOR '
012243             DL100RS-PROGRAM-ID ' ' DL100RS-RUN-DATE
012244             ', STATUS = ' WS-STATS-OUT-STATUS
012245         ADD 1 TO WS-FAILED-COUNT
012246         MOVE 'Y' TO WS-STATS-EOF-SW
012247         GO TO 4000-EXIT
012248     END-IF.
012250     ADD 1 TO WS-STATS-COPIED.
012260 4000-EXIT.
012270     EXIT.
012280*
012290******************************************************************
012300*    5000-BACKOUT-LEDGER - DELETE THE DATE'S RUN-LEDGER RECORD,  *
012310*                          THE LAST THING BACKED OUT.  IT IS     *
012320*                          KEPT WHEN ANYTHING FAILED, SO THE     *
012330*                          DATE STILL SHOWS AS RUN UNTIL THE     *
012340*                          BACKOUT IS COMPLETED                  *
012350******************************************************************
012360 5000-BACKOUT-LEDGER.
012370     IF NOT WS-LEDGER-FOUND
012380         GO TO 5000-EXIT
012390     END-IF.
012400     MOVE 'RUN LEDGER - DL100LDG' TO WS-SH-TEXT.
012410     PERFORM 7600-WRITE-SECTION THRU 7600-EXIT.
012420     IF WS-FAILED-COUNT > ZERO
012430         MOVE 'LEDGER RECORD KEPT - NOT ALL RECORDS BACKED OUT'
012440             TO WS-SH-TEXT
012450         PERFORM 7600-WRITE-SECTION THRU 7600-EXIT
012460         GO TO 5000-EXIT
012470     END-IF.
012480     PERFORM 7700-WRITE-COLUMN-HEADING THRU 7700-EXIT.
012490     MOVE SPACES TO WS-ENTRY-WORK.
012500     MOVE 'N' TO WS-ENTRY-FAILED-SW.
012510     MOVE 'Y' TO WS-ENTRY-FOUND-SW.
012520     MOVE 'DL100LDG' TO WS-ENTRY-MASTER.
012530     MOVE DL100RL-RUN-DATE TO WS-ENTRY-KEY.
012540     MOVE DL100RL-LEDGER-RECORD TO WS-ENTRY-BEFORE.
012550     DELETE LEDGER-FILE RECORD
012560         INVALID KEY
012570             MOVE 'DEL FAILED' TO WS-ENTRY-ACTION
012580             MOVE WS-ENTRY-BEFORE TO WS-ENTRY-AFTER
012590             ADD 1 TO WS-FAILED-COUNT
012600         NOT INVALID KEY
012610             MOVE 'DELETED' TO WS-ENTRY-ACTION
012620             MOVE WS-DELETED-TEXT TO WS-ENTRY-AFTER
012630     END-DELETE.
012640     PERFORM 7000-PRINT-ENTRY THRU 7000-EXIT.
012650 5000-EXIT.
012660     EXIT.
012670*
012680******************************************************************
012690*    6000-PURGE-JOURNAL - PARM='PURGE'.  DELETE JOURNAL ENTRIES  *
012700*                         OLDER THAN WS-JOURNAL-KEEP-DAYS.  THE  *
012710*                         JOURNAL IS IN RUN-DATE ORDER, SO THE   *
012720*                         FIRST ENTRY INSIDE THE RETENTION ENDS  *
012730*                         THE PASS                               *
012740******************************************************************
012750 6000-PURGE-JOURNAL.
012760     MOVE WS-RUN-DATE TO WS-DTS-DATE.
012770     PERFORM 9800-DATE-TO-SERIAL THRU 9800-EXIT.
012780     COMPUTE WS-CUTOFF-SERIAL = WS-DTS-SERIAL
012790         - WS-JOURNAL-KEEP-DAYS.
012800     PERFORM 6100-PURGE-ONE-ENTRY THRU 6100-EXIT
012810         UNTIL WS-JOURNAL-END-OF-FILE.
012820     DISPLAY 'DL100BKO: JOURNAL ENTRIES PURGED = ' WS-PURGE-COUNT.
012830 6000-EXIT.
012840     EXIT.
012850*
012860******************************************************************
012870*    6100-PURGE-ONE-ENTRY - DELETE ONE EXPIRED JOURNAL ENTRY     *
012880******************************************************************
012890 6100-PURGE-ONE-ENTRY.
012900     READ JOURNAL-FILE NEXT RECORD
012910         AT END
012920             MOVE 'Y' TO WS-JOURNAL-EOF-SW
012930             GO TO 6100-EXIT
012940     END-READ.
012950     MOVE DL100BK-RUN-DATE TO WS-DTS-DATE.
012960     PERFORM 9800-DATE-TO-SERIAL THRU 9800-EXIT.
012970     IF WS-DTS-SERIAL NOT < WS-CUTOFF-SERIAL
012980         MOVE 'Y' TO WS-JOURNAL-EOF-SW
012990         GO TO 6100-EXIT
013000     END-IF.
013010     DELETE JOURNAL-FILE RECORD
013020         INVALID KEY
013030             DISPLAY 'DL100BKO: JOURNAL DELETE FAILED FOR KEY '
013040                 DL100BK-MASTER-KEY ', STATUS = '
013050                 WS-JOURNAL-STATUS
013060             ADD 1 TO WS-FAILED-COUNT
013070         NOT INVALID KEY
013080             ADD 1 TO WS-PURGE-COUNT
013090     END-DELETE.
013100 6100-EXIT.
013110     EXIT.
013120*
013130******************************************************************
013140*    7000-PRINT-ENTRY - PRINT ONE MASTER RECORD TOUCHED, BEFORE  *
013150*                       AND AFTER.  AN IMAGE LONGER THAN ONE     *
013160*                       LINE CARRIES ON TO A SECOND LINE         *
013170******************************************************************
013180 7000-PRINT-ENTRY.
013190     IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 4
013200         PERFORM 7500-PRINT-HEADING THRU 7500-EXIT
013210         PERFORM 7700-WRITE-COLUMN-HEADING THRU 7700-EXIT
013220     END-IF.
013230     MOVE WS-ENTRY-MASTER TO WS-IL-MASTER.
013240     MOVE WS-ENTRY-KEY TO WS-IL-KEY.
013250     MOVE WS-ENTRY-ACTION TO WS-IL-ACTION.
013260     MOVE 'BEFORE:' TO WS-IL-LABEL.
013270     MOVE WS-ENTRY-BEFORE (1:75) TO WS-IL-IMAGE.
013280     PERFORM 7100-WRITE-IMAGE-LINE THRU 7100-EXIT.
013290     IF WS-ENTRY-BEFORE (76:75) NOT = SPACES
013300         MOVE WS-ENTRY-BEFORE (76:75) TO WS-IL-IMAGE
013310         PERFORM 7100-WRITE-IMAGE-LINE THRU 7100-EXIT
013320     END-IF.
013330     MOVE 'AFTER:' TO WS-IL-LABEL.
013340     MOVE WS-ENTRY-AFTER (1:75) TO WS-IL-IMAGE.
013350     PERFORM 7100-WRITE-IMAGE-LINE THRU 7100-EXIT.
013360     IF WS-ENTRY-AFTER (76:75) NOT = SPACES
013370         MOVE WS-ENTRY-AFTER (76:75) TO WS-IL-IMAGE
013380         PERFORM 7100-WRITE-IMAGE-LINE THRU 7100-EXIT
013390     END-IF.
013400 7000-EXIT.
013410     EXIT.
013420*
013430******************************************************************
013440*    7100-WRITE-IMAGE-LINE - WRITE ONE IMAGE LINE.  THE MASTER,  *
013450*                            KEY AND ACTION SHOW ON THE FIRST    *
013460*                            LINE OF THE ENTRY ONLY              *
013470******************************************************************
013480 7100-WRITE-IMAGE-LINE.
013490     IF WS-REPORT-OPEN
013500         WRITE BACKOUT-REPORT-RECORD FROM WS-IMAGE-LINE
013510             AFTER ADVANCING 1 LINE
013520     END-IF.
013530     ADD 1 TO WS-LINE-COUNT.
013540     MOVE SPACES TO WS-IL-MASTER.
013550     MOVE SPACES TO WS-IL-KEY.
013560     MOVE SPACES TO WS-IL-ACTION.
013570     MOVE SPACES TO WS-IL-LABEL.
013580 7100-EXIT.
013590     EXIT.
013600*
013610******************************************************************
013620*    7500-PRINT-HEADING - PAGE HEADING                           *
013630******************************************************************
013640 7500-PRINT-HEADING.
013650     ADD 1 TO WS-PAGE-COUNT.
013660     MOVE WS-BACKOUT-DATE TO WS-H1-BACKOUT-DATE.
013670     MOVE WS-RUN-DATE-RPT TO WS-H1-RUN-DATE.
013680     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
013690     IF WS-REPORT-OPEN
013700         WRITE BACKOUT-REPORT-RECORD FROM WS-HEADING-1
013710             AFTER ADVANCING WS-TOP-OF-PAGE
013720     END-IF.
013730     MOVE 1 TO WS-LINE-COUNT.
013740 7500-EXIT.
013750     EXIT.
013760*
013770******************************************************************
013780*    7600-WRITE-SECTION - WRITE WS-SH-TEXT AS A SECTION LINE     *
013790******************************************************************
013800 7600-WRITE-SECTION.
013810     IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 2
013820         PERFORM 7500-PRINT-HEADING THRU 7500-EXIT
013830     END-IF.
013840     IF WS-REPORT-OPEN
013850         WRITE BACKOUT-REPORT-RECORD FROM WS-SECTION-HEADER
013860             AFTER ADVANCING 2 LINES
013870     END-IF.
013880     ADD 2 TO WS-LINE-COUNT.
013890 7600-EXIT.
013900     EXIT.
013910*
013920******************************************************************
013930*    7700-WRITE-COLUMN-HEADING - COLUMN HEADINGS FOR THE IMAGES  *
013940******************************************************************
013950 7700-WRITE-COLUMN-HEADING.
013960     IF WS-REPORT-OPEN
013970         WRITE BACKOUT-REPORT-RECORD FROM WS-HEADING-2
013980             AFTER ADVANCING 2 LINES
013990     END-IF.
014000     ADD 2 TO WS-LINE-COUNT.
014010 7700-EXIT.
014020     EXIT.
014030*
014040******************************************************************
014050*    9000-TERMINATE - WRITE THE TOTALS, CLOSE THE FILES AND SET  *
014060*                     THE RETURN CODE                            *
014070******************************************************************
014080 9000-TERMINATE.
014090     IF WS-PURGE-MODE
014100         GO TO 9000-CLOSE
014110     END-IF.
014120     IF WS-BACKOUT-REFUSED
014130         MOVE '*** NOTHING WAS CHANGED ***' TO WS-SH-TEXT
014140         PERFORM 7600-WRITE-SECTION THRU 7600-EXIT
014150         GO TO 9000-CLOSE
014160     END-IF.
014170     PERFORM 9100-WRITE-TOTALS THRU 9100-EXIT.
014180 9000-CLOSE.
014190     IF WS-JOURNAL-OPEN
014200         CLOSE JOURNAL-FILE
014210     END-IF.
014220     IF WS-EXCEPTION-OPEN
014230         CLOSE EXCEPTION-FILE
014240     END-IF.
014250     IF WS-SUSPENSE-OPEN
014260         CLOSE SUSPENSE-FILE
014270     END-IF.
014280     IF WS-OPENREJ-OPEN
014290         CLOSE OPEN-REJECT-FILE
014300     END-IF.
014310     IF WS-HOLD-OPEN
014320         CLOSE HOLD-FILE
014330     END-IF.
014340     IF WS-TRANHIST-OPEN
014350         CLOSE TRAN-HISTORY-FILE
014360     END-IF.
014370     IF WS-REGISTER-OPEN
014380         CLOSE REGISTER-FILE
014390     END-IF.
014400     IF WS-HISTORY-OPEN
014410         CLOSE HISTORY-FILE
014420     END-IF.
014430     IF WS-LEDGER-OPEN
014440         CLOSE LEDGER-FILE
014450     END-IF.
014460     IF WS-STATS-IN-OPEN
014470         CLOSE STATS-IN-FILE
014480     END-IF.
014490     IF WS-STATS-OUT-OPEN
014500         CLOSE STATS-OUT-FILE
014510     END-IF.
014520     IF WS-REPORT-OPEN
014530         CLOSE BACKOUT-REPORT-FILE
014540     END-IF.
014550     EVALUATE TRUE
014560         WHEN WS-BACKOUT-REFUSED
014570             MOVE 12 TO WS-RETURN-CODE
014580         WHEN WS-FAILED-COUNT > ZERO
014590             MOVE 8 TO WS-RETURN-CODE
014600         WHEN WS-PURGE-MODE
014610             MOVE ZERO TO WS-RETURN-CODE
014620         WHEN WS-HIST-ROLLED
014630             MOVE ZERO TO WS-RETURN-CODE
014640         WHEN OTHER
014650             MOVE 4 TO WS-RETURN-CODE
014660     END-EVALUATE.
014670     DISPLAY 'DL100BKO: RETURN CODE = ' WS-RETURN-CODE.
014680     MOVE WS-RETURN-CODE TO RETURN-CODE.
014690 9000-EXIT.
014700     EXIT.
014710*
014720******************************************************************
014730*    9100-WRITE-TOTALS - BACKOUT TOTALS AND THE RERUN NOTES      *
014740******************************************************************
014750 9100-WRITE-TOTALS.
014760     IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 26
014770         PERFORM 7500-PRINT-HEADING THRU 7500-EXIT
014780     END-IF.
014790     MOVE 'BACKOUT TOTALS' TO WS-SH-TEXT.
014800     PERFORM 7600-WRITE-SECTION THRU 7600-EXIT.
014810     MOVE 'DL100BKJ JOURNAL ENTRIES READ:' TO WS-TL-LABEL.
014820     MOVE WS-JOURNAL-READ TO WS-TL-COUNT.
014830     PERFORM 9150-WRITE-TRAILER THRU 9150-EXIT.
014840     MOVE 'DL100BKJ JOURNAL ENTRIES REMOVED:' TO WS-TL-LABEL.
014850     MOVE WS-JOURNAL-REMOVED TO WS-TL-COUNT.
014860     PERFORM 9150-WRITE-TRAILER THRU 9150-EXIT.
014870     MOVE 'DL100EMS RECORDS DELETED:' TO WS-TL-LABEL.
014880     MOVE WS-EMS-DELETED TO WS-TL-COUNT.
014890     PERFORM 9150-WRITE-TRAILER THRU 9150-EXIT.
014900     MOVE 'DL100EMS RECORDS RESTORED:' TO WS-TL-LABEL.
014910     MOVE WS-EMS-RESTORED TO WS-TL-COUNT.
014920     PERFORM 9150-WRITE-TRAILER THRU 9150-EXIT.
014930     MOVE 'DL100SUS RECORDS DELETED:' TO WS-TL-LABEL.
014940     MOVE WS-SUS-DELETED TO WS-TL-COUNT.
014950     PERFORM 9150-WRITE-TRAILER THRU 9150-EXIT.
014960     MOVE 'DL100SUS RECORDS RESTORED:' TO WS-TL-LABEL.
014970     MOVE WS-SUS-RESTORED TO WS-TL-COUNT.
014980     PERFORM 9150-WRITE-TRAILER THRU 9150-EXIT.
014990     MOVE 'DL100ORJ RECORDS DELETED:' TO WS-TL-LABEL.
015000     MOVE WS-ORJ-DELETED TO WS-TL-COUNT.
015010     PERFORM 9150-WRITE-TRAILER THRU 9150-EXIT.
015020     MOVE 'DL100ORJ RECORDS RESTORED:' TO WS-TL-LABEL.
015030     MOVE WS-ORJ-RESTORED TO WS-TL-COUNT.
015040     PERFORM 9150-WRITE-TRAILER THRU 9150-EXIT.
015050     MOVE 'DL100HLD RECORDS DELETED:' TO WS-TL-LABEL.
015060     MOVE WS-HLD-DELETED TO WS-TL-COUNT.
015070     PERFORM 9150-WRITE-TRAILER THRU 9150-EXIT.
015080     MOVE 'DL100HLD RECORDS RESTORED:' TO WS-TL-LABEL.
015090     MOVE WS-HLD-RESTORED TO WS-TL-COUNT.
015100     PERFORM 9150-WRITE-TRAILER THRU 9150-EXIT.
015110     MOVE 'DL100THS RECORDS DELETED:' TO WS-TL-LABEL.
015120     MOVE WS-THS-DELETED TO WS-TL-COUNT.
015130     PERFORM 9150-WRITE-TRAILER THRU 9150-EXIT.
015140     MOVE 'DL100THS RECORDS RESTORED:' TO WS-TL-LABEL.
015150     MOVE WS-THS-RESTORED TO WS-TL-COUNT.
015160     PERFORM 9150-WRITE-TRAILER THRU 9150-EXIT.
015170     MOVE 'ADDED RECORDS ALREADY OFF THEIR MASTER:'
015180         TO WS-TL-LABEL.
015190     MOVE WS-NOT-ON-FILE-COUNT TO WS-TL-COUNT.
015200     PERFORM 9150-WRITE-TRAILER THRU 9150-EXIT.
015210     MOVE 'DL100REG SIGNATURES DELETED:' TO WS-TL-LABEL.
015220     MOVE WS-REG-DELETED TO WS-TL-COUNT.
015230     PERFORM 9150-WRITE-TRAILER THRU 9150-EXIT.
015240     MOVE 'DL100IHS HISTORY RECORDS DELETED:' TO WS-TL-LABEL.
015250     MOVE WS-IHS-DELETED TO WS-TL-COUNT.
015260     PERFORM 9150-WRITE-TRAILER THRU 9150-EXIT.
015270     MOVE 'RUNSTATS RECORDS DROPPED:' TO WS-TL-LABEL.
015280     MOVE WS-STATS-DROPPED TO WS-TL-COUNT.
015290     PERFORM 9150-WRITE-TRAILER THRU 9150-EXIT.
015300     MOVE 'RUNSTATS RECORDS KEPT:' TO WS-TL-LABEL.
015310     MOVE WS-STATS-COPIED TO WS-TL-COUNT.
015320     PERFORM 9150-WRITE-TRAILER THRU 9150-EXIT.
015330     MOVE 'RECORDS NOT BACKED OUT:' TO WS-TL-LABEL.
015340     MOVE WS-FAILED-COUNT TO WS-TL-COUNT.
015350     PERFORM 9150-WRITE-TRAILER THRU 9150-EXIT.
015360*
015370     IF WS-FAILED-COUNT > ZERO
015380         MOVE SPACES TO WS-SH-TEXT
015390         STRING '*** BACKOUT INCOMPLETE - CORRECT THE FAILURES '
015400             'ABOVE AND RESUBMIT DL100XJ FOR THE SAME DATE ***'
015410             DELIMITED BY SIZE INTO WS-SH-TEXT
015420         PERFORM 7600-WRITE-SECTION THRU 7600-EXIT
015430         GO TO 9100-EXIT
015440     END-IF.
015450     MOVE SPACES TO WS-SH-TEXT.
015460     IF WS-HIST-ROLLED
015470         STRING 'THE HISTORY ROLL (STEP050) HAD RUN - DL100XJ '
015480             'PUTS BACK THE PRIOR-DAY HISTORY FILE'
015490             DELIMITED BY SIZE INTO WS-SH-TEXT
015500     ELSE
015510         STRING 'THE HISTORY ROLL (STEP050) HAD NOT RUN - THE '
015520             'PRIOR-DAY HISTORY FILE IS LEFT AS IT IS'
015530             DELIMITED BY SIZE INTO WS-SH-TEXT
015540     END-IF.
015550     PERFORM 7600-WRITE-SECTION THRU 7600-EXIT.
015560     MOVE 'BACKOUT COMPLETE - RERUN THE DATE FROM DL100J STEP005A'
015570         TO WS-SH-TEXT.
015580     PERFORM 7600-WRITE-SECTION THRU 7600-EXIT.
015590 9100-EXIT.
015600     EXIT.
015610*
015620******************************************************************
015630*    9150-WRITE-TRAILER - WRITE ONE TOTALS LINE                  *
015640******************************************************************
015650 9150-WRITE-TRAILER.
015660     IF WS-REPORT-OPEN
015670         WRITE BACKOUT-REPORT-RECORD FROM WS-TRAILER-LINE
015680             AFTER ADVANCING 1 LINE
015690     END-IF.
015700     ADD 1 TO WS-LINE-COUNT.
015710 9150-EXIT.
015720     EXIT.
015730*
015740******************************************************************
015750*    9800-DATE-TO-SERIAL - CONVERT THE CCYYMMDD DATE IN          *
015760*                          WS-DTS-DATE TO A DAY SERIAL IN        *
015770*                          WS-DTS-SERIAL, LEAP-YEAR CORRECT.     *
015780*                          MARCH IS TREATED AS THE FIRST MONTH   *
015790*                          SO FEBRUARY'S LENGTH NEVER ENTERS THE *
015800*                          MONTH OFFSETS                         *
015810******************************************************************
015820 9800-DATE-TO-SERIAL.
015830     IF WS-DTS-MONTH > 2
015840         COMPUTE WS-DTS-M = WS-DTS-MONTH - 3
015850         MOVE WS-DTS-YEAR TO WS-DTS-Y
015860     ELSE
015870         COMPUTE WS-DTS-M = WS-DTS-MONTH + 9
015880         COMPUTE WS-DTS-Y = WS-DTS-YEAR - 1
015890     END-IF.
015900     DIVIDE WS-DTS-Y BY 4 GIVING WS-DTS-Q4.
015910     DIVIDE WS-DTS-Y BY 100 GIVING WS-DTS-Q100.
015920     DIVIDE WS-DTS-Y BY 400 GIVING WS-DTS-Q400.
015930     COMPUTE WS-DTS-T = 153 * WS-DTS-M + 2.
015940     DIVIDE WS-DTS-T BY 5 GIVING WS-DTS-QM.
015950     COMPUTE WS-DTS-SERIAL = 365 * WS-DTS-Y + WS-DTS-Q4
015960         - WS-DTS-Q100 + WS-DTS-Q400 + WS-DTS-QM + WS-DTS-DAY.
015970 9800-EXIT.
015980     EXIT.
015990*
016000 END PROGRAM DL100BKO.
