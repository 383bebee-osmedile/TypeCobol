000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID:    DL100GLJ                                     *
000040*    AUTHOR:        J. MEDILE                                    *
000050*    INSTALLATION:  DL100 BATCH CONTROL SYSTEM                   *
000060*    DATE-WRITTEN:  2026-10-15                                   *
000070*    DATE-COMPILED: 2026-10-15                                   *
000080*                                                                *
000090*    DESCRIPTION:   GENERAL LEDGER JOURNAL AND SUSPENSE          *
000100*                   RECONCILIATION (DL100J STEP013).  READS THE  *
000110*                   DAY'S MERGED DL100DSP DISPOSITION EXTRACT    *
000120*                   (COPYBOOK DL100D), PROVES IT AGAINST ITS     *
000130*                   OWN DL100T TRAILER, AND SUMMARIZES ITS       *
000140*                   AMOUNTS BY DIVISION AND DISPOSITION INTO A   *
000150*                   BALANCED GL JOURNAL (DL100GLO, COPYBOOK      *
000160*                   DL100GL) INSIDE ITS OWN DL100T HEADER AND    *
000170*                   TRAILER:                                     *
000180*                                                                *
000190*                     MATCHED, CATEGORIZED AND HELD AMOUNTS      *
000200*                       DEBIT THE DIVISION'S CLEARING ACCOUNT    *
000210*                     UNKNOWN-CODE AMOUNTS DEBIT ITS SUSPENSE    *
000220*                       ACCOUNT                                  *
000230*                     ITEMS RECYCLED OUT OF SUSPENSE INTO THE    *
000240*                       RUN (THE DAY'S DL100RCF EXTRACT) CREDIT  *
000250*                       THE SUSPENSE ACCOUNT - THEIR DOLLARS     *
000260*                       WERE ALREADY POSTED THE DAY THEY WERE    *
000270*                       SUSPENDED                                *
000280*                     THE REST CREDITS THE OFFSET (SETTLEMENT)   *
000290*                       ACCOUNT                                  *
000300*                                                                *
000310*                   ACCOUNTS COME FROM THE OPERATIONS-KEPT       *
000320*                   ACCOUNT-MAPPING TABLE (DL100GLA, COPYBOOK    *
000330*                   DL100GA).  THE JOURNAL MUST PROVE TO THE     *
000340*                   DL100DSP TRAILER'S COUNT AND AMOUNT AND ITS  *
000350*                   DEBITS MUST EQUAL ITS CREDITS; STEP013A      *
000360*                   RELEASES IT TO THE GL (DL100.PROD.GLJRNL)    *
000370*                   ONLY WHEN THIS STEP ENDS RC 4 OR LESS.       *
000380*                                                                *
000390*                   THE SUSPENSE RECONCILIATION CARRIES EACH     *
000400*                   DIVISION'S GL SUSPENSE BALANCE FORWARD FROM  *
000410*                   THE PRIOR DAY'S BALANCE FILE (DL100GBI,      *
000420*                   COPYBOOK DL100GB) BY THE DAY'S POSTINGS AND  *
000430*                   RELIEF, WRITES THE NEW BALANCES (DL100GBO,   *
000440*                   RELEASED BY STEP013B) AND TIES THEM TO THE   *
000450*                   DL100S-AMOUNT TOTAL OF THE ITEMS STILL IN    *
000460*                   SUSPENSE ON DL100SUS - OPEN, OR CORRECTED    *
000470*                   AND NOT YET RECYCLED.  WITH NO PRIOR         *
000480*                   BALANCES AT ALL (THE FIRST RUN) THE CLOSING  *
000490*                   BALANCES ARE TAKEN FROM DL100SUS.  A RERUN   *
000500*                   OF THE SAME DATE STARTS FROM THE OPENING     *
000510*                   BALANCES OF THE EARLIER RUN.                 *
000520*                                                                *
000530*                   PARM='CATCHUP=NN' (JOB DL100UJ) JOURNALS     *
000540*                   ONLY LATE DIVISION NN'S DL100DSP, ON TOP OF  *
000550*                   THE NIGHT'S ALREADY-RELEASED JOURNAL FOR THE *
000560*                   SAME DATE - SO A SAME-DATE DL100GBI IS NOT   *
000570*                   A RERUN, AND ITS CLOSING BALANCES ARE THE    *
000572*                   CATCH-UP'S OPENING BALANCES.  DL100GBI MUST  *
000575*                   CARRY THE RUN DATE IN ITS HEADER, AND MUST   *
000578*                   NOT BE THIS DIVISION'S OWN CATCH-UP OUTPUT - *
000581*                   THE CATCH-UP STAMPS NN IN THE DL100GBO       *
000584*                   HEADER'S SENDER FIELD SO A RESTART CANNOT    *
000587*                   JOURNAL THE SAME LATE FILE TWICE.            *
000590*                                                                *
000600*                   RETURN CODES:                                *
000610*                     0 - JOURNAL PROVED, GL SUSPENSE AGREES     *
000620*                         WITH DL100SUS                          *
000630*                     4 - JOURNAL PROVED, BUT THE GL SUSPENSE    *
000640*                         BALANCE DOES NOT AGREE WITH DL100SUS   *
000650*                         FOR AT LEAST ONE DIVISION (OR DL100SUS *
000660*                         COULD NOT BE READ)                     *
000670*                    12 - AN ACCOUNT IS NOT MAPPED, OR DL100GLA, *
000675*                         DL100RCF OR DL100GBI IS UNUSABLE, OR   *
000680*                         A CATCH-UP'S DL100GBI IS NOT THE RUN   *
000685*                         DATE'S OR IS ALREADY THIS DIVISION'S - *
000690*                         NOTHING IS RELEASED                    *
000700*                   100 - DL100DSP MISSING OR OUT OF BALANCE     *
000710*                         WITH ITS TRAILER, OR THE JOURNAL DOES  *
000720*                         NOT PROVE - NOTHING IS RELEASED        *
000730*                                                                *
000740*    MODIFICATION HISTORY                                        *
000750*    ----------------------------------------------------------  *
000760*    DATE       INIT   DESCRIPTION                               *
000770*    ---------- ----   ----------------------------------------  *
000780*    2026-10-15 JPM    INITIAL VERSION.                          *
000790*    2026-10-15 JPM    PARM='CATCHUP' FOR THE LATE-DIVISION      *
000800*                      RUN - OPENS FROM THE CLOSING BALANCES OF  *
000810*                      THE SAME DATE'S EARLIER (NIGHT) RUN.      *
000812*    2026-10-15 JPM    PARM='CATCHUP=NN' - A CATCH-UP CHECKS THE *
000814*                      DL100GBI HEADER DATE, STAMPS NN IN ITS    *
000816*                      DL100GBO HEADER AND REFUSES (RC 12) A     *
000818*                      DL100GBI ALREADY CAUGHT UP FOR NN.        *
000820*                                                                *
000830******************************************************************
000840 IDENTIFICATION DIVISION.
000850 PROGRAM-ID. DL100GLJ.
000860 AUTHOR. J. MEDILE.
000870 INSTALLATION. DL100 BATCH CONTROL SYSTEM.
000880 DATE-WRITTEN. 2026-10-15.
000890 DATE-COMPILED. 2026-10-15.
000900*
000910 ENVIRONMENT DIVISION.
000920 CONFIGURATION SECTION.
000930 SOURCE-COMPUTER. IBM-370.
000940 OBJECT-COMPUTER. IBM-370.
000950 SPECIAL-NAMES.
000960     C01 IS WS-TOP-OF-PAGE.
000970*
000980 INPUT-OUTPUT SECTION.
000990 FILE-CONTROL.
001000     SELECT DISPOSITION-FILE ASSIGN TO DL100DSP
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-DISPOSITION-STATUS.
001030*
001040     SELECT ACCOUNT-FILE ASSIGN TO DL100GLA
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS WS-ACCOUNT-STATUS.
001070*
001080     SELECT RECYCLE-FILE ASSIGN TO DL100RCF
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-RECYCLE-STATUS.
001110*
001120     SELECT SUSPENSE-FILE ASSIGN TO DL100SUS
001130         ORGANIZATION IS INDEXED
001140         ACCESS MODE IS SEQUENTIAL
001150         RECORD KEY IS DL100S-TRAN-KEY
001160         FILE STATUS IS WS-SUSPENSE-STATUS.
001170*
001180     SELECT BALANCE-IN-FILE ASSIGN TO DL100GBI
001190         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS WS-BALANCE-IN-STATUS.
001210*
001220     SELECT BALANCE-OUT-FILE ASSIGN TO DL100GBO
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS WS-BALANCE-OUT-STATUS.
001250*
001260     SELECT JOURNAL-FILE ASSIGN TO DL100GLO
001270         ORGANIZATION IS SEQUENTIAL
001280         FILE STATUS IS WS-JOURNAL-STATUS.
001290*
001300     SELECT GL-REPORT-FILE ASSIGN TO DL100GLR
001310         ORGANIZATION IS SEQUENTIAL
001320         FILE STATUS IS WS-REPORT-STATUS.
001330*
001340 DATA DIVISION.
001350 FILE SECTION.
001360 FD  DISPOSITION-FILE
001370     RECORDING MODE IS F
001380     LABEL RECORDS ARE STANDARD.
001390     COPY DL100D.
001400*
001410 FD  ACCOUNT-FILE
001420     RECORDING MODE IS F
001430     LABEL RECORDS ARE STANDARD.
001440     COPY DL100GA.
001450*
001460 FD  RECYCLE-FILE
001470     RECORDING MODE IS F
001480     LABEL RECORDS ARE STANDARD.
001490 01  RECYCLE-RECORD.
001500     05  RC-TRAN-KEY             PIC X(10).
001510     COPY DL100A REPLACING DL100A-CODE BY RC-CONTROL-CODE.
001520     05  RC-DIVISION             PIC X(02).
001530     05  RC-AMOUNT               PIC 9(09)V99.
001540     05  FILLER                  PIC X(55).
001550*
001560 FD  SUSPENSE-FILE
001570     RECORDING MODE IS F
001580     LABEL RECORDS ARE STANDARD.
001590     COPY DL100S.
001600*
001610 FD  BALANCE-IN-FILE
001620     RECORDING MODE IS F
001630     LABEL RECORDS ARE STANDARD.
001640 01  BALANCE-IN-RECORD           PIC X(80).
001650*
001660 FD  BALANCE-OUT-FILE
001670     RECORDING MODE IS F
001680     LABEL RECORDS ARE STANDARD.
001690 01  BALANCE-OUT-RECORD          PIC X(80).
001700*
001710 FD  JOURNAL-FILE
001720     RECORDING MODE IS F
001730     LABEL RECORDS ARE STANDARD.
001740     COPY DL100GL.
001750*
001760 FD  GL-REPORT-FILE
001770     RECORDING MODE IS F
001780     LABEL RECORDS ARE STANDARD.
001790 01  GL-REPORT-RECORD            PIC X(132).
001800*
001810 WORKING-STORAGE SECTION.
001820******************************************************************
001830*    WORKING STORAGE - FILE STATUS                               *
001840******************************************************************
001850 77  WS-DISPOSITION-STATUS       PIC X(02) VALUE SPACES.
001860     88  WS-DISPOSITION-OK           VALUE '00'.
001870*
001880 77  WS-ACCOUNT-STATUS           PIC X(02) VALUE SPACES.
001890     88  WS-ACCOUNT-OK               VALUE '00'.
001900*
001910 77  WS-RECYCLE-STATUS           PIC X(02) VALUE SPACES.
001920     88  WS-RECYCLE-OK               VALUE '00'.
001930*
001940 77  WS-SUSPENSE-STATUS          PIC X(02) VALUE SPACES.
001950     88  WS-SUSPENSE-OK              VALUE '00'.
001960*
001970 77  WS-BALANCE-IN-STATUS        PIC X(02) VALUE SPACES.
001980     88  WS-BALANCE-IN-OK            VALUE '00'.
001990*
002000 77  WS-BALANCE-OUT-STATUS       PIC X(02) VALUE SPACES.
002010     88  WS-BALANCE-OUT-OK           VALUE '00'.
002020*
002030 77  WS-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
002040     88  WS-JOURNAL-OK               VALUE '00'.
002050*
002060 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
002070     88  WS-REPORT-OK                VALUE '00'.
002080*
002090******************************************************************
002100*    WORKING STORAGE - SWITCHES AND COUNTERS                     *
002110******************************************************************
002120 01  WS-SWITCHES.
002130     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
002140         88  WS-END-OF-FILE          VALUE 'Y'.
002150     05  WS-DSP-HEADER-SW        PIC X(01) VALUE 'N'.
002160         88  WS-DSP-HEADER-SEEN      VALUE 'Y'.
002170     05  WS-DSP-TRAILER-SW       PIC X(01) VALUE 'N'.
002180         88  WS-DSP-TRAILER-SEEN     VALUE 'Y'.
002190     05  WS-BALANCE-SW           PIC X(01) VALUE 'N'.
002200         88  WS-OUT-OF-BALANCE       VALUE 'Y'.
002210     05  WS-SETUP-ERROR-SW       PIC X(01) VALUE 'N'.
002220         88  WS-SETUP-ERROR          VALUE 'Y'.
002230     05  WS-MAPPING-HEADING-SW   PIC X(01) VALUE 'N'.
002240         88  WS-MAPPING-HEADING-DONE VALUE 'Y'.
002250     05  WS-SUSPENSE-READ-SW     PIC X(01) VALUE 'N'.
002260         88  WS-SUSPENSE-READ        VALUE 'Y'.
002270     05  WS-PRIOR-HEADER-SW      PIC X(01) VALUE 'N'.
002280         88  WS-PRIOR-HEADER-SEEN    VALUE 'Y'.
002290     05  WS-PRIOR-TRAILER-SW     PIC X(01) VALUE 'N'.
002300         88  WS-PRIOR-TRAILER-SEEN   VALUE 'Y'.
002310     05  WS-SAME-DATE-RERUN-SW   PIC X(01) VALUE 'N'.
002320         88  WS-SAME-DATE-RERUN      VALUE 'Y'.
002330     05  WS-CATCHUP-SW           PIC X(01) VALUE 'N'.
002340         88  WS-CATCHUP-RUN          VALUE 'Y'.
002350     05  WS-TABLE-FULL-SW        PIC X(01) VALUE 'N'.
002360         88  WS-TABLE-FULL           VALUE 'Y'.
002370     05  WS-DIFFERS-SW           PIC X(01) VALUE 'N'.
002380         88  WS-SUSPENSE-DIFFERS     VALUE 'Y'.
002390*
002400 01  WS-COUNTERS.
002410     05  WS-DSP-COUNT            PIC 9(07) COMP VALUE ZERO.
002420     05  WS-DSP-HASH             PIC 9(09) COMP VALUE ZERO.
002430     05  WS-DSP-AMOUNT           PIC 9(13)V99 COMP VALUE ZERO.
002440     05  WS-RECYCLE-COUNT        PIC 9(07) COMP VALUE ZERO.
002450     05  WS-SUSPENSE-COUNT       PIC 9(07) COMP VALUE ZERO.
002460     05  WS-PRIOR-COUNT          PIC 9(07) COMP VALUE ZERO.
002470     05  WS-JNL-LINE-COUNT       PIC 9(07) COMP VALUE ZERO.
002480     05  WS-JNL-ITEM-COUNT       PIC 9(09) COMP VALUE ZERO.
002490     05  WS-JNL-DSP-AMOUNT       PIC 9(13)V99 COMP VALUE ZERO.
002500     05  WS-JNL-DEBIT-TOTAL      PIC 9(13)V99 COMP VALUE ZERO.
002510     05  WS-JNL-CREDIT-TOTAL     PIC 9(13)V99 COMP VALUE ZERO.
002520     05  WS-JNL-DEBIT-LINES      PIC 9(07) COMP VALUE ZERO.
002530     05  WS-JNL-CREDIT-LINES     PIC 9(07) COMP VALUE ZERO.
002540     05  WS-BAL-OUT-COUNT        PIC 9(07) COMP VALUE ZERO.
002550     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
002560     05  WS-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
002570*
002580 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
002590 01  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
002600*
002610******************************************************************
002620*    WORKING STORAGE - RUN DATE.  THE JOURNAL'S POSTING DATE IS  *
002630*    THE CREATE DATE ON THE DL100DSP HEADER, SO A RERUN AFTER    *
002640*    MIDNIGHT STILL POSTS TO THE DAY IT BELONGS TO               *
002650******************************************************************
002660 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002670 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
002680     05  WS-RUN-DATE-CC          PIC 9(02).
002690     05  WS-RUN-DATE-YY          PIC 9(02).
002700     05  WS-RUN-DATE-MM          PIC 9(02).
002710     05  WS-RUN-DATE-DD          PIC 9(02).
002715 01  WS-CATCHUP-DIVISION         PIC X(02) VALUE SPACES.
002720 01  WS-RUN-DATE-RPT.
002730     05  WS-RUN-DATE-RPT-MM      PIC 9(02).
002740     05  FILLER                  PIC X(01) VALUE '/'.
002750     05  WS-RUN-DATE-RPT-DD      PIC 9(02).
002760     05  FILLER                  PIC X(01) VALUE '/'.
002770     05  WS-RUN-DATE-RPT-CCYY    PIC 9(04).
002780*
002790******************************************************************
002800*    WORKING STORAGE - ACCOUNT-MAPPING TABLE IN STORAGE.         *
002810*    DIVISIONS ARE TWO CHARACTERS, SO THE TABLE CANNOT HOLD      *
002820*    MORE THAN 100 ENTRIES.  THE '**' DEFAULT RECORD IS KEPT     *
002830*    APART FROM THE TABLE                                        *
002840******************************************************************
002850 01  WS-ACCT-COUNT               PIC 9(03) COMP VALUE ZERO.
002860 01  WS-ACCT-TABLE.
002870     05  WS-ACCT-ENTRY OCCURS 0 TO 100 TIMES
002880             DEPENDING ON WS-ACCT-COUNT
002890             INDEXED BY WS-ACCT-IDX.
002900         10  WS-ACCT-DIVISION        PIC X(02).
002910         10  WS-ACCT-CLEARING        PIC X(16).
002920         10  WS-ACCT-SUSPENSE        PIC X(16).
002930         10  WS-ACCT-OFFSET          PIC X(16).
002940*
002950 01  WS-DEFAULT-ACCOUNTS.
002960     05  WS-DEFAULT-CLEARING     PIC X(16) VALUE SPACES.
002970     05  WS-DEFAULT-SUSPENSE     PIC X(16) VALUE SPACES.
002980     05  WS-DEFAULT-OFFSET       PIC X(16) VALUE SPACES.
002990*
003000******************************************************************
003010*    WORKING STORAGE - DIVISION SUMMARY TABLE, KEPT IN DIVISION  *
003020*    ORDER (A NEW DIVISION IS INSERTED IN ITS PLACE).  ONE       *
003030*    ENTRY PER DIVISION SEEN ON DL100DSP, DL100RCF, DL100SUS OR  *
003040*    THE PRIOR BALANCE FILE                                      *
003050******************************************************************
003060 01  WS-DIV-COUNT                PIC 9(03) COMP VALUE ZERO.
003070 01  WS-DIV-SUB                  PIC 9(03) COMP VALUE ZERO.
003080 01  WS-SHIFT-SUB                PIC 9(03) COMP VALUE ZERO.
003090 01  WS-FIND-DIVISION            PIC X(02) VALUE SPACES.
003100 01  WS-DIV-TABLE.
003110     05  WS-DIV-ENTRY OCCURS 0 TO 100 TIMES
003120             DEPENDING ON WS-DIV-COUNT
003130             INDEXED BY WS-DIV-IDX.
003140         10  WS-DIV-DIVISION         PIC X(02).
003150         10  WS-DIV-MATCHED-COUNT    PIC 9(07) COMP.
003160         10  WS-DIV-MATCHED-AMOUNT   PIC 9(13)V99 COMP.
003170         10  WS-DIV-CATEG-COUNT      PIC 9(07) COMP.
003180         10  WS-DIV-CATEG-AMOUNT     PIC 9(13)V99 COMP.
003190         10  WS-DIV-UNKNOWN-COUNT    PIC 9(07) COMP.
003200         10  WS-DIV-UNKNOWN-AMOUNT   PIC 9(13)V99 COMP.
003210         10  WS-DIV-HELD-COUNT       PIC 9(07) COMP.
003220         10  WS-DIV-HELD-AMOUNT      PIC 9(13)V99 COMP.
003230         10  WS-DIV-RELIEF-COUNT     PIC 9(07) COMP.
003240         10  WS-DIV-RELIEF-AMOUNT    PIC 9(13)V99 COMP.
003250         10  WS-DIV-OFFSET-AMOUNT    PIC S9(13)V99 COMP.
003260         10  WS-DIV-SUS-COUNT        PIC 9(07) COMP.
003270         10  WS-DIV-SUS-AMOUNT       PIC 9(13)V99 COMP.
003280         10  WS-DIV-OPENING          PIC S9(13)V99 COMP.
003290         10  WS-DIV-CLOSING          PIC S9(13)V99 COMP.
003300         10  WS-DIV-PRIOR-SW         PIC X(01).
003310             88  WS-DIV-ON-PRIOR         VALUE 'Y'.
003320         10  WS-DIV-CLEARING-ACCT    PIC X(16).
003330         10  WS-DIV-SUSPENSE-ACCT    PIC X(16).
003340         10  WS-DIV-OFFSET-ACCT      PIC X(16).
003350*
003360*    A NEW DIVISION ENTRY STARTS AS A COPY OF THIS ONE.
003370 01  WS-DIV-EMPTY-ENTRY.
003380     05  FILLER                  PIC X(02) VALUE SPACES.
003390     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
003400     05  FILLER                  PIC 9(13)V99 COMP VALUE ZERO.
003410     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
003420     05  FILLER                  PIC 9(13)V99 COMP VALUE ZERO.
003430     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
003440     05  FILLER                  PIC 9(13)V99 COMP VALUE ZERO.
003450     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
003460     05  FILLER                  PIC 9(13)V99 COMP VALUE ZERO.
003470     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
003480     05  FILLER                  PIC 9(13)V99 COMP VALUE ZERO.
003490     05  FILLER                  PIC S9(13)V99 COMP VALUE ZERO.
003500     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
003510     05  FILLER                  PIC 9(13)V99 COMP VALUE ZERO.
003520     05  FILLER                  PIC S9(13)V99 COMP VALUE ZERO.
003530     05  FILLER                  PIC S9(13)V99 COMP VALUE ZERO.
003540     05  FILLER                  PIC X(01) VALUE 'N'.
003550     05  FILLER                  PIC X(16) VALUE SPACES.
003560     05  FILLER                  PIC X(16) VALUE SPACES.
003570     05  FILLER                  PIC X(16) VALUE SPACES.
003580*
003590******************************************************************
003600*    WORKING STORAGE - ONE JOURNAL LINE BEING BUILT, AND THE     *
003610*    SUSPENSE RECONCILIATION TOTALS                              *
003620******************************************************************
003630 01  WS-JL-DISPOSITION           PIC X(01) VALUE SPACE.
003640 01  WS-JL-SIDE                  PIC X(01) VALUE SPACE.
003650 01  WS-JL-ACCOUNT               PIC X(16) VALUE SPACES.
003660 01  WS-JL-COUNT                 PIC 9(07) COMP VALUE ZERO.
003670 01  WS-JL-AMOUNT                PIC 9(13)V99 COMP VALUE ZERO.
003680 01  WS-JL-DESCRIPTION           PIC X(20) VALUE SPACES.
003690 01  WS-MISSING-ACCOUNT          PIC X(08) VALUE SPACES.
003700*
003710 01  WS-RECON-TOTALS.
003720     05  WS-TOT-OPENING          PIC S9(13)V99 COMP VALUE ZERO.
003730     05  WS-TOT-POSTED           PIC S9(13)V99 COMP VALUE ZERO.
003740     05  WS-TOT-RELIEVED         PIC S9(13)V99 COMP VALUE ZERO.
003750     05  WS-TOT-CLOSING          PIC S9(13)V99 COMP VALUE ZERO.
003760     05  WS-TOT-SUSPENSE         PIC S9(13)V99 COMP VALUE ZERO.
003770     05  WS-TOT-DIFFERENCE       PIC S9(13)V99 COMP VALUE ZERO.
003780 01  WS-DIFFERENCE               PIC S9(13)V99 COMP VALUE ZERO.
003790*
003800******************************************************************
003810*    WORKING STORAGE - REPORT LINES                              *
003820******************************************************************
003830 01  WS-HEADING-1.
003840     05  FILLER                  PIC X(01) VALUE SPACE.
003850     05  FILLER                  PIC X(14) VALUE 'JOB: DL100GLJ'.
003860     05  FILLER                  PIC X(40)
003870             VALUE 'DL100 GL JOURNAL AND SUSPENSE RECON'.
003880     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
003890     05  WS-H1-RUN-DATE          PIC X(10).
003900     05  FILLER                  PIC X(08) VALUE 'PAGE:'.
003910     05  WS-H1-PAGE              PIC ZZZZ9.
003920     05  FILLER                  PIC X(41) VALUE SPACES.
003930*
003940 01  WS-SECTION-LINE.
003950     05  FILLER                  PIC X(01) VALUE SPACE.
003960     05  WS-SECTION-TEXT         PIC X(80).
003970     05  FILLER                  PIC X(51) VALUE SPACES.
003980*
003990 01  WS-COLUMN-HEADING           PIC X(132) VALUE SPACES.
004000*
004010 01  WS-JOURNAL-HEADING-2.
004020     05  FILLER                  PIC X(01) VALUE SPACE.
004030     05  FILLER                  PIC X(06) VALUE 'DIV'.
004040     05  FILLER                  PIC X(06) VALUE 'DISP'.
004050     05  FILLER                  PIC X(08) VALUE 'SIDE'.
004060     05  FILLER                  PIC X(18) VALUE 'ACCOUNT'.
004070     05  FILLER                  PIC X(10) VALUE '  ITEMS'.
004080     05  FILLER                  PIC X(24)
004090             VALUE '               AMOUNT'.
004100     05  FILLER                  PIC X(20) VALUE 'DESCRIPTION'.
004110     05  FILLER                  PIC X(39) VALUE SPACES.
004120*
004130 01  WS-JOURNAL-DETAIL-LINE.
004140     05  FILLER                  PIC X(01) VALUE SPACE.
004150     05  WS-JD-DIVISION          PIC X(02).
004160     05  FILLER                  PIC X(04) VALUE SPACES.
004170     05  WS-JD-DISPOSITION       PIC X(01).
004180     05  FILLER                  PIC X(05) VALUE SPACES.
004190     05  WS-JD-SIDE              PIC X(06).
004200     05  FILLER                  PIC X(02) VALUE SPACES.
004210     05  WS-JD-ACCOUNT           PIC X(16).
004220     05  FILLER                  PIC X(02) VALUE SPACES.
004230     05  WS-JD-ITEMS             PIC ZZZ,ZZ9.
004240     05  FILLER                  PIC X(03) VALUE SPACES.
004250     05  WS-JD-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
004260     05  FILLER                  PIC X(03) VALUE SPACES.
004270     05  WS-JD-DESCRIPTION       PIC X(20).
004280     05  FILLER                  PIC X(39) VALUE SPACES.
004290*
004300 01  WS-PROOF-LINE.
004310     05  FILLER                  PIC X(01) VALUE SPACE.
004320     05  WS-PF-CAPTION           PIC X(40).
004330     05  WS-PF-COUNT             PIC ZZZ,ZZ9.
004340     05  FILLER                  PIC X(04) VALUE SPACES.
004350     05  WS-PF-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
004360     05  FILLER                  PIC X(62) VALUE SPACES.
004370*
004380 01  WS-RECON-HEADING-2.
004390     05  FILLER                  PIC X(01) VALUE SPACE.
004400     05  FILLER                  PIC X(04) VALUE 'DIV'.
004410     05  FILLER                  PIC X(17)
004420             VALUE 'SUSPENSE ACCOUNT'.
004430     05  FILLER                  PIC X(16)
004440             VALUE '     GL OPENING'.
004450     05  FILLER                  PIC X(16) VALUE '   PLUS POSTED'.
004460     05  FILLER                  PIC X(16) VALUE ' LESS RELIEVED'.
004470     05  FILLER                  PIC X(16)
004480             VALUE '     GL CLOSING'.
004490     05  FILLER                  PIC X(16)
004500             VALUE '  DL100SUS OPEN'.
004510     05  FILLER                  PIC X(16)
004520             VALUE '     DIFFERENCE'.
004530     05  FILLER                  PIC X(07) VALUE 'STATUS'.
004540     05  FILLER                  PIC X(07) VALUE SPACES.
004550*
004560 01  WS-RECON-DETAIL-LINE.
004570     05  FILLER                  PIC X(01) VALUE SPACE.
004580     05  WS-RD-DIVISION          PIC X(02).
004590     05  FILLER                  PIC X(02) VALUE SPACES.
004600     05  WS-RD-ACCOUNT           PIC X(16).
004610     05  FILLER                  PIC X(01) VALUE SPACE.
004620     05  WS-RD-OPENING           PIC -ZZZ,ZZZ,ZZ9.99.
004630     05  FILLER                  PIC X(01) VALUE SPACE.
004640     05  WS-RD-POSTED            PIC -ZZZ,ZZZ,ZZ9.99.
004650     05  FILLER                  PIC X(01) VALUE SPACE.
004660     05  WS-RD-RELIEVED          PIC -ZZZ,ZZZ,ZZ9.99.
004670     05  FILLER                  PIC X(01) VALUE SPACE.
004680     05  WS-RD-CLOSING           PIC -ZZZ,ZZZ,ZZ9.99.
004690     05  FILLER                  PIC X(01) VALUE SPACE.
004700     05  WS-RD-SUSPENSE          PIC -ZZZ,ZZZ,ZZ9.99.
004710     05  FILLER                  PIC X(01) VALUE SPACE.
004720     05  WS-RD-DIFFERENCE        PIC -ZZZ,ZZZ,ZZ9.99.
004730     05  FILLER                  PIC X(01) VALUE SPACE.
004740     05  WS-RD-STATUS            PIC X(07).
004750     05  FILLER                  PIC X(07) VALUE SPACES.
004760*
004770 01  WS-MESSAGE-LINE.
004780     05  FILLER                  PIC X(01) VALUE SPACE.
004790     05  WS-MESSAGE-TEXT         PIC X(100).
004800     05  FILLER                  PIC X(31) VALUE SPACES.
004810*
004820******************************************************************
004830*    WORKING STORAGE - FILE CONTROL (HEADER/TRAILER) RECORD AND  *
004840*    THE GL SUSPENSE BALANCE RECORD                              *
004850******************************************************************
004860     COPY DL100T.
004870*
004880     COPY DL100GB.
004890*
004900 LINKAGE SECTION.
004910******************************************************************
004920*    LINKAGE - OPTIONAL PARM PASSED VIA THE JCL EXEC PARM=.      *
004930*              'CATCHUP=NN' JOURNALS LATE DIVISION NN ON TOP OF  *
004940*              THE SAME DATE'S NIGHT RUN                         *
004950******************************************************************
004960 01  LS-PARM-FIELD.
004970     05  LS-PARM-LENGTH          PIC S9(04) COMP.
004980     05  LS-PARM-TEXT            PIC X(30).
004990*
005000 PROCEDURE DIVISION USING LS-PARM-FIELD.
005010******************************************************************
005020*    0000-MAINLINE                                               *
005030******************************************************************
005040 0000-MAINLINE.
005050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005060     PERFORM 2000-LOAD-ACCOUNTS THRU 2000-EXIT.
005070     PERFORM 3000-SUMMARIZE-DISPOSITION THRU 3000-EXIT.
005080     IF NOT WS-OUT-OF-BALANCE
005090         PERFORM 4000-TALLY-RECYCLES THRU 4000-EXIT
005100         PERFORM 4500-TALLY-SUSPENSE THRU 4500-EXIT
005110         PERFORM 5000-LOAD-PRIOR-BALANCES THRU 5000-EXIT
005120         PERFORM 6000-RESOLVE-DIVISIONS THRU 6000-EXIT
005130         PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
005140         PERFORM 7500-WRITE-BALANCES THRU 7500-EXIT
005150         PERFORM 8000-RECONCILE-SUSPENSE THRU 8000-EXIT
005160     END-IF.
005170     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005180     STOP RUN.
005190*
005200******************************************************************
005210*    1000-INITIALIZE - OPEN THE REPORT AND PICK UP A DEFAULT     *
005220*                      RUN DATE (THE DL100DSP HEADER'S CREATE    *
005230*                      DATE REPLACES IT IN 3000)                 *
005240******************************************************************
005250 1000-INITIALIZE.
005260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005270     IF LS-PARM-LENGTH >= 7
005280         AND LS-PARM-TEXT (1:7) = 'CATCHUP'
005290         MOVE 'Y' TO WS-CATCHUP-SW
005292         IF LS-PARM-LENGTH >= 10
005295             AND LS-PARM-TEXT (8:1) = '='
005297             MOVE LS-PARM-TEXT (9:2) TO WS-CATCHUP-DIVISION
005300         END-IF
005302         DISPLAY 'DL100GLJ: CATCHUP - JOURNALING LATE DIVISION '
005305             WS-CATCHUP-DIVISION ' ON TOP OF THE NIGHT RUN'
005307         IF WS-CATCHUP-DIVISION = SPACES
005310             DISPLAY 'DL100GLJ: CATCHUP NEEDS THE LATE DIVISION, '
005312                 'AS CATCHUP=NN'
005315             MOVE 'Y' TO WS-SETUP-ERROR-SW
005317         END-IF
005320     END-IF.
005330     OPEN OUTPUT GL-REPORT-FILE.
005340     IF NOT WS-REPORT-OK
005350         DISPLAY 'DL100GLJ: UNABLE TO OPEN DL100GLR, STATUS = '
005360             WS-REPORT-STATUS
005370     END-IF.
005380 1000-EXIT.
005390     EXIT.
005400*
005410******************************************************************
005420*    1500-PRINT-HEADING - WRITE A NEW PAGE HEADING               *
005430******************************************************************
005440 1500-PRINT-HEADING.
005450     ADD 1 TO WS-PAGE-COUNT.
005460     MOVE WS-RUN-DATE-MM TO WS-RUN-DATE-RPT-MM.
005470     MOVE WS-RUN-DATE-DD TO WS-RUN-DATE-RPT-DD.
005480     MOVE WS-RUN-DATE-CC TO WS-RUN-DATE-RPT-CCYY (1:2).
005490     MOVE WS-RUN-DATE-YY TO WS-RUN-DATE-RPT-CCYY (3:2).
005500     MOVE WS-RUN-DATE-RPT TO WS-H1-RUN-DATE.
005510     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
005520     WRITE GL-REPORT-RECORD FROM WS-HEADING-1
005530         AFTER ADVANCING WS-TOP-OF-PAGE.
005540     MOVE 1 TO WS-LINE-COUNT.
005550 1500-EXIT.
005560     EXIT.
005570*
005580******************************************************************
005590*    1600-SECTION-HEADING - START A REPORT SECTION - THE TITLE   *
005600*                           IS ALREADY IN WS-SECTION-TEXT AND    *
005610*                           ITS COLUMN HEADING (IF ANY) IN       *
005620*                           WS-COLUMN-HEADING                    *
005630******************************************************************
005640 1600-SECTION-HEADING.
005650     IF WS-LINE-COUNT = ZERO
005660         OR WS-LINE-COUNT + 6 >= WS-LINES-PER-PAGE
005670         PERFORM 1500-PRINT-HEADING THRU 1500-EXIT
005680     END-IF.
005690     WRITE GL-REPORT-RECORD FROM WS-SECTION-LINE
005700         AFTER ADVANCING 2 LINES.
005710     ADD 2 TO WS-LINE-COUNT.
005720     IF WS-COLUMN-HEADING NOT = SPACES
005730         WRITE GL-REPORT-RECORD FROM WS-COLUMN-HEADING
005740             AFTER ADVANCING 2 LINES
005750         ADD 2 TO WS-LINE-COUNT
005760     END-IF.
005770 1600-EXIT.
005780     EXIT.
005790*
005800******************************************************************
005810*    1700-CHECK-PAGE - START A NEW PAGE, WITH THE CURRENT        *
005820*                      SECTION'S COLUMN HEADING, WHEN THE PAGE   *
005830*                      IS FULL                                   *
005840******************************************************************
005850 1700-CHECK-PAGE.
005860     IF WS-LINE-COUNT < WS-LINES-PER-PAGE
005870         GO TO 1700-EXIT
005880     END-IF.
005890     PERFORM 1500-PRINT-HEADING THRU 1500-EXIT.
005900     IF WS-COLUMN-HEADING NOT = SPACES
005910         WRITE GL-REPORT-RECORD FROM WS-COLUMN-HEADING
005920             AFTER ADVANCING 2 LINES
005930         ADD 2 TO WS-LINE-COUNT
005940     END-IF.
005950 1700-EXIT.
005960     EXIT.
005970*
005980******************************************************************
005990*    1800-WRITE-MESSAGE - WRITE THE LINE IN WS-MESSAGE-TEXT      *
006000******************************************************************
006010 1800-WRITE-MESSAGE.
006020     PERFORM 1700-CHECK-PAGE THRU 1700-EXIT.
006030     WRITE GL-REPORT-RECORD FROM WS-MESSAGE-LINE
006040         AFTER ADVANCING 1 LINE.
006050     ADD 1 TO WS-LINE-COUNT.
006060 1800-EXIT.
006070     EXIT.
006080*
006090******************************************************************
006100*    2000-LOAD-ACCOUNTS - LOAD THE ACCOUNT-MAPPING TABLE.  THE   *
006110*                         '**' RECORD SUPPLIES THE DEFAULTS      *
006120******************************************************************
006130 2000-LOAD-ACCOUNTS.
006140     OPEN INPUT ACCOUNT-FILE.
006150     IF NOT WS-ACCOUNT-OK
006160         DISPLAY 'DL100GLJ: UNABLE TO OPEN DL100GLA, STATUS = '
006170             WS-ACCOUNT-STATUS
006180         MOVE 'Y' TO WS-SETUP-ERROR-SW
006190         GO TO 2000-EXIT
006200     END-IF.
006210     MOVE 'N' TO WS-EOF-SWITCH.
006220     PERFORM 2100-LOAD-ONE-ACCOUNT THRU 2100-EXIT
006230         UNTIL WS-END-OF-FILE.
006240     CLOSE ACCOUNT-FILE.
006250 2000-EXIT.
006260     EXIT.
006270*
006280******************************************************************
006290*    2100-LOAD-ONE-ACCOUNT - STORE ONE DL100GA RECORD            *
006300******************************************************************
006310 2100-LOAD-ONE-ACCOUNT.
006320     READ ACCOUNT-FILE
006330         AT END
006340             MOVE 'Y' TO WS-EOF-SWITCH
006350             GO TO 2100-EXIT
006360     END-READ.
006370     IF DL100GA-DEFAULT-ENTRY
006380         MOVE DL100GA-CLEARING-ACCOUNT TO WS-DEFAULT-CLEARING
006390         MOVE DL100GA-SUSPENSE-ACCOUNT TO WS-DEFAULT-SUSPENSE
006400         MOVE DL100GA-OFFSET-ACCOUNT TO WS-DEFAULT-OFFSET
006410         GO TO 2100-EXIT
006420     END-IF.
006430     IF WS-ACCT-COUNT NOT < 100
006440         DISPLAY 'DL100GLJ: DL100GLA FULL - DIVISION '
006450             DL100GA-DIVISION ' IGNORED'
006460         GO TO 2100-EXIT
006470     END-IF.
006480     ADD 1 TO WS-ACCT-COUNT.
006490     SET WS-ACCT-IDX TO WS-ACCT-COUNT.
006500     MOVE DL100GA-DIVISION TO WS-ACCT-DIVISION (WS-ACCT-IDX).
006510     MOVE DL100GA-CLEARING-ACCOUNT
006520         TO WS-ACCT-CLEARING (WS-ACCT-IDX).
006530     MOVE DL100GA-SUSPENSE-ACCOUNT
006540         TO WS-ACCT-SUSPENSE (WS-ACCT-IDX).
006550     MOVE DL100GA-OFFSET-ACCOUNT TO WS-ACCT-OFFSET (WS-ACCT-IDX).
006560 2100-EXIT.
006570     EXIT.
006580*
006590******************************************************************
006600*    3000-SUMMARIZE-DISPOSITION - READ THE WHOLE DL100DSP FILE,  *
006610*                                 SUMMING IT BY DIVISION AND     *
006620*                                 DISPOSITION, AND PROVE ITS     *
006630*                                 DETAILS AGAINST ITS DL100T     *
006640*                                 TRAILER                        *
006650******************************************************************
006660 3000-SUMMARIZE-DISPOSITION.
006670     OPEN INPUT DISPOSITION-FILE.
006680     IF NOT WS-DISPOSITION-OK
006690         DISPLAY 'DL100GLJ: UNABLE TO OPEN DL100DSP, STATUS = '
006700             WS-DISPOSITION-STATUS
006710         MOVE 'Y' TO WS-BALANCE-SW
006720         GO TO 3000-EXIT
006730     END-IF.
006740     MOVE 'N' TO WS-EOF-SWITCH.
006750     PERFORM 3100-SUMMARIZE-ONE-RECORD THRU 3100-EXIT
006760         UNTIL WS-END-OF-FILE.
006770     CLOSE DISPOSITION-FILE.
006780     IF NOT WS-DSP-HEADER-SEEN
006790         OR NOT WS-DSP-TRAILER-SEEN
006800         DISPLAY 'DL100GLJ: DL100DSP HAS NO DL100T HEADER '
006810             'AND TRAILER'
006820         MOVE 'Y' TO WS-BALANCE-SW
006830     END-IF.
006840 3000-EXIT.
006850     EXIT.
006860*
006870******************************************************************
006880*    3100-SUMMARIZE-ONE-RECORD - ADD ONE DL100DSP DETAIL TO ITS  *
006890*                                DIVISION, OR CHECK THE TALLY    *
006900*                                AT ITS TRAILER.  A DISPOSITION  *
006910*                                OTHER THAN M, C OR H IS TAKEN   *
006920*                                AS UNKNOWN (SUSPENSE)           *
006930******************************************************************
006940 3100-SUMMARIZE-ONE-RECORD.
006950     READ DISPOSITION-FILE
006960         AT END
006970             MOVE 'Y' TO WS-EOF-SWITCH
006980             GO TO 3100-EXIT
006990     END-READ.
007000     IF DL100D-TRAN-KEY = LOW-VALUES
007010         MOVE DL100D-DISPOSITION-RECORD TO DL100T-CONTROL-RECORD
007020         MOVE 'Y' TO WS-DSP-HEADER-SW
007030         IF DL100T-CREATE-DATE NUMERIC
007040             AND DL100T-CREATE-DATE > ZERO
007050             MOVE DL100T-CREATE-DATE TO WS-RUN-DATE
007060         END-IF
007070         GO TO 3100-EXIT
007080     END-IF.
007090     IF DL100D-TRAN-KEY = HIGH-VALUES
007100         MOVE DL100D-DISPOSITION-RECORD TO DL100T-CONTROL-RECORD
007110         MOVE 'Y' TO WS-DSP-TRAILER-SW
007120         IF DL100T-RECORD-COUNT NOT = WS-DSP-COUNT
007130             OR DL100T-HASH-TOTAL NOT = WS-DSP-HASH
007140             OR DL100T-AMOUNT-TOTAL NOT = WS-DSP-AMOUNT
007150             DISPLAY 'DL100GLJ: DL100DSP OUT OF BALANCE - '
007160                 'TRAILER ' DL100T-RECORD-COUNT '/'
007170                 DL100T-HASH-TOTAL ' READ ' WS-DSP-COUNT
007180                 '/' WS-DSP-HASH
007190             MOVE 'Y' TO WS-BALANCE-SW
007200         END-IF
007210         GO TO 3100-EXIT
007220     END-IF.
007230     ADD 1 TO WS-DSP-COUNT.
007240     ADD DL100D-CONTROL-CODE TO WS-DSP-HASH.
007250     ADD DL100D-AMOUNT TO WS-DSP-AMOUNT.
007260     MOVE DL100D-DIVISION TO WS-FIND-DIVISION.
007270     PERFORM 8500-FIND-DIVISION THRU 8500-EXIT.
007280     IF WS-DIV-SUB = ZERO
007290         GO TO 3100-EXIT
007300     END-IF.
007310     EVALUATE TRUE
007320         WHEN DL100D-THRESHOLD-MATCH
007330             ADD 1 TO WS-DIV-MATCHED-COUNT (WS-DIV-SUB)
007340             ADD DL100D-AMOUNT
007350                 TO WS-DIV-MATCHED-AMOUNT (WS-DIV-SUB)
007360         WHEN DL100D-CATEGORIZED
007370             ADD 1 TO WS-DIV-CATEG-COUNT (WS-DIV-SUB)
007380             ADD DL100D-AMOUNT
007390                 TO WS-DIV-CATEG-AMOUNT (WS-DIV-SUB)
007400         WHEN DL100D-HELD
007410             ADD 1 TO WS-DIV-HELD-COUNT (WS-DIV-SUB)
007420             ADD DL100D-AMOUNT
007430                 TO WS-DIV-HELD-AMOUNT (WS-DIV-SUB)
007440         WHEN OTHER
007450             ADD 1 TO WS-DIV-UNKNOWN-COUNT (WS-DIV-SUB)
007460             ADD DL100D-AMOUNT
007470                 TO WS-DIV-UNKNOWN-AMOUNT (WS-DIV-SUB)
007480     END-EVALUATE.
007490 3100-EXIT.
007500     EXIT.
007510*
007520******************************************************************
007530*    4000-TALLY-RECYCLES - SUM THE DAY'S RECYCLE EXTRACT BY      *
007540*                          DIVISION - THE SUSPENSE RELIEF        *
007550******************************************************************
007560 4000-TALLY-RECYCLES.
007570     OPEN INPUT RECYCLE-FILE.
007580     IF NOT WS-RECYCLE-OK
007590         DISPLAY 'DL100GLJ: UNABLE TO OPEN DL100RCF, STATUS = '
007600             WS-RECYCLE-STATUS
007610         MOVE 'Y' TO WS-SETUP-ERROR-SW
007620         GO TO 4000-EXIT
007630     END-IF.
007640     MOVE 'N' TO WS-EOF-SWITCH.
007650     PERFORM 4100-TALLY-ONE-RECYCLE THRU 4100-EXIT
007660         UNTIL WS-END-OF-FILE.
007670     CLOSE RECYCLE-FILE.
007680 4000-EXIT.
007690     EXIT.
007700*
007710******************************************************************
007720*    4100-TALLY-ONE-RECYCLE - ADD ONE RECYCLED ITEM TO ITS       *
007730*                             DIVISION'S RELIEF                  *
007740******************************************************************
007750 4100-TALLY-ONE-RECYCLE.
007760     READ RECYCLE-FILE
007770         AT END
007780             MOVE 'Y' TO WS-EOF-SWITCH
007790             GO TO 4100-EXIT
007800     END-READ.
007810     ADD 1 TO WS-RECYCLE-COUNT.
007820     MOVE RC-DIVISION TO WS-FIND-DIVISION.
007830     PERFORM 8500-FIND-DIVISION THRU 8500-EXIT.
007840     IF WS-DIV-SUB = ZERO
007850         GO TO 4100-EXIT
007860     END-IF.
007870     ADD 1 TO WS-DIV-RELIEF-COUNT (WS-DIV-SUB).
007880     ADD RC-AMOUNT TO WS-DIV-RELIEF-AMOUNT (WS-DIV-SUB).
007890 4100-EXIT.
007900     EXIT.
007910*
007920******************************************************************
007930*    4500-TALLY-SUSPENSE - SUM THE ITEMS STILL IN SUSPENSE ON    *
007940*                          DL100SUS BY DIVISION.  STATUS 35 IS A *
007950*                          CLUSTER NEVER LOADED - NOTHING HAS    *
007960*                          EVER BEEN SUSPENDED                   *
007970******************************************************************
007980 4500-TALLY-SUSPENSE.
007990     OPEN INPUT SUSPENSE-FILE.
008000     IF WS-SUSPENSE-STATUS = '35'
008010         MOVE 'Y' TO WS-SUSPENSE-READ-SW
008020         GO TO 4500-EXIT
008030     END-IF.
008040     IF NOT WS-SUSPENSE-OK
008050         DISPLAY 'DL100GLJ: UNABLE TO OPEN DL100SUS, STATUS = '
008060             WS-SUSPENSE-STATUS
008070         GO TO 4500-EXIT
008080     END-IF.
008090     MOVE 'Y' TO WS-SUSPENSE-READ-SW.
008100     MOVE 'N' TO WS-EOF-SWITCH.
008110     PERFORM 4600-TALLY-ONE-SUSPENSE THRU 4600-EXIT
008120         UNTIL WS-END-OF-FILE.
008130     CLOSE SUSPENSE-FILE.
008140 4500-EXIT.
008150     EXIT.
008160*
008170******************************************************************
008180*    4600-TALLY-ONE-SUSPENSE - AN OPEN OR CORRECTED ITEM IS      *
008190*                              STILL IN SUSPENSE; A RECYCLED     *
008200*                              ONE HAS LEFT IT                   *
008210******************************************************************
008220 4600-TALLY-ONE-SUSPENSE.
008230     READ SUSPENSE-FILE
008240         AT END
008250             MOVE 'Y' TO WS-EOF-SWITCH
008260             GO TO 4600-EXIT
008270     END-READ.
008280     IF NOT DL100S-OPEN
008290         AND NOT DL100S-CORRECTED
008300         GO TO 4600-EXIT
008310     END-IF.
008320     ADD 1 TO WS-SUSPENSE-COUNT.
008330     MOVE DL100S-DIVISION TO WS-FIND-DIVISION.
008340     PERFORM 8500-FIND-DIVISION THRU 8500-EXIT.
008350     IF WS-DIV-SUB = ZERO
008360         GO TO 4600-EXIT
008370     END-IF.
008380     ADD 1 TO WS-DIV-SUS-COUNT (WS-DIV-SUB).
008390     ADD DL100S-AMOUNT TO WS-DIV-SUS-AMOUNT (WS-DIV-SUB).
008400 4600-EXIT.
008410     EXIT.
008420*
008430******************************************************************
008440*    5000-LOAD-PRIOR-BALANCES - READ THE PRIOR GL SUSPENSE       *
008450*                               BALANCES.  A FILE WHOSE HEADER   *
008460*                               IS THIS RUN DATE IS AN EARLIER   *
008470*                               RUN OF THE SAME DATE - ITS       *
008480*                               OPENING BALANCES ARE USED,       *
008490*                               UNLESS THIS IS A CATCH-UP ON     *
008500*                               TOP OF THAT RUN.  A              *
008510*                               FILE WITH NO HEADER AT ALL IS    *
008516*                               THE EMPTY FIRST GENERATION -     *
008523*                               NEVER THE BASE FOR A CATCH-UP    *
008530******************************************************************
008540 5000-LOAD-PRIOR-BALANCES.
008550     OPEN INPUT BALANCE-IN-FILE.
008560     IF NOT WS-BALANCE-IN-OK
008570         DISPLAY 'DL100GLJ: UNABLE TO OPEN DL100GBI, STATUS = '
008580             WS-BALANCE-IN-STATUS
008590         MOVE 'Y' TO WS-SETUP-ERROR-SW
008600         GO TO 5000-EXIT
008610     END-IF.
008620     MOVE 'N' TO WS-EOF-SWITCH.
008630     PERFORM 5100-LOAD-ONE-BALANCE THRU 5100-EXIT
008640         UNTIL WS-END-OF-FILE.
008650     CLOSE BALANCE-IN-FILE.
008660     IF WS-PRIOR-HEADER-SEEN
008670         AND NOT WS-PRIOR-TRAILER-SEEN
008680         DISPLAY 'DL100GLJ: DL100GBI HAS NO DL100T TRAILER'
008690         MOVE 'Y' TO WS-SETUP-ERROR-SW
008700     END-IF.
008701     IF WS-CATCHUP-RUN
008702         AND NOT WS-PRIOR-HEADER-SEEN
008704         DISPLAY 'DL100GLJ: CATCHUP BUT DL100GBI HAS NO HEADER - '
008705             'THE NIGHT RELEASED NO BALANCES FOR ' WS-RUN-DATE
008707         MOVE 'Y' TO WS-SETUP-ERROR-SW
008708     END-IF.
008710 5000-EXIT.
008720     EXIT.
008730*
008740******************************************************************
008750*    5100-LOAD-ONE-BALANCE - TAKE ONE DIVISION'S PRIOR BALANCE,  *
008754*                            OR CHECK THE HEADER OR TRAILER.     *
008758*                            A CATCH-UP NEEDS THE RUN DATE'S     *
008762*                            BALANCES, NOT ALREADY CAUGHT UP     *
008766*                            FOR ITS OWN DIVISION                *
008770******************************************************************
008780 5100-LOAD-ONE-BALANCE.
008790     READ BALANCE-IN-FILE INTO DL100GB-BALANCE-RECORD
008800         AT END
008810             MOVE 'Y' TO WS-EOF-SWITCH
008820             GO TO 5100-EXIT
008830     END-READ.
008840     IF DL100GB-RECORD-KEY = LOW-VALUES
008850         MOVE DL100GB-BALANCE-RECORD TO DL100T-CONTROL-RECORD
008860         MOVE 'Y' TO WS-PRIOR-HEADER-SW
008870         IF DL100T-CREATE-DATE = WS-RUN-DATE
008880             AND NOT WS-CATCHUP-RUN
008881             MOVE 'Y' TO WS-SAME-DATE-RERUN-SW
008882         END-IF
008884         IF WS-CATCHUP-RUN
008885             AND DL100T-CREATE-DATE NOT = WS-RUN-DATE
008886             DISPLAY 'DL100GLJ: CATCHUP FOR ' WS-RUN-DATE
008888                 ' BUT DL100GBI IS FOR ' DL100T-CREATE-DATE
008889             MOVE 'Y' TO WS-SETUP-ERROR-SW
008890         END-IF
008892         IF WS-CATCHUP-RUN
008893             AND DL100T-SENDER-ID = WS-CATCHUP-DIVISION
008894             DISPLAY 'DL100GLJ: DL100GBI IS ALREADY THE CATCH-UP '
008896                 'OF DIVISION ' WS-CATCHUP-DIVISION
008897                 ' - NOT JOURNALED AGAIN'
008898             MOVE 'Y' TO WS-SETUP-ERROR-SW
008900         END-IF
008910         GO TO 5100-EXIT
008920     END-IF.
008930     IF DL100GB-RECORD-KEY = HIGH-VALUES
008940         MOVE DL100GB-BALANCE-RECORD TO DL100T-CONTROL-RECORD
008950         MOVE 'Y' TO WS-PRIOR-TRAILER-SW
008960         IF DL100T-RECORD-COUNT NOT = WS-PRIOR-COUNT
008970             DISPLAY 'DL100GLJ: DL100GBI OUT OF BALANCE - '
008980                 'TRAILER ' DL100T-RECORD-COUNT ' READ '
008990                 WS-PRIOR-COUNT
009000             MOVE 'Y' TO WS-SETUP-ERROR-SW
009010         END-IF
009020         GO TO 5100-EXIT
009030     END-IF.
009040     ADD 1 TO WS-PRIOR-COUNT.
009050     MOVE DL100GB-DIVISION TO WS-FIND-DIVISION.
009060     PERFORM 8500-FIND-DIVISION THRU 8500-EXIT.
009070     IF WS-DIV-SUB = ZERO
009080         GO TO 5100-EXIT
009090     END-IF.
009100     MOVE 'Y' TO WS-DIV-PRIOR-SW (WS-DIV-SUB).
009110     IF WS-SAME-DATE-RERUN
009120         MOVE DL100GB-OPENING-BALANCE
009130             TO WS-DIV-OPENING (WS-DIV-SUB)
009140     ELSE
009150         MOVE DL100GB-CLOSING-BALANCE
009160             TO WS-DIV-OPENING (WS-DIV-SUB)
009170     END-IF.
009180 5100-EXIT.
009190     EXIT.
009200*
009210******************************************************************
009220*    6000-RESOLVE-DIVISIONS - MAP EACH DIVISION'S ACCOUNTS AND   *
009230*                             WORK OUT ITS OFFSET AND CLOSING    *
009240*                             SUSPENSE BALANCE                   *
009250******************************************************************
009260 6000-RESOLVE-DIVISIONS.
009270     IF NOT WS-PRIOR-HEADER-SEEN
009280         AND NOT WS-SETUP-ERROR
009290         AND NOT WS-SUSPENSE-READ
009300         DISPLAY 'DL100GLJ: NO PRIOR GL SUSPENSE BALANCES AND '
009310             'DL100SUS UNREADABLE - NO OPENING BALANCES'
009320         MOVE 'Y' TO WS-SETUP-ERROR-SW
009330     END-IF.
009340     IF WS-DIV-COUNT > ZERO
009350         PERFORM 6100-RESOLVE-ONE-DIVISION THRU 6100-EXIT
009360             VARYING WS-DIV-SUB FROM 1 BY 1
009370             UNTIL WS-DIV-SUB > WS-DIV-COUNT
009380     END-IF.
009390 6000-EXIT.
009400     EXIT.
009410*
009420******************************************************************
009430*    6100-RESOLVE-ONE-DIVISION - ACCOUNTS FROM THE DIVISION'S    *
009440*                                DL100GLA RECORD, BLANKS FROM    *
009450*                                THE DEFAULT.  AN ACCOUNT THE    *
009460*                                DAY NEEDS AND THE TABLE DOES    *
009470*                                NOT GIVE STOPS THE RELEASE      *
009480******************************************************************
009490 6100-RESOLVE-ONE-DIVISION.
009500     MOVE WS-DEFAULT-CLEARING
009510         TO WS-DIV-CLEARING-ACCT (WS-DIV-SUB).
009520     MOVE WS-DEFAULT-SUSPENSE
009530         TO WS-DIV-SUSPENSE-ACCT (WS-DIV-SUB).
009540     MOVE WS-DEFAULT-OFFSET TO WS-DIV-OFFSET-ACCT (WS-DIV-SUB).
009550     IF WS-ACCT-COUNT > ZERO
009560         SET WS-ACCT-IDX TO 1
009570         SEARCH WS-ACCT-ENTRY
009580             AT END
009590                 CONTINUE
009600             WHEN WS-ACCT-DIVISION (WS-ACCT-IDX)
009610                 = WS-DIV-DIVISION (WS-DIV-SUB)
009620                 PERFORM 6200-TAKE-ACCOUNTS THRU 6200-EXIT
009630         END-SEARCH
009640     END-IF.
009650     COMPUTE WS-DIV-OFFSET-AMOUNT (WS-DIV-SUB) =
009660         WS-DIV-MATCHED-AMOUNT (WS-DIV-SUB)
009670         + WS-DIV-CATEG-AMOUNT (WS-DIV-SUB)
009680         + WS-DIV-UNKNOWN-AMOUNT (WS-DIV-SUB)
009690         + WS-DIV-HELD-AMOUNT (WS-DIV-SUB)
009700         - WS-DIV-RELIEF-AMOUNT (WS-DIV-SUB).
009710*    WITH NO PRIOR BALANCES THE CLOSING BALANCE IS TAKEN OVER
009720*    FROM DL100SUS AND THE OPENING WORKED BACK FROM IT.
009730     IF WS-PRIOR-HEADER-SEEN
009740         COMPUTE WS-DIV-CLOSING (WS-DIV-SUB) =
009750             WS-DIV-OPENING (WS-DIV-SUB)
009760             + WS-DIV-UNKNOWN-AMOUNT (WS-DIV-SUB)
009770             - WS-DIV-RELIEF-AMOUNT (WS-DIV-SUB)
009780     ELSE
009790         MOVE WS-DIV-SUS-AMOUNT (WS-DIV-SUB)
009800             TO WS-DIV-CLOSING (WS-DIV-SUB)
009810         COMPUTE WS-DIV-OPENING (WS-DIV-SUB) =
009820             WS-DIV-CLOSING (WS-DIV-SUB)
009830             - WS-DIV-UNKNOWN-AMOUNT (WS-DIV-SUB)
009840             + WS-DIV-RELIEF-AMOUNT (WS-DIV-SUB)
009850     END-IF.
009860     IF WS-DIV-CLEARING-ACCT (WS-DIV-SUB) = SPACES
009870         AND WS-DIV-MATCHED-COUNT (WS-DIV-SUB)
009880             + WS-DIV-CATEG-COUNT (WS-DIV-SUB)
009890             + WS-DIV-HELD-COUNT (WS-DIV-SUB) > ZERO
009900         MOVE 'CLEARING' TO WS-MISSING-ACCOUNT
009910         PERFORM 6300-REPORT-MISSING THRU 6300-EXIT
009920     END-IF.
009930     IF WS-DIV-SUSPENSE-ACCT (WS-DIV-SUB) = SPACES
009940         AND WS-DIV-UNKNOWN-COUNT (WS-DIV-SUB)
009950             + WS-DIV-RELIEF-COUNT (WS-DIV-SUB) > ZERO
009960         MOVE 'SUSPENSE' TO WS-MISSING-ACCOUNT
009970         PERFORM 6300-REPORT-MISSING THRU 6300-EXIT
009980     END-IF.
009990     IF WS-DIV-OFFSET-ACCT (WS-DIV-SUB) = SPACES
010000         AND WS-DIV-OFFSET-AMOUNT (WS-DIV-SUB) NOT = ZERO
010010         MOVE 'OFFSET' TO WS-MISSING-ACCOUNT
010020         PERFORM 6300-REPORT-MISSING THRU 6300-EXIT
010030     END-IF.
010040 6100-EXIT.
010050     EXIT.
010060*
010070******************************************************************
010080*    6200-TAKE-ACCOUNTS - OVERLAY THE DEFAULTS WITH THE          *
010090*                         DIVISION'S OWN NON-BLANK ACCOUNTS      *
010100******************************************************************
010110 6200-TAKE-ACCOUNTS.
010120     IF WS-ACCT-CLEARING (WS-ACCT-IDX) NOT = SPACES
010130         MOVE WS-ACCT-CLEARING (WS-ACCT-IDX)
010140             TO WS-DIV-CLEARING-ACCT (WS-DIV-SUB)
010150     END-IF.
010160     IF WS-ACCT-SUSPENSE (WS-ACCT-IDX) NOT = SPACES
010170         MOVE WS-ACCT-SUSPENSE (WS-ACCT-IDX)
010180             TO WS-DIV-SUSPENSE-ACCT (WS-DIV-SUB)
010190     END-IF.
010200     IF WS-ACCT-OFFSET (WS-ACCT-IDX) NOT = SPACES
010210         MOVE WS-ACCT-OFFSET (WS-ACCT-IDX)
010220             TO WS-DIV-OFFSET-ACCT (WS-DIV-SUB)
010230     END-IF.
010240 6200-EXIT.
010250     EXIT.
010260*
010270******************************************************************
010280*    6300-REPORT-MISSING - LIST AN UNMAPPED ACCOUNT (THE KIND IS *
010290*                          IN WS-MISSING-ACCOUNT)                *
010300******************************************************************
010310 6300-REPORT-MISSING.
010320     MOVE 'Y' TO WS-SETUP-ERROR-SW.
010330     IF NOT WS-MAPPING-HEADING-DONE
010340         MOVE 'Y' TO WS-MAPPING-HEADING-SW
010350         MOVE SPACES TO WS-SECTION-TEXT
010360         STRING 'ACCOUNT MAPPING ERRORS - ADD THE ACCOUNTS TO '
010370             'DL100GLA AND RERUN:' DELIMITED BY SIZE
010380             INTO WS-SECTION-TEXT
010390         MOVE SPACES TO WS-COLUMN-HEADING
010400         PERFORM 1600-SECTION-HEADING THRU 1600-EXIT
010410     END-IF.
010420     MOVE SPACES TO WS-MESSAGE-TEXT.
010430     STRING 'DIVISION ' WS-DIV-DIVISION (WS-DIV-SUB)
010440         ' HAS NO ' WS-MISSING-ACCOUNT ' ACCOUNT'
010450         DELIMITED BY SIZE INTO WS-MESSAGE-TEXT.
010460     PERFORM 1800-WRITE-MESSAGE THRU 1800-EXIT.
010470     DISPLAY 'DL100GLJ: DIVISION ' WS-DIV-DIVISION (WS-DIV-SUB)
010480         ' HAS NO ' WS-MISSING-ACCOUNT ' ACCOUNT'.
010490 6300-EXIT.
010500     EXIT.
010510*
010520******************************************************************
010530*    7000-WRITE-JOURNAL - WRITE THE JOURNAL INSIDE ITS OWN       *
010540*                         DL100T HEADER/TRAILER, LISTING EVERY   *
010550*                         LINE, AND PROVE IT TO DL100DSP         *
010560******************************************************************
010570 7000-WRITE-JOURNAL.
010580     OPEN OUTPUT JOURNAL-FILE.
010590     IF NOT WS-JOURNAL-OK
010600         DISPLAY 'DL100GLJ: UNABLE TO OPEN DL100GLO, STATUS = '
010610             WS-JOURNAL-STATUS
010620         MOVE 'Y' TO WS-BALANCE-SW
010630         GO TO 7000-EXIT
010640     END-IF.
010650     MOVE 'GL JOURNAL:' TO WS-SECTION-TEXT.
010660     MOVE WS-JOURNAL-HEADING-2 TO WS-COLUMN-HEADING.
010670     PERFORM 1600-SECTION-HEADING THRU 1600-EXIT.
010680     MOVE LOW-VALUES TO DL100T-RECORD-KEY.
010690     MOVE 'HDR' TO DL100T-RECORD-TYPE.
010700     MOVE ZERO TO DL100T-RECORD-COUNT.
010710     MOVE ZERO TO DL100T-HASH-TOTAL.
010720     MOVE ZERO TO DL100T-AMOUNT-TOTAL.
010730     MOVE WS-RUN-DATE TO DL100T-CREATE-DATE.
010740     MOVE SPACES TO DL100T-SENDER-ID.
010750     WRITE DL100GL-JOURNAL-RECORD FROM DL100T-CONTROL-RECORD.
010760     IF WS-DIV-COUNT > ZERO
010770         PERFORM 7100-JOURNAL-ONE-DIVISION THRU 7100-EXIT
010780             VARYING WS-DIV-SUB FROM 1 BY 1
010790             UNTIL WS-DIV-SUB > WS-DIV-COUNT
010800     END-IF.
010810     MOVE HIGH-VALUES TO DL100T-RECORD-KEY.
010820     MOVE 'TRL' TO DL100T-RECORD-TYPE.
010830     MOVE WS-JNL-LINE-COUNT TO DL100T-RECORD-COUNT.
010840     MOVE WS-JNL-ITEM-COUNT TO DL100T-HASH-TOTAL.
010850     MOVE WS-JNL-DSP-AMOUNT TO DL100T-AMOUNT-TOTAL.
010860     MOVE WS-RUN-DATE TO DL100T-CREATE-DATE.
010870     MOVE SPACES TO DL100T-SENDER-ID.
010880     WRITE DL100GL-JOURNAL-RECORD FROM DL100T-CONTROL-RECORD.
010890     CLOSE JOURNAL-FILE.
010900     PERFORM 7300-PRINT-PROOF THRU 7300-EXIT.
010910 7000-EXIT.
010920     EXIT.
010930*
010940******************************************************************
010950*    7100-JOURNAL-ONE-DIVISION - THE DIVISION'S DEBITS BY        *
010960*                                DISPOSITION, THEN ITS SUSPENSE  *
010970*                                RELIEF AND OFFSET               *
010980******************************************************************
010990 7100-JOURNAL-ONE-DIVISION.
011000     MOVE 'D' TO WS-JL-SIDE.
011010     MOVE WS-DIV-CLEARING-ACCT (WS-DIV-SUB) TO WS-JL-ACCOUNT.
011020     IF WS-DIV-MATCHED-COUNT (WS-DIV-SUB) > ZERO
011030         MOVE 'M' TO WS-JL-DISPOSITION
011040         MOVE WS-DIV-MATCHED-COUNT (WS-DIV-SUB) TO WS-JL-COUNT
011050         MOVE WS-DIV-MATCHED-AMOUNT (WS-DIV-SUB) TO WS-JL-AMOUNT
011060         MOVE 'MATCHED' TO WS-JL-DESCRIPTION
011070         PERFORM 7200-WRITE-JOURNAL-LINE THRU 7200-EXIT
011080     END-IF.
011090     IF WS-DIV-CATEG-COUNT (WS-DIV-SUB) > ZERO
011100         MOVE 'C' TO WS-JL-DISPOSITION
011110         MOVE WS-DIV-CATEG-COUNT (WS-DIV-SUB) TO WS-JL-COUNT
011120         MOVE WS-DIV-CATEG-AMOUNT (WS-DIV-SUB) TO WS-JL-AMOUNT
011130         MOVE 'CATEGORIZED' TO WS-JL-DESCRIPTION
011140         PERFORM 7200-WRITE-JOURNAL-LINE THRU 7200-EXIT
011150     END-IF.
011160     IF WS-DIV-HELD-COUNT (WS-DIV-SUB) > ZERO
011170         MOVE 'H' TO WS-JL-DISPOSITION
011180         MOVE WS-DIV-HELD-COUNT (WS-DIV-SUB) TO WS-JL-COUNT
011190         MOVE WS-DIV-HELD-AMOUNT (WS-DIV-SUB) TO WS-JL-AMOUNT
011200         MOVE 'HELD - HIGH VALUE' TO WS-JL-DESCRIPTION
011210         PERFORM 7200-WRITE-JOURNAL-LINE THRU 7200-EXIT
011220     END-IF.
011230     MOVE WS-DIV-SUSPENSE-ACCT (WS-DIV-SUB) TO WS-JL-ACCOUNT.
011240     IF WS-DIV-UNKNOWN-COUNT (WS-DIV-SUB) > ZERO
011250         MOVE 'U' TO WS-JL-DISPOSITION
011260         MOVE WS-DIV-UNKNOWN-COUNT (WS-DIV-SUB) TO WS-JL-COUNT
011270         MOVE WS-DIV-UNKNOWN-AMOUNT (WS-DIV-SUB) TO WS-JL-AMOUNT
011280         MOVE 'UNKNOWN CODE' TO WS-JL-DESCRIPTION
011290         PERFORM 7200-WRITE-JOURNAL-LINE THRU 7200-EXIT
011300     END-IF.
011310     MOVE 'C' TO WS-JL-SIDE.
011320     IF WS-DIV-RELIEF-COUNT (WS-DIV-SUB) > ZERO
011330         MOVE 'R' TO WS-JL-DISPOSITION
011340         MOVE WS-DIV-RELIEF-COUNT (WS-DIV-SUB) TO WS-JL-COUNT
011350         MOVE WS-DIV-RELIEF-AMOUNT (WS-DIV-SUB) TO WS-JL-AMOUNT
011360         MOVE 'SUSPENSE RELIEF' TO WS-JL-DESCRIPTION
011370         PERFORM 7200-WRITE-JOURNAL-LINE THRU 7200-EXIT
011380     END-IF.
011390     IF WS-DIV-OFFSET-AMOUNT (WS-DIV-SUB) NOT = ZERO
011400         MOVE 'O' TO WS-JL-DISPOSITION
011410         MOVE WS-DIV-OFFSET-ACCT (WS-DIV-SUB) TO WS-JL-ACCOUNT
011420         MOVE ZERO TO WS-JL-COUNT
011430         IF WS-DIV-OFFSET-AMOUNT (WS-DIV-SUB) < ZERO
011440             MOVE 'D' TO WS-JL-SIDE
011450             COMPUTE WS-JL-AMOUNT =
011460                 ZERO - WS-DIV-OFFSET-AMOUNT (WS-DIV-SUB)
011470         ELSE
011480             MOVE WS-DIV-OFFSET-AMOUNT (WS-DIV-SUB)
011490                 TO WS-JL-AMOUNT
011500         END-IF
011510         MOVE 'DL100 SETTLEMENT' TO WS-JL-DESCRIPTION
011520         PERFORM 7200-WRITE-JOURNAL-LINE THRU 7200-EXIT
011530     END-IF.
011540 7100-EXIT.
011550     EXIT.
011560*
011570******************************************************************
011580*    7200-WRITE-JOURNAL-LINE - WRITE AND LIST THE LINE IN THE    *
011590*                              WS-JL FIELDS AND TALLY IT         *
011600******************************************************************
011610 7200-WRITE-JOURNAL-LINE.
011620     MOVE SPACES TO DL100GL-JOURNAL-RECORD.
011630     MOVE WS-DIV-DIVISION (WS-DIV-SUB) TO DL100GL-DIVISION.
011640     MOVE WS-JL-DISPOSITION TO DL100GL-DISPOSITION.
011650     MOVE WS-JL-SIDE TO DL100GL-DEBIT-CREDIT.
011660     MOVE 'JNL' TO DL100GL-RECORD-TYPE.
011670     MOVE WS-JL-ACCOUNT TO DL100GL-ACCOUNT.
011680     MOVE WS-JL-AMOUNT TO DL100GL-AMOUNT.
011690     MOVE WS-JL-COUNT TO DL100GL-ITEM-COUNT.
011700     MOVE WS-RUN-DATE TO DL100GL-POSTING-DATE.
011710     MOVE WS-JL-DESCRIPTION TO DL100GL-DESCRIPTION.
011720     WRITE DL100GL-JOURNAL-RECORD.
011730     IF NOT WS-JOURNAL-OK
011740         DISPLAY 'DL100GLJ: WRITE FAILED ON DL100GLO, STATUS = '
011750             WS-JOURNAL-STATUS
011760         MOVE 'Y' TO WS-BALANCE-SW
011770     END-IF.
011780     ADD 1 TO WS-JNL-LINE-COUNT.
011790     IF DL100GL-DEBIT
011800         ADD WS-JL-AMOUNT TO WS-JNL-DEBIT-TOTAL
011810         ADD 1 TO WS-JNL-DEBIT-LINES
011820     ELSE
011830         ADD WS-JL-AMOUNT TO WS-JNL-CREDIT-TOTAL
011840         ADD 1 TO WS-JNL-CREDIT-LINES
011850     END-IF.
011860     IF NOT DL100GL-RELIEF-LINE
011870         AND NOT DL100GL-OFFSET-LINE
011880         ADD WS-JL-COUNT TO WS-JNL-ITEM-COUNT
011890         ADD WS-JL-AMOUNT TO WS-JNL-DSP-AMOUNT
011900     END-IF.
011910     PERFORM 1700-CHECK-PAGE THRU 1700-EXIT.
011920     MOVE WS-DIV-DIVISION (WS-DIV-SUB) TO WS-JD-DIVISION.
011930     MOVE WS-JL-DISPOSITION TO WS-JD-DISPOSITION.
011940     IF DL100GL-DEBIT
011950         MOVE 'DEBIT' TO WS-JD-SIDE
011960     ELSE
011970         MOVE 'CREDIT' TO WS-JD-SIDE
011980     END-IF.
011990     MOVE WS-JL-ACCOUNT TO WS-JD-ACCOUNT.
012000     MOVE WS-JL-COUNT TO WS-JD-ITEMS.
012010     MOVE WS-JL-AMOUNT TO WS-JD-AMOUNT.
012020     MOVE WS-JL-DESCRIPTION TO WS-JD-DESCRIPTION.
012030     WRITE GL-REPORT-RECORD FROM WS-JOURNAL-DETAIL-LINE
012040         AFTER ADVANCING 1 LINE.
012050     ADD 1 TO WS-LINE-COUNT.
012060 7200-EXIT.
012070     EXIT.
012080*
012090******************************************************************
012100*    7300-PRINT-PROOF - PROVE THE JOURNAL TO THE DL100DSP        *
012110*                       TRAILER AND ITS DEBITS TO ITS CREDITS    *
012120******************************************************************
012130 7300-PRINT-PROOF.
012140     MOVE 'JOURNAL PROOF:' TO WS-SECTION-TEXT.
012150     MOVE SPACES TO WS-COLUMN-HEADING.
012160     PERFORM 1600-SECTION-HEADING THRU 1600-EXIT.
012170     MOVE 'DL100DSP DISPOSITIONS (DL100T TRAILER)'
012180         TO WS-PF-CAPTION.
012190     MOVE WS-DSP-COUNT TO WS-PF-COUNT.
012200     MOVE WS-DSP-AMOUNT TO WS-PF-AMOUNT.
012210     WRITE GL-REPORT-RECORD FROM WS-PROOF-LINE
012220         AFTER ADVANCING 1 LINE.
012230     MOVE 'JOURNAL DISPOSITION LINES' TO WS-PF-CAPTION.
012240     MOVE WS-JNL-ITEM-COUNT TO WS-PF-COUNT.
012250     MOVE WS-JNL-DSP-AMOUNT TO WS-PF-AMOUNT.
012260     WRITE GL-REPORT-RECORD FROM WS-PROOF-LINE
012270         AFTER ADVANCING 1 LINE.
012280     MOVE 'DEBIT LINES' TO WS-PF-CAPTION.
012290     MOVE WS-JNL-DEBIT-LINES TO WS-PF-COUNT.
012300     MOVE WS-JNL-DEBIT-TOTAL TO WS-PF-AMOUNT.
012310     WRITE GL-REPORT-RECORD FROM WS-PROOF-LINE
012320         AFTER ADVANCING 2 LINES.
012330     MOVE 'CREDIT LINES' TO WS-PF-CAPTION.
012340     MOVE WS-JNL-CREDIT-LINES TO WS-PF-COUNT.
012350     MOVE WS-JNL-CREDIT-TOTAL TO WS-PF-AMOUNT.
012360     WRITE GL-REPORT-RECORD FROM WS-PROOF-LINE
012370         AFTER ADVANCING 1 LINE.
012380     ADD 5 TO WS-LINE-COUNT.
012390     IF WS-JNL-ITEM-COUNT NOT = WS-DSP-COUNT
012400         OR WS-JNL-DSP-AMOUNT NOT = WS-DSP-AMOUNT
012410         OR WS-JNL-DEBIT-TOTAL NOT = WS-JNL-CREDIT-TOTAL
012420         DISPLAY 'DL100GLJ: JOURNAL DOES NOT PROVE - ITEMS '
012430             WS-JNL-ITEM-COUNT ' DL100DSP ' WS-DSP-COUNT
012440         MOVE 'Y' TO WS-BALANCE-SW
012450         MOVE '*** JOURNAL DOES NOT PROVE - NOT RELEASED ***'
012460             TO WS-MESSAGE-TEXT
012470     ELSE
012480         MOVE 'JOURNAL PROVES TO DL100DSP AND BALANCES'
012490             TO WS-MESSAGE-TEXT
012500     END-IF.
012510     PERFORM 1800-WRITE-MESSAGE THRU 1800-EXIT.
012520 7300-EXIT.
012530     EXIT.
012540*
012550******************************************************************
012560*    7500-WRITE-BALANCES - WRITE THE NEW GL SUSPENSE BALANCES    *
012570*                          INSIDE A DL100T HEADER/TRAILER        *
012580******************************************************************
012590 7500-WRITE-BALANCES.
012600     OPEN OUTPUT BALANCE-OUT-FILE.
012610     IF NOT WS-BALANCE-OUT-OK
012620         DISPLAY 'DL100GLJ: UNABLE TO OPEN DL100GBO, STATUS = '
012630             WS-BALANCE-OUT-STATUS
012640         MOVE 'Y' TO WS-SETUP-ERROR-SW
012650         GO TO 7500-EXIT
012660     END-IF.
012670     MOVE LOW-VALUES TO DL100T-RECORD-KEY.
012680     MOVE 'HDR' TO DL100T-RECORD-TYPE.
012690     MOVE ZERO TO DL100T-RECORD-COUNT.
012700     MOVE ZERO TO DL100T-HASH-TOTAL.
012710     MOVE ZERO TO DL100T-AMOUNT-TOTAL.
012720     MOVE WS-RUN-DATE TO DL100T-CREATE-DATE.
012730     MOVE WS-CATCHUP-DIVISION TO DL100T-SENDER-ID.
012740     WRITE BALANCE-OUT-RECORD FROM DL100T-CONTROL-RECORD.
012750     IF WS-DIV-COUNT > ZERO
012760         PERFORM 7600-WRITE-ONE-BALANCE THRU 7600-EXIT
012770             VARYING WS-DIV-SUB FROM 1 BY 1
012780             UNTIL WS-DIV-SUB > WS-DIV-COUNT
012790     END-IF.
012800     MOVE HIGH-VALUES TO DL100T-RECORD-KEY.
012810     MOVE 'TRL' TO DL100T-RECORD-TYPE.
012820     MOVE WS-BAL-OUT-COUNT TO DL100T-RECORD-COUNT.
012830     WRITE BALANCE-OUT-RECORD FROM DL100T-CONTROL-RECORD.
012840     CLOSE BALANCE-OUT-FILE.
012850 7500-EXIT.
012860     EXIT.
012870*
012880******************************************************************
012890*    7600-WRITE-ONE-BALANCE - A DIVISION WITH NOTHING EVER IN    *
012900*                             SUSPENSE GETS NO RECORD            *
012910******************************************************************
012920 7600-WRITE-ONE-BALANCE.
012930     IF NOT WS-DIV-ON-PRIOR (WS-DIV-SUB)
012940         AND WS-DIV-OPENING (WS-DIV-SUB) = ZERO
012950         AND WS-DIV-CLOSING (WS-DIV-SUB) = ZERO
012960         AND WS-DIV-UNKNOWN-COUNT (WS-DIV-SUB) = ZERO
012970         AND WS-DIV-RELIEF-COUNT (WS-DIV-SUB) = ZERO
012980         GO TO 7600-EXIT
012990     END-IF.
013000     MOVE SPACES TO DL100GB-BALANCE-RECORD.
013010     MOVE WS-DIV-DIVISION (WS-DIV-SUB) TO DL100GB-DIVISION.
013020     MOVE 'BAL' TO DL100GB-RECORD-TYPE.
013030     MOVE WS-DIV-SUSPENSE-ACCT (WS-DIV-SUB)
013040         TO DL100GB-SUSPENSE-ACCOUNT.
013050     MOVE WS-DIV-OPENING (WS-DIV-SUB) TO DL100GB-OPENING-BALANCE.
013060     MOVE WS-DIV-CLOSING (WS-DIV-SUB) TO DL100GB-CLOSING-BALANCE.
013070     MOVE WS-RUN-DATE TO DL100GB-BALANCE-DATE.
013080     WRITE BALANCE-OUT-RECORD FROM DL100GB-BALANCE-RECORD.
013090     ADD 1 TO WS-BAL-OUT-COUNT.
013100 7600-EXIT.
013110     EXIT.
013120*
013130******************************************************************
013140*    8000-RECONCILE-SUSPENSE - TIE EACH DIVISION'S GL SUSPENSE   *
013150*                              BALANCE TO WHAT IS STILL IN       *
013160*                              SUSPENSE ON DL100SUS              *
013170******************************************************************
013180 8000-RECONCILE-SUSPENSE.
013190     MOVE SPACES TO WS-SECTION-TEXT.
013200     STRING 'SUSPENSE RECONCILIATION - GL SUSPENSE AGAINST '
013210         'DL100SUS OPEN AND CORRECTED ITEMS:'
013220         DELIMITED BY SIZE INTO WS-SECTION-TEXT.
013230     MOVE WS-RECON-HEADING-2 TO WS-COLUMN-HEADING.
013240     PERFORM 1600-SECTION-HEADING THRU 1600-EXIT.
013250     IF WS-DIV-COUNT > ZERO
013260         PERFORM 8100-RECONCILE-ONE-DIVISION THRU 8100-EXIT
013270             VARYING WS-DIV-SUB FROM 1 BY 1
013280             UNTIL WS-DIV-SUB > WS-DIV-COUNT
013290     END-IF.
013300     PERFORM 1700-CHECK-PAGE THRU 1700-EXIT.
013310     MOVE SPACES TO WS-RD-DIVISION.
013320     MOVE 'TOTAL' TO WS-RD-ACCOUNT.
013330     MOVE WS-TOT-OPENING TO WS-RD-OPENING.
013340     MOVE WS-TOT-POSTED TO WS-RD-POSTED.
013350     MOVE WS-TOT-RELIEVED TO WS-RD-RELIEVED.
013360     MOVE WS-TOT-CLOSING TO WS-RD-CLOSING.
013370     MOVE WS-TOT-SUSPENSE TO WS-RD-SUSPENSE.
013380     MOVE WS-TOT-DIFFERENCE TO WS-RD-DIFFERENCE.
013390     IF WS-SUSPENSE-DIFFERS
013400         MOVE 'DIFFERS' TO WS-RD-STATUS
013410     ELSE
013420         MOVE 'AGREES' TO WS-RD-STATUS
013430     END-IF.
013440     WRITE GL-REPORT-RECORD FROM WS-RECON-DETAIL-LINE
013450         AFTER ADVANCING 2 LINES.
013460     ADD 2 TO WS-LINE-COUNT.
013470     IF NOT WS-PRIOR-HEADER-SEEN
013480         MOVE SPACES TO WS-MESSAGE-TEXT
013490         STRING 'NO PRIOR GL SUSPENSE BALANCES - CLOSING '
013500             'BALANCES TAKEN FROM DL100SUS' DELIMITED BY SIZE
013510             INTO WS-MESSAGE-TEXT
013520         PERFORM 1800-WRITE-MESSAGE THRU 1800-EXIT
013530     END-IF.
013540     IF WS-SAME-DATE-RERUN
013550         MOVE SPACES TO WS-MESSAGE-TEXT
013560         STRING 'RERUN OF THIS DATE - OPENING BALANCES ARE '
013570             'THOSE OF THE EARLIER RUN' DELIMITED BY SIZE
013580             INTO WS-MESSAGE-TEXT
013590         PERFORM 1800-WRITE-MESSAGE THRU 1800-EXIT
013600     END-IF.
013610     IF WS-CATCHUP-RUN
013620         MOVE SPACES TO WS-MESSAGE-TEXT
013630         STRING 'CATCH-UP RUN - OPENING BALANCES ARE THE '
013640             'CLOSING BALANCES OF THE DATE''S EARLIER RUN'
013650             DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
013660         PERFORM 1800-WRITE-MESSAGE THRU 1800-EXIT
013670     END-IF.
013680     IF NOT WS-SUSPENSE-READ
013690         MOVE SPACES TO WS-MESSAGE-TEXT
013700         STRING '*** DL100SUS COULD NOT BE READ - NOTHING '
013710             'RECONCILED ***' DELIMITED BY SIZE
013720             INTO WS-MESSAGE-TEXT
013730         PERFORM 1800-WRITE-MESSAGE THRU 1800-EXIT
013740         MOVE 'Y' TO WS-DIFFERS-SW
013750     END-IF.
013760 8000-EXIT.
013770     EXIT.
013780*
013790******************************************************************
013800*    8100-RECONCILE-ONE-DIVISION - ONE DIVISION'S LINE.  A       *
013810*                                  DIVISION WITH NOTHING IN      *
013820*                                  SUSPENSE EITHER SIDE IS LEFT  *
013830*                                  OFF                           *
013840******************************************************************
013850 8100-RECONCILE-ONE-DIVISION.
013860     IF WS-DIV-OPENING (WS-DIV-SUB) = ZERO
013870         AND WS-DIV-CLOSING (WS-DIV-SUB) = ZERO
013880         AND WS-DIV-UNKNOWN-COUNT (WS-DIV-SUB) = ZERO
013890         AND WS-DIV-RELIEF-COUNT (WS-DIV-SUB) = ZERO
013900         AND WS-DIV-SUS-COUNT (WS-DIV-SUB) = ZERO
013910         GO TO 8100-EXIT
013920     END-IF.
013930     COMPUTE WS-DIFFERENCE = WS-DIV-CLOSING (WS-DIV-SUB)
013940         - WS-DIV-SUS-AMOUNT (WS-DIV-SUB).
013950     ADD WS-DIV-OPENING (WS-DIV-SUB) TO WS-TOT-OPENING.
013960     ADD WS-DIV-UNKNOWN-AMOUNT (WS-DIV-SUB) TO WS-TOT-POSTED.
013970     ADD WS-DIV-RELIEF-AMOUNT (WS-DIV-SUB) TO WS-TOT-RELIEVED.
013980     ADD WS-DIV-CLOSING (WS-DIV-SUB) TO WS-TOT-CLOSING.
013990     ADD WS-DIV-SUS-AMOUNT (WS-DIV-SUB) TO WS-TOT-SUSPENSE.
014000     ADD WS-DIFFERENCE TO WS-TOT-DIFFERENCE.
014010     PERFORM 1700-CHECK-PAGE THRU 1700-EXIT.
014020     MOVE WS-DIV-DIVISION (WS-DIV-SUB) TO WS-RD-DIVISION.
014030     MOVE WS-DIV-SUSPENSE-ACCT (WS-DIV-SUB) TO WS-RD-ACCOUNT.
014040     MOVE WS-DIV-OPENING (WS-DIV-SUB) TO WS-RD-OPENING.
014050     MOVE WS-DIV-UNKNOWN-AMOUNT (WS-DIV-SUB) TO WS-RD-POSTED.
014060     MOVE WS-DIV-RELIEF-AMOUNT (WS-DIV-SUB) TO WS-RD-RELIEVED.
014070     MOVE WS-DIV-CLOSING (WS-DIV-SUB) TO WS-RD-CLOSING.
014080     MOVE WS-DIV-SUS-AMOUNT (WS-DIV-SUB) TO WS-RD-SUSPENSE.
014090     MOVE WS-DIFFERENCE TO WS-RD-DIFFERENCE.
014100     IF WS-DIFFERENCE = ZERO
014110         MOVE 'AGREES' TO WS-RD-STATUS
014120     ELSE
014130         MOVE 'DIFFERS' TO WS-RD-STATUS
014140         MOVE 'Y' TO WS-DIFFERS-SW
014150     END-IF.
014160     WRITE GL-REPORT-RECORD FROM WS-RECON-DETAIL-LINE
014170         AFTER ADVANCING 1 LINE.
014180     ADD 1 TO WS-LINE-COUNT.
014190 8100-EXIT.
014200     EXIT.
014210*
014220******************************************************************
014230*    8500-FIND-DIVISION - SET WS-DIV-SUB TO THE ENTRY FOR        *
014240*                         WS-FIND-DIVISION, INSERTING A NEW      *
014250*                         ENTRY IN DIVISION ORDER IF IT IS NOT   *
014260*                         THERE.  ZERO WHEN THE TABLE IS FULL    *
014270******************************************************************
014280 8500-FIND-DIVISION.
014290     MOVE ZERO TO WS-DIV-SUB.
014300     IF WS-DIV-COUNT > ZERO
014310         SET WS-DIV-IDX TO 1
014320         SEARCH WS-DIV-ENTRY
014330             AT END
014340                 CONTINUE
014350             WHEN WS-DIV-DIVISION (WS-DIV-IDX)
014360                 NOT < WS-FIND-DIVISION
014370                 SET WS-DIV-SUB TO WS-DIV-IDX
014380         END-SEARCH
014390     END-IF.
014400     IF WS-DIV-SUB > ZERO
014410         IF WS-DIV-DIVISION (WS-DIV-SUB) = WS-FIND-DIVISION
014420             GO TO 8500-EXIT
014430         END-IF
014440     ELSE
014450         COMPUTE WS-DIV-SUB = WS-DIV-COUNT + 1
014460     END-IF.
014470     IF WS-DIV-COUNT NOT < 100
014480         IF NOT WS-TABLE-FULL
014490             DISPLAY 'DL100GLJ: MORE THAN 100 DIVISIONS - '
014500                 'DIVISION ' WS-FIND-DIVISION ' NOT SUMMARIZED'
014510         END-IF
014520         MOVE 'Y' TO WS-TABLE-FULL-SW
014530         MOVE ZERO TO WS-DIV-SUB
014540         GO TO 8500-EXIT
014550     END-IF.
014560     ADD 1 TO WS-DIV-COUNT.
014570     IF WS-DIV-SUB < WS-DIV-COUNT
014580         PERFORM 8510-SHIFT-ONE-ENTRY THRU 8510-EXIT
014590             VARYING WS-SHIFT-SUB FROM WS-DIV-COUNT BY -1
014600             UNTIL WS-SHIFT-SUB NOT > WS-DIV-SUB
014610     END-IF.
014620     MOVE WS-DIV-EMPTY-ENTRY TO WS-DIV-ENTRY (WS-DIV-SUB).
014630     MOVE WS-FIND-DIVISION TO WS-DIV-DIVISION (WS-DIV-SUB).
014640 8500-EXIT.
014650     EXIT.
014660*
014670******************************************************************
014680*    8510-SHIFT-ONE-ENTRY - MOVE ONE ENTRY DOWN A PLACE TO OPEN  *
014690*                           THE SLOT FOR A NEW DIVISION          *
014700******************************************************************
014710 8510-SHIFT-ONE-ENTRY.
014720     MOVE WS-DIV-ENTRY (WS-SHIFT-SUB - 1)
014730         TO WS-DIV-ENTRY (WS-SHIFT-SUB).
014740 8510-EXIT.
014750     EXIT.
014760*
014770******************************************************************
014780*    9000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE   *
014790******************************************************************
014800 9000-TERMINATE.
014810     IF WS-OUT-OF-BALANCE
014820         MOVE SPACES TO WS-MESSAGE-TEXT
014830         STRING '*** JOURNAL NOT RELEASED - DL100DSP MISSING OR '
014840             'OUT OF BALANCE, OR THE JOURNAL DID NOT PROVE ***'
014850             DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
014860     ELSE
014870         IF WS-SETUP-ERROR
014880             MOVE SPACES TO WS-MESSAGE-TEXT
014890             STRING '*** JOURNAL NOT RELEASED - ACCOUNT MAPPING '
014900                 'OR INPUT ERROR (SEE SYSOUT) ***'
014910                 DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
014920         ELSE
014930             MOVE 'JOURNAL RELEASED TO THE GENERAL LEDGER'
014940                 TO WS-MESSAGE-TEXT
014950         END-IF
014960     END-IF.
014970     IF WS-LINE-COUNT = ZERO
014980         PERFORM 1500-PRINT-HEADING THRU 1500-EXIT
014990     END-IF.
015000     PERFORM 1700-CHECK-PAGE THRU 1700-EXIT.
015010     WRITE GL-REPORT-RECORD FROM WS-MESSAGE-LINE
015020         AFTER ADVANCING 2 LINES.
015030     CLOSE GL-REPORT-FILE.
015040     DISPLAY 'DL100GLJ: DISPOSITIONS   = ' WS-DSP-COUNT.
015050     DISPLAY 'DL100GLJ: RECYCLED ITEMS = ' WS-RECYCLE-COUNT.
015060     DISPLAY 'DL100GLJ: SUSPENSE ITEMS = ' WS-SUSPENSE-COUNT.
015070     DISPLAY 'DL100GLJ: DIVISIONS      = ' WS-DIV-COUNT.
015080     DISPLAY 'DL100GLJ: JOURNAL LINES  = ' WS-JNL-LINE-COUNT.
015090     EVALUATE TRUE
015100         WHEN WS-OUT-OF-BALANCE
015110             DISPLAY 'DL100GLJ: RUN FAILED OUT-OF-BALANCE - '
015120                 'RC 100'
015130             MOVE 100 TO WS-RETURN-CODE
015140         WHEN WS-SETUP-ERROR
015150             DISPLAY 'DL100GLJ: JOURNAL NOT RELEASED - RC 12'
015160             MOVE 12 TO WS-RETURN-CODE
015170         WHEN WS-SUSPENSE-DIFFERS
015180             DISPLAY 'DL100GLJ: GL SUSPENSE DOES NOT AGREE WITH '
015190                 'DL100SUS - RC 4'
015200             MOVE 4 TO WS-RETURN-CODE
015210     END-EVALUATE.
015220     MOVE WS-RETURN-CODE TO RETURN-CODE.
015230 9000-EXIT.
015240     EXIT.
015250*
015260 END PROGRAM DL100GLJ.
