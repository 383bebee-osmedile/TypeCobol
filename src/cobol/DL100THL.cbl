000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID:    DL100THL                                    *
000040*    AUTHOR:        J. MEDILE                                   *
000050*    INSTALLATION:  DL100 BATCH CONTROL SYSTEM                  *
000060*    DATE-WRITTEN:  2026-10-15                                  *
000070*    DATE-COMPILED: 2026-10-15                                  *
000080*                                                                *
000090*    DESCRIPTION:   TRANSACTION HISTORY MASTER LOAD (DL100J      *
000100*                   STEP014).  READS THE DAY'S MERGED DL100DSP   *
000110*                   DISPOSITION EXTRACT (COPYBOOK DL100D) AND    *
000120*                   ADDS ONE RECORD PER DETAIL TO THE KEYED      *
000130*                   DL100THS TRANSACTION HISTORY MASTER          *
000140*                   (COPYBOOK DL100TH) - THE CONTROL CODE,       *
000150*                   DISPOSITION, SEVERITY, DIVISION AND AMOUNT   *
000160*                   EACH TRAN KEY CARRIED ON THE BUSINESS DATE,  *
000170*                   SO A KEY'S WHOLE 13-MONTH TIMELINE IS ONE    *
000180*                   KEYED READ AWAY INSTEAD OF ONE RESTORED      *
000190*                   GENERATION PER DAY.                          *
000200*                                                                *
000210*                   THE EXTRACT IS PROVED AGAINST ITS DL100T     *
000220*                   TRAILER IN A FIRST PASS AND LOADED IN A      *
000230*                   SECOND, SO AN OUT-OF-BALANCE FILE NEVER      *
000240*                   LEAVES A PART-DAY ON THE MASTER.  THE        *
000250*                   BUSINESS DATE IS THE DL100DSP HEADER'S       *
000260*                   CREATE DATE.  DL100DSP IS IN TRAN KEY        *
000270*                   ORDER, SO A KEY'S REPEAT OCCURRENCES ON THE  *
000280*                   DATE ARE ADJACENT AND ARE NUMBERED 01, 02,   *
000290*                   ... IN FILE ORDER.  A RERUN OF THE DATE      *
000296*                   REPLACES THE RECORDS ALREADY LOADED, AND AT  *
000302*                   EACH KEY BREAK DELETES ANY HIGHER OCCURRENCE *
000308*                   OF THE KEY THE EARLIER RUN LOADED AND THE    *
000315*                   RERUN NO LONGER HAS.  EVERY ADD, REPLACE AND *
000321*                   DELETE IS JOURNALED ON DL100BKJ (COPYBOOK    *
000327*                   DL100BK, MASTER ID 'THS') FIRST SO DL100BKO  *
000333*                   CAN BACK THE DATE OUT.                       *
000340*                                                                *
000350*                   RETENTION IS DL100THP'S JOB (DL100KJ), NOT   *
000360*                   THIS PROGRAM'S.                              *
000370*                                                                *
000380*                   RETURN CODES:                                *
000390*                     0 - EXTRACT LOADED                         *
000400*                     4 - LOADED, BUT SOME DETAILS COULD NOT BE  *
000406*                         WRITTEN, OR A STALE OCCURRENCE COULD   *
000413*                         NOT BE DELETED (SEE SYSOUT)            *
000420*                    12 - DL100THS COULD NOT BE OPENED - NOTHING *
000430*                         LOADED                                 *
000440*                   100 - DL100DSP MISSING OR OUT OF BALANCE     *
000450*                         WITH ITS TRAILER - NOTHING LOADED      *
000460*                                                                *
000470*    MODIFICATION HISTORY                                       *
000480*    ----------------------------------------------------------  *
000490*    DATE       INIT   DESCRIPTION                               *
000500*    ---------- ----   ---------------------------------------- *
000510*    2026-10-15 JPM    INITIAL VERSION.                         *
000512*    2026-10-15 JPM    A RERUN NOW DELETES (AND JOURNALS) THE    *
000515*                      OCCURRENCES OF A KEY BEYOND THOSE THE     *
000517*                      RERUN LOADED.                             *
000520*                                                                *
000530******************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. DL100THL.
000560 AUTHOR. J. MEDILE.
000570 INSTALLATION. DL100 BATCH CONTROL SYSTEM.
000580 DATE-WRITTEN. 2026-10-15.
000590 DATE-COMPILED. 2026-10-15.
000600*
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER. IBM-370.
000640 OBJECT-COMPUTER. IBM-370.
000650*
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT DISPOSITION-FILE ASSIGN TO DL100DSP
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-DISPOSITION-STATUS.
000710*
000720     SELECT HISTORY-FILE ASSIGN TO DL100THS
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS RANDOM
000750         RECORD KEY IS DL100TH-HISTORY-KEY
000760         FILE STATUS IS WS-HISTORY-STATUS.
000770*
000780     SELECT JOURNAL-FILE ASSIGN TO DL100BKJ
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS DL100BK-JOURNAL-KEY
000820         FILE STATUS IS WS-JOURNAL-STATUS.
000830*
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  DISPOSITION-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890     COPY DL100D.
000900*
000910 FD  HISTORY-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940     COPY DL100TH.
000950*
000960 FD  JOURNAL-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990     COPY DL100BK.
001000*
001010 WORKING-STORAGE SECTION.
001020******************************************************************
001030*    WORKING STORAGE - FILE STATUS                               *
001040******************************************************************
001050 77  WS-DISPOSITION-STATUS       PIC X(02) VALUE SPACES.
001060     88  WS-DISPOSITION-OK           VALUE '00'.
001070*
001080 77  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
001090     88  WS-HISTORY-OK               VALUE '00'.
001100*
001110 77  WS-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
001120     88  WS-JOURNAL-OK               VALUE '00'.
001130*
001140******************************************************************
001150*    WORKING STORAGE - SWITCHES AND COUNTERS                     *
001160******************************************************************
001170 01  WS-SWITCHES.
001180     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001190         88  WS-END-OF-FILE          VALUE 'Y'.
001200     05  WS-HISTORY-OPEN-SW      PIC X(01) VALUE 'N'.
001210         88  WS-HISTORY-OPEN         VALUE 'Y'.
001220     05  WS-JOURNAL-OPEN-SW      PIC X(01) VALUE 'N'.
001230         88  WS-JOURNAL-OPEN         VALUE 'Y'.
001240     05  WS-BALANCE-SW           PIC X(01) VALUE 'N'.
001250         88  WS-OUT-OF-BALANCE       VALUE 'Y'.
001260     05  WS-DSP-HEADER-SW        PIC X(01) VALUE 'N'.
001270         88  WS-DSP-HEADER-SEEN      VALUE 'Y'.
001280     05  WS-DSP-TRAILER-SW       PIC X(01) VALUE 'N'.
001290         88  WS-DSP-TRAILER-SEEN     VALUE 'Y'.
001293     05  WS-STALE-DONE-SW        PIC X(01) VALUE 'N'.
001296         88  WS-STALE-DONE           VALUE 'Y'.
001300*
001310 01  WS-COUNTERS.
001320     05  WS-DSP-COUNT            PIC 9(07) COMP VALUE ZERO.
001330     05  WS-DSP-HASH             PIC 9(09) COMP VALUE ZERO.
001340     05  WS-DSP-AMOUNT           PIC 9(13)V99 VALUE ZERO.
001350     05  WS-ADDED-COUNT          PIC 9(07) COMP VALUE ZERO.
001360     05  WS-REPLACED-COUNT       PIC 9(07) COMP VALUE ZERO.
001370     05  WS-FAILED-COUNT         PIC 9(07) COMP VALUE ZERO.
001380     05  WS-REPEAT-COUNT         PIC 9(07) COMP VALUE ZERO.
001385     05  WS-DROPPED-COUNT        PIC 9(07) COMP VALUE ZERO.
001390*
001400 01  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
001410*
001420******************************************************************
001430*    WORKING STORAGE - BUSINESS DATE AND OCCURRENCE CONTROL.     *
001440*    THE OCCURRENCE RESTARTS AT 01 ON EACH NEW TRAN KEY          *
001450******************************************************************
001460 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001470 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001480 01  WS-PRIOR-TRAN-KEY           PIC X(10) VALUE LOW-VALUES.
001490 01  WS-OCCURRENCE               PIC 9(03) VALUE ZERO.
001495 01  WS-STALE-OCCURRENCE         PIC 9(03) VALUE ZERO.
001500*
001510******************************************************************
001520*    WORKING STORAGE - FILE CONTROL (HEADER/TRAILER) RECORD      *
001530*    USED TO VERIFY THE DL100T TRAILER ON DL100DSP               *
001540******************************************************************
001550     COPY DL100T.
001560*
001570 PROCEDURE DIVISION.
001580******************************************************************
001590*    0000-MAINLINE                                               *
001600******************************************************************
001610 0000-MAINLINE.
001620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001630     IF WS-HISTORY-OPEN
001640         PERFORM 2000-PROVE-DISPOSITION THRU 2000-EXIT
001650         IF NOT WS-OUT-OF-BALANCE
001660             PERFORM 3000-LOAD-HISTORY THRU 3000-EXIT
001670         END-IF
001680     END-IF.
001690     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001700     STOP RUN.
001710*
001720******************************************************************
001730*    1000-INITIALIZE - OPEN THE HISTORY MASTER AND THE BACKOUT   *
001740*                      JOURNAL                                   *
001750******************************************************************
001760 1000-INITIALIZE.
001770     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001780     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
001790     OPEN I-O HISTORY-FILE.
001800*    STATUS 35 MEANS THE CLUSTER IS DEFINED BUT HAS NEVER BEEN
001810*    LOADED (THE STATE DL100GDG LEAVES IT IN) - AN OPEN OUTPUT
001820*    AND CLOSE PUTS IT IN LOADED STATE, THEN THE I-O OPEN WORKS.
001830     IF WS-HISTORY-STATUS = '35'
001840         OPEN OUTPUT HISTORY-FILE
001850         CLOSE HISTORY-FILE
001860         OPEN I-O HISTORY-FILE
001870     END-IF.
001880     IF NOT WS-HISTORY-OK
001890         DISPLAY 'DL100THL: UNABLE TO OPEN DL100THS, STATUS = '
001900             WS-HISTORY-STATUS
001910         GO TO 1000-EXIT
001920     END-IF.
001930     MOVE 'Y' TO WS-HISTORY-OPEN-SW.
001940     PERFORM 1400-OPEN-JOURNAL THRU 1400-EXIT.
001950 1000-EXIT.
001960     EXIT.
001970*
001980******************************************************************
001990*    1400-OPEN-JOURNAL - OPEN THE BACKOUT JOURNAL.  STATUS 35 IS *
002000*                        A NEVER-LOADED CLUSTER, INITIALIZED IN  *
002010*                        PLACE AS FOR THE MASTER                 *
002020******************************************************************
002030 1400-OPEN-JOURNAL.
002040     OPEN I-O JOURNAL-FILE.
002050     IF WS-JOURNAL-STATUS = '35'
002060         OPEN OUTPUT JOURNAL-FILE
002070         CLOSE JOURNAL-FILE
002080         OPEN I-O JOURNAL-FILE
002090     END-IF.
002100     IF WS-JOURNAL-OK
002110         MOVE 'Y' TO WS-JOURNAL-OPEN-SW
002120     ELSE
002130         DISPLAY 'DL100THL: UNABLE TO OPEN DL100BKJ, STATUS = '
002140             WS-JOURNAL-STATUS
002150         DISPLAY 'DL100THL: WARNING - RUN NOT JOURNALED, IT '
002160             'CANNOT BE BACKED OUT'
002170     END-IF.
002180 1400-EXIT.
002190     EXIT.
002200*
002210******************************************************************
002220*    2000-PROVE-DISPOSITION - FIRST PASS.  READ THE WHOLE        *
002230*                             DL100DSP FILE AND PROVE ITS        *
002240*                             DETAILS AGAINST ITS DL100T         *
002250*                             TRAILER BEFORE ANYTHING IS LOADED  *
002260******************************************************************
002270 2000-PROVE-DISPOSITION.
002280     OPEN INPUT DISPOSITION-FILE.
002290     IF NOT WS-DISPOSITION-OK
002300         DISPLAY 'DL100THL: UNABLE TO OPEN DL100DSP, STATUS = '
002310             WS-DISPOSITION-STATUS
002320         MOVE 'Y' TO WS-BALANCE-SW
002330         GO TO 2000-EXIT
002340     END-IF.
002350     MOVE 'N' TO WS-EOF-SWITCH.
002360     PERFORM 2100-PROVE-ONE-RECORD THRU 2100-EXIT
002370         UNTIL WS-END-OF-FILE.
002380     CLOSE DISPOSITION-FILE.
002390     IF NOT WS-DSP-HEADER-SEEN
002400         OR NOT WS-DSP-TRAILER-SEEN
002410         DISPLAY 'DL100THL: DL100DSP HAS NO DL100T HEADER '
002420             'AND TRAILER'
002430         MOVE 'Y' TO WS-BALANCE-SW
002440     END-IF.
002450 2000-EXIT.
002460     EXIT.
002470*
002480******************************************************************
002490*    2100-PROVE-ONE-RECORD - TALLY ONE DL100DSP DETAIL, TAKE THE *
002500*                            BUSINESS DATE FROM THE HEADER, OR   *
002510*                            CHECK THE TALLY AT THE TRAILER      *
002520******************************************************************
002530 2100-PROVE-ONE-RECORD.
002540     READ DISPOSITION-FILE
002550         AT END
002560             MOVE 'Y' TO WS-EOF-SWITCH
002570             GO TO 2100-EXIT
002580     END-READ.
002590     IF DL100D-TRAN-KEY = LOW-VALUES
002600         MOVE DL100D-DISPOSITION-RECORD TO DL100T-CONTROL-RECORD
002610         MOVE 'Y' TO WS-DSP-HEADER-SW
002620         IF DL100T-CREATE-DATE NUMERIC
002630             AND DL100T-CREATE-DATE > ZERO
002640             MOVE DL100T-CREATE-DATE TO WS-BUSINESS-DATE
002650         END-IF
002660         GO TO 2100-EXIT
002670     END-IF.
002680     IF DL100D-TRAN-KEY = HIGH-VALUES
002690         MOVE DL100D-DISPOSITION-RECORD TO DL100T-CONTROL-RECORD
002700         MOVE 'Y' TO WS-DSP-TRAILER-SW
002710         IF DL100T-RECORD-COUNT NOT = WS-DSP-COUNT
002720             OR DL100T-HASH-TOTAL NOT = WS-DSP-HASH
002730             OR DL100T-AMOUNT-TOTAL NOT = WS-DSP-AMOUNT
002740             DISPLAY 'DL100THL: DL100DSP OUT OF BALANCE - '
002750                 'TRAILER ' DL100T-RECORD-COUNT '/'
002760                 DL100T-HASH-TOTAL ' READ ' WS-DSP-COUNT
002770                 '/' WS-DSP-HASH
002780             MOVE 'Y' TO WS-BALANCE-SW
002790         END-IF
002800         GO TO 2100-EXIT
002810     END-IF.
002820     ADD 1 TO WS-DSP-COUNT.
002830     ADD DL100D-CONTROL-CODE TO WS-DSP-HASH.
002840     ADD DL100D-AMOUNT TO WS-DSP-AMOUNT.
002850 2100-EXIT.
002860     EXIT.
002870*
002880******************************************************************
002890*    3000-LOAD-HISTORY - SECOND PASS.  LOAD EVERY DL100DSP       *
002900*                        DETAIL ONTO THE HISTORY MASTER UNDER    *
002910*                        THE BUSINESS DATE                       *
002920******************************************************************
002930 3000-LOAD-HISTORY.
002940     DISPLAY 'DL100THL: LOADING BUSINESS DATE ' WS-BUSINESS-DATE.
002950     OPEN INPUT DISPOSITION-FILE.
002960     IF NOT WS-DISPOSITION-OK
002970         DISPLAY 'DL100THL: UNABLE TO REOPEN DL100DSP, STATUS = '
002980             WS-DISPOSITION-STATUS
002990         MOVE 'Y' TO WS-BALANCE-SW
003000         GO TO 3000-EXIT
003010     END-IF.
003020     MOVE 'N' TO WS-EOF-SWITCH.
003030     PERFORM 3100-LOAD-ONE-RECORD THRU 3100-EXIT
003040         UNTIL WS-END-OF-FILE.
003045     PERFORM 3400-DROP-STALE THRU 3400-EXIT.
003050     CLOSE DISPOSITION-FILE.
003060 3000-EXIT.
003070     EXIT.
003080*
003090******************************************************************
003100*    3100-LOAD-ONE-RECORD - ADD ONE DL100DSP DETAIL TO THE       *
003110*                           MASTER, OR REPLACE THE RECORD A      *
003115*                           PRIOR RUN OF THE SAME DATE LOADED.   *
003120*                           A NEW KEY FIRST CLEARS THE LAST      *
003125*                           KEY'S LEFTOVER OCCURRENCES           *
003130******************************************************************
003140 3100-LOAD-ONE-RECORD.
003150     READ DISPOSITION-FILE
003160         AT END
003170             MOVE 'Y' TO WS-EOF-SWITCH
003180             GO TO 3100-EXIT
003190     END-READ.
003200     IF DL100D-TRAN-KEY = LOW-VALUES
003210         OR DL100D-TRAN-KEY = HIGH-VALUES
003220         GO TO 3100-EXIT
003230     END-IF.
003240     IF DL100D-TRAN-KEY = WS-PRIOR-TRAN-KEY
003250         ADD 1 TO WS-OCCURRENCE
003260         ADD 1 TO WS-REPEAT-COUNT
003270     ELSE
003275         PERFORM 3400-DROP-STALE THRU 3400-EXIT
003280         MOVE 1 TO WS-OCCURRENCE
003290         MOVE DL100D-TRAN-KEY TO WS-PRIOR-TRAN-KEY
003300     END-IF.
003310     IF WS-OCCURRENCE > 99
003320         DISPLAY 'DL100THL: KEY ' DL100D-TRAN-KEY
003330             ' OVER 99 OCCURRENCES ON THE DATE - NOT LOADED'
003340         ADD 1 TO WS-FAILED-COUNT
003350         GO TO 3100-EXIT
003360     END-IF.
003370     MOVE DL100D-TRAN-KEY TO DL100TH-TRAN-KEY.
003380     MOVE WS-BUSINESS-DATE TO DL100TH-BUSINESS-DATE.
003390     MOVE WS-OCCURRENCE TO DL100TH-OCCURRENCE.
003400     READ HISTORY-FILE
003410         INVALID KEY
003420             PERFORM 3200-ADD-RECORD THRU 3200-EXIT
003430         NOT INVALID KEY
003440             PERFORM 3300-REPLACE-RECORD THRU 3300-EXIT
003450     END-READ.
003460 3100-EXIT.
003470     EXIT.
003480*
003490******************************************************************
003500*    3200-ADD-RECORD - FIRST LOAD OF THIS KEY AND OCCURRENCE FOR *
003510*                      THE DATE                                  *
003520******************************************************************
003530 3200-ADD-RECORD.
003540     PERFORM 3500-BUILD-RECORD THRU 3500-EXIT.
003550     WRITE DL100TH-HISTORY-RECORD
003560         INVALID KEY
003570             DISPLAY 'DL100THL: MASTER WRITE FAILED FOR KEY '
003580                 DL100TH-HISTORY-KEY ', STATUS = '
003590                 WS-HISTORY-STATUS
003600             ADD 1 TO WS-FAILED-COUNT
003610         NOT INVALID KEY
003620             MOVE 'A' TO DL100BK-ACTION
003630             MOVE DL100TH-HISTORY-KEY TO DL100BK-MASTER-KEY
003640             MOVE SPACES TO DL100BK-BEFORE-IMAGE
003650             PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
003660             ADD 1 TO WS-ADDED-COUNT
003670     END-WRITE.
003680 3200-EXIT.
003690     EXIT.
003700*
003710******************************************************************
003720*    3300-REPLACE-RECORD - THE DATE IS BEING RERUN.  JOURNAL THE *
003730*                          RECORD AS THE EARLIER RUN LEFT IT,    *
003740*                          THEN REPLACE IT                       *
003750******************************************************************
003760 3300-REPLACE-RECORD.
003770     MOVE 'C' TO DL100BK-ACTION.
003780     MOVE DL100TH-HISTORY-KEY TO DL100BK-MASTER-KEY.
003790     MOVE DL100TH-HISTORY-RECORD TO DL100BK-BEFORE-IMAGE.
003800     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
003810     PERFORM 3500-BUILD-RECORD THRU 3500-EXIT.
003820     REWRITE DL100TH-HISTORY-RECORD
003830         INVALID KEY
003840             DISPLAY 'DL100THL: MASTER REWRITE FAILED FOR KEY '
003850                 DL100TH-HISTORY-KEY ', STATUS = '
003860                 WS-HISTORY-STATUS
003870             ADD 1 TO WS-FAILED-COUNT
003880         NOT INVALID KEY
003881             ADD 1 TO WS-REPLACED-COUNT
003882     END-REWRITE.
003883 3300-EXIT.
003884     EXIT.
003885*
003886******************************************************************
003887*    3400-DROP-STALE - KEY BREAK.  AN EARLIER RUN OF THE DATE    *
003888*                      MAY HAVE LOADED MORE OCCURRENCES OF THE   *
003889*                      LAST KEY THAN THIS RUN HAS - READ EACH    *
003890*                      HIGHER OCCURRENCE UNTIL ONE IS NOT ON     *
003891*                      FILE, JOURNALING AND DELETING IT          *
003892******************************************************************
003893 3400-DROP-STALE.
003894     IF WS-PRIOR-TRAN-KEY = LOW-VALUES
003895         OR WS-OCCURRENCE > 98
003896         GO TO 3400-EXIT
003897     END-IF.
003898     MOVE WS-OCCURRENCE TO WS-STALE-OCCURRENCE.
003899     MOVE 'N' TO WS-STALE-DONE-SW.
003900     PERFORM 3450-DROP-ONE-STALE THRU 3450-EXIT
003901         UNTIL WS-STALE-DONE.
003902 3400-EXIT.
003903     EXIT.
003904*
003905******************************************************************
003906*    3450-DROP-ONE-STALE - DELETE THE NEXT OCCURRENCE, IF THE    *
003907*                          MASTER STILL HAS IT                   *
003908******************************************************************
003909 3450-DROP-ONE-STALE.
003910     ADD 1 TO WS-STALE-OCCURRENCE.
003911     IF WS-STALE-OCCURRENCE > 99
003912         MOVE 'Y' TO WS-STALE-DONE-SW
003913         GO TO 3450-EXIT
003915     END-IF.
003916     MOVE WS-PRIOR-TRAN-KEY TO DL100TH-TRAN-KEY.
003917     MOVE WS-BUSINESS-DATE TO DL100TH-BUSINESS-DATE.
003918     MOVE WS-STALE-OCCURRENCE TO DL100TH-OCCURRENCE.
003919     READ HISTORY-FILE
003920         INVALID KEY
003921             MOVE 'Y' TO WS-STALE-DONE-SW
003922             GO TO 3450-EXIT
003923     END-READ.
003924     IF NOT WS-HISTORY-OK
003925         DISPLAY 'DL100THL: MASTER READ FAILED FOR KEY '
003926             DL100TH-HISTORY-KEY ', STATUS = ' WS-HISTORY-STATUS
003927         ADD 1 TO WS-FAILED-COUNT
003928         MOVE 'Y' TO WS-STALE-DONE-SW
003929         GO TO 3450-EXIT
003930     END-IF.
003931     MOVE 'C' TO DL100BK-ACTION.
003932     MOVE DL100TH-HISTORY-KEY TO DL100BK-MASTER-KEY.
003933     MOVE DL100TH-HISTORY-RECORD TO DL100BK-BEFORE-IMAGE.
003934     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
003935     DELETE HISTORY-FILE RECORD
003936         INVALID KEY
003937             DISPLAY 'DL100THL: MASTER DELETE FAILED FOR KEY '
003938                 DL100TH-HISTORY-KEY ', STATUS = '
003939                 WS-HISTORY-STATUS
003940             ADD 1 TO WS-FAILED-COUNT
003941             MOVE 'Y' TO WS-STALE-DONE-SW
003942         NOT INVALID KEY
003943             ADD 1 TO WS-DROPPED-COUNT
003944     END-DELETE.
003945 3450-EXIT.
003946     EXIT.
003947*
003948******************************************************************
003950*    3500-BUILD-RECORD - MOVE THE DL100DSP DETAIL INTO THE       *
003960*                        HISTORY RECORD (THE KEY IS ALREADY SET) *
003970******************************************************************
003980 3500-BUILD-RECORD.
003990     MOVE DL100D-CONTROL-CODE TO DL100TH-CONTROL-CODE.
004000     MOVE DL100D-DISPOSITION TO DL100TH-DISPOSITION.
004010     MOVE DL100D-ORIG-DISPOSITION TO DL100TH-ORIG-DISPOSITION.
004020     MOVE DL100D-SEVERITY TO DL100TH-SEVERITY.
004030     MOVE DL100D-DIVISION TO DL100TH-DIVISION.
004040     MOVE DL100D-AMOUNT TO DL100TH-AMOUNT.
004050     MOVE WS-RUN-DATE TO DL100TH-LOAD-DATE.
004060     MOVE SPACES TO DL100TH-HISTORY-RECORD (48:33).
004070 3500-EXIT.
004080     EXIT.
004090*
004100******************************************************************
004110*    8000-WRITE-JOURNAL - JOURNAL ONE MASTER RECORD BEFORE IT IS *
004120*                         ADDED, CHANGED OR DELETED.  THE CALLER *
004130*                         SETS THE ACTION, KEY AND BEFORE IMAGE  *
004140******************************************************************
004150 8000-WRITE-JOURNAL.
004160     IF NOT WS-JOURNAL-OPEN
004170         GO TO 8000-EXIT
004180     END-IF.
004190     MOVE WS-BUSINESS-DATE TO DL100BK-RUN-DATE.
004200     MOVE 'THS' TO DL100BK-MASTER-ID.
004210     MOVE 'DL100THL' TO DL100BK-PROGRAM-ID.
004220     ACCEPT DL100BK-JOURNAL-TIME FROM TIME.
004230*    A DUPLICATE KEY (STATUS 22) MEANS THE RECORD WAS ALREADY
004240*    JOURNALED FOR THIS RUN DATE - THE FIRST BEFORE IMAGE STANDS.
004250     WRITE DL100BK-JOURNAL-RECORD
004260         INVALID KEY
004270             IF WS-JOURNAL-STATUS NOT = '22'
004280                 DISPLAY 'DL100THL: JOURNAL WRITE FAILED FOR KEY '
004290                     DL100BK-MASTER-KEY ', STATUS = '
004300                     WS-JOURNAL-STATUS
004310             END-IF
004320     END-WRITE.
004330 8000-EXIT.
004340     EXIT.
004350*
004360******************************************************************
004370*    9000-TERMINATE - CLOSE THE FILES, REPORT THE COUNTS AND SET *
004380*                     THE RETURN CODE                            *
004390******************************************************************
004400 9000-TERMINATE.
004410     IF WS-HISTORY-OPEN
004420         CLOSE HISTORY-FILE
004430     END-IF.
004440     IF WS-JOURNAL-OPEN
004450         CLOSE JOURNAL-FILE
004460     END-IF.
004470     DISPLAY 'DL100THL: BUSINESS DATE       = ' WS-BUSINESS-DATE.
004480     DISPLAY 'DL100THL: DISPOSITIONS READ   = ' WS-DSP-COUNT.
004490     DISPLAY 'DL100THL: HISTORY ADDED       = ' WS-ADDED-COUNT.
004500     DISPLAY 'DL100THL: HISTORY REPLACED    = ' WS-REPLACED-COUNT.
004510     DISPLAY 'DL100THL: REPEAT OCCURRENCES  = ' WS-REPEAT-COUNT.
004515     DISPLAY 'DL100THL: STALE OCCURRENCES   = ' WS-DROPPED-COUNT.
004520     DISPLAY 'DL100THL: NOT LOADED          = ' WS-FAILED-COUNT.
004530     EVALUATE TRUE
004540         WHEN NOT WS-HISTORY-OPEN
004550             DISPLAY 'DL100THL: RUN FAILED - HISTORY MASTER '
004560                 'NOT AVAILABLE - RC 12'
004570             MOVE 12 TO WS-RETURN-CODE
004580         WHEN WS-OUT-OF-BALANCE
004590             DISPLAY 'DL100THL: RUN FAILED OUT-OF-BALANCE - '
004600                 'NOTHING LOADED - RC 100'
004610             MOVE 100 TO WS-RETURN-CODE
004620         WHEN WS-FAILED-COUNT > ZERO
004630             DISPLAY 'DL100THL: SOME DETAILS NOT LOADED - RC 4'
004640             MOVE 4 TO WS-RETURN-CODE
004650     END-EVALUATE.
004660     MOVE WS-RETURN-CODE TO RETURN-CODE.
004670 9000-EXIT.
004680     EXIT.
004690*
004700 END PROGRAM DL100THL.
