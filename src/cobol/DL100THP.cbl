000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID:    DL100THP                                    *
000040*    AUTHOR:        J. MEDILE                                   *
000050*    INSTALLATION:  DL100 BATCH CONTROL SYSTEM                  *
000060*    DATE-WRITTEN:  2026-10-15                                  *
000070*    DATE-COMPILED: 2026-10-15                                  *
000080*                                                                *
000090*    DESCRIPTION:   ARCHIVE/PURGE OF THE DL100THS TRANSACTION    *
000100*                   HISTORY MASTER (JOB DL100KJ STEP010).        *
000110*                   RECORDS WHOSE BUSINESS DATE IS BEFORE THE    *
000120*                   RETENTION CUTOFF ARE APPENDED TO THE         *
000130*                   SEQUENTIAL DL100THA ARCHIVE FILE (SAME       *
000140*                   DL100TH LAYOUT) AND DELETED FROM THE         *
000150*                   CLUSTER, SO THE MASTER HOLDS A ROLLING 13    *
000160*                   MONTHS WHILE OLDER HISTORY STAYS             *
000170*                   RESEARCHABLE ON THE ARCHIVE.                 *
000180*                                                                *
000190*                   PARM='CCYYMMDD' SETS THE CUTOFF EXPLICITLY   *
000200*                   (BUSINESS DATES STRICTLY BEFORE THAT DATE    *
000210*                   ARE ARCHIVED).  AN EMPTY PARM DEFAULTS TO    *
000220*                   THE FIRST DAY OF THE MONTH 13 MONTHS BEFORE  *
000230*                   THE RUN DATE'S MONTH, SO AT LEAST 13 FULL    *
000240*                   MONTHS ARE ALWAYS KEPT.                      *
000250*                                                                *
000260*                   RETURN CODES:                                *
000270*                     0 - PURGE COMPLETED                        *
000280*                     4 - ONE OR MORE RECORDS WOULD NOT DELETE - *
000290*                         THEY STAY ON THE MASTER FOR THE NEXT   *
000300*                         RUN                                    *
000310*                     8 - AN ARCHIVE WRITE FAILED - THE PURGE    *
000320*                         STOPPED THERE, THE RECORD AND ALL      *
000330*                         AFTER IT STAY ON THE MASTER            *
000340*                    12 - DL100THS OR DL100THA WOULD NOT OPEN -  *
000350*                         NOTHING PURGED                         *
000360*                                                                *
000370*    MODIFICATION HISTORY                                       *
000380*    ----------------------------------------------------------  *
000390*    DATE       INIT   DESCRIPTION                               *
000400*    ---------- ----   ---------------------------------------- *
000410*    2026-10-15 JPM    INITIAL VERSION.                         *
000420*    2026-10-15 JPM    EACH RECORD IS NOW ARCHIVED BEFORE IT IS  *
000430*                      DELETED, AND A FAILED ARCHIVE WRITE STOPS *
000440*                      THE PURGE WITH RC 8.                      *
000450*                                                                *
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. DL100THP.
000490 AUTHOR. J. MEDILE.
000500 INSTALLATION. DL100 BATCH CONTROL SYSTEM.
000510 DATE-WRITTEN. 2026-10-15.
000520 DATE-COMPILED. 2026-10-15.
000530*
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER. IBM-370.
000570 OBJECT-COMPUTER. IBM-370.
000580*
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT HISTORY-FILE ASSIGN TO DL100THS
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS DL100TH-HISTORY-KEY
000650         FILE STATUS IS WS-HISTORY-STATUS.
000660*
000670     SELECT ARCHIVE-FILE ASSIGN TO DL100THA
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-ARCHIVE-STATUS.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  HISTORY-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760     COPY DL100TH.
000770*
000780 FD  ARCHIVE-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 01  ARCHIVE-RECORD              PIC X(80).
000820*
000830 WORKING-STORAGE SECTION.
000840******************************************************************
000850*    WORKING STORAGE - SWITCHES AND COUNTERS                     *
000860******************************************************************
000870 77  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
000880     88  WS-HISTORY-OK               VALUE '00'.
000890*
000900 77  WS-ARCHIVE-STATUS           PIC X(02) VALUE SPACES.
000910     88  WS-ARCHIVE-OK               VALUE '00'.
000920*
000930 01  WS-SWITCHES.
000940     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000950         88  WS-END-OF-FILE          VALUE 'Y'.
000960     05  WS-HISTORY-OPEN-SW      PIC X(01) VALUE 'N'.
000970         88  WS-HISTORY-OPEN         VALUE 'Y'.
000980     05  WS-ARCHIVE-OPEN-SW      PIC X(01) VALUE 'N'.
000990         88  WS-ARCHIVE-OPEN         VALUE 'Y'.
001000     05  WS-ARCHIVE-FAILED-SW    PIC X(01) VALUE 'N'.
001010         88  WS-ARCHIVE-FAILED       VALUE 'Y'.
001020*
001030 01  WS-COUNTERS.
001040     05  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
001050     05  WS-ARCHIVED-COUNT       PIC 9(07) COMP VALUE ZERO.
001060     05  WS-KEPT-COUNT           PIC 9(07) COMP VALUE ZERO.
001070     05  WS-FAILED-COUNT         PIC 9(07) COMP VALUE ZERO.
001080*
001090 01  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
001100*
001110******************************************************************
001120*    WORKING STORAGE - RETENTION CUTOFF                          *
001130******************************************************************
001140 01  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
001150 01  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE.
001160     05  WS-CUTOFF-YEAR          PIC 9(04).
001170     05  WS-CUTOFF-MONTH         PIC 9(02).
001180     05  WS-CUTOFF-DAY           PIC 9(02).
001190 01  WS-RETAIN-MONTHS            PIC 9(02) VALUE 13.
001200*
001210 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001220 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001230     05  WS-RUN-YEAR             PIC 9(04).
001240     05  WS-RUN-MONTH            PIC 9(02).
001250     05  WS-RUN-DAY              PIC 9(02).
001260*
001270 LINKAGE SECTION.
001280******************************************************************
001290*    LINKAGE - OPTIONAL CUTOFF DATE PASSED VIA THE JCL EXEC      *
001300*              PARM=, E.G. PARM='20250901'                       *
001310******************************************************************
001320 01  LS-PARM-FIELD.
001330     05  LS-PARM-LENGTH          PIC S9(04) COMP.
001340     05  LS-PARM-TEXT            PIC X(30).
001350*
001360 PROCEDURE DIVISION USING LS-PARM-FIELD.
001370******************************************************************
001380*    0000-MAINLINE                                               *
001390******************************************************************
001400 0000-MAINLINE.
001410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001420     PERFORM 2000-PURGE-ONE-RECORD THRU 2000-EXIT
001430         UNTIL WS-END-OF-FILE.
001440     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001450     STOP RUN.
001460*
001470******************************************************************
001480*    1000-INITIALIZE - SET THE RETENTION CUTOFF, OPEN THE FILES  *
001490*                      AND PRIME THE FIRST READ                  *
001500******************************************************************
001510 1000-INITIALIZE.
001520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001530     IF LS-PARM-LENGTH >= 8
001540         AND LS-PARM-TEXT (1:8) IS NUMERIC
001550         MOVE LS-PARM-TEXT (1:8) TO WS-CUTOFF-DATE
001560     ELSE
001570         PERFORM 1100-DEFAULT-CUTOFF THRU 1100-EXIT
001580     END-IF.
001590     DISPLAY 'DL100THP: RETENTION CUTOFF = ' WS-CUTOFF-DATE.
001600     OPEN I-O HISTORY-FILE.
001610     IF WS-HISTORY-OK
001620         MOVE 'Y' TO WS-HISTORY-OPEN-SW
001630     ELSE
001640         DISPLAY 'DL100THP: UNABLE TO OPEN DL100THS, STATUS = '
001650             WS-HISTORY-STATUS
001660         MOVE 'Y' TO WS-EOF-SWITCH
001670     END-IF.
001680     OPEN EXTEND ARCHIVE-FILE.
001690     IF WS-ARCHIVE-OK
001700         MOVE 'Y' TO WS-ARCHIVE-OPEN-SW
001710     ELSE
001720         DISPLAY 'DL100THP: UNABLE TO OPEN DL100THA, STATUS = '
001730             WS-ARCHIVE-STATUS
001740         MOVE 'Y' TO WS-EOF-SWITCH
001750     END-IF.
001760     IF NOT WS-END-OF-FILE
001770         PERFORM 2900-READ-HISTORY THRU 2900-EXIT
001780     END-IF.
001790 1000-EXIT.
001800     EXIT.
001810*
001820******************************************************************
001830*    1100-DEFAULT-CUTOFF - FIRST DAY OF THE MONTH                *
001840*                          WS-RETAIN-MONTHS MONTHS BEFORE THE    *
001850*                          RUN DATE'S MONTH                      *
001860******************************************************************
001870 1100-DEFAULT-CUTOFF.
001880     MOVE WS-RUN-YEAR TO WS-CUTOFF-YEAR.
001890     MOVE WS-RUN-MONTH TO WS-CUTOFF-MONTH.
001900     MOVE 01 TO WS-CUTOFF-DAY.
001910     SUBTRACT 1 FROM WS-CUTOFF-YEAR.
001920     IF WS-CUTOFF-MONTH > WS-RETAIN-MONTHS - 12
001930         ADD 12 TO WS-CUTOFF-MONTH
001940         SUBTRACT WS-RETAIN-MONTHS FROM WS-CUTOFF-MONTH
001950     ELSE
001960         ADD 24 TO WS-CUTOFF-MONTH
001970         SUBTRACT WS-RETAIN-MONTHS FROM WS-CUTOFF-MONTH
001980         SUBTRACT 1 FROM WS-CUTOFF-YEAR
001990     END-IF.
002000 1100-EXIT.
002010     EXIT.
002020*
002030******************************************************************
002040*    2000-PURGE-ONE-RECORD - DELETE AND ARCHIVE ONE RECORD OLDER *
002050*                            THAN THE CUTOFF, LEAVE EVERYTHING   *
002060*                            ELSE ALONE.  THE ARCHIVE IS WRITTEN *
002070*                            FIRST, SO NO RECORD LEAVES THE      *
002080*                            MASTER UNARCHIVED - A FAILED WRITE  *
002090*                            STOPS THE PURGE.  A RECORD THAT     *
002100*                            WILL NOT DELETE STAYS ON THE MASTER *
002110*                            AND IS ARCHIVED AGAIN NEXT RUN      *
002120******************************************************************
002130 2000-PURGE-ONE-RECORD.
002140     IF DL100TH-BUSINESS-DATE NOT < WS-CUTOFF-DATE
002150         ADD 1 TO WS-KEPT-COUNT
002160         GO TO 2000-NEXT
002170     END-IF.
002180     WRITE ARCHIVE-RECORD FROM DL100TH-HISTORY-RECORD.
002190     IF NOT WS-ARCHIVE-OK
002200         DISPLAY 'DL100THP: ARCHIVE WRITE FAILED FOR KEY '
002210             DL100TH-HISTORY-KEY ', STATUS = '
002220             WS-ARCHIVE-STATUS
002230         MOVE 'Y' TO WS-ARCHIVE-FAILED-SW
002240         MOVE 'Y' TO WS-EOF-SWITCH
002250         GO TO 2000-EXIT
002260     END-IF.
002270     DELETE HISTORY-FILE.
002280     IF NOT WS-HISTORY-OK
002290         DISPLAY 'DL100THP: DELETE FAILED FOR KEY '
002300             DL100TH-HISTORY-KEY ', STATUS = '
002310             WS-HISTORY-STATUS
002320         ADD 1 TO WS-FAILED-COUNT
002330     ELSE
002340         ADD 1 TO WS-ARCHIVED-COUNT
002350     END-IF.
002360 2000-NEXT.
002370     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
002380 2000-EXIT.
002390     EXIT.
002400*
002410******************************************************************
002420*    2900-READ-HISTORY - READ THE NEXT HISTORY MASTER RECORD     *
002430******************************************************************
002440 2900-READ-HISTORY.
002450     READ HISTORY-FILE
002460         AT END
002470             MOVE 'Y' TO WS-EOF-SWITCH
002480         NOT AT END
002490             ADD 1 TO WS-READ-COUNT
002500     END-READ.
002510 2900-EXIT.
002520     EXIT.
002530*
002540******************************************************************
002550*    9000-TERMINATE - CLOSE THE FILES, REPORT THE COUNTS AND SET *
002560*                     THE RETURN CODE                            *
002570******************************************************************
002580 9000-TERMINATE.
002590     IF WS-HISTORY-OPEN
002600         CLOSE HISTORY-FILE
002610     END-IF.
002620     IF WS-ARCHIVE-OPEN
002630         CLOSE ARCHIVE-FILE
002640     END-IF.
002650     DISPLAY 'DL100THP: HISTORY RECORDS READ = ' WS-READ-COUNT.
002660     DISPLAY 'DL100THP: RECORDS ARCHIVED     = '
002670         WS-ARCHIVED-COUNT.
002680     DISPLAY 'DL100THP: RECORDS KEPT         = ' WS-KEPT-COUNT.
002690     DISPLAY 'DL100THP: DELETES FAILED       = ' WS-FAILED-COUNT.
002700     EVALUATE TRUE
002710         WHEN NOT WS-HISTORY-OPEN
002720         WHEN NOT WS-ARCHIVE-OPEN
002730             DISPLAY 'DL100THP: RUN FAILED - NOTHING PURGED - '
002740                 'RC 12'
002750             MOVE 12 TO WS-RETURN-CODE
002760         WHEN WS-ARCHIVE-FAILED
002770             DISPLAY 'DL100THP: PURGE STOPPED ON AN ARCHIVE '
002780                 'WRITE FAILURE - RC 8'
002790             MOVE 8 TO WS-RETURN-CODE
002800         WHEN WS-FAILED-COUNT > ZERO
002810             DISPLAY 'DL100THP: SOME RECORDS NOT PURGED - RC 4'
002820             MOVE 4 TO WS-RETURN-CODE
002830     END-EVALUATE.
002840     MOVE WS-RETURN-CODE TO RETURN-CODE.
002850 9000-EXIT.
002860     EXIT.
002870*
002880 END PROGRAM DL100THP.
