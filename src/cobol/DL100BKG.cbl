000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID:    DL100BKG                                    *
000040*    AUTHOR:        J. MEDILE                                   *
000050*    INSTALLATION:  DL100 BATCH CONTROL SYSTEM                  *
000060*    DATE-WRITTEN:  2026-10-15                                  *
000070*    DATE-COMPILED: 2026-10-15                                  *
000080*                                                                *
000090*    DESCRIPTION:   BACKOUT GENERATION CHECK (JOB DL100XJ).      *
000100*                   CONFIRMS THAT THE CURRENT (0) GENERATION ON  *
000110*                   DD DL100GEN WAS WRITTEN FOR THE BUSINESS     *
000120*                   DATE BEING BACKED OUT BEFORE THE JOB DROPS   *
000130*                   IT - A DATE WHOSE RUN STOPPED SHORT OF A     *
000140*                   STEP NEVER CATALOGED THAT STEP'S GENERATION, *
000150*                   AND THE (0) GENERATION THEN BELONGS TO THE   *
000160*                   DAY BEFORE.  THE DATE IS TAKEN FROM THE      *
000170*                   FIRST RECORD, READ AS ONE OF:                *
000180*                     HDR - A DL100T CONTROL FILE (DL100DSP,     *
000190*                           DL100EXC, THE DL100NXT FEED) - THE   *
000200*                           HEADER'S CREATE DATE                 *
000210*                     REJ - THE DL100R REJECT FILE - THE REJECT  *
000220*                           DATE                                 *
000230*                     PRT - A 133-BYTE PRINT FILE (DL100RRP) -   *
000240*                           THE DATE AS MM/DD/CCYY ANYWHERE IN   *
000250*                           THE FIRST HEADING LINE               *
000260*                   PARM='CCYYMMDD,TYPE'.                        *
000270*                                                                *
000280*                   RETURN CODES:                                *
000290*                     0 - THE GENERATION IS THE DATE'S - DROP IT *
000300*                     4 - THE GENERATION IS ANOTHER DATE'S, OR   *
000310*                         EMPTY AND CANNOT BE TIED TO A DATE -   *
000320*                         LEAVE IT                               *
000330*                    12 - BAD PARM OR DL100GEN WOULD NOT OPEN    *
000340*                                                                *
000350*    MODIFICATION HISTORY                                       *
000360*    ----------------------------------------------------------  *
000370*    DATE       INIT   DESCRIPTION                               *
000380*    ---------- ----   ---------------------------------------- *
000390*    2026-10-15 JPM    INITIAL VERSION.                         *
000400*                                                                *
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. DL100BKG.
000440 AUTHOR. J. MEDILE.
000450 INSTALLATION. DL100 BATCH CONTROL SYSTEM.
000460 DATE-WRITTEN. 2026-10-15.
000470 DATE-COMPILED. 2026-10-15.
000480*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-370.
000520 OBJECT-COMPUTER. IBM-370.
000530*
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560*    ONE DD, THREE RECORD LENGTHS - ONLY THE SELECT MATCHING THE
000570*    PARM TYPE IS EVER OPENED.
000580     SELECT CONTROL-GEN-FILE ASSIGN TO DL100GEN
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-GEN-STATUS.
000610*
000620     SELECT REJECT-GEN-FILE ASSIGN TO DL100GEN
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-GEN-STATUS.
000650*
000660     SELECT PRINT-GEN-FILE ASSIGN TO DL100GEN
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-GEN-STATUS.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  CONTROL-GEN-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750     COPY DL100T.
000760*
000770 FD  REJECT-GEN-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800     COPY DL100R.
000810*
000820 FD  PRINT-GEN-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 01  PRINT-GEN-RECORD            PIC X(133).
000860*
000870 WORKING-STORAGE SECTION.
000880******************************************************************
000890*    WORKING STORAGE - FILE STATUS AND SWITCHES                  *
000900******************************************************************
000910 77  WS-GEN-STATUS               PIC X(02) VALUE SPACES.
000920     88  WS-GEN-OK                   VALUE '00'.
000930*
000940 01  WS-SWITCHES.
000950     05  WS-GEN-TYPE             PIC X(03) VALUE SPACES.
000960         88  WS-CONTROL-GEN          VALUE 'HDR'.
000970         88  WS-REJECT-GEN           VALUE 'REJ'.
000980         88  WS-PRINT-GEN            VALUE 'PRT'.
000990     05  WS-EMPTY-SW             PIC X(01) VALUE 'N'.
001000         88  WS-GEN-EMPTY            VALUE 'Y'.
001010*
001020 01  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
001030 01  WS-DATE-HITS                PIC 9(03) COMP VALUE ZERO.
001040*
001050******************************************************************
001060*    WORKING STORAGE - THE DATE BEING BACKED OUT, AND THE DATE   *
001070*    FOUND ON THE GENERATION                                     *
001080******************************************************************
001090 01  WS-BACKOUT-DATE             PIC 9(08) VALUE ZERO.
001100 01  WS-BACKOUT-DATE-X REDEFINES WS-BACKOUT-DATE.
001110     05  WS-BKO-CCYY             PIC 9(04).
001120     05  WS-BKO-MM               PIC 9(02).
001130     05  WS-BKO-DD               PIC 9(02).
001140 01  WS-BACKOUT-DATE-RPT.
001150     05  WS-BKO-RPT-MM           PIC 9(02).
001160     05  FILLER                  PIC X(01) VALUE '/'.
001170     05  WS-BKO-RPT-DD           PIC 9(02).
001180     05  FILLER                  PIC X(01) VALUE '/'.
001190     05  WS-BKO-RPT-CCYY         PIC 9(04).
001200 01  WS-GEN-DATE                 PIC X(10) VALUE SPACES.
001210*
001220 LINKAGE SECTION.
001230******************************************************************
001240*    LINKAGE - PARM='CCYYMMDD,TYPE' VIA THE JCL EXEC PARM=       *
001250******************************************************************
001260 01  LS-PARM-FIELD.
001270     05  LS-PARM-LENGTH          PIC S9(04) COMP.
001280     05  LS-PARM-TEXT            PIC X(30).
001290*
001300 PROCEDURE DIVISION USING LS-PARM-FIELD.
001310******************************************************************
001320*    0000-MAINLINE                                               *
001330******************************************************************
001340 0000-MAINLINE.
001350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001360     IF WS-RETURN-CODE = ZERO
001370         PERFORM 2000-CHECK-GENERATION THRU 2000-EXIT
001380     END-IF.
001390     DISPLAY 'DL100BKG: RETURN CODE = ' WS-RETURN-CODE.
001400     MOVE WS-RETURN-CODE TO RETURN-CODE.
001410     STOP RUN.
001420*
001430******************************************************************
001440*    1000-INITIALIZE - VALIDATE THE PARM                         *
001450******************************************************************
001460 1000-INITIALIZE.
001470     IF LS-PARM-LENGTH < 12
001480         OR LS-PARM-TEXT (1:8) IS NOT NUMERIC
001490         OR LS-PARM-TEXT (9:1) NOT = ','
001500         DISPLAY 'DL100BKG: PARM MUST BE CCYYMMDD,HDR/REJ/PRT'
001510         MOVE 12 TO WS-RETURN-CODE
001520         GO TO 1000-EXIT
001530     END-IF.
001540     MOVE LS-PARM-TEXT (1:8) TO WS-BACKOUT-DATE.
001550     MOVE LS-PARM-TEXT (10:3) TO WS-GEN-TYPE.
001560     IF NOT WS-CONTROL-GEN
001570         AND NOT WS-REJECT-GEN
001580         AND NOT WS-PRINT-GEN
001590         DISPLAY 'DL100BKG: UNKNOWN GENERATION TYPE '
001600             WS-GEN-TYPE
001610         MOVE 12 TO WS-RETURN-CODE
001620         GO TO 1000-EXIT
001630     END-IF.
001640     MOVE WS-BKO-MM TO WS-BKO-RPT-MM.
001650     MOVE WS-BKO-DD TO WS-BKO-RPT-DD.
001660     MOVE WS-BKO-CCYY TO WS-BKO-RPT-CCYY.
001670 1000-EXIT.
001680     EXIT.
001690*
001700******************************************************************
001710*    2000-CHECK-GENERATION - READ THE FIRST RECORD OF THE        *
001720*                            GENERATION AND COMPARE ITS DATE     *
001730******************************************************************
001740 2000-CHECK-GENERATION.
001750     EVALUATE TRUE
001760         WHEN WS-CONTROL-GEN
001770             PERFORM 2100-CHECK-CONTROL THRU 2100-EXIT
001780         WHEN WS-REJECT-GEN
001790             PERFORM 2200-CHECK-REJECT THRU 2200-EXIT
001800         WHEN OTHER
001810             PERFORM 2300-CHECK-PRINT THRU 2300-EXIT
001820     END-EVALUATE.
001830     IF WS-RETURN-CODE NOT = ZERO
001840         GO TO 2000-EXIT
001850     END-IF.
001860     IF WS-GEN-EMPTY
001870         DISPLAY 'DL100BKG: GENERATION IS EMPTY AND CANNOT BE '
001880             'TIED TO ' WS-BACKOUT-DATE ' - LEFT IN PLACE'
001890         MOVE 4 TO WS-RETURN-CODE
001900         GO TO 2000-EXIT
001910     END-IF.
001920     IF WS-DATE-HITS > ZERO
001930         DISPLAY 'DL100BKG: GENERATION IS FOR ' WS-BACKOUT-DATE
001940             ' - TO BE DROPPED'
001950     ELSE
001960         DISPLAY 'DL100BKG: GENERATION IS FOR ' WS-GEN-DATE
001970             ', NOT ' WS-BACKOUT-DATE ' - LEFT IN PLACE'
001980         MOVE 4 TO WS-RETURN-CODE
001990     END-IF.
002000 2000-EXIT.
002010     EXIT.
002020*
002030******************************************************************
002040*    2100-CHECK-CONTROL - DL100T HEADER CREATE DATE              *
002050******************************************************************
002060 2100-CHECK-CONTROL.
002070     OPEN INPUT CONTROL-GEN-FILE.
002080     IF NOT WS-GEN-OK
002090         DISPLAY 'DL100BKG: UNABLE TO OPEN DL100GEN, STATUS = '
002100             WS-GEN-STATUS
002110         MOVE 12 TO WS-RETURN-CODE
002120         GO TO 2100-EXIT
002130     END-IF.
002140     READ CONTROL-GEN-FILE
002150         AT END
002160             MOVE 'Y' TO WS-EMPTY-SW
002170     END-READ.
002180     IF NOT WS-GEN-EMPTY
002190         IF DL100T-RECORD-TYPE = 'HDR'
002200             MOVE DL100T-CREATE-DATE TO WS-GEN-DATE
002210             IF DL100T-CREATE-DATE = WS-BACKOUT-DATE
002220                 MOVE 1 TO WS-DATE-HITS
002230             END-IF
002240         ELSE
002250             MOVE 'NO HEADER' TO WS-GEN-DATE
002260         END-IF
002270     END-IF.
002280     CLOSE CONTROL-GEN-FILE.
002290 2100-EXIT.
002300     EXIT.
002310*
002320******************************************************************
002330*    2200-CHECK-REJECT - DL100R REJECT DATE                      *
002340******************************************************************
002350 2200-CHECK-REJECT.
002360     OPEN INPUT REJECT-GEN-FILE.
002370     IF NOT WS-GEN-OK
002380         DISPLAY 'DL100BKG: UNABLE TO OPEN DL100GEN, STATUS = '
002390             WS-GEN-STATUS
002400         MOVE 12 TO WS-RETURN-CODE
002410         GO TO 2200-EXIT
002420     END-IF.
002430     READ REJECT-GEN-FILE
002440         AT END
002450             MOVE 'Y' TO WS-EMPTY-SW
002460     END-READ.
002470     IF NOT WS-GEN-EMPTY
002480         MOVE DL100R-REJECT-DATE TO WS-GEN-DATE
002490         IF DL100R-REJECT-DATE = WS-BACKOUT-DATE
002500             MOVE 1 TO WS-DATE-HITS
002510         END-IF
002520     END-IF.
002530     CLOSE REJECT-GEN-FILE.
002540 2200-EXIT.
002550     EXIT.
002560*
002570******************************************************************
002580*    2300-CHECK-PRINT - THE DATE, AS PRINTED, ON THE FIRST       *
002590*                       HEADING LINE                             *
002600******************************************************************
002610 2300-CHECK-PRINT.
002620     OPEN INPUT PRINT-GEN-FILE.
002630     IF NOT WS-GEN-OK
002640         DISPLAY 'DL100BKG: UNABLE TO OPEN DL100GEN, STATUS = '
002650             WS-GEN-STATUS
002660         MOVE 12 TO WS-RETURN-CODE
002670         GO TO 2300-EXIT
002680     END-IF.
002690     READ PRINT-GEN-FILE
002700         AT END
002710             MOVE 'Y' TO WS-EMPTY-SW
002720     END-READ.
002730     IF NOT WS-GEN-EMPTY
002740         MOVE 'ANOTHER DATE' TO WS-GEN-DATE
002750         INSPECT PRINT-GEN-RECORD TALLYING WS-DATE-HITS
002760             FOR ALL WS-BACKOUT-DATE-RPT
002770     END-IF.
002780     CLOSE PRINT-GEN-FILE.
002790 2300-EXIT.
002800     EXIT.
002810*
002820 END PROGRAM DL100BKG.
