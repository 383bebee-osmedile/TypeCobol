000170*                   DL100J.  RUN IT IMMEDIATELY AFTER THE STEP   *
000180*                   IT VOUCHES FOR, CONDITIONED SO IT ONLY RUNS  *
000190*                   WHEN THAT STEP ENDED CLEAN.                  *
000191*                   PARM='CAUGHT=NN' (THE LAST STEP OF THE       *
000193*                   DL100UJ CATCH-UP JOB) INSTEAD TAKES DIVISION *
000195*                   NN OFF A PARTIAL DATE'S MISSING-DIVISION     *
000196*                   LIST, AND MARKS THE DATE CAUGHT UP ('C')     *
000198*                   WHEN THE LIST IS EMPTY.                      *
000200*                                                                *
000210*                   RETURN CODES:                                *
000214*                     0 - STAGE STAMPED, OR DIVISION CAUGHT UP   *
000218*                     4 - CAUGHT=NN FOR A DATE THAT IS NOT       *
000222*                         PARTIAL OR A DIVISION NOT ON ITS       *
000227*                         MISSING LIST - NOTHING CHANGED         *
000231*                    12 - BAD PARM, LEDGER NOT USABLE, OR NO     *
000235*                         LEDGER RECORD FOR A CAUGHT=NN DATE     *
000240*                                                                *
000250*    MODIFICATION HISTORY                                       *
000260*    ----------------------------------------------------------  *
000270*    DATE       INIT   DESCRIPTION                               *
000280*    ---------- ----   ---------------------------------------- *
000290*    2026-09-02 JPM    INITIAL VERSION.                         *
000292*    2026-10-15 JPM    PARM='CAUGHT=NN' CLEARS A LATE DIVISION   *
000294*                      FROM A PARTIAL DATE ONCE ITS CATCH-UP     *
000296*                      RUN IS MERGED (NEW 3000).  A STARTED      *
000298*                      RECORD CARRIES A BLANK PARTIAL FLAG.      *
000300*                                                                *
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000710     88  WS-STAGE-IFTHEN             VALUE 'IFTHEN'.
000720     88  WS-STAGE-BAL                VALUE 'BAL'.
000730     88  WS-STAGE-HIST               VALUE 'HIST'.
000735     88  WS-STAGE-CAUGHT             VALUE 'CAUGHT'.
000740     88  WS-STAGE-KNOWN              VALUE 'EDIT' 'SORT'
000750                                           'IFTHEN' 'BAL'
000752                                           'HIST' 'CAUGHT'.
000755*
000758 01  WS-CAUGHT-DIVISION          PIC X(02) VALUE SPACES.
000761 01  WS-MISS-SUB                 PIC 9(02) COMP VALUE ZERO.
000764 01  WS-MISS-SLOT                PIC 9(02) COMP VALUE ZERO.
000767 01  WS-MISS-LEFT                PIC 9(02) COMP VALUE ZERO.
000770*
000780 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000790 01  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
000810 LINKAGE SECTION.
000820******************************************************************
000830*    LINKAGE - STAGE NAME PASSED VIA THE JCL EXEC PARM=,         *
000840*              E.G. PARM='SORT', OR 'CAUGHT=' AND A DIVISION     *
000850******************************************************************
000860 01  LS-PARM-FIELD.
000870     05  LS-PARM-LENGTH          PIC S9(04) COMP.
000940 0000-MAINLINE.
000950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000960     IF WS-RETURN-CODE = ZERO
000963         IF WS-STAGE-CAUGHT
000966             PERFORM 3000-CLEAR-MISSING-DIVISION THRU 3000-EXIT
000970         ELSE
000973             PERFORM 2000-STAMP-STAGE THRU 2000-EXIT
000976         END-IF
000980     END-IF.
000990     MOVE WS-RETURN-CODE TO RETURN-CODE.
001000     STOP RUN.
001050******************************************************************
001060 1000-INITIALIZE.
001070     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001071     IF LS-PARM-LENGTH >= 9
001073         AND LS-PARM-TEXT (1:7) = 'CAUGHT='
001075         MOVE 'CAUGHT' TO WS-STAGE-NAME
001077         MOVE LS-PARM-TEXT (8:2) TO WS-CAUGHT-DIVISION
001079     ELSE
001081         IF LS-PARM-LENGTH > ZERO
001083             MOVE LS-PARM-TEXT (1:LS-PARM-LENGTH)
001085                 TO WS-STAGE-NAME
001086         END-IF
001088     END-IF.
001090     IF WS-STAGE-CAUGHT
001092         AND WS-CAUGHT-DIVISION = SPACES
001094         DISPLAY 'DL100LUP: CAUGHT= NAMES NO DIVISION'
001096         MOVE 12 TO WS-RETURN-CODE
001098         GO TO 1000-EXIT
001100     END-IF.
001110     IF NOT WS-STAGE-KNOWN
001120         DISPLAY 'DL100LUP: UNRECOGNIZED STAGE - '
001880         DL100RL-HIST-TIME DL100RL-CERT-TIME
001890         DL100RL-CERT-OPERATOR.
001900     MOVE ZERO TO DL100RL-IFTHEN-RC DL100RL-CERT-DATE.
001903     MOVE SPACES TO DL100RL-PARTIAL-FLAG
001906         DL100RL-MISSING-DIVISIONS.
001910     WRITE DL100RL-LEDGER-RECORD
001920         INVALID KEY
001930             DISPLAY 'DL100LUP: DL100LDG WRITE FAILED, '
001970 2100-EXIT.
001980     EXIT.
001990*
002000******************************************************************
002010*    3000-CLEAR-MISSING-DIVISION - TAKE THE CAUGHT-UP DIVISION   *
002020*                                  OFF THE RUN DATE'S MISSING-   *
002030*                                  DIVISION LIST.  WHEN NONE     *
002040*                                  REMAIN THE DATE IS CAUGHT UP  *
002050*                                  AND DL100CER CAN CERTIFY IT   *
002060******************************************************************
002070 3000-CLEAR-MISSING-DIVISION.
002080     MOVE WS-RUN-DATE TO DL100RL-RUN-DATE.
002090     READ LEDGER-FILE
002100         INVALID KEY
002110             DISPLAY 'DL100LUP: NO LEDGER RECORD FOR '
002120                 WS-RUN-DATE ' - NOTHING TO CATCH UP'
002130             MOVE 12 TO WS-RETURN-CODE
002140             CLOSE LEDGER-FILE
002150             GO TO 3000-EXIT
002160     END-READ.
002170     IF NOT DL100RL-PARTIAL-RUN
002180         DISPLAY 'DL100LUP: ' WS-RUN-DATE
002190             ' IS NOT A PARTIAL DATE - NOTHING CHANGED'
002200         MOVE 4 TO WS-RETURN-CODE
002210         CLOSE LEDGER-FILE
002220         GO TO 3000-EXIT
002230     END-IF.
002240     MOVE ZERO TO WS-MISS-SLOT WS-MISS-LEFT.
002250     PERFORM 3100-CHECK-SLOT THRU 3100-EXIT
002260         VARYING WS-MISS-SUB FROM 1 BY 1
002270         UNTIL WS-MISS-SUB > 8.
002280     IF WS-MISS-SLOT = ZERO
002290         DISPLAY 'DL100LUP: DIVISION ' WS-CAUGHT-DIVISION
002300             ' IS NOT MISSING ON ' WS-RUN-DATE
002310             ' - NOTHING CHANGED'
002320         MOVE 4 TO WS-RETURN-CODE
002330         CLOSE LEDGER-FILE
002340         GO TO 3000-EXIT
002350     END-IF.
002360     MOVE SPACES TO DL100RL-MISSING-DIV (WS-MISS-SLOT).
002370     SUBTRACT 1 FROM WS-MISS-LEFT.
002380     IF WS-MISS-LEFT = ZERO
002390         MOVE 'C' TO DL100RL-PARTIAL-FLAG
002400     END-IF.
002410     REWRITE DL100RL-LEDGER-RECORD
002420         INVALID KEY
002430             DISPLAY 'DL100LUP: DL100LDG REWRITE FAILED, '
002440                 'STATUS = ' WS-LEDGER-STATUS
002450             MOVE 12 TO WS-RETURN-CODE
002460     END-REWRITE.
002470     CLOSE LEDGER-FILE.
002480     IF WS-RETURN-CODE = ZERO
002490         DISPLAY 'DL100LUP: DIVISION ' WS-CAUGHT-DIVISION
002500             ' CAUGHT UP FOR ' WS-RUN-DATE
002510         IF WS-MISS-LEFT = ZERO
002520             DISPLAY 'DL100LUP: NO DIVISION STILL MISSING - '
002530                 WS-RUN-DATE ' IS CAUGHT UP'
002540         END-IF
002550     END-IF.
002560 3000-EXIT.
002570     EXIT.
002580*
002590******************************************************************
002600*    3100-CHECK-SLOT - COUNT ONE FILLED MISSING-DIVISION SLOT    *
002610*                      AND NOTE IT WHEN IT IS THE CAUGHT-UP      *
002620*                      DIVISION'S                                *
002630******************************************************************
002640 3100-CHECK-SLOT.
002650     IF DL100RL-MISSING-DIV (WS-MISS-SUB) = SPACES
002660         GO TO 3100-EXIT
002670     END-IF.
002680     ADD 1 TO WS-MISS-LEFT.
002690     IF DL100RL-MISSING-DIV (WS-MISS-SUB) = WS-CAUGHT-DIVISION
002700         AND WS-MISS-SLOT = ZERO
002710         MOVE WS-MISS-SUB TO WS-MISS-SLOT
002720     END-IF.
002730 3100-EXIT.
002740     EXIT.
002750*
002760 END PROGRAM DL100LUP.
