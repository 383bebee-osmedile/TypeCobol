000760*                      NOW FAILS RC 100 INSTEAD OF MERGING       *
000770*                      INTO A CLEAN-LOOKING, RE-BALANCED DAY     *
000780*                      THAT IS SILENTLY SHORT OR DOUBLE-         *
000781*                      COUNTED.                                  *
000783*    2026-10-15 JPM    A HELD ('H') DISPOSITION COUNTS UNDER     *
000784*                      ITS ORIGINAL M OR C JUDGMENT (NEW         *
000786*                      DI-ORIG-DISPOSITION), SO THE RUN          *
000787*                      STATISTICS ARE UNCHANGED BY THE HOLD.     *
000789*    2026-10-15 JPM    DL100TRN MAY NOW BE A CONCATENATION (THE  *
000790*                      NIGHT'S SORTED FILE PLUS A LATE           *
000792*                      DIVISION'S, JOB DL100UJ) - EACH DL100T    *
000793*                      TRAILER IS PROVED AGAINST ITS OWN         *
000795*                      SEGMENT, AND THE MERGED FILES AGAINST     *
000796*                      THE SUM.  A STARTED LEDGER RECORD         *
000798*                      CARRIES A BLANK PARTIAL-NIGHT FLAG.       *
000800*                                                                *
000810******************************************************************
000820 IDENTIFICATION DIVISION.
001940     05  DI-SEVERITY             PIC 9(02).
001950     05  FILLER                  PIC X(08).
001960     05  DI-AMOUNT               PIC 9(09)V99.
001966     05  DI-ORIG-DISPOSITION     PIC X(01).
001973     05  FILLER                  PIC X(23).
001980*
001990 FD  DSP-OUT-FILE
002000     RECORDING MODE IS F
003030     05  WS-TRN-COUNT            PIC 9(07) COMP VALUE ZERO.
003040     05  WS-TRN-HASH             PIC 9(09) COMP VALUE ZERO.
003050     05  WS-TRN-AMOUNT           PIC 9(13)V99 COMP VALUE ZERO.
003051*    ONE DL100TRN SEGMENT (HEADER TO TRAILER) - A CATCH-UP RUN
003053*    CONCATENATES THE NIGHT'S SORTED FILE AND THE LATE ONE.
003055     05  WS-TRN-SEG-COUNT        PIC 9(07) COMP VALUE ZERO.
003056     05  WS-TRN-SEG-HASH         PIC 9(09) COMP VALUE ZERO.
003058     05  WS-TRN-SEG-AMOUNT       PIC 9(13)V99 COMP VALUE ZERO.
003060*    THE MATCH/UNKNOWN/CATEGORIZED TALLIES COME FROM THE
003070*    MERGED DISPOSITIONS AND FEED THE ONE COMBINED DL100RS
003080*    RUN-STATISTICS RECORD.
004920******************************************************************
004930*    2500-VERIFY-TRANSACTION - RE-VERIFY THE SORTED DL100TRN     *
004940*                              INPUT AGAINST ITS OWN DL100T      *
004946*                              TRAILER (EACH SEGMENT'S, WHEN     *
004953*                              CONCATENATED).  AN OUT-OF-BALANCE *
004960*                              INPUT FAILS EVERY SLICE RC 100,   *
004970*                              BUT THE SLICE OUTPUT FILES STAY   *
004980*                              INTERNALLY CONSISTENT - THE       *
005340     END-READ.
005350     EVALUATE TRUE
005360         WHEN TR-TRAN-KEY = LOW-VALUES
005366             MOVE ZERO TO WS-TRN-SEG-COUNT WS-TRN-SEG-HASH
005373                 WS-TRN-SEG-AMOUNT
005380         WHEN TR-TRAN-KEY = HIGH-VALUES
005390             MOVE 'Y' TO WS-TRN-TRAILER-SW
005400             MOVE TRAN-RECORD TO DL100T-CONTROL-RECORD
005410             IF DL100T-RECORD-COUNT NOT = WS-TRN-SEG-COUNT
005420                 OR DL100T-HASH-TOTAL NOT = WS-TRN-SEG-HASH
005430                 OR DL100T-AMOUNT-TOTAL NOT = WS-TRN-SEG-AMOUNT
005440                 DISPLAY 'DL100CON: DL100TRN OUT OF BALANCE - '
005450                     'TRAILER ' DL100T-RECORD-COUNT '/'
005460                     DL100T-HASH-TOTAL ' READ '
005470                     WS-TRN-SEG-COUNT '/' WS-TRN-SEG-HASH
005480                 MOVE 'Y' TO WS-BALANCE-SW
005490             END-IF
005493             MOVE ZERO TO WS-TRN-SEG-COUNT WS-TRN-SEG-HASH
005496                 WS-TRN-SEG-AMOUNT
005500         WHEN OTHER
005510             ADD 1 TO WS-TRN-COUNT WS-TRN-SEG-COUNT
005520             ADD TR-CONTROL-CODE TO WS-TRN-HASH WS-TRN-SEG-HASH
005530             ADD TR-AMOUNT TO WS-TRN-AMOUNT WS-TRN-SEG-AMOUNT
005540     END-EVALUATE.
005550 2600-EXIT.
005560     EXIT.
008670                     ADD 1 TO WS-MATCH-COUNT
008680                 WHEN 'C'
008690                     ADD 1 TO WS-CATEGORIZED-COUNT
008691                 WHEN 'H'
008692                     IF DI-ORIG-DISPOSITION = 'C'
008694                         ADD 1 TO WS-CATEGORIZED-COUNT
008695                     ELSE
008697                         ADD 1 TO WS-MATCH-COUNT
008698                     END-IF
008700                 WHEN OTHER
008710                     ADD 1 TO WS-MISMATCH-COUNT
008720             END-EVALUATE
010060         DL100RL-HIST-TIME DL100RL-CERT-TIME
010070         DL100RL-CERT-OPERATOR.
010080     MOVE ZERO TO DL100RL-IFTHEN-RC DL100RL-CERT-DATE.
010083     MOVE SPACES TO DL100RL-PARTIAL-FLAG
010086         DL100RL-MISSING-DIVISIONS.
010090     WRITE DL100RL-LEDGER-RECORD
010100         INVALID KEY
010110             DISPLAY 'DL100CON: DL100LDG WRITE FAILED, '
