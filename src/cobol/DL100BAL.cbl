000252*                      MORNING CERTIFICATION (DL100CER).  AN     *
000253*                      OUT-OF-BALANCE DAY LEAVES THE STAGE       *
000254*                      UNSTAMPED, SO IT CANNOT CERTIFY.          *
000255*    2026-10-15 JPM    A FILE MAY NOW BE A CONCATENATION (THE    *
000257*                      NIGHT'S PLUS A LATE DIVISION'S, JOB       *
000259*                      DL100UJ) - ITS TRAILERS ARE ADDED         *
000261*                      TOGETHER AND THE SUM PROVED AGAINST       *
000262*                      EVERYTHING READ.  A STARTED LEDGER        *
000264*                      RECORD CARRIES A BLANK PARTIAL FLAG.      *
000266*                                                                *
000268******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. DL100BAL.
000290 AUTHOR. J. MEDILE.
002410******************************************************************
002420*    1900-TALLY-ONE-RECORD - FOLD ONE RECORD'S KEY AND CODE      *
002430*                            (ALREADY MOVED TO THE WORK FIELDS)  *
002440*                            INTO THE TALLY, OR ADD IN THE       *
002450*                            DL100T CONTROL RECORD'S TOTALS      *
002460******************************************************************
002470 1900-TALLY-ONE-RECORD.
002480     IF WS-WORK-KEY = LOW-VALUES
002500     END-IF.
002510     IF WS-WORK-KEY = HIGH-VALUES
002520         MOVE 'Y' TO WS-TRAILER-SW
002527         ADD DL100T-RECORD-COUNT TO WS-TRAILER-COUNT
002535         ADD DL100T-HASH-TOTAL TO WS-TRAILER-HASH
002542         ADD DL100T-AMOUNT-TOTAL TO WS-TRAILER-AMOUNT
002550         GO TO 1900-EXIT
002560     END-IF.
002570     ADD 1 TO WS-DETAIL-COUNT.
004329         DL100RL-HIST-TIME DL100RL-CERT-TIME
004330         DL100RL-CERT-OPERATOR.
004331     MOVE ZERO TO DL100RL-IFTHEN-RC DL100RL-CERT-DATE.
004341     MOVE SPACES TO DL100RL-PARTIAL-FLAG
004351         DL100RL-MISSING-DIVISIONS.
004361     WRITE DL100RL-LEDGER-RECORD
004371         INVALID KEY
004381             DISPLAY 'DL100BAL: DL100LDG WRITE FAILED, '
004391                 'STATUS = ' WS-LEDGER-STATUS
004401     END-WRITE.
004411 9610-EXIT.
004421     EXIT.
004431*
004441 END PROGRAM DL100BAL.
