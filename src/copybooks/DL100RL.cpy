000190*                   SYSOUTS.  TIMES ARE ACCEPT-FROM-TIME         *
000200*                   VALUES (HHMMSSHH); FLAGS ARE 'N' UNTIL THE   *
000210*                   STAGE COMPLETES.                             *
000211*                                                                *
000213*                   DL100RL-PARTIAL-FLAG IS SET BY DL100INT.     *
000214*                   'P' MEANS THE NIGHT RAN WITHOUT THE          *
000216*                   DIVISIONS LISTED IN DL100RL-MISSING-DIV      *
000217*                   (PARM='PARTIAL'); EACH IS BLANKED BY         *
000219*                   DL100LUP (PARM='CAUGHT=NN') WHEN ITS         *
000220*                   CATCH-UP RUN (JOB DL100UJ) HAS MERGED IT     *
000222*                   INTO THE DATE, AND THE FLAG TURNS 'C' WHEN   *
000223*                   THE LAST ONE IS IN.  DL100CER WILL NOT       *
000225*                   CERTIFY A DATE STILL AT 'P'.  ANYTHING ELSE  *
000226*                   (SPACE ON A FULL NIGHT) IS A COMPLETE DATE.  *
000228*                                                                *
000230*    MODIFICATION HISTORY                                       *
000240*    ----------------------------------------------------------  *
000250*    DATE       INIT   DESCRIPTION                               *
000260*    ---------- ----   ---------------------------------------- *
000270*    2026-09-02 JPM    INITIAL VERSION.                         *
000273*    2026-10-15 JPM    ADDED THE PARTIAL-NIGHT FLAG AND THE      *
000276*                      MISSING-DIVISION LIST, OUT OF FILLER.     *
000280*                                                                *
000290******************************************************************
000300 01  DL100RL-LEDGER-RECORD.
000500     05  DL100RL-CERT-DATE           PIC 9(08).
000510     05  DL100RL-CERT-TIME           PIC X(08).
000520     05  DL100RL-CERT-OPERATOR       PIC X(08).
000530     05  DL100RL-PARTIAL-FLAG        PIC X(01).
000540         88  DL100RL-PARTIAL-RUN         VALUE 'P'.
000550         88  DL100RL-CAUGHT-UP           VALUE 'C'.
000560     05  DL100RL-MISSING-DIVISIONS.
000570         10  DL100RL-MISSING-DIV     PIC X(02) OCCURS 8 TIMES.
000580     05  FILLER                      PIC X(02).
