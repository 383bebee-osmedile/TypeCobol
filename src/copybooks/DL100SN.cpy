000170*    ----------------------------------------------------------  *
000180*    DATE       INIT   DESCRIPTION                               *
000190*    ---------- ----   ---------------------------------------- *
000191*    2026-09-02 JPM    INITIAL VERSION.                         *
000192*    2026-10-15 JPM    NO LONGER HAND-EDITED.  ENTRIES ARE ADDED *
000194*                      AND CHANGED THROUGH DL100TBL, APPROVED BY *
000195*                      A SECOND OPERATOR ON DL100APV AND WRITTEN *
000196*                      BY DL100APL (DL100J STEP002) - SEE        *
000198*                      DL100PC.                                  *
000199*    2026-10-15 JPM    DL100SN-TOLERANCE-PCT ADDED - THE PERCENT *
000200*                      A DAY'S RECORD COUNT OR AMOUNT MAY STRAY  *
000202*                      FROM THE DIVISION'S TRAILING SAME-WEEKDAY *
000203*                      AVERAGE BEFORE DL100INT FAILS THE INTAKE  *
000204*                      STEP (SEE DL100IH).  ZERO (OR SPACES ON A *
000206*                      RECORD WRITTEN BEFORE THE FIELD EXISTED)  *
000207*                      MEANS THE VARIANCE IS PRINTED BUT NEVER   *
000208*                      FAILS THE STEP.                           *
000210*                                                                *
000220******************************************************************
000230 01  DL100SN-SENDER-RECORD.
000250     05  DL100SN-ACTIVE-FLAG         PIC X(01).
000260         88  DL100SN-ACTIVE              VALUE 'Y'.
000270     05  DL100SN-DESCRIPTION         PIC X(20).
000280     05  DL100SN-TOLERANCE-PCT       PIC 9(03).
000290     05  FILLER                      PIC X(54).
