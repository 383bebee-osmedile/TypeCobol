000010******************************************************************
000020*                                                                *
000030*    COPYBOOK:      DL100OP                                     *
000040*    DESCRIPTION:   DL100 AUTHORIZED-OPERATORS TABLE RECORD.     *
000050*                   ONE RECORD PER OPERATOR ID ALLOWED TO SIGN   *
000060*                   ON TO THE DL100 SCREENS OR CERTIFY A RUN,    *
000070*                   WITH THE OPERATOR'S NORMAL WORKING HOURS.    *
000080*                   READ BY THE MONTHLY OPERATOR-ACTIVITY AUDIT  *
000090*                   (DL100OPA, JOB DL100OJ), WHICH FLAGS ANY     *
000100*                   ACTIVITY BY AN ID NOT ON THE TABLE (OR NOT   *
000110*                   ACTIVE ON IT) AND ANY ACTIVITY OUTSIDE THE   *
000120*                   OPERATOR'S HOURS.  MAINTAINED BY SECURITY    *
000130*                   ADMINISTRATION AS A PLAIN SEQUENTIAL FILE    *
000140*                   (DL100.PROD.OPERFILE).                       *
000150*                                                                *
000160*                   START AND END TIMES ARE HHMM.  AN END TIME   *
000170*                   EARLIER THAN THE START TIME IS AN OVERNIGHT  *
000180*                   SHIFT.  ZERO OR NON-NUMERIC TIMES TAKE THE   *
000190*                   SHOP'S STANDARD DAY, 0700 TO 1900.           *
000200*                                                                *
000210*    MODIFICATION HISTORY                                       *
000220*    ----------------------------------------------------------  *
000230*    DATE       INIT   DESCRIPTION                               *
000240*    ---------- ----   ---------------------------------------- *
000250*    2026-10-15 JPM    INITIAL VERSION.                         *
000260*                                                                *
000270******************************************************************
000280 01  DL100OP-OPERATOR-RECORD.
000290     05  DL100OP-OPERATOR-ID         PIC X(08).
000300     05  DL100OP-OPERATOR-NAME       PIC X(20).
000310     05  DL100OP-ACTIVE-FLAG         PIC X(01).
000320         88  DL100OP-ACTIVE              VALUE 'Y'.
000330     05  DL100OP-START-TIME          PIC 9(04).
000340     05  DL100OP-END-TIME            PIC 9(04).
000350     05  FILLER                      PIC X(43).
