000010******************************************************************
000020*                                                                *
000030*    COPYBOOK:      DL100IH                                     *
000040*    DESCRIPTION:   DL100 INTAKE HISTORY RECORD.  ONE RECORD PER *
000050*                   SENDING DIVISION PER BUSINESS DATE ON THE    *
000060*                   KEYED DL100IHS INTAKE-HISTORY MASTER         *
000070*                   (DL100.PROD.INTKHIST), KEYED BY DIVISION     *
000080*                   AND RUN DATE.  DL100INT WRITES THE DAY'S     *
000090*                   DELIVERED RECORD COUNT, HASH AND AMOUNT      *
000100*                   TOTAL FOR EACH DIVISION WHEN THE INTAKE      *
000110*                   STANDS, AND COMPARES EACH DELIVERY AGAINST   *
000120*                   THE AVERAGE OF THAT DIVISION'S LAST FOUR     *
000130*                   RECORDS FOR THE SAME WEEKDAY - A DELIVERY    *
000140*                   OUTSIDE THE DIVISION'S DL100SN-TOLERANCE-PCT *
000150*                   FAILS THE STEP, SO A PARTIAL EXTRACT THAT    *
000160*                   STILL BALANCES TO ITS OWN TRAILER IS CAUGHT  *
000170*                   THE SAME NIGHT.  THE AVERAGE THE DAY WAS     *
000180*                   MEASURED AGAINST AND THE OUTCOME ARE KEPT    *
000190*                   WITH IT.  A RERUN OF THE SAME DATE REPLACES  *
000200*                   THE RECORD.                                  *
000210*                                                                *
000220*                   WEEKDAY IS 1 (MONDAY) THROUGH 7 (SUNDAY).    *
000230*                                                                *
000240*    MODIFICATION HISTORY                                       *
000250*    ----------------------------------------------------------  *
000260*    DATE       INIT   DESCRIPTION                               *
000270*    ---------- ----   ---------------------------------------- *
000280*    2026-10-15 JPM    INITIAL VERSION.                         *
000290*                                                                *
000300******************************************************************
000310 01  DL100IH-HISTORY-RECORD.
000320     05  DL100IH-HISTORY-KEY.
000330         10  DL100IH-DIVISION        PIC X(02).
000340         10  DL100IH-BUSINESS-DATE   PIC 9(08).
000350     05  DL100IH-WEEKDAY             PIC 9(01).
000360     05  DL100IH-FILE-COUNT          PIC 9(03).
000370     05  DL100IH-RECORD-COUNT        PIC 9(07).
000380     05  DL100IH-HASH-TOTAL          PIC 9(09).
000390     05  DL100IH-AMOUNT-TOTAL        PIC 9(13)V99.
000400     05  DL100IH-AVG-RECORD-COUNT    PIC 9(07).
000410     05  DL100IH-AVG-AMOUNT          PIC 9(13)V99.
000420     05  DL100IH-VARIANCE-FLAG       PIC X(01).
000430         88  DL100IH-WITHIN-TOLERANCE    VALUE 'W'.
000440         88  DL100IH-VARIANCE-ACCEPTED   VALUE 'A'.
000450         88  DL100IH-NO-HISTORY          VALUE 'H'.
000460         88  DL100IH-NO-TOLERANCE        VALUE 'T'.
000470     05  FILLER                      PIC X(12).
