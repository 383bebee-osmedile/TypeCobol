000010******************************************************************
000020*                                                                *
000030*    COPYBOOK:      DL100GL                                     *
000040*    DESCRIPTION:   DL100 GENERAL LEDGER JOURNAL LINE.  WRITTEN  *
000050*                   BY DL100GLJ (DL100J STEP013) AND RELEASED    *
000060*                   TO THE GL AS DL100.PROD.GLJRNL ONLY WHEN IT  *
000070*                   PROVES TO THE DAY'S DL100DSP.  ONE DEBIT     *
000080*                   LINE PER DIVISION AND DISPOSITION (ITEM      *
000090*                   COUNT AND AMOUNT FROM DL100DSP), THEN THE    *
000100*                   DIVISION'S CREDITS - SUSPENSE RELIEF FOR     *
000110*                   ITEMS RECYCLED OUT OF SUSPENSE INTO THE      *
000120*                   RUN, AND THE OFFSET (SETTLEMENT) ACCOUNT     *
000130*                   FOR THE REST - SO EVERY DIVISION BALANCES    *
000140*                   ON ITS OWN.  AN OFFSET THAT COMES OUT        *
000150*                   NEGATIVE IS POSTED AS A DEBIT.               *
000160*                                                                *
000170*                   THE JOURNAL GOES OUT INSIDE ITS OWN DL100T   *
000180*                   HEADER/TRAILER.  ON THE TRAILER THE RECORD   *
000190*                   COUNT IS THE NUMBER OF JOURNAL LINES, THE    *
000200*                   HASH TOTAL IS THE ITEM COUNT OF THE          *
000210*                   DISPOSITION LINES AND THE AMOUNT TOTAL IS    *
000220*                   THEIR AMOUNT - THE DL100DSP TRAILER'S COUNT  *
000230*                   AND AMOUNT, WHICH THE JOURNAL MUST EQUAL.    *
000240*                   THE DETAIL KEY (DIVISION, DISPOSITION AND    *
000250*                   SIDE) IS NEVER LOW-VALUES OR HIGH-VALUES.    *
000260*                                                                *
000270*                   DISPOSITION IS M, C, U OR H (SEE DL100D) ON  *
000280*                   A DISPOSITION LINE, R ON THE SUSPENSE-       *
000290*                   RELIEF LINE AND O ON THE OFFSET LINE.        *
000300*                                                                *
000310*    MODIFICATION HISTORY                                       *
000320*    ----------------------------------------------------------  *
000330*    DATE       INIT   DESCRIPTION                               *
000340*    ---------- ----   ---------------------------------------- *
000350*    2026-10-15 JPM    INITIAL VERSION.                         *
000360*                                                                *
000370******************************************************************
000380 01  DL100GL-JOURNAL-RECORD.
000390     05  DL100GL-LINE-KEY.
000400         10  DL100GL-DIVISION        PIC X(02).
000410         10  DL100GL-DISPOSITION     PIC X(01).
000420             88  DL100GL-RELIEF-LINE     VALUE 'R'.
000430             88  DL100GL-OFFSET-LINE     VALUE 'O'.
000440         10  DL100GL-DEBIT-CREDIT    PIC X(01).
000450             88  DL100GL-DEBIT           VALUE 'D'.
000460             88  DL100GL-CREDIT          VALUE 'C'.
000470         10  FILLER                  PIC X(06).
000480     05  DL100GL-RECORD-TYPE         PIC X(03).
000490         88  DL100GL-JOURNAL-LINE        VALUE 'JNL'.
000500     05  DL100GL-ACCOUNT             PIC X(16).
000510     05  DL100GL-AMOUNT              PIC 9(13)V99.
000520     05  DL100GL-ITEM-COUNT          PIC 9(07).
000530     05  DL100GL-POSTING-DATE        PIC 9(08).
000540     05  DL100GL-DESCRIPTION         PIC X(20).
000550     05  FILLER                      PIC X(01).
