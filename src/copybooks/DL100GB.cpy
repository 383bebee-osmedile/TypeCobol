000010******************************************************************
000020*                                                                *
000030*    COPYBOOK:      DL100GB                                     *
000040*    DESCRIPTION:   DL100 GL SUSPENSE BALANCE RECORD.  ONE       *
000050*                   RECORD PER DIVISION ON THE GL SUSPENSE       *
000060*                   BALANCE FILE (DL100.PROD.GLSUSBAL, ONE       *
000070*                   GENERATION PER BUSINESS DATE) - WHAT THE     *
000080*                   DL100 JOURNALS HAVE LEFT IN THE DIVISION'S   *
000090*                   GL SUSPENSE ACCOUNT.  DL100GLJ (DL100J       *
000100*                   STEP013) READS THE PRIOR GENERATION, ADDS    *
000110*                   THE DAY'S UNKNOWN-CODE POSTINGS, TAKES OFF   *
000120*                   THE DAY'S RECYCLED RELIEF, AND TIES THE      *
000130*                   CLOSING BALANCE TO THE OPEN DL100S-AMOUNT    *
000140*                   TOTAL ON THE DL100SUS SUSPENSE MASTER.  THE  *
000150*                   OPENING BALANCE IS KEPT SO A RERUN OF THE    *
000160*                   SAME DATE STARTS FROM THE SAME PLACE.        *
000170*                                                                *
000180*                   THE FILE CARRIES ITS OWN DL100T HEADER AND   *
000190*                   TRAILER (RECORD COUNT ONLY - THE HASH AND    *
000200*                   AMOUNT TOTALS ARE ZERO).                     *
000210*                                                                *
000220*    MODIFICATION HISTORY                                       *
000230*    ----------------------------------------------------------  *
000240*    DATE       INIT   DESCRIPTION                               *
000250*    ---------- ----   ---------------------------------------- *
000260*    2026-10-15 JPM    INITIAL VERSION.                         *
000270*                                                                *
000280******************************************************************
000290 01  DL100GB-BALANCE-RECORD.
000300     05  DL100GB-RECORD-KEY.
000310         10  DL100GB-DIVISION        PIC X(02).
000320         10  FILLER                  PIC X(08).
000330     05  DL100GB-RECORD-TYPE         PIC X(03).
000340         88  DL100GB-BALANCE-LINE        VALUE 'BAL'.
000350     05  DL100GB-SUSPENSE-ACCOUNT    PIC X(16).
000360     05  DL100GB-OPENING-BALANCE     PIC S9(13)V99.
000370     05  DL100GB-CLOSING-BALANCE     PIC S9(13)V99.
000380     05  DL100GB-BALANCE-DATE        PIC 9(08).
000390     05  FILLER                      PIC X(13).
