000010******************************************************************
000020*                                                                *
000030*    COPYBOOK:      DL100GA                                     *
000040*    DESCRIPTION:   DL100 GL ACCOUNT-MAPPING TABLE RECORD.  ONE  *
000050*                   RECORD PER DIVISION NAMING THE GENERAL       *
000060*                   LEDGER ACCOUNTS THE DAILY GL JOURNAL         *
000070*                   (DL100GLJ, DL100J STEP013) POSTS THAT        *
000080*                   DIVISION'S DISPOSITION AMOUNTS TO:           *
000090*                                                                *
000100*                     CLEARING - MATCHED, CATEGORIZED AND HELD   *
000110*                                AMOUNTS                         *
000120*                     SUSPENSE - UNKNOWN-CODE AMOUNTS, AND THE   *
000130*                                RELIEF OF SUSPENSE ITEMS        *
000140*                                RECYCLED BACK INTO THE RUN      *
000150*                     OFFSET   - THE DL100 SETTLEMENT ACCOUNT    *
000160*                                THAT BALANCES THE DAY'S NEW     *
000170*                                POSTINGS                        *
000180*                                                                *
000190*                   DIVISION '**' IS THE DEFAULT RECORD - A      *
000200*                   DIVISION NOT ON THE TABLE, OR AN ACCOUNT     *
000210*                   LEFT BLANK ON ITS RECORD, TAKES THE DEFAULT  *
000220*                   RECORD'S ACCOUNT.  MAINTAINED BY OPERATIONS  *
000230*                   AS A PLAIN SEQUENTIAL FILE                   *
000240*                   (DL100.PROD.GLACCTS).                        *
000250*                                                                *
000260*    MODIFICATION HISTORY                                       *
000270*    ----------------------------------------------------------  *
000280*    DATE       INIT   DESCRIPTION                               *
000290*    ---------- ----   ---------------------------------------- *
000300*    2026-10-15 JPM    INITIAL VERSION.                         *
000310*                                                                *
000320******************************************************************
000330 01  DL100GA-ACCOUNT-RECORD.
000340     05  DL100GA-DIVISION            PIC X(02).
000350         88  DL100GA-DEFAULT-ENTRY       VALUE '**'.
000360     05  DL100GA-CLEARING-ACCOUNT    PIC X(16).
000370     05  DL100GA-SUSPENSE-ACCOUNT    PIC X(16).
000380     05  DL100GA-OFFSET-ACCOUNT      PIC X(16).
000390     05  DL100GA-DESCRIPTION         PIC X(20).
000400     05  FILLER                      PIC X(10).
