000010******************************************************************
000020*                                                                *
000030*    COPYBOOK:      DL100HD                                     *
000040*    DESCRIPTION:   DL100 HIGH-VALUE HOLD MASTER RECORD.  ONE    *
000050*                   RECORD PER HELD TRANSACTION ON THE KEYED     *
000060*                   DL100HLD HOLD MASTER (DL100.PROD.HOLDMSTR),  *
000070*                   KEYED BY TRAN KEY AND THE BUSINESS DATE IT   *
000080*                   WAS HELD.  IFTHEN WRITES THE RECORD WHEN A   *
000090*                   MATCHED OR CATEGORIZED TRANSACTION IS OVER   *
000100*                   THE DL100C-HOLD-LIMIT IN EFFECT FOR ITS      *
000110*                   DIVISION; THE TRANSACTION GOES TO DL100DSP   *
000120*                   WITH DISPOSITION 'H' (HELD) AND IS LEFT OUT  *
000130*                   OF THE DL100NXT FEED.  THE ORIGINAL          *
000140*                   DISPOSITION, LABEL AND SEVERITY ARE KEPT     *
000150*                   HERE SO THE ITEM CAN BE SENT AS JUDGED ONCE  *
000160*                   RELEASED.                                    *
000170*                                                                *
000180*                   LIFE CYCLE:  H (HELD) - TREASURY RELEASES    *
000190*                   (R) OR DECLINES (D) IT ON DL100HRL, WHICH    *
000200*                   STAMPS THE OPERATOR ID, DATE AND TIME.       *
000210*                   DL100FED (DL100J STEP029) SENDS EVERY        *
000220*                   RELEASED ITEM IN THE NEXT RUN'S FEED AND     *
000230*                   MARKS IT S (SENT), AND REPORTS EVERY         *
000240*                   DECLINED ITEM ONCE; BOTH GET THE RUN DATE    *
000250*                   IN DL100HD-CLOSE-DATE.  A DECLINED ITEM IS   *
000260*                   NEVER SENT.                                  *
000270*                                                                *
000280*    MODIFICATION HISTORY                                       *
000290*    ----------------------------------------------------------  *
000300*    DATE       INIT   DESCRIPTION                               *
000310*    ---------- ----   ---------------------------------------- *
000320*    2026-10-15 JPM    INITIAL VERSION.                         *
000330*                                                                *
000340******************************************************************
000350 01  DL100HD-HOLD-RECORD.
000360     05  DL100HD-HOLD-KEY.
000370         10  DL100HD-TRAN-KEY        PIC X(10).
000380         10  DL100HD-HOLD-DATE       PIC 9(08).
000390     05  DL100HD-STATUS-FLAG         PIC X(01).
000400         88  DL100HD-HELD                VALUE 'H'.
000410         88  DL100HD-RELEASED            VALUE 'R'.
000420         88  DL100HD-DECLINED            VALUE 'D'.
000430         88  DL100HD-SENT                VALUE 'S'.
000440     05  DL100HD-CONTROL-CODE        PIC 9(02).
000450     05  DL100HD-DIVISION            PIC X(02).
000460     05  DL100HD-AMOUNT              PIC 9(09)V99.
000470     05  DL100HD-HOLD-LIMIT          PIC 9(09)V99.
000480     05  DL100HD-ORIG-DISPOSITION    PIC X(01).
000490     05  DL100HD-CATEGORY-LABEL      PIC X(20).
000500     05  DL100HD-SEVERITY            PIC 9(02).
000510     05  DL100HD-ACTION-OPERATOR     PIC X(08).
000520     05  DL100HD-ACTION-DATE         PIC 9(08).
000530     05  DL100HD-ACTION-TIME         PIC X(08).
000540     05  DL100HD-DECLINE-REASON      PIC X(20).
000550     05  DL100HD-CLOSE-DATE          PIC 9(08).
000560     05  FILLER                      PIC X(20).
