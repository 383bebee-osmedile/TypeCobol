000010******************************************************************
000020*                                                                *
000030*    COPYBOOK:      DL100HL                                     *
000040*    DESCRIPTION:   DL100 HELD-ITEM ACTION LOG RECORD.  ONE      *
000050*                   RECORD IS APPENDED TO DL100HLG BY DL100HRL   *
000060*                   FOR EVERY TREASURY RELEASE, DECLINE OR       *
000070*                   INQUIRY OF A HELD TRANSACTION, SO THERE IS A *
000080*                   DATED, ATTRIBUTABLE RECORD OF WHO LET WHICH  *
000090*                   HIGH-VALUE ITEM GO AND WHEN - THE SAME       *
000100*                   CONVENTION DL100SCR FOLLOWS FOR SUSPENSE     *
000110*                   CORRECTIONS ON DL100SLG.                     *
000120*                                                                *
000130*    MODIFICATION HISTORY                                       *
000140*    ----------------------------------------------------------  *
000150*    DATE       INIT   DESCRIPTION                               *
000160*    ---------- ----   ---------------------------------------- *
000170*    2026-10-15 JPM    INITIAL VERSION.                         *
000180*                                                                *
000190******************************************************************
000200 01  DL100HL-LOG-RECORD.
000210     05  DL100HL-TIMESTAMP.
000220         10  DL100HL-LOG-DATE            PIC X(08).
000230         10  DL100HL-LOG-TIME            PIC X(08).
000240     05  DL100HL-OPERATOR-ID             PIC X(08).
000250     05  DL100HL-FUNCTION-CODE           PIC X(01).
000260         88  DL100HL-FUNC-RELEASE            VALUE 'R'.
000270         88  DL100HL-FUNC-DECLINE            VALUE 'D'.
000280         88  DL100HL-FUNC-INQUIRE            VALUE 'I'.
000290     05  DL100HL-TRAN-KEY                PIC X(10).
000300     05  DL100HL-HOLD-DATE               PIC 9(08).
000310     05  DL100HL-DIVISION                PIC X(02).
000320     05  DL100HL-AMOUNT                  PIC 9(09)V99.
000330     05  DL100HL-DECLINE-REASON          PIC X(20).
000340     05  FILLER                          PIC X(04).
