000010******************************************************************
000020*                                                                *
000030*    COPYBOOK:      DL100BK                                      *
000040*    DESCRIPTION:   DL100 BACKOUT JOURNAL RECORD.  ONE RECORD    *
000050*                   PER MASTER RECORD A BUSINESS DATE CHANGED,   *
000060*                   ON THE KEYED DL100BKJ JOURNAL                *
000070*                   (DL100.PROD.BKOUTJNL), KEYED BY THE RUN DATE,*
000080*                   THE MASTER AND THE MASTER RECORD KEY.  EVERY *
000090*                   DAILY-RUN PROGRAM THAT ADDS TO OR CHANGES    *
000100*                   DL100EMS, DL100SUS, DL100ORJ, DL100HLD OR    *
000110*                   DL100THS                                     *
000120*                   JOURNALS THE RECORD HERE FIRST - ACTION A    *
000130*                   WHEN THE RUN ADDED THE RECORD, ACTION C WITH *
000140*                   THE RECORD AS IT STOOD BEFORE THE RUN WHEN   *
000150*                   THE RUN CHANGED IT.  ONLY THE FIRST TOUCH OF *
000160*                   A RECORD ON A RUN DATE IS KEPT (A DUPLICATE- *
000170*                   KEY WRITE IS IGNORED), SO A RESTART OR A     *
000180*                   LATER STEP TOUCHING THE SAME RECORD NEVER    *
000190*                   OVERLAYS THE TRUE BEFORE IMAGE.              *
000200*                                                                *
000210*                   THE BUSINESS-DATE BACKOUT (DL100BKO, JOB     *
000220*                   DL100XJ) READS A DATE'S ENTRIES TO DELETE    *
000230*                   WHAT THE DATE ADDED AND PUT BACK WHAT IT     *
000240*                   CHANGED, THEN DELETES THE ENTRIES.  DL100BKO *
000250*                   PARM 'PURGE' (DL100J STEP065) DROPS ENTRIES  *
000260*                   OLDER THAN THE RETENTION IN DL100BKO.        *
000270*                                                                *
000280*    MODIFICATION HISTORY                                        *
000290*    ----------------------------------------------------------  *
000300*    DATE       INIT   DESCRIPTION                               *
000310*    ---------- ----   ---------------------------------------- *
000320*    2026-10-15 JPM    INITIAL VERSION.                         *
000330*    2026-10-15 JPM    ADDED MASTER ID 'THS' - THE DL100THS      *
000340*                      TRANSACTION HISTORY MASTER (DL100TH),     *
000350*                      LOADED BY DL100THL.                       *
000360*                                                                *
000370******************************************************************
000380 01  DL100BK-JOURNAL-RECORD.
000390     05  DL100BK-JOURNAL-KEY.
000400         10  DL100BK-RUN-DATE        PIC 9(08).
000410         10  DL100BK-MASTER-ID       PIC X(03).
000420             88  DL100BK-EXCEPTION-MASTER    VALUE 'EMS'.
000430             88  DL100BK-SUSPENSE-MASTER     VALUE 'SUS'.
000440             88  DL100BK-OPEN-REJECT-MASTER  VALUE 'ORJ'.
000450             88  DL100BK-HOLD-MASTER         VALUE 'HLD'.
000460             88  DL100BK-TRAN-HISTORY-MASTER VALUE 'THS'.
000470         10  DL100BK-MASTER-KEY      PIC X(20).
000480     05  DL100BK-ACTION              PIC X(01).
000490         88  DL100BK-RECORD-ADDED        VALUE 'A'.
000500         88  DL100BK-RECORD-CHANGED      VALUE 'C'.
000510     05  DL100BK-PROGRAM-ID          PIC X(08).
000520     05  DL100BK-JOURNAL-TIME        PIC X(08).
000530     05  DL100BK-BEFORE-IMAGE        PIC X(150).
000540     05  FILLER                      PIC X(02).
