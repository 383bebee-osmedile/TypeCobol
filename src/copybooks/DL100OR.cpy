000010******************************************************************
000020*                                                                *
000030*    COPYBOOK:      DL100OR                                     *
000040*    DESCRIPTION:   DL100 OPEN-REJECTS MASTER RECORD.  ONE       *
000050*                   RECORD PER TRAN KEY THAT HAS BOUNCED OFF     *
000060*                   THE DL100EDT FRONT-END EDIT, KEPT ON THE     *
000070*                   INDEXED DL100.PROD.OPENREJ MASTER (KEYED BY  *
000080*                   TRAN KEY).  DL100EDT OPENS THE RECORD WHEN   *
000090*                   THE KEY IS REJECTED AND MARKS IT CLEARED     *
000100*                   WHEN THE SAME TRAN KEY LATER PASSES THE      *
000110*                   EDIT CLEAN - THE SENDING DIVISION HAS        *
000120*                   RESUBMITTED IT CORRECTED.  THE WEEKLY        *
000130*                   DL100ORA REPORT (JOB DL100RJ) LISTS THE      *
000140*                   OPEN ONES NOBODY HAS RESUBMITTED.            *
000150*                                                                *
000160*                   ONLY REJECTS WITH A USABLE TRAN KEY ARE      *
000170*                   TRACKED.  REASON 01 (BLANK KEY) AND 05       *
000180*                   (NON-PRINTABLE KEY) HAVE NO KEY TO MATCH A   *
000190*                   RESUBMISSION ON, AND REASON 03 (DUPLICATE)   *
000200*                   IS A SECOND COPY OF A KEY THAT PASSED THE    *
000210*                   SAME RUN - NONE OF THEM IS EXPECTED BACK.    *
000220*                   ALL THREE STILL GO BACK TO THE SENDER ON     *
000230*                   THE DL100RTN RETURN FILES.                   *
000240*                                                                *
000250*                   A KEY THAT BOUNCES AGAIN WHILE OPEN KEEPS    *
000260*                   ITS FIRST REJECT DATE AND ADVANCES ITS LAST  *
000270*                   REJECT DATE AND REJECT COUNT (ONCE PER RUN   *
000280*                   DATE, SO A RERUN DOES NOT DOUBLE-COUNT).  A  *
000290*                   CLEARED KEY THAT BOUNCES AGAIN IS REOPENED   *
000300*                   AS A NEW REJECT.                             *
000310*                                                                *
000320*    MODIFICATION HISTORY                                       *
000330*    ----------------------------------------------------------  *
000340*    DATE       INIT   DESCRIPTION                               *
000350*    ---------- ----   ---------------------------------------- *
000360*    2026-10-15 JPM    INITIAL VERSION.                         *
000370*                                                                *
000380******************************************************************
000390 01  DL100OR-OPEN-REJECT-RECORD.
000400     05  DL100OR-TRAN-KEY            PIC X(10).
000410     05  DL100OR-STATUS-FLAG         PIC X(01).
000420         88  DL100OR-OPEN                VALUE 'O'.
000430         88  DL100OR-CLEARED             VALUE 'C'.
000440     05  DL100OR-DIVISION            PIC X(02).
000450     05  DL100OR-REJECT-REASON       PIC X(02).
000460     05  DL100OR-CONTROL-CODE        PIC X(02).
000470     05  DL100OR-FIRST-REJECT-DATE   PIC 9(08).
000480     05  DL100OR-LAST-REJECT-DATE    PIC 9(08).
000490     05  DL100OR-REJECT-COUNT        PIC 9(05).
000500     05  DL100OR-CLEARED-DATE        PIC 9(08).
000510     05  FILLER                      PIC X(34).
