000010******************************************************************
000020*                                                                *
000030*    COPYBOOK:      DL100TH                                     *
000040*    DESCRIPTION:   DL100 TRANSACTION HISTORY MASTER RECORD.     *
000050*                   ONE RECORD PER TRAN KEY PER BUSINESS DATE ON *
000060*                   THE KEYED DL100THS HISTORY MASTER            *
000070*                   (DL100.PROD.TRANHIST), KEYED BY TRAN KEY,    *
000080*                   BUSINESS DATE AND OCCURRENCE SO A KEY'S      *
000090*                   RECORDS READ BACK IN DATE ORDER.  A KEY THAT *
000100*                   CAME IN MORE THAN ONCE ON A DATE HAS ONE     *
000110*                   RECORD PER OCCURRENCE, NUMBERED FROM 01 IN   *
000120*                   DL100DSP ORDER.  LOADED EVERY NIGHT BY       *
000130*                   DL100THL (DL100J STEP014) FROM THE DAY'S     *
000140*                   MERGED DL100DSP DISPOSITION EXTRACT (SEE     *
000150*                   DL100D) - THE CONTROL CODE, DISPOSITION,     *
000160*                   SEVERITY, DIVISION AND AMOUNT AS THE DATE    *
000170*                   SAW THEM.  DL100THP (JOB DL100KJ) ARCHIVES   *
000180*                   AND DELETES RECORDS PAST THE 13-MONTH        *
000190*                   RETENTION; DL100VOL (JOB DL100KJ) REPORTS    *
000200*                   CODE VOLATILITY FROM IT AND DL100INQ PAGES   *
000210*                   THROUGH A KEY'S TIMELINE.                    *
000220*                                                                *
000230*                   DL100TH-ORIG-DISPOSITION IS THE M OR C       *
000240*                   JUDGMENT BEHIND A HELD ('H') RECORD, AS ON   *
000250*                   DL100D.  THE LOAD DATE IS THE DATE DL100THL  *
000260*                   WROTE THE RECORD.                            *
000270*                                                                *
000280*    MODIFICATION HISTORY                                       *
000290*    ----------------------------------------------------------  *
000300*    DATE       INIT   DESCRIPTION                               *
000310*    ---------- ----   ---------------------------------------- *
000320*    2026-10-15 JPM    INITIAL VERSION.                         *
000330*                                                                *
000340******************************************************************
000350 01  DL100TH-HISTORY-RECORD.
000360     05  DL100TH-HISTORY-KEY.
000370         10  DL100TH-TRAN-KEY        PIC X(10).
000380         10  DL100TH-BUSINESS-DATE   PIC 9(08).
000390         10  DL100TH-OCCURRENCE      PIC 9(02).
000400     05  DL100TH-CONTROL-CODE        PIC 9(02).
000410     05  DL100TH-DISPOSITION         PIC X(01).
000420         88  DL100TH-THRESHOLD-MATCH     VALUE 'M'.
000430         88  DL100TH-CATEGORIZED         VALUE 'C'.
000440         88  DL100TH-UNKNOWN-CODE        VALUE 'U'.
000450         88  DL100TH-HELD                VALUE 'H'.
000460     05  DL100TH-ORIG-DISPOSITION    PIC X(01).
000470     05  DL100TH-SEVERITY            PIC 9(02).
000480     05  DL100TH-DIVISION            PIC X(02).
000490     05  DL100TH-AMOUNT              PIC 9(09)V99.
000500     05  DL100TH-LOAD-DATE           PIC 9(08).
000510     05  FILLER                      PIC X(33).
