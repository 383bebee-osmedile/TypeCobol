000010******************************************************************
000020*                                                                *
000030*    COPYBOOK:      DL100PC                                     *
000040*    DESCRIPTION:   DL100 PENDING TABLE-CHANGE RECORD.  ONE      *
000050*                   RECORD PER CHANGE KEYED TO ANY OF THE THREE  *
000060*                   RUN-GOVERNING TABLES - DL100CTL (CONTROL     *
000070*                   THRESHOLDS), DL100CAT (CATEGORY LABELS AND   *
000080*                   SEVERITIES) AND DL100SN (EXPECTED SENDERS) - *
000090*                   ON THE KEYED DL100PCH PENDING-CHANGE MASTER  *
000100*                   (DL100.PROD.PENDCHG, KEYED BY THE MAKER'S    *
000110*                   DATE AND TIME).  NO ONE CHANGES A TABLE      *
000120*                   DIRECTLY: THE MAKER KEYS THE CHANGE ON       *
000130*                   DL100MNT (DL100CTL) OR DL100TBL (DL100CAT,   *
000140*                   DL100SN) AND IT IS WRITTEN HERE PENDING;     *
000150*                   A SECOND, DIFFERENT OPERATOR APPROVES OR     *
000160*                   REJECTS IT ON DL100APV; DL100APL (DL100J     *
000170*                   STEP002) APPLIES ONLY THE APPROVED CHANGES   *
000180*                   TO THE TABLES BEFORE ANY STEP READS THEM,    *
000190*                   CLOSES EVERY DECIDED CHANGE AND PRINTS THE   *
000200*                   DAILY CHANGE REPORT.                         *
000210*                                                                *
000220*                   THE OLD AND NEW IMAGES ARE THE FIRST 40      *
000230*                   BYTES OF THE TABLE RECORD ITSELF (DL100C,    *
000240*                   DL100CAT OR DL100SN LAYOUT) - THE OLD IMAGE  *
000250*                   AS IT STOOD WHEN THE CHANGE WAS KEYED        *
000260*                   (SPACES FOR AN ADD), THE NEW IMAGE AS IT     *
000270*                   WILL STAND ONCE APPLIED.  THE REDEFINES      *
000280*                   BELOW GIVE THE NEW IMAGE'S FIELDS BY TABLE.  *
000290*                                                                *
000300*                   DL100PC-CLOSE-DATE IS ZERO UNTIL DL100APL    *
000310*                   HAS APPLIED (APPROVED) OR RETIRED            *
000320*                   (REJECTED) THE CHANGE, SO EVERY DECISION     *
000330*                   APPEARS ON EXACTLY ONE DAILY REPORT AND A    *
000340*                   RERUN OF THE STEP NEVER APPLIES TWICE.       *
000350*                                                                *
000360*    MODIFICATION HISTORY                                       *
000370*    ----------------------------------------------------------  *
000380*    DATE       INIT   DESCRIPTION                               *
000390*    ---------- ----   ---------------------------------------- *
000400*    2026-10-15 JPM    INITIAL VERSION.                         *
000410*    2026-10-15 JPM    DL100PC-CTL-HOLD-LIMIT ADDED TO THE CTL   *
000420*                      NEW-IMAGE VIEW (SEE DL100C).              *
000430*    2026-10-15 JPM    DL100PC-SN-TOLERANCE-PCT ADDED TO THE SN  *
000440*                      NEW-IMAGE VIEW (SEE DL100SN).             *
000450*                                                                *
000460******************************************************************
000470 01  DL100PC-CHANGE-RECORD.
000480     05  DL100PC-CHANGE-KEY.
000490         10  DL100PC-MAKER-DATE      PIC X(08).
000500         10  DL100PC-MAKER-TIME      PIC X(08).
000510     05  DL100PC-TABLE-ID            PIC X(03).
000520         88  DL100PC-TABLE-CTL           VALUE 'CTL'.
000530         88  DL100PC-TABLE-CAT           VALUE 'CAT'.
000540         88  DL100PC-TABLE-SN            VALUE 'SN '.
000550     05  DL100PC-FUNCTION-CODE       PIC X(01).
000560         88  DL100PC-FUNC-ADD            VALUE 'A'.
000570         88  DL100PC-FUNC-CHANGE         VALUE 'C'.
000580     05  DL100PC-STATUS-FLAG         PIC X(01).
000590         88  DL100PC-PENDING             VALUE 'P'.
000600         88  DL100PC-APPROVED            VALUE 'A'.
000610         88  DL100PC-REJECTED            VALUE 'R'.
000620     05  DL100PC-MAKER-OPERATOR      PIC X(08).
000630     05  DL100PC-CHECKER-OPERATOR    PIC X(08).
000640     05  DL100PC-CHECK-DATE          PIC X(08).
000650     05  DL100PC-CHECK-TIME          PIC X(08).
000660     05  DL100PC-CLOSE-DATE          PIC 9(08).
000670     05  DL100PC-OLD-IMAGE           PIC X(40).
000680     05  DL100PC-NEW-IMAGE           PIC X(40).
000690     05  DL100PC-NEW-CTL REDEFINES DL100PC-NEW-IMAGE.
000700         10  DL100PC-CTL-CONTROL-ID  PIC X(08).
000710         10  DL100PC-CTL-EFFECTIVE-DATE
000720                                     PIC 9(08).
000730         10  DL100PC-CTL-THRESHOLD   PIC 9(02).
000740         10  DL100PC-CTL-CKPT-INTERVAL
000750                                     PIC 9(05).
000760         10  DL100PC-CTL-HOLD-LIMIT  PIC 9(09)V99.
000770         10  FILLER                  PIC X(06).
000780     05  DL100PC-NEW-CAT REDEFINES DL100PC-NEW-IMAGE.
000790         10  DL100PC-CAT-CODE        PIC 9(02).
000800         10  DL100PC-CAT-LABEL       PIC X(20).
000810         10  DL100PC-CAT-RETURN-CODE PIC 9(02).
000820         10  DL100PC-CAT-ACTIVE-FLAG PIC X(01).
000830         10  FILLER                  PIC X(15).
000840     05  DL100PC-NEW-SN REDEFINES DL100PC-NEW-IMAGE.
000850         10  DL100PC-SN-DIVISION     PIC X(02).
000860         10  DL100PC-SN-ACTIVE-FLAG  PIC X(01).
000870         10  DL100PC-SN-DESCRIPTION  PIC X(20).
000880         10  DL100PC-SN-TOLERANCE-PCT
000890                                     PIC 9(03).
000900         10  FILLER                  PIC X(14).
000910     05  FILLER                      PIC X(09).
