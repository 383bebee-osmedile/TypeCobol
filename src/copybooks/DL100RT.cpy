000010******************************************************************
000020*                                                                *
000030*    COPYBOOK:      DL100RT                                     *
000040*    DESCRIPTION:   DL100 RETURN-TO-SENDER RECORD.  DL100RTN     *
000050*                   BUILDS ONE RETURN FILE PER SENDING DIVISION  *
000060*                   FROM THE DAY'S DL100REJ REJECT GENERATION,   *
000070*                   EACH WRAPPED IN ITS OWN DL100T HEADER/       *
000080*                   TRAILER CARRYING THE DIVISION IN             *
000090*                   DL100T-SENDER-ID - THE SAME ENVELOPE THE     *
000100*                   DIVISION'S OWN DELIVERY FILE ARRIVES IN.     *
000110*                                                                *
000120*                   THE FIRST 80 BYTES ARE THE SENDER'S ORIGINAL *
000130*                   DL100TRN RECORD EXACTLY AS DELIVERED (OR THE *
000140*                   DL100T CONTROL RECORD ON THE HEADER AND      *
000150*                   TRAILER), SO THE SENDER CAN CORRECT IT IN    *
000160*                   PLACE AND RESUBMIT.  THE REJECT REASON (SEE  *
000170*                   DL100R) AND DATE FOLLOW.  DL100RT-DIVISION   *
000180*                   (BYTES 91-92) IS ON EVERY RECORD, CONTROL    *
000190*                   RECORDS INCLUDED, SO THE DL100J SPLIT STEP   *
000200*                   CAN ROUTE EACH DIVISION'S HEADER, DETAILS    *
000210*                   AND TRAILER TO ITS OWN DATASET.  SPACES      *
000220*                   THERE MEANS THE REJECT COULD NOT BE TIED TO  *
000230*                   A SENDER (BLANK OR INVALID DIVISION) AND IS  *
000240*                   ROUTED TO OPS.                               *
000250*                                                                *
000260*    MODIFICATION HISTORY                                       *
000270*    ----------------------------------------------------------  *
000280*    DATE       INIT   DESCRIPTION                               *
000290*    ---------- ----   ---------------------------------------- *
000300*    2026-10-15 JPM    INITIAL VERSION.                         *
000310*                                                                *
000320******************************************************************
000330 01  DL100RT-RETURN-RECORD.
000340     05  DL100RT-TRAN-RECORD         PIC X(80).
000350     05  DL100RT-REJECT-REASON       PIC X(02).
000360     05  DL100RT-REJECT-DATE         PIC 9(08).
000370     05  DL100RT-DIVISION            PIC X(02).
000380     05  FILLER                      PIC X(08).
