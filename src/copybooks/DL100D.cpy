000226*                      DL100TRN BYTES 15-25, SO DOWNSTREAM       *
000228*                      FINALLY SEES THE DOLLARS BEHIND EACH      *
000229*                      DISPOSITION.                              *
000230*    2026-10-15 JPM    HIGH-VALUE HOLD.  NEW DISPOSITION 'H'     *
000231*                      (HELD) - A MATCHED OR CATEGORIZED         *
000232*                      TRANSACTION OVER ITS DIVISION'S           *
000234*                      DL100C-HOLD-LIMIT, PARKED ON THE DL100HLD *
000235*                      HOLD MASTER AND LEFT OUT OF THE DL100NXT  *
000236*                      FEED UNTIL TREASURY RELEASES IT.          *
000238*                      DL100D-ORIG-DISPOSITION (CARVED FROM THE  *
000239*                      FILLER) CARRIES THE M OR C JUDGMENT OF A  *
000240*                      HELD RECORD SO COUNTS STILL TALLY BY THE  *
000242*                      COMPARE RESULT; DL100D-HOLD-DATE IS SET   *
000243*                      ONLY ON A RELEASED ITEM IN THE DL100NXT   *
000244*                      FEED (SEE DL100FED) - THE BUSINESS DATE   *
000246*                      IT WAS HELD.                              *
000247*                                                                *
000248******************************************************************
000250 01  DL100D-DISPOSITION-RECORD.
000260     05  DL100D-TRAN-KEY             PIC X(10).
000270     05  DL100D-CONTROL-CODE         PIC 9(02).
000300         88  DL100D-THRESHOLD-MATCH      VALUE 'M'.
000310         88  DL100D-CATEGORIZED          VALUE 'C'.
000320         88  DL100D-UNKNOWN-CODE         VALUE 'U'.
000325         88  DL100D-HELD                 VALUE 'H'.
000330     05  DL100D-CATEGORY-LABEL       PIC X(20).
000340     05  DL100D-SEVERITY             PIC 9(02).
000350     05  DL100D-RUN-DATE             PIC 9(08).
000355     05  DL100D-AMOUNT               PIC 9(09)V99.
000365     05  DL100D-ORIG-DISPOSITION     PIC X(01).
000375     05  DL100D-HOLD-DATE            PIC 9(08).
000385     05  FILLER                      PIC X(15).
