000350*    DATE       INIT   DESCRIPTION                               *
000360*    ---------- ----   ---------------------------------------- *
000370*    2026-09-02 JPM    INITIAL VERSION.                         *
000372*    2026-10-15 JPM    DL100DSP IS NOW THE DL100NXT FEED THAT    *
000374*                      DL100FED BUILDS (DL100.PROD.NXTFEED) -    *
000376*                      SAME LAYOUT AND TRAILER, HELD ITEMS LEFT  *
000378*                      OUT AND RELEASED ITEMS ADDED.             *
000380*                                                                *
000390******************************************************************
000400 IDENTIFICATION DIVISION.
