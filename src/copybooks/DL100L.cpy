001496*                      DATED STAGING SHOWS BOTH THE STAGED DATE  *
001498*                      AND WHO STAGED IT, BEFORE IT TAKES        *
001499*                      EFFECT.  00000000 IS THE BASE RECORD.     *
001515*    2026-10-15 JPM    ADDS AND CHANGES ARE NOW LOGGED WHEN THE  *
001532*                      MAKER SUBMITS THEM FOR APPROVAL - THE     *
001549*                      DL100CTL RECORD ITSELF CHANGES ONLY ONCE  *
001566*                      A SECOND OPERATOR APPROVES (SEE DL100PC). *
001583*                                                                *
001600******************************************************************
001700 01  DL100L-LOG-RECORD.
001800     05  DL100L-TIMESTAMP.
