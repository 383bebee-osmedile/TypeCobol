001612*    2026-08-21 JPM    RESERVED RETURN CODE 100 (OUTSIDE THE     *
001614*                      1-99 SEVERITY RANGE) FOR CONTROL-TOTAL    *
001616*                      OUT-OF-BALANCE FAILURES - SEE BELOW.      *
001618*    2026-10-15 JPM    NO LONGER HAND-EDITED.  ENTRIES ARE ADDED *
001620*                      AND CHANGED THROUGH DL100TBL, APPROVED BY *
001622*                      A SECOND OPERATOR ON DL100APV AND WRITTEN *
001624*                      BY DL100APL (DL100J STEP002) - SEE        *
001626*                      DL100PC.                                  *
001628*                                                                *
001630*    DL100CAT-RETURN-CODE IS THE SEVERITY IFTHEN ASSIGNS TO A    *
001640*    TRANSACTION THAT FALLS INTO THIS CATEGORY.  1-7 IS A        *
001650*    ROUTINE CATEGORY - STEP020 IN DL100J NOTIFIES OPS THE SAME  *
