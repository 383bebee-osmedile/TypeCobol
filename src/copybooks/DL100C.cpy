001390*                      BASE RECORD, ALWAYS IN EFFECT UNTIL A     *
001400*                      DATED RECORD SUPERSEDES IT - EXISTING     *
001410*                      RECORDS RELOAD WITH DATE 00000000 AT      *
001411*                      CUTOVER (SEE DL100GDG).                   *
001412*    2026-10-15 JPM    ADDED DL100C-HOLD-LIMIT - THE HIGH-VALUE  *
001414*                      HOLD LIMIT.  IFTHEN TAKES ANY MATCHED OR  *
001415*                      CATEGORIZED TRANSACTION WHOSE AMOUNT IS   *
001416*                      OVER THE LIMIT IN EFFECT FOR ITS DIVISION *
001418*                      OUT OF THE DL100NXT FEED AND PARKS IT ON  *
001419*                      THE DL100HLD HOLD MASTER UNTIL TREASURY   *
001420*                      RELEASES IT (SEE DL100HD).  A 'DIVnn'     *
001422*                      RECORD CARRIES THE LIMIT FOR DIVISION nn; *
001423*                      ZERO THERE (OR NO 'DIVnn' RECORD) MEANS   *
001424*                      THE 'DL100CTL' DEFAULT APPLIES.  A ZERO   *
001426*                      DEFAULT MEANS NO LIMIT.  SPACES ON A      *
001427*                      RECORD WRITTEN BEFORE THE FIELD EXISTED   *
001428*                      READ AS ZERO.                             *
001430*                                                                *
001440******************************************************************
001500 01  DL100C-CONTROL-RECORD.
001530         10  DL100C-EFFECTIVE-DATE  PIC 9(08).
001600     05  DL100C-THRESHOLD            PIC 9(02).
001650     05  DL100C-CKPT-INTERVAL        PIC 9(05).
001660*    HELD WHEN THE TRANSACTION AMOUNT IS GREATER THAN THIS.
001670*    KEPT IN THE FIRST 40 BYTES SO THE DL100PC PENDING-CHANGE
001680*    IMAGE CARRIES IT THROUGH MAKER-CHECKER WITH THE REST.
001690     05  DL100C-HOLD-LIMIT           PIC 9(09)V99.
001700     05  FILLER                      PIC X(46).
