002000*                 THE END-OF-NIGHT CERTIFICATION PASS.  ONE     *
002100*                 RECORD PER CYCLE CARRIES THE CYCLE DATE, THE  *
002200*                 OPEN/CLOSED/FAILED STATE AND THE FIRST REASON *
002300*                 THE CERTIFICATION FAILED.  CBLHARCH, CBLRPTGN *
002400*                 AND CBLROLLV REFUSE TO RUN AGAINST A CYCLE    *
002500*                 WHOSE LATEST RECORD IS NOT CLOSED.            *
002600*    WRITTEN   :  AMAZON WEB SERVICES - MAINFRAME MODERNIZATION  *
002700*-----------------------------------------------------------------
002800*    MODIFICATION HISTORY                                        *
002900*    DATE       BY       DESCRIPTION                             *
003000*    --------   -------  ------------------------------------    *
003100*    2026-09-02  RLB     INITIAL VERSION.                        *
003110*    2026-10-15  RLB     CBLROLLV ALSO GATED ON CYCLE STATE.     *
003200******************************************************************
003300 01  CYCL-RECORD.
003400     05  CYCL-CYCLE-DATE             PIC 9(06).
