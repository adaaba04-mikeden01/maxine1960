001000* This area is used to drive and report back on a run of the    * CBANKD84
001100* operational-log housekeeping job (DBANK84P), which applies a  * CBANKD84
001200* per-table retention policy to the insert-only logs (BNKABND   * CBANKD84
001300* incidents, BNKEXCP exceptions, BNKALRT alerts) and the filed  * CBANKD84
001350* customer statements (BNKSTMH/BNKSTML), summarizes log detail  * CBANKD84
001400* older than the cutoff into monthly rollup counts by           * CBANKD84
001500* program/reason on BNKLOGRL before purging it, and records     * CBANKD84
001600* what was removed on the BNKPURGA purge audit.                 * CBANKD84
001700***************************************************************** CBANKD84
002910*      Rows kept back under an active legal hold                  CBANKD84
002920       15  CD84O-ROWS-HELD                   PIC 9(7).            CBANKD84
002921       15  CD84O-ALRT-PURGED                 PIC 9(7).            CBANKD84
002922       15  CD84O-STMT-PURGED                 PIC 9(7).            CBANKD84
002923       15  CD84O-MSG                         PIC X(62).           CBANKD84
