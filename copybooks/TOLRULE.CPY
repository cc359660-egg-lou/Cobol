001700*
001800* MODIFICATION HISTORY
001900*   09/01/2026  DRO  Original layout.
001910*   10/15/2026  DRO  Dual control - tolmnt.cbl no longer writes
001920*                    the master; a change or new rule is held
001930*                    on CHGPEND (CTLCHG.CPY) and applied by the
001940*                    checker screen (chgchk.cbl) once a second
001950*                    operator approves it.  Layout unchanged.
002000*****************************************************************
002100 01  TOL-RULE-RECORD.
002200     05  TLR-ACCT-KEY-LO         PIC X(10).
