000800* (listed on the aging report and dropped from the new master),
000810* and a break whose account is absent from tonight's results is
000820* carried forward unchanged.  The master is kept in ascending
000900* account-key order.  Age counts the business days the break
001000* has been open, off the business-day calendar (BUSCAL).
001100*
001200* MODIFICATION HISTORY
001300*   08/22/2026  DRO  Original layout.
001408*                    generations must be converted - the fields
001409*                    are the same, reordered.  Record length
001411*                    unchanged.
001413*   10/15/2026  DRO  BRK-AGE-DAYS now holds business days from
001414*                    BRK-FIRST-DATE through the business date,
001415*                    both counted, rather than a count of cycles
001416*                    - a break carried over a holiday or a
001417*                    missed night no longer under- or over-ages.
001418*   10/15/2026  DRO  Added BRK-CURRENCY - blank for a break in
001419*                    functional currency; a one-sided item's own
001420*                    UNM-CURRENCY when the feed sent it in a
001421*                    foreign currency.  Such a break is not
001422*                    netted, written off or added to functional
001423*                    totals.
001424*                    FILLER shrinks to keep the record length
001425*                    unchanged.
001426*****************************************************************
001500 01  BRK-MASTER-RECORD.
001510     05  BRK-KEY.
001520         10  BRK-ENTITY          PIC X(03).
002420         88  BRK-VARIANCE-BREAK      VALUES "V" " ".
002430         88  BRK-LEDGER-ONLY         VALUE "L".
002440         88  BRK-STMT-ONLY           VALUE "S".
002450     05  BRK-CURRENCY            PIC X(03).
002460         88  BRK-FUNCTIONAL-CCY      VALUE SPACES.
002500     05  FILLER                  PIC X(30).
