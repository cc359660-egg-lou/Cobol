000100*****************************************************************
000200* WOFFHST.CPY
000300* Write-off history record - one per open break written off
000400* by wrtoff.cbl, appended to the write-off log (WOFFHIST) as
000500* the write-off's GL adjustment goes out.  The log is what the
000600* month's cumulative write-offs are summed from against each
000700* entity's monthly cap, what tells a rerun of the same business
000800* date which breaks it has already written off, and what the
000900* next roll (brkage.cbl) closes the written-off breaks from.
001000* The back-out job marks a reversed day's write-offs X in
001100* place, so they neither count against the cap nor close the
001200* break.
001300*
001400* MODIFICATION HISTORY
001500*   10/15/2026  DRO  Original layout.
001600*****************************************************************
001700 01  WOFF-HIST-RECORD.
001800     05  WOH-KEY.
001900         10  WOH-ENTITY          PIC X(03).
002000         10  WOH-ACCT-KEY        PIC X(10).
002100     05  WOH-BUS-DATE            PIC 9(08).
002200     05  WOH-BUS-DATE-X REDEFINES WOH-BUS-DATE.
002300         10  WOH-BUS-YYYYMM      PIC 9(06).
002400         10  FILLER              PIC 9(02).
002500     05  WOH-FIRST-DATE          PIC 9(08).
002600     05  WOH-AGE-DAYS            PIC 9(03).
002700     05  WOH-BREAK-TYPE          PIC X(01).
002800     05  WOH-AMOUNT              PIC S9(10)V99
002900         SIGN IS LEADING SEPARATE CHARACTER.
003000     05  WOH-STATUS              PIC X(01).
003100         88  WOH-WRITTEN-OFF         VALUE "W".
003200         88  WOH-REVERSED            VALUE "X".
003300     05  FILLER                  PIC X(33).
