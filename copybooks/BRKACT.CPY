000100*****************************************************************
000200* BRKACT.CPY
000300* Break activity record - written by brkage.cbl to the roll's
000400* break activity file (BRKACT, one generation per roll, like
000500* BRKMAST and TIMDIFF) for every change the roll makes to the
000600* open-breaks master: a break opened (event O, at its opening
000700* variance), a break cleared (event C, at the variance it stood
000800* at on the master - resolved within tolerance, written off, or
000900* closed as a timing difference), and a break carried open
001000* whose variance was refreshed to a different amount (event M,
001100* the new variance less the old).  A break carried unchanged
001200* writes nothing.  Each generation opens with a header (event
001300* H) carrying the roll's business date, so a reader taking the
001400* generations newest first can tell a rerun of the same date
001500* from the run it replaced.  ACT-WOFF-DATE is the business date
001600* of the write-off a type W clearance comes from.  The month-
001700* end close (mthclose.cbl) rolls the period's breaks forward
001800* off these events.
001900*
002000* MODIFICATION HISTORY
002100*   10/15/2026  DRO  Original layout.
002200*****************************************************************
002300 01  BRK-ACTIVITY-RECORD.
002400     05  ACT-KEY.
002500         10  ACT-ENTITY          PIC X(03).
002600         10  ACT-ACCT-KEY        PIC X(10).
002700     05  ACT-BUS-DATE            PIC 9(08).
002800     05  ACT-EVENT               PIC X(01).
002900         88  ACT-HEADER              VALUE "H".
003000         88  ACT-OPENED              VALUE "O".
003100         88  ACT-CLEARED             VALUE "C".
003200         88  ACT-MOVEMENT            VALUE "M".
003300     05  ACT-REASON              PIC X(01).
003400         88  ACT-RESOLVED            VALUE "R".
003500         88  ACT-WRITTEN-OFF         VALUE "W".
003600         88  ACT-TIMING              VALUE "T".
003700     05  ACT-WOFF-DATE           PIC 9(08).
003800     05  ACT-FIRST-DATE          PIC 9(08).
003900     05  ACT-BREAK-TYPE          PIC X(01).
004000     05  ACT-CURRENCY            PIC X(03).
004100     05  ACT-AMOUNT              PIC S9(10)V99
004200         SIGN IS LEADING SEPARATE CHARACTER.
004300     05  FILLER                  PIC X(24).
