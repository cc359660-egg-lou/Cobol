000100*****************************************************************
000200* WOFFLIM.CPY
000300* Small-balance write-off limits record - the write-off limits
000400* table (WOFFLIM), keyed by hand by ops to the limits the
000500* controller has approved, read at start-up by wrtoff.cbl.  Two
000600* kinds of card:
000700*
000800*   L - a limit: for an entity and a range of account keys (low
000900*       key through high key inclusive - a single account is a
001000*       range of one), the largest open break that may be
001100*       written off, the business-day age it must have reached
001200*       first, and which break types qualify - any of V
001300*       (variance), L (ledger only) and S (statement only), so a
001400*       one-sided item need not be treated like a variance.
001500*       Where limits overlap, the later card in the file wins.
001600*   C - the entity's cumulative write-off cap for a calendar
001700*       month.  An entity with no cap card (or a zero cap) has
001800*       nothing written off, whatever its limits say.
001900*
002000* Amounts are nine digits with two assumed decimals, the way
002100* the TOLPARM card is keyed (000002500 = 25.00).
002200*
002300* MODIFICATION HISTORY
002400*   10/15/2026  DRO  Original layout.
002500*****************************************************************
002600 01  WOFF-LIMIT-RECORD.
002700     05  WOL-RECORD-TYPE         PIC X(01).
002800         88  WOL-LIMIT-CARD          VALUE "L".
002900         88  WOL-CAP-CARD            VALUE "C".
003000     05  FILLER                  PIC X(01).
003100     05  WOL-ENTITY              PIC X(03).
003200     05  FILLER                  PIC X(01).
003300     05  WOL-LIMIT-DETAIL.
003400         10  WOL-ACCT-KEY-LO     PIC X(10).
003500         10  FILLER              PIC X(01).
003600         10  WOL-ACCT-KEY-HI     PIC X(10).
003700         10  FILLER              PIC X(01).
003800         10  WOL-MAX-AMOUNT      PIC 9(07)V99.
003900         10  FILLER              PIC X(01).
004000         10  WOL-MIN-AGE         PIC 9(03).
004100         10  FILLER              PIC X(01).
004200         10  WOL-BREAK-TYPES     PIC X(03).
004300     05  WOL-CAP-DETAIL REDEFINES WOL-LIMIT-DETAIL.
004400         10  WOL-MONTHLY-CAP     PIC 9(09)V99.
004500         10  FILLER              PIC X(28).
004600     05  FILLER                  PIC X(35).
