000100*****************************************************************
000200* BUSCAL.CPY
000300* Business-day calendar record - the holiday / business-day
000400* calendar (BUSCAL), keyed by hand by ops once a year and
000500* amended as closures are announced.  Monday through Friday
000600* are business days and Saturday and Sunday are not unless the
000700* calendar says otherwise: a record of type H marks a weekday
000800* as a holiday (not a business day), a record of type B marks
000900* a weekend day as a worked business day.  A record with a
001000* blank CAL-ENTITY is the house calendar, observed by every
001100* entity and used by the pre-flight to date the cycle; a record
001200* carrying an entity code applies to that entity alone and,
001300* for that entity, overrides a house record for the same date
001400* - our units do not all observe the same holidays.
001480* Read at start-up by hello.cbl (the cycle's business
001560* date and period-end flags), brkage.cbl, opsdig.cbl and
001640* wrklst.cbl (ages in business days), and chgrpt.cbl (the
001720* previous business day the change report runs from).
001800*
001900* MODIFICATION HISTORY
002000*   10/15/2026  DRO  Original layout.
002100*****************************************************************
002200 01  BUS-CAL-RECORD.
002300     05  CAL-ENTITY              PIC X(03).
002400     05  FILLER                  PIC X(01).
002500     05  CAL-DATE                PIC 9(08).
002600     05  FILLER                  PIC X(01).
002700     05  CAL-DAY-TYPE            PIC X(01).
002800         88  CAL-HOLIDAY             VALUE "H".
002900         88  CAL-BUSINESS-DAY        VALUE "B".
003000     05  FILLER                  PIC X(01).
003100     05  CAL-DESCRIPTION         PIC X(30).
003200     05  FILLER                  PIC X(35).
