000100*****************************************************************
000200* CTLCHG.CPY
000300* Control-data change record - one per change an operator keys
000400* to the tolerance rules master (tolmnt.cbl) or to a reject
000500* (errfix.cbl).  Neither program changes its file any more: the
000600* change is held PENDING on the change queue (CHGPEND) under the
000700* maker's operator id, with the master record as it stood (the
000800* before image) and as it is to become (the after image).  A
000900* second operator approves or declines it at the checker screen
001000* (chgchk.cbl); only an approved change is applied - the after
001100* image REWRITES the record still matching the before image, or
001200* an added rule is appended - so compare.cbl and recycle.cbl
001300* only ever see approved values.  A change whose record has
001400* moved on since it was keyed (a rule re-keyed, a reject backed
001500* out) no longer matches and is declined rather than applied
001600* over the top.
001700*
001800* The same layout is the maintenance change log (CHGLOG): every
001900* submission, approval and decline is appended there with both
002000* images, and chgrpt.cbl prints the day's control-data changes
002100* from it.  An added rule has a blank before image.
002200*
002300* MODIFICATION HISTORY
002400*   10/15/2026  DRO  Original layout.
002500*****************************************************************
002600 01  CHG-RECORD.
002700     05  CHG-FILE-ID             PIC X(08).
002800         88  CHG-FOR-TOLRULES        VALUE "TOLRULES".
002900         88  CHG-FOR-ERRFILE         VALUE "ERRFILE".
003000     05  CHG-ACTION              PIC X(01).
003100         88  CHG-REPLACE             VALUE "C".
003200         88  CHG-ADD                 VALUE "A".
003300     05  CHG-STATUS              PIC X(01).
003400         88  CHG-PENDING             VALUE "P".
003500         88  CHG-APPROVED            VALUE "A".
003600         88  CHG-DECLINED            VALUE "D".
003700     05  CHG-ENTITY              PIC X(03).
003800     05  CHG-ACCT-KEY            PIC X(10).
003900     05  CHG-MAKER-ID            PIC X(08).
004000     05  CHG-MAKER-DATE          PIC 9(08).
004100     05  CHG-MAKER-TIME          PIC 9(08).
004200     05  CHG-CHECKER-ID          PIC X(08).
004300     05  CHG-CHECKER-DATE        PIC 9(08).
004400     05  CHG-CHECKER-TIME        PIC 9(08).
004500     05  CHG-NOTE                PIC X(30).
004600     05  CHG-BEFORE-IMAGE        PIC X(120).
004700     05  CHG-AFTER-IMAGE         PIC X(120).
004800     05  FILLER                  PIC X(19).
