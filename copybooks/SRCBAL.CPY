000700* the two feeds into CMPPAIR pairs for compare.cbl.  The amount
000800* is carried as PIC X on the way in - feedmtch matches and
000900* routes, compare.cbl's numeric edit is the gatekeeper.
000905*
000910* Each entity's details are framed by a header record (source
000915* system, entity, business date of the balances) ahead of them
000920* and a trailer record (detail count and hash total) after
000925* them.  The hash total is the algebraic sum of the entity's
000930* detail SRC-AMOUNTs, sign then thirteen digits and two assumed
000935* decimals; an amount that is not numeric counts but adds
000940* nothing.  feedchk.cbl proves the framing before the match
000945* runs; feedmtch.cbl skips the header and trailer records.
000955*
000965* SRC-CURRENCY on a detail is the ISO code of the currency the
000975* amount is stated in; blank means the entity's functional
000985* currency.  On the ledger feed's header it names the entity's
000995* functional currency - the currency the ledger keeps its books
001005* in and every pair is compared in.
001015*
001100* MODIFICATION HISTORY
001200*   08/22/2026  DRO  Original layout.
001210*   09/01/2026  DRO  Added SRC-ENTITY, the business-unit code,
001250*                    the matcher matches within entity.  FILLER
001260*                    shrinks to keep the record length
001270*                    unchanged.
001273*   10/15/2026  DRO  Added SRC-RECORD-TYPE and the header and
001276*                    trailer control fields - each entity's
001279*                    details now arrive between a header (source
001282*                    system, business date) and a trailer
001285*                    (detail count, hash total of SRC-AMOUNT).
001288*                    A blank type is a detail.  FILLER shrinks
001291*                    to keep the record length unchanged.
001292*   10/15/2026  DRO  Added SRC-CURRENCY - foreign branch
001293*                    accounts arrive from the statement system
001294*                    in local currency.  On the ledger header it
001295*                    carries the entity's functional currency.
001296*                    FILLER shrinks to keep the record length
001297*                    unchanged.
001300*****************************************************************
001400 01  SRC-BALANCE-RECORD.
001500     05  SRC-ACCT-KEY            PIC X(10).
001800         10  SRC-AMOUNT-SIGN     PIC X(01).
001900         10  SRC-AMOUNT-DIGITS-X PIC X(11).
001950     05  SRC-ENTITY              PIC X(03).
001960     05  SRC-RECORD-TYPE         PIC X(01).
001970         88  SRC-DETAIL-RECORD       VALUES " " "D".
001980         88  SRC-HEADER-RECORD       VALUE "H".
001990         88  SRC-TRAILER-RECORD      VALUE "T".
002000*        Header: source system and business date.
002010     05  SRC-SOURCE-SYSTEM       PIC X(08).
002020     05  SRC-FEED-DATE           PIC 9(08).
002030*        Trailer: detail count and hash total.
002040     05  SRC-TRAILER-COUNT       PIC 9(07).
002050     05  SRC-HASH-TOTAL-X.
002060         10  SRC-HASH-SIGN       PIC X(01).
002070         10  SRC-HASH-DIGITS-X   PIC X(15).
002080*        Detail: amount currency.  Header: functional currency.
002090     05  SRC-CURRENCY            PIC X(03).
002100     05  FILLER                  PIC X(10).
