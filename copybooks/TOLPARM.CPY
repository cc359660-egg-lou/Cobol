000500* values baked into the programs.  Any variance greater than
000600* TOL-THRESHOLD is a material break; anything at or below it is
000610* within tolerance.  TOL-STALE-DAYS is the age at which an open
000620* break is flagged stale on the aging report, in business days.
000630* TOL-TIMING-DAYS is how many business days after a break opens
000640* the break roll will still pair it off against an offsetting
000650* item as a timing difference.
000660* TOL-FX-THRESHOLD is the FX-difference allowance: on a pair
000670* compare.cbl had to translate to the functional currency, a
000680* variance within the account's threshold plus this allowance
000690* is put down to rate rounding, not raised as a break.
000700*
000800* MODIFICATION HISTORY
000900*   08/09/2026  DRO  Original layout.
000950*   08/22/2026  DRO  Added TOL-STALE-DAYS for the open-breaks
000960*                    aging report - an open break older than
000970*                    this many cycles is flagged stale.
000980*   10/15/2026  DRO  TOL-STALE-DAYS now reads in business days
000990*                    off the business-day calendar (BUSCAL),
000995*                    now that break ages are counted that way.
001005*   10/15/2026  DRO  Added TOL-TIMING-DAYS - the window, in
001015*                    business days after a break opens, within
001025*                    which an equal-and-opposite item on the same
001035*                    account is paired off as a timing difference
001045*                    by the break roll.  Zero or blank turns the
001055*                    pairing off.  FILLER shrinks to keep the
001065*                    record length unchanged.
001066*   10/15/2026  DRO  Added TOL-FX-THRESHOLD, the FX-difference
001067*                    allowance for translated pairs, nine digits
001068*                    with two assumed decimals in functional
001069*                    currency.  Zero or blank allows nothing
001070*                    extra.  FILLER shrinks to keep the record
001071*                    length unchanged.
001075*****************************************************************
001100 01  TOL-PARM-RECORD.
001200     05  TOL-THRESHOLD           PIC 9(07)V99.
001250     05  FILLER                  PIC X(01).
001260     05  TOL-STALE-DAYS          PIC 9(03).
001270     05  FILLER                  PIC X(01).
001280     05  TOL-TIMING-DAYS         PIC 9(03).
001290     05  FILLER                  PIC X(01).
001300     05  TOL-FX-THRESHOLD        PIC 9(07)V99.
001310     05  FILLER                  PIC X(53).
