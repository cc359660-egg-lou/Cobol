000100*****************************************************************
000200* CLSSNAP.CPY
000300* Period-close snapshot record - written by mthclose.cbl to the
000400* close snapshot (CLOSESNP, one generation per closed period),
000500* freezing the reconciliation as it stood at the period-end
000600* business date.  The generation opens with a header (type H)
000700* carrying the period-end date, then holds, in this order:
000800*   - type B, every open break on the breaks-master generation
000900*     of the period-end roll, in entity-then-account order;
001000*   - type R, every reject not yet resolved (status O, or C -
001100*     corrected and approved but not yet recycled);
001200*   - type G, every GL posting exception still open;
001300*   - type U, the period-end day's one-sided items.
001400* Each item keeps its source record as it stood, so the frozen
001500* position can be proven after the live files move on.  The
001600* type B records are the opening position of the next period's
001700* close.  SNP-AMOUNT is signed the way the break roll signs it
001800* (a statement-only amount with its sign turned); a reject
001900* carries no amount.  SNP-CURRENCY is a break's BRK-CURRENCY -
002000* blank for a functional-currency break.
002100*
002200* MODIFICATION HISTORY
002300*   10/15/2026  DRO  Original layout.
002400*   10/15/2026  DRO  Added SNP-CURRENCY.  FILLER shrinks to keep
002500*                    the record length unchanged.
002600*****************************************************************
002700 01  SNP-RECORD.
002800     05  SNP-TYPE                PIC X(01).
002900         88  SNP-HEADER              VALUE "H".
003000         88  SNP-BREAK               VALUE "B".
003100         88  SNP-REJECT              VALUE "R".
003200         88  SNP-GL-EXCEPTION        VALUE "G".
003300         88  SNP-ONE-SIDED           VALUE "U".
003400     05  SNP-PERIOD-END-DATE     PIC 9(08).
003500     05  SNP-KEY.
003600         10  SNP-ENTITY          PIC X(03).
003700         10  SNP-ACCT-KEY        PIC X(10).
003800     05  SNP-ITEM-DATE           PIC 9(08).
003900     05  SNP-AMOUNT              PIC S9(10)V99
004000         SIGN IS LEADING SEPARATE CHARACTER.
004100     05  SNP-SOURCE-IMAGE        PIC X(120).
004200     05  SNP-CURRENCY            PIC X(03).
004300     05  FILLER                  PIC X(34).
