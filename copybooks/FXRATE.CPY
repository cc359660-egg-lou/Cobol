000100*****************************************************************
000200* FXRATE.CPY
000300* Daily foreign-exchange rate record - the FX rates file
000400* (FXRATES), keyed by currency pair and business date, loaded
000500* each day from the treasury rates feed and read by key by
000600* compare.cbl.  One record gives the rate that translates one
000700* unit of FX-FROM-CCY into FX-TO-CCY for the business date -
000800* the amount in the from-currency times FX-RATE is the amount
000900* in the to-currency.  compare.cbl looks up the pair it needs
001000* for the cycle's business date and, failing that, the reverse
001100* pair (dividing by its rate); a pair with neither on file for
001200* the date is rejected, never translated at a stale rate.
001300* Currency codes are the ISO three-letter codes the source
001400* systems carry on SRC-CURRENCY.
001500*
001600* MODIFICATION HISTORY
001700*   10/15/2026  DRO  Original layout.
001800*****************************************************************
001900 01  FX-RATE-RECORD.
002000     05  FX-KEY.
002100         10  FX-FROM-CCY         PIC X(03).
002200         10  FX-TO-CCY           PIC X(03).
002300         10  FX-RATE-DATE        PIC 9(08).
002400     05  FILLER                  PIC X(01).
002500     05  FX-RATE                 PIC 9(05)V9(07).
002600     05  FILLER                  PIC X(01).
002700     05  FX-RATE-SOURCE          PIC X(08).
002800     05  FILLER                  PIC X(44).
