001530*                    ordered by entity then account key.
001540*                    FILLER shrinks to keep the record length
001550*                    unchanged.
001556*   10/15/2026  DRO  Added UNM-CURRENCY, the currency the
001562*                    amount was received in (blank for the
001568*                    entity's functional currency) - a one-sided
001574*                    item has no partner to be translated
001580*                    against and is carried as the source sent
001586*                    it.  FILLER shrinks to keep the record
001592*                    length unchanged.
001600*****************************************************************
001700 01  UNM-RECORD.
001800     05  UNM-ACCT-KEY            PIC X(10).
002420                                 PIC 9(09)V99.
002500     05  UNM-BUS-DATE            PIC 9(08).
002550     05  UNM-ENTITY              PIC X(03).
002560     05  UNM-CURRENCY            PIC X(03).
002570     05  FILLER                  PIC X(43).
