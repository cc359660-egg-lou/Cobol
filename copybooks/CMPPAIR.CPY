001399*                    The pairs file is ordered by entity then
001401*                    account key.  FILLER shrinks to keep the
001402*                    record length unchanged.
001409*   10/15/2026  DRO  Added the currency of each balance as the
001416*                    source system stated it (CMP-NUM1-CCY for
001423*                    the ledger side, CMP-NUM2-CCY for the
001430*                    statement side) and the entity's functional
001437*                    currency (CMP-FUNC-CCY) off the ledger feed
001444*                    header.  Num1/Num2 stay as received -
001451*                    compare.cbl translates a foreign-currency
001458*                    side to the functional currency before
001465*                    comparing.  A blank currency means the
001472*                    functional currency; a blank functional
001479*                    currency means the ledger side's.  FILLER
001486*                    shrinks to keep the record length unchanged.
001493*****************************************************************
001500 01  CMP-INPUT-RECORD.
001550     05  CMP-ACCT-KEY            PIC X(10).
001560     05  FILLER                  PIC X(01).
001830         10  CMP-NUM2-AMOUNT REDEFINES CMP-NUM2-DIGITS-X
001840                                 PIC 9(09)V99.
001900     05  CMP-ENTITY              PIC X(03).
001910     05  CMP-NUM1-CCY            PIC X(03).
001920     05  CMP-NUM2-CCY            PIC X(03).
001930     05  CMP-FUNC-CCY            PIC X(03).
001940     05  FILLER                  PIC X(32).
