002190*                    posts against the right entity.  FILLER
002192*                    shrinks to keep the record length
002194*                    unchanged.
002201*   10/15/2026  DRO  Also carries resubmissions - bounced
002208*                    adjustments corrected through glfix.cbl
002215*                    and queued on GLRSUBQ, merged in by
002222*                    compare.cbl as record type RS after the
002229*                    night's first-time AJ records, so the
002236*                    extract holds every AJ record in entity/
002243*                    account order followed by every RS record
002250*                    in the same order.  Added GL-POSTING-DATE,
002257*                    the date the posting system is to post
002264*                    to - the run date for a first-time
002271*                    adjustment, the corrected date for a
002278*                    resubmission.  FILLER shrinks to keep the
002285*                    record length unchanged.
002286*   10/15/2026  DRO  Also carries small-balance write-offs
002287*                    from wrtoff.cbl - record type WO,
002288*                    adjustment code WOFF - appended after
002289*                    the RS records.  Layout unchanged.
002290*   10/15/2026  DRO  Balances and variance are in the entity's
002291*                    functional currency (GL-FUNC-CCY), the
002292*                    currency the ledger posts in.  Added the
002293*                    balances as received (GL-ORIG-BALANCE-1/2)
002294*                    with their currencies, so the posting job
002295*                    can book an FX-translated adjustment with
002296*                    its source amounts.  Record grows to 110
002297*                    bytes.
002298*****************************************************************
002300 01  GL-EXTRACT-RECORD.
002400     05  GL-RECORD-TYPE          PIC X(02) VALUE "AJ".
002410         88  GL-FIRST-POSTING        VALUE "AJ".
002420         88  GL-RESUBMISSION         VALUE "RS".
002430         88  GL-WRITE-OFF            VALUE "WO".
002500     05  GL-RUN-DATE             PIC 9(08).
002550     05  GL-ACCOUNT-KEY          PIC X(10).
002600     05  GL-BALANCE-1            PIC S9(09)V99
002900         SIGN IS LEADING SEPARATE CHARACTER.
003000     05  GL-ADJUSTMENT-CODE      PIC X(04) VALUE "VARB".
003050     05  GL-ENTITY               PIC X(03).
003060     05  GL-POSTING-DATE         PIC 9(08).
003070     05  GL-ORIG-BALANCE-1       PIC S9(09)V99
003080         SIGN IS LEADING SEPARATE CHARACTER.
003090     05  GL-BAL-1-CCY            PIC X(03).
003100     05  GL-ORIG-BALANCE-2       PIC S9(09)V99
003110         SIGN IS LEADING SEPARATE CHARACTER.
003120     05  GL-BAL-2-CCY            PIC X(03).
003130     05  GL-FUNC-CCY             PIC X(03).
003140     05  FILLER                  PIC X(05).
