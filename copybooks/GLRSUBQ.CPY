000100*****************************************************************
000200* GLRSUBQ.CPY
000300* GL resubmission queue record - one per bounced adjustment
000400* corrected at the GL exception workbench (glfix.cbl), carrying
000500* the adjustment as it is to be re-sent: the entity, the account
000600* it is to post to, the adjustment code, the posting date, and
000700* the variance amount, with a reference back to the exception
000800* it came from (the original run date and account key) and the
000900* operator who queued it.  compare.cbl merges every QUEUED entry
001000* into the night's GLEXTRACT as a resubmission (record type RS)
001100* and marks it MERGED with that business date, so a rerun or
001200* back-out rerun of the same business date sends it again and
001300* any later night does not.
001400*
001500* MODIFICATION HISTORY
001600*   10/15/2026  DRO  Original layout.
001700*****************************************************************
001800 01  RSQ-RECORD.
001900     05  RSQ-KEY.
002000         10  RSQ-ENTITY          PIC X(03).
002100         10  RSQ-ACCT-KEY        PIC X(10).
002200     05  RSQ-ADJUSTMENT-CODE     PIC X(04).
002300     05  RSQ-POSTING-DATE        PIC 9(08).
002400     05  RSQ-VARIANCE            PIC S9(10)V99
002500         SIGN IS LEADING SEPARATE CHARACTER.
002600     05  RSQ-ORIG-RUN-DATE       PIC 9(08).
002700     05  RSQ-ORIG-ACCT-KEY       PIC X(10).
002800     05  RSQ-OPERATOR-ID         PIC X(08).
002900     05  RSQ-QUEUED-DATE         PIC 9(08).
003000     05  RSQ-STATUS              PIC X(01).
003100         88  RSQ-QUEUED              VALUE "Q".
003200         88  RSQ-MERGED              VALUE "M".
003300     05  RSQ-MERGED-DATE         PIC 9(08).
003400     05  FILLER                  PIC X(19).
