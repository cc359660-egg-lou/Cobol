000100*****************************************************************
000200* TIMDIF.CPY
000300* Timing-difference record - written by brkage.cbl to the cycle's
000400* timing-difference file (TIMDIFF, one generation per roll) when
000500* tonight's variance or one-sided item on an account offsets the
000600* open break already on the master for the same entity and
000700* account - a posting that hit one side one day and the other
000800* side a day or two later.  Both sides are closed together and
000900* each gets a record here: the break that was open (side O) and
001000* tonight's offsetting item (side F), tied together by the same
001100* link reference - the roll's business date and a sequence number
001200* within the roll.  TMD-RESIDUAL is what the two sides leave
001300* between them, never more than the account's tolerance.
001400*
001500* MODIFICATION HISTORY
001600*   10/15/2026  DRO  Original layout.
001700*****************************************************************
001800 01  TIMING-DIFF-RECORD.
001900     05  TMD-KEY.
002000         10  TMD-ENTITY          PIC X(03).
002100         10  TMD-ACCT-KEY        PIC X(10).
002200     05  TMD-LINK-REF.
002300         10  TMD-LINK-DATE       PIC 9(08).
002400         10  TMD-LINK-SEQ        PIC 9(05).
002500     05  TMD-SIDE                PIC X(01).
002600         88  TMD-OPENING-SIDE        VALUE "O".
002700         88  TMD-OFFSET-SIDE         VALUE "F".
002800     05  TMD-BREAK-TYPE          PIC X(01).
002900         88  TMD-VARIANCE-BREAK      VALUES "V" " ".
003000         88  TMD-LEDGER-ONLY         VALUE "L".
003100         88  TMD-STMT-ONLY           VALUE "S".
003200     05  TMD-ITEM-DATE           PIC 9(08).
003300     05  TMD-AGE-DAYS            PIC 9(03).
003400     05  TMD-AMOUNT              PIC S9(10)V99
003500         SIGN IS LEADING SEPARATE CHARACTER.
003600     05  TMD-RESIDUAL            PIC S9(10)V99
003700         SIGN IS LEADING SEPARATE CHARACTER.
003800     05  FILLER                  PIC X(15).
