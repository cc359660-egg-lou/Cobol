000100*****************************************************************
000200* AUDHIST.CPY
000300* Keyed audit history record - one per audit trail record, live
000400* or archived, on the indexed audit history store (AUDHIST), so
000500* an account's comparison history or a business-date range is
000600* read directly by key instead of walking the sequential trail
000700* and every archive generation.  compare.cbl writes each detail
000800* as it writes the trail; backout.cbl marks the reversed day's
000850* entries (R headers, X details) as it marks the trail;
000900* audarch.cbl adds what compare did not (the pre-flight's run
000950* headers, a run whose store write failed), carries across any
001000* reversal mark the back-out could not, and flags the records it
001100* rolls to the archive; audhrec.cbl proves the store against the
001200* trail and the archive.
001300*
001400* The record key leads with the entity and account, so an
001500* account's history reads forward from its first key; a run
001600* header carries no account and keys with them blank.  The
001700* alternate key (AUH-DATE-KEY, unique) is the business-date path.
001800* AUH-SEQ is the record's place, from 1, among the consecutive
001900* trail records of its class (header H or R, detail D or X)
002000* stamped with the same date and time - compare numbers its own
002100* details as it writes them, audarch, audhrec and backout count
002200* the same way as they walk, so every program arrives at the
002250* same key.
002300* AUH-AUDIT-IMAGE is the trail record itself (AUDITREC layout).
002400*
002408* One entry stands for no trail record: the control entry (class
002416* C, every other key field blank or zero, so it reads ahead of
002424* everything on both paths), set by audhrec.cbl at the end of
002432* every proof - proven (AUH-CTL-PROVEN) when the store proved
002440* against the trail and the archive with nothing to put right,
002448* not proven otherwise.  compare.cbl sets it not proven when its
002450* feed stops on a failed write, and backout.cbl when it cannot
002452* mark an entry - either leaves the store behind the trail until
002454* the next proof.  trndrpt.cbl and audinq.cbl read the
002456* store only while it shows proven; with no control entry, or one
002464* not proven, they walk the trail and the archive as they always
002472* did.  The store is defined and first loaded by audhrec.cbl
002480* (PARM='LOAD') - compare.cbl and audarch.cbl never create it.
002488*
002500* MODIFICATION HISTORY
002600*   10/15/2026  DRO  Original layout.
002633*   10/15/2026  DRO  Added the control entry (class C) and its
002666*                    view of the image area.
002700*****************************************************************
002800 01  AUH-RECORD.
002900     05  AUH-KEY.
003000         10  AUH-ENTITY          PIC X(03).
003100         10  AUH-ACCT-KEY        PIC X(10).
003200         10  AUH-BUS-DATE        PIC 9(08).
003300         10  AUH-TIME            PIC 9(08).
003400         10  AUH-CLASS           PIC X(01).
003500             88  AUH-HEADER-CLASS    VALUE "H".
003600             88  AUH-DETAIL-CLASS    VALUE "D".
003650             88  AUH-CONTROL-CLASS   VALUE "C".
003700         10  AUH-SEQ             PIC 9(07).
003800     05  AUH-DATE-KEY.
003900         10  AUH-DK-BUS-DATE     PIC 9(08).
004000         10  AUH-DK-TIME         PIC 9(08).
004100         10  AUH-DK-CLASS        PIC X(01).
004200         10  AUH-DK-SEQ          PIC 9(07).
004300     05  AUH-LOCATION            PIC X(01).
004400         88  AUH-IN-LIVE-TRAIL       VALUE "L".
004500         88  AUH-IN-ARCHIVE          VALUE "A".
004600     05  AUH-ARCHIVED-DATE       PIC 9(08).
004700     05  AUH-AUDIT-IMAGE         PIC X(122).
004710     05  AUH-CONTROL-DATA REDEFINES AUH-AUDIT-IMAGE.
004720         10  AUH-CTL-STATE       PIC X(01).
004730             88  AUH-CTL-PROVEN      VALUE "P".
004740             88  AUH-CTL-NOT-PROVEN  VALUE "N".
004750         10  AUH-CTL-DATE        PIC 9(08).
004760         10  AUH-CTL-TIME        PIC 9(08).
004770         10  AUH-CTL-LIVE-COUNT  PIC 9(09).
004780         10  AUH-CTL-ARCH-COUNT  PIC 9(09).
004790         10  FILLER              PIC X(87).
004800     05  FILLER                  PIC X(08).
