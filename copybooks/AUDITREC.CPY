002298*                    R and its details X in place, so the trail
002299*                    keeps the history without the reports or
002301*                    the balancing step counting it.
002307*   10/15/2026  DRO  AUD-NUM1/AUD-NUM2 are now the amounts as
002313*                    compared - translated to the entity's
002319*                    functional currency (AUD-FUNC-CCY) where a
002325*                    side was stated in another.  Added the
002331*                    amounts as received (AUD-ORIG-NUM1/NUM2)
002337*                    with their currencies, so an FX break can
002343*                    be traced back to the rate applied, and
002349*                    materiality F - within tolerance only by
002355*                    the FX-difference allowance.  Header FILLER
002361*                    grows to match; 122 bytes.  The live
002367*                    AUDITFILE and every cataloged AUDARCH
002373*                    generation must be padded from 89 to 122
002379*                    bytes once, as before.
002385*****************************************************************
002400 01  AUD-RECORD.
002500     05  AUD-RECORD-TYPE             PIC X(01).
002600         88  AUD-HEADER-RECORD           VALUE "H".
004100                 "SECOND NUMBER GREATER ".
004200         10  AUD-MATERIALITY         PIC X(01).
004300             88  AUD-MATERIAL            VALUE "M".
004310             88  AUD-WITHIN-TOLERANCE    VALUES "T" "F".
004320             88  AUD-WITHIN-FX-TOLERANCE VALUE "F".
004500         10  AUD-ACCT-KEY            PIC X(10).
004550         10  AUD-ENTITY              PIC X(03).
004556         10  AUD-ORIG-NUM1           PIC S9(09)V99
004562             SIGN IS LEADING SEPARATE CHARACTER.
004568         10  AUD-NUM1-CCY            PIC X(03).
004574         10  AUD-ORIG-NUM2           PIC S9(09)V99
004580             SIGN IS LEADING SEPARATE CHARACTER.
004586         10  AUD-NUM2-CCY            PIC X(03).
004592         10  AUD-FUNC-CCY            PIC X(03).
004600     05  AUD-HEADER-DATA REDEFINES AUD-DETAIL-DATA.
004700         10  AUD-JOB-NAME            PIC X(08).
004800         10  AUD-OPERATOR-ID         PIC X(08).
004900         10  AUD-RETURN-CODE         PIC 9(04).
004910         10  FILLER                  PIC X(85).
