000802*                    corrected rerun's balancing nor appear as
000803*                    open work, while the record itself stays
000804*                    for the trail.
000814*   10/15/2026  DRO  Added the pair's currencies (ERR-NUM1-CCY,
000824*                    ERR-NUM2-CCY, ERR-FUNC-CCY) so a recycled
000834*                    correction is translated the same as the
000844*                    pair it replaces - and a pair rejected for
000854*                    a missing FX rate recycles once the rate is
000864*                    on file.  FILLER shrinks to keep the record
000874*                    length unchanged.
000876*   10/15/2026  DRO  Dual control - errfix.cbl no longer marks
000877*                    a reject corrected itself; the correction
000878*                    is held on CHGPEND (CTLCHG.CPY) and the
000879*                    checker screen (chgchk.cbl) rewrites the
000880*                    reject to status C once a second operator
000881*                    approves it.  Layout unchanged.
000884*****************************************************************
000900 01  ERR-RECORD.
001000     05  ERR-DATE                PIC 9(08).
001100     05  ERR-TIME                PIC 9(08).
001450     05  ERR-CORR-NUM1           PIC X(12).
001460     05  ERR-CORR-NUM2           PIC X(12).
001470     05  ERR-ENTITY              PIC X(03).
001480     05  ERR-NUM1-CCY            PIC X(03).
001490     05  ERR-NUM2-CCY            PIC X(03).
001500     05  ERR-FUNC-CCY            PIC X(03).
001510     05  FILLER                  PIC X(03).
