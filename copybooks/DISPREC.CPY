001099*                    time) leads the record.  The existing
001101*                    sequential file must be converted and
001102*                    reloaded.  Record length unchanged.
001110*   10/15/2026  DRO  Also written by glfix.cbl, the GL exception
001118*                    workbench - RESUBMIT when a bounced
001126*                    adjustment is corrected and queued, and
001134*                    ABANDONED when it is given up, under the
001142*                    working operator's id.  Added DSP-NOTE,
001150*                    free text shown on the account workbench -
001158*                    the abandon reason, or what the item was
001166*                    resubmitted as.  FILLER shrinks to keep
001174*                    the record length unchanged.
001175*   10/15/2026  DRO  Also written by wrtoff.cbl - WRITEOFF
001176*                    under operator WRTOFF when a small
001177*                    balance is written off, the amount in
001178*                    DSP-NOTE.  Layout unchanged.
001182*****************************************************************
001200 01  DSP-RECORD.
001210     05  DSP-KEY.
001220         10  DSP-ENTITY          PIC X(03).
002000         88  DSP-EXPLAINED           VALUE "EXPLAINED".
002100         88  DSP-ESCALATED           VALUE "ESCALATED".
002200         88  DSP-POSTED              VALUE "POSTED   ".
002210         88  DSP-RESUBMITTED         VALUE "RESUBMIT ".
002220         88  DSP-ABANDONED           VALUE "ABANDONED".
002225         88  DSP-WRITTEN-OFF         VALUE "WRITEOFF ".
002230     05  DSP-NOTE                PIC X(26).
