001210*   09/01/2026  DRO  Added EXC-ENTITY, the business-unit code
001220*                    off the extract record.  FILLER shrinks
001230*                    to keep the record length unchanged.
001235*   10/15/2026  DRO  The exceptions are now worked through
001240*                    glfix.cbl, the exception workbench: an
001245*                    item corrected and queued for resubmission
001250*                    or abandoned is REWRITTEN worked, with
001255*                    EXC-RESOLUTION saying which.  EXC-SOURCE
001260*                    marks an exception raised against a
001265*                    resubmission rather than a first-time
001270*                    posting, and EXC-POSTING-DATE carries the
001275*                    date the adjustment asked to post to.
001280*                    FILLER shrinks to keep the record length
001285*                    unchanged.
001288*   10/15/2026  DRO  EXC-SOURCE W marks an exception raised
001291*                    against a small-balance write-off (record
001294*                    type WO).  Layout unchanged.
001300*****************************************************************
001400 01  EXC-RECORD.
001500     05  EXC-RUN-DATE            PIC 9(08).
002200         88  EXC-OPEN                VALUE "O".
002300         88  EXC-WORKED              VALUE "W".
002350     05  EXC-ENTITY              PIC X(03).
002360     05  EXC-SOURCE              PIC X(01).
002370         88  EXC-FIRST-POSTING       VALUE " ".
002380         88  EXC-RESUBMISSION        VALUE "R".
002385         88  EXC-WRITE-OFF           VALUE "W".
002390     05  EXC-RESOLUTION          PIC X(01).
002400         88  EXC-NOT-RESOLVED        VALUE " ".
002410         88  EXC-RESUBMITTED         VALUE "C".
002420         88  EXC-ABANDONED           VALUE "A".
002430     05  EXC-POSTING-DATE        PIC 9(08).
002440     05  FILLER                  PIC X(01).
