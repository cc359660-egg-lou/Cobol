001498*                    job sets it after reversing a day, and
001499*                    the pre-flight accepts the corrected
001501*                    rerun of that same business date.
001502*   10/15/2026  DRO  Added the period-end flags - the pre-flight
001503*                    marks a cycle whose business date is the
001504*                    last business day of its month (and of its
001505*                    quarter) off the business-day calendar, so
001506*                    the downstream steps know they are running
001507*                    a period-end cycle.  FILLER shrinks to keep
001508*                    the record length unchanged.
001509*   10/15/2026  DRO  Added RUN-CLOSED-THRU-DATE, the period-end
001510*                    business date of the last period closed by
001511*                    the month-end close (mthclose.cbl).  Every
001512*                    business date on or before it is in a
001513*                    closed period: the back-out job refuses to
001514*                    reverse one, and errfix.cbl and recycle.cbl
001515*                    flag a correction to a reject dated in one.
001516*                    Zero (or the spaces of a record written
001517*                    before this change) means no period has
001518*                    been closed.  FILLER shrinks to keep the
001519*                    record length unchanged.
001520*****************************************************************
001600 01  RUN-CONTROL-RECORD.
001700     05  RUN-BUSINESS-DATE       PIC 9(08).
001800     05  RUN-NUMBER              PIC 9(05).
002160                 88  RUN-STEP-STARTED    VALUE "S".
002170                 88  RUN-STEP-COMPLETE   VALUE "C".
002180             15  RUN-STEP-RC     PIC 9(04).
002190     05  RUN-MONTH-END-SWITCH    PIC X(01).
002192         88  RUN-MONTH-END           VALUE "Y".
002194     05  RUN-QUARTER-END-SWITCH  PIC X(01).
002196         88  RUN-QUARTER-END         VALUE "Y".
002197     05  RUN-CLOSED-THRU-DATE    PIC 9(08).
002200     05  FILLER                  PIC X(06).
