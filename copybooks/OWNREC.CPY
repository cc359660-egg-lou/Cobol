000010*****************************************************************
000020* OWNREC.CPY
000030* Account ownership record - the ownership master (OWNMAST),
000040* maintained by ops through ownmnt.cbl and read at start-up by
000050* wrklst.cbl, the nightly worklist run.  One record gives an
000060* entity's range of account keys (low key through high key
000070* inclusive - a single account is a range of one) to an analyst,
000080* names the analyst's team and the supervisor an overdue item
000090* escalates to, and sets the ownership SLA: the business days an
000100* item may stand open without a current disposition before it
000110* goes on the supervisor's escalation list.  Where ranges
000120* overlap, the later record in the file wins, so a re-keyed
000130* range supersedes the one it replaces.  A zero OWN-SLA-DAYS sets
000140* no SLA - the analyst's items are listed but never escalate.
000150* An account no record covers is unassigned and is listed as
000160* such on the worklist, so nobody's work falls between desks.
000170*
000180* MODIFICATION HISTORY
000190*   10/15/2026  DRO  Original layout.
000200*****************************************************************
000210 01  OWN-RECORD.
000220     05  OWN-ENTITY              PIC X(03).
000230     05  FILLER                  PIC X(01).
000240     05  OWN-ACCT-KEY-LO         PIC X(10).
000250     05  FILLER                  PIC X(01).
000260     05  OWN-ACCT-KEY-HI         PIC X(10).
000270     05  FILLER                  PIC X(01).
000280     05  OWN-ANALYST-ID          PIC X(08).
000290     05  FILLER                  PIC X(01).
000300     05  OWN-TEAM                PIC X(08).
000310     05  FILLER                  PIC X(01).
000320     05  OWN-SUPERVISOR-ID       PIC X(08).
000330     05  FILLER                  PIC X(01).
000340     05  OWN-SLA-DAYS            PIC 9(03).
000350     05  FILLER                  PIC X(24).
