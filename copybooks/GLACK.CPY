001430*                    The feed is ordered by entity then account
001440*                    key.  FILLER shrinks to keep the record
001450*                    length unchanged.
001455*   10/15/2026  DRO  Added ACK-RECORD-TYPE, the extract record
001460*                    type echoed back (AJ first-time posting,
001465*                    RS resubmission) - the feed is now ordered
001470*                    by record type, then entity, then account
001475*                    key, the order the extract is written in.
001480*                    A blank type is taken as AJ.  FILLER
001485*                    shrinks to keep the record length
001490*                    unchanged.
001492*   10/15/2026  DRO  Record type WO - a small-balance write-off
001494*                    echoed back - follows the RS records.
001496*                    Layout unchanged.
001500*****************************************************************
001600 01  ACK-RECORD.
001700     05  ACK-RUN-DATE            PIC 9(08).
002100         88  ACK-BOUNCED             VALUE "B".
002200     05  ACK-REASON              PIC X(30).
002250     05  ACK-ENTITY              PIC X(03).
002260     05  ACK-RECORD-TYPE         PIC X(02).
002270         88  ACK-FIRST-POSTING       VALUES "AJ" "  ".
002280         88  ACK-RESUBMISSION        VALUE "RS".
002285         88  ACK-WRITE-OFF           VALUE "WO".
002290     05  FILLER                  PIC X(26).
