000950*                    wrote, and a restart resumes the counts
000960*                    instead of starting them at zero.  Record
000970*                    grows to 60 bytes.
000975*   10/15/2026  DRO  Added the count of queued GL resubmissions
000980*                    merged into the extract, so a restart does
000985*                    not send one twice and the balancing step
000990*                    can prove them.  FILLER shrinks to keep
000995*                    the record length unchanged.
001000*****************************************************************
001100 01  CKPT-RECORD.
001200     05  CKPT-RUN-ID             PIC X(08).
001410     05  CKPT-RECORDS-GOOD       PIC 9(07).
001420     05  CKPT-RECORDS-REJECTED   PIC 9(07).
001430     05  CKPT-MATERIAL-COUNT     PIC 9(07).
001440     05  CKPT-RESUBMIT-COUNT     PIC 9(07).
001500     05  CKPT-STATUS             PIC X(01).
001600         88  CKPT-IN-PROGRESS        VALUE "I".
001700         88  CKPT-COMPLETE           VALUE "C".
001710     05  FILLER                  PIC X(08).
