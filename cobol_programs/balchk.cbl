000900*   RESLTFILE lines                  = pairs good
001000*   AUDITFILE details, last segment  = pairs good
001100*   ERRFILE rejects, business date   = pairs rejected
001200*   GLEXTRACT AJ records             = material breaks
001210*   GLEXTRACT RS records             = resubmissions merged
001300*   good + rejected                  = pairs consumed
001400*
001500* Any out-of-balance comes back RC 8 so the COND chain stops
003087*                    complete (with its return code) on a clean
003088*                    end, and skipped outright when a resubmitted
003089*                    business day already proved it complete.
003099*   10/15/2026  DRO  The extract now also carries the queued GL
003109*                    resubmissions the comparison merges in
003119*                    (record type RS).  Only first-time AJ
003129*                    records are counted against the material
003139*                    breaks; the RS records are proved against
003149*                    the checkpoint's resubmission count on a
003159*                    line of their own.
003161*   10/15/2026  DRO  Small-balance write-offs (record type WO),
003163*                    which the write-off step adds to the extract
003165*                    after this step, are not counted as first-
003167*                    time records should this step be rerun.
003171*   10/15/2026  DRO  Result line read at its new 160-byte
003175*                    length.  A pair rejected for a missing FX
003179*                    rate is an ordinary reject to the cross-
003183*                    foot; one within FX tolerance is a good
003187*                    pair that wrote no GL adjustment.
003191*****************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. balchk.
003400
007500
007600 FD  RESLTFILE
007700     LABEL RECORDS ARE STANDARD.
007710 01  BAL-RESLT-RECORD            PIC X(160).
007900
008000 FD  ERRFILE
008100     LABEL RECORDS ARE STANDARD.
012000     05  WS-CKPT-GOOD                PIC 9(07) COMP VALUE ZERO.
012100     05  WS-CKPT-REJECTED            PIC 9(07) COMP VALUE ZERO.
012200     05  WS-CKPT-MATERIAL            PIC 9(07) COMP VALUE ZERO.
012210     05  WS-CKPT-RESUBMIT            PIC 9(07) COMP VALUE ZERO.
012300
012400 01  WS-FILE-COUNTS.
012500     05  WS-RESLT-COUNT              PIC 9(07) COMP VALUE ZERO.
012600     05  WS-ERR-COUNT                PIC 9(07) COMP VALUE ZERO.
012700     05  WS-AUDIT-DETAIL-COUNT       PIC 9(07) COMP VALUE ZERO.
012800     05  WS-GLEXT-COUNT              PIC 9(07) COMP VALUE ZERO.
012810     05  WS-GLEXT-RESUB-COUNT        PIC 9(07) COMP VALUE ZERO.
012900     05  WS-GOOD-PLUS-REJECTED       PIC 9(07) COMP VALUE ZERO.
013000
013100 01  WS-PROOF-FIELDS.
023200             MOVE CKPT-RECORDS-GOOD TO WS-CKPT-GOOD
023300             MOVE CKPT-RECORDS-REJECTED TO WS-CKPT-REJECTED
023400             MOVE CKPT-MATERIAL-COUNT TO WS-CKPT-MATERIAL
023410             IF CKPT-RESUBMIT-COUNT IS NUMERIC
023420                 MOVE CKPT-RESUBMIT-COUNT TO WS-CKPT-RESUBMIT
023430             END-IF
023500         END-IF
023600     END-IF.
023700 1250-EXIT.
033200                 ADD 1 TO WS-AUDIT-DETAIL-COUNT
033400             END-IF
033500     END-READ.
033510 2310-EXIT.
033600     EXIT.
033700
033800 2400-COUNT-GLEXTRACT.
035300 2410-COUNT-GLEXT-RECORD.
035400     READ GLEXTRACT
035500         AT END SET WS-END-OF-FILE TO TRUE
035600         NOT AT END
035610             IF GL-RESUBMISSION
035620                 ADD 1 TO WS-GLEXT-RESUB-COUNT
035630             ELSE
035635                 IF GL-FIRST-POSTING
035640                     ADD 1 TO WS-GLEXT-COUNT
035645                 END-IF
035650             END-IF
035700     END-READ.
035800 2410-EXIT.
035900     EXIT.
039400     MOVE WS-GLEXT-COUNT TO WS-PROOF-ACTUAL.
039500     PERFORM 3100-PRINT-ONE-CHECK THRU 3100-EXIT.
039600
039610     MOVE "GL RESUBMISSIONS = MERGED" TO WS-PROOF-CAPTION.
039620     MOVE WS-CKPT-RESUBMIT TO WS-PROOF-EXPECTED.
039630     MOVE WS-GLEXT-RESUB-COUNT TO WS-PROOF-ACTUAL.
039640     PERFORM 3100-PRINT-ONE-CHECK THRU 3100-EXIT.
039650
039700     COMPUTE WS-GOOD-PLUS-REJECTED =
039800         WS-CKPT-GOOD + WS-CKPT-REJECTED.
039900     MOVE "GOOD + REJECTED = PAIRS CONSUMED" TO WS-PROOF-CAPTION.
