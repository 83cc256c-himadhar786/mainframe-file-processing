01 WS-CAL-PRED PIC X(08) VALUE SPACES.
01 WS-CAL-EOF PIC X VALUE 'N'.
   88 CAL-SCAN-DONE VALUE 'Y'.
*> The job whose stamp a backout hands back - see
*> MAINT-HANDBACK-PARA.
01 WS-CAL-MAINT PIC X(08) VALUE 'MAINT'.
01 WS-HANDBACK-CNT PIC 9(5) VALUE 0.
01 WS-AUDIT-LINE PIC X(132).
01 WS-OUTIDX-STATUS PIC X(02) VALUE '00'.
01 WS-PARM-STATUS PIC X(02) VALUE '00'.
    IF NOT RUN-ABANDONED
        CLOSE OUTIDX
    END-IF
    IF NOT RUN-ABANDONED AND WS-SELECT-DATE > 0
        PERFORM MAINT-HANDBACK-PARA
    END-IF
    PERFORM BKO-TRAILER-PARA
    CLOSE RPTFILE
    PERFORM CALENDAR-DONE-PARA
*> deliberately (WS-CAL-PRED is spaces): a backout may target a
*> MAINT run from an earlier date, so chaining it behind the same
*> date's jobs would block legitimate recovery. An abandoned run
*> hands the date back (status N) instead of stamping complete; a
*> run that got the master open hands the backed-out MAINT run's
*> own stamp back too (MAINT-HANDBACK-PARA).
*> ---------------------------------------------------------------
OPEN-CALFILE-PARA.
    OPEN I-O CALFILE
    END-READ
    CLOSE CALFILE.

*> ---------------------------------------------------------------
*> MAINT-HANDBACK-PARA
*> Hands the backed-out run's calendar stamp back to MAINT (status
*> N). MAINT stamps under the business date but journals under the
*> run date, so the stamp is found by the date and time it went
*> in-flight - the same run date (and time, when given) the
*> journal entries were selected by. With the stamp back at N the
*> corrections can be rerun, and DAYBKO, which refuses a date MAINT
*> has run, can back the day out once its corrections are gone.
*> ---------------------------------------------------------------
MAINT-HANDBACK-PARA.
    MOVE 'N' TO WS-CAL-EOF
    MOVE 0 TO CA-BUSINESS-DATE
    MOVE LOW-VALUES TO CA-JOB-NAME
    START CALFILE KEY NOT < CA-CAL-KEY
        INVALID KEY
            SET CAL-SCAN-DONE TO TRUE
    END-START
    PERFORM UNTIL CAL-SCAN-DONE
        READ CALFILE NEXT RECORD
            AT END
                SET CAL-SCAN-DONE TO TRUE
            NOT AT END
                IF CA-JOB-NAME = WS-CAL-MAINT
                   AND CA-COMPLETE
                   AND CA-START-DATE = WS-SELECT-DATE
                   AND (NOT TIME-GIVEN
                        OR CA-START-TIME = WS-SELECT-TIME)
                    SET CA-NOT-RUN TO TRUE
                    REWRITE CA-CALENDAR-RECORD
                    ADD 1 TO WS-HANDBACK-CNT
                END-IF
        END-READ
        *> A failed READ NEXT raises neither phrase above; without
        *> this the scan would spin on the same failing READ.
        IF WS-CAL-STATUS NOT = '00'
            SET CAL-SCAN-DONE TO TRUE
        END-IF
    END-PERFORM
    MOVE '00' TO WS-CAL-STATUS.

WRITE-REFUSAL-PARA.
    OPEN EXTEND AUDITFILE
    IF WS-AUDIT-STATUS NOT = '00'
           WS-SKIPPED-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING 'Stamps handed to MAINT: ' DELIMITED BY SIZE,
           WS-HANDBACK-CNT DELIMITED BY SIZE
        INTO WS-RPT-LINE
    WRITE RPT-RECORD FROM WS-RPT-LINE
    IF WS-FULL-CNT > 0
        MOVE 'WARNING: restored-account table filled up; duplicate'
            TO WS-RPT-LINE
