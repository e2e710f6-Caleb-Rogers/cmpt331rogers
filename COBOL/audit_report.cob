    *> time, then JOB=, PARA=, KEY= (a key ID, never key material),
    *> LEN=, and the tamper-evidence tail — a run-scoped SEQ= number
    *> and a CHK= value chained from the previous record — at fixed
    *> offsets, then the REF= message reference on per-message
    *> operations (covered by the check value too).
    01 auditFileRecord    PIC x(160).
    01 auditFileFields REDEFINES auditFileRecord.
        05 alDate          PIC x(8).
        05 FILLER          PIC x(1).
        05 alSeq           PIC x(6).
        05 FILLER          PIC x(5).
        05 alChk           PIC x(8).
        05 FILLER          PIC x(5).
        05 alRef           PIC x(47).

FD  AuditCardFile.
    *> Selection criteria for this run: REPORT mode takes an optional
        05 acFiller        PIC x(26).

FD  ActivityReportFile.
    01 activityReportRecord PIC x(160).

FD  ArchiveFile.
    01 archiveRecord      PIC x(160).

FD  AuditWorkFile.
    01 auditWorkRecord    PIC x(160).

WORKING-STORAGE SECTION.
    01 auditLogFileStatus  PIC xx.
    01 breakDate       PIC x(8) VALUE SPACES.
    01 dayCount        PIC 9(8) VALUE 0.
    01 opTotalsTable.
        05 opEntry OCCURS 40 TIMES.
            10 opName      PIC x(14).
            10 opCount     PIC 9(8).
    01 opUsedCount     PIC 9(2) VALUE 0.
            MOVE opUsedCount TO opIndex
        END-IF
    END-PERFORM
    IF NOT opFound AND opUsedCount < 40
        ADD 1 TO opUsedCount
        MOVE alPara TO opName (opUsedCount)
        MOVE 1 TO opCount (opUsedCount)
            END-IF
            MOVE 0 TO recHash
            PERFORM VARYING scanIndex FROM 1 BY 1
                    UNTIL scanIndex > 160
                IF (scanIndex < 85 OR scanIndex > 108)
                    AND auditFileRecord (scanIndex:1)
                    IS NOT EQUAL TO SPACE
                    COMPUTE recHash = recHash
                        + FUNCTION ORD(auditFileRecord (scanIndex:1))
