IDENTIFICATION DIVISION.
PROGRAM-ID. HOLDREL.
AUTHOR. CALEB ROGERS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DecisionFile ASSIGN TO "HOLDDEC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS decisionFileStatus.
    SELECT HoldQueueFile ASSIGN TO "HOLDQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS holdQueueFileStatus.
    SELECT ResubFile ASSIGN TO "HOLDRESUB.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS resubFileStatus.
    SELECT ReleaseReportFile ASSIGN TO "HOLDRELRPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT AuditLogFile ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS auditLogFileStatus.

DATA DIVISION.
FILE SECTION.
FD  DecisionFile.
    *> A supervisor's decisions on held messages: APPROVE or DESTROY
    *> (cols 1-8), the held message's origin system, HDR date and
    *> record number as HOLDQ.DAT and the audit trail's REF= give
    *> them (9-32), and the deciding supervisor's ID (33-40).
    01 decisionRecord     PIC x(80).
    01 decisionFields REDEFINES decisionRecord.
        05 hdAction        PIC x(8).
        05 hdOrigin        PIC x(8).
        05 hdHdrDate       PIC x(8).
        05 hdRecNum        PIC x(8).
        05 hdSupervisor    PIC x(8).
        05 hdFiller        PIC x(40).

FD  HoldQueueFile.
    *> Same layout CAESARCIPHER's WriteHoldRecord appends. A "U" entry
    *> is CAESARCIPHER noting that an approval has been used by the
    *> resubmission; it is folded into the approved entry it names,
    *> which goes back as "S" (spent).
    01 holdQueueRecord.
        05 hqStatus        PIC x(1).
        05 hqHoldDate      PIC x(8).
        05 hqJobId         PIC x(8).
        05 hqOrigin        PIC x(8).
        05 hqHdrDate       PIC x(8).
        05 hqRecNum        PIC 9(8).
        05 hqHash          PIC 9(6).
        05 hqSeverity      PIC 9(1).
        05 hqTerm          PIC x(20).
        05 hqDataset       PIC x(40).
        05 hqSupervisor    PIC x(8).
        05 hqDecisionDate  PIC x(8).
        05 hqFiller        PIC x(8).
        05 hqText          PIC x(500).

FD  ResubFile.
    *> The approved messages: CIPHERIN format, one message per record,
    *> wrapped in its own HDR/TRL so it balances through
    *> CheckDatasetBalance like any partner file. Written only by a
    *> run that approves something, under an HDR dated the day of the
    *> decision — the date CAESARCIPHER matches the approvals on.
    COPY CIPHERMSG REPLACING ==RECORD-NAME== BY ==resubRecord==.

FD  ReleaseReportFile.
    01 releaseReportRecord PIC x(100).

FD  AuditLogFile.
    01 auditFileRecord    PIC x(160).

WORKING-STORAGE SECTION.
    01 decisionFileStatus  PIC xx.
    01 holdQueueFileStatus PIC xx.
    01 auditLogFileStatus  PIC xx.
    01 resubFileStatus     PIC xx.
    01 decisionEofFlag PIC x(1).
        88 decisionAtEnd       VALUE "Y".
    01 holdQueueEofFlag PIC x(1).
        88 holdQueueAtEnd      VALUE "Y".
    01 runParm         PIC x(30).
    01 wsJobId         PIC x(8) VALUE SPACES.
    01 wsTodayDate     PIC x(8).
    01 wsRunDate       PIC x(8).
    01 wsRunTime       PIC x(8).
    01 ourSystemId     PIC x(8) VALUE "CAESARC1".
    *> The queue loads into a table so each decision can find its
    *> message, and goes back in one pass at the end: still-held
    *> entries as they were, approved ones marked "A" (CAESARCIPHER
    *> lets the HOLDRESUB.DAT copy through once), approvals already
    *> used marked "S", destroyed ones gone for good.
    01 queueTable.
        05 queueEntry OCCURS 500 TIMES.
            10 qtStatus        PIC x(1).
                88 qtHeld              VALUE "H".
                88 qtApproved          VALUE "A".
                88 qtDestroyed         VALUE "D".
                88 qtSpent             VALUE "S".
            10 qtHoldDate      PIC x(8).
            10 qtJobId         PIC x(8).
            10 qtOrigin        PIC x(8).
            10 qtHdrDate       PIC x(8).
            10 qtRecNum        PIC 9(8).
            10 qtHash          PIC 9(6).
            10 qtSeverity      PIC 9(1).
            10 qtTerm          PIC x(20).
            10 qtDataset       PIC x(40).
            10 qtSupervisor    PIC x(8).
            10 qtDecisionDate  PIC x(8).
            10 qtDecidedFlag   PIC x(1).
            10 qtText          PIC x(500).
    01 queueCount      PIC 9(3) VALUE 0.
    01 queueIndex      PIC 9(3).
    01 matchIndex      PIC 9(3).
    *> This run's approvals in decision order, written out together
    *> once every decision has been applied.
    01 approvedTable.
        05 approvedEntry OCCURS 500 TIMES PIC 9(3).
    01 approvedIndex   PIC 9(3).
    *> An earlier HOLDRESUB.DAT still to be run: its HDR date and how
    *> many messages it carries. Its approvals are "A" on the queue
    *> and cannot be given again, so it must not be overwritten.
    01 priorResubDate  PIC x(8).
    01 priorResubCount PIC 9(8) VALUE 0.
    01 priorResubFlag  PIC x(1) VALUE "N".
        88 priorResubPending   VALUE "Y".
    01 resubEofFlag    PIC x(1).
        88 resubAtEnd          VALUE "Y".
    01 approveDecisionFlag PIC x(1) VALUE "N".
        88 approveDecisionSeen VALUE "Y".
    01 decisionRecNum  PIC 9(8).
    01 refuseReason    PIC x(30).
    *> Approved entries stay on the queue this long after the
    *> decision, so the resubmission has time to come through.
    01 releaseRetainDays PIC 9(3) VALUE 30.
    01 todayDays       PIC 9(8).
    01 ageDays         PIC s9(8).
    01 ageDaysEdit     PIC zzz9.
    01 recNumEdit      PIC z(7)9.
    *> Resubmission control totals, accumulated the same way
    *> AccumulateHashTotal balances inbound files.
    01 resubCount      PIC 9(8) VALUE 0.
    01 resubHashTotal  PIC 9(10) VALUE 0.
    *> Where the approved message sits in HOLDRESUB.DAT, counting the
    *> HDR as record 1 the way the cipher job numbers REC=.
    01 resubRecNum     PIC 9(8).
    01 recHashWork     PIC 9(6).
    01 decisionCount   PIC 9(8) VALUE 0.
    01 approvedCount   PIC 9(8) VALUE 0.
    01 destroyedCount  PIC 9(8) VALUE 0.
    01 refusedCount    PIC 9(8) VALUE 0.
    01 stillHeldCount  PIC 9(8) VALUE 0.
    01 agedOffCount    PIC 9(8) VALUE 0.
    *> Same chained trail CAESARCIPHER's WriteAuditLog leaves, REF=
    *> tail included, so AUDITRPT verifies the decisions and MSGTRACE
    *> finds them under the held message's own reference.
    01 auditLogRecord  PIC x(160).
    01 auditParagraph  PIC x(14).
    01 auditKeyText    PIC x(20).
    01 auditInputLen   PIC 9(4).
    01 auditSeq        PIC 9(6) VALUE 0.
    01 auditChainChk   PIC 9(8) VALUE 0.
    01 auditRecHash    PIC 9(6).
    01 auditRefFlag    PIC x(1).
        88 auditRefOn          VALUE "Y".
    01 auditRefOrigin  PIC x(8).
    01 auditRefHdrDate PIC x(8).
    01 auditRefRecNum  PIC 9(8).
    01 auditRefHash    PIC 9(6).
    01 auditRefOutSeq  PIC 9(8).
    01 i               PIC 9(3).

PROCEDURE DIVISION.
Begin.
    DISPLAY "Held message release for CAESARCIPHER"

    ACCEPT runParm FROM COMMAND-LINE
    MOVE runParm (1:8) TO wsJobId
    IF wsJobId IS EQUAL TO SPACES
        MOVE "HOLDREL" TO wsJobId
    END-IF

    ACCEPT wsTodayDate FROM DATE YYYYMMDD
    COMPUTE todayDays =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(wsTodayDate))

    PERFORM LoadHoldQueue
    PERFORM CheckPriorResubmission

    OPEN EXTEND AuditLogFile
    IF auditLogFileStatus IS NOT EQUAL TO "00"
        OPEN OUTPUT AuditLogFile
    END-IF

    OPEN OUTPUT ReleaseReportFile
    MOVE SPACES TO releaseReportRecord
    STRING "HELD MESSAGE RELEASE " DELIMITED BY SIZE
        wsTodayDate DELIMITED BY SIZE
        INTO releaseReportRecord
    WRITE releaseReportRecord
    MOVE ALL "-" TO releaseReportRecord
    WRITE releaseReportRecord

    MOVE "N" TO decisionEofFlag
    OPEN INPUT DecisionFile
    IF decisionFileStatus IS EQUAL TO "00"
        PERFORM UNTIL decisionAtEnd
            READ DecisionFile
                AT END
                    MOVE "Y" TO decisionEofFlag
                NOT AT END
                    IF decisionRecord IS NOT EQUAL TO SPACES
                        ADD 1 TO decisionCount
                        PERFORM ApplyDecision
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DecisionFile
    ELSE
        MOVE SPACES TO releaseReportRecord
        STRING "NO HOLDDEC.DAT - NO DECISIONS, QUEUE LISTED ONLY"
            DELIMITED BY SIZE
            INTO releaseReportRecord
        WRITE releaseReportRecord
    END-IF

    IF approvedCount > 0
        PERFORM WriteResubmission
    END-IF

    PERFORM ListStillHeld
    PERFORM RewriteHoldQueue

    MOVE SPACES TO releaseReportRecord
    WRITE releaseReportRecord
    MOVE SPACES TO releaseReportRecord
    STRING "DECISIONS=" DELIMITED BY SIZE
        decisionCount DELIMITED BY SIZE
        " APPROVED=" DELIMITED BY SIZE
        approvedCount DELIMITED BY SIZE
        " DESTROYED=" DELIMITED BY SIZE
        destroyedCount DELIMITED BY SIZE
        " REFUSED=" DELIMITED BY SIZE
        refusedCount DELIMITED BY SIZE
        INTO releaseReportRecord
    WRITE releaseReportRecord
    MOVE SPACES TO releaseReportRecord
    STRING "STILL HELD=" DELIMITED BY SIZE
        stillHeldCount DELIMITED BY SIZE
        " RESUBMITTED TO HOLDRESUB.DAT=" DELIMITED BY SIZE
        resubCount DELIMITED BY SIZE
        " APPROVALS AGED OFF=" DELIMITED BY SIZE
        agedOffCount DELIMITED BY SIZE
        INTO releaseReportRecord
    WRITE releaseReportRecord
    CLOSE ReleaseReportFile

    *> Terminate this run's audit chain the same way the cipher job
    *> does, so AUDITRPT's VERIFY mode sees a complete run.
    MOVE "RUNEND" TO auditParagraph
    MOVE SPACES TO auditKeyText
    MOVE 0 TO auditInputLen
    MOVE "N" TO auditRefFlag
    PERFORM WriteAuditLog
    CLOSE AuditLogFile

    DISPLAY "Approved " approvedCount ", destroyed " destroyedCount
        ", refused " refusedCount " decision(s); " stillHeldCount
        " still held - see HOLDRELRPT.DAT"

    IF refusedCount > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF

    STOP RUN.


LoadHoldQueue.
    MOVE 0 TO queueCount
    MOVE "N" TO holdQueueEofFlag
    OPEN INPUT HoldQueueFile
    IF holdQueueFileStatus IS NOT EQUAL TO "00"
        DISPLAY "NO HOLDQ.DAT - NOTHING HAS BEEN HELD"
        MOVE "Y" TO holdQueueEofFlag
    END-IF
    PERFORM UNTIL holdQueueAtEnd
        READ HoldQueueFile
            AT END
                MOVE "Y" TO holdQueueEofFlag
            NOT AT END
                IF hqStatus IS EQUAL TO "U"
                    PERFORM FoldReleaseUsed
                ELSE
                IF holdQueueRecord IS NOT EQUAL TO SPACES
                    IF queueCount < 500
                        ADD 1 TO queueCount
                        MOVE hqStatus TO qtStatus (queueCount)
                        MOVE hqHoldDate TO qtHoldDate (queueCount)
                        MOVE hqJobId TO qtJobId (queueCount)
                        MOVE hqOrigin TO qtOrigin (queueCount)
                        MOVE hqHdrDate TO qtHdrDate (queueCount)
                        MOVE hqRecNum TO qtRecNum (queueCount)
                        MOVE hqHash TO qtHash (queueCount)
                        MOVE hqSeverity TO qtSeverity (queueCount)
                        MOVE hqTerm TO qtTerm (queueCount)
                        MOVE hqDataset TO qtDataset (queueCount)
                        MOVE hqSupervisor TO qtSupervisor (queueCount)
                        MOVE hqDecisionDate
                            TO qtDecisionDate (queueCount)
                        MOVE "N" TO qtDecidedFlag (queueCount)
                        MOVE hqText TO qtText (queueCount)
                    ELSE
                        *> Rewriting a truncated queue would lose held
                        *> messages, so nothing is touched.
                        CLOSE HoldQueueFile
                        DISPLAY "HOLDQ.DAT EXCEEDS 500 ENTRIES"
                            " - RUN REFUSED"
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                END-IF
                END-IF
        END-READ
    END-PERFORM
    IF holdQueueFileStatus IS EQUAL TO "00" OR "10"
        CLOSE HoldQueueFile
    END-IF
      .


FoldReleaseUsed.
    *> CAESARCIPHER has let the resubmitted copy through: the approval
    *> it names is spent and will not release that text again.
    PERFORM VARYING queueIndex FROM 1 BY 1 UNTIL queueIndex > queueCount
        IF qtApproved (queueIndex)
            AND qtOrigin (queueIndex) IS EQUAL TO hqOrigin
            AND qtHdrDate (queueIndex) IS EQUAL TO hqHdrDate
            AND qtRecNum (queueIndex) = hqRecNum
            MOVE "S" TO qtStatus (queueIndex)
        END-IF
    END-PERFORM
      .


CheckPriorResubmission.
    *> A HOLDRESUB.DAT the cipher job has not run yet still has
    *> unused approvals dated its HDR date on the queue. Overwriting
    *> it would lose them, so a run with approvals to give is refused
    *> until it has gone through; a list-only or destroy-only run
    *> carries on and leaves the file alone.
    MOVE SPACES TO priorResubDate
    MOVE 0 TO priorResubCount
    MOVE "N" TO resubEofFlag
    OPEN INPUT ResubFile
    IF resubFileStatus IS NOT EQUAL TO "00"
        MOVE "Y" TO resubEofFlag
    END-IF
    PERFORM UNTIL resubAtEnd
        READ ResubFile
            AT END
                MOVE "Y" TO resubEofFlag
            NOT AT END
                EVALUATE resubRecord (1:3)
                    WHEN "HDR"
                        MOVE resubRecord (4:8) TO priorResubDate
                    WHEN "TRL"
                        CONTINUE
                    WHEN OTHER
                        ADD 1 TO priorResubCount
                END-EVALUATE
        END-READ
    END-PERFORM
    IF resubFileStatus IS EQUAL TO "10"
        CLOSE ResubFile
    END-IF

    IF priorResubCount > 0
        PERFORM VARYING queueIndex FROM 1 BY 1
                UNTIL queueIndex > queueCount
            IF qtApproved (queueIndex)
                AND qtDecisionDate (queueIndex) IS EQUAL TO
                    priorResubDate
                MOVE "Y" TO priorResubFlag
            END-IF
        END-PERFORM
    END-IF

    IF priorResubPending
        MOVE "N" TO decisionEofFlag
        OPEN INPUT DecisionFile
        IF decisionFileStatus IS EQUAL TO "00"
            PERFORM UNTIL decisionAtEnd
                READ DecisionFile
                    AT END
                        MOVE "Y" TO decisionEofFlag
                    NOT AT END
                        IF FUNCTION UPPER-CASE(hdAction)
                            IS EQUAL TO "APPROVE"
                            MOVE "Y" TO approveDecisionFlag
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DecisionFile
        END-IF
        IF approveDecisionSeen
            DISPLAY "HOLDRESUB.DAT OF " priorResubDate " ("
                priorResubCount " MESSAGES) NOT YET RUN THROUGH "
                "CAESARCIPHER - RUN REFUSED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
      .


ApplyDecision.
    *> Finds the held message the decision names and carries it out.
    *> A decision that cannot be applied is refused and listed with
    *> its reason; the message (if there is one) stays held.
    MOVE FUNCTION UPPER-CASE(hdAction) TO hdAction
    MOVE 0 TO matchIndex
    MOVE SPACES TO refuseReason
    IF hdRecNum IS NUMERIC
        MOVE hdRecNum TO decisionRecNum
    ELSE
        MOVE 0 TO decisionRecNum
    END-IF
    PERFORM VARYING queueIndex FROM 1 BY 1
            UNTIL queueIndex > queueCount OR matchIndex > 0
        IF qtOrigin (queueIndex) IS EQUAL TO hdOrigin
            AND qtHdrDate (queueIndex) IS EQUAL TO hdHdrDate
            AND qtRecNum (queueIndex) = decisionRecNum
            AND (qtHeld (queueIndex)
                OR qtDecidedFlag (queueIndex) IS EQUAL TO "Y")
            MOVE queueIndex TO matchIndex
        END-IF
    END-PERFORM

    EVALUATE TRUE
        WHEN hdAction IS NOT EQUAL TO "APPROVE"
            AND hdAction IS NOT EQUAL TO "DESTROY"
            MOVE "UNKNOWN ACTION" TO refuseReason
        WHEN hdSupervisor IS EQUAL TO SPACES
            MOVE "NO SUPERVISOR ID" TO refuseReason
        WHEN matchIndex = 0
            MOVE "NOT HELD ON HOLDQ.DAT" TO refuseReason
        WHEN qtDecidedFlag (matchIndex) IS EQUAL TO "Y"
            MOVE "ALREADY DECIDED THIS RUN" TO refuseReason
        WHEN OTHER
            CONTINUE
    END-EVALUATE

    IF refuseReason IS NOT EQUAL TO SPACES
        ADD 1 TO refusedCount
        MOVE SPACES TO releaseReportRecord
        STRING "REFUSED   " DELIMITED BY SIZE
            hdAction DELIMITED BY SPACE
            " " DELIMITED BY SIZE
            hdOrigin DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            hdHdrDate DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            hdRecNum DELIMITED BY SIZE
            " BY " DELIMITED BY SIZE
            hdSupervisor DELIMITED BY SIZE
            " - " DELIMITED BY SIZE
            refuseReason DELIMITED BY SIZE
            INTO releaseReportRecord
        WRITE releaseReportRecord
    ELSE
        MOVE "Y" TO qtDecidedFlag (matchIndex)
        MOVE hdSupervisor TO qtSupervisor (matchIndex)
        MOVE wsTodayDate TO qtDecisionDate (matchIndex)
        IF hdAction IS EQUAL TO "APPROVE"
            PERFORM ApproveMessage
        ELSE
            PERFORM DestroyMessage
        END-IF
    END-IF
      .


ApproveMessage.
    MOVE "A" TO qtStatus (matchIndex)
    ADD 1 TO resubCount
    ADD 1 TO approvedCount
    MOVE matchIndex TO approvedEntry (approvedCount)
    COMPUTE resubRecNum = resubCount + 1

    *> Fold the message into the trailer's hash total exactly the way
    *> AccumulateHashTotal will recompute it on the receiving side.
    MOVE 0 TO recHashWork
    PERFORM VARYING i FROM 1 BY 1
            UNTIL i > FUNCTION LENGTH(qtText (matchIndex))
        IF qtText (matchIndex) (i:1) IS NOT EQUAL TO SPACE
            COMPUTE recHashWork = recHashWork
                + FUNCTION ORD(qtText (matchIndex) (i:1))
        END-IF
    END-PERFORM
    COMPUTE resubHashTotal = FUNCTION MOD(
        resubHashTotal + recHashWork, 10000000000)

    MOVE "RELEASE" TO auditParagraph
    MOVE resubRecNum TO auditRefOutSeq
    PERFORM AuditDecision

    PERFORM WriteDecisionLine
      .


DestroyMessage.
    *> The text is wiped here and the entry left off the rewritten
    *> queue; the audit record is all that remains of it.
    MOVE "D" TO qtStatus (matchIndex)
    MOVE SPACES TO qtText (matchIndex)
    ADD 1 TO destroyedCount

    MOVE "DESTROY" TO auditParagraph
    MOVE 0 TO auditRefOutSeq
    PERFORM AuditDecision

    PERFORM WriteDecisionLine
      .


AuditDecision.
    *> KEY= is the supervisor who decided; REF= is the held message.
    MOVE qtSupervisor (matchIndex) TO auditKeyText
    MOVE FUNCTION LENGTH(FUNCTION TRIM(qtText (matchIndex)))
        TO auditInputLen
    IF qtStatus (matchIndex) IS EQUAL TO "D"
        MOVE 0 TO auditInputLen
    END-IF
    MOVE "Y" TO auditRefFlag
    MOVE qtOrigin (matchIndex) TO auditRefOrigin
    MOVE qtHdrDate (matchIndex) TO auditRefHdrDate
    MOVE qtRecNum (matchIndex) TO auditRefRecNum
    MOVE qtHash (matchIndex) TO auditRefHash
    PERFORM WriteAuditLog
      .


WriteDecisionLine.
    MOVE qtRecNum (matchIndex) TO recNumEdit
    MOVE SPACES TO releaseReportRecord
    IF qtApproved (matchIndex)
        STRING "APPROVED  " DELIMITED BY SIZE
            INTO releaseReportRecord
    ELSE
        STRING "DESTROYED " DELIMITED BY SIZE
            INTO releaseReportRecord
    END-IF
    STRING qtOrigin (matchIndex) DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        qtHdrDate (matchIndex) DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        FUNCTION TRIM(recNumEdit) DELIMITED BY SIZE
        " SEV " DELIMITED BY SIZE
        qtSeverity (matchIndex) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(qtTerm (matchIndex)) DELIMITED BY SIZE
        " BY " DELIMITED BY SIZE
        qtSupervisor (matchIndex) DELIMITED BY SPACE
        INTO releaseReportRecord (11:90)
    WRITE releaseReportRecord
    IF qtApproved (matchIndex)
        MOVE resubRecNum TO recNumEdit
        MOVE SPACES TO releaseReportRecord
        STRING "          RESUBMITTED AS HOLDRESUB.DAT RECORD "
            DELIMITED BY SIZE
            FUNCTION TRIM(recNumEdit) DELIMITED BY SIZE
            INTO releaseReportRecord
        WRITE releaseReportRecord
    END-IF
      .


WriteResubmission.
    *> The approved messages in the order they were decided, which is
    *> the record order ApproveMessage already gave the audit trail.
    OPEN OUTPUT ResubFile
    MOVE SPACES TO resubRecord
    STRING "HDR" DELIMITED BY SIZE
        wsTodayDate DELIMITED BY SIZE
        ourSystemId DELIMITED BY SIZE
        INTO resubRecord
    WRITE resubRecord
    PERFORM VARYING approvedIndex FROM 1 BY 1
            UNTIL approvedIndex > approvedCount
        MOVE qtText (approvedEntry (approvedIndex)) TO resubRecord
        WRITE resubRecord
    END-PERFORM
    MOVE SPACES TO resubRecord
    STRING "TRL" DELIMITED BY SIZE
        resubCount DELIMITED BY SIZE
        resubHashTotal DELIMITED BY SIZE
        INTO resubRecord
    WRITE resubRecord
    CLOSE ResubFile
      .


ListStillHeld.
    *> Whatever no supervisor has decided on yet, oldest first as
    *> the queue holds them, with how long each has been waiting.
    PERFORM VARYING queueIndex FROM 1 BY 1 UNTIL queueIndex > queueCount
        IF qtHeld (queueIndex)
            ADD 1 TO stillHeldCount
            IF qtHoldDate (queueIndex) IS NUMERIC
                COMPUTE ageDays = todayDays - FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(qtHoldDate (queueIndex)))
            ELSE
                MOVE 0 TO ageDays
            END-IF
            MOVE ageDays TO ageDaysEdit
            MOVE qtRecNum (queueIndex) TO recNumEdit
            MOVE SPACES TO releaseReportRecord
            STRING "HELD      " DELIMITED BY SIZE
                qtOrigin (queueIndex) DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                qtHdrDate (queueIndex) DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                FUNCTION TRIM(recNumEdit) DELIMITED BY SIZE
                " SEV " DELIMITED BY SIZE
                qtSeverity (queueIndex) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(qtTerm (queueIndex)) DELIMITED BY SIZE
                " SINCE " DELIMITED BY SIZE
                qtHoldDate (queueIndex) DELIMITED BY SIZE
                " (" DELIMITED BY SIZE
                FUNCTION TRIM(ageDaysEdit) DELIMITED BY SIZE
                " DAYS)" DELIMITED BY SIZE
                INTO releaseReportRecord
            WRITE releaseReportRecord
        END-IF
    END-PERFORM
      .


RewriteHoldQueue.
    *> Held and recently approved entries (used or not) go back;
    *> destroyed ones and approvals older than the retention period
    *> do not.
    IF queueCount > 0
        OPEN OUTPUT HoldQueueFile
        PERFORM VARYING queueIndex FROM 1 BY 1
                UNTIL queueIndex > queueCount
            MOVE 0 TO ageDays
            IF (qtApproved (queueIndex) OR qtSpent (queueIndex))
                AND qtDecisionDate (queueIndex) IS NUMERIC
                COMPUTE ageDays = todayDays - FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(qtDecisionDate (queueIndex)))
            END-IF
            IF qtDestroyed (queueIndex)
                CONTINUE
            ELSE
                IF (qtApproved (queueIndex)
                    OR qtSpent (queueIndex))
                    AND ageDays > releaseRetainDays
                    ADD 1 TO agedOffCount
                ELSE
                    PERFORM WriteQueueEntry
                END-IF
            END-IF
        END-PERFORM
        CLOSE HoldQueueFile
    END-IF
      .


WriteQueueEntry.
    MOVE SPACES TO holdQueueRecord
    MOVE qtStatus (queueIndex) TO hqStatus
    MOVE qtHoldDate (queueIndex) TO hqHoldDate
    MOVE qtJobId (queueIndex) TO hqJobId
    MOVE qtOrigin (queueIndex) TO hqOrigin
    MOVE qtHdrDate (queueIndex) TO hqHdrDate
    MOVE qtRecNum (queueIndex) TO hqRecNum
    MOVE qtHash (queueIndex) TO hqHash
    MOVE qtSeverity (queueIndex) TO hqSeverity
    MOVE qtTerm (queueIndex) TO hqTerm
    MOVE qtDataset (queueIndex) TO hqDataset
    MOVE qtSupervisor (queueIndex) TO hqSupervisor
    MOVE qtDecisionDate (queueIndex) TO hqDecisionDate
    MOVE qtText (queueIndex) TO hqText
    WRITE holdQueueRecord
      .


WriteAuditLog.
    *> Same trail layout CAESARCIPHER's WriteAuditLog produces: the
    *> fixed 84-byte body, the SEQ=/CHK= chain, and for a decision the
    *> held message's REF= tail, with O= its place in HOLDRESUB.DAT.
    ACCEPT wsRunDate FROM DATE YYYYMMDD
    ACCEPT wsRunTime FROM TIME

    MOVE SPACES TO auditLogRecord
    STRING wsRunDate DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        wsRunTime DELIMITED BY SIZE
        " JOB=" DELIMITED BY SIZE
        wsJobId DELIMITED BY SIZE
        " PARA=" DELIMITED BY SIZE
        auditParagraph DELIMITED BY SIZE
        " KEY=" DELIMITED BY SIZE
        auditKeyText DELIMITED BY SIZE
        " LEN=" DELIMITED BY SIZE
        auditInputLen DELIMITED BY SIZE
        INTO auditLogRecord
    IF auditRefOn
        STRING " REF=" DELIMITED BY SIZE
            auditRefOrigin DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            auditRefHdrDate DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            auditRefRecNum DELIMITED BY SIZE
            " H=" DELIMITED BY SIZE
            auditRefHash DELIMITED BY SIZE
            " O=" DELIMITED BY SIZE
            auditRefOutSeq DELIMITED BY SIZE
            INTO auditLogRecord (109:52)
    END-IF

    MOVE 0 TO auditRecHash
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > 160
        IF (i < 85 OR i > 108)
            AND auditLogRecord (i:1) IS NOT EQUAL TO SPACE
            COMPUTE auditRecHash = auditRecHash
                + FUNCTION ORD(auditLogRecord (i:1))
        END-IF
    END-PERFORM
    ADD 1 TO auditSeq
    COMPUTE auditChainChk = FUNCTION MOD(
        (auditChainChk * 3) + (auditRecHash * 7) + auditSeq,
        100000000)
    MOVE " SEQ=" TO auditLogRecord (85:5)
    MOVE auditSeq TO auditLogRecord (90:6)
    MOVE " CHK=" TO auditLogRecord (96:5)
    MOVE auditChainChk TO auditLogRecord (101:8)

    MOVE auditLogRecord TO auditFileRecord
    WRITE auditFileRecord
      .
