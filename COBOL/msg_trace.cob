IDENTIFICATION DIVISION.
PROGRAM-ID. MSGTRACE.
AUTHOR. CALEB ROGERS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TraceCardFile ASSIGN TO "TRACECARD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS traceCardFileStatus.
    SELECT SplitMapFile ASSIGN TO "SPLITMAP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS splitMapFileStatus.
    SELECT FixReportFile ASSIGN TO "REJFIXRPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS fixReportFileStatus.
    SELECT ResubFile ASSIGN TO "REJRESUB.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS resubFileStatus.
    SELECT AuditLogFile ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS auditLogFileStatus.
    SELECT RejectsFile ASSIGN TO DYNAMIC traceRejectsName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rejectsFileStatus.
    SELECT GenCatalogFile ASSIGN TO "GDGCAT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS genCatalogFileStatus.
    SELECT DupReportFile ASSIGN TO DYNAMIC traceDupName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS dupReportFileStatus.
    SELECT SentRegFile ASSIGN TO "SENTREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sentRegFileStatus.
    SELECT OutputFile ASSIGN TO DYNAMIC traceOutName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS outputFileStatus.
    SELECT CheckpointFile ASSIGN TO "CHECKPOINT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS checkpointFileStatus.
    SELECT TraceReportFile ASSIGN TO "TRACERPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  TraceCardFile.
    *> The message to trace: origin system (cols 1-8), HDR date
    *> (9-16) and record number (17-24, HDR = record 1, the REC=
    *> numbering on REJECTS.DAT and DUPRPT.DAT), or the 6-digit
    *> message hash (25-30) on its own or with an origin to narrow it.
    01 traceCardRecord.
        05 tcOrigin        PIC x(8).
        05 tcHdrDate       PIC x(8).
        05 tcRecNum        PIC x(8).
        05 tcHash          PIC x(6).
        05 tcFiller        PIC x(50).

FD  SplitMapFile.
    *> Same layout FILESPLIT writes.
    01 splitMapRecord.
        05 smOrigin        PIC x(8).
        05 smHdrDate       PIC x(8).
        05 smOrigRecNum    PIC 9(8).
        05 smPartNum       PIC 9(2).
        05 smPartRecNum    PIC 9(8).
        05 smHash          PIC x(6).
        05 smFiller        PIC x(40).

FD  FixReportFile.
    *> REJECTFIX's listing; a REPAIRED line names the original REC=,
    *> ORG= and HDR= and the RESUB REC= it was resubmitted as.
    01 fixReportRecord    PIC x(80).
    01 fixReportFields REDEFINES fixReportRecord.
        05 FILLER          PIC x(4).
        05 frRecNum        PIC x(8).
        05 frAction        PIC x(14).
        05 frOrigin        PIC x(8).
        05 FILLER          PIC x(5).
        05 frHdrDate       PIC x(8).
        05 FILLER          PIC x(11).
        05 frResubRecNum   PIC x(8).
        05 FILLER          PIC x(14).

FD  ResubFile.
    COPY CIPHERMSG REPLACING ==RECORD-NAME== BY ==resubRecord==.

FD  AuditLogFile.
    *> Same layout CAESARCIPHER's WriteAuditLog produces; REF= is
    *> present on per-message operations only.
    01 auditFileRecord    PIC x(160).
    01 auditFileFields REDEFINES auditFileRecord.
        05 alDate          PIC x(8).
        05 FILLER          PIC x(1).
        05 alTime          PIC x(8).
        05 FILLER          PIC x(5).
        05 alJobId         PIC x(8).
        05 FILLER          PIC x(6).
        05 alPara          PIC x(14).
        05 FILLER          PIC x(5).
        05 alKeyId         PIC x(20).
        05 FILLER          PIC x(5).
        05 alLen           PIC x(4).
        05 FILLER          PIC x(24).
        05 alRefTag        PIC x(5).
        05 alRefOrigin     PIC x(8).
        05 FILLER          PIC x(1).
        05 alRefHdrDate    PIC x(8).
        05 FILLER          PIC x(1).
        05 alRefRecNum     PIC 9(8).
        05 FILLER          PIC x(3).
        05 alRefHash       PIC x(6).
        05 FILLER          PIC x(3).
        05 alRefOutSeq     PIC 9(8).
        05 FILLER          PIC x(1).

FD  RejectsFile.
    *> A REJECTS generation (or REJECTFIX's REJCARRY.DAT, same
    *> layout).
    01 rejectsRecord      PIC x(600).
    01 rejectsFields REDEFINES rejectsRecord.
        05 FILLER          PIC x(4).
        05 rjRecNum        PIC x(8).
        05 FILLER          PIC x(8).
        05 rjReason        PIC x(40).
        05 FILLER          PIC x(6).
        05 rjText          PIC x(500).
        05 FILLER          PIC x(5).
        05 rjOrigin        PIC x(8).
        05 FILLER          PIC x(5).
        05 rjHdrDate       PIC x(8).
        05 FILLER          PIC x(8).

FD  DupReportFile.
    01 dupReportRecord    PIC x(600).
    01 dupReportFields REDEFINES dupReportRecord.
        05 FILLER          PIC x(4).
        05 drRecNum        PIC x(8).
        05 FILLER          PIC x(8).
        05 drOrigin        PIC x(8).
        05 FILLER          PIC x(5).
        05 drHdrDate       PIC x(8).
        05 FILLER          PIC x(6).
        05 drHash          PIC x(6).
        05 FILLER          PIC x(12).
        05 drFirstSeen     PIC x(8).
        05 FILLER          PIC x(527).

FD  SentRegFile.
    *> Same layout CAESARCIPHER's RegisterSentFile appends.
    01 sentRegRecord.
        05 srRunDate       PIC x(8).
        05 srJobId         PIC x(8).
        05 srHdrDate       PIC x(8).
        05 srOrigin        PIC x(8).
        05 srPartner       PIC x(8).
        05 srFileType      PIC x(8).
        05 srDataset       PIC x(40).
        05 srCount         PIC 9(8).
        05 srHash          PIC 9(10).
        05 srAckStatus     PIC x(1).
        05 srAckDate       PIC x(8).
        05 srFiller        PIC x(5).

FD  OutputFile.
    *> Whichever cipher output a message was written to; only read
    *> far enough to confirm the record is still there — its text is
    *> never shown.
    COPY CIPHERMSG REPLACING ==RECORD-NAME== BY ==outputRecord==.

FD  GenCatalogFile.
    *> Same layout CAESARCIPHER's CatalogGeneration appends; the
    *> latest record for a base and generation is the one that counts.
    01 genCatalogRecord.
        05 gcBase          PIC x(20).
        05 gcGen           PIC 9(4).
        05 gcOutType       PIC x(8).
        05 gcDataset       PIC x(40).
        05 gcRunDate       PIC x(8).
        05 gcJobId         PIC x(8).
        05 gcPartner       PIC x(8).
        05 gcCount         PIC 9(8).
        05 gcHash          PIC 9(10).
        05 gcStatus        PIC x(1).
        05 gcFiller        PIC x(5).

FD  CheckpointFile.
    01 checkpointRecord.
        05 checkpointDatasetNum PIC 9(2).
        05 checkpointMainCount  PIC 9(8).
        05 checkpointOrigin     PIC x(8).
        05 checkpointHdrDate    PIC x(8).
        05 checkpointGen        PIC 9(4).

FD  TraceReportFile.
    01 traceReportRecord  PIC x(100).

WORKING-STORAGE SECTION.
    01 traceCardFileStatus  PIC xx.
    01 splitMapFileStatus   PIC xx.
    01 fixReportFileStatus  PIC xx.
    01 resubFileStatus      PIC xx.
    01 auditLogFileStatus   PIC xx.
    01 rejectsFileStatus    PIC xx.
    01 dupReportFileStatus  PIC xx.
    01 sentRegFileStatus    PIC xx.
    01 outputFileStatus     PIC xx.
    01 checkpointFileStatus PIC xx.
    01 traceRejectsName PIC x(40).
    01 traceOutName    PIC x(40).
    01 traceDupName    PIC x(40).
    *> Every REJECTS and DUPRPT generation still on the catalog; the
    *> message may have been rejected or caught on any run.
    01 genCatalogFileStatus PIC xx.
    01 reportGenTable.
        05 reportGenEntry OCCURS 200 TIMES.
            10 rgDataset       PIC x(40).
            10 rgOutType       PIC x(8).
    01 reportGenCount  PIC 9(3) VALUE 0.
    01 rgIndex         PIC 9(3).
    01 rgFoundFlag     PIC x(1).
        88 rgFound             VALUE "Y".
    01 fileEofFlag     PIC x(1).
        88 fileAtEnd           VALUE "Y".
    01 outEofFlag      PIC x(1).
        88 outAtEnd            VALUE "Y".
    01 traceModeFlag   PIC x(1).
        88 traceByRecord       VALUE "R".
        88 traceByHash         VALUE "H".
    01 traceRecNum     PIC 9(8).
    *> Every identity the message is known by: the partner's own
    *> origin/HDR date/record, the same message inside a FILESPLIT
    *> part, and its resubmission after a REJECTFIX repair or a
    *> HOLDREL release. A blank tgHash matches any message at that
    *> position. tgHeld is "Y" while held by content screening, then
    *> "R" once released or "D" once destroyed.
    01 targetTable.
        05 targetEntry OCCURS 20 TIMES.
            10 tgOrigin        PIC x(8).
            10 tgHdrDate       PIC x(8).
            10 tgRecNum        PIC 9(8).
            10 tgHash          PIC x(6).
            10 tgLabel         PIC x(16).
            10 tgPartNum       PIC 9(2).
            10 tgExpressed     PIC x(1).
            10 tgCiphered      PIC x(1).
            10 tgRejected      PIC x(1).
            10 tgDuplicate     PIC x(1).
            10 tgRepaired      PIC x(1).
            10 tgCutOff        PIC x(1).
            10 tgHeld          PIC x(1).
    01 targetCount     PIC 9(2) VALUE 0.
    01 tgIndex         PIC 9(2).
    01 matchIndex      PIC 9(2).
    01 addOrigin       PIC x(8).
    01 addHdrDate      PIC x(8).
    01 addRecNum       PIC 9(8).
    01 addHash         PIC x(6).
    01 addLabel        PIC x(16).
    01 addPartNum      PIC 9(2).
    01 resubOrigin     PIC x(8) VALUE SPACES.
    01 ourSystemId     PIC x(8) VALUE "CAESARC1".
    01 resubHdrDate    PIC x(8) VALUE SPACES.
    01 hitCount        PIC 9(5) VALUE 0.
    01 hitDescription  PIC x(40).
    01 outFileType     PIC x(8).
    01 outDataNum      PIC 9(8).
    *> HDR and TRL as written to a partner on an EBCDIC code page.
    01 ebcdicHdrTag    PIC x(3) VALUE X"C8C4D9".
    01 ebcdicTrlTag    PIC x(3) VALUE X"E3D9D3".
    01 outFoundFlag    PIC x(1).
        88 outFound            VALUE "Y".
    01 verifyText      PIC x(60).
    01 cipherParaFlag  PIC x(1).
        88 cipherPara          VALUE "Y".
    01 partSuffix      PIC 9(2).
    01 recNumEdit      PIC z(7)9.

PROCEDURE DIVISION.
Begin.
    DISPLAY "Message trace inquiry for CAESARCIPHER"

    PERFORM ReadTraceCard

    OPEN OUTPUT TraceReportFile
    MOVE SPACES TO traceReportRecord
    IF traceByRecord
        MOVE traceRecNum TO recNumEdit
        STRING "MESSAGE TRACE - ORIGIN " DELIMITED BY SIZE
            tcOrigin DELIMITED BY SIZE
            " HDR " DELIMITED BY SIZE
            tcHdrDate DELIMITED BY SIZE
            " RECORD " DELIMITED BY SIZE
            FUNCTION TRIM(recNumEdit) DELIMITED BY SIZE
            INTO traceReportRecord
    ELSE
        STRING "MESSAGE TRACE - HASH " DELIMITED BY SIZE
            tcHash DELIMITED BY SIZE
            " ORIGIN " DELIMITED BY SIZE
            tcOrigin DELIMITED BY SIZE
            INTO traceReportRecord
    END-IF
    WRITE traceReportRecord
    MOVE ALL "-" TO traceReportRecord
    WRITE traceReportRecord

    IF traceByRecord
        MOVE tcOrigin TO addOrigin
        MOVE tcHdrDate TO addHdrDate
        MOVE traceRecNum TO addRecNum
        MOVE SPACES TO addHash
        MOVE "PARTNER FILE" TO addLabel
        MOVE 0 TO addPartNum
        PERFORM AddTarget
    END-IF
    PERFORM ScanSplitMap
    IF traceByHash
        PERFORM CollectHashTargets
    END-IF
    PERFORM ScanRepairs

    PERFORM ScanAuditTrail

    PERFORM LoadReportGenerations
    MOVE "REJECTS.DAT" TO traceRejectsName
    PERFORM ScanRejects
    MOVE "DUPRPT.DAT" TO traceDupName
    PERFORM ScanDuplicateReport
    PERFORM VARYING rgIndex FROM 1 BY 1 UNTIL rgIndex > reportGenCount
        IF rgOutType (rgIndex) IS EQUAL TO "REJECTS"
            MOVE rgDataset (rgIndex) TO traceRejectsName
            PERFORM ScanRejects
        ELSE
            MOVE rgDataset (rgIndex) TO traceDupName
            PERFORM ScanDuplicateReport
        END-IF
    END-PERFORM
    MOVE "REJCARRY.DAT" TO traceRejectsName
    PERFORM ScanRejects
    PERFORM CheckPendingResume

    PERFORM WriteVerdicts
    CLOSE TraceReportFile

    IF hitCount = 0
        DISPLAY "No trace of the message found - see TRACERPT.DAT"
        MOVE 4 TO RETURN-CODE
    ELSE
        DISPLAY hitCount " trace entries written to TRACERPT.DAT"
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.


ReadTraceCard.
    OPEN INPUT TraceCardFile
    IF traceCardFileStatus IS NOT EQUAL TO "00"
        DISPLAY "CANNOT OPEN TRACECARD.DAT - STATUS "
            traceCardFileStatus
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    READ TraceCardFile
        AT END
            MOVE SPACES TO traceCardRecord
    END-READ
    CLOSE TraceCardFile

    MOVE SPACE TO traceModeFlag
    IF tcOrigin IS NOT EQUAL TO SPACES
        AND tcHdrDate IS NUMERIC
        AND FUNCTION TRIM(tcRecNum) IS NOT EQUAL TO SPACES
        AND FUNCTION TEST-NUMVAL(tcRecNum) = 0
        MOVE "R" TO traceModeFlag
        MOVE FUNCTION NUMVAL(tcRecNum) TO traceRecNum
    ELSE
        IF tcHash IS NUMERIC
            MOVE "H" TO traceModeFlag
        END-IF
    END-IF
    IF traceModeFlag IS EQUAL TO SPACE
        DISPLAY "TRACECARD.DAT NEEDS ORIGIN, HDR DATE AND RECORD "
            "NUMBER, OR A MESSAGE HASH - INQUIRY REFUSED"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
      .


AddTarget.
    *> Adds the add* identity unless it is already known; a part or
    *> resubmission label replaces a plain one for the same position.
    MOVE 0 TO matchIndex
    PERFORM VARYING tgIndex FROM 1 BY 1 UNTIL tgIndex > targetCount
        IF tgOrigin (tgIndex) IS EQUAL TO addOrigin
            AND tgHdrDate (tgIndex) IS EQUAL TO addHdrDate
            AND tgRecNum (tgIndex) = addRecNum
            AND (tgHash (tgIndex) IS EQUAL TO addHash
                OR tgHash (tgIndex) IS EQUAL TO SPACES
                OR addHash IS EQUAL TO SPACES)
            MOVE tgIndex TO matchIndex
        END-IF
    END-PERFORM
    IF matchIndex > 0
        IF addPartNum > 0
            MOVE addLabel TO tgLabel (matchIndex)
            MOVE addPartNum TO tgPartNum (matchIndex)
        END-IF
        IF tgHash (matchIndex) IS EQUAL TO SPACES
            MOVE addHash TO tgHash (matchIndex)
        END-IF
    ELSE
        IF targetCount < 20
            ADD 1 TO targetCount
            MOVE addOrigin TO tgOrigin (targetCount)
            MOVE addHdrDate TO tgHdrDate (targetCount)
            MOVE addRecNum TO tgRecNum (targetCount)
            MOVE addHash TO tgHash (targetCount)
            MOVE addLabel TO tgLabel (targetCount)
            MOVE addPartNum TO tgPartNum (targetCount)
            MOVE "N" TO tgExpressed (targetCount)
            MOVE "N" TO tgCiphered (targetCount)
            MOVE "N" TO tgRejected (targetCount)
            MOVE "N" TO tgDuplicate (targetCount)
            MOVE "N" TO tgRepaired (targetCount)
            MOVE "N" TO tgCutOff (targetCount)
            MOVE "N" TO tgHeld (targetCount)
        END-IF
    END-IF
      .


ScanSplitMap.
    *> A message FILESPLIT dealt to a part was ciphered under the
    *> part's record number, so the part position becomes a target
    *> (with the hash, since every part shares the original HDR).
    MOVE "N" TO fileEofFlag
    OPEN INPUT SplitMapFile
    IF splitMapFileStatus IS NOT EQUAL TO "00"
        MOVE "Y" TO fileEofFlag
    END-IF
    PERFORM UNTIL fileAtEnd
        READ SplitMapFile
            AT END
                MOVE "Y" TO fileEofFlag
            NOT AT END
                IF (traceByRecord
                        AND smOrigin IS EQUAL TO tcOrigin
                        AND smHdrDate IS EQUAL TO tcHdrDate
                        AND smOrigRecNum = traceRecNum)
                    OR (traceByHash
                        AND smHash IS EQUAL TO tcHash
                        AND (tcOrigin IS EQUAL TO SPACES
                            OR smOrigin IS EQUAL TO tcOrigin))
                    MOVE smOrigin TO addOrigin
                    MOVE smHdrDate TO addHdrDate
                    MOVE smOrigRecNum TO addRecNum
                    MOVE smHash TO addHash
                    MOVE "PARTNER FILE" TO addLabel
                    MOVE 0 TO addPartNum
                    PERFORM AddTarget
                    MOVE smPartRecNum TO addRecNum
                    MOVE SPACES TO addLabel
                    STRING "CIPHPART" DELIMITED BY SIZE
                        smPartNum DELIMITED BY SIZE
                        ".DAT" DELIMITED BY SIZE
                        INTO addLabel
                    MOVE smPartNum TO addPartNum
                    PERFORM AddTarget
                    MOVE smOrigRecNum TO recNumEdit
                    MOVE SPACES TO traceReportRecord
                    STRING "SPLIT     RECORD " DELIMITED BY SIZE
                        FUNCTION TRIM(recNumEdit) DELIMITED BY SIZE
                        " DEALT TO " DELIMITED BY SIZE
                        addLabel DELIMITED BY SPACE
                        " AS RECORD " DELIMITED BY SIZE
                        smPartRecNum DELIMITED BY SIZE
                        " (FILESPLIT)" DELIMITED BY SIZE
                        INTO traceReportRecord
                    WRITE traceReportRecord
                    ADD 1 TO hitCount
                END-IF
        END-READ
    END-PERFORM
    IF splitMapFileStatus IS EQUAL TO "10"
        CLOSE SplitMapFile
    END-IF
      .


CollectHashTargets.
    *> Tracing by hash: every position the audit trail saw a message
    *> with that hash at becomes a target of its own.
    MOVE "N" TO fileEofFlag
    OPEN INPUT AuditLogFile
    IF auditLogFileStatus IS NOT EQUAL TO "00"
        MOVE "Y" TO fileEofFlag
    END-IF
    PERFORM UNTIL fileAtEnd
        READ AuditLogFile
            AT END
                MOVE "Y" TO fileEofFlag
            NOT AT END
                IF alRefTag IS EQUAL TO " REF="
                    AND alRefHash IS EQUAL TO tcHash
                    AND alPara IS NOT EQUAL TO "CUTOFF"
                    AND (tcOrigin IS EQUAL TO SPACES
                        OR alRefOrigin IS EQUAL TO tcOrigin)
                    MOVE alRefOrigin TO addOrigin
                    MOVE alRefHdrDate TO addHdrDate
                    MOVE alRefRecNum TO addRecNum
                    MOVE alRefHash TO addHash
                    MOVE "PARTNER FILE" TO addLabel
                    MOVE 0 TO addPartNum
                    PERFORM AddTarget
                END-IF
        END-READ
    END-PERFORM
    IF auditLogFileStatus IS EQUAL TO "10"
        CLOSE AuditLogFile
    END-IF
      .


ScanRepairs.
    *> REJECTFIX's current listing: a repaired message went out again
    *> as a record of REJRESUB.DAT, under that file's own HDR.
    MOVE "N" TO fileEofFlag
    OPEN INPUT ResubFile
    IF resubFileStatus IS EQUAL TO "00"
        READ ResubFile
            NOT AT END
                IF resubRecord (1:3) IS EQUAL TO "HDR"
                    MOVE resubRecord (4:8) TO resubHdrDate
                    MOVE resubRecord (12:8) TO resubOrigin
                END-IF
        END-READ
        CLOSE ResubFile
    END-IF

    OPEN INPUT FixReportFile
    IF fixReportFileStatus IS NOT EQUAL TO "00"
        MOVE "Y" TO fileEofFlag
    END-IF
    PERFORM UNTIL fileAtEnd
        READ FixReportFile
            AT END
                MOVE "Y" TO fileEofFlag
            NOT AT END
                IF fixReportRecord (1:4) IS EQUAL TO "REC="
                    AND frAction IS EQUAL TO " REPAIRED ORG="
                    PERFORM MatchRepairLine
                END-IF
        END-READ
    END-PERFORM
    IF fixReportFileStatus IS EQUAL TO "10"
        CLOSE FixReportFile
    END-IF
      .


MatchRepairLine.
    MOVE 0 TO matchIndex
    PERFORM VARYING tgIndex FROM 1 BY 1 UNTIL tgIndex > targetCount
        IF tgOrigin (tgIndex) IS EQUAL TO frOrigin
            AND tgHdrDate (tgIndex) IS EQUAL TO frHdrDate
            AND FUNCTION NUMVAL(frRecNum) = tgRecNum (tgIndex)
            MOVE tgIndex TO matchIndex
        END-IF
    END-PERFORM
    IF matchIndex > 0
        MOVE "Y" TO tgRepaired (matchIndex)
        ADD 1 TO hitCount
        MOVE SPACES TO traceReportRecord
        STRING "REPAIRED  BY REJECTFIX - RESUBMITTED AS REJRESUB.DAT "
            DELIMITED BY SIZE
            "RECORD " DELIMITED BY SIZE
            frResubRecNum DELIMITED BY SIZE
            " HDR " DELIMITED BY SIZE
            resubHdrDate DELIMITED BY SIZE
            INTO traceReportRecord
        WRITE traceReportRecord
        IF resubOrigin IS NOT EQUAL TO SPACES
            MOVE resubOrigin TO addOrigin
            MOVE resubHdrDate TO addHdrDate
            MOVE FUNCTION NUMVAL(frResubRecNum) TO addRecNum
            MOVE SPACES TO addHash
            MOVE "REJRESUB.DAT" TO addLabel
            MOVE 0 TO addPartNum
            PERFORM AddTarget
        END-IF
    END-IF
      .


ScanAuditTrail.
    *> Every per-message operation on any of the message's identities,
    *> in the order they happened. Only key IDs are shown.
    MOVE "N" TO fileEofFlag
    OPEN INPUT AuditLogFile
    IF auditLogFileStatus IS NOT EQUAL TO "00"
        MOVE SPACES TO traceReportRecord
        STRING "NO AUDITLOG.DAT - AUDIT TRAIL NOT SEARCHED"
            DELIMITED BY SIZE
            INTO traceReportRecord
        WRITE traceReportRecord
        MOVE "Y" TO fileEofFlag
    END-IF
    PERFORM UNTIL fileAtEnd
        READ AuditLogFile
            AT END
                MOVE "Y" TO fileEofFlag
            NOT AT END
                IF alRefTag IS EQUAL TO " REF="
                    PERFORM MatchAuditRecord
                END-IF
        END-READ
    END-PERFORM
    IF auditLogFileStatus IS EQUAL TO "10"
        CLOSE AuditLogFile
    END-IF
      .


MatchAuditRecord.
    MOVE 0 TO matchIndex
    PERFORM VARYING tgIndex FROM 1 BY 1 UNTIL tgIndex > targetCount
        IF tgOrigin (tgIndex) IS EQUAL TO alRefOrigin
            AND tgHdrDate (tgIndex) IS EQUAL TO alRefHdrDate
            IF alPara IS EQUAL TO "CUTOFF"
                *> The cut names the first record left behind; the
                *> message was cut off if it sits at or after it.
                IF alRefRecNum <= tgRecNum (tgIndex)
                    MOVE tgIndex TO matchIndex
                END-IF
            ELSE
                IF alRefRecNum = tgRecNum (tgIndex)
                    AND (tgHash (tgIndex) IS EQUAL TO SPACES
                        OR tgHash (tgIndex) IS EQUAL TO alRefHash)
                    MOVE tgIndex TO matchIndex
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF matchIndex > 0
        PERFORM ReportAuditHit
    END-IF
      .


ReportAuditHit.
    IF tgHash (matchIndex) IS EQUAL TO SPACES
        AND alPara IS NOT EQUAL TO "CUTOFF"
        MOVE alRefHash TO tgHash (matchIndex)
    END-IF
    ADD 1 TO hitCount
    MOVE "N" TO cipherParaFlag
    MOVE SPACES TO verifyText
    MOVE SPACES TO outFileType
    EVALUATE alPara
        WHEN "ENCRYPT"
            MOVE "CIPHERED (CAESAR)" TO hitDescription
            MOVE "ENCRYPT" TO outFileType
        WHEN "VIGENCRYPT"
            MOVE "CIPHERED (VIGENERE)" TO hitDescription
            MOVE "VIGENC" TO outFileType
        WHEN "AFFENCRYPT"
            MOVE "CIPHERED (AFFINE)" TO hitDescription
            MOVE "AFFENC" TO outFileType
        WHEN "TRNENCRYPT"
            MOVE "CIPHERED (TRANSPOSITION)" TO hitDescription
            MOVE "TRNENC" TO outFileType
        WHEN "EXPRESS"
            MOVE "EXPRESSED (PRI)" TO hitDescription
            MOVE "EXPRESS" TO outFileType
            MOVE "Y" TO tgExpressed (matchIndex)
        WHEN "DECRYPT"
        WHEN "VIGDECRYPT"
        WHEN "AFFDECRYPT"
        WHEN "TRNDECRYPT"
            MOVE "DECIPHERED (ROUND TRIP)" TO hitDescription
        WHEN "REJECT"
            MOVE "REJECTED" TO hitDescription
            MOVE "Y" TO tgRejected (matchIndex)
        WHEN "DUPLICATE"
            MOVE "DUPLICATE OF AN EARLIER MESSAGE" TO hitDescription
            MOVE "Y" TO tgDuplicate (matchIndex)
        WHEN "CUTOFF"
            MOVE "CUT OFF BY DEADLINE - LEFT FOR RESUME"
                TO hitDescription
            MOVE "Y" TO tgCutOff (matchIndex)
        WHEN "HOLD"
            MOVE "HELD BY CONTENT SCREENING - HOLDQ.DAT"
                TO hitDescription
            MOVE "Y" TO tgHeld (matchIndex)
        WHEN "SCREENFLAG"
            MOVE "FLAGGED BY CONTENT SCREENING" TO hitDescription
        WHEN "SCREENREL"
            MOVE "PASSED SCREENING AS SUPERVISOR-RELEASED"
                TO hitDescription
        WHEN "RELEASE"
            MOVE "RELEASED BY SUPERVISOR - HOLDRESUB.DAT"
                TO hitDescription
            MOVE "R" TO tgHeld (matchIndex)
        WHEN "DESTROY"
            MOVE "DESTROYED BY SUPERVISOR" TO hitDescription
            MOVE "D" TO tgHeld (matchIndex)
        WHEN OTHER
            MOVE alPara TO hitDescription
    END-EVALUATE
    IF outFileType IS NOT EQUAL TO SPACES
        MOVE "Y" TO cipherParaFlag
        IF alPara IS NOT EQUAL TO "EXPRESS"
            MOVE "Y" TO tgCiphered (matchIndex)
        END-IF
    END-IF

    MOVE SPACES TO traceReportRecord
    STRING alDate DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        alTime (1:6) DELIMITED BY SIZE
        " JOB=" DELIMITED BY SIZE
        alJobId DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        hitDescription DELIMITED BY SIZE
        INTO traceReportRecord
    IF cipherPara
        MOVE "KEY ID " TO traceReportRecord (75:7)
        MOVE alKeyId (1:8) TO traceReportRecord (82:8)
    END-IF
    IF alPara IS EQUAL TO "RELEASE" OR alPara IS EQUAL TO "DESTROY"
        MOVE "BY " TO traceReportRecord (75:3)
        MOVE alKeyId (1:8) TO traceReportRecord (78:8)
    END-IF
    WRITE traceReportRecord
    MOVE SPACES TO traceReportRecord
    STRING "          AS " DELIMITED BY SIZE
        tgLabel (matchIndex) DELIMITED BY SIZE
        " REF " DELIMITED BY SIZE
        alRefOrigin DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        alRefHdrDate DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        alRefRecNum DELIMITED BY SIZE
        " HASH " DELIMITED BY SIZE
        alRefHash DELIMITED BY SIZE
        INTO traceReportRecord
    WRITE traceReportRecord
    IF cipherPara
        PERFORM VerifyOutputRecord
        MOVE SPACES TO traceReportRecord
        STRING "          " DELIMITED BY SIZE
            verifyText DELIMITED BY SIZE
            INTO traceReportRecord
        WRITE traceReportRecord
    END-IF
    *> A released message goes round again under HOLDRESUB.DAT's own
    *> HDR (our system, the release date) — follow it there too.
    IF alPara IS EQUAL TO "RELEASE" AND alRefOutSeq > 0
        MOVE ourSystemId TO addOrigin
        MOVE alDate TO addHdrDate
        MOVE alRefOutSeq TO addRecNum
        MOVE alRefHash TO addHash
        MOVE "HOLDRESUB.DAT" TO addLabel
        MOVE 0 TO addPartNum
        PERFORM AddTarget
    END-IF
      .


VerifyOutputRecord.
    *> Finds the file the operation wrote — the part run's stashed
    *> ENCPART/VENPART/AENPART/TENPART copy, or the output the sent
    *> register names for that run and partner — and confirms the
    *> message is still its O=th data record.
    MOVE SPACES TO traceOutName
    IF tgPartNum (matchIndex) > 0
        MOVE tgPartNum (matchIndex) TO partSuffix
        EVALUATE outFileType
            WHEN "ENCRYPT"
                STRING "ENCPART" DELIMITED BY SIZE
                    partSuffix DELIMITED BY SIZE
                    ".DAT" DELIMITED BY SIZE
                    INTO traceOutName
            WHEN "VIGENC"
                STRING "VENPART" DELIMITED BY SIZE
                    partSuffix DELIMITED BY SIZE
                    ".DAT" DELIMITED BY SIZE
                    INTO traceOutName
            WHEN "AFFENC"
                STRING "AENPART" DELIMITED BY SIZE
                    partSuffix DELIMITED BY SIZE
                    ".DAT" DELIMITED BY SIZE
                    INTO traceOutName
            WHEN "TRNENC"
                STRING "TENPART" DELIMITED BY SIZE
                    partSuffix DELIMITED BY SIZE
                    ".DAT" DELIMITED BY SIZE
                    INTO traceOutName
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    ELSE
        PERFORM FindSentDataset
    END-IF

    IF traceOutName IS EQUAL TO SPACES
        MOVE "OUTPUT FILE NOT ON SENTREG.DAT - NOT CHECKED"
            TO verifyText
    ELSE
        MOVE "N" TO outFoundFlag
        MOVE "N" TO outEofFlag
        MOVE 0 TO outDataNum
        OPEN INPUT OutputFile
        IF outputFileStatus IS NOT EQUAL TO "00"
            MOVE "Y" TO outEofFlag
        END-IF
        PERFORM UNTIL outAtEnd OR outFound
            READ OutputFile
                AT END
                    MOVE "Y" TO outEofFlag
                NOT AT END
                    IF outputRecord (1:3) IS NOT EQUAL TO "HDR"
                        AND outputRecord (1:3) IS NOT EQUAL TO "TRL"
                        AND outputRecord (1:3)
                            IS NOT EQUAL TO ebcdicHdrTag
                        AND outputRecord (1:3)
                            IS NOT EQUAL TO ebcdicTrlTag
                        ADD 1 TO outDataNum
                        IF outDataNum = alRefOutSeq
                            MOVE "Y" TO outFoundFlag
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF outputFileStatus IS EQUAL TO "00" OR "10"
            CLOSE OutputFile
        END-IF
        MOVE alRefOutSeq TO recNumEdit
        IF outFound
            STRING "WRITTEN TO " DELIMITED BY SIZE
                traceOutName DELIMITED BY SPACE
                " AS RECORD " DELIMITED BY SIZE
                FUNCTION TRIM(recNumEdit) DELIMITED BY SIZE
                " - PRESENT" DELIMITED BY SIZE
                INTO verifyText
        ELSE
            STRING "WRITTEN TO " DELIMITED BY SIZE
                traceOutName DELIMITED BY SPACE
                " AS RECORD " DELIMITED BY SIZE
                FUNCTION TRIM(recNumEdit) DELIMITED BY SIZE
                " - NO LONGER THERE" DELIMITED BY SIZE
                INTO verifyText
        END-IF
    END-IF
      .


FindSentDataset.
    MOVE "N" TO outEofFlag
    OPEN INPUT SentRegFile
    IF sentRegFileStatus IS NOT EQUAL TO "00"
        MOVE "Y" TO outEofFlag
    END-IF
    PERFORM UNTIL outAtEnd
        READ SentRegFile
            AT END
                MOVE "Y" TO outEofFlag
            NOT AT END
                IF srRunDate IS EQUAL TO alDate
                    AND srJobId IS EQUAL TO alJobId
                    AND srPartner IS EQUAL TO alRefOrigin
                    AND srFileType IS EQUAL TO outFileType
                    MOVE srDataset TO traceOutName
                END-IF
        END-READ
    END-PERFORM
    IF sentRegFileStatus IS EQUAL TO "10"
        CLOSE SentRegFile
    END-IF
      .


LoadReportGenerations.
    MOVE "N" TO fileEofFlag
    OPEN INPUT GenCatalogFile
    IF genCatalogFileStatus IS NOT EQUAL TO "00"
        MOVE "Y" TO fileEofFlag
    END-IF
    PERFORM UNTIL fileAtEnd
        READ GenCatalogFile
            AT END
                MOVE "Y" TO fileEofFlag
            NOT AT END
                IF gcOutType IS EQUAL TO "REJECTS"
                    OR gcOutType IS EQUAL TO "DUPRPT"
                    MOVE "N" TO rgFoundFlag
                    PERFORM VARYING rgIndex FROM 1 BY 1
                            UNTIL rgIndex > reportGenCount
                        IF rgDataset (rgIndex) IS EQUAL TO gcDataset
                            MOVE "Y" TO rgFoundFlag
                        END-IF
                    END-PERFORM
                    IF NOT rgFound AND reportGenCount < 200
                        ADD 1 TO reportGenCount
                        MOVE gcDataset TO rgDataset (reportGenCount)
                        MOVE gcOutType TO rgOutType (reportGenCount)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF genCatalogFileStatus IS EQUAL TO "10"
        CLOSE GenCatalogFile
    END-IF
      .


ScanRejects.
    MOVE "N" TO fileEofFlag
    OPEN INPUT RejectsFile
    IF rejectsFileStatus IS NOT EQUAL TO "00"
        MOVE "Y" TO fileEofFlag
    END-IF
    PERFORM UNTIL fileAtEnd
        READ RejectsFile
            AT END
                MOVE "Y" TO fileEofFlag
            NOT AT END
                IF rejectsRecord (1:4) IS EQUAL TO "REC="
                    PERFORM MatchRejectEntry
                END-IF
        END-READ
    END-PERFORM
    IF rejectsFileStatus IS EQUAL TO "10"
        CLOSE RejectsFile
    END-IF
      .


MatchRejectEntry.
    MOVE 0 TO matchIndex
    PERFORM VARYING tgIndex FROM 1 BY 1 UNTIL tgIndex > targetCount
        IF tgOrigin (tgIndex) IS EQUAL TO rjOrigin
            AND tgHdrDate (tgIndex) IS EQUAL TO rjHdrDate
            AND FUNCTION NUMVAL(rjRecNum) = tgRecNum (tgIndex)
            MOVE tgIndex TO matchIndex
        END-IF
    END-PERFORM
    IF matchIndex > 0
        MOVE "Y" TO tgRejected (matchIndex)
        ADD 1 TO hitCount
        MOVE SPACES TO traceReportRecord
        STRING "REJECTED  " DELIMITED BY SIZE
            traceRejectsName DELIMITED BY SPACE
            " AS " DELIMITED BY SIZE
            tgLabel (matchIndex) DELIMITED BY SPACE
            " - REASON: " DELIMITED BY SIZE
            rjReason DELIMITED BY SIZE
            INTO traceReportRecord
        WRITE traceReportRecord
    END-IF
      .


ScanDuplicateReport.
    MOVE "N" TO fileEofFlag
    OPEN INPUT DupReportFile
    IF dupReportFileStatus IS NOT EQUAL TO "00"
        MOVE "Y" TO fileEofFlag
    END-IF
    PERFORM UNTIL fileAtEnd
        READ DupReportFile
            AT END
                MOVE "Y" TO fileEofFlag
            NOT AT END
                MOVE 0 TO matchIndex
                PERFORM VARYING tgIndex FROM 1 BY 1
                        UNTIL tgIndex > targetCount
                    IF dupReportRecord (1:4) IS EQUAL TO "REC="
                        AND tgOrigin (tgIndex) IS EQUAL TO drOrigin
                        AND tgHdrDate (tgIndex) IS EQUAL TO drHdrDate
                        AND FUNCTION NUMVAL(drRecNum)
                            = tgRecNum (tgIndex)
                        MOVE tgIndex TO matchIndex
                    END-IF
                END-PERFORM
                IF matchIndex > 0
                    MOVE "Y" TO tgDuplicate (matchIndex)
                    ADD 1 TO hitCount
                    MOVE SPACES TO traceReportRecord
                    STRING "DUPLICATE " DELIMITED BY SIZE
                        traceDupName DELIMITED BY SPACE
                        " AS " DELIMITED BY SIZE
                        tgLabel (matchIndex) DELIMITED BY SPACE
                        " - HASH " DELIMITED BY SIZE
                        drHash DELIMITED BY SIZE
                        " FIRST SEEN " DELIMITED BY SIZE
                        drFirstSeen DELIMITED BY SIZE
                        INTO traceReportRecord
                    WRITE traceReportRecord
                END-IF
        END-READ
    END-PERFORM
    IF dupReportFileStatus IS EQUAL TO "10"
        CLOSE DupReportFile
    END-IF
      .


CheckPendingResume.
    *> A checkpoint left by a cut names the partner file and the last
    *> record done; anything after it is still owed by a resume run.
    OPEN INPUT CheckpointFile
    IF checkpointFileStatus IS EQUAL TO "00"
        READ CheckpointFile
            AT END
                MOVE SPACES TO checkpointRecord
        END-READ
        CLOSE CheckpointFile
        IF checkpointMainCount IS NUMERIC
            AND checkpointMainCount > 0
            PERFORM VARYING tgIndex FROM 1 BY 1
                    UNTIL tgIndex > targetCount
                IF tgOrigin (tgIndex) IS EQUAL TO checkpointOrigin
                    AND tgHdrDate (tgIndex) IS EQUAL TO checkpointHdrDate
                    AND tgRecNum (tgIndex) > checkpointMainCount
                    MOVE "Y" TO tgCutOff (tgIndex)
                    ADD 1 TO hitCount
                    MOVE SPACES TO traceReportRecord
                    STRING "PENDING   CHECKPOINT.DAT STOPS AT RECORD "
                        DELIMITED BY SIZE
                        checkpointMainCount DELIMITED BY SIZE
                        " - RESUME RUN STILL OUTSTANDING" DELIMITED BY SIZE
                        INTO traceReportRecord
                    WRITE traceReportRecord
                END-IF
            END-PERFORM
        END-IF
    END-IF
      .


WriteVerdicts.
    MOVE SPACES TO traceReportRecord
    WRITE traceReportRecord
    IF hitCount = 0
        MOVE SPACES TO traceReportRecord
        STRING "NO TRACE OF THIS MESSAGE IN ANY FILE SEARCHED"
            DELIMITED BY SIZE
            INTO traceReportRecord
        WRITE traceReportRecord
    END-IF
    PERFORM VARYING tgIndex FROM 1 BY 1 UNTIL tgIndex > targetCount
        MOVE tgRecNum (tgIndex) TO recNumEdit
        MOVE SPACES TO traceReportRecord
        STRING "SUMMARY " DELIMITED BY SIZE
            tgLabel (tgIndex) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            tgOrigin (tgIndex) DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            tgHdrDate (tgIndex) DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            FUNCTION TRIM(recNumEdit) DELIMITED BY SIZE
            " HASH " DELIMITED BY SIZE
            tgHash (tgIndex) DELIMITED BY SIZE
            INTO traceReportRecord
        WRITE traceReportRecord
        MOVE SPACES TO traceReportRecord
        STRING "  EXPRESSED=" DELIMITED BY SIZE
            tgExpressed (tgIndex) DELIMITED BY SIZE
            " CIPHERED=" DELIMITED BY SIZE
            tgCiphered (tgIndex) DELIMITED BY SIZE
            " REJECTED=" DELIMITED BY SIZE
            tgRejected (tgIndex) DELIMITED BY SIZE
            " DUPLICATE=" DELIMITED BY SIZE
            tgDuplicate (tgIndex) DELIMITED BY SIZE
            " REPAIRED=" DELIMITED BY SIZE
            tgRepaired (tgIndex) DELIMITED BY SIZE
            " CUT OFF=" DELIMITED BY SIZE
            tgCutOff (tgIndex) DELIMITED BY SIZE
            " HELD=" DELIMITED BY SIZE
            tgHeld (tgIndex) DELIMITED BY SIZE
            INTO traceReportRecord
        WRITE traceReportRecord
        IF tgHeld (tgIndex) IS EQUAL TO "Y"
            MOVE SPACES TO traceReportRecord
            STRING "  HELD FOR SUPERVISOR RELEASE - STILL ON HOLDQ.DAT"
                DELIMITED BY SIZE
                INTO traceReportRecord
            WRITE traceReportRecord
        END-IF
        *> A duplicate that was never ciphered or expressed was
        *> suppressed; one that was, was only reported.
        IF tgDuplicate (tgIndex) IS EQUAL TO "Y"
            MOVE SPACES TO traceReportRecord
            IF tgCiphered (tgIndex) IS EQUAL TO "N"
                AND tgExpressed (tgIndex) IS EQUAL TO "N"
                STRING "  DUPLICATE WAS SUPPRESSED - NOT DELIVERED"
                    DELIMITED BY SIZE
                    INTO traceReportRecord
            ELSE
                STRING "  DUPLICATE WAS REPORTED ONLY - DELIVERED"
                    DELIMITED BY SIZE
                    INTO traceReportRecord
            END-IF
            WRITE traceReportRecord
        END-IF
    END-PERFORM
      .
