        FILE STATUS IS decryptOutFileStatus.
    SELECT ControlCardFile ASSIGN TO "CONTROLCARD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SolveReportFile ASSIGN TO DYNAMIC wsSolveReportName
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DictionaryFile ASSIGN TO "DICTIONARY.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS dictionaryKeyWord
        FILE STATUS IS dictionaryFileStatus.
    SELECT VigEncryptOutFile ASSIGN TO DYNAMIC wsVigEncryptOutName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS vigEncryptOutFileStatus.
    SELECT CheckpointFile ASSIGN TO "CHECKPOINT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS checkpointFileStatus.
    SELECT RejectsFile ASSIGN TO DYNAMIC wsRejectsName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rejectsFileStatus.
    SELECT SummaryReportFile ASSIGN TO DYNAMIC wsSummaryReportName
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT KeyVaultFile ASSIGN TO "KEYVAULT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS kvKeyId
        FILE STATUS IS keyVaultFileStatus.
    SELECT ReconReportFile ASSIGN TO DYNAMIC wsReconReportName
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ManifestFile ASSIGN TO DYNAMIC wsManifestName
        ORGANIZATION IS LINE SEQUENTIAL
    SELECT AlertFile ASSIGN TO "ALERTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PartnerFile ASSIGN TO "PARTNER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS paOriginSystem
        FILE STATUS IS partnerFileStatus.
    SELECT KeySchedFile ASSIGN TO "KEYSCHED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS keySchedFileStatus.
    SELECT SentRegFile ASSIGN TO "SENTREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sentRegFileStatus.
    SELECT GenCatalogFile ASSIGN TO "GDGCAT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS genCatalogFileStatus.
    SELECT RunHistFile ASSIGN TO "RUNHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS runHistFileStatus.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS expressOutFileStatus.
    SELECT MsgHashFile ASSIGN TO "MSGHASH.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS mhKey
        ALTERNATE RECORD KEY IS mhDupKey WITH DUPLICATES
        FILE STATUS IS msgHashFileStatus.
    SELECT DupReportFile ASSIGN TO DYNAMIC wsDupReportName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS dupReportFileStatus.
    SELECT AffEncryptOutFile ASSIGN TO DYNAMIC wsAffEncryptOutName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS affEncryptOutFileStatus.
    SELECT AffDecryptOutFile ASSIGN TO DYNAMIC wsAffDecryptOutName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS affDecryptOutFileStatus.
    SELECT TrnEncryptOutFile ASSIGN TO DYNAMIC wsTrnEncryptOutName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS trnEncryptOutFileStatus.
    SELECT TrnDecryptOutFile ASSIGN TO DYNAMIC wsTrnDecryptOutName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS trnDecryptOutFileStatus.
    SELECT RestrictFile ASSIGN TO "RESTRICT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS restrictFileStatus.
    SELECT HoldQueueFile ASSIGN TO "HOLDQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS holdQueueFileStatus.

DATA DIVISION.
FILE SECTION.
    *> the shift and keyword themselves live in KEYVAULT.DAT so nobody
    *> with read access to the card (or the audit trail) can recover
    *> the keys.
    01 controlCardRecord  PIC x(80).
    01 controlCardFields REDEFINES controlCardRecord.
        05 ccCaesarKeyId   PIC x(8).
        05 ccVigKeyId      PIC x(8).
        *> (the express output has already been closed by then).
        *> Blank means no cutoff.
        05 ccCutoffTime    PIC x(4).
        *> ccModes ran out of room at four positions, so the mode
        *> flags carry on here: position 5 (column 51) is Affine and
        *> position 6 (column 52) is columnar Transposition, Y/N/blank
        *> exactly like the first four.
        05 ccModesExt      PIC x(2).
        *> Job-level key IDs for the two newer cipher modes, resolved
        *> through KEYVAULT.DAT the same way as the Caesar and Vigenere
        *> IDs above. Blank leaves the mode idle.
        05 ccAffineKeyId   PIC x(8).
        05 ccTransKeyId    PIC x(8).
        05 ccFiller        PIC x(12).

FD  SolveReportFile.
    01 solveReportRecord  PIC x(600).

FD  DictionaryFile.
    *> Keyed on the word itself (held in upper case), so the solvers
    *> look words up by prefix instead of holding the list in memory.
    01 dictionaryRecord.
        05 dictionaryKeyWord PIC x(20).

FD  VigEncryptOutFile.
    COPY CIPHERMSG REPLACING ==RECORD-NAME== BY ==vigEncryptRecord==.
    COPY CIPHERMSG REPLACING ==RECORD-NAME== BY ==vigDecryptRecord==.

FD  AuditLogFile.
    01 auditFileRecord    PIC x(160).

FD  CheckpointFile.
    *> Tracks progress through the single combined pass over the
    *> its records were done. Caesar and Vigenere run per record in
    *> the same trip, so one counter per dataset covers everything a
    *> restart has to skip.
    *> The HDR origin and date ride along after a cut so MSGTRACE can
    *> tell which partner file the resume run still owes, and the
    *> output generation in flight so the resume run reopens it.
    01 checkpointRecord.
        05 checkpointDatasetNum PIC 9(2).
        05 checkpointMainCount  PIC 9(8).
        05 checkpointOrigin     PIC x(8).
        05 checkpointHdrDate    PIC x(8).
        05 checkpointGen        PIC 9(4).

FD  RejectsFile.
    01 rejectsRecord      PIC x(600).

FD  KeyVaultFile.
    *> One record per managed key. kvKeyValue holds the Caesar shift
    *> (as digits) or the Vigenere keyword depending on kvKeyType; an
    *> AFFINE key holds its multiplier and offset as two 2-digit
    *> numbers ("MMOO"), a TRANSPOS key the columnar transposition
    *> keyword. The rest of the program only ever shows kvKeyId, never
    *> kvKeyValue. Keyed on kvKeyId.
    01 keyVaultRecord.
        05 kvKeyId         PIC x(8).
        05 kvKeyType       PIC x(8).
    *> are optional per-file overrides of the control card's job-level
    *> key IDs — IDs only, resolved through KEYVAULT.DAT like any
    *> other key reference.
    01 manifestRecord     PIC x(80).
    01 manifestFields REDEFINES manifestRecord.
        05 mfDataset       PIC x(40).
        05 mfCaesarKeyId   PIC x(8).
        05 mfVigKeyId      PIC x(8).
        05 mfAffineKeyId   PIC x(8).
        05 mfTransKeyId    PIC x(8).
        05 mfFiller        PIC x(8).

FD  AlertFile.
    *> Operator exception alerts: one line per condition whenever the
    *> Partner master, keyed by the HDR record's originating system
    *> id: the partner's default key IDs (IDs only, resolved through
    *> KEYVAULT.DAT like any other key reference) and the prefix their
    *> per-dataset outputs route to on manifest runs. Keyed on
    *> paOriginSystem.
    01 partnerRecord      PIC x(60).
    01 partnerFields REDEFINES partnerRecord.
        05 paOriginSystem  PIC x(8).
        05 paCaesarKeyId   PIC x(8).
        05 paVigKeyId      PIC x(8).
        05 paOutPrefix     PIC x(8).
        05 paAffineKeyId   PIC x(8).
        05 paTransKeyId    PIC x(8).
        05 paStatus        PIC x(1).
            88 paSuspended         VALUE "S".
        *> The character set the partner's files travel in: ASCII (or
        *> blank), EBCDIC or LATIN1. Inbound files are translated from
        *> it on read, and their enciphered outputs back into it.
        05 paCodePage      PIC x(8).
        05 paFiller        PIC x(3).

FD  KeySchedFile.
    *> Dated key schedule: every key ID a partner's traffic has ever
    *> been (or will be) enciphered under, by key type. Which entry
    *> applies to a file is decided by the KEYVAULT.DAT effective and
    *> expiry dates of the listed keys against the file's HDR date —
    *> the schedule itself carries no dates, so a key's window is only
    *> ever maintained in one place.
    01 keySchedRecord     PIC x(40).
    01 keySchedFields REDEFINES keySchedRecord.
        05 ksOrigin        PIC x(8).
        05 ksKeyType       PIC x(8).
        05 ksKeyId         PIC x(8).
        05 ksFiller        PIC x(16).

FD  GenCatalogFile.
    *> Catalog of output generations, appended one record each time a
    *> generation is closed: "O" when a cut left it open for the
    *> resume run, "C" once complete. The latest record for a base
    *> and generation is the one that counts. Downstream jobs resolve
    *> BASE(0) / BASE(-n) against it; GENPURGE enforces retention.
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
            88 gcOpenForRestart    VALUE "O".
        05 gcFiller        PIC x(5).

FD  SentRegFile.
    *> Register of outbound files sent, appended one record per
    *> enciphered output each time its TRL is stamped: the HDR date
    *> and origin the partner will quote back, the partner it routes
    *> to and the trailer's count and hash. ACKRECON matches partner
    *> acknowledgements against it and keeps the ack status columns.
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

FD  RunHistFile.
    *> Permanent run history, appended one "R" record per run (plus
        05 rhComplCode     PIC 9(2).
        05 rhDatasetName   PIC x(40).
        05 rhFiller        PIC x(7).
    *> "P" partner volume record: one per partner per run, after the
    *> "D" records — what PARTBILL prices. pvMessages are the routine
    *> Caesar messages, so they tie to the "R" record's rhEncrypted.
    01 runHistPartnerRecord REDEFINES runHistRecord.
        05 rpRecType       PIC x(1).
        05 rpJobId         PIC x(8).
        05 rpRunDate       PIC x(8).
        05 rpRunTime       PIC x(8).
        05 rpPartner       PIC x(8).
        05 rpDatasets      PIC 9(2).
        05 rpMessages      PIC 9(8).
        05 rpExpressed     PIC 9(8).
        05 rpVigEncrypted  PIC 9(8).
        05 rpRejected      PIC 9(8).
        05 rpDupSuppressed PIC 9(8).
        05 rpFiller        PIC x(53).

FD  ExpressOutFile.
    *> Time-critical traffic: messages a PRI tag line marked go out
    COPY CIPHERMSG REPLACING ==RECORD-NAME== BY ==expressRecord==.

FD  MsgHashFile.
    *> Rolling history of recently seen message hashes, keyed on the
    *> sending system, the HDR date it arrived under and the
    *> per-message hash AccumulateHashTotal computes, with the run
    *> date the entry was recorded (for the retention cutoff). The
    *> duplicate check reads it on the alternate key — origin and
    *> hash only. Entries older than the retention window are deleted
    *> in place every run, so this file never grows forever the way
    *> AUDITLOG.DAT used to.
    01 msgHashRecord.
        05 mhKey.
            10 mhOrigin        PIC x(8).
            10 mhHdrDate       PIC x(8).
            10 mhHash          PIC x(6).
        05 mhRecDate       PIC x(8).
        05 mhDupKey.
            10 mhDupOrigin     PIC x(8).
            10 mhDupHash       PIC x(6).
        05 mhFiller        PIC x(6).

FD  DupReportFile.
    01 dupReportRecord    PIC x(600).

FD  AffEncryptOutFile.
    COPY CIPHERMSG REPLACING ==RECORD-NAME== BY ==affEncryptRecord==.

FD  AffDecryptOutFile.
    COPY CIPHERMSG REPLACING ==RECORD-NAME== BY ==affDecryptRecord==.

FD  TrnEncryptOutFile.
    COPY CIPHERMSG REPLACING ==RECORD-NAME== BY ==trnEncryptRecord==.

FD  TrnDecryptOutFile.
    COPY CIPHERMSG REPLACING ==RECORD-NAME== BY ==trnDecryptRecord==.

FD  RestrictFile.
    *> Compliance's restricted-term list: a word or phrase (matched
    *> whole, case ignored) and its severity — 3 blocks the message
    *> and holds it for a supervisor, 2 and 1 let it be ciphered but
    *> flag it on the audit trail.
    01 restrictRecord     PIC x(40).
    01 restrictFields REDEFINES restrictRecord.
        05 rsTerm          PIC x(20).
        05 rsSeverity      PIC x(1).
        05 rsFiller        PIC x(19).

FD  HoldQueueFile.
    *> Messages screening held back from the cipher outputs, waiting
    *> on a supervisor's decision in HOLDREL: where the message came
    *> from (origin/HDR date/record, the REF= the audit trail uses),
    *> what it matched, and the plaintext itself. HOLDREL marks
    *> approved entries "A" and keeps them a while so the released
    *> resubmission is not held all over again. When the resubmission
    *> has come through, this job appends a "U" entry naming the same
    *> held message (no text), so the approval is spent; HOLDREL folds
    *> it into the approved entry on its next pass, marking that "S".
    01 holdQueueRecord.
        05 hqStatus        PIC x(1).
            88 hqHeld              VALUE "H".
            88 hqApproved          VALUE "A".
            88 hqReleaseUsed       VALUE "U".
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

WORKING-STORAGE SECTION.
    01 solveEofFlag    PIC x(1) VALUE "N".
        88 solveAtEnd          VALUE "Y".
    *> DICTIONARY.DAT is read by key, so the analysts' watch-word
    *> list can grow without a table bound; ScanDictionary walks the
    *> candidate text's prefixes against it.
    01 dictionaryFileStatus PIC xx.
    01 dictionaryOpenFlag PIC x(1) VALUE "N".
        88 dictionaryOpen       VALUE "Y".
    01 matchFlag       PIC x(7).
    01 dictionaryWord   PIC x(20).
    01 dictionaryWordLen PIC 9(3).
    01 scanPosition      PIC 9(3).
    01 scanLimit         PIC 9(3).
    01 scanWindow        PIC x(20).
    01 scanWindowLen     PIC 9(3).
    01 prefixDoneFlag    PIC x(1).
        88 prefixDone           VALUE "Y".
    *> cipherStr/ciphered/deciphered/vigCiphered/vigDeciphered carry
    *> one 50-byte segment of plain/cipher text through the cipher
    *> paragraphs, same as the input FD record layout — routed through
    01 wsJobId         PIC x(8) VALUE SPACES.
    01 wsRunDate       PIC x(8).
    01 wsRunTime       PIC x(8).
    01 auditLogRecord  PIC x(160).
    01 auditParagraph  PIC x(14).
    01 auditKeyText    PIC x(20).
    01 auditInputLen   PIC 9(4).
    01 auditSeq        PIC 9(6) VALUE 0.
    01 auditChainChk   PIC 9(8) VALUE 0.
    01 auditRecHash    PIC 9(6).
    *> Message reference carried on every per-message audit record
    *> (REF= origin/HDR date/record number, the message hash and the
    *> record's position in the file it went to), so MSGTRACE can tie
    *> the trail back to one message. Part of the chained check value.
    01 auditRefFlag    PIC x(1).
        88 auditRefOn          VALUE "Y".
    01 auditRefOutSeq  PIC 9(8).
    01 checkpointFileStatus PIC xx.
    01 encryptOutFileStatus PIC xx.
    01 decryptOutFileStatus PIC xx.
    01 auditLogFileStatus   PIC xx.
    01 vigEncryptOutFileStatus PIC xx.
    01 vigDecryptOutFileStatus PIC xx.
    01 affEncryptOutFileStatus PIC xx.
    01 affDecryptOutFileStatus PIC xx.
    01 trnEncryptOutFileStatus PIC xx.
    01 trnDecryptOutFileStatus PIC xx.
    01 checkpointInterval  PIC 9(4) VALUE 10.
    01 recordsProcessed    PIC 9(8) VALUE 0.
    01 restartCount        PIC 9(8) VALUE 0.
    01 restartGen          PIC 9(4) VALUE 0.
    01 rejectRecordNumber  PIC 9(8) VALUE 0.
    01 validRecordFlag     PIC x(1) VALUE "Y".
        88 validRecord             VALUE "Y".
    01 totalDecrypted      PIC 9(8) VALUE 0.
    01 totalVigEncrypted   PIC 9(8) VALUE 0.
    01 totalVigDecrypted   PIC 9(8) VALUE 0.
    01 totalAffEncrypted   PIC 9(8) VALUE 0.
    01 totalAffDecrypted   PIC 9(8) VALUE 0.
    01 totalTrnEncrypted   PIC 9(8) VALUE 0.
    01 totalTrnDecrypted   PIC 9(8) VALUE 0.
    01 totalSolved         PIC 9(8) VALUE 0.
    01 maxMessageLen       PIC 9(4) VALUE 0.
    01 vigActiveFlag       PIC x(1) VALUE "N".
        88 modeVigenereOn      VALUE "Y".
    01 modeSolveFlag    PIC x(1) VALUE "Y".
        88 modeSolveOn         VALUE "Y".
    01 modeAffineFlag   PIC x(1) VALUE "Y".
        88 modeAffineOn        VALUE "Y".
    01 modeTransFlag    PIC x(1) VALUE "Y".
        88 modeTransOn         VALUE "Y".
    01 vigKeyword      PIC x(20) VALUE SPACES.
    01 vigKeywordLen   PIC 9(3) VALUE 0.
    01 keyVaultFileStatus PIC xx.
    01 caesarKeyId     PIC x(8) VALUE SPACES.
    01 vigKeyId        PIC x(8) VALUE SPACES.
    01 affKeyId        PIC x(8) VALUE SPACES.
    01 trnKeyId        PIC x(8) VALUE SPACES.
    01 lookupKeyId     PIC x(8).
    01 keyFoundFlag    PIC x(1).
        88 keyFound            VALUE "Y".
    01 foundKeyType    PIC x(8).
    01 rankPass        PIC 9(1).
    01 rankBestIdx     PIC 9(1).
    01 rankTakenFlags  PIC x(3) VALUE SPACES.
    *> Affine cipher state: E(x) = (affMult * x + affOffset) mod 26
    *> over the letters A-Z = 0-25, case preserved, non-letters passed
    *> through. affInverse is the multiplier's inverse mod 26, which
    *> only exists for the twelve multipliers coprime with 26 — a key
    *> with any other multiplier could never be deciphered.
    01 affActiveFlag   PIC x(1) VALUE "N".
        88 affActive           VALUE "Y".
    01 affMult         PIC 9(2) VALUE 0.
    01 affOffset       PIC 9(2) VALUE 0.
    01 affInverse      PIC 9(2) VALUE 0.
    01 affLetterVal    PIC 9(4).
    01 affTrialInv     PIC 9(2).
    COPY CIPHERREC REPLACING ==RECORD-NAME== BY ==affCiphered==.
    COPY CIPHERREC REPLACING ==RECORD-NAME== BY ==affDeciphered==.
    COPY CIPHERMSG REPLACING ==RECORD-NAME== BY ==affCipheredMsg==.
    COPY CIPHERMSG REPLACING ==RECORD-NAME== BY ==affDecipheredMsg==.
    *> Columnar transposition state. Only the message's letters move:
    *> they are written row by row under the keyword and read off
    *> column by column in keyword-letter order (ties left to right),
    *> each letter keeping its case, while spaces, digits and
    *> punctuation stay exactly where they were. The whole message is
    *> one block, so the transposition runs across segment boundaries.
    *> trnPerm maps each ciphertext letter to the plaintext letter it
    *> came from.
    01 trnActiveFlag   PIC x(1) VALUE "N".
        88 trnActive           VALUE "Y".
    01 trnKeyword      PIC x(20) VALUE SPACES.
    01 trnKeywordLen   PIC 9(3) VALUE 0.
    01 trnKeyValidFlag PIC x(1).
        88 trnKeyValid         VALUE "Y".
    01 trnColOrderTable.
        05 trnColOrder OCCURS 20 TIMES PIC 9(2).
    01 trnRank         PIC 9(2).
    01 trnCol          PIC 9(2).
    01 trnOtherCol     PIC 9(2).
    01 trnLetterBuf    PIC x(500).
    01 trnLetterPosTable.
        05 trnLetterPos OCCURS 500 TIMES PIC 9(3).
    01 trnLetterCount  PIC 9(3).
    01 trnPermTable.
        05 trnPerm OCCURS 500 TIMES PIC 9(3).
    01 trnOut          PIC 9(3).
    01 trnSrc          PIC 9(4).
    COPY CIPHERMSG REPLACING ==RECORD-NAME== BY ==trnWorkMsg==.
    COPY CIPHERMSG REPLACING ==RECORD-NAME== BY ==trnCipheredMsg==.
    COPY CIPHERMSG REPLACING ==RECORD-NAME== BY ==trnDecipheredMsg==.
    01 outAencCount    PIC 9(8).
    01 outAencHash     PIC 9(10).
    01 outAdecCount    PIC 9(8).
    01 outAdecHash     PIC 9(10).
    01 outTencCount    PIC 9(8).
    01 outTencHash     PIC 9(10).
    01 outTdecCount    PIC 9(8).
    01 outTdecHash     PIC 9(10).
    *> Affine cryptanalysis work areas: every multiplier/offset pair
    *> is scored against the pooled AFFENCOUT letter counts (colFreq)
    *> with the English frequency weights, and the three best pairs
    *> are ranked by dictionary hits like the Vigenere candidates.
    01 affTrialMult    PIC 9(2).
    01 affTrialOffset  PIC 9(2).
    01 affTrialScore   PIC 9(8).
    01 affCandTable.
        05 affCandEntry OCCURS 3 TIMES.
            10 acMult      PIC 9(2).
            10 acOffset    PIC 9(2).
            10 acScore     PIC 9(8).
            10 acHits      PIC 9(5).
    01 affCandLow      PIC 9(1).
    01 savedAffMult    PIC 9(2).
    01 savedAffOffset  PIC 9(2).
    01 savedAffInverse PIC 9(2).
    *> Transposition cryptanalysis work areas: for each trial width
    *> every column order is tried against the intercepts' letters
    *> (held per record in vcLetterBuf) and scored on common English
    *> digrams; the three best orders are ranked by dictionary hits.
    *> Scoring stops adding records once trnScoreLimit letters are in
    *> hand, which keeps the 872 trial orders affordable.
    01 trnRecTable.
        05 trnRecEntry OCCURS 200 TIMES.
            10 trnRecStart PIC 9(5).
            10 trnRecLen   PIC 9(3).
    01 trnScoreRecs    PIC 9(3).
    01 trnScoreLimit   PIC 9(5) VALUE 2000.
    01 trnMaxWidth     PIC 9(2) VALUE 6.
    01 trnTrialWidth   PIC 9(2).
    01 trnTrialScore   PIC 9(7).
    01 trnPlainBuf     PIC x(500).
    01 trnPivot        PIC 9(2).
    01 trnSwapHold     PIC 9(2).
    01 trnLo           PIC 9(2).
    01 trnHi           PIC 9(2).
    01 trnPermDoneFlag PIC x(1).
        88 trnPermDone         VALUE "Y".
    01 trnDigit        PIC 9(1).
    01 trnCandTable.
        05 trnCandEntry OCCURS 3 TIMES.
            10 tcWidth     PIC 9(2).
            10 tcOrder     PIC x(6).
            10 tcScore     PIC 9(7).
            10 tcHits      PIC 9(5).
    01 trnCandLow      PIC 9(1).
    01 savedTrnKeywordLen PIC 9(3).
    01 digramIdx       PIC 9(3).
    01 digramLetter1   PIC 9(2).
    01 digramLetter2   PIC 9(2).
    01 digramBuiltFlag PIC x(1) VALUE "N".
        88 digramBuilt         VALUE "Y".
    *> Common English digrams with a 1-9 weight each, spread into the
    *> 26 x 26 digramScore matrix the first time it is needed.
    01 digramListData.
        05 FILLER PIC x(30) VALUE "TH9HE9IN7ER7AN7RE6ON6AT5EN5ND5".
        05 FILLER PIC x(30) VALUE "TI5ES5OR5TE5OF4ED4IS4IT4AL4AR4".
        05 FILLER PIC x(30) VALUE "ST4TO4NT4NG4SE4HA4AS3OU3IO3LE3".
        05 FILLER PIC x(30) VALUE "VE3CO3ME3DE3HI3RI3RO3IC3NE3EA3".
        05 FILLER PIC x(30) VALUE "RA3CE3LI2CH2LL2BE2MA2SI2OM2UR2".
    01 digramList REDEFINES digramListData.
        05 digramEntry OCCURS 50 TIMES.
            10 digramPair   PIC x(2).
            10 digramWeight PIC 9(1).
    01 digramScoreTable.
        05 digramScore OCCURS 676 TIMES PIC 9(1).
    *> Multi-dataset support: the run's input datasets (one, or the
    *> manifest's list) with their resolved keys and per-file counts
    *> for the summary. Output names get a 2-digit dataset suffix on
    01 wsDecryptOutName PIC x(40) VALUE "DECRYPTOUT.DAT".
    01 wsVigEncryptOutName PIC x(40) VALUE "VIGENCOUT.DAT".
    01 wsVigDecryptOutName PIC x(40) VALUE "VIGDECOUT.DAT".
    01 wsAffEncryptOutName PIC x(40) VALUE "AFFENCOUT.DAT".
    01 wsAffDecryptOutName PIC x(40) VALUE "AFFDECOUT.DAT".
    01 wsTrnEncryptOutName PIC x(40) VALUE "TRNENCOUT.DAT".
    01 wsTrnDecryptOutName PIC x(40) VALUE "TRNDECOUT.DAT".
    01 datasetTable.
        05 datasetEntry OCCURS 20 TIMES.
            10 dsName            PIC x(40).
            10 dsOutPrefix       PIC x(8).
            10 dsPartnerCaesar   PIC x(8).
            10 dsPartnerVig      PIC x(8).
            10 dsAffOverride     PIC x(8).
            10 dsTrnOverride     PIC x(8).
            10 dsPartnerAff      PIC x(8).
            10 dsPartnerTrn      PIC x(8).
            10 dsAffKeyUsed      PIC x(8).
            10 dsTrnKeyUsed      PIC x(8).
            10 dsAffMult         PIC 9(2).
            10 dsAffOffset       PIC 9(2).
            10 dsAffInverse      PIC 9(2).
            10 dsTrnKeyword      PIC x(20).
            10 dsHdrDate         PIC x(8).
            10 dsKeyAsOfDate     PIC x(8).
            *> Billable volumes beyond dsEncrypted: priority messages
            *> expressed, Vigenere-enciphered messages and duplicates
            *> suppressed (reported-only duplicates are still billed
            *> as ciphered traffic).
            10 dsExpressed       PIC 9(8).
            10 dsVigEncrypted    PIC 9(8).
            10 dsDupSuppressed   PIC 9(8).
            *> The partner's code page, the one the file's HDR record
            *> was actually written in, and the bytes that had no
            *> mapping on the way in and on the way out.
            10 dsCodePage        PIC x(8).
            10 dsHdrCodePage     PIC x(8).
            10 dsUnmappedIn      PIC 9(8).
            10 dsUnmappedOut     PIC 9(8).
            *> How each key type's key was chosen, in keyTypeName
            *> order: the source (SCHEDULE/OVERRIDE/PARTNER/JOBCARD),
            *> the schedule entry number when it came from KEYSCHED.DAT
            *> and the vault window that covered dsKeyAsOfDate.
            10 dsKeySel OCCURS 4 TIMES.
                15 dsSelKeyId    PIC x(8).
                15 dsSelSource   PIC x(8).
                15 dsSelEntry    PIC 9(3).
                15 dsSelEffective PIC x(8).
                15 dsSelExpiry   PIC x(8).
    01 datasetCount    PIC 9(2) VALUE 0.
    01 currentDatasetNum PIC 9(2).
    01 datasetSuffix   PIC 9(2).
    01 jobCaesarKeyId  PIC x(8) VALUE SPACES.
    01 jobVigKeyId     PIC x(8) VALUE SPACES.
    01 jobAffineKeyId  PIC x(8) VALUE SPACES.
    01 jobTransKeyId   PIC x(8) VALUE SPACES.
    01 manifestModeFlag PIC x(1) VALUE "N".
        88 manifestMode        VALUE "Y".
    01 manifestEofFlag PIC x(1).
    01 dsRestartCount  PIC 9(8).
    01 snapEncrypted   PIC 9(8).
    01 snapRejected    PIC 9(8).
    01 snapExpressed   PIC 9(8).
    01 snapVigEncrypted PIC 9(8).
    01 snapDupSuppressed PIC 9(8).
    *> Per-partner volume lines for the run history, summed over the
    *> run's datasets by HDR origin system for PARTBILL's chargeback.
    01 partnerVolTable.
        05 pvEntry OCCURS 20 TIMES.
            10 pvPartner       PIC x(8).
            10 pvDatasets      PIC 9(2).
            10 pvMessages      PIC 9(8).
            10 pvExpressed     PIC 9(8).
            10 pvVigEncrypted  PIC 9(8).
            10 pvRejected      PIC 9(8).
            10 pvDupSuppressed PIC 9(8).
    01 pvCount         PIC 9(2).
    01 pvIndex         PIC 9(2).
    01 pvFoundFlag     PIC x(1).
        88 pvFound             VALUE "Y".
    01 pvPartnerWork   PIC x(8).
    *> Graded completion codes the scheduler can act on: 00 clean,
    *> 04 completed but rejects exceeded the control-card limit,
    *> 08 out of balance (input control totals or round trip),
    01 computedHashTotal PIC 9(10).
    01 recHashWork     PIC 9(6).
    01 staleLimitDays  PIC 9(3) VALUE 7.
    *> A file older than staleLimitDays is still taken when one of its
    *> keys came from a KEYSCHED.DAT entry covering its HDR date — a
    *> partner resending old traffic, or an inquiry decrypt of it —
    *> and only noted on the balance line.
    01 scheduledKeyFlag PIC x(1).
        88 scheduledKey        VALUE "Y".
    *> Control records for our own outputs: every cipher output opens
    *> with an HDR record (run date plus our originating system id)
    *> and closes with a TRL record carrying the written-record count
        88 outScanAtEnd        VALUE "Y".
    01 decDataFoundFlag PIC x(1).
        88 decDataFound        VALUE "Y".
    *> Partner master state: whether PARTNER.DAT is on file (it is
    *> read by origin system as each dataset is validated), and the
    *> per-dataset origin check that refuses a file from a system we
    *> have no partner record for — a misdelivered file must never be
    *> processed end to end again.
    01 partnerFileStatus PIC xx.
    01 partnerMasterFlag PIC x(1) VALUE "N".
        88 partnerMasterOn     VALUE "Y".
    01 partnerFoundFlag PIC x(1).
        88 partnerFound        VALUE "Y".
    01 originEofFlag   PIC x(1).
        88 originAtEnd         VALUE "Y".
    *> Code-page state for the dataset in flight. Each message is
    *> kept as the partner sent it (partnerMsg) for the trailer hash,
    *> which skips the partner's own space byte, while msgText carries
    *> it in our character set; codePageMsg is where an enciphered
    *> output record is translated back before it is written. Bytes
    *> with no mapping are counted for the job summary, never passed
    *> off as something else.
    COPY CODEPAGE.
    01 codePage        PIC x(8).
        88 codePageEbcdic      VALUE "EBCDIC".
        88 codePageLatin1      VALUE "LATIN1".
    01 codePageSpace   PIC x(1) VALUE SPACE.
    01 ebcdicHdrTag    PIC x(3) VALUE X"C8C4D9".
    COPY CIPHERMSG REPLACING ==RECORD-NAME== BY ==partnerMsg==.
    COPY CIPHERMSG REPLACING ==RECORD-NAME== BY ==codePageMsg==.
    01 codePageMsgLen  PIC 9(3).
    01 cpMsgUnmapped   PIC 9(4).
    01 unmappedInCount PIC 9(8) VALUE 0.
    01 unmappedOutCount PIC 9(8) VALUE 0.
    *> Key schedule state: KEYSCHED.DAT in memory, and the working
    *> fields SelectDatasetKey uses to pick the one key of a type in
    *> force on a dataset's HDR date. A file from six weeks ago gets
    *> the key that was live six weeks ago, not today's.
    01 keySchedFileStatus PIC xx.
    01 keySchedEofFlag PIC x(1).
        88 keySchedAtEnd       VALUE "Y".
    01 schedTable.
        05 schedEntry OCCURS 200 TIMES.
            10 scOrigin        PIC x(8).
            10 scKeyType       PIC x(8).
            10 scKeyId         PIC x(8).
    01 schedCount      PIC 9(3) VALUE 0.
    01 schedIndex      PIC 9(3).
    01 keyTypeNames    PIC x(32) VALUE "CAESAR  VIGENEREAFFINE  TRANSPOS".
    01 keyTypeTable REDEFINES keyTypeNames.
        05 keyTypeName OCCURS 4 TIMES PIC x(8).
    01 selectTypeNum   PIC 9(1).
    01 selectKeyId     PIC x(8).
    01 selectOverrideId PIC x(8).
    01 selectPartnerId PIC x(8).
    01 selectJobId     PIC x(8).
    01 selectSchedCount PIC 9(3).
    01 selectCoverCount PIC 9(3).
    01 keyAsOfDate     PIC x(8).
    01 selectReasonText PIC x(18).
    01 foundEffectiveDate PIC x(8).
    01 foundExpiryDate PIC x(8).
    01 runHistFileStatus PIC xx.
    *> The output being entered on SENTREG.DAT. sentHdrDate is the
    *> date the dataset's outputs were stamped with — today on a
    *> fresh run, the surviving HDR's date on a checkpoint restart.
    01 sentRegFileStatus PIC xx.
    01 sentHdrDate     PIC x(8).
    01 sentFileType    PIC x(8).
    01 sentDataset     PIC x(40).
    01 sentCount       PIC 9(8).
    01 sentHash        PIC 9(10).
    *> Output generations: every output this run writes is a new
    *> generation BASE.GnnnnV00.DAT, one generation number for the
    *> whole run (one past the highest on GDGCAT.DAT), so yesterday's
    *> files are never overwritten. A checkpoint restart carries the
    *> number over and reopens the generation it left open.
    01 genCatalogFileStatus PIC xx.
    01 runGeneration   PIC 9(4) VALUE 0.
    01 genEofFlag      PIC x(1).
        88 genAtEnd            VALUE "Y".
    01 genBaseWork     PIC x(40).
    01 genNameWork     PIC x(40).
    01 catOutType      PIC x(8).
    01 catDataset      PIC x(40).
    01 catPartner      PIC x(8).
    01 catCount        PIC 9(8).
    01 catHash         PIC 9(10).
    01 catStatus       PIC x(1).
    01 wsRejectsName   PIC x(40) VALUE "REJECTS.DAT".
    01 wsDupReportName PIC x(40) VALUE "DUPRPT.DAT".
    01 wsSolveReportName PIC x(40) VALUE "SOLVERPT.DAT".
    01 wsReconReportName PIC x(40) VALUE "RECONRPT.DAT".
    01 wsSummaryReportName PIC x(40) VALUE "JOBSUMMARY.DAT".
    *> Duplicate-transmission detection state: MSGHASH.DAT is read on
    *> origin system + message hash (matching on the HDR date too
    *> would let a resent file with a fresh header sail through), and
    *> the table holds this run's new hashes until the history is
    *> filed at end of run. Suppressed record numbers are remembered
    *> per dataset so the round-trip reconciliation skips them.
    01 msgHashFileStatus PIC xx.
    01 dupReportFileStatus PIC xx.
    01 msgHashEofFlag  PIC x(1).
        88 dupDiverted         VALUE "Y".
    01 dupFirstSeen    PIC x(8).
    01 dupCount        PIC 9(8) VALUE 0.
    01 dupSuppressedTotal PIC 9(8) VALUE 0.
    01 recHashText     PIC x(6).
    01 dupRetentionDays PIC 9(3) VALUE 30.
    01 retentionInt    PIC 9(8).
    01 dupSuppressIndex PIC 9(3).
    01 reconSuppressedFlag PIC x(1).
        88 reconSuppressed     VALUE "Y".
    *> Content screening state: RESTRICT.DAT in memory, the texts
    *> a supervisor has already approved (so their resubmission goes
    *> through), and the record numbers held back this dataset so the
    *> reconciliation skips them. A missing RESTRICT.DAT means no
    *> screening, and the job summary says so.
    01 restrictFileStatus PIC xx.
    01 holdQueueFileStatus PIC xx.
    01 restrictEofFlag PIC x(1).
        88 restrictAtEnd       VALUE "Y".
    01 holdQueueEofFlag PIC x(1).
        88 holdQueueAtEnd      VALUE "Y".
    01 restrictListFlag PIC x(1) VALUE "N".
        88 restrictListOn      VALUE "Y".
    01 termTable.
        05 termEntry OCCURS 200 TIMES.
            10 rtTerm          PIC x(20).
            10 rtTermLen       PIC 9(2).
            10 rtSeverity      PIC 9(1).
    01 termCount       PIC 9(3) VALUE 0.
    01 termIndex       PIC 9(3).
    01 blockSeverity   PIC 9(1) VALUE 3.
    01 screenSeverity  PIC 9(1).
    01 screenTerm      PIC x(20).
    COPY CIPHERMSG REPLACING ==RECORD-NAME== BY ==screenText==.
    01 screenPos       PIC 9(3).
    01 screenLimit     PIC 9(3).
    01 screenAfter     PIC 9(3).
    01 termHitFlag     PIC x(1).
        88 termHit             VALUE "Y".
    *> One approval from HOLDQ.DAT: the held message it names, the
    *> decision date (HOLDRESUB.DAT's HDR date), the hash the released
    *> text carries under our own HDR, and whether it has been spent.
    01 releasedTable.
        05 releasedEntry OCCURS 200 TIMES.
            10 releasedOrigin    PIC x(8).
            10 releasedHdrDate   PIC x(8).
            10 releasedRecNum    PIC 9(8).
            10 releasedHeldHash  PIC 9(6).
            10 releasedDecDate   PIC x(8).
            10 releasedHash      PIC 9(6).
            10 releasedUsedFlag  PIC x(1).
                88 releasedUsed        VALUE "Y".
            10 releasedText      PIC x(500).
    01 releasedCount   PIC 9(3) VALUE 0.
    01 releasedHashWork PIC 9(6).
    01 releasedIndex   PIC 9(3).
    01 releasedFoundFlag PIC x(1).
        88 releasedFound       VALUE "Y".
    01 heldRecTable.
        05 heldRec OCCURS 200 TIMES PIC 9(8).
    01 heldRecCount    PIC 9(3) VALUE 0.
    01 heldRecIndex    PIC 9(3).
    01 reconSkipText   PIC x(24).
    01 holdCount       PIC 9(8) VALUE 0.
    01 screenFlagCount PIC 9(8) VALUE 0.
    01 screenRelCount  PIC 9(8) VALUE 0.
    *> Priority fast path state: a "PRI" tag line marks the NEXT
    *> message as time-critical. A pre-pass ciphers the tagged
    *> messages into the express output and closes it before routine
    PERFORM ReadControlCard
    PERFORM BuildDatasetList

    PERFORM OpenPartnerMaster
    PERFORM LoadKeySchedule
    PERFORM LoadRestrictedTerms
    PERFORM OpenMessageHistory

    *> Resolve every dataset's origin and keys up front so an unknown
    *> partner, or an expired or missing key, refuses the whole run
    *> before any input is processed.
    ACCEPT wsTodayDate FROM DATE YYYYMMDD
    PERFORM OpenKeyVault
    PERFORM VARYING currentDatasetNum FROM 1 BY 1
            UNTIL currentDatasetNum > datasetCount
        PERFORM ReadDatasetOrigin
        PERFORM ValidateDatasetOrigin
        PERFORM ResolveDatasetKeys
    END-PERFORM
    CLOSE KeyVaultFile
    IF partnerMasterOn
        CLOSE PartnerFile
    END-IF

    PERFORM ReadCheckpoint
    PERFORM AssignRunGeneration

    *> AUDITLOG.DAT is a compliance trail across runs, not just within
    *> one run, so it is always appended to (OPEN EXTEND) and only
        OPEN OUTPUT DupReportFile
    END-IF

    *> HOLDQ.DAT is a standing queue HOLDREL works down, not a
    *> per-run report, so held messages are always appended.
    IF restrictListOn
        OPEN EXTEND HoldQueueFile
        IF holdQueueFileStatus IS NOT EQUAL TO "00"
            OPEN OUTPUT HoldQueueFile
        END-IF
    END-IF

    PERFORM VARYING currentDatasetNum FROM 1 BY 1
            UNTIL currentDatasetNum > datasetCount
        IF cutoffHit
            CONTINUE
        ELSE
            PERFORM SetDatasetContext
            PERFORM WriteKeySelectAudit
            PERFORM ProcessDataset
            IF modeSolveOn AND NOT cutoffHit
                PERFORM Solve

    CLOSE RejectsFile
    CLOSE DupReportFile
    IF restrictListOn
        CLOSE HoldQueueFile
    END-IF

    PERFORM FileMessageHistory

    *> Clean completion — reset the checkpoint so the next fresh run
    *> starts at the first dataset, first record. A cutoff run keeps

    IF modeSolveOn
        CLOSE SolveReportFile
        IF dictionaryOpen
            CLOSE DictionaryFile
        END-IF
    END-IF
    IF modeEncryptOn AND modeDecryptOn
        CLOSE ReconReportFile
    PERFORM EvaluateCompletion

    PERFORM WriteSummaryReport
    PERFORM CatalogRunReports

    *> Terminate the run's audit chain: a chained RUNEND record with
    *> the final sequence and check value. AUDITRPT's VERIFY mode
    MOVE 0 TO recordsProcessed
    MOVE totalEncrypted TO snapEncrypted
    MOVE rejectCount TO snapRejected
    MOVE expressCount TO snapExpressed
    MOVE totalVigEncrypted TO snapVigEncrypted
    MOVE dupSuppressedTotal TO snapDupSuppressed

    IF currentDatasetNum < restartDataset
        *> Fully processed before the restart — leave its outputs
    MOVE "N" TO hdrSeenFlag
    MOVE "N" TO trlSeenFlag
    MOVE 0 TO dupSuppressCount
    MOVE 0 TO heldRecCount
    MOVE SPACES TO fileHeaderDate
    MOVE SPACES TO fileOriginSystem
    MOVE 0 TO expectedRecCount
                    SUBTRACT 1 FROM recordsProcessed
                    PERFORM WriteCheckpoint
                    MOVE "Y" TO inputEofFlag
                    *> REF= names the first record left for the
                    *> resume run.
                    MOVE 0 TO recHashWork
                    MOVE "CUTOFF" TO auditParagraph
                    MOVE SPACES TO auditKeyText
                    MOVE 0 TO auditInputLen
                    PERFORM WriteAuditLog
                ELSE
                *> One physical line = one logical message. A line
                *> longer than CIPHERREC arrives as a status-06 read
                IF cipherInFileStatus IS EQUAL TO "06"
                    PERFORM ReadContinuationSegments
                END-IF
                PERFORM TranslateInbound
                PERFORM BuildSegmentTable
                IF msgText (1:3) IS EQUAL TO "HDR"
                    *> File header control record: creation date and
                    CONTINUE
                ELSE
                    PERFORM ValidateInput
                    IF cpMsgUnmapped > 0
                        ADD cpMsgUnmapped TO unmappedInCount
                        ADD cpMsgUnmapped
                            TO dsUnmappedIn (currentDatasetNum)
                    END-IF

                    MOVE "N" TO dupDivertFlag
                    IF validRecord AND priThisFlag IS EQUAL TO "Y"
                        MOVE "Y" TO dupDivertFlag
                    ELSE
                        IF validRecord
                            *> Screened before the duplicate check, so
                            *> a held message never joins the hash
                            *> history its released resubmission will
                            *> be checked against.
                            PERFORM ScreenMessage
                            IF NOT dupDiverted
                                PERFORM CheckDuplicateMessage
                            END-IF
                        END-IF
                    END-IF

                    IF dupDiverted
                        *> Already expressed, held for release or
                        *> reported to DUPRPT.DAT; the message stays
                        *> out of the routine cipher outputs.
                        CONTINUE
                    ELSE
                    IF validRecord
                            PERFORM EncryptMessage
                            DISPLAY "Encrypted Cipher Value: "
                                FUNCTION TRIM(cipheredMsg)
                            MOVE cipheredMsg TO codePageMsg
                            PERFORM ToPartnerCodePage
                            MOVE codePageMsg TO encryptRecord
                            WRITE encryptRecord
                            PERFORM CountEncryptOutput
                            MOVE "ENCRYPT" TO auditParagraph
                            PERFORM VigEncryptMessage
                            DISPLAY "Vigenere Encrypted Value: "
                                FUNCTION TRIM(vigCipheredMsg)
                            MOVE vigCipheredMsg TO codePageMsg
                            PERFORM ToPartnerCodePage
                            MOVE codePageMsg TO vigEncryptRecord
                            WRITE vigEncryptRecord
                            PERFORM CountVigEncryptOutput
                            MOVE "VIGENCRYPT" TO auditParagraph
                            MOVE FUNCTION LENGTH(FUNCTION TRIM(vigCipheredMsg)) TO auditInputLen
                            PERFORM WriteAuditLog
                        END-IF

                        IF affActive
                            PERFORM AffEncryptMessage
                            DISPLAY "Affine Encrypted Value: "
                                FUNCTION TRIM(affCipheredMsg)
                            MOVE affCipheredMsg TO codePageMsg
                            PERFORM ToPartnerCodePage
                            MOVE codePageMsg TO affEncryptRecord
                            WRITE affEncryptRecord
                            PERFORM CountAffEncryptOutput
                            MOVE "AFFENCRYPT" TO auditParagraph
                            MOVE affKeyId TO auditKeyText
                            MOVE FUNCTION LENGTH(FUNCTION TRIM(msgText)) TO auditInputLen
                            PERFORM WriteAuditLog

                            PERFORM AffDecryptMessage
                            DISPLAY "Affine Decrypted Value: "
                                FUNCTION TRIM(affDecipheredMsg)
                            MOVE affDecipheredMsg TO affDecryptRecord
                            WRITE affDecryptRecord
                            PERFORM CountAffDecryptOutput
                            MOVE "AFFDECRYPT" TO auditParagraph
                            MOVE affKeyId TO auditKeyText
                            MOVE FUNCTION LENGTH(FUNCTION TRIM(affCipheredMsg)) TO auditInputLen
                            PERFORM WriteAuditLog
                        END-IF

                        IF trnActive
                            PERFORM TrnEncryptMessage
                            DISPLAY "Transposition Encrypted Value: "
                                FUNCTION TRIM(trnCipheredMsg)
                            MOVE trnCipheredMsg TO codePageMsg
                            PERFORM ToPartnerCodePage
                            MOVE codePageMsg TO trnEncryptRecord
                            WRITE trnEncryptRecord
                            PERFORM CountTrnEncryptOutput
                            MOVE "TRNENCRYPT" TO auditParagraph
                            MOVE trnKeyId TO auditKeyText
                            MOVE FUNCTION LENGTH(FUNCTION TRIM(msgText)) TO auditInputLen
                            PERFORM WriteAuditLog

                            PERFORM TrnDecryptMessage
                            DISPLAY "Transposition Decrypted Value: "
                                FUNCTION TRIM(trnDecipheredMsg)
                            MOVE trnDecipheredMsg TO trnDecryptRecord
                            WRITE trnDecryptRecord
                            PERFORM CountTrnDecryptOutput
                            MOVE "TRNDECRYPT" TO auditParagraph
                            MOVE trnKeyId TO auditKeyText
                            MOVE FUNCTION LENGTH(FUNCTION TRIM(trnCipheredMsg)) TO auditInputLen
                            PERFORM WriteAuditLog
                        END-IF
                    ELSE
                        DISPLAY "Rejected Input Record: "
                            FUNCTION TRIM(msgText)
        = totalEncrypted - snapEncrypted
    COMPUTE dsRejected (currentDatasetNum)
        = rejectCount - snapRejected
    COMPUTE dsExpressed (currentDatasetNum)
        = expressCount - snapExpressed
    COMPUTE dsVigEncrypted (currentDatasetNum)
        = totalVigEncrypted - snapVigEncrypted
    COMPUTE dsDupSuppressed (currentDatasetNum)
        = dupSuppressedTotal - snapDupSuppressed

    *> Mark this dataset complete: checkpoint the NEXT dataset at
    *> record zero, so a crash between datasets resumes in the right
        CONTINUE
    ELSE
        OPEN OUTPUT ExpressOutFile
        MOVE SPACES TO codePageMsg
        STRING "HDR" DELIMITED BY SIZE
            wsTodayDate DELIMITED BY SIZE
            ourSystemId DELIMITED BY SIZE
            INTO codePageMsg
        PERFORM ToPartnerCodePage
        MOVE codePageMsg TO expressRecord
        WRITE expressRecord
        MOVE "Y" TO expressOpenFlag
        *> Record numbering here matches the routine pass (one per
                    IF cipherInFileStatus IS EQUAL TO "06"
                        PERFORM ReadContinuationSegments
                    END-IF
                    PERFORM TranslateInbound
                    PERFORM DealExpressMessage
            END-READ
        END-PERFORM
        CLOSE CipherInFile
        MOVE SPACES TO codePageMsg
        STRING "TRL" DELIMITED BY SIZE
            outExpCount DELIMITED BY SIZE
            outExpHash DELIMITED BY SIZE
            INTO codePageMsg
        PERFORM ToPartnerCodePage
        MOVE codePageMsg TO expressRecord
        WRITE expressRecord
        CLOSE ExpressOutFile
        MOVE "N" TO expressOpenFlag
        MOVE "EXPRESS" TO catOutType
        MOVE wsExpressOutName TO catDataset
        MOVE dsOrigin (currentDatasetNum) TO catPartner
        MOVE outExpCount TO catCount
        MOVE outExpHash TO catHash
        MOVE "C" TO catStatus
        PERFORM CatalogGeneration
        *> A bare express file is not delivered, so only one with
        *> priority traffic in it goes on the sent register.
        IF outExpCount > 0
            MOVE wsTodayDate TO sentHdrDate
            MOVE "EXPRESS" TO sentFileType
            MOVE wsExpressOutName TO sentDataset
            MOVE outExpCount TO sentCount
            MOVE outExpHash TO sentHash
            PERFORM RegisterSentFile
        END-IF
    END-IF
    MOVE "N" TO inputEofFlag
      .
                    *> must not be expressed and delivered twice. The
                    *> routine pass diverts PRI messages before its
                    *> own duplicate check, so this is the one place
                    *> they are checked and added to the history —
                    *> and screened, so a held priority message is
                    *> never expressed either.
                    *> The message hash is computed here, on the
                    *> partner's bytes, without touching the balance
                    *> totals the routine pass accumulates from
                    *> scratch.
                    MOVE 0 TO recHashWork
                    COMPUTE msgScanLen = segCount * 50
                    PERFORM VARYING i FROM 1 BY 1
                            UNTIL i > msgScanLen
                        IF partnerMsg (i:1) IS NOT EQUAL TO SPACE
                            AND partnerMsg (i:1)
                                IS NOT EQUAL TO codePageSpace
                            COMPUTE recHashWork = recHashWork
                                + FUNCTION ORD(partnerMsg (i:1))
                        END-IF
                    END-PERFORM
                    MOVE "N" TO dupDivertFlag
                    PERFORM ScreenMessage
                    IF NOT dupDiverted
                        PERFORM CheckDuplicateMessage
                    END-IF
                    IF NOT dupDiverted
                        PERFORM WriteExpressMessage
                    END-IF
WriteExpressMessage.
    PERFORM EncryptMessage
    DISPLAY "Express Encrypted Value: " FUNCTION TRIM(cipheredMsg)
    MOVE cipheredMsg TO codePageMsg
    PERFORM ToPartnerCodePage
    MOVE codePageMsg TO expressRecord
    WRITE expressRecord
    ADD 1 TO outExpCount
    ADD cpMsgUnmapped TO unmappedOutCount
    ADD cpMsgUnmapped TO dsUnmappedOut (currentDatasetNum)
    MOVE expressRecord TO outHashMsg
    PERFORM AccumulatePartnerHash
    COMPUTE outExpHash = FUNCTION MOD(
        outExpHash + outHashWork, 10000000000)
    ADD 1 TO expressCount
OpenCipherOutputs.
    *> Fresh outputs: open each active file and stamp its HDR control
    *> record before any data record goes out.
    MOVE wsTodayDate TO sentHdrDate
    OPEN OUTPUT EncryptOutFile
    PERFORM WriteEncryptHeader
    OPEN OUTPUT DecryptOutFile
        PERFORM WriteVigEncryptHeader
        OPEN OUTPUT VigDecryptOutFile
        PERFORM WriteVigDecryptHeader
    END-IF
    IF affActive
        OPEN OUTPUT AffEncryptOutFile
        PERFORM WriteAffEncryptHeader
        OPEN OUTPUT AffDecryptOutFile
        PERFORM WriteAffDecryptHeader
    END-IF
    IF trnActive
        OPEN OUTPUT TrnEncryptOutFile
        PERFORM WriteTrnEncryptHeader
        OPEN OUTPUT TrnDecryptOutFile
        PERFORM WriteTrnDecryptHeader
    END-IF
      .

    *> appending — the TRL must cover the whole file, not just the
    *> records written after the restart. An output that never got
    *> created starts fresh instead.
    MOVE wsTodayDate TO sentHdrDate
    PERFORM RestoreEncryptControls
    PERFORM RestoreDecryptControls
    IF vigActive
        PERFORM RestoreVigEncryptControls
        PERFORM RestoreVigDecryptControls
    END-IF
    IF affActive
        PERFORM RestoreAffEncryptControls
        PERFORM RestoreAffDecryptControls
    END-IF
    IF trnActive
        PERFORM RestoreTrnEncryptControls
        PERFORM RestoreTrnDecryptControls
    END-IF
      .

                AT END
                    MOVE "Y" TO outScanEofFlag
                NOT AT END
                    MOVE encryptRecord TO codePageMsg
                    PERFORM ToInternalCodePage
                    IF codePageMsg (1:3) IS EQUAL TO "HDR"
                        MOVE codePageMsg (4:8) TO sentHdrDate
                    END-IF
                    IF codePageMsg (1:3) IS NOT EQUAL TO "HDR"
                        AND codePageMsg (1:3) IS NOT EQUAL TO "TRL"
                        ADD 1 TO outEncCount
                        MOVE encryptRecord TO outHashMsg
                        PERFORM AccumulatePartnerHash
                        COMPUTE outEncHash = FUNCTION MOD(
                            outEncHash + outHashWork, 10000000000)
                    END-IF
                AT END
                    MOVE "Y" TO outScanEofFlag
                NOT AT END
                    MOVE vigEncryptRecord TO codePageMsg
                    PERFORM ToInternalCodePage
                    IF codePageMsg (1:3) IS NOT EQUAL TO "HDR"
                        AND codePageMsg (1:3)
                            IS NOT EQUAL TO "TRL"
                        ADD 1 TO outVencCount
                        MOVE vigEncryptRecord TO outHashMsg
                        PERFORM AccumulatePartnerHash
                        COMPUTE outVencHash = FUNCTION MOD(
                            outVencHash + outHashWork, 10000000000)
                    END-IF
    END-IF
      .

RestoreAffEncryptControls.
    OPEN INPUT AffEncryptOutFile
    IF affEncryptOutFileStatus IS NOT EQUAL TO "00"
        OPEN OUTPUT AffEncryptOutFile
        PERFORM WriteAffEncryptHeader
    ELSE
        MOVE 0 TO outAencCount
        MOVE 0 TO outAencHash
        MOVE "N" TO outScanEofFlag
        PERFORM UNTIL outScanAtEnd
            READ AffEncryptOutFile
                AT END
                    MOVE "Y" TO outScanEofFlag
                NOT AT END
                    MOVE affEncryptRecord TO codePageMsg
                    PERFORM ToInternalCodePage
                    IF codePageMsg (1:3) IS NOT EQUAL TO "HDR"
                        AND codePageMsg (1:3)
                            IS NOT EQUAL TO "TRL"
                        ADD 1 TO outAencCount
                        MOVE affEncryptRecord TO outHashMsg
                        PERFORM AccumulatePartnerHash
                        COMPUTE outAencHash = FUNCTION MOD(
                            outAencHash + outHashWork, 10000000000)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AffEncryptOutFile
        OPEN EXTEND AffEncryptOutFile
    END-IF
      .

RestoreAffDecryptControls.
    OPEN INPUT AffDecryptOutFile
    IF affDecryptOutFileStatus IS NOT EQUAL TO "00"
        OPEN OUTPUT AffDecryptOutFile
        PERFORM WriteAffDecryptHeader
    ELSE
        MOVE 0 TO outAdecCount
        MOVE 0 TO outAdecHash
        MOVE "N" TO outScanEofFlag
        PERFORM UNTIL outScanAtEnd
            READ AffDecryptOutFile
                AT END
                    MOVE "Y" TO outScanEofFlag
                NOT AT END
                    IF affDecryptRecord (1:3) IS NOT EQUAL TO "HDR"
                        AND affDecryptRecord (1:3)
                            IS NOT EQUAL TO "TRL"
                        ADD 1 TO outAdecCount
                        MOVE affDecryptRecord TO outHashMsg
                        PERFORM AccumulateOutputHash
                        COMPUTE outAdecHash = FUNCTION MOD(
                            outAdecHash + outHashWork, 10000000000)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AffDecryptOutFile
        OPEN EXTEND AffDecryptOutFile
    END-IF
      .

RestoreTrnEncryptControls.
    OPEN INPUT TrnEncryptOutFile
    IF trnEncryptOutFileStatus IS NOT EQUAL TO "00"
        OPEN OUTPUT TrnEncryptOutFile
        PERFORM WriteTrnEncryptHeader
    ELSE
        MOVE 0 TO outTencCount
        MOVE 0 TO outTencHash
        MOVE "N" TO outScanEofFlag
        PERFORM UNTIL outScanAtEnd
            READ TrnEncryptOutFile
                AT END
                    MOVE "Y" TO outScanEofFlag
                NOT AT END
                    MOVE trnEncryptRecord TO codePageMsg
                    PERFORM ToInternalCodePage
                    IF codePageMsg (1:3) IS NOT EQUAL TO "HDR"
                        AND codePageMsg (1:3)
                            IS NOT EQUAL TO "TRL"
                        ADD 1 TO outTencCount
                        MOVE trnEncryptRecord TO outHashMsg
                        PERFORM AccumulatePartnerHash
                        COMPUTE outTencHash = FUNCTION MOD(
                            outTencHash + outHashWork, 10000000000)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TrnEncryptOutFile
        OPEN EXTEND TrnEncryptOutFile
    END-IF
      .

RestoreTrnDecryptControls.
    OPEN INPUT TrnDecryptOutFile
    IF trnDecryptOutFileStatus IS NOT EQUAL TO "00"
        OPEN OUTPUT TrnDecryptOutFile
        PERFORM WriteTrnDecryptHeader
    ELSE
        MOVE 0 TO outTdecCount
        MOVE 0 TO outTdecHash
        MOVE "N" TO outScanEofFlag
        PERFORM UNTIL outScanAtEnd
            READ TrnDecryptOutFile
                AT END
                    MOVE "Y" TO outScanEofFlag
                NOT AT END
                    IF trnDecryptRecord (1:3) IS NOT EQUAL TO "HDR"
                        AND trnDecryptRecord (1:3)
                            IS NOT EQUAL TO "TRL"
                        ADD 1 TO outTdecCount
                        MOVE trnDecryptRecord TO outHashMsg
                        PERFORM AccumulateOutputHash
                        COMPUTE outTdecHash = FUNCTION MOD(
                            outTdecHash + outHashWork, 10000000000)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TrnDecryptOutFile
        OPEN EXTEND TrnDecryptOutFile
    END-IF
      .


WriteEncryptHeader.
    MOVE SPACES TO codePageMsg
    STRING "HDR" DELIMITED BY SIZE
        wsTodayDate DELIMITED BY SIZE
        ourSystemId DELIMITED BY SIZE
        INTO codePageMsg
    PERFORM ToPartnerCodePage
    MOVE codePageMsg TO encryptRecord
    WRITE encryptRecord
    MOVE 0 TO outEncCount
    MOVE 0 TO outEncHash


WriteVigEncryptHeader.
    MOVE SPACES TO codePageMsg
    STRING "HDR" DELIMITED BY SIZE
        wsTodayDate DELIMITED BY SIZE
        ourSystemId DELIMITED BY SIZE
        INTO codePageMsg
    PERFORM ToPartnerCodePage
    MOVE codePageMsg TO vigEncryptRecord
    WRITE vigEncryptRecord
    MOVE 0 TO outVencCount
    MOVE 0 TO outVencHash
    MOVE 0 TO outVdecHash
      .

WriteAffEncryptHeader.
    MOVE SPACES TO codePageMsg
    STRING "HDR" DELIMITED BY SIZE
        wsTodayDate DELIMITED BY SIZE
        ourSystemId DELIMITED BY SIZE
        INTO codePageMsg
    PERFORM ToPartnerCodePage
    MOVE codePageMsg TO affEncryptRecord
    WRITE affEncryptRecord
    MOVE 0 TO outAencCount
    MOVE 0 TO outAencHash
      .

WriteAffDecryptHeader.
    MOVE SPACES TO affDecryptRecord
    STRING "HDR" DELIMITED BY SIZE
        wsTodayDate DELIMITED BY SIZE
        ourSystemId DELIMITED BY SIZE
        INTO affDecryptRecord
    WRITE affDecryptRecord
    MOVE 0 TO outAdecCount
    MOVE 0 TO outAdecHash
      .

WriteTrnEncryptHeader.
    MOVE SPACES TO codePageMsg
    STRING "HDR" DELIMITED BY SIZE
        wsTodayDate DELIMITED BY SIZE
        ourSystemId DELIMITED BY SIZE
        INTO codePageMsg
    PERFORM ToPartnerCodePage
    MOVE codePageMsg TO trnEncryptRecord
    WRITE trnEncryptRecord
    MOVE 0 TO outTencCount
    MOVE 0 TO outTencHash
      .

WriteTrnDecryptHeader.
    MOVE SPACES TO trnDecryptRecord
    STRING "HDR" DELIMITED BY SIZE
        wsTodayDate DELIMITED BY SIZE
        ourSystemId DELIMITED BY SIZE
        INTO trnDecryptRecord
    WRITE trnDecryptRecord
    MOVE 0 TO outTdecCount
    MOVE 0 TO outTdecHash
      .


CloseCipherOutputs.
    *> Each output closes with its TRL control record: the count and
            CLOSE VigEncryptOutFile
            CLOSE VigDecryptOutFile
        END-IF
        IF affActive
            CLOSE AffEncryptOutFile
            CLOSE AffDecryptOutFile
        END-IF
        IF trnActive
            CLOSE TrnEncryptOutFile
            CLOSE TrnDecryptOutFile
        END-IF
        MOVE "O" TO catStatus
    ELSE
        PERFORM StampOutputTrailers
        MOVE "C" TO catStatus
    END-IF
    PERFORM CatalogCipherOutputs
      .


StampOutputTrailers.
    MOVE SPACES TO codePageMsg
    STRING "TRL" DELIMITED BY SIZE
        outEncCount DELIMITED BY SIZE
        outEncHash DELIMITED BY SIZE
        INTO codePageMsg
    PERFORM ToPartnerCodePage
    MOVE codePageMsg TO encryptRecord
    WRITE encryptRecord
    CLOSE EncryptOutFile
    *> As with the express file, an empty partner-bound output is not
    *> delivered, so it stays off the sent register (and out of the
    *> overdue-ack report).
    IF modeEncryptOn AND outEncCount > 0
        MOVE "ENCRYPT" TO sentFileType
        MOVE wsEncryptOutName TO sentDataset
        MOVE outEncCount TO sentCount
        MOVE outEncHash TO sentHash
        PERFORM RegisterSentFile
    END-IF
    MOVE SPACES TO decryptRecord
    STRING "TRL" DELIMITED BY SIZE
        outDecCount DELIMITED BY SIZE
    WRITE decryptRecord
    CLOSE DecryptOutFile
    IF vigActive
        MOVE SPACES TO codePageMsg
        STRING "TRL" DELIMITED BY SIZE
            outVencCount DELIMITED BY SIZE
            outVencHash DELIMITED BY SIZE
            INTO codePageMsg
        PERFORM ToPartnerCodePage
        MOVE codePageMsg TO vigEncryptRecord
        WRITE vigEncryptRecord
        CLOSE VigEncryptOutFile
        IF outVencCount > 0
            MOVE "VIGENC" TO sentFileType
            MOVE wsVigEncryptOutName TO sentDataset
            MOVE outVencCount TO sentCount
            MOVE outVencHash TO sentHash
            PERFORM RegisterSentFile
        END-IF
        MOVE SPACES TO vigDecryptRecord
        STRING "TRL" DELIMITED BY SIZE
            outVdecCount DELIMITED BY SIZE
            INTO vigDecryptRecord
        WRITE vigDecryptRecord
        CLOSE VigDecryptOutFile
    END-IF
    IF affActive
        MOVE SPACES TO codePageMsg
        STRING "TRL" DELIMITED BY SIZE
            outAencCount DELIMITED BY SIZE
            outAencHash DELIMITED BY SIZE
            INTO codePageMsg
        PERFORM ToPartnerCodePage
        MOVE codePageMsg TO affEncryptRecord
        WRITE affEncryptRecord
        CLOSE AffEncryptOutFile
        IF outAencCount > 0
            MOVE "AFFENC" TO sentFileType
            MOVE wsAffEncryptOutName TO sentDataset
            MOVE outAencCount TO sentCount
            MOVE outAencHash TO sentHash
            PERFORM RegisterSentFile
        END-IF
        MOVE SPACES TO affDecryptRecord
        STRING "TRL" DELIMITED BY SIZE
            outAdecCount DELIMITED BY SIZE
            outAdecHash DELIMITED BY SIZE
            INTO affDecryptRecord
        WRITE affDecryptRecord
        CLOSE AffDecryptOutFile
    END-IF
    IF trnActive
        MOVE SPACES TO codePageMsg
        STRING "TRL" DELIMITED BY SIZE
            outTencCount DELIMITED BY SIZE
            outTencHash DELIMITED BY SIZE
            INTO codePageMsg
        PERFORM ToPartnerCodePage
        MOVE codePageMsg TO trnEncryptRecord
        WRITE trnEncryptRecord
        CLOSE TrnEncryptOutFile
        IF outTencCount > 0
            MOVE "TRNENC" TO sentFileType
            MOVE wsTrnEncryptOutName TO sentDataset
            MOVE outTencCount TO sentCount
            MOVE outTencHash TO sentHash
            PERFORM RegisterSentFile
        END-IF
        MOVE SPACES TO trnDecryptRecord
        STRING "TRL" DELIMITED BY SIZE
            outTdecCount DELIMITED BY SIZE
            outTdecHash DELIMITED BY SIZE
            INTO trnDecryptRecord
        WRITE trnDecryptRecord
        CLOSE TrnDecryptOutFile
    END-IF
      .


CatalogCipherOutputs.
    *> One catalog entry per output just closed, with the totals its
    *> TRL carries (or will carry, once the resume run stamps it).
    MOVE dsOrigin (currentDatasetNum) TO catPartner
    MOVE "ENCRYPT" TO catOutType
    MOVE wsEncryptOutName TO catDataset
    MOVE outEncCount TO catCount
    MOVE outEncHash TO catHash
    PERFORM CatalogGeneration
    MOVE "DECRYPT" TO catOutType
    MOVE wsDecryptOutName TO catDataset
    MOVE outDecCount TO catCount
    MOVE outDecHash TO catHash
    PERFORM CatalogGeneration
    IF vigActive
        MOVE "VIGENC" TO catOutType
        MOVE wsVigEncryptOutName TO catDataset
        MOVE outVencCount TO catCount
        MOVE outVencHash TO catHash
        PERFORM CatalogGeneration
        MOVE "VIGDEC" TO catOutType
        MOVE wsVigDecryptOutName TO catDataset
        MOVE outVdecCount TO catCount
        MOVE outVdecHash TO catHash
        PERFORM CatalogGeneration
    END-IF
    IF affActive
        MOVE "AFFENC" TO catOutType
        MOVE wsAffEncryptOutName TO catDataset
        MOVE outAencCount TO catCount
        MOVE outAencHash TO catHash
        PERFORM CatalogGeneration
        MOVE "AFFDEC" TO catOutType
        MOVE wsAffDecryptOutName TO catDataset
        MOVE outAdecCount TO catCount
        MOVE outAdecHash TO catHash
        PERFORM CatalogGeneration
    END-IF
    IF trnActive
        MOVE "TRNENC" TO catOutType
        MOVE wsTrnEncryptOutName TO catDataset
        MOVE outTencCount TO catCount
        MOVE outTencHash TO catHash
        PERFORM CatalogGeneration
        MOVE "TRNDEC" TO catOutType
        MOVE wsTrnDecryptOutName TO catDataset
        MOVE outTdecCount TO catCount
        MOVE outTdecHash TO catHash
        PERFORM CatalogGeneration
    END-IF
      .


CatalogRunReports.
    *> The run-wide reports carry no trailer. After a cut they stay
    *> open: the resume run appends to or rewrites the same generation.
    IF cutoffHit
        MOVE "O" TO catStatus
    ELSE
        MOVE "C" TO catStatus
    END-IF
    MOVE SPACES TO catPartner
    MOVE 0 TO catCount
    MOVE 0 TO catHash
    MOVE "REJECTS" TO catOutType
    MOVE wsRejectsName TO catDataset
    PERFORM CatalogGeneration
    MOVE "DUPRPT" TO catOutType
    MOVE wsDupReportName TO catDataset
    PERFORM CatalogGeneration
    IF modeSolveOn
        MOVE "SOLVERPT" TO catOutType
        MOVE wsSolveReportName TO catDataset
        PERFORM CatalogGeneration
    END-IF
    IF modeEncryptOn AND modeDecryptOn
        MOVE "RECONRPT" TO catOutType
        MOVE wsReconReportName TO catDataset
        PERFORM CatalogGeneration
    END-IF
    MOVE "JOBSUMRY" TO catOutType
    MOVE wsSummaryReportName TO catDataset
    PERFORM CatalogGeneration
      .


CatalogGeneration.
    *> Appends one generation to GDGCAT.DAT, created the first time.
    MOVE SPACES TO genBaseWork
    UNSTRING catDataset DELIMITED BY "." INTO genBaseWork
    OPEN EXTEND GenCatalogFile
    IF genCatalogFileStatus IS NOT EQUAL TO "00"
        OPEN OUTPUT GenCatalogFile
    END-IF
    MOVE SPACES TO genCatalogRecord
    MOVE genBaseWork TO gcBase
    MOVE runGeneration TO gcGen
    MOVE catOutType TO gcOutType
    MOVE catDataset TO gcDataset
    MOVE wsTodayDate TO gcRunDate
    MOVE wsJobId TO gcJobId
    MOVE catPartner TO gcPartner
    MOVE catCount TO gcCount
    MOVE catHash TO gcHash
    MOVE catStatus TO gcStatus
    WRITE genCatalogRecord
    CLOSE GenCatalogFile
      .


RegisterSentFile.
    *> Appends one outbound file to SENTREG.DAT, created the first
    *> time. Only the enciphered outputs go to partners; the decrypt
    *> outputs stay here for the round-trip check. A run over one of
    *> FILESPLIT's CIPHPARTnn.DAT pieces sends nothing itself: its
    *> partner-bound ENCRYPTOUT/VIGENCOUT/AFFENCOUT/TRNENCOUT are
    *> stashed for FILEMERGE, which registers the merged file that is
    *> actually delivered.
    IF wsCipherInDataset (1:8) IS EQUAL TO "CIPHPART"
        AND (sentFileType IS EQUAL TO "ENCRYPT"
        OR sentFileType IS EQUAL TO "VIGENC"
        OR sentFileType IS EQUAL TO "AFFENC"
        OR sentFileType IS EQUAL TO "TRNENC")
        CONTINUE
    ELSE
        OPEN EXTEND SentRegFile
        IF sentRegFileStatus IS NOT EQUAL TO "00"
            OPEN OUTPUT SentRegFile
        END-IF
        MOVE SPACES TO sentRegRecord
        MOVE wsTodayDate TO srRunDate
        MOVE wsJobId TO srJobId
        MOVE sentHdrDate TO srHdrDate
        MOVE ourSystemId TO srOrigin
        MOVE dsOrigin (currentDatasetNum) TO srPartner
        MOVE sentFileType TO srFileType
        MOVE sentDataset TO srDataset
        MOVE sentCount TO srCount
        MOVE sentHash TO srHash
        WRITE sentRegRecord
        CLOSE SentRegFile
    END-IF
      .

      .


AccumulatePartnerHash.
    *> AccumulateOutputHash for a record going back to the partner:
    *> outHashMsg holds the record as written, in their code page, and
    *> their blank is skipped along with ours so their balance check
    *> agrees with our trailer.
    MOVE 0 TO outHashWork
    PERFORM VARYING i FROM 1 BY 1
            UNTIL i > FUNCTION LENGTH(outHashMsg)
        IF outHashMsg (i:1) IS NOT EQUAL TO SPACE
            AND outHashMsg (i:1) IS NOT EQUAL TO codePageSpace
            COMPUTE outHashWork = outHashWork
                + FUNCTION ORD(outHashMsg (i:1))
        END-IF
    END-PERFORM
      .


TranslateInbound.
    *> Bring the message just read into our character set. The bytes
    *> as received stay in partnerMsg for the trailer hash; a byte the
    *> partner's code page has no equivalent for comes through as
    *> X"1A" and is counted, and ValidateInput rejects the message.
    MOVE msgText TO partnerMsg
    MOVE 0 TO cpMsgUnmapped
    EVALUATE TRUE
        WHEN codePageEbcdic
            INSPECT msgText CONVERTING cpAllBytes TO cpEbcdicIn
            INSPECT msgText TALLYING cpMsgUnmapped FOR ALL X"1A"
        WHEN codePageLatin1
            INSPECT msgText CONVERTING cpAllBytes TO cpLatin1In
            INSPECT msgText TALLYING cpMsgUnmapped FOR ALL X"1A"
        WHEN OTHER
            CONTINUE
    END-EVALUATE
      .


ToPartnerCodePage.
    *> codePageMsg into the partner's code page before it is written.
    *> Only the text is converted — the blank padding after it has to
    *> stay X"20" so the line is trimmed on write. A character with no
    *> equivalent goes out as their substitute byte and is counted in
    *> cpMsgUnmapped for the caller to report.
    MOVE 0 TO cpMsgUnmapped
    IF (codePageEbcdic OR codePageLatin1)
        AND codePageMsg IS NOT EQUAL TO SPACES
        COMPUTE codePageMsgLen =
            FUNCTION LENGTH(FUNCTION TRIM(codePageMsg TRAILING))
        EVALUATE TRUE
            WHEN codePageEbcdic
                INSPECT codePageMsg (1:codePageMsgLen)
                    CONVERTING cpAllBytes TO cpEbcdicOut
                INSPECT codePageMsg (1:codePageMsgLen)
                    TALLYING cpMsgUnmapped FOR ALL X"3F"
            WHEN codePageLatin1
                INSPECT codePageMsg (1:codePageMsgLen)
                    CONVERTING cpAllBytes TO cpLatin1Out
                INSPECT codePageMsg (1:codePageMsgLen)
                    TALLYING cpMsgUnmapped FOR ALL X"1A"
        END-EVALUATE
    END-IF
      .


ToInternalCodePage.
    *> codePageMsg from the partner's code page back into ours, for
    *> reading an output this run (or a restarted one) already wrote.
    EVALUATE TRUE
        WHEN codePageEbcdic
            INSPECT codePageMsg CONVERTING cpAllBytes TO cpEbcdicIn
        WHEN codePageLatin1
            INSPECT codePageMsg CONVERTING cpAllBytes TO cpLatin1In
        WHEN OTHER
            CONTINUE
    END-EVALUATE
      .


CountEncryptOutput.
    ADD 1 TO outEncCount
    ADD cpMsgUnmapped TO unmappedOutCount
    ADD cpMsgUnmapped TO dsUnmappedOut (currentDatasetNum)
    MOVE encryptRecord TO outHashMsg
    PERFORM AccumulatePartnerHash
    COMPUTE outEncHash = FUNCTION MOD(
        outEncHash + outHashWork, 10000000000)
      .

CountVigEncryptOutput.
    ADD 1 TO outVencCount
    ADD cpMsgUnmapped TO unmappedOutCount
    ADD cpMsgUnmapped TO dsUnmappedOut (currentDatasetNum)
    MOVE vigEncryptRecord TO outHashMsg
    PERFORM AccumulatePartnerHash
    COMPUTE outVencHash = FUNCTION MOD(
        outVencHash + outHashWork, 10000000000)
      .
        outVdecHash + outHashWork, 10000000000)
      .

CountAffEncryptOutput.
    ADD 1 TO outAencCount
    ADD cpMsgUnmapped TO unmappedOutCount
    ADD cpMsgUnmapped TO dsUnmappedOut (currentDatasetNum)
    MOVE affEncryptRecord TO outHashMsg
    PERFORM AccumulatePartnerHash
    COMPUTE outAencHash = FUNCTION MOD(
        outAencHash + outHashWork, 10000000000)
      .

CountAffDecryptOutput.
    ADD 1 TO outAdecCount
    MOVE affDecipheredMsg TO outHashMsg
    PERFORM AccumulateOutputHash
    COMPUTE outAdecHash = FUNCTION MOD(
        outAdecHash + outHashWork, 10000000000)
      .

CountTrnEncryptOutput.
    ADD 1 TO outTencCount
    ADD cpMsgUnmapped TO unmappedOutCount
    ADD cpMsgUnmapped TO dsUnmappedOut (currentDatasetNum)
    MOVE trnEncryptRecord TO outHashMsg
    PERFORM AccumulatePartnerHash
    COMPUTE outTencHash = FUNCTION MOD(
        outTencHash + outHashWork, 10000000000)
      .

CountTrnDecryptOutput.
    ADD 1 TO outTdecCount
    MOVE trnDecipheredMsg TO outHashMsg
    PERFORM AccumulateOutputHash
    COMPUTE outTdecHash = FUNCTION MOD(
        outTdecHash + outHashWork, 10000000000)
      .


AccumulateHashTotal.
    *> Hash contribution of one data record, computed from the bytes
    *> exactly as transmitted (rejected records included — the
    *> partner's trailer covers everything they sent). A multi-segment
    *> message is one transmitted record, so the whole message hashes.
    *> partnerMsg is the message before code page translation, so the
    *> total is in the partner's own bytes; their blank (X"40" in
    *> EBCDIC) is skipped as ours is.
    MOVE 0 TO recHashWork
    COMPUTE msgScanLen = segCount * 50
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > msgScanLen
        IF partnerMsg (i:1) IS NOT EQUAL TO SPACE
            AND partnerMsg (i:1) IS NOT EQUAL TO codePageSpace
            COMPUTE recHashWork = recHashWork
                + FUNCTION ORD(partnerMsg (i:1))
        END-IF
    END-PERFORM
    COMPUTE computedHashTotal =
      .


OpenMessageHistory.
    *> Opens the MSGHASH.DAT history for update. A missing history is
    *> a fresh start, not an error — it is created empty.
    MOVE 0 TO dupHistCount
    OPEN I-O MsgHashFile
    IF msgHashFileStatus IS EQUAL TO "35"
        OPEN OUTPUT MsgHashFile
        CLOSE MsgHashFile
        OPEN I-O MsgHashFile
    END-IF
    IF msgHashFileStatus IS NOT EQUAL TO "00"
        DISPLAY "CANNOT OPEN MSGHASH.DAT - STATUS " msgHashFileStatus
        MOVE SPACES TO alertText
        STRING "CANNOT OPEN MSGHASH.DAT - STATUS " DELIMITED BY SIZE
            msgHashFileStatus DELIMITED BY SIZE
            INTO alertText
        PERFORM AbortRun
    END-IF
      .

    *> the history. A hit is reported to DUPRPT.DAT and audited; in
    *> suppress mode it is also diverted away from the cipher outputs
    *> and remembered so the reconciliation skips it. A new message
    *> joins this run's table under today's date — so a resend later
    *> in this same run is caught too.
    MOVE "N" TO dupFoundFlag
    MOVE recHashWork TO recHashText
    MOVE fileOriginSystem TO mhDupOrigin
    MOVE recHashText TO mhDupHash
    READ MsgHashFile KEY IS mhDupKey
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO dupFoundFlag
            MOVE mhRecDate TO dupFirstSeen
    END-READ
    IF NOT dupFound
        PERFORM VARYING dupHistIndex FROM 1 BY 1
                UNTIL dupHistIndex > dupHistCount
            IF dhOrigin (dupHistIndex) IS EQUAL TO fileOriginSystem
                AND dhHash (dupHistIndex) IS EQUAL TO recHashText
                MOVE "Y" TO dupFoundFlag
                MOVE dhRecDate (dupHistIndex) TO dupFirstSeen
                MOVE dupHistCount TO dupHistIndex
            END-IF
        END-PERFORM
    END-IF

    IF dupFound
        ADD 1 TO dupCount
            rejectRecordNumber DELIMITED BY SIZE
            " ORIGIN=" DELIMITED BY SIZE
            fileOriginSystem DELIMITED BY SIZE
            " HDR=" DELIMITED BY SIZE
            fileHeaderDate DELIMITED BY SIZE
            " HASH=" DELIMITED BY SIZE
            recHashText DELIMITED BY SIZE
            " FIRST SEEN=" DELIMITED BY SIZE
        PERFORM WriteAuditLog
        IF dupSuppressOn
            MOVE "Y" TO dupDivertFlag
            ADD 1 TO dupSuppressedTotal
            IF dupSuppressCount < 200
                ADD 1 TO dupSuppressCount
                MOVE rejectRecordNumber
      .


LoadRestrictedTerms.
    *> Loads RESTRICT.DAT and, when there is one, the texts HOLDREL
    *> has approved from HOLDQ.DAT. A severity that is not 1-3 is
    *> taken as blocking: an unreadable entry must not let traffic
    *> through unscreened.
    MOVE 0 TO termCount
    MOVE "N" TO restrictEofFlag
    OPEN INPUT RestrictFile
    IF restrictFileStatus IS EQUAL TO "00"
        MOVE "Y" TO restrictListFlag
        PERFORM UNTIL restrictAtEnd
            READ RestrictFile
                AT END
                    MOVE "Y" TO restrictEofFlag
                NOT AT END
                    IF rsTerm IS NOT EQUAL TO SPACES
                        IF termCount >= 200
                            DISPLAY "RESTRICT.DAT EXCEEDS 200 ENTRIES"
                                " - RUN REFUSED"
                            MOVE "RESTRICT.DAT EXCEEDS 200 ENTRIES"
                                TO alertText
                            PERFORM AbortRun
                        END-IF
                        ADD 1 TO termCount
                        MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(rsTerm LEADING))
                            TO rtTerm (termCount)
                        MOVE FUNCTION LENGTH(
                            FUNCTION TRIM(rtTerm (termCount)))
                            TO rtTermLen (termCount)
                        IF rsSeverity IS EQUAL TO "1"
                            OR rsSeverity IS EQUAL TO "2"
                            OR rsSeverity IS EQUAL TO "3"
                            MOVE rsSeverity TO rtSeverity (termCount)
                        ELSE
                            DISPLAY "RESTRICT.DAT TERM "
                                FUNCTION TRIM(rsTerm)
                                " HAS NO VALID SEVERITY - BLOCKING"
                            MOVE blockSeverity TO rtSeverity (termCount)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RestrictFile
        PERFORM LoadReleasedMessages
    ELSE
        DISPLAY "NO RESTRICT.DAT - CONTENT SCREENING OFF"
    END-IF
      .


LoadReleasedMessages.
    *> Approvals are honoured only for the HOLDREL resubmission they
    *> were made for, and only once each, so the text alone is not
    *> enough: the held message's identity and the decision date come
    *> along, and a later "U" entry marks an approval already spent.
    *> hqHash is on the partner's own bytes (EBCDIC for some), so the
    *> hash the text will carry under our HDR is taken here from the
    *> queued text the same way AccumulateHashTotal counts it.
    MOVE 0 TO releasedCount
    MOVE "N" TO holdQueueEofFlag
    OPEN INPUT HoldQueueFile
    IF holdQueueFileStatus IS NOT EQUAL TO "00"
        MOVE "Y" TO holdQueueEofFlag
    END-IF
    PERFORM UNTIL holdQueueAtEnd
        READ HoldQueueFile
            AT END
                MOVE "Y" TO holdQueueEofFlag
            NOT AT END
                IF hqApproved
                    IF releasedCount < 200
                        ADD 1 TO releasedCount
                        PERFORM LoadReleasedEntry
                    ELSE
                        *> Past the table it is simply held again —
                        *> the safe way to run short.
                        DISPLAY "MORE THAN 200 APPROVED MESSAGES ON "
                            "HOLDQ.DAT - EXCESS WILL BE HELD AGAIN"
                    END-IF
                END-IF
                IF hqReleaseUsed
                    PERFORM VARYING releasedIndex FROM 1 BY 1
                            UNTIL releasedIndex > releasedCount
                        IF releasedOrigin (releasedIndex) = hqOrigin
                            AND releasedHdrDate (releasedIndex)
                                = hqHdrDate
                            AND releasedRecNum (releasedIndex)
                                = hqRecNum
                            MOVE "Y" TO releasedUsedFlag (releasedIndex)
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    IF holdQueueFileStatus IS EQUAL TO "10"
        CLOSE HoldQueueFile
    END-IF
      .


LoadReleasedEntry.
    MOVE hqOrigin TO releasedOrigin (releasedCount)
    MOVE hqHdrDate TO releasedHdrDate (releasedCount)
    MOVE hqRecNum TO releasedRecNum (releasedCount)
    MOVE hqHash TO releasedHeldHash (releasedCount)
    MOVE hqDecisionDate TO releasedDecDate (releasedCount)
    MOVE "N" TO releasedUsedFlag (releasedCount)
    MOVE hqText TO releasedText (releasedCount)
    MOVE 0 TO releasedHashWork
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > 500
        IF hqText (i:1) IS NOT EQUAL TO SPACE
            COMPUTE releasedHashWork = releasedHashWork
                + FUNCTION ORD(hqText (i:1))
        END-IF
    END-PERFORM
    MOVE releasedHashWork TO releasedHash (releasedCount)
      .


ScreenMessage.
    *> Screens the plaintext against the restricted terms before any
    *> cipher sees it. The most severe match decides: a blocking term
    *> holds the message on HOLDQ.DAT and diverts it from every cipher
    *> output (express included) unless it is the HOLDREL
    *> resubmission of a message a supervisor approved; a lower one
    *> lets it through flagged.
    *> Decrypt-only work is ciphertext coming in, so nothing to screen.
    MOVE 0 TO screenSeverity
    MOVE SPACES TO screenTerm
    IF restrictListOn
        AND (modeEncryptOn OR vigActive OR affActive OR trnActive)
        MOVE FUNCTION UPPER-CASE(msgText) TO screenText
        PERFORM VARYING termIndex FROM 1 BY 1
                UNTIL termIndex > termCount
            PERFORM MatchRestrictedTerm
        END-PERFORM
    END-IF

    IF screenSeverity >= blockSeverity
        PERFORM CheckReleasedMessage
        IF releasedFound
            ADD 1 TO screenRelCount
            DISPLAY "Released by supervisor - not held: REC="
                rejectRecordNumber
            MOVE "SCREENREL" TO auditParagraph
            MOVE screenTerm TO auditKeyText
            MOVE FUNCTION LENGTH(FUNCTION TRIM(msgText)) TO auditInputLen
            PERFORM WriteAuditLog
        ELSE
            PERFORM WriteHoldRecord
            MOVE "Y" TO dupDivertFlag
        END-IF
    ELSE
        IF screenSeverity > 0
            ADD 1 TO screenFlagCount
            DISPLAY "Restricted term (severity " screenSeverity
                ") flagged: REC=" rejectRecordNumber
            MOVE "SCREENFLAG" TO auditParagraph
            MOVE screenTerm TO auditKeyText
            MOVE FUNCTION LENGTH(FUNCTION TRIM(msgText)) TO auditInputLen
            PERFORM WriteAuditLog
        END-IF
    END-IF
      .


MatchRestrictedTerm.
    *> Whole-word (or whole-phrase) match: the term must not run on
    *> into a letter or digit either side, so ARMS never fires on
    *> FARMS.
    MOVE "N" TO termHitFlag
    IF rtTermLen (termIndex) > 0
        AND rtTermLen (termIndex) <= msgScanLen
        AND rtSeverity (termIndex) > screenSeverity
        COMPUTE screenLimit = msgScanLen - rtTermLen (termIndex) + 1
        PERFORM VARYING screenPos FROM 1 BY 1
                UNTIL screenPos > screenLimit OR termHit
            IF screenText (screenPos:rtTermLen (termIndex))
                IS EQUAL TO rtTerm (termIndex) (1:rtTermLen (termIndex))
                PERFORM CheckTermBoundary
            END-IF
        END-PERFORM
        IF termHit
            MOVE rtSeverity (termIndex) TO screenSeverity
            MOVE rtTerm (termIndex) TO screenTerm
        END-IF
    END-IF
      .


CheckTermBoundary.
    MOVE "Y" TO termHitFlag
    IF screenPos > 1
        MOVE screenText (screenPos - 1:1) TO chars
        IF (chars >= "A" AND chars <= "Z")
            OR (chars >= "0" AND chars <= "9")
            MOVE "N" TO termHitFlag
        END-IF
    END-IF
    COMPUTE screenAfter = screenPos + rtTermLen (termIndex)
    IF screenAfter <= msgScanLen
        MOVE screenText (screenAfter:1) TO chars
        IF (chars >= "A" AND chars <= "Z")
            OR (chars >= "0" AND chars <= "9")
            MOVE "N" TO termHitFlag
        END-IF
    END-IF
      .


CheckReleasedMessage.
    *> Only our own resubmission (HOLDRESUB.DAT goes out under our
    *> HDR, dated the day of the decision) can use an approval, and
    *> the first message that does spends it.
    MOVE "N" TO releasedFoundFlag
    IF fileOriginSystem IS EQUAL TO ourSystemId
        PERFORM VARYING releasedIndex FROM 1 BY 1
                UNTIL releasedIndex > releasedCount OR releasedFound
            IF NOT releasedUsed (releasedIndex)
                AND releasedDecDate (releasedIndex) = fileHeaderDate
                AND releasedHash (releasedIndex) = recHashWork
                AND releasedText (releasedIndex) IS EQUAL TO msgText
                MOVE "Y" TO releasedFoundFlag
                MOVE "Y" TO releasedUsedFlag (releasedIndex)
                PERFORM WriteReleaseUsed
            END-IF
        END-PERFORM
    END-IF
      .


WriteReleaseUsed.
    *> Spends the approval on HOLDQ.DAT for later runs: the entry
    *> names the held message, when and through which dataset its
    *> release came, and carries no text.
    MOVE SPACES TO holdQueueRecord
    MOVE "U" TO hqStatus
    MOVE wsTodayDate TO hqHoldDate
    MOVE wsJobId TO hqJobId
    MOVE releasedOrigin (releasedIndex) TO hqOrigin
    MOVE releasedHdrDate (releasedIndex) TO hqHdrDate
    MOVE releasedRecNum (releasedIndex) TO hqRecNum
    MOVE releasedHeldHash (releasedIndex) TO hqHash
    MOVE 0 TO hqSeverity
    MOVE wsCipherInDataset TO hqDataset
    MOVE releasedDecDate (releasedIndex) TO hqDecisionDate
    WRITE holdQueueRecord
      .


WriteHoldRecord.
    *> The queue entry carries the message's REF= identity and hash,
    *> so HOLDREL's decision and MSGTRACE both tie back to it.
    ADD 1 TO holdCount
    MOVE SPACES TO holdQueueRecord
    MOVE "H" TO hqStatus
    MOVE wsTodayDate TO hqHoldDate
    MOVE wsJobId TO hqJobId
    MOVE fileOriginSystem TO hqOrigin
    MOVE fileHeaderDate TO hqHdrDate
    MOVE rejectRecordNumber TO hqRecNum
    MOVE recHashWork TO hqHash
    MOVE screenSeverity TO hqSeverity
    MOVE screenTerm TO hqTerm
    MOVE wsCipherInDataset TO hqDataset
    MOVE msgText TO hqText
    WRITE holdQueueRecord
    DISPLAY "Held for supervisor release: REC=" rejectRecordNumber
        " ORIGIN=" fileOriginSystem

    IF heldRecCount < 200
        ADD 1 TO heldRecCount
        MOVE rejectRecordNumber TO heldRec (heldRecCount)
    END-IF

    MOVE "HOLD" TO auditParagraph
    MOVE screenTerm TO auditKeyText
    MOVE FUNCTION LENGTH(FUNCTION TRIM(msgText)) TO auditInputLen
    PERFORM WriteAuditLog
      .


FileMessageHistory.
    *> Files this run's new hashes in MSGHASH.DAT, then deletes the
    *> entries recorded more than dupRetentionDays ago — the retention
    *> cutoff that keeps the history from growing without bound.
    PERFORM VARYING dupHistIndex FROM 1 BY 1
            UNTIL dupHistIndex > dupHistCount
        MOVE SPACES TO msgHashRecord
        MOVE dhOrigin (dupHistIndex) TO mhOrigin
        MOVE dhHdrDate (dupHistIndex) TO mhHdrDate
        MOVE dhHash (dupHistIndex) TO mhHash
        MOVE dhRecDate (dupHistIndex) TO mhRecDate
        MOVE dhOrigin (dupHistIndex) TO mhDupOrigin
        MOVE dhHash (dupHistIndex) TO mhDupHash
        WRITE msgHashRecord
            INVALID KEY
                *> Same origin, HDR date and hash already on file —
                *> the history needs only the one entry.
                CONTINUE
        END-WRITE
    END-PERFORM

    COMPUTE retentionInt =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(wsTodayDate))
        - dupRetentionDays
    MOVE "N" TO msgHashEofFlag
    MOVE LOW-VALUES TO mhKey
    START MsgHashFile KEY IS NOT LESS THAN mhKey
        INVALID KEY
            MOVE "Y" TO msgHashEofFlag
    END-START
    PERFORM UNTIL msgHashAtEnd
        READ MsgHashFile NEXT RECORD
            AT END
                MOVE "Y" TO msgHashEofFlag
            NOT AT END
                IF FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(mhRecDate)) < retentionInt
                    DELETE MsgHashFile RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE MsgHashFile
      .


CheckDatasetBalance.
    *> End-of-file balancing: the file must have carried both control
    *> records, its data record count and hash total must match the
    *> trailer, and the header date must not be stale unless the file
    *> was keyed from the schedule for that date. Any failure marks
    *> the dataset (and so the job) out of balance for the summary
    *> report.
    MOVE "Y" TO dsBalanceFlag (currentDatasetNum)
    MOVE "IN BALANCE" TO dsBalanceMsg (currentDatasetNum)

    EVALUATE TRUE
        WHEN NOT headerSeen AND NOT trailerSeen
            MOVE "N" TO dsBalanceFlag (currentDatasetNum)
            MOVE "NO HEADER OR TRAILER RECORD"
                TO dsBalanceMsg (currentDatasetNum)
        WHEN NOT headerSeen
            MOVE "N" TO dsBalanceFlag (currentDatasetNum)
            MOVE "HEADER RECORD MISSING"
                TO dsBalanceMsg (currentDatasetNum)
                FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(wsTodayDate))
            COMPUTE hdrDateInt =
                FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(fileHeaderDate))
            MOVE "N" TO scheduledKeyFlag
            PERFORM VARYING selectTypeNum FROM 1 BY 1
                    UNTIL selectTypeNum > 4
                IF dsSelSource (currentDatasetNum, selectTypeNum)
                    IS EQUAL TO "SCHEDULE"
                    MOVE "Y" TO scheduledKeyFlag
                END-IF
            END-PERFORM
            IF hdrDateInt = 0
                OR (hdrDateInt + staleLimitDays < runDateInt
                AND NOT scheduledKey)
                MOVE "N" TO dsBalanceFlag (currentDatasetNum)
                MOVE SPACES TO dsBalanceMsg (currentDatasetNum)
                STRING "STALE OR BAD HEADER DATE " DELIMITED BY SIZE
                    fileHeaderDate DELIMITED BY SIZE
                    INTO dsBalanceMsg (currentDatasetNum)
            ELSE
                IF hdrDateInt + staleLimitDays < runDateInt
                    MOVE SPACES TO dsBalanceMsg (currentDatasetNum)
                    STRING "IN BALANCE - HDR " DELIMITED BY SIZE
                        fileHeaderDate DELIMITED BY SIZE
                        " SCHED KEY" DELIMITED BY SIZE
                        INTO dsBalanceMsg (currentDatasetNum)
                    DISPLAY "Dataset " FUNCTION TRIM(wsCipherInDataset)
                        " HDR " fileHeaderDate
                        " is past the stale limit - taken on its"
                        " scheduled key"
                END-IF
            END-IF
    END-EVALUATE

                MOVE ccCaesarKeyId TO jobCaesarKeyId
            END-IF
            MOVE ccVigKeyId TO jobVigKeyId
            MOVE ccAffineKeyId TO jobAffineKeyId
            MOVE ccTransKeyId TO jobTransKeyId
            IF ccManifestFlag IS EQUAL TO "Y"
                MOVE "Y" TO manifestModeFlag
            END-IF
            IF ccModes (4:1) IS EQUAL TO "N"
                MOVE "N" TO modeSolveFlag
            END-IF
            IF ccModesExt (1:1) IS EQUAL TO "N"
                MOVE "N" TO modeAffineFlag
            END-IF
            IF ccModesExt (2:1) IS EQUAL TO "N"
                MOVE "N" TO modeTransFlag
            END-IF

            IF ccDataset IS NOT EQUAL TO SPACES
                MOVE FUNCTION TRIM(ccDataset) TO wsCipherInDataset
                            TO dsCaesarOverride (datasetCount)
                        MOVE mfVigKeyId
                            TO dsVigOverride (datasetCount)
                        MOVE mfAffineKeyId
                            TO dsAffOverride (datasetCount)
                        MOVE mfTransKeyId
                            TO dsTrnOverride (datasetCount)
                    END-IF
            END-READ
        END-PERFORM
        MOVE wsCipherInDataset TO dsName (1)
        MOVE SPACES TO dsCaesarOverride (1)
        MOVE SPACES TO dsVigOverride (1)
        MOVE SPACES TO dsAffOverride (1)
        MOVE SPACES TO dsTrnOverride (1)
    END-IF

    PERFORM VARYING currentDatasetNum FROM 1 BY 1
        MOVE 0 TO dsRecsRead (currentDatasetNum)
        MOVE 0 TO dsEncrypted (currentDatasetNum)
        MOVE 0 TO dsRejected (currentDatasetNum)
        MOVE 0 TO dsExpressed (currentDatasetNum)
        MOVE 0 TO dsVigEncrypted (currentDatasetNum)
        MOVE 0 TO dsDupSuppressed (currentDatasetNum)
        MOVE "N" TO dsDoneBeforeFlag (currentDatasetNum)
        MOVE " " TO dsBalanceFlag (currentDatasetNum)
        MOVE "NOT CHECKED" TO dsBalanceMsg (currentDatasetNum)
        MOVE SPACES TO dsOutPrefix (currentDatasetNum)
        MOVE SPACES TO dsPartnerCaesar (currentDatasetNum)
        MOVE SPACES TO dsPartnerVig (currentDatasetNum)
        MOVE SPACES TO dsPartnerAff (currentDatasetNum)
        MOVE SPACES TO dsPartnerTrn (currentDatasetNum)
        MOVE SPACES TO dsHdrDate (currentDatasetNum)
        MOVE SPACES TO dsKeyAsOfDate (currentDatasetNum)
        MOVE SPACES TO dsCodePage (currentDatasetNum)
        MOVE SPACES TO dsHdrCodePage (currentDatasetNum)
        MOVE 0 TO dsUnmappedIn (currentDatasetNum)
        MOVE 0 TO dsUnmappedOut (currentDatasetNum)
        PERFORM VARYING selectTypeNum FROM 1 BY 1 UNTIL selectTypeNum > 4
            MOVE SPACES TO dsSelKeyId (currentDatasetNum, selectTypeNum)
            MOVE SPACES TO dsSelSource (currentDatasetNum, selectTypeNum)
            MOVE 0 TO dsSelEntry (currentDatasetNum, selectTypeNum)
            MOVE SPACES
                TO dsSelEffective (currentDatasetNum, selectTypeNum)
            MOVE SPACES TO dsSelExpiry (currentDatasetNum, selectTypeNum)
        END-PERFORM
    END-PERFORM
      .


OpenPartnerMaster.
    *> Opens PARTNER.DAT for keyed reads by origin system. A missing
    *> (or empty) master is tolerated — the shop ran for years without
    *> one — but with no partner on file no origin validation or
    *> per-partner routing runs.
    MOVE "N" TO partnerMasterFlag
    OPEN INPUT PartnerFile
    IF partnerFileStatus IS EQUAL TO "00"
        READ PartnerFile NEXT RECORD
            AT END
                CLOSE PartnerFile
            NOT AT END
                MOVE "Y" TO partnerMasterFlag
        END-READ
    END-IF
    IF NOT partnerMasterOn
        DISPLAY "NO PARTNER.DAT - ORIGIN VALIDATION SKIPPED"
    END-IF
      .


LoadKeySchedule.
    *> Loads KEYSCHED.DAT. Like the partner master it is optional: a
    *> partner (or key type) with no schedule entries falls back to
    *> the partner default and control card key IDs as before.
    MOVE 0 TO schedCount
    MOVE "N" TO keySchedEofFlag
    OPEN INPUT KeySchedFile
    IF keySchedFileStatus IS EQUAL TO "00"
        PERFORM UNTIL keySchedAtEnd
            READ KeySchedFile
                AT END
                    MOVE "Y" TO keySchedEofFlag
                NOT AT END
                    IF ksOrigin IS NOT EQUAL TO SPACES
                        IF schedCount >= 200
                            DISPLAY "KEYSCHED.DAT EXCEEDS 200 ENTRIES"
                                " - RUN REFUSED"
                            MOVE "KEYSCHED.DAT EXCEEDS 200 ENTRIES"
                                TO alertText
                            PERFORM AbortRun
                        END-IF
                        ADD 1 TO schedCount
                        MOVE ksOrigin TO scOrigin (schedCount)
                        MOVE FUNCTION UPPER-CASE(ksKeyType)
                            TO scKeyType (schedCount)
                        MOVE ksKeyId TO scKeyId (schedCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KeySchedFile
    END-IF
      .

    *> defaulting can run up front with the rest of key resolution.
    *> A file that cannot be opened, or opens with something other
    *> than an HDR record, leaves the origin blank — the existing
    *> open-failure and missing-header handling reports those. An
    *> EBCDIC file's HDR is recognised by its own bytes, since which
    *> partner sent it (and so its code page) is not known yet.
    MOVE dsName (currentDatasetNum) TO wsCipherInDataset
    MOVE "N" TO originEofFlag
    OPEN INPUT CipherInFile
            AT END
                MOVE "Y" TO originEofFlag
            NOT AT END
                IF inputRecord (1:3) IS EQUAL TO ebcdicHdrTag
                    INSPECT inputRecord
                        CONVERTING cpAllBytes TO cpEbcdicIn
                    MOVE "EBCDIC" TO dsHdrCodePage (currentDatasetNum)
                ELSE
                    MOVE "ASCII" TO dsHdrCodePage (currentDatasetNum)
                END-IF
                IF inputRecord (1:3) IS EQUAL TO "HDR"
                    MOVE inputRecord (12:8)
                        TO dsOrigin (currentDatasetNum)
                    MOVE inputRecord (4:8)
                        TO dsHdrDate (currentDatasetNum)
                END-IF
        END-READ
        CLOSE CipherInFile
    *> With a partner master on file, every dataset whose HDR names an
    *> origin system must name one we know: an unknown partner refuses
    *> the run before any input is processed. A known partner hands
    *> its default key IDs, output prefix and code page to the
    *> dataset. Without a partner record the file is taken in the
    *> code page its HDR was written in.
    MOVE dsHdrCodePage (currentDatasetNum)
        TO dsCodePage (currentDatasetNum)
    IF NOT partnerMasterOn
        OR dsOrigin (currentDatasetNum) IS EQUAL TO SPACES
        CONTINUE
    ELSE
        MOVE "N" TO partnerFoundFlag
        MOVE dsOrigin (currentDatasetNum) TO paOriginSystem
        READ PartnerFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO partnerFoundFlag
                MOVE paCaesarKeyId
                    TO dsPartnerCaesar (currentDatasetNum)
                MOVE paVigKeyId
                    TO dsPartnerVig (currentDatasetNum)
                MOVE paOutPrefix
                    TO dsOutPrefix (currentDatasetNum)
                MOVE paAffineKeyId
                    TO dsPartnerAff (currentDatasetNum)
                MOVE paTransKeyId
                    TO dsPartnerTrn (currentDatasetNum)
                IF paCodePage IS EQUAL TO SPACES
                    MOVE "ASCII" TO dsCodePage (currentDatasetNum)
                ELSE
                    MOVE paCodePage TO dsCodePage (currentDatasetNum)
                END-IF
        END-READ
        IF NOT partnerFound
            DISPLAY "UNKNOWN ORIGIN SYSTEM "
                dsOrigin (currentDatasetNum) " ON "
                INTO alertText
            PERFORM AbortRun
        END-IF
        *> A partner suspended through PARTMAINT stays on the master
        *> but its files are turned away like an unknown partner's.
        IF paSuspended
            DISPLAY "PARTNER " dsOrigin (currentDatasetNum)
                " IS SUSPENDED - "
                FUNCTION TRIM(dsName (currentDatasetNum))
                " REFUSED"
            MOVE SPACES TO alertText
            STRING "SUSPENDED PARTNER " DELIMITED BY SIZE
                dsOrigin (currentDatasetNum) DELIMITED BY SIZE
                " - " DELIMITED BY SIZE
                FUNCTION TRIM(dsName (currentDatasetNum))
                DELIMITED BY SIZE
                " REFUSED" DELIMITED BY SIZE
                INTO alertText
            PERFORM AbortRun
        END-IF
        *> A code page nobody can translate, or a file whose HDR is
        *> not in the partner's code page, would be read as garbage
        *> from end to end — refuse it instead.
        IF dsCodePage (currentDatasetNum) IS NOT EQUAL TO "ASCII"
            AND dsCodePage (currentDatasetNum) IS NOT EQUAL TO "EBCDIC"
            AND dsCodePage (currentDatasetNum) IS NOT EQUAL TO "LATIN1"
            DISPLAY "PARTNER " dsOrigin (currentDatasetNum)
                " HAS UNKNOWN CODE PAGE "
                dsCodePage (currentDatasetNum) " - "
                FUNCTION TRIM(dsName (currentDatasetNum))
                " REFUSED"
            MOVE SPACES TO alertText
            STRING "UNKNOWN CODE PAGE " DELIMITED BY SIZE
                dsCodePage (currentDatasetNum) DELIMITED BY SPACE
                " FOR PARTNER " DELIMITED BY SIZE
                dsOrigin (currentDatasetNum) DELIMITED BY SIZE
                " - SEE PARTNER.DAT" DELIMITED BY SIZE
                INTO alertText
            PERFORM AbortRun
        END-IF
        IF (dsHdrCodePage (currentDatasetNum) IS EQUAL TO "EBCDIC"
            AND dsCodePage (currentDatasetNum) IS NOT EQUAL TO "EBCDIC")
            OR (dsHdrCodePage (currentDatasetNum) IS NOT EQUAL TO "EBCDIC"
            AND dsCodePage (currentDatasetNum) IS EQUAL TO "EBCDIC")
            DISPLAY "HDR OF " FUNCTION TRIM(dsName (currentDatasetNum))
                " IS NOT IN PARTNER CODE PAGE "
                dsCodePage (currentDatasetNum) " - FILE REFUSED"
            MOVE SPACES TO alertText
            STRING "CODE PAGE MISMATCH ON " DELIMITED BY SIZE
                FUNCTION TRIM(dsName (currentDatasetNum))
                DELIMITED BY SIZE
                " - HDR IS " DELIMITED BY SIZE
                dsHdrCodePage (currentDatasetNum) DELIMITED BY SPACE
                ", PARTNER IS " DELIMITED BY SIZE
                dsCodePage (currentDatasetNum) DELIMITED BY SPACE
                INTO alertText
            PERFORM AbortRun
        END-IF
    END-IF
      .

    *> outputs never clobber another's; single-dataset runs keep the
    *> traditional names.
    MOVE dsName (currentDatasetNum) TO wsCipherInDataset
    MOVE dsCodePage (currentDatasetNum) TO codePage
    IF codePageEbcdic
        MOVE X"40" TO codePageSpace
    ELSE
        MOVE SPACE TO codePageSpace
    END-IF
    MOVE dsCaesarKeyUsed (currentDatasetNum) TO caesarKeyId
    MOVE dsVigKeyUsed (currentDatasetNum) TO vigKeyId
    MOVE dsShift (currentDatasetNum) TO shift
        MOVE "Y" TO vigActiveFlag
    END-IF

    MOVE dsAffKeyUsed (currentDatasetNum) TO affKeyId
    MOVE dsAffMult (currentDatasetNum) TO affMult
    MOVE dsAffOffset (currentDatasetNum) TO affOffset
    MOVE dsAffInverse (currentDatasetNum) TO affInverse
    MOVE "N" TO affActiveFlag
    IF affKeyId IS NOT EQUAL TO SPACES AND modeAffineOn
        MOVE "Y" TO affActiveFlag
    END-IF

    MOVE dsTrnKeyUsed (currentDatasetNum) TO trnKeyId
    MOVE dsTrnKeyword (currentDatasetNum) TO trnKeyword
    MOVE "N" TO trnActiveFlag
    IF trnKeyword IS EQUAL TO SPACES
        MOVE 0 TO trnKeywordLen
    ELSE
        MOVE FUNCTION LENGTH(FUNCTION TRIM(trnKeyword)) TO trnKeywordLen
        PERFORM BuildTranspositionOrder
        IF modeTransOn
            MOVE "Y" TO trnActiveFlag
        END-IF
    END-IF

    IF manifestMode
        MOVE currentDatasetNum TO datasetSuffix
        IF dsOutPrefix (currentDatasetNum) IS NOT EQUAL TO SPACES
                datasetSuffix DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO wsVigDecryptOutName
            MOVE SPACES TO wsAffEncryptOutName
            STRING FUNCTION TRIM(dsOutPrefix (currentDatasetNum))
                DELIMITED BY SIZE
                "AEN" DELIMITED BY SIZE
                datasetSuffix DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO wsAffEncryptOutName
            MOVE SPACES TO wsAffDecryptOutName
            STRING FUNCTION TRIM(dsOutPrefix (currentDatasetNum))
                DELIMITED BY SIZE
                "ADE" DELIMITED BY SIZE
                datasetSuffix DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO wsAffDecryptOutName
            MOVE SPACES TO wsTrnEncryptOutName
            STRING FUNCTION TRIM(dsOutPrefix (currentDatasetNum))
                DELIMITED BY SIZE
                "TEN" DELIMITED BY SIZE
                datasetSuffix DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO wsTrnEncryptOutName
            MOVE SPACES TO wsTrnDecryptOutName
            STRING FUNCTION TRIM(dsOutPrefix (currentDatasetNum))
                DELIMITED BY SIZE
                "TDE" DELIMITED BY SIZE
                datasetSuffix DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO wsTrnDecryptOutName
        ELSE
            MOVE SPACES TO wsEncryptOutName
            STRING "ENCRYPTOUT" DELIMITED BY SIZE
                datasetSuffix DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO wsVigDecryptOutName
            MOVE SPACES TO wsAffEncryptOutName
            STRING "AFFENCOUT" DELIMITED BY SIZE
                datasetSuffix DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO wsAffEncryptOutName
            MOVE SPACES TO wsAffDecryptOutName
            STRING "AFFDECOUT" DELIMITED BY SIZE
                datasetSuffix DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO wsAffDecryptOutName
            MOVE SPACES TO wsTrnEncryptOutName
            STRING "TRNENCOUT" DELIMITED BY SIZE
                datasetSuffix DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO wsTrnEncryptOutName
            MOVE SPACES TO wsTrnDecryptOutName
            STRING "TRNDECOUT" DELIMITED BY SIZE
                datasetSuffix DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO wsTrnDecryptOutName
        END-IF
    END-IF

    *> Every output goes to this run's generation of its name.
    MOVE wsEncryptOutName TO genNameWork
    PERFORM MakeGenerationName
    MOVE genNameWork TO wsEncryptOutName
    MOVE wsDecryptOutName TO genNameWork
    PERFORM MakeGenerationName
    MOVE genNameWork TO wsDecryptOutName
    MOVE wsVigEncryptOutName TO genNameWork
    PERFORM MakeGenerationName
    MOVE genNameWork TO wsVigEncryptOutName
    MOVE wsVigDecryptOutName TO genNameWork
    PERFORM MakeGenerationName
    MOVE genNameWork TO wsVigDecryptOutName
    MOVE wsAffEncryptOutName TO genNameWork
    PERFORM MakeGenerationName
    MOVE genNameWork TO wsAffEncryptOutName
    MOVE wsAffDecryptOutName TO genNameWork
    PERFORM MakeGenerationName
    MOVE genNameWork TO wsAffDecryptOutName
    MOVE wsTrnEncryptOutName TO genNameWork
    PERFORM MakeGenerationName
    MOVE genNameWork TO wsTrnEncryptOutName
    MOVE wsTrnDecryptOutName TO genNameWork
    PERFORM MakeGenerationName
    MOVE genNameWork TO wsTrnDecryptOutName
    MOVE wsExpressOutName TO genNameWork
    PERFORM MakeGenerationName
    MOVE genNameWork TO wsExpressOutName
      .


AssignRunGeneration.
    *> A checkpoint restart reopens the generation the interrupted run
    *> left open; any other run takes the next number on the catalog.
    IF (restartDataset > 1 OR restartCount > 0) AND restartGen > 0
        MOVE restartGen TO runGeneration
    ELSE
        MOVE 0 TO runGeneration
        MOVE "N" TO genEofFlag
        OPEN INPUT GenCatalogFile
        IF genCatalogFileStatus IS NOT EQUAL TO "00"
            MOVE "Y" TO genEofFlag
        END-IF
        PERFORM UNTIL genAtEnd
            READ GenCatalogFile
                AT END
                    MOVE "Y" TO genEofFlag
                NOT AT END
                    IF gcGen IS NUMERIC AND gcGen > runGeneration
                        MOVE gcGen TO runGeneration
                    END-IF
            END-READ
        END-PERFORM
        IF genCatalogFileStatus IS EQUAL TO "10"
            CLOSE GenCatalogFile
        END-IF
        *> Generation numbers do not wrap: resolution and retention
        *> both rank by number, and a reused G0001 could overwrite one
        *> still cataloged. The catalog has to be renumbered first.
        IF runGeneration = 9999
            DISPLAY "GENERATION G9999 REACHED - RUN REFUSED"
            MOVE "GENERATION G9999 REACHED - RENUMBER GDGCAT.DAT"
                TO alertText
            PERFORM AbortRun
        END-IF
        ADD 1 TO runGeneration
    END-IF
    DISPLAY "Writing output generation G" runGeneration "V00"

    MOVE wsRejectsName TO genNameWork
    PERFORM MakeGenerationName
    MOVE genNameWork TO wsRejectsName
    MOVE wsDupReportName TO genNameWork
    PERFORM MakeGenerationName
    MOVE genNameWork TO wsDupReportName
    MOVE wsSolveReportName TO genNameWork
    PERFORM MakeGenerationName
    MOVE genNameWork TO wsSolveReportName
    MOVE wsReconReportName TO genNameWork
    PERFORM MakeGenerationName
    MOVE genNameWork TO wsReconReportName
    MOVE wsSummaryReportName TO genNameWork
    PERFORM MakeGenerationName
    MOVE genNameWork TO wsSummaryReportName
      .


MakeGenerationName.
    *> genNameWork "ENCRYPTOUT.DAT" (or an earlier generation name of
    *> it) becomes "ENCRYPTOUT.GnnnnV00.DAT" for this run.
    MOVE SPACES TO genBaseWork
    UNSTRING genNameWork DELIMITED BY "." INTO genBaseWork
    MOVE SPACES TO genNameWork
    STRING FUNCTION TRIM(genBaseWork) DELIMITED BY SIZE
        ".G" DELIMITED BY SIZE
        runGeneration DELIMITED BY SIZE
        "V00.DAT" DELIMITED BY SIZE
        INTO genNameWork
      .


    *> the wrong type, is not yet effective, or has passed its expiry
    *> date stops the run here, before any input is read — an expired
    *> key must never be used.
    *> "Effective" and "expired" are judged on the dataset's HDR
    *> creation date, not today: a re-sent or archived file must get
    *> the key that was in force when it was created. A missing or
    *> unusable HDR date, or one in the future, falls back to today.
    MOVE wsTodayDate TO keyAsOfDate
    IF dsHdrDate (currentDatasetNum) IS NUMERIC
        IF FUNCTION TEST-DATE-YYYYMMDD(
                FUNCTION NUMVAL(dsHdrDate (currentDatasetNum))) = 0
            AND dsHdrDate (currentDatasetNum) <= wsTodayDate
            MOVE dsHdrDate (currentDatasetNum) TO keyAsOfDate
        END-IF
    END-IF
    MOVE keyAsOfDate TO dsKeyAsOfDate (currentDatasetNum)

    MOVE 1 TO selectTypeNum
    PERFORM SelectDatasetKey
    MOVE selectKeyId TO caesarKeyId
    MOVE 2 TO selectTypeNum
    PERFORM SelectDatasetKey
    MOVE selectKeyId TO vigKeyId

    *> Running a cipher mode without a named key would silently fall
    *> back to the built-in default shift — refuse instead, the same
    IF caesarKeyId IS NOT EQUAL TO SPACES
        MOVE caesarKeyId TO lookupKeyId
        PERFORM LookupVaultKey
        MOVE 1 TO selectTypeNum
        PERFORM NoteSelectedWindow
        IF foundKeyType IS NOT EQUAL TO "CAESAR"
            DISPLAY "KEY " lookupKeyId " IS NOT A CAESAR KEY"
            MOVE SPACES TO alertText
    IF vigKeyId IS NOT EQUAL TO SPACES
        MOVE vigKeyId TO lookupKeyId
        PERFORM LookupVaultKey
        MOVE 2 TO selectTypeNum
        PERFORM NoteSelectedWindow
        IF foundKeyType IS NOT EQUAL TO "VIGENERE"
            DISPLAY "KEY " lookupKeyId " IS NOT A VIGENERE KEY"
            MOVE SPACES TO alertText
        MOVE FUNCTION MOD(shift, 26) TO shift
    END-IF

    PERFORM ResolveAffineKey
    PERFORM ResolveTransKey

    MOVE caesarKeyId TO dsCaesarKeyUsed (currentDatasetNum)
    MOVE vigKeyId TO dsVigKeyUsed (currentDatasetNum)
    MOVE shift TO dsShift (currentDatasetNum)
    MOVE vigKeyword TO dsKeyword (currentDatasetNum)
    MOVE affKeyId TO dsAffKeyUsed (currentDatasetNum)
    MOVE affMult TO dsAffMult (currentDatasetNum)
    MOVE affOffset TO dsAffOffset (currentDatasetNum)
    MOVE affInverse TO dsAffInverse (currentDatasetNum)
    MOVE trnKeyId TO dsTrnKeyUsed (currentDatasetNum)
    MOVE trnKeyword TO dsTrnKeyword (currentDatasetNum)
      .


ResolveAffineKey.
    *> Same precedence as the Caesar and Vigenere IDs: manifest
    *> override, then the partner's default, then the job-level ID.
    *> No ID at all simply leaves the Affine mode idle for the dataset.
    *> The vault value must be two 2-digit numbers, and the multiplier
    *> must have an inverse mod 26 or nothing enciphered with it could
    *> ever be read back — refuse such a key like an expired one.
    MOVE 3 TO selectTypeNum
    PERFORM SelectDatasetKey
    MOVE selectKeyId TO affKeyId

    MOVE 0 TO affMult
    MOVE 0 TO affOffset
    MOVE 0 TO affInverse
    IF affKeyId IS NOT EQUAL TO SPACES
        MOVE affKeyId TO lookupKeyId
        PERFORM LookupVaultKey
        MOVE 3 TO selectTypeNum
        PERFORM NoteSelectedWindow
        IF foundKeyType IS NOT EQUAL TO "AFFINE"
            DISPLAY "KEY " lookupKeyId " IS NOT AN AFFINE KEY"
            MOVE SPACES TO alertText
            STRING "KEY " DELIMITED BY SIZE
                lookupKeyId DELIMITED BY SIZE
                " IS NOT AN AFFINE KEY - SEE KEYVAULT.DAT"
                DELIMITED BY SIZE
                INTO alertText
            PERFORM AbortRun
        END-IF
        IF foundKeyValue (1:4) IS NOT NUMERIC
            DISPLAY "KEY " lookupKeyId " AFFINE VALUE IS NOT MMOO"
            MOVE SPACES TO alertText
            STRING "KEY " DELIMITED BY SIZE
                lookupKeyId DELIMITED BY SIZE
                " AFFINE VALUE IS NOT 4 DIGITS - SEE KEYVAULT.DAT"
                DELIMITED BY SIZE
                INTO alertText
            PERFORM AbortRun
        END-IF
        MOVE FUNCTION MOD(FUNCTION NUMVAL(foundKeyValue (1:2)), 26)
            TO affMult
        MOVE FUNCTION MOD(FUNCTION NUMVAL(foundKeyValue (3:2)), 26)
            TO affOffset
        PERFORM ComputeAffineInverse
        IF affInverse = 0
            DISPLAY "KEY " lookupKeyId
                " AFFINE MULTIPLIER HAS NO INVERSE MOD 26"
            MOVE SPACES TO alertText
            STRING "KEY " DELIMITED BY SIZE
                lookupKeyId DELIMITED BY SIZE
                " AFFINE MULTIPLIER HAS NO INVERSE MOD 26"
                DELIMITED BY SIZE
                " - SEE KEYVAULT.DAT" DELIMITED BY SIZE
                INTO alertText
            PERFORM AbortRun
        END-IF
    END-IF
      .


ComputeAffineInverse.
    *> Finds the multiplier's inverse mod 26 (zero when there is
    *> none: an even multiplier, 13, or zero).
    MOVE 0 TO affInverse
    PERFORM VARYING affTrialInv FROM 1 BY 1
            UNTIL affTrialInv > 25 OR affInverse > 0
        IF FUNCTION MOD(affMult * affTrialInv, 26) = 1
            MOVE affTrialInv TO affInverse
        END-IF
    END-PERFORM
      .


ResolveTransKey.
    *> Columnar transposition key: same precedence again. The keyword
    *> must be letters only and at least two long — a one-column
    *> "transposition" would send the message out in clear.
    MOVE 4 TO selectTypeNum
    PERFORM SelectDatasetKey
    MOVE selectKeyId TO trnKeyId

    MOVE SPACES TO trnKeyword
    IF trnKeyId IS NOT EQUAL TO SPACES
        MOVE trnKeyId TO lookupKeyId
        PERFORM LookupVaultKey
        MOVE 4 TO selectTypeNum
        PERFORM NoteSelectedWindow
        IF foundKeyType IS NOT EQUAL TO "TRANSPOS"
            DISPLAY "KEY " lookupKeyId " IS NOT A TRANSPOS KEY"
            MOVE SPACES TO alertText
            STRING "KEY " DELIMITED BY SIZE
                lookupKeyId DELIMITED BY SIZE
                " IS NOT A TRANSPOS KEY - SEE KEYVAULT.DAT"
                DELIMITED BY SIZE
                INTO alertText
            PERFORM AbortRun
        END-IF
        MOVE FUNCTION TRIM(foundKeyValue) TO trnKeyword
        MOVE FUNCTION LENGTH(FUNCTION TRIM(trnKeyword)) TO trnKeywordLen
        MOVE "Y" TO trnKeyValidFlag
        PERFORM VARYING i FROM 1 BY 1 UNTIL i > trnKeywordLen
            MOVE FUNCTION UPPER-CASE(trnKeyword (i:1)) TO chars
            IF chars < "A" OR chars > "Z"
                MOVE "N" TO trnKeyValidFlag
            END-IF
        END-PERFORM
        IF trnKeywordLen < 2 OR NOT trnKeyValid
            DISPLAY "KEY " lookupKeyId
                " TRANSPOS KEYWORD NOT 2+ LETTERS"
            MOVE SPACES TO alertText
            STRING "KEY " DELIMITED BY SIZE
                lookupKeyId DELIMITED BY SIZE
                " TRANSPOS KEYWORD MUST BE 2 OR MORE LETTERS"
                DELIMITED BY SIZE
                " - SEE KEYVAULT.DAT" DELIMITED BY SIZE
                INTO alertText
            PERFORM AbortRun
        END-IF
    END-IF
      .


SelectDatasetKey.
    *> Picks the key ID of type keyTypeName (selectTypeNum) for the
    *> current dataset. A manifest override always wins. Otherwise, if
    *> the sending partner has KEYSCHED.DAT entries for this key type,
    *> exactly one of them must have a vault window covering
    *> keyAsOfDate — none, or more than one, stops the run with an
    *> alert rather than guessing. A partner with no schedule entries
    *> for the type falls back to its PARTNER.DAT default, then to the
    *> control card. The choice and its source are kept in dsKeySel
    *> for the summary report and the audit trail.
    EVALUATE selectTypeNum
        WHEN 1
            MOVE dsCaesarOverride (currentDatasetNum) TO selectOverrideId
            MOVE dsPartnerCaesar (currentDatasetNum) TO selectPartnerId
            MOVE jobCaesarKeyId TO selectJobId
        WHEN 2
            MOVE dsVigOverride (currentDatasetNum) TO selectOverrideId
            MOVE dsPartnerVig (currentDatasetNum) TO selectPartnerId
            MOVE jobVigKeyId TO selectJobId
        WHEN 3
            MOVE dsAffOverride (currentDatasetNum) TO selectOverrideId
            MOVE dsPartnerAff (currentDatasetNum) TO selectPartnerId
            MOVE jobAffineKeyId TO selectJobId
        WHEN OTHER
            MOVE dsTrnOverride (currentDatasetNum) TO selectOverrideId
            MOVE dsPartnerTrn (currentDatasetNum) TO selectPartnerId
            MOVE jobTransKeyId TO selectJobId
    END-EVALUATE

    MOVE SPACES TO selectKeyId
    MOVE 0 TO dsSelEntry (currentDatasetNum, selectTypeNum)
    IF selectOverrideId IS NOT EQUAL TO SPACES
        MOVE selectOverrideId TO selectKeyId
        MOVE "OVERRIDE"
            TO dsSelSource (currentDatasetNum, selectTypeNum)
    ELSE
        PERFORM ScanKeySchedule
        EVALUATE TRUE
            WHEN selectSchedCount > 0
                MOVE "SCHEDULE"
                    TO dsSelSource (currentDatasetNum, selectTypeNum)
            WHEN selectPartnerId IS NOT EQUAL TO SPACES
                MOVE selectPartnerId TO selectKeyId
                MOVE "PARTNER"
                    TO dsSelSource (currentDatasetNum, selectTypeNum)
            WHEN OTHER
                MOVE selectJobId TO selectKeyId
                MOVE "JOBCARD"
                    TO dsSelSource (currentDatasetNum, selectTypeNum)
        END-EVALUATE
    END-IF
    MOVE selectKeyId TO dsSelKeyId (currentDatasetNum, selectTypeNum)
    IF selectKeyId IS EQUAL TO SPACES
        MOVE SPACES TO dsSelSource (currentDatasetNum, selectTypeNum)
    END-IF
      .


ScanKeySchedule.
    *> Counts the partner's schedule entries for the key type and,
    *> among them, the ones whose key was in force on keyAsOfDate.
    MOVE 0 TO selectSchedCount
    MOVE 0 TO selectCoverCount
    IF dsOrigin (currentDatasetNum) IS NOT EQUAL TO SPACES
        PERFORM VARYING schedIndex FROM 1 BY 1
                UNTIL schedIndex > schedCount
            IF scOrigin (schedIndex) IS EQUAL TO dsOrigin (currentDatasetNum)
                AND scKeyType (schedIndex)
                    IS EQUAL TO keyTypeName (selectTypeNum)
                ADD 1 TO selectSchedCount
                MOVE scKeyId (schedIndex) TO lookupKeyId
                PERFORM ProbeVaultKey
                IF keyFound
                    AND foundEffectiveDate <= keyAsOfDate
                    AND foundExpiryDate >= keyAsOfDate
                    ADD 1 TO selectCoverCount
                    MOVE scKeyId (schedIndex) TO selectKeyId
                    MOVE schedIndex
                        TO dsSelEntry (currentDatasetNum, selectTypeNum)
                END-IF
            END-IF
        END-PERFORM
    END-IF

    IF selectSchedCount > 0 AND selectCoverCount = 0
        DISPLAY "NO SCHEDULED " keyTypeName (selectTypeNum)
            " KEY FOR " dsOrigin (currentDatasetNum)
            " COVERS " keyAsOfDate " - RUN REFUSED"
        MOVE SPACES TO alertText
        STRING "NO " DELIMITED BY SIZE
            FUNCTION TRIM(keyTypeName (selectTypeNum)) DELIMITED BY SIZE
            " KEY IN KEYSCHED.DAT FOR " DELIMITED BY SIZE
            FUNCTION TRIM(dsOrigin (currentDatasetNum)) DELIMITED BY SIZE
            " ON HDR DATE " DELIMITED BY SIZE
            keyAsOfDate DELIMITED BY SIZE
            INTO alertText
        PERFORM AbortRun
    END-IF
    IF selectCoverCount > 1
        DISPLAY selectCoverCount " SCHEDULED " keyTypeName (selectTypeNum)
            " KEYS FOR " dsOrigin (currentDatasetNum)
            " COVER " keyAsOfDate " - RUN REFUSED"
        MOVE SPACES TO alertText
        STRING selectCoverCount DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(keyTypeName (selectTypeNum)) DELIMITED BY SIZE
            " KEYS IN KEYSCHED.DAT FOR " DELIMITED BY SIZE
            FUNCTION TRIM(dsOrigin (currentDatasetNum)) DELIMITED BY SIZE
            " ON HDR DATE " DELIMITED BY SIZE
            keyAsOfDate DELIMITED BY SIZE
            INTO alertText
        PERFORM AbortRun
    END-IF
      .


NoteSelectedWindow.
    MOVE foundEffectiveDate
        TO dsSelEffective (currentDatasetNum, selectTypeNum)
    MOVE foundExpiryDate
        TO dsSelExpiry (currentDatasetNum, selectTypeNum)
      .


WriteKeySelectAudit.
    *> One KEYSELECT audit record per key type the dataset resolved:
    *> the key ID and why it was chosen (SCHED#nnn is the KEYSCHED.DAT
    *> entry number). IDs only — never key material.
    PERFORM VARYING selectTypeNum FROM 1 BY 1 UNTIL selectTypeNum > 4
        IF dsSelKeyId (currentDatasetNum, selectTypeNum)
            IS NOT EQUAL TO SPACES
            MOVE "KEYSELECT" TO auditParagraph
            MOVE SPACES TO auditKeyText
            IF dsSelSource (currentDatasetNum, selectTypeNum)
                IS EQUAL TO "SCHEDULE"
                STRING dsSelKeyId (currentDatasetNum, selectTypeNum)
                    DELIMITED BY SPACE
                    " SCHED#" DELIMITED BY SIZE
                    dsSelEntry (currentDatasetNum, selectTypeNum)
                    DELIMITED BY SIZE
                    INTO auditKeyText
            ELSE
                STRING dsSelKeyId (currentDatasetNum, selectTypeNum)
                    DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    dsSelSource (currentDatasetNum, selectTypeNum)
                    DELIMITED BY SPACE
                    INTO auditKeyText
            END-IF
            MOVE 0 TO auditInputLen
            PERFORM WriteAuditLog
        END-IF
    END-PERFORM
      .


OpenKeyVault.
    *> KEYVAULT.DAT stays open, read by key ID, for the whole of key
    *> resolution. No vault, no run.
    OPEN INPUT KeyVaultFile
    IF keyVaultFileStatus IS NOT EQUAL TO "00"
        DISPLAY "CANNOT OPEN KEYVAULT.DAT - STATUS " keyVaultFileStatus
        MOVE SPACES TO alertText
        STRING "CANNOT OPEN KEYVAULT.DAT - STATUS " DELIMITED BY SIZE
            keyVaultFileStatus DELIMITED BY SIZE
            INTO alertText
        PERFORM AbortRun
    END-IF
      .


ProbeVaultKey.
    *> Reads lookupKeyId's vault entry without judging it: sets
    *> keyFound and the key's type, value and date window. Used by the
    *> schedule scan, where a key outside its window is simply not a
    *> candidate rather than a reason to stop.
    MOVE "N" TO keyFoundFlag
    MOVE SPACES TO foundKeyType
    MOVE SPACES TO foundKeyValue
    MOVE SPACES TO foundEffectiveDate
    MOVE SPACES TO foundExpiryDate

    MOVE lookupKeyId TO kvKeyId
    READ KeyVaultFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO keyFoundFlag
            MOVE kvKeyType TO foundKeyType
            MOVE kvKeyValue TO foundKeyValue
            MOVE kvEffectiveDate TO foundEffectiveDate
            MOVE kvExpiryDate TO foundExpiryDate
    END-READ
      .


LookupVaultKey.
    *> Finds lookupKeyId in the key vault and checks it was in force
    *> on keyAsOfDate (the dataset's HDR date). Leaves the key's type
    *> and value in foundKeyType/foundKeyValue; any failure to produce
    *> a usable key refuses the run outright rather than falling back
    *> to a default key.
    PERFORM ProbeVaultKey

    IF NOT keyFound
        DISPLAY "KEY " lookupKeyId " NOT FOUND IN KEYVAULT.DAT"
        MOVE SPACES TO alertText
        STRING "KEY " DELIMITED BY SIZE
            lookupKeyId DELIMITED BY SIZE
            " NOT FOUND - SEE KEYVAULT.DAT" DELIMITED BY SIZE
            INTO alertText
        PERFORM AbortRun
    END-IF
    IF keyAsOfDate < foundEffectiveDate
        DISPLAY "KEY " lookupKeyId
            " NOT EFFECTIVE UNTIL " foundEffectiveDate
        MOVE SPACES TO alertText
        STRING "KEY " DELIMITED BY SIZE
            lookupKeyId DELIMITED BY SIZE
            " NOT YET EFFECTIVE ON " DELIMITED BY SIZE
            keyAsOfDate DELIMITED BY SIZE
            " - SEE KEYVAULT.DAT" DELIMITED BY SIZE
            INTO alertText
        PERFORM AbortRun
    END-IF
    IF keyAsOfDate > foundExpiryDate
        DISPLAY "KEY " lookupKeyId
            " EXPIRED " foundExpiryDate " - RUN REFUSED"
        MOVE SPACES TO alertText
        STRING "KEY " DELIMITED BY SIZE
            lookupKeyId DELIMITED BY SIZE
            " EXPIRED " DELIMITED BY SIZE
            foundExpiryDate DELIMITED BY SIZE
            " - SEE KEYVAULT.DAT" DELIMITED BY SIZE
            INTO alertText
        PERFORM AbortRun
    END-IF
      .

                    MOVE checkpointDatasetNum TO restartDataset
                END-IF
                MOVE checkpointMainCount TO restartCount
                IF checkpointGen IS NUMERIC
                    MOVE checkpointGen TO restartGen
                END-IF
        END-READ
        CLOSE CheckpointFile
    END-IF
    OPEN OUTPUT CheckpointFile
    MOVE currentDatasetNum TO checkpointDatasetNum
    MOVE recordsProcessed TO checkpointMainCount
    MOVE runGeneration TO checkpointGen
    IF recordsProcessed > 0
        MOVE fileOriginSystem TO checkpointOrigin
        MOVE fileHeaderDate TO checkpointHdrDate
    ELSE
        MOVE SPACES TO checkpointOrigin
        MOVE SPACES TO checkpointHdrDate
    END-IF
    WRITE checkpointRecord
    CLOSE CheckpointFile
      .
        INTO summaryReportRecord
    WRITE summaryReportRecord

    MOVE SPACES TO summaryReportRecord
    STRING "OUTPUT GENERATION:   G" DELIMITED BY SIZE
        runGeneration DELIMITED BY SIZE
        "V00" DELIMITED BY SIZE
        INTO summaryReportRecord
    WRITE summaryReportRecord

    *> Only the key IDs appear here — the shift value and keyword stay
    *> in KEYVAULT.DAT, and nothing derived from them (ranges,
    *> averages) is reported either, since that would hand the reader
    END-IF
    WRITE summaryReportRecord

    MOVE SPACES TO summaryReportRecord
    IF jobAffineKeyId IS NOT EQUAL TO SPACES
        STRING "AFFINE KEY ID:       " DELIMITED BY SIZE
            jobAffineKeyId DELIMITED BY SIZE
            INTO summaryReportRecord
    ELSE
        STRING "AFFINE KEY ID:       " DELIMITED BY SIZE
            "NONE" DELIMITED BY SIZE
            INTO summaryReportRecord
    END-IF
    WRITE summaryReportRecord

    MOVE SPACES TO summaryReportRecord
    IF jobTransKeyId IS NOT EQUAL TO SPACES
        STRING "TRANSPOS KEY ID:     " DELIMITED BY SIZE
            jobTransKeyId DELIMITED BY SIZE
            INTO summaryReportRecord
    ELSE
        STRING "TRANSPOS KEY ID:     " DELIMITED BY SIZE
            "NONE" DELIMITED BY SIZE
            INTO summaryReportRecord
    END-IF
    WRITE summaryReportRecord

    MOVE SPACES TO summaryReportRecord
    WRITE summaryReportRecord

    *> Which key each dataset got for each cipher type, where it came
    *> from, and the vault window that covered the file's HDR date —
    *> IDs and dates only, never key values.
    MOVE SPACES TO summaryReportRecord
    STRING "KEY SELECTION (KEY IN FORCE ON HDR DATE)" DELIMITED BY SIZE
        INTO summaryReportRecord
    WRITE summaryReportRecord
    PERFORM VARYING currentDatasetNum FROM 1 BY 1
            UNTIL currentDatasetNum > datasetCount
        PERFORM VARYING selectTypeNum FROM 1 BY 1 UNTIL selectTypeNum > 4
            IF dsSelKeyId (currentDatasetNum, selectTypeNum)
                IS NOT EQUAL TO SPACES
                PERFORM WriteKeySelectLine
            END-IF
        END-PERFORM
    END-PERFORM
    MOVE SPACES TO summaryReportRecord
    WRITE summaryReportRecord

    *> The code page each dataset was read and answered in, and the
    *> characters that had no equivalent there in either direction.
    MOVE SPACES TO summaryReportRecord
    STRING "CODE PAGES (PARTNER.DAT)" DELIMITED BY SIZE
        INTO summaryReportRecord
    WRITE summaryReportRecord
    PERFORM VARYING currentDatasetNum FROM 1 BY 1
            UNTIL currentDatasetNum > datasetCount
        MOVE dsCodePage (currentDatasetNum) TO codePage
        IF codePage IS EQUAL TO SPACES
            MOVE "ASCII" TO codePage
        END-IF
        MOVE SPACES TO summaryReportRecord
        STRING "  DATASET " DELIMITED BY SIZE
            currentDatasetNum DELIMITED BY SIZE
            ": " DELIMITED BY SIZE
            dsOrigin (currentDatasetNum) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            codePage DELIMITED BY SIZE
            " UNMAPPED IN=" DELIMITED BY SIZE
            dsUnmappedIn (currentDatasetNum) DELIMITED BY SIZE
            " OUT=" DELIMITED BY SIZE
            dsUnmappedOut (currentDatasetNum) DELIMITED BY SIZE
            INTO summaryReportRecord
        WRITE summaryReportRecord
    END-PERFORM
    MOVE SPACES TO summaryReportRecord
    WRITE summaryReportRecord

                    INTO summaryReportRecord
            END-IF
            WRITE summaryReportRecord
            IF dsDoneBeforeFlag (currentDatasetNum) IS NOT EQUAL TO "Y"
                AND (dsAffKeyUsed (currentDatasetNum)
                    IS NOT EQUAL TO SPACES
                OR dsTrnKeyUsed (currentDatasetNum)
                    IS NOT EQUAL TO SPACES)
                MOVE SPACES TO summaryReportRecord
                STRING "    AKEY=" DELIMITED BY SIZE
                    dsAffKeyUsed (currentDatasetNum) DELIMITED BY SIZE
                    " TKEY=" DELIMITED BY SIZE
                    dsTrnKeyUsed (currentDatasetNum) DELIMITED BY SIZE
                    INTO summaryReportRecord
                WRITE summaryReportRecord
            END-IF
            IF dsDoneBeforeFlag (currentDatasetNum) IS NOT EQUAL TO "Y"
                MOVE SPACES TO summaryReportRecord
                STRING "    BALANCE: " DELIMITED BY SIZE
        INTO summaryReportRecord
    WRITE summaryReportRecord

    MOVE SPACES TO summaryReportRecord
    STRING "AFFINE ENCRYPTED:    " DELIMITED BY SIZE
        totalAffEncrypted DELIMITED BY SIZE
        INTO summaryReportRecord
    WRITE summaryReportRecord

    MOVE SPACES TO summaryReportRecord
    STRING "AFFINE DECRYPTED:    " DELIMITED BY SIZE
        totalAffDecrypted DELIMITED BY SIZE
        INTO summaryReportRecord
    WRITE summaryReportRecord

    MOVE SPACES TO summaryReportRecord
    STRING "TRANSPOS ENCRYPTED:  " DELIMITED BY SIZE
        totalTrnEncrypted DELIMITED BY SIZE
        INTO summaryReportRecord
    WRITE summaryReportRecord

    MOVE SPACES TO summaryReportRecord
    STRING "TRANSPOS DECRYPTED:  " DELIMITED BY SIZE
        totalTrnDecrypted DELIMITED BY SIZE
        INTO summaryReportRecord
    WRITE summaryReportRecord

    MOVE SPACES TO summaryReportRecord
    STRING "SOLVE CANDIDATES RUN:" DELIMITED BY SIZE
        totalSolved DELIMITED BY SIZE
        INTO summaryReportRecord
    WRITE summaryReportRecord

    MOVE SPACES TO summaryReportRecord
    STRING "UNMAPPED CHARS IN:   " DELIMITED BY SIZE
        unmappedInCount DELIMITED BY SIZE
        " (MESSAGES REJECTED)" DELIMITED BY SIZE
        INTO summaryReportRecord
    WRITE summaryReportRecord

    MOVE SPACES TO summaryReportRecord
    STRING "UNMAPPED CHARS OUT:  " DELIMITED BY SIZE
        unmappedOutCount DELIMITED BY SIZE
        " (SENT AS SUBSTITUTE CHARACTER)" DELIMITED BY SIZE
        INTO summaryReportRecord
    WRITE summaryReportRecord

    IF cutoffHit
        MOVE SPACES TO summaryReportRecord
        STRING "CUTOFF:              REACHED AT " DELIMITED BY SIZE
    END-IF
    WRITE summaryReportRecord

    MOVE SPACES TO summaryReportRecord
    IF restrictListOn
        STRING "CONTENT SCREENING:   " DELIMITED BY SIZE
            termCount DELIMITED BY SIZE
            " RESTRICTED TERMS" DELIMITED BY SIZE
            INTO summaryReportRecord
    ELSE
        STRING "CONTENT SCREENING:   " DELIMITED BY SIZE
            "OFF - NO RESTRICT.DAT" DELIMITED BY SIZE
            INTO summaryReportRecord
    END-IF
    WRITE summaryReportRecord

    MOVE SPACES TO summaryReportRecord
    STRING "HELD FOR RELEASE:    " DELIMITED BY SIZE
        holdCount DELIMITED BY SIZE
        INTO summaryReportRecord
    WRITE summaryReportRecord

    MOVE SPACES TO summaryReportRecord
    STRING "FLAGGED, CIPHERED:   " DELIMITED BY SIZE
        screenFlagCount DELIMITED BY SIZE
        INTO summaryReportRecord
    WRITE summaryReportRecord

    MOVE SPACES TO summaryReportRecord
    STRING "RELEASED, CIPHERED:  " DELIMITED BY SIZE
        screenRelCount DELIMITED BY SIZE
        INTO summaryReportRecord
    WRITE summaryReportRecord

    MOVE SPACES TO summaryReportRecord
    STRING "LONGEST MESSAGE LEN: " DELIMITED BY SIZE
        maxMessageLen DELIMITED BY SIZE
                INTO summaryReportRecord
            WRITE summaryReportRecord
        END-IF
        IF dsBalanceMsg (currentDatasetNum) (1:13)
            IS EQUAL TO "IN BALANCE - "
            MOVE SPACES TO summaryReportRecord
            STRING "  DATASET " DELIMITED BY SIZE
                currentDatasetNum DELIMITED BY SIZE
                ": " DELIMITED BY SIZE
                dsBalanceMsg (currentDatasetNum) DELIMITED BY SIZE
                INTO summaryReportRecord
            WRITE summaryReportRecord
        END-IF
    END-PERFORM

    MOVE SPACES TO summaryReportRecord
      .


WriteKeySelectLine.
    EVALUATE dsSelSource (currentDatasetNum, selectTypeNum)
        WHEN "SCHEDULE"
            MOVE SPACES TO selectReasonText
            STRING "SCHEDULE ENTRY " DELIMITED BY SIZE
                dsSelEntry (currentDatasetNum, selectTypeNum)
                DELIMITED BY SIZE
                INTO selectReasonText
        WHEN "OVERRIDE"
            MOVE "MANIFEST OVERRIDE" TO selectReasonText
        WHEN "PARTNER"
            MOVE "PARTNER DEFAULT" TO selectReasonText
        WHEN OTHER
            MOVE "CONTROL CARD" TO selectReasonText
    END-EVALUATE
    MOVE SPACES TO summaryReportRecord
    STRING "  DS" DELIMITED BY SIZE
        currentDatasetNum DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        keyTypeName (selectTypeNum) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        dsSelKeyId (currentDatasetNum, selectTypeNum) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        selectReasonText DELIMITED BY SIZE
        " ON " DELIMITED BY SIZE
        dsKeyAsOfDate (currentDatasetNum) DELIMITED BY SIZE
        " IN " DELIMITED BY SIZE
        dsSelEffective (currentDatasetNum, selectTypeNum)
        DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        dsSelExpiry (currentDatasetNum, selectTypeNum) DELIMITED BY SIZE
        INTO summaryReportRecord
    WRITE summaryReportRecord
      .


EvaluateCompletion.
    *> Grades the run for the scheduler and writes the operator alert
    *> file: one line per exception condition, naming the file that
            rejectCount DELIMITED BY SIZE
            " EXCEED LIMIT " DELIMITED BY SIZE
            rejectLimit DELIMITED BY SIZE
            " - SEE " DELIMITED BY SIZE
            wsRejectsName DELIMITED BY SPACE
            INTO alertRecord
        WRITE alertRecord
    END-IF
        MOVE SPACES TO alertRecord
        STRING "DUPLICATE MESSAGES " DELIMITED BY SIZE
            dupCount DELIMITED BY SIZE
            " DETECTED - SEE " DELIMITED BY SIZE
            wsDupReportName DELIMITED BY SPACE
            INTO alertRecord
        WRITE alertRecord
    END-IF

    IF holdCount > 0
        *> Held messages are not bad data, but they are not delivered
        *> either until a supervisor decides on them in HOLDREL.
        IF jobReturnCode < 4
            MOVE 4 TO jobReturnCode
        END-IF
        MOVE SPACES TO alertRecord
        STRING "MESSAGES HELD BY CONTENT SCREENING " DELIMITED BY SIZE
            holdCount DELIMITED BY SIZE
            " - AWAITING SUPERVISOR RELEASE ON HOLDQ.DAT"
            DELIMITED BY SIZE
            INTO alertRecord
        WRITE alertRecord
    END-IF

    IF unmappedInCount > 0 OR unmappedOutCount > 0
        *> Characters a partner's code page cannot carry: inbound
        *> ones cost the message (it is rejected), outbound ones went
        *> to the partner as their substitute character.
        IF jobReturnCode < 4
            MOVE 4 TO jobReturnCode
        END-IF
        MOVE SPACES TO alertRecord
        STRING "UNMAPPED CHARACTERS IN " DELIMITED BY SIZE
            unmappedInCount DELIMITED BY SIZE
            " OUT " DELIMITED BY SIZE
            unmappedOutCount DELIMITED BY SIZE
            " - SEE " DELIMITED BY SIZE
            wsSummaryReportName DELIMITED BY SPACE
            INTO alertRecord
        WRITE alertRecord
    END-IF
    IF reconVerdict IS EQUAL TO "OUT OF BALANCE"
        MOVE 8 TO jobReturnCode
        MOVE SPACES TO alertRecord
        STRING "ROUND TRIP OUT OF BALANCE - SEE " DELIMITED BY SIZE
            wsReconReportName DELIMITED BY SPACE
            INTO alertRecord
        WRITE alertRecord
    END-IF
                    "): " DELIMITED BY SIZE
                    FUNCTION TRIM(dsBalanceMsg (currentDatasetNum))
                    DELIMITED BY SIZE
                    " - SEE " DELIMITED BY SIZE
                    wsSummaryReportName DELIMITED BY SPACE
                    INTO alertRecord
                WRITE alertRecord
            END-IF
        WRITE runHistRecord
    END-PERFORM

    PERFORM TallyPartnerVolumes
    PERFORM VARYING pvIndex FROM 1 BY 1 UNTIL pvIndex > pvCount
        MOVE SPACES TO runHistPartnerRecord
        MOVE "P" TO rpRecType
        MOVE wsJobId TO rpJobId
        MOVE wsRunDate TO rpRunDate
        MOVE wsRunTime TO rpRunTime
        MOVE pvPartner (pvIndex) TO rpPartner
        MOVE pvDatasets (pvIndex) TO rpDatasets
        MOVE pvMessages (pvIndex) TO rpMessages
        MOVE pvExpressed (pvIndex) TO rpExpressed
        MOVE pvVigEncrypted (pvIndex) TO rpVigEncrypted
        MOVE pvRejected (pvIndex) TO rpRejected
        MOVE pvDupSuppressed (pvIndex) TO rpDupSuppressed
        WRITE runHistRecord
    END-PERFORM

    CLOSE RunHistFile
      .


TallyPartnerVolumes.
    *> Folds the dataset volumes into one line per partner. A dataset
    *> with no HDR origin is still traffic we ciphered, so it is
    *> carried as UNKNOWN rather than dropped from the bill.
    MOVE 0 TO pvCount
    PERFORM VARYING currentDatasetNum FROM 1 BY 1
            UNTIL currentDatasetNum > datasetCount
        IF dsOrigin (currentDatasetNum) IS EQUAL TO SPACES
            MOVE "UNKNOWN" TO pvPartnerWork
        ELSE
            MOVE dsOrigin (currentDatasetNum) TO pvPartnerWork
        END-IF
        MOVE "N" TO pvFoundFlag
        PERFORM VARYING pvIndex FROM 1 BY 1
                UNTIL pvIndex > pvCount OR pvFound
            IF pvPartner (pvIndex) IS EQUAL TO pvPartnerWork
                MOVE "Y" TO pvFoundFlag
            END-IF
        END-PERFORM
        IF pvFound
            SUBTRACT 1 FROM pvIndex
        ELSE
            ADD 1 TO pvCount
            MOVE pvCount TO pvIndex
            MOVE pvPartnerWork TO pvPartner (pvIndex)
            MOVE 0 TO pvDatasets (pvIndex)
            MOVE 0 TO pvMessages (pvIndex)
            MOVE 0 TO pvExpressed (pvIndex)
            MOVE 0 TO pvVigEncrypted (pvIndex)
            MOVE 0 TO pvRejected (pvIndex)
            MOVE 0 TO pvDupSuppressed (pvIndex)
        END-IF
        ADD 1 TO pvDatasets (pvIndex)
        ADD dsEncrypted (currentDatasetNum) TO pvMessages (pvIndex)
        ADD dsExpressed (currentDatasetNum) TO pvExpressed (pvIndex)
        ADD dsVigEncrypted (currentDatasetNum)
            TO pvVigEncrypted (pvIndex)
        ADD dsRejected (currentDatasetNum) TO pvRejected (pvIndex)
        ADD dsDupSuppressed (currentDatasetNum)
            TO pvDupSuppressed (pvIndex)
    END-PERFORM
      .


AbortRun.
    *> Hard failure: write the single alert line the operator needs,
    *> record the run in the permanent history (hard failures are the
                IF cipherInFileStatus IS EQUAL TO "06"
                    PERFORM ReconReadContinuation
                END-IF
                PERFORM TranslateInbound
                IF msgText (1:3) IS EQUAL TO "HDR"
                    OR msgText (1:3) IS EQUAL TO "TRL"
                    *> File control records never reach the cipher
                IF validRecord
                    PERFORM CheckReconSuppressed
                    IF reconSuppressed
                        *> Diverted as a duplicate or held for release
                        *> during the cipher pass, so there is no
                        *> output to pair with.
                        ADD 1 TO reconSkippedCount
                        MOVE SPACES TO reconReportRecord
                        STRING "REC=" DELIMITED BY SIZE
                            reconRecordNumber DELIMITED BY SIZE
                            " SKIPPED - " DELIMITED BY SIZE
                            reconSkipText DELIMITED BY SIZE
                            INTO reconReportRecord
                        WRITE reconReportRecord
                    ELSE


CheckReconSuppressed.
    *> Was this input record number one the duplicate check or the
    *> content screen diverted away from the cipher outputs for the
    *> dataset in flight?
    MOVE "N" TO reconSuppressedFlag
    PERFORM VARYING dupSuppressIndex FROM 1 BY 1
            UNTIL dupSuppressIndex > dupSuppressCount
        IF dupSuppressRec (dupSuppressIndex) = reconRecordNumber
            MOVE "Y" TO reconSuppressedFlag
            MOVE "DUPLICATE SUPPRESSED" TO reconSkipText
            MOVE dupSuppressCount TO dupSuppressIndex
        END-IF
    END-PERFORM
    PERFORM VARYING heldRecIndex FROM 1 BY 1
            UNTIL heldRecIndex > heldRecCount
        IF heldRec (heldRecIndex) = reconRecordNumber
            MOVE "Y" TO reconSuppressedFlag
            MOVE "HELD FOR RELEASE" TO reconSkipText
            MOVE heldRecCount TO heldRecIndex
        END-IF
    END-PERFORM
      .

    *> table (the caller sets msgOverflowFlag while collecting
    *> continuation reads). Overlength lines as such are fine now —
    *> they arrive as continuation segments and get ciphered whole.
    *> A partner on an EBCDIC or Latin-1 code page may also send the
    *> accented letters above X"A0"; anything their code page has no
    *> equivalent for was counted by TranslateInbound and is refused
    *> here rather than ciphered as a substitute byte. Our own files
    *> (REJECTFIX and HOLDREL resubmissions under our HDR) are already
    *> in our character set, so they may carry those letters too.
    MOVE "Y" TO validRecordFlag
    MOVE SPACES TO rejectReason
    COMPUTE msgScanLen = segCount * 50
    IF FUNCTION TRIM(msgText) IS EQUAL TO SPACES
        MOVE "N" TO validRecordFlag
        MOVE "BLANK RECORD" TO rejectReason
    ELSE
    IF cpMsgUnmapped > 0
        MOVE "N" TO validRecordFlag
        STRING "UNMAPPED " DELIMITED BY SIZE
            codePage DELIMITED BY SPACE
            " CHARACTER" DELIMITED BY SIZE
            INTO rejectReason
    ELSE
        PERFORM VARYING i FROM 1 BY 1 UNTIL i > msgScanLen
            MOVE msgText (i:1) TO chars
            IF validRecord AND ((chars < " ") OR (chars > "~"))
                IF (codePageEbcdic OR codePageLatin1
                    OR dsOrigin (currentDatasetNum) IS EQUAL TO
                        ourSystemId)
                    AND chars >= X"A0"
                    CONTINUE
                ELSE
                    MOVE "N" TO validRecordFlag
                    MOVE "UNSUPPORTED CHARACTER" TO rejectReason
                END-IF
            END-IF
        END-PERFORM
    END-IF
    END-IF

    IF validRecord AND msgOverflow
        MOVE "N" TO validRecordFlag
    *> A record rejected for an unsupported character contains, by
    *> definition, a byte LINE SEQUENTIAL refuses to write back out
    *> (file status 71), which would silently lose the reject entry —
    *> so mask anything unprintable before echoing the text. The
    *> Latin-1 letters from X"A0" up are printable and echo as sent.
    MOVE msgText TO rejectText
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > FUNCTION LENGTH(rejectText)
        IF rejectText (i:1) < " "
            OR (rejectText (i:1) > "~" AND rejectText (i:1) < X"A0")
            MOVE "." TO rejectText (i:1)
        END-IF
    END-PERFORM
        rejectReason DELIMITED BY SIZE
        " TEXT=" DELIMITED BY SIZE
        rejectText DELIMITED BY SIZE
        " ORG=" DELIMITED BY SIZE
        fileOriginSystem DELIMITED BY SIZE
        " HDR=" DELIMITED BY SIZE
        fileHeaderDate DELIMITED BY SIZE
        INTO rejectsRecord
    WRITE rejectsRecord

            ADD 1 TO totalVigEncrypted
        WHEN "VIGDECRYPT"
            ADD 1 TO totalVigDecrypted
        WHEN "AFFENCRYPT"
            ADD 1 TO totalAffEncrypted
        WHEN "AFFDECRYPT"
            ADD 1 TO totalAffDecrypted
        WHEN "TRNENCRYPT"
            ADD 1 TO totalTrnEncrypted
        WHEN "TRNDECRYPT"
            ADD 1 TO totalTrnDecrypted
        WHEN "AFFSOLVE"
            ADD 1 TO totalSolved
        WHEN "TRNSOLVE"
            ADD 1 TO totalSolved
        WHEN "SOLVE"
            ADD 1 TO totalSolved
        WHEN "VIGSOLVE"
        MOVE auditInputLen TO maxMessageLen
    END-IF

    *> Which operations are about one message, and where that
    *> message landed in the file the operation wrote.
    MOVE "Y" TO auditRefFlag
    EVALUATE auditParagraph
        WHEN "ENCRYPT"
            MOVE outEncCount TO auditRefOutSeq
        WHEN "DECRYPT"
            MOVE outDecCount TO auditRefOutSeq
        WHEN "VIGENCRYPT"
            MOVE outVencCount TO auditRefOutSeq
        WHEN "VIGDECRYPT"
            MOVE outVdecCount TO auditRefOutSeq
        WHEN "AFFENCRYPT"
            MOVE outAencCount TO auditRefOutSeq
        WHEN "AFFDECRYPT"
            MOVE outAdecCount TO auditRefOutSeq
        WHEN "TRNENCRYPT"
            MOVE outTencCount TO auditRefOutSeq
        WHEN "TRNDECRYPT"
            MOVE outTdecCount TO auditRefOutSeq
        WHEN "EXPRESS"
            MOVE outExpCount TO auditRefOutSeq
        WHEN "REJECT"
            MOVE rejectCount TO auditRefOutSeq
        WHEN "DUPLICATE"
            MOVE dupCount TO auditRefOutSeq
        WHEN "HOLD"
            MOVE holdCount TO auditRefOutSeq
        WHEN "SCREENFLAG"
            MOVE 0 TO auditRefOutSeq
        WHEN "SCREENREL"
            MOVE 0 TO auditRefOutSeq
        WHEN "CUTOFF"
            MOVE 0 TO auditRefOutSeq
        WHEN OTHER
            MOVE "N" TO auditRefFlag
    END-EVALUATE

    ACCEPT wsRunDate FROM DATE YYYYMMDD
    ACCEPT wsRunTime FROM TIME

        " LEN=" DELIMITED BY SIZE
        auditInputLen DELIMITED BY SIZE
        INTO auditLogRecord
    IF auditRefOn
        MOVE recHashWork TO recHashText
        STRING " REF=" DELIMITED BY SIZE
            fileOriginSystem DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            fileHeaderDate DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            rejectRecordNumber DELIMITED BY SIZE
            " H=" DELIMITED BY SIZE
            recHashText DELIMITED BY SIZE
            " O=" DELIMITED BY SIZE
            auditRefOutSeq DELIMITED BY SIZE
            INTO auditLogRecord (109:52)
    END-IF

    *> Chain the record: hash the fixed 84-byte body and the REF=
    *> tail the same way the balancing hash works, fold it into the
    *> previous check value, and stamp sequence and check value
    *> between them.
    MOVE 0 TO auditRecHash
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > 160
        IF (i < 85 OR i > 108)
            AND auditLogRecord (i:1) IS NOT EQUAL TO SPACE
            COMPUTE auditRecHash = auditRecHash
                + FUNCTION ORD(auditLogRecord (i:1))
        END-IF
		END-PERFORM
      .

AffEncryptMessage.
    *> The affine substitution has no cross-segment state, so the
    *> message is ciphered one segment at a time like the Caesar.
    MOVE SPACES TO affCipheredMsg
    PERFORM VARYING segIndex FROM 1 BY 1 UNTIL segIndex > segCount
        MOVE segText (segIndex) TO cipherStr
        PERFORM AffineEncrypt
        MOVE affCiphered
            TO affCipheredMsg (((segIndex - 1) * 50) + 1:50)
    END-PERFORM
      .


AffDecryptMessage.
    MOVE SPACES TO affDecipheredMsg
    PERFORM VARYING segIndex FROM 1 BY 1 UNTIL segIndex > segCount
        MOVE affCipheredMsg (((segIndex - 1) * 50) + 1:50)
            TO cipherStr
        PERFORM AffineDecrypt
        MOVE affDeciphered
            TO affDecipheredMsg (((segIndex - 1) * 50) + 1:50)
    END-PERFORM
      .


AffineEncrypt.
    *> E(x) = (affMult * x + affOffset) mod 26, with A-Z (or a-z)
    *> numbered 0-25. Case is preserved and non-letters pass through,
    *> the same as Encrypt.
    MOVE SPACES TO affCiphered

    PERFORM VARYING i FROM 1 BY 1 UNTIL i > FUNCTION LENGTH(cipherStr)
        MOVE cipherStr (i:1) TO chars
        EVALUATE TRUE
            WHEN chars >= "A" AND chars <= "Z"
                COMPUTE affLetterVal = FUNCTION MOD(
                    (affMult * (FUNCTION ORD(chars) - FUNCTION ORD("A")))
                    + affOffset, 26)
                MOVE FUNCTION CHAR(FUNCTION ORD("A") + affLetterVal)
                    TO affCiphered (i:1)
            WHEN chars >= "a" AND chars <= "z"
                COMPUTE affLetterVal = FUNCTION MOD(
                    (affMult * (FUNCTION ORD(chars) - FUNCTION ORD("a")))
                    + affOffset, 26)
                MOVE FUNCTION CHAR(FUNCTION ORD("a") + affLetterVal)
                    TO affCiphered (i:1)
            WHEN OTHER
                MOVE chars TO affCiphered (i:1)
        END-EVALUATE
    END-PERFORM
      .


AffineDecrypt.
    *> D(y) = affInverse * (y - affOffset) mod 26 — mirrors
    *> AffineEncrypt. The 26 added before the MOD keeps the operand
    *> positive.
    MOVE SPACES TO affDeciphered

    PERFORM VARYING i FROM 1 BY 1 UNTIL i > FUNCTION LENGTH(cipherStr)
        MOVE cipherStr (i:1) TO chars
        EVALUATE TRUE
            WHEN chars >= "A" AND chars <= "Z"
                COMPUTE affLetterVal = FUNCTION MOD(affInverse *
                    (FUNCTION ORD(chars) - FUNCTION ORD("A")
                    - affOffset + 26), 26)
                MOVE FUNCTION CHAR(FUNCTION ORD("A") + affLetterVal)
                    TO affDeciphered (i:1)
            WHEN chars >= "a" AND chars <= "z"
                COMPUTE affLetterVal = FUNCTION MOD(affInverse *
                    (FUNCTION ORD(chars) - FUNCTION ORD("a")
                    - affOffset + 26), 26)
                MOVE FUNCTION CHAR(FUNCTION ORD("a") + affLetterVal)
                    TO affDeciphered (i:1)
            WHEN OTHER
                MOVE chars TO affDeciphered (i:1)
        END-EVALUATE
    END-PERFORM
      .


BuildTranspositionOrder.
    *> Column read-off order from the keyword: columns are taken in
    *> alphabetical order of their (upper-cased) keyword letters, a
    *> repeated letter's columns left to right. trnColOrder (n) is the
    *> column read n-th.
    PERFORM VARYING trnCol FROM 1 BY 1 UNTIL trnCol > trnKeywordLen
        MOVE 1 TO trnRank
        PERFORM VARYING trnOtherCol FROM 1 BY 1
                UNTIL trnOtherCol > trnKeywordLen
            IF FUNCTION UPPER-CASE(trnKeyword (trnOtherCol:1))
                < FUNCTION UPPER-CASE(trnKeyword (trnCol:1))
                OR (FUNCTION UPPER-CASE(trnKeyword (trnOtherCol:1))
                = FUNCTION UPPER-CASE(trnKeyword (trnCol:1))
                AND trnOtherCol < trnCol)
                ADD 1 TO trnRank
            END-IF
        END-PERFORM
        MOVE trnCol TO trnColOrder (trnRank)
    END-PERFORM
      .


CollectTrnLetters.
    *> Pulls the letters of trnWorkMsg out in order, remembering the
    *> column each came from so the transposed letters can be dropped
    *> back into the letter positions, leaving everything else put.
    MOVE 0 TO trnLetterCount
    MOVE SPACES TO trnLetterBuf
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > FUNCTION LENGTH(trnWorkMsg)
        MOVE trnWorkMsg (i:1) TO chars
        IF (chars >= "A" AND chars <= "Z")
            OR (chars >= "a" AND chars <= "z")
            ADD 1 TO trnLetterCount
            MOVE chars TO trnLetterBuf (trnLetterCount:1)
            MOVE i TO trnLetterPos (trnLetterCount)
        END-IF
    END-PERFORM
      .


BuildTranspositionPerm.
    *> Writes the trnLetterCount letters row by row under a
    *> trnKeywordLen-column grid (the last row may be short) and reads
    *> the columns off in trnColOrder: trnPerm (n) is the plaintext
    *> letter number that becomes ciphertext letter n.
    MOVE 0 TO trnOut
    PERFORM VARYING trnRank FROM 1 BY 1 UNTIL trnRank > trnKeywordLen
        PERFORM VARYING trnSrc FROM trnColOrder (trnRank)
                BY trnKeywordLen UNTIL trnSrc > trnLetterCount
            ADD 1 TO trnOut
            MOVE trnSrc TO trnPerm (trnOut)
        END-PERFORM
    END-PERFORM
      .


TrnEncryptMessage.
    *> The whole message is one transposition block — the grid runs
    *> straight across segment boundaries.
    MOVE msgText TO trnWorkMsg
    PERFORM CollectTrnLetters
    PERFORM BuildTranspositionPerm
    MOVE msgText TO trnCipheredMsg
    PERFORM VARYING trnOut FROM 1 BY 1 UNTIL trnOut > trnLetterCount
        MOVE trnLetterBuf (trnPerm (trnOut):1)
            TO trnCipheredMsg (trnLetterPos (trnOut):1)
    END-PERFORM
      .


TrnDecryptMessage.
    *> Caller puts the ciphertext in trnCipheredMsg. Non-letters never
    *> moved, so the letter positions are the same on both sides and
    *> ciphertext letter n simply goes home to plaintext letter
    *> trnPerm (n).
    MOVE trnCipheredMsg TO trnWorkMsg
    PERFORM CollectTrnLetters
    PERFORM BuildTranspositionPerm
    MOVE trnCipheredMsg TO trnDecipheredMsg
    PERFORM VARYING trnOut FROM 1 BY 1 UNTIL trnOut > trnLetterCount
        MOVE trnLetterBuf (trnOut:1)
            TO trnDecipheredMsg (trnLetterPos (trnPerm (trnOut)):1)
    END-PERFORM
      .


Solve.
    *> Brute-forces all 27 candidate shifts for every intercepted
            AT END
                MOVE "Y" TO solveEofFlag
            NOT AT END
                *> ENCRYPTOUT.DAT is in the partner's code page; the
                *> cracker works in ours.
                MOVE encryptRecord TO codePageMsg
                PERFORM ToInternalCodePage
                MOVE codePageMsg TO encryptRecord
                *> The HDR/TRL control records stamped on our outputs
                *> are not intercepted traffic — skip them.
                IF encryptRecord (1:3) IS EQUAL TO "HDR"
    CLOSE EncryptOutFile

    PERFORM SolveVigenere
    PERFORM SolveAffine
    PERFORM SolveTransposition
      .


OpenSolveReport.
    PERFORM OpenDictionary
    OPEN OUTPUT SolveReportFile
    MOVE SPACES TO solveReportRecord
    STRING "CAESAR CIPHER CRYPTANALYSIS REPORT" DELIMITED BY SIZE
      .


OpenDictionary.
    *> Opens DICTIONARY.DAT for keyed prefix lookups. Without it the
    *> solvers still rank their candidates, just with no dictionary
    *> hits to go on.
    MOVE "N" TO dictionaryOpenFlag
    OPEN INPUT DictionaryFile
    IF dictionaryFileStatus IS EQUAL TO "00"
        MOVE "Y" TO dictionaryOpenFlag
    ELSE
        DISPLAY "CANNOT OPEN DICTIONARY.DAT - STATUS "
            dictionaryFileStatus " - NO DICTIONARY MATCHING"
    END-IF
      .


    *> Scans tempStr for any dictionary word, setting matchFlag the
    *> way the Caesar brute-force has always flagged hits. Shared by
    *> CrackString and the Vigenere candidate scoring so both solvers
    *> judge plaintext against DICTIONARY.DAT the same way. Each
    *> position of the text is tried as the start of a word, growing
    *> the prefix one letter at a time while some word still begins
    *> with it.
    MOVE SPACES TO matchFlag
    IF dictionaryOpen
        MOVE FUNCTION LENGTH(FUNCTION TRIM(tempStr TRAILING))
            TO scanLimit
        PERFORM VARYING scanPosition FROM 1 BY 1
                UNTIL scanPosition > scanLimit
                    OR matchFlag IS EQUAL TO "MATCH"
            IF tempStr (scanPosition:1) IS NOT EQUAL TO SPACE
                PERFORM ProbeDictionaryPrefix
            END-IF
        END-PERFORM
    END-IF
      .


ProbeDictionaryPrefix.
    *> Positions DICTIONARY.DAT at the first word not less than each
    *> prefix of the text at scanPosition: the word equal to the
    *> prefix is a hit, and a word that no longer starts with the
    *> prefix means no longer word can match here either.
    MOVE SPACES TO scanWindow
    COMPUTE scanWindowLen = scanLimit - scanPosition + 1
    IF scanWindowLen > 20
        MOVE 20 TO scanWindowLen
    END-IF
    MOVE FUNCTION UPPER-CASE(tempStr (scanPosition:scanWindowLen))
        TO scanWindow
    MOVE "N" TO prefixDoneFlag
    PERFORM VARYING dictionaryWordLen FROM 1 BY 1
            UNTIL dictionaryWordLen > scanWindowLen
                OR prefixDone
        MOVE SPACES TO dictionaryWord
        MOVE scanWindow (1:dictionaryWordLen)
            TO dictionaryWord (1:dictionaryWordLen)
        MOVE dictionaryWord TO dictionaryKeyWord
        START DictionaryFile KEY IS NOT LESS THAN dictionaryKeyWord
            INVALID KEY
                MOVE "Y" TO prefixDoneFlag
        END-START
        IF NOT prefixDone
            READ DictionaryFile NEXT RECORD
                AT END
                    MOVE "Y" TO prefixDoneFlag
                NOT AT END
                    IF dictionaryKeyWord IS EQUAL TO dictionaryWord
                        MOVE "MATCH" TO matchFlag
                        MOVE "Y" TO prefixDoneFlag
                    ELSE
                        IF dictionaryKeyWord (1:dictionaryWordLen)
                            IS NOT EQUAL TO
                            dictionaryWord (1:dictionaryWordLen)
                            MOVE "Y" TO prefixDoneFlag
                        END-IF
                    END-IF
            END-READ
        END-IF
    END-PERFORM
      .
            AT END
                MOVE "Y" TO vcEofFlag
            NOT AT END
                MOVE vigEncryptRecord TO codePageMsg
                PERFORM ToInternalCodePage
                MOVE codePageMsg TO vigEncryptRecord
                IF vigEncryptRecord (1:3) IS EQUAL TO "HDR"
                    OR vigEncryptRecord (1:3) IS EQUAL TO "TRL"
                    *> Output control records are not traffic.
        WRITE solveReportRecord
    END-PERFORM
      .


SolveAffine.
    *> Cryptanalysis of the affine traffic in AFFENCOUT.DAT: every
    *> usable multiplier/offset pair (12 x 26) is scored against the
    *> pooled letter counts of the intercepts with the English
    *> frequency weights, and the three best pairs are trial-decrypted
    *> and ranked by dictionary hits, in a section of its own after
    *> the Vigenere one. The job's own key is saved around the trials.
    MOVE SPACES TO solveReportRecord
    WRITE solveReportRecord
    IF NOT affActive
        MOVE SPACES TO solveReportRecord
        STRING "AFFINE SECTION SKIPPED - AFFINE MODE NOT ACTIVE"
            DELIMITED BY SIZE
            INTO solveReportRecord
        WRITE solveReportRecord
    ELSE
    OPEN INPUT AffEncryptOutFile
    IF affEncryptOutFileStatus IS NOT EQUAL TO "00"
        MOVE SPACES TO solveReportRecord
        STRING "AFFINE SECTION SKIPPED - NO AFFENCOUT.DAT"
            DELIMITED BY SIZE
            INTO solveReportRecord
        WRITE solveReportRecord
    ELSE
        PERFORM LoadAffIntercepts

        MOVE SPACES TO solveReportRecord
        STRING "AFFINE CRYPTANALYSIS - INTERCEPTED AFFENCOUT TRAFFIC"
            DELIMITED BY SIZE
            INTO solveReportRecord
        WRITE solveReportRecord
        MOVE ALL "-" TO solveReportRecord
        WRITE solveReportRecord

        IF vcRecOverflow
            MOVE SPACES TO solveReportRecord
            STRING "NOTE: ANALYSIS LIMITED TO FIRST 200 RECORDS"
                DELIMITED BY SIZE
                INTO solveReportRecord
            WRITE solveReportRecord
        END-IF

        IF vcLetterCount < 2
            MOVE SPACES TO solveReportRecord
            STRING "TOO FEW LETTERS TO ANALYZE" DELIMITED BY SIZE
                INTO solveReportRecord
            WRITE solveReportRecord
        ELSE
            MOVE affMult TO savedAffMult
            MOVE affOffset TO savedAffOffset
            MOVE affInverse TO savedAffInverse
            PERFORM ScoreAffineKeys
            PERFORM RankAffineCandidates
            MOVE savedAffMult TO affMult
            MOVE savedAffOffset TO affOffset
            MOVE savedAffInverse TO affInverse
        END-IF
    END-IF
    END-IF
      .


LoadAffIntercepts.
    *> Pulls every intercepted record into the analysis table and
    *> counts its letters (upper-cased) into colFreq — the affine
    *> scoring only needs the whole file's letter distribution.
    MOVE "N" TO vcEofFlag
    MOVE "N" TO vcRecOverflowFlag
    MOVE 0 TO vcRecCount
    MOVE 0 TO vcLetterCount
    PERFORM VARYING colFreqIndex FROM 1 BY 1 UNTIL colFreqIndex > 26
        MOVE 0 TO colFreq (colFreqIndex)
    END-PERFORM

    PERFORM UNTIL vcAtEnd
        READ AffEncryptOutFile
            AT END
                MOVE "Y" TO vcEofFlag
            NOT AT END
                MOVE affEncryptRecord TO codePageMsg
                PERFORM ToInternalCodePage
                MOVE codePageMsg TO affEncryptRecord
                IF affEncryptRecord (1:3) IS EQUAL TO "HDR"
                    OR affEncryptRecord (1:3) IS EQUAL TO "TRL"
                    *> Output control records are not traffic.
                    CONTINUE
                ELSE
                IF vcRecCount < 200
                    ADD 1 TO vcRecCount
                    MOVE affEncryptRecord TO vcRecEntry (vcRecCount)
                    MOVE "AFFSOLVE" TO auditParagraph
                    MOVE SPACES TO auditKeyText
                    MOVE FUNCTION LENGTH(FUNCTION TRIM(affEncryptRecord))
                        TO auditInputLen
                    PERFORM WriteAuditLog
                    PERFORM VARYING i FROM 1 BY 1
                            UNTIL i > FUNCTION LENGTH(affEncryptRecord)
                        MOVE FUNCTION UPPER-CASE(affEncryptRecord (i:1))
                            TO chars
                        IF chars >= "A" AND chars <= "Z"
                            ADD 1 TO vcLetterCount
                            COMPUTE colFreqIndex = FUNCTION ORD(chars)
                                - FUNCTION ORD("A") + 1
                            ADD 1 TO colFreq (colFreqIndex)
                        END-IF
                    END-PERFORM
                ELSE
                    MOVE "Y" TO vcRecOverflowFlag
                END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE AffEncryptOutFile
      .


ScoreAffineKeys.
    *> Each candidate key deciphers every ciphertext letter to some
    *> plaintext letter; the key scores the English frequency weight
    *> of that plaintext letter times how often the ciphertext letter
    *> occurs. Only multipliers with an inverse mod 26 are tried.
    PERFORM VARYING candIndex FROM 1 BY 1 UNTIL candIndex > 3
        MOVE 0 TO acMult (candIndex)
        MOVE 0 TO acOffset (candIndex)
        MOVE 0 TO acScore (candIndex)
        MOVE 0 TO acHits (candIndex)
    END-PERFORM

    PERFORM VARYING affTrialMult FROM 1 BY 2 UNTIL affTrialMult > 25
        IF affTrialMult IS NOT EQUAL TO 13
            MOVE affTrialMult TO affMult
            PERFORM ComputeAffineInverse
            PERFORM VARYING affTrialOffset FROM 0 BY 1
                    UNTIL affTrialOffset > 25
                MOVE 0 TO affTrialScore
                PERFORM VARYING colFreqIndex FROM 1 BY 1
                        UNTIL colFreqIndex > 26
                    IF colFreq (colFreqIndex) > 0
                        COMPUTE vcLetterVal = FUNCTION MOD(affInverse
                            * (colFreqIndex - 1 - affTrialOffset + 26), 26)
                        MOVE freqWeightTable ((vcLetterVal * 2) + 1:2)
                            TO weightPair
                        COMPUTE affTrialScore = affTrialScore
                            + (colFreq (colFreqIndex) * weightPair)
                    END-IF
                END-PERFORM
                PERFORM KeepAffineCandidate
            END-PERFORM
        END-IF
    END-PERFORM
      .


KeepAffineCandidate.
    *> Holds the three best-scoring keys seen so far: a new key
    *> displaces the weakest of the three when it beats it.
    MOVE 1 TO affCandLow
    PERFORM VARYING candIndex FROM 2 BY 1 UNTIL candIndex > 3
        IF acScore (candIndex) < acScore (affCandLow)
            MOVE candIndex TO affCandLow
        END-IF
    END-PERFORM
    IF affTrialScore > acScore (affCandLow)
        MOVE affTrialMult TO acMult (affCandLow)
        MOVE affTrialOffset TO acOffset (affCandLow)
        MOVE affTrialScore TO acScore (affCandLow)
    END-IF
      .


RankAffineCandidates.
    *> Trial-decrypts every intercept with each candidate key and
    *> counts the records containing a dictionary word, then reports
    *> the candidates best-first by hits (frequency score breaking
    *> ties).
    PERFORM VARYING candIndex FROM 1 BY 1 UNTIL candIndex > 3
        IF acMult (candIndex) > 0
            PERFORM SetAffineCandidateKey
            MOVE 0 TO dictHitTotal
            PERFORM VARYING vcRecIndex FROM 1 BY 1
                    UNTIL vcRecIndex > vcRecCount
                PERFORM TrialAffineDecrypt
                MOVE vcPlainMsg TO tempStr
                PERFORM ScanDictionary
                IF matchFlag IS EQUAL TO "MATCH"
                    ADD 1 TO dictHitTotal
                END-IF
            END-PERFORM
            MOVE dictHitTotal TO acHits (candIndex)
        END-IF
    END-PERFORM

    MOVE SPACES TO rankTakenFlags
    PERFORM VARYING rankPass FROM 1 BY 1 UNTIL rankPass > 3
        MOVE 0 TO rankBestIdx
        PERFORM VARYING candIndex FROM 1 BY 1 UNTIL candIndex > 3
            IF acMult (candIndex) > 0
                AND rankTakenFlags (candIndex:1) IS EQUAL TO SPACE
                IF rankBestIdx = 0
                    MOVE candIndex TO rankBestIdx
                ELSE
                    IF acHits (candIndex) > acHits (rankBestIdx)
                        OR (acHits (candIndex) = acHits (rankBestIdx)
                        AND acScore (candIndex) > acScore (rankBestIdx))
                        MOVE candIndex TO rankBestIdx
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF rankBestIdx > 0
            MOVE "X" TO rankTakenFlags (rankBestIdx:1)
            MOVE rankBestIdx TO candIndex
            PERFORM WriteAffineCandidateSection
        END-IF
    END-PERFORM
      .


SetAffineCandidateKey.
    MOVE acMult (candIndex) TO affMult
    MOVE acOffset (candIndex) TO affOffset
    PERFORM ComputeAffineInverse
      .


TrialAffineDecrypt.
    *> Decrypts one intercepted message with the candidate key.
    *> Trailing blank segments pass through untouched.
    MOVE SPACES TO vcPlainMsg
    PERFORM VARYING segIndex FROM 1 BY 1 UNTIL segIndex > 10
        MOVE vcRecEntry (vcRecIndex) (((segIndex - 1) * 50) + 1:50)
            TO cipherStr
        PERFORM AffineDecrypt
        MOVE affDeciphered
            TO vcPlainMsg (((segIndex - 1) * 50) + 1:50)
    END-PERFORM
      .


WriteAffineCandidateSection.
    MOVE SPACES TO solveReportRecord
    WRITE solveReportRecord
    MOVE SPACES TO solveReportRecord
    STRING "RANK " DELIMITED BY SIZE
        rankPass DELIMITED BY SIZE
        "  MULTIPLIER=" DELIMITED BY SIZE
        acMult (candIndex) DELIMITED BY SIZE
        " OFFSET=" DELIMITED BY SIZE
        acOffset (candIndex) DELIMITED BY SIZE
        " FREQUENCY SCORE=" DELIMITED BY SIZE
        acScore (candIndex) DELIMITED BY SIZE
        " DICTIONARY HITS=" DELIMITED BY SIZE
        acHits (candIndex) DELIMITED BY SIZE
        INTO solveReportRecord
    WRITE solveReportRecord

    PERFORM SetAffineCandidateKey
    PERFORM VARYING vcRecIndex FROM 1 BY 1
            UNTIL vcRecIndex > vcRecCount
        PERFORM TrialAffineDecrypt
        MOVE vcPlainMsg TO tempStr
        PERFORM ScanDictionary
        MOVE SPACES TO solveReportRecord
        STRING "  " DELIMITED BY SIZE
            FUNCTION TRIM(vcPlainMsg) DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            matchFlag DELIMITED BY SIZE
            INTO solveReportRecord
        WRITE solveReportRecord
    END-PERFORM
      .


SolveTransposition.
    *> Cryptanalysis of the columnar transposition traffic in
    *> TRNENCOUT.DAT. Transposition leaves the letter counts alone, so
    *> frequency scoring is useless here; instead every column order
    *> of every width from 2 to trnMaxWidth is tried, each trial
    *> plaintext scored on common English digrams, and the three best
    *> orders are trial-decrypted and ranked by dictionary hits. The
    *> keyword itself cannot be recovered, only its column order.
    MOVE SPACES TO solveReportRecord
    WRITE solveReportRecord
    IF NOT trnActive
        MOVE SPACES TO solveReportRecord
        STRING "TRANSPOSITION SECTION SKIPPED - "
            DELIMITED BY SIZE
            "TRANSPOSITION MODE NOT ACTIVE" DELIMITED BY SIZE
            INTO solveReportRecord
        WRITE solveReportRecord
    ELSE
    OPEN INPUT TrnEncryptOutFile
    IF trnEncryptOutFileStatus IS NOT EQUAL TO "00"
        MOVE SPACES TO solveReportRecord
        STRING "TRANSPOSITION SECTION SKIPPED - NO TRNENCOUT.DAT"
            DELIMITED BY SIZE
            INTO solveReportRecord
        WRITE solveReportRecord
    ELSE
        PERFORM LoadTrnIntercepts

        MOVE SPACES TO solveReportRecord
        STRING "TRANSPOSITION CRYPTANALYSIS - INTERCEPTED "
            DELIMITED BY SIZE
            "TRNENCOUT TRAFFIC" DELIMITED BY SIZE
            INTO solveReportRecord
        WRITE solveReportRecord
        MOVE ALL "-" TO solveReportRecord
        WRITE solveReportRecord

        IF vcRecOverflow
            MOVE SPACES TO solveReportRecord
            STRING "NOTE: ANALYSIS LIMITED TO FIRST 200 RECORDS"
                DELIMITED BY SIZE
                INTO solveReportRecord
            WRITE solveReportRecord
        END-IF

        IF vcLetterCount < 2
            MOVE SPACES TO solveReportRecord
            STRING "TOO FEW LETTERS TO ANALYZE" DELIMITED BY SIZE
                INTO solveReportRecord
            WRITE solveReportRecord
        ELSE
            MOVE SPACES TO solveReportRecord
            STRING "WIDTHS 2-" DELIMITED BY SIZE
                trnMaxWidth DELIMITED BY SIZE
                " SEARCHED, DIGRAM SCORED ON FIRST " DELIMITED BY SIZE
                trnScoreRecs DELIMITED BY SIZE
                " RECORDS" DELIMITED BY SIZE
                INTO solveReportRecord
            WRITE solveReportRecord
            IF NOT digramBuilt
                PERFORM BuildDigramMatrix
            END-IF
            MOVE trnKeywordLen TO savedTrnKeywordLen
            PERFORM SearchTranspositionOrders
            PERFORM RankTranspositionCandidates
            MOVE savedTrnKeywordLen TO trnKeywordLen
            PERFORM BuildTranspositionOrder
        END-IF
    END-IF
    END-IF
      .


LoadTrnIntercepts.
    *> Pulls every intercepted record into the analysis table and
    *> keeps each record's letters (upper-cased) together in the
    *> pooled buffer, with where they start and how many there are:
    *> each message is its own transposition block, so the digram
    *> scoring has to rebuild every record separately.
    MOVE "N" TO vcEofFlag
    MOVE "N" TO vcRecOverflowFlag
    MOVE 0 TO vcRecCount
    MOVE 0 TO vcLetterCount
    MOVE 0 TO trnScoreRecs
    MOVE SPACES TO vcLetterBuf

    PERFORM UNTIL vcAtEnd
        READ TrnEncryptOutFile
            AT END
                MOVE "Y" TO vcEofFlag
            NOT AT END
                MOVE trnEncryptRecord TO codePageMsg
                PERFORM ToInternalCodePage
                MOVE codePageMsg TO trnEncryptRecord
                IF trnEncryptRecord (1:3) IS EQUAL TO "HDR"
                    OR trnEncryptRecord (1:3) IS EQUAL TO "TRL"
                    *> Output control records are not traffic.
                    CONTINUE
                ELSE
                IF vcRecCount < 200
                    ADD 1 TO vcRecCount
                    MOVE trnEncryptRecord TO vcRecEntry (vcRecCount)
                    MOVE "TRNSOLVE" TO auditParagraph
                    MOVE SPACES TO auditKeyText
                    MOVE FUNCTION LENGTH(FUNCTION TRIM(trnEncryptRecord))
                        TO auditInputLen
                    PERFORM WriteAuditLog
                    IF vcLetterCount < trnScoreLimit
                        MOVE vcRecCount TO trnScoreRecs
                    END-IF
                    COMPUTE trnRecStart (vcRecCount) = vcLetterCount + 1
                    MOVE 0 TO trnRecLen (vcRecCount)
                    PERFORM VARYING i FROM 1 BY 1
                            UNTIL i > FUNCTION LENGTH(trnEncryptRecord)
                        MOVE FUNCTION UPPER-CASE(trnEncryptRecord (i:1))
                            TO chars
                        IF chars >= "A" AND chars <= "Z"
                            AND vcLetterCount < 10000
                            ADD 1 TO vcLetterCount
                            MOVE chars TO vcLetterBuf (vcLetterCount:1)
                            ADD 1 TO trnRecLen (vcRecCount)
                        END-IF
                    END-PERFORM
                ELSE
                    MOVE "Y" TO vcRecOverflowFlag
                END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE TrnEncryptOutFile
      .


BuildDigramMatrix.
    *> Spreads the digram list into the 26 x 26 score matrix; every
    *> pair not on the list scores zero.
    PERFORM VARYING digramIdx FROM 1 BY 1 UNTIL digramIdx > 676
        MOVE 0 TO digramScore (digramIdx)
    END-PERFORM
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > 50
        COMPUTE digramLetter1 =
            FUNCTION ORD(digramPair (i) (1:1)) - FUNCTION ORD("A")
        COMPUTE digramLetter2 =
            FUNCTION ORD(digramPair (i) (2:1)) - FUNCTION ORD("A")
        COMPUTE digramIdx = (digramLetter1 * 26) + digramLetter2 + 1
        MOVE digramWeight (i) TO digramScore (digramIdx)
    END-PERFORM
    MOVE "Y" TO digramBuiltFlag
      .


SearchTranspositionOrders.
    *> Every width, every column order: the orders of one width are
    *> stepped through in lexicographic sequence starting from
    *> 1,2,...,width (NextColumnOrder), keeping the three best digram
    *> scores across all widths.
    PERFORM VARYING candIndex FROM 1 BY 1 UNTIL candIndex > 3
        MOVE 0 TO tcWidth (candIndex)
        MOVE SPACES TO tcOrder (candIndex)
        MOVE 0 TO tcScore (candIndex)
        MOVE 0 TO tcHits (candIndex)
    END-PERFORM

    PERFORM VARYING trnTrialWidth FROM 2 BY 1
            UNTIL trnTrialWidth > trnMaxWidth
        MOVE trnTrialWidth TO trnKeywordLen
        PERFORM VARYING trnCol FROM 1 BY 1 UNTIL trnCol > trnTrialWidth
            MOVE trnCol TO trnColOrder (trnCol)
        END-PERFORM
        MOVE "N" TO trnPermDoneFlag
        PERFORM UNTIL trnPermDone
            PERFORM ScoreTranspositionOrder
            PERFORM KeepTranspositionCandidate
            PERFORM NextColumnOrder
        END-PERFORM
    END-PERFORM
      .


ScoreTranspositionOrder.
    *> Undoes the trial transposition on each scored record's letters
    *> and adds up the digram weights of the resulting letter stream.
    MOVE 0 TO trnTrialScore
    PERFORM VARYING vcRecIndex FROM 1 BY 1
            UNTIL vcRecIndex > trnScoreRecs
        MOVE trnRecLen (vcRecIndex) TO trnLetterCount
        IF trnLetterCount > 1
            PERFORM BuildTranspositionPerm
            PERFORM VARYING trnOut FROM 1 BY 1
                    UNTIL trnOut > trnLetterCount
                MOVE vcLetterBuf (trnRecStart (vcRecIndex) + trnOut - 1:1)
                    TO trnPlainBuf (trnPerm (trnOut):1)
            END-PERFORM
            PERFORM VARYING trnOut FROM 1 BY 1
                    UNTIL trnOut >= trnLetterCount
                COMPUTE digramIdx =
                    ((FUNCTION ORD(trnPlainBuf (trnOut:1))
                    - FUNCTION ORD("A")) * 26)
                    + FUNCTION ORD(trnPlainBuf (trnOut + 1:1))
                    - FUNCTION ORD("A") + 1
                ADD digramScore (digramIdx) TO trnTrialScore
            END-PERFORM
        END-IF
    END-PERFORM
      .


KeepTranspositionCandidate.
    *> Same three-best table as the affine solver; the column order is
    *> kept as a digit string (one digit per column read).
    MOVE 1 TO trnCandLow
    PERFORM VARYING candIndex FROM 2 BY 1 UNTIL candIndex > 3
        IF tcScore (candIndex) < tcScore (trnCandLow)
            MOVE candIndex TO trnCandLow
        END-IF
    END-PERFORM
    IF trnTrialScore > tcScore (trnCandLow)
        MOVE trnTrialWidth TO tcWidth (trnCandLow)
        MOVE trnTrialScore TO tcScore (trnCandLow)
        MOVE SPACES TO tcOrder (trnCandLow)
        PERFORM VARYING trnCol FROM 1 BY 1 UNTIL trnCol > trnTrialWidth
            MOVE trnColOrder (trnCol) TO trnDigit
            MOVE trnDigit TO tcOrder (trnCandLow) (trnCol:1)
        END-PERFORM
    END-IF
      .


NextColumnOrder.
    *> Steps trnColOrder to the next order in lexicographic sequence:
    *> find the rightmost column that is smaller than its neighbour,
    *> swap it with the rightmost column larger than it, and reverse
    *> everything after it. No such column means the last order of
    *> this width has been tried.
    MOVE 0 TO trnPivot
    COMPUTE trnLo = trnTrialWidth - 1
    PERFORM VARYING trnCol FROM trnLo BY -1
            UNTIL trnCol = 0 OR trnPivot > 0
        IF trnColOrder (trnCol) < trnColOrder (trnCol + 1)
            MOVE trnCol TO trnPivot
        END-IF
    END-PERFORM

    IF trnPivot = 0
        MOVE "Y" TO trnPermDoneFlag
    ELSE
        MOVE trnTrialWidth TO trnOtherCol
        PERFORM UNTIL trnColOrder (trnOtherCol)
                > trnColOrder (trnPivot)
            SUBTRACT 1 FROM trnOtherCol
        END-PERFORM
        MOVE trnColOrder (trnPivot) TO trnSwapHold
        MOVE trnColOrder (trnOtherCol) TO trnColOrder (trnPivot)
        MOVE trnSwapHold TO trnColOrder (trnOtherCol)

        COMPUTE trnLo = trnPivot + 1
        MOVE trnTrialWidth TO trnHi
        PERFORM UNTIL trnLo >= trnHi
            MOVE trnColOrder (trnLo) TO trnSwapHold
            MOVE trnColOrder (trnHi) TO trnColOrder (trnLo)
            MOVE trnSwapHold TO trnColOrder (trnHi)
            ADD 1 TO trnLo
            SUBTRACT 1 FROM trnHi
        END-PERFORM
    END-IF
      .


RankTranspositionCandidates.
    *> Trial-decrypts every intercept with each candidate order and
    *> counts dictionary hits, then reports best-first by hits (digram
    *> score breaking ties).
    PERFORM VARYING candIndex FROM 1 BY 1 UNTIL candIndex > 3
        IF tcWidth (candIndex) > 0
            PERFORM SetTransCandidateOrder
            MOVE 0 TO dictHitTotal
            PERFORM VARYING vcRecIndex FROM 1 BY 1
                    UNTIL vcRecIndex > vcRecCount
                MOVE vcRecEntry (vcRecIndex) TO trnCipheredMsg
                PERFORM TrnDecryptMessage
                MOVE trnDecipheredMsg TO tempStr
                PERFORM ScanDictionary
                IF matchFlag IS EQUAL TO "MATCH"
                    ADD 1 TO dictHitTotal
                END-IF
            END-PERFORM
            MOVE dictHitTotal TO tcHits (candIndex)
        END-IF
    END-PERFORM

    MOVE SPACES TO rankTakenFlags
    PERFORM VARYING rankPass FROM 1 BY 1 UNTIL rankPass > 3
        MOVE 0 TO rankBestIdx
        PERFORM VARYING candIndex FROM 1 BY 1 UNTIL candIndex > 3
            IF tcWidth (candIndex) > 0
                AND rankTakenFlags (candIndex:1) IS EQUAL TO SPACE
                IF rankBestIdx = 0
                    MOVE candIndex TO rankBestIdx
                ELSE
                    IF tcHits (candIndex) > tcHits (rankBestIdx)
                        OR (tcHits (candIndex) = tcHits (rankBestIdx)
                        AND tcScore (candIndex) > tcScore (rankBestIdx))
                        MOVE candIndex TO rankBestIdx
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF rankBestIdx > 0
            MOVE "X" TO rankTakenFlags (rankBestIdx:1)
            MOVE rankBestIdx TO candIndex
            PERFORM WriteTransCandidateSection
        END-IF
    END-PERFORM
      .


SetTransCandidateOrder.
    MOVE tcWidth (candIndex) TO trnKeywordLen
    PERFORM VARYING trnCol FROM 1 BY 1 UNTIL trnCol > trnKeywordLen
        MOVE tcOrder (candIndex) (trnCol:1) TO trnDigit
        MOVE trnDigit TO trnColOrder (trnCol)
    END-PERFORM
      .


WriteTransCandidateSection.
    MOVE SPACES TO solveReportRecord
    WRITE solveReportRecord
    MOVE SPACES TO solveReportRecord
    STRING "RANK " DELIMITED BY SIZE
        rankPass DELIMITED BY SIZE
        "  WIDTH=" DELIMITED BY SIZE
        tcWidth (candIndex) DELIMITED BY SIZE
        " COLUMN ORDER=" DELIMITED BY SIZE
        tcOrder (candIndex) DELIMITED BY SPACE
        " DIGRAM SCORE=" DELIMITED BY SIZE
        tcScore (candIndex) DELIMITED BY SIZE
        " DICTIONARY HITS=" DELIMITED BY SIZE
        tcHits (candIndex) DELIMITED BY SIZE
        INTO solveReportRecord
    WRITE solveReportRecord

    PERFORM SetTransCandidateOrder
    PERFORM VARYING vcRecIndex FROM 1 BY 1
            UNTIL vcRecIndex > vcRecCount
        MOVE vcRecEntry (vcRecIndex) TO trnCipheredMsg
        PERFORM TrnDecryptMessage
        MOVE trnDecipheredMsg TO tempStr
        PERFORM ScanDictionary
        MOVE SPACES TO solveReportRecord
        STRING "  " DELIMITED BY SIZE
            FUNCTION TRIM(trnDecipheredMsg) DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            matchFlag DELIMITED BY SIZE
            INTO solveReportRecord
        WRITE solveReportRecord
    END-PERFORM
      .
