        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rotatedOutFileStatus.
    SELECT KeyVaultFile ASSIGN TO "KEYVAULT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS kvKeyId
        FILE STATUS IS keyVaultFileStatus.
    SELECT AuditLogFile ASSIGN TO "AUDITLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS auditLogFileStatus.
    SELECT GenCatalogFile ASSIGN TO "GDGCAT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS genCatalogFileStatus.
    SELECT RotateReportFile ASSIGN TO "ROTATERPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

        05 krFiller        PIC x(4).

FD  CipherTextFile.
    *> Archived ENCRYPTOUT/VIGENCOUT/AFFENCOUT/TRNENCOUT traffic:
    *> whole reassembled messages, not 50-byte segments — see
    *> CIPHERMSG.
    COPY CIPHERMSG REPLACING ==RECORD-NAME== BY ==cipherTextRecord==.

FD  RotatedOutFile.
FD  AuditLogFile.
    01 auditFileRecord    PIC x(120).

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

FD  RotateReportFile.
    01 rotateReportRecord PIC x(80).

    01 auditLogFileStatus   PIC xx.
    01 wsInDatasetName PIC x(40).
    01 wsOutDatasetName PIC x(40).
    *> Generation requests: BASE(0) is the newest complete generation
    *> of BASE on GDGCAT.DAT, BASE(-n) the n-th one before it. A
    *> generation a cut left open for its resume run is passed over.
    01 genCatalogFileStatus PIC xx.
    01 genEofFlag      PIC x(1).
        88 genAtEnd            VALUE "Y".
    01 genFoundFlag    PIC x(1).
        88 genFound            VALUE "Y".
    01 genRequest      PIC x(40).
    01 genResolvedName PIC x(40).
    01 genBase         PIC x(20).
    01 genRelText      PIC x(8).
    01 genParenCount   PIC 9(2).
    01 genBack         PIC 9(4).
    01 genStep         PIC 9(4).
    01 genCeiling      PIC 9(5).
    01 genPickGen      PIC 9(4).
    01 genPickIndex    PIC 9(3).
    01 genTable.
        05 genEntry OCCURS 500 TIMES.
            10 gtGen           PIC 9(4).
            10 gtDataset       PIC x(40).
            10 gtStatus        PIC x(1).
    01 genCount        PIC 9(3) VALUE 0.
    01 genIndex        PIC 9(3).
    01 oldKeyId        PIC x(8).
    01 newKeyId        PIC x(8).
    01 lookupKeyId     PIC x(8).
    *> ONTO a dead key would just re-create the problem.
    01 allowExpiredFlag PIC x(1).
        88 allowExpired        VALUE "Y".
    01 keyFoundFlag    PIC x(1).
        88 keyFound            VALUE "Y".
    01 foundKeyType    PIC x(8).
    01 newShift        PIC 9(4).
    01 newKeyword      PIC x(20).
    01 newKeywordLen   PIC 9(3).
    *> AFFINE keys hold "MMOO" (multiplier, offset); TRANSPOS keys a
    *> keyword, kept in oldKeyword/newKeyword like a Vigenere one.
    01 oldAffMult      PIC 9(2).
    01 oldAffOffset    PIC 9(2).
    01 oldAffInverse   PIC 9(2).
    01 newAffMult      PIC 9(2).
    01 newAffOffset    PIC 9(2).
    01 newAffInverse   PIC 9(2).
    *> Active key for the cipher paragraphs below — RotateOneRecord
    *> points these at the old key for the decrypt pass and the new
    *> key for the encrypt pass.
    01 vigKeyPos       PIC 9(3).
    01 vigLetterCount  PIC 9(3).
    01 vigShift        PIC 9(4).
    01 affMult         PIC 9(2).
    01 affOffset       PIC 9(2).
    01 affInverse      PIC 9(2).
    01 affLetterVal    PIC 9(4).
    01 affTrialInv     PIC 9(2).
    01 trnKeyword      PIC x(20).
    01 trnKeywordLen   PIC 9(3).
    *> Column read-off order and the letter permutation for the whole
    *> message, the same working areas the cipher job's transposition
    *> paragraphs use.
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
    01 inputEofFlag    PIC x(1).
        88 inputAtEnd          VALUE "Y".
    01 recordsRotated  PIC 9(8) VALUE 0.
    01 segIndex        PIC 9(2).
    01 i               PIC 9(3).
    01 chars           PIC x(1).
    *> Traffic for a partner on an EBCDIC code page was written in
    *> EBCDIC, HDR included: it is brought into our character set to
    *> rotate and the rotated copy goes back out in EBCDIC, hashed on
    *> those bytes with the EBCDIC blank skipped as well as ours.
    COPY CODEPAGE.
    01 codePage        PIC x(8) VALUE "ASCII".
        88 codePageEbcdic      VALUE "EBCDIC".
    01 codePageSpace   PIC x(1) VALUE SPACE.
    01 ebcdicHdrTag    PIC x(3) VALUE X"C8C4D9".
    01 codePageMsgLen  PIC 9(3).

PROCEDURE DIVISION.
Begin.
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM DetectCodePage
    OPEN OUTPUT RotatedOutFile
    IF rotatedOutFileStatus IS NOT EQUAL TO "00"
        DISPLAY "CANNOT OPEN OUTPUT " wsOutDatasetName
        wsTodayDate DELIMITED BY SIZE
        ourSystemId DELIMITED BY SIZE
        INTO rotatedRecord
    PERFORM ToPartnerCodePage
    WRITE rotatedRecord

    *> Rotation is a compliance-sensitive act — every rotated record
        recordsRotated DELIMITED BY SIZE
        rotHashTotal DELIMITED BY SIZE
        INTO rotatedRecord
    PERFORM ToPartnerCodePage
    WRITE rotatedRecord
    CLOSE RotatedOutFile
    CLOSE AuditLogFile
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    *> The input may be asked for as a generation, ENCRYPTOUT(0) or
    *> ENCRYPTOUT(-1), instead of by dataset name.
    MOVE wsInDatasetName TO genRequest
    PERFORM ResolveGeneration
    IF NOT genFound
        DISPLAY "NO COMPLETE GENERATION " FUNCTION TRIM(genRequest)
            " ON GDGCAT.DAT - RUN REFUSED"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE genResolvedName TO wsInDatasetName
      .


DetectCodePage.
    *> An EBCDIC file is known by its HDR's own bytes. The input is
    *> reopened so the rotation pass still starts at the top.
    MOVE "ASCII" TO codePage
    MOVE SPACE TO codePageSpace
    READ CipherTextFile
        NOT AT END
            IF cipherTextRecord (1:3) IS EQUAL TO ebcdicHdrTag
                MOVE "EBCDIC" TO codePage
                MOVE X"40" TO codePageSpace
            END-IF
    END-READ
    CLOSE CipherTextFile
    OPEN INPUT CipherTextFile
      .


ToPartnerCodePage.
    *> rotatedRecord back into the file's code page. Only the text is
    *> converted — the blank padding after it stays X"20" so the line
    *> is still trimmed on write.
    IF codePageEbcdic
        AND rotatedRecord IS NOT EQUAL TO SPACES
        COMPUTE codePageMsgLen =
            FUNCTION LENGTH(FUNCTION TRIM(rotatedRecord TRAILING))
        INSPECT rotatedRecord (1:codePageMsgLen)
            CONVERTING cpAllBytes TO cpEbcdicOut
    END-IF
      .


ResolveGeneration.
    *> genRequest in, genResolvedName out; a name with no "(" is
    *> taken as it stands.
    MOVE "Y" TO genFoundFlag
    MOVE genRequest TO genResolvedName
    MOVE 0 TO genParenCount
    INSPECT genRequest TALLYING genParenCount FOR ALL "("
    IF genParenCount > 0
        MOVE "N" TO genFoundFlag
        MOVE SPACES TO genBase
        MOVE SPACES TO genRelText
        UNSTRING genRequest DELIMITED BY "(" OR ")"
            INTO genBase genRelText
        IF FUNCTION TEST-NUMVAL(genRelText) = 0
            AND FUNCTION NUMVAL(genRelText) <= 0
            COMPUTE genBack = 0 - FUNCTION NUMVAL(genRelText)
            PERFORM LoadGenerations
            PERFORM PickGeneration
        END-IF
    END-IF
      .


LoadGenerations.
    MOVE 0 TO genCount
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
                IF gcBase IS EQUAL TO genBase AND gcGen IS NUMERIC
                    MOVE 0 TO genPickIndex
                    PERFORM VARYING genIndex FROM 1 BY 1
                            UNTIL genIndex > genCount
                        IF gtGen (genIndex) = gcGen
                            MOVE genIndex TO genPickIndex
                        END-IF
                    END-PERFORM
                    IF genPickIndex = 0 AND genCount < 500
                        ADD 1 TO genCount
                        MOVE genCount TO genPickIndex
                    END-IF
                    IF genPickIndex > 0
                        MOVE gcGen TO gtGen (genPickIndex)
                        MOVE gcDataset TO gtDataset (genPickIndex)
                        MOVE gcStatus TO gtStatus (genPickIndex)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF genCatalogFileStatus IS EQUAL TO "10"
        CLOSE GenCatalogFile
    END-IF
      .


PickGeneration.
    *> Steps back from the newest complete generation genBack times.
    MOVE "Y" TO genFoundFlag
    MOVE 10000 TO genCeiling
    MOVE 0 TO genPickIndex
    PERFORM VARYING genStep FROM 0 BY 1
            UNTIL genStep > genBack OR NOT genFound
        MOVE 0 TO genPickIndex
        MOVE 0 TO genPickGen
        PERFORM VARYING genIndex FROM 1 BY 1 UNTIL genIndex > genCount
            IF gtStatus (genIndex) IS NOT EQUAL TO "O"
                AND gtGen (genIndex) < genCeiling
                AND gtGen (genIndex) > genPickGen
                MOVE genIndex TO genPickIndex
                MOVE gtGen (genIndex) TO genPickGen
            END-IF
        END-PERFORM
        IF genPickIndex = 0
            MOVE "N" TO genFoundFlag
        ELSE
            MOVE genPickGen TO genCeiling
        END-IF
    END-PERFORM
    IF genFound
        MOVE gtDataset (genPickIndex) TO genResolvedName
    END-IF
      .


    MOVE "Y" TO allowExpiredFlag
    PERFORM LookupVaultKey
    MOVE foundKeyType TO oldKeyType
    EVALUATE oldKeyType
        WHEN "CAESAR"
            MOVE FUNCTION NUMVAL(foundKeyValue) TO oldShift
            IF oldShift >= 26
                MOVE FUNCTION MOD(oldShift, 26) TO oldShift
            END-IF
        WHEN "AFFINE"
            PERFORM ParseAffineKey
            MOVE affMult TO oldAffMult
            MOVE affOffset TO oldAffOffset
            MOVE affInverse TO oldAffInverse
        WHEN OTHER
            MOVE foundKeyValue TO oldKeyword
            MOVE FUNCTION LENGTH(FUNCTION TRIM(oldKeyword))
                TO oldKeywordLen
    END-EVALUATE

    MOVE newKeyId TO lookupKeyId
    MOVE "N" TO allowExpiredFlag
    PERFORM LookupVaultKey
    MOVE foundKeyType TO newKeyType
    EVALUATE newKeyType
        WHEN "CAESAR"
            MOVE FUNCTION NUMVAL(foundKeyValue) TO newShift
            IF newShift >= 26
                MOVE FUNCTION MOD(newShift, 26) TO newShift
            END-IF
        WHEN "AFFINE"
            PERFORM ParseAffineKey
            MOVE affMult TO newAffMult
            MOVE affOffset TO newAffOffset
            MOVE affInverse TO newAffInverse
        WHEN OTHER
            MOVE foundKeyValue TO newKeyword
            MOVE FUNCTION LENGTH(FUNCTION TRIM(newKeyword))
                TO newKeywordLen
    END-EVALUATE

    IF oldKeyType IS NOT EQUAL TO newKeyType
        DISPLAY "KEY TYPES DIFFER: " oldKeyId " IS " oldKeyType
      .


ParseAffineKey.
    *> "MMOO" from foundKeyValue into affMult/affOffset, plus the
    *> multiplier's inverse mod 26 — a key without one cannot be
    *> deciphered (old) or would produce undecipherable traffic (new).
    IF foundKeyValue (1:4) IS NOT NUMERIC
        DISPLAY "KEY " lookupKeyId " AFFINE VALUE IS NOT MMOO"
            " - RUN REFUSED"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    COMPUTE affMult =
        FUNCTION MOD(FUNCTION NUMVAL(foundKeyValue (1:2)), 26)
    COMPUTE affOffset =
        FUNCTION MOD(FUNCTION NUMVAL(foundKeyValue (3:2)), 26)
    MOVE 0 TO affInverse
    PERFORM VARYING affTrialInv FROM 1 BY 1
            UNTIL affTrialInv > 25 OR affInverse > 0
        IF FUNCTION MOD(affMult * affTrialInv, 26) = 1
            MOVE affTrialInv TO affInverse
        END-IF
    END-PERFORM
    IF affInverse = 0
        DISPLAY "KEY " lookupKeyId " AFFINE MULTIPLIER HAS NO INVERSE"
            " MOD 26 - RUN REFUSED"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
      .


LookupVaultKey.
    *> Keyed read of the key vault for lookupKeyId, the same checks
    *> CAESARCIPHER applies — except that an expired key is accepted
    *> when the caller set allowExpiredFlag, which only the old-key
    *> lookup above does.
    MOVE "N" TO keyFoundFlag
    MOVE SPACES TO foundKeyType
    MOVE SPACES TO foundKeyValue

        STOP RUN
    END-IF

    MOVE lookupKeyId TO kvKeyId
    READ KeyVaultFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO keyFoundFlag
            MOVE kvKeyType TO foundKeyType
            MOVE kvKeyValue TO foundKeyValue
            IF wsTodayDate < kvEffectiveDate
                DISPLAY "KEY " lookupKeyId
                    " NOT EFFECTIVE UNTIL " kvEffectiveDate
                    " - RUN REFUSED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            IF wsTodayDate > kvExpiryDate
                AND NOT allowExpired
                DISPLAY "KEY " lookupKeyId
                    " EXPIRED " kvExpiryDate " - RUN REFUSED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
    END-READ
    CLOSE KeyVaultFile

    IF NOT keyFound
    *> every message, exactly as the original enciphering ran. The
    *> input's HDR/TRL control records are dropped — fresh ones are
    *> stamped on the rotated output around the data.
    IF codePageEbcdic
        INSPECT cipherTextRecord CONVERTING cpAllBytes TO cpEbcdicIn
    END-IF
    IF cipherTextRecord (1:3) IS EQUAL TO "HDR"
        OR cipherTextRecord (1:3) IS EQUAL TO "TRL"
        CONTINUE
RotateMessageBody.
    MOVE cipherTextRecord TO workMsg

    EVALUATE oldKeyType
        WHEN "CAESAR"
            MOVE oldShift TO shift
            PERFORM DecryptMessage
            MOVE newShift TO shift
            MOVE plainMsg TO workMsg
            PERFORM EncryptMessage
        WHEN "AFFINE"
            MOVE oldAffOffset TO affOffset
            MOVE oldAffInverse TO affInverse
            PERFORM AffDecryptMessage
            MOVE newAffMult TO affMult
            MOVE newAffOffset TO affOffset
            MOVE plainMsg TO workMsg
            PERFORM AffEncryptMessage
        WHEN "TRANSPOS"
            MOVE oldKeyword TO trnKeyword
            MOVE oldKeywordLen TO trnKeywordLen
            PERFORM BuildTranspositionOrder
            PERFORM TrnDecryptMessage
            MOVE newKeyword TO trnKeyword
            MOVE newKeywordLen TO trnKeywordLen
            PERFORM BuildTranspositionOrder
            MOVE plainMsg TO workMsg
            PERFORM TrnEncryptMessage
        WHEN OTHER
            MOVE oldKeyword TO vigKeyword
            MOVE oldKeywordLen TO vigKeywordLen
            PERFORM VigDecryptMessage
            MOVE newKeyword TO vigKeyword
            MOVE newKeywordLen TO vigKeywordLen
            MOVE plainMsg TO workMsg
            PERFORM VigEncryptMessage
    END-EVALUATE

    MOVE rotatedMsg TO rotatedRecord
    PERFORM ToPartnerCodePage
    WRITE rotatedRecord
    ADD 1 TO recordsRotated

    *> Fold this record into the trailer's hash total, the same sum
    *> of non-space byte ordinals the cipher job's balancing uses,
    *> taken over the bytes as written.
    MOVE 0 TO rotHashWork
    PERFORM VARYING i FROM 1 BY 1
            UNTIL i > FUNCTION LENGTH(rotatedRecord)
        IF rotatedRecord (i:1) IS NOT EQUAL TO SPACE
            AND rotatedRecord (i:1) IS NOT EQUAL TO codePageSpace
            COMPUTE rotHashWork = rotHashWork
                + FUNCTION ORD(rotatedRecord (i:1))
        END-IF
    END-PERFORM
    COMPUTE rotHashTotal = FUNCTION MOD(
      .


AffDecryptMessage.
    MOVE SPACES TO plainMsg
    PERFORM VARYING segIndex FROM 1 BY 1 UNTIL segIndex > 10
        MOVE workMsg (((segIndex - 1) * 50) + 1:50) TO cipherStr
        PERFORM AffineDecrypt
        MOVE deciphered
            TO plainMsg (((segIndex - 1) * 50) + 1:50)
    END-PERFORM
      .


AffEncryptMessage.
    MOVE SPACES TO rotatedMsg
    PERFORM VARYING segIndex FROM 1 BY 1 UNTIL segIndex > 10
        MOVE workMsg (((segIndex - 1) * 50) + 1:50) TO cipherStr
        PERFORM AffineEncrypt
        MOVE ciphered
            TO rotatedMsg (((segIndex - 1) * 50) + 1:50)
    END-PERFORM
      .


TrnDecryptMessage.
    *> The whole message is one transposition block, as the cipher
    *> job enciphered it. Non-letters never moved, so ciphertext
    *> letter n goes home to plaintext letter trnPerm (n).
    PERFORM CollectTrnLetters
    PERFORM BuildTranspositionPerm
    MOVE workMsg TO plainMsg
    PERFORM VARYING trnOut FROM 1 BY 1 UNTIL trnOut > trnLetterCount
        MOVE trnLetterBuf (trnOut:1)
            TO plainMsg (trnLetterPos (trnPerm (trnOut)):1)
    END-PERFORM
      .


TrnEncryptMessage.
    PERFORM CollectTrnLetters
    PERFORM BuildTranspositionPerm
    MOVE workMsg TO rotatedMsg
    PERFORM VARYING trnOut FROM 1 BY 1 UNTIL trnOut > trnLetterCount
        MOVE trnLetterBuf (trnPerm (trnOut):1)
            TO rotatedMsg (trnLetterPos (trnOut):1)
    END-PERFORM
      .


Encrypt.
    *> Same case-preserving, non-letter-passthrough substitution the
    *> cipher job runs, so a rotated dataset decrypts byte for byte
      .


AffineEncrypt.
    *> E(x) = (affMult * x + affOffset) mod 26, case preserved and
    *> non-letters passed through — identical to the cipher job's.
    MOVE SPACES TO ciphered
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > FUNCTION LENGTH(cipherStr)
        MOVE cipherStr (i:1) TO chars
        EVALUATE TRUE
            WHEN chars >= "A" AND chars <= "Z"
                COMPUTE affLetterVal = FUNCTION MOD(
                    (affMult * (FUNCTION ORD(chars) - FUNCTION ORD("A")))
                    + affOffset, 26)
                MOVE FUNCTION CHAR(FUNCTION ORD("A") + affLetterVal)
                    TO ciphered (i:1)
            WHEN chars >= "a" AND chars <= "z"
                COMPUTE affLetterVal = FUNCTION MOD(
                    (affMult * (FUNCTION ORD(chars) - FUNCTION ORD("a")))
                    + affOffset, 26)
                MOVE FUNCTION CHAR(FUNCTION ORD("a") + affLetterVal)
                    TO ciphered (i:1)
            WHEN OTHER
                MOVE chars TO ciphered (i:1)
        END-EVALUATE
    END-PERFORM
      .


AffineDecrypt.
    MOVE SPACES TO deciphered
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > FUNCTION LENGTH(cipherStr)
        MOVE cipherStr (i:1) TO chars
        EVALUATE TRUE
            WHEN chars >= "A" AND chars <= "Z"
                COMPUTE affLetterVal = FUNCTION MOD(affInverse *
                    (FUNCTION ORD(chars) - FUNCTION ORD("A")
                    - affOffset + 26), 26)
                MOVE FUNCTION CHAR(FUNCTION ORD("A") + affLetterVal)
                    TO deciphered (i:1)
            WHEN chars >= "a" AND chars <= "z"
                COMPUTE affLetterVal = FUNCTION MOD(affInverse *
                    (FUNCTION ORD(chars) - FUNCTION ORD("a")
                    - affOffset + 26), 26)
                MOVE FUNCTION CHAR(FUNCTION ORD("a") + affLetterVal)
                    TO deciphered (i:1)
            WHEN OTHER
                MOVE chars TO deciphered (i:1)
        END-EVALUATE
    END-PERFORM
      .


BuildTranspositionOrder.
    *> Columns are read off in alphabetical order of their keyword
    *> letters, a repeated letter's columns left to right.
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
    MOVE 0 TO trnLetterCount
    MOVE SPACES TO trnLetterBuf
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > FUNCTION LENGTH(workMsg)
        MOVE workMsg (i:1) TO chars
        IF (chars >= "A" AND chars <= "Z")
            OR (chars >= "a" AND chars <= "z")
            ADD 1 TO trnLetterCount
            MOVE chars TO trnLetterBuf (trnLetterCount:1)
            MOVE i TO trnLetterPos (trnLetterCount)
        END-IF
    END-PERFORM
      .


BuildTranspositionPerm.
    *> trnPerm (n) is the plaintext letter number that becomes
    *> ciphertext letter n: letters written row by row under the
    *> keyword, columns read off in trnColOrder.
    MOVE 0 TO trnOut
    PERFORM VARYING trnRank FROM 1 BY 1 UNTIL trnRank > trnKeywordLen
        PERFORM VARYING trnSrc FROM trnColOrder (trnRank)
                BY trnKeywordLen UNTIL trnSrc > trnLetterCount
            ADD 1 TO trnOut
            MOVE trnSrc TO trnPerm (trnOut)
        END-PERFORM
    END-PERFORM
      .


ShiftOneCharUp.
    *> One letter of the Vigenere stream, enciphered with the shift
    *> already placed in "shift" — the same wrap arithmetic Encrypt
