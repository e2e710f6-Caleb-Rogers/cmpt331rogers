INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT KeyVaultFile ASSIGN TO "KEYVAULT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS kvKeyId
        FILE STATUS IS keyVaultFileStatus.
    SELECT TransactionFile ASSIGN TO "KEYTRAN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS manifestFileStatus.
    SELECT PartnerFile ASSIGN TO "PARTNER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS paOriginSystem
        FILE STATUS IS partnerFileStatus.
    SELECT KeySchedFile ASSIGN TO "KEYSCHED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS keySchedFileStatus.

DATA DIVISION.
FILE SECTION.
FD  KeyVaultFile.
    *> Same layout CAESARCIPHER's LookupVaultKey reads: one record per
    *> managed key, kvKeyValue holding the Caesar shift (as digits) or
    *> the Vigenere keyword depending on kvKeyType. Keyed on kvKeyId,
    *> so every transaction reads and updates its key in place. The
    *> change listing only ever shows kvKeyId, never kvKeyValue.
    01 keyVaultRecord.
        05 kvKeyId         PIC x(8).
        05 kvKeyType       PIC x(8).
    01 changeListRecord   PIC x(100).

FD  ControlCardFile.
    *> Only the key ID columns matter here — the rest of the card
    *> belongs to CAESARCIPHER.
    01 controlCardRecord  PIC x(80).
    01 controlCardFields REDEFINES controlCardRecord.
        05 ccCaesarKeyId   PIC x(8).
        05 ccVigKeyId      PIC x(8).
        05 ccRest          PIC x(36).
        05 ccAffineKeyId   PIC x(8).
        05 ccTransKeyId    PIC x(8).
        05 ccFiller        PIC x(12).

FD  ManifestFile.
    01 manifestRecord     PIC x(80).
    01 manifestFields REDEFINES manifestRecord.
        05 mfDataset       PIC x(40).
        05 mfCaesarKeyId   PIC x(8).
        05 mfVigKeyId      PIC x(8).
        05 mfAffineKeyId   PIC x(8).
        05 mfTransKeyId    PIC x(8).
        05 mfFiller        PIC x(8).

FD  PartnerFile.
    *> Only the partner default key ID columns matter here — the rest
    *> of the record belongs to CAESARCIPHER's routing.
    01 partnerRecord      PIC x(60).
    01 partnerFields REDEFINES partnerRecord.
        05 paOriginSystem  PIC x(8).
        05 paCaesarKeyId   PIC x(8).
        05 paVigKeyId      PIC x(8).
        05 paOutPrefix     PIC x(8).
        05 paAffineKeyId   PIC x(8).
        05 paTransKeyId    PIC x(8).
        05 paRest          PIC x(12).

FD  KeySchedFile.
    *> Per-partner dated key schedule — every key listed here may
    *> still be needed to read an old file from that partner.
    01 keySchedRecord     PIC x(40).
    01 keySchedFields REDEFINES keySchedRecord.
        05 ksOrigin        PIC x(8).
        05 ksKeyType       PIC x(8).
        05 ksKeyId         PIC x(8).
        05 ksFiller        PIC x(16).

WORKING-STORAGE SECTION.
    01 keyVaultFileStatus    PIC xx.
    01 controlCardFileStatus PIC xx.
    01 manifestFileStatus    PIC xx.
    01 partnerFileStatus     PIC xx.
    01 keySchedFileStatus    PIC xx.
    01 keySchedEofFlag PIC x(1).
        88 keySchedAtEnd        VALUE "Y".
    01 partnerEofFlag  PIC x(1).
        88 partnerAtEnd         VALUE "Y".
    01 keyVaultEofFlag PIC x(1).
        88 transactionAtEnd     VALUE "Y".
    01 manifestEofFlag PIC x(1).
        88 manifestAtEnd        VALUE "Y".
    *> Transactions apply straight to the indexed vault; keyCount is
    *> only kept for the listing totals.
    01 keyCount        PIC 9(5) VALUE 0.
    01 keyFoundFlag    PIC x(1).
        88 keyFound            VALUE "Y".
    01 workKeyId       PIC x(8).
    *> The key just added, held while WarnDateOverlap reads the rest of
    *> the vault past it.
    01 addedKeyId      PIC x(8).
    01 addedKeyType    PIC x(8).
    01 addedEffectiveDate PIC x(8).
    01 addedExpiryDate PIC x(8).
    *> Every key ID named on CONTROLCARD.DAT, MANIFEST.DAT, PARTNER.DAT
    *> or KEYSCHED.DAT — a key still referenced by any of them must
    *> never be deleted, or the next cipher run dies at key resolution
    *> time.
    01 refTable.
        05 refKeyId OCCURS 400 TIMES PIC x(8).
    01 refCount        PIC 9(3) VALUE 0.
    01 refIndex        PIC 9(3).
    01 keyReferencedFlag PIC x(1).
        88 keyReferenced       VALUE "Y".
    *> Which default slot of a partner names the key being expired or
    *> deleted — PARTMAINT refuses an expired default, so the warning
    *> here is the chance to change the partner first.
    01 defaultSlotName PIC x(8).
    01 wsTodayDate     PIC x(8).
    01 todayInt        PIC 9(8).
    01 workDateInt     PIC 9(8).
    01 forecastCount   PIC 9(3) VALUE 0.
    01 overlapFoundFlag PIC x(1).
        88 overlapFound        VALUE "Y".
    *> AFFINE and TRANSPOS values are checked before they reach the
    *> vault — CAESARCIPHER aborts the whole run on a bad one.
    01 keyValueValidFlag PIC x(1).
        88 keyValueValid       VALUE "Y".
    *> Set off when an EXPIRE, SUPERSEDE or DELETE cannot be applied to
    *> the vault, so it is listed as rejected rather than counted.
    01 vaultUpdatedFlag PIC x(1).
        88 vaultUpdated        VALUE "Y".
    01 keyValueReason  PIC x(30).
    01 affMultCheck    PIC 9(2).
    01 trnCheckLen     PIC 9(2).
    01 trnCheckIndex   PIC 9(2).
    01 addedCount      PIC 9(3) VALUE 0.
    01 expiredCount    PIC 9(3) VALUE 0.
    01 supersededCount PIC 9(3) VALUE 0.
    COMPUTE todayInt =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(wsTodayDate))

    PERFORM OpenKeyVault
    PERFORM LoadReferencedKeys

    OPEN OUTPUT ChangeListFile
    WRITE changeListRecord

    PERFORM ApplyTransactions

    MOVE SPACES TO changeListRecord
    WRITE changeListRecord

    PERFORM WriteExpiryForecast

    CLOSE KeyVaultFile
    CLOSE ChangeListFile

    DISPLAY "Key vault now holds " keyCount " key(s)"
    STOP RUN.


OpenKeyVault.
    *> Opens the vault for update, creating it empty the first time,
    *> and counts the keys on file for the listing header.
    OPEN I-O KeyVaultFile
    IF keyVaultFileStatus IS EQUAL TO "35"
        OPEN OUTPUT KeyVaultFile
        CLOSE KeyVaultFile
        OPEN I-O KeyVaultFile
    END-IF
    IF keyVaultFileStatus IS NOT EQUAL TO "00"
        DISPLAY "CANNOT OPEN KEYVAULT.DAT - STATUS " keyVaultFileStatus
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE 0 TO keyCount
    PERFORM StartVaultScan
    PERFORM UNTIL keyVaultAtEnd
        PERFORM ReadNextVaultKey
        IF NOT keyVaultAtEnd
            ADD 1 TO keyCount
        END-IF
    END-PERFORM
      .


StartVaultScan.
    *> Positions the vault at its first key for a pass in key ID
    *> order.
    MOVE "N" TO keyVaultEofFlag
    MOVE LOW-VALUES TO kvKeyId
    START KeyVaultFile KEY IS NOT LESS THAN kvKeyId
        INVALID KEY
            MOVE "Y" TO keyVaultEofFlag
    END-START
      .


ReadNextVaultKey.
    IF NOT keyVaultAtEnd
        READ KeyVaultFile NEXT RECORD
            AT END
                MOVE "Y" TO keyVaultEofFlag
        END-READ
    END-IF
      .

LoadReferencedKeys.
    *> Collects every key ID the batch configuration still points at:
    *> the control card's job-level IDs, the manifest's per-dataset
    *> overrides, the partner master's per-partner defaults and every
    *> key on the dated key schedule. Any of the files being absent is
    *> fine — an absent file references nothing.
    MOVE 0 TO refCount

    OPEN INPUT ControlCardFile
                PERFORM NoteReferencedKey
                MOVE ccVigKeyId TO workKeyId
                PERFORM NoteReferencedKey
                MOVE ccAffineKeyId TO workKeyId
                PERFORM NoteReferencedKey
                MOVE ccTransKeyId TO workKeyId
                PERFORM NoteReferencedKey
        END-READ
        CLOSE ControlCardFile
    END-IF
                    PERFORM NoteReferencedKey
                    MOVE mfVigKeyId TO workKeyId
                    PERFORM NoteReferencedKey
                    MOVE mfAffineKeyId TO workKeyId
                    PERFORM NoteReferencedKey
                    MOVE mfTransKeyId TO workKeyId
                    PERFORM NoteReferencedKey
            END-READ
        END-PERFORM
        CLOSE ManifestFile
                    PERFORM NoteReferencedKey
                    MOVE paVigKeyId TO workKeyId
                    PERFORM NoteReferencedKey
                    MOVE paAffineKeyId TO workKeyId
                    PERFORM NoteReferencedKey
                    MOVE paTransKeyId TO workKeyId
                    PERFORM NoteReferencedKey
            END-READ
        END-PERFORM
        CLOSE PartnerFile
    END-IF

    MOVE "N" TO keySchedEofFlag
    OPEN INPUT KeySchedFile
    IF keySchedFileStatus IS EQUAL TO "00"
        PERFORM UNTIL keySchedAtEnd
            READ KeySchedFile
                AT END
                    MOVE "Y" TO keySchedEofFlag
                NOT AT END
                    MOVE ksKeyId TO workKeyId
                    PERFORM NoteReferencedKey
            END-READ
        END-PERFORM
        CLOSE KeySchedFile
    END-IF
      .


NoteReferencedKey.
    IF workKeyId IS NOT EQUAL TO SPACES AND refCount < 400
        ADD 1 TO refCount
        MOVE workKeyId TO refKeyId (refCount)
    END-IF


FindKey.
    *> Reads workKeyId from the vault; when present its record is left
    *> in keyVaultRecord for the caller to update.
    MOVE "N" TO keyFoundFlag
    MOVE workKeyId TO kvKeyId
    READ KeyVaultFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO keyFoundFlag
    END-READ
      .




AppendKeyFromTransaction.
    PERFORM ValidateKeyValue
    IF NOT keyValueValid
        ADD 1 TO rejectedCount
        MOVE SPACES TO changeListRecord
        STRING "BAD KEY VALUE - NOT ADDED: " DELIMITED BY SIZE
            workKeyId DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            keyValueReason DELIMITED BY SIZE
            INTO changeListRecord
        WRITE changeListRecord
    ELSE
        MOVE SPACES TO keyVaultRecord
        MOVE workKeyId TO kvKeyId
        MOVE FUNCTION UPPER-CASE(ktKeyType) TO kvKeyType
        MOVE ktKeyValue TO kvKeyValue
        MOVE ktEffectiveDate TO kvEffectiveDate
        MOVE ktExpiryDate TO kvExpiryDate
        MOVE kvKeyId TO addedKeyId
        MOVE kvKeyType TO addedKeyType
        MOVE kvEffectiveDate TO addedEffectiveDate
        MOVE kvExpiryDate TO addedExpiryDate
        WRITE keyVaultRecord
            INVALID KEY
                MOVE "N" TO keyValueValidFlag
        END-WRITE
        IF NOT keyValueValid
            ADD 1 TO rejectedCount
            MOVE SPACES TO changeListRecord
            STRING "DUPLICATE - NOT ADDED:  " DELIMITED BY SIZE
                workKeyId DELIMITED BY SIZE
                INTO changeListRecord
            WRITE changeListRecord
        ELSE
            ADD 1 TO keyCount
            ADD 1 TO addedCount
            MOVE SPACES TO changeListRecord
            STRING "ADDED:                  " DELIMITED BY SIZE
                workKeyId DELIMITED BY SIZE
                " TYPE=" DELIMITED BY SIZE
                addedKeyType DELIMITED BY SIZE
                " EFFECTIVE=" DELIMITED BY SIZE
                addedEffectiveDate DELIMITED BY SIZE
                " EXPIRES=" DELIMITED BY SIZE
                addedExpiryDate DELIMITED BY SIZE
                INTO changeListRecord
            WRITE changeListRecord
            PERFORM WarnDateOverlap
        END-IF
    END-IF
      .


ValidateKeyValue.
    *> An AFFINE value is "MMOO" — multiplier then offset, two digits
    *> each. The multiplier must have an inverse mod 26 (odd and not
    *> 13) or nothing enciphered with it could ever be deciphered. A
    *> TRANSPOS value is a keyword of letters only, at least two long.
    MOVE "Y" TO keyValueValidFlag
    MOVE SPACES TO keyValueReason
    EVALUATE FUNCTION UPPER-CASE(ktKeyType)
        WHEN "AFFINE"
            IF ktKeyValue (1:4) IS NOT NUMERIC
                MOVE "N" TO keyValueValidFlag
                MOVE "(AFFINE VALUE NOT MMOO)" TO keyValueReason
            ELSE
                COMPUTE affMultCheck =
                    FUNCTION MOD(FUNCTION NUMVAL(ktKeyValue (1:2)), 26)
                IF FUNCTION MOD(affMultCheck, 2) = 0
                    OR affMultCheck = 13
                    MOVE "N" TO keyValueValidFlag
                    MOVE "(NO INVERSE MOD 26)" TO keyValueReason
                END-IF
            END-IF
        WHEN "TRANSPOS"
            MOVE 0 TO trnCheckLen
            PERFORM VARYING trnCheckIndex FROM 1 BY 1
                    UNTIL trnCheckIndex > 20
                IF ktKeyValue (trnCheckIndex:1) IS NOT EQUAL TO SPACE
                    MOVE trnCheckIndex TO trnCheckLen
                END-IF
            END-PERFORM
            IF trnCheckLen < 2
                MOVE "N" TO keyValueValidFlag
                MOVE "(KEYWORD TOO SHORT)" TO keyValueReason
            ELSE
                PERFORM VARYING trnCheckIndex FROM 1 BY 1
                        UNTIL trnCheckIndex > trnCheckLen
                    IF ktKeyValue (trnCheckIndex:1) IS NOT ALPHABETIC
                        OR ktKeyValue (trnCheckIndex:1) = SPACE
                        MOVE "N" TO keyValueValidFlag
                        MOVE "(KEYWORD NOT ALL LETTERS)"
                            TO keyValueReason
                    END-IF
                END-PERFORM
            END-IF
    END-EVALUATE
      .


WarnDateOverlap.
    *> The hand-editing era left the vault with same-type keys whose
    *> date ranges overlap, which makes "which key was live on date X"
    *> again. A warning only: staggered changeover windows are
    *> sometimes deliberate.
    MOVE "N" TO overlapFoundFlag
    PERFORM StartVaultScan
    PERFORM UNTIL keyVaultAtEnd
        PERFORM ReadNextVaultKey
        IF NOT keyVaultAtEnd
            AND kvKeyId IS NOT EQUAL TO addedKeyId
            AND kvKeyType IS EQUAL TO addedKeyType
            AND kvEffectiveDate <= addedExpiryDate
            AND kvExpiryDate >= addedEffectiveDate
            MOVE "Y" TO overlapFoundFlag
            MOVE SPACES TO changeListRecord
            STRING "  WARNING - DATES OVERLAP " DELIMITED BY SIZE
                kvKeyId DELIMITED BY SIZE
                " (" DELIMITED BY SIZE
                kvEffectiveDate DELIMITED BY SIZE
                "-" DELIMITED BY SIZE
                kvExpiryDate DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO changeListRecord
            WRITE changeListRecord
        WRITE changeListRecord
    ELSE
        IF ktExpiryDate IS EQUAL TO SPACES
            MOVE wsTodayDate TO kvExpiryDate
        ELSE
            MOVE ktExpiryDate TO kvExpiryDate
        END-IF
        MOVE "Y" TO vaultUpdatedFlag
        REWRITE keyVaultRecord
            INVALID KEY
                MOVE "N" TO vaultUpdatedFlag
        END-REWRITE
        IF vaultUpdated
            ADD 1 TO expiredCount
            MOVE SPACES TO changeListRecord
            STRING "EXPIRED:                " DELIMITED BY SIZE
                workKeyId DELIMITED BY SIZE
                " AS OF " DELIMITED BY SIZE
                kvExpiryDate DELIMITED BY SIZE
                INTO changeListRecord
            WRITE changeListRecord
            PERFORM WarnPartnerDefaults
        ELSE
            ADD 1 TO rejectedCount
            MOVE SPACES TO changeListRecord
            STRING "EXPIRE REJECTED:        " DELIMITED BY SIZE
                workKeyId DELIMITED BY SIZE
                INTO changeListRecord
            WRITE changeListRecord
        END-IF
    END-IF
      .

                    FUNCTION NUMVAL(ktEffectiveDate)) - 1
            COMPUTE workDateNum =
                FUNCTION DATE-OF-INTEGER(workDateInt)
            MOVE workDateNum TO kvExpiryDate
            MOVE "Y" TO vaultUpdatedFlag
            REWRITE keyVaultRecord
                INVALID KEY
                    MOVE "N" TO vaultUpdatedFlag
            END-REWRITE
            IF vaultUpdated
                ADD 1 TO supersededCount
                MOVE SPACES TO changeListRecord
                STRING "SUPERSEDED:             " DELIMITED BY SIZE
                    workKeyId DELIMITED BY SIZE
                    " EXPIRES " DELIMITED BY SIZE
                    kvExpiryDate DELIMITED BY SIZE
                    " SUCCESSOR=" DELIMITED BY SIZE
                    ktSuccessorId DELIMITED BY SIZE
                    INTO changeListRecord
                WRITE changeListRecord
                PERFORM WarnPartnerDefaults
                PERFORM AddSuccessorKey
            ELSE
                ADD 1 TO rejectedCount
                MOVE SPACES TO changeListRecord
                STRING "SUPERSEDE REJECTED:     " DELIMITED BY SIZE
                    workKeyId DELIMITED BY SIZE
                    " - SUCCESSOR NOT ADDED" DELIMITED BY SIZE
                    INTO changeListRecord
                WRITE changeListRecord
            END-IF
    END-EVALUATE
      .


AddSuccessorKey.
    *> The successor inherits the old key's type and is added
    *> through the same path ADD uses.
    MOVE kvKeyType TO ktKeyType
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ktSuccessorId))
        TO workKeyId
    PERFORM FindKey
    IF keyFound
        ADD 1 TO rejectedCount
        MOVE SPACES TO changeListRecord
        STRING "SUCCESSOR ALREADY ON FILE - NOT ADDED: "
            DELIMITED BY SIZE
            workKeyId DELIMITED BY SIZE
            INTO changeListRecord
        WRITE changeListRecord
    ELSE
        PERFORM AppendKeyFromTransaction
    END-IF
      .


DeleteKey.
    PERFORM FindKey
    EVALUATE TRUE
                STRING "STILL REFERENCED - NOT DELETED: "
                    DELIMITED BY SIZE
                    workKeyId DELIMITED BY SIZE
                    " (CONTROLCARD/MANIFEST/PARTNER/KEYSCHED)"
                    DELIMITED BY SIZE
                    INTO changeListRecord
                WRITE changeListRecord
                PERFORM WarnPartnerDefaults
            ELSE
                MOVE "Y" TO vaultUpdatedFlag
                DELETE KeyVaultFile RECORD
                    INVALID KEY
                        MOVE "N" TO vaultUpdatedFlag
                END-DELETE
                IF vaultUpdated
                    SUBTRACT 1 FROM keyCount
                    ADD 1 TO deletedCount
                    MOVE SPACES TO changeListRecord
                    STRING "DELETED:                " DELIMITED BY SIZE
                        workKeyId DELIMITED BY SIZE
                        INTO changeListRecord
                    WRITE changeListRecord
                ELSE
                    ADD 1 TO rejectedCount
                    MOVE SPACES TO changeListRecord
                    STRING "DELETE REJECTED:        " DELIMITED BY SIZE
                        workKeyId DELIMITED BY SIZE
                        INTO changeListRecord
                    WRITE changeListRecord
                END-IF
            END-IF
    END-EVALUATE
      .


WarnPartnerDefaults.
    *> Names every partner whose PARTNER.DAT entry still gives
    *> workKeyId as a default key, so the partner can be moved to the
    *> successor through PARTMAINT before its next file arrives.
    MOVE "N" TO partnerEofFlag
    OPEN INPUT PartnerFile
    IF partnerFileStatus IS EQUAL TO "00"
        PERFORM UNTIL partnerAtEnd
            READ PartnerFile
                AT END
                    MOVE "Y" TO partnerEofFlag
                NOT AT END
                    PERFORM NotePartnerDefault
            END-READ
        END-PERFORM
        CLOSE PartnerFile
    END-IF
      .


NotePartnerDefault.
    MOVE SPACES TO defaultSlotName
    EVALUATE workKeyId
        WHEN paCaesarKeyId
            MOVE "CAESAR" TO defaultSlotName
        WHEN paVigKeyId
            MOVE "VIGENERE" TO defaultSlotName
        WHEN paAffineKeyId
            MOVE "AFFINE" TO defaultSlotName
        WHEN paTransKeyId
            MOVE "TRANSPOS" TO defaultSlotName
    END-EVALUATE
    IF defaultSlotName IS NOT EQUAL TO SPACES
        MOVE SPACES TO changeListRecord
        STRING "  WARNING - PARTNER " DELIMITED BY SIZE
            paOriginSystem DELIMITED BY SIZE
            " STILL NAMES " DELIMITED BY SIZE
            workKeyId DELIMITED BY SIZE
            " AS ITS " DELIMITED BY SIZE
            defaultSlotName DELIMITED BY SPACE
            " DEFAULT - SEE PARTMAINT" DELIMITED BY SIZE
            INTO changeListRecord
        WRITE changeListRecord
    END-IF
      .


ListKeys.
    *> Key IDs, types and dates only — the key values never appear on
    *> any listing.
        " KEYS)" DELIMITED BY SIZE
        INTO changeListRecord
    WRITE changeListRecord
    PERFORM StartVaultScan
    PERFORM UNTIL keyVaultAtEnd
        PERFORM ReadNextVaultKey
        IF NOT keyVaultAtEnd
            MOVE SPACES TO changeListRecord
            STRING "  " DELIMITED BY SIZE
                kvKeyId DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                kvKeyType DELIMITED BY SIZE
                " EFFECTIVE=" DELIMITED BY SIZE
                kvEffectiveDate DELIMITED BY SIZE
                " EXPIRES=" DELIMITED BY SIZE
                kvExpiryDate DELIMITED BY SIZE
                INTO changeListRecord
            WRITE changeListRecord
        END-IF
    END-PERFORM
      .

    MOVE ALL "-" TO changeListRecord
    WRITE changeListRecord

    PERFORM StartVaultScan
    PERFORM UNTIL keyVaultAtEnd
        PERFORM ReadNextVaultKey
        IF NOT keyVaultAtEnd
            PERFORM ForecastOneKey
        END-IF
    END-PERFORM

    IF forecastCount = 0
ForecastOneKey.
    COMPUTE workDateInt =
        FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(kvExpiryDate))
    IF workDateInt < todayInt
        ADD 1 TO forecastCount
        MOVE SPACES TO changeListRecord
        STRING "  " DELIMITED BY SIZE
            kvKeyId DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            kvKeyType DELIMITED BY SIZE
            " ALREADY EXPIRED " DELIMITED BY SIZE
            kvExpiryDate DELIMITED BY SIZE
            INTO changeListRecord
        WRITE changeListRecord
    ELSE
            COMPUTE daysLeft = workDateInt - todayInt
            MOVE SPACES TO changeListRecord
            STRING "  " DELIMITED BY SIZE
                kvKeyId DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                kvKeyType DELIMITED BY SIZE
                " EXPIRES " DELIMITED BY SIZE
                kvExpiryDate DELIMITED BY SIZE
                " (" DELIMITED BY SIZE
                daysLeft DELIMITED BY SIZE
                " DAYS)" DELIMITED BY SIZE
        END-IF
    END-IF
      .
