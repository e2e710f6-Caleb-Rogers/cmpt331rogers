IDENTIFICATION DIVISION.
PROGRAM-ID. PARTMAINT.
AUTHOR. CALEB ROGERS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PartnerFile ASSIGN TO "PARTNER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS paOriginSystem
        FILE STATUS IS partnerFileStatus.
    SELECT KeyVaultFile ASSIGN TO "KEYVAULT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS kvKeyId
        FILE STATUS IS keyVaultFileStatus.
    SELECT KeySchedFile ASSIGN TO "KEYSCHED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS keySchedFileStatus.
    SELECT TransactionFile ASSIGN TO "PARTTRAN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS transactionFileStatus.
    SELECT ChangeListFile ASSIGN TO "PARTCHG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  PartnerFile.
    *> Same layout CAESARCIPHER's ValidateDatasetOrigin reads: the
    *> partner's default key IDs (IDs only, never key values), the
    *> prefix their per-dataset outputs route to, the suspension flag
    *> and the code page their files are written in (blank is ASCII).
    *> Keyed on paOriginSystem.
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
        05 paCodePage      PIC x(8).
        05 paFiller        PIC x(3).

FD  KeyVaultFile.
    *> Read only, to check the default key IDs a partner is given.
    01 keyVaultRecord.
        05 kvKeyId         PIC x(8).
        05 kvKeyType       PIC x(8).
        05 kvKeyValue      PIC x(20).
        05 kvEffectiveDate PIC x(8).
        05 kvExpiryDate    PIC x(8).
        05 kvFiller        PIC x(8).

FD  KeySchedFile.
    01 keySchedRecord     PIC x(40).
    01 keySchedFields REDEFINES keySchedRecord.
        05 ksOrigin        PIC x(8).
        05 ksKeyType       PIC x(8).
        05 ksKeyId         PIC x(8).
        05 ksFiller        PIC x(16).

FD  TransactionFile.
    *> Operator maintenance requests, one per record. ADD takes a new
    *> partner in full; CHANGE replaces only the fields given (a "*"
    *> clears a default key ID, the prefix or the code page back to
    *> blank; the code page is ASCII, EBCDIC or LATIN1); SUSPEND
    *> turns the partner's files away without losing its entry and
    *> RESUME lets them through again; DELETE removes the partner
    *> outright; LIST prints the master into the change listing.
    01 transactionRecord  PIC x(80).
    01 transactionFields REDEFINES transactionRecord.
        05 ptAction        PIC x(8).
        05 ptOrigin        PIC x(8).
        05 ptCaesarKeyId   PIC x(8).
        05 ptVigKeyId      PIC x(8).
        05 ptOutPrefix     PIC x(8).
        05 ptAffineKeyId   PIC x(8).
        05 ptTransKeyId    PIC x(8).
        05 ptCodePage      PIC x(8).
        05 ptFiller        PIC x(16).

FD  ChangeListFile.
    01 changeListRecord   PIC x(100).

WORKING-STORAGE SECTION.
    01 partnerFileStatus     PIC xx.
    01 keyVaultFileStatus    PIC xx.
    01 keySchedFileStatus    PIC xx.
    01 transactionFileStatus PIC xx.
    01 partnerEofFlag  PIC x(1).
        88 partnerAtEnd         VALUE "Y".
    01 keySchedEofFlag PIC x(1).
        88 keySchedAtEnd        VALUE "Y".
    01 transactionEofFlag PIC x(1).
        88 transactionAtEnd     VALUE "Y".
    01 keyVaultOpenFlag PIC x(1) VALUE "N".
        88 keyVaultOpen         VALUE "Y".
    *> Transactions apply straight to the indexed master;
    *> partnerCount is only kept for the listing totals.
    01 partnerCount    PIC 9(5) VALUE 0.
    01 partnerFoundFlag PIC x(1).
        88 partnerFound        VALUE "Y".
    01 workOrigin      PIC x(8).
    *> The partner entry an ADD or CHANGE would leave on file, built
    *> here and checked in full before the master is touched.
    01 newPartner.
        05 npOrigin        PIC x(8).
        05 npCaesarKeyId   PIC x(8).
        05 npVigKeyId      PIC x(8).
        05 npOutPrefix     PIC x(8).
        05 npAffineKeyId   PIC x(8).
        05 npTransKeyId    PIC x(8).
        05 npStatus        PIC x(1).
        05 npCodePage      PIC x(8).
    01 partnerValidFlag PIC x(1).
        88 partnerValid        VALUE "Y".
    *> Set off when a SUSPEND, RESUME or DELETE cannot be applied to
    *> the master, so it is listed as rejected rather than done.
    01 masterUpdatedFlag PIC x(1).
        88 masterUpdated       VALUE "Y".
    *> One default key ID being checked: the ID, the key type its slot
    *> demands and the slot's name for the change listing.
    01 checkKeyId      PIC x(8).
    01 checkKeyType    PIC x(8).
    01 checkSlotName   PIC x(8).
    01 keyFoundFlag    PIC x(1).
        88 keyFound            VALUE "Y".
    01 schedEntryCount PIC 9(3).
    01 wsTodayDate     PIC x(8).
    01 statusText      PIC x(9).
    01 addedCount      PIC 9(3) VALUE 0.
    01 changedCount    PIC 9(3) VALUE 0.
    01 suspendedCount  PIC 9(3) VALUE 0.
    01 resumedCount    PIC 9(3) VALUE 0.
    01 deletedCount    PIC 9(3) VALUE 0.
    01 rejectedCount   PIC 9(3) VALUE 0.
    01 transactionCount PIC 9(3) VALUE 0.

PROCEDURE DIVISION.
Begin.
    DISPLAY "Partner master maintenance for CAESARCIPHER routing"

    ACCEPT wsTodayDate FROM DATE YYYYMMDD

    PERFORM OpenPartnerMaster
    PERFORM OpenKeyVault

    OPEN OUTPUT ChangeListFile
    MOVE SPACES TO changeListRecord
    STRING "PARTNER MASTER MAINTENANCE CHANGE LISTING" DELIMITED BY SIZE
        INTO changeListRecord
    WRITE changeListRecord
    MOVE SPACES TO changeListRecord
    STRING "PARTNERS ON FILE AT START: " DELIMITED BY SIZE
        partnerCount DELIMITED BY SIZE
        INTO changeListRecord
    WRITE changeListRecord
    IF NOT keyVaultOpen
        MOVE SPACES TO changeListRecord
        STRING "NO KEYVAULT.DAT - ANY DEFAULT KEY ID WILL BE REFUSED"
            DELIMITED BY SIZE
            INTO changeListRecord
        WRITE changeListRecord
    END-IF
    MOVE ALL "-" TO changeListRecord
    WRITE changeListRecord

    PERFORM ApplyTransactions

    MOVE SPACES TO changeListRecord
    WRITE changeListRecord
    MOVE SPACES TO changeListRecord
    STRING "TRANSACTIONS=" DELIMITED BY SIZE
        transactionCount DELIMITED BY SIZE
        " ADDED=" DELIMITED BY SIZE
        addedCount DELIMITED BY SIZE
        " CHANGED=" DELIMITED BY SIZE
        changedCount DELIMITED BY SIZE
        " SUSPENDED=" DELIMITED BY SIZE
        suspendedCount DELIMITED BY SIZE
        " RESUMED=" DELIMITED BY SIZE
        resumedCount DELIMITED BY SIZE
        " DELETED=" DELIMITED BY SIZE
        deletedCount DELIMITED BY SIZE
        " REJECTED=" DELIMITED BY SIZE
        rejectedCount DELIMITED BY SIZE
        INTO changeListRecord
    WRITE changeListRecord
    MOVE SPACES TO changeListRecord
    STRING "PARTNERS ON FILE AT END:   " DELIMITED BY SIZE
        partnerCount DELIMITED BY SIZE
        INTO changeListRecord
    WRITE changeListRecord

    CLOSE PartnerFile
    IF keyVaultOpen
        CLOSE KeyVaultFile
    END-IF
    CLOSE ChangeListFile

    DISPLAY "Partner master now holds " partnerCount " partner(s)"

    STOP RUN.


OpenPartnerMaster.
    *> Opens the master for update, creating it empty the first time,
    *> and counts the partners on file for the listing header.
    OPEN I-O PartnerFile
    IF partnerFileStatus IS EQUAL TO "35"
        OPEN OUTPUT PartnerFile
        CLOSE PartnerFile
        OPEN I-O PartnerFile
    END-IF
    IF partnerFileStatus IS NOT EQUAL TO "00"
        DISPLAY "CANNOT OPEN PARTNER.DAT - STATUS " partnerFileStatus
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE 0 TO partnerCount
    PERFORM StartPartnerScan
    PERFORM UNTIL partnerAtEnd
        PERFORM ReadNextPartner
        IF NOT partnerAtEnd
            ADD 1 TO partnerCount
        END-IF
    END-PERFORM
      .


OpenKeyVault.
    *> Without a vault no default key ID can be proved good, so every
    *> one is refused — but a partner with no defaults (control card
    *> keys only) can still be maintained.
    MOVE "N" TO keyVaultOpenFlag
    OPEN INPUT KeyVaultFile
    IF keyVaultFileStatus IS EQUAL TO "00"
        MOVE "Y" TO keyVaultOpenFlag
    ELSE
        DISPLAY "CANNOT OPEN KEYVAULT.DAT - STATUS " keyVaultFileStatus
    END-IF
      .


StartPartnerScan.
    *> Positions the master at its first partner for a pass in origin
    *> system order.
    MOVE "N" TO partnerEofFlag
    MOVE LOW-VALUES TO paOriginSystem
    START PartnerFile KEY IS NOT LESS THAN paOriginSystem
        INVALID KEY
            MOVE "Y" TO partnerEofFlag
    END-START
      .


ReadNextPartner.
    IF NOT partnerAtEnd
        READ PartnerFile NEXT RECORD
            AT END
                MOVE "Y" TO partnerEofFlag
        END-READ
    END-IF
      .


ApplyTransactions.
    OPEN INPUT TransactionFile
    IF transactionFileStatus IS NOT EQUAL TO "00"
        DISPLAY "CANNOT OPEN PARTTRAN.DAT - STATUS "
            transactionFileStatus
        MOVE SPACES TO changeListRecord
        STRING "NO TRANSACTION FILE - NOTHING APPLIED"
            DELIMITED BY SIZE
            INTO changeListRecord
        WRITE changeListRecord
    ELSE
        MOVE "N" TO transactionEofFlag
        PERFORM UNTIL transactionAtEnd
            READ TransactionFile
                AT END
                    MOVE "Y" TO transactionEofFlag
                NOT AT END
                    IF transactionRecord IS NOT EQUAL TO SPACES
                        ADD 1 TO transactionCount
                        PERFORM ApplyOneTransaction
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TransactionFile
    END-IF
      .


ApplyOneTransaction.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ptOrigin)) TO workOrigin
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(ptAction))
        WHEN "ADD"
            PERFORM AddPartner
        WHEN "CHANGE"
            PERFORM ChangePartner
        WHEN "SUSPEND"
            PERFORM SuspendPartner
        WHEN "RESUME"
            PERFORM ResumePartner
        WHEN "DELETE"
            PERFORM DeletePartner
        WHEN "LIST"
            PERFORM ListPartners
        WHEN OTHER
            ADD 1 TO rejectedCount
            MOVE SPACES TO changeListRecord
            STRING "UNKNOWN ACTION: " DELIMITED BY SIZE
                ptAction DELIMITED BY SIZE
                INTO changeListRecord
            WRITE changeListRecord
    END-EVALUATE
      .


FindPartner.
    *> Reads workOrigin from the master; when present its record is
    *> left in partnerRecord for the caller to update.
    MOVE "N" TO partnerFoundFlag
    MOVE workOrigin TO paOriginSystem
    READ PartnerFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO partnerFoundFlag
    END-READ
      .


AddPartner.
    IF workOrigin IS EQUAL TO SPACES
        ADD 1 TO rejectedCount
        MOVE SPACES TO changeListRecord
        STRING "ADD REJECTED - NO ORIGIN SYSTEM GIVEN" DELIMITED BY SIZE
            INTO changeListRecord
        WRITE changeListRecord
    ELSE
        PERFORM FindPartner
        IF partnerFound
            ADD 1 TO rejectedCount
            MOVE SPACES TO changeListRecord
            STRING "DUPLICATE - NOT ADDED:  " DELIMITED BY SIZE
                workOrigin DELIMITED BY SIZE
                INTO changeListRecord
            WRITE changeListRecord
        ELSE
            MOVE SPACES TO newPartner
            MOVE workOrigin TO npOrigin
            MOVE FUNCTION UPPER-CASE(ptCaesarKeyId) TO npCaesarKeyId
            MOVE FUNCTION UPPER-CASE(ptVigKeyId) TO npVigKeyId
            MOVE FUNCTION UPPER-CASE(ptOutPrefix) TO npOutPrefix
            MOVE FUNCTION UPPER-CASE(ptAffineKeyId) TO npAffineKeyId
            MOVE FUNCTION UPPER-CASE(ptTransKeyId) TO npTransKeyId
            MOVE FUNCTION UPPER-CASE(ptCodePage) TO npCodePage
            PERFORM ValidateNewPartner
            IF partnerValid
                MOVE SPACES TO partnerRecord
                PERFORM MoveNewPartner
                WRITE partnerRecord
                    INVALID KEY
                        MOVE "N" TO partnerValidFlag
                END-WRITE
            END-IF
            IF partnerValid
                ADD 1 TO partnerCount
                ADD 1 TO addedCount
                MOVE "ADDED:" TO statusText
                PERFORM WritePartnerLine
            ELSE
                ADD 1 TO rejectedCount
                MOVE SPACES TO changeListRecord
                STRING "ADD REJECTED:           " DELIMITED BY SIZE
                    workOrigin DELIMITED BY SIZE
                    INTO changeListRecord
                WRITE changeListRecord
            END-IF
        END-IF
    END-IF
      .


ChangePartner.
    PERFORM FindPartner
    IF NOT partnerFound
        ADD 1 TO rejectedCount
        MOVE SPACES TO changeListRecord
        STRING "NOT FOUND - NO CHANGE:  " DELIMITED BY SIZE
            workOrigin DELIMITED BY SIZE
            INTO changeListRecord
        WRITE changeListRecord
    ELSE
        MOVE paOriginSystem TO npOrigin
        MOVE paCaesarKeyId TO npCaesarKeyId
        MOVE paVigKeyId TO npVigKeyId
        MOVE paOutPrefix TO npOutPrefix
        MOVE paAffineKeyId TO npAffineKeyId
        MOVE paTransKeyId TO npTransKeyId
        MOVE paStatus TO npStatus
        MOVE paCodePage TO npCodePage
        *> Only the fields given change; "*" clears one.
        IF ptCaesarKeyId IS NOT EQUAL TO SPACES
            MOVE FUNCTION UPPER-CASE(ptCaesarKeyId) TO npCaesarKeyId
        END-IF
        IF ptVigKeyId IS NOT EQUAL TO SPACES
            MOVE FUNCTION UPPER-CASE(ptVigKeyId) TO npVigKeyId
        END-IF
        IF ptOutPrefix IS NOT EQUAL TO SPACES
            MOVE FUNCTION UPPER-CASE(ptOutPrefix) TO npOutPrefix
        END-IF
        IF ptAffineKeyId IS NOT EQUAL TO SPACES
            MOVE FUNCTION UPPER-CASE(ptAffineKeyId) TO npAffineKeyId
        END-IF
        IF ptTransKeyId IS NOT EQUAL TO SPACES
            MOVE FUNCTION UPPER-CASE(ptTransKeyId) TO npTransKeyId
        END-IF
        IF ptCodePage IS NOT EQUAL TO SPACES
            MOVE FUNCTION UPPER-CASE(ptCodePage) TO npCodePage
        END-IF
        IF npCaesarKeyId IS EQUAL TO "*"
            MOVE SPACES TO npCaesarKeyId
        END-IF
        IF npVigKeyId IS EQUAL TO "*"
            MOVE SPACES TO npVigKeyId
        END-IF
        IF npOutPrefix IS EQUAL TO "*"
            MOVE SPACES TO npOutPrefix
        END-IF
        IF npAffineKeyId IS EQUAL TO "*"
            MOVE SPACES TO npAffineKeyId
        END-IF
        IF npTransKeyId IS EQUAL TO "*"
            MOVE SPACES TO npTransKeyId
        END-IF
        IF npCodePage IS EQUAL TO "*"
            MOVE SPACES TO npCodePage
        END-IF
        PERFORM ValidateNewPartner
        IF partnerValid
            *> The validation pass moved the master off this partner;
            *> read it back before rewriting it.
            PERFORM FindPartner
            PERFORM MoveNewPartner
            REWRITE partnerRecord
                INVALID KEY
                    MOVE "N" TO partnerValidFlag
            END-REWRITE
        END-IF
        IF partnerValid
            ADD 1 TO changedCount
            MOVE "CHANGED:" TO statusText
            PERFORM WritePartnerLine
        ELSE
            ADD 1 TO rejectedCount
            MOVE SPACES TO changeListRecord
            STRING "CHANGE REJECTED:        " DELIMITED BY SIZE
                workOrigin DELIMITED BY SIZE
                INTO changeListRecord
            WRITE changeListRecord
        END-IF
    END-IF
      .


SuspendPartner.
    *> A suspended partner stays on the master (its prefix stays
    *> reserved) but CAESARCIPHER refuses its files until RESUME.
    PERFORM FindPartner
    EVALUATE TRUE
        WHEN NOT partnerFound
            ADD 1 TO rejectedCount
            MOVE SPACES TO changeListRecord
            STRING "NOT FOUND - NO SUSPEND: " DELIMITED BY SIZE
                workOrigin DELIMITED BY SIZE
                INTO changeListRecord
            WRITE changeListRecord
        WHEN paSuspended
            ADD 1 TO rejectedCount
            MOVE SPACES TO changeListRecord
            STRING "ALREADY SUSPENDED:      " DELIMITED BY SIZE
                workOrigin DELIMITED BY SIZE
                INTO changeListRecord
            WRITE changeListRecord
        WHEN OTHER
            MOVE "S" TO paStatus
            MOVE "Y" TO masterUpdatedFlag
            REWRITE partnerRecord
                INVALID KEY
                    MOVE "N" TO masterUpdatedFlag
            END-REWRITE
            IF masterUpdated
                ADD 1 TO suspendedCount
                MOVE SPACES TO changeListRecord
                STRING "SUSPENDED:              " DELIMITED BY SIZE
                    workOrigin DELIMITED BY SIZE
                    " - FILES FROM THIS ORIGIN WILL BE REFUSED"
                    DELIMITED BY SIZE
                    INTO changeListRecord
                WRITE changeListRecord
            ELSE
                ADD 1 TO rejectedCount
                MOVE SPACES TO changeListRecord
                STRING "SUSPEND REJECTED:       " DELIMITED BY SIZE
                    workOrigin DELIMITED BY SIZE
                    INTO changeListRecord
                WRITE changeListRecord
            END-IF
    END-EVALUATE
      .


ResumePartner.
    PERFORM FindPartner
    EVALUATE TRUE
        WHEN NOT partnerFound
            ADD 1 TO rejectedCount
            MOVE SPACES TO changeListRecord
            STRING "NOT FOUND - NO RESUME:  " DELIMITED BY SIZE
                workOrigin DELIMITED BY SIZE
                INTO changeListRecord
            WRITE changeListRecord
        WHEN NOT paSuspended
            ADD 1 TO rejectedCount
            MOVE SPACES TO changeListRecord
            STRING "NOT SUSPENDED:          " DELIMITED BY SIZE
                workOrigin DELIMITED BY SIZE
                INTO changeListRecord
            WRITE changeListRecord
        WHEN OTHER
            MOVE SPACE TO paStatus
            MOVE "Y" TO masterUpdatedFlag
            REWRITE partnerRecord
                INVALID KEY
                    MOVE "N" TO masterUpdatedFlag
            END-REWRITE
            IF masterUpdated
                ADD 1 TO resumedCount
                MOVE SPACES TO changeListRecord
                STRING "RESUMED:                " DELIMITED BY SIZE
                    workOrigin DELIMITED BY SIZE
                    INTO changeListRecord
                WRITE changeListRecord
            ELSE
                ADD 1 TO rejectedCount
                MOVE SPACES TO changeListRecord
                STRING "RESUME REJECTED:        " DELIMITED BY SIZE
                    workOrigin DELIMITED BY SIZE
                    INTO changeListRecord
                WRITE changeListRecord
            END-IF
    END-EVALUATE
      .


DeletePartner.
    PERFORM FindPartner
    IF NOT partnerFound
        ADD 1 TO rejectedCount
        MOVE SPACES TO changeListRecord
        STRING "NOT FOUND - NO DELETE:  " DELIMITED BY SIZE
            workOrigin DELIMITED BY SIZE
            INTO changeListRecord
        WRITE changeListRecord
    ELSE
        MOVE "Y" TO masterUpdatedFlag
        DELETE PartnerFile RECORD
            INVALID KEY
                MOVE "N" TO masterUpdatedFlag
        END-DELETE
        IF masterUpdated
            SUBTRACT 1 FROM partnerCount
            ADD 1 TO deletedCount
            MOVE SPACES TO changeListRecord
            STRING "DELETED:                " DELIMITED BY SIZE
                workOrigin DELIMITED BY SIZE
                " - FILES FROM THIS ORIGIN WILL BE REFUSED"
                DELIMITED BY SIZE
                INTO changeListRecord
            WRITE changeListRecord
            PERFORM WarnScheduleEntries
        ELSE
            ADD 1 TO rejectedCount
            MOVE SPACES TO changeListRecord
            STRING "DELETE REJECTED:        " DELIMITED BY SIZE
                workOrigin DELIMITED BY SIZE
                INTO changeListRecord
            WRITE changeListRecord
        END-IF
    END-IF
      .


WarnScheduleEntries.
    *> KEYSCHED.DAT entries for a deleted partner are left alone (an
    *> old file may still need reading if the partner comes back) but
    *> are pointed out so they can be tidied deliberately.
    MOVE 0 TO schedEntryCount
    MOVE "N" TO keySchedEofFlag
    OPEN INPUT KeySchedFile
    IF keySchedFileStatus IS EQUAL TO "00"
        PERFORM UNTIL keySchedAtEnd
            READ KeySchedFile
                AT END
                    MOVE "Y" TO keySchedEofFlag
                NOT AT END
                    IF ksOrigin IS EQUAL TO workOrigin
                        ADD 1 TO schedEntryCount
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KeySchedFile
    END-IF
    IF schedEntryCount > 0
        MOVE SPACES TO changeListRecord
        STRING "  WARNING - " DELIMITED BY SIZE
            schedEntryCount DELIMITED BY SIZE
            " KEYSCHED.DAT ENTRIES REMAIN FOR " DELIMITED BY SIZE
            workOrigin DELIMITED BY SIZE
            INTO changeListRecord
        WRITE changeListRecord
    END-IF
      .


ValidateNewPartner.
    *> Every default key ID must be on KEYVAULT.DAT, of the type its
    *> slot names, and not already expired; the output prefix must not
    *> be one another partner's files already route to; the code page
    *> must be one CAESARCIPHER can translate. Each failure gets its
    *> own line so one pass shows everything to fix.
    MOVE "Y" TO partnerValidFlag

    MOVE npCaesarKeyId TO checkKeyId
    MOVE "CAESAR" TO checkKeyType
    MOVE "CAESAR" TO checkSlotName
    PERFORM CheckDefaultKey
    MOVE npVigKeyId TO checkKeyId
    MOVE "VIGENERE" TO checkKeyType
    MOVE "VIGENERE" TO checkSlotName
    PERFORM CheckDefaultKey
    MOVE npAffineKeyId TO checkKeyId
    MOVE "AFFINE" TO checkKeyType
    MOVE "AFFINE" TO checkSlotName
    PERFORM CheckDefaultKey
    MOVE npTransKeyId TO checkKeyId
    MOVE "TRANSPOS" TO checkKeyType
    MOVE "TRANSPOS" TO checkSlotName
    PERFORM CheckDefaultKey

    IF npOutPrefix IS NOT EQUAL TO SPACES
        PERFORM CheckPrefixInUse
    END-IF

    IF npCodePage IS NOT EQUAL TO SPACES
        AND npCodePage IS NOT EQUAL TO "ASCII"
        AND npCodePage IS NOT EQUAL TO "EBCDIC"
        AND npCodePage IS NOT EQUAL TO "LATIN1"
        MOVE "N" TO partnerValidFlag
        MOVE SPACES TO changeListRecord
        STRING "  REFUSED - UNKNOWN CODE PAGE " DELIMITED BY SIZE
            npCodePage DELIMITED BY SIZE
            " - USE ASCII, EBCDIC OR LATIN1" DELIMITED BY SIZE
            INTO changeListRecord
        WRITE changeListRecord
    END-IF
      .


CheckDefaultKey.
    IF checkKeyId IS NOT EQUAL TO SPACES
        IF NOT keyVaultOpen
            MOVE "N" TO partnerValidFlag
            MOVE SPACES TO changeListRecord
            STRING "  REFUSED - " DELIMITED BY SIZE
                checkSlotName DELIMITED BY SPACE
                " KEY " DELIMITED BY SIZE
                checkKeyId DELIMITED BY SIZE
                " CANNOT BE CHECKED - NO KEYVAULT.DAT" DELIMITED BY SIZE
                INTO changeListRecord
            WRITE changeListRecord
        ELSE
            MOVE checkKeyId TO kvKeyId
            MOVE "Y" TO keyFoundFlag
            READ KeyVaultFile
                INVALID KEY
                    MOVE "N" TO keyFoundFlag
            END-READ
            IF keyFound
                PERFORM JudgeDefaultKey
            ELSE
                MOVE "N" TO partnerValidFlag
                MOVE SPACES TO changeListRecord
                STRING "  REFUSED - " DELIMITED BY SIZE
                    checkSlotName DELIMITED BY SPACE
                    " KEY " DELIMITED BY SIZE
                    checkKeyId DELIMITED BY SIZE
                    " NOT ON KEYVAULT.DAT" DELIMITED BY SIZE
                    INTO changeListRecord
                WRITE changeListRecord
            END-IF
        END-IF
    END-IF
      .


JudgeDefaultKey.
    IF FUNCTION UPPER-CASE(kvKeyType) IS NOT EQUAL TO checkKeyType
        MOVE "N" TO partnerValidFlag
        MOVE SPACES TO changeListRecord
        STRING "  REFUSED - " DELIMITED BY SIZE
            checkSlotName DELIMITED BY SPACE
            " KEY " DELIMITED BY SIZE
            checkKeyId DELIMITED BY SIZE
            " IS A " DELIMITED BY SIZE
            kvKeyType DELIMITED BY SPACE
            " KEY" DELIMITED BY SIZE
            INTO changeListRecord
        WRITE changeListRecord
    END-IF
    IF kvExpiryDate < wsTodayDate
        MOVE "N" TO partnerValidFlag
        MOVE SPACES TO changeListRecord
        STRING "  REFUSED - " DELIMITED BY SIZE
            checkSlotName DELIMITED BY SPACE
            " KEY " DELIMITED BY SIZE
            checkKeyId DELIMITED BY SIZE
            " EXPIRED " DELIMITED BY SIZE
            kvExpiryDate DELIMITED BY SIZE
            INTO changeListRecord
        WRITE changeListRecord
    END-IF
      .


CheckPrefixInUse.
    *> Two partners routed to one prefix would write over each other's
    *> outputs on a manifest run. A suspended partner keeps its prefix.
    PERFORM StartPartnerScan
    PERFORM UNTIL partnerAtEnd
        PERFORM ReadNextPartner
        IF NOT partnerAtEnd
            AND paOriginSystem IS NOT EQUAL TO npOrigin
            AND paOutPrefix IS EQUAL TO npOutPrefix
            MOVE "N" TO partnerValidFlag
            MOVE SPACES TO changeListRecord
            STRING "  REFUSED - OUTPUT PREFIX " DELIMITED BY SIZE
                npOutPrefix DELIMITED BY SPACE
                " ALREADY USED BY " DELIMITED BY SIZE
                paOriginSystem DELIMITED BY SIZE
                INTO changeListRecord
            WRITE changeListRecord
        END-IF
    END-PERFORM
      .


MoveNewPartner.
    MOVE npOrigin TO paOriginSystem
    MOVE npCaesarKeyId TO paCaesarKeyId
    MOVE npVigKeyId TO paVigKeyId
    MOVE npOutPrefix TO paOutPrefix
    MOVE npAffineKeyId TO paAffineKeyId
    MOVE npTransKeyId TO paTransKeyId
    MOVE npStatus TO paStatus
    MOVE npCodePage TO paCodePage
      .


WritePartnerLine.
    *> Key IDs and prefix only — a key value never appears on any
    *> listing.
    MOVE SPACES TO changeListRecord
    STRING statusText DELIMITED BY SIZE
        "               " DELIMITED BY SIZE
        paOriginSystem DELIMITED BY SIZE
        " CAE=" DELIMITED BY SIZE
        paCaesarKeyId DELIMITED BY SIZE
        " VIG=" DELIMITED BY SIZE
        paVigKeyId DELIMITED BY SIZE
        " AFF=" DELIMITED BY SIZE
        paAffineKeyId DELIMITED BY SIZE
        " TRN=" DELIMITED BY SIZE
        paTransKeyId DELIMITED BY SIZE
        " PREFIX=" DELIMITED BY SIZE
        paOutPrefix DELIMITED BY SIZE
        INTO changeListRecord
    WRITE changeListRecord
    *> The partner line is full; a partner not on plain ASCII gets
    *> its code page on a line of its own.
    IF paCodePage IS NOT EQUAL TO SPACES
        AND paCodePage IS NOT EQUAL TO "ASCII"
        MOVE SPACES TO changeListRecord
        STRING "                        " DELIMITED BY SIZE
            paOriginSystem DELIMITED BY SIZE
            " CODE PAGE=" DELIMITED BY SIZE
            paCodePage DELIMITED BY SIZE
            INTO changeListRecord
        WRITE changeListRecord
    END-IF
      .


ListPartners.
    MOVE SPACES TO changeListRecord
    STRING "CURRENT PARTNER MASTER (" DELIMITED BY SIZE
        partnerCount DELIMITED BY SIZE
        " PARTNERS)" DELIMITED BY SIZE
        INTO changeListRecord
    WRITE changeListRecord
    PERFORM StartPartnerScan
    PERFORM UNTIL partnerAtEnd
        PERFORM ReadNextPartner
        IF NOT partnerAtEnd
            IF paSuspended
                MOVE "SUSPENDED" TO statusText
            ELSE
                MOVE "  ACTIVE" TO statusText
            END-IF
            PERFORM WritePartnerLine
        END-IF
    END-PERFORM
      .
