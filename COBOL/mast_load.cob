IDENTIFICATION DIVISION.
PROGRAM-ID. MASTLOAD.
AUTHOR. CALEB ROGERS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT KeyVaultSeqFile ASSIGN TO "KEYVAULT.SEQ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS keyVaultSeqFileStatus.
    SELECT KeyVaultFile ASSIGN TO "KEYVAULT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS kvKeyId
        FILE STATUS IS keyVaultFileStatus.
    SELECT PartnerSeqFile ASSIGN TO "PARTNER.SEQ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS partnerSeqFileStatus.
    SELECT PartnerFile ASSIGN TO "PARTNER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS paOriginSystem
        FILE STATUS IS partnerFileStatus.
    SELECT MsgHashSeqFile ASSIGN TO "MSGHASH.SEQ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS msgHashSeqFileStatus.
    SELECT MsgHashFile ASSIGN TO "MSGHASH.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS mhKey
        ALTERNATE RECORD KEY IS mhDupKey WITH DUPLICATES
        FILE STATUS IS msgHashFileStatus.
    SELECT DictionarySeqFile ASSIGN TO "DICTIONARY.SEQ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS dictionarySeqFileStatus.
    SELECT DictionaryFile ASSIGN TO "DICTIONARY.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS dictionaryKeyWord
        FILE STATUS IS dictionaryFileStatus.
    SELECT LoadReportFile ASSIGN TO "MASTLDRPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> One-time conversion of the four flat master files to the indexed
*> masters CAESARCIPHER, KEYMAINT, KEYROTATE and DICTMAINT read by
*> key. Each old flat file is renamed to .SEQ before the run; its
*> indexed replacement is created fresh under the .DAT name. The flat
*> files were hand-edited for years, so a second record for the same
*> key is reported (and left out) rather than allowed to stop the load.
FD  KeyVaultSeqFile.
    01 keyVaultSeqRecord  PIC x(60).

FD  KeyVaultFile.
    *> Same layout CAESARCIPHER's LookupVaultKey reads.
    01 keyVaultRecord.
        05 kvKeyId         PIC x(8).
        05 kvKeyType       PIC x(8).
        05 kvKeyValue      PIC x(20).
        05 kvEffectiveDate PIC x(8).
        05 kvExpiryDate    PIC x(8).
        05 kvFiller        PIC x(8).

FD  PartnerSeqFile.
    01 partnerSeqRecord   PIC x(60).

FD  PartnerFile.
    01 partnerRecord      PIC x(60).
    01 partnerFields REDEFINES partnerRecord.
        05 paOriginSystem  PIC x(8).
        05 paRest          PIC x(52).

FD  MsgHashSeqFile.
    *> The flat history's layout: run date first, then origin, HDR
    *> date and hash.
    01 msgHashSeqRecord.
        05 msRecDate       PIC x(8).
        05 msOrigin        PIC x(8).
        05 msHdrDate       PIC x(8).
        05 msHash          PIC x(6).
        05 msFiller        PIC x(10).

FD  MsgHashFile.
    *> Same layout CAESARCIPHER's CheckDuplicateMessage reads.
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

FD  DictionarySeqFile.
    01 dictionarySeqRecord PIC x(20).

FD  DictionaryFile.
    01 dictionaryRecord.
        05 dictionaryKeyWord PIC x(20).

FD  LoadReportFile.
    01 loadReportRecord   PIC x(80).

WORKING-STORAGE SECTION.
    01 keyVaultSeqFileStatus   PIC xx.
    01 keyVaultFileStatus      PIC xx.
    01 partnerSeqFileStatus    PIC xx.
    01 partnerFileStatus       PIC xx.
    01 msgHashSeqFileStatus    PIC xx.
    01 msgHashFileStatus       PIC xx.
    01 dictionarySeqFileStatus PIC xx.
    01 dictionaryFileStatus    PIC xx.
    01 seqEofFlag      PIC x(1).
        88 seqAtEnd            VALUE "Y".
    01 duplicateFlag   PIC x(1).
        88 duplicateKey        VALUE "Y".
    *> Per-master tallies, reset for each file converted.
    01 masterName      PIC x(10).
    01 masterKeyText   PIC x(30).
    01 outputStatus    PIC xx.
    01 recordNumber    PIC 9(7).
    01 readCount       PIC 9(7).
    01 loadedCount     PIC 9(7).
    01 duplicateCount  PIC 9(7).
    01 blankCount      PIC 9(7).
    01 totalDuplicates PIC 9(7) VALUE 0.
    01 loadReturnCode  PIC 9(2) VALUE 0.

PROCEDURE DIVISION.
Begin.
    DISPLAY "Master file conversion to indexed organization"

    OPEN OUTPUT LoadReportFile
    MOVE SPACES TO loadReportRecord
    STRING "MASTER FILE CONVERSION - FLAT .SEQ TO INDEXED .DAT"
        DELIMITED BY SIZE
        INTO loadReportRecord
    WRITE loadReportRecord
    MOVE ALL "-" TO loadReportRecord
    WRITE loadReportRecord

    PERFORM LoadKeyVault
    PERFORM LoadPartnerMaster
    PERFORM LoadMessageHistory
    PERFORM LoadDictionary

    MOVE SPACES TO loadReportRecord
    WRITE loadReportRecord
    MOVE SPACES TO loadReportRecord
    STRING "DUPLICATE KEYS NOT LOADED, ALL MASTERS: " DELIMITED BY SIZE
        totalDuplicates DELIMITED BY SIZE
        INTO loadReportRecord
    WRITE loadReportRecord
    CLOSE LoadReportFile

    *> Duplicates are a warning: the first record for each key is
    *> loaded, and the report lists the rest for someone to resolve.
    IF totalDuplicates > 0 AND loadReturnCode < 4
        MOVE 4 TO loadReturnCode
    END-IF
    DISPLAY "Conversion complete - " totalDuplicates
        " duplicate key(s) reported in MASTLDRPT.DAT"
    MOVE loadReturnCode TO RETURN-CODE
    STOP RUN.


LoadKeyVault.
    MOVE "KEYVAULT" TO masterName
    PERFORM ResetMasterCounts
    OPEN INPUT KeyVaultSeqFile
    IF keyVaultSeqFileStatus IS NOT EQUAL TO "00"
        PERFORM ReportNoInput
    ELSE
        OPEN OUTPUT KeyVaultFile
        MOVE keyVaultFileStatus TO outputStatus
        IF outputStatus IS NOT EQUAL TO "00"
            PERFORM ReportNoOutput
        ELSE
            PERFORM UNTIL seqAtEnd
                READ KeyVaultSeqFile
                    AT END
                        MOVE "Y" TO seqEofFlag
                    NOT AT END
                        ADD 1 TO recordNumber
                        PERFORM LoadOneKey
                END-READ
            END-PERFORM
            CLOSE KeyVaultFile
        END-IF
        CLOSE KeyVaultSeqFile
        PERFORM ReportMasterTotals
    END-IF
      .


LoadOneKey.
    IF keyVaultSeqRecord (1:8) IS EQUAL TO SPACES
        ADD 1 TO blankCount
    ELSE
        ADD 1 TO readCount
        MOVE keyVaultSeqRecord TO keyVaultRecord
        MOVE "N" TO duplicateFlag
        WRITE keyVaultRecord
            INVALID KEY
                MOVE "Y" TO duplicateFlag
        END-WRITE
        MOVE kvKeyId TO masterKeyText
        PERFORM TallyLoadedRecord
    END-IF
      .


LoadPartnerMaster.
    MOVE "PARTNER" TO masterName
    PERFORM ResetMasterCounts
    OPEN INPUT PartnerSeqFile
    IF partnerSeqFileStatus IS NOT EQUAL TO "00"
        PERFORM ReportNoInput
    ELSE
        OPEN OUTPUT PartnerFile
        MOVE partnerFileStatus TO outputStatus
        IF outputStatus IS NOT EQUAL TO "00"
            PERFORM ReportNoOutput
        ELSE
            PERFORM UNTIL seqAtEnd
                READ PartnerSeqFile
                    AT END
                        MOVE "Y" TO seqEofFlag
                    NOT AT END
                        ADD 1 TO recordNumber
                        PERFORM LoadOnePartner
                END-READ
            END-PERFORM
            CLOSE PartnerFile
        END-IF
        CLOSE PartnerSeqFile
        PERFORM ReportMasterTotals
    END-IF
      .


LoadOnePartner.
    IF partnerSeqRecord (1:8) IS EQUAL TO SPACES
        ADD 1 TO blankCount
    ELSE
        ADD 1 TO readCount
        MOVE partnerSeqRecord TO partnerRecord
        MOVE "N" TO duplicateFlag
        WRITE partnerRecord
            INVALID KEY
                MOVE "Y" TO duplicateFlag
        END-WRITE
        MOVE paOriginSystem TO masterKeyText
        PERFORM TallyLoadedRecord
    END-IF
      .


LoadMessageHistory.
    MOVE "MSGHASH" TO masterName
    PERFORM ResetMasterCounts
    OPEN INPUT MsgHashSeqFile
    IF msgHashSeqFileStatus IS NOT EQUAL TO "00"
        PERFORM ReportNoInput
    ELSE
        OPEN OUTPUT MsgHashFile
        MOVE msgHashFileStatus TO outputStatus
        IF outputStatus IS NOT EQUAL TO "00"
            PERFORM ReportNoOutput
        ELSE
            PERFORM UNTIL seqAtEnd
                READ MsgHashSeqFile
                    AT END
                        MOVE "Y" TO seqEofFlag
                    NOT AT END
                        ADD 1 TO recordNumber
                        PERFORM LoadOneHash
                END-READ
            END-PERFORM
            CLOSE MsgHashFile
        END-IF
        CLOSE MsgHashSeqFile
        PERFORM ReportMasterTotals
    END-IF
      .


LoadOneHash.
    IF msOrigin IS EQUAL TO SPACES
        ADD 1 TO blankCount
    ELSE
        ADD 1 TO readCount
        MOVE SPACES TO msgHashRecord
        MOVE msOrigin TO mhOrigin
        MOVE msHdrDate TO mhHdrDate
        MOVE msHash TO mhHash
        MOVE msRecDate TO mhRecDate
        MOVE msOrigin TO mhDupOrigin
        MOVE msHash TO mhDupHash
        MOVE "N" TO duplicateFlag
        WRITE msgHashRecord
            INVALID KEY
                MOVE "Y" TO duplicateFlag
        END-WRITE
        MOVE SPACES TO masterKeyText
        STRING mhOrigin DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            mhHdrDate DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            mhHash DELIMITED BY SIZE
            INTO masterKeyText
        PERFORM TallyLoadedRecord
    END-IF
      .


LoadDictionary.
    MOVE "DICTIONARY" TO masterName
    PERFORM ResetMasterCounts
    OPEN INPUT DictionarySeqFile
    IF dictionarySeqFileStatus IS NOT EQUAL TO "00"
        PERFORM ReportNoInput
    ELSE
        OPEN OUTPUT DictionaryFile
        MOVE dictionaryFileStatus TO outputStatus
        IF outputStatus IS NOT EQUAL TO "00"
            PERFORM ReportNoOutput
        ELSE
            PERFORM UNTIL seqAtEnd
                READ DictionarySeqFile
                    AT END
                        MOVE "Y" TO seqEofFlag
                    NOT AT END
                        ADD 1 TO recordNumber
                        PERFORM LoadOneWord
                END-READ
            END-PERFORM
            CLOSE DictionaryFile
        END-IF
        CLOSE DictionarySeqFile
        PERFORM ReportMasterTotals
    END-IF
      .


LoadOneWord.
    *> Words are keyed in upper case, the way DICTMAINT has always
    *> stored them and the solvers compare them.
    IF dictionarySeqRecord IS EQUAL TO SPACES
        ADD 1 TO blankCount
    ELSE
        ADD 1 TO readCount
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(dictionarySeqRecord))
            TO dictionaryKeyWord
        MOVE "N" TO duplicateFlag
        WRITE dictionaryRecord
            INVALID KEY
                MOVE "Y" TO duplicateFlag
        END-WRITE
        MOVE dictionaryKeyWord TO masterKeyText
        PERFORM TallyLoadedRecord
    END-IF
      .


ResetMasterCounts.
    MOVE "N" TO seqEofFlag
    MOVE 0 TO recordNumber
    MOVE 0 TO readCount
    MOVE 0 TO loadedCount
    MOVE 0 TO duplicateCount
    MOVE 0 TO blankCount
      .


TallyLoadedRecord.
    IF duplicateKey
        ADD 1 TO duplicateCount
        ADD 1 TO totalDuplicates
        MOVE SPACES TO loadReportRecord
        STRING "  DUPLICATE KEY " DELIMITED BY SIZE
            masterName DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            masterKeyText DELIMITED BY SIZE
            " REC=" DELIMITED BY SIZE
            recordNumber DELIMITED BY SIZE
            " NOT LOADED" DELIMITED BY SIZE
            INTO loadReportRecord
        WRITE loadReportRecord
    ELSE
        ADD 1 TO loadedCount
    END-IF
      .


ReportMasterTotals.
    MOVE SPACES TO loadReportRecord
    STRING masterName DELIMITED BY SIZE
        " READ=" DELIMITED BY SIZE
        readCount DELIMITED BY SIZE
        " LOADED=" DELIMITED BY SIZE
        loadedCount DELIMITED BY SIZE
        " DUPLICATES=" DELIMITED BY SIZE
        duplicateCount DELIMITED BY SIZE
        " BLANK=" DELIMITED BY SIZE
        blankCount DELIMITED BY SIZE
        INTO loadReportRecord
    WRITE loadReportRecord
      .


ReportNoInput.
    *> Nothing to convert — any indexed master already on file is left
    *> exactly as it is.
    MOVE SPACES TO loadReportRecord
    STRING masterName DELIMITED BY SPACE
        ".SEQ NOT FOUND - " DELIMITED BY SIZE
        masterName DELIMITED BY SPACE
        ".DAT NOT LOADED" DELIMITED BY SIZE
        INTO loadReportRecord
    WRITE loadReportRecord
      .


ReportNoOutput.
    DISPLAY "CANNOT CREATE " FUNCTION TRIM(masterName)
        ".DAT - STATUS " outputStatus
    MOVE SPACES TO loadReportRecord
    STRING "CANNOT CREATE " DELIMITED BY SIZE
        masterName DELIMITED BY SPACE
        ".DAT - STATUS " DELIMITED BY SIZE
        outputStatus DELIMITED BY SIZE
        INTO loadReportRecord
    WRITE loadReportRecord
    MOVE 12 TO loadReturnCode
      .
