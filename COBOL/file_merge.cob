    SELECT OrigInFile ASSIGN TO DYNAMIC wsOrigName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS origInFileStatus.
    SELECT GenCatalogFile ASSIGN TO "GDGCAT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS genCatalogFileStatus.
    SELECT SentRegFile ASSIGN TO "SENTREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sentRegFileStatus.
    SELECT MergeReportFile ASSIGN TO "MERGERPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT AlertFile ASSIGN TO "ALERTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS alertFileStatus.

DATA DIVISION.
FILE SECTION.
    *> into, and the original input dataset whose trailer the merged
    *> counts reconcile against. The parallel cipher runs leave their
    *> outputs as ENCPART<nn>.DAT / DECPART<nn>.DAT (and VENPART /
    *> VDEPART when Vigenere ran, AENPART / ADEPART for affine and
    *> TENPART / TDEPART for transposition, 2-digit part numbers
    *> throughout); the merge hands downstream the usual single
    *> ENCRYPTOUT / DECRYPTOUT and friends, as a new cataloged
    *> generation of each.
    *> The original may be named as a generation, e.g. REJRESUB(0).
    *> Same column order as SPLITCARD.DAT — dataset first, then the
    *> way count — so an operator keying both cards in one job
    *> stream cannot transpose them.
FD  OrigInFile.
    COPY CIPHERREC REPLACING ==RECORD-NAME== BY ==origRecord==.

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

FD  SentRegFile.
    *> Same layout CAESARCIPHER's RegisterSentFile appends. After a
    *> split run it is the merged ENCRYPTOUT/VIGENCOUT/AFFENCOUT/
    *> TRNENCOUT that goes to the partner, so that is what is
    *> registered for ACKRECON to match and GENPURGE to hold until
    *> acknowledged; the part runs do not register their partial
    *> files.
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

FD  MergeReportFile.
    01 mergeReportRecord  PIC x(100).

FD  AlertFile.
    *> The operator alert file CAESARCIPHER writes; a merge that
    *> cannot be numbered is added to whatever is already in it.
    01 alertRecord        PIC x(100).

WORKING-STORAGE SECTION.
    01 mergeCardFileStatus PIC xx.
    01 partInFileStatus    PIC xx.
    01 mergedOutFileStatus PIC xx.
    01 origInFileStatus    PIC xx.
    01 sentRegFileStatus   PIC xx.
    01 alertFileStatus     PIC xx.
    01 wsPartName      PIC x(40).
    01 wsMergedName    PIC x(40).
    01 wsOrigName      PIC x(40).
    *> The merged outputs are one new generation of each family's
    *> usual name, cataloged only once the merge reconciles.
    01 mergeGeneration PIC 9(4) VALUE 0.
    01 mergeBase       PIC x(20).
    01 mergeOutType    PIC x(8).
    01 mergedFamilyTable.
        05 mergedFamily OCCURS 8 TIMES.
            10 mfDataset       PIC x(40).
            10 mfBase          PIC x(20).
            10 mfOutType       PIC x(8).
            10 mfCount         PIC 9(8).
            10 mfHash          PIC 9(10).
    01 mergedFamilyCount PIC 9(1) VALUE 0.
    01 mfIndex         PIC 9(1).
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
    01 wayCount        PIC 9(2) VALUE 0.
    *> FILESPLIT dealt message m to part mod(m-1, wayCount) + 1, so
    *> the j-th data record of part k slots back in at original
    01 origSegCount    PIC 9(2).
    COPY CIPHERMSG REPLACING ==RECORD-NAME== BY ==origMsgText==.
    01 origExpected    PIC 9(8) VALUE 0.
    *> The partner the original file came from (its HDR origin): the
    *> merged outputs route back to it.
    01 origPartner     PIC x(8) VALUE SPACES.
    01 origTrlSeenFlag PIC x(1) VALUE "N".
        88 origTrlSeen         VALUE "Y".
    01 encMergedCount  PIC 9(8) VALUE 0.
    01 wsTodayDate     PIC x(8).
    01 ourSystemId     PIC x(8) VALUE "CAESARC1".
    01 i               PIC 9(3).
    *> The parts of a family going back to a partner on an EBCDIC
    *> code page are EBCDIC, HDR included (so is that partner's
    *> original input). Data records merge as written; the control
    *> records are read (controlText) and written in our character
    *> set and translated, and the hashes skip the EBCDIC blank.
    COPY CODEPAGE.
    01 codePage        PIC x(8) VALUE "ASCII".
        88 codePageEbcdic      VALUE "EBCDIC".
    01 codePageSpace   PIC x(1) VALUE SPACE.
    01 ebcdicHdrTag    PIC x(3) VALUE X"C8C4D9".
    01 controlText     PIC x(30).
    01 codePageMsgLen  PIC 9(3).
    01 origEbcdicFlag  PIC x(1) VALUE "N".
        88 origEbcdic          VALUE "Y".

PROCEDURE DIVISION.
Begin.
    WRITE mergeReportRecord

    PERFORM ReadOriginalTrailer
    PERFORM AssignMergeGeneration

    MOVE "ENCPART" TO familyPrefix
    MOVE "ENCRYPTOUT" TO mergeBase
    MOVE "ENCRYPT" TO mergeOutType
    PERFORM MergeOneFamily
    IF NOT familySkipped
        MOVE mergedCount TO encMergedCount
    END-IF

    MOVE "DECPART" TO familyPrefix
    MOVE "DECRYPTOUT" TO mergeBase
    MOVE "DECRYPT" TO mergeOutType
    PERFORM MergeOneFamily

    MOVE "VENPART" TO familyPrefix
    MOVE "VIGENCOUT" TO mergeBase
    MOVE "VIGENC" TO mergeOutType
    PERFORM MergeOneFamily

    MOVE "VDEPART" TO familyPrefix
    MOVE "VIGDECOUT" TO mergeBase
    MOVE "VIGDEC" TO mergeOutType
    PERFORM MergeOneFamily

    MOVE "AENPART" TO familyPrefix
    MOVE "AFFENCOUT" TO mergeBase
    MOVE "AFFENC" TO mergeOutType
    PERFORM MergeOneFamily

    MOVE "ADEPART" TO familyPrefix
    MOVE "AFFDECOUT" TO mergeBase
    MOVE "AFFDEC" TO mergeOutType
    PERFORM MergeOneFamily

    MOVE "TENPART" TO familyPrefix
    MOVE "TRNENCOUT" TO mergeBase
    MOVE "TRNENC" TO mergeOutType
    PERFORM MergeOneFamily

    MOVE "TDEPART" TO familyPrefix
    MOVE "TRNDECOUT" TO mergeBase
    MOVE "TRNDEC" TO mergeOutType
    PERFORM MergeOneFamily

    PERFORM ReconcileMergedCounts
    PERFORM CatalogMergedOutputs

    CLOSE MergeReportFile
    MOVE reconcileRc TO RETURN-CODE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    IF wsOrigName IS NOT EQUAL TO SPACES
        MOVE wsOrigName TO genRequest
        PERFORM ResolveGeneration
        IF NOT genFound
            DISPLAY "NO COMPLETE GENERATION " FUNCTION TRIM(genRequest)
                " ON GDGCAT.DAT - RUN REFUSED"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE genResolvedName TO wsOrigName
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


                        MOVE "Y" TO origEofFlag
                    NOT AT END
                        PERFORM CollectOrigMessage
                        IF origMsgText (1:3) IS EQUAL TO ebcdicHdrTag
                            MOVE "Y" TO origEbcdicFlag
                        END-IF
                        IF origEbcdic
                            INSPECT origMsgText
                                CONVERTING cpAllBytes TO cpEbcdicIn
                        END-IF
                        IF origMsgText (1:3) IS EQUAL TO "HDR"
                            MOVE origMsgText (12:8) TO origPartner
                        END-IF
                        IF origMsgText (1:3) IS EQUAL TO "TRL"
                            MOVE "Y" TO origTrlSeenFlag
                            MOVE FUNCTION NUMVAL(origMsgText (4:8))
    *> run (Vigenere off, for instance) and is skipped.
    MOVE "N" TO familySkippedFlag
    MOVE "N" TO familyBadFlag
    MOVE "ASCII" TO codePage
    MOVE SPACE TO codePageSpace
    PERFORM VARYING slotIndex FROM 1 BY 1 UNTIL slotIndex > 2000
        MOVE "N" TO slotUsed (slotIndex)
    END-PERFORM


SlotOnePartRecord.
    IF partRecord (1:3) IS EQUAL TO ebcdicHdrTag
        MOVE "EBCDIC" TO codePage
        MOVE X"40" TO codePageSpace
    END-IF
    MOVE partRecord (1:30) TO controlText
    IF codePageEbcdic
        INSPECT controlText CONVERTING cpAllBytes TO cpEbcdicIn
    END-IF
    EVALUATE TRUE
        WHEN controlText (1:3) IS EQUAL TO "HDR"
            CONTINUE
        WHEN controlText (1:3) IS EQUAL TO "TRL"
            MOVE "Y" TO partTrlSeenFlag
            MOVE FUNCTION NUMVAL(controlText (4:8)) TO partTrlCount
            MOVE FUNCTION NUMVAL(controlText (12:10)) TO partTrlHash
        WHEN OTHER
            ADD 1 TO partDataCount
            COMPUTE slotIndex =
            PERFORM VARYING i FROM 1 BY 1
                    UNTIL i > FUNCTION LENGTH(partRecord)
                IF partRecord (i:1) IS NOT EQUAL TO SPACE
                    AND partRecord (i:1) IS NOT EQUAL TO codePageSpace
                    COMPUTE recHashWork = recHashWork
                        + FUNCTION ORD(partRecord (i:1))
                END-IF


WriteMergedFamily.
    MOVE SPACES TO wsMergedName
    STRING FUNCTION TRIM(mergeBase) DELIMITED BY SIZE
        ".G" DELIMITED BY SIZE
        mergeGeneration DELIMITED BY SIZE
        "V00.DAT" DELIMITED BY SIZE
        INTO wsMergedName
    OPEN OUTPUT MergedOutFile
    MOVE SPACES TO mergedRecord
    STRING "HDR" DELIMITED BY SIZE
        wsTodayDate DELIMITED BY SIZE
        ourSystemId DELIMITED BY SIZE
        INTO mergedRecord
    PERFORM ToPartnerCodePage
    WRITE mergedRecord

    PERFORM VARYING slotIndex FROM 1 BY 1 UNTIL slotIndex > highSlot
            PERFORM VARYING i FROM 1 BY 1
                    UNTIL i > FUNCTION LENGTH(mergedRecord)
                IF mergedRecord (i:1) IS NOT EQUAL TO SPACE
                    AND mergedRecord (i:1) IS NOT EQUAL TO codePageSpace
                    COMPUTE recHashWork = recHashWork
                        + FUNCTION ORD(mergedRecord (i:1))
                END-IF
        mergedCount DELIMITED BY SIZE
        mergedHashTotal DELIMITED BY SIZE
        INTO mergedRecord
    PERFORM ToPartnerCodePage
    WRITE mergedRecord
    CLOSE MergedOutFile
    ADD 1 TO mergedFamilyCount
    MOVE wsMergedName TO mfDataset (mergedFamilyCount)
    MOVE mergeBase TO mfBase (mergedFamilyCount)
    MOVE mergeOutType TO mfOutType (mergedFamilyCount)
    MOVE mergedCount TO mfCount (mergedFamilyCount)
    MOVE mergedHashTotal TO mfHash (mergedFamilyCount)

    MOVE SPACES TO mergeReportRecord
    STRING "  MERGED " DELIMITED BY SIZE
      .


ToPartnerCodePage.
    *> A merged control record goes out in the family's code page;
    *> its blank padding stays X"20" so the line is still trimmed on
    *> write.
    IF codePageEbcdic
        AND mergedRecord IS NOT EQUAL TO SPACES
        COMPUTE codePageMsgLen =
            FUNCTION LENGTH(FUNCTION TRIM(mergedRecord TRAILING))
        INSPECT mergedRecord (1:codePageMsgLen)
            CONVERTING cpAllBytes TO cpEbcdicOut
    END-IF
      .


ReconcileMergedCounts.
    *> The encrypt family speaks for the run: every input data record
    *> the parallel passes accepted should be here. Short of the
    DISPLAY "Merge reconciliation: MERGED=" encMergedCount
        " EXPECTED=" origExpected
      .


AssignMergeGeneration.
    *> One past the highest generation number on the catalog, the
    *> same numbering the cipher run uses.
    MOVE 0 TO mergeGeneration
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
                IF gcGen IS NUMERIC AND gcGen > mergeGeneration
                    MOVE gcGen TO mergeGeneration
                END-IF
        END-READ
    END-PERFORM
    IF genCatalogFileStatus IS EQUAL TO "10"
        CLOSE GenCatalogFile
    END-IF
    *> Numbers do not wrap back to G0001 — resolution and retention
    *> both rank by number — so the catalog has to be renumbered first.
    IF mergeGeneration = 9999
        DISPLAY "GENERATION G9999 REACHED - RUN REFUSED"
        OPEN EXTEND AlertFile
        IF alertFileStatus IS NOT EQUAL TO "00"
            OPEN OUTPUT AlertFile
        END-IF
        MOVE SPACES TO alertRecord
        STRING "HARD FAILURE: GENERATION G9999 REACHED - "
            DELIMITED BY SIZE
            "RENUMBER GDGCAT.DAT" DELIMITED BY SIZE
            INTO alertRecord
        WRITE alertRecord
        CLOSE AlertFile
        CLOSE MergeReportFile
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO mergeGeneration
      .


CatalogMergedOutputs.
    *> A merge that failed reconciliation must not become anyone's
    *> current generation, so its outputs are left off the catalog.
    IF mergedFamilyCount > 0
        IF reconcileRc < 8
            OPEN EXTEND GenCatalogFile
            IF genCatalogFileStatus IS NOT EQUAL TO "00"
                OPEN OUTPUT GenCatalogFile
            END-IF
            PERFORM VARYING mfIndex FROM 1 BY 1
                    UNTIL mfIndex > mergedFamilyCount
                MOVE SPACES TO genCatalogRecord
                MOVE mfBase (mfIndex) TO gcBase
                MOVE mergeGeneration TO gcGen
                MOVE mfOutType (mfIndex) TO gcOutType
                MOVE mfDataset (mfIndex) TO gcDataset
                MOVE wsTodayDate TO gcRunDate
                MOVE "FILEMERG" TO gcJobId
                MOVE origPartner TO gcPartner
                MOVE mfCount (mfIndex) TO gcCount
                MOVE mfHash (mfIndex) TO gcHash
                MOVE "C" TO gcStatus
                WRITE genCatalogRecord
            END-PERFORM
            CLOSE GenCatalogFile
            PERFORM RegisterMergedOutputs
            MOVE SPACES TO mergeReportRecord
            STRING "MERGED OUTPUTS CATALOGED AS GENERATION G"
                DELIMITED BY SIZE
                mergeGeneration DELIMITED BY SIZE
                "V00" DELIMITED BY SIZE
                INTO mergeReportRecord
            WRITE mergeReportRecord
        ELSE
            MOVE SPACES TO mergeReportRecord
            STRING "MERGED OUTPUTS NOT CATALOGED - NOT A GENERATION"
                DELIMITED BY SIZE
                " FOR DOWNSTREAM" DELIMITED BY SIZE
                INTO mergeReportRecord
            WRITE mergeReportRecord
        END-IF
    END-IF
      .


RegisterMergedOutputs.
    *> The enciphered families are the ones delivered, each under the
    *> fresh HDR WriteMergedFamily stamped on it; an empty one is not
    *> delivered, the same rule CAESARCIPHER applies.
    OPEN EXTEND SentRegFile
    IF sentRegFileStatus IS NOT EQUAL TO "00"
        OPEN OUTPUT SentRegFile
    END-IF
    PERFORM VARYING mfIndex FROM 1 BY 1
            UNTIL mfIndex > mergedFamilyCount
        IF (mfOutType (mfIndex) IS EQUAL TO "ENCRYPT"
            OR mfOutType (mfIndex) IS EQUAL TO "VIGENC"
            OR mfOutType (mfIndex) IS EQUAL TO "AFFENC"
            OR mfOutType (mfIndex) IS EQUAL TO "TRNENC")
            AND mfCount (mfIndex) > 0
            MOVE SPACES TO sentRegRecord
            MOVE wsTodayDate TO srRunDate
            MOVE "FILEMERG" TO srJobId
            MOVE wsTodayDate TO srHdrDate
            MOVE ourSystemId TO srOrigin
            MOVE origPartner TO srPartner
            MOVE mfOutType (mfIndex) TO srFileType
            MOVE mfDataset (mfIndex) TO srDataset
            MOVE mfCount (mfIndex) TO srCount
            MOVE mfHash (mfIndex) TO srHash
            WRITE sentRegRecord
        END-IF
    END-PERFORM
    CLOSE SentRegFile
      .
