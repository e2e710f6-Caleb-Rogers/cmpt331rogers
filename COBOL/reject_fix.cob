ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RejFixCardFile ASSIGN TO "REJFIXCARD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rejFixCardFileStatus.
    SELECT RejectsFile ASSIGN TO DYNAMIC wsRejectsName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rejectsFileStatus.
    SELECT GenCatalogFile ASSIGN TO "GDGCAT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS genCatalogFileStatus.
    SELECT FixesFile ASSIGN TO "REJFIXES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS fixesFileStatus.

DATA DIVISION.
FILE SECTION.
FD  RejFixCardFile.
    *> Optional: the reject file to work, columns 1-40 — a generation
    *> such as REJECTS(-1), or a dataset name such as last cycle's
    *> REJCARRY.DAT. Without it the newest REJECTS generation is used.
    01 rejFixCardRecord   PIC x(80).

FD  RejectsFile.
    *> The reject entries CAESARCIPHER's WriteRejectRecord produces:
    *> REC=, REASON= and TEXT= fields at fixed offsets (the text is
    *> already masked printable), then the ORG= and HDR= of the
    *> partner file the message came from.
    01 rejectsRecord      PIC x(600).
    01 rejectsFields REDEFINES rejectsRecord.
        05 FILLER          PIC x(4).
        05 rjReason        PIC x(40).
        05 FILLER          PIC x(6).
        05 rjText          PIC x(500).
        05 FILLER          PIC x(5).
        05 rjOrigin        PIC x(8).
        05 FILLER          PIC x(5).
        05 rjHdrDate       PIC x(8).
        05 FILLER          PIC x(8).

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

FD  FixesFile.
    *> Operator corrections, keyed by the REC= number of the reject
FD  CarryFile.
    *> Unrepairable records carry forward in REJECTS.DAT's own layout,
    *> each with its reason, so nothing silently disappears between
    *> cycles — next cycle names this file on REJFIXCARD.DAT.
    01 carryRecord        PIC x(600).

FD  FixReportFile.
WORKING-STORAGE SECTION.
    01 rejectsFileStatus PIC xx.
    01 fixesFileStatus   PIC xx.
    01 rejFixCardFileStatus PIC xx.
    01 wsRejectsName   PIC x(40).
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
    01 rejectsEofFlag  PIC x(1).
        88 rejectsAtEnd        VALUE "Y".
    01 fixesEofFlag    PIC x(1).
    *> AccumulateHashTotal balances inbound files.
    01 resubCount      PIC 9(8) VALUE 0.
    01 resubHashTotal  PIC 9(10) VALUE 0.
    *> Where the repaired message sits in REJRESUB.DAT, counting the
    *> HDR as record 1 the way the cipher job numbers REC=.
    01 resubRecNum     PIC 9(8).
    01 recHashWork     PIC 9(6).
    01 readCount       PIC 9(8) VALUE 0.
    01 repairedCount   PIC 9(8) VALUE 0.
    ACCEPT wsTodayDate FROM DATE YYYYMMDD

    PERFORM LoadFixes
    PERFORM SelectRejectsInput

    OPEN INPUT RejectsFile
    IF rejectsFileStatus IS NOT EQUAL TO "00"
        DISPLAY "CANNOT OPEN " FUNCTION TRIM(wsRejectsName)
            " - STATUS " rejectsFileStatus
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT FixReportFile
    MOVE SPACES TO fixReportRecord
    STRING "REJECT REPAIR LISTING - " DELIMITED BY SIZE
        wsRejectsName DELIMITED BY SPACE
        INTO fixReportRecord
    WRITE fixReportRecord
    MOVE ALL "-" TO fixReportRecord
    STOP RUN.


SelectRejectsInput.
    MOVE "REJECTS(0)" TO genRequest
    OPEN INPUT RejFixCardFile
    IF rejFixCardFileStatus IS EQUAL TO "00"
        READ RejFixCardFile
            NOT AT END
                IF rejFixCardRecord (1:40) IS NOT EQUAL TO SPACES
                    MOVE FUNCTION TRIM(rejFixCardRecord (1:40))
                        TO genRequest
                END-IF
        END-READ
        CLOSE RejFixCardFile
    END-IF
    PERFORM ResolveGeneration
    IF genFound
        MOVE genResolvedName TO wsRejectsName
    ELSE
        IF genRequest IS EQUAL TO "REJECTS(0)"
            *> Nothing cataloged yet - the pre-generation name.
            MOVE "REJECTS.DAT" TO wsRejectsName
        ELSE
            DISPLAY "NO COMPLETE GENERATION " FUNCTION TRIM(genRequest)
                " ON GDGCAT.DAT - RUN REFUSED"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    DISPLAY "Working rejects from " FUNCTION TRIM(wsRejectsName)
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


LoadFixes.
    MOVE 0 TO fixCount
    MOVE "N" TO fixesEofFlag
        IF validRecord
            MOVE "Y" TO repairedFlag
            PERFORM WriteResubRecord
            COMPUTE resubRecNum = resubCount + 1
            MOVE SPACES TO fixReportRecord
            STRING "REC=" DELIMITED BY SIZE
                rjRecNum DELIMITED BY SIZE
                " REPAIRED ORG=" DELIMITED BY SIZE
                rjOrigin DELIMITED BY SIZE
                " HDR=" DELIMITED BY SIZE
                rjHdrDate DELIMITED BY SIZE
                " RESUB REC=" DELIMITED BY SIZE
                resubRecNum DELIMITED BY SIZE
                INTO fixReportRecord
            WRITE fixReportRecord
        ELSE
ValidateRepairedText.
    *> The same rules ValidateInput bounces messages for, applied to
    *> the corrected text. Length cannot overflow here — a correction
    *> is at most one full message wide. REJRESUB.DAT goes in under
    *> our own HDR, in our character set, so the Latin-1 letters from
    *> X"A0" up are accepted as the cipher job accepts them there.
    MOVE "Y" TO validRecordFlag
    MOVE SPACES TO rejectReason

        PERFORM VARYING i FROM 1 BY 1
                UNTIL i > FUNCTION LENGTH(workText)
            MOVE workText (i:1) TO chars
            IF validRecord AND ((chars < " ")
                OR (chars > "~" AND chars < X"A0"))
                MOVE "N" TO validRecordFlag
                MOVE "UNSUPPORTED CHARACTER" TO rejectReason
            END-IF
    *> Mask anything unprintable before echoing, the same way
    *> WriteRejectRecord protects the reject file itself.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > FUNCTION LENGTH(workText)
        IF workText (i:1) < " "
            OR (workText (i:1) > "~" AND workText (i:1) < X"A0")
            MOVE "." TO workText (i:1)
        END-IF
    END-PERFORM
        rejectReason DELIMITED BY SIZE
        " TEXT=" DELIMITED BY SIZE
        workText DELIMITED BY SIZE
        " ORG=" DELIMITED BY SIZE
        rjOrigin DELIMITED BY SIZE
        " HDR=" DELIMITED BY SIZE
        rjHdrDate DELIMITED BY SIZE
        INTO carryRecord
    WRITE carryRecord
      .
