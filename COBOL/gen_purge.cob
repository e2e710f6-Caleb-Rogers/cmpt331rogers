IDENTIFICATION DIVISION.
PROGRAM-ID. GENPURGE.
AUTHOR. CALEB ROGERS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RetainCardFile ASSIGN TO "GENRETAIN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS retainCardFileStatus.
    SELECT GenCatalogFile ASSIGN TO "GDGCAT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS genCatalogFileStatus.
    SELECT SentRegFile ASSIGN TO "SENTREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sentRegFileStatus.
    SELECT CheckpointFile ASSIGN TO "CHECKPOINT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS checkpointFileStatus.
    SELECT PurgeReportFile ASSIGN TO "GENPURGERPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  RetainCardFile.
    *> Retention per output type (ENCRYPT, DECRYPT, VIGENC, VIGDEC,
    *> AFFENC, AFFDEC, TRNENC, TRNDEC, EXPRESS, REJECTS, DUPRPT,
    *> SOLVERPT, RECONRPT, JOBSUMRY; DEFAULT for the rest): the number
    *> of generations of each dataset to keep (cols 9-11) and the age
    *> in days past which an older one goes (12-15, zero = no limit).
    01 retainCardRecord.
        05 rcOutType       PIC x(8).
        05 rcKeepCount     PIC x(3).
        05 rcKeepDays      PIC x(4).
        05 rcFiller        PIC x(65).

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

FD  CheckpointFile.
    01 checkpointRecord.
        05 checkpointDatasetNum PIC 9(2).
        05 checkpointMainCount  PIC 9(8).
        05 checkpointOrigin     PIC x(8).
        05 checkpointHdrDate    PIC x(8).
        05 checkpointGen        PIC 9(4).

FD  PurgeReportFile.
    01 purgeReportRecord  PIC x(100).

WORKING-STORAGE SECTION.
    01 retainCardFileStatus PIC xx.
    01 genCatalogFileStatus PIC xx.
    01 sentRegFileStatus    PIC xx.
    01 checkpointFileStatus PIC xx.
    01 fileEofFlag     PIC x(1).
        88 fileAtEnd           VALUE "Y".
    01 wsTodayDate     PIC x(8).
    01 todayDays       PIC 9(8).
    01 entryDays       PIC 9(8).
    01 ageDays         PIC 9(8).
    *> Retention rules as read; a type with no line of its own takes
    *> DEFAULT, and without a DEFAULT line 7 generations, no age limit.
    01 retainTable.
        05 retainEntry OCCURS 50 TIMES.
            10 rtOutType       PIC x(8).
            10 rtKeepCount     PIC 9(3).
            10 rtKeepDays      PIC 9(4).
    01 retainCount     PIC 9(2) VALUE 0.
    01 retainIndex     PIC 9(2).
    01 defaultKeepCount PIC 9(3) VALUE 7.
    01 defaultKeepDays PIC 9(4) VALUE 0.
    01 keepCount       PIC 9(3).
    01 keepDays        PIC 9(4).
    *> The catalog, one entry per base and generation. ctAction:
    *> K kept, P purged, H due but held back, G already gone from disk.
    01 catalogTable.
        05 catalogEntry OCCURS 3000 TIMES.
            10 ctBase          PIC x(20).
            10 ctGen           PIC 9(4).
            10 ctOutType       PIC x(8).
            10 ctDataset       PIC x(40).
            10 ctRunDate       PIC x(8).
            10 ctJobId         PIC x(8).
            10 ctPartner       PIC x(8).
            10 ctCount         PIC 9(8).
            10 ctHash          PIC 9(10).
            10 ctStatus        PIC x(1).
            10 ctAction        PIC x(1).
    01 catalogCount    PIC 9(4) VALUE 0.
    01 catIndex        PIC 9(4).
    01 otherIndex      PIC 9(4).
    01 catFoundIndex   PIC 9(4).
    01 genRank         PIC 9(4).
    01 rankEdit        PIC z(3)9.
    01 ageEdit         PIC z(7)9.
    *> Outbound files still waiting on the partner (SENTREG.DAT status
    *> blank or M): their generations may not be purged.
    01 unackedTable.
        05 unackedEntry OCCURS 2000 TIMES.
            10 ukDataset       PIC x(40).
            10 ukPartner       PIC x(8).
    01 unackedCount    PIC 9(4) VALUE 0.
    01 unackedIndex    PIC 9(4).
    01 restartGen      PIC 9(4) VALUE 0.
    01 dueFlag         PIC x(1).
        88 generationDue       VALUE "Y".
    01 dueReason       PIC x(24).
    01 holdReason      PIC x(40).
    01 deleteName      PIC x(41).
    01 fileDetails     PIC x(16).
    01 callStatus      PIC s9(9) COMP-5.
    01 purgedCount     PIC 9(5) VALUE 0.
    01 heldCount       PIC 9(5) VALUE 0.
    01 goneCount       PIC 9(5) VALUE 0.
    01 keptCount       PIC 9(5) VALUE 0.
    01 failedCount     PIC 9(5) VALUE 0.
    01 jobReturnCode   PIC 9(2) VALUE 0.

PROCEDURE DIVISION.
Begin.
    DISPLAY "Output generation retention purge"

    ACCEPT wsTodayDate FROM DATE YYYYMMDD
    COMPUTE todayDays =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(wsTodayDate))

    PERFORM LoadRetention
    PERFORM LoadCatalog
    PERFORM LoadUnacknowledged
    PERFORM ReadCheckpoint

    OPEN OUTPUT PurgeReportFile
    MOVE SPACES TO purgeReportRecord
    STRING "OUTPUT GENERATION PURGE " DELIMITED BY SIZE
        wsTodayDate DELIMITED BY SIZE
        INTO purgeReportRecord
    WRITE purgeReportRecord
    MOVE ALL "-" TO purgeReportRecord
    WRITE purgeReportRecord

    PERFORM VARYING catIndex FROM 1 BY 1 UNTIL catIndex > catalogCount
        PERFORM JudgeGeneration
    END-PERFORM

    *> Only a rewritten catalog makes the purge stick; generations
    *> deleted (or found already gone) drop off it.
    IF catalogCount > 0
        PERFORM RewriteCatalog
    END-IF

    MOVE SPACES TO purgeReportRecord
    WRITE purgeReportRecord
    MOVE SPACES TO purgeReportRecord
    STRING "GENERATIONS=" DELIMITED BY SIZE
        catalogCount DELIMITED BY SIZE
        " KEPT=" DELIMITED BY SIZE
        keptCount DELIMITED BY SIZE
        " PURGED=" DELIMITED BY SIZE
        purgedCount DELIMITED BY SIZE
        " HELD=" DELIMITED BY SIZE
        heldCount DELIMITED BY SIZE
        " ALREADY GONE=" DELIMITED BY SIZE
        goneCount DELIMITED BY SIZE
        " FAILED=" DELIMITED BY SIZE
        failedCount DELIMITED BY SIZE
        INTO purgeReportRecord
    WRITE purgeReportRecord
    CLOSE PurgeReportFile

    DISPLAY "Purged " purgedCount " generation(s), held "
        heldCount " - see GENPURGERPT.DAT"

    *> Held generations are the safeguards working, but they are past
    *> retention for a reason someone should look at.
    IF failedCount > 0
        MOVE 8 TO jobReturnCode
    ELSE
        IF heldCount > 0
            MOVE 4 TO jobReturnCode
        END-IF
    END-IF
    MOVE jobReturnCode TO RETURN-CODE
    STOP RUN.


LoadRetention.
    MOVE "N" TO fileEofFlag
    OPEN INPUT RetainCardFile
    IF retainCardFileStatus IS NOT EQUAL TO "00"
        MOVE "Y" TO fileEofFlag
    END-IF
    PERFORM UNTIL fileAtEnd
        READ RetainCardFile
            AT END
                MOVE "Y" TO fileEofFlag
            NOT AT END
                IF rcOutType IS NOT EQUAL TO SPACES
                    PERFORM StoreRetention
                END-IF
        END-READ
    END-PERFORM
    IF retainCardFileStatus IS EQUAL TO "10"
        CLOSE RetainCardFile
    END-IF
      .


StoreRetention.
    IF FUNCTION TEST-NUMVAL(rcKeepCount) IS NOT EQUAL TO 0
        OR FUNCTION TEST-NUMVAL(rcKeepDays) IS NOT EQUAL TO 0
        DISPLAY "GENRETAIN.DAT LINE FOR " rcOutType
            " IS NOT NUMERIC - RUN REFUSED"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    *> Keeping fewer than one generation would purge the current one.
    IF FUNCTION NUMVAL(rcKeepCount) < 1
        DISPLAY "GENRETAIN.DAT KEEPS NO GENERATIONS OF " rcOutType
            " - RUN REFUSED"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF rcOutType IS EQUAL TO "DEFAULT"
        MOVE FUNCTION NUMVAL(rcKeepCount) TO defaultKeepCount
        MOVE FUNCTION NUMVAL(rcKeepDays) TO defaultKeepDays
    ELSE
        IF retainCount < 50
            ADD 1 TO retainCount
            MOVE rcOutType TO rtOutType (retainCount)
            MOVE FUNCTION NUMVAL(rcKeepCount)
                TO rtKeepCount (retainCount)
            MOVE FUNCTION NUMVAL(rcKeepDays)
                TO rtKeepDays (retainCount)
        END-IF
    END-IF
      .


LoadCatalog.
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
                IF gcGen IS NUMERIC
                    PERFORM StoreCatalogEntry
                END-IF
        END-READ
    END-PERFORM
    IF genCatalogFileStatus IS EQUAL TO "10"
        CLOSE GenCatalogFile
    END-IF
      .


StoreCatalogEntry.
    *> A later record for the same base and generation (the resume
    *> run completing one a cut left open) replaces the earlier one.
    MOVE 0 TO catFoundIndex
    PERFORM VARYING catIndex FROM 1 BY 1 UNTIL catIndex > catalogCount
        IF ctBase (catIndex) IS EQUAL TO gcBase
            AND ctGen (catIndex) = gcGen
            MOVE catIndex TO catFoundIndex
        END-IF
    END-PERFORM
    IF catFoundIndex = 0
        IF catalogCount < 3000
            ADD 1 TO catalogCount
            MOVE catalogCount TO catFoundIndex
        ELSE
            DISPLAY "GDGCAT.DAT HOLDS MORE THAN 3000 GENERATIONS - "
                "RUN REFUSED"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    MOVE gcBase TO ctBase (catFoundIndex)
    MOVE gcGen TO ctGen (catFoundIndex)
    MOVE gcOutType TO ctOutType (catFoundIndex)
    MOVE gcDataset TO ctDataset (catFoundIndex)
    MOVE gcRunDate TO ctRunDate (catFoundIndex)
    MOVE gcJobId TO ctJobId (catFoundIndex)
    MOVE gcPartner TO ctPartner (catFoundIndex)
    MOVE gcCount TO ctCount (catFoundIndex)
    MOVE gcHash TO ctHash (catFoundIndex)
    MOVE gcStatus TO ctStatus (catFoundIndex)
    MOVE "K" TO ctAction (catFoundIndex)
      .


LoadUnacknowledged.
    *> Acknowledged entries age off SENTREG.DAT after 60 days, so a
    *> file no longer on the register was either never sent or long
    *> since acknowledged; only the ones still on it unacknowledged
    *> (or acknowledged with the wrong totals) hold a purge back.
    MOVE "N" TO fileEofFlag
    OPEN INPUT SentRegFile
    IF sentRegFileStatus IS NOT EQUAL TO "00"
        MOVE "Y" TO fileEofFlag
    END-IF
    PERFORM UNTIL fileAtEnd
        READ SentRegFile
            AT END
                MOVE "Y" TO fileEofFlag
            NOT AT END
                IF srAckStatus IS NOT EQUAL TO "A"
                    AND srDataset IS NOT EQUAL TO SPACES
                    AND unackedCount < 2000
                    ADD 1 TO unackedCount
                    MOVE srDataset TO ukDataset (unackedCount)
                    MOVE srPartner TO ukPartner (unackedCount)
                END-IF
        END-READ
    END-PERFORM
    IF sentRegFileStatus IS EQUAL TO "10"
        CLOSE SentRegFile
    END-IF
      .


ReadCheckpoint.
    *> A checkpoint part way through a run names the generation its
    *> resume run will reopen.
    OPEN INPUT CheckpointFile
    IF checkpointFileStatus IS EQUAL TO "00"
        READ CheckpointFile
            AT END
                MOVE SPACES TO checkpointRecord
        END-READ
        CLOSE CheckpointFile
        IF checkpointGen IS NUMERIC
            AND checkpointMainCount IS NUMERIC
            AND checkpointDatasetNum IS NUMERIC
            IF checkpointMainCount > 0 OR checkpointDatasetNum > 1
                MOVE checkpointGen TO restartGen
            END-IF
        END-IF
    END-IF
      .


JudgeGeneration.
    *> Due when more complete generations of the same dataset have
    *> come since than its type keeps, or when older than its age
    *> limit — but the current generation is never due.
    MOVE defaultKeepCount TO keepCount
    MOVE defaultKeepDays TO keepDays
    PERFORM VARYING retainIndex FROM 1 BY 1
            UNTIL retainIndex > retainCount
        IF rtOutType (retainIndex) IS EQUAL TO ctOutType (catIndex)
            MOVE rtKeepCount (retainIndex) TO keepCount
            MOVE rtKeepDays (retainIndex) TO keepDays
        END-IF
    END-PERFORM

    MOVE 1 TO genRank
    PERFORM VARYING otherIndex FROM 1 BY 1
            UNTIL otherIndex > catalogCount
        IF ctBase (otherIndex) IS EQUAL TO ctBase (catIndex)
            AND ctGen (otherIndex) > ctGen (catIndex)
            AND ctStatus (otherIndex) IS NOT EQUAL TO "O"
            ADD 1 TO genRank
        END-IF
    END-PERFORM

    IF ctRunDate (catIndex) IS NUMERIC
        COMPUTE entryDays = FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(ctRunDate (catIndex)))
        COMPUTE ageDays = todayDays - entryDays
    ELSE
        MOVE 0 TO ageDays
    END-IF

    MOVE "N" TO dueFlag
    MOVE SPACES TO dueReason
    IF genRank > 1
        IF genRank > keepCount
            MOVE "Y" TO dueFlag
            MOVE "PAST RETENTION COUNT" TO dueReason
        ELSE
            IF keepDays > 0 AND ageDays > keepDays
                MOVE "Y" TO dueFlag
                MOVE "PAST RETENTION AGE" TO dueReason
            END-IF
        END-IF
    END-IF

    IF generationDue
        PERFORM CheckHold
        IF holdReason IS EQUAL TO SPACES
            PERFORM PurgeGeneration
        ELSE
            MOVE "H" TO ctAction (catIndex)
            ADD 1 TO heldCount
            MOVE "HELD" TO purgeReportRecord
            PERFORM WriteGenerationLine
        END-IF
    ELSE
        ADD 1 TO keptCount
    END-IF
      .


CheckHold.
    MOVE SPACES TO holdReason
    IF ctStatus (catIndex) IS EQUAL TO "O"
        OR (restartGen > 0 AND ctGen (catIndex) = restartGen)
        MOVE "OPEN FOR CHECKPOINT RESTART" TO holdReason
    ELSE
        PERFORM VARYING unackedIndex FROM 1 BY 1
                UNTIL unackedIndex > unackedCount
            IF ukDataset (unackedIndex) IS EQUAL TO ctDataset (catIndex)
                MOVE SPACES TO holdReason
                STRING "NOT ACKNOWLEDGED BY " DELIMITED BY SIZE
                    ukPartner (unackedIndex) DELIMITED BY SPACE
                    INTO holdReason
            END-IF
        END-PERFORM
    END-IF
      .


PurgeGeneration.
    MOVE SPACES TO deleteName
    MOVE ctDataset (catIndex) TO deleteName
    CALL "CBL_CHECK_FILE_EXIST" USING deleteName fileDetails
        RETURNING callStatus
    END-CALL
    IF callStatus IS NOT EQUAL TO 0
        MOVE "G" TO ctAction (catIndex)
        ADD 1 TO goneCount
        MOVE "NOT ON DISK - UNCATALOGED" TO holdReason
        MOVE "GONE" TO purgeReportRecord
    ELSE
        CALL "CBL_DELETE_FILE" USING deleteName
            RETURNING callStatus
        END-CALL
        IF callStatus IS EQUAL TO 0
            MOVE "P" TO ctAction (catIndex)
            ADD 1 TO purgedCount
            MOVE dueReason TO holdReason
            MOVE "PURGED" TO purgeReportRecord
        ELSE
            *> Left on the catalog so the next purge tries again.
            ADD 1 TO failedCount
            MOVE "DELETE FAILED - STILL CATALOGED" TO holdReason
            MOVE "FAILED" TO purgeReportRecord
        END-IF
    END-IF
    PERFORM WriteGenerationLine
      .


WriteGenerationLine.
    *> Caller puts the action word in the first columns of the line.
    MOVE genRank TO rankEdit
    MOVE ageDays TO ageEdit
    MOVE SPACES TO purgeReportRecord (9:92)
    STRING ctDataset (catIndex) DELIMITED BY SPACE
        " " DELIMITED BY SIZE
        ctRunDate (catIndex) DELIMITED BY SIZE
        " GEN(-" DELIMITED BY SIZE
        FUNCTION TRIM(rankEdit) DELIMITED BY SIZE
        ") AGE " DELIMITED BY SIZE
        FUNCTION TRIM(ageEdit) DELIMITED BY SIZE
        " - " DELIMITED BY SIZE
        holdReason DELIMITED BY SIZE
        INTO purgeReportRecord (9:92)
    WRITE purgeReportRecord
      .


RewriteCatalog.
    OPEN OUTPUT GenCatalogFile
    PERFORM VARYING catIndex FROM 1 BY 1 UNTIL catIndex > catalogCount
        IF ctAction (catIndex) IS NOT EQUAL TO "P"
            AND ctAction (catIndex) IS NOT EQUAL TO "G"
            MOVE SPACES TO genCatalogRecord
            MOVE ctBase (catIndex) TO gcBase
            MOVE ctGen (catIndex) TO gcGen
            MOVE ctOutType (catIndex) TO gcOutType
            MOVE ctDataset (catIndex) TO gcDataset
            MOVE ctRunDate (catIndex) TO gcRunDate
            MOVE ctJobId (catIndex) TO gcJobId
            MOVE ctPartner (catIndex) TO gcPartner
            MOVE ctCount (catIndex) TO gcCount
            MOVE ctHash (catIndex) TO gcHash
            MOVE ctStatus (catIndex) TO gcStatus
            WRITE genCatalogRecord
        END-IF
    END-PERFORM
    CLOSE GenCatalogFile
      .
