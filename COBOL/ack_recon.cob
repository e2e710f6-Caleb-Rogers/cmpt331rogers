IDENTIFICATION DIVISION.
PROGRAM-ID. ACKRECON.
AUTHOR. CALEB ROGERS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AckCardFile ASSIGN TO "ACKCARD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ackCardFileStatus.
    SELECT AckInFile ASSIGN TO "ACKIN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ackInFileStatus.
    SELECT SentRegFile ASSIGN TO "SENTREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sentRegFileStatus.
    SELECT AckReportFile ASSIGN TO "ACKRPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT AlertFile ASSIGN TO "ALERTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS alertFileStatus.

DATA DIVISION.
FILE SECTION.
FD  AckCardFile.
    *> How many days a sent file may go unacknowledged before it is
    *> reported (cols 1-3, blank or zero = 3 days).
    01 ackCardRecord.
        05 acWaitDays      PIC x(3).
        05 acFiller        PIC x(77).

FD  AckInFile.
    *> Partner acknowledgements, one per file received: the partner
    *> acknowledging, the HDR date and origin system of the file it
    *> received, and the record count and hash total it computed.
    01 ackInRecord.
        05 akPartner       PIC x(8).
        05 akHdrDate       PIC x(8).
        05 akOrigin        PIC x(8).
        05 akCount         PIC 9(8).
        05 akHash          PIC 9(10).
        05 akFiller        PIC x(38).

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

FD  AckReportFile.
    01 ackReportRecord    PIC x(100).

FD  AlertFile.
    *> The operator alert file CAESARCIPHER writes; problems found
    *> here are added to whatever the last cipher run left in it.
    01 alertRecord        PIC x(100).

WORKING-STORAGE SECTION.
    01 ackCardFileStatus PIC xx.
    01 ackInFileStatus   PIC xx.
    01 sentRegFileStatus PIC xx.
    01 alertFileStatus   PIC xx.
    01 ackEofFlag      PIC x(1).
        88 ackAtEnd            VALUE "Y".
    01 sentEofFlag     PIC x(1).
        88 sentAtEnd           VALUE "Y".
    01 alertOpenFlag   PIC x(1) VALUE "N".
        88 alertOpen           VALUE "Y".
    01 wsTodayDate     PIC x(8).
    01 todayDays       PIC 9(8).
    01 sentDays        PIC 9(8).
    01 ageDays         PIC s9(8).
    01 ageDaysEdit     PIC zzz9.
    01 ackWaitDays     PIC 9(3) VALUE 3.
    *> Acknowledged entries stay on the register this long (from the
    *> run that sent them) so a late duplicate ack is still recognised.
    01 ackRetainDays   PIC 9(3) VALUE 60.
    *> The register loads into a table so each ack can be matched
    *> against every file sent, and the updated statuses are written
    *> back in one pass at the end.
    01 sentTable.
        05 sentEntry OCCURS 2000 TIMES.
            10 stRunDate       PIC x(8).
            10 stJobId         PIC x(8).
            10 stHdrDate       PIC x(8).
            10 stOrigin        PIC x(8).
            10 stPartner       PIC x(8).
            10 stFileType      PIC x(8).
            10 stDataset       PIC x(40).
            10 stCount         PIC 9(8).
            10 stHash          PIC 9(10).
            10 stAckStatus     PIC x(1).
                88 stAcked             VALUE "A".
                88 stMismatched        VALUE "M".
                88 stAwaiting          VALUE SPACE.
            10 stAckDate       PIC x(8).
    01 sentCount       PIC 9(5) VALUE 0.
    01 sentIndex       PIC 9(5).
    01 matchIndex      PIC 9(5).
    01 dupIndex        PIC 9(5).
    01 nearIndex       PIC 9(5).
    01 ackCount        PIC 9(8) VALUE 0.
    01 matchedCount    PIC 9(8) VALUE 0.
    01 dupAckCount     PIC 9(8) VALUE 0.
    01 mismatchCount   PIC 9(8) VALUE 0.
    01 neverSentCount  PIC 9(8) VALUE 0.
    01 overdueCount    PIC 9(8) VALUE 0.
    01 awaitingCount   PIC 9(8) VALUE 0.
    01 droppedCount    PIC 9(8) VALUE 0.
    01 problemCount    PIC 9(8) VALUE 0.
    01 alertText       PIC x(80).

PROCEDURE DIVISION.
Begin.
    DISPLAY "Partner acknowledgement reconciliation for CAESARCIPHER"

    ACCEPT wsTodayDate FROM DATE YYYYMMDD
    COMPUTE todayDays =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(wsTodayDate))

    PERFORM ReadAckCard
    PERFORM LoadSentRegister

    OPEN OUTPUT AckReportFile
    MOVE SPACES TO ackReportRecord
    STRING "PARTNER ACKNOWLEDGEMENT RECONCILIATION " DELIMITED BY SIZE
        wsTodayDate DELIMITED BY SIZE
        "  (OVERDUE AFTER " DELIMITED BY SIZE
        ackWaitDays DELIMITED BY SIZE
        " DAYS)" DELIMITED BY SIZE
        INTO ackReportRecord
    WRITE ackReportRecord
    MOVE ALL "-" TO ackReportRecord
    WRITE ackReportRecord

    MOVE "N" TO ackEofFlag
    OPEN INPUT AckInFile
    IF ackInFileStatus IS EQUAL TO "00"
        PERFORM UNTIL ackAtEnd
            READ AckInFile
                AT END
                    MOVE "Y" TO ackEofFlag
                NOT AT END
                    IF ackInRecord IS NOT EQUAL TO SPACES
                        ADD 1 TO ackCount
                        PERFORM MatchOneAck
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AckInFile
    ELSE
        MOVE SPACES TO ackReportRecord
        STRING "NO ACKIN.DAT - NO ACKNOWLEDGEMENTS RECEIVED"
            DELIMITED BY SIZE
            INTO ackReportRecord
        WRITE ackReportRecord
    END-IF

    PERFORM ReportOverdueFiles
    PERFORM RewriteSentRegister

    MOVE SPACES TO ackReportRecord
    WRITE ackReportRecord
    MOVE SPACES TO ackReportRecord
    STRING "ACKS=" DELIMITED BY SIZE
        ackCount DELIMITED BY SIZE
        " MATCHED=" DELIMITED BY SIZE
        matchedCount DELIMITED BY SIZE
        " MISMATCHED=" DELIMITED BY SIZE
        mismatchCount DELIMITED BY SIZE
        " NEVER SENT=" DELIMITED BY SIZE
        neverSentCount DELIMITED BY SIZE
        " DUPLICATE=" DELIMITED BY SIZE
        dupAckCount DELIMITED BY SIZE
        INTO ackReportRecord
    WRITE ackReportRecord
    MOVE SPACES TO ackReportRecord
    STRING "FILES SENT ON REGISTER=" DELIMITED BY SIZE
        sentCount DELIMITED BY SIZE
        " AWAITING ACK=" DELIMITED BY SIZE
        awaitingCount DELIMITED BY SIZE
        " OVERDUE=" DELIMITED BY SIZE
        overdueCount DELIMITED BY SIZE
        " AGED OFF=" DELIMITED BY SIZE
        droppedCount DELIMITED BY SIZE
        INTO ackReportRecord
    WRITE ackReportRecord
    CLOSE AckReportFile

    IF alertOpen
        CLOSE AlertFile
    END-IF

    DISPLAY "Matched " matchedCount " of " ackCount
        " ack(s); " problemCount " problem(s) - see ACKRPT.DAT"

    IF problemCount > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF

    STOP RUN.


ReadAckCard.
    *> A missing or blank card keeps the 3-day default.
    OPEN INPUT AckCardFile
    IF ackCardFileStatus IS EQUAL TO "00"
        READ AckCardFile
            NOT AT END
                IF acWaitDays IS NUMERIC AND acWaitDays > "000"
                    MOVE acWaitDays TO ackWaitDays
                END-IF
        END-READ
        CLOSE AckCardFile
    END-IF
      .


LoadSentRegister.
    MOVE 0 TO sentCount
    MOVE "N" TO sentEofFlag
    OPEN INPUT SentRegFile
    IF sentRegFileStatus IS NOT EQUAL TO "00"
        DISPLAY "NO SENTREG.DAT - NO FILES HAVE BEEN SENT YET"
        MOVE "Y" TO sentEofFlag
    END-IF
    PERFORM UNTIL sentAtEnd
        READ SentRegFile
            AT END
                MOVE "Y" TO sentEofFlag
            NOT AT END
                IF sentRegRecord IS NOT EQUAL TO SPACES
                    IF sentCount < 2000
                        ADD 1 TO sentCount
                        MOVE srRunDate TO stRunDate (sentCount)
                        MOVE srJobId TO stJobId (sentCount)
                        MOVE srHdrDate TO stHdrDate (sentCount)
                        MOVE srOrigin TO stOrigin (sentCount)
                        MOVE srPartner TO stPartner (sentCount)
                        MOVE srFileType TO stFileType (sentCount)
                        MOVE srDataset TO stDataset (sentCount)
                        MOVE srCount TO stCount (sentCount)
                        MOVE srHash TO stHash (sentCount)
                        MOVE srAckStatus TO stAckStatus (sentCount)
                        MOVE srAckDate TO stAckDate (sentCount)
                    ELSE
                        CLOSE SentRegFile
                        MOVE "SENTREG.DAT EXCEEDS 2000 ENTRIES"
                            TO alertText
                        PERFORM AbortRun
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF sentRegFileStatus IS EQUAL TO "00" OR "10"
        CLOSE SentRegFile
    END-IF
      .


MatchOneAck.
    *> An ack is judged against the register in three steps: an exact
    *> match (HDR date, origin, partner, count and hash) not already
    *> acknowledged; the same exact match already acknowledged (a
    *> repeated ack, noted only); the first unacknowledged file with
    *> the same HDR date, origin and partner (the partner received it
    *> but its totals disagree); otherwise we never sent that file.
    MOVE 0 TO matchIndex
    MOVE 0 TO dupIndex
    MOVE 0 TO nearIndex
    PERFORM VARYING sentIndex FROM 1 BY 1
        UNTIL sentIndex > sentCount OR matchIndex > 0
        IF stHdrDate (sentIndex) IS EQUAL TO akHdrDate
            AND stOrigin (sentIndex) IS EQUAL TO akOrigin
            AND (akPartner IS EQUAL TO SPACES
                OR stPartner (sentIndex) IS EQUAL TO akPartner)
            IF stCount (sentIndex) IS EQUAL TO akCount
                AND stHash (sentIndex) IS EQUAL TO akHash
                IF stAcked (sentIndex)
                    IF dupIndex = 0
                        MOVE sentIndex TO dupIndex
                    END-IF
                ELSE
                    MOVE sentIndex TO matchIndex
                END-IF
            ELSE
                IF nearIndex = 0 AND NOT stAcked (sentIndex)
                    MOVE sentIndex TO nearIndex
                END-IF
            END-IF
        END-IF
    END-PERFORM

    EVALUATE TRUE
        WHEN matchIndex > 0
            MOVE "A" TO stAckStatus (matchIndex)
            MOVE wsTodayDate TO stAckDate (matchIndex)
            ADD 1 TO matchedCount
            MOVE SPACES TO ackReportRecord
            STRING "ACKNOWLEDGED      " DELIMITED BY SIZE
                stPartner (matchIndex) DELIMITED BY SIZE
                " HDR " DELIMITED BY SIZE
                akHdrDate DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                stFileType (matchIndex) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                stDataset (matchIndex) DELIMITED BY SPACE
                INTO ackReportRecord
            WRITE ackReportRecord
        WHEN dupIndex > 0
            ADD 1 TO dupAckCount
            MOVE SPACES TO ackReportRecord
            STRING "DUPLICATE ACK     " DELIMITED BY SIZE
                stPartner (dupIndex) DELIMITED BY SIZE
                " HDR " DELIMITED BY SIZE
                akHdrDate DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                stDataset (dupIndex) DELIMITED BY SPACE
                " - ALREADY ACKNOWLEDGED " DELIMITED BY SIZE
                stAckDate (dupIndex) DELIMITED BY SIZE
                INTO ackReportRecord
            WRITE ackReportRecord
        WHEN nearIndex > 0
            MOVE "M" TO stAckStatus (nearIndex)
            MOVE wsTodayDate TO stAckDate (nearIndex)
            ADD 1 TO mismatchCount
            MOVE SPACES TO ackReportRecord
            STRING "TOTALS MISMATCH   " DELIMITED BY SIZE
                stPartner (nearIndex) DELIMITED BY SIZE
                " HDR " DELIMITED BY SIZE
                akHdrDate DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                stDataset (nearIndex) DELIMITED BY SPACE
                INTO ackReportRecord
            WRITE ackReportRecord
            MOVE SPACES TO ackReportRecord
            STRING "                  SENT COUNT=" DELIMITED BY SIZE
                stCount (nearIndex) DELIMITED BY SIZE
                " HASH=" DELIMITED BY SIZE
                stHash (nearIndex) DELIMITED BY SIZE
                "  ACKED COUNT=" DELIMITED BY SIZE
                akCount DELIMITED BY SIZE
                " HASH=" DELIMITED BY SIZE
                akHash DELIMITED BY SIZE
                INTO ackReportRecord
            WRITE ackReportRecord
            MOVE SPACES TO alertText
            STRING "ACK TOTALS MISMATCH " DELIMITED BY SIZE
                stPartner (nearIndex) DELIMITED BY SIZE
                " HDR " DELIMITED BY SIZE
                akHdrDate DELIMITED BY SIZE
                " - SEE ACKRPT.DAT" DELIMITED BY SIZE
                INTO alertText
            PERFORM RaiseAlert
        WHEN OTHER
            ADD 1 TO neverSentCount
            MOVE SPACES TO ackReportRecord
            STRING "NEVER SENT        " DELIMITED BY SIZE
                akPartner DELIMITED BY SIZE
                " HDR " DELIMITED BY SIZE
                akHdrDate DELIMITED BY SIZE
                " ORIGIN " DELIMITED BY SIZE
                akOrigin DELIMITED BY SIZE
                " COUNT=" DELIMITED BY SIZE
                akCount DELIMITED BY SIZE
                " HASH=" DELIMITED BY SIZE
                akHash DELIMITED BY SIZE
                INTO ackReportRecord
            WRITE ackReportRecord
            MOVE SPACES TO alertText
            STRING "ACK FOR FILE NEVER SENT " DELIMITED BY SIZE
                akPartner DELIMITED BY SIZE
                " HDR " DELIMITED BY SIZE
                akHdrDate DELIMITED BY SIZE
                " - SEE ACKRPT.DAT" DELIMITED BY SIZE
                INTO alertText
            PERFORM RaiseAlert
    END-EVALUATE
      .


ReportOverdueFiles.
    *> Anything still awaiting an ack past the wait period is chased;
    *> a mismatched file has already been reported with its ack.
    MOVE SPACES TO ackReportRecord
    WRITE ackReportRecord
    PERFORM VARYING sentIndex FROM 1 BY 1 UNTIL sentIndex > sentCount
        IF stAwaiting (sentIndex)
            ADD 1 TO awaitingCount
            PERFORM AgeSentEntry
            IF ageDays > ackWaitDays
                ADD 1 TO overdueCount
                MOVE ageDays TO ageDaysEdit
                MOVE SPACES TO ackReportRecord
                STRING "NOT ACKNOWLEDGED  " DELIMITED BY SIZE
                    stPartner (sentIndex) DELIMITED BY SIZE
                    " HDR " DELIMITED BY SIZE
                    stHdrDate (sentIndex) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    stDataset (sentIndex) DELIMITED BY SPACE
                    " SENT " DELIMITED BY SIZE
                    stRunDate (sentIndex) DELIMITED BY SIZE
                    " (" DELIMITED BY SIZE
                    FUNCTION TRIM(ageDaysEdit) DELIMITED BY SIZE
                    " DAYS)" DELIMITED BY SIZE
                    INTO ackReportRecord
                WRITE ackReportRecord
                MOVE SPACES TO alertText
                STRING "FILE NOT ACKNOWLEDGED " DELIMITED BY SIZE
                    stPartner (sentIndex) DELIMITED BY SIZE
                    " HDR " DELIMITED BY SIZE
                    stHdrDate (sentIndex) DELIMITED BY SIZE
                    " - SEE ACKRPT.DAT" DELIMITED BY SIZE
                    INTO alertText
                PERFORM RaiseAlert
            END-IF
        END-IF
    END-PERFORM
      .


AgeSentEntry.
    *> Days since the run that sent the file; an unreadable run date
    *> counts as today rather than stopping the reconciliation.
    IF stRunDate (sentIndex) IS NUMERIC
        COMPUTE sentDays = FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(stRunDate (sentIndex)))
        COMPUTE ageDays = todayDays - sentDays
    ELSE
        MOVE 0 TO ageDays
    END-IF
      .


RewriteSentRegister.
    *> The register goes back with this run's ack statuses. Files
    *> acknowledged cleanly age off after the retention period;
    *> awaiting and mismatched ones stay until they are resolved.
    IF sentCount > 0
        PERFORM WriteSentRegister
    END-IF
      .


WriteSentRegister.
    OPEN OUTPUT SentRegFile
    PERFORM VARYING sentIndex FROM 1 BY 1 UNTIL sentIndex > sentCount
        PERFORM AgeSentEntry
        IF stAcked (sentIndex) AND ageDays > ackRetainDays
            ADD 1 TO droppedCount
        ELSE
            MOVE SPACES TO sentRegRecord
            MOVE stRunDate (sentIndex) TO srRunDate
            MOVE stJobId (sentIndex) TO srJobId
            MOVE stHdrDate (sentIndex) TO srHdrDate
            MOVE stOrigin (sentIndex) TO srOrigin
            MOVE stPartner (sentIndex) TO srPartner
            MOVE stFileType (sentIndex) TO srFileType
            MOVE stDataset (sentIndex) TO srDataset
            MOVE stCount (sentIndex) TO srCount
            MOVE stHash (sentIndex) TO srHash
            MOVE stAckStatus (sentIndex) TO srAckStatus
            MOVE stAckDate (sentIndex) TO srAckDate
            WRITE sentRegRecord
        END-IF
    END-PERFORM
    CLOSE SentRegFile
      .


RaiseAlert.
    *> Added to ALERTS.DAT behind the cipher run's own alerts; the file
    *> is created if no cipher run has left one.
    ADD 1 TO problemCount
    IF NOT alertOpen
        OPEN EXTEND AlertFile
        IF alertFileStatus IS NOT EQUAL TO "00"
            OPEN OUTPUT AlertFile
        END-IF
        MOVE "Y" TO alertOpenFlag
    END-IF
    MOVE SPACES TO alertRecord
    MOVE alertText TO alertRecord
    WRITE alertRecord
      .


AbortRun.
    DISPLAY alertText
    IF alertOpen
        CLOSE AlertFile
        MOVE "N" TO alertOpenFlag
    END-IF
    OPEN EXTEND AlertFile
    IF alertFileStatus IS NOT EQUAL TO "00"
        OPEN OUTPUT AlertFile
    END-IF
    MOVE SPACES TO alertRecord
    STRING "HARD FAILURE: " DELIMITED BY SIZE
        alertText DELIMITED BY SIZE
        INTO alertRecord
    WRITE alertRecord
    CLOSE AlertFile
    MOVE 12 TO RETURN-CODE
    STOP RUN
      .
