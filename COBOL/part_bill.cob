IDENTIFICATION DIVISION.
PROGRAM-ID. PARTBILL.
AUTHOR. CALEB ROGERS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BillCardFile ASSIGN TO "BILLCARD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS billCardFileStatus.
    SELECT RateFile ASSIGN TO "RATES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rateFileStatus.
    SELECT PartnerFile ASSIGN TO "PARTNER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS paOriginSystem
        FILE STATUS IS partnerFileStatus.
    SELECT RunHistFile ASSIGN TO "RUNHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS runHistFileStatus.
    SELECT StatementFile ASSIGN TO "BILLSTMT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  BillCardFile.
    *> The month to bill, YYYYMM in cols 1-6; blank bills last month.
    01 billCardRecord.
        05 bcBillMonth     PIC x(6).
        05 bcFiller        PIC x(74).

FD  RateFile.
    *> Per-message rates by partner, four decimal places: routine
    *> (Caesar) traffic, express (PRI) traffic and Vigenere traffic.
    *> A DEFAULT line prices any partner without a line of its own.
    01 rateRecord.
        05 rtPartner       PIC x(8).
        05 rtRoutineRate   PIC 9(2)V9(4).
        05 rtExpressRate   PIC 9(2)V9(4).
        05 rtVigRate       PIC 9(2)V9(4).
        05 rtFiller        PIC x(54).

FD  PartnerFile.
    *> Same layout PARTMAINT maintains; read in key order so every
    *> partner gets a statement, traffic or not.
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

FD  RunHistFile.
    *> Same layout CAESARCIPHER's WriteRunHistory appends: "R" run,
    *> "D" dataset and "P" partner volume records.
    01 runHistRecord.
        05 rhRecType       PIC x(1).
        05 rhJobId         PIC x(8).
        05 rhRunDate       PIC x(8).
        05 rhRunTime       PIC x(8).
        05 rhDatasets      PIC 9(2).
        05 rhRecsRead      PIC 9(8).
        05 rhEncrypted     PIC 9(8).
        05 rhRejected      PIC 9(8).
        05 rhReconVerdict  PIC x(14).
        05 rhBalVerdict    PIC x(14).
        05 rhComplCode     PIC 9(2).
        05 rhDatasetName   PIC x(40).
        05 rhFiller        PIC x(7).
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

FD  StatementFile.
    01 statementRecord    PIC x(100).

WORKING-STORAGE SECTION.
    01 billCardFileStatus PIC xx.
    01 rateFileStatus    PIC xx.
    01 partnerFileStatus PIC xx.
    01 runHistFileStatus PIC xx.
    01 rateEofFlag     PIC x(1).
        88 rateAtEnd           VALUE "Y".
    01 partnerEofFlag  PIC x(1).
        88 partnerAtEnd        VALUE "Y".
    01 histEofFlag     PIC x(1).
        88 histAtEnd           VALUE "Y".
    01 wsTodayDate     PIC x(8).
    01 billMonth       PIC x(6).
    01 billYearNum     PIC 9(4).
    01 billMonthNum    PIC 9(2).
    *> Rates load into a table; the DEFAULT line is held apart.
    01 rateTable.
        05 rateEntry OCCURS 200 TIMES.
            10 rtePartner      PIC x(8).
            10 rteRoutine      PIC 9(2)V9(4).
            10 rteExpress      PIC 9(2)V9(4).
            10 rteVig          PIC 9(2)V9(4).
    01 rateCount       PIC 9(3) VALUE 0.
    01 rateIndex       PIC 9(3).
    01 defaultRateFlag PIC x(1) VALUE "N".
        88 defaultRateOn       VALUE "Y".
    01 defRoutineRate  PIC 9(2)V9(4) VALUE 0.
    01 defExpressRate  PIC 9(2)V9(4) VALUE 0.
    01 defVigRate      PIC 9(2)V9(4) VALUE 0.
    01 rateFoundFlag   PIC x(1).
        88 rateFound           VALUE "Y".
    01 useRoutineRate  PIC 9(2)V9(4).
    01 useExpressRate  PIC 9(2)V9(4).
    01 useVigRate      PIC 9(2)V9(4).
    *> One billing line per partner: every partner on the master,
    *> plus any origin in the month's history no longer on it.
    01 billTable.
        05 billEntry OCCURS 200 TIMES.
            10 blPartner       PIC x(8).
            10 blStatus        PIC x(1).
            10 blOnMaster      PIC x(1).
            10 blRuns          PIC 9(5).
            10 blMessages      PIC 9(8).
            10 blExpressed     PIC 9(8).
            10 blVigEncrypted  PIC 9(8).
            10 blRejected      PIC 9(8).
            10 blDupSuppressed PIC 9(8).
    01 billCount       PIC 9(3) VALUE 0.
    01 billIndex       PIC 9(3).
    01 billFoundFlag   PIC x(1).
        88 billFound           VALUE "Y".
    *> Month control totals: what the partner lines add up to, and
    *> what the "R" run records say the month's runs ciphered and
    *> rejected.
    01 runCount        PIC 9(5) VALUE 0.
    01 runNoDetailCount PIC 9(5) VALUE 0.
    01 lastRunDetailFlag PIC x(1) VALUE "Y".
        88 lastRunHadDetail    VALUE "Y".
    01 runEncTotal     PIC 9(9) VALUE 0.
    01 runRejTotal     PIC 9(9) VALUE 0.
    01 partMsgTotal    PIC 9(9) VALUE 0.
    01 partRejTotal    PIC 9(9) VALUE 0.
    01 partExpTotal    PIC 9(9) VALUE 0.
    01 partVigTotal    PIC 9(9) VALUE 0.
    01 partDupTotal    PIC 9(9) VALUE 0.
    01 lineAmount      PIC 9(9)V99.
    01 partnerAmount   PIC 9(9)V99.
    01 grandAmount     PIC 9(11)V99 VALUE 0.
    01 noRateCount     PIC 9(3) VALUE 0.
    01 countEdit       PIC zz,zzz,zz9.
    01 rateEdit        PIC z9.9999.
    01 amountEdit      PIC zzz,zzz,zz9.99.
    01 grandEdit       PIC z,zzz,zzz,zz9.99.
    01 billReturnCode  PIC 9(2) VALUE 0.

PROCEDURE DIVISION.
Begin.
    DISPLAY "Monthly partner chargeback for CAESARCIPHER"

    ACCEPT wsTodayDate FROM DATE YYYYMMDD
    PERFORM ReadBillCard
    PERFORM LoadRates
    PERFORM LoadPartners
    PERFORM TallyRunHistory

    OPEN OUTPUT StatementFile
    MOVE SPACES TO statementRecord
    STRING "PARTNER CHARGEBACK STATEMENT FOR " DELIMITED BY SIZE
        billMonth (1:4) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        billMonth (5:2) DELIMITED BY SIZE
        "   PREPARED " DELIMITED BY SIZE
        wsTodayDate DELIMITED BY SIZE
        INTO statementRecord
    WRITE statementRecord
    MOVE ALL "=" TO statementRecord
    WRITE statementRecord

    PERFORM VARYING billIndex FROM 1 BY 1 UNTIL billIndex > billCount
        PERFORM WritePartnerStatement
    END-PERFORM

    PERFORM WriteControlTotals
    CLOSE StatementFile

    DISPLAY "Statements written for " billCount " partner(s) - "
        "see BILLSTMT.DAT"
    MOVE billReturnCode TO RETURN-CODE
    STOP RUN.


ReadBillCard.
    *> Finance normally runs this early in the month for the month
    *> just closed, so a missing or blank card bills last month.
    MOVE SPACES TO billMonth
    OPEN INPUT BillCardFile
    IF billCardFileStatus IS EQUAL TO "00"
        READ BillCardFile
            NOT AT END
                IF bcBillMonth IS NUMERIC
                    MOVE bcBillMonth TO billMonth
                END-IF
        END-READ
        CLOSE BillCardFile
    END-IF
    IF billMonth IS EQUAL TO SPACES
        MOVE wsTodayDate (1:4) TO billYearNum
        MOVE wsTodayDate (5:2) TO billMonthNum
        IF billMonthNum = 1
            MOVE 12 TO billMonthNum
            SUBTRACT 1 FROM billYearNum
        ELSE
            SUBTRACT 1 FROM billMonthNum
        END-IF
        MOVE billYearNum TO billMonth (1:4)
        MOVE billMonthNum TO billMonth (5:2)
    END-IF
      .


LoadRates.
    MOVE "N" TO rateEofFlag
    OPEN INPUT RateFile
    IF rateFileStatus IS NOT EQUAL TO "00"
        DISPLAY "NO RATES.DAT - ALL TRAFFIC PRICED AT ZERO"
        MOVE "Y" TO rateEofFlag
    END-IF
    PERFORM UNTIL rateAtEnd
        READ RateFile
            AT END
                MOVE "Y" TO rateEofFlag
            NOT AT END
                IF rtPartner IS EQUAL TO SPACES
                    CONTINUE
                ELSE
                IF rtRoutineRate IS NOT NUMERIC
                    OR rtExpressRate IS NOT NUMERIC
                    OR rtVigRate IS NOT NUMERIC
                    DISPLAY "RATES.DAT LINE FOR " rtPartner
                        " IS NOT NUMERIC - IGNORED"
                ELSE
                IF rtPartner IS EQUAL TO "DEFAULT"
                    MOVE "Y" TO defaultRateFlag
                    MOVE rtRoutineRate TO defRoutineRate
                    MOVE rtExpressRate TO defExpressRate
                    MOVE rtVigRate TO defVigRate
                ELSE
                    IF rateCount < 200
                        ADD 1 TO rateCount
                        MOVE rtPartner TO rtePartner (rateCount)
                        MOVE rtRoutineRate TO rteRoutine (rateCount)
                        MOVE rtExpressRate TO rteExpress (rateCount)
                        MOVE rtVigRate TO rteVig (rateCount)
                    END-IF
                END-IF
                END-IF
                END-IF
        END-READ
    END-PERFORM
    IF rateFileStatus IS EQUAL TO "10"
        CLOSE RateFile
    END-IF
      .


LoadPartners.
    *> Every partner on the master starts with a zero line, so one
    *> with no traffic this month still shows on the statement.
    MOVE "N" TO partnerEofFlag
    OPEN INPUT PartnerFile
    IF partnerFileStatus IS NOT EQUAL TO "00"
        DISPLAY "CANNOT OPEN PARTNER.DAT - STATUS " partnerFileStatus
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL partnerAtEnd
        READ PartnerFile NEXT RECORD
            AT END
                MOVE "Y" TO partnerEofFlag
            NOT AT END
                IF billCount < 200
                    ADD 1 TO billCount
                    MOVE billCount TO billIndex
                    PERFORM ClearBillLine
                    MOVE paOriginSystem TO blPartner (billIndex)
                    MOVE paStatus TO blStatus (billIndex)
                    MOVE "Y" TO blOnMaster (billIndex)
                END-IF
        END-READ
    END-PERFORM
    CLOSE PartnerFile
      .


ClearBillLine.
    MOVE SPACES TO blPartner (billIndex)
    MOVE SPACE TO blStatus (billIndex)
    MOVE "N" TO blOnMaster (billIndex)
    MOVE 0 TO blRuns (billIndex)
    MOVE 0 TO blMessages (billIndex)
    MOVE 0 TO blExpressed (billIndex)
    MOVE 0 TO blVigEncrypted (billIndex)
    MOVE 0 TO blRejected (billIndex)
    MOVE 0 TO blDupSuppressed (billIndex)
      .


TallyRunHistory.
    MOVE "N" TO histEofFlag
    OPEN INPUT RunHistFile
    IF runHistFileStatus IS NOT EQUAL TO "00"
        DISPLAY "NO RUNHIST.DAT - NO TRAFFIC TO BILL"
        MOVE "Y" TO histEofFlag
    END-IF
    PERFORM UNTIL histAtEnd
        READ RunHistFile
            AT END
                MOVE "Y" TO histEofFlag
            NOT AT END
                IF rhRunDate (1:6) IS EQUAL TO billMonth
                    EVALUATE rhRecType
                        WHEN "R"
                            PERFORM TallyRunRecord
                        WHEN "P"
                            PERFORM TallyPartnerRecord
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    IF NOT lastRunHadDetail
        ADD 1 TO runNoDetailCount
    END-IF
    IF runHistFileStatus IS EQUAL TO "10"
        CLOSE RunHistFile
    END-IF
      .


TallyRunRecord.
    *> A run's "P" records follow its "R" record; a run that wrote
    *> none predates partner volumes and cannot tie out.
    IF NOT lastRunHadDetail
        ADD 1 TO runNoDetailCount
    END-IF
    MOVE "N" TO lastRunDetailFlag
    ADD 1 TO runCount
    ADD rhEncrypted TO runEncTotal
    ADD rhRejected TO runRejTotal
      .


TallyPartnerRecord.
    MOVE "Y" TO lastRunDetailFlag
    MOVE "N" TO billFoundFlag
    PERFORM VARYING billIndex FROM 1 BY 1
            UNTIL billIndex > billCount OR billFound
        IF blPartner (billIndex) IS EQUAL TO rpPartner
            MOVE "Y" TO billFoundFlag
        END-IF
    END-PERFORM
    IF billFound
        SUBTRACT 1 FROM billIndex
    ELSE
        IF billCount < 200
            ADD 1 TO billCount
            MOVE billCount TO billIndex
            PERFORM ClearBillLine
            MOVE rpPartner TO blPartner (billIndex)
        ELSE
            DISPLAY "MORE THAN 200 PARTNERS - " rpPartner
                " NOT BILLED"
            MOVE 8 TO billReturnCode
            MOVE 0 TO billIndex
        END-IF
    END-IF
    IF billIndex > 0
        ADD 1 TO blRuns (billIndex)
        ADD rpMessages TO blMessages (billIndex)
        ADD rpExpressed TO blExpressed (billIndex)
        ADD rpVigEncrypted TO blVigEncrypted (billIndex)
        ADD rpRejected TO blRejected (billIndex)
        ADD rpDupSuppressed TO blDupSuppressed (billIndex)
    END-IF
    ADD rpMessages TO partMsgTotal
    ADD rpRejected TO partRejTotal
    ADD rpExpressed TO partExpTotal
    ADD rpVigEncrypted TO partVigTotal
    ADD rpDupSuppressed TO partDupTotal
      .


FindPartnerRates.
    MOVE "N" TO rateFoundFlag
    PERFORM VARYING rateIndex FROM 1 BY 1
            UNTIL rateIndex > rateCount OR rateFound
        IF rtePartner (rateIndex) IS EQUAL TO blPartner (billIndex)
            MOVE "Y" TO rateFoundFlag
            MOVE rteRoutine (rateIndex) TO useRoutineRate
            MOVE rteExpress (rateIndex) TO useExpressRate
            MOVE rteVig (rateIndex) TO useVigRate
        END-IF
    END-PERFORM
    IF NOT rateFound AND defaultRateOn
        MOVE "Y" TO rateFoundFlag
        MOVE defRoutineRate TO useRoutineRate
        MOVE defExpressRate TO useExpressRate
        MOVE defVigRate TO useVigRate
    END-IF
    IF NOT rateFound
        MOVE 0 TO useRoutineRate
        MOVE 0 TO useExpressRate
        MOVE 0 TO useVigRate
    END-IF
      .


WritePartnerStatement.
    PERFORM FindPartnerRates
    MOVE 0 TO partnerAmount

    MOVE SPACES TO statementRecord
    WRITE statementRecord
    MOVE SPACES TO statementRecord
    STRING "PARTNER " DELIMITED BY SIZE
        blPartner (billIndex) DELIMITED BY SIZE
        INTO statementRecord
    IF blOnMaster (billIndex) IS EQUAL TO "N"
        MOVE "  (NOT ON PARTNER MASTER)" TO statementRecord (17:25)
    ELSE
        IF blStatus (billIndex) IS EQUAL TO "S"
            MOVE "  (SUSPENDED)" TO statementRecord (17:13)
        END-IF
    END-IF
    WRITE statementRecord
    MOVE blRuns (billIndex) TO countEdit
    MOVE SPACES TO statementRecord
    STRING "  RUNS WITH TRAFFIC " DELIMITED BY SIZE
        countEdit DELIMITED BY SIZE
        INTO statementRecord
    WRITE statementRecord

    IF blRuns (billIndex) = 0
        MOVE SPACES TO statementRecord
        STRING "  NO TRAFFIC THIS MONTH" DELIMITED BY SIZE
            INTO statementRecord
        WRITE statementRecord
    END-IF

    COMPUTE lineAmount ROUNDED =
        blMessages (billIndex) * useRoutineRate
    MOVE blMessages (billIndex) TO countEdit
    MOVE useRoutineRate TO rateEdit
    MOVE "  ROUTINE MESSAGES " TO statementRecord
    PERFORM WriteChargeLine

    COMPUTE lineAmount ROUNDED =
        blExpressed (billIndex) * useExpressRate
    MOVE blExpressed (billIndex) TO countEdit
    MOVE useExpressRate TO rateEdit
    MOVE "  EXPRESS (PRI)    " TO statementRecord
    PERFORM WriteChargeLine

    COMPUTE lineAmount ROUNDED =
        blVigEncrypted (billIndex) * useVigRate
    MOVE blVigEncrypted (billIndex) TO countEdit
    MOVE useVigRate TO rateEdit
    MOVE "  VIGENERE         " TO statementRecord
    PERFORM WriteChargeLine

    MOVE blRejected (billIndex) TO countEdit
    MOVE SPACES TO statementRecord
    STRING "  REJECTED         " DELIMITED BY SIZE
        countEdit DELIMITED BY SIZE
        "   NOT CHARGED" DELIMITED BY SIZE
        INTO statementRecord
    WRITE statementRecord
    MOVE blDupSuppressed (billIndex) TO countEdit
    MOVE SPACES TO statementRecord
    STRING "  DUPS SUPPRESSED  " DELIMITED BY SIZE
        countEdit DELIMITED BY SIZE
        "   NOT CHARGED" DELIMITED BY SIZE
        INTO statementRecord
    WRITE statementRecord

    IF NOT rateFound
        ADD 1 TO noRateCount
        IF billReturnCode < 4
            MOVE 4 TO billReturnCode
        END-IF
        MOVE SPACES TO statementRecord
        STRING "  ** NO RATE ON RATES.DAT - PRICED AT ZERO"
            DELIMITED BY SIZE
            INTO statementRecord
        WRITE statementRecord
    END-IF

    MOVE partnerAmount TO amountEdit
    MOVE SPACES TO statementRecord
    STRING "  PARTNER TOTAL" DELIMITED BY SIZE
        INTO statementRecord
    MOVE amountEdit TO statementRecord (55:14)
    WRITE statementRecord
    ADD partnerAmount TO grandAmount
      .


WriteChargeLine.
    *> The caller leaves the line's caption in statementRecord (1:19)
    *> and sets countEdit, rateEdit and lineAmount.
    MOVE lineAmount TO amountEdit
    MOVE countEdit TO statementRecord (20:10)
    MOVE " @ " TO statementRecord (30:3)
    MOVE rateEdit TO statementRecord (33:7)
    MOVE " =" TO statementRecord (40:2)
    MOVE amountEdit TO statementRecord (55:14)
    WRITE statementRecord
    ADD lineAmount TO partnerAmount
      .


WriteControlTotals.
    *> The partner lines must add back to the month's run records:
    *> routine messages to the runs' ciphered count and rejects to
    *> their rejected count. A difference means a run's volumes are
    *> missing from (or doubled in) the bill.
    MOVE SPACES TO statementRecord
    WRITE statementRecord
    MOVE ALL "=" TO statementRecord
    WRITE statementRecord
    MOVE SPACES TO statementRecord
    STRING "CONTROL TOTALS" DELIMITED BY SIZE
        INTO statementRecord
    WRITE statementRecord

    MOVE SPACES TO statementRecord
    STRING "  RUNS IN MONTH=" DELIMITED BY SIZE
        runCount DELIMITED BY SIZE
        "  PARTNERS BILLED=" DELIMITED BY SIZE
        billCount DELIMITED BY SIZE
        "  WITHOUT A RATE=" DELIMITED BY SIZE
        noRateCount DELIMITED BY SIZE
        INTO statementRecord
    WRITE statementRecord
    MOVE SPACES TO statementRecord
    STRING "  ROUTINE MESSAGES  PARTNERS=" DELIMITED BY SIZE
        partMsgTotal DELIMITED BY SIZE
        "  RUNHIST=" DELIMITED BY SIZE
        runEncTotal DELIMITED BY SIZE
        INTO statementRecord
    WRITE statementRecord
    MOVE SPACES TO statementRecord
    STRING "  REJECTED          PARTNERS=" DELIMITED BY SIZE
        partRejTotal DELIMITED BY SIZE
        "  RUNHIST=" DELIMITED BY SIZE
        runRejTotal DELIMITED BY SIZE
        INTO statementRecord
    WRITE statementRecord
    MOVE SPACES TO statementRecord
    STRING "  EXPRESS=" DELIMITED BY SIZE
        partExpTotal DELIMITED BY SIZE
        "  VIGENERE=" DELIMITED BY SIZE
        partVigTotal DELIMITED BY SIZE
        "  DUPS SUPPRESSED=" DELIMITED BY SIZE
        partDupTotal DELIMITED BY SIZE
        INTO statementRecord
    WRITE statementRecord

    MOVE SPACES TO statementRecord
    IF partMsgTotal = runEncTotal AND partRejTotal = runRejTotal
        STRING "  CONTROL TOTAL IN BALANCE WITH RUNHIST" DELIMITED BY SIZE
            INTO statementRecord
    ELSE
        MOVE 8 TO billReturnCode
        STRING "  ** CONTROL TOTAL OUT OF BALANCE WITH RUNHIST"
            DELIMITED BY SIZE
            INTO statementRecord
    END-IF
    WRITE statementRecord
    IF runNoDetailCount > 0
        MOVE SPACES TO statementRecord
        STRING "  ** " DELIMITED BY SIZE
            runNoDetailCount DELIMITED BY SIZE
            " RUN(S) WITH NO PARTNER VOLUME RECORDS" DELIMITED BY SIZE
            INTO statementRecord
        WRITE statementRecord
    END-IF

    MOVE grandAmount TO grandEdit
    MOVE SPACES TO statementRecord
    STRING "  TOTAL CHARGES" DELIMITED BY SIZE
        INTO statementRecord
    MOVE grandEdit TO statementRecord (53:16)
    WRITE statementRecord
      .
