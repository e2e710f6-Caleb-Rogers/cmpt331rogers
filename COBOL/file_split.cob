        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SplitRejFile ASSIGN TO "SPLITREJ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SplitMapFile ASSIGN TO "SPLITMAP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
    *> alter the data it carries.
    01 splitRejRecord     PIC x(600).

FD  SplitMapFile.
    *> Where each message of the original file went: its record
    *> number in the original (HDR = record 1, as REC= counts
    *> everywhere) and in the part, with its hash — so MSGTRACE can
    *> follow a message into a part run's audit trail and outputs.
    01 splitMapRecord.
        05 smOrigin        PIC x(8).
        05 smHdrDate       PIC x(8).
        05 smOrigRecNum    PIC 9(8).
        05 smPartNum       PIC 9(2).
        05 smPartRecNum    PIC 9(8).
        05 smHash          PIC 9(6).
        05 smFiller        PIC x(40).

WORKING-STORAGE SECTION.
    01 splitCardFileStatus PIC xx.
    01 cipherInFileStatus  PIC xx.
    01 recHashWork     PIC 9(6).
    01 totalSplitCount PIC 9(8) VALUE 0.
    01 divertedCount   PIC 9(8) VALUE 0.
    01 origRecNum      PIC 9(8).
    01 partRecNum      PIC 9(8).
    01 i               PIC 9(3).
    *> A partner on an EBCDIC code page sends EBCDIC, HDR included.
    *> Its messages are dealt exactly as sent; only the control
    *> records are read (controlText) and written in our character
    *> set and translated, and the part hash skips the EBCDIC blank.
    COPY CODEPAGE.
    01 codePage        PIC x(8) VALUE "ASCII".
        88 codePageEbcdic      VALUE "EBCDIC".
    01 codePageSpace   PIC x(1) VALUE SPACE.
    01 ebcdicHdrTag    PIC x(3) VALUE X"C8C4D9".
    01 controlText     PIC x(20).
    01 codePageMsgLen  PIC 9(3).

PROCEDURE DIVISION.
Begin.
    WRITE splitReportRecord

    OPEN OUTPUT SplitRejFile
    OPEN OUTPUT SplitMapFile

    PERFORM VARYING passNum FROM 1 BY 1 UNTIL passNum > wayCount
        PERFORM WriteOnePart
    END-PERFORM

    CLOSE SplitRejFile
    CLOSE SplitMapFile

    MOVE SPACES TO splitReportRecord
    WRITE splitReportRecord
    OPEN OUTPUT PartOutFile

    MOVE 0 TO msgSeq
    MOVE 0 TO origRecNum
    MOVE 0 TO partRecNum
    MOVE 0 TO partCount
    MOVE 0 TO partHashTotal
    MOVE "N" TO priHeldFlag
                MOVE "Y" TO inputEofFlag
            NOT AT END
                PERFORM CollectMessage
                ADD 1 TO origRecNum
                PERFORM DealMessage
        END-READ
    END-PERFORM
        partCount DELIMITED BY SIZE
        partHashTotal DELIMITED BY SIZE
        INTO partRecord
    PERFORM ToPartnerCodePage
    WRITE partRecord
    CLOSE PartOutFile



DealMessage.
    IF origRecNum = 1
        AND msgText (1:3) IS EQUAL TO ebcdicHdrTag
        MOVE "EBCDIC" TO codePage
        MOVE X"40" TO codePageSpace
    END-IF
    MOVE msgText (1:20) TO controlText
    IF codePageEbcdic
        INSPECT controlText CONVERTING cpAllBytes TO cpEbcdicIn
    END-IF
    EVALUATE TRUE
        WHEN controlText (1:3) IS EQUAL TO "HDR"
            *> Every part carries the original header, so each piece
            *> balances and routes exactly as the whole file would.
            MOVE controlText (4:8) TO origHdrDate
            MOVE controlText (12:8) TO origOrigin
            MOVE SPACES TO partRecord
            STRING "HDR" DELIMITED BY SIZE
                origHdrDate DELIMITED BY SIZE
                origOrigin DELIMITED BY SIZE
                INTO partRecord
            PERFORM ToPartnerCodePage
            WRITE partRecord
            ADD 1 TO partRecNum
        WHEN controlText (1:3) IS EQUAL TO "TRL"
            MOVE "Y" TO origTrlSeenFlag
            MOVE FUNCTION NUMVAL(controlText (4:8)) TO origExpected
        WHEN controlText (1:3) IS EQUAL TO "PRI"
            MOVE "Y" TO priHeldFlag
        WHEN OTHER
            IF msgOverflow
                *> The cipher job would reject this message whole;
                *> truncating and dealing it would cipher an altered
                    IF priHeld
                        MOVE SPACES TO partRecord
                        MOVE "PRI" TO partRecord (1:3)
                        PERFORM ToPartnerCodePage
                        WRITE partRecord
                        ADD 1 TO partRecNum
                    END-IF
                    MOVE msgText TO partRecord
                    WRITE partRecord
                    ADD 1 TO partRecNum
                    ADD 1 TO partCount
                    PERFORM AccumulatePartHash
                    MOVE SPACES TO splitMapRecord
                    MOVE origOrigin TO smOrigin
                    MOVE origHdrDate TO smHdrDate
                    MOVE origRecNum TO smOrigRecNum
                    MOVE passNum TO smPartNum
                    MOVE partRecNum TO smPartRecNum
                    MOVE recHashWork TO smHash
                    WRITE splitMapRecord
                END-IF
            END-IF
            MOVE "N" TO priHeldFlag
WriteSplitReject.
    *> Mirrors CAESARCIPHER's WriteRejectRecord: record number,
    *> reason, and the (masked, first 500 bytes of) text, so the
    *> entry feeds REJECTFIX like any other reject. An EBCDIC
    *> message is echoed in our character set, as the cipher job's
    *> rejects are.
    IF codePageEbcdic
        INSPECT msgText CONVERTING cpAllBytes TO cpEbcdicIn
    END-IF
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > FUNCTION LENGTH(msgText)
        IF msgText (i:1) < " "
            OR (msgText (i:1) > "~" AND msgText (i:1) < X"A0")
            MOVE "." TO msgText (i:1)
        END-IF
    END-PERFORM
    MOVE SPACES TO splitRejRecord
    STRING "REC=" DELIMITED BY SIZE
        origRecNum DELIMITED BY SIZE
        " REASON=" DELIMITED BY SIZE
        "MESSAGE EXCEEDS 10 SEGMENTS             "
        DELIMITED BY SIZE
        " TEXT=" DELIMITED BY SIZE
        msgText DELIMITED BY SIZE
        " ORG=" DELIMITED BY SIZE
        origOrigin DELIMITED BY SIZE
        " HDR=" DELIMITED BY SIZE
        origHdrDate DELIMITED BY SIZE
        INTO splitRejRecord
    WRITE splitRejRecord
      .


ToPartnerCodePage.
    *> A control record written to a part goes out in the original
    *> file's code page; its blank padding stays X"20" so the line is
    *> still trimmed on write.
    IF codePageEbcdic
        AND partRecord IS NOT EQUAL TO SPACES
        COMPUTE codePageMsgLen =
            FUNCTION LENGTH(FUNCTION TRIM(partRecord TRAILING))
        INSPECT partRecord (1:codePageMsgLen)
            CONVERTING cpAllBytes TO cpEbcdicOut
    END-IF
      .


AccumulatePartHash.
    *> Same non-space byte-ordinal sum the balancing hash everywhere
    *> else uses, over the whole reassembled message as sent.
    MOVE 0 TO recHashWork
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > FUNCTION LENGTH(msgText)
        IF msgText (i:1) IS NOT EQUAL TO SPACE
            AND msgText (i:1) IS NOT EQUAL TO codePageSpace
            COMPUTE recHashWork = recHashWork
                + FUNCTION ORD(msgText (i:1))
        END-IF
