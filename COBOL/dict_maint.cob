INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DictionaryFile ASSIGN TO "DICTIONARY.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS dictionaryKeyWord
        FILE STATUS IS dictionaryFileStatus.
    SELECT TransactionFile ASSIGN TO "DICTTRAN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
DATA DIVISION.
FILE SECTION.
FD  DictionaryFile.
    *> Keyed on the word, held in upper case.
    01 dictionaryRecord.
        05 dictionaryKeyWord PIC x(20).

FD  TransactionFile.
    *> Operator maintenance requests, one per record: ADD or DELETE
        88 dictionaryAtEnd      VALUE "Y".
    01 transactionEofFlag PIC x(1).
        88 transactionAtEnd     VALUE "Y".
    *> Words are added and deleted in place on the indexed file;
    *> dictionaryCount is only kept for the listing totals.
    01 dictionaryCount PIC 9(7) VALUE 0.
    01 wordFoundFlag   PIC x(1).
        88 wordFound           VALUE "Y".
    01 workWord        PIC x(20).
Begin.
    DISPLAY "Dictionary maintenance for CAESARCIPHER solve words"

    PERFORM OpenDictionary

    OPEN OUTPUT ChangeListFile
    MOVE SPACES TO changeListRecord
    WRITE changeListRecord

    PERFORM ApplyTransactions

    MOVE SPACES TO changeListRecord
    WRITE changeListRecord
        dictionaryCount DELIMITED BY SIZE
        INTO changeListRecord
    WRITE changeListRecord
    CLOSE DictionaryFile
    CLOSE ChangeListFile

    DISPLAY "Dictionary now holds " dictionaryCount " word(s)"
    STOP RUN.


OpenDictionary.
    *> Opens the dictionary for update, creating it empty the first
    *> time, and counts the words on file for the listing header.
    OPEN I-O DictionaryFile
    IF dictionaryFileStatus IS EQUAL TO "35"
        OPEN OUTPUT DictionaryFile
        CLOSE DictionaryFile
        OPEN I-O DictionaryFile
    END-IF
    IF dictionaryFileStatus IS NOT EQUAL TO "00"
        DISPLAY "CANNOT OPEN DICTIONARY.DAT - STATUS "
            dictionaryFileStatus
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE 0 TO dictionaryCount
    PERFORM StartDictionaryScan
    PERFORM UNTIL dictionaryAtEnd
        PERFORM ReadNextWord
        IF NOT dictionaryAtEnd
            ADD 1 TO dictionaryCount
        END-IF
    END-PERFORM
      .


StartDictionaryScan.
    *> Positions the dictionary at its first word for a pass in word
    *> order.
    MOVE "N" TO dictionaryEofFlag
    MOVE LOW-VALUES TO dictionaryKeyWord
    START DictionaryFile KEY IS NOT LESS THAN dictionaryKeyWord
        INVALID KEY
            MOVE "Y" TO dictionaryEofFlag
    END-START
      .


ReadNextWord.
    IF NOT dictionaryAtEnd
        READ DictionaryFile NEXT RECORD
            AT END
                MOVE "Y" TO dictionaryEofFlag
        END-READ
    END-IF
      .


      .


AddWord.
    IF workWord IS EQUAL TO SPACES
        MOVE SPACES TO changeListRecord
            INTO changeListRecord
        WRITE changeListRecord
    ELSE
        MOVE "N" TO wordFoundFlag
        MOVE workWord TO dictionaryKeyWord
        WRITE dictionaryRecord
            INVALID KEY
                MOVE "Y" TO wordFoundFlag
        END-WRITE
        IF wordFound
            ADD 1 TO duplicateCount
            MOVE SPACES TO changeListRecord
                INTO changeListRecord
            WRITE changeListRecord
        ELSE
            ADD 1 TO dictionaryCount
            ADD 1 TO addedCount
            MOVE SPACES TO changeListRecord
            STRING "ADDED:                  " DELIMITED BY SIZE
                workWord DELIMITED BY SIZE
                INTO changeListRecord
            WRITE changeListRecord
        END-IF
    END-IF
      .


DeleteWord.
    MOVE "Y" TO wordFoundFlag
    MOVE workWord TO dictionaryKeyWord
    DELETE DictionaryFile RECORD
        INVALID KEY
            MOVE "N" TO wordFoundFlag
    END-DELETE
    IF wordFound
        SUBTRACT 1 FROM dictionaryCount
        ADD 1 TO deletedCount
        MOVE SPACES TO changeListRecord
        " WORDS)" DELIMITED BY SIZE
        INTO changeListRecord
    WRITE changeListRecord
    PERFORM StartDictionaryScan
    PERFORM UNTIL dictionaryAtEnd
        PERFORM ReadNextWord
        IF NOT dictionaryAtEnd
            MOVE SPACES TO changeListRecord
            STRING "  " DELIMITED BY SIZE
                dictionaryKeyWord DELIMITED BY SIZE
                INTO changeListRecord
            WRITE changeListRecord
        END-IF
    END-PERFORM
      .
