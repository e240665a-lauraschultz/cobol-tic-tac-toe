       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. IDBAL.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GAMESEQ ASSIGN TO "GAMESEQ"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SQ-Key
        FILE STATUS IS SQ-Status.
    SELECT GAMEISSU ASSIGN TO "GAMEISSU"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS GI-Status.
    SELECT GAMELOG ASSIGN TO "GAMELOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS GL-Status.
    SELECT GAMELOGH ASSIGN TO "GAMELOGH"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS GLH-Status.
    SELECT CHECKPT ASSIGN TO "CHECKPT"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CK-GameID
        FILE STATUS IS CK-Status.
    SELECT CORRGAME ASSIGN TO "CORRGAME"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CG-GameID
        FILE STATUS IS CG-Status.
    SELECT DRAINLOG ASSIGN TO "DRAINLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DR-Status.
    SELECT GLSPOOL ASSIGN TO "GLSPOOL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS SP-Status.
DATA DIVISION.
FILE SECTION.
FD GAMESEQ.
   01 GameSeqRecord.
       02 SQ-Key PIC X(4).
       02 SQ-Date PIC 9(8).
       02 SQ-Serial PIC 9(8).
FD GAMEISSU.
   01 GameIssueRecord.
       02 GI-GameID.
           03 GI-IDDate PIC X(8).
           03 GI-IDSerial PIC 9(8).
       02 GI-Producer PIC X(8).
       02 GI-Date PIC 9(8).
       02 GI-Time PIC 9(8).
*>    S = drawn from GAMESEQ, T = the time-based fallback ID,
*>    I = a foreign ID loaded by GAMEIMPT
       02 GI-Kind PIC X.
FD GAMELOG.
   01 GameLogRecord.
       02 GL-FinalBoard PIC X(9).
       02 GL-Winner PIC 9.
       02 GL-NumMoves PIC 9(2).
       02 GL-Date PIC 9(8).
       02 GL-Time PIC 9(8).
       02 GL-GameID PIC X(16).
       02 GL-Rest PIC X(21).
FD GAMELOGH.
   01 GameLogHistRecord.
       02 GLH-FinalBoard PIC X(9).
       02 GLH-Winner PIC 9.
       02 GLH-NumMoves PIC 9(2).
       02 GLH-Date PIC 9(8).
       02 GLH-Time PIC 9(8).
       02 GLH-GameID PIC X(16).
       02 GLH-Rest PIC X(21).
FD CHECKPT.
   01 CheckptRecord.
       02 CK-GameID PIC X(16).
       02 CK-Rest PIC X(74).
*>    a correspondence game between moves, as MAIN keeps it
FD CORRGAME.
   01 CorrGameRecord.
       02 CG-GameID PIC X(16).
       02 CG-Rest PIC X(77).
FD DRAINLOG.
   01 DrainLogRecord.
       02 DR-Date PIC 9(8).
       02 DR-Time PIC 9(8).
       02 DR-GameID PIC X(16).
       02 DR-State PIC X(8).
FD GLSPOOL.
   01 GlSpoolRecord.
       02 SP-Type PIC X(2).
       02 SP-Data PIC X(65).
WORKING-STORAGE SECTION.
   01 SQ-Status PIC XX.
       88 SQ-OK VALUE "00".
   01 GI-Status PIC XX.
       88 GI-OK VALUE "00".
       88 GI-EOF VALUE "10".
   01 GL-Status PIC XX.
       88 GL-OK VALUE "00".
       88 GL-EOF VALUE "10".
   01 GLH-Status PIC XX.
       88 GLH-OK VALUE "00".
       88 GLH-EOF VALUE "10".
   01 CK-Status PIC XX.
       88 CK-OK VALUE "00".
       88 CK-EOF VALUE "10".
   01 CG-Status PIC XX.
       88 CG-OK VALUE "00".
       88 CG-EOF VALUE "10".
   01 DR-Status PIC XX.
       88 DR-OK VALUE "00".
       88 DR-EOF VALUE "10".
   01 SP-Status PIC XX.
       88 SP-OK VALUE "00".
       88 SP-EOF VALUE "10".
   01 BalDateEntry PIC X(8).
   01 BalDate PIC 9(8).
   01 BalDateX REDEFINES BalDate PIC X(8).
   01 SeqHigh PIC 9(8) VALUE 0.
   01 LedgerHigh PIC 9(8) VALUE 0.
   01 RangeSource PIC X(8).
*>    the day's sequence serials, slot n for serial n: who drew it
*>    (spaces = no ledger record) and where the ID turned up
   01 SerialTable.
       02 SerialSlot OCCURS 9999 TIMES.
           03 SS-Producer PIC X(8).
*>    C = completed (GAMELOG / GAMELOGH), O = open on CHECKPT,
*>    R = in correspondence play on CORRGAME, D = drained per
*>    DRAINLOG, S = spooled in GLSPOOL awaiting SPOOLRCV, space =
*>    unaccounted for
           03 SS-Bucket PIC X.
   01 SerialLimit PIC 9(4).
   01 SerialOverflow PIC 9(8) VALUE 0.
   01 SS-Idx PIC 9(4).
*>    IDs of the day that carry no sequence serial: the time-based
*>    fallback and GAMEIMPT's foreign loads
   01 OtherTable.
       02 OtherID OCCURS 2000 TIMES.
           03 OT-GameID PIC X(16).
           03 OT-Producer PIC X(8).
           03 OT-Bucket PIC X.
   01 OtherCount PIC 9(4) VALUE 0.
   01 OtherOverflow PIC 9(6) VALUE 0.
   01 OT-Idx PIC 9(4).
   01 OT-Found PIC X.
   01 WantGameID.
       02 WantDate PIC X(8).
       02 WantSerial PIC X(8).
   01 WantSerialN REDEFINES WantGameID.
       02 FILLER PIC X(8).
       02 WantSerialNum PIC 9(8).
   01 WantBucket PIC X.
*>    control totals, one row per producer; the last two rows catch
*>    an unrecognized producer name and serials with no ledger record
   01 ProducerNames.
       02 FILLER PIC X(8) VALUE "MAIN".
       02 FILLER PIC X(8) VALUE "SELFPLAY".
       02 FILLER PIC X(8) VALUE "TOURNMGR".
       02 FILLER PIC X(8) VALUE "TTTCICS".
       02 FILLER PIC X(8) VALUE "GAMEIMPT".
       02 FILLER PIC X(8) VALUE "OTHER".
       02 FILLER PIC X(8) VALUE "UNLOGGED".
   01 ProducerNameTable REDEFINES ProducerNames.
       02 PN-Name PIC X(8) OCCURS 7 TIMES.
   01 ProducerTotals.
       02 ProducerRow OCCURS 8 TIMES.
           03 PT-Issued PIC 9(6).
           03 PT-Completed PIC 9(6).
           03 PT-Open PIC 9(6).
           03 PT-Corr PIC 9(6).
           03 PT-Drained PIC 9(6).
           03 PT-Spooled PIC 9(6).
           03 PT-Lost PIC 9(6).
   01 PT-Idx PIC 9.
   01 PN-Idx PIC 9.
   01 TotalRow PIC 9 VALUE 8.
   01 CountProducer PIC X(8).
   01 CountBucket PIC X.
   01 CountGameID PIC X(16).

*>    end-of-day balance of the GameIDs GAMEID issued: every serial
*>    in the day's range (1 through the GAMESEQ serial, or through
*>    the highest serial the GAMEISSU ledger saw when the sequence
*>    has since rolled to a later day) is put in exactly one bucket,
*>    checked in this order -- completed in GAMELOG or its history,
*>    still open on CHECKPT, in correspondence play on CORRGAME
*>    between moves, drained per DRAINLOG, spooled but not
*>    yet recovered in GLSPOOL -- or else reported unaccounted for.
*>    The ledger names the producer of each ID, giving the control
*>    totals; the day's fallback IDs and GAMEIMPT loads are balanced
*>    alongside.  RETURN-CODE 4 when anything is unaccounted for
PROCEDURE DIVISION.
    DISPLAY "Balance date (YYYYMMDD, blank for the GAMESEQ day): "
        WITH NO ADVANCING
    ACCEPT BalDateEntry
    MOVE 0 TO BalDate
    OPEN INPUT GAMESEQ
    IF SQ-OK
        MOVE "GSEQ" TO SQ-Key
        READ GAMESEQ
            INVALID KEY
                MOVE "23" TO SQ-Status
        END-READ
        IF NOT SQ-OK
            MOVE 0 TO SQ-Date
        END-IF
        CLOSE GAMESEQ
    ELSE
        MOVE 0 TO SQ-Date
    END-IF
    IF BalDateEntry = SPACES
        MOVE SQ-Date TO BalDate
    ELSE
        MOVE FUNCTION NUMVAL(BalDateEntry) TO BalDate
    END-IF
    IF BalDate = 0
        DISPLAY "IDBAL: NO BALANCE DATE -- GAMESEQ HOLDS NO DAY"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO SerialTable
    MOVE ZEROS TO ProducerTotals
    PERFORM LoadLedger
    IF SQ-Date = BalDate
        MOVE SQ-Serial TO SeqHigh
        MOVE "GAMESEQ" TO RangeSource
    ELSE
        MOVE LedgerHigh TO SeqHigh
        MOVE "GAMEISSU" TO RangeSource
    END-IF
    IF SeqHigh > 9999
        COMPUTE SerialOverflow = SeqHigh - 9999
        MOVE 9999 TO SerialLimit
    ELSE
        MOVE SeqHigh TO SerialLimit
    END-IF
    MOVE "C" TO WantBucket
    OPEN INPUT GAMELOG
    IF GL-OK
        PERFORM ReadGameLog
        PERFORM UNTIL GL-EOF
            MOVE GL-GameID TO WantGameID
            PERFORM PlaceID
            PERFORM ReadGameLog
        END-PERFORM
        CLOSE GAMELOG
    ELSE
        DISPLAY "IDBAL: UNABLE TO OPEN GAMELOG, STATUS " GL-Status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT GAMELOGH
    IF GLH-OK
        PERFORM ReadGameLogH
        PERFORM UNTIL GLH-EOF
            MOVE GLH-GameID TO WantGameID
            PERFORM PlaceID
            PERFORM ReadGameLogH
        END-PERFORM
        CLOSE GAMELOGH
    END-IF
    MOVE "O" TO WantBucket
    OPEN INPUT CHECKPT
    IF CK-OK
        PERFORM ReadCheckpt
        PERFORM UNTIL CK-EOF
            MOVE CK-GameID TO WantGameID
            PERFORM PlaceID
            PERFORM ReadCheckpt
        END-PERFORM
        CLOSE CHECKPT
    END-IF
    MOVE "R" TO WantBucket
    OPEN INPUT CORRGAME
    IF CG-OK
        PERFORM ReadCorrGame
        PERFORM UNTIL CG-EOF
            MOVE CG-GameID TO WantGameID
            PERFORM PlaceID
            PERFORM ReadCorrGame
        END-PERFORM
        CLOSE CORRGAME
    END-IF
    MOVE "D" TO WantBucket
    OPEN INPUT DRAINLOG
    IF DR-OK
        PERFORM ReadDrainLog
        PERFORM UNTIL DR-EOF
            MOVE DR-GameID TO WantGameID
            PERFORM PlaceID
            PERFORM ReadDrainLog
        END-PERFORM
        CLOSE DRAINLOG
    END-IF
*>    a spooled GL image is the GAMELOG record whole, so its GameID
*>    sits at the GL-GameID offset
    MOVE "S" TO WantBucket
    OPEN INPUT GLSPOOL
    IF SP-OK
        PERFORM ReadSpool
        PERFORM UNTIL SP-EOF
            IF SP-Type = "GL"
                MOVE SP-Data(29:16) TO WantGameID
                PERFORM PlaceID
            END-IF
            PERFORM ReadSpool
        END-PERFORM
        CLOSE GLSPOOL
    END-IF
    PERFORM PrintBalance
    IF PT-Lost(TotalRow) = 0
        MOVE 0 TO RETURN-CODE
    ELSE
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

    ReadGameLog.
        READ GAMELOG
            AT END SET GL-EOF TO TRUE
        END-READ.

    ReadGameLogH.
        READ GAMELOGH
            AT END SET GLH-EOF TO TRUE
        END-READ.

    ReadCheckpt.
        READ CHECKPT
            AT END SET CK-EOF TO TRUE
        END-READ.

    ReadCorrGame.
        READ CORRGAME
            AT END SET CG-EOF TO TRUE
        END-READ.

    ReadDrainLog.
        READ DRAINLOG
            AT END SET DR-EOF TO TRUE
        END-READ.

    ReadSpool.
        READ GLSPOOL
            AT END SET SP-EOF TO TRUE
        END-READ.

    ReadLedger.
        READ GAMEISSU
            AT END SET GI-EOF TO TRUE
        END-READ.

*>    no ledger at all leaves every serial UNLOGGED but still
*>    balanced -- the buckets don't depend on knowing the producer
    LoadLedger.
        OPEN INPUT GAMEISSU
        IF GI-OK
            PERFORM ReadLedger
            PERFORM UNTIL GI-EOF
                IF GI-Date = BalDate
                    PERFORM LoadLedgerRecord
                END-IF
                PERFORM ReadLedger
            END-PERFORM
            CLOSE GAMEISSU
        ELSE
            DISPLAY "IDBAL: NO GAMEISSU LEDGER (STATUS " GI-Status
                ") -- PRODUCERS UNKNOWN"
        END-IF.

    LoadLedgerRecord.
        IF GI-Kind = "S" AND GI-IDSerial NUMERIC
            IF GI-IDSerial > LedgerHigh
                MOVE GI-IDSerial TO LedgerHigh
            END-IF
            IF GI-IDSerial > 0 AND GI-IDSerial <= 9999
                MOVE GI-IDSerial TO SS-Idx
                MOVE GI-Producer TO SS-Producer(SS-Idx)
            END-IF
        ELSE
            IF OtherCount < 2000
                ADD 1 TO OtherCount
                MOVE GI-GameID TO OT-GameID(OtherCount)
                MOVE GI-Producer TO OT-Producer(OtherCount)
                MOVE SPACE TO OT-Bucket(OtherCount)
            ELSE
                ADD 1 TO OtherOverflow
            END-IF
        END-IF.

*>    the non-serial IDs are looked for first: a fallback ID is the
*>    date and the time of day, which can read as a small serial
*>    just after midnight.  The first file to claim an ID decides
*>    its bucket
    PlaceID.
        MOVE "N" TO OT-Found
        PERFORM VARYING OT-Idx FROM 1 BY 1
            UNTIL OT-Idx > OtherCount OR OT-Found = "Y"
            IF OT-GameID(OT-Idx) = WantGameID
                MOVE "Y" TO OT-Found
                IF OT-Bucket(OT-Idx) = SPACE
                    MOVE WantBucket TO OT-Bucket(OT-Idx)
                END-IF
            END-IF
        END-PERFORM
        IF OT-Found = "N" AND WantDate = BalDateX
            AND WantSerial NUMERIC
            IF WantSerialNum > 0 AND WantSerialNum <= SerialLimit
                MOVE WantSerialNum TO SS-Idx
                IF SS-Bucket(SS-Idx) = SPACE
                    MOVE WantBucket TO SS-Bucket(SS-Idx)
                END-IF
            END-IF
        END-IF.

    FindProducer.
        IF CountProducer = SPACES
            MOVE 7 TO PT-Idx
        ELSE
            MOVE 6 TO PT-Idx
            PERFORM VARYING PN-Idx FROM 1 BY 1 UNTIL PN-Idx > 5
                IF PN-Name(PN-Idx) = CountProducer
                    MOVE PN-Idx TO PT-Idx
                END-IF
            END-PERFORM
        END-IF.

    CountOne.
        PERFORM FindProducer
        ADD 1 TO PT-Issued(PT-Idx) PT-Issued(TotalRow)
        EVALUATE CountBucket
            WHEN "C"
                ADD 1 TO PT-Completed(PT-Idx) PT-Completed(TotalRow)
            WHEN "O"
                ADD 1 TO PT-Open(PT-Idx) PT-Open(TotalRow)
            WHEN "R"
                ADD 1 TO PT-Corr(PT-Idx) PT-Corr(TotalRow)
            WHEN "D"
                ADD 1 TO PT-Drained(PT-Idx) PT-Drained(TotalRow)
            WHEN "S"
                ADD 1 TO PT-Spooled(PT-Idx) PT-Spooled(TotalRow)
            WHEN OTHER
                ADD 1 TO PT-Lost(PT-Idx) PT-Lost(TotalRow)
                DISPLAY "  " CountGameID "  " PN-Name(PT-Idx)
        END-EVALUATE.

    PrintBalance.
        DISPLAY " "
        DISPLAY "===== GAME-ID ACCOUNTABILITY BALANCE FOR " BalDate
            " ====="
        DISPLAY "SERIAL RANGE 1 THROUGH " SeqHigh " (FROM "
            RangeSource ")"
        DISPLAY " "
        DISPLAY "UNACCOUNTED FOR (NO LOG, SAVE, CORRESPONDENCE, DRAIN OR "
            "SPOOL RECORD):"
        PERFORM VARYING SS-Idx FROM 1 BY 1 UNTIL SS-Idx > SerialLimit
            MOVE SS-Producer(SS-Idx) TO CountProducer
            MOVE SS-Bucket(SS-Idx) TO CountBucket
            MOVE BalDateX TO CountGameID(1:8)
            MOVE SS-Idx TO WantSerialNum
            MOVE WantSerial TO CountGameID(9:8)
            PERFORM CountOne
        END-PERFORM
        PERFORM VARYING OT-Idx FROM 1 BY 1 UNTIL OT-Idx > OtherCount
            MOVE OT-Producer(OT-Idx) TO CountProducer
            MOVE OT-Bucket(OT-Idx) TO CountBucket
            MOVE OT-GameID(OT-Idx) TO CountGameID
            PERFORM CountOne
        END-PERFORM
        IF PT-Lost(TotalRow) = 0
            DISPLAY "  (NONE)"
        END-IF
        DISPLAY " "
        DISPLAY "PRODUCER  ISSUED  COMPLT    OPEN  CORRES  DRAIND  SPOOLD"
            "  UNACCT"
        PERFORM VARYING PT-Idx FROM 1 BY 1 UNTIL PT-Idx > 7
            IF PT-Issued(PT-Idx) > 0 OR PT-Idx < 6
                DISPLAY PN-Name(PT-Idx) "  " PT-Issued(PT-Idx) "  "
                    PT-Completed(PT-Idx) "  " PT-Open(PT-Idx) "  "
                    PT-Corr(PT-Idx) "  "
                    PT-Drained(PT-Idx) "  " PT-Spooled(PT-Idx) "  "
                    PT-Lost(PT-Idx)
            END-IF
        END-PERFORM
        DISPLAY "TOTAL     " PT-Issued(TotalRow) "  "
            PT-Completed(TotalRow) "  " PT-Open(TotalRow) "  "
            PT-Corr(TotalRow) "  "
            PT-Drained(TotalRow) "  " PT-Spooled(TotalRow) "  "
            PT-Lost(TotalRow)
        IF SerialOverflow > 0
            DISPLAY "WARNING: " SerialOverflow " SERIALS PAST 9999 NOT "
                "BALANCED"
        END-IF
        IF OtherOverflow > 0
            DISPLAY "WARNING: " OtherOverflow " NON-SERIAL IDS PAST "
                "THE TABLE NOT BALANCED"
        END-IF
        IF PT-Lost(TotalRow) = 0
            DISPLAY "IN BALANCE -- EVERY ID ISSUED IS ACCOUNTED FOR"
        ELSE
            DISPLAY PT-Lost(TotalRow) " ID(S) UNACCOUNTED FOR"
        END-IF.
