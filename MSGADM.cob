       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MSGADM.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MSGCAT ASSIGN TO "MSGCAT"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MC-Key
        FILE STATUS IS MC-Status.
DATA DIVISION.
FILE SECTION.
*>    the message catalog, as MSGGET reads it
FD MSGCAT.
   01 MsgCatRecord.
       02 MC-Key.
           03 MC-Lang PIC XX.
           03 MC-MsgNo PIC 9(4).
       02 MC-Text PIC X(74).
       02 MC-ChgDate PIC 9(8).
WORKING-STORAGE SECTION.
   01 MC-Status PIC XX.
       88 MC-OK VALUE "00".
       88 MC-NotFound VALUE "35".
       88 MC-NoRecord VALUE "23".
   01 RunFunc PIC X(10) VALUE SPACES.
       88 ListFunc VALUE "LIST".
       88 LoadFunc VALUE "LOAD".
       88 DeleteFunc VALUE "DELETE".
   01 EnglishLang PIC XX VALUE "EN".
*>    one message per card: the language in columns 1-2, the message
*>    number in 3-6 and the text in 7-80 (LOAD only); a blank card
*>    ends the list
   01 MsgCard PIC X(80).
   01 MsgCardFields REDEFINES MsgCard.
       02 CD-Lang PIC XX.
       02 CD-MsgNo PIC X(4).
       02 CD-Text PIC X(74).
   01 ListLang PIC XX VALUE SPACES.
   01 CardOK PIC X.
   01 ScanDone PIC X.
   01 TodayDate PIC 9(8).
*>    how often each of &1-&4 appears in the card's text and in the
*>    English master of the same message
   01 MarkerCounts.
       02 CardMarks PIC 99 OCCURS 4 TIMES.
       02 MasterMarks PIC 99 OCCURS 4 TIMES.
   01 MarkIdx PIC 9.
   01 MarkText PIC X(2).
   01 MarkMismatch PIC X.
   01 MsgsListed PIC 9(5) VALUE 0.
   01 MsgsAdded PIC 9(5) VALUE 0.
   01 MsgsReplaced PIC 9(5) VALUE 0.
   01 MsgsDeleted PIC 9(5) VALUE 0.
   01 MsgsRejected PIC 9(5) VALUE 0.
   01 MsgsQueried PIC 9(5) VALUE 0.
   01 ErrProgram PIC X(12) VALUE "MSGADM".
   01 ErrFile PIC X(11) VALUE "MSGCAT".
   01 ErrOperation PIC X(7).
   01 ErrFileStatus PIC XX.
   01 ErrGameID PIC X(16) VALUE SPACES.

*>    upkeep of the message catalog MSGGET serves MAIN's console and
*>    the TTT1 screens from.  LOAD puts each card's text on file for
*>    its language and number, replacing any text already there --
*>    the English master set the programs ship with, or a site's
*>    translation of it.  A translation whose &1-&4 markers differ
*>    from the English master's is still loaded but queried (RC 4),
*>    since a value the program supplies would go missing or turn
*>    up twice.  DELETE takes a translation back off, leaving the
*>    message in English again; LIST prints one language (or the
*>    whole catalog for a blank card).  A bad card is reported and
*>    skipped, the rest still loaded, and the run ends RC 8.  MSGRPT
*>    lists what each language still lacks
PROCEDURE DIVISION.
    DISPLAY "Function (LIST/LOAD/DELETE): " WITH NO ADVANCING
    ACCEPT RunFunc
    MOVE FUNCTION UPPER-CASE(RunFunc) TO RunFunc
    IF NOT ListFunc AND NOT LoadFunc AND NOT DeleteFunc
        DISPLAY "MSGADM: FUNCTION MUST BE LIST, LOAD OR DELETE"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF ListFunc
        PERFORM DoList
        STOP RUN
    END-IF
    ACCEPT TodayDate FROM DATE YYYYMMDD
    PERFORM OpenCatalog
    DISPLAY " "
    DISPLAY "===== MESSAGE CATALOG " RunFunc " ====="
    DISPLAY " "
    PERFORM ReadMsgCard
    PERFORM ApplyMsgCard UNTIL MsgCard = SPACES
    CLOSE MSGCAT
    DISPLAY " "
    IF LoadFunc
        DISPLAY "MESSAGES ADDED .......... " MsgsAdded
        DISPLAY "MESSAGES REPLACED ....... " MsgsReplaced
    ELSE
        DISPLAY "MESSAGES DELETED ........ " MsgsDeleted
    END-IF
    IF MsgsQueried > 0
        DISPLAY "MARKERS QUERIED ......... " MsgsQueried
        MOVE 4 TO RETURN-CODE
    END-IF
    IF MsgsRejected > 0
        DISPLAY "CARDS REJECTED .......... " MsgsRejected
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

*>    ---------- LIST ----------

    DoList.
        DISPLAY "Language (blank for all): " WITH NO ADVANCING
        ACCEPT ListLang
        MOVE FUNCTION UPPER-CASE(ListLang) TO ListLang
        OPEN INPUT MSGCAT
        IF MC-NotFound
            DISPLAY "MSGADM: NO MESSAGE CATALOG -- EVERY PROGRAM SHOWS "
                "ITS OWN ENGLISH TEXT"
            STOP RUN
        END-IF
        IF NOT MC-OK
            DISPLAY "MSGADM: UNABLE TO OPEN MSGCAT, STATUS " MC-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        DISPLAY " "
        IF ListLang = SPACES
            DISPLAY "===== MESSAGE CATALOG ====="
            MOVE LOW-VALUES TO MC-Key
        ELSE
            DISPLAY "===== MESSAGE CATALOG, LANGUAGE " ListLang " ====="
            MOVE ListLang TO MC-Lang
            MOVE 0 TO MC-MsgNo
        END-IF
        DISPLAY " "
        DISPLAY "LG  NO.   TEXT"
        MOVE "N" TO ScanDone
        START MSGCAT KEY IS NOT LESS THAN MC-Key
            INVALID KEY MOVE "Y" TO ScanDone
        END-START
        PERFORM ListOneMsg UNTIL ScanDone = "Y"
        CLOSE MSGCAT
        IF MsgsListed = 0
            DISPLAY "(NO MESSAGES ON FILE)"
        END-IF.

    ListOneMsg.
        READ MSGCAT NEXT RECORD
            AT END MOVE "Y" TO ScanDone
        END-READ
        IF ScanDone = "N" AND ListLang NOT = SPACES
            AND MC-Lang NOT = ListLang
            MOVE "Y" TO ScanDone
        END-IF
        IF ScanDone = "N"
            ADD 1 TO MsgsListed
            DISPLAY MC-Lang "  " MC-MsgNo "  " MC-Text
        END-IF.

*>    ---------- LOAD / DELETE ----------

*>    the first LOAD creates the catalog; a DELETE needs one there
    OpenCatalog.
        OPEN I-O MSGCAT
        IF MC-NotFound AND LoadFunc
            OPEN OUTPUT MSGCAT
            CLOSE MSGCAT
            OPEN I-O MSGCAT
        END-IF
        IF MC-NotFound
            DISPLAY "MSGADM: NO MESSAGE CATALOG TO DELETE FROM"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        IF NOT MC-OK
            DISPLAY "MSGADM: UNABLE TO OPEN MSGCAT, STATUS " MC-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.

    ReadMsgCard.
        MOVE SPACES TO MsgCard
        DISPLAY "Message card (blank to finish): " WITH NO ADVANCING
        ACCEPT MsgCard.

    ApplyMsgCard.
        MOVE FUNCTION UPPER-CASE(CD-Lang) TO CD-Lang
        PERFORM CheckMsgCard
        IF CardOK = "Y"
            IF LoadFunc
                PERFORM LoadMsg
            ELSE
                PERFORM DeleteMsg
            END-IF
        END-IF
        PERFORM ReadMsgCard.

    CheckMsgCard.
        MOVE "Y" TO CardOK
        EVALUATE TRUE
            WHEN CD-Lang NOT ALPHABETIC OR CD-Lang(1:1) = SPACE
                OR CD-Lang(2:1) = SPACE
                DISPLAY "MSGADM: NO LANGUAGE IN COLUMNS 1-2 -- " MsgCard
                MOVE "N" TO CardOK
            WHEN CD-MsgNo NOT NUMERIC
                DISPLAY "MSGADM: NO MESSAGE NUMBER IN COLUMNS 3-6 -- "
                    MsgCard
                MOVE "N" TO CardOK
            WHEN LoadFunc AND CD-Text = SPACES
                DISPLAY "MSGADM: " CD-Lang " " CD-MsgNo
                    " HAS NO TEXT FROM COLUMN 7"
                MOVE "N" TO CardOK
            WHEN DeleteFunc AND CD-Lang = EnglishLang
                DISPLAY "MSGADM: " CD-Lang " " CD-MsgNo
                    " IS THE ENGLISH MASTER -- LOAD A REPLACEMENT"
                MOVE "N" TO CardOK
        END-EVALUATE
        IF CardOK = "N"
            ADD 1 TO MsgsRejected
        END-IF.

    LoadMsg.
        IF CD-Lang NOT = EnglishLang
            PERFORM CompareMarkers
        END-IF
        MOVE CD-Lang TO MC-Lang
        MOVE CD-MsgNo TO MC-MsgNo
        READ MSGCAT
            INVALID KEY CONTINUE
        END-READ
        EVALUATE TRUE
            WHEN MC-OK
                MOVE CD-Text TO MC-Text
                MOVE TodayDate TO MC-ChgDate
                REWRITE MsgCatRecord
                    INVALID KEY CONTINUE
                END-REWRITE
                IF MC-OK
                    ADD 1 TO MsgsReplaced
                    DISPLAY "REPLACED " MC-Lang " " MC-MsgNo "  " MC-Text
                ELSE
                    MOVE "REWRITE" TO ErrOperation
                    PERFORM ReportCatError
                END-IF
            WHEN MC-NoRecord
                MOVE CD-Lang TO MC-Lang
                MOVE CD-MsgNo TO MC-MsgNo
                MOVE CD-Text TO MC-Text
                MOVE TodayDate TO MC-ChgDate
                WRITE MsgCatRecord
                    INVALID KEY CONTINUE
                END-WRITE
                IF MC-OK
                    ADD 1 TO MsgsAdded
                    DISPLAY "ADDED    " MC-Lang " " MC-MsgNo "  " MC-Text
                ELSE
                    MOVE "WRITE" TO ErrOperation
                    PERFORM ReportCatError
                END-IF
            WHEN OTHER
                MOVE "READ" TO ErrOperation
                PERFORM ReportCatError
        END-EVALUATE.

*>    the English master has to be read before the translation's
*>    record is positioned, so this runs ahead of the load proper;
*>    a translation with no master yet is loaded and queried too
    CompareMarkers.
        MOVE ZEROS TO MarkerCounts
        MOVE "N" TO MarkMismatch
        MOVE EnglishLang TO MC-Lang
        MOVE CD-MsgNo TO MC-MsgNo
        READ MSGCAT
            INVALID KEY CONTINUE
        END-READ
        IF MC-OK
            PERFORM CountMarkers VARYING MarkIdx FROM 1 BY 1
                UNTIL MarkIdx > 4
            IF MarkMismatch = "Y"
                DISPLAY "MSGADM: " CD-Lang " " CD-MsgNo
                    " DOES NOT USE &1-&4 AS THE ENGLISH DOES -- CHECK IT"
                ADD 1 TO MsgsQueried
            END-IF
        ELSE
            DISPLAY "MSGADM: " CD-Lang " " CD-MsgNo
                " HAS NO ENGLISH MASTER -- NO PROGRAM ASKS FOR IT YET"
            ADD 1 TO MsgsQueried
        END-IF.

    CountMarkers.
        MOVE "&" TO MarkText(1:1)
        MOVE MarkIdx TO MarkText(2:1)
        INSPECT CD-Text TALLYING CardMarks(MarkIdx) FOR ALL MarkText
        INSPECT MC-Text TALLYING MasterMarks(MarkIdx) FOR ALL MarkText
        IF CardMarks(MarkIdx) NOT = MasterMarks(MarkIdx)
            MOVE "Y" TO MarkMismatch
        END-IF.

    DeleteMsg.
        MOVE CD-Lang TO MC-Lang
        MOVE CD-MsgNo TO MC-MsgNo
        DELETE MSGCAT
            INVALID KEY CONTINUE
        END-DELETE
        EVALUATE TRUE
            WHEN MC-OK
                ADD 1 TO MsgsDeleted
                DISPLAY "DELETED  " CD-Lang " " CD-MsgNo
            WHEN MC-NoRecord
                DISPLAY "MSGADM: " CD-Lang " " CD-MsgNo " IS NOT ON FILE"
                ADD 1 TO MsgsRejected
            WHEN OTHER
                MOVE "DELETE" TO ErrOperation
                PERFORM ReportCatError
        END-EVALUATE.

    ReportCatError.
        DISPLAY "MSGADM: " CD-Lang " " CD-MsgNo " NOT APPLIED, MSGCAT "
            "STATUS " MC-Status
        ADD 1 TO MsgsRejected
        MOVE MC-Status TO ErrFileStatus
        CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
            ErrFileStatus, ErrGameID.
