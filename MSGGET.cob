       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MSGGET.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MSGCAT ASSIGN TO "MSGCAT"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MC-Key
        FILE STATUS IS MC-Status.
    SELECT PLAYERPRF ASSIGN TO "PLAYERPRF"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PF-PlayerID
        FILE STATUS IS PF-Status.
DATA DIVISION.
FILE SECTION.
*>    the message catalog: one record per message per language, the
*>    English ("EN") set being the master the translations follow.
*>    &1 to &4 in a text mark where the caller's values go, so a
*>    translation can put them in whatever order its grammar needs
FD MSGCAT.
   01 MsgCatRecord.
       02 MC-Key.
           03 MC-Lang PIC XX.
           03 MC-MsgNo PIC 9(4).
       02 MC-Text PIC X(74).
       02 MC-ChgDate PIC 9(8).
*>    MAIN's profile of each regular; only the language is read here
FD PLAYERPRF.
   01 PlayerPrfRecord.
       02 PF-PlayerID PIC X(10).
       02 PF-GameMode PIC 9.
       02 PF-Symbol PIC X.
       02 PF-TurnOrder PIC 9.
       02 PF-Trace PIC X.
       02 PF-Hints PIC X.
       02 PF-BoardSize PIC 9.
       02 PF-WinLength PIC 9.
       02 PF-Archive PIC X.
       02 PF-Rule PIC X.
       02 PF-Lang PIC XX.
WORKING-STORAGE SECTION.
   01 MC-Status PIC XX.
       88 MC-OK VALUE "00".
       88 MC-NotFound VALUE "35".
   01 PF-Status PIC XX.
       88 PF-OK VALUE "00".
   01 EnglishLang PIC XX VALUE "EN".
   01 TextFound PIC X.
   01 WorkText PIC X(74).
   01 InPos PIC 99.
   01 OutPtr PIC 99.
   01 InsIdx PIC 9.
   01 InsLen PIC 99.
   01 ErrProgram PIC X(12) VALUE "MSGGET".
   01 ErrFile PIC X(11) VALUE "MSGCAT".
   01 ErrOperation PIC X(7).
   01 ErrFileStatus PIC XX.
   01 ErrGameID PIC X(16) VALUE SPACES.
LINKAGE SECTION.
*>    M = the text of message MQ-MsgNo in language MQ-Lang, L = the
*>    language MQ-PlayerID prefers, handed back in MQ-Lang
   01 MsgFunction PIC X.
   01 MsgRequest.
       02 MQ-Lang PIC XX.
       02 MQ-PlayerID PIC X(10).
       02 MQ-MsgNo PIC 9(4).
       02 MQ-Insert PIC X(20) OCCURS 4 TIMES.
*>    in: the program's own English text; out: the text to show, the
*>    inserts in place, and its length to the last non-blank
   01 MsgText PIC X(74).
   01 MsgLen PIC 99.

*>    the one reader of the message catalog for every program that
*>    talks to a player: MAIN's console prompts and the TTT1 screens.
*>    The player's language is tried first, then English, and when
*>    the catalog has neither (or there is no catalog at all) the
*>    program's own text stands -- so a message not yet translated
*>    comes out in English and nothing goes blank for want of a
*>    catalog record
PROCEDURE DIVISION USING MsgFunction, MsgRequest, MsgText, MsgLen.
    EVALUATE MsgFunction
        WHEN "M"
            PERFORM LookUpMessage
            PERFORM FillInserts
            PERFORM MeasureText
        WHEN "L"
            PERFORM LookUpLanguage
    END-EVALUATE
    GOBACK.

    LookUpMessage.
        MOVE "N" TO TextFound
        OPEN INPUT MSGCAT
        IF MC-OK
            IF MQ-Lang NOT = SPACES AND MQ-Lang NOT = EnglishLang
                MOVE MQ-Lang TO MC-Lang
                PERFORM ReadMessage
            END-IF
            IF TextFound = "N"
                MOVE EnglishLang TO MC-Lang
                PERFORM ReadMessage
            END-IF
            CLOSE MSGCAT
        ELSE
            IF NOT MC-NotFound
                MOVE "OPEN" TO ErrOperation
                PERFORM ReportFileError
            END-IF
        END-IF.

    ReadMessage.
        MOVE MQ-MsgNo TO MC-MsgNo
        READ MSGCAT
            INVALID KEY CONTINUE
        END-READ
        EVALUATE TRUE
            WHEN MC-OK
                MOVE MC-Text TO MsgText
                MOVE "Y" TO TextFound
            WHEN MC-Status = "23"
                CONTINUE
            WHEN OTHER
                MOVE "READ" TO ErrOperation
                PERFORM ReportFileError
        END-EVALUATE.

*>    &n becomes insert n without its trailing blanks; an & not
*>    followed by 1-4 is ordinary text
    FillInserts.
        MOVE SPACES TO WorkText
        MOVE 1 TO OutPtr
        MOVE 1 TO InPos
        PERFORM UNTIL InPos > 74 OR OutPtr > 74
            IF MsgText(InPos:1) = "&" AND InPos < 74
                AND MsgText(InPos + 1:1) >= "1"
                AND MsgText(InPos + 1:1) <= "4"
                MOVE MsgText(InPos + 1:1) TO InsIdx
                MOVE 20 TO InsLen
                PERFORM UNTIL InsLen = 0
                    OR MQ-Insert(InsIdx)(InsLen:1) NOT = SPACE
                    SUBTRACT 1 FROM InsLen
                END-PERFORM
                IF InsLen > 0
                    STRING MQ-Insert(InsIdx)(1:InsLen) DELIMITED BY SIZE
                        INTO WorkText WITH POINTER OutPtr
                END-IF
                ADD 2 TO InPos
            ELSE
                MOVE MsgText(InPos:1) TO WorkText(OutPtr:1)
                ADD 1 TO OutPtr
                ADD 1 TO InPos
            END-IF
        END-PERFORM
        MOVE WorkText TO MsgText.

    MeasureText.
        MOVE 74 TO MsgLen
        PERFORM UNTIL MsgLen = 1 OR MsgText(MsgLen:1) NOT = SPACE
            SUBTRACT 1 FROM MsgLen
        END-PERFORM.

*>    no profile, or a profile from before languages were kept,
*>    means English
    LookUpLanguage.
        MOVE EnglishLang TO MQ-Lang
        OPEN INPUT PLAYERPRF
        IF PF-OK
            MOVE MQ-PlayerID TO PF-PlayerID
            READ PLAYERPRF
                INVALID KEY CONTINUE
            END-READ
            IF PF-OK AND PF-Lang NOT = SPACES AND PF-Lang NOT = LOW-VALUES
                MOVE PF-Lang TO MQ-Lang
            END-IF
            CLOSE PLAYERPRF
        END-IF.

    ReportFileError.
        MOVE MC-Status TO ErrFileStatus
        CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
            ErrFileStatus, ErrGameID.
