       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MSGRPT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MSGCAT ASSIGN TO "MSGCAT"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MC-Key
        FILE STATUS IS MC-Status.
    SELECT PLAYERPRF ASSIGN TO "PLAYERPRF"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PF-PlayerID
        FILE STATUS IS PF-Status.
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
       88 PF-EOF VALUE "10".
   01 EnglishLang PIC XX VALUE "EN".
   01 ScanDone PIC X.
*>    the English master, in message-number order as the file holds
*>    it, with a flag per message for the language being checked
   01 MasterMax PIC 9(4) VALUE 600.
   01 MasterCount PIC 9(4) VALUE 0.
   01 MasterTable.
       02 MasterEntry OCCURS 600 TIMES INDEXED BY MasterIdx.
           03 MT-MsgNo PIC 9(4).
           03 MT-Text PIC X(60).
           03 MT-Done PIC X.
   01 MasterOverflow PIC X VALUE "N".
*>    every language met, on the catalog or in a player's profile
   01 LangMax PIC 99 VALUE 40.
   01 LangCount PIC 99 VALUE 0.
   01 LangTable.
       02 LangEntry OCCURS 40 TIMES INDEXED BY LangIdx.
           03 LT-Lang PIC XX.
           03 LT-Players PIC 9(5).
           03 LT-Translated PIC 9(4).
           03 LT-Missing PIC 9(4).
           03 LT-Orphans PIC 9(4).
           03 LT-OnCatalog PIC X.
   01 LangFound PIC X.
   01 CurrentLang PIC XX.
   01 ProfileLang PIC XX.
   01 ProfilesRead PIC 9(5) VALUE 0.
   01 NoProfileFile PIC X VALUE "N".
   01 LinesShown PIC 9(4).
   01 ErrProgram PIC X(12) VALUE "MSGRPT".
   01 ErrFile PIC X(11).
   01 ErrOperation PIC X(7).
   01 ErrFileStatus PIC XX.
   01 ErrGameID PIC X(16) VALUE SPACES.

*>    what each language still needs: for every language on the
*>    catalog, and every language a player has been given that the
*>    catalog doesn't carry at all, the English messages with no
*>    translation yet (the player sees those in English), with the
*>    English text as the thing to translate.  A translation whose
*>    number has no English master is flagged as well -- no program
*>    asks for it, so it is most likely keyed to the wrong number.
*>    The summary counts the players on each language.  RC 4 when
*>    anything is left to translate or a translation is orphaned, so
*>    the sites can see at a glance whether they are finished
PROCEDURE DIVISION.
    OPEN INPUT MSGCAT
    IF MC-NotFound
        DISPLAY "MSGRPT: NO MESSAGE CATALOG -- LOAD THE ENGLISH MASTER "
            "WITH MSGADM FIRST"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT MC-OK
        DISPLAY "MSGRPT: UNABLE TO OPEN MSGCAT, STATUS " MC-Status
        MOVE "MSGCAT" TO ErrFile
        MOVE "OPEN" TO ErrOperation
        MOVE MC-Status TO ErrFileStatus
        CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
            ErrFileStatus, ErrGameID
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM LoadMaster
    IF MasterCount = 0
        DISPLAY "MSGRPT: THE CATALOG HAS NO ENGLISH MASTER -- LOAD IT "
            "WITH MSGADM FIRST"
        CLOSE MSGCAT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM CountPlayerLanguages
    DISPLAY " "
    DISPLAY "===== MESSAGE CATALOG -- UNTRANSLATED MESSAGES ====="
    DISPLAY " "
    DISPLAY "ENGLISH MASTER MESSAGES: " MasterCount
    IF MasterOverflow = "Y"
        DISPLAY "(ONLY THE FIRST " MasterMax " ARE CHECKED)"
    END-IF
    PERFORM CheckCatalogLanguages
    CLOSE MSGCAT
    PERFORM CheckProfileOnlyLanguages
    PERFORM PrintSummary
    STOP RUN.

*>    the EN block of keys, in number order
    LoadMaster.
        MOVE EnglishLang TO MC-Lang
        MOVE 0 TO MC-MsgNo
        MOVE "N" TO ScanDone
        START MSGCAT KEY IS NOT LESS THAN MC-Key
            INVALID KEY MOVE "Y" TO ScanDone
        END-START
        PERFORM LoadOneMaster UNTIL ScanDone = "Y".

    LoadOneMaster.
        READ MSGCAT NEXT RECORD
            AT END MOVE "Y" TO ScanDone
        END-READ
        IF ScanDone = "N" AND MC-Lang NOT = EnglishLang
            MOVE "Y" TO ScanDone
        END-IF
        IF ScanDone = "N"
            IF MasterCount < MasterMax
                ADD 1 TO MasterCount
                MOVE MC-MsgNo TO MT-MsgNo(MasterCount)
                MOVE MC-Text TO MT-Text(MasterCount)
            ELSE
                MOVE "Y" TO MasterOverflow
            END-IF
        END-IF.

*>    no profile file only means no language has players yet
    CountPlayerLanguages.
        OPEN INPUT PLAYERPRF
        IF NOT PF-OK
            MOVE "Y" TO NoProfileFile
        ELSE
            PERFORM CountOneProfile UNTIL NOT PF-OK
            CLOSE PLAYERPRF
        END-IF.

    CountOneProfile.
        READ PLAYERPRF NEXT RECORD
            AT END CONTINUE
        END-READ
        IF PF-OK
            ADD 1 TO ProfilesRead
            IF PF-Lang = SPACES OR PF-Lang = LOW-VALUES
                MOVE EnglishLang TO ProfileLang
            ELSE
                MOVE PF-Lang TO ProfileLang
            END-IF
            IF ProfileLang NOT = EnglishLang
                MOVE ProfileLang TO CurrentLang
                PERFORM FindLanguage
                ADD 1 TO LT-Players(LangIdx)
            END-IF
        END-IF.

*>    leaves LangIdx on CurrentLang's entry, adding one if it is new;
*>    a full table folds the rest into its last entry
    FindLanguage.
        MOVE "N" TO LangFound
        SET LangIdx TO 1
        SEARCH LangEntry
            AT END CONTINUE
            WHEN LangIdx > LangCount
                CONTINUE
            WHEN LT-Lang(LangIdx) = CurrentLang
                MOVE "Y" TO LangFound
        END-SEARCH
        IF LangFound = "N"
            IF LangCount < LangMax
                ADD 1 TO LangCount
                SET LangIdx TO LangCount
                MOVE CurrentLang TO LT-Lang(LangIdx)
                MOVE 0 TO LT-Players(LangIdx) LT-Translated(LangIdx)
                    LT-Missing(LangIdx) LT-Orphans(LangIdx)
                MOVE "N" TO LT-OnCatalog(LangIdx)
            ELSE
                SET LangIdx TO LangCount
            END-IF
        END-IF.

*>    one pass over the whole catalog; each language's block is
*>    marked off against the master and reported at its end
    CheckCatalogLanguages.
        MOVE LOW-VALUES TO MC-Key
        MOVE SPACES TO CurrentLang
        MOVE "N" TO ScanDone
        START MSGCAT KEY IS NOT LESS THAN MC-Key
            INVALID KEY MOVE "Y" TO ScanDone
        END-START
        PERFORM CheckOneTranslation UNTIL ScanDone = "Y"
        IF CurrentLang NOT = SPACES
            PERFORM ReportLanguage
        END-IF.

    CheckOneTranslation.
        READ MSGCAT NEXT RECORD
            AT END MOVE "Y" TO ScanDone
        END-READ
        IF ScanDone = "N" AND MC-Lang NOT = EnglishLang
            IF MC-Lang NOT = CurrentLang
                IF CurrentLang NOT = SPACES
                    PERFORM ReportLanguage
                END-IF
                MOVE MC-Lang TO CurrentLang
                PERFORM FindLanguage
                MOVE "Y" TO LT-OnCatalog(LangIdx)
                PERFORM ClearDoneFlags
                DISPLAY " "
                DISPLAY "LANGUAGE " CurrentLang
                DISPLAY "  NO.   ENGLISH TEXT STILL TO TRANSLATE"
            END-IF
            SET MasterIdx TO 1
            SEARCH MasterEntry
                AT END
                    PERFORM ReportOrphan
                WHEN MasterIdx > MasterCount
                    PERFORM ReportOrphan
                WHEN MT-MsgNo(MasterIdx) = MC-MsgNo
                    MOVE "Y" TO MT-Done(MasterIdx)
                    ADD 1 TO LT-Translated(LangIdx)
            END-SEARCH
        END-IF.

    ReportOrphan.
        DISPLAY "  " MC-MsgNo "  *** NO ENGLISH MASTER: " MC-Text(1:40)
        ADD 1 TO LT-Orphans(LangIdx)
        MOVE 4 TO RETURN-CODE.

    ClearDoneFlags.
        PERFORM VARYING MasterIdx FROM 1 BY 1
            UNTIL MasterIdx > MasterCount
            MOVE "N" TO MT-Done(MasterIdx)
        END-PERFORM.

*>    CurrentLang's block is finished: every master message it did
*>    not mark is listed
    ReportLanguage.
        PERFORM FindLanguage
        MOVE 0 TO LinesShown
        PERFORM VARYING MasterIdx FROM 1 BY 1
            UNTIL MasterIdx > MasterCount
            IF MT-Done(MasterIdx) NOT = "Y"
                DISPLAY "  " MT-MsgNo(MasterIdx) "  "
                    MT-Text(MasterIdx)
                ADD 1 TO LT-Missing(LangIdx)
                ADD 1 TO LinesShown
            END-IF
        END-PERFORM
        IF LinesShown = 0
            DISPLAY "  (EVERY MESSAGE IS TRANSLATED)"
        ELSE
            MOVE 4 TO RETURN-CODE
        END-IF.

*>    a language players have been given that the catalog has
*>    nothing in: the whole master is still to translate
    CheckProfileOnlyLanguages.
        PERFORM VARYING LangIdx FROM 1 BY 1 UNTIL LangIdx > LangCount
            IF LT-OnCatalog(LangIdx) = "N"
                DISPLAY " "
                DISPLAY "LANGUAGE " LT-Lang(LangIdx)
                    " -- NOTHING TRANSLATED YET, ALL " MasterCount
                    " MESSAGES TO SUPPLY"
                MOVE MasterCount TO LT-Missing(LangIdx)
                MOVE 4 TO RETURN-CODE
            END-IF
        END-PERFORM.

    PrintSummary.
        DISPLAY " "
        DISPLAY "LANGUAGE  PLAYERS  TRANSLATED  UNTRANSLATED  ORPHANED"
        PERFORM VARYING LangIdx FROM 1 BY 1 UNTIL LangIdx > LangCount
            DISPLAY LT-Lang(LangIdx) "        " LT-Players(LangIdx)
                "    " LT-Translated(LangIdx) "        "
                LT-Missing(LangIdx) "          " LT-Orphans(LangIdx)
        END-PERFORM
        IF LangCount = 0
            DISPLAY "(NO LANGUAGE BUT ENGLISH ON THE CATALOG OR IN ANY "
                "PROFILE)"
        END-IF
        IF NoProfileFile = "Y"
            DISPLAY "(NO PLAYER PROFILE FILE -- PLAYER COUNTS NOT TAKEN)"
        ELSE
            DISPLAY "PROFILES READ: " ProfilesRead
        END-IF.
