        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-PlayerID
        FILE STATUS IS PR-Status.
    SELECT REGADMIN ASSIGN TO "REGADMIN"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AD-AdminID
        FILE STATUS IS AD-Status.
    SELECT PLAYERPRF ASSIGN TO "PLAYERPRF"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PF-PlayerID
        FILE STATUS IS PF-Status.
DATA DIVISION.
FILE SECTION.
FD PLAYERREG.
*>    Records from before this column read back non-numeric, which
*>    counts as zero tries
       02 PR-BadTries PIC 9.
*>    last PIN-proved sign-on, enrollment or reactivation; PLAYLIFE
*>    ages IDs off it
       02 PR-LastSeen PIC 9(8).
*>    the salted one-way PIN (PINHASH); PR-PIN is blanked once set
       02 PR-PinSalt PIC X(8).
       02 PR-PinHash PIC X(18).
*>    the IDs allowed to run the registration screen (TTTADM)
FD REGADMIN.
   01 RegAdminRecord.
       02 AD-AdminID PIC X(10).
       02 AD-GrantDate PIC 9(8).
*>    MAIN's profile of each regular; LANGUAGE sets only PF-Lang, and
*>    starts a record with MAIN's own new-profile answers (and no
*>    usual mode yet) for a player who has never finished a setup
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
   01 PR-Status PIC XX.
       88 PR-OK VALUE "00".
       88 PR-NotFound VALUE "35".
   01 AD-Status PIC XX.
       88 AD-OK VALUE "00".
       88 AD-NotFound VALUE "35".
   01 PF-Status PIC XX.
       88 PF-OK VALUE "00".
       88 PF-NotFound VALUE "35".
   01 RunFunc PIC X(10) VALUE SPACES.
       88 EnrollFunc VALUE "ENROLL".
       88 SetPinFunc VALUE "SETPIN".
       88 ActivateFunc VALUE "ACTIVATE".
       88 DeactivateFunc VALUE "DEACTIVATE".
       88 ResetFunc VALUE "RESET".
       88 GrantFunc VALUE "GRANT".
       88 RevokeFunc VALUE "REVOKE".
       88 LanguageFunc VALUE "LANGUAGE".
   01 EntryID PIC X(10).
   01 EntryPIN PIC X(8).
   01 PinSalt PIC X(8).
   01 PinHash PIC X(18).
   01 RegAction PIC X.
   01 RegResult PIC X.
   01 RegSource.
       02 RS-Program PIC X(8) VALUE "PLAYENRL".
       02 RS-TermID PIC X(4) VALUE SPACES.
   01 SecEvent PIC X.
   01 RecFound PIC X.
*>    the player's own notice of a PIN change or lockout reset,
*>    dropped in their inbox through PLAYNOTE for MAIN and TTTCICS
*>    to show at sign-on
   01 NoteFunction PIC X.
   01 NoteRequest.
       02 NQ-PlayerID PIC X(10).
       02 NQ-From PIC X(8).
       02 NQ-Expiry PIC 9(8).
       02 NQ-Text PIC X(60).
   01 NoteResult PIC X.
   01 NoteList.
       02 NL-Count PIC 99.
       02 NL-More PIC X.
       02 NL-Entry OCCURS 10 TIMES.
           03 NL-Date PIC 9(8).
           03 NL-From PIC X(8).
           03 NL-Text PIC X(60).
   01 NoteDate PIC 9(8).
   01 EntryLang PIC XX.

*>    desk-side maintenance for the registered-player master the
*>    game fronts validate against: ENROLL creates an ID with its
*>    PIN (and the register itself, the first time), SETPIN changes
*>    a PIN, ACTIVATE/DEACTIVATE flip whether the ID may play, and
*>    RESET clears the wrong-PIN counter that locks an ID after
*>    repeated failures.  GRANT and REVOKE keep the list of IDs
*>    allowed to do all of this from the TTTADM screen instead, and
*>    LANGUAGE sets the language MAIN and TTTCICS talk to the player
*>    in (see MSGGET), for the visitors from other sites.  The
*>    ladder has real standings-stakes now,
*>    so an ID has to mean something before the stats file will
*>    move for it
PROCEDURE DIVISION.
    DISPLAY "Function (ENROLL/SETPIN/ACTIVATE/DEACTIVATE/RESET/"
        "GRANT/REVOKE/LANGUAGE): " WITH NO ADVANCING
    ACCEPT RunFunc
    IF NOT EnrollFunc AND NOT SetPinFunc AND NOT ActivateFunc
        AND NOT DeactivateFunc AND NOT ResetFunc
        AND NOT GrantFunc AND NOT RevokeFunc AND NOT LanguageFunc
        DISPLAY "PLAYENRL: FUNCTION MUST BE ENROLL, SETPIN, "
            "ACTIVATE, DEACTIVATE, RESET, GRANT, REVOKE OR LANGUAGE"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
            PERFORM DoFlipActive
        WHEN ResetFunc
            PERFORM DoReset
        WHEN GrantFunc
            PERFORM DoGrant
        WHEN RevokeFunc
            PERFORM DoRevoke
        WHEN LanguageFunc
            PERFORM DoLanguage
    END-EVALUATE
    STOP RUN.

    DoEnroll.
        DISPLAY "PIN (4 to 8 characters): " WITH NO ADVANCING
        ACCEPT EntryPIN
        MOVE "E" TO RegAction
        CALL 'CHECKREG' USING EntryID, EntryPIN, RegAction, RegResult,
            RegSource
        EVALUATE RegResult
            WHEN "O"
                DISPLAY "ENROLLED " EntryID
            WHEN "D"
                DISPLAY "PLAYENRL: " EntryID " IS ALREADY ENROLLED"
                MOVE 4 TO RETURN-CODE
            WHEN "P"
                DISPLAY "PLAYENRL: THE PIN MUST BE 4 TO 8 CHARACTERS"
                MOVE 8 TO RETURN-CODE
            WHEN OTHER
                DISPLAY "PLAYENRL: ENROLL FAILED, RESULT " RegResult
                MOVE 8 TO RETURN-CODE

*>    an administrator setting a fresh PIN also unlocks the ID --
*>    the usual reason for the call is a player locked out of the
*>    PIN they forgot.  Only the hash goes on the record
    DoSetPin.
        DISPLAY "New PIN (4 to 8 characters): " WITH NO ADVANCING
        ACCEPT EntryPIN
        IF EntryPIN(1:1) = SPACE OR EntryPIN(4:1) = SPACE
            DISPLAY "PLAYENRL: THE PIN MUST BE 4 TO 8 CHARACTERS"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM FetchRecord
        IF RecFound = "Y"
            MOVE SPACES TO PinSalt
            CALL 'PINHASH' USING PR-PlayerID, EntryPIN, PinSalt, PinHash
            MOVE PinSalt TO PR-PinSalt
            MOVE PinHash TO PR-PinHash
            MOVE SPACES TO PR-PIN
            MOVE SPACES TO EntryPIN
            MOVE 0 TO PR-BadTries
            REWRITE PlayerRegRecord
            IF PR-OK
                DISPLAY "PIN CHANGED FOR " EntryID
                MOVE "C" TO SecEvent
                CALL 'LOGSEC' USING EntryID, SecEvent, RegSource
                ACCEPT NoteDate FROM DATE YYYYMMDD
                MOVE SPACES TO NQ-Text
                STRING "PIN CHANGED ON " NoteDate
                    " -- NOT YOU? SEE THE ADMINISTRATOR"
                    DELIMITED BY SIZE INTO NQ-Text
                PERFORM PostNotice
            ELSE
                DISPLAY "PLAYENRL: REWRITE FAILED, STATUS " PR-Status
                MOVE 8 TO RETURN-CODE
            REWRITE PlayerRegRecord
            IF PR-OK
                DISPLAY "WRONG-PIN COUNTER CLEARED FOR " EntryID
                MOVE "R" TO SecEvent
                CALL 'LOGSEC' USING EntryID, SecEvent, RegSource
                ACCEPT NoteDate FROM DATE YYYYMMDD
                MOVE SPACES TO NQ-Text
                STRING "WRONG-PIN LOCKOUT CLEARED BY AN ADMINISTRATOR ON "
                    NoteDate DELIMITED BY SIZE INTO NQ-Text
                PERFORM PostNotice
            ELSE
                DISPLAY "PLAYENRL: REWRITE FAILED, STATUS " PR-Status
                MOVE 8 TO RETURN-CODE
            CLOSE PLAYERREG
        END-IF.

*>    NQ-Text arrives built; the notice goes to the ID just changed
    PostNotice.
        MOVE "P" TO NoteFunction
        MOVE EntryID TO NQ-PlayerID
        MOVE "PLAYENRL" TO NQ-From
        MOVE 0 TO NQ-Expiry
        CALL 'PLAYNOTE' USING NoteFunction, NoteRequest, NoteResult,
            NoteList.

    DoFlipActive.
        PERFORM FetchRecord
        IF RecFound = "Y"
            MOVE RegAction TO PR-Active
*>    a dormant or retired ID brought back starts a fresh idle clock
            IF RegAction = "A"
                ACCEPT PR-LastSeen FROM DATE YYYYMMDD
            END-IF
            REWRITE PlayerRegRecord
            IF PR-OK
                IF RegAction = "A"
            CLOSE PLAYERREG
        END-IF.

*>    an administrator signs on to TTTADM with their own player ID
*>    and PIN, so only a registered ID can be granted; the list is
*>    created the first time anyone is
    DoGrant.
        PERFORM FetchRecord
        IF RecFound = "Y"
            CLOSE PLAYERREG
            OPEN I-O REGADMIN
            IF AD-NotFound
                OPEN OUTPUT REGADMIN
                CLOSE REGADMIN
                OPEN I-O REGADMIN
            END-IF
            IF NOT AD-OK
                DISPLAY "PLAYENRL: UNABLE TO OPEN REGADMIN, STATUS "
                    AD-Status
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE EntryID TO AD-AdminID
            ACCEPT AD-GrantDate FROM DATE YYYYMMDD
            WRITE RegAdminRecord
                INVALID KEY
                    DISPLAY "PLAYENRL: " EntryID
                        " IS ALREADY AN ADMINISTRATOR"
                    MOVE 4 TO RETURN-CODE
                NOT INVALID KEY
                    DISPLAY EntryID " MAY NOW ADMINISTER THE REGISTER"
            END-WRITE
            CLOSE REGADMIN
        END-IF.

    DoRevoke.
        OPEN I-O REGADMIN
        IF NOT AD-OK
            DISPLAY "PLAYENRL: " EntryID " IS NOT AN ADMINISTRATOR"
            MOVE 4 TO RETURN-CODE
        ELSE
            MOVE EntryID TO AD-AdminID
            DELETE REGADMIN
                INVALID KEY
                    DISPLAY "PLAYENRL: " EntryID
                        " IS NOT AN ADMINISTRATOR"
                    MOVE 4 TO RETURN-CODE
                NOT INVALID KEY
                    DISPLAY EntryID " MAY NO LONGER ADMINISTER THE "
                        "REGISTER"
            END-DELETE
            CLOSE REGADMIN
        END-IF.

*>    only a registered ID gets a language, the same as an
*>    administrator grant; the code is any two letters, EN putting a
*>    player back on English.  A language the catalog has nothing in
*>    yet is still taken -- the player sees English until the site
*>    loads it, and MSGRPT lists it as wholly untranslated
    DoLanguage.
        DISPLAY "Language (two letters, EN for English): "
            WITH NO ADVANCING
        ACCEPT EntryLang
        MOVE FUNCTION UPPER-CASE(EntryLang) TO EntryLang
        IF EntryLang NOT ALPHABETIC OR EntryLang(1:1) = SPACE
            OR EntryLang(2:1) = SPACE
            DISPLAY "PLAYENRL: THE LANGUAGE MUST BE TWO LETTERS"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM FetchRecord
        IF RecFound = "Y"
            CLOSE PLAYERREG
            OPEN I-O PLAYERPRF
            IF PF-NotFound
                OPEN OUTPUT PLAYERPRF
                CLOSE PLAYERPRF
                OPEN I-O PLAYERPRF
            END-IF
            IF NOT PF-OK
                DISPLAY "PLAYENRL: UNABLE TO OPEN PLAYERPRF, STATUS "
                    PF-Status
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE EntryID TO PF-PlayerID
            READ PLAYERPRF
                INVALID KEY
                    MOVE EntryID TO PF-PlayerID
                    MOVE 0 TO PF-GameMode
                    MOVE "X" TO PF-Symbol
                    MOVE 1 TO PF-TurnOrder
                    MOVE "N" TO PF-Trace
                    MOVE "N" TO PF-Hints
                    MOVE 3 TO PF-BoardSize
                    MOVE 3 TO PF-WinLength
                    MOVE "N" TO PF-Archive
                    MOVE "C" TO PF-Rule
                    MOVE EntryLang TO PF-Lang
                    WRITE PlayerPrfRecord
                NOT INVALID KEY
                    MOVE EntryLang TO PF-Lang
                    REWRITE PlayerPrfRecord
            END-READ
            IF PF-OK
                DISPLAY "LANGUAGE FOR " EntryID " IS NOW " EntryLang
            ELSE
                DISPLAY "PLAYENRL: PLAYERPRF UPDATE FAILED, STATUS "
                    PF-Status
                MOVE 8 TO RETURN-CODE
            END-IF
            CLOSE PLAYERPRF
        END-IF.

*>    positions the register on the named ID for an update; a miss
*>    reports and leaves RecFound "N" so the caller does nothing
    FetchRecord.
