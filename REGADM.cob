       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. REGADM.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REGADMIN ASSIGN TO "REGADMIN"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AD-AdminID
        FILE STATUS IS AD-Status.
    SELECT PLAYERREG ASSIGN TO "PLAYERREG"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-PlayerID
        FILE STATUS IS PR-Status.
    SELECT REGACTLOG ASSIGN TO "REGACTLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RA-Status.
DATA DIVISION.
FILE SECTION.
*>    the IDs allowed to run the registration screen, granted and
*>    revoked with PLAYENRL's GRANT / REVOKE functions
FD REGADMIN.
   01 RegAdminRecord.
       02 AD-AdminID PIC X(10).
       02 AD-GrantDate PIC 9(8).
FD PLAYERREG.
   01 PlayerRegRecord.
       02 PR-PlayerID PIC X(10).
       02 PR-PIN PIC X(4).
       02 PR-Active PIC X.
       02 PR-BadTries PIC 9.
       02 PR-LastSeen PIC 9(8).
       02 PR-PinSalt PIC X(8).
       02 PR-PinHash PIC X(18).
*>    one record per change made from the registration screen: when,
*>    who made it, from which terminal, what was done to which ID,
*>    and the CHECKREG result it got
FD REGACTLOG.
   01 RegActLogRecord.
       02 RA-Date PIC 9(8).
       02 RA-Time PIC 9(8).
       02 RA-AdminID PIC X(10).
       02 RA-TermID PIC X(4).
       02 RA-Action PIC X(10).
       02 RA-TargetID PIC X(10).
       02 RA-Outcome PIC X.
WORKING-STORAGE SECTION.
   01 AD-Status PIC XX.
       88 AD-OK VALUE "00".
       88 AD-NotFound VALUE "35".
   01 PR-Status PIC XX.
       88 PR-OK VALUE "00".
       88 PR-NotFound VALUE "35".
   01 RA-Status PIC XX.
       88 RA-OK VALUE "00".
       88 RA-NotFound VALUE "35".
   01 PrefixLen PIC 99.
   01 SkipCount PIC 9(4).
   01 SkipTo PIC 9(4).
   01 BrowseDone PIC X.
   01 ErrProgram PIC X(12) VALUE "REGADM".
   01 ErrFile PIC X(11).
   01 ErrOperation PIC X(7).
   01 ErrFileStatus PIC XX.
   01 ErrGameID PIC X(16) VALUE SPACES.
*>    the player's own notice of the change, dropped in their inbox
*>    through PLAYNOTE for MAIN and TTTCICS to show at sign-on
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
LINKAGE SECTION.
*>    K = is AQ-AdminID on the administrator list, B = browse the
*>    register from the AQ-TargetID prefix, W = log one action
   01 AdmFunction PIC X.
   01 AdmRequest.
       02 AQ-AdminID PIC X(10).
       02 AQ-TermID PIC X(4).
       02 AQ-TargetID PIC X(10).
       02 AQ-Action PIC X(10).
       02 AQ-Outcome PIC X.
       02 AQ-Page PIC 99.
*>    O = done (or is an administrator), U = not an administrator,
*>    N = no administrator list exists, F = file trouble
   01 AdmResult PIC X.
*>    a browse page: up to ten register rows, and whether any
*>    more matching IDs follow them
   01 AdmBrowse.
       02 AB-Count PIC 99.
       02 AB-More PIC X.
       02 AB-Row OCCURS 10 TIMES.
           03 AB-PlayerID PIC X(10).
           03 AB-Active PIC X.
           03 AB-BadTries PIC X.

*>    the file side of the registration administration screen
*>    (TTTADM): who may use it, the register browse, and the record
*>    of every change made through it.  The changes themselves go
*>    through CHECKREG, the one owner of PLAYERREG updates
PROCEDURE DIVISION USING AdmFunction, AdmRequest, AdmResult,
        AdmBrowse.
    EVALUATE AdmFunction
        WHEN "K"
            PERFORM CheckAdmin
        WHEN "B"
            PERFORM BrowseRegister
        WHEN "W"
            PERFORM LogAction
        WHEN OTHER
            MOVE "F" TO AdmResult
    END-EVALUATE
    GOBACK.

*>    no list on file means no administrators at all -- the screen
*>    stays shut until someone GRANTs the first one at the desk
    CheckAdmin.
        OPEN INPUT REGADMIN
        IF AD-NotFound
            MOVE "N" TO AdmResult
        ELSE
            IF NOT AD-OK
                MOVE "F" TO AdmResult
            ELSE
                MOVE AQ-AdminID TO AD-AdminID
                READ REGADMIN
                    INVALID KEY
                        MOVE "U" TO AdmResult
                    NOT INVALID KEY
                        MOVE "O" TO AdmResult
                END-READ
                CLOSE REGADMIN
            END-IF
        END-IF.

*>    IDs sort after the prefix padded with spaces, so the START
*>    lands on the first match; the page is found by counting
*>    matches off the front, the way the TTTCICS lobby pages
    BrowseRegister.
        MOVE 0 TO AB-Count
        MOVE "N" TO AB-More
        MOVE 10 TO PrefixLen
        PERFORM UNTIL PrefixLen = 0
                OR AQ-TargetID(PrefixLen:1) NOT = SPACE
            SUBTRACT 1 FROM PrefixLen
        END-PERFORM
        COMPUTE SkipTo = (AQ-Page - 1) * 10
        MOVE 0 TO SkipCount
        OPEN INPUT PLAYERREG
        IF PR-NotFound
            MOVE "N" TO AdmResult
        ELSE
            IF NOT PR-OK
                MOVE "F" TO AdmResult
            ELSE
                MOVE "O" TO AdmResult
                MOVE "N" TO BrowseDone
                MOVE AQ-TargetID TO PR-PlayerID
                START PLAYERREG KEY NOT < PR-PlayerID
                    INVALID KEY
                        MOVE "Y" TO BrowseDone
                END-START
                PERFORM BrowseOne UNTIL BrowseDone = "Y"
                CLOSE PLAYERREG
            END-IF
        END-IF.

    BrowseOne.
        READ PLAYERREG NEXT RECORD
            AT END
                MOVE "Y" TO BrowseDone
        END-READ
        IF BrowseDone = "N"
            IF PrefixLen > 0
                IF PR-PlayerID(1:PrefixLen)
                        NOT = AQ-TargetID(1:PrefixLen)
                    MOVE "Y" TO BrowseDone
                END-IF
            END-IF
        END-IF
        IF BrowseDone = "N"
            EVALUATE TRUE
                WHEN SkipCount < SkipTo
                    ADD 1 TO SkipCount
                WHEN AB-Count = 10
                    MOVE "Y" TO AB-More
                    MOVE "Y" TO BrowseDone
                WHEN OTHER
                    ADD 1 TO AB-Count
                    MOVE PR-PlayerID TO AB-PlayerID(AB-Count)
                    MOVE PR-Active TO AB-Active(AB-Count)
                    IF PR-BadTries NUMERIC
                        MOVE PR-BadTries TO AB-BadTries(AB-Count)
                    ELSE
                        MOVE "0" TO AB-BadTries(AB-Count)
                    END-IF
            END-EVALUATE
        END-IF.

    LogAction.
        ACCEPT RA-Date FROM DATE YYYYMMDD
        ACCEPT RA-Time FROM TIME
        MOVE AQ-AdminID TO RA-AdminID
        MOVE AQ-TermID TO RA-TermID
        MOVE AQ-Action TO RA-Action
        MOVE AQ-TargetID TO RA-TargetID
        MOVE AQ-Outcome TO RA-Outcome
        OPEN EXTEND REGACTLOG
        IF RA-NotFound
            OPEN OUTPUT REGACTLOG
        END-IF
        IF NOT RA-OK
            MOVE "F" TO AdmResult
            MOVE "REGACTLOG" TO ErrFile
            MOVE "OPEN" TO ErrOperation
            MOVE RA-Status TO ErrFileStatus
            CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
                ErrFileStatus, ErrGameID
        ELSE
            WRITE RegActLogRecord
            IF RA-OK
                MOVE "O" TO AdmResult
            ELSE
                MOVE "F" TO AdmResult
                MOVE "REGACTLOG" TO ErrFile
                MOVE "WRITE" TO ErrOperation
                MOVE RA-Status TO ErrFileStatus
                CALL 'LOGERROR' USING ErrProgram, ErrFile,
                    ErrOperation, ErrFileStatus, ErrGameID
            END-IF
            CLOSE REGACTLOG
        END-IF
        IF AQ-Action = "RESET" AND AQ-Outcome = "O"
            PERFORM NoticeReset
        END-IF.

*>    a lockout cleared from the screen is news to the player whose
*>    ID it was; the log line above is the administrator's record
    NoticeReset.
        ACCEPT NoteDate FROM DATE YYYYMMDD
        MOVE "P" TO NoteFunction
        MOVE AQ-TargetID TO NQ-PlayerID
        MOVE "REGADM" TO NQ-From
        MOVE 0 TO NQ-Expiry
        MOVE SPACES TO NQ-Text
        STRING "WRONG-PIN LOCKOUT CLEARED BY AN ADMINISTRATOR ON "
            NoteDate DELIMITED BY SIZE INTO NQ-Text
        CALL 'PLAYNOTE' USING NoteFunction, NoteRequest, NoteResult,
            NoteList.
