       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CLUBADM.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CLUBMAST ASSIGN TO "CLUBMAST"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-ClubCode
        FILE STATUS IS CM-Status.
    SELECT CLUBMEMB ASSIGN TO "CLUBMEMB"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CB-Key
        FILE STATUS IS CB-Status.
    SELECT PLAYERREG ASSIGN TO "PLAYERREG"
        ORGANIZATION INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PR-PlayerID
        FILE STATUS IS PR-Status.
DATA DIVISION.
FILE SECTION.
*>    one record per club or department team
FD CLUBMAST.
   01 ClubMastRecord.
       02 CM-ClubCode PIC X(6).
       02 CM-Name PIC X(30).
       02 CM-CaptainID PIC X(10).
       02 CM-Created PIC 9(8).
*>    one record per spell a player spends in a club, keyed by the
*>    player and the first day of the spell; the spell still running
*>    carries 99999999 as its last day, so a player is in one club
*>    at a time and every earlier spell stays on file
FD CLUBMEMB.
   01 ClubMembRecord.
       02 CB-Key.
           03 CB-PlayerID PIC X(10).
           03 CB-EffFrom PIC 9(8).
       02 CB-ClubCode PIC X(6).
       02 CB-EffTo PIC 9(8).
FD PLAYERREG.
   01 PlayerRegRecord.
       02 PR-PlayerID PIC X(10).
       02 PR-PIN PIC X(4).
       02 PR-Active PIC X.
       02 PR-BadTries PIC 9.
       02 PR-LastSeen PIC 9(8).
       02 PR-PinSalt PIC X(8).
       02 PR-PinHash PIC X(18).
WORKING-STORAGE SECTION.
   01 CM-Status PIC XX.
       88 CM-OK VALUE "00".
       88 CM-EOF VALUE "10".
       88 CM-NotFound VALUE "35".
   01 CB-Status PIC XX.
       88 CB-OK VALUE "00".
       88 CB-EOF VALUE "10".
       88 CB-NotFound VALUE "35".
   01 PR-Status PIC XX.
       88 PR-OK VALUE "00".
       88 PR-NotFound VALUE "35".
   01 RunFunc PIC X(6) VALUE SPACES.
       88 AddFunc VALUE "ADD".
       88 ChangeFunc VALUE "CHANGE".
       88 AssignFunc VALUE "ASSIGN".
       88 LeaveFunc VALUE "LEAVE".
       88 ListFunc VALUE "LIST".
   01 ClubCode PIC X(6).
   01 ClubName PIC X(30).
   01 CaptainID PIC X(10).
   01 EntryID PIC X(10).
   01 DateEntry PIC X(8).
   01 EffDate PIC 9(8).
   01 DayBefore PIC 9(8).
   01 Today PIC 9(8).
   01 OpenEnded PIC 9(8) VALUE 99999999.
   01 RegCheckID PIC X(10).
   01 RegFound PIC X.
*>    the player's spell still running, when there is one
   01 CurFound PIC X.
   01 CurFrom PIC 9(8).
   01 CurClub PIC X(6).
   01 ListClub PIC X(6).
   01 MemberCount PIC 9(5).
   01 ClubsListed PIC 9(5) VALUE 0.
   01 CaptainFlag PIC X(10).
   01 MembersOpen PIC X VALUE "N".

*>    keeps the club master and who belongs to which club.  ADD and
*>    CHANGE maintain a club's code, name and captain (a registered
*>    player); ASSIGN puts a registered player in a club from an
*>    effective date, closing the spell in any club before it the
*>    day before, so a player is in one club at a time and the
*>    history stays; LEAVE closes the running spell without a new
*>    one.  LIST prints each club (or the one named) with its
*>    current members.  CLUBMTCH plays the clubs against each other
PROCEDURE DIVISION.
    DISPLAY "Function (ADD/CHANGE/ASSIGN/LEAVE/LIST): "
        WITH NO ADVANCING
    ACCEPT RunFunc
    MOVE FUNCTION UPPER-CASE(RunFunc) TO RunFunc
    IF NOT AddFunc AND NOT ChangeFunc AND NOT AssignFunc
        AND NOT LeaveFunc AND NOT ListFunc
        DISPLAY "CLUBADM: FUNCTION MUST BE ADD, CHANGE, ASSIGN, "
            "LEAVE OR LIST"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ACCEPT Today FROM DATE YYYYMMDD
    EVALUATE TRUE
        WHEN AddFunc
            PERFORM DoAdd
        WHEN ChangeFunc
            PERFORM DoChange
        WHEN AssignFunc
            PERFORM DoAssign
        WHEN LeaveFunc
            PERFORM DoLeave
        WHEN ListFunc
            PERFORM DoList
    END-EVALUATE
    STOP RUN.

*>    ---------- ADD / CHANGE ----------

    DoAdd.
        PERFORM AskClubCode
        DISPLAY "Club name: " WITH NO ADVANCING
        ACCEPT ClubName
        MOVE FUNCTION UPPER-CASE(ClubName) TO ClubName
        DISPLAY "Captain's player ID: " WITH NO ADVANCING
        ACCEPT CaptainID
        MOVE FUNCTION UPPER-CASE(CaptainID) TO CaptainID
        IF ClubName = SPACES OR CaptainID = SPACES
            DISPLAY "CLUBADM: A NEW CLUB NEEDS A NAME AND A CAPTAIN"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE CaptainID TO RegCheckID
        PERFORM CheckRegistered
        IF RegFound = "N"
            DISPLAY "CLUBADM: CAPTAIN " CaptainID
                " IS NOT ON THE REGISTER"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN I-O CLUBMAST
        IF CM-NotFound
            OPEN OUTPUT CLUBMAST
            CLOSE CLUBMAST
            OPEN I-O CLUBMAST
        END-IF
        IF NOT CM-OK
            DISPLAY "CLUBADM: UNABLE TO OPEN CLUBMAST, STATUS " CM-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE ClubCode TO CM-ClubCode
        MOVE ClubName TO CM-Name
        MOVE CaptainID TO CM-CaptainID
        MOVE Today TO CM-Created
        WRITE ClubMastRecord
            INVALID KEY
                DISPLAY "CLUBADM: CLUB " ClubCode " IS ALREADY ON FILE"
                MOVE 8 TO RETURN-CODE
            NOT INVALID KEY
                DISPLAY "CLUB " ClubCode " ADDED: " ClubName
                DISPLAY "CAPTAIN " CaptainID
        END-WRITE
        CLOSE CLUBMAST.

*>    blank keeps what is there
    DoChange.
        PERFORM AskClubCode
        DISPLAY "New club name (blank to keep): " WITH NO ADVANCING
        ACCEPT ClubName
        MOVE FUNCTION UPPER-CASE(ClubName) TO ClubName
        DISPLAY "New captain's player ID (blank to keep): "
            WITH NO ADVANCING
        ACCEPT CaptainID
        MOVE FUNCTION UPPER-CASE(CaptainID) TO CaptainID
        IF CaptainID NOT = SPACES
            MOVE CaptainID TO RegCheckID
            PERFORM CheckRegistered
            IF RegFound = "N"
                DISPLAY "CLUBADM: CAPTAIN " CaptainID
                    " IS NOT ON THE REGISTER"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
        OPEN I-O CLUBMAST
        IF NOT CM-OK
            DISPLAY "CLUBADM: UNABLE TO OPEN CLUBMAST, STATUS " CM-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE ClubCode TO CM-ClubCode
        READ CLUBMAST
            INVALID KEY
                DISPLAY "CLUBADM: NO CLUB " ClubCode " ON FILE"
                MOVE 8 TO RETURN-CODE
            NOT INVALID KEY
                IF ClubName NOT = SPACES
                    MOVE ClubName TO CM-Name
                END-IF
                IF CaptainID NOT = SPACES
                    MOVE CaptainID TO CM-CaptainID
                END-IF
                REWRITE ClubMastRecord
                IF CM-OK
                    DISPLAY "CLUB " CM-ClubCode " NOW: " CM-Name
                    DISPLAY "CAPTAIN " CM-CaptainID
                ELSE
                    DISPLAY "CLUBADM: CLUB " ClubCode
                        " NOT UPDATED, STATUS " CM-Status
                    MOVE 8 TO RETURN-CODE
                END-IF
        END-READ
        CLOSE CLUBMAST.

    AskClubCode.
        DISPLAY "Club code (up to 6 characters): " WITH NO ADVANCING
        ACCEPT ClubCode
        MOVE FUNCTION UPPER-CASE(ClubCode) TO ClubCode
        IF ClubCode = SPACES
            DISPLAY "CLUBADM: A CLUB CODE IS REQUIRED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.

    CheckRegistered.
        MOVE "N" TO RegFound
        OPEN INPUT PLAYERREG
        IF PR-OK
            MOVE RegCheckID TO PR-PlayerID
            READ PLAYERREG
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO RegFound
            END-READ
            CLOSE PLAYERREG
        ELSE
            DISPLAY "CLUBADM: UNABLE TO OPEN PLAYERREG, STATUS "
                PR-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.

*>    ---------- ASSIGN / LEAVE ----------

    DoAssign.
        PERFORM AskMember
        PERFORM AskClubCode
        PERFORM AskEffDate
        MOVE EntryID TO RegCheckID
        PERFORM CheckRegistered
        IF RegFound = "N"
            DISPLAY "CLUBADM: " EntryID " IS NOT ON THE REGISTER"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT CLUBMAST
        IF NOT CM-OK
            DISPLAY "CLUBADM: UNABLE TO OPEN CLUBMAST, STATUS " CM-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE ClubCode TO CM-ClubCode
        READ CLUBMAST
            INVALID KEY
                DISPLAY "CLUBADM: NO CLUB " ClubCode " ON FILE"
                CLOSE CLUBMAST
                MOVE 8 TO RETURN-CODE
                STOP RUN
        END-READ
        CLOSE CLUBMAST
        PERFORM OpenMembers
        PERFORM FindCurrentSpell
        IF CurFound = "Y"
            IF CurClub = ClubCode
                DISPLAY "CLUBADM: " EntryID " IS ALREADY IN CLUB "
                    ClubCode " SINCE " CurFrom
                CLOSE CLUBMEMB
                MOVE 4 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM CloseCurrentSpell
        END-IF
        MOVE EntryID TO CB-PlayerID
        MOVE EffDate TO CB-EffFrom
        MOVE ClubCode TO CB-ClubCode
        MOVE OpenEnded TO CB-EffTo
        WRITE ClubMembRecord
            INVALID KEY
                DISPLAY "CLUBADM: " EntryID " ALREADY HAS A SPELL "
                    "STARTING " EffDate
                MOVE 8 TO RETURN-CODE
            NOT INVALID KEY
                DISPLAY EntryID " IN CLUB " ClubCode " FROM " EffDate
        END-WRITE
        CLOSE CLUBMEMB.

    DoLeave.
        PERFORM AskMember
        PERFORM AskEffDate
        PERFORM OpenMembers
        PERFORM FindCurrentSpell
        IF CurFound = "N"
            DISPLAY "CLUBADM: " EntryID " IS IN NO CLUB"
            CLOSE CLUBMEMB
            MOVE 4 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM CloseCurrentSpell
        CLOSE CLUBMEMB.

    AskMember.
        DISPLAY "Player ID: " WITH NO ADVANCING
        ACCEPT EntryID
        MOVE FUNCTION UPPER-CASE(EntryID) TO EntryID
        IF EntryID = SPACES
            DISPLAY "CLUBADM: A PLAYER ID IS REQUIRED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.

*>    the first day in the new club, or the first day out of the old
    AskEffDate.
        DISPLAY "Effective date (YYYYMMDD, blank for today): "
            WITH NO ADVANCING
        ACCEPT DateEntry
        IF DateEntry = SPACES
            MOVE Today TO EffDate
        ELSE
            MOVE FUNCTION NUMVAL(DateEntry) TO EffDate
        END-IF
        IF FUNCTION TEST-DATE-YYYYMMDD(EffDate) NOT = 0
            DISPLAY "CLUBADM: " DateEntry " IS NOT A VALID DATE"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        COMPUTE DayBefore = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(EffDate) - 1).

    OpenMembers.
        OPEN I-O CLUBMEMB
        IF CB-NotFound
            OPEN OUTPUT CLUBMEMB
            CLOSE CLUBMEMB
            OPEN I-O CLUBMEMB
        END-IF
        IF NOT CB-OK
            DISPLAY "CLUBADM: UNABLE TO OPEN CLUBMEMB, STATUS " CB-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.

*>    the player's spells sort together by start date; the open one
*>    is the last
    FindCurrentSpell.
        MOVE "N" TO CurFound
        MOVE EntryID TO CB-PlayerID
        MOVE 0 TO CB-EffFrom
        START CLUBMEMB KEY IS NOT LESS THAN CB-Key
            INVALID KEY
                SET CB-EOF TO TRUE
        END-START
        IF CB-OK
            PERFORM ReadMember
            PERFORM UNTIL CB-EOF OR CB-PlayerID NOT = EntryID
                IF CB-EffTo = OpenEnded
                    MOVE "Y" TO CurFound
                    MOVE CB-EffFrom TO CurFrom
                    MOVE CB-ClubCode TO CurClub
                END-IF
                PERFORM ReadMember
            END-PERFORM
        END-IF.

    ReadMember.
        READ CLUBMEMB NEXT RECORD
            AT END SET CB-EOF TO TRUE
        END-READ.

*>    a spell ends the day before the effective date, and must have
*>    lasted at least its first day
    CloseCurrentSpell.
        IF EffDate <= CurFrom
            DISPLAY "CLUBADM: " EntryID " JOINED " CurClub " ON "
                CurFrom " -- THE EFFECTIVE DATE MUST FALL AFTER THAT"
            CLOSE CLUBMEMB
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE EntryID TO CB-PlayerID
        MOVE CurFrom TO CB-EffFrom
        READ CLUBMEMB
            INVALID KEY
                DISPLAY "CLUBADM: SPELL " EntryID " " CurFrom
                    " VANISHED"
                CLOSE CLUBMEMB
                MOVE 8 TO RETURN-CODE
                STOP RUN
        END-READ
        MOVE DayBefore TO CB-EffTo
        REWRITE ClubMembRecord
        IF CB-OK
            DISPLAY EntryID " LEFT CLUB " CurClub " AFTER " DayBefore
        ELSE
            DISPLAY "CLUBADM: SPELL " EntryID " " CurFrom
                " NOT CLOSED, STATUS " CB-Status
            CLOSE CLUBMEMB
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.

*>    ---------- LIST ----------

*>    the member file is keyed by player, so each club takes one
*>    pass of it; clubs are few
    DoList.
        DISPLAY "Club code (blank for every club): " WITH NO ADVANCING
        ACCEPT ListClub
        MOVE FUNCTION UPPER-CASE(ListClub) TO ListClub
        OPEN INPUT CLUBMAST
        IF NOT CM-OK
            DISPLAY "CLUBADM: NO CLUBS ON FILE, STATUS " CM-Status
            MOVE 4 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT CLUBMEMB
        IF CB-OK
            MOVE "Y" TO MembersOpen
        END-IF
        PERFORM ReadClub
        PERFORM ListOneClub UNTIL CM-EOF
        CLOSE CLUBMAST
        IF MembersOpen = "Y"
            CLOSE CLUBMEMB
        END-IF
        IF ClubsListed = 0
            DISPLAY "CLUBADM: NO CLUB " ListClub " ON FILE"
            MOVE 4 TO RETURN-CODE
        END-IF.

    ReadClub.
        READ CLUBMAST NEXT RECORD
            AT END SET CM-EOF TO TRUE
        END-READ.

    ListOneClub.
        IF ListClub = SPACES OR ListClub = CM-ClubCode
            ADD 1 TO ClubsListed
            DISPLAY " "
            DISPLAY "CLUB " CM-ClubCode "  " CM-Name
            DISPLAY "CAPTAIN " CM-CaptainID "  FORMED " CM-Created
            MOVE 0 TO MemberCount
            IF MembersOpen = "Y"
                MOVE LOW-VALUES TO CB-Key
                START CLUBMEMB KEY IS NOT LESS THAN CB-Key
                    INVALID KEY
                        SET CB-EOF TO TRUE
                END-START
                IF CB-OK
                    PERFORM ReadMember
                    PERFORM ListMember UNTIL CB-EOF
                END-IF
            END-IF
            DISPLAY "  CURRENT MEMBERS: " MemberCount
        END-IF
        PERFORM ReadClub.

    ListMember.
        IF CB-ClubCode = CM-ClubCode AND CB-EffTo = OpenEnded
            ADD 1 TO MemberCount
            IF CB-PlayerID = CM-CaptainID
                MOVE "(CAPTAIN)" TO CaptainFlag
            ELSE
                MOVE SPACES TO CaptainFlag
            END-IF
            DISPLAY "  " CB-PlayerID " SINCE " CB-EffFrom " "
                CaptainFlag
        END-IF
        PERFORM ReadMember.
