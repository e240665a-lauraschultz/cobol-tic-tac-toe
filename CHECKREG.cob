DATA DIVISION.
FILE SECTION.
*>    the registered-player master: one record per enrolled ID, the
*>    PIN that proves it, and whether the ID is still active --
*>    A = active, I = deactivated by an administrator, D = dormant
*>    and R = retired (both set by PLAYLIFE for long inactivity).
*>    A dormant ID plays on and is made active again the moment its
*>    PIN is proved; a retired one is refused like an inactive one
FD PLAYERREG.
   01 PlayerRegRecord.
       02 PR-PlayerID PIC X(10).
*>    the clear PIN of a record enrolled before PINs were hashed;
*>    spaces once PR-PinHash holds it (PINCONV, or the owner's next
*>    good sign-on, does the conversion)
       02 PR-PIN PIC X(4).
       02 PR-Active PIC X.
*>    wrong-PIN count carried on the record itself, so guessing
*>    resets it.  Records enrolled before this column read back
*>    non-numeric here, which counts as zero tries
       02 PR-BadTries PIC 9.
*>    the last date the owner proved the PIN (or was enrolled or
*>    reactivated), one half of the activity PLAYLIFE ages IDs by;
*>    the other half is the GAMEHDR record of the games played.
*>    Records from before this column read back non-numeric here
       02 PR-LastSeen PIC 9(8).
*>    the PIN as PINHASH leaves it: the salt it was hashed with and
*>    the one-way result.  Spaces on a record not yet converted
       02 PR-PinSalt PIC X(8).
       02 PR-PinHash PIC X(18).
WORKING-STORAGE SECTION.
   01 PR-Status PIC XX.
       88 PR-OK VALUE "00".
   01 RecFound PIC X.
   01 TryCount PIC 9.
*>    five cumulative wrong PINs lock the ID -- roomier than one
*>    session's three tries, tight enough that guessing gets nowhere;
*>    a site can set its own limit (up to the nine PR-BadTries holds)
*>    as parameter PIN-LOCK-LIMIT, read once on the first call
   01 LockLimit PIC 9 VALUE 5.
   01 LimitRead PIC X VALUE "N".
   01 ParmRequest.
       02 PQ-Name PIC X(16).
       02 PQ-Default PIC 9(9).
       02 PQ-Low PIC 9(9).
       02 PQ-High PIC 9(9).
   01 ParmValue PIC 9(9).
   01 ParmSource PIC X.
   01 PinMatched PIC X.
   01 PinSalt PIC X(8).
   01 PinHash PIC X(18).
   01 LockedNow PIC X VALUE "N".
   01 SecEvent PIC X.
LINKAGE SECTION.
   01 RegPlayerID PIC X(10).
*>    4 to 8 characters, left-justified
   01 RegPIN PIC X(8).
*>    L = is the ID on the register, V = does this PIN prove it,
*>    E = enroll the ID with this PIN, C = change the PIN (caller
*>    must already have cleared the ID), R = administrator reset of
*>    the wrong-PIN counter, A / I = administrator sets the ID active
*>    or inactive
   01 RegAction PIC X.
*>    O = cleared, U = unknown ID, I = inactive ID, P = wrong PIN
*>    (or, to E / C, a new PIN shorter than four characters),
*>    K = ID locked by too many wrong PINs, D = already enrolled,
*>    N = no register file exists yet, F = file trouble
   01 RegResult PIC X.
*>    who is asking: the calling program, and the terminal when the
*>    call comes from a 3270 transaction -- carried onto the
*>    security log (LOGSEC) with every sign-on event
   01 RegSource.
       02 RS-Program PIC X(8).
       02 RS-TermID PIC X(4).

*>    one validator for every front door: MAIN's console prompts and
*>    the 3270 transactions both clear an entered ID through here, so
*>    "identity" means the same thing at both.  A site that has never
*>    built a register gets result N and the callers wave play
*>    through unverified, which is exactly the pre-register behavior
PROCEDURE DIVISION USING RegPlayerID, RegPIN, RegAction, RegResult,
        RegSource.
    IF LimitRead = "N"
        PERFORM ReadLockLimit
    END-IF
    MOVE "N" TO LockedNow
    EVALUATE RegAction
        WHEN "L"
            PERFORM LookupPlayer
            PERFORM ChangePin
        WHEN "R"
            PERFORM ResetTries
        WHEN "A"
        WHEN "I"
            PERFORM SetActive
        WHEN OTHER
            MOVE "F" TO RegResult
    END-EVALUATE
    PERFORM LogSecurityEvent
    GOBACK.

*>    every outcome worth asking "who was at the keyboard" about; a
*>    plain lookup of a good ID, an enrolment, or a site with no
*>    register logs nothing
    LogSecurityEvent.
        MOVE SPACE TO SecEvent
        EVALUATE TRUE
            WHEN RegAction = "V" AND RegResult = "O"
                MOVE "S" TO SecEvent
            WHEN RegAction = "V" AND RegResult = "P"
                MOVE "F" TO SecEvent
            WHEN RegAction = "V" AND RegResult = "K" AND LockedNow = "Y"
                MOVE "K" TO SecEvent
            WHEN (RegAction = "V" OR RegAction = "L") AND RegResult = "K"
                MOVE "X" TO SecEvent
            WHEN (RegAction = "V" OR RegAction = "L") AND RegResult = "I"
                MOVE "I" TO SecEvent
            WHEN RegAction = "C" AND RegResult = "O"
                MOVE "C" TO SecEvent
            WHEN RegAction = "R" AND RegResult = "O"
                MOVE "R" TO SecEvent
        END-EVALUATE
        IF SecEvent NOT = SPACE
            CALL 'LOGSEC' USING RegPlayerID, SecEvent, RegSource
        END-IF.

    LookupPlayer.
        OPEN INPUT PLAYERREG
        IF PR-NotFound
                ELSE
                    PERFORM NormalizeTries
                    EVALUATE TRUE
                        WHEN PR-Active NOT = "A" AND PR-Active NOT = "D"
                            MOVE "I" TO RegResult
                        WHEN TryCount >= LockLimit
                            MOVE "K" TO RegResult
            ELSE
                PERFORM ReadRegRecord
                PERFORM NormalizeTries
                MOVE "N" TO PinMatched
                IF RecFound = "Y"
                    PERFORM MatchPin
                END-IF
                EVALUATE TRUE
                    WHEN RecFound = "N"
                        MOVE "U" TO RegResult
                    WHEN PR-Active NOT = "A" AND PR-Active NOT = "D"
                        MOVE "I" TO RegResult
                    WHEN TryCount >= LockLimit
                        MOVE "K" TO RegResult
*>    a proved PIN is the owner back at the keyboard: a dormant ID
*>    wakes up here, and the sign-on date restarts its idle clock.
*>    A PIN still held in clear is hashed on the way past
                    WHEN PinMatched = "Y"
                        IF PR-PinHash = SPACES
                            PERFORM StorePinHash
                        END-IF
                        MOVE 0 TO PR-BadTries
                        MOVE "A" TO PR-Active
                        ACCEPT PR-LastSeen FROM DATE YYYYMMDD
                        REWRITE PlayerRegRecord
                        IF PR-OK
                            MOVE "O" TO RegResult
                        ELSE
                            IF TryCount >= LockLimit
                                MOVE "K" TO RegResult
                                MOVE "Y" TO LockedNow
                            ELSE
                                MOVE "P" TO RegResult
                            END-IF
            MOVE 0 TO TryCount
        END-IF.

*>    a hashed PIN is proved by hashing what was typed with the
*>    record's own salt; an unconverted one by plain comparison,
*>    which only a four-character entry can pass
    MatchPin.
        IF PR-PinHash NOT = SPACES
            MOVE PR-PinSalt TO PinSalt
            CALL 'PINHASH' USING PR-PlayerID, RegPIN, PinSalt, PinHash
            IF PinHash = PR-PinHash
                MOVE "Y" TO PinMatched
            END-IF
        ELSE
            IF PR-PIN NOT = SPACES AND PR-PIN = RegPIN(1:4)
                    AND RegPIN(5:4) = SPACES
                MOVE "Y" TO PinMatched
            END-IF
        END-IF.

*>    a fresh salt every time a PIN is set, and the clear column
*>    blanked, so the record never holds the PIN itself
    StorePinHash.
        MOVE SPACES TO PinSalt
        CALL 'PINHASH' USING PR-PlayerID, RegPIN, PinSalt, PinHash
        MOVE PinSalt TO PR-PinSalt
        MOVE PinHash TO PR-PinHash
        MOVE SPACES TO PR-PIN.

    ReadRegRecord.
        MOVE RegPlayerID TO PR-PlayerID
        READ PLAYERREG
            MOVE "F" TO RegResult
        ELSE
            PERFORM ReadRegRecord
            EVALUATE TRUE
                WHEN RecFound = "Y"
                    MOVE "D" TO RegResult
                WHEN RegPIN(1:1) = SPACE OR RegPIN(4:1) = SPACE
                    MOVE "P" TO RegResult
                WHEN OTHER
                    MOVE RegPlayerID TO PR-PlayerID
                    PERFORM StorePinHash
                    MOVE "A" TO PR-Active
                    MOVE 0 TO PR-BadTries
                    ACCEPT PR-LastSeen FROM DATE YYYYMMDD
                    WRITE PlayerRegRecord
                    IF PR-OK
                        MOVE "O" TO RegResult
                    ELSE
                        MOVE "F" TO RegResult
                    END-IF
            END-EVALUATE
            CLOSE PLAYERREG
        END-IF.

                EVALUATE TRUE
                    WHEN RecFound = "N"
                        MOVE "U" TO RegResult
                    WHEN PR-Active NOT = "A" AND PR-Active NOT = "D"
                        MOVE "I" TO RegResult
                    WHEN RegPIN(1:1) = SPACE OR RegPIN(4:1) = SPACE
                        MOVE "P" TO RegResult
                    WHEN OTHER
                        PERFORM StorePinHash
                        MOVE 0 TO PR-BadTries
                        REWRITE PlayerRegRecord
                        IF PR-OK
                CLOSE PLAYERREG
            END-IF
        END-IF.

*>    the administrator's switch on whether an ID may play at all;
*>    the flag takes the action code itself, "A" or "I", which are
*>    exactly the PR-Active values.  Activating restarts the idle
*>    clock, so a retired player brought back isn't retired again
*>    by the next PLAYLIFE run
    SetActive.
        OPEN I-O PLAYERREG
        IF PR-NotFound
            MOVE "N" TO RegResult
        ELSE
            IF NOT PR-OK
                MOVE "F" TO RegResult
            ELSE
                PERFORM ReadRegRecord
                IF RecFound = "N"
                    MOVE "U" TO RegResult
                ELSE
                    MOVE RegAction TO PR-Active
                    IF RegAction = "A"
                        ACCEPT PR-LastSeen FROM DATE YYYYMMDD
                    END-IF
                    REWRITE PlayerRegRecord
                    IF PR-OK
                        MOVE "O" TO RegResult
                    ELSE
                        MOVE "F" TO RegResult
                    END-IF
                END-IF
                CLOSE PLAYERREG
            END-IF
        END-IF.

    ReadLockLimit.
        MOVE "PIN-LOCK-LIMIT" TO PQ-Name
        MOVE LockLimit TO PQ-Default
        MOVE 1 TO PQ-Low
        MOVE 9 TO PQ-High
        CALL 'PARMGET' USING ParmRequest, ParmValue, ParmSource
        MOVE ParmValue TO LockLimit
        MOVE "Y" TO LimitRead.
