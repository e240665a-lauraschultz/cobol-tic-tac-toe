       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PINHASH.
DATA DIVISION.
WORKING-STORAGE SECTION.
*>    the bytes that are hashed: salt, ID and PIN side by side
   01 HashInput.
       02 HI-Salt PIC X(8).
       02 HI-PlayerID PIC X(10).
       02 HI-PIN PIC X(8).
   01 HashBytes REDEFINES HashInput.
       02 HashByte PIC X OCCURS 26 TIMES.
   01 ByteIdx PIC 99.
   01 RoundNo PIC 9(4).
*>    stretching: the whole input is folded in this many times, so
*>    trying every PIN against a stolen register costs that much more
   01 HashRounds PIC 9(4) VALUE 500.
   01 ByteValue PIC 9(3).
   01 HashA PIC 9(9).
   01 HashB PIC 9(9).
   01 HashDigits.
       02 HD-A PIC 9(9).
       02 HD-B PIC 9(9).
*>    fresh salts differ from call to call even inside one
*>    hundredth of a second, which a bulk conversion easily is
   01 SaltCalls PIC 9(8) VALUE 0.
   01 SaltTime PIC 9(8).
   01 SaltNum PIC 9(8).
LINKAGE SECTION.
   01 HashPlayerID PIC X(10).
   01 HashPIN PIC X(8).
*>    spaces in = make a new salt (enrolment, PIN change), which is
*>    handed back for the caller to store; anything else is the salt
*>    already on the record, for checking a PIN against it
   01 HashSalt PIC X(8).
   01 HashValue PIC X(18).

*>    one-way salted hash of a player's PIN, the only form PLAYERREG
*>    keeps it in.  Salt, ID and PIN are folded through two
*>    independent multiply-and-reduce accumulators many times over;
*>    the 18 digits that come out are stored, and a PIN is proved by
*>    hashing what was typed with the stored salt and comparing.  The
*>    clear PIN is never kept here past the call
PROCEDURE DIVISION USING HashPlayerID, HashPIN, HashSalt, HashValue.
    IF HashSalt = SPACES
        PERFORM MakeSalt
    END-IF
    MOVE HashSalt TO HI-Salt
    MOVE HashPlayerID TO HI-PlayerID
    MOVE HashPIN TO HI-PIN
    MOVE 7 TO HashA
    MOVE 11 TO HashB
    PERFORM FoldRound VARYING RoundNo FROM 1 BY 1
        UNTIL RoundNo > HashRounds
    MOVE HashA TO HD-A
    MOVE HashB TO HD-B
    MOVE HashDigits TO HashValue
    MOVE SPACES TO HashInput
    GOBACK.

    MakeSalt.
        ADD 1 TO SaltCalls
        ACCEPT SaltTime FROM TIME
        COMPUTE SaltNum = FUNCTION MOD(SaltTime + SaltCalls * 7919
            100000000)
        MOVE SaltNum TO HashSalt.

    FoldRound.
        PERFORM VARYING ByteIdx FROM 1 BY 1 UNTIL ByteIdx > 26
            COMPUTE ByteValue = FUNCTION ORD(HashByte(ByteIdx))
            COMPUTE HashA = FUNCTION MOD(HashA * 257 + ByteValue
                + RoundNo 999999937)
            COMPUTE HashB = FUNCTION MOD(HashB * 65599 + ByteValue
                + HashA 999999929)
        END-PERFORM.
