       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PINCONV.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLAYERREG ASSIGN TO "PLAYERREG"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PR-PlayerID
        FILE STATUS IS PR-Status.
DATA DIVISION.
FILE SECTION.
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
   01 PR-Status PIC XX.
       88 PR-OK VALUE "00".
       88 PR-EOF VALUE "10".
   01 ClearPIN PIC X(8).
   01 PinSalt PIC X(8).
   01 PinHash PIC X(18).
   01 RecordsRead PIC 9(6) VALUE 0.
   01 Converted PIC 9(6) VALUE 0.
   01 AlreadyHashed PIC 9(6) VALUE 0.
   01 NoPin PIC 9(6) VALUE 0.
   01 RewriteFailed PIC 9(6) VALUE 0.

*>    one-time conversion of the register's clear-text PINs to the
*>    salted hash CHECKREG now checks: every record still holding a
*>    PR-PIN is hashed in place and the clear column blanked.  Safe
*>    to run again -- a record already hashed is counted and left
*>    alone -- and CHECKREG converts any straggler at its owner's next
*>    good sign-on regardless.  A record with no PIN at all (an
*>    erased ID, say) is left as it is.  RC 4 if any rewrite failed
PROCEDURE DIVISION.
    OPEN I-O PLAYERREG
    IF NOT PR-OK
        DISPLAY "PINCONV: UNABLE TO OPEN PLAYERREG, STATUS " PR-Status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM ReadRegister
    PERFORM ConvertOne UNTIL PR-EOF
    CLOSE PLAYERREG
    DISPLAY " "
    DISPLAY "===== PLAYERREG PIN CONVERSION ====="
    DISPLAY "RECORDS READ ......... " RecordsRead
    DISPLAY "PINS HASHED .......... " Converted
    DISPLAY "ALREADY HASHED ....... " AlreadyHashed
    DISPLAY "NO PIN ON RECORD ..... " NoPin
    IF RewriteFailed > 0
        DISPLAY "REWRITES FAILED ...... " RewriteFailed
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

    ReadRegister.
        READ PLAYERREG
            AT END SET PR-EOF TO TRUE
        END-READ.

    ConvertOne.
        ADD 1 TO RecordsRead
        EVALUATE TRUE
            WHEN PR-PinHash NOT = SPACES
                ADD 1 TO AlreadyHashed
            WHEN PR-PIN = SPACES
                ADD 1 TO NoPin
            WHEN OTHER
                MOVE PR-PIN TO ClearPIN
                MOVE SPACES TO PinSalt
                CALL 'PINHASH' USING PR-PlayerID, ClearPIN, PinSalt,
                    PinHash
                MOVE PinSalt TO PR-PinSalt
                MOVE PinHash TO PR-PinHash
                MOVE SPACES TO PR-PIN
                MOVE SPACES TO ClearPIN
                REWRITE PlayerRegRecord
                IF PR-OK
                    ADD 1 TO Converted
                ELSE
                    ADD 1 TO RewriteFailed
                    DISPLAY "PINCONV: " PR-PlayerID " NOT REWRITTEN, "
                        "STATUS " PR-Status
                END-IF
        END-EVALUATE
        PERFORM ReadRegister.
