       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CCADM.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COSTCTR ASSIGN TO "COSTCTR"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CC-Key
        FILE STATUS IS CC-Status.
    SELECT CCAUD ASSIGN TO "CCAUD"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS CA-Status.
    SELECT REGADMIN ASSIGN TO "REGADMIN"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AD-AdminID
        FILE STATUS IS AD-Status.
DATA DIVISION.
FILE SECTION.
*>    the cost-center master CHGBACK charges by: "C" records name the
*>    cost centers (ID the center code, with the department's name),
*>    "P" records put a registered player in a cost center, and "B"
*>    records name the cost center that pays for a batch producer --
*>    SELFPLAY, TOURNMGR, GAMEIMPT -- or, as OPERATIONS, for
*>    whatever no other record accounts for
FD COSTCTR.
   01 CostCtrRecord.
       02 CC-Key.
           03 CC-Type PIC X.
           03 CC-ID PIC X(10).
       02 CC-Center PIC X(6).
       02 CC-Name PIC X(30).
       02 CC-ChgDate PIC 9(8).
       02 CC-ChgBy PIC X(10).
*>    one record per entry added, changed or deleted: when, which
*>    one, the cost center before (spaces for an addition) and after
*>    (spaces for a deletion), and who did it
FD CCAUD.
   01 CcAudRecord.
       02 CA-Date PIC 9(8).
       02 CA-Time PIC 9(8).
       02 CA-Key PIC X(11).
       02 CA-Action PIC X(6).
       02 CA-OldCenter PIC X(6).
       02 CA-NewCenter PIC X(6).
       02 CA-ChgBy PIC X(10).
*>    the administrators TTTADM and PLAYENRL GRANT maintain
FD REGADMIN.
   01 RegAdminRecord.
       02 AD-AdminID PIC X(10).
       02 AD-GrantDate PIC 9(8).
WORKING-STORAGE SECTION.
   01 CC-Status PIC XX.
       88 CC-OK VALUE "00".
       88 CC-EOF VALUE "10".
       88 CC-NotFound VALUE "35".
   01 CA-Status PIC XX.
       88 CA-OK VALUE "00".
       88 CA-NotFound VALUE "35".
   01 AD-Status PIC XX.
       88 AD-OK VALUE "00".
   01 RunFunc PIC X(10) VALUE SPACES.
       88 ListFunc VALUE "LIST".
       88 AddFunc VALUE "ADD".
       88 ChangeFunc VALUE "CHANGE".
       88 DeleteFunc VALUE "DELETE".
   01 AdminID PIC X(10) VALUE SPACES.
*>    one entry per card: the type in column 1 (C, P or B), the ID
*>    from column 3, the paying cost center from column 14 (not on
*>    a C card), and from column 21 the department's name (required
*>    on a C card, optional on the others); a blank card ends the
*>    list.  DELETE needs only the type and the ID
   01 CcCard PIC X(80).
   01 CcCardFields REDEFINES CcCard.
       02 CD-Type PIC X.
       02 FILLER PIC X.
       02 CD-ID PIC X(10).
       02 FILLER PIC X.
       02 CD-Center PIC X(6).
       02 FILLER PIC X.
       02 CD-Name PIC X(30).
       02 FILLER PIC X(30).
   01 CardOK PIC X.
   01 SaveRecord PIC X(65).
   01 OldCenter PIC X(6).
   01 TodayDate PIC 9(8).
   01 NowTime PIC 9(8).
   01 ScanDone PIC X.
   01 EntriesListed PIC 9(5) VALUE 0.
   01 EntriesApplied PIC 9(5) VALUE 0.
   01 EntriesRejected PIC 9(5) VALUE 0.
   01 ErrProgram PIC X(12) VALUE "CCADM".
   01 ErrFile PIC X(11).
   01 ErrOperation PIC X(7).
   01 ErrFileStatus PIC XX.
   01 ErrGameID PIC X(16) VALUE SPACES.

*>    upkeep of the cost-center master the monthly chargeback reads.
*>    LIST prints what is on file.  ADD puts new entries on it,
*>    CHANGE moves a player or producer to another cost center (or
*>    renames a department), DELETE takes one off; all three are
*>    administrator acts, checked against REGADMIN the way PARMADM
*>    checks, and each goes on the CCAUD trail.  A player or
*>    producer can only be put in a cost center already on file, and
*>    a cost center still paying for anyone can't be deleted.  A bad
*>    card is reported and skipped, the rest still applied, and the
*>    run ends RC 8
PROCEDURE DIVISION.
    DISPLAY "Function (LIST/ADD/CHANGE/DELETE): " WITH NO ADVANCING
    ACCEPT RunFunc
    MOVE FUNCTION UPPER-CASE(RunFunc) TO RunFunc
    IF NOT ListFunc AND NOT AddFunc AND NOT ChangeFunc
        AND NOT DeleteFunc
        DISPLAY "CCADM: FUNCTION MUST BE LIST, ADD, CHANGE OR DELETE"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF ListFunc
        PERFORM DoList
        STOP RUN
    END-IF
    DISPLAY "Administrator ID: " WITH NO ADVANCING
    ACCEPT AdminID
    MOVE FUNCTION UPPER-CASE(AdminID) TO AdminID
    PERFORM CheckAdministrator
    ACCEPT TodayDate FROM DATE YYYYMMDD
    PERFORM OpenCostCtr
    PERFORM OpenAuditTrail
    DISPLAY " "
    DISPLAY "===== COST CENTERS, " RunFunc " BY " AdminID " ====="
    DISPLAY " "
    PERFORM ReadCcCard
    PERFORM ApplyCcCard UNTIL CcCard = SPACES
    CLOSE COSTCTR CCAUD
    DISPLAY " "
    DISPLAY "ENTRIES APPLIED ..... " EntriesApplied
    IF EntriesRejected > 0
        DISPLAY "CARDS REJECTED ...... " EntriesRejected
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

*>    ---------- LIST ----------

    DoList.
        OPEN INPUT COSTCTR
        IF CC-NotFound
            DISPLAY "CCADM: NO COST CENTERS HAVE BEEN SET UP -- ALL "
                "USAGE STAYS WITH OPERATIONS"
            STOP RUN
        END-IF
        IF NOT CC-OK
            DISPLAY "CCADM: UNABLE TO OPEN COSTCTR, STATUS " CC-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        DISPLAY " "
        DISPLAY "===== COST-CENTER MASTER ====="
        DISPLAY " "
        DISPLAY "T ID         CENTER NAME"
        MOVE LOW-VALUES TO CC-Key
        MOVE "N" TO ScanDone
        START COSTCTR KEY IS NOT LESS THAN CC-Key
            INVALID KEY MOVE "Y" TO ScanDone
        END-START
        PERFORM ListOneEntry UNTIL ScanDone = "Y"
        CLOSE COSTCTR
        IF EntriesListed = 0
            DISPLAY "(NO ENTRIES ON FILE)"
        END-IF.

    ListOneEntry.
        READ COSTCTR NEXT RECORD
            AT END MOVE "Y" TO ScanDone
        END-READ
        IF ScanDone = "N"
            ADD 1 TO EntriesListed
            DISPLAY CC-Type " " CC-ID " " CC-Center " " CC-Name
        END-IF.

*>    ---------- ADD / CHANGE / DELETE ----------

    CheckAdministrator.
        IF AdminID = SPACES
            DISPLAY "CCADM: AN ADMINISTRATOR ID IS REQUIRED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT REGADMIN
        IF NOT AD-OK
            DISPLAY "CCADM: UNABLE TO OPEN REGADMIN, STATUS " AD-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE AdminID TO AD-AdminID
        READ REGADMIN
            INVALID KEY
                DISPLAY "CCADM: " AdminID " IS NOT AN ADMINISTRATOR"
                CLOSE REGADMIN
                MOVE 8 TO RETURN-CODE
                STOP RUN
        END-READ
        CLOSE REGADMIN.

*>    the first ADD creates the file; a CHANGE or DELETE needs one
*>    already there
    OpenCostCtr.
        OPEN I-O COSTCTR
        IF CC-NotFound AND AddFunc
            OPEN OUTPUT COSTCTR
            CLOSE COSTCTR
            OPEN I-O COSTCTR
        END-IF
        IF CC-NotFound
            DISPLAY "CCADM: NO COST CENTERS ON FILE -- ADD THEM FIRST"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        IF NOT CC-OK
            DISPLAY "CCADM: UNABLE TO OPEN COSTCTR, STATUS " CC-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.

    OpenAuditTrail.
        OPEN EXTEND CCAUD
        IF CA-NotFound
            OPEN OUTPUT CCAUD
        END-IF
        IF NOT CA-OK
            DISPLAY "CCADM: UNABLE TO OPEN CCAUD, STATUS " CA-Status
                " -- NO CHANGE MADE"
            MOVE "CCAUD" TO ErrFile
            MOVE "OPEN" TO ErrOperation
            MOVE CA-Status TO ErrFileStatus
            CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
                ErrFileStatus, ErrGameID
            CLOSE COSTCTR
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.

    ReadCcCard.
        MOVE SPACES TO CcCard
        DISPLAY "Cost-center card (blank to finish): "
            WITH NO ADVANCING
        ACCEPT CcCard.

    ApplyCcCard.
        MOVE FUNCTION UPPER-CASE(CcCard) TO CcCard
        PERFORM CheckCcCard
        IF CardOK = "Y"
            EVALUATE TRUE
                WHEN AddFunc
                    PERFORM AddEntry
                WHEN ChangeFunc
                    PERFORM ChangeEntry
                WHEN OTHER
                    PERFORM DeleteEntry
            END-EVALUATE
        END-IF
        PERFORM ReadCcCard.

    CheckCcCard.
        MOVE "Y" TO CardOK
        EVALUATE TRUE
            WHEN CD-Type NOT = "C" AND CD-Type NOT = "P"
                AND CD-Type NOT = "B"
                DISPLAY "CCADM: TYPE IN COLUMN 1 MUST BE C, P OR B -- "
                    CcCard
                MOVE "N" TO CardOK
            WHEN CD-ID = SPACES OR CD-ID(1:1) = SPACE
                DISPLAY "CCADM: NO ID FROM COLUMN 3 -- " CcCard
                MOVE "N" TO CardOK
            WHEN DeleteFunc
                CONTINUE
            WHEN CD-Type = "C" AND CD-ID(7:4) NOT = SPACES
                DISPLAY "CCADM: COST CENTER " CD-ID
                    " IS LONGER THAN 6 CHARACTERS"
                MOVE "N" TO CardOK
            WHEN CD-Type = "C" AND AddFunc AND CD-Name = SPACES
                DISPLAY "CCADM: COST CENTER " CD-ID " NEEDS THE "
                    "DEPARTMENT'S NAME FROM COLUMN 21"
                MOVE "N" TO CardOK
            WHEN CD-Type NOT = "C" AND CD-Center = SPACES
                DISPLAY "CCADM: " CD-ID " HAS NO COST CENTER IN "
                    "COLUMN 14"
                MOVE "N" TO CardOK
            WHEN CD-Type NOT = "C"
                PERFORM CheckCenterOnFile
        END-EVALUATE
        IF CardOK = "N"
            ADD 1 TO EntriesRejected
        END-IF.

*>    a player or producer can only be charged to a known center
    CheckCenterOnFile.
        MOVE "C" TO CC-Type
        MOVE CD-Center TO CC-ID
        READ COSTCTR
            INVALID KEY
                DISPLAY "CCADM: COST CENTER " CD-Center " FOR " CD-ID
                    " IS NOT ON FILE -- ADD IT FIRST"
                MOVE "N" TO CardOK
        END-READ.

    AddEntry.
        MOVE CD-Type TO CC-Type
        MOVE CD-ID TO CC-ID
        IF CD-Type = "C"
            MOVE CD-ID TO CC-Center
        ELSE
            MOVE CD-Center TO CC-Center
        END-IF
        MOVE CD-Name TO CC-Name
        PERFORM StampEntry
        WRITE CostCtrRecord
            INVALID KEY CONTINUE
        END-WRITE
        EVALUATE TRUE
            WHEN CC-OK
                MOVE "ADD" TO CA-Action
                MOVE SPACES TO OldCenter
                PERFORM WriteAudit
                DISPLAY "ADDED    " CC-Type " " CC-ID " " CC-Center " "
                    CC-Name
            WHEN CC-Status = "22"
                DISPLAY "CCADM: " CD-Type " " CD-ID " IS ALREADY ON "
                    "FILE -- USE CHANGE"
                ADD 1 TO EntriesRejected
            WHEN OTHER
                MOVE "WRITE" TO ErrOperation
                PERFORM ReportCcError
        END-EVALUATE.

    ChangeEntry.
        MOVE CD-Type TO CC-Type
        MOVE CD-ID TO CC-ID
        READ COSTCTR
            INVALID KEY CONTINUE
        END-READ
        EVALUATE TRUE
            WHEN CC-Status = "23"
                DISPLAY "CCADM: " CD-Type " " CD-ID " IS NOT ON FILE -- "
                    "USE ADD"
                ADD 1 TO EntriesRejected
            WHEN NOT CC-OK
                MOVE "READ" TO ErrOperation
                PERFORM ReportCcError
            WHEN OTHER
                MOVE CC-Center TO OldCenter
                IF CD-Type NOT = "C"
                    MOVE CD-Center TO CC-Center
                END-IF
                IF CD-Name NOT = SPACES
                    MOVE CD-Name TO CC-Name
                END-IF
                PERFORM StampEntry
                REWRITE CostCtrRecord
                    INVALID KEY CONTINUE
                END-REWRITE
                IF CC-OK
                    MOVE "CHANGE" TO CA-Action
                    PERFORM WriteAudit
                    DISPLAY "CHANGED  " CC-Type " " CC-ID " " OldCenter
                        " TO " CC-Center " " CC-Name
                ELSE
                    MOVE "REWRITE" TO ErrOperation
                    PERFORM ReportCcError
                END-IF
        END-EVALUATE.

    DeleteEntry.
        MOVE CD-Type TO CC-Type
        MOVE CD-ID TO CC-ID
        READ COSTCTR
            INVALID KEY CONTINUE
        END-READ
        EVALUATE TRUE
            WHEN CC-Status = "23"
                DISPLAY "CCADM: " CD-Type " " CD-ID " IS NOT ON FILE"
                ADD 1 TO EntriesRejected
            WHEN NOT CC-OK
                MOVE "READ" TO ErrOperation
                PERFORM ReportCcError
            WHEN OTHER
                MOVE CostCtrRecord TO SaveRecord
                MOVE CC-Center TO OldCenter
                MOVE "Y" TO CardOK
                IF CD-Type = "C"
                    PERFORM CheckCenterUnused
                END-IF
                IF CardOK = "Y"
                    MOVE SaveRecord TO CostCtrRecord
                    DELETE COSTCTR
                        INVALID KEY CONTINUE
                    END-DELETE
                    IF CC-OK
                        MOVE "DELETE" TO CA-Action
                        MOVE SPACES TO CC-Center
                        PERFORM StampEntry
                        PERFORM WriteAudit
                        DISPLAY "DELETED  " CD-Type " " CD-ID
                    ELSE
                        MOVE "DELETE" TO ErrOperation
                        PERFORM ReportCcError
                    END-IF
                END-IF
        END-EVALUATE.

*>    a whole pass of the master for anyone the center still pays for
    CheckCenterUnused.
        MOVE LOW-VALUES TO CC-Key
        MOVE "N" TO ScanDone
        START COSTCTR KEY IS NOT LESS THAN CC-Key
            INVALID KEY MOVE "Y" TO ScanDone
        END-START
        PERFORM CheckOneUser UNTIL ScanDone = "Y"
        IF CardOK = "N"
            ADD 1 TO EntriesRejected
        END-IF.

    CheckOneUser.
        READ COSTCTR NEXT RECORD
            AT END MOVE "Y" TO ScanDone
        END-READ
        IF ScanDone = "N" AND CC-Type NOT = "C"
            AND CC-Center = CD-ID(1:6)
            DISPLAY "CCADM: COST CENTER " CD-ID " STILL PAYS FOR "
                CC-Type " " CC-ID " -- MOVE IT FIRST"
            MOVE "N" TO CardOK
            MOVE "Y" TO ScanDone
        END-IF.

    StampEntry.
        ACCEPT NowTime FROM TIME
        MOVE TodayDate TO CC-ChgDate
        MOVE AdminID TO CC-ChgBy.

    WriteAudit.
        ADD 1 TO EntriesApplied
        MOVE TodayDate TO CA-Date
        MOVE NowTime TO CA-Time
        MOVE CC-Key TO CA-Key
        MOVE OldCenter TO CA-OldCenter
        MOVE CC-Center TO CA-NewCenter
        MOVE AdminID TO CA-ChgBy
        WRITE CcAudRecord
        IF NOT CA-OK
            DISPLAY "CCADM: " CC-Type " " CC-ID " WAS SET BUT THE "
                "CCAUD WRITE FAILED, STATUS " CA-Status
            MOVE "CCAUD" TO ErrFile
            MOVE "WRITE" TO ErrOperation
            MOVE CA-Status TO ErrFileStatus
            CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
                ErrFileStatus, ErrGameID
            MOVE 8 TO RETURN-CODE
        END-IF.

    ReportCcError.
        DISPLAY "CCADM: " CD-Type " " CD-ID " NOT APPLIED, COSTCTR "
            "STATUS " CC-Status
        ADD 1 TO EntriesRejected
        MOVE "COSTCTR" TO ErrFile
        MOVE CC-Status TO ErrFileStatus
        CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
            ErrFileStatus, ErrGameID.
