       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PARMADM.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SYSPARM ASSIGN TO "SYSPARM"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SP-Name
        FILE STATUS IS SP-Status.
    SELECT PARMAUD ASSIGN TO "PARMAUD"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS PA-Status.
    SELECT REGADMIN ASSIGN TO "REGADMIN"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AD-AdminID
        FILE STATUS IS AD-Status.
DATA DIVISION.
FILE SECTION.
*>    the site's tunable settings, as PARMGET reads them
FD SYSPARM.
   01 SysParmRecord.
       02 SP-Name PIC X(16).
       02 SP-Value PIC 9(9).
       02 SP-PrevValue PIC 9(9).
       02 SP-Desc PIC X(40).
       02 SP-ChgDate PIC 9(8).
       02 SP-ChgTime PIC 9(8).
       02 SP-ChgBy PIC X(10).
*>    one record per parameter added or changed: when, which one, the
*>    value before (zero for an addition) and after, and who did it
FD PARMAUD.
   01 ParmAudRecord.
       02 PA-Date PIC 9(8).
       02 PA-Time PIC 9(8).
       02 PA-Name PIC X(16).
       02 PA-Action PIC X(6).
       02 PA-OldValue PIC 9(9).
       02 PA-NewValue PIC 9(9).
       02 PA-ChgBy PIC X(10).
*>    the administrators TTTADM and PLAYENRL GRANT maintain
FD REGADMIN.
   01 RegAdminRecord.
       02 AD-AdminID PIC X(10).
       02 AD-GrantDate PIC 9(8).
WORKING-STORAGE SECTION.
   01 SP-Status PIC XX.
       88 SP-OK VALUE "00".
       88 SP-EOF VALUE "10".
       88 SP-NotFound VALUE "35".
   01 PA-Status PIC XX.
       88 PA-OK VALUE "00".
       88 PA-NotFound VALUE "35".
   01 AD-Status PIC XX.
       88 AD-OK VALUE "00".
   01 RunFunc PIC X(10) VALUE SPACES.
       88 ListFunc VALUE "LIST".
       88 AddFunc VALUE "ADD".
       88 ChangeFunc VALUE "CHANGE".
   01 AdminID PIC X(10) VALUE SPACES.
*>    one parameter per card: the name in columns 1-16, the value
*>    from column 18, a description from column 28 (required on ADD,
*>    optional on CHANGE); a blank card ends the list
   01 ParmCard PIC X(80).
   01 ParmCardFields REDEFINES ParmCard.
       02 PC-Name PIC X(16).
       02 FILLER PIC X.
       02 PC-Value PIC X(9).
       02 FILLER PIC X.
       02 PC-Desc PIC X(40).
       02 FILLER PIC X(13).
   01 ValueLen PIC 99.
   01 NewValue PIC 9(9).
   01 CardOK PIC X.
   01 TodayDate PIC 9(8).
   01 NowTime PIC 9(8).
   01 ScanDone PIC X.
   01 ParmsListed PIC 9(5) VALUE 0.
   01 ParmsApplied PIC 9(5) VALUE 0.
   01 ParmsUnchanged PIC 9(5) VALUE 0.
   01 ParmsRejected PIC 9(5) VALUE 0.
   01 ErrProgram PIC X(12) VALUE "PARMADM".
   01 ErrFile PIC X(11).
   01 ErrOperation PIC X(7).
   01 ErrFileStatus PIC XX.
   01 ErrGameID PIC X(16) VALUE SPACES.

*>    upkeep of the site parameter file the programs read through
*>    PARMGET.  LIST prints what is on file.  ADD puts new parameters
*>    on it and CHANGE alters the value (and, if given, the
*>    description) of ones already there; both are administrator
*>    acts, checked against REGADMIN the way DISPUTE checks, and
*>    every addition and change goes on the PARMAUD trail with the
*>    value before and after and the administrator's ID.  No change
*>    is made when the trail won't open.  A bad card is reported and
*>    skipped, the rest still applied, and the run ends RC 8.  A
*>    parameter the file doesn't carry is simply the program's own
*>    built-in value -- PARMRPT prints the settings for audit
PROCEDURE DIVISION.
    DISPLAY "Function (LIST/ADD/CHANGE): " WITH NO ADVANCING
    ACCEPT RunFunc
    MOVE FUNCTION UPPER-CASE(RunFunc) TO RunFunc
    IF NOT ListFunc AND NOT AddFunc AND NOT ChangeFunc
        DISPLAY "PARMADM: FUNCTION MUST BE LIST, ADD OR CHANGE"
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
    PERFORM OpenParmFile
    PERFORM OpenAuditTrail
    DISPLAY " "
    DISPLAY "===== SYSTEM PARAMETERS, " RunFunc " BY " AdminID " ====="
    DISPLAY " "
    PERFORM ReadParmCard
    PERFORM ApplyParmCard UNTIL ParmCard = SPACES
    CLOSE SYSPARM PARMAUD
    DISPLAY " "
    DISPLAY "PARAMETERS APPLIED ...... " ParmsApplied
    IF ParmsUnchanged > 0
        DISPLAY "ALREADY AT THAT VALUE ... " ParmsUnchanged
    END-IF
    IF ParmsRejected > 0
        DISPLAY "CARDS REJECTED .......... " ParmsRejected
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

*>    ---------- LIST ----------

    DoList.
        OPEN INPUT SYSPARM
        IF SP-NotFound
            DISPLAY "PARMADM: NO PARAMETERS HAVE BEEN SET -- EVERY "
                "PROGRAM USES ITS BUILT-IN VALUES"
            STOP RUN
        END-IF
        IF NOT SP-OK
            DISPLAY "PARMADM: UNABLE TO OPEN SYSPARM, STATUS " SP-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        DISPLAY " "
        DISPLAY "===== SYSTEM PARAMETERS ====="
        DISPLAY " "
        DISPLAY "PARAMETER         VALUE      DESCRIPTION"
        MOVE LOW-VALUES TO SP-Name
        MOVE "N" TO ScanDone
        START SYSPARM KEY IS NOT LESS THAN SP-Name
            INVALID KEY MOVE "Y" TO ScanDone
        END-START
        PERFORM ListOneParm UNTIL ScanDone = "Y"
        CLOSE SYSPARM
        IF ParmsListed = 0
            DISPLAY "(NO PARAMETERS ON FILE)"
        END-IF.

    ListOneParm.
        READ SYSPARM NEXT RECORD
            AT END MOVE "Y" TO ScanDone
        END-READ
        IF ScanDone = "N"
            ADD 1 TO ParmsListed
            DISPLAY SP-Name "  " SP-Value "  " SP-Desc
        END-IF.

*>    ---------- ADD / CHANGE ----------

    CheckAdministrator.
        IF AdminID = SPACES
            DISPLAY "PARMADM: AN ADMINISTRATOR ID IS REQUIRED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT REGADMIN
        IF NOT AD-OK
            DISPLAY "PARMADM: UNABLE TO OPEN REGADMIN, STATUS "
                AD-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE AdminID TO AD-AdminID
        READ REGADMIN
            INVALID KEY
                DISPLAY "PARMADM: " AdminID " IS NOT AN ADMINISTRATOR"
                CLOSE REGADMIN
                MOVE 8 TO RETURN-CODE
                STOP RUN
        END-READ
        CLOSE REGADMIN.

*>    the first ADD creates the file; a CHANGE needs one already there
    OpenParmFile.
        OPEN I-O SYSPARM
        IF SP-NotFound AND AddFunc
            OPEN OUTPUT SYSPARM
            CLOSE SYSPARM
            OPEN I-O SYSPARM
        END-IF
        IF SP-NotFound
            DISPLAY "PARMADM: NO PARAMETERS ON FILE TO CHANGE -- ADD "
                "THEM FIRST"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        IF NOT SP-OK
            DISPLAY "PARMADM: UNABLE TO OPEN SYSPARM, STATUS " SP-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.

    OpenAuditTrail.
        OPEN EXTEND PARMAUD
        IF PA-NotFound
            OPEN OUTPUT PARMAUD
        END-IF
        IF NOT PA-OK
            DISPLAY "PARMADM: UNABLE TO OPEN PARMAUD, STATUS " PA-Status
                " -- NO CHANGE MADE"
            MOVE "PARMAUD" TO ErrFile
            MOVE "OPEN" TO ErrOperation
            MOVE PA-Status TO ErrFileStatus
            CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
                ErrFileStatus, ErrGameID
            CLOSE SYSPARM
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.

    ReadParmCard.
        MOVE SPACES TO ParmCard
        DISPLAY "Parameter card (blank to finish): " WITH NO ADVANCING
        ACCEPT ParmCard.

    ApplyParmCard.
        MOVE FUNCTION UPPER-CASE(PC-Name) TO PC-Name
        PERFORM CheckParmCard
        IF CardOK = "Y"
            IF AddFunc
                PERFORM AddParm
            ELSE
                PERFORM ChangeParm
            END-IF
        END-IF
        PERFORM ReadParmCard.

*>    the value must be all digits from column 18, nothing after them
    CheckParmCard.
        MOVE "Y" TO CardOK
        MOVE 0 TO ValueLen
        INSPECT PC-Value TALLYING ValueLen
            FOR CHARACTERS BEFORE INITIAL SPACE
        EVALUATE TRUE
            WHEN PC-Name = SPACES OR PC-Name(1:1) = SPACE
                DISPLAY "PARMADM: NO PARAMETER NAME IN COLUMNS 1-16 -- "
                    ParmCard
                MOVE "N" TO CardOK
            WHEN ValueLen = 0
                DISPLAY "PARMADM: " PC-Name " HAS NO VALUE IN COLUMN 18"
                MOVE "N" TO CardOK
            WHEN PC-Value(1:ValueLen) NOT NUMERIC
                DISPLAY "PARMADM: " PC-Name " VALUE " PC-Value
                    " IS NOT A WHOLE NUMBER"
                MOVE "N" TO CardOK
            WHEN ValueLen < 9 AND PC-Value(ValueLen + 1:) NOT = SPACES
                DISPLAY "PARMADM: " PC-Name " VALUE " PC-Value
                    " IS NOT A WHOLE NUMBER"
                MOVE "N" TO CardOK
            WHEN AddFunc AND PC-Desc = SPACES
                DISPLAY "PARMADM: " PC-Name " NEEDS A DESCRIPTION FROM "
                    "COLUMN 28"
                MOVE "N" TO CardOK
            WHEN OTHER
                MOVE PC-Value(1:ValueLen) TO NewValue
        END-EVALUATE
        IF CardOK = "N"
            ADD 1 TO ParmsRejected
        END-IF.

    AddParm.
        MOVE PC-Name TO SP-Name
        MOVE NewValue TO SP-Value
        MOVE 0 TO SP-PrevValue
        MOVE PC-Desc TO SP-Desc
        PERFORM StampParm
        WRITE SysParmRecord
            INVALID KEY CONTINUE
        END-WRITE
        EVALUATE TRUE
            WHEN SP-OK
                MOVE "ADD" TO PA-Action
                PERFORM WriteAudit
                DISPLAY "ADDED    " SP-Name "  " SP-Value "  " SP-Desc
            WHEN SP-Status = "22"
                DISPLAY "PARMADM: " PC-Name " IS ALREADY ON FILE -- "
                    "USE CHANGE"
                ADD 1 TO ParmsRejected
            WHEN OTHER
                MOVE "WRITE" TO ErrOperation
                PERFORM ReportParmError
        END-EVALUATE.

    ChangeParm.
        MOVE PC-Name TO SP-Name
        READ SYSPARM
            INVALID KEY CONTINUE
        END-READ
        EVALUATE TRUE
            WHEN SP-Status = "23"
                DISPLAY "PARMADM: " PC-Name " IS NOT ON FILE -- USE ADD"
                ADD 1 TO ParmsRejected
            WHEN NOT SP-OK
                MOVE "READ" TO ErrOperation
                PERFORM ReportParmError
            WHEN SP-Value = NewValue
                AND (PC-Desc = SPACES OR PC-Desc = SP-Desc)
                DISPLAY "UNCHANGED " SP-Name "  " SP-Value
                ADD 1 TO ParmsUnchanged
            WHEN OTHER
                MOVE SP-Value TO SP-PrevValue
                MOVE NewValue TO SP-Value
                IF PC-Desc NOT = SPACES
                    MOVE PC-Desc TO SP-Desc
                END-IF
                PERFORM StampParm
                REWRITE SysParmRecord
                    INVALID KEY CONTINUE
                END-REWRITE
                IF SP-OK
                    MOVE "CHANGE" TO PA-Action
                    PERFORM WriteAudit
                    DISPLAY "CHANGED  " SP-Name "  " SP-PrevValue
                        " TO " SP-Value
                ELSE
                    MOVE "REWRITE" TO ErrOperation
                    PERFORM ReportParmError
                END-IF
        END-EVALUATE.

    StampParm.
        ACCEPT NowTime FROM TIME
        MOVE TodayDate TO SP-ChgDate
        MOVE NowTime TO SP-ChgTime
        MOVE AdminID TO SP-ChgBy.

    WriteAudit.
        ADD 1 TO ParmsApplied
        MOVE SP-ChgDate TO PA-Date
        MOVE SP-ChgTime TO PA-Time
        MOVE SP-Name TO PA-Name
        MOVE SP-PrevValue TO PA-OldValue
        MOVE SP-Value TO PA-NewValue
        MOVE SP-ChgBy TO PA-ChgBy
        WRITE ParmAudRecord
        IF NOT PA-OK
            DISPLAY "PARMADM: " SP-Name " WAS SET BUT THE PARMAUD "
                "WRITE FAILED, STATUS " PA-Status
            MOVE "PARMAUD" TO ErrFile
            MOVE "WRITE" TO ErrOperation
            MOVE PA-Status TO ErrFileStatus
            CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
                ErrFileStatus, ErrGameID
            MOVE 8 TO RETURN-CODE
        END-IF.

    ReportParmError.
        DISPLAY "PARMADM: " PC-Name " NOT APPLIED, SYSPARM STATUS "
            SP-Status
        ADD 1 TO ParmsRejected
        MOVE "SYSPARM" TO ErrFile
        MOVE SP-Status TO ErrFileStatus
        CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
            ErrFileStatus, ErrGameID.
