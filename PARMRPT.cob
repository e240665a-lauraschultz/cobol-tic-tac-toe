       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PARMRPT.
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
*>    PARMADM's trail of every addition and change
FD PARMAUD.
   01 ParmAudRecord.
       02 PA-Date PIC 9(8).
       02 PA-Time PIC 9(8).
       02 PA-Name PIC X(16).
       02 PA-Action PIC X(6).
       02 PA-OldValue PIC 9(9).
       02 PA-NewValue PIC 9(9).
       02 PA-ChgBy PIC X(10).
WORKING-STORAGE SECTION.
   01 SP-Status PIC XX.
       88 SP-OK VALUE "00".
       88 SP-NotFound VALUE "35".
   01 PA-Status PIC XX.
       88 PA-OK VALUE "00".
       88 PA-EOF VALUE "10".
       88 PA-NotFound VALUE "35".
   01 ParmFileOpen PIC X VALUE "N".
   01 SinceEntry PIC X(8).
   01 SinceDate PIC 9(8) VALUE 0.
   01 TodayDate PIC 9(8).
*>    every parameter a program asks PARMGET for, with the value the
*>    program uses when the file doesn't carry it, the range it will
*>    accept, and the program that reads it (TTTCICS's forfeit limit
*>    falls back to the MATCHCFG record before its own 30)
   01 KnownParms.
       02 FILLER PIC X(16) VALUE "CASUAL-CLOCK".
       02 FILLER PIC 9(9) VALUE 0.
       02 FILLER PIC 9(9) VALUE 0.
       02 FILLER PIC 9(9) VALUE 999.
       02 FILLER PIC X(9) VALUE "MAIN".
       02 FILLER PIC X(16) VALUE "CKPT-STALE-DAYS".
       02 FILLER PIC 9(9) VALUE 30.
       02 FILLER PIC 9(9) VALUE 1.
       02 FILLER PIC 9(9) VALUE 9999.
       02 FILLER PIC X(9) VALUE "CKPTUTIL".
       02 FILLER PIC X(16) VALUE "CKPT-WARN-DAYS".
       02 FILLER PIC 9(9) VALUE 7.
       02 FILLER PIC 9(9) VALUE 0.
       02 FILLER PIC 9(9) VALUE 99.
       02 FILLER PIC X(9) VALUE "CKPTUTIL".
       02 FILLER PIC X(16) VALUE "FORFEIT-MINUTES".
       02 FILLER PIC 9(9) VALUE 30.
       02 FILLER PIC 9(9) VALUE 1.
       02 FILLER PIC 9(9) VALUE 9999.
       02 FILLER PIC X(9) VALUE "TTTCICS".
       02 FILLER PIC X(16) VALUE "LEAGUE-CLOCK".
       02 FILLER PIC 9(9) VALUE 60.
       02 FILLER PIC 9(9) VALUE 1.
       02 FILLER PIC 9(9) VALUE 999.
       02 FILLER PIC X(9) VALUE "MAIN".
       02 FILLER PIC X(16) VALUE "LOG-RETAIN-DAYS".
       02 FILLER PIC 9(9) VALUE 365.
       02 FILLER PIC 9(9) VALUE 1.
       02 FILLER PIC 9(9) VALUE 9999.
       02 FILLER PIC X(9) VALUE "LOGARCH".
       02 FILLER PIC X(16) VALUE "PIN-LOCK-LIMIT".
       02 FILLER PIC 9(9) VALUE 5.
       02 FILLER PIC 9(9) VALUE 1.
       02 FILLER PIC 9(9) VALUE 9.
       02 FILLER PIC X(9) VALUE "CHECKREG".
       02 FILLER PIC X(16) VALUE "RATING-K-FACTOR".
       02 FILLER PIC 9(9) VALUE 32.
       02 FILLER PIC 9(9) VALUE 1.
       02 FILLER PIC 9(9) VALUE 99.
       02 FILLER PIC X(9) VALUE "RATINGUPD".
       02 FILLER PIC X(16) VALUE "SELFPLAY-DIFF1".
       02 FILLER PIC 9(9) VALUE 2.
       02 FILLER PIC 9(9) VALUE 1.
       02 FILLER PIC 9(9) VALUE 3.
       02 FILLER PIC X(9) VALUE "SELFPLAY".
       02 FILLER PIC X(16) VALUE "SELFPLAY-DIFF2".
       02 FILLER PIC 9(9) VALUE 3.
       02 FILLER PIC 9(9) VALUE 1.
       02 FILLER PIC 9(9) VALUE 3.
       02 FILLER PIC X(9) VALUE "SELFPLAY".
       02 FILLER PIC X(16) VALUE "SELFPLAY-GAMES".
       02 FILLER PIC 9(9) VALUE 10.
       02 FILLER PIC 9(9) VALUE 1.
       02 FILLER PIC 9(9) VALUE 9999.
       02 FILLER PIC X(9) VALUE "SELFPLAY".
       02 FILLER PIC X(16) VALUE "TXN-PEAK-MS".
       02 FILLER PIC 9(9) VALUE 2000.
       02 FILLER PIC 9(9) VALUE 1.
       02 FILLER PIC 9(9) VALUE 999999.
       02 FILLER PIC X(9) VALUE "TXNRPT".
       02 FILLER PIC X(16) VALUE "CHG-GAME-CENTS".
       02 FILLER PIC 9(9) VALUE 10.
       02 FILLER PIC 9(9) VALUE 0.
       02 FILLER PIC 9(9) VALUE 99999.
       02 FILLER PIC X(9) VALUE "CHGBACK".
       02 FILLER PIC X(16) VALUE "CHG-THINK-CENTS".
       02 FILLER PIC 9(9) VALUE 2.
       02 FILLER PIC 9(9) VALUE 0.
       02 FILLER PIC 9(9) VALUE 99999.
       02 FILLER PIC X(9) VALUE "CHGBACK".
   01 KnownParmTable REDEFINES KnownParms.
       02 KnownParmEntry OCCURS 14 TIMES.
           03 KP-Name PIC X(16).
           03 KP-Default PIC 9(9).
           03 KP-Low PIC 9(9).
           03 KP-High PIC 9(9).
           03 KP-Program PIC X(9).
   01 KP-Idx PIC 99.
   01 KnownFound PIC X.
   01 InForce PIC 9(9).
   01 InForceFrom PIC X(8).
   01 ScanDone PIC X.
   01 ParmsOnFile PIC 9(5) VALUE 0.
   01 ParmsAtDefault PIC 9(5) VALUE 0.
   01 ParmsOutOfRange PIC 9(5) VALUE 0.
   01 ParmsUnread PIC 9(5) VALUE 0.
   01 ChangesListed PIC 9(5) VALUE 0.

*>    the audit print of the site parameters: every setting the
*>    programs read, the value in force and where it comes from (the
*>    file, or the program's built-in value), the value it replaced
*>    and who set it when; then any parameter on file that no program
*>    reads (a misspelt name does nothing, and shows up here); then
*>    the PARMAUD trail of additions and changes since a date card
*>    (blank for the whole trail).  RC 4 when a value on file is out
*>    of its program's range or no program reads it
PROCEDURE DIVISION.
    DISPLAY "Changes since (YYYYMMDD, blank for all): "
        WITH NO ADVANCING
    ACCEPT SinceEntry
    IF SinceEntry NOT = SPACES
        IF SinceEntry NOT NUMERIC
            DISPLAY "PARMRPT: THE SINCE DATE MUST BE YYYYMMDD OR BLANK"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE SinceEntry TO SinceDate
    END-IF
    ACCEPT TodayDate FROM DATE YYYYMMDD
    OPEN INPUT SYSPARM
    EVALUATE TRUE
        WHEN SP-OK
            MOVE "Y" TO ParmFileOpen
        WHEN SP-NotFound
            CONTINUE
        WHEN OTHER
            DISPLAY "PARMRPT: UNABLE TO OPEN SYSPARM, STATUS " SP-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    DISPLAY " "
    DISPLAY "===== SYSTEM PARAMETER SETTINGS AT " TodayDate " ====="
    PERFORM PrintSettings
    PERFORM PrintUnreadParms
    IF ParmFileOpen = "Y"
        CLOSE SYSPARM
    END-IF
    PERFORM PrintChanges
    DISPLAY " "
    DISPLAY "PARAMETERS ON FILE ............ " ParmsOnFile
    DISPLAY "SETTINGS AT THE BUILT-IN VALUE  " ParmsAtDefault
    DISPLAY "VALUES OUT OF RANGE (IGNORED) . " ParmsOutOfRange
    DISPLAY "ON FILE BUT READ BY NO PROGRAM  " ParmsUnread
    IF ParmsOutOfRange > 0 OR ParmsUnread > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

    PrintSettings.
        DISPLAY " "
        DISPLAY "PARAMETER         PROGRAM   IN FORCE   FROM      "
            "WAS        SET ON    BY"
        PERFORM PrintOneSetting VARYING KP-Idx FROM 1 BY 1
            UNTIL KP-Idx > 14.

*>    PARMGET's own rule: a value outside the program's range is
*>    ignored and the built-in value used
    PrintOneSetting.
        MOVE KP-Default(KP-Idx) TO InForce
        MOVE "BUILT-IN" TO InForceFrom
        MOVE "23" TO SP-Status
        IF ParmFileOpen = "Y"
            MOVE KP-Name(KP-Idx) TO SP-Name
            READ SYSPARM
                INVALID KEY CONTINUE
            END-READ
        END-IF
        EVALUATE TRUE
            WHEN NOT SP-OK
                ADD 1 TO ParmsAtDefault
                DISPLAY KP-Name(KP-Idx) "  " KP-Program(KP-Idx) "  "
                    InForce "  " InForceFrom
            WHEN SP-Value < KP-Low(KP-Idx) OR SP-Value > KP-High(KP-Idx)
                ADD 1 TO ParmsOutOfRange
                ADD 1 TO ParmsAtDefault
                DISPLAY KP-Name(KP-Idx) "  " KP-Program(KP-Idx) "  "
                    InForce "  " InForceFrom "  " SP-PrevValue "  "
                    SP-ChgDate "  " SP-ChgBy
                DISPLAY "  ** " SP-Value " ON FILE IS OUTSIDE "
                    KP-Low(KP-Idx) "-" KP-High(KP-Idx) " AND IS IGNORED"
            WHEN OTHER
                MOVE SP-Value TO InForce
                MOVE "FILE" TO InForceFrom
                DISPLAY KP-Name(KP-Idx) "  " KP-Program(KP-Idx) "  "
                    InForce "  " InForceFrom "  " SP-PrevValue "  "
                    SP-ChgDate "  " SP-ChgBy
        END-EVALUATE.

    PrintUnreadParms.
        DISPLAY " "
        DISPLAY "ON FILE BUT READ BY NO PROGRAM:"
        IF ParmFileOpen = "Y"
            MOVE LOW-VALUES TO SP-Name
            MOVE "N" TO ScanDone
            START SYSPARM KEY IS NOT LESS THAN SP-Name
                INVALID KEY MOVE "Y" TO ScanDone
            END-START
            PERFORM CheckOneOnFile UNTIL ScanDone = "Y"
        END-IF
        IF ParmsUnread = 0
            DISPLAY "(NONE)"
        END-IF.

    CheckOneOnFile.
        READ SYSPARM NEXT RECORD
            AT END MOVE "Y" TO ScanDone
        END-READ
        IF ScanDone = "N"
            ADD 1 TO ParmsOnFile
            MOVE "N" TO KnownFound
            PERFORM VARYING KP-Idx FROM 1 BY 1 UNTIL KP-Idx > 14
                IF KP-Name(KP-Idx) = SP-Name
                    MOVE "Y" TO KnownFound
                END-IF
            END-PERFORM
            IF KnownFound = "N"
                ADD 1 TO ParmsUnread
                DISPLAY SP-Name "  " SP-Value "  " SP-ChgDate "  "
                    SP-ChgBy "  " SP-Desc
            END-IF
        END-IF.

    PrintChanges.
        DISPLAY " "
        IF SinceDate = 0
            DISPLAY "CHANGES ON RECORD:"
        ELSE
            DISPLAY "CHANGES SINCE " SinceDate ":"
        END-IF
        DISPLAY "DATE      TIME      PARAMETER         ACTION  "
            "OLD VALUE  NEW VALUE  BY"
        OPEN INPUT PARMAUD
        IF PA-OK
            PERFORM ReadAudit
            PERFORM PrintOneChange UNTIL PA-EOF
            CLOSE PARMAUD
        END-IF
        IF ChangesListed = 0
            DISPLAY "(NO CHANGES ON RECORD)"
        END-IF.

    ReadAudit.
        READ PARMAUD
            AT END SET PA-EOF TO TRUE
        END-READ.

    PrintOneChange.
        IF PA-Date >= SinceDate
            ADD 1 TO ChangesListed
            DISPLAY PA-Date "  " PA-Time "  " PA-Name "  " PA-Action
                "  " PA-OldValue "  " PA-NewValue "  " PA-ChgBy
        END-IF
        PERFORM ReadAudit.
