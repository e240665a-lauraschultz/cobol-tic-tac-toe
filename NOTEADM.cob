       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. NOTEADM.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT NOTICES ASSIGN TO "NOTICES"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NT-Key
        FILE STATUS IS NT-Status.
DATA DIVISION.
FILE SECTION.
*>    the players' inbox, as PLAYNOTE keeps it: notices keyed by
*>    player and posting stamp, broadcasts under *ALL, and each
*>    player's marker under a zero stamp
FD NOTICES.
   01 NoticeRecord.
       02 NT-Key.
           03 NT-PlayerID PIC X(10).
           03 NT-Date PIC 9(8).
           03 NT-Time PIC 9(8).
           03 NT-Seq PIC 99.
       02 NT-Body.
           03 NT-From PIC X(8).
           03 NT-Read PIC X.
           03 NT-Expiry PIC 9(8).
           03 NT-Text PIC X(60).
WORKING-STORAGE SECTION.
   01 NT-Status PIC XX.
       88 NT-OK VALUE "00".
       88 NT-EOF VALUE "10".
       88 NT-NotFound VALUE "35".
   01 RunFunc PIC X(10) VALUE SPACES.
       88 BroadcastFunc VALUE "BROADCAST".
       88 ListFunc VALUE "LIST".
       88 PurgeFunc VALUE "PURGE".
   01 BroadcastID PIC X(10) VALUE "*ALL".
   01 ExpiryEntry PIC X(8).
   01 TextEntry PIC X(60).
   01 DaysEntry PIC X(4).
   01 KeepDays PIC 9(4) VALUE 0.
   01 TodayDate PIC 9(8).
   01 TodayInt PIC 9(8).
   01 CutoffDate PIC 9(8).
   01 ScanDone PIC X.
   01 BroadcastsListed PIC 9(5) VALUE 0.
   01 NoticesOnFile PIC 9(7) VALUE 0.
   01 NoticesUnread PIC 9(7) VALUE 0.
   01 NoticesPurged PIC 9(7) VALUE 0.
   01 BroadcastsPurged PIC 9(5) VALUE 0.
   01 PurgeFailed PIC 9(5) VALUE 0.
   01 BcastState PIC X(7).
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

*>    the operators' side of the players' inbox.  BROADCAST posts a
*>    notice every player is shown once at their next sign-on, up
*>    to an expiry date (a card each for the date and the text);
*>    it goes through PLAYNOTE like every other notice, so an
*>    identical broadcast still current is not posted twice.  LIST
*>    prints the broadcasts on file and how many players' notices
*>    are waiting unread.  PURGE, run nightly, removes notices read
*>    more than a given number of days ago, notices and broadcasts
*>    past their expiry, and leaves unread ones for their player
PROCEDURE DIVISION.
    DISPLAY "Function (BROADCAST/LIST/PURGE): " WITH NO ADVANCING
    ACCEPT RunFunc
    MOVE FUNCTION UPPER-CASE(RunFunc) TO RunFunc
    IF NOT BroadcastFunc AND NOT ListFunc AND NOT PurgeFunc
        DISPLAY "NOTEADM: FUNCTION MUST BE BROADCAST, LIST OR PURGE"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ACCEPT TodayDate FROM DATE YYYYMMDD
    COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(TodayDate)
    EVALUATE TRUE
        WHEN BroadcastFunc
            PERFORM DoBroadcast
        WHEN ListFunc
            PERFORM DoList
        WHEN PurgeFunc
            PERFORM DoPurge
    END-EVALUATE
    STOP RUN.

*>    ---------- BROADCAST ----------

    DoBroadcast.
        DISPLAY "Show until (YYYYMMDD): " WITH NO ADVANCING
        ACCEPT ExpiryEntry
        IF ExpiryEntry NOT NUMERIC
            DISPLAY "NOTEADM: A NUMERIC YYYYMMDD EXPIRY DATE IS "
                "REQUIRED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE ExpiryEntry TO NQ-Expiry
        IF FUNCTION TEST-DATE-YYYYMMDD(NQ-Expiry) NOT = 0
            DISPLAY "NOTEADM: " ExpiryEntry " IS NOT A VALID DATE"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        IF NQ-Expiry < TodayDate
            DISPLAY "NOTEADM: EXPIRY " ExpiryEntry
                " HAS ALREADY PASSED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        DISPLAY "Notice text (up to 60 characters): "
            WITH NO ADVANCING
        ACCEPT TextEntry
        IF TextEntry = SPACES
            DISPLAY "NOTEADM: THE NOTICE TEXT IS REQUIRED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "B" TO NoteFunction
        MOVE SPACES TO NQ-PlayerID
        MOVE "OPERATOR" TO NQ-From
        MOVE TextEntry TO NQ-Text
        CALL 'PLAYNOTE' USING NoteFunction, NoteRequest, NoteResult,
            NoteList
        EVALUATE NoteResult
            WHEN "O"
                DISPLAY "BROADCAST POSTED, SHOWN TO EACH PLAYER AT "
                    "SIGN-ON UNTIL " NQ-Expiry
                DISPLAY "  " NQ-Text
            WHEN "D"
                DISPLAY "NOTEADM: THE SAME BROADCAST IS ALREADY "
                    "CURRENT -- NOT POSTED AGAIN"
                MOVE 4 TO RETURN-CODE
            WHEN OTHER
                DISPLAY "NOTEADM: BROADCAST NOT POSTED -- SEE "
                    "ERRLOG FOR THE NOTICES FILE STATUS"
                MOVE 8 TO RETURN-CODE
        END-EVALUATE.

*>    ---------- LIST ----------

    DoList.
        OPEN INPUT NOTICES
        IF NT-NotFound
            DISPLAY "NOTEADM: NO NOTICES HAVE BEEN POSTED YET"
            STOP RUN
        END-IF
        IF NOT NT-OK
            DISPLAY "NOTEADM: UNABLE TO OPEN NOTICES, STATUS "
                NT-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        DISPLAY " "
        DISPLAY "===== BROADCAST NOTICES ====="
        DISPLAY " "
        DISPLAY "POSTED    TIME      UNTIL     STATE    FROM      TEXT"
        MOVE LOW-VALUES TO NT-Key
        MOVE "N" TO ScanDone
        START NOTICES KEY IS NOT LESS THAN NT-Key
            INVALID KEY MOVE "Y" TO ScanDone
        END-START
        PERFORM ListOneNotice UNTIL ScanDone = "Y"
        CLOSE NOTICES
        IF BroadcastsListed = 0
            DISPLAY "(NO BROADCASTS ON FILE)"
        END-IF
        DISPLAY " "
        DISPLAY "PLAYER NOTICES ON FILE .. " NoticesOnFile
        DISPLAY "WAITING UNREAD .......... " NoticesUnread.

    ListOneNotice.
        READ NOTICES NEXT RECORD
            AT END MOVE "Y" TO ScanDone
        END-READ
        IF ScanDone = "N"
            EVALUATE TRUE
                WHEN NT-PlayerID = BroadcastID
                    ADD 1 TO BroadcastsListed
                    IF NT-Expiry > 0 AND NT-Expiry < TodayDate
                        MOVE "EXPIRED" TO BcastState
                    ELSE
                        MOVE "CURRENT" TO BcastState
                    END-IF
                    DISPLAY NT-Date "  " NT-Time "  " NT-Expiry "  "
                        BcastState "  " NT-From "  " NT-Text
                WHEN NT-Date = 0
                    CONTINUE
                WHEN OTHER
                    ADD 1 TO NoticesOnFile
                    IF NT-Read = "N"
                        ADD 1 TO NoticesUnread
                    END-IF
            END-EVALUATE
        END-IF.

*>    ---------- PURGE ----------

    DoPurge.
        DISPLAY "Purge read notices older than how many days? "
            WITH NO ADVANCING
        ACCEPT DaysEntry
        IF DaysEntry = SPACES
            DISPLAY "NOTEADM: A NUMERIC DAY COUNT IS REQUIRED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE FUNCTION NUMVAL(DaysEntry) TO KeepDays
        COMPUTE CutoffDate = FUNCTION DATE-OF-INTEGER(TodayInt - KeepDays)
        OPEN I-O NOTICES
        IF NT-NotFound
            DISPLAY "NOTEADM: NO NOTICES HAVE BEEN POSTED YET"
            STOP RUN
        END-IF
        IF NOT NT-OK
            DISPLAY "NOTEADM: UNABLE TO OPEN NOTICES, STATUS "
                NT-Status
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE LOW-VALUES TO NT-Key
        MOVE "N" TO ScanDone
        START NOTICES KEY IS NOT LESS THAN NT-Key
            INVALID KEY MOVE "Y" TO ScanDone
        END-START
        PERFORM PurgeOneNotice UNTIL ScanDone = "Y"
        CLOSE NOTICES
        DISPLAY " "
        DISPLAY "===== NOTICES PURGED ====="
        DISPLAY "PLAYER NOTICES READ BEFORE " CutoffDate
            " OR EXPIRED .. " NoticesPurged
        DISPLAY "BROADCASTS EXPIRED ............ " BroadcastsPurged
        IF PurgeFailed > 0
            DISPLAY "NOT PURGED (DELETE FAILED) .... " PurgeFailed
            MOVE 4 TO RETURN-CODE
        END-IF.

*>    a notice's posting date stands in for when it was read; the
*>    markers (zero stamp) are kept, since a marker naming a purged
*>    broadcast still places the player correctly among the rest
    PurgeOneNotice.
        READ NOTICES NEXT RECORD
            AT END MOVE "Y" TO ScanDone
        END-READ
        IF ScanDone = "N" AND NT-Date > 0
            EVALUATE TRUE
                WHEN NT-Expiry > 0 AND NT-Expiry < TodayDate
                    PERFORM DeleteNotice
                WHEN NT-PlayerID NOT = BroadcastID
                    AND NT-Read = "Y" AND NT-Date < CutoffDate
                    PERFORM DeleteNotice
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF.

    DeleteNotice.
        DELETE NOTICES RECORD
            INVALID KEY CONTINUE
        END-DELETE
        EVALUATE TRUE
            WHEN NOT NT-OK
                ADD 1 TO PurgeFailed
            WHEN NT-PlayerID = BroadcastID
                ADD 1 TO BroadcastsPurged
            WHEN OTHER
                ADD 1 TO NoticesPurged
        END-EVALUATE.
