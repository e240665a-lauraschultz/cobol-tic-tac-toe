       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PLAYNOTE.
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
*>    the players' inbox: one record per notice, keyed by the player
*>    ID and when it was posted (a sequence number parts two notices
*>    posted in the same instant).  Broadcasts are filed under the ID *ALL.
*>    Each player's record under a zero date and time is their
*>    marker: the key of the last broadcast they were shown
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
       02 NT-Marker REDEFINES NT-Body.
           03 NT-SeenDate PIC 9(8).
           03 NT-SeenTime PIC 9(8).
           03 NT-SeenSeq PIC 99.
           03 FILLER PIC X(59).
WORKING-STORAGE SECTION.
   01 NT-Status PIC XX.
       88 NT-OK VALUE "00".
       88 NT-EOF VALUE "10".
       88 NT-NotFound VALUE "35".
       88 NT-Duplicate VALUE "22".
   01 BroadcastID PIC X(10) VALUE "*ALL".
   01 PostID PIC X(10).
   01 TodayDate PIC 9(8).
   01 NowTime PIC 9(8).
   01 ScanDone PIC X.
   01 DupFound PIC X.
   01 MarkerOnFile PIC X.
   01 BcastShown PIC X.
   01 SeenDate PIC 9(8).
   01 SeenTime PIC 9(8).
   01 SeenSeq PIC 99.
   01 ErrProgram PIC X(12) VALUE "PLAYNOTE".
   01 ErrFile PIC X(11) VALUE "NOTICES".
   01 ErrOperation PIC X(7).
   01 ErrFileStatus PIC XX.
   01 ErrGameID PIC X(16) VALUE SPACES.
LINKAGE SECTION.
*>    P = post NQ-Text to NQ-PlayerID, B = post it to every player
*>    as a broadcast, R = hand back NQ-PlayerID's unread notices
*>    (their own, then any broadcast not yet shown them) and mark
*>    them read
   01 NoteFunction PIC X.
   01 NoteRequest.
       02 NQ-PlayerID PIC X(10).
       02 NQ-From PIC X(8).
*>    the last date the notice is worth showing; zero for no limit
       02 NQ-Expiry PIC 9(8).
       02 NQ-Text PIC X(60).
*>    O = done, D = the same notice is already waiting unread (not
*>    posted twice), N = no inbox file yet (nothing to read),
*>    F = file trouble
   01 NoteResult PIC X.
*>    a read hands back up to ten notices at a time, and whether
*>    more are waiting behind them
   01 NoteList.
       02 NL-Count PIC 99.
       02 NL-More PIC X.
       02 NL-Entry OCCURS 10 TIMES.
           03 NL-Date PIC 9(8).
           03 NL-From PIC X(8).
           03 NL-Text PIC X(60).

*>    the one writer and reader of the players' inbox: the league,
*>    playoff, registration, saved-game and quiesce programs post
*>    notices here, the operators' broadcasts come in through
*>    NOTEADM, and MAIN and TTTCICS read them at sign-on.  A notice
*>    is a line of text from a named program; a post that would
*>    repeat one still waiting unread is dropped, so a program run
*>    over and over (QUIESCAL every few minutes) says it once
PROCEDURE DIVISION USING NoteFunction, NoteRequest, NoteResult,
        NoteList.
    ACCEPT TodayDate FROM DATE YYYYMMDD
    ACCEPT NowTime FROM TIME
    EVALUATE NoteFunction
        WHEN "P"
            MOVE NQ-PlayerID TO PostID
            PERFORM PostNotice
        WHEN "B"
            MOVE BroadcastID TO PostID
            PERFORM PostNotice
        WHEN "R"
            PERFORM ReadNotices
        WHEN OTHER
            MOVE "F" TO NoteResult
    END-EVALUATE
    GOBACK.

    PostNotice.
        IF PostID = SPACES OR NQ-Text = SPACES
            MOVE "F" TO NoteResult
        ELSE
            OPEN I-O NOTICES
            IF NT-NotFound
                OPEN OUTPUT NOTICES
                CLOSE NOTICES
                OPEN I-O NOTICES
            END-IF
            IF NOT NT-OK
                MOVE "F" TO NoteResult
                MOVE "OPEN" TO ErrOperation
                PERFORM ReportFileError
            ELSE
                PERFORM FindDuplicate
                IF DupFound = "Y"
                    MOVE "D" TO NoteResult
                ELSE
                    PERFORM WriteNotice
                END-IF
                CLOSE NOTICES
            END-IF
        END-IF.

*>    the zero key is the marker's, the lowest a player can have, so
*>    the START lands at the top of their range
    FindDuplicate.
        MOVE "N" TO DupFound
        MOVE "N" TO ScanDone
        MOVE PostID TO NT-PlayerID
        MOVE 0 TO NT-Date NT-Time NT-Seq
        START NOTICES KEY IS NOT LESS THAN NT-Key
            INVALID KEY MOVE "Y" TO ScanDone
        END-START
        PERFORM CheckDuplicate UNTIL ScanDone = "Y".

    CheckDuplicate.
        READ NOTICES NEXT RECORD
            AT END MOVE "Y" TO ScanDone
        END-READ
        IF ScanDone = "N"
            IF NT-PlayerID NOT = PostID
                MOVE "Y" TO ScanDone
            ELSE
                IF NT-Date > 0 AND NT-Read = "N"
                    AND NT-From = NQ-From AND NT-Text = NQ-Text
                    AND (NT-Expiry = 0 OR NT-Expiry >= TodayDate)
                    MOVE "Y" TO DupFound
                    MOVE "Y" TO ScanDone
                END-IF
            END-IF
        END-IF.

    WriteNotice.
        MOVE PostID TO NT-PlayerID
        MOVE TodayDate TO NT-Date
        MOVE NowTime TO NT-Time
        MOVE 0 TO NT-Seq
        MOVE NQ-From TO NT-From
        MOVE "N" TO NT-Read
        MOVE NQ-Expiry TO NT-Expiry
        MOVE NQ-Text TO NT-Text
        WRITE NoticeRecord
        PERFORM UNTIL NOT NT-Duplicate OR NT-Seq = 99
            ADD 1 TO NT-Seq
            WRITE NoticeRecord
        END-PERFORM
        IF NT-OK
            MOVE "O" TO NoteResult
        ELSE
            MOVE "F" TO NoteResult
            MOVE "WRITE" TO ErrOperation
            PERFORM ReportFileError
        END-IF.

    ReadNotices.
        MOVE 0 TO NL-Count
        MOVE "N" TO NL-More
        OPEN I-O NOTICES
        IF NT-NotFound
            MOVE "N" TO NoteResult
        ELSE
            IF NOT NT-OK
                MOVE "F" TO NoteResult
                MOVE "OPEN" TO ErrOperation
                PERFORM ReportFileError
            ELSE
                MOVE "O" TO NoteResult
                PERFORM ReadOwnNotices
                PERFORM ReadBroadcasts
                CLOSE NOTICES
            END-IF
        END-IF.

*>    the player's own notices, oldest first; the marker comes first
*>    in the range and is only remembered here
    ReadOwnNotices.
        MOVE "N" TO MarkerOnFile
        MOVE 0 TO SeenDate SeenTime SeenSeq
        MOVE "N" TO ScanDone
        MOVE NQ-PlayerID TO NT-PlayerID
        MOVE 0 TO NT-Date NT-Time NT-Seq
        START NOTICES KEY IS NOT LESS THAN NT-Key
            INVALID KEY MOVE "Y" TO ScanDone
        END-START
        PERFORM ReadOwnNotice UNTIL ScanDone = "Y".

    ReadOwnNotice.
        READ NOTICES NEXT RECORD
            AT END MOVE "Y" TO ScanDone
        END-READ
        IF ScanDone = "N"
            EVALUATE TRUE
                WHEN NT-PlayerID NOT = NQ-PlayerID
                    MOVE "Y" TO ScanDone
                WHEN NT-Date = 0
                    MOVE "Y" TO MarkerOnFile
                    MOVE NT-SeenDate TO SeenDate
                    MOVE NT-SeenTime TO SeenTime
                    MOVE NT-SeenSeq TO SeenSeq
                WHEN NT-Read NOT = "N"
                    CONTINUE
                WHEN NT-Expiry > 0 AND NT-Expiry < TodayDate
                    CONTINUE
                WHEN NL-Count = 10
                    MOVE "Y" TO NL-More
                    MOVE "Y" TO ScanDone
                WHEN OTHER
                    PERFORM ListNotice
                    MOVE "Y" TO NT-Read
                    REWRITE NoticeRecord
                    IF NOT NT-OK
                        MOVE "REWRITE" TO ErrOperation
                        PERFORM ReportFileError
                    END-IF
            END-EVALUATE
        END-IF.

*>    the broadcasts after the one the marker names; the marker then
*>    moves up to the last one shown
    ReadBroadcasts.
        MOVE "N" TO BcastShown
        MOVE "N" TO ScanDone
        MOVE BroadcastID TO NT-PlayerID
        MOVE SeenDate TO NT-Date
        MOVE SeenTime TO NT-Time
        MOVE SeenSeq TO NT-Seq
        START NOTICES KEY IS GREATER THAN NT-Key
            INVALID KEY MOVE "Y" TO ScanDone
        END-START
        PERFORM ReadBroadcast UNTIL ScanDone = "Y"
        IF BcastShown = "Y"
            MOVE NQ-PlayerID TO NT-PlayerID
            MOVE 0 TO NT-Date NT-Time NT-Seq
            MOVE SPACES TO NT-Body
            MOVE SeenDate TO NT-SeenDate
            MOVE SeenTime TO NT-SeenTime
            MOVE SeenSeq TO NT-SeenSeq
            IF MarkerOnFile = "Y"
                REWRITE NoticeRecord
                MOVE "REWRITE" TO ErrOperation
            ELSE
                WRITE NoticeRecord
                MOVE "WRITE" TO ErrOperation
            END-IF
            IF NOT NT-OK
                PERFORM ReportFileError
            END-IF
        END-IF.

    ReadBroadcast.
        READ NOTICES NEXT RECORD
            AT END MOVE "Y" TO ScanDone
        END-READ
        IF ScanDone = "N"
            EVALUATE TRUE
                WHEN NT-PlayerID NOT = BroadcastID
                    MOVE "Y" TO ScanDone
                WHEN NT-Expiry > 0 AND NT-Expiry < TodayDate
                    CONTINUE
                WHEN NL-Count = 10
                    MOVE "Y" TO NL-More
                    MOVE "Y" TO ScanDone
                WHEN OTHER
                    PERFORM ListNotice
                    MOVE "Y" TO BcastShown
                    MOVE NT-Date TO SeenDate
                    MOVE NT-Time TO SeenTime
                    MOVE NT-Seq TO SeenSeq
            END-EVALUATE
        END-IF.

    ListNotice.
        ADD 1 TO NL-Count
        MOVE NT-Date TO NL-Date(NL-Count)
        MOVE NT-From TO NL-From(NL-Count)
        MOVE NT-Text TO NL-Text(NL-Count).

    ReportFileError.
        MOVE NT-Status TO ErrFileStatus
        CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
            ErrFileStatus, ErrGameID.
