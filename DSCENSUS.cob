       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DSCENSUS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>    every dataset counted shares the one status field: they are
*>    opened, read to the end and closed one at a time
    SELECT GAMELOG ASSIGN TO "GAMELOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DS-Status.
    SELECT AUDITLOG ASSIGN TO "AUDITLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DS-Status.
    SELECT THINKLOG ASSIGN TO "THINKLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DS-Status.
    SELECT GAMELOGH ASSIGN TO "GAMELOGH"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DS-Status.
    SELECT AUDITLOGH ASSIGN TO "AUDITLOGH"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DS-Status.
    SELECT THINKLOGH ASSIGN TO "THINKLOGH"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DS-Status.
    SELECT ERRLOG ASSIGN TO "ERRLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DS-Status.
    SELECT RUNLOG ASSIGN TO "RUNLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DS-Status.
    SELECT OUTCOMEQ ASSIGN TO "OUTCOMEQ"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DS-Status.
    SELECT PSJOURNL ASSIGN TO "PSJOURNL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DS-Status.
    SELECT SERIESLOG ASSIGN TO "SERIESLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DS-Status.
    SELECT SECLOG ASSIGN TO "SECLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DS-Status.
    SELECT TXNSTATS ASSIGN TO "TXNSTATS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DS-Status.
    SELECT DRAINLOG ASSIGN TO "DRAINLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DS-Status.
    SELECT ERASELOG ASSIGN TO "ERASELOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DS-Status.
    SELECT GAMEISSU ASSIGN TO "GAMEISSU"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DS-Status.
    SELECT GLSPOOL ASSIGN TO "GLSPOOL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DS-Status.
    SELECT PARMAUD ASSIGN TO "PARMAUD"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DS-Status.
    SELECT CCAUD ASSIGN TO "CCAUD"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DS-Status.
    SELECT SEASONH ASSIGN TO "SEASONH"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DS-Status.
    SELECT EXPREG ASSIGN TO "EXPREG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DS-Status.
    SELECT GAMEHDR ASSIGN TO "GAMEHDR"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS GH-GameID
        FILE STATUS IS DS-Status.
    SELECT CHECKPT ASSIGN TO "CHECKPT"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CK-GameID
        FILE STATUS IS DS-Status.
    SELECT PLAYERSTATS ASSIGN TO "PLAYERSTATS"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PS-PlayerID
        FILE STATUS IS DS-Status.
    SELECT RATINGS ASSIGN TO "RATINGS"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RT-PlayerID
        FILE STATUS IS DS-Status.
    SELECT PLAYERREG ASSIGN TO "PLAYERREG"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PR-PlayerID
        FILE STATUS IS DS-Status.
    SELECT PLAYERPRF ASSIGN TO "PLAYERPRF"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PF-PlayerID
        FILE STATUS IS DS-Status.
    SELECT PLAYERLDR ASSIGN TO "PLAYERLDR"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LD-PlayerID
        FILE STATUS IS DS-Status.
    SELECT ACHIEVE ASSIGN TO "ACHIEVE"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AC-Key
        FILE STATUS IS DS-Status.
    SELECT NOTICES ASSIGN TO "NOTICES"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NT-Key
        FILE STATUS IS DS-Status.
    SELECT LEAGUEFX ASSIGN TO "LEAGUEFX"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LX-Key
        FILE STATUS IS DS-Status.
    SELECT LGSCHED ASSIGN TO "LGSCHED"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LS-Key
        FILE STATUS IS DS-Status.
    SELECT CORRGAME ASSIGN TO "CORRGAME"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CG-GameID
        FILE STATUS IS DS-Status.
    SELECT DISPREG ASSIGN TO "DISPREG"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS DR-Key
        FILE STATUS IS DS-Status.
    SELECT PUZZHIST ASSIGN TO "PUZZHIST"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PH-Key
        FILE STATUS IS DS-Status.
    SELECT CLUBMEMB ASSIGN TO "CLUBMEMB"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CB-Key
        FILE STATUS IS DS-Status.
    SELECT CLUBMTCH ASSIGN TO "CLUBMTCH"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CT-Key
        FILE STATUS IS DS-Status.
    SELECT SWISSENT ASSIGN TO "SWISSENT"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SW-Key
        FILE STATUS IS DS-Status.
    SELECT CENSHIST ASSIGN TO "CENSHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS CH-Status.
DATA DIVISION.
FILE SECTION.
*>    only the record's length, and a keyed file's key, matter to a
*>    count; the rest of each layout is carried as one field
FD GAMELOG.
   01 GameLogRecord PIC X(65).
FD AUDITLOG.
   01 AuditLogRecord PIC X(67).
FD THINKLOG.
   01 ThinkLogRecord PIC X(37).
FD GAMELOGH.
   01 GameLogHRecord PIC X(65).
FD AUDITLOGH.
   01 AuditLogHRecord PIC X(67).
FD THINKLOGH.
   01 ThinkLogHRecord PIC X(37).
FD ERRLOG.
   01 ErrLogRecord PIC X(64).
FD RUNLOG.
   01 RunLogRecord PIC X(27).
FD OUTCOMEQ.
   01 OutcomeQRecord PIC X(56).
FD PSJOURNL.
   01 PsJournlRecord PIC X(76).
FD SERIESLOG.
   01 SeriesLogRecord PIC X(65).
FD SECLOG.
   01 SecLogRecord PIC X(39).
FD TXNSTATS.
   01 TxnStatsRecord PIC X(27).
FD DRAINLOG.
   01 DrainLogRecord PIC X(40).
FD ERASELOG.
   01 EraseLogRecord PIC X(46).
FD GAMEISSU.
   01 GameIssuRecord PIC X(41).
FD GLSPOOL.
   01 GlSpoolRecord PIC X(67).
FD PARMAUD.
   01 ParmAudRecord PIC X(66).
FD CCAUD.
   01 CcAudRecord PIC X(55).
FD SEASONH.
   01 SeasonHRecord PIC X(46).
FD EXPREG.
   01 ExpRegRecord PIC X(29).
FD GAMEHDR.
   01 GameHdrRecord.
       02 GH-GameID PIC X(16).
       02 GH-Rest PIC X(49).
FD CHECKPT.
   01 CheckptRecord.
       02 CK-GameID PIC X(16).
       02 CK-Rest PIC X(74).
FD PLAYERSTATS.
   01 PlayerStatsRecord.
       02 PS-PlayerID PIC X(10).
       02 PS-Rest PIC X(20).
FD RATINGS.
   01 RatingsRecord.
       02 RT-PlayerID PIC X(10).
       02 RT-Rest PIC X(24).
FD PLAYERREG.
   01 PlayerRegRecord.
       02 PR-PlayerID PIC X(10).
       02 PR-Rest PIC X(40).
FD PLAYERPRF.
   01 PlayerPrfRecord.
       02 PF-PlayerID PIC X(10).
       02 PF-Rest PIC X(11).
FD PLAYERLDR.
   01 PlayerLdrRecord.
       02 LD-PlayerID PIC X(10).
       02 LD-Rest PIC X(10).
FD ACHIEVE.
   01 AchieveRecord.
       02 AC-Key PIC X(18).
       02 AC-Rest PIC X(69).
FD NOTICES.
   01 NoticesRecord.
       02 NT-Key PIC X(28).
       02 NT-Rest PIC X(77).
FD LEAGUEFX.
   01 LeagueFxRecord.
       02 LX-Key PIC X(11).
       02 LX-Rest PIC X(46).
FD LGSCHED.
   01 LgSchedRecord.
       02 LS-Key PIC X(11).
       02 LS-Rest PIC X(12).
FD CORRGAME.
   01 CorrGameRecord.
       02 CG-GameID PIC X(16).
       02 CG-Rest PIC X(77).
FD DISPREG.
   01 DispRegRecord.
       02 DR-Key PIC X(18).
       02 DR-Rest PIC X(119).
FD PUZZHIST.
   01 PuzzHistRecord.
       02 PH-Key PIC X(21).
       02 PH-Rest PIC X(29).
FD CLUBMEMB.
   01 ClubMembRecord.
       02 CB-Key PIC X(18).
       02 CB-Rest PIC X(14).
FD CLUBMTCH.
   01 ClubMtchRecord.
       02 CT-Key PIC X(10).
       02 CT-Rest PIC X(21).
FD SWISSENT.
   01 SwissEntRecord.
       02 SW-Key PIC X(18).
       02 SW-Rest PIC X(8).
*>    one record per dataset per census: the census date, the
*>    dataset's DD name, its record count and the growth since the
*>    dataset's previous census, the date on its oldest record (the
*>    logs LOGARCH trims by date; zero for the others) and the file
*>    status the count ended on ("00", or "35" when the dataset
*>    wasn't there).  DSFCAST projects from it
FD CENSHIST.
   01 CensHistRecord.
       02 CH-Date PIC 9(8).
       02 CH-Name PIC X(12).
       02 CH-Records PIC 9(9).
       02 CH-Growth PIC S9(9).
       02 CH-Oldest PIC 9(8).
       02 CH-CountStatus PIC XX.
WORKING-STORAGE SECTION.
   01 DS-Status PIC XX.
       88 DS-OK VALUE "00" "02" "04".
       88 DS-EOF VALUE "10".
   01 CH-Status PIC XX.
       88 CH-OK VALUE "00".
       88 CH-EOF VALUE "10".
       88 CH-NotFound VALUE "35".
   01 CensusDate PIC 9(8).
   01 CensusName PIC X(12).
   01 RecordCount PIC 9(9).
   01 OldestEntry PIC X(8).
   01 CountStatus PIC XX.
   01 Growth PIC S9(9).
*>    each dataset's count at its latest census before today, from
*>    the history, to measure the week's growth against
   01 PrevTable.
       02 PrevEntry OCCURS 60 TIMES.
           03 PV-Name PIC X(12).
           03 PV-Date PIC 9(8).
           03 PV-Records PIC 9(9).
           03 PV-CountStatus PIC XX.
   01 PrevCount PIC 99 VALUE 0.
   01 PV-Idx PIC 99.
   01 PrevFound PIC X.
   01 DatasetsCounted PIC 99 VALUE 0.
   01 DatasetsMissing PIC 99 VALUE 0.
   01 CountOut PIC ZZZ,ZZZ,ZZ9.
   01 GrowthOut PIC ----,---,--9.
   01 ErrProgram PIC X(12) VALUE "DSCENSUS".
   01 ErrFile PIC X(11).
   01 ErrOperation PIC X(7).
   01 ErrFileStatus PIC XX.
   01 ErrGameID PIC X(16) VALUE SPACES.

*>    the weekly dataset census: every production dataset is read
*>    end to end and its record count written to CENSHIST with the
*>    growth since its previous census, so DSFCAST can project when
*>    each one will run out of space before a job abends for it.  A
*>    dataset that isn't there is recorded as such and the run ends
*>    RC 4; one that can't be read is also logged to ERRLOG.  A second
*>    census on the same day measures from the same previous census
*>    as the first
PROCEDURE DIVISION.
    ACCEPT CensusDate FROM DATE YYYYMMDD
    PERFORM LoadPrevious
    OPEN EXTEND CENSHIST
    IF CH-NotFound
        OPEN OUTPUT CENSHIST
    END-IF
    IF NOT CH-OK
        DISPLAY "DSCENSUS: UNABLE TO OPEN CENSHIST, STATUS " CH-Status
        MOVE "CENSHIST" TO ErrFile
        MOVE "OPEN" TO ErrOperation
        MOVE CH-Status TO ErrFileStatus
        CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
            ErrFileStatus, ErrGameID
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY " "
    DISPLAY "===== DATASET CENSUS " CensusDate " ====="
    DISPLAY " "
    DISPLAY "DATASET          RECORDS       GROWTH  SINCE"
    PERFORM CountGameLog
    PERFORM CountAuditLog
    PERFORM CountThinkLog
    PERFORM CountGameLogH
    PERFORM CountAuditLogH
    PERFORM CountThinkLogH
    PERFORM CountErrLog
    PERFORM CountRunLog
    PERFORM CountOutcomeQ
    PERFORM CountPsJournl
    PERFORM CountSeriesLog
    PERFORM CountSecLog
    PERFORM CountTxnStats
    PERFORM CountDrainLog
    PERFORM CountEraseLog
    PERFORM CountGameIssu
    PERFORM CountGlSpool
    PERFORM CountParmAud
    PERFORM CountCcAud
    PERFORM CountSeasonH
    PERFORM CountExpReg
    PERFORM CountGameHdr
    PERFORM CountCheckpt
    PERFORM CountPlayerStats
    PERFORM CountRatings
    PERFORM CountPlayerReg
    PERFORM CountPlayerPrf
    PERFORM CountPlayerLdr
    PERFORM CountAchieve
    PERFORM CountNotices
    PERFORM CountLeagueFx
    PERFORM CountLgSched
    PERFORM CountCorrGame
    PERFORM CountDispReg
    PERFORM CountPuzzHist
    PERFORM CountClubMemb
    PERFORM CountClubMtch
    PERFORM CountSwissEnt
    CLOSE CENSHIST
    DISPLAY " "
    DISPLAY "DATASETS COUNTED ... " DatasetsCounted
    IF DatasetsMissing > 0
        DISPLAY "NOT COUNTED ........ " DatasetsMissing
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

*>    the history is in census order, so the last record before
*>    today for each dataset is the one to measure from
    LoadPrevious.
        OPEN INPUT CENSHIST
        IF CH-OK
            PERFORM ReadCensHist
            PERFORM NotePrevious UNTIL CH-EOF
            CLOSE CENSHIST
        END-IF.

    ReadCensHist.
        READ CENSHIST
            AT END SET CH-EOF TO TRUE
        END-READ.

    NotePrevious.
        IF CH-Date < CensusDate
            MOVE CH-Name TO CensusName
            PERFORM FindPrevious
            IF PrevFound = "N" AND PrevCount < 60
                ADD 1 TO PrevCount
                MOVE PrevCount TO PV-Idx
                MOVE CH-Name TO PV-Name(PV-Idx)
                MOVE "Y" TO PrevFound
            END-IF
            IF PrevFound = "Y"
                MOVE CH-Date TO PV-Date(PV-Idx)
                MOVE CH-Records TO PV-Records(PV-Idx)
                MOVE CH-CountStatus TO PV-CountStatus(PV-Idx)
            END-IF
        END-IF
        PERFORM ReadCensHist.

    FindPrevious.
        MOVE "N" TO PrevFound
        PERFORM VARYING PV-Idx FROM 1 BY 1
            UNTIL PV-Idx > PrevCount OR PrevFound = "Y"
            IF PV-Name(PV-Idx) = CensusName
                MOVE "Y" TO PrevFound
            END-IF
        END-PERFORM
        IF PrevFound = "Y"
            SUBTRACT 1 FROM PV-Idx
        END-IF.

*>    ---------- COUNTING ----------

    CountGameLog.
        MOVE "GAMELOG" TO CensusName
        OPEN INPUT GAMELOG
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ GAMELOG
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                    IF RecordCount = 1
                        MOVE GameLogRecord(13:8) TO OldestEntry
                    END-IF
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE GAMELOG
        END-IF
        PERFORM PostCensus.

    CountAuditLog.
        MOVE "AUDITLOG" TO CensusName
        OPEN INPUT AUDITLOG
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ AUDITLOG
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                    IF RecordCount = 1
                        MOVE AuditLogRecord(1:8) TO OldestEntry
                    END-IF
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE AUDITLOG
        END-IF
        PERFORM PostCensus.

    CountThinkLog.
        MOVE "THINKLOG" TO CensusName
        OPEN INPUT THINKLOG
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ THINKLOG
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                    IF RecordCount = 1
                        MOVE ThinkLogRecord(10:8) TO OldestEntry
                    END-IF
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE THINKLOG
        END-IF
        PERFORM PostCensus.

    CountGameLogH.
        MOVE "GAMELOGH" TO CensusName
        OPEN INPUT GAMELOGH
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ GAMELOGH
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE GAMELOGH
        END-IF
        PERFORM PostCensus.

    CountAuditLogH.
        MOVE "AUDITLOGH" TO CensusName
        OPEN INPUT AUDITLOGH
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ AUDITLOGH
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE AUDITLOGH
        END-IF
        PERFORM PostCensus.

    CountThinkLogH.
        MOVE "THINKLOGH" TO CensusName
        OPEN INPUT THINKLOGH
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ THINKLOGH
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE THINKLOGH
        END-IF
        PERFORM PostCensus.

    CountErrLog.
        MOVE "ERRLOG" TO CensusName
        OPEN INPUT ERRLOG
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ ERRLOG
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE ERRLOG
        END-IF
        PERFORM PostCensus.

    CountRunLog.
        MOVE "RUNLOG" TO CensusName
        OPEN INPUT RUNLOG
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ RUNLOG
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE RUNLOG
        END-IF
        PERFORM PostCensus.

    CountOutcomeQ.
        MOVE "OUTCOMEQ" TO CensusName
        OPEN INPUT OUTCOMEQ
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ OUTCOMEQ
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE OUTCOMEQ
        END-IF
        PERFORM PostCensus.

    CountPsJournl.
        MOVE "PSJOURNL" TO CensusName
        OPEN INPUT PSJOURNL
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ PSJOURNL
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE PSJOURNL
        END-IF
        PERFORM PostCensus.

    CountSeriesLog.
        MOVE "SERIESLOG" TO CensusName
        OPEN INPUT SERIESLOG
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ SERIESLOG
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE SERIESLOG
        END-IF
        PERFORM PostCensus.

    CountSecLog.
        MOVE "SECLOG" TO CensusName
        OPEN INPUT SECLOG
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ SECLOG
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE SECLOG
        END-IF
        PERFORM PostCensus.

    CountTxnStats.
        MOVE "TXNSTATS" TO CensusName
        OPEN INPUT TXNSTATS
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ TXNSTATS
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE TXNSTATS
        END-IF
        PERFORM PostCensus.

    CountDrainLog.
        MOVE "DRAINLOG" TO CensusName
        OPEN INPUT DRAINLOG
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ DRAINLOG
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE DRAINLOG
        END-IF
        PERFORM PostCensus.

    CountEraseLog.
        MOVE "ERASELOG" TO CensusName
        OPEN INPUT ERASELOG
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ ERASELOG
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE ERASELOG
        END-IF
        PERFORM PostCensus.

    CountGameIssu.
        MOVE "GAMEISSU" TO CensusName
        OPEN INPUT GAMEISSU
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ GAMEISSU
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE GAMEISSU
        END-IF
        PERFORM PostCensus.

    CountGlSpool.
        MOVE "GLSPOOL" TO CensusName
        OPEN INPUT GLSPOOL
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ GLSPOOL
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE GLSPOOL
        END-IF
        PERFORM PostCensus.

    CountParmAud.
        MOVE "PARMAUD" TO CensusName
        OPEN INPUT PARMAUD
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ PARMAUD
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE PARMAUD
        END-IF
        PERFORM PostCensus.

    CountCcAud.
        MOVE "CCAUD" TO CensusName
        OPEN INPUT CCAUD
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ CCAUD
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE CCAUD
        END-IF
        PERFORM PostCensus.

    CountSeasonH.
        MOVE "SEASONH" TO CensusName
        OPEN INPUT SEASONH
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ SEASONH
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE SEASONH
        END-IF
        PERFORM PostCensus.

    CountExpReg.
        MOVE "EXPREG" TO CensusName
        OPEN INPUT EXPREG
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ EXPREG
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE EXPREG
        END-IF
        PERFORM PostCensus.

    CountGameHdr.
        MOVE "GAMEHDR" TO CensusName
        OPEN INPUT GAMEHDR
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ GAMEHDR
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE GAMEHDR
        END-IF
        PERFORM PostCensus.

    CountCheckpt.
        MOVE "CHECKPT" TO CensusName
        OPEN INPUT CHECKPT
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ CHECKPT
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE CHECKPT
        END-IF
        PERFORM PostCensus.

    CountPlayerStats.
        MOVE "PLAYERSTATS" TO CensusName
        OPEN INPUT PLAYERSTATS
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ PLAYERSTATS
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE PLAYERSTATS
        END-IF
        PERFORM PostCensus.

    CountRatings.
        MOVE "RATINGS" TO CensusName
        OPEN INPUT RATINGS
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ RATINGS
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE RATINGS
        END-IF
        PERFORM PostCensus.

    CountPlayerReg.
        MOVE "PLAYERREG" TO CensusName
        OPEN INPUT PLAYERREG
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ PLAYERREG
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE PLAYERREG
        END-IF
        PERFORM PostCensus.

    CountPlayerPrf.
        MOVE "PLAYERPRF" TO CensusName
        OPEN INPUT PLAYERPRF
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ PLAYERPRF
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE PLAYERPRF
        END-IF
        PERFORM PostCensus.

    CountPlayerLdr.
        MOVE "PLAYERLDR" TO CensusName
        OPEN INPUT PLAYERLDR
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ PLAYERLDR
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE PLAYERLDR
        END-IF
        PERFORM PostCensus.

    CountAchieve.
        MOVE "ACHIEVE" TO CensusName
        OPEN INPUT ACHIEVE
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ ACHIEVE
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE ACHIEVE
        END-IF
        PERFORM PostCensus.

    CountNotices.
        MOVE "NOTICES" TO CensusName
        OPEN INPUT NOTICES
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ NOTICES
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE NOTICES
        END-IF
        PERFORM PostCensus.

    CountLeagueFx.
        MOVE "LEAGUEFX" TO CensusName
        OPEN INPUT LEAGUEFX
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ LEAGUEFX
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE LEAGUEFX
        END-IF
        PERFORM PostCensus.

    CountLgSched.
        MOVE "LGSCHED" TO CensusName
        OPEN INPUT LGSCHED
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ LGSCHED
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE LGSCHED
        END-IF
        PERFORM PostCensus.

    CountCorrGame.
        MOVE "CORRGAME" TO CensusName
        OPEN INPUT CORRGAME
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ CORRGAME
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE CORRGAME
        END-IF
        PERFORM PostCensus.

    CountDispReg.
        MOVE "DISPREG" TO CensusName
        OPEN INPUT DISPREG
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ DISPREG
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE DISPREG
        END-IF
        PERFORM PostCensus.

    CountPuzzHist.
        MOVE "PUZZHIST" TO CensusName
        OPEN INPUT PUZZHIST
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ PUZZHIST
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE PUZZHIST
        END-IF
        PERFORM PostCensus.

    CountClubMemb.
        MOVE "CLUBMEMB" TO CensusName
        OPEN INPUT CLUBMEMB
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ CLUBMEMB
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE CLUBMEMB
        END-IF
        PERFORM PostCensus.

    CountClubMtch.
        MOVE "CLUBMTCH" TO CensusName
        OPEN INPUT CLUBMTCH
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ CLUBMTCH
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE CLUBMTCH
        END-IF
        PERFORM PostCensus.

    CountSwissEnt.
        MOVE "SWISSENT" TO CensusName
        OPEN INPUT SWISSENT
        PERFORM StartCount
        IF DS-OK
            PERFORM UNTIL NOT DS-OK
                READ SWISSENT
                    AT END CONTINUE
                END-READ
                IF DS-OK
                    ADD 1 TO RecordCount
                END-IF
            END-PERFORM
            PERFORM EndCount
            CLOSE SWISSENT
        END-IF
        PERFORM PostCensus.
    StartCount.
        MOVE 0 TO RecordCount
        MOVE SPACES TO OldestEntry
        MOVE DS-Status TO CountStatus.

    EndCount.
        IF DS-EOF
            MOVE "00" TO CountStatus
        ELSE
            MOVE DS-Status TO CountStatus
        END-IF.

*>    the week's growth is measured only against a good count; the
*>    first census of a dataset, or the first after it went missing,
*>    shows none
    PostCensus.
        PERFORM FindPrevious
        MOVE 0 TO Growth
        IF PrevFound = "Y" AND PV-CountStatus(PV-Idx) = "00"
            AND CountStatus = "00"
            COMPUTE Growth = RecordCount - PV-Records(PV-Idx)
        END-IF
        MOVE CensusDate TO CH-Date
        MOVE CensusName TO CH-Name
        MOVE RecordCount TO CH-Records
        MOVE Growth TO CH-Growth
        IF OldestEntry IS NUMERIC
            MOVE OldestEntry TO CH-Oldest
        ELSE
            MOVE 0 TO CH-Oldest
        END-IF
        MOVE CountStatus TO CH-CountStatus
        WRITE CensHistRecord
        IF NOT CH-OK
            DISPLAY "DSCENSUS: CENSHIST WRITE FAILED FOR " CensusName
                ", STATUS " CH-Status
            MOVE "CENSHIST" TO ErrFile
            MOVE "WRITE" TO ErrOperation
            MOVE CH-Status TO ErrFileStatus
            CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
                ErrFileStatus, ErrGameID
            MOVE 8 TO RETURN-CODE
        END-IF
        MOVE RecordCount TO CountOut
        MOVE Growth TO GrowthOut
        EVALUATE TRUE
            WHEN CountStatus = "35"
                ADD 1 TO DatasetsMissing
                DISPLAY CensusName "  NOT FOUND"
            WHEN CountStatus NOT = "00"
                ADD 1 TO DatasetsMissing
                DISPLAY CensusName "  UNREADABLE, STATUS " CountStatus
                    " AFTER " RecordCount " RECORDS"
                MOVE CensusName TO ErrFile
                MOVE "READ" TO ErrOperation
                MOVE CountStatus TO ErrFileStatus
                CALL 'LOGERROR' USING ErrProgram, ErrFile, ErrOperation,
                    ErrFileStatus, ErrGameID
            WHEN PrevFound = "Y" AND PV-CountStatus(PV-Idx) = "00"
                ADD 1 TO DatasetsCounted
                DISPLAY CensusName " " CountOut " " GrowthOut "  "
                    PV-Date(PV-Idx)
            WHEN OTHER
                ADD 1 TO DatasetsCounted
                DISPLAY CensusName " " CountOut "               FIRST "
                    "CENSUS"
        END-EVALUATE.
