       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TTTINQ.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
   01 WS-RESP PIC S9(8) COMP.
   01 WS-MSG PIC X(79).
   01 WS-PLAYERID PIC X(10).
   01 WS-REGPIN PIC X(8).
   01 WS-REGACTION PIC X.
   01 WS-REGRESULT PIC X.
   01 WS-REGSOURCE.
       02 WS-RS-PROGRAM PIC X(8) VALUE "TTTINQ".
       02 WS-RS-TERMID PIC X(4).
   01 WS-IDX PIC 9.
*>    where a list row's text starts, to sit under its heading
   01 WS-LINEPTR PIC S9(4) COMP.
   01 WS-MORE PIC 9(3).
   01 WS-MOREDISP PIC ZZ9.
   01 WS-GAMESDISP PIC ZZZZ9.
   01 WS-WINSDISP PIC ZZZZ9.
   01 WS-LOSSDISP PIC ZZZZ9.
   01 WS-TIESDISP PIC ZZZZ9.
   01 WS-RATEDISP PIC ZZZ9.
   01 WS-PEAKDISP PIC ZZZ9.
   01 WS-CHGDISP PIC +ZZ9.
   01 WS-FXNODISP PIC 999.
   01 WS-SIDETEXT PIC X(4).
   01 WS-SAVENAME PIC X(12).
   01 WS-ENDTEXT PIC X(30) VALUE "PLAYER INQUIRY ENDED".
   01 WS-ENDLEN PIC S9(4) COMP VALUE 30.
   01 WS-KEYMSG PIC X(40)
       VALUE "THAT KEY IS NOT ACTIVE ON THIS SCREEN".
   01 WS-BADFLD PIC X VALUE SPACE.
       88 WS-BAD-NONE VALUE SPACE.
       88 WS-BAD-ID VALUE "I".
       88 WS-BAD-PIN VALUE "P".
*>    the conversation's state between screens, carried in storage
*>    and handed back on every RETURN (DFHCOMMAREA itself is only
*>    there once a first screen has gone out)
*>    1 while the sign-on screen is owed its ID and PIN, 2 once the
*>    player has proved the ID and their record is on the screen
   01 WS-COMMAREA.
       02 CA-Phase PIC 9.
       02 CA-PlayerID PIC X(10).
   01 WS-CALEN PIC S9(4) COMP VALUE 11.
*>    what PLAYINQ hands back for one player; laid out exactly as
*>    its LINKAGE SECTION
   01 WS-INQRESULT.
       02 IQ-StatsFound PIC X.
       02 IQ-Games PIC 9(5).
       02 IQ-Wins PIC 9(5).
       02 IQ-Losses PIC 9(5).
       02 IQ-Ties PIC 9(5).
       02 IQ-RateFound PIC X.
       02 IQ-Rating PIC 9(4).
       02 IQ-Peak PIC 9(4).
       02 IQ-LastChange PIC S9(3).
       02 IQ-LevelFound PIC X.
       02 IQ-Level PIC 9.
       02 IQ-FixCount PIC 9(3).
       02 IQ-Fix OCCURS 5 TIMES.
           03 IQ-FxLeague PIC X(8).
           03 IQ-FxNo PIC 9(3).
           03 IQ-FxSide PIC X.
           03 IQ-FxOpponent PIC X(10).
       02 IQ-SaveCount PIC 9(3).
       02 IQ-Save OCCURS 5 TIMES.
           03 IQ-SvName PIC X(12).
           03 IQ-SvGameID PIC X(16).
           03 IQ-SvOpponent PIC X(10).
*>    attention identifiers as EIBAID reports them (the DFHAID
*>    values) for the keys these screens act on, and the attribute
*>    byte (DFHBMSCA's unprotected/bright/modified) that marks a
*>    field in error
   01 DFHENTER PIC X VALUE "'".
   01 DFHCLEAR PIC X VALUE "_".
   01 DFHPF3 PIC X VALUE "3".
   01 DFHPF5 PIC X VALUE "5".
   01 DFHUNIMD PIC X VALUE "I".
*>    symbolic maps for the TTTQSET screens, laid out the way the map
*>    assembly generates them; keep in step with TTTQSET.bms
   01 TTQSIGNI.
       02 FILLER PIC X(12).
       02 QNIDL PIC S9(4) COMP.
       02 QNIDF PIC X.
       02 FILLER REDEFINES QNIDF.
           03 QNIDA PIC X.
       02 QNIDI PIC X(10).
       02 QNPINL PIC S9(4) COMP.
       02 QNPINF PIC X.
       02 FILLER REDEFINES QNPINF.
           03 QNPINA PIC X.
       02 QNPINI PIC X(8).
       02 QNMSGL PIC S9(4) COMP.
       02 QNMSGF PIC X.
       02 FILLER REDEFINES QNMSGF.
           03 QNMSGA PIC X.
       02 QNMSGI PIC X(79).
   01 TTQSIGNO REDEFINES TTQSIGNI.
       02 FILLER PIC X(12).
       02 FILLER PIC X(3).
       02 QNIDO PIC X(10).
       02 FILLER PIC X(3).
       02 QNPINO PIC X(8).
       02 FILLER PIC X(3).
       02 QNMSGO PIC X(79).
   01 TTQSHOWI.
       02 FILLER PIC X(12).
       02 QSIDL PIC S9(4) COMP.
       02 QSIDF PIC X.
       02 FILLER REDEFINES QSIDF.
           03 QSIDA PIC X.
       02 QSIDI PIC X(10).
       02 QSRECL PIC S9(4) COMP.
       02 QSRECF PIC X.
       02 FILLER REDEFINES QSRECF.
           03 QSRECA PIC X.
       02 QSRECI PIC X(58).
       02 QSRATEL PIC S9(4) COMP.
       02 QSRATEF PIC X.
       02 FILLER REDEFINES QSRATEF.
           03 QSRATEA PIC X.
       02 QSRATEI PIC X(58).
       02 QSLVLL PIC S9(4) COMP.
       02 QSLVLF PIC X.
       02 FILLER REDEFINES QSLVLF.
           03 QSLVLA PIC X.
       02 QSLVLI PIC X(58).
       02 DFHMS1 OCCURS 5 TIMES.
           03 QSFIXL PIC S9(4) COMP.
           03 QSFIXF PIC X.
           03 FILLER REDEFINES QSFIXF.
               04 QSFIXA PIC X.
           03 QSFIXI PIC X(79).
       02 QSFIXML PIC S9(4) COMP.
       02 QSFIXMF PIC X.
       02 FILLER REDEFINES QSFIXMF.
           03 QSFIXMA PIC X.
       02 QSFIXMI PIC X(40).
       02 DFHMS2 OCCURS 5 TIMES.
           03 QSSAVL PIC S9(4) COMP.
           03 QSSAVF PIC X.
           03 FILLER REDEFINES QSSAVF.
               04 QSSAVA PIC X.
           03 QSSAVI PIC X(79).
       02 QSSAVML PIC S9(4) COMP.
       02 QSSAVMF PIC X.
       02 FILLER REDEFINES QSSAVMF.
           03 QSSAVMA PIC X.
       02 QSSAVMI PIC X(40).
       02 QSMSGL PIC S9(4) COMP.
       02 QSMSGF PIC X.
       02 FILLER REDEFINES QSMSGF.
           03 QSMSGA PIC X.
       02 QSMSGI PIC X(79).
   01 TTQSHOWO REDEFINES TTQSHOWI.
       02 FILLER PIC X(12).
       02 FILLER PIC X(3).
       02 QSIDO PIC X(10).
       02 FILLER PIC X(3).
       02 QSRECO PIC X(58).
       02 FILLER PIC X(3).
       02 QSRATEO PIC X(58).
       02 FILLER PIC X(3).
       02 QSLVLO PIC X(58).
       02 DFHMS3 OCCURS 5 TIMES.
           03 FILLER PIC X(3).
           03 QSFIXO PIC X(79).
       02 FILLER PIC X(3).
       02 QSFIXMO PIC X(40).
       02 DFHMS4 OCCURS 5 TIMES.
           03 FILLER PIC X(3).
           03 QSSAVO PIC X(79).
       02 FILLER PIC X(3).
       02 QSSAVMO PIC X(40).
       02 FILLER PIC X(3).
       02 QSMSGO PIC X(79).

LINKAGE SECTION.
   01 DFHCOMMAREA PIC X(11).

*>    the player's own record, on demand: games, rating, ladder rung,
*>    open fixtures and saved games, behind the same PLAYERREG ID and
*>    PIN check the game transaction asks for.  Nothing here writes
*>    to any of the files it shows -- PF3 leaves, ENTER or PF5 reads
*>    them afresh
PROCEDURE DIVISION.
    MOVE EIBTRMID TO WS-RS-TERMID
    IF EIBCALEN = 0
        MOVE SPACES TO WS-COMMAREA
        MOVE "ENTER YOUR PLAYER ID AND PIN" TO WS-MSG
        PERFORM SendInqSignOn
    ELSE
        MOVE DFHCOMMAREA TO WS-COMMAREA
        MOVE SPACES TO WS-MSG
        MOVE SPACE TO WS-BADFLD
        IF EIBAID = DFHPF3
            PERFORM EndInquiry
        ELSE
            EVALUATE CA-Phase
                WHEN 2
                    PERFORM ShowAnswer
                WHEN OTHER
                    PERFORM SignOnAnswer
            END-EVALUATE
        END-IF
    END-IF.

    EndInquiry.
        EXEC CICS SEND TEXT
            FROM(WS-ENDTEXT) LENGTH(WS-ENDLEN) ERASE FREEKB
        END-EXEC
        EXEC CICS RETURN END-EXEC.

    SignOnAnswer.
        EVALUATE EIBAID
            WHEN DFHENTER
                PERFORM ReceiveInqSignOn
            WHEN DFHPF5
            WHEN DFHCLEAR
                MOVE "ENTER YOUR PLAYER ID AND PIN" TO WS-MSG
                PERFORM SendInqSignOn
            WHEN OTHER
                MOVE WS-KEYMSG TO WS-MSG
                PERFORM SendInqSignOn
        END-EVALUATE.

*>    the ID and PIN go through CHECKREG exactly as TTTCICS's sign-on
*>    and PIN screens send them -- lookup first, so an unknown or
*>    locked ID is told so, then the PIN, which counts toward the
*>    same wrong-PIN lock.  With no register on file there is no way
*>    to prove who is asking, so the inquiry stays shut
    ReceiveInqSignOn.
        MOVE LOW-VALUES TO TTQSIGNI
        EXEC CICS RECEIVE MAP('TTQSIGN') MAPSET('TTTQSET')
            INTO(TTQSIGNI) RESP(WS-RESP)
        END-EXEC
        MOVE SPACES TO WS-PLAYERID
        MOVE SPACES TO WS-REGPIN
        IF WS-RESP = DFHRESP(NORMAL)
            IF QNIDL > 0
                MOVE QNIDI TO WS-PLAYERID
            END-IF
            IF QNPINL > 0
                MOVE QNPINI TO WS-REGPIN
            END-IF
        END-IF
        IF WS-PLAYERID = SPACES
            MOVE "ENTER YOUR PLAYER ID AND PIN" TO WS-MSG
            SET WS-BAD-ID TO TRUE
            PERFORM SendInqSignOn
        END-IF
        MOVE "L" TO WS-REGACTION
        CALL 'CHECKREG' USING WS-PLAYERID, WS-REGPIN, WS-REGACTION,
            WS-REGRESULT, WS-REGSOURCE
        IF WS-REGRESULT = "O"
            MOVE "V" TO WS-REGACTION
            CALL 'CHECKREG' USING WS-PLAYERID, WS-REGPIN,
                WS-REGACTION, WS-REGRESULT, WS-REGSOURCE
        END-IF
        EVALUATE WS-REGRESULT
            WHEN "O"
                MOVE 2 TO CA-Phase
                MOVE WS-PLAYERID TO CA-PlayerID
                PERFORM ShowRecord
            WHEN "P"
                MOVE "WRONG PIN, TRY AGAIN" TO WS-MSG
                SET WS-BAD-PIN TO TRUE
                PERFORM SendInqSignOn
            WHEN "I"
                MOVE "THAT ID IS INACTIVE -- ENTER ANOTHER ID" TO WS-MSG
                SET WS-BAD-ID TO TRUE
                PERFORM SendInqSignOn
            WHEN "K"
                STRING "THAT ID IS LOCKED (TOO MANY WRONG PINS) -- "
                    "SEE THE ADMINISTRATOR" DELIMITED BY SIZE
                    INTO WS-MSG
                SET WS-BAD-ID TO TRUE
                PERFORM SendInqSignOn
            WHEN "U"
                MOVE "ID NOT REGISTERED -- ENTER ANOTHER ID" TO WS-MSG
                SET WS-BAD-ID TO TRUE
                PERFORM SendInqSignOn
            WHEN "N"
                MOVE "NO PLAYER REGISTER ON FILE -- INQUIRY UNAVAILABLE"
                    TO WS-MSG
                PERFORM SendInqSignOn
            WHEN OTHER
                MOVE "REGISTER TROUBLE -- TRY AGAIN LATER" TO WS-MSG
                PERFORM SendInqSignOn
        END-EVALUATE.

    ShowAnswer.
        EVALUATE EIBAID
            WHEN DFHENTER
            WHEN DFHPF5
            WHEN DFHCLEAR
                PERFORM ShowRecord
            WHEN OTHER
                MOVE WS-KEYMSG TO WS-MSG
                PERFORM ShowRecord
        END-EVALUATE.

    ShowRecord.
        CALL 'PLAYINQ' USING CA-PlayerID, WS-INQRESULT
        MOVE LOW-VALUES TO TTQSHOWO
        MOVE CA-PlayerID TO QSIDO
        PERFORM FormatRecordLine
        PERFORM FormatRatingLine
        PERFORM FormatLevelLine
        PERFORM FormatFixtureLines
        PERFORM FormatSaveLines
        IF WS-MSG = SPACES
            MOVE "ENTER OR PF5 REFRESHES, PF3 LEAVES" TO WS-MSG
        END-IF
        MOVE WS-MSG TO QSMSGO
        EXEC CICS SEND MAP('TTQSHOW') MAPSET('TTTQSET')
            FROM(TTQSHOWO) ERASE
        END-EXEC
        PERFORM ContinueInquiry.

    FormatRecordLine.
        MOVE SPACES TO QSRECO
        IF IQ-StatsFound = "Y"
            MOVE IQ-Games TO WS-GAMESDISP
            MOVE IQ-Wins TO WS-WINSDISP
            MOVE IQ-Losses TO WS-LOSSDISP
            MOVE IQ-Ties TO WS-TIESDISP
            STRING "GAMES " WS-GAMESDISP "   WINS " WS-WINSDISP
                "   LOSSES " WS-LOSSDISP "   TIES " WS-TIESDISP
                DELIMITED BY SIZE INTO QSRECO
        ELSE
            MOVE "NO GAMES ON RECORD YET" TO QSRECO
        END-IF.

    FormatRatingLine.
        MOVE SPACES TO QSRATEO
        IF IQ-RateFound = "Y"
            MOVE IQ-Rating TO WS-RATEDISP
            MOVE IQ-Peak TO WS-PEAKDISP
            MOVE IQ-LastChange TO WS-CHGDISP
            STRING WS-RATEDISP "   PEAK " WS-PEAKDISP
                "   LAST CHANGE " WS-CHGDISP DELIMITED BY SIZE
                INTO QSRATEO
        ELSE
            MOVE "NOT YET RATED" TO QSRATEO
        END-IF.

    FormatLevelLine.
        MOVE SPACES TO QSLVLO
        IF IQ-LevelFound = "Y"
            STRING "DIFFICULTY " IQ-Level DELIMITED BY SIZE
                INTO QSLVLO
        ELSE
            MOVE "NOT YET ON THE LADDER" TO QSLVLO
        END-IF.

*>    five lines of each list fit the screen; the line under them
*>    says how many more there are rather than paging
    FormatFixtureLines.
        IF IQ-FixCount = 0
            MOVE "NONE" TO QSFIXO(1)(4:)
        END-IF
        PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > 5 OR WS-IDX > IQ-FixCount
            IF IQ-FxSide(WS-IDX) = "H"
                MOVE "HOME" TO WS-SIDETEXT
            ELSE
                MOVE "AWAY" TO WS-SIDETEXT
            END-IF
            MOVE IQ-FxNo(WS-IDX) TO WS-FXNODISP
            MOVE SPACES TO QSFIXO(WS-IDX)
            MOVE 4 TO WS-LINEPTR
            STRING IQ-FxLeague(WS-IDX) "  FIXTURE " WS-FXNODISP "  "
                WS-SIDETEXT " VS " IQ-FxOpponent(WS-IDX)
                DELIMITED BY SIZE INTO QSFIXO(WS-IDX)
                WITH POINTER WS-LINEPTR
        END-PERFORM
        IF IQ-FixCount > 5
            COMPUTE WS-MORE = IQ-FixCount - 5
            MOVE WS-MORE TO WS-MOREDISP
            STRING "... AND " WS-MOREDISP " MORE" DELIMITED BY SIZE
                INTO QSFIXMO
        END-IF.

    FormatSaveLines.
        IF IQ-SaveCount = 0
            MOVE "NONE" TO QSSAVO(1)(4:)
        END-IF
        PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > 5 OR WS-IDX > IQ-SaveCount
            IF IQ-SvName(WS-IDX) = SPACES
                MOVE "(NO NAME)" TO WS-SAVENAME
            ELSE
                MOVE IQ-SvName(WS-IDX) TO WS-SAVENAME
            END-IF
            MOVE SPACES TO QSSAVO(WS-IDX)
            MOVE 4 TO WS-LINEPTR
            STRING WS-SAVENAME "  GAME " IQ-SvGameID(WS-IDX)
                "  VS " IQ-SvOpponent(WS-IDX)
                DELIMITED BY SIZE INTO QSSAVO(WS-IDX)
                WITH POINTER WS-LINEPTR
        END-PERFORM
        IF IQ-SaveCount > 5
            COMPUTE WS-MORE = IQ-SaveCount - 5
            MOVE WS-MORE TO WS-MOREDISP
            STRING "... AND " WS-MOREDISP " MORE" DELIMITED BY SIZE
                INTO QSSAVMO
        END-IF.

*>    the PIN is never sent back; an ID in error is refilled and
*>    brightened, and the cursor sits on whichever field is owed
    SendInqSignOn.
        MOVE 1 TO CA-Phase
        MOVE LOW-VALUES TO TTQSIGNO
        MOVE WS-MSG TO QNMSGO
        IF WS-BAD-PIN
            MOVE WS-PLAYERID TO QNIDO
            MOVE -1 TO QNPINL
        ELSE
            MOVE -1 TO QNIDL
            IF WS-BAD-ID
                MOVE WS-PLAYERID TO QNIDO
                MOVE DFHUNIMD TO QNIDA
            END-IF
        END-IF
        EXEC CICS SEND MAP('TTQSIGN') MAPSET('TTTQSET')
            FROM(TTQSIGNO) ERASE CURSOR
        END-EXEC
        PERFORM ContinueInquiry.

    ContinueInquiry.
        EXEC CICS RETURN
            TRANSID('TTT2') COMMAREA(WS-COMMAREA) LENGTH(WS-CALEN)
        END-EXEC.
