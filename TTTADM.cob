       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TTTADM.
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
       02 WS-RS-PROGRAM PIC X(8) VALUE "TTTADM".
       02 WS-RS-TERMID PIC X(4).
   01 WS-ACTION PIC X.
   01 WS-TARGETID PIC X(10).
   01 WS-NEWPIN PIC X(8).
   01 WS-PREFIX PIC X(10).
   01 WS-IDX PIC 99.
*>    where a browse row's text starts, to sit under its heading
   01 WS-LINEPTR PIC S9(4) COMP.
   01 WS-PAGEDISP PIC ZZ9.
   01 WS-STATETEXT PIC X(8).
   01 WS-ENDTEXT PIC X(30) VALUE "REGISTER ADMINISTRATION ENDED".
   01 WS-ENDLEN PIC S9(4) COMP VALUE 30.
   01 WS-KEYMSG PIC X(40)
       VALUE "THAT KEY IS NOT ACTIVE ON THIS SCREEN".
   01 WS-BADFLD PIC X VALUE SPACE.
       88 WS-BAD-NONE VALUE SPACE.
       88 WS-BAD-ID VALUE "I".
       88 WS-BAD-PIN VALUE "P".
       88 WS-BAD-ACTION VALUE "A".
       88 WS-BAD-TARGET VALUE "T".
       88 WS-BAD-NEWPIN VALUE "N".
*>    the conversation's state between screens, carried in storage
*>    and handed back on every RETURN: 1 while the sign-on screen is
*>    owed the administrator's ID and PIN, 2 once the work screen is
*>    up, with the browse prefix and page it is showing
   01 WS-COMMAREA.
       02 CA-Phase PIC 9.
       02 CA-AdminID PIC X(10).
       02 CA-Prefix PIC X(10).
       02 CA-Page PIC 99.
   01 WS-CALEN PIC S9(4) COMP VALUE 23.
*>    REGADM's parameters, laid out exactly as its LINKAGE SECTION
   01 WS-ADMFUNC PIC X.
   01 WS-ADMREQUEST.
       02 AQ-AdminID PIC X(10).
       02 AQ-TermID PIC X(4).
       02 AQ-TargetID PIC X(10).
       02 AQ-Action PIC X(10).
       02 AQ-Outcome PIC X.
       02 AQ-Page PIC 99.
   01 WS-ADMRESULT PIC X.
   01 WS-ADMBROWSE.
       02 AB-Count PIC 99.
       02 AB-More PIC X.
       02 AB-Row OCCURS 10 TIMES.
           03 AB-PlayerID PIC X(10).
           03 AB-Active PIC X.
           03 AB-BadTries PIC X.
*>    attention identifiers as EIBAID reports them (the DFHAID
*>    values) for the keys these screens act on, and the attribute
*>    byte (DFHBMSCA's unprotected/bright/modified) that marks a
*>    field in error
   01 DFHENTER PIC X VALUE "'".
   01 DFHCLEAR PIC X VALUE "_".
   01 DFHPF3 PIC X VALUE "3".
   01 DFHPF5 PIC X VALUE "5".
   01 DFHPF7 PIC X VALUE "7".
   01 DFHPF8 PIC X VALUE "8".
   01 DFHUNIMD PIC X VALUE "I".
*>    symbolic maps for the TTTASET screens, laid out the way the map
*>    assembly generates them; keep in step with TTTASET.bms
   01 TTASIGNI.
       02 FILLER PIC X(12).
       02 ANIDL PIC S9(4) COMP.
       02 ANIDF PIC X.
       02 FILLER REDEFINES ANIDF.
           03 ANIDA PIC X.
       02 ANIDI PIC X(10).
       02 ANPINL PIC S9(4) COMP.
       02 ANPINF PIC X.
       02 FILLER REDEFINES ANPINF.
           03 ANPINA PIC X.
       02 ANPINI PIC X(8).
       02 ANMSGL PIC S9(4) COMP.
       02 ANMSGF PIC X.
       02 FILLER REDEFINES ANMSGF.
           03 ANMSGA PIC X.
       02 ANMSGI PIC X(79).
   01 TTASIGNO REDEFINES TTASIGNI.
       02 FILLER PIC X(12).
       02 FILLER PIC X(3).
       02 ANIDO PIC X(10).
       02 FILLER PIC X(3).
       02 ANPINO PIC X(8).
       02 FILLER PIC X(3).
       02 ANMSGO PIC X(79).
   01 TTAMAINI.
       02 FILLER PIC X(12).
       02 AMADML PIC S9(4) COMP.
       02 AMADMF PIC X.
       02 FILLER REDEFINES AMADMF.
           03 AMADMA PIC X.
       02 AMADMI PIC X(10).
       02 AMACTL PIC S9(4) COMP.
       02 AMACTF PIC X.
       02 FILLER REDEFINES AMACTF.
           03 AMACTA PIC X.
       02 AMACTI PIC X.
       02 AMIDL PIC S9(4) COMP.
       02 AMIDF PIC X.
       02 FILLER REDEFINES AMIDF.
           03 AMIDA PIC X.
       02 AMIDI PIC X(10).
       02 AMPINL PIC S9(4) COMP.
       02 AMPINF PIC X.
       02 FILLER REDEFINES AMPINF.
           03 AMPINA PIC X.
       02 AMPINI PIC X(8).
       02 AMPFXL PIC S9(4) COMP.
       02 AMPFXF PIC X.
       02 FILLER REDEFINES AMPFXF.
           03 AMPFXA PIC X.
       02 AMPFXI PIC X(10).
       02 AMPAGEL PIC S9(4) COMP.
       02 AMPAGEF PIC X.
       02 FILLER REDEFINES AMPAGEF.
           03 AMPAGEA PIC X.
       02 AMPAGEI PIC X(3).
       02 DFHMS1 OCCURS 10 TIMES.
           03 AMLINEL PIC S9(4) COMP.
           03 AMLINEF PIC X.
           03 FILLER REDEFINES AMLINEF.
               04 AMLINEA PIC X.
           03 AMLINEI PIC X(79).
       02 AMMSGL PIC S9(4) COMP.
       02 AMMSGF PIC X.
       02 FILLER REDEFINES AMMSGF.
           03 AMMSGA PIC X.
       02 AMMSGI PIC X(79).
   01 TTAMAINO REDEFINES TTAMAINI.
       02 FILLER PIC X(12).
       02 FILLER PIC X(3).
       02 AMADMO PIC X(10).
       02 FILLER PIC X(3).
       02 AMACTO PIC X.
       02 FILLER PIC X(3).
       02 AMIDO PIC X(10).
       02 FILLER PIC X(3).
       02 AMPINO PIC X(8).
       02 FILLER PIC X(3).
       02 AMPFXO PIC X(10).
       02 FILLER PIC X(3).
       02 AMPAGEO PIC X(3).
       02 DFHMS2 OCCURS 10 TIMES.
           03 FILLER PIC X(3).
           03 AMLINEO PIC X(79).
       02 FILLER PIC X(3).
       02 AMMSGO PIC X(79).

LINKAGE SECTION.
   01 DFHCOMMAREA PIC X(23).

*>    PLAYERREG maintenance at the terminal, for the desk calls that
*>    can't wait for a PLAYENRL run: enroll an ID with its first PIN,
*>    set an ID active or inactive, clear a wrong-PIN lockout, and
*>    browse the register by ID prefix.  Only an ID on the REGADMIN
*>    list, proved by its own PIN, gets past the sign-on, and every
*>    change (and every sign-on) is written to REGACTLOG under the
*>    administrator's ID and the time it happened
PROCEDURE DIVISION.
    MOVE EIBTRMID TO WS-RS-TERMID
    IF EIBCALEN = 0
        MOVE SPACES TO WS-COMMAREA
        MOVE "ENTER YOUR ADMINISTRATOR ID AND PIN" TO WS-MSG
        PERFORM SendAdmSignOn
    ELSE
        MOVE DFHCOMMAREA TO WS-COMMAREA
        MOVE SPACES TO WS-MSG
        MOVE SPACE TO WS-BADFLD
        IF EIBAID = DFHPF3
            PERFORM EndAdmin
        ELSE
            EVALUATE CA-Phase
                WHEN 2
                    PERFORM WorkAnswer
                WHEN OTHER
                    PERFORM SignOnAnswer
            END-EVALUATE
        END-IF
    END-IF.

    EndAdmin.
        EXEC CICS SEND TEXT
            FROM(WS-ENDTEXT) LENGTH(WS-ENDLEN) ERASE FREEKB
        END-EXEC
        EXEC CICS RETURN END-EXEC.

    SignOnAnswer.
        EVALUATE EIBAID
            WHEN DFHENTER
                PERFORM ReceiveAdmSignOn
            WHEN DFHPF5
            WHEN DFHCLEAR
                MOVE "ENTER YOUR ADMINISTRATOR ID AND PIN" TO WS-MSG
                PERFORM SendAdmSignOn
            WHEN OTHER
                MOVE WS-KEYMSG TO WS-MSG
                PERFORM SendAdmSignOn
        END-EVALUATE.

*>    the administrator proves their own player ID through CHECKREG
*>    the way any player does, and only then is the ID looked up on
*>    the administrator list -- so a wrong PIN here counts toward
*>    the same lockout, and the list is never probed without one
    ReceiveAdmSignOn.
        MOVE LOW-VALUES TO TTASIGNI
        EXEC CICS RECEIVE MAP('TTASIGN') MAPSET('TTTASET')
            INTO(TTASIGNI) RESP(WS-RESP)
        END-EXEC
        MOVE SPACES TO WS-PLAYERID
        MOVE SPACES TO WS-REGPIN
        IF WS-RESP = DFHRESP(NORMAL)
            IF ANIDL > 0
                MOVE ANIDI TO WS-PLAYERID
            END-IF
            IF ANPINL > 0
                MOVE ANPINI TO WS-REGPIN
            END-IF
        END-IF
        IF WS-PLAYERID = SPACES
            MOVE "ENTER YOUR ADMINISTRATOR ID AND PIN" TO WS-MSG
            SET WS-BAD-ID TO TRUE
            PERFORM SendAdmSignOn
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
                PERFORM CheckAdminList
            WHEN "P"
                MOVE "WRONG PIN, TRY AGAIN" TO WS-MSG
                SET WS-BAD-PIN TO TRUE
                PERFORM SendAdmSignOn
            WHEN "K"
                MOVE "THAT ID IS LOCKED (TOO MANY WRONG PINS)" TO WS-MSG
                SET WS-BAD-ID TO TRUE
                PERFORM SendAdmSignOn
            WHEN "I"
            WHEN "U"
                MOVE "THAT ID CANNOT ADMINISTER THE REGISTER" TO WS-MSG
                SET WS-BAD-ID TO TRUE
                PERFORM SendAdmSignOn
            WHEN "N"
                MOVE "NO PLAYER REGISTER ON FILE YET -- ENROLL WITH PLAYENRL"
                    TO WS-MSG
                PERFORM SendAdmSignOn
            WHEN OTHER
                MOVE "REGISTER TROUBLE -- TRY AGAIN LATER" TO WS-MSG
                PERFORM SendAdmSignOn
        END-EVALUATE.

*>    refused sign-ons are logged too, under the ID that tried, so
*>    the log shows who has been at the door as well as who got in
    CheckAdminList.
        MOVE WS-PLAYERID TO AQ-AdminID
        MOVE "K" TO WS-ADMFUNC
        CALL 'REGADM' USING WS-ADMFUNC, WS-ADMREQUEST, WS-ADMRESULT,
            WS-ADMBROWSE
        MOVE WS-PLAYERID TO CA-AdminID
        MOVE WS-PLAYERID TO WS-TARGETID
        IF WS-ADMRESULT = "O"
            MOVE "SIGNON" TO AQ-Action
            MOVE "O" TO WS-REGRESULT
            PERFORM LogAdminAction
            MOVE 2 TO CA-Phase
            MOVE SPACES TO CA-Prefix
            MOVE 1 TO CA-Page
            MOVE "SIGNED ON -- CHOOSE AN ACTION" TO WS-MSG
            PERFORM SendWorkScreen
        ELSE
            MOVE "DENIED" TO AQ-Action
            MOVE WS-ADMRESULT TO WS-REGRESULT
            PERFORM LogAdminAction
            MOVE SPACES TO CA-AdminID
            MOVE "THAT ID CANNOT ADMINISTER THE REGISTER" TO WS-MSG
            SET WS-BAD-ID TO TRUE
            PERFORM SendAdmSignOn
        END-IF.

    WorkAnswer.
        EVALUATE EIBAID
            WHEN DFHENTER
                PERFORM ReceiveWork
            WHEN DFHPF5
            WHEN DFHCLEAR
                PERFORM SendWorkScreen
            WHEN DFHPF7
                IF CA-Page > 1
                    SUBTRACT 1 FROM CA-Page
                ELSE
                    MOVE "ALREADY ON THE FIRST PAGE" TO WS-MSG
                END-IF
                PERFORM SendWorkScreen
            WHEN DFHPF8
                PERFORM PageForward
            WHEN OTHER
                MOVE WS-KEYMSG TO WS-MSG
                PERFORM SendWorkScreen
        END-EVALUATE.

    PageForward.
        ADD 1 TO CA-Page
        PERFORM BrowsePage
        IF AB-Count = 0
            SUBTRACT 1 FROM CA-Page
            MOVE "NO FURTHER PAGES" TO WS-MSG
        END-IF
        PERFORM SendWorkScreen.

    ReceiveWork.
        MOVE LOW-VALUES TO TTAMAINI
        EXEC CICS RECEIVE MAP('TTAMAIN') MAPSET('TTTASET')
            INTO(TTAMAINI) RESP(WS-RESP)
        END-EXEC
        MOVE SPACE TO WS-ACTION
        MOVE SPACES TO WS-TARGETID
        MOVE SPACES TO WS-NEWPIN
        MOVE CA-Prefix TO WS-PREFIX
        IF WS-RESP = DFHRESP(NORMAL)
            IF AMACTL > 0
                MOVE AMACTI TO WS-ACTION
            END-IF
            IF AMIDL > 0
                MOVE AMIDI TO WS-TARGETID
            END-IF
            IF AMPINL > 0
                MOVE AMPINI TO WS-NEWPIN
            END-IF
            IF AMPFXL > 0
                MOVE AMPFXI TO WS-PREFIX
            END-IF
        END-IF
        MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
        MOVE FUNCTION UPPER-CASE(WS-TARGETID) TO WS-TARGETID
        MOVE FUNCTION UPPER-CASE(WS-PREFIX) TO WS-PREFIX
        EVALUATE WS-ACTION
            WHEN "E"
                PERFORM DoEnroll
            WHEN "A"
                MOVE "A" TO WS-REGACTION
                MOVE "ACTIVATE" TO AQ-Action
                PERFORM DoRegChange
            WHEN "D"
                MOVE "I" TO WS-REGACTION
                MOVE "DEACTIVATE" TO AQ-Action
                PERFORM DoRegChange
            WHEN "R"
                MOVE "R" TO WS-REGACTION
                MOVE "RESET" TO AQ-Action
                PERFORM DoRegChange
            WHEN "B"
            WHEN SPACE
*>    a blank action with a new prefix is a browse all the same
                IF WS-PREFIX NOT = CA-Prefix OR WS-ACTION = "B"
                    MOVE WS-PREFIX TO CA-Prefix
                    MOVE 1 TO CA-Page
                END-IF
                PERFORM SendWorkScreen
            WHEN OTHER
                MOVE "ACTION MUST BE E, A, D, R OR B" TO WS-MSG
                SET WS-BAD-ACTION TO TRUE
                PERFORM SendWorkScreen
        END-EVALUATE.

*>    a new ID needs its first PIN on the same screen, so the player
*>    can sign on the moment the administrator is done
    DoEnroll.
        EVALUATE TRUE
            WHEN WS-TARGETID = SPACES
                MOVE "ENTER THE PLAYER ID TO ENROLL" TO WS-MSG
                SET WS-BAD-TARGET TO TRUE
                PERFORM SendWorkScreen
            WHEN WS-NEWPIN = SPACES OR WS-NEWPIN(4:1) = SPACE
                MOVE "ENROLLING NEEDS AN INITIAL PIN OF 4 TO 8 CHARACTERS"
                    TO WS-MSG
                SET WS-BAD-NEWPIN TO TRUE
                PERFORM SendWorkScreen
            WHEN OTHER
                MOVE "E" TO WS-REGACTION
                CALL 'CHECKREG' USING WS-TARGETID, WS-NEWPIN,
                    WS-REGACTION, WS-REGRESULT, WS-REGSOURCE
                MOVE "ENROLL" TO AQ-Action
                PERFORM LogAdminAction
                EVALUATE WS-REGRESULT
                    WHEN "O"
                        STRING "ENROLLED " WS-TARGETID DELIMITED BY SIZE
                            INTO WS-MSG
                    WHEN "D"
                        STRING WS-TARGETID " IS ALREADY ENROLLED"
                            DELIMITED BY SIZE INTO WS-MSG
                        SET WS-BAD-TARGET TO TRUE
                    WHEN OTHER
                        STRING "ENROLL FAILED, RESULT " WS-REGRESULT
                            DELIMITED BY SIZE INTO WS-MSG
                END-EVALUATE
                PERFORM SendWorkScreen
        END-EVALUATE.

*>    activate, deactivate and lockout reset all take just the ID;
*>    WS-REGACTION and AQ-Action arrive set by the caller
    DoRegChange.
        IF WS-TARGETID = SPACES
            MOVE "ENTER THE PLAYER ID TO CHANGE" TO WS-MSG
            SET WS-BAD-TARGET TO TRUE
            PERFORM SendWorkScreen
        END-IF
        MOVE SPACES TO WS-REGPIN
        CALL 'CHECKREG' USING WS-TARGETID, WS-REGPIN, WS-REGACTION,
            WS-REGRESULT, WS-REGSOURCE
        PERFORM LogAdminAction
        EVALUATE WS-REGRESULT
            WHEN "O"
                EVALUATE WS-REGACTION
                    WHEN "A"
                        STRING WS-TARGETID " IS NOW ACTIVE"
                            DELIMITED BY SIZE INTO WS-MSG
                    WHEN "I"
                        STRING WS-TARGETID " IS NOW INACTIVE"
                            DELIMITED BY SIZE INTO WS-MSG
                    WHEN OTHER
                        STRING "WRONG-PIN LOCKOUT CLEARED FOR "
                            WS-TARGETID DELIMITED BY SIZE INTO WS-MSG
                END-EVALUATE
            WHEN "U"
                STRING WS-TARGETID " IS NOT ON THE REGISTER"
                    DELIMITED BY SIZE INTO WS-MSG
                SET WS-BAD-TARGET TO TRUE
            WHEN OTHER
                STRING "CHANGE FAILED, RESULT " WS-REGRESULT
                    DELIMITED BY SIZE INTO WS-MSG
        END-EVALUATE
        PERFORM SendWorkScreen.

*>    one REGACTLOG record: AQ-Action arrives set, the target is
*>    WS-TARGETID and the outcome the result just returned.  A log
*>    that won't write is said so on the message line -- the change
*>    itself has already been made
    LogAdminAction.
        MOVE CA-AdminID TO AQ-AdminID
        MOVE EIBTRMID TO AQ-TermID
        MOVE WS-TARGETID TO AQ-TargetID
        MOVE WS-REGRESULT TO AQ-Outcome
        MOVE "W" TO WS-ADMFUNC
        CALL 'REGADM' USING WS-ADMFUNC, WS-ADMREQUEST, WS-ADMRESULT,
            WS-ADMBROWSE
        IF WS-ADMRESULT NOT = "O"
            MOVE "ACTION LOG WOULD NOT WRITE -- TELL OPERATIONS"
                TO WS-MSG
        END-IF.

    BrowsePage.
        MOVE CA-Prefix TO AQ-TargetID
        MOVE CA-Page TO AQ-Page
        MOVE "B" TO WS-ADMFUNC
        CALL 'REGADM' USING WS-ADMFUNC, WS-ADMREQUEST, WS-ADMRESULT,
            WS-ADMBROWSE
        IF WS-ADMRESULT NOT = "O"
            MOVE 0 TO AB-Count
        END-IF.

*>    the work screen always carries the current browse page, read
*>    afresh, so a change just made shows in the list under it
    SendWorkScreen.
        MOVE 2 TO CA-Phase
        PERFORM BrowsePage
        MOVE LOW-VALUES TO TTAMAINO
        MOVE CA-AdminID TO AMADMO
        MOVE CA-Prefix TO AMPFXO
        MOVE CA-Page TO WS-PAGEDISP
        MOVE WS-PAGEDISP TO AMPAGEO
        PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > AB-Count
*>    dormant IDs still sign on (CHECKREG reactivates them) and
*>    retired ones need PLAYENRL, so neither is shown as inactive
            EVALUATE AB-Active(WS-IDX)
                WHEN "A"
                    MOVE "ACTIVE" TO WS-STATETEXT
                WHEN "D"
                    MOVE "DORMANT" TO WS-STATETEXT
                WHEN "R"
                    MOVE "RETIRED" TO WS-STATETEXT
                WHEN OTHER
                    MOVE "INACTIVE" TO WS-STATETEXT
            END-EVALUATE
            MOVE SPACES TO AMLINEO(WS-IDX)
            MOVE 4 TO WS-LINEPTR
            STRING AB-PlayerID(WS-IDX) "  " WS-STATETEXT "   "
                AB-BadTries(WS-IDX) DELIMITED BY SIZE
                INTO AMLINEO(WS-IDX) WITH POINTER WS-LINEPTR
        END-PERFORM
        IF AB-Count = 0
            MOVE "NO REGISTERED IDS MATCH THAT PREFIX" TO AMLINEO(1)(4:)
        END-IF
        IF AB-More = "Y" AND WS-MSG = SPACES
            MOVE "PF8 SHOWS MORE" TO WS-MSG
        END-IF
        MOVE WS-MSG TO AMMSGO
        EVALUATE TRUE
            WHEN WS-BAD-TARGET
                MOVE WS-ACTION TO AMACTO
                MOVE WS-TARGETID TO AMIDO
                MOVE DFHUNIMD TO AMIDA
                MOVE -1 TO AMIDL
            WHEN WS-BAD-NEWPIN
                MOVE WS-ACTION TO AMACTO
                MOVE WS-TARGETID TO AMIDO
                MOVE -1 TO AMPINL
            WHEN WS-BAD-ACTION
                MOVE WS-ACTION TO AMACTO
                MOVE WS-TARGETID TO AMIDO
                MOVE DFHUNIMD TO AMACTA
                MOVE -1 TO AMACTL
            WHEN OTHER
                MOVE -1 TO AMACTL
        END-EVALUATE
        EXEC CICS SEND MAP('TTAMAIN') MAPSET('TTTASET')
            FROM(TTAMAINO) ERASE CURSOR
        END-EXEC
        PERFORM ContinueAdmin.

*>    the PIN is never sent back; an ID in error is refilled and
*>    brightened, and the cursor sits on whichever field is owed
    SendAdmSignOn.
        MOVE 1 TO CA-Phase
        MOVE LOW-VALUES TO TTASIGNO
        MOVE WS-MSG TO ANMSGO
        IF WS-BAD-PIN
            MOVE WS-PLAYERID TO ANIDO
            MOVE -1 TO ANPINL
        ELSE
            MOVE -1 TO ANIDL
            IF WS-BAD-ID
                MOVE WS-PLAYERID TO ANIDO
                MOVE DFHUNIMD TO ANIDA
            END-IF
        END-IF
        EXEC CICS SEND MAP('TTASIGN') MAPSET('TTTASET')
            FROM(TTASIGNO) ERASE CURSOR
        END-EXEC
        PERFORM ContinueAdmin.

    ContinueAdmin.
        EXEC CICS RETURN
            TRANSID('TTT3') COMMAREA(WS-COMMAREA) LENGTH(WS-CALEN)
        END-EXEC.
