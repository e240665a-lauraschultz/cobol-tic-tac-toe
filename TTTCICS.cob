   01 WS-RESP PIC S9(8) COMP.
   01 WS-MOVETEXT PIC X(2).
   01 WS-MSG PIC X(79).
   01 RowChar PIC X.
   01 ColChar PIC X.
   01 RowNum PIC 9 VALUE 0.
   01 CPlayer PIC 9 VALUE 2.
   01 DebugTrace PIC X VALUE "N".
   01 NotHintOnly PIC X VALUE "N".
   01 ClassicRule PIC X VALUE SPACE.
   01 CellChar PIC X.
   01 BB-Idx PIC 9.
   01 BB-Row PIC 9.
   01 BB-Ptr PIC 9(2).
   01 WS-PLAYERID PIC X(10).
   01 WS-CHOICE PIC X.
   01 WS-CODE PIC X(4).
   01 WS-OPENOK PIC X.
   01 WS-JOINOK PIC X.
   01 WS-NOTE PIC X(60).
   01 WS-HEAD PIC X(60).
   01 ZeroDiff PIC 9 VALUE 0.
   01 WS-REGPIN PIC X(8).
   01 WS-REGACTION PIC X.
   01 WS-REGRESULT PIC X.
   01 WS-REGSOURCE.
       02 WS-RS-PROGRAM PIC X(8) VALUE "TTTCICS".
       02 WS-RS-TERMID PIC X(4).
   01 WS-ISSUER PIC X(8) VALUE "TTTCICS".
*>    the player's inbox as PLAYNOTE hands it over at sign-on, ten
*>    notices at a time
   01 WS-NOTEFUNC PIC X.
   01 WS-NOTEREQ.
       02 WS-NQ-PLAYERID PIC X(10).
       02 WS-NQ-FROM PIC X(8).
       02 WS-NQ-EXPIRY PIC 9(8).
       02 WS-NQ-TEXT PIC X(60).
   01 WS-NOTERESULT PIC X.
   01 WS-NOTELIST.
       02 WS-NL-COUNT PIC 99.
       02 WS-NL-MORE PIC X.
       02 WS-NL-ENTRY OCCURS 10 TIMES.
           03 WS-NL-DATE PIC 9(8).
           03 WS-NL-FROM PIC X(8).
           03 WS-NL-TEXT PIC X(60).
   01 WS-NOTEIDX PIC 99.
   01 ComputerName PIC X(10) VALUE "COMPUTER".
   01 VsComputerMode PIC 9 VALUE 1.
   01 TwoPlayerMode PIC 9 VALUE 2.
*>    non-numeric here and are shown with their age unknown
       02 MB-LastActDate PIC 9(8).
       02 MB-LastActTime PIC 9(6).
*>    how a finished match ended when the board can't say: "R" when
*>    one side resigned with PF12, MB-ClaimWinner naming the side
*>    credited, so the other terminal's next look at the record
*>    shows the result the resigning terminal logged.  Space (or a
*>    record from before these columns) means played out
       02 MB-EndReason PIC X.
       02 MB-ClaimWinner PIC 9.
   01 MB-Winner PIC 9.
       88 MB-IsWinner VALUE 1, 2.
   01 MB-WinLine PIC 9.
   01 WS-ABSTIME PIC S9(15) COMP-3.
*>    the clock as last read by StampActivity, and scratch fields
*>    for the lobby browse
   01 WS-NOWDATE PIC X(8).
   01 WS-NOWDATE-N REDEFINES WS-NOWDATE PIC 9(8).
   01 WS-NOWTIME PIC X(6).
       02 WS-THENSS PIC 99.
   01 WS-BRCODE PIC X(4).
*>    the idle period after which a waiting player may claim an
*>    abandoned match: the site parameter FORFEIT-MINUTES when it is
*>    set, else the one-record MATCHCFG file as before; a site with
*>    neither gets the 30-minute default
   01 WS-CFGKEY PIC X(4) VALUE "CFG ".
   01 WS-CFGREC.
       02 WS-CFG-KEY PIC X(4).
       02 WS-CFG-MINS PIC 9(4).
   01 WS-FORFMINS PIC 9(4).
   01 WS-PARMREQ.
       02 WS-PQ-NAME PIC X(16).
       02 WS-PQ-DEFAULT PIC 9(9).
       02 WS-PQ-LOW PIC 9(9).
       02 WS-PQ-HIGH PIC 9(9).
   01 WS-PARMVALUE PIC 9(9).
   01 WS-PARMSOURCE PIC X.
   01 NoEndReason PIC X VALUE SPACE.
   01 ForfeitReason PIC X VALUE "R".
   01 NoClaimWinner PIC 9 VALUE 0.
   01 NoTerminal PIC X(4) VALUE SPACES.
*>    a head-to-head game has no computer choices to replay
   01 NoSeed PIC 9(9) VALUE 0.
   01 WS-CLAIMSIDE PIC 9.
   01 WS-OPENCOUNT PIC 9(2).
   01 WS-SKIPCOUNT PIC 9(4).
   01 WS-SKIPTO PIC 9(4).
   01 WS-PAGEDISP PIC ZZ9.
   01 WS-WAITMINS PIC 9(5).
   01 WS-WAITDISP PIC ZZZZ9.
*>    where a list row's text starts, to sit under its heading
   01 WS-LINEPTR PIC S9(4) COMP.
   01 WS-NOWSECS PIC 9(7).
   01 WS-THENSECS PIC 9(7).
*>    one statistics record per task, handed to TXNLOG as the task
*>    returns: when it began, the terminal, the phase it came in on
*>    (0 for the first screen of a session), how long it ran in
*>    milliseconds, and whether a MATCHBRD update read had to wait
*>    for another terminal's lock on the record
   01 WS-TASKSTART PIC S9(15) COMP-3.
   01 WS-TASKEND PIC S9(15) COMP-3.
   01 WS-TASKMS PIC S9(15) COMP-3.
*>    an update read of MATCHBRD that takes longer than this many
*>    milliseconds has waited on another terminal's lock; an
*>    uncontended read is over well inside it
   01 WS-LOCKSTART PIC S9(15) COMP-3.
   01 WS-LOCKEND PIC S9(15) COMP-3.
   01 WS-LOCKMS PIC S9(15) COMP-3.
   01 WS-LOCKLIMIT PIC S9(15) COMP-3 VALUE 250.
   01 WS-STATREC.
       02 WS-ST-DATE PIC X(8).
       02 WS-ST-TIME PIC X(6).
       02 WS-ST-TERMID PIC X(4).
       02 WS-ST-PHASE PIC 9.
       02 WS-ST-ELAPSED PIC 9(7).
       02 WS-ST-LOCKWAIT PIC X.
   01 WS-ENDTEXT PIC X(30) VALUE "TIC-TAC-TOE SESSION ENDED".
   01 WS-ENDLEN PIC S9(4) COMP VALUE 30.
   01 WS-KEYMSG PIC X(40)
       VALUE "THAT KEY IS NOT ACTIVE ON THIS SCREEN".
*>    the message line, notice line, heading, sign-off text and the
*>    screens' titles, labels and PF-key legends come from the
*>    message catalog through MSGGET in the player's language; the
*>    English each point hands in is what shows when the catalog has
*>    no translation (or there is no catalog)
   01 WS-MSGFUNC PIC X.
   01 WS-MSGREQ VALUE SPACES.
       02 WS-MQ-LANG PIC XX.
       02 WS-MQ-PLAYERID PIC X(10).
       02 WS-MQ-MSGNO PIC 9(4).
       02 WS-MQ-INSERT PIC X(20) OCCURS 4 TIMES.
   01 WS-MSGTEXT PIC X(74) VALUE SPACES.
   01 WS-MSGLEN PIC 99.
*>    which input field the message line is complaining about, so
*>    the screen goes back with the cursor on it and the field
*>    brightened instead of the player having to guess
   01 WS-BADFLD PIC X VALUE SPACE.
       88 WS-BAD-NONE VALUE SPACE.
       88 WS-BAD-ENTRY VALUE "E".
       88 WS-BAD-CHOICE VALUE "C".
       88 WS-BAD-CODE VALUE "J".
*>    the three board rows as the screens show them, " X | O |   "
   01 WS-BOARDROWS.
       02 WS-ROW PIC X(11) OCCURS 3 TIMES.
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
   01 DFHPF12 PIC X VALUE "@".
   01 DFHUNIMD PIC X VALUE "I".
*>    symbolic maps for the TTTMSET screens, laid out the way the map
*>    assembly generates them (12-byte prefix, then length, flag/
*>    attribute and data for each named field); keep in step with
*>    TTTMSET.bms
   01 TTTSIGNI.
       02 FILLER PIC X(12).
       02 SNTTLL PIC S9(4) COMP.
       02 SNTTLF PIC X.
       02 FILLER REDEFINES SNTTLF.
           03 SNTTLA PIC X.
       02 SNTTLI PIC X(40).
       02 SNLBIDL PIC S9(4) COMP.
       02 SNLBIDF PIC X.
       02 FILLER REDEFINES SNLBIDF.
           03 SNLBIDA PIC X.
       02 SNLBIDI PIC X(16).
       02 SNIDL PIC S9(4) COMP.
       02 SNIDF PIC X.
       02 FILLER REDEFINES SNIDF.
           03 SNIDA PIC X.
       02 SNIDI PIC X(10).
       02 SNKEYSL PIC S9(4) COMP.
       02 SNKEYSF PIC X.
       02 FILLER REDEFINES SNKEYSF.
           03 SNKEYSA PIC X.
       02 SNKEYSI PIC X(60).
       02 SNMSGL PIC S9(4) COMP.
       02 SNMSGF PIC X.
       02 FILLER REDEFINES SNMSGF.
           03 SNMSGA PIC X.
       02 SNMSGI PIC X(79).
   01 TTTSIGNO REDEFINES TTTSIGNI.
       02 FILLER PIC X(12).
       02 FILLER PIC X(3).
       02 SNTTLO PIC X(40).
       02 FILLER PIC X(3).
       02 SNLBIDO PIC X(16).
       02 FILLER PIC X(3).
       02 SNIDO PIC X(10).
       02 FILLER PIC X(3).
       02 SNKEYSO PIC X(60).
       02 FILLER PIC X(3).
       02 SNMSGO PIC X(79).
   01 TTTPINI.
       02 FILLER PIC X(12).
       02 PNTTLL PIC S9(4) COMP.
       02 PNTTLF PIC X.
       02 FILLER REDEFINES PNTTLF.
           03 PNTTLA PIC X.
       02 PNTTLI PIC X(40).
       02 PNLBIDL PIC S9(4) COMP.
       02 PNLBIDF PIC X.
       02 FILLER REDEFINES PNLBIDF.
           03 PNLBIDA PIC X.
       02 PNLBIDI PIC X(16).
       02 PNIDL PIC S9(4) COMP.
       02 PNIDF PIC X.
       02 FILLER REDEFINES PNIDF.
           03 PNIDA PIC X.
       02 PNIDI PIC X(10).
       02 PNLBPNL PIC S9(4) COMP.
       02 PNLBPNF PIC X.
       02 FILLER REDEFINES PNLBPNF.
           03 PNLBPNA PIC X.
       02 PNLBPNI PIC X(16).
       02 PNPINL PIC S9(4) COMP.
       02 PNPINF PIC X.
       02 FILLER REDEFINES PNPINF.
           03 PNPINA PIC X.
       02 PNPINI PIC X(8).
       02 PNKEYSL PIC S9(4) COMP.
       02 PNKEYSF PIC X.
       02 FILLER REDEFINES PNKEYSF.
           03 PNKEYSA PIC X.
       02 PNKEYSI PIC X(60).
       02 PNMSGL PIC S9(4) COMP.
       02 PNMSGF PIC X.
       02 FILLER REDEFINES PNMSGF.
           03 PNMSGA PIC X.
       02 PNMSGI PIC X(79).
   01 TTTPINO REDEFINES TTTPINI.
       02 FILLER PIC X(12).
       02 FILLER PIC X(3).
       02 PNTTLO PIC X(40).
       02 FILLER PIC X(3).
       02 PNLBIDO PIC X(16).
       02 FILLER PIC X(3).
       02 PNIDO PIC X(10).
       02 FILLER PIC X(3).
       02 PNLBPNO PIC X(16).
       02 FILLER PIC X(3).
       02 PNPINO PIC X(8).
       02 FILLER PIC X(3).
       02 PNKEYSO PIC X(60).
       02 FILLER PIC X(3).
       02 PNMSGO PIC X(79).
   01 TTTNOTEI.
       02 FILLER PIC X(12).
       02 NTTTLL PIC S9(4) COMP.
       02 NTTTLF PIC X.
       02 FILLER REDEFINES NTTTLF.
           03 NTTTLA PIC X.
       02 NTTTLI PIC X(40).
       02 NTHDGL PIC S9(4) COMP.
       02 NTHDGF PIC X.
       02 FILLER REDEFINES NTHDGF.
           03 NTHDGA PIC X.
       02 NTHDGI PIC X(40).
       02 DFHMS3 OCCURS 10 TIMES.
           03 NTLINEL PIC S9(4) COMP.
           03 NTLINEF PIC X.
           03 FILLER REDEFINES NTLINEF.
               04 NTLINEA PIC X.
           03 NTLINEI PIC X(79).
       02 NTKEYSL PIC S9(4) COMP.
       02 NTKEYSF PIC X.
       02 FILLER REDEFINES NTKEYSF.
           03 NTKEYSA PIC X.
       02 NTKEYSI PIC X(60).
       02 NTMSGL PIC S9(4) COMP.
       02 NTMSGF PIC X.
       02 FILLER REDEFINES NTMSGF.
           03 NTMSGA PIC X.
       02 NTMSGI PIC X(79).
   01 TTTNOTEO REDEFINES TTTNOTEI.
       02 FILLER PIC X(12).
       02 FILLER PIC X(3).
       02 NTTTLO PIC X(40).
       02 FILLER PIC X(3).
       02 NTHDGO PIC X(40).
       02 DFHMS4 OCCURS 10 TIMES.
           03 FILLER PIC X(3).
           03 NTLINEO PIC X(79).
       02 FILLER PIC X(3).
       02 NTKEYSO PIC X(60).
       02 FILLER PIC X(3).
       02 NTMSGO PIC X(79).
   01 TTTMODEI.
       02 FILLER PIC X(12).
       02 MDTTLL PIC S9(4) COMP.
       02 MDTTLF PIC X.
       02 FILLER REDEFINES MDTTLF.
           03 MDTTLA PIC X.
       02 MDTTLI PIC X(40).
       02 MDLBIDL PIC S9(4) COMP.
       02 MDLBIDF PIC X.
       02 FILLER REDEFINES MDLBIDF.
           03 MDLBIDA PIC X.
       02 MDLBIDI PIC X(16).
       02 MDIDL PIC S9(4) COMP.
       02 MDIDF PIC X.
       02 FILLER REDEFINES MDIDF.
           03 MDIDA PIC X.
       02 MDIDI PIC X(10).
       02 MDOPTCL PIC S9(4) COMP.
       02 MDOPTCF PIC X.
       02 FILLER REDEFINES MDOPTCF.
           03 MDOPTCA PIC X.
       02 MDOPTCI PIC X(48).
       02 MDOPTOL PIC S9(4) COMP.
       02 MDOPTOF PIC X.
       02 FILLER REDEFINES MDOPTOF.
           03 MDOPTOA PIC X.
       02 MDOPTOI PIC X(48).
       02 MDOPTJL PIC S9(4) COMP.
       02 MDOPTJF PIC X.
       02 FILLER REDEFINES MDOPTJF.
           03 MDOPTJA PIC X.
       02 MDOPTJI PIC X(48).
       02 MDOPTLL PIC S9(4) COMP.
       02 MDOPTLF PIC X.
       02 FILLER REDEFINES MDOPTLF.
           03 MDOPTLA PIC X.
       02 MDOPTLI PIC X(48).
       02 MDLBCHL PIC S9(4) COMP.
       02 MDLBCHF PIC X.
       02 FILLER REDEFINES MDLBCHF.
           03 MDLBCHA PIC X.
       02 MDLBCHI PIC X(16).
       02 MDCHOL PIC S9(4) COMP.
       02 MDCHOF PIC X.
       02 FILLER REDEFINES MDCHOF.
           03 MDCHOA PIC X.
       02 MDCHOI PIC X.
       02 MDLBCDL PIC S9(4) COMP.
       02 MDLBCDF PIC X.
       02 FILLER REDEFINES MDLBCDF.
           03 MDLBCDA PIC X.
       02 MDLBCDI PIC X(16).
       02 MDCODEL PIC S9(4) COMP.
       02 MDCODEF PIC X.
       02 FILLER REDEFINES MDCODEF.
           03 MDCODEA PIC X.
       02 MDCODEI PIC X(4).
       02 MDHINTL PIC S9(4) COMP.
       02 MDHINTF PIC X.
       02 FILLER REDEFINES MDHINTF.
           03 MDHINTA PIC X.
       02 MDHINTI PIC X(40).
       02 MDKEYSL PIC S9(4) COMP.
       02 MDKEYSF PIC X.
       02 FILLER REDEFINES MDKEYSF.
           03 MDKEYSA PIC X.
       02 MDKEYSI PIC X(60).
       02 MDMSGL PIC S9(4) COMP.
       02 MDMSGF PIC X.
       02 FILLER REDEFINES MDMSGF.
           03 MDMSGA PIC X.
       02 MDMSGI PIC X(79).
   01 TTTMODEO REDEFINES TTTMODEI.
       02 FILLER PIC X(12).
       02 FILLER PIC X(3).
       02 MDTTLO PIC X(40).
       02 FILLER PIC X(3).
       02 MDLBIDO PIC X(16).
       02 FILLER PIC X(3).
       02 MDIDO PIC X(10).
       02 FILLER PIC X(3).
       02 MDOPTCO PIC X(48).
       02 FILLER PIC X(3).
       02 MDOPTOO PIC X(48).
       02 FILLER PIC X(3).
       02 MDOPTJO PIC X(48).
       02 FILLER PIC X(3).
       02 MDOPTLO PIC X(48).
       02 FILLER PIC X(3).
       02 MDLBCHO PIC X(16).
       02 FILLER PIC X(3).
       02 MDCHOO PIC X.
       02 FILLER PIC X(3).
       02 MDLBCDO PIC X(16).
       02 FILLER PIC X(3).
       02 MDCODEO PIC X(4).
       02 FILLER PIC X(3).
       02 MDHINTO PIC X(40).
       02 FILLER PIC X(3).
       02 MDKEYSO PIC X(60).
       02 FILLER PIC X(3).
       02 MDMSGO PIC X(79).
   01 TTTLOBYI.
       02 FILLER PIC X(12).
       02 LBTTLL PIC S9(4) COMP.
       02 LBTTLF PIC X.
       02 FILLER REDEFINES LBTTLF.
           03 LBTTLA PIC X.
       02 LBTTLI PIC X(40).
       02 LBLBPGL PIC S9(4) COMP.
       02 LBLBPGF PIC X.
       02 FILLER REDEFINES LBLBPGF.
           03 LBLBPGA PIC X.
       02 LBLBPGI PIC X(5).
       02 LBPAGEL PIC S9(4) COMP.
       02 LBPAGEF PIC X.
       02 FILLER REDEFINES LBPAGEF.
           03 LBPAGEA PIC X.
       02 LBPAGEI PIC X(3).
       02 LBHDGL PIC S9(4) COMP.
       02 LBHDGF PIC X.
       02 FILLER REDEFINES LBHDGF.
           03 LBHDGA PIC X.
       02 LBHDGI PIC X(40).
       02 DFHMS1 OCCURS 10 TIMES.
           03 LBLINEL PIC S9(4) COMP.
           03 LBLINEF PIC X.
           03 FILLER REDEFINES LBLINEF.
               04 LBLINEA PIC X.
           03 LBLINEI PIC X(79).
       02 LBLBCDL PIC S9(4) COMP.
       02 LBLBCDF PIC X.
       02 FILLER REDEFINES LBLBCDF.
           03 LBLBCDA PIC X.
       02 LBLBCDI PIC X(16).
       02 LBCODEL PIC S9(4) COMP.
       02 LBCODEF PIC X.
       02 FILLER REDEFINES LBCODEF.
           03 LBCODEA PIC X.
       02 LBCODEI PIC X(4).
       02 LBHINTL PIC S9(4) COMP.
       02 LBHINTF PIC X.
       02 FILLER REDEFINES LBHINTF.
           03 LBHINTA PIC X.
       02 LBHINTI PIC X(40).
       02 LBKEYSL PIC S9(4) COMP.
       02 LBKEYSF PIC X.
       02 FILLER REDEFINES LBKEYSF.
           03 LBKEYSA PIC X.
       02 LBKEYSI PIC X(60).
       02 LBMSGL PIC S9(4) COMP.
       02 LBMSGF PIC X.
       02 FILLER REDEFINES LBMSGF.
           03 LBMSGA PIC X.
       02 LBMSGI PIC X(79).
   01 TTTLOBYO REDEFINES TTTLOBYI.
       02 FILLER PIC X(12).
       02 FILLER PIC X(3).
       02 LBTTLO PIC X(40).
       02 FILLER PIC X(3).
       02 LBLBPGO PIC X(5).
       02 FILLER PIC X(3).
       02 LBPAGEO PIC X(3).
       02 FILLER PIC X(3).
       02 LBHDGO PIC X(40).
       02 DFHMS2 OCCURS 10 TIMES.
           03 FILLER PIC X(3).
           03 LBLINEO PIC X(79).
       02 FILLER PIC X(3).
       02 LBLBCDO PIC X(16).
       02 FILLER PIC X(3).
       02 LBCODEO PIC X(4).
       02 FILLER PIC X(3).
       02 LBHINTO PIC X(40).
       02 FILLER PIC X(3).
       02 LBKEYSO PIC X(60).
       02 FILLER PIC X(3).
       02 LBMSGO PIC X(79).
   01 TTTBORDI.
       02 FILLER PIC X(12).
       02 BDTTLL PIC S9(4) COMP.
       02 BDTTLF PIC X.
       02 FILLER REDEFINES BDTTLF.
           03 BDTTLA PIC X.
       02 BDTTLI PIC X(40).
       02 BDHEADL PIC S9(4) COMP.
       02 BDHEADF PIC X.
       02 FILLER REDEFINES BDHEADF.
           03 BDHEADA PIC X.
       02 BDHEADI PIC X(60).
       02 BDROW1L PIC S9(4) COMP.
       02 BDROW1F PIC X.
       02 FILLER REDEFINES BDROW1F.
           03 BDROW1A PIC X.
       02 BDROW1I PIC X(11).
       02 BDROW2L PIC S9(4) COMP.
       02 BDROW2F PIC X.
       02 FILLER REDEFINES BDROW2F.
           03 BDROW2A PIC X.
       02 BDROW2I PIC X(11).
       02 BDROW3L PIC S9(4) COMP.
       02 BDROW3F PIC X.
       02 FILLER REDEFINES BDROW3F.
           03 BDROW3A PIC X.
       02 BDROW3I PIC X(11).
       02 BDNOTEL PIC S9(4) COMP.
       02 BDNOTEF PIC X.
       02 FILLER REDEFINES BDNOTEF.
           03 BDNOTEA PIC X.
       02 BDNOTEI PIC X(60).
       02 BDLBMVL PIC S9(4) COMP.
       02 BDLBMVF PIC X.
       02 FILLER REDEFINES BDLBMVF.
           03 BDLBMVA PIC X.
       02 BDLBMVI PIC X(16).
       02 BDMOVEL PIC S9(4) COMP.
       02 BDMOVEF PIC X.
       02 FILLER REDEFINES BDMOVEF.
           03 BDMOVEA PIC X.
       02 BDMOVEI PIC X(2).
       02 BDHINTL PIC S9(4) COMP.
       02 BDHINTF PIC X.
       02 FILLER REDEFINES BDHINTF.
           03 BDHINTA PIC X.
       02 BDHINTI PIC X(40).
       02 BDKEYSL PIC S9(4) COMP.
       02 BDKEYSF PIC X.
       02 FILLER REDEFINES BDKEYSF.
           03 BDKEYSA PIC X.
       02 BDKEYSI PIC X(60).
       02 BDMSGL PIC S9(4) COMP.
       02 BDMSGF PIC X.
       02 FILLER REDEFINES BDMSGF.
           03 BDMSGA PIC X.
       02 BDMSGI PIC X(79).
   01 TTTBORDO REDEFINES TTTBORDI.
       02 FILLER PIC X(12).
       02 FILLER PIC X(3).
       02 BDTTLO PIC X(40).
       02 FILLER PIC X(3).
       02 BDHEADO PIC X(60).
       02 FILLER PIC X(3).
       02 BDROW1O PIC X(11).
       02 FILLER PIC X(3).
       02 BDROW2O PIC X(11).
       02 FILLER PIC X(3).
       02 BDROW3O PIC X(11).
       02 FILLER PIC X(3).
       02 BDNOTEO PIC X(60).
       02 FILLER PIC X(3).
       02 BDLBMVO PIC X(16).
       02 FILLER PIC X(3).
       02 BDMOVEO PIC X(2).
       02 FILLER PIC X(3).
       02 BDHINTO PIC X(40).
       02 FILLER PIC X(3).
       02 BDKEYSO PIC X(60).
       02 FILLER PIC X(3).
       02 BDMSGO PIC X(79).
   01 TTTDONEI.
       02 FILLER PIC X(12).
       02 FNTTLL PIC S9(4) COMP.
       02 FNTTLF PIC X.
       02 FILLER REDEFINES FNTTLF.
           03 FNTTLA PIC X.
       02 FNTTLI PIC X(40).
       02 FNHEADL PIC S9(4) COMP.
       02 FNHEADF PIC X.
       02 FILLER REDEFINES FNHEADF.
           03 FNHEADA PIC X.
       02 FNHEADI PIC X(60).
       02 FNROW1L PIC S9(4) COMP.
       02 FNROW1F PIC X.
       02 FILLER REDEFINES FNROW1F.
           03 FNROW1A PIC X.
       02 FNROW1I PIC X(11).
       02 FNROW2L PIC S9(4) COMP.
       02 FNROW2F PIC X.
       02 FILLER REDEFINES FNROW2F.
           03 FNROW2A PIC X.
       02 FNROW2I PIC X(11).
       02 FNROW3L PIC S9(4) COMP.
       02 FNROW3F PIC X.
       02 FILLER REDEFINES FNROW3F.
           03 FNROW3A PIC X.
       02 FNROW3I PIC X(11).
       02 FNRESL PIC S9(4) COMP.
       02 FNRESF PIC X.
       02 FILLER REDEFINES FNRESF.
           03 FNRESA PIC X.
       02 FNRESI PIC X(60).
       02 FNKEYSL PIC S9(4) COMP.
       02 FNKEYSF PIC X.
       02 FILLER REDEFINES FNKEYSF.
           03 FNKEYSA PIC X.
       02 FNKEYSI PIC X(60).
       02 FNMSGL PIC S9(4) COMP.
       02 FNMSGF PIC X.
       02 FILLER REDEFINES FNMSGF.
           03 FNMSGA PIC X.
       02 FNMSGI PIC X(79).
   01 TTTDONEO REDEFINES TTTDONEI.
       02 FILLER PIC X(12).
       02 FILLER PIC X(3).
       02 FNTTLO PIC X(40).
       02 FILLER PIC X(3).
       02 FNHEADO PIC X(60).
       02 FILLER PIC X(3).
       02 FNROW1O PIC X(11).
       02 FILLER PIC X(3).
       02 FNROW2O PIC X(11).
       02 FILLER PIC X(3).
       02 FNROW3O PIC X(11).
       02 FILLER PIC X(3).
       02 FNRESO PIC X(60).
       02 FILLER PIC X(3).
       02 FNKEYSO PIC X(60).
       02 FILLER PIC X(3).
       02 FNMSGO PIC X(79).

LINKAGE SECTION.
   01 DFHCOMMAREA.
           03 CA-BoardValue PIC 9 OCCURS 9 TIMES.
       02 CA-NumMoves PIC 9(2).
       02 CA-TermID PIC X(4).
*>    1 while the sign-on screen's player ID is owed, 2 playing the
*>    computer, 3 while the mode-choice screen is up, 4 while the
*>    lobby (and its join code) is up, 5 playing head-to-head off
*>    the shared MATCHBRD record, 6 while the PIN screen is up, 7
*>    while the finished-game screen is up, 8 while the player's
*>    notices are up; the ID and GameID captured at the start ride
*>    the COMMAREA so the game can be logged under them
       02 CA-Phase PIC 9.
       02 CA-MatchCode PIC X(4).
       02 CA-MySide PIC 9.
           03 CA-Move OCCURS 9 TIMES.
               04 CA-MvPlayer PIC 9.
               04 CA-MvPos PIC 9.
*>    which page of the lobby this terminal is looking at, so PF5
*>    redraws it and PF7/PF8 step from it
       02 CA-LobbyPage PIC 99.
*>    the seed the computer chooses between equally good replies
*>    with, drawn when the game starts and recorded with it
       02 CA-Seed PIC 9(9).
*>    the signed-on player's language for every screen message (see
*>    MSGGET), looked up once the ID is entered; space is English
       02 CA-Lang PIC XX.

*>    each terminal's in-progress game lives in its own COMMAREA, keyed
*>    implicitly by EXEC CICS off the terminal's own session, so any
*>    number of terminals can have a game under way against this same
*>    program at once instead of sharing the single console MAIN uses.
*>    Every screen is a TTTMSET map: ENTER answers the screen, PF3
*>    leaves from anywhere, PF5 (or CLEAR) redraws the current one,
*>    PF7/PF8 page the lobby and PF12 resigns the game in progress
PROCEDURE DIVISION.
    MOVE EIBTRMID TO WS-RS-TERMID
    PERFORM StartTaskStats
    IF EIBCALEN = 0
        PERFORM InitGame
    ELSE
        MOVE SPACES TO WS-MSG
        MOVE SPACES TO WS-NOTE
        MOVE SPACE TO WS-BADFLD
        IF EIBAID = DFHPF3
            PERFORM EndSession
        ELSE
            EVALUATE CA-Phase
                WHEN 1
                    PERFORM CapturePlayerID
                WHEN 3
                    PERFORM ChooseMode
                WHEN 4
                    PERFORM LobbyAnswer
                WHEN 5
                    PERFORM H2hTurn
                WHEN 6
                    PERFORM ValidatePin
                WHEN 7
                    PERFORM FinishedAnswer
                WHEN 8
                    PERFORM NoticeAnswer
                WHEN OTHER
                    PERFORM ContinueGame
            END-EVALUATE
        END-IF
    END-IF.

    InitGame.
        MOVE SPACES TO CA-PlayerID
        MOVE SPACES TO CA-GameID
        MOVE 0 TO CA-MoveCount
        MOVE 1 TO CA-LobbyPage
        MOVE 0 TO CA-Seed
        MOVE SPACES TO CA-Lang
        MOVE 2001 TO WS-MQ-MSGNO
        MOVE "ENTER YOUR PLAYER ID" TO WS-MSGTEXT
        PERFORM PutMsgLine
        MOVE SPACE TO WS-BADFLD
        PERFORM SendSignOn.

*>    PF3 from any screen; an opener walking away from a match nobody
*>    has joined takes it off the lobby on the way out, so the list
*>    doesn't fill with codes no one is behind
    EndSession.
        IF CA-Phase = 5 AND CA-MySide = 1
            MOVE CA-MatchCode TO WS-CODE
            PERFORM ReadMatchForUpdate
            IF WS-RESP = DFHRESP(NORMAL)
                IF MB-State = 1
                    EXEC CICS DELETE FILE('MATCHBRD') RESP(WS-RESP)
                    END-EXEC
                ELSE
                    EXEC CICS UNLOCK FILE('MATCHBRD') END-EXEC
                END-IF
            END-IF
        END-IF
        MOVE 2050 TO WS-MQ-MSGNO
        MOVE WS-ENDTEXT TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO WS-ENDTEXT
        EXEC CICS SEND TEXT
            FROM(WS-ENDTEXT) LENGTH(WS-ENDLEN) ERASE FREEKB
        END-EXEC
        PERFORM WriteTaskStats
        EXEC CICS RETURN END-EXEC.

*>    the opening answer is the player's ID, the same identity the
*>    console games record, so the 3270 games land in PLAYERSTATS
*>    and the reports under a real player instead of vanishing
    CapturePlayerID.
        EVALUATE EIBAID
            WHEN DFHENTER
                PERFORM ReceiveSignOn
            WHEN DFHPF5
            WHEN DFHCLEAR
                MOVE 2001 TO WS-MQ-MSGNO
                MOVE "ENTER YOUR PLAYER ID" TO WS-MSGTEXT
                PERFORM PutMsgLine
                PERFORM SendSignOn
            WHEN OTHER
                PERFORM KeyNotActive
                PERFORM SendSignOn
        END-EVALUATE.

    ReceiveSignOn.
        MOVE LOW-VALUES TO TTTSIGNI
        EXEC CICS RECEIVE MAP('TTTSIGN') MAPSET('TTTMSET')
            INTO(TTTSIGNI) RESP(WS-RESP)
        END-EXEC
        MOVE SPACES TO WS-PLAYERID
        IF WS-RESP = DFHRESP(NORMAL) AND SNIDL > 0
            MOVE SNIDI TO WS-PLAYERID
        END-IF
        IF WS-PLAYERID = SPACES
            MOVE CA-TermID TO WS-PLAYERID
        END-IF
        MOVE WS-PLAYERID TO CA-PlayerID
        PERFORM GenerateGameID
        CALL 'GAMESEED' USING CA-GameID, CA-Seed
*>    the PIN screen and everything after it is in the language the
*>    ID's profile asks for
        MOVE "L" TO WS-MSGFUNC
        MOVE CA-PlayerID TO WS-MQ-PLAYERID
        CALL 'MSGGET' USING WS-MSGFUNC, WS-MSGREQ, WS-MSGTEXT, WS-MSGLEN
        MOVE WS-MQ-LANG TO CA-Lang
*>    the same register the console prompts clear IDs against;
*>    terminals can't run the enrollment dialog, so an unknown ID is
*>    pointed at the PLAYENRL utility rather than silently accepted
        MOVE SPACES TO WS-REGPIN
        MOVE "L" TO WS-REGACTION
        CALL 'CHECKREG' USING CA-PlayerID, WS-REGPIN, WS-REGACTION,
            WS-REGRESULT, WS-REGSOURCE
        EVALUATE WS-REGRESULT
            WHEN "O"
                MOVE 6 TO CA-Phase
                MOVE 2003 TO WS-MQ-MSGNO
                MOVE "ENTER YOUR PIN" TO WS-MSGTEXT
                PERFORM PutMsgLine
                PERFORM SendPinScreen
            WHEN "I"
                MOVE 2004 TO WS-MQ-MSGNO
                MOVE "THAT ID IS INACTIVE -- ENTER ANOTHER ID" TO WS-MSGTEXT
                PERFORM PutMsgLine
                SET WS-BAD-ENTRY TO TRUE
                PERFORM SendSignOn
            WHEN "K"
                MOVE 2005 TO WS-MQ-MSGNO
                STRING "THAT ID IS LOCKED (TOO MANY WRONG PINS) -- SEE THE "
                    "ADMINISTRATOR" DELIMITED BY SIZE INTO WS-MSGTEXT
                PERFORM PutMsgLine
                SET WS-BAD-ENTRY TO TRUE
                PERFORM SendSignOn
            WHEN "U"
                MOVE 2006 TO WS-MQ-MSGNO
                STRING "ID NOT REGISTERED -- ENROLL WITH PLAYENRL OR ENTER "
                    "ANOTHER ID" DELIMITED BY SIZE INTO WS-MSGTEXT
                PERFORM PutMsgLine
                SET WS-BAD-ENTRY TO TRUE
                PERFORM SendSignOn
            WHEN OTHER
*>    no register on file (or it is unreadable): play on unverified,
*>    exactly the pre-register behavior
                MOVE 3 TO CA-Phase
                PERFORM SendModeScreen
        END-EVALUATE.

    ValidatePin.
        EVALUATE EIBAID
            WHEN DFHENTER
                PERFORM ReceivePin
            WHEN DFHPF5
            WHEN DFHCLEAR
                MOVE 2003 TO WS-MQ-MSGNO
                MOVE "ENTER YOUR PIN" TO WS-MSGTEXT
                PERFORM PutMsgLine
                PERFORM SendPinScreen
            WHEN OTHER
                PERFORM KeyNotActive
                PERFORM SendPinScreen
        END-EVALUATE.

    ReceivePin.
        MOVE LOW-VALUES TO TTTPINI
        EXEC CICS RECEIVE MAP('TTTPIN') MAPSET('TTTMSET')
            INTO(TTTPINI) RESP(WS-RESP)
        END-EXEC
        MOVE SPACES TO WS-REGPIN
        IF WS-RESP = DFHRESP(NORMAL) AND PNPINL > 0
            MOVE PNPINI TO WS-REGPIN
        END-IF
        MOVE "V" TO WS-REGACTION
        CALL 'CHECKREG' USING CA-PlayerID, WS-REGPIN, WS-REGACTION,
            WS-REGRESULT, WS-REGSOURCE
        EVALUATE WS-REGRESULT
            WHEN "O"
                PERFORM ShowNotices
            WHEN "P"
                MOVE 2007 TO WS-MQ-MSGNO
                MOVE "WRONG PIN, TRY AGAIN" TO WS-MSGTEXT
                PERFORM PutMsgLine
                SET WS-BAD-ENTRY TO TRUE
                PERFORM SendPinScreen
            WHEN "K"
                MOVE 1 TO CA-Phase
                MOVE 2008 TO WS-MQ-MSGNO
                STRING "THAT ID IS NOW LOCKED -- SEE THE ADMINISTRATOR OR "
                    "ENTER ANOTHER ID" DELIMITED BY SIZE INTO WS-MSGTEXT
                PERFORM PutMsgLine
                PERFORM SendSignOn
            WHEN OTHER
                MOVE 1 TO CA-Phase
                MOVE 2009 TO WS-MQ-MSGNO
                MOVE "REGISTER TROUBLE -- ENTER YOUR PLAYER ID" TO WS-MSGTEXT
                PERFORM PutMsgLine
                PERFORM SendSignOn
        END-EVALUATE.

*>    once the PIN clears, anything in the player's inbox comes up
*>    before the mode question, ten notices to a screen; PLAYNOTE
*>    marks each one read as it hands it over, so ENTER (or PF5 or
*>    CLEAR, there being nothing left to redraw) moves on to the
*>    next page, and to the mode screen when none are left.  No
*>    inbox file, or trouble reading it, goes straight to the mode
*>    screen
    ShowNotices.
        MOVE CA-PlayerID TO WS-NQ-PLAYERID
        MOVE "R" TO WS-NOTEFUNC
        CALL 'PLAYNOTE' USING WS-NOTEFUNC, WS-NOTEREQ, WS-NOTERESULT,
            WS-NOTELIST
        IF WS-NOTERESULT = "O" AND WS-NL-COUNT > 0
            PERFORM SendNoticeScreen
        ELSE
            MOVE 3 TO CA-Phase
            PERFORM SendModeScreen
        END-IF.

    NoticeAnswer.
        EVALUATE EIBAID
            WHEN DFHENTER
            WHEN DFHPF5
            WHEN DFHCLEAR
                PERFORM ShowNotices
            WHEN OTHER
                PERFORM KeyNotActive
                PERFORM ResendNotices
        END-EVALUATE.

*>    a second terminal is the opponent people actually have; the
*>    computer stays the default for a lone player.  J with a code
*>    joins straight off this screen; J without one (or L) shows the
*>    lobby to pick a code from
    ChooseMode.
        EVALUATE EIBAID
            WHEN DFHENTER
                PERFORM ReceiveMode
            WHEN DFHPF5
            WHEN DFHCLEAR
                PERFORM SendModeScreen
            WHEN OTHER
                PERFORM KeyNotActive
                PERFORM SendModeScreen
        END-EVALUATE.

    ReceiveMode.
        MOVE LOW-VALUES TO TTTMODEI
        EXEC CICS RECEIVE MAP('TTTMODE') MAPSET('TTTMSET')
            INTO(TTTMODEI) RESP(WS-RESP)
        END-EXEC
        MOVE SPACE TO WS-CHOICE
        MOVE SPACES TO WS-CODE
        IF WS-RESP = DFHRESP(NORMAL)
            IF MDCHOL > 0
                MOVE MDCHOI TO WS-CHOICE
            END-IF
            IF MDCODEL > 0
                MOVE MDCODEI TO WS-CODE
            END-IF
        END-IF
        EVALUATE WS-CHOICE
            WHEN "C" WHEN "c"
                MOVE 2 TO CA-Phase
                MOVE 2010 TO WS-MQ-MSGNO
                MOVE "YOUR MOVE -- YOU ARE X" TO WS-MSGTEXT
                PERFORM PutNoteLine
                PERFORM SendCompBoard
            WHEN "O" WHEN "o"
                PERFORM OpenMatch
                IF WS-OPENOK = "Y"
                    MOVE 2011 TO WS-MQ-MSGNO
                    STRING "WAITING FOR AN OPPONENT -- PRESS ENTER TO "
                        "CHECK" DELIMITED BY SIZE INTO WS-MSGTEXT
                    PERFORM PutNoteLine
                    PERFORM SendH2hBoard
                ELSE
                    PERFORM SendModeScreen
                END-IF
            WHEN "J" WHEN "j"
                IF WS-CODE = SPACES
                    MOVE 1 TO CA-LobbyPage
                    MOVE 2012 TO WS-MQ-MSGNO
                    MOVE "ENTER THE CODE OF THE MATCH TO JOIN" TO WS-MSGTEXT
                    PERFORM PutMsgLine
                    PERFORM ShowLobby
                ELSE
                    PERFORM JoinMatch
                    IF WS-JOINOK = "Y"
                        PERFORM SendH2hBoard
                    ELSE
                        SET WS-BAD-CODE TO TRUE
                        PERFORM SendModeScreen
                    END-IF
                END-IF
            WHEN "L" WHEN "l"
                MOVE 1 TO CA-LobbyPage
                PERFORM ShowLobby
            WHEN OTHER
                MOVE 2013 TO WS-MQ-MSGNO
                MOVE "PLEASE ANSWER C, O, J OR L" TO WS-MSGTEXT
                PERFORM PutMsgLine
                SET WS-BAD-CHOICE TO TRUE
                PERFORM SendModeScreen
        END-EVALUATE.

*>    the lobby: every MATCHBRD record still in state 1 (opened,
*>    waiting for a joiner) listed with its code, who opened it and
*>    how long they've been waiting, ten to a page, so joining stops
*>    depending on a code shouted across the room.  The joiner keys
*>    the code on the same screen, and the join revalidates the
*>    match the way it always has
    LobbyAnswer.
        EVALUATE EIBAID
            WHEN DFHENTER
                PERFORM ReceiveLobby
            WHEN DFHPF5
            WHEN DFHCLEAR
                PERFORM ShowLobby
            WHEN DFHPF7
                IF CA-LobbyPage > 1
                    SUBTRACT 1 FROM CA-LobbyPage
                ELSE
                    MOVE 2014 TO WS-MQ-MSGNO
                    MOVE "ALREADY ON THE FIRST PAGE" TO WS-MSGTEXT
                    PERFORM PutMsgLine
                END-IF
                PERFORM ShowLobby
            WHEN DFHPF8
                PERFORM PageLobbyForward
            WHEN OTHER
                PERFORM KeyNotActive
                PERFORM ShowLobby
        END-EVALUATE.

    ReceiveLobby.
        MOVE LOW-VALUES TO TTTLOBYI
        EXEC CICS RECEIVE MAP('TTTLOBY') MAPSET('TTTMSET')
            INTO(TTTLOBYI) RESP(WS-RESP)
        END-EXEC
        MOVE SPACES TO WS-CODE
        IF WS-RESP = DFHRESP(NORMAL) AND LBCODEL > 0
            MOVE LBCODEI TO WS-CODE
        END-IF
        IF WS-CODE = SPACES
            MOVE 3 TO CA-Phase
            PERFORM SendModeScreen
        ELSE
            PERFORM JoinMatch
            IF WS-JOINOK = "Y"
                PERFORM SendH2hBoard
            ELSE
                SET WS-BAD-CODE TO TRUE
                PERFORM ShowLobby
            END-IF
        END-IF.

*>    a forward page that turns out empty stays where it was; the
*>    list is live, so "more" is only known by looking
    PageLobbyForward.
        ADD 1 TO CA-LobbyPage
        PERFORM BuildLobbyPage
        IF WS-OPENCOUNT = 0
            SUBTRACT 1 FROM CA-LobbyPage
            MOVE 2015 TO WS-MQ-MSGNO
            MOVE "NO FURTHER PAGES" TO WS-MSGTEXT
            PERFORM PutMsgLine
        END-IF
        PERFORM ShowLobby.

    ShowLobby.
        MOVE 4 TO CA-Phase
        PERFORM BuildLobbyPage
        PERFORM LabelLobby
        IF WS-OPENCOUNT = 0 AND WS-MSG = SPACES
            MOVE 2016 TO WS-MQ-MSGNO
            STRING "NO MATCHES ARE WAITING -- PF5 REFRESHES, BLANK ENTER GOES "
                "BACK" DELIMITED BY SIZE INTO WS-MSGTEXT
            PERFORM PutMsgLine
        END-IF
        MOVE CA-LobbyPage TO WS-PAGEDISP
        MOVE WS-PAGEDISP TO LBPAGEO
        MOVE WS-MSG TO LBMSGO
        MOVE -1 TO LBCODEL
        IF WS-BAD-CODE
            MOVE WS-CODE TO LBCODEO
            MOVE DFHUNIMD TO LBCODEA
        END-IF
        EXEC CICS SEND MAP('TTTLOBY') MAPSET('TTTMSET')
            FROM(TTTLOBYO) ERASE CURSOR
        END-EXEC
        PERFORM ContinueSession.

*>    the page is found by counting waiting matches off the front of
*>    the file rather than remembering a browse key, so a match that
*>    is joined or opened between presses just shifts the list
    BuildLobbyPage.
        MOVE LOW-VALUES TO TTTLOBYO
        MOVE 0 TO WS-OPENCOUNT
        MOVE 0 TO WS-SKIPCOUNT
        COMPUTE WS-SKIPTO = (CA-LobbyPage - 1) * 10
        PERFORM ReadClockNow
        MOVE LOW-VALUES TO WS-BRCODE
        EXEC CICS STARTBR FILE('MATCHBRD')
            PERFORM ListOneMatch
                WITH TEST AFTER
                UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                    OR WS-OPENCOUNT >= 10
            EXEC CICS ENDBR FILE('MATCHBRD') END-EXEC
        END-IF.

    ListOneMatch.
            INTO(MatchBrdRecord) RIDFLD(WS-BRCODE) RESP(WS-RESP)
        END-EXEC
        IF WS-RESP = DFHRESP(NORMAL) AND MB-State = 1
            IF WS-SKIPCOUNT < WS-SKIPTO
                ADD 1 TO WS-SKIPCOUNT
            ELSE
                ADD 1 TO WS-OPENCOUNT
                PERFORM ComputeWaitMinutes
*>    the code and ID keep their columns under the heading; only the
*>    wait comes from the catalog
                IF WS-WAITMINS = 99999
                    MOVE 2079 TO WS-MQ-MSGNO
                    MOVE "UNKNOWN" TO WS-MSGTEXT
                ELSE
                    MOVE WS-WAITMINS TO WS-WAITDISP
                    MOVE 2078 TO WS-MQ-MSGNO
                    MOVE WS-WAITDISP TO WS-MQ-INSERT(1)
                    MOVE "&1 MIN" TO WS-MSGTEXT
                END-IF
                PERFORM GetMessage
                MOVE SPACES TO LBLINEO(WS-OPENCOUNT)
                MOVE 10 TO WS-LINEPTR
                STRING MB-Code "  " MB-Player1ID "   " WS-MSGTEXT
                    DELIMITED BY SIZE INTO LBLINEO(WS-OPENCOUNT)
                    WITH POINTER WS-LINEPTR
                MOVE SPACES TO WS-MSGTEXT
            END-IF
        END-IF.

        MOVE WS-NOWDATE-N TO MB-LastActDate
        MOVE WS-NOWTIME-N TO MB-LastActTime.

*>    every update read of a match record comes through here: the
*>    read waits as it always has for a record another terminal
*>    holds, and a read that took past WS-LOCKLIMIT is noted as a
*>    lock wait for the task's statistics
    ReadMatchForUpdate.
        EXEC CICS ASKTIME ABSTIME(WS-LOCKSTART) END-EXEC
        EXEC CICS READ FILE('MATCHBRD') UPDATE
            INTO(MatchBrdRecord) RIDFLD(WS-CODE) RESP(WS-RESP)
        END-EXEC
        EXEC CICS ASKTIME ABSTIME(WS-LOCKEND) END-EXEC
        COMPUTE WS-LOCKMS = WS-LOCKEND - WS-LOCKSTART
        IF WS-LOCKMS > WS-LOCKLIMIT
            MOVE "Y" TO WS-ST-LOCKWAIT
        END-IF.

*>    the task's clock starts before anything else is done, and the
*>    phase is the one the terminal was in when the key was pressed
    StartTaskStats.
        EXEC CICS ASKTIME ABSTIME(WS-TASKSTART) END-EXEC
        EXEC CICS FORMATTIME ABSTIME(WS-TASKSTART)
            YYYYMMDD(WS-ST-DATE) TIME(WS-ST-TIME)
        END-EXEC
        MOVE EIBTRMID TO WS-ST-TERMID
        IF EIBCALEN = 0
            MOVE 0 TO WS-ST-PHASE
        ELSE
            MOVE CA-Phase TO WS-ST-PHASE
        END-IF
        MOVE "N" TO WS-ST-LOCKWAIT.

*>    stopped just before the task returns, after the screen has been
*>    sent and any game logged, so the elapsed time is the whole of
*>    the task's own work
    WriteTaskStats.
        EXEC CICS ASKTIME ABSTIME(WS-TASKEND) END-EXEC
        COMPUTE WS-TASKMS = WS-TASKEND - WS-TASKSTART
        IF WS-TASKMS < 0
            MOVE 0 TO WS-TASKMS
        END-IF
        IF WS-TASKMS > 9999999
            MOVE 9999999 TO WS-TASKMS
        END-IF
        MOVE WS-TASKMS TO WS-ST-ELAPSED
        CALL 'TXNLOG' USING WS-STATREC.

*>    the code handed to the other terminal is a four-digit slice
*>    of this game's ID serial -- short enough to shout across the
*>    office (or read off the lobby); a clash with a match already
*>    otherwise the 3600 possible codes would poison away one
*>    completed game at a time, and "try again" could never recover
            MOVE MB-Code TO WS-CODE
            PERFORM ReadMatchForUpdate
            IF WS-RESP = DFHRESP(NORMAL)
                IF MB-State = 3
                    PERFORM BuildFreshMatch
            MOVE MB-Code TO CA-MatchCode
            MOVE 1 TO CA-MySide
            MOVE 5 TO CA-Phase
            MOVE 2017 TO WS-MQ-MSGNO
            MOVE MB-Code TO WS-MQ-INSERT(1)
            STRING "MATCH &1 OPENED -- GIVE THE CODE TO YOUR "
                "OPPONENT" DELIMITED BY SIZE INTO WS-MSGTEXT
            PERFORM PutMsgLine
        ELSE
            MOVE 2018 TO WS-MQ-MSGNO
            STRING "THAT CODE HOLDS A LIVE MATCH, TRY AGAIN IN A "
                "MOMENT" DELIMITED BY SIZE INTO WS-MSGTEXT
            PERFORM PutMsgLine
        END-IF.

    BuildFreshMatch.
        MOVE CA-TermID TO MB-Term1
        MOVE CA-GameID TO MB-GameID
        MOVE 0 TO MB-MoveCount
        MOVE SPACE TO MB-EndReason
        MOVE 0 TO MB-ClaimWinner
        PERFORM StampActivity.

*>    joins the match under WS-CODE; the caller decides which screen
*>    follows, off WS-JOINOK and the message left in WS-MSG
    JoinMatch.
        MOVE "N" TO WS-JOINOK
        PERFORM ReadMatchForUpdate
        EVALUATE TRUE
            WHEN WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 2019 TO WS-MQ-MSGNO
                MOVE "NO OPEN MATCH UNDER THAT CODE, TRY AGAIN" TO WS-MSGTEXT
                PERFORM PutMsgLine
            WHEN MB-State NOT = 1
                EXEC CICS UNLOCK FILE('MATCHBRD') END-EXEC
                MOVE 2020 TO WS-MQ-MSGNO
                MOVE "THAT MATCH ALREADY HAS TWO PLAYERS" TO WS-MSGTEXT
                PERFORM PutMsgLine
            WHEN OTHER
                MOVE CA-PlayerID TO MB-Player2ID
                MOVE CA-TermID TO MB-Term2
*>    leaves this terminal at the code prompt instead of playing a
*>    match the opener's terminal will never see joined
                IF WS-RESP = DFHRESP(NORMAL)
                    MOVE "Y" TO WS-JOINOK
                    MOVE WS-CODE TO CA-MatchCode
                    MOVE 2 TO CA-MySide
                    MOVE 5 TO CA-Phase
                    MOVE 2021 TO WS-MQ-MSGNO
                    STRING "JOINED -- PLAYER 1 OPENS, PRESS ENTER TO "
                        "CHECK" DELIMITED BY SIZE INTO WS-MSGTEXT
                    PERFORM PutNoteLine
                ELSE
                    MOVE 2022 TO WS-MQ-MSGNO
                    MOVE "JOIN DID NOT RECORD, TRY AGAIN" TO WS-MSGTEXT
                    PERFORM PutMsgLine
                END-IF
        END-EVALUATE.

*>    each press of ENTER (or a move) re-reads the shared record:
*>    the board both terminals see is whatever is on file, so each
*>    side is told when it's their turn and shown the opponent's move
    H2hTurn.
        MOVE SPACES TO WS-MOVETEXT
        EVALUATE EIBAID
            WHEN DFHENTER
                PERFORM ReceiveBoard
            WHEN DFHPF5
            WHEN DFHCLEAR
            WHEN DFHPF12
                CONTINUE
            WHEN OTHER
                PERFORM KeyNotActive
        END-EVALUATE
        MOVE CA-MatchCode TO WS-CODE
        EXEC CICS READ FILE('MATCHBRD')
            INTO(MatchBrdRecord) RIDFLD(WS-CODE) RESP(WS-RESP)
        END-EXEC
        IF WS-RESP NOT = DFHRESP(NORMAL)
            MOVE 2023 TO WS-MQ-MSGNO
            MOVE "THE MATCH RECORD IS GONE -- CHOOSE AGAIN" TO WS-MSGTEXT
            PERFORM PutMsgLine
            PERFORM StartNewGame
        END-IF
        EVALUATE TRUE
            WHEN MB-State = 3
                PERFORM ShowFinishedMatch
            WHEN EIBAID = DFHPF12
                PERFORM ResignH2h
            WHEN MB-State = 1
                MOVE 2024 TO WS-MQ-MSGNO
                STRING "STILL WAITING FOR AN OPPONENT -- ENTER TO "
                    "CHECK" DELIMITED BY SIZE INTO WS-MSGTEXT
                PERFORM PutNoteLine
                PERFORM SendH2hBoard
            WHEN MB-Turn NOT = CA-MySide
*>    the waiting player's way out of a match the opponent walked
*>    away from: F claims the game once the idle clock has run
                IF WS-MOVETEXT(1:1) = "F" OR WS-MOVETEXT(1:1) = "f"
                    PERFORM ClaimForfeit
                ELSE
                    MOVE 2025 TO WS-MQ-MSGNO
                    STRING "OPPONENT TO MOVE -- ENTER=CHECK, "
                        "F=FORFEIT" DELIMITED BY SIZE INTO WS-MSGTEXT
                    PERFORM PutNoteLine
                    PERFORM SendH2hBoard
                END-IF
            WHEN WS-MOVETEXT = SPACES
                MOVE 2026 TO WS-MQ-MSGNO
                MOVE "YOUR MOVE" TO WS-MSGTEXT
                PERFORM PutNoteLine
                PERFORM SendH2hBoard
            WHEN OTHER
                PERFORM PlayH2hMove
        END-EVALUATE.
    PlayH2hMove.
        PERFORM TranslateCoordinate
        IF IsValid AND MB-Cell(UserInput) = 0
            PERFORM ReadMatchForUpdate
*>    every turn of the shared record is checked: announcing "MOVE
*>    TAKEN" (or logging a finished game) off a failed read or
*>    rewrite would leave the two terminals and the logs telling
*>    three different stories
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 2027 TO WS-MQ-MSGNO
                MOVE "THE MATCH RECORD WOULD NOT READ, TRY AGAIN" TO WS-MSGTEXT
                PERFORM PutMsgLine
                SET WS-BAD-ENTRY TO TRUE
                PERFORM SendH2hBoard
            ELSE
                PERFORM ApplyH2hMove
            END-IF
        ELSE
            MOVE 2028 TO WS-MQ-MSGNO
            MOVE "INVALID OR TAKEN SQUARE, TRY AGAIN" TO WS-MSGTEXT
            PERFORM PutMsgLine
            SET WS-BAD-ENTRY TO TRUE
            PERFORM SendH2hBoard
        END-IF.

*>    PF12 concedes the match in play: the record is marked finished
*>    with the opponent credited, and the game is logged the way a
*>    console resignation is.  Before anyone has joined there is no
*>    one to concede to, so the opener just withdraws the match
    ResignH2h.
        PERFORM ReadMatchForUpdate
        EVALUATE TRUE
            WHEN WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 2023 TO WS-MQ-MSGNO
                MOVE "THE MATCH RECORD IS GONE -- CHOOSE AGAIN" TO WS-MSGTEXT
                PERFORM PutMsgLine
                PERFORM StartNewGame
            WHEN MB-State = 1
                EXEC CICS DELETE FILE('MATCHBRD') RESP(WS-RESP)
                END-EXEC
                MOVE 2029 TO WS-MQ-MSGNO
                MOVE "MATCH WITHDRAWN" TO WS-MSGTEXT
                PERFORM PutMsgLine
                PERFORM StartNewGame
            WHEN MB-State = 3
                EXEC CICS UNLOCK FILE('MATCHBRD') END-EXEC
                PERFORM ShowFinishedMatch
            WHEN OTHER
                MOVE 3 TO MB-State
                MOVE ForfeitReason TO MB-EndReason
                IF CA-MySide = 1
                    MOVE 2 TO MB-ClaimWinner
                ELSE
                    MOVE 1 TO MB-ClaimWinner
                END-IF
                PERFORM StampActivity
                EXEC CICS REWRITE FILE('MATCHBRD')
                    FROM(MatchBrdRecord) RESP(WS-RESP)
                END-EXEC
                IF WS-RESP = DFHRESP(NORMAL)
                    MOVE MB-ClaimWinner TO WS-CLAIMSIDE
                    CALL 'LOGSHARE' USING
                        MB-GameID, TwoPlayerMode, MB-Player1ID,
                        MB-Player2ID, MB-Board, MB-NumMoves,
                        MB-MoveList, ZeroDiff, ForfeitReason,
                        WS-CLAIMSIDE, MB-Term1, MB-Term2, NoSeed
                    PERFORM ShowFinishedMatch
                ELSE
                    MOVE 2030 TO WS-MQ-MSGNO
                    STRING "THE RESIGNATION DID NOT RECORD, TRY "
                        "AGAIN" DELIMITED BY SIZE INTO WS-MSGTEXT
                    PERFORM PutMsgLine
                    PERFORM SendH2hBoard
                END-IF
        END-EVALUATE.

*>    the idle clock that decides when a forfeit claim is honored;
*>    the waiting player claims the win on a match whose opponent
*>    has made no move for the configured period, the record comes
    ClaimForfeit.
        PERFORM ReadForfeitLimit
        MOVE CA-MatchCode TO WS-CODE
        PERFORM ReadMatchForUpdate
        EVALUATE TRUE
            WHEN WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 2023 TO WS-MQ-MSGNO
                MOVE "THE MATCH RECORD IS GONE -- CHOOSE AGAIN" TO WS-MSGTEXT
                PERFORM PutMsgLine
                PERFORM StartNewGame
*>    the opponent may have moved (or the game ended) between the
*>    plain read and this one; the claim only stands against a
*>    record still in play and still waiting on them
            WHEN MB-State NOT = 2 OR MB-Turn = CA-MySide
                EXEC CICS UNLOCK FILE('MATCHBRD') END-EXEC
                MOVE 2031 TO WS-MQ-MSGNO
                MOVE "THE MATCH MOVED ON -- PRESS ENTER" TO WS-MSGTEXT
                PERFORM PutMsgLine
                PERFORM SendH2hBoard
            WHEN OTHER
                PERFORM ReadClockNow
                PERFORM ComputeWaitMinutes
                IF WS-WAITMINS < WS-FORFMINS
                    EXEC CICS UNLOCK FILE('MATCHBRD') END-EXEC
                    MOVE WS-WAITMINS TO WS-WAITDISP
                    MOVE 2032 TO WS-MQ-MSGNO
                    MOVE WS-WAITDISP TO WS-MQ-INSERT(1)
                    MOVE WS-FORFMINS TO WS-MQ-INSERT(2)
                    MOVE "ONLY &1 MIN IDLE -- FORFEIT NEEDS &2" TO WS-MSGTEXT
                    PERFORM PutMsgLine
                    SET WS-BAD-ENTRY TO TRUE
                    PERFORM SendH2hBoard
                ELSE
                    PERFORM TakeForfeit
                END-IF
            CALL 'LOGSHARE' USING
                MB-GameID, TwoPlayerMode, MB-Player1ID,
                MB-Player2ID, MB-Board, MB-NumMoves,
                MB-MoveList, ZeroDiff, ForfeitReason, WS-CLAIMSIDE,
                MB-Term1, MB-Term2, NoSeed
            MOVE MB-Board TO CA-BoardTable
            PERFORM BuildH2hHead
            MOVE 2033 TO WS-MQ-MSGNO
            MOVE "OPPONENT FORFEITS -- THE GAME IS YOURS" TO WS-MSGTEXT
            PERFORM PutNoteLine
            PERFORM SendFinished
        ELSE
            MOVE 2034 TO WS-MQ-MSGNO
            MOVE "THE CLAIM DID NOT RECORD, TRY AGAIN" TO WS-MSGTEXT
            PERFORM PutMsgLine
            PERFORM SendH2hBoard
        END-IF.

    ReadForfeitLimit.
        IF WS-RESP = DFHRESP(NORMAL) AND WS-CFG-MINS NUMERIC
            AND WS-CFG-MINS > 0
            MOVE WS-CFG-MINS TO WS-FORFMINS
        END-IF
        MOVE "FORFEIT-MINUTES" TO WS-PQ-NAME
        MOVE WS-FORFMINS TO WS-PQ-DEFAULT
        MOVE 1 TO WS-PQ-LOW
        MOVE 9999 TO WS-PQ-HIGH
        CALL 'PARMGET' USING WS-PARMREQ, WS-PARMVALUE, WS-PARMSOURCE
        MOVE WS-PARMVALUE TO WS-FORFMINS.

    ApplyH2hMove.
        MOVE CA-MySide TO MB-Cell(UserInput)
                    MB-GameID, TwoPlayerMode, MB-Player1ID,
                    MB-Player2ID, MB-Board, MB-NumMoves,
                    MB-MoveList, ZeroDiff, NoEndReason,
                    NoClaimWinner, MB-Term1, MB-Term2, NoSeed
                PERFORM ShowFinishedMatch
            ELSE
                MOVE 2035 TO WS-MQ-MSGNO
                MOVE "THE MOVE DID NOT RECORD, TRY AGAIN" TO WS-MSGTEXT
                PERFORM PutMsgLine
                PERFORM SendH2hBoard
            END-IF
        ELSE
            IF CA-MySide = 1
                FROM(MatchBrdRecord) RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                MOVE 2036 TO WS-MQ-MSGNO
                STRING "MOVE TAKEN -- OPPONENT'S TURN, ENTER TO "
                    "CHECK" DELIMITED BY SIZE INTO WS-MSGTEXT
                PERFORM PutNoteLine
                PERFORM SendH2hBoard
            ELSE
                MOVE 2035 TO WS-MQ-MSGNO
                MOVE "THE MOVE DID NOT RECORD, TRY AGAIN" TO WS-MSGTEXT
                PERFORM PutMsgLine
                PERFORM SendH2hBoard
            END-IF
        END-IF.

*>    a resigned match says so; otherwise the board decides
    ShowFinishedMatch.
        MOVE MB-Board TO CA-BoardTable
        PERFORM BuildH2hHead
        IF MB-EndReason = "R"
            MOVE MB-ClaimWinner TO MB-Winner
        ELSE
            CALL 'COMPUTEWINNER' USING MB-Board, MB-Winner, MB-WinLine
        END-IF
        EVALUATE TRUE
            WHEN MB-Winner = 1 AND MB-EndReason = "R"
                MOVE 2037 TO WS-MQ-MSGNO
                MOVE MB-Player2ID TO WS-MQ-INSERT(1)
                MOVE MB-Player1ID TO WS-MQ-INSERT(2)
                MOVE "GAME OVER -- &1 RESIGNED, &2 WINS" TO WS-MSGTEXT
                PERFORM PutNoteLine
            WHEN MB-Winner = 2 AND MB-EndReason = "R"
                MOVE 2037 TO WS-MQ-MSGNO
                MOVE MB-Player1ID TO WS-MQ-INSERT(1)
                MOVE MB-Player2ID TO WS-MQ-INSERT(2)
                MOVE "GAME OVER -- &1 RESIGNED, &2 WINS" TO WS-MSGTEXT
                PERFORM PutNoteLine
            WHEN MB-Winner = 1
                MOVE 2038 TO WS-MQ-MSGNO
                MOVE MB-Player1ID TO WS-MQ-INSERT(1)
                MOVE "GAME OVER -- PLAYER 1 (X) &1 WINS" TO WS-MSGTEXT
                PERFORM PutNoteLine
            WHEN MB-Winner = 2
                MOVE 2039 TO WS-MQ-MSGNO
                MOVE MB-Player2ID TO WS-MQ-INSERT(1)
                MOVE "GAME OVER -- PLAYER 2 (O) &1 WINS" TO WS-MSGTEXT
                PERFORM PutNoteLine
            WHEN OTHER
                MOVE 2040 TO WS-MQ-MSGNO
                MOVE "GAME OVER -- A TIE" TO WS-MSGTEXT
                PERFORM PutNoteLine
        END-EVALUATE
        PERFORM SendFinished.

*>    ENTER on the finished screen starts another game for the same
*>    signed-on player, under a fresh GameID
    FinishedAnswer.
        EVALUATE EIBAID
            WHEN DFHENTER
                PERFORM StartNewGame
            WHEN OTHER
                PERFORM KeyNotActive
                PERFORM ResendFinished
        END-EVALUATE.

    StartNewGame.
        MOVE 000000000 TO CA-BoardTable
        MOVE 0 TO CA-NumMoves
        MOVE 0 TO CA-MoveCount
        MOVE SPACES TO CA-MatchCode
        MOVE 0 TO CA-MySide
        MOVE 1 TO CA-LobbyPage
        PERFORM GenerateGameID
        CALL 'GAMESEED' USING CA-GameID, CA-Seed
        MOVE 3 TO CA-Phase
        PERFORM SendModeScreen.

*>    drawn from the central GAMEID issuer like every other game
*>    producer -- the seconds-resolution CICS clock padded with
*>    "00" was the likeliest collision of them all
    GenerateGameID.
        CALL 'GAMEID' USING CA-GameID, WS-ISSUER.

    ContinueGame.
        MOVE SPACES TO WS-MOVETEXT
        EVALUATE EIBAID
            WHEN DFHENTER
                PERFORM ReceiveBoard
                PERFORM PlayComputerMove
            WHEN DFHPF12
                PERFORM ResignVsComputer
            WHEN DFHPF5
            WHEN DFHCLEAR
                MOVE 2010 TO WS-MQ-MSGNO
                MOVE "YOUR MOVE -- YOU ARE X" TO WS-MSGTEXT
                PERFORM PutNoteLine
                PERFORM SendCompBoard
            WHEN OTHER
                PERFORM KeyNotActive
                PERFORM SendCompBoard
        END-EVALUATE.

    PlayComputerMove.
        PERFORM TranslateCoordinate
        IF IsValid AND CA-BoardValue(UserInput) = 0
            MOVE 1 TO CA-BoardValue(UserInput)
            IF NOT IsWinner AND CA-NumMoves NOT = 9
                CALL 'COMPUTERMOVE' USING
                    CA-BoardTable, Difficulty, CompPos, CPlayer, DebugTrace,
                    NotHintOnly, ClassicRule, CA-Seed
                ADD 1 TO CA-NumMoves
                PERFORM RecordComputerMove
                CALL 'COMPUTEWINNER' USING CA-BoardTable, Winner, WinLine
            END-IF
            IF IsWinner OR CA-NumMoves = 9
*>    game over: get the equivalent of MAIN's LogGame / LogTurn /
*>    RecordPlayerStat records into the shared datasets, so one set
*>    of reports covers the terminals and the console alike
                CALL 'LOGSHARE' USING
                    CA-GameID, VsComputerMode, CA-PlayerID, ComputerName,
                    CA-BoardTable, CA-NumMoves, CA-MoveList, Difficulty,
                    NoEndReason, NoClaimWinner, EIBTRMID, NoTerminal,
                    CA-Seed
                PERFORM BuildCompHead
                EVALUATE Winner
                    WHEN 1
                        MOVE 2041 TO WS-MQ-MSGNO
                        MOVE "GAME OVER -- YOU WIN" TO WS-MSGTEXT
                        PERFORM PutNoteLine
                    WHEN 2
                        MOVE 2042 TO WS-MQ-MSGNO
                        MOVE "GAME OVER -- THE COMPUTER WINS" TO WS-MSGTEXT
                        PERFORM PutNoteLine
                    WHEN OTHER
                        MOVE 2040 TO WS-MQ-MSGNO
                        MOVE "GAME OVER -- A TIE" TO WS-MSGTEXT
                        PERFORM PutNoteLine
                END-EVALUATE
                PERFORM SendFinished
            ELSE
                MOVE 2010 TO WS-MQ-MSGNO
                MOVE "YOUR MOVE -- YOU ARE X" TO WS-MSGTEXT
                PERFORM PutNoteLine
                PERFORM SendCompBoard
            END-IF
        ELSE
            MOVE 2028 TO WS-MQ-MSGNO
            MOVE "INVALID OR TAKEN SQUARE, TRY AGAIN" TO WS-MSGTEXT
            PERFORM PutMsgLine
            SET WS-BAD-ENTRY TO TRUE
            PERFORM SendCompBoard
        END-IF.

*>    PF12 against the computer is scored the way the console scores
*>    a resignation: the machine (side 2) is credited with the game
    ResignVsComputer.
        MOVE 2 TO WS-CLAIMSIDE
        CALL 'LOGSHARE' USING
            CA-GameID, VsComputerMode, CA-PlayerID, ComputerName,
            CA-BoardTable, CA-NumMoves, CA-MoveList, Difficulty,
            ForfeitReason, WS-CLAIMSIDE, EIBTRMID, NoTerminal, CA-Seed
        PERFORM BuildCompHead
        MOVE 2043 TO WS-MQ-MSGNO
        MOVE "GAME OVER -- YOU RESIGNED, THE COMPUTER WINS" TO WS-MSGTEXT
        PERFORM PutNoteLine
        PERFORM SendFinished.

    RecordMove.
        IF CA-MoveCount < 9
            ADD 1 TO CA-MoveCount
            MOVE CompPos TO CA-MvPos(CA-MoveCount)
        END-IF.

    ReceiveBoard.
        MOVE LOW-VALUES TO TTTBORDI
        EXEC CICS RECEIVE MAP('TTTBORD') MAPSET('TTTMSET')
            INTO(TTTBORDI) RESP(WS-RESP)
        END-EXEC
        MOVE SPACES TO WS-MOVETEXT
        IF WS-RESP = DFHRESP(NORMAL) AND BDMOVEL > 0
            MOVE BDMOVEI TO WS-MOVETEXT
        END-IF.

*>    the screen senders: each builds its map from LOW-VALUES so
*>    anything not set here keeps the TTTMSET default, puts out the
*>    message line, parks the cursor on the field the player answers
*>    next (brightened and refilled when WS-BADFLD says it was the
*>    one in error) and hands the terminal back
    SendSignOn.
        MOVE LOW-VALUES TO TTTSIGNO
        PERFORM LabelSignOn
        MOVE WS-MSG TO SNMSGO
        MOVE -1 TO SNIDL
        IF WS-BAD-ENTRY
            MOVE WS-PLAYERID TO SNIDO
            MOVE DFHUNIMD TO SNIDA
        END-IF
        EXEC CICS SEND MAP('TTTSIGN') MAPSET('TTTMSET')
            FROM(TTTSIGNO) ERASE CURSOR
        END-EXEC
        PERFORM ContinueSession.

*>    the PIN field stays dark even in error; only the cursor marks it
    SendPinScreen.
        MOVE LOW-VALUES TO TTTPINO
        PERFORM LabelPin
        MOVE CA-PlayerID TO PNIDO
        MOVE WS-MSG TO PNMSGO
        MOVE -1 TO PNPINL
        EXEC CICS SEND MAP('TTTPIN') MAPSET('TTTMSET')
            FROM(TTTPINO) ERASE CURSOR
        END-EXEC
        PERFORM ContinueSession.

    SendNoticeScreen.
        MOVE 8 TO CA-Phase
        MOVE LOW-VALUES TO TTTNOTEO
        PERFORM LabelNotices
        PERFORM BuildNoticeLine VARYING WS-NOTEIDX FROM 1 BY 1
            UNTIL WS-NOTEIDX > WS-NL-COUNT
        IF WS-NL-MORE = "Y"
            MOVE 2044 TO WS-MQ-MSGNO
            STRING "MORE NOTICES ARE WAITING -- PRESS ENTER FOR THE NEXT "
                "PAGE" DELIMITED BY SIZE INTO WS-MSGTEXT
            PERFORM PutMsgLine
        ELSE
            MOVE 2045 TO WS-MQ-MSGNO
            MOVE "PRESS ENTER TO CONTINUE OR PF3 TO LEAVE" TO WS-MSGTEXT
            PERFORM PutMsgLine
        END-IF
        MOVE WS-MSG TO NTMSGO
        EXEC CICS SEND MAP('TTTNOTE') MAPSET('TTTMSET')
            FROM(TTTNOTEO) ERASE
        END-EXEC
        PERFORM ContinueSession.

    BuildNoticeLine.
        MOVE SPACES TO NTLINEO(WS-NOTEIDX)
        MOVE 2 TO WS-LINEPTR
        STRING WS-NL-DATE(WS-NOTEIDX) " " WS-NL-FROM(WS-NOTEIDX) " "
            WS-NL-TEXT(WS-NOTEIDX) DELIMITED BY SIZE
            INTO NTLINEO(WS-NOTEIDX) WITH POINTER WS-LINEPTR.

*>    the notices are still on the terminal, so a stray key only
*>    needs the message line rewritten
    ResendNotices.
        MOVE LOW-VALUES TO TTTNOTEO
        MOVE WS-MSG TO NTMSGO
        EXEC CICS SEND MAP('TTTNOTE') MAPSET('TTTMSET')
            FROM(TTTNOTEO) DATAONLY
        END-EXEC
        PERFORM ContinueSession.

    SendModeScreen.
        MOVE LOW-VALUES TO TTTMODEO
        PERFORM LabelMode
        MOVE CA-PlayerID TO MDIDO
        IF WS-MSG = SPACES
            MOVE 2046 TO WS-MQ-MSGNO
            MOVE "ENTER C, O, J (WITH A MATCH CODE) OR L" TO WS-MSGTEXT
            PERFORM PutMsgLine
        END-IF
        MOVE WS-MSG TO MDMSGO
        EVALUATE TRUE
            WHEN WS-BAD-CODE
                MOVE "J" TO MDCHOO
                MOVE WS-CODE TO MDCODEO
                MOVE DFHUNIMD TO MDCODEA
                MOVE -1 TO MDCODEL
            WHEN WS-BAD-CHOICE
                MOVE WS-CHOICE TO MDCHOO
                MOVE DFHUNIMD TO MDCHOA
                MOVE -1 TO MDCHOL
            WHEN OTHER
                MOVE -1 TO MDCHOL
        END-EVALUATE
        EXEC CICS SEND MAP('TTTMODE') MAPSET('TTTMSET')
            FROM(TTTMODEO) ERASE CURSOR
        END-EXEC
        PERFORM ContinueSession.

    SendH2hBoard.
        MOVE MB-Board TO CA-BoardTable
        PERFORM BuildH2hHead
        PERFORM SendBoardScreen.

    SendCompBoard.
        PERFORM BuildCompHead
        PERFORM SendBoardScreen.

    SendBoardScreen.
        PERFORM BuildBoardRows
        MOVE LOW-VALUES TO TTTBORDO
        PERFORM LabelBoard
        MOVE WS-HEAD TO BDHEADO
        MOVE WS-ROW(1) TO BDROW1O
        MOVE WS-ROW(2) TO BDROW2O
        MOVE WS-ROW(3) TO BDROW3O
        MOVE WS-NOTE TO BDNOTEO
        MOVE WS-MSG TO BDMSGO
        MOVE -1 TO BDMOVEL
        IF WS-BAD-ENTRY
            MOVE WS-MOVETEXT TO BDMOVEO
            MOVE DFHUNIMD TO BDMOVEA
        END-IF
        EXEC CICS SEND MAP('TTTBORD') MAPSET('TTTMSET')
            FROM(TTTBORDO) ERASE CURSOR
        END-EXEC
        PERFORM ContinueSession.

*>    the finished screen shows the result in WS-NOTE over the final
*>    board and waits for ENTER (another game) or PF3
    SendFinished.
        MOVE 7 TO CA-Phase
        PERFORM BuildBoardRows
        MOVE LOW-VALUES TO TTTDONEO
        PERFORM LabelFinished
        MOVE WS-HEAD TO FNHEADO
        MOVE WS-ROW(1) TO FNROW1O
        MOVE WS-ROW(2) TO FNROW2O
        MOVE WS-ROW(3) TO FNROW3O
        MOVE WS-NOTE TO FNRESO
        IF WS-MSG = SPACES
            MOVE 2047 TO WS-MQ-MSGNO
            MOVE "PRESS ENTER TO PLAY AGAIN OR PF3 TO LEAVE" TO WS-MSGTEXT
            PERFORM PutMsgLine
        END-IF
        MOVE WS-MSG TO FNMSGO
        EXEC CICS SEND MAP('TTTDONE') MAPSET('TTTMSET')
            FROM(TTTDONEO) ERASE
        END-EXEC
        PERFORM ContinueSession.

*>    the finished screen's data is still on the terminal, so a stray
*>    key only needs the message line rewritten
    ResendFinished.
        MOVE LOW-VALUES TO TTTDONEO
        MOVE WS-MSG TO FNMSGO
        EXEC CICS SEND MAP('TTTDONE') MAPSET('TTTMSET')
            FROM(TTTDONEO) DATAONLY
        END-EXEC
        PERFORM ContinueSession.

*>    the titles, labels and PF-key legends of each screen, in the
*>    player's language; the sign-on screen, before anyone is known,
*>    comes out in English
    LabelSignOn.
        MOVE 2051 TO WS-MQ-MSGNO
        MOVE "TIC-TAC-TOE  SIGN ON" TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO SNTTLO
        MOVE 2052 TO WS-MQ-MSGNO
        MOVE "PLAYER ID  . . ." TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO SNLBIDO
        MOVE 2053 TO WS-MQ-MSGNO
        MOVE "ENTER=SIGN ON  PF3=EXIT" TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO SNKEYSO
        MOVE SPACES TO WS-MSGTEXT.

    LabelPin.
        MOVE 2051 TO WS-MQ-MSGNO
        MOVE "TIC-TAC-TOE  SIGN ON" TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO PNTTLO
        MOVE 2052 TO WS-MQ-MSGNO
        MOVE "PLAYER ID  . . ." TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO PNLBIDO
        MOVE 2054 TO WS-MQ-MSGNO
        MOVE "PIN  . . . . . ." TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO PNLBPNO
        MOVE 2055 TO WS-MQ-MSGNO
        MOVE "ENTER=CONTINUE  PF3=EXIT" TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO PNKEYSO
        MOVE SPACES TO WS-MSGTEXT.

    LabelNotices.
        MOVE 2056 TO WS-MQ-MSGNO
        MOVE "TIC-TAC-TOE  YOUR NOTICES" TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO NTTTLO
        MOVE 2057 TO WS-MQ-MSGNO
        MOVE "POSTED   FROM     NOTICE" TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO NTHDGO
        MOVE 2055 TO WS-MQ-MSGNO
        MOVE "ENTER=CONTINUE  PF3=EXIT" TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO NTKEYSO
        MOVE SPACES TO WS-MSGTEXT.

    LabelMode.
        MOVE 2058 TO WS-MQ-MSGNO
        MOVE "TIC-TAC-TOE  CHOOSE PLAY" TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO MDTTLO
        MOVE 2052 TO WS-MQ-MSGNO
        MOVE "PLAYER ID  . . ." TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO MDLBIDO
        MOVE 2059 TO WS-MQ-MSGNO
        MOVE "C  PLAY THE COMPUTER" TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO MDOPTCO
        MOVE 2060 TO WS-MQ-MSGNO
        MOVE "O  OPEN A MATCH FOR ANOTHER TERMINAL" TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO MDOPTOO
        MOVE 2061 TO WS-MQ-MSGNO
        MOVE "J  JOIN A MATCH BY ITS CODE" TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO MDOPTJO
        MOVE 2062 TO WS-MQ-MSGNO
        MOVE "L  LIST THE MATCHES WAITING FOR AN OPPONENT" TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO MDOPTLO
        MOVE 2063 TO WS-MQ-MSGNO
        MOVE "CHOICE . . . . ." TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO MDLBCHO
        MOVE 2064 TO WS-MQ-MSGNO
        MOVE "MATCH CODE . . ." TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO MDLBCDO
        MOVE 2065 TO WS-MQ-MSGNO
        MOVE "(FOR J ONLY)" TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO MDHINTO
        MOVE 2055 TO WS-MQ-MSGNO
        MOVE "ENTER=CONTINUE  PF3=EXIT" TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO MDKEYSO
        MOVE SPACES TO WS-MSGTEXT.

    LabelLobby.
        MOVE 2066 TO WS-MQ-MSGNO
        MOVE "TIC-TAC-TOE  OPEN MATCHES" TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO LBTTLO
        MOVE 2067 TO WS-MQ-MSGNO
        MOVE "PAGE" TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO LBLBPGO
        MOVE 2068 TO WS-MQ-MSGNO
        MOVE "CODE  OPENED BY    WAITING" TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO LBHDGO
        MOVE 2069 TO WS-MQ-MSGNO
        MOVE "CODE TO JOIN . ." TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO LBLBCDO
        MOVE 2070 TO WS-MQ-MSGNO
        MOVE "(BLANK TO GO BACK)" TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO LBHINTO
        MOVE 2071 TO WS-MQ-MSGNO
        MOVE SPACES TO WS-MSGTEXT
        STRING "ENTER=JOIN  PF3=EXIT  PF5=REFRESH  PF7=BACK  PF8=FORWARD"
            DELIMITED BY SIZE INTO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO LBKEYSO
        MOVE SPACES TO WS-MSGTEXT.

    LabelBoard.
        MOVE 2072 TO WS-MQ-MSGNO
        MOVE "TIC-TAC-TOE" TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO BDTTLO
        MOVE 2073 TO WS-MQ-MSGNO
        MOVE "YOUR MOVE  . . ." TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO BDLBMVO
        MOVE 2074 TO WS-MQ-MSGNO
        MOVE "(E.G. B2; F CLAIMS AN IDLE FORFEIT)" TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO BDHINTO
        MOVE 2075 TO WS-MQ-MSGNO
        MOVE SPACES TO WS-MSGTEXT
        STRING "ENTER=MOVE/CHECK  PF3=EXIT  PF5=REFRESH  PF12=RESIGN"
            DELIMITED BY SIZE INTO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO BDKEYSO
        MOVE SPACES TO WS-MSGTEXT.

    LabelFinished.
        MOVE 2076 TO WS-MQ-MSGNO
        MOVE "TIC-TAC-TOE  GAME OVER" TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO FNTTLO
        MOVE 2077 TO WS-MQ-MSGNO
        MOVE "ENTER=PLAY AGAIN  PF3=EXIT" TO WS-MSGTEXT
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO FNKEYSO
        MOVE SPACES TO WS-MSGTEXT.

*>    the caller sets the message number, any inserts and the English
*>    text; the text and inserts are left blank for the next message
    GetMessage.
        MOVE "M" TO WS-MSGFUNC
        MOVE CA-Lang TO WS-MQ-LANG
        CALL 'MSGGET' USING WS-MSGFUNC, WS-MSGREQ, WS-MSGTEXT, WS-MSGLEN
        MOVE SPACES TO WS-MQ-INSERT(1) WS-MQ-INSERT(2) WS-MQ-INSERT(3)
            WS-MQ-INSERT(4).

    PutMsgLine.
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO WS-MSG
        MOVE SPACES TO WS-MSGTEXT.

    PutNoteLine.
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO WS-NOTE
        MOVE SPACES TO WS-MSGTEXT.

    PutHeadLine.
        PERFORM GetMessage
        MOVE WS-MSGTEXT TO WS-HEAD
        MOVE SPACES TO WS-MSGTEXT.

    KeyNotActive.
        MOVE 2002 TO WS-MQ-MSGNO
        MOVE WS-KEYMSG TO WS-MSGTEXT
        PERFORM PutMsgLine.

    ContinueSession.
        PERFORM WriteTaskStats
        EXEC CICS RETURN
            TRANSID('TTT1') COMMAREA(DFHCOMMAREA)
        END-EXEC.

    BuildH2hHead.
        MOVE 2048 TO WS-MQ-MSGNO
        MOVE MB-Code TO WS-MQ-INSERT(1)
        MOVE MB-Player1ID TO WS-MQ-INSERT(2)
        MOVE MB-Player2ID TO WS-MQ-INSERT(3)
        MOVE "MATCH &1   X: &2   O: &3" TO WS-MSGTEXT
        PERFORM PutHeadLine.

    BuildCompHead.
        MOVE 2049 TO WS-MQ-MSGNO
        MOVE CA-PlayerID TO WS-MQ-INSERT(1)
        MOVE "PLAYER &1 (X)  VS  THE COMPUTER (O)" TO WS-MSGTEXT
        PERFORM PutHeadLine.

*>    PRINTBOARD only DISPLAYs to the run-unit's own console (and
*>    optionally writes BOARDRPT), neither of which reaches a 3270
*>    terminal, so the board is rendered into the three screen rows
*>    here instead
    BuildBoardRows.
        MOVE SPACES TO WS-BOARDROWS
        MOVE 1 TO BB-Row
        MOVE 1 TO BB-Ptr
        PERFORM BuildBoardCell VARYING BB-Idx FROM 1 BY 1 UNTIL BB-Idx > 9.

            WHEN 2
                MOVE "O" TO CellChar
            WHEN OTHER
                MOVE " " TO CellChar
        END-EVALUATE
        STRING " " CellChar " " DELIMITED BY SIZE
            INTO WS-ROW(BB-Row) WITH POINTER BB-Ptr
        IF BB-Idx = 3 OR BB-Idx = 6
            ADD 1 TO BB-Row
            MOVE 1 TO BB-Ptr
        ELSE
            IF BB-Idx NOT = 9
                STRING "|" DELIMITED BY SIZE
                    INTO WS-ROW(BB-Row) WITH POINTER BB-Ptr
            END-IF
        END-IF.

