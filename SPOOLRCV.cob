FD GAMEHDR.
   01 GameHdrRecord.
       02 GH-GameID PIC X(16).
       02 GH-Rest PIC X(49).
WORKING-STORAGE SECTION.
   01 SP-Status PIC XX.
       88 SP-OK VALUE "00".
            DISPLAY "SPOOLRCV: GAMEHDR STILL WILL NOT OPEN, STATUS "
                GH-Status
        ELSE
            MOVE ST-Data(ST-Idx)(1:65) TO GameHdrRecord
            WRITE GameHdrRecord
            EVALUATE TRUE
                WHEN GH-OK
