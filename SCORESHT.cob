       02 GH-BoardSize PIC 9.
       02 GH-WinLength PIC 9.
       02 GH-Origin PIC X(4).
       02 GH-Term1 PIC X(4).
       02 GH-Term2 PIC X(4).
       02 GH-Rule PIC X.
       02 GH-Seed PIC 9(9).
WORKING-STORAGE SECTION.
   01 AL-Status PIC XX.
       88 AL-OK VALUE "00".
    PrintResult.
        IF GamelogFound = "Y"
            EVALUATE TRUE
                WHEN GL-EndReason = "V"
                    DISPLAY "RESULT: VOID (SET ASIDE ON DISPUTE)"
                WHEN GL-Winner = 0 AND GL-EndReason = "A"
                    DISPLAY "RESULT: TIED ON ADJUDICATION"
                WHEN GL-Winner = 0
                    DISPLAY "RESULT: TIED"
                WHEN GL-Winner = 1
                DISPLAY " BY RESIGNATION"
            WHEN "T"
                DISPLAY " ON TIME"
            WHEN "A"
                DISPLAY " ON ADJUDICATION"
            WHEN OTHER
                DISPLAY " ON THE BOARD"
        END-EVALUATE.
