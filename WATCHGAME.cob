       02 CK-Player1ID PIC X(10).
       02 CK-Player2ID PIC X(10).
       02 CK-SaveName PIC X(12).
       02 CK-Rule PIC X.
       02 CK-Seed PIC 9(9).
WORKING-STORAGE SECTION.
   01 CK-Status PIC XX.
       88 CK-OK VALUE "00".
