*>    the sending site's code on games loaded by GAMEIMPT, so
*>    reports can include or exclude foreign games
       02 GH-Origin PIC X(4).
       02 GH-Term1 PIC X(4).
       02 GH-Term2 PIC X(4).
       02 GH-Rule PIC X.
       02 GH-Seed PIC 9(9).
*>    only the key matters here: a live record under a game's ID
*>    means the game is still in progress (saved, drained or simply
*>    between moves), not a session that died
FD CHECKPT.
   01 CheckptRecord.
       02 CK-GameID PIC X(16).
       02 CK-Rest PIC X(74).
WORKING-STORAGE SECTION.
   01 AL-Status PIC XX.
       88 AL-OK VALUE "00".
