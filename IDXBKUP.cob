       02 CK-Player1ID PIC X(10).
       02 CK-Player2ID PIC X(10).
       02 CK-SaveName PIC X(12).
       02 CK-Rule PIC X.
       02 CK-Seed PIC 9(9).
FD PLAYERSTATS.
   01 PlayerStatsRecord.
       02 PS-PlayerID PIC X(10).
*>    numeric counters, which reload and verify check against what
*>    they actually read back
FD CHECKPTB.
   01 CheckptBkupRecord PIC X(90).
FD PLAYERSTB.
   01 PlayerStBkupRecord PIC X(30).
WORKING-STORAGE SECTION.
*>    sized for the wider of the two files' records; the stats file's
*>    30-byte records ride in the leading columns with a space tail,
*>    which pads identically on both sides of every compare
   01 WorkRecord PIC X(90).
   01 CompareRecord PIC X(90).
   01 RecordsCopied PIC 9(7) VALUE 0.
   01 HashTotal PIC 9(15) VALUE 0.
   01 MismatchCount PIC 9(7) VALUE 0.
