       ACCESS MODE IS DYNAMIC
       RECORD KEY IS Season-PlayerName
       FILE STATUS IS SeasonFile-Status.
SELECT RivalryFile ASSIGN TO "rivalries.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS Rival-Key
       FILE STATUS IS RivalryFile-Status.
SELECT EntrantFile ASSIGN TO "entrants.txt"
       ORGANIZATION IS LINE SEQUENTIAL
           03 Season-Wins   PIC 9(4).
           03 Season-Losses PIC 9(4).

*> Same layout MatchupBuilder keeps: one record per ordered player pair
*> and character pair, keyed in that order.
FD RivalryFile.
01 RivalryDetails.
       88 EndOfRivalryFile VALUE HIGH-VALUES.
       02 Rival-Key.
           03 Rival-AsPlayer PIC X(20).
           03 Rival-VsPlayer PIC X(20).
           03 Rival-AsChar   PIC X(18).
           03 Rival-VsChar   PIC X(18).
       02 Rival-Wins     PIC 9(4).
       02 Rival-Losses   PIC 9(4).

       88 ListDone    VALUE "Y".
       88 ListNotDone VALUE "N".

*> The player's most-contested opponents off rivalries.dat, summed per
*> opponent across every character pair -- the same fold RivalryLookup
*> runs for its console player.
01 FoeTable.
      END-IF
   END-PERFORM.

*> The target player's rows off rivalries.dat, summed per opponent.
*> The key leads with the player, so the read starts at their first
*> row and stops at the next player's. A missing rivalries store just
*> means MatchupBuilder has not produced one yet -- the dossier prints
*> without the rivals section rather than failing.
LoadTopRivals.
   OPEN INPUT RivalryFile
   IF RivalryFile-Status = "35"
      SET EndOfRivalryFile TO TRUE
   ELSE
      MOVE LOW-VALUES TO Rival-Key
      MOVE TargetPlayerName TO Rival-AsPlayer
      START RivalryFile KEY NOT LESS THAN Rival-Key
        INVALID KEY SET EndOfRivalryFile TO TRUE
      END-START
      IF NOT EndOfRivalryFile
         READ RivalryFile NEXT RECORD
           AT END SET EndOfRivalryFile TO TRUE
         END-READ
      END-IF
   END-IF
   PERFORM UNTIL EndOfRivalryFile
      IF Rival-AsPlayer NOT = TargetPlayerName
         SET EndOfRivalryFile TO TRUE
      ELSE
         IF Rival-Wins IS NUMERIC AND Rival-Losses IS NUMERIC
            PERFORM FoldFoeLine
         END-IF
         READ RivalryFile NEXT RECORD
           AT END SET EndOfRivalryFile TO TRUE
         END-READ
      END-IF
   END-PERFORM
   IF RivalryFile-Status NOT = "35"
      CLOSE RivalryFile
