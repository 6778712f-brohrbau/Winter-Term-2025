ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT RivalryFile ASSIGN TO "rivalries.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS Rival-Key
       FILE STATUS IS RivalryFile-Status.

DATA DIVISION.
FILE SECTION.
*> Same layout MatchupBuilder keeps: one record per ordered player pair
*> and character pair, keyed in that order, so one player's rows (and
*> one pair's rows) sit together.
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

   DISPLAY "Against which opponent? (blank for top rivals): " WITH NO ADVANCING
   ACCEPT TargetOpponentName FROM CONSOLE.

*> The target player's rows off rivalries.dat, summed per opponent
*> across every character pair. The key leads with the player, so the
*> read starts at their first row and stops at the next player's.
LoadAllRivals.
   MOVE LOW-VALUES TO Rival-Key
   MOVE TargetPlayerName TO Rival-AsPlayer
   PERFORM OpenRivalryAtKey
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
   END-IF.

*> Opens rivalries.dat and positions on the first record at or after
*> the key already moved into Rival-Key. A missing store just means
*> MatchupBuilder has not run yet -- nothing on file.
OpenRivalryAtKey.
   OPEN INPUT RivalryFile
   IF RivalryFile-Status = "35"
      SET EndOfRivalryFile TO TRUE
   ELSE
      START RivalryFile KEY NOT LESS THAN Rival-Key
        INVALID KEY SET EndOfRivalryFile TO TRUE
      END-START
      IF NOT EndOfRivalryFile
         READ RivalryFile NEXT RECORD
           AT END SET EndOfRivalryFile TO TRUE
         END-READ
      END-IF
   END-IF.

FoldFoeLine.
   SET FoeNotFound TO TRUE
   PERFORM VARYING FoeSearchIdx FROM 1 BY 1
      DISPLAY FoeOverflowCount " rivalry line(s) dropped -- 500 opponent limit."
   END-IF.

*> The named pair's rows off rivalries.dat, which sit together under
*> the player-pair key: every character pair those sets were played
*> on, then the lifetime total.
DisplayHeadToHead.
   DISPLAY " "
   DISPLAY TargetPlayerName " versus " TargetOpponentName
   MOVE LOW-VALUES TO Rival-Key
   MOVE TargetPlayerName   TO Rival-AsPlayer
   MOVE TargetOpponentName TO Rival-VsPlayer
   PERFORM OpenRivalryAtKey
   PERFORM UNTIL EndOfRivalryFile
      IF Rival-AsPlayer NOT = TargetPlayerName
         OR Rival-VsPlayer NOT = TargetOpponentName
         SET EndOfRivalryFile TO TRUE
      ELSE
         IF Rival-Wins IS NUMERIC AND Rival-Losses IS NUMERIC
            ADD Rival-Wins   TO HeadToHead-Wins
            ADD Rival-Losses TO HeadToHead-Losses
            ADD 1 TO DetailLineCount
            DISPLAY "  as " Rival-AsChar " vs " Rival-VsChar
                    "  W:" Rival-Wins " L:" Rival-Losses
         END-IF
         READ RivalryFile NEXT RECORD
           AT END SET EndOfRivalryFile TO TRUE
         END-READ
      END-IF
   END-PERFORM
   IF RivalryFile-Status NOT = "35"
      CLOSE RivalryFile
