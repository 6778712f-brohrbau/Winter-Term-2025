IDENTIFICATION DIVISION.
PROGRAM-ID. PlayerRating.
AUTHOR. Bunker Rohrbaugh.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ResultFile ASSIGN TO "setresults.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ResultFile-Status.
SELECT RatingFile ASSIGN TO "ratings.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS Rating-PlayerName
       FILE STATUS IS RatingFile-Status.
SELECT RatingLogFile ASSIGN TO "ratinglog.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RatingLogFile-Status.
SELECT RatingWorkFile ASSIGN TO "ratinglog.wrk"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RatingWorkFile-Status.
SELECT RatingReportFile ASSIGN TO "ratings.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> Same layout MatchupBuilder reads. Only the date and the two players
*> matter to a rating; the characters are carried but not used, and
*> the GAM game lines behind a set are passed over -- a set is rated
*> on its result, not game by game. So is the HDR feed header line.
FD ResultFile.
01 ResultDetails.
       88 EndOfResultFile VALUE HIGH-VALUES.
       02 Set-Date         PIC X(10).
       02 Set-WinnerPlayer PIC X(20).
       02 Set-WinnerChar   PIC X(18).
       02 Set-LoserPlayer  PIC X(20).
       02 Set-LoserChar    PIC X(18).
       02 Set-Id           PIC X(8).
       02 Set-EventId      PIC X(8).
01 GameDetails.
       02 Game-Tag PIC X(3).
           88 GameLineTag VALUE "GAM".
           88 FeedHeaderTag VALUE "HDR".

*> The keyed player rating master: one record per player ever rated,
*> keyed on the player name. Ratings carry two decimals so the small
*> per-set moves don't round away over a season.
FD RatingFile.
01 RatingDetails.
       88 EndOfRatingFile VALUE HIGH-VALUES.
       02 Rating-PlayerName PIC X(20).
       02 Rating-Current    PIC 9(4)V99.
       02 Rating-SetsRated  PIC 9(6).
       02 Rating-Peak       PIC 9(4)V99.
       02 Rating-LastPlayed PIC 9(8).

*> The dated rating-change log: one line per rated set, in Set-Date
*> order, with both players' ratings before and after the set. The
*> entry code is N for a set rated off the feed and R for an already
*> logged set re-rated by a late-set replay. The log is also the
*> replay's source of truth -- a player's rating as of any date can be
*> rebuilt from their log lines up to it.
FD RatingLogFile.
01 RatingLogDetails.
       88 EndOfRatingLogFile VALUE HIGH-VALUES.
       02 RLog-SetDate       PIC 9(8).
       02 RLog-RunDate       PIC 9(6).
       02 RLog-Entry         PIC X(1).
       02 RLog-WinnerPlayer  PIC X(20).
       02 RLog-WinnerBefore  PIC 9(4)V99.
       02 RLog-WinnerAfter   PIC 9(4)V99.
       02 RLog-LoserPlayer   PIC X(20).
       02 RLog-LoserBefore   PIC 9(4)V99.
       02 RLog-LoserAfter    PIC 9(4)V99.

*> Scratch copy of the log while a replay rebuilds it: the lines dated
*> before the replay point go across untouched, the replayed sets are
*> written behind them, and the whole thing is copied back.
FD RatingWorkFile.
01 RatingWorkRecord PIC X(79).

FD RatingReportFile.
01 RatingReportRecord PIC X(100).

WORKING-STORAGE SECTION.
01 ResultFile-Status     PIC XX.
01 RatingFile-Status     PIC XX.
01 RatingLogFile-Status  PIC XX.
01 RatingWorkFile-Status PIC XX.

01 RunDate.
       02 RunDate-YY PIC 99.
       02 RunDate-MM PIC 99.
       02 RunDate-DD PIC 99.
01 RunDate-Display PIC X(10).

*> The league's rating constants: everyone starts at 1500, and a set
*> moves the pair by at most 32 points. Players with fewer than ten
*> rated sets print in a provisional section, the same ten-set line
*> PlayerStandings posts with by default.
01 RatingStart       PIC 9(4)V99 VALUE 1500.
01 RatingKFactor     PIC 99 VALUE 32.
01 RatingMinimumSets PIC 9(3) VALUE 10.

*> The set's MM/DD/YYYY date pulled apart and rebuilt as YYYYMMDD so
*> sets sort and compare by date.
01 SetDateParts.
       02 SetDate-MM   PIC X(2).
       02 SetDate-Sep1 PIC X(1).
       02 SetDate-DD   PIC X(2).
       02 SetDate-Sep2 PIC X(1).
       02 SetDate-YYYY PIC X(4).
01 SetYear    PIC 9(4).
01 SetMonth   PIC 9(2).
01 SetDay     PIC 9(2).
01 SetDateKey PIC 9(8).

*> Any YYYYMMDD key turned back into MM/DD/YYYY for the report.
01 DateKeyWork PIC 9(8).
01 DateKeyParts REDEFINES DateKeyWork.
       02 DateKey-YYYY PIC 9(4).
       02 DateKey-MM   PIC 9(2).
       02 DateKey-DD   PIC 9(2).
01 DateKey-Display PIC X(10).

01 ValidationSwitch PIC X(01).
       88 SetIsValid   VALUE "Y".
       88 SetIsInvalid VALUE "N".

*> Every set this run will rate, held in rating order: Set-Date first,
*> then already-logged sets ahead of feed sets on the same date (they
*> were rated first the first time round), then arrival order. A
*> normal run holds just the feed's sets; a replay also holds every
*> logged set dated after the earliest late one.
01 SetTable.
       02 SetEntry OCCURS 10000 TIMES.
           03 ST-SortKey.
               04 ST-SetDate PIC 9(8).
               04 ST-Origin  PIC X(1).
                   88 ST-FromLog  VALUE "L".
                   88 ST-FromFeed VALUE "N".
           03 ST-WinnerPlayer PIC X(20).
           03 ST-LoserPlayer  PIC X(20).
           03 ST-HeldFlag     PIC X(1).
               88 ST-Held    VALUE "Y".
               88 ST-NotHeld VALUE "N".
01 SetCount       PIC 9(5) VALUE ZERO.
01 SetIdx         PIC 9(5).
01 SetKeepIdx     PIC 9(5).
01 SetInsertIdx   PIC 9(5).
01 SetTableLimit  PIC 9(5) VALUE 10000.
01 SeekSetEntry.
       02 Seek-SortKey.
           03 Seek-SetDate PIC 9(8).
           03 Seek-Origin  PIC X(1).
       02 Seek-WinnerPlayer PIC X(20).
       02 Seek-LoserPlayer  PIC X(20).
       02 Seek-HeldFlag     PIC X(1).
01 InsertSpotSwitch PIC X(01).
       88 InsertSpotFound    VALUE "Y".
       88 InsertSpotNotFound VALUE "N".

01 FeedSetCount    PIC 9(5) VALUE ZERO.
01 SkippedSetCount PIC 9(5) VALUE ZERO.
01 RatedSetCount   PIC 9(5) VALUE ZERO.
01 HeldSetCount    PIC 9(5) VALUE ZERO.
01 FeedOverflowCount PIC 9(5) VALUE ZERO.

*> The late-set check. A feed set dated before the newest logged set
*> would be rated against ratings that already include later sets, so
*> the run replays from that set's date instead: every logged set
*> dated after it is pulled back off the log and re-rated in date
*> order with the late set in its proper place. If the replay would
*> not fit in core, the late sets are held back unrated and flagged on
*> the report instead -- never quietly rated out of order.
01 EarliestFeedDate PIC 9(8) VALUE ZERO.
01 LogHighDate      PIC 9(8) VALUE ZERO.
01 ReplayLineCount  PIC 9(6) VALUE ZERO.
01 ReplaySwitch PIC X(01) VALUE "N".
       88 ReplayNeeded    VALUE "Y".
       88 ReplayNotNeeded VALUE "N".
01 ReplayFitSwitch PIC X(01) VALUE "Y".
       88 ReplayFits     VALUE "Y".
       88 ReplayTooLarge VALUE "N".

*> Every player a replay touches, with their rating rebuilt from the
*> log as it stood on the replay date. A player whose first rated set
*> falls inside the replay starts back at the league start rating.
01 AffectedTable.
       02 AffectedEntry OCCURS 2000 TIMES.
           03 AF-PlayerName PIC X(20).
           03 AF-Current    PIC 9(4)V99.
           03 AF-SetsRated  PIC 9(6).
           03 AF-Peak       PIC 9(4)V99.
           03 AF-LastPlayed PIC 9(8).
01 AffectedCount     PIC 9(4) VALUE ZERO.
01 AffectedSearchIdx PIC 9(4).
01 AffectedFoundIdx  PIC 9(4).
01 AffectedFoundSwitch PIC X(01).
       88 AffectedFound    VALUE "Y".
       88 AffectedNotFound VALUE "N".
01 Affected-SeekPlayer PIC X(20).
01 AffectedAddSwitch PIC X(01).
       88 AffectedAddWanted    VALUE "Y".
       88 AffectedAddNotWanted VALUE "N".

*> Both sides of the set being rated, fetched off the rating master
*> (or started fresh) and rewritten after the move.
01 Seek-RatingPlayer PIC X(20).
01 WinnerState.
       02 WinnerState-PlayerName PIC X(20).
       02 WinnerState-Current    PIC 9(4)V99.
       02 WinnerState-SetsRated  PIC 9(6).
       02 WinnerState-Peak       PIC 9(4)V99.
       02 WinnerState-LastPlayed PIC 9(8).
01 LoserState.
       02 LoserState-PlayerName PIC X(20).
       02 LoserState-Current    PIC 9(4)V99.
       02 LoserState-SetsRated  PIC 9(6).
       02 LoserState-Peak       PIC 9(4)V99.
       02 LoserState-LastPlayed PIC 9(8).

*> The standard expected-score curve: a 400-point gap makes the
*> favourite ten times as likely to win. The winner gains exactly what
*> the loser drops.
01 GapExponent    PIC S9(3)V9(6).
01 GapPower       PIC 9(9)V9(8).
01 WinnerExpected PIC 9V9(8).
01 RatingShift    PIC 9(4)V99.
01 LoserNewRating PIC S9(5)V99.

*> The leaderboard, read back off the rating master once the run's
*> sets are in.
01 BoardTable.
       02 BoardEntry OCCURS 2000 TIMES.
           03 Board-PlayerName PIC X(20).
           03 Board-Current    PIC 9(4)V99.
           03 Board-SetsRated  PIC 9(6).
           03 Board-Peak       PIC 9(4)V99.
           03 Board-LastPlayed PIC 9(8).
01 BoardCount PIC 9(4) VALUE ZERO.
01 BoardOverflowCount PIC 9(4) VALUE ZERO.
01 BoardIdx   PIC 9(4).
01 BoardOuterIdx PIC 9(4).
01 BoardInnerIdx PIC 9(4).
01 BoardSwapEntry.
       02 FILLER PIC X(20).
       02 FILLER PIC 9(4)V99.
       02 FILLER PIC 9(6).
       02 FILLER PIC 9(4)V99.
       02 FILLER PIC 9(8).

01 RankNumber       PIC 9(4).
01 RankedCount      PIC 9(4) VALUE ZERO.
01 ProvisionalCount PIC 9(4) VALUE ZERO.
01 Rank-Display     PIC ZZZ9.
01 Rating-Display   PIC ZZZ9.99.
01 Peak-Display     PIC ZZZ9.99.
01 Count-Display    PIC ZZZZZ9.

01 ReturnCode-Clean   PIC 99 VALUE 0.
01 ReturnCode-Rejects PIC 99 VALUE 4.

PROCEDURE DIVISION.
Begin.
   PERFORM InitializeProgram
   PERFORM LoadFeedSets
   PERFORM OpenRatingMaster
   IF SetCount GREATER THAN ZERO
      PERFORM ScanRatingLog
      IF ReplayNeeded AND ReplayTooLarge
         PERFORM HoldLateSets
      END-IF
      IF ReplayNeeded AND ReplayFits
         PERFORM ReplayFromLateSet
      ELSE
         PERFORM RateFeedSets
      END-IF
   END-IF
   CLOSE RatingFile
   PERFORM LoadRatingBoard
   PERFORM SortRatingBoard
   PERFORM WriteRatingReport
   DISPLAY RatedSetCount " set(s) rated, " SkippedSetCount " skipped -- leaderboard written to ratings.txt."
   IF ReplayNeeded AND ReplayFits
      DISPLAY "Late set(s) arrived -- " ReplayLineCount " logged set(s) replayed."
   END-IF
   IF HeldSetCount GREATER THAN ZERO
      DISPLAY HeldSetCount " late set(s) held back unrated -- see ratings.txt."
   END-IF
   IF BoardOverflowCount GREATER THAN ZERO
      DISPLAY BoardOverflowCount " rated player(s) left off the leaderboard -- 2000 player limit."
   END-IF
   IF SkippedSetCount GREATER THAN ZERO OR HeldSetCount GREATER THAN ZERO
      OR FeedOverflowCount GREATER THAN ZERO
      MOVE ReturnCode-Rejects TO RETURN-CODE
   ELSE
      MOVE ReturnCode-Clean TO RETURN-CODE
   END-IF
   STOP RUN.

InitializeProgram.
   MOVE SPACES TO SetTable
   MOVE SPACES TO AffectedTable
   MOVE ZEROS TO BoardTable
   ACCEPT RunDate FROM DATE
   MOVE RunDate-MM TO RunDate-Display(1:2)
   MOVE "/" TO RunDate-Display(3:1)
   MOVE RunDate-DD TO RunDate-Display(4:2)
   MOVE "/" TO RunDate-Display(6:1)
   MOVE "20" TO RunDate-Display(7:2)
   MOVE RunDate-YY TO RunDate-Display(9:2).

*> The feed's sets, checked just far enough to be rated: a real date
*> and two different, non-blank players. Character problems are
*> MatchupBuilder's to reject -- they don't change who beat whom.
LoadFeedSets.
   OPEN INPUT ResultFile
   IF ResultFile-Status = "35"
      DISPLAY "No setresults.txt found -- nothing to rate."
      SET EndOfResultFile TO TRUE
   ELSE
      READ ResultFile
        AT END SET EndOfResultFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfResultFile
      IF GameLineTag OR FeedHeaderTag
         SET SetIsInvalid TO TRUE
      ELSE
         PERFORM ValidateSetForRating
         IF SetIsInvalid
            ADD 1 TO SkippedSetCount
         END-IF
      END-IF
      IF SetIsValid
         IF SetCount LESS THAN SetTableLimit
            MOVE SetDateKey       TO Seek-SetDate
            MOVE "N"              TO Seek-Origin
            MOVE Set-WinnerPlayer TO Seek-WinnerPlayer
            MOVE Set-LoserPlayer  TO Seek-LoserPlayer
            MOVE "N"              TO Seek-HeldFlag
            PERFORM InsertSetEntry
            ADD 1 TO FeedSetCount
         ELSE
            ADD 1 TO FeedOverflowCount
         END-IF
      END-IF
      READ ResultFile
        AT END SET EndOfResultFile TO TRUE
      END-READ
   END-PERFORM
   IF ResultFile-Status NOT = "35"
      CLOSE ResultFile
   END-IF
   IF SetCount GREATER THAN ZERO
      MOVE ST-SetDate(1) TO EarliestFeedDate
   END-IF.

ValidateSetForRating.
   SET SetIsValid TO TRUE
   MOVE Set-Date TO SetDateParts
   IF SetDate-MM NOT NUMERIC OR SetDate-DD NOT NUMERIC
      OR SetDate-YYYY NOT NUMERIC
      OR SetDate-Sep1 NOT = "/" OR SetDate-Sep2 NOT = "/"
      SET SetIsInvalid TO TRUE
   ELSE
      MOVE SetDate-YYYY TO SetYear
      MOVE SetDate-MM   TO SetMonth
      MOVE SetDate-DD   TO SetDay
      IF SetMonth LESS THAN 01 OR SetMonth GREATER THAN 12
         OR SetDay LESS THAN 01 OR SetDay GREATER THAN 31
         SET SetIsInvalid TO TRUE
      ELSE
         COMPUTE SetDateKey = SetYear * 10000 + SetMonth * 100 + SetDay
      END-IF
   END-IF
   IF Set-WinnerPlayer = SPACES OR Set-LoserPlayer = SPACES
      OR Set-WinnerPlayer = Set-LoserPlayer
      SET SetIsInvalid TO TRUE
   END-IF.

*> Insertion into SetTable at the entry's place in rating order. Sets
*> arrive mostly in date order already, so the shuffle down is short.
*> The caller has already checked there is room.
InsertSetEntry.
   MOVE SetCount TO SetInsertIdx
   SET InsertSpotNotFound TO TRUE
   PERFORM UNTIL InsertSpotFound
      IF SetInsertIdx = ZERO
         SET InsertSpotFound TO TRUE
      ELSE
         IF ST-SortKey(SetInsertIdx) NOT GREATER THAN Seek-SortKey
            SET InsertSpotFound TO TRUE
         ELSE
            MOVE SetEntry(SetInsertIdx) TO SetEntry(SetInsertIdx + 1)
            SUBTRACT 1 FROM SetInsertIdx
         END-IF
      END-IF
   END-PERFORM
   MOVE SeekSetEntry TO SetEntry(SetInsertIdx + 1)
   ADD 1 TO SetCount.

OpenRatingMaster.
   OPEN I-O RatingFile
   IF RatingFile-Status = "35"
      DISPLAY "No rating master on file yet -- every player starts at 1500."
      OPEN OUTPUT RatingFile
      CLOSE RatingFile
      OPEN I-O RatingFile
   END-IF
   IF RatingFile-Status NOT = "00"
      DISPLAY "Rating master open failed, status " RatingFile-Status
   END-IF.

*> One pass over the log to find out whether any feed set is late: a
*> logged set dated after the earliest feed set means the feed reaches
*> back behind sets already rated. Those logged sets are pulled into
*> SetTable as they go by, ready for the replay.
ScanRatingLog.
   OPEN INPUT RatingLogFile
   IF RatingLogFile-Status = "35"
      SET EndOfRatingLogFile TO TRUE
   ELSE
      READ RatingLogFile
        AT END SET EndOfRatingLogFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfRatingLogFile
      IF RLog-SetDate GREATER THAN LogHighDate
         MOVE RLog-SetDate TO LogHighDate
      END-IF
      IF RLog-SetDate GREATER THAN EarliestFeedDate
         SET ReplayNeeded TO TRUE
         ADD 1 TO ReplayLineCount
         IF ReplayFits
            IF SetCount LESS THAN SetTableLimit
               MOVE RLog-SetDate      TO Seek-SetDate
               MOVE "L"               TO Seek-Origin
               MOVE RLog-WinnerPlayer TO Seek-WinnerPlayer
               MOVE RLog-LoserPlayer  TO Seek-LoserPlayer
               MOVE "N"               TO Seek-HeldFlag
               PERFORM InsertSetEntry
            ELSE
               SET ReplayTooLarge TO TRUE
            END-IF
         END-IF
      END-IF
      READ RatingLogFile
        AT END SET EndOfRatingLogFile TO TRUE
      END-READ
   END-PERFORM
   IF RatingLogFile-Status NOT = "35"
      CLOSE RatingLogFile
   END-IF
   IF ReplayNeeded AND ReplayFits
      PERFORM CollectAffectedPlayers
   END-IF.

*> Every player on a set in the replay window. A window with more
*> players than the table holds is treated like one with too many
*> sets: nothing is replayed.
CollectAffectedPlayers.
   SET AffectedAddWanted TO TRUE
   PERFORM VARYING SetIdx FROM 1 BY 1
           UNTIL SetIdx GREATER THAN SetCount OR ReplayTooLarge
      MOVE ST-WinnerPlayer(SetIdx) TO Affected-SeekPlayer
      PERFORM FindAffectedPlayer
      MOVE ST-LoserPlayer(SetIdx) TO Affected-SeekPlayer
      PERFORM FindAffectedPlayer
   END-PERFORM.

FindAffectedPlayer.
   SET AffectedNotFound TO TRUE
   PERFORM VARYING AffectedSearchIdx FROM 1 BY 1
           UNTIL AffectedSearchIdx GREATER THAN AffectedCount
              OR AffectedFound
      IF AF-PlayerName(AffectedSearchIdx) = Affected-SeekPlayer
         SET AffectedFound TO TRUE
         MOVE AffectedSearchIdx TO AffectedFoundIdx
      END-IF
   END-PERFORM
   IF AffectedNotFound AND AffectedAddWanted
      IF AffectedCount GREATER THAN OR EQUAL TO 2000
         SET ReplayTooLarge TO TRUE
      ELSE
         ADD 1 TO AffectedCount
         MOVE Affected-SeekPlayer TO AF-PlayerName(AffectedCount)
         MOVE RatingStart TO AF-Current(AffectedCount)
         MOVE ZERO        TO AF-SetsRated(AffectedCount)
         MOVE RatingStart TO AF-Peak(AffectedCount)
         MOVE ZERO        TO AF-LastPlayed(AffectedCount)
         MOVE AffectedCount TO AffectedFoundIdx
      END-IF
   END-IF.

*> The replay would not fit, so the logged sets come back out of
*> SetTable and every feed set dated before the newest logged set is
*> held unrated. The on-time feed sets are still rated normally.
HoldLateSets.
   MOVE ZERO TO SetKeepIdx
   PERFORM VARYING SetIdx FROM 1 BY 1
           UNTIL SetIdx GREATER THAN SetCount
      IF ST-FromFeed(SetIdx)
         ADD 1 TO SetKeepIdx
         MOVE SetEntry(SetIdx) TO SetEntry(SetKeepIdx)
         IF ST-SetDate(SetKeepIdx) LESS THAN LogHighDate
            SET ST-Held(SetKeepIdx) TO TRUE
            ADD 1 TO HeldSetCount
         END-IF
      END-IF
   END-PERFORM
   MOVE SetKeepIdx TO SetCount.

*> The ordinary run: every feed set is on or after the newest logged
*> set, so the sets are rated in date order and appended to the log.
RateFeedSets.
   OPEN EXTEND RatingLogFile
   IF RatingLogFile-Status = "35"
      OPEN OUTPUT RatingLogFile
   END-IF
   PERFORM VARYING SetIdx FROM 1 BY 1
           UNTIL SetIdx GREATER THAN SetCount
      IF ST-NotHeld(SetIdx)
         PERFORM RateOneSet
         WRITE RatingLogDetails
      END-IF
   END-PERFORM
   CLOSE RatingLogFile.

*> The late-set replay. The log lines dated on or before the earliest
*> feed set are copied to the work file and used to rebuild every
*> affected player's rating as it stood then; those players are reset
*> on the master, every set in SetTable is rated again in order behind
*> the copied lines, and the rebuilt log replaces the old one.
ReplayFromLateSet.
   OPEN OUTPUT RatingWorkFile
   OPEN INPUT RatingLogFile
   READ RatingLogFile
     AT END SET EndOfRatingLogFile TO TRUE
   END-READ
   SET AffectedAddNotWanted TO TRUE
   PERFORM UNTIL EndOfRatingLogFile
      IF RLog-SetDate NOT GREATER THAN EarliestFeedDate
         MOVE RatingLogDetails TO RatingWorkRecord
         WRITE RatingWorkRecord
         PERFORM RebuildAffectedFromLog
      END-IF
      READ RatingLogFile
        AT END SET EndOfRatingLogFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE RatingLogFile
   PERFORM ResetAffectedPlayers
   PERFORM VARYING SetIdx FROM 1 BY 1
           UNTIL SetIdx GREATER THAN SetCount
      PERFORM RateOneSet
      IF ST-FromLog(SetIdx)
         MOVE "R" TO RLog-Entry
      END-IF
      MOVE RatingLogDetails TO RatingWorkRecord
      WRITE RatingWorkRecord
   END-PERFORM
   CLOSE RatingWorkFile
   PERFORM CopyWorkToLog.

*> A kept log line moves an affected player to its after-rating, the
*> same way the original run moved them.
RebuildAffectedFromLog.
   MOVE RLog-WinnerPlayer TO Affected-SeekPlayer
   PERFORM FindAffectedPlayer
   IF AffectedFound
      MOVE RLog-WinnerAfter TO AF-Current(AffectedFoundIdx)
      ADD 1 TO AF-SetsRated(AffectedFoundIdx)
      IF RLog-WinnerAfter GREATER THAN AF-Peak(AffectedFoundIdx)
         MOVE RLog-WinnerAfter TO AF-Peak(AffectedFoundIdx)
      END-IF
      MOVE RLog-SetDate TO AF-LastPlayed(AffectedFoundIdx)
   END-IF
   MOVE RLog-LoserPlayer TO Affected-SeekPlayer
   PERFORM FindAffectedPlayer
   IF AffectedFound
      MOVE RLog-LoserAfter TO AF-Current(AffectedFoundIdx)
      ADD 1 TO AF-SetsRated(AffectedFoundIdx)
      IF RLog-LoserAfter GREATER THAN AF-Peak(AffectedFoundIdx)
         MOVE RLog-LoserAfter TO AF-Peak(AffectedFoundIdx)
      END-IF
      MOVE RLog-SetDate TO AF-LastPlayed(AffectedFoundIdx)
   END-IF.

ResetAffectedPlayers.
   PERFORM VARYING AffectedSearchIdx FROM 1 BY 1
           UNTIL AffectedSearchIdx GREATER THAN AffectedCount
      MOVE AF-PlayerName(AffectedSearchIdx) TO Rating-PlayerName
      MOVE AF-Current(AffectedSearchIdx)    TO Rating-Current
      MOVE AF-SetsRated(AffectedSearchIdx)  TO Rating-SetsRated
      MOVE AF-Peak(AffectedSearchIdx)       TO Rating-Peak
      MOVE AF-LastPlayed(AffectedSearchIdx) TO Rating-LastPlayed
      WRITE RatingDetails
        INVALID KEY REWRITE RatingDetails
      END-WRITE
   END-PERFORM.

CopyWorkToLog.
   OPEN INPUT RatingWorkFile
   OPEN OUTPUT RatingLogFile
   READ RatingWorkFile
     AT END MOVE HIGH-VALUES TO RatingWorkRecord
   END-READ
   PERFORM UNTIL RatingWorkRecord = HIGH-VALUES
      MOVE RatingWorkRecord TO RatingLogDetails
      WRITE RatingLogDetails
      READ RatingWorkFile
        AT END MOVE HIGH-VALUES TO RatingWorkRecord
      END-READ
   END-PERFORM
   CLOSE RatingWorkFile
   CLOSE RatingLogFile.

*> Rates SetTable entry SetIdx: both players fetched (a first-time
*> player starts at the league start rating), the expected score taken
*> off the rating gap, the shift applied to both sides, and the log
*> line built in RatingLogDetails for the caller to write.
RateOneSet.
   MOVE ST-WinnerPlayer(SetIdx) TO Seek-RatingPlayer
   PERFORM FetchRatingPlayer
   MOVE RatingDetails TO WinnerState
   MOVE ST-LoserPlayer(SetIdx) TO Seek-RatingPlayer
   PERFORM FetchRatingPlayer
   MOVE RatingDetails TO LoserState
   MOVE SPACES TO RatingLogDetails
   MOVE ST-SetDate(SetIdx)      TO RLog-SetDate
   MOVE RunDate                 TO RLog-RunDate
   MOVE "N"                     TO RLog-Entry
   MOVE ST-WinnerPlayer(SetIdx) TO RLog-WinnerPlayer
   MOVE WinnerState-Current     TO RLog-WinnerBefore
   MOVE ST-LoserPlayer(SetIdx)  TO RLog-LoserPlayer
   MOVE LoserState-Current      TO RLog-LoserBefore
   COMPUTE GapExponent = (LoserState-Current - WinnerState-Current) / 400
   COMPUTE GapPower = 10 ** GapExponent
   COMPUTE WinnerExpected = 1 / (1 + GapPower)
   COMPUTE RatingShift ROUNDED = RatingKFactor * (1 - WinnerExpected)
   ADD RatingShift TO WinnerState-Current
   COMPUTE LoserNewRating = LoserState-Current - RatingShift
   IF LoserNewRating LESS THAN ZERO
      MOVE ZERO TO LoserNewRating
   END-IF
   MOVE LoserNewRating TO LoserState-Current
   ADD 1 TO WinnerState-SetsRated
   ADD 1 TO LoserState-SetsRated
   IF WinnerState-Current GREATER THAN WinnerState-Peak
      MOVE WinnerState-Current TO WinnerState-Peak
   END-IF
   IF ST-SetDate(SetIdx) GREATER THAN WinnerState-LastPlayed
      MOVE ST-SetDate(SetIdx) TO WinnerState-LastPlayed
   END-IF
   IF ST-SetDate(SetIdx) GREATER THAN LoserState-LastPlayed
      MOVE ST-SetDate(SetIdx) TO LoserState-LastPlayed
   END-IF
   MOVE WinnerState-Current TO RLog-WinnerAfter
   MOVE LoserState-Current  TO RLog-LoserAfter
   MOVE WinnerState TO RatingDetails
   WRITE RatingDetails
     INVALID KEY REWRITE RatingDetails
   END-WRITE
   MOVE LoserState TO RatingDetails
   WRITE RatingDetails
     INVALID KEY REWRITE RatingDetails
   END-WRITE
   ADD 1 TO RatedSetCount.

FetchRatingPlayer.
   MOVE Seek-RatingPlayer TO Rating-PlayerName
   READ RatingFile RECORD
     INVALID KEY
        MOVE Seek-RatingPlayer TO Rating-PlayerName
        MOVE RatingStart TO Rating-Current
        MOVE ZERO        TO Rating-SetsRated
        MOVE RatingStart TO Rating-Peak
        MOVE ZERO        TO Rating-LastPlayed
   END-READ.

*> One sequential pass over the rating master for the leaderboard.
LoadRatingBoard.
   OPEN INPUT RatingFile
   IF RatingFile-Status = "35"
      SET EndOfRatingFile TO TRUE
   ELSE
      READ RatingFile NEXT RECORD
        AT END SET EndOfRatingFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfRatingFile
      IF BoardCount GREATER THAN OR EQUAL TO 2000
         ADD 1 TO BoardOverflowCount
      ELSE
         ADD 1 TO BoardCount
         MOVE RatingDetails TO BoardEntry(BoardCount)
      END-IF
      READ RatingFile NEXT RECORD
        AT END SET EndOfRatingFile TO TRUE
      END-READ
   END-PERFORM
   IF RatingFile-Status NOT = "35"
      CLOSE RatingFile
   END-IF.

*> Bubble sort descending by current rating, the same shape as the
*> standings sort; sets rated breaks ties so the busier player reads
*> higher.
SortRatingBoard.
   IF BoardCount GREATER THAN 1
      PERFORM VARYING BoardOuterIdx FROM 1 BY 1
              UNTIL BoardOuterIdx GREATER THAN BoardCount - 1
         PERFORM VARYING BoardInnerIdx FROM 1 BY 1
                 UNTIL BoardInnerIdx GREATER THAN BoardCount - BoardOuterIdx
            IF Board-Current(BoardInnerIdx) LESS THAN Board-Current(BoardInnerIdx + 1)
               OR (Board-Current(BoardInnerIdx) = Board-Current(BoardInnerIdx + 1)
                   AND Board-SetsRated(BoardInnerIdx) LESS THAN Board-SetsRated(BoardInnerIdx + 1))
               MOVE BoardEntry(BoardInnerIdx)     TO BoardSwapEntry
               MOVE BoardEntry(BoardInnerIdx + 1) TO BoardEntry(BoardInnerIdx)
               MOVE BoardSwapEntry                TO BoardEntry(BoardInnerIdx + 1)
            END-IF
         END-PERFORM
      END-PERFORM
   END-IF.

*> The posted leaderboard: the run's summary, any late-set replay or
*> held sets called out up top, then ranked players and a provisional
*> section the way standings.txt lays them out.
WriteRatingReport.
   OPEN OUTPUT RatingReportFile
   MOVE "PuffMatchups Player Ratings" TO RatingReportRecord
   WRITE RatingReportRecord
   MOVE SPACES TO RatingReportRecord
   STRING "Run Date: " DELIMITED BY SIZE
           RunDate-Display DELIMITED BY SIZE
      INTO RatingReportRecord
   WRITE RatingReportRecord
   MOVE SPACES TO RatingReportRecord
   MOVE RatedSetCount TO Count-Display
   STRING "Sets rated this run: " DELIMITED BY SIZE
           Count-Display DELIMITED BY SIZE
      INTO RatingReportRecord
   WRITE RatingReportRecord
   IF SkippedSetCount GREATER THAN ZERO
      MOVE SPACES TO RatingReportRecord
      MOVE SkippedSetCount TO Count-Display
      STRING "Set lines skipped (bad date or players): " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
         INTO RatingReportRecord
      WRITE RatingReportRecord
   END-IF
   IF FeedOverflowCount GREATER THAN ZERO
      MOVE SPACES TO RatingReportRecord
      MOVE FeedOverflowCount TO Count-Display
      STRING "Set lines past the 10000-set limit, not rated: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
         INTO RatingReportRecord
      WRITE RatingReportRecord
   END-IF
   IF ReplayNeeded AND ReplayFits
      MOVE EarliestFeedDate TO DateKeyWork
      PERFORM FormatDateKey
      MOVE SPACES TO RatingReportRecord
      MOVE ReplayLineCount TO Count-Display
      STRING "Late set(s) arrived -- ratings replayed from " DELIMITED BY SIZE
              DateKey-Display DELIMITED BY SIZE
              ", " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              " logged set(s) re-rated" DELIMITED BY SIZE
         INTO RatingReportRecord
      WRITE RatingReportRecord
   END-IF
   IF HeldSetCount GREATER THAN ZERO
      PERFORM WriteHeldSets
   END-IF
   MOVE SPACES TO RatingReportRecord
   MOVE RatingMinimumSets TO Count-Display
   STRING "Ranked: at least " DELIMITED BY SIZE
           Count-Display DELIMITED BY SIZE
           " rated set(s)" DELIMITED BY SIZE
      INTO RatingReportRecord
   WRITE RatingReportRecord
   MOVE SPACES TO RatingReportRecord
   WRITE RatingReportRecord
   MOVE "Rank  Player                 Rating     Peak    Sets  Last Played" TO RatingReportRecord
   WRITE RatingReportRecord
   MOVE ZERO TO RankNumber
   PERFORM VARYING BoardIdx FROM 1 BY 1
           UNTIL BoardIdx GREATER THAN BoardCount
      IF Board-SetsRated(BoardIdx) GREATER THAN OR EQUAL TO RatingMinimumSets
         ADD 1 TO RankNumber
         ADD 1 TO RankedCount
         PERFORM WriteRatingLine
      END-IF
   END-PERFORM
   IF RankedCount = ZERO
      MOVE "  (no player has met the minimum yet)" TO RatingReportRecord
      WRITE RatingReportRecord
   END-IF
   MOVE SPACES TO RatingReportRecord
   WRITE RatingReportRecord
   MOVE "Provisional (below the minimum, not ranked)" TO RatingReportRecord
   WRITE RatingReportRecord
   PERFORM VARYING BoardIdx FROM 1 BY 1
           UNTIL BoardIdx GREATER THAN BoardCount
      IF Board-SetsRated(BoardIdx) LESS THAN RatingMinimumSets
         ADD 1 TO ProvisionalCount
         MOVE ZERO TO RankNumber
         PERFORM WriteRatingLine
      END-IF
   END-PERFORM
   IF ProvisionalCount = ZERO
      MOVE "  (none)" TO RatingReportRecord
      WRITE RatingReportRecord
   END-IF
   CLOSE RatingReportFile.

*> Held sets are listed one per line so the desk can see exactly which
*> results are still waiting to count.
WriteHeldSets.
   MOVE SPACES TO RatingReportRecord
   MOVE HeldSetCount TO Count-Display
   STRING "*** " DELIMITED BY SIZE
           Count-Display DELIMITED BY SIZE
           " late set(s) NOT rated -- the replay behind them is past the in-core limit:"
           DELIMITED BY SIZE
      INTO RatingReportRecord
   WRITE RatingReportRecord
   PERFORM VARYING SetIdx FROM 1 BY 1
           UNTIL SetIdx GREATER THAN SetCount
      IF ST-Held(SetIdx)
         MOVE ST-SetDate(SetIdx) TO DateKeyWork
         PERFORM FormatDateKey
         MOVE SPACES TO RatingReportRecord
         STRING "    " DELIMITED BY SIZE
                 DateKey-Display DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 ST-WinnerPlayer(SetIdx) DELIMITED BY SIZE
                 " over " DELIMITED BY SIZE
                 ST-LoserPlayer(SetIdx) DELIMITED BY SIZE
            INTO RatingReportRecord
         WRITE RatingReportRecord
      END-IF
   END-PERFORM.

*> RankNumber zero means a provisional line, printed with dashes where
*> the rank would sit.
WriteRatingLine.
   MOVE SPACES TO RatingReportRecord
   IF RankNumber = ZERO
      MOVE "  --" TO RatingReportRecord(1:4)
   ELSE
      MOVE RankNumber TO Rank-Display
      MOVE Rank-Display TO RatingReportRecord(1:4)
   END-IF
   MOVE Board-Current(BoardIdx) TO Rating-Display
   MOVE Board-Peak(BoardIdx)    TO Peak-Display
   MOVE Board-SetsRated(BoardIdx) TO Count-Display
   MOVE Board-LastPlayed(BoardIdx) TO DateKeyWork
   PERFORM FormatDateKey
   STRING "  " DELIMITED BY SIZE
           Board-PlayerName(BoardIdx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Rating-Display DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           Peak-Display DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           Count-Display DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           DateKey-Display DELIMITED BY SIZE
      INTO RatingReportRecord(5:96)
   WRITE RatingReportRecord.

FormatDateKey.
   MOVE DateKey-MM TO DateKey-Display(1:2)
   MOVE "/" TO DateKey-Display(3:1)
   MOVE DateKey-DD TO DateKey-Display(4:2)
   MOVE "/" TO DateKey-Display(6:1)
   MOVE DateKey-YYYY TO DateKey-Display(7:4).
