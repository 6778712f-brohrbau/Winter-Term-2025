IDENTIFICATION DIVISION.
PROGRAM-ID. CareerReport.
AUTHOR. Bunker Rohrbaugh.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT SeasonListFile ASSIGN TO "careerseasons.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SeasonListFile-Status.
SELECT SeasonArchiveFile ASSIGN TO DYNAMIC SeasonArchiveName
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SeasonArchiveFile-Status.
SELECT SeasonFile ASSIGN TO "season.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS Season-PlayerName
       FILE STATUS IS SeasonFile-Status.
SELECT RosterFile ASSIGN TO "roster.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
SELECT RetiredFile ASSIGN TO "retired.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RetiredFile-Status.
SELECT HistoryReportFile ASSIGN TO "careerhistory.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
SELECT BoardReportFile ASSIGN TO "careerboard.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> The seasons to report on, oldest first: one close-out archive name
*> per line (season-YYYYMMDD.txt as SeasonCloseout leaves them). Blank
*> lines and lines starting with * are skipped. The live season.dat is
*> always read after the last one listed.
FD SeasonListFile.
01 SeasonListRecord PIC X(60).
       88 EndOfSeasonListFile VALUE HIGH-VALUES.

*> A close-out archive, in the retired line-sequential season.txt
*> layout. An archive closed under an older, shorter roster has a
*> shorter line, and the slots past its end read as spaces.
FD SeasonArchiveFile.
01 SeasonArchiveRecord.
       88 EndOfSeasonArchiveFile VALUE HIGH-VALUES.
       02 Archive-PlayerName PIC X(20).
       02 Archive-Chars OCCURS 120 TIMES.
           03 Archive-Wins   PIC 9(4).
           03 Archive-Losses PIC 9(4).

*> The season-to-date master PuffMatchups maintains, read sequentially
*> here as the current season.
FD SeasonFile.
01 SeasonDetails.
       88 EndOfSeasonFile VALUE HIGH-VALUES.
       02 Season-PlayerName PIC X(20).
       02 Season-Chars OCCURS 120 TIMES.
           03 Season-Wins   PIC 9(4).
           03 Season-Losses PIC 9(4).

FD RosterFile.
01 RosterDetails.
       88 EndOfRosterFile VALUE HIGH-VALUES.
       02 RosterCharacterName PIC X(18).

*> Same layout RosterMaint keeps: a slot merged into another names its
*> successor; a slot retired outright leaves the successor blank.
FD RetiredFile.
01 RetiredDetails.
       88 EndOfRetiredFile VALUE HIGH-VALUES.
       02 Retired-Name      PIC X(18).
       02 Retired-Successor PIC X(18).

FD HistoryReportFile.
01 HistoryReportRecord PIC X(100).

FD BoardReportFile.
01 BoardReportRecord PIC X(100).

WORKING-STORAGE SECTION.
01 SeasonListFile-Status    PIC XX.
01 SeasonArchiveFile-Status PIC XX.
01 SeasonFile-Status        PIC XX.
01 RetiredFile-Status       PIC XX.

01 SeasonArchiveName PIC X(60).

01 RosterTable.
       02 RosterEntry OCCURS 120 TIMES.
           03 RosterName PIC X(18).
01 RosterLoadCount PIC 9(3) VALUE ZERO.
01 CharacterNum    PIC 9(3).

*> Where each roster slot's sets are counted. A slot merged into
*> another counts under its successor in every season, so the old
*> archives agree with season.dat after RosterMaint's merge; a merge
*> of a merge follows the chain to the slot still standing.
01 FoldTable.
       02 FoldSlot OCCURS 120 TIMES PIC 9(3).
01 RetiredSlot   PIC 9(3).
01 SuccessorSlot PIC 9(3).
01 FoldHopCount  PIC 9(3).
01 FoldedSlotCount PIC 9(3) VALUE ZERO.
01 LookupName    PIC X(18).
01 LookupSlot    PIC 9(3).

*> One entry per season read: its label on the reports (the close-out
*> date off the archive name, or "current" for season.dat).
01 SeasonTable.
       02 SeasonEntry OCCURS 21 TIMES.
           03 SeasonLabel PIC X(10).
01 SeasonCount    PIC 99 VALUE ZERO.
01 SeasonIdx      PIC 99.
01 MaxArchives    PIC 99 VALUE 20.
01 SkippedListCount  PIC 9(3) VALUE ZERO.
01 MissingArchiveCount PIC 9(3) VALUE ZERO.

*> One season line in common form, whichever file it came from, and
*> the same line folded onto the slots that still stand.
01 SeasonLine.
       02 SeasonLine-PlayerName PIC X(20).
       02 SeasonLine-Chars OCCURS 120 TIMES.
           03 SeasonLine-Wins   PIC 9(4).
           03 SeasonLine-Losses PIC 9(4).
01 LineCharTable.
       02 LineChar OCCURS 120 TIMES.
           03 LC-Wins   PIC 9(6).
           03 LC-Losses PIC 9(6).
01 LineSlot     PIC 9(3).
01 LineCharSets PIC 9(6).
01 LineShortSwitch PIC X(01).
       88 LineIsShort VALUE "Y".
       88 LineIsFull  VALUE "N".
01 ShortLineCount PIC 9(6) VALUE ZERO.

*> One entry per player seen in any season, with that player's record
*> in each season and the character they had the most sets on there.
01 PlayerTable.
       02 PlayerEntry OCCURS 2000 TIMES.
           03 CP-PlayerName PIC X(20).
           03 CP-Season OCCURS 21 TIMES.
               04 CP-Wins     PIC 9(6).
               04 CP-Losses   PIC 9(6).
               04 CP-MainSlot PIC 9(3).
               04 CP-MainSets PIC 9(6).
01 PlayerCount     PIC 9(4) VALUE ZERO.
01 PlayerIdx       PIC 9(4).
01 PlayerSearchIdx PIC 9(4).
01 PlayerFoundSwitch PIC X(01).
       88 PlayerFound    VALUE "Y".
       88 PlayerNotFound VALUE "N".
01 PlayerOverflowCount PIC 9(6) VALUE ZERO.
01 PlayerOuterIdx PIC 9(4).
01 PlayerInnerIdx PIC 9(4).
01 PlayerSwapEntry.
       02 FILLER PIC X(20).
       02 FILLER OCCURS 21 TIMES.
           03 FILLER PIC 9(6).
           03 FILLER PIC 9(6).
           03 FILLER PIC 9(3).
           03 FILLER PIC 9(6).

*> The career figures for the player being written.
01 Career-Wins    PIC 9(7).
01 Career-Losses  PIC 9(7).
01 Career-Sets    PIC 9(7).
01 Career-Pct     PIC 999V99.
01 Career-Seasons PIC 99.
01 Season-Sets    PIC 9(7).
01 Season-Pct     PIC 999V99.
01 BestSeasonIdx  PIC 99.
01 BestSeasonPct  PIC 999V99.
01 BestSeasonSets PIC 9(7).

*> One entry per roster slot: all-time totals and every season's
*> totals, sorted into the all-time leaderboard.
01 CharBoardTable.
       02 CharBoard OCCURS 120 TIMES.
           03 CB-CharName PIC X(18).
           03 CB-Wins     PIC 9(7).
           03 CB-Losses   PIC 9(7).
           03 CB-HasGames PIC X(01).
               88 CB-GamesPlayed VALUE "Y".
               88 CB-GamesNone   VALUE "N".
           03 CB-Folded   PIC X(01).
               88 CB-FoldedAway VALUE "Y".
               88 CB-Standing   VALUE "N".
           03 CB-Pct      PIC 999V99.
           03 CB-Successor PIC X(18).
           03 CB-Season OCCURS 21 TIMES.
               04 CB-SeasonWins   PIC 9(7).
               04 CB-SeasonLosses PIC 9(7).
01 CharOuterIdx PIC 9(3).
01 CharInnerIdx PIC 9(3).
01 CharSwapEntry.
       02 FILLER PIC X(18).
       02 FILLER PIC 9(7).
       02 FILLER PIC 9(7).
       02 FILLER PIC X(01).
       02 FILLER PIC X(01).
       02 FILLER PIC 999V99.
       02 FILLER PIC X(18).
       02 FILLER OCCURS 21 TIMES.
           03 FILLER PIC 9(7).
           03 FILLER PIC 9(7).
01 RankNumber PIC 9(3).

*> JUSTIFIED RIGHT so a typed "5" lands as "  5" and the leading-space
*> scrub below turns it into a clean numeric 005, the same shape as
*> PlayerStandings' minimum prompt.
01 MinimumAnswer PIC X(03) JUSTIFIED RIGHT.
01 MinimumSets   PIC 9(3) VALUE ZERO.

01 Pct-Display   PIC ZZ9.99.
01 Count-Display  PIC ZZZZZZ9.
01 Count2-Display PIC ZZZZZZ9.
01 Count3-Display PIC ZZZZZZ9.
01 Rank-Display  PIC ZZ9.

01 RunDate.
       02 RunDate-YY PIC 99.
       02 RunDate-MM PIC 99.
       02 RunDate-DD PIC 99.
01 RunDate-Display PIC X(10).

PROCEDURE DIVISION.
Begin.
   PERFORM InitializeProgram
   PERFORM LoadRoster
   PERFORM LoadRetiredList
   PERFORM PromptMinimumSets
   PERFORM LoadSeasonList
   PERFORM LoadLiveSeason
   PERFORM SortPlayers
   PERFORM WriteCareerHistory
   PERFORM SortCharBoard
   PERFORM WriteCareerBoard
   DISPLAY "Career history written to careerhistory.txt, leaderboard to careerboard.txt -- "
           SeasonCount " season(s), " PlayerCount " player(s)."
   IF MissingArchiveCount GREATER THAN ZERO
      DISPLAY MissingArchiveCount " listed archive(s) not on file -- left out of the reports."
   END-IF
   IF SkippedListCount GREATER THAN ZERO
      DISPLAY SkippedListCount " careerseasons.txt line(s) past the 20-archive limit were skipped."
   END-IF
   IF ShortLineCount GREATER THAN ZERO
      DISPLAY ShortLineCount " season line(s) shorter than the current roster -- the missing slots count as no sets."
   END-IF
   IF FoldedSlotCount GREATER THAN ZERO
      DISPLAY FoldedSlotCount " merged character(s) counted under their successors."
   END-IF
   IF PlayerOverflowCount GREATER THAN ZERO
      DISPLAY PlayerOverflowCount " season line(s) dropped -- 2000 player limit."
   END-IF
   STOP RUN.

InitializeProgram.
   MOVE SPACES TO RosterTable
   MOVE SPACES TO SeasonTable
   MOVE ZEROS TO PlayerTable
   MOVE ZEROS TO CharBoardTable
   ACCEPT RunDate FROM DATE
   MOVE RunDate-MM TO RunDate-Display(1:2)
   MOVE "/" TO RunDate-Display(3:1)
   MOVE RunDate-DD TO RunDate-Display(4:2)
   MOVE "/" TO RunDate-Display(6:1)
   MOVE "20" TO RunDate-Display(7:2)
   MOVE RunDate-YY TO RunDate-Display(9:2).

LoadRoster.
   OPEN INPUT RosterFile
   READ RosterFile
     AT END SET EndOfRosterFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfRosterFile
      IF RosterLoadCount LESS THAN 120
         ADD 1 TO RosterLoadCount
         MOVE RosterCharacterName TO RosterName(RosterLoadCount)
         MOVE RosterCharacterName TO CB-CharName(RosterLoadCount)
         MOVE RosterLoadCount TO FoldSlot(RosterLoadCount)
         SET CB-Standing(RosterLoadCount) TO TRUE
      END-IF
      READ RosterFile
        AT END SET EndOfRosterFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE RosterFile.

*> Points each merged slot at its successor's slot, then follows any
*> chain through to the end. A slot retired outright keeps its own
*> history -- it was played, it just isn't any more.
LoadRetiredList.
   OPEN INPUT RetiredFile
   IF RetiredFile-Status = "35"
      SET EndOfRetiredFile TO TRUE
   ELSE
      READ RetiredFile
        AT END SET EndOfRetiredFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfRetiredFile
      IF Retired-Name NOT = SPACES AND Retired-Successor NOT = SPACES
         MOVE Retired-Name TO LookupName
         PERFORM FindRosterSlot
         MOVE LookupSlot TO RetiredSlot
         MOVE Retired-Successor TO LookupName
         PERFORM FindRosterSlot
         MOVE LookupSlot TO SuccessorSlot
         IF RetiredSlot NOT = ZERO AND SuccessorSlot NOT = ZERO
            AND RetiredSlot NOT = SuccessorSlot
            MOVE SuccessorSlot TO FoldSlot(RetiredSlot)
            SET CB-FoldedAway(RetiredSlot) TO TRUE
            ADD 1 TO FoldedSlotCount
         END-IF
      END-IF
      READ RetiredFile
        AT END SET EndOfRetiredFile TO TRUE
      END-READ
   END-PERFORM
   IF RetiredFile-Status NOT = "35"
      CLOSE RetiredFile
   END-IF
   PERFORM VARYING CharacterNum FROM 1 BY 1
           UNTIL CharacterNum GREATER THAN RosterLoadCount
      MOVE ZERO TO FoldHopCount
      PERFORM UNTIL FoldSlot(FoldSlot(CharacterNum)) = FoldSlot(CharacterNum)
                 OR FoldHopCount GREATER THAN 120
         MOVE FoldSlot(FoldSlot(CharacterNum)) TO FoldSlot(CharacterNum)
         ADD 1 TO FoldHopCount
      END-PERFORM
      IF CB-FoldedAway(CharacterNum)
         MOVE RosterName(FoldSlot(CharacterNum)) TO CB-Successor(CharacterNum)
      END-IF
   END-PERFORM.

*> Leaves the roster slot of LookupName in LookupSlot, zero if none.
FindRosterSlot.
   MOVE ZERO TO LookupSlot
   PERFORM VARYING CharacterNum FROM 1 BY 1
           UNTIL CharacterNum GREATER THAN RosterLoadCount
              OR LookupSlot NOT = ZERO
      IF RosterName(CharacterNum) = LookupName
         MOVE CharacterNum TO LookupSlot
      END-IF
   END-PERFORM.

*> A season's best is only a best with enough sets behind it. Anything
*> that isn't a plain positive number falls back to the ten-set default
*> the league has always posted with.
PromptMinimumSets.
   DISPLAY "Minimum sets for a best season (blank for 10): " WITH NO ADVANCING
   ACCEPT MinimumAnswer FROM CONSOLE
   INSPECT MinimumAnswer REPLACING LEADING SPACES BY ZEROS
   IF MinimumAnswer IS NUMERIC
      MOVE MinimumAnswer TO MinimumSets
   END-IF
   IF MinimumSets = ZERO
      MOVE 10 TO MinimumSets
   END-IF.

*> Every archive named in careerseasons.txt, in the order listed. A
*> missing list just means there is only the current season to show.
LoadSeasonList.
   OPEN INPUT SeasonListFile
   IF SeasonListFile-Status = "35"
      DISPLAY "No careerseasons.txt on file -- reporting the current season only."
      SET EndOfSeasonListFile TO TRUE
   ELSE
      READ SeasonListFile
        AT END SET EndOfSeasonListFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfSeasonListFile
      IF SeasonListRecord NOT = SPACES
         AND SeasonListRecord(1:1) NOT = "*"
         IF SeasonCount GREATER THAN OR EQUAL TO MaxArchives
            ADD 1 TO SkippedListCount
         ELSE
            MOVE SeasonListRecord TO SeasonArchiveName
            PERFORM LoadArchiveSeason
         END-IF
      END-IF
      READ SeasonListFile
        AT END SET EndOfSeasonListFile TO TRUE
      END-READ
   END-PERFORM
   IF SeasonListFile-Status NOT = "35"
      CLOSE SeasonListFile
   END-IF.

*> The season is labelled with the close-out date from its archive
*> name when the name is SeasonCloseout's own; any other name labels
*> itself.
LoadArchiveSeason.
   OPEN INPUT SeasonArchiveFile
   IF SeasonArchiveFile-Status NOT = "00"
      DISPLAY "Archive " SeasonArchiveName " not on file (status " SeasonArchiveFile-Status ") -- skipped."
      ADD 1 TO MissingArchiveCount
   ELSE
      ADD 1 TO SeasonCount
      MOVE SeasonCount TO SeasonIdx
      IF SeasonArchiveName(1:7) = "season-"
         AND SeasonArchiveName(8:8) IS NUMERIC
         MOVE SeasonArchiveName(12:2) TO SeasonLabel(SeasonIdx)(1:2)
         MOVE "/" TO SeasonLabel(SeasonIdx)(3:1)
         MOVE SeasonArchiveName(14:2) TO SeasonLabel(SeasonIdx)(4:2)
         MOVE "/" TO SeasonLabel(SeasonIdx)(6:1)
         MOVE SeasonArchiveName(8:4) TO SeasonLabel(SeasonIdx)(7:4)
      ELSE
         MOVE SeasonArchiveName TO SeasonLabel(SeasonIdx)
      END-IF
      READ SeasonArchiveFile
        AT END SET EndOfSeasonArchiveFile TO TRUE
      END-READ
      PERFORM UNTIL EndOfSeasonArchiveFile
         IF Archive-PlayerName NOT = SPACES
            MOVE SeasonArchiveRecord TO SeasonLine
            PERFORM FoldSeasonLine
         END-IF
         READ SeasonArchiveFile
           AT END SET EndOfSeasonArchiveFile TO TRUE
         END-READ
      END-PERFORM
      CLOSE SeasonArchiveFile
   END-IF.

*> The season still being played, always last.
LoadLiveSeason.
   OPEN INPUT SeasonFile
   IF SeasonFile-Status NOT = "00"
      DISPLAY "No season master on file (status " SeasonFile-Status ") -- current season left out."
   ELSE
      ADD 1 TO SeasonCount
      MOVE SeasonCount TO SeasonIdx
      MOVE "current" TO SeasonLabel(SeasonIdx)
      READ SeasonFile NEXT RECORD
        AT END SET EndOfSeasonFile TO TRUE
      END-READ
      PERFORM UNTIL EndOfSeasonFile
         IF Season-PlayerName NOT = SPACES
            MOVE SeasonDetails TO SeasonLine
            PERFORM FoldSeasonLine
         END-IF
         READ SeasonFile NEXT RECORD
           AT END SET EndOfSeasonFile TO TRUE
         END-READ
      END-PERFORM
      CLOSE SeasonFile
   END-IF.

*> One player's season line into the season SeasonIdx: each slot's
*> sets land on the slot they count under, then go on the player's
*> season record and the characters' season totals. The numeric
*> guards turn the space-padded slots of a short line into no sets.
FoldSeasonLine.
   MOVE ZEROS TO LineCharTable
   SET LineIsFull TO TRUE
   PERFORM VARYING CharacterNum FROM 1 BY 1
           UNTIL CharacterNum GREATER THAN RosterLoadCount
      MOVE FoldSlot(CharacterNum) TO LineSlot
      IF SeasonLine-Wins(CharacterNum) IS NUMERIC
         ADD SeasonLine-Wins(CharacterNum) TO LC-Wins(LineSlot)
      ELSE
         SET LineIsShort TO TRUE
      END-IF
      IF SeasonLine-Losses(CharacterNum) IS NUMERIC
         ADD SeasonLine-Losses(CharacterNum) TO LC-Losses(LineSlot)
      ELSE
         SET LineIsShort TO TRUE
      END-IF
   END-PERFORM
   IF LineIsShort
      ADD 1 TO ShortLineCount
   END-IF
   PERFORM FindOrAddPlayer
   IF PlayerFound
      PERFORM VARYING CharacterNum FROM 1 BY 1
              UNTIL CharacterNum GREATER THAN RosterLoadCount
         ADD LC-Wins(CharacterNum)   TO CP-Wins(PlayerIdx, SeasonIdx)
         ADD LC-Losses(CharacterNum) TO CP-Losses(PlayerIdx, SeasonIdx)
         ADD LC-Wins(CharacterNum)   TO CB-SeasonWins(CharacterNum, SeasonIdx)
         ADD LC-Losses(CharacterNum) TO CB-SeasonLosses(CharacterNum, SeasonIdx)
         ADD LC-Wins(CharacterNum)   TO CB-Wins(CharacterNum)
         ADD LC-Losses(CharacterNum) TO CB-Losses(CharacterNum)
         COMPUTE LineCharSets = LC-Wins(CharacterNum) + LC-Losses(CharacterNum)
         IF LineCharSets GREATER THAN CP-MainSets(PlayerIdx, SeasonIdx)
            MOVE LineCharSets TO CP-MainSets(PlayerIdx, SeasonIdx)
            MOVE CharacterNum TO CP-MainSlot(PlayerIdx, SeasonIdx)
         END-IF
      END-PERFORM
   END-IF.

FindOrAddPlayer.
   SET PlayerNotFound TO TRUE
   PERFORM VARYING PlayerSearchIdx FROM 1 BY 1
           UNTIL PlayerSearchIdx GREATER THAN PlayerCount
              OR PlayerFound
      IF CP-PlayerName(PlayerSearchIdx) = SeasonLine-PlayerName
         SET PlayerFound TO TRUE
         MOVE PlayerSearchIdx TO PlayerIdx
      END-IF
   END-PERFORM
   IF PlayerNotFound
      IF PlayerCount GREATER THAN OR EQUAL TO 2000
         ADD 1 TO PlayerOverflowCount
      ELSE
         ADD 1 TO PlayerCount
         MOVE SeasonLine-PlayerName TO CP-PlayerName(PlayerCount)
         MOVE PlayerCount TO PlayerIdx
         SET PlayerFound TO TRUE
      END-IF
   END-IF.

*> Bubble sort by player name, so the career history reads like a
*> register.
SortPlayers.
   IF PlayerCount GREATER THAN 1
      PERFORM VARYING PlayerOuterIdx FROM 1 BY 1
              UNTIL PlayerOuterIdx GREATER THAN PlayerCount - 1
         PERFORM VARYING PlayerInnerIdx FROM 1 BY 1
                 UNTIL PlayerInnerIdx GREATER THAN PlayerCount - PlayerOuterIdx
            IF CP-PlayerName(PlayerInnerIdx) GREATER THAN CP-PlayerName(PlayerInnerIdx + 1)
               MOVE PlayerEntry(PlayerInnerIdx)     TO PlayerSwapEntry
               MOVE PlayerEntry(PlayerInnerIdx + 1) TO PlayerEntry(PlayerInnerIdx)
               MOVE PlayerSwapEntry                 TO PlayerEntry(PlayerInnerIdx + 1)
            END-IF
         END-PERFORM
      END-PERFORM
   END-IF.

*> One section per player: a line per season, their best season with
*> at least the minimum sets behind it, and the all-time totals.
WriteCareerHistory.
   OPEN OUTPUT HistoryReportFile
   MOVE "PuffMatchups Career History" TO HistoryReportRecord
   WRITE HistoryReportRecord
   MOVE SPACES TO HistoryReportRecord
   STRING "Run Date: " DELIMITED BY SIZE
           RunDate-Display DELIMITED BY SIZE
      INTO HistoryReportRecord
   WRITE HistoryReportRecord
   MOVE SPACES TO HistoryReportRecord
   MOVE SeasonCount TO Count-Display
   MOVE MinimumSets TO Count2-Display
   STRING "Seasons: " DELIMITED BY SIZE
           Count-Display DELIMITED BY SIZE
           "   best season needs at least " DELIMITED BY SIZE
           Count2-Display DELIMITED BY SIZE
           " set(s)" DELIMITED BY SIZE
      INTO HistoryReportRecord
   WRITE HistoryReportRecord
   IF PlayerCount = ZERO
      MOVE SPACES TO HistoryReportRecord
      WRITE HistoryReportRecord
      MOVE "No players in any season on file." TO HistoryReportRecord
      WRITE HistoryReportRecord
   ELSE
      PERFORM VARYING PlayerIdx FROM 1 BY 1
              UNTIL PlayerIdx GREATER THAN PlayerCount
         PERFORM WritePlayerSection
      END-PERFORM
   END-IF
   CLOSE HistoryReportFile.

WritePlayerSection.
   MOVE SPACES TO HistoryReportRecord
   WRITE HistoryReportRecord
   MOVE SPACES TO HistoryReportRecord
   STRING "== " DELIMITED BY SIZE
           CP-PlayerName(PlayerIdx) DELIMITED BY SIZE
           " ==" DELIMITED BY SIZE
      INTO HistoryReportRecord
   WRITE HistoryReportRecord
   MOVE "  Season         Sets        W        L    Win%   Main Character" TO HistoryReportRecord
   WRITE HistoryReportRecord
   MOVE ZERO TO Career-Wins Career-Losses Career-Seasons
   MOVE ZERO TO BestSeasonIdx BestSeasonPct BestSeasonSets
   PERFORM VARYING SeasonIdx FROM 1 BY 1
           UNTIL SeasonIdx GREATER THAN SeasonCount
      PERFORM WritePlayerSeasonLine
   END-PERFORM
   MOVE SPACES TO HistoryReportRecord
   IF BestSeasonIdx = ZERO
      MOVE MinimumSets TO Count-Display
      STRING "  best season: none with " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              " or more sets" DELIMITED BY SIZE
         INTO HistoryReportRecord
   ELSE
      MOVE BestSeasonPct TO Pct-Display
      MOVE BestSeasonSets TO Count-Display
      STRING "  best season: " DELIMITED BY SIZE
              SeasonLabel(BestSeasonIdx) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              Pct-Display DELIMITED BY SIZE
              "% over " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              " set(s)" DELIMITED BY SIZE
         INTO HistoryReportRecord
   END-IF
   WRITE HistoryReportRecord
   COMPUTE Career-Sets = Career-Wins + Career-Losses
   MOVE SPACES TO HistoryReportRecord
   IF Career-Sets = ZERO
      MOVE "  all-time: no sets played" TO HistoryReportRecord
   ELSE
      COMPUTE Career-Pct ROUNDED = (Career-Wins / Career-Sets) * 100
      MOVE Career-Pct TO Pct-Display
      MOVE Career-Wins TO Count-Display
      MOVE Career-Losses TO Count2-Display
      MOVE Career-Seasons TO Count3-Display
      STRING "  all-time: W " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              "  L " DELIMITED BY SIZE
              Count2-Display DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              Pct-Display DELIMITED BY SIZE
              "%  over " DELIMITED BY SIZE
              Count3-Display DELIMITED BY SIZE
              " season(s)" DELIMITED BY SIZE
         INTO HistoryReportRecord
   END-IF
   WRITE HistoryReportRecord.

*> A season the player sat out prints as such rather than as 0-0, and
*> the best season goes to the higher win% with more sets breaking a
*> tie.
WritePlayerSeasonLine.
   COMPUTE Season-Sets = CP-Wins(PlayerIdx, SeasonIdx) + CP-Losses(PlayerIdx, SeasonIdx)
   MOVE SPACES TO HistoryReportRecord
   IF Season-Sets = ZERO
      STRING "  " DELIMITED BY SIZE
              SeasonLabel(SeasonIdx) DELIMITED BY SIZE
              "   no sets" DELIMITED BY SIZE
         INTO HistoryReportRecord
   ELSE
      ADD CP-Wins(PlayerIdx, SeasonIdx)   TO Career-Wins
      ADD CP-Losses(PlayerIdx, SeasonIdx) TO Career-Losses
      ADD 1 TO Career-Seasons
      COMPUTE Season-Pct ROUNDED =
         (CP-Wins(PlayerIdx, SeasonIdx) / Season-Sets) * 100
      IF Season-Sets NOT LESS THAN MinimumSets
         IF Season-Pct GREATER THAN BestSeasonPct
            OR BestSeasonIdx = ZERO
            OR (Season-Pct = BestSeasonPct
                AND Season-Sets GREATER THAN BestSeasonSets)
            MOVE SeasonIdx   TO BestSeasonIdx
            MOVE Season-Pct  TO BestSeasonPct
            MOVE Season-Sets TO BestSeasonSets
         END-IF
      END-IF
      MOVE Season-Pct TO Pct-Display
      MOVE Season-Sets TO Count-Display
      MOVE CP-Wins(PlayerIdx, SeasonIdx) TO Count2-Display
      MOVE CP-Losses(PlayerIdx, SeasonIdx) TO Count3-Display
      STRING "  " DELIMITED BY SIZE
              SeasonLabel(SeasonIdx) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              Count2-Display DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              Count3-Display DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              Pct-Display DELIMITED BY SIZE
              "%  " DELIMITED BY SIZE
              RosterName(CP-MainSlot(PlayerIdx, SeasonIdx)) DELIMITED BY SIZE
         INTO HistoryReportRecord
   END-IF
   WRITE HistoryReportRecord.

*> Bubble sort descending by all-time win percentage, the same shape
*> as SeasonCloseout's final leaderboard; no-game characters sink to
*> the bottom and merged slots, whose sets are under their successor,
*> sink below those.
SortCharBoard.
   PERFORM VARYING CharOuterIdx FROM 1 BY 1
           UNTIL CharOuterIdx GREATER THAN RosterLoadCount
      IF CB-Wins(CharOuterIdx) = 0 AND CB-Losses(CharOuterIdx) = 0
         SET CB-GamesNone(CharOuterIdx) TO TRUE
         MOVE ZERO TO CB-Pct(CharOuterIdx)
      ELSE
         SET CB-GamesPlayed(CharOuterIdx) TO TRUE
         COMPUTE CB-Pct(CharOuterIdx) ROUNDED =
            (CB-Wins(CharOuterIdx) /
             (CB-Wins(CharOuterIdx) + CB-Losses(CharOuterIdx))) * 100
      END-IF
   END-PERFORM
   PERFORM VARYING CharOuterIdx FROM 1 BY 1
           UNTIL CharOuterIdx GREATER THAN RosterLoadCount - 1
      PERFORM VARYING CharInnerIdx FROM 1 BY 1
              UNTIL CharInnerIdx GREATER THAN RosterLoadCount - CharOuterIdx
         IF (CB-FoldedAway(CharInnerIdx) AND CB-Standing(CharInnerIdx + 1))
            OR (CB-Standing(CharInnerIdx) AND CB-Standing(CharInnerIdx + 1)
                AND CB-GamesNone(CharInnerIdx) AND CB-GamesPlayed(CharInnerIdx + 1))
            OR (CB-Standing(CharInnerIdx) AND CB-Standing(CharInnerIdx + 1)
                AND CB-GamesPlayed(CharInnerIdx) AND CB-GamesPlayed(CharInnerIdx + 1)
                AND CB-Pct(CharInnerIdx) LESS THAN CB-Pct(CharInnerIdx + 1))
            MOVE CharBoard(CharInnerIdx)     TO CharSwapEntry
            MOVE CharBoard(CharInnerIdx + 1) TO CharBoard(CharInnerIdx)
            MOVE CharSwapEntry               TO CharBoard(CharInnerIdx + 1)
         END-IF
      END-PERFORM
   END-PERFORM.

*> The all-time leaderboard, each character followed by its win rate
*> season by season. Merged slots are listed last for the record, with
*> their sets shown under the successor.
WriteCareerBoard.
   OPEN OUTPUT BoardReportFile
   MOVE "PuffMatchups All-Time Character Leaderboard" TO BoardReportRecord
   WRITE BoardReportRecord
   MOVE SPACES TO BoardReportRecord
   STRING "Run Date: " DELIMITED BY SIZE
           RunDate-Display DELIMITED BY SIZE
      INTO BoardReportRecord
   WRITE BoardReportRecord
   MOVE SPACES TO BoardReportRecord
   MOVE SeasonCount TO Count-Display
   STRING "Seasons: " DELIMITED BY SIZE
           Count-Display DELIMITED BY SIZE
      INTO BoardReportRecord
   WRITE BoardReportRecord
   MOVE SPACES TO BoardReportRecord
   WRITE BoardReportRecord
   MOVE "Rank  Character                W        L    Win%" TO BoardReportRecord
   WRITE BoardReportRecord
   PERFORM VARYING RankNumber FROM 1 BY 1
           UNTIL RankNumber GREATER THAN RosterLoadCount
      PERFORM WriteBoardCharLine
   END-PERFORM
   CLOSE BoardReportFile.

WriteBoardCharLine.
   MOVE SPACES TO BoardReportRecord
   MOVE RankNumber TO Rank-Display
   IF CB-FoldedAway(RankNumber)
      STRING " --   " DELIMITED BY SIZE
              CB-CharName(RankNumber) DELIMITED BY SIZE
              "   merged -- counted under " DELIMITED BY SIZE
              CB-Successor(RankNumber) DELIMITED BY SIZE
         INTO BoardReportRecord
      WRITE BoardReportRecord
   ELSE
      IF CB-GamesNone(RankNumber)
         STRING Rank-Display DELIMITED BY SIZE
                 "   " DELIMITED BY SIZE
                 CB-CharName(RankNumber) DELIMITED BY SIZE
                 "   NO DATA" DELIMITED BY SIZE
            INTO BoardReportRecord
         WRITE BoardReportRecord
      ELSE
         MOVE CB-Pct(RankNumber) TO Pct-Display
         MOVE CB-Wins(RankNumber) TO Count-Display
         MOVE CB-Losses(RankNumber) TO Count2-Display
         STRING Rank-Display DELIMITED BY SIZE
                 "   " DELIMITED BY SIZE
                 CB-CharName(RankNumber) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 Count-Display DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 Count2-Display DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 Pct-Display DELIMITED BY SIZE
                 "%" DELIMITED BY SIZE
            INTO BoardReportRecord
         WRITE BoardReportRecord
         PERFORM VARYING SeasonIdx FROM 1 BY 1
                 UNTIL SeasonIdx GREATER THAN SeasonCount
            PERFORM WriteBoardSeasonLine
         END-PERFORM
      END-IF
   END-IF.

*> One season's win rate for the character, or no sets where it went
*> unplayed -- including seasons closed before it was on the roster.
WriteBoardSeasonLine.
   COMPUTE Season-Sets = CB-SeasonWins(RankNumber, SeasonIdx)
                       + CB-SeasonLosses(RankNumber, SeasonIdx)
   MOVE SPACES TO BoardReportRecord
   IF Season-Sets = ZERO
      STRING "        " DELIMITED BY SIZE
              SeasonLabel(SeasonIdx) DELIMITED BY SIZE
              "   no sets" DELIMITED BY SIZE
         INTO BoardReportRecord
   ELSE
      COMPUTE Season-Pct ROUNDED =
         (CB-SeasonWins(RankNumber, SeasonIdx) / Season-Sets) * 100
      MOVE Season-Pct TO Pct-Display
      MOVE Season-Sets TO Count-Display
      STRING "        " DELIMITED BY SIZE
              SeasonLabel(SeasonIdx) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              Pct-Display DELIMITED BY SIZE
              "%  over " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              " set(s)" DELIMITED BY SIZE
         INTO BoardReportRecord
   END-IF
   WRITE BoardReportRecord.
