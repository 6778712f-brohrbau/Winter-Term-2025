IDENTIFICATION DIVISION.
PROGRAM-ID. BracketSeeding.
AUTHOR. Bunker Rohrbaugh.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT EntrantFile ASSIGN TO "entrants.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS EntrantFile-Status.
SELECT SeasonFile ASSIGN TO "season.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS Season-PlayerName
       FILE STATUS IS SeasonFile-Status.
SELECT RosterFile ASSIGN TO "roster.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
SELECT RivalryFile ASSIGN TO "rivalries.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS Rival-Key
       FILE STATUS IS RivalryFile-Status.
SELECT SetHistoryFile ASSIGN TO "sethistory.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SetHistoryFile-Status.
SELECT SeedingFile ASSIGN TO "seeding.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> The same entrant list ScoutDossier reads: one player name per line,
*> with its MINGAMES= and SPARSE= directive lines skipped here.
FD EntrantFile.
01 EntrantDetails.
       88 EndOfEntrantFile VALUE HIGH-VALUES.
       02 Entrant-PlayerName PIC X(20).

FD SeasonFile.
01 SeasonDetails.
       02 Season-PlayerName PIC X(20).
       02 Season-Chars OCCURS 120 TIMES.
           03 Season-Wins   PIC 9(4).
           03 Season-Losses PIC 9(4).

FD RosterFile.
01 RosterDetails.
       88 EndOfRosterFile VALUE HIGH-VALUES.
       02 RosterCharacterName PIC X(18).

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

*> Every set MatchupBuilder has folded, with its date -- what says
*> when a rivalries.dat pair last met.
FD SetHistoryFile.
01 SetHistoryDetails.
       88 EndOfSetHistoryFile VALUE HIGH-VALUES.
       02 SetHist-RunDate      PIC 9(6).
       02 SetHist-Date         PIC X(10).
       02 SetHist-WinnerPlayer PIC X(20).
       02 SetHist-WinnerChar   PIC X(18).
       02 SetHist-LoserPlayer  PIC X(20).
       02 SetHist-LoserChar    PIC X(18).
       02 SetHist-SetId        PIC X(8).
       02 SetHist-EventId      PIC X(8).

FD SeedingFile.
01 SeedingRecord PIC X(100).

WORKING-STORAGE SECTION.
01 EntrantFile-Status    PIC XX.
01 SeasonFile-Status     PIC XX.
01 RivalryFile-Status    PIC XX.
01 SetHistoryFile-Status PIC XX.

01 RosterTable.
       02 RosterEntry OCCURS 120 TIMES.
           03 RosterName PIC X(18).
01 RosterLoadCount PIC 9(3) VALUE ZERO.
01 CharacterNum    PIC 9(3).

*> The same eligibility rule PlayerStandings posts with.
01 MinimumAnswer PIC X(03) JUSTIFIED RIGHT.
01 MinimumSets   PIC 9(3) VALUE ZERO.

*> How far back a meeting still counts as recent, in calendar months
*> up to and including the current one.
01 MonthsAnswer PIC X(03) JUSTIFIED RIGHT.
01 MonthsWanted PIC 9(3) VALUE ZERO.
01 TotalMonths  PIC 9(6).
01 StartMonths  PIC 9(6).
01 StartYear    PIC 9(4).
01 StartMonth   PIC 9(2).
01 RecentStartTag PIC 9(6).

01 RunDate.
       02 RunDate-YY PIC 99.
       02 RunDate-MM PIC 99.
       02 RunDate-DD PIC 99.
01 RunDate-Display PIC X(10).

01 Batch-Keyword PIC X(10).
01 Batch-Value   PIC X(10).

*> One entry per entrant; the table order after SortEntrants is the
*> seed order. Class 1 ranked, 2 provisional, 3 not on the master.
01 EntrantTable.
       02 EntrantEntry OCCURS 256 TIMES.
           03 En-PlayerName PIC X(20).
           03 En-Class      PIC X(01).
               88 En-Ranked      VALUE "1".
               88 En-Provisional VALUE "2".
               88 En-NotFound    VALUE "3".
           03 En-Wins       PIC 9(6).
           03 En-Losses     PIC 9(6).
           03 En-Sets       PIC 9(6).
           03 En-Pct        PIC 999V99.
           03 En-EntryOrder PIC 9(4).
01 EntrantCount PIC 9(4) VALUE ZERO.
01 EntrantIdx   PIC 9(4).
01 EntrantOverflowCount PIC 9(4) VALUE ZERO.
01 DuplicateEntrantCount PIC 9(4) VALUE ZERO.
01 EntrantOuterIdx PIC 9(4).
01 EntrantInnerIdx PIC 9(4).
01 EntrantSwapEntry.
       02 FILLER PIC X(20).
       02 FILLER PIC X(01).
       02 FILLER PIC 9(6).
       02 FILLER PIC 9(6).
       02 FILLER PIC 9(6).
       02 FILLER PIC 999V99.
       02 FILLER PIC 9(4).
01 SwapWantedSwitch PIC X(01).
       88 SwapWanted    VALUE "Y".
       88 SwapNotWanted VALUE "N".

01 SeekName PIC X(20).
01 SeekFoundIdx PIC 9(4).
01 SeekFoundSwitch PIC X(01).
       88 SeekFound    VALUE "Y".
       88 SeekNotFound VALUE "N".

01 RankedCount      PIC 9(4) VALUE ZERO.
01 ProvisionalCount PIC 9(4) VALUE ZERO.
01 NotFoundCount    PIC 9(4) VALUE ZERO.

*> The bracket: the smallest power of two that holds every entrant,
*> and which seed sits in each line of the first round. Seeds past the
*> entrant count are byes.
01 BracketSize PIC 9(4).
01 ByeCount    PIC 9(4).
01 BracketTable.
       02 BracketSlot OCCURS 256 TIMES.
           03 Slot-Seed PIC 9(4).
01 NextBracketTable.
       02 NextBracketSlot OCCURS 256 TIMES.
           03 NextSlot-Seed PIC 9(4).
01 SlotOfSeedTable.
       02 SlotOfSeed OCCURS 256 TIMES PIC 9(4).
01 FilledSlots PIC 9(4).
01 SlotIdx     PIC 9(4).
01 NextIdx     PIC 9(4).
01 MatchCount  PIC 9(4).
01 MatchIdx    PIC 9(4).

*> Head-to-head pairs among the entrants, each held once with the
*> lower name first: whether rivalries.dat has the pair, and the date
*> (YYYYMMDD) they last met inside the recent window.
01 PairTable.
       02 PairEntry OCCURS 5000 TIMES.
           03 Pair-NameLow    PIC X(20).
           03 Pair-NameHigh   PIC X(20).
           03 Pair-OnRivalries PIC X(01).
               88 PairOnRivalries VALUE "Y".
           03 Pair-LastMet    PIC X(08).
           03 Pair-LastMetDisplay PIC X(10).
01 PairCount PIC 9(4) VALUE ZERO.
01 PairIdx   PIC 9(4).
01 PairFoundIdx PIC 9(4).
01 PairFoundSwitch PIC X(01).
       88 PairFound    VALUE "Y".
       88 PairNotFound VALUE "N".
01 PairTableFullSwitch PIC X(01) VALUE "N".
       88 PairTableFull VALUE "Y".
01 PairSeekA PIC X(20).
01 PairSeekB PIC X(20).
01 PairSeekLow  PIC X(20).
01 PairSeekHigh PIC X(20).
01 PairAddWantedSwitch PIC X(01).
       88 PairAddWanted    VALUE "Y".
       88 PairAddNotWanted VALUE "N".
01 HistoryOnFileSwitch PIC X(01) VALUE "N".
       88 HistoryOnFile    VALUE "Y".
       88 HistoryNotOnFile VALUE "N".
01 RecentSwitch PIC X(01).
       88 PairIsRecent    VALUE "Y".
       88 PairIsNotRecent VALUE "N".

01 SetDateParts.
       02 SetDate-MM   PIC X(2).
       02 SetDate-Sep1 PIC X(1).
       02 SetDate-DD   PIC X(2).
       02 SetDate-Sep2 PIC X(1).
       02 SetDate-YYYY PIC X(4).
01 SetDateKey.
       02 SetKey-YYYY PIC X(4).
       02 SetKey-MM   PIC X(2).
       02 SetKey-DD   PIC X(2).
01 SetYear  PIC 9(4).
01 SetMonth PIC 9(2).
01 SetMonthTag PIC 9(6).

*> Rematch avoidance. A first-round pair that met recently has its
*> lower seed traded with another seed of the same band -- seeds a
*> bracket treats as interchangeable -- as long as neither of the two
*> matches the trade touches becomes a recent rematch itself.
01 StaySeed  PIC 9(4).
01 MoveSeed  PIC 9(4).
01 CandSeed  PIC 9(4).
01 CandOppSeed PIC 9(4).
01 FoundSeed PIC 9(4).
01 OppSlot   PIC 9(4).
01 OppQuotient  PIC 9(4).
01 OppRemainder PIC 9(1).
01 BandLow   PIC 9(4).
01 BandHigh  PIC 9(4).
01 AvoidedName PIC X(20).
01 AvoidedLastMet PIC X(10).
01 SwapCount   PIC 9(4) VALUE ZERO.
01 UnavoidedCount PIC 9(4) VALUE ZERO.
01 SwapLineTable.
       02 SwapLine OCCURS 128 TIMES PIC X(100).
01 SwapLineCount PIC 9(4) VALUE ZERO.
01 SwapLineIdx   PIC 9(4).
01 SwapLineWork  PIC X(100).

01 SeedA-Display PIC ZZ9.
01 SeedB-Display PIC ZZ9.
01 Pct-Display   PIC ZZ9.99.
01 Count-Display PIC ZZZ9.
01 Entrants-Display PIC ZZZ9.
01 Byes-Display  PIC ZZZ9.
01 Sets-Display  PIC ZZZZZ9.
01 Wins-Display  PIC ZZZZZ9.
01 Losses-Display PIC ZZZZZ9.
01 StandingLabel PIC X(12).

PROCEDURE DIVISION.
Begin.
   PERFORM InitializeProgram
   PERFORM LoadRoster
   PERFORM PromptMinimumSets
   PERFORM PromptRecentMonths
   PERFORM LoadEntrants
   PERFORM SortEntrants
   PERFORM BuildBracketOrder
   PERFORM LoadRivalryPairs
   PERFORM LoadRecentMeetings
   PERFORM AvoidRecentRematches
   PERFORM WriteSeedingReport
   DISPLAY "Seeding written to seeding.txt -- " EntrantCount " entrant(s): " RankedCount " ranked, " ProvisionalCount " provisional, " NotFoundCount " not on the season master."
   DISPLAY SwapCount " swap(s) made to avoid a recent rematch, " UnavoidedCount " rematch(es) left standing."
   IF EntrantOverflowCount GREATER THAN ZERO
      DISPLAY EntrantOverflowCount " entrant(s) dropped -- 256 entrant limit."
   END-IF
   STOP RUN.

InitializeProgram.
   MOVE ZEROS TO EntrantTable
   MOVE ZEROS TO BracketTable
   MOVE ZEROS TO SlotOfSeedTable
   MOVE SPACES TO RosterTable
   MOVE SPACES TO SwapLineTable
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
      END-IF
      READ RosterFile
        AT END SET EndOfRosterFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE RosterFile.

PromptMinimumSets.
   DISPLAY "Minimum sets to be ranked (blank for 10): " WITH NO ADVANCING
   ACCEPT MinimumAnswer FROM CONSOLE
   INSPECT MinimumAnswer REPLACING LEADING SPACES BY ZEROS
   IF MinimumAnswer IS NUMERIC
      MOVE MinimumAnswer TO MinimumSets
   END-IF
   IF MinimumSets = ZERO
      MOVE 10 TO MinimumSets
   END-IF.

*> Blank or anything odd falls back to three months -- about one
*> season's worth of weeklies.
PromptRecentMonths.
   DISPLAY "Avoid first-round rematches of pairs met in the last how many months? (blank for 3): " WITH NO ADVANCING
   ACCEPT MonthsAnswer FROM CONSOLE
   INSPECT MonthsAnswer REPLACING LEADING SPACES BY ZEROS
   IF MonthsAnswer IS NUMERIC
      MOVE MonthsAnswer TO MonthsWanted
   END-IF
   IF MonthsWanted = ZERO
      MOVE 3 TO MonthsWanted
   END-IF
   COMPUTE TotalMonths = (2000 + RunDate-YY) * 12 + RunDate-MM - 1
   COMPUTE StartMonths = TotalMonths - MonthsWanted + 1
   DIVIDE StartMonths BY 12 GIVING StartYear REMAINDER StartMonth
   ADD 1 TO StartMonth
   COMPUTE RecentStartTag = StartYear * 100 + StartMonth.

*> One keyed read of the season master per entrant, totalled across
*> every character the way PlayerStandings totals a season line.
LoadEntrants.
   OPEN INPUT EntrantFile
   IF EntrantFile-Status = "35"
      DISPLAY "No entrants.txt on file -- nothing to seed."
      STOP RUN
   END-IF
   OPEN INPUT SeasonFile
   IF SeasonFile-Status = "35"
      DISPLAY "No season master on file -- every entrant seeds as not found."
   END-IF
   READ EntrantFile
     AT END SET EndOfEntrantFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfEntrantFile
      IF Entrant-PlayerName NOT = SPACES
         MOVE SPACES TO Batch-Keyword Batch-Value
         UNSTRING Entrant-PlayerName DELIMITED BY "="
            INTO Batch-Keyword Batch-Value
         END-UNSTRING
         IF Batch-Keyword NOT = "MINGAMES" AND Batch-Keyword NOT = "SPARSE"
            PERFORM AddEntrant
         END-IF
      END-IF
      READ EntrantFile
        AT END SET EndOfEntrantFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE EntrantFile
   IF SeasonFile-Status NOT = "35"
      CLOSE SeasonFile
   END-IF
   IF EntrantCount LESS THAN 2
      DISPLAY "Fewer than two entrants on entrants.txt -- nothing to seed."
      STOP RUN
   END-IF.

AddEntrant.
   MOVE Entrant-PlayerName TO SeekName
   PERFORM FindEntrant
   IF SeekFound
      ADD 1 TO DuplicateEntrantCount
      DISPLAY "Entrant " Entrant-PlayerName " listed twice -- seeded once."
   ELSE
      IF EntrantCount GREATER THAN OR EQUAL TO 256
         ADD 1 TO EntrantOverflowCount
      ELSE
         ADD 1 TO EntrantCount
         MOVE Entrant-PlayerName TO En-PlayerName(EntrantCount)
         MOVE EntrantCount TO En-EntryOrder(EntrantCount)
         PERFORM FetchSeasonRecord
      END-IF
   END-IF.

FetchSeasonRecord.
   SET En-NotFound(EntrantCount) TO TRUE
   IF SeasonFile-Status NOT = "35"
      MOVE Entrant-PlayerName TO Season-PlayerName
      READ SeasonFile RECORD
        INVALID KEY CONTINUE
        NOT INVALID KEY
           PERFORM VARYING CharacterNum FROM 1 BY 1
                   UNTIL CharacterNum GREATER THAN RosterLoadCount
              IF Season-Wins(CharacterNum) IS NUMERIC
                 AND Season-Losses(CharacterNum) IS NUMERIC
                 ADD Season-Wins(CharacterNum)   TO En-Wins(EntrantCount)
                 ADD Season-Losses(CharacterNum) TO En-Losses(EntrantCount)
              END-IF
           END-PERFORM
           COMPUTE En-Sets(EntrantCount) =
              En-Wins(EntrantCount) + En-Losses(EntrantCount)
           IF En-Sets(EntrantCount) GREATER THAN ZERO
              COMPUTE En-Pct(EntrantCount) ROUNDED =
                 (En-Wins(EntrantCount) / En-Sets(EntrantCount)) * 100
           END-IF
           IF En-Sets(EntrantCount) GREATER THAN OR EQUAL TO MinimumSets
              SET En-Ranked(EntrantCount) TO TRUE
           ELSE
              SET En-Provisional(EntrantCount) TO TRUE
           END-IF
      END-READ
   END-IF
   IF En-Ranked(EntrantCount)
      ADD 1 TO RankedCount
   ELSE
      IF En-Provisional(EntrantCount)
         ADD 1 TO ProvisionalCount
      ELSE
         ADD 1 TO NotFoundCount
      END-IF
   END-IF.

FindEntrant.
   SET SeekNotFound TO TRUE
   PERFORM VARYING EntrantIdx FROM 1 BY 1
           UNTIL EntrantIdx GREATER THAN EntrantCount
      IF En-PlayerName(EntrantIdx) = SeekName
         SET SeekFound TO TRUE
         MOVE EntrantIdx TO SeekFoundIdx
      END-IF
   END-PERFORM.

*> Ranked players first, then provisional, each by win % with sets
*> played breaking ties as PlayerStandings does; entrants not on the
*> master seed last in the order they signed up.
SortEntrants.
   PERFORM VARYING EntrantOuterIdx FROM 1 BY 1
           UNTIL EntrantOuterIdx GREATER THAN EntrantCount - 1
      PERFORM VARYING EntrantInnerIdx FROM 1 BY 1
              UNTIL EntrantInnerIdx GREATER THAN EntrantCount - EntrantOuterIdx
         SET SwapNotWanted TO TRUE
         IF En-Class(EntrantInnerIdx) GREATER THAN En-Class(EntrantInnerIdx + 1)
            SET SwapWanted TO TRUE
         END-IF
         IF En-Class(EntrantInnerIdx) = En-Class(EntrantInnerIdx + 1)
            IF En-NotFound(EntrantInnerIdx)
               IF En-EntryOrder(EntrantInnerIdx) GREATER THAN En-EntryOrder(EntrantInnerIdx + 1)
                  SET SwapWanted TO TRUE
               END-IF
            ELSE
               IF En-Pct(EntrantInnerIdx) LESS THAN En-Pct(EntrantInnerIdx + 1)
                  OR (En-Pct(EntrantInnerIdx) = En-Pct(EntrantInnerIdx + 1)
                      AND En-Sets(EntrantInnerIdx) LESS THAN En-Sets(EntrantInnerIdx + 1))
                  SET SwapWanted TO TRUE
               END-IF
            END-IF
         END-IF
         IF SwapWanted
            MOVE EntrantEntry(EntrantInnerIdx)     TO EntrantSwapEntry
            MOVE EntrantEntry(EntrantInnerIdx + 1) TO EntrantEntry(EntrantInnerIdx)
            MOVE EntrantSwapEntry                  TO EntrantEntry(EntrantInnerIdx + 1)
         END-IF
      END-PERFORM
   END-PERFORM.

*> The standard bracket line-up: start from seed 1 alone and, at each
*> doubling, follow every seed s with its partner (2 x size + 1 - s).
*> Eight lines come out 1-8, 4-5, 2-7, 3-6, which keeps the top two
*> seeds apart until the final on both sides of a double-elimination
*> bracket.
BuildBracketOrder.
   MOVE 1 TO BracketSize
   PERFORM UNTIL BracketSize GREATER THAN OR EQUAL TO EntrantCount
      MULTIPLY 2 BY BracketSize
   END-PERFORM
   COMPUTE ByeCount = BracketSize - EntrantCount
   MOVE 1 TO Slot-Seed(1)
   MOVE 1 TO FilledSlots
   PERFORM UNTIL FilledSlots GREATER THAN OR EQUAL TO BracketSize
      MOVE ZERO TO NextIdx
      PERFORM VARYING SlotIdx FROM 1 BY 1
              UNTIL SlotIdx GREATER THAN FilledSlots
         ADD 1 TO NextIdx
         MOVE Slot-Seed(SlotIdx) TO NextSlot-Seed(NextIdx)
         ADD 1 TO NextIdx
         COMPUTE NextSlot-Seed(NextIdx) =
            FilledSlots * 2 + 1 - Slot-Seed(SlotIdx)
      END-PERFORM
      MULTIPLY 2 BY FilledSlots
      MOVE NextBracketTable TO BracketTable
   END-PERFORM
   PERFORM VARYING SlotIdx FROM 1 BY 1
           UNTIL SlotIdx GREATER THAN BracketSize
      MOVE SlotIdx TO SlotOfSeed(Slot-Seed(SlotIdx))
   END-PERFORM
   DIVIDE BracketSize BY 2 GIVING MatchCount.

*> Pairs from rivalries.dat with both players entered. A pair shows
*> up once per character pair and once from each side; it is held
*> once.
LoadRivalryPairs.
   OPEN INPUT RivalryFile
   IF RivalryFile-Status = "35"
      DISPLAY "No rivalries.dat on file -- no rematches to avoid."
      SET EndOfRivalryFile TO TRUE
   ELSE
      MOVE LOW-VALUES TO Rival-Key
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
      MOVE Rival-AsPlayer TO SeekName
      PERFORM FindEntrant
      IF SeekFound
         MOVE Rival-VsPlayer TO SeekName
         PERFORM FindEntrant
      END-IF
      IF SeekFound AND Rival-AsPlayer NOT = Rival-VsPlayer
         MOVE Rival-AsPlayer TO PairSeekA
         MOVE Rival-VsPlayer TO PairSeekB
         SET PairAddWanted TO TRUE
         PERFORM FindPair
         IF PairFound
            MOVE "Y" TO Pair-OnRivalries(PairFoundIdx)
         END-IF
      END-IF
      READ RivalryFile NEXT RECORD
        AT END SET EndOfRivalryFile TO TRUE
      END-READ
   END-PERFORM
   IF RivalryFile-Status NOT = "35"
      CLOSE RivalryFile
   END-IF
   IF PairTableFull
      DISPLAY "More than 5000 entrant pairs on rivalries.dat -- the rest are not checked."
   END-IF.

*> The latest meeting inside the window for each pair already held.
*> Without sethistory.txt there are no dates, and every rivalries.dat
*> pair is treated as recent.
LoadRecentMeetings.
   OPEN INPUT SetHistoryFile
   IF SetHistoryFile-Status = "35"
      DISPLAY "No sethistory.txt on file -- every head-to-head on rivalries.dat counts as recent."
      SET EndOfSetHistoryFile TO TRUE
   ELSE
      SET HistoryOnFile TO TRUE
      READ SetHistoryFile
        AT END SET EndOfSetHistoryFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfSetHistoryFile
      MOVE SetHist-Date TO SetDateParts
      IF SetDate-MM IS NUMERIC AND SetDate-DD IS NUMERIC
         AND SetDate-YYYY IS NUMERIC
         MOVE SetDate-YYYY TO SetYear
         MOVE SetDate-MM   TO SetMonth
         COMPUTE SetMonthTag = SetYear * 100 + SetMonth
         IF SetMonthTag GREATER THAN OR EQUAL TO RecentStartTag
            MOVE SetHist-WinnerPlayer TO PairSeekA
            MOVE SetHist-LoserPlayer  TO PairSeekB
            SET PairAddNotWanted TO TRUE
            PERFORM FindPair
            IF PairFound
               MOVE SetDate-YYYY TO SetKey-YYYY
               MOVE SetDate-MM   TO SetKey-MM
               MOVE SetDate-DD   TO SetKey-DD
               IF Pair-LastMet(PairFoundIdx) = SPACES
                  OR SetDateKey GREATER THAN Pair-LastMet(PairFoundIdx)
                  MOVE SetDateKey TO Pair-LastMet(PairFoundIdx)
                  MOVE SetHist-Date TO Pair-LastMetDisplay(PairFoundIdx)
               END-IF
            END-IF
         END-IF
      END-IF
      READ SetHistoryFile
        AT END SET EndOfSetHistoryFile TO TRUE
      END-READ
   END-PERFORM
   IF HistoryOnFile
      CLOSE SetHistoryFile
   END-IF.

*> PairSeekA and PairSeekB in, in either order; PairAddWanted adds a
*> missing pair if there is room.
FindPair.
   IF PairSeekA LESS THAN PairSeekB
      MOVE PairSeekA TO PairSeekLow
      MOVE PairSeekB TO PairSeekHigh
   ELSE
      MOVE PairSeekB TO PairSeekLow
      MOVE PairSeekA TO PairSeekHigh
   END-IF
   SET PairNotFound TO TRUE
   PERFORM VARYING PairIdx FROM 1 BY 1
           UNTIL PairIdx GREATER THAN PairCount
              OR PairFound
      IF Pair-NameLow(PairIdx) = PairSeekLow
         AND Pair-NameHigh(PairIdx) = PairSeekHigh
         SET PairFound TO TRUE
         MOVE PairIdx TO PairFoundIdx
      END-IF
   END-PERFORM
   IF PairNotFound AND PairAddWanted
      IF PairCount LESS THAN 5000
         ADD 1 TO PairCount
         MOVE PairSeekLow  TO Pair-NameLow(PairCount)
         MOVE PairSeekHigh TO Pair-NameHigh(PairCount)
         MOVE "N"    TO Pair-OnRivalries(PairCount)
         MOVE SPACES TO Pair-LastMet(PairCount)
         MOVE SPACES TO Pair-LastMetDisplay(PairCount)
         MOVE PairCount TO PairFoundIdx
         SET PairFound TO TRUE
      ELSE
         SET PairTableFull TO TRUE
      END-IF
   END-IF.

*> PairSeekA and PairSeekB in; PairIsRecent out, with the last
*> meeting date in AvoidedLastMet.
CheckRecentPair.
   SET PairIsNotRecent TO TRUE
   MOVE SPACES TO AvoidedLastMet
   SET PairAddNotWanted TO TRUE
   PERFORM FindPair
   IF PairFound
      IF PairOnRivalries(PairFoundIdx)
         IF HistoryNotOnFile
            SET PairIsRecent TO TRUE
            MOVE "(undated)" TO AvoidedLastMet
         ELSE
            IF Pair-LastMet(PairFoundIdx) NOT = SPACES
               SET PairIsRecent TO TRUE
               MOVE Pair-LastMetDisplay(PairFoundIdx) TO AvoidedLastMet
            END-IF
         END-IF
      END-IF
   END-IF.

*> Walks the first round top to bottom. Only real matches are
*> checked: a bye can't be a rematch.
AvoidRecentRematches.
   PERFORM VARYING MatchIdx FROM 1 BY 1
           UNTIL MatchIdx GREATER THAN MatchCount
      COMPUTE SlotIdx = MatchIdx * 2 - 1
      MOVE Slot-Seed(SlotIdx) TO StaySeed
      MOVE Slot-Seed(SlotIdx + 1) TO MoveSeed
      IF StaySeed GREATER THAN MoveSeed
         MOVE Slot-Seed(SlotIdx + 1) TO StaySeed
         MOVE Slot-Seed(SlotIdx) TO MoveSeed
      END-IF
      IF MoveSeed NOT GREATER THAN EntrantCount
         MOVE En-PlayerName(StaySeed) TO PairSeekA
         MOVE En-PlayerName(MoveSeed) TO PairSeekB
         PERFORM CheckRecentPair
         IF PairIsRecent
            MOVE En-PlayerName(StaySeed) TO AvoidedName
            PERFORM TrySeedBandSwap
         END-IF
      END-IF
   END-PERFORM.

*> The seed band the moving seed belongs to: 3-4, 5-8, 9-16, and so
*> on. Seeds 1 and 2 stand alone and are never traded, and a trade
*> stays within a standing so no provisional player drops below one
*> the season master has never seen.
TrySeedBandSwap.
   MOVE 3 TO BandLow
   MOVE 4 TO BandHigh
   PERFORM UNTIL MoveSeed NOT GREATER THAN BandHigh
      COMPUTE BandLow = BandHigh + 1
      COMPUTE BandHigh = BandHigh * 2
   END-PERFORM
   IF BandHigh GREATER THAN EntrantCount
      MOVE EntrantCount TO BandHigh
   END-IF
   MOVE ZERO TO FoundSeed
   IF MoveSeed GREATER THAN 2
      PERFORM VARYING CandSeed FROM BandLow BY 1
              UNTIL CandSeed GREATER THAN BandHigh
                 OR FoundSeed NOT = ZERO
         IF CandSeed NOT = MoveSeed
            AND En-Class(CandSeed) = En-Class(MoveSeed)
            PERFORM CheckCandidateSeed
         END-IF
      END-PERFORM
   END-IF
   MOVE SPACES TO SwapLineWork
   MOVE StaySeed TO SeedA-Display
   IF FoundSeed = ZERO
      ADD 1 TO UnavoidedCount
      MOVE MoveSeed TO SeedB-Display
      STRING "  Left standing: (" DELIMITED BY SIZE
              SeedA-Display DELIMITED BY SIZE
              ") " DELIMITED BY SIZE
              En-PlayerName(StaySeed) DELIMITED BY "  "
              " vs (" DELIMITED BY SIZE
              SeedB-Display DELIMITED BY SIZE
              ") " DELIMITED BY SIZE
              En-PlayerName(MoveSeed) DELIMITED BY "  "
              ", last met " DELIMITED BY SIZE
              AvoidedLastMet DELIMITED BY SIZE
              " -- no same-band trade clears it" DELIMITED BY SIZE
         INTO SwapLineWork
   ELSE
      ADD 1 TO SwapCount
      MOVE EntrantEntry(MoveSeed)  TO EntrantSwapEntry
      MOVE EntrantEntry(FoundSeed) TO EntrantEntry(MoveSeed)
      MOVE EntrantSwapEntry        TO EntrantEntry(FoundSeed)
      MOVE MoveSeed  TO SeedA-Display
      MOVE FoundSeed TO SeedB-Display
      STRING "  (" DELIMITED BY SIZE
              SeedA-Display DELIMITED BY SIZE
              ") " DELIMITED BY SIZE
              En-PlayerName(FoundSeed) DELIMITED BY "  "
              " <-> (" DELIMITED BY SIZE
              SeedB-Display DELIMITED BY SIZE
              ") " DELIMITED BY SIZE
              En-PlayerName(MoveSeed) DELIMITED BY "  "
              ": would have opened against " DELIMITED BY SIZE
              AvoidedName DELIMITED BY "  "
              ", last met " DELIMITED BY SIZE
              AvoidedLastMet DELIMITED BY SIZE
         INTO SwapLineWork
   END-IF
   IF SwapLineCount LESS THAN 128
      ADD 1 TO SwapLineCount
      MOVE SwapLineWork TO SwapLine(SwapLineCount)
   END-IF.

*> A trade of MoveSeed with CandSeed is clean when the stay seed
*> doesn't recently know the candidate, and the candidate's current
*> opponent doesn't recently know the player being moved in. The
*> opponent line is only a match if it isn't a bye.
CheckCandidateSeed.
   MOVE En-PlayerName(StaySeed) TO PairSeekA
   MOVE En-PlayerName(CandSeed) TO PairSeekB
   PERFORM CheckRecentPair
   IF PairIsNotRecent
      MOVE SlotOfSeed(CandSeed) TO OppSlot
      DIVIDE OppSlot BY 2 GIVING OppQuotient REMAINDER OppRemainder
      IF OppRemainder = 1
         ADD 1 TO OppSlot
      ELSE
         SUBTRACT 1 FROM OppSlot
      END-IF
      MOVE Slot-Seed(OppSlot) TO CandOppSeed
      IF CandOppSeed NOT GREATER THAN EntrantCount
         AND CandOppSeed NOT = StaySeed
         MOVE En-PlayerName(CandOppSeed) TO PairSeekA
         MOVE En-PlayerName(MoveSeed)    TO PairSeekB
         PERFORM CheckRecentPair
      END-IF
   END-IF
   IF PairIsNotRecent
      MOVE CandSeed TO FoundSeed
   END-IF
*> The recent-pair check above clobbers the last-met date; put the
*> avoided pair's date back for the swap line.
   MOVE En-PlayerName(StaySeed) TO PairSeekA
   MOVE En-PlayerName(MoveSeed) TO PairSeekB
   PERFORM CheckRecentPair.

WriteSeedingReport.
   OPEN OUTPUT SeedingFile
   MOVE "PuffMatchups Bracket Seeding" TO SeedingRecord
   WRITE SeedingRecord
   MOVE SPACES TO SeedingRecord
   STRING "Run Date: " DELIMITED BY SIZE
           RunDate-Display DELIMITED BY SIZE
      INTO SeedingRecord
   WRITE SeedingRecord
   MOVE SPACES TO SeedingRecord
   MOVE MinimumSets TO Count-Display
   STRING "Eligibility: at least " DELIMITED BY SIZE
           Count-Display DELIMITED BY SIZE
           " set(s) played to seed as ranked" DELIMITED BY SIZE
      INTO SeedingRecord
   WRITE SeedingRecord
   MOVE SPACES TO SeedingRecord
   MOVE MonthsWanted TO Count-Display
   STRING "Rematches avoided: rivalries.dat pairs met in the last " DELIMITED BY SIZE
           Count-Display DELIMITED BY SIZE
           " month(s)" DELIMITED BY SIZE
      INTO SeedingRecord
   WRITE SeedingRecord
   MOVE SPACES TO SeedingRecord
   MOVE EntrantCount TO Count-Display
   MOVE BracketSize  TO Entrants-Display
   MOVE ByeCount     TO Byes-Display
   STRING "Entrants: " DELIMITED BY SIZE
           Count-Display DELIMITED BY SIZE
           "   Bracket size: " DELIMITED BY SIZE
           Entrants-Display DELIMITED BY SIZE
           "   Byes: " DELIMITED BY SIZE
           Byes-Display DELIMITED BY SIZE
      INTO SeedingRecord
   WRITE SeedingRecord
   MOVE SPACES TO SeedingRecord
   WRITE SeedingRecord
   MOVE "Seed  Player                Standing        Sets       W       L    Win%" TO SeedingRecord
   WRITE SeedingRecord
   PERFORM VARYING EntrantIdx FROM 1 BY 1
           UNTIL EntrantIdx GREATER THAN EntrantCount
      PERFORM WriteSeedLine
   END-PERFORM
   MOVE SPACES TO SeedingRecord
   WRITE SeedingRecord
   MOVE "First-round pairings (winners bracket, standard double-elimination order)" TO SeedingRecord
   WRITE SeedingRecord
   PERFORM VARYING MatchIdx FROM 1 BY 1
           UNTIL MatchIdx GREATER THAN MatchCount
      PERFORM WritePairingLine
   END-PERFORM
   MOVE SPACES TO SeedingRecord
   WRITE SeedingRecord
   MOVE "Swaps made to avoid a recent rematch" TO SeedingRecord
   WRITE SeedingRecord
   IF SwapLineCount = ZERO
      MOVE "  (none needed)" TO SeedingRecord
      WRITE SeedingRecord
   ELSE
      PERFORM VARYING SwapLineIdx FROM 1 BY 1
              UNTIL SwapLineIdx GREATER THAN SwapLineCount
         MOVE SwapLine(SwapLineIdx) TO SeedingRecord
         WRITE SeedingRecord
      END-PERFORM
   END-IF
   MOVE SPACES TO SeedingRecord
   WRITE SeedingRecord
   MOVE "Not on the season master (seeded last)" TO SeedingRecord
   WRITE SeedingRecord
   IF NotFoundCount = ZERO
      MOVE "  (none)" TO SeedingRecord
      WRITE SeedingRecord
   ELSE
      PERFORM VARYING EntrantIdx FROM 1 BY 1
              UNTIL EntrantIdx GREATER THAN EntrantCount
         IF En-NotFound(EntrantIdx)
            MOVE SPACES TO SeedingRecord
            MOVE En-PlayerName(EntrantIdx) TO SeedingRecord(3:20)
            WRITE SeedingRecord
         END-IF
      END-PERFORM
   END-IF
   CLOSE SeedingFile.

WriteSeedLine.
   MOVE SPACES TO SeedingRecord
   MOVE EntrantIdx TO SeedA-Display
   IF En-Ranked(EntrantIdx)
      MOVE "Ranked" TO StandingLabel
   ELSE
      IF En-Provisional(EntrantIdx)
         MOVE "Provisional" TO StandingLabel
      ELSE
         MOVE "Not found" TO StandingLabel
      END-IF
   END-IF
   MOVE En-Sets(EntrantIdx)   TO Sets-Display
   MOVE En-Wins(EntrantIdx)   TO Wins-Display
   MOVE En-Losses(EntrantIdx) TO Losses-Display
   MOVE En-Pct(EntrantIdx)    TO Pct-Display
   IF En-NotFound(EntrantIdx)
      STRING " " DELIMITED BY SIZE
              SeedA-Display DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              En-PlayerName(EntrantIdx) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              StandingLabel DELIMITED BY SIZE
         INTO SeedingRecord
   ELSE
      STRING " " DELIMITED BY SIZE
              SeedA-Display DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              En-PlayerName(EntrantIdx) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              StandingLabel DELIMITED BY SIZE
              Sets-Display DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              Wins-Display DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              Losses-Display DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              Pct-Display DELIMITED BY SIZE
         INTO SeedingRecord
   END-IF
   WRITE SeedingRecord.

WritePairingLine.
   COMPUTE SlotIdx = MatchIdx * 2 - 1
   MOVE Slot-Seed(SlotIdx) TO StaySeed
   MOVE Slot-Seed(SlotIdx + 1) TO MoveSeed
   IF StaySeed GREATER THAN MoveSeed
      MOVE Slot-Seed(SlotIdx + 1) TO StaySeed
      MOVE Slot-Seed(SlotIdx) TO MoveSeed
   END-IF
   MOVE SPACES TO SeedingRecord
   MOVE MatchIdx TO Count-Display
   MOVE StaySeed TO SeedA-Display
   MOVE MoveSeed TO SeedB-Display
   IF MoveSeed GREATER THAN EntrantCount
      STRING "  Match " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              ":  (" DELIMITED BY SIZE
              SeedA-Display DELIMITED BY SIZE
              ") " DELIMITED BY SIZE
              En-PlayerName(StaySeed) DELIMITED BY SIZE
              "  -- bye" DELIMITED BY SIZE
         INTO SeedingRecord
   ELSE
      STRING "  Match " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              ":  (" DELIMITED BY SIZE
              SeedA-Display DELIMITED BY SIZE
              ") " DELIMITED BY SIZE
              En-PlayerName(StaySeed) DELIMITED BY SIZE
              "  vs  (" DELIMITED BY SIZE
              SeedB-Display DELIMITED BY SIZE
              ") " DELIMITED BY SIZE
              En-PlayerName(MoveSeed) DELIMITED BY SIZE
         INTO SeedingRecord
   END-IF
   WRITE SeedingRecord.
