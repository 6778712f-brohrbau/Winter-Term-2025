IDENTIFICATION DIVISION.
PROGRAM-ID. EventRecap.
AUTHOR. Bunker Rohrbaugh.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT EventFile ASSIGN TO "events.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS Event-Id
       FILE STATUS IS EventFile-Status.
SELECT SetHistoryFile ASSIGN TO "sethistory.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SetHistoryFile-Status.
SELECT RatingLogFile ASSIGN TO "ratinglog.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RatingLogFile-Status.
SELECT RecapFile ASSIGN TO "eventrecap.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> Same layout EventMaint keeps.
FD EventFile.
01 EventDetails.
       88 EndOfEventFile VALUE HIGH-VALUES.
       02 Event-Id       PIC X(8).
       02 Event-Name     PIC X(30).
       02 Event-Date     PIC X(10).
       02 Event-Tier     PIC X(10).
       02 Event-Entrants PIC 9(4).

*> Same layout MatchupBuilder appends to: every set it folded in, in
*> the order it folded them.
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

*> Same layout PlayerRating writes. The before-ratings on each set's
*> log line are what an upset is judged on -- the ratings the two
*> players carried into the set, not what they finished the week on.
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

FD RecapFile.
01 RecapRecord PIC X(100).

WORKING-STORAGE SECTION.
01 EventFile-Status      PIC XX.
01 SetHistoryFile-Status PIC XX.
01 RatingLogFile-Status  PIC XX.

01 RunDate.
       02 RunDate-YY PIC 99.
       02 RunDate-MM PIC 99.
       02 RunDate-DD PIC 99.
01 RunDate-Display PIC X(10).

*> Blank recaps the week: every event on the register dated within
*> the last seven days, which is what goes to the organizers on a
*> Monday. An id recaps that one event whenever it was.
01 EventAnswer PIC X(8).
01 RecapScopeSwitch PIC X(01).
       88 OneEventWanted    VALUE "O".
       88 RecentEventsWanted VALUE "R".
01 RecentDays PIC 99 VALUE 7.

*> The window is walked back a day at a time from the run date, so
*> month ends and leap years come out right without date arithmetic.
01 WindowDate.
       02 WindowYear  PIC 9(4).
       02 WindowMonth PIC 9(2).
       02 WindowDay   PIC 9(2).
01 WindowStartKey REDEFINES WindowDate PIC 9(8).
01 RunDateKey  PIC 9(8).
01 StepCount   PIC 99.
01 MonthLengths PIC X(24) VALUE "312831303130313130313031".
01 MonthLengthTable REDEFINES MonthLengths.
       02 MonthLength PIC 99 OCCURS 12 TIMES.
01 LeapQuotient  PIC 9(4).
01 LeapRemainder PIC 9(3).
01 LeapSwitch PIC X(01).
       88 LeapYear    VALUE "Y".
       88 NotLeapYear VALUE "N".

*> Any MM/DD/YYYY date rebuilt as YYYYMMDD so dates compare.
01 DateParts.
       02 DatePart-MM   PIC X(2).
       02 DatePart-Sep1 PIC X(1).
       02 DatePart-DD   PIC X(2).
       02 DatePart-Sep2 PIC X(1).
       02 DatePart-YYYY PIC X(4).
01 DateKeyWork.
       02 DateKey-YYYY PIC 9(4).
       02 DateKey-MM   PIC 9(2).
       02 DateKey-DD   PIC 9(2).
01 DateKey REDEFINES DateKeyWork PIC 9(8).
01 DateValidSwitch PIC X(01).
       88 DateIsValid   VALUE "Y".
       88 DateIsInvalid VALUE "N".

*> The events picked for this run, in date order.
01 SelectedEventTable.
       02 SelectedEvent OCCURS 50 TIMES.
           03 SE-DateKey  PIC 9(8).
           03 SE-Id       PIC X(8).
           03 SE-Name     PIC X(30).
           03 SE-Date     PIC X(10).
           03 SE-Tier     PIC X(10).
           03 SE-Entrants PIC 9(4).
01 SelectedEventCount PIC 99 VALUE ZERO.
01 SkippedEventCount  PIC 9(3) VALUE ZERO.
01 SelectedIdx   PIC 99.
01 SelectedOuterIdx PIC 99.
01 SelectedInnerIdx PIC 99.
01 SelectedSwapEntry.
       02 FILLER PIC 9(8).
       02 FILLER PIC X(8).
       02 FILLER PIC X(30).
       02 FILLER PIC X(10).
       02 FILLER PIC X(10).
       02 FILLER PIC 9(4).

*> One event's sets, put into play order: by set date, and within a
*> day by the order MatchupBuilder folded them, which is capture-sheet
*> order. A set repaired off suspense is folded on a later run than
*> the rest of its bracket, so it sorts behind its day's sets.
01 EventSetTable.
       02 EventSet OCCURS 2000 TIMES.
           03 ES-DateKey      PIC 9(8).
           03 ES-WinnerPlayer PIC X(20).
           03 ES-WinnerChar   PIC X(18).
           03 ES-LoserPlayer  PIC X(20).
           03 ES-LoserChar    PIC X(18).
           03 ES-WinnerBefore PIC 9(4)V99.
           03 ES-LoserBefore  PIC 9(4)V99.
           03 ES-RatedFlag    PIC X(1).
               88 ES-Rated   VALUE "Y".
               88 ES-Unrated VALUE "N".
01 EventSetCount   PIC 9(4) VALUE ZERO.
01 DroppedSetCount PIC 9(4) VALUE ZERO.
01 EventSetIdx      PIC 9(4).
01 EventSetOuterIdx PIC 9(4).
01 EventSetInnerIdx PIC 9(4).
01 EventSetSwapEntry.
       02 FILLER PIC 9(8).
       02 FILLER PIC X(20).
       02 FILLER PIC X(18).
       02 FILLER PIC X(20).
       02 FILLER PIC X(18).
       02 FILLER PIC 9(4)V99.
       02 FILLER PIC 9(4)V99.
       02 FILLER PIC X(1).
01 EventFirstDateKey PIC 9(8).
01 EventLastDateKey  PIC 9(8).
01 RatedSetCount PIC 9(4).
01 SetMatchedSwitch PIC X(01).
       88 SetMatched    VALUE "Y".
       88 SetNotMatched VALUE "N".

*> Everyone who played a set in the bracket. A player's finish is set
*> by their last loss: the later in the bracket it came, the deeper
*> they ran. The winner of the bracket's last set is the champion, and
*> anyone with no loss on record ranks just behind them -- their
*> bracket isn't finished on file.
01 PlacementTable.
       02 PlacementEntry OCCURS 512 TIMES.
           03 PL-Player     PIC X(20).
           03 PL-SetsWon    PIC 9(4).
           03 PL-SetsLost   PIC 9(4).
           03 PL-FinishKey  PIC 9(5).
           03 PL-Placement  PIC 9(4).
01 PlacementCount   PIC 9(4) VALUE ZERO.
01 DroppedPlayerCount PIC 9(4) VALUE ZERO.
01 PlacementIdx      PIC 9(4).
01 PlacementFoundIdx PIC 9(4).
01 PlacementOuterIdx PIC 9(4).
01 PlacementInnerIdx PIC 9(4).
01 PlacementSwapEntry.
       02 FILLER PIC X(20).
       02 FILLER PIC 9(4).
       02 FILLER PIC 9(4).
       02 FILLER PIC 9(5).
       02 FILLER PIC 9(4).
01 Placement-SeekPlayer PIC X(20).
01 PlayerFoundSwitch PIC X(01).
       88 PlayerFound    VALUE "Y".
       88 PlayerNotFound VALUE "N".
01 ChampionFinishKey PIC 9(5) VALUE 99999.
01 UnbeatenFinishKey PIC 9(5) VALUE 99998.
01 ChampionPlayer PIC X(20).

*> Double-elimination finishes share a placing once past fourth: two
*> players finish 5th, two 7th, four 9th, four 13th, eight 17th, eight
*> 25th, and so on, each width used twice before it doubles.
01 BandStart PIC 9(4).
01 BandWidth PIC 9(4).
01 BandTurns PIC 9(4).
01 BandTurnHalf PIC 9(4).
01 BandTurnOdd  PIC 9.

*> A set counts as an upset when the winner went in rated at least
*> this many points below the loser.
01 UpsetMargin PIC 9(4)V99 VALUE 100.
01 UpsetTable.
       02 UpsetEntry OCCURS 200 TIMES.
           03 UP-Gap     PIC 9(4)V99.
           03 UP-SetIdx  PIC 9(4).
01 UpsetCount PIC 9(3) VALUE ZERO.
01 UpsetIdx   PIC 9(3).
01 UpsetOuterIdx PIC 9(3).
01 UpsetInnerIdx PIC 9(3).
01 UpsetSwapEntry.
       02 FILLER PIC 9(4)V99.
       02 FILLER PIC 9(4).
01 UpsetsToList PIC 99 VALUE 10.
01 UpsetGap PIC 9(4)V99.

*> Characters played in the bracket, counted in sets the way the
*> matchup files are.
01 CharUseTable.
       02 CharUseEntry OCCURS 120 TIMES.
           03 CU-Name   PIC X(18).
           03 CU-Sets   PIC 9(4).
           03 CU-Wins   PIC 9(4).
           03 CU-Losses PIC 9(4).
01 CharUseCount PIC 9(3) VALUE ZERO.
01 CharUseIdx   PIC 9(3).
01 CharUseFoundIdx PIC 9(3).
01 CharUseOuterIdx PIC 9(3).
01 CharUseInnerIdx PIC 9(3).
01 CharUseSwapEntry.
       02 FILLER PIC X(18).
       02 FILLER PIC 9(4).
       02 FILLER PIC 9(4).
       02 FILLER PIC 9(4).
01 CharUse-SeekName PIC X(18).
01 CharFoundSwitch PIC X(01).
       88 CharFound    VALUE "Y".
       88 CharNotFound VALUE "N".
01 CharPct PIC 999V99.

01 EventsWritten PIC 99 VALUE ZERO.
01 Place-Display   PIC ZZZ9.
01 Count-Display   PIC ZZZ9.
01 Wins-Display    PIC ZZZ9.
01 Losses-Display  PIC ZZZ9.
01 Pct-Display     PIC ZZ9.99.
01 WinnerRating-Display PIC ZZZ9.
01 LoserRating-Display  PIC ZZZ9.
01 Gap-Display     PIC ZZZ9.
01 Entrants-Display PIC ZZZ9.
01 Players-Display PIC ZZZ9.

PROCEDURE DIVISION.
Begin.
   PERFORM InitializeProgram
   PERFORM PromptEvent
   PERFORM OpenEventRegister
   IF OneEventWanted
      PERFORM SelectOneEvent
   ELSE
      PERFORM SelectRecentEvents
   END-IF
   CLOSE EventFile
   PERFORM SortSelectedEvents
   OPEN OUTPUT RecapFile
   PERFORM WriteReportHeader
   IF SelectedEventCount = ZERO
      MOVE SPACES TO RecapRecord
      IF OneEventWanted
         STRING "  No event " DELIMITED BY SIZE
                 EventAnswer DELIMITED BY SPACE
                 " on the register." DELIMITED BY SIZE
            INTO RecapRecord
      ELSE
         MOVE "  No events on the register dated in the last 7 days." TO RecapRecord
      END-IF
      WRITE RecapRecord
      DISPLAY RecapRecord
   END-IF
   PERFORM VARYING SelectedIdx FROM 1 BY 1
           UNTIL SelectedIdx GREATER THAN SelectedEventCount
      PERFORM RecapOneEvent
   END-PERFORM
   CLOSE RecapFile
   DISPLAY "Event recap written to eventrecap.txt -- " EventsWritten " event(s)."
   IF SkippedEventCount GREATER THAN ZERO
      DISPLAY SkippedEventCount " register line(s) with a date that isn't MM/DD/YYYY left out."
   END-IF
   STOP RUN.

InitializeProgram.
   ACCEPT RunDate FROM DATE
   MOVE RunDate-MM TO RunDate-Display(1:2)
   MOVE "/" TO RunDate-Display(3:1)
   MOVE RunDate-DD TO RunDate-Display(4:2)
   MOVE "/" TO RunDate-Display(6:1)
   MOVE "20" TO RunDate-Display(7:2)
   MOVE RunDate-YY TO RunDate-Display(9:2)
   COMPUTE WindowYear = 2000 + RunDate-YY
   MOVE RunDate-MM TO WindowMonth
   MOVE RunDate-DD TO WindowDay
   MOVE WindowStartKey TO RunDateKey
   PERFORM VARYING StepCount FROM 1 BY 1
           UNTIL StepCount GREATER THAN RecentDays
      PERFORM StepBackOneDay
   END-PERFORM.

StepBackOneDay.
   IF WindowDay GREATER THAN 1
      SUBTRACT 1 FROM WindowDay
   ELSE
      IF WindowMonth GREATER THAN 1
         SUBTRACT 1 FROM WindowMonth
      ELSE
         MOVE 12 TO WindowMonth
         SUBTRACT 1 FROM WindowYear
      END-IF
      MOVE MonthLength(WindowMonth) TO WindowDay
      IF WindowMonth = 2
         PERFORM CheckLeapYear
         IF LeapYear
            MOVE 29 TO WindowDay
         END-IF
      END-IF
   END-IF.

CheckLeapYear.
   SET NotLeapYear TO TRUE
   DIVIDE WindowYear BY 4 GIVING LeapQuotient REMAINDER LeapRemainder
   IF LeapRemainder = ZERO
      SET LeapYear TO TRUE
      DIVIDE WindowYear BY 100 GIVING LeapQuotient REMAINDER LeapRemainder
      IF LeapRemainder = ZERO
         DIVIDE WindowYear BY 400 GIVING LeapQuotient REMAINDER LeapRemainder
         IF LeapRemainder NOT = ZERO
            SET NotLeapYear TO TRUE
         END-IF
      END-IF
   END-IF.

PromptEvent.
   MOVE SPACES TO EventAnswer
   DISPLAY "Recap which event id? (blank for every event in the last 7 days): " WITH NO ADVANCING
   ACCEPT EventAnswer FROM CONSOLE
   IF EventAnswer = SPACES
      SET RecentEventsWanted TO TRUE
   ELSE
      SET OneEventWanted TO TRUE
   END-IF.

OpenEventRegister.
   OPEN INPUT EventFile
   IF EventFile-Status NOT = "00"
      DISPLAY "No event register on file (events.dat) -- nothing to recap."
      STOP RUN
   END-IF.

SelectOneEvent.
   MOVE EventAnswer TO Event-Id
   READ EventFile RECORD
     INVALID KEY
        CONTINUE
     NOT INVALID KEY
        MOVE Event-Date TO DateParts
        PERFORM BuildDateKey
        IF DateIsInvalid
           MOVE ZERO TO DateKey
        END-IF
        PERFORM AddSelectedEvent
   END-READ.

SelectRecentEvents.
   MOVE LOW-VALUES TO Event-Id
   START EventFile KEY IS NOT LESS THAN Event-Id
     INVALID KEY SET EndOfEventFile TO TRUE
   END-START
   IF NOT EndOfEventFile
      READ EventFile NEXT RECORD
        AT END SET EndOfEventFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfEventFile
      MOVE Event-Date TO DateParts
      PERFORM BuildDateKey
      IF DateIsInvalid
         ADD 1 TO SkippedEventCount
      ELSE
         IF DateKey NOT LESS THAN WindowStartKey
            AND DateKey NOT GREATER THAN RunDateKey
            PERFORM AddSelectedEvent
         END-IF
      END-IF
      READ EventFile NEXT RECORD
        AT END SET EndOfEventFile TO TRUE
      END-READ
   END-PERFORM.

AddSelectedEvent.
   IF SelectedEventCount LESS THAN 50
      ADD 1 TO SelectedEventCount
      MOVE DateKey        TO SE-DateKey(SelectedEventCount)
      MOVE Event-Id       TO SE-Id(SelectedEventCount)
      MOVE Event-Name     TO SE-Name(SelectedEventCount)
      MOVE Event-Date     TO SE-Date(SelectedEventCount)
      MOVE Event-Tier     TO SE-Tier(SelectedEventCount)
      IF Event-Entrants IS NUMERIC
         MOVE Event-Entrants TO SE-Entrants(SelectedEventCount)
      ELSE
         MOVE ZERO TO SE-Entrants(SelectedEventCount)
      END-IF
   END-IF.

*> DateParts in, DateKey out; DateIsInvalid when it isn't MM/DD/YYYY.
BuildDateKey.
   SET DateIsValid TO TRUE
   IF DatePart-MM NOT NUMERIC OR DatePart-DD NOT NUMERIC
      OR DatePart-YYYY NOT NUMERIC
      OR DatePart-Sep1 NOT = "/" OR DatePart-Sep2 NOT = "/"
      SET DateIsInvalid TO TRUE
      MOVE ZERO TO DateKey
   ELSE
      MOVE DatePart-YYYY TO DateKey-YYYY
      MOVE DatePart-MM   TO DateKey-MM
      MOVE DatePart-DD   TO DateKey-DD
   END-IF.

SortSelectedEvents.
   IF SelectedEventCount GREATER THAN 1
      PERFORM VARYING SelectedOuterIdx FROM 1 BY 1
              UNTIL SelectedOuterIdx GREATER THAN SelectedEventCount - 1
         PERFORM VARYING SelectedInnerIdx FROM 1 BY 1
                 UNTIL SelectedInnerIdx GREATER THAN SelectedEventCount - SelectedOuterIdx
            IF SE-DateKey(SelectedInnerIdx) GREATER THAN SE-DateKey(SelectedInnerIdx + 1)
               MOVE SelectedEvent(SelectedInnerIdx)     TO SelectedSwapEntry
               MOVE SelectedEvent(SelectedInnerIdx + 1) TO SelectedEvent(SelectedInnerIdx)
               MOVE SelectedSwapEntry                   TO SelectedEvent(SelectedInnerIdx + 1)
            END-IF
         END-PERFORM
      END-PERFORM
   END-IF.

WriteReportHeader.
   MOVE "PuffMatchups Event Recap" TO RecapRecord
   WRITE RecapRecord
   MOVE SPACES TO RecapRecord
   STRING "Run Date: " DELIMITED BY SIZE
           RunDate-Display DELIMITED BY SIZE
      INTO RecapRecord
   WRITE RecapRecord.

*> One event, start to finish: its sets in play order, the ratings the
*> players carried into each, then the three sections.
RecapOneEvent.
   ADD 1 TO EventsWritten
   PERFORM LoadEventSets
   PERFORM SortEventSets
   PERFORM MatchRatingLog
   PERFORM BuildPlacements
   PERFORM SortPlacements
   PERFORM AssignPlacements
   PERFORM FindUpsets
   PERFORM SortUpsets
   PERFORM CountCharacterUse
   PERFORM SortCharacterUse
   PERFORM WriteEventHeading
   IF EventSetCount = ZERO
      MOVE "  No sets folded in for this event yet." TO RecapRecord
      WRITE RecapRecord
   ELSE
      PERFORM WritePlacements
      PERFORM WriteUpsets
      PERFORM WriteCharacterUse
   END-IF
   IF DroppedSetCount GREATER THAN ZERO OR DroppedPlayerCount GREATER THAN ZERO
      MOVE SPACES TO RecapRecord
      MOVE DroppedSetCount TO Count-Display
      MOVE DroppedPlayerCount TO Players-Display
      STRING "  Left out: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              " set(s) past 2000 and " DELIMITED BY SIZE
              Players-Display DELIMITED BY SIZE
              " player(s) past 512." DELIMITED BY SIZE
         INTO RecapRecord
      WRITE RecapRecord
   END-IF.

LoadEventSets.
   MOVE ZEROS TO EventSetTable
   MOVE ZERO TO EventSetCount
   MOVE ZERO TO DroppedSetCount
   OPEN INPUT SetHistoryFile
   IF SetHistoryFile-Status = "35"
      SET EndOfSetHistoryFile TO TRUE
   ELSE
      READ SetHistoryFile
        AT END SET EndOfSetHistoryFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfSetHistoryFile
      IF SetHist-EventId = SE-Id(SelectedIdx)
         PERFORM AddEventSet
      END-IF
      READ SetHistoryFile
        AT END SET EndOfSetHistoryFile TO TRUE
      END-READ
   END-PERFORM
   IF SetHistoryFile-Status NOT = "35"
      CLOSE SetHistoryFile
   END-IF.

AddEventSet.
   IF EventSetCount GREATER THAN OR EQUAL TO 2000
      ADD 1 TO DroppedSetCount
   ELSE
      ADD 1 TO EventSetCount
      MOVE SetHist-Date TO DateParts
      PERFORM BuildDateKey
      MOVE DateKey              TO ES-DateKey(EventSetCount)
      MOVE SetHist-WinnerPlayer TO ES-WinnerPlayer(EventSetCount)
      MOVE SetHist-WinnerChar   TO ES-WinnerChar(EventSetCount)
      MOVE SetHist-LoserPlayer  TO ES-LoserPlayer(EventSetCount)
      MOVE SetHist-LoserChar    TO ES-LoserChar(EventSetCount)
      SET ES-Unrated(EventSetCount) TO TRUE
   END-IF.

*> Only a strictly later date moves a set down, so sets on the same
*> day keep the order they were folded in.
SortEventSets.
   IF EventSetCount GREATER THAN 1
      PERFORM VARYING EventSetOuterIdx FROM 1 BY 1
              UNTIL EventSetOuterIdx GREATER THAN EventSetCount - 1
         PERFORM VARYING EventSetInnerIdx FROM 1 BY 1
                 UNTIL EventSetInnerIdx GREATER THAN EventSetCount - EventSetOuterIdx
            IF ES-DateKey(EventSetInnerIdx) GREATER THAN ES-DateKey(EventSetInnerIdx + 1)
               MOVE EventSet(EventSetInnerIdx)     TO EventSetSwapEntry
               MOVE EventSet(EventSetInnerIdx + 1) TO EventSet(EventSetInnerIdx)
               MOVE EventSetSwapEntry              TO EventSet(EventSetInnerIdx + 1)
            END-IF
         END-PERFORM
      END-PERFORM
   END-IF
   IF EventSetCount GREATER THAN ZERO
      MOVE ES-DateKey(1) TO EventFirstDateKey
      MOVE ES-DateKey(EventSetCount) TO EventLastDateKey
   END-IF.

*> Pair each rating log line in the event's date range with the first
*> unmatched event set on the same date between the same two players.
*> A set PlayerRating hasn't rated yet simply has no upset verdict.
MatchRatingLog.
   MOVE ZERO TO RatedSetCount
   IF EventSetCount = ZERO
      SET EndOfRatingLogFile TO TRUE
   ELSE
      OPEN INPUT RatingLogFile
      IF RatingLogFile-Status = "35"
         SET EndOfRatingLogFile TO TRUE
      ELSE
         READ RatingLogFile
           AT END SET EndOfRatingLogFile TO TRUE
         END-READ
      END-IF
   END-IF
   PERFORM UNTIL EndOfRatingLogFile
      IF RLog-SetDate IS NUMERIC
         AND RLog-SetDate NOT LESS THAN EventFirstDateKey
         AND RLog-SetDate NOT GREATER THAN EventLastDateKey
         PERFORM MatchOneLogLine
      END-IF
      READ RatingLogFile
        AT END SET EndOfRatingLogFile TO TRUE
      END-READ
   END-PERFORM
   IF EventSetCount GREATER THAN ZERO AND RatingLogFile-Status NOT = "35"
      CLOSE RatingLogFile
   END-IF.

MatchOneLogLine.
   SET SetNotMatched TO TRUE
   PERFORM VARYING EventSetIdx FROM 1 BY 1
           UNTIL EventSetIdx GREATER THAN EventSetCount OR SetMatched
      IF ES-Unrated(EventSetIdx)
         AND ES-DateKey(EventSetIdx) = RLog-SetDate
         AND ES-WinnerPlayer(EventSetIdx) = RLog-WinnerPlayer
         AND ES-LoserPlayer(EventSetIdx) = RLog-LoserPlayer
         SET SetMatched TO TRUE
         SET ES-Rated(EventSetIdx) TO TRUE
         MOVE RLog-WinnerBefore TO ES-WinnerBefore(EventSetIdx)
         MOVE RLog-LoserBefore  TO ES-LoserBefore(EventSetIdx)
         ADD 1 TO RatedSetCount
      END-IF
   END-PERFORM.

*> Walks the sets in play order. The loser's finish key is the
*> position of the set they lost, so a player's last loss is what
*> stands; the last set's winner is then marked champion.
BuildPlacements.
   MOVE ZEROS TO PlacementTable
   MOVE ZERO TO PlacementCount
   MOVE ZERO TO DroppedPlayerCount
   MOVE SPACES TO ChampionPlayer
   PERFORM VARYING EventSetIdx FROM 1 BY 1
           UNTIL EventSetIdx GREATER THAN EventSetCount
      MOVE ES-WinnerPlayer(EventSetIdx) TO Placement-SeekPlayer
      PERFORM FindOrAddPlayer
      IF PlayerFound
         ADD 1 TO PL-SetsWon(PlacementFoundIdx)
      END-IF
      MOVE ES-LoserPlayer(EventSetIdx) TO Placement-SeekPlayer
      PERFORM FindOrAddPlayer
      IF PlayerFound
         ADD 1 TO PL-SetsLost(PlacementFoundIdx)
         MOVE EventSetIdx TO PL-FinishKey(PlacementFoundIdx)
      END-IF
   END-PERFORM
   PERFORM VARYING PlacementIdx FROM 1 BY 1
           UNTIL PlacementIdx GREATER THAN PlacementCount
      IF PL-SetsLost(PlacementIdx) = ZERO
         MOVE UnbeatenFinishKey TO PL-FinishKey(PlacementIdx)
      END-IF
   END-PERFORM
   IF EventSetCount GREATER THAN ZERO
      MOVE ES-WinnerPlayer(EventSetCount) TO ChampionPlayer
      MOVE ChampionPlayer TO Placement-SeekPlayer
      PERFORM FindOrAddPlayer
      IF PlayerFound
         MOVE ChampionFinishKey TO PL-FinishKey(PlacementFoundIdx)
      END-IF
   END-IF.

*> PlayerFound comes back set when the player is in the table, new or
*> old; only a full table leaves it off.
FindOrAddPlayer.
   SET PlayerNotFound TO TRUE
   PERFORM VARYING PlacementIdx FROM 1 BY 1
           UNTIL PlacementIdx GREATER THAN PlacementCount OR PlayerFound
      IF PL-Player(PlacementIdx) = Placement-SeekPlayer
         SET PlayerFound TO TRUE
         MOVE PlacementIdx TO PlacementFoundIdx
      END-IF
   END-PERFORM
   IF PlayerNotFound
      IF PlacementCount GREATER THAN OR EQUAL TO 512
         ADD 1 TO DroppedPlayerCount
      ELSE
         ADD 1 TO PlacementCount
         MOVE Placement-SeekPlayer TO PL-Player(PlacementCount)
         MOVE ZERO TO PL-SetsWon(PlacementCount)
         MOVE ZERO TO PL-SetsLost(PlacementCount)
         MOVE ZERO TO PL-FinishKey(PlacementCount)
         MOVE ZERO TO PL-Placement(PlacementCount)
         MOVE PlacementCount TO PlacementFoundIdx
         SET PlayerFound TO TRUE
      END-IF
   END-IF.

*> Bubble sort descending on the finish key: champion, then anyone
*> still unbeaten, then the eliminated, last out first.
SortPlacements.
   IF PlacementCount GREATER THAN 1
      PERFORM VARYING PlacementOuterIdx FROM 1 BY 1
              UNTIL PlacementOuterIdx GREATER THAN PlacementCount - 1
         PERFORM VARYING PlacementInnerIdx FROM 1 BY 1
                 UNTIL PlacementInnerIdx GREATER THAN PlacementCount - PlacementOuterIdx
            IF PL-FinishKey(PlacementInnerIdx) LESS THAN PL-FinishKey(PlacementInnerIdx + 1)
               MOVE PlacementEntry(PlacementInnerIdx)     TO PlacementSwapEntry
               MOVE PlacementEntry(PlacementInnerIdx + 1) TO PlacementEntry(PlacementInnerIdx)
               MOVE PlacementSwapEntry                    TO PlacementEntry(PlacementInnerIdx + 1)
            END-IF
         END-PERFORM
      END-PERFORM
   END-IF.

*> Positions 1-4 place as themselves; from 5th on each position falls
*> into its shared band. The band width stays the same for two bands
*> and then doubles: 5-6, 7-8, 9-12, 13-16, 17-24, 25-32, ...
AssignPlacements.
   PERFORM VARYING PlacementIdx FROM 1 BY 1
           UNTIL PlacementIdx GREATER THAN PlacementCount
      IF PlacementIdx NOT GREATER THAN 4
         MOVE PlacementIdx TO PL-Placement(PlacementIdx)
      ELSE
         MOVE 5 TO BandStart
         MOVE 2 TO BandWidth
         MOVE ZERO TO BandTurns
         PERFORM UNTIL PlacementIdx LESS THAN BandStart + BandWidth
            ADD BandWidth TO BandStart
            ADD 1 TO BandTurns
            DIVIDE BandTurns BY 2 GIVING BandTurnHalf REMAINDER BandTurnOdd
            IF BandTurnOdd = ZERO
               MULTIPLY 2 BY BandWidth
            END-IF
         END-PERFORM
         MOVE BandStart TO PL-Placement(PlacementIdx)
      END-IF
   END-PERFORM.

FindUpsets.
   MOVE ZEROS TO UpsetTable
   MOVE ZERO TO UpsetCount
   PERFORM VARYING EventSetIdx FROM 1 BY 1
           UNTIL EventSetIdx GREATER THAN EventSetCount
      IF ES-Rated(EventSetIdx)
         AND ES-LoserBefore(EventSetIdx) GREATER THAN ES-WinnerBefore(EventSetIdx)
         COMPUTE UpsetGap = ES-LoserBefore(EventSetIdx) - ES-WinnerBefore(EventSetIdx)
         IF UpsetGap NOT LESS THAN UpsetMargin AND UpsetCount LESS THAN 200
            ADD 1 TO UpsetCount
            MOVE UpsetGap    TO UP-Gap(UpsetCount)
            MOVE EventSetIdx TO UP-SetIdx(UpsetCount)
         END-IF
      END-IF
   END-PERFORM.

SortUpsets.
   IF UpsetCount GREATER THAN 1
      PERFORM VARYING UpsetOuterIdx FROM 1 BY 1
              UNTIL UpsetOuterIdx GREATER THAN UpsetCount - 1
         PERFORM VARYING UpsetInnerIdx FROM 1 BY 1
                 UNTIL UpsetInnerIdx GREATER THAN UpsetCount - UpsetOuterIdx
            IF UP-Gap(UpsetInnerIdx) LESS THAN UP-Gap(UpsetInnerIdx + 1)
               MOVE UpsetEntry(UpsetInnerIdx)     TO UpsetSwapEntry
               MOVE UpsetEntry(UpsetInnerIdx + 1) TO UpsetEntry(UpsetInnerIdx)
               MOVE UpsetSwapEntry                TO UpsetEntry(UpsetInnerIdx + 1)
            END-IF
         END-PERFORM
      END-PERFORM
   END-IF.

CountCharacterUse.
   MOVE ZEROS TO CharUseTable
   MOVE ZERO TO CharUseCount
   PERFORM VARYING EventSetIdx FROM 1 BY 1
           UNTIL EventSetIdx GREATER THAN EventSetCount
      MOVE ES-WinnerChar(EventSetIdx) TO CharUse-SeekName
      PERFORM FindOrAddCharUse
      IF CharFound
         ADD 1 TO CU-Sets(CharUseFoundIdx)
         ADD 1 TO CU-Wins(CharUseFoundIdx)
      END-IF
      MOVE ES-LoserChar(EventSetIdx) TO CharUse-SeekName
      PERFORM FindOrAddCharUse
      IF CharFound
         ADD 1 TO CU-Sets(CharUseFoundIdx)
         ADD 1 TO CU-Losses(CharUseFoundIdx)
      END-IF
   END-PERFORM.

FindOrAddCharUse.
   SET CharNotFound TO TRUE
   PERFORM VARYING CharUseIdx FROM 1 BY 1
           UNTIL CharUseIdx GREATER THAN CharUseCount OR CharFound
      IF CU-Name(CharUseIdx) = CharUse-SeekName
         SET CharFound TO TRUE
         MOVE CharUseIdx TO CharUseFoundIdx
      END-IF
   END-PERFORM
   IF CharNotFound AND CharUseCount LESS THAN 120
      ADD 1 TO CharUseCount
      MOVE CharUse-SeekName TO CU-Name(CharUseCount)
      MOVE CharUseCount TO CharUseFoundIdx
      SET CharFound TO TRUE
   END-IF.

SortCharacterUse.
   IF CharUseCount GREATER THAN 1
      PERFORM VARYING CharUseOuterIdx FROM 1 BY 1
              UNTIL CharUseOuterIdx GREATER THAN CharUseCount - 1
         PERFORM VARYING CharUseInnerIdx FROM 1 BY 1
                 UNTIL CharUseInnerIdx GREATER THAN CharUseCount - CharUseOuterIdx
            IF CU-Sets(CharUseInnerIdx) LESS THAN CU-Sets(CharUseInnerIdx + 1)
               MOVE CharUseEntry(CharUseInnerIdx)     TO CharUseSwapEntry
               MOVE CharUseEntry(CharUseInnerIdx + 1) TO CharUseEntry(CharUseInnerIdx)
               MOVE CharUseSwapEntry                  TO CharUseEntry(CharUseInnerIdx + 1)
            END-IF
         END-PERFORM
      END-PERFORM
   END-IF.

WriteEventHeading.
   MOVE SPACES TO RecapRecord
   WRITE RecapRecord
   MOVE ALL "=" TO RecapRecord(1:70)
   WRITE RecapRecord
   MOVE SPACES TO RecapRecord
   STRING SE-Id(SelectedIdx) DELIMITED BY SPACE
           "  " DELIMITED BY SIZE
           SE-Name(SelectedIdx) DELIMITED BY "  "
      INTO RecapRecord
   WRITE RecapRecord
   DISPLAY RecapRecord
   MOVE SPACES TO RecapRecord
   MOVE SE-Entrants(SelectedIdx) TO Entrants-Display
   MOVE PlacementCount TO Players-Display
   MOVE EventSetCount TO Count-Display
   STRING "Date: " DELIMITED BY SIZE
           SE-Date(SelectedIdx) DELIMITED BY SIZE
           "  Tier: " DELIMITED BY SIZE
           SE-Tier(SelectedIdx) DELIMITED BY SIZE
           "  Entrants: " DELIMITED BY SIZE
           Entrants-Display DELIMITED BY SIZE
           "  In results: " DELIMITED BY SIZE
           Players-Display DELIMITED BY SIZE
           "  Sets: " DELIMITED BY SIZE
           Count-Display DELIMITED BY SIZE
      INTO RecapRecord
   WRITE RecapRecord.

WritePlacements.
   MOVE SPACES TO RecapRecord
   WRITE RecapRecord
   MOVE "Final placements" TO RecapRecord
   WRITE RecapRecord
   MOVE "  Place  Player                   W     L" TO RecapRecord
   WRITE RecapRecord
   PERFORM VARYING PlacementIdx FROM 1 BY 1
           UNTIL PlacementIdx GREATER THAN PlacementCount
      MOVE SPACES TO RecapRecord
      MOVE PL-Placement(PlacementIdx) TO Place-Display
      MOVE PL-SetsWon(PlacementIdx)   TO Wins-Display
      MOVE PL-SetsLost(PlacementIdx)  TO Losses-Display
      STRING "  " DELIMITED BY SIZE
              Place-Display DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              PL-Player(PlacementIdx) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Wins-Display DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              Losses-Display DELIMITED BY SIZE
         INTO RecapRecord
      IF PL-FinishKey(PlacementIdx) = UnbeatenFinishKey
         MOVE "(no loss on file -- bracket incomplete)" TO RecapRecord(45:40)
      END-IF
      WRITE RecapRecord
   END-PERFORM.

WriteUpsets.
   MOVE SPACES TO RecapRecord
   WRITE RecapRecord
   MOVE "Notable upsets (winner rated 100+ below the loser going in)" TO RecapRecord
   WRITE RecapRecord
   MOVE SPACES TO RecapRecord
   IF RatedSetCount = ZERO
      MOVE "  No rated sets for this event on the rating log -- run PlayerRating first." TO RecapRecord
      WRITE RecapRecord
   ELSE
      IF UpsetCount = ZERO
         MOVE "  None." TO RecapRecord
         WRITE RecapRecord
      END-IF
   END-IF
   PERFORM VARYING UpsetIdx FROM 1 BY 1
           UNTIL UpsetIdx GREATER THAN UpsetCount OR UpsetIdx GREATER THAN UpsetsToList
      MOVE UP-SetIdx(UpsetIdx) TO EventSetIdx
      MOVE SPACES TO RecapRecord
      MOVE ES-WinnerBefore(EventSetIdx) TO WinnerRating-Display
      MOVE ES-LoserBefore(EventSetIdx)  TO LoserRating-Display
      MOVE UP-Gap(UpsetIdx) TO Gap-Display
      STRING "  " DELIMITED BY SIZE
              ES-WinnerPlayer(EventSetIdx) DELIMITED BY SIZE
              " (" DELIMITED BY SIZE
              WinnerRating-Display DELIMITED BY SIZE
              ") over " DELIMITED BY SIZE
              ES-LoserPlayer(EventSetIdx) DELIMITED BY SIZE
              " (" DELIMITED BY SIZE
              LoserRating-Display DELIMITED BY SIZE
              ")  by " DELIMITED BY SIZE
              Gap-Display DELIMITED BY SIZE
         INTO RecapRecord
      WRITE RecapRecord
   END-PERFORM
   IF UpsetCount GREATER THAN UpsetsToList
      MOVE SPACES TO RecapRecord
      COMPUTE Count-Display = UpsetCount - UpsetsToList
      STRING "  ... and " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              " smaller upset(s)." DELIMITED BY SIZE
         INTO RecapRecord
      WRITE RecapRecord
   END-IF.

WriteCharacterUse.
   MOVE SPACES TO RecapRecord
   WRITE RecapRecord
   MOVE "Character usage" TO RecapRecord
   WRITE RecapRecord
   MOVE "  Character           Sets     W     L    Win%" TO RecapRecord
   WRITE RecapRecord
   PERFORM VARYING CharUseIdx FROM 1 BY 1
           UNTIL CharUseIdx GREATER THAN CharUseCount
      MOVE SPACES TO RecapRecord
      MOVE CU-Sets(CharUseIdx)   TO Count-Display
      MOVE CU-Wins(CharUseIdx)   TO Wins-Display
      MOVE CU-Losses(CharUseIdx) TO Losses-Display
      COMPUTE CharPct ROUNDED = (CU-Wins(CharUseIdx) / CU-Sets(CharUseIdx)) * 100
      MOVE CharPct TO Pct-Display
      STRING "  " DELIMITED BY SIZE
              CU-Name(CharUseIdx) DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              Wins-Display DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              Losses-Display DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              Pct-Display DELIMITED BY SIZE
              "%" DELIMITED BY SIZE
         INTO RecapRecord
      WRITE RecapRecord
   END-PERFORM.
