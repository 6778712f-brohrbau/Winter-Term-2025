IDENTIFICATION DIVISION.
PROGRAM-ID. StageReport.
AUTHOR. Bunker Rohrbaugh.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT StagePairFile ASSIGN TO "stageresults.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS StagePairFile-Status.
SELECT StageReportFile ASSIGN TO "stagereport.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> The per-stage game totals MatchupBuilder keeps alongside
*> matchups.txt, one line per ordered character pair and stage, in
*> pair-then-stage order.
FD StagePairFile.
01 StagePairDetails.
       88 EndOfStagePairFile VALUE HIGH-VALUES.
       02 StagePair-AsName      PIC X(18).
       02 StagePair-AgainstName PIC X(18).
       02 StagePair-Stage       PIC X(20).
       02 StagePair-Wins        PIC 9(4).
       02 StagePair-Losses      PIC 9(4).

FD StageReportFile.
01 StageReportRecord PIC X(100).

WORKING-STORAGE SECTION.
01 StagePairFile-Status PIC XX.

01 RunDate.
       02 RunDate-YY PIC 99.
       02 RunDate-MM PIC 99.
       02 RunDate-DD PIC 99.
01 RunDate-Display PIC X(10).

*> Blank at the first prompt means the whole file, every pair; a
*> named pair narrows the report to that one matchup.
01 AsAnswer      PIC X(18).
01 AgainstAnswer PIC X(18).
01 ReportScopeSwitch PIC X(01) VALUE "A".
       88 EveryPairWanted VALUE "A".
       88 OnePairWanted   VALUE "O".

*> The minimum games on a stage before it can be recommended either
*> way -- one lucky game on a stage says nothing about it.
01 ThresholdAnswer PIC X(03) JUSTIFIED RIGHT.
01 MinimumGames    PIC 9(3) VALUE ZERO.

*> One character pair's stages, gathered while the file is on that
*> pair and printed when it moves on.
01 Group-AsName      PIC X(18).
01 Group-AgainstName PIC X(18).
01 GroupTable.
       02 GroupEntry OCCURS 100 TIMES.
           03 Group-Stage  PIC X(20).
           03 Group-Wins   PIC 9(4).
           03 Group-Losses PIC 9(4).
           03 Group-Games  PIC 9(5).
           03 Group-Pct    PIC 999V99.
01 GroupCount PIC 9(3) VALUE ZERO.
01 GroupIdx   PIC 9(3).
01 GroupOuterIdx PIC 9(3).
01 GroupInnerIdx PIC 9(3).
01 GroupSwapEntry.
       02 FILLER PIC X(20).
       02 FILLER PIC 9(4).
       02 FILLER PIC 9(4).
       02 FILLER PIC 9(5).
       02 FILLER PIC 999V99.
01 DroppedStageCount PIC 9(5) VALUE ZERO.

01 BestIdx  PIC 9(3).
01 WorstIdx PIC 9(3).
01 PairsWritten PIC 9(5) VALUE ZERO.

01 Pct-Display   PIC ZZ9.99.
01 Count-Display PIC ZZZZ9.
01 Wins-Display  PIC ZZZ9.
01 Losses-Display PIC ZZZ9.
01 Recommend-Line PIC X(100).

PROCEDURE DIVISION.
Begin.
   PERFORM InitializeProgram
   PERFORM PromptMatchup
   PERFORM PromptThreshold
   OPEN OUTPUT StageReportFile
   PERFORM WriteReportHeader
   PERFORM ReadStagePairs
   IF PairsWritten = ZERO
      MOVE SPACES TO StageReportRecord
      IF OnePairWanted
         MOVE "  No stage data on file for that matchup yet." TO StageReportRecord
      ELSE
         MOVE "  No stage data on file yet -- capture GAM lines and run MatchupBuilder." TO StageReportRecord
      END-IF
      WRITE StageReportRecord
      DISPLAY StageReportRecord
   END-IF
   CLOSE StageReportFile
   DISPLAY "Stage report written to stagereport.txt -- " PairsWritten " pair(s)."
   IF DroppedStageCount GREATER THAN ZERO
      DISPLAY DroppedStageCount " stage line(s) left out -- 100 stages per pair."
   END-IF
   STOP RUN.

InitializeProgram.
   MOVE ZEROS TO GroupTable
   ACCEPT RunDate FROM DATE
   MOVE RunDate-MM TO RunDate-Display(1:2)
   MOVE "/" TO RunDate-Display(3:1)
   MOVE RunDate-DD TO RunDate-Display(4:2)
   MOVE "/" TO RunDate-Display(6:1)
   MOVE "20" TO RunDate-Display(7:2)
   MOVE RunDate-YY TO RunDate-Display(9:2).

PromptMatchup.
   MOVE SPACES TO AsAnswer
   MOVE SPACES TO AgainstAnswer
   DISPLAY "Played as which character? (blank for every pair): " WITH NO ADVANCING
   ACCEPT AsAnswer FROM CONSOLE
   IF AsAnswer NOT = SPACES
      DISPLAY "Against which character? " WITH NO ADVANCING
      ACCEPT AgainstAnswer FROM CONSOLE
      SET OnePairWanted TO TRUE
   END-IF.

*> Anything that isn't a plain positive number falls back to the
*> five-game default.
PromptThreshold.
   DISPLAY "Minimum games on a stage to recommend it (blank for 5): " WITH NO ADVANCING
   ACCEPT ThresholdAnswer FROM CONSOLE
   INSPECT ThresholdAnswer REPLACING LEADING SPACES BY ZEROS
   IF ThresholdAnswer IS NUMERIC
      MOVE ThresholdAnswer TO MinimumGames
   END-IF
   IF MinimumGames = ZERO
      MOVE 5 TO MinimumGames
   END-IF.

WriteReportHeader.
   MOVE "PuffMatchups Stage Report" TO StageReportRecord
   WRITE StageReportRecord
   MOVE SPACES TO StageReportRecord
   STRING "Run Date: " DELIMITED BY SIZE
           RunDate-Display DELIMITED BY SIZE
      INTO StageReportRecord
   WRITE StageReportRecord
   MOVE SPACES TO StageReportRecord
   MOVE MinimumGames TO Count-Display
   STRING "Best/worst stage needs at least " DELIMITED BY SIZE
           Count-Display DELIMITED BY SIZE
           " game(s) on the stage" DELIMITED BY SIZE
      INTO StageReportRecord
   WRITE StageReportRecord.

*> One pass over the stage file. Each change of character pair closes
*> the group before it.
ReadStagePairs.
   OPEN INPUT StagePairFile
   IF StagePairFile-Status = "35"
      SET EndOfStagePairFile TO TRUE
   ELSE
      READ StagePairFile
        AT END SET EndOfStagePairFile TO TRUE
      END-READ
   END-IF
   MOVE SPACES TO Group-AsName
   MOVE SPACES TO Group-AgainstName
   PERFORM UNTIL EndOfStagePairFile
      IF StagePair-Wins IS NUMERIC AND StagePair-Losses IS NUMERIC
         IF StagePair-AsName NOT = Group-AsName
            OR StagePair-AgainstName NOT = Group-AgainstName
            PERFORM CloseStageGroup
            MOVE StagePair-AsName      TO Group-AsName
            MOVE StagePair-AgainstName TO Group-AgainstName
         END-IF
         PERFORM AddGroupStage
      END-IF
      READ StagePairFile
        AT END SET EndOfStagePairFile TO TRUE
      END-READ
   END-PERFORM
   PERFORM CloseStageGroup
   IF StagePairFile-Status NOT = "35"
      CLOSE StagePairFile
   END-IF.

AddGroupStage.
   IF GroupCount GREATER THAN OR EQUAL TO 100
      ADD 1 TO DroppedStageCount
   ELSE
      ADD 1 TO GroupCount
      MOVE StagePair-Stage  TO Group-Stage(GroupCount)
      MOVE StagePair-Wins   TO Group-Wins(GroupCount)
      MOVE StagePair-Losses TO Group-Losses(GroupCount)
      COMPUTE Group-Games(GroupCount) = StagePair-Wins + StagePair-Losses
      IF Group-Games(GroupCount) = ZERO
         MOVE ZERO TO Group-Pct(GroupCount)
      ELSE
         COMPUTE Group-Pct(GroupCount) ROUNDED =
            (StagePair-Wins / Group-Games(GroupCount)) * 100
      END-IF
   END-IF.

CloseStageGroup.
   IF GroupCount GREATER THAN ZERO
      IF EveryPairWanted
         OR (Group-AsName = AsAnswer AND Group-AgainstName = AgainstAnswer)
         PERFORM SortGroup
         PERFORM WritePairSection
      END-IF
   END-IF
   MOVE ZEROS TO GroupTable
   MOVE ZERO TO GroupCount.

*> Bubble sort descending by win percentage on the stage; games played
*> breaks ties so the better-tested stage reads higher.
SortGroup.
   IF GroupCount GREATER THAN 1
      PERFORM VARYING GroupOuterIdx FROM 1 BY 1
              UNTIL GroupOuterIdx GREATER THAN GroupCount - 1
         PERFORM VARYING GroupInnerIdx FROM 1 BY 1
                 UNTIL GroupInnerIdx GREATER THAN GroupCount - GroupOuterIdx
            IF Group-Pct(GroupInnerIdx) LESS THAN Group-Pct(GroupInnerIdx + 1)
               OR (Group-Pct(GroupInnerIdx) = Group-Pct(GroupInnerIdx + 1)
                   AND Group-Games(GroupInnerIdx) LESS THAN Group-Games(GroupInnerIdx + 1))
               MOVE GroupEntry(GroupInnerIdx)     TO GroupSwapEntry
               MOVE GroupEntry(GroupInnerIdx + 1) TO GroupEntry(GroupInnerIdx)
               MOVE GroupSwapEntry                TO GroupEntry(GroupInnerIdx + 1)
            END-IF
         END-PERFORM
      END-PERFORM
   END-IF.

*> One matchup: every stage it has been played on, best first, then
*> the recommendation. The best stage is the top one with enough games
*> and the worst the bottom one; stages short of the minimum still
*> print but are never recommended.
WritePairSection.
   ADD 1 TO PairsWritten
   MOVE SPACES TO StageReportRecord
   WRITE StageReportRecord
   MOVE SPACES TO StageReportRecord
   STRING Group-AsName DELIMITED BY "  "
           " vs " DELIMITED BY SIZE
           Group-AgainstName DELIMITED BY "  "
      INTO StageReportRecord
   WRITE StageReportRecord
   IF OnePairWanted
      DISPLAY StageReportRecord
   END-IF
   MOVE "  Stage                 Games     W     L    Win%" TO StageReportRecord
   WRITE StageReportRecord
   MOVE ZERO TO BestIdx
   MOVE ZERO TO WorstIdx
   PERFORM VARYING GroupIdx FROM 1 BY 1
           UNTIL GroupIdx GREATER THAN GroupCount
      MOVE SPACES TO StageReportRecord
      MOVE Group-Games(GroupIdx)  TO Count-Display
      MOVE Group-Wins(GroupIdx)   TO Wins-Display
      MOVE Group-Losses(GroupIdx) TO Losses-Display
      MOVE Group-Pct(GroupIdx)    TO Pct-Display
      STRING "  " DELIMITED BY SIZE
              Group-Stage(GroupIdx) DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              Wins-Display DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              Losses-Display DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              Pct-Display DELIMITED BY SIZE
              "%" DELIMITED BY SIZE
         INTO StageReportRecord
      IF Group-Games(GroupIdx) LESS THAN MinimumGames
         MOVE "(low data)" TO StageReportRecord(51:10)
      ELSE
         IF BestIdx = ZERO
            MOVE GroupIdx TO BestIdx
         END-IF
         MOVE GroupIdx TO WorstIdx
      END-IF
      WRITE StageReportRecord
   END-PERFORM
   IF BestIdx = ZERO
      MOVE SPACES TO Recommend-Line
      MOVE MinimumGames TO Count-Display
      STRING "  No recommendation -- no stage has reached " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              " game(s) yet." DELIMITED BY SIZE
         INTO Recommend-Line
      PERFORM WriteRecommendLine
   ELSE
      MOVE SPACES TO Recommend-Line
      MOVE Group-Pct(BestIdx) TO Pct-Display
      STRING "  Best stage:  " DELIMITED BY SIZE
              Group-Stage(BestIdx) DELIMITED BY "  "
              " (" DELIMITED BY SIZE
              Pct-Display DELIMITED BY SIZE
              "%)" DELIMITED BY SIZE
         INTO Recommend-Line
      PERFORM WriteRecommendLine
      MOVE SPACES TO Recommend-Line
      IF WorstIdx = BestIdx
         MOVE "  Worst stage: (only one stage has enough games to judge)" TO Recommend-Line
      ELSE
         MOVE Group-Pct(WorstIdx) TO Pct-Display
         STRING "  Worst stage: " DELIMITED BY SIZE
                 Group-Stage(WorstIdx) DELIMITED BY "  "
                 " (" DELIMITED BY SIZE
                 Pct-Display DELIMITED BY SIZE
                 "%)" DELIMITED BY SIZE
            INTO Recommend-Line
      END-IF
      PERFORM WriteRecommendLine
   END-IF.

*> A one-matchup lookup also answers on the console, the way
*> CounterPick does.
WriteRecommendLine.
   MOVE Recommend-Line TO StageReportRecord
   WRITE StageReportRecord
   IF OnePairWanted
      DISPLAY Recommend-Line
   END-IF.
