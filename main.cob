SELECT SuspenseFile ASSIGN TO DYNAMIC SuspenseFileName
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SuspenseFile-Status.
*> The journal keeps its fixed name: SeasonRecover, SeasonMaint and
*> SeasonCloseout all work from seasonjournal.txt.
SELECT SeasonJournalFile ASSIGN TO "seasonjournal.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SeasonJournalFile-Status.
SELECT RetiredFile ASSIGN TO DYNAMIC RetiredFileName
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RetiredFile-Status.
SELECT FeedLedgerFile ASSIGN TO DYNAMIC FeedLedgerFileName
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FeedLedgerFile-Status.
SELECT ControlFile ASSIGN TO "runcontrol.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ControlFile-Status.
           88 FeedTrailerTag VALUE "TRL".
       02 FeedTrailer-Count PIC 9(6).

*> The same bytes one at a time, for the feed's hash total.
01 FeedHashView.
       02 FeedHash-Byte PIC X(01) OCCURS 999 TIMES.

FD Chart.
01 ChartRecord PIC X(80).

FD RunLogFile.
01 RunLogRecord PIC X(120).

*> One line per feed applied, appended once the feed has posted: the
*> program that applied it, the feed header's date and source id, the
*> data record count, the hash total of the data records, when it was
*> applied, and whether it went on under the REAPPLY override.
*> MatchupBuilder keeps its set feeds on the same ledger.
FD FeedLedgerFile.
01 FeedLedgerDetails.
       88 EndOfFeedLedgerFile VALUE HIGH-VALUES.
       02 Ledger-Program     PIC X(15).
       02 Ledger-FeedDate    PIC 9(6).
       02 Ledger-SourceId    PIC X(8).
       02 Ledger-RecordCount PIC 9(6).
       02 Ledger-HashTotal   PIC 9(15).
       02 Ledger-AppliedDate PIC 9(6).
       02 Ledger-AppliedTime PIC 9(8).
       02 Ledger-Reapplied   PIC X(1).

*> The structured suspense file behind the repair-and-resubmit
*> workflow: every rejected records line lands here carrying the run
*> date, the layout it was graded under, the rejection reason, and the
       02 Susp-Reason  PIC X(50).
       02 Susp-RecordBytes PIC X(999).

*> The season master change journal: one line per season.dat cell a
*> run changes, carrying the program, run date and time, feed source
*> id, player key, and the cell's wins and losses before and after.
*> A record the run inserts is marked by an I line (slot 000) ahead of
*> its cells, one it drops by a D line. SeasonMaint and SeasonRecover
*> append to the same journal; SeasonRecover reads it back to roll the
*> master back to a run date or undo a single run.
FD SeasonJournalFile.
01 SeasonJournalDetails.
       02 Jrnl-Program      PIC X(15).
       02 Jrnl-RunDate      PIC 9(6).
       02 Jrnl-RunTime      PIC 9(8).
       02 Jrnl-SourceId     PIC X(8).
       02 Jrnl-PlayerName   PIC X(20).
       02 Jrnl-Action       PIC X(1).
       02 Jrnl-CharSlot     PIC 9(3).
       02 Jrnl-CharName     PIC X(18).
       02 Jrnl-BeforeWins   PIC 9(4).
       02 Jrnl-BeforeLosses PIC 9(4).
       02 Jrnl-AfterWins    PIC 9(4).
       02 Jrnl-AfterLosses  PIC 9(4).

*> The retired roster slots RosterMaint keeps. A slot merged into
*> another names its successor, and new data for it is redirected
*> there; a slot retired outright has no successor, and new data for
*> it is refused. Either way the slot's season totals stay put.
FD RetiredFile.
01 RetiredDetails.
       88 EndOfRetiredFile VALUE HIGH-VALUES.
       02 Retired-Name      PIC X(18).
       02 Retired-Successor PIC X(18).

FD ControlFile.
01 ControlRecord PIC X(80).
       88 EndOfControlFile VALUE HIGH-VALUES.
01 SeasonPlayersWritten PIC 9(06) VALUE ZERO.
01 Heading-PlayerName PIC X(20).

*> Working storage for the season master change journal. The before
*> image is the record as it stood on file before this run touched it
*> (zeros for a player the master hasn't met); the run time keeps two
*> runs on the same date apart when one of them has to be undone.
01 SeasonJournalFile-Status PIC XX.
01 RunTime PIC 9(8).
01 JournalSourceId PIC X(8).
01 JournalLineCount PIC 9(6) VALUE ZERO.
01 JournalAction PIC X(1).
01 SeasonBeforeDetails.
       02 SeasonBefore-PlayerName PIC X(20).
       02 SeasonBefore-Chars OCCURS 120 TIMES.
           03 SeasonBefore-Wins   PIC 9(4).
           03 SeasonBefore-Losses PIC 9(4).
01 SeasonPlayerOnFileSwitch PIC X(01).
       88 SeasonPlayerOnFile    VALUE "Y".
       88 SeasonPlayerNotOnFile VALUE "N".
*> Which table players the full rebuild found already on the master;
*> the rest are inserts.
01 SeenOnMasterTable.
       02 SeenOnMasterFlag OCCURS 500 TIMES PIC X(01).

*> Working storage for the corrections pass. Applied corrections are
*> held back in AuditTable so the adjustments section can print in
*> result.txt after the leaderboard; rejected ones go to
01 RunLog-Mode PIC X(6).
01 RunLog-RC   PIC 99.

*> Working storage for the processed-feed ledger. A daily run posts
*> on top of season.dat, so a feed that goes through twice doubles
*> every player it touches. The ledger is checked once the feed has
*> balanced and before anything posts; a feed already on it is refused
*> unless runcontrol.txt says REAPPLY=Y. The hash total is every digit
*> in every data record weighted by its column, so the same header
*> over different contents is told apart from a true repeat.
01 FeedLedgerFileName PIC X(60) VALUE "feedledger.txt".
01 FeedLedgerFile-Status PIC XX.
01 ReapplyAnswer PIC X(01) VALUE "N".
       88 ReapplyWanted VALUE "Y" "y".
01 FeedHeaderDate PIC 9(6) VALUE ZERO.
01 FeedHashTotal  PIC 9(15) VALUE ZERO.
01 FeedHashIdx    PIC 9(4).
01 FeedHashDigit  PIC 9.
01 FeedRepeatSwitch PIC X(01) VALUE "N".
       88 FeedAlreadyApplied VALUE "Y".
       88 FeedNotYetApplied  VALUE "N".
01 FeedReappliedSwitch PIC X(01) VALUE "N".
       88 FeedReapplied    VALUE "Y".
       88 FeedNotReapplied VALUE "N".
01 LedgerAppliedDisplay PIC X(10).

*> Working storage for the suspense repair-and-resubmit workflow.
*> Rejects are held in core and only land on the suspense file once
*> the feed has balanced -- a refused feed gets fixed and resubmitted
*> present the run is unattended: the Y/N options come from the file
*> and the console prompts are skipped entirely, so the overnight
*> scheduler never waits on a terminal. The scheduler branches on the
*> return code: 0 clean, 4 ran with rejects, 8 feed already applied,
*> 16 run refused.
01 ControlFile-Status PIC XX.
01 RunModeSwitch PIC X(01) VALUE "N".
       88 BatchMode       VALUE "Y".
01 Control-Value   PIC X(60).
01 ReturnCode-Clean   PIC 99 VALUE 0.
01 ReturnCode-Rejects PIC 99 VALUE 4.
01 ReturnCode-Repeat  PIC 99 VALUE 8.
01 ReturnCode-Refused PIC 99 VALUE 16.

*> Working storage for the ranked leaderboard.
       88 SparseCharFound    VALUE "Y".
       88 SparseCharNotFound VALUE "N".

*> Working storage for the retired roster slots. RetiredSlotTable is
*> by roster slot; RetiredSlotList names just the retired ones, so the
*> full-layout fold can check them without walking the whole roster.
*> The full layout folds all 86 slots positionally, so each retired
*> slot's totals are noted before the fold and whatever the record
*> added is moved on to the successor (or taken back off) after it --
*> a seeded season total already in the slot is never disturbed.
01 RetiredFileName PIC X(60) VALUE "retired.txt".
01 RetiredFile-Status PIC XX.
01 RetiredSlotTable.
       02 RetiredSlot OCCURS 120 TIMES.
           03 RS-Flag         PIC X(01).
               88 SlotIsRetired VALUE "Y".
           03 RS-SuccessorIdx PIC 9(3).
01 RetiredSlotList.
       02 RetiredSlotEntry OCCURS 120 TIMES.
           03 RL-Slot         PIC 9(3).
           03 RL-BeforeWins   PIC 9(4).
           03 RL-BeforeLosses PIC 9(4).
01 RetiredSlotCount PIC 9(3) VALUE ZERO.
01 RetiredListIdx   PIC 9(3).
01 RetiredSlotNum   PIC 9(3).
01 RetiredSuccessorNum PIC 9(3).
01 RetiredHopCount     PIC 9(3).
01 RetiredAddedWins    PIC 9(4).
01 RetiredAddedLosses  PIC 9(4).
01 RetiredRedirectCount PIC 9(6) VALUE ZERO.
01 RetiredDroppedCount  PIC 9(6) VALUE ZERO.

*> Working storage for the checkpoint/restart option.
01 RestartFile-Status PIC XX.
01 ResumeAnswer PIC X(01) VALUE "N".
   PERFORM InitializeProgram
   PERFORM ReadRunControl
   PERFORM LoadRoster
   PERFORM LoadRetiredSlots
   IF InteractiveMode
      PERFORM PromptOptions
   END-IF
   ELSE
      PERFORM MergeDuplicatePlayers
      PERFORM ValidateFeedBalance
      IF FeedBalanced AND DailyModeWanted
         PERFORM CheckFeedLedger
      END-IF
   END-IF
   IF FeedBalanced
      PERFORM ApplyCorrections
         PERFORM AppendSuspenseRecords
      END-IF
      PERFORM ClearCheckpoint
      IF NOT ReprocessWanted
         PERFORM RecordFeedInLedger
      END-IF
      PERFORM CloseReportFiles
   ELSE
      DISPLAY "Run refused -- " FeedErrorReason
   END-IF
   PERFORM CloseRunFiles
   IF FeedNotBalanced
      IF FeedAlreadyApplied
         MOVE ReturnCode-Repeat TO RETURN-CODE
      ELSE
         MOVE ReturnCode-Refused TO RETURN-CODE
      END-IF
   ELSE
      IF BadRecordCount GREATER THAN ZERO
         OR RejectedCorrectionCount GREATER THAN ZERO
         OR RetiredDroppedCount GREATER THAN ZERO
         MOVE ReturnCode-Rejects TO RETURN-CODE
      ELSE
         MOVE ReturnCode-Clean TO RETURN-CODE
   MOVE ZEROS TO ConsolidatedTable
   MOVE ZERO TO MergedPlayerCount
   ACCEPT RunDate FROM DATE
   ACCEPT RunTime FROM TIME
   MOVE RunDate-MM TO RunDate-Display(1:2)
   MOVE "/" TO RunDate-Display(3:1)
   MOVE RunDate-DD TO RunDate-Display(4:2)
      STOP RUN
   END-IF.

*> retired.txt is optional; a name on it that isn't on the roster, or
*> a successor that isn't, is ignored (no successor means refused).
LoadRetiredSlots.
   MOVE SPACES TO RetiredSlotTable
   MOVE ZERO TO RetiredSlotCount
   OPEN INPUT RetiredFile
   IF RetiredFile-Status = "35"
      SET EndOfRetiredFile TO TRUE
   ELSE
      READ RetiredFile
        AT END SET EndOfRetiredFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfRetiredFile
      MOVE ZERO TO RetiredSlotNum RetiredSuccessorNum
      PERFORM VARYING CharacterNum FROM 1 BY 1
              UNTIL CharacterNum GREATER THAN RosterLoadCount
         IF CharacterName(CharacterNum) = Retired-Name
            MOVE CharacterNum TO RetiredSlotNum
         END-IF
         IF Retired-Successor NOT = SPACES
            AND CharacterName(CharacterNum) = Retired-Successor
            MOVE CharacterNum TO RetiredSuccessorNum
         END-IF
      END-PERFORM
      IF RetiredSlotNum NOT = ZERO
         AND NOT SlotIsRetired(RetiredSlotNum)
         SET SlotIsRetired(RetiredSlotNum) TO TRUE
         MOVE RetiredSuccessorNum TO RS-SuccessorIdx(RetiredSlotNum)
         ADD 1 TO RetiredSlotCount
         MOVE RetiredSlotNum TO RL-Slot(RetiredSlotCount)
      END-IF
      READ RetiredFile
        AT END SET EndOfRetiredFile TO TRUE
      END-READ
   END-PERFORM
   IF RetiredFile-Status NOT = "35"
      CLOSE RetiredFile
   END-IF
   PERFORM VARYING RetiredListIdx FROM 1 BY 1
           UNTIL RetiredListIdx GREATER THAN RetiredSlotCount
      PERFORM ResolveRetiredSuccessor
   END-PERFORM.

*> A successor that is itself retired passes the slot on to its own
*> successor; one retired outright leaves the slot retired outright
*> too, so nothing redirected lands in a slot that takes no new data.
ResolveRetiredSuccessor.
   MOVE RL-Slot(RetiredListIdx) TO RetiredSlotNum
   MOVE ZERO TO RetiredHopCount
   PERFORM UNTIL RS-SuccessorIdx(RetiredSlotNum) = ZERO
              OR NOT SlotIsRetired(RS-SuccessorIdx(RetiredSlotNum))
              OR RetiredHopCount GREATER THAN RosterLoadCount
      MOVE RS-SuccessorIdx(RS-SuccessorIdx(RetiredSlotNum))
           TO RS-SuccessorIdx(RetiredSlotNum)
      ADD 1 TO RetiredHopCount
   END-PERFORM
   IF RS-SuccessorIdx(RetiredSlotNum) NOT = ZERO
      AND SlotIsRetired(RS-SuccessorIdx(RetiredSlotNum))
      MOVE ZERO TO RS-SuccessorIdx(RetiredSlotNum)
   END-IF.

*> Reads runcontrol.txt if one is present. Each line is KEYWORD=value;
*> blank lines and lines starting with * are skipped. Any option not
*> named keeps its default, so a one-line control file is fine.
      MOVE Control-Value(1:1) TO ReprocessAnswer
   ELSE IF Control-Keyword = "RUNLOG-FILE"
      MOVE Control-Value TO RunLogFileName
   ELSE IF Control-Keyword = "RETIRED-FILE"
      MOVE Control-Value TO RetiredFileName
   ELSE IF Control-Keyword = "LEDGER-FILE"
      MOVE Control-Value TO FeedLedgerFileName
   ELSE IF Control-Keyword = "REAPPLY"
      MOVE Control-Value(1:1) TO ReapplyAnswer
   ELSE
      DISPLAY "runcontrol.txt: unknown option " Control-Keyword.

         MOVE "correction character is not on the roster" TO ValidationReason
      END-IF
   END-IF
   IF CorrectionIsValid AND SlotIsRetired(CorrectionCharIdx)
      IF RS-SuccessorIdx(CorrectionCharIdx) = ZERO
         SET CorrectionIsInvalid TO TRUE
         MOVE "correction character is retired" TO ValidationReason
      ELSE
         MOVE RS-SuccessorIdx(CorrectionCharIdx) TO CorrectionCharIdx
         ADD 1 TO RetiredRedirectCount
      END-IF
   END-IF
   IF CorrectionIsValid
      IF (Correction-WinsSign NOT = "+" AND Correction-WinsSign NOT = "-")
         OR (Correction-LossesSign NOT = "+" AND Correction-LossesSign NOT = "-")
*> reached once the feed has balanced.
UpdateSeasonMaster.
   MOVE ZERO TO SeasonPlayersWritten
   PERFORM OpenSeasonJournal
   PERFORM VARYING PlayerIdx FROM 1 BY 1
           UNTIL PlayerIdx GREATER THAN MergedPlayerCount
      PERFORM RewriteSeasonPlayer
   END-PERFORM
   CLOSE SeasonJournalFile
   DISPLAY SeasonPlayersWritten " player(s) rewritten on the season master."
   DISPLAY JournalLineCount " season master change(s) journaled.".

*> The player's record as it stands on file is read first and kept as
*> the journal's before image; only then is the new record built and
*> written over it.
RewriteSeasonPlayer.
   MOVE Consolidated-PlayerName(PlayerIdx) TO Season-PlayerName
   SET SeasonPlayerOnFile TO TRUE
   READ SeasonFile RECORD
     INVALID KEY
        SET SeasonPlayerNotOnFile TO TRUE
   END-READ
   IF SeasonPlayerOnFile
      MOVE SeasonDetails TO SeasonBeforeDetails
   ELSE
      MOVE ZEROS TO SeasonBeforeDetails
      MOVE Consolidated-PlayerName(PlayerIdx) TO SeasonBefore-PlayerName
   END-IF
   PERFORM BuildSeasonImage
   IF SeasonPlayerNotOnFile
      MOVE "I" TO JournalAction
      PERFORM JournalRecordMarker
   END-IF
   PERFORM JournalSeasonChanges
   WRITE SeasonDetails
     INVALID KEY
        REWRITE SeasonDetails
   END-WRITE
   ADD 1 TO SeasonPlayersWritten.

*> The table entry at PlayerIdx laid out as a season master record.
BuildSeasonImage.
   MOVE SPACES TO SeasonDetails
   MOVE Consolidated-PlayerName(PlayerIdx) TO Season-PlayerName
   PERFORM VARYING CharacterNum FROM 1 BY 1
           TO Season-Wins(CharacterNum)
      MOVE Consolidated-Losses(PlayerIdx, CharacterNum)
           TO Season-Losses(CharacterNum)
   END-PERFORM.

*> A reprocess run has no feed header, so its changes are journaled
*> under the suspense file rather than a blank source id.
OpenSeasonJournal.
   MOVE ZERO TO JournalLineCount
   IF ReprocessWanted
      MOVE "SUSPENSE" TO JournalSourceId
   ELSE
      MOVE FeedSourceId TO JournalSourceId
   END-IF
   OPEN EXTEND SeasonJournalFile
   IF SeasonJournalFile-Status = "35"
      OPEN OUTPUT SeasonJournalFile
   END-IF.

*> One journal line per cell that differs between SeasonBeforeDetails
*> and SeasonDetails. A cell that isn't numeric on file journals as
*> zero, the value every reader already treats it as.
JournalSeasonChanges.
   PERFORM VARYING CharacterNum FROM 1 BY 1
           UNTIL CharacterNum GREATER THAN RosterLoadCount
      MOVE SPACES TO SeasonJournalDetails
      MOVE ZERO TO Jrnl-BeforeWins Jrnl-BeforeLosses
      MOVE ZERO TO Jrnl-AfterWins Jrnl-AfterLosses
      IF SeasonBefore-Wins(CharacterNum) IS NUMERIC
         MOVE SeasonBefore-Wins(CharacterNum) TO Jrnl-BeforeWins
      END-IF
      IF SeasonBefore-Losses(CharacterNum) IS NUMERIC
         MOVE SeasonBefore-Losses(CharacterNum) TO Jrnl-BeforeLosses
      END-IF
      IF Season-Wins(CharacterNum) IS NUMERIC
         MOVE Season-Wins(CharacterNum) TO Jrnl-AfterWins
      END-IF
      IF Season-Losses(CharacterNum) IS NUMERIC
         MOVE Season-Losses(CharacterNum) TO Jrnl-AfterLosses
      END-IF
      IF Jrnl-BeforeWins NOT = Jrnl-AfterWins
         OR Jrnl-BeforeLosses NOT = Jrnl-AfterLosses
         MOVE SeasonBefore-PlayerName TO Jrnl-PlayerName
         MOVE "C" TO Jrnl-Action
         MOVE CharacterNum TO Jrnl-CharSlot
         MOVE CharacterName(CharacterNum) TO Jrnl-CharName
         PERFORM WriteJournalLine
      END-IF
   END-PERFORM.

*> The record-level I (inserted) or D (dropped) line, slot 000.
JournalRecordMarker.
   MOVE SPACES TO SeasonJournalDetails
   MOVE SeasonBefore-PlayerName TO Jrnl-PlayerName
   MOVE JournalAction TO Jrnl-Action
   MOVE ZERO TO Jrnl-CharSlot
   MOVE ZERO TO Jrnl-BeforeWins Jrnl-BeforeLosses
   MOVE ZERO TO Jrnl-AfterWins Jrnl-AfterLosses
   PERFORM WriteJournalLine.

WriteJournalLine.
   MOVE "PuffMatchups" TO Jrnl-Program
   MOVE RunDate TO Jrnl-RunDate
   MOVE RunTime TO Jrnl-RunTime
   MOVE JournalSourceId TO Jrnl-SourceId
   WRITE SeasonJournalDetails
   ADD 1 TO JournalLineCount.

*> Daily mode's season-wide accumulation: one sequential pass over the
*> whole keyed master (now carrying the day's updates), feeding the
*> Only reached once the feed has balanced, so a refused run can never
*> poison the season-to-date figures.
WriteSeasonMaster.
   PERFORM JournalFullRebuild
   OPEN OUTPUT SeasonFile
   PERFORM VARYING PlayerIdx FROM 1 BY 1
           UNTIL PlayerIdx GREATER THAN MergedPlayerCount
      PERFORM BuildSeasonImage
      WRITE SeasonDetails
        INVALID KEY CONTINUE
      END-WRITE
   END-PERFORM
   CLOSE SeasonFile
   DISPLAY MergedPlayerCount " player(s) written to the season master."
   DISPLAY JournalLineCount " season master change(s) journaled.".

*> The rebuild is journaled against the master it is about to replace:
*> one pass of the old file diffs every player on it against the
*> table (a player the feed no longer carries is journaled as dropped),
*> then every table player the old file didn't have is an insert. A
*> first-ever full run has no old file, so everything is an insert.
JournalFullRebuild.
   PERFORM OpenSeasonJournal
   MOVE ALL "N" TO SeenOnMasterTable
   OPEN INPUT SeasonFile
   IF SeasonFile-Status = "00"
      READ SeasonFile NEXT RECORD
        AT END SET EndOfSeasonFile TO TRUE
      END-READ
      PERFORM UNTIL EndOfSeasonFile
         PERFORM JournalRebuiltPlayer
         READ SeasonFile NEXT RECORD
           AT END SET EndOfSeasonFile TO TRUE
         END-READ
      END-PERFORM
      CLOSE SeasonFile
   END-IF
   PERFORM VARYING PlayerIdx FROM 1 BY 1
           UNTIL PlayerIdx GREATER THAN MergedPlayerCount
      IF SeenOnMasterFlag(PlayerIdx) = "N"
         MOVE ZEROS TO SeasonBeforeDetails
         MOVE Consolidated-PlayerName(PlayerIdx) TO SeasonBefore-PlayerName
         PERFORM BuildSeasonImage
         MOVE "I" TO JournalAction
         PERFORM JournalRecordMarker
         PERFORM JournalSeasonChanges
      END-IF
   END-PERFORM
   CLOSE SeasonJournalFile.

JournalRebuiltPlayer.
   MOVE SeasonDetails TO SeasonBeforeDetails
   SET ConsolidatedPlayerNotFound TO TRUE
   PERFORM VARYING ConsolidatedSearchIdx FROM 1 BY 1
           UNTIL ConsolidatedSearchIdx GREATER THAN MergedPlayerCount
              OR ConsolidatedPlayerFound
      IF Consolidated-PlayerName(ConsolidatedSearchIdx) = SeasonBefore-PlayerName
         SET ConsolidatedPlayerFound TO TRUE
         MOVE ConsolidatedSearchIdx TO PlayerIdx
      END-IF
   END-PERFORM
   IF ConsolidatedPlayerFound
      MOVE "Y" TO SeenOnMasterFlag(PlayerIdx)
      PERFORM BuildSeasonImage
   ELSE
      MOVE ZEROS TO SeasonDetails
      MOVE SeasonBefore-PlayerName TO Season-PlayerName
      MOVE "D" TO JournalAction
      PERFORM JournalRecordMarker
   END-IF
   PERFORM JournalSeasonChanges.

*> Pre-pass: validate every PlayerFile record, then fold the valid ones
*> into ConsolidatedTable by PlayerName so a repeated player's records
         IF FeedTrailerTag
            PERFORM ProcessFeedTrailer
         ELSE
            PERFORM AddRecordToHashTotal
            PERFORM ProcessPlayerRecord
         END-IF
      END-IF
            IF SparseFormatWanted
               PERFORM FoldSparseRecordIntoConsolidated
            ELSE
               PERFORM NoteRetiredSlotTotals
               PERFORM FoldRecordIntoConsolidated
               PERFORM SettleRetiredSlots
            END-IF
            SET ConsolidatedEntryTouched(ConsolidatedFoundIdx) TO TRUE
            ADD 1 TO GoodRecordCount
   ELSE
      SET FeedHeaderSeen TO TRUE
      MOVE FeedHeader-SourceId TO FeedSourceId
      IF FeedHeader-Date IS NUMERIC
         MOVE FeedHeader-Date TO FeedHeaderDate
      END-IF
      IF FeedHeader-Date NOT NUMERIC
         OR FeedHeader-Date NOT = RunDate
         IF FeedBalanced
         INTO FeedErrorReason
   END-IF.

*> Every digit in the data record, weighted by its column, goes on the
*> feed's hash total. Resumed records are read back through too, so
*> the total always covers the whole feed.
AddRecordToHashTotal.
   PERFORM VARYING FeedHashIdx FROM 1 BY 1
           UNTIL FeedHashIdx GREATER THAN 999
      IF FeedHash-Byte(FeedHashIdx) IS NUMERIC
         MOVE FeedHash-Byte(FeedHashIdx) TO FeedHashDigit
         COMPUTE FeedHashTotal = FeedHashTotal + FeedHashDigit * FeedHashIdx
      END-IF
   END-PERFORM.

*> A daily feed on the ledger already is refused before it posts: the
*> same header date and source id is the same feed, whether or not the
*> contents match. REAPPLY=Y in runcontrol.txt lets it through on
*> purpose, and the ledger line it leaves says so. A missing ledger
*> just means no feed has been recorded yet.
CheckFeedLedger.
   SET FeedNotYetApplied TO TRUE
   OPEN INPUT FeedLedgerFile
   IF FeedLedgerFile-Status = "35"
      SET EndOfFeedLedgerFile TO TRUE
   ELSE
      READ FeedLedgerFile
        AT END SET EndOfFeedLedgerFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfFeedLedgerFile OR FeedAlreadyApplied
      IF Ledger-Program = "PuffMatchups"
         AND Ledger-FeedDate = FeedHeaderDate
         AND Ledger-SourceId = FeedSourceId
         SET FeedAlreadyApplied TO TRUE
         MOVE Ledger-AppliedDate(3:2) TO LedgerAppliedDisplay(1:2)
         MOVE "/" TO LedgerAppliedDisplay(3:1)
         MOVE Ledger-AppliedDate(5:2) TO LedgerAppliedDisplay(4:2)
         MOVE "/" TO LedgerAppliedDisplay(6:1)
         MOVE "20" TO LedgerAppliedDisplay(7:2)
         MOVE Ledger-AppliedDate(1:2) TO LedgerAppliedDisplay(9:2)
         MOVE SPACES TO FeedErrorReason
         IF Ledger-RecordCount = RawRecordsRead
            AND Ledger-HashTotal = FeedHashTotal
            STRING "feed already applied " DELIMITED BY SIZE
                    LedgerAppliedDisplay DELIMITED BY SIZE
                    " -- REAPPLY=Y overrides" DELIMITED BY SIZE
               INTO FeedErrorReason
         ELSE
            STRING "HDR date/source already applied " DELIMITED BY SIZE
                    LedgerAppliedDisplay DELIMITED BY SIZE
                    " -- REAPPLY=Y overrides" DELIMITED BY SIZE
               INTO FeedErrorReason
         END-IF
      ELSE
         READ FeedLedgerFile
           AT END SET EndOfFeedLedgerFile TO TRUE
         END-READ
      END-IF
   END-PERFORM
   IF FeedLedgerFile-Status NOT = "35"
      CLOSE FeedLedgerFile
   END-IF
   IF FeedAlreadyApplied AND ReapplyWanted
      DISPLAY "REAPPLY=Y -- applying again: " FeedErrorReason
      SET FeedNotYetApplied TO TRUE
      SET FeedReapplied TO TRUE
   END-IF
   IF FeedAlreadyApplied
      SET FeedNotBalanced TO TRUE
   END-IF.

*> The feed has posted: its ledger line goes on the end of the ledger.
*> A full rebuild is recorded too, so a daily run of the same feed
*> afterwards is caught.
RecordFeedInLedger.
   OPEN EXTEND FeedLedgerFile
   IF FeedLedgerFile-Status = "35"
      OPEN OUTPUT FeedLedgerFile
   END-IF
   MOVE SPACES TO FeedLedgerDetails
   MOVE "PuffMatchups"  TO Ledger-Program
   MOVE FeedHeaderDate  TO Ledger-FeedDate
   MOVE FeedSourceId    TO Ledger-SourceId
   MOVE RawRecordsRead  TO Ledger-RecordCount
   MOVE FeedHashTotal   TO Ledger-HashTotal
   MOVE RunDate         TO Ledger-AppliedDate
   MOVE RunTime         TO Ledger-AppliedTime
   IF FeedReapplied
      MOVE "Y" TO Ledger-Reapplied
   ELSE
      MOVE "N" TO Ledger-Reapplied
   END-IF
   WRITE FeedLedgerDetails
   CLOSE FeedLedgerFile.

*> Finds the ConsolidatedTable entry for PlayerName, adding a new zeroed
*> entry if this is the first record seen for that player. Sets
*> ConsolidatedFoundIdx either way and flags whether this is a repeat.
         MOVE "CharacterName is not on the roster" TO ValidationReason
      END-IF
   END-IF
   IF RecordIsValid AND SlotIsRetired(SparseCharIdx)
      IF RS-SuccessorIdx(SparseCharIdx) = ZERO
         SET RecordIsInvalid TO TRUE
         MOVE "CharacterName is retired" TO ValidationReason
      ELSE
         MOVE RS-SuccessorIdx(SparseCharIdx) TO SparseCharIdx
         ADD 1 TO RetiredRedirectCount
      END-IF
   END-IF
   IF RecordIsValid
      IF Sparse-Wins NOT NUMERIC OR Sparse-Losses NOT NUMERIC
         SET RecordIsInvalid TO TRUE
      END-IF
   END-IF.

*> Notes each retired slot's totals ahead of a full-layout fold.
NoteRetiredSlotTotals.
   PERFORM VARYING RetiredListIdx FROM 1 BY 1
           UNTIL RetiredListIdx GREATER THAN RetiredSlotCount
      MOVE RL-Slot(RetiredListIdx) TO RetiredSlotNum
      MOVE Consolidated-Wins(ConsolidatedFoundIdx, RetiredSlotNum)
           TO RL-BeforeWins(RetiredListIdx)
      MOVE Consolidated-Losses(ConsolidatedFoundIdx, RetiredSlotNum)
           TO RL-BeforeLosses(RetiredListIdx)
   END-PERFORM.

*> Whatever the fold just added to a retired slot is taken back off
*> it: handed on to the successor slot when there is one, otherwise
*> dropped and logged to exceptions.txt against the player.
SettleRetiredSlots.
   PERFORM VARYING RetiredListIdx FROM 1 BY 1
           UNTIL RetiredListIdx GREATER THAN RetiredSlotCount
      MOVE RL-Slot(RetiredListIdx) TO RetiredSlotNum
      COMPUTE RetiredAddedWins =
         Consolidated-Wins(ConsolidatedFoundIdx, RetiredSlotNum)
         - RL-BeforeWins(RetiredListIdx)
      COMPUTE RetiredAddedLosses =
         Consolidated-Losses(ConsolidatedFoundIdx, RetiredSlotNum)
         - RL-BeforeLosses(RetiredListIdx)
      IF RetiredAddedWins NOT = ZERO OR RetiredAddedLosses NOT = ZERO
         MOVE RL-BeforeWins(RetiredListIdx)
              TO Consolidated-Wins(ConsolidatedFoundIdx, RetiredSlotNum)
         MOVE RL-BeforeLosses(RetiredListIdx)
              TO Consolidated-Losses(ConsolidatedFoundIdx, RetiredSlotNum)
         MOVE RS-SuccessorIdx(RetiredSlotNum) TO RetiredSuccessorNum
         IF RetiredSuccessorNum = ZERO
            ADD 1 TO RetiredDroppedCount
            MOVE SPACES TO ValidationReason
            STRING "retired character " DELIMITED BY SIZE
                    CharacterName(RetiredSlotNum) DELIMITED BY SIZE
                    " dropped" DELIMITED BY SIZE
               INTO ValidationReason
            PERFORM LogExceptionRecord
         ELSE
            ADD RetiredAddedWins
                 TO Consolidated-Wins(ConsolidatedFoundIdx, RetiredSuccessorNum)
            ADD RetiredAddedLosses
                 TO Consolidated-Losses(ConsolidatedFoundIdx, RetiredSuccessorNum)
            ADD 1 TO RetiredRedirectCount
         END-IF
      END-IF
   END-PERFORM.

*> The sparse fold is one ADD pair at the subscript the roster lookup
*> in ValidateSparseRecord just resolved.
FoldSparseRecordIntoConsolidated.
         IF SuspSparseFormat
            PERFORM FoldSparseRecordIntoConsolidated
         ELSE
            PERFORM NoteRetiredSlotTotals
            PERFORM FoldRecordIntoConsolidated
            PERFORM SettleRetiredSlots
         END-IF
         SET ConsolidatedEntryTouched(ConsolidatedFoundIdx) TO TRUE
         ADD 1 TO GoodRecordCount
   CLOSE ExceptionFile
   DISPLAY GoodRecordCount " record(s) accepted, " BadRecordCount " rejected -- see exceptions.txt."
   CLOSE DuplicateFile
   DISPLAY DuplicateRecordCount " duplicate PlayerName record(s) folded -- see duplicates.txt."
   IF RetiredRedirectCount GREATER THAN ZERO
      DISPLAY RetiredRedirectCount " entry(ies) for merged characters redirected to their successors."
   END-IF
   IF RetiredDroppedCount GREATER THAN ZERO
      DISPLAY RetiredDroppedCount " entry(ies) for retired characters dropped -- see exceptions.txt."
   END-IF.

