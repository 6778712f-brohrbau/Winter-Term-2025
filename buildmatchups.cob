       ORGANIZATION IS LINE SEQUENTIAL.
SELECT SetExceptionFile ASSIGN TO "setexceptions.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
SELECT RivalryFile ASSIGN TO "rivalries.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS Rival-Key
       FILE STATUS IS RivalryFile-Status.
SELECT RivalryTextFile ASSIGN TO "rivalries.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RivalryTextFile-Status.
SELECT MonthPairFile ASSIGN TO "matchupmonths.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS Month-Key
       FILE STATUS IS MonthPairFile-Status.
SELECT MonthPairTextFile ASSIGN TO "matchupmonths.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MonthPairTextFile-Status.
SELECT SetSuspenseFile ASSIGN TO "setsuspense.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SetSuspenseFile-Status.
SELECT StageListFile ASSIGN TO "stages.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS StageListFile-Status.
SELECT StagePairFile ASSIGN TO "stageresults.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS StagePairFile-Status.
SELECT EventFile ASSIGN TO "events.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS Event-Id
       FILE STATUS IS EventFile-Status.
SELECT SetHistoryFile ASSIGN TO "sethistory.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SetHistoryFile-Status.
SELECT RetiredFile ASSIGN TO "retired.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RetiredFile-Status.
SELECT ControlFile ASSIGN TO "runcontrol.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ControlFile-Status.
SELECT FeedLedgerFile ASSIGN TO DYNAMIC FeedLedgerFileName
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FeedLedgerFile-Status.
SELECT RunLogFile ASSIGN TO DYNAMIC RunLogFileName
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RunLogFile-Status.

DATA DIVISION.
FILE SECTION.
*> One line per bracket set, straight off the capture sheet: when it
*> was played, who won on what, who lost on what. The set id is the
*> capture sheet's own reference for the set, and is what its game
*> lines point back at. The event id ties the set to its bracket on
*> the event register.
FD ResultFile.
01 ResultDetails.
       88 EndOfResultFile VALUE HIGH-VALUES.
       02 Set-WinnerChar   PIC X(18).
       02 Set-LoserPlayer  PIC X(20).
       02 Set-LoserChar    PIC X(18).
       02 Set-Id           PIC X(8).
       02 Set-EventId      PIC X(8).
*> The games inside a set, one line each, straight after the set line
*> they belong to and tagged GAM so they can't be mistaken for one (a
*> set line always opens with its date). The two characters are the
*> ones the set's winner and the set's loser played in that game --
*> a mid-set switch shows up as a change from one game to the next --
*> and the game winner is whichever of the two players took it.
01 GameDetails.
       02 Game-Tag           PIC X(3).
           88 GameLineTag VALUE "GAM".
       02 Game-SetId         PIC X(8).
       02 Game-Number        PIC 99.
       02 Game-Stage         PIC X(20).
       02 Game-SetWinnerChar PIC X(18).
       02 Game-SetLoserChar  PIC X(18).
       02 Game-WinnerPlayer  PIC X(20).
*> An optional header line ahead of the first set, in the same layout
*> as the records feed's header: the date the sheet was captured and
*> the capture source. It identifies the feed on the feed ledger and
*> is passed over when the sets are folded in.
01 FeedHeaderDetails.
       02 FeedHeader-Tag      PIC X(3).
           88 FeedHeaderTag VALUE "HDR".
       02 FeedHeader-Date     PIC 9(6).
       02 FeedHeader-SourceId PIC X(8).
*> The same bytes one at a time, for the feed's hash total.
01 FeedHashView.
       02 FeedHash-Byte PIC X(01) OCCURS 102 TIMES.

*> Same layout CounterPick reads.
FD MatchupFile.
FD SetExceptionFile.
01 SetExceptionRecord PIC X(120).

*> The player-versus-player companion to matchups.txt: one record per
*> ordered player pair and character pair, so a lookup can answer both
*> "Alice's lifetime record against Bob" and "on which characters".
*> Keyed on the pairs, so each set touches only its own two records.
*> RivalryLookup, ScoutDossier and BracketSeeding read this layout.
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

*> The line sequential rivalries.txt the keyed store replaced, same
*> layout. Read once, when rivalries.dat is first created, to carry
*> its totals forward.
FD RivalryTextFile.
01 RivalryTextRecord PIC X(84).
       88 EndOfRivalryTextFile VALUE HIGH-VALUES.

*> The dated companion to matchups.txt: the same character pair totals
*> broken out by the calendar month the sets were played in, so
*> CounterPick, MatchupMatrix and MetaReport can answer from one
*> balance-patch era or a last-N-months window instead of all-time.
*> The month tag is YYYYMM off each set's Set-Date, and leads the key
*> so a window of months reads as one stretch of the file.
FD MonthPairFile.
01 MonthPairDetails.
       88 EndOfMonthPairFile VALUE HIGH-VALUES.
       02 Month-Key.
           03 Month-Tag         PIC 9(6).
           03 Month-AsName      PIC X(18).
           03 Month-AgainstName PIC X(18).
       02 Month-Wins        PIC 9(4).
       02 Month-Losses      PIC 9(4).

*> The line sequential matchupmonths.txt the keyed store replaced,
*> same layout, carried forward once the same way.
FD MonthPairTextFile.
01 MonthPairTextRecord PIC X(50).
       88 EndOfMonthPairTextFile VALUE HIGH-VALUES.

*> The structured suspense file behind the repair-and-resubmit
*> workflow for set results: the run date that rejected the line, the
*> rejection reason, and the original bytes of the set line or game
*> line, untouched. A rejected set goes to suspense together with its
*> game lines, in capture order, so the group re-grades as a group.
*> Every run re-grades this file before reading setresults.txt, folds
*> in the lines the desk has repaired, and carries the still-bad ones
*> forward -- no separate mode to remember.
FD SetSuspenseFile.
01 SetSuspenseDetails.
       88 EndOfSetSuspenseFile VALUE HIGH-VALUES.
       02 SetSusp-RunDate  PIC 9(6).
       02 SetSusp-Reason   PIC X(50).
       02 SetSusp-SetBytes PIC X(120).

*> The legal stage list, hand-kept: one stage name per line. With no
*> list on file any non-blank stage is accepted.
FD StageListFile.
01 StageListDetails.
       88 EndOfStageListFile VALUE HIGH-VALUES.
       02 StageList-Name PIC X(20).

*> The game-level companion to matchups.txt: character pair totals
*> broken out by stage, one line per ordered pair and stage, counted
*> in games rather than sets. Kept in pair-then-stage order so
*> StageReport can read each pair's stages as one group.
FD StagePairFile.
01 StagePairDetails.
       88 EndOfStagePairFile VALUE HIGH-VALUES.
       02 StagePair-AsName      PIC X(18).
       02 StagePair-AgainstName PIC X(18).
       02 StagePair-Stage       PIC X(20).
       02 StagePair-Wins        PIC 9(4).
       02 StagePair-Losses      PIC 9(4).

*> The tournament event register EventMaint keeps. Only read here, by
*> key, to check each set's event id.
FD EventFile.
01 EventDetails.
       02 Event-Id       PIC X(8).
       02 Event-Name     PIC X(30).
       02 Event-Date     PIC X(10).
       02 Event-Tier     PIC X(10).
       02 Event-Entrants PIC 9(4).

*> Every set folded in, one line each, in the order it was folded and
*> stamped with the run date that folded it. Nothing here is ever
*> rewritten -- it is the per-set record EventRecap reads brackets
*> back out of.
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

*> The retired roster slots RosterMaint keeps. A merged character
*> names its successor and is played on as that character from here
*> on; one retired outright has no successor and sets naming it are
*> refused to suspense.
FD RetiredFile.
01 RetiredDetails.
       88 EndOfRetiredFile VALUE HIGH-VALUES.
       02 Retired-Name      PIC X(18).
       02 Retired-Successor PIC X(18).

FD ControlFile.
01 ControlRecord PIC X(80).
       88 EndOfControlFile VALUE HIGH-VALUES.

*> Same ledger PuffMatchups keeps: one line per feed applied.
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

*> Same run log PuffMatchups appends to. Only a refused set feed is
*> logged here, so FeedQuality shows it against its source.
FD RunLogFile.
01 RunLogRecord PIC X(120).

WORKING-STORAGE SECTION.
01 ResultFile-Status  PIC XX.
01 SetSuspenseFile-Status PIC XX.

01 SetSuspKeepTable.
       02 SetSuspKeptLine OCCURS 500 TIMES PIC X(176).
01 SetSuspKeptCount     PIC 9(3) VALUE ZERO.
01 SetSuspOverflowCount PIC 9(3) VALUE ZERO.
01 SetSuspIdx           PIC 9(3).
01 ResubmittedSetCount  PIC 9(6) VALUE ZERO.
01 RunDate PIC 9(6).
01 RunTime PIC 9(8).
01 RunDate-Display PIC X(10).

*> Working storage for the processed-feed ledger. setresults.txt is
*> scanned before anything is opened for update: its header (if it
*> has one), its line count, and a hash total of every digit in every
*> line weighted by its column. A feed already on the ledger is refused
*> with return code 8 unless runcontrol.txt says REAPPLY=Y. A feed with
*> a header is the same feed when the header date and source match; a
*> feed without one can only be known by its count and hash total.
01 ControlFile-Status PIC XX.
01 Control-Keyword PIC X(20).
01 Control-Value   PIC X(60).
01 FeedLedgerFileName PIC X(60) VALUE "feedledger.txt".
01 FeedLedgerFile-Status PIC XX.
01 RunLogFileName PIC X(60) VALUE "runlog.txt".
01 RunLogFile-Status PIC XX.
01 ReapplyAnswer PIC X(01) VALUE "N".
       88 ReapplyWanted VALUE "Y" "y".
01 FeedHeaderDate   PIC 9(6) VALUE ZERO.
01 FeedSourceId     PIC X(8) VALUE SPACES.
01 FeedRecordCount  PIC 9(6) VALUE ZERO.
01 FeedHashTotal    PIC 9(15) VALUE ZERO.
01 FeedHashIdx      PIC 9(3).
01 FeedHashDigit    PIC 9.
01 FeedHeaderSwitch PIC X(01) VALUE "N".
       88 FeedHeaderSeen   VALUE "Y".
       88 FeedHeaderAbsent VALUE "N".
01 FeedRepeatSwitch PIC X(01) VALUE "N".
       88 FeedAlreadyApplied VALUE "Y".
       88 FeedNotYetApplied  VALUE "N".
01 FeedReappliedSwitch PIC X(01) VALUE "N".
       88 FeedReapplied    VALUE "Y".
       88 FeedNotReapplied VALUE "N".
01 FeedErrorReason PIC X(70).
01 LedgerAppliedDisplay PIC X(10).
01 ReturnCode-Repeat PIC 99 VALUE 8.

01 RosterTable.
       02 RosterEntry OCCURS 120 TIMES.
       88 RosterNameNotFound VALUE "N".
01 LookupName PIC X(18).

01 RetiredFile-Status PIC XX.
01 RetiredTable.
       02 RetiredEntry OCCURS 120 TIMES.
           03 RT-Name      PIC X(18).
           03 RT-Successor PIC X(18).
01 RetiredCount   PIC 9(3) VALUE ZERO.
01 RetiredIdx     PIC 9(3).
01 RetiredFoundSwitch PIC X(01).
       88 RetiredNameFound    VALUE "Y".
       88 RetiredNameNotFound VALUE "N".
01 RetiredSuccessor PIC X(18).
01 RetiredResolveIdx PIC 9(3).
01 RetiredHopCount   PIC 9(3).
01 RedirectedCharCount PIC 9(6) VALUE ZERO.

*> Every ordered character pair on file or seen this run. 14280 slots
*> covers the full 120 x 119 pair space, so the table cannot fill before
*> the matchup data does.
01 DroppedPairCount PIC 9(5) VALUE ZERO.
01 MalformedMatchupCount PIC 9(4) VALUE ZERO.

*> The ordered player/character rivalry record a fold is aimed at.
*> The keyed read either finds it or starts it at zero, and the fold
*> then rewrites or writes it -- no table, so no ceiling on pairs.
01 RivalryFile-Status     PIC XX.
01 RivalryTextFile-Status PIC XX.
01 RivalFoundSwitch PIC X(01).
       88 RivalFound    VALUE "Y".
       88 RivalNotFound VALUE "N".
01 Rival-SeekVsPlayer PIC X(20).
01 Rival-SeekAsChar   PIC X(18).
01 Rival-SeekVsChar   PIC X(18).
01 Rival-AddWins      PIC 9(4).
01 Rival-AddLosses    PIC 9(4).
01 MalformedRivalCount PIC 9(4) VALUE ZERO.
01 CarriedRivalCount   PIC 9(6) VALUE ZERO.

*> The same for the month/pair record, with the month tag joined to
*> the key.
01 MonthPairFile-Status     PIC XX.
01 MonthPairTextFile-Status PIC XX.
01 MonthFoundSwitch PIC X(01).
       88 MonthFound    VALUE "Y".
       88 MonthNotFound VALUE "N".
01 Month-SeekTag     PIC 9(6).
01 Month-SeekAs      PIC X(18).
01 Month-SeekAgainst PIC X(18).
01 Month-AddWins     PIC 9(4).
01 Month-AddLosses   PIC 9(4).
01 MalformedMonthCount PIC 9(5) VALUE ZERO.
01 CarriedMonthCount   PIC 9(6) VALUE ZERO.

*> The set's MM/DD/YYYY date pulled apart for the month tag.
01 SetDateParts.
01 CappedPairCount PIC 9(5) VALUE ZERO.
01 WriteIdx PIC 9(5).

*> The set being graded together with the game lines behind it. A set
*> line is held until the next set line (or the end of the file) shows
*> its games are all in, then the whole group is settled at once --
*> folded if the set and its games agree, suspended together if not.
*> The run date travels with the group so a suspended group keeps the
*> date it was first rejected on.
01 CaptureLine    PIC X(120).
01 CaptureRunDate PIC 9(6).
01 PassSwitch PIC X(01).
       88 SuspensePass VALUE "S".
       88 FeedPass     VALUE "F".
01 PendingSetSwitch PIC X(01) VALUE "N".
       88 PendingSetHeld VALUE "Y".
       88 NoPendingSet   VALUE "N".
01 PendingSetLine PIC X(120).
01 PendingRunDate PIC 9(6).
01 PendingGameTable.
       02 PendingGame OCCURS 20 TIMES.
           03 PG-Tag           PIC X(3).
           03 PG-SetId         PIC X(8).
           03 PG-Number        PIC 99.
           03 PG-Stage         PIC X(20).
           03 PG-SetWinnerChar PIC X(18).
           03 PG-SetLoserChar  PIC X(18).
           03 PG-WinnerPlayer  PIC X(20).
01 PendingGameCount PIC 99 VALUE ZERO.
01 GameIdx          PIC 99.
01 MaxGamesPerSet   PIC 99 VALUE 9.
01 StrayGameCount   PIC 9(4) VALUE ZERO.

*> What the games add up to, checked against the set line: the set
*> winner must take more games than the set loser, including the last
*> one, and each side's set-line character must appear in its games.
01 SetWinnerGameWins PIC 99.
01 SetLoserGameWins  PIC 99.
01 WinnerCharSeenSwitch PIC X(01).
       88 WinnerCharSeen    VALUE "Y".
       88 WinnerCharNotSeen VALUE "N".
01 LoserCharSeenSwitch PIC X(01).
       88 LoserCharSeen    VALUE "Y".
       88 LoserCharNotSeen VALUE "N".
01 GameReasonText PIC X(40).

01 StageListFile-Status PIC XX.
01 StageListTable.
       02 StageListEntry OCCURS 100 TIMES.
           03 SL-Name PIC X(20).
01 StageListCount PIC 9(3) VALUE ZERO.
01 StageListIdx   PIC 9(3).
01 StageFoundSwitch PIC X(01).
       88 StageFound    VALUE "Y".
       88 StageNotFound VALUE "N".

*> Every pair/stage combination on file or seen this run. Unlike the
*> other find-or-add tables this one is held in key order, so the
*> rewrite leaves stageresults.txt grouped by pair.
01 StagePairFile-Status PIC XX.
01 StagePairTable.
       02 StagePairEntry OCCURS 20000 TIMES.
           03 SP-Key.
               04 SP-AsName      PIC X(18).
               04 SP-AgainstName PIC X(18).
               04 SP-Stage       PIC X(20).
           03 SP-Wins   PIC 9(4).
           03 SP-Losses PIC 9(4).
01 StagePairCount     PIC 9(5) VALUE ZERO.
01 StagePairSearchIdx PIC 9(5).
01 StagePairShiftIdx  PIC 9(5).
01 StagePairFoundIdx  PIC 9(5).
01 StagePair-SeekKey.
       02 StagePair-SeekAs      PIC X(18).
       02 StagePair-SeekAgainst PIC X(18).
       02 StagePair-SeekStage   PIC X(20).
01 StageSpotSwitch PIC X(01).
       88 StageSpotFound    VALUE "Y".
       88 StageSpotNotFound VALUE "N".
01 StagePairTableFullSwitch PIC X(01).
       88 StagePairTableFull    VALUE "Y".
       88 StagePairTableNotFull VALUE "N".
01 DroppedStagePairCount   PIC 9(5) VALUE ZERO.
01 MalformedStagePairCount PIC 9(5) VALUE ZERO.
01 Game-WinningChar PIC X(18).
01 Game-LosingChar  PIC X(18).

01 EventFile-Status      PIC XX.
01 SetHistoryFile-Status PIC XX.
01 EventRegisterSwitch PIC X(01).
       88 EventRegisterOnFile  VALUE "Y".
       88 EventRegisterMissing VALUE "N".

PROCEDURE DIVISION.
Begin.
   PERFORM InitializeProgram
   PERFORM ReadRunControl
   PERFORM ScanSetFeed
   PERFORM CheckFeedLedger
   PERFORM OpenRunFiles
   PERFORM LoadRoster
   PERFORM LoadRetiredList
   PERFORM LoadExistingMatchups
   PERFORM OpenRivalryStore
   PERFORM OpenMonthPairStore
   PERFORM LoadStageList
   PERFORM LoadExistingStagePairs
   PERFORM ReprocessSetSuspense
   PERFORM ProcessSetResults
   PERFORM RewriteMatchups
   CLOSE RivalryFile
   CLOSE MonthPairFile
   PERFORM RewriteStagePairs
   PERFORM RewriteSetSuspense
   DISPLAY GoodSetCount " set(s) folded in, " BadSetCount " rejected -- see setexceptions.txt."
   IF CappedPairCount GREATER THAN ZERO
   IF MalformedMatchupCount GREATER THAN ZERO
      DISPLAY MalformedMatchupCount " malformed matchups.txt line(s) not carried forward -- see setexceptions.txt."
   END-IF
   IF CarriedRivalCount GREATER THAN ZERO
      DISPLAY CarriedRivalCount " rivalries.txt line(s) carried into rivalries.dat -- the text file is no longer read."
   END-IF
   IF MalformedRivalCount GREATER THAN ZERO
      DISPLAY MalformedRivalCount " malformed rivalries.txt line(s) not carried forward -- see setexceptions.txt."
   END-IF
   IF CarriedMonthCount GREATER THAN ZERO
      DISPLAY CarriedMonthCount " matchupmonths.txt line(s) carried into matchupmonths.dat -- the text file is no longer read."
   END-IF
   IF MalformedMonthCount GREATER THAN ZERO
      DISPLAY MalformedMonthCount " malformed matchupmonths.txt line(s) not carried forward -- see setexceptions.txt."
   END-IF
   IF RedirectedCharCount GREATER THAN ZERO
      DISPLAY RedirectedCharCount " character name(s) on merged characters redirected to their successors."
   END-IF
   IF StrayGameCount GREATER THAN ZERO
      DISPLAY StrayGameCount " game line(s) with no set line ahead of them -- see setexceptions.txt."
   END-IF
   IF DroppedStagePairCount GREATER THAN ZERO
      DISPLAY DroppedStagePairCount " stage line(s) dropped -- the stage table is full."
   END-IF
   IF MalformedStagePairCount GREATER THAN ZERO
      DISPLAY MalformedStagePairCount " malformed stageresults.txt line(s) not carried forward -- see setexceptions.txt."
   END-IF
   IF FeedRecordCount GREATER THAN ZERO
      PERFORM RecordFeedInLedger
   END-IF
   STOP RUN.

InitializeProgram.
   MOVE SPACES TO PairTable
   MOVE SPACES TO StagePairTable
   MOVE SPACES TO StageListTable
   ACCEPT RunDate FROM DATE
   ACCEPT RunTime FROM TIME
   MOVE RunDate(3:2) TO RunDate-Display(1:2)
   MOVE "/" TO RunDate-Display(3:1)
   MOVE RunDate(5:2) TO RunDate-Display(4:2)
   MOVE "/" TO RunDate-Display(6:1)
   MOVE "20" TO RunDate-Display(7:2)
   MOVE RunDate(1:2) TO RunDate-Display(9:2).

*> Picks up the ledger and run log names PuffMatchups' runcontrol.txt
*> repoints, and REAPPLY=Y. Its other options mean nothing here and
*> are passed over without comment.
ReadRunControl.
   OPEN INPUT ControlFile
   IF ControlFile-Status NOT = "35"
      READ ControlFile
        AT END SET EndOfControlFile TO TRUE
      END-READ
      PERFORM UNTIL EndOfControlFile
         IF ControlRecord NOT = SPACES
            AND ControlRecord(1:1) NOT = "*"
            PERFORM ApplyControlOption
         END-IF
         READ ControlFile
           AT END SET EndOfControlFile TO TRUE
         END-READ
      END-PERFORM
      CLOSE ControlFile
   END-IF.

ApplyControlOption.
   MOVE SPACES TO Control-Keyword Control-Value
   UNSTRING ControlRecord DELIMITED BY "="
      INTO Control-Keyword Control-Value
   END-UNSTRING
   IF Control-Keyword = "LEDGER-FILE"
      MOVE Control-Value TO FeedLedgerFileName
   ELSE IF Control-Keyword = "RUNLOG-FILE"
      MOVE Control-Value TO RunLogFileName
   ELSE IF Control-Keyword = "REAPPLY"
      MOVE Control-Value(1:1) TO ReapplyAnswer.

*> One read of setresults.txt ahead of the real pass, to identify the
*> feed for the ledger: a header on the first line is kept, and every
*> line after it -- sets and games alike -- is counted and hashed.
ScanSetFeed.
   OPEN INPUT ResultFile
   IF ResultFile-Status = "35"
      SET EndOfResultFile TO TRUE
   ELSE
      READ ResultFile
        AT END SET EndOfResultFile TO TRUE
      END-READ
      IF NOT EndOfResultFile AND FeedHeaderTag
         SET FeedHeaderSeen TO TRUE
         MOVE FeedHeader-SourceId TO FeedSourceId
         IF FeedHeader-Date IS NUMERIC
            MOVE FeedHeader-Date TO FeedHeaderDate
         END-IF
         READ ResultFile
           AT END SET EndOfResultFile TO TRUE
         END-READ
      END-IF
   END-IF
   PERFORM UNTIL EndOfResultFile
      ADD 1 TO FeedRecordCount
      PERFORM AddRecordToHashTotal
      READ ResultFile
        AT END SET EndOfResultFile TO TRUE
      END-READ
   END-PERFORM
   IF ResultFile-Status NOT = "35"
      CLOSE ResultFile
   END-IF.

AddRecordToHashTotal.
   PERFORM VARYING FeedHashIdx FROM 1 BY 1
           UNTIL FeedHashIdx GREATER THAN 102
      IF FeedHash-Byte(FeedHashIdx) IS NUMERIC
         MOVE FeedHash-Byte(FeedHashIdx) TO FeedHashDigit
         COMPUTE FeedHashTotal = FeedHashTotal + FeedHashDigit * FeedHashIdx
      END-IF
   END-PERFORM.

*> A set feed already on the ledger is refused before a single file is
*> opened for update, so a refused run leaves last night's exceptions
*> and every store exactly as they were. REAPPLY=Y lets it through on
*> purpose, and the ledger line it leaves says so.
CheckFeedLedger.
   SET FeedNotYetApplied TO TRUE
   IF FeedRecordCount GREATER THAN ZERO
      PERFORM SearchFeedLedger
   END-IF
   IF FeedAlreadyApplied
      IF ReapplyWanted
         DISPLAY "REAPPLY=Y -- applying again: " FeedErrorReason
         SET FeedNotYetApplied TO TRUE
         SET FeedReapplied TO TRUE
      ELSE
         DISPLAY "Run refused -- " FeedErrorReason
         PERFORM WriteRefusalRunLog
         MOVE ReturnCode-Repeat TO RETURN-CODE
         STOP RUN
      END-IF
   END-IF.

*> A missing ledger just means no feed has been recorded yet.
SearchFeedLedger.
   OPEN INPUT FeedLedgerFile
   IF FeedLedgerFile-Status = "35"
      SET EndOfFeedLedgerFile TO TRUE
   ELSE
      READ FeedLedgerFile
        AT END SET EndOfFeedLedgerFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfFeedLedgerFile OR FeedAlreadyApplied
      IF Ledger-Program = "MatchupBuilder"
         PERFORM MatchLedgerEntry
      END-IF
      IF FeedNotYetApplied
         READ FeedLedgerFile
           AT END SET EndOfFeedLedgerFile TO TRUE
         END-READ
      END-IF
   END-PERFORM
   IF FeedLedgerFile-Status NOT = "35"
      CLOSE FeedLedgerFile
   END-IF.

*> With a header, the same date and source is the same feed whether or
*> not the contents match; without one, only the count and hash total
*> can say so.
MatchLedgerEntry.
   MOVE SPACES TO FeedErrorReason
   IF FeedHeaderSeen
      IF Ledger-FeedDate = FeedHeaderDate
         AND Ledger-SourceId = FeedSourceId
         SET FeedAlreadyApplied TO TRUE
      END-IF
   ELSE
      IF Ledger-RecordCount = FeedRecordCount
         AND Ledger-HashTotal = FeedHashTotal
         SET FeedAlreadyApplied TO TRUE
      END-IF
   END-IF
   IF FeedAlreadyApplied
      MOVE Ledger-AppliedDate(3:2) TO LedgerAppliedDisplay(1:2)
      MOVE "/" TO LedgerAppliedDisplay(3:1)
      MOVE Ledger-AppliedDate(5:2) TO LedgerAppliedDisplay(4:2)
      MOVE "/" TO LedgerAppliedDisplay(6:1)
      MOVE "20" TO LedgerAppliedDisplay(7:2)
      MOVE Ledger-AppliedDate(1:2) TO LedgerAppliedDisplay(9:2)
      IF Ledger-RecordCount = FeedRecordCount
         AND Ledger-HashTotal = FeedHashTotal
         STRING "set feed already applied " DELIMITED BY SIZE
                 LedgerAppliedDisplay DELIMITED BY SIZE
                 " -- REAPPLY=Y overrides" DELIMITED BY SIZE
            INTO FeedErrorReason
      ELSE
         STRING "HDR date/source already applied " DELIMITED BY SIZE
                 LedgerAppliedDisplay DELIMITED BY SIZE
                 " -- REAPPLY=Y overrides" DELIMITED BY SIZE
            INTO FeedErrorReason
      END-IF
   END-IF.

*> The refused run's line on the run log: nothing was read for posting,
*> so every count is zero.
WriteRefusalRunLog.
   OPEN EXTEND RunLogFile
   IF RunLogFile-Status = "35"
      OPEN OUTPUT RunLogFile
   END-IF
   MOVE SPACES TO RunLogRecord
   STRING RunDate-Display DELIMITED BY SIZE
           ",SETS  ," DELIMITED BY SIZE
           FeedSourceId DELIMITED BY SIZE
           ",000000,000000,0000,000,0000," DELIMITED BY SIZE
           ReturnCode-Repeat DELIMITED BY SIZE
      INTO RunLogRecord
   WRITE RunLogRecord
   CLOSE RunLogFile.

*> The feed has been folded in: its ledger line goes on the end of
*> the ledger.
RecordFeedInLedger.
   OPEN EXTEND FeedLedgerFile
   IF FeedLedgerFile-Status = "35"
      OPEN OUTPUT FeedLedgerFile
   END-IF
   MOVE SPACES TO FeedLedgerDetails
   MOVE "MatchupBuilder" TO Ledger-Program
   MOVE FeedHeaderDate   TO Ledger-FeedDate
   MOVE FeedSourceId     TO Ledger-SourceId
   MOVE FeedRecordCount  TO Ledger-RecordCount
   MOVE FeedHashTotal    TO Ledger-HashTotal
   MOVE RunDate          TO Ledger-AppliedDate
   MOVE RunTime          TO Ledger-AppliedTime
   IF FeedReapplied
      MOVE "Y" TO Ledger-Reapplied
   ELSE
      MOVE "N" TO Ledger-Reapplied
   END-IF
   WRITE FeedLedgerDetails
   CLOSE FeedLedgerFile.

OpenRunFiles.
   OPEN OUTPUT SetExceptionFile
   PERFORM OpenEventRegister
   OPEN EXTEND SetHistoryFile
   IF SetHistoryFile-Status = "35"
      OPEN OUTPUT SetHistoryFile
   END-IF.

*> With no register on file every set fails its event check and waits
*> on suspense until EventMaint has the event in -- nothing is folded
*> under an event nobody can name.
OpenEventRegister.
   SET EventRegisterOnFile TO TRUE
   OPEN INPUT EventFile
   IF EventFile-Status NOT = "00"
      SET EventRegisterMissing TO TRUE
      DISPLAY "No event register on file (events.dat) -- every set will wait on suspense for its event."
   END-IF.

LoadRoster.
   MOVE SPACES TO RosterTable
   END-PERFORM
   CLOSE RosterFile.

LoadRetiredList.
   MOVE SPACES TO RetiredTable
   OPEN INPUT RetiredFile
   IF RetiredFile-Status = "35"
      SET EndOfRetiredFile TO TRUE
   ELSE
      READ RetiredFile
        AT END SET EndOfRetiredFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfRetiredFile
      IF Retired-Name NOT = SPACES AND RetiredCount LESS THAN 120
         ADD 1 TO RetiredCount
         MOVE Retired-Name      TO RT-Name(RetiredCount)
         MOVE Retired-Successor TO RT-Successor(RetiredCount)
      END-IF
      READ RetiredFile
        AT END SET EndOfRetiredFile TO TRUE
      END-READ
   END-PERFORM
   IF RetiredFile-Status NOT = "35"
      CLOSE RetiredFile
   END-IF
   PERFORM VARYING RetiredResolveIdx FROM 1 BY 1
           UNTIL RetiredResolveIdx GREATER THAN RetiredCount
      PERFORM ResolveRetiredSuccessor
   END-PERFORM.

*> Carries each successor through to the end of its chain, the same as
*> PuffMatchups does: a successor that was itself merged away passes on
*> to its own successor, and a chain ending on a character retired
*> outright leaves the entry retired outright too.
ResolveRetiredSuccessor.
   MOVE ZERO TO RetiredHopCount
   MOVE RT-Successor(RetiredResolveIdx) TO LookupName
   PERFORM FindRetiredName
   PERFORM UNTIL LookupName = SPACES
              OR RetiredNameNotFound
              OR RetiredSuccessor = SPACES
              OR RetiredHopCount NOT LESS THAN RetiredCount
      MOVE RetiredSuccessor TO LookupName
      ADD 1 TO RetiredHopCount
      PERFORM FindRetiredName
   END-PERFORM
   IF LookupName NOT = SPACES
      IF RetiredNameFound
         MOVE SPACES TO RT-Successor(RetiredResolveIdx)
      ELSE
         MOVE LookupName TO RT-Successor(RetiredResolveIdx)
      END-IF
   END-IF.

*> Looks LookupName up on the retired list, leaving its successor
*> (blank for a slot retired outright) in RetiredSuccessor.
FindRetiredName.
   SET RetiredNameNotFound TO TRUE
   MOVE SPACES TO RetiredSuccessor
   PERFORM VARYING RetiredIdx FROM 1 BY 1
           UNTIL RetiredIdx GREATER THAN RetiredCount
      IF RT-Name(RetiredIdx) = LookupName
         SET RetiredNameFound TO TRUE
         MOVE RT-Successor(RetiredIdx) TO RetiredSuccessor
      END-IF
   END-PERFORM.

*> Swaps LookupName for its successor if it names a merged character.
RedirectRetiredName.
   PERFORM FindRetiredName
   IF RetiredNameFound AND RetiredSuccessor NOT = SPACES
      MOVE RetiredSuccessor TO LookupName
      ADD 1 TO RedirectedCharCount
   END-IF.

*> A set and its games naming a merged character are graded and
*> folded as its successor, the name every matchup file now carries.
RedirectPendingChars.
   MOVE Set-WinnerChar TO LookupName
   PERFORM RedirectRetiredName
   MOVE LookupName TO Set-WinnerChar
   MOVE Set-LoserChar TO LookupName
   PERFORM RedirectRetiredName
   MOVE LookupName TO Set-LoserChar
   PERFORM VARYING GameIdx FROM 1 BY 1
           UNTIL GameIdx GREATER THAN PendingGameCount
      MOVE PG-SetWinnerChar(GameIdx) TO LookupName
      PERFORM RedirectRetiredName
      MOVE LookupName TO PG-SetWinnerChar(GameIdx)
      MOVE PG-SetLoserChar(GameIdx) TO LookupName
      PERFORM RedirectRetiredName
      MOVE LookupName TO PG-SetLoserChar(GameIdx)
   END-PERFORM.

FindRosterName.
   SET RosterNameNotFound TO TRUE
   PERFORM VARYING RosterIdx FROM 1 BY 1
      END-IF
   END-IF.

*> Opens the keyed rivalry store for this run's folds. The first run
*> on the keyed store creates it and carries the old rivalries.txt
*> totals in, so no head-to-head history is lost in the change-over.
OpenRivalryStore.
   OPEN I-O RivalryFile
   IF RivalryFile-Status = "35"
      OPEN OUTPUT RivalryFile
      CLOSE RivalryFile
      OPEN I-O RivalryFile
      IF RivalryFile-Status = "00"
         PERFORM CarryForwardRivalryText
      END-IF
   END-IF
   IF RivalryFile-Status NOT = "00"
      DISPLAY "Rivalry store open failed, status " RivalryFile-Status " -- no sets folded."
      STOP RUN
   END-IF.

*> Every numeric rivalries.txt line lands on its keyed record, summed
*> where the hand-kept file carried the same pairs twice.
CarryForwardRivalryText.
   OPEN INPUT RivalryTextFile
   IF RivalryTextFile-Status = "35"
      SET EndOfRivalryTextFile TO TRUE
   ELSE
      READ RivalryTextFile
        AT END SET EndOfRivalryTextFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfRivalryTextFile
      MOVE RivalryTextRecord TO RivalryDetails
      IF Rival-Wins IS NUMERIC AND Rival-Losses IS NUMERIC
         MOVE Rival-AsPlayer TO Rival-SeekAsPlayer
         MOVE Rival-VsPlayer TO Rival-SeekVsPlayer
         MOVE Rival-AsChar   TO Rival-SeekAsChar
         MOVE Rival-VsChar   TO Rival-SeekVsChar
         MOVE Rival-Wins     TO Rival-AddWins
         MOVE Rival-Losses   TO Rival-AddLosses
         PERFORM PostToRivalry
         ADD 1 TO CarriedRivalCount
      ELSE
         ADD 1 TO MalformedRivalCount
         PERFORM LogMalformedRivalry
      END-IF
      READ RivalryTextFile
        AT END SET EndOfRivalryTextFile TO TRUE
      END-READ
   END-PERFORM
   IF RivalryTextFile-Status NOT = "35"
      CLOSE RivalryTextFile
   END-IF.

*> Adds Rival-AddWins/Rival-AddLosses to the record for the staged
*> pairs: rewritten when the pairs are already on file, written fresh
*> when this is their first set.
PostToRivalry.
   MOVE Rival-SeekAsPlayer TO Rival-AsPlayer
   MOVE Rival-SeekVsPlayer TO Rival-VsPlayer
   MOVE Rival-SeekAsChar   TO Rival-AsChar
   MOVE Rival-SeekVsChar   TO Rival-VsChar
   SET RivalFound TO TRUE
   READ RivalryFile RECORD
     INVALID KEY SET RivalNotFound TO TRUE
   END-READ
   IF RivalNotFound
      MOVE SPACES TO RivalryDetails
      MOVE Rival-SeekAsPlayer TO Rival-AsPlayer
      MOVE Rival-SeekVsPlayer TO Rival-VsPlayer
      MOVE Rival-SeekAsChar   TO Rival-AsChar
      MOVE Rival-SeekVsChar   TO Rival-VsChar
      MOVE ZERO TO Rival-Wins
      MOVE ZERO TO Rival-Losses
   END-IF
   ADD Rival-AddWins   TO Rival-Wins
   ADD Rival-AddLosses TO Rival-Losses
   IF RivalFound
      REWRITE RivalryDetails
        INVALID KEY DISPLAY "Rivalry rewrite failed, status " RivalryFile-Status
      END-REWRITE
   ELSE
      WRITE RivalryDetails
        INVALID KEY DISPLAY "Rivalry write failed, status " RivalryFile-Status
      END-WRITE
   END-IF.

*> Opens the keyed month pair store the same way, carrying the old
*> matchupmonths.txt totals in on the first run.
OpenMonthPairStore.
   OPEN I-O MonthPairFile
   IF MonthPairFile-Status = "35"
      OPEN OUTPUT MonthPairFile
      CLOSE MonthPairFile
      OPEN I-O MonthPairFile
      IF MonthPairFile-Status = "00"
         PERFORM CarryForwardMonthPairText
      END-IF
   END-IF
   IF MonthPairFile-Status NOT = "00"
      DISPLAY "Month pair store open failed, status " MonthPairFile-Status " -- no sets folded."
      STOP RUN
   END-IF.

CarryForwardMonthPairText.
   OPEN INPUT MonthPairTextFile
   IF MonthPairTextFile-Status = "35"
      SET EndOfMonthPairTextFile TO TRUE
   ELSE
      READ MonthPairTextFile
        AT END SET EndOfMonthPairTextFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfMonthPairTextFile
      MOVE MonthPairTextRecord TO MonthPairDetails
      IF Month-Tag IS NUMERIC
         AND Month-Wins IS NUMERIC AND Month-Losses IS NUMERIC
         MOVE Month-Tag         TO Month-SeekTag
         MOVE Month-AsName      TO Month-SeekAs
         MOVE Month-AgainstName TO Month-SeekAgainst
         MOVE Month-Wins        TO Month-AddWins
         MOVE Month-Losses      TO Month-AddLosses
         PERFORM PostToMonthPair
         ADD 1 TO CarriedMonthCount
      ELSE
         ADD 1 TO MalformedMonthCount
         PERFORM LogMalformedMonthPair
      END-IF
      READ MonthPairTextFile
        AT END SET EndOfMonthPairTextFile TO TRUE
      END-READ
   END-PERFORM
   IF MonthPairTextFile-Status NOT = "35"
      CLOSE MonthPairTextFile
   END-IF.

*> Adds Month-AddWins/Month-AddLosses to the record for the staged
*> month and pair, the same read-then-rewrite-or-write as
*> PostToRivalry.
PostToMonthPair.
   MOVE Month-SeekTag     TO Month-Tag
   MOVE Month-SeekAs      TO Month-AsName
   MOVE Month-SeekAgainst TO Month-AgainstName
   SET MonthFound TO TRUE
   READ MonthPairFile RECORD
     INVALID KEY SET MonthNotFound TO TRUE
   END-READ
   IF MonthNotFound
      MOVE SPACES TO MonthPairDetails
      MOVE Month-SeekTag     TO Month-Tag
      MOVE Month-SeekAs      TO Month-AsName
      MOVE Month-SeekAgainst TO Month-AgainstName
      MOVE ZERO TO Month-Wins
      MOVE ZERO TO Month-Losses
   END-IF
   ADD Month-AddWins   TO Month-Wins
   ADD Month-AddLosses TO Month-Losses
   IF MonthFound
      REWRITE MonthPairDetails
        INVALID KEY DISPLAY "Month pair rewrite failed, status " MonthPairFile-Status
      END-REWRITE
   ELSE
      WRITE MonthPairDetails
        INVALID KEY DISPLAY "Month pair write failed, status " MonthPairFile-Status
      END-WRITE
   END-IF.

LoadStageList.
   OPEN INPUT StageListFile
   IF StageListFile-Status = "35"
      SET EndOfStageListFile TO TRUE
   ELSE
      READ StageListFile
        AT END SET EndOfStageListFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfStageListFile
      IF StageList-Name NOT = SPACES AND StageListCount LESS THAN 100
         ADD 1 TO StageListCount
         MOVE StageList-Name TO SL-Name(StageListCount)
      END-IF
      READ StageListFile
        AT END SET EndOfStageListFile TO TRUE
      END-READ
   END-PERFORM
   IF StageListFile-Status NOT = "35"
      CLOSE StageListFile
   END-IF.

*> Pull the current stageresults.txt into StagePairTable so this run's
*> games fold into the existing per-stage totals. A missing file just
*> means no game lines have been captured yet.
LoadExistingStagePairs.
   OPEN INPUT StagePairFile
   IF StagePairFile-Status = "35"
      SET EndOfStagePairFile TO TRUE
   ELSE
      READ StagePairFile
        AT END SET EndOfStagePairFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfStagePairFile
      IF StagePair-Wins IS NUMERIC AND StagePair-Losses IS NUMERIC
         MOVE StagePair-AsName      TO StagePair-SeekAs
         MOVE StagePair-AgainstName TO StagePair-SeekAgainst
         MOVE StagePair-Stage       TO StagePair-SeekStage
         PERFORM FindOrAddStagePair
         IF StagePairTableNotFull
            ADD StagePair-Wins   TO SP-Wins(StagePairFoundIdx)
            ADD StagePair-Losses TO SP-Losses(StagePairFoundIdx)
         END-IF
      ELSE
         ADD 1 TO MalformedStagePairCount
         PERFORM LogMalformedStagePair
      END-IF
      READ StagePairFile
        AT END SET EndOfStagePairFile TO TRUE
      END-READ
   END-PERFORM
   IF StagePairFile-Status NOT = "35"
      CLOSE StagePairFile
   END-IF.

*> Find-or-add that keeps the table in key order: the scan stops at
*> the first entry not below the sought key, which is either the
*> entry itself or the spot a new one slides in at.
FindOrAddStagePair.
   SET StagePairTableNotFull TO TRUE
   MOVE 1 TO StagePairSearchIdx
   SET StageSpotNotFound TO TRUE
   PERFORM UNTIL StageSpotFound
      IF StagePairSearchIdx GREATER THAN StagePairCount
         SET StageSpotFound TO TRUE
      ELSE
         IF SP-Key(StagePairSearchIdx) NOT LESS THAN StagePair-SeekKey
            SET StageSpotFound TO TRUE
         ELSE
            ADD 1 TO StagePairSearchIdx
         END-IF
      END-IF
   END-PERFORM
   IF StagePairSearchIdx NOT GREATER THAN StagePairCount
      AND SP-Key(StagePairSearchIdx) = StagePair-SeekKey
      MOVE StagePairSearchIdx TO StagePairFoundIdx
   ELSE
      IF StagePairCount GREATER THAN OR EQUAL TO 20000
         SET StagePairTableFull TO TRUE
         ADD 1 TO DroppedStagePairCount
      ELSE
         PERFORM VARYING StagePairShiftIdx FROM StagePairCount BY -1
                 UNTIL StagePairShiftIdx LESS THAN StagePairSearchIdx
            MOVE StagePairEntry(StagePairShiftIdx)
              TO StagePairEntry(StagePairShiftIdx + 1)
         END-PERFORM
         ADD 1 TO StagePairCount
         MOVE StagePair-SeekKey TO SP-Key(StagePairSearchIdx)
         MOVE ZERO TO SP-Wins(StagePairSearchIdx)
         MOVE ZERO TO SP-Losses(StagePairSearchIdx)
         MOVE StagePairSearchIdx TO StagePairFoundIdx
      END-IF
   END-IF.

      READ ResultFile
        AT END SET EndOfResultFile TO TRUE
      END-READ
      IF NOT EndOfResultFile AND FeedHeaderTag
         READ ResultFile
           AT END SET EndOfResultFile TO TRUE
         END-READ
      END-IF
   END-IF
   SET FeedPass TO TRUE
   PERFORM UNTIL EndOfResultFile
      MOVE ResultDetails TO CaptureLine
      MOVE RunDate TO CaptureRunDate
      PERFORM TakeCaptureLine
      READ ResultFile
        AT END SET EndOfResultFile TO TRUE
      END-READ
   END-PERFORM
   IF PendingSetHeld
      PERFORM SettlePendingSet
   END-IF
   IF ResultFile-Status NOT = "35"
      CLOSE ResultFile
   END-IF
   IF EventRegisterOnFile
      CLOSE EventFile
   END-IF
   CLOSE SetHistoryFile
   CLOSE SetExceptionFile.

*> Set lines open a new group (settling the one before it); game lines
*> join the group they follow. A game line with no set ahead of it
*> can't be checked against anything and goes straight to suspense.
TakeCaptureLine.
   MOVE CaptureLine TO GameDetails
   IF GameLineTag
      IF NoPendingSet
         MOVE "game line has no set line ahead of it" TO ValidationReason
         PERFORM SuspendStrayGame
      ELSE
         IF PendingGameCount LESS THAN 20
            ADD 1 TO PendingGameCount
            MOVE GameDetails TO PendingGame(PendingGameCount)
         ELSE
            MOVE "more than 20 game lines behind one set" TO ValidationReason
            PERFORM SuspendStrayGame
         END-IF
      END-IF
   ELSE
      IF PendingSetHeld
         PERFORM SettlePendingSet
      END-IF
      MOVE CaptureLine TO PendingSetLine
      MOVE CaptureRunDate TO PendingRunDate
      MOVE ZERO TO PendingGameCount
      SET PendingSetHeld TO TRUE
   END-IF.

*> Grades the held set and its games as one unit. A set with no game
*> lines is graded on the set line alone, as it always was.
SettlePendingSet.
   MOVE PendingSetLine TO ResultDetails
   PERFORM RedirectPendingChars
   PERFORM ValidateSetResult
   IF SetIsValid AND PendingGameCount GREATER THAN ZERO
      PERFORM ValidateSetGames
   END-IF
   IF SetIsValid
      PERFORM FoldSetIntoPairs
      PERFORM FoldSetIntoRivalries
      PERFORM FoldSetIntoMonthPairs
      PERFORM FoldGamesIntoStages
      PERFORM RecordSetHistory
      ADD 1 TO GoodSetCount
      IF SuspensePass
         ADD 1 TO ResubmittedSetCount
      END-IF
   ELSE
      ADD 1 TO BadSetCount
      PERFORM LogSetException
      PERFORM SuspendPendingGroup
   END-IF
   SET NoPendingSet TO TRUE.

ValidateSetResult.
   SET SetIsValid TO TRUE
   MOVE SPACES TO ValidationReason
         MOVE "winner character is not on the roster" TO ValidationReason
      END-IF
   END-IF
   IF SetIsValid
      PERFORM FindRetiredName
      IF RetiredNameFound
         SET SetIsInvalid TO TRUE
         MOVE "winner character is retired" TO ValidationReason
      END-IF
   END-IF
   IF SetIsValid
      MOVE Set-LoserChar TO LookupName
      PERFORM FindRosterName
         MOVE "loser character is not on the roster" TO ValidationReason
      END-IF
   END-IF
   IF SetIsValid
      PERFORM FindRetiredName
      IF RetiredNameFound
         SET SetIsInvalid TO TRUE
         MOVE "loser character is retired" TO ValidationReason
      END-IF
   END-IF
   IF SetIsValid AND Set-WinnerChar = Set-LoserChar
      SET SetIsInvalid TO TRUE
      MOVE "winner and loser character are the same" TO ValidationReason
   END-IF
   IF SetIsValid AND Set-EventId = SPACES
      SET SetIsInvalid TO TRUE
      MOVE "event id is blank" TO ValidationReason
   END-IF
   IF SetIsValid
      PERFORM FindEvent
   END-IF.

FindEvent.
   IF EventRegisterMissing
      SET SetIsInvalid TO TRUE
      MOVE "event id is not on the event register" TO ValidationReason
   ELSE
      MOVE Set-EventId TO Event-Id
      READ EventFile RECORD
        INVALID KEY
           SET SetIsInvalid TO TRUE
           MOVE "event id is not on the event register" TO ValidationReason
      END-READ
   END-IF.

*> The games have to belong to this set and add up to its result:
*> numbered 1, 2, 3... in order, each on a known stage with two
*> roster characters and won by one of the set's two players, the set
*> winner taking more games than the loser and the last game, and each
*> player's set-line character actually played in at least one game.
ValidateSetGames.
   MOVE ZERO TO SetWinnerGameWins
   MOVE ZERO TO SetLoserGameWins
   SET WinnerCharNotSeen TO TRUE
   SET LoserCharNotSeen TO TRUE
   IF PendingGameCount GREATER THAN MaxGamesPerSet
      SET SetIsInvalid TO TRUE
      MOVE "more than 9 game lines for one set" TO ValidationReason
   END-IF
   PERFORM VARYING GameIdx FROM 1 BY 1
           UNTIL GameIdx GREATER THAN PendingGameCount OR SetIsInvalid
      PERFORM ValidateOneGame
   END-PERFORM
   IF SetIsValid AND SetWinnerGameWins NOT GREATER THAN SetLoserGameWins
      SET SetIsInvalid TO TRUE
      MOVE "games don't add up to the set result" TO ValidationReason
   END-IF
   IF SetIsValid
      AND PG-WinnerPlayer(PendingGameCount) NOT = Set-WinnerPlayer
      SET SetIsInvalid TO TRUE
      MOVE "set winner did not take the last game" TO ValidationReason
   END-IF
   IF SetIsValid AND WinnerCharNotSeen
      SET SetIsInvalid TO TRUE
      MOVE "winner's set character is in none of its games" TO ValidationReason
   END-IF
   IF SetIsValid AND LoserCharNotSeen
      SET SetIsInvalid TO TRUE
      MOVE "loser's set character is in none of its games" TO ValidationReason
   END-IF.

ValidateOneGame.
   MOVE SPACES TO GameReasonText
   IF Set-Id = SPACES OR PG-SetId(GameIdx) NOT = Set-Id
      MOVE "set id does not match its set" TO GameReasonText
   END-IF
   IF GameReasonText = SPACES
      IF PG-Number(GameIdx) NOT NUMERIC OR PG-Number(GameIdx) NOT = GameIdx
         MOVE "is out of 1, 2, 3... order" TO GameReasonText
      END-IF
   END-IF
   IF GameReasonText = SPACES AND PG-Stage(GameIdx) = SPACES
      MOVE "stage is blank" TO GameReasonText
   END-IF
   IF GameReasonText = SPACES AND StageListCount GREATER THAN ZERO
      PERFORM FindStageName
      IF StageNotFound
         MOVE "stage is not on the stage list" TO GameReasonText
      END-IF
   END-IF
   IF GameReasonText = SPACES
      MOVE PG-SetWinnerChar(GameIdx) TO LookupName
      PERFORM FindRosterName
      IF RosterNameNotFound
         MOVE "winner's character is not on the roster" TO GameReasonText
      END-IF
   END-IF
   IF GameReasonText = SPACES
      PERFORM FindRetiredName
      IF RetiredNameFound
         MOVE "winner's character is retired" TO GameReasonText
      END-IF
   END-IF
   IF GameReasonText = SPACES
      MOVE PG-SetLoserChar(GameIdx) TO LookupName
      PERFORM FindRosterName
      IF RosterNameNotFound
         MOVE "loser's character is not on the roster" TO GameReasonText
      END-IF
   END-IF
   IF GameReasonText = SPACES
      PERFORM FindRetiredName
      IF RetiredNameFound
         MOVE "loser's character is retired" TO GameReasonText
      END-IF
   END-IF
   IF GameReasonText = SPACES
      AND PG-SetWinnerChar(GameIdx) = PG-SetLoserChar(GameIdx)
      MOVE "characters are the same" TO GameReasonText
   END-IF
   IF GameReasonText = SPACES
      IF PG-WinnerPlayer(GameIdx) = Set-WinnerPlayer
         ADD 1 TO SetWinnerGameWins
      ELSE
         IF PG-WinnerPlayer(GameIdx) = Set-LoserPlayer
            ADD 1 TO SetLoserGameWins
         ELSE
            MOVE "winner is not one of the set's players" TO GameReasonText
         END-IF
      END-IF
   END-IF
   IF GameReasonText = SPACES
      IF PG-SetWinnerChar(GameIdx) = Set-WinnerChar
         SET WinnerCharSeen TO TRUE
      END-IF
      IF PG-SetLoserChar(GameIdx) = Set-LoserChar
         SET LoserCharSeen TO TRUE
      END-IF
   ELSE
      SET SetIsInvalid TO TRUE
      MOVE SPACES TO ValidationReason
      STRING "game " DELIMITED BY SIZE
              GameIdx DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              GameReasonText DELIMITED BY SIZE
         INTO ValidationReason
   END-IF.

FindStageName.
   SET StageNotFound TO TRUE
   PERFORM VARYING StageListIdx FROM 1 BY 1
           UNTIL StageListIdx GREATER THAN StageListCount
      IF SL-Name(StageListIdx) = PG-Stage(GameIdx)
         SET StageFound TO TRUE
      END-IF
   END-PERFORM.

*> Each game lands twice, like a set in FoldSetIntoPairs: a win for
*> the character that took the game against the one that dropped it,
*> on that stage, and the matching loss the other way round.
FoldGamesIntoStages.
   PERFORM VARYING GameIdx FROM 1 BY 1
           UNTIL GameIdx GREATER THAN PendingGameCount
      IF PG-WinnerPlayer(GameIdx) = Set-WinnerPlayer
         MOVE PG-SetWinnerChar(GameIdx) TO Game-WinningChar
         MOVE PG-SetLoserChar(GameIdx)  TO Game-LosingChar
      ELSE
         MOVE PG-SetLoserChar(GameIdx)  TO Game-WinningChar
         MOVE PG-SetWinnerChar(GameIdx) TO Game-LosingChar
      END-IF
      MOVE Game-WinningChar TO StagePair-SeekAs
      MOVE Game-LosingChar  TO StagePair-SeekAgainst
      MOVE PG-Stage(GameIdx) TO StagePair-SeekStage
      PERFORM FindOrAddStagePair
      IF StagePairTableNotFull
         ADD 1 TO SP-Wins(StagePairFoundIdx)
      END-IF
      MOVE Game-LosingChar  TO StagePair-SeekAs
      MOVE Game-WinningChar TO StagePair-SeekAgainst
      PERFORM FindOrAddStagePair
      IF StagePairTableNotFull
         ADD 1 TO SP-Losses(StagePairFoundIdx)
      END-IF
   END-PERFORM.

*> One set lands twice: a win on the winner's side of the pair and a
*> loss on the loser's side, keeping both directions of matchups.txt
*> in step the way the hand-kept file always was.
   MOVE Set-LoserPlayer  TO Rival-SeekVsPlayer
   MOVE Set-WinnerChar   TO Rival-SeekAsChar
   MOVE Set-LoserChar    TO Rival-SeekVsChar
   MOVE 1    TO Rival-AddWins
   MOVE ZERO TO Rival-AddLosses
   PERFORM PostToRivalry
   MOVE Set-LoserPlayer  TO Rival-SeekAsPlayer
   MOVE Set-WinnerPlayer TO Rival-SeekVsPlayer
   MOVE Set-LoserChar    TO Rival-SeekAsChar
   MOVE Set-WinnerChar   TO Rival-SeekVsChar
   MOVE ZERO TO Rival-AddWins
   MOVE 1    TO Rival-AddLosses
   PERFORM PostToRivalry.

*> The same two-sided fold as FoldSetIntoPairs, keyed on the set's
*> calendar month as well as the character pair. The date format was
   MOVE SetMonthTag    TO Month-SeekTag
   MOVE Set-WinnerChar TO Month-SeekAs
   MOVE Set-LoserChar  TO Month-SeekAgainst
   MOVE 1    TO Month-AddWins
   MOVE ZERO TO Month-AddLosses
   PERFORM PostToMonthPair
   MOVE Set-LoserChar  TO Month-SeekAs
   MOVE Set-WinnerChar TO Month-SeekAgainst
   MOVE ZERO TO Month-AddWins
   MOVE 1    TO Month-AddLosses
   PERFORM PostToMonthPair.

RecordSetHistory.
   MOVE SPACES TO SetHistoryDetails
   MOVE RunDate          TO SetHist-RunDate
   MOVE Set-Date         TO SetHist-Date
   MOVE Set-WinnerPlayer TO SetHist-WinnerPlayer
   MOVE Set-WinnerChar   TO SetHist-WinnerChar
   MOVE Set-LoserPlayer  TO SetHist-LoserPlayer
   MOVE Set-LoserChar    TO SetHist-LoserChar
   MOVE Set-Id           TO SetHist-SetId
   MOVE Set-EventId      TO SetHist-EventId
   WRITE SetHistoryDetails.

*> A hand-kept matchups.txt line whose totals aren't numeric cannot be
*> folded, and the rewrite would otherwise erase it without a trace --
      INTO SetExceptionRecord
   WRITE SetExceptionRecord.

LogMalformedStagePair.
   MOVE SPACES TO SetExceptionRecord
   STRING StagePairDetails DELIMITED BY SIZE
           " -- stage line totals not numeric, line not carried forward"
           DELIMITED BY SIZE
      INTO SetExceptionRecord
   WRITE SetExceptionRecord.

*> The automatic retry pass: each suspense line is re-graded exactly
*> like a fresh setresults.txt line, set lines and their game lines
*> regrouped the same way. A repaired set folds into every matchup
*> file and drops off suspense; a still-bad one is staged again with
*> the fresh reason and its original run date.
ReprocessSetSuspense.
   OPEN INPUT SetSuspenseFile
   IF SetSuspenseFile-Status = "35"
        AT END SET EndOfSetSuspenseFile TO TRUE
      END-READ
   END-IF
   SET SuspensePass TO TRUE
   PERFORM UNTIL EndOfSetSuspenseFile
      MOVE SetSusp-SetBytes TO CaptureLine
      MOVE SetSusp-RunDate TO CaptureRunDate
      PERFORM TakeCaptureLine
      READ SetSuspenseFile
        AT END SET EndOfSetSuspenseFile TO TRUE
      END-READ
   END-PERFORM
   IF PendingSetHeld
      PERFORM SettlePendingSet
   END-IF
   IF SetSuspenseFile-Status NOT = "35"
      CLOSE SetSuspenseFile
   END-IF.

*> Stages a rejected set for the suspense file, its game lines right
*> behind it: original bytes untouched, reason attached, and the run
*> date the group was first rejected on.
SuspendPendingGroup.
   MOVE SPACES TO SetSuspenseDetails
   MOVE PendingRunDate TO SetSusp-RunDate
   MOVE PendingSetLine TO SetSusp-SetBytes
   PERFORM KeepSetSuspense
   PERFORM VARYING GameIdx FROM 1 BY 1
           UNTIL GameIdx GREATER THAN PendingGameCount
      MOVE SPACES TO SetSuspenseDetails
      MOVE PendingRunDate TO SetSusp-RunDate
      MOVE PendingGame(GameIdx) TO SetSusp-SetBytes
      PERFORM KeepSetSuspense
   END-PERFORM.

*> A game line that can't join a set is logged and suspended on its
*> own, still in GameDetails from TakeCaptureLine.
SuspendStrayGame.
   ADD 1 TO StrayGameCount
   MOVE SPACES TO SetExceptionRecord
   STRING "Game " DELIMITED BY SIZE
           Game-Number DELIMITED BY SIZE
           " of set " DELIMITED BY SIZE
           Game-SetId DELIMITED BY SIZE
           " -- " DELIMITED BY SIZE
           ValidationReason DELIMITED BY SIZE
      INTO SetExceptionRecord
   WRITE SetExceptionRecord
   MOVE SPACES TO SetSuspenseDetails
   MOVE CaptureRunDate TO SetSusp-RunDate
   MOVE CaptureLine TO SetSusp-SetBytes
   PERFORM KeepSetSuspense.

KeepSetSuspense.
      DISPLAY ResubmittedSetCount " repaired suspense set(s) folded in."
   END-IF
   IF SetSuspKeptCount GREATER THAN ZERO
      DISPLAY SetSuspKeptCount " rejected set and game line(s) on the suspense file for repair."
   END-IF
   IF SetSuspOverflowCount GREATER THAN ZERO
      DISPLAY SetSuspOverflowCount " reject(s) beyond the 500 staged could not be suspended -- see setexceptions.txt."
   END-PERFORM
   CLOSE MatchupFile.

*> Rewrite stageresults.txt from the updated table, already in pair and
*> stage order.
RewriteStagePairs.
   OPEN OUTPUT StagePairFile
   PERFORM VARYING StagePairSearchIdx FROM 1 BY 1
           UNTIL StagePairSearchIdx GREATER THAN StagePairCount
      MOVE SPACES TO StagePairDetails
      MOVE SP-AsName(StagePairSearchIdx)      TO StagePair-AsName
      MOVE SP-AgainstName(StagePairSearchIdx) TO StagePair-AgainstName
      MOVE SP-Stage(StagePairSearchIdx)       TO StagePair-Stage
      MOVE SP-Wins(StagePairSearchIdx)        TO StagePair-Wins
      MOVE SP-Losses(StagePairSearchIdx)      TO StagePair-Losses
      WRITE StagePairDetails
   END-PERFORM
   CLOSE StagePairFile.
