IDENTIFICATION DIVISION.
PROGRAM-ID. RosterMaint.
AUTHOR. Bunker Rohrbaugh.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The files PuffMatchups owns ASSIGN through the same working-storage
*> names it uses, so a runcontrol.txt that repoints them repoints
*> them here too. The MatchupBuilder files are always the fixed names.
SELECT ControlFile ASSIGN TO "runcontrol.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ControlFile-Status.
SELECT RosterFile ASSIGN TO DYNAMIC RosterFileName
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RosterFile-Status.
SELECT RetiredFile ASSIGN TO DYNAMIC RetiredFileName
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RetiredFile-Status.
SELECT RestartFile ASSIGN TO DYNAMIC RestartFileName
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RestartFile-Status.
SELECT SeasonFile ASSIGN TO DYNAMIC SeasonFileName
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS Season-PlayerName
       FILE STATUS IS SeasonFile-Status.
*> The journal keeps its fixed name: SeasonRecover, SeasonMaint and
*> SeasonCloseout all work from seasonjournal.txt.
SELECT SeasonJournalFile ASSIGN TO "seasonjournal.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SeasonJournalFile-Status.
SELECT MatchupFile ASSIGN TO DYNAMIC MatchupFileName
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MatchupFile-Status.
SELECT MonthPairFile ASSIGN TO "matchupmonths.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS Month-Key
       FILE STATUS IS MonthPairFile-Status.
SELECT RivalryFile ASSIGN TO "rivalries.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS Rival-Key
       FILE STATUS IS RivalryFile-Status.
SELECT StagePairFile ASSIGN TO "stageresults.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS StagePairFile-Status.
SELECT HistoryFile ASSIGN TO DYNAMIC HistoryFileName
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS HistoryFile-Status.
SELECT SetHistoryFile ASSIGN TO "sethistory.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SetHistoryFile-Status.
SELECT CorrectionFile ASSIGN TO DYNAMIC CorrectionFileName
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CorrectionFile-Status.
SELECT SuspenseFile ASSIGN TO DYNAMIC SuspenseFileName
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SuspenseFile-Status.
SELECT SetSuspenseFile ASSIGN TO "setsuspense.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SetSuspenseFile-Status.
SELECT WorkFile ASSIGN TO "rostermaint.wrk"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WorkFile-Status.
SELECT AuditFile ASSIGN TO "rosteraudit.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AuditFile-Status.

DATA DIVISION.
FILE SECTION.
FD ControlFile.
01 ControlRecord PIC X(80).
       88 EndOfControlFile VALUE HIGH-VALUES.

FD RosterFile.
01 RosterDetails.
       88 EndOfRosterFile VALUE HIGH-VALUES.
       02 RosterCharacterName PIC X(18).

*> One line per retired roster slot. The slot keeps its line on
*> roster.txt and its history everywhere; PuffMatchups and
*> MatchupBuilder stop new data landing in it. A merged character
*> names the successor its new data is redirected to; a plain retire
*> leaves the successor blank and new data for it is refused.
FD RetiredFile.
01 RetiredDetails.
       88 EndOfRetiredFile VALUE HIGH-VALUES.
       02 Retired-Name      PIC X(18).
       02 Retired-Successor PIC X(18).

*> Only the head of PuffMatchups' checkpoint record is needed: a
*> nonzero last index means a run stopped part way and is waiting to
*> be resumed against the roster as it stands.
FD RestartFile.
01 RestartDetails.
       02 Restart-LastIndex PIC 9(06).
       02 FILLER            PIC X(20).

FD SeasonFile.
01 SeasonDetails.
       02 Season-PlayerName PIC X(20).
       02 Season-Chars OCCURS 120 TIMES.
           03 Season-Wins   PIC 9(4).
           03 Season-Losses PIC 9(4).

*> Same layout PuffMatchups, SeasonMaint, and SeasonRecover use. A
*> merge journals under source MERGE so SeasonRecover can undo it.
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

FD MatchupFile.
01 MatchupDetails.
       88 EndOfMatchupFile VALUE HIGH-VALUES.
       02 PlayedAsName      PIC X(18).
       02 PlayedAgainstName PIC X(18).
       02 MatchupWins       PIC 99.
       02 MatchupLosses     PIC 99.

FD MonthPairFile.
01 MonthPairDetails.
       88 EndOfMonthPairFile VALUE HIGH-VALUES.
       02 Month-Key.
           03 Month-Tag         PIC 9(6).
           03 Month-AsName      PIC X(18).
           03 Month-AgainstName PIC X(18).
       02 Month-Wins        PIC 9(4).
       02 Month-Losses      PIC 9(4).

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

FD StagePairFile.
01 StagePairDetails.
       88 EndOfStagePairFile VALUE HIGH-VALUES.
       02 StagePair-AsName      PIC X(18).
       02 StagePair-AgainstName PIC X(18).
       02 StagePair-Stage       PIC X(20).
       02 StagePair-Wins        PIC 9(4).
       02 StagePair-Losses      PIC 9(4).

*> PuffMatchups' per-run leaderboard lines,
*> MM/DD/YYYY,<character>,wins,losses,pct, with the character always
*> the full 18 bytes.
FD HistoryFile.
01 HistoryRecord PIC X(80).
       88 EndOfHistoryFile VALUE HIGH-VALUES.

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

FD CorrectionFile.
01 CorrectionDetails.
       88 EndOfCorrectionFile VALUE HIGH-VALUES.
       02 Correction-PlayerName    PIC X(20).
       02 Correction-CharacterName PIC X(18).
       02 Correction-WinsSign      PIC X(1).
       02 Correction-WinsAdj       PIC 9(4).
       02 Correction-LossesSign    PIC X(1).
       02 Correction-LossesAdj     PIC 9(4).
       02 Correction-ReasonCode    PIC X(4).

*> PuffMatchups' records suspense. Only a sparse-layout record names
*> its character; the full layout is positional and follows the slot.
FD SuspenseFile.
01 SuspenseDetails.
       88 EndOfSuspenseFile VALUE HIGH-VALUES.
       02 Susp-RunDate PIC 9(6).
       02 Susp-Format  PIC X(1).
           88 SuspSparseFormat VALUE "S".
       02 Susp-Reason  PIC X(50).
       02 Susp-RecordBytes PIC X(999).

FD SetSuspenseFile.
01 SetSuspenseDetails.
       88 EndOfSetSuspenseFile VALUE HIGH-VALUES.
       02 SetSusp-RunDate  PIC 9(6).
       02 SetSusp-Reason   PIC X(50).
       02 SetSusp-SetBytes PIC X(120).

*> Scratch copy a rewritten file is built in before it is copied back
*> over the original, wide enough for the longest of them.
FD WorkFile.
01 WorkRecord PIC X(1056).
       88 EndOfWorkFile VALUE HIGH-VALUES.

FD AuditFile.
01 AuditRecord PIC X(100).

WORKING-STORAGE SECTION.
01 ControlFile-Status        PIC XX.
01 RosterFile-Status         PIC XX.
01 RetiredFile-Status        PIC XX.
01 RestartFile-Status        PIC XX.
01 SeasonFile-Status         PIC XX.
01 SeasonJournalFile-Status  PIC XX.
01 MatchupFile-Status        PIC XX.
01 MonthPairFile-Status      PIC XX.
01 RivalryFile-Status        PIC XX.
01 StagePairFile-Status      PIC XX.
01 HistoryFile-Status        PIC XX.
01 SetHistoryFile-Status     PIC XX.
01 CorrectionFile-Status     PIC XX.
01 SuspenseFile-Status       PIC XX.
01 SetSuspenseFile-Status    PIC XX.
01 WorkFile-Status           PIC XX.
01 AuditFile-Status          PIC XX.

01 RosterFileName        PIC X(60) VALUE "roster.txt".
01 RetiredFileName       PIC X(60) VALUE "retired.txt".
01 RestartFileName       PIC X(60) VALUE "restart.txt".
01 SeasonFileName        PIC X(60) VALUE "season.dat".
01 MatchupFileName       PIC X(60) VALUE "matchups.txt".
01 HistoryFileName       PIC X(60) VALUE "history.txt".
01 CorrectionFileName    PIC X(60) VALUE "corrections.txt".
01 SuspenseFileName      PIC X(60) VALUE "suspense.txt".

01 Control-Keyword PIC X(20).
01 Control-Value   PIC X(60).

01 RunDate.
       02 RunDate-YY PIC 99.
       02 RunDate-MM PIC 99.
       02 RunDate-DD PIC 99.
01 RunDate-Display PIC X(10).
01 RunTime PIC 9(8).
01 RunTime-Parts REDEFINES RunTime.
       02 RunTime-HH   PIC 99.
       02 RunTime-MN   PIC 99.
       02 FILLER       PIC 9(4).

01 RosterTable.
       02 RosterEntry OCCURS 120 TIMES.
           03 RosterName PIC X(18).
01 RosterLoadCount PIC 9(3) VALUE ZERO.
01 CharacterNum    PIC 9(3).

01 RetiredTable.
       02 RetiredEntry OCCURS 120 TIMES.
           03 RT-Name      PIC X(18).
           03 RT-Successor PIC X(18).
01 RetiredCount PIC 9(3) VALUE ZERO.
01 RetiredIdx   PIC 9(3).
01 RetiredFoundIdx PIC 9(3).

*> R renames a character in place: same roster line, same slot, new
*> name everywhere it is written. M merges one character into another:
*> the two slots' totals are added together under the surviving name
*> and the merged slot is retired with the survivor as its successor.
*> T retires a slot outright -- its history stays, new data is refused.
01 ActionAnswer PIC X(01).
       88 RenameWanted VALUE "R" "r".
       88 MergeWanted  VALUE "M" "m".
       88 RetireWanted VALUE "T" "t".
01 ActionWord PIC X(6).
01 ConfirmAnswer PIC X(01) VALUE "N".
       88 ChangeConfirmed VALUE "Y" "y".

*> OldName is the character the instruction acts on; NewName is the
*> rename's new spelling or the merge's surviving character.
01 OldName PIC X(18).
01 NewName PIC X(18).
01 OldIdx  PIC 9(3) VALUE ZERO.
01 NewIdx  PIC 9(3) VALUE ZERO.
01 RefusalReason PIC X(70) VALUE SPACES.

*> The one name test every file goes through: a character field equal
*> to the old name is given the new one.
01 SwapName PIC X(18).
01 SwapSwitch PIC X(01).
       88 NameSwapped    VALUE "Y".
       88 NameNotSwapped VALUE "N".
01 LineSwapSwitch PIC X(01).
       88 LineChanged   VALUE "Y".
       88 LineUnchanged VALUE "N".

*> The two line sequential pair files are loaded whole before anything
*> is written, so a table too small for either refuses the run with
*> every file untouched. Each entry is the line image itself plus its
*> running totals; a line whose totals aren't numeric is carried as
*> it stands and never folded into. Merging collapses the lines the
*> rename makes identical, adding their totals together.
01 MatchupTable.
       02 MatchupEntry OCCURS 14280 TIMES.
           03 MU-Line   PIC X(40).
           03 MU-Good   PIC X(01).
           03 MU-Wins   PIC 9(4).
           03 MU-Losses PIC 9(4).
01 MatchupCount PIC 9(5) VALUE ZERO.

*> The keyed month pair and rivalry stores are changed in place: a
*> record carrying the old name is deleted and its totals land on the
*> record under the renamed key, added in where that record is
*> already on file. The hold is the record as read, for repositioning
*> the pass after its key has gone; the image is its renamed form.
01 MonthPairHold  PIC X(50).
01 MonthPairImage PIC X(50).
01 RivalryHold    PIC X(84).
01 RivalryImage   PIC X(84).

*> Held in key order, the way MatchupBuilder keeps stageresults.txt,
*> since a rename can move a pair's lines.
01 StageTable.
       02 StageEntry OCCURS 20000 TIMES.
           03 ST-Line   PIC X(64).
           03 ST-Good   PIC X(01).
           03 ST-Wins   PIC 9(4).
           03 ST-Losses PIC 9(4).
01 StageCount PIC 9(5) VALUE ZERO.
01 StageShiftIdx PIC 9(5).

01 TableIdx   PIC 9(5).
01 FoundIdx   PIC 9(5).
01 FoundSwitch PIC X(01).
       88 EntryFound    VALUE "Y".
       88 EntryNotFound VALUE "N".
01 TableFullSwitch PIC X(01) VALUE "N".
       88 PairTableFull VALUE "Y".
01 SeekKey PIC X(76).
01 CappedTotalCount PIC 9(5) VALUE ZERO.

*> One run block of history.txt at a time: the lines one PuffMatchups
*> run wrote, one per roster character under one date. A block ends
*> where the date changes or a character turns up a second time (two
*> runs on the same date). Lines that aren't leaderboard lines pass
*> straight through.
01 HistoryBlock.
       02 HB-Line OCCURS 240 TIMES PIC X(80).
01 HB-DropTable.
       02 HB-Drop OCCURS 240 TIMES PIC X(01).
01 HistoryBlockCount PIC 9(3) VALUE ZERO.
01 HistoryBlockDate  PIC X(10) VALUE SPACES.
01 HistoryIdx        PIC 9(3).
01 HistoryOldPos     PIC 9(3).
01 HistoryNewPos     PIC 9(3).
01 HistoryDupSwitch  PIC X(01).
       88 HistoryNameRepeats VALUE "Y".
       88 HistoryNameIsNew   VALUE "N".
01 HistoryWins       PIC 9(5).
01 HistoryLosses     PIC 9(5).
01 HistoryOldWins    PIC 9(4).
01 HistoryOldLosses  PIC 9(4).
01 HistoryNewWins    PIC 9(4).
01 HistoryNewLosses  PIC 9(4).
01 HistoryPct        PIC 999V99.
01 HistoryPct-Display PIC ZZ9.99.

*> Working views of the suspense files' record bytes.
01 SparseRecordView.
       02 Sparse-PlayerName    PIC X(20).
       02 Sparse-CharacterName PIC X(18).
       02 FILLER               PIC X(961).
01 SetLineView.
       02 Set-Date         PIC X(10).
       02 Set-WinnerPlayer PIC X(20).
       02 Set-WinnerChar   PIC X(18).
       02 Set-LoserPlayer  PIC X(20).
       02 Set-LoserChar    PIC X(18).
       02 FILLER           PIC X(34).
01 GameLineView REDEFINES SetLineView.
       02 Game-Tag           PIC X(3).
           88 GameLineTag VALUE "GAM".
       02 Game-SetId         PIC X(8).
       02 Game-Number        PIC 99.
       02 Game-Stage         PIC X(20).
       02 Game-SetWinnerChar PIC X(18).
       02 Game-SetLoserChar  PIC X(18).
       02 FILLER             PIC X(51).

*> Season master merge.
01 SeasonBeforeDetails.
       02 SeasonBefore-PlayerName PIC X(20).
       02 SeasonBefore-Chars OCCURS 120 TIMES.
           03 SeasonBefore-Wins   PIC 9(4).
           03 SeasonBefore-Losses PIC 9(4).
01 MergedWins   PIC 9(5).
01 MergedLosses PIC 9(5).
01 JournalLineCount PIC 9(6) VALUE ZERO.

*> Records changed, file by file, for the audit.
01 RosterChanged     PIC 9(6) VALUE ZERO.
01 RetiredChanged    PIC 9(6) VALUE ZERO.
01 SeasonChanged     PIC 9(6) VALUE ZERO.
01 MatchupChanged    PIC 9(6) VALUE ZERO.
01 MonthChanged      PIC 9(6) VALUE ZERO.
01 RivalChanged      PIC 9(6) VALUE ZERO.
01 StageChanged      PIC 9(6) VALUE ZERO.
01 HistoryChanged    PIC 9(6) VALUE ZERO.
01 SetHistoryChanged PIC 9(6) VALUE ZERO.
01 CorrectionChanged PIC 9(6) VALUE ZERO.
01 SuspenseChanged   PIC 9(6) VALUE ZERO.
01 SetSuspChanged    PIC 9(6) VALUE ZERO.
01 TotalChanged      PIC 9(7) VALUE ZERO.

01 AuditFileLabel PIC X(20).
01 AuditCount     PIC 9(6).
01 AuditCount-Display PIC ZZZ,ZZ9.

01 ReturnCode-Clean   PIC 99 VALUE 0.
01 ReturnCode-Rejects PIC 99 VALUE 4.
01 ReturnCode-Refused PIC 99 VALUE 16.

PROCEDURE DIVISION.
Begin.
   PERFORM InitializeProgram
   PERFORM ReadRunControl
   PERFORM CheckRestartCheckpoint
   PERFORM LoadRoster
   PERFORM LoadRetiredList
   PERFORM PromptAction
   PERFORM ValidateInstruction
   IF RefusalReason NOT = SPACES
      DISPLAY "Refused -- " RefusalReason
      DISPLAY "Nothing changed."
      MOVE ReturnCode-Refused TO RETURN-CODE
      STOP RUN
   END-IF
   PERFORM ConfirmChange
   IF NOT RetireWanted
      PERFORM LoadMatchupTable
      PERFORM LoadStageTable
      IF PairTableFull
         DISPLAY "Refused -- " RefusalReason
         DISPLAY "Nothing changed."
         MOVE ReturnCode-Refused TO RETURN-CODE
         STOP RUN
      END-IF
   END-IF
   IF RenameWanted
      PERFORM RewriteRoster
   END-IF
   PERFORM UpdateRetiredList
   IF MergeWanted
      PERFORM MergeSeasonSlots
   END-IF
   IF NOT RetireWanted
      PERFORM RewriteMatchupFile
      PERFORM RenameInMonthPairs
      PERFORM RenameInRivalries
      PERFORM RewriteStageFile
      PERFORM RenameInHistory
      PERFORM RenameInSetHistory
      PERFORM RenameInCorrections
      PERFORM RenameInSuspense
      PERFORM RenameInSetSuspense
   END-IF
   PERFORM WriteAudit
   DISPLAY TotalChanged " record(s) changed -- see rosteraudit.txt."
   IF CappedTotalCount GREATER THAN ZERO
      DISPLAY CappedTotalCount " merged total(s) capped at the column width -- see rosteraudit.txt."
      MOVE ReturnCode-Rejects TO RETURN-CODE
   ELSE
      MOVE ReturnCode-Clean TO RETURN-CODE
   END-IF
   STOP RUN.

InitializeProgram.
   MOVE SPACES TO RosterTable
   MOVE SPACES TO RetiredTable
   ACCEPT RunDate FROM DATE
   ACCEPT RunTime FROM TIME
   MOVE RunDate-MM TO RunDate-Display(1:2)
   MOVE "/" TO RunDate-Display(3:1)
   MOVE RunDate-DD TO RunDate-Display(4:2)
   MOVE "/" TO RunDate-Display(6:1)
   MOVE "20" TO RunDate-Display(7:2)
   MOVE RunDate-YY TO RunDate-Display(9:2).

*> Picks up the file names PuffMatchups' runcontrol.txt repoints. Its
*> run options mean nothing here and are passed over without comment.
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
   IF Control-Keyword = "ROSTER-FILE"
      MOVE Control-Value TO RosterFileName
   ELSE IF Control-Keyword = "RETIRED-FILE"
      MOVE Control-Value TO RetiredFileName
   ELSE IF Control-Keyword = "RESTART-FILE"
      MOVE Control-Value TO RestartFileName
   ELSE IF Control-Keyword = "SEASON-FILE"
      MOVE Control-Value TO SeasonFileName
   ELSE IF Control-Keyword = "MATCHUPS-FILE"
      MOVE Control-Value TO MatchupFileName
   ELSE IF Control-Keyword = "HISTORY-FILE"
      MOVE Control-Value TO HistoryFileName
   ELSE IF Control-Keyword = "CORRECTIONS-FILE"
      MOVE Control-Value TO CorrectionFileName
   ELSE IF Control-Keyword = "SUSPENSE-FILE"
      MOVE Control-Value TO SuspenseFileName.

*> A PuffMatchups run that stopped part way has its consolidated
*> totals in restart.txt by roster slot, and RESUME=Y folds them back
*> in against whatever roster.txt says then. Changing the roster under
*> it would land those totals on the wrong names, so the resume (or a
*> clean rerun that clears the checkpoint) has to come first.
CheckRestartCheckpoint.
   OPEN INPUT RestartFile
   IF RestartFile-Status NOT = "35"
      MOVE ZEROS TO RestartDetails
      READ RestartFile
        AT END MOVE ZEROS TO RestartDetails
      END-READ
      CLOSE RestartFile
      IF Restart-LastIndex NOT NUMERIC
         OR Restart-LastIndex NOT = ZERO
         DISPLAY "Refused -- a PuffMatchups checkpoint is outstanding in " RestartFileName
         DISPLAY "Resume or rerun PuffMatchups to clear it, then change the roster. Nothing changed."
         MOVE ReturnCode-Refused TO RETURN-CODE
         STOP RUN
      END-IF
   END-IF.

LoadRoster.
   OPEN INPUT RosterFile
   IF RosterFile-Status = "35"
      DISPLAY "Refused -- no roster file on file. Nothing changed."
      MOVE ReturnCode-Refused TO RETURN-CODE
      STOP RUN
   END-IF
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
   END-IF.

PromptAction.
   DISPLAY "Roster maintenance -- R=rename, M=merge, T=retire (R/M/T): " WITH NO ADVANCING
   ACCEPT ActionAnswer FROM CONSOLE
   IF RenameWanted
      MOVE "RENAME" TO ActionWord
      DISPLAY "Character to rename? " WITH NO ADVANCING
      ACCEPT OldName FROM CONSOLE
      DISPLAY "New name? " WITH NO ADVANCING
      ACCEPT NewName FROM CONSOLE
   ELSE
      IF MergeWanted
         MOVE "MERGE" TO ActionWord
         DISPLAY "Character to merge away? " WITH NO ADVANCING
         ACCEPT OldName FROM CONSOLE
         DISPLAY "Merge it into which character? " WITH NO ADVANCING
         ACCEPT NewName FROM CONSOLE
      ELSE
         IF RetireWanted
            MOVE "RETIRE" TO ActionWord
            DISPLAY "Character to retire? " WITH NO ADVANCING
            ACCEPT OldName FROM CONSOLE
            MOVE SPACES TO NewName
         ELSE
            DISPLAY "Refused -- the action must be R, M, or T. Nothing changed."
            MOVE ReturnCode-Refused TO RETURN-CODE
            STOP RUN
         END-IF
      END-IF
   END-IF.

*> The old name must be a roster line. A rename's new name must not
*> be one already (that would be a merge); a merge's survivor must be
*> on the roster and still taking data itself, and so must stay that
*> way -- a character others were merged into can't be retired.
ValidateInstruction.
   MOVE ZERO TO OldIdx NewIdx
   PERFORM VARYING CharacterNum FROM 1 BY 1
           UNTIL CharacterNum GREATER THAN RosterLoadCount
      IF RosterName(CharacterNum) = OldName
         MOVE CharacterNum TO OldIdx
      END-IF
      IF RosterName(CharacterNum) = NewName
         MOVE CharacterNum TO NewIdx
      END-IF
   END-PERFORM
   MOVE OldName TO SwapName
   PERFORM FindRetiredName
   IF OldName = SPACES OR OldIdx = ZERO
      MOVE "that character is not on the roster" TO RefusalReason
   END-IF
   IF RefusalReason = SPACES AND RenameWanted
      IF NewName = SPACES
         MOVE "the new name is blank" TO RefusalReason
      END-IF
      IF RefusalReason = SPACES AND NewIdx NOT = ZERO
         MOVE "the new name is already on the roster -- use M to merge the two"
              TO RefusalReason
      END-IF
   END-IF
   IF RefusalReason = SPACES AND MergeWanted
      IF NewIdx = ZERO
         MOVE "the character to merge into is not on the roster" TO RefusalReason
      END-IF
      IF RefusalReason = SPACES AND NewIdx = OldIdx
         MOVE "a character cannot be merged into itself" TO RefusalReason
      END-IF
      IF RefusalReason = SPACES AND RetiredFoundIdx NOT = ZERO
         AND RT-Successor(RetiredFoundIdx) NOT = SPACES
         MOVE "that character has already been merged away" TO RefusalReason
      END-IF
      IF RefusalReason = SPACES
         MOVE NewName TO SwapName
         PERFORM FindRetiredName
         IF RetiredFoundIdx NOT = ZERO
            MOVE "the character to merge into is retired" TO RefusalReason
         END-IF
      END-IF
   END-IF
   IF RefusalReason = SPACES AND RetireWanted
      AND RetiredFoundIdx NOT = ZERO
      MOVE "that character is already retired" TO RefusalReason
   END-IF
   IF RefusalReason = SPACES AND RetireWanted
      PERFORM VARYING RetiredIdx FROM 1 BY 1
              UNTIL RetiredIdx GREATER THAN RetiredCount
         IF RT-Successor(RetiredIdx) = OldName
            MOVE "characters have been merged into this one -- retire is refused"
                 TO RefusalReason
         END-IF
      END-PERFORM
   END-IF
   IF RefusalReason = SPACES AND RetireWanted
      AND RetiredCount GREATER THAN OR EQUAL TO 120
      MOVE "the retired list is full" TO RefusalReason
   END-IF.

FindRetiredName.
   MOVE ZERO TO RetiredFoundIdx
   PERFORM VARYING RetiredIdx FROM 1 BY 1
           UNTIL RetiredIdx GREATER THAN RetiredCount
      IF RT-Name(RetiredIdx) = SwapName
         MOVE RetiredIdx TO RetiredFoundIdx
      END-IF
   END-PERFORM.

ConfirmChange.
   IF RenameWanted
      DISPLAY "Rename " OldName " to " NewName " in every data file. Go ahead? (Y/N): " WITH NO ADVANCING
   ELSE
      IF MergeWanted
         DISPLAY "Merge " OldName " into " NewName " in every data file. Go ahead? (Y/N): " WITH NO ADVANCING
      ELSE
         DISPLAY "Retire " OldName " -- no new data will land in its slot. Go ahead? (Y/N): " WITH NO ADVANCING
      END-IF
   END-IF
   ACCEPT ConfirmAnswer FROM CONSOLE
   IF NOT ChangeConfirmed
      DISPLAY "Not confirmed -- nothing changed."
      MOVE ReturnCode-Refused TO RETURN-CODE
      STOP RUN
   END-IF.

*> The name test every file uses.
SwapCharName.
   SET NameNotSwapped TO TRUE
   IF SwapName = OldName
      MOVE NewName TO SwapName
      SET NameSwapped TO TRUE
      SET LineChanged TO TRUE
   END-IF.

*> A rename only touches the one roster line's text; the slot number
*> every positional file keys on is unchanged.
RewriteRoster.
   MOVE NewName TO RosterName(OldIdx)
   OPEN OUTPUT RosterFile
   PERFORM VARYING CharacterNum FROM 1 BY 1
           UNTIL CharacterNum GREATER THAN RosterLoadCount
      MOVE SPACES TO RosterDetails
      MOVE RosterName(CharacterNum) TO RosterCharacterName
      WRITE RosterDetails
   END-PERFORM
   CLOSE RosterFile
   ADD 1 TO RosterChanged.

*> A rename follows the name through the list, as a retired slot or
*> as someone's successor. A merge retires the merged slot with the
*> survivor as successor, and anything that was already redirected to
*> the merged slot now goes straight to the survivor. A retire adds
*> the slot with no successor.
UpdateRetiredList.
   IF RetireWanted
      ADD 1 TO RetiredCount
      MOVE OldName TO RT-Name(RetiredCount)
      MOVE SPACES  TO RT-Successor(RetiredCount)
      ADD 1 TO RetiredChanged
   ELSE
      PERFORM VARYING RetiredIdx FROM 1 BY 1
              UNTIL RetiredIdx GREATER THAN RetiredCount
         SET LineUnchanged TO TRUE
         IF RenameWanted
            MOVE RT-Name(RetiredIdx) TO SwapName
            PERFORM SwapCharName
            MOVE SwapName TO RT-Name(RetiredIdx)
         END-IF
         MOVE RT-Successor(RetiredIdx) TO SwapName
         PERFORM SwapCharName
         MOVE SwapName TO RT-Successor(RetiredIdx)
         IF LineChanged
            ADD 1 TO RetiredChanged
         END-IF
      END-PERFORM
      IF MergeWanted
         MOVE OldName TO SwapName
         PERFORM FindRetiredName
         IF RetiredFoundIdx = ZERO
            ADD 1 TO RetiredCount
            MOVE RetiredCount TO RetiredFoundIdx
            MOVE OldName TO RT-Name(RetiredFoundIdx)
         END-IF
         MOVE NewName TO RT-Successor(RetiredFoundIdx)
         ADD 1 TO RetiredChanged
      END-IF
   END-IF
   IF RetiredChanged GREATER THAN ZERO
      OPEN OUTPUT RetiredFile
      PERFORM VARYING RetiredIdx FROM 1 BY 1
              UNTIL RetiredIdx GREATER THAN RetiredCount
         MOVE SPACES TO RetiredDetails
         MOVE RT-Name(RetiredIdx)      TO Retired-Name
         MOVE RT-Successor(RetiredIdx) TO Retired-Successor
         WRITE RetiredDetails
      END-PERFORM
      CLOSE RetiredFile
   END-IF.

*> One pass of the keyed master: every player with anything in the
*> merged slot has it added into the survivor's slot and the merged
*> slot zeroed, each changed cell journaled under source MERGE so
*> SeasonRecover can back the merge out.
MergeSeasonSlots.
   OPEN I-O SeasonFile
   IF SeasonFile-Status = "35"
      DISPLAY "No season master on file -- no season totals to merge."
   ELSE
      OPEN EXTEND SeasonJournalFile
      IF SeasonJournalFile-Status = "35"
         OPEN OUTPUT SeasonJournalFile
      END-IF
      MOVE LOW-VALUES TO Season-PlayerName
      START SeasonFile KEY NOT LESS THAN Season-PlayerName
        INVALID KEY MOVE "10" TO SeasonFile-Status
      END-START
      IF SeasonFile-Status = "00"
         READ SeasonFile NEXT RECORD
           AT END MOVE "10" TO SeasonFile-Status
         END-READ
      END-IF
      PERFORM UNTIL SeasonFile-Status NOT = "00"
         PERFORM MergeSeasonPlayer
         READ SeasonFile NEXT RECORD
           AT END MOVE "10" TO SeasonFile-Status
         END-READ
      END-PERFORM
      CLOSE SeasonJournalFile
      CLOSE SeasonFile
   END-IF.

MergeSeasonPlayer.
   MOVE SeasonDetails TO SeasonBeforeDetails
   IF Season-Wins(OldIdx) NOT NUMERIC
      MOVE ZERO TO Season-Wins(OldIdx)
   END-IF
   IF Season-Losses(OldIdx) NOT NUMERIC
      MOVE ZERO TO Season-Losses(OldIdx)
   END-IF
   IF Season-Wins(NewIdx) NOT NUMERIC
      MOVE ZERO TO Season-Wins(NewIdx)
   END-IF
   IF Season-Losses(NewIdx) NOT NUMERIC
      MOVE ZERO TO Season-Losses(NewIdx)
   END-IF
   IF Season-Wins(OldIdx) NOT = ZERO OR Season-Losses(OldIdx) NOT = ZERO
      COMPUTE MergedWins = Season-Wins(NewIdx) + Season-Wins(OldIdx)
      COMPUTE MergedLosses = Season-Losses(NewIdx) + Season-Losses(OldIdx)
      IF MergedWins GREATER THAN 9999
         MOVE 9999 TO MergedWins
         ADD 1 TO CappedTotalCount
      END-IF
      IF MergedLosses GREATER THAN 9999
         MOVE 9999 TO MergedLosses
         ADD 1 TO CappedTotalCount
      END-IF
      MOVE MergedWins   TO Season-Wins(NewIdx)
      MOVE MergedLosses TO Season-Losses(NewIdx)
      MOVE ZERO TO Season-Wins(OldIdx)
      MOVE ZERO TO Season-Losses(OldIdx)
      MOVE OldIdx TO CharacterNum
      PERFORM JournalSeasonCell
      MOVE NewIdx TO CharacterNum
      PERFORM JournalSeasonCell
      REWRITE SeasonDetails
        INVALID KEY DISPLAY "Rewrite failed for " Season-PlayerName ", status " SeasonFile-Status
      END-REWRITE
      ADD 1 TO SeasonChanged
   END-IF.

*> A cell that isn't numeric on file journals as zero, the value
*> every reader already treats it as.
JournalSeasonCell.
   MOVE SPACES TO SeasonJournalDetails
   MOVE ZERO TO Jrnl-BeforeWins Jrnl-BeforeLosses
   IF SeasonBefore-Wins(CharacterNum) IS NUMERIC
      MOVE SeasonBefore-Wins(CharacterNum) TO Jrnl-BeforeWins
   END-IF
   IF SeasonBefore-Losses(CharacterNum) IS NUMERIC
      MOVE SeasonBefore-Losses(CharacterNum) TO Jrnl-BeforeLosses
   END-IF
   MOVE Season-Wins(CharacterNum)   TO Jrnl-AfterWins
   MOVE Season-Losses(CharacterNum) TO Jrnl-AfterLosses
   IF Jrnl-BeforeWins NOT = Jrnl-AfterWins
      OR Jrnl-BeforeLosses NOT = Jrnl-AfterLosses
      MOVE "RosterMaint" TO Jrnl-Program
      MOVE RunDate TO Jrnl-RunDate
      MOVE RunTime TO Jrnl-RunTime
      MOVE "MERGE" TO Jrnl-SourceId
      MOVE Season-PlayerName TO Jrnl-PlayerName
      MOVE "C" TO Jrnl-Action
      MOVE CharacterNum TO Jrnl-CharSlot
      MOVE RosterName(CharacterNum) TO Jrnl-CharName
      WRITE SeasonJournalDetails
      ADD 1 TO JournalLineCount
   END-IF.

LoadMatchupTable.
   OPEN INPUT MatchupFile
   IF MatchupFile-Status = "35"
      SET EndOfMatchupFile TO TRUE
   ELSE
      READ MatchupFile
        AT END SET EndOfMatchupFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfMatchupFile OR PairTableFull
      SET LineUnchanged TO TRUE
      MOVE PlayedAsName TO SwapName
      PERFORM SwapCharName
      MOVE SwapName TO PlayedAsName
      MOVE PlayedAgainstName TO SwapName
      PERFORM SwapCharName
      MOVE SwapName TO PlayedAgainstName
      IF LineChanged
         ADD 1 TO MatchupChanged
      END-IF
      SET EntryNotFound TO TRUE
      IF MatchupWins IS NUMERIC AND MatchupLosses IS NUMERIC
         PERFORM VARYING TableIdx FROM 1 BY 1
                 UNTIL TableIdx GREATER THAN MatchupCount OR EntryFound
            IF MU-Good(TableIdx) = "Y"
               AND MU-Line(TableIdx)(1:36) = MatchupDetails(1:36)
               SET EntryFound TO TRUE
               MOVE TableIdx TO FoundIdx
            END-IF
         END-PERFORM
      END-IF
      IF EntryFound
         ADD MatchupWins   TO MU-Wins(FoundIdx)
         ADD MatchupLosses TO MU-Losses(FoundIdx)
      ELSE
         IF MatchupCount GREATER THAN OR EQUAL TO 14280
            SET PairTableFull TO TRUE
            MOVE "matchups.txt holds more lines than the pair table (14280)"
                 TO RefusalReason
         ELSE
            ADD 1 TO MatchupCount
            MOVE MatchupDetails TO MU-Line(MatchupCount)
            MOVE ZERO TO MU-Wins(MatchupCount) MU-Losses(MatchupCount)
            IF MatchupWins IS NUMERIC AND MatchupLosses IS NUMERIC
               MOVE "Y" TO MU-Good(MatchupCount)
               MOVE MatchupWins   TO MU-Wins(MatchupCount)
               MOVE MatchupLosses TO MU-Losses(MatchupCount)
            ELSE
               MOVE "N" TO MU-Good(MatchupCount)
            END-IF
         END-IF
      END-IF
      READ MatchupFile
        AT END SET EndOfMatchupFile TO TRUE
      END-READ
   END-PERFORM
   IF MatchupFile-Status NOT = "35"
      CLOSE MatchupFile
   END-IF.

*> Same key-order find-or-add as MatchupBuilder's FindOrAddStagePair:
*> the scan stops at the first entry not below the line's key, which
*> is either its twin or the spot it slides in at.
LoadStageTable.
   OPEN INPUT StagePairFile
   IF StagePairFile-Status = "35"
      SET EndOfStagePairFile TO TRUE
   ELSE
      READ StagePairFile
        AT END SET EndOfStagePairFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfStagePairFile OR PairTableFull
      SET LineUnchanged TO TRUE
      MOVE StagePair-AsName TO SwapName
      PERFORM SwapCharName
      MOVE SwapName TO StagePair-AsName
      MOVE StagePair-AgainstName TO SwapName
      PERFORM SwapCharName
      MOVE SwapName TO StagePair-AgainstName
      IF LineChanged
         ADD 1 TO StageChanged
      END-IF
      MOVE StagePairDetails(1:56) TO SeekKey
      MOVE 1 TO TableIdx
      SET EntryNotFound TO TRUE
      PERFORM UNTIL EntryFound
         IF TableIdx GREATER THAN StageCount
            SET EntryFound TO TRUE
         ELSE
            IF ST-Line(TableIdx)(1:56) NOT LESS THAN SeekKey(1:56)
               SET EntryFound TO TRUE
            ELSE
               ADD 1 TO TableIdx
            END-IF
         END-IF
      END-PERFORM
      IF TableIdx NOT GREATER THAN StageCount
         AND ST-Line(TableIdx)(1:56) = SeekKey(1:56)
         AND ST-Good(TableIdx) = "Y"
         AND StagePair-Wins IS NUMERIC AND StagePair-Losses IS NUMERIC
         ADD StagePair-Wins   TO ST-Wins(TableIdx)
         ADD StagePair-Losses TO ST-Losses(TableIdx)
      ELSE
         IF StageCount GREATER THAN OR EQUAL TO 20000
            SET PairTableFull TO TRUE
            MOVE "stageresults.txt holds more lines than the stage table (20000)"
                 TO RefusalReason
         ELSE
            PERFORM VARYING StageShiftIdx FROM StageCount BY -1
                    UNTIL StageShiftIdx LESS THAN TableIdx
               MOVE StageEntry(StageShiftIdx) TO StageEntry(StageShiftIdx + 1)
            END-PERFORM
            ADD 1 TO StageCount
            MOVE StagePairDetails TO ST-Line(TableIdx)
            MOVE ZERO TO ST-Wins(TableIdx) ST-Losses(TableIdx)
            IF StagePair-Wins IS NUMERIC AND StagePair-Losses IS NUMERIC
               MOVE "Y" TO ST-Good(TableIdx)
               MOVE StagePair-Wins   TO ST-Wins(TableIdx)
               MOVE StagePair-Losses TO ST-Losses(TableIdx)
            ELSE
               MOVE "N" TO ST-Good(TableIdx)
            END-IF
         END-IF
      END-IF
      READ StagePairFile
        AT END SET EndOfStagePairFile TO TRUE
      END-READ
   END-PERFORM
   IF StagePairFile-Status NOT = "35"
      CLOSE StagePairFile
   END-IF.

*> Totals past 99 are written as 99, the way MatchupBuilder writes
*> the two-digit matchups.txt columns.
RewriteMatchupFile.
   IF MatchupChanged GREATER THAN ZERO
      OPEN OUTPUT MatchupFile
      PERFORM VARYING TableIdx FROM 1 BY 1
              UNTIL TableIdx GREATER THAN MatchupCount
         MOVE MU-Line(TableIdx) TO MatchupDetails
         IF MU-Good(TableIdx) = "Y"
            IF MU-Wins(TableIdx) GREATER THAN 99
               MOVE 99 TO MatchupWins
               ADD 1 TO CappedTotalCount
            ELSE
               MOVE MU-Wins(TableIdx) TO MatchupWins
            END-IF
            IF MU-Losses(TableIdx) GREATER THAN 99
               MOVE 99 TO MatchupLosses
               ADD 1 TO CappedTotalCount
            ELSE
               MOVE MU-Losses(TableIdx) TO MatchupLosses
            END-IF
         END-IF
         WRITE MatchupDetails
      END-PERFORM
      CLOSE MatchupFile
   END-IF.

*> One pass over matchupmonths.dat in key order. A record naming the
*> old character moves to its renamed key, and the pass picks up
*> again just past the key it left.
RenameInMonthPairs.
   OPEN I-O MonthPairFile
   IF MonthPairFile-Status NOT = "35"
      MOVE LOW-VALUES TO Month-Key
      START MonthPairFile KEY NOT LESS THAN Month-Key
        INVALID KEY SET EndOfMonthPairFile TO TRUE
      END-START
      IF NOT EndOfMonthPairFile
         READ MonthPairFile NEXT RECORD
           AT END SET EndOfMonthPairFile TO TRUE
         END-READ
      END-IF
      PERFORM UNTIL EndOfMonthPairFile
         MOVE MonthPairDetails TO MonthPairHold
         SET LineUnchanged TO TRUE
         MOVE Month-AsName TO SwapName
         PERFORM SwapCharName
         MOVE SwapName TO Month-AsName
         MOVE Month-AgainstName TO SwapName
         PERFORM SwapCharName
         MOVE SwapName TO Month-AgainstName
         IF LineChanged
            PERFORM MoveMonthPairRecord
            MOVE MonthPairHold TO MonthPairDetails
            START MonthPairFile KEY GREATER THAN Month-Key
              INVALID KEY SET EndOfMonthPairFile TO TRUE
            END-START
         END-IF
         IF NOT EndOfMonthPairFile
            READ MonthPairFile NEXT RECORD
              AT END SET EndOfMonthPairFile TO TRUE
            END-READ
         END-IF
      END-PERFORM
      CLOSE MonthPairFile
   END-IF.

MoveMonthPairRecord.
   MOVE MonthPairDetails TO MonthPairImage
   MOVE MonthPairHold TO MonthPairDetails
   MOVE ZERO TO MergedWins
   MOVE ZERO TO MergedLosses
   IF Month-Wins IS NUMERIC
      MOVE Month-Wins TO MergedWins
   END-IF
   IF Month-Losses IS NUMERIC
      MOVE Month-Losses TO MergedLosses
   END-IF
   DELETE MonthPairFile RECORD
     INVALID KEY DISPLAY "Month pair delete failed, status " MonthPairFile-Status
   END-DELETE
   MOVE MonthPairImage TO MonthPairDetails
   SET EntryFound TO TRUE
   READ MonthPairFile RECORD
     INVALID KEY SET EntryNotFound TO TRUE
   END-READ
   IF EntryFound
      IF Month-Wins IS NUMERIC
         ADD Month-Wins TO MergedWins
      END-IF
      IF Month-Losses IS NUMERIC
         ADD Month-Losses TO MergedLosses
      END-IF
   ELSE
      MOVE MonthPairImage TO MonthPairDetails
   END-IF
   PERFORM CapMergedTotals
   MOVE MergedWins   TO Month-Wins
   MOVE MergedLosses TO Month-Losses
   IF EntryFound
      REWRITE MonthPairDetails
        INVALID KEY DISPLAY "Month pair rewrite failed, status " MonthPairFile-Status
      END-REWRITE
   ELSE
      WRITE MonthPairDetails
        INVALID KEY DISPLAY "Month pair write failed, status " MonthPairFile-Status
      END-WRITE
   END-IF
   ADD 1 TO MonthChanged.

*> The same pass over rivalries.dat, on the two character fields.
RenameInRivalries.
   OPEN I-O RivalryFile
   IF RivalryFile-Status NOT = "35"
      MOVE LOW-VALUES TO Rival-Key
      START RivalryFile KEY NOT LESS THAN Rival-Key
        INVALID KEY SET EndOfRivalryFile TO TRUE
      END-START
      IF NOT EndOfRivalryFile
         READ RivalryFile NEXT RECORD
           AT END SET EndOfRivalryFile TO TRUE
         END-READ
      END-IF
      PERFORM UNTIL EndOfRivalryFile
         MOVE RivalryDetails TO RivalryHold
         SET LineUnchanged TO TRUE
         MOVE Rival-AsChar TO SwapName
         PERFORM SwapCharName
         MOVE SwapName TO Rival-AsChar
         MOVE Rival-VsChar TO SwapName
         PERFORM SwapCharName
         MOVE SwapName TO Rival-VsChar
         IF LineChanged
            PERFORM MoveRivalryRecord
            MOVE RivalryHold TO RivalryDetails
            START RivalryFile KEY GREATER THAN Rival-Key
              INVALID KEY SET EndOfRivalryFile TO TRUE
            END-START
         END-IF
         IF NOT EndOfRivalryFile
            READ RivalryFile NEXT RECORD
              AT END SET EndOfRivalryFile TO TRUE
            END-READ
         END-IF
      END-PERFORM
      CLOSE RivalryFile
   END-IF.

MoveRivalryRecord.
   MOVE RivalryDetails TO RivalryImage
   MOVE RivalryHold TO RivalryDetails
   MOVE ZERO TO MergedWins
   MOVE ZERO TO MergedLosses
   IF Rival-Wins IS NUMERIC
      MOVE Rival-Wins TO MergedWins
   END-IF
   IF Rival-Losses IS NUMERIC
      MOVE Rival-Losses TO MergedLosses
   END-IF
   DELETE RivalryFile RECORD
     INVALID KEY DISPLAY "Rivalry delete failed, status " RivalryFile-Status
   END-DELETE
   MOVE RivalryImage TO RivalryDetails
   SET EntryFound TO TRUE
   READ RivalryFile RECORD
     INVALID KEY SET EntryNotFound TO TRUE
   END-READ
   IF EntryFound
      IF Rival-Wins IS NUMERIC
         ADD Rival-Wins TO MergedWins
      END-IF
      IF Rival-Losses IS NUMERIC
         ADD Rival-Losses TO MergedLosses
      END-IF
   ELSE
      MOVE RivalryImage TO RivalryDetails
   END-IF
   PERFORM CapMergedTotals
   MOVE MergedWins   TO Rival-Wins
   MOVE MergedLosses TO Rival-Losses
   IF EntryFound
      REWRITE RivalryDetails
        INVALID KEY DISPLAY "Rivalry rewrite failed, status " RivalryFile-Status
      END-REWRITE
   ELSE
      WRITE RivalryDetails
        INVALID KEY DISPLAY "Rivalry write failed, status " RivalryFile-Status
      END-WRITE
   END-IF
   ADD 1 TO RivalChanged.

*> The four-digit columns hold 9999 at most.
CapMergedTotals.
   IF MergedWins GREATER THAN 9999
      MOVE 9999 TO MergedWins
      ADD 1 TO CappedTotalCount
   END-IF
   IF MergedLosses GREATER THAN 9999
      MOVE 9999 TO MergedLosses
      ADD 1 TO CappedTotalCount
   END-IF.

RewriteStageFile.
   IF StageChanged GREATER THAN ZERO
      OPEN OUTPUT StagePairFile
      PERFORM VARYING TableIdx FROM 1 BY 1
              UNTIL TableIdx GREATER THAN StageCount
         MOVE ST-Line(TableIdx) TO StagePairDetails
         IF ST-Good(TableIdx) = "Y"
            MOVE ST-Wins(TableIdx)   TO StagePair-Wins
            MOVE ST-Losses(TableIdx) TO StagePair-Losses
         END-IF
         WRITE StagePairDetails
      END-PERFORM
      CLOSE StagePairFile
   END-IF.

*> history.txt is rebuilt in the work file a run block at a time and
*> copied back only if a line changed. A rename swaps the name on the
*> old character's lines. A merge folds each block's old-character
*> line into the survivor's line in the same block, recomputing the
*> percentage, so every past run reads as if the two had always been
*> one character.
RenameInHistory.
   OPEN INPUT HistoryFile
   IF HistoryFile-Status NOT = "35"
      OPEN OUTPUT WorkFile
      MOVE ZERO TO HistoryBlockCount
      READ HistoryFile
        AT END SET EndOfHistoryFile TO TRUE
      END-READ
      PERFORM UNTIL EndOfHistoryFile
         PERFORM TakeHistoryLine
         READ HistoryFile
           AT END SET EndOfHistoryFile TO TRUE
         END-READ
      END-PERFORM
      PERFORM FlushHistoryBlock
      CLOSE HistoryFile
      CLOSE WorkFile
      IF HistoryChanged GREATER THAN ZERO
         OPEN INPUT WorkFile
         OPEN OUTPUT HistoryFile
         READ WorkFile
           AT END SET EndOfWorkFile TO TRUE
         END-READ
         PERFORM UNTIL EndOfWorkFile
            MOVE WorkRecord TO HistoryRecord
            WRITE HistoryRecord
            READ WorkFile
              AT END SET EndOfWorkFile TO TRUE
            END-READ
         END-PERFORM
         CLOSE WorkFile
         CLOSE HistoryFile
      END-IF
   END-IF.

TakeHistoryLine.
   IF HistoryRecord(11:1) NOT = "," OR HistoryRecord(30:1) NOT = ","
      PERFORM FlushHistoryBlock
      MOVE HistoryRecord TO WorkRecord
      WRITE WorkRecord
   ELSE
      SET HistoryNameIsNew TO TRUE
      PERFORM VARYING HistoryIdx FROM 1 BY 1
              UNTIL HistoryIdx GREATER THAN HistoryBlockCount
         IF HB-Line(HistoryIdx)(12:18) = HistoryRecord(12:18)
            SET HistoryNameRepeats TO TRUE
         END-IF
      END-PERFORM
      IF HistoryNameRepeats
         OR HistoryRecord(1:10) NOT = HistoryBlockDate
         OR HistoryBlockCount GREATER THAN OR EQUAL TO 240
         PERFORM FlushHistoryBlock
      END-IF
      IF HistoryBlockCount = ZERO
         MOVE HistoryRecord(1:10) TO HistoryBlockDate
      END-IF
      ADD 1 TO HistoryBlockCount
      MOVE HistoryRecord TO HB-Line(HistoryBlockCount)
      MOVE "N" TO HB-Drop(HistoryBlockCount)
   END-IF.

FlushHistoryBlock.
   IF HistoryBlockCount GREATER THAN ZERO
      MOVE ZERO TO HistoryOldPos HistoryNewPos
      PERFORM VARYING HistoryIdx FROM 1 BY 1
              UNTIL HistoryIdx GREATER THAN HistoryBlockCount
         IF HB-Line(HistoryIdx)(12:18) = OldName
            MOVE HistoryIdx TO HistoryOldPos
         END-IF
         IF HB-Line(HistoryIdx)(12:18) = NewName
            MOVE HistoryIdx TO HistoryNewPos
         END-IF
      END-PERFORM
      IF HistoryOldPos NOT = ZERO
         IF HistoryNewPos NOT = ZERO
            PERFORM CombineHistoryLines
            ADD 2 TO HistoryChanged
         ELSE
            MOVE NewName TO HB-Line(HistoryOldPos)(12:18)
            ADD 1 TO HistoryChanged
         END-IF
      END-IF
      PERFORM VARYING HistoryIdx FROM 1 BY 1
              UNTIL HistoryIdx GREATER THAN HistoryBlockCount
         IF HB-Drop(HistoryIdx) NOT = "Y"
            MOVE HB-Line(HistoryIdx) TO WorkRecord
            WRITE WorkRecord
         END-IF
      END-PERFORM
      MOVE ZERO TO HistoryBlockCount
      MOVE SPACES TO HistoryBlockDate
   END-IF.

*> A NO DATA line reads as 0-0. The combined line is written the way
*> PuffMatchups' WriteHistoryRecords writes one.
CombineHistoryLines.
   MOVE ZERO TO HistoryOldWins HistoryOldLosses
   MOVE ZERO TO HistoryNewWins HistoryNewLosses
   IF HB-Line(HistoryOldPos)(31:4) IS NUMERIC
      AND HB-Line(HistoryOldPos)(36:4) IS NUMERIC
      MOVE HB-Line(HistoryOldPos)(31:4) TO HistoryOldWins
      MOVE HB-Line(HistoryOldPos)(36:4) TO HistoryOldLosses
   END-IF
   IF HB-Line(HistoryNewPos)(31:4) IS NUMERIC
      AND HB-Line(HistoryNewPos)(36:4) IS NUMERIC
      MOVE HB-Line(HistoryNewPos)(31:4) TO HistoryNewWins
      MOVE HB-Line(HistoryNewPos)(36:4) TO HistoryNewLosses
   END-IF
   COMPUTE HistoryWins = HistoryOldWins + HistoryNewWins
   COMPUTE HistoryLosses = HistoryOldLosses + HistoryNewLosses
   IF HistoryWins GREATER THAN 9999
      MOVE 9999 TO HistoryWins
      ADD 1 TO CappedTotalCount
   END-IF
   IF HistoryLosses GREATER THAN 9999
      MOVE 9999 TO HistoryLosses
      ADD 1 TO CappedTotalCount
   END-IF
   MOVE HistoryWins   TO HistoryNewWins
   MOVE HistoryLosses TO HistoryNewLosses
   MOVE SPACES TO HB-Line(HistoryNewPos)(31:50)
   IF HistoryNewWins = ZERO AND HistoryNewLosses = ZERO
      MOVE "0,0,NO DATA" TO HB-Line(HistoryNewPos)(31:11)
   ELSE
      COMPUTE HistoryPct ROUNDED =
         (HistoryNewWins / (HistoryNewWins + HistoryNewLosses)) * 100
      MOVE HistoryPct TO HistoryPct-Display
      STRING HistoryNewWins DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              HistoryNewLosses DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              HistoryPct-Display DELIMITED BY SIZE
         INTO HB-Line(HistoryNewPos)(31:50)
   END-IF
   MOVE "Y" TO HB-Drop(HistoryOldPos).

*> The remaining files are per-line records that just carry the name:
*> each is rebuilt in the work file with the name swapped and copied
*> back if anything changed. A merge needs nothing more -- the lines
*> simply read under the survivor's name from now on.
RenameInSetHistory.
   OPEN INPUT SetHistoryFile
   IF SetHistoryFile-Status NOT = "35"
      OPEN OUTPUT WorkFile
      READ SetHistoryFile
        AT END SET EndOfSetHistoryFile TO TRUE
      END-READ
      PERFORM UNTIL EndOfSetHistoryFile
         SET LineUnchanged TO TRUE
         MOVE SetHist-WinnerChar TO SwapName
         PERFORM SwapCharName
         MOVE SwapName TO SetHist-WinnerChar
         MOVE SetHist-LoserChar TO SwapName
         PERFORM SwapCharName
         MOVE SwapName TO SetHist-LoserChar
         IF LineChanged
            ADD 1 TO SetHistoryChanged
         END-IF
         MOVE SetHistoryDetails TO WorkRecord
         WRITE WorkRecord
         READ SetHistoryFile
           AT END SET EndOfSetHistoryFile TO TRUE
         END-READ
      END-PERFORM
      CLOSE SetHistoryFile
      CLOSE WorkFile
      IF SetHistoryChanged GREATER THAN ZERO
         OPEN INPUT WorkFile
         OPEN OUTPUT SetHistoryFile
         READ WorkFile
           AT END SET EndOfWorkFile TO TRUE
         END-READ
         PERFORM UNTIL EndOfWorkFile
            MOVE WorkRecord TO SetHistoryDetails
            WRITE SetHistoryDetails
            READ WorkFile
              AT END SET EndOfWorkFile TO TRUE
            END-READ
         END-PERFORM
         CLOSE WorkFile
         CLOSE SetHistoryFile
      END-IF
   END-IF.

RenameInCorrections.
   OPEN INPUT CorrectionFile
   IF CorrectionFile-Status NOT = "35"
      OPEN OUTPUT WorkFile
      READ CorrectionFile
        AT END SET EndOfCorrectionFile TO TRUE
      END-READ
      PERFORM UNTIL EndOfCorrectionFile
         SET LineUnchanged TO TRUE
         MOVE Correction-CharacterName TO SwapName
         PERFORM SwapCharName
         MOVE SwapName TO Correction-CharacterName
         IF LineChanged
            ADD 1 TO CorrectionChanged
         END-IF
         MOVE CorrectionDetails TO WorkRecord
         WRITE WorkRecord
         READ CorrectionFile
           AT END SET EndOfCorrectionFile TO TRUE
         END-READ
      END-PERFORM
      CLOSE CorrectionFile
      CLOSE WorkFile
      IF CorrectionChanged GREATER THAN ZERO
         OPEN INPUT WorkFile
         OPEN OUTPUT CorrectionFile
         READ WorkFile
           AT END SET EndOfWorkFile TO TRUE
         END-READ
         PERFORM UNTIL EndOfWorkFile
            MOVE WorkRecord TO CorrectionDetails
            WRITE CorrectionDetails
            READ WorkFile
              AT END SET EndOfWorkFile TO TRUE
            END-READ
         END-PERFORM
         CLOSE WorkFile
         CLOSE CorrectionFile
      END-IF
   END-IF.

RenameInSuspense.
   OPEN INPUT SuspenseFile
   IF SuspenseFile-Status NOT = "35"
      OPEN OUTPUT WorkFile
      READ SuspenseFile
        AT END SET EndOfSuspenseFile TO TRUE
      END-READ
      PERFORM UNTIL EndOfSuspenseFile
         IF SuspSparseFormat
            SET LineUnchanged TO TRUE
            MOVE Susp-RecordBytes TO SparseRecordView
            MOVE Sparse-CharacterName TO SwapName
            PERFORM SwapCharName
            MOVE SwapName TO Sparse-CharacterName
            IF LineChanged
               MOVE SparseRecordView TO Susp-RecordBytes
               ADD 1 TO SuspenseChanged
            END-IF
         END-IF
         MOVE SuspenseDetails TO WorkRecord
         WRITE WorkRecord
         READ SuspenseFile
           AT END SET EndOfSuspenseFile TO TRUE
         END-READ
      END-PERFORM
      CLOSE SuspenseFile
      CLOSE WorkFile
      IF SuspenseChanged GREATER THAN ZERO
         OPEN INPUT WorkFile
         OPEN OUTPUT SuspenseFile
         READ WorkFile
           AT END SET EndOfWorkFile TO TRUE
         END-READ
         PERFORM UNTIL EndOfWorkFile
            MOVE WorkRecord TO SuspenseDetails
            WRITE SuspenseDetails
            READ WorkFile
              AT END SET EndOfWorkFile TO TRUE
            END-READ
         END-PERFORM
         CLOSE WorkFile
         CLOSE SuspenseFile
      END-IF
   END-IF.

*> Set lines name a winner's and a loser's character; GAM game lines
*> name the two characters played in that game.
RenameInSetSuspense.
   OPEN INPUT SetSuspenseFile
   IF SetSuspenseFile-Status NOT = "35"
      OPEN OUTPUT WorkFile
      READ SetSuspenseFile
        AT END SET EndOfSetSuspenseFile TO TRUE
      END-READ
      PERFORM UNTIL EndOfSetSuspenseFile
         SET LineUnchanged TO TRUE
         MOVE SetSusp-SetBytes TO SetLineView
         IF GameLineTag
            MOVE Game-SetWinnerChar TO SwapName
            PERFORM SwapCharName
            MOVE SwapName TO Game-SetWinnerChar
            MOVE Game-SetLoserChar TO SwapName
            PERFORM SwapCharName
            MOVE SwapName TO Game-SetLoserChar
         ELSE
            MOVE Set-WinnerChar TO SwapName
            PERFORM SwapCharName
            MOVE SwapName TO Set-WinnerChar
            MOVE Set-LoserChar TO SwapName
            PERFORM SwapCharName
            MOVE SwapName TO Set-LoserChar
         END-IF
         IF LineChanged
            MOVE SetLineView TO SetSusp-SetBytes
            ADD 1 TO SetSuspChanged
         END-IF
         MOVE SetSuspenseDetails TO WorkRecord
         WRITE WorkRecord
         READ SetSuspenseFile
           AT END SET EndOfSetSuspenseFile TO TRUE
         END-READ
      END-PERFORM
      CLOSE SetSuspenseFile
      CLOSE WorkFile
      IF SetSuspChanged GREATER THAN ZERO
         OPEN INPUT WorkFile
         OPEN OUTPUT SetSuspenseFile
         READ WorkFile
           AT END SET EndOfWorkFile TO TRUE
         END-READ
         PERFORM UNTIL EndOfWorkFile
            MOVE WorkRecord TO SetSuspenseDetails
            WRITE SetSuspenseDetails
            READ WorkFile
              AT END SET EndOfWorkFile TO TRUE
            END-READ
         END-PERFORM
         CLOSE WorkFile
         CLOSE SetSuspenseFile
      END-IF
   END-IF.

*> rosteraudit.txt keeps every instruction ever applied: a heading
*> line with the date, time, and instruction, then the records changed
*> in each file.
WriteAudit.
   OPEN EXTEND AuditFile
   IF AuditFile-Status = "35"
      OPEN OUTPUT AuditFile
   END-IF
   MOVE SPACES TO AuditRecord
   IF RetireWanted
      STRING RunDate-Display DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RunTime-HH DELIMITED BY SIZE
              ":" DELIMITED BY SIZE
              RunTime-MN DELIMITED BY SIZE
              "  RETIRE " DELIMITED BY SIZE
              OldName DELIMITED BY SIZE
         INTO AuditRecord
   ELSE
      STRING RunDate-Display DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RunTime-HH DELIMITED BY SIZE
              ":" DELIMITED BY SIZE
              RunTime-MN DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              ActionWord DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              OldName DELIMITED BY SIZE
              " -> " DELIMITED BY SIZE
              NewName DELIMITED BY SIZE
         INTO AuditRecord
   END-IF
   WRITE AuditRecord
   MOVE RosterFileName TO AuditFileLabel
   MOVE RosterChanged TO AuditCount
   PERFORM WriteAuditLine
   MOVE RetiredFileName TO AuditFileLabel
   MOVE RetiredChanged TO AuditCount
   PERFORM WriteAuditLine
   MOVE SeasonFileName TO AuditFileLabel
   MOVE SeasonChanged TO AuditCount
   PERFORM WriteAuditLine
   MOVE MatchupFileName TO AuditFileLabel
   MOVE MatchupChanged TO AuditCount
   PERFORM WriteAuditLine
   MOVE "matchupmonths.dat" TO AuditFileLabel
   MOVE MonthChanged TO AuditCount
   PERFORM WriteAuditLine
   MOVE "rivalries.dat" TO AuditFileLabel
   MOVE RivalChanged TO AuditCount
   PERFORM WriteAuditLine
   MOVE "stageresults.txt" TO AuditFileLabel
   MOVE StageChanged TO AuditCount
   PERFORM WriteAuditLine
   MOVE HistoryFileName TO AuditFileLabel
   MOVE HistoryChanged TO AuditCount
   PERFORM WriteAuditLine
   MOVE "sethistory.txt" TO AuditFileLabel
   MOVE SetHistoryChanged TO AuditCount
   PERFORM WriteAuditLine
   MOVE CorrectionFileName TO AuditFileLabel
   MOVE CorrectionChanged TO AuditCount
   PERFORM WriteAuditLine
   MOVE SuspenseFileName TO AuditFileLabel
   MOVE SuspenseChanged TO AuditCount
   PERFORM WriteAuditLine
   MOVE "setsuspense.txt" TO AuditFileLabel
   MOVE SetSuspChanged TO AuditCount
   PERFORM WriteAuditLine
   IF JournalLineCount GREATER THAN ZERO
      MOVE SPACES TO AuditRecord
      MOVE JournalLineCount TO AuditCount-Display
      STRING "    " DELIMITED BY SIZE
              AuditCount-Display DELIMITED BY SIZE
              " season master cell change(s) journaled under MERGE" DELIMITED BY SIZE
         INTO AuditRecord
      WRITE AuditRecord
   END-IF
   IF CappedTotalCount GREATER THAN ZERO
      MOVE SPACES TO AuditRecord
      MOVE CappedTotalCount TO AuditCount-Display
      STRING "    " DELIMITED BY SIZE
              AuditCount-Display DELIMITED BY SIZE
              " merged total(s) capped at the column width" DELIMITED BY SIZE
         INTO AuditRecord
      WRITE AuditRecord
   END-IF
   CLOSE AuditFile.

WriteAuditLine.
   ADD AuditCount TO TotalChanged
   MOVE SPACES TO AuditRecord
   MOVE AuditCount TO AuditCount-Display
   STRING "    " DELIMITED BY SIZE
           AuditFileLabel DELIMITED BY SIZE
           AuditCount-Display DELIMITED BY SIZE
           " record(s) changed" DELIMITED BY SIZE
      INTO AuditRecord
   WRITE AuditRecord.
