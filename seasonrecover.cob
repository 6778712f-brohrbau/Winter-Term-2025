IDENTIFICATION DIVISION.
PROGRAM-ID. SeasonRecover.
AUTHOR. Bunker Rohrbaugh.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT SeasonFile ASSIGN TO "season.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS Season-PlayerName
       FILE STATUS IS SeasonFile-Status.
SELECT RosterFile ASSIGN TO "roster.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
SELECT SeasonJournalFile ASSIGN TO "seasonjournal.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SeasonJournalFile-Status.
SELECT RecoverReportFile ASSIGN TO "seasonrecover.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> The keyed season master PuffMatchups maintains.
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

*> Same layout PuffMatchups and SeasonMaint append to. The program,
*> run date, run time, and source id together name the run a line
*> came from; every line a run writes sits together on the journal.
FD SeasonJournalFile.
01 SeasonJournalDetails.
       88 EndOfSeasonJournal VALUE HIGH-VALUES.
       02 Jrnl-RunKey.
           03 Jrnl-Program  PIC X(15).
           03 Jrnl-RunDate  PIC 9(6).
           03 Jrnl-RunTime  PIC 9(8).
           03 Jrnl-SourceId PIC X(8).
       02 Jrnl-PlayerName   PIC X(20).
       02 Jrnl-Action       PIC X(1).
           88 JrnlRecordInserted VALUE "I".
           88 JrnlRecordDropped  VALUE "D".
           88 JrnlCellChanged    VALUE "C".
       02 Jrnl-CharSlot     PIC 9(3).
       02 Jrnl-CharName     PIC X(18).
       02 Jrnl-BeforeWins   PIC 9(4).
       02 Jrnl-BeforeLosses PIC 9(4).
       02 Jrnl-AfterWins    PIC 9(4).
       02 Jrnl-AfterLosses  PIC 9(4).

FD RecoverReportFile.
01 RecoverReportRecord PIC X(100).

WORKING-STORAGE SECTION.
01 SeasonFile-Status        PIC XX.
01 SeasonJournalFile-Status PIC XX.

01 RunDate.
       02 RunDate-YY PIC 99.
       02 RunDate-MM PIC 99.
       02 RunDate-DD PIC 99.
01 RunDate-Num REDEFINES RunDate PIC 9(6).
01 RunDate-Display PIC X(10).
01 RunTime PIC 9(8).

01 RosterTable.
       02 RosterEntry OCCURS 120 TIMES.
           03 RosterName PIC X(18).
01 RosterLoadCount PIC 9(3) VALUE ZERO.
01 CharacterNum    PIC 9(3).

*> R rolls the master back to how it stood at the end of a run date:
*> every journaled change from a later run is reverted to its before
*> image, latest first. U backs out a single run: each cell it changed
*> gives back exactly what that run added or took away, so whatever
*> later runs did to the same cells is left standing.
01 ActionAnswer PIC X(01).
       88 RollbackWanted VALUE "R" "r".
       88 UndoWanted     VALUE "U" "u".
01 ConfirmAnswer PIC X(01) VALUE "N".
       88 RecoveryConfirmed VALUE "Y" "y".

01 TargetDateAnswer PIC X(10).
01 TargetDateParts.
       02 TargetDate-MM   PIC X(2).
       02 TargetDate-Sep1 PIC X(1).
       02 TargetDate-DD   PIC X(2).
       02 TargetDate-Sep2 PIC X(1).
       02 TargetDate-CC   PIC X(2).
       02 TargetDate-YY   PIC X(2).
01 TargetRunDate.
       02 TargetRun-YY PIC 99.
       02 TargetRun-MM PIC 99.
       02 TargetRun-DD PIC 99.
01 TargetRunDate-Num REDEFINES TargetRunDate PIC 9(6).

*> Every run on the journal, in journal order, for the undo list.
01 RunTable.
       02 RunEntry OCCURS 999 TIMES.
           03 RT-RunKey.
               04 RT-Program  PIC X(15).
               04 RT-RunDate  PIC 9(6).
               04 RT-RunTime  PIC 9(8).
               04 RT-SourceId PIC X(8).
           03 RT-LineCount PIC 9(6).
01 RunCount PIC 9(3) VALUE ZERO.
01 RunIdx   PIC 9(3).
01 RunListStart PIC 9(3).
01 RunsToList   PIC 9(3) VALUE 20.
01 RunTableFullSwitch PIC X(01) VALUE "N".
       88 RunTableFull VALUE "Y".
01 RunAnswer PIC X(03) JUSTIFIED RIGHT.
01 ChosenRunIdx PIC 9(3) VALUE ZERO.

*> The journal lines being reverted, in journal order; they are
*> applied from the bottom up.
01 EntryTable.
       02 EntryLine OCCURS 50000 TIMES.
           03 EN-Program      PIC X(15).
           03 EN-RunDate      PIC 9(6).
           03 EN-PlayerName   PIC X(20).
           03 EN-Action       PIC X(1).
           03 EN-CharSlot     PIC 9(3).
           03 EN-CharName     PIC X(18).
           03 EN-BeforeWins   PIC 9(4).
           03 EN-BeforeLosses PIC 9(4).
           03 EN-AfterWins    PIC 9(4).
           03 EN-AfterLosses  PIC 9(4).
01 EntryCount    PIC 9(5) VALUE ZERO.
01 EntryIdx      PIC 9(5).
01 MaxEntries    PIC 9(5) VALUE 50000.
01 EntryOverflowSwitch PIC X(01) VALUE "N".
       88 EntryTableOverflow VALUE "Y".

01 PlayerOnFileSwitch PIC X(01).
       88 PlayerOnFile    VALUE "Y".
       88 PlayerNotOnFile VALUE "N".
01 CurrentWins   PIC 9(4).
01 CurrentLosses PIC 9(4).
01 RevertedWins   PIC S9(5).
01 RevertedLosses PIC S9(5).
01 ClampSwitch PIC X(01).
       88 CellClamped    VALUE "Y".
       88 CellNotClamped VALUE "N".
01 RecordEmptySwitch PIC X(01).
       88 RecordIsEmpty    VALUE "Y".
       88 RecordNotEmpty   VALUE "N".

01 JournalSourceId PIC X(8).
01 JournalLineCount PIC 9(6) VALUE ZERO.

01 CellsRevertedCount  PIC 9(6) VALUE ZERO.
01 RecordsRemovedCount PIC 9(6) VALUE ZERO.
01 RecordsRestoredCount PIC 9(6) VALUE ZERO.
01 ClampedCellCount    PIC 9(6) VALUE ZERO.
01 KeptRecordCount     PIC 9(6) VALUE ZERO.

01 EntryRunDate.
       02 EntryRun-YY PIC 99.
       02 EntryRun-MM PIC 99.
       02 EntryRun-DD PIC 99.
01 EntryRunDate-Num REDEFINES EntryRunDate PIC 9(6).
01 EntryRunDate-Display PIC X(8).
01 RunTimeParts.
       02 RunTime-HH PIC 99.
       02 RunTime-MI PIC 99.
       02 RunTime-SS PIC 99.
       02 RunTime-CC PIC 99.
01 RunTimeParts-Num REDEFINES RunTimeParts PIC 9(8).

01 Count-Display   PIC ZZZZZ9.
01 RunNum-Display  PIC ZZ9.
01 BeforeWins-Display   PIC ZZZ9.
01 BeforeLosses-Display PIC ZZZ9.
01 AfterWins-Display    PIC ZZZ9.
01 AfterLosses-Display  PIC ZZZ9.

01 ReturnCode-Clean   PIC 99 VALUE 0.
01 ReturnCode-Rejects PIC 99 VALUE 4.
01 ReturnCode-Refused PIC 99 VALUE 16.

PROCEDURE DIVISION.
Begin.
   PERFORM InitializeProgram
   PERFORM LoadRoster
   PERFORM PromptAction
   PERFORM LoadJournalRuns
   IF RollbackWanted
      PERFORM PromptRollbackDate
   ELSE
      PERFORM PromptUndoRun
   END-IF
   PERFORM LoadRecoveryEntries
   PERFORM ConfirmRecovery
   PERFORM OpenSeasonMaster
   PERFORM OpenRecoveryOutputs
   PERFORM VARYING EntryIdx FROM EntryCount BY -1
           UNTIL EntryIdx LESS THAN 1
      PERFORM RevertOneEntry
   END-PERFORM
   PERFORM WriteReportTotals
   CLOSE SeasonFile
   CLOSE SeasonJournalFile
   CLOSE RecoverReportFile
   DISPLAY CellsRevertedCount " cell(s) reverted, " RecordsRemovedCount " record(s) removed, " RecordsRestoredCount " record(s) re-created -- see seasonrecover.txt."
   IF ClampedCellCount GREATER THAN ZERO OR KeptRecordCount GREATER THAN ZERO
      DISPLAY ClampedCellCount " cell(s) held at zero and " KeptRecordCount " record(s) kept -- later runs overlap the undone one, see seasonrecover.txt."
      MOVE ReturnCode-Rejects TO RETURN-CODE
   ELSE
      MOVE ReturnCode-Clean TO RETURN-CODE
   END-IF
   STOP RUN.

InitializeProgram.
   MOVE SPACES TO RosterTable
   ACCEPT RunDate FROM DATE
   ACCEPT RunTime FROM TIME
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

PromptAction.
   DISPLAY "Season master recovery -- R=roll back to a run date, U=undo one run (R/U): " WITH NO ADVANCING
   ACCEPT ActionAnswer FROM CONSOLE
   IF RollbackWanted
      MOVE "ROLLBACK" TO JournalSourceId
   ELSE
      IF UndoWanted
         MOVE "UNDO" TO JournalSourceId
      ELSE
         DISPLAY "Answer R or U -- nothing touched."
         MOVE ReturnCode-Refused TO RETURN-CODE
         STOP RUN
      END-IF
   END-IF.

*> First pass over the journal: the list of runs on it. Lines from one
*> run sit together, so a change of run key starts the next run.
LoadJournalRuns.
   OPEN INPUT SeasonJournalFile
   IF SeasonJournalFile-Status = "35"
      DISPLAY "No season journal on file (seasonjournal.txt) -- nothing to recover from."
      MOVE ReturnCode-Refused TO RETURN-CODE
      STOP RUN
   END-IF
   READ SeasonJournalFile
     AT END SET EndOfSeasonJournal TO TRUE
   END-READ
   PERFORM UNTIL EndOfSeasonJournal
      IF RunCount = ZERO
         PERFORM AddJournalRun
      ELSE
         IF Jrnl-RunKey NOT = RT-RunKey(RunCount)
            PERFORM AddJournalRun
         END-IF
      END-IF
      IF NOT RunTableFull
         ADD 1 TO RT-LineCount(RunCount)
      END-IF
      READ SeasonJournalFile
        AT END SET EndOfSeasonJournal TO TRUE
      END-READ
   END-PERFORM
   CLOSE SeasonJournalFile.

*> Past 999 runs the oldest stay off the undo list; a rollback still
*> reads the whole journal.
AddJournalRun.
   IF RunCount LESS THAN 999
      ADD 1 TO RunCount
      MOVE Jrnl-RunKey TO RT-RunKey(RunCount)
      MOVE ZERO TO RT-LineCount(RunCount)
   ELSE
      SET RunTableFull TO TRUE
   END-IF.

PromptRollbackDate.
   DISPLAY "Roll season.dat back to the end of which run date? (MM/DD/YYYY): " WITH NO ADVANCING
   ACCEPT TargetDateAnswer FROM CONSOLE
   MOVE TargetDateAnswer TO TargetDateParts
   IF TargetDate-MM NOT NUMERIC OR TargetDate-DD NOT NUMERIC
      OR TargetDate-CC NOT NUMERIC OR TargetDate-YY NOT NUMERIC
      OR TargetDate-Sep1 NOT = "/" OR TargetDate-Sep2 NOT = "/"
      DISPLAY "The date must be MM/DD/YYYY -- nothing touched."
      MOVE ReturnCode-Refused TO RETURN-CODE
      STOP RUN
   END-IF
   MOVE TargetDate-YY TO TargetRun-YY
   MOVE TargetDate-MM TO TargetRun-MM
   MOVE TargetDate-DD TO TargetRun-DD.

*> The most recent runs, newest last, numbered by their place on the
*> journal.
PromptUndoRun.
   IF RunCount = ZERO
      DISPLAY "The season journal is empty -- nothing to undo."
      MOVE ReturnCode-Clean TO RETURN-CODE
      STOP RUN
   END-IF
   IF RunCount GREATER THAN RunsToList
      COMPUTE RunListStart = RunCount - RunsToList + 1
   ELSE
      MOVE 1 TO RunListStart
   END-IF
   DISPLAY "Runs on the season journal:"
   PERFORM VARYING RunIdx FROM RunListStart BY 1
           UNTIL RunIdx GREATER THAN RunCount
      MOVE RT-RunDate(RunIdx) TO EntryRunDate-Num
      PERFORM FormatEntryRunDate
      MOVE RT-RunTime(RunIdx) TO RunTimeParts-Num
      MOVE RunIdx TO RunNum-Display
      MOVE RT-LineCount(RunIdx) TO Count-Display
      DISPLAY "  " RunNum-Display "  " RT-Program(RunIdx) " " EntryRunDate-Display
              " " RunTime-HH ":" RunTime-MI ":" RunTime-SS
              "  " RT-SourceId(RunIdx) "  " Count-Display " line(s)"
   END-PERFORM
   DISPLAY "Undo which run? " WITH NO ADVANCING
   ACCEPT RunAnswer FROM CONSOLE
   INSPECT RunAnswer REPLACING LEADING SPACES BY ZEROS
   IF RunAnswer IS NUMERIC
      MOVE RunAnswer TO ChosenRunIdx
   END-IF
   IF ChosenRunIdx = ZERO OR ChosenRunIdx GREATER THAN RunCount
      DISPLAY "No such run on the list -- nothing touched."
      MOVE ReturnCode-Refused TO RETURN-CODE
      STOP RUN
   END-IF.

*> Second pass: the lines to revert. A rollback takes every line from a
*> run dated after the target; an undo takes the chosen run's lines.
LoadRecoveryEntries.
   OPEN INPUT SeasonJournalFile
   READ SeasonJournalFile
     AT END SET EndOfSeasonJournal TO TRUE
   END-READ
   PERFORM UNTIL EndOfSeasonJournal
      IF RollbackWanted
         IF Jrnl-RunDate GREATER THAN TargetRunDate-Num
            PERFORM AddRecoveryEntry
         END-IF
      ELSE
         IF Jrnl-RunKey = RT-RunKey(ChosenRunIdx)
            PERFORM AddRecoveryEntry
         END-IF
      END-IF
      READ SeasonJournalFile
        AT END SET EndOfSeasonJournal TO TRUE
      END-READ
   END-PERFORM
   CLOSE SeasonJournalFile
   IF EntryTableOverflow
      DISPLAY "More than 50000 journal lines to revert -- too far back for a rollback. Reload the close-out archive through SeasonMaint's L action instead."
      MOVE ReturnCode-Refused TO RETURN-CODE
      STOP RUN
   END-IF
   IF EntryCount = ZERO
      DISPLAY "Nothing on the journal to revert -- season.dat already stands as asked."
      MOVE ReturnCode-Clean TO RETURN-CODE
      STOP RUN
   END-IF.

AddRecoveryEntry.
   IF EntryCount GREATER THAN OR EQUAL TO MaxEntries
      SET EntryTableOverflow TO TRUE
   ELSE
      ADD 1 TO EntryCount
      MOVE Jrnl-Program      TO EN-Program(EntryCount)
      MOVE Jrnl-RunDate      TO EN-RunDate(EntryCount)
      MOVE Jrnl-PlayerName   TO EN-PlayerName(EntryCount)
      MOVE Jrnl-Action       TO EN-Action(EntryCount)
      MOVE Jrnl-CharSlot     TO EN-CharSlot(EntryCount)
      MOVE Jrnl-CharName     TO EN-CharName(EntryCount)
      MOVE Jrnl-BeforeWins   TO EN-BeforeWins(EntryCount)
      MOVE Jrnl-BeforeLosses TO EN-BeforeLosses(EntryCount)
      MOVE Jrnl-AfterWins    TO EN-AfterWins(EntryCount)
      MOVE Jrnl-AfterLosses  TO EN-AfterLosses(EntryCount)
   END-IF.

ConfirmRecovery.
   MOVE EntryCount TO Count-Display
   DISPLAY Count-Display " journal line(s) to revert. Go ahead? (Y/N): " WITH NO ADVANCING
   ACCEPT ConfirmAnswer FROM CONSOLE
   IF NOT RecoveryConfirmed
      DISPLAY "Recovery not confirmed -- nothing touched."
      MOVE ReturnCode-Refused TO RETURN-CODE
      STOP RUN
   END-IF.

OpenSeasonMaster.
   OPEN I-O SeasonFile
   IF SeasonFile-Status = "35"
      OPEN OUTPUT SeasonFile
      CLOSE SeasonFile
      OPEN I-O SeasonFile
   END-IF
   IF SeasonFile-Status NOT = "00"
      DISPLAY "Season master open failed, status " SeasonFile-Status
      MOVE ReturnCode-Refused TO RETURN-CODE
      STOP RUN
   END-IF.

*> The recovery's own changes go on the journal like any other run's,
*> so a rollback taken too far can itself be undone.
OpenRecoveryOutputs.
   OPEN EXTEND SeasonJournalFile
   IF SeasonJournalFile-Status = "35"
      OPEN OUTPUT SeasonJournalFile
   END-IF
   OPEN OUTPUT RecoverReportFile
   MOVE "PuffMatchups Season Master Recovery" TO RecoverReportRecord
   WRITE RecoverReportRecord
   MOVE SPACES TO RecoverReportRecord
   STRING "Run Date: " DELIMITED BY SIZE
           RunDate-Display DELIMITED BY SIZE
      INTO RecoverReportRecord
   WRITE RecoverReportRecord
   MOVE SPACES TO RecoverReportRecord
   IF RollbackWanted
      STRING "Rolled back to the end of run date " DELIMITED BY SIZE
              TargetDateAnswer DELIMITED BY SIZE
         INTO RecoverReportRecord
   ELSE
      MOVE RT-RunDate(ChosenRunIdx) TO EntryRunDate-Num
      PERFORM FormatEntryRunDate
      MOVE RT-RunTime(ChosenRunIdx) TO RunTimeParts-Num
      STRING "Undid the " DELIMITED BY SIZE
              RT-Program(ChosenRunIdx) DELIMITED BY SPACE
              " run of " DELIMITED BY SIZE
              EntryRunDate-Display DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RunTime-HH DELIMITED BY SIZE
              ":" DELIMITED BY SIZE
              RunTime-MI DELIMITED BY SIZE
              ":" DELIMITED BY SIZE
              RunTime-SS DELIMITED BY SIZE
              ", source " DELIMITED BY SIZE
              RT-SourceId(ChosenRunIdx) DELIMITED BY SIZE
         INTO RecoverReportRecord
   END-IF
   WRITE RecoverReportRecord
   MOVE SPACES TO RecoverReportRecord
   WRITE RecoverReportRecord
   MOVE "Player               Character            W/L now      W/L reverted to  From run" TO RecoverReportRecord
   WRITE RecoverReportRecord.

*> D lines need nothing of their own: the cells journaled with a
*> dropped record put it back as they revert.
RevertOneEntry.
   IF EN-Action(EntryIdx) = "C"
      PERFORM RevertCell
   ELSE
      IF EN-Action(EntryIdx) = "I"
         PERFORM RevertInsert
      END-IF
   END-IF.

RevertCell.
   PERFORM FetchEntryPlayer
   IF PlayerNotOnFile
      MOVE ZEROS TO SeasonDetails
      MOVE EN-PlayerName(EntryIdx) TO Season-PlayerName
      MOVE "I" TO Jrnl-Action
      PERFORM JournalRecordMarker
      ADD 1 TO RecordsRestoredCount
   END-IF
   MOVE EN-CharSlot(EntryIdx) TO CharacterNum
   MOVE ZERO TO CurrentWins CurrentLosses
   IF Season-Wins(CharacterNum) IS NUMERIC
      MOVE Season-Wins(CharacterNum) TO CurrentWins
   END-IF
   IF Season-Losses(CharacterNum) IS NUMERIC
      MOVE Season-Losses(CharacterNum) TO CurrentLosses
   END-IF
   SET CellNotClamped TO TRUE
   IF RollbackWanted
      MOVE EN-BeforeWins(EntryIdx)   TO RevertedWins
      MOVE EN-BeforeLosses(EntryIdx) TO RevertedLosses
   ELSE
      COMPUTE RevertedWins = CurrentWins
         + EN-BeforeWins(EntryIdx) - EN-AfterWins(EntryIdx)
      COMPUTE RevertedLosses = CurrentLosses
         + EN-BeforeLosses(EntryIdx) - EN-AfterLosses(EntryIdx)
      IF RevertedWins LESS THAN ZERO
         MOVE ZERO TO RevertedWins
         SET CellClamped TO TRUE
      END-IF
      IF RevertedLosses LESS THAN ZERO
         MOVE ZERO TO RevertedLosses
         SET CellClamped TO TRUE
      END-IF
   END-IF
   MOVE RevertedWins   TO Season-Wins(CharacterNum)
   MOVE RevertedLosses TO Season-Losses(CharacterNum)
   IF RevertedWins NOT = CurrentWins OR RevertedLosses NOT = CurrentLosses
      MOVE SPACES TO SeasonJournalDetails
      MOVE Season-PlayerName TO Jrnl-PlayerName
      MOVE "C" TO Jrnl-Action
      MOVE CharacterNum TO Jrnl-CharSlot
      MOVE EN-CharName(EntryIdx) TO Jrnl-CharName
      MOVE CurrentWins    TO Jrnl-BeforeWins
      MOVE CurrentLosses  TO Jrnl-BeforeLosses
      MOVE RevertedWins   TO Jrnl-AfterWins
      MOVE RevertedLosses TO Jrnl-AfterLosses
      PERFORM WriteJournalLine
   END-IF
   PERFORM StoreEntryPlayer
   ADD 1 TO CellsRevertedCount
   IF CellClamped
      ADD 1 TO ClampedCellCount
   END-IF
   PERFORM WriteRevertLine.

*> An I line means the run created the record. A rollback past it
*> removes the record outright -- it didn't exist at the target date.
*> An undo removes it only once its cells have given back everything
*> and it stands at zero; if later runs have added to it, it stays.
RevertInsert.
   PERFORM FetchEntryPlayer
   IF PlayerOnFile
      PERFORM CheckRecordEmpty
      IF RollbackWanted OR RecordIsEmpty
         PERFORM JournalRemovedCells
         MOVE "D" TO Jrnl-Action
         PERFORM JournalRecordMarker
         DELETE SeasonFile RECORD
           INVALID KEY DISPLAY "Delete failed, status " SeasonFile-Status
         END-DELETE
         ADD 1 TO RecordsRemovedCount
         MOVE SPACES TO RecoverReportRecord
         STRING EN-PlayerName(EntryIdx) DELIMITED BY SIZE
                 " record removed -- created by " DELIMITED BY SIZE
                 EN-Program(EntryIdx) DELIMITED BY SPACE
                 " on " DELIMITED BY SIZE
                 EntryRunDate-Display DELIMITED BY SIZE
            INTO RecoverReportRecord
         WRITE RecoverReportRecord
      ELSE
         ADD 1 TO KeptRecordCount
         MOVE SPACES TO RecoverReportRecord
         STRING EN-PlayerName(EntryIdx) DELIMITED BY SIZE
                 " record kept -- later runs have added to it since it was created" DELIMITED BY SIZE
            INTO RecoverReportRecord
         WRITE RecoverReportRecord
      END-IF
   END-IF.

FetchEntryPlayer.
   SET PlayerOnFile TO TRUE
   MOVE EN-PlayerName(EntryIdx) TO Season-PlayerName
   READ SeasonFile RECORD
     INVALID KEY
        SET PlayerNotOnFile TO TRUE
   END-READ
   MOVE EN-RunDate(EntryIdx) TO EntryRunDate-Num
   PERFORM FormatEntryRunDate.

StoreEntryPlayer.
   IF PlayerOnFile
      REWRITE SeasonDetails
        INVALID KEY DISPLAY "Rewrite failed, status " SeasonFile-Status
      END-REWRITE
   ELSE
      WRITE SeasonDetails
        INVALID KEY DISPLAY "Write failed, status " SeasonFile-Status
      END-WRITE
      SET PlayerOnFile TO TRUE
   END-IF.

CheckRecordEmpty.
   SET RecordIsEmpty TO TRUE
   PERFORM VARYING CharacterNum FROM 1 BY 1
           UNTIL CharacterNum GREATER THAN RosterLoadCount
      IF Season-Wins(CharacterNum) IS NUMERIC
         AND Season-Wins(CharacterNum) NOT = ZERO
         SET RecordNotEmpty TO TRUE
      END-IF
      IF Season-Losses(CharacterNum) IS NUMERIC
         AND Season-Losses(CharacterNum) NOT = ZERO
         SET RecordNotEmpty TO TRUE
      END-IF
   END-PERFORM.

*> The cells a removed record still carried, journaled on their way
*> to zero so undoing this recovery can put them back.
JournalRemovedCells.
   PERFORM VARYING CharacterNum FROM 1 BY 1
           UNTIL CharacterNum GREATER THAN RosterLoadCount
      MOVE SPACES TO SeasonJournalDetails
      MOVE ZERO TO Jrnl-BeforeWins Jrnl-BeforeLosses
      MOVE ZERO TO Jrnl-AfterWins Jrnl-AfterLosses
      IF Season-Wins(CharacterNum) IS NUMERIC
         MOVE Season-Wins(CharacterNum) TO Jrnl-BeforeWins
      END-IF
      IF Season-Losses(CharacterNum) IS NUMERIC
         MOVE Season-Losses(CharacterNum) TO Jrnl-BeforeLosses
      END-IF
      IF Jrnl-BeforeWins NOT = ZERO OR Jrnl-BeforeLosses NOT = ZERO
         MOVE Season-PlayerName TO Jrnl-PlayerName
         MOVE "C" TO Jrnl-Action
         MOVE CharacterNum TO Jrnl-CharSlot
         MOVE RosterName(CharacterNum) TO Jrnl-CharName
         PERFORM WriteJournalLine
      END-IF
   END-PERFORM.

*> Jrnl-Action is set by the caller.
JournalRecordMarker.
   MOVE Season-PlayerName TO Jrnl-PlayerName
   MOVE ZERO TO Jrnl-CharSlot
   MOVE SPACES TO Jrnl-CharName
   MOVE ZERO TO Jrnl-BeforeWins Jrnl-BeforeLosses
   MOVE ZERO TO Jrnl-AfterWins Jrnl-AfterLosses
   PERFORM WriteJournalLine.

WriteJournalLine.
   MOVE "SeasonRecover" TO Jrnl-Program
   MOVE RunDate-Num TO Jrnl-RunDate
   MOVE RunTime TO Jrnl-RunTime
   MOVE JournalSourceId TO Jrnl-SourceId
   WRITE SeasonJournalDetails
   ADD 1 TO JournalLineCount.

WriteRevertLine.
   MOVE SPACES TO RecoverReportRecord
   MOVE CurrentWins    TO BeforeWins-Display
   MOVE CurrentLosses  TO BeforeLosses-Display
   MOVE RevertedWins   TO AfterWins-Display
   MOVE RevertedLosses TO AfterLosses-Display
   STRING EN-PlayerName(EntryIdx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           EN-CharName(EntryIdx) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           BeforeWins-Display DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           BeforeLosses-Display DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           AfterWins-Display DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           AfterLosses-Display DELIMITED BY SIZE
           "        " DELIMITED BY SIZE
           EN-Program(EntryIdx) DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           EntryRunDate-Display DELIMITED BY SIZE
      INTO RecoverReportRecord
   IF CellClamped
      MOVE "(held at 0)" TO RecoverReportRecord(90:11)
   END-IF
   WRITE RecoverReportRecord.

WriteReportTotals.
   MOVE SPACES TO RecoverReportRecord
   WRITE RecoverReportRecord
   MOVE SPACES TO RecoverReportRecord
   MOVE CellsRevertedCount TO Count-Display
   STRING "Cells reverted:     " DELIMITED BY SIZE
           Count-Display DELIMITED BY SIZE
      INTO RecoverReportRecord
   WRITE RecoverReportRecord
   MOVE SPACES TO RecoverReportRecord
   MOVE RecordsRemovedCount TO Count-Display
   STRING "Records removed:    " DELIMITED BY SIZE
           Count-Display DELIMITED BY SIZE
      INTO RecoverReportRecord
   WRITE RecoverReportRecord
   MOVE SPACES TO RecoverReportRecord
   MOVE RecordsRestoredCount TO Count-Display
   STRING "Records re-created: " DELIMITED BY SIZE
           Count-Display DELIMITED BY SIZE
      INTO RecoverReportRecord
   WRITE RecoverReportRecord
   IF UndoWanted
      MOVE SPACES TO RecoverReportRecord
      MOVE ClampedCellCount TO Count-Display
      STRING "Cells held at zero: " DELIMITED BY SIZE
              Count-Display DELIMITED BY SIZE
              " (a later change took the cell below what this run added)" DELIMITED BY SIZE
         INTO RecoverReportRecord
      WRITE RecoverReportRecord
   END-IF.

FormatEntryRunDate.
   MOVE EntryRun-MM TO EntryRunDate-Display(1:2)
   MOVE "/" TO EntryRunDate-Display(3:1)
   MOVE EntryRun-DD TO EntryRunDate-Display(4:2)
   MOVE "/" TO EntryRunDate-Display(6:1)
   MOVE EntryRun-YY TO EntryRunDate-Display(7:2).
