SELECT OldSeasonFile ASSIGN TO "season.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS OldSeasonFile-Status.
SELECT SeasonJournalFile ASSIGN TO "seasonjournal.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SeasonJournalFile-Status.

DATA DIVISION.
FILE SECTION.
           03 OldSeason-Wins   PIC 9(4).
           03 OldSeason-Losses PIC 9(4).

*> Same layout PuffMatchups appends to: one line per season.dat cell
*> changed, with the I marker line ahead of a new record's cells. A
*> desk fix journals under source FIX, a season.txt load under LOAD.
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

WORKING-STORAGE SECTION.
01 SeasonFile-Status    PIC XX.
01 OldSeasonFile-Status PIC XX.
01 SeasonJournalFile-Status PIC XX.

01 RunDate PIC 9(6).
01 RunTime PIC 9(8).
01 JournalSourceId PIC X(8).
01 JournalLineCount PIC 9(6) VALUE ZERO.
*> The record as it stood on file before this run changed it; zeros
*> for a player the master didn't have.
01 SeasonBeforeDetails.
       02 SeasonBefore-PlayerName PIC X(20).
       02 SeasonBefore-Chars OCCURS 120 TIMES.
           03 SeasonBefore-Wins   PIC 9(4).
           03 SeasonBefore-Losses PIC 9(4).

01 RosterTable.
       02 RosterEntry OCCURS 120 TIMES.

PROCEDURE DIVISION.
Begin.
   ACCEPT RunDate FROM DATE
   ACCEPT RunTime FROM TIME
   PERFORM LoadRoster
   PERFORM PromptAction
   IF LoadWanted
      MOVE ZEROS TO SeasonDetails
      MOVE TargetPlayerName TO Season-PlayerName
   END-IF
   MOVE SeasonDetails TO SeasonBeforeDetails
   DISPLAY "Which character? " WITH NO ADVANCING
   ACCEPT FixCharacterName FROM CONSOLE
   SET FixCharNotFound TO TRUE
               MOVE ZERO TO Season-Losses(CharacterNum)
            END-IF
         END-PERFORM
         MOVE "FIX" TO JournalSourceId
         PERFORM OpenSeasonJournal
         IF PlayerNotOnFile
            PERFORM JournalRecordInsert
         END-IF
         PERFORM JournalSeasonChanges
         CLOSE SeasonJournalFile
         IF PlayerNotOnFile
            WRITE SeasonDetails
              INVALID KEY DISPLAY "Write failed, status " SeasonFile-Status
      DISPLAY "Season master open failed, status " SeasonFile-Status
      STOP RUN
   END-IF
   MOVE "LOAD" TO JournalSourceId
   PERFORM OpenSeasonJournal
   READ OldSeasonFile
     AT END SET EndOfOldSeasonFile TO TRUE
   END-READ
   END-PERFORM
   CLOSE OldSeasonFile
   CLOSE SeasonFile
   CLOSE SeasonJournalFile
   DISPLAY LoadedPlayerCount " player(s) loaded into the season master, " SkippedPlayerCount " line(s) skipped."
   DISPLAY JournalLineCount " season master change(s) journaled.".

*> The keyed read first, so the record being replaced is journaled as
*> the before image.
UpsertOldSeasonLine.
   SET PlayerOnFile TO TRUE
   MOVE OldSeason-PlayerName TO Season-PlayerName
   READ SeasonFile RECORD
     INVALID KEY
        SET PlayerNotOnFile TO TRUE
   END-READ
   IF PlayerOnFile
      MOVE SeasonDetails TO SeasonBeforeDetails
   ELSE
      MOVE ZEROS TO SeasonBeforeDetails
      MOVE OldSeason-PlayerName TO SeasonBefore-PlayerName
   END-IF
   MOVE ZEROS TO SeasonDetails
   MOVE OldSeason-PlayerName TO Season-PlayerName
   PERFORM VARYING CharacterNum FROM 1 BY 1
              TO Season-Losses(CharacterNum)
      END-IF
   END-PERFORM
   IF PlayerNotOnFile
      PERFORM JournalRecordInsert
   END-IF
   PERFORM JournalSeasonChanges
   WRITE SeasonDetails
     INVALID KEY
        REWRITE SeasonDetails
   END-WRITE
   ADD 1 TO LoadedPlayerCount.

OpenSeasonJournal.
   OPEN EXTEND SeasonJournalFile
   IF SeasonJournalFile-Status = "35"
      OPEN OUTPUT SeasonJournalFile
   END-IF.

*> One journal line per cell that differs between SeasonBeforeDetails
*> and SeasonDetails, non-numeric cells counting as zero.
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
         MOVE Season-PlayerName TO Jrnl-PlayerName
         MOVE "C" TO Jrnl-Action
         MOVE CharacterNum TO Jrnl-CharSlot
         MOVE RosterName(CharacterNum) TO Jrnl-CharName
         PERFORM WriteJournalLine
      END-IF
   END-PERFORM.

JournalRecordInsert.
   MOVE SPACES TO SeasonJournalDetails
   MOVE Season-PlayerName TO Jrnl-PlayerName
   MOVE "I" TO Jrnl-Action
   MOVE ZERO TO Jrnl-CharSlot
   MOVE ZERO TO Jrnl-BeforeWins Jrnl-BeforeLosses
   MOVE ZERO TO Jrnl-AfterWins Jrnl-AfterLosses
   PERFORM WriteJournalLine.

WriteJournalLine.
   MOVE "SeasonMaint" TO Jrnl-Program
   MOVE RunDate TO Jrnl-RunDate
   MOVE RunTime TO Jrnl-RunTime
   MOVE JournalSourceId TO Jrnl-SourceId
   WRITE SeasonJournalDetails
   ADD 1 TO JournalLineCount.
