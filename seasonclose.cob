       ORGANIZATION IS LINE SEQUENTIAL.
SELECT HistoryArchiveFile ASSIGN TO DYNAMIC HistoryArchiveName
       ORGANIZATION IS LINE SEQUENTIAL.
SELECT SeasonJournalFile ASSIGN TO "seasonjournal.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SeasonJournalFile-Status.
SELECT JournalArchiveFile ASSIGN TO DYNAMIC JournalArchiveName
       ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD HistoryArchiveFile.
01 HistoryArchiveRecord PIC X(80).

*> The season.dat change journal, copied through whole; the layout
*> only matters to the programs that write and recover from it.
FD SeasonJournalFile.
01 SeasonJournalRecord PIC X(95).
       88 EndOfSeasonJournal VALUE HIGH-VALUES.

FD JournalArchiveFile.
01 JournalArchiveRecord PIC X(95).

WORKING-STORAGE SECTION.
01 SeasonFile-Status  PIC XX.
01 HistoryFile-Status PIC XX.
01 SeasonJournalFile-Status PIC XX.

01 SeasonArchiveName  PIC X(60).
01 HistoryArchiveName PIC X(60).
01 JournalArchiveName PIC X(60).

01 RosterTable.
       02 RosterEntry OCCURS 120 TIMES.
01 Player-Sets      PIC 9(6).
01 Player-Pct       PIC 999V99.
01 HistoryLineCount PIC 9(6) VALUE ZERO.
01 JournalLineCount PIC 9(6) VALUE ZERO.

01 Pct-Display   PIC ZZ9.99.
01 Count-Display PIC ZZZZZ9.
   PERFORM SortCharTotals
   PERFORM WriteFinalReport
   PERFORM ArchiveHistory
   PERFORM ArchiveSeasonJournal
   PERFORM OpenNewSeason
   DISPLAY "Season closed: " PlayerCount " player(s) archived to " SeasonArchiveName
   DISPLAY "Final report written to seasonfinal.txt."
   STRING "history-" DELIMITED BY SIZE
           RunDate-Stamp DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
      INTO HistoryArchiveName
   MOVE SPACES TO JournalArchiveName
   STRING "seasonjournal-" DELIMITED BY SIZE
           RunDate-Stamp DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
      INTO JournalArchiveName.

LoadRoster.
   OPEN INPUT RosterFile
      DISPLAY Count-Display " history line(s) archived to " HistoryArchiveName
   END-IF.

*> The change journal goes into its own dated archive and starts the
*> new season empty: its lines describe a master that is about to be
*> cleared, so SeasonRecover must not replay them against the next one.
ArchiveSeasonJournal.
   OPEN INPUT SeasonJournalFile
   IF SeasonJournalFile-Status = "35"
      DISPLAY "No seasonjournal.txt on file -- journal archive skipped."
   ELSE
      OPEN OUTPUT JournalArchiveFile
      READ SeasonJournalFile
        AT END SET EndOfSeasonJournal TO TRUE
      END-READ
      PERFORM UNTIL EndOfSeasonJournal
         ADD 1 TO JournalLineCount
         MOVE SeasonJournalRecord TO JournalArchiveRecord
         WRITE JournalArchiveRecord
         READ SeasonJournalFile
           AT END SET EndOfSeasonJournal TO TRUE
         END-READ
      END-PERFORM
      CLOSE JournalArchiveFile
      CLOSE SeasonJournalFile
      MOVE JournalLineCount TO Count-Display
      DISPLAY Count-Display " journal line(s) archived to " JournalArchiveName
      OPEN OUTPUT SeasonJournalFile
      CLOSE SeasonJournalFile
   END-IF.

*> The clean rollover: a fresh empty keyed master, and a fresh
*> history.txt opened with one audit line naming the archives this
*> season grew out of. The audit line carries no commas, so
