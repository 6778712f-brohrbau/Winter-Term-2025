IDENTIFICATION DIVISION.
PROGRAM-ID. MetaReport.
AUTHOR. Bunker Rohrbaugh.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT RosterFile ASSIGN TO "roster.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
SELECT MonthPairFile ASSIGN TO "matchupmonths.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS Month-Key
       FILE STATUS IS MonthPairFile-Status.
SELECT EraFile ASSIGN TO "eras.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS EraFile-Status.
SELECT TierBandFile ASSIGN TO "tierbands.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS TierBandFile-Status.
SELECT MetaReportFile ASSIGN TO "metareport.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RosterFile.
01 RosterDetails.
       88 EndOfRosterFile VALUE HIGH-VALUES.
       02 RosterCharacterName PIC X(18).

*> The dated pair totals MatchupBuilder keeps. Every set folds in
*> twice -- a win on the winner's line and a loss on the loser's --
*> so a month's wins and losses summed over all lines is two per set.
*> Keyed on the tag first, so a window of months reads as one stretch.
FD MonthPairFile.
01 MonthPairDetails.
       88 EndOfMonthPairFile VALUE HIGH-VALUES.
       02 Month-Key.
           03 Month-Tag         PIC 9(6).
           03 Month-AsName      PIC X(18).
           03 Month-AgainstName PIC X(18).
       02 Month-Wins        PIC 9(4).
       02 Month-Losses      PIC 9(4).

*> The patch-era control file CounterPick and MatchupMatrix read.
FD EraFile.
01 EraDetails.
       88 EndOfEraFile VALUE HIGH-VALUES.
       02 Era-Name      PIC X(12).
       02 Era-StartDate PIC X(10).

*> The tier rules, hand-kept in the same KEYWORD=value shape as
*> runcontrol.txt, * lines skipped. A one-letter keyword is a band,
*> best first, valued minimum share % then minimum win %:
*>     S=10.00,55.00
*> MIN-SETS=n is the fewest sets a character needs before it is
*> banded at all.
FD TierBandFile.
01 TierBandRecord PIC X(80).
       88 EndOfTierBandFile VALUE HIGH-VALUES.

FD MetaReportFile.
01 MetaReportRecord PIC X(80).

WORKING-STORAGE SECTION.
01 MonthPairFile-Status PIC XX.
01 EraFile-Status       PIC XX.
01 TierBandFile-Status  PIC XX.

*> Which slice of matchupmonths.dat the sheet covers: every month on
*> file, one declared patch era, or a trailing window of calendar
*> months -- the same three windows CounterPick offers.
01 WindowModeSwitch PIC X(01) VALUE "A".
       88 AllTimeWindow  VALUE "A" "a".
       88 EraWindow      VALUE "E" "e".
       88 RecentWindow   VALUE "L" "l".
01 WindowStartTag PIC 9(6) VALUE ZERO.
01 WindowEndTag   PIC 9(6) VALUE 999999.
01 WindowLabel    PIC X(40) VALUE "all-time".

*> The era before the chosen one, for the band movers. Only an era
*> window has one.
01 PrevEraSwitch PIC X(01) VALUE "N".
       88 PrevEraKnown    VALUE "Y".
       88 PrevEraNotKnown VALUE "N".
01 PrevStartTag PIC 9(6) VALUE ZERO.
01 PrevEndTag   PIC 9(6) VALUE ZERO.

*> The stretch of months the read covers: the chosen window, widened
*> back to the previous era's start when there is one.
01 ReadStartTag PIC 9(6) VALUE ZERO.
01 ReadEndTag   PIC 9(6) VALUE 999999.
01 PrevEraName  PIC X(12) VALUE SPACES.

01 EraTable.
       02 EraEntry OCCURS 20 TIMES.
           03 ET-Name     PIC X(12).
           03 ET-StartTag PIC 9(6).
01 EraCount   PIC 99 VALUE ZERO.
01 EraIdx     PIC 99.
01 EraFoundSwitch PIC X(01).
       88 EraNameFound    VALUE "Y".
       88 EraNameNotFound VALUE "N".
01 EraAnswer  PIC X(12).

01 EraDateParts.
       02 EraDate-MM   PIC X(2).
       02 EraDate-Sep1 PIC X(1).
       02 EraDate-DD   PIC X(2).
       02 EraDate-Sep2 PIC X(1).
       02 EraDate-YYYY PIC X(4).
01 EraYear  PIC 9(4).
01 EraMonth PIC 9(2).

01 MonthsAnswer PIC X(03) JUSTIFIED RIGHT.
01 MonthsWanted PIC 9(3) VALUE ZERO.
01 TotalMonths  PIC 9(6).
01 StartMonths  PIC 9(6).
01 StartYear    PIC 9(4).
01 StartMonth   PIC 9(2).

01 RunDate.
       02 RunDate-YY PIC 99.
       02 RunDate-MM PIC 99.
       02 RunDate-DD PIC 99.
01 RunDate-Display PIC X(10).

*> The tier bands, best first. With no tierbands.txt on file the
*> built-in five apply; a control file that names any band replaces
*> them all. A character clearing no band's rule lands in the last.
01 BandTable.
       02 BandEntry OCCURS 10 TIMES.
           03 BT-Name     PIC X(01).
           03 BT-MinShare PIC 999V99.
           03 BT-MinPct   PIC 999V99.
01 BandCount PIC 99 VALUE ZERO.
01 BandIdx   PIC 99.
01 BandsFromFileSwitch PIC X(01) VALUE "N".
       88 BandsFromFile VALUE "Y".
01 MinimumSets PIC 9(4) VALUE 5.
01 MinSetsAnswer PIC X(04) JUSTIFIED RIGHT.

01 Control-Keyword PIC X(20).
01 Control-Value   PIC X(60).
01 ShareText PIC X(10).
01 PctText   PIC X(10).
01 BadBandLineCount PIC 9(3) VALUE ZERO.

*> A typed percentage such as "7.5" pulled apart at the point and
*> rebuilt as 007.50 without leaning on an intrinsic.
01 PercentText  PIC X(10).
01 PercentWhole PIC X(03) JUSTIFIED RIGHT.
01 PercentFrac  PIC X(02).
01 PercentValue PIC 999V99.
01 PercentValidSwitch PIC X(01).
       88 PercentIsValid   VALUE "Y".
       88 PercentIsInvalid VALUE "N".
01 PercentParts.
       02 PercentParts-Whole PIC 9(3).
       02 PercentParts-Frac  PIC 9(2).
01 PercentParts-Num REDEFINES PercentParts PIC 999V99.

*> One entry per character: the chosen window's figures and the
*> previous era's, each graded into a band. Band 00 is low data.
01 MetaTable.
       02 MetaEntry OCCURS 150 TIMES.
           03 MT-CharName     PIC X(18).
           03 MT-Sets         PIC 9(6).
           03 MT-Wins         PIC 9(6).
           03 MT-Losses       PIC 9(6).
           03 MT-Share        PIC 999V99.
           03 MT-Pct          PIC 999V99.
           03 MT-BandIdx      PIC 99.
           03 MT-SortBand     PIC 99.
           03 MT-PrevSets     PIC 9(6).
           03 MT-PrevWins     PIC 9(6).
           03 MT-PrevLosses   PIC 9(6).
           03 MT-PrevBandIdx  PIC 99.
01 MetaCount PIC 9(3) VALUE ZERO.
01 MetaSearchIdx PIC 9(3).
01 MetaFoundIdx  PIC 9(3).
01 MetaFoundSwitch PIC X(01).
       88 MetaFound    VALUE "Y".
       88 MetaNotFound VALUE "N".
01 MetaTableFullSwitch PIC X(01) VALUE "N".
       88 MetaTableFull VALUE "Y".
01 MetaOuterIdx PIC 9(3).
01 MetaInnerIdx PIC 9(3).
01 MetaSwapEntry.
       02 FILLER PIC X(18).
       02 FILLER PIC 9(6).
       02 FILLER PIC 9(6).
       02 FILLER PIC 9(6).
       02 FILLER PIC 999V99.
       02 FILLER PIC 999V99.
       02 FILLER PIC 99.
       02 FILLER PIC 99.
       02 FILLER PIC 9(6).
       02 FILLER PIC 9(6).
       02 FILLER PIC 9(6).
       02 FILLER PIC 99.

01 Fold-AsName PIC X(18).
01 Fold-Sets   PIC 9(6).

*> Sets played in each window: half of all wins and losses on file.
01 WindowAppearances PIC 9(8) VALUE ZERO.
01 WindowSets        PIC 9(8) VALUE ZERO.
01 PrevAppearances   PIC 9(8) VALUE ZERO.
01 PrevSets          PIC 9(8) VALUE ZERO.

*> The one grading routine both windows go through.
01 Grade-Sets     PIC 9(6).
01 Grade-Wins     PIC 9(6).
01 Grade-Losses   PIC 9(6).
01 Grade-TotalSets PIC 9(8).
01 Grade-Share    PIC 999V99.
01 Grade-Pct      PIC 999V99.
01 Grade-BandIdx  PIC 99.

01 MoverCount PIC 9(3) VALUE ZERO.
01 UnpickedCount PIC 9(3) VALUE ZERO.
01 PrevBandName PIC X(04).
01 CurrBandName PIC X(04).

01 Sets-Display  PIC ZZZZZ9.
01 Wins-Display  PIC ZZZZZ9.
01 Losses-Display PIC ZZZZZ9.
01 Share-Display PIC ZZ9.99.
01 Pct-Display   PIC ZZ9.99.
01 Count-Display PIC ZZZZZZZ9.

PROCEDURE DIVISION.
Begin.
   PERFORM InitializeProgram
   PERFORM LoadTierBands
   PERFORM LoadRoster
   PERFORM PromptWindow
   PERFORM LoadMonthPairs
   PERFORM GradeCharacters
   PERFORM SortMetaTable
   PERFORM WriteMetaReport
   DISPLAY "Meta report (" WindowLabel ") written to metareport.txt."
   MOVE WindowSets TO Count-Display
   DISPLAY Count-Display " set(s) in the window, " MetaCount " character(s) listed, " MoverCount " band mover(s)."
   STOP RUN.

InitializeProgram.
   MOVE ZEROS TO MetaTable
   ACCEPT RunDate FROM DATE
   MOVE RunDate-MM TO RunDate-Display(1:2)
   MOVE "/" TO RunDate-Display(3:1)
   MOVE RunDate-DD TO RunDate-Display(4:2)
   MOVE "/" TO RunDate-Display(6:1)
   MOVE "20" TO RunDate-Display(7:2)
   MOVE RunDate-YY TO RunDate-Display(9:2).

*> Reads tierbands.txt if one is present, then falls back to the
*> built-in bands if it named none.
LoadTierBands.
   OPEN INPUT TierBandFile
   IF TierBandFile-Status = "35"
      SET EndOfTierBandFile TO TRUE
   ELSE
      READ TierBandFile
        AT END SET EndOfTierBandFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfTierBandFile
      IF TierBandRecord NOT = SPACES
         AND TierBandRecord(1:1) NOT = "*"
         PERFORM ApplyTierBandLine
      END-IF
      READ TierBandFile
        AT END SET EndOfTierBandFile TO TRUE
      END-READ
   END-PERFORM
   IF TierBandFile-Status NOT = "35"
      CLOSE TierBandFile
   END-IF
   IF BadBandLineCount GREATER THAN ZERO
      DISPLAY BadBandLineCount " tierbands.txt line(s) not understood -- skipped."
   END-IF
   IF NOT BandsFromFile
      PERFORM SetDefaultBands
   END-IF.

ApplyTierBandLine.
   MOVE SPACES TO Control-Keyword Control-Value
   UNSTRING TierBandRecord DELIMITED BY "="
      INTO Control-Keyword Control-Value
   IF Control-Keyword = "MIN-SETS"
      MOVE SPACES TO MinSetsAnswer
      UNSTRING Control-Value DELIMITED BY " "
         INTO MinSetsAnswer
      INSPECT MinSetsAnswer REPLACING LEADING SPACES BY ZEROS
      IF MinSetsAnswer IS NUMERIC
         MOVE MinSetsAnswer TO MinimumSets
      ELSE
         ADD 1 TO BadBandLineCount
      END-IF
   ELSE IF Control-Keyword(2:19) = SPACES AND Control-Keyword NOT = SPACES
      MOVE SPACES TO ShareText PctText
      UNSTRING Control-Value DELIMITED BY ","
         INTO ShareText PctText
      MOVE ShareText TO PercentText
      PERFORM ParsePercent
      IF PercentIsValid
         MOVE PercentValue TO Grade-Share
         MOVE PctText TO PercentText
         PERFORM ParsePercent
      END-IF
      IF PercentIsValid AND BandCount LESS THAN 10
         SET BandsFromFile TO TRUE
         ADD 1 TO BandCount
         MOVE Control-Keyword(1:1) TO BT-Name(BandCount)
         MOVE Grade-Share  TO BT-MinShare(BandCount)
         MOVE PercentValue TO BT-MinPct(BandCount)
      ELSE
         ADD 1 TO BadBandLineCount
      END-IF
   ELSE
      ADD 1 TO BadBandLineCount.

*> "55", "55.5", and "55.50" all come out as 055.50 or 055.00; a blank
*> figure is zero, so a catch-all band can be written "D=0,0".
ParsePercent.
   SET PercentIsValid TO TRUE
   MOVE SPACES TO PercentWhole PercentFrac
   UNSTRING PercentText DELIMITED BY "." OR " "
      INTO PercentWhole PercentFrac
   INSPECT PercentWhole REPLACING LEADING SPACES BY ZEROS
   INSPECT PercentFrac REPLACING ALL SPACES BY ZEROS
   IF PercentWhole IS NUMERIC AND PercentFrac IS NUMERIC
      MOVE PercentWhole TO PercentParts-Whole
      MOVE PercentFrac  TO PercentParts-Frac
      MOVE PercentParts-Num TO PercentValue
   ELSE
      SET PercentIsInvalid TO TRUE
   END-IF.

SetDefaultBands.
   MOVE 5 TO BandCount
   MOVE "S" TO BT-Name(1)
   MOVE 10.00 TO BT-MinShare(1)
   MOVE 55.00 TO BT-MinPct(1)
   MOVE "A" TO BT-Name(2)
   MOVE 6.00 TO BT-MinShare(2)
   MOVE 52.00 TO BT-MinPct(2)
   MOVE "B" TO BT-Name(3)
   MOVE 3.00 TO BT-MinShare(3)
   MOVE 48.00 TO BT-MinPct(3)
   MOVE "C" TO BT-Name(4)
   MOVE 1.00 TO BT-MinShare(4)
   MOVE 45.00 TO BT-MinPct(4)
   MOVE "D" TO BT-Name(5)
   MOVE ZERO TO BT-MinShare(5)
   MOVE ZERO TO BT-MinPct(5).

*> Every roster character gets a line, so one nobody picks still
*> shows up with its zero share.
LoadRoster.
   OPEN INPUT RosterFile
   READ RosterFile
     AT END SET EndOfRosterFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfRosterFile
      MOVE RosterCharacterName TO Fold-AsName
      PERFORM FindOrAddCharacter
      READ RosterFile
        AT END SET EndOfRosterFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE RosterFile.

PromptWindow.
   DISPLAY "Window -- A=all-time, E=patch era, L=last N months (A/E/L): " WITH NO ADVANCING
   ACCEPT WindowModeSwitch FROM CONSOLE
   IF EraWindow
      PERFORM LoadEras
      PERFORM PromptEra
   ELSE
      IF RecentWindow
         PERFORM PromptMonths
      ELSE
         SET AllTimeWindow TO TRUE
      END-IF
   END-IF.

LoadEras.
   OPEN INPUT EraFile
   IF EraFile-Status = "35"
      SET EndOfEraFile TO TRUE
   ELSE
      READ EraFile
        AT END SET EndOfEraFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfEraFile
      IF Era-Name NOT = SPACES AND EraCount LESS THAN 20
         MOVE Era-StartDate TO EraDateParts
         IF EraDate-MM IS NUMERIC AND EraDate-YYYY IS NUMERIC
            ADD 1 TO EraCount
            MOVE Era-Name TO ET-Name(EraCount)
            MOVE EraDate-YYYY TO EraYear
            MOVE EraDate-MM   TO EraMonth
            COMPUTE ET-StartTag(EraCount) = EraYear * 100 + EraMonth
         END-IF
      END-IF
      READ EraFile
        AT END SET EndOfEraFile TO TRUE
      END-READ
   END-PERFORM
   IF EraFile-Status NOT = "35"
      CLOSE EraFile
   END-IF.

*> As CounterPick's, and it also notes the era before the chosen one
*> so the movers can be graded against it.
PromptEra.
   IF EraCount = ZERO
      DISPLAY "No eras.txt on file -- answering all-time instead."
      SET AllTimeWindow TO TRUE
   ELSE
      DISPLAY "Eras on file:"
      PERFORM VARYING EraIdx FROM 1 BY 1
              UNTIL EraIdx GREATER THAN EraCount
         DISPLAY "  " ET-Name(EraIdx) " (from " ET-StartTag(EraIdx) ")"
      END-PERFORM
      DISPLAY "Which era? " WITH NO ADVANCING
      ACCEPT EraAnswer FROM CONSOLE
      SET EraNameNotFound TO TRUE
      PERFORM VARYING EraIdx FROM 1 BY 1
              UNTIL EraIdx GREATER THAN EraCount
         IF ET-Name(EraIdx) = EraAnswer
            SET EraNameFound TO TRUE
            MOVE ET-StartTag(EraIdx) TO WindowStartTag
            IF EraIdx LESS THAN EraCount
               MOVE ET-StartTag(EraIdx + 1) TO WindowEndTag
            ELSE
               MOVE 999999 TO WindowEndTag
            END-IF
            MOVE SPACES TO WindowLabel
            STRING "era " DELIMITED BY SIZE
                    EraAnswer DELIMITED BY SIZE
               INTO WindowLabel
            IF EraIdx GREATER THAN 1
               SET PrevEraKnown TO TRUE
               MOVE ET-StartTag(EraIdx - 1) TO PrevStartTag
               MOVE ET-StartTag(EraIdx)     TO PrevEndTag
               MOVE ET-Name(EraIdx - 1)     TO PrevEraName
            END-IF
         END-IF
      END-PERFORM
      IF EraNameNotFound
         DISPLAY "No era by that name -- answering all-time instead."
         SET AllTimeWindow TO TRUE
      END-IF
   END-IF.

PromptMonths.
   DISPLAY "How many months back? " WITH NO ADVANCING
   ACCEPT MonthsAnswer FROM CONSOLE
   INSPECT MonthsAnswer REPLACING LEADING SPACES BY ZEROS
   IF MonthsAnswer IS NUMERIC
      MOVE MonthsAnswer TO MonthsWanted
   END-IF
   IF MonthsWanted = ZERO
      MOVE 6 TO MonthsWanted
   END-IF
   COMPUTE TotalMonths = (2000 + RunDate-YY) * 12 + RunDate-MM - 1
   COMPUTE StartMonths = TotalMonths - MonthsWanted + 1
   DIVIDE StartMonths BY 12 GIVING StartYear REMAINDER StartMonth
   ADD 1 TO StartMonth
   COMPUTE WindowStartTag = StartYear * 100 + StartMonth
   MOVE 999999 TO WindowEndTag
   MOVE SPACES TO WindowLabel
   STRING "last " DELIMITED BY SIZE
           MonthsWanted DELIMITED BY SIZE
           " month(s)" DELIMITED BY SIZE
      INTO WindowLabel.

*> One pass over the months on matchupmonths.dat the sheet needs,
*> folding each record into the chosen window, the previous era, or
*> neither. A mirror record carries both the win and the loss of each
*> of its sets, so it counts its wins as sets rather than wins plus
*> losses.
LoadMonthPairs.
   MOVE WindowStartTag TO ReadStartTag
   MOVE WindowEndTag   TO ReadEndTag
   IF PrevEraKnown
      IF PrevStartTag LESS THAN ReadStartTag
         MOVE PrevStartTag TO ReadStartTag
      END-IF
      IF PrevEndTag GREATER THAN ReadEndTag
         MOVE PrevEndTag TO ReadEndTag
      END-IF
   END-IF
   OPEN INPUT MonthPairFile
   IF MonthPairFile-Status = "35"
      DISPLAY "No matchupmonths.dat on file -- run MatchupBuilder first."
      SET EndOfMonthPairFile TO TRUE
   ELSE
      MOVE LOW-VALUES TO Month-Key
      MOVE ReadStartTag TO Month-Tag
      START MonthPairFile KEY NOT LESS THAN Month-Key
        INVALID KEY SET EndOfMonthPairFile TO TRUE
      END-START
      IF NOT EndOfMonthPairFile
         READ MonthPairFile NEXT RECORD
           AT END SET EndOfMonthPairFile TO TRUE
         END-READ
      END-IF
   END-IF
   PERFORM UNTIL EndOfMonthPairFile
      IF Month-Tag IS NUMERIC
         AND Month-Tag NOT LESS THAN ReadEndTag
         SET EndOfMonthPairFile TO TRUE
      ELSE
         PERFORM FoldMonthPairRecord
         READ MonthPairFile NEXT RECORD
           AT END SET EndOfMonthPairFile TO TRUE
         END-READ
      END-IF
   END-PERFORM
   IF MonthPairFile-Status NOT = "35"
      CLOSE MonthPairFile
   END-IF
   DIVIDE WindowAppearances BY 2 GIVING WindowSets
   DIVIDE PrevAppearances BY 2 GIVING PrevSets
   IF MetaTableFull
      DISPLAY "More than 150 characters on file -- the rest are left off the sheet."
   END-IF.

FoldMonthPairRecord.
   IF Month-Tag IS NUMERIC
      AND Month-Wins IS NUMERIC AND Month-Losses IS NUMERIC
      IF Month-AsName = Month-AgainstName
         MOVE Month-Wins TO Fold-Sets
      ELSE
         COMPUTE Fold-Sets = Month-Wins + Month-Losses
      END-IF
      IF Month-Tag GREATER THAN OR EQUAL TO WindowStartTag
         AND Month-Tag LESS THAN WindowEndTag
         MOVE Month-AsName TO Fold-AsName
         PERFORM FindOrAddCharacter
         IF MetaFound
            ADD Fold-Sets    TO MT-Sets(MetaFoundIdx)
            ADD Month-Wins   TO MT-Wins(MetaFoundIdx)
            ADD Month-Losses TO MT-Losses(MetaFoundIdx)
         END-IF
         ADD Month-Wins Month-Losses TO WindowAppearances
      END-IF
      IF PrevEraKnown
         AND Month-Tag GREATER THAN OR EQUAL TO PrevStartTag
         AND Month-Tag LESS THAN PrevEndTag
         MOVE Month-AsName TO Fold-AsName
         PERFORM FindOrAddCharacter
         IF MetaFound
            ADD Fold-Sets    TO MT-PrevSets(MetaFoundIdx)
            ADD Month-Wins   TO MT-PrevWins(MetaFoundIdx)
            ADD Month-Losses TO MT-PrevLosses(MetaFoundIdx)
         END-IF
         ADD Month-Wins Month-Losses TO PrevAppearances
      END-IF
   END-IF.

*> The same linear find-or-add CounterPick's RecordPick uses, with a
*> full-table guard.
FindOrAddCharacter.
   SET MetaNotFound TO TRUE
   PERFORM VARYING MetaSearchIdx FROM 1 BY 1
           UNTIL MetaSearchIdx GREATER THAN MetaCount
      IF MT-CharName(MetaSearchIdx) = Fold-AsName
         SET MetaFound TO TRUE
         MOVE MetaSearchIdx TO MetaFoundIdx
      END-IF
   END-PERFORM
   IF MetaNotFound
      IF MetaCount LESS THAN 150
         ADD 1 TO MetaCount
         MOVE Fold-AsName TO MT-CharName(MetaCount)
         MOVE MetaCount TO MetaFoundIdx
         SET MetaFound TO TRUE
      ELSE
         SET MetaTableFull TO TRUE
      END-IF
   END-IF.

GradeCharacters.
   PERFORM VARYING MetaOuterIdx FROM 1 BY 1
           UNTIL MetaOuterIdx GREATER THAN MetaCount
      MOVE MT-Sets(MetaOuterIdx)   TO Grade-Sets
      MOVE MT-Wins(MetaOuterIdx)   TO Grade-Wins
      MOVE MT-Losses(MetaOuterIdx) TO Grade-Losses
      MOVE WindowSets TO Grade-TotalSets
      PERFORM GradeOneWindow
      MOVE Grade-Share   TO MT-Share(MetaOuterIdx)
      MOVE Grade-Pct     TO MT-Pct(MetaOuterIdx)
      MOVE Grade-BandIdx TO MT-BandIdx(MetaOuterIdx)
      IF Grade-BandIdx = ZERO
         MOVE 99 TO MT-SortBand(MetaOuterIdx)
      ELSE
         MOVE Grade-BandIdx TO MT-SortBand(MetaOuterIdx)
      END-IF
      IF PrevEraKnown
         MOVE MT-PrevSets(MetaOuterIdx)   TO Grade-Sets
         MOVE MT-PrevWins(MetaOuterIdx)   TO Grade-Wins
         MOVE MT-PrevLosses(MetaOuterIdx) TO Grade-Losses
         MOVE PrevSets TO Grade-TotalSets
         PERFORM GradeOneWindow
         MOVE Grade-BandIdx TO MT-PrevBandIdx(MetaOuterIdx)
      END-IF
   END-PERFORM.

*> Share of the window's sets and win %, zero-guarded the way
*> CounterPick's SortPicks guards its win %, then the first band
*> whose share and win % floors are both met.
GradeOneWindow.
   MOVE ZERO TO Grade-Share Grade-Pct Grade-BandIdx
   IF Grade-TotalSets GREATER THAN ZERO
      COMPUTE Grade-Share ROUNDED = (Grade-Sets / Grade-TotalSets) * 100
   END-IF
   IF Grade-Wins + Grade-Losses GREATER THAN ZERO
      COMPUTE Grade-Pct ROUNDED =
         (Grade-Wins / (Grade-Wins + Grade-Losses)) * 100
   END-IF
   IF Grade-Sets GREATER THAN OR EQUAL TO MinimumSets
      AND Grade-Sets GREATER THAN ZERO
      PERFORM VARYING BandIdx FROM 1 BY 1
              UNTIL BandIdx GREATER THAN BandCount
                 OR Grade-BandIdx NOT = ZERO
         IF Grade-Share NOT LESS THAN BT-MinShare(BandIdx)
            AND Grade-Pct NOT LESS THAN BT-MinPct(BandIdx)
            MOVE BandIdx TO Grade-BandIdx
         END-IF
      END-PERFORM
      IF Grade-BandIdx = ZERO
         MOVE BandCount TO Grade-BandIdx
      END-IF
   END-IF.

*> Best band first, low data last; most-picked first within a band.
SortMetaTable.
   IF MetaCount GREATER THAN 1
      PERFORM VARYING MetaOuterIdx FROM 1 BY 1
              UNTIL MetaOuterIdx GREATER THAN MetaCount - 1
         PERFORM VARYING MetaInnerIdx FROM 1 BY 1
                 UNTIL MetaInnerIdx GREATER THAN MetaCount - MetaOuterIdx
            IF MT-SortBand(MetaInnerIdx) GREATER THAN MT-SortBand(MetaInnerIdx + 1)
               OR (MT-SortBand(MetaInnerIdx) = MT-SortBand(MetaInnerIdx + 1)
                   AND MT-Sets(MetaInnerIdx) LESS THAN MT-Sets(MetaInnerIdx + 1))
               MOVE MetaEntry(MetaInnerIdx)     TO MetaSwapEntry
               MOVE MetaEntry(MetaInnerIdx + 1) TO MetaEntry(MetaInnerIdx)
               MOVE MetaSwapEntry               TO MetaEntry(MetaInnerIdx + 1)
            END-IF
         END-PERFORM
      END-PERFORM
   END-IF.

WriteMetaReport.
   OPEN OUTPUT MetaReportFile
   MOVE "PuffMatchups Meta Share and Tier List" TO MetaReportRecord
   WRITE MetaReportRecord
   MOVE SPACES TO MetaReportRecord
   STRING "Run Date: " DELIMITED BY SIZE
           RunDate-Display DELIMITED BY SIZE
      INTO MetaReportRecord
   WRITE MetaReportRecord
   MOVE SPACES TO MetaReportRecord
   MOVE WindowSets TO Count-Display
   STRING "Window: " DELIMITED BY SIZE
           WindowLabel DELIMITED BY "  "
           "  Sets played: " DELIMITED BY SIZE
           Count-Display DELIMITED BY SIZE
      INTO MetaReportRecord
   WRITE MetaReportRecord
   MOVE SPACES TO MetaReportRecord
   MOVE MinimumSets TO Sets-Display
   STRING "Share = sets a character appears in / sets in the window. Min sets:" DELIMITED BY SIZE
           Sets-Display DELIMITED BY SIZE
      INTO MetaReportRecord
   WRITE MetaReportRecord
   MOVE SPACES TO MetaReportRecord
   WRITE MetaReportRecord
   PERFORM WriteBandRules
   MOVE SPACES TO MetaReportRecord
   WRITE MetaReportRecord
   MOVE "Band Character           Sets  Share%    Wins  Losses   Win%  Prev" TO MetaReportRecord
   WRITE MetaReportRecord
   PERFORM VARYING MetaOuterIdx FROM 1 BY 1
           UNTIL MetaOuterIdx GREATER THAN MetaCount
      IF MT-Sets(MetaOuterIdx) = ZERO
         ADD 1 TO UnpickedCount
      ELSE
         PERFORM WriteMetaLine
      END-IF
   END-PERFORM
*> Roster characters nobody played in the window are counted rather
*> than listed line by line.
   IF UnpickedCount GREATER THAN ZERO
      MOVE SPACES TO MetaReportRecord
      MOVE UnpickedCount TO Sets-Display
      STRING Sets-Display DELIMITED BY SIZE
              " roster character(s) with no sets in the window" DELIMITED BY SIZE
         INTO MetaReportRecord
      WRITE MetaReportRecord
   END-IF
   PERFORM WriteBandMovers
   CLOSE MetaReportFile.

WriteBandRules.
   MOVE "Band rules (first met, best first):" TO MetaReportRecord
   WRITE MetaReportRecord
   PERFORM VARYING BandIdx FROM 1 BY 1
           UNTIL BandIdx GREATER THAN BandCount
      MOVE SPACES TO MetaReportRecord
      MOVE BT-MinShare(BandIdx) TO Share-Display
      MOVE BT-MinPct(BandIdx)   TO Pct-Display
      STRING "  " DELIMITED BY SIZE
              BT-Name(BandIdx) DELIMITED BY SIZE
              "  share " DELIMITED BY SIZE
              Share-Display DELIMITED BY SIZE
              "%+  win " DELIMITED BY SIZE
              Pct-Display DELIMITED BY SIZE
              "%+" DELIMITED BY SIZE
         INTO MetaReportRecord
      WRITE MetaReportRecord
   END-PERFORM.

WriteMetaLine.
   MOVE SPACES TO PrevBandName
   IF PrevEraKnown
      MOVE MT-PrevBandIdx(MetaOuterIdx) TO Grade-BandIdx
      PERFORM NameBand
      MOVE CurrBandName TO PrevBandName
   END-IF
   MOVE MT-BandIdx(MetaOuterIdx) TO Grade-BandIdx
   PERFORM NameBand
   MOVE MT-Sets(MetaOuterIdx)   TO Sets-Display
   MOVE MT-Share(MetaOuterIdx)  TO Share-Display
   MOVE MT-Wins(MetaOuterIdx)   TO Wins-Display
   MOVE MT-Losses(MetaOuterIdx) TO Losses-Display
   MOVE MT-Pct(MetaOuterIdx)    TO Pct-Display
   MOVE SPACES TO MetaReportRecord
   STRING CurrBandName DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MT-CharName(MetaOuterIdx) DELIMITED BY SIZE
           Sets-Display DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           Share-Display DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           Wins-Display DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           Losses-Display DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Pct-Display DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           PrevBandName DELIMITED BY SIZE
      INTO MetaReportRecord
   WRITE MetaReportRecord.

*> Grade-BandIdx in, the band's printed name out; low data is "--".
NameBand.
   MOVE SPACES TO CurrBandName
   IF Grade-BandIdx = ZERO
      MOVE "--" TO CurrBandName
   ELSE
      MOVE BT-Name(Grade-BandIdx) TO CurrBandName
   END-IF.

*> Characters whose band differs from the one the previous era gave
*> them. Low data on either side counts, so a character picked up or
*> dropped by the bracket shows as a move too.
WriteBandMovers.
   MOVE SPACES TO MetaReportRecord
   WRITE MetaReportRecord
   IF PrevEraNotKnown
      MOVE "Band movers need a patch era window with an earlier era on file." TO MetaReportRecord
      WRITE MetaReportRecord
   ELSE
      MOVE SPACES TO MetaReportRecord
      STRING "Band movers since era " DELIMITED BY SIZE
              PrevEraName DELIMITED BY "  "
              ":" DELIMITED BY SIZE
         INTO MetaReportRecord
      WRITE MetaReportRecord
      PERFORM VARYING MetaOuterIdx FROM 1 BY 1
              UNTIL MetaOuterIdx GREATER THAN MetaCount
         IF MT-BandIdx(MetaOuterIdx) NOT = MT-PrevBandIdx(MetaOuterIdx)
            ADD 1 TO MoverCount
            MOVE MT-PrevBandIdx(MetaOuterIdx) TO Grade-BandIdx
            PERFORM NameBand
            MOVE CurrBandName TO PrevBandName
            MOVE MT-BandIdx(MetaOuterIdx) TO Grade-BandIdx
            PERFORM NameBand
            MOVE SPACES TO MetaReportRecord
            STRING "  " DELIMITED BY SIZE
                    MT-CharName(MetaOuterIdx) DELIMITED BY SIZE
                    PrevBandName DELIMITED BY SPACE
                    " -> " DELIMITED BY SIZE
                    CurrBandName DELIMITED BY SPACE
               INTO MetaReportRecord
            WRITE MetaReportRecord
         END-IF
      END-PERFORM
      IF MoverCount = ZERO
         MOVE "  (no character changed band)" TO MetaReportRecord
         WRITE MetaReportRecord
      END-IF
   END-IF.
