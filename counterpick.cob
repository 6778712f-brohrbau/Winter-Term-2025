FILE-CONTROL.
SELECT MatchupFile ASSIGN TO "matchups.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
SELECT MonthPairFile ASSIGN TO "matchupmonths.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS Month-Key
       FILE STATUS IS MonthPairFile-Status.
SELECT EraFile ASSIGN TO "eras.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       02 MatchupLosses     PIC 99.

*> The dated companion MatchupBuilder keeps alongside matchups.txt:
*> the same pair totals broken out by YYYYMM month tag, keyed on the
*> tag first so a window of months reads as one stretch of the file.
FD MonthPairFile.
01 MonthPairDetails.
       88 EndOfMonthPairFile VALUE HIGH-VALUES.
       02 Month-Key.
           03 Month-Tag         PIC 9(6).
           03 Month-AsName      PIC X(18).
           03 Month-AgainstName PIC X(18).
       02 Month-Wins        PIC 9(4).
       02 Month-Losses      PIC 9(4).

   END-PERFORM
   CLOSE MatchupFile.

*> The dated equivalent: only month pair records whose tag falls
*> inside the chosen window fold in, so a reworked character's
*> pre-patch numbers stay out of the answer. The key leads with the
*> tag, so the read starts at the window's first month and stops at
*> the window's end.
LoadMonthPairs.
   OPEN INPUT MonthPairFile
   IF MonthPairFile-Status = "35"
      DISPLAY "No matchupmonths.dat on file -- run MatchupBuilder first."
      SET EndOfMonthPairFile TO TRUE
   ELSE
      MOVE LOW-VALUES TO Month-Key
      MOVE WindowStartTag TO Month-Tag
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
         AND Month-Tag NOT LESS THAN WindowEndTag
         SET EndOfMonthPairFile TO TRUE
      ELSE
         IF Month-AgainstName = OpponentName
            AND Month-Tag IS NUMERIC
            AND Month-Wins IS NUMERIC AND Month-Losses IS NUMERIC
            AND Month-Tag GREATER THAN OR EQUAL TO WindowStartTag
            MOVE Month-AsName TO Fold-AsName
            MOVE Month-Wins   TO Fold-Wins
            MOVE Month-Losses TO Fold-Losses
            PERFORM RecordPick
         END-IF
         READ MonthPairFile NEXT RECORD
           AT END SET EndOfMonthPairFile TO TRUE
         END-READ
      END-IF
   END-PERFORM
   IF MonthPairFile-Status NOT = "35"
      CLOSE MonthPairFile
