           03 Src-Id        PIC X(8).
           03 Src-Runs      PIC 9(4).
           03 Src-Refusals  PIC 9(4).
           03 Src-Repeats   PIC 9(4).
           03 Src-Good      PIC 9(8).
           03 Src-Bad       PIC 9(8).
           03 Src-Dup       PIC 9(8).
01 Rate2-Display PIC ZZ9.99.
01 Count-Display  PIC ZZZZZZZ9.
01 Count2-Display PIC ZZZZZZZ9.
01 Repeat-Display PIC ZZZ9.

01 RunDate.
       02 RunDate-YY PIC 99.
         IF Log-RC = 16
            ADD 1 TO Src-Refusals(SourceIdx)
         END-IF
         IF Log-RC = 8
            ADD 1 TO Src-Repeats(SourceIdx)
         END-IF
         ADD Log-Good TO Src-Good(SourceIdx)
         ADD Log-Bad  TO Src-Bad(SourceIdx)
         ADD Log-Dup  TO Src-Dup(SourceIdx)
   MOVE SPACES TO QualityRecord
   MOVE Src-Runs(SourceIdx) TO Count-Display
   MOVE Src-Refusals(SourceIdx) TO Count2-Display
   MOVE Src-Repeats(SourceIdx) TO Repeat-Display
   STRING "  runs: " DELIMITED BY SIZE
           Count-Display DELIMITED BY SIZE
           "   refused: " DELIMITED BY SIZE
           Count2-Display DELIMITED BY SIZE
           "   already applied: " DELIMITED BY SIZE
           Repeat-Display DELIMITED BY SIZE
      INTO QualityRecord
   WRITE QualityRecord
   COMPUTE RateBase = Src-Good(SourceIdx) + Src-Bad(SourceIdx)
