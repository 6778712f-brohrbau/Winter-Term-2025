IDENTIFICATION DIVISION.
PROGRAM-ID. EventMaint.
AUTHOR. Bunker Rohrbaugh.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT EventFile ASSIGN TO "events.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS Event-Id
       FILE STATUS IS EventFile-Status.

DATA DIVISION.
FILE SECTION.
*> The tournament event register: one record per bracket, keyed on the
*> event id the capture sheet writes on every set line. MatchupBuilder
*> refuses sets whose event isn't here; EventRecap reads the name,
*> date, tier, and entrant count for each recap.
FD EventFile.
01 EventDetails.
       88 EndOfEventFile VALUE HIGH-VALUES.
       02 Event-Id       PIC X(8).
       02 Event-Name     PIC X(30).
       02 Event-Date     PIC X(10).
       02 Event-Tier     PIC X(10).
       02 Event-Entrants PIC 9(4).

WORKING-STORAGE SECTION.
01 EventFile-Status PIC XX.

01 ActionAnswer PIC X(01).
       88 InquireWanted VALUE "I" "i".
       88 AddWanted     VALUE "A" "a".
       88 ListWanted    VALUE "L" "l".

01 TargetEventId PIC X(8).
01 EventOnFileSwitch PIC X(01).
       88 EventOnFile    VALUE "Y".
       88 EventNotOnFile VALUE "N".

*> Blank answers on a change keep what the record already says, so
*> correcting an entrant count doesn't mean retyping the name.
01 NameAnswer PIC X(30).
01 DateAnswer PIC X(10).
01 TierAnswer PIC X(10).
*> JUSTIFIED RIGHT so a typed "64" lands as "  64" and the leading-
*> space scrub turns it into a clean numeric 0064.
01 EntrantsAnswer PIC X(04) JUSTIFIED RIGHT.

*> The event date pulled apart for the same MM/DD/YYYY check
*> MatchupBuilder puts a set date through.
01 EventDateParts.
       02 EventDate-MM   PIC X(2).
       02 EventDate-Sep1 PIC X(1).
       02 EventDate-DD   PIC X(2).
       02 EventDate-Sep2 PIC X(1).
       02 EventDate-YYYY PIC X(4).
01 EventMonth PIC 9(2).
01 EventDay   PIC 9(2).
01 EntryValidSwitch PIC X(01).
       88 EntryIsValid   VALUE "Y".
       88 EntryIsInvalid VALUE "N".

01 ListedEventCount PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
Begin.
   PERFORM PromptAction
   PERFORM OpenEventRegister
   IF ListWanted
      PERFORM ListEventRegister
   ELSE
      PERFORM PromptEvent
      PERFORM FetchEvent
      IF InquireWanted
         PERFORM DisplayEvent
      ELSE
         PERFORM AddOrChangeEvent
      END-IF
   END-IF
   CLOSE EventFile
   STOP RUN.

PromptAction.
   DISPLAY "Event register maintenance -- I=inquire, A=add or change, L=list (I/A/L): " WITH NO ADVANCING
   ACCEPT ActionAnswer FROM CONSOLE
   IF NOT AddWanted AND NOT ListWanted
      SET InquireWanted TO TRUE
   END-IF.

PromptEvent.
   DISPLAY "Which event id? " WITH NO ADVANCING
   ACCEPT TargetEventId FROM CONSOLE.

*> A missing register is only fatal for a lookup; the first add starts
*> the file, the same create-and-reopen shape SeasonMaint uses.
OpenEventRegister.
   OPEN I-O EventFile
   IF EventFile-Status = "35"
      IF AddWanted
         DISPLAY "No event register on file -- starting one."
         OPEN OUTPUT EventFile
         CLOSE EventFile
         OPEN I-O EventFile
      ELSE
         DISPLAY "No event register on file."
         STOP RUN
      END-IF
   END-IF
   IF EventFile-Status NOT = "00"
      DISPLAY "Event register open failed, status " EventFile-Status
      STOP RUN
   END-IF.

FetchEvent.
   SET EventOnFile TO TRUE
   MOVE SPACES TO EventDetails
   MOVE TargetEventId TO Event-Id
   READ EventFile RECORD
     INVALID KEY
        SET EventNotOnFile TO TRUE
   END-READ.

DisplayEvent.
   IF EventNotOnFile
      DISPLAY "No event on the register for " TargetEventId
   ELSE
      DISPLAY "Event " Event-Id "  " Event-Name
      DISPLAY "  Date: " Event-Date "  Tier: " Event-Tier "  Entrants: " Event-Entrants
   END-IF.

*> One prompt per field. A new event needs every field; a change keeps
*> whatever is left blank.
AddOrChangeEvent.
   IF EventNotOnFile
      DISPLAY "Not on the register yet -- a new event will be written."
      MOVE SPACES TO EventDetails
      MOVE TargetEventId TO Event-Id
      MOVE ZERO TO Event-Entrants
   ELSE
      PERFORM DisplayEvent
   END-IF
   MOVE SPACES TO NameAnswer
   MOVE SPACES TO DateAnswer
   MOVE SPACES TO TierAnswer
   MOVE SPACES TO EntrantsAnswer
   DISPLAY "Event name? " WITH NO ADVANCING
   ACCEPT NameAnswer FROM CONSOLE
   DISPLAY "Event date (MM/DD/YYYY)? " WITH NO ADVANCING
   ACCEPT DateAnswer FROM CONSOLE
   DISPLAY "Tier (e.g. WEEKLY, REGIONAL, MAJOR)? " WITH NO ADVANCING
   ACCEPT TierAnswer FROM CONSOLE
   DISPLAY "Entrant count? " WITH NO ADVANCING
   ACCEPT EntrantsAnswer FROM CONSOLE
   IF NameAnswer NOT = SPACES
      MOVE NameAnswer TO Event-Name
   END-IF
   IF DateAnswer NOT = SPACES
      MOVE DateAnswer TO Event-Date
   END-IF
   IF TierAnswer NOT = SPACES
      MOVE TierAnswer TO Event-Tier
   END-IF
   PERFORM ValidateEventEntry
   IF EntryIsValid
      IF EventNotOnFile
         WRITE EventDetails
           INVALID KEY DISPLAY "Write failed, status " EventFile-Status
         END-WRITE
      ELSE
         REWRITE EventDetails
           INVALID KEY DISPLAY "Rewrite failed, status " EventFile-Status
         END-REWRITE
      END-IF
      DISPLAY "Event register updated for " TargetEventId
   END-IF.

ValidateEventEntry.
   SET EntryIsValid TO TRUE
   IF Event-Id = SPACES
      SET EntryIsInvalid TO TRUE
      DISPLAY "The event id can't be blank -- nothing changed."
   END-IF
   IF EntryIsValid AND Event-Name = SPACES
      SET EntryIsInvalid TO TRUE
      DISPLAY "A new event needs a name -- nothing changed."
   END-IF
   IF EntryIsValid
      MOVE Event-Date TO EventDateParts
      IF EventDate-MM NOT NUMERIC OR EventDate-DD NOT NUMERIC
         OR EventDate-YYYY NOT NUMERIC
         OR EventDate-Sep1 NOT = "/" OR EventDate-Sep2 NOT = "/"
         SET EntryIsInvalid TO TRUE
      ELSE
         MOVE EventDate-MM TO EventMonth
         MOVE EventDate-DD TO EventDay
         IF EventMonth LESS THAN 01 OR EventMonth GREATER THAN 12
            OR EventDay LESS THAN 01 OR EventDay GREATER THAN 31
            SET EntryIsInvalid TO TRUE
         END-IF
      END-IF
      IF EntryIsInvalid
         DISPLAY "The event date must be MM/DD/YYYY -- nothing changed."
      END-IF
   END-IF
   IF EntryIsValid AND EntrantsAnswer NOT = SPACES
      INSPECT EntrantsAnswer REPLACING LEADING SPACES BY ZEROS
      IF EntrantsAnswer IS NUMERIC
         MOVE EntrantsAnswer TO Event-Entrants
      ELSE
         SET EntryIsInvalid TO TRUE
         DISPLAY "The entrant count must be numeric -- nothing changed."
      END-IF
   END-IF.

ListEventRegister.
   MOVE LOW-VALUES TO Event-Id
   START EventFile KEY IS NOT LESS THAN Event-Id
     INVALID KEY SET EndOfEventFile TO TRUE
   END-START
   IF NOT EndOfEventFile
      READ EventFile NEXT RECORD
        AT END SET EndOfEventFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfEventFile
      ADD 1 TO ListedEventCount
      DISPLAY Event-Id "  " Event-Date "  " Event-Tier "  " Event-Entrants "  " Event-Name
      READ EventFile NEXT RECORD
        AT END SET EndOfEventFile TO TRUE
      END-READ
   END-PERFORM
   DISPLAY ListedEventCount " event(s) on the register.".
