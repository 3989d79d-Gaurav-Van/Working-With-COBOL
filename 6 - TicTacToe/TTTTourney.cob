       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTTourney.
      *Sets up the monthly round-robin tournament for the players on
      *TTTPLAYR.DAT. The organiser keys the month and the initials of
      *everyone who signed up; every pair meets twice, home and away,
      *and the home player plays X so each gets the first move once.
      *Fixtures are drawn round by round with the circle method (one
      *player sits out each round when the entry is odd), the first
      *leg in full and then the second leg in the same order with
      *home and away swapped, and written to TTTFIXT.DAT numbered in
      *playing order. TicTacToe plays them one at a time ("play next
      *tournament fixture") and marks each result; TTTStandings
      *prints the table.
      *TTTFIXT.DAT holds one tournament -- setting up a new month
      *replaces it, so a tournament with fixtures still to play is
      *only replaced when the organiser confirms.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FixtureFile ASSIGN TO "TTTFIXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Fixture-File-Status.

           SELECT PlayerFile ASSIGN TO "TTTPLAYR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Player-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD FixtureFile.
       01 FixtureRec.
           02 FXR-Tourney PIC 9(6).
           02 FXR-Fixture-Num PIC 9(3).
           02 FXR-Round PIC 9(2).
           02 FXR-Home-Init PIC X(3).
           02 FXR-Away-Init PIC X(3).
           02 FXR-Result PIC X(1).
               88 FXR-To-Play VALUE "P".
           02 FXR-Game-Num PIC 9(4).
           02 FXR-Played-Date PIC 9(8).

       FD PlayerFile.
       01 PlayerRec.
           02 PLR-Init PIC X(3).
           02 PLR-Wins PIC 9(4).
           02 PLR-Losses PIC 9(4).
           02 PLR-Stales PIC 9(4).
           02 PLR-VC-Games PIC 9(4).
           02 PLR-VH-Games PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-Fixture-File-Status PIC XX.
       01 WS-Player-File-Status PIC XX.
       01 WS-EOF PIC 9(1).
           88 EOF VALUE 1.
       01 WS-Setup PIC X(1) VALUE "Y".
           88 Setup-Wanted VALUE "Y" "y".
       01 WS-Entry-Done PIC 9(1) VALUE 0.
           88 Entry-Done VALUE 1.

       01 WS-Old-Tourney PIC 9(6) VALUE 0.
       01 WS-Old-Count PIC 9(3) VALUE 0.
       01 WS-Old-To-Play PIC 9(3) VALUE 0.

       01 WS-Month-Input PIC X(6).
       01 WS-Tourney PIC 9(6).
       01 WS-Tourney-Parts REDEFINES WS-Tourney.
           02 WS-Tourney-Year PIC 9(4).
           02 WS-Tourney-Month PIC 9(2).

       01 Known-Player-Table.
           05 WS-Known-Count PIC 9(2) VALUE 0.
           05 KP-Init PIC X(3) OCCURS 20 TIMES.

       01 Entrant-Table.
           05 WS-Entrant-Count PIC 9(2) VALUE 0.
           05 EN-Init PIC X(3) OCCURS 20 TIMES.
       01 WS-Entrant-Init PIC X(3).
       01 WS-Next-Entrant PIC 9(2).
       01 WS-Ent-Sub PIC 9(2).
       01 WS-Dup-Found PIC 9(1).
       01 WS-Known-Found PIC 9(1).

       01 Fixture-Table.
           05 WS-Fixture-Count PIC 9(3) VALUE 0.
           05 FT-Entry OCCURS 380 TIMES.
               10 FT-Round PIC 9(2).
               10 FT-Home PIC 9(2).
               10 FT-Away PIC 9(2).
       01 WS-Fix-Sub PIC 9(3).
       01 WS-First-Leg-Count PIC 9(3).

      *    Circle-method draw: slot 1 stays put and the rest turn one
      *    place each round; a zero slot is the bye.
       01 Slot-Table.
           05 WS-Slot-Count PIC 9(2).
           05 SL-Entrant PIC 9(2) OCCURS 20 TIMES.
       01 WS-Rounds-Per-Leg PIC 9(2).
       01 WS-Round PIC 9(2).
       01 WS-Pair PIC 9(2).
       01 WS-Pairs PIC 9(2).
       01 WS-Pos-A PIC 9(2).
       01 WS-Pos-B PIC 9(2).
       01 WS-Slot-Sub PIC 9(2).
       01 WS-Slot-Save PIC 9(2).

       PROCEDURE DIVISION.
           PERFORM Check-Current-Tournament
           IF Setup-Wanted
               PERFORM Load-Players
               PERFORM Ask-Tournament-Month
               PERFORM Enter-Entrants
               IF WS-Entrant-Count < 2
                   DISPLAY "At least two players are needed --"
                       " no fixtures made."
               ELSE
                   PERFORM Make-Fixtures
                   PERFORM Save-Fixtures
                   PERFORM Show-Fixtures
               END-IF
           ELSE
               DISPLAY "Tournament " WS-Old-Tourney " left as it is."
           END-IF
           STOP RUN.

       Check-Current-Tournament.
           MOVE 0 TO WS-EOF
           OPEN INPUT FixtureFile
           IF WS-Fixture-File-Status = "00"
               READ FixtureFile AT END SET EOF TO TRUE END-READ
               PERFORM UNTIL EOF
                   MOVE FXR-Tourney TO WS-Old-Tourney
                   ADD 1 TO WS-Old-Count END-ADD
                   IF FXR-To-Play
                       ADD 1 TO WS-Old-To-Play END-ADD
                   END-IF
                   READ FixtureFile AT END SET EOF TO TRUE END-READ
               END-PERFORM
               CLOSE FixtureFile
           END-IF
           IF WS-Old-To-Play > 0
               DISPLAY "Tournament " WS-Old-Tourney " still has "
                   WS-Old-To-Play " of " WS-Old-Count
                   " fixtures to play."
               DISPLAY "Replace it with a new tournament? (Y/N): "
               ACCEPT WS-Setup
           ELSE
               IF WS-Old-Count > 0
                   DISPLAY "Tournament " WS-Old-Tourney " is complete"
                       " -- it is replaced by the new one."
               END-IF
           END-IF.

       Load-Players.
      *    Only to tell the organiser who is new; a new player joins
      *    TTTPLAYR.DAT when they first sign in to a game.
           MOVE 0 TO WS-EOF
           OPEN INPUT PlayerFile
           IF WS-Player-File-Status = "00"
               READ PlayerFile AT END SET EOF TO TRUE END-READ
               PERFORM UNTIL EOF OR WS-Known-Count >= 20
                   ADD 1 TO WS-Known-Count END-ADD
                   MOVE PLR-Init TO KP-Init(WS-Known-Count)
                   READ PlayerFile AT END SET EOF TO TRUE END-READ
               END-PERFORM
               CLOSE PlayerFile
           END-IF.

       Ask-Tournament-Month.
           DISPLAY "Tournament month (YYYYMM, blank = this month): "
           ACCEPT WS-Month-Input
           IF WS-Month-Input = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-Tourney
           ELSE
               IF WS-Month-Input IS NUMERIC
                   MOVE WS-Month-Input TO WS-Tourney
               ELSE
                   MOVE ZEROS TO WS-Tourney
               END-IF
               IF WS-Tourney-Month < 1 OR WS-Tourney-Month > 12
                   DISPLAY "Not a month -- using this month."
                   MOVE FUNCTION CURRENT-DATE(1:6) TO WS-Tourney
               END-IF
           END-IF.

       Enter-Entrants.
           DISPLAY "Initials of each player signed up, one per line;"
           DISPLAY "a blank line ends the entry (2 to 20 players)."
           PERFORM UNTIL Entry-Done
               COMPUTE WS-Next-Entrant = WS-Entrant-Count + 1
               DISPLAY "Player " WS-Next-Entrant " initials: "
               MOVE SPACES TO WS-Entrant-Init
               ACCEPT WS-Entrant-Init
               IF WS-Entrant-Init = SPACES
                   SET Entry-Done TO TRUE
               ELSE
                   PERFORM Add-Entrant
               END-IF
           END-PERFORM.

       Add-Entrant.
           MOVE 0 TO WS-Dup-Found
           PERFORM VARYING WS-Ent-Sub FROM 1 BY 1
                   UNTIL WS-Ent-Sub > WS-Entrant-Count
               IF EN-Init(WS-Ent-Sub) = WS-Entrant-Init
                   MOVE 1 TO WS-Dup-Found
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-Entrant-Init = "CPU" OR "???"
                   DISPLAY WS-Entrant-Init " is not a player's"
                       " initials -- not entered."
               WHEN WS-Dup-Found = 1
                   DISPLAY WS-Entrant-Init " is already entered."
               WHEN WS-Entrant-Count >= 20
                   DISPLAY "Twenty players entered -- the entry is"
                       " closed."
                   SET Entry-Done TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-Entrant-Count END-ADD
                   MOVE WS-Entrant-Init TO EN-Init(WS-Entrant-Count)
                   MOVE 0 TO WS-Known-Found
                   PERFORM VARYING WS-Ent-Sub FROM 1 BY 1
                           UNTIL WS-Ent-Sub > WS-Known-Count
                       IF KP-Init(WS-Ent-Sub) = WS-Entrant-Init
                           MOVE 1 TO WS-Known-Found
                       END-IF
                   END-PERFORM
                   IF WS-Known-Found = 0
                       DISPLAY WS-Entrant-Init " is new to"
                           " TTTPLAYR.DAT -- added when they first"
                           " play."
                   END-IF
           END-EVALUATE.

       Make-Fixtures.
      *    An odd entry gets an empty slot; whoever is drawn against
      *    it sits the round out. The fixed slot's pairing switches
      *    ends every round so nobody is home all through the leg.
           MOVE WS-Entrant-Count TO WS-Slot-Count
           IF FUNCTION MOD(WS-Entrant-Count, 2) = 1
               ADD 1 TO WS-Slot-Count END-ADD
           END-IF
           PERFORM VARYING WS-Slot-Sub FROM 1 BY 1
                   UNTIL WS-Slot-Sub > WS-Slot-Count
               IF WS-Slot-Sub > WS-Entrant-Count
                   MOVE 0 TO SL-Entrant(WS-Slot-Sub)
               ELSE
                   MOVE WS-Slot-Sub TO SL-Entrant(WS-Slot-Sub)
               END-IF
           END-PERFORM
           COMPUTE WS-Rounds-Per-Leg = WS-Slot-Count - 1
           COMPUTE WS-Pairs = WS-Slot-Count / 2
           MOVE 0 TO WS-Fixture-Count
           PERFORM VARYING WS-Round FROM 1 BY 1
                   UNTIL WS-Round > WS-Rounds-Per-Leg
               PERFORM VARYING WS-Pair FROM 1 BY 1
                       UNTIL WS-Pair > WS-Pairs
                   MOVE WS-Pair TO WS-Pos-A
                   COMPUTE WS-Pos-B = WS-Slot-Count + 1 - WS-Pair
                   IF SL-Entrant(WS-Pos-A) > 0
                       AND SL-Entrant(WS-Pos-B) > 0
                       ADD 1 TO WS-Fixture-Count END-ADD
                       MOVE WS-Round TO FT-Round(WS-Fixture-Count)
                       IF WS-Pair = 1
                           AND FUNCTION MOD(WS-Round, 2) = 0
                           MOVE SL-Entrant(WS-Pos-B)
                               TO FT-Home(WS-Fixture-Count)
                           MOVE SL-Entrant(WS-Pos-A)
                               TO FT-Away(WS-Fixture-Count)
                       ELSE
                           MOVE SL-Entrant(WS-Pos-A)
                               TO FT-Home(WS-Fixture-Count)
                           MOVE SL-Entrant(WS-Pos-B)
                               TO FT-Away(WS-Fixture-Count)
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM Turn-The-Circle
           END-PERFORM
           MOVE WS-Fixture-Count TO WS-First-Leg-Count
           PERFORM VARYING WS-Fix-Sub FROM 1 BY 1
                   UNTIL WS-Fix-Sub > WS-First-Leg-Count
               ADD 1 TO WS-Fixture-Count END-ADD
               COMPUTE FT-Round(WS-Fixture-Count) =
                   FT-Round(WS-Fix-Sub) + WS-Rounds-Per-Leg
               MOVE FT-Away(WS-Fix-Sub) TO FT-Home(WS-Fixture-Count)
               MOVE FT-Home(WS-Fix-Sub) TO FT-Away(WS-Fixture-Count)
           END-PERFORM.

       Turn-The-Circle.
           MOVE SL-Entrant(WS-Slot-Count) TO WS-Slot-Save
           PERFORM VARYING WS-Slot-Sub FROM WS-Slot-Count BY -1
                   UNTIL WS-Slot-Sub < 3
               MOVE SL-Entrant(WS-Slot-Sub - 1)
                   TO SL-Entrant(WS-Slot-Sub)
           END-PERFORM
           MOVE WS-Slot-Save TO SL-Entrant(2).

       Save-Fixtures.
           OPEN OUTPUT FixtureFile
           PERFORM VARYING WS-Fix-Sub FROM 1 BY 1
                   UNTIL WS-Fix-Sub > WS-Fixture-Count
               MOVE WS-Tourney TO FXR-Tourney
               MOVE WS-Fix-Sub TO FXR-Fixture-Num
               MOVE FT-Round(WS-Fix-Sub) TO FXR-Round
               MOVE EN-Init(FT-Home(WS-Fix-Sub)) TO FXR-Home-Init
               MOVE EN-Init(FT-Away(WS-Fix-Sub)) TO FXR-Away-Init
               SET FXR-To-Play TO TRUE
               MOVE 0 TO FXR-Game-Num
               MOVE 0 TO FXR-Played-Date
               WRITE FixtureRec
           END-PERFORM
           CLOSE FixtureFile.

       Show-Fixtures.
           DISPLAY " "
           DISPLAY "TOURNAMENT " WS-Tourney ": " WS-Entrant-Count
               " players, " WS-Fixture-Count " fixtures over "
               FT-Round(WS-Fixture-Count) " rounds."
           DISPLAY "FIXTURE  ROUND  HOME (X)  AWAY (O)"
           PERFORM VARYING WS-Fix-Sub FROM 1 BY 1
                   UNTIL WS-Fix-Sub > WS-Fixture-Count
               DISPLAY "  " WS-Fix-Sub "     "
                   FT-Round(WS-Fix-Sub) "     "
                   EN-Init(FT-Home(WS-Fix-Sub)) "       "
                   EN-Init(FT-Away(WS-Fix-Sub))
           END-PERFORM
           DISPLAY "Fixtures written to TTTFIXT.DAT.".
