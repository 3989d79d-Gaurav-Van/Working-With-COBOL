      *shared-terminal rivalry finally has a scoreboard instead of
      *everyone's games piling into one anonymous TTTSTATS.DAT
      *counter (which still accumulates as before).
      *When a tournament is running (TTTFIXT.DAT, set up by
      *TTTTourney), startup offers to play the next tournament
      *fixture -- the lowest-numbered one not yet played. Taking it
      *signs in the two scheduled players, the home player as X so
      *they move first, with no computer opponent; the game is logged
      *to TTTMOVES.DAT and counted on the leaderboard like any other,
      *and Record-Fixture-Result marks the fixture home win, away win
      *or stalemate with the game number and date, for TTTStandings.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Player-File-Status.

           SELECT FixtureFile ASSIGN TO "TTTFIXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Fixture-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD StatsFile.
       FD WinMaskFile.
       01 WinMaskRec PIC X(9).

       FD FixtureFile.
       01 FixtureRec.
           02 FXR-Tourney PIC 9(6).
           02 FXR-Fixture-Num PIC 9(3).
           02 FXR-Round PIC 9(2).
           02 FXR-Home-Init PIC X(3).
           02 FXR-Away-Init PIC X(3).
           02 FXR-Result PIC X(1).
           02 FXR-Game-Num PIC 9(4).
           02 FXR-Played-Date PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-PLAYER PIC A(1).
                   88 PLAYER-ONE VALUE "X".
            05 FILLER PIC 9(4).
            05 FILLER PIC 9(3).
        01 WS-Winner-Mark PIC X(1).
        01 WS-Fixture-File-Status PIC XX.
        01 WS-Fixture-EOF PIC 9(1).
            88 Fixture-EOF VALUE 1.
        01 Fixture-Table.
            05 WS-Fixture-Count PIC 9(3) VALUE 0.
            05 FT-Entry OCCURS 380 TIMES.
                10 FT-Tourney PIC 9(6).
                10 FT-Fixture-Num PIC 9(3).
                10 FT-Round PIC 9(2).
                10 FT-Home-Init PIC X(3).
                10 FT-Away-Init PIC X(3).
                10 FT-Result PIC X(1).
                    88 FT-To-Play VALUE "P".
                10 FT-Game-Num PIC 9(4).
                10 FT-Played-Date PIC 9(8).
        01 WS-Fix-Sub PIC 9(3) VALUE 0.
        01 WS-Next-Fixture PIC 9(3) VALUE 0.
        01 WS-Play-Fixture PIC X VALUE "N".
            88 Tournament-Game VALUE "Y" "y".

       PROCEDURE DIVISION.
           MOVE "X" TO WS-PLAYER
           PERFORM Load-Stats
           PERFORM Load-Players
           PERFORM Show-Leaderboard
           PERFORM Load-Fixtures
           PERFORM Offer-Next-Fixture
           IF NOT Tournament-Game
               DISPLAY "Play against the computer? (Y/N): "
               ACCEPT WS-VS-COMPUTER
               PERFORM Sign-In-Players
           END-IF
           PERFORM GAME-LOOP-PARAGRAPH
               WITH TEST AFTER UNTIL FINISHED-PLAYING
           PERFORM Save-Stats
           PERFORM Save-Players
           IF Tournament-Game
               PERFORM Save-Fixtures
           END-IF
           STOP RUN.

       Load-Players.
                   END-IF
           END-EVALUATE.

       Load-Fixtures.
           MOVE 0 TO WS-Fixture-EOF
           OPEN INPUT FixtureFile
           IF WS-Fixture-File-Status = "00"
               READ FixtureFile AT END SET Fixture-EOF TO TRUE
               END-READ
               PERFORM UNTIL Fixture-EOF OR WS-Fixture-Count >= 380
                   ADD 1 TO WS-Fixture-Count END-ADD
                   MOVE FixtureRec TO FT-Entry(WS-Fixture-Count)
                   READ FixtureFile AT END SET Fixture-EOF TO TRUE
                   END-READ
               END-PERFORM
               IF NOT Fixture-EOF
                   DISPLAY "TTTFIXT.DAT holds more than 380 fixtures"
                       " -- raise the FT-Entry table size."
               END-IF
               CLOSE FixtureFile
           END-IF.

       Offer-Next-Fixture.
      *    Fixtures are played in number order; the next one is the
      *    first still marked to play.
           MOVE 0 TO WS-Next-Fixture
           MOVE 0 TO WS-Fix-Sub
           PERFORM UNTIL WS-Next-Fixture > 0
                   OR WS-Fix-Sub >= WS-Fixture-Count
               ADD 1 TO WS-Fix-Sub END-ADD
               IF FT-To-Play(WS-Fix-Sub)
                   MOVE WS-Fix-Sub TO WS-Next-Fixture
               END-IF
           END-PERFORM
           IF WS-Next-Fixture = 0
               IF WS-Fixture-Count > 0
                   DISPLAY "Tournament " FT-Tourney(1)
                       ": every fixture has been played."
               END-IF
           ELSE
               DISPLAY "Tournament " FT-Tourney(WS-Next-Fixture)
                   " next fixture " FT-Fixture-Num(WS-Next-Fixture)
                   ", round " FT-Round(WS-Next-Fixture) ": "
                   FT-Home-Init(WS-Next-Fixture) " (X) v "
                   FT-Away-Init(WS-Next-Fixture) " (O)"
               DISPLAY "Play next tournament fixture? (Y/N): "
               ACCEPT WS-Play-Fixture
               IF Tournament-Game
                   MOVE "N" TO WS-VS-COMPUTER
                   MOVE FT-Home-Init(WS-Next-Fixture) TO WS-Init-X
                   MOVE FT-Away-Init(WS-Next-Fixture) TO WS-Init-O
                   MOVE WS-Init-X TO WS-Find-Init
                   PERFORM Find-Or-Add-Player
                   MOVE WS-Found-Sub TO WS-Px-Sub
                   MOVE WS-Init-O TO WS-Find-Init
                   PERFORM Find-Or-Add-Player
                   MOVE WS-Found-Sub TO WS-Po-Sub
                   DISPLAY "Signed in: X = " WS-Init-X
                       ", O = " WS-Init-O
               END-IF
           END-IF.

       Record-Fixture-Result.
      *    Runs after Record-Game-Result, which has already worked
      *    out the winning mark; the home player is always X.
           EVALUATE WS-STATE
               WHEN "WIN"
                   IF WS-Winner-Mark = "X"
                       MOVE "H" TO FT-Result(WS-Next-Fixture)
                   ELSE
                       MOVE "A" TO FT-Result(WS-Next-Fixture)
                   END-IF
               WHEN OTHER
                   MOVE "S" TO FT-Result(WS-Next-Fixture)
           END-EVALUATE
           MOVE WS-GAMES TO FT-Game-Num(WS-Next-Fixture)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO FT-Played-Date(WS-Next-Fixture)
           DISPLAY "Fixture " FT-Fixture-Num(WS-Next-Fixture)
               " result recorded.".

       Save-Fixtures.
           OPEN OUTPUT FixtureFile
           MOVE 0 TO WS-Fix-Sub
           PERFORM UNTIL WS-Fix-Sub >= WS-Fixture-Count
               ADD 1 TO WS-Fix-Sub END-ADD
               MOVE FT-Entry(WS-Fix-Sub) TO FixtureRec
               WRITE FixtureRec
           END-PERFORM
           CLOSE FixtureFile.

       Load-Win-Masks.
           MOVE 0 TO WS-EOF
           MOVE 1 TO WS-Mask-Load-Idx
                   WITH TEST AFTER UNTIL GAME-OVER
               ADD 1 TO WS-GAMES END-ADD
               PERFORM Record-Game-Result
               IF Tournament-Game
                   PERFORM Record-Fixture-Result
               END-IF
               IF WS-STATE IS EQUAL TO "WIN"
                   ADD 1 TO WS-WINS END-ADD
                   DISPLAY "WINNER! (^_^)" 
