       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTStandings.
      *Tournament table for the round robin TTTTourney set up on
      *TTTFIXT.DAT, from the results TicTacToe marks against each
      *fixture as it is played. Writes TTTSTAND.RPT for the notice
      *board in three parts:
      *  the standings -- played, won, stalemate, lost and points for
      *  every entrant, two points for a win and one for a stalemate;
      *  players level on points are separated by head-to-head, the
      *  points they took in the games between themselves only (with
      *  three or more level, a mini-table among just those players),
      *  then by most wins; anyone still level shares the place;
      *  the results so far, with the TTTMOVES.DAT game number so any
      *  game can be looked at again with TTTReplay;
      *  the fixtures still to play, in playing order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FixtureFile ASSIGN TO "TTTFIXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Fixture-File-Status.

           SELECT StandingsReport ASSIGN TO "TTTSTAND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

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
           02 FXR-Game-Num PIC 9(4).
           02 FXR-Played-Date PIC 9(8).

       FD StandingsReport.
       01 ReportLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Fixture-File-Status PIC XX.
       01 WS-EOF PIC 9(1).
           88 EOF VALUE 1.
       01 WS-Win-Points PIC 9(1) VALUE 2.
       01 WS-Stale-Points PIC 9(1) VALUE 1.

       01 Fixture-Table.
           05 WS-Fixture-Count PIC 9(3) VALUE 0.
           05 FT-Entry OCCURS 380 TIMES.
               10 FT-Tourney PIC 9(6).
               10 FT-Fixture-Num PIC 9(3).
               10 FT-Round PIC 9(2).
               10 FT-Home-Init PIC X(3).
               10 FT-Away-Init PIC X(3).
               10 FT-Result PIC X(1).
                   88 FT-Home-Win VALUE "H".
                   88 FT-Away-Win VALUE "A".
                   88 FT-Stalemate VALUE "S".
                   88 FT-Played VALUE "H" "A" "S".
               10 FT-Game-Num PIC 9(4).
               10 FT-Played-Date PIC 9(8).
       01 WS-Fix-Sub PIC 9(3).
       01 WS-Played-Count PIC 9(3) VALUE 0.
       01 WS-To-Play-Count PIC 9(3) VALUE 0.

       01 Standing-Table.
           05 WS-Standing-Count PIC 9(2) VALUE 0.
           05 ST-Entry OCCURS 20 TIMES.
               10 ST-Init PIC X(3).
               10 ST-Played PIC 9(3).
               10 ST-Won PIC 9(3).
               10 ST-Stale PIC 9(3).
               10 ST-Lost PIC 9(3).
               10 ST-Points PIC 9(3).
               10 ST-H2H PIC 9(3).
               10 ST-Level PIC X(1).
                   88 ST-Level-On-Points VALUE "Y".
               10 ST-In-Group PIC X(1).
                   88 ST-In-Tie-Group VALUE "Y".
       01 Rank-Table.
           05 RK-Player PIC 9(2) OCCURS 20 TIMES.
       01 WS-Find-Init PIC X(3).
       01 WS-Found-Sub PIC 9(2).
       01 WS-Home-Sub PIC 9(2).
       01 WS-Away-Sub PIC 9(2).
       01 WS-Rk-1 PIC 9(2).
       01 WS-Rk-2 PIC 9(2).
       01 WS-Rk-Save PIC 9(2).
       01 WS-Group-Start PIC 9(2).
       01 WS-Group-End PIC 9(2).
       01 WS-A PIC 9(2).
       01 WS-B PIC 9(2).
       01 WS-Comes-First PIC 9(1).
           88 Comes-First VALUE 1.
       01 WS-Place PIC 9(2).

       01 Title-Line.
           02 FILLER PIC X(21) VALUE "TICTACTOE TOURNAMENT ".
           02 Prn-Tourney PIC 9999/99.
           02 FILLER PIC X(14) VALUE " -- STANDINGS".
       01 Progress-Line.
           02 Prn-Played-Count PIC ZZ9.
           02 FILLER PIC X(4) VALUE " OF ".
           02 Prn-Fixture-Count PIC ZZ9.
           02 FILLER PIC X(19) VALUE " FIXTURES PLAYED.  ".
           02 FILLER PIC X(36)
               VALUE "WIN = 2 POINTS, STALEMATE = 1 POINT.".
       01 Tie-Rule-Line.
           02 FILLER PIC X(30) VALUE "LEVEL ON POINTS: HEAD-TO-HEAD ".
           02 FILLER PIC X(30) VALUE "POINTS (H2H), THEN MOST WINS.".
       01 Table-Heading-Line PIC X(80) VALUE
           " POS  PLAYER  PLAYED   WON  STALE  LOST  POINTS   H2H".
       01 Table-Line.
           02 Prn-Place PIC ZZZ9.
           02 Prn-Shared PIC X(1).
           02 FILLER PIC X(1) VALUE SPACES.
           02 Prn-Init PIC X(3).
           02 FILLER PIC X(8) VALUE SPACES.
           02 Prn-St-Played PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 Prn-Won PIC ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 Prn-Stale PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 Prn-Lost PIC ZZ9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 Prn-Points PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 Prn-H2H PIC ZZ9.
           02 Prn-H2H-X REDEFINES Prn-H2H PIC X(3).
       01 Results-Heading-Line.
           02 FILLER PIC X(36)
               VALUE "RESULTS         FIXTURE   RND   HOME".
           02 FILLER PIC X(36)
               VALUE "    AWAY    GAME  PLAYED      RESULT".
       01 Result-Line.
           02 FILLER PIC X(20) VALUE SPACES.
           02 Prn-Fixture-Num PIC ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 Prn-Round PIC Z9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 Prn-Home-Init PIC X(3).
           02 FILLER PIC X(5) VALUE " (X) ".
           02 Prn-Away-Init PIC X(3).
           02 FILLER PIC X(5) VALUE " (O) ".
           02 Prn-Game-Num PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 Prn-Played-Date PIC 9999/99/99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 Prn-Outcome PIC X(14).
       01 To-Play-Heading-Line PIC X(80) VALUE
           "STILL TO PLAY   FIXTURE   RND   HOME    AWAY".
       01 To-Play-Line.
           02 FILLER PIC X(20) VALUE SPACES.
           02 Prn-TP-Fixture-Num PIC ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 Prn-TP-Round PIC Z9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 Prn-TP-Home-Init PIC X(3).
           02 FILLER PIC X(5) VALUE " (X) ".
           02 Prn-TP-Away-Init PIC X(3).
           02 FILLER PIC X(4) VALUE " (O)".
       01 None-Yet-Line PIC X(80) VALUE
           "                    None yet.".
       01 Complete-Line PIC X(80) VALUE
           "                    None -- the tournament is complete.".

       PROCEDURE DIVISION.
           PERFORM Load-Fixtures
           IF WS-Fixture-Count = 0
               DISPLAY "TTTFIXT.DAT not found or empty -- run"
                   " TTTTourney to set up a tournament."
           ELSE
               PERFORM Tally-Results
               PERFORM Rank-Players
               PERFORM Work-Out-Head-To-Head
               PERFORM Rank-Players
               PERFORM Print-Standings
               DISPLAY "TTTStandings: " WS-Played-Count " of "
                   WS-Fixture-Count " fixtures played, "
                   WS-Standing-Count " players -- TTTSTAND.RPT"
                   " written."
           END-IF
           STOP RUN.

       Load-Fixtures.
           MOVE 0 TO WS-EOF
           OPEN INPUT FixtureFile
           IF WS-Fixture-File-Status = "00"
               READ FixtureFile AT END SET EOF TO TRUE END-READ
               PERFORM UNTIL EOF OR WS-Fixture-Count >= 380
                   ADD 1 TO WS-Fixture-Count END-ADD
                   MOVE FixtureRec TO FT-Entry(WS-Fixture-Count)
                   READ FixtureFile AT END SET EOF TO TRUE END-READ
               END-PERFORM
               IF NOT EOF
                   DISPLAY "TTTFIXT.DAT holds more than 380 fixtures"
                       " -- raise the FT-Entry table size."
               END-IF
               CLOSE FixtureFile
           END-IF.

       Tally-Results.
      *    Every entrant appears on the fixture list, so the table
      *    is built from it; a player yet to play shows all zeros.
           PERFORM VARYING WS-Fix-Sub FROM 1 BY 1
                   UNTIL WS-Fix-Sub > WS-Fixture-Count
               MOVE FT-Home-Init(WS-Fix-Sub) TO WS-Find-Init
               PERFORM Find-Or-Add-Standing
               MOVE WS-Found-Sub TO WS-Home-Sub
               MOVE FT-Away-Init(WS-Fix-Sub) TO WS-Find-Init
               PERFORM Find-Or-Add-Standing
               MOVE WS-Found-Sub TO WS-Away-Sub
               IF FT-Played(WS-Fix-Sub)
                   ADD 1 TO WS-Played-Count END-ADD
               ELSE
                   ADD 1 TO WS-To-Play-Count END-ADD
               END-IF
               IF FT-Played(WS-Fix-Sub)
                   AND WS-Home-Sub > 0 AND WS-Away-Sub > 0
                   ADD 1 TO ST-Played(WS-Home-Sub) END-ADD
                   ADD 1 TO ST-Played(WS-Away-Sub) END-ADD
                   EVALUATE TRUE
                       WHEN FT-Home-Win(WS-Fix-Sub)
                           ADD 1 TO ST-Won(WS-Home-Sub) END-ADD
                           ADD 1 TO ST-Lost(WS-Away-Sub) END-ADD
                       WHEN FT-Away-Win(WS-Fix-Sub)
                           ADD 1 TO ST-Won(WS-Away-Sub) END-ADD
                           ADD 1 TO ST-Lost(WS-Home-Sub) END-ADD
                       WHEN OTHER
                           ADD 1 TO ST-Stale(WS-Home-Sub) END-ADD
                           ADD 1 TO ST-Stale(WS-Away-Sub) END-ADD
                   END-EVALUATE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-Standing-Count
               COMPUTE ST-Points(WS-A) =
                   ST-Won(WS-A) * WS-Win-Points
                   + ST-Stale(WS-A) * WS-Stale-Points
               MOVE WS-A TO RK-Player(WS-A)
           END-PERFORM.

       Find-Or-Add-Standing.
           MOVE 0 TO WS-Found-Sub
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-Standing-Count OR WS-Found-Sub > 0
               IF ST-Init(WS-A) = WS-Find-Init
                   MOVE WS-A TO WS-Found-Sub
               END-IF
           END-PERFORM
           IF WS-Found-Sub = 0
               IF WS-Standing-Count >= 20
                   DISPLAY "More than 20 players on TTTFIXT.DAT -- "
                       WS-Find-Init " left off the table."
               ELSE
                   ADD 1 TO WS-Standing-Count END-ADD
                   MOVE WS-Standing-Count TO WS-Found-Sub
                   MOVE WS-Find-Init TO ST-Init(WS-Found-Sub)
                   MOVE 0 TO ST-Played(WS-Found-Sub)
                   MOVE 0 TO ST-Won(WS-Found-Sub)
                   MOVE 0 TO ST-Stale(WS-Found-Sub)
                   MOVE 0 TO ST-Lost(WS-Found-Sub)
                   MOVE 0 TO ST-Points(WS-Found-Sub)
                   MOVE 0 TO ST-H2H(WS-Found-Sub)
                   MOVE "N" TO ST-Level(WS-Found-Sub)
                   MOVE "N" TO ST-In-Group(WS-Found-Sub)
               END-IF
           END-IF.

       Rank-Players.
      *    Neighbour-swap sort of the rank table, as the leaderboard
      *    does; run once on points alone and again once the
      *    head-to-head points are known.
           PERFORM VARYING WS-Rk-1 FROM 1 BY 1
                   UNTIL WS-Rk-1 >= WS-Standing-Count
               COMPUTE WS-Rk-2 = WS-Rk-1 + 1
               PERFORM UNTIL WS-Rk-2 > WS-Standing-Count
                   PERFORM Compare-Players
                   IF Comes-First
                       MOVE RK-Player(WS-Rk-1) TO WS-Rk-Save
                       MOVE RK-Player(WS-Rk-2) TO RK-Player(WS-Rk-1)
                       MOVE WS-Rk-Save TO RK-Player(WS-Rk-2)
                   END-IF
                   ADD 1 TO WS-Rk-2 END-ADD
               END-PERFORM
           END-PERFORM.

       Compare-Players.
      *    Sets Comes-First when the player ranked at WS-Rk-2 should
      *    be above the one at WS-Rk-1: more points, then more
      *    head-to-head points, then more wins, then initials.
           MOVE RK-Player(WS-Rk-1) TO WS-A
           MOVE RK-Player(WS-Rk-2) TO WS-B
           MOVE 0 TO WS-Comes-First
           EVALUATE TRUE
               WHEN ST-Points(WS-B) > ST-Points(WS-A)
                   MOVE 1 TO WS-Comes-First
               WHEN ST-Points(WS-B) < ST-Points(WS-A)
                   CONTINUE
               WHEN ST-H2H(WS-B) > ST-H2H(WS-A)
                   MOVE 1 TO WS-Comes-First
               WHEN ST-H2H(WS-B) < ST-H2H(WS-A)
                   CONTINUE
               WHEN ST-Won(WS-B) > ST-Won(WS-A)
                   MOVE 1 TO WS-Comes-First
               WHEN ST-Won(WS-B) < ST-Won(WS-A)
                   CONTINUE
               WHEN ST-Init(WS-B) < ST-Init(WS-A)
                   MOVE 1 TO WS-Comes-First
           END-EVALUATE.

       Work-Out-Head-To-Head.
      *    Walk the ranking a run of equal points at a time; for each
      *    run of two or more, score only the games played between
      *    the players in it.
           MOVE 1 TO WS-Group-Start
           PERFORM UNTIL WS-Group-Start > WS-Standing-Count
               MOVE WS-Group-Start TO WS-Group-End
               PERFORM UNTIL WS-Group-End >= WS-Standing-Count
                   OR ST-Points(RK-Player(WS-Group-End + 1))
                       NOT = ST-Points(RK-Player(WS-Group-Start))
                   ADD 1 TO WS-Group-End END-ADD
               END-PERFORM
               IF WS-Group-End > WS-Group-Start
                   PERFORM Score-Tie-Group
               END-IF
               COMPUTE WS-Group-Start = WS-Group-End + 1
           END-PERFORM.

       Score-Tie-Group.
           PERFORM VARYING WS-Rk-1 FROM WS-Group-Start BY 1
                   UNTIL WS-Rk-1 > WS-Group-End
               MOVE "Y" TO ST-Level(RK-Player(WS-Rk-1))
               MOVE "Y" TO ST-In-Group(RK-Player(WS-Rk-1))
           END-PERFORM
           PERFORM VARYING WS-Fix-Sub FROM 1 BY 1
                   UNTIL WS-Fix-Sub > WS-Fixture-Count
               IF FT-Played(WS-Fix-Sub)
                   MOVE FT-Home-Init(WS-Fix-Sub) TO WS-Find-Init
                   PERFORM Find-Or-Add-Standing
                   MOVE WS-Found-Sub TO WS-Home-Sub
                   MOVE FT-Away-Init(WS-Fix-Sub) TO WS-Find-Init
                   PERFORM Find-Or-Add-Standing
                   MOVE WS-Found-Sub TO WS-Away-Sub
                   IF WS-Home-Sub > 0 AND WS-Away-Sub > 0
                       AND ST-In-Tie-Group(WS-Home-Sub)
                       AND ST-In-Tie-Group(WS-Away-Sub)
                       EVALUATE TRUE
                           WHEN FT-Home-Win(WS-Fix-Sub)
                               ADD WS-Win-Points
                                   TO ST-H2H(WS-Home-Sub)
                           WHEN FT-Away-Win(WS-Fix-Sub)
                               ADD WS-Win-Points
                                   TO ST-H2H(WS-Away-Sub)
                           WHEN OTHER
                               ADD WS-Stale-Points
                                   TO ST-H2H(WS-Home-Sub)
                               ADD WS-Stale-Points
                                   TO ST-H2H(WS-Away-Sub)
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-Rk-1 FROM WS-Group-Start BY 1
                   UNTIL WS-Rk-1 > WS-Group-End
               MOVE "N" TO ST-In-Group(RK-Player(WS-Rk-1))
           END-PERFORM.

       Print-Standings.
           OPEN OUTPUT StandingsReport
           MOVE FT-Tourney(1) TO Prn-Tourney
           WRITE ReportLine FROM Title-Line
           MOVE WS-Played-Count TO Prn-Played-Count
           MOVE WS-Fixture-Count TO Prn-Fixture-Count
           WRITE ReportLine FROM Progress-Line
           WRITE ReportLine FROM Tie-Rule-Line
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM Table-Heading-Line
           PERFORM VARYING WS-Rk-1 FROM 1 BY 1
                   UNTIL WS-Rk-1 > WS-Standing-Count
               PERFORM Print-Table-Line
           END-PERFORM
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM Results-Heading-Line
           PERFORM VARYING WS-Fix-Sub FROM 1 BY 1
                   UNTIL WS-Fix-Sub > WS-Fixture-Count
               IF FT-Played(WS-Fix-Sub)
                   PERFORM Print-Result-Line
               END-IF
           END-PERFORM
           IF WS-Played-Count = 0
               WRITE ReportLine FROM None-Yet-Line
           END-IF
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM To-Play-Heading-Line
           PERFORM VARYING WS-Fix-Sub FROM 1 BY 1
                   UNTIL WS-Fix-Sub > WS-Fixture-Count
               IF NOT FT-Played(WS-Fix-Sub)
                   MOVE FT-Fixture-Num(WS-Fix-Sub)
                       TO Prn-TP-Fixture-Num
                   MOVE FT-Round(WS-Fix-Sub) TO Prn-TP-Round
                   MOVE FT-Home-Init(WS-Fix-Sub) TO Prn-TP-Home-Init
                   MOVE FT-Away-Init(WS-Fix-Sub) TO Prn-TP-Away-Init
                   WRITE ReportLine FROM To-Play-Line
               END-IF
           END-PERFORM
           IF WS-To-Play-Count = 0
               WRITE ReportLine FROM Complete-Line
           END-IF
           CLOSE StandingsReport.

       Print-Table-Line.
      *    A player level with the one above on points, head-to-head
      *    and wins shares that player's place, marked "=".
           MOVE RK-Player(WS-Rk-1) TO WS-B
           MOVE SPACE TO Prn-Shared
           IF WS-Rk-1 = 1
               MOVE 1 TO WS-Place
           ELSE
               MOVE RK-Player(WS-Rk-1 - 1) TO WS-A
               IF ST-Points(WS-B) = ST-Points(WS-A)
                   AND ST-H2H(WS-B) = ST-H2H(WS-A)
                   AND ST-Won(WS-B) = ST-Won(WS-A)
                   MOVE "=" TO Prn-Shared
               ELSE
                   MOVE WS-Rk-1 TO WS-Place
               END-IF
           END-IF
           MOVE WS-Place TO Prn-Place
           MOVE ST-Init(WS-B) TO Prn-Init
           MOVE ST-Played(WS-B) TO Prn-St-Played
           MOVE ST-Won(WS-B) TO Prn-Won
           MOVE ST-Stale(WS-B) TO Prn-Stale
           MOVE ST-Lost(WS-B) TO Prn-Lost
           MOVE ST-Points(WS-B) TO Prn-Points
           IF ST-Level-On-Points(WS-B)
               MOVE ST-H2H(WS-B) TO Prn-H2H
           ELSE
               MOVE SPACES TO Prn-H2H-X
           END-IF
           WRITE ReportLine FROM Table-Line.

       Print-Result-Line.
           MOVE FT-Fixture-Num(WS-Fix-Sub) TO Prn-Fixture-Num
           MOVE FT-Round(WS-Fix-Sub) TO Prn-Round
           MOVE FT-Home-Init(WS-Fix-Sub) TO Prn-Home-Init
           MOVE FT-Away-Init(WS-Fix-Sub) TO Prn-Away-Init
           MOVE FT-Game-Num(WS-Fix-Sub) TO Prn-Game-Num
           MOVE FT-Played-Date(WS-Fix-Sub) TO Prn-Played-Date
           MOVE SPACES TO Prn-Outcome
           EVALUATE TRUE
               WHEN FT-Home-Win(WS-Fix-Sub)
                   STRING FT-Home-Init(WS-Fix-Sub) " WON"
                       DELIMITED BY SIZE INTO Prn-Outcome
               WHEN FT-Away-Win(WS-Fix-Sub)
                   STRING FT-Away-Init(WS-Fix-Sub) " WON"
                       DELIMITED BY SIZE INTO Prn-Outcome
               WHEN OTHER
                   MOVE "STALEMATE" TO Prn-Outcome
           END-EVALUATE
           WRITE ReportLine FROM Result-Line.
