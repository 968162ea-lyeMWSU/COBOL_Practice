      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Nightly cycle driver.  Reads the night's step list
      *           from the cycle definition file CYCLDEF.TXT and runs
      *           each step in turn (normally Program03 edit, Program01
      *           print, Program04 balance, Program05 purge, Program11
      *           dashboard and Program13 action list), letting a step
      *           run only when every step ahead of it ended within its
      *           allowed return code - so there is no print after an
      *           edit NO-GO and no purge after an out-of-balance.  The
      *           start, end and return code of every step are kept on
      *           the cycle status file CYCLSTAT.TXT, rewritten as each
      *           step starts and ends.  When a cycle stops on a failed
      *           step the next submission picks the cycle up again:
      *           the steps that already ended clean are skipped and
      *           the run restarts at the failed step.  A cycle whose
      *           status file shows COMPLETE, or an unfinished cycle
      *           for another business date, starts afresh.
      *           Definition record: cols 1-8 step name, cols 10-11
      *           highest return code the step may end with and still
      *           let the cycle go on, col 13 "A" for a step that runs
      *           even after an earlier step failed (the dashboard and
      *           action list), cols 15-80 the command that runs the
      *           step (the step name itself when blank).  Lines with
      *           "*" in col 1 are comments.
      *           Status file: a "CY " line with the cycle date, start
      *           time and state (RUNNING/COMPLETE/FAILED), then one
      *           "SP " line per step with its name, state (PENDING,
      *           RUNNING, DONE, FAILED, NOT RUN), start date and time,
      *           end date and time and return code.
      *           Ends with return code 8 when a step failed, the
      *           definition could not be read or the status file could
      *           not be written (no further steps are then started),
      *           and 4 when the business date was not read.
      *           The cycle date is the business processing date from
      *           BUSDATE.TXT, which Program22 rolls forward once the
      *           cycle is COMPLETE; a missing date is reported and
      *           raises a warning alert.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program14.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  Cycle-Def-FD
               ASSIGN "CYCLDEF.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Cycle-Def-Status.
           SELECT  Cycle-Stat-FD
               ASSIGN "CYCLSTAT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Cycle-Stat-Status.
           SELECT  Print-FD
               ASSIGN TO LINE ADVANCING FILE "Prog14Cycl.txt"
               FILE STATUS IS Print-Status.
           SELECT  Alert-FD
               ASSIGN "OPRALERT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Alert-Status.
           SELECT  Bus-Date-FD
               ASSIGN "BUSDATE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Bus-Date-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Cycle-Def-FD.
       01  Cycle-Def-Rec.
           05  Def-Step-Name                          PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Def-Max-RC                             PIC X(02).
           05  FILLER                                 PIC X(01).
           05  Def-Run-Cond                           PIC X(01).
           05  FILLER                                 PIC X(01).
           05  Def-Command                            PIC X(66).

       FD  Cycle-Stat-FD.
       01  Cycle-Stat-Rec                             PIC X(80).
       01  Stat-Head-View.
           05  Stat-Head-Tag                          PIC X(03).
           05  Stat-Cycle-Date                        PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Stat-Cycle-Time                        PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Stat-Cycle-State                       PIC X(08).
           05  FILLER                                 PIC X(51).
       01  Stat-Step-View.
           05  Stat-Step-Tag                          PIC X(03).
           05  Stat-Step-Name                         PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Stat-Step-State                        PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Stat-Start-Date                        PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Stat-Start-Time                        PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Stat-End-Date                          PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Stat-End-Time                          PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Stat-Step-RC                           PIC X(03).
           05  FILLER                                 PIC X(20).

       FD  Print-FD.
       01  Print-Rec                                  PIC X(132).

       FD  Alert-FD.
       01  Alert-Rec.
           05  Alert-Date                             PIC 9(08).
           05  FILLER                                 PIC X(01).
           05  Alert-Time                             PIC 9(08).
           05  FILLER                                 PIC X(01).
           05  Alert-Program                          PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Alert-Gen                              PIC 9(08).
           05  FILLER                                 PIC X(01).
           05  Alert-Severity                         PIC 9(02).
           05  FILLER                                 PIC X(01).
           05  Alert-Message                          PIC X(60).

       FD  Bus-Date-FD.
       01  Bus-Date-Rec.
           05  Bus-Rec-Type                           PIC X(02).
           05  FILLER                                 PIC X(01).
           05  Bus-Rec-Date                           PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Bus-Rec-Text                           PIC X(30).
           05  FILLER                                 PIC X(38).

       WORKING-STORAGE SECTION.
       01  Bus-Date-Status                            PIC XX.
       01  Bus-Date-Found                             PIC XXX
                                                        VALUE "NO ".
       01  Bus-Date-EOD                               PIC XXX.
       01  Alert-Status                               PIC XX.
       01  Alert-Sev                                  PIC 9(02).
       01  Alert-Msg                                  PIC X(60).
       01  Alert-Gen-Num                              PIC 9(08)
                                                        VALUE ZERO.
       01  Alert-Now-Date                             PIC 9(08).
       01  Alert-Now-Time                             PIC 9(08).

       01  Switches.
           05  EOD                                    PIC XXX.

       01  Cycle-Def-Status                           PIC XX.
       01  Cycle-Stat-Status                          PIC XX.
       01  Print-Status                               PIC XX.

       01  Step-Table.
           05  Step-Entry OCCURS 30 TIMES.
               10  Step-Name                          PIC X(08).
               10  Step-Max-RC                        PIC 9(03).
               10  Step-Run-Cond                      PIC X(01).
               10  Step-Command                       PIC X(66).
               10  Step-State                         PIC X(08).
               10  Step-Start-Date                    PIC 9(08).
               10  Step-Start-Time                    PIC 9(08).
               10  Step-End-Date                      PIC 9(08).
               10  Step-End-Time                      PIC 9(08).
               10  Step-RC                            PIC 9(03).
       01  Step-Count                                 PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Step-Ix                                    PIC 9(03) COMP.
       01  Step-Overflow                              PIC XXX
                                                        VALUE "NO ".

       01  Prior-Table.
           05  Prior-Entry OCCURS 30 TIMES.
               10  Prior-Name                         PIC X(08).
               10  Prior-State                        PIC X(08).
               10  Prior-Start-Date                   PIC X(08).
               10  Prior-Start-Time                   PIC X(08).
               10  Prior-End-Date                     PIC X(08).
               10  Prior-End-Time                     PIC X(08).
               10  Prior-RC                           PIC X(03).
       01  Prior-Count                                PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Prior-Ix                                   PIC 9(03) COMP.
       01  Prior-Found                                PIC XXX.
       01  Prior-Cycle-Date                           PIC X(08)
                                                        VALUE SPACES.
       01  Prior-Cycle-Time                           PIC X(08)
                                                        VALUE SPACES.
       01  Prior-Cycle-State                          PIC X(08)
                                                        VALUE SPACES.

       01  Cycle-Date                                 PIC 9(08)
                                                        VALUE ZERO.
       01  Cycle-Time                                 PIC 9(08)
                                                        VALUE ZERO.
       01  Cycle-State                                PIC X(08)
                                                        VALUE SPACES.
       01  Cycle-Restart                              PIC XXX
                                                        VALUE "NO ".
       01  Cycle-Failed                               PIC XXX
                                                        VALUE "NO ".
       01  Status-Not-Written                         PIC XXX
                                                        VALUE "NO ".
       01  Restart-Point                              PIC 9(03) COMP
                                                        VALUE 1.
       01  Failed-Step-Name                           PIC X(08)
                                                        VALUE SPACES.
       01  Failed-Step-RC                             PIC 9(03)
                                                        VALUE ZERO.

       01  Step-Return                                PIC S9(09) COMP.
       01  Step-Result                                PIC X(12).

       01  Steps-Run-Count                            PIC 9(07) COMP
                                                        VALUE ZERO.
       01  Steps-Earlier-Count                        PIC 9(07) COMP
                                                        VALUE ZERO.
       01  Steps-Failed-Count                         PIC 9(07) COMP
                                                        VALUE ZERO.
       01  Steps-Held-Count                           PIC 9(07) COMP
                                                        VALUE ZERO.
       01  Run-Return-Code                            PIC 9(02)
                                                        VALUE ZERO.

       01  Run-Date-Fields.
           05  Run-Date-YYYYMMDD                      PIC 9(08).
           05  Run-Date-Display REDEFINES
               Run-Date-YYYYMMDD.
               10  Run-Date-CC                        PIC 9(02).
               10  Run-Date-YY                        PIC 9(02).
               10  Run-Date-MM                        PIC 9(02).
               10  Run-Date-DD                        PIC 9(02).
       01  Run-Time-Now                               PIC 9(08).

       01  Page-Number                                PIC 9(05) COMP
                                                        VALUE ZERO.
       01  Lines-On-Page                               PIC 9(05) COMP
                                                        VALUE ZERO.
       01  Max-Lines-Per-Page                         PIC 9(05) COMP
                                                        VALUE 40.

       01  Report-Title                               PIC X(30)
                                    VALUE "PROG14 NIGHTLY CYCLE".
       01  Heading-Line                               PIC X(72).
       01  Date-Display                               PIC X(08).
       01  Page-Display                               PIC ZZZZ9.

       01  Detail-Line                                PIC X(125).
       01  RC-Display                                 PIC ZZ9.
       01  Max-RC-Display                             PIC ZZ9.
       01  Summary-Line                               PIC X(60).
       01  Count-Display                              PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-LOAD-CYCLE-DEFINITION.

           IF Step-Count > ZERO
               PERFORM 250-LOAD-CYCLE-STATUS
               PERFORM 300-FIND-RESTART-POINT
               PERFORM 400-RUN-CYCLE
           END-IF

           PERFORM 900-PRINT-SUMMARY.

           CLOSE Print-FD
           IF Run-Return-Code NOT < 8
               MOVE Run-Return-Code TO Alert-Sev
               MOVE Cycle-Date TO Alert-Gen-Num
               MOVE SPACES TO Alert-Msg
               EVALUATE TRUE
                   WHEN Status-Not-Written = "YES"
                       STRING "CYCLSTAT.TXT NOT WRITTEN - "
                                  DELIMITED BY SIZE
                              "HOLD THE DATE ROLL" DELIMITED BY SIZE
                           INTO Alert-Msg
                       END-STRING
                   WHEN Cycle-Failed = "YES"
                       MOVE Failed-Step-RC TO RC-Display
                       STRING "CYCLE STOPPED - " DELIMITED BY SIZE
                              Failed-Step-Name DELIMITED BY SPACE
                              " ENDED RC " DELIMITED BY SIZE
                              RC-Display DELIMITED BY SIZE
                              " - RESUBMIT TO RESTART"
                                  DELIMITED BY SIZE
                           INTO Alert-Msg
                       END-STRING
                   WHEN Step-Overflow = "YES"
                       STRING "MORE THAN 30 STEPS IN CYCLDEF.TXT - "
                                  DELIMITED BY SIZE
                              "CYCLE NOT RUN" DELIMITED BY SIZE
                           INTO Alert-Msg
                       END-STRING
                   WHEN OTHER
                       MOVE "CYCLE NOT RUN - NO STEPS FROM CYCLDEF.TXT"
                           TO Alert-Msg
               END-EVALUATE
               PERFORM 990-WRITE-OPERATOR-ALERT
           END-IF
           MOVE Run-Return-Code TO RETURN-CODE
           STOP RUN.

       100-INITIALIZE.
           MOVE "NO " TO EOD
           MOVE SPACES TO Print-Rec.
           MOVE ZERO TO Page-Number.
           PERFORM 101-READ-BUSINESS-DATE.
           ACCEPT Run-Time-Now FROM TIME.

           OPEN OUTPUT Print-FD
           PERFORM 150-PRINT-HEADING.
           IF Bus-Date-Found NOT = "YES"
               MOVE SPACES TO Print-Rec
               MOVE "BUSINESS DATE NOT READ - MACHINE DATE USED"
                   TO Print-Rec
               WRITE Print-Rec AFTER ADVANCING 1 LINE
               MOVE SPACES TO Print-Rec
               WRITE Print-Rec AFTER ADVANCING 1 LINE
               ADD 2 TO Lines-On-Page
               MOVE 4 TO Alert-Sev
               MOVE Run-Date-YYYYMMDD TO Alert-Gen-Num
               MOVE "BUSINESS DATE NOT READ - MACHINE DATE USED"
                   TO Alert-Msg
               PERFORM 990-WRITE-OPERATOR-ALERT
               IF Run-Return-Code < 4
                   MOVE 4 TO Run-Return-Code
               END-IF
           END-IF.

      * The processing date comes from the business date control
      * file, so a cycle that runs past midnight keeps its day; the
      * machine date is used only when the file holds no date.
       101-READ-BUSINESS-DATE.
           ACCEPT Run-Date-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE "NO " TO Bus-Date-EOD.
           OPEN INPUT Bus-Date-FD.
           IF Bus-Date-Status = "00"
               PERFORM UNTIL Bus-Date-EOD = "YES"
                   READ Bus-Date-FD
                       AT END
                           MOVE "YES" TO Bus-Date-EOD
                       NOT AT END
                           IF Bus-Rec-Type = "CD"
                              AND Bus-Date-Found NOT = "YES"
                              AND Bus-Rec-Date IS NUMERIC
                               MOVE Bus-Rec-Date TO Run-Date-YYYYMMDD
                               MOVE "YES" TO Bus-Date-Found
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Bus-Date-FD
           END-IF.

       150-PRINT-HEADING.
           ADD 1 TO Page-Number.
           MOVE ZERO TO Lines-On-Page.

           MOVE SPACES TO Date-Display.
           STRING Run-Date-MM DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  Run-Date-DD DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  Run-Date-YY DELIMITED BY SIZE
               INTO Date-Display
           END-STRING.
           MOVE Page-Number TO Page-Display.

           MOVE SPACES TO Heading-Line.
           STRING Report-Title DELIMITED BY SIZE
                  "  RUN DATE: " DELIMITED BY SIZE
                  Date-Display DELIMITED BY SIZE
                  "  PAGE: " DELIMITED BY SIZE
                  Page-Display DELIMITED BY SIZE
               INTO Heading-Line
           END-STRING.

           MOVE Heading-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING PAGE.

           MOVE SPACES TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

       200-LOAD-CYCLE-DEFINITION.
           MOVE "NO " TO EOD.
           OPEN INPUT Cycle-Def-FD.
           IF Cycle-Def-Status = "00"
               PERFORM UNTIL EOD = "YES"
                   READ Cycle-Def-FD
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF Cycle-Def-Rec NOT = SPACES
                              AND Cycle-Def-Rec(1:1) NOT = "*"
                              AND Def-Step-Name NOT = SPACES
                               PERFORM 210-LOAD-ONE-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Cycle-Def-FD
           ELSE
               MOVE SPACES TO Print-Rec
               MOVE "CYCLE DEFINITION CYCLDEF.TXT NOT OPENED"
                   TO Print-Rec
               WRITE Print-Rec AFTER ADVANCING 1 LINE
               ADD 1 TO Lines-On-Page
           END-IF.

           IF Step-Count = ZERO
               MOVE 8 TO Run-Return-Code
               MOVE SPACES TO Print-Rec
               MOVE "NO STEPS DEFINED - CYCLE NOT RUN" TO Print-Rec
               WRITE Print-Rec AFTER ADVANCING 1 LINE
               ADD 1 TO Lines-On-Page
           END-IF.
           IF Step-Overflow = "YES"
               MOVE 8 TO Run-Return-Code
               MOVE ZERO TO Step-Count
               MOVE SPACES TO Print-Rec
               MOVE "MORE THAN 30 STEPS IN CYCLDEF.TXT - CYCLE NOT RUN"
                   TO Print-Rec
               WRITE Print-Rec AFTER ADVANCING 1 LINE
               ADD 1 TO Lines-On-Page
           END-IF.

       210-LOAD-ONE-STEP.
           IF Step-Count < 30
               ADD 1 TO Step-Count
               MOVE Def-Step-Name TO Step-Name(Step-Count)
               IF Def-Max-RC IS NUMERIC
                   MOVE Def-Max-RC TO Step-Max-RC(Step-Count)
               ELSE
                   MOVE 4 TO Step-Max-RC(Step-Count)
               END-IF
               MOVE Def-Run-Cond TO Step-Run-Cond(Step-Count)
               IF Def-Command = SPACES
                   MOVE Def-Step-Name TO Step-Command(Step-Count)
               ELSE
                   MOVE Def-Command TO Step-Command(Step-Count)
               END-IF
               MOVE "PENDING " TO Step-State(Step-Count)
               MOVE ZERO TO Step-Start-Date(Step-Count)
               MOVE ZERO TO Step-Start-Time(Step-Count)
               MOVE ZERO TO Step-End-Date(Step-Count)
               MOVE ZERO TO Step-End-Time(Step-Count)
               MOVE ZERO TO Step-RC(Step-Count)
           ELSE
               MOVE "YES" TO Step-Overflow
           END-IF.

       250-LOAD-CYCLE-STATUS.
           MOVE "NO " TO EOD.
           OPEN INPUT Cycle-Stat-FD.
           IF Cycle-Stat-Status = "00"
               PERFORM UNTIL EOD = "YES"
                   READ Cycle-Stat-FD
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 260-NOTE-STATUS-LINE
                   END-READ
               END-PERFORM
               CLOSE Cycle-Stat-FD
           END-IF.

       260-NOTE-STATUS-LINE.
           EVALUATE Stat-Head-Tag
               WHEN "CY "
                   MOVE Stat-Cycle-Date TO Prior-Cycle-Date
                   MOVE Stat-Cycle-Time TO Prior-Cycle-Time
                   MOVE Stat-Cycle-State TO Prior-Cycle-State
               WHEN "SP "
                   IF Prior-Count < 30
                       ADD 1 TO Prior-Count
                       MOVE Stat-Step-Name TO Prior-Name(Prior-Count)
                       MOVE Stat-Step-State
                           TO Prior-State(Prior-Count)
                       MOVE Stat-Start-Date
                           TO Prior-Start-Date(Prior-Count)
                       MOVE Stat-Start-Time
                           TO Prior-Start-Time(Prior-Count)
                       MOVE Stat-End-Date
                           TO Prior-End-Date(Prior-Count)
                       MOVE Stat-End-Time
                           TO Prior-End-Time(Prior-Count)
                       MOVE Stat-Step-RC TO Prior-RC(Prior-Count)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    A cycle that did not finish is picked up where it stopped:
      *    the leading steps that ended clean are carried over and
      *    the cycle restarts at the first step that did not.
       300-FIND-RESTART-POINT.
           MOVE 1 TO Restart-Point.
           IF Prior-Count > ZERO
              AND Prior-Cycle-State NOT = "COMPLETE"
              AND Prior-Cycle-Date IS NUMERIC
              AND Prior-Cycle-Date = Run-Date-YYYYMMDD
               MOVE "YES" TO Cycle-Restart
               MOVE Prior-Cycle-Date TO Cycle-Date
               IF Prior-Cycle-Time IS NUMERIC
                   MOVE Prior-Cycle-Time TO Cycle-Time
               END-IF
               PERFORM VARYING Step-Ix FROM 1 BY 1
                         UNTIL Step-Ix > Step-Count
                   PERFORM 310-FIND-PRIOR-STEP
                   IF Prior-Found = "YES"
                      AND Prior-State(Prior-Ix) = "DONE    "
                       PERFORM 320-CARRY-PRIOR-STEP
                   ELSE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE Step-Ix TO Restart-Point
           ELSE
               MOVE Run-Date-YYYYMMDD TO Cycle-Date
               MOVE Run-Time-Now TO Cycle-Time
           END-IF.

           IF Lines-On-Page + 3 > Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
      *    A cycle left unfinished under another business date is not
      *    picked up: the date has been set for a rerun, so the new
      *    date's cycle starts from its first step.
           IF Prior-Count > ZERO
              AND Prior-Cycle-State NOT = "COMPLETE"
              AND Cycle-Restart NOT = "YES"
               MOVE SPACES TO Detail-Line
               STRING "UNFINISHED CYCLE " DELIMITED BY SIZE
                      Prior-Cycle-Date DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Prior-Cycle-State DELIMITED BY SPACE
                      " ABANDONED - NOT FOR THIS BUSINESS DATE"
                          DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
               MOVE SPACES TO Print-Rec
               MOVE Detail-Line TO Print-Rec
               WRITE Print-Rec AFTER ADVANCING 1 LINE
               ADD 1 TO Lines-On-Page
           END-IF.
           MOVE SPACES TO Detail-Line.
           IF Cycle-Restart = "YES"
               IF Restart-Point > Step-Count
                   STRING "RESTART OF CYCLE " DELIMITED BY SIZE
                          Cycle-Date DELIMITED BY SIZE
                          " - ALL STEPS ALREADY DONE"
                              DELIMITED BY SIZE
                       INTO Detail-Line
                   END-STRING
               ELSE
                   STRING "RESTART OF CYCLE " DELIMITED BY SIZE
                          Cycle-Date DELIMITED BY SIZE
                          " AT STEP " DELIMITED BY SIZE
                          Step-Name(Restart-Point) DELIMITED BY SIZE
                       INTO Detail-Line
                   END-STRING
               END-IF
           ELSE
               STRING "NEW CYCLE " DELIMITED BY SIZE
                      Cycle-Date DELIMITED BY SIZE
                      " STARTED " DELIMITED BY SIZE
                      Cycle-Time DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
           END-IF.
           MOVE SPACES TO Print-Rec.
           MOVE Detail-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.
           ADD 2 TO Lines-On-Page.

       310-FIND-PRIOR-STEP.
           MOVE "NO " TO Prior-Found.
           PERFORM VARYING Prior-Ix FROM 1 BY 1
                     UNTIL Prior-Ix > Prior-Count
               IF Prior-Name(Prior-Ix) = Step-Name(Step-Ix)
                   MOVE "YES" TO Prior-Found
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       320-CARRY-PRIOR-STEP.
           MOVE "DONE    " TO Step-State(Step-Ix).
           IF Prior-Start-Date(Prior-Ix) IS NUMERIC
               MOVE Prior-Start-Date(Prior-Ix)
                   TO Step-Start-Date(Step-Ix)
           END-IF.
           IF Prior-Start-Time(Prior-Ix) IS NUMERIC
               MOVE Prior-Start-Time(Prior-Ix)
                   TO Step-Start-Time(Step-Ix)
           END-IF.
           IF Prior-End-Date(Prior-Ix) IS NUMERIC
               MOVE Prior-End-Date(Prior-Ix) TO Step-End-Date(Step-Ix)
           END-IF.
           IF Prior-End-Time(Prior-Ix) IS NUMERIC
               MOVE Prior-End-Time(Prior-Ix) TO Step-End-Time(Step-Ix)
           END-IF.
           IF Prior-RC(Prior-Ix) IS NUMERIC
               MOVE Prior-RC(Prior-Ix) TO Step-RC(Step-Ix)
           END-IF.

       400-RUN-CYCLE.
           MOVE "RUNNING " TO Cycle-State.
           PERFORM 500-WRITE-CYCLE-STATUS.

           PERFORM VARYING Step-Ix FROM 1 BY 1
                     UNTIL Step-Ix > Step-Count
               IF Step-Ix < Restart-Point
                   ADD 1 TO Steps-Earlier-Count
                   MOVE "DONE EARLIER" TO Step-Result
                   PERFORM 430-PRINT-STEP-LINE
               ELSE
                   IF Status-Not-Written = "YES"
                      OR (Cycle-Failed = "YES"
                          AND Step-Run-Cond(Step-Ix) NOT = "A")
                       ADD 1 TO Steps-Held-Count
                       MOVE "NOT RUN " TO Step-State(Step-Ix)
                       MOVE "NOT RUN     " TO Step-Result
                       PERFORM 430-PRINT-STEP-LINE
                   ELSE
                       PERFORM 420-RUN-ONE-STEP
                   END-IF
               END-IF
           END-PERFORM.

           IF Cycle-Failed = "YES"
               MOVE "FAILED  " TO Cycle-State
               MOVE 8 TO Run-Return-Code
           ELSE
               MOVE "COMPLETE" TO Cycle-State
           END-IF.
           PERFORM 500-WRITE-CYCLE-STATUS.

       420-RUN-ONE-STEP.
           ACCEPT Step-Start-Date(Step-Ix) FROM DATE YYYYMMDD.
           ACCEPT Step-Start-Time(Step-Ix) FROM TIME.
           MOVE ZERO TO Step-End-Date(Step-Ix).
           MOVE ZERO TO Step-End-Time(Step-Ix).
           MOVE ZERO TO Step-RC(Step-Ix).
           MOVE "RUNNING " TO Step-State(Step-Ix).
           PERFORM 500-WRITE-CYCLE-STATUS.

           CALL "SYSTEM" USING Step-Command(Step-Ix).
           MOVE RETURN-CODE TO Step-Return.
           MOVE ZERO TO RETURN-CODE.
      *    The shell hands back the step's exit code in the high
      *    byte of the wait status.
           IF Step-Return > 255
               DIVIDE Step-Return BY 256 GIVING Step-Return
           END-IF.
           IF Step-Return < ZERO OR Step-Return > 999
               MOVE 999 TO Step-RC(Step-Ix)
           ELSE
               MOVE Step-Return TO Step-RC(Step-Ix)
           END-IF.

           ACCEPT Step-End-Date(Step-Ix) FROM DATE YYYYMMDD.
           ACCEPT Step-End-Time(Step-Ix) FROM TIME.
           ADD 1 TO Steps-Run-Count.
           IF Step-RC(Step-Ix) > Step-Max-RC(Step-Ix)
               MOVE "FAILED  " TO Step-State(Step-Ix)
               MOVE "FAILED      " TO Step-Result
               ADD 1 TO Steps-Failed-Count
               IF Cycle-Failed NOT = "YES"
                   MOVE "YES" TO Cycle-Failed
                   MOVE Step-Name(Step-Ix) TO Failed-Step-Name
                   MOVE Step-RC(Step-Ix) TO Failed-Step-RC
               END-IF
           ELSE
               MOVE "DONE    " TO Step-State(Step-Ix)
               MOVE "DONE        " TO Step-Result
           END-IF.
           PERFORM 500-WRITE-CYCLE-STATUS.
           PERFORM 430-PRINT-STEP-LINE.

       430-PRINT-STEP-LINE.
           IF Lines-On-Page >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
           MOVE Step-RC(Step-Ix) TO RC-Display.
           MOVE Step-Max-RC(Step-Ix) TO Max-RC-Display.
           MOVE SPACES TO Detail-Line.
           STRING "STEP " DELIMITED BY SIZE
                  Step-Name(Step-Ix) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  Step-Result DELIMITED BY SIZE
                  "  START " DELIMITED BY SIZE
                  Step-Start-Date(Step-Ix) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Step-Start-Time(Step-Ix) DELIMITED BY SIZE
                  "  END " DELIMITED BY SIZE
                  Step-End-Date(Step-Ix) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Step-End-Time(Step-Ix) DELIMITED BY SIZE
                  "  RC " DELIMITED BY SIZE
                  RC-Display DELIMITED BY SIZE
                  " (MAX " DELIMITED BY SIZE
                  Max-RC-Display DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO Detail-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Detail-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.
           ADD 1 TO Lines-On-Page.

      *    The status file is rewritten whole as each step starts and
      *    ends, so a driver that is cancelled mid-step leaves that
      *    step RUNNING and the next submission restarts it.  A file
      *    that cannot be rewritten may still show an earlier COMPLETE
      *    for this date, so the cycle is stopped and the operator is
      *    told to hold the date roll.
       500-WRITE-CYCLE-STATUS.
           OPEN OUTPUT Cycle-Stat-FD.
           IF Cycle-Stat-Status NOT = "00"
               PERFORM 510-STATUS-NOT-WRITTEN
           ELSE
               MOVE SPACES TO Cycle-Stat-Rec
               MOVE "CY " TO Stat-Head-Tag
               MOVE Cycle-Date TO Stat-Cycle-Date
               MOVE Cycle-Time TO Stat-Cycle-Time
               MOVE Cycle-State TO Stat-Cycle-State
               WRITE Cycle-Stat-Rec
               IF Cycle-Stat-Status NOT = "00"
                   PERFORM 510-STATUS-NOT-WRITTEN
               END-IF
               PERFORM VARYING Prior-Ix FROM 1 BY 1
                         UNTIL Prior-Ix > Step-Count
                   MOVE SPACES TO Cycle-Stat-Rec
                   MOVE "SP " TO Stat-Step-Tag
                   MOVE Step-Name(Prior-Ix) TO Stat-Step-Name
                   MOVE Step-State(Prior-Ix) TO Stat-Step-State
                   MOVE Step-Start-Date(Prior-Ix) TO Stat-Start-Date
                   MOVE Step-Start-Time(Prior-Ix) TO Stat-Start-Time
                   MOVE Step-End-Date(Prior-Ix) TO Stat-End-Date
                   MOVE Step-End-Time(Prior-Ix) TO Stat-End-Time
                   MOVE Step-RC(Prior-Ix) TO Stat-Step-RC
                   WRITE Cycle-Stat-Rec
                   IF Cycle-Stat-Status NOT = "00"
                       PERFORM 510-STATUS-NOT-WRITTEN
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               CLOSE Cycle-Stat-FD
           END-IF.

       510-STATUS-NOT-WRITTEN.
           MOVE "YES" TO Cycle-Failed.
           MOVE 8 TO Run-Return-Code.
           IF Status-Not-Written NOT = "YES"
               MOVE "YES" TO Status-Not-Written
               IF Lines-On-Page >= Max-Lines-Per-Page
                   PERFORM 150-PRINT-HEADING
               END-IF
               MOVE SPACES TO Print-Rec
               MOVE "CYCLE STATUS FILE CYCLSTAT.TXT NOT WRITTEN"
                   TO Print-Rec
               WRITE Print-Rec AFTER ADVANCING 1 LINE
               ADD 1 TO Lines-On-Page
           END-IF.

       900-PRINT-SUMMARY.
           IF Lines-On-Page + 6 > Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
           MOVE SPACES TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Step-Count TO Count-Display.
           STRING "STEPS IN CYCLE:      " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Steps-Earlier-Count TO Count-Display.
           STRING "DONE IN EARLIER RUN: " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Steps-Run-Count TO Count-Display.
           STRING "STEPS RUN:           " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Steps-Failed-Count TO Count-Display.
           STRING "STEPS FAILED:        " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Steps-Held-Count TO Count-Display.
           STRING "STEPS NOT RUN:       " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           IF Step-Count = ZERO
               MOVE "CYCLE STATE:         NOT RUN" TO Summary-Line
           ELSE
               STRING "CYCLE STATE:         " DELIMITED BY SIZE
                      Cycle-State DELIMITED BY SIZE
                   INTO Summary-Line
               END-STRING
           END-IF.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.


       990-WRITE-OPERATOR-ALERT.
           OPEN EXTEND Alert-FD.
           IF Alert-Status NOT = "00"
               OPEN OUTPUT Alert-FD
           END-IF.
           IF Alert-Status = "00"
               ACCEPT Alert-Now-Date FROM DATE YYYYMMDD
               ACCEPT Alert-Now-Time FROM TIME
               MOVE SPACES TO Alert-Rec
               MOVE Alert-Now-Date TO Alert-Date
               MOVE Alert-Now-Time TO Alert-Time
               MOVE "PROG14" TO Alert-Program
               MOVE Alert-Gen-Num TO Alert-Gen
               MOVE Alert-Sev TO Alert-Severity
               MOVE Alert-Msg TO Alert-Message
               WRITE Alert-Rec
               CLOSE Alert-FD
           END-IF.

       END PROGRAM Program14.
