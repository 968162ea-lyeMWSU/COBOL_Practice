      ******************************************************************
      * Author:
      * Date:
      * Purpose:  End-of-day roll of the business processing date.
      *           Every program in the suite takes its run date from
      *           the date control file BUSDATE.TXT instead of the
      *           machine clock.  The file holds a "CD" line with the
      *           current processing date in cols 4-11 and the calendar
      *           of non-processing days: "NP" lines with a date in
      *           cols 4-11 and a description in cols 13-42 (holidays),
      *           and "WE" lines with a weekday in col 4, 1 Monday to
      *           7 Sunday, that is never processed (Saturday and
      *           Sunday when no "WE" line is given).  Lines with "*"
      *           in col 1 are comments.
      *           Run once the nightly cycle has finished: the date is
      *           rolled to the next processing day only when the
      *           cycle status file CYCLSTAT.TXT shows the cycle for
      *           the current date COMPLETE, so a failed or unfinished
      *           cycle is picked up again the next night under the
      *           same date.  Every day passed over is listed with its
      *           reason on Prog22Roll.txt.
      *           The operator can override the roll for one night
      *           with the request file BUSDREQ.TXT: "HOLD" in cols 1-4
      *           keeps the current date (a rerun of the same day), and
      *           "SET " with a date in cols 6-13 moves the date back
      *           or forward to that processing day (a rerun of a
      *           missed day); cols 15-22 carry the requesting id.  A
      *           request is used once and the file is then emptied.
      *           Ends with return code 4 when the date was held or
      *           set by request, and 8 when it was not rolled, when
      *           BUSDATE.TXT could not be written back in full, or when
      *           a used request could not be emptied from BUSDREQ.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program22.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  Bus-Date-FD
               ASSIGN "BUSDATE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Bus-Date-Status.
           SELECT  Roll-Req-FD
               ASSIGN "BUSDREQ.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Roll-Req-Status.
           SELECT  Cycle-Stat-FD
               ASSIGN "CYCLSTAT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Cycle-Stat-Status.
           SELECT  Print-FD
               ASSIGN TO LINE ADVANCING FILE "Prog22Roll.txt"
               FILE STATUS IS Print-Status.
           SELECT  Alert-FD
               ASSIGN "OPRALERT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Alert-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Bus-Date-FD.
       01  Bus-Date-Rec.
           05  Bus-Rec-Type                           PIC X(02).
           05  FILLER                                 PIC X(01).
           05  Bus-Rec-Date                           PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Bus-Rec-Text                           PIC X(30).
           05  FILLER                                 PIC X(38).

       FD  Roll-Req-FD.
       01  Roll-Req-Rec.
           05  Req-Command                            PIC X(04).
           05  FILLER                                 PIC X(01).
           05  Req-Date                               PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Req-By                                 PIC X(08).

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

       WORKING-STORAGE SECTION.
       01  Alert-Status                               PIC XX.
       01  Alert-Sev                                  PIC 9(02).
       01  Alert-Msg                                  PIC X(60).
       01  Alert-Gen-Num                              PIC 9(08)
                                                        VALUE ZERO.
       01  Alert-Now-Date                             PIC 9(08).
       01  Alert-Now-Time                             PIC 9(08).

       01  Bus-Date-Status                            PIC XX.
       01  Roll-Req-Status                            PIC XX.
       01  Cycle-Stat-Status                          PIC XX.
       01  Print-Status                               PIC XX.
       01  Load-EOD                                   PIC XXX.

       01  Cal-Table.
           05  Cal-Line OCCURS 600 TIMES              PIC X(80).
       01  Cal-Count                                  PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Cal-Ix                                     PIC 9(03) COMP.
       01  CD-Line-Ix                                 PIC 9(03) COMP
                                                        VALUE ZERO.

       01  Bus-Holiday-Table.
           05  Bus-Holiday-Entry OCCURS 500 TIMES.
               10  Bus-Holiday-Days                   PIC 9(09) COMP.
               10  Bus-Holiday-Text                   PIC X(30).
       01  Bus-Holiday-Count                          PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Bus-Weekend-Flags.
           05  Bus-Weekend OCCURS 7 TIMES             PIC X(01).
       01  Bus-Weekend-Given                          PIC XXX
                                                        VALUE "NO ".
       01  Bus-Weekend-Count                          PIC 9(01) COMP
                                                        VALUE ZERO.
       01  Bus-Ix                                     PIC 9(03) COMP.
       01  Bus-Week-Num                               PIC 9(09) COMP.
       01  Bus-Weekday                                PIC 9(02) COMP.
       01  Bus-Processing-Day                         PIC XXX.
       01  Bus-Check-Days                             PIC 9(09) COMP.

       01  Roll-Mode                                  PIC X(04)
                                                        VALUE "ROLL".
       01  Roll-Refused                               PIC XXX
                                                        VALUE "NO ".
       01  Refuse-Reason                              PIC X(60)
                                                        VALUE SPACES.
       01  Requested-By                               PIC X(08)
                                                        VALUE SPACES.
       01  Requested-Date                             PIC X(08)
                                                        VALUE SPACES.
       01  Request-Not-Cleared                        PIC XXX
                                                        VALUE "NO ".
       01  New-Date                                   PIC 9(08)
                                                        VALUE ZERO.
       01  Next-Found                                 PIC XXX.
       01  Walk-Count                                 PIC 9(03) COMP.
       01  Skip-Count                                 PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Date-Valid                                 PIC XXX.

       01  Day-Date                                   PIC 9(08).
       01  Day-Date-R REDEFINES Day-Date.
           05  Day-Date-Year                          PIC 9(04).
           05  Day-Date-Month                         PIC 9(02).
           05  Day-Date-Day                           PIC 9(02).
       01  Month-Length-Values                        PIC X(24)
                                 VALUE "312831303130313130313031".
       01  Month-Length-Table REDEFINES Month-Length-Values.
           05  Month-Length OCCURS 12 TIMES           PIC 9(02).
       01  Days-In-Month                              PIC 9(02).
       01  Leap-Work                                  PIC 9(05) COMP.
       01  Leap-Rem-4                                 PIC 9(05) COMP.
       01  Leap-Rem-100                               PIC 9(05) COMP.
       01  Leap-Rem-400                               PIC 9(05) COMP.

       01  Conv-Date                                  PIC 9(08).
       01  Conv-Date-R REDEFINES Conv-Date.
           05  Conv-Date-Year                         PIC 9(04).
           05  Conv-Date-Month                        PIC 9(02).
           05  Conv-Date-Day                          PIC 9(02).
       01  Conv-Y                                     PIC 9(05) COMP.
       01  Conv-M                                     PIC 9(03) COMP.
       01  Conv-Leap4                                 PIC 9(05) COMP.
       01  Conv-Leap100                               PIC 9(05) COMP.
       01  Conv-Leap400                               PIC 9(05) COMP.
       01  Conv-Month-Num                             PIC 9(05) COMP.
       01  Conv-Month-Part                            PIC 9(05) COMP.
       01  Conv-Days                                  PIC 9(09) COMP.
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

       01  Page-Number                                PIC 9(05) COMP
                                                        VALUE ZERO.
       01  Lines-On-Page                              PIC 9(05) COMP
                                                        VALUE ZERO.
       01  Max-Lines-Per-Page                         PIC 9(05) COMP
                                                        VALUE 40.

       01  Report-Title                               PIC X(30)
                                    VALUE "PROG22 BUSINESS DATE ROLL".
       01  Heading-Line                               PIC X(72).
       01  Date-Display                               PIC X(08).
       01  Page-Display                               PIC ZZZZ9.

       01  Detail-Line                                PIC X(132).
       01  Summary-Line                               PIC X(60).
       01  Count-Display                              PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE.

           IF Roll-Refused NOT = "YES"
               PERFORM 300-READ-ROLL-REQUEST
           END-IF
           IF Roll-Refused NOT = "YES"
               EVALUATE Roll-Mode
                   WHEN "HOLD"
                       PERFORM 400-HOLD-DATE
                   WHEN "SET "
                       PERFORM 450-SET-DATE
                   WHEN OTHER
                       PERFORM 500-CHECK-CYCLE
                       IF Roll-Refused NOT = "YES"
                           PERFORM 550-ROLL-DATE
                       END-IF
               END-EVALUATE
           END-IF
           IF Roll-Refused NOT = "YES"
              AND New-Date NOT = Run-Date-YYYYMMDD
               PERFORM 600-REWRITE-CALENDAR
           END-IF
           IF Roll-Refused NOT = "YES"
              AND Roll-Mode NOT = "ROLL"
               OPEN OUTPUT Roll-Req-FD
               IF Roll-Req-Status = "00"
                   CLOSE Roll-Req-FD
               ELSE
                   MOVE "YES" TO Request-Not-Cleared
                   MOVE 8 TO Run-Return-Code
                   MOVE SPACES TO Detail-Line
                   MOVE "BUSDREQ.TXT NOT EMPTIED - REQUEST REPEATS"
                       TO Detail-Line
                   PERFORM 700-WRITE-DETAIL-LINE
               END-IF
           END-IF

           IF Roll-Refused = "YES"
               MOVE 8 TO Run-Return-Code
               MOVE SPACES TO Detail-Line
               STRING "BUSINESS DATE NOT ROLLED - " DELIMITED BY SIZE
                      Refuse-Reason DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
               PERFORM 700-WRITE-DETAIL-LINE
           END-IF
           PERFORM 900-PRINT-SUMMARY.

           CLOSE Print-FD
           IF Run-Return-Code NOT < 4
               MOVE Run-Return-Code TO Alert-Sev
               MOVE Run-Date-YYYYMMDD TO Alert-Gen-Num
               MOVE SPACES TO Alert-Msg
               EVALUATE TRUE
                   WHEN Roll-Refused = "YES"
                       MOVE "BUSINESS DATE NOT ROLLED - SEE PROG22ROLL"
                           TO Alert-Msg
                   WHEN Request-Not-Cleared = "YES"
                       MOVE "BUSDREQ.TXT NOT EMPTIED - REQUEST REPEATS"
                           TO Alert-Msg
                   WHEN Roll-Mode = "HOLD"
                       STRING "BUSINESS DATE HELD AT " DELIMITED BY SIZE
                              Run-Date-YYYYMMDD DELIMITED BY SIZE
                              " BY REQUEST OF " DELIMITED BY SIZE
                              Requested-By DELIMITED BY SIZE
                           INTO Alert-Msg
                       END-STRING
                   WHEN OTHER
                       STRING "BUSINESS DATE SET FROM "
                                  DELIMITED BY SIZE
                              Run-Date-YYYYMMDD DELIMITED BY SIZE
                              " TO " DELIMITED BY SIZE
                              New-Date DELIMITED BY SIZE
                              " BY " DELIMITED BY SIZE
                              Requested-By DELIMITED BY SIZE
                           INTO Alert-Msg
                       END-STRING
               END-EVALUATE
               PERFORM 990-WRITE-OPERATOR-ALERT
           END-IF
           MOVE Run-Return-Code TO RETURN-CODE
           STOP RUN.

      * The report is dated with the processing date being rolled
      * from; the machine date only when the control file is unusable.
       100-INITIALIZE.
           ACCEPT Run-Date-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE SPACES TO Bus-Weekend-Flags.
           PERFORM 200-LOAD-CALENDAR.
           MOVE Run-Date-YYYYMMDD TO New-Date.

           OPEN OUTPUT Print-FD
           PERFORM 150-PRINT-HEADING.

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

           MOVE SPACES TO Print-Rec.
           MOVE Heading-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING PAGE.

           MOVE SPACES TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

      * Every line is kept so the file can be written back unchanged
      * apart from the date on the "CD" line.
       200-LOAD-CALENDAR.
           MOVE "NO " TO Load-EOD.
           OPEN INPUT Bus-Date-FD.
           IF Bus-Date-Status NOT = "00"
               MOVE "YES" TO Roll-Refused
               MOVE "BUSDATE.TXT NOT READ" TO Refuse-Reason
           ELSE
               PERFORM UNTIL Load-EOD = "YES"
                   READ Bus-Date-FD
                       AT END
                           MOVE "YES" TO Load-EOD
                       NOT AT END
                           IF Cal-Count < 600
                               ADD 1 TO Cal-Count
                               MOVE Bus-Date-Rec TO Cal-Line(Cal-Count)
                               PERFORM 210-NOTE-CALENDAR-LINE
                           ELSE
                               MOVE "YES" TO Roll-Refused
                               MOVE "BUSDATE.TXT OVER 600 LINES"
                                   TO Refuse-Reason
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Bus-Date-FD
           END-IF.

           IF Roll-Refused NOT = "YES"
              AND CD-Line-Ix = ZERO
               MOVE "YES" TO Roll-Refused
               MOVE "NO VALID CD LINE ON BUSDATE.TXT" TO Refuse-Reason
           END-IF.
           IF Bus-Weekend-Given NOT = "YES"
               MOVE "Y" TO Bus-Weekend(6)
               MOVE "Y" TO Bus-Weekend(7)
           END-IF.

       210-NOTE-CALENDAR-LINE.
           EVALUATE Bus-Rec-Type
               WHEN "CD"
                   IF CD-Line-Ix = ZERO
                      AND Bus-Rec-Date IS NUMERIC
                       MOVE Bus-Rec-Date TO Day-Date
                       PERFORM 820-CHECK-VALID-DATE
                       IF Date-Valid = "YES"
                           MOVE Cal-Count TO CD-Line-Ix
                           MOVE Day-Date TO Run-Date-YYYYMMDD
                       END-IF
                   END-IF
               WHEN "NP"
                   IF Bus-Rec-Date IS NUMERIC
                      AND Bus-Holiday-Count < 500
                       MOVE Bus-Rec-Date TO Conv-Date
                       PERFORM 800-DATE-TO-DAYS
                       ADD 1 TO Bus-Holiday-Count
                       MOVE Conv-Days
                           TO Bus-Holiday-Days(Bus-Holiday-Count)
                       MOVE Bus-Rec-Text
                           TO Bus-Holiday-Text(Bus-Holiday-Count)
                   END-IF
               WHEN "WE"
                   IF Bus-Rec-Date(1:1) >= "1"
                      AND Bus-Rec-Date(1:1) <= "7"
                       MOVE "YES" TO Bus-Weekend-Given
                       MOVE Bus-Rec-Date(1:1) TO Bus-Weekday
                       IF Bus-Weekend(Bus-Weekday) NOT = "Y"
                           MOVE "Y" TO Bus-Weekend(Bus-Weekday)
                           ADD 1 TO Bus-Weekend-Count
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       300-READ-ROLL-REQUEST.
           OPEN INPUT Roll-Req-FD.
           IF Roll-Req-Status = "00"
               READ Roll-Req-FD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Req-By TO Requested-By
                       MOVE Req-Date TO Requested-Date
                       EVALUATE Req-Command
                           WHEN "HOLD"
                               MOVE "HOLD" TO Roll-Mode
                           WHEN "SET "
                               MOVE "SET " TO Roll-Mode
                           WHEN SPACES
                               CONTINUE
                           WHEN OTHER
                               MOVE "YES" TO Roll-Refused
                               MOVE "UNKNOWN REQUEST ON BUSDREQ.TXT"
                                   TO Refuse-Reason
                       END-EVALUATE
               END-READ
               CLOSE Roll-Req-FD
           END-IF.

       400-HOLD-DATE.
           MOVE 4 TO Run-Return-Code.
           MOVE SPACES TO Detail-Line.
           STRING "BUSINESS DATE HELD AT " DELIMITED BY SIZE
                  Run-Date-YYYYMMDD DELIMITED BY SIZE
                  " FOR A RERUN - REQUESTED BY " DELIMITED BY SIZE
                  Requested-By DELIMITED BY SIZE
               INTO Detail-Line
           END-STRING.
           PERFORM 700-WRITE-DETAIL-LINE.

       450-SET-DATE.
           MOVE "NO " TO Date-Valid.
           IF Requested-Date IS NUMERIC
               MOVE Requested-Date TO Day-Date
               PERFORM 820-CHECK-VALID-DATE
           END-IF.
           IF Date-Valid NOT = "YES"
               MOVE "YES" TO Roll-Refused
               MOVE "SET REQUEST DATE IS NOT A VALID DATE"
                   TO Refuse-Reason
           ELSE
               MOVE Day-Date TO Conv-Date
               PERFORM 800-DATE-TO-DAYS
               MOVE Conv-Days TO Bus-Check-Days
               PERFORM 815-CHECK-PROCESSING-DAY
               IF Bus-Processing-Day NOT = "YES"
                   MOVE "YES" TO Roll-Refused
                   MOVE "SET REQUEST DATE IS NOT A PROCESSING DAY"
                       TO Refuse-Reason
               END-IF
           END-IF.

           IF Roll-Refused NOT = "YES"
               MOVE Day-Date TO New-Date
               MOVE 4 TO Run-Return-Code
               MOVE SPACES TO Detail-Line
               STRING "BUSINESS DATE SET FROM " DELIMITED BY SIZE
                      Run-Date-YYYYMMDD DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      New-Date DELIMITED BY SIZE
                      " - REQUESTED BY " DELIMITED BY SIZE
                      Requested-By DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
               PERFORM 700-WRITE-DETAIL-LINE
           END-IF.

      * The cycle driver rewrites CYCLSTAT.TXT with a "CY " line first
      * carrying the cycle date and its state.
       500-CHECK-CYCLE.
           OPEN INPUT Cycle-Stat-FD.
           IF Cycle-Stat-Status NOT = "00"
               MOVE "YES" TO Roll-Refused
               MOVE "CYCLSTAT.TXT NOT READ - CYCLE NOT SHOWN COMPLETE"
                   TO Refuse-Reason
           ELSE
               MOVE SPACES TO Cycle-Stat-Rec
               READ Cycle-Stat-FD
                   AT END
                       MOVE SPACES TO Cycle-Stat-Rec
               END-READ
               MOVE Cycle-Stat-Rec TO Stat-Head-View
               CLOSE Cycle-Stat-FD
               EVALUATE TRUE
                   WHEN Stat-Head-Tag NOT = "CY "
                       MOVE "YES" TO Roll-Refused
                       MOVE "NO CYCLE ON CYCLSTAT.TXT" TO Refuse-Reason
                   WHEN Stat-Cycle-Date NOT = Run-Date-YYYYMMDD
                       MOVE "YES" TO Roll-Refused
                       STRING "LAST CYCLE WAS FOR " DELIMITED BY SIZE
                              Stat-Cycle-Date DELIMITED BY SIZE
                              ", NOT " DELIMITED BY SIZE
                              Run-Date-YYYYMMDD DELIMITED BY SIZE
                           INTO Refuse-Reason
                       END-STRING
                   WHEN Stat-Cycle-State NOT = "COMPLETE"
                       MOVE "YES" TO Roll-Refused
                       STRING "CYCLE FOR " DELIMITED BY SIZE
                              Stat-Cycle-Date DELIMITED BY SIZE
                              " IS " DELIMITED BY SIZE
                              Stat-Cycle-State DELIMITED BY SPACE
                              ", NOT COMPLETE" DELIMITED BY SIZE
                           INTO Refuse-Reason
                       END-STRING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * A calendar that closes every day of the week would never
      * yield a processing day, so the walk gives up after a year.
       550-ROLL-DATE.
           MOVE Run-Date-YYYYMMDD TO Day-Date.
           MOVE ZERO TO Walk-Count.
           MOVE "NO " TO Next-Found.
           PERFORM UNTIL Next-Found = "YES"
                      OR Walk-Count > 366
               PERFORM 810-NEXT-DATE
               ADD 1 TO Walk-Count
               MOVE Day-Date TO Conv-Date
               PERFORM 800-DATE-TO-DAYS
               MOVE Conv-Days TO Bus-Check-Days
               PERFORM 815-CHECK-PROCESSING-DAY
               IF Bus-Processing-Day = "YES"
                   MOVE "YES" TO Next-Found
               ELSE
                   PERFORM 560-PRINT-SKIPPED-DAY
               END-IF
           END-PERFORM.

           IF Next-Found NOT = "YES"
               MOVE "YES" TO Roll-Refused
               MOVE "NO PROCESSING DAY WITHIN A YEAR" TO Refuse-Reason
           ELSE
               MOVE Day-Date TO New-Date
               MOVE SPACES TO Detail-Line
               STRING "BUSINESS DATE ROLLED FROM " DELIMITED BY SIZE
                      Run-Date-YYYYMMDD DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      New-Date DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
               PERFORM 700-WRITE-DETAIL-LINE
           END-IF.

       560-PRINT-SKIPPED-DAY.
           ADD 1 TO Skip-Count.
           MOVE SPACES TO Detail-Line.
           IF Bus-Weekend(Bus-Weekday) = "Y"
               STRING "  SKIPPED " DELIMITED BY SIZE
                      Day-Date DELIMITED BY SIZE
                      "  WEEKEND" DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
           ELSE
               STRING "  SKIPPED " DELIMITED BY SIZE
                      Day-Date DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      Bus-Holiday-Text(Bus-Ix) DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
           END-IF.
           PERFORM 700-WRITE-DETAIL-LINE.

       600-REWRITE-CALENDAR.
           MOVE Cal-Line(CD-Line-Ix) TO Bus-Date-Rec.
           MOVE New-Date TO Bus-Rec-Date.
           MOVE Bus-Date-Rec TO Cal-Line(CD-Line-Ix).
           OPEN OUTPUT Bus-Date-FD.
           IF Bus-Date-Status NOT = "00"
               MOVE "YES" TO Roll-Refused
               MOVE "BUSDATE.TXT NOT REWRITTEN" TO Refuse-Reason
           ELSE
               PERFORM VARYING Cal-Ix FROM 1 BY 1
                         UNTIL Cal-Ix > Cal-Count
                   MOVE Cal-Line(Cal-Ix) TO Bus-Date-Rec
                   WRITE Bus-Date-Rec
                   IF Bus-Date-Status NOT = "00"
                       MOVE "YES" TO Roll-Refused
                       MOVE "BUSDATE.TXT NOT REWRITTEN" TO Refuse-Reason
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               CLOSE Bus-Date-FD
           END-IF.

       700-WRITE-DETAIL-LINE.
           IF Lines-On-Page >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
           MOVE SPACES TO Print-Rec.
           MOVE Detail-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.
           ADD 1 TO Lines-On-Page.

       800-DATE-TO-DAYS.
           MOVE Conv-Date-Year TO Conv-Y.
           MOVE Conv-Date-Month TO Conv-M.
           IF Conv-M < 3
               SUBTRACT 1 FROM Conv-Y
               ADD 12 TO Conv-M
           END-IF.
           DIVIDE Conv-Y BY 4 GIVING Conv-Leap4.
           DIVIDE Conv-Y BY 100 GIVING Conv-Leap100.
           DIVIDE Conv-Y BY 400 GIVING Conv-Leap400.
           COMPUTE Conv-Month-Num = 306 * (Conv-M + 1).
           DIVIDE Conv-Month-Num BY 10 GIVING Conv-Month-Part.
           COMPUTE Conv-Days = (365 * Conv-Y) + Conv-Leap4
                 - Conv-Leap100 + Conv-Leap400
                 + Conv-Month-Part + Conv-Date-Day.

       810-NEXT-DATE.
           PERFORM 825-SET-MONTH-LENGTH.
           IF Day-Date-Day < Days-In-Month
               ADD 1 TO Day-Date-Day
           ELSE
               MOVE 1 TO Day-Date-Day
               IF Day-Date-Month < 12
                   ADD 1 TO Day-Date-Month
               ELSE
                   MOVE 1 TO Day-Date-Month
                   ADD 1 TO Day-Date-Year
               END-IF
           END-IF.

      * Day numbers from 800-DATE-TO-DAYS fall on a Monday when they
      * leave 2 over a multiple of 7.
       815-CHECK-PROCESSING-DAY.
           MOVE "YES" TO Bus-Processing-Day.
           COMPUTE Bus-Week-Num = Bus-Check-Days + 5.
           DIVIDE Bus-Week-Num BY 7 GIVING Bus-Week-Num
               REMAINDER Bus-Weekday.
           ADD 1 TO Bus-Weekday.
           IF Bus-Weekend(Bus-Weekday) = "Y"
               MOVE "NO " TO Bus-Processing-Day
           ELSE
               PERFORM VARYING Bus-Ix FROM 1 BY 1
                         UNTIL Bus-Ix > Bus-Holiday-Count
                   IF Bus-Holiday-Days(Bus-Ix) = Bus-Check-Days
                       MOVE "NO " TO Bus-Processing-Day
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       820-CHECK-VALID-DATE.
           MOVE "NO " TO Date-Valid.
           IF Day-Date-Year > ZERO
              AND Day-Date-Month > ZERO
              AND Day-Date-Month NOT > 12
              AND Day-Date-Day > ZERO
               PERFORM 825-SET-MONTH-LENGTH
               IF Day-Date-Day NOT > Days-In-Month
                   MOVE "YES" TO Date-Valid
               END-IF
           END-IF.

       825-SET-MONTH-LENGTH.
           MOVE Month-Length(Day-Date-Month) TO Days-In-Month.
           IF Day-Date-Month = 2
               DIVIDE Day-Date-Year BY 4 GIVING Leap-Work
                   REMAINDER Leap-Rem-4
               DIVIDE Day-Date-Year BY 100 GIVING Leap-Work
                   REMAINDER Leap-Rem-100
               DIVIDE Day-Date-Year BY 400 GIVING Leap-Work
                   REMAINDER Leap-Rem-400
               IF Leap-Rem-400 = ZERO
                  OR (Leap-Rem-4 = ZERO AND Leap-Rem-100 NOT = ZERO)
                   MOVE 29 TO Days-In-Month
               END-IF
           END-IF.

       900-PRINT-SUMMARY.
           IF Lines-On-Page + 8 >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
           MOVE SPACES TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           STRING "DATE BEFORE RUN:        " DELIMITED BY SIZE
                  Run-Date-YYYYMMDD DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           IF Roll-Refused = "YES"
               STRING "PROCESSING DATE NOW:    " DELIMITED BY SIZE
                      Run-Date-YYYYMMDD DELIMITED BY SIZE
                   INTO Summary-Line
               END-STRING
           ELSE
               STRING "PROCESSING DATE NOW:    " DELIMITED BY SIZE
                      New-Date DELIMITED BY SIZE
                   INTO Summary-Line
               END-STRING
           END-IF.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Skip-Count TO Count-Display.
           STRING "DAYS SKIPPED:         " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Bus-Holiday-Count TO Count-Display.
           STRING "HOLIDAYS ON CALENDAR: " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
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
               MOVE "PROG22" TO Alert-Program
               MOVE Alert-Gen-Num TO Alert-Gen
               MOVE Alert-Sev TO Alert-Severity
               MOVE Alert-Msg TO Alert-Message
               WRITE Alert-Rec
               CLOSE Alert-FD
           END-IF.

       END PROGRAM Program22.
