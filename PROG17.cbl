      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Banner schedule calendar.  Lays out, for the next N
      *           days from the run date (N from the job-parameter
      *           record, columns 38-40, default 14), which dated
      *           version of each title code on the keyed title master
      *           TITLEMST.DAT will be in effect each day, as runs of
      *           consecutive days with the version's effective range
      *           and text.  A change of version between runs is
      *           marked SWITCHOVER.  Days covered by more than one
      *           version are flagged OVERLAP with the version the
      *           print run will actually use (the one with the latest
      *           effective-from date, as 210-LOOKUP-TITLE in
      *           Program01 resolves it), and days covered by no
      *           version are flagged GAP since the print run would
      *           raise TITLE NOT FOUND on them.  Under each code the
      *           FILELIST.TXT input files that carry a "TC:" record
      *           for it are listed; codes referenced by an input file
      *           but missing from the master are reported as well.
      *           Ends with return code 4 and an operator alert when
      *           any overlap or gap falls inside the window, and with
      *           return code 8 when the master cannot be opened.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program17.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT    Input-FD
               ASSIGN TO DYNAMIC Current-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Input-Status.
           SELECT  File-List-FD
               ASSIGN "FILELIST.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS File-List-Status.
           SELECT  Title-Mst-FD
               ASSIGN "TITLEMST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS Title-Mst-Key
               FILE STATUS IS Title-Mst-Status.
           SELECT  Job-Param-FD
               ASSIGN "PARM1.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Job-Param-Status.
           SELECT  Print-FD
               ASSIGN TO LINE ADVANCING FILE "Prog17Cal.txt"
               FILE STATUS IS Print-Status.
           SELECT  Lock-FD
               ASSIGN "TITLLOCK.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Lock-Status.
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
       FD  Input-FD.
       01  Input-Rec                                  PIC X(80).

       FD  File-List-FD.
       01  File-List-Rec.
           05  File-List-Rec-Name                     PIC X(80).
           05  FILLER                                 PIC X(01).
           05  File-List-Rec-Dest                     PIC X(04).

       FD  Title-Mst-FD.
       01  Title-Mst-Rec.
           05  Title-Mst-Key.
               10  Title-Mst-Code                     PIC X(06).
               10  Title-Mst-Eff-From                 PIC 9(08).
           05  Title-Mst-Eff-To                       PIC 9(08).
           05  Title-Mst-Text                         PIC X(73).

       FD  Job-Param-FD.
       01  Job-Param-Rec.
           05  Param-Left-Margin                      PIC 9(03).
           05  Param-Field-Width                      PIC 9(03).
           05  Param-Case-Switch                      PIC X(01).
           05  Param-Except-Limit                     PIC 9(05).
           05  Param-Except-Pct                       PIC 9(03).
           05  Param-Print-Mode                       PIC X(01).
           05  Param-Retention-Days                   PIC 9(03).
           05  Param-Aging-Days                       PIC 9(03).
           05  Param-Column-Mode                      PIC X(01).
           05  Param-Addendum-Gen                     PIC X(08).
           05  Param-Dashboard-Gens                   PIC X(03).
           05  Param-Approval-Days                    PIC X(03).
           05  Param-Calendar-Days                    PIC X(03).
           05  FILLER                                 PIC X(40).

       FD  Print-FD.
       01  Print-Rec                                  PIC X(132).

       FD  Lock-FD.
       01  Lock-Rec.
           05  Lock-Program                           PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Lock-Date                              PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Lock-Time                              PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Lock-Gen                               PIC 9(08).

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

       01  Input-Status                               PIC XX.
       01  File-List-Status                           PIC XX.
       01  Title-Mst-Status                           PIC XX.
       01  Job-Param-Status                           PIC XX.
       01  Print-Status                               PIC XX.
       01  Lock-Status                                PIC XX.
       01  Load-EOD                                   PIC XXX.

       01  Current-File-Name                          PIC X(80).

       01  File-List-Table.
           05  File-List-Entry OCCURS 50 TIMES        PIC X(80).
       01  File-List-Count                            PIC 9(03) COMP
                                                        VALUE ZERO.
       01  File-List-Index                            PIC 9(03) COMP.

       01  Version-Table.
           05  Ver-Entry OCCURS 500 TIMES.
               10  Ver-Code                           PIC X(06).
               10  Ver-Eff-From                       PIC 9(08).
               10  Ver-Eff-To                         PIC 9(08).
               10  Ver-Text                           PIC X(73).
       01  Ver-Count                                  PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Ver-Ix                                     PIC 9(03) COMP.
       01  Ver-Full                                   PIC XXX
                                                        VALUE "NO ".

       01  Ref-Table.
           05  Ref-Entry OCCURS 500 TIMES.
               10  Ref-Code                           PIC X(06).
               10  Ref-File-Ix                        PIC 9(03) COMP.
               10  Ref-On-Master                      PIC XXX.
       01  Ref-Count                                  PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Ref-Ix                                     PIC 9(03) COMP.
       01  Ref-Found                                  PIC XXX.
       01  Ref-Listed                                 PIC 9(03) COMP.
       01  Ref-Code-Work                              PIC X(06).

       01  Code-First-Ix                              PIC 9(03) COMP.
       01  Code-Last-Ix                               PIC 9(03) COMP.
       01  Current-Code                               PIC X(06).

       01  Calendar-Days                              PIC 9(03) COMP
                                                        VALUE 14.
       01  Day-Ix                                     PIC 9(03) COMP.
       01  Day-Date                                   PIC 9(08).
       01  Day-Date-R REDEFINES Day-Date.
           05  Day-Date-Year                          PIC 9(04).
           05  Day-Date-Month                         PIC 9(02).
           05  Day-Date-Day                           PIC 9(02).
       01  Window-End-Date                            PIC 9(08).
       01  Month-Length-Values                        PIC X(24)
                                 VALUE "312831303130313130313031".
       01  Month-Length-Table REDEFINES Month-Length-Values.
           05  Month-Length OCCURS 12 TIMES           PIC 9(02).
       01  Days-In-Month                              PIC 9(02).
       01  Leap-Work                                  PIC 9(05) COMP.
       01  Leap-Rem-4                                 PIC 9(05) COMP.
       01  Leap-Rem-100                               PIC 9(05) COMP.
       01  Leap-Rem-400                               PIC 9(05) COMP.

       01  Cover-Count                                PIC 9(03) COMP.
       01  Winner-Ix                                  PIC 9(03) COMP.
       01  Run-Winner-Ix                              PIC 9(03) COMP.
       01  Run-Cover-Count                            PIC 9(03) COMP.
       01  Run-State                                  PIC X(01).
       01  Day-State                                  PIC X(01).
       01  Run-Start-Date                             PIC 9(08).
       01  Run-End-Date                               PIC 9(08).
       01  Run-Day-Count                              PIC 9(03) COMP.
       01  Prior-Winner-Ix                            PIC 9(03) COMP.
       01  Run-Switch-Flag                            PIC X(10).
       01  Run-Flag                                   PIC X(20).

       01  Codes-Listed-Count                         PIC 9(05) COMP
                                                        VALUE ZERO.
       01  Switchover-Count                           PIC 9(05) COMP
                                                        VALUE ZERO.
       01  Overlap-Day-Count                          PIC 9(05) COMP
                                                        VALUE ZERO.
       01  Gap-Day-Count                              PIC 9(05) COMP
                                                        VALUE ZERO.
       01  Files-Failed-Count                         PIC 9(03) COMP
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

       01  Page-Number                                PIC 9(05) COMP
                                                        VALUE ZERO.
       01  Lines-On-Page                              PIC 9(05) COMP
                                                        VALUE ZERO.
       01  Max-Lines-Per-Page                         PIC 9(05) COMP
                                                        VALUE 40.

       01  Report-Title                               PIC X(30)
                                    VALUE "PROG17 BANNER CALENDAR".
       01  Heading-Line                               PIC X(72).
       01  Date-Display                               PIC X(08).
       01  Page-Display                               PIC ZZZZ9.

       01  Detail-Line                                PIC X(132).
       01  Day-Count-Display                          PIC ZZ9.
       01  Cover-Display                              PIC Z9.
       01  Summary-Line                               PIC X(60).
       01  Count-Display                              PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-LOAD-TITLE-VERSIONS.
           IF Run-Return-Code < 8
               PERFORM 250-SCAN-INPUT-FILES
               PERFORM 300-REPORT-CODES
               PERFORM 500-REPORT-MISSING-CODES
           END-IF
           PERFORM 900-PRINT-SUMMARY.

           CLOSE Print-FD
           IF Run-Return-Code NOT < 8
               MOVE Run-Return-Code TO Alert-Sev
               MOVE Run-Date-YYYYMMDD TO Alert-Gen-Num
               MOVE "TITLE MASTER NOT OPENED - NO BANNER CALENDAR"
                   TO Alert-Msg
               PERFORM 990-WRITE-OPERATOR-ALERT
           ELSE
               IF Overlap-Day-Count > ZERO
                  OR Gap-Day-Count > ZERO
                   MOVE 4 TO Run-Return-Code
                   MOVE Run-Return-Code TO Alert-Sev
                   MOVE Run-Date-YYYYMMDD TO Alert-Gen-Num
                   MOVE SPACES TO Alert-Msg
                   MOVE Calendar-Days TO Day-Count-Display
                   STRING "BANNER CALENDAR - OVERLAP OR GAP IN NEXT "
                              DELIMITED BY SIZE
                          Day-Count-Display DELIMITED BY SIZE
                          " DAYS" DELIMITED BY SIZE
                       INTO Alert-Msg
                   END-STRING
                   PERFORM 990-WRITE-OPERATOR-ALERT
               END-IF
           END-IF
           MOVE Run-Return-Code TO RETURN-CODE
           STOP RUN.

       100-INITIALIZE.
           PERFORM 101-READ-BUSINESS-DATE.
           PERFORM 105-READ-JOB-PARAMS.
           PERFORM 102-READ-FILE-LIST.

           MOVE Run-Date-YYYYMMDD TO Day-Date.
           PERFORM VARYING Day-Ix FROM 2 BY 1
                     UNTIL Day-Ix > Calendar-Days
               PERFORM 810-NEXT-DATE
           END-PERFORM.
           MOVE Day-Date TO Window-End-Date.

           OPEN OUTPUT Print-FD.
           PERFORM 150-PRINT-HEADING.
           PERFORM 115-CHECK-LOCK-PENDING.

           MOVE Calendar-Days TO Day-Count-Display.
           MOVE SPACES TO Detail-Line.
           STRING "SCHEDULE FOR " DELIMITED BY SIZE
                  Day-Count-Display DELIMITED BY SIZE
                  " DAYS FROM " DELIMITED BY SIZE
                  Run-Date-YYYYMMDD DELIMITED BY SIZE
                  " THROUGH " DELIMITED BY SIZE
                  Window-End-Date DELIMITED BY SIZE
               INTO Detail-Line
           END-STRING.
           PERFORM 700-WRITE-DETAIL-LINE.

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

       102-READ-FILE-LIST.
           MOVE ZERO TO File-List-Count.
           MOVE "NO " TO Load-EOD.
           OPEN INPUT File-List-FD.
           IF File-List-Status = "00"
               PERFORM UNTIL Load-EOD = "YES"
                   READ File-List-FD
                       AT END
                           MOVE "YES" TO Load-EOD
                       NOT AT END
                           IF File-List-Count < 50
                               ADD 1 TO File-List-Count
                               MOVE File-List-Rec-Name
                                   TO File-List-Entry(File-List-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE File-List-FD
           END-IF.
           IF File-List-Count = ZERO
               MOVE 1 TO File-List-Count
               MOVE "DATSET1.TXT" TO File-List-Entry(1)
           END-IF.

       105-READ-JOB-PARAMS.
           OPEN INPUT Job-Param-FD.
           IF Job-Param-Status = "00"
               READ Job-Param-FD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Param-Calendar-Days IS NUMERIC
                          AND Param-Calendar-Days > "000"
                           MOVE Param-Calendar-Days TO Calendar-Days
                       END-IF
               END-READ
               CLOSE Job-Param-FD
           END-IF.
           IF Calendar-Days > 366
               MOVE 366 TO Calendar-Days
           END-IF.

       115-CHECK-LOCK-PENDING.
           OPEN INPUT Lock-FD.
           IF Lock-Status = "00"
               READ Lock-FD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO Detail-Line
                       STRING "NOTE: TITLE UPDATE LOCK HELD BY "
                                  DELIMITED BY SIZE
                              Lock-Program DELIMITED BY SIZE
                              " SINCE " DELIMITED BY SIZE
                              Lock-Date DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              Lock-Time DELIMITED BY SIZE
                              " - SCHEDULE MAY BE MID-UPDATE"
                                  DELIMITED BY SIZE
                           INTO Detail-Line
                       END-STRING
                       PERFORM 700-WRITE-DETAIL-LINE
               END-READ
               CLOSE Lock-FD
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

           MOVE SPACES TO Print-Rec.
           MOVE Heading-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING PAGE.

           MOVE SPACES TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

      * The master is read in key order, so every version of a code
      * sits together in the table in effective-from order.
       200-LOAD-TITLE-VERSIONS.
           MOVE "NO " TO EOD.
           OPEN INPUT Title-Mst-FD.
           IF Title-Mst-Status = "00"
               PERFORM UNTIL EOD = "YES"
                   READ Title-Mst-FD
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF Ver-Count < 500
                               ADD 1 TO Ver-Count
                               MOVE Title-Mst-Code
                                   TO Ver-Code(Ver-Count)
                               MOVE Title-Mst-Eff-From
                                   TO Ver-Eff-From(Ver-Count)
                               MOVE Title-Mst-Eff-To
                                   TO Ver-Eff-To(Ver-Count)
                               MOVE Title-Mst-Text
                                   TO Ver-Text(Ver-Count)
                           ELSE
                               MOVE "YES" TO Ver-Full
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Title-Mst-FD
               IF Ver-Full = "YES"
                   MOVE SPACES TO Detail-Line
                   MOVE "NOTE: OVER 500 TITLE VERSIONS - CALENDAR CUT"
                       TO Detail-Line
                   PERFORM 700-WRITE-DETAIL-LINE
               END-IF
           ELSE
               MOVE 8 TO Run-Return-Code
               MOVE SPACES TO Detail-Line
               MOVE "TITLE MASTER TITLEMST.DAT NOT OPENED"
                   TO Detail-Line
               PERFORM 700-WRITE-DETAIL-LINE
           END-IF.

       250-SCAN-INPUT-FILES.
           PERFORM VARYING File-List-Index
                       FROM 1 BY 1
                     UNTIL File-List-Index > File-List-Count
               MOVE File-List-Entry(File-List-Index)
                   TO Current-File-Name
               MOVE "NO " TO Load-EOD
               OPEN INPUT Input-FD
               IF Input-Status = "00"
                   PERFORM UNTIL Load-EOD = "YES"
                       READ Input-FD
                           AT END
                               MOVE "YES" TO Load-EOD
                           NOT AT END
                               PERFORM 260-NOTE-CODE-REFERENCE
                       END-READ
                   END-PERFORM
                   CLOSE Input-FD
               ELSE
                   ADD 1 TO Files-Failed-Count
                   MOVE SPACES TO Detail-Line
                   STRING "NOTE: INPUT FILE NOT OPENED - "
                              DELIMITED BY SIZE
                          Current-File-Name DELIMITED BY SPACE
                       INTO Detail-Line
                   END-STRING
                   PERFORM 700-WRITE-DETAIL-LINE
               END-IF
           END-PERFORM.

      * A "TC:" code is taken from a plain record or from inside a
      * "BP:" banner record, the two places the print run resolves it.
       260-NOTE-CODE-REFERENCE.
           MOVE SPACES TO Ref-Code-Work.
           IF Input-Rec(1:3) = "TC:"
               MOVE Input-Rec(4:6) TO Ref-Code-Work
           ELSE
               IF Input-Rec(1:6) = "BP:TC:"
                   MOVE Input-Rec(7:6) TO Ref-Code-Work
               END-IF
           END-IF.
           IF Ref-Code-Work NOT = SPACES
               MOVE "NO " TO Ref-Found
               PERFORM VARYING Ref-Ix FROM 1 BY 1
                         UNTIL Ref-Ix > Ref-Count
                   IF Ref-Code(Ref-Ix) = Ref-Code-Work
                      AND Ref-File-Ix(Ref-Ix) = File-List-Index
                       MOVE "YES" TO Ref-Found
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF Ref-Found = "NO "
                  AND Ref-Count < 500
                   ADD 1 TO Ref-Count
                   MOVE Ref-Code-Work TO Ref-Code(Ref-Count)
                   MOVE File-List-Index TO Ref-File-Ix(Ref-Count)
                   MOVE "NO " TO Ref-On-Master(Ref-Count)
               END-IF
           END-IF.

       300-REPORT-CODES.
           MOVE 1 TO Code-First-Ix.
           PERFORM UNTIL Code-First-Ix > Ver-Count
               MOVE Ver-Code(Code-First-Ix) TO Current-Code
               MOVE Code-First-Ix TO Code-Last-Ix
               PERFORM UNTIL Code-Last-Ix NOT < Ver-Count
                   IF Ver-Code(Code-Last-Ix + 1) NOT = Current-Code
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO Code-Last-Ix
               END-PERFORM
               PERFORM 310-REPORT-ONE-CODE
               COMPUTE Code-First-Ix = Code-Last-Ix + 1
           END-PERFORM.

       310-REPORT-ONE-CODE.
           ADD 1 TO Codes-Listed-Count.
           IF Lines-On-Page + 3 >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
           MOVE SPACES TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.
           ADD 1 TO Lines-On-Page.
           MOVE SPACES TO Detail-Line.
           STRING "CODE " DELIMITED BY SIZE
                  Current-Code DELIMITED BY SIZE
               INTO Detail-Line
           END-STRING.
           PERFORM 700-WRITE-DETAIL-LINE.

           MOVE SPACE TO Run-State.
           MOVE ZERO TO Prior-Winner-Ix.
           MOVE ZERO TO Run-Day-Count.
           MOVE Run-Date-YYYYMMDD TO Day-Date.
           PERFORM VARYING Day-Ix FROM 1 BY 1
                     UNTIL Day-Ix > Calendar-Days
               PERFORM 320-RESOLVE-ONE-DAY
               IF Day-Ix > 1
                  AND (Day-State NOT = Run-State
                       OR Winner-Ix NOT = Run-Winner-Ix
                       OR Cover-Count NOT = Run-Cover-Count)
                   PERFORM 330-PRINT-RUN-LINE
                   MOVE ZERO TO Run-Day-Count
               END-IF
               IF Run-Day-Count = ZERO
                   MOVE Day-State TO Run-State
                   MOVE Winner-Ix TO Run-Winner-Ix
                   MOVE Cover-Count TO Run-Cover-Count
                   MOVE Day-Date TO Run-Start-Date
               END-IF
               ADD 1 TO Run-Day-Count
               MOVE Day-Date TO Run-End-Date
               IF Day-State = "O"
                   ADD 1 TO Overlap-Day-Count
               END-IF
               IF Day-State = "G"
                   ADD 1 TO Gap-Day-Count
               END-IF
               PERFORM 810-NEXT-DATE
           END-PERFORM.
           PERFORM 330-PRINT-RUN-LINE.
           PERFORM 340-PRINT-WHERE-USED.

      * Every covering version is counted; the winner is the last one
      * met in key order, which is the one the print run will use.
       320-RESOLVE-ONE-DAY.
           MOVE ZERO TO Cover-Count.
           MOVE ZERO TO Winner-Ix.
           PERFORM VARYING Ver-Ix FROM Code-First-Ix BY 1
                     UNTIL Ver-Ix > Code-Last-Ix
               IF Ver-Eff-From(Ver-Ix) NOT > Day-Date
                  AND Ver-Eff-To(Ver-Ix) NOT < Day-Date
                   ADD 1 TO Cover-Count
                   MOVE Ver-Ix TO Winner-Ix
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN Cover-Count = ZERO
                   MOVE "G" TO Day-State
               WHEN Cover-Count > 1
                   MOVE "O" TO Day-State
               WHEN OTHER
                   MOVE "V" TO Day-State
           END-EVALUATE.

       330-PRINT-RUN-LINE.
           MOVE SPACES TO Run-Flag.
           MOVE SPACES TO Run-Switch-Flag.
           MOVE Run-Day-Count TO Day-Count-Display.
           MOVE SPACES TO Detail-Line.
           IF Run-State = "G"
               STRING "  " DELIMITED BY SIZE
                      Run-Start-Date DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      Run-End-Date DELIMITED BY SIZE
                      Day-Count-Display DELIMITED BY SIZE
                      " DAYS  GAP - NO VERSION IN EFFECT, TITLE NOT"
                          DELIMITED BY SIZE
                      " FOUND ON THESE DAYS" DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
           ELSE
               IF Prior-Winner-Ix NOT = ZERO
                  AND Prior-Winner-Ix NOT = Run-Winner-Ix
                   ADD 1 TO Switchover-Count
                   MOVE "SWITCHOVER" TO Run-Switch-Flag
               END-IF
               IF Run-State = "O"
                   MOVE Run-Cover-Count TO Cover-Display
                   STRING "OVERLAP " DELIMITED BY SIZE
                          Cover-Display DELIMITED BY SIZE
                          " VERSIONS" DELIMITED BY SIZE
                       INTO Run-Flag
                   END-STRING
               END-IF
               STRING "  " DELIMITED BY SIZE
                      Run-Start-Date DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      Run-End-Date DELIMITED BY SIZE
                      Day-Count-Display DELIMITED BY SIZE
                      " DAYS  EFF " DELIMITED BY SIZE
                      Ver-Eff-From(Run-Winner-Ix) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      Ver-Eff-To(Run-Winner-Ix) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      Ver-Text(Run-Winner-Ix)(1:40) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      Run-Switch-Flag DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Run-Flag DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
               MOVE Run-Winner-Ix TO Prior-Winner-Ix
           END-IF.
           PERFORM 700-WRITE-DETAIL-LINE.

           IF Run-State = "O"
               PERFORM VARYING Ver-Ix FROM Code-First-Ix BY 1
                         UNTIL Ver-Ix > Code-Last-Ix
                   IF Ver-Ix NOT = Run-Winner-Ix
                      AND Ver-Eff-From(Ver-Ix) NOT > Run-End-Date
                      AND Ver-Eff-To(Ver-Ix) NOT < Run-Start-Date
                       MOVE SPACES TO Detail-Line
                       STRING "      ALSO IN EFFECT, NOT USED: EFF "
                                  DELIMITED BY SIZE
                              Ver-Eff-From(Ver-Ix) DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              Ver-Eff-To(Ver-Ix) DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              Ver-Text(Ver-Ix)(1:40)
                                  DELIMITED BY SIZE
                           INTO Detail-Line
                       END-STRING
                       PERFORM 700-WRITE-DETAIL-LINE
                   END-IF
               END-PERFORM
           END-IF.

       340-PRINT-WHERE-USED.
           MOVE ZERO TO Ref-Listed.
           PERFORM VARYING Ref-Ix FROM 1 BY 1
                     UNTIL Ref-Ix > Ref-Count
               IF Ref-Code(Ref-Ix) = Current-Code
                   MOVE "YES" TO Ref-On-Master(Ref-Ix)
                   ADD 1 TO Ref-Listed
                   MOVE SPACES TO Detail-Line
                   STRING "  USED IN: " DELIMITED BY SIZE
                          File-List-Entry(Ref-File-Ix(Ref-Ix))
                              DELIMITED BY SPACE
                       INTO Detail-Line
                   END-STRING
                   PERFORM 700-WRITE-DETAIL-LINE
               END-IF
           END-PERFORM.
           IF Ref-Listed = ZERO
               MOVE SPACES TO Detail-Line
               MOVE "  USED IN: NO CURRENT INPUT FILE" TO Detail-Line
               PERFORM 700-WRITE-DETAIL-LINE
           END-IF.

      * Codes an input file asks for that have no version at all are
      * a gap on every day of the window.
       500-REPORT-MISSING-CODES.
           PERFORM VARYING Ref-Ix FROM 1 BY 1
                     UNTIL Ref-Ix > Ref-Count
               IF Ref-On-Master(Ref-Ix) = "NO "
                   MOVE Ref-Code(Ref-Ix) TO Current-Code
                   ADD 1 TO Codes-Listed-Count
                   ADD Calendar-Days TO Gap-Day-Count
                   IF Lines-On-Page + 3 >= Max-Lines-Per-Page
                       PERFORM 150-PRINT-HEADING
                   END-IF
                   MOVE SPACES TO Print-Rec
                   WRITE Print-Rec AFTER ADVANCING 1 LINE
                   ADD 1 TO Lines-On-Page
                   MOVE SPACES TO Detail-Line
                   STRING "CODE " DELIMITED BY SIZE
                          Current-Code DELIMITED BY SIZE
                          "  NOT ON TITLE MASTER - GAP ON EVERY DAY,"
                              DELIMITED BY SIZE
                          " TITLE NOT FOUND" DELIMITED BY SIZE
                       INTO Detail-Line
                   END-STRING
                   PERFORM 700-WRITE-DETAIL-LINE
                   PERFORM 340-PRINT-WHERE-USED
               END-IF
           END-PERFORM.

       700-WRITE-DETAIL-LINE.
           IF Lines-On-Page >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
           MOVE SPACES TO Print-Rec.
           MOVE Detail-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.
           ADD 1 TO Lines-On-Page.

       810-NEXT-DATE.
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

       900-PRINT-SUMMARY.
           IF Lines-On-Page + 7 >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
           MOVE SPACES TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Calendar-Days TO Count-Display.
           STRING "CALENDAR DAYS:    " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Codes-Listed-Count TO Count-Display.
           STRING "CODES LISTED:     " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Switchover-Count TO Count-Display.
           STRING "SWITCHOVERS:      " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Overlap-Day-Count TO Count-Display.
           STRING "OVERLAP DAYS:     " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Gap-Day-Count TO Count-Display.
           STRING "GAP DAYS:         " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Files-Failed-Count TO Count-Display.
           STRING "FILES NOT OPENED: " DELIMITED BY SIZE
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
               MOVE "PROG17" TO Alert-Program
               MOVE Alert-Gen-Num TO Alert-Gen
               MOVE Alert-Sev TO Alert-Severity
               MOVE Alert-Msg TO Alert-Message
               WRITE Alert-Rec
               CLOSE Alert-FD
           END-IF.

       END PROGRAM Program17.
