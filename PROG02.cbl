      *   release twice and turn succeeded maintenance into rejects.
      *   The queue is kept when the master could not be opened,
      *   since nothing was applied.
      *   Every applied ADD, CHANGE and DELETE is now also written to
      *   the permanent title journal TITLEJRN.TXT with the full
      *   before and after master records, the submitter, the
      *   approver (now carried on TITLEREL.TXT after the submitter)
      *   and the date and time applied, so the master can be rebuilt
      *   from a backup by the title recovery program.  No
      *   transaction is applied when the journal cannot be opened.
      *   The audit report now shows the approver of each change.
      *   A DELETE, or a CHANGE that ends the last open-ended version
      *   of a code, is now rejected while the code is still in use:
      *   an input file on the title cross-reference WHEREUSE.TXT
      *   carries a "TC:" record for it, or it printed within the
      *   aging period from the job-parameter record (default 365
      *   days).  It is also rejected when the cross-reference cannot
      *   be read.  A transaction carrying the force flag "F" after
      *   the approver is applied regardless and listed in a
      *   separate forced-changes section of the audit report.
      *   An ADD or CHANGE whose title text carries a substitution
      *   token the suite does not know is rejected UNKNOWN TOKEN.
      *   The print run replaces %DATE%, %MMDDYY%, %YYYYMMDD%, %DEST%,
      *   %DEPT%, %PAGE%, %FILE% and %GEN%; a token is "%" followed by
      *   one to ten upper-case letters or digits and a closing "%".
      *   Every released transaction is now checked against the
      *   operator authority file OPERAUTH.TXT before it is applied:
      *   the submitter must hold submit authority, the approver
      *   approve authority, both unexpired and not revoked, and the
      *   approver may not be the submitter.  A failing transaction
      *   is rejected, appended to the segregation-of-duties
      *   exception file SODEXCP.TXT and raises an operator alert.
      *   No transaction is applied when the authority file cannot
      *   be read.
      *   The run date is now the business processing date from the
      *   date control file BUSDATE.TXT rather than the machine clock,
      *   so a cycle that runs past midnight keeps its day; the machine
      *   date is used only when the file holds no date.
      *   The in-use check now counts the aging period in business
      *   days from the calendar on BUSDATE.TXT, as the usage report
      *   does, and treats the cross-reference as unreadable when it
      *   carries the incomplete marker "*INCMP" or was built before
      *   the previous business day, so a missing code is taken as
      *   unused only on a complete, current cross-reference.
      *   The return code 8 operator alert now names the file that
      *   could not be opened - title master, journal or authority.
      *   A failed write to the journal TITLEJRN.TXT now ends the run
      *   with return code 8 and an operator alert: the change just
      *   applied is listed as not journalled, no further transaction
      *   is applied and TITLEREL.TXT is kept.
      *   The change whose journal write failed is now backed out of
      *   the master from its before image and rejected, and
      *   TITLEREL.TXT is cut back to that transaction and the ones
      *   not yet read, so a rerun applies each change exactly once
      *   and every applied change is on the journal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program02.
               ASSIGN "TITLEERR.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Error-Status.
           SELECT  Journal-FD
               ASSIGN "TITLEJRN.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Journal-Status.
           SELECT  Xref-FD
               ASSIGN "WHEREUSE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Xref-Status.
           SELECT  Job-Param-FD
               ASSIGN "PARM1.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Job-Param-Status.
           SELECT  Lock-FD
               ASSIGN "TITLLOCK.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Lock-Status.
           SELECT  Auth-FD
               ASSIGN "OPERAUTH.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Auth-Status.
           SELECT  Sod-FD
               ASSIGN "SODEXCP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Sod-Status.
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
       FD  Trans-FD.
           05  Trans-Eff-To                           PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Trans-Submitter                        PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Trans-Approver                         PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Trans-Force                            PIC X(01).

       FD  Title-Mst-FD.
       01  Title-Mst-Rec.
           05  FILLER                                 PIC X(02).
           05  Error-Text                             PIC X(101).

       FD  Journal-FD.
       01  Journal-Rec.
           05  Jrn-Date                               PIC 9(08).
           05  FILLER                                 PIC X(01).
           05  Jrn-Time                               PIC 9(08).
           05  FILLER                                 PIC X(01).
           05  Jrn-Action                             PIC X(01).
           05  FILLER                                 PIC X(01).
           05  Jrn-Submitter                          PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Jrn-Approver                           PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Jrn-Before-Image                       PIC X(95).
           05  FILLER                                 PIC X(01).
           05  Jrn-After-Image                        PIC X(95).

       FD  Xref-FD.
       01  Xref-Rec.
           05  Xref-Rec-Code                          PIC X(06).
           05  FILLER                                 PIC X(01).
           05  Xref-Rec-Files                         PIC 9(03).
           05  FILLER                                 PIC X(01).
           05  Xref-Rec-Records                       PIC 9(07).
           05  FILLER                                 PIC X(01).
           05  Xref-Rec-Hits                          PIC 9(09).
           05  FILLER                                 PIC X(01).
           05  Xref-Rec-Last-Used                     PIC 9(08).
           05  FILLER                                 PIC X(01).
           05  Xref-Rec-Built                         PIC 9(08).

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
           05  FILLER                                 PIC X(58).

       FD  Lock-FD.
       01  Lock-Rec.
           05  Lock-Program                           PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Lock-Gen                               PIC 9(08).

       FD  Auth-FD.
       01  Auth-Rec.
           05  Auth-Rec-User                          PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Auth-Rec-Role                          PIC X(01).
           05  FILLER                                 PIC X(01).
           05  Auth-Rec-Expiry                        PIC X(08).

       FD  Sod-FD.
       01  Sod-Rec                                    PIC X(132).

       FD  Alert-FD.
       01  Alert-Rec.
           05  Alert-Date                             PIC 9(08).
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
       01  Bus-Holiday-Table.
           05  Bus-Holiday-Days OCCURS 500 TIMES      PIC 9(09) COMP.
       01  Bus-Holiday-Count                          PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Bus-Weekend-Flags.
           05  Bus-Weekend OCCURS 7 TIMES             PIC X(01).
       01  Bus-Weekend-Given                          PIC XXX
                                                        VALUE "NO ".
       01  Bus-Ix                                     PIC 9(03) COMP.
       01  Bus-Week-Num                               PIC 9(09) COMP.
       01  Bus-Weekday                                PIC 9(02) COMP.
       01  Bus-Processing-Day                         PIC XXX.
       01  Bus-From-Days                              PIC 9(09) COMP.
       01  Bus-To-Days                                PIC 9(09) COMP.
       01  Bus-Check-Days                             PIC 9(09) COMP.
       01  Bus-Day-Count                              PIC 9(09) COMP.
       01  Alert-Status                               PIC XX.
       01  Alert-Sev                                  PIC 9(02).
       01  Alert-Msg                                  PIC X(60).

       01  Title-Mst-Open                             PIC XXX
                                                        VALUE "NO ".
       01  Journal-Status                             PIC XX.
       01  Journal-Open                               PIC XXX
                                                        VALUE "NO ".
       01  Journal-Failed                             PIC XXX
                                                        VALUE "NO ".
       01  Backout-Failed                             PIC XXX
                                                        VALUE "NO ".

       01  Requeue-Table.
           05  Requeue-Entry OCCURS 200 TIMES         PIC X(120).
       01  Requeue-Count                              PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Requeue-Ix                                 PIC 9(03) COMP.
       01  Requeue-Full                               PIC XXX
                                                        VALUE "NO ".

       01  Journal-Before                             PIC X(95).
       01  Journal-After                              PIC X(95).
       01  Title-Found                                PIC XXX.
       01  Xref-Status                                PIC XX.
       01  Job-Param-Status                           PIC XX.

       01  Xref-Table.
           05  Xref-Entry OCCURS 500 TIMES.
               10  Xref-Code                          PIC X(06).
               10  Xref-Files                         PIC 9(03) COMP.
               10  Xref-Last-Used                     PIC 9(08).
       01  Xref-Count                                 PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Xref-Ix                                    PIC 9(03) COMP.
       01  Xref-Loaded                                PIC XXX
                                                        VALUE "NO ".
       01  Xref-Incomplete                            PIC XXX
                                                        VALUE "NO ".
       01  Xref-Built-Date                            PIC 9(08)
                                                        VALUE ZERO.
       01  Xref-Built-Days                            PIC 9(09) COMP.
       01  Aging-Days                                 PIC 9(03) COMP
                                                        VALUE 365.
       01  Today-Days                                 PIC 9(09) COMP.
       01  Used-Days                                  PIC 9(09) COMP.
       01  Idle-Days                                  PIC 9(09) COMP.
       01  Prev-Bus-Days                              PIC 9(09) COMP.
       01  Prev-Bus-Steps                             PIC 9(03) COMP.
       01  Use-Files                                  PIC 9(03) COMP.
       01  Use-Last-Date                              PIC 9(08).
       01  Use-Reason                                 PIC X(20).
       01  Open-Failure                               PIC X(60)
                                                        VALUE SPACES.
       01  Use-Forced                                 PIC XXX.
       01  Change-Ends-Code                           PIC XXX.
       01  Other-Open-Count                           PIC 9(05) COMP.

       01  Forced-Table.
           05  Forced-Entry OCCURS 100 TIMES.
               10  Forced-Action                      PIC X(06).
               10  Forced-Code                        PIC X(06).
               10  Forced-Eff-From                    PIC 9(08).
               10  Forced-Submitter                   PIC X(08).
               10  Forced-Approver                    PIC X(08).
               10  Forced-Reason                      PIC X(20).
               10  Forced-Files                       PIC 9(03) COMP.
               10  Forced-Last-Used                   PIC 9(08).
       01  Forced-Count                               PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Forced-Ix                                  PIC 9(03) COMP.
       01  Trans-Forced-Count                         PIC 9(07) COMP
                                                        VALUE ZERO.
       01  Files-Display                              PIC ZZ9.
       01  Title-On-File-Count                        PIC 9(07) COMP
                                                        VALUE ZERO.

       01  Run-Return-Code                            PIC 9(02)
                                                        VALUE ZERO.

       01  Auth-Status                                PIC XX.
       01  Auth-Table.
           05  Auth-Entry OCCURS 200 TIMES.
               10  Auth-User                          PIC X(08).
               10  Auth-Role                          PIC X(01).
               10  Auth-Expiry                        PIC 9(08).
       01  Auth-Count                                 PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Auth-Ix                                    PIC 9(03) COMP.
       01  Auth-Loaded                                PIC XXX
                                                        VALUE "NO ".
       01  Auth-Found                                 PIC XXX.
       01  Auth-Check-User                            PIC X(08).
       01  Auth-Check-Need                            PIC X(01).
       01  Auth-Reason                                PIC X(20).

       01  Sod-Status                                 PIC XX.
       01  Sod-Line.
           05  Sod-Date                               PIC 9(08).
           05  FILLER                                 PIC X(01)
                                                        VALUE SPACE.
           05  Sod-Time                               PIC 9(08).
           05  FILLER                                 PIC X(01)
                                                        VALUE SPACE.
           05  Sod-Program                            PIC X(08).
           05  FILLER                                 PIC X(01)
                                                        VALUE SPACE.
           05  Sod-User                               PIC X(08).
           05  FILLER                                 PIC X(01)
                                                        VALUE SPACE.
           05  Sod-Attempt                            PIC X(08).
           05  FILLER                                 PIC X(01)
                                                        VALUE SPACE.
           05  Sod-Seq                                PIC X(05).
           05  FILLER                                 PIC X(01)
                                                        VALUE SPACE.
           05  Sod-Action                             PIC X(01).
           05  FILLER                                 PIC X(01)
                                                        VALUE SPACE.
           05  Sod-Code                               PIC X(06).
           05  FILLER                                 PIC X(01)
                                                        VALUE SPACE.
           05  Sod-Reason                             PIC X(20).
           05  FILLER                                 PIC X(01)
                                                        VALUE SPACE.
           05  Sod-Submitter                          PIC X(08).
           05  FILLER                                 PIC X(01)
                                                        VALUE SPACE.
           05  Sod-Approver                           PIC X(08).

       01  Code-Space-Count                           PIC 9(03) COMP.
       01  Reject-Reason                              PIC X(20).

       01  Token-Source                               PIC X(80).
       01  Token-Src-Len                              PIC 9(03) COMP.
       01  Token-Src-Ix                               PIC 9(03) COMP.
       01  Token-Scan-Ix                              PIC 9(03) COMP.
       01  Token-End-Ix                               PIC 9(03) COMP.
       01  Token-Name                                 PIC X(10).
       01  Token-Name-Len                             PIC 9(03) COMP.
       01  Token-Char                                 PIC X(01).
       01  Token-Valid                                PIC XXX.
       01  Token-Trail-Count                          PIC 9(03) COMP.
       01  Apply-Eff-From                             PIC 9(08).
       01  Apply-Eff-To                               PIC 9(08).

               END-READ
           END-PERFORM

           IF Journal-Failed = "YES"
               PERFORM 500-SAVE-UNAPPLIED
           END-IF
           CLOSE Trans-FD
           IF Title-Mst-Open = "YES"
              AND Journal-Failed NOT = "YES"
               OPEN OUTPUT Trans-FD
               CLOSE Trans-FD
           END-IF
           IF Journal-Failed = "YES"
              AND Requeue-Full NOT = "YES"
               PERFORM 510-REWRITE-RELEASE-QUEUE
           END-IF
           PERFORM 850-COUNT-TITLES.
           IF Title-Mst-Open = "YES"
               CLOSE Title-Mst-FD
           END-IF
           IF Journal-Open = "YES"
               CLOSE Journal-FD
           END-IF
           IF Trans-Forced-Count > ZERO
               PERFORM 420-PRINT-FORCED-CHANGES
           END-IF
           PERFORM 900-PRINT-SUMMARY.

           CLOSE Audit-FD
               MOVE Run-Return-Code TO Alert-Sev
               MOVE Run-Date-YYYYMMDD TO Alert-Gen-Num
               IF Run-Return-Code NOT < 8
                   MOVE Open-Failure TO Alert-Msg
               ELSE
                   MOVE "MAINT TRANS REJECTED - SEE TITLEERR"
                       TO Alert-Msg
           MOVE "NO " TO EOD
           MOVE SPACES TO Audit-Rec.
           MOVE ZERO TO Page-Number.
           PERFORM 101-READ-BUSINESS-DATE.

           PERFORM 103-OPEN-TITLE-MASTER.
           PERFORM 105-READ-JOB-PARAMS.
           PERFORM 106-LOAD-WHERE-USED.
           MOVE Run-Date-YYYYMMDD TO Conv-Date.
           PERFORM 800-DATE-TO-DAYS.
           MOVE Conv-Days TO Today-Days.
           PERFORM 820-FIND-PREVIOUS-BUS-DAY.
           MOVE ZERO TO Xref-Built-Days.
           IF Xref-Built-Date > ZERO
               MOVE Xref-Built-Date TO Conv-Date
               PERFORM 800-DATE-TO-DAYS
               MOVE Conv-Days TO Xref-Built-Days
           END-IF.

           OPEN INPUT Trans-FD
           OPEN OUTPUT Audit-FD
           IF Title-Mst-Open NOT = "YES"
               MOVE "YES" TO EOD
               MOVE 8 TO Run-Return-Code
               MOVE "TITLE MASTER NOT OPENED - NOT UPDATED"
                   TO Open-Failure
               IF Error-Status = "00"
                   MOVE SPACES TO Error-Rec
                   MOVE ZERO TO Error-Rec-Num
                   MOVE "TITLEMST.DAT LEFT UNCHANGED" TO Error-Text
                   WRITE Error-Rec
               END-IF
           ELSE
               PERFORM 104-OPEN-JOURNAL
           END-IF.

           IF Title-Mst-Open = "YES"
               PERFORM 107-LOAD-AUTHORITY
           END-IF.

      * The processing date comes from the business date control
      * file, so a cycle that runs past midnight keeps its day; the
      * machine date is used only when the file holds no date.  The
      * same file carries the non-processing days: "NP" lines for
      * single dates and "WE" lines for the weekdays (1 Monday to
      * 7 Sunday) never processed, Saturday and Sunday when none.
       101-READ-BUSINESS-DATE.
           ACCEPT Run-Date-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE SPACES TO Bus-Weekend-Flags.
           MOVE "NO " TO Bus-Date-EOD.
           OPEN INPUT Bus-Date-FD.
           IF Bus-Date-Status = "00"
               PERFORM UNTIL Bus-Date-EOD = "YES"
                   READ Bus-Date-FD
                       AT END
                           MOVE "YES" TO Bus-Date-EOD
                       NOT AT END
                           PERFORM 102-NOTE-CALENDAR-LINE
                   END-READ
               END-PERFORM
               CLOSE Bus-Date-FD
           END-IF.
           IF Bus-Weekend-Given NOT = "YES"
               MOVE "Y" TO Bus-Weekend(6)
               MOVE "Y" TO Bus-Weekend(7)
           END-IF.

       102-NOTE-CALENDAR-LINE.
           EVALUATE Bus-Rec-Type
               WHEN "CD"
                   IF Bus-Rec-Date IS NUMERIC
                      AND Bus-Date-Found NOT = "YES"
                       MOVE Bus-Rec-Date TO Run-Date-YYYYMMDD
                       MOVE "YES" TO Bus-Date-Found
                   END-IF
               WHEN "NP"
                   IF Bus-Rec-Date IS NUMERIC
                      AND Bus-Holiday-Count < 500
                       MOVE Bus-Rec-Date TO Conv-Date
                       PERFORM 800-DATE-TO-DAYS
                       ADD 1 TO Bus-Holiday-Count
                       MOVE Conv-Days
                           TO Bus-Holiday-Days(Bus-Holiday-Count)
                   END-IF
               WHEN "WE"
                   IF Bus-Rec-Date(1:1) >= "1"
                      AND Bus-Rec-Date(1:1) <= "7"
                       MOVE "YES" TO Bus-Weekend-Given
                       MOVE Bus-Rec-Date(1:1) TO Bus-Weekday
                       MOVE "Y" TO Bus-Weekend(Bus-Weekday)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       110-TAKE-UPDATE-LOCK.
           MOVE "NO " TO Lock-Refused.
           ACCEPT Lock-Now-Date FROM DATE YYYYMMDD.
                   "  RERUN WHEN THE UPDATE FINISHES"
           END-IF.

       700-CHECK-AUTHORITY.
           MOVE SPACES TO Auth-Reason.
           MOVE "NO " TO Auth-Found.
           PERFORM VARYING Auth-Ix FROM 1 BY 1
                     UNTIL Auth-Ix > Auth-Count
               IF Auth-User(Auth-Ix) = Auth-Check-User
                   MOVE "YES" TO Auth-Found
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN Auth-Check-User = SPACES
                   MOVE "NO USER ID" TO Auth-Reason
               WHEN Auth-Found NOT = "YES"
                   MOVE "ID NOT AUTHORISED" TO Auth-Reason
               WHEN Auth-Role(Auth-Ix) = "R"
                   MOVE "ID REVOKED" TO Auth-Reason
               WHEN Auth-Expiry(Auth-Ix) NOT = ZERO
                AND Auth-Expiry(Auth-Ix) < Run-Date-YYYYMMDD
                   MOVE "AUTHORITY EXPIRED" TO Auth-Reason
               WHEN Auth-Check-Need = "S"
                AND Auth-Role(Auth-Ix) NOT = "S" AND "B"
                   MOVE "NOT A SUBMITTER" TO Auth-Reason
               WHEN Auth-Check-Need = "A"
                AND Auth-Role(Auth-Ix) NOT = "A" AND "B"
                   MOVE "NOT AN APPROVER" TO Auth-Reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       800-DATE-TO-DAYS.
           MOVE Conv-Date-Year TO Conv-Y.
           MOVE Conv-Date-Month TO Conv-M.
                 - Conv-Leap100 + Conv-Leap400
                 + Conv-Month-Part + Conv-Date-Day.

      * Business days after Bus-From-Days up to and including
      * Bus-To-Days.
       810-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO Bus-Day-Count.
           MOVE Bus-From-Days TO Bus-Check-Days.
           PERFORM UNTIL Bus-Check-Days NOT < Bus-To-Days
               ADD 1 TO Bus-Check-Days
               PERFORM 815-CHECK-PROCESSING-DAY
               IF Bus-Processing-Day = "YES"
                   ADD 1 TO Bus-Day-Count
               END-IF
           END-PERFORM.

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

      * The business day before the processing date; when the
      * calendar leaves no processing day in the year before it, the
      * calendar day before is taken.
       820-FIND-PREVIOUS-BUS-DAY.
           MOVE Today-Days TO Bus-Check-Days.
           MOVE ZERO TO Prev-Bus-Steps.
           MOVE "NO " TO Bus-Processing-Day.
           PERFORM UNTIL Bus-Processing-Day = "YES"
                      OR Prev-Bus-Steps > 366
               SUBTRACT 1 FROM Bus-Check-Days
               ADD 1 TO Prev-Bus-Steps
               PERFORM 815-CHECK-PROCESSING-DAY
           END-PERFORM.
           IF Bus-Processing-Day = "YES"
               MOVE Bus-Check-Days TO Prev-Bus-Days
           ELSE
               COMPUTE Prev-Bus-Days = Today-Days - 1
           END-IF.

       890-RELEASE-UPDATE-LOCK.
           IF Lock-Held = "YES"
               CALL "CBL_DELETE_FILE" USING Lock-File-Name
               MOVE "YES" TO Title-Mst-Open
           END-IF.

      *    The journal is appended to for good; a run that cannot
      *    journal its changes applies none of them.
       104-OPEN-JOURNAL.
           OPEN EXTEND Journal-FD.
           IF Journal-Status NOT = "00"
               OPEN OUTPUT Journal-FD
           END-IF.
           IF Journal-Status = "00"
               MOVE "YES" TO Journal-Open
           ELSE
               CLOSE Title-Mst-FD
               MOVE "NO " TO Title-Mst-Open
               MOVE "YES" TO EOD
               MOVE 8 TO Run-Return-Code
               MOVE "JOURNAL NOT OPENED - TITLE MASTER NOT UPDATED"
                   TO Open-Failure
               IF Error-Status = "00"
                   MOVE SPACES TO Error-Rec
                   MOVE ZERO TO Error-Rec-Num
                   MOVE "JOURNAL NOT OPENED" TO Error-Reason
                   MOVE "TITLEMST.DAT LEFT UNCHANGED" TO Error-Text
                   WRITE Error-Rec
               END-IF
           END-IF.

       105-READ-JOB-PARAMS.
           OPEN INPUT Job-Param-FD.
           IF Job-Param-Status = "00"
               READ Job-Param-FD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Param-Aging-Days IS NUMERIC
                          AND Param-Aging-Days > ZERO
                           MOVE Param-Aging-Days TO Aging-Days
                       END-IF
               END-READ
               CLOSE Job-Param-FD
           END-IF.

       106-LOAD-WHERE-USED.
           MOVE "NO " TO Load-EOD.
           OPEN INPUT Xref-FD.
           IF Xref-Status = "00"
               MOVE "YES" TO Xref-Loaded
               PERFORM UNTIL Load-EOD = "YES"
                   READ Xref-FD
                       AT END
                           MOVE "YES" TO Load-EOD
                       NOT AT END
                           IF Xref-Rec-Built IS NUMERIC
                              AND Xref-Rec-Built > Xref-Built-Date
                               MOVE Xref-Rec-Built TO Xref-Built-Date
                           END-IF
                           EVALUATE TRUE
                               WHEN Xref-Rec-Code = "*INCMP"
                                   MOVE "YES" TO Xref-Incomplete
                               WHEN Xref-Rec-Code(1:1) = "*"
                                   CONTINUE
                               WHEN Xref-Count < 500
                                   ADD 1 TO Xref-Count
                                   MOVE Xref-Rec-Code
                                       TO Xref-Code(Xref-Count)
                                   MOVE ZERO
                                       TO Xref-Files(Xref-Count)
                                   IF Xref-Rec-Files IS NUMERIC
                                       MOVE Xref-Rec-Files
                                         TO Xref-Files(Xref-Count)
                                   END-IF
                                   MOVE ZERO
                                       TO Xref-Last-Used(Xref-Count)
                                   IF Xref-Rec-Last-Used IS NUMERIC
                                       MOVE Xref-Rec-Last-Used
                                         TO Xref-Last-Used(Xref-Count)
                                   END-IF
                               WHEN OTHER
                                   MOVE "NO " TO Xref-Loaded
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE Xref-FD
           END-IF.

      * An expiry date is the last day the id may act; a blank
      * expiry never lapses and an unreadable one has already lapsed.
       107-LOAD-AUTHORITY.
           MOVE "NO " TO Load-EOD.
           OPEN INPUT Auth-FD.
           IF Auth-Status = "00"
               MOVE "YES" TO Auth-Loaded
               PERFORM UNTIL Load-EOD = "YES"
                   READ Auth-FD
                       AT END
                           MOVE "YES" TO Load-EOD
                       NOT AT END
                           IF Auth-Rec-User NOT = SPACES
                              AND Auth-Count < 200
                               ADD 1 TO Auth-Count
                               MOVE Auth-Rec-User
                                   TO Auth-User(Auth-Count)
                               MOVE Auth-Rec-Role
                                   TO Auth-Role(Auth-Count)
                               EVALUATE TRUE
                                   WHEN Auth-Rec-Expiry = SPACES
                                       MOVE ZERO
                                         TO Auth-Expiry(Auth-Count)
                                   WHEN Auth-Rec-Expiry IS NUMERIC
                                       MOVE Auth-Rec-Expiry
                                         TO Auth-Expiry(Auth-Count)
                                   WHEN OTHER
                                       MOVE 1
                                         TO Auth-Expiry(Auth-Count)
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Auth-FD
           ELSE
               CLOSE Title-Mst-FD
               MOVE "NO " TO Title-Mst-Open
               MOVE "YES" TO EOD
               MOVE 8 TO Run-Return-Code
               MOVE "AUTHORITY NOT OPENED - TITLE MASTER NOT UPDATED"
                   TO Open-Failure
               IF Error-Status = "00"
                   MOVE SPACES TO Error-Rec
                   MOVE ZERO TO Error-Rec-Num
                   MOVE "AUTHORITY NOT OPENED" TO Error-Reason
                   MOVE "TITLEMST.DAT LEFT UNCHANGED" TO Error-Text
                   WRITE Error-Rec
               END-IF
           END-IF.

       150-PRINT-HEADING.
           ADD 1 TO Page-Number.
           MOVE ZERO TO Lines-On-Page.
               MOVE "INVALID TEXT" TO Reject-Reason
           END-IF

           IF Reject-Reason = SPACES
              AND (Trans-Action = "A" OR "C")
               PERFORM 206-CHECK-TOKENS
           END-IF

           IF Reject-Reason = SPACES
               PERFORM 208-CHECK-AUTHORITY
           END-IF

           IF Reject-Reason = SPACES
               PERFORM 205-RESOLVE-EFF-DATES
           END-IF

           MOVE "NO " TO Use-Forced
           IF Reject-Reason = SPACES
               PERFORM 210-FIND-CODE
               EVALUATE Trans-Action
                       END-IF
                   WHEN "C"
                       IF Title-Found = "YES"
                           PERFORM 250-CHECK-CHANGE-ENDS-CODE
                           IF Change-Ends-Code = "YES"
                               PERFORM 260-CHECK-WHERE-USED
                           END-IF
                           IF Reject-Reason = SPACES
                               PERFORM 230-APPLY-CHANGE
                           END-IF
                       ELSE
                           MOVE "CODE NOT FOUND" TO Reject-Reason
                       END-IF
                   WHEN "D"
                       IF Title-Found = "YES"
                           PERFORM 260-CHECK-WHERE-USED
                           IF Reject-Reason = SPACES
                               PERFORM 240-APPLY-DELETE
                           END-IF
                       ELSE
                           MOVE "CODE NOT FOUND" TO Reject-Reason
                       END-IF
               END-EVALUATE
           END-IF

           IF Reject-Reason = SPACES
              AND Use-Forced = "YES"
               PERFORM 270-NOTE-FORCED-CHANGE
           END-IF

           IF Reject-Reason NOT = SPACES
               PERFORM 300-REJECT-TRANSACTION
           END-IF.
               MOVE "FROM AFTER TO DATE" TO Reject-Reason
           END-IF.

      * Only the tokens the print run replaces are accepted; a "%"
      * that does not open a token is ordinary text.
       206-CHECK-TOKENS.
           MOVE SPACES TO Token-Source.
           MOVE Trans-Text TO Token-Source.
           MOVE ZERO TO Token-Trail-Count.
           INSPECT Token-Source TALLYING Token-Trail-Count
               FOR TRAILING SPACES.
           COMPUTE Token-Src-Len = 80 - Token-Trail-Count.
           MOVE 1 TO Token-Src-Ix.
           PERFORM UNTIL Token-Src-Ix > Token-Src-Len
                      OR Reject-Reason NOT = SPACES
               MOVE "NO " TO Token-Valid
               IF Token-Source(Token-Src-Ix:1) = "%"
                   PERFORM 207-SCAN-TOKEN
               END-IF
               IF Token-Valid = "YES"
                   EVALUATE Token-Name
                       WHEN "DATE"
                       WHEN "MMDDYY"
                       WHEN "YYYYMMDD"
                       WHEN "DEST"
                       WHEN "DEPT"
                       WHEN "PAGE"
                       WHEN "FILE"
                       WHEN "GEN"
                           CONTINUE
                       WHEN OTHER
                           MOVE "UNKNOWN TOKEN" TO Reject-Reason
                   END-EVALUATE
                   COMPUTE Token-Src-Ix = Token-End-Ix + 1
               ELSE
                   ADD 1 TO Token-Src-Ix
               END-IF
           END-PERFORM.

       207-SCAN-TOKEN.
           MOVE SPACES TO Token-Name.
           MOVE ZERO TO Token-Name-Len.
           COMPUTE Token-Scan-Ix = Token-Src-Ix + 1.
           PERFORM UNTIL Token-Scan-Ix > Token-Src-Len
                      OR Token-Name-Len > 10
               MOVE Token-Source(Token-Scan-Ix:1) TO Token-Char
               IF Token-Char = "%"
                   IF Token-Name-Len > ZERO
                       MOVE "YES" TO Token-Valid
                       MOVE Token-Scan-Ix TO Token-End-Ix
                   END-IF
                   EXIT PERFORM
               END-IF
               IF Token-Char = SPACE
                  OR (Token-Char IS NOT ALPHABETIC-UPPER
                      AND Token-Char IS NOT NUMERIC)
                   EXIT PERFORM
               END-IF
               ADD 1 TO Token-Name-Len
               IF Token-Name-Len NOT > 10
                   MOVE Token-Char TO Token-Name(Token-Name-Len:1)
               END-IF
               ADD 1 TO Token-Scan-Ix
           END-PERFORM.

      * Submitter first, then approver, then the two must differ.
       208-CHECK-AUTHORITY.
           MOVE Trans-Submitter TO Auth-Check-User.
           MOVE "S" TO Auth-Check-Need.
           PERFORM 700-CHECK-AUTHORITY.
           IF Auth-Reason NOT = SPACES
               MOVE "SUBMITTER NOT AUTH" TO Reject-Reason
               MOVE Trans-Submitter TO Sod-User
           ELSE
               MOVE Trans-Approver TO Auth-Check-User
               MOVE "A" TO Auth-Check-Need
               PERFORM 700-CHECK-AUTHORITY
               IF Auth-Reason = SPACES
                  AND Trans-Approver = Trans-Submitter
                   MOVE "OWN SUBMISSION" TO Auth-Reason
               END-IF
               IF Auth-Reason NOT = SPACES
                   MOVE Trans-Approver TO Sod-User
                   IF Auth-Reason = "OWN SUBMISSION"
                       MOVE "SELF-APPROVED" TO Reject-Reason
                   ELSE
                       MOVE "APPROVER NOT AUTH" TO Reject-Reason
                   END-IF
               END-IF
           END-IF.
           IF Auth-Reason NOT = SPACES
               MOVE "APPLY" TO Sod-Attempt
               MOVE SPACES TO Sod-Seq
               MOVE Trans-Action TO Sod-Action
               MOVE Trans-Code TO Sod-Code
               MOVE Auth-Reason TO Sod-Reason
               MOVE Trans-Submitter TO Sod-Submitter
               MOVE Trans-Approver TO Sod-Approver
               PERFORM 950-WRITE-SOD-EXCEPTION
           END-IF.

       210-FIND-CODE.
           MOVE "NO " TO Title-Found.
           MOVE Trans-Code TO Title-Mst-Code.
           END-READ.

       220-APPLY-ADD.
           MOVE SPACES TO Journal-Before.
           MOVE Trans-Code TO Title-Mst-Code.
           MOVE Apply-Eff-From TO Title-Mst-Eff-From.
           MOVE Apply-Eff-To TO Title-Mst-Eff-To.
                   MOVE "(NEW TITLE)" TO Before-Image
                   MOVE Trans-Text TO After-Image
                   MOVE "ADD   " TO Action-Display
                   MOVE Title-Mst-Rec TO Journal-After
                   PERFORM 400-PRINT-AUDIT-DETAIL
                   PERFORM 410-WRITE-JOURNAL
           END-WRITE.

       230-APPLY-CHANGE.
           MOVE Title-Mst-Rec TO Journal-Before.
           MOVE Title-Mst-Text TO Before-Image.
           MOVE Trans-Text TO Title-Mst-Text.
           MOVE Apply-Eff-To TO Title-Mst-Eff-To.
                   ADD 1 TO Trans-Applied-Count
                   MOVE Trans-Text TO After-Image
                   MOVE "CHANGE" TO Action-Display
                   MOVE Title-Mst-Rec TO Journal-After
                   PERFORM 400-PRINT-AUDIT-DETAIL
                   PERFORM 410-WRITE-JOURNAL
           END-REWRITE.

       240-APPLY-DELETE.
           MOVE Title-Mst-Rec TO Journal-Before.
           MOVE Title-Mst-Text TO Before-Image.
           DELETE Title-Mst-FD RECORD
               INVALID KEY
                   ADD 1 TO Trans-Applied-Count
                   MOVE "(DELETED)" TO After-Image
                   MOVE "DELETE" TO Action-Display
                   MOVE SPACES TO Journal-After
                   PERFORM 400-PRINT-AUDIT-DETAIL
                   PERFORM 410-WRITE-JOURNAL
           END-DELETE.

      *    A CHANGE ends a code when it puts an end date on the code's
      *    only open-ended version.  The version scan moves the file
      *    position, so the record being changed is read back after.
       250-CHECK-CHANGE-ENDS-CODE.
           MOVE "NO " TO Change-Ends-Code.
           IF Title-Mst-Eff-To = 99999999
              AND Apply-Eff-To NOT = 99999999
               MOVE ZERO TO Other-Open-Count
               MOVE "NO " TO Load-EOD
               MOVE Trans-Code TO Title-Mst-Code
               MOVE ZERO TO Title-Mst-Eff-From
               START Title-Mst-FD KEY NOT < Title-Mst-Key
                   INVALID KEY
                       MOVE "YES" TO Load-EOD
               END-START
               PERFORM UNTIL Load-EOD = "YES"
                   READ Title-Mst-FD NEXT RECORD
                       AT END
                           MOVE "YES" TO Load-EOD
                       NOT AT END
                           IF Title-Mst-Code NOT = Trans-Code
                               MOVE "YES" TO Load-EOD
                           ELSE
                               IF Title-Mst-Eff-From
                                      NOT = Apply-Eff-From
                                  AND Title-Mst-Eff-To = 99999999
                                   ADD 1 TO Other-Open-Count
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF Other-Open-Count = ZERO
                   MOVE "YES" TO Change-Ends-Code
               END-IF
               PERFORM 210-FIND-CODE
               IF Title-Found NOT = "YES"
                   MOVE "CODE NOT FOUND" TO Reject-Reason
               END-IF
           END-IF.

      *    A code is in use while any current input file asks for it
      *    or it printed within the aging period, counted in business
      *    days.  Without a cross-reference that is complete and was
      *    built no earlier than the previous business day nothing
      *    can be proved, so the change is held.  The force flag lets
      *    the change through.
       260-CHECK-WHERE-USED.
           MOVE SPACES TO Use-Reason.
           MOVE ZERO TO Use-Files.
           MOVE ZERO TO Use-Last-Date.
           IF Xref-Loaded NOT = "YES"
              OR Xref-Incomplete = "YES"
              OR Xref-Built-Days = ZERO
              OR Xref-Built-Days < Prev-Bus-Days
               MOVE "WHERE-USED UNKNOWN" TO Use-Reason
           ELSE
               PERFORM VARYING Xref-Ix FROM 1 BY 1
                         UNTIL Xref-Ix > Xref-Count
                   IF Xref-Code(Xref-Ix) = Trans-Code
                       MOVE Xref-Files(Xref-Ix) TO Use-Files
                       MOVE Xref-Last-Used(Xref-Ix) TO Use-Last-Date
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF Use-Files > ZERO
                   MOVE "CODE STILL IN USE" TO Use-Reason
               ELSE
                   IF Use-Last-Date NOT = ZERO
                       MOVE Use-Last-Date TO Conv-Date
                       PERFORM 800-DATE-TO-DAYS
                       MOVE Conv-Days TO Used-Days
                       MOVE Used-Days TO Bus-From-Days
                       MOVE Today-Days TO Bus-To-Days
                       PERFORM 810-COUNT-BUSINESS-DAYS
                       MOVE Bus-Day-Count TO Idle-Days
                       IF Idle-Days NOT > Aging-Days
                           MOVE "CODE USED RECENTLY" TO Use-Reason
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF Use-Reason NOT = SPACES
               IF Trans-Force = "F"
                   MOVE "YES" TO Use-Forced
               ELSE
                   MOVE Use-Reason TO Reject-Reason
               END-IF
           END-IF.

       270-NOTE-FORCED-CHANGE.
           ADD 1 TO Trans-Forced-Count.
           IF Forced-Count < 100
               ADD 1 TO Forced-Count
               MOVE Action-Display TO Forced-Action(Forced-Count)
               MOVE Trans-Code TO Forced-Code(Forced-Count)
               MOVE Apply-Eff-From TO Forced-Eff-From(Forced-Count)
               MOVE Trans-Submitter
                   TO Forced-Submitter(Forced-Count)
               MOVE Trans-Approver TO Forced-Approver(Forced-Count)
               MOVE Use-Reason TO Forced-Reason(Forced-Count)
               MOVE Use-Files TO Forced-Files(Forced-Count)
               MOVE Use-Last-Date TO Forced-Last-Used(Forced-Count)
           END-IF.

       300-REJECT-TRANSACTION.
           ADD 1 TO Trans-Rejected-Count.
           IF Run-Return-Code < 4
                  Apply-Eff-To DELIMITED BY SIZE
                  "  SUB: " DELIMITED BY SIZE
                  Trans-Submitter DELIMITED BY SIZE
                  "  APP: " DELIMITED BY SIZE
                  Trans-Approver DELIMITED BY SIZE
               INTO Detail-Line
           END-STRING.
           MOVE SPACES TO Audit-Rec.

           ADD 4 TO Lines-On-Page.

       410-WRITE-JOURNAL.
           MOVE SPACES TO Journal-Rec.
           ACCEPT Jrn-Date FROM DATE YYYYMMDD.
           ACCEPT Jrn-Time FROM TIME.
           MOVE Trans-Action TO Jrn-Action.
           MOVE Trans-Submitter TO Jrn-Submitter.
           MOVE Trans-Approver TO Jrn-Approver.
           MOVE Journal-Before TO Jrn-Before-Image.
           MOVE Journal-After TO Jrn-After-Image.
           WRITE Journal-Rec.
           IF Journal-Status NOT = "00"
               PERFORM 415-JOURNAL-WRITE-FAILED
           END-IF.

      *    The change just applied is on the master but not on the
      *    journal, so it is backed out from its before image and the
      *    transaction is rejected; nothing more is applied and the
      *    release queue is cut back to this transaction and those
      *    after it for the rerun.
       415-JOURNAL-WRITE-FAILED.
           MOVE "YES" TO Journal-Failed.
           MOVE "YES" TO EOD.
           MOVE 8 TO Run-Return-Code.
           MOVE "JOURNAL WRITE FAILED - UNAPPLIED TRANS REQUEUED"
               TO Open-Failure.
           EVALUATE Trans-Action
               WHEN "A"
                   MOVE Journal-After TO Title-Mst-Rec
                   DELETE Title-Mst-FD RECORD
                       INVALID KEY
                           MOVE "YES" TO Backout-Failed
                   END-DELETE
               WHEN "C"
                   MOVE Journal-Before TO Title-Mst-Rec
                   REWRITE Title-Mst-Rec
                       INVALID KEY
                           MOVE "YES" TO Backout-Failed
                   END-REWRITE
               WHEN "D"
                   MOVE Journal-Before TO Title-Mst-Rec
                   WRITE Title-Mst-Rec
                       INVALID KEY
                           MOVE "YES" TO Backout-Failed
                   END-WRITE
           END-EVALUATE.
           IF Lines-On-Page >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
           MOVE SPACES TO Audit-Rec.
           IF Backout-Failed = "YES"
               MOVE "JOURNAL WRITE FAILED - ABOVE CHANGE NOT BACKED OUT"
                   TO Audit-Rec
               MOVE "TITLE CHANGE NOT JOURNALLED OR BACKED OUT"
                   TO Open-Failure
               IF Error-Status = "00"
                   MOVE SPACES TO Error-Rec
                   MOVE Trans-Read-Count TO Error-Rec-Num
                   MOVE "NOT JOURNALLED" TO Error-Reason
                   MOVE Trans-Rec TO Error-Text
                   WRITE Error-Rec
               END-IF
           ELSE
               MOVE "JOURNAL WRITE FAILED - ABOVE CHANGE BACKED OUT"
                   TO Audit-Rec
               SUBTRACT 1 FROM Trans-Applied-Count
               MOVE "JOURNAL NOT WRITTEN" TO Reject-Reason
           END-IF.
           WRITE Audit-Rec AFTER ADVANCING 2 LINES.
           ADD 2 TO Lines-On-Page.

      *    After a journal failure the transaction that failed (when
      *    it was backed out) and all those not yet read are held for
      *    the rerun.  A queue too long to hold is kept whole.
       500-SAVE-UNAPPLIED.
           MOVE ZERO TO Requeue-Count.
           IF Backout-Failed NOT = "YES"
               ADD 1 TO Requeue-Count
               MOVE Trans-Rec TO Requeue-Entry(Requeue-Count)
           END-IF.
           MOVE "NO " TO Load-EOD.
           PERFORM UNTIL Load-EOD = "YES"
               READ Trans-FD
                   AT END
                       MOVE "YES" TO Load-EOD
                   NOT AT END
                       IF Requeue-Count < 200
                           ADD 1 TO Requeue-Count
                           MOVE Trans-Rec
                               TO Requeue-Entry(Requeue-Count)
                       ELSE
                           MOVE "YES" TO Requeue-Full
                           MOVE "YES" TO Load-EOD
                       END-IF
               END-READ
           END-PERFORM.

       510-REWRITE-RELEASE-QUEUE.
           OPEN OUTPUT Trans-FD.
           IF Trans-Status = "00"
               PERFORM VARYING Requeue-Ix FROM 1 BY 1
                         UNTIL Requeue-Ix > Requeue-Count
                   MOVE Requeue-Entry(Requeue-Ix) TO Trans-Rec
                   WRITE Trans-Rec
               END-PERFORM
               CLOSE Trans-FD
           END-IF.

       420-PRINT-FORCED-CHANGES.
           IF Lines-On-Page + 3 >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
           MOVE SPACES TO Audit-Rec.
           MOVE "FORCED CHANGES - APPLIED OVER WHERE-USED PROTECTION"
               TO Audit-Rec.
           WRITE Audit-Rec AFTER ADVANCING 2 LINES.
           ADD 2 TO Lines-On-Page.
           PERFORM VARYING Forced-Ix FROM 1 BY 1
                     UNTIL Forced-Ix > Forced-Count
               IF Lines-On-Page >= Max-Lines-Per-Page
                   PERFORM 150-PRINT-HEADING
               END-IF
               MOVE Forced-Files(Forced-Ix) TO Files-Display
               MOVE SPACES TO Detail-Line
               STRING "  " DELIMITED BY SIZE
                      Forced-Action(Forced-Ix) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Forced-Code(Forced-Ix) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Forced-Eff-From(Forced-Ix) DELIMITED BY SIZE
                      "  SUB: " DELIMITED BY SIZE
                      Forced-Submitter(Forced-Ix) DELIMITED BY SIZE
                      "  APP: " DELIMITED BY SIZE
                      Forced-Approver(Forced-Ix) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      Forced-Reason(Forced-Ix) DELIMITED BY SIZE
                      " FILES:" DELIMITED BY SIZE
                      Files-Display DELIMITED BY SIZE
                      "  LAST USED: " DELIMITED BY SIZE
                      Forced-Last-Used(Forced-Ix) DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
               MOVE SPACES TO Audit-Rec
               MOVE Detail-Line TO Audit-Rec
               WRITE Audit-Rec AFTER ADVANCING 1 LINE
               ADD 1 TO Lines-On-Page
           END-PERFORM.
           IF Trans-Forced-Count > Forced-Count
               MOVE SPACES TO Audit-Rec
               MOVE "  MORE FORCED CHANGES ON THE TITLE JOURNAL"
                   TO Audit-Rec
               WRITE Audit-Rec AFTER ADVANCING 1 LINE
               ADD 1 TO Lines-On-Page
           END-IF.

       850-COUNT-TITLES.
           MOVE ZERO TO Title-On-File-Count.
           IF Title-Mst-Open = "YES"
           MOVE Summary-Line TO Audit-Rec.
           WRITE Audit-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Trans-Forced-Count TO Count-Display.
           STRING "TRANS FORCED:    " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Audit-Rec.
           MOVE Summary-Line TO Audit-Rec.
           WRITE Audit-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Title-On-File-Count TO Count-Display.
           STRING "TITLES ON FILE:  " DELIMITED BY SIZE
           WRITE Audit-Rec AFTER ADVANCING 1 LINE.


      * One line per refused attempt on the suite-wide segregation-
      * of-duties file, and the same attempt on the operator alerts.
       950-WRITE-SOD-EXCEPTION.
           ACCEPT Sod-Date FROM DATE YYYYMMDD.
           ACCEPT Sod-Time FROM TIME.
           MOVE "PROG02" TO Sod-Program.
           OPEN EXTEND Sod-FD.
           IF Sod-Status NOT = "00"
               OPEN OUTPUT Sod-FD
           END-IF.
           IF Sod-Status = "00"
               MOVE SPACES TO Sod-Rec
               MOVE Sod-Line TO Sod-Rec
               WRITE Sod-Rec
               CLOSE Sod-FD
           END-IF.
           MOVE 4 TO Alert-Sev.
           MOVE Run-Date-YYYYMMDD TO Alert-Gen-Num.
           MOVE SPACES TO Alert-Msg.
           STRING "SOD " DELIMITED BY SIZE
                  Sod-Attempt DELIMITED BY SPACE
                  " BY " DELIMITED BY SIZE
                  Sod-User DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  Sod-Action DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Sod-Code DELIMITED BY SIZE
                  " REFUSED: " DELIMITED BY SIZE
                  Sod-Reason DELIMITED BY SIZE
               INTO Alert-Msg
           END-STRING.
           PERFORM 990-WRITE-OPERATOR-ALERT.

       990-WRITE-OPERATOR-ALERT.
           OPEN EXTEND Alert-FD.
           IF Alert-Status NOT = "00"
