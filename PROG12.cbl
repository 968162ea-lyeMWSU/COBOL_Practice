      *   rewriting it, so a release from a previous run that
      *   Program02 has not yet applied survives the next pending
      *   run; Program02 empties the file once it applies them.
      *   Each release now carries the approver id after the
      *   submitter on TITLEREL.TXT, so Program02 can journal who
      *   approved every change it applies.
      *   Each pending DELETE now shows its where-used count from the
      *   title cross-reference WHEREUSE.TXT - the input files still
      *   carrying "TC:" records for the code and its last-used date -
      *   so the approver sees the impact before releasing it.  A
      *   submission may carry a force flag "F" in column 111, which
      *   is kept on the pending queue, shown on the report and passed
      *   on the release so Program02 will remove a code still in use.
      *   Submitters and approvers are now checked against the
      *   operator authority file OPERAUTH.TXT (cols 1-8 user id,
      *   col 10 role S submitter / A approver / B both / R revoked,
      *   cols 12-19 expiry date, blank for none).  A submission from
      *   an id not authorised to submit is not queued; a release or
      *   rejection from an id not authorised to approve, or a release
      *   by the item's own submitter, is refused and the item stays
      *   pending.  Every refusal is appended to the segregation-of-
      *   duties exception file SODEXCP.TXT and raises an operator
      *   alert.  When the authority file cannot be read nothing is
      *   taken from TITLETRN.TXT or TITLEAPP.TXT and the run ends
      *   with return code 8.
      *   The run date is now the business processing date from
      *   BUSDATE.TXT rather than the machine clock (the machine date
      *   only when the file holds no date), and the waiting time
      *   against the approval limit is counted in business days:
      *   weekends and the holidays on the calendar in that file are
      *   not counted.
      *   A cross-reference carrying the incomplete marker "*INCMP"
      *   now shows a pending DELETE whose code it does not list as
      *   WHERE-USED INCOMPLETE rather than unused; marker records
      *   are no longer read as title codes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program12.
               ASSIGN "TITLEREJ.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Rej-Status.
           SELECT  Xref-FD
               ASSIGN "WHEREUSE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Xref-Status.
           SELECT  Job-Param-FD
               ASSIGN "PARM1.TXT"
               ORGANIZATION LINE SEQUENTIAL
           SELECT  Print-FD
               ASSIGN TO LINE ADVANCING FILE "Prog12Pend.txt"
               FILE STATUS IS Print-Status.
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
           05  Trans-Force                            PIC X(01).

       FD  Pend-FD.
       01  Pend-Rec.
           05  Pend-Rec-Eff-To                        PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Pend-Rec-Text                          PIC X(73).
           05  FILLER                                 PIC X(01).
           05  Pend-Rec-Force                         PIC X(01).

       FD  Appr-FD.
       01  Appr-Rec.
           05  Rel-Eff-To                             PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Rel-Submitter                          PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Rel-Approver                           PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Rel-Force                              PIC X(01).

       FD  Rej-FD.
       01  Rej-Rec.
           05  FILLER                                 PIC X(02).
           05  Rej-Image                              PIC X(100).

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
       FD  Print-FD.
       01  Print-Rec                                  PIC X(132).

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
       01  Appr-Status                                PIC XX.
       01  Rel-Status                                 PIC XX.
       01  Rej-Status                                 PIC XX.
       01  Xref-Status                                PIC XX.
       01  Job-Param-Status                           PIC XX.
       01  Print-Status                               PIC XX.
       01  Load-EOD                                   PIC XXX.

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
       01  Refused-Submit-Count                       PIC 9(07) COMP
                                                        VALUE ZERO.
       01  Refused-Appr-Count                         PIC 9(07) COMP
                                                        VALUE ZERO.

       01  Pend-Table.
           05  Pend-Entry OCCURS 200 TIMES.
               10  Pend-Seq                           PIC 9(05).
               10  Pend-Eff-To                        PIC X(08).
               10  Pend-Text                          PIC X(73).
               10  Pend-Gone                          PIC XXX.
               10  Pend-Force                         PIC X(01).
       01  Pend-Count                                 PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Pend-Ix                                    PIC 9(03) COMP.
                                                        VALUE "HWM ".
           05  Hwm-Line-Seq                           PIC 9(05).

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
       01  Where-Used-Text                            PIC X(40).
       01  Force-Flag                                 PIC X(06).
       01  Files-Display                              PIC ZZ9.

       01  Approval-Days                              PIC 9(03) COMP
                                                        VALUE 7.

       000-MAINLINE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-LOAD-PENDING.
           IF Auth-Loaded = "YES"
               PERFORM 300-INTAKE-SUBMISSIONS
               PERFORM 400-APPLY-APPROVALS
           END-IF
           PERFORM 500-REWRITE-PENDING.
           PERFORM 600-REPORT-PENDING.
           PERFORM 900-PRINT-SUMMARY.
           IF Run-Return-Code NOT < 4
               MOVE Run-Return-Code TO Alert-Sev
               MOVE Run-Date-YYYYMMDD TO Alert-Gen-Num
               IF Auth-Loaded NOT = "YES"
                   MOVE
                     "OPERAUTH.TXT NOT READ - NOTHING QUEUED/RELEASED"
                       TO Alert-Msg
               ELSE
                   MOVE "PENDING MAINT NEEDS ATTENTION - SEE PROG12PEND"
                       TO Alert-Msg
               END-IF
               PERFORM 990-WRITE-OPERATOR-ALERT
           END-IF
           MOVE Run-Return-Code TO RETURN-CODE
           MOVE "NO " TO EOD
           MOVE SPACES TO Print-Rec.
           MOVE ZERO TO Page-Number.
           PERFORM 101-READ-BUSINESS-DATE.
           ACCEPT Run-Time-Now FROM TIME.

           PERFORM 105-READ-JOB-PARAMS.
           PERFORM 106-LOAD-WHERE-USED.
           PERFORM 107-LOAD-AUTHORITY.

           OPEN OUTPUT Print-FD
           PERFORM 150-PRINT-HEADING.
           IF Auth-Loaded NOT = "YES"
               MOVE 8 TO Run-Return-Code
               MOVE SPACES TO Print-Rec
               STRING "AUTHORITY FILE OPERAUTH.TXT NOT READ - "
                      DELIMITED BY SIZE
                      "TITLETRN.TXT AND TITLEAPP.TXT LEFT FOR NEXT RUN"
                      DELIMITED BY SIZE
                   INTO Print-Rec
               END-STRING
               WRITE Print-Rec AFTER ADVANCING 1 LINE
               ADD 1 TO Lines-On-Page
           END-IF.

           MOVE Run-Date-YYYYMMDD TO Conv-Date.
           PERFORM 800-DATE-TO-DAYS.
           MOVE Conv-Days TO Today-Days.

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

       105-READ-JOB-PARAMS.
           OPEN INPUT Job-Param-FD.
           IF Job-Param-Status = "00"
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
                                   CONTINUE
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
           END-IF.

       150-PRINT-HEADING.
           ADD 1 TO Page-Number.
           MOVE ZERO TO Lines-On-Page.
               MOVE Pend-Rec-Eff-From TO Pend-Eff-From(Pend-Count)
               MOVE Pend-Rec-Eff-To TO Pend-Eff-To(Pend-Count)
               MOVE Pend-Rec-Text TO Pend-Text(Pend-Count)
               MOVE Pend-Rec-Force TO Pend-Force(Pend-Count)
               MOVE "NO " TO Pend-Gone(Pend-Count)
               IF Pend-Seq(Pend-Count) > Next-Seq
                   MOVE Pend-Seq(Pend-Count) TO Next-Seq
           END-IF.

       310-QUEUE-ONE-SUBMISSION.
           MOVE Trans-Submitter TO Auth-Check-User.
           MOVE "S" TO Auth-Check-Need.
           PERFORM 700-CHECK-AUTHORITY.
           IF Auth-Reason NOT = SPACES
               PERFORM 320-REFUSE-SUBMISSION
           ELSE
               PERFORM 315-ADD-PENDING-ITEM
           END-IF.

       315-ADD-PENDING-ITEM.
           IF Pend-Count < 200
               ADD 1 TO Pend-Count
               ADD 1 TO Next-Seq
               MOVE Trans-Eff-From TO Pend-Eff-From(Pend-Count)
               MOVE Trans-Eff-To TO Pend-Eff-To(Pend-Count)
               MOVE Trans-Text TO Pend-Text(Pend-Count)
               IF Trans-Force = "F"
                   MOVE "F" TO Pend-Force(Pend-Count)
               ELSE
                   MOVE SPACE TO Pend-Force(Pend-Count)
               END-IF
               MOVE "NO " TO Pend-Gone(Pend-Count)
           ELSE
               MOVE "YES" TO Pend-Overflow
           END-IF.

       320-REFUSE-SUBMISSION.
           SUBTRACT 1 FROM Trans-In-Count.
           ADD 1 TO Refused-Submit-Count.
           IF Run-Return-Code < 4
               MOVE 4 TO Run-Return-Code
           END-IF.
           MOVE Trans-Submitter TO Sod-User.
           MOVE "SUBMIT" TO Sod-Attempt.
           MOVE SPACES TO Sod-Seq.
           MOVE Trans-Action TO Sod-Action.
           MOVE Trans-Code TO Sod-Code.
           MOVE Auth-Reason TO Sod-Reason.
           MOVE Trans-Submitter TO Sod-Submitter.
           MOVE SPACES TO Sod-Approver.
           PERFORM 950-WRITE-SOD-EXCEPTION.

           IF Lines-On-Page >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
           MOVE SPACES TO Detail-Line.
           STRING "SUBMISSION REFUSED  " DELIMITED BY SIZE
                  Trans-Action DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Trans-Code DELIMITED BY SIZE
                  "  BY " DELIMITED BY SIZE
                  Trans-Submitter DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  Auth-Reason DELIMITED BY SIZE
                  "  TEXT: " DELIMITED BY SIZE
                  Trans-Text DELIMITED BY SIZE
               INTO Detail-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Detail-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.
           ADD 1 TO Lines-On-Page.

       400-APPLY-APPROVALS.
           MOVE "NO " TO EOD.
           OPEN EXTEND Rel-FD.
           END-IF.

           IF Pend-Found = "YES"
               PERFORM 440-CHECK-APPROVER
           END-IF.

           IF Pend-Found = "YES"
               IF Auth-Reason NOT = SPACES
                   PERFORM 450-REFUSE-APPROVAL
               ELSE
                   IF Appr-Action = "R"
                       PERFORM 420-RELEASE-ONE-ITEM
                   ELSE
                       PERFORM 430-REJECT-ONE-ITEM
                   END-IF
                   MOVE "YES" TO Pend-Gone(Pend-Ix)
               END-IF
           ELSE
               ADD 1 TO Unknown-Appr-Count
               IF Run-Return-Code < 4
           MOVE Pend-Eff-From(Pend-Ix) TO Rel-Eff-From.
           MOVE Pend-Eff-To(Pend-Ix) TO Rel-Eff-To.
           MOVE Pend-Submitter(Pend-Ix) TO Rel-Submitter.
           MOVE Appr-Approver TO Rel-Approver.
           MOVE Pend-Force(Pend-Ix) TO Rel-Force.
           WRITE Rel-Rec.

           IF Lines-On-Page >= Max-Lines-Per-Page
           WRITE Print-Rec AFTER ADVANCING 1 LINE.
           ADD 1 TO Lines-On-Page.

      * Either decision needs approver authority; only a release by
      * the item's own submitter defeats the two-step check, so a
      * submitter with approver authority may still withdraw (X) an
      * item of their own.
       440-CHECK-APPROVER.
           MOVE Appr-Approver TO Auth-Check-User.
           MOVE "A" TO Auth-Check-Need.
           PERFORM 700-CHECK-AUTHORITY.
           IF Auth-Reason = SPACES
              AND Appr-Action = "R"
              AND Appr-Approver = Pend-Submitter(Pend-Ix)
               MOVE "OWN SUBMISSION" TO Auth-Reason
           END-IF.

       450-REFUSE-APPROVAL.
           ADD 1 TO Refused-Appr-Count.
           IF Run-Return-Code < 4
               MOVE 4 TO Run-Return-Code
           END-IF.
           MOVE Appr-Approver TO Sod-User.
           IF Appr-Action = "R"
               MOVE "RELEASE" TO Sod-Attempt
           ELSE
               MOVE "REJECT" TO Sod-Attempt
           END-IF.
           MOVE Appr-Seq TO Sod-Seq.
           MOVE Pend-Action(Pend-Ix) TO Sod-Action.
           MOVE Pend-Code(Pend-Ix) TO Sod-Code.
           MOVE Auth-Reason TO Sod-Reason.
           MOVE Pend-Submitter(Pend-Ix) TO Sod-Submitter.
           MOVE Appr-Approver TO Sod-Approver.
           PERFORM 950-WRITE-SOD-EXCEPTION.

           IF Lines-On-Page >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
           MOVE SPACES TO Detail-Line.
           STRING "APPROVAL REFUSED SEQ " DELIMITED BY SIZE
                  Pend-Seq(Pend-Ix) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  Pend-Action(Pend-Ix) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Pend-Code(Pend-Ix) DELIMITED BY SIZE
                  "  BY " DELIMITED BY SIZE
                  Appr-Approver DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  Auth-Reason DELIMITED BY SIZE
                  " - STILL PENDING" DELIMITED BY SIZE
               INTO Detail-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Detail-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.
           ADD 1 TO Lines-On-Page.

       500-REWRITE-PENDING.
           OPEN OUTPUT Pend-FD.
           IF Pend-Status = "00"
                           TO Pend-Rec-Eff-From
                       MOVE Pend-Eff-To(Pend-Ix) TO Pend-Rec-Eff-To
                       MOVE Pend-Text(Pend-Ix) TO Pend-Rec-Text
                       MOVE Pend-Force(Pend-Ix) TO Pend-Rec-Force
                       WRITE Pend-Rec
                   END-IF
               END-PERFORM
           MOVE Pend-Date(Pend-Ix) TO Conv-Date.
           PERFORM 800-DATE-TO-DAYS.
           MOVE Conv-Days TO Queued-Days.
           MOVE Queued-Days TO Bus-From-Days.
           MOVE Today-Days TO Bus-To-Days.
           PERFORM 810-COUNT-BUSINESS-DAYS.
           MOVE Bus-Day-Count TO Waiting-Days.
           MOVE SPACES TO Age-Flag.
           IF Waiting-Days > Approval-Days
               MOVE "** OVERDUE" TO Age-Flag
               END-IF
           END-IF.

           MOVE SPACES TO Where-Used-Text.
           IF Pend-Action(Pend-Ix) = "D"
               PERFORM 620-FIND-WHERE-USED
           END-IF.
           MOVE SPACES TO Force-Flag.
           IF Pend-Force(Pend-Ix) = "F"
               MOVE " FORCE" TO Force-Flag
           END-IF.

           IF Lines-On-Page >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
                  Days-Display DELIMITED BY SIZE
                  " DAYS  " DELIMITED BY SIZE
                  Age-Flag DELIMITED BY SIZE
                  Force-Flag DELIMITED BY SIZE
                  Where-Used-Text DELIMITED BY SIZE
               INTO Detail-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.
           ADD 1 TO Lines-On-Page.

      *    Where-used count for a pending DELETE: the input files
      *    still asking for the code and when it last printed.  A
      *    code missing from an incomplete cross-reference is not
      *    shown as unused.
       620-FIND-WHERE-USED.
           IF Xref-Loaded NOT = "YES"
               MOVE " WHERE-USED NOT BUILT" TO Where-Used-Text
           ELSE
               IF Xref-Incomplete = "YES"
                   MOVE " WHERE-USED INCOMPLETE" TO Where-Used-Text
               ELSE
                   MOVE " USED IN   0 FILES, NEVER USED"
                       TO Where-Used-Text
               END-IF
               PERFORM VARYING Xref-Ix FROM 1 BY 1
                         UNTIL Xref-Ix > Xref-Count
                   IF Xref-Code(Xref-Ix) = Pend-Code(Pend-Ix)
                       MOVE Xref-Files(Xref-Ix) TO Files-Display
                       MOVE SPACES TO Where-Used-Text
                       IF Xref-Last-Used(Xref-Ix) = ZERO
                           STRING " USED IN " DELIMITED BY SIZE
                                  Files-Display DELIMITED BY SIZE
                                  " FILES, NEVER USED"
                                      DELIMITED BY SIZE
                               INTO Where-Used-Text
                           END-STRING
                       ELSE
                           STRING " USED IN " DELIMITED BY SIZE
                                  Files-Display DELIMITED BY SIZE
                                  " FILES, LAST " DELIMITED BY SIZE
                                  Xref-Last-Used(Xref-Ix)
                                      DELIMITED BY SIZE
                               INTO Where-Used-Text
                           END-STRING
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
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

       900-PRINT-SUMMARY.
           IF Lines-On-Page >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Refused-Submit-Count TO Count-Display.
           STRING "SUBMISSIONS REFUSED: " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Refused-Appr-Count TO Count-Display.
           STRING "APPROVALS REFUSED:   " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.


      * One line per refused attempt on the suite-wide segregation-
      * of-duties file, and the same attempt on the operator alerts.
       950-WRITE-SOD-EXCEPTION.
           ACCEPT Sod-Date FROM DATE YYYYMMDD.
           ACCEPT Sod-Time FROM TIME.
           MOVE "PROG12" TO Sod-Program.
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
