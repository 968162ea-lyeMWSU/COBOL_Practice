      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Point-in-time recovery of the keyed title master.
      *           Rebuilds TITLEMST.DAT from a chosen nightly backup
      *           TITLBKP.Dyyyymmdd.TXT (written by Program15) and then
      *           replays the title journal TITLEJRN.TXT (written by
      *           Program02) from the moment of the unload up to a
      *           chosen date and time, so one bad maintenance run can
      *           be backed out without re-keying the title file.
      *           Recovery request RECOVER1.TXT: cols 1-8 backup date,
      *           cols 10-17 recover-to date, cols 19-26 recover-to time
      *           (HHMMSSCC).  A blank recover-to date replays the
      *           whole journal; a blank time means the end of that
      *           day.  The backup is checked against its trailer count
      *           before the master is touched, so a short or missing
      *           backup, or a recover-to point earlier than the unload
      *           recorded on its trailer, leaves TITLEMST.DAT as it
      *           was.  Journal entries after the recover-to point are
      *           listed on the report as backed out.  Runs under the
      *           title-file update lock TITLLOCK.TXT; refuses to
      *           start with return code 12 while another update
      *           holds a live lock.  Ends with return code 8 when
      *           nothing was recovered (including a master emptied for
      *           reload whose backup could then not be read back) and
      *           4 when the journal was missing or did not replay
      *           cleanly.  Take a fresh
      *           backup once a recovery is accepted: the backed-out
      *           entries remain on the journal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program16.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  Recover-Parm-FD
               ASSIGN "RECOVER1.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Recover-Parm-Status.
           SELECT  Backup-FD
               ASSIGN TO DYNAMIC Backup-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Backup-Status.
           SELECT  Journal-FD
               ASSIGN "TITLEJRN.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Journal-Status.
           SELECT  Title-Mst-FD
               ASSIGN "TITLEMST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS Title-Mst-Key
               FILE STATUS IS Title-Mst-Status.
           SELECT  Print-FD
               ASSIGN TO LINE ADVANCING FILE "Prog16Rcvr.txt"
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
       FD  Recover-Parm-FD.
       01  Recover-Parm-Rec.
           05  Parm-Backup-Date                       PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Parm-Stop-Date                         PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Parm-Stop-Time                         PIC X(08).

       FD  Backup-FD.
       01  Backup-Rec                                 PIC X(95).
       01  Backup-Trailer.
           05  Bkp-Trl-Tag                            PIC X(04).
           05  Bkp-Trl-Count                          PIC X(07).
           05  FILLER                                 PIC X(01).
           05  Bkp-Trl-Date                           PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Bkp-Trl-Time                           PIC X(08).
           05  FILLER                                 PIC X(66).

       FD  Journal-FD.
       01  Journal-Rec.
           05  Jrn-Date                               PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Jrn-Time                               PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Jrn-Action                             PIC X(01).
           05  FILLER                                 PIC X(01).
           05  Jrn-Submitter                          PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Jrn-Approver                           PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Jrn-Before-Image.
               10  Jrn-Before-Key                     PIC X(14).
               10  FILLER                             PIC X(81).
           05  FILLER                                 PIC X(01).
           05  Jrn-After-Image.
               10  Jrn-After-Key                      PIC X(14).
               10  FILLER                             PIC X(81).

       FD  Title-Mst-FD.
       01  Title-Mst-Rec.
           05  Title-Mst-Key.
               10  Title-Mst-Code                     PIC X(06).
               10  Title-Mst-Eff-From                 PIC 9(08).
           05  Title-Mst-Eff-To                       PIC 9(08).
           05  Title-Mst-Text                         PIC X(73).

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
       01  Recover-Failure                            PIC X(60).
       01  Alert-Gen-Num                              PIC 9(08)
                                                        VALUE ZERO.
       01  Alert-Now-Date                             PIC 9(08).
       01  Alert-Now-Time                             PIC 9(08).

       01  Switches.
           05  EOD                                    PIC XXX.

       01  Recover-Parm-Status                        PIC XX.
       01  Backup-Status                              PIC XX.
       01  Journal-Status                             PIC XX.
       01  Title-Mst-Status                           PIC XX.
       01  Print-Status                               PIC XX.

       01  Backup-File-Name                           PIC X(80)
                                                        VALUE SPACES.
       01  Backup-Date                                PIC 9(08)
                                                        VALUE ZERO.
       01  Backup-Good                                PIC XXX
                                                        VALUE "NO ".
       01  Trailer-Found                              PIC XXX
                                                        VALUE "NO ".
       01  Trailer-Count                              PIC 9(07)
                                                        VALUE ZERO.
       01  Journal-Found                              PIC XXX
                                                        VALUE "NO ".
       01  Replay-Result                              PIC X(20).

       01  Backup-Stamp                               PIC 9(16)
                                                        VALUE ZERO.
       01  Backup-Stamp-R REDEFINES Backup-Stamp.
           05  Backup-Stamp-Date                      PIC 9(08).
           05  Backup-Stamp-Time                      PIC 9(08).
       01  Stop-Stamp                                 PIC 9(16)
                                                        VALUE ZERO.
       01  Stop-Stamp-R REDEFINES Stop-Stamp.
           05  Stop-Stamp-Date                        PIC 9(08).
           05  Stop-Stamp-Time                        PIC 9(08).
       01  Entry-Stamp                                PIC 9(16)
                                                        VALUE ZERO.
       01  Entry-Stamp-R REDEFINES Entry-Stamp.
           05  Entry-Stamp-Date                       PIC 9(08).
           05  Entry-Stamp-Time                       PIC 9(08).

       01  Backup-Read-Count                          PIC 9(07) COMP
                                                        VALUE ZERO.
       01  Title-Loaded-Count                         PIC 9(07) COMP
                                                        VALUE ZERO.
       01  Jrn-Read-Count                             PIC 9(07) COMP
                                                        VALUE ZERO.
       01  Jrn-Before-Backup-Count                    PIC 9(07) COMP
                                                        VALUE ZERO.
       01  Jrn-Applied-Count                          PIC 9(07) COMP
                                                        VALUE ZERO.
       01  Jrn-Backed-Out-Count                       PIC 9(07) COMP
                                                        VALUE ZERO.
       01  Jrn-Anomaly-Count                          PIC 9(07) COMP
                                                        VALUE ZERO.
       01  Run-Return-Code                            PIC 9(02)
                                                        VALUE ZERO.

       01  Lock-Status                                PIC XX.
       01  Lock-Refused                               PIC XXX
                                                        VALUE "NO ".
       01  Lock-Held                                  PIC XXX
                                                        VALUE "NO ".
       01  Lock-Stale                                 PIC XXX.
       01  Lock-Now-Date                              PIC 9(08).
       01  Lock-Now-Time                              PIC 9(08).
       01  Lock-Time-Num                              PIC 9(08).
       01  Lock-Time-Diff                             PIC S9(08) COMP.
       01  Lock-Stale-Limit                           PIC 9(08) COMP
                                                        VALUE 4000000.
       01  Lock-File-Name                             PIC X(80)
                                            VALUE "TITLLOCK.TXT".
       01  Lock-Holder                                PIC X(08)
                                                        VALUE SPACES.
       01  Lock-Day-Num                               PIC 9(09) COMP.
       01  Lock-Day-Diff                              PIC S9(09) COMP.

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
       01  Lines-On-Page                               PIC 9(05) COMP
                                                        VALUE ZERO.
       01  Max-Lines-Per-Page                         PIC 9(05) COMP
                                                        VALUE 40.

       01  Report-Title                               PIC X(30)
                                    VALUE "PROG16 TITLE RECOVERY".
       01  Heading-Line                               PIC X(72).
       01  Date-Display                               PIC X(08).
       01  Page-Display                               PIC ZZZZ9.

       01  Detail-Line                                PIC X(125).
       01  Summary-Line                               PIC X(60).
       01  Count-Display                              PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 110-TAKE-UPDATE-LOCK.
           IF Lock-Refused = "YES"
               MOVE 12 TO Alert-Sev
               MOVE SPACES TO Alert-Msg
               STRING "NOT STARTED - TITLE LOCK HELD BY "
                          DELIMITED BY SIZE
                      Lock-Holder DELIMITED BY SIZE
                   INTO Alert-Msg
               END-STRING
               PERFORM 990-WRITE-OPERATOR-ALERT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 100-INITIALIZE.

           IF Backup-Date > ZERO
               PERFORM 200-VERIFY-BACKUP
           END-IF
           IF Backup-Good = "YES"
               PERFORM 300-RELOAD-MASTER
           END-IF
           IF Backup-Good = "YES"
               PERFORM 400-REPLAY-JOURNAL
               CLOSE Title-Mst-FD
           END-IF

           PERFORM 900-PRINT-SUMMARY.

           CLOSE Print-FD
           IF Run-Return-Code NOT < 4
               MOVE Run-Return-Code TO Alert-Sev
               MOVE Backup-Date TO Alert-Gen-Num
               IF Run-Return-Code NOT < 8
                   MOVE Recover-Failure TO Alert-Msg
               ELSE
                   MOVE "TITLE RECOVERY WARNINGS - SEE PROG16RCVR"
                       TO Alert-Msg
               END-IF
               PERFORM 990-WRITE-OPERATOR-ALERT
           END-IF
           PERFORM 890-RELEASE-UPDATE-LOCK.
           MOVE Run-Return-Code TO RETURN-CODE
           STOP RUN.

       110-TAKE-UPDATE-LOCK.
           MOVE "NO " TO Lock-Refused.
           ACCEPT Lock-Now-Date FROM DATE YYYYMMDD.
           ACCEPT Lock-Now-Time FROM TIME.
           OPEN INPUT Lock-FD.
           IF Lock-Status = "00"
               READ Lock-FD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 115-EXAMINE-LOCK
               END-READ
               CLOSE Lock-FD
           END-IF.
           IF Lock-Refused NOT = "YES"
               OPEN OUTPUT Lock-FD
               IF Lock-Status = "00"
                   MOVE SPACES TO Lock-Rec
                   MOVE "PROGRM16" TO Lock-Program
                   MOVE Lock-Now-Date TO Lock-Date
                   MOVE Lock-Now-Time TO Lock-Time
                   MOVE Lock-Now-Date TO Lock-Gen
                   WRITE Lock-Rec
                   CLOSE Lock-FD
                   MOVE "YES" TO Lock-Held
               END-IF
           END-IF.

       115-EXAMINE-LOCK.
           MOVE "NO " TO Lock-Stale.
           IF Lock-Date IS NOT NUMERIC
               MOVE "YES" TO Lock-Stale
           ELSE
               IF Lock-Time IS NUMERIC
                   MOVE Lock-Time TO Lock-Time-Num
               ELSE
                   MOVE ZERO TO Lock-Time-Num
               END-IF
               MOVE Lock-Date TO Conv-Date
               PERFORM 800-DATE-TO-DAYS
               MOVE Conv-Days TO Lock-Day-Num
               MOVE Lock-Now-Date TO Conv-Date
               PERFORM 800-DATE-TO-DAYS
               COMPUTE Lock-Day-Diff = Conv-Days - Lock-Day-Num
               IF Lock-Day-Diff > 1
                   MOVE "YES" TO Lock-Stale
               ELSE
                   COMPUTE Lock-Time-Diff
                         = (Lock-Day-Diff * 24000000)
                         + Lock-Now-Time - Lock-Time-Num
                   IF Lock-Time-Diff > Lock-Stale-Limit
                       MOVE "YES" TO Lock-Stale
                   END-IF
               END-IF
           END-IF.
           IF Lock-Stale = "YES"
               DISPLAY "PROG16 STALE TITLE LOCK FROM " Lock-Program
                   " " Lock-Date " " Lock-Time " - REPLACED"
           ELSE
               MOVE "YES" TO Lock-Refused
               MOVE Lock-Program TO Lock-Holder
               DISPLAY "PROG16 NOT STARTED - TITLE LOCK HELD BY "
                   Lock-Program
               DISPLAY "  LOCKED SINCE " Lock-Date " " Lock-Time
                   "  RERUN WHEN THE UPDATE FINISHES"
           END-IF.

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

       890-RELEASE-UPDATE-LOCK.
           IF Lock-Held = "YES"
               CALL "CBL_DELETE_FILE" USING Lock-File-Name
               MOVE ZERO TO RETURN-CODE
           END-IF.

       100-INITIALIZE.
           MOVE "NO " TO EOD
           MOVE "TITLE RECOVERY NOT DONE - MASTER LEFT AS IS"
               TO Recover-Failure.
           MOVE SPACES TO Print-Rec.
           MOVE ZERO TO Page-Number.
           PERFORM 101-READ-BUSINESS-DATE.

           OPEN OUTPUT Print-FD
           PERFORM 150-PRINT-HEADING.

           PERFORM 105-READ-RECOVERY-REQUEST.
           IF Backup-Date = ZERO
               MOVE 8 TO Run-Return-Code
               MOVE SPACES TO Print-Rec
               MOVE "NO BACKUP DATE IN RECOVER1.TXT COLS 1-8"
                   TO Print-Rec
               WRITE Print-Rec AFTER ADVANCING 1 LINE
               ADD 1 TO Lines-On-Page
           ELSE
               MOVE SPACES TO Backup-File-Name
               STRING "TITLBKP.D" DELIMITED BY SIZE
                      Backup-Date DELIMITED BY SIZE
                      ".TXT" DELIMITED BY SIZE
                   INTO Backup-File-Name
               END-STRING
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

       105-READ-RECOVERY-REQUEST.
           MOVE 9999999999999999 TO Stop-Stamp.
           OPEN INPUT Recover-Parm-FD.
           IF Recover-Parm-Status = "00"
               READ Recover-Parm-FD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Parm-Backup-Date IS NUMERIC
                           MOVE Parm-Backup-Date TO Backup-Date
                       END-IF
                       IF Parm-Stop-Date IS NUMERIC
                           MOVE Parm-Stop-Date TO Stop-Stamp-Date
                           IF Parm-Stop-Time IS NUMERIC
                               MOVE Parm-Stop-Time TO Stop-Stamp-Time
                           ELSE
                               MOVE 99999999 TO Stop-Stamp-Time
                           END-IF
                       END-IF
               END-READ
               CLOSE Recover-Parm-FD
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

      *    The backup is read through once and proved against its
      *    trailer before the master is emptied.
       200-VERIFY-BACKUP.
           MOVE "NO " TO EOD.
           MOVE ZERO TO Backup-Read-Count.
           OPEN INPUT Backup-FD.
           IF Backup-Status = "00"
               PERFORM UNTIL EOD = "YES"
                   READ Backup-FD
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF Bkp-Trl-Tag = "TRL "
                               PERFORM 210-NOTE-BACKUP-TRAILER
                           ELSE
                               ADD 1 TO Backup-Read-Count
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Backup-FD
               IF Trailer-Found = "YES"
                  AND Trailer-Count = Backup-Read-Count
                   PERFORM 220-CHECK-STOP-POINT
               ELSE
                   MOVE 8 TO Run-Return-Code
                   MOVE SPACES TO Detail-Line
                   STRING "BACKUP " DELIMITED BY SIZE
                          Backup-File-Name DELIMITED BY SPACE
                          " INCOMPLETE - TRAILER MISSING OR COUNT OFF"
                              DELIMITED BY SIZE
                       INTO Detail-Line
                   END-STRING
                   MOVE SPACES TO Print-Rec
                   MOVE Detail-Line TO Print-Rec
                   WRITE Print-Rec AFTER ADVANCING 1 LINE
                   ADD 1 TO Lines-On-Page
               END-IF
           ELSE
               MOVE 8 TO Run-Return-Code
               MOVE SPACES TO Detail-Line
               STRING "BACKUP " DELIMITED BY SIZE
                      Backup-File-Name DELIMITED BY SPACE
                      " NOT OPENED" DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
               MOVE SPACES TO Print-Rec
               MOVE Detail-Line TO Print-Rec
               WRITE Print-Rec AFTER ADVANCING 1 LINE
               ADD 1 TO Lines-On-Page
           END-IF.

       210-NOTE-BACKUP-TRAILER.
           MOVE "YES" TO Trailer-Found.
           IF Bkp-Trl-Count IS NUMERIC
               MOVE Bkp-Trl-Count TO Trailer-Count
           END-IF.
           IF Bkp-Trl-Date IS NUMERIC
               MOVE Bkp-Trl-Date TO Backup-Stamp-Date
           ELSE
               MOVE Backup-Date TO Backup-Stamp-Date
           END-IF.
           IF Bkp-Trl-Time IS NUMERIC
               MOVE Bkp-Trl-Time TO Backup-Stamp-Time
           ELSE
               MOVE ZERO TO Backup-Stamp-Time
           END-IF.

      * A recover-to point before the unload cannot be reached by
      * replaying forward from this backup.
       220-CHECK-STOP-POINT.
           IF Stop-Stamp < Backup-Stamp
               MOVE 8 TO Run-Return-Code
               MOVE "STOP POINT BEFORE BACKUP - MASTER NOT RELOADED"
                   TO Recover-Failure
               MOVE SPACES TO Print-Rec
               MOVE Recover-Failure TO Print-Rec
               WRITE Print-Rec AFTER ADVANCING 1 LINE
               ADD 1 TO Lines-On-Page
           ELSE
               MOVE "YES" TO Backup-Good
           END-IF.

       300-RELOAD-MASTER.
           MOVE "NO " TO EOD.
           OPEN OUTPUT Title-Mst-FD.
           IF Title-Mst-Status NOT = "00"
               MOVE "NO " TO Backup-Good
               MOVE 8 TO Run-Return-Code
               MOVE SPACES TO Print-Rec
               MOVE "TITLE MASTER TITLEMST.DAT NOT OPENED"
                   TO Print-Rec
               WRITE Print-Rec AFTER ADVANCING 1 LINE
               ADD 1 TO Lines-On-Page
           ELSE
               OPEN INPUT Backup-FD
               IF Backup-Status NOT = "00"
                   CLOSE Title-Mst-FD
                   MOVE "NO " TO Backup-Good
                   MOVE 8 TO Run-Return-Code
                   MOVE "TITLE MASTER EMPTIED - BACKUP NOT REOPENED"
                       TO Recover-Failure
                   MOVE SPACES TO Print-Rec
                   MOVE Recover-Failure TO Print-Rec
                   WRITE Print-Rec AFTER ADVANCING 1 LINE
                   ADD 1 TO Lines-On-Page
               ELSE
                   PERFORM UNTIL EOD = "YES"
                       READ Backup-FD
                           AT END
                               MOVE "YES" TO EOD
                           NOT AT END
                               IF Bkp-Trl-Tag NOT = "TRL "
                                   MOVE Backup-Rec TO Title-Mst-Rec
                                   WRITE Title-Mst-Rec
                                       INVALID KEY
                                           ADD 1 TO Jrn-Anomaly-Count
                                       NOT INVALID KEY
                                           ADD 1 TO Title-Loaded-Count
                                   END-WRITE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Backup-FD
                   MOVE SPACES TO Detail-Line
                   STRING "MASTER RELOADED FROM " DELIMITED BY SIZE
                          Backup-File-Name DELIMITED BY SPACE
                          "  AS OF " DELIMITED BY SIZE
                          Backup-Stamp-Date DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          Backup-Stamp-Time DELIMITED BY SIZE
                       INTO Detail-Line
                   END-STRING
                   MOVE SPACES TO Print-Rec
                   MOVE Detail-Line TO Print-Rec
                   WRITE Print-Rec AFTER ADVANCING 1 LINE
                   ADD 1 TO Lines-On-Page
               END-IF
           END-IF.

       400-REPLAY-JOURNAL.
           MOVE "NO " TO EOD.
           OPEN INPUT Journal-FD.
           IF Journal-Status = "00"
               MOVE "YES" TO Journal-Found
               PERFORM UNTIL EOD = "YES"
                   READ Journal-FD
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           ADD 1 TO Jrn-Read-Count
                           PERFORM 410-REPLAY-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE Journal-FD
           ELSE
               IF Run-Return-Code < 4
                   MOVE 4 TO Run-Return-Code
               END-IF
               MOVE SPACES TO Print-Rec
               MOVE "NO JOURNAL TITLEJRN.TXT - MASTER AS OF BACKUP"
                   TO Print-Rec
               WRITE Print-Rec AFTER ADVANCING 1 LINE
               ADD 1 TO Lines-On-Page
           END-IF.
           IF Jrn-Anomaly-Count > ZERO
              AND Run-Return-Code < 4
               MOVE 4 TO Run-Return-Code
           END-IF.

       410-REPLAY-ONE-ENTRY.
           IF Jrn-Date IS NUMERIC
               MOVE Jrn-Date TO Entry-Stamp-Date
           ELSE
               MOVE ZERO TO Entry-Stamp-Date
           END-IF.
           IF Jrn-Time IS NUMERIC
               MOVE Jrn-Time TO Entry-Stamp-Time
           ELSE
               MOVE ZERO TO Entry-Stamp-Time
           END-IF.

           IF Entry-Stamp NOT > Backup-Stamp
               ADD 1 TO Jrn-Before-Backup-Count
           ELSE
               IF Entry-Stamp > Stop-Stamp
                   ADD 1 TO Jrn-Backed-Out-Count
                   MOVE "BACKED OUT" TO Replay-Result
                   PERFORM 430-PRINT-REPLAY-DETAIL
               ELSE
                   PERFORM 420-APPLY-ONE-ENTRY
               END-IF
           END-IF.

      *    Replay is forgiving so that an entry already reflected in
      *    the backup does no harm: an ADD over an existing key or a
      *    CHANGE of a missing one is applied as the other, and a
      *    DELETE of a missing key is passed over - each is counted
      *    and listed for the operator.
       420-APPLY-ONE-ENTRY.
           MOVE SPACES TO Replay-Result.
           EVALUATE Jrn-Action
               WHEN "A"
                   MOVE Jrn-After-Image TO Title-Mst-Rec
                   WRITE Title-Mst-Rec
                       INVALID KEY
                           REWRITE Title-Mst-Rec
                           END-REWRITE
                           MOVE "ADD OVER EXISTING" TO Replay-Result
                   END-WRITE
               WHEN "C"
                   MOVE Jrn-After-Image TO Title-Mst-Rec
                   REWRITE Title-Mst-Rec
                       INVALID KEY
                           WRITE Title-Mst-Rec
                           END-WRITE
                           MOVE "CHANGE OF MISSING" TO Replay-Result
                   END-REWRITE
               WHEN "D"
                   MOVE Jrn-Before-Key TO Title-Mst-Key
                   DELETE Title-Mst-FD RECORD
                       INVALID KEY
                           MOVE "DELETE OF MISSING" TO Replay-Result
                   END-DELETE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO Replay-Result
           END-EVALUATE.
           IF Replay-Result = SPACES
               ADD 1 TO Jrn-Applied-Count
           ELSE
               ADD 1 TO Jrn-Anomaly-Count
               IF Replay-Result NOT = "UNKNOWN ACTION"
                   ADD 1 TO Jrn-Applied-Count
               END-IF
               PERFORM 430-PRINT-REPLAY-DETAIL
           END-IF.

       430-PRINT-REPLAY-DETAIL.
           IF Lines-On-Page >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
           MOVE SPACES TO Detail-Line.
           STRING Replay-Result DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  Jrn-Date DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Jrn-Time DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  Jrn-Action DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Jrn-Before-Key DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Jrn-After-Key DELIMITED BY SIZE
                  "  SUB " DELIMITED BY SIZE
                  Jrn-Submitter DELIMITED BY SIZE
                  "  APP " DELIMITED BY SIZE
                  Jrn-Approver DELIMITED BY SIZE
               INTO Detail-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Detail-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.
           ADD 1 TO Lines-On-Page.

       900-PRINT-SUMMARY.
           IF Lines-On-Page + 8 > Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
           MOVE SPACES TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Backup-Read-Count TO Count-Display.
           STRING "BACKUP RECORDS:      " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Title-Loaded-Count TO Count-Display.
           STRING "TITLES RELOADED:     " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Jrn-Read-Count TO Count-Display.
           STRING "JOURNAL ENTRIES:     " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Jrn-Before-Backup-Count TO Count-Display.
           STRING "  IN THE BACKUP:     " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Jrn-Applied-Count TO Count-Display.
           STRING "  REPLAYED:          " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Jrn-Backed-Out-Count TO Count-Display.
           STRING "  BACKED OUT:        " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Jrn-Anomaly-Count TO Count-Display.
           STRING "REPLAY ANOMALIES:    " DELIMITED BY SIZE
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
               MOVE "PROG16" TO Alert-Program
               MOVE Alert-Gen-Num TO Alert-Gen
               MOVE Alert-Sev TO Alert-Severity
               MOVE Alert-Msg TO Alert-Message
               WRITE Alert-Rec
               CLOSE Alert-FD
           END-IF.

       END PROGRAM Program16.
