      *   where it stopped instead of duplicating records the
      *   inquiry program would double-count.  The purge report
      *   notes when a generation was resumed.
      *   As an extract generation is rolled into the archive its
      *   entries on the keyed search index EXTINDX.DAT are marked
      *   archived (and added if the index never had them), so the
      *   batch inquiry keeps finding them by key after the dated
      *   extract is deleted.  An index that has not been built is
      *   left alone; one that cannot be updated gives a report line,
      *   an operator alert and a warning return code.
      *   The run date is now the business processing date from
      *   BUSDATE.TXT rather than the machine clock (the machine date
      *   only when the file holds no date), and retention is counted
      *   in business days: weekends and the holidays on the calendar
      *   in that file do not age a generation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program05.
               ASSIGN "OPRALERT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Alert-Status.
           SELECT  Search-Index-FD
               ASSIGN "EXTINDX.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS Srch-Index-Key
               ALTERNATE RECORD KEY IS Srch-Index-Input
                   WITH DUPLICATES
               FILE STATUS IS Srch-Index-Status.
           SELECT  Bus-Date-FD
               ASSIGN "BUSDATE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Bus-Date-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Run-Log-FD.

       FD  Extract-FD.
       01  Extract-Rec                                PIC X(196).
       01  Extract-Detail-Rec.
           05  Extract-Rec-Num                        PIC 9(07).
           05  FILLER                                 PIC X(01).
           05  Extract-Input                          PIC X(80).
           05  FILLER                                 PIC X(01).
           05  Extract-Center                         PIC X(20).
           05  FILLER                                 PIC X(01).
           05  Extract-Page                           PIC 9(05).
           05  FILLER                                 PIC X(01).
           05  Extract-File                           PIC X(80).

       FD  Search-Index-FD.
       01  Srch-Index-Rec.
           05  Srch-Index-Key.
               10  Srch-Index-Center                  PIC X(20).
               10  Srch-Index-Gen-Id                  PIC 9(08).
               10  Srch-Index-Rec-Num                 PIC 9(07).
           05  Srch-Index-Input                       PIC X(80).
           05  Srch-Index-Page                        PIC 9(05).
           05  Srch-Index-File                        PIC X(80).
           05  Srch-Index-Location                    PIC X(01).

       FD  Archive-FD.
       01  Archive-Rec.
           05  Manifest-Pages                         PIC 9(05).
           05  FILLER                                 PIC X(01).
           05  Manifest-Lines                         PIC 9(07).
           05  FILLER                                 PIC X(01).
           05  Manifest-Banners                       PIC 9(05).

       FD  Alert-FD.
       01  Alert-Rec.
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

       01  Today-Days                                 PIC 9(09) COMP.
       01  Gen-Days                                   PIC 9(09) COMP.

       01  Del-File-Name                              PIC X(80).
       01  Del-Result                                 PIC X(09).
       01  Archive-OK                                 PIC XXX.
       01  Archive-Fail                               PIC XXX
                                                        VALUE "NO ".
       01  Srch-Index-Status                          PIC XX.
       01  Srch-Index-Open                            PIC XXX.
       01  Srch-Index-Fail                            PIC XXX
                                                        VALUE "NO ".
       01  Indexed-Total-Count                        PIC 9(07) COMP
                                                        VALUE ZERO.
       01  Prior-Arch-Count                           PIC 9(07) COMP.
       01  Skip-Remaining                             PIC 9(07) COMP.
       01  Prior-EOD                                  PIC XXX.
                   TO Alert-Msg
               PERFORM 990-WRITE-OPERATOR-ALERT
           END-IF
           IF Srch-Index-Fail = "YES"
               MOVE 4 TO Alert-Sev
               MOVE Run-Date-YYYYMMDD TO Alert-Gen-Num
               MOVE "SEARCH INDEX EXTINDX.DAT NOT UPDATED - RUN REBUILD"
                   TO Alert-Msg
               PERFORM 990-WRITE-OPERATOR-ALERT
           END-IF
           IF Gen-Overflow = "YES" OR Archive-Fail = "YES"
              OR Srch-Index-Fail = "YES"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           STOP RUN.

       100-INITIALIZE.
           PERFORM 101-READ-BUSINESS-DATE.
           PERFORM 105-READ-JOB-PARAMS.

           OPEN OUTPUT Print-FD.
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

       150-PRINT-HEADING.
           ADD 1 TO Page-Number.
               MOVE Gen-Entry(Gen-Ix) TO Conv-Date
               PERFORM 800-DATE-TO-DAYS
               MOVE Conv-Days TO Gen-Days
               MOVE Gen-Days TO Bus-From-Days
               MOVE Today-Days TO Bus-To-Days
               PERFORM 810-COUNT-BUSINESS-DAYS
               IF Bus-Day-Count > Retention-Days
                   ADD 1 TO Purged-Gen-Count
                   PERFORM 310-PURGE-ONE-GENERATION
               ELSE
                   OPEN OUTPUT Archive-FD
               END-IF
               IF Archive-Status = "00"
                   PERFORM 336-OPEN-SEARCH-INDEX
                   PERFORM UNTIL Arch-EOD = "YES"
                       READ Extract-FD
                           AT END
                               MOVE "YES" TO Arch-EOD
                           NOT AT END
                               IF Extract-Rec(1:3) NOT = "TRL"
                                  AND Srch-Index-Open = "YES"
                                   PERFORM 337-MARK-INDEX-ARCHIVED
                               END-IF
                               IF Extract-Rec(1:3) NOT = "TRL"
                                   IF Skip-Remaining > ZERO
                                       SUBTRACT 1 FROM Skip-Remaining
                       MOVE "NO " TO Archive-OK
                   END-IF
                   CLOSE Archive-FD
                   IF Srch-Index-Open = "YES"
                       CLOSE Search-Index-FD
                   END-IF
               ELSE
                   MOVE "NO " TO Archive-OK
               END-IF
               CLOSE Archive-FD
           END-IF.

      * Status 35 means the index has never been built; the inquiry
      * then scans the archive, so there is nothing to warn about.
       336-OPEN-SEARCH-INDEX.
           MOVE "NO " TO Srch-Index-Open.
           OPEN I-O Search-Index-FD.
           IF Srch-Index-Status = "00"
               MOVE "YES" TO Srch-Index-Open
           ELSE
               IF Srch-Index-Status NOT = "35"
                   PERFORM 338-NOTE-INDEX-FAILURE
               END-IF
           END-IF.

       337-MARK-INDEX-ARCHIVED.
           MOVE SPACES TO Srch-Index-Rec.
           MOVE Extract-Center TO Srch-Index-Center.
           MOVE Gen-Entry(Gen-Ix) TO Srch-Index-Gen-Id.
           MOVE ZERO TO Srch-Index-Rec-Num.
           IF Extract-Rec-Num IS NUMERIC
               MOVE Extract-Rec-Num TO Srch-Index-Rec-Num
           END-IF.
           MOVE Extract-Input TO Srch-Index-Input.
           MOVE ZERO TO Srch-Index-Page.
           IF Extract-Page IS NUMERIC
               MOVE Extract-Page TO Srch-Index-Page
           END-IF.
           MOVE Extract-File TO Srch-Index-File.
           MOVE "A" TO Srch-Index-Location.
           WRITE Srch-Index-Rec
               INVALID KEY
                   REWRITE Srch-Index-Rec
                       INVALID KEY
                           PERFORM 338-NOTE-INDEX-FAILURE
                           CLOSE Search-Index-FD
                           MOVE "NO " TO Srch-Index-Open
                       NOT INVALID KEY
                           ADD 1 TO Indexed-Total-Count
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO Indexed-Total-Count
           END-WRITE.

       338-NOTE-INDEX-FAILURE.
           MOVE "YES" TO Srch-Index-Fail.
           IF Lines-On-Page >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
           MOVE SPACES TO Detail-Line.
           STRING "SEARCH INDEX EXTINDX.DAT NOT UPDATED FOR "
                      DELIMITED BY SIZE
                  Gen-Entry(Gen-Ix) DELIMITED BY SIZE
                  " - STATUS " DELIMITED BY SIZE
                  Srch-Index-Status DELIMITED BY SIZE
               INTO Detail-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Detail-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.
           ADD 1 TO Lines-On-Page.

       320-DELETE-ONE-FILE.
           CALL "CBL_DELETE_FILE" USING Del-File-Name.
           IF RETURN-CODE = ZERO
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

           MOVE SPACES TO Summary-Line.
           MOVE Retention-Days TO Count-Display.
           STRING "RETENTION BUS DAYS:  " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Indexed-Total-Count TO Count-Display.
           STRING "INDEX ENTRIES MARKED:" DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

       950-WRITE-RUN-LOG-OUTCOME.
           OPEN EXTEND Run-Log-FD.
           IF Run-Log-Status NOT = "00"
           IF Run-Log-Status = "00"
               MOVE Run-Date-YYYYMMDD TO Log-Purge-Date
               IF Gen-Overflow = "YES" OR Archive-Fail = "YES"
                  OR Srch-Index-Fail = "YES"
                   MOVE "WARNINGS" TO Log-Purge-Outcome
               ELSE
                   MOVE "CLEAN   " TO Log-Purge-Outcome
