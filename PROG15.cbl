      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Nightly unload of the keyed title master
      *           TITLEMST.DAT to a dated sequential backup
      *           TITLBKP.Dyyyymmdd.TXT, one line per master record
      *           (code, effective-from, effective-to, text, exactly as
      *           held on the master) in key order, closed by a
      *           "TRL " trailer carrying the record count, the clock
      *           date and time of the unload (the same clock the title
      *           journal is stamped with) and the business date of the
      *           backup.  The unload runs under the
      *           title-file update lock TITLLOCK.TXT so the backup is
      *           a consistent point from which the title recovery
      *           program replays the title journal TITLEJRN.TXT.
      *           Refuses to start with return code 12 while another
      *           update holds a live lock; ends with return code 8 when
      *           the master or the backup cannot be opened, or when a
      *           backup line cannot be written (the trailer is then
      *           left off, so the file is never taken as a backup).
      *           The trailer count is of the lines actually written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  Title-Mst-FD
               ASSIGN "TITLEMST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS Title-Mst-Key
               FILE STATUS IS Title-Mst-Status.
           SELECT  Backup-FD
               ASSIGN TO DYNAMIC Backup-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Backup-Status.
           SELECT  Print-FD
               ASSIGN TO LINE ADVANCING FILE "Prog15Bkup.txt"
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
       FD  Title-Mst-FD.
       01  Title-Mst-Rec.
           05  Title-Mst-Key.
               10  Title-Mst-Code                     PIC X(06).
               10  Title-Mst-Eff-From                 PIC 9(08).
           05  Title-Mst-Eff-To                       PIC 9(08).
           05  Title-Mst-Text                         PIC X(73).

       FD  Backup-FD.
       01  Backup-Rec                                 PIC X(95).
       01  Backup-Trailer.
           05  Bkp-Trl-Tag                            PIC X(04).
           05  Bkp-Trl-Count                          PIC 9(07).
           05  FILLER                                 PIC X(01).
           05  Bkp-Trl-Date                           PIC 9(08).
           05  FILLER                                 PIC X(01).
           05  Bkp-Trl-Time                           PIC 9(08).
           05  FILLER                                 PIC X(01).
           05  Bkp-Trl-Bus-Date                       PIC 9(08).
           05  FILLER                                 PIC X(57).

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
           05  Backup-Write-Failed                    PIC XXX
                                                        VALUE "NO ".

       01  Title-Mst-Status                           PIC XX.
       01  Backup-Status                              PIC XX.
       01  Print-Status                               PIC XX.

       01  Backup-File-Name                           PIC X(80).
       01  Unload-Date                                PIC 9(08).
       01  Unload-Time                                PIC 9(08).

       01  Title-Unload-Count                         PIC 9(07) COMP
                                                        VALUE ZERO.
       01  Backup-Written-Count                       PIC 9(07) COMP
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
                                    VALUE "PROG15 TITLE MASTER BACKUP".
       01  Heading-Line                               PIC X(72).
       01  Date-Display                               PIC X(08).
       01  Page-Display                               PIC ZZZZ9.

       01  Detail-Line                                PIC X(110).
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

           PERFORM UNTIL EOD = "YES"
               READ Title-Mst-FD
                   AT END
                       MOVE "YES" TO EOD
                   NOT AT END
                       ADD 1 TO Title-Unload-Count
                       MOVE SPACES TO Backup-Rec
                       MOVE Title-Mst-Rec TO Backup-Rec
                       WRITE Backup-Rec
                       IF Backup-Status NOT = "00"
                           PERFORM 210-BACKUP-WRITE-FAILED
                       ELSE
                           ADD 1 TO Backup-Written-Count
                       END-IF
               END-READ
           END-PERFORM

           IF Run-Return-Code < 8
               PERFORM 200-WRITE-TRAILER
           END-IF
           IF Run-Return-Code < 8
              OR Backup-Write-Failed = "YES"
               CLOSE Title-Mst-FD
                     Backup-FD
           END-IF
           PERFORM 900-PRINT-SUMMARY.

           CLOSE Print-FD
           IF Run-Return-Code NOT < 4
               MOVE Run-Return-Code TO Alert-Sev
               MOVE Run-Date-YYYYMMDD TO Alert-Gen-Num
               MOVE "TITLE MASTER BACKUP NOT TAKEN - SEE PROG15BKUP"
                   TO Alert-Msg
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
                   MOVE "PROGRM15" TO Lock-Program
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
               DISPLAY "PROG15 STALE TITLE LOCK FROM " Lock-Program
                   " " Lock-Date " " Lock-Time " - REPLACED"
           ELSE
               MOVE "YES" TO Lock-Refused
               MOVE Lock-Program TO Lock-Holder
               DISPLAY "PROG15 NOT STARTED - TITLE LOCK HELD BY "
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
           MOVE SPACES TO Print-Rec.
           MOVE ZERO TO Page-Number.
           PERFORM 101-READ-BUSINESS-DATE.
           ACCEPT Unload-Date FROM DATE YYYYMMDD.
           ACCEPT Unload-Time FROM TIME.

           OPEN OUTPUT Print-FD
           PERFORM 150-PRINT-HEADING.

           MOVE SPACES TO Backup-File-Name.
           STRING "TITLBKP.D" DELIMITED BY SIZE
                  Run-Date-YYYYMMDD DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO Backup-File-Name
           END-STRING.

           OPEN INPUT Title-Mst-FD
           IF Title-Mst-Status NOT = "00"
               MOVE "YES" TO EOD
               MOVE 8 TO Run-Return-Code
               MOVE SPACES TO Print-Rec
               MOVE "TITLE MASTER TITLEMST.DAT NOT OPENED"
                   TO Print-Rec
               WRITE Print-Rec AFTER ADVANCING 1 LINE
               ADD 1 TO Lines-On-Page
           ELSE
               OPEN OUTPUT Backup-FD
               IF Backup-Status NOT = "00"
                   CLOSE Title-Mst-FD
                   MOVE "YES" TO EOD
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

       200-WRITE-TRAILER.
           MOVE SPACES TO Backup-Trailer.
           MOVE "TRL " TO Bkp-Trl-Tag.
           MOVE Backup-Written-Count TO Bkp-Trl-Count.
           MOVE Unload-Date TO Bkp-Trl-Date.
           MOVE Unload-Time TO Bkp-Trl-Time.
           MOVE Run-Date-YYYYMMDD TO Bkp-Trl-Bus-Date.
           WRITE Backup-Trailer.
           IF Backup-Status NOT = "00"
               PERFORM 210-BACKUP-WRITE-FAILED
           END-IF.

      * A backup that could not be written in full is no recovery
      * point: the unload stops, the trailer is left off so recovery
      * will not accept the file, and the operator is alerted.
       210-BACKUP-WRITE-FAILED.
           MOVE "YES" TO Backup-Write-Failed.
           MOVE "YES" TO EOD.
           MOVE 8 TO Run-Return-Code.
           IF Lines-On-Page >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
           MOVE SPACES TO Detail-Line.
           STRING "BACKUP " DELIMITED BY SIZE
                  Backup-File-Name DELIMITED BY SPACE
                  " NOT WRITTEN - FILE STATUS " DELIMITED BY SIZE
                  Backup-Status DELIMITED BY SIZE
               INTO Detail-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Detail-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.
           ADD 1 TO Lines-On-Page.

       900-PRINT-SUMMARY.
           IF Lines-On-Page >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
           MOVE SPACES TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           IF Run-Return-Code < 8
               MOVE SPACES TO Detail-Line
               STRING "BACKUP WRITTEN:  " DELIMITED BY SIZE
                      Backup-File-Name DELIMITED BY SPACE
                      "  AS OF " DELIMITED BY SIZE
                      Unload-Date DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Unload-Time DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
               MOVE SPACES TO Print-Rec
               MOVE Detail-Line TO Print-Rec
               WRITE Print-Rec AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO Summary-Line.
           MOVE Title-Unload-Count TO Count-Display.
           STRING "TITLES UNLOADED: " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Backup-Written-Count TO Count-Display.
           STRING "TITLES WRITTEN:  " DELIMITED BY SIZE
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
               MOVE "PROG15" TO Alert-Program
               MOVE Alert-Gen-Num TO Alert-Gen
               MOVE Alert-Sev TO Alert-Severity
               MOVE Alert-Msg TO Alert-Message
               WRITE Alert-Rec
               CLOSE Alert-FD
           END-IF.

       END PROGRAM Program15.
