      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Rebuilds the keyed search index EXTINDX.DAT used by
      *           the batch inquiry.  The index is recreated empty,
      *           loaded with every detail of the consolidated archive
      *           EXTARCH.TXT (marked archived), then with every detail
      *           of each live extract generation EXTRACT1.Dyyyymmdd.TXT
      *           recorded in RUNLOG.TXT (marked live).  A detail found
      *           in both - a generation whose archive copy was taken
      *           but whose extract has not yet been deleted - keeps the
      *           live entry.  Run it when the index is lost or after an
      *           operator alert asks for it; the print run and the
      *           housekeeping job keep it current from then on.
      *           Ends with return code 4 when the run log cannot be
      *           read or holds more generations than the table (the
      *           index is then missing live generations), and 8 when
      *           the index cannot be created or written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program21.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  Run-Log-FD
               ASSIGN "RUNLOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Run-Log-Status.
           SELECT  Extract-FD
               ASSIGN TO DYNAMIC Extract-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Extract-Status.
           SELECT  Archive-FD
               ASSIGN "EXTARCH.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Archive-Status.
           SELECT  Search-Index-FD
               ASSIGN "EXTINDX.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS Srch-Index-Key
               ALTERNATE RECORD KEY IS Srch-Index-Input
                   WITH DUPLICATES
               FILE STATUS IS Srch-Index-Status.
           SELECT  Print-FD
               ASSIGN TO LINE ADVANCING FILE "Prog21Indx.txt"
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
       FD  Run-Log-FD.
       01  Run-Log-Rec.
           05  Run-Log-Tag                            PIC X(03).
           05  Run-Log-Gen-Id                         PIC 9(08).
           05  FILLER                                 PIC X(121).

       FD  Extract-FD.
       01  Extract-Rec.
           05  Extract-Rec-Num                        PIC 9(07).
           05  FILLER                                 PIC X(01).
           05  Extract-Input                          PIC X(80).
           05  FILLER                                 PIC X(01).
           05  Extract-Center                         PIC X(20).
           05  FILLER                                 PIC X(01).
           05  Extract-Page                           PIC 9(05).
           05  FILLER                                 PIC X(01).
           05  Extract-File                           PIC X(80).

       FD  Archive-FD.
       01  Archive-Rec.
           05  Arch-Gen-Id                            PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Arch-Detail.
               10  Arch-Rec-Num                       PIC X(07).
               10  FILLER                             PIC X(01).
               10  Arch-Input                         PIC X(80).
               10  FILLER                             PIC X(01).
               10  Arch-Center                        PIC X(20).
               10  FILLER                             PIC X(01).
               10  Arch-Page                          PIC X(05).
               10  FILLER                             PIC X(01).
               10  Arch-File                          PIC X(80).

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

       01  Run-Log-Status                             PIC XX.
       01  Extract-Status                             PIC XX.
       01  Archive-Status                             PIC XX.
       01  Srch-Index-Status                          PIC XX.
       01  Print-Status                               PIC XX.
       01  Load-EOD                                   PIC XXX.
       01  Extract-File-Name                          PIC X(80).
       01  Srch-Index-Open                            PIC XXX
                                                        VALUE "NO ".

       01  Gen-Table.
           05  Gen-Entry OCCURS 200 TIMES             PIC 9(08).
       01  Gen-Count                                  PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Gen-Ix                                     PIC 9(03) COMP.
       01  Gen-Jx                                     PIC 9(03) COMP.
       01  Gen-Known                                  PIC XXX.
       01  Gen-Overflow                               PIC XXX
                                                        VALUE "NO ".

       01  Archive-Read-Count                         PIC 9(07) COMP
                                                        VALUE ZERO.
       01  Archive-Indexed-Count                      PIC 9(07) COMP
                                                        VALUE ZERO.
       01  Archive-Dup-Count                          PIC 9(07) COMP
                                                        VALUE ZERO.
       01  Archive-Bad-Count                          PIC 9(07) COMP
                                                        VALUE ZERO.
       01  Live-Gen-Count                             PIC 9(05) COMP
                                                        VALUE ZERO.
       01  Live-Indexed-Count                         PIC 9(07) COMP
                                                        VALUE ZERO.
       01  Live-Replaced-Count                        PIC 9(07) COMP
                                                        VALUE ZERO.
       01  Gen-Indexed-Count                          PIC 9(07) COMP.
       01  Index-Write-Fail-Count                     PIC 9(07) COMP
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
                                    VALUE "PROG21 SEARCH INDEX REBUILD".
       01  Heading-Line                               PIC X(72).
       01  Date-Display                               PIC X(08).
       01  Page-Display                               PIC ZZZZ9.

       01  Detail-Line                                PIC X(132).
       01  Summary-Line                               PIC X(60).
       01  Count-Display                              PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE.
           IF Srch-Index-Open = "YES"
               PERFORM 200-LOAD-ARCHIVE
               PERFORM 300-COLLECT-GENERATIONS
               PERFORM VARYING Gen-Ix FROM 1 BY 1
                         UNTIL Gen-Ix > Gen-Count
                   PERFORM 400-LOAD-ONE-GENERATION
               END-PERFORM
               CLOSE Search-Index-FD
           END-IF
           IF Index-Write-Fail-Count > ZERO
               MOVE 8 TO Run-Return-Code
           END-IF
           PERFORM 900-PRINT-SUMMARY.

           CLOSE Print-FD
           IF Run-Return-Code NOT < 4
               MOVE Run-Return-Code TO Alert-Sev
               MOVE Run-Date-YYYYMMDD TO Alert-Gen-Num
               IF Run-Return-Code NOT < 8
                   MOVE "INDEX REBUILD FAILED - SEE Prog21Indx.txt"
                       TO Alert-Msg
               ELSE
                   MOVE "INDEX REBUILT WITHOUT ALL LIVE GENERATIONS"
                         TO Alert-Msg
               END-IF
               PERFORM 990-WRITE-OPERATOR-ALERT
           END-IF
           MOVE Run-Return-Code TO RETURN-CODE
           STOP RUN.

      * The index is opened for output first so any damaged copy is
      * replaced by an empty one, then reopened for update so a live
      * entry can replace an archived one.
       100-INITIALIZE.
           PERFORM 101-READ-BUSINESS-DATE.
           OPEN OUTPUT Print-FD.
           PERFORM 150-PRINT-HEADING.

           OPEN OUTPUT Search-Index-FD.
           IF Srch-Index-Status = "00"
               CLOSE Search-Index-FD
               OPEN I-O Search-Index-FD
           END-IF.
           IF Srch-Index-Status = "00"
               MOVE "YES" TO Srch-Index-Open
           ELSE
               MOVE 8 TO Run-Return-Code
               MOVE SPACES TO Detail-Line
               STRING "SEARCH INDEX EXTINDX.DAT NOT CREATED - STATUS "
                          DELIMITED BY SIZE
                      Srch-Index-Status DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
               PERFORM 700-WRITE-DETAIL-LINE
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

           MOVE SPACES TO Print-Rec.
           MOVE Heading-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING PAGE.

           MOVE SPACES TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

       200-LOAD-ARCHIVE.
           MOVE "NO " TO Load-EOD.
           OPEN INPUT Archive-FD.
           IF Archive-Status = "00"
               PERFORM UNTIL Load-EOD = "YES"
                   READ Archive-FD
                       AT END
                           MOVE "YES" TO Load-EOD
                       NOT AT END
                           ADD 1 TO Archive-Read-Count
                           PERFORM 210-INDEX-ARCHIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE Archive-FD
               MOVE Archive-Indexed-Count TO Count-Display
               MOVE SPACES TO Detail-Line
               STRING "ARCHIVE EXTARCH.TXT        INDEXED "
                          DELIMITED BY SIZE
                      Count-Display DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
               PERFORM 700-WRITE-DETAIL-LINE
           ELSE
               MOVE SPACES TO Detail-Line
               MOVE "NO ARCHIVE EXTARCH.TXT - LIVE GENERATIONS ONLY"
                   TO Detail-Line
               PERFORM 700-WRITE-DETAIL-LINE
           END-IF.

      * The same detail archived twice (a retried purge) is indexed
      * once.
       210-INDEX-ARCHIVE-RECORD.
           IF Arch-Gen-Id IS NOT NUMERIC
              OR Arch-Rec-Num IS NOT NUMERIC
               ADD 1 TO Archive-Bad-Count
           ELSE
               MOVE SPACES TO Srch-Index-Rec
               MOVE Arch-Center TO Srch-Index-Center
               MOVE Arch-Gen-Id TO Srch-Index-Gen-Id
               MOVE Arch-Rec-Num TO Srch-Index-Rec-Num
               MOVE Arch-Input TO Srch-Index-Input
               MOVE ZERO TO Srch-Index-Page
               IF Arch-Page IS NUMERIC
                   MOVE Arch-Page TO Srch-Index-Page
               END-IF
               MOVE Arch-File TO Srch-Index-File
               MOVE "A" TO Srch-Index-Location
               WRITE Srch-Index-Rec
                   INVALID KEY
                       IF Srch-Index-Status = "22"
                           ADD 1 TO Archive-Dup-Count
                       ELSE
                           ADD 1 TO Index-Write-Fail-Count
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO Archive-Indexed-Count
               END-WRITE
           END-IF.

       300-COLLECT-GENERATIONS.
           MOVE "NO " TO EOD.
           OPEN INPUT Run-Log-FD.
           IF Run-Log-Status = "00"
               PERFORM UNTIL EOD = "YES"
                   READ Run-Log-FD
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           IF Run-Log-Tag = "GN "
                              AND Run-Log-Gen-Id IS NUMERIC
                               PERFORM 310-NOTE-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Run-Log-FD
           ELSE
               IF Run-Return-Code < 4
                   MOVE 4 TO Run-Return-Code
               END-IF
               MOVE SPACES TO Detail-Line
               MOVE "RUNLOG.TXT NOT OPENED - NO LIVE GENERATIONS"
                   TO Detail-Line
               PERFORM 700-WRITE-DETAIL-LINE
           END-IF.
           IF Gen-Overflow = "YES"
               IF Run-Return-Code < 4
                   MOVE 4 TO Run-Return-Code
               END-IF
               MOVE SPACES TO Detail-Line
               MOVE "GEN TABLE FULL - OLDEST LOG ENTRIES DROPPED"
                   TO Detail-Line
               PERFORM 700-WRITE-DETAIL-LINE
           END-IF.

       310-NOTE-GENERATION.
           MOVE "NO " TO Gen-Known.
           PERFORM VARYING Gen-Jx FROM 1 BY 1
                     UNTIL Gen-Jx > Gen-Count
               IF Gen-Entry(Gen-Jx) = Run-Log-Gen-Id
                   MOVE "YES" TO Gen-Known
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF Gen-Known NOT = "YES"
               IF Gen-Count < 200
                   ADD 1 TO Gen-Count
                   MOVE Run-Log-Gen-Id TO Gen-Entry(Gen-Count)
               ELSE
                   MOVE "YES" TO Gen-Overflow
                   PERFORM VARYING Gen-Jx FROM 1 BY 1
                             UNTIL Gen-Jx NOT < Gen-Count
                       MOVE Gen-Entry(Gen-Jx + 1)
                           TO Gen-Entry(Gen-Jx)
                   END-PERFORM
                   MOVE Run-Log-Gen-Id TO Gen-Entry(Gen-Count)
               END-IF
           END-IF.

      * A generation already purged has no extract; its details came
      * in with the archive.
       400-LOAD-ONE-GENERATION.
           MOVE SPACES TO Extract-File-Name.
           STRING "EXTRACT1.D" DELIMITED BY SIZE
                  Gen-Entry(Gen-Ix) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO Extract-File-Name
           END-STRING.
           MOVE ZERO TO Gen-Indexed-Count.
           MOVE "NO " TO Load-EOD.
           OPEN INPUT Extract-FD.
           IF Extract-Status = "00"
               ADD 1 TO Live-Gen-Count
               PERFORM UNTIL Load-EOD = "YES"
                   READ Extract-FD
                       AT END
                           MOVE "YES" TO Load-EOD
                       NOT AT END
                           IF Extract-Rec(1:3) NOT = "TRL"
                               PERFORM 410-INDEX-EXTRACT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Extract-FD
               MOVE Gen-Indexed-Count TO Count-Display
               MOVE SPACES TO Detail-Line
               STRING Extract-File-Name(1:26) DELIMITED BY SIZE
                      " INDEXED " DELIMITED BY SIZE
                      Count-Display DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
               PERFORM 700-WRITE-DETAIL-LINE
           END-IF.

       410-INDEX-EXTRACT-RECORD.
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
           MOVE "L" TO Srch-Index-Location.
           WRITE Srch-Index-Rec
               INVALID KEY
                   REWRITE Srch-Index-Rec
                       INVALID KEY
                           ADD 1 TO Index-Write-Fail-Count
                       NOT INVALID KEY
                           ADD 1 TO Live-Replaced-Count
                           ADD 1 TO Gen-Indexed-Count
                           ADD 1 TO Live-Indexed-Count
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO Gen-Indexed-Count
                   ADD 1 TO Live-Indexed-Count
           END-WRITE.

       700-WRITE-DETAIL-LINE.
           IF Lines-On-Page >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
           MOVE SPACES TO Print-Rec.
           MOVE Detail-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.
           ADD 1 TO Lines-On-Page.

       900-PRINT-SUMMARY.
           IF Lines-On-Page + 10 >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
           MOVE SPACES TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Archive-Read-Count TO Count-Display.
           STRING "ARCHIVE RECORDS READ:   " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Archive-Indexed-Count TO Count-Display.
           STRING "ARCHIVE ENTRIES:        " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Archive-Dup-Count TO Count-Display.
           STRING "ARCHIVE DUPLICATES:     " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Archive-Bad-Count TO Count-Display.
           STRING "ARCHIVE UNREADABLE:     " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Live-Gen-Count TO Count-Display.
           STRING "LIVE GENERATIONS:       " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Live-Indexed-Count TO Count-Display.
           STRING "LIVE ENTRIES:           " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Live-Replaced-Count TO Count-Display.
           STRING "LIVE OVER ARCHIVED:     " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Index-Write-Fail-Count TO Count-Display.
           STRING "INDEX WRITES FAILED:    " DELIMITED BY SIZE
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
               MOVE "PROG21" TO Alert-Program
               MOVE Alert-Gen-Num TO Alert-Gen
               MOVE Alert-Sev TO Alert-Severity
               MOVE Alert-Msg TO Alert-Message
               WRITE Alert-Rec
               CLOSE Alert-FD
           END-IF.

       END PROGRAM Program21.
