      *   ARCH on the report.
      *   A search that ends with warnings now also appends a one-
      *   line alert to the common operator alert file OPRALERT.TXT.
      *   Requests are now answered from the keyed search index
      *   EXTINDX.DAT (centered value as the record key, raw input as
      *   an alternate key) maintained by the print run and the
      *   housekeeping job: each request starts at its key and reads
      *   forward only while the entries still match, and its hits
      *   are listed under the request.  The generation and archive
      *   scan is kept as the fallback when the index has not been
      *   built; an index that exists but cannot be opened is also
      *   scanned around, with a warning and an operator alert to run
      *   the index rebuild.
      *   The run date is now the business processing date from the
      *   date control file BUSDATE.TXT rather than the machine clock,
      *   so a cycle that runs past midnight keeps its day; the machine
      *   date is used only when the file holds no date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program07.
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
       FD  Search-FD.
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
       01  Alert-Status                               PIC XX.
       01  Alert-Sev                                  PIC 9(02).
       01  Alert-Msg                                  PIC X(60).
       01  Archive-Status                             PIC XX.
       01  Archive-Hit-Count                          PIC 9(07) COMP
                                                        VALUE ZERO.
       01  Srch-Index-Status                          PIC XX.
       01  Srch-Index-Mode                            PIC XXX
                                                        VALUE "NO ".
       01  Srch-Index-Fail                            PIC XXX
                                                        VALUE "NO ".
       01  Index-EOD                                  PIC XXX.

       01  Run-Date-Fields.
           05  Run-Date-YYYYMMDD                      PIC 9(08).
       000-MAINLINE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-LOAD-SEARCH-REQUESTS.
           PERFORM 600-OPEN-SEARCH-INDEX.

           IF Srch-Index-Mode = "YES"
               PERFORM VARYING Search-Ix FROM 1 BY 1
                         UNTIL Search-Ix > Search-Count
                   PERFORM 610-SEARCH-INDEX-REQUEST
               END-PERFORM
               CLOSE Search-Index-FD
           ELSE
               PERFORM 300-COLLECT-GENERATIONS
               PERFORM VARYING Gen-Ix FROM 1 BY 1
                         UNTIL Gen-Ix > Gen-Count
                   PERFORM 400-SEARCH-ONE-GENERATION
               END-PERFORM
               PERFORM 500-SEARCH-ARCHIVE
           END-IF

           PERFORM 900-PRINT-SUMMARY.

               PERFORM 990-WRITE-OPERATOR-ALERT
               MOVE 4 TO RETURN-CODE
           END-IF
           IF Srch-Index-Fail = "YES"
               MOVE 4 TO Alert-Sev
               MOVE Run-Date-YYYYMMDD TO Alert-Gen-Num
               MOVE "SEARCH INDEX EXTINDX.DAT UNREADABLE - RUN REBUILD"
                   TO Alert-Msg
               PERFORM 990-WRITE-OPERATOR-ALERT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       100-INITIALIZE.
           PERFORM 101-READ-BUSINESS-DATE.
           OPEN OUTPUT Print-FD.
           PERFORM 150-PRINT-HEADING.

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
           WRITE Print-Rec AFTER ADVANCING 1 LINE.
           ADD 1 TO Lines-On-Page.

      * Status 35 means the index has never been built and the scan
      * is the normal path; any other failure is worth a warning.
       600-OPEN-SEARCH-INDEX.
           OPEN INPUT Search-Index-FD.
           IF Srch-Index-Status = "00"
               MOVE "YES" TO Srch-Index-Mode
           ELSE
               IF Srch-Index-Status NOT = "35"
                   MOVE "YES" TO Srch-Index-Fail
               END-IF
               MOVE SPACES TO Print-Rec
               STRING "SEARCH INDEX EXTINDX.DAT NOT AVAILABLE (STATUS "
                          DELIMITED BY SIZE
                      Srch-Index-Status DELIMITED BY SIZE
                      ") - EXTRACTS AND ARCHIVE SCANNED"
                          DELIMITED BY SIZE
                   INTO Print-Rec
               END-STRING
               WRITE Print-Rec AFTER ADVANCING 1 LINE
               ADD 1 TO Lines-On-Page
           END-IF.

      * The key is positioned at the search text padded with low
      * values, so every entry that can match lies at or after it;
      * entries come back in key order and the first one that no
      * longer matches ends the request.  A centered value is only
      * 20 bytes, so longer text cannot match it.
       610-SEARCH-INDEX-REQUEST.
           IF Lines-On-Page >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
           MOVE SPACES TO Detail-Line.
           STRING "REQUEST " DELIMITED BY SIZE
                  Search-Field(Search-Ix) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Search-Type(Search-Ix) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Search-Text(Search-Ix) DELIMITED BY SIZE
               INTO Detail-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Detail-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 2 LINES.
           ADD 2 TO Lines-On-Page.

           MOVE "NO " TO Index-EOD.
           IF Search-Field(Search-Ix) = "C"
               IF Search-Text-Len(Search-Ix) > 20
                   MOVE "YES" TO Index-EOD
               ELSE
                   MOVE LOW-VALUES TO Srch-Index-Key
                   IF Search-Type(Search-Ix) = "EQ"
                       MOVE Search-Text(Search-Ix)
                           TO Srch-Index-Center
                   ELSE
                       MOVE Search-Text(Search-Ix)
                               (1:Search-Text-Len(Search-Ix))
                           TO Srch-Index-Center
                               (1:Search-Text-Len(Search-Ix))
                   END-IF
                   START Search-Index-FD
                       KEY NOT < Srch-Index-Key
                       INVALID KEY
                           MOVE "YES" TO Index-EOD
                   END-START
               END-IF
           ELSE
               MOVE LOW-VALUES TO Srch-Index-Input
               IF Search-Type(Search-Ix) = "EQ"
                   MOVE Search-Text(Search-Ix) TO Srch-Index-Input
               ELSE
                   MOVE Search-Text(Search-Ix)
                           (1:Search-Text-Len(Search-Ix))
                       TO Srch-Index-Input
                           (1:Search-Text-Len(Search-Ix))
               END-IF
               START Search-Index-FD
                   KEY NOT < Srch-Index-Input
                   INVALID KEY
                       MOVE "YES" TO Index-EOD
               END-START
           END-IF.

           PERFORM UNTIL Index-EOD = "YES"
               READ Search-Index-FD NEXT RECORD
                   AT END
                       MOVE "YES" TO Index-EOD
                   NOT AT END
                       PERFORM 620-MATCH-INDEX-ENTRY
               END-READ
           END-PERFORM.

       620-MATCH-INDEX-ENTRY.
           MOVE SPACES TO Compare-Field.
           IF Search-Field(Search-Ix) = "I"
               MOVE Srch-Index-Input TO Compare-Field
           ELSE
               MOVE Srch-Index-Center TO Compare-Field
           END-IF.

           MOVE "NO " TO Search-Hit.
           IF Search-Type(Search-Ix) = "EQ"
               IF Compare-Field(1:75)
                      = Search-Text(Search-Ix)
                  AND Compare-Field(76:5) = SPACES
                   MOVE "YES" TO Search-Hit
               END-IF
           ELSE
               IF Compare-Field(1:Search-Text-Len(Search-Ix))
                      = Search-Text(Search-Ix)
                          (1:Search-Text-Len(Search-Ix))
                   MOVE "YES" TO Search-Hit
               END-IF
           END-IF.

           IF Search-Hit = "YES"
               ADD 1 TO Search-Hit-Count(Search-Ix)
               ADD 1 TO Total-Hit-Count
               IF Srch-Index-Location = "A"
                   ADD 1 TO Archive-Hit-Count
               END-IF
               PERFORM 630-PRINT-INDEX-HIT
           ELSE
               MOVE "YES" TO Index-EOD
           END-IF.

       630-PRINT-INDEX-HIT.
           IF Lines-On-Page >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
           MOVE Srch-Index-Rec-Num TO Rec-Num-Display.
           MOVE Srch-Index-Page TO Page-Num-Display.

           MOVE SPACES TO Detail-Line.
           IF Srch-Index-Location = "A"
               STRING "RUN " DELIMITED BY SIZE
                      Srch-Index-Gen-Id DELIMITED BY SIZE
                      " ARCH  REC " DELIMITED BY SIZE
                      Rec-Num-Display DELIMITED BY SIZE
                      "  PAGE " DELIMITED BY SIZE
                      Page-Num-Display DELIMITED BY SIZE
                      "  FILE " DELIMITED BY SIZE
                      Srch-Index-File(1:40) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      Srch-Index-Center DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
           ELSE
               STRING "RUN " DELIMITED BY SIZE
                      Srch-Index-Gen-Id DELIMITED BY SIZE
                      "  REC " DELIMITED BY SIZE
                      Rec-Num-Display DELIMITED BY SIZE
                      "  PAGE " DELIMITED BY SIZE
                      Page-Num-Display DELIMITED BY SIZE
                      "  FILE " DELIMITED BY SIZE
                      Srch-Index-File(1:40) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      Srch-Index-Center DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
           END-IF.
           MOVE SPACES TO Print-Rec.
           MOVE Detail-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.
           ADD 1 TO Lines-On-Page.

       900-PRINT-SUMMARY.
           IF Lines-On-Page >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
               END-IF
           END-PERFORM.

           MOVE SPACES TO Summary-Line.
           IF Srch-Index-Mode = "YES"
               MOVE "SEARCHED BY KEY ON EXTINDX.DAT" TO Summary-Line
           ELSE
               MOVE "SEARCHED BY SCAN OF EXTRACTS AND ARCHIVE"
                   TO Summary-Line
           END-IF.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.
           ADD 1 TO Lines-On-Page.

           MOVE Archive-Hit-Count TO Count-Display.
           MOVE SPACES TO Summary-Line.
           STRING "ARCHIVE HITS: " DELIMITED BY SIZE
