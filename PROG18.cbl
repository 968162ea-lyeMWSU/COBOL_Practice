      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Builds the title where-used cross-reference
      *           WHEREUSE.TXT from the current FILELIST.TXT input
      *           files and the title usage file TITLUSE.TXT.  Every
      *           code that an input file asks for with a "TC:" record
      *           (plain or inside a "BP:" banner record) or that has
      *           ever printed gets one line: the number of input files
      *           and "TC:" records that reference it, its lifetime hit
      *           count and last-used date, and the date the cross-
      *           reference was built.  The pending-maintenance
      *           program shows the count beside each pending DELETE
      *           and the title maintenance program refuses to remove
      *           a code still in use, so this step runs ahead of both
      *           in the nightly cycle.  A listing of each code with
      *           the input files that use it goes to Prog18Xref.txt.
      *           WHEREUSE.TXT record: cols 1-6 code, 8-10 input files,
      *           12-18 "TC:" records, 20-28 hits, 30-37 last used,
      *           39-46 build date.  When an input file could not
      *           be opened or a table filled, the first record is the
      *           marker "*INCMP" carrying the number of files not read
      *           in cols 8-10, so the programs that read the cross-
      *           reference do not take a missing code as unused.
      *           Ends with return code 8 when the cross-reference
      *           cannot be written, and 4 when an input file could not
      *           be opened or a table filled, since the counts are then
      *           incomplete.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program18.
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
           SELECT  Usage-FD
               ASSIGN "TITLUSE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Usage-Status.
           SELECT  Xref-FD
               ASSIGN "WHEREUSE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Xref-Status.
           SELECT  Print-FD
               ASSIGN TO LINE ADVANCING FILE "Prog18Xref.txt"
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
       FD  Input-FD.
       01  Input-Rec                                  PIC X(80).

       FD  File-List-FD.
       01  File-List-Rec.
           05  File-List-Rec-Name                     PIC X(80).
           05  FILLER                                 PIC X(01).
           05  File-List-Rec-Dest                     PIC X(04).

       FD  Usage-FD.
       01  Usage-Rec.
           05  Usage-Rec-Code                         PIC X(06).
           05  FILLER                                 PIC X(01).
           05  Usage-Rec-Hits                         PIC 9(09).
           05  FILLER                                 PIC X(01).
           05  Usage-Rec-Date                         PIC 9(08).

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

       01  Input-Status                               PIC XX.
       01  File-List-Status                           PIC XX.
       01  Usage-Status                               PIC XX.
       01  Xref-Status                                PIC XX.
       01  Print-Status                               PIC XX.
       01  Load-EOD                                   PIC XXX.

       01  Current-File-Name                          PIC X(80).

       01  File-List-Table.
           05  File-List-Entry OCCURS 50 TIMES        PIC X(80).
       01  File-List-Count                            PIC 9(03) COMP
                                                        VALUE ZERO.
       01  File-List-Index                            PIC 9(03) COMP.

       01  Xref-Table.
           05  Xref-Entry OCCURS 500 TIMES.
               10  Xref-Code                          PIC X(06).
               10  Xref-Files                         PIC 9(03) COMP.
               10  Xref-Records                       PIC 9(07) COMP.
               10  Xref-Hits                          PIC 9(09) COMP.
               10  Xref-Last-Used                     PIC 9(08).
       01  Xref-Count                                 PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Xref-Ix                                    PIC 9(03) COMP.
       01  Xref-Found                                 PIC XXX.

       01  Pair-Table.
           05  Pair-Entry OCCURS 1000 TIMES.
               10  Pair-Code                          PIC X(06).
               10  Pair-File-Ix                       PIC 9(03) COMP.
       01  Pair-Count                                 PIC 9(04) COMP
                                                        VALUE ZERO.
       01  Pair-Ix                                    PIC 9(04) COMP.
       01  Pair-Found                                 PIC XXX.

       01  Table-Full                                 PIC XXX
                                                        VALUE "NO ".
       01  Ref-Code-Work                              PIC X(06).

       01  Files-Failed-Count                         PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Tc-Record-Count                            PIC 9(07) COMP
                                                        VALUE ZERO.
       01  Referenced-Count                           PIC 9(05) COMP
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
                                    VALUE "PROG18 TITLE WHERE-USED".
       01  Heading-Line                               PIC X(72).
       01  Date-Display                               PIC X(08).
       01  Page-Display                               PIC ZZZZ9.

       01  Detail-Line                                PIC X(132).
       01  Files-Display                              PIC ZZ9.
       01  Records-Display                            PIC Z,ZZZ,ZZ9.
       01  Hits-Display                               PIC ZZZ,ZZZ,ZZ9.
       01  Last-Used-Display                          PIC X(10).
       01  Summary-Line                               PIC X(60).
       01  Count-Display                              PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-LOAD-TITLE-USAGE.
           PERFORM 250-SCAN-INPUT-FILES.
           PERFORM 400-WRITE-CROSS-REFERENCE.
           PERFORM 500-REPORT-CROSS-REFERENCE.
           PERFORM 900-PRINT-SUMMARY.

           CLOSE Print-FD
           IF Run-Return-Code NOT < 4
               MOVE Run-Return-Code TO Alert-Sev
               MOVE Run-Date-YYYYMMDD TO Alert-Gen-Num
               IF Run-Return-Code NOT < 8
                   MOVE "WHERE-USED NOT WRITTEN - TITLE DELETES BLOCKED"
                       TO Alert-Msg
               ELSE
                   MOVE "WHERE-USED INCOMPLETE - SEE PROG18XREF"
                       TO Alert-Msg
               END-IF
               PERFORM 990-WRITE-OPERATOR-ALERT
           END-IF
           MOVE Run-Return-Code TO RETURN-CODE
           STOP RUN.

       100-INITIALIZE.
           PERFORM 101-READ-BUSINESS-DATE.
           PERFORM 102-READ-FILE-LIST.
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

       200-LOAD-TITLE-USAGE.
           MOVE "NO " TO Load-EOD.
           OPEN INPUT Usage-FD.
           IF Usage-Status = "00"
               PERFORM UNTIL Load-EOD = "YES"
                   READ Usage-FD
                       AT END
                           MOVE "YES" TO Load-EOD
                       NOT AT END
                           MOVE Usage-Rec-Code TO Ref-Code-Work
                           PERFORM 300-FIND-XREF-ENTRY
                           IF Xref-Found = "YES"
                               IF Usage-Rec-Hits IS NUMERIC
                                   MOVE Usage-Rec-Hits
                                       TO Xref-Hits(Xref-Ix)
                               END-IF
                               IF Usage-Rec-Date IS NUMERIC
                                   MOVE Usage-Rec-Date
                                       TO Xref-Last-Used(Xref-Ix)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Usage-FD
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
                   IF Run-Return-Code < 4
                       MOVE 4 TO Run-Return-Code
                   END-IF
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
               ADD 1 TO Tc-Record-Count
               PERFORM 300-FIND-XREF-ENTRY
               IF Xref-Found = "YES"
                   ADD 1 TO Xref-Records(Xref-Ix)
                   MOVE "NO " TO Pair-Found
                   PERFORM VARYING Pair-Ix FROM 1 BY 1
                             UNTIL Pair-Ix > Pair-Count
                       IF Pair-Code(Pair-Ix) = Ref-Code-Work
                          AND Pair-File-Ix(Pair-Ix) = File-List-Index
                           MOVE "YES" TO Pair-Found
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF Pair-Found = "NO "
                       ADD 1 TO Xref-Files(Xref-Ix)
                       IF Pair-Count < 1000
                           ADD 1 TO Pair-Count
                           MOVE Ref-Code-Work TO Pair-Code(Pair-Count)
                           MOVE File-List-Index
                               TO Pair-File-Ix(Pair-Count)
                       ELSE
                           MOVE "YES" TO Table-Full
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Finds the entry for Ref-Code-Work, adding it when new.
       300-FIND-XREF-ENTRY.
           MOVE "NO " TO Xref-Found.
           PERFORM VARYING Xref-Ix FROM 1 BY 1
                     UNTIL Xref-Ix > Xref-Count
               IF Xref-Code(Xref-Ix) = Ref-Code-Work
                   MOVE "YES" TO Xref-Found
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF Xref-Found = "NO "
               IF Xref-Count < 500
                   ADD 1 TO Xref-Count
                   MOVE Xref-Count TO Xref-Ix
                   MOVE Ref-Code-Work TO Xref-Code(Xref-Ix)
                   MOVE ZERO TO Xref-Files(Xref-Ix)
                   MOVE ZERO TO Xref-Records(Xref-Ix)
                   MOVE ZERO TO Xref-Hits(Xref-Ix)
                   MOVE ZERO TO Xref-Last-Used(Xref-Ix)
                   MOVE "YES" TO Xref-Found
               ELSE
                   MOVE "YES" TO Table-Full
               END-IF
           END-IF.

       400-WRITE-CROSS-REFERENCE.
           IF Table-Full = "YES"
               IF Run-Return-Code < 4
                   MOVE 4 TO Run-Return-Code
               END-IF
               MOVE SPACES TO Detail-Line
               MOVE "NOTE: WHERE-USED TABLE FULL - COUNTS INCOMPLETE"
                   TO Detail-Line
               PERFORM 700-WRITE-DETAIL-LINE
           END-IF.
           OPEN OUTPUT Xref-FD.
           IF Xref-Status = "00"
               IF Table-Full = "YES"
                  OR Files-Failed-Count > ZERO
                   MOVE SPACES TO Xref-Rec
                   MOVE "*INCMP" TO Xref-Rec-Code
                   MOVE Files-Failed-Count TO Xref-Rec-Files
                   MOVE ZERO TO Xref-Rec-Records
                   MOVE ZERO TO Xref-Rec-Hits
                   MOVE ZERO TO Xref-Rec-Last-Used
                   MOVE Run-Date-YYYYMMDD TO Xref-Rec-Built
                   WRITE Xref-Rec
               END-IF
               PERFORM VARYING Xref-Ix FROM 1 BY 1
                         UNTIL Xref-Ix > Xref-Count
                   MOVE SPACES TO Xref-Rec
                   MOVE Xref-Code(Xref-Ix) TO Xref-Rec-Code
                   MOVE Xref-Files(Xref-Ix) TO Xref-Rec-Files
                   MOVE Xref-Records(Xref-Ix) TO Xref-Rec-Records
                   MOVE Xref-Hits(Xref-Ix) TO Xref-Rec-Hits
                   MOVE Xref-Last-Used(Xref-Ix)
                       TO Xref-Rec-Last-Used
                   MOVE Run-Date-YYYYMMDD TO Xref-Rec-Built
                   WRITE Xref-Rec
               END-PERFORM
               CLOSE Xref-FD
           ELSE
               MOVE 8 TO Run-Return-Code
               MOVE SPACES TO Detail-Line
               MOVE "WHERE-USED FILE WHEREUSE.TXT NOT WRITTEN"
                   TO Detail-Line
               PERFORM 700-WRITE-DETAIL-LINE
           END-IF.

       500-REPORT-CROSS-REFERENCE.
           PERFORM VARYING Xref-Ix FROM 1 BY 1
                     UNTIL Xref-Ix > Xref-Count
               IF Xref-Files(Xref-Ix) > ZERO
                   ADD 1 TO Referenced-Count
               END-IF
               IF Lines-On-Page + 2 >= Max-Lines-Per-Page
                   PERFORM 150-PRINT-HEADING
               END-IF
               MOVE Xref-Files(Xref-Ix) TO Files-Display
               MOVE Xref-Records(Xref-Ix) TO Records-Display
               MOVE Xref-Hits(Xref-Ix) TO Hits-Display
               IF Xref-Last-Used(Xref-Ix) = ZERO
                   MOVE "NEVER USED" TO Last-Used-Display
               ELSE
                   MOVE Xref-Last-Used(Xref-Ix) TO Last-Used-Display
               END-IF
               MOVE SPACES TO Detail-Line
               STRING Xref-Code(Xref-Ix) DELIMITED BY SIZE
                      "  INPUT FILES: " DELIMITED BY SIZE
                      Files-Display DELIMITED BY SIZE
                      "  TC: RECORDS: " DELIMITED BY SIZE
                      Records-Display DELIMITED BY SIZE
                      "  HITS: " DELIMITED BY SIZE
                      Hits-Display DELIMITED BY SIZE
                      "  LAST USED: " DELIMITED BY SIZE
                      Last-Used-Display DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
               PERFORM 700-WRITE-DETAIL-LINE
               PERFORM VARYING Pair-Ix FROM 1 BY 1
                         UNTIL Pair-Ix > Pair-Count
                   IF Pair-Code(Pair-Ix) = Xref-Code(Xref-Ix)
                       MOVE SPACES TO Detail-Line
                       STRING "        IN: " DELIMITED BY SIZE
                              File-List-Entry(Pair-File-Ix(Pair-Ix))
                                  DELIMITED BY SPACE
                           INTO Detail-Line
                       END-STRING
                       PERFORM 700-WRITE-DETAIL-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       700-WRITE-DETAIL-LINE.
           IF Lines-On-Page >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
           MOVE SPACES TO Print-Rec.
           MOVE Detail-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.
           ADD 1 TO Lines-On-Page.

       900-PRINT-SUMMARY.
           IF Lines-On-Page + 6 >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
           MOVE SPACES TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE File-List-Count TO Count-Display.
           STRING "INPUT FILES:      " DELIMITED BY SIZE
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

           MOVE SPACES TO Summary-Line.
           MOVE Tc-Record-Count TO Count-Display.
           STRING "TC: RECORDS:      " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Xref-Count TO Count-Display.
           STRING "CODES LISTED:     " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Referenced-Count TO Count-Display.
           STRING "CODES IN INPUTS:  " DELIMITED BY SIZE
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
               MOVE "PROG18" TO Alert-Program
               MOVE Alert-Gen-Num TO Alert-Gen
               MOVE Alert-Sev TO Alert-Severity
               MOVE Alert-Msg TO Alert-Message
               WRITE Alert-Rec
               CLOSE Alert-FD
           END-IF.

       END PROGRAM Program18.
