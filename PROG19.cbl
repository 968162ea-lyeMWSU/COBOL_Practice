      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Print-room delivery reconciliation.  Matches the
      *           print-room receipt file PRTRCPT.TXT against the
      *           distribution manifest PRTMANIF.Dyyyymmdd.TXT of every
      *           generation recorded in RUNLOG.TXT whose manifest is
      *           still on file.  A manifest stays open until every
      *           destination bundle on it has been delivered with its
      *           full page count.  For each open bundle the report
      *           shows whether it was picked up, the pages counted
      *           against Manifest-Pages, and its age in hours since
      *           the print run ended.  Bundles short on pages are
      *           flagged SHORT, and bundles not delivered within the
      *           cutoff (hours, job-parameter record columns 41-43,
      *           default 24) are flagged OVERDUE with a one-line alert
      *           each on OPRALERT.TXT.  Receipts naming a bundle that
      *           is on no manifest, and receipt lines that cannot be
      *           read, are listed as well.
      *           Receipt record, one per pickup or delivery as the
      *           print room hands the bundle over: col 1 event
      *           (P picked up, D delivered), cols 3-10 generation,
      *           12-15 destination code (blank for a single-
      *           destination run), 17-21 pages counted, 23-42 signed
      *           for by, 44-51 date, 53-56 time (HHMM).
      *           Ends with return code 4 when any bundle is short or
      *           overdue or a receipt is unmatched, and 8 when the run
      *           log cannot be opened.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program19.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  Run-Log-FD
               ASSIGN "RUNLOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Run-Log-Status.
           SELECT  Receipt-FD
               ASSIGN "PRTRCPT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Receipt-Status.
           SELECT  Manifest-FD
               ASSIGN TO DYNAMIC Manifest-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Manifest-Status.
           SELECT  Job-Param-FD
               ASSIGN "PARM1.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Job-Param-Status.
           SELECT  Print-FD
               ASSIGN TO LINE ADVANCING FILE "Prog19Dlvr.txt"
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
       01  Log-Stamp-View.
           05  FILLER                                 PIC X(03).
           05  Log-Stamp-Date                         PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Log-Stamp-Time                         PIC X(08).
           05  FILLER                                 PIC X(112).

       FD  Receipt-FD.
       01  Receipt-Rec.
           05  Receipt-Event                          PIC X(01).
           05  FILLER                                 PIC X(01).
           05  Receipt-Gen                            PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Receipt-Dest                           PIC X(04).
           05  FILLER                                 PIC X(01).
           05  Receipt-Pages                          PIC X(05).
           05  FILLER                                 PIC X(01).
           05  Receipt-Signed-By                      PIC X(20).
           05  FILLER                                 PIC X(01).
           05  Receipt-Date                           PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Receipt-Time                           PIC X(04).

       FD  Manifest-FD.
       01  Manifest-Rec.
           05  Manifest-Dest                          PIC X(04).
           05  FILLER                                 PIC X(01).
           05  Manifest-File                          PIC X(80).
           05  FILLER                                 PIC X(01).
           05  Manifest-Pages                         PIC 9(05).
           05  FILLER                                 PIC X(01).
           05  Manifest-Lines                         PIC 9(07).
           05  FILLER                                 PIC X(01).
           05  Manifest-Banners                       PIC 9(05).

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
           05  Param-Delivery-Hours                   PIC X(03).
           05  FILLER                                 PIC X(37).

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
       01  Receipt-Status                             PIC XX.
       01  Manifest-Status                            PIC XX.
       01  Job-Param-Status                           PIC XX.
       01  Print-Status                               PIC XX.
       01  Load-EOD                                   PIC XXX.
       01  Manifest-File-Name                         PIC X(80).

       01  Gen-Table.
           05  Gen-Entry OCCURS 200 TIMES.
               10  Gen-Id                             PIC 9(08).
               10  Gen-End-Date                       PIC 9(08).
               10  Gen-End-Time                       PIC 9(08).
       01  Gen-Count                                  PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Gen-Ix                                     PIC 9(03) COMP.
       01  Gen-Jx                                     PIC 9(03) COMP.
       01  Gen-Known                                  PIC XXX.
       01  Gen-Overflow                               PIC XXX
                                                        VALUE "NO ".
       01  Log-Gen-Ix                                 PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Log-Start-Date                             PIC 9(08)
                                                        VALUE ZERO.
       01  Log-Start-Time                             PIC 9(08)
                                                        VALUE ZERO.

       01  Receipt-Table.
           05  Rc-Entry OCCURS 1000 TIMES.
               10  Rc-Event                           PIC X(01).
               10  Rc-Gen                             PIC 9(08).
               10  Rc-Dest                            PIC X(04).
               10  Rc-Pages                           PIC 9(05).
               10  Rc-Signed-By                       PIC X(20).
               10  Rc-Date                            PIC 9(08).
               10  Rc-Time                            PIC 9(04).
               10  Rc-Matched                         PIC XXX.
       01  Rc-Count                                   PIC 9(04) COMP
                                                        VALUE ZERO.
       01  Rc-Ix                                      PIC 9(04) COMP.
       01  Rc-Overflow                                PIC XXX
                                                        VALUE "NO ".
       01  Receipt-Line-Count                         PIC 9(07) COMP
                                                        VALUE ZERO.

       01  Pickup-Ix                                  PIC 9(04) COMP.
       01  Delivery-Ix                                PIC 9(04) COMP.
       01  Counted-Pages                              PIC 9(05).
       01  Bundle-Short                               PIC XXX.
       01  Bundle-Overdue                             PIC XXX.
       01  Bundle-Status                              PIC X(14).
       01  Manifest-Open                              PIC XXX.
       01  Manifest-Bundle-Count                      PIC 9(03) COMP.

       01  Delivery-Hours                             PIC 9(03) COMP
                                                        VALUE 24.
       01  Now-Date                                   PIC 9(08).
       01  Now-Time                                   PIC 9(08).
       01  Now-Days                                   PIC 9(09) COMP.
       01  Now-Hour                                   PIC 9(02).
       01  Prod-Hour                                  PIC 9(02).
       01  Age-Hours                                  PIC S9(07) COMP.

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

       01  Manifests-Checked-Count                    PIC 9(05) COMP
                                                        VALUE ZERO.
       01  Manifests-Open-Count                       PIC 9(05) COMP
                                                        VALUE ZERO.
       01  Bundles-Open-Count                         PIC 9(05) COMP
                                                        VALUE ZERO.
       01  Not-Picked-Count                           PIC 9(05) COMP
                                                        VALUE ZERO.
       01  Short-Count                                PIC 9(05) COMP
                                                        VALUE ZERO.
       01  Overdue-Count                              PIC 9(05) COMP
                                                        VALUE ZERO.
       01  Unmatched-Count                            PIC 9(05) COMP
                                                        VALUE ZERO.
       01  Bad-Receipt-Count                          PIC 9(05) COMP
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
                                    VALUE "PROG19 DELIVERY RECON".
       01  Heading-Line                               PIC X(72).
       01  Date-Display                               PIC X(08).
       01  Page-Display                               PIC ZZZZ9.

       01  Detail-Line                                PIC X(132).
       01  Dest-Display                               PIC X(04).
       01  Pages-Display                              PIC ZZZZ9.
       01  Counted-Display                            PIC ZZZZ9.
       01  Hours-Display                              PIC Z,ZZ9.
       01  Pickup-Text                                PIC X(44).
       01  Summary-Line                               PIC X(60).
       01  Count-Display                              PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-COLLECT-GENERATIONS.
           IF Run-Return-Code < 8
               PERFORM 250-LOAD-RECEIPTS
               PERFORM 300-RECONCILE-MANIFESTS
               PERFORM 400-LIST-UNMATCHED-RECEIPTS
           END-IF
           PERFORM 900-PRINT-SUMMARY.

           CLOSE Print-FD
           IF Run-Return-Code NOT < 8
               MOVE Run-Return-Code TO Alert-Sev
               MOVE Run-Date-YYYYMMDD TO Alert-Gen-Num
               MOVE "RUN LOG NOT OPENED - DELIVERIES NOT RECONCILED"
                   TO Alert-Msg
               PERFORM 990-WRITE-OPERATOR-ALERT
           END-IF
           MOVE Run-Return-Code TO RETURN-CODE
           STOP RUN.

       100-INITIALIZE.
           PERFORM 101-READ-BUSINESS-DATE.
           ACCEPT Now-Date FROM DATE YYYYMMDD.
           ACCEPT Now-Time FROM TIME.
           MOVE Now-Date TO Conv-Date.
           PERFORM 800-DATE-TO-DAYS.
           MOVE Conv-Days TO Now-Days.
           MOVE Now-Time(1:2) TO Now-Hour.

           PERFORM 105-READ-JOB-PARAMS.
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

       105-READ-JOB-PARAMS.
           OPEN INPUT Job-Param-FD.
           IF Job-Param-Status = "00"
               READ Job-Param-FD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Param-Delivery-Hours IS NUMERIC
                          AND Param-Delivery-Hours > "000"
                           MOVE Param-Delivery-Hours
                               TO Delivery-Hours
                       END-IF
               END-READ
               CLOSE Job-Param-FD
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

      * The end of the print run ("EN " line) is when the bundles
      * reached the print room; a run with no end line is dated from
      * its start.
       200-COLLECT-GENERATIONS.
           MOVE "NO " TO EOD.
           OPEN INPUT Run-Log-FD.
           IF Run-Log-Status = "00"
               PERFORM UNTIL EOD = "YES"
                   READ Run-Log-FD
                       AT END
                           MOVE "YES" TO EOD
                       NOT AT END
                           PERFORM 210-NOTE-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE Run-Log-FD
           ELSE
               MOVE 8 TO Run-Return-Code
               MOVE SPACES TO Detail-Line
               MOVE "RUN LOG RUNLOG.TXT NOT OPENED - NOTHING TO DO"
                   TO Detail-Line
               PERFORM 700-WRITE-DETAIL-LINE
           END-IF.
           IF Gen-Overflow = "YES"
               MOVE SPACES TO Detail-Line
               MOVE "GEN TABLE FULL - OLDEST LOG ENTRIES DROPPED"
                   TO Detail-Line
               PERFORM 700-WRITE-DETAIL-LINE
           END-IF.

       210-NOTE-LOG-LINE.
           EVALUATE Run-Log-Tag
               WHEN "ST "
                   MOVE ZERO TO Log-Gen-Ix
                   MOVE ZERO TO Log-Start-Date
                   MOVE ZERO TO Log-Start-Time
                   IF Log-Stamp-Date IS NUMERIC
                       MOVE Log-Stamp-Date TO Log-Start-Date
                   END-IF
                   IF Log-Stamp-Time IS NUMERIC
                       MOVE Log-Stamp-Time TO Log-Start-Time
                   END-IF
               WHEN "GN "
                   IF Run-Log-Gen-Id IS NUMERIC
                       PERFORM 220-NOTE-GENERATION
                   END-IF
               WHEN "EN "
                   IF Log-Gen-Ix > ZERO
                      AND Log-Stamp-Date IS NUMERIC
                       MOVE Log-Stamp-Date TO Gen-End-Date(Log-Gen-Ix)
                       MOVE ZERO TO Gen-End-Time(Log-Gen-Ix)
                       IF Log-Stamp-Time IS NUMERIC
                           MOVE Log-Stamp-Time
                               TO Gen-End-Time(Log-Gen-Ix)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       220-NOTE-GENERATION.
           MOVE "NO " TO Gen-Known.
           PERFORM VARYING Gen-Jx FROM 1 BY 1
                     UNTIL Gen-Jx > Gen-Count
               IF Gen-Id(Gen-Jx) = Run-Log-Gen-Id
                   MOVE "YES" TO Gen-Known
                   MOVE Gen-Jx TO Log-Gen-Ix
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF Gen-Known NOT = "YES"
               IF Gen-Count < 200
                   ADD 1 TO Gen-Count
               ELSE
                   MOVE "YES" TO Gen-Overflow
                   PERFORM VARYING Gen-Jx FROM 1 BY 1
                             UNTIL Gen-Jx NOT < Gen-Count
                       MOVE Gen-Entry(Gen-Jx + 1)
                           TO Gen-Entry(Gen-Jx)
                   END-PERFORM
               END-IF
               MOVE Gen-Count TO Log-Gen-Ix
               MOVE Run-Log-Gen-Id TO Gen-Id(Log-Gen-Ix)
           END-IF.
           IF Log-Start-Date NOT = ZERO
               MOVE Log-Start-Date TO Gen-End-Date(Log-Gen-Ix)
               MOVE Log-Start-Time TO Gen-End-Time(Log-Gen-Ix)
           ELSE
               MOVE Run-Log-Gen-Id TO Gen-End-Date(Log-Gen-Ix)
               MOVE ZERO TO Gen-End-Time(Log-Gen-Ix)
           END-IF.

       250-LOAD-RECEIPTS.
           MOVE "NO " TO Load-EOD.
           OPEN INPUT Receipt-FD.
           IF Receipt-Status = "00"
               PERFORM UNTIL Load-EOD = "YES"
                   READ Receipt-FD
                       AT END
                           MOVE "YES" TO Load-EOD
                       NOT AT END
                           ADD 1 TO Receipt-Line-Count
                           IF Receipt-Rec NOT = SPACES
                               PERFORM 260-LOAD-ONE-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Receipt-FD
           ELSE
               MOVE SPACES TO Detail-Line
               MOVE "NO RECEIPT FILE PRTRCPT.TXT - NOTHING PICKED UP"
                   TO Detail-Line
               PERFORM 700-WRITE-DETAIL-LINE
           END-IF.
           IF Rc-Overflow = "YES"
               MOVE SPACES TO Detail-Line
               MOVE "RECEIPT TABLE FULL - LATER RECEIPTS NOT MATCHED"
                   TO Detail-Line
               PERFORM 700-WRITE-DETAIL-LINE
               IF Run-Return-Code < 4
                   MOVE 4 TO Run-Return-Code
               END-IF
           END-IF.

       260-LOAD-ONE-RECEIPT.
           IF (Receipt-Event NOT = "P" AND "D")
              OR Receipt-Gen IS NOT NUMERIC
              OR Receipt-Pages IS NOT NUMERIC
              OR Receipt-Date IS NOT NUMERIC
              OR Receipt-Time IS NOT NUMERIC
               ADD 1 TO Bad-Receipt-Count
               IF Run-Return-Code < 4
                   MOVE 4 TO Run-Return-Code
               END-IF
               MOVE Receipt-Line-Count TO Count-Display
               MOVE SPACES TO Detail-Line
               STRING "RECEIPT LINE " DELIMITED BY SIZE
                      Count-Display DELIMITED BY SIZE
                      " NOT READABLE: " DELIMITED BY SIZE
                      Receipt-Rec DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
               PERFORM 700-WRITE-DETAIL-LINE
           ELSE
               IF Rc-Count < 1000
                   ADD 1 TO Rc-Count
                   MOVE Receipt-Event TO Rc-Event(Rc-Count)
                   MOVE Receipt-Gen TO Rc-Gen(Rc-Count)
                   MOVE Receipt-Dest TO Rc-Dest(Rc-Count)
                   MOVE Receipt-Pages TO Rc-Pages(Rc-Count)
                   MOVE Receipt-Signed-By TO Rc-Signed-By(Rc-Count)
                   MOVE Receipt-Date TO Rc-Date(Rc-Count)
                   MOVE Receipt-Time TO Rc-Time(Rc-Count)
                   MOVE "NO " TO Rc-Matched(Rc-Count)
               ELSE
                   MOVE "YES" TO Rc-Overflow
               END-IF
           END-IF.

       300-RECONCILE-MANIFESTS.
           PERFORM VARYING Gen-Ix FROM 1 BY 1
                     UNTIL Gen-Ix > Gen-Count
               PERFORM 310-RECONCILE-ONE-MANIFEST
           END-PERFORM.

      * A generation already purged has no manifest and nothing left
      * to deliver.
       310-RECONCILE-ONE-MANIFEST.
           MOVE SPACES TO Manifest-File-Name.
           STRING "PRTMANIF.D" DELIMITED BY SIZE
                  Gen-Id(Gen-Ix) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO Manifest-File-Name
           END-STRING.
           MOVE "NO " TO Manifest-Open.
           MOVE ZERO TO Manifest-Bundle-Count.
           MOVE "NO " TO Load-EOD.
           OPEN INPUT Manifest-FD.
           IF Manifest-Status = "00"
               ADD 1 TO Manifests-Checked-Count
               MOVE Gen-End-Date(Gen-Ix) TO Conv-Date
               PERFORM 800-DATE-TO-DAYS
               MOVE Gen-End-Time(Gen-Ix)(1:2) TO Prod-Hour
               COMPUTE Age-Hours = (Now-Days - Conv-Days) * 24
                                 + Now-Hour - Prod-Hour
               IF Age-Hours < ZERO
                   MOVE ZERO TO Age-Hours
               END-IF
               PERFORM UNTIL Load-EOD = "YES"
                   READ Manifest-FD
                       AT END
                           MOVE "YES" TO Load-EOD
                       NOT AT END
                           PERFORM 320-RECONCILE-ONE-BUNDLE
                   END-READ
               END-PERFORM
               CLOSE Manifest-FD
               IF Manifest-Open = "YES"
                   ADD 1 TO Manifests-Open-Count
               END-IF
           END-IF.

      * The latest pickup and delivery receipts for the bundle are
      * used; the count taken at delivery wins over the pickup count.
       320-RECONCILE-ONE-BUNDLE.
           MOVE ZERO TO Pickup-Ix.
           MOVE ZERO TO Delivery-Ix.
           PERFORM VARYING Rc-Ix FROM 1 BY 1
                     UNTIL Rc-Ix > Rc-Count
               IF Rc-Gen(Rc-Ix) = Gen-Id(Gen-Ix)
                  AND Rc-Dest(Rc-Ix) = Manifest-Dest
                   MOVE "YES" TO Rc-Matched(Rc-Ix)
                   IF Rc-Event(Rc-Ix) = "P"
                       MOVE Rc-Ix TO Pickup-Ix
                   ELSE
                       MOVE Rc-Ix TO Delivery-Ix
                   END-IF
               END-IF
           END-PERFORM.

           MOVE ZERO TO Counted-Pages.
           IF Delivery-Ix > ZERO
               MOVE Rc-Pages(Delivery-Ix) TO Counted-Pages
           ELSE
               IF Pickup-Ix > ZERO
                   MOVE Rc-Pages(Pickup-Ix) TO Counted-Pages
               END-IF
           END-IF.
           MOVE "NO " TO Bundle-Short.
           IF (Pickup-Ix > ZERO OR Delivery-Ix > ZERO)
              AND Manifest-Pages IS NUMERIC
              AND Counted-Pages < Manifest-Pages
               MOVE "YES" TO Bundle-Short
           END-IF.
           MOVE "NO " TO Bundle-Overdue.
           IF Delivery-Ix = ZERO
              AND Age-Hours > Delivery-Hours
               MOVE "YES" TO Bundle-Overdue
           END-IF.

           IF Delivery-Ix > ZERO
              AND Bundle-Short = "NO "
               CONTINUE
           ELSE
               MOVE "YES" TO Manifest-Open
               ADD 1 TO Bundles-Open-Count
               PERFORM 330-PRINT-BUNDLE-LINE
           END-IF.

       330-PRINT-BUNDLE-LINE.
           EVALUATE TRUE
               WHEN Delivery-Ix > ZERO
                   MOVE "DELIVERED" TO Bundle-Status
               WHEN Pickup-Ix > ZERO
                   MOVE "IN TRANSIT" TO Bundle-Status
               WHEN OTHER
                   MOVE "NOT PICKED UP" TO Bundle-Status
                   ADD 1 TO Not-Picked-Count
           END-EVALUATE.
           MOVE SPACES TO Pickup-Text.
           IF Delivery-Ix > ZERO
               STRING "SIGNED " DELIMITED BY SIZE
                      Rc-Signed-By(Delivery-Ix) DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      Rc-Date(Delivery-Ix) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Rc-Time(Delivery-Ix) DELIMITED BY SIZE
                   INTO Pickup-Text
               END-STRING
           ELSE
               IF Pickup-Ix > ZERO
                   STRING "BY " DELIMITED BY SIZE
                          Rc-Signed-By(Pickup-Ix) DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          Rc-Date(Pickup-Ix) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          Rc-Time(Pickup-Ix) DELIMITED BY SIZE
                       INTO Pickup-Text
                   END-STRING
               END-IF
           END-IF.
           IF Manifest-Dest = SPACES
               MOVE "NONE" TO Dest-Display
           ELSE
               MOVE Manifest-Dest TO Dest-Display
           END-IF.
           IF Manifest-Pages IS NUMERIC
               MOVE Manifest-Pages TO Pages-Display
           ELSE
               MOVE ZERO TO Pages-Display
           END-IF.
           MOVE Counted-Pages TO Counted-Display.
           MOVE Age-Hours TO Hours-Display.
           MOVE SPACES TO Detail-Line.
           STRING "GEN " DELIMITED BY SIZE
                  Gen-Id(Gen-Ix) DELIMITED BY SIZE
                  "  DEST " DELIMITED BY SIZE
                  Dest-Display DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  Bundle-Status DELIMITED BY SIZE
                  " PAGES " DELIMITED BY SIZE
                  Pages-Display DELIMITED BY SIZE
                  " COUNTED " DELIMITED BY SIZE
                  Counted-Display DELIMITED BY SIZE
                  "  AGE " DELIMITED BY SIZE
                  Hours-Display DELIMITED BY SIZE
                  " HRS  " DELIMITED BY SIZE
                  Pickup-Text DELIMITED BY SIZE
               INTO Detail-Line
           END-STRING.
           PERFORM 700-WRITE-DETAIL-LINE.

           IF Bundle-Short = "YES"
               ADD 1 TO Short-Count
               IF Run-Return-Code < 4
                   MOVE 4 TO Run-Return-Code
               END-IF
               MOVE SPACES TO Detail-Line
               MOVE "    ** SHORT - PAGES COUNTED BELOW MANIFEST PAGES"
                   TO Detail-Line
               PERFORM 700-WRITE-DETAIL-LINE
           END-IF.
           IF Bundle-Overdue = "YES"
               ADD 1 TO Overdue-Count
               IF Run-Return-Code < 4
                   MOVE 4 TO Run-Return-Code
               END-IF
               MOVE SPACES TO Detail-Line
               MOVE Delivery-Hours TO Count-Display
               STRING "    ** OVERDUE - NOT DELIVERED WITHIN "
                          DELIMITED BY SIZE
                      Count-Display DELIMITED BY SIZE
                      " HOURS" DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
               PERFORM 700-WRITE-DETAIL-LINE
               MOVE 4 TO Alert-Sev
               MOVE Gen-Id(Gen-Ix) TO Alert-Gen-Num
               MOVE SPACES TO Alert-Msg
               STRING "BUNDLE OVERDUE - DEST " DELIMITED BY SIZE
                      Dest-Display DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Bundle-Status DELIMITED BY "  "
                      " AGE " DELIMITED BY SIZE
                      Hours-Display DELIMITED BY SIZE
                      " HRS" DELIMITED BY SIZE
                   INTO Alert-Msg
               END-STRING
               PERFORM 990-WRITE-OPERATOR-ALERT
           END-IF.

       400-LIST-UNMATCHED-RECEIPTS.
           PERFORM VARYING Rc-Ix FROM 1 BY 1
                     UNTIL Rc-Ix > Rc-Count
               IF Rc-Matched(Rc-Ix) NOT = "YES"
                   PERFORM 410-CHECK-UNMATCHED-GEN
               END-IF
           END-PERFORM.

      * Receipts for a generation whose manifest has been purged are
      * history, not an error.
       410-CHECK-UNMATCHED-GEN.
           MOVE SPACES TO Manifest-File-Name.
           STRING "PRTMANIF.D" DELIMITED BY SIZE
                  Rc-Gen(Rc-Ix) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO Manifest-File-Name
           END-STRING.
           OPEN INPUT Manifest-FD.
           IF Manifest-Status = "00"
               CLOSE Manifest-FD
               ADD 1 TO Unmatched-Count
               IF Run-Return-Code < 4
                   MOVE 4 TO Run-Return-Code
               END-IF
               MOVE SPACES TO Detail-Line
               STRING "RECEIPT FOR BUNDLE NOT ON MANIFEST: "
                          DELIMITED BY SIZE
                      Rc-Event(Rc-Ix) DELIMITED BY SIZE
                      " GEN " DELIMITED BY SIZE
                      Rc-Gen(Rc-Ix) DELIMITED BY SIZE
                      " DEST " DELIMITED BY SIZE
                      Rc-Dest(Rc-Ix) DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      Rc-Signed-By(Rc-Ix) DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
               PERFORM 700-WRITE-DETAIL-LINE
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

       900-PRINT-SUMMARY.
           IF Lines-On-Page + 10 >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
           MOVE SPACES TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Delivery-Hours TO Count-Display.
           STRING "DELIVERY CUTOFF HOURS: " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Manifests-Checked-Count TO Count-Display.
           STRING "MANIFESTS CHECKED:     " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Manifests-Open-Count TO Count-Display.
           STRING "MANIFESTS STILL OPEN:  " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Bundles-Open-Count TO Count-Display.
           STRING "BUNDLES OPEN:          " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Not-Picked-Count TO Count-Display.
           STRING "NOT PICKED UP:         " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Short-Count TO Count-Display.
           STRING "SHORT ON PAGES:        " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Overdue-Count TO Count-Display.
           STRING "OVERDUE UNDELIVERED:   " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Unmatched-Count TO Count-Display.
           STRING "UNMATCHED RECEIPTS:    " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
           MOVE SPACES TO Print-Rec.
           MOVE Summary-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

           MOVE SPACES TO Summary-Line.
           MOVE Bad-Receipt-Count TO Count-Display.
           STRING "UNREADABLE RECEIPTS:   " DELIMITED BY SIZE
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
               MOVE "PROG19" TO Alert-Program
               MOVE Alert-Gen-Num TO Alert-Gen
               MOVE Alert-Sev TO Alert-Severity
               MOVE Alert-Msg TO Alert-Message
               WRITE Alert-Rec
               CLOSE Alert-FD
           END-IF.

       END PROGRAM Program19.
