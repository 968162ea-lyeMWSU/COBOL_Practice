      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Month-end print chargeback.  Every generation of the
      *           billing month recorded in RUNLOG.TXT has its
      *           distribution manifest PRTMANIF.Dyyyymmdd.TXT read,
      *           and pages, lines and block-letter banners are totalled
      *           per destination code.  Each destination is priced
      *           from the rate table RATETBL.TXT and billed to its
      *           department: one invoice page per department on
      *           Prog20Chrg.txt, then a summary by department that
      *           ties the billed volumes back to the month's manifest
      *           totals.  The charges are also written to the fixed-
      *           width finance load file CHARGE.Myyyymm.TXT.
      *           The billing month is taken from the job-parameter
      *           record, columns 44-49 (YYYYMM); blank means the month
      *           before the run date.
      *           Rate record, one per destination: cols 1-4
      *           destination code ("NONE" for runs without one), 6-35
      *           department name, 37-44 cost centre, 46-52 rate per
      *           page, 54-60 rate per line, 62-68 surcharge per
      *           banner (each rate 9(3)V9(4), e.g. 0012500 = 1.25).
      *           Charge record: "CHG", billing month, cost centre,
      *           department, destination, generations, pages, lines,
      *           banners, then page, line, banner and total amounts
      *           (each 9(9)V99, implied decimal), space separated;
      *           ended by a "TRL" record with the record count and
      *           the total amount.
      *           Ends with return code 4 when a destination has no
      *           rate, a generation has no manifest, or a rate record
      *           is rejected, and 8 when the billed volumes do not tie
      *           back to the manifests, the destination table fills or
      *           the charge file cannot be written.  The tie-back is
      *           proved before anything is billed: on return code 8 no
      *           invoices are printed and CHARGE.Myyyymm.TXT is not
      *           written.  A charge file that fails part way is left
      *           without its "TRL" record, so finance will not load it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program20.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  Run-Log-FD
               ASSIGN "RUNLOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Run-Log-Status.
           SELECT  Rate-FD
               ASSIGN "RATETBL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Rate-Status.
           SELECT  Manifest-FD
               ASSIGN TO DYNAMIC Manifest-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Manifest-Status.
           SELECT  Charge-FD
               ASSIGN TO DYNAMIC Charge-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Charge-Status.
           SELECT  Job-Param-FD
               ASSIGN "PARM1.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Job-Param-Status.
           SELECT  Print-FD
               ASSIGN TO LINE ADVANCING FILE "Prog20Chrg.txt"
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

       FD  Rate-FD.
       01  Rate-Rec.
           05  Rate-Dest                              PIC X(04).
           05  FILLER                                 PIC X(01).
           05  Rate-Dept-Name                         PIC X(30).
           05  FILLER                                 PIC X(01).
           05  Rate-Cost-Centre                       PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Rate-Per-Page                          PIC 9(03)V9(04).
           05  FILLER                                 PIC X(01).
           05  Rate-Per-Line                          PIC 9(03)V9(04).
           05  FILLER                                 PIC X(01).
           05  Rate-Per-Banner                        PIC 9(03)V9(04).

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

       FD  Charge-FD.
       01  Charge-Rec.
           05  Charge-Id                              PIC X(03).
           05  FILLER                                 PIC X(01).
           05  Charge-Month                           PIC 9(06).
           05  FILLER                                 PIC X(01).
           05  Charge-Cost-Centre                     PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Charge-Dept-Name                       PIC X(30).
           05  FILLER                                 PIC X(01).
           05  Charge-Dest                            PIC X(04).
           05  FILLER                                 PIC X(01).
           05  Charge-Gens                            PIC 9(03).
           05  FILLER                                 PIC X(01).
           05  Charge-Pages                           PIC 9(07).
           05  FILLER                                 PIC X(01).
           05  Charge-Lines                           PIC 9(09).
           05  FILLER                                 PIC X(01).
           05  Charge-Banners                         PIC 9(07).
           05  FILLER                                 PIC X(01).
           05  Charge-Page-Amt                        PIC 9(09)V99.
           05  FILLER                                 PIC X(01).
           05  Charge-Line-Amt                        PIC 9(09)V99.
           05  FILLER                                 PIC X(01).
           05  Charge-Banner-Amt                      PIC 9(09)V99.
           05  FILLER                                 PIC X(01).
           05  Charge-Total-Amt                       PIC 9(09)V99.
       01  Charge-Trailer-Rec.
           05  Charge-Trl-Id                          PIC X(03).
           05  FILLER                                 PIC X(01).
           05  Charge-Trl-Month                       PIC 9(06).
           05  FILLER                                 PIC X(01).
           05  Charge-Trl-Count                       PIC 9(07).
           05  FILLER                                 PIC X(01).
           05  Charge-Trl-Amount                      PIC 9(11)V99.

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
           05  Param-Charge-Month                     PIC X(06).
           05  FILLER                                 PIC X(31).

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
       01  Rate-Status                                PIC XX.
       01  Manifest-Status                            PIC XX.
       01  Charge-Status                              PIC XX.
       01  Job-Param-Status                           PIC XX.
       01  Print-Status                               PIC XX.
       01  Load-EOD                                   PIC XXX.
       01  Manifest-File-Name                         PIC X(80).
       01  Charge-File-Name                           PIC X(80).
       01  Charge-Opened                              PIC XXX
                                                        VALUE "NO ".
       01  Charge-Write-Failed                        PIC XXX
                                                        VALUE "NO ".

       01  Billing-Month                              PIC 9(06).
       01  Billing-Month-R REDEFINES Billing-Month.
           05  Billing-Year                           PIC 9(04).
           05  Billing-Mon                            PIC 9(02).

       01  Gen-Table.
           05  Gen-Id OCCURS 100 TIMES                PIC 9(08).
       01  Gen-Count                                  PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Gen-Ix                                     PIC 9(03) COMP.
       01  Gen-Jx                                     PIC 9(03) COMP.
       01  Gen-Known                                  PIC XXX.
       01  Gen-Overflow                               PIC XXX
                                                        VALUE "NO ".

       01  Rate-Table.
           05  Rt-Entry OCCURS 100 TIMES.
               10  Rt-Dest                            PIC X(04).
               10  Rt-Dept-Name                       PIC X(30).
               10  Rt-Cost-Centre                     PIC X(08).
               10  Rt-Per-Page                        PIC 9(03)V9(04).
               10  Rt-Per-Line                        PIC 9(03)V9(04).
               10  Rt-Per-Banner                      PIC 9(03)V9(04).
       01  Rt-Count                                   PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Rt-Ix                                      PIC 9(03) COMP.
       01  Rate-Line-Count                            PIC 9(05) COMP
                                                        VALUE ZERO.

       01  Dest-Table.
           05  Ds-Entry OCCURS 100 TIMES.
               10  Ds-Dest                            PIC X(04).
               10  Ds-Rate-Ix                         PIC 9(03) COMP.
               10  Ds-Dept-Ix                         PIC 9(03) COMP.
               10  Ds-Gens                            PIC 9(03) COMP.
               10  Ds-Pages                           PIC 9(07) COMP.
               10  Ds-Lines                           PIC 9(09) COMP.
               10  Ds-Banners                         PIC 9(07) COMP.
               10  Ds-Page-Amt                        PIC 9(09)V99.
               10  Ds-Line-Amt                        PIC 9(09)V99.
               10  Ds-Banner-Amt                      PIC 9(09)V99.
               10  Ds-Total-Amt                       PIC 9(09)V99.
       01  Ds-Count                                   PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Ds-Ix                                      PIC 9(03) COMP.
       01  Ds-Overflow                                PIC XXX
                                                        VALUE "NO ".
       01  Work-Dest                                  PIC X(04).

       01  Dept-Table.
           05  Dp-Entry OCCURS 100 TIMES.
               10  Dp-Dept-Name                       PIC X(30).
               10  Dp-Cost-Centre                     PIC X(08).
               10  Dp-Pages                           PIC 9(09) COMP.
               10  Dp-Lines                           PIC 9(09) COMP.
               10  Dp-Banners                         PIC 9(09) COMP.
               10  Dp-Total-Amt                       PIC 9(11)V99.
       01  Dp-Count                                   PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Dp-Ix                                      PIC 9(03) COMP.
       01  Invoice-Dept-Ix                            PIC 9(03) COMP
                                                        VALUE ZERO.

       01  Manifest-Pages-Total                       PIC 9(09) COMP
                                                        VALUE ZERO.
       01  Manifest-Lines-Total                       PIC 9(09) COMP
                                                        VALUE ZERO.
       01  Manifest-Banners-Total                     PIC 9(09) COMP
                                                        VALUE ZERO.
       01  Billed-Pages-Total                         PIC 9(09) COMP
                                                        VALUE ZERO.
       01  Billed-Lines-Total                         PIC 9(09) COMP
                                                        VALUE ZERO.
       01  Billed-Banners-Total                       PIC 9(09) COMP
                                                        VALUE ZERO.
       01  Unrated-Pages-Total                        PIC 9(09) COMP
                                                        VALUE ZERO.
       01  Unrated-Lines-Total                        PIC 9(09) COMP
                                                        VALUE ZERO.
       01  Unrated-Banners-Total                      PIC 9(09) COMP
                                                        VALUE ZERO.
       01  Grand-Total-Amt                            PIC 9(11)V99
                                                        VALUE ZERO.
       01  Charge-Rec-Count                           PIC 9(07) COMP
                                                        VALUE ZERO.
       01  Tie-Back-Status                            PIC XXX
                                                        VALUE "YES".

       01  Manifests-Read-Count                       PIC 9(05) COMP
                                                        VALUE ZERO.
       01  Manifests-Missing-Count                    PIC 9(05) COMP
                                                        VALUE ZERO.
       01  Unrated-Count                              PIC 9(05) COMP
                                                        VALUE ZERO.
       01  Bad-Rate-Count                             PIC 9(05) COMP
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
       01  Run-Date-Parts REDEFINES Run-Date-Fields.
           05  Run-Date-Year                          PIC 9(04).
           05  FILLER                                 PIC 9(04).

       01  Page-Number                                PIC 9(05) COMP
                                                        VALUE ZERO.
       01  Lines-On-Page                              PIC 9(05) COMP
                                                        VALUE ZERO.
       01  Max-Lines-Per-Page                         PIC 9(05) COMP
                                                        VALUE 40.

       01  Report-Title                               PIC X(30)
                                    VALUE "PROG20 PRINT CHARGEBACK".
       01  Heading-Line                               PIC X(72).
       01  Date-Display                               PIC X(08).
       01  Page-Display                               PIC ZZZZ9.
       01  Month-Display                              PIC X(07).

       01  Detail-Line                                PIC X(132).
       01  Invoice-Line.
           05  Inv-Dest                               PIC X(04).
           05  FILLER                                 PIC X(02).
           05  Inv-Gens                               PIC ZZ9.
           05  FILLER                                 PIC X(02).
           05  Inv-Pages                              PIC Z,ZZZ,ZZ9.
           05  FILLER                                 PIC X(02).
           05  Inv-Lines                              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                                 PIC X(02).
           05  Inv-Banners                            PIC Z,ZZZ,ZZ9.
           05  FILLER                                 PIC X(02).
           05  Inv-Page-Amt                           PIC Z(08)9.99.
           05  FILLER                                 PIC X(02).
           05  Inv-Line-Amt                           PIC Z(08)9.99.
           05  FILLER                                 PIC X(02).
           05  Inv-Banner-Amt                         PIC Z(08)9.99.
           05  FILLER                                 PIC X(02).
           05  Inv-Total-Amt                          PIC Z(08)9.99.
       01  Rate-Page-Display                          PIC ZZ9.9999.
       01  Rate-Line-Display                          PIC ZZ9.9999.
       01  Rate-Banner-Display                        PIC ZZ9.9999.
       01  Amount-Display                             PIC Z(10)9.99.
       01  Summary-Line                               PIC X(80).
       01  Count-Display                              PIC Z,ZZZ,ZZ9.
       01  Count-Display-2                            PIC Z,ZZZ,ZZ9.
       01  Count-Display-3                            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 100-INITIALIZE.
           PERFORM 110-LOAD-RATES.
           PERFORM 200-COLLECT-GENERATIONS.
           IF Run-Return-Code < 8
               PERFORM 300-ACCUMULATE-MANIFESTS
           END-IF
           IF Run-Return-Code < 8
               PERFORM 400-PRICE-DESTINATIONS
           END-IF
           PERFORM 450-CHECK-TIE-BACK.
           IF Run-Return-Code < 8
               PERFORM 500-PRINT-INVOICES
           END-IF
           PERFORM 900-PRINT-SUMMARY.

           CLOSE Print-FD
           IF Run-Return-Code NOT < 4
               MOVE Run-Return-Code TO Alert-Sev
               MOVE Run-Date-YYYYMMDD TO Alert-Gen-Num
               MOVE SPACES TO Alert-Msg
               IF Run-Return-Code NOT < 8
                   STRING "CHARGEBACK " DELIMITED BY SIZE
                          Month-Display DELIMITED BY SIZE
                          " FAILED - SEE Prog20Chrg.txt"
                              DELIMITED BY SIZE
                       INTO Alert-Msg
                   END-STRING
               ELSE
                   STRING "CHARGEBACK " DELIMITED BY SIZE
                          Month-Display DELIMITED BY SIZE
                          " HAS UNBILLED OR MISSING VOLUME"
                              DELIMITED BY SIZE
                       INTO Alert-Msg
                   END-STRING
               END-IF
               PERFORM 990-WRITE-OPERATOR-ALERT
           END-IF
           MOVE Run-Return-Code TO RETURN-CODE
           STOP RUN.

       100-INITIALIZE.
           PERFORM 101-READ-BUSINESS-DATE.
           MOVE Run-Date-Year TO Billing-Year.
           MOVE Run-Date-MM TO Billing-Mon.
           IF Billing-Mon = 1
               SUBTRACT 1 FROM Billing-Year
               MOVE 12 TO Billing-Mon
           ELSE
               SUBTRACT 1 FROM Billing-Mon
           END-IF.
           PERFORM 105-READ-JOB-PARAMS.

           MOVE SPACES TO Month-Display.
           STRING Billing-Year DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  Billing-Mon DELIMITED BY SIZE
               INTO Month-Display
           END-STRING.
           MOVE SPACES TO Charge-File-Name.
           STRING "CHARGE.M" DELIMITED BY SIZE
                  Billing-Month DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO Charge-File-Name
           END-STRING.

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
                       IF Param-Charge-Month IS NUMERIC
                          AND Param-Charge-Month(5:2) > "00"
                          AND Param-Charge-Month(5:2) < "13"
                           MOVE Param-Charge-Month TO Billing-Month
                       END-IF
               END-READ
               CLOSE Job-Param-FD
           END-IF.

      * A destination may appear only once; a repeated code keeps the
      * first entry so a stray line cannot silently reprice it.
       110-LOAD-RATES.
           MOVE "NO " TO Load-EOD.
           OPEN INPUT Rate-FD.
           IF Rate-Status = "00"
               PERFORM UNTIL Load-EOD = "YES"
                   READ Rate-FD
                       AT END
                           MOVE "YES" TO Load-EOD
                       NOT AT END
                           ADD 1 TO Rate-Line-Count
                           IF Rate-Rec NOT = SPACES
                               PERFORM 115-LOAD-ONE-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Rate-FD
           ELSE
               MOVE SPACES TO Detail-Line
               MOVE "RATE TABLE RATETBL.TXT NOT OPENED - NOTHING PRICED"
                   TO Detail-Line
               PERFORM 700-WRITE-DETAIL-LINE
               IF Run-Return-Code < 4
                   MOVE 4 TO Run-Return-Code
               END-IF
           END-IF.

       115-LOAD-ONE-RATE.
           MOVE SPACES TO Summary-Line.
           EVALUATE TRUE
               WHEN Rate-Dest = SPACES
                   MOVE "NO DESTINATION CODE" TO Summary-Line
               WHEN Rate-Dept-Name = SPACES
                   MOVE "NO DEPARTMENT NAME" TO Summary-Line
               WHEN Rate-Per-Page IS NOT NUMERIC
                 OR Rate-Per-Line IS NOT NUMERIC
                 OR Rate-Per-Banner IS NOT NUMERIC
                   MOVE "RATE NOT NUMERIC" TO Summary-Line
               WHEN OTHER
                   PERFORM VARYING Rt-Ix FROM 1 BY 1
                             UNTIL Rt-Ix > Rt-Count
                       IF Rt-Dest(Rt-Ix) = Rate-Dest
                           MOVE "DUPLICATE DESTINATION" TO Summary-Line
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF Summary-Line = SPACES
                      AND Rt-Count NOT < 100
                       MOVE "RATE TABLE FULL" TO Summary-Line
                   END-IF
           END-EVALUATE.
           IF Summary-Line = SPACES
               ADD 1 TO Rt-Count
               MOVE Rate-Dest TO Rt-Dest(Rt-Count)
               MOVE Rate-Dept-Name TO Rt-Dept-Name(Rt-Count)
               MOVE Rate-Cost-Centre TO Rt-Cost-Centre(Rt-Count)
               MOVE Rate-Per-Page TO Rt-Per-Page(Rt-Count)
               MOVE Rate-Per-Line TO Rt-Per-Line(Rt-Count)
               MOVE Rate-Per-Banner TO Rt-Per-Banner(Rt-Count)
           ELSE
               ADD 1 TO Bad-Rate-Count
               IF Run-Return-Code < 4
                   MOVE 4 TO Run-Return-Code
               END-IF
               MOVE Rate-Line-Count TO Count-Display
               MOVE SPACES TO Detail-Line
               STRING "RATE LINE " DELIMITED BY SIZE
                      Count-Display DELIMITED BY SIZE
                      " REJECTED - " DELIMITED BY SIZE
                      Summary-Line DELIMITED BY "  "
                      ": " DELIMITED BY SIZE
                      Rate-Rec DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
               PERFORM 700-WRITE-DETAIL-LINE
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
           STRING "BILLING MONTH: " DELIMITED BY SIZE
                  Month-Display DELIMITED BY SIZE
               INTO Print-Rec
           END-STRING.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.
           ADD 1 TO Lines-On-Page.

           IF Invoice-Dept-Ix > ZERO
               MOVE SPACES TO Print-Rec
               STRING "DEPARTMENT:    " DELIMITED BY SIZE
                      Dp-Dept-Name(Invoice-Dept-Ix) DELIMITED BY SIZE
                      "  COST CENTRE: " DELIMITED BY SIZE
                      Dp-Cost-Centre(Invoice-Dept-Ix) DELIMITED BY SIZE
                   INTO Print-Rec
               END-STRING
               WRITE Print-Rec AFTER ADVANCING 1 LINE
               MOVE SPACES TO Print-Rec
               WRITE Print-Rec AFTER ADVANCING 1 LINE
               MOVE SPACES TO Print-Rec
               MOVE "DEST  GEN      PAGES        LINES    BANNERS"
                   TO Print-Rec
               MOVE "PAGE CHARGE" TO Print-Rec(48:11)
               MOVE "LINE CHARGE" TO Print-Rec(62:11)
               MOVE "BANNER CHARGE" TO Print-Rec(74:13)
               MOVE "TOTAL CHARGE" TO Print-Rec(89:12)
               WRITE Print-Rec AFTER ADVANCING 1 LINE
               ADD 3 TO Lines-On-Page
           END-IF.

           MOVE SPACES TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

      * The generation id is the run date, so the month's generations
      * are the "GN " entries whose id falls in the billing month.
       200-COLLECT-GENERATIONS.
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
                              AND Run-Log-Gen-Id(1:6) = Billing-Month
                               PERFORM 210-NOTE-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Run-Log-FD
           ELSE
               MOVE 8 TO Run-Return-Code
               MOVE SPACES TO Detail-Line
               MOVE "RUN LOG RUNLOG.TXT NOT OPENED - NOTHING BILLED"
                   TO Detail-Line
               PERFORM 700-WRITE-DETAIL-LINE
           END-IF.
           IF Gen-Overflow = "YES"
               MOVE 8 TO Run-Return-Code
               MOVE SPACES TO Detail-Line
               MOVE "GEN TABLE FULL - MONTH NOT BILLED"
                   TO Detail-Line
               PERFORM 700-WRITE-DETAIL-LINE
           END-IF.

       210-NOTE-GENERATION.
           MOVE "NO " TO Gen-Known.
           PERFORM VARYING Gen-Jx FROM 1 BY 1
                     UNTIL Gen-Jx > Gen-Count
               IF Gen-Id(Gen-Jx) = Run-Log-Gen-Id
                   MOVE "YES" TO Gen-Known
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF Gen-Known NOT = "YES"
               IF Gen-Count < 100
                   ADD 1 TO Gen-Count
                   MOVE Run-Log-Gen-Id TO Gen-Id(Gen-Count)
               ELSE
                   MOVE "YES" TO Gen-Overflow
               END-IF
           END-IF.

       300-ACCUMULATE-MANIFESTS.
           PERFORM VARYING Gen-Ix FROM 1 BY 1
                     UNTIL Gen-Ix > Gen-Count
               PERFORM 310-READ-ONE-MANIFEST
           END-PERFORM.
           IF Ds-Overflow = "YES"
               MOVE 8 TO Run-Return-Code
               MOVE SPACES TO Detail-Line
               MOVE "DESTINATION TABLE FULL - VOLUME NOT BILLED"
                   TO Detail-Line
               PERFORM 700-WRITE-DETAIL-LINE
           END-IF.

       310-READ-ONE-MANIFEST.
           MOVE SPACES TO Manifest-File-Name.
           STRING "PRTMANIF.D" DELIMITED BY SIZE
                  Gen-Id(Gen-Ix) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO Manifest-File-Name
           END-STRING.
           MOVE "NO " TO Load-EOD.
           OPEN INPUT Manifest-FD.
           IF Manifest-Status = "00"
               ADD 1 TO Manifests-Read-Count
               PERFORM UNTIL Load-EOD = "YES"
                   READ Manifest-FD
                       AT END
                           MOVE "YES" TO Load-EOD
                       NOT AT END
                           PERFORM 320-ADD-MANIFEST-LINE
                   END-READ
               END-PERFORM
               CLOSE Manifest-FD
           ELSE
               ADD 1 TO Manifests-Missing-Count
               IF Run-Return-Code < 4
                   MOVE 4 TO Run-Return-Code
               END-IF
               MOVE SPACES TO Detail-Line
               STRING "GENERATION " DELIMITED BY SIZE
                      Gen-Id(Gen-Ix) DELIMITED BY SIZE
                      " HAS NO MANIFEST " DELIMITED BY SIZE
                      Manifest-File-Name DELIMITED BY SPACE
                      " - NOT BILLED" DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
               PERFORM 700-WRITE-DETAIL-LINE
           END-IF.

      * A manifest written before banners were counted has no banner
      * field; its banners are taken as zero.
       320-ADD-MANIFEST-LINE.
           IF Manifest-Pages IS NOT NUMERIC
               MOVE ZERO TO Manifest-Pages
           END-IF.
           IF Manifest-Lines IS NOT NUMERIC
               MOVE ZERO TO Manifest-Lines
           END-IF.
           IF Manifest-Banners IS NOT NUMERIC
               MOVE ZERO TO Manifest-Banners
           END-IF.
           ADD Manifest-Pages TO Manifest-Pages-Total.
           ADD Manifest-Lines TO Manifest-Lines-Total.
           ADD Manifest-Banners TO Manifest-Banners-Total.

           IF Manifest-Dest = SPACES
               MOVE "NONE" TO Work-Dest
           ELSE
               MOVE Manifest-Dest TO Work-Dest
           END-IF.
           PERFORM VARYING Ds-Ix FROM 1 BY 1
                     UNTIL Ds-Ix > Ds-Count
               IF Ds-Dest(Ds-Ix) = Work-Dest
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF Ds-Ix > Ds-Count
               IF Ds-Count < 100
                   ADD 1 TO Ds-Count
                   MOVE Ds-Count TO Ds-Ix
                   MOVE Work-Dest TO Ds-Dest(Ds-Ix)
                   MOVE ZERO TO Ds-Rate-Ix(Ds-Ix)
                   MOVE ZERO TO Ds-Dept-Ix(Ds-Ix)
                   MOVE ZERO TO Ds-Gens(Ds-Ix)
                   MOVE ZERO TO Ds-Pages(Ds-Ix)
                   MOVE ZERO TO Ds-Lines(Ds-Ix)
                   MOVE ZERO TO Ds-Banners(Ds-Ix)
               ELSE
                   MOVE "YES" TO Ds-Overflow
                   MOVE ZERO TO Ds-Ix
               END-IF
           END-IF.
           IF Ds-Ix > ZERO
               ADD 1 TO Ds-Gens(Ds-Ix)
               ADD Manifest-Pages TO Ds-Pages(Ds-Ix)
               ADD Manifest-Lines TO Ds-Lines(Ds-Ix)
               ADD Manifest-Banners TO Ds-Banners(Ds-Ix)
           END-IF.

      * Each destination is rounded to the cent on its own; the
      * department and grand totals are sums of the rounded charges so
      * the invoices, the summary and the finance file agree.
       400-PRICE-DESTINATIONS.
           PERFORM VARYING Ds-Ix FROM 1 BY 1
                     UNTIL Ds-Ix > Ds-Count
               PERFORM 410-PRICE-ONE-DESTINATION
           END-PERFORM.

       410-PRICE-ONE-DESTINATION.
           MOVE ZERO TO Ds-Page-Amt(Ds-Ix).
           MOVE ZERO TO Ds-Line-Amt(Ds-Ix).
           MOVE ZERO TO Ds-Banner-Amt(Ds-Ix).
           MOVE ZERO TO Ds-Total-Amt(Ds-Ix).
           PERFORM VARYING Rt-Ix FROM 1 BY 1
                     UNTIL Rt-Ix > Rt-Count
               IF Rt-Dest(Rt-Ix) = Ds-Dest(Ds-Ix)
                   MOVE Rt-Ix TO Ds-Rate-Ix(Ds-Ix)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF Ds-Rate-Ix(Ds-Ix) = ZERO
               ADD 1 TO Unrated-Count
               ADD Ds-Pages(Ds-Ix) TO Unrated-Pages-Total
               ADD Ds-Lines(Ds-Ix) TO Unrated-Lines-Total
               ADD Ds-Banners(Ds-Ix) TO Unrated-Banners-Total
               IF Run-Return-Code < 4
                   MOVE 4 TO Run-Return-Code
               END-IF
           ELSE
               MOVE Ds-Rate-Ix(Ds-Ix) TO Rt-Ix
               COMPUTE Ds-Page-Amt(Ds-Ix) ROUNDED =
                       Ds-Pages(Ds-Ix) * Rt-Per-Page(Rt-Ix)
               COMPUTE Ds-Line-Amt(Ds-Ix) ROUNDED =
                       Ds-Lines(Ds-Ix) * Rt-Per-Line(Rt-Ix)
               COMPUTE Ds-Banner-Amt(Ds-Ix) ROUNDED =
                       Ds-Banners(Ds-Ix) * Rt-Per-Banner(Rt-Ix)
               COMPUTE Ds-Total-Amt(Ds-Ix) = Ds-Page-Amt(Ds-Ix)
                       + Ds-Line-Amt(Ds-Ix) + Ds-Banner-Amt(Ds-Ix)
               PERFORM 420-NOTE-DEPARTMENT
               ADD Ds-Pages(Ds-Ix) TO Billed-Pages-Total
               ADD Ds-Lines(Ds-Ix) TO Billed-Lines-Total
               ADD Ds-Banners(Ds-Ix) TO Billed-Banners-Total
               ADD Ds-Total-Amt(Ds-Ix) TO Grand-Total-Amt
           END-IF.

       420-NOTE-DEPARTMENT.
           PERFORM VARYING Dp-Ix FROM 1 BY 1
                     UNTIL Dp-Ix > Dp-Count
               IF Dp-Dept-Name(Dp-Ix) = Rt-Dept-Name(Rt-Ix)
                  AND Dp-Cost-Centre(Dp-Ix) = Rt-Cost-Centre(Rt-Ix)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF Dp-Ix > Dp-Count
               ADD 1 TO Dp-Count
               MOVE Dp-Count TO Dp-Ix
               MOVE Rt-Dept-Name(Rt-Ix) TO Dp-Dept-Name(Dp-Ix)
               MOVE Rt-Cost-Centre(Rt-Ix) TO Dp-Cost-Centre(Dp-Ix)
               MOVE ZERO TO Dp-Pages(Dp-Ix)
               MOVE ZERO TO Dp-Lines(Dp-Ix)
               MOVE ZERO TO Dp-Banners(Dp-Ix)
               MOVE ZERO TO Dp-Total-Amt(Dp-Ix)
           END-IF.
           MOVE Dp-Ix TO Ds-Dept-Ix(Ds-Ix).
           ADD Ds-Pages(Ds-Ix) TO Dp-Pages(Dp-Ix).
           ADD Ds-Lines(Ds-Ix) TO Dp-Lines(Dp-Ix).
           ADD Ds-Banners(Ds-Ix) TO Dp-Banners(Dp-Ix).
           ADD Ds-Total-Amt(Ds-Ix) TO Dp-Total-Amt(Dp-Ix).

      * The tie-back proves that every page, line and banner on the
      * month's manifests was either billed or listed as unrated.  It
      * is made before the charge file is written, so finance is never
      * loaded with a month that does not tie.
       450-CHECK-TIE-BACK.
           IF Billed-Pages-Total + Unrated-Pages-Total
                  NOT = Manifest-Pages-Total
              OR Billed-Lines-Total + Unrated-Lines-Total
                  NOT = Manifest-Lines-Total
              OR Billed-Banners-Total + Unrated-Banners-Total
                  NOT = Manifest-Banners-Total
               MOVE "NO " TO Tie-Back-Status
               MOVE 8 TO Run-Return-Code
           END-IF.

       500-PRINT-INVOICES.
           OPEN OUTPUT Charge-FD.
           IF Charge-Status = "00"
               MOVE "YES" TO Charge-Opened
           ELSE
               MOVE 8 TO Run-Return-Code
               MOVE SPACES TO Detail-Line
               STRING "CHARGE FILE " DELIMITED BY SIZE
                      Charge-File-Name DELIMITED BY SPACE
                      " NOT OPENED - FINANCE NOT LOADED"
                          DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
               PERFORM 700-WRITE-DETAIL-LINE
           END-IF.

           PERFORM VARYING Dp-Ix FROM 1 BY 1
                     UNTIL Dp-Ix > Dp-Count
               PERFORM 510-PRINT-ONE-INVOICE
           END-PERFORM.
           MOVE ZERO TO Invoice-Dept-Ix.

      *    A charge file that could not be written in full is left
      *    without its trailer so finance will not load it.
           IF Charge-Opened = "YES"
               IF Charge-Write-Failed NOT = "YES"
                   MOVE SPACES TO Charge-Trailer-Rec
                   MOVE "TRL" TO Charge-Trl-Id
                   MOVE Billing-Month TO Charge-Trl-Month
                   MOVE Charge-Rec-Count TO Charge-Trl-Count
                   MOVE Grand-Total-Amt TO Charge-Trl-Amount
                   WRITE Charge-Trailer-Rec
                   IF Charge-Status NOT = "00"
                       PERFORM 530-CHARGE-WRITE-FAILED
                   END-IF
               END-IF
               CLOSE Charge-FD
           END-IF.

       510-PRINT-ONE-INVOICE.
           MOVE Dp-Ix TO Invoice-Dept-Ix.
           PERFORM 150-PRINT-HEADING.
           PERFORM VARYING Ds-Ix FROM 1 BY 1
                     UNTIL Ds-Ix > Ds-Count
               IF Ds-Dept-Ix(Ds-Ix) = Dp-Ix
                   PERFORM 520-PRINT-INVOICE-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO Detail-Line.
           PERFORM 700-WRITE-DETAIL-LINE.
           MOVE Dp-Total-Amt(Dp-Ix) TO Amount-Display.
           MOVE SPACES TO Detail-Line.
           STRING "DEPARTMENT TOTAL" DELIMITED BY SIZE
               INTO Detail-Line
           END-STRING.
           MOVE Amount-Display TO Detail-Line(87:14).
           PERFORM 700-WRITE-DETAIL-LINE.

       520-PRINT-INVOICE-LINE.
           MOVE Ds-Rate-Ix(Ds-Ix) TO Rt-Ix.
           MOVE SPACES TO Invoice-Line.
           MOVE Ds-Dest(Ds-Ix) TO Inv-Dest.
           MOVE Ds-Gens(Ds-Ix) TO Inv-Gens.
           MOVE Ds-Pages(Ds-Ix) TO Inv-Pages.
           MOVE Ds-Lines(Ds-Ix) TO Inv-Lines.
           MOVE Ds-Banners(Ds-Ix) TO Inv-Banners.
           MOVE Ds-Page-Amt(Ds-Ix) TO Inv-Page-Amt.
           MOVE Ds-Line-Amt(Ds-Ix) TO Inv-Line-Amt.
           MOVE Ds-Banner-Amt(Ds-Ix) TO Inv-Banner-Amt.
           MOVE Ds-Total-Amt(Ds-Ix) TO Inv-Total-Amt.
           MOVE SPACES TO Detail-Line.
           MOVE Invoice-Line TO Detail-Line.
           PERFORM 700-WRITE-DETAIL-LINE.
           MOVE Rt-Per-Page(Rt-Ix) TO Rate-Page-Display.
           MOVE Rt-Per-Line(Rt-Ix) TO Rate-Line-Display.
           MOVE Rt-Per-Banner(Rt-Ix) TO Rate-Banner-Display.
           MOVE SPACES TO Detail-Line.
           STRING "      RATES: PAGE " DELIMITED BY SIZE
                  Rate-Page-Display DELIMITED BY SIZE
                  "  LINE " DELIMITED BY SIZE
                  Rate-Line-Display DELIMITED BY SIZE
                  "  BANNER " DELIMITED BY SIZE
                  Rate-Banner-Display DELIMITED BY SIZE
               INTO Detail-Line
           END-STRING.
           PERFORM 700-WRITE-DETAIL-LINE.

           IF Charge-Opened = "YES"
              AND Charge-Write-Failed NOT = "YES"
               MOVE SPACES TO Charge-Rec
               MOVE "CHG" TO Charge-Id
               MOVE Billing-Month TO Charge-Month
               MOVE Rt-Cost-Centre(Rt-Ix) TO Charge-Cost-Centre
               MOVE Rt-Dept-Name(Rt-Ix) TO Charge-Dept-Name
               MOVE Ds-Dest(Ds-Ix) TO Charge-Dest
               MOVE Ds-Gens(Ds-Ix) TO Charge-Gens
               MOVE Ds-Pages(Ds-Ix) TO Charge-Pages
               MOVE Ds-Lines(Ds-Ix) TO Charge-Lines
               MOVE Ds-Banners(Ds-Ix) TO Charge-Banners
               MOVE Ds-Page-Amt(Ds-Ix) TO Charge-Page-Amt
               MOVE Ds-Line-Amt(Ds-Ix) TO Charge-Line-Amt
               MOVE Ds-Banner-Amt(Ds-Ix) TO Charge-Banner-Amt
               MOVE Ds-Total-Amt(Ds-Ix) TO Charge-Total-Amt
               WRITE Charge-Rec
               IF Charge-Status NOT = "00"
                   PERFORM 530-CHARGE-WRITE-FAILED
               ELSE
                   ADD 1 TO Charge-Rec-Count
               END-IF
           END-IF.

       530-CHARGE-WRITE-FAILED.
           MOVE "YES" TO Charge-Write-Failed.
           MOVE 8 TO Run-Return-Code.
           MOVE SPACES TO Detail-Line.
           STRING "CHARGE FILE " DELIMITED BY SIZE
                  Charge-File-Name DELIMITED BY SPACE
                  " NOT WRITTEN - FINANCE NOT LOADED"
                      DELIMITED BY SIZE
               INTO Detail-Line
           END-STRING.
           PERFORM 700-WRITE-DETAIL-LINE.

       700-WRITE-DETAIL-LINE.
           IF Lines-On-Page >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
           END-IF.
           MOVE SPACES TO Print-Rec.
           MOVE Detail-Line TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.
           ADD 1 TO Lines-On-Page.

       900-PRINT-SUMMARY.
           PERFORM 150-PRINT-HEADING.
           MOVE SPACES TO Detail-Line.
           MOVE "SUMMARY BY DEPARTMENT" TO Detail-Line.
           PERFORM 700-WRITE-DETAIL-LINE.
           MOVE SPACES TO Detail-Line.
           PERFORM 700-WRITE-DETAIL-LINE.
           PERFORM VARYING Dp-Ix FROM 1 BY 1
                     UNTIL Dp-Ix > Dp-Count
               MOVE Dp-Pages(Dp-Ix) TO Count-Display
               MOVE Dp-Total-Amt(Dp-Ix) TO Amount-Display
               MOVE SPACES TO Detail-Line
               STRING Dp-Cost-Centre(Dp-Ix) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      Dp-Dept-Name(Dp-Ix) DELIMITED BY SIZE
                      "  PAGES " DELIMITED BY SIZE
                      Count-Display DELIMITED BY SIZE
                      "  CHARGE " DELIMITED BY SIZE
                      Amount-Display DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
               PERFORM 700-WRITE-DETAIL-LINE
           END-PERFORM.

           PERFORM VARYING Ds-Ix FROM 1 BY 1
                     UNTIL Ds-Ix > Ds-Count
               IF Ds-Rate-Ix(Ds-Ix) = ZERO
                   MOVE Ds-Pages(Ds-Ix) TO Count-Display
                   MOVE Ds-Lines(Ds-Ix) TO Count-Display-2
                   MOVE Ds-Banners(Ds-Ix) TO Count-Display-3
                   MOVE SPACES TO Detail-Line
                   STRING "NO RATE FOR DESTINATION " DELIMITED BY SIZE
                          Ds-Dest(Ds-Ix) DELIMITED BY SIZE
                          " - NOT BILLED: PAGES " DELIMITED BY SIZE
                          Count-Display DELIMITED BY SIZE
                          " LINES " DELIMITED BY SIZE
                          Count-Display-2 DELIMITED BY SIZE
                          " BANNERS " DELIMITED BY SIZE
                          Count-Display-3 DELIMITED BY SIZE
                       INTO Detail-Line
                   END-STRING
                   PERFORM 700-WRITE-DETAIL-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO Detail-Line.
           PERFORM 700-WRITE-DETAIL-LINE.
           MOVE SPACES TO Detail-Line.
           MOVE "                          PAGES      LINES    BANNERS"
               TO Detail-Line.
           PERFORM 700-WRITE-DETAIL-LINE.
           MOVE Manifest-Pages-Total TO Count-Display.
           MOVE Manifest-Lines-Total TO Count-Display-2.
           MOVE Manifest-Banners-Total TO Count-Display-3.
           MOVE "MANIFEST TOTALS:     " TO Summary-Line.
           PERFORM 910-WRITE-TIE-BACK-LINE.
           MOVE Billed-Pages-Total TO Count-Display.
           MOVE Billed-Lines-Total TO Count-Display-2.
           MOVE Billed-Banners-Total TO Count-Display-3.
           MOVE "BILLED:              " TO Summary-Line.
           PERFORM 910-WRITE-TIE-BACK-LINE.
           MOVE Unrated-Pages-Total TO Count-Display.
           MOVE Unrated-Lines-Total TO Count-Display-2.
           MOVE Unrated-Banners-Total TO Count-Display-3.
           MOVE "NOT BILLED (NO RATE):" TO Summary-Line.
           PERFORM 910-WRITE-TIE-BACK-LINE.

           MOVE SPACES TO Detail-Line.
           IF Tie-Back-Status = "YES"
               MOVE "CHARGEBACK TIES BACK TO MANIFEST TOTALS"
                   TO Detail-Line
           ELSE
               STRING "** CHARGEBACK DOES NOT TIE BACK TO MANIFESTS"
                          DELIMITED BY SIZE
                      " - CHARGE FILE NOT WRITTEN **"
                          DELIMITED BY SIZE
                   INTO Detail-Line
               END-STRING
           END-IF.
           PERFORM 700-WRITE-DETAIL-LINE.

           MOVE SPACES TO Detail-Line.
           PERFORM 700-WRITE-DETAIL-LINE.
           MOVE Grand-Total-Amt TO Amount-Display.
           MOVE SPACES TO Detail-Line.
           STRING "TOTAL CHARGED:         " DELIMITED BY SIZE
                  Amount-Display DELIMITED BY SIZE
               INTO Detail-Line
           END-STRING.
           PERFORM 700-WRITE-DETAIL-LINE.
           MOVE Gen-Count TO Count-Display.
           MOVE SPACES TO Detail-Line.
           STRING "GENERATIONS IN MONTH:  " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Detail-Line
           END-STRING.
           PERFORM 700-WRITE-DETAIL-LINE.
           MOVE Manifests-Read-Count TO Count-Display.
           MOVE SPACES TO Detail-Line.
           STRING "MANIFESTS READ:        " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Detail-Line
           END-STRING.
           PERFORM 700-WRITE-DETAIL-LINE.
           MOVE Manifests-Missing-Count TO Count-Display.
           MOVE SPACES TO Detail-Line.
           STRING "MANIFESTS MISSING:     " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Detail-Line
           END-STRING.
           PERFORM 700-WRITE-DETAIL-LINE.
           MOVE Unrated-Count TO Count-Display.
           MOVE SPACES TO Detail-Line.
           STRING "UNRATED DESTINATIONS:  " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Detail-Line
           END-STRING.
           PERFORM 700-WRITE-DETAIL-LINE.
           MOVE Bad-Rate-Count TO Count-Display.
           MOVE SPACES TO Detail-Line.
           STRING "RATE LINES REJECTED:   " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Detail-Line
           END-STRING.
           PERFORM 700-WRITE-DETAIL-LINE.
           MOVE Charge-Rec-Count TO Count-Display.
           MOVE SPACES TO Detail-Line.
           STRING "CHARGE RECORDS:        " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  Charge-File-Name DELIMITED BY SPACE
               INTO Detail-Line
           END-STRING.
           PERFORM 700-WRITE-DETAIL-LINE.

       910-WRITE-TIE-BACK-LINE.
           MOVE SPACES TO Detail-Line.
           STRING Summary-Line(1:21) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  Count-Display-2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  Count-Display-3 DELIMITED BY SIZE
               INTO Detail-Line
           END-STRING.
           PERFORM 700-WRITE-DETAIL-LINE.

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
               MOVE "PROG20" TO Alert-Program
               MOVE Alert-Gen-Num TO Alert-Gen
               MOVE Alert-Sev TO Alert-Severity
               MOVE Alert-Msg TO Alert-Message
               WRITE Alert-Rec
               CLOSE Alert-FD
           END-IF.

       END PROGRAM Program20.
