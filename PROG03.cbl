      *   A no-go verdict now also appends a one-line alert to the
      *   common operator alert file OPRALERT.TXT so the end-of-cycle
      *   action list sees it without opening Prog3Edit.txt.
      *   Title text resolved from a "TC:" code is now checked with
      *   its substitution tokens replaced the way the print run
      *   replaces them (%DATE%, %MMDDYY%, %YYYYMMDD%, %DEST%, %DEPT%,
      *   %PAGE%, %FILE%, %GEN%), so the width check sees the text
      *   that will print.  %DEST% takes the destination code from
      *   FILELIST.TXT columns 82-85, %DEPT% the department name from
      *   the rate table RATETBL.TXT, and %PAGE% is measured at five
      *   digits, the widest page number the print run shows.  A
      *   token the suite does not know is flagged UNKNOWN TOKEN.
      *   Each input file must now open with a sender header ("HD:"
      *   sender id in columns 4-11, creation date 12-19, sequence
      *   number 20-25) and close with a sender trailer ("TR:" count
      *   of the records between them in columns 4-10).  The edit
      *   flags a missing, repeated, misplaced or malformed header or
      *   trailer, a count that does not match, and a sequence number
      *   that does not follow the last one accepted from the sender
      *   on the sender control file SNDRCTL.TXT (kept by the print
      *   run; the edit only reads it).  Header and trailer are not
      *   width-checked.  No sender check is made when the job-
      *   parameter record names an addendum generation, since the
      *   correction step's supplemental input has no sender.
      *   The run date is now the business processing date from the
      *   date control file BUSDATE.TXT rather than the machine clock,
      *   so a cycle that runs past midnight keeps its day; the machine
      *   date is used only when the file holds no date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program03.
               ASSIGN "OPRALERT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Alert-Status.
           SELECT  Sender-Control-FD
               ASSIGN "SNDRCTL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Sender-Control-Status.
           SELECT  Rate-FD
               ASSIGN "RATETBL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Rate-Status.
           SELECT  Bus-Date-FD
               ASSIGN "BUSDATE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Bus-Date-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Input-FD.
           05  Param-Except-Limit                     PIC 9(05).
           05  Param-Except-Pct                       PIC 9(03).
           05  Param-Print-Mode                       PIC X(01).
           05  FILLER                                 PIC X(07).
           05  Param-Addendum-Gen                     PIC X(08).
           05  FILLER                                 PIC X(49).

       FD  Alert-FD.
       01  Alert-Rec.
           05  FILLER                                 PIC X(01).
           05  Alert-Message                          PIC X(60).

       FD  Sender-Control-FD.
       01  Sender-Control-Rec.
           05  Sender-Ctl-Id                          PIC X(08).
           05  FILLER                                 PIC X(01).
           05  Sender-Ctl-Seq                         PIC 9(06).
           05  FILLER                                 PIC X(01).
           05  Sender-Ctl-Created                     PIC 9(08).
           05  FILLER                                 PIC X(01).
           05  Sender-Ctl-Gen                         PIC 9(08).

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
       01  Current-File-Name                          PIC X(80).

       01  File-List-Table.
           05  File-List-Entry OCCURS 50 TIMES.
               10  File-List-Name                     PIC X(80).
               10  File-List-Dest                     PIC X(04).
       01  File-List-Count                            PIC 9(03) COMP
                                                        VALUE ZERO.
       01  File-List-Index                            PIC 9(03) COMP.
       01  Lookup-Code                                PIC X(06).
       01  Display-Text                               PIC X(80).

       01  Sender-Control-Status                      PIC XX.
       01  Sender-Table.
           05  Sender-Entry OCCURS 100 TIMES.
               10  Snd-Id                             PIC X(08).
               10  Snd-Last-Seq                       PIC 9(06).
               10  Snd-Last-Created                   PIC 9(08).
               10  Snd-Last-Gen                       PIC 9(08).
       01  Sender-Count                               PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Sender-Ix                                  PIC 9(03) COMP.
       01  Sender-Found                               PIC XXX.
       01  Sender-Reason                              PIC X(20).
       01  Sender-Expected-Seq                        PIC 9(06).
       01  File-Sender-Fields.
           05  File-Sender-Id                         PIC X(08).
           05  File-Created                           PIC X(08).
           05  File-Seq                               PIC X(06).
           05  File-Seq-Num REDEFINES File-Seq        PIC 9(06).
           05  File-Trailer-Total                     PIC X(07).
           05  File-Trailer-Total-Num REDEFINES
               File-Trailer-Total                     PIC 9(07).
       01  File-Header-Count                          PIC 9(03) COMP.
       01  File-Trailer-Count                         PIC 9(03) COMP.
       01  File-Header-Rec-Num                        PIC 9(07) COMP.
       01  File-Trailer-Rec-Num                       PIC 9(07) COMP.
       01  File-Data-Count                            PIC 9(07) COMP.
       01  Addendum-Gen                               PIC 9(08)
                                                        VALUE ZERO.
       01  Rate-Status                                PIC XX.
       01  Dept-Table.
           05  Dept-Entry OCCURS 100 TIMES.
               10  Dept-Dest                          PIC X(04).
               10  Dept-Name                          PIC X(30).
       01  Dept-Count                                 PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Dept-Ix                                    PIC 9(03) COMP.
       01  Dept-Found                                 PIC XXX.
       01  Dept-Key                                   PIC X(04).
       01  Month-Name-List                            PIC X(36)
                    VALUE "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01  Month-Name-Table REDEFINES Month-Name-List.
           05  Month-Name OCCURS 12 TIMES             PIC X(03).
       01  Token-Source                               PIC X(80).
       01  Token-Result                               PIC X(80).
       01  Token-Src-Len                              PIC 9(03) COMP.
       01  Token-Src-Ix                               PIC 9(03) COMP.
       01  Token-Out-Ix                               PIC 9(03) COMP.
       01  Token-Scan-Ix                              PIC 9(03) COMP.
       01  Token-End-Ix                               PIC 9(03) COMP.
       01  Token-Len                                  PIC 9(03) COMP.
       01  Token-Name                                 PIC X(10).
       01  Token-Name-Len                             PIC 9(03) COMP.
       01  Token-Char                                 PIC X(01).
       01  Token-Valid                                PIC XXX.
       01  Token-Known                                PIC XXX.
       01  Token-Value                                PIC X(80).
       01  Token-Value-Len                            PIC 9(03) COMP.
       01  Token-Pct-Count                            PIC 9(03) COMP.
       01  Token-Unknown-Count                        PIC 9(03) COMP.
       01  Token-Page                                 PIC 9(05).

       01  Effective-Field-Width                      PIC 9(03) COMP
                                                        VALUE 20.
       01  Candidate-Field-Width                      PIC 9(03) COMP.
           MOVE "NO " TO EOD
           MOVE SPACES TO Print-Rec.
           MOVE ZERO TO Page-Number.
           PERFORM 101-READ-BUSINESS-DATE.

           PERFORM 105-READ-JOB-PARAMS.
           PERFORM 102-READ-FILE-LIST.
           PERFORM 103-OPEN-TITLE-MASTER.
           PERFORM 106-LOAD-DEPARTMENTS.
           PERFORM 107-LOAD-SENDER-CONTROL.

           OPEN OUTPUT Print-FD
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
                           IF File-List-Count < 50
                               ADD 1 TO File-List-Count
                               MOVE File-List-Rec-Name
                                   TO File-List-Name(File-List-Count)
                               MOVE File-List-Rec-Dest
                                   TO File-List-Dest(File-List-Count)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF File-List-Count = ZERO
               MOVE 1 TO File-List-Count
               MOVE "DATSET1.TXT" TO File-List-Name(1)
               MOVE SPACES TO File-List-Dest(1)
           END-IF.

       103-OPEN-TITLE-MASTER.
               MOVE "YES" TO Title-Mst-Open
           END-IF.

      * Department names come from the chargeback rate table; a
      * destination with no rate line resolves %DEPT% to spaces.
       106-LOAD-DEPARTMENTS.
           MOVE ZERO TO Dept-Count.
           MOVE "NO " TO Load-EOD.
           OPEN INPUT Rate-FD.
           IF Rate-Status = "00"
               PERFORM UNTIL Load-EOD = "YES"
                   READ Rate-FD
                       AT END
                           MOVE "YES" TO Load-EOD
                       NOT AT END
                           IF Rate-Dest NOT = SPACES
                              AND Dept-Count < 100
                               ADD 1 TO Dept-Count
                               MOVE Rate-Dest TO Dept-Dest(Dept-Count)
                               MOVE Rate-Dept-Name
                                   TO Dept-Name(Dept-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Rate-FD
           END-IF.

       107-LOAD-SENDER-CONTROL.
           MOVE ZERO TO Sender-Count.
           MOVE "NO " TO Load-EOD.
           OPEN INPUT Sender-Control-FD.
           IF Sender-Control-Status = "00"
               PERFORM UNTIL Load-EOD = "YES"
                   READ Sender-Control-FD
                       AT END
                           MOVE "YES" TO Load-EOD
                       NOT AT END
                           IF Sender-Ctl-Id NOT = SPACES
                              AND Sender-Ctl-Seq IS NUMERIC
                              AND Sender-Count < 100
                               ADD 1 TO Sender-Count
                               MOVE Sender-Ctl-Id
                                   TO Snd-Id(Sender-Count)
                               MOVE Sender-Ctl-Seq
                                   TO Snd-Last-Seq(Sender-Count)
                               MOVE ZERO
                                   TO Snd-Last-Created(Sender-Count)
                               IF Sender-Ctl-Created IS NUMERIC
                                   MOVE Sender-Ctl-Created
                                     TO Snd-Last-Created(Sender-Count)
                               END-IF
                               MOVE ZERO TO Snd-Last-Gen(Sender-Count)
                               IF Sender-Ctl-Gen IS NUMERIC
                                   MOVE Sender-Ctl-Gen
                                       TO Snd-Last-Gen(Sender-Count)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Sender-Control-FD
           END-IF.

       105-READ-JOB-PARAMS.
           OPEN INPUT Job-Param-FD.
           IF Job-Param-Status = "00"
                           MOVE Param-Print-Mode
                               TO Effective-Print-Mode
                       END-IF
                       IF Param-Addendum-Gen IS NUMERIC
                           MOVE Param-Addendum-Gen TO Addendum-Gen
                       END-IF
               END-READ
               CLOSE Job-Param-FD
           END-IF.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

       250-EDIT-ONE-FILE.
           MOVE File-List-Name(File-List-Index) TO Current-File-Name
           MOVE ZERO TO Rec-Count
           MOVE ZERO TO File-Error-Count
           MOVE "NO " TO EOD
           MOVE "NO " TO Block-Active
           MOVE SPACES TO File-Sender-Fields
           MOVE ZERO TO File-Header-Count
           MOVE ZERO TO File-Trailer-Count
           MOVE ZERO TO File-Header-Rec-Num
           MOVE ZERO TO File-Trailer-Rec-Num
           OPEN INPUT Input-FD

           IF Lines-On-Page >= Max-Lines-Per-Page
                   PERFORM 300-PRINT-EDIT-DETAIL
                   MOVE "NO " TO Block-Active
               END-IF
               IF Addendum-Gen = ZERO
                   PERFORM 287-CHECK-SENDER-FILE
               END-IF
               CLOSE Input-FD
               PERFORM 310-PRINT-FILE-TOTAL
           END-IF.
               PERFORM 300-PRINT-EDIT-DETAIL
           END-IF

           IF Input-Rec(1:3) = "HD:" OR "TR:"
               PERFORM 285-NOTE-SENDER-RECORD
           ELSE
               IF Input-Rec(1:3) = "BL:"
                   IF Block-Active = "YES"
                       MOVE "NO " TO Block-Active
                   ELSE
                       MOVE "YES" TO Block-Active
                   END-IF
               ELSE
                   MOVE "NO " TO Banner-This-Rec
                   IF Block-Active NOT = "YES"
                       IF Input-Rec(1:3) = "BP:"
                           MOVE "YES" TO Banner-This-Rec
                           MOVE Input-Rec(4:77) TO Display-Text
                           MOVE SPACES TO Input-Rec
                           MOVE Display-Text(1:77) TO Input-Rec
                       END-IF
                       IF Effective-Print-Mode = "B"
                           MOVE "YES" TO Banner-This-Rec
                       END-IF
                   END-IF

                   MOVE SPACES TO Display-Text
                   MOVE Input-Rec TO Display-Text
                   IF Input-Rec(1:3) = "TC:"
                       MOVE Input-Rec(4:6) TO Lookup-Code
                       PERFORM 210-LOOKUP-TITLE
                       IF Title-Found = "YES"
                           PERFORM 220-SUBSTITUTE-TOKENS
                       END-IF
                       IF Title-Found NOT = "YES"
                           ADD 1 TO Error-Count
                           ADD 1 TO File-Error-Count
                           MOVE Lookup-Reason TO Edit-Reason
                           MOVE Input-Rec TO Display-Text
                           PERFORM 300-PRINT-EDIT-DETAIL
                           MOVE SPACES TO Display-Text
                           MOVE Input-Rec TO Display-Text
                       END-IF
                   END-IF

                   MOVE ZERO TO Trailing-Space-Count
                   INSPECT Display-Text TALLYING Trailing-Space-Count
                       FOR TRAILING SPACES
                   COMPUTE Trimmed-Length = 80 - Trailing-Space-Count
                   IF Banner-This-Rec = "YES"
                       IF Trimmed-Length > Banner-Width-Limit
                           ADD 1 TO Error-Count
                           ADD 1 TO File-Error-Count
                           MOVE "BANNER TOO WIDE" TO Edit-Reason
                           PERFORM 300-PRINT-EDIT-DETAIL
                       END-IF
                   ELSE
                       IF Trimmed-Length > Effective-Field-Width
                           ADD 1 TO Error-Count
                           ADD 1 TO File-Error-Count
                           MOVE "RECORD TOO WIDE" TO Edit-Reason
                           PERFORM 300-PRINT-EDIT-DETAIL
                       END-IF
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-IF.

      * A token is "%" then one to ten upper-case letters or digits
      * then "%"; any other "%" is ordinary text.  The result is cut
      * at 80 characters and the width check catches the overflow.
       220-SUBSTITUTE-TOKENS.
           MOVE ZERO TO Token-Pct-Count.
           INSPECT Display-Text TALLYING Token-Pct-Count
               FOR ALL "%".
           IF Token-Pct-Count > 1
               MOVE Display-Text TO Token-Source
               MOVE SPACES TO Token-Result
               MOVE ZERO TO Token-Unknown-Count
               MOVE ZERO TO Trailing-Space-Count
               INSPECT Token-Source TALLYING Trailing-Space-Count
                   FOR TRAILING SPACES
               COMPUTE Token-Src-Len = 80 - Trailing-Space-Count
               MOVE 1 TO Token-Out-Ix
               MOVE 1 TO Token-Src-Ix
               PERFORM UNTIL Token-Src-Ix > Token-Src-Len
                   MOVE "NO " TO Token-Valid
                   MOVE "NO " TO Token-Known
                   IF Token-Source(Token-Src-Ix:1) = "%"
                       PERFORM 221-SCAN-TOKEN
                   END-IF
                   IF Token-Valid = "YES"
                       PERFORM 222-TOKEN-VALUE
                       IF Token-Known = "YES"
                           IF Token-Value-Len > ZERO
                               STRING Token-Value(1:Token-Value-Len)
                                          DELIMITED BY SIZE
                                   INTO Token-Result
                                   WITH POINTER Token-Out-Ix
                               END-STRING
                           END-IF
                       ELSE
                           ADD 1 TO Token-Unknown-Count
                           COMPUTE Token-Len =
                                   Token-End-Ix - Token-Src-Ix + 1
                           STRING Token-Source(Token-Src-Ix:Token-Len)
                                      DELIMITED BY SIZE
                               INTO Token-Result
                               WITH POINTER Token-Out-Ix
                           END-STRING
                       END-IF
                       COMPUTE Token-Src-Ix = Token-End-Ix + 1
                   ELSE
                       STRING Token-Source(Token-Src-Ix:1)
                                  DELIMITED BY SIZE
                           INTO Token-Result
                           WITH POINTER Token-Out-Ix
                       END-STRING
                       ADD 1 TO Token-Src-Ix
                   END-IF
               END-PERFORM
               MOVE Token-Result TO Display-Text
               IF Token-Unknown-Count > ZERO
                   ADD 1 TO Error-Count
                   ADD 1 TO File-Error-Count
                   MOVE "UNKNOWN TOKEN" TO Edit-Reason
                   PERFORM 300-PRINT-EDIT-DETAIL
               END-IF
           END-IF.

       221-SCAN-TOKEN.
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

      * The page is not known until print time, so %PAGE% is held
      * at the widest page number the print run shows.
       222-TOKEN-VALUE.
           MOVE "YES" TO Token-Known.
           MOVE SPACES TO Token-Value.
           EVALUATE Token-Name
               WHEN "DATE"
                   STRING Run-Date-DD DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          Month-Name(Run-Date-MM) DELIMITED BY SIZE
                       INTO Token-Value
                   END-STRING
               WHEN "MMDDYY"
                   STRING Run-Date-MM DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          Run-Date-DD DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          Run-Date-YY DELIMITED BY SIZE
                       INTO Token-Value
                   END-STRING
               WHEN "YYYYMMDD"
                   MOVE Run-Date-YYYYMMDD TO Token-Value
               WHEN "DEST"
                   MOVE File-List-Dest(File-List-Index)
                       TO Token-Value
               WHEN "DEPT"
                   PERFORM 223-FIND-DEPARTMENT
               WHEN "PAGE"
                   MOVE 99999 TO Token-Page
                   MOVE Token-Page TO Token-Value
               WHEN "FILE"
                   MOVE Current-File-Name TO Token-Value
               WHEN "GEN"
                   MOVE Run-Date-YYYYMMDD TO Token-Value
               WHEN OTHER
                   MOVE "NO " TO Token-Known
           END-EVALUATE.
           MOVE ZERO TO Trailing-Space-Count.
           INSPECT Token-Value TALLYING Trailing-Space-Count
               FOR TRAILING SPACES.
           COMPUTE Token-Value-Len = 80 - Trailing-Space-Count.

       223-FIND-DEPARTMENT.
           MOVE File-List-Dest(File-List-Index) TO Dept-Key.
           IF Dept-Key = SPACES
               MOVE "NONE" TO Dept-Key
           END-IF.
           MOVE "NO " TO Dept-Found.
           PERFORM VARYING Dept-Ix FROM 1 BY 1
                     UNTIL Dept-Ix > Dept-Count
               IF Dept-Dest(Dept-Ix) = Dept-Key
                   MOVE "YES" TO Dept-Found
                   MOVE Dept-Name(Dept-Ix) TO Token-Value
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Only the first header and the last trailer are kept; the
      * end-of-file check rejects a file with more than one of
      * either.
       285-NOTE-SENDER-RECORD.
           IF Input-Rec(1:3) = "HD:"
               ADD 1 TO File-Header-Count
               IF File-Header-Count = 1
                   MOVE Rec-Count TO File-Header-Rec-Num
                   MOVE Input-Rec(4:8) TO File-Sender-Id
                   MOVE Input-Rec(12:8) TO File-Created
                   MOVE Input-Rec(20:6) TO File-Seq
               END-IF
           ELSE
               ADD 1 TO File-Trailer-Count
               MOVE Rec-Count TO File-Trailer-Rec-Num
               MOVE Input-Rec(4:7) TO File-Trailer-Total
           END-IF.

       287-CHECK-SENDER-FILE.
           MOVE SPACES TO Sender-Reason.
           COMPUTE File-Data-Count = Rec-Count - File-Header-Count
                                   - File-Trailer-Count.
           EVALUATE TRUE
               WHEN File-Header-Count = ZERO
                   MOVE "NO SENDER HEADER" TO Sender-Reason
               WHEN File-Trailer-Count = ZERO
                   MOVE "NO SENDER TRAILER" TO Sender-Reason
               WHEN File-Header-Count > 1
                 OR File-Trailer-Count > 1
                   MOVE "DUPLICATE HDR/TRL" TO Sender-Reason
               WHEN File-Header-Rec-Num NOT = 1
                   MOVE "HEADER NOT FIRST" TO Sender-Reason
               WHEN File-Trailer-Rec-Num NOT = Rec-Count
                   MOVE "TRAILER NOT LAST" TO Sender-Reason
               WHEN File-Sender-Id = SPACES
                 OR File-Created IS NOT NUMERIC
                 OR File-Seq IS NOT NUMERIC
                   MOVE "BAD SENDER HEADER" TO Sender-Reason
               WHEN File-Trailer-Total IS NOT NUMERIC
                   MOVE "BAD SENDER TRAILER" TO Sender-Reason
               WHEN File-Trailer-Total-Num NOT = File-Data-Count
                   MOVE "COUNT MISMATCH" TO Sender-Reason
               WHEN OTHER
                   PERFORM 288-CHECK-SENDER-SEQUENCE
           END-EVALUATE.
           IF Sender-Reason NOT = SPACES
               ADD 1 TO Error-Count
               ADD 1 TO File-Error-Count
               MOVE Sender-Reason TO Edit-Reason
               MOVE File-Data-Count TO Rec-Num-Display
               MOVE SPACES TO Display-Text
               STRING "SENDER " DELIMITED BY SIZE
                      File-Sender-Id DELIMITED BY SIZE
                      " SEQ " DELIMITED BY SIZE
                      File-Seq DELIMITED BY SIZE
                      " TRAILER " DELIMITED BY SIZE
                      File-Trailer-Total DELIMITED BY SIZE
                      " READ " DELIMITED BY SIZE
                      Rec-Num-Display DELIMITED BY SIZE
                   INTO Display-Text
               END-STRING
               PERFORM 300-PRINT-EDIT-DETAIL
           END-IF.

      * A sender not yet on the control file starts its series with
      * whatever number it sends.  After 999999 the series restarts
      * at 000001.  The table is advanced in storage only, so a
      * second file from the same sender in this list must follow
      * the first.
       288-CHECK-SENDER-SEQUENCE.
           MOVE "NO " TO Sender-Found.
           PERFORM VARYING Sender-Ix FROM 1 BY 1
                     UNTIL Sender-Ix > Sender-Count
               IF Snd-Id(Sender-Ix) = File-Sender-Id
                   MOVE "YES" TO Sender-Found
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF Sender-Found = "YES"
               IF Snd-Last-Seq(Sender-Ix) = 999999
                   MOVE 1 TO Sender-Expected-Seq
               ELSE
                   COMPUTE Sender-Expected-Seq =
                           Snd-Last-Seq(Sender-Ix) + 1
               END-IF
               IF File-Seq-Num NOT = Sender-Expected-Seq
                   IF File-Seq-Num = Snd-Last-Seq(Sender-Ix)
                      AND Snd-Last-Gen(Sender-Ix) = Run-Date-YYYYMMDD
                       CONTINUE
                   ELSE
                       IF File-Seq-Num > Sender-Expected-Seq
                           MOVE "SEQUENCE GAP" TO Sender-Reason
                       ELSE
                           MOVE "SEQUENCE REPEATED" TO Sender-Reason
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF Sender-Count < 100
                   ADD 1 TO Sender-Count
                   MOVE Sender-Count TO Sender-Ix
                   MOVE File-Sender-Id TO Snd-Id(Sender-Ix)
               ELSE
                   MOVE "SENDER TABLE FULL" TO Sender-Reason
               END-IF
           END-IF.
           IF Sender-Reason = SPACES
               MOVE File-Seq-Num TO Snd-Last-Seq(Sender-Ix)
               MOVE File-Created TO Snd-Last-Created(Sender-Ix)
               MOVE Run-Date-YYYYMMDD TO Snd-Last-Gen(Sender-Ix)
           END-IF.

       300-PRINT-EDIT-DETAIL.
           IF Lines-On-Page >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING
