      *   be extended now prints a fresh page heading after
      *   reopening the file for output, as the restart path did
      *   before the destination split.
      *   The distribution manifest now also carries the number of
      *   block-letter banners ("BP:" records, or every record in
      *   banner print mode) printed for each destination, so the
      *   month-end chargeback can apply the banner surcharge.  The
      *   count is reloaded for an addendum run and carried in the
      *   restart checkpoint with the rest of the destination table.
      *   At the end of a completed run every detail of the
      *   generation's extract is posted to the keyed search index
      *   EXTINDX.DAT (centered value, with the raw input as an
      *   alternate key) so the batch inquiry reads straight to its
      *   hits.  Posting is repeatable - an entry already on the index
      *   is rewritten - so a resumed or addendum run simply reposts
      *   the whole generation.  An index that has not been built yet
      *   is left alone; one that cannot be updated raises a warning
      *   and an operator alert to run the index rebuild.
      *   Title text resolved from a "TC:" code may now carry
      *   substitution tokens, replaced before the width check, the
      *   exception logic and the extract: %DATE% (run date as
      *   "15 OCT"), %MMDDYY%, %YYYYMMDD%, %DEST% (destination code),
      *   %DEPT% (department name for the destination from the rate
      *   table RATETBL.TXT), %PAGE% (page being printed), %FILE%
      *   (source file name) and %GEN% (generation id).  A token the
      *   suite does not know is printed as keyed and written to the
      *   exception file as UNKNOWN TOKEN.
      *   Input files now carry a sender header ("HD:" sender id in
      *   columns 4-11, file creation date 12-19, file sequence number
      *   20-25) as the first record and a sender trailer ("TR:"
      *   record count in columns 4-10, counting the records between
      *   the two) as the last.  Neither is printed or extracted; both
      *   count as skipped records.  At end of file the header and
      *   trailer must be present, the count must match and the
      *   sequence number must follow the last one accepted from
      *   that sender on the sender control file SNDRCTL.TXT (the
      *   same number again is accepted when it was taken by this
      *   generation, so a rerun or resumed run passes).  A failure
      *   is written to the exception file with its reason, the
      *   file's run-log outcome becomes INCOMPLETE and the run ends
      *   with warnings; an accepted file advances the sender's
      *   entry.  The supplemental input of an addendum run is built
      *   by the correction step and carries no sender records, so
      *   the check is not made when an addendum generation is set.
      *   The run date, and with it the generation stamped on the
      *   print file, extract, control record and run log and the
      *   date used to pick each title's effective version, is now the
      *   business processing date from BUSDATE.TXT rather than the
      *   machine clock, so a cycle that runs past midnight keeps its
      *   day.  The machine date is used only when the file holds no
      *   date.  Run log start and end times stay on the clock.
      *   The sender control file SNDRCTL.TXT is now rewritten as each
      *   input file is accepted, before that file's checkpoint, rather
      *   than once at end of run, so a run that abends and is resumed
      *   past an accepted file no longer loses that sender's place.
      *   A sender control file that cannot be opened or written now
      *   raises an operator alert as well as the warning return code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program01.
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
           05  FILLER                                 PIC X(01).
           05  Extract-Trl-Hash                       PIC 9(09).

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

       FD  Control-FD.
       01  Control-Rec.
           05  Control-Read-Count                     PIC 9(07).
           05  Manifest-Pages                         PIC 9(05).
           05  FILLER                                 PIC X(01).
           05  Manifest-Lines                         PIC 9(07).
           05  FILLER                                 PIC X(01).
           05  Manifest-Banners                       PIC 9(05).

       FD  Lock-FD.
       01  Lock-Rec.
               10  Restart-Dest-Tbl-Lines             PIC 9(05).
               10  FILLER                             PIC X(01).
               10  Restart-Dest-Tbl-Written           PIC 9(07).
           05  Restart-Dest-Banner-Detail OCCURS 10 TIMES.
               10  FILLER                             PIC X(01).
               10  Restart-Dest-Tbl-Banners           PIC 9(05).

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
       01  Title-Mst-Status                           PIC XX.
       01  Extract-Status                             PIC XX.
       01  Except-Status                              PIC XX.
       01  Srch-Index-Status                          PIC XX.
       01  Srch-Index-Fail                            PIC XXX.
       01  Load-EOD                                   PIC XXX.

       01  Current-File-Name                          PIC X(80).
               10  Dest-Page-Number                   PIC 9(05) COMP.
               10  Dest-Lines-On-Page                 PIC 9(05) COMP.
               10  Dest-Written-Count                 PIC 9(07) COMP.
               10  Dest-Banner-Count                  PIC 9(05) COMP.
               10  Dest-Opened                        PIC XXX.
       01  Dest-Count                                 PIC 9(03) COMP
                                                        VALUE ZERO.
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
       01  Sender-Ctl-Fail                            PIC XXX
                                                        VALUE "NO ".
       01  Sender-Ctl-Alerted                         PIC XXX
                                                        VALUE "NO ".
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
       01  Token-Page-Display                         PIC ZZZZ9.
       01  Token-Lead-Count                           PIC 9(03) COMP.

       01  Usage-Table.
           05  Usage-Entry OCCURS 500 TIMES.
               10  Usage-Code                         PIC X(06).
               10  Run-Date-DD                        PIC 9(02).

       01  Run-Time-Fields.
           05  Run-Start-Date                         PIC 9(08).
           05  Run-Start-Time                         PIC 9(08).
           05  Run-End-Time                           PIC 9(08).
       01  Run-Return-Code                            PIC 9(02)
           IF Halt-Run NOT = "YES"
               PERFORM 915-WRITE-DEST-TOTALS
               PERFORM 925-WRITE-MANIFEST
               PERFORM 975-POST-SEARCH-INDEX
           END-IF
           PERFORM 920-WRITE-CONTROL-TOTALS.
           PERFORM 980-WRITE-TITLE-USAGE.
           MOVE "NO " TO EOD
           MOVE SPACES TO Print-Rec.
           MOVE ZERO TO Page-Number.
           PERFORM 101-READ-BUSINESS-DATE.
           ACCEPT Run-Start-Date FROM DATE YYYYMMDD.
           ACCEPT Run-Start-Time FROM TIME.
           MOVE Run-Date-YYYYMMDD TO Gen-Id.
           PERFORM 930-WRITE-RUN-LOG-START.
           PERFORM 102-READ-FILE-LIST.
           PERFORM 103-OPEN-TITLE-MASTER.
           PERFORM 104-READ-TITLE-USAGE.
           PERFORM 106-LOAD-DEPARTMENTS.
           PERFORM 107-LOAD-SENDER-CONTROL.
           PERFORM 130-CHECK-RESTART.
           IF Restart-Found NOT = "YES"
              AND Addendum-Gen > ZERO
               OPEN OUTPUT Except-FD
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

       102-READ-FILE-LIST.
           MOVE ZERO TO File-List-Count.
           MOVE "NO " TO Load-EOD.
               CLOSE Usage-FD
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
                       TO Dest-Lines-On-Page(Dest-Count)
                   MOVE Restart-Dest-Tbl-Written(Dest-Jx)
                       TO Dest-Written-Count(Dest-Count)
                   MOVE ZERO TO Dest-Banner-Count(Dest-Count)
                   IF Restart-Dest-Tbl-Banners(Dest-Jx) IS NUMERIC
                       MOVE Restart-Dest-Tbl-Banners(Dest-Jx)
                           TO Dest-Banner-Count(Dest-Count)
                   END-IF
                   MOVE "YES" TO Dest-Opened(Dest-Count)
               END-IF
           END-PERFORM.
                                   MOVE ZERO TO
                                       Dest-Written-Count(Dest-Count)
                               END-IF
                               IF Manifest-Banners IS NUMERIC
                                   MOVE Manifest-Banners TO
                                       Dest-Banner-Count(Dest-Count)
                               ELSE
                                   MOVE ZERO TO
                                       Dest-Banner-Count(Dest-Count)
                               END-IF
                               MOVE "YES" TO Dest-Opened(Dest-Count)
                           END-IF
                   END-READ
                       MOVE "YES" TO EOD
                   NOT AT END
                       ADD 1 TO Rec-Count
                       IF Input-Rec(1:3) = "HD:" OR "TR:"
                           PERFORM 285-NOTE-SENDER-RECORD
                       END-IF
               END-READ
           END-PERFORM.

                       MOVE ZERO TO Dest-Page-Number(Dest-Ix)
                       MOVE ZERO TO Dest-Lines-On-Page(Dest-Ix)
                       MOVE ZERO TO Dest-Written-Count(Dest-Ix)
                       MOVE ZERO TO Dest-Banner-Count(Dest-Ix)
                       MOVE "NO " TO Dest-Opened(Dest-Ix)
                       PERFORM 246-BUILD-DEST-FILE-NAME
                   ELSE
           MOVE ZERO TO Rec-Count
           MOVE ZERO TO File-Except-Count
           MOVE "NO " TO EOD
           MOVE SPACES TO File-Sender-Fields
           MOVE ZERO TO File-Header-Count
           MOVE ZERO TO File-Trailer-Count
           MOVE ZERO TO File-Header-Rec-Num
           MOVE ZERO TO File-Trailer-Rec-Num
           OPEN INPUT Input-FD

           IF Input-Status NOT = "00"
               IF Halt-Run = "YES"
                   MOVE "HALTED      " TO Log-File-Outcome
               ELSE
                   MOVE "PRINTED     " TO Log-File-Outcome
                   IF Addendum-Gen = ZERO
                       PERFORM 287-CHECK-SENDER-FILE
                   END-IF
                   IF Rec-Count > ZERO
                       PERFORM 700-WRITE-CHECKPOINT
                   END-IF
               END-IF
               PERFORM 940-WRITE-RUN-LOG-FILE
           END-IF.
               FOR TRAILING SPACES
           COMPUTE Trimmed-Length = 80 - Trailing-Space-Count

           IF Input-Rec(1:3) = "HD:" OR "TR:"
               PERFORM 285-NOTE-SENDER-RECORD
               ADD 1 TO Skipped-Rec-Count
           ELSE
           IF Input-Rec(1:3) = "BL:"
               PERFORM 242-FLUSH-COLUMN-LINE
               IF Block-Active = "YES"
           END-IF
           END-IF
           END-IF
           END-IF

           IF Block-Active NOT = "YES"
               DIVIDE Rec-Count BY Checkpoint-Interval
           ADD 1 TO Written-Rec-Count.
           IF Current-Dest-Ix > ZERO
               ADD 1 TO Dest-Written-Count(Current-Dest-Ix)
               ADD 1 TO Dest-Banner-Count(Current-Dest-Ix)
           END-IF.

           MOVE SPACES TO Center-Work.
               ADD 12 TO Banner-Col
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
               MOVE "INCOMPLETE  " TO Log-File-Outcome
               IF Except-Status = "00"
                   MOVE SPACES TO Except-Rec
                   MOVE Total-Rec-Count TO Except-Rec-Num
                   MOVE Sender-Reason TO Except-Reason
                   MOVE Current-File-Name TO Except-Text
                   WRITE Except-Rec
                   ADD 1 TO Except-Rec-Count
               END-IF
               IF Run-Return-Code < 4
                   MOVE 4 TO Run-Return-Code
               END-IF
           END-IF.

      * A sender not yet on the control file starts its series with
      * whatever number it sends.  After 999999 the series restarts
      * at 000001.  The control file is rewritten as soon as a file
      * is accepted, ahead of the file's checkpoint, so a run that
      * stops later and is resumed past this file keeps its place.
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
                      AND Snd-Last-Gen(Sender-Ix) = Gen-Id
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
               MOVE Gen-Id TO Snd-Last-Gen(Sender-Ix)
               PERFORM 945-WRITE-SENDER-CONTROL
           END-IF.

       290-NOTE-INDEX-ENTRY.
           IF Center-Work(1:20) = SPACES
               CONTINUE
           IF Input-Rec(1:3) = "TC:"
               MOVE Input-Rec(4:6) TO Lookup-Code
               PERFORM 210-LOOKUP-TITLE
               IF Title-Found = "YES"
                   PERFORM 220-SUBSTITUTE-TOKENS
               END-IF
           END-IF.
           MOVE ZERO TO Trailing-Space-Count.
           INSPECT Display-Text TALLYING Trailing-Space-Count
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
                  AND Except-Status = "00"
                   MOVE SPACES TO Except-Rec
                   MOVE Total-Rec-Count TO Except-Rec-Num
                   MOVE "UNKNOWN TOKEN" TO Except-Reason
                   MOVE Display-Text TO Except-Text
                   WRITE Except-Rec
                   ADD 1 TO Except-Rec-Count
                   ADD 1 TO File-Except-Count
                   IF Run-Return-Code < 4
                       MOVE 4 TO Run-Return-Code
                   END-IF
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

      * %PAGE% is the page the line will print on, so a line that
      * forces a new heading shows the new page number.
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
                   MOVE Current-Dest-Code TO Token-Value
               WHEN "DEPT"
                   PERFORM 223-FIND-DEPARTMENT
               WHEN "PAGE"
                   MOVE Page-Number TO Token-Page
                   IF Page-Number = ZERO
                      OR Lines-On-Page >= Max-Lines-Per-Page
                       ADD 1 TO Token-Page
                   END-IF
                   MOVE Token-Page TO Token-Page-Display
                   MOVE ZERO TO Token-Lead-Count
                   INSPECT Token-Page-Display TALLYING Token-Lead-Count
                       FOR LEADING SPACES
                   MOVE Token-Page-Display(Token-Lead-Count + 1:)
                       TO Token-Value
               WHEN "FILE"
                   MOVE Current-File-Name TO Token-Value
               WHEN "GEN"
                   MOVE Gen-Id TO Token-Value
               WHEN OTHER
                   MOVE "NO " TO Token-Known
           END-EVALUATE.
           MOVE ZERO TO Trailing-Space-Count.
           INSPECT Token-Value TALLYING Trailing-Space-Count
               FOR TRAILING SPACES.
           COMPUTE Token-Value-Len = 80 - Trailing-Space-Count.

       223-FIND-DEPARTMENT.
           MOVE Current-Dest-Code TO Dept-Key.
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

       215-APPLY-CASE-SWITCH.
           IF Effective-Case-Switch = "U"
               INSPECT Center-Work
                   TO Restart-Dest-Tbl-Lines(Dest-Jx)
               MOVE Dest-Written-Count(Dest-Jx)
                   TO Restart-Dest-Tbl-Written(Dest-Jx)
               MOVE Dest-Banner-Count(Dest-Jx)
                   TO Restart-Dest-Tbl-Banners(Dest-Jx)
           END-PERFORM.
           WRITE Restart-Rec.
           CLOSE Restart-FD.
                       TO Manifest-Pages
                   MOVE Dest-Written-Count(Dest-Ix)
                       TO Manifest-Lines
                   MOVE Dest-Banner-Count(Dest-Ix)
                       TO Manifest-Banners
                   WRITE Manifest-Rec
               END-PERFORM
               CLOSE Manifest-FD
           END-IF.

      * Status 35 means the index has never been built; the inquiry
      * then scans the extracts, so there is nothing to warn about.
       975-POST-SEARCH-INDEX.
           MOVE "NO " TO Srch-Index-Fail.
           OPEN I-O Search-Index-FD.
           IF Srch-Index-Status = "00"
               MOVE "NO " TO Load-EOD
               OPEN INPUT Extract-FD
               IF Extract-Status = "00"
                   PERFORM UNTIL Load-EOD = "YES"
                       READ Extract-FD
                           AT END
                               MOVE "YES" TO Load-EOD
                           NOT AT END
                               IF Extract-Rec(1:3) NOT = "TRL"
                                   PERFORM 976-POST-ONE-INDEX-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Extract-FD
               ELSE
                   MOVE "YES" TO Srch-Index-Fail
               END-IF
               CLOSE Search-Index-FD
           ELSE
               IF Srch-Index-Status NOT = "35"
                   MOVE "YES" TO Srch-Index-Fail
               END-IF
           END-IF.
           IF Srch-Index-Fail = "YES"
               IF Run-Return-Code < 4
                   MOVE 4 TO Run-Return-Code
               END-IF
               MOVE 4 TO Alert-Sev
               MOVE Gen-Id TO Alert-Gen-Num
               MOVE "SEARCH INDEX EXTINDX.DAT NOT UPDATED - RUN REBUILD"
                   TO Alert-Msg
               PERFORM 990-WRITE-OPERATOR-ALERT
           END-IF.

       976-POST-ONE-INDEX-ENTRY.
           MOVE SPACES TO Srch-Index-Rec.
           MOVE Extract-Center TO Srch-Index-Center.
           MOVE Gen-Id TO Srch-Index-Gen-Id.
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
                           MOVE "YES" TO Srch-Index-Fail
                   END-REWRITE
           END-WRITE.

       920-WRITE-CONTROL-TOTALS.
           OPEN OUTPUT Control-FD.
           IF Control-Status = "00"
               OPEN OUTPUT Run-Log-FD
           END-IF.
           IF Run-Log-Status = "00"
               MOVE Run-Start-Date TO Log-Start-Date
               MOVE Run-Start-Time TO Log-Start-Time
               MOVE SPACES TO Run-Log-Rec
               MOVE Log-Start-Line TO Run-Log-Rec
               WRITE Run-Log-Rec
           END-IF.

       945-WRITE-SENDER-CONTROL.
           MOVE "NO " TO Sender-Ctl-Fail.
           OPEN OUTPUT Sender-Control-FD.
           IF Sender-Control-Status = "00"
               PERFORM VARYING Sender-Ix FROM 1 BY 1
                         UNTIL Sender-Ix > Sender-Count
                   MOVE SPACES TO Sender-Control-Rec
                   MOVE Snd-Id(Sender-Ix) TO Sender-Ctl-Id
                   MOVE Snd-Last-Seq(Sender-Ix) TO Sender-Ctl-Seq
                   MOVE Snd-Last-Created(Sender-Ix)
                       TO Sender-Ctl-Created
                   MOVE Snd-Last-Gen(Sender-Ix) TO Sender-Ctl-Gen
                   WRITE Sender-Control-Rec
                   IF Sender-Control-Status NOT = "00"
                       MOVE "YES" TO Sender-Ctl-Fail
                   END-IF
               END-PERFORM
               CLOSE Sender-Control-FD
           ELSE
               MOVE "YES" TO Sender-Ctl-Fail
           END-IF.
           IF Sender-Ctl-Fail = "YES"
               PERFORM 946-SENDER-CONTROL-FAILED
           END-IF.

      * Without the advanced sequence the sender's next file would be
      * rejected as out of sequence, so the operator is told once.
       946-SENDER-CONTROL-FAILED.
           IF Run-Return-Code < 4
               MOVE 4 TO Run-Return-Code
           END-IF.
           IF Sender-Ctl-Alerted NOT = "YES"
               MOVE "YES" TO Sender-Ctl-Alerted
               MOVE 4 TO Alert-Sev
               MOVE Gen-Id TO Alert-Gen-Num
               MOVE "SNDRCTL.TXT NOT WRITTEN - SENDER SEQ NOT SAVED"
                   TO Alert-Msg
               PERFORM 990-WRITE-OPERATOR-ALERT
           END-IF.

       950-WRITE-RUN-LOG-END.
           IF Except-Rec-Count > ZERO
              AND Run-Return-Code < 4
               END-IF

               ACCEPT Run-End-Time FROM TIME
               ACCEPT Log-End-Date FROM DATE YYYYMMDD
               MOVE Run-End-Time TO Log-End-Time
               MOVE Run-Outcome TO Log-End-Outcome
               MOVE Run-Return-Code TO Log-End-RC
