      *   its lock: a prior-day lock is stale only once it is more
      *   than four hours old, not merely because the date rolled
      *   over.
      *   The run date is now the business processing date from the
      *   date control file BUSDATE.TXT rather than the machine clock,
      *   so a cycle that runs past midnight keeps its day; the machine
      *   date is used only when the file holds no date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program08.
               ASSIGN "OPRALERT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Alert-Status.
           SELECT  Bus-Date-FD
               ASSIGN "BUSDATE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Bus-Date-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Title-FD.
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
           MOVE "NO " TO EOD
           MOVE SPACES TO Print-Rec.
           MOVE ZERO TO Page-Number.
           PERFORM 101-READ-BUSINESS-DATE.

           OPEN OUTPUT Print-FD
           PERFORM 150-PRINT-HEADING.
               ADD 1 TO Lines-On-Page
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
