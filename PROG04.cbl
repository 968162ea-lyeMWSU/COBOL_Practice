      *   An out-of-balance run now also appends a one-line alert to
      *   the common operator alert file OPRALERT.TXT so the end-of-
      *   cycle action list sees it without opening Prog4Bal.txt.
      *   The run date is now the business processing date from the
      *   date control file BUSDATE.TXT rather than the machine clock,
      *   so a cycle that runs past midnight keeps its day; the machine
      *   date is used only when the file holds no date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program04.
               ASSIGN "OPRALERT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Alert-Status.
           SELECT  Bus-Date-FD
               ASSIGN "BUSDATE.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS Bus-Date-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Control-FD.
           05  Manifest-Pages                         PIC 9(05).
           05  FILLER                                 PIC X(01).
           05  Manifest-Lines                         PIC 9(07).
           05  FILLER                                 PIC X(01).
           05  Manifest-Banners                       PIC 9(05).

       FD  Run-Log-FD.
       01  Run-Log-Rec                                PIC X(132).
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
           STOP RUN.

       100-INITIALIZE.
           PERFORM 101-READ-BUSINESS-DATE.
           OPEN OUTPUT Print-FD.

           MOVE SPACES TO Date-Display.
           MOVE SPACES TO Print-Rec.
           WRITE Print-Rec AFTER ADVANCING 1 LINE.

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

       150-CHECK-RESTART-PENDING.
           OPEN INPUT Restart-FD.
           IF Restart-Status = "00"
