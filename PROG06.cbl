      *   A run that cannot open the title master now ends with
      *   return code 8 and appends a one-line alert to the common
      *   operator alert file OPRALERT.TXT.
      *   The run date is now the business processing date from
      *   BUSDATE.TXT rather than the machine clock (the machine date
      *   only when the file holds no date), and idle days are counted
      *   in business days: weekends and the holidays on the calendar
      *   in that file do not age a title.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program06.
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
       01  Bus-Holiday-Table.
           05  Bus-Holiday-Days OCCURS 500 TIMES      PIC 9(09) COMP.
       01  Bus-Holiday-Count                          PIC 9(03) COMP
                                                        VALUE ZERO.
       01  Bus-Weekend-Flags.
           05  Bus-Weekend OCCURS 7 TIMES             PIC X(01).
       01  Bus-Weekend-Given                          PIC XXX
                                                        VALUE "NO ".
       01  Bus-Ix                                     PIC 9(03) COMP.
       01  Bus-Week-Num                               PIC 9(09) COMP.
       01  Bus-Weekday                                PIC 9(02) COMP.
       01  Bus-Processing-Day                         PIC XXX.
       01  Bus-From-Days                              PIC 9(09) COMP.
       01  Bus-To-Days                                PIC 9(09) COMP.
       01  Bus-Check-Days                             PIC 9(09) COMP.
       01  Bus-Day-Count                              PIC 9(09) COMP.
       01  Alert-Status                               PIC XX.
       01  Alert-Sev                                  PIC 9(02).
       01  Alert-Msg                                  PIC X(60).
           STOP RUN.

       100-INITIALIZE.
           PERFORM 101-READ-BUSINESS-DATE.
           PERFORM 105-READ-JOB-PARAMS.
           PERFORM 104-READ-TITLE-USAGE.

           PERFORM 800-DATE-TO-DAYS.
           MOVE Conv-Days TO Today-Days.

      * The processing date comes from the business date control
      * file, so a cycle that runs past midnight keeps its day; the
      * machine date is used only when the file holds no date.  The
      * same file carries the non-processing days: "NP" lines for
      * single dates and "WE" lines for the weekdays (1 Monday to
      * 7 Sunday) never processed, Saturday and Sunday when none.
       101-READ-BUSINESS-DATE.
           ACCEPT Run-Date-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE SPACES TO Bus-Weekend-Flags.
           MOVE "NO " TO Bus-Date-EOD.
           OPEN INPUT Bus-Date-FD.
           IF Bus-Date-Status = "00"
               PERFORM UNTIL Bus-Date-EOD = "YES"
                   READ Bus-Date-FD
                       AT END
                           MOVE "YES" TO Bus-Date-EOD
                       NOT AT END
                           PERFORM 102-NOTE-CALENDAR-LINE
                   END-READ
               END-PERFORM
               CLOSE Bus-Date-FD
           END-IF.
           IF Bus-Weekend-Given NOT = "YES"
               MOVE "Y" TO Bus-Weekend(6)
               MOVE "Y" TO Bus-Weekend(7)
           END-IF.

       102-NOTE-CALENDAR-LINE.
           EVALUATE Bus-Rec-Type
               WHEN "CD"
                   IF Bus-Rec-Date IS NUMERIC
                      AND Bus-Date-Found NOT = "YES"
                       MOVE Bus-Rec-Date TO Run-Date-YYYYMMDD
                       MOVE "YES" TO Bus-Date-Found
                   END-IF
               WHEN "NP"
                   IF Bus-Rec-Date IS NUMERIC
                      AND Bus-Holiday-Count < 500
                       MOVE Bus-Rec-Date TO Conv-Date
                       PERFORM 800-DATE-TO-DAYS
                       ADD 1 TO Bus-Holiday-Count
                       MOVE Conv-Days
                           TO Bus-Holiday-Days(Bus-Holiday-Count)
                   END-IF
               WHEN "WE"
                   IF Bus-Rec-Date(1:1) >= "1"
                      AND Bus-Rec-Date(1:1) <= "7"
                       MOVE "YES" TO Bus-Weekend-Given
                       MOVE Bus-Rec-Date(1:1) TO Bus-Weekday
                       MOVE "Y" TO Bus-Weekend(Bus-Weekday)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       150-PRINT-HEADING.
           ADD 1 TO Page-Number.
           MOVE ZERO TO Lines-On-Page.
               MOVE Report-Last-Date TO Conv-Date
               PERFORM 800-DATE-TO-DAYS
               MOVE Conv-Days TO Used-Days
               MOVE Used-Days TO Bus-From-Days
               MOVE Today-Days TO Bus-To-Days
               PERFORM 810-COUNT-BUSINESS-DAYS
               MOVE Bus-Day-Count TO Idle-Days
               MOVE Report-Last-Date TO Last-Used-Display
               IF Idle-Days > Aging-Days
                   MOVE "PURGE CANDIDATE" TO Report-Flag
                 - Conv-Leap100 + Conv-Leap400
                 + Conv-Month-Part + Conv-Date-Day.

      * Business days after Bus-From-Days up to and including
      * Bus-To-Days.
       810-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO Bus-Day-Count.
           MOVE Bus-From-Days TO Bus-Check-Days.
           PERFORM UNTIL Bus-Check-Days NOT < Bus-To-Days
               ADD 1 TO Bus-Check-Days
               PERFORM 815-CHECK-PROCESSING-DAY
               IF Bus-Processing-Day = "YES"
                   ADD 1 TO Bus-Day-Count
               END-IF
           END-PERFORM.

      * Day numbers from 800-DATE-TO-DAYS fall on a Monday when they
      * leave 2 over a multiple of 7.
       815-CHECK-PROCESSING-DAY.
           MOVE "YES" TO Bus-Processing-Day.
           COMPUTE Bus-Week-Num = Bus-Check-Days + 5.
           DIVIDE Bus-Week-Num BY 7 GIVING Bus-Week-Num
               REMAINDER Bus-Weekday.
           ADD 1 TO Bus-Weekday.
           IF Bus-Weekend(Bus-Weekday) = "Y"
               MOVE "NO " TO Bus-Processing-Day
           ELSE
               PERFORM VARYING Bus-Ix FROM 1 BY 1
                         UNTIL Bus-Ix > Bus-Holiday-Count
                   IF Bus-Holiday-Days(Bus-Ix) = Bus-Check-Days
                       MOVE "NO " TO Bus-Processing-Day
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       900-PRINT-SUMMARY.
           IF Lines-On-Page >= Max-Lines-Per-Page
               PERFORM 150-PRINT-HEADING

           MOVE SPACES TO Summary-Line.
           MOVE Aging-Days TO Count-Display.
           STRING "AGING BUS DAYS:   " DELIMITED BY SIZE
                  Count-Display DELIMITED BY SIZE
               INTO Summary-Line
           END-STRING.
