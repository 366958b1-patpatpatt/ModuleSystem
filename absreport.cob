       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSENCEREPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-ATTEND ASSIGN TO
               'C:\COBOL\BANK\ATTENDANCE.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-AT-KEY
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-STUDENT ASSIGN TO 'C:\COBOL\BANK\STUDENT.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-STUDNUMBER
           FILE STATUS IS WS-FILESTATUS2.

           SELECT FD-CURTERM ASSIGN TO
               'C:\COBOL\BANK\CURRENTTERM.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS3.

           SELECT FD-ABSCFG ASSIGN TO
               'C:\COBOL\BANK\ABSENCELIMIT.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS4.

           SELECT FD-REPORT ASSIGN TO
               'C:\COBOL\BANK\ABSENCEREPORT.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS5.

           SELECT FD-ABSENTEES ASSIGN TO
               'C:\COBOL\BANK\ABSENTEES.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS6.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-ATTEND.
       01  F-ATTENDREC.
           05 FD-AT-KEY.
              10 FD-AT-STUDNUMBER PIC 9(10).
              10 FD-AT-DATE PIC 9(8).
           05 FD-AT-SECT PIC 9(2).
           05 FD-AT-TERM PIC 9(5).
           05 FD-AT-STATUS PIC X.
           05 FD-AT-USER PIC X(10).
           05 FD-AT-DATETIME PIC X(14).

       FD  FD-STUDENT.
       01  F-STUDENTINFO.
           05 FD-STUDNUMBER PIC 9(10).
           05 FD-STUDNAME PIC X(25).
           05 FD-STUDSECT PIC 9(2).
           05 FD-MODCOUNT PIC 9(2).
           05 FD-MODULES OCCURS 10 TIMES.
              10 FD-MODULENUMB PIC 9(5).
              10 FD-GRADE PIC 9(3).

       FD  FD-CURTERM.
       01  F-CURTERMREC.
           05 FC-TERM PIC 9(5).

       FD  FD-ABSCFG.
       01  F-ABSCFGREC.
           05 FA-ABSENCE-PCT PIC 9(3).

       FD  FD-REPORT.
       01  F-REPORTLINE PIC X(80).

       FD  FD-ABSENTEES.
       01  F-ABSENTEEREC.
           05 FB-STUDNUMBER PIC 9(10).
           05 FB-STUDSECT PIC 9(2).
           05 FB-TERM PIC 9(5).
           05 FB-DAYS PIC 9(3).
           05 FB-ABSENT PIC 9(3).
           05 FB-LATE PIC 9(3).
           05 FB-PCT PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILESTATUS PIC 9(2).
       01  WS-FILESTATUS2 PIC 9(2).
       01  WS-FILESTATUS3 PIC 9(2).
       01  WS-FILESTATUS4 PIC 9(2).
       01  WS-FILESTATUS5 PIC 9(2).
       01  WS-FILESTATUS6 PIC 9(2).
       01  WS-EOF PIC 9 VALUE 0.
       01  WS-STUD-FLAG PIC 9.
       01  WS-CUR-TERM PIC 9(5) VALUE 0.
       01  WS-ABSENCE-LIMIT PIC 9(3) VALUE 20.

       01  WS-CUR-STUDNUMBER PIC 9(10) VALUE 0.
       01  WS-DAYS PIC 9(3).
       01  WS-ABSENT PIC 9(3).
       01  WS-LATE PIC 9(3).
       01  WS-ABS-PCT PIC 9(3)V99.

       01  WS-SECT-TABLE.
           05 WS-SECT-ENTRY OCCURS 99 TIMES.
              10 WS-SECT-RECORDED PIC 9(5).
              10 WS-SECT-FLAGGED PIC 9(5).
              10 WS-SECT-DAYS PIC 9(7).
              10 WS-SECT-ABSENT PIC 9(7).
       01  WS-SECT-IDX PIC 9(3).
       01  WS-CUR-SECT PIC 9(2).

       01  WS-FLAG-TABLE.
           05 WS-FLAG-ENTRY OCCURS 500 TIMES.
              10 WS-FL-STUDNUMBER PIC 9(10).
              10 WS-FL-STUDNAME PIC X(25).
              10 WS-FL-SECT PIC 9(2).
              10 WS-FL-DAYS PIC 9(3).
              10 WS-FL-ABSENT PIC 9(3).
              10 WS-FL-LATE PIC 9(3).
              10 WS-FL-PCT PIC 9(3)V99.
       01  WS-FLAG-USED PIC 9(3) VALUE 0.
       01  WS-FLAG-IDX PIC 9(3).
       01  WS-FLAG-OVERFLOW PIC 9 VALUE 0.

       01  WS-READ-COUNT PIC 9(7) VALUE 0.
       01  WS-STUDENT-COUNT PIC 9(5) VALUE 0.
       01  WS-DEPARTED-COUNT PIC 9(5) VALUE 0.
       01  WS-FLAGGED-COUNT PIC 9(5) VALUE 0.
       01  WS-SECT-PCT PIC 9(3)V99.

       01  WS-RUN-DATE PIC X(8).
       01  WS-LINE-COUNT PIC 9(2).
       01  WS-PAGE-NUM PIC 9(3).
       01  WS-REPORT-STARTED PIC 9 VALUE 0.

       01  WS-HEAD1.
           05 FILLER PIC X(14) VALUE 'ABSENCE REPORT'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'SECTION '.
           05 WS-HEAD1-SECT PIC 9(2).
           05 FILLER PIC X(7) VALUE '  TERM '.
           05 WS-HEAD1-TERM PIC 9(5).
           05 FILLER PIC X(11) VALUE '  RUN DATE '.
           05 WS-HEAD1-DATE PIC X(8).
           05 FILLER PIC X(7) VALUE '  PAGE '.
           05 WS-HEAD1-PAGE PIC ZZ9.
           05 FILLER PIC X(12) VALUE SPACES.

       01  WS-HEAD2.
           05 FILLER PIC X(80) VALUE ALL '-'.

       01  WS-HEAD3.
           05 FILLER PIC X(21) VALUE 'STUDENTS ABSENT OVER '.
           05 WS-HEAD3-LIMIT PIC ZZ9.
           05 FILLER PIC X(25) VALUE '% OF RECORDED DAYS'.
           05 FILLER PIC X(31) VALUE SPACES.

       01  WS-HEAD4.
           05 FILLER PIC X(10) VALUE 'STUDENT'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(25) VALUE 'NAME'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE ' DAYS'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'ABSNT'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE ' LATE'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE ' ABSENT'.
           05 FILLER PIC X(13) VALUE SPACES.

       01  WS-DET-LINE.
           05 WS-DL-STUDNUMBER PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-STUDNAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-DAYS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-ABSENT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-LATE PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-PCT PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE '%'.
           05 FILLER PIC X(13) VALUE SPACES.

       01  WS-NONE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(34)
               VALUE 'NO STUDENTS OVER THE ABSENCE LIMIT'.
           05 FILLER PIC X(42) VALUE SPACES.

       01  WS-SUM-LINE1.
           05 FILLER PIC X(8) VALUE 'SECTION '.
           05 WS-S1-SECT PIC 9(2).
           05 FILLER PIC X(21) VALUE ' STUDENTS RECORDED:  '.
           05 WS-S1-COUNT PIC ZZZZ9.
           05 FILLER PIC X(44) VALUE SPACES.

       01  WS-SUM-LINE2.
           05 FILLER PIC X(8) VALUE 'SECTION '.
           05 WS-S2-SECT PIC 9(2).
           05 FILLER PIC X(21) VALUE ' OVER ABSENCE LIMIT: '.
           05 WS-S2-COUNT PIC ZZZZ9.
           05 FILLER PIC X(44) VALUE SPACES.

       01  WS-SUM-LINE3.
           05 FILLER PIC X(8) VALUE 'SECTION '.
           05 WS-S3-SECT PIC 9(2).
           05 FILLER PIC X(21) VALUE ' ABSENCE RATE:       '.
           05 WS-S3-PCT PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE '%'.
           05 FILLER PIC X(42) VALUE SPACES.

       01  WS-PRINT-LINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-ABSENCE.
           PERFORM PARA-OPEN-FILES THRU PARA-OPEN-FILES-EXIT.
           IF WS-EOF = 0
               PERFORM PARA-TALLY-LOOP UNTIL WS-EOF = 1
               IF WS-CUR-STUDNUMBER > 0
                   PERFORM PARA-RATE-STUDENT
                       THRU PARA-RATE-STUDENT-EXIT
               END-IF
               PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                       UNTIL WS-SECT-IDX > 99
                   IF WS-SECT-RECORDED(WS-SECT-IDX) > 0
                       MOVE WS-SECT-IDX TO WS-CUR-SECT
                       PERFORM PARA-REPORT-SECTION
                   END-IF
               END-PERFORM
               PERFORM PARA-CLOSE-AND-REPORT
           END-IF.
           STOP RUN.

       PARA-OPEN-FILES.
           DISPLAY '**************************************'.
           DISPLAY '*      TERM ABSENCE REPORT RUN       *'.
           DISPLAY '**************************************'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM PARA-READ-CUR-TERM.
           IF WS-CUR-TERM = 0
               DISPLAY "NO CURRENT TERM ON FILE."
               DISPLAY "ENTER TERM TO REPORT (YYYYT): "
               ACCEPT WS-CUR-TERM
           END-IF.

           PERFORM PARA-READ-ABSENCE-LIMIT.

           OPEN INPUT FD-ATTEND.
           IF WS-FILESTATUS = 35
               DISPLAY "NO ATTENDANCE ON FILE. ABORTING."
               MOVE 1 TO WS-EOF
               GO TO PARA-OPEN-FILES-EXIT
           END-IF.

           OPEN INPUT FD-STUDENT.
           IF WS-FILESTATUS2 = 35
               DISPLAY "NO STUDENTS ON FILE. ABORTING."
               CLOSE FD-ATTEND
               MOVE 1 TO WS-EOF
               GO TO PARA-OPEN-FILES-EXIT
           END-IF.

           OPEN OUTPUT FD-REPORT.
           IF WS-FILESTATUS5 NOT = 0
               DISPLAY "UNABLE TO OPEN REPORT FILE. ABORTING."
               CLOSE FD-ATTEND
               CLOSE FD-STUDENT
               MOVE 1 TO WS-EOF
               GO TO PARA-OPEN-FILES-EXIT
           END-IF.

           OPEN OUTPUT FD-ABSENTEES.
           IF WS-FILESTATUS6 NOT = 0
               DISPLAY "UNABLE TO OPEN ABSENTEE FILE. ABORTING."
               CLOSE FD-ATTEND
               CLOSE FD-STUDENT
               CLOSE FD-REPORT
               MOVE 1 TO WS-EOF
               GO TO PARA-OPEN-FILES-EXIT
           END-IF.

           INITIALIZE WS-SECT-TABLE.
           MOVE 0 TO FD-AT-STUDNUMBER.
           MOVE 0 TO FD-AT-DATE.
           START FD-ATTEND KEY IS NOT LESS THAN FD-AT-KEY
               INVALID KEY MOVE 1 TO WS-EOF
               NOT INVALID KEY MOVE 0 TO WS-EOF
           END-START.

           DISPLAY "TERM:          " WS-CUR-TERM.
           DISPLAY "ABSENCE LIMIT: " WS-ABSENCE-LIMIT "%".

       PARA-OPEN-FILES-EXIT.
           EXIT.

       PARA-READ-CUR-TERM.
           MOVE 0 TO WS-CUR-TERM.
           OPEN INPUT FD-CURTERM.
           IF WS-FILESTATUS3 = 0
               READ FD-CURTERM
                   AT END CONTINUE
                   NOT AT END
                       IF FC-TERM IS NUMERIC
                           MOVE FC-TERM TO WS-CUR-TERM
                       END-IF
               END-READ
               CLOSE FD-CURTERM
           END-IF.

       PARA-READ-ABSENCE-LIMIT.
           MOVE 20 TO WS-ABSENCE-LIMIT.
           OPEN INPUT FD-ABSCFG.
           IF WS-FILESTATUS4 = 0
               READ FD-ABSCFG
                   AT END CONTINUE
                   NOT AT END
                       IF FA-ABSENCE-PCT IS NUMERIC
                               AND FA-ABSENCE-PCT > 0
                               AND FA-ABSENCE-PCT <= 100
                           MOVE FA-ABSENCE-PCT TO WS-ABSENCE-LIMIT
                       END-IF
               END-READ
               CLOSE FD-ABSCFG
           END-IF.

       PARA-TALLY-LOOP.
           READ FD-ATTEND NEXT RECORD
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF FD-AT-TERM = WS-CUR-TERM
                       PERFORM PARA-TALLY-DAY
                   END-IF
           END-READ.

       PARA-TALLY-DAY.
           IF FD-AT-STUDNUMBER NOT = WS-CUR-STUDNUMBER
               IF WS-CUR-STUDNUMBER > 0
                   PERFORM PARA-RATE-STUDENT
                       THRU PARA-RATE-STUDENT-EXIT
               END-IF
               MOVE FD-AT-STUDNUMBER TO WS-CUR-STUDNUMBER
               MOVE 0 TO WS-DAYS
               MOVE 0 TO WS-ABSENT
               MOVE 0 TO WS-LATE
           END-IF.

           ADD 1 TO WS-DAYS.
           IF FD-AT-STATUS = 'A'
               ADD 1 TO WS-ABSENT
           ELSE IF FD-AT-STATUS = 'L'
               ADD 1 TO WS-LATE
           END-IF.

       PARA-RATE-STUDENT.
           MOVE WS-CUR-STUDNUMBER TO FD-STUDNUMBER.
           READ FD-STUDENT KEY IS FD-STUDNUMBER
               INVALID KEY MOVE 0 TO WS-STUD-FLAG
               NOT INVALID KEY MOVE 1 TO WS-STUD-FLAG
           END-READ.
           IF WS-STUD-FLAG NOT = 1 OR FD-STUDSECT = 0
               ADD 1 TO WS-DEPARTED-COUNT
               GO TO PARA-RATE-STUDENT-EXIT
           END-IF.

           ADD 1 TO WS-STUDENT-COUNT.
           ADD 1 TO WS-SECT-RECORDED(FD-STUDSECT).
           ADD WS-DAYS TO WS-SECT-DAYS(FD-STUDSECT).
           ADD WS-ABSENT TO WS-SECT-ABSENT(FD-STUDSECT).

           COMPUTE WS-ABS-PCT ROUNDED = (WS-ABSENT * 100) / WS-DAYS.
           IF WS-ABS-PCT NOT > WS-ABSENCE-LIMIT
               GO TO PARA-RATE-STUDENT-EXIT
           END-IF.

           ADD 1 TO WS-FLAGGED-COUNT.
           ADD 1 TO WS-SECT-FLAGGED(FD-STUDSECT).

           MOVE FD-STUDNUMBER TO FB-STUDNUMBER.
           MOVE FD-STUDSECT TO FB-STUDSECT.
           MOVE WS-CUR-TERM TO FB-TERM.
           MOVE WS-DAYS TO FB-DAYS.
           MOVE WS-ABSENT TO FB-ABSENT.
           MOVE WS-LATE TO FB-LATE.
           MOVE WS-ABS-PCT TO FB-PCT.
           WRITE F-ABSENTEEREC.

           IF WS-FLAG-USED < 500
               ADD 1 TO WS-FLAG-USED
               MOVE FD-STUDNUMBER TO WS-FL-STUDNUMBER(WS-FLAG-USED)
               MOVE FD-STUDNAME TO WS-FL-STUDNAME(WS-FLAG-USED)
               MOVE FD-STUDSECT TO WS-FL-SECT(WS-FLAG-USED)
               MOVE WS-DAYS TO WS-FL-DAYS(WS-FLAG-USED)
               MOVE WS-ABSENT TO WS-FL-ABSENT(WS-FLAG-USED)
               MOVE WS-LATE TO WS-FL-LATE(WS-FLAG-USED)
               MOVE WS-ABS-PCT TO WS-FL-PCT(WS-FLAG-USED)
           ELSE
               MOVE 1 TO WS-FLAG-OVERFLOW
           END-IF.

       PARA-RATE-STUDENT-EXIT.
           EXIT.

       PARA-REPORT-SECTION.
           MOVE 0 TO WS-PAGE-NUM.
           PERFORM PARA-PAGE-HEADING.

           IF WS-SECT-FLAGGED(WS-CUR-SECT) = 0
               MOVE WS-NONE-LINE TO WS-PRINT-LINE
               PERFORM PARA-WRITE-LINE
           ELSE
               PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
                       UNTIL WS-FLAG-IDX > WS-FLAG-USED
                   IF WS-FL-SECT(WS-FLAG-IDX) = WS-CUR-SECT
                       PERFORM PARA-PRINT-ABSENTEE
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM PARA-PRINT-SECTION-SUMMARY.

       PARA-PRINT-ABSENTEE.
           IF WS-LINE-COUNT > 54
               PERFORM PARA-PAGE-HEADING
           END-IF.

           MOVE WS-FL-STUDNUMBER(WS-FLAG-IDX) TO WS-DL-STUDNUMBER.
           MOVE WS-FL-STUDNAME(WS-FLAG-IDX) TO WS-DL-STUDNAME.
           MOVE WS-FL-DAYS(WS-FLAG-IDX) TO WS-DL-DAYS.
           MOVE WS-FL-ABSENT(WS-FLAG-IDX) TO WS-DL-ABSENT.
           MOVE WS-FL-LATE(WS-FLAG-IDX) TO WS-DL-LATE.
           MOVE WS-FL-PCT(WS-FLAG-IDX) TO WS-DL-PCT.
           MOVE WS-DET-LINE TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

       PARA-PRINT-SECTION-SUMMARY.
           IF WS-LINE-COUNT > 50
               PERFORM PARA-PAGE-HEADING
           END-IF.

           MOVE WS-HEAD2 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

           MOVE WS-CUR-SECT TO WS-S1-SECT.
           MOVE WS-SECT-RECORDED(WS-CUR-SECT) TO WS-S1-COUNT.
           MOVE WS-SUM-LINE1 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

           MOVE WS-CUR-SECT TO WS-S2-SECT.
           MOVE WS-SECT-FLAGGED(WS-CUR-SECT) TO WS-S2-COUNT.
           MOVE WS-SUM-LINE2 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

           IF WS-SECT-DAYS(WS-CUR-SECT) > 0
               COMPUTE WS-SECT-PCT ROUNDED =
                   (WS-SECT-ABSENT(WS-CUR-SECT) * 100)
                   / WS-SECT-DAYS(WS-CUR-SECT)
           ELSE
               MOVE 0 TO WS-SECT-PCT
           END-IF.
           MOVE WS-CUR-SECT TO WS-S3-SECT.
           MOVE WS-SECT-PCT TO WS-S3-PCT.
           MOVE WS-SUM-LINE3 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

       PARA-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-CUR-SECT TO WS-HEAD1-SECT.
           MOVE WS-CUR-TERM TO WS-HEAD1-TERM.
           MOVE WS-RUN-DATE TO WS-HEAD1-DATE.
           MOVE WS-PAGE-NUM TO WS-HEAD1-PAGE.
           MOVE WS-ABSENCE-LIMIT TO WS-HEAD3-LIMIT.
           MOVE 0 TO WS-LINE-COUNT.

           IF WS-REPORT-STARTED = 1
               MOVE SPACES TO F-REPORTLINE
               WRITE F-REPORTLINE AFTER ADVANCING PAGE
           ELSE
               MOVE 1 TO WS-REPORT-STARTED
           END-IF.
           MOVE WS-HEAD1 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           MOVE WS-HEAD3 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           MOVE WS-HEAD2 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           MOVE WS-HEAD4 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

       PARA-WRITE-LINE.
           MOVE WS-PRINT-LINE TO F-REPORTLINE.
           WRITE F-REPORTLINE.
           ADD 1 TO WS-LINE-COUNT.

       PARA-CLOSE-AND-REPORT.
           CLOSE FD-ATTEND.
           CLOSE FD-STUDENT.
           CLOSE FD-REPORT.
           CLOSE FD-ABSENTEES.

           DISPLAY '**************************************'.
           DISPLAY "ATTENDANCE RECORDS READ:   " WS-READ-COUNT.
           DISPLAY "STUDENTS RECORDED:         " WS-STUDENT-COUNT.
           DISPLAY "NOT ON STUDENT MASTER:     " WS-DEPARTED-COUNT.
           DISPLAY "OVER ABSENCE LIMIT:        " WS-FLAGGED-COUNT.
           IF WS-FLAG-OVERFLOW = 1
               DISPLAY "*** MORE THAN 500 FLAGGED - REPORT LISTS "
                   "THE FIRST 500; ABSENTEES.dat IS COMPLETE ***"
           END-IF.
           DISPLAY "REPORT WRITTEN TO ABSENCEREPORT.dat".
           DISPLAY "ABSENTEES WRITTEN TO ABSENTEES.dat".
           DISPLAY '**************************************'.
