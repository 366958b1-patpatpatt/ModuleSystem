           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS4.

           SELECT FD-CURTERM ASSIGN TO
               'C:\COBOL\BANK\CURRENTTERM.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS5.

           SELECT FD-RESIT ASSIGN TO
               'C:\COBOL\BANK\RESITREGISTER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-RS-KEY
           FILE STATUS IS WS-FILESTATUS6.

           SELECT FD-SECTMAST ASSIGN TO
               'C:\COBOL\BANK\SECTIONMASTER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-SM-SECTION
           FILE STATUS IS WS-FILESTATUS7.

           SELECT FD-TEACHER ASSIGN TO 'C:\COBOL\BANK\TEACHER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS F-USERNAME
           FILE STATUS IS WS-FILESTATUS8.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-STUDENT.
           05 FD-MODTITLE PIC X(25).
           05 FD-MODCREDITS PIC 9(2).
           05 FD-MODPASSMARK PIC 9(3).
           05 FD-MODPREREQ OCCURS 3 TIMES PIC 9(5).

       FD  FD-DECISION.
       01  F-DECISIONREC.
       FD  FD-REPORT.
       01  F-REPORTLINE PIC X(80).

       FD  FD-CURTERM.
       01  F-CURTERMREC.
           05 FC-TERM PIC 9(5).

       FD  FD-RESIT.
       01  F-RESITREC.
           05 FD-RS-KEY.
              10 FD-RS-STUDNUMBER PIC 9(10).
              10 FD-RS-TERM PIC 9(5).
              10 FD-RS-MODCODE PIC 9(5).
           05 FD-RS-STUDNAME PIC X(25).
           05 FD-RS-STUDSECT PIC 9(2).
           05 FD-RS-ORIGGRADE PIC 9(3).
           05 FD-RS-PASSMARK PIC 9(3).
           05 FD-RS-STATUS PIC X.
           05 FD-RS-RESITMARK PIC 9(3).
           05 FD-RS-AWARDED PIC 9(3).
           05 FD-RS-DATETIME PIC X(14).

       FD  FD-SECTMAST.
       01  F-SECTMASTREC.
           05 FD-SM-SECTION PIC 9(2).
           05 FD-SM-DESC PIC X(25).
           05 FD-SM-ROOM PIC X(6).
           05 FD-SM-CAPACITY PIC 9(3).
           05 FD-SM-YEAR PIC 9(2).
           05 FD-SM-HOMEROOM PIC X(10).

       FD  FD-TEACHER.
       01  F-TEACHERINFO.
           05 F-USERNAME PIC X(10).
           05 F-PASSWORD PIC X(10).
           05 F-TEACHERNAME PIC X(25).
           05 F-SECTION PIC 9(2).

       WORKING-STORAGE SECTION.
       01  WS-FILESTATUS PIC 9(2).
       01  WS-FILESTATUS2 PIC 9(2).
       01  WS-FILESTATUS3 PIC 9(2).
       01  WS-FILESTATUS4 PIC 9(2).
       01  WS-FILESTATUS5 PIC 9(2).
       01  WS-FILESTATUS6 PIC 9(2).
       01  WS-FILESTATUS7 PIC 9(2).
       01  WS-FILESTATUS8 PIC 9(2).
       01  WS-EOF PIC 9.
       01  WS-MODMASTER-AVAIL PIC 9 VALUE 0.
       01  WS-RESIT-AVAIL PIC 9 VALUE 0.
       01  WS-SECTMAST-AVAIL PIC 9 VALUE 0.
       01  WS-TEACHER-AVAIL PIC 9 VALUE 0.
       01  WS-SECT-DESC PIC X(25).
       01  WS-SECT-ROOM PIC X(6).
       01  WS-SECT-TEACHER PIC X(25).
       01  WS-CUR-TERM PIC 9(5) VALUE 0.
       01  WS-EFF-GRADE PIC 9(3).
       01  WS-RESIT-COUNT PIC 9(5) VALUE 0.
       01  WS-LOOP-IDX PIC 9(2).

       01  WS-SECT-TABLE.
           05 WS-SECT-PRESENT OCCURS 99 TIMES PIC 9.
       01  WS-SECT-IDX PIC 9(3).
       01  WS-CUR-SECT PIC 9(2).

       01  WS-MOD-CREDITS PIC 9(2).
       01  WS-HEAD1.
           05 FILLER PIC X(23)
               VALUE 'PROMOTION DECISION LIST'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-HEAD1-SECT-DESC PIC X(25).
           05 FILLER PIC X(11) VALUE '  RUN DATE '.
           05 WS-HEAD1-DATE PIC X(8).
           05 FILLER PIC X(7) VALUE '  PAGE '.
           05 WS-HEAD1-PAGE PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.

       01  WS-HEAD2.
           05 FILLER PIC X(80) VALUE ALL '-'.

       01  WS-HEAD3.
           05 FILLER PIC X(8) VALUE 'SECTION '.
           05 WS-HEAD3-SECT PIC 9(2).
           05 FILLER PIC X(7) VALUE '  ROOM '.
           05 WS-HEAD3-ROOM PIC X(6).
           05 FILLER PIC X(11) VALUE '  HOMEROOM '.
           05 WS-HEAD3-TEACHER PIC X(25).
           05 FILLER PIC X(21) VALUE SPACES.

       01  WS-STUD-LINE.
           05 WS-SL-STUDNUMBER PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
               END-IF
           END-PERFORM.
           PERFORM PARA-CLOSE-AND-REPORT.
           GOBACK.

       PARA-OPEN-FILES.
           DISPLAY '**************************************'.
           OPEN INPUT FD-STUDENT.
           IF WS-FILESTATUS = 35
               DISPLAY "NO STUDENTS ON FILE. ABORTING."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT FD-MODMASTER.
               MOVE 0 TO WS-MODMASTER-AVAIL
               DISPLAY "MODULE MASTER NOT ON FILE - "
                   "PASS MARKS AND CREDITS UNAVAILABLE."
           ELSE IF WS-FILESTATUS2 NOT = 0
               DISPLAY "MODULE MASTER UNREADABLE - STATUS "
                   WS-FILESTATUS2 "."
               DISPLAY "CONVERT IT WITH MASTERBACKUP OPTION C. "
                   "ABORTING."
               MOVE 8 TO RETURN-CODE
               GOBACK
           ELSE
               MOVE 1 TO WS-MODMASTER-AVAIL
           END-IF.
           OPEN OUTPUT FD-DECISION.
           IF WS-FILESTATUS3 NOT = 0
               DISPLAY "UNABLE TO OPEN DECISION FILE. ABORTING."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT FD-REPORT.
           IF WS-FILESTATUS4 NOT = 0
               DISPLAY "UNABLE TO OPEN DECISION LIST. ABORTING."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT FD-RESIT.
           IF WS-FILESTATUS6 = 35
               MOVE 0 TO WS-RESIT-AVAIL
           ELSE
               MOVE 1 TO WS-RESIT-AVAIL
           END-IF.

           OPEN INPUT FD-SECTMAST.
           IF WS-FILESTATUS7 = 35
               MOVE 0 TO WS-SECTMAST-AVAIL
           ELSE
               MOVE 1 TO WS-SECTMAST-AVAIL
           END-IF.

           OPEN INPUT FD-TEACHER.
           IF WS-FILESTATUS8 = 35
               MOVE 0 TO WS-TEACHER-AVAIL
           ELSE
               MOVE 1 TO WS-TEACHER-AVAIL
           END-IF.

           PERFORM PARA-READ-CUR-TERM.

       PARA-READ-CUR-TERM.
           MOVE 0 TO WS-CUR-TERM.
           OPEN INPUT FD-CURTERM.
           IF WS-FILESTATUS5 = 0
               READ FD-CURTERM
                   AT END CONTINUE
                   NOT AT END
                       IF FC-TERM IS NUMERIC
                           MOVE FC-TERM TO WS-CUR-TERM
                       END-IF
               END-READ
               CLOSE FD-CURTERM
           END-IF.

       PARA-SCAN-SECTIONS.
           END-PERFORM.

       PARA-DECIDE-SECTION.
           PERFORM PARA-GET-SECTION-INFO.
           MOVE 0 TO WS-SECT-STUDENTS.
           MOVE 0 TO WS-SECT-PROMOTED.
           MOVE 0 TO WS-SECT-REPEAT.
               END-READ
           END-IF.

           MOVE FD-GRADE(WS-LOOP-IDX) TO WS-EFF-GRADE.
           IF WS-RESIT-AVAIL = 1
               MOVE FD-STUDNUMBER TO FD-RS-STUDNUMBER
               MOVE WS-CUR-TERM TO FD-RS-TERM
               MOVE FD-MODULENUMB(WS-LOOP-IDX) TO FD-RS-MODCODE
               READ FD-RESIT KEY IS FD-RS-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FD-RS-STATUS = 'S'
                           MOVE FD-RS-AWARDED TO WS-EFF-GRADE
                           ADD 1 TO WS-RESIT-COUNT
                       END-IF
               END-READ
           END-IF.

           IF WS-EFF-GRADE = 998
               ADD 1 TO WS-INC-COUNT
           ELSE IF WS-EFF-GRADE = 999
               CONTINUE
           ELSE
               COMPUTE WS-GRADE-TOTAL = WS-GRADE-TOTAL
                   + (WS-EFF-GRADE * WS-MOD-CREDITS)
               ADD WS-MOD-CREDITS TO WS-GRADE-COUNT
               IF WS-EFF-GRADE >= WS-MOD-PASSMARK
                   ADD WS-MOD-CREDITS TO WS-PASS-CREDITS
               ELSE
                   ADD WS-MOD-CREDITS TO WS-FAIL-CREDITS
           MOVE WS-SUM-LINE TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

       PARA-GET-SECTION-INFO.
           MOVE SPACES TO WS-SECT-DESC.
           MOVE SPACES TO WS-SECT-ROOM.
           MOVE SPACES TO WS-SECT-TEACHER.
           STRING 'SECTION ' WS-CUR-SECT
               DELIMITED BY SIZE INTO WS-SECT-DESC.
           IF WS-SECTMAST-AVAIL = 1
               MOVE WS-CUR-SECT TO FD-SM-SECTION
               READ FD-SECTMAST KEY IS FD-SM-SECTION
                   INVALID KEY
                       MOVE 'NOT ON SECTION MASTER' TO WS-SECT-TEACHER
                   NOT INVALID KEY
                       IF FD-SM-DESC NOT = SPACES
                           MOVE FD-SM-DESC TO WS-SECT-DESC
                       END-IF
                       MOVE FD-SM-ROOM TO WS-SECT-ROOM
                       MOVE FD-SM-HOMEROOM TO WS-SECT-TEACHER
                       IF WS-TEACHER-AVAIL = 1
                           MOVE FD-SM-HOMEROOM TO F-USERNAME
                           READ FD-TEACHER KEY IS F-USERNAME
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE F-TEACHERNAME
                                       TO WS-SECT-TEACHER
                           END-READ
                       END-IF
               END-READ
           END-IF.

       PARA-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-SECT-DESC TO WS-HEAD1-SECT-DESC.
           MOVE WS-CUR-SECT TO WS-HEAD3-SECT.
           MOVE WS-SECT-ROOM TO WS-HEAD3-ROOM.
           MOVE WS-SECT-TEACHER TO WS-HEAD3-TEACHER.
           MOVE WS-RUN-DATE TO WS-HEAD1-DATE.
           MOVE WS-PAGE-NUM TO WS-HEAD1-PAGE.
           MOVE 0 TO WS-LINE-COUNT.
           END-IF.
           MOVE WS-HEAD1 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           MOVE WS-HEAD3 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           MOVE WS-HEAD2 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-MODMASTER-AVAIL = 1
               CLOSE FD-MODMASTER
           END-IF.
           IF WS-RESIT-AVAIL = 1
               CLOSE FD-RESIT
           END-IF.
           IF WS-SECTMAST-AVAIL = 1
               CLOSE FD-SECTMAST
           END-IF.
           IF WS-TEACHER-AVAIL = 1
               CLOSE FD-TEACHER
           END-IF.
           CLOSE FD-DECISION.
           CLOSE FD-REPORT.

           DISPLAY "PROMOTED:                  " WS-TOTAL-PROMOTED.
           DISPLAY "REPEAT:                    " WS-TOTAL-REPEAT.
           DISPLAY "REVIEW:                    " WS-TOTAL-REVIEW.
           DISPLAY "RESIT RESULTS APPLIED:     " WS-RESIT-COUNT.
           DISPLAY "DECISION LIST WRITTEN TO PROMOTIONLIST.dat".
           DISPLAY '**************************************'.
