           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS5.

           SELECT FD-RESIT ASSIGN TO
               'C:\COBOL\BANK\RESITREGISTER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-RS-KEY
           FILE STATUS IS WS-FILESTATUS6.

           SELECT FD-GRADESCALE ASSIGN TO
               'C:\COBOL\BANK\GRADESCALE.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-GS-LOW
           FILE STATUS IS WS-FILESTATUS7.

           SELECT FD-SECTMAST ASSIGN TO
               'C:\COBOL\BANK\SECTIONMASTER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-SM-SECTION
           FILE STATUS IS WS-FILESTATUS8.

           SELECT FD-TEACHER ASSIGN TO 'C:\COBOL\BANK\TEACHER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS F-USERNAME
           FILE STATUS IS WS-FILESTATUS9.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-STUDENT.
           05 FD-MODTITLE PIC X(25).
           05 FD-MODCREDITS PIC 9(2).
           05 FD-MODPASSMARK PIC 9(3).
           05 FD-MODPREREQ OCCURS 3 TIMES PIC 9(5).

       FD  FD-REPORT.
       01  F-REPORTLINE PIC X(80).
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

       FD  FD-GRADESCALE.
       01  F-GRADESCALEREC.
           05 FD-GS-LOW PIC 9(3).
           05 FD-GS-HIGH PIC 9(3).
           05 FD-GS-LETTER PIC X(2).
           05 FD-GS-POINTS PIC 9V99.

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
       01  WS-FILESTATUS9 PIC 9(2).
       01  WS-EOF PIC 9.
       01  WS-GH-EOF PIC 9.
       01  WS-MODMASTER-AVAIL PIC 9 VALUE 0.
       01  WS-GRADEHIST-AVAIL PIC 9 VALUE 0.
       01  WS-RESIT-AVAIL PIC 9 VALUE 0.
       01  WS-SECTMAST-AVAIL PIC 9 VALUE 0.
       01  WS-TEACHER-AVAIL PIC 9 VALUE 0.
       01  WS-SECT-DESC PIC X(25).
       01  WS-SECT-ROOM PIC X(6).
       01  WS-SECT-TEACHER PIC X(25).
       01  WS-RESIT-FOUND PIC 9.
       01  WS-EFF-GRADE PIC 9(3).
       01  WS-CUR-TERM PIC 9(5) VALUE 0.

       01  WS-SECT-TABLE.
           05 WS-SECT-PRESENT OCCURS 99 TIMES PIC 9.
       01  WS-SECT-IDX PIC 9(3).
       01  WS-CUR-SECT PIC 9(2).
       01  WS-LOOP-IDX PIC 9(2).

       01  WS-AVG-GRADE PIC 9(3)V99.
       01  WS-MOD-CREDITS PIC 9(2).

       01  WS-GS-DEFAULTS.
           05 FILLER PIC X(11) VALUE '000059F 000'.
           05 FILLER PIC X(11) VALUE '060069D 100'.
           05 FILLER PIC X(11) VALUE '070079C 200'.
           05 FILLER PIC X(11) VALUE '080089B 300'.
           05 FILLER PIC X(11) VALUE '090100A 400'.
       01  WS-GS-TABLE.
           05 WS-GS-ENTRY OCCURS 20 TIMES.
              10 WS-GS-LOW PIC 9(3).
              10 WS-GS-HIGH PIC 9(3).
              10 WS-GS-LETTER PIC X(2).
              10 WS-GS-POINTS PIC 9V99.
       01  WS-GS-USED PIC 9(2) VALUE 0.
       01  WS-GS-IDX PIC 9(2).
       01  WS-GS-EOF PIC 9.
       01  WS-LG-GRADE PIC 9(3).
       01  WS-LG-LETTER PIC X(2).
       01  WS-LG-POINTS PIC 9V99.
       01  WS-LG-FOUND PIC 9.
       01  WS-GPA-TOTAL PIC 9(5)V99.
       01  WS-GPA-CREDITS PIC 9(4).
       01  WS-GPA PIC 9V99.

       01  WS-H-GRADE-TOTAL PIC 9(7).
       01  WS-H-GRADE-COUNT PIC 9(4).
       01  WS-H-LOOP-IDX PIC 9(2).
       01  WS-H-GPA-TOTAL PIC 9(5)V99.
       01  WS-H-GPA-CREDITS PIC 9(4).

       01  WS-SECT-COUNT PIC 9(5).
       01  WS-SECT-GRADE-TOTAL PIC 9(9).
       01  WS-SECT-GRADE-COUNT PIC 9(7).
       01  WS-CLASS-AVG PIC 9(3)V99.
       01  WS-SECT-GPA-TOTAL PIC 9(7)V99.
       01  WS-SECT-GPA-CREDITS PIC 9(7).
       01  WS-CLASS-GPA PIC 9V99.
       01  WS-HAS-INC PIC 9.
       01  WS-SECT-INC-COUNT PIC 9(5).

       01  WS-HEAD1.
           05 FILLER PIC X(23)
               VALUE 'END-OF-TERM GRADE SHEET'.
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
           05 FILLER PIC X(8) VALUE 'STUDENT '.
           05 WS-SL-STUDNUMBER PIC 9(10).
           05 WS-ML-MODTITLE PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ML-GRADE PIC X(5).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-ML-LETTER PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ML-FLAG PIC X(6).
           05 FILLER PIC X(26) VALUE SPACES.

       01  WS-RESIT-LINE.
           05 FILLER PIC X(11) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'RESIT (SAT '.
           05 WS-RL-MARK PIC ZZ9.
           05 FILLER PIC X(1) VALUE ')'.
           05 FILLER PIC X(12) VALUE SPACES.
           05 WS-RL-GRADE PIC X(5).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-RL-LETTER PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RL-FLAG PIC X(6).
           05 FILLER PIC X(26) VALUE SPACES.

       01  WS-AVG-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(14) VALUE 'AVERAGE GRADE '.
           05 WS-AL-AVG PIC ZZZ9.99.
           05 FILLER PIC X(8) VALUE '    GPA '.
           05 WS-AL-GPA PIC 9.99.
           05 FILLER PIC X(43) VALUE SPACES.

       01  WS-TERM-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-S2-SECT PIC 9(2).
           05 FILLER PIC X(16) VALUE ' CLASS AVERAGE: '.
           05 WS-S2-AVG PIC ZZZ9.99.
           05 FILLER PIC X(13) VALUE '   CLASS GPA '.
           05 WS-S2-GPA PIC 9.99.
           05 FILLER PIC X(30) VALUE SPACES.

       01  WS-SUM-LINE3.
           05 FILLER PIC X(8) VALUE 'SECTION '.
               END-IF
           END-PERFORM.
           PERFORM PARA-CLOSE-FILES.
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
                   "TITLES AND PASS MARKS UNAVAILABLE."
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
           OPEN OUTPUT FD-REPORT.
           IF WS-FILESTATUS3 NOT = 0
               DISPLAY "UNABLE TO OPEN REPORT FILE. ABORTING."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT FD-GRADEHIST.
               MOVE 1 TO WS-GRADEHIST-AVAIL
           END-IF.

           OPEN INPUT FD-RESIT.
           IF WS-FILESTATUS6 = 35
               MOVE 0 TO WS-RESIT-AVAIL
           ELSE
               MOVE 1 TO WS-RESIT-AVAIL
           END-IF.

           OPEN INPUT FD-SECTMAST.
           IF WS-FILESTATUS8 = 35
               MOVE 0 TO WS-SECTMAST-AVAIL
           ELSE
               MOVE 1 TO WS-SECTMAST-AVAIL
           END-IF.

           OPEN INPUT FD-TEACHER.
           IF WS-FILESTATUS9 = 35
               MOVE 0 TO WS-TEACHER-AVAIL
           ELSE
               MOVE 1 TO WS-TEACHER-AVAIL
           END-IF.

           PERFORM PARA-READ-CUR-TERM.
           PERFORM PARA-LOAD-GRADE-SCALE.

       PARA-READ-CUR-TERM.
           MOVE 0 TO WS-CUR-TERM.
           END-PERFORM.

       PARA-REPORT-SECTION.
           PERFORM PARA-GET-SECTION-INFO.
           MOVE 0 TO WS-SECT-COUNT.
           MOVE 0 TO WS-SECT-GRADE-TOTAL.
           MOVE 0 TO WS-SECT-GRADE-COUNT.
           MOVE 0 TO WS-SECT-INC-COUNT.
           MOVE 0 TO WS-SECT-GPA-TOTAL.
           MOVE 0 TO WS-SECT-GPA-CREDITS.
           MOVE 0 TO WS-PAGE-NUM.
           PERFORM PARA-PAGE-HEADING.


           MOVE 0 TO WS-GRADE-TOTAL.
           MOVE 0 TO WS-GRADE-COUNT.
           MOVE 0 TO WS-GPA-TOTAL.
           MOVE 0 TO WS-GPA-CREDITS.
           MOVE 0 TO WS-HAS-INC.
           PERFORM VARYING WS-LOOP-IDX FROM 1 BY 1
                   UNTIL WS-LOOP-IDX > FD-MODCOUNT
           ELSE
               MOVE 0 TO WS-AVG-GRADE
           END-IF.
           IF WS-GPA-CREDITS > 0
               COMPUTE WS-GPA ROUNDED =
                   WS-GPA-TOTAL / WS-GPA-CREDITS
           ELSE
               MOVE 0 TO WS-GPA
           END-IF.
           MOVE WS-AVG-GRADE TO WS-AL-AVG.
           MOVE WS-GPA TO WS-AL-GPA.
           MOVE WS-AVG-LINE TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

           ADD 1 TO WS-SECT-COUNT.
           ADD WS-GRADE-COUNT TO WS-SECT-GRADE-COUNT.
           ADD WS-GRADE-TOTAL TO WS-SECT-GRADE-TOTAL.
           ADD WS-GPA-CREDITS TO WS-SECT-GPA-CREDITS.
           ADD WS-GPA-TOTAL TO WS-SECT-GPA-TOTAL.

       PARA-PRINT-HIST-TERMS.
           MOVE FD-STUDNUMBER TO FD-GH-STUDNUMBER.

           MOVE 0 TO WS-H-GRADE-TOTAL.
           MOVE 0 TO WS-H-GRADE-COUNT.
           MOVE 0 TO WS-H-GPA-TOTAL.
           MOVE 0 TO WS-H-GPA-CREDITS.
           PERFORM VARYING WS-H-LOOP-IDX FROM 1 BY 1
                   UNTIL WS-H-LOOP-IDX > FD-GH-MODCOUNT
               PERFORM PARA-PRINT-HIST-MODULE
           ELSE
               MOVE 0 TO WS-AVG-GRADE
           END-IF.
           IF WS-H-GPA-CREDITS > 0
               COMPUTE WS-GPA ROUNDED =
                   WS-H-GPA-TOTAL / WS-H-GPA-CREDITS
           ELSE
               MOVE 0 TO WS-GPA
           END-IF.
           MOVE WS-AVG-GRADE TO WS-AL-AVG.
           MOVE WS-GPA TO WS-AL-GPA.
           MOVE WS-AVG-LINE TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

               END-READ
           END-IF.

           MOVE FD-GH-GRADE(WS-H-LOOP-IDX) TO WS-EFF-GRADE.
           MOVE FD-GH-STUDNUMBER TO FD-RS-STUDNUMBER.
           MOVE FD-GH-TERM TO FD-RS-TERM.
           MOVE FD-GH-MODULENUMB(WS-H-LOOP-IDX) TO FD-RS-MODCODE.
           PERFORM PARA-GET-RESIT.

           IF FD-GH-GRADE(WS-H-LOOP-IDX) = 998
               MOVE 'INC' TO WS-ML-GRADE
           ELSE IF FD-GH-GRADE(WS-H-LOOP-IDX) = 999
               MOVE 'WD' TO WS-ML-GRADE
           ELSE
               MOVE FD-GH-GRADE(WS-H-LOOP-IDX) TO WS-ML-GRADE
           END-IF.
           MOVE FD-GH-GRADE(WS-H-LOOP-IDX) TO WS-LG-GRADE.
           PERFORM PARA-GRADE-LETTER.
           MOVE WS-LG-LETTER TO WS-ML-LETTER.

           IF WS-EFF-GRADE < 998
               COMPUTE WS-H-GRADE-TOTAL = WS-H-GRADE-TOTAL
                   + (WS-EFF-GRADE * WS-MOD-CREDITS)
               ADD WS-MOD-CREDITS TO WS-H-GRADE-COUNT
               MOVE WS-EFF-GRADE TO WS-LG-GRADE
               PERFORM PARA-GRADE-LETTER
               IF WS-LG-FOUND = 1
                   COMPUTE WS-H-GPA-TOTAL = WS-H-GPA-TOTAL
                       + (WS-LG-POINTS * WS-MOD-CREDITS)
                   ADD WS-MOD-CREDITS TO WS-H-GPA-CREDITS
               END-IF
           END-IF.

           IF WS-LINE-COUNT > 54
           MOVE WS-MOD-LINE TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

           IF WS-RESIT-FOUND = 1
               PERFORM PARA-PRINT-RESIT
           END-IF.

       PARA-PRINT-MODULE.
           MOVE FD-MODULENUMB(WS-LOOP-IDX) TO WS-ML-MODCODE.
           MOVE SPACES TO WS-ML-MODTITLE.
               END-READ
           END-IF.

           MOVE FD-GRADE(WS-LOOP-IDX) TO WS-EFF-GRADE.
           MOVE FD-STUDNUMBER TO FD-RS-STUDNUMBER.
           MOVE WS-CUR-TERM TO FD-RS-TERM.
           MOVE FD-MODULENUMB(WS-LOOP-IDX) TO FD-RS-MODCODE.
           PERFORM PARA-GET-RESIT.

           IF FD-GRADE(WS-LOOP-IDX) = 998
               MOVE 'INC' TO WS-ML-GRADE
           ELSE IF FD-GRADE(WS-LOOP-IDX) = 999
               MOVE 'WD' TO WS-ML-GRADE
           ELSE
               MOVE FD-GRADE(WS-LOOP-IDX) TO WS-ML-GRADE
           END-IF.
           MOVE FD-GRADE(WS-LOOP-IDX) TO WS-LG-GRADE.
           PERFORM PARA-GRADE-LETTER.
           MOVE WS-LG-LETTER TO WS-ML-LETTER.

           IF WS-EFF-GRADE = 998
               MOVE 1 TO WS-HAS-INC
           ELSE IF WS-EFF-GRADE < 998
               COMPUTE WS-GRADE-TOTAL = WS-GRADE-TOTAL
                   + (WS-EFF-GRADE * WS-MOD-CREDITS)
               ADD WS-MOD-CREDITS TO WS-GRADE-COUNT
               MOVE WS-EFF-GRADE TO WS-LG-GRADE
               PERFORM PARA-GRADE-LETTER
               IF WS-LG-FOUND = 1
                   COMPUTE WS-GPA-TOTAL = WS-GPA-TOTAL
                       + (WS-LG-POINTS * WS-MOD-CREDITS)
                   ADD WS-MOD-CREDITS TO WS-GPA-CREDITS
               END-IF
           END-IF.

           IF WS-LINE-COUNT > 54
           MOVE WS-MOD-LINE TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

           IF WS-RESIT-FOUND = 1
               PERFORM PARA-PRINT-RESIT
           END-IF.

       PARA-GET-RESIT.
           MOVE 0 TO WS-RESIT-FOUND.
           IF WS-RESIT-AVAIL = 1
               READ FD-RESIT KEY IS FD-RS-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FD-RS-STATUS = 'S'
                           MOVE 1 TO WS-RESIT-FOUND
                           MOVE FD-RS-AWARDED TO WS-EFF-GRADE
                       END-IF
               END-READ
           END-IF.

       PARA-PRINT-RESIT.
           MOVE FD-RS-RESITMARK TO WS-RL-MARK.
           MOVE FD-RS-AWARDED TO WS-RL-GRADE.
           MOVE FD-RS-AWARDED TO WS-LG-GRADE.
           PERFORM PARA-GRADE-LETTER.
           MOVE WS-LG-LETTER TO WS-RL-LETTER.
           IF FD-RS-AWARDED >= FD-RS-PASSMARK
               MOVE 'PASS  ' TO WS-RL-FLAG
           ELSE
               MOVE '*FAIL*' TO WS-RL-FLAG
           END-IF.

           IF WS-LINE-COUNT > 54
               PERFORM PARA-PAGE-HEADING
           END-IF.
           MOVE WS-RESIT-LINE TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

       PARA-LOAD-GRADE-SCALE.
           MOVE 0 TO WS-GS-USED.
           MOVE 0 TO WS-GS-EOF.
           OPEN INPUT FD-GRADESCALE.
           IF WS-FILESTATUS7 = 0
               PERFORM UNTIL WS-GS-EOF = 1
                   READ FD-GRADESCALE NEXT RECORD
                       AT END MOVE 1 TO WS-GS-EOF
                       NOT AT END
                           IF WS-GS-USED < 20
                               ADD 1 TO WS-GS-USED
                               MOVE F-GRADESCALEREC
                                   TO WS-GS-ENTRY(WS-GS-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-GRADESCALE
           END-IF.
           IF WS-GS-USED = 0
               MOVE WS-GS-DEFAULTS TO WS-GS-TABLE
               MOVE 5 TO WS-GS-USED
           END-IF.

       PARA-GRADE-LETTER.
           MOVE 0 TO WS-LG-FOUND.
           MOVE 0 TO WS-LG-POINTS.
           IF WS-LG-GRADE = 998
               MOVE 'I' TO WS-LG-LETTER
           ELSE IF WS-LG-GRADE = 999
               MOVE 'W' TO WS-LG-LETTER
           ELSE
               MOVE '?' TO WS-LG-LETTER
               PERFORM VARYING WS-GS-IDX FROM 1 BY 1
                       UNTIL WS-GS-IDX > WS-GS-USED
                          OR WS-LG-FOUND = 1
                   IF WS-LG-GRADE >= WS-GS-LOW(WS-GS-IDX)
                      AND WS-LG-GRADE <= WS-GS-HIGH(WS-GS-IDX)
                       MOVE WS-GS-LETTER(WS-GS-IDX) TO WS-LG-LETTER
                       MOVE WS-GS-POINTS(WS-GS-IDX) TO WS-LG-POINTS
                       MOVE 1 TO WS-LG-FOUND
                   END-IF
               END-PERFORM
           END-IF.

       PARA-PRINT-SECTION-SUMMARY.
           IF WS-LINE-COUNT > 50
               PERFORM PARA-PAGE-HEADING
               MOVE 0 TO WS-CLASS-AVG
           END-IF.
           MOVE WS-CUR-SECT TO WS-S2-SECT.
           IF WS-SECT-GPA-CREDITS > 0
               COMPUTE WS-CLASS-GPA ROUNDED =
                   WS-SECT-GPA-TOTAL / WS-SECT-GPA-CREDITS
           ELSE
               MOVE 0 TO WS-CLASS-GPA
           END-IF.
           MOVE WS-CLASS-AVG TO WS-S2-AVG.
           MOVE WS-CLASS-GPA TO WS-S2-GPA.
           MOVE WS-SUM-LINE2 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

           MOVE WS-SUM-LINE3 TO WS-PRINT-LINE.
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
           IF WS-GRADEHIST-AVAIL = 1
               CLOSE FD-GRADEHIST
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
           CLOSE FD-REPORT.
           DISPLAY "GRADE REPORT WRITTEN TO GRADEREPORT.dat".
