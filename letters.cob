           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS4.

           SELECT FD-ABSENTEES ASSIGN TO
               'C:\COBOL\BANK\ABSENTEES.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS5.

           SELECT FD-CURTERM ASSIGN TO
               'C:\COBOL\BANK\CURRENTTERM.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS8.

           SELECT FD-GRADESCALE ASSIGN TO
               'C:\COBOL\BANK\GRADESCALE.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-GS-LOW
           FILE STATUS IS WS-FILESTATUS6.

           SELECT FD-DECLINING ASSIGN TO
               'C:\COBOL\BANK\DECLINING.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS7.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-STUDENT.
           05 FD-MODTITLE PIC X(25).
           05 FD-MODCREDITS PIC 9(2).
           05 FD-MODPASSMARK PIC 9(3).
           05 FD-MODPREREQ OCCURS 3 TIMES PIC 9(5).

       FD  FD-CONTACT.
       01  F-CONTACTREC.
       FD  FD-LETTERS.
       01  F-LETTERLINE PIC X(80).

       FD  FD-ABSENTEES.
       01  F-ABSENTEEREC.
           05 FB-STUDNUMBER PIC 9(10).
           05 FB-STUDSECT PIC 9(2).
           05 FB-TERM PIC 9(5).
           05 FB-DAYS PIC 9(3).
           05 FB-ABSENT PIC 9(3).
           05 FB-LATE PIC 9(3).
           05 FB-PCT PIC 9(3)V99.

       FD  FD-CURTERM.
       01  F-CURTERMREC.
           05 FC-TERM PIC 9(5).

       FD  FD-GRADESCALE.
       01  F-GRADESCALEREC.
           05 FD-GS-LOW PIC 9(3).
           05 FD-GS-HIGH PIC 9(3).
           05 FD-GS-LETTER PIC X(2).
           05 FD-GS-POINTS PIC 9V99.

       FD  FD-DECLINING.
       01  F-DECLININGREC.
           05 FV-STUDNUMBER PIC 9(10).
           05 FV-STUDSECT PIC 9(2).
           05 FV-TERM PIC 9(5).
           05 FV-PREV-TERM PIC 9(5).
           05 FV-AVG PIC 9(3)V99.
           05 FV-PREV-AVG PIC 9(3)V99.
           05 FV-DROP PIC 9(3)V99.
           05 FV-DROP-FLAG PIC X.
           05 FV-REPEAT-FLAG PIC X.
           05 FV-REPEAT-MOD PIC 9(5).
           05 FV-REPEAT-COUNT PIC 9(2).

       WORKING-STORAGE SECTION.
       01  WS-FILESTATUS PIC 9(2).
       01  WS-FILESTATUS2 PIC 9(2).
       01  WS-FILESTATUS3 PIC 9(2).
       01  WS-FILESTATUS4 PIC 9(2).
       01  WS-FILESTATUS5 PIC 9(2).
       01  WS-FILESTATUS6 PIC 9(2).
       01  WS-FILESTATUS7 PIC 9(2).
       01  WS-FILESTATUS8 PIC 9(2).
       01  WS-CUR-TERM PIC 9(5) VALUE 0.
       01  WS-ABS-OLD-COUNT PIC 9(5) VALUE 0.
       01  WS-ABS-OLD-TERM PIC 9(5) VALUE 0.
       01  WS-MENU        PIC A.
           88 A           VALUE 'A', 'a'.
           88 B           VALUE 'B', 'b'.
           88 D           VALUE 'D', 'd'.
           88 L           VALUE 'L', 'l'.
       01  WS-EOF PIC 9.
       01  WS-MODMASTER-AVAIL PIC 9 VALUE 0.
       01  WS-CONTACT-AVAIL PIC 9 VALUE 0.
       01  WS-GRADE-VAL PIC 9(3).
       01  WS-GRADE-SHOW PIC X(3).

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

       01  WS-LOW-TABLE.
           05 WS-LOW-ENTRY OCCURS 10 TIMES.
              10 WS-LOW-STUDNUMBER PIC 9(10).
       01  WS-LOW-IDX2 PIC 9(2).
       01  WS-LOW-MAX-IDX PIC 9(2).

       01  WS-SEL-LOWEST PIC 9 VALUE 0.
       01  WS-SEL-ABSENT PIC 9 VALUE 0.
       01  WS-SEL-DECLINE PIC 9 VALUE 0.
       01  WS-SEL-TABLE.
           05 WS-SEL-ENTRY OCCURS 500 TIMES.
              10 WS-SEL-STUDNUMBER PIC 9(10).
              10 WS-SEL-LOW PIC 9.
              10 WS-SEL-ABS PIC 9.
              10 WS-SEL-ABS-DAYS PIC 9(3).
              10 WS-SEL-ABS-PCT PIC 9(3)V99.
              10 WS-SEL-DEC PIC 9.
              10 WS-SEL-DEC-DROP PIC 9(3)V99.
              10 WS-SEL-DEC-PREV-TERM PIC 9(5).
              10 WS-SEL-DEC-REPEAT PIC X.
              10 WS-SEL-DEC-MOD PIC 9(5).
       01  WS-SEL-USED PIC 9(3) VALUE 0.
       01  WS-SEL-IDX PIC 9(3).
       01  WS-SEL-HIT PIC 9(3).
       01  WS-SEL-OVERFLOW PIC 9 VALUE 0.
       01  WS-SEL-STUDNUMBER-IN PIC 9(10).
       01  WS-ABS-EOF PIC 9.
       01  WS-ABS-COUNT PIC 9(4) VALUE 0.
       01  WS-DEC-COUNT PIC 9(4) VALUE 0.
       01  WS-DROP-SHOW PIC ZZ9.99.
       01  WS-PCT-SHOW PIC ZZ9.99.
       01  WS-DAYS-SHOW PIC ZZ9.

       01  WS-STUD-FLAG PIC 9.
       01  WS-CONTACT-FLAG PIC 9.
       01  WS-LETTER-COUNT PIC 9(4) VALUE 0.
       01  WS-NO-CONTACT-COUNT PIC 9(4) VALUE 0.

       01  WS-RUN-DATE PIC X(8).
       01  WS-LETTER-STARTED PIC 9 VALUE 0.
           05 WS-ML-MODTITLE PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ML-GRADE PIC X(5).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-ML-LETTER PIC X(2).
           05 FILLER PIC X(34) VALUE SPACES.

       01  WS-AVG-LINE.
           05 FILLER PIC X(16) VALUE 'AVERAGE GRADE:  '.
           05 WS-AL-AVG PIC ZZZ9.99.
           05 FILLER PIC X(8) VALUE '    GPA '.
           05 WS-AL-GPA PIC 9.99.
           05 FILLER PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LETTERS.
           PERFORM PARA-OPEN-FILES.
           PERFORM PARA-CHOOSE-SELECTION.
           IF WS-SEL-LOWEST = 1
               PERFORM PARA-FIND-LOWEST
               PERFORM PARA-SORT-LOWEST
               PERFORM VARYING WS-LOW-IDX FROM 1 BY 1
                       UNTIL WS-LOW-IDX > WS-LOW-USED
                   MOVE WS-LOW-STUDNUMBER(WS-LOW-IDX)
                       TO WS-SEL-STUDNUMBER-IN
                   PERFORM PARA-ADD-SELECTION
                   IF WS-SEL-HIT > 0
                       MOVE 1 TO WS-SEL-LOW(WS-SEL-HIT)
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-SEL-ABSENT = 1
               PERFORM PARA-LOAD-ABSENTEES
           END-IF.
           IF WS-SEL-DECLINE = 1
               PERFORM PARA-LOAD-DECLINING
           END-IF.
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-USED
               PERFORM PARA-PRINT-LETTER
                   THRU PARA-PRINT-LETTER-EXIT
           END-PERFORM.
               MOVE 0 TO WS-MODMASTER-AVAIL
               DISPLAY "MODULE MASTER NOT ON FILE - "
                   "TITLES AND CREDITS UNAVAILABLE."
           ELSE IF WS-FILESTATUS2 NOT = 0
               DISPLAY "MODULE MASTER UNREADABLE - STATUS "
                   WS-FILESTATUS2 "."
               DISPLAY "CONVERT IT WITH MASTERBACKUP OPTION C. "
                   "ABORTING."
               STOP RUN
           ELSE
               MOVE 1 TO WS-MODMASTER-AVAIL
           END-IF.
               STOP RUN
           END-IF.

           PERFORM PARA-LOAD-GRADE-SCALE.

       PARA-CHOOSE-SELECTION.
           DISPLAY '*  => [L]   LOWEST AVERAGE GRADES    *'.
           DISPLAY '*  => [A]   FLAGGED ABSENTEES        *'.
           DISPLAY '*  => [B]   BOTH                     *'.
           DISPLAY '*  => [D]   DECLINING TREND LIST     *'.
           DISPLAY "       CHOOSE SELECTION (DEFAULT L): ".
           MOVE SPACE TO WS-MENU.
           ACCEPT WS-MENU.
           IF A
               MOVE 1 TO WS-SEL-ABSENT
           ELSE IF B
               MOVE 1 TO WS-SEL-LOWEST
               MOVE 1 TO WS-SEL-ABSENT
           ELSE IF D
               MOVE 1 TO WS-SEL-DECLINE
           ELSE
               MOVE 1 TO WS-SEL-LOWEST
           END-IF.
           INITIALIZE WS-SEL-TABLE.

       PARA-ADD-SELECTION.
           MOVE 0 TO WS-SEL-HIT.
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-USED
                   OR WS-SEL-HIT > 0
               IF WS-SEL-STUDNUMBER(WS-SEL-IDX) = WS-SEL-STUDNUMBER-IN
                   MOVE WS-SEL-IDX TO WS-SEL-HIT
               END-IF
           END-PERFORM.
           IF WS-SEL-HIT = 0
               IF WS-SEL-USED < 500
                   ADD 1 TO WS-SEL-USED
                   MOVE WS-SEL-USED TO WS-SEL-HIT
                   MOVE WS-SEL-STUDNUMBER-IN
                       TO WS-SEL-STUDNUMBER(WS-SEL-HIT)
               ELSE
                   MOVE 1 TO WS-SEL-OVERFLOW
               END-IF
           END-IF.

       PARA-LOAD-ABSENTEES.
           PERFORM PARA-READ-CUR-TERM.
           OPEN INPUT FD-ABSENTEES.
           IF WS-FILESTATUS5 NOT = 0
               DISPLAY "NO ABSENTEE LIST ON FILE - "
                   "RUN ABSENCEREPORT FIRST."
           ELSE
               MOVE 0 TO WS-ABS-EOF
               PERFORM UNTIL WS-ABS-EOF = 1
                   READ FD-ABSENTEES
                       AT END MOVE 1 TO WS-ABS-EOF
                       NOT AT END
                           PERFORM PARA-TAKE-ABSENTEE
                   END-READ
               END-PERFORM
               CLOSE FD-ABSENTEES
               IF WS-ABS-OLD-COUNT > 0 AND WS-ABS-COUNT = 0
                   DISPLAY "ABSENTEE LIST IS FOR TERM "
                       WS-ABS-OLD-TERM " - RERUN ABSENCEREPORT"
               END-IF
           END-IF.

       PARA-TAKE-ABSENTEE.
           IF WS-CUR-TERM > 0 AND FB-TERM NOT = WS-CUR-TERM
               ADD 1 TO WS-ABS-OLD-COUNT
               MOVE FB-TERM TO WS-ABS-OLD-TERM
           ELSE
               ADD 1 TO WS-ABS-COUNT
               MOVE FB-STUDNUMBER TO WS-SEL-STUDNUMBER-IN
               PERFORM PARA-ADD-SELECTION
               IF WS-SEL-HIT > 0
                   MOVE 1 TO WS-SEL-ABS(WS-SEL-HIT)
                   MOVE FB-DAYS TO WS-SEL-ABS-DAYS(WS-SEL-HIT)
                   MOVE FB-PCT TO WS-SEL-ABS-PCT(WS-SEL-HIT)
               END-IF
           END-IF.

       PARA-READ-CUR-TERM.
           MOVE 0 TO WS-CUR-TERM.
           OPEN INPUT FD-CURTERM.
           IF WS-FILESTATUS8 = 0
               READ FD-CURTERM
                   AT END CONTINUE
                   NOT AT END
                       IF FC-TERM IS NUMERIC
                           MOVE FC-TERM TO WS-CUR-TERM
                       END-IF
               END-READ
               CLOSE FD-CURTERM
           END-IF.

       PARA-LOAD-DECLINING.
           OPEN INPUT FD-DECLINING.
           IF WS-FILESTATUS7 NOT = 0
               DISPLAY "NO DECLINING LIST ON FILE - "
                   "RUN TRENDREPORT FIRST."
           ELSE
               MOVE 0 TO WS-ABS-EOF
               PERFORM UNTIL WS-ABS-EOF = 1
                   READ FD-DECLINING
                       AT END MOVE 1 TO WS-ABS-EOF
                       NOT AT END
                           ADD 1 TO WS-DEC-COUNT
                           MOVE FV-STUDNUMBER TO WS-SEL-STUDNUMBER-IN
                           PERFORM PARA-ADD-SELECTION
                           IF WS-SEL-HIT > 0
                               MOVE 1 TO WS-SEL-DEC(WS-SEL-HIT)
                               IF FV-DROP-FLAG = 'Y'
                                   MOVE FV-DROP
                                       TO WS-SEL-DEC-DROP(WS-SEL-HIT)
                                   MOVE FV-PREV-TERM
                                     TO WS-SEL-DEC-PREV-TERM(WS-SEL-HIT)
                               END-IF
                               MOVE FV-REPEAT-FLAG
                                   TO WS-SEL-DEC-REPEAT(WS-SEL-HIT)
                               MOVE FV-REPEAT-MOD
                                   TO WS-SEL-DEC-MOD(WS-SEL-HIT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-DECLINING
           END-IF.

       PARA-FIND-LOWEST.
           INITIALIZE WS-LOW-TABLE.
           MOVE 0 TO WS-LOW-USED.
       PARA-CALC-AVERAGE.
           MOVE 0 TO WS-GRADE-TOTAL.
           MOVE 0 TO WS-GRADE-COUNT.
           MOVE 0 TO WS-GPA-TOTAL.
           MOVE 0 TO WS-GPA-CREDITS.
           PERFORM VARYING WS-LOOP-IDX FROM 1 BY 1
                   UNTIL WS-LOOP-IDX > FD-MODCOUNT
               IF FD-GRADE(WS-LOOP-IDX) < 998
                   COMPUTE WS-GRADE-TOTAL = WS-GRADE-TOTAL
                       + (FD-GRADE(WS-LOOP-IDX) * WS-MOD-CREDITS)
                   ADD WS-MOD-CREDITS TO WS-GRADE-COUNT
                   MOVE FD-GRADE(WS-LOOP-IDX) TO WS-LG-GRADE
                   PERFORM PARA-GRADE-LETTER
                   IF WS-LG-FOUND = 1
                       COMPUTE WS-GPA-TOTAL = WS-GPA-TOTAL
                           + (WS-LG-POINTS * WS-MOD-CREDITS)
                       ADD WS-MOD-CREDITS TO WS-GPA-CREDITS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-GRADE-COUNT > 0
           ELSE
               MOVE 0 TO WS-AVG-GRADE
           END-IF.
           IF WS-GPA-CREDITS > 0
               COMPUTE WS-GPA ROUNDED =
                   WS-GPA-TOTAL / WS-GPA-CREDITS
           ELSE
               MOVE 0 TO WS-GPA
           END-IF.

       PARA-GET-MODULE.
           MOVE SPACES TO WS-CHK-MODTITLE.
           END-IF.

       PARA-PRINT-LETTER.
           MOVE WS-SEL-STUDNUMBER(WS-SEL-IDX) TO FD-STUDNUMBER.
           READ FD-STUDENT KEY IS FD-STUDNUMBER
               INVALID KEY MOVE 0 TO WS-STUD-FLAG
               NOT INVALID KEY MOVE 1 TO WS-STUD-FLAG
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

           IF WS-SEL-ABS(WS-SEL-IDX) = 0
                   AND WS-SEL-DEC(WS-SEL-IDX) = 0
               MOVE 'YOUR STUDENT HAS BEEN FLAGGED FOR ACADEMIC'
                   TO WS-PRINT-LINE
               PERFORM PARA-WRITE-LINE
               MOVE 'INTERVENTION. CURRENT MODULE GRADES:'
                   TO WS-PRINT-LINE
               PERFORM PARA-WRITE-LINE
           ELSE
               MOVE 'YOUR STUDENT HAS BEEN FLAGGED FOR INTERVENTION:'
                   TO WS-PRINT-LINE
               PERFORM PARA-WRITE-LINE
               IF WS-SEL-LOW(WS-SEL-IDX) = 1
                   MOVE '  - AMONG THE LOWEST AVERAGE GRADES IN SCHOOL'
                       TO WS-PRINT-LINE
                   PERFORM PARA-WRITE-LINE
               END-IF
               IF WS-SEL-ABS(WS-SEL-IDX) = 1
                   MOVE WS-SEL-ABS-PCT(WS-SEL-IDX) TO WS-PCT-SHOW
                   MOVE WS-SEL-ABS-DAYS(WS-SEL-IDX) TO WS-DAYS-SHOW
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING '  - ABSENT ' WS-PCT-SHOW '% OF '
                       WS-DAYS-SHOW ' RECORDED SCHOOL DAYS THIS TERM'
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM PARA-WRITE-LINE
               END-IF
               IF WS-SEL-DEC-DROP(WS-SEL-IDX) > 0
                   MOVE WS-SEL-DEC-DROP(WS-SEL-IDX) TO WS-DROP-SHOW
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING '  - AVERAGE GRADE DOWN ' WS-DROP-SHOW
                       ' POINTS SINCE TERM '
                       WS-SEL-DEC-PREV-TERM(WS-SEL-IDX)
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM PARA-WRITE-LINE
               END-IF
               IF WS-SEL-DEC-REPEAT(WS-SEL-IDX) = 'Y'
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING '  - FAILED MODULE '
                       WS-SEL-DEC-MOD(WS-SEL-IDX)
                       ' IN TWO SEPARATE TERMS'
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM PARA-WRITE-LINE
               END-IF
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM PARA-WRITE-LINE
               MOVE 'CURRENT MODULE GRADES:' TO WS-PRINT-LINE
               PERFORM PARA-WRITE-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

               MOVE FD-GRADE(WS-LOOP-IDX) TO WS-GRADE-VAL
               PERFORM PARA-FORMAT-GRADE
               MOVE WS-GRADE-SHOW TO WS-ML-GRADE
               MOVE FD-GRADE(WS-LOOP-IDX) TO WS-LG-GRADE
               PERFORM PARA-GRADE-LETTER
               MOVE WS-LG-LETTER TO WS-ML-LETTER
               MOVE WS-MOD-LINE TO WS-PRINT-LINE
               PERFORM PARA-WRITE-LINE
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           MOVE WS-AVG-GRADE TO WS-AL-AVG.
           MOVE WS-GPA TO WS-AL-GPA.
           MOVE WS-AVG-LINE TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
               MOVE WS-GRADE-VAL TO WS-GRADE-SHOW
           END-IF.

       PARA-LOAD-GRADE-SCALE.
           MOVE 0 TO WS-GS-USED.
           MOVE 0 TO WS-GS-EOF.
           OPEN INPUT FD-GRADESCALE.
           IF WS-FILESTATUS6 = 0
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

       PARA-CLOSE-AND-REPORT.
           CLOSE FD-STUDENT.
           IF WS-MODMASTER-AVAIL = 1

           DISPLAY '**************************************'.
           DISPLAY "LETTERS PRINTED:           " WS-LETTER-COUNT.
           IF WS-SEL-ABSENT = 1
               DISPLAY "ABSENTEES ON LIST:         " WS-ABS-COUNT
               IF WS-ABS-OLD-COUNT > 0
                   DISPLAY "ABSENTEES FROM EARLIER TERM SKIPPED: "
                       WS-ABS-OLD-COUNT
               END-IF
           END-IF.
           IF WS-SEL-DECLINE = 1
               DISPLAY "DECLINING ON LIST:         " WS-DEC-COUNT
           END-IF.
           IF WS-SEL-OVERFLOW = 1
               DISPLAY "*** MORE THAN 500 STUDENTS SELECTED - "
                   "FIRST 500 PRINTED ***"
           END-IF.
           DISPLAY "WITHOUT GUARDIAN CONTACT:  "
               WS-NO-CONTACT-COUNT.
           DISPLAY "LETTERS WRITTEN TO INTERVENTION.dat".
