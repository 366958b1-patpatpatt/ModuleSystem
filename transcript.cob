           RECORD KEY IS FD-MODCODE
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

       DATA DIVISION.
       FILE SECTION.
       FD  FD-STUDENT.
           05 FT-MODULENUMB PIC 9(5).
           05 FT-GRADE PIC 9(3).
           05 FT-AVG PIC 9(3)V99.
           05 FT-ATTEMPT PIC X.
           05 FT-FIRST-GRADE PIC 9(3).
           05 FT-LETTER PIC X(2).
           05 FT-POINTS PIC 9V99.
           05 FT-GPA PIC 9V99.
       01  F-TRANSTRAILER.
           05 FT-T-RECTYPE PIC X.
           05 FT-T-DETAILCOUNT PIC 9(7).
           05 FT-T-STUDCOUNT PIC 9(7).
           05 FT-T-GRADEHASH PIC 9(9).
           05 FILLER PIC X(44).

       FD  FD-GRADEHIST.
       01  F-GRADEHISTREC.
           05 FD-MODTITLE PIC X(25).
           05 FD-MODCREDITS PIC 9(2).
           05 FD-MODPASSMARK PIC 9(3).
           05 FD-MODPREREQ OCCURS 3 TIMES PIC 9(5).

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

       WORKING-STORAGE SECTION.
       01  WS-FILESTATUS PIC 9(2).
       01  WS-FILESTATUS3 PIC 9(2).
       01  WS-FILESTATUS4 PIC 9(2).
       01  WS-FILESTATUS5 PIC 9(2).
       01  WS-FILESTATUS6 PIC 9(2).
       01  WS-FILESTATUS7 PIC 9(2).
       01  WS-EOF PIC 9.
       01  WS-GH-EOF PIC 9.
       01  WS-LOOP-IDX PIC 9(2).
       01  WS-GRADEHIST-AVAIL PIC 9 VALUE 0.
       01  WS-MODMASTER-AVAIL PIC 9 VALUE 0.
       01  WS-RESIT-AVAIL PIC 9 VALUE 0.
       01  WS-CUR-TERM PIC 9(5) VALUE 0.
       01  WS-MOD-CREDITS PIC 9(2).

       01  WS-GRADE-COUNT PIC 9(4).
       01  WS-AVG-GRADE PIC 9(3)V99.

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

       01  WS-EFF-TABLE.
           05 WS-EFF-ENTRY OCCURS 10 TIMES.
              10 WS-EFF-GRADE PIC 9(3).
              10 WS-EFF-ATTEMPT PIC X.

       01  WS-DETAIL-COUNT PIC 9(7) VALUE 0.
       01  WS-RESIT-COUNT PIC 9(7) VALUE 0.
       01  WS-STUD-COUNT PIC 9(7) VALUE 0.
       01  WS-GRADE-HASH PIC 9(9) VALUE 0.

           PERFORM PARA-EXTRACT-LOOP UNTIL WS-EOF = 1.
           PERFORM PARA-WRITE-TRAILER.
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

           OPEN OUTPUT FD-TRANSCRIPT.
           IF WS-FILESTATUS2 NOT = 0
               DISPLAY "UNABLE TO OPEN TRANSCRIPT FILE. ABORTING."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT FD-GRADEHIST.
               MOVE 0 TO WS-MODMASTER-AVAIL
               DISPLAY "MODULE MASTER NOT ON FILE - "
                   "AVERAGES WILL NOT BE CREDIT WEIGHTED."
           ELSE IF WS-FILESTATUS5 NOT = 0
               DISPLAY "MODULE MASTER UNREADABLE - STATUS "
                   WS-FILESTATUS5 "."
               DISPLAY "CONVERT IT WITH MASTERBACKUP OPTION C. "
                   "ABORTING."
               MOVE 8 TO RETURN-CODE
               GOBACK
           ELSE
               MOVE 1 TO WS-MODMASTER-AVAIL
           END-IF.

           OPEN INPUT FD-RESIT.
           IF WS-FILESTATUS6 = 35
               MOVE 0 TO WS-RESIT-AVAIL
           ELSE
               MOVE 1 TO WS-RESIT-AVAIL
           END-IF.

           PERFORM PARA-READ-CUR-TERM.
           PERFORM PARA-LOAD-GRADE-SCALE.

           MOVE 0 TO FD-STUDNUMBER.
           START FD-STUDENT KEY IS NOT LESS THAN FD-STUDNUMBER

           MOVE 0 TO WS-GRADE-TOTAL.
           MOVE 0 TO WS-GRADE-COUNT.
           MOVE 0 TO WS-GPA-TOTAL.
           MOVE 0 TO WS-GPA-CREDITS.
           PERFORM VARYING WS-LOOP-IDX FROM 1 BY 1
                   UNTIL WS-LOOP-IDX > FD-MODCOUNT
               MOVE FD-GRADE(WS-LOOP-IDX) TO WS-EFF-GRADE(WS-LOOP-IDX)
               MOVE FD-STUDNUMBER TO FD-RS-STUDNUMBER
               MOVE WS-CUR-TERM TO FD-RS-TERM
               MOVE FD-MODULENUMB(WS-LOOP-IDX) TO FD-RS-MODCODE
               PERFORM PARA-GET-RESIT
               IF WS-EFF-GRADE(WS-LOOP-IDX) < 998
                   MOVE FD-MODULENUMB(WS-LOOP-IDX) TO FD-MODCODE
                   PERFORM PARA-GET-CREDITS
                   COMPUTE WS-GRADE-TOTAL = WS-GRADE-TOTAL
                       + (WS-EFF-GRADE(WS-LOOP-IDX) * WS-MOD-CREDITS)
                   ADD WS-MOD-CREDITS TO WS-GRADE-COUNT
                   MOVE WS-EFF-GRADE(WS-LOOP-IDX) TO WS-LG-GRADE
                   PERFORM PARA-GRADE-LETTER
                   IF WS-LG-FOUND = 1
                       COMPUTE WS-GPA-TOTAL = WS-GPA-TOTAL
                           + (WS-LG-POINTS * WS-MOD-CREDITS)
                       ADD WS-MOD-CREDITS TO WS-GPA-CREDITS
                   END-IF
               END-IF
           END-PERFORM.

           ELSE
               MOVE 0 TO WS-AVG-GRADE
           END-IF.
           IF WS-GPA-CREDITS > 0
               COMPUTE WS-GPA ROUNDED =
                   WS-GPA-TOTAL / WS-GPA-CREDITS
           ELSE
               MOVE 0 TO WS-GPA
           END-IF.

           PERFORM VARYING WS-LOOP-IDX FROM 1 BY 1
                   UNTIL WS-LOOP-IDX > FD-MODCOUNT
       PARA-EXTRACT-HIST-TERM.
           MOVE 0 TO WS-GRADE-TOTAL.
           MOVE 0 TO WS-GRADE-COUNT.
           MOVE 0 TO WS-GPA-TOTAL.
           MOVE 0 TO WS-GPA-CREDITS.
           PERFORM VARYING WS-LOOP-IDX FROM 1 BY 1
                   UNTIL WS-LOOP-IDX > FD-GH-MODCOUNT
               MOVE FD-GH-GRADE(WS-LOOP-IDX)
                   TO WS-EFF-GRADE(WS-LOOP-IDX)
               MOVE FD-GH-STUDNUMBER TO FD-RS-STUDNUMBER
               MOVE FD-GH-TERM TO FD-RS-TERM
               MOVE FD-GH-MODULENUMB(WS-LOOP-IDX) TO FD-RS-MODCODE
               PERFORM PARA-GET-RESIT
               IF WS-EFF-GRADE(WS-LOOP-IDX) < 998
                   MOVE FD-GH-MODULENUMB(WS-LOOP-IDX) TO FD-MODCODE
                   PERFORM PARA-GET-CREDITS
                   COMPUTE WS-GRADE-TOTAL = WS-GRADE-TOTAL
                       + (WS-EFF-GRADE(WS-LOOP-IDX) * WS-MOD-CREDITS)
                   ADD WS-MOD-CREDITS TO WS-GRADE-COUNT
                   MOVE WS-EFF-GRADE(WS-LOOP-IDX) TO WS-LG-GRADE
                   PERFORM PARA-GRADE-LETTER
                   IF WS-LG-FOUND = 1
                       COMPUTE WS-GPA-TOTAL = WS-GPA-TOTAL
                           + (WS-LG-POINTS * WS-MOD-CREDITS)
                       ADD WS-MOD-CREDITS TO WS-GPA-CREDITS
                   END-IF
               END-IF
           END-PERFORM.

           ELSE
               MOVE 0 TO WS-AVG-GRADE
           END-IF.
           IF WS-GPA-CREDITS > 0
               COMPUTE WS-GPA ROUNDED =
                   WS-GPA-TOTAL / WS-GPA-CREDITS
           ELSE
               MOVE 0 TO WS-GPA
           END-IF.

           PERFORM VARYING WS-LOOP-IDX FROM 1 BY 1
                   UNTIL WS-LOOP-IDX > FD-GH-MODCOUNT
           MOVE FD-STUDSECT TO FT-STUDSECT.
           MOVE WS-CUR-TERM TO FT-TERM.
           MOVE FD-MODULENUMB(WS-LOOP-IDX) TO FT-MODULENUMB.
           MOVE WS-EFF-GRADE(WS-LOOP-IDX) TO FT-GRADE.
           MOVE WS-AVG-GRADE TO FT-AVG.
           MOVE WS-GPA TO FT-GPA.
           MOVE WS-EFF-GRADE(WS-LOOP-IDX) TO WS-LG-GRADE.
           PERFORM PARA-GRADE-LETTER.
           MOVE WS-LG-LETTER TO FT-LETTER.
           MOVE WS-LG-POINTS TO FT-POINTS.
           MOVE WS-EFF-ATTEMPT(WS-LOOP-IDX) TO FT-ATTEMPT.
           MOVE FD-GRADE(WS-LOOP-IDX) TO FT-FIRST-GRADE.
           WRITE F-TRANSDETAIL.

           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-EFF-GRADE(WS-LOOP-IDX) TO WS-GRADE-HASH.

       PARA-WRITE-HIST-DETAIL.
           MOVE 'D' TO FT-RECTYPE.
           MOVE FD-GH-STUDSECT TO FT-STUDSECT.
           MOVE FD-GH-TERM TO FT-TERM.
           MOVE FD-GH-MODULENUMB(WS-LOOP-IDX) TO FT-MODULENUMB.
           MOVE WS-EFF-GRADE(WS-LOOP-IDX) TO FT-GRADE.
           MOVE WS-AVG-GRADE TO FT-AVG.
           MOVE WS-GPA TO FT-GPA.
           MOVE WS-EFF-GRADE(WS-LOOP-IDX) TO WS-LG-GRADE.
           PERFORM PARA-GRADE-LETTER.
           MOVE WS-LG-LETTER TO FT-LETTER.
           MOVE WS-LG-POINTS TO FT-POINTS.
           MOVE WS-EFF-ATTEMPT(WS-LOOP-IDX) TO FT-ATTEMPT.
           MOVE FD-GH-GRADE(WS-LOOP-IDX) TO FT-FIRST-GRADE.
           WRITE F-TRANSDETAIL.

           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-EFF-GRADE(WS-LOOP-IDX) TO WS-GRADE-HASH.

       PARA-GET-RESIT.
           MOVE 'O' TO WS-EFF-ATTEMPT(WS-LOOP-IDX).
           IF WS-RESIT-AVAIL = 1
               READ FD-RESIT KEY IS FD-RS-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FD-RS-STATUS = 'S'
                           MOVE FD-RS-AWARDED
                               TO WS-EFF-GRADE(WS-LOOP-IDX)
                           MOVE 'R' TO WS-EFF-ATTEMPT(WS-LOOP-IDX)
                           ADD 1 TO WS-RESIT-COUNT
                       END-IF
               END-READ
           END-IF.

       PARA-GET-CREDITS.
           MOVE 1 TO WS-MOD-CREDITS.
               CLOSE FD-CURTERM
           END-IF.

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

       PARA-WRITE-TRAILER.
           MOVE SPACES TO F-TRANSTRAILER.
           MOVE 'T' TO FT-T-RECTYPE.
           IF WS-MODMASTER-AVAIL = 1
               CLOSE FD-MODMASTER
           END-IF.
           IF WS-RESIT-AVAIL = 1
               CLOSE FD-RESIT
           END-IF.

           DISPLAY '**************************************'.
           DISPLAY "STUDENTS EXTRACTED:        " WS-STUD-COUNT.
           DISPLAY "DETAIL RECORDS WRITTEN:    " WS-DETAIL-COUNT.
           DISPLAY "RESIT ATTEMPTS EXTRACTED:  " WS-RESIT-COUNT.
           DISPLAY "GRADE HASH TOTAL:          " WS-GRADE-HASH.
           DISPLAY '**************************************'.
