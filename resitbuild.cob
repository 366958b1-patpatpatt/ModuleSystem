       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESITREGISTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-DECISION ASSIGN TO
               'C:\COBOL\BANK\PROMOTION.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-STUDENT ASSIGN TO 'C:\COBOL\BANK\STUDENT.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-STUDNUMBER
           FILE STATUS IS WS-FILESTATUS2.

           SELECT FD-MODMASTER ASSIGN TO
               'C:\COBOL\BANK\MODULEMASTER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-MODCODE
           FILE STATUS IS WS-FILESTATUS3.

           SELECT FD-RESIT ASSIGN TO
               'C:\COBOL\BANK\RESITREGISTER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-RS-KEY
           FILE STATUS IS WS-FILESTATUS4.

           SELECT FD-CURTERM ASSIGN TO
               'C:\COBOL\BANK\CURRENTTERM.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS5.

           SELECT FD-REPORT ASSIGN TO
               'C:\COBOL\BANK\RESITLIST.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS6.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-DECISION.
       01  F-DECISIONREC.
           05 FP-STUDNUMBER PIC 9(10).
           05 FP-STUDNAME PIC X(25).
           05 FP-STUDSECT PIC 9(2).
           05 FP-AVG PIC 9(3)V99.
           05 FP-PASS-CREDITS PIC 9(3).
           05 FP-FAIL-CREDITS PIC 9(3).
           05 FP-INC-COUNT PIC 9(2).
           05 FP-DECISION PIC X(8).

       FD  FD-STUDENT.
       01  F-STUDENTINFO.
           05 FD-STUDNUMBER PIC 9(10).
           05 FD-STUDNAME PIC X(25).
           05 FD-STUDSECT PIC 9(2).
           05 FD-MODCOUNT PIC 9(2).
           05 FD-MODULES OCCURS 10 TIMES.
              10 FD-MODULENUMB PIC 9(5).
              10 FD-GRADE PIC 9(3).

       FD  FD-MODMASTER.
       01  F-MODULEINFO.
           05 FD-MODCODE PIC 9(5).
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

       FD  FD-CURTERM.
       01  F-CURTERMREC.
           05 FC-TERM PIC 9(5).

       FD  FD-REPORT.
       01  F-REPORTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILESTATUS PIC 9(2).
       01  WS-FILESTATUS2 PIC 9(2).
       01  WS-FILESTATUS3 PIC 9(2).
       01  WS-FILESTATUS4 PIC 9(2).
       01  WS-FILESTATUS5 PIC 9(2).
       01  WS-FILESTATUS6 PIC 9(2).
       01  WS-EOF PIC 9 VALUE 0.
       01  WS-STUD-FLAG PIC 9.
       01  WS-MODMASTER-AVAIL PIC 9 VALUE 0.
       01  WS-LOOP-IDX PIC 9(2).
       01  WS-CUR-TERM PIC 9(5) VALUE 0.
       01  WS-MOD-PASSMARK PIC 9(3).
       01  WS-MOD-TITLE PIC X(25).
       01  WS-NOW PIC X(14).

       01  WS-READ-COUNT PIC 9(7) VALUE 0.
       01  WS-STUD-COUNT PIC 9(5) VALUE 0.
       01  WS-ADDED-COUNT PIC 9(5) VALUE 0.
       01  WS-FAIL-COUNT PIC 9(5) VALUE 0.
       01  WS-INC-COUNT PIC 9(5) VALUE 0.
       01  WS-EXISTING-COUNT PIC 9(5) VALUE 0.
       01  WS-MISSING-COUNT PIC 9(5) VALUE 0.

       01  WS-RUN-DATE PIC X(8).
       01  WS-LINE-COUNT PIC 9(2).
       01  WS-PAGE-NUM PIC 9(3) VALUE 0.
       01  WS-REPORT-STARTED PIC 9 VALUE 0.

       01  WS-HEAD1.
           05 FILLER PIC X(20) VALUE 'RESIT REGISTER      '.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'TERM '.
           05 WS-HEAD1-TERM PIC 9(5).
           05 FILLER PIC X(11) VALUE '  RUN DATE '.
           05 WS-HEAD1-DATE PIC X(8).
           05 FILLER PIC X(7) VALUE '  PAGE '.
           05 WS-HEAD1-PAGE PIC ZZ9.
           05 FILLER PIC X(11) VALUE SPACES.

       01  WS-HEAD2.
           05 FILLER PIC X(80) VALUE ALL '-'.

       01  WS-DET-LINE.
           05 WS-DL-STUDNUMBER PIC 9(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-STUDNAME PIC X(25).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-SECT PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-MODCODE PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-MODTITLE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-GRADE PIC X(3).
           05 FILLER PIC X(5) VALUE ' PASS'.
           05 WS-DL-PASSMARK PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.

       01  WS-PRINT-LINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-REGISTER.
           PERFORM PARA-OPEN-FILES THRU PARA-OPEN-FILES-EXIT.
           PERFORM PARA-REGISTER-LOOP UNTIL WS-EOF = 1.
           PERFORM PARA-CLOSE-AND-REPORT.
           GOBACK.

       PARA-OPEN-FILES.
           DISPLAY '**************************************'.
           DISPLAY '*     RESIT REGISTER BUILD RUN       *'.
           DISPLAY '**************************************'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.

           PERFORM PARA-READ-CUR-TERM.
           IF WS-CUR-TERM = 0
               DISPLAY "NO CURRENT TERM ON FILE."
               DISPLAY "ENTER TERM OF THE RESIT REGISTER (YYYYT): "
               ACCEPT WS-CUR-TERM
           END-IF.

           OPEN INPUT FD-DECISION.
           IF WS-FILESTATUS NOT = 0
               DISPLAY "NO PROMOTION DECISIONS ON FILE - "
                   "RUN PROMOTIONRUN FIRST. ABORTING."
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO WS-EOF
               GO TO PARA-OPEN-FILES-EXIT
           END-IF.

           OPEN INPUT FD-STUDENT.
           IF WS-FILESTATUS2 = 35
               DISPLAY "NO STUDENTS ON FILE. ABORTING."
               CLOSE FD-DECISION
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO WS-EOF
               GO TO PARA-OPEN-FILES-EXIT
           END-IF.

           OPEN INPUT FD-MODMASTER.
           IF WS-FILESTATUS3 = 35
               MOVE 0 TO WS-MODMASTER-AVAIL
               DISPLAY "MODULE MASTER NOT ON FILE - "
                   "ONLY INC SLOTS CAN BE REGISTERED."
           ELSE IF WS-FILESTATUS3 NOT = 0
               DISPLAY "MODULE MASTER UNREADABLE - STATUS "
                   WS-FILESTATUS3 "."
               DISPLAY "CONVERT IT WITH MASTERBACKUP OPTION C. "
                   "ABORTING."
               CLOSE FD-DECISION
               CLOSE FD-STUDENT
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO WS-EOF
               GO TO PARA-OPEN-FILES-EXIT
           ELSE
               MOVE 1 TO WS-MODMASTER-AVAIL
           END-IF.

           OPEN I-O FD-RESIT.
           IF WS-FILESTATUS4 = 35
               OPEN OUTPUT FD-RESIT
               CLOSE FD-RESIT
               OPEN I-O FD-RESIT
           END-IF.

           OPEN OUTPUT FD-REPORT.
           IF WS-FILESTATUS6 NOT = 0
               DISPLAY "UNABLE TO OPEN RESIT LIST. ABORTING."
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO WS-EOF
               GO TO PARA-OPEN-FILES-EXIT
           END-IF.

           PERFORM PARA-PAGE-HEADING.

       PARA-OPEN-FILES-EXIT.
           EXIT.

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

       PARA-REGISTER-LOOP.
           READ FD-DECISION
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF FP-FAIL-CREDITS > 0 OR FP-INC-COUNT > 0
                       PERFORM PARA-REGISTER-STUDENT
                           THRU PARA-REGISTER-STUDENT-EXIT
                   END-IF
           END-READ.

       PARA-REGISTER-STUDENT.
           MOVE FP-STUDNUMBER TO FD-STUDNUMBER.
           READ FD-STUDENT KEY IS FD-STUDNUMBER
               INVALID KEY MOVE 0 TO WS-STUD-FLAG
               NOT INVALID KEY MOVE 1 TO WS-STUD-FLAG
           END-READ.
           IF WS-STUD-FLAG NOT = 1
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY "STUDENT NO LONGER ON FILE - "
                   "STUDENT NUMBER: " FP-STUDNUMBER
               GO TO PARA-REGISTER-STUDENT-EXIT
           END-IF.

           ADD 1 TO WS-STUD-COUNT.
           PERFORM VARYING WS-LOOP-IDX FROM 1 BY 1
                   UNTIL WS-LOOP-IDX > FD-MODCOUNT
               PERFORM PARA-REGISTER-MODULE
           END-PERFORM.

       PARA-REGISTER-STUDENT-EXIT.
           EXIT.

       PARA-REGISTER-MODULE.
           MOVE 0 TO WS-MOD-PASSMARK.
           MOVE SPACES TO WS-MOD-TITLE.
           IF WS-MODMASTER-AVAIL = 1
               MOVE FD-MODULENUMB(WS-LOOP-IDX) TO FD-MODCODE
               READ FD-MODMASTER KEY IS FD-MODCODE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE FD-MODPASSMARK TO WS-MOD-PASSMARK
                       MOVE FD-MODTITLE TO WS-MOD-TITLE
               END-READ
           END-IF.

           IF FD-GRADE(WS-LOOP-IDX) = 998
                   OR FD-GRADE(WS-LOOP-IDX) < WS-MOD-PASSMARK
               MOVE FD-STUDNUMBER TO FD-RS-STUDNUMBER
               MOVE WS-CUR-TERM TO FD-RS-TERM
               MOVE FD-MODULENUMB(WS-LOOP-IDX) TO FD-RS-MODCODE
               MOVE FD-STUDNAME TO FD-RS-STUDNAME
               MOVE FD-STUDSECT TO FD-RS-STUDSECT
               MOVE FD-GRADE(WS-LOOP-IDX) TO FD-RS-ORIGGRADE
               MOVE WS-MOD-PASSMARK TO FD-RS-PASSMARK
               MOVE 'O' TO FD-RS-STATUS
               MOVE 0 TO FD-RS-RESITMARK
               MOVE 0 TO FD-RS-AWARDED
               MOVE WS-NOW TO FD-RS-DATETIME
               WRITE F-RESITREC
                   INVALID KEY
                       ADD 1 TO WS-EXISTING-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDED-COUNT
                       IF FD-GRADE(WS-LOOP-IDX) = 998
                           ADD 1 TO WS-INC-COUNT
                       ELSE
                           ADD 1 TO WS-FAIL-COUNT
                       END-IF
                       PERFORM PARA-PRINT-ENTRY
               END-WRITE
           END-IF.

       PARA-PRINT-ENTRY.
           IF WS-LINE-COUNT > 54
               PERFORM PARA-PAGE-HEADING
           END-IF.
           MOVE FD-STUDNUMBER TO WS-DL-STUDNUMBER.
           MOVE FD-STUDNAME TO WS-DL-STUDNAME.
           MOVE FD-STUDSECT TO WS-DL-SECT.
           MOVE FD-MODULENUMB(WS-LOOP-IDX) TO WS-DL-MODCODE.
           MOVE WS-MOD-TITLE TO WS-DL-MODTITLE.
           IF FD-GRADE(WS-LOOP-IDX) = 998
               MOVE 'INC' TO WS-DL-GRADE
           ELSE
               MOVE FD-GRADE(WS-LOOP-IDX) TO WS-DL-GRADE
           END-IF.
           MOVE WS-MOD-PASSMARK TO WS-DL-PASSMARK.
           MOVE WS-DET-LINE TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

       PARA-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-CUR-TERM TO WS-HEAD1-TERM.
           MOVE WS-RUN-DATE TO WS-HEAD1-DATE.
           MOVE WS-PAGE-NUM TO WS-HEAD1-PAGE.
           MOVE 0 TO WS-LINE-COUNT.

           IF WS-REPORT-STARTED = 1
               MOVE SPACES TO F-REPORTLINE
               WRITE F-REPORTLINE AFTER ADVANCING PAGE
           ELSE
               MOVE 1 TO WS-REPORT-STARTED
           END-IF.
           MOVE WS-HEAD1 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           MOVE WS-HEAD2 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

       PARA-WRITE-LINE.
           MOVE WS-PRINT-LINE TO F-REPORTLINE.
           WRITE F-REPORTLINE.
           ADD 1 TO WS-LINE-COUNT.

       PARA-CLOSE-AND-REPORT.
           CLOSE FD-DECISION.
           CLOSE FD-STUDENT.
           CLOSE FD-RESIT.
           CLOSE FD-REPORT.
           IF WS-MODMASTER-AVAIL = 1
               CLOSE FD-MODMASTER
           END-IF.

           DISPLAY '**************************************'.
           DISPLAY "DECISIONS READ:            " WS-READ-COUNT.
           DISPLAY "STUDENTS WITH RESITS:      " WS-STUD-COUNT.
           DISPLAY "RESIT ENTRIES ADDED:       " WS-ADDED-COUNT.
           DISPLAY "  FAILED MODULES:          " WS-FAIL-COUNT.
           DISPLAY "  INCOMPLETE MODULES:      " WS-INC-COUNT.
           DISPLAY "ALREADY ON REGISTER:       " WS-EXISTING-COUNT.
           DISPLAY "STUDENTS NOT ON FILE:      " WS-MISSING-COUNT.
           DISPLAY "RESIT LIST WRITTEN TO RESITLIST.dat".
           DISPLAY '**************************************'.
